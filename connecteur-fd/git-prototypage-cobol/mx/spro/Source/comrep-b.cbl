230826*       MXCOMRLV en statut P (proposé) ;
230826*   VALIDE <aaaamm> <rep>
230826*       libère le relevé (P -> V) après contrôle.
151026* Une vente commissionne le représentant qui tenait le client
151026* à sa date (historique des réaffectations MXREPCLI, cf.
151026* rech-rep), non celui porté par la ligne d'historique.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-PER-X              PIC X(06).
       77 W-REP                PIC 9(03).
       77 W-REP-X              PIC X(03).
       77 W-REP-VTE            PIC 9(03).
       77 W-DAT                PIC 9(08).
       77 W-DSP                PIC 9(08).
       77 W-MOIS-HIV           PIC 9(06).
           COMPUTE W-MOIS-HIV = W-DSP / 100
           IF W-MOIS-HIV NOT = W-PER
                EXIT PARAGRAPH.
      * représentant en vigueur chez le client à la date de vente
           MOVE REP-MHIV TO W-REP-VTE
           CALL "rech-rep" USING CLI-MHIV W-DSP W-REP-VTE
           IF W-REP-VTE = 0
                EXIT PARAGRAPH.
           IF W-REP-VTE NOT = W-REP
                IF W-ETAT-OUVERT = 1
                     PERFORM Solde-Releve
                END-IF
                MOVE W-REP-VTE TO W-REP
                PERFORM Ouvre-Releve
           END-IF
           PERFORM Commissionne-La-Ligne.
