020926*       la fiche d'avant-visite : encours (calc-encours),
020926*       bons ouverts et devis (MXBDIS TYP 0/8), derniers
020926*       achats (MXHISVTE), ft/visite-fiche-<cli>.txt.
151026*       La fiche montre aussi la part garantie et non
151026*       garantie par l'assurance-crédit (calc-encours).
151026*   RELEVE <nvi> <série> <heures>
151026*       horamètre relevé sur une machine du client pendant
151026*       la visite, au parc MXPARC à la date de la visite
151026*       (cf. releve-parc / parc-b, relances d'entretien).
151026*   ALERTE <cli> <date> [<rep>]
151026*       pose la visite sur la dernière alerte ouverte de
151026*       baisse d'achats du client (MXDECLIN, cf. declin-b) :
151026*       représentant de l'alerte à défaut d'un autre, visite
151026*       liée à l'alerte pour le suivi.  La fiche d'avant-
151026*       visite montre l'alerte ouverte et ses familles.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXBDIS.sl".
       COPY "MXHISVTE.sl".
       COPY "MXVISITE.sl".
       COPY "MXDECLIN.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       COPY "MXBDIS.fd".
       COPY "MXHISVTE.fd".
       COPY "MXVISITE.fd".
       COPY "MXDECLIN.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 W-CLI-X              PIC X(08).
       77 W-NVI                PIC 9(08).
       77 W-DATP               PIC 9(08).
       77 W-CRV                PIC X(60).
       77 W-MOI-X              PIC X(06).
       77 W-PER-ED             PIC Z(8)9,99.
       77 W-FAM-TXT            PIC X(60).
       77 I                    PIC 9(04) COMP.
       77 J                    PIC 9(04) COMP.
       77 W-DAT                PIC 9(08).
       77 W-JOURS              PIC 9(05).
       77 W-JRS-JOUR           PIC S9(07).
       77 W-NB                 PIC 9(05).
       77 W-ENCOURS            PIC S9(09)V99.
       77 W-ENCOURS-ED         PIC -(8)9,99.
       77 W-ASSURE-ED          PIC -(8)9,99.
151026* relevé d'horamètre (releve-parc)
       77 W-PRC-SER            PIC X(20).
       77 W-PRC-HRS            PIC 9(06).
       77 W-PRC-DAT            PIC 9(08).
       77 W-PRC-ORI            PIC X(03).
       77 W-PRC-RET            PIC 9.
           COPY "conv-num.wrk".
           COPY "encours.wrk".
           COPY "datser.wrk".
       01 LIGNE-VIS.
           05 LV-NVI           PIC 9(08).
           WHEN "TOURNEE"  PERFORM Tournee THRU F-Tournee
           WHEN "INACTIFS" PERFORM Inactifs THRU F-Inactifs
           WHEN "FICHE"    PERFORM Fiche THRU F-Fiche
           WHEN "RELEVE"   PERFORM Releve THRU F-Releve
           WHEN "ALERTE"   PERFORM Alerte THRU F-Alerte
           WHEN OTHER
                DISPLAY "visite-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : visite-b PLANIFIE rep cli date"
                DISPLAY "        visite-b TOURNEE rep date"
                DISPLAY "        visite-b INACTIFS rep jours"
                DISPLAY "        visite-b FICHE cli"
                DISPLAY "        visite-b RELEVE nvi série heures"
                DISPLAY "        visite-b ALERTE cli date [rep]"
           END-EVALUATE
           GO Fin.

                DISPLAY "usage : visite-b PLANIFIE rep cli date"
                GO F-Planifie.
           PERFORM Ouvre-Mxvisite
           MOVE SPACE TO W-CRV
           PERFORM Cree-Visite
           CLOSE MXVISITE
           DISPLAY "visite-b : visite " W-NVI " planifiée le "
                   W-DATP " chez " W-CLI.
       F-Planifie.
           EXIT.

      * nouvelle visite W-REP / W-CLI / W-DATP, numéro dans W-NVI
       Cree-Visite.
           MOVE 0 TO W-NVI
           MOVE 99999999 TO NVI-MVIS
           START MXVISITE KEY NOT > CLE1-MVIS INVALID
           MOVE W-DATP TO DPL-MVIS
           MOVE W-CLI TO CLI-MVIS
           MOVE "P" TO STA-MVIS
           MOVE W-CRV TO CRV-MVIS
           WRITE ENR-MVIS INVALID CONTINUE
           END-WRITE.

      * visite posée sur une alerte de baisse d'achats
       Alerte.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATP
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-REP
           IF W-CLI = 0 OR W-DATP = 0
                DISPLAY "usage : visite-b ALERTE cli date [rep]"
                GO F-Alerte.
           OPEN I-O MXDECLIN
           IF FILE-STATUS NOT = "00"
                DISPLAY "visite-b : aucune alerte"
                GO F-Alerte.
           PERFORM Derniere-Alerte
           IF W-FIN = 1
                DISPLAY "visite-b : pas d'alerte ouverte pour " W-CLI
                CLOSE MXDECLIN
                GO F-Alerte.
           IF NVI-MDEC NOT = 0
                DISPLAY "visite-b : alerte déjà suivie par la visite "
                        NVI-MDEC
                CLOSE MXDECLIN
                GO F-Alerte.
           IF W-REP = 0
                MOVE REP-MDEC TO W-REP.
           MOVE MOI-MDEC TO W-MOI-X
           MOVE SPACE TO W-CRV
           STRING "ALERTE BAISSE D'ACHATS " DELIMITED BY SIZE
                  W-MOI-X DELIMITED BY SIZE
                  INTO W-CRV
           PERFORM Ouvre-Mxvisite
           PERFORM Cree-Visite
           CLOSE MXVISITE
           MOVE W-NVI TO NVI-MDEC
           REWRITE ENR-MDEC INVALID CONTINUE
           END-REWRITE
           CLOSE MXDECLIN
           DISPLAY "visite-b : visite " W-NVI " planifiée le "
                   W-DATP " chez " W-CLI " sur l'alerte " W-MOI-X.
       F-Alerte.
           EXIT.

      * la dernière alerte du client (CLE3-MDEC), W-FIN à 1 s'il
      * n'en a pas d'ouverte
       Derniere-Alerte.
           MOVE 1 TO W-FIN
           MOVE W-CLI TO CL3-MDEC
           MOVE 999999 TO MO3-MDEC
           START MXDECLIN KEY NOT > CLE3-MDEC INVALID
                EXIT PARAGRAPH
           END-START
           READ MXDECLIN PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF CL3-MDEC = W-CLI AND STA-MDEC = "A"
                MOVE 0 TO W-FIN.

       Visite.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
       F-Visite.
           EXIT.

      * horamètre d'une machine vue chez le client
       Releve.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NVI
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRC-HRS
           IF W-NVI = 0 OR W-PAR3 = SPACE OR W-PRC-HRS = 0
                DISPLAY "usage : visite-b RELEVE nvi série heures"
                GO F-Releve.
           OPEN INPUT MXVISITE
           MOVE W-NVI TO NVI-MVIS
           READ MXVISITE INVALID
                DISPLAY "visite-b : visite inconnue " W-NVI
                CLOSE MXVISITE
                GO F-Releve
           END-READ
           MOVE CLI-MVIS TO W-CLI
           MOVE W-DAT TO W-PRC-DAT
           IF DVI-MVIS NOT = 0
                MOVE DVI-MVIS TO W-PRC-DAT
           END-IF
           CLOSE MXVISITE
           MOVE W-PAR3 TO W-PRC-SER
           MOVE "VIS" TO W-PRC-ORI
           CALL "releve-parc" USING W-PRC-SER W-CLI W-PRC-HRS
                W-PRC-DAT W-PRC-ORI W-PRC-RET
                ON EXCEPTION MOVE 9 TO W-PRC-RET
           END-CALL
           EVALUATE W-PRC-RET
           WHEN 0    DISPLAY "visite-b : " W-PRC-SER " relevé à "
                             W-PRC-HRS " h"
           WHEN 1    DISPLAY "visite-b : " W-PRC-SER " ajouté au "
                             "parc du client " W-CLI
           WHEN 3    DISPLAY "visite-b : relevé inférieur au dernier"
                             " connu, refusé"
           WHEN OTHER DISPLAY "visite-b : relevé non enregistré"
           END-EVALUATE.
       F-Releve.
           EXIT.

      ******************************************************************
      *    TOURNEE : la feuille du jour
      ******************************************************************
           WRITE LIGNE-ETAT
      * l'encours du jour (traites échues non soldées)
           MOVE 0 TO W-ENCOURS
           CALL "calc-encours" USING W-CLI W-DAT W-ENCOURS ENC-ASSUR
           END-CALL
           MOVE W-ENCOURS TO W-ENCOURS-ED
           MOVE SPACE TO LIGNE-ETAT
                  PLC-MCLI DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
151026* assurance-crédit : restant dû garanti / non garanti
           IF ENC-STA-ASS NOT = 0
                MOVE ENC-ASSURE TO W-ASSURE-ED
                MOVE ENC-NON-ASSURE TO W-ENCOURS-ED
                MOVE SPACE TO LIGNE-ETAT
                STRING "ENCOURS GARANTI : " DELIMITED BY SIZE
                       W-ASSURE-ED DELIMITED BY SIZE
                       "   NON GARANTI : " DELIMITED BY SIZE
                       W-ENCOURS-ED DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
                IF ENC-STA-ASS = 2
                     MOVE "GARANTIE ASSUREUR REFUSEE" TO LIGNE-ETAT
                     WRITE LIGNE-ETAT
                END-IF
                IF ENC-STA-ASS = 3
                     MOVE "GARANTIE ASSUREUR EXPIREE" TO LIGNE-ETAT
                     WRITE LIGNE-ETAT
                END-IF
           END-IF
      * alerte de baisse d'achats ouverte (declin-b)
           OPEN INPUT MXDECLIN
           IF FILE-STATUS = "00"
                PERFORM Derniere-Alerte
                IF W-FIN = 0
                     PERFORM Fiche-Alerte
                END-IF
                CLOSE MXDECLIN
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * bons ouverts et devis en cours
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-VIS.

       Fiche-Alerte.
           MOVE MOI-MDEC TO W-MOI-X
           MOVE PER-MDEC TO W-PER-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "ALERTE BAISSE D'ACHATS " DELIMITED BY SIZE
                  W-MOI-X DELIMITED BY SIZE
                  " - PERTE SUR 3 MOIS : " DELIMITED BY SIZE
                  W-PER-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO W-FAM-TXT
           MOVE 1 TO J
           PERFORM Fiche-Alerte-Famille VARYING I FROM 1 BY 1
                   UNTIL I > 5 OR I > NBF-MDEC
           IF FRQ-MDEC = 1
                STRING "COMMANDES MOINS FREQUENTES" DELIMITED BY SIZE
                       INTO W-FAM-TXT WITH POINTER J.
           MOVE SPACE TO LIGNE-ETAT
           STRING "FAMILLES (A ARRET, B BAISSE) : " DELIMITED BY SIZE
                  W-FAM-TXT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Fiche-Alerte-Famille.
           STRING FAM-MDEC(I) DELIMITED BY " "
                  "(" DELIMITED BY SIZE
                  TYF-MDEC(I) DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  INTO W-FAM-TXT WITH POINTER J.

      * les dix dernières lignes d'historique du client (lecture
      * par no décroissant)
       Fiche-Un-Achat.
