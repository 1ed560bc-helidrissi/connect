230826*       unité - plus de double réservation ;
020926*       REFUS aussi quand la machine est immobilisée en
020926*       entretien (IEM-MMNT, cf. mainloc-b) ;
151026*       REFUS encore pour une machine sortie du registre des
151026*       immobilisations (vendue ou au rebut, cf. immo-b) ;
230826*   CALENDRIER <cat> <aaaamm>
230826*       disponibilité de la catégorie sur le mois : chaque
230826*       contrat vivant avec ses dates, ft/loc-calendrier.txt ;
230826*       numéroté MXAGEDIS) : la durée se décompose au mieux
230826*       pour le client en mois + semaines + jours sur la
230826*       grille du contrat.
151026*       L'agence et le montant facturé restent sur le
151026*       contrat (rentabilité par machine d'immo-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       FILE-CONTROL.
       COPY "MXLOC.sl".
       COPY "MXMAINT.sl".
       COPY "MXIMMO.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXAGEDIS.sl".
       FILE                        SECTION.
       COPY "MXLOC.fd".
       COPY "MXMAINT.fd".
       COPY "MXIMMO.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXAGEDIS.fd".
                END-READ
                CLOSE MXMAINT
           END-IF
151026*    machine vendue ou mise au rebut (cf. immo-b)
           OPEN INPUT MXIMMO
           IF FILE-STATUS = "00"
                MOVE W-MAT TO MAT-MIMO
                READ MXIMMO INVALID CONTINUE
                NOT INVALID
                     IF STA-MIMO NOT = "A"
                          DISPLAY "loc-b : unité " W-MAT
                                  " sortie du parc le " DSO-MIMO
                                  ", REFUS"
                          CLOSE MXIMMO MXLOC
                          GO F-Cree-Contrat
                     END-IF
                END-READ
                CLOSE MXIMMO
           END-IF
      * chevauchement sur la même unité : contrat refusé
           MOVE 0 TO W-CONFLIT
           PERFORM Controle-Chevauchement
           MOVE "F" TO STA-MLOC
           MOVE W-BON TO FAC-MLOC
           MOVE W-DAT TO DFA-MLOC
           MOVE W-AGE TO AGF-MLOC
           MOVE W-MNT TO MFA-MLOC
           REWRITE ENR-MLOC INVALID CONTINUE
           END-REWRITE
           CLOSE MXLOC MXBDIS MXLDIS MXAGEDIS
