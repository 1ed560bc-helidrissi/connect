230826*   WORKLIST
230826*       liste de travail du crédit client triée par échu
230826*       décroissant, ft/relance-worklist.txt.
151026* Une échéance cédée au factor (AFF-MECH = 1, cf. affact-b)
151026* n'est plus relancée par nous.
151026* Une créance d'un client en redressement ou en liquidation
151026* (DOU-MECH R/L, cf. douteux-b) se déclare au mandataire et
151026* ne se relance plus ; le litige (T) reste suivi.
151026* Une retenue de garantie (RTG-MECH = 1, cf. retgar-b) ne se
151026* relance qu'une fois la réception des travaux prononcée et
151026* l'année de garantie écoulée.
151026* La lettre part par mail aux contacts comptabilité
151026* fournisseurs du client (MXCONTAC, rôle C), à défaut à
151026* l'adresse de sa fiche ; la mise en demeure (niveau 3) part
151026* aussi en copie aux contacts direction (rôle D).  Envois
151026* journalisés par envoi-ctc.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       78 MAXTAB               VALUE IS 300.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "envoi-ctc.wrk".
      * barème des niveaux : délai en jours d'échu et texte
       01 W-BAREME.
           05 W-BAR-NIVEAU OCCURS 3.
           END-READ
           IF LET-MECH = 1 OR DEC-MECH > W-DAT
                EXIT PARAGRAPH.
151026* l'échéance cédée se recouvre chez le factor
           IF AFF-MECH = 1
                EXIT PARAGRAPH.
151026* procédure collective : plus de relance du client
           IF DOU-MECH = "R" OR DOU-MECH = "L"
                EXIT PARAGRAPH.
151026* retenue de garantie : pas avant réception plus un an
           IF RTG-MECH = 1 AND DRC-MECH = 0
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
           REWRITE ENR-MCLI INVALID CONTINUE
           END-REWRITE
           PERFORM Journal-Relance
           PERFORM Envoi-Relance
           ADD 1 TO W-NB.

      * envoi de la lettre aux contacts du client
       Envoi-Relance.
           MOVE "C" TO ENV-ROL
           MOVE "RLC" TO ENV-DOC
           MOVE W-NRL TO ENV-NUM
           MOVE ASSIGN-ETAT TO ENV-FIC
           MOVE SPACE TO ENV-OBJ
           STRING "Relance niveau " DELIMITED BY SIZE
                  W-NIVEAU DELIMITED BY SIZE
                  " - client " DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  INTO ENV-OBJ
           CALL "envoi-ctc" USING W-CLI ENV-ROL ENV-DOC ENV-NUM
                                  ENV-FIC ENV-OBJ ENV-NB
           IF ENV-NB = 0
                DISPLAY "relance-b : relance client " W-CLI
                        " non envoyée, aucun destinataire servi".
           IF W-NIVEAU NOT = 3
                EXIT PARAGRAPH.
           MOVE "D" TO ENV-ROL
           CALL "envoi-ctc" USING W-CLI ENV-ROL ENV-DOC ENV-NUM
                                  ENV-FIC ENV-OBJ ENV-NB.

       Edite-Lettre.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/relance-" DELIMITED BY SIZE
