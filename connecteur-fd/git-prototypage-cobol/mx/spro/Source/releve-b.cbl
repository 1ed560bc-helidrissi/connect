230826* imprime (envoi mail en production).
020926* Le relevé porte aussi les soldes d'emballages consignés du
020926* client (MXCONSIG, cf. consigne-b).
151026* Le relevé part par mail aux contacts comptabilité
151026* fournisseurs du client (MXCONTAC, rôle C), à défaut à
151026* l'adresse de sa fiche ; envoi journalisé par envoi-ctc.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-ECHU               PIC S9(11)V99.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "envoi-ctc.wrk".
       01 LIGNE-POSTE.
           05 LP-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           END-IF
           CLOSE ETAT
           DISPLAY "releve-b : relevé client " W-CLI " ("
                   W-NB " postes) " ASSIGN-ETAT
           IF W-NB > 0
                PERFORM Envoi-Releve.

      * envoi aux contacts comptabilité fournisseurs du client
       Envoi-Releve.
           MOVE "C" TO ENV-ROL
           MOVE "REL" TO ENV-DOC
           MOVE W-DAT TO ENV-NUM
           MOVE ASSIGN-ETAT TO ENV-FIC
           MOVE SPACE TO ENV-OBJ
           STRING "Relevé de compte au " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " - client " DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  INTO ENV-OBJ
           CALL "envoi-ctc" USING W-CLI ENV-ROL ENV-DOC ENV-NUM
                                  ENV-FIC ENV-OBJ ENV-NB
           IF ENV-NB = 0
                DISPLAY "releve-b : relevé client " W-CLI
                        " non envoyé, aucun destinataire servi".

       Releve-Consignes.
           MOVE SPACE TO ENR-MCSG
