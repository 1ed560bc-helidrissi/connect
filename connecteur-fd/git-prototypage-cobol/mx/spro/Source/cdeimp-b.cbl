230826*         abonnements) ; chaque ligne rejetée part dans
230826*         ft/cdeimp-rejets.txt avec sa raison, rien n'est
230826*         perdu en silence.
151026* Assortiment contractuel des grands comptes (ctl-assort) :
151026* une ligne hors liste d'un client en mode blocage est
151026* rejetée avec l'équivalent listé s'il y en a un ; en mode
151026* avertissement elle est intégrée et signalée dans le même
151026* fichier (LIGNE HORS ASSORTIMENT), pour le commercial.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-QTE                PIC S9(09)V99.
       77 W-PUN                PIC 9(09)V99.
       77 W-PRO                PIC 9.
       77 W-ASO-RES            PIC 9.
       77 W-ASO-EQV            PIC X(20).
       77 W-ASO-LIB            PIC X(132).
       77 W-ENCOURS            PIC S9(09)V99.
       77 W-NBSAUT             PIC 9(02).
       77 W-FIN                PIC 9.
       77 I                    PIC 9(02) COMP.
       78 MOB-BATCH            VALUE IS 90.
           COPY "conv-num.wrk".
           COPY "encours.wrk".
           COPY "lit-agedis.wrk".
       01 W-ZONES-PROFIL.
           05 WF-CLI           PIC X(10).
                PERFORM Ferme-Import
                GO F-Importe-Commande.
           MOVE 0 TO W-ENCOURS
           CALL "calc-encours" USING W-CLI W-DAT W-ENCOURS ENC-ASSUR
           END-CALL
           IF PLC-MCLI > 0 AND W-ENCOURS > PLC-MCLI
                MOVE SPACE TO LIGNE-ETAT

       Ferme-Import.
           CLOSE MOUVT MXPROFIM MXCLI MXART MXBDIS MXLDIS
                 MXAGEDIS ETAT
           CANCEL "ctl-assort".

       Rejette-Client.
           MOVE SPACE TO LIGNE-ETAT
           IF CANN-MART = 1 OR TAR-MART = 2
                PERFORM Rejette-La-Ligne
                EXIT PARAGRAPH.
      * assortiment contractuel du client
           MOVE 0 TO W-ASO-RES
           MOVE SPACE TO W-ASO-EQV
           CALL "ctl-assort" USING W-CLI COD-MART W-DAT W-ASO-RES
                W-ASO-EQV
                ON EXCEPTION CONTINUE
           END-CALL
           IF W-ASO-RES = 2
                PERFORM Signale-Assortiment
                ADD 1 TO W-NBREJ
                EXIT PARAGRAPH.
           IF W-ASO-RES = 1
                PERFORM Signale-Assortiment.
      * prix du jour, promotions comprises
           MOVE PVT-MART TO W-PUN
           MOVE 0 TO W-PRO
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * ligne hors assortiment : rejetée (mode blocage) ou
      * intégrée mais signalée (mode avertissement)
       Signale-Assortiment.
           MOVE SPACE TO LIGNE-ETAT
           IF W-ASO-RES = 2
                STRING W-DAT DELIMITED BY SIZE
                       " CLIENT " DELIMITED BY SIZE
                       W-PAR3 DELIMITED BY " "
                       " LIGNE REJETEE HORS ASSORTIMENT : "
                       DELIMITED BY SIZE
                       COD-MART DELIMITED BY " "
                       INTO LIGNE-ETAT
           ELSE
                STRING W-DAT DELIMITED BY SIZE
                       " CLIENT " DELIMITED BY SIZE
                       W-PAR3 DELIMITED BY " "
                       " LIGNE HORS ASSORTIMENT : " DELIMITED BY SIZE
                       COD-MART DELIMITED BY " "
                       INTO LIGNE-ETAT
           END-IF
           IF W-ASO-EQV NOT = SPACE
                MOVE LIGNE-ETAT TO W-ASO-LIB
                MOVE SPACE TO LIGNE-ETAT
                STRING W-ASO-LIB DELIMITED BY "  "
                       " - EQUIVALENT LISTE " DELIMITED BY SIZE
                       W-ASO-EQV DELIMITED BY " "
                       INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".
           COPY "lit-agedis.cbl".

