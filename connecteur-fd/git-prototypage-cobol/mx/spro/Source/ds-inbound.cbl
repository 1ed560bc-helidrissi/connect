020926* (tarif PVN-MART, promo rech-promo, marché rech-marche,
020926* palier rech-palier) - l'outil distant cote sur le VRAI
020926* stock, plus sur l'export delta d'hier.
151026* Avec un dslink.cfg dans MX-DIR (cf. ds-secu), chaque ligne
151026* arrive scellée : DSS;<seq>;<clé>;<sceau>;<message>, le
151026* sceau HMAC-SHA256 de "<seq>;<message>" par la clé nommée
151026* (toute clé encore listée est admise, pour la rotation).
151026* Sceau faux, clé inconnue, ligne non scellée ou numéro
151026* déjà vu (rejeu : <seq> doit croître, le dernier admis est
151026* tenu dans MX-DIR/ds-inbound.seq) : la ligne est refusée et
151026* tracée dans ft/ds-securite.log.  Les réponses DISPO
151026* partent scellées de même par la clé d'émission.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
           SELECT REPONSE ASSIGN TO ASSIGN-REPONSE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-REPONSE.
           SELECT DSSEQ  ASSIGN TO ASSIGN-DSSEQ
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-SEQ.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
           02 CKP-COD-MART     PIC X(20).
           02 CKP-STATUT       PIC X(1).
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(300).
       FD  ARBITRE LABEL RECORD STANDARD.
       01  ENR-ARBITRE         PIC X(220).
       FD  JOURNAL LABEL RECORD STANDARD.
       01  ENR-JOURNAL         PIC X(220).
       FD  REPONSE LABEL RECORD STANDARD.
       01  ENR-REPONSE         PIC X(220).
       FD  DSSEQ LABEL RECORD STANDARD.
       01  ENR-DSSEQ.
           02 SEQ-ENT          PIC 9(8).
           02 SEQ-SOR          PIC 9(8).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CKP      PIC X(2).
       01 W-APL-MAR-TAB.
           05 W-APL-MAR        PIC X(20) OCCURS 500.
           COPY "conv-num.wrk".
151026* liaison scellée avec le serveur DS
       77 FILE-STATUS-SEQ      PIC X(2).
       77 ASSIGN-DSSEQ         PIC X(80).
       77 W-SECURE             PIC 9.
       77 W-NBSEC              PIC 9(05).
       77 W-SEQ-ENT            PIC 9(08).
       77 W-SEQ-SOR            PIC 9(08).
       77 W-SEQ-LU             PIC 9(08).
       77 W-ID-EMI             PIC X(08).
       77 W-CLE-EMI            PIC X(64).
       77 W-PTR                PIC 9(03) COMP.
       77 W-MOTIF              PIC X(20).
       77 W-MESSAGE            PIC X(300).
       77 W-LIGNE              PIC X(220).
       01 W-ZONES-SEC.
           05 WS-TAG           PIC X(03).
           05 WS-SEQ           PIC X(08).
           05 WS-CLE           PIC X(08).
           05 WS-MAC           PIC X(64).
           COPY "dssecu.wrk".
       01 W-ZONES-MSG.
           05 WM-FIC           PIC X(12).
           05 WM-COD           PIC X(20).
                DISPLAY "ds-inbound : fichier introuvable "
                        ASSIGN-MOUVT
                GO Fin.
           PERFORM Charge-Liaison
           IF W-SECURE = 2
                DISPLAY "ds-inbound : clé de la liaison illisible, "
                        "fichier refusé"
                CLOSE MOUVT
                GO Fin.
           PERFORM Charge-Checkpoints
           OPEN I-O MXART MXMARQUE
           STRING MX-DIR DELIMITED BY "  "
           END-IF
           OPEN INPUT MXARTSA MXCLI
           MOVE 0 TO W-REPONSE-OUVERTE
           MOVE 0 TO W-FIN W-NB W-NBARB W-ERR W-NBSEC
           PERFORM Traite-Un-Message UNTIL W-FIN = 1
           IF W-SECURE = 1
                PERFORM Ecrit-Sequences.
           IF W-REPONSE-OUVERTE = 1
                CLOSE REPONSE.
           CLOSE MOUVT MXART MXMARQUE ARBITRE JOURNAL
                 MXARTSA MXCLI
           DISPLAY "ds-inbound : " W-NB " appliqués, " W-NBARB
                   " en arbitrage, " W-ERR " rejets, " W-NBSEC
                   " refusés (sceau)"
           GO Fin.

      * date du dernier export réussi par fichier (le checkpoint est
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-SECURE = 1
                PERFORM Controle-Sceau
                IF W-MESSAGE = SPACE
                     EXIT PARAGRAPH
                END-IF
           ELSE MOVE ENR-MOUVT TO W-MESSAGE
           END-IF
           MOVE SPACE TO W-ZONES-MSG
           UNSTRING W-MESSAGE DELIMITED BY ";"
                INTO WM-FIC WM-COD WM-CHAMP WM-VALEUR
           EVALUATE WM-FIC
           WHEN "MXART"    PERFORM Applique-Mxart
                       WM-COD DELIMITED BY " "
                       ";***;0,00;0,00;0" DELIMITED BY SIZE
                       INTO ENR-REPONSE
                PERFORM Ecrit-Reponse
           END-IF
           ADD 1 TO W-NB.

                  ";" DELIMITED BY SIZE
                  W-DIS-PRO DELIMITED BY SIZE
                  INTO ENR-REPONSE
           PERFORM Ecrit-Reponse
           ADD 1 TO W-DIS-NB.

      ******************************************************************
      *    liaison scellée (dslink.cfg, cf. ds-secu)
      ******************************************************************
      * sans dslink.cfg le fichier est pris tel quel, comme avant
       Charge-Liaison.
           MOVE 0 TO W-SECURE W-SEQ-ENT W-SEQ-SOR
           MOVE "L" TO SEC-FON
           CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
           IF SEC-RET = 1
                EXIT PARAGRAPH.
           IF SEC-RET NOT = 0 OR SEC-CLE-ID = SPACE
                MOVE 2 TO W-SECURE
                MOVE SPACE TO SEC-DON
                STRING "DS-INBOUND CLE D'EMISSION ABSENTE "
                       DELIMITED BY SIZE
                       ASSIGN-MOUVT DELIMITED BY " "
                       INTO SEC-DON
                MOVE "J" TO SEC-FON
                CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
                EXIT PARAGRAPH.
           MOVE 1 TO W-SECURE
           MOVE SEC-CLE-ID TO W-ID-EMI
           MOVE SEC-SECRET TO W-CLE-EMI
           MOVE SPACE TO ASSIGN-DSSEQ
           STRING MX-DIR DELIMITED BY "  "
                  "/ds-inbound.seq" DELIMITED BY SIZE
                  INTO ASSIGN-DSSEQ
           OPEN INPUT DSSEQ
           IF FILE-STATUS-SEQ NOT = "00"
                EXIT PARAGRAPH.
           READ DSSEQ AT END MOVE ZERO TO ENR-DSSEQ
           END-READ
           IF SEQ-ENT NUMERIC
                MOVE SEQ-ENT TO W-SEQ-ENT.
           IF SEQ-SOR NUMERIC
                MOVE SEQ-SOR TO W-SEQ-SOR.
           CLOSE DSSEQ.

       Ecrit-Sequences.
           OPEN OUTPUT DSSEQ
           MOVE W-SEQ-ENT TO SEQ-ENT
           MOVE W-SEQ-SOR TO SEQ-SOR
           WRITE ENR-DSSEQ
           CLOSE DSSEQ.

      * DSS;seq;clé;sceau;message -> W-MESSAGE, à blanc si refusé
       Controle-Sceau.
           MOVE SPACE TO W-ZONES-SEC W-MESSAGE
           MOVE 1 TO W-PTR
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WS-TAG WS-SEQ WS-CLE WS-MAC
                WITH POINTER W-PTR
           IF WS-TAG NOT = "DSS" OR WS-SEQ NOT NUMERIC
           OR W-PTR > 300
                MOVE "NON SCELLE" TO W-MOTIF
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           MOVE WS-CLE TO SEC-CLE-ID
           MOVE "K" TO SEC-FON
           CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
           IF SEC-RET NOT = 0
                MOVE "CLE INCONNUE" TO W-MOTIF
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           MOVE SEC-SECRET TO SEC-CLE-MAC
           MOVE WS-MAC TO SEC-MAC
           MOVE SPACE TO SEC-DON
           STRING WS-SEQ ";" DELIMITED BY SIZE
                  INTO SEC-DON
           MOVE ENR-MOUVT(W-PTR:) TO SEC-DON(10:)
           MOVE "V" TO SEC-FON
           CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
           IF SEC-RET = 1
                MOVE "SCEAU FAUX" TO W-MOTIF
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           IF SEC-RET NOT = 0
                MOVE "CONTROLE IMPOSSIBLE" TO W-MOTIF
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           MOVE WS-SEQ TO W-SEQ-LU
           IF W-SEQ-LU NOT > W-SEQ-ENT
                MOVE "REJOUE" TO W-MOTIF
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           MOVE W-SEQ-LU TO W-SEQ-ENT
           MOVE ENR-MOUVT(W-PTR:) TO W-MESSAGE.

       Refuse-Message.
           ADD 1 TO W-NBSEC
           MOVE SPACE TO W-MESSAGE SEC-DON
           STRING "DS-INBOUND REFUS " DELIMITED BY SIZE
                  W-MOTIF DELIMITED BY "  "
                  " : " DELIMITED BY SIZE
                  ENR-MOUVT DELIMITED BY SIZE
                  INTO SEC-DON
           MOVE "J" TO SEC-FON
           CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
           DISPLAY "ds-inbound : message refusé (" W-MOTIF ")".

      * la réponse part scellée par la clé d'émission, au numéro
      * suivant
       Ecrit-Reponse.
           IF W-SECURE = 0
                WRITE ENR-REPONSE
                EXIT PARAGRAPH.
           ADD 1 TO W-SEQ-SOR
           MOVE ENR-REPONSE TO W-LIGNE
           MOVE W-SEQ-SOR TO W-SEQ-LU
           MOVE SPACE TO SEC-DON
           STRING W-SEQ-LU ";" DELIMITED BY SIZE
                  INTO SEC-DON
           MOVE W-LIGNE TO SEC-DON(10:)
           MOVE W-CLE-EMI TO SEC-CLE-MAC
           MOVE "M" TO SEC-FON
           CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
           IF SEC-RET NOT = 0
                MOVE "SCELLEMENT IMPOSSIBLE" TO W-MOTIF
                MOVE W-LIGNE TO ENR-MOUVT
                PERFORM Refuse-Message
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-REPONSE
           MOVE 1 TO W-PTR
           STRING "DSS;" DELIMITED BY SIZE
                  W-SEQ-LU DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-ID-EMI DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  SEC-MAC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  INTO ENR-REPONSE WITH POINTER W-PTR
           MOVE W-LIGNE TO ENR-REPONSE(W-PTR:)
           WRITE ENR-REPONSE.

       Applique-Mxart.
           MOVE WM-COD TO COD-MART
           READ MXART INVALID
