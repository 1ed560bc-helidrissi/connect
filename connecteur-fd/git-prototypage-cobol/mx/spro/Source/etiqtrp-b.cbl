020926*   ETAT <age>
020926*       le suivi par bon, à lire à côté du POD de livconf-b,
020926*       ft/etiqtrp-etat.txt.
151026* Un bon livré sur un site du carnet d'adresses (SIT-MBDI,
151026* MXADRLIV) s'étiquette à l'adresse et dans la zone du site,
151026* avec le contact et les contraintes de livraison (cf.
151026* contr-liv).
151026* Chaque colis remis au transporteur (RAMASSE) prévient le
151026* client avec son numéro de suivi (jalon EXP, notif-evt, cf.
151026* notif-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXCLI.sl".
       COPY "MXCARTON.sl".
       COPY "MXTRACK.sl".
       COPY "MXADRLIV.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
       COPY "MXCLI.fd".
       COPY "MXCARTON.fd".
       COPY "MXTRACK.fd".
       COPY "MXADRLIV.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(80).
       FD  ETAT LABEL RECORD STANDARD.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-COLISAGE           PIC 9.
      * destinataire de l'étiquette : client ou site de livraison
       77 W-ETQ-RAI            PIC X(40).
       77 W-ETQ-ADR            PIC X(40).
       77 W-ETQ-POS            PIC X(05).
       77 W-ETQ-VIL            PIC X(30).
       77 W-SITE-LIG           PIC X(80).
      * jalon d'expédition pour le client (notif-evt)
       77 W-NOT-EVT            PIC X(03) VALUE "EXP".
       77 W-NOT-TXT            PIC X(80).
           COPY "conv-num.wrk".
           COPY "contr-liv.wrk".
       01 W-ZONES-STA.
           05 WS-TRK           PIC X(20).
           05 WS-STA           PIC X(02).
                MOVE SPACE TO ZLV-MCLI
           END-READ
           MOVE ZLV-MCLI TO W-ZON
           MOVE RAI-MCLI TO W-ETQ-RAI
           MOVE ADR-MCLI TO W-ETQ-ADR
           MOVE POS-MCLI TO W-ETQ-POS
           MOVE VIL-MCLI TO W-ETQ-VIL
           MOVE SPACE TO CTL-TXT W-SITE-LIG
           IF SIT-MBDI > 0
                PERFORM Site-Livraison.
           MOVE 1 TO W-COLISAGE
           OPEN INPUT MXCARTON
           IF FILE-STATUS = "35"
                  " ===" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-ETQ-RAI TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-ETQ-ADR TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING W-ETQ-POS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-ETQ-VIL DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-SITE-LIG NOT = SPACE
                MOVE W-SITE-LIG TO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           IF CTL-TXT NOT = SPACE
                MOVE CTL-TXT TO LIGNE-ETAT
                WRITE LIGNE-ETAT.
      * code-barres de routage : transporteur / zone / tracking
           MOVE SPACE TO LIGNE-ETAT
           STRING "*" DELIMITED BY SIZE
           WRITE LIGNE-ETAT
           ADD 1 TO W-NB.

      * site du carnet d'adresses : adresse copiée sur le bon, zone
      * du site si elle est renseignée, contact et contraintes
       Site-Livraison.
           MOVE RAI-MBDI TO W-ETQ-RAI
           MOVE ADR-MBDI TO W-ETQ-ADR
           MOVE POS-MBDI TO W-ETQ-POS
           MOVE VIL-MBDI TO W-ETQ-VIL
           IF ZLV-MBDI NOT = SPACE
                MOVE ZLV-MBDI TO W-ZON.
           OPEN INPUT MXADRLIV
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE CLI-MBDI TO CLI-MADL
           MOVE SIT-MBDI TO SIT-MADL
           READ MXADRLIV INVALID CONTINUE
           NOT INVALID
                IF CTC-MADL NOT = SPACE OR TEL-MADL NOT = SPACE
                     STRING "Contact " DELIMITED BY SIZE
                            CTC-MADL DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            TEL-MADL DELIMITED BY "  "
                            INTO W-SITE-LIG
                END-IF
                PERFORM CONTR-LIV
           END-READ
           CLOSE MXADRLIV.

      ******************************************************************
      *    RAMASSE : le fichier d'enlèvement du soir
      ******************************************************************
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           OPEN INPUT MXBDIS
           MOVE SPACE TO ENR-MTRK
           MOVE LOW-VALUE TO TRK-MTRK
           MOVE 0 TO W-FIN W-NB
                MOVE 1 TO W-FIN
           END-START
           PERFORM Ramasse-Un-Colis UNTIL W-FIN = 1
           CLOSE ETAT MXTRACK MXBDIS
           DISPLAY "etiqtrp-b : " W-NB " colis au fichier de"
                   " ramasse " ASSIGN-ETAT.
       F-Ramasse.
           MOVE W-DAT TO DST-MTRK
           REWRITE ENR-MTRK INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB
           PERFORM Notifie-Expedition.

      * colis remis au transporteur : le client reçoit son numéro
      * de suivi
       Notifie-Expedition.
           MOVE AGE-MTRK TO AGE-MBDI
           MOVE BON-MTRK TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-NOT-TXT
           STRING "transporteur " DELIMITED BY SIZE
                  TRP-MTRK DELIMITED BY " "
                  ", suivi " DELIMITED BY SIZE
                  TRK-MTRK DELIMITED BY " "
                  INTO W-NOT-TXT
           CALL "notif-evt" USING W-NOT-EVT AGE-MTRK BON-MTRK
                                  CLI-MBDI W-NOT-TXT.

      ******************************************************************
      *    STATUT : le retour du transporteur
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "contr-liv.cbl".

       Fin.
           STOP RUN.
