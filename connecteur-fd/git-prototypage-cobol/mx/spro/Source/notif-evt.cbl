      *{Bench}prg-comment
      * notif-evt.cbl
151026* notif-evt.cbl : jalon de suivi d'un bon client posé dans le
151026* journal MXNOTIF, à envoyer au client par notif-b ENVOIE.
151026* Appelé par les programmes qui font avancer la commande :
151026* alloc-b (ALL), vague-b (PRE), etiqtrp-b RAMASSE (EXP),
151026* livconf-b (LIV), facgrp-b (FAC) ; notif-b DETECTE pose
151026* ACC, DLP et FAC pour les bons saisis ou modifiés à l'écran.
151026* Entrée : jalon, agence, bon, client, détail.
151026* Un jalon déjà journalisé pour le bon avec le même détail
151026* n'est pas repris (relance d'un traitement, même article
151026* alloué deux fois...).  Le fichier reste ouvert d'un appel
151026* à l'autre, comme rech-adrliv.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. notif-evt.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:41:05.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXNOTIF.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXNOTIF.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NUM                PIC 9(08).
       77 W-ESSAI              PIC 9(02).
       77 W-ECRIT              PIC 9.
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       LINKAGE                     SECTION.
       77 LK-EVT               PIC X(03).
       77 LK-AGE               PIC X(03).
       77 LK-BON               PIC 9(08).
       77 LK-CLI               PIC 9(08).
       77 LK-TXT               PIC X(80).
       PROCEDURE DIVISION USING LK-EVT LK-AGE LK-BON LK-CLI LK-TXT.
       Debut.
           IF W-OUVERT = 0
                OPEN I-O MXNOTIF
                IF FILE-STATUS = "35"
                     OPEN OUTPUT MXNOTIF
                     CLOSE MXNOTIF
                     OPEN I-O MXNOTIF
                END-IF
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           IF W-OUVERT NOT = 1 OR LK-CLI = 0
                GO F-Notif-Evt.
           PERFORM Cherche-Jalon
           IF W-TROUVE = 1
                GO F-Notif-Evt.
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEU FROM TIME
           MOVE 0 TO W-ESSAI W-ECRIT
           PERFORM Ecrit-Jalon UNTIL W-ECRIT = 1 OR W-ESSAI > 50.
       F-Notif-Evt.
           EXIT PROGRAM.

      * même jalon, même détail, déjà posé pour ce bon ?
       Cherche-Jalon.
           MOVE 0 TO W-TROUVE W-FIN
           MOVE LK-AGE TO AGE-MNOT
           MOVE LK-BON TO BON-MNOT
           START MXNOTIF KEY NOT < CLE3-MNOT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Jalon UNTIL W-FIN = 1.

       Lit-Jalon.
           READ MXNOTIF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNOT NOT = LK-AGE OR BON-MNOT NOT = LK-BON
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF EVT-MNOT = LK-EVT AND TXT-MNOT = LK-TXT
                MOVE 1 TO W-TROUVE W-FIN.

      * numéro suivant ; un autre traitement peut avoir pris le
      * même entre-temps : on reprend au suivant
       Ecrit-Jalon.
           ADD 1 TO W-ESSAI
           MOVE 0 TO W-NUM
           MOVE 99999999 TO NUM-MNOT
           START MXNOTIF KEY NOT > CLE1-MNOT INVALID
                CONTINUE
           NOT INVALID
                READ MXNOTIF PREVIOUS AT END CONTINUE
                NOT AT END MOVE NUM-MNOT TO W-NUM
                END-READ
           END-START
           INITIALIZE ENR-MNOT
           ADD 1 TO W-NUM
           MOVE W-NUM TO NUM-MNOT NUM2-MNOT NUM4-MNOT
           MOVE LK-CLI TO CLI-MNOT
           MOVE LK-AGE TO AGE-MNOT
           MOVE LK-BON TO BON-MNOT
           MOVE "A" TO STA-MNOT
           MOVE LK-EVT TO EVT-MNOT
           MOVE W-DAT TO DAT-MNOT
           MOVE W-HEU TO HEU-MNOT
           MOVE LK-TXT TO TXT-MNOT
           MOVE SPACE TO CAN-MNOT DST-MNOT
           WRITE ENR-MNOT INVALID CONTINUE
           NOT INVALID MOVE 1 TO W-ECRIT
           END-WRITE.
