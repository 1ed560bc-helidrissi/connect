020926*       bon repasse en manque (TLI = 3), reprise par alloc-b;
020926*   ETAT <age> <nvg>
020926*       avancement de la vague, ft/vague-etat.txt.
151026* Quand la dernière mission d'un bon dans la vague est servie,
151026* le jalon PRE (commande préparée) part au client (notif-evt,
151026* cf. notif-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXLDIS.sl".
       COPY "MXEMPL.sl".
       COPY "MXVAGUE.sl".
       COPY "MXBDIS.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
       COPY "MXLDIS.fd".
       COPY "MXEMPL.fd".
       COPY "MXVAGUE.fd".
       COPY "MXBDIS.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(60).
       FD  ETAT LABEL RECORD STANDARD.
       77 W-FINE               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
      * jalon de préparation du bon (notif-evt)
       77 W-RESTE              PIC 9(04).
       77 W-NOT-EVT            PIC X(03) VALUE "PRE".
       77 W-NOT-TXT            PIC X(80).
       77 I                    PIC 9(04) COMP.
       77 J                    PIC 9(04) COMP.
       77 W-IX                 PIC 9(04) COMP.
                REWRITE ENR-MLDI INVALID CONTINUE
                END-REWRITE
           END-READ
           PERFORM Notifie-Preparation
           PERFORM Ferme-Scan
           IF STA-MVAG = "M"
                DISPLAY "vague-b : mission " W-SEQ " servie COURTE"
       Ferme-Scan.
           CLOSE MXVAGUE MXLDIS MXART.

      * plus aucune mission en attente pour le bon dans la vague :
      * le client est prévenu que sa commande est préparée
       Notifie-Preparation.
           MOVE BON-MVAG TO W-BON
           MOVE 0 TO W-RESTE W-FINE
           MOVE W-AGE TO AGE-MVAG
           MOVE W-NVG TO NVG-MVAG
           MOVE 0 TO SEQ-MVAG
           START MXVAGUE KEY NOT < CLE1-MVAG INVALID
                MOVE 1 TO W-FINE
           END-START
           PERFORM Compte-Reste UNTIL W-FINE = 1
           IF W-RESTE > 0
                EXIT PARAGRAPH.
           OPEN INPUT MXBDIS
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                MOVE 0 TO CLI-MBDI
           END-READ
           CLOSE MXBDIS
           MOVE W-NVG TO W-NVG-X
           MOVE SPACE TO W-NOT-TXT
           STRING "vague " DELIMITED BY SIZE
                  W-NVG-X DELIMITED BY SIZE
                  INTO W-NOT-TXT
           CALL "notif-evt" USING W-NOT-EVT W-AGE W-BON CLI-MBDI
                                  W-NOT-TXT.

       Compte-Reste.
           READ MXVAGUE NEXT AT END MOVE 1 TO W-FINE
                EXIT PARAGRAPH
           END-READ
           IF AGE-MVAG NOT = W-AGE OR NVG-MVAG NOT = W-NVG
                MOVE 1 TO W-FINE
                EXIT PARAGRAPH.
           IF BON-MVAG = W-BON AND STA-MVAG = "A"
                ADD 1 TO W-RESTE.

      ******************************************************************
      *    ETAT : avancement de la vague
      ******************************************************************
