      *{Bench}prg-comment
      * ctl-forma.cbl
151026* ctl-forma.cbl : envoi vers l'extérieur depuis un
151026* environnement de formation (cf. forma-b) ?  La société de
151026* formation porte le marqueur MX-DIR/formation.cfg ; là,
151026* rien ne doit partir : l'envoi est remplacé par une ligne
151026* du journal MX-DIR/ft/forma-envois.txt (date, heure, canal,
151026* destinataire, objet) que l'appelant traite comme un envoi
151026* réussi.  Appelé par envoi-ctc et fds-b avant la commande
151026* de mail.
151026* Entrée : canal (MAIL...), destinataire, objet.
151026* Sortie : LK-FORMA 1 environnement de formation, envoi
151026* détourné ; 0 envoi normal.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ctl-forma.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:41:18.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT JOURNAL ASSIGN TO ASSIGN-JOURNAL
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-JOURNAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JOURNAL LABEL RECORD STANDARD.
       01  ENR-JOURNAL         PIC X(200).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS-JOURNAL  PIC X(2).
       77 ASSIGN-JOURNAL       PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-LU                 PIC 9 VALUE 0.
       77 W-FORMA              PIC 9 VALUE 0.
       77 W-PRESENT            PIC S9(04) COMP.
       77 W-FIC                PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
      * zones de C$FILEINFO : seul le code retour sert (0 = présent)
       01 W-FIC-INFO.
           03 W-FIC-TAILLE     PIC X(8) COMP-X.
           03 W-FIC-DATE       PIC 9(8) COMP-X.
           03 W-FIC-HEURE      PIC 9(8) COMP-X.
       LINKAGE                     SECTION.
       77 LK-CAN               PIC X(10).
       77 LK-DST               PIC X(50).
       77 LK-OBJ               PIC X(80).
       77 LK-FORMA             PIC 9.
       PROCEDURE DIVISION USING LK-CAN LK-DST LK-OBJ LK-FORMA.
       Debut.
      * le marqueur ne se cherche qu'au premier appel du programme
           IF W-LU = 0
                PERFORM Cherche-Marqueur.
           MOVE W-FORMA TO LK-FORMA
           IF W-FORMA = 0
                GO F-Ctl-Forma.
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEU FROM TIME
           OPEN EXTEND JOURNAL
           IF FILE-STATUS-JOURNAL NOT = "00"
                OPEN OUTPUT JOURNAL
           END-IF
           MOVE SPACE TO ENR-JOURNAL
           STRING W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HEU(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LK-CAN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  LK-DST DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LK-OBJ DELIMITED BY "  "
                  INTO ENR-JOURNAL
           WRITE ENR-JOURNAL
           CLOSE JOURNAL.
       F-Ctl-Forma.
           EXIT PROGRAM.

       Cherche-Marqueur.
           MOVE 1 TO W-LU
           MOVE 0 TO W-FORMA
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           MOVE SPACE TO W-FIC
           STRING MX-DIR DELIMITED BY "  "
                  "/formation.cfg" DELIMITED BY SIZE
                  INTO W-FIC
           CALL "C$FILEINFO" USING W-FIC, W-FIC-INFO
                GIVING W-PRESENT
           IF W-PRESENT NOT = 0
                EXIT PARAGRAPH.
           MOVE 1 TO W-FORMA
           MOVE SPACE TO ASSIGN-JOURNAL
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/forma-envois.txt" DELIMITED BY SIZE
                  INTO ASSIGN-JOURNAL.
