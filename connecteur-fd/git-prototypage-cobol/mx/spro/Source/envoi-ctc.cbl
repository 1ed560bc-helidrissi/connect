      *{Bench}prg-comment
      * envoi-ctc.cbl
151026* envoi-ctc.cbl : envoi par mail d'un document aux contacts
151026* du client qui tiennent le rôle demandé (rech-contact), avec
151026* une ligne de journal MXENVCTC par destinataire.  Un client
151026* sans contact pour ce rôle reçoit le document à l'adresse de
151026* sa fiche (EMA-MCLI), journalisé sous le contact 0, sauf
151026* pour le rôle direction, qui n'est qu'une copie.  La
151026* commande d'envoi est celle d'imprime.
151026* Entrée : client, rôle (A/C/R/D), type de document (FAC,
151026* AVO, BON, REL, RLC, LIV...) et numéro, fichier joint (à
151026* espaces : message sans pièce jointe), objet du mail.
151026* Sortie : LK-NB nombre de destinataires servis.
151026* Appelé par imprime, releve-b, relance-b, livconf-b et
151026* fds-b.
151026* Dans une société de formation (cf. forma-b) le mail ne part
151026* pas : ctl-forma le journalise dans ft/forma-envois.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. envoi-ctc.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:31:40.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXENVCTC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXENVCTC.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-ECRIT              PIC 9.
       77 W-ESSAI              PIC 9(02).
       77 W-IND                PIC S9(04) COMP.
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       77 W-CTC                PIC 9(04).
       77 W-NOM                PIC X(30).
       77 W-EMA                PIC X(50).
       77 CMD                  PIC X(512).
151026* envoi détourné en formation (cf. ctl-forma)
       77 W-CAN                PIC X(10) VALUE "MAIL".
       77 W-FORMA              PIC 9.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-ROL               PIC X.
       77 LK-DOC               PIC X(03).
       77 LK-NUM               PIC 9(08).
       77 LK-FIC               PIC X(256).
       77 LK-OBJ               PIC X(80).
       77 LK-NB                PIC 9(03).
       PROCEDURE DIVISION USING LK-CLI LK-ROL LK-DOC LK-NUM LK-FIC
                                LK-OBJ LK-NB.
       Debut.
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           MOVE 0 TO LK-NB W-CTC W-FIN
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEU FROM TIME
           PERFORM Envoi-Contact UNTIL W-FIN = 1
           IF LK-NB = 0 AND LK-ROL NOT = "D"
                PERFORM Envoi-Fiche-Client.
       F-Envoi-Ctc.
           EXIT PROGRAM.

       Ouvre-Fichiers.
           OPEN INPUT MXCLI
           OPEN I-O MXENVCTC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXENVCTC
                CLOSE MXENVCTC
                OPEN I-O MXENVCTC.
           MOVE 1 TO W-OUVERT.

      * contact suivant tenant le rôle
       Envoi-Contact.
           CALL "rech-contact" USING LK-CLI LK-ROL W-CTC W-NOM W-EMA
           IF W-CTC = 0
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           PERFORM Envoi-Mail.

      * aucun contact pour le rôle : adresse de la fiche client
       Envoi-Fiche-Client.
           MOVE LK-CLI TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           IF EMA-MCLI = SPACE
                EXIT PARAGRAPH.
           MOVE 0 TO W-CTC
           MOVE EMA-MCLI TO W-EMA
           PERFORM Envoi-Mail.

       Envoi-Mail.
           MOVE SPACE TO CMD
           IF LK-FIC = SPACE
                STRING "mutt -s """ DELIMITED BY SIZE
                       LK-OBJ DELIMITED BY "  "
                       """ -- " DELIMITED BY SIZE
                       W-EMA DELIMITED BY "  "
                       " < /dev/null" DELIMITED BY SIZE
                       INTO CMD
           ELSE
                STRING "mutt -s """ DELIMITED BY SIZE
                       LK-OBJ DELIMITED BY "  "
                       """ -a " DELIMITED BY SIZE
                       LK-FIC DELIMITED BY "  "
                       " -- " DELIMITED BY SIZE
                       W-EMA DELIMITED BY "  "
                       " < /dev/null" DELIMITED BY SIZE
                       INTO CMD
           END-IF
151026* société de formation : le mail part au journal
           CALL "ctl-forma" USING W-CAN W-EMA LK-OBJ W-FORMA
           IF W-FORMA = 1
                MOVE 0 TO W-IND
           ELSE
                CALL "C$SYSTEM" USING CMD, GIVING W-IND
           END-IF
           IF W-IND = 0
                ADD 1 TO LK-NB.
           INITIALIZE ENR-MENC
           MOVE LK-CLI TO CLI-MENC
           MOVE W-CTC TO CTC-MENC
           MOVE W-DAT TO DAT-MENC DAT2-MENC
           MOVE W-HEU TO HEU-MENC
           MOVE LK-ROL TO ROL-MENC
           MOVE LK-DOC TO DOC-MENC
           MOVE LK-NUM TO NUM-MENC
           MOVE W-EMA TO EMA-MENC
           MOVE LK-FIC TO FIC-MENC
           MOVE W-IND TO RET-MENC
           MOVE 0 TO W-ECRIT W-ESSAI
           PERFORM Ecrit-Journal UNTIL W-ECRIT = 1.

      * deux envois dans le même centième : l'heure est décalée
       Ecrit-Journal.
           MOVE HEU-MENC TO HEU2-MENC
           WRITE ENR-MENC INVALID
                ADD 1 TO HEU-MENC W-ESSAI
                IF W-ESSAI > 50
                     DISPLAY "envoi-ctc : envoi non journalisé "
                             LK-CLI " " W-CTC
                     MOVE 1 TO W-ECRIT
                END-IF
           NOT INVALID
                MOVE 1 TO W-ECRIT
           END-WRITE.
