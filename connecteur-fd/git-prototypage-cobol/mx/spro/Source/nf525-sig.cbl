      *{Bench}prg-comment
      * nf525-sig.cbl
151026* nf525-sig.cbl : signature du journal inaltérable de caisse
151026* (MXNF525).  Signature ECDSA P-256 sur SHA-256 par openssl,
151026* clé privée MX-DIR/nf525/cle-privee.pem, vérifiable par
151026* quiconque détient MX-DIR/nf525/cle-publique.pem (remise à
151026* l'auditeur avec les archives, cf. nf525-b CLES).
151026* La donnée signée est écrite telle quelle sur une ligne
151026* (séquentiel ligne : espaces de fin retirés, fin de ligne
151026* comprise) ; un auditeur la reproduit avec la ligne de
151026* l'archive.  Fichiers de travail sous MX-DIR/nf525, nommés
151026* à l'heure de l'appel, supprimés après usage.
151026* Entrée : fonction S signer, V vérifier, H empreinte
151026* SHA-256 d'un fichier (LK-DON = chemin du fichier) ;
151026* donnée ; signature (entrée en V, sortie en S, empreinte
151026* hexadécimale en H).
151026* Sortie : LK-RET 0 fait / signature valide, 1 signature
151026* invalide ou fichier illisible, 2 clé absente ou openssl en
151026* échec.
151026* Appelé par nf525-ecr et nf525-b.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. nf525-sig.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:22:14.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TMPNF  ASSIGN TO ASSIGN-TMPNF
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-TMPNF.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TMPNF LABEL RECORD STANDARD.
       01  ENR-TMPNF           PIC X(400).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS-TMPNF    PIC X(2).
       77 ASSIGN-TMPNF         PIC X(120).
       77 MX-DIR               PIC X(60).
       77 W-HEU                PIC 9(08).
       77 W-IND                PIC S9(04) COMP.
       77 W-DON                PIC X(120).
       77 W-SIG                PIC X(120).
       77 W-BIN                PIC X(120).
       77 W-PRI                PIC X(120).
       77 W-PUB                PIC X(120).
       77 CMD                  PIC X(1024).
       LINKAGE                     SECTION.
       77 LK-FON               PIC X.
       77 LK-DON               PIC X(400).
       77 LK-SIG               PIC X(120).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-FON LK-DON LK-SIG LK-RET.
       Debut.
           MOVE 2 TO LK-RET
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-HEU FROM TIME
           PERFORM Noms-Fichiers
           EVALUATE LK-FON
           WHEN "S" PERFORM Signe-Donnee
           WHEN "V" PERFORM Verifie-Donnee
           WHEN "H" PERFORM Empreinte-Fichier
           END-EVALUATE.
       F-Nf525-Sig.
           EXIT PROGRAM.

       Noms-Fichiers.
           MOVE SPACE TO W-DON W-SIG W-BIN W-PRI W-PUB
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/tmp-" DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  ".don" DELIMITED BY SIZE
                  INTO W-DON
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/tmp-" DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  ".sig" DELIMITED BY SIZE
                  INTO W-SIG
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/tmp-" DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  ".bin" DELIMITED BY SIZE
                  INTO W-BIN
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/cle-privee.pem" DELIMITED BY SIZE
                  INTO W-PRI
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/cle-publique.pem" DELIMITED BY SIZE
                  INTO W-PUB.

      ******************************************************************
      *    S : signature de la donnée, en base 64 sur une ligne
      ******************************************************************
       Signe-Donnee.
           MOVE SPACE TO LK-SIG
           PERFORM Ecrit-Donnee
           IF FILE-STATUS-TMPNF NOT = "00"
                EXIT PARAGRAPH.
           MOVE SPACE TO CMD
           STRING "openssl dgst -sha256 -sign " DELIMITED BY SIZE
                  W-PRI DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " 2>/dev/null | openssl base64 -A > "
                       DELIMITED BY SIZE
                  W-SIG DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           MOVE W-SIG TO ASSIGN-TMPNF
           OPEN INPUT TMPNF
           IF FILE-STATUS-TMPNF = "00"
                READ TMPNF AT END MOVE SPACE TO ENR-TMPNF
                END-READ
                MOVE ENR-TMPNF TO LK-SIG
                CLOSE TMPNF
           END-IF
           IF W-IND = 0 AND LK-SIG NOT = SPACE
                MOVE 0 TO LK-RET.
           PERFORM Efface-Travail.

      ******************************************************************
      *    V : vérification d'une signature avec la clé publique
      ******************************************************************
       Verifie-Donnee.
           PERFORM Ecrit-Donnee
           IF FILE-STATUS-TMPNF NOT = "00"
                EXIT PARAGRAPH.
           MOVE W-SIG TO ASSIGN-TMPNF
           OPEN OUTPUT TMPNF
           MOVE LK-SIG TO ENR-TMPNF
           WRITE ENR-TMPNF
           CLOSE TMPNF
           MOVE SPACE TO CMD
           STRING "openssl base64 -d -A -in " DELIMITED BY SIZE
                  W-SIG DELIMITED BY " "
                  " -out " DELIMITED BY SIZE
                  W-BIN DELIMITED BY " "
                  " && openssl dgst -sha256 -verify "
                       DELIMITED BY SIZE
                  W-PUB DELIMITED BY " "
                  " -signature " DELIMITED BY SIZE
                  W-BIN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND = 0
                MOVE 0 TO LK-RET
           ELSE MOVE 1 TO LK-RET
           END-IF
           PERFORM Efface-Travail.

      ******************************************************************
      *    H : empreinte SHA-256 d'un fichier (archive, paramètres)
      ******************************************************************
       Empreinte-Fichier.
           MOVE SPACE TO LK-SIG CMD
           STRING "openssl dgst -sha256 -r " DELIMITED BY SIZE
                  LK-DON DELIMITED BY " "
                  " > " DELIMITED BY SIZE
                  W-SIG DELIMITED BY " "
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           MOVE W-SIG TO ASSIGN-TMPNF
           OPEN INPUT TMPNF
           IF FILE-STATUS-TMPNF = "00"
                READ TMPNF AT END MOVE SPACE TO ENR-TMPNF
                END-READ
                MOVE ENR-TMPNF(1:64) TO LK-SIG
                CLOSE TMPNF
           END-IF
           IF W-IND = 0 AND LK-SIG NOT = SPACE
                MOVE 0 TO LK-RET
           ELSE MOVE 1 TO LK-RET
           END-IF
           MOVE SPACE TO W-DON W-BIN
           PERFORM Efface-Travail.

       Ecrit-Donnee.
           MOVE W-DON TO ASSIGN-TMPNF
           OPEN OUTPUT TMPNF
           IF FILE-STATUS-TMPNF NOT = "00"
                EXIT PARAGRAPH.
           MOVE LK-DON TO ENR-TMPNF
           WRITE ENR-TMPNF
           CLOSE TMPNF.

       Efface-Travail.
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-SIG DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-BIN DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.
