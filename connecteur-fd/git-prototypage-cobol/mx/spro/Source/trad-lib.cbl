      *{Bench}prg-comment
      * trad-lib.cbl
151026* trad-lib.cbl : libellé de document ou mention légale dans
151026* la langue du client (MXLIBLNG), sur le modèle de
151026* rech-adrliv.  Appelé par le paragraphe TRAD-LIB
151026* (trad-doc.cbl) des éditions.
151026* Entrée : langue, code du libellé ; LK-TXT le libellé
151026* français.  Sortie : LK-TXT remplacé par la traduction,
151026* inchangé si elle manque.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. trad-lib.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:55:21.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXLIBLNG.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXLIBLNG.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-LNG               PIC X(02).
       77 LK-COD               PIC X(12).
       77 LK-TXT               PIC X(140).
       PROCEDURE DIVISION USING LK-LNG LK-COD LK-TXT.
       Debut.
           IF W-OUVERT = 0
                OPEN INPUT MXLIBLNG
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           IF W-OUVERT NOT = 1
                GO F-Trad-Lib.
           MOVE LK-LNG TO LNG-MLBL
           MOVE LK-COD TO COD-MLBL
           READ MXLIBLNG INVALID
                GO F-Trad-Lib
           END-READ
           IF TXT-MLBL NOT = SPACE
                MOVE TXT-MLBL TO LK-TXT.
       F-Trad-Lib.
           EXIT PROGRAM.
