      *{Bench}prg-comment
      * trad-art.cbl
151026* trad-art.cbl : désignations d'un article dans la langue du
151026* client (MXARTLNG), sur le modèle de rech-adrliv.  Appelé
151026* par le paragraphe TRAD-ART (trad-doc.cbl) des éditions.
151026* Entrée : article, langue ; LK-DES / LK-DE2 désignations
151026* françaises.  Sortie : désignations traduites et LK-RET à
151026* 1 ; traduction absente : zones inchangées, LK-RET à 0.  Une
151026* DE2 non traduite garde la française.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. trad-art.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:04:47.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXARTLNG.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXARTLNG.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-ART               PIC X(20).
       77 LK-LNG               PIC X(02).
       77 LK-DES               PIC X(50).
       77 LK-DE2               PIC X(30).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-ART LK-LNG LK-DES LK-DE2 LK-RET.
       Debut.
           MOVE 0 TO LK-RET
           IF W-OUVERT = 0
                OPEN INPUT MXARTLNG
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           IF W-OUVERT NOT = 1
                GO F-Trad-Art.
           MOVE LK-ART TO ART-MATL
           MOVE LK-LNG TO LNG-MATL
           READ MXARTLNG INVALID
                GO F-Trad-Art
           END-READ
           IF DES-MATL = SPACE
                GO F-Trad-Art.
           MOVE DES-MATL TO LK-DES
           IF DE2-MATL NOT = SPACE
                MOVE DE2-MATL TO LK-DE2.
           MOVE 1 TO LK-RET.
       F-Trad-Art.
           EXIT PROGRAM.
