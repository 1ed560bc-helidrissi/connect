      *{Bench}prg-comment
      * rech-contact.cbl
151026* rech-contact.cbl : contacts d'un client pour un rôle, dans
151026* MXCONTAC, sur le modèle de rech-adrliv.  Appelé par
151026* envoi-ctc pour chaque envoi et par sbd-c pour afficher le
151026* destinataire du document en cours.
151026* Entrée : client ; LK-ROL rôle cherché (A acheteur, C
151026* comptabilité fournisseurs, R réception, D direction) ;
151026* LK-NUM dernier contact rendu, 0 pour le premier.
151026* Sortie : contact suivant tenant le rôle, ouvert, sans refus
151026* des envois et pourvu d'une adresse mail : LK-NUM, LK-NOM et
151026* LK-EMA ; plus aucun : LK-NUM à 0, LK-NOM et LK-EMA à
151026* espaces.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-contact.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:47:05.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCONTAC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCONTAC.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-ROLE               PIC 9.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-ROL               PIC X.
       77 LK-NUM               PIC 9(04).
       77 LK-NOM               PIC X(30).
       77 LK-EMA               PIC X(50).
       PROCEDURE DIVISION USING LK-CLI LK-ROL LK-NUM LK-NOM LK-EMA.
       Debut.
           IF W-OUVERT = 0
                OPEN INPUT MXCONTAC
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           MOVE 0 TO W-TROUVE W-FIN
           IF W-OUVERT = 1
                MOVE LK-CLI TO CLI-MCTC
                MOVE LK-NUM TO NUM-MCTC
                START MXCONTAC KEY > CLE1-MCTC INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Lit-Contact UNTIL W-FIN = 1
           END-IF
           IF W-TROUVE = 0
                MOVE 0 TO LK-NUM
                MOVE SPACE TO LK-NOM LK-EMA
                GO F-Rech-Contact.
           MOVE NUM-MCTC TO LK-NUM
           MOVE NOM-MCTC TO LK-NOM
           MOVE EMA-MCTC TO LK-EMA.
       F-Rech-Contact.
           EXIT PROGRAM.

       Lit-Contact.
           READ MXCONTAC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MCTC NOT = LK-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF CANN-MCTC = 1 OR OPT-MCTC = 1 OR EMA-MCTC = SPACE
                EXIT PARAGRAPH.
           EVALUATE LK-ROL
           WHEN "A"   MOVE ACH-MCTC TO W-ROLE
           WHEN "C"   MOVE CPT-MCTC TO W-ROLE
           WHEN "R"   MOVE RCP-MCTC TO W-ROLE
           WHEN "D"   MOVE DIR-MCTC TO W-ROLE
           WHEN OTHER MOVE 0 TO W-ROLE
           END-EVALUATE
           IF W-ROLE = 1
                MOVE 1 TO W-TROUVE W-FIN.
