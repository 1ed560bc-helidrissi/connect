      *{Bench}prg-comment
      * rech-adrliv.cbl
151026* rech-adrliv.cbl : site de livraison du carnet d'adresses
151026* MXADRLIV d'un client, sur le modèle de rech-rep.  Appelé
151026* par sbd-c à la création du bon, après le choix du site
151026* (adrliv-l).
151026* Entrée : client ; LK-SIT numéro du site, 0 pour le site par
151026* défaut du client.
151026* Sortie : le site trouvé (ouvert) est copié dans les zones
151026* du lieu de livraison et LK-SIT porte son numéro ; LK-ZLV sa
151026* zone transporteur (espaces = zone du client).  Site absent
151026* ou fermé : LK-SIT à 0, zones inchangées.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-adrliv.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:22:18.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXADRLIV.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXADRLIV.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-TROUVE             PIC 9.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-SIT               PIC 9(04).
       77 LK-RAI               PIC X(40).
       77 LK-ADR               PIC X(40).
       77 LK-ADB               PIC X(40).
       77 LK-ADD               PIC X(40).
       77 LK-POS               PIC X(05).
       77 LK-VIL               PIC X(30).
       77 LK-ZLV               PIC X(03).
       PROCEDURE DIVISION USING LK-CLI LK-SIT LK-RAI LK-ADR LK-ADB
                                LK-ADD LK-POS LK-VIL LK-ZLV.
       Debut.
           IF W-OUVERT = 0
                OPEN INPUT MXADRLIV
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           MOVE 0 TO W-TROUVE
           IF W-OUVERT = 1
                IF LK-SIT = 0
                     PERFORM Cherche-Defaut
                ELSE
                     MOVE LK-CLI TO CLI-MADL
                     MOVE LK-SIT TO SIT-MADL
                     READ MXADRLIV INVALID CONTINUE
                     NOT INVALID
                          IF CANN-MADL = 0
                               MOVE 1 TO W-TROUVE
                          END-IF
                     END-READ
                END-IF
           END-IF
           IF W-TROUVE = 0
                MOVE 0 TO LK-SIT
                GO F-Rech-Adrliv.
           MOVE SIT-MADL TO LK-SIT
           MOVE NOM-MADL TO LK-RAI
           MOVE ADR-MADL TO LK-ADR
           MOVE ADB-MADL TO LK-ADB
           MOVE ADD-MADL TO LK-ADD
           MOVE POS-MADL TO LK-POS
           MOVE VIL-MADL TO LK-VIL
           MOVE ZLV-MADL TO LK-ZLV.
       F-Rech-Adrliv.
           EXIT PROGRAM.

      * premier site ouvert du client marqué par défaut
       Cherche-Defaut.
           MOVE LK-CLI TO CLI-MADL
           MOVE 0 TO SIT-MADL W-FIN
           START MXADRLIV KEY NOT < CLE1-MADL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Site UNTIL W-FIN = 1.

       Lit-Site.
           READ MXADRLIV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MADL NOT = LK-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF DEF-MADL = 1 AND CANN-MADL = 0
                MOVE 1 TO W-TROUVE W-FIN.
