      *{Bench}prg-comment
      * rech-devise.cbl
151026* rech-devise.cbl : devise d'un tiers et taux historisé MXTAUX
151026* en vigueur à une date, pour les factures en devise (regl-b,
151026* facgrp-b, echea-b, ctlfac-b, sepafou-b, reevdev-b).
151026* Entrée : type de tiers C client (DEV-MCLI) ou F fournisseur
151026* (DEV-MFOU), blanc = devise déjà fournie par l'appelant ;
151026* code du tiers, date.
151026* Sortie : devise et taux en vigueur à la date (dernier taux
151026* MXTAUX de date d'effet inférieure ou égale, même convention
151026* qu'INVERSMX : unités de devise pour un euro).  Taux 0 = pas
151026* de conversion : tiers en euros, devise sans taux connu.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-devise.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:54:16.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXTAUX.sl".
       COPY "MXCLI.sl".
       COPY "MXFOU.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXTAUX.fd".
       COPY "MXCLI.fd".
       COPY "MXFOU.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-OUVERT-CLI         PIC 9 VALUE 0.
       77 W-OUVERT-FOU         PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-TYP               PIC X.
       77 LK-TIE               PIC X(08).
       77 LK-DAT               PIC 9(08).
       77 LK-DEV               PIC X(03).
       77 LK-CRS               PIC 9(04)V9999.
       PROCEDURE DIVISION USING LK-TYP LK-TIE LK-DAT LK-DEV LK-CRS.
       Debut.
           MOVE 0 TO LK-CRS
           IF LK-TYP = "C"
                PERFORM Devise-Client
           END-IF
           IF LK-TYP = "F"
                PERFORM Devise-Fournisseur
           END-IF
      * monnaie de tenue : pas de conversion
           IF LK-DEV = SPACE OR LK-DEV = "EUR"
                GO F-Rech-Devise.
           IF W-OUVERT = 0
                OPEN INPUT MXTAUX
                IF FILE-STATUS NOT = "00"
                     GO F-Rech-Devise
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
           MOVE LK-DEV TO DEV-MTAUX
           MOVE LK-DAT TO DAT-MTAUX
           START MXTAUX KEY NOT > CLE1-MTAUX INVALID
                GO F-Rech-Devise
           END-START
           READ MXTAUX PREVIOUS AT END
                GO F-Rech-Devise
           END-READ
           IF DEV-MTAUX = LK-DEV
                MOVE CRS-MTAUX TO LK-CRS
           END-IF.
       F-Rech-Devise.
           EXIT PROGRAM.

       Devise-Client.
           MOVE SPACE TO LK-DEV
           IF W-OUVERT-CLI = 0
                OPEN INPUT MXCLI
                IF FILE-STATUS NOT = "00"
                     EXIT PARAGRAPH
                END-IF
                MOVE 1 TO W-OUVERT-CLI
           END-IF
           MOVE LK-TIE TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE DEV-MCLI TO LK-DEV.

       Devise-Fournisseur.
           MOVE SPACE TO LK-DEV
           IF W-OUVERT-FOU = 0
                OPEN INPUT MXFOU
                IF FILE-STATUS NOT = "00"
                     EXIT PARAGRAPH
                END-IF
                MOVE 1 TO W-OUVERT-FOU
           END-IF
           MOVE LK-TIE TO COD-MFOU
           READ MXFOU INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE DEV-MFOU TO LK-DEV.
