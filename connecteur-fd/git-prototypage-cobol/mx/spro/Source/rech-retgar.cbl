      *{Bench}prg-comment
      * rech-retgar.cbl
151026* rech-retgar.cbl : taux de retenue de garantie applicable à
151026* une facture, appelé à l'ouverture des échéances (facgrp-b,
151026* regl-b OUVRE), sur le modèle de rech-marche.
151026* Entrée : client des bons, date de facture.
151026* Un marché MXMARCHE actif du client à cette date qui porte
151026* une retenue (TRG-MMAR) ou une caution (CAU-MMAR) décide :
151026* caution bancaire fournie = pas de retenue. Sinon le taux
151026* du client (TRG-MCLI) s'applique, sauf caution CAU-MCLI.
151026* Sortie : taux (0 = pas de retenue), no du marché retenu et
151026* date de réception des travaux si elle est déjà prononcée
151026* (DRC-MMAR, cf. retgar-b RECEPTION).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-retgar.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:40.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXMARCHE.sl".
       COPY "MXCLI.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXMARCHE.fd".
       COPY "MXCLI.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-OUVERT-CLI         PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-TROUVE             PIC 9.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-DAT               PIC 9(08).
       77 LK-TAUX              PIC 9(02)V99.
       77 LK-NMA               PIC 9(06).
       77 LK-DRC               PIC 9(08).
       PROCEDURE DIVISION USING LK-CLI LK-DAT LK-TAUX LK-NMA LK-DRC.
       Debut.
           MOVE 0 TO LK-TAUX LK-NMA LK-DRC W-TROUVE
           IF W-OUVERT = 0
                OPEN INPUT MXMARCHE
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           IF W-OUVERT = 1
                MOVE SPACE TO ENR-MMAR
                MOVE LK-CLI TO CLI-MMAR
                MOVE 0 TO W-FIN
                START MXMARCHE KEY NOT < CLE2-MMAR INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Teste-Un-Marche UNTIL W-FIN = 1
           END-IF
           IF W-TROUVE = 1
                GO F-Rech-Retgar.
      * hors marché : le taux du client
           IF W-OUVERT-CLI = 0
                OPEN INPUT MXCLI
                IF FILE-STATUS NOT = "00"
                     GO F-Rech-Retgar
                END-IF
                MOVE 1 TO W-OUVERT-CLI
           END-IF
           MOVE LK-CLI TO COD-MCLI
           READ MXCLI INVALID
                GO F-Rech-Retgar
           END-READ
           IF CAU-MCLI NOT = 1
                MOVE TRG-MCLI TO LK-TAUX
           END-IF.
       F-Rech-Retgar.
           EXIT PROGRAM.

       Teste-Un-Marche.
           READ MXMARCHE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MMAR NOT = LK-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
      * un marché soldé ou expiré facture encore ses derniers
      * appels : seule la période compte
           IF TRG-MMAR = 0 AND CAU-MMAR NOT = 1
                EXIT PARAGRAPH.
           IF DDE-MMAR NOT = 0 AND DDE-MMAR > LK-DAT
                EXIT PARAGRAPH.
           IF DFI-MMAR NOT = 0 AND DFI-MMAR < LK-DAT
                EXIT PARAGRAPH.
           MOVE 1 TO W-TROUVE W-FIN
           MOVE NMA-MMAR TO LK-NMA
           MOVE DRC-MMAR TO LK-DRC
           IF CAU-MMAR NOT = 1
                MOVE TRG-MMAR TO LK-TAUX
           END-IF.
