      *{Bench}prg-comment
      * ack-fou.cbl
151026* ack-fou.cbl : accusé de réception d'une ligne de commande
151026* fournisseur (MXLDIS TLI = 3 avec FOU-MLDI), commun à
151026* l'intégration des ORDRSP EDI (edi-b) et à la saisie
151026* manuelle des accusés papier ou courriel (ackfou-m).
151026* Entrée : agence, bon, ligne ; action C confirmée, M
151026* modifiée, R refusée (blanc = C) ; quantité, date de
151026* livraison et prix confirmés (zéro = ceux de la commande) ;
151026* date de l'accusé.
151026* La ligne reçoit ACK/QAC/DAC/PUC/DAK-MLDI ; une quantité ou
151026* une date différente de la commande fait passer l'accusé en
151026* M, un prix différent du PUN-MLDI lève PXC-MLDI.  La ligne
151026* reste attendue telle que commandée : l'acheteur décide de
151026* la suite (cf. relfou-b).
151026* Retour : 0 accusé enregistré, 1 ligne inconnue, 2 ligne
151026* qui n'est pas un achat fournisseur en attente, 3 fichier
151026* des lignes indisponible.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ack-fou.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:41:12.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXLDIS.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXLDIS.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-AGE               PIC X(03).
       77 LK-BON               PIC 9(08).
       77 LK-LIG               PIC 9(03).
       77 LK-ACT               PIC X.
       77 LK-QTE               PIC S9(09)V99.
       77 LK-DAT               PIC 9(08).
       77 LK-PRX               PIC 9(09)V99.
       77 LK-DAK               PIC 9(08).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-AGE LK-BON LK-LIG LK-ACT LK-QTE
                                LK-DAT LK-PRX LK-DAK LK-RET.
       Debut.
           MOVE 0 TO LK-RET
           IF W-OUVERT = 0
                OPEN I-O MXLDIS
                IF FILE-STATUS NOT = "00"
                     MOVE 3 TO LK-RET
                     GO F-Ack-Fou
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
           MOVE LK-AGE TO AGE-MLDI
           MOVE LK-BON TO BON-MLDI
           MOVE LK-LIG TO LIG-MLDI
           READ MXLDIS INVALID
                MOVE 1 TO LK-RET
                GO F-Ack-Fou
           END-READ
           IF FOU-MLDI = SPACE OR TLI-MLDI NOT = 3
                MOVE 2 TO LK-RET
                GO F-Ack-Fou.
      * zéro = conforme à la commande
           IF LK-QTE = 0
                MOVE QTE-MLDI TO QAC-MLDI
           ELSE MOVE LK-QTE TO QAC-MLDI
           END-IF
           IF LK-DAT = 0
                MOVE DLP-MLDI TO DAC-MLDI
           ELSE MOVE LK-DAT TO DAC-MLDI
           END-IF
           IF LK-PRX = 0
                MOVE PUN-MLDI TO PUC-MLDI
           ELSE MOVE LK-PRX TO PUC-MLDI
           END-IF
           MOVE 0 TO PXC-MLDI
           IF PUC-MLDI NOT = PUN-MLDI
                MOVE 1 TO PXC-MLDI.
           MOVE LK-DAK TO DAK-MLDI
           EVALUATE TRUE
           WHEN LK-ACT = "R"
                MOVE "R" TO ACK-MLDI
                MOVE 0 TO QAC-MLDI
           WHEN QAC-MLDI NOT = QTE-MLDI
                MOVE "M" TO ACK-MLDI
           WHEN DLP-MLDI NOT = 0 AND DAC-MLDI NOT = DLP-MLDI
                MOVE "M" TO ACK-MLDI
           WHEN LK-ACT = "M"
                MOVE "M" TO ACK-MLDI
           WHEN OTHER
                MOVE "C" TO ACK-MLDI
           END-EVALUATE
           REWRITE ENR-MLDI INVALID
                MOVE 3 TO LK-RET
           END-REWRITE.
       F-Ack-Fou.
           EXIT PROGRAM.
