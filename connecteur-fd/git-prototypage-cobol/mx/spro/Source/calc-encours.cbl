020926* (PYR-MCLI), l'encours rendu est celui du payeur - c'est là
020926* que facgrp-b ouvre les traites de tous les membres, et
020926* c'est le plafond du payeur que la consommation entame.
151026* Assurance-crédit (ENC-ASSUR, cf. encours.wrk) : restant dû
151026* total de l'échéancier, garantie de l'assureur (MXASSCRE,
151026* cf. assur-b) valide à la date et partage de l'encours
151026* entre garanti et non garanti.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       FILE-CONTROL.
       COPY "MXECHEAN.sl".
       COPY "MXCLI.sl".
       COPY "MXASSCRE.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXECHEAN.fd".
       COPY "MXCLI.fd".
       COPY "MXASSCRE.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
020926*    client résolu : le payeur quand le client en a un
       77 W-CIBLE              PIC 9(08).
       77 W-CLI-OUV            PIC 9 VALUE 0.
       77 W-ASS-OUV            PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-DAT               PIC 9(08).
       77 LK-ENCOURS           PIC S9(09)V99.
           COPY "encours.wrk".
       PROCEDURE DIVISION USING LK-CLI LK-DAT LK-ENCOURS ENC-ASSUR.
       Debut.
           MOVE 0 TO LK-ENCOURS
           INITIALIZE ENC-ASSUR
           IF W-OUVERT = 0
                OPEN INPUT MXECHEAN
                IF FILE-STATUS NOT = "00"
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-CLI-OUV
                END-IF
                OPEN INPUT MXASSCRE
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-ASS-OUV
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
020926* remontée au compte payeur : l'encours du membre d'une
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Traite UNTIL W-FIN = 1
           PERFORM Partage-Garantie.
       F-Calc-Encours.
           EXIT PROGRAM.

                EXIT PARAGRAPH.
           IF LET-MECH = 1
                EXIT PARAGRAPH.
           COMPUTE ENC-OUVERT = ENC-OUVERT + MNT-MECH - REG-MECH
           IF DEC-MECH > LK-DAT
                EXIT PARAGRAPH.
           COMPUTE LK-ENCOURS = LK-ENCOURS
                   + MNT-MECH - REG-MECH.

151026* garantie de l'assureur sur le client résolu (le payeur),
151026* valide à la date : le restant dû se partage entre garanti
151026* (jusqu'au montant accordé) et non garanti
       Partage-Garantie.
           MOVE ENC-OUVERT TO ENC-NON-ASSURE
           IF W-ASS-OUV = 0
                EXIT PARAGRAPH.
           MOVE W-CIBLE TO CLI-MASC
           READ MXASSCRE INVALID
                EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
           WHEN REF-MASC = 1
                MOVE 2 TO ENC-STA-ASS
           WHEN DEX-MASC NOT = 0 AND DEX-MASC < LK-DAT
                MOVE 3 TO ENC-STA-ASS
           WHEN OTHER
                MOVE 1 TO ENC-STA-ASS
                MOVE MNT-MASC TO ENC-GARANTIE
           END-EVALUATE
           IF ENC-OUVERT NOT > 0
                EXIT PARAGRAPH.
           IF ENC-OUVERT > ENC-GARANTIE
                MOVE ENC-GARANTIE TO ENC-ASSURE
           ELSE
                MOVE ENC-OUVERT TO ENC-ASSURE
           END-IF
           COMPUTE ENC-NON-ASSURE = ENC-OUVERT - ENC-ASSURE.
