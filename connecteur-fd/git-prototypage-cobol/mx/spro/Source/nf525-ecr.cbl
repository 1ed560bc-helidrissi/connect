      *{Bench}prg-comment
      * nf525-ecr.cbl
151026* nf525-ecr.cbl : écriture signée du journal inaltérable de
151026* caisse MXNF525.  Chaque agence tient une chaîne par nature
151026* d'écriture (T ticket, R règlement, J/M/A clôture du jour,
151026* du mois, de l'année, D duplicata, E événement technique, X
151026* archive) : numéro séquentiel sans trou, grand total
151026* perpétuel et grand total de la période cumulés depuis
151026* l'écriture précédente, signature de l'écriture qui reprend
151026* la signature précédente (chaînage, cf. nf525-sig).
151026* Période du grand total : la journée pour T et R, le mois
151026* pour J, l'année pour M ; perpétuel pour les autres.
151026* Une écriture n'est jamais réécrite : un autre poste qui
151026* prend le même numéro entre-temps fait reprendre au suivant,
151026* signé sur la nouvelle dernière écriture.
151026* Entrée / sortie : NFE-ZONES (cf. nf525.wrk).
151026* Appelé par comptoir-b et nf525-b.  Le fichier reste ouvert
151026* d'un appel à l'autre, comme notif-evt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. nf525-ecr.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:05:37.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXNF525.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXNF525.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-ESSAI              PIC 9(02).
       77 W-ECRIT              PIC 9.
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       77 W-SEQ                PIC 9(08).
       77 W-GTP                PIC S9(13)V99.
       77 W-GTE                PIC S9(13)V99.
       77 W-SIP                PIC X(120).
       77 W-LGP                PIC 9.
       77 W-RET                PIC 9.
       77 W-FON                PIC X.
       77 W-DON                PIC X(400).
       01 W-PER                PIC 9(08).
       01 W-PER-X REDEFINES W-PER PIC X(08).
       01 W-PER-N              PIC 9(08).
       01 W-PER-NX REDEFINES W-PER-N PIC X(08).
       LINKAGE                     SECTION.
       01 LK-NFE.
           05 LK-AGE           PIC X(03).
           05 LK-CHN           PIC X.
           05 LK-BON           PIC 9(08).
           05 LK-NAT           PIC X(03).
           05 LK-PER           PIC 9(08).
           05 LK-MNT           PIC S9(11)V99.
           05 LK-NBR           PIC 9(06).
           05 LK-LIB           PIC X(60).
           05 LK-EMP           PIC X(64).
           05 LK-SEQ           PIC 9(08).
           05 LK-GTP           PIC S9(13)V99.
           05 LK-GTE           PIC S9(13)V99.
           05 LK-SIG           PIC X(120).
           05 LK-RET           PIC 9.
       PROCEDURE DIVISION USING LK-NFE.
       Debut.
           IF W-OUVERT = 0
                OPEN I-O MXNF525
                IF FILE-STATUS = "35"
                     OPEN OUTPUT MXNF525
                     CLOSE MXNF525
                     OPEN I-O MXNF525
                END-IF
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           MOVE 0 TO LK-SEQ LK-GTP LK-GTE
           MOVE SPACE TO LK-SIG
           MOVE 1 TO LK-RET
           IF W-OUVERT NOT = 1
                GO F-Nf525-Ecr.
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEU FROM TIME
           IF LK-PER = 0
                MOVE W-DAT TO LK-PER.
           EVALUATE LK-CHN
           WHEN "T" MOVE 8 TO W-LGP
           WHEN "R" MOVE 8 TO W-LGP
           WHEN "J" MOVE 6 TO W-LGP
           WHEN "M" MOVE 4 TO W-LGP
           WHEN OTHER MOVE 0 TO W-LGP
           END-EVALUATE
           MOVE 0 TO W-ESSAI W-ECRIT
           PERFORM Ecrit-Signe UNTIL W-ECRIT = 1 OR W-ESSAI > 50.
       F-Nf525-Ecr.
           EXIT PROGRAM.

      * dernière écriture de la chaîne : numéro, grands totaux et
      * signature à reprendre
       Derniere-Ecriture.
           MOVE 0 TO W-SEQ W-GTP W-GTE W-PER
           MOVE SPACE TO W-SIP
           MOVE LK-AGE TO AGE-MNFS
           MOVE LK-CHN TO CHN-MNFS
           MOVE 99999999 TO SEQ-MNFS
           START MXNF525 KEY NOT > CLE1-MNFS INVALID
                EXIT PARAGRAPH
           END-START
           READ MXNF525 PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNFS NOT = LK-AGE OR CHN-MNFS NOT = LK-CHN
                EXIT PARAGRAPH.
           MOVE SEQ-MNFS TO W-SEQ
           MOVE GTP-MNFS TO W-GTP
           MOVE GTE-MNFS TO W-GTE
           MOVE PER-MNFS TO W-PER
           MOVE SIG-MNFS TO W-SIP.

       Ecrit-Signe.
           ADD 1 TO W-ESSAI
           PERFORM Derniere-Ecriture
           INITIALIZE ENR-MNFS
           MOVE LK-AGE TO AGE-MNFS AG2-MNFS
           MOVE LK-CHN TO CHN-MNFS
           COMPUTE SEQ-MNFS = W-SEQ + 1
           MOVE LK-BON TO BON-MNFS
           MOVE W-DAT TO DAT-MNFS
           MOVE W-HEU TO HEU-MNFS
           MOVE LK-NAT TO NAT-MNFS
           MOVE LK-PER TO PER-MNFS
           MOVE LK-MNT TO MNT-MNFS
           MOVE LK-NBR TO NBR-MNFS
           MOVE LK-LIB TO LIB-MNFS
           MOVE LK-EMP TO EMP-MNFS
           COMPUTE GTP-MNFS = W-GTP + LK-MNT
           MOVE LK-PER TO W-PER-N
           EVALUATE TRUE
           WHEN W-LGP = 0
                MOVE GTP-MNFS TO GTE-MNFS
           WHEN W-SEQ > 0
            AND W-PER-X(1:W-LGP) = W-PER-NX(1:W-LGP)
                COMPUTE GTE-MNFS = W-GTE + LK-MNT
           WHEN OTHER
                MOVE LK-MNT TO GTE-MNFS
           END-EVALUATE
           MOVE W-SIP TO SIP-MNFS
           MOVE DON-MNFS TO W-DON
           MOVE "S" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON SIG-MNFS W-RET
           IF W-RET NOT = 0
                MOVE 2 TO LK-RET
                MOVE 1 TO W-ECRIT
                EXIT PARAGRAPH.
           WRITE ENR-MNFS INVALID CONTINUE
           NOT INVALID
                MOVE 1 TO W-ECRIT
                MOVE 0 TO LK-RET
                MOVE SEQ-MNFS TO LK-SEQ
                MOVE GTP-MNFS TO LK-GTP
                MOVE GTE-MNFS TO LK-GTE
                MOVE SIG-MNFS TO LK-SIG
           END-WRITE.
