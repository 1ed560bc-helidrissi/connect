      *{Bench}prg-comment
      * nf525-b.cbl
151026* nf525-b.cbl : caisse inaltérable du comptoir (NF525).
151026* Tickets, règlements et clôtures du jour sont signés au fil
151026* de l'eau par comptoir-b au journal MXNF525 (nf525-ecr) ; ce
151026* programme tient le reste :
151026*   CLES <age>
151026*       crée le couple de clés de signature sous MX-DIR/nf525
151026*       (une seule fois : une nouvelle clé rendrait les
151026*       signatures passées invérifiables) et journalise
151026*       l'empreinte de la clé publique ;
151026*   CLOTURE <age> M <aaaamm>
151026*   CLOTURE <age> A <aaaa>
151026*       clôture signée du mois (somme des clôtures du jour) ou
151026*       de l'année (somme des mois), période échue, une seule
151026*       fois ;
151026*   DUPLICATA <age> <bon>
151026*       réimpression d'un ticket signé, marquée DUPLICATA avec
151026*       son rang, journalisée et comptée,
151026*       ft/ticket-<age>-<bon>-dup<n>.txt ;
151026*   EVENEMENT <age> <code> <texte>
151026*       événement technique au journal (annulation hors
151026*       comptoir-b, intervention, changement de paramètre...) ;
151026*   PARAMETRES <age> [<fichier>]
151026*       empreinte du fichier de paramètres de caisse (défaut
151026*       fidel.cfg) : un changement depuis la dernière est
151026*       journalisé PAR ;
151026*   ARCHIVE <age> <aaaamm>
151026*       archive du mois clôturé, MX-DIR/nf525/archive-<age>-
151026*       <aaaamm>.txt (une ligne par écriture : DON-MNFS puis
151026*       la signature en position 344), son empreinte SHA-256
151026*       est signée au journal (chaîne X) ;
151026*   CONTROLE <age>
151026*       contrôle d'intégrité pour l'auditeur : séquence sans
151026*       trou, chaînage et signature de chaque écriture, grands
151026*       totaux, clôtures égales aux écritures de la période,
151026*       tickets MXCAISSE présents et identiques au journal,
151026*       archives intactes ; ft/nf525-controle-<age>.txt, le
151026*       contrôle lui-même est journalisé (CTL).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. nf525-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:14:52.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXNF525.sl".
       COPY "MXCAISSE.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXNF525.fd".
       COPY "MXCAISSE.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(132).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(463).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(120).
       77 ASSIGN-ETAT          PIC X(120).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PTR                PIC 9(03).
       77 W-TXT                PIC X(60).
       77 W-AGE                PIC X(03).
       77 W-DAT                PIC 9(08).
       77 W-BON                PIC 9(08).
       77 W-BON-X              PIC X(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-IND                PIC S9(04) COMP.
       77 W-RET                PIC 9.
       77 W-FON                PIC X.
       77 W-DON                PIC X(400).
       77 W-EMP                PIC X(120).
       77 W-FIC                PIC X(60).
       77 W-RANG               PIC 9(06).
       77 W-NBE                PIC 9(08).
       77 W-NBA                PIC 9(06).
       77 W-NBC                PIC 9(06).
       77 W-NBT                PIC 9(06).
       77 W-TOT                PIC S9(13)V99.
       77 W-MNT-ED             PIC -(12)9,99.
       77 W-SEQ-ED             PIC Z(7)9.
       77 CMD                  PIC X(512).
      * période de la clôture ou de l'archive : aaaammjj, aaaamm00,
      * aaaa0000 ; W-LGP chiffres significatifs
       01 W-PER                PIC 9(08).
       01 W-PER-X REDEFINES W-PER PIC X(08).
       77 W-LGP                PIC 9.
       77 W-CHS                PIC X.
       77 W-CHC                PIC X.
      * contrôle d'une chaîne : écriture précédente, somme de la
      * période en cours pour la clôture qui la couvre
       77 W-CHN                PIC X.
       77 W-SEQ-P              PIC 9(08).
       77 W-GTP-P              PIC S9(13)V99.
       77 W-SIG-P              PIC X(120).
       77 W-SOM                PIC S9(13)V99.
       77 W-CNT                PIC 9(06).
       77 W-DDEB               PIC 9(08).
       01 W-PK                 PIC 9(08).
       01 W-PK-X REDEFINES W-PK PIC X(08).
       01 W-PKP                PIC 9(08).
       01 W-PKP-X REDEFINES W-PKP PIC X(08).
       01 W-CLE-SAV            PIC X(12).
       01 W-CHAINES            PIC X(08) VALUE "TRJMADEX".
       01 W-CHAINES-R REDEFINES W-CHAINES.
           05 W-CH             PIC X OCCURS 8.
       77 I                    PIC 9(02) COMP.
           COPY "conv-num.wrk".
           COPY "nf525.wrk".
       01 LIGNE-ANO.
           05 LA-CHN           PIC X(01).
           05 FILLER           PIC X(01).
           05 LA-SEQ           PIC Z(7)9.
           05 FILLER           PIC X(01).
           05 LA-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-TXT           PIC X(60).
       PROCEDURE DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       END DECLARATIVES.

       Debut.
           ACCEPT W-PARAM FROM COMMAND-LINE
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4
           MOVE W-PAR2 TO W-AGE
           IF W-AGE = SPACE
                MOVE SPACE TO W-FONCTION.
           EVALUATE W-FONCTION
           WHEN "CLES"       PERFORM Cree-Cles THRU F-Cree-Cles
           WHEN "CLOTURE"    PERFORM Cloture THRU F-Cloture
           WHEN "DUPLICATA"  PERFORM Duplicata THRU F-Duplicata
           WHEN "EVENEMENT"  PERFORM Evenement THRU F-Evenement
           WHEN "PARAMETRES" PERFORM Parametres THRU F-Parametres
           WHEN "ARCHIVE"    PERFORM Archive THRU F-Archive
           WHEN "CONTROLE"   PERFORM Controle THRU F-Controle
           WHEN OTHER
                DISPLAY "nf525-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : nf525-b CLES age"
                DISPLAY "        nf525-b CLOTURE age M aaaamm"
                DISPLAY "        nf525-b CLOTURE age A aaaa"
                DISPLAY "        nf525-b DUPLICATA age bon"
                DISPLAY "        nf525-b EVENEMENT age code texte"
                DISPLAY "        nf525-b PARAMETRES age [fichier]"
                DISPLAY "        nf525-b ARCHIVE age aaaamm"
                DISPLAY "        nf525-b CONTROLE age"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CLES : couple de clés ECDSA de la caisse
      ******************************************************************
       Cree-Cles.
           MOVE SPACE TO CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/nf525 && cd " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/nf525 && test ! -f cle-privee.pem"
                       DELIMITED BY SIZE
                  " && openssl ecparam -name prime256v1 -genkey"
                       DELIMITED BY SIZE
                  " -noout -out cle-privee.pem"
                       DELIMITED BY SIZE
                  " && chmod 600 cle-privee.pem"
                       DELIMITED BY SIZE
                  " && openssl ec -in cle-privee.pem -pubout"
                       DELIMITED BY SIZE
                  " -out cle-publique.pem 2>/dev/null"
                       DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "nf525-b : clés déjà en place ou création"
                        " impossible, rien de changé"
                GO F-Cree-Cles.
           MOVE SPACE TO W-DON
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/cle-publique.pem" DELIMITED BY SIZE
                  INTO W-DON
           MOVE "H" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON W-EMP W-RET
           INITIALIZE NFE-ZONES
           MOVE "CLE" TO NFE-NAT
           MOVE "clés de signature créées, empreinte de la clé"
                TO NFE-LIB
           MOVE W-EMP TO NFE-EMP
           PERFORM Ecrit-Evenement
           DISPLAY "nf525-b : clés créées sous " MX-DIR
                   "/nf525, remettre cle-publique.pem à l'auditeur".
       F-Cree-Cles.
           EXIT.

      ******************************************************************
      *    CLOTURE : mois (somme des jours) ou année (des mois)
      ******************************************************************
       Cloture.
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           EVALUATE W-PAR3
           WHEN "M"
                COMPUTE W-PER = CVN-SOR * 100
                MOVE 6 TO W-LGP
                MOVE "J" TO W-CHS
                MOVE "M" TO W-CHC
           WHEN "A"
                COMPUTE W-PER = CVN-SOR * 10000
                MOVE 4 TO W-LGP
                MOVE "M" TO W-CHS
                MOVE "A" TO W-CHC
           WHEN OTHER
                DISPLAY "usage : nf525-b CLOTURE age M aaaamm"
                DISPLAY "        nf525-b CLOTURE age A aaaa"
                GO F-Cloture
           END-EVALUATE
           IF W-PER < 19000000
                DISPLAY "nf525-b : période invalide " W-PAR4
                GO F-Cloture.
           MOVE W-DAT TO W-PK
           IF W-PER-X(1:W-LGP) NOT < W-PK-X(1:W-LGP)
                DISPLAY "nf525-b : période non échue " W-PAR4
                GO F-Cloture.
           OPEN INPUT MXNF525
           IF FILE-STATUS NOT = "00"
                DISPLAY "nf525-b : aucun journal NF525"
                GO F-Cloture.
      * déjà clôturée ?
           MOVE W-CHC TO W-CHN
           MOVE 0 TO W-TROUVE
           PERFORM Debut-Chaine
           PERFORM Cherche-Cloture UNTIL W-FIN = 1
           IF W-TROUVE = 1
                CLOSE MXNF525
                DISPLAY "nf525-b : période déjà clôturée, n° "
                        SEQ-MNFS
                GO F-Cloture.
           MOVE 0 TO W-TOT W-NBT W-NBC
           MOVE W-CHS TO W-CHN
           PERFORM Debut-Chaine
           PERFORM Cumule-Cloture UNTIL W-FIN = 1
           CLOSE MXNF525
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE W-CHC TO NFE-CHN
           MOVE W-PER TO NFE-BON NFE-PER
           MOVE W-TOT TO NFE-MNT
           MOVE W-NBT TO NFE-NBR
           IF W-CHC = "M"
                MOVE "ZM " TO NFE-NAT
           ELSE MOVE "ZA " TO NFE-NAT
           END-IF
           MOVE W-NBC TO W-SEQ-ED
           STRING W-SEQ-ED DELIMITED BY SIZE
                  " clôtures cumulées" DELIMITED BY SIZE
                  INTO NFE-LIB
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "nf525-b : clôture non signée (journal "
                        "NF525 " NFE-RET ")"
                GO F-Cloture.
           MOVE NFE-MNT TO W-MNT-ED
           DISPLAY "nf525-b : clôture " W-CHC " n° " NFE-SEQ
                   " période " W-PER " total " W-MNT-ED
           MOVE NFE-GTP TO W-MNT-ED
           DISPLAY "nf525-b : grand total perpétuel " W-MNT-ED.
       F-Cloture.
           EXIT.

       Cherche-Cloture.
           PERFORM Lit-Chaine
           IF W-FIN = 0 AND PER-MNFS = W-PER
                MOVE 1 TO W-TROUVE W-FIN.

       Cumule-Cloture.
           PERFORM Lit-Chaine
           IF W-FIN = 1
                EXIT PARAGRAPH.
           MOVE PER-MNFS TO W-PK
           IF W-PK-X(1:W-LGP) = W-PER-X(1:W-LGP)
                ADD MNT-MNFS TO W-TOT
                ADD NBR-MNFS TO W-NBT
                ADD 1 TO W-NBC.

      * parcours d'une chaîne de l'agence dans l'ordre des numéros
       Debut-Chaine.
           MOVE 0 TO W-FIN
           MOVE W-AGE TO AGE-MNFS
           MOVE W-CHN TO CHN-MNFS
           MOVE 0 TO SEQ-MNFS
           START MXNF525 KEY NOT < CLE1-MNFS INVALID
                MOVE 1 TO W-FIN
           END-START.

       Lit-Chaine.
           READ MXNF525 NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNFS NOT = W-AGE OR CHN-MNFS NOT = W-CHN
                MOVE 1 TO W-FIN.

      ******************************************************************
      *    DUPLICATA : réimpression d'un ticket signé
      ******************************************************************
       Duplicata.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           IF W-BON = 0
                DISPLAY "usage : nf525-b DUPLICATA age bon"
                GO F-Duplicata.
           OPEN INPUT MXNF525
           IF FILE-STATUS NOT = "00"
                DISPLAY "nf525-b : aucun journal NF525"
                GO F-Duplicata.
           MOVE 0 TO W-TROUVE W-RANG W-FIN
           MOVE W-AGE TO AG2-MNFS
           MOVE W-BON TO BON-MNFS
           START MXNF525 KEY NOT < CLE2-MNFS INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Ecritures-Du-Ticket UNTIL W-FIN = 1
           CLOSE MXNF525
           IF W-TROUVE = 0
                DISPLAY "nf525-b : ticket " W-BON
                        " absent du journal signé"
                GO F-Duplicata.
           MOVE W-BON TO W-BON-X
           MOVE SPACE TO ASSIGN-MOUVT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/ticket-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "nf525-b : ticket introuvable " ASSIGN-MOUVT
                GO F-Duplicata.
           ADD 1 TO W-RANG
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE "D" TO NFE-CHN
           MOVE W-BON TO NFE-BON
           MOVE "DUP" TO NFE-NAT
           MOVE W-RANG TO NFE-NBR
           MOVE "duplicata de ticket" TO NFE-LIB
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                CLOSE MOUVT
                DISPLAY "nf525-b : duplicata non signé (journal "
                        "NF525 " NFE-RET ")"
                GO F-Duplicata.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/ticket-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  "-dup" DELIMITED BY SIZE
                  W-RANG DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "*** DUPLICATA N° " DELIMITED BY SIZE
                  W-RANG DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN
           PERFORM Copie-Ticket UNTIL W-FIN = 1
           CLOSE MOUVT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "NF525 DUPLICATA N° " DELIMITED BY SIZE
                  NFE-SEQ DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SIGNATURE " DELIMITED BY SIZE
                  NFE-SIG DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           DISPLAY "nf525-b : duplicata n° " W-RANG " du ticket "
                   W-BON ", " ASSIGN-ETAT.
       F-Duplicata.
           EXIT.

      * le ticket doit être signé ; rang = duplicatas déjà faits + 1
       Ecritures-Du-Ticket.
           READ MXNF525 NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AG2-MNFS NOT = W-AGE OR BON-MNFS NOT = W-BON
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF CHN-MNFS = "T"
                MOVE 1 TO W-TROUVE.
           IF CHN-MNFS = "D" AND NAT-MNFS = "DUP"
                ADD 1 TO W-RANG.

       Copie-Ticket.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE ENR-MOUVT TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    EVENEMENT : événement technique journalisé
      ******************************************************************
       Evenement.
           IF W-PAR3 = SPACE
                DISPLAY "usage : nf525-b EVENEMENT age code texte"
                GO F-Evenement.
           MOVE 1 TO W-PTR
           MOVE SPACE TO W-TXT
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3 WITH POINTER W-PTR
           IF W-PTR < 120
                MOVE W-PARAM(W-PTR:) TO W-TXT.
           INITIALIZE NFE-ZONES
           MOVE W-PAR3 TO NFE-NAT
           MOVE W-TXT TO NFE-LIB
           PERFORM Ecrit-Evenement
           IF NFE-RET = 0
                DISPLAY "nf525-b : événement " NFE-NAT " n° " NFE-SEQ
                        " journalisé".
       F-Evenement.
           EXIT.

      * NFE-NAT, NFE-LIB, NFE-EMP renseignés par l'appelant
       Ecrit-Evenement.
           MOVE W-AGE TO NFE-AGE
           MOVE "E" TO NFE-CHN
           MOVE W-DAT TO NFE-PER
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "nf525-b : événement non signé (journal "
                        "NF525 " NFE-RET ")".

      ******************************************************************
      *    PARAMETRES : changement du paramétrage de caisse
      ******************************************************************
       Parametres.
           MOVE W-PAR3 TO W-FIC
           IF W-FIC = SPACE
                MOVE "fidel.cfg" TO W-FIC.
           MOVE SPACE TO W-DON
           STRING MX-DIR DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  INTO W-DON
           MOVE "H" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON W-EMP W-RET
           IF W-RET NOT = 0
                MOVE "absent" TO W-EMP.
      * dernière empreinte journalisée pour ce fichier
           MOVE SPACE TO NFE-EMP
           OPEN INPUT MXNF525
           IF FILE-STATUS = "00"
                MOVE "E" TO W-CHN
                PERFORM Debut-Chaine
                PERFORM Derniere-Empreinte UNTIL W-FIN = 1
                CLOSE MXNF525
           END-IF
           IF NFE-EMP = W-EMP
                DISPLAY "nf525-b : " W-FIC " inchangé"
                GO F-Parametres.
           INITIALIZE NFE-ZONES
           MOVE "PAR" TO NFE-NAT
           MOVE W-FIC TO NFE-LIB
           MOVE W-EMP TO NFE-EMP
           PERFORM Ecrit-Evenement
           IF NFE-RET = 0
                DISPLAY "nf525-b : changement de " W-FIC
                        " journalisé, n° " NFE-SEQ.
       F-Parametres.
           EXIT.

       Derniere-Empreinte.
           PERFORM Lit-Chaine
           IF W-FIN = 0 AND NAT-MNFS = "PAR" AND LIB-MNFS = W-FIC
                MOVE EMP-MNFS TO NFE-EMP.

      ******************************************************************
      *    ARCHIVE : archive signée d'un mois clôturé
      ******************************************************************
       Archive.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           COMPUTE W-PER = CVN-SOR * 100
           IF W-PER < 19000000
                DISPLAY "usage : nf525-b ARCHIVE age aaaamm"
                GO F-Archive.
           OPEN INPUT MXNF525
           IF FILE-STATUS NOT = "00"
                DISPLAY "nf525-b : aucun journal NF525"
                GO F-Archive.
           MOVE "M" TO W-CHN
           MOVE 0 TO W-TROUVE
           PERFORM Debut-Chaine
           PERFORM Cherche-Cloture UNTIL W-FIN = 1
           IF W-TROUVE = 0
                CLOSE MXNF525
                DISPLAY "nf525-b : mois non clôturé " W-PAR3
                GO F-Archive.
           MOVE "X" TO W-CHN
           MOVE 0 TO W-TROUVE
           PERFORM Debut-Chaine
           PERFORM Cherche-Cloture UNTIL W-FIN = 1
           IF W-TROUVE = 1
                CLOSE MXNF525
                DISPLAY "nf525-b : mois déjà archivé, " LIB-MNFS
                GO F-Archive.
           MOVE SPACE TO W-FIC
           STRING "archive-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-PER-X(1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO W-FIC
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE 0 TO W-NBE W-FIN
           MOVE W-AGE TO AGE-MNFS
           MOVE SPACE TO CHN-MNFS
           MOVE 0 TO SEQ-MNFS
           START MXNF525 KEY NOT < CLE1-MNFS INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Archive-Ecriture UNTIL W-FIN = 1
           CLOSE ETAT MXNF525
           MOVE ASSIGN-ETAT TO W-DON
           MOVE "H" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON W-EMP W-RET
           IF W-RET NOT = 0
                DISPLAY "nf525-b : empreinte de l'archive impossible"
                GO F-Archive.
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE "X" TO NFE-CHN
           MOVE "ARC" TO NFE-NAT
           MOVE W-PER TO NFE-BON NFE-PER
           MOVE W-NBE TO NFE-NBR
           MOVE W-FIC TO NFE-LIB
           MOVE W-EMP TO NFE-EMP
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "nf525-b : archive non signée (journal "
                        "NF525 " NFE-RET ")"
                GO F-Archive.
           DISPLAY "nf525-b : archive " W-FIC " - " W-NBE
                   " écritures, empreinte " W-EMP(1:64).
       F-Archive.
           EXIT.

      * écritures de la période (clôture du mois comprise), les
      * archives déjà faites exceptées
       Archive-Ecriture.
           READ MXNF525 NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNFS NOT = W-AGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE PER-MNFS TO W-PK
           IF CHN-MNFS = "A" OR CHN-MNFS = "X"
           OR W-PK-X(1:6) NOT = W-PER-X(1:6)
                EXIT PARAGRAPH.
           WRITE LIGNE-ETAT FROM ENR-MNFS
           ADD 1 TO W-NBE.

      ******************************************************************
      *    CONTROLE : intégrité du journal pour l'auditeur
      ******************************************************************
       Controle.
           OPEN INPUT MXNF525
           IF FILE-STATUS NOT = "00"
                DISPLAY "nf525-b : aucun journal NF525"
                GO F-Controle.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/nf525-controle-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CONTROLE D'INTEGRITE NF525 - AGENCE "
                       DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBE W-NBA W-DDEB
           PERFORM Controle-Chaine VARYING I FROM 1 BY 1
                   UNTIL I > 8
           PERFORM Controle-Caisse
           CLOSE MXNF525
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE W-NBE TO W-SEQ-ED
           STRING W-SEQ-ED DELIMITED BY SIZE
                  " écritures contrôlées, " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE W-NBA TO W-SEQ-ED
           STRING W-SEQ-ED DELIMITED BY SIZE
                  " anomalie(s)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           IF W-NBA = 0
                MOVE "JOURNAL INTEGRE : aucune altération constatée"
                     TO LIGNE-ETAT
           ELSE
                MOVE "JOURNAL ALTERE : voir les anomalies ci-dessus"
                     TO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           CLOSE ETAT
           INITIALIZE NFE-ZONES
           MOVE "CTL" TO NFE-NAT
           MOVE W-NBA TO NFE-NBR
           MOVE W-NBA TO W-SEQ-ED
           STRING "contrôle d'intégrité, anomalies : "
                       DELIMITED BY SIZE
                  W-SEQ-ED DELIMITED BY SIZE
                  INTO NFE-LIB
           PERFORM Ecrit-Evenement
           DISPLAY "nf525-b : " W-NBE " écritures contrôlées, "
                   W-NBA " anomalie(s), " ASSIGN-ETAT.
       F-Controle.
           EXIT.

      * une chaîne : séquence, chaînage, signature, grand total ;
      * les tickets, jours et mois se comparent à leur clôture
       Controle-Chaine.
           MOVE W-CH(I) TO W-CHN
           MOVE 0 TO W-SEQ-P W-GTP-P W-SOM W-CNT W-PKP
           MOVE SPACE TO W-SIG-P
           EVALUATE W-CHN
           WHEN "T" MOVE 8 TO W-LGP
                    MOVE "J" TO W-CHS
           WHEN "J" MOVE 6 TO W-LGP
                    MOVE "M" TO W-CHS
           WHEN "M" MOVE 4 TO W-LGP
                    MOVE "A" TO W-CHS
           WHEN OTHER MOVE 0 TO W-LGP
                    MOVE SPACE TO W-CHS
           END-EVALUATE
           PERFORM Debut-Chaine
           PERFORM Controle-Ecriture UNTIL W-FIN = 1
           IF W-LGP > 0 AND W-PKP NOT = 0
                MOVE SPACE TO W-CLE-SAV
                PERFORM Compare-Cloture
           END-IF.

       Controle-Ecriture.
           PERFORM Lit-Chaine
           IF W-FIN = 1
                EXIT PARAGRAPH.
           IF W-LGP > 0
                PERFORM Rupture-Periode
           END-IF
           ADD 1 TO W-NBE
           IF W-CHN = "T" AND W-DDEB = 0
                MOVE PER-MNFS TO W-DDEB.
           IF SEQ-MNFS NOT = W-SEQ-P + 1
                MOVE "rupture de la séquence (écriture manquante)"
                     TO W-TXT
                PERFORM Anomalie.
           IF SIP-MNFS NOT = W-SIG-P
                MOVE "chaînage rompu avec l'écriture précédente"
                     TO W-TXT
                PERFORM Anomalie.
           IF GTP-MNFS NOT = W-GTP-P + MNT-MNFS
                MOVE "grand total perpétuel incohérent" TO W-TXT
                PERFORM Anomalie.
           MOVE DON-MNFS TO W-DON
           MOVE "V" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON SIG-MNFS W-RET
           IF W-RET NOT = 0
                MOVE "signature invalide (écriture modifiée)"
                     TO W-TXT
                PERFORM Anomalie.
           IF W-CHN = "X"
                PERFORM Controle-Archive.
           MOVE SEQ-MNFS TO W-SEQ-P
           MOVE GTP-MNFS TO W-GTP-P
           MOVE SIG-MNFS TO W-SIG-P
           IF W-CHN = "T"
                ADD 1 TO W-CNT
           ELSE ADD NBR-MNFS TO W-CNT
           END-IF
           ADD MNT-MNFS TO W-SOM.

      * changement de période : la précédente est comparée à sa
      * clôture, puis on se replace sur l'écriture en cours
       Rupture-Periode.
           MOVE PER-MNFS TO W-PK
           IF W-LGP < 8
                MOVE ALL "0" TO W-PK-X(W-LGP + 1:).
           IF W-PKP = 0
                MOVE W-PK TO W-PKP
                EXIT PARAGRAPH.
           IF W-PK = W-PKP
                EXIT PARAGRAPH.
           MOVE CLE1-MNFS TO W-CLE-SAV
           PERFORM Compare-Cloture
           MOVE W-CLE-SAV TO CLE1-MNFS
           READ MXNF525 KEY CLE1-MNFS INVALID
                MOVE 1 TO W-FIN
           END-READ
           MOVE W-PK TO W-PKP
           MOVE 0 TO W-SOM W-CNT.

      * clôture de la période W-PKP (chaîne W-CHS, bon = période)
       Compare-Cloture.
           MOVE 0 TO W-TROUVE W-FIN2
           MOVE W-AGE TO AG2-MNFS
           MOVE W-PKP TO BON-MNFS
           START MXNF525 KEY NOT < CLE2-MNFS INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cherche-Cloture-Cle2 UNTIL W-FIN2 = 1
           IF W-TROUVE = 1
                IF MNT-MNFS NOT = W-SOM OR NBR-MNFS NOT = W-CNT
                     MOVE "clôture différente des écritures signées"
                          TO W-TXT
                     PERFORM Anomalie
                END-IF
                EXIT PARAGRAPH.
      * période en cours : pas encore de clôture à attendre
           MOVE W-DAT TO W-PK
           IF W-PKP-X(1:W-LGP) NOT < W-PK-X(1:W-LGP)
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           STRING "ATTENTION période " DELIMITED BY SIZE
                  W-PKP DELIMITED BY SIZE
                  " de la chaîne " DELIMITED BY SIZE
                  W-CHN DELIMITED BY SIZE
                  " non clôturée" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Cherche-Cloture-Cle2.
           READ MXNF525 NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AG2-MNFS NOT = W-AGE OR BON-MNFS NOT = W-PKP
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF CHN-MNFS = W-CHS
                MOVE 1 TO W-TROUVE W-FIN2.

      * l'archive doit être là, avec l'empreinte signée
       Controle-Archive.
           MOVE SPACE TO W-DON
           STRING MX-DIR DELIMITED BY "  "
                  "/nf525/" DELIMITED BY SIZE
                  LIB-MNFS DELIMITED BY " "
                  INTO W-DON
           MOVE "H" TO W-FON
           CALL "nf525-sig" USING W-FON W-DON W-EMP W-RET
           IF W-RET NOT = 0 OR W-EMP(1:64) NOT = EMP-MNFS
                MOVE "archive absente ou modifiée" TO W-TXT
                PERFORM Anomalie.

      * tickets du journal de caisse depuis la mise en service :
      * chacun doit être signé, au même montant
       Controle-Caisse.
           IF W-DDEB = 0
                EXIT PARAGRAPH.
           OPEN INPUT MXCAISSE
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN NCS-MCSE
           START MXCAISSE KEY NOT < CLE1-MCSE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Controle-Ticket-Caisse UNTIL W-FIN = 1
           CLOSE MXCAISSE.

       Controle-Ticket-Caisse.
           READ MXCAISSE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MCSE NOT = "T" OR AGE-MCSE NOT = W-AGE
           OR DAT-MCSE < W-DDEB
                EXIT PARAGRAPH.
           MOVE 0 TO W-TROUVE W-FIN2
           MOVE W-AGE TO AG2-MNFS
           MOVE BON-MCSE TO BON-MNFS
           START MXNF525 KEY NOT < CLE2-MNFS INVALID
                MOVE 1 TO W-FIN2
           END-START
           MOVE BON-MCSE TO W-PKP
           MOVE "T" TO W-CHS
           PERFORM Cherche-Cloture-Cle2 UNTIL W-FIN2 = 1
           MOVE "C" TO LA-CHN
           MOVE NCS-MCSE TO LA-SEQ
           MOVE DAT-MCSE TO LA-DAT
           IF W-TROUVE = 0
                MOVE "ticket MXCAISSE absent du journal signé"
                     TO W-TXT
                PERFORM Anomalie-Caisse
                EXIT PARAGRAPH.
           IF MNT-MNFS NOT = TTC-MCSE
                MOVE "ticket MXCAISSE réécrit (montant modifié)"
                     TO W-TXT
                PERFORM Anomalie-Caisse.

       Anomalie.
           MOVE CHN-MNFS TO LA-CHN
           MOVE SEQ-MNFS TO LA-SEQ
           MOVE DAT-MNFS TO LA-DAT
           PERFORM Anomalie-Caisse.

       Anomalie-Caisse.
           MOVE W-TXT TO LA-TXT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT FROM LIGNE-ANO
           ADD 1 TO W-NBA.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
