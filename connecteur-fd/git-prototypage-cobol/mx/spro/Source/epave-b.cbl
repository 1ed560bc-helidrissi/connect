      *{Bench}prg-comment
      * epave-b.cbl
151026* epave-b.cbl : épaves dues en échange standard.
151026* Le démarreur, la pompe ou l'injecteur reconditionné
151026* (ESD-MART = 1) se vend avec une ligne de consigne d'épave
151026* (article EPV-MART, MOT-MLDI = "EPV") posée d'office par
151026* sbd-c et comptoir-b ; le client nous doit la pièce usagée.
151026*   SUIVI
151026*       quotidien : chaque ligne de consigne livrée devient
151026*       une fiche d'épave due MXEPAVE (client, article,
151026*       reconditionneur FOU-MART, valeur), date limite de
151026*       retour = date du bon + délai de MX-DIR/epave.cfg (30
151026*       jours à défaut) ; les épaves dues au-delà de la date
151026*       limite passent D : la consigne déjà facturée est
151026*       définitivement acquise ;
151026*   RETOUR <nep> <A|P|R> [<taux>]
151026*       épave rendue et contrôlée : A acceptée (consigne
151026*       remboursée en entier), P acceptée en partie (taux
151026*       remboursé, 50 % à défaut), R refusée (consigne
151026*       acquise).  Le remboursement est un avoir TYP-MBDI = 3
151026*       sur l'article de consigne (numérotation MXAGEDIS
151026*       comme rma-b) ;
151026*   LOT <fou>
151026*       lot de retour au reconditionneur des épaves acceptées
151026*       non encore renvoyées, bordereau ft/epave-lot-<lot>.txt
151026*       avec l'avoir épave attendu (prix d'achat PAC-MART de
151026*       l'article de consigne, au taux accepté) ;
151026*   AVOIR <lot> <montant> <référence>
151026*       avoir épave reçu du reconditionneur, réparti sur les
151026*       fiches du lot au prorata de l'attendu ; l'écart est
151026*       affiché ;
151026*   ETAT
151026*       valeur des épaves dues par client puis par
151026*       reconditionneur (dues, à renvoyer, avoirs attendus),
151026*       ft/epave-etat.txt ;
151026*   ARTICLE <art> <0|1|2> [<epv>]
151026*       fiche échange standard de l'article (ESD-MART) : 1
151026*       article reconditionné vendu avec la consigne <epv>
151026*       (article déjà posé en 2), 2 l'article est une
151026*       consigne d'épave, 0 ni l'un ni l'autre.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. epave-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:47:19.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXEPAVE.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXEPAVE.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(60).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DELAI              PIC 9(03).
       77 W-NEP                PIC 9(08).
       77 W-NEP-X              PIC X(08).
       77 W-LOT                PIC 9(08).
       77 W-LOT-X              PIC X(08).
       77 W-FOU                PIC X(08).
       77 W-NFF                PIC X(10).
       77 W-GRADE              PIC X.
       77 W-ESD                PIC 9.
       77 W-EPV                PIC X(20).
       77 W-TAUX               PIC 9(03).
       77 W-AVO                PIC 9(08).
       77 W-MNT                PIC S9(11)V99.
       77 W-TOT                PIC S9(11)V99.
       77 W-TOT2               PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-MNT-ED             PIC -(9)9,99.
       77 W-TOT-ED             PIC -(9)9,99.
       77 W-PUN                PIC 9(09)V99.
       77 W-CLI                PIC 9(08).
       77 W-NBC                PIC 9(05).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB2                PIC 9(05).
       77 W-TROUVE             PIC 9.
       77 W-IX                 PIC 9(04) COMP.
       77 W-NBF                PIC 9(04) COMP.
      * ligne précédente du balayage MXLDIS : l'article
      * reconditionné précède sa ligne de consigne sur le bon
       77 W-PRE-AGE            PIC X(03).
       77 W-PRE-BON            PIC 9(08).
       77 W-PRE-ART            PIC X(20).
       78 DELAI-DEF            VALUE IS 30.
       78 TAUX-PARTIEL         VALUE IS 50.
       78 MAXFOU               VALUE IS 500.
      * poste batch pour la numérotation (cf. MOB-PALM des écrans)
       78 MOB-BATCH            VALUE IS 90.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "lit-agedis.wrk".
      * cumuls par reconditionneur de l'état
       01 W-TAB-FOU.
           05 W-FOU-POSTE OCCURS 500.
              10 W-TF-FOU      PIC X(08).
              10 W-TF-DUE      PIC S9(11)V99.
              10 W-TF-ARV      PIC S9(11)V99.
              10 W-TF-CRA      PIC S9(11)V99.
              10 W-TF-CRF      PIC S9(11)V99.
       01 LIGNE-EPV.
           05 LE-NEP           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LE-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LE-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LE-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-CLI           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LE-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LE-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LE-VAL           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LE-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-DLR           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-CRA           PIC -(8)9,99.
           05 FILLER           PIC X(18).
       01 LIGNE-TOT REDEFINES LIGNE-EPV.
           05 LT-LIB           PIC X(30).
           05 FILLER           PIC X(01).
           05 LT-COD           PIC X(10).
           05 FILLER           PIC X(01).
           05 LT-NB            PIC ZZZZ9.
           05 FILLER           PIC X(01).
           05 LT-MNT1          PIC -(10)9,99.
           05 FILLER           PIC X(01).
           05 LT-MNT2          PIC -(10)9,99.
           05 FILLER           PIC X(01).
           05 LT-MNT3          PIC -(10)9,99.
           05 FILLER           PIC X(01).
           05 LT-MNT4          PIC -(10)9,99.
           05 FILLER           PIC X(21).
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
           EVALUATE W-FONCTION
           WHEN "SUIVI"  PERFORM Suivi THRU F-Suivi
           WHEN "RETOUR" PERFORM Retour THRU F-Retour
           WHEN "LOT"    PERFORM Lot-Retour THRU F-Lot-Retour
           WHEN "AVOIR"  PERFORM Avoir-Fou THRU F-Avoir-Fou
           WHEN "ETAT"   PERFORM Edite-Etat THRU F-Edite-Etat
           WHEN "ARTICLE" PERFORM Article THRU F-Article
           WHEN OTHER
                DISPLAY "epave-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : epave-b SUIVI"
                DISPLAY "        epave-b RETOUR nep A|P|R [taux]"
                DISPLAY "        epave-b LOT fou"
                DISPLAY "        epave-b AVOIR lot montant ref"
                DISPLAY "        epave-b ETAT"
                DISPLAY "        epave-b ARTICLE art 0/1/2 [epv]"
           END-EVALUATE
           GO Fin.

      * délai de retour de l'épave : MX-DIR/epave.cfg (jours), 30
      * à défaut
       Charge-Delai.
           MOVE DELAI-DEF TO W-DELAI
           STRING MX-DIR DELIMITED BY "  "
                  "/epave.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                MOVE ENR-CONFIG TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-DELAI
                END-IF
           END-READ
           CLOSE CONFIG.

      ******************************************************************
      *    SUIVI : fiches des consignes livrées, retours hors délai
      ******************************************************************
       Suivi.
           PERFORM Charge-Delai
           OPEN I-O MXEPAVE
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXEPAVE
                CLOSE MXEPAVE
                OPEN I-O MXEPAVE.
           OPEN INPUT MXLDIS MXBDIS MXART
           PERFORM Cherche-Nep
           MOVE 0 TO W-NB W-NB2 W-TOT
           MOVE SPACE TO W-PRE-AGE W-PRE-ART
           MOVE 0 TO W-PRE-BON
           MOVE SPACE TO ENR-MLDI
           MOVE LOW-VALUE TO AGE-MLDI
           MOVE 0 TO W-FIN
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Ligne UNTIL W-FIN = 1
      * épaves non rendues dans le délai : la consigne est acquise
           MOVE 0 TO NEP-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE1-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Controle-Delai UNTIL W-FIN = 1
           CLOSE MXEPAVE MXLDIS MXBDIS MXART
           MOVE W-TOT TO W-TOT-ED
           DISPLAY "epave-b : " W-NB " épaves dues ajoutées, "
                   W-NB2 " hors délai (consigne acquise "
                   W-TOT-ED ")".
       F-Suivi.
           EXIT.

       Cherche-Nep.
           MOVE 0 TO W-NEP
           MOVE 99999999 TO NEP-MEPV
           START MXEPAVE KEY NOT > CLE1-MEPV INVALID
                CONTINUE
           NOT INVALID
                READ MXEPAVE PREVIOUS AT END CONTINUE
                NOT AT END MOVE NEP-MEPV TO W-NEP
                END-READ
           END-START.

       Suivi-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MOT-MLDI NOT = "EPV"
                MOVE AGE-MLDI TO W-PRE-AGE
                MOVE BON-MLDI TO W-PRE-BON
                MOVE ART-MLDI TO W-PRE-ART
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1 OR QTE-MLDI NOT > 0
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MEPV
           MOVE BON-MLDI TO BON-MEPV
           MOVE LIG-MLDI TO LIG-MEPV
           READ MXEPAVE KEY IS CLE2-MEPV INVALID CONTINUE
           NOT INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE AGE-MLDI TO AGE-MBDI
           MOVE BON-MLDI TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           IF TYP-MBDI = 3 OR TYP-MBDI = 5 OR TYP-MBDI = 7
           OR TYP-MBDI = 8
                EXIT PARAGRAPH.
           ADD 1 TO W-NEP
           INITIALIZE ENR-MEPV
           MOVE W-NEP TO NEP-MEPV
           MOVE AGE-MLDI TO AGE-MEPV
           MOVE BON-MLDI TO BON-MEPV
           MOVE LIG-MLDI TO LIG-MEPV
           MOVE CLI-MBDI TO CLI-MEPV
           MOVE ART-MLDI TO ARE-MEPV
           MOVE QTE-MLDI TO QTE-MEPV
           MOVE PUN-MLDI TO PUN-MEPV
           COMPUTE VAL-MEPV ROUNDED = QTE-MLDI * PUN-MLDI
           MOVE DAT-MBDI TO DAT-MEPV
           MOVE DAT-MBDI TO AJD-DAT
           MOVE W-DELAI TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO DLR-MEPV
           MOVE "O" TO STA-MEPV
           MOVE SPACE TO STF-MEPV
      * article reconditionné vendu et son reconditionneur
           IF W-PRE-AGE = AGE-MLDI AND W-PRE-BON = BON-MLDI
                MOVE W-PRE-ART TO COD-MART
                READ MXART INVALID CONTINUE
                NOT INVALID
                     IF EPV-MART = ART-MLDI
                          MOVE COD-MART TO ART-MEPV
                          MOVE FOU-MART TO FOU-MEPV
                     END-IF
                END-READ
           END-IF
           IF FOU-MEPV = SPACE
                MOVE ART-MLDI TO COD-MART
                READ MXART INVALID CONTINUE
                NOT INVALID
                     MOVE FOU-MART TO FOU-MEPV
                END-READ
           END-IF
           WRITE ENR-MEPV INVALID
                DISPLAY "epave-b : écriture MXEPAVE " W-NEP
                EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO W-NB.

       Controle-Delai.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MEPV NOT = "O" OR DLR-MEPV NOT < W-DAT
                EXIT PARAGRAPH.
           MOVE "D" TO STA-MEPV
           REWRITE ENR-MEPV INVALID CONTINUE
           END-REWRITE
           ADD VAL-MEPV TO W-TOT
           ADD 1 TO W-NB2.

      ******************************************************************
      *    RETOUR : contrôle de l'épave rendue, avoir de consigne
      ******************************************************************
       Retour.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NEP
           MOVE W-PAR3 TO W-GRADE
           EVALUATE W-GRADE
           WHEN "A" MOVE 100 TO W-TAUX
           WHEN "R" MOVE 0 TO W-TAUX
           WHEN "P"
                MOVE TAUX-PARTIEL TO W-TAUX
                IF W-PAR4 NOT = SPACE
                     MOVE W-PAR4 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-TAUX
                END-IF
                IF W-TAUX = 0 OR W-TAUX > 99
                     DISPLAY "epave-b : taux partiel de 1 à 99"
                     GO F-Retour
                END-IF
           WHEN OTHER
                MOVE SPACE TO W-GRADE
           END-EVALUATE
           IF W-NEP = 0 OR W-GRADE = SPACE
                DISPLAY "usage : epave-b RETOUR nep A|P|R [taux]"
                GO F-Retour.
           OPEN I-O MXEPAVE
           IF FILE-STATUS NOT = "00"
                DISPLAY "epave-b : aucune épave due"
                GO F-Retour.
           OPEN I-O MXBDIS MXLDIS MXAGEDIS
           OPEN INPUT MXART
           MOVE W-NEP TO NEP-MEPV
           READ MXEPAVE INVALID
                DISPLAY "epave-b : fiche inconnue " W-NEP
                PERFORM Ferme-Retour
                GO F-Retour
           END-READ
           IF STA-MEPV NOT = "O"
                DISPLAY "epave-b : épave " W-NEP " déjà traitée ("
                        STA-MEPV ")"
                PERFORM Ferme-Retour
                GO F-Retour.
           MOVE ARE-MEPV TO COD-MART
           READ MXART INVALID
                INITIALIZE ENR-MART
                MOVE ARE-MEPV TO COD-MART
           END-READ
           MOVE 0 TO W-AVO W-MNT
           IF W-TAUX > 0
                COMPUTE W-PUN ROUNDED = PUN-MEPV * W-TAUX / 100
                COMPUTE W-MNT ROUNDED = QTE-MEPV * W-PUN
                PERFORM Genere-Avoir
                IF W-AVO = 0
                     PERFORM Ferme-Retour
                     GO F-Retour
                END-IF
      *         avoir épave attendu du reconditionneur, au même
      *         taux que l'acceptation
                COMPUTE CRA-MEPV ROUNDED
                        = QTE-MEPV * PAC-MART * W-TAUX / 100
           END-IF
           MOVE W-GRADE TO STA-MEPV
           MOVE W-DAT TO DRT-MEPV
           MOVE W-TAUX TO TAU-MEPV
           MOVE W-MNT TO RMB-MEPV
           MOVE W-AVO TO AVO-MEPV
           REWRITE ENR-MEPV INVALID
                DISPLAY "epave-b : réécriture MXEPAVE " W-NEP
           END-REWRITE
           PERFORM Ferme-Retour
           MOVE W-MNT TO W-MNT-ED
           IF W-AVO = 0
                DISPLAY "epave-b : épave " W-NEP
                        " refusée, consigne acquise"
           ELSE DISPLAY "epave-b : épave " W-NEP " " W-GRADE
                        ", avoir " W-AVO " de " W-MNT-ED
           END-IF.
       F-Retour.
           EXIT.

       Ferme-Retour.
           CLOSE MXEPAVE MXBDIS MXLDIS MXAGEDIS MXART.

      * avoir TYP-MBDI = 3 d'une ligne sur l'article de consigne,
      * numéroté par le compteur de l'agence de vente
       Genere-Avoir.
           MOVE 0 TO W-AVO
           MOVE AGE-MEPV TO COD-MAGD
           PERFORM LIT-AGEDIS-LOCK
           IF AGD-TROUVE NOT = 1
                DISPLAY "epave-b : agence inconnue de MXAGEDIS "
                        AGE-MEPV
                EXIT PARAGRAPH
           END-IF
           ADD 1 TO BON-MAGD
           REWRITE ENR-MAGD INVALID
                DISPLAY "epave-b : réécriture AGEDIS " AGE-MEPV
                EXIT PARAGRAPH
           END-REWRITE
           COMPUTE W-AVO = (MOB-BATCH * 1000000) + BON-MAGD
           INITIALIZE ENR-MLDI
           MOVE AGE-MEPV TO AGE-MLDI
           MOVE W-AVO TO BON-MLDI
           MOVE 1 TO LIG-MLDI
           MOVE ARE-MEPV TO ART-MLDI
           MOVE DES-MART TO DES-MLDI
           MOVE QTE-MEPV TO QTE-MLDI
           MOVE PUN-MEPV TO PUB-MLDI
           MOVE W-PUN TO PUN-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "EPV" TO MOT-MLDI
           WRITE ENR-MLDI INVALID
                DISPLAY "epave-b : écriture ligne avoir " W-AVO
                MOVE 0 TO W-AVO
                EXIT PARAGRAPH
           END-WRITE
           INITIALIZE ENR-MBDI
           MOVE AGE-MEPV TO AGE-MBDI
           MOVE W-AVO TO BON-MBDI
           MOVE 3 TO TYP-MBDI
           MOVE CLI-MEPV TO CLI-MBDI
           MOVE W-DAT TO DAT-MBDI
           WRITE ENR-MBDI INVALID
                DISPLAY "epave-b : écriture en-tête avoir " W-AVO
                MOVE 0 TO W-AVO
           END-WRITE.

      ******************************************************************
      *    LOT : retour des épaves acceptées au reconditionneur
      ******************************************************************
       Lot-Retour.
           MOVE W-PAR2 TO W-FOU
           IF W-FOU = SPACE
                DISPLAY "usage : epave-b LOT fou"
                GO F-Lot-Retour.
           OPEN I-O MXEPAVE
           IF FILE-STATUS NOT = "00"
                DISPLAY "epave-b : aucune épave due"
                GO F-Lot-Retour.
      * no de lot = plus grand lot existant + 1
           MOVE 0 TO W-LOT
           MOVE 0 TO NEP-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE1-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cherche-Lot UNTIL W-FIN = 1
           ADD 1 TO W-LOT
           MOVE W-LOT TO W-LOT-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/epave-lot-" DELIMITED BY SIZE
                  W-LOT-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RETOUR D'EPAVES NO " DELIMITED BY SIZE
                  W-LOT-X DELIMITED BY SIZE
                  " - RECONDITIONNEUR " DELIMITED BY SIZE
                  W-FOU DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FICHE  E AGE BON      CLIENT   ARTICLE" TO LIGNE-ETAT
           MOVE "QTE     CONSIGNE VENTE    LIMITE   AVOIR ATT."
             TO LIGNE-ETAT(64:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-TOT
           MOVE 0 TO NEP-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE1-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lot-Une-Epave UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT TO W-TOT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING W-NB DELIMITED BY SIZE
                  " EPAVES - AVOIR EPAVE ATTENDU : " DELIMITED BY SIZE
                  W-TOT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXEPAVE
           IF W-NB = 0
                DISPLAY "epave-b : aucune épave à renvoyer à " W-FOU
           ELSE DISPLAY "epave-b : lot " W-LOT ", " W-NB
                        " épaves, avoir attendu " W-TOT-ED
           END-IF.
       F-Lot-Retour.
           EXIT.

       Cherche-Lot.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LOT-MEPV > W-LOT
                MOVE LOT-MEPV TO W-LOT.

       Lot-Une-Epave.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MEPV NOT = W-FOU OR STF-MEPV NOT = SPACE
                EXIT PARAGRAPH.
           IF STA-MEPV NOT = "A" AND STA-MEPV NOT = "P"
                EXIT PARAGRAPH.
           MOVE W-LOT TO LOT-MEPV
           MOVE W-DAT TO DLT-MEPV
           MOVE "E" TO STF-MEPV
           REWRITE ENR-MEPV INVALID
                EXIT PARAGRAPH
           END-REWRITE
           PERFORM Ligne-Fiche
           ADD CRA-MEPV TO W-TOT
           ADD 1 TO W-NB.

       Ligne-Fiche.
           MOVE SPACE TO LIGNE-EPV
           MOVE NEP-MEPV TO LE-NEP
           MOVE STA-MEPV TO LE-STA
           MOVE AGE-MEPV TO LE-AGE
           MOVE BON-MEPV TO LE-BON
           MOVE CLI-MEPV TO LE-CLI
           MOVE ART-MEPV TO LE-ART
           IF ART-MEPV = SPACE
                MOVE ARE-MEPV TO LE-ART.
           MOVE QTE-MEPV TO LE-QTE
           MOVE VAL-MEPV TO LE-VAL
           MOVE DAT-MEPV TO LE-DAT
           MOVE DLR-MEPV TO LE-DLR
           MOVE CRA-MEPV TO LE-CRA
           WRITE LIGNE-ETAT FROM LIGNE-EPV.

      ******************************************************************
      *    AVOIR : avoir épave du reconditionneur sur un lot
      ******************************************************************
       Avoir-Fou.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LOT
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MNT
           MOVE W-PAR4 TO W-NFF
           IF W-LOT = 0 OR W-MNT NOT > 0 OR W-NFF = SPACE
                DISPLAY "usage : epave-b AVOIR lot montant ref"
                GO F-Avoir-Fou.
           OPEN I-O MXEPAVE
           IF FILE-STATUS NOT = "00"
                DISPLAY "epave-b : aucune épave due"
                GO F-Avoir-Fou.
      * attendu du lot, puis répartition au prorata
           MOVE 0 TO W-TOT W-NB
           MOVE 0 TO NEP-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE1-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Lot UNTIL W-FIN = 1
           IF W-NB = 0
                DISPLAY "epave-b : lot " W-LOT " inconnu ou soldé"
                CLOSE MXEPAVE
                GO F-Avoir-Fou.
           MOVE 0 TO W-TOT2 W-NB2
           MOVE 0 TO NEP-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE1-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Solde-Lot UNTIL W-FIN = 1
           CLOSE MXEPAVE
           COMPUTE W-ECART = W-MNT - W-TOT
           MOVE W-TOT TO W-TOT-ED
           MOVE W-ECART TO W-MNT-ED
           DISPLAY "epave-b : lot " W-LOT " soldé, " W-NB2
                   " épaves, attendu " W-TOT-ED ", écart " W-MNT-ED.
       F-Avoir-Fou.
           EXIT.

       Cumule-Lot.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LOT-MEPV NOT = W-LOT OR STF-MEPV NOT = "E"
                EXIT PARAGRAPH.
           ADD CRA-MEPV TO W-TOT
           ADD 1 TO W-NB.

      * la dernière fiche prend l'arrondi : le lot totalise
      * exactement l'avoir reçu
       Solde-Lot.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LOT-MEPV NOT = W-LOT OR STF-MEPV NOT = "E"
                EXIT PARAGRAPH.
           ADD 1 TO W-NB2
           IF W-NB2 = W-NB
                COMPUTE CRF-MEPV = W-MNT - W-TOT2
           ELSE
                IF W-TOT = 0
                     COMPUTE CRF-MEPV ROUNDED = W-MNT / W-NB
                ELSE COMPUTE CRF-MEPV ROUNDED
                             = W-MNT * CRA-MEPV / W-TOT
                END-IF
           END-IF
           ADD CRF-MEPV TO W-TOT2
           MOVE W-NFF TO NFF-MEPV
           MOVE "S" TO STF-MEPV
           REWRITE ENR-MEPV INVALID CONTINUE
           END-REWRITE.

      ******************************************************************
      *    ETAT : épaves dues par client et par reconditionneur
      ******************************************************************
       Edite-Etat.
           OPEN INPUT MXEPAVE
           IF FILE-STATUS NOT = "00"
                DISPLAY "epave-b : aucune épave due"
                GO F-Edite-Etat.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/epave-etat.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "EPAVES EN ECHANGE STANDARD AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "EPAVES DUES PAR CLIENT" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FICHE  E AGE BON      CLIENT   ARTICLE" TO LIGNE-ETAT
           MOVE "QTE     CONSIGNE VENTE    LIMITE" TO LIGNE-ETAT(64:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBF W-NB W-TOT W-NBC W-MNT
           MOVE 0 TO W-CLI
           MOVE LOW-VALUE TO CLE3-MEPV
           MOVE 0 TO W-FIN
           START MXEPAVE KEY NOT < CLE3-MEPV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Etat-Une-Epave UNTIL W-FIN = 1
           PERFORM Total-Client
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-TOT
           MOVE "TOTAL EPAVES DUES" TO LT-LIB
           MOVE W-NB TO LT-NB
           MOVE W-TOT TO LT-MNT1
           WRITE LIGNE-ETAT FROM LIGNE-TOT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "PAR RECONDITIONNEUR" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "                               FOURN.            DUES"
             TO LIGNE-ETAT
           MOVE "   A RENVOYER   AVOIR ATTENDU     AVOIR RECU"
             TO LIGNE-ETAT(62:)
           WRITE LIGNE-ETAT
           PERFORM Edite-Fou VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBF
           CLOSE ETAT MXEPAVE
           MOVE W-TOT TO W-TOT-ED
           DISPLAY "epave-b : " W-NB " épaves dues pour " W-TOT-ED
                   ", état " ASSIGN-ETAT.
       F-Edite-Etat.
           EXIT.

       Etat-Une-Epave.
           READ MXEPAVE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           PERFORM Cumule-Fou
           IF STA-MEPV NOT = "O"
                EXIT PARAGRAPH.
           IF CLI-MEPV NOT = W-CLI
                PERFORM Total-Client
                MOVE CLI-MEPV TO W-CLI.
           PERFORM Ligne-Fiche
           ADD 1 TO W-NB W-NBC
           ADD VAL-MEPV TO W-TOT W-MNT.

       Total-Client.
           IF W-NBC = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-TOT
           MOVE "  TOTAL CLIENT" TO LT-LIB
           MOVE W-CLI TO W-NEP-X
           MOVE W-NEP-X TO LT-COD
           MOVE W-NBC TO LT-NB
           MOVE W-MNT TO LT-MNT1
           WRITE LIGNE-ETAT FROM LIGNE-TOT
           MOVE 0 TO W-NBC W-MNT.

      * dues chez le client, acceptées à renvoyer, avoirs épave
      * attendus (lot parti) et reçus
       Cumule-Fou.
           MOVE 0 TO W-TROUVE
           PERFORM Compare-Fou VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBF OR W-TROUVE = 1
           IF W-TROUVE = 1
                SUBTRACT 1 FROM W-IX
           ELSE
                IF W-NBF NOT < MAXFOU
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBF
                MOVE W-NBF TO W-IX
                MOVE FOU-MEPV TO W-TF-FOU(W-IX)
                MOVE 0 TO W-TF-DUE(W-IX) W-TF-ARV(W-IX)
                          W-TF-CRA(W-IX) W-TF-CRF(W-IX)
           END-IF
           EVALUATE TRUE
           WHEN STA-MEPV = "O"
                ADD VAL-MEPV TO W-TF-DUE(W-IX)
           WHEN STF-MEPV = SPACE
           AND (STA-MEPV = "A" OR STA-MEPV = "P")
                ADD CRA-MEPV TO W-TF-ARV(W-IX)
           WHEN STF-MEPV = "E"
                ADD CRA-MEPV TO W-TF-CRA(W-IX)
           WHEN STF-MEPV = "S"
                ADD CRF-MEPV TO W-TF-CRF(W-IX)
           END-EVALUATE.

       Compare-Fou.
           IF W-TF-FOU(W-IX) = FOU-MEPV
                MOVE 1 TO W-TROUVE.

       Edite-Fou.
           MOVE SPACE TO LIGNE-TOT
           MOVE W-TF-FOU(W-IX) TO LT-COD
           MOVE W-TF-DUE(W-IX) TO LT-MNT1
           MOVE W-TF-ARV(W-IX) TO LT-MNT2
           MOVE W-TF-CRA(W-IX) TO LT-MNT3
           MOVE W-TF-CRF(W-IX) TO LT-MNT4
           WRITE LIGNE-ETAT FROM LIGNE-TOT.

      ******************************************************************
      *    ARTICLE : fiche échange standard de l'article
      ******************************************************************
       Article.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-ESD
           MOVE W-PAR4(1:20) TO W-EPV
           IF W-PAR2 = SPACE OR W-PAR3 = SPACE OR W-ESD > 2
           OR (W-ESD = 1 AND W-EPV = SPACE)
           OR (W-ESD = 1 AND W-EPV = W-PAR2(1:20))
                DISPLAY "usage : epave-b ARTICLE art 0/1/2 [epv]"
                GO F-Article.
           OPEN I-O MXART
      * la consigne d'épave doit exister et être posée en 2
           IF W-ESD = 1
                MOVE W-EPV TO COD-MART
                READ MXART INVALID
                     DISPLAY "epave-b : consigne inconnue " W-EPV
                     CLOSE MXART
                     GO F-Article
                END-READ
                IF ESD-MART NOT = 2
                     DISPLAY "epave-b : " W-EPV " n'est pas une "
                             "consigne d'épave (ARTICLE " W-EPV
                             " 2 d'abord)"
                     CLOSE MXART
                     GO F-Article
                END-IF
           END-IF
           MOVE W-PAR2 TO COD-MART
           READ MXART INVALID
                DISPLAY "epave-b : article inconnu " W-PAR2
                CLOSE MXART
                GO F-Article
           END-READ
           MOVE W-ESD TO ESD-MART
           IF W-ESD = 1
                MOVE W-EPV TO EPV-MART
           ELSE MOVE SPACE TO EPV-MART
           END-IF
           MOVE W-DAT TO DMOD-MART
           REWRITE ENR-MART INVALID
                DISPLAY "epave-b : réécriture article " W-PAR2
           END-REWRITE
           CLOSE MXART
           DISPLAY "epave-b : article " W-PAR2 " échange standard "
                   W-ESD " consigne " EPV-MART.
       F-Article.
           EXIT.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".
           COPY "lit-agedis.cbl".

       Fin.
           STOP RUN.
