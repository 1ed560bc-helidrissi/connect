      *{Bench}prg-comment
      * reequi-b.cbl
151026* reequi-b.cbl : rééquilibrage du stock entre agences, passage
151026* hebdomadaire.
151026*   PROPOSE [<jours>] [<valmin>]
151026*       pour chaque article et chaque agence, disponible =
151026*       stock STC-MASA + attendu fournisseur QCF-MASA +
151026*       transferts ouverts - demande client ouverte (reste à
151026*       livrer QTE - QTC des commandes client MXLDIS),
151026*       comparé à la consommation des <jours> derniers jours
151026*       (MXHISVTE, 90 par défaut) : au-delà de 90 jours de
151026*       consommation (ou du maxi MAX-MASA) l'agence est en
151026*       surstock, en deçà de 30 jours (ou du point de commande
151026*       REA-MASA) elle est en besoin.  Le surplus cessible
151026*       (limité au stock physique libre) sert les besoins,
151026*       plus gros surplus d'abord ; un transfert de valeur
151026*       inférieure à <valmin> (150 par défaut) n'est pas
151026*       proposé.  Les propositions vont dans MXREEQUI (acceptées
151026*       à l'écran reequi-m, qui crée le transfert), état
151026*       ft/reequi-<npr>.txt avec la valeur des achats évités ;
151026*       les lignes encore en attente des passages précédents
151026*       sont remplacées ;
151026*   ETAT [<aaaamm>]
151026*       devenir des propositions du mois : proposées,
151026*       acceptées, refusées, valeur transférée et achats
151026*       évités, ft/reequi-etat.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. reequi-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:54:21.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXHISVTE.sl".
       COPY "MXREEQUI.sl".
       COPY "MXREESIT.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXHISVTE.fd".
       COPY "MXREEQUI.fd".
       COPY "MXREESIT.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-AGE                PIC X(03).
       77 W-ART                PIC X(20).
       77 W-ART-GRP            PIC X(20).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-JOURS              PIC 9(03).
       77 W-JRS-DEB            PIC S9(07).
       77 W-VALMIN             PIC 9(07)V99.
       77 W-NPR                PIC 9(08).
       77 W-LIG                PIC 9(04).
       77 W-QTE                PIC S9(09)V99.
       77 W-UNI                PIC S9(09).
       77 W-DIS                PIC S9(09)V99.
       77 W-LIB                PIC S9(09)V99.
       77 W-CIB                PIC S9(09)V99.
       77 W-SEU                PIC S9(09)V99.
       77 W-PMP                PIC 9(09)V99.
       77 W-VAL                PIC S9(11)V99.
       77 W-ACH                PIC S9(11)V99.
       77 W-TOT-VAL            PIC S9(11)V99.
       77 W-TOT-ACH            PIC S9(11)V99.
       77 W-FIN                PIC 9.
       77 W-FIN-GRP            PIC 9.
       77 W-NBS                PIC 9(05).
       77 W-NBP                PIC 9(05).
       77 W-NBA                PIC 9(05).
       77 W-NBR                PIC 9(05).
       77 W-NBSR               PIC 9(05).
       77 W-VAL-P              PIC S9(11)V99.
       77 W-VAL-A              PIC S9(11)V99.
       77 W-ACH-P              PIC S9(11)V99.
       77 W-ACH-A              PIC S9(11)V99.
       77 W-NBAG               PIC 9(03) COMP.
       77 W-IA                 PIC 9(03) COMP.
       77 W-ID                 PIC 9(03) COMP.
       77 W-IMAX               PIC 9(03) COMP.
       78 MAXAGE               VALUE IS 100.
      * couverture visée et seuil de surstock, en jours de
      * consommation
       78 COUV-CIBLE           VALUE IS 30.
       78 COUV-SURSTOCK        VALUE IS 90.
       78 JOURS-DEF            VALUE IS 90.
       78 VALMIN-DEF           VALUE IS 150.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
      * agences de l'article en cours
       01 W-TAB-SIT.
           05 W-SIT-POSTE OCCURS 100.
              10 W-SIT-AGE     PIC X(03).
              10 W-SIT-CON     PIC S9(09)V99.
              10 W-SIT-DIS     PIC S9(09)V99.
              10 W-SIT-PMP     PIC 9(09)V99.
              10 W-SIT-SUR     PIC S9(09)V99.
              10 W-SIT-BES     PIC S9(09)V99.
       01 W-ZONES-ED.
           05 W-TOT-VAL-ED     PIC -(10)9,99.
           05 W-TOT-ACH-ED     PIC -(10)9,99.
           05 W-VALMIN-ED      PIC Z(6)9,99.
      * proposition
       01 LIGNE-PRO.
           05 LP-LIG           PIC Z(03)9.
           05 FILLER           PIC X(01).
           05 LP-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LP-DES           PIC X(25).
           05 FILLER           PIC X(01).
           05 LP-AGS           PIC X(03).
           05 LP-FLE           PIC X(04).
           05 LP-AGD           PIC X(03).
           05 FILLER           PIC X(01).
           05 LP-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-VAL           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LP-ACH           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LP-DSS           PIC -(6)9.
           05 FILLER           PIC X(01).
           05 LP-CNS           PIC -(6)9.
           05 FILLER           PIC X(01).
           05 LP-DSD           PIC -(6)9.
           05 FILLER           PIC X(01).
           05 LP-CND           PIC -(6)9.
      * devenir des propositions du mois
       01 LIGNE-BIL REDEFINES LIGNE-PRO.
           05 LB-LIB           PIC X(30).
           05 FILLER           PIC X(01).
           05 LB-NB            PIC Z(04)9.
           05 FILLER           PIC X(01).
           05 LB-VAL           PIC -(10)9,99.
           05 FILLER           PIC X(01).
           05 LB-ACH           PIC -(10)9,99.
           05 FILLER           PIC X(63).
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
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "PROPOSE" PERFORM Propose THRU F-Propose
           WHEN "ETAT"    PERFORM Etat-Reequi THRU F-Etat-Reequi
           WHEN OTHER
                DISPLAY "reequi-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : reequi-b PROPOSE [jours] [valmin]"
                DISPLAY "        reequi-b ETAT [aaaamm]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    PROPOSE : transferts proposés des agences en surstock
      *    vers les agences en besoin
      ******************************************************************
       Propose.
           MOVE JOURS-DEF TO W-JOURS
           MOVE VALMIN-DEF TO W-VALMIN
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-JOURS.
           IF W-PAR3 NOT = SPACE
                MOVE W-PAR3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-VALMIN.
           IF W-JOURS = 0
                MOVE JOURS-DEF TO W-JOURS.
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JRS-DEB = DATSER-JRS - W-JOURS
      * fichier de travail vidé à chaque passage
           OPEN OUTPUT MXREESIT
           CLOSE MXREESIT
           OPEN I-O MXREESIT
           OPEN INPUT MXART MXARTSA MXBDIS MXLDIS MXHISVTE
           OPEN I-O MXREEQUI
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREEQUI
                CLOSE MXREEQUI
                OPEN I-O MXREEQUI.
           PERFORM Remplace-Anciennes
           PERFORM Charge-Ventes
           PERFORM Charge-Demande
           PERFORM Charge-Stock
           PERFORM Cherche-Npr
           MOVE W-VALMIN TO W-VALMIN-ED
           PERFORM Ouvre-Etat-Pro
           MOVE 0 TO W-LIG W-TOT-VAL W-TOT-ACH
           MOVE SPACE TO ART-MRES
           MOVE SPACE TO AGE-MRES
           MOVE 0 TO W-NBAG W-FIN
           MOVE SPACE TO W-ART-GRP
           START MXREESIT KEY NOT < CLE1-MRES INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Situation UNTIL W-FIN = 1
           IF W-NBAG > 0
                PERFORM Traite-Article.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-VAL TO W-TOT-VAL-ED
           MOVE W-TOT-ACH TO W-TOT-ACH-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING W-LIG DELIMITED BY SIZE
                  " transferts proposés, valeur déplacée "
                  DELIMITED BY SIZE
                  W-TOT-VAL-ED DELIMITED BY SIZE
                  ", achats évités " DELIMITED BY SIZE
                  W-TOT-ACH-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXART MXARTSA MXBDIS MXLDIS MXHISVTE MXREEQUI
                 MXREESIT
           DISPLAY "reequi-b : proposition " W-NPR ", " W-LIG
                   " transferts, achats évités " W-TOT-ACH-ED
           DISPLAY "reequi-b : " ASSIGN-ETAT.
       F-Propose.
           EXIT.

      * les lignes restées en attente d'un passage précédent ne
      * valent plus : la situation a changé depuis
       Remplace-Anciennes.
           MOVE 0 TO W-NBS
           MOVE 0 TO NPR-MREE LIG-MREE
           MOVE 0 TO W-FIN
           START MXREEQUI KEY NOT < CLE1-MREE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Remplace-Une-Ligne UNTIL W-FIN = 1
           IF W-NBS > 0
                DISPLAY "reequi-b : " W-NBS
                        " lignes en attente remplacées".

       Remplace-Une-Ligne.
           READ MXREEQUI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MREE NOT = "P"
                EXIT PARAGRAPH.
           MOVE "S" TO STA-MREE
           MOVE W-DAT TO DVA-MREE
           REWRITE ENR-MREE INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NBS.

      * ventes livrées de la période, par article et agence
       Charge-Ventes.
           MOVE 0 TO NUM-MHIV
           MOVE 0 TO W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Une-Vente UNTIL W-FIN = 1.

       Charge-Une-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MHIV = SPACE
                EXIT PARAGRAPH.
           IF DSP-MHIV NOT NUMERIC OR DSP-MHIV = 0
                EXIT PARAGRAPH.
           MOVE DSP-MHIV TO DATSER-DAT
           PERFORM DATSER
           IF DATSER-JRS < W-JRS-DEB
                EXIT PARAGRAPH.
           IF AGS-MHIV NOT = SPACE
                MOVE AGS-MHIV TO W-AGE
           ELSE MOVE AGE-MHIV TO W-AGE
           END-IF
           MOVE ART-MHIV TO W-ART
           PERFORM Lit-Ou-Cree-Situation
           ADD QTE-MHIV TO CON-MRES
           REWRITE ENR-MRES INVALID CONTINUE
           END-REWRITE.

      * demande client ouverte (reste à livrer des commandes client
      * TYP-MBDI = 1, comme vmi-b) et transferts pas encore reçus
       Charge-Demande.
           MOVE SPACE TO ENR-MLDI
           MOVE 0 TO W-FIN
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Une-Demande UNTIL W-FIN = 1.

       Charge-Une-Demande.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MLDI = SPACE OR QTE-MLDI NOT > 0
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MBDI
           MOVE BON-MLDI TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE ART-MLDI TO W-ART
           IF TYP-MBDI = 7
                PERFORM Charge-Un-Transfert
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 1
                EXIT PARAGRAPH.
           COMPUTE W-QTE = QTE-MLDI - QTC-MLDI
           IF W-QTE NOT > 0
                EXIT PARAGRAPH.
           IF AGS-MLDI NOT = SPACE
                MOVE AGS-MLDI TO W-AGE
           ELSE MOVE AGE-MLDI TO W-AGE
           END-IF
           PERFORM Lit-Ou-Cree-Situation
           ADD W-QTE TO DEM-MRES
           REWRITE ENR-MRES INVALID CONTINUE
           END-REWRITE.

      * transfert créé : à recevoir par la destinataire, encore
      * en stock chez l'émettrice ; expédié : seulement à recevoir
       Charge-Un-Transfert.
           IF STA-MBDI NOT = "O" AND STA-MBDI NOT = "T"
                EXIT PARAGRAPH.
           MOVE AGS-MBDI TO W-AGE
           PERFORM Lit-Ou-Cree-Situation
           ADD QTE-MLDI TO TRF-MRES
           REWRITE ENR-MRES INVALID CONTINUE
           END-REWRITE
           IF STA-MBDI = "O"
                MOVE AGE-MBDI TO W-AGE
                PERFORM Lit-Ou-Cree-Situation
                SUBTRACT QTE-MLDI FROM TRF-MRES
                REWRITE ENR-MRES INVALID CONTINUE
                END-REWRITE
           END-IF.

      * stock, attendu fournisseur et seuils de chaque agence ; un
      * article sans stock, sans mouvement et sans point de
      * commande n'a rien à échanger
       Charge-Stock.
           MOVE SPACE TO CLE1-MASA
           MOVE 0 TO W-FIN
           START MXARTSA KEY NOT < CLE1-MASA INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Un-Stock UNTIL W-FIN = 1.

       Charge-Un-Stock.
           READ MXARTSA NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-MASA TO ART-MRES
           MOVE AGE-MASA TO AGE-MRES
           READ MXREESIT INVALID
                IF STC-MASA NOT > 0 AND REA-MASA NOT > 0
                     EXIT PARAGRAPH
                END-IF
                MOVE AGE-MASA TO W-AGE
                MOVE COD-MASA TO W-ART
                PERFORM Lit-Ou-Cree-Situation
           END-READ
           MOVE STC-MASA TO STC-MRES
           MOVE QCF-MASA TO QCF-MRES
           MOVE REA-MASA TO REA-MRES
           MOVE MAX-MASA TO MAX-MRES
           MOVE PAMP-MASA TO PMP-MRES
           REWRITE ENR-MRES INVALID CONTINUE
           END-REWRITE.

      * W-ART + W-AGE : situation lue, créée à zéro si absente
       Lit-Ou-Cree-Situation.
           MOVE W-ART TO ART-MRES
           MOVE W-AGE TO AGE-MRES
           READ MXREESIT INVALID
                INITIALIZE ENR-MRES
                MOVE W-ART TO ART-MRES
                MOVE W-AGE TO AGE-MRES
                WRITE ENR-MRES INVALID CONTINUE
                END-WRITE
           END-READ.

      * no de proposition = dernier + 1
       Cherche-Npr.
           MOVE 0 TO W-NPR
           MOVE 99999999 TO NPR-MREE
           MOVE 9999 TO LIG-MREE
           START MXREEQUI KEY NOT > CLE1-MREE INVALID
                CONTINUE
           NOT INVALID
                READ MXREEQUI PREVIOUS AT END CONTINUE
                NOT AT END MOVE NPR-MREE TO W-NPR
                END-READ
           END-START
           ADD 1 TO W-NPR.

       Ouvre-Etat-Pro.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/reequi-" DELIMITED BY SIZE
                  W-NPR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REEQUILIBRAGE DU STOCK ENTRE AGENCES - "
                  DELIMITED BY SIZE
                  "proposition " DELIMITED BY SIZE
                  W-NPR DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "consommation sur " DELIMITED BY SIZE
                  W-JOURS DELIMITED BY SIZE
                  " jours, valeur mini d'un transfert "
                  DELIMITED BY SIZE
                  W-VALMIN-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "LIG  ARTICLE              DESIGNATION"
                  DELIMITED BY SIZE
                  "               DE  -> A        QTE"
                  DELIMITED BY SIZE
                  "     VALEUR  ACH.EVITE DISPO.S"
                  DELIMITED BY SIZE
                  "  CONS.S DISPO.D  CONS.D" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * les agences d'un même article se suivent dans MXREESIT
       Lit-Situation.
           READ MXREESIT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MRES NOT = W-ART-GRP
                IF W-NBAG > 0
                     PERFORM Traite-Article
                END-IF
                MOVE ART-MRES TO W-ART-GRP
                MOVE 0 TO W-NBAG
           END-IF
           IF W-NBAG NOT < MAXAGE
                EXIT PARAGRAPH.
           ADD 1 TO W-NBAG
           MOVE AGE-MRES TO W-SIT-AGE(W-NBAG)
           MOVE CON-MRES TO W-SIT-CON(W-NBAG)
           COMPUTE W-DIS = STC-MRES + QCF-MRES + TRF-MRES
                         - DEM-MRES
           MOVE W-DIS TO W-SIT-DIS(W-NBAG)
           MOVE PMP-MRES TO W-SIT-PMP(W-NBAG)
      *    couverture visée et seuil de surstock de l'agence
           COMPUTE W-CIB = CON-MRES * COUV-CIBLE / W-JOURS
           IF REA-MRES > W-CIB
                MOVE REA-MRES TO W-CIB.
           COMPUTE W-SEU = CON-MRES * COUV-SURSTOCK / W-JOURS
           IF MAX-MRES > W-SEU
                MOVE MAX-MRES TO W-SEU.
           IF W-CIB > W-SEU
                MOVE W-CIB TO W-SEU.
      *    en unités entières : on ne transfère pas de fraction
           MOVE 0 TO W-SIT-SUR(W-NBAG) W-SIT-BES(W-NBAG)
           IF W-DIS < W-CIB
                COMPUTE W-UNI = W-CIB - W-DIS + 0,99
                MOVE W-UNI TO W-SIT-BES(W-NBAG)
           END-IF
      *    surplus cessible : au-delà du seuil, et seulement ce qui
      *    est en rayon sans être promis ni déjà en partance
           IF W-DIS > W-SEU
                COMPUTE W-LIB = STC-MRES - DEM-MRES
                IF TRF-MRES < 0
                     ADD TRF-MRES TO W-LIB
                END-IF
                COMPUTE W-QTE = W-DIS - W-SEU
                IF W-QTE > W-LIB
                     MOVE W-LIB TO W-QTE
                END-IF
                IF W-QTE > 0
                     MOVE W-QTE TO W-UNI
                     MOVE W-UNI TO W-SIT-SUR(W-NBAG)
                END-IF
           END-IF.

       Traite-Article.
           MOVE W-ART-GRP TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           PERFORM Sert-Un-Besoin VARYING W-ID FROM 1 BY 1
                   UNTIL W-ID > W-NBAG.

      * le besoin de l'agence W-ID est servi par les agences en
      * surstock, la plus chargée d'abord, tant que le transfert
      * atteint la valeur minimum
       Sert-Un-Besoin.
           MOVE 0 TO W-FIN-GRP
           PERFORM Sert-Par-Le-Plus-Gros
                   UNTIL W-SIT-BES(W-ID) NOT > 0 OR W-FIN-GRP = 1.

       Sert-Par-Le-Plus-Gros.
           MOVE 0 TO W-IMAX
           PERFORM Cherche-Plus-Gros VARYING W-IA FROM 1 BY 1
                   UNTIL W-IA > W-NBAG
           IF W-IMAX = 0
                MOVE 1 TO W-FIN-GRP
                EXIT PARAGRAPH.
           IF W-SIT-SUR(W-IMAX) < W-SIT-BES(W-ID)
                MOVE W-SIT-SUR(W-IMAX) TO W-QTE
           ELSE MOVE W-SIT-BES(W-ID) TO W-QTE
           END-IF
           MOVE W-SIT-PMP(W-IMAX) TO W-PMP
           IF W-PMP = 0
                MOVE PAC-MART TO W-PMP.
           COMPUTE W-VAL ROUNDED = W-QTE * W-PMP
           IF W-VAL < W-VALMIN
                MOVE 1 TO W-FIN-GRP
                EXIT PARAGRAPH.
      *    sans ce transfert, le besoin (déjà net de l'attendu
      *    fournisseur) se serait acheté au prix d'achat
           COMPUTE W-ACH ROUNDED = W-QTE * PAC-MART
           ADD 1 TO W-LIG
           INITIALIZE ENR-MREE
           MOVE W-NPR TO NPR-MREE
           MOVE W-LIG TO LIG-MREE
           MOVE COD-MART TO ART-MREE
           MOVE W-SIT-AGE(W-IMAX) TO AGS-MREE
           MOVE W-SIT-AGE(W-ID) TO AGD-MREE
           MOVE W-QTE TO QPR-MREE QTE-MREE
           MOVE W-VAL TO VAL-MREE
           MOVE W-ACH TO ACH-MREE
           MOVE W-SIT-DIS(W-IMAX) TO DSS-MREE
           MOVE W-SIT-CON(W-IMAX) TO CNS-MREE
           MOVE W-SIT-DIS(W-ID) TO DSD-MREE
           MOVE W-SIT-CON(W-ID) TO CND-MREE
           MOVE W-DAT TO DAT-MREE
           MOVE "P" TO STA-MREE
           WRITE ENR-MREE INVALID
                DISPLAY "reequi-b : écriture MXREEQUI " W-LIG
           END-WRITE
           SUBTRACT W-QTE FROM W-SIT-SUR(W-IMAX) W-SIT-BES(W-ID)
           ADD W-VAL TO W-TOT-VAL
           ADD W-ACH TO W-TOT-ACH
           PERFORM Edite-Ligne-Pro.

       Cherche-Plus-Gros.
           IF W-SIT-SUR(W-IA) > 0
                IF W-IMAX = 0
                     MOVE W-IA TO W-IMAX
                ELSE
                     IF W-SIT-SUR(W-IA) > W-SIT-SUR(W-IMAX)
                          MOVE W-IA TO W-IMAX
                     END-IF
                END-IF
           END-IF.

       Edite-Ligne-Pro.
           MOVE SPACE TO LIGNE-PRO
           MOVE LIG-MREE TO LP-LIG
           MOVE ART-MREE TO LP-ART
           MOVE DES-MART TO LP-DES
           MOVE AGS-MREE TO LP-AGS
           MOVE " -> " TO LP-FLE
           MOVE AGD-MREE TO LP-AGD
           MOVE QTE-MREE TO LP-QTE
           MOVE VAL-MREE TO LP-VAL
           MOVE ACH-MREE TO LP-ACH
           MOVE DSS-MREE TO LP-DSS
           MOVE CNS-MREE TO LP-CNS
           MOVE DSD-MREE TO LP-DSD
           MOVE CND-MREE TO LP-CND
           MOVE LIGNE-PRO TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    ETAT : devenir des propositions du mois
      ******************************************************************
       Etat-Reequi.
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-PER
           ELSE MOVE W-DAT(1:6) TO W-PER
           END-IF
           OPEN INPUT MXREEQUI
           IF FILE-STATUS NOT = "00"
                DISPLAY "reequi-b : aucune proposition"
                GO F-Etat-Reequi.
           MOVE 0 TO W-NBP W-NBA W-NBR W-NBSR
           MOVE 0 TO W-VAL-P W-VAL-A W-ACH-P W-ACH-A
           MOVE 0 TO NPR-MREE LIG-MREE
           MOVE 0 TO W-FIN
           START MXREEQUI KEY NOT < CLE1-MREE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Compte-Une-Ligne UNTIL W-FIN = 1
           CLOSE MXREEQUI
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/reequi-etat.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REEQUILIBRAGE ENTRE AGENCES - propositions du "
                  DELIMITED BY SIZE
                  "mois " DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "                               LIGNES"
                  DELIMITED BY SIZE
                  "     VAL.DEPLACEE   ACHATS EVITES"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-BIL
           MOVE "Proposées" TO LB-LIB
           MOVE W-NBP TO LB-NB
           MOVE W-VAL-P TO LB-VAL
           MOVE W-ACH-P TO LB-ACH
           MOVE LIGNE-BIL TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-BIL
           MOVE "Acceptées (transfert créé)" TO LB-LIB
           MOVE W-NBA TO LB-NB
           MOVE W-VAL-A TO LB-VAL
           MOVE W-ACH-A TO LB-ACH
           MOVE LIGNE-BIL TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-BIL
           MOVE "Refusées" TO LB-LIB
           MOVE W-NBR TO LB-NB
           MOVE LIGNE-BIL TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-BIL
           MOVE "Remplacées sans décision" TO LB-LIB
           MOVE W-NBSR TO LB-NB
           MOVE LIGNE-BIL TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           MOVE W-ACH-A TO W-TOT-ACH-ED
           DISPLAY "reequi-b : " W-PER " " W-NBA
                   " transferts acceptés, achats évités "
                   W-TOT-ACH-ED
           DISPLAY "reequi-b : " ASSIGN-ETAT.
       F-Etat-Reequi.
           EXIT.

      * achats évités réalisés : quantité retenue à l'acceptation
       Compte-Une-Ligne.
           READ MXREEQUI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DAT-MREE(1:6) NOT = W-PER
                EXIT PARAGRAPH.
           ADD 1 TO W-NBP
           ADD VAL-MREE TO W-VAL-P
           ADD ACH-MREE TO W-ACH-P
           EVALUATE STA-MREE
           WHEN "A"
                ADD 1 TO W-NBA
                IF QPR-MREE NOT = 0
                     COMPUTE W-VAL-A ROUNDED = W-VAL-A
                           + VAL-MREE * QTE-MREE / QPR-MREE
                     COMPUTE W-ACH-A ROUNDED = W-ACH-A
                           + ACH-MREE * QTE-MREE / QPR-MREE
                END-IF
           WHEN "R"
                ADD 1 TO W-NBR
           WHEN "S"
                ADD 1 TO W-NBSR
           END-EVALUATE.

           COPY "conv-num.cbl".
           COPY "datser.cbl".

       Fin.
           STOP RUN.
