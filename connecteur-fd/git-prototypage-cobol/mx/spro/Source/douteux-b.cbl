      *{Bench}prg-comment
      * douteux-b.cbl
151026* douteux-b.cbl : créances douteuses, provisions et pertes.
151026*   TRANSFERT <fic>
151026*       passe en douteux, lignes C;client;motif[;date] (tous
151026*       les postes ouverts du client) ou E;échéance;motif
151026*       [;date], motif R redressement, L liquidation, T
151026*       litige ; le restant dû TTC passe du compte clients
151026*       (G;CLI) au compte clients douteux (G;CDO) ; une
151026*       échéance cédée au factor reste au factor ;
151026*   TAUX <fic>
151026*       taux de provision saisi, lignes échéance;taux (0 =
151026*       retour au taux de la tranche d'ancienneté) ;
151026*   PROVISION [date]
151026*       en fin de période, provision par échéance douteuse :
151026*       hors taxe du restant dû x taux saisi ou taux de la
151026*       tranche d'ancienneté de l'échéance (MX-DIR/douteux.cfg,
151026*       lignes jours;taux par ancienneté croissante, défaut
151026*       0;25 180;50 365;100) ; l'écart avec la provision déjà
151026*       constatée est doté (G;DOT / G;PRV) ou repris (G;PRV /
151026*       G;REP) ; un encaissement reçu depuis sur la créance
151026*       la ramène du compte douteux au compte clients ;
151026*       ft/douteux-prov-<date>.txt ;
151026*   IRRECOUVRABLE <fic> <age>
151026*       au certificat d'irrécouvrabilité, lignes
151026*       échéance[;date] : avoir de TVA (TYP = 3, numérotation
151026*       de l'agence) pour le restant dû, perte hors taxe
151026*       (G;PER) et TVA collectée récupérée (T;1) contre le
151026*       compte douteux, provision reprise ; l'échéance est
151026*       soldée (DIR-MECH) ; ft/douteux-irr-<date>.txt ;
151026*   LISTE
151026*       créances douteuses en cours, ft/douteux-liste.txt ;
151026*   MOUVEMENT <aaaa>
151026*       tableau de mouvement de l'exercice (ouverture,
151026*       dotations, reprises, utilisations, clôture) de la
151026*       provision et du compte clients douteux, lu dans les
151026*       écritures MXECRGEN, ft/douteux-mvt-<aaaa>.txt.
151026* Les écritures passent par MXECRGEN (ecr-gen), journal OD,
151026* exportées par gljrn-b GENERE.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. douteux-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:41:07.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXECHEAN.sl".
       COPY "MXPARAM.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXECRGEN.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
       COPY "MXPARAM.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXECRGEN.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(80).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(15).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-DATOP              PIC 9(08).
       77 W-EXE                PIC 9(04).
       77 W-EXE-X              PIC X(04).
       77 W-AGE                PIC X(03).
       77 W-AVO                PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-MOTIF              PIC X.
       77 W-CLE-CRE            PIC X(05).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(05).
       77 W-TVA                PIC 9(02)V99.
       77 W-RESTE              PIC S9(09)V99.
       77 W-ECART              PIC S9(09)V99.
       77 W-HT                 PIC S9(09)V99.
       77 W-MTVA               PIC S9(09)V99.
       77 W-TAUX               PIC 9(03)V99.
       77 W-CIBLE              PIC S9(09)V99.
       77 W-DELTA              PIC S9(09)V99.
       77 W-JRS-JOUR           PIC S9(07).
       77 W-ANC                PIC S9(07).
       77 W-TOT-PRV            PIC S9(11)V99.
       77 W-TOT-DOT            PIC S9(11)V99.
       77 W-TOT-REP            PIC S9(11)V99.
       77 W-TOT-RST            PIC S9(11)V99.
       77 W-MVT                PIC S9(11)V99.
       77 I                    PIC 9(02) COMP.
       78 MOB-BATCH            VALUE IS 90.
       78 MAXTR                VALUE IS 10.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "lit-agedis.wrk".
           COPY "ecr-gen.wrk".
      * tranches d'ancienneté : douteux.cfg, jours;taux
       01 W-TRANCHES.
           05 W-TR OCCURS 10.
              10 W-TR-JRS      PIC 9(05).
              10 W-TR-TAUX     PIC 9(03)V99.
       77 W-NBTR               PIC 9(02) COMP.
       01 W-ZONES-CFG.
           05 WF-JRS           PIC X(06).
           05 WF-TAUX          PIC X(08).
      * ligne de passage en douteux / taux / certificat
       01 W-ZONES-MVT.
           05 WM-TYP           PIC X(01).
           05 WM-CLE           PIC X(10).
           05 WM-MOTIF         PIC X(01).
           05 WM-DAT           PIC X(10).
       01 W-ZONES-TAUX.
           05 WT-NEC           PIC X(10).
           05 WT-TAUX          PIC X(08).
       01 W-ZONES-IRR.
           05 WI-NEC           PIC X(10).
           05 WI-DAT           PIC X(10).
      * tableau de mouvement : provision et compte douteux
       01 W-TABLEAU.
           05 W-PRV-OUV        PIC S9(11)V99.
           05 W-PRV-DOT        PIC S9(11)V99.
           05 W-PRV-REP        PIC S9(11)V99.
           05 W-PRV-UTI        PIC S9(11)V99.
           05 W-CDO-OUV        PIC S9(11)V99.
           05 W-CDO-ENT        PIC S9(11)V99.
           05 W-CDO-ENC        PIC S9(11)V99.
           05 W-CDO-PER        PIC S9(11)V99.
       01 W-MNT-ED             PIC -(10)9,99.
       01 LIGNE-PRV.
           05 LP-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LP-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LP-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LP-MOTIF         PIC X(01).
           05 FILLER           PIC X(01).
           05 LP-ANC           PIC -(4)9.
           05 FILLER           PIC X(01).
           05 LP-RESTE         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LP-HT            PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LP-TAUX          PIC ZZ9,99.
           05 FILLER           PIC X(01).
           05 LP-PRV           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LP-DELTA         PIC -(8)9,99.
       01 LIGNE-DOU.
           05 LD-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LD-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LD-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LD-MOTIF         PIC X(01).
           05 FILLER           PIC X(01).
           05 LD-ANC           PIC -(4)9.
           05 FILLER           PIC X(01).
           05 LD-RESTE         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LD-HT            PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LD-TAUX          PIC ZZ9,99.
           05 FILLER           PIC X(01).
           05 LD-PRV           PIC -(8)9,99.
           05 FILLER           PIC X(02).
           05 LD-DDO           PIC 9(08).
       01 LIGNE-IRR.
           05 LI-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LI-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LI-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LI-AVO           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LI-RESTE         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LI-HT            PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LI-TVA           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LI-PRV           PIC -(8)9,99.
       01 LIGNE-MVT.
           05 LM-LIB           PIC X(40).
           05 LM-MNT           PIC -(12)9,99.
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
           WHEN "TRANSFERT"  PERFORM Passe-Douteux
                                THRU F-Passe-Douteux
           WHEN "TAUX"       PERFORM Charge-Taux THRU F-Charge-Taux
           WHEN "PROVISION"  PERFORM Calcule-Provisions
                                THRU F-Calcule-Provisions
           WHEN "IRRECOUVRABLE"
                             PERFORM Passe-En-Perte
                                THRU F-Passe-En-Perte
           WHEN "LISTE"      PERFORM Edite-Douteux
                                THRU F-Edite-Douteux
           WHEN "MOUVEMENT"  PERFORM Edite-Mouvement
                                THRU F-Edite-Mouvement
           WHEN OTHER
                DISPLAY "douteux-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : douteux-b TRANSFERT fichier"
                DISPLAY "        douteux-b TAUX fichier"
                DISPLAY "        douteux-b PROVISION [date]"
                DISPLAY "        douteux-b IRRECOUVRABLE fichier age"
                DISPLAY "        douteux-b LISTE"
                DISPLAY "        douteux-b MOUVEMENT aaaa"
           END-EVALUATE
           GO Fin.

      * taux de TVA du groupe 1 (la créance se régularise au taux
      * normal, comme les lignes sans article de gljrn-b)
       Charge-Tva.
           MOVE 20 TO W-TVA
           OPEN INPUT MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID CONTINUE
           NOT INVALID
                IF TVA-MPAR(1) NOT = 0
                     MOVE TVA-MPAR(1) TO W-TVA
                END-IF
           END-READ
           CLOSE MXPARAM.

      * tranches d'ancienneté : MX-DIR/douteux.cfg, jours;taux
       Charge-Tranches.
           MOVE 0 TO W-NBTR
           STRING MX-DIR DELIMITED BY "  "
                  "/douteux.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG = "00"
                MOVE 0 TO W-FIN2
                PERFORM Charge-Une-Tranche UNTIL W-FIN2 = 1
                CLOSE CONFIG
           END-IF
           IF W-NBTR = 0
                MOVE 3 TO W-NBTR
                MOVE 0 TO W-TR-JRS(1)
                MOVE 25 TO W-TR-TAUX(1)
                MOVE 180 TO W-TR-JRS(2)
                MOVE 50 TO W-TR-TAUX(2)
                MOVE 365 TO W-TR-JRS(3)
                MOVE 100 TO W-TR-TAUX(3).

       Charge-Une-Tranche.
           READ CONFIG AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF ENR-CONFIG = SPACE OR ENR-CONFIG(1:1) = "*"
                EXIT PARAGRAPH.
           IF W-NBTR NOT < MAXTR
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WF-JRS WF-TAUX
           ADD 1 TO W-NBTR
           MOVE WF-JRS TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-TR-JRS(W-NBTR)
           MOVE WF-TAUX TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-TR-TAUX(W-NBTR).

      * un mouvement OD (compte par clé de la table gljrn-b)
       Ecrit-Od.
           MOVE "OD" TO EG-JRN
           MOVE "douteux" TO EG-ORI
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                DISPLAY "douteux-b : écriture non enregistrée "
                        EG-PCE " " EG-LIB
           END-IF.

      * une écriture à deux lignes : débit EG-CLE puis crédit de la
      * clé W-CLE-CRE pour W-MVT (pièce, date et libellé préparés)
       Ecrit-Couple.
           MOVE "G" TO EG-TYP
           MOVE W-MVT TO EG-DEB
           MOVE 0 TO EG-CRE
           PERFORM Ecrit-Od
           MOVE W-CLE-CRE TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MVT TO EG-CRE
           PERFORM Ecrit-Od.

      ******************************************************************
      *    TRANSFERT : passage en créance douteuse
      ******************************************************************
       Passe-Douteux.
           IF W-PAR2 = SPACE
                DISPLAY "usage : douteux-b TRANSFERT fichier"
                GO F-Passe-Douteux.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "douteux-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Passe-Douteux.
           OPEN I-O MXECHEAN
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Passe-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXECHEAN
           DISPLAY "douteux-b : " W-NB
                   " échéances passées en douteux, " W-ERR " refus".
       F-Passe-Douteux.
           EXIT.

       Passe-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-MVT
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WM-TYP WM-CLE WM-MOTIF WM-DAT
           IF WM-TYP = SPACE
                EXIT PARAGRAPH.
           IF WM-MOTIF NOT = "R" AND NOT = "L" AND NOT = "T"
                DISPLAY "douteux-b : motif inconnu (R/L/T) " WM-CLE
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WM-MOTIF TO W-MOTIF
           MOVE WM-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATOP
           IF W-DATOP = 0
                MOVE W-DAT TO W-DATOP.
           MOVE WM-CLE TO CVN-ENT
           PERFORM CONV-NUM
           EVALUATE WM-TYP
           WHEN "C"
                MOVE CVN-SOR TO W-CLI
                MOVE SPACE TO ENR-MECH
                MOVE W-CLI TO CLI-MECH
                MOVE 0 TO W-FIN2
                START MXECHEAN KEY NOT < CLE2-MECH INVALID
                     MOVE 1 TO W-FIN2
                END-START
                PERFORM Passe-Echeance-Client UNTIL W-FIN2 = 1
           WHEN "E"
                MOVE CVN-SOR TO NEC-MECH
                READ MXECHEAN INVALID
                     DISPLAY "douteux-b : échéance inconnue " WM-CLE
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-READ
                PERFORM Passe-Une-Echeance
           WHEN OTHER
                DISPLAY "douteux-b : type de ligne inconnu (C/E) "
                        WM-TYP
                ADD 1 TO W-ERR
           END-EVALUATE.

       Passe-Echeance-Client.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = W-CLI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           PERFORM Passe-Une-Echeance.

      * l'échéance ouverte passe en douteux ; déjà douteuse, seul
      * le motif suit (un redressement devenu liquidation...)
       Passe-Une-Echeance.
           IF LET-MECH = 1 OR DIR-MECH NOT = 0
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
           IF AFF-MECH = 1
                DISPLAY "douteux-b : échéance " NEC-MECH
                        " cédée au factor, non transférée"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF DOU-MECH NOT = SPACE
                MOVE W-MOTIF TO DOU-MECH
                REWRITE ENR-MECH INVALID CONTINUE
                END-REWRITE
                EXIT PARAGRAPH.
           MOVE W-MOTIF TO DOU-MECH
           MOVE W-DATOP TO DDO-MECH
           MOVE W-RESTE TO MTD-MECH
           MOVE 0 TO PRV-MECH
           REWRITE ENR-MECH INVALID
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-REWRITE
           INITIALIZE ECR-ZONES
           MOVE W-DATOP TO EG-DAT
           STRING "DOU" DELIMITED BY SIZE
                  NEC-MECH DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "DOUTEUX FACT " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  " CLI " DELIMITED BY SIZE
                  CLI-MECH DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "CDO" TO EG-CLE
           MOVE "CLI" TO W-CLE-CRE
           MOVE W-RESTE TO W-MVT
           PERFORM Ecrit-Couple
           ADD 1 TO W-NB.

      ******************************************************************
      *    TAUX : taux de provision saisi par échéance
      ******************************************************************
       Charge-Taux.
           IF W-PAR2 = SPACE
                DISPLAY "usage : douteux-b TAUX fichier"
                GO F-Charge-Taux.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "douteux-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Charge-Taux.
           OPEN I-O MXECHEAN
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Taux UNTIL W-FIN = 1
           CLOSE MOUVT MXECHEAN
           DISPLAY "douteux-b : " W-NB " taux saisis, " W-ERR
                   " refus".
       F-Charge-Taux.
           EXIT.

       Charge-Un-Taux.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-TAUX
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WT-NEC WT-TAUX
           IF WT-NEC = SPACE
                EXIT PARAGRAPH.
           MOVE WT-NEC TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO NEC-MECH
           READ MXECHEAN INVALID
                DISPLAY "douteux-b : échéance inconnue " WT-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF DOU-MECH = SPACE
                DISPLAY "douteux-b : échéance " WT-NEC
                        " non douteuse"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WT-TAUX TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-TAUX
           IF W-TAUX > 100
                DISPLAY "douteux-b : taux supérieur à 100 " WT-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE W-TAUX TO TXP-MECH
           REWRITE ENR-MECH INVALID
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    PROVISION : dotations et reprises de fin de période
      ******************************************************************
       Calcule-Provisions.
           MOVE W-DAT TO W-DATREF
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATREF.
           PERFORM Charge-Tva
           PERFORM Charge-Tranches
           MOVE W-DATREF TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/douteux-prov-" DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PROVISIONS POUR CREANCES DOUTEUSES AU "
                  DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECHEANCE CLIENT   FACTURE  M   ANC  RESTE TTC "
                  DELIMITED BY SIZE
                  "   BASE HT   TAUX   PROVISION     ECART"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           OPEN I-O MXECHEAN
           MOVE 0 TO W-FIN W-NB W-TOT-PRV W-TOT-DOT W-TOT-REP
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Provisionne-Echeance UNTIL W-FIN = 1
           CLOSE MXECHEAN
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-MVT
           MOVE "PROVISION A LA DATE" TO LM-LIB
           MOVE W-TOT-PRV TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "DOTATIONS DE LA PERIODE" TO LM-LIB
           MOVE W-TOT-DOT TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "REPRISES DE LA PERIODE" TO LM-LIB
           MOVE W-TOT-REP TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           CLOSE ETAT
           DISPLAY "douteux-b : " W-NB " créances provisionnées, "
                   ASSIGN-ETAT.
       F-Calcule-Provisions.
           EXIT.

       Provisionne-Echeance.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DOU-MECH = SPACE OR DIR-MECH NOT = 0
                EXIT PARAGRAPH.
           IF MTD-MECH = 0 AND PRV-MECH = 0
                EXIT PARAGRAPH.
           MOVE W-DATREF TO W-DATOP
           PERFORM Reclasse-Encaissement
           COMPUTE W-HT ROUNDED = W-RESTE * 100 / (100 + W-TVA)
      * ancienneté depuis l'échéance, tranche ou taux saisi
           MOVE DEC-MECH TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-ANC = W-JRS-JOUR - DATSER-JRS
           MOVE TXP-MECH TO W-TAUX
           IF W-TAUX = 0
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBTR
                     IF W-ANC NOT < W-TR-JRS(I)
                          MOVE W-TR-TAUX(I) TO W-TAUX
                     END-IF
                END-PERFORM
           END-IF
           COMPUTE W-CIBLE ROUNDED = W-HT * W-TAUX / 100
           COMPUTE W-DELTA = W-CIBLE - PRV-MECH
           IF W-DELTA NOT = 0
                INITIALIZE ECR-ZONES
                MOVE W-DATREF TO EG-DAT
                STRING "PROVISION FACT " DELIMITED BY SIZE
                       FAC-MECH DELIMITED BY SIZE
                       " CLI " DELIMITED BY SIZE
                       CLI-MECH DELIMITED BY SIZE
                       INTO EG-LIB
                IF W-DELTA > 0
                     STRING "DOT" DELIMITED BY SIZE
                            NEC-MECH DELIMITED BY SIZE
                            INTO EG-PCE
                     MOVE "DOT" TO EG-CLE
                     MOVE "PRV" TO W-CLE-CRE
                     MOVE W-DELTA TO W-MVT
                     ADD W-DELTA TO W-TOT-DOT
                ELSE
                     STRING "REP" DELIMITED BY SIZE
                            NEC-MECH DELIMITED BY SIZE
                            INTO EG-PCE
                     MOVE "PRV" TO EG-CLE
                     MOVE "REP" TO W-CLE-CRE
                     COMPUTE W-MVT = 0 - W-DELTA
                     SUBTRACT W-DELTA FROM W-TOT-REP
                END-IF
                PERFORM Ecrit-Couple
           END-IF
           MOVE W-CIBLE TO PRV-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           ADD W-CIBLE TO W-TOT-PRV
           MOVE SPACE TO LIGNE-PRV
           MOVE NEC-MECH TO LP-NEC
           MOVE CLI-MECH TO LP-CLI
           MOVE FAC-MECH TO LP-FAC
           MOVE DOU-MECH TO LP-MOTIF
           MOVE W-ANC TO LP-ANC
           MOVE W-RESTE TO LP-RESTE
           MOVE W-HT TO LP-HT
           MOVE W-TAUX TO LP-TAUX
           MOVE W-CIBLE TO LP-PRV
           MOVE W-DELTA TO LP-DELTA
           WRITE LIGNE-ETAT FROM LIGNE-PRV
           ADD 1 TO W-NB.

      * le règlement d'une créance douteuse est lettré au compte
      * clients (regl-b) : la part encaissée quitte le compte
      * douteux, MTD-MECH suit le restant dû
       Reclasse-Encaissement.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF LET-MECH = 1 OR W-RESTE < 0
                MOVE 0 TO W-RESTE.
           IF W-RESTE NOT < MTD-MECH
                EXIT PARAGRAPH.
           COMPUTE W-ECART = MTD-MECH - W-RESTE
           INITIALIZE ECR-ZONES
           MOVE W-DATOP TO EG-DAT
           STRING "RCL" DELIMITED BY SIZE
                  NEC-MECH DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "ENCAISSEMENT DOUTEUX FACT " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "CLI" TO EG-CLE
           MOVE "CDO" TO W-CLE-CRE
           MOVE W-ECART TO W-MVT
           PERFORM Ecrit-Couple
           MOVE W-RESTE TO MTD-MECH.

      ******************************************************************
      *    IRRECOUVRABLE : passage en perte et avoir de TVA
      ******************************************************************
       Passe-En-Perte.
           MOVE W-PAR3 TO W-AGE
           IF W-PAR2 = SPACE OR W-AGE = SPACE
                DISPLAY "usage : douteux-b IRRECOUVRABLE fichier age"
                GO F-Passe-En-Perte.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "douteux-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Passe-En-Perte.
           PERFORM Charge-Tva
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/douteux-irr-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "CREANCES PASSEES EN PERTE" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECHEANCE CLIENT   FACTURE  AVOIR     RESTE TTC "
                  DELIMITED BY SIZE
                  "      PERTE HT    TVA RECUP.  PROV.REPRISE"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           OPEN I-O MXECHEAN MXBDIS MXLDIS MXAGEDIS
           MOVE 0 TO W-FIN W-NB W-ERR W-TOT-RST
           PERFORM Perte-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXECHEAN MXBDIS MXLDIS MXAGEDIS
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-MVT
           MOVE "TOTAL PASSE EN PERTE TTC" TO LM-LIB
           MOVE W-TOT-RST TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           CLOSE ETAT
           DISPLAY "douteux-b : " W-NB " créances passées en perte, "
                   W-ERR " refus, " ASSIGN-ETAT.
       F-Passe-En-Perte.
           EXIT.

       Perte-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-IRR
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WI-NEC WI-DAT
           IF WI-NEC = SPACE
                EXIT PARAGRAPH.
           MOVE WI-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATOP
           IF W-DATOP = 0
                MOVE W-DAT TO W-DATOP.
           MOVE WI-NEC TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO NEC-MECH
           READ MXECHEAN INVALID
                DISPLAY "douteux-b : échéance inconnue " WI-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF DOU-MECH = SPACE
                DISPLAY "douteux-b : échéance " WI-NEC
                        " non douteuse, passer d'abord en douteux"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF DIR-MECH NOT = 0
                DISPLAY "douteux-b : échéance " WI-NEC
                        " déjà passée en perte"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           PERFORM Reclasse-Encaissement
           IF W-RESTE = 0
                DISPLAY "douteux-b : échéance " WI-NEC " soldée"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           COMPUTE W-HT ROUNDED = W-RESTE * 100 / (100 + W-TVA)
           COMPUTE W-MTVA = W-RESTE - W-HT
           PERFORM Cree-Avoir-Tva
           IF W-AVO = 0
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
      * perte hors taxe et TVA récupérée contre le compte douteux
           INITIALIZE ECR-ZONES
           MOVE W-DATOP TO EG-DAT
           STRING "IRR" DELIMITED BY SIZE
                  NEC-MECH DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "PERTE FACT " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  " AVOIR " DELIMITED BY SIZE
                  W-AVO DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "G" TO EG-TYP
           MOVE "PER" TO EG-CLE
           MOVE W-HT TO EG-DEB
           PERFORM Ecrit-Od
           IF W-MTVA NOT = 0
                MOVE "T" TO EG-TYP
                MOVE "1" TO EG-CLE
                MOVE W-MTVA TO EG-DEB
                PERFORM Ecrit-Od
           END-IF
           MOVE "G" TO EG-TYP
           MOVE "CDO" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-RESTE TO EG-CRE
           PERFORM Ecrit-Od
      * la provision constituée est reprise (utilisée)
           IF PRV-MECH NOT = 0
                MOVE "PRV" TO EG-CLE
                MOVE "REP" TO W-CLE-CRE
                MOVE PRV-MECH TO W-MVT
                PERFORM Ecrit-Couple
           END-IF
           MOVE SPACE TO LIGNE-IRR
           MOVE NEC-MECH TO LI-NEC
           MOVE CLI-MECH TO LI-CLI
           MOVE FAC-MECH TO LI-FAC
           MOVE W-AVO TO LI-AVO
           MOVE W-RESTE TO LI-RESTE
           MOVE W-HT TO LI-HT
           MOVE W-MTVA TO LI-TVA
           MOVE PRV-MECH TO LI-PRV
           WRITE LIGNE-ETAT FROM LIGNE-IRR
           ADD W-RESTE TO W-TOT-RST
           MOVE MNT-MECH TO REG-MECH
           MOVE 1 TO LET-MECH
           MOVE W-DATOP TO DIR-MECH
           MOVE 0 TO MTD-MECH PRV-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      * avoir TYP = 3 par la numérotation d'agence (cf. rfa-b) :
      * la facture rectificative qui fonde la récupération de TVA
       Cree-Avoir-Tva.
           MOVE 0 TO W-AVO
           MOVE W-AGE TO COD-MAGD
           PERFORM LIT-AGEDIS-LOCK
           IF AGD-TROUVE NOT = 1
                DISPLAY "douteux-b : agence inconnue " W-AGE
                EXIT PARAGRAPH
           END-IF
           ADD 1 TO BON-MAGD
           REWRITE ENR-MAGD INVALID CONTINUE
           END-REWRITE
           COMPUTE W-AVO = (MOB-BATCH * 1000000) + BON-MAGD
           INITIALIZE ENR-MBDI
           MOVE W-AGE TO AGE-MBDI
           MOVE W-AVO TO BON-MBDI
           MOVE 3 TO TYP-MBDI
           MOVE CLI-MECH TO CLI-MBDI
           MOVE W-DATOP TO DAT-MBDI
           STRING "IRRECOUVRABLE " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  INTO REF-MBDI
           WRITE ENR-MBDI INVALID CONTINUE
           END-WRITE
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE W-AVO TO BON-MLDI
           MOVE 1 TO LIG-MLDI
           MOVE "IRR" TO ART-MLDI
           MOVE SPACE TO DES-MLDI
           STRING "Créance irrécouvrable, facture " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  INTO DES-MLDI
           MOVE 1 TO QTE-MLDI
           MOVE W-HT TO PUN-MLDI PUB-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "IRR" TO MOT-MLDI
           WRITE ENR-MLDI INVALID CONTINUE
           END-WRITE.

      ******************************************************************
      *    LISTE : créances douteuses en cours
      ******************************************************************
       Edite-Douteux.
           OPEN INPUT MXECHEAN MXCLI
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/douteux-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "CREANCES DOUTEUSES EN COURS" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECHEANCE CLIENT   FACTURE  M   ANC  RESTE TTC "
                  DELIMITED BY SIZE
                  "   BASE HT   TAUX   PROVISION  PASSAGE"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           PERFORM Charge-Tva
           MOVE 0 TO W-FIN W-NB W-TOT-PRV W-TOT-RST
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Douteuse UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-MVT
           MOVE "TOTAL CREANCES DOUTEUSES TTC" TO LM-LIB
           MOVE W-TOT-RST TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "TOTAL PROVISION CONSTATEE" TO LM-LIB
           MOVE W-TOT-PRV TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           CLOSE ETAT MXECHEAN MXCLI
           DISPLAY "douteux-b : " W-NB " créances douteuses, "
                   ASSIGN-ETAT.
       F-Edite-Douteux.
           EXIT.

       Edite-Une-Douteuse.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DOU-MECH = SPACE OR DIR-MECH NOT = 0 OR LET-MECH = 1
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           COMPUTE W-HT ROUNDED = W-RESTE * 100 / (100 + W-TVA)
           MOVE DEC-MECH TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-ANC = W-JRS-JOUR - DATSER-JRS
           MOVE SPACE TO LIGNE-DOU
           MOVE NEC-MECH TO LD-NEC
           MOVE CLI-MECH TO LD-CLI
           MOVE FAC-MECH TO LD-FAC
           MOVE DOU-MECH TO LD-MOTIF
           MOVE W-ANC TO LD-ANC
           MOVE W-RESTE TO LD-RESTE
           MOVE W-HT TO LD-HT
           MOVE TXP-MECH TO LD-TAUX
           MOVE PRV-MECH TO LD-PRV
           MOVE DDO-MECH TO LD-DDO
           WRITE LIGNE-ETAT FROM LIGNE-DOU
           ADD W-RESTE TO W-TOT-RST
           ADD PRV-MECH TO W-TOT-PRV
           ADD 1 TO W-NB.

      ******************************************************************
      *    MOUVEMENT : tableau de mouvement de l'exercice
      ******************************************************************
       Edite-Mouvement.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-EXE
           IF W-EXE < 1900
                DISPLAY "usage : douteux-b MOUVEMENT aaaa"
                GO F-Edite-Mouvement.
           OPEN INPUT MXECRGEN
           IF FILE-STATUS NOT = "00"
                DISPLAY "douteux-b : aucune écriture (MXECRGEN)"
                GO F-Edite-Mouvement.
           INITIALIZE W-TABLEAU
           MOVE 0 TO W-FIN
           MOVE 0 TO NUM-MECG
           START MXECRGEN KEY NOT < CLE1-MECG INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Mouvement UNTIL W-FIN = 1
           CLOSE MXECRGEN
           MOVE W-EXE TO W-EXE-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/douteux-mvt-" DELIMITED BY SIZE
                  W-EXE-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MOUVEMENT DES CREANCES DOUTEUSES EXERCICE "
                  DELIMITED BY SIZE
                  W-EXE-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "PROVISION POUR DEPRECIATION (G;PRV)" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-MVT
           MOVE "  PROVISION A L'OUVERTURE" TO LM-LIB
           MOVE W-PRV-OUV TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  + DOTATIONS" TO LM-LIB
           MOVE W-PRV-DOT TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  - REPRISES (RISQUE DIMINUE)" TO LM-LIB
           MOVE W-PRV-REP TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  - UTILISATIONS (PASSAGE EN PERTE)" TO LM-LIB
           MOVE W-PRV-UTI TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  PROVISION A LA CLOTURE" TO LM-LIB
           COMPUTE LM-MNT = W-PRV-OUV + W-PRV-DOT - W-PRV-REP
                          - W-PRV-UTI
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "CLIENTS DOUTEUX (G;CDO)" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-MVT
           MOVE "  SOLDE A L'OUVERTURE" TO LM-LIB
           MOVE W-CDO-OUV TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  + PASSAGES EN DOUTEUX" TO LM-LIB
           MOVE W-CDO-ENT TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  - ENCAISSEMENTS" TO LM-LIB
           MOVE W-CDO-ENC TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  - PASSAGES EN PERTE" TO LM-LIB
           MOVE W-CDO-PER TO LM-MNT
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           MOVE "  SOLDE A LA CLOTURE" TO LM-LIB
           COMPUTE LM-MNT = W-CDO-OUV + W-CDO-ENT - W-CDO-ENC
                          - W-CDO-PER
           WRITE LIGNE-ETAT FROM LIGNE-MVT
           CLOSE ETAT
           DISPLAY "douteux-b : tableau de mouvement " ASSIGN-ETAT.
       F-Edite-Mouvement.
           EXIT.

      * mouvements des comptes PRV et CDO, classés par nature de
      * pièce : DOU passage, DOT dotation, REP reprise, RCL
      * encaissement, IRR perte
       Cumule-Mouvement.
           READ MXECRGEN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ORI-MECG NOT = "douteux" OR TYP-MECG NOT = "G"
                EXIT PARAGRAPH.
           IF CLE-MECG NOT = "PRV" AND NOT = "CDO"
                EXIT PARAGRAPH.
           IF DAT-MECG(1:4) > W-EXE
                EXIT PARAGRAPH.
           IF CLE-MECG = "PRV"
                COMPUTE W-MVT = CRE-MECG - DEB-MECG
                IF DAT-MECG(1:4) < W-EXE
                     ADD W-MVT TO W-PRV-OUV
                     EXIT PARAGRAPH
                END-IF
                EVALUATE PCE-MECG(1:3)
                WHEN "DOT" ADD W-MVT TO W-PRV-DOT
                WHEN "IRR" SUBTRACT W-MVT FROM W-PRV-UTI
                WHEN OTHER SUBTRACT W-MVT FROM W-PRV-REP
                END-EVALUATE
           ELSE
                COMPUTE W-MVT = DEB-MECG - CRE-MECG
                IF DAT-MECG(1:4) < W-EXE
                     ADD W-MVT TO W-CDO-OUV
                     EXIT PARAGRAPH
                END-IF
                EVALUATE PCE-MECG(1:3)
                WHEN "DOU" ADD W-MVT TO W-CDO-ENT
                WHEN "IRR" SUBTRACT W-MVT FROM W-CDO-PER
                WHEN OTHER SUBTRACT W-MVT FROM W-CDO-ENC
                END-EVALUATE
           END-IF.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "lit-agedis.cbl".

       Fin.
           STOP RUN.
