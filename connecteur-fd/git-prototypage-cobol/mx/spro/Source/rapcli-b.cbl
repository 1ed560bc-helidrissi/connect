      *{Bench}prg-comment
      * rapcli-b.cbl
151026* rapcli-b.cbl : rapprochement mensuel des comptes clients
151026* (postes ouverts MXECHEAN) avec le compte collectif clients
151026* tel qu'exporté par gljrn-b (G;CLI : ventes et avoirs du
151026* journal VE, règlements BQ, opérations diverses MXECRGEN).
151026*   RAPPROCHE <aaaamm>
151026*       par client, à la fin du mois :
151026*       - solde auxiliaire : restant dû des échéances
151026*         facturées dans le mois ou avant, les règlements
151026*         datés d'après la fin du mois remis en dû ;
151026*       - solde collectif : pièces exportées datées de la
151026*         période ou avant (cumul MXGLEXP des bons facturés,
151026*         règlements, OD sur le compte clients) ;
151026*       - écart expliqué pièce à pièce par nature :
151026*         N pièce non exportée (bon, avoir, règlement,
151026*           pénalités de retard, bon exporté en partie),
151026*         I règlement non imputé (exporté en entier, imputé
151026*           en partie seulement sur les échéances),
151026*         A ajustement manuel (OD sur le compte clients,
151026*           lettrage sans règlement - escompte, écart soldé,
151026*           perte -, poste ouvert saisi hors facturation),
151026*         R arrondi (écart de 5 centimes au plus entre un bon
151026*           et son export ou entre une facture et ses
151026*           échéances) ;
151026*       - le reste est inexpliqué, avec ses pièces X (bon
151026*         exporté au-delà du facturé, facture sans poste
151026*         ouvert, écart facture / échéancier).
151026*       Résultat gardé dans MXRAPCLI (relance = recalcul),
151026*       état ft/rapcli-<aaaamm>.txt des clients en écart avec
151026*       leurs pièces inexpliquées, ft/rapcli-<aaaamm>.csv pour
151026*       le comptable ; les OD du collectif non ventilables par
151026*       client (cession au factor...) sortent à part.
151026*   LISTE <aaaamm> [<cli>]
151026*       réédite l'état ; avec un client, toutes les pièces de
151026*       son écart, ft/rapcli-<aaaamm>-<cli>.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rapcli-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:14:27.
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
       COPY "MXBDIS.sl".
       COPY "MXREGLEM.sl".
       COPY "MXGLEXP.sl".
       COPY "MXECRGEN.sl".
       COPY "MXRAPCLI.sl".
           SELECT EXPCSV ASSIGN TO ASSIGN-EXPCSV
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-EXPCSV.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
       COPY "MXBDIS.fd".
       COPY "MXREGLEM.fd".
       COPY "MXGLEXP.fd".
       COPY "MXECRGEN.fd".
       COPY "MXRAPCLI.fd".
       FD  EXPCSV LABEL RECORD STANDARD.
       01  LIGNE-CSV           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-EXPCSV   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-EXPCSV        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-DATFIN             PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-SEUL           PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-EDITE              PIC 9.
       77 W-NLI                PIC 9(05).
       77 W-FAC                PIC 9(08).
       77 W-SAU                PIC S9(11)V99.
       77 W-SGL                PIC S9(11)V99.
       77 W-REG                PIC S9(11)V99.
       77 W-TTC                PIC S9(11)V99.
       77 W-EXP                PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-ABS                PIC S9(11)V99.
       77 W-NB-CLI             PIC 9(06).
       77 W-NB-ECA             PIC 9(06).
       77 W-NB-INX             PIC 9(06).
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBFAC              PIC 9(03) COMP.
       78 MAXFAC               VALUE IS 500.
      * client comptant générique du comptoir (cf. comptoir-b) :
      * ses tickets passent au journal CA, hors compte clients
       78 CLI-COMPTOIR         VALUE IS 99999999.
      * écart toléré comme arrondi entre deux calculs du TTC
       78 SEUIL-ARRONDI        VALUE IS 0,05.
           COPY "conv-num.wrk".
      * pièce de l'écart à écrire (cf. Ecrit-Piece)
       01 W-PIECE.
           05 W-PC-NAT         PIC X.
           05 W-PC-PCE         PIC X(20).
           05 W-PC-DAT         PIC 9(08).
           05 W-PC-MNT         PIC S9(11)V99.
           05 W-PC-LIB         PIC X(40).
      * factures du client : échéances et bons facturés
       01 W-TAB-FAC.
           05 W-TF-POSTE OCCURS 500.
              10 W-TF-FAC      PIC 9(08).
              10 W-TF-DFA      PIC 9(08).
              10 W-TF-NBE      PIC 9(03).
              10 W-TF-ECH      PIC S9(11)V99.
              10 W-TF-NBB      PIC 9(03).
              10 W-TF-BON      PIC S9(11)V99.
      * totaux généraux de l'état
       01 W-TOTAUX.
           05 W-TO-SAU         PIC S9(13)V99.
           05 W-TO-SGL         PIC S9(13)V99.
           05 W-TO-ECA         PIC S9(13)V99.
           05 W-TO-NEX         PIC S9(13)V99.
           05 W-TO-RNI         PIC S9(13)V99.
           05 W-TO-AJU         PIC S9(13)V99.
           05 W-TO-ARR         PIC S9(13)V99.
           05 W-TO-INX         PIC S9(13)V99.
       01 W-ZONES-CSV.
           05 WC-SAU           PIC -(10)9,99.
           05 WC-SGL           PIC -(10)9,99.
           05 WC-ECA           PIC -(10)9,99.
           05 WC-NEX           PIC -(10)9,99.
           05 WC-RNI           PIC -(10)9,99.
           05 WC-AJU           PIC -(10)9,99.
           05 WC-ARR           PIC -(10)9,99.
           05 WC-INX           PIC -(10)9,99.
       01 LIGNE-CLI.
           05 LC-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-RAI           PIC X(18).
           05 FILLER           PIC X(01).
           05 LC-SAU           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-SGL           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-ECA           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-NEX           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-RNI           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-AJU           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LC-ARR           PIC -(2)9,99.
           05 FILLER           PIC X(01).
           05 LC-INX           PIC -(8)9,99.
       01 LIGNE-PCE REDEFINES LIGNE-CLI.
           05 FILLER           PIC X(04).
           05 LP-NAT           PIC X(12).
           05 FILLER           PIC X(01).
           05 LP-PCE           PIC X(20).
           05 FILLER           PIC X(01).
           05 LP-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LP-MNT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LP-LIB           PIC X(40).
           05 FILLER           PIC X(26).
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
           WHEN "RAPPROCHE" PERFORM Rapproche THRU F-Rapproche
           WHEN "LISTE"     PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "rapcli-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : rapcli-b RAPPROCHE aaaamm"
                DISPLAY "        rapcli-b LISTE aaaamm [cli]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    RAPPROCHE : calcul des écarts du mois
      ******************************************************************
       Rapproche.
           PERFORM Lit-Periode
           IF W-PER = 0
                GO F-Rapproche.
           OPEN INPUT MXCLI MXECHEAN MXBDIS MXREGLEM MXGLEXP
                      MXECRGEN
           OPEN I-O MXRAPCLI
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXRAPCLI
                CLOSE MXRAPCLI
                OPEN I-O MXRAPCLI.
           PERFORM Purge-Periode
           MOVE 0 TO W-NB-CLI
           MOVE 0 TO COD-MCLI
           MOVE 0 TO W-FIN2
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Traite-Un-Client UNTIL W-FIN2 = 1
           PERFORM Traite-Reglements
           PERFORM Traite-Ecritures
           PERFORM Finalise-Clients
           CLOSE MXECHEAN MXBDIS MXREGLEM MXGLEXP MXECRGEN
           MOVE 0 TO W-CLI-SEUL
           PERFORM Edite-Rapprochement
           CLOSE MXCLI MXRAPCLI
           DISPLAY "rapcli-b : " W-NB-CLI " clients rapprochés, "
                   W-NB-ECA " en écart dont " W-NB-INX
                   " inexpliqués"
           DISPLAY "rapcli-b : état " ASSIGN-ETAT.
       F-Rapproche.
           EXIT.

      * aaaamm -> fin de période (le 31 couvre tous les mois)
       Lit-Periode.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER < 190001 OR W-PER(5:2) = "00"
           OR W-PER(5:2) > "12"
                DISPLAY "rapcli-b : période aaaamm attendue"
                MOVE 0 TO W-PER
                EXIT PARAGRAPH.
           COMPUTE W-DATFIN = W-PER * 100 + 31.

      * une relance recalcule la période
       Purge-Periode.
           MOVE W-PER TO PER-MRCL
           MOVE 0 TO CLI-MRCL NLI-MRCL
           MOVE 0 TO W-FIN
           START MXRAPCLI KEY NOT < CLE1-MRCL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Purge-Un-Enreg UNTIL W-FIN = 1.

       Purge-Un-Enreg.
           READ MXRAPCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF PER-MRCL NOT = W-PER
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           DELETE MXRAPCLI RECORD INVALID CONTINUE
           END-DELETE.

      ******************************************************************
      *    par client : échéances, bons facturés et leur export
      ******************************************************************
       Traite-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF COD-MCLI = CLI-COMPTOIR
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO W-CLI
           MOVE 0 TO W-NBFAC W-SAU W-SGL W-REG
           PERFORM Charge-Echeances
           PERFORM Charge-Bons
           PERFORM Compare-Une-Facture VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBFAC
           IF W-SAU = 0 AND W-SGL = 0 AND W-REG = 0
           AND W-NBFAC = 0
                EXIT PARAGRAPH.
           PERFORM Lit-Totaux
           ADD W-SAU TO SAU-MRCL
           ADD W-SGL TO SGL-MRCL
           ADD W-REG TO ESC-MRCL
           REWRITE ENR-MRCL INVALID CONTINUE
           END-REWRITE.

      * échéances facturées à la fin du mois au plus tard
       Charge-Echeances.
           MOVE W-CLI TO CLI-MECH
           MOVE 0 TO W-FIN
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Une-Echeance UNTIL W-FIN = 1.

       Charge-Une-Echeance.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF DFA-MECH > W-DATFIN
                EXIT PARAGRAPH.
           COMPUTE W-SAU = W-SAU + MNT-MECH - REG-MECH
           ADD REG-MECH TO W-REG
      * les pénalités de retard (penal-b) ne passent pas en
      * comptabilité par gljrn-b
           IF TYP-MECH = "P"
                MOVE "N" TO W-PC-NAT
                MOVE SPACE TO W-PC-PCE
                STRING "PEN" DELIMITED BY SIZE
                       FAC-MECH DELIMITED BY SIZE
                       INTO W-PC-PCE
                MOVE DFA-MECH TO W-PC-DAT
                COMPUTE W-PC-MNT = 0 - MNT-MECH
                MOVE "PENALITES DE RETARD NON EXPORTEES" TO W-PC-LIB
                PERFORM Ecrit-Piece
                EXIT PARAGRAPH.
           MOVE FAC-MECH TO W-FAC
           PERFORM Cherche-Facture
           IF W-TROUVE = 0
                EXIT PARAGRAPH.
           IF W-TF-DFA(W-IX) = 0
                MOVE DFA-MECH TO W-TF-DFA(W-IX).
           ADD 1 TO W-TF-NBE(W-IX)
           ADD MNT-MECH TO W-TF-ECH(W-IX).

      * bons facturés du client et montant exporté au journal VE
       Charge-Bons.
           MOVE W-CLI TO CLI-MBDI
           MOVE 0 TO W-FIN
           START MXBDIS KEY NOT < CLE2-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Un-Bon UNTIL W-FIN = 1.

       Charge-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBDI NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF FAC-MBDI = 0 OR DFA-MBDI = 0 OR DFA-MBDI > W-DATFIN
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 1 AND NOT = 2 AND NOT = 3 AND NOT = 6
                EXIT PARAGRAPH.
      * avoir de TVA d'une créance irrécouvrable : passé en OD
      * contre le compte douteux, hors compte clients
           IF TYP-MBDI = 3 AND REF-MBDI(1:13) = "IRRECOUVRABLE"
                EXIT PARAGRAPH.
           MOVE TTC-MBDI TO W-TTC
           IF TYP-MBDI = 3
                COMPUTE W-TTC = 0 - TTC-MBDI.
      * même pièce que gljrn-b
           MOVE SPACE TO W-PC-PCE
           STRING "V" DELIMITED BY SIZE
                  AGE-MBDI DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  BON-MBDI DELIMITED BY SIZE
                  INTO W-PC-PCE
           MOVE 0 TO W-EXP
           MOVE "V" TO TYP-MGLE
           MOVE W-PC-PCE TO PCE-MGLE
           READ MXGLEXP INVALID CONTINUE
           NOT INVALID
                IF DAT-MGLE NOT > W-DATFIN
                     MOVE CUM-MGLE TO W-EXP
                     IF W-EXP = 0
                          MOVE MNT-MGLE TO W-EXP
                     END-IF
                END-IF
           END-READ
           ADD W-EXP TO W-SGL
           MOVE DFA-MBDI TO W-PC-DAT
           COMPUTE W-ECART = W-EXP - W-TTC
           PERFORM Valeur-Absolue
           IF W-ECART NOT = 0
                MOVE W-ECART TO W-PC-MNT
                EVALUATE TRUE
                WHEN W-ABS NOT > SEUIL-ARRONDI
                     MOVE "R" TO W-PC-NAT
                     MOVE "ARRONDI EXPORT DU BON" TO W-PC-LIB
                WHEN W-EXP = 0 AND TYP-MBDI = 3
                     MOVE "N" TO W-PC-NAT
                     MOVE "AVOIR NON EXPORTE" TO W-PC-LIB
                WHEN W-EXP = 0
                     MOVE "N" TO W-PC-NAT
                     MOVE "BON FACTURE NON EXPORTE" TO W-PC-LIB
                WHEN (W-TTC > 0 AND W-EXP < W-TTC)
                  OR (W-TTC < 0 AND W-EXP > W-TTC)
                     MOVE "N" TO W-PC-NAT
                     MOVE "BON EXPORTE EN PARTIE" TO W-PC-LIB
                WHEN OTHER
                     MOVE "X" TO W-PC-NAT
                     MOVE "EXPORTE AU-DELA DU FACTURE" TO W-PC-LIB
                END-EVALUATE
                PERFORM Ecrit-Piece
           END-IF
           MOVE FAC-MBDI TO W-FAC
           PERFORM Cherche-Facture
           IF W-TROUVE = 0
                EXIT PARAGRAPH.
           IF W-TF-DFA(W-IX) = 0
                MOVE DFA-MBDI TO W-TF-DFA(W-IX).
           ADD 1 TO W-TF-NBB(W-IX)
           ADD W-TTC TO W-TF-BON(W-IX).

      * W-FAC dans la table des factures (créée au besoin)
       Cherche-Facture.
           MOVE 0 TO W-TROUVE
           PERFORM Compare-Facture VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBFAC OR W-TROUVE = 1
           IF W-TROUVE = 1
                SUBTRACT 1 FROM W-IX
                EXIT PARAGRAPH.
           IF W-NBFAC NOT < MAXFAC
                DISPLAY "rapcli-b : client " W-CLI
                        " plus de 500 factures, " W-FAC " ignorée"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBFAC
           MOVE W-NBFAC TO W-IX
           MOVE W-FAC TO W-TF-FAC(W-IX)
           MOVE 0 TO W-TF-DFA(W-IX) W-TF-NBE(W-IX) W-TF-ECH(W-IX)
                     W-TF-NBB(W-IX) W-TF-BON(W-IX)
           MOVE 1 TO W-TROUVE.

       Compare-Facture.
           IF W-TF-FAC(W-IX) = W-FAC
                MOVE 1 TO W-TROUVE.

      * TTC des bons de la facture contre ses échéances
       Compare-Une-Facture.
           COMPUTE W-ECART = W-TF-BON(W-IX) - W-TF-ECH(W-IX)
           IF W-ECART = 0
                EXIT PARAGRAPH.
           PERFORM Valeur-Absolue
           MOVE SPACE TO W-PC-PCE
           STRING "FAC" DELIMITED BY SIZE
                  W-TF-FAC(W-IX) DELIMITED BY SIZE
                  INTO W-PC-PCE
           MOVE W-TF-DFA(W-IX) TO W-PC-DAT
           MOVE W-ECART TO W-PC-MNT
           EVALUATE TRUE
           WHEN W-ABS NOT > SEUIL-ARRONDI
                MOVE "R" TO W-PC-NAT
                MOVE "ARRONDI FACTURE / ECHEANCES" TO W-PC-LIB
           WHEN W-TF-NBB(W-IX) = 0
                MOVE "A" TO W-PC-NAT
                MOVE "POSTE OUVERT SAISI HORS FACTURATION"
                     TO W-PC-LIB
           WHEN W-TF-NBE(W-IX) = 0
                MOVE "X" TO W-PC-NAT
                MOVE "FACTURE SANS POSTE OUVERT" TO W-PC-LIB
           WHEN OTHER
                MOVE "X" TO W-PC-NAT
                MOVE "ECART FACTURE / ECHEANCIER" TO W-PC-LIB
           END-EVALUATE
           PERFORM Ecrit-Piece.

       Valeur-Absolue.
           MOVE W-ECART TO W-ABS
           IF W-ABS < 0
                COMPUTE W-ABS = 0 - W-ABS.

      ******************************************************************
      *    règlements : export, imputation et recul à fin de mois
      ******************************************************************
       Traite-Reglements.
           MOVE 0 TO NRG-MRGL
           MOVE 0 TO W-FIN2
           START MXREGLEM KEY NOT < CLE1-MRGL INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Traite-Un-Reglement UNTIL W-FIN2 = 1.

       Traite-Un-Reglement.
           READ MXREGLEM NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MRGL = 0 OR CLI-MRGL = CLI-COMPTOIR
                EXIT PARAGRAPH.
           MOVE CLI-MRGL TO W-CLI
      * l'imputé total du client, retranché du lettré de ses
      * échéances, laisse le lettrage sans règlement
           PERFORM Lit-Totaux
           SUBTRACT IMP-MRGL FROM ESC-MRCL
      * réglé après la fin du mois : encore dû à la fin du mois
           IF DAT-MRGL > W-DATFIN
                ADD IMP-MRGL TO SAU-MRCL
                REWRITE ENR-MRCL INVALID CONTINUE
                END-REWRITE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-PC-PCE
           STRING "R" DELIMITED BY SIZE
                  NRG-MRGL DELIMITED BY SIZE
                  INTO W-PC-PCE
           MOVE "B" TO TYP-MGLE
           MOVE W-PC-PCE TO PCE-MGLE
           MOVE 0 TO W-TROUVE
           READ MXGLEXP INVALID CONTINUE
           NOT INVALID
                IF DAT-MGLE NOT > W-DATFIN
                     MOVE 1 TO W-TROUVE
                END-IF
           END-READ
           IF W-TROUVE = 1
                SUBTRACT MNT-MGLE FROM SGL-MRCL.
           REWRITE ENR-MRCL INVALID CONTINUE
           END-REWRITE
           MOVE DAT-MRGL TO W-PC-DAT
           IF W-TROUVE = 1
                IF MNT-MRGL NOT = IMP-MRGL
                     MOVE "I" TO W-PC-NAT
                     COMPUTE W-PC-MNT = IMP-MRGL - MNT-MRGL
                     MOVE "REGLEMENT NON IMPUTE" TO W-PC-LIB
                     PERFORM Ecrit-Piece
                END-IF
           ELSE
                IF IMP-MRGL NOT = 0
                     MOVE "N" TO W-PC-NAT
                     MOVE IMP-MRGL TO W-PC-MNT
                     MOVE "REGLEMENT NON EXPORTE" TO W-PC-LIB
                     PERFORM Ecrit-Piece
                END-IF
           END-IF.

      ******************************************************************
      *    OD exportées sur le compte clients (MXECRGEN, G;CLI)
      ******************************************************************
       Traite-Ecritures.
           MOVE 0 TO NUM-MECG
           MOVE 0 TO W-FIN2
           START MXECRGEN KEY NOT < CLE1-MECG INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Traite-Une-Ecriture UNTIL W-FIN2 = 1.

       Traite-Une-Ecriture.
           READ MXECRGEN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF DEX-MECG = 0 OR DAT-MECG > W-DATFIN
                EXIT PARAGRAPH.
           IF TYP-MECG NOT = "G" OR CLE-MECG NOT = "CLI"
           OR CPT-MECG NOT = SPACE
                EXIT PARAGRAPH.
           PERFORM Client-Ecriture
           MOVE "A" TO W-PC-NAT
           MOVE PCE-MECG TO W-PC-PCE
           MOVE DAT-MECG TO W-PC-DAT
           COMPUTE W-PC-MNT = DEB-MECG - CRE-MECG
           MOVE LIB-MECG TO W-PC-LIB
           PERFORM Lit-Totaux
           ADD W-PC-MNT TO SGL-MRCL
           REWRITE ENR-MRCL INVALID CONTINUE
           END-REWRITE
           PERFORM Ecrit-Piece.

      * client de l'OD d'après sa pièce : DOU/RCL + échéance
      * (douteux-b), CHG + facture (regl-b) ; 0 sinon
       Client-Ecriture.
           MOVE 0 TO W-CLI
           IF (PCE-MECG(1:3) = "DOU" OR PCE-MECG(1:3) = "RCL")
           AND PCE-MECG(4:8) NUMERIC
                MOVE PCE-MECG(4:8) TO NEC-MECH
                READ MXECHEAN INVALID CONTINUE
                NOT INVALID MOVE CLI-MECH TO W-CLI
                END-READ
           END-IF
           IF PCE-MECG(1:3) = "CHG" AND PCE-MECG(4:8) NUMERIC
                MOVE PCE-MECG(4:8) TO FAC-MBDI
                START MXBDIS KEY NOT < CLE3-MBDI INVALID
                     CONTINUE
                NOT INVALID
                     READ MXBDIS NEXT AT END CONTINUE
                     NOT AT END
                          IF FAC-MBDI = PCE-MECG(4:8)
                               MOVE CLI-MBDI TO W-CLI
                          END-IF
                     END-READ
                END-START
           END-IF.

      ******************************************************************
      *    écart par nature et inexpliqué, client par client
      ******************************************************************
       Finalise-Clients.
           MOVE W-PER TO PER-MRCL
           MOVE 0 TO CLI-MRCL NLI-MRCL
           MOVE 0 TO W-FIN2
           START MXRAPCLI KEY NOT < CLE1-MRCL INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Finalise-Un-Client UNTIL W-FIN2 = 1.

       Finalise-Un-Client.
           READ MXRAPCLI NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF PER-MRCL NOT = W-PER
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF NLI-MRCL NOT = 0
                EXIT PARAGRAPH.
           MOVE CLI-MRCL TO W-CLI
           IF ESC-MRCL NOT = 0
                MOVE "A" TO W-PC-NAT
                MOVE "LETTRAGE" TO W-PC-PCE
                MOVE W-DATFIN TO W-PC-DAT
                MOVE ESC-MRCL TO W-PC-MNT
                MOVE "LETTRE SANS REGLEMENT (ESCOMPTE, ECART)"
                     TO W-PC-LIB
                MOVE 0 TO ESC-MRCL
                REWRITE ENR-MRCL INVALID CONTINUE
                END-REWRITE
                PERFORM Ecrit-Piece
                PERFORM Lit-Totaux
           END-IF
           COMPUTE INX-MRCL = SGL-MRCL - SAU-MRCL
                   - NEX-MRCL - RNI-MRCL - AJU-MRCL - ARR-MRCL
           REWRITE ENR-MRCL INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB-CLI
           IF SGL-MRCL NOT = SAU-MRCL
                ADD 1 TO W-NB-ECA.
           IF INX-MRCL NOT = 0
                ADD 1 TO W-NB-INX.

      * enregistrement des soldes de W-CLI, créé au besoin
       Lit-Totaux.
           MOVE W-PER TO PER-MRCL
           MOVE W-CLI TO CLI-MRCL
           MOVE 0 TO NLI-MRCL
           READ MXRAPCLI INVALID
                INITIALIZE ENR-MRCL
                MOVE W-PER TO PER-MRCL
                MOVE W-CLI TO CLI-MRCL
                MOVE 0 TO NLI-MRCL
                MOVE W-DAT TO DAT-MRCL
                WRITE ENR-MRCL INVALID CONTINUE
                END-WRITE
           END-READ.

      * pièce W-PIECE de l'écart de W-CLI, cumulée dans sa nature
       Ecrit-Piece.
           PERFORM Lit-Totaux
           EVALUATE W-PC-NAT
           WHEN "N" ADD W-PC-MNT TO NEX-MRCL
           WHEN "I" ADD W-PC-MNT TO RNI-MRCL
           WHEN "A" ADD W-PC-MNT TO AJU-MRCL
           WHEN "R" ADD W-PC-MNT TO ARR-MRCL
           END-EVALUATE
           ADD 1 TO NBL-MRCL
           MOVE NBL-MRCL TO W-NLI
           REWRITE ENR-MRCL INVALID CONTINUE
           END-REWRITE
           INITIALIZE ENR-MRCL
           MOVE W-PER TO PER-MRCL
           MOVE W-CLI TO CLI-MRCL
           MOVE W-NLI TO NLI-MRCL
           MOVE W-DAT TO DAT-MRCL
           MOVE W-PC-NAT TO NAT-MRCL
           MOVE W-PC-PCE TO PCE-MRCL
           MOVE W-PC-DAT TO DPC-MRCL
           MOVE W-PC-MNT TO MNT-MRCL
           MOVE W-PC-LIB TO LIB-MRCL
           WRITE ENR-MRCL INVALID CONTINUE
           END-WRITE.

      ******************************************************************
      *    LISTE : réédition
      ******************************************************************
       Liste.
           PERFORM Lit-Periode
           IF W-PER = 0
                GO F-Liste.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI-SEUL
           OPEN INPUT MXRAPCLI
           IF FILE-STATUS NOT = "00"
                DISPLAY "rapcli-b : aucun rapprochement"
                GO F-Liste.
           OPEN INPUT MXCLI
           PERFORM Edite-Rapprochement
           CLOSE MXCLI MXRAPCLI
           DISPLAY "rapcli-b : état " ASSIGN-ETAT.
       F-Liste.
           EXIT.

      ******************************************************************
      *    état des écarts (et CSV des soldes)
      ******************************************************************
       Edite-Rapprochement.
           MOVE SPACE TO ASSIGN-ETAT
           IF W-CLI-SEUL = 0
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/rapcli-" DELIMITED BY SIZE
                       W-PER DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
                MOVE SPACE TO ASSIGN-EXPCSV
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/rapcli-" DELIMITED BY SIZE
                       W-PER DELIMITED BY SIZE
                       ".csv" DELIMITED BY SIZE
                       INTO ASSIGN-EXPCSV
                OPEN OUTPUT EXPCSV
                MOVE SPACE TO LIGNE-CSV
                STRING "CLIENT;RAISON SOCIALE;AUXILIAIRE;COLLECTIF;"
                       DELIMITED BY SIZE
                       "ECART;NON EXPORTE;NON IMPUTE;AJUSTEMENT;"
                       DELIMITED BY SIZE
                       "ARRONDI;INEXPLIQUE" DELIMITED BY SIZE
                       INTO LIGNE-CSV
                WRITE LIGNE-CSV
           ELSE
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/rapcli-" DELIMITED BY SIZE
                       W-PER DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       W-CLI-SEUL DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           END-IF
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RAPPROCHEMENT COMPTES CLIENTS / COLLECTIF - FIN "
                  DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  " - EDITE LE " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "CLIENT   RAISON SOCIALE" TO LIGNE-ETAT
           MOVE "AUXILIAIRE" TO LIGNE-ETAT(31:)
           MOVE "COLLECTIF" TO LIGNE-ETAT(45:)
           MOVE "ECART" TO LIGNE-ETAT(62:)
           MOVE "NON EXPORT." TO LIGNE-ETAT(69:)
           MOVE "NON IMPUTE" TO LIGNE-ETAT(83:)
           MOVE "AJUSTEMENT" TO LIGNE-ETAT(96:)
           MOVE "ARR." TO LIGNE-ETAT(110:)
           MOVE "INEXPLIQUE" TO LIGNE-ETAT(117:)
           WRITE LIGNE-ETAT
           INITIALIZE W-TOTAUX
           MOVE 0 TO W-EDITE
           MOVE W-PER TO PER-MRCL
           MOVE W-CLI-SEUL TO CLI-MRCL
           MOVE 0 TO NLI-MRCL
           MOVE 0 TO W-FIN2
           START MXRAPCLI KEY NOT < CLE1-MRCL INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Edite-Un-Enreg UNTIL W-FIN2 = 1
           IF W-CLI-SEUL = 0
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-CLI
                MOVE "TOTAL" TO LC-RAI
                MOVE W-TO-SAU TO LC-SAU
                MOVE W-TO-SGL TO LC-SGL
                MOVE W-TO-ECA TO LC-ECA
                MOVE W-TO-NEX TO LC-NEX
                MOVE W-TO-RNI TO LC-RNI
                MOVE W-TO-AJU TO LC-AJU
                MOVE W-TO-ARR TO LC-ARR
                MOVE W-TO-INX TO LC-INX
                WRITE LIGNE-ETAT FROM LIGNE-CLI
                CLOSE EXPCSV
           END-IF
           CLOSE ETAT.

       Edite-Un-Enreg.
           READ MXRAPCLI NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF PER-MRCL NOT = W-PER
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF W-CLI-SEUL NOT = 0 AND CLI-MRCL NOT = W-CLI-SEUL
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF NLI-MRCL = 0
                PERFORM Edite-Client
                EXIT PARAGRAPH.
      * pièces : les inexpliquées des clients édités, toutes pour
      * un client demandé
           IF W-EDITE = 0
                EXIT PARAGRAPH.
           IF NAT-MRCL NOT = "X" AND W-CLI-SEUL = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-PCE
           EVALUATE NAT-MRCL
           WHEN "N" MOVE "NON EXPORTE" TO LP-NAT
           WHEN "I" MOVE "NON IMPUTE" TO LP-NAT
           WHEN "A" MOVE "AJUSTEMENT" TO LP-NAT
           WHEN "R" MOVE "ARRONDI" TO LP-NAT
           WHEN OTHER MOVE "INEXPLIQUE" TO LP-NAT
           END-EVALUATE
           MOVE PCE-MRCL TO LP-PCE
           MOVE DPC-MRCL TO LP-DAT
           MOVE MNT-MRCL TO LP-MNT
           MOVE LIB-MRCL TO LP-LIB
           WRITE LIGNE-ETAT FROM LIGNE-PCE.

      * ligne du client s'il est en écart (toujours pour un client
      * demandé) ; CSV de tous les clients
       Edite-Client.
           MOVE 0 TO W-EDITE
           COMPUTE W-ECART = SGL-MRCL - SAU-MRCL
           ADD SAU-MRCL TO W-TO-SAU
           ADD SGL-MRCL TO W-TO-SGL
           ADD W-ECART TO W-TO-ECA
           ADD NEX-MRCL TO W-TO-NEX
           ADD RNI-MRCL TO W-TO-RNI
           ADD AJU-MRCL TO W-TO-AJU
           ADD ARR-MRCL TO W-TO-ARR
           ADD INX-MRCL TO W-TO-INX
           MOVE SPACE TO RAI-MCLI
           IF CLI-MRCL = 0
                MOVE "OD NON VENTILEES" TO RAI-MCLI
           ELSE
                MOVE CLI-MRCL TO COD-MCLI
                READ MXCLI INVALID MOVE SPACE TO RAI-MCLI
                END-READ
           END-IF
           IF W-CLI-SEUL = 0
                PERFORM Ecrit-Csv.
           IF W-ECART = 0 AND INX-MRCL = 0 AND W-CLI-SEUL = 0
                EXIT PARAGRAPH.
           MOVE 1 TO W-EDITE
           MOVE SPACE TO LIGNE-CLI
           MOVE CLI-MRCL TO LC-CLI
           MOVE RAI-MCLI TO LC-RAI
           MOVE SAU-MRCL TO LC-SAU
           MOVE SGL-MRCL TO LC-SGL
           MOVE W-ECART TO LC-ECA
           MOVE NEX-MRCL TO LC-NEX
           MOVE RNI-MRCL TO LC-RNI
           MOVE AJU-MRCL TO LC-AJU
           MOVE ARR-MRCL TO LC-ARR
           MOVE INX-MRCL TO LC-INX
           WRITE LIGNE-ETAT FROM LIGNE-CLI.

       Ecrit-Csv.
           MOVE SAU-MRCL TO WC-SAU
           MOVE SGL-MRCL TO WC-SGL
           MOVE W-ECART TO WC-ECA
           MOVE NEX-MRCL TO WC-NEX
           MOVE RNI-MRCL TO WC-RNI
           MOVE AJU-MRCL TO WC-AJU
           MOVE ARR-MRCL TO WC-ARR
           MOVE INX-MRCL TO WC-INX
           MOVE SPACE TO LIGNE-CSV
           STRING CLI-MRCL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WC-SAU DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-SGL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-ECA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-NEX DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-RNI DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-AJU DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-ARR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WC-INX DELIMITED BY SIZE
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
