      *{Bench}prg-comment
      * vmi-b.cbl
151026* vmi-b.cbl : réapprovisionnement géré par le fournisseur
151026* (VMI) pour les fournisseurs qui le proposent (VMI-MFOU = 1).
151026*   EMET [<fou>] [<jours>]
151026*       fichier quotidien par fournisseur VMI (tous, ou celui
151026*       donné) déposé au spool du connecteur DS comme les
151026*       autres exports, MX-DIR/spool/vmi-<fou>-<aaaammjj>.txt :
151026*       pour chacun de ses articles (FOU-MART) et chaque
151026*       agence, stock STC-MASA, attendu fournisseur QCF-MASA,
151026*       point de commande et maxi (MXARTSA), demande client
151026*       ouverte (reste à livrer QTE - QTC des lignes MXLDIS
151026*       des commandes client TYP-MBDI = 1) et ventes des
151026*       <jours> derniers jours
151026*       (MXHISVTE, 28 par défaut) ;
151026*   RECOIT <fou> <fic age;article;qte;prix;date>
151026*       intègre la proposition de réapprovisionnement du
151026*       fournisseur (article en code interne ou en référence
151026*       fournisseur REF-MART) en proposition MXVMIPRO à
151026*       valider, état de revue ft/vmi-pro-<npr>.txt avec notre
151026*       stock, point de commande et maxi en regard ;
151026*   LISTE <npr>           réédite l'état de revue ;
151026*   MODIFIE <npr> <lig> <qte>
151026*       l'acheteur corrige la quantité d'une ligne (zéro la
151026*       refuse) ;
151026*   VALIDE <npr>
151026*       les lignes proposées ou modifiées deviennent des
151026*       commandes fournisseur réelles, un bon MXBDIS TYP = 5
151026*       par agence (numérotation MXAGEDIS comme franco-b),
151026*       lignes d'achat MXLDIS TLI = 3, attendu QCF-MASA
151026*       abondé ; reprises ensuite par edi-b et recfou-b ;
151026*   REFUSE <npr>          refuse ce qui reste à valider ;
151026*   ETAT [<aaaamm>]
151026*       échanges du mois dans les deux sens (journal
151026*       MXVMIECH : fichiers émis et reçus, lignes, rejets) et
151026*       devenir des propositions, ft/vmi-etat.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. vmi-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:26:48.
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
       COPY "MXFOU.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXHISVTE.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXVMIPRO.sl".
       COPY "MXVMIECH.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT SPOOL  ASSIGN TO ASSIGN-SPOOL
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-SPOOL.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXFOU.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXHISVTE.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXVMIPRO.fd".
       COPY "MXVMIECH.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(200).
       FD  SPOOL LABEL RECORD STANDARD.
       01  ENR-SPOOL           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-SPOOL    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-SPOOL         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(160).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(80).
       77 W-PAR4               PIC X(30).
       77 W-FOU                PIC X(08).
       77 W-FOU-SEUL           PIC X(08).
       77 W-AGE                PIC X(03).
       77 W-ART                PIC X(20).
       77 W-DAT                PIC 9(08).
       77 W-HEURE              PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-JOURS              PIC 9(03).
       77 W-JRS-DEB            PIC S9(07).
       77 W-NPR                PIC 9(08).
       77 W-NEC                PIC 9(08).
       77 W-LIG                PIC 9(04).
       77 W-LGB                PIC 9(03).
       77 W-BON                PIC 9(08).
       77 W-QTE                PIC S9(09)V99.
       77 W-PRX                PIC 9(09)V99.
       77 W-DLS                PIC 9(08).
       77 W-DEM                PIC S9(09)V99.
       77 W-VTE                PIC S9(09)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NBF                PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-NBP                PIC 9(05).
       77 W-NBM                PIC 9(05).
       77 W-NBR                PIC 9(05).
       77 W-NBC                PIC 9(05).
       77 W-IX                 PIC 9(04) COMP.
       77 W-IA                 PIC 9(03) COMP.
       77 W-NBAG               PIC 9(03) COMP.
       77 W-NBDEM              PIC 9(04) COMP.
       77 W-NBVTE              PIC 9(04) COMP.
       78 MAXAGE               VALUE IS 100.
       78 MAXTAB               VALUE IS 2000.
       78 MOB-BATCH            VALUE IS 90.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "lit-agedis.wrk".
      * agences (MXAGEDIS)
       01 W-TAB-AGE.
           05 W-AGE-T          PIC X(03) OCCURS 100.
      * demande client ouverte et ventes récentes du fournisseur,
      * par agence et article
       01 W-TAB-DEM.
           05 W-DEM-POSTE OCCURS 2000.
              10 W-DEM-AGE     PIC X(03).
              10 W-DEM-ART     PIC X(20).
              10 W-DEM-QTE     PIC S9(09)V99.
       01 W-TAB-VTE.
           05 W-VTE-POSTE OCCURS 2000.
              10 W-VTE-AGE     PIC X(03).
              10 W-VTE-ART     PIC X(20).
              10 W-VTE-QTE     PIC S9(09)V99.
       01 W-ZONES-ED.
           05 W-STK-ED         PIC -(8)9,99.
           05 W-QCF-ED         PIC -(8)9,99.
           05 W-DEM-ED         PIC -(8)9,99.
           05 W-VTE-ED         PIC -(8)9,99.
           05 W-REA-ED         PIC -(6)9,99.
           05 W-MAX-ED         PIC -(6)9,99.
       01 W-ZONES-RECU.
           05 WR-AGE           PIC X(10).
           05 WR-ART           PIC X(20).
           05 WR-QTE           PIC X(14).
           05 WR-PRX           PIC X(14).
           05 WR-DLS           PIC X(10).
      * revue d'une proposition
       01 LIGNE-PRO.
           05 LP-LIG           PIC 9(04).
           05 FILLER           PIC X(01).
           05 LP-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LP-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LP-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LP-QPR           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-STK           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-REA           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-MAX           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LP-DLS           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LP-STA           PIC X(01).
      * échanges du mois
       01 LIGNE-ECH REDEFINES LIGNE-PRO.
           05 LE-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-HEU           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LE-SEN           PIC X(06).
           05 FILLER           PIC X(01).
           05 LE-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LE-NBL           PIC Z(04)9.
           05 FILLER           PIC X(01).
           05 LE-NBR           PIC Z(04)9.
           05 FILLER           PIC X(01).
           05 LE-NPR           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LE-DEV           PIC X(40).
           05 FILLER           PIC X(31).
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
           ACCEPT W-HEURE FROM TIME
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4
           EVALUATE W-FONCTION
           WHEN "EMET"    PERFORM Emet THRU F-Emet
           WHEN "RECOIT"  PERFORM Recoit THRU F-Recoit
           WHEN "LISTE"   PERFORM Liste THRU F-Liste
           WHEN "MODIFIE" PERFORM Modifie THRU F-Modifie
           WHEN "VALIDE"  PERFORM Valide THRU F-Valide
           WHEN "REFUSE"  PERFORM Refuse THRU F-Refuse
           WHEN "ETAT"    PERFORM Etat-Echanges THRU F-Etat-Echanges
           WHEN OTHER
                DISPLAY "vmi-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : vmi-b EMET [fou] [jours]"
                DISPLAY "        vmi-b RECOIT fou fic"
                DISPLAY "        vmi-b LISTE npr"
                DISPLAY "        vmi-b MODIFIE npr lig qte"
                DISPLAY "        vmi-b VALIDE npr"
                DISPLAY "        vmi-b REFUSE npr"
                DISPLAY "        vmi-b ETAT [aaaamm]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    EMET : fichier quotidien de stock, demande et ventes
      ******************************************************************
       Emet.
      * le premier paramètre est le fournisseur, sauf s'il est
      * numérique (nombre de jours, tous fournisseurs VMI)
           MOVE SPACE TO W-FOU-SEUL
           MOVE 28 TO W-JOURS
           IF W-PAR2 NOT = SPACE
                IF W-PAR2(1:1) NUMERIC AND W-PAR3 = SPACE
                     MOVE W-PAR2 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-JOURS
                ELSE MOVE W-PAR2 TO W-FOU-SEUL
                     IF W-PAR3 NOT = SPACE
                          MOVE W-PAR3 TO CVN-ENT
                          PERFORM CONV-NUM
                          MOVE CVN-SOR TO W-JOURS
                     END-IF
                END-IF
           END-IF
           IF W-JOURS = 0
                MOVE 28 TO W-JOURS.
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JRS-DEB = DATSER-JRS - W-JOURS
           OPEN INPUT MXFOU MXART MXARTSA MXBDIS MXLDIS MXHISVTE
           PERFORM Ouvre-Journal
           PERFORM Charge-Agences
           MOVE 0 TO W-NBF
           IF W-FOU-SEUL NOT = SPACE
                MOVE W-FOU-SEUL TO COD-MFOU
                READ MXFOU INVALID
                     DISPLAY "vmi-b : fournisseur inconnu " W-FOU-SEUL
                NOT INVALID
                     PERFORM Emet-Un-Fournisseur
                END-READ
           ELSE
                MOVE SPACE TO COD-MFOU
                MOVE 0 TO W-FIN2
                START MXFOU KEY NOT < CLE1-MFOU INVALID
                     MOVE 1 TO W-FIN2
                END-START
                PERFORM Emet-Fou-Suivant UNTIL W-FIN2 = 1
           END-IF
           CLOSE MXFOU MXART MXARTSA MXBDIS MXLDIS MXHISVTE MXVMIECH
           DISPLAY "vmi-b : " W-NBF " fichiers VMI émis au spool".
       F-Emet.
           EXIT.

       Emet-Fou-Suivant.
           READ MXFOU NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           PERFORM Emet-Un-Fournisseur.

       Emet-Un-Fournisseur.
           IF VMI-MFOU NOT = 1
                DISPLAY "vmi-b : " COD-MFOU " n'est pas en VMI"
                EXIT PARAGRAPH.
           MOVE COD-MFOU TO W-FOU
           PERFORM Charge-Demande
           PERFORM Charge-Ventes
           MOVE SPACE TO ASSIGN-SPOOL
           STRING MX-DIR DELIMITED BY "  "
                  "/spool/vmi-" DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-SPOOL
           OPEN OUTPUT SPOOL
           MOVE SPACE TO ENR-SPOOL
           STRING "ENT;" DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-JOURS DELIMITED BY SIZE
                  INTO ENR-SPOOL
           WRITE ENR-SPOOL
           MOVE 0 TO W-NB
           MOVE SPACE TO ENR-MART
           MOVE W-FOU TO FOU-MART
           MOVE 0 TO W-FIN
           START MXART KEY NOT < CLE7-MART INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Emet-Un-Article UNTIL W-FIN = 1
           CLOSE SPOOL
           ADD 1 TO W-NBF
           MOVE "E" TO SEN-MVME
           MOVE ASSIGN-SPOOL TO FIC-MVME
           MOVE W-NB TO NBL-MVME
           MOVE 0 TO NBR-MVME NPR-MVME
           PERFORM Journalise-Echange
           DISPLAY "vmi-b : " W-FOU " " W-NB " lignes, "
                   ASSIGN-SPOOL.

       Emet-Un-Article.
           READ MXART NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MART NOT = W-FOU
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF CANN-MART = 1
                EXIT PARAGRAPH.
           PERFORM Emet-Une-Agence VARYING W-IA FROM 1 BY 1
                   UNTIL W-IA > W-NBAG.

      * une ligne par agence où l'article vit : stock suivi,
      * demande ou ventes
       Emet-Une-Agence.
           MOVE W-AGE-T(W-IA) TO W-AGE
           MOVE COD-MART TO W-ART
           PERFORM Cherche-Demande
           PERFORM Cherche-Ventes
           MOVE W-AGE TO AGE-MASA
           MOVE COD-MART TO COD-MASA
           READ MXARTSA INVALID
                IF W-DEM = 0 AND W-VTE = 0
                     EXIT PARAGRAPH
                END-IF
                INITIALIZE ENR-MASA
           END-READ
           MOVE STC-MASA TO W-STK-ED
           MOVE QCF-MASA TO W-QCF-ED
           MOVE W-DEM TO W-DEM-ED
           MOVE W-VTE TO W-VTE-ED
           MOVE REA-MASA TO W-REA-ED
           MOVE MAX-MASA TO W-MAX-ED
           MOVE SPACE TO ENR-SPOOL
           STRING "STK;" DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  COD-MART DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  REF-MART DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-STK-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-QCF-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DEM-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-VTE-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-REA-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MAX-ED DELIMITED BY SIZE
                  INTO ENR-SPOOL
           WRITE ENR-SPOOL
           ADD 1 TO W-NB.

       Charge-Agences.
           MOVE 0 TO W-NBAG
           OPEN INPUT MXAGEDIS
           MOVE SPACE TO COD-MAGD
           MOVE 0 TO W-FIN
           START MXAGEDIS KEY NOT < CLE1-MAGD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Une-Agence UNTIL W-FIN = 1
           CLOSE MXAGEDIS.

       Charge-Une-Agence.
           READ MXAGEDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-NBAG NOT < MAXAGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBAG
           MOVE COD-MAGD TO W-AGE-T(W-NBAG).

      * demande client ouverte : reste à livrer des lignes des
      * commandes client (TYP-MBDI = 1) sur les articles du
      * fournisseur, qu'elles soient servies du stock ou en
      * commande spéciale
       Charge-Demande.
           MOVE 0 TO W-NBDEM
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
           IF ART-MLDI = SPACE
                EXIT PARAGRAPH.
           COMPUTE W-QTE = QTE-MLDI - QTC-MLDI
           IF W-QTE NOT > 0
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF FOU-MART NOT = W-FOU
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MBDI
           MOVE BON-MLDI TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           IF TYP-MBDI NOT = 1
                EXIT PARAGRAPH.
           IF AGS-MLDI NOT = SPACE
                MOVE AGS-MLDI TO W-AGE
           ELSE MOVE AGE-MLDI TO W-AGE
           END-IF
           MOVE ART-MLDI TO W-ART
           PERFORM Cherche-Demande
           IF W-TROUVE = 0
                IF W-NBDEM NOT < MAXTAB
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBDEM
                MOVE W-NBDEM TO W-IX
                MOVE W-AGE TO W-DEM-AGE(W-IX)
                MOVE W-ART TO W-DEM-ART(W-IX)
                MOVE 0 TO W-DEM-QTE(W-IX)
           END-IF
           ADD W-QTE TO W-DEM-QTE(W-IX).

      * ventes livrées des derniers jours (MXHISVTE)
       Charge-Ventes.
           MOVE 0 TO W-NBVTE
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
           IF FOU-MHIV NOT = W-FOU OR ART-MHIV = SPACE
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
           PERFORM Cherche-Ventes
           IF W-TROUVE = 0
                IF W-NBVTE NOT < MAXTAB
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBVTE
                MOVE W-NBVTE TO W-IX
                MOVE W-AGE TO W-VTE-AGE(W-IX)
                MOVE W-ART TO W-VTE-ART(W-IX)
                MOVE 0 TO W-VTE-QTE(W-IX)
           END-IF
           ADD QTE-MHIV TO W-VTE-QTE(W-IX).

      * W-AGE + W-ART dans la table : W-TROUVE, W-IX et la quantité
       Cherche-Demande.
           MOVE 0 TO W-TROUVE W-DEM
           PERFORM Compare-Demande VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBDEM OR W-TROUVE = 1
           IF W-TROUVE = 1
                SUBTRACT 1 FROM W-IX
                MOVE W-DEM-QTE(W-IX) TO W-DEM.

       Compare-Demande.
           IF W-DEM-AGE(W-IX) = W-AGE AND W-DEM-ART(W-IX) = W-ART
                MOVE 1 TO W-TROUVE.

       Cherche-Ventes.
           MOVE 0 TO W-TROUVE W-VTE
           PERFORM Compare-Ventes VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBVTE OR W-TROUVE = 1
           IF W-TROUVE = 1
                SUBTRACT 1 FROM W-IX
                MOVE W-VTE-QTE(W-IX) TO W-VTE.

       Compare-Ventes.
           IF W-VTE-AGE(W-IX) = W-AGE AND W-VTE-ART(W-IX) = W-ART
                MOVE 1 TO W-TROUVE.

      ******************************************************************
      *    RECOIT : proposition de réapprovisionnement du fournisseur
      ******************************************************************
       Recoit.
           MOVE W-PAR2 TO W-FOU
           IF W-FOU = SPACE OR W-PAR3 = SPACE
                DISPLAY "usage : vmi-b RECOIT fou fic"
                GO F-Recoit.
           OPEN INPUT MXFOU
           MOVE W-FOU TO COD-MFOU
           READ MXFOU INVALID MOVE 0 TO VMI-MFOU
           END-READ
           CLOSE MXFOU
           IF VMI-MFOU NOT = 1
                DISPLAY "vmi-b : " W-FOU " n'est pas en VMI"
                GO F-Recoit.
           MOVE W-PAR3 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "vmi-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Recoit.
           OPEN INPUT MXART MXARTSA
           OPEN I-O MXVMIPRO
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXVMIPRO
                CLOSE MXVMIPRO
                OPEN I-O MXVMIPRO.
           PERFORM Ouvre-Journal
           PERFORM Charge-Agences
      * no de proposition = dernier + 1
           MOVE 0 TO W-NPR
           MOVE 99999999 TO NPR-MVMP
           MOVE 9999 TO LIG-MVMP
           START MXVMIPRO KEY NOT > CLE1-MVMP INVALID
                CONTINUE
           NOT INVALID
                READ MXVMIPRO PREVIOUS AT END CONTINUE
                NOT AT END MOVE NPR-MVMP TO W-NPR
                END-READ
           END-START
           ADD 1 TO W-NPR
           PERFORM Ouvre-Etat-Pro
           MOVE 0 TO W-LIG W-NB W-ERR W-FIN
           PERFORM Recoit-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "LIGNES PROPOSEES : " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  "   REJETEES : " DELIMITED BY SIZE
                  W-ERR DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           MOVE "R" TO SEN-MVME
           MOVE ASSIGN-MOUVT TO FIC-MVME
           MOVE W-NB TO NBL-MVME
           MOVE W-ERR TO NBR-MVME
           MOVE W-NPR TO NPR-MVME
           IF W-NB = 0
                MOVE 0 TO NPR-MVME.
           PERFORM Journalise-Echange
           CLOSE MXART MXARTSA MXVMIPRO MXVMIECH
           DISPLAY "vmi-b : proposition " W-NPR " de " W-FOU ", "
                   W-NB " lignes, " W-ERR " rejets, revue "
                   ASSIGN-ETAT.
       F-Recoit.
           EXIT.

       Recoit-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE OR ENR-MOUVT(1:4) = "ENT;"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-RECU
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WR-AGE WR-ART WR-QTE WR-PRX WR-DLS
           MOVE WR-AGE TO W-AGE
           MOVE WR-QTE TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-QTE
           MOVE WR-PRX TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRX
           MOVE WR-DLS TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DLS
      * agence connue
           MOVE 0 TO W-TROUVE
           PERFORM Compare-Agence VARYING W-IA FROM 1 BY 1
                   UNTIL W-IA > W-NBAG OR W-TROUVE = 1
           IF W-TROUVE = 0
                MOVE "AGENCE INCONNUE" TO LP-DES
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
           IF W-QTE NOT > 0
                MOVE "QUANTITE INVALIDE" TO LP-DES
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
      * article en code interne, à défaut en référence fournisseur
           MOVE WR-ART TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO COD-MART
           END-READ
           IF COD-MART = SPACE OR FOU-MART NOT = W-FOU
                PERFORM Cherche-Ref-Fou.
           IF COD-MART = SPACE
                MOVE "ARTICLE INCONNU" TO LP-DES
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
           IF W-PRX = 0
                MOVE PAC-MART TO W-PRX.
           ADD 1 TO W-LIG
           INITIALIZE ENR-MVMP
           MOVE W-NPR TO NPR-MVMP
           MOVE W-LIG TO LIG-MVMP
           MOVE W-FOU TO FOU-MVMP
           MOVE W-AGE TO AGE-MVMP
           MOVE COD-MART TO ART-MVMP
           MOVE W-QTE TO QPR-MVMP QTE-MVMP
           MOVE W-PRX TO PRX-MVMP
           MOVE W-DLS TO DLS-MVMP
           MOVE W-DAT TO DAT-MVMP
           MOVE "P" TO STA-MVMP
           WRITE ENR-MVMP INVALID
                DISPLAY "vmi-b : écriture MXVMIPRO " CLE1-MVMP
           END-WRITE
           ADD 1 TO W-NB
           PERFORM Edite-Ligne-Pro.

       Compare-Agence.
           IF W-AGE-T(W-IA) = W-AGE
                MOVE 1 TO W-TROUVE.

       Cherche-Ref-Fou.
           MOVE WR-ART TO REF-MART
           MOVE 0 TO W-FIN2
           START MXART KEY NOT < CLE2-MART INVALID
                MOVE 1 TO W-FIN2
           END-START
           MOVE SPACE TO W-ART
           PERFORM Compare-Ref-Fou UNTIL W-FIN2 = 1
           MOVE SPACE TO COD-MART
           IF W-ART NOT = SPACE
                MOVE W-ART TO COD-MART
                READ MXART INVALID MOVE SPACE TO COD-MART
                END-READ
           END-IF.

       Compare-Ref-Fou.
           READ MXART NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF REF-MART NOT = WR-ART
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FOU-MART = W-FOU
                MOVE COD-MART TO W-ART
                MOVE 1 TO W-FIN2.

       Rejette-Ligne.
           ADD 1 TO W-ERR
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJET : " DELIMITED BY SIZE
                  LP-DES DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ENR-MOUVT DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    LISTE : réédition de l'état de revue
      ******************************************************************
       Liste.
           PERFORM Lit-Npr
           IF W-NPR = 0
                GO F-Liste.
           OPEN INPUT MXART MXARTSA
           MOVE FOU-MVMP TO W-FOU
           PERFORM Ouvre-Etat-Pro
           MOVE 0 TO W-NB
           PERFORM Parcourt-Proposition
           CLOSE ETAT MXART MXARTSA MXVMIPRO
           DISPLAY "vmi-b : proposition " W-NPR ", " W-NB
                   " lignes, revue " ASSIGN-ETAT.
       F-Liste.
           EXIT.

      * proposition W-NPR lue, fichier ouvert en I-O ; zéro sinon
       Lit-Npr.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NPR
           IF W-NPR = 0
                DISPLAY "vmi-b : no de proposition attendu"
                EXIT PARAGRAPH.
           OPEN I-O MXVMIPRO
           IF FILE-STATUS NOT = "00"
                DISPLAY "vmi-b : aucune proposition"
                MOVE 0 TO W-NPR
                EXIT PARAGRAPH.
           MOVE W-NPR TO NPR-MVMP
           MOVE 0 TO LIG-MVMP
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 0 TO NPR-MVMP
           NOT INVALID
                READ MXVMIPRO NEXT AT END MOVE 0 TO NPR-MVMP
                END-READ
           END-START
           IF NPR-MVMP NOT = W-NPR
                DISPLAY "vmi-b : proposition inconnue " W-NPR
                CLOSE MXVMIPRO
                MOVE 0 TO W-NPR.

       Parcourt-Proposition.
           MOVE W-NPR TO NPR-MVMP
           MOVE 0 TO LIG-MVMP
           MOVE 0 TO W-FIN
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Ligne UNTIL W-FIN = 1.

       Liste-Une-Ligne.
           READ MXVMIPRO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NPR-MVMP NOT = W-NPR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE ART-MVMP TO COD-MART
           READ MXART INVALID MOVE SPACE TO DES-MART
           END-READ
           ADD 1 TO W-NB
           PERFORM Edite-Ligne-Pro.

       Ouvre-Etat-Pro.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/vmi-pro-" DELIMITED BY SIZE
                  W-NPR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PROPOSITION VMI " DELIMITED BY SIZE
                  W-NPR DELIMITED BY SIZE
                  " - FOURNISSEUR " DELIMITED BY SIZE
                  W-FOU DELIMITED BY SIZE
                  " - EDITEE LE " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "LIG  AGE ARTICLE" TO LIGNE-ETAT
           MOVE "DESIGNATION" TO LIGNE-ETAT(31:)
           MOVE "PROPOSE" TO LIGNE-ETAT(65:)
           MOVE "RETENU" TO LIGNE-ETAT(77:)
           MOVE "STOCK" TO LIGNE-ETAT(89:)
           MOVE "MINI" TO LIGNE-ETAT(101:)
           MOVE "MAXI" TO LIGNE-ETAT(112:)
           MOVE "LIVRAIS. S" TO LIGNE-ETAT(117:)
           WRITE LIGNE-ETAT.

      * ligne de proposition en regard de notre stock agence
       Edite-Ligne-Pro.
           MOVE AGE-MVMP TO AGE-MASA
           MOVE ART-MVMP TO COD-MASA
           READ MXARTSA INVALID
                INITIALIZE ENR-MASA
           END-READ
           MOVE SPACE TO LIGNE-PRO
           MOVE LIG-MVMP TO LP-LIG
           MOVE AGE-MVMP TO LP-AGE
           MOVE ART-MVMP TO LP-ART
           MOVE DES-MART TO LP-DES
           MOVE QPR-MVMP TO LP-QPR
           MOVE QTE-MVMP TO LP-QTE
           MOVE STC-MASA TO LP-STK
           MOVE REA-MASA TO LP-REA
           MOVE MAX-MASA TO LP-MAX
           MOVE DLS-MVMP TO LP-DLS
           MOVE STA-MVMP TO LP-STA
           WRITE LIGNE-ETAT FROM LIGNE-PRO.

      ******************************************************************
      *    MODIFIE : correction d'une ligne par l'acheteur
      ******************************************************************
       Modifie.
           PERFORM Lit-Npr
           IF W-NPR = 0
                GO F-Modifie.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LIG
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-QTE
           MOVE W-NPR TO NPR-MVMP
           MOVE W-LIG TO LIG-MVMP
           READ MXVMIPRO INVALID
                DISPLAY "vmi-b : ligne inconnue " W-LIG
                CLOSE MXVMIPRO
                GO F-Modifie
           END-READ
           IF STA-MVMP NOT = "P" AND STA-MVMP NOT = "M"
                DISPLAY "vmi-b : ligne déjà traitée " STA-MVMP
                CLOSE MXVMIPRO
                GO F-Modifie.
           IF W-QTE NOT > 0
                MOVE 0 TO QTE-MVMP
                MOVE "R" TO STA-MVMP
           ELSE MOVE W-QTE TO QTE-MVMP
                MOVE "M" TO STA-MVMP
           END-IF
           MOVE W-DAT TO DVA-MVMP
           REWRITE ENR-MVMP INVALID CONTINUE
           END-REWRITE
           CLOSE MXVMIPRO
           DISPLAY "vmi-b : proposition " W-NPR " ligne " W-LIG
                   " -> " STA-MVMP " " QTE-MVMP.
       F-Modifie.
           EXIT.

      ******************************************************************
      *    VALIDE : la proposition devient commandes fournisseur
      ******************************************************************
       Valide.
           PERFORM Lit-Npr
           IF W-NPR = 0
                GO F-Valide.
           MOVE FOU-MVMP TO W-FOU
           OPEN I-O MXARTSA MXBDIS MXLDIS MXAGEDIS
      * un bon de commande par agence de la proposition
           MOVE 0 TO W-NBC
           PERFORM Valide-Une-Agence VARYING W-IA FROM 1 BY 1
                   UNTIL W-IA > MAXAGE
           CLOSE MXARTSA MXBDIS MXLDIS MXAGEDIS MXVMIPRO
           DISPLAY "vmi-b : proposition " W-NPR ", " W-NBC
                   " lignes commandées chez " W-FOU.
       F-Valide.
           EXIT.

      * agence suivante de la proposition restant à commander
       Valide-Une-Agence.
           MOVE SPACE TO W-AGE
           MOVE W-NPR TO NPR-MVMP
           MOVE 0 TO LIG-MVMP
           MOVE 0 TO W-FIN
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cherche-Agence-A-Commander UNTIL W-FIN = 1
           IF W-AGE = SPACE
                MOVE MAXAGE TO W-IA
                EXIT PARAGRAPH.
      *    numérotation sous verrou avec reprise, comme
      *    Increment-Bon (cf. lit-agedis.cbl)
           MOVE W-AGE TO COD-MAGD
           PERFORM LIT-AGEDIS-LOCK
           IF AGD-TROUVE NOT = 1
                DISPLAY "vmi-b : agence inconnue " W-AGE
                MOVE MAXAGE TO W-IA
                EXIT PARAGRAPH
           END-IF
           ADD 1 TO BON-MAGD
           REWRITE ENR-MAGD INVALID CONTINUE
           END-REWRITE
           COMPUTE W-BON = (MOB-BATCH * 1000000) + BON-MAGD
           INITIALIZE ENR-MBDI
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           MOVE 5 TO TYP-MBDI
           MOVE W-DAT TO DAT-MBDI
           MOVE W-FOU TO REF-MBDI
           WRITE ENR-MBDI INVALID
                DISPLAY "vmi-b : écriture MXBDIS " W-BON
           END-WRITE
           MOVE 0 TO W-LGB
           MOVE W-NPR TO NPR-MVMP
           MOVE 0 TO LIG-MVMP
           MOVE 0 TO W-FIN
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Commande-Une-Ligne UNTIL W-FIN = 1
           DISPLAY "vmi-b : commande " W-BON " agence " W-AGE
                   ", " W-LGB " lignes".

       Cherche-Agence-A-Commander.
           READ MXVMIPRO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NPR-MVMP NOT = W-NPR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MVMP = "P" OR STA-MVMP = "M"
                MOVE AGE-MVMP TO W-AGE
                MOVE 1 TO W-FIN.

       Commande-Une-Ligne.
           READ MXVMIPRO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NPR-MVMP NOT = W-NPR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF AGE-MVMP NOT = W-AGE
                EXIT PARAGRAPH.
           IF STA-MVMP NOT = "P" AND STA-MVMP NOT = "M"
                EXIT PARAGRAPH.
           ADD 1 TO W-LGB
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LGB TO LIG-MLDI
           MOVE ART-MVMP TO ART-MLDI
           MOVE QTE-MVMP TO QTE-MLDI
           MOVE PRX-MVMP TO PUN-MLDI
           MOVE PRX-MVMP TO PAC-MLDI
           MOVE W-FOU TO FOU-MLDI
           MOVE DLS-MVMP TO DLP-MLDI
           MOVE 3 TO TLI-MLDI
           WRITE ENR-MLDI INVALID
                DISPLAY "vmi-b : écriture MXLDIS " W-LGB
           END-WRITE
      * l'attendu fournisseur s'abonde comme à la commande
           MOVE W-AGE TO AGE-MASA
           MOVE ART-MVMP TO COD-MASA
           READ MXARTSA INVALID CONTINUE
           NOT INVALID
                ADD QTE-MVMP TO QCF-MASA
                REWRITE ENR-MASA INVALID CONTINUE
                END-REWRITE
           END-READ
           MOVE "C" TO STA-MVMP
           MOVE W-DAT TO DVA-MVMP
           MOVE W-BON TO BON-MVMP
           MOVE W-LGB TO LGB-MVMP
           REWRITE ENR-MVMP INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NBC.

      ******************************************************************
      *    REFUSE : le reste de la proposition est refusé
      ******************************************************************
       Refuse.
           PERFORM Lit-Npr
           IF W-NPR = 0
                GO F-Refuse.
           MOVE 0 TO W-NB
           MOVE W-NPR TO NPR-MVMP
           MOVE 0 TO LIG-MVMP
           MOVE 0 TO W-FIN
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Refuse-Une-Ligne UNTIL W-FIN = 1
           CLOSE MXVMIPRO
           DISPLAY "vmi-b : proposition " W-NPR ", " W-NB
                   " lignes refusées".
       F-Refuse.
           EXIT.

       Refuse-Une-Ligne.
           READ MXVMIPRO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NPR-MVMP NOT = W-NPR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MVMP NOT = "P" AND STA-MVMP NOT = "M"
                EXIT PARAGRAPH.
           MOVE "R" TO STA-MVMP
           MOVE W-DAT TO DVA-MVMP
           REWRITE ENR-MVMP INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    journal des échanges (MXVMIECH)
      ******************************************************************
       Ouvre-Journal.
           OPEN I-O MXVMIECH
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXVMIECH
                CLOSE MXVMIECH
                OPEN I-O MXVMIECH.
           MOVE 0 TO W-NEC
           MOVE 99999999 TO NEC-MVME
           START MXVMIECH KEY NOT > CLE1-MVME INVALID
                CONTINUE
           NOT INVALID
                READ MXVMIECH PREVIOUS AT END CONTINUE
                NOT AT END MOVE NEC-MVME TO W-NEC
                END-READ
           END-START.

      * SEN, FIC, NBL, NBR et NPR-MVME renseignés par l'appelant
       Journalise-Echange.
           ADD 1 TO W-NEC
           MOVE W-NEC TO NEC-MVME
           MOVE W-FOU TO FOU-MVME
           MOVE W-DAT TO DAT-MVME
           MOVE W-HEURE(1:6) TO HEU-MVME
           WRITE ENR-MVME INVALID
                DISPLAY "vmi-b : écriture MXVMIECH " W-NEC
           END-WRITE.

      ******************************************************************
      *    ETAT : échanges du mois et devenir des propositions
      ******************************************************************
       Etat-Echanges.
           MOVE W-DAT(1:6) TO W-PER
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-PER.
           OPEN INPUT MXVMIECH
           IF FILE-STATUS NOT = "00"
                DISPLAY "vmi-b : aucun échange VMI"
                GO F-Etat-Echanges.
           OPEN INPUT MXVMIPRO
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/vmi-etat.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECHANGES VMI - PERIODE " DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  " - EDITE LE " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DATE     HEURE  SENS   FOURN." TO LIGNE-ETAT
           MOVE "LIGNES REJET PROPOS." TO LIGNE-ETAT(32:)
           MOVE "DEVENIR (PROPOSE/MODIFIE/REFUSE/COMMANDE)"
                TO LIGNE-ETAT(54:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-NBF W-ERR
           MOVE 0 TO NEC-MVME
           MOVE 0 TO W-FIN2
           START MXVMIECH KEY NOT < CLE1-MVME INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Etat-Un-Echange UNTIL W-FIN2 = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FICHIERS EMIS : " DELIMITED BY SIZE
                  W-NBF DELIMITED BY SIZE
                  "   RECUS : " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  "   LIGNES REJETEES : " DELIMITED BY SIZE
                  W-ERR DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXVMIECH MXVMIPRO
           DISPLAY "vmi-b : état des échanges " ASSIGN-ETAT.
       F-Etat-Echanges.
           EXIT.

       Etat-Un-Echange.
           READ MXVMIECH NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF DAT-MVME(1:6) NOT = W-PER
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ECH
           MOVE DAT-MVME TO LE-DAT
           MOVE HEU-MVME TO LE-HEU
           MOVE FOU-MVME TO LE-FOU
           MOVE NBL-MVME TO LE-NBL
           MOVE NBR-MVME TO LE-NBR
           MOVE NPR-MVME TO LE-NPR
           ADD NBR-MVME TO W-ERR
           IF SEN-MVME = "E"
                MOVE "EMIS" TO LE-SEN
                ADD 1 TO W-NBF
           ELSE MOVE "RECU" TO LE-SEN
                ADD 1 TO W-NB
           END-IF
           IF SEN-MVME = "R" AND NPR-MVME NOT = 0
                PERFORM Compte-Proposition
                STRING W-NBP DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-NBM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-NBR DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-NBC DELIMITED BY SIZE
                       INTO LE-DEV
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ECH.

       Compte-Proposition.
           MOVE 0 TO W-NBP W-NBM W-NBR W-NBC
           MOVE NPR-MVME TO W-NPR NPR-MVMP
           MOVE 0 TO LIG-MVMP
           MOVE 0 TO W-FIN
           START MXVMIPRO KEY NOT < CLE1-MVMP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Compte-Une-Ligne UNTIL W-FIN = 1.

       Compte-Une-Ligne.
           READ MXVMIPRO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NPR-MVMP NOT = W-NPR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           EVALUATE STA-MVMP
           WHEN "P" ADD 1 TO W-NBP
           WHEN "M" ADD 1 TO W-NBM
           WHEN "R" ADD 1 TO W-NBR
           WHEN "C" ADD 1 TO W-NBC
           END-EVALUATE.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "lit-agedis.cbl".

       Fin.
           STOP RUN.
