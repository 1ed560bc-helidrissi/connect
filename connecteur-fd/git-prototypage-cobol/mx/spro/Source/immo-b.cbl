      *{Bench}prg-comment
      * immo-b.cbl
151026* immo-b.cbl : immobilisations du parc de location.
151026* Les machines louées par loc-b et entretenues par mainloc-b
151026* sont des immobilisations dont le coût et l'amortissement
151026* ne vivaient que dans le tableur du comptable ; le registre
151026* MXIMMO en tient une fiche par machine sérialisée (MAT) :
151026*   FICHE <mat;cat;age;dacq;coût;fou;facture;L|D;mois;résid>
151026*       crée ou complète la fiche : acquisition (date, coût
151026*       hors taxe, facture fournisseur MXFACFOU, signalée si
151026*       inconnue), méthode linéaire ou dégressive, durée en
151026*       mois, valeur résiduelle ; une fois le premier mois
151026*       doté, coût et plan ne bougent plus ;
151026*   DOTATION <aaaamm>
151026*       batch mensuel : chaque machine au parc est dotée
151026*       jusqu'au mois demandé (mois en retard rattrapés, à
151026*       partir du mois d'acquisition), linéaire sur le reste
151026*       à amortir ou dégressif au coefficient fiscal (1,25 de
151026*       3 à 4 ans, 1,75 de 5 à 6, 2,25 au delà) tant qu'il
151026*       dépasse le linéaire ; écritures par ecr-gen au journal
151026*       OD (débit G;DAM, crédit G;AMO), pièce AMO<aaaamm>,
151026*       exportées par gljrn-b ; ft/immo-dotation-<aaaamm>.txt ;
151026*   CESSION <mat> <date> <prix> [REBUT]
151026*       sortie du parc : dotation complémentaire jusqu'au mois
151026*       de sortie, valeur nette comptable, plus ou moins-value
151026*       (prix - VNC) ; écritures pièce CES-<mat> : débit G;AMO
151026*       et G;VCE, crédit G;IMM, et pour une vente débit G;CES,
151026*       crédit G;PCE ; la machine n'est plus réservable ;
151026*   LISTE
151026*       registre avec valeurs nettes, ft/immo-registre.txt ;
151026*   RENTABILITE [cat]
151026*       par machine : chiffre de location facturé (contrats
151026*       MXLOC), coûts d'entretien et de SAV hors garantie
151026*       (main d'oeuvre et pièces des OR MXORDREP au prix
151026*       d'achat), amortissements, marge, et sur les douze
151026*       derniers mois la même marge avec l'avis VENDRE quand
151026*       elle est négative, SURVEILLER quand l'entretien dépasse
151026*       la moitié du chiffre ; ft/immo-rentabilite.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. immo-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:04:51.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXIMMO.sl".
       COPY "MXFACFOU.sl".
       COPY "MXLOC.sl".
       COPY "MXORDREP.sl".
       COPY "MXORDPCE.sl".
       COPY "MXART.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXIMMO.fd".
       COPY "MXFACFOU.fd".
       COPY "MXLOC.fd".
       COPY "MXORDREP.fd".
       COPY "MXORDPCE.fd".
       COPY "MXART.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(200).
       77 W-ZONE               PIC X(200).
       77 W-PTR                PIC 9(03) COMP.
       77 W-FONCTION           PIC X(12).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DAT12              PIC 9(08).
       77 W-DSO                PIC 9(08).
       77 W-MAT                PIC X(15).
       77 W-CAT                PIC X(05).
       77 W-CIBLE              PIC 9(06).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-DEB           PIC 9(06).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-ERR                PIC 9(05).
       77 W-NB                 PIC 9(05).
       77 W-ENTAME             PIC 9.
       77 I                    PIC 9(03) COMP.
       78 MAXIMO               VALUE IS 500.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
151026* calcul des dotations
       77 W-BASE               PIC S9(09)V99.
       77 W-DOT                PIC S9(09)V99.
       77 W-DEG                PIC S9(09)V99.
       77 W-DOT-RUN            PIC S9(09)V99.
       77 W-RESTE-M            PIC 9(03).
       77 W-COEF               PIC 9V99.
       77 W-VNC                PIC S9(09)V99.
       77 W-PRIX               PIC 9(09)V99.
       77 W-PMV                PIC S9(09)V99.
       77 W-TOT-VAL            PIC S9(11)V99.
       77 W-TOT-CUM            PIC S9(11)V99.
       77 W-TOT-VNC            PIC S9(11)V99.
       77 W-TOT-DOT            PIC S9(11)V99.
       77 W-MNT-ED             PIC -(9)9,99.
       77 W-MNT-ED2            PIC -(9)9,99.
       77 W-MNT-ED3            PIC -(9)9,99.
151026* chiffre de location d'un contrat facturé avant que le
151026* montant ne soit gardé sur le contrat (même grille que loc-b)
       77 W-JOURS              PIC 9(05).
       77 W-NBMOIS             PIC 9(03).
       77 W-NBSEM              PIC 9(03).
       77 W-NBJRS              PIC 9(03).
       77 W-RESTE              PIC 9(05).
       77 W-MNT                PIC S9(09)V99.
       77 W-CPC                PIC S9(09)V99.
       01 W-ZONES-IMM.
           05 WI-MAT           PIC X(15).
           05 WI-CAT           PIC X(05).
           05 WI-AGE           PIC X(03).
           05 WI-DAC           PIC X(10).
           05 WI-VAL           PIC X(15).
           05 WI-FOU           PIC X(08).
           05 WI-NFF           PIC X(10).
           05 WI-MET           PIC X(01).
           05 WI-DUR           PIC X(05).
           05 WI-RES           PIC X(15).
151026* machines de l'état de rentabilité
       01 W-MACHINES.
           05 W-IM OCCURS 500.
              10 W-IM-MAT      PIC X(15).
              10 W-IM-CAT      PIC X(05).
              10 W-IM-STA      PIC X(01).
              10 W-IM-DAC      PIC 9(08).
              10 W-IM-FIN      PIC 9(08).
              10 W-IM-CUM      PIC 9(09)V99.
              10 W-IM-VNC      PIC S9(09)V99.
              10 W-IM-D12      PIC S9(09)V99.
              10 W-IM-CA       PIC S9(09)V99.
              10 W-IM-CA12     PIC S9(09)V99.
              10 W-IM-ENT      PIC S9(09)V99.
              10 W-IM-ENT12    PIC S9(09)V99.
       77 W-NBIM               PIC 9(03) COMP.
       77 W-MARGE              PIC S9(09)V99.
       77 W-MARGE12            PIC S9(09)V99.
       77 W-NBMP               PIC 9(05).
       01 LIGNE-REG.
           05 LG-MAT           PIC X(15).
           05 FILLER           PIC X(01).
           05 LG-CAT           PIC X(05).
           05 FILLER           PIC X(01).
           05 LG-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LG-DAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LG-VAL           PIC Z(8)9,99.
           05 FILLER           PIC X(01).
           05 LG-MET           PIC X(01).
           05 FILLER           PIC X(01).
           05 LG-DUR           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LG-NBM           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LG-DOT           PIC Z(8)9,99.
           05 FILLER           PIC X(01).
           05 LG-CUM           PIC Z(8)9,99.
           05 FILLER           PIC X(01).
           05 LG-VNC           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LG-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LG-DSO           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LG-PMV           PIC -(8)9,99.
       01 LIGNE-RENT.
           05 LT-MAT           PIC X(15).
           05 FILLER           PIC X(01).
           05 LT-CAT           PIC X(05).
           05 FILLER           PIC X(01).
           05 LT-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LT-MOIS          PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LT-CA            PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-ENT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-AMO           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-MARGE         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-VNC           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-MARGE12       PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LT-AVIS          PIC X(10).
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
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 200
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3 W-PAR4 W-PAR5
           EVALUATE W-FONCTION
           WHEN "FICHE"       PERFORM Fiche THRU F-Fiche
           WHEN "DOTATION"    PERFORM Dotation THRU F-Dotation
           WHEN "CESSION"     PERFORM Cession THRU F-Cession
           WHEN "LISTE"       PERFORM Liste THRU F-Liste
           WHEN "RENTABILITE" PERFORM Rentabilite THRU F-Rentabilite
           WHEN OTHER
                DISPLAY "immo-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : immo-b FICHE mat;cat;age;dacq;coût;"
                        "fou;facture;L|D;mois;résiduel"
                DISPLAY "        immo-b DOTATION aaaamm"
                DISPLAY "        immo-b CESSION mat date prix [REBUT]"
                DISPLAY "        immo-b LISTE"
                DISPLAY "        immo-b RENTABILITE [cat]"
           END-EVALUATE
           GO Fin.

       Ouvre-Mximmo.
           OPEN I-O MXIMMO
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXIMMO
                CLOSE MXIMMO
                OPEN I-O MXIMMO.

      ******************************************************************
      *    FICHE : acquisition et plan d'amortissement d'une machine
      ******************************************************************
       Fiche.
           MOVE SPACE TO W-ZONES-IMM
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WI-MAT WI-CAT WI-AGE WI-DAC WI-VAL WI-FOU
                     WI-NFF WI-MET WI-DUR WI-RES
           INSPECT WI-MET CONVERTING "ld" TO "LD"
           IF WI-MET = SPACE
                MOVE "L" TO WI-MET.
           MOVE 0 TO W-ENTAME
           PERFORM Ouvre-Mximmo
           MOVE WI-MAT TO MAT-MIMO
           READ MXIMMO INVALID
                INITIALIZE ENR-MIMO
                MOVE WI-MAT TO MAT-MIMO
                MOVE W-DAT TO DCR-MIMO
                MOVE "A" TO STA-MIMO
           NOT INVALID
                IF NBM-MIMO > 0
                     MOVE 1 TO W-ENTAME
                END-IF
           END-READ
           IF STA-MIMO NOT = "A"
                DISPLAY "immo-b : machine " WI-MAT " sortie du parc "
                        "le " DSO-MIMO ", fiche inchangée"
                CLOSE MXIMMO
                GO F-Fiche.
           IF WI-CAT NOT = SPACE
                MOVE WI-CAT TO CAT-MIMO.
           IF WI-AGE NOT = SPACE
                MOVE WI-AGE TO AGE-MIMO.
           IF WI-FOU NOT = SPACE
                MOVE WI-FOU TO FOU-MIMO
                MOVE WI-NFF TO NFF-MIMO.
      * coût et plan figés dès le premier mois doté
           IF W-ENTAME = 1
                DISPLAY "immo-b : " WI-MAT " déjà amortie sur "
                        NBM-MIMO " mois, coût et plan inchangés"
           ELSE
                MOVE WI-DAC TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO DAC-MIMO
                MOVE WI-VAL TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO VAL-MIMO
                MOVE WI-DUR TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO DUR-MIMO
                MOVE WI-RES TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO RES-MIMO
                MOVE WI-MET TO MET-MIMO
           END-IF
           IF WI-MAT = SPACE OR DAC-MIMO = 0 OR VAL-MIMO = 0
           OR DUR-MIMO = 0 OR RES-MIMO NOT < VAL-MIMO
           OR (MET-MIMO NOT = "L" AND MET-MIMO NOT = "D")
                DISPLAY "usage : immo-b FICHE mat;cat;age;dacq;coût;"
                        "fou;facture;L|D;mois;résiduel"
                DISPLAY "        (date, coût et durée obligatoires, "
                        "résiduel inférieur au coût)"
                CLOSE MXIMMO
                GO F-Fiche.
           WRITE ENR-MIMO INVALID
                REWRITE ENR-MIMO INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXIMMO
           MOVE VAL-MIMO TO W-MNT-ED
           DISPLAY "immo-b : machine " WI-MAT " au registre, coût "
                   W-MNT-ED " sur " DUR-MIMO " mois (" MET-MIMO ")"
      * la facture d'acquisition doit exister chez le fournisseur
           IF FOU-MIMO NOT = SPACE
                OPEN INPUT MXFACFOU
                MOVE FOU-MIMO TO FOU-MFAF
                MOVE NFF-MIMO TO NFF-MFAF
                READ MXFACFOU INVALID
                     DISPLAY "immo-b : facture " NFF-MIMO
                             " du fournisseur " FOU-MIMO
                             " inconnue (MXFACFOU)"
                END-READ
                CLOSE MXFACFOU
           END-IF.
       F-Fiche.
           EXIT.

      ******************************************************************
      *    DOTATION : amortissements du mois
      ******************************************************************
       Dotation.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CIBLE
           IF W-CIBLE < 190001 OR W-CIBLE(5:2) = "00"
           OR W-CIBLE(5:2) > "12"
                DISPLAY "usage : immo-b DOTATION aaaamm"
                GO F-Dotation.
           OPEN I-O MXIMMO
           IF FILE-STATUS NOT = "00"
                DISPLAY "immo-b : registre MXIMMO absent"
                GO F-Dotation.
      * écritures datées du dernier jour du mois
           COMPUTE AJD-DAT = W-CIBLE * 100 + 1
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "immo" TO EG-ORI
           MOVE AJD-DAT TO EG-DAT
           MOVE SPACE TO EG-PCE
           STRING "AMO" DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY SIZE
                  INTO EG-PCE
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/immo-dotation-" DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DOTATIONS AUX AMORTISSEMENTS DU PARC DE LOCATION "
                       DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY SIZE
                  " (PIECE " DELIMITED BY SIZE
                  EG-PCE DELIMITED BY " "
                  ")" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MACHINE         CAT   AGE DATE ACQ         COUT "
                       DELIMITED BY SIZE
                  "M DUR NBM  DOTATION      CUMUL AMORT.    VNC"
                       DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-ERR W-TOT-DOT W-FIN
           MOVE LOW-VALUE TO CLE1-MIMO
           START MXIMMO KEY NOT < CLE1-MIMO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Dote-Une-Fiche UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-DOT TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "MACHINES DOTEES : " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  "   TOTAL DES DOTATIONS : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXIMMO
           DISPLAY "immo-b : " W-NB " machines dotées pour " W-CIBLE
           IF W-ERR NOT = 0
                DISPLAY "immo-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF
           DISPLAY "immo-b : état " ASSIGN-ETAT.
       F-Dotation.
           EXIT.

       Dote-Une-Fiche.
           READ MXIMMO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MIMO NOT = "A" OR DAC-MIMO / 100 > W-CIBLE
                EXIT PARAGRAPH.
           PERFORM Dote-Jusqua
           IF W-DOT-RUN = 0
                EXIT PARAGRAPH.
           REWRITE ENR-MIMO INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB
           ADD W-DOT-RUN TO W-TOT-DOT
           PERFORM Ecrit-Dotation
           PERFORM Ligne-Registre
           MOVE W-DOT-RUN TO LG-DOT
           MOVE LIGNE-REG TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * dotations de la fiche courante, du mois qui suit le dernier
      * doté (à défaut du mois d'acquisition) jusqu'à W-CIBLE
       Dote-Jusqua.
           MOVE 0 TO W-DOT-RUN
           IF DDA-MIMO = 0
                COMPUTE W-MOIS = DAC-MIMO / 100
           ELSE MOVE DDA-MIMO TO W-MOIS
                PERFORM Mois-Suivant
           END-IF
           PERFORM Dote-Un-Mois
                   UNTIL W-MOIS > W-CIBLE
                      OR NBM-MIMO NOT < DUR-MIMO
                      OR CUM-MIMO NOT < VAL-MIMO - RES-MIMO.

       Dote-Un-Mois.
           PERFORM Calcule-Dotation
           ADD W-DOT TO CUM-MIMO W-DOT-RUN
           ADD 1 TO NBM-MIMO
           MOVE W-MOIS TO DDA-MIMO
           MOVE W-DOT TO DOT-MIMO
           PERFORM Mois-Suivant.

       Mois-Suivant.
           COMPUTE AJD-DAT = W-MOIS * 100 + 1
           PERFORM AJOUTE-MOIS
           COMPUTE W-MOIS = AJD-DAT / 100.

      * dotation du mois : le reste à amortir réparti sur les mois
      * restants (linéaire), ou la VNC au taux dégressif quand elle
      * donne davantage ; le dernier mois solde le plan
       Calcule-Dotation.
           COMPUTE W-BASE = VAL-MIMO - RES-MIMO - CUM-MIMO
           COMPUTE W-RESTE-M = DUR-MIMO - NBM-MIMO
           IF W-RESTE-M NOT > 1
                MOVE W-BASE TO W-DOT
                EXIT PARAGRAPH.
           COMPUTE W-DOT ROUNDED = W-BASE / W-RESTE-M
           IF MET-MIMO = "D"
                EVALUATE TRUE
                WHEN DUR-MIMO < 36 MOVE 0 TO W-COEF
                WHEN DUR-MIMO < 60 MOVE 1,25 TO W-COEF
                WHEN DUR-MIMO < 84 MOVE 1,75 TO W-COEF
                WHEN OTHER         MOVE 2,25 TO W-COEF
                END-EVALUATE
                COMPUTE W-DEG ROUNDED
                        = (VAL-MIMO - CUM-MIMO) * W-COEF / DUR-MIMO
                IF W-DEG > W-DOT
                     MOVE W-DEG TO W-DOT
                END-IF
           END-IF
           IF W-DOT > W-BASE
                MOVE W-BASE TO W-DOT.

       Ecrit-Dotation.
           MOVE "G" TO EG-TYP
           MOVE "DAM" TO EG-CLE
           MOVE SPACE TO EG-LIB
           STRING "DOTATION " DELIMITED BY SIZE
                  MAT-MIMO DELIMITED BY "  "
                  INTO EG-LIB
           MOVE W-DOT-RUN TO EG-DEB
           MOVE 0 TO EG-CRE
           PERFORM Ecrit-Od
           MOVE "AMO" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-DOT-RUN TO EG-CRE
           PERFORM Ecrit-Od.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                ADD 1 TO W-ERR
           END-IF.

       Ligne-Registre.
           MOVE SPACE TO LIGNE-REG
           MOVE MAT-MIMO TO LG-MAT
           MOVE CAT-MIMO TO LG-CAT
           MOVE AGE-MIMO TO LG-AGE
           MOVE DAC-MIMO TO LG-DAC
           MOVE VAL-MIMO TO LG-VAL
           MOVE MET-MIMO TO LG-MET
           MOVE DUR-MIMO TO LG-DUR
           MOVE NBM-MIMO TO LG-NBM
           MOVE DOT-MIMO TO LG-DOT
           MOVE CUM-MIMO TO LG-CUM
           COMPUTE W-VNC = VAL-MIMO - CUM-MIMO
           MOVE W-VNC TO LG-VNC.

      ******************************************************************
      *    CESSION : vente ou mise au rebut d'une machine
      ******************************************************************
       Cession.
           MOVE W-PAR2 TO W-MAT
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DSO
           IF W-DSO = 0
                MOVE W-DAT TO W-DSO.
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRIX
           IF W-MAT = SPACE
                DISPLAY "usage : immo-b CESSION mat date prix [REBUT]"
                GO F-Cession.
           OPEN I-O MXIMMO
           IF FILE-STATUS NOT = "00"
                DISPLAY "immo-b : registre MXIMMO absent"
                GO F-Cession.
           MOVE W-MAT TO MAT-MIMO
           READ MXIMMO INVALID
                DISPLAY "immo-b : machine " W-MAT " inconnue au "
                        "registre"
                CLOSE MXIMMO
                GO F-Cession
           END-READ
           IF STA-MIMO NOT = "A"
                DISPLAY "immo-b : machine " W-MAT " déjà sortie le "
                        DSO-MIMO
                CLOSE MXIMMO
                GO F-Cession.
           IF W-DSO < DAC-MIMO
                DISPLAY "immo-b : sortie antérieure à l'acquisition "
                        DAC-MIMO
                CLOSE MXIMMO
                GO F-Cession.
      * amortissement jusqu'au mois de sortie inclus
           COMPUTE W-CIBLE = W-DSO / 100
           PERFORM Dote-Jusqua
           COMPUTE W-VNC = VAL-MIMO - CUM-MIMO
           COMPUTE W-PMV = W-PRIX - W-VNC
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "immo" TO EG-ORI
           MOVE W-DSO TO EG-DAT
           MOVE 0 TO W-ERR
           MOVE SPACE TO EG-PCE
           STRING "CES-" DELIMITED BY SIZE
                  W-MAT DELIMITED BY " "
                  INTO EG-PCE
           IF W-DOT-RUN > 0
                PERFORM Ecrit-Dotation.
           MOVE "G" TO EG-TYP
           MOVE SPACE TO EG-LIB
           STRING "SORTIE " DELIMITED BY SIZE
                  W-MAT DELIMITED BY "  "
                  INTO EG-LIB
      * sortie de l'actif : amortissements soldés, la valeur nette
      * passe en charge
           IF CUM-MIMO > 0
                MOVE "AMO" TO EG-CLE
                MOVE CUM-MIMO TO EG-DEB
                MOVE 0 TO EG-CRE
                PERFORM Ecrit-Od.
           IF W-VNC > 0
                MOVE "VCE" TO EG-CLE
                MOVE W-VNC TO EG-DEB
                MOVE 0 TO EG-CRE
                PERFORM Ecrit-Od.
           MOVE "IMM" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE VAL-MIMO TO EG-CRE
           PERFORM Ecrit-Od
      * produit de la vente
           IF W-PRIX > 0
                MOVE "CES" TO EG-CLE
                MOVE W-PRIX TO EG-DEB
                MOVE 0 TO EG-CRE
                PERFORM Ecrit-Od
                MOVE "PCE" TO EG-CLE
                MOVE 0 TO EG-DEB
                MOVE W-PRIX TO EG-CRE
                PERFORM Ecrit-Od
           END-IF
           IF W-PAR5 = "REBUT" OR W-PRIX = 0
                MOVE "R" TO STA-MIMO
           ELSE MOVE "V" TO STA-MIMO
           END-IF
           MOVE W-DSO TO DSO-MIMO
           MOVE W-PRIX TO PXS-MIMO
           MOVE W-VNC TO VNS-MIMO
           MOVE W-PMV TO PMV-MIMO
           REWRITE ENR-MIMO INVALID CONTINUE
           END-REWRITE
           CLOSE MXIMMO
           MOVE W-VNC TO W-MNT-ED
           MOVE W-PRIX TO W-MNT-ED2
           MOVE W-PMV TO W-MNT-ED3
           IF STA-MIMO = "R"
                DISPLAY "immo-b : machine " W-MAT " mise au rebut le "
                        W-DSO
           ELSE DISPLAY "immo-b : machine " W-MAT " vendue le " W-DSO
                        " pour " W-MNT-ED2
           END-IF
           IF W-PMV < 0
                DISPLAY "immo-b : VNC " W-MNT-ED ", moins-value "
                        W-MNT-ED3
           ELSE DISPLAY "immo-b : VNC " W-MNT-ED ", plus-value "
                        W-MNT-ED3
           END-IF
           IF W-ERR NOT = 0
                DISPLAY "immo-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF.
       F-Cession.
           EXIT.

      ******************************************************************
      *    LISTE : registre des immobilisations
      ******************************************************************
       Liste.
           OPEN INPUT MXIMMO
           IF FILE-STATUS NOT = "00"
                DISPLAY "immo-b : registre MXIMMO absent"
                GO F-Liste.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/immo-registre.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REGISTRE DES IMMOBILISATIONS DU PARC DE LOCATION AU "
                       DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MACHINE         CAT   AGE DATE ACQ         COUT "
                       DELIMITED BY SIZE
                  "M DUR NBM DOT. MOIS     CUMUL AMORT.    VNC"
                       DELIMITED BY SIZE
                  "         S SORTIE   PLUS/MOINS-V." DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-TOT-VAL W-TOT-CUM W-TOT-VNC W-FIN
           MOVE LOW-VALUE TO CLE1-MIMO
           START MXIMMO KEY NOT < CLE1-MIMO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Fiche UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-VAL TO W-MNT-ED
           MOVE W-TOT-CUM TO W-MNT-ED2
           MOVE W-TOT-VNC TO W-MNT-ED3
           MOVE SPACE TO LIGNE-ETAT
           STRING "AU PARC : " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  " MACHINES  COUT " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  "  AMORTI " DELIMITED BY SIZE
                  W-MNT-ED2 DELIMITED BY SIZE
                  "  VNC " DELIMITED BY SIZE
                  W-MNT-ED3 DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXIMMO
           DISPLAY "immo-b : état " ASSIGN-ETAT.
       F-Liste.
           EXIT.

       Liste-Une-Fiche.
           READ MXIMMO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           PERFORM Ligne-Registre
           MOVE STA-MIMO TO LG-STA
           IF STA-MIMO = "A"
                ADD 1 TO W-NB
                ADD VAL-MIMO TO W-TOT-VAL
                ADD CUM-MIMO TO W-TOT-CUM
                ADD W-VNC TO W-TOT-VNC
           ELSE MOVE DSO-MIMO TO LG-DSO
                MOVE PMV-MIMO TO LG-PMV
           END-IF
           MOVE LIGNE-REG TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    RENTABILITE : chiffre, entretien et amortissement par
      *    machine
      ******************************************************************
       Rentabilite.
           MOVE W-PAR2 TO W-CAT
           COMPUTE W-DAT12 = W-DAT - 10000
           OPEN INPUT MXIMMO
           IF FILE-STATUS NOT = "00"
                DISPLAY "immo-b : registre MXIMMO absent"
                GO F-Rentabilite.
           MOVE 0 TO W-NBIM W-FIN
           MOVE LOW-VALUE TO CLE1-MIMO
           START MXIMMO KEY NOT < CLE1-MIMO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Machine UNTIL W-FIN = 1
           CLOSE MXIMMO
      * chiffre de location : contrats facturés
           OPEN INPUT MXLOC
           IF FILE-STATUS = "00"
                MOVE 0 TO W-FIN NLO-MLOC
                START MXLOC KEY NOT < CLE1-MLOC INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Cumule-Contrat UNTIL W-FIN = 1
                CLOSE MXLOC
           END-IF
      * entretien et SAV : OR hors garantie
           OPEN INPUT MXORDREP
           IF FILE-STATUS = "00"
                OPEN INPUT MXORDPCE MXART
                MOVE 0 TO W-FIN NOR-MORP
                START MXORDREP KEY NOT < CLE1-MORP INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Cumule-Ordre UNTIL W-FIN = 1
                CLOSE MXORDREP MXORDPCE MXART
           END-IF
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/immo-rentabilite.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RENTABILITE DU PARC DE LOCATION AU "
                       DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  "  CATEGORIE " DELIMITED BY SIZE
                  W-CAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MACHINE         CAT   S MOI   CHIFFRE LOC."
                       DELIMITED BY SIZE
                  "  ENTRETIEN/SAV  AMORTISSEMENT" DELIMITED BY SIZE
                  "         MARGE           VNC   MARGE 12 M AVIS"
                       DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Ligne-Rentabilite
                   VARYING I FROM 1 BY 1 UNTIL I > W-NBIM
           CLOSE ETAT
           DISPLAY "immo-b : " W-NBIM " machines, état " ASSIGN-ETAT.
       F-Rentabilite.
           EXIT.

       Charge-Machine.
           READ MXIMMO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CAT NOT = SPACE AND CAT-MIMO NOT = W-CAT
                EXIT PARAGRAPH.
           IF W-NBIM NOT < MAXIMO
                DISPLAY "immo-b : plus de " MAXIMO " machines, "
                        "état limité"
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBIM
           INITIALIZE W-IM(W-NBIM)
           MOVE MAT-MIMO TO W-IM-MAT(W-NBIM)
           MOVE CAT-MIMO TO W-IM-CAT(W-NBIM)
           MOVE STA-MIMO TO W-IM-STA(W-NBIM)
           MOVE DAC-MIMO TO W-IM-DAC(W-NBIM)
           MOVE CUM-MIMO TO W-IM-CUM(W-NBIM)
           IF STA-MIMO = "A"
                MOVE W-DAT TO W-IM-FIN(W-NBIM)
                COMPUTE W-IM-VNC(W-NBIM) = VAL-MIMO - CUM-MIMO
      * amortissement des douze derniers mois au rythme du dernier
      * mois doté, tant que le plan court
                IF NBM-MIMO < DUR-MIMO
                     COMPUTE W-IM-D12(W-NBIM) = DOT-MIMO * 12
                ELSE MOVE 0 TO W-IM-D12(W-NBIM)
                END-IF
           ELSE MOVE DSO-MIMO TO W-IM-FIN(W-NBIM)
                MOVE VNS-MIMO TO W-IM-VNC(W-NBIM)
           END-IF.

       Cherche-Machine.
           MOVE 1 TO I
           PERFORM Machine-Suivante
                   UNTIL I > W-NBIM OR W-IM-MAT(I) = W-MAT.

       Machine-Suivante.
           ADD 1 TO I.

       Cumule-Contrat.
           READ MXLOC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MLOC NOT = "F"
                EXIT PARAGRAPH.
           MOVE MAT-MLOC TO W-MAT
           PERFORM Cherche-Machine
           IF I > W-NBIM
                EXIT PARAGRAPH.
           MOVE MFA-MLOC TO W-MNT
           IF W-MNT = 0
                PERFORM Montant-Contrat.
           ADD W-MNT TO W-IM-CA(I)
           IF DFA-MLOC NOT < W-DAT12
                ADD W-MNT TO W-IM-CA12(I).

      * contrat facturé sans montant gardé : la grille du contrat
      * appliquée à la durée, comme loc-b FACTURE
       Montant-Contrat.
           MOVE DDE-MLOC TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JOURS
           MOVE DFI-MLOC TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JOURS = DATSER-JRS - W-JOURS + 1
           DIVIDE W-JOURS BY 30 GIVING W-NBMOIS
                  REMAINDER W-RESTE
           DIVIDE W-RESTE BY 7 GIVING W-NBSEM
                  REMAINDER W-NBJRS
           COMPUTE W-MNT ROUNDED
                   = (W-NBMOIS * TMO-MLOC)
                   + (W-NBSEM * TSE-MLOC)
                   + (W-NBJRS * TJR-MLOC).

       Cumule-Ordre.
           READ MXORDREP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF GAR-MORP = 1
                EXIT PARAGRAPH.
           MOVE MAT-MORP TO W-MAT
           PERFORM Cherche-Machine
           IF I > W-NBIM
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = HRS-MORP * THO-MORP
           MOVE NOR-MORP TO NOR-MOPC
           MOVE 0 TO LIG-MOPC W-FIN2
           START MXORDPCE KEY NOT < CLE1-MOPC INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cumule-Piece UNTIL W-FIN2 = 1
           ADD W-MNT TO W-IM-ENT(I)
           IF DRE-MORP NOT < W-DAT12
                ADD W-MNT TO W-IM-ENT12(I).

      * pièces au prix d'achat de l'article, à défaut au prix de
      * sortie de l'OR
       Cumule-Piece.
           READ MXORDPCE NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF NOR-MOPC NOT = NOR-MORP
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE PUN-MOPC TO W-CPC
           MOVE ART-MOPC TO COD-MART
           READ MXART INVALID CONTINUE
           NOT INVALID
                IF PAC-MART > 0
                     MOVE PAC-MART TO W-CPC
                END-IF
           END-READ
           COMPUTE W-MNT ROUNDED = W-MNT + QTE-MOPC * W-CPC.

       Ligne-Rentabilite.
           MOVE SPACE TO LIGNE-RENT
           MOVE W-IM-MAT(I) TO LT-MAT
           MOVE W-IM-CAT(I) TO LT-CAT
           MOVE W-IM-STA(I) TO LT-STA
      * mois de présence au parc
           MOVE W-IM-DAC(I) TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JOURS
           MOVE W-IM-FIN(I) TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-NBMP = (DATSER-JRS - W-JOURS) / 30
           MOVE W-NBMP TO LT-MOIS
           MOVE W-IM-CA(I) TO LT-CA
           MOVE W-IM-ENT(I) TO LT-ENT
           MOVE W-IM-CUM(I) TO LT-AMO
           COMPUTE W-MARGE = W-IM-CA(I) - W-IM-ENT(I) - W-IM-CUM(I)
           MOVE W-MARGE TO LT-MARGE
           MOVE W-IM-VNC(I) TO LT-VNC
           IF W-IM-STA(I) = "A"
                COMPUTE W-MARGE12 = W-IM-CA12(I) - W-IM-ENT12(I)
                                  - W-IM-D12(I)
                MOVE W-MARGE12 TO LT-MARGE12
                EVALUATE TRUE
                WHEN W-MARGE12 < 0
                     MOVE "VENDRE" TO LT-AVIS
                WHEN W-IM-ENT12(I) * 2 > W-IM-CA12(I)
                     MOVE "SURVEILLER" TO LT-AVIS
                END-EVALUATE
           ELSE MOVE "SORTIE" TO LT-AVIS
           END-IF
           MOVE LIGNE-RENT TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
