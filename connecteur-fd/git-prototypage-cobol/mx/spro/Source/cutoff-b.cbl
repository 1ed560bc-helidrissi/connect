      *{Bench}prg-comment
      * cutoff-b.cbl
151026* cutoff-b.cbl : cut-off de fin de période.
151026* Les trois listes que demande la comptabilité à chaque
151026* clôture mensuelle, figées dans MXCUTOFF :
151026*   FIGE <aaaamm>
151026*       à lancer par la chaîne de clôture après ControlePeriode
151026*       (comme valsto-b FIGE) ; refuse de tourner deux fois sur
151026*       la même période :
151026*       F - factures non parvenues : réceptions MXRECFOU non
151026*           rapprochées d'une facture (IFA-MREC = 0) jusqu'à la
151026*           fin du mois, valorisées au prix de réception ;
151026*       A - factures à établir : livré non facturé des bons
151026*           (QTC ou QTE livrée au-delà de FQT-MLDI, comme le
151026*           facturable de facgrp-b) datés du mois au plus tard,
151026*           valorisé au prix net (éco-contribution comprise) ;
151026*       P - produits constatés d'avance : part des contrats de
151026*           location MXLOC facturés dont la période court
151026*           au-delà de la fin du mois, au prorata des jours ;
151026*       puis passe par ecr-gen (journal OD, exporté par gljrn-b
151026*       GENERE) les écritures de régularisation au dernier jour
151026*       du mois et leur extourne au premier jour du mois
151026*       suivant : F = débit achats par famille (A;fam) et TVA
151026*       sur factures non parvenues (G;TFN), crédit G;FNP ;
151026*       A = débit G;FAE, crédit ventes par famille (V;fam) et
151026*       TVA sur factures à établir (G;TFA) ; P = débit
151026*       locations (G;LOC), crédit G;PCA ; ft/cutoff-<aaaamm>.txt
151026*   ETAT <aaaamm>
151026*       réédite les listes figées, ft/cutoff-<aaaamm>.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. cutoff-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:37:21.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXRECFOU.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXLOC.sl".
       COPY "MXART.sl".
       COPY "MXPARAM.sl".
       COPY "MXCUTOFF.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXRECFOU.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXLOC.fd".
       COPY "MXART.fd".
       COPY "MXPARAM.fd".
       COPY "MXCUTOFF.fd".
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
       77 W-PER                PIC 9(06).
       77 W-PER-X              PIC X(06).
       77 W-DAT                PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATEXT             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-SEQ                PIC 9(06).
       77 W-NB                 PIC 9(06).
       77 W-NB-F               PIC 9(06).
       77 W-NB-A               PIC 9(06).
       77 W-NB-P               PIC 9(06).
       77 W-GTV                PIC 9.
       77 W-AFC                PIC 9.
       77 W-BILLABLE           PIC S9(09)V99.
       77 W-HT                 PIC S9(11)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-MVT                PIC S9(11)V99.
       77 W-TTC                PIC S9(11)V99.
       77 W-TVA-TOT            PIC S9(11)V99.
       77 W-JRS-DEB            PIC S9(07).
       77 W-JRS-TOT            PIC S9(07).
       77 W-JRS-APRES          PIC S9(07).
       77 W-NBMOIS             PIC 9(05).
       77 W-NBSEM              PIC 9(05).
       77 W-NBJRS              PIC 9(05).
       77 W-RESTE              PIC 9(05).
       77 W-EXTOURNE           PIC 9.
       77 W-TYP                PIC X.
       77 W-ERR                PIC 9(05).
       77 I                    PIC 9(03) COMP.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 300.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
      * cumuls hors taxe par liste et famille, TVA par liste
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 300.
              10 W-TAB-TYP     PIC X(01).
              10 W-TAB-FAM     PIC X(05).
              10 W-TAB-HT      PIC S9(11)V99.
       01 W-TAB-TVA.
           05 W-TVA-F          PIC S9(11)V99.
           05 W-TVA-A          PIC S9(11)V99.
       77 W-TOT-P              PIC S9(11)V99.
       01 LIGNE-CUT.
           05 LC-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LC-TIE           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-FAM           PIC X(05).
           05 FILLER           PIC X(01).
           05 LC-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-QTE           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LC-PRX           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LC-HT            PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LC-TVA           PIC -(8)9,99.
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
                INTO W-FONCTION W-PAR2
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER NOT = 0
                PERFORM Bornes-Periode.
           EVALUATE W-FONCTION
           WHEN "FIGE"  PERFORM Fige-Cutoff THRU F-Fige-Cutoff
           WHEN "ETAT"  PERFORM Etat-Cutoff THRU F-Etat-Cutoff
           WHEN OTHER
                DISPLAY "cutoff-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : cutoff-b FIGE aaaamm"
                DISPLAY "        cutoff-b ETAT aaaamm"
           END-EVALUATE
           GO Fin.

      * dernier jour du mois (régularisation) et premier jour du
      * mois suivant (extourne)
       Bornes-Periode.
           COMPUTE AJD-DAT = W-PER * 100 + 1
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           MOVE AJD-DAT TO W-DATFIN
           MOVE 1 TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-DATEXT.

      ******************************************************************
      *    FIGE : listes de cut-off et écritures de la période
      ******************************************************************
       Fige-Cutoff.
           IF W-PER = 0 OR W-PER(5:2) = "00" OR W-PER(5:2) > "12"
                DISPLAY "usage : cutoff-b FIGE aaaamm"
                GO F-Fige-Cutoff.
           OPEN I-O MXCUTOFF
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCUTOFF
                CLOSE MXCUTOFF
                OPEN I-O MXCUTOFF.
      * refus de tourner deux fois : les écritures sont passées
           MOVE SPACE TO ENR-MCUT
           MOVE W-PER TO PER-MCUT
           MOVE 0 TO W-FIN
           START MXCUTOFF KEY NOT < CLE1-MCUT INVALID
                MOVE 1 TO W-FIN
           END-START
           IF W-FIN = 0
                READ MXCUTOFF NEXT AT END CONTINUE
                NOT AT END
                     IF PER-MCUT = W-PER
                          DISPLAY "cutoff-b : période " W-PER
                                  " déjà figée, rien à faire"
                          CLOSE MXCUTOFF
                          GO F-Fige-Cutoff
                     END-IF
                END-READ
           END-IF
           OPEN INPUT MXART MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "cutoff-b : MXPARAM absent"
                CLOSE MXCUTOFF MXART MXPARAM
                GO F-Fige-Cutoff
           END-READ
           MOVE 0 TO W-NB-F W-NB-A W-NB-P
           PERFORM Fige-Recept-Non-Facturees
           PERFORM Fige-Livre-Non-Facture
           PERFORM Fige-Location-Avance
           CLOSE MXART MXPARAM
      * les écritures se relisent depuis la photo : la même source
      * que l'état
           MOVE 0 TO W-EXTOURNE W-ERR
           PERFORM Genere-Ecritures
           MOVE 1 TO W-EXTOURNE
           PERFORM Genere-Ecritures
           PERFORM Edite-Listes
           CLOSE MXCUTOFF
           DISPLAY "cutoff-b : période " W-PER " figée, "
                   W-NB-F " réceptions non facturées, "
                   W-NB-A " lignes livrées non facturées, "
                   W-NB-P " locations facturées d'avance"
           IF W-ERR NOT = 0
                DISPLAY "cutoff-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF
           DISPLAY "cutoff-b : état " ASSIGN-ETAT.
       F-Fige-Cutoff.
           EXIT.

      * F : réceptions fournisseurs non rapprochées d'une facture
       Fige-Recept-Non-Facturees.
           OPEN INPUT MXRECFOU
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE "F" TO W-TYP
           MOVE 0 TO W-SEQ NRC-MREC W-FIN
           START MXRECFOU KEY NOT < CLE1-MREC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fige-Une-Reception UNTIL W-FIN = 1
           CLOSE MXRECFOU.

       Fige-Une-Reception.
           READ MXRECFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF IFA-MREC NOT = 0 OR DAT-MREC > W-DATFIN
                EXIT PARAGRAPH.
           COMPUTE W-HT ROUNDED = QTE-MREC * PRX-MREC
           IF W-HT = 0
                EXIT PARAGRAPH.
           INITIALIZE ENR-MCUT
           MOVE AGE-MREC TO AGE-MCUT
           MOVE FOU-MREC TO TIE-MCUT
           MOVE BLF-MREC TO REF-MCUT
           IF REF-MCUT = SPACE
                MOVE NRC-MREC TO REF-MCUT
           END-IF
           MOVE ART-MREC TO ART-MCUT
           MOVE DAT-MREC TO DAT-MCUT
           MOVE QTE-MREC TO QTE-MCUT
           MOVE PRX-MREC TO PRX-MCUT
           MOVE 0 TO W-AFC
           PERFORM Ecrit-Ligne-Cutoff
           ADD 1 TO W-NB-F.

      * A : livré non facturé des bons du mois au plus tard
       Fige-Livre-Non-Facture.
           OPEN INPUT MXBDIS MXLDIS
           MOVE "A" TO W-TYP
           MOVE 0 TO W-SEQ W-FIN
           MOVE SPACE TO ENR-MBDI
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fige-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBDIS MXLDIS.

       Fige-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MBDI NOT = 0 AND TYP-MBDI NOT = 1
           AND TYP-MBDI NOT = 2 AND TYP-MBDI NOT = 6
                EXIT PARAGRAPH.
           IF TRA-MBDI NOT = 0 OR DAT-MBDI > W-DATFIN
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Fige-Une-Ligne UNTIL W-FIN2 = 1.

       Fige-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           PERFORM Cal-Billable
           IF W-BILLABLE NOT > 0
                EXIT PARAGRAPH.
           COMPUTE W-HT ROUNDED = W-BILLABLE * (PUN-MLDI + ECO-MLDI)
           IF W-HT = 0
                EXIT PARAGRAPH.
           INITIALIZE ENR-MCUT
           MOVE AGE-MBDI TO AGE-MCUT
           MOVE CLI-MBDI TO TIE-MCUT
           STRING BON-MBDI DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LIG-MLDI DELIMITED BY SIZE
                  INTO REF-MCUT
           MOVE ART-MLDI TO ART-MCUT
           MOVE DAT-MBDI TO DAT-MCUT
           MOVE W-BILLABLE TO QTE-MCUT
           MOVE PUN-MLDI TO PRX-MCUT
           MOVE AFC-MBDI TO W-AFC
           PERFORM Ecrit-Ligne-Cutoff
           ADD 1 TO W-NB-A.

      * le facturable de la ligne, comme facgrp-b : ligne à
      * échéancier de livraison = le livré non facturé (QTC - FQT) ;
      * ligne classique = la quantité entière une fois livrée
       Cal-Billable.
           MOVE 0 TO W-BILLABLE
           IF PZE-MLDI = 4
                EXIT PARAGRAPH.
           IF PLD-MLDI(1) NOT = 0
                COMPUTE W-BILLABLE = QTC-MLDI - FQT-MLDI
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1
                EXIT PARAGRAPH.
           COMPUTE W-BILLABLE = QTE-MLDI - FQT-MLDI.

      * P : locations facturées dont la période déborde le mois
       Fige-Location-Avance.
           OPEN INPUT MXLOC
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE "P" TO W-TYP
           MOVE 0 TO W-SEQ NLO-MLOC W-FIN
           START MXLOC KEY NOT < CLE1-MLOC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fige-Une-Location UNTIL W-FIN = 1
           CLOSE MXLOC.

       Fige-Une-Location.
           READ MXLOC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FAC-MLOC = 0 OR DFA-MLOC > W-DATFIN
           OR DFI-MLOC NOT > W-DATFIN
                EXIT PARAGRAPH.
      * montant facturé : la durée décomposée en mois + semaines +
      * jours sur la grille du contrat, comme loc-b FACTURE
           MOVE DDE-MLOC TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-DEB
           MOVE DFI-MLOC TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JRS-TOT = DATSER-JRS - W-JRS-DEB + 1
           IF W-JRS-TOT NOT > 0
                EXIT PARAGRAPH.
           DIVIDE W-JRS-TOT BY 30 GIVING W-NBMOIS
                  REMAINDER W-RESTE
           DIVIDE W-RESTE BY 7 GIVING W-NBSEM
                  REMAINDER W-NBJRS
           COMPUTE W-MNT ROUNDED
                   = (W-NBMOIS * TMO-MLOC)
                   + (W-NBSEM * TSE-MLOC)
                   + (W-NBJRS * TJR-MLOC)
      * la part des jours postérieurs à la fin du mois
           MOVE W-DATFIN TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JRS-APRES = W-JRS-DEB + W-JRS-TOT - 1
                                 - DATSER-JRS
           IF W-JRS-APRES > W-JRS-TOT
                MOVE W-JRS-TOT TO W-JRS-APRES
           END-IF
           COMPUTE W-HT ROUNDED = W-MNT * W-JRS-APRES / W-JRS-TOT
           IF W-HT = 0
                EXIT PARAGRAPH.
           INITIALIZE ENR-MCUT
           MOVE CLI-MLOC TO TIE-MCUT
           STRING NLO-MLOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAT-MLOC DELIMITED BY SIZE
                  INTO REF-MCUT
           MOVE "LOCATION" TO ART-MCUT
           MOVE DFA-MLOC TO DAT-MCUT
           MOVE W-JRS-APRES TO QTE-MCUT
           MOVE W-MNT TO PRX-MCUT
           MOVE 1 TO W-AFC
           PERFORM Ecrit-Ligne-Cutoff
           ADD 1 TO W-NB-P.

      * famille et groupe de TVA de l'article, TVA au taux MXPARAM
      * sauf exonération (AFC du bon, RCT du groupe) ; les produits
      * constatés d'avance se passent hors taxe
       Ecrit-Ligne-Cutoff.
           MOVE W-PER TO PER-MCUT
           MOVE W-TYP TO TYP-MCUT
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO SEQ-MCUT
           MOVE W-HT TO HT-MCUT
           MOVE W-DAT TO DGE-MCUT
           MOVE ART-MCUT TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO FAM-MART
                MOVE 1 TO TVA-MART
           END-READ
           MOVE FAM-MART TO FAM-MCUT
           IF W-TYP = "P"
                MOVE "LOC" TO FAM-MCUT
           END-IF
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV
           END-IF
           MOVE W-GTV TO GTV-MCUT
           MOVE 0 TO TVA-MCUT
           IF W-AFC NOT = 1 AND RCT-MPAR(W-GTV) NOT = 1
                COMPUTE TVA-MCUT ROUNDED
                        = W-HT * TVA-MPAR(W-GTV) / 100
           END-IF
           WRITE ENR-MCUT INVALID
                DISPLAY "cutoff-b : écriture MXCUTOFF " CLE1-MCUT
           END-WRITE.

      ******************************************************************
      *    Ecritures de régularisation (ou extourne) depuis la photo
      ******************************************************************
       Genere-Ecritures.
           MOVE 0 TO W-NBTAB W-TVA-F W-TVA-A W-TOT-P
           PERFORM Cumule-Photo
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "cutoff" TO EG-ORI
           IF W-EXTOURNE = 0
                MOVE W-DATFIN TO EG-DAT
           ELSE MOVE W-DATEXT TO EG-DAT
           END-IF
      * factures non parvenues
           MOVE "F" TO W-TYP
           PERFORM Prepare-Piece
           MOVE 0 TO W-TTC
           PERFORM Ecrit-Familles VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           IF W-TTC NOT = 0
                MOVE "G" TO EG-TYP
                MOVE "TFN" TO EG-CLE
                MOVE W-TVA-F TO W-MVT
                PERFORM Ecrit-Debit
                ADD W-TVA-F TO W-TTC
                MOVE "FNP" TO EG-CLE
                MOVE W-TTC TO W-MVT
                PERFORM Ecrit-Credit
           END-IF
      * factures à établir
           MOVE "A" TO W-TYP
           PERFORM Prepare-Piece
           MOVE 0 TO W-TTC
           PERFORM Ecrit-Familles VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           IF W-TTC NOT = 0
                MOVE "G" TO EG-TYP
                MOVE "TFA" TO EG-CLE
                MOVE W-TVA-A TO W-MVT
                PERFORM Ecrit-Credit
                ADD W-TVA-A TO W-TTC
                MOVE "FAE" TO EG-CLE
                MOVE W-TTC TO W-MVT
                PERFORM Ecrit-Debit
           END-IF
      * produits constatés d'avance
           IF W-TOT-P NOT = 0
                MOVE "P" TO W-TYP
                PERFORM Prepare-Piece
                MOVE "G" TO EG-TYP
                MOVE "LOC" TO EG-CLE
                MOVE W-TOT-P TO W-MVT
                PERFORM Ecrit-Debit
                MOVE "PCA" TO EG-CLE
                PERFORM Ecrit-Credit
           END-IF.

       Cumule-Photo.
           MOVE SPACE TO ENR-MCUT
           MOVE W-PER TO PER-MCUT
           MOVE 0 TO W-FIN
           START MXCUTOFF KEY NOT < CLE1-MCUT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Ligne UNTIL W-FIN = 1.

       Cumule-Une-Ligne.
           READ MXCUTOFF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF PER-MCUT NOT = W-PER
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF TYP-MCUT = "P"
                ADD HT-MCUT TO W-TOT-P
                EXIT PARAGRAPH.
           IF TYP-MCUT = "F"
                ADD TVA-MCUT TO W-TVA-F
           ELSE ADD TVA-MCUT TO W-TVA-A
           END-IF
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-NBTAB
                IF W-TAB-TYP(W-IX) = TYP-MCUT
                AND W-TAB-FAM(W-IX) = FAM-MCUT
                     ADD HT-MCUT TO W-TAB-HT(W-IX)
                     EXIT PARAGRAPH
                END-IF
           END-PERFORM
           IF W-NBTAB NOT < MAXTAB
                DISPLAY "cutoff-b : plus de " MAXTAB " familles"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTAB
           MOVE TYP-MCUT TO W-TAB-TYP(W-NBTAB)
           MOVE FAM-MCUT TO W-TAB-FAM(W-NBTAB)
           MOVE HT-MCUT TO W-TAB-HT(W-NBTAB).

      * pièce FNP/FAE/PCA<aaaamm>, suffixe X pour l'extourne
       Prepare-Piece.
           MOVE W-PER TO W-PER-X
           MOVE SPACE TO EG-PCE EG-LIB
           EVALUATE W-TYP
           WHEN "F" MOVE "FNP" TO EG-PCE
                    MOVE "FACTURES NON PARVENUES" TO EG-LIB
           WHEN "A" MOVE "FAE" TO EG-PCE
                    MOVE "FACTURES A ETABLIR" TO EG-LIB
           WHEN "P" MOVE "PCA" TO EG-PCE
                    MOVE "PRODUITS CONSTATES D'AVANCE" TO EG-LIB
           END-EVALUATE
           MOVE W-PER-X TO EG-PCE(4:6)
           IF W-EXTOURNE = 1
                MOVE "X" TO EG-PCE(10:1)
                MOVE SPACE TO EG-LIB
                STRING "EXTOURNE " DELIMITED BY SIZE
                       EG-PCE(1:3) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-PER-X DELIMITED BY SIZE
                       INTO EG-LIB
           END-IF.

      * une famille de la liste courante : achats (F) ou ventes (A)
       Ecrit-Familles.
           IF W-TAB-TYP(I) NOT = W-TYP OR W-TAB-HT(I) = 0
                EXIT PARAGRAPH.
           IF W-TYP = "F"
                MOVE "A" TO EG-TYP
           ELSE MOVE "V" TO EG-TYP
           END-IF
           MOVE W-TAB-FAM(I) TO EG-CLE
           MOVE W-TAB-HT(I) TO W-MVT
           IF W-TYP = "F"
                PERFORM Ecrit-Debit
           ELSE PERFORM Ecrit-Credit
           END-IF
           ADD W-TAB-HT(I) TO W-TTC.

      * sens de la régularisation, inversé pour l'extourne
       Ecrit-Debit.
           IF W-EXTOURNE = 0
                MOVE W-MVT TO EG-DEB
                MOVE 0 TO EG-CRE
           ELSE MOVE 0 TO EG-DEB
                MOVE W-MVT TO EG-CRE
           END-IF
           PERFORM Ecrit-Od.

       Ecrit-Credit.
           IF W-EXTOURNE = 0
                MOVE 0 TO EG-DEB
                MOVE W-MVT TO EG-CRE
           ELSE MOVE W-MVT TO EG-DEB
                MOVE 0 TO EG-CRE
           END-IF
           PERFORM Ecrit-Od.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                ADD 1 TO W-ERR
           END-IF.

      ******************************************************************
      *    ETAT : les trois listes figées
      ******************************************************************
       Etat-Cutoff.
           IF W-PER = 0
                DISPLAY "usage : cutoff-b ETAT aaaamm"
                GO F-Etat-Cutoff.
           OPEN INPUT MXCUTOFF
           IF FILE-STATUS NOT = "00"
                DISPLAY "cutoff-b : aucune période figée"
                GO F-Etat-Cutoff.
           PERFORM Edite-Listes
           CLOSE MXCUTOFF
           DISPLAY "cutoff-b : état " ASSIGN-ETAT.
       F-Etat-Cutoff.
           EXIT.

       Edite-Listes.
           MOVE W-PER TO W-PER-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/cutoff-" DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CUT-OFF DE LA PERIODE " DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  " - ARRETE AU " DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           MOVE "F" TO W-TYP
           PERFORM Edite-Une-Liste
           MOVE "A" TO W-TYP
           PERFORM Edite-Une-Liste
           MOVE "P" TO W-TYP
           PERFORM Edite-Une-Liste
           CLOSE ETAT.

       Edite-Une-Liste.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           EVALUATE W-TYP
           WHEN "F"
                MOVE "FACTURES NON PARVENUES" TO LIGNE-ETAT
                MOVE "(RECEPTIONS NON RAPPROCHEES)"
                     TO LIGNE-ETAT(24:)
           WHEN "A"
                MOVE "FACTURES A ETABLIR (LIVRE NON FACTURE)"
                     TO LIGNE-ETAT
           WHEN "P"
                MOVE "PRODUITS CONSTATES D'AVANCE (LOCATIONS)"
                     TO LIGNE-ETAT
           END-EVALUATE
           WRITE LIGNE-ETAT
           MOVE "AGE TIERS    REFERENCE            ARTICLE"
                TO LIGNE-ETAT
           MOVE "FAM." TO LIGNE-ETAT(56:)
           MOVE "DATE" TO LIGNE-ETAT(62:)
           MOVE "QTE"  TO LIGNE-ETAT(79:)
           MOVE "PRIX" TO LIGNE-ETAT(90:)
           MOVE "HT"   TO LIGNE-ETAT(106:)
           MOVE "TVA"  TO LIGNE-ETAT(118:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-HT W-TVA-TOT
           MOVE SPACE TO ENR-MCUT
           MOVE W-PER TO PER-MCUT
           MOVE W-TYP TO TYP-MCUT
           MOVE 0 TO SEQ-MCUT W-FIN
           START MXCUTOFF KEY NOT < CLE1-MCUT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Ligne UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-CUT
           MOVE "TOTAL" TO LC-REF
           MOVE W-HT TO LC-HT
           MOVE W-TVA-TOT TO LC-TVA
           WRITE LIGNE-ETAT FROM LIGNE-CUT.

       Edite-Une-Ligne.
           READ MXCUTOFF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF PER-MCUT NOT = W-PER OR TYP-MCUT NOT = W-TYP
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CUT
           MOVE AGE-MCUT TO LC-AGE
           MOVE TIE-MCUT TO LC-TIE
           MOVE REF-MCUT TO LC-REF
           MOVE ART-MCUT TO LC-ART
           MOVE FAM-MCUT TO LC-FAM
           MOVE DAT-MCUT TO LC-DAT
           MOVE QTE-MCUT TO LC-QTE
           MOVE PRX-MCUT TO LC-PRX
           MOVE HT-MCUT TO LC-HT
           MOVE TVA-MCUT TO LC-TVA
           WRITE LIGNE-ETAT FROM LIGNE-CUT
           ADD HT-MCUT TO W-HT
           ADD TVA-MCUT TO W-TVA-TOT
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
