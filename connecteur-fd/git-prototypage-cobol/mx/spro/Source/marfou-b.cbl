      *{Bench}prg-comment
      * marfou-b.cbl
151026* marfou-b.cbl : marges arrière fournisseurs (ristournes
151026* conditionnelles et coopération commerciale négociées par
151026* paliers de volume d'achat), pendant fournisseur de rfa-b.
151026*   CHARGE <fic fou;nat;ddeb;dfin;fam;mar;s1;t1;...;s5;t5>
151026*       charge les accords MXMARFOU : nature R ristourne ou C
151026*       coopération commerciale, période, périmètre famille
151026*       et/ou marque (vide = tous les achats du fournisseur),
151026*       paliers à seuils croissants, taux en % ;
151026*   ACCRUE <aaaamm>
151026*       à lancer à chaque clôture mensuelle : volume d'achat
151026*       de la période de l'accord jusqu'à la fin du mois =
151026*       factures MXFACFOU (hors taxe) + réceptions MXRECFOU
151026*       non encore facturées (IFA-MREC = 0) valorisées au
151026*       prix de réception ; un accord restreint à une famille
151026*       ou une marque se mesure sur les lignes reçues (les
151026*       factures n'ont pas de détail article), facturées ou
151026*       non.  Palier atteint, provision volume x taux, et
151026*       prévision de fin de période ; la variation de la
151026*       provision passe par ecr-gen (journal OD, exporté par
151026*       gljrn-b) au dernier jour du mois : débit G;MAF
151026*       (avoirs à recevoir), crédit G;RMA (RRR obtenus) ou
151026*       G;COO (coopération commerciale) ; un accord déjà
151026*       provisionné pour le mois n'est pas repris ;
151026*       ft/marfou-accrue-<aaaamm>.txt ;
151026*   PREVISION [fou]
151026*       palier prévu en fin de période par extrapolation
151026*       linéaire du volume du dernier accrue, provision
151026*       prévue et volume manquant pour le palier suivant,
151026*       ft/marfou-prevision.txt ;
151026*   SOLDE <aaaamm>
151026*       accords ouverts dont la période finit au plus tard
151026*       ce mois : volume définitif, ajustement de la
151026*       provision, facture de réclamation au fournisseur
151026*       (numérotation propre aux marges arrière, TVA au taux
151026*       du groupe 1 de MXPARAM) ft/marfou-fac-<nfc>.txt et
151026*       son écriture : débit G;FRN toutes taxes, crédit
151026*       G;MAF et TVA collectée T;1 ; accord réclamé (STA R),
151026*       récapitulatif ft/marfou-solde-<aaaamm>.txt ;
151026*   AVOIR <nma> <no avoir> <montant HT> [aaaammjj]
151026*       rapproche l'avoir que le fournisseur envoie en
151026*       règlement de la réclamation (il ne se saisit pas
151026*       par ailleurs) ; l'écart avec la facture, TVA au
151026*       prorata, se passe en OD contre le compte fournisseur
151026*       et le produit de l'accord ; accord soldé (STA S) ;
151026*   LISTE
151026*       réclamations et avoirs rapprochés,
151026*       ft/marfou-liste.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. marfou-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:37.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXFOU.sl".
       COPY "MXPARAM.sl".
       COPY "MXRECFOU.sl".
       COPY "MXFACFOU.sl".
       COPY "MXMARFOU.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT LETTRE ASSIGN TO ASSIGN-LETTRE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LETTRE.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXFOU.fd".
       COPY "MXPARAM.fd".
       COPY "MXRECFOU.fd".
       COPY "MXFACFOU.fd".
       COPY "MXMARFOU.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  LETTRE LABEL RECORD STANDARD.
       01  LIGNE-LETTRE        PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-LETTRE   PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-LETTRE        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-DATFIN             PIC 9(08).
       77 W-DCUT               PIC 9(08).
       77 W-DAV                PIC 9(08).
       77 W-NMA                PIC 9(06).
       77 W-NFC                PIC 9(08).
       77 W-FOU                PIC X(08).
       77 W-VFA                PIC S9(11)V99.
       77 W-VRC                PIC S9(11)V99.
       77 W-VOL                PIC S9(11)V99.
       77 W-VPR                PIC S9(11)V99.
       77 W-LIG                PIC S9(11)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-MPR                PIC S9(11)V99.
       77 W-DELTA              PIC S9(11)V99.
       77 W-MAV                PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-TVA                PIC S9(11)V99.
       77 W-TTC                PIC S9(11)V99.
       77 W-TXTVA              PIC 9(02)V99.
       77 W-TAUX               PIC 9(02)V99.
       77 W-PALIER             PIC 9.
       77 W-PRV                PIC 9.
       77 W-JRS-DEB            PIC S9(07).
       77 W-NBJ-PER            PIC S9(07).
       77 W-NBJ-ECO            PIC S9(07).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB2                PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 I                    PIC 9(02) COMP.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
       01 W-ZONES-CHARGE.
           05 WH-FOU           PIC X(10).
           05 WH-NAT           PIC X(02).
           05 WH-DDE           PIC X(10).
           05 WH-DFI           PIC X(10).
           05 WH-FAM           PIC X(05).
           05 WH-MAR           PIC X(05).
           05 WH-PAL OCCURS 5.
              10 WH-SEU        PIC X(14).
              10 WH-TXR        PIC X(08).
       01 LIGNE-MAF.
           05 LM-NMA           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LM-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LM-NAT           PIC X(01).
           05 FILLER           PIC X(01).
           05 LM-DFI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LM-VOL           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LM-PAL           PIC 9.
           05 FILLER           PIC X(01).
           05 LM-TAUX          PIC Z9,99.
           05 FILLER           PIC X(01).
           05 LM-PRO           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LM-DEL           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LM-VPR           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LM-PRV           PIC 9.
           05 FILLER           PIC X(01).
           05 LM-MPR           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LM-LIB           PIC X(20).
       01 LIGNE-REC REDEFINES LIGNE-MAF.
           05 LX-NMA           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LX-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LX-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LX-NFC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LX-DFC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LX-MFC           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LX-TFC           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LX-AVF           PIC X(10).
           05 FILLER           PIC X(01).
           05 LX-MAV           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LX-ECA           PIC -(8)9,99.
           05 FILLER           PIC X(13).
       01 LIGNE-FAC.
           05 LF-LIB           PIC X(40).
           05 LF-MNT           PIC -(9)9,99.
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5
           EVALUATE W-FONCTION
           WHEN "CHARGE"    PERFORM Charge-Accords
                               THRU F-Charge-Accords
           WHEN "ACCRUE"    PERFORM Accrue-Mensuel
                               THRU F-Accrue-Mensuel
           WHEN "PREVISION" PERFORM Prevision-Accords
                               THRU F-Prevision-Accords
           WHEN "SOLDE"     PERFORM Solde-Accords
                               THRU F-Solde-Accords
           WHEN "AVOIR"     PERFORM Rapproche-Avoir
                               THRU F-Rapproche-Avoir
           WHEN "LISTE"     PERFORM Liste-Reclamations
                               THRU F-Liste-Reclamations
           WHEN OTHER
                DISPLAY "marfou-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : marfou-b CHARGE fichier"
                DISPLAY "        marfou-b ACCRUE aaaamm"
                DISPLAY "        marfou-b PREVISION [fou]"
                DISPLAY "        marfou-b SOLDE aaaamm"
                DISPLAY "        marfou-b AVOIR nma avoir montant "
                        "[aaaammjj]"
                DISPLAY "        marfou-b LISTE"
           END-EVALUATE
           GO Fin.

      * dernier jour du mois demandé
       Bornes-Periode.
           MOVE 0 TO W-DATFIN
           IF W-PER = 0 OR W-PER(5:2) = "00" OR W-PER(5:2) > "12"
                EXIT PARAGRAPH.
           COMPUTE AJD-DAT = W-PER * 100 + 1
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           MOVE AJD-DAT TO W-DATFIN.

      ******************************************************************
      *    CHARGE : accords
      ******************************************************************
       Charge-Accords.
           IF W-PAR2 = SPACE
                DISPLAY "usage : marfou-b CHARGE fichier"
                GO F-Charge-Accords.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "marfou-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Charge-Accords.
           OPEN I-O MXMARFOU
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXMARFOU
                CLOSE MXMARFOU
                OPEN I-O MXMARFOU.
           OPEN INPUT MXFOU
           PERFORM Cherche-Nma
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Accord UNTIL W-FIN = 1
           CLOSE MOUVT MXMARFOU MXFOU
           DISPLAY "marfou-b : " W-NB " accords chargés, "
                   W-ERR " rejets".
       F-Charge-Accords.
           EXIT.

       Cherche-Nma.
           MOVE 0 TO W-NMA
           MOVE 999999 TO NMA-MMAF
           START MXMARFOU KEY NOT > CLE1-MMAF INVALID
                CONTINUE
           NOT INVALID
                READ MXMARFOU PREVIOUS AT END CONTINUE
                NOT AT END MOVE NMA-MMAF TO W-NMA
                END-READ
           END-START.

       Charge-Un-Accord.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WH-FOU WH-NAT WH-DDE WH-DFI WH-FAM WH-MAR
                     WH-SEU(1) WH-TXR(1) WH-SEU(2) WH-TXR(2)
                     WH-SEU(3) WH-TXR(3) WH-SEU(4) WH-TXR(4)
                     WH-SEU(5) WH-TXR(5)
           IF WH-FOU = SPACE
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WH-FOU TO COD-MFOU
           READ MXFOU INVALID
                DISPLAY "marfou-b : fournisseur inconnu " WH-FOU
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           INITIALIZE ENR-MMAF
           MOVE WH-FOU TO FOU-MMAF
           MOVE WH-NAT TO NAT-MMAF
           IF NAT-MMAF = SPACE
                MOVE "R" TO NAT-MMAF.
           MOVE WH-DDE TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DDE-MMAF
           MOVE WH-DFI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DFI-MMAF
           MOVE WH-FAM TO FAM-MMAF
           MOVE WH-MAR TO MAR-MMAF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                MOVE WH-SEU(I) TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO SEU-MMAF(I)
                MOVE WH-TXR(I) TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO TXR-MMAF(I)
           END-PERFORM
           IF NAT-MMAF NOT = "R" AND NOT = "C"
           OR DDE-MMAF = 0 OR DFI-MMAF < DDE-MMAF
           OR SEU-MMAF(1) = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           ADD 1 TO W-NMA
           MOVE W-NMA TO NMA-MMAF
           MOVE "O" TO STA-MMAF
           WRITE ENR-MMAF INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    ACCRUE : provision mensuelle par accord
      ******************************************************************
       Accrue-Mensuel.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           PERFORM Bornes-Periode
           IF W-DATFIN = 0
                DISPLAY "usage : marfou-b ACCRUE aaaamm"
                GO F-Accrue-Mensuel.
           OPEN I-O MXMARFOU
           IF FILE-STATUS = "35"
                DISPLAY "marfou-b : aucun accord"
                GO F-Accrue-Mensuel.
           OPEN INPUT MXFACFOU MXRECFOU MXART
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/marfou-accrue-" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PROVISION MARGES ARRIERE A FIN " DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "VOLUME/PALIER/TAUX/PROVISION/MOUVEMENT DU MOIS, PUIS"
                TO LIGNE-ETAT
           MOVE " VOLUME/PALIER/PROVISION PREVUS EN FIN DE PERIODE"
                TO LIGNE-ETAT(53:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "marfou" TO EG-ORI
           MOVE W-DATFIN TO EG-DAT
           MOVE SPACE TO ENR-MMAF
           MOVE 0 TO NMA-MMAF W-FIN W-NB W-NB2 W-ERR
           START MXMARFOU KEY NOT < CLE1-MMAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Accrue-Un-Accord UNTIL W-FIN = 1
           CLOSE ETAT MXMARFOU MXFACFOU MXRECFOU MXART
           DISPLAY "marfou-b : " W-NB " accords provisionnés, "
                   W-NB2 " déjà provisionnés pour " W-PER
           IF W-ERR NOT = 0
                DISPLAY "marfou-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF
           DISPLAY "marfou-b : état " ASSIGN-ETAT.
       F-Accrue-Mensuel.
           EXIT.

       Accrue-Un-Accord.
           READ MXMARFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MMAF NOT = "O" OR DDE-MMAF > W-DATFIN
                EXIT PARAGRAPH.
           IF PAC-MMAF NOT < W-PER
                ADD 1 TO W-NB2
                EXIT PARAGRAPH.
           IF DFI-MMAF < W-DATFIN
                MOVE DFI-MMAF TO W-DCUT
           ELSE MOVE W-DATFIN TO W-DCUT
           END-IF
           PERFORM Cumule-Volume
           PERFORM Prevision-Fin
           PERFORM Palier-Et-Provision
           COMPUTE W-DELTA = W-MNT - PRO-MMAF
           IF W-DELTA NOT = 0
                MOVE SPACE TO EG-PCE
                STRING "MAF" DELIMITED BY SIZE
                       W-PER DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       NMA-MMAF DELIMITED BY SIZE
                       INTO EG-PCE
                PERFORM Ecrit-Provision
           END-IF
           MOVE W-PER TO PAC-MMAF
           MOVE W-DAT TO DAC-MMAF
           MOVE W-VFA TO VFA-MMAF
           MOVE W-VRC TO VRC-MMAF
           MOVE W-PALIER TO PAL-MMAF
           MOVE W-MNT TO PRO-MMAF
           MOVE W-VPR TO VPR-MMAF
           MOVE W-PRV TO PRV-MMAF
           REWRITE ENR-MMAF INVALID CONTINUE
           END-REWRITE
           PERFORM Ligne-Accord
           MOVE W-DELTA TO LM-DEL
           WRITE LIGNE-ETAT FROM LIGNE-MAF
           ADD 1 TO W-NB.

      * volume d'achat de l'accord, du début de période à W-DCUT
       Cumule-Volume.
           MOVE 0 TO W-VFA W-VRC
           IF FAM-MMAF = SPACE AND MAR-MMAF = SPACE
                PERFORM Cumule-Factures.
           PERFORM Cumule-Receptions
           COMPUTE W-VOL = W-VFA + W-VRC.

       Cumule-Factures.
           MOVE SPACE TO ENR-MFAF
           MOVE FOU-MMAF TO FOU-MFAF
           MOVE LOW-VALUE TO NFF-MFAF
           MOVE 0 TO W-FIN2
           START MXFACFOU KEY NOT < CLE1-MFAF INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cumule-Une-Facture UNTIL W-FIN2 = 1.

       Cumule-Une-Facture.
           READ MXFACFOU NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF FOU-MFAF NOT = FOU-MMAF
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF DAT-MFAF < DDE-MMAF OR DAT-MFAF > W-DCUT
                EXIT PARAGRAPH.
           ADD MNT-MFAF TO W-VFA.

       Cumule-Receptions.
           MOVE SPACE TO ENR-MREC
           MOVE 0 TO NRC-MREC W-FIN2
           START MXRECFOU KEY NOT < CLE1-MREC INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cumule-Une-Reception UNTIL W-FIN2 = 1.

      * sans périmètre, la réception facturée est déjà dans la
      * facture ; avec périmètre, la ligne reçue fait seule foi
       Cumule-Une-Reception.
           READ MXRECFOU NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF FOU-MREC NOT = FOU-MMAF
                EXIT PARAGRAPH.
           IF DAT-MREC < DDE-MMAF OR DAT-MREC > W-DCUT
                EXIT PARAGRAPH.
           IF FAM-MMAF = SPACE AND MAR-MMAF = SPACE
                IF IFA-MREC NOT = 0
                     EXIT PARAGRAPH
                END-IF
           ELSE
                MOVE ART-MREC TO COD-MART
                READ MXART INVALID
                     MOVE SPACE TO FAM-MART MAR-MART
                END-READ
                IF FAM-MMAF NOT = SPACE AND FAM-MART NOT = FAM-MMAF
                     EXIT PARAGRAPH
                END-IF
                IF MAR-MMAF NOT = SPACE AND MAR-MART NOT = MAR-MMAF
                     EXIT PARAGRAPH
                END-IF
           END-IF
           COMPUTE W-LIG ROUNDED = QTE-MREC * PRX-MREC
           IF IFA-MREC = 0
                ADD W-LIG TO W-VRC
           ELSE ADD W-LIG TO W-VFA
           END-IF.

      * palier atteint par W-VOL : le plus haut seuil couvert, le
      * taux du palier s'applique à tout le volume (comme rfa-b)
       Palier-Et-Provision.
           MOVE 0 TO W-PALIER W-TAUX W-MNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                IF SEU-MMAF(I) > 0 AND W-VOL NOT < SEU-MMAF(I)
                     MOVE I TO W-PALIER
                     MOVE TXR-MMAF(I) TO W-TAUX
                END-IF
           END-PERFORM
           IF W-PALIER > 0
                COMPUTE W-MNT ROUNDED = W-VOL * W-TAUX / 100
           END-IF.

      * volume prévu en fin de période : le volume à W-DCUT
      * rapporté au nombre de jours écoulés, puis son palier
       Prevision-Fin.
           MOVE DDE-MMAF TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-DEB
           MOVE DFI-MMAF TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-NBJ-PER = DATSER-JRS - W-JRS-DEB + 1
           MOVE W-DCUT TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-NBJ-ECO = DATSER-JRS - W-JRS-DEB + 1
           IF W-NBJ-ECO > 0 AND W-NBJ-ECO < W-NBJ-PER
                COMPUTE W-VPR ROUNDED
                        = W-VOL * W-NBJ-PER / W-NBJ-ECO
           ELSE MOVE W-VOL TO W-VPR
           END-IF
           MOVE W-VOL TO W-LIG
           MOVE W-VPR TO W-VOL
           PERFORM Palier-Et-Provision
           MOVE W-PALIER TO W-PRV
           MOVE W-MNT TO W-MPR
           MOVE W-LIG TO W-VOL.

      * variation de provision : G;MAF contre le produit de l'accord
       Ecrit-Provision.
           MOVE SPACE TO EG-LIB
           STRING "MARGE ARRIERE " DELIMITED BY SIZE
                  FOU-MMAF DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "G" TO EG-TYP
           MOVE "MAF" TO EG-CLE
           IF W-DELTA > 0
                MOVE W-DELTA TO EG-DEB
                MOVE 0 TO EG-CRE
           ELSE MOVE 0 TO EG-DEB
                COMPUTE EG-CRE = 0 - W-DELTA
           END-IF
           PERFORM Ecrit-Od
           PERFORM Cle-Produit
           IF W-DELTA > 0
                MOVE 0 TO EG-DEB
                MOVE W-DELTA TO EG-CRE
           ELSE COMPUTE EG-DEB = 0 - W-DELTA
                MOVE 0 TO EG-CRE
           END-IF
           PERFORM Ecrit-Od.

       Cle-Produit.
           MOVE "G" TO EG-TYP
           IF NAT-MMAF = "C"
                MOVE "COO" TO EG-CLE
           ELSE MOVE "RMA" TO EG-CLE
           END-IF.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                ADD 1 TO W-ERR
           END-IF.

       Ligne-Accord.
           MOVE SPACE TO LIGNE-MAF
           MOVE NMA-MMAF TO LM-NMA
           MOVE FOU-MMAF TO LM-FOU
           MOVE NAT-MMAF TO LM-NAT
           MOVE DFI-MMAF TO LM-DFI
           MOVE W-VOL TO LM-VOL
           MOVE W-PALIER TO LM-PAL
           MOVE W-TAUX TO LM-TAUX
           MOVE W-MNT TO LM-PRO
           MOVE W-VPR TO LM-VPR
           MOVE W-PRV TO LM-PRV
           MOVE W-MPR TO LM-MPR
           MOVE 0 TO LM-DEL.

      ******************************************************************
      *    PREVISION : palier prévu en fin de période
      ******************************************************************
       Prevision-Accords.
           MOVE W-PAR2 TO W-FOU
           OPEN INPUT MXMARFOU
           IF FILE-STATUS = "35"
                DISPLAY "marfou-b : aucun accord"
                GO F-Prevision-Accords.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/marfou-prevision.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PREVISION MARGES ARRIERE AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " (volume du dernier accrue)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "VOLUME/PALIER/TAUX/PROVISION/RESTE POUR LE PALIER"
                TO LIGNE-ETAT
           MOVE " SUIVANT, PUIS VOLUME/PALIER/PROVISION PREVUS"
                TO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO ENR-MMAF
           MOVE 0 TO NMA-MMAF W-FIN W-NB
           START MXMARFOU KEY NOT < CLE1-MMAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Prevision-Un-Accord UNTIL W-FIN = 1
           CLOSE ETAT MXMARFOU
           DISPLAY "marfou-b : " W-NB " accords, prévision "
                   ASSIGN-ETAT.
       F-Prevision-Accords.
           EXIT.

       Prevision-Un-Accord.
           READ MXMARFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MMAF NOT = "O"
                EXIT PARAGRAPH.
           IF W-FOU NOT = SPACE AND FOU-MMAF NOT = W-FOU
                EXIT PARAGRAPH.
           MOVE VPR-MMAF TO W-VOL
           PERFORM Palier-Et-Provision
           MOVE VPR-MMAF TO W-VPR
           MOVE W-PALIER TO W-PRV
           MOVE W-MNT TO W-MPR
           COMPUTE W-VOL = VFA-MMAF + VRC-MMAF
           PERFORM Palier-Et-Provision
           PERFORM Ligne-Accord
           MOVE PRO-MMAF TO LM-PRO
           IF PAC-MMAF = 0
                MOVE "PAS ENCORE D'ACCRUE" TO LM-LIB
           END-IF
      * chemin restant jusqu'au palier suivant
           IF W-PALIER < 5
                IF SEU-MMAF(W-PALIER + 1) > 0
                     COMPUTE W-DELTA = SEU-MMAF(W-PALIER + 1) - W-VOL
                     MOVE W-DELTA TO LM-DEL
                END-IF
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-MAF
           ADD 1 TO W-NB.

      ******************************************************************
      *    SOLDE : facture de réclamation en fin de période
      ******************************************************************
       Solde-Accords.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           PERFORM Bornes-Periode
           IF W-DATFIN = 0
                DISPLAY "usage : marfou-b SOLDE aaaamm"
                GO F-Solde-Accords.
           OPEN I-O MXMARFOU
           IF FILE-STATUS = "35"
                DISPLAY "marfou-b : aucun accord"
                GO F-Solde-Accords.
           OPEN INPUT MXFACFOU MXRECFOU MXART MXFOU MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "marfou-b : MXPARAM absent"
                CLOSE MXMARFOU MXFACFOU MXRECFOU MXART MXFOU MXPARAM
                GO F-Solde-Accords
           END-READ
           MOVE TVA-MPAR(1) TO W-TXTVA
           PERFORM Cherche-Nfc
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/marfou-solde-" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SOLDE MARGES ARRIERE DES ACCORDS ECHUS A FIN "
                  DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "VOLUME/PALIER/TAUX/MONTANT RECLAME/AJUSTEMENT DE LA"
                TO LIGNE-ETAT
           MOVE " PROVISION, FACTURE" TO LIGNE-ETAT(52:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "marfou" TO EG-ORI
           MOVE W-DATFIN TO EG-DAT
           MOVE SPACE TO ENR-MMAF
           MOVE 0 TO NMA-MMAF W-FIN W-NB W-NB2 W-ERR
           START MXMARFOU KEY NOT < CLE1-MMAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Solde-Un-Accord UNTIL W-FIN = 1
           CLOSE ETAT MXMARFOU MXFACFOU MXRECFOU MXART MXFOU MXPARAM
           DISPLAY "marfou-b : " W-NB " factures de réclamation, "
                   W-NB2 " accords soldés sans palier atteint"
           IF W-ERR NOT = 0
                DISPLAY "marfou-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF
           DISPLAY "marfou-b : état " ASSIGN-ETAT.
       F-Solde-Accords.
           EXIT.

      * numérotation propre des factures de réclamation : la plus
      * haute déjà émise
       Cherche-Nfc.
           MOVE 0 TO W-NFC
           MOVE SPACE TO ENR-MMAF
           MOVE 0 TO NMA-MMAF W-FIN
           START MXMARFOU KEY NOT < CLE1-MMAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cherche-Une-Nfc UNTIL W-FIN = 1.

       Cherche-Une-Nfc.
           READ MXMARFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NFC-MMAF > W-NFC
                MOVE NFC-MMAF TO W-NFC.

       Solde-Un-Accord.
           READ MXMARFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MMAF NOT = "O" OR DFI-MMAF > W-DATFIN
                EXIT PARAGRAPH.
      * volume définitif et ajustement de la provision
           MOVE DFI-MMAF TO W-DCUT
           PERFORM Cumule-Volume
           PERFORM Palier-Et-Provision
           COMPUTE W-DELTA = W-MNT - PRO-MMAF
           IF W-DELTA NOT = 0
                MOVE SPACE TO EG-PCE
                STRING "MAS" DELIMITED BY SIZE
                       W-PER DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       NMA-MMAF DELIMITED BY SIZE
                       INTO EG-PCE
                PERFORM Ecrit-Provision
           END-IF
           MOVE W-VFA TO VFA-MMAF
           MOVE W-VRC TO VRC-MMAF
           MOVE W-VOL TO VPR-MMAF
           MOVE W-PALIER TO PAL-MMAF PRV-MMAF
           MOVE W-MNT TO PRO-MMAF
           MOVE W-PER TO PAC-MMAF
           MOVE W-DAT TO DAC-MMAF
           MOVE W-VOL TO W-VPR
           MOVE W-PALIER TO W-PRV
           MOVE W-MNT TO W-MPR
           PERFORM Ligne-Accord
           MOVE W-DELTA TO LM-DEL
           IF W-MNT NOT > 0
                MOVE "S" TO STA-MMAF
                REWRITE ENR-MMAF INVALID CONTINUE
                END-REWRITE
                MOVE "AUCUN PALIER ATTEINT" TO LM-LIB
                WRITE LIGNE-ETAT FROM LIGNE-MAF
                ADD 1 TO W-NB2
                EXIT PARAGRAPH.
           ADD 1 TO W-NFC
           MOVE W-NFC TO NFC-MMAF
           MOVE W-DAT TO DFC-MMAF
           MOVE W-MNT TO MFC-MMAF
           COMPUTE TFC-MMAF ROUNDED = W-MNT * W-TXTVA / 100
           MOVE "R" TO STA-MMAF
           REWRITE ENR-MMAF INVALID CONTINUE
           END-REWRITE
           PERFORM Ecrit-Reclamation
           PERFORM Edite-Facture
           MOVE SPACE TO LM-LIB
           STRING "FACTURE " DELIMITED BY SIZE
                  NFC-MMAF DELIMITED BY SIZE
                  INTO LM-LIB
           WRITE LIGNE-ETAT FROM LIGNE-MAF
           ADD 1 TO W-NB.

      * la facture de réclamation solde la provision : débit du
      * compte fournisseur, crédit G;MAF et TVA collectée
       Ecrit-Reclamation.
           MOVE SPACE TO EG-PCE EG-LIB
           STRING "MFC" DELIMITED BY SIZE
                  NFC-MMAF DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "RECLAMATION MARGE " DELIMITED BY SIZE
                  FOU-MMAF DELIMITED BY SIZE
                  INTO EG-LIB
           COMPUTE W-TTC = MFC-MMAF + TFC-MMAF
           MOVE "G" TO EG-TYP
           MOVE "FRN" TO EG-CLE
           MOVE W-TTC TO EG-DEB
           MOVE 0 TO EG-CRE
           PERFORM Ecrit-Od
           MOVE "MAF" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE MFC-MMAF TO EG-CRE
           PERFORM Ecrit-Od
           IF TFC-MMAF NOT = 0
                MOVE "T" TO EG-TYP
                MOVE "1" TO EG-CLE
                MOVE TFC-MMAF TO EG-CRE
                PERFORM Ecrit-Od
           END-IF.

      * facture de réclamation adressée au fournisseur
       Edite-Facture.
           MOVE FOU-MMAF TO COD-MFOU
           READ MXFOU INVALID
                MOVE SPACE TO LIB-MFOU RAI-MFOU POS-MFOU VIL-MFOU
                              TVI-MFOU
           END-READ
           MOVE SPACE TO ASSIGN-LETTRE
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/marfou-fac-" DELIMITED BY SIZE
                  NFC-MMAF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-LETTRE
           OPEN OUTPUT LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           MOVE LIB-MFOU TO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           MOVE RAI-MFOU TO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           STRING POS-MFOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VIL-MFOU DELIMITED BY "  "
                  INTO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           IF TVI-MFOU NOT = SPACE
                STRING "TVA intracom. " DELIMITED BY SIZE
                       TVI-MFOU DELIMITED BY SIZE
                       INTO LIGNE-LETTRE(50:)
           END-IF
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           STRING "FACTURE N° " DELIMITED BY SIZE
                  NFC-MMAF DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  DFC-MMAF DELIMITED BY SIZE
                  INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           IF NAT-MMAF = "C"
                MOVE "Objet : coopération commerciale" TO LIGNE-LETTRE
           ELSE MOVE "Objet : ristourne de fin de période"
                     TO LIGNE-LETTRE
           END-IF
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           STRING "Accord n° " DELIMITED BY SIZE
                  NMA-MMAF DELIMITED BY SIZE
                  ", période du " DELIMITED BY SIZE
                  DDE-MMAF DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  DFI-MMAF DELIMITED BY SIZE
                  INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           IF FAM-MMAF NOT = SPACE OR MAR-MMAF NOT = SPACE
                STRING "Périmètre famille " DELIMITED BY SIZE
                       FAM-MMAF DELIMITED BY SIZE
                       " marque " DELIMITED BY SIZE
                       MAR-MMAF DELIMITED BY SIZE
                       INTO LIGNE-LETTRE
                WRITE LIGNE-LETTRE
                MOVE SPACE TO LIGNE-LETTRE
           END-IF
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-FAC
           MOVE "Volume d'achat de la période" TO LF-LIB
           MOVE W-VOL TO LF-MNT
           WRITE LIGNE-LETTRE FROM LIGNE-FAC
           MOVE SPACE TO LIGNE-FAC
           STRING "Palier atteint " DELIMITED BY SIZE
                  W-PALIER DELIMITED BY SIZE
                  ", taux %" DELIMITED BY SIZE
                  INTO LF-LIB
           MOVE W-TAUX TO LF-MNT
           WRITE LIGNE-LETTRE FROM LIGNE-FAC
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-FAC
           MOVE "Montant hors taxe" TO LF-LIB
           MOVE MFC-MMAF TO LF-MNT
           WRITE LIGNE-LETTRE FROM LIGNE-FAC
           MOVE SPACE TO LIGNE-FAC
           MOVE "TVA" TO LF-LIB
           MOVE TFC-MMAF TO LF-MNT
           WRITE LIGNE-LETTRE FROM LIGNE-FAC
           MOVE SPACE TO LIGNE-FAC
           MOVE "Montant toutes taxes comprises" TO LF-LIB
           MOVE W-TTC TO LF-MNT
           WRITE LIGNE-LETTRE FROM LIGNE-FAC
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Règlement attendu par avoir sur notre compte ou"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "par virement, en rappelant le numéro de facture."
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           CLOSE LETTRE.

      ******************************************************************
      *    AVOIR : rapprochement de l'avoir du fournisseur
      ******************************************************************
       Rapproche-Avoir.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NMA
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MAV
           MOVE W-PAR5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DAV
           IF W-DAV = 0
                MOVE W-DAT TO W-DAV.
           IF W-NMA = 0 OR W-PAR3 = SPACE OR W-MAV NOT > 0
                DISPLAY "usage : marfou-b AVOIR nma avoir montant "
                        "[aaaammjj]"
                GO F-Rapproche-Avoir.
           OPEN I-O MXMARFOU
           IF FILE-STATUS = "35"
                DISPLAY "marfou-b : aucun accord"
                GO F-Rapproche-Avoir.
           MOVE W-NMA TO NMA-MMAF
           READ MXMARFOU INVALID
                DISPLAY "marfou-b : accord inconnu " W-NMA
                CLOSE MXMARFOU
                GO F-Rapproche-Avoir
           END-READ
           IF STA-MMAF NOT = "R"
                DISPLAY "marfou-b : accord " W-NMA
                        " sans réclamation en attente (statut "
                        STA-MMAF ")"
                CLOSE MXMARFOU
                GO F-Rapproche-Avoir.
      * écart hors taxe avec la réclamation, TVA au prorata
           COMPUTE W-ECART = MFC-MMAF - W-MAV
           MOVE 0 TO W-TVA W-ERR
           IF MFC-MMAF NOT = 0
                COMPUTE W-TVA ROUNDED
                        = TFC-MMAF * W-ECART / MFC-MMAF
           END-IF
           IF W-ECART NOT = 0
                PERFORM Ecrit-Ecart-Avoir
           END-IF
           MOVE W-PAR3 TO AVF-MMAF
           MOVE W-DAV TO DAV-MMAF
           MOVE W-MAV TO MAV-MMAF
           MOVE "S" TO STA-MMAF
           REWRITE ENR-MMAF INVALID
                DISPLAY "marfou-b : mise à jour MXMARFOU " NMA-MMAF
           END-REWRITE
           CLOSE MXMARFOU
           MOVE W-ECART TO LX-ECA
           DISPLAY "marfou-b : accord " W-NMA " soldé, avoir "
                   AVF-MMAF " écart hors taxe " LX-ECA
           IF W-ERR NOT = 0
                DISPLAY "marfou-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF.
       F-Rapproche-Avoir.
           EXIT.

      * avoir inférieur à la réclamation : la différence ne sera
      * pas encaissée, débit du produit et de la TVA, crédit du
      * compte fournisseur (sens inverse pour un avoir supérieur)
       Ecrit-Ecart-Avoir.
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "marfou" TO EG-ORI
           MOVE W-DAV TO EG-DAT
           MOVE SPACE TO EG-PCE EG-LIB
           STRING "MAV" DELIMITED BY SIZE
                  NFC-MMAF DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "ECART AVOIR " DELIMITED BY SIZE
                  W-PAR3 DELIMITED BY " "
                  INTO EG-LIB
           COMPUTE W-TTC = W-ECART + W-TVA
           PERFORM Cle-Produit
           MOVE W-ECART TO W-DELTA
           PERFORM Ecrit-Sens-Debit
           IF W-TVA NOT = 0
                MOVE "T" TO EG-TYP
                MOVE "1" TO EG-CLE
                MOVE W-TVA TO W-DELTA
                PERFORM Ecrit-Sens-Debit
           END-IF
           MOVE "G" TO EG-TYP
           MOVE "FRN" TO EG-CLE
           COMPUTE W-DELTA = 0 - W-TTC
           PERFORM Ecrit-Sens-Debit.

      * W-DELTA positif au débit, négatif au crédit
       Ecrit-Sens-Debit.
           IF W-DELTA > 0
                MOVE W-DELTA TO EG-DEB
                MOVE 0 TO EG-CRE
           ELSE MOVE 0 TO EG-DEB
                COMPUTE EG-CRE = 0 - W-DELTA
           END-IF
           PERFORM Ecrit-Od.

      ******************************************************************
      *    LISTE : réclamations et avoirs rapprochés
      ******************************************************************
       Liste-Reclamations.
           OPEN INPUT MXMARFOU
           IF FILE-STATUS = "35"
                DISPLAY "marfou-b : aucun accord"
                GO F-Liste-Reclamations.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/marfou-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RECLAMATIONS DE MARGES ARRIERE AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "ACCORD/FOURNISSEUR/STATUT/FACTURE/DATE/HT/TVA/AVOIR/"
                TO LIGNE-ETAT
           MOVE "MONTANT AVOIR/ECART HT" TO LIGNE-ETAT(53:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO ENR-MMAF
           MOVE 0 TO NMA-MMAF W-FIN W-NB
           START MXMARFOU KEY NOT < CLE1-MMAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Reclamation UNTIL W-FIN = 1
           CLOSE ETAT MXMARFOU
           DISPLAY "marfou-b : " W-NB " réclamations, liste "
                   ASSIGN-ETAT.
       F-Liste-Reclamations.
           EXIT.

       Liste-Une-Reclamation.
           READ MXMARFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NFC-MMAF = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-REC
           MOVE NMA-MMAF TO LX-NMA
           MOVE FOU-MMAF TO LX-FOU
           MOVE STA-MMAF TO LX-STA
           MOVE NFC-MMAF TO LX-NFC
           MOVE DFC-MMAF TO LX-DFC
           MOVE MFC-MMAF TO LX-MFC
           MOVE TFC-MMAF TO LX-TFC
           MOVE AVF-MMAF TO LX-AVF
           MOVE MAV-MMAF TO LX-MAV
           IF STA-MMAF = "S"
                COMPUTE W-ECART = MFC-MMAF - MAV-MMAF
           ELSE MOVE MFC-MMAF TO W-ECART
           END-IF
           MOVE W-ECART TO LX-ECA
           WRITE LIGNE-ETAT FROM LIGNE-REC
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
