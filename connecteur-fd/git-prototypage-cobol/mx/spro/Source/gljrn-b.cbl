020926*         des doubles - un bon facturé par expédition
020926*         ressort à chaque export avec son facturé NOUVEAU
020926*         seulement, sa trace MXGLEXP se réécrivant ;
151026*         les avoirs facturés (TYP 3) sortent au même journal
151026*         en sens inverse, crédit client et débit ventes et
151026*         TVA, et leur trace MXGLEXP porte un montant négatif ;
151026*         la trace cumule le montant exporté de la pièce
151026*         (CUM-MGLE), base du rapprochement rapcli-b ;
020926*       - journal CA : tickets MXCAISSE, débit caisse et
020926*         banque (CB), crédit ventes comptoir hors taxe ;
020926*       - journal BQ : règlements MXREGLEM, débit banque,
020926*       - journal AC : factures fournisseurs MXFACFOU bonnes
020926*         à payer (C/L), débit achats et TVA déductible,
020926*         crédit fournisseurs.
151026*       Les éco-contributions des lignes (ECO-MLDI) se
151026*       créditent à part, sous la clé de vente V;ECO de la
151026*       table (à défaut le compte de ventes) ;
151026*       le matériel d'occasion vendu au régime de la marge
151026*       (OCC-MART = 1, cf. occas-b) se crédite sous V;OCC
151026*       pour son prix moins la TVA comprise dans sa marge
151026*       (prix - prix de revient de la ligne), cette TVA
151026*       rejoignant la TVA collectée de son groupe ; la
151026*       reprise d'un matériel déduite du bon (MOT-MLDI REP)
151026*       se débite sous V;REP (à défaut achats de matériel
151026*       d'occasion 60710000), hors base taxable ;
151026*       - journaux d'opérations diverses : mouvements en
151026*         attente de MXECRGEN (affacturage affact-b...),
151026*         compte explicite ou clé de table (G;FAC factor,
151026*         G;FRG retenue du factor, G;FCO commissions), pointés
151026*         par leur date d'export DEX-MECG ;
151026*         créances douteuses douteux-b : G;CDO clients
151026*         douteux, G;PRV provision, G;DOT dotation, G;REP
151026*         reprise, G;PER perte sur créance irrécouvrable ;
151026*         cut-off de fin de période cutoff-b : G;FNP
151026*         fournisseurs factures non parvenues, G;TFN TVA
151026*         correspondante, G;FAE clients factures à établir,
151026*         G;TFA TVA correspondante, G;LOC locations, G;PCA
151026*         produits constatés d'avance ;
151026*         écarts de change : réalisés au règlement (regl-b,
151026*         sepafou-b) G;GCH gains, G;PCH pertes de change ;
151026*         latents de clôture reevdev-b, G;ECA écart de
151026*         conversion actif (perte latente), G;ECP passif
151026*         (gain latent) ;
151026*         marges arrière fournisseurs marfou-b : G;MAF
151026*         fournisseurs avoirs à recevoir, G;RMA rabais,
151026*         remises et ristournes obtenues, G;COO coopération
151026*         commerciale ;
151026*         immobilisations du parc de location immo-b : G;DAM
151026*         dotations aux amortissements, G;AMO amortissements
151026*         du matériel, G;IMM matériel de location, G;VCE
151026*         valeur comptable des éléments cédés, G;CES
151026*         créances sur cessions, G;PCE produits de cession ;
151026*       bons d'achat : au journal CA, le bon vendu ou remis
151026*       en avoir au comptoir se crédite en G;BAC (bons en
151026*       circulation), le bon reçu en règlement s'y débite ;
151026*       l'avoir converti en bon (bonach-b AVOIR) débite G;CLI
151026*       et crédite G;BAC, le solde d'un bon expiré (bonach-b
151026*       EXPIRE) débite G;BAC et crédite G;PBA (produit) ;
020926*       Une pièce d'un exercice clos (MXCLOEXE) est refusée ;
020926*       chaque pièce exportée est pointée dans MXGLEXP et
020926*       une relance du batch ne la reprend jamais.
       COPY "MXCLOEXE.sl".
       COPY "MXCPTGEN.sl".
       COPY "MXGLEXP.sl".
       COPY "MXECRGEN.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
       COPY "MXCLOEXE.fd".
       COPY "MXCPTGEN.fd".
       COPY "MXGLEXP.fd".
       COPY "MXECRGEN.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  EXPCSV LABEL RECORD STANDARD.
020926* 1 = journal VE : la garde MXGLEXP ne saute pas la pièce
020926* (le contrôle anti-double est XQT-MLDI, ligne par ligne)
       77 W-SANS-GARDE         PIC 9 VALUE 0.
151026* 1 = avoir (TYP 3) : les mouvements de la pièce s'inversent
       77 W-AVOIR              PIC 9 VALUE 0.
       77 W-MV-INV             PIC S9(11)V99.
       77 W-CUM                PIC S9(11)V99.
       77 W-NB-PCE             PIC 9(06).
       77 W-NB-MVT             PIC 9(06).
       77 W-TOT-DEB            PIC S9(13)V99.
       77 W-CPT-TYP            PIC X.
       77 W-CPT-CLE            PIC X(05).
       77 W-CPT                PIC X(08).
151026* pièce précédente des opérations diverses (comptage)
       77 W-PCE-PREC           PIC X(20).
       77 I                    PIC 9(03) COMP.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBFAM              PIC 9(03) COMP.
           05 W-VTVA           PIC S9(11)V99 OCCURS 5.
       01 W-VBASE-TAB.
           05 W-VBASE          PIC S9(11)V99 OCCURS 5.
151026* TVA comprise dans la marge des ventes d'occasion, par groupe
       01 W-VMRG-TAB.
           05 W-VMRG           PIC S9(11)V99 OCCURS 5.
       77 W-MRG                PIC S9(11)V99.
       77 W-TVM                PIC S9(11)V99.
       77 W-AFC                PIC 9.
       77 W-TTC-LIG            PIC S9(11)V99.
       77 W-QTE-EXP            PIC S9(09)V99.
                OPEN OUTPUT MXGLEXP
                CLOSE MXGLEXP
                OPEN I-O MXGLEXP.
           OPEN I-O MXECRGEN
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXECRGEN
                CLOSE MXECRGEN
                OPEN I-O MXECRGEN.
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "gljrn-b : MXPARAM absent"
           PERFORM Exporte-Caisse
           PERFORM Exporte-Reglements
           PERFORM Exporte-Achats
           PERFORM Exporte-Ecritures
           CLOSE EXPCSV
           PERFORM Ferme-Tout
           DISPLAY "gljrn-b : " W-NB-PCE " pièces, " W-NB-MVT

       Ferme-Tout.
           CLOSE MXART MXBDIS MXLDIS MXCAISSE MXREGLEM MXFACFOU
                 MXPARAM MXCLOEXE MXCPTGEN MXGLEXP MXECRGEN.

      * la pièce d'un exercice clos (MXCLOEXE) ne s'exporte pas
       Controle-Piece.
           END-READ.

       Marque-Piece.
151026* cumul exporté de la pièce (une trace d'avant le cumul
151026* compte pour son dernier montant)
           MOVE W-JRN(1:1) TO TYP-MGLE
           MOVE W-PCE TO PCE-MGLE
           MOVE 0 TO W-CUM
           READ MXGLEXP INVALID CONTINUE
           NOT INVALID
                MOVE CUM-MGLE TO W-CUM
                IF W-CUM = 0
                     MOVE MNT-MGLE TO W-CUM
                END-IF
           END-READ
           INITIALIZE ENR-MGLE
           MOVE W-JRN(1:1) TO TYP-MGLE
           MOVE W-PCE TO PCE-MGLE
           MOVE W-DAT TO DEX-MGLE
           MOVE W-JRN TO JRN-MGLE
           MOVE W-TTC TO MNT-MGLE
           COMPUTE CUM-MGLE = W-CUM + W-TTC
      * une pièce VE ré-exportée (facturé nouveau) réécrit sa trace
           WRITE ENR-MGLE INVALID
                REWRITE ENR-MGLE INVALID CONTINUE
           MOVE W-CPT-CLE TO CLE-MCPG
           READ MXCPTGEN INVALID
                EVALUATE W-CPT-TYP
                WHEN "V"
                     IF W-CPT-CLE = "REP"
                          MOVE "60710000" TO W-CPT
                     ELSE MOVE "70700000" TO W-CPT
                     END-IF
                WHEN "A" MOVE "60700000" TO W-CPT
                WHEN "T" MOVE "44571000" TO W-CPT
                WHEN "D" MOVE "44566000" TO W-CPT
                     WHEN "CSE"   MOVE "53000000" TO W-CPT
                     WHEN "ACH"   MOVE "60700000" TO W-CPT
                     WHEN "VCP"   MOVE "70700000" TO W-CPT
                     WHEN "FAC"   MOVE "46710000" TO W-CPT
                     WHEN "FRG"   MOVE "46720000" TO W-CPT
                     WHEN "FCO"   MOVE "62250000" TO W-CPT
                     WHEN "CDO"   MOVE "41600000" TO W-CPT
                     WHEN "PRV"   MOVE "49100000" TO W-CPT
                     WHEN "DOT"   MOVE "68174000" TO W-CPT
                     WHEN "REP"   MOVE "78174000" TO W-CPT
                     WHEN "PER"   MOVE "65400000" TO W-CPT
                     WHEN "FNP"   MOVE "40810000" TO W-CPT
                     WHEN "TFN"   MOVE "44586000" TO W-CPT
                     WHEN "FAE"   MOVE "41810000" TO W-CPT
                     WHEN "TFA"   MOVE "44587000" TO W-CPT
                     WHEN "LOC"   MOVE "70830000" TO W-CPT
                     WHEN "PCA"   MOVE "48700000" TO W-CPT
                     WHEN "GCH"   MOVE "76600000" TO W-CPT
                     WHEN "PCH"   MOVE "66600000" TO W-CPT
                     WHEN "ECA"   MOVE "47600000" TO W-CPT
                     WHEN "ECP"   MOVE "47700000" TO W-CPT
                     WHEN "MAF"   MOVE "40980000" TO W-CPT
                     WHEN "RMA"   MOVE "60970000" TO W-CPT
                     WHEN "COO"   MOVE "70880000" TO W-CPT
                     WHEN "BAC"   MOVE "41980000" TO W-CPT
                     WHEN "PBA"   MOVE "75880000" TO W-CPT
                     WHEN "DAM"   MOVE "68112000" TO W-CPT
                     WHEN "AMO"   MOVE "28154000" TO W-CPT
                     WHEN "IMM"   MOVE "21540000" TO W-CPT
                     WHEN "VCE"   MOVE "67520000" TO W-CPT
                     WHEN "CES"   MOVE "46200000" TO W-CPT
                     WHEN "PCE"   MOVE "77520000" TO W-CPT
                     WHEN OTHER   MOVE "47100000" TO W-CPT
                     END-EVALUATE
                END-EVALUATE
           END-READ.

       Ecrit-Mouvement.
           IF W-AVOIR = 1
                MOVE W-MV-DEB TO W-MV-INV
                MOVE W-MV-CRE TO W-MV-DEB
                MOVE W-MV-INV TO W-MV-CRE.
           MOVE SPACE TO LIGNE-CSV
           IF W-MV-DEB NOT = 0
                MOVE W-MV-DEB TO W-MNT-ED
           END-READ
           IF FAC-MBDI = 0
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 1 AND NOT = 2 AND NOT = 3
                       AND NOT = 6
                EXIT PARAGRAPH.
151026* l'avoir de TVA d'une créance irrécouvrable est déjà passé
151026* en OD contre le compte douteux (douteux-b)
           IF TYP-MBDI = 3 AND REF-MBDI(1:13) = "IRRECOUVRABLE"
                EXIT PARAGRAPH.
      * les tickets du client comptant passent par le journal CA
      * (MXCAISSE) : les exporter aussi en VE doublerait la pièce
           IF W-TTC = 0
                EXIT PARAGRAPH.
      * débit client TTC, crédits ventes par famille + TVA
151026* (l'inverse pour un avoir)
           IF TYP-MBDI = 3
                MOVE 1 TO W-AVOIR.
           MOVE "G"   TO W-CPT-TYP
           MOVE "CLI" TO W-CPT-CLE
           PERFORM Cherche-Compte
           MOVE W-TTC TO W-MV-DEB
           MOVE 0 TO W-MV-CRE
           MOVE SPACE TO W-MV-LIB
           IF W-AVOIR = 1
                STRING "AVOIR CLIENT " DELIMITED BY SIZE
                       CLI-MBDI DELIMITED BY SIZE
                       INTO W-MV-LIB
           ELSE
                STRING "CLIENT " DELIMITED BY SIZE
                       CLI-MBDI DELIMITED BY SIZE
                       INTO W-MV-LIB
           END-IF
           PERFORM Ecrit-Mouvement
           PERFORM Credite-Ventilation
           IF W-AVOIR = 1
                COMPUTE W-TTC = 0 - W-TTC
                MOVE 0 TO W-AVOIR.
           PERFORM Marque-Piece.

      * ventilation hors taxe par famille et par groupe de TVA des
           MOVE 0 TO W-NBFAM W-THT W-TTVA W-TTC
           MOVE AFC-MBDI TO W-AFC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                MOVE 0 TO W-VTVA(I) W-VBASE(I) W-VMRG(I)
           END-PERFORM
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
                             = W-VBASE(I) * TVA-MPAR(I) / 100
                     ADD W-VTVA(I) TO W-TTVA
                END-IF
                ADD W-VMRG(I) TO W-VTVA(I) W-TTVA
           END-PERFORM
           COMPUTE W-TTC = W-THT + W-TTVA.

           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV
           END-IF
      * reprise de matériel : hors base taxable, clé V;REP
           IF MOT-MLDI = "REP"
                ADD W-MNT TO W-THT
                MOVE "REP" TO FAM-MART
                PERFORM Cumule-Famille
                EXIT PARAGRAPH.
      * occasion au régime de la marge : TVA comprise dans la marge
           IF OCC-MART = 1 AND AFC-MBDI = 0
                PERFORM Ventile-Marge
                EXIT PARAGRAPH.
           ADD W-MNT TO W-THT
           ADD W-MNT TO W-VBASE(W-GTV)
           PERFORM Cumule-Famille
151026* l'éco-contribution facturée, même groupe de TVA que la
151026* ligne, se ventile sous la clé V;ECO
           IF ECO-MLDI NOT = 0
                COMPUTE W-MNT ROUNDED = W-QTE-EXP * ECO-MLDI
                ADD W-MNT TO W-THT
                ADD W-MNT TO W-VBASE(W-GTV)
                MOVE "ECO" TO FAM-MART
                PERFORM Cumule-Famille
           END-IF.

       Ventile-Marge.
           COMPUTE W-MRG = W-MNT - (W-QTE-EXP * PRU-MLDI)
           MOVE 0 TO W-TVM
           IF W-MRG > 0 AND RCT-MPAR(W-GTV) NOT = 1
                COMPUTE W-TVM ROUNDED = W-MRG * TVA-MPAR(W-GTV)
                        / (100 + TVA-MPAR(W-GTV))
           END-IF
           ADD W-TVM TO W-VMRG(W-GTV)
           SUBTRACT W-TVM FROM W-MNT
           ADD W-MNT TO W-THT
           MOVE "OCC" TO FAM-MART
           PERFORM Cumule-Famille.

       Cumule-Famille.
      * les lignes du ticket sont en TTC (prix comptoir PVT-MART) :
      * le hors taxe se retrouve en divisant par 1 + taux
           PERFORM Ventile-Le-Ticket
           IF W-TTC = 0 AND BAV-MCSE = 0 AND BAU-MCSE = 0
                EXIT PARAGRAPH.
      * débit banque (CB) puis caisse pour le solde de la pièce
           IF CBA-MCSE NOT = 0
                MOVE "CARTES BANCAIRES" TO W-MV-LIB
                PERFORM Ecrit-Mouvement
           END-IF
      * bons d'achat reçus en règlement : débit des bons en
      * circulation ; bons émis sur le ticket : crédit
           IF BAU-MCSE NOT = 0
                MOVE "G"   TO W-CPT-TYP
                MOVE "BAC" TO W-CPT-CLE
                PERFORM Cherche-Compte
                MOVE BAU-MCSE TO W-MV-DEB
                MOVE 0 TO W-MV-CRE
                MOVE "BONS D'ACHAT RECUS" TO W-MV-LIB
                PERFORM Ecrit-Mouvement
           END-IF
           COMPUTE W-MNT = W-TTC + BAV-MCSE - CBA-MCSE - BAU-MCSE
           IF W-MNT NOT = 0
                MOVE "G"   TO W-CPT-TYP
                MOVE "CSE" TO W-CPT-CLE
                MOVE "ESPECES" TO W-MV-LIB
                PERFORM Ecrit-Mouvement
           END-IF
           IF BAV-MCSE NOT = 0
                MOVE "G"   TO W-CPT-TYP
                MOVE "BAC" TO W-CPT-CLE
                PERFORM Cherche-Compte
                MOVE 0 TO W-MV-DEB
                MOVE BAV-MCSE TO W-MV-CRE
                MOVE "BONS D'ACHAT EMIS" TO W-MV-LIB
                PERFORM Ecrit-Mouvement
           END-IF
           PERFORM Credite-Ventilation
           PERFORM Marque-Piece.

           MOVE W-HT TO W-MNT
           ADD W-MNT TO W-THT
           ADD W-MNT TO W-VBASE(W-GTV)
           PERFORM Cumule-Famille
151026* éco-contribution du ticket, TTC comme le PU (cf.
151026* comptoir-b), ramenée au hors taxe sous la clé V;ECO
           IF ECO-MLDI NOT = 0
                COMPUTE W-TTC-LIG ROUNDED = QTE-MLDI * ECO-MLDI
                IF RCT-MPAR(W-GTV) = 1
                     MOVE W-TTC-LIG TO W-HT
                ELSE
                     COMPUTE W-HT ROUNDED = W-TTC-LIG * 100
                             / (100 + TVA-MPAR(W-GTV))
                END-IF
                COMPUTE W-MNT = W-TTC-LIG - W-HT
                ADD W-MNT TO W-VTVA(W-GTV)
                MOVE W-HT TO W-MNT
                ADD W-MNT TO W-THT
                ADD W-MNT TO W-VBASE(W-GTV)
                MOVE "ECO" TO FAM-MART
                PERFORM Cumule-Famille
           END-IF.

      ******************************************************************
      *    Journal BQ : règlements clients
           PERFORM Ecrit-Mouvement
           PERFORM Marque-Piece.

151026******************************************************************
151026*    Opérations diverses en attente (MXECRGEN)
151026******************************************************************
       Exporte-Ecritures.
           MOVE SPACE TO ENR-MECG W-PCE-PREC
           MOVE 0 TO NUM-MECG W-FIN
           START MXECRGEN KEY NOT < CLE1-MECG INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Exporte-Une-Ecriture UNTIL W-FIN = 1.

       Exporte-Une-Ecriture.
           READ MXECRGEN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DEX-MECG NOT = 0
                EXIT PARAGRAPH.
           MOVE JRN-MECG TO W-JRN
           MOVE DAT-MECG TO W-PCEDAT
           MOVE PCE-MECG TO W-PCE
      * la garde est DEX-MECG, mouvement par mouvement : seuls la
      * période et l'exercice clos se contrôlent ici
           MOVE 1 TO W-SANS-GARDE
           PERFORM Controle-Piece
           MOVE 0 TO W-SANS-GARDE
           IF W-SAUT = 1
                EXIT PARAGRAPH.
           IF CPT-MECG NOT = SPACE
                MOVE CPT-MECG TO W-CPT
           ELSE
                MOVE TYP-MECG TO W-CPT-TYP
                MOVE CLE-MECG TO W-CPT-CLE
                PERFORM Cherche-Compte
           END-IF
           MOVE DEB-MECG TO W-MV-DEB
           MOVE CRE-MECG TO W-MV-CRE
           MOVE LIB-MECG TO W-MV-LIB
           PERFORM Ecrit-Mouvement
           IF PCE-MECG NOT = W-PCE-PREC
                ADD 1 TO W-NB-PCE
                MOVE PCE-MECG TO W-PCE-PREC
           END-IF
           MOVE W-DAT TO DEX-MECG
           REWRITE ENR-MECG INVALID CONTINUE
           END-REWRITE.

           COPY "conv-num.cbl".

       Fin.
