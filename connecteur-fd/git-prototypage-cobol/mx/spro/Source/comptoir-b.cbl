230826*     - ticket MXBDIS TYP = 2 sur le client comptant
230826*       (CLI-COMPTOIR), prix PVT-MART TTC comptoir, promos
230826*       comprises (rech-promo) ;
151026*     - éco-contribution de l'article (barème MXECOTAR via
151026*       rech-eco) ajoutée à part, TTC au taux du groupe de
151026*       l'article, jamais remisée, portée par ECO-MLDI et
151026*       détaillée sous la ligne du ticket ;
230826*     - stock décrémenté immédiatement (trace ARTSAMVT motif
230826*       CPT), rendu monnaie calculé, ticket imprimé dans
230826*       ft/ticket-<age>-<bon>.txt, encaissement journalisé
230826*     - totaux du jour par mode de règlement contre la caisse
230826*       comptée, état Z dans ft/caisse-z-<age>.txt, écart de
230826*       caisse journalisé (MXCAISSE type E).
151026*     - l'arrêté lui-même est journalisé (MXCAISSE type Z,
151026*       espèces comptées, réécrit si le Z est refait) : les
151026*       espèces partent en banque par le bordereau de
151026*       remise-b ESPECES.
151026*   Article en dépôt fournisseur (MXDEPFOU) : la quantité
151026*   vendue consomme d'abord le dépôt et devient une ligne
151026*   d'achat auto-facturée MXRECFOU (cf. conso-depfou).
151026*   Réservation d'une commande spéciale (article temporaire
151026*   CSP-MART = 1, cf. comspe-b) : refusée au retrait R;<nrs>,
151026*   la marchandise part sur la commande du client.
151026*   Article vendu en échange standard (ESD-MART = 1) : la
151026*   consigne d'épave EPV-MART suit en ligne automatique
151026*   (MOT-MLDI = "EPV"), remboursée au retour de l'épave
151026*   (cf. epave-b).
151026*     et       H;<serie>;<heures>  (horamètre relevé sur la
151026*     machine du client au comptoir : au parc MXPARC pour
151026*     les relances d'entretien, sur le client de la carte F
151026*     quand elle précède, cf. releve-parc / parc-b)
151026*     et       P;<cli>  (acheteur professionnel de produits
151026*     phyto : le ticket passe à son nom ; un article
151026*     PHY-MART = 1 n'est vendu, ni retiré de réservation,
151026*     qu'après une ligne P d'un client au Certiphyto valide,
151026*     cf. phyto-b)
151026*   Produit phyto soumis à la redevance pour pollution
151026*   diffuse (RPD-MART) : ligne RPD automatique, TTC au taux
151026*   du groupe de l'article.
151026*   Caisse inaltérable (NF525) : chaque ticket et chaque
151026*   règlement reçoit son numéro séquentiel et sa signature
151026*   chaînée au journal MXNF525 (nf525-ecr), imprimés au pied
151026*   du ticket avec le grand total perpétuel ; une ligne en
151026*   quantité négative est journalisée comme annulation.
151026*   Le Z se calcule sur les écritures signées (un ticket
151026*   MXCAISSE réécrit ne change plus l'arrêté, l'écart est
151026*   signalé et journalisé) et devient la clôture signée du
151026*   jour ; refaire le Z d'une journée clôturée édite un
151026*   DUPLICATA compté, l'arrêté des espèces comptées pour
151026*   remise-b restant réécrit.  Clôtures du mois et de
151026*   l'année, duplicata de ticket, archives et contrôle
151026*   d'intégrité : cf. nf525-b.
151026*     et       B;<montant>;<cli>  (vente d'un bon cadeau au
151026*     client qui l'achète, sans TVA : le bon est imprimé sur
151026*     le ticket avec son code-barres et son échéance)
151026*     et       T;BON;<code-barres ou numéro>  (bon d'achat en
151026*     règlement : il paie au plus le reste dû, le solde reste
151026*     sur le bon) ; T;AVB  (ticket de retour : bon d'avoir du
151026*     montant à rembourser au lieu des espèces) - les lignes T
151026*     viennent après les articles ; cf. bonach-ecr / bonach-b.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXRESA.sl".
       COPY "MXSERIE.sl".
       COPY "MXFIDEL.sl".
       COPY "MXPARAM.sl".
       COPY "MXCLI.sl".
       COPY "MXNF525.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       COPY "MXRESA.fd".
       COPY "MXSERIE.fd".
       COPY "MXFIDEL.fd".
       COPY "MXPARAM.fd".
       COPY "MXCLI.fd".
       COPY "MXNF525.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(60).
       FD  ARTSAMVT LABEL RECORD STANDARD.
       77 W-CPTE               PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-NCS                PIC 9(08).
       77 W-NCS-Z              PIC 9(08).
       77 W-NVM                PIC 9(08).
       77 W-NRS                PIC 9(08).
151026* éco-contribution de la ligne : hors taxe du barème, TTC
151026* comptoir (taux du groupe TVA-MART de MXPARAM)
       77 W-ECO-HT             PIC 9(05)V99.
       77 W-ECO                PIC 9(05)V99.
       77 W-ECO-ORG            PIC X(10).
       77 W-ECO-CAT            PIC X(10).
       77 W-GTV                PIC 9.
020926* dernier article scanné, pour rattacher la ligne S (série)
       77 W-DER-ART            PIC X(20).
020926* fidélité : client de la carte, valeur du point, barème
       77 W-ART-COL            PIC X(20).
       77 W-MULT               PIC 9(07)V99.
       77 W-COL-OK             PIC 9.
151026* relevé d'horamètre de la ligne H (releve-parc)
       77 W-PRC-SER            PIC X(20).
       77 W-PRC-HRS            PIC 9(06).
       77 W-PRC-ORI            PIC X(03).
       77 W-PRC-RET            PIC 9.
151026* acheteur professionnel phyto du ticket (ligne P) et RPD
151026* TTC par unité de l'article courant
       77 W-CLI-PHY            PIC 9(08).
       77 W-RPD                PIC 9(05)V99.
       78 ART-RPD              VALUE "RPD".
151026* dépôt fournisseur consommé par la vente (conso-depfou)
       77 W-DPF-ORI            PIC X(20).
       77 W-DPF-QCO            PIC S9(09)V99.
       77 A-QTE                PIC S9(09)V99.
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-FIN                PIC 9.
      * client comptant générique du comptoir
       78 CLI-COMPTOIR         VALUE IS 99999999.
       78 MOB-BATCH            VALUE IS 90.
      * écritures signées du jour pour le Z (MXNF525) : clôture
      * déjà passée, duplicatas du Z, écart avec MXCAISSE
       77 W-NF-TTC             PIC S9(11)V99.
       77 W-NF-ESP             PIC S9(11)V99.
       77 W-NF-CB              PIC S9(11)V99.
       77 W-NF-NB              PIC 9(05).
       77 W-NF-J               PIC 9(08).
       77 W-NF-DUP             PIC 9(06).
       77 W-NF-ECA             PIC 9.
       77 W-NF-MNT             PIC -(9)9,99.
       77 W-NF-PTR             PIC 9(03).
       77 W-NF-NAT             PIC X(03).
       77 W-NF-DIF             PIC S9(11)V99.
       77 W-NF-BAV             PIC S9(11)V99.
       77 W-NF-BAU             PIC S9(11)V99.
      * bons d'achat du ticket : émis et reçus en règlement ; reste
      * dû au moment d'une ligne T ; validité d'un bon en jours
       77 W-BAV                PIC S9(11)V99.
       77 W-BAU                PIC S9(11)V99.
       77 W-DU                 PIC S9(11)V99.
       78 BAC-VALIDITE         VALUE 365.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "lit-agedis.wrk".
           COPY "lit-artsa.wrk".
           COPY "nf525.wrk".
           COPY "bonach.wrk".
       01 W-ZONES-SCAN.
           05 WS1              PIC X(01).
           05 WS2              PIC X(20).
                OPEN OUTPUT MXFIDEL
                CLOSE MXFIDEL
                OPEN I-O MXFIDEL.
           MOVE 0 TO W-CLI-FID W-CLI-PHY
           PERFORM Charge-Bareme-Fid
           MOVE SPACE TO W-DER-ART
           OPEN INPUT MXART
           OPEN INPUT MXPARAM
           OPEN INPUT MXCLI
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                INITIALIZE ENR-MPAR
           END-READ
      * numérotation du ticket comme Increment-Bon
           MOVE 0 TO W-BON
           MOVE W-AGE TO COD-MAGD
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-LIG W-TTC W-ESP W-CB W-ERR W-FIN
           MOVE 0 TO W-BAV W-BAU
           PERFORM Scanne-Une-Ligne UNTIL W-FIN = 1
      * en-tête du ticket sur le client comptant
           INITIALIZE ENR-MBDI
           MOVE W-BON TO BON-MBDI
           MOVE 2     TO TYP-MBDI
           MOVE CLI-COMPTOIR TO CLI-MBDI
           IF W-CLI-PHY NOT = 0
                MOVE W-CLI-PHY TO CLI-MBDI
           END-IF
           MOVE W-DAT TO DAT-MBDI
           MOVE 1     TO TRA-MBDI
           MOVE W-TTC TO TTC-MBDI
                DISPLAY "comptoir-b : écriture ticket " W-BON
           END-WRITE
      * pied du ticket : total, encaissé, rendu
           COMPUTE W-REN = W-ESP + W-CB + W-BAU - W-TTC - W-BAV
           IF W-REN < 0
                MOVE 0 TO W-REN.
           MOVE SPACE TO LIGNE-ETAT
           MOVE "CARTE" TO LZ-LIB
           MOVE W-CB TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           IF W-BAV NOT = 0
                MOVE SPACE TO LIGNE-Z
                MOVE "BONS D'ACHAT EMIS" TO LZ-LIB
                MOVE W-BAV TO LZ-MNT
                WRITE LIGNE-ETAT FROM LIGNE-Z
           END-IF
           IF W-BAU NOT = 0
                MOVE SPACE TO LIGNE-Z
                MOVE "BONS D'ACHAT" TO LZ-LIB
                MOVE W-BAU TO LZ-MNT
                WRITE LIGNE-ETAT FROM LIGNE-Z
           END-IF
           MOVE SPACE TO LIGNE-Z
           MOVE "RENDU" TO LZ-LIB
           MOVE W-REN TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           PERFORM Nf525-Ticket
           CLOSE ETAT
           IF W-CLI-FID NOT = 0
                PERFORM Fidelite-Accrue

       Ferme-Vente.
           CLOSE MOUVT MXARTSA MXBDIS MXLDIS MXAGEDIS MXCAISSE
                 MXART MXVTEMANQ MXRESA MXSERIE MXFIDEL MXPARAM
                 MXCLI.

       Scanne-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
           WHEN "S" PERFORM Ligne-Serie
           WHEN "F" PERFORM Ligne-Carte-Fid
           WHEN "D" PERFORM Ligne-Depense-Fid
           WHEN "H" PERFORM Ligne-Horametre
           WHEN "P" PERFORM Ligne-Acheteur-Phyto
           WHEN "B" PERFORM Ligne-Bon-Achat
           WHEN OTHER ADD 1 TO W-ERR
           END-EVALUATE.

                DISPLAY "comptoir-b : article interdit " COD-MART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF PHY-MART = 1 AND W-CLI-PHY = 0
                DISPLAY "comptoir-b : phyto professionnel sans "
                        "Certiphyto valide " COD-MART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * prix comptoir : tarif TTC du jour, promos comprises
           MOVE PVT-MART TO W-PUN
           MOVE 0 TO W-PRO
           CALL "rech-promo" USING COD-MART FAM-MART W-AGE
                W-DAT W-PUN W-PRO
           END-CALL
           PERFORM Cherche-Eco
           PERFORM Cherche-Rpd
           ADD 1 TO W-LIG
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE PVT-MART TO PUB-MLDI
           MOVE W-PUN TO PUN-MLDI
           MOVE W-PRO TO PRO-MLDI
           MOVE W-ECO TO ECO-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "CPT" TO MOT-MLDI
           WRITE ENR-MLDI INVALID ADD 1 TO W-ERR
           MOVE W-PUN TO LT-PUN
           MOVE W-MNT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT
           IF W-QTE < 0
                PERFORM Nf525-Annulation
           END-IF
           PERFORM Ligne-Tkt-Eco
           MOVE COD-MART TO W-DER-ART
           PERFORM Decremente-Stock
           IF ESD-MART = 1 AND EPV-MART NOT = SPACE
                PERFORM Ligne-Epave
           END-IF
           IF W-RPD > 0
                PERFORM Ligne-Rpd
           END-IF.

151026* redevance pour pollution diffuse : hors taxe à la fiche,
151026* TTC au comptoir au taux du groupe de l'article comme
151026* l'éco-contribution
       Cherche-Rpd.
           MOVE 0 TO W-RPD
           IF PHY-MART = 0 OR RPD-MART = 0
                EXIT PARAGRAPH.
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           IF RCT-MPAR(W-GTV) = 1
                MOVE RPD-MART TO W-RPD
           ELSE COMPUTE W-RPD ROUNDED = RPD-MART
                        * (100 + TVA-MPAR(W-GTV)) / 100
           END-IF.

151026* ligne RPD sous le produit phyto, hors stock, jamais remisée
       Ligne-Rpd.
           MOVE ART-RPD TO COD-MART
           READ MXART INVALID
                DISPLAY "comptoir-b : article RPD absent"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-LIG
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           MOVE COD-MART TO ART-MLDI
           MOVE DES-MART TO DES-MLDI
           MOVE W-QTE TO QTE-MLDI
           MOVE W-RPD TO PUB-MLDI PUN-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "RPD" TO MOT-MLDI
           WRITE ENR-MLDI INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
           COMPUTE W-MNT ROUNDED = W-QTE * W-RPD
           ADD W-MNT TO W-TTC
           MOVE SPACE TO LIGNE-TKT
           MOVE DES-MART TO LT-DES
           MOVE W-QTE TO LT-QTE
           MOVE W-RPD TO LT-PUN
           MOVE W-MNT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT.

151026* consigne d'épave de l'article reconditionné vendu, au
151026* tarif TTC de l'article de consigne, hors stock
       Ligne-Epave.
           MOVE EPV-MART TO COD-MART
           READ MXART INVALID
                DISPLAY "comptoir-b : consigne d'épave inconnue "
                        EPV-MART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-LIG
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           MOVE COD-MART TO ART-MLDI
           MOVE DES-MART TO DES-MLDI
           MOVE W-QTE TO QTE-MLDI
           MOVE PVT-MART TO PUB-MLDI PUN-MLDI
           MOVE PAC-MART TO PAC-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "EPV" TO MOT-MLDI
           WRITE ENR-MLDI INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
           COMPUTE W-MNT ROUNDED = W-QTE * PVT-MART
           ADD W-MNT TO W-TTC
           MOVE SPACE TO LIGNE-TKT
           MOVE DES-MART TO LT-DES
           MOVE W-QTE TO LT-QTE
           MOVE PVT-MART TO LT-PUN
           MOVE W-MNT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT
           MOVE SPACE TO LIGNE-ETAT
           STRING "  EPAVE A RAPPORTER, CONSIGNE REMBOURSEE AU RETOUR"
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * éco-contribution de l'article courant au jour du ticket :
      * le barème est hors taxe, le comptoir vend TTC (taux du
      * groupe de l'article, groupe exonéré RCT-MPAR laissé HT)
       Cherche-Eco.
           MOVE 0 TO W-ECO-HT W-ECO
           CALL "rech-eco" USING COD-MART W-DAT W-ECO-HT
                W-ECO-ORG W-ECO-CAT
           END-CALL
           IF W-ECO-HT = 0
                EXIT PARAGRAPH.
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           IF RCT-MPAR(W-GTV) = 1
                MOVE W-ECO-HT TO W-ECO
           ELSE COMPUTE W-ECO ROUNDED = W-ECO-HT
                        * (100 + TVA-MPAR(W-GTV)) / 100
           END-IF.

      * la contribution se lit à part sous la ligne qui la porte
      * et s'ajoute au total du ticket
       Ligne-Tkt-Eco.
           IF W-ECO = 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = W-QTE * W-ECO
           ADD W-MNT TO W-TTC
           MOVE SPACE TO LIGNE-TKT
           STRING "  ECO-PART. " DELIMITED BY SIZE
                  W-ECO-ORG DELIMITED BY "  "
                  INTO LT-DES
           MOVE W-QTE TO LT-QTE
           MOVE W-ECO TO LT-PUN
           MOVE W-MNT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT.

      * l'EAN scanné est peut-être celui d'un niveau de colisage
      * (carton, palette...) : rech-colis rend l'article et le
                END-REWRITE
           END-WRITE.

      * H;serie;heures : horamètre de la machine du client ; sans
      * carte le parc ne retrouve que les machines déjà connues
       Ligne-Horametre.
           MOVE WS3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRC-HRS
           IF WS2 = SPACE OR W-PRC-HRS = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WS2 TO W-PRC-SER
           MOVE "CPT" TO W-PRC-ORI
           CALL "releve-parc" USING W-PRC-SER W-CLI-FID W-PRC-HRS
                W-DAT W-PRC-ORI W-PRC-RET
                ON EXCEPTION MOVE 9 TO W-PRC-RET
           END-CALL
           IF W-PRC-RET > 1
                DISPLAY "comptoir-b : horamètre non enregistré "
                        W-PRC-SER
           END-IF.

151026* P;cli : acheteur professionnel ; Certiphyto contrôlé à la
151026* date du ticket, sinon les phytos pro restent refusés
       Ligne-Acheteur-Phyto.
           MOVE WS2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "comptoir-b : acheteur inconnu " WS2
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF CPH-MCLI = SPACE OR CPHD-MCLI < W-DAT
                DISPLAY "comptoir-b : Certiphyto absent ou échu, "
                        "client " COD-MCLI
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO W-CLI-PHY.

      * R;nrs : retrait d'une mise de côté (cf. resa-b) ; le stock
      * est déjà sorti à la réservation, la ligne se vend au prix
      * du jour et la réservation passe convertie
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
151026* commande spéciale : déjà facturée sur la ligne divers
151026* du client, elle ne se revend pas au retrait
           IF CSP-MART = 1
                DISPLAY "comptoir-b : réservation " W-NRS
                        " de commande spéciale, à livrer sur la"
                        " commande du client"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF PHY-MART = 1 AND W-CLI-PHY = 0
                DISPLAY "comptoir-b : phyto professionnel sans "
                        "Certiphyto valide, réservation " W-NRS
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE QTE-MRSA TO W-QTE
           MOVE PVT-MART TO W-PUN
           MOVE 0 TO W-PRO
           CALL "rech-promo" USING COD-MART FAM-MART W-AGE
                W-DAT W-PUN W-PRO
           END-CALL
           PERFORM Cherche-Eco
           PERFORM Cherche-Rpd
           ADD 1 TO W-LIG
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE PVT-MART TO PUB-MLDI
           MOVE W-PUN TO PUN-MLDI
           MOVE W-PRO TO PRO-MLDI
           MOVE W-ECO TO ECO-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "RSA" TO MOT-MLDI
           WRITE ENR-MLDI INVALID ADD 1 TO W-ERR
           MOVE W-PUN TO LT-PUN
           MOVE W-MNT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT
           PERFORM Ligne-Tkt-Eco
           MOVE "C" TO STA-MRSA
           REWRITE ENR-MRSA INVALID CONTINUE
           END-REWRITE
           IF W-RPD > 0
                PERFORM Ligne-Rpd
           END-IF.

      * M;article ou texte;qté : la demande refusée part dans
      * MXVTEMANQ au lieu de s'évaporer (cf. vtemanq-b)
           END-START.

       Ligne-Tender.
           IF WS2 = "BON"
                PERFORM Tender-Bon-Achat
                EXIT PARAGRAPH.
           IF WS2 = "AVB"
                PERFORM Tender-Avoir-Bon
                EXIT PARAGRAPH.
           MOVE WS3 TO CVN-ENT
           PERFORM CONV-NUM
           IF WS2 = "ESP"
           ELSE ADD CVN-SOR TO W-CB
           END-IF.

      * B;montant;cli : bon cadeau vendu ; pas de TVA, c'est une
      * avance due au porteur du bon
       Ligne-Bon-Achat.
           MOVE WS2 TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT > 0
                DISPLAY "comptoir-b : montant de bon invalide " WS2
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE BAC-ZONES
           MOVE CVN-SOR TO BAC-MNT
           MOVE WS3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO BAC-CLI
           IF BAC-CLI = 0
                MOVE CLI-COMPTOIR TO BAC-CLI.
           MOVE "C" TO BAC-TYP
           PERFORM Emet-Bon-Achat.

      * T;BON;code : le bon paie au plus le reste dû
       Tender-Bon-Achat.
           COMPUTE W-DU = W-TTC + W-BAV - W-ESP - W-CB - W-BAU
           IF W-DU NOT > 0
                DISPLAY "comptoir-b : bon d'achat sans reste dû "
                        WS3
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE BAC-ZONES
           MOVE "U" TO BAC-FON
           MOVE WS3(1:13) TO BAC-COD
           MOVE W-AGE TO BAC-AGE
           MOVE W-BON TO BAC-BON
           MOVE W-DAT TO BAC-DAT
           MOVE W-DU TO BAC-MNT
           CALL "bonach-ecr" USING BAC-ZONES
           EVALUATE BAC-RET
           WHEN 0 CONTINUE
           WHEN 1 DISPLAY "comptoir-b : bon d'achat inconnu " WS3
           WHEN 2 DISPLAY "comptoir-b : bon d'achat échu le "
                          BAC-ECH " " WS3
           WHEN 3 DISPLAY "comptoir-b : bon d'achat soldé " WS3
           WHEN OTHER
                  DISPLAY "comptoir-b : bons d'achat indisponibles"
           END-EVALUATE
           IF BAC-RET NOT = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           ADD BAC-UTI TO W-BAU
           MOVE SPACE TO LIGNE-TKT
           STRING "BON D'ACHAT " DELIMITED BY SIZE
                  BAC-NUM DELIMITED BY SIZE
                  INTO LT-DES
           MOVE BAC-UTI TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT
           MOVE SPACE TO LIGNE-TKT
           MOVE "  RESTE SUR LE BON" TO LT-DES
           MOVE BAC-SLD TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT.

      * T;AVB : ticket de retour remboursé en bon d'avoir
       Tender-Avoir-Bon.
           COMPUTE W-DU = W-TTC + W-BAV - W-ESP - W-CB - W-BAU
           IF W-DU NOT < 0
                DISPLAY "comptoir-b : bon d'avoir sans remboursement"
                        " dû"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE BAC-ZONES
           COMPUTE BAC-MNT = 0 - W-DU
           MOVE "V" TO BAC-TYP
           MOVE CLI-COMPTOIR TO BAC-CLI
           IF W-CLI-FID NOT = 0
                MOVE W-CLI-FID TO BAC-CLI.
           IF W-CLI-PHY NOT = 0
                MOVE W-CLI-PHY TO BAC-CLI.
           PERFORM Emet-Bon-Achat.

      * émission et impression du bon sur le ticket : numéro,
      * code-barres (dessiné par le pilote d'imprimante), échéance
       Emet-Bon-Achat.
           MOVE "E" TO BAC-FON
           MOVE W-AGE TO BAC-AGE
           MOVE "T" TO BAC-ORI
           MOVE W-BON TO BAC-BON
           MOVE W-DAT TO BAC-DAT AJD-DAT
           MOVE BAC-VALIDITE TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO BAC-ECH
           CALL "bonach-ecr" USING BAC-ZONES
           IF BAC-RET NOT = 0
                DISPLAY "comptoir-b : bon d'achat non émis ("
                        BAC-RET ")"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           ADD BAC-MNT TO W-BAV
           MOVE SPACE TO LIGNE-TKT
           IF BAC-TYP = "C"
                STRING "BON CADEAU " DELIMITED BY SIZE
                       BAC-NUM DELIMITED BY SIZE
                       INTO LT-DES
           ELSE
                STRING "BON D'AVOIR " DELIMITED BY SIZE
                       BAC-NUM DELIMITED BY SIZE
                       INTO LT-DES
           END-IF
           MOVE 1 TO LT-QTE
           MOVE BAC-MNT TO LT-PUN LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TKT
           MOVE SPACE TO LIGNE-ETAT
           STRING "  CODE " DELIMITED BY SIZE
                  BAC-COD DELIMITED BY SIZE
                  " - VALABLE JUSQU'AU " DELIMITED BY SIZE
                  BAC-ECH DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Decremente-Stock.
           MOVE W-AGE TO AGE-MASA
           MOVE COD-MART TO COD-MASA
                  W-MVT-RAISON DELIMITED BY SIZE
                  INTO ENR-ARTSAMVT
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT
      * article en dépôt fournisseur : achat auto-facturé de la
      * quantité vendue
           MOVE SPACE TO W-DPF-ORI
           STRING "TICKET " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  INTO W-DPF-ORI
           CALL "conso-depfou" USING W-AGE COD-MART W-QTE W-DPF-ORI
                W-DAT W-DPF-QCO
                ON EXCEPTION MOVE 0 TO W-DPF-QCO
           END-CALL.

      * barème fidélité : MX-DIR/fidel.cfg - lignes PT;valeur du
      * point (0,01 à défaut), fam;points-par-euro (défaut 1)
           MOVE W-ESP TO ESP-MCSE
           MOVE W-CB  TO CBA-MCSE
           MOVE W-REN TO REN-MCSE
           MOVE W-BAV TO BAV-MCSE
           MOVE W-BAU TO BAU-MCSE
           WRITE ENR-MCSE INVALID
                DISPLAY "comptoir-b : écriture MXCAISSE " W-NCS
           END-WRITE.
                END-READ
           END-START.

      * NF525 : le ticket puis ses règlements au journal signé,
      * numéros et signature au pied du ticket
       Nf525-Ticket.
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE "T"   TO NFE-CHN
           MOVE W-BON TO NFE-BON
           MOVE "VTE" TO NFE-NAT
           IF W-TTC < 0
                MOVE "RMB" TO NFE-NAT.
           MOVE W-DAT TO NFE-PER
           MOVE W-TTC TO NFE-MNT
           MOVE W-LIG TO NFE-NBR
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "comptoir-b : ticket " W-BON " non signé"
                        " (journal NF525 " NFE-RET ")"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-Z
           MOVE "GRAND TOTAL PERPETUEL" TO LZ-LIB
           MOVE NFE-GTP TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           MOVE SPACE TO LIGNE-ETAT
           STRING "NF525 TICKET N° " DELIMITED BY SIZE
                  NFE-SEQ DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Nf525-Signature
           IF W-ESP NOT = 0
                MOVE "ESP" TO W-NF-NAT
                COMPUTE W-MNT = W-ESP - W-REN
                PERFORM Nf525-Reglement.
           IF W-CB NOT = 0
                MOVE "CB " TO W-NF-NAT
                MOVE W-CB TO W-MNT
                PERFORM Nf525-Reglement.
           IF W-BAU NOT = 0
                MOVE "BON" TO W-NF-NAT
                MOVE W-BAU TO W-MNT
                PERFORM Nf525-Reglement.
           IF W-BAV NOT = 0
                MOVE "BAE" TO W-NF-NAT
                MOVE W-BAV TO W-MNT
                PERFORM Nf525-Reglement.

       Nf525-Reglement.
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE "R"   TO NFE-CHN
           MOVE W-BON TO NFE-BON
           MOVE W-NF-NAT TO NFE-NAT
           MOVE W-DAT TO NFE-PER
           MOVE W-MNT TO NFE-MNT
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "comptoir-b : règlement " W-NF-NAT
                        " du ticket " W-BON " non signé"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           STRING "NF525 REGLEMENT N° " DELIMITED BY SIZE
                  NFE-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-NF-NAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Nf525-Signature.
           MOVE SPACE TO LIGNE-ETAT
           STRING "SIGNATURE " DELIMITED BY SIZE
                  NFE-SIG DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * une ligne en quantité négative annule une vente : elle va
      * au journal des événements techniques
       Nf525-Annulation.
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE "E"   TO NFE-CHN
           MOVE W-BON TO NFE-BON
           MOVE "ANN" TO NFE-NAT
           MOVE W-DAT TO NFE-PER
           MOVE W-MNT TO NFE-MNT
           MOVE W-LIG TO NFE-NBR
           STRING "ligne annulée, article " DELIMITED BY SIZE
                  COD-MART DELIMITED BY " "
                  INTO NFE-LIB
           CALL "nf525-ecr" USING NFE-ZONES.

      ******************************************************************
      *    Z : arrêté de caisse du jour
      ******************************************************************
           IF FILE-STATUS = "35"
                DISPLAY "comptoir-b : aucune caisse"
                GO F-Caisse-Z.
           MOVE 0 TO W-TTC W-ESP W-CB W-REN W-NB W-FIN W-NCS-Z
           MOVE 0 TO W-BAV W-BAU
           MOVE SPACE TO ENR-MCSE
           MOVE 0 TO NCS-MCSE
           START MXCAISSE KEY NOT < CLE1-MCSE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Un-Ticket UNTIL W-FIN = 1
           PERFORM Nf525-Totaux-Z
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/caisse-z-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-NF-J NOT = 0
                MOVE "*** DUPLICATA ***" TO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-Z
           MOVE W-CB TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           MOVE SPACE TO LIGNE-Z
           MOVE "BONS D'ACHAT EMIS" TO LZ-LIB
           MOVE W-BAV TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           MOVE SPACE TO LIGNE-Z
           MOVE "BONS D'ACHAT ENCAISSES" TO LZ-LIB
           MOVE W-BAU TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           MOVE SPACE TO LIGNE-Z
           MOVE "ESPECES COMPTEES" TO LZ-LIB
           MOVE W-CPTE TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           MOVE "ECART DE CAISSE" TO LZ-LIB
           MOVE W-ECART TO LZ-MNT
           WRITE LIGNE-ETAT FROM LIGNE-Z
           PERFORM Nf525-Cloture-Z
           CLOSE ETAT
      * l'écart constaté est journalisé pour l'audit
           IF W-ECART NOT = 0
                WRITE ENR-MCSE INVALID CONTINUE
                END-WRITE
           END-IF
151026* l'arrêté du jour : les espèces comptées à remettre en banque
           PERFORM Journal-Caisse-Z
           CLOSE MXCAISSE
           DISPLAY "comptoir-b : Z édité, écart " W-ECART.
       F-Caisse-Z.
           EXIT.

151026* un Z déjà passé pour la journée se réécrit (sauf remis)
       Journal-Caisse-Z.
           IF W-NCS-Z NOT = 0
                MOVE W-NCS-Z TO NCS-MCSE
                READ MXCAISSE INVALID
                     MOVE 0 TO W-NCS-Z
                END-READ
           END-IF
           IF W-NCS-Z NOT = 0
                IF NRB-MCSE NOT = 0
                     DISPLAY "comptoir-b : espèces du Z déjà remises"
                             " en banque, bordereau " NRB-MCSE
                     EXIT PARAGRAPH
                END-IF
                MOVE W-TTC TO TTC-MCSE
                MOVE W-CPTE TO ESP-MCSE
                MOVE W-CB TO CBA-MCSE
                REWRITE ENR-MCSE INVALID CONTINUE
                END-REWRITE
                EXIT PARAGRAPH.
           PERFORM Cherche-Ncs
           ADD 1 TO W-NCS
           INITIALIZE ENR-MCSE
           MOVE W-NCS TO NCS-MCSE
           MOVE "Z"   TO TYP-MCSE
           MOVE W-AGE TO AGE-MCSE
           MOVE W-DAT TO DAT-MCSE
           MOVE W-TTC TO TTC-MCSE
           MOVE W-CPTE TO ESP-MCSE
           MOVE W-CB TO CBA-MCSE
           WRITE ENR-MCSE INVALID CONTINUE
           END-WRITE.

       Cumule-Un-Ticket.
           READ MXCAISSE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MCSE = "Z" AND AGE-MCSE = W-AGE
           AND DAT-MCSE = W-DAT
                MOVE NCS-MCSE TO W-NCS-Z
                EXIT PARAGRAPH.
           IF TYP-MCSE NOT = "T" OR AGE-MCSE NOT = W-AGE
           OR DAT-MCSE NOT = W-DAT
                EXIT PARAGRAPH.
           ADD ESP-MCSE TO W-ESP
           ADD CBA-MCSE TO W-CB
           ADD REN-MCSE TO W-REN
           ADD BAV-MCSE TO W-BAV
           ADD BAU-MCSE TO W-BAU
           ADD 1 TO W-NB.

      * NF525 : l'arrêté se fait sur les écritures signées du jour ;
      * un écart avec MXCAISSE veut dire un ticket réécrit
       Nf525-Totaux-Z.
           MOVE 0 TO W-NF-TTC W-NF-ESP W-NF-CB W-NF-NB W-NF-J
                     W-NF-DUP W-NF-ECA W-NF-DIF W-FIN
                     W-NF-BAV W-NF-BAU
           OPEN INPUT MXNF525
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MNFS
           MOVE SPACE TO CHN-MNFS
           MOVE 0 TO SEQ-MNFS
           START MXNF525 KEY NOT < CLE1-MNFS INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Nf525-Cumule UNTIL W-FIN = 1
           CLOSE MXNF525
           IF W-NF-NB = 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT = W-ESP - W-REN
           IF W-NF-TTC NOT = W-TTC OR W-NF-NB NOT = W-NB
           OR W-NF-ESP NOT = W-MNT OR W-NF-CB NOT = W-CB
           OR W-NF-BAV NOT = W-BAV OR W-NF-BAU NOT = W-BAU
                MOVE 1 TO W-NF-ECA
                COMPUTE W-NF-DIF = W-TTC - W-NF-TTC
                DISPLAY "comptoir-b : MXCAISSE diffère du journal"
                        " signé, Z établi sur le journal signé"
           END-IF
           MOVE W-NF-TTC TO W-TTC
           MOVE W-NF-ESP TO W-ESP
           MOVE W-NF-CB  TO W-CB
           MOVE W-NF-NB  TO W-NB
           MOVE W-NF-BAV TO W-BAV
           MOVE W-NF-BAU TO W-BAU
           MOVE 0 TO W-REN.

       Nf525-Cumule.
           READ MXNF525 NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNFS NOT = W-AGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           EVALUATE TRUE
           WHEN CHN-MNFS = "T" AND PER-MNFS = W-DAT
                ADD MNT-MNFS TO W-NF-TTC
                ADD 1 TO W-NF-NB
           WHEN CHN-MNFS = "R" AND PER-MNFS = W-DAT
                EVALUATE NAT-MNFS
                WHEN "ESP" ADD MNT-MNFS TO W-NF-ESP
                WHEN "BON" ADD MNT-MNFS TO W-NF-BAU
                WHEN "BAE" ADD MNT-MNFS TO W-NF-BAV
                WHEN OTHER ADD MNT-MNFS TO W-NF-CB
                END-EVALUATE
           WHEN CHN-MNFS = "J" AND PER-MNFS = W-DAT
                MOVE SEQ-MNFS TO W-NF-J
           WHEN CHN-MNFS = "D" AND NAT-MNFS = "ZJ "
            AND BON-MNFS = W-DAT
                ADD 1 TO W-NF-DUP
           END-EVALUATE.

      * clôture signée du jour ; une journée déjà clôturée ne se
      * clôture pas deux fois : le Z refait est un duplicata compté
       Nf525-Cloture-Z.
           INITIALIZE NFE-ZONES
           MOVE W-AGE TO NFE-AGE
           MOVE W-DAT TO NFE-BON NFE-PER
           MOVE "ZJ " TO NFE-NAT
           IF W-NF-J = 0
                MOVE "J" TO NFE-CHN
                MOVE W-TTC TO NFE-MNT
                MOVE W-NB TO NFE-NBR
                MOVE 1 TO W-NF-PTR
                MOVE W-ESP TO W-NF-MNT
                STRING "especes " DELIMITED BY SIZE
                       W-NF-MNT DELIMITED BY SIZE
                       INTO NFE-LIB WITH POINTER W-NF-PTR
                MOVE W-CB TO W-NF-MNT
                STRING " cartes " DELIMITED BY SIZE
                       W-NF-MNT DELIMITED BY SIZE
                       INTO NFE-LIB WITH POINTER W-NF-PTR
           ELSE
                MOVE "D" TO NFE-CHN
                COMPUTE NFE-NBR = W-NF-DUP + 1
                STRING "duplicata du Z, cloture n° " DELIMITED BY SIZE
                       W-NF-J DELIMITED BY SIZE
                       INTO NFE-LIB
           END-IF
           CALL "nf525-ecr" USING NFE-ZONES
           IF NFE-RET NOT = 0
                DISPLAY "comptoir-b : clôture du jour non signée"
                        " (journal NF525 " NFE-RET ")"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           IF W-NF-J = 0
                STRING "NF525 CLOTURE JOURNALIERE N° "
                            DELIMITED BY SIZE
                       NFE-SEQ DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-Z
                MOVE "GRAND TOTAL DU MOIS" TO LZ-LIB
                MOVE NFE-GTE TO LZ-MNT
                WRITE LIGNE-ETAT FROM LIGNE-Z
                MOVE SPACE TO LIGNE-Z
                MOVE "GRAND TOTAL PERPETUEL" TO LZ-LIB
                MOVE NFE-GTP TO LZ-MNT
                WRITE LIGNE-ETAT FROM LIGNE-Z
           ELSE
                STRING "DUPLICATA N° " DELIMITED BY SIZE
                       NFE-NBR DELIMITED BY SIZE
                       " DE LA CLOTURE N° " DELIMITED BY SIZE
                       W-NF-J DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           PERFORM Nf525-Signature
           IF W-NF-J NOT = 0
                INITIALIZE NFE-ZONES
                MOVE W-AGE TO NFE-AGE
                MOVE "E"   TO NFE-CHN
                MOVE W-DAT TO NFE-BON NFE-PER
                MOVE "ZRE" TO NFE-NAT
                MOVE W-CPTE TO NFE-MNT
                MOVE "Z refait, espèces comptées ressaisies"
                     TO NFE-LIB
                CALL "nf525-ecr" USING NFE-ZONES
           END-IF
           IF W-NF-ECA = 1
                INITIALIZE NFE-ZONES
                MOVE W-AGE TO NFE-AGE
                MOVE "E"   TO NFE-CHN
                MOVE W-DAT TO NFE-BON NFE-PER
                MOVE "ECA" TO NFE-NAT
                MOVE W-NF-DIF TO NFE-MNT
                MOVE "journal MXCAISSE différent du journal signé"
                     TO NFE-LIB
                CALL "nf525-ecr" USING NFE-ZONES
           END-IF.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".
           COPY "lit-agedis.cbl".
