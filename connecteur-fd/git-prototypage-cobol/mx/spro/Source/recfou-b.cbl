020926* libère (cf. quaran-b).  Le lot d'un article géré au lot
020926* suit le même chemin : conservé sur l'entrée de quarantaine,
020926* il n'entre dans MXLOT qu'à l'acceptation.
151026* Ligne d'achat rattachée à un dossier d'import (MXDOSLIG,
151026* cf. import-b) : la réception cumule sur la ligne du dossier
151026* le reçu, sa valeur, son poids et son volume, passe le
151026* dossier à l'état R (arrivée réelle datée) et entre au PAMP
151026* le prix reçu majoré du coût d'approche unitaire : réel si le
151026* dossier est déjà coûté, FUA-MART sinon ; PRMP = PAMP.  La
151026* quantité reçue se répartit sur les lignes en attente dans
151026* la limite du reste à recevoir de chacune ; le coût porté au
151026* PAMP ne se fige sur la ligne du dossier (CUA-MDIL) qu'une
151026* fois le stock réellement mis à jour, pas en quarantaine.
151026* import-b REPARTIT corrige ensuite le PAMP de l'écart entre
151026* ce coût porté et le coût réel réparti.
151026* Article temporaire de commande spéciale (CSP-MART = 1, cf.
151026* comspe-b) : la quantité reçue entre en stock puis se
151026* réserve aussitôt au client de la ligne divers d'origine
151026* (MXRESA sans date limite, trace RSV) au lieu de rester en
151026* stock libre ; le comptoir de l'agence est prévenu par
151026* ft/comspe-arrivees-<age>.txt et la commande spéciale passe
151026* reçue (MXCOMSPE STA = R).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXRECFOU.sl".
       COPY "MXLOT.sl".
       COPY "MXQUARAN.sl".
       COPY "MXDOSIMP.sl".
       COPY "MXDOSLIG.sl".
       COPY "MXCOMSPE.sl".
       COPY "MXRESA.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
       COPY "MXRECFOU.fd".
       COPY "MXLOT.fd".
       COPY "MXQUARAN.fd".
       COPY "MXDOSIMP.fd".
       COPY "MXDOSLIG.fd".
       COPY "MXCOMSPE.fd".
       COPY "MXRESA.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  MOUVT LABEL RECORD STANDARD.
020926* quarantaine qualité (cf. quaran-b)
       77 W-FOU-QUA            PIC 9.
       77 W-NQR                PIC 9(08).
151026* dossier d'import de la ligne reçue (cf. import-b)
       77 W-DOS                PIC 9.
       77 W-CUA                PIC S9(07)V9999.
       77 W-CUA-L              PIC S9(07)V9999.
       77 W-CUA-TOT            PIC S9(13)V9999.
       77 W-QDOS               PIC S9(09)V99.
       77 W-PAMP-OK            PIC 9.
       77 W-NBPT               PIC 9(02) COMP.
       77 W-IPT                PIC 9(02) COMP.
       78 MAXPT                VALUE IS 50.
      * lignes de dossier pointées par la réception en cours
       01 W-PT-TAB.
           05 W-PT OCCURS 50.
              10 W-PT-BON      PIC 9(08).
              10 W-PT-LIG      PIC 9(03).
              10 W-PT-CUA      PIC S9(07)V9999.
151026* réservation d'une commande spéciale reçue (cf. comspe-b)
       77 W-NRS                PIC 9(08).
       77 W-QTE-ED             PIC -(6)9,99.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
                OPEN OUTPUT MXQUARAN
                CLOSE MXQUARAN
                OPEN I-O MXQUARAN.
           OPEN I-O MXDOSIMP
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXDOSIMP
                CLOSE MXDOSIMP
                OPEN I-O MXDOSIMP.
           OPEN I-O MXDOSLIG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXDOSLIG
                CLOSE MXDOSLIG
                OPEN I-O MXDOSLIG.
           OPEN I-O MXCOMSPE
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCOMSPE
                CLOSE MXCOMSPE
                OPEN I-O MXCOMSPE.
           OPEN I-O MXRESA
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXRESA
                CLOSE MXRESA
                OPEN I-O MXRESA.
           OPEN INPUT MXART
           OPEN INPUT MXFOU
           MOVE 0 TO W-FOU-QUA
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Receptionne-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXARTSA MXLDIS MXRECFOU MXART MXLOT
                 MXQUARAN MXFOU MXDOSIMP MXDOSLIG MXCOMSPE MXRESA
           DISPLAY "recfou-b : " W-NB " lignes reçues, "
                   W-ERR " rejets".
       F-Receptionne.
                PERFORM Entre-Quarantaine
           ELSE
                PERFORM Maj-Artsa-Rcf
                IF W-PAMP-OK = 1 AND W-NBPT > 0
                     PERFORM Fige-Cout-Dossier
                END-IF
                IF LOT-MART = 1
                     PERFORM Entre-Lot
                END-IF
151026*         commande spéciale : la marchandise est au client
                IF CSP-MART = 1
                     PERFORM Reserve-Cde-Speciale
                END-IF
           END-IF
           PERFORM Journal-Recfou
           ADD 1 TO W-NB.
       Pointe-Lignes-Attente.
           MOVE W-QTE TO W-RESTE
           MOVE 0 TO W-BON W-LIG W-DPR
           MOVE 0 TO W-DOS W-CUA W-CUA-TOT W-NBPT
           MOVE SPACE TO ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE 0 TO W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Pointe-Une-Ligne UNTIL W-FIN2 = 1
      * coût d'approche moyen de la quantité reçue
           IF W-DOS = 1
                COMPUTE W-CUA ROUNDED = W-CUA-TOT / W-QTE.

       Pointe-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                MOVE 1 TO TLI-MLDI.
           REWRITE ENR-MLDI INVALID
                DISPLAY "recfou-b : réécriture MXLDIS " CLE1-MLDI
           END-REWRITE
           MOVE A-QTE TO W-QDOS
           PERFORM Maj-Dossier-Import.

151026* ligne pointée rattachée à un dossier d'import : cumuls de
151026* réception (quantité pointée W-QDOS) et coût d'approche
151026* unitaire à porter au PAMP
       Maj-Dossier-Import.
           MOVE W-AGE TO AGE-MDIL
           MOVE BON-MLDI TO BON-MDIL
           MOVE LIG-MLDI TO LIG-MDIL
           READ MXDOSLIG KEY IS CLE2-MDIL INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE NDI-MDIL TO NDI-MDIM
           READ MXDOSIMP INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE 1 TO W-DOS
151026* dossier déjà coûté : coût réel, sinon l'estimé FUA-MART
           IF STA-MDIM = "C" AND CUA-MDIL NOT = 0
                MOVE CUA-MDIL TO W-CUA-L
           ELSE MOVE FUA-MART TO W-CUA-L
           END-IF
           ADD W-QDOS TO QRC-MDIL
           COMPUTE VAL-MDIL ROUNDED = VAL-MDIL + (W-QDOS * W-PRX)
           COMPUTE PDS-MDIL ROUNDED = PDS-MDIL + (W-QDOS * POI-MART)
           COMPUTE VOL-MDIL ROUNDED = VOL-MDIL + (W-QDOS * VOL-MART)
           MOVE W-DAT TO DRC-MDIL
           COMPUTE W-CUA-TOT = W-CUA-TOT + (W-QDOS * W-CUA-L)
           IF W-NBPT < MAXPT
                ADD 1 TO W-NBPT
                MOVE BON-MDIL TO W-PT-BON(W-NBPT)
                MOVE LIG-MDIL TO W-PT-LIG(W-NBPT)
                MOVE W-CUA-L TO W-PT-CUA(W-NBPT)
           END-IF
           REWRITE ENR-MDIL INVALID
                DISPLAY "recfou-b : réécriture MXDOSLIG " CLE1-MDIL
           END-REWRITE
           IF STA-MDIM NOT = "C"
                MOVE "R" TO STA-MDIM.
           IF DAR-MDIM = 0
                MOVE W-DAT TO DAR-MDIM.
           REWRITE ENR-MDIM INVALID CONTINUE
           END-REWRITE.

      * stock et prix moyen pondéré : PAMP au prix reçu, PRMP =
      * PAMP + frais unitaires d'approche (FUA-MART)
151026* ligne d'un dossier d'import : PAMP au prix reçu + coût
151026* d'approche du dossier, PRMP = PAMP
       Maj-Artsa-Rcf.
           MOVE 0 TO W-PAMP-OK
           MOVE W-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF W-STK-AV > 0 AND QSTM-MASA(1) > 0
                COMPUTE PAMP-MASA ROUNDED
                        = ((W-STK-AV * PAMP-MASA)
                        + (A-QTE * (W-PRX + W-CUA)))
                        / QSTM-MASA(1)
           ELSE COMPUTE PAMP-MASA = W-PRX + W-CUA
           END-IF
           IF W-DOS = 1
                MOVE PAMP-MASA TO PRMP-MASA
           ELSE COMPUTE PRMP-MASA = PAMP-MASA + FUA-MART
           END-IF
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID
                DISPLAY "recfou-b : réécriture ARTSA " CLE1-MASA
           NOT INVALID
                MOVE 1 TO W-PAMP-OK
           END-REWRITE
           PERFORM Trace-Mvt-Artsa-Rcf.

151026* coût d'approche entré au PAMP : figé sur chaque ligne de
151026* dossier pointée encore sans coût (écart repris par import-b)
       Fige-Cout-Dossier.
           PERFORM VARYING W-IPT FROM 1 BY 1 UNTIL W-IPT > W-NBPT
                MOVE W-AGE TO AGE-MDIL
                MOVE W-PT-BON(W-IPT) TO BON-MDIL
                MOVE W-PT-LIG(W-IPT) TO LIG-MDIL
                READ MXDOSLIG KEY IS CLE2-MDIL
                INVALID CONTINUE
                NOT INVALID
                     IF CUA-MDIL = 0
                          MOVE W-PT-CUA(W-IPT) TO CUA-MDIL
                          REWRITE ENR-MDIL INVALID CONTINUE
                          END-REWRITE
                     END-IF
                END-READ
           END-PERFORM.

       Journal-Recfou.
           ADD 1 TO W-NRC
           INITIALIZE ENR-MREC
       Trace-Mvt-Artsa-Rcf.
           MOVE "RCF" TO W-MVT-COD
           MOVE "Réception fournisseur" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa.

151026* écriture d'une ligne du journal des mouvements de stock
       Ecrit-Mvt-Artsa.
           STRING MX-DIR DELIMITED BY "  "
                  "/artsa-mvt.log" DELIMITED BY SIZE
                  INTO ASSIGN-ARTSAMVT
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT.

151026* commande spéciale reçue (cf. comspe-b) : la quantité
151026* entrée en stock se réserve au client de la ligne divers,
151026* sans date limite (resa-b EXPIRE ne la libère pas) ; elle
151026* sort sur la commande du client, pas au retrait R;<nrs>
       Reserve-Cde-Speciale.
           MOVE W-ART TO ART-MCSP
           READ MXCOMSPE KEY IS CLE2-MCSP INVALID
                DISPLAY "recfou-b : commande spéciale absente "
                        W-ART
                EXIT PARAGRAPH
           END-READ
           IF STA-MCSP NOT = "C" AND STA-MCSP NOT = "R"
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE NOT = 1
                DISPLAY "recfou-b : stock verrouillé " W-ART
                        ", commande spéciale " NCS-MCSP
                        " à réserver à la main"
                EXIT PARAGRAPH.
           COMPUTE A-QTE = 0 - W-QTE
           ADD A-QTE TO STC-MASA
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID CONTINUE
           END-REWRITE
           MOVE "RSV" TO W-MVT-COD
           MOVE "Commande spéciale client" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa
      * livraison fournisseur en plusieurs fois : la réservation
      * existante se complète
           IF NRS-MCSP NOT = 0
                MOVE NRS-MCSP TO NRS-MRSA
                READ MXRESA INVALID
                     MOVE 0 TO NRS-MCSP
                NOT INVALID
                     ADD W-QTE TO QTE-MRSA
                     REWRITE ENR-MRSA INVALID CONTINUE
                     END-REWRITE
                END-READ
           END-IF
           IF NRS-MCSP = 0
                PERFORM Cree-Resa-Csp.
           MOVE "R" TO STA-MCSP
           MOVE W-DAT TO DRC-MCSP
           ADD W-QTE TO QRC-MCSP
           REWRITE ENR-MCSP INVALID
                DISPLAY "recfou-b : réécriture MXCOMSPE " NCS-MCSP
           END-REWRITE
           PERFORM Previent-Comptoir.

       Cree-Resa-Csp.
           MOVE 0 TO W-NRS
           MOVE 99999999 TO NRS-MRSA
           START MXRESA KEY NOT > CLE1-MRSA INVALID
                CONTINUE
           NOT INVALID
                READ MXRESA PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRS-MRSA TO W-NRS
                END-READ
           END-START
           ADD 1 TO W-NRS
           INITIALIZE ENR-MRSA
           MOVE W-NRS TO NRS-MRSA
           MOVE W-AGE TO AGE-MRSA
           MOVE W-ART TO ART-MRSA
           MOVE CLI-MCSP TO CLI-MRSA
           MOVE W-QTE TO QTE-MRSA
           MOVE W-DAT TO DAT-MRSA
           MOVE 99999999 TO DLM-MRSA
           MOVE "A" TO STA-MRSA
           MOVE EMP-MASA TO EMP-MRSA
           WRITE ENR-MRSA INVALID
                DISPLAY "recfou-b : écriture MXRESA " W-NRS
           END-WRITE
           MOVE W-NRS TO NRS-MCSP.

      * avis d'arrivée au comptoir de l'agence, cumulé sur la
      * journée dans ft/comspe-arrivees-<age>.txt
       Previent-Comptoir.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/comspe-arrivees-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN EXTEND ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                OPEN OUTPUT ETAT
           END-IF
           MOVE W-QTE TO W-QTE-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING W-DAT DELIMITED BY SIZE
                  " CLIENT " DELIMITED BY SIZE
                  CLI-MCSP DELIMITED BY SIZE
                  " BON " DELIMITED BY SIZE
                  BON-MCSP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LIG-MCSP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-QTE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DES-MCSP DELIMITED BY "  "
                  " - ARRIVE, RESA " DELIMITED BY SIZE
                  NRS-MCSP DELIMITED BY SIZE
                  ", A LIVRER SUR LA COMMANDE" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           DISPLAY "recfou-b : commande spéciale " NCS-MCSP
                   " reçue, client " CLI-MCSP " prévenu".

           COPY "conv-num.cbl".
           COPY "lit-artsa.cbl".

