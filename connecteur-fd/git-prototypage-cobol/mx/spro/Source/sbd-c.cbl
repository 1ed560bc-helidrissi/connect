           COPY "W:\mx\copy\LK-ART-C.wrk".
           COPY "W:\mx\copy\Cm-Mois-Ouvert.wrk".
           COPY "W:\mx\copy\tspvte.wrk".
151026* assurance-crédit rendue par calc-encours (Calc-Encours-Cli)
151026     COPY "encours.wrk".


      *{Bench}acu-def

      * user-defined variable
           COPY  "cobcap.wrk".
151026     COPY  "envmis-forma.wrk".
           COPY  "LK-INT.wrk".
           COPY  "Cm-MTDI.wrk".
           COPY  "demat.wrk".
       77 W-ENCRS-CLI      PIC  S9(9)V99.
230826* part échue et non réglée de l'échéancier (cf. calc-encours)
230826 77 W-ENCRS-ECH      PIC  S9(9)V99.
151026* engagement total comparé à la garantie de l'assureur-crédit
151026* (cf. Verif-Assurance)
151026 77 W-ENGAGE-ASS     PIC  S9(9)V99.
151026 77 W-ENGAGE-ED      PIC  -(8)9,99.
151026 77 W-GARANTIE-ED    PIC  -(8)9,99.
230826* casier + emplacement allée/travée/niveau (cf. Affich-Sto)
230826 77 W-LIBEMP          PIC  X(25).
230826* dérogation superviseur (cf. VERIF-RISQUE / ctl-derog) :
230826 77 ZERO-LIG-DRG      PIC  9(03) VALUE 0.
230826* notre code rendu par la référence client (cf. rech-cliref)
230826 77 W-ART-CLIREF      PIC  X(20).
151026* éco-contribution : montant de la ligne courante (Cal-Mon),
151026* éco-organisme et catégorie rendus par rech-eco, cumul du bon
151026 77 W-ECO-LIG         PIC  S9(9)V99.
151026 77 W-ECO-ORG         PIC  X(10).
151026 77 W-ECO-CAT         PIC  X(10).
151026 77 TOT-ECO           PIC  S9(12)V99.
151026* vente de matériel d'occasion au régime de la marge : ligne
151026* courante éligible (RECH-CT) et groupe de TVA de la ligne,
151026* marge TTC taxable de la ligne (nulle si négative) et TVA
151026* comprise (Cal-Marge-Occ), montant, marges taxables et TVA
151026* comprise cumulées ligne par ligne sur le bon
151026 77 W-OCC-LIG         PIC  9 VALUE 0.
151026 77 W-OCC-GRP         PIC  9 VALUE 0.
151026 77 W-MRG-LIG         PIC  S9(9)V99.
151026 77 W-TVM-LIG         PIC  S9(9)V99.
151026 77 TOT-OCC           PIC  S9(12)V99.
151026 77 TOT-MRG           PIC  S9(12)V99.
151026 77 TVA-MRG           PIC  S9(12)V99.
151026* n° de TVA intracommunautaire du client (ctl-tvi) : client
151026* UE hors France sans numéro, non conforme ou refusé par VIES
151026* -> W-TVI-KO = 1, l'exonération AFC-MBDI = 1 est refusée
151026 77 W-TVI-UE          PIC  9.
151026 77 W-TVI-RET         PIC  9.
151026 77 W-TVI-MSG         PIC  X(60).
151026 77 W-TVI-KO          PIC  9 VALUE 0.
151026* accord de soutien fabricant de la ligne courante, relu par
151026* Cal-Pac à chaque ligne (rech-soutien) : le coût de soutien
151026* remplace le prix de revient dans la marge
151026 77 W-SOU-NSO         PIC  9(06).
151026 77 W-SOU-LIG         PIC  9(03).
151026 77 W-SOU-FOU         PIC  X(08).
151026 77 W-SOU-CSO         PIC  9(09)V99.
151026 77 W-SOU-DISPO       PIC  S9(09)V99.
151026* consommation de stock en dépôt fournisseur à la livraison
151026* (Conso-Depot-Fournisseur, conso-depfou)
151026 77 W-DPF-ORI         PIC  X(20).
151026 77 W-DPF-QCO         PIC  S9(09)V99.
151026* échange standard : ligne de consigne d'épave ajoutée sous
151026* la ligne de l'article reconditionné (Ajout-Ligne-Epave)
151026 77 W-EPV-ART         PIC  X(20).
151026 77 W-EPV-ENR-MLDI    PIC  X(2000).
151026* produit phyto : client relu pour le Certiphyto, ligne RPD
151026* ajoutée sous l'article (Ajout-Ligne-Rpd)
151026 77 W-PHY-CLI         PIC  9(08).
151026 77 W-PHY-OK          PIC  9.
151026 77 W-RPD-PUN         PIC  9(05)V99.
151026 77 W-RPD-ENR-MLDI    PIC  X(2000).
151026 78 ART-RPD           VALUE "RPD".
151026* assortiment contractuel du client (cf. ctl-assort)
151026 77 W-ASO-RES         PIC  9.
151026 77 W-ASO-EQV         PIC  X(20).
151026* recherche par machine (menu Articles par machine, mcpt-l) :
151026* article retenu dans la liste des pièces compatibles
151026 77 W-CPT-ART         PIC  X(20).
151026* ventes croisées (assoc-l) : article de la ligne créée
151026 77 W-ASS-SRC         PIC  X(20).
151026* site de livraison du carnet d'adresses (adrliv-l)
151026 77 W-SIT-LIV         PIC  9(4).
151026* contact destinataire du document en cours (Lect-Email)
151026 77 W-CTC-ROL         PIC  X.
151026 77 W-CTC-NUM         PIC  9(4).
151026 77 W-CTC-NOM         PIC  X(30).
151026 77 W-CTC-EMA         PIC  X(50).
151026* langue du document en cours (Langue-Document)
151026 77 W-DOC-LNG         PIC  X(02).
       77 W-REM            PIC  S99V99.
       77 W-REMC           PIC  S99V99.
       77 W-REC            PIC  S99V99
      * MI-Famillesarticles Link To
              WHEN Key-Status = 1005
                 PERFORM Call-Liste-Fsa
151026* MI-ArticlesMachine Link To
151026        WHEN Key-Status = 1009
151026           PERFORM Call-Liste-Compat
151026* MI-FlexibleHydraulique Link To
151026        WHEN Key-Status = 1010
151026           PERFORM Call-Config-Flex
      * Screen2-Pb-ListeFou Link To
              WHEN Key-Status = 1066
                 PERFORM Call-Liste-Fou
              "Articles", 1001
           CALL "W$MENU" USING WMENU-ADD, Menu-Handle, 0, 0, 
              "Familles articles", 1005
151026     CALL "W$MENU" USING WMENU-ADD, Menu-Handle, 0, 0,
151026        "Articles par machine", 1009
151026     CALL "W$MENU" USING WMENU-ADD, Menu-Handle, 0, 0,
151026        "Flexible hydraulique", 1010
           .

       Acu-Screen2-Mn-2-Exit.
           MOVE FID-MCLI TO FID-MBDI
           MOVE TFA-MCLD TO TFA-MBDI
           MOVE REP-MCLD TO REP-MBDI
151026*    réaffectation par territoire en vigueur à la date du bon
151026     CALL "rech-rep" USING COD-MCLI W-DAT REP-MBDI
           IF IEE-MPAD = 1 AND REP-MBDI = SPACE
              MOVE IDE-PALM TO REP-MBDI
           END-IF    
           IF W-ICP = 1 MOVE 1 TO WENABLE
           END-IF
070318     PERFORM MEP-PAYS-AFC.
151026     PERFORM Ctl-Afc-Tvi
           EVALUATE AFC-MBDI
           WHEN ZERO
              MODIFY Screen1-DaRb-AFC0, VALUE 1
                     TOT-TTC TOT-POI TOT-HPI TOT-HPR TOT-HTB
                     TOT-TVA TOT-LIG TOT-HTT TOT-MG TOT-RPM
                     TOT-VOL
151026               TOT-ECO
151026               TOT-OCC TOT-MRG TVA-MRG
           INITIALIZE TABLE-C-MON
           MOVE 9 TO C-TVA(1) C-TVA(2) C-TVA(3) C-TVA(4)
                     C-TVA(5) C-TVA(6) C-TVA(7) C-TVA(8)
           ELSE EXIT PARAGRAPH
           END-IF
           ADD W-MON TO TOT-HT.
151026     ADD W-ECO-LIG TO TOT-ECO
           IF IRPM-MLDI = 1 ADD W-MON TO TOT-RPM
           END-IF
           ADD W-POI TO TOT-POI.
           END-IF           
           MOVE 0 TO W-OTE
           PERFORM MAJ-BASE.
151026     IF W-OCC-LIG = 1 AND INP-MLDI = PRODUIT-A
151026        ADD W-MON TO TOT-OCC
151026        PERFORM Cal-Marge-Occ
151026        ADD W-MRG-LIG TO TOT-MRG
151026        ADD W-TVM-LIG TO TVA-MRG
151026     END-IF
           IF  PZE-MLDI NOT = 4
020813     AND CAL-COMP-REMISE = 0 | Agram TOT-HTB sert à calculer la remise complémentaire, mais continuait à être calculé pendant le calcul...
                ADD W-MOB TO TOT-HTB
           ELSE EXIT PARAGRAPH
           END-IF
           SUBTRACT W-MON FROM TOT-HT.
151026     SUBTRACT W-ECO-LIG FROM TOT-ECO
           IF IRPM-MLDI = 1 SUBTRACT W-MON FROM TOT-RPM
           END-IF
           SUBTRACT W-POI FROM TOT-POI
           IF INP-MLDI = PRODUIT-A OR PRODUIT-P ADD -1 TO TOT-LIG
           END-IF
           PERFORM MAJ-BASE.
151026     IF W-OCC-LIG = 1 AND INP-MLDI = PRODUIT-A
151026        SUBTRACT W-MON FROM TOT-OCC
151026        PERFORM Cal-Marge-Occ
151026        SUBTRACT W-MRG-LIG FROM TOT-MRG
151026        SUBTRACT W-TVM-LIG FROM TVA-MRG
151026     END-IF
           IF PZE-MLDI NOT = 4
                SUBTRACT W-MOB FROM TOT-HTB
           END-IF.
           AND IRE-MLDI = 2
              MOVE 0 TO W-CT
           END-IF.
151026* matériel d'occasion au régime de la marge (OCC-MART = 1,
151026* cf. occas-b) : pas de TVA sur la ligne, la taxe due sur la
151026* marge est comprise dans le prix (Cal-Tva-Marge) ; la
151026* reprise d'un matériel (MOT-MLDI REP) se déduit du net à
151026* payer sans toucher la base taxable
151026     MOVE 0 TO W-OCC-LIG
151026     IF MOT-MLDI = "REP"
151026        MOVE 0 TO W-CT
151026     END-IF
151026     IF OCC-MART = 1 AND AFC-MBDI = 0 AND W-CT NOT = 0
151026        MOVE W-CT TO W-OCC-GRP
151026        MOVE 0 TO W-CT
151026        MOVE 1 TO W-OCC-LIG
151026     END-IF.

       RECH-CTP.
           MOVE 0 TO W-CT
           ELSE MOVE PRU-MLDI TO W-PAC.
           IF INP-MLDI = PRODUIT-C MOVE 0 TO W-PAC
           END-IF.
151026* ligne sous accord de soutien fabricant : prix net consenti
151026* par la marque pour ce client ou cette affaire (REF-MBDI),
151026* plafond non consommé, cherché pour l'article de la ligne ;
151026* le prix de vente ne change pas, la marge se calcule sur le
151026* coût de soutien, la différence avec le prix de revient est
151026* réclamée au fabricant (soutien-b)
151026     MOVE 0 TO W-SOU-NSO W-SOU-CSO
151026     IF INP-MLDI = PRODUIT-A AND ISQ-MLDI = 0
151026     AND ART-MLDI(1:4) NOT NUMERIC
151026        CALL "rech-soutien" USING ART-MLDI, CLI-MBDI, REF-MBDI,
151026             DAT-MBDI, W-SOU-NSO, W-SOU-LIG, W-SOU-FOU,
151026             W-SOU-CSO, W-SOU-DISPO
151026             ON EXCEPTION MOVE 0 TO W-SOU-NSO
151026        END-CALL
151026     END-IF.
151026     IF W-SOU-NSO NOT = 0 AND INP-MLDI = PRODUIT-A
151026     AND ISQ-MLDI = 0
151026        IF UPR-MART NOT = 0
151026           COMPUTE W-PAC ROUNDED
151026                 = QTE-MLDI * W-SOU-CSO / UPR-MART
151026        ELSE
151026           COMPUTE W-PAC ROUNDED = QTE-MLDI * W-SOU-CSO
151026        END-IF
151026     END-IF.
151026* l'éco-contribution est reversée à l'éco-organisme : elle
151026* entre au prix de revient et ne gonfle pas la marge
151026     IF INP-MLDI = PRODUIT-A AND ISQ-MLDI = 0
151026        COMPUTE W-PAC ROUNDED = W-PAC + QTE-MLDI * ECO-MLDI
151026     END-IF.

       CAL-POI.
           IF IPO-MFAM = 1 OR 2
                      COMPUTE W-MOB ROUNDED = QTE-MLDI * W-PRB
                ELSE COMPUTE W-MON ROUNDED = W-PUN + W-PUS
                     MOVE W-PRB TO W-MOB.
151026* l'éco-contribution s'ajoute après remises (W-MOB, base de
151026* la remise complémentaire, ne la contient pas) ; elle suit le
151026* montant dans TOT-HT et la base de TVA (Add-Mon / Maj-Base)
151026     MOVE 0 TO W-ECO-LIG
151026     IF INP-MLDI = PRODUIT-A AND ISQ-MLDI = 0
151026        COMPUTE W-ECO-LIG ROUNDED = QTE-MLDI * ECO-MLDI
151026        ADD W-ECO-LIG TO W-MON
151026     END-IF
           IF INP-MLDI = PRODUIT-C MOVE ZERO TO W-MON.
           IF INP-MLDI = PRODUIT-P OR PRODUIT-C MOVE ZERO TO W-MOB.

230826          DAT-MBDI, W-PUN, PRO-MLDI
230826          ON EXCEPTION CONTINUE
230826     END-CALL.
151026* éco-contribution en vigueur à la date du bon (barème
151026* MXECOTAR) : montant unitaire à part, jamais remisé, que
151026* Cal-Mon ajoute au montant de la ligne
151026     MOVE 0 TO ECO-MLDI
151026     IF INP-MLDI = PRODUIT-A
151026        CALL "rech-eco" USING ART-MLDI, DAT-MBDI, ECO-MLDI,
151026             W-ECO-ORG, W-ECO-CAT
151026             ON EXCEPTION CONTINUE
151026        END-CALL
151026     END-IF.
           IF IPNS-MLDI <> 1
              MOVE W-PUN TO PUN-MLDI
           ELSE
           MOVE "D" TO LK-MART-L-MOD
           MOVE 1 TO LK-MART-L-SER
111016     MOVE MXFWK-PALM TO LK-MART-L-PREF
151026*    article déjà choisi dans les pièces d'une machine
151026     IF W-CPT-ART NOT = SPACE
151026        MOVE W-CPT-ART TO LK-MART-L-COD
151026     ELSE
           CALL "mart-l.acu" USING ZONE-PALM LK-MART-L
           CANCEL "mart-l.acu"
151026     END-IF
           PERFORM Repositionne-Screen2
           IF LK-MART-L-COD = SPACE
                EXIT PARAGRAPH
           IF PUB-MLDI = 0 AND PZE-MLDI = 0 MOVE 11 TO CONTROL-ID
                                       ELSE MOVE 31 TO CONTROL-ID.
           
151026*    Recherche par machine : mcpt-l liste les machines de
151026*    MXCOMPAT puis les pièces compatibles avec stock et prix ;
151026*    l'article choisi entre en ligne comme depuis la liste
151026*    articles (Call-Liste-Art).
151026 Call-Liste-Compat.
151026     MOVE SPACE TO W-CPT-ART
151026     CALL "mcpt-l.acu" USING ZONE-PALM, "M", W-AGE, W-CPT-ART
151026     CANCEL "mcpt-l.acu"
151026     PERFORM Repositionne-Screen2
151026     IF W-CPT-ART = SPACE
151026        EXIT PARAGRAPH
151026     END-IF
151026     PERFORM Call-Liste-Art
151026     MOVE SPACE TO W-CPT-ART.

151026*    Configurateur de flexible hydraulique (flex-l) : tuyau,
151026*    embouts, gaine, longueur ; l'article flexible créé ou
151026*    retrouvé entre en ligne comme depuis la liste articles.
151026 Call-Config-Flex.
151026     MOVE SPACE TO W-CPT-ART
151026     CALL "flex-l.acu" USING ZONE-PALM, W-AGE, W-CPT-ART
151026     CANCEL "flex-l.acu"
151026     PERFORM Repositionne-Screen2
151026     IF W-CPT-ART = SPACE
151026        EXIT PARAGRAPH
151026     END-IF
151026     PERFORM Call-Liste-Art
151026     MOVE SPACE TO W-CPT-ART.

151026*    Ventes croisées : après la création d'une ligne article,
151026*    assoc-l propose les articles souvent achetés avec elle
151026*    (affinités calculées la nuit par assoc-b) ; l'article
151026*    choisi entre en ligne comme depuis la liste articles
151026*    (Call-Liste-Art).
151026 Propose-Associes.
151026     IF W-ASS-SRC = SPACE
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE SPACE TO W-CPT-ART
151026     CALL "assoc-l.acu" USING ZONE-PALM, W-AGE, W-BON,
151026          CLI-MBDI, W-DAT, W-ASS-SRC, W-CPT-ART
151026     CANCEL "assoc-l.acu"
151026     MOVE SPACE TO W-ASS-SRC
151026     PERFORM Repositionne-Screen2
151026     IF W-CPT-ART = SPACE
151026        EXIT PARAGRAPH
151026     END-IF
151026     PERFORM Call-Liste-Art
151026     MOVE SPACE TO W-CPT-ART.

151026*    Site de livraison : à la pose du client du bon, adrliv-l
151026*    présente les sites du carnet d'adresses MXADRLIV du
151026*    client ; le site choisi (à défaut le site par défaut) est
151026*    copié dans le lieu de livraison par rech-adrliv, sa zone
151026*    transporteur servira au port (Cal-Port).
151026 Choix-Site-Livraison.
151026     MOVE 0 TO SIT-MBDI W-SIT-LIV
151026     MOVE SPACE TO ZLV-MBDI
151026     CALL "adrliv-l.acu" USING ZONE-PALM, CLI-MBDI, W-SIT-LIV
151026     CANCEL "adrliv-l.acu"
151026     CALL "rech-adrliv" USING CLI-MBDI, W-SIT-LIV, RAI-MBDI,
151026          ADR-MBDI, ADB-MBDI, ADD-MBDI, POS-MBDI, VIL-MBDI,
151026          ZLV-MBDI
151026     IF W-SIT-LIV = 0
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE W-SIT-LIV TO SIT-MBDI
151026     MOVE 0 TO CHC-MBDI
151026     PERFORM Affich-Chc-Div.

       Call-Liste-Fsa.
           MOVE SPACE TO LK-MGFA-T
           MOVE AR1-MLDI(1:2) TO LK-MGFA-T-GRA
240220             END-IF
              END-READ
              PERFORM STAT
151026*       code retiré par fusion de doublons (cf. artfus-b) : il
151026*       reste accepté comme alias et la saisie bascule sur
151026*       l'article survivant, qui porte désormais stock et prix
151026        IF FUS-MART NOT = SPACE
151026           MOVE FUS-MART TO W-ART
151026           MOVE FUS-MART TO COD-MART COD-MASA
151026           READ MXART INVALID
151026              MOVE " Article Inconnu " TO ACU-MSG-1
151026              MOVE W-ART TO ACU-MSG-2
151026              PERFORM MSG-INFO
151026              MOVE 0 TO W-OK
151026              GO F-Controle-Art
151026           END-READ
151026           PERFORM STAT
151026        END-IF
              IF CANN-MART = 1 
                   MOVE " Article supprimé " to acu-msg-1
                   move W-ART to acu-msg-2
                   MOVE 0 TO W-OK
                   go F-Controle-Art
              END-IF
151026*       produit phyto professionnel : client au Certiphyto
151026*       valide à la date de la pièce (hors avoir, transfert
151026*       et devis)
151026        IF PHY-MART = 1
151026        AND TYP-MBDI NOT = 3 AND TYP-MBDI NOT = 7
151026        AND TYP-MBDI NOT = 8
151026             PERFORM Controle-Certiphyto
151026             IF W-PHY-OK NOT = 1
151026                MOVE " Produit phyto professionnel " to acu-msg-1
151026                MOVE " Certiphyto absent ou échu " to acu-msg-2
151026                move W-ART to acu-msg-3
151026                PERFORM msg-info
151026                MOVE 0 TO W-OK
151026                go F-Controle-Art
151026             END-IF
151026        END-IF
151026*       assortiment contractuel du grand compte (hors avoir,
151026*       transfert et devis) : hors liste, avertissement ou
151026*       blocage selon le client, avec l'équivalent listé ;
151026*       le blocage se lève par la dérogation superviseur
151026        IF TYP-MBDI NOT = 3 AND TYP-MBDI NOT = 7
151026        AND TYP-MBDI NOT = 8
151026             MOVE 0 TO W-ASO-RES
151026             MOVE SPACE TO W-ASO-EQV
151026             CALL "ctl-assort" USING CLI-MBDI, W-ART, W-DAT,
151026                  W-ASO-RES, W-ASO-EQV
151026                  ON EXCEPTION CONTINUE
151026             END-CALL
151026             IF W-ASO-RES > 0
151026                MOVE " Article hors assortiment client "
151026                     TO acu-msg-1
151026                move W-ART to acu-msg-2
151026                MOVE SPACE TO acu-msg-3
151026                IF W-ASO-EQV NOT = SPACE
151026                   STRING " Equivalent listé : "
151026                          DELIMITED BY SIZE
151026                          W-ASO-EQV DELIMITED BY SIZE
151026                          INTO acu-msg-3
151026                END-IF
151026                PERFORM msg-info
151026             END-IF
151026             IF W-ASO-RES = 2
151026                PERFORM Saisie-Pin-Derog
151026                MOVE 0 TO W-DRG-OK
151026                MOVE 0 TO W-DRG-MNT
151026                CALL "ctl-derog" USING "ASO", W-AGE, BON-MBDI,
151026                     LIG-MLDI, W-DRG-MNT, IDE-PALM,
151026                     W-DRG-SUP, W-DRG-PIN, W-DRG-OK
151026                     ON EXCEPTION CONTINUE
151026                END-CALL
151026                IF W-DRG-OK NOT = 1
151026                   MOVE 0 TO W-OK
151026                   go F-Controle-Art
151026                END-IF
151026             END-IF
151026        END-IF
              |SGR: article doit être géré en stock
              IF CLI-PALM = 190582 
              AND TYP-MBDI NOT = 8
              MOVE W-CLI TO CLI-MBDI
              MOVE W-FCO TO FCO-MBDI
              PERFORM Maj-Enr-Cli
151026        PERFORM Choix-Site-Livraison
              IF TYC-MBDI NOT = 2 AND NOT = 8 AND W-ICP = 0
                MOVE 0 TO W-NIV
                PERFORM VERIF-RISQUE
230826        PERFORM Retour-Cli
230826        EXIT PARAGRAPH
230826     END-IF
151026     PERFORM Ctl-Tvi-Cli
151026     IF W-TVI-KO = 1
151026        MOVE SPACE TO ACU-MSG-1
151026        STRING "Client UE : " DELIMITED BY SIZE
151026               W-TVI-MSG DELIMITED BY "  "
151026               INTO ACU-MSG-1
151026        MOVE "Facturation exonérée impossible" TO ACU-MSG-2
151026        PERFORM MSG-INFO
151026        MOVE SPACE TO ACU-MSG-2
151026     END-IF
           IF TYC-MBDI = 1 AND IAG-MCLI NOT = 1
              MOVE "Client non lié à une agence" TO ACU-MSG-1
              PERFORM MSG-INFO
               END-IF
           END-IF.

151026* n° de TVA intracommunautaire du client courant : W-TVI-KO
151026* pour un client UE hors France dont le numéro manque, est
151026* non conforme ou a été refusé par VIES (jamais vérifié : admis)
151026 Ctl-Tvi-Cli.
151026     MOVE 0 TO W-TVI-KO
151026     CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
151026                          W-TVI-MSG
151026     ON EXCEPTION CONTINUE
151026     END-CALL
151026     IF W-TVI-UE NOT = 1
151026        EXIT PARAGRAPH
151026     END-IF
151026     IF W-TVI-RET NOT = 0
151026        MOVE 1 TO W-TVI-KO
151026        EXIT PARAGRAPH
151026     END-IF
151026     IF VIE-MCLI = 2
151026        MOVE 1 TO W-TVI-KO
151026        MOVE "N° TVA refusé par VIES" TO W-TVI-MSG
151026     END-IF.
151026
151026* exonération demandée (AFC-MBDI = 1, automatique ou saisie)
151026* pour un client UE sans numéro valable : retour au régime
151026* soumis
151026 Ctl-Afc-Tvi.
151026     IF AFC-MBDI NOT = 1
151026        EXIT PARAGRAPH
151026     END-IF
151026     PERFORM Ctl-Tvi-Cli
151026     IF W-TVI-KO = 0
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE 0 TO AFC-MBDI
151026     MOVE 1 TO Screen1-RADIO-5-BUF
151026     MODIFY Screen1-DaRb-AFC0, VALUE 1
151026     MOVE SPACE TO ACU-MSG-1
151026     STRING "Exonération refusée : " DELIMITED BY SIZE
151026            W-TVI-MSG DELIMITED BY "  "
151026            INTO ACU-MSG-1
151026     PERFORM MSG-INFO.

       Retour-Cli.
           MOVE ZERO TO W-CLI
           MODIFY Screen1-Ef-Cli, VALUE SPACE
       VERIF-RISQUE.
           MOVE 1 TO W-RISQUE-OK
           IF PLC-MCLI = 0
151026        PERFORM Calc-Encours-Cli
151026        PERFORM Verif-Assurance
              EXIT PARAGRAPH
           END-IF
           PERFORM Calc-Encours-Cli
151026     PERFORM Verif-Assurance
           IF W-ENCRS-CLI > PLC-MCLI
              MOVE "Encours client supérieur au plafond de crédit auto
      -    "risé."
              END-IF
           END-IF.

151026* assurance-crédit : engagement total du client (bons
151026* ouverts + tout le restant dû de l'échéancier) comparé à la
151026* garantie de l'assureur - simple avertissement, la vente
151026* n'est pas bloquée
151026 Verif-Assurance.
151026     IF ENC-STA-ASS = 0
151026        EXIT PARAGRAPH
151026     END-IF
151026     COMPUTE W-ENGAGE-ASS = W-ENCRS-CLI - W-ENCRS-ECH
151026                          + ENC-OUVERT
151026     MOVE SPACE TO ACU-MSG-1 ACU-MSG-2
151026     EVALUATE ENC-STA-ASS
151026     WHEN 2
151026        MOVE "Garantie refusée par l'assureur-crédit."
151026          TO ACU-MSG-1
151026     WHEN 3
151026        MOVE "Garantie de l'assureur-crédit expirée."
151026          TO ACU-MSG-1
151026     WHEN OTHER
151026        IF W-ENGAGE-ASS NOT > ENC-GARANTIE
151026           EXIT PARAGRAPH
151026        END-IF
151026        MOVE W-ENGAGE-ASS TO W-ENGAGE-ED
151026        MOVE ENC-GARANTIE TO W-GARANTIE-ED
151026        STRING "Engagement " DELIMITED BY SIZE
151026               W-ENGAGE-ED DELIMITED BY SIZE
151026               " > garantie assurée " DELIMITED BY SIZE
151026               W-GARANTIE-ED DELIMITED BY SIZE
151026               INTO ACU-MSG-1
151026     END-EVALUATE
151026     MOVE "La part au-delà n'est pas couverte." TO ACU-MSG-2
151026     PERFORM MSG-INFO.
151026
230826* fenêtre modale de prise du PIN superviseur (ScreenDerog,
230826* champ SECURE) ; le PIN ne se garde nulle part en clair
230826 Saisie-Pin-Derog.
230826* d'une facture échelonnée ne bloquent pas la vente
230826* (cf. echea-b / MXECHEAN)
230826     MOVE 0 TO W-ENCRS-ECH
230826     CALL "calc-encours" USING COD-MCLI, W-DAT, W-ENCRS-ECH,
151026          ENC-ASSUR
230826          ON EXCEPTION CONTINUE
230826     END-CALL
230826     ADD W-ENCRS-ECH TO W-ENCRS-CLI.
                MOVE 0 TO CHC-MBDI
           ELSE MOVE SPACE TO RAI-MBDI ADR-MBDI
                              POS-MBDI VIL-MBDI
151026          MOVE 0 TO SIT-MBDI
151026          MOVE SPACE TO ZLV-MBDI
                PERFORM Affich-Chc-Div
                MOVE 61 TO CONTROL-ID
                MOVE 4 TO ACCEPT-CONTROL
              EXIT PARAGRAPH
           END-IF
           PERFORM Ligne-Non-Modifiee
151026     MOVE SPACE TO W-ASS-SRC
151026     IF CDFL = CHOIX-C AND ART-MLDI NOT = SPACE
151026     AND PZE-MLDI NOT = 4
151026     AND TYP-MBDI NOT = 3 AND TYP-MBDI NOT = 7
151026        MOVE ART-MLDI TO W-ASS-SRC
151026     END-IF
           IF CDFL = CHOIX-M 
                PERFORM Mep-Detail-Ldis
                MODIFY Screen2-DaGd-1, Y = Screen2-DaGd-1-Cursor-Y,
                MOVE ART-MLDI TO COD-MART
                PERFORM Ligne-Non-Modifiee
                PERFORM Ajout-Ldis
151026          PERFORM Propose-Associes
           END-IF.

       Verif-Si-Modif-Ligne. 
              MOVE SV-DEP-MLDI TO DEP-MLDI
              PERFORM Maj-Grille
           end-if.
151026* article vendu en échange standard : la consigne d'épave
151026* suit automatiquement la ligne créée
151026     IF CDFL = CHOIX-C AND INP-MLDI = PRODUIT-A
151026     AND AR1-MLDI NOT NUMERIC
151026     AND TYP-MBDI NOT = 3 AND TYP-MBDI NOT = 5
151026     AND TYP-MBDI NOT = 7
151026        PERFORM Ajout-Ligne-Epave
151026        PERFORM Ajout-Ligne-Rpd
151026     END-IF.
      
151026* ligne de consigne d'épave (article EPV-MART de l'article
151026* reconditionné ESD-MART = 1) : même quantité, prix de la
151026* consigne, jamais remisée ; epave-b SUIVI en tire la fiche
151026* d'épave due une fois la ligne livrée (cf. epave-b)
151026 Ajout-Ligne-Epave.
151026     MOVE ART-MLDI TO COD-MART
151026     READ MXART INVALID EXIT PARAGRAPH
151026     END-READ
151026     IF ESD-MART NOT = 1 OR EPV-MART = SPACE
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE EPV-MART TO W-EPV-ART
151026     MOVE ENR-MLDI TO W-EPV-ENR-MLDI
151026     MOVE W-EPV-ART TO COD-MART
151026     READ MXART INVALID
151026        MOVE " Consigne d'épave inconnue " TO ACU-MSG-1
151026        PERFORM MSG-INFO
151026        MOVE W-EPV-ENR-MLDI TO ENR-MLDI
151026        MOVE ART-MLDI TO COD-MART
151026        READ MXART INVALID CONTINUE
151026        END-READ
151026        EXIT PARAGRAPH
151026     END-READ
151026     ADD 1 TO D-LIG D-RAN
151026     MOVE D-LIG TO LIG-MLDI
151026     MOVE D-RAN TO RAN-MLDI
151026     MOVE W-EPV-ART TO ART-MLDI
151026     MOVE DES-MART TO DES-MLDI
151026     MOVE SPACE TO DE2-MLDI
151026     MOVE PVN-MART TO PUB-MLDI PUN-MLDI
151026     MOVE PAC-MART TO PAC-MLDI
151026     MOVE 0 TO REM-MLDI REMC-MLDI PRO-MLDI ECO-MLDI IPNS-MLDI
151026               REC-MLDI(1) REC-MLDI(2) REC-MLDI(3)
151026               REC-MLDI(4) REC-MLDI(5) REC-MLDI(6)
151026     MOVE 0 TO REV-MLDI HIV-MLDI HIA-MLDI HCD-MLDI HDD-MLDI
151026               EDI-MLDI
151026     MOVE "EPV" TO MOT-MLDI
151026     PERFORM Wri-MXLDIS
151026     MOVE 0 TO W-OTE
151026     PERFORM Maj-Ligne
151026     PERFORM Rew-MXLDIS
151026     PERFORM Maj-Grille
151026     MODIFY Screen2-DaGd-1, RECORD-TO-ADD Ligne-Af
151026     INQUIRE Screen2-DaGd-1, LAST-ROW IN WY
151026     PERFORM Sauv-Grid-Cle
151026     PERFORM Color-Grid-Commande
151026     PERFORM Aff-Tot
151026     MOVE W-EPV-ENR-MLDI TO ENR-MLDI
151026     MOVE ART-MLDI TO COD-MART
151026     READ MXART INVALID CONTINUE
151026     END-READ.

151026* Certiphyto du client de la pièce ; l'enregistrement client
151026* en place est rétabli après lecture
151026 Controle-Certiphyto.
151026     MOVE 0 TO W-PHY-OK
151026     MOVE COD-MCLI TO W-PHY-CLI
151026     IF COD-MCLI NOT = CLI-MBDI
151026        MOVE CLI-MBDI TO COD-MCLI
151026        READ MXCLI INVALID
151026           MOVE SPACE TO CPH-MCLI
151026        END-READ
151026     END-IF
151026     IF CPH-MCLI NOT = SPACE AND CPHD-MCLI NOT < W-DAT
151026        MOVE 1 TO W-PHY-OK
151026     END-IF
151026     IF W-PHY-CLI NOT = CLI-MBDI
151026        MOVE W-PHY-CLI TO COD-MCLI
151026        READ MXCLI INVALID CONTINUE
151026        END-READ
151026     END-IF.

151026* redevance pour pollution diffuse du produit phyto : ligne
151026* de l'article RPD, même quantité, montant hors taxe RPD-MART
151026* de la fiche, jamais remisée ; phyto-b REGISTRE la reprend
151026 Ajout-Ligne-Rpd.
151026     MOVE ART-MLDI TO COD-MART
151026     READ MXART INVALID EXIT PARAGRAPH
151026     END-READ
151026     IF PHY-MART = 0 OR RPD-MART = 0
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE RPD-MART TO W-RPD-PUN
151026     MOVE ENR-MLDI TO W-RPD-ENR-MLDI
151026     MOVE ART-RPD TO COD-MART
151026     READ MXART INVALID
151026        MOVE " Article RPD absent " TO ACU-MSG-1
151026        PERFORM MSG-INFO
151026        MOVE W-RPD-ENR-MLDI TO ENR-MLDI
151026        MOVE ART-MLDI TO COD-MART
151026        READ MXART INVALID CONTINUE
151026        END-READ
151026        EXIT PARAGRAPH
151026     END-READ
151026     ADD 1 TO D-LIG D-RAN
151026     MOVE D-LIG TO LIG-MLDI
151026     MOVE D-RAN TO RAN-MLDI
151026     MOVE ART-RPD TO ART-MLDI
151026     MOVE DES-MART TO DES-MLDI
151026     MOVE SPACE TO DE2-MLDI
151026     MOVE W-RPD-PUN TO PUB-MLDI PUN-MLDI
151026     MOVE 0 TO PAC-MLDI
151026     MOVE 0 TO REM-MLDI REMC-MLDI PRO-MLDI ECO-MLDI IPNS-MLDI
151026               REC-MLDI(1) REC-MLDI(2) REC-MLDI(3)
151026               REC-MLDI(4) REC-MLDI(5) REC-MLDI(6)
151026     MOVE 0 TO REV-MLDI HIV-MLDI HIA-MLDI HCD-MLDI HDD-MLDI
151026               EDI-MLDI
151026     MOVE "RPD" TO MOT-MLDI
151026     PERFORM Wri-MXLDIS
151026     MOVE 0 TO W-OTE
151026     PERFORM Maj-Ligne
151026     PERFORM Rew-MXLDIS
151026     PERFORM Maj-Grille
151026     MODIFY Screen2-DaGd-1, RECORD-TO-ADD Ligne-Af
151026     INQUIRE Screen2-DaGd-1, LAST-ROW IN WY
151026     PERFORM Sauv-Grid-Cle
151026     PERFORM Color-Grid-Commande
151026     PERFORM Aff-Tot
151026     MOVE W-RPD-ENR-MLDI TO ENR-MLDI
151026     MOVE ART-MLDI TO COD-MART
151026     READ MXART INVALID CONTINUE
151026     END-READ.

       Creat-Ligne-Commande-Partielle.
           ADD 1 TO D-LIG MOVE D-LIG TO LIG-MLDI2
           MOVE 0 TO REV-MLDI2 HIV-MLDI2 HIA-MLDI2 HCD-MLDI2 HDD-MLDI2
230826* se calcule du poids total du bon (TOT-POI, cf. CAL-POI) et
230826* de la zone de livraison du client (ZLV-MCLI), barèmes
230826* MXTARTRP tenus par port-b
151026* La zone du site de livraison du bon (ZLV-MBDI) prime.
230826     IF NTP-MAGD = 4
151026      AND ZLV-MBDI NOT = SPACE
151026        CALL "cal-port-trp" USING TRP-MAGD, ZLV-MBDI,
151026             TOT-POI, TOT-POR
151026             ON EXCEPTION CONTINUE
151026        END-CALL
151026     END-IF.
151026     IF NTP-MAGD = 4
151026      AND ZLV-MBDI = SPACE
230826        CALL "cal-port-trp" USING TRP-MAGD, ZLV-MCLI,
230826             TOT-POI, TOT-POR
230826             ON EXCEPTION CONTINUE
230826* ventilation de Calc-TTC : les chaînes aval (port, TVA,
230826* EDI, tournées) relisent ces zones sans repasser les lignes
230826     MOVE TOT-HT TO THT-MBDI
151026     MOVE TOT-ECO TO ECO-MBDI
151026     PERFORM Cal-Tva-Marge
230826     COMPUTE TVA-MBDI = TOT-TVA + TVA-POR + TVA-FFA
230826     MOVE TOT-POR TO PRT-MBDI
230826     MOVE TOT-NET TO TTC-MBDI
           ADD C-PQP(I) TO TOT-TTC
           ADD C-ESC(I) TO TOT-ESC.

151026* biens d'occasion au régime de la marge : marge TTC de la
151026* ligne éligible et TVA comprise au taux du groupe de la
151026* ligne, comme tva-b, gljrn-b et occas-b ; une marge négative
151026* n'est pas taxée et ne s'impute pas sur les autres lignes
151026 Cal-Marge-Occ.
151026     MOVE 0 TO W-TVM-LIG
151026     COMPUTE W-MRG-LIG = W-MON - W-PAC
151026     IF W-MRG-LIG < 0
151026        MOVE 0 TO W-MRG-LIG
151026     END-IF
151026     IF W-MRG-LIG > 0 AND W-OCC-GRP > 0 AND W-OCC-GRP < 6
151026        IF RCT-MPAR(W-OCC-GRP) NOT = 1
151026           COMPUTE W-TVM-LIG ROUNDED = W-MRG-LIG
151026                 * TVA-MPAR(W-OCC-GRP)
151026                 / (100 + TVA-MPAR(W-OCC-GRP))
151026        END-IF
151026     END-IF.

151026* cumuls des lignes au régime de la marge mémorisés sur le bon
151026 Cal-Tva-Marge.
151026     MOVE 0 TO RMG-MBDI
151026     IF TOT-OCC NOT = 0
151026        MOVE 1 TO RMG-MBDI
151026     END-IF
151026     MOVE TOT-MRG TO MRG-MBDI
151026     MOVE TVA-MRG TO TVM-MBDI.

       Affich-Rib.
          
       Affich-Rib-Cop.
                        TOT-HT TOT-TTC TOT-POI TOT-HPI TOT-HPR 
                        TOT-TVA TOT-LIG TOT-HTT W-MODREM TOT-MG
                        UNE-MARGE-BAD TOT-VOL
151026                  TOT-ECO
151026                  TOT-OCC TOT-MRG TVA-MRG
           INITIALIZE TABLE-C-MON
           MOVE 9 TO C-TVA(1) C-TVA(2) C-TVA(3) C-TVA(4)
                     C-TVA(5) C-TVA(6) C-TVA(7) C-TVA(8) 

           MOVE TOT-HT  TO TAT-MBDI
           MOVE TOT-TTC TO TAC-MBDI
151026     MOVE TOT-ECO TO ECO-MBDI
151026     PERFORM Cal-Tva-Marge
           IF (TOT-HT < 0 OR TYP-MBDI = 3) AND AUTO-AVO = 2
                MOVE 1 TO ATTENTE
           END-IF
