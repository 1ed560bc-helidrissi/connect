      *{Bench}prg-comment
      * config-flex.cbl
151026* config-flex.cbl : configuration d'un flexible hydraulique
151026* serti, appelé par flex-l (saisie sbd-c) et flex-b CONFIG.
151026* Entrée : tuyau, embout côté A, embout côté B, angle
151026* d'orientation entre les deux embouts (degrés, sans objet
151026* si les deux sont droits), longueur hors tout en mm, gaine
151026* de protection (facultative), agence.
151026* La combinaison est contrôlée : embouts et gaine du
151026* diamètre du tuyau, embouts admis pour sa série
151026* (MXFLXCPT).  Une configuration déjà connue (MXFLXCFG
151026* CLE2) rend son article ; sinon l'article "FX" + no est
151026* créé (MXART FLX-MART = 1) avec sa nomenclature MXNOMART :
151026* tuyau et gaine au mètre, embouts, main d'oeuvre de
151026* sertissage (article de MX-DIR/flex.cfg).  Coût = somme
151026* des prix d'achat des composants, prix HT = somme de leurs
151026* prix de vente, rechiffrés à chaque réemploi.  Le bon
151026* d'atelier est écrit dans ft/flex-atelier-<article>.txt.
151026* Retour : 0 configuration existante, 1 article créé,
151026* 2 combinaison refusée, 3 composant inconnu, 9 fichiers
151026* indisponibles ; LK-MSG porte le motif.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. config-flex.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:55:10.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXFLEX.sl".
       COPY "MXFLXCPT.sl".
       COPY "MXFLXCFG.sl".
       COPY "MXART.sl".
       COPY "MXNOMART.sl".
       COPY "MXPARAM.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXFLEX.fd".
       COPY "MXFLXCPT.fd".
       COPY "MXFLXCFG.fd".
       COPY "MXART.fd".
       COPY "MXNOMART.fd".
       COPY "MXPARAM.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(60).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
      * 0 à ouvrir, 1 ouvert, 2 fichiers indisponibles
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-DAT                PIC 9(08).
       77 W-ANG                PIC 9(03).
       77 W-NBCOU              PIC 9.
       77 W-DN                 PIC 9(03).
       77 W-SER                PIC X(10).
       77 W-PRS                PIC 9(04).
       77 W-ART-MO             PIC X(20).
       77 W-EMB                PIC X(20).
       77 W-NUM                PIC 9(06).
       77 W-QM                 PIC 9(05)V99.
       77 W-CUA                PIC 9(09)V99.
       77 W-PVN                PIC 9(09)V99.
       77 W-LIG                PIC 9(03).
       77 W-GTV                PIC 9.
      * famille, gamme et groupe de TVA repris du tuyau
       77 W-FAM                PIC X(05).
       77 W-GRA                PIC X(03).
       77 W-TVA                PIC 9.
       77 W-ANG-ED             PIC ZZ9.
       77 W-LNG-ED             PIC ZZZZ9.
       77 W-DN-ED              PIC ZZ9.
      * longueur mini et maxi d'un flexible (mm)
       78 LNG-MINI             VALUE IS 100.
       78 LNG-MAXI             VALUE IS 60000.
      * composants du flexible en cours : tuyau, embouts, gaine,
      * main d'oeuvre
       01 W-TAB-CPS.
           05 W-CPS OCCURS 5.
              10 W-CPS-ART     PIC X(20).
              10 W-CPS-QTE     PIC 9(05)V99.
              10 W-CPS-SRT     PIC X(10).
              10 W-CPS-JUP     PIC X(20).
       77 K-CPS                PIC 9(02) COMP.
       77 W-NBCPS              PIC 9(02) COMP.
       01 LIGNE-ATE.
           05 LA-LIB           PIC X(12).
           05 FILLER           PIC X(01).
           05 LA-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LA-DES           PIC X(40).
           05 FILLER           PIC X(01).
           05 LA-QTE           PIC ZZZZ9,99.
           05 FILLER           PIC X(01).
           05 LA-OBS           PIC X(48).
       LINKAGE                     SECTION.
       77 LK-TUY               PIC X(20).
       77 LK-EMA               PIC X(20).
       77 LK-EMB               PIC X(20).
       77 LK-ANG               PIC 9(03).
       77 LK-LNG               PIC 9(05).
       77 LK-GAI               PIC X(20).
       77 LK-AGE               PIC X(03).
       77 LK-ART               PIC X(20).
       77 LK-MSG               PIC X(60).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-TUY LK-EMA LK-EMB LK-ANG LK-LNG
                                LK-GAI LK-AGE LK-ART LK-MSG LK-RET.
       Debut.
           MOVE SPACE TO LK-ART LK-MSG
           MOVE 2 TO LK-RET
           ACCEPT W-DAT FROM DATE YYYYMMDD
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           IF W-OUVERT NOT = 1
                MOVE 9 TO LK-RET
                MOVE "fichiers flexibles indisponibles" TO LK-MSG
                GO F-Config-Flex.
           IF LK-LNG < LNG-MINI OR LK-LNG > LNG-MAXI
                MOVE "longueur hors limites (100 à 60000 mm)"
                     TO LK-MSG
                GO F-Config-Flex.
           IF LK-ANG > 359
                MOVE "angle d'orientation de 0 à 359 degrés"
                     TO LK-MSG
                GO F-Config-Flex.
           PERFORM Controle-Combinaison
           IF LK-MSG NOT = SPACE
                GO F-Config-Flex.
           PERFORM Chiffre-Flexible
           INITIALIZE ENR-MFCF
           MOVE LK-TUY TO TUY-MFCF
           MOVE LK-EMA TO EMA-MFCF
           MOVE LK-EMB TO EMB-MFCF
           MOVE W-ANG TO ANG-MFCF
           MOVE LK-LNG TO LNG-MFCF
           MOVE LK-GAI TO GAI-MFCF
           READ MXFLXCFG KEY CLE2-MFCF INVALID
                PERFORM Cree-Flexible
           NOT INVALID
                PERFORM Reemploi-Flexible
           END-READ
           IF LK-RET > 1
                GO F-Config-Flex.
           MOVE ART-MFCF TO LK-ART
           PERFORM Bon-Atelier.
       F-Config-Flex.
           EXIT PROGRAM.

       Ouvre-Fichiers.
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           OPEN INPUT MXFLEX MXFLXCPT MXPARAM
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT
                EXIT PARAGRAPH.
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                INITIALIZE ENR-MPAR
           END-READ
           OPEN I-O MXFLXCFG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFLXCFG
                CLOSE MXFLXCFG
                OPEN I-O MXFLXCFG.
           OPEN I-O MXNOMART
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXNOMART
                CLOSE MXNOMART
                OPEN I-O MXNOMART.
           OPEN I-O MXART
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT
                EXIT PARAGRAPH.
           PERFORM Lit-Config
           MOVE 1 TO W-OUVERT.

      * MX-DIR/flex.cfg : article de main d'oeuvre de sertissage
      * (aucune ligne de main d'oeuvre à défaut)
       Lit-Config.
           MOVE SPACE TO W-ART-MO
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/flex.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END
                MOVE SPACE TO ENR-CONFIG
           END-READ
           MOVE ENR-CONFIG TO W-ART-MO
           CLOSE CONFIG.

      * tuyau, embouts et gaine du même diamètre, embouts admis
      * pour la série du tuyau
       Controle-Combinaison.
           MOVE LK-TUY TO ART-MFLX
           READ MXFLEX INVALID
                MOVE SPACE TO TYP-MFLX
           END-READ
           IF TYP-MFLX NOT = "T"
                MOVE 3 TO LK-RET
                MOVE "tuyau inconnu du catalogue flexibles" TO LK-MSG
                EXIT PARAGRAPH.
           MOVE SER-MFLX TO W-SER
           MOVE DN-MFLX TO W-DN
           MOVE PRS-MFLX TO W-PRS
           MOVE 0 TO W-NBCPS
           ADD 1 TO W-NBCPS
           MOVE LK-TUY TO W-CPS-ART(W-NBCPS)
           COMPUTE W-QM ROUNDED = LK-LNG / 1000
           MOVE W-QM TO W-CPS-QTE(W-NBCPS)
           MOVE SPACE TO W-CPS-SRT(W-NBCPS) W-CPS-JUP(W-NBCPS)
           MOVE 0 TO W-ANG W-NBCOU
           MOVE LK-EMA TO W-EMB
           PERFORM Controle-Embout
           IF LK-MSG NOT = SPACE
                EXIT PARAGRAPH.
           MOVE LK-EMB TO W-EMB
           PERFORM Controle-Embout
           IF LK-MSG NOT = SPACE
                EXIT PARAGRAPH.
      * l'orientation ne se règle qu'entre deux embouts coudés
           IF W-NBCOU = 2
                MOVE LK-ANG TO W-ANG.
           IF LK-GAI NOT = SPACE
                MOVE LK-GAI TO ART-MFLX
                READ MXFLEX INVALID
                     MOVE SPACE TO TYP-MFLX
                END-READ
                IF TYP-MFLX NOT = "G"
                     MOVE 3 TO LK-RET
                     MOVE "gaine inconnue du catalogue flexibles"
                          TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
                IF DN-MFLX NOT = W-DN
                     MOVE "gaine d'un autre diamètre que le tuyau"
                          TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBCPS
                MOVE LK-GAI TO W-CPS-ART(W-NBCPS)
                MOVE W-QM TO W-CPS-QTE(W-NBCPS)
                MOVE SPACE TO W-CPS-SRT(W-NBCPS) W-CPS-JUP(W-NBCPS)
           END-IF
           IF W-ART-MO NOT = SPACE
                ADD 1 TO W-NBCPS
                MOVE W-ART-MO TO W-CPS-ART(W-NBCPS)
                MOVE 1 TO W-CPS-QTE(W-NBCPS)
                MOVE SPACE TO W-CPS-SRT(W-NBCPS) W-CPS-JUP(W-NBCPS)
           END-IF.

       Controle-Embout.
           MOVE W-EMB TO ART-MFLX
           READ MXFLEX INVALID
                MOVE SPACE TO TYP-MFLX
           END-READ
           IF TYP-MFLX NOT = "E"
                MOVE 3 TO LK-RET
                STRING "embout inconnu du catalogue : "
                       DELIMITED BY SIZE
                       W-EMB DELIMITED BY "  "
                       INTO LK-MSG
                EXIT PARAGRAPH.
           MOVE W-SER TO SER-MFCP
           MOVE W-DN TO DN-MFCP
           MOVE W-EMB TO EMB-MFCP
           READ MXFLXCPT INVALID
                STRING "embout non admis sur la série du tuyau : "
                       DELIMITED BY SIZE
                       W-EMB DELIMITED BY "  "
                       INTO LK-MSG
                EXIT PARAGRAPH
           END-READ
           IF ANG-MFLX > 0
                ADD 1 TO W-NBCOU.
           ADD 1 TO W-NBCPS
           MOVE W-EMB TO W-CPS-ART(W-NBCPS)
           MOVE 1 TO W-CPS-QTE(W-NBCPS)
           MOVE SRT-MFCP TO W-CPS-SRT(W-NBCPS)
           MOVE JUP-MFCP TO W-CPS-JUP(W-NBCPS).

      * coût et prix HT du flexible : somme des composants
       Chiffre-Flexible.
           MOVE 0 TO W-CUA W-PVN
           PERFORM Chiffre-Un-Composant
                VARYING K-CPS FROM 1 BY 1 UNTIL K-CPS > W-NBCPS.

       Chiffre-Un-Composant.
           MOVE W-CPS-ART(K-CPS) TO COD-MART
           READ MXART NO LOCK INVALID
                EXIT PARAGRAPH
           END-READ
           COMPUTE W-CUA ROUNDED = W-CUA
                                 + PAC-MART * W-CPS-QTE(K-CPS)
           COMPUTE W-PVN ROUNDED = W-PVN
                                 + PVN-MART * W-CPS-QTE(K-CPS).

      * nouvel article "FX" + no, sa nomenclature et sa
      * configuration
       Cree-Flexible.
           MOVE "FX999999" TO ART-MFCF
           START MXFLXCFG KEY NOT > CLE1-MFCF INVALID
                MOVE 0 TO W-NUM
           NOT INVALID
                READ MXFLXCFG PREVIOUS AT END
                     MOVE SPACE TO ART-MFCF
                END-READ
                IF ART-MFCF(1:2) = "FX" AND ART-MFCF(3:6) NUMERIC
                     MOVE ART-MFCF(3:6) TO W-NUM
                ELSE MOVE 0 TO W-NUM
                END-IF
           END-START
           ADD 1 TO W-NUM
      * le tuyau donne famille, gamme et groupe de TVA, rien
      * d'autre : unités, lots, matière dangereuse, liens
      * d'occasion ou de fusion sont ceux d'une pièce neuve
           MOVE LK-TUY TO COD-MART
           READ MXART NO LOCK INVALID
                INITIALIZE ENR-MART
           END-READ
           MOVE FAM-MART TO W-FAM
           MOVE GRA-MART TO W-GRA
           MOVE TVA-MART TO W-TVA
           INITIALIZE ENR-MART
           MOVE W-FAM TO FAM-MART
           MOVE W-GRA TO GRA-MART
           MOVE W-TVA TO TVA-MART
           INITIALIZE ENR-MFCF
           STRING "FX" DELIMITED BY SIZE
                  W-NUM DELIMITED BY SIZE
                  INTO ART-MFCF
           MOVE ART-MFCF TO COD-MART
           MOVE W-DN TO W-DN-ED
           MOVE LK-LNG TO W-LNG-ED
           MOVE W-ANG TO W-ANG-ED
           STRING "FLEXIBLE DN" DELIMITED BY SIZE
                  W-DN-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-SER DELIMITED BY "  "
                  " L" DELIMITED BY SIZE
                  W-LNG-ED DELIMITED BY SIZE
                  "MM " DELIMITED BY SIZE
                  W-ANG-ED DELIMITED BY SIZE
                  "DEG" DELIMITED BY SIZE
                  INTO DES-MART
           STRING LK-EMA DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  LK-EMB DELIMITED BY "  "
                  INTO DE2-MART
      * vendu et acheté à la pièce
           MOVE 1 TO CUA-MART CUV-MART NUU-MART MUL-MART
           MOVE W-CUA TO PAC-MART
           MOVE W-PVN TO PVN-MART
           PERFORM Prix-Ttc
           MOVE "V" TO ETA-MART
           MOVE 1 TO FLX-MART
           MOVE W-DAT TO DAT-MART DCR-MART
           WRITE ENR-MART INVALID
                MOVE 9 TO LK-RET
                MOVE "création de l'article flexible impossible"
                     TO LK-MSG
                EXIT PARAGRAPH
           END-WRITE
           MOVE 0 TO W-LIG
           PERFORM Ecrit-Nomenclature
                VARYING K-CPS FROM 1 BY 1 UNTIL K-CPS > W-NBCPS
           MOVE LK-TUY TO TUY-MFCF
           MOVE LK-EMA TO EMA-MFCF
           MOVE LK-EMB TO EMB-MFCF
           MOVE W-ANG TO ANG-MFCF
           MOVE LK-LNG TO LNG-MFCF
           MOVE LK-GAI TO GAI-MFCF
           MOVE W-CUA TO CUA-MFCF
           MOVE W-PVN TO PVN-MFCF
           MOVE W-DAT TO DCR-MFCF DUT-MFCF
           MOVE 1 TO NBU-MFCF
           WRITE ENR-MFCF INVALID
                MOVE 9 TO LK-RET
                MOVE "configuration non enregistrée" TO LK-MSG
                EXIT PARAGRAPH
           END-WRITE
           MOVE 1 TO LK-RET
           MOVE "flexible créé" TO LK-MSG.

       Ecrit-Nomenclature.
           ADD 1 TO W-LIG
           INITIALIZE ENR-MNOM
           MOVE ART-MFCF TO COD-MNOM
           MOVE W-LIG TO LIG-MNOM
           MOVE W-CPS-ART(K-CPS) TO ART-MNOM
           MOVE W-CPS-QTE(K-CPS) TO QTE-MNOM
           WRITE ENR-MNOM INVALID
                REWRITE ENR-MNOM INVALID CONTINUE
                END-REWRITE
           END-WRITE.

      * configuration déjà fabriquée : même article, coût et prix
      * suivent les tarifs des composants
       Reemploi-Flexible.
           MOVE W-CUA TO CUA-MFCF
           MOVE W-PVN TO PVN-MFCF
           MOVE W-DAT TO DUT-MFCF
           ADD 1 TO NBU-MFCF
           REWRITE ENR-MFCF INVALID CONTINUE
           END-REWRITE
           MOVE ART-MFCF TO COD-MART
           READ MXART INVALID
                MOVE 3 TO LK-RET
                MOVE "article flexible absent de la fiche article"
                     TO LK-MSG
                EXIT PARAGRAPH
           END-READ
           MOVE W-CUA TO PAC-MART
           MOVE W-PVN TO PVN-MART
           PERFORM Prix-Ttc
           REWRITE ENR-MART INVALID CONTINUE
           END-REWRITE
           MOVE 0 TO LK-RET
           MOVE "configuration existante reprise" TO LK-MSG.

      * prix TTC au taux du groupe de l'article (groupe exonéré
      * RCT-MPAR laissé HT)
       Prix-Ttc.
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           IF RCT-MPAR(W-GTV) = 1
                MOVE PVN-MART TO PVT-MART
           ELSE COMPUTE PVT-MART ROUNDED = PVN-MART
                        * (100 + TVA-MPAR(W-GTV)) / 100
           END-IF.

      * bon d'atelier : composants, cotes de sertissage, longueur et
      * orientation à respecter
       Bon-Atelier.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/flex-atelier-" DELIMITED BY SIZE
                  LK-ART DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           STRING "BON D'ATELIER FLEXIBLE " DELIMITED BY SIZE
                  LK-ART DELIMITED BY "  "
                  " - AGENCE " DELIMITED BY SIZE
                  LK-AGE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-DN TO W-DN-ED
           MOVE LK-LNG TO W-LNG-ED
           MOVE W-ANG TO W-ANG-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "DN " DELIMITED BY SIZE
                  W-DN-ED DELIMITED BY SIZE
                  "  SERIE " DELIMITED BY SIZE
                  W-SER DELIMITED BY "  "
                  "  PRESSION " DELIMITED BY SIZE
                  W-PRS DELIMITED BY SIZE
                  " BAR  LONGUEUR HORS TOUT " DELIMITED BY SIZE
                  W-LNG-ED DELIMITED BY SIZE
                  " MM  ORIENTATION " DELIMITED BY SIZE
                  W-ANG-ED DELIMITED BY SIZE
                  " DEG" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Ligne-Atelier
                VARYING K-CPS FROM 1 BY 1 UNTIL K-CPS > W-NBCPS
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "COUPE : ________ MM   SERTI PAR : ________   "
                  DELIMITED BY SIZE
                  "CONTROLE : ________" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT.

       Ligne-Atelier.
           MOVE W-CPS-ART(K-CPS) TO COD-MART
           READ MXART NO LOCK INVALID
                MOVE SPACE TO DES-MART
           END-READ
           MOVE SPACE TO LIGNE-ATE
           EVALUATE TRUE
           WHEN K-CPS = 1
                MOVE "TUYAU" TO LA-LIB
           WHEN W-CPS-ART(K-CPS) = LK-GAI AND LK-GAI NOT = SPACE
                MOVE "GAINE" TO LA-LIB
           WHEN W-CPS-ART(K-CPS) = W-ART-MO
                MOVE "SERTISSAGE" TO LA-LIB
           WHEN K-CPS = 2
                MOVE "EMBOUT A" TO LA-LIB
           WHEN OTHER
                MOVE "EMBOUT B" TO LA-LIB
           END-EVALUATE
           MOVE W-CPS-ART(K-CPS) TO LA-ART
           MOVE DES-MART TO LA-DES
           MOVE W-CPS-QTE(K-CPS) TO LA-QTE
           IF W-CPS-SRT(K-CPS) NOT = SPACE
                STRING "SERTIR A " DELIMITED BY SIZE
                       W-CPS-SRT(K-CPS) DELIMITED BY "  "
                       " JUPE " DELIMITED BY SIZE
                       W-CPS-JUP(K-CPS) DELIMITED BY "  "
                       INTO LA-OBS
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ATE.
