      *{Bench}prg-comment
      * assoc-b.cbl
151026* assoc-b.cbl : ventes croisées par affinité de panier.  Les
151026* articles souvent achetés ensemble sur un même bon sont
151026* proposés au comptoir après chaque ligne validée (assoc-l
151026* depuis sbd-c) :
151026*   CALCULE [<mois>]
151026*       traitement de nuit : les ventes des <mois> derniers
151026*       mois (12 par défaut) de MXHISVTE sont regroupées par
151026*       bon (fichier de travail MXAFFPAN), chaque couple
151026*       d'articles d'un même bon est compté dans MXAFFIN ;
151026*       un couple est gardé si son support (nombre de bons)
151026*       et sa confiance (part des bons de l'article source
151026*       qui contiennent aussi le suggéré) atteignent les
151026*       seuils de la famille de l'article source, à défaut
151026*       les seuils généraux.  Seuils : MX-DIR/assoc.cfg,
151026*       lignes famille;support;confiance %, famille * pour
151026*       les seuils généraux (3 bons et 20 % sans fichier).
151026*       Les bons de plus de 50 articles (inventaires,
151026*       chantiers) n'entrent pas dans le calcul ;
151026*   RAPPORT [<aaaamm>]
151026*       rapport mensuel (mois précédent par défaut) des
151026*       suggestions présentées et acceptées (MXAFFSUG), taux
151026*       d'acceptation et chiffre d'affaires apporté (lignes
151026*       du bon portant l'article suggéré, quantité x prix
151026*       net) - ft/assoc-<aaaamm>.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. assoc-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:52:18.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXHISVTE.sl".
       COPY "MXAFFPAN.sl".
       COPY "MXAFFIN.sl".
       COPY "MXAFFSUG.sl".
       COPY "MXLDIS.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXHISVTE.fd".
       COPY "MXAFFPAN.fd".
       COPY "MXAFFIN.fd".
       COPY "MXAFFSUG.fd".
       COPY "MXLDIS.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(80).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DSP                PIC 9(08).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-X             PIC X(06).
       77 W-NBM                PIC 9(03).
       77 W-AA                 PIC 9(04).
       77 W-MM                 PIC 9(02).
       77 W-JJ                 PIC 9(02).
       77 W-TOTM               PIC 9(06).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATLIM             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NBLIG              PIC 9(07).
       77 W-NBBON              PIC 9(07).
       77 W-NBGROS             PIC 9(05).
       77 W-NBCPL              PIC 9(07).
       77 W-NBRET              PIC 9(07).
       77 W-NBPRE              PIC 9(07).
       77 W-NBACC              PIC 9(07).
       77 W-TAUX               PIC 9(03)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-CAS                PIC S9(11)V99.
       77 W-CAT                PIC S9(11)V99.
       77 W-CNF                PIC 9(03)V99.
       77 W-NBSRC              PIC 9(07).
       77 W-SUP                PIC 9(05).
       77 W-CNFMIN             PIC 9(03)V99.
       77 W-SUP-DEF            PIC 9(05).
       77 W-CNF-DEF            PIC 9(03)V99.
       77 W-TAUX-ED            PIC ZZ9,99.
       77 W-CAT-ED             PIC -(10)9,99.
       77 I                    PIC 9(04) COMP.
       77 J                    PIC 9(04) COMP.
           COPY "conv-num.wrk".
      * seuils par famille (assoc.cfg)
       78 MAXSEU               VALUE IS 200.
       77 W-NBSEU              PIC 9(04) COMP.
       01 W-TAB-SEU.
           05 W-SEU OCCURS 200.
              10 W-SEU-FAM     PIC X(05).
              10 W-SEU-SUP     PIC 9(05).
              10 W-SEU-CNF     PIC 9(03)V99.
       01 W-ZONES-CONFIG.
           05 WC-FAM           PIC X(05).
           05 WC-SUP           PIC X(10).
           05 WC-CNF           PIC X(10).
      * panier en cours : articles distincts d'un bon
       78 MAXPAN               VALUE IS 50.
       77 W-NBPAN              PIC 9(04) COMP.
       77 W-PAN-TROP           PIC 9.
       77 W-ART-SRC            PIC X(20).
       77 W-ART-SUG            PIC X(20).
       77 W-AGE-PREC           PIC X(03).
       77 W-BON-PREC           PIC 9(08).
       01 W-TAB-PAN.
           05 W-PAN-ART        PIC X(20) OCCURS 50.
       01 LIGNE-RAP.
           05 LR-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LR-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-SRC           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-SUG           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-CNF           PIC ZZ9,99.
           05 FILLER           PIC X(01).
           05 LR-CAS           PIC -(8)9,99.
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
           EVALUATE W-FONCTION
           WHEN "CALCULE" PERFORM Calcule THRU F-Calcule
           WHEN "RAPPORT" PERFORM Rapport THRU F-Rapport
           WHEN OTHER
                DISPLAY "assoc-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : assoc-b CALCULE [mois]"
                DISPLAY "        assoc-b RAPPORT [aaaamm]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CALCULE : affinités d'achat des derniers mois
      ******************************************************************
       Calcule.
           MOVE 12 TO W-NBM
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-NBM.
           IF W-NBM = 0
                MOVE 12 TO W-NBM.
      * date limite : même jour, <mois> mois plus tôt
           COMPUTE W-AA = W-DAT / 10000
           COMPUTE W-MM = W-DAT / 100 - W-AA * 100
           COMPUTE W-JJ = W-DAT - W-AA * 10000 - W-MM * 100
           IF W-JJ > 28
                MOVE 28 TO W-JJ.
           COMPUTE W-TOTM = W-AA * 12 + W-MM - 1 - W-NBM
           COMPUTE W-AA = W-TOTM / 12
           COMPUTE W-MM = W-TOTM - W-AA * 12 + 1
           COMPUTE W-DATLIM = W-AA * 10000 + W-MM * 100 + W-JJ
           PERFORM Charge-Seuils
           OPEN INPUT MXHISVTE
           IF FILE-STATUS NOT = "00"
                DISPLAY "assoc-b : historique des ventes absent"
                GO F-Calcule.
           OPEN INPUT MXART
           OPEN OUTPUT MXAFFPAN
           CLOSE MXAFFPAN
           OPEN I-O MXAFFPAN
           PERFORM Regroupe-Paniers
           CLOSE MXHISVTE
           OPEN OUTPUT MXAFFIN
           CLOSE MXAFFIN
           OPEN I-O MXAFFIN
           PERFORM Compte-Couples
           PERFORM Applique-Seuils
           CLOSE MXAFFPAN MXAFFIN MXART
           DISPLAY "assoc-b : " W-NBLIG " lignes, " W-NBBON " bons, "
                   W-NBCPL " couples, " W-NBRET " retenus"
           IF W-NBGROS > 0
                DISPLAY "assoc-b : " W-NBGROS
                        " bons de plus de 50 articles écartés".
       F-Calcule.
           EXIT.

      * seuils : MX-DIR/assoc.cfg, famille;support;confiance
       Charge-Seuils.
           MOVE 3 TO W-SUP-DEF
           MOVE 20 TO W-CNF-DEF
           MOVE 0 TO W-NBSEU
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/assoc.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN
           PERFORM Lit-Seuil UNTIL W-FIN = 1
           CLOSE CONFIG.

       Lit-Seuil.
           READ CONFIG AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-CONFIG = SPACE OR ENR-CONFIG(1:1) = "#"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CONFIG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WC-FAM WC-SUP WC-CNF
           IF WC-FAM = "*"
                MOVE WC-SUP TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-SUP-DEF
                MOVE WC-CNF TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-CNF-DEF
                EXIT PARAGRAPH.
           IF W-NBSEU NOT < MAXSEU
                DISPLAY "assoc-b : assoc.cfg, famille ignorée " WC-FAM
                EXIT PARAGRAPH.
           ADD 1 TO W-NBSEU
           MOVE WC-FAM TO W-SEU-FAM(W-NBSEU)
           MOVE WC-SUP TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-SEU-SUP(W-NBSEU)
           MOVE WC-CNF TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-SEU-CNF(W-NBSEU).

      * les lignes livrées de la période, un article une fois par bon
       Regroupe-Paniers.
           MOVE 0 TO W-NBLIG W-FIN
           MOVE SPACE TO ENR-MHIV
           MOVE 0 TO NUM-MHIV
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Vente UNTIL W-FIN = 1.

       Lit-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE DSP-MHIV TO W-DSP
           IF W-DSP < W-DATLIM OR W-DSP > W-DAT
                EXIT PARAGRAPH.
           IF ART-MHIV = SPACE OR BON-MHIV = 0 OR QTE-MHIV NOT > 0
                EXIT PARAGRAPH.
           MOVE AGE-MHIV TO AGE-MAFP
           MOVE BON-MHIV TO BON-MAFP
           MOVE ART-MHIV TO ART-MAFP
           MOVE CLI-MHIV TO CLI-MAFP
           WRITE ENR-MAFP INVALID
                EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO W-NBLIG.

      * chaque bon : les couples de ses articles, dans les deux sens,
      * et pour chaque article le nombre de bons qui le contiennent
       Compte-Couples.
           MOVE 0 TO W-NBBON W-NBGROS W-NBCPL W-NBPAN W-PAN-TROP W-FIN
           MOVE SPACE TO W-AGE-PREC
           MOVE 0 TO W-BON-PREC
           MOVE LOW-VALUE TO CLE1-MAFP
           START MXAFFPAN KEY NOT < CLE1-MAFP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Panier UNTIL W-FIN = 1.

       Lit-Panier.
           READ MXAFFPAN NEXT AT END MOVE 1 TO W-FIN
                PERFORM Traite-Panier
                EXIT PARAGRAPH
           END-READ
           IF AGE-MAFP NOT = W-AGE-PREC OR BON-MAFP NOT = W-BON-PREC
                PERFORM Traite-Panier
                MOVE AGE-MAFP TO W-AGE-PREC
                MOVE BON-MAFP TO W-BON-PREC
                MOVE 0 TO W-NBPAN W-PAN-TROP.
           IF W-NBPAN NOT < MAXPAN
                MOVE 1 TO W-PAN-TROP
                EXIT PARAGRAPH.
           ADD 1 TO W-NBPAN
           MOVE ART-MAFP TO W-PAN-ART(W-NBPAN).

       Traite-Panier.
           IF W-NBPAN = 0
                EXIT PARAGRAPH.
           IF W-PAN-TROP = 1
                ADD 1 TO W-NBGROS
                EXIT PARAGRAPH.
           ADD 1 TO W-NBBON
           PERFORM Compte-Source VARYING I FROM 1 BY 1
                   UNTIL I > W-NBPAN.

       Compte-Source.
           MOVE W-PAN-ART(I) TO W-ART-SRC
           MOVE SPACE TO W-ART-SUG
           PERFORM Ajoute-Affinite
           PERFORM Compte-Paire VARYING J FROM 1 BY 1
                   UNTIL J > W-NBPAN.

       Compte-Paire.
           IF J = I
                EXIT PARAGRAPH.
           MOVE W-PAN-ART(I) TO W-ART-SRC
           MOVE W-PAN-ART(J) TO W-ART-SUG
           PERFORM Ajoute-Affinite.

       Ajoute-Affinite.
           MOVE W-ART-SRC TO SRC-MAFI
           MOVE W-ART-SUG TO SUG-MAFI
           READ MXAFFIN INVALID
                MOVE W-ART-SRC TO SRC-MAFI SR2-MAFI
                MOVE W-ART-SUG TO SUG-MAFI
                MOVE 99999 TO ICF-MAFI
                MOVE 1 TO NBP-MAFI
                MOVE 0 TO CNF-MAFI
                MOVE W-DAT TO DAT-MAFI
                WRITE ENR-MAFI INVALID CONTINUE
                END-WRITE
                IF SUG-MAFI NOT = SPACE
                     ADD 1 TO W-NBCPL
                END-IF
           NOT INVALID
                ADD 1 TO NBP-MAFI
                REWRITE ENR-MAFI INVALID CONTINUE
                END-REWRITE
           END-READ.

      * confiance de chaque couple et seuils de la famille de la
      * source ; l'enregistrement source (suggéré en espaces) vient
      * en tête de ses couples dans l'ordre de la clé
       Applique-Seuils.
           MOVE 0 TO W-NBRET W-NBSRC W-FIN
           MOVE LOW-VALUE TO CLE1-MAFI
           START MXAFFIN KEY NOT < CLE1-MAFI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Affinite UNTIL W-FIN = 1.

       Lit-Affinite.
           READ MXAFFIN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF SUG-MAFI = SPACE
                MOVE NBP-MAFI TO W-NBSRC
                PERFORM Seuils-Source
                EXIT PARAGRAPH.
           IF W-NBSRC = 0
                DELETE MXAFFIN RECORD INVALID CONTINUE
                END-DELETE
                EXIT PARAGRAPH.
           COMPUTE W-CNF ROUNDED = NBP-MAFI * 100 / W-NBSRC
           IF NBP-MAFI < W-SUP OR W-CNF < W-CNFMIN
                DELETE MXAFFIN RECORD INVALID CONTINUE
                END-DELETE
                EXIT PARAGRAPH.
           MOVE W-CNF TO CNF-MAFI
           COMPUTE ICF-MAFI = 10000 - W-CNF * 100
           REWRITE ENR-MAFI INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NBRET.

       Seuils-Source.
           MOVE W-SUP-DEF TO W-SUP
           MOVE W-CNF-DEF TO W-CNFMIN
           IF W-NBSEU = 0
                EXIT PARAGRAPH.
           MOVE SRC-MAFI TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           PERFORM Cherche-Seuil VARYING I FROM 1 BY 1
                   UNTIL I > W-NBSEU.

       Cherche-Seuil.
           IF W-SEU-FAM(I) = FAM-MART
                MOVE W-SEU-SUP(I) TO W-SUP
                MOVE W-SEU-CNF(I) TO W-CNFMIN
                MOVE W-NBSEU TO I.

      ******************************************************************
      *    RAPPORT : suggestions présentées et acceptées du mois
      ******************************************************************
       Rapport.
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-MOIS
           ELSE
                COMPUTE W-AA = W-DAT / 10000
                COMPUTE W-MM = W-DAT / 100 - W-AA * 100
                IF W-MM = 1
                     SUBTRACT 1 FROM W-AA
                     MOVE 12 TO W-MM
                ELSE
                     SUBTRACT 1 FROM W-MM
                END-IF
                COMPUTE W-MOIS = W-AA * 100 + W-MM.
           COMPUTE W-DATDEB = W-MOIS * 100 + 1
           COMPUTE W-DATFIN = W-MOIS * 100 + 31
           OPEN INPUT MXAFFSUG
           IF FILE-STATUS NOT = "00"
                DISPLAY "assoc-b : aucune suggestion enregistrée"
                GO F-Rapport.
           OPEN INPUT MXLDIS
           MOVE W-MOIS TO W-MOIS-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assoc-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "VENTES CROISEES - SUGGESTIONS ACCEPTEES DU MOIS "
                  DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "AGE BON      DATE     CLIENT   ARTICLE SOURCE"
                  DELIMITED BY SIZE
                  "       ARTICLE SUGGERE      CONF%      MONTANT HT"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBPRE W-NBACC W-CAT W-FIN
           MOVE W-DATDEB TO DAT-MAFS
           START MXAFFSUG KEY NOT < CLE2-MAFS INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Suggestion UNTIL W-FIN = 1
           MOVE 0 TO W-TAUX
           IF W-NBPRE > 0
                COMPUTE W-TAUX ROUNDED = W-NBACC * 100 / W-NBPRE.
           MOVE W-TAUX TO W-TAUX-ED
           MOVE W-CAT TO W-CAT-ED
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "suggestions présentées : " DELIMITED BY SIZE
                  W-NBPRE DELIMITED BY SIZE
                  "  acceptées : " DELIMITED BY SIZE
                  W-NBACC DELIMITED BY SIZE
                  "  taux : " DELIMITED BY SIZE
                  W-TAUX-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "chiffre d'affaires apporté HT : " DELIMITED BY SIZE
                  W-CAT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE MXAFFSUG MXLDIS ETAT
           DISPLAY "assoc-b : " W-NBPRE " suggestions, " W-NBACC
                   " acceptées, CA " W-CAT-ED.
       F-Rapport.
           EXIT.

       Lit-Suggestion.
           READ MXAFFSUG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DAT-MAFS > W-DATFIN
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBPRE
           IF ACC-MAFS NOT = 1
                EXIT PARAGRAPH.
           ADD 1 TO W-NBACC
           PERFORM Chiffre-Suggestion
           ADD W-CAS TO W-CAT
           MOVE SPACE TO LIGNE-RAP
           MOVE AGE-MAFS TO LR-AGE
           MOVE BON-MAFS TO LR-BON
           MOVE DAT-MAFS TO LR-DAT
           MOVE CLI-MAFS TO LR-CLI
           MOVE SRC-MAFS TO LR-SRC
           MOVE SUG-MAFS TO LR-SUG
           MOVE CNF-MAFS TO LR-CNF
           MOVE W-CAS TO LR-CAS
           WRITE LIGNE-ETAT FROM LIGNE-RAP.

      * lignes du bon qui portent l'article suggéré
       Chiffre-Suggestion.
           MOVE 0 TO W-CAS W-FIN2
           MOVE AGE-MAFS TO AGE-MLDI
           MOVE BON-MAFS TO BON-MLDI
           MOVE 0 TO LIG-MLDI
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Lit-Ligne-Bon UNTIL W-FIN2 = 1.

       Lit-Ligne-Bon.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MAFS OR BON-MLDI NOT = BON-MAFS
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF ART-MLDI NOT = SUG-MAFS OR PZE-MLDI = 4
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = QTE-MLDI * PUN-MLDI
           ADD W-MNT TO W-CAS.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
