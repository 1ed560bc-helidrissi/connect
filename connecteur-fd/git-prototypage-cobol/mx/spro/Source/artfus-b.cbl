      *{Bench}prg-comment
      * artfus-b.cbl
151026* artfus-b.cbl : détection et fusion des articles en doublon.
151026* Une même pièce vit sous plusieurs codes (créée depuis le
151026* tarif Kramp, une autre fois à la main, une troisième au
151026* changement de fournisseur) et stock, historique et prix se
151026* partagent entre eux :
151026*   DETECTE [seuil]
151026*       groupes de doublons présumés, ft/artfus-doublons.txt,
151026*       articles actifs seulement (hors annulés, déjà
151026*       fusionnés, occasions et articles de commande
151026*       spéciale) : même GENCOD (score 100), même référence
151026*       chez le même fournisseur (score 95), puis dans une
151026*       même famille désignations proches (score = part des
151026*       mots communs aux deux désignations, seuil 70 par
151026*       défaut) ; chaque groupe propose le plus ancien article
151026*       comme survivant et la commande de fusion - rien n'est
151026*       fusionné d'office ;
151026*   FUSION <garde>;<doublon>[;<doublon>...]
151026*       fusion du groupe approuvé, doublon par doublon, chacune
151026*       numérotée au journal MXARTFUS : stock MXARTSA de
151026*       chaque agence (quantité et réservations clients, PAMP
151026*       du survivant recalculé, trace ARTSAMVT motif FUS),
151026*       lignes MXHISVTE, lignes MXLDIS des bons non facturés,
151026*       caractéristiques MXDOCTEC (celles que le survivant
151026*       n'a pas), références clients MXCLIREF, pièces jointes
151026*       fi/ART et fiche de sécurité MXFDS copiées si le
151026*       survivant n'en a pas ; le doublon est annulé et garde
151026*       FUS-MART = survivant : son code reste accepté à la
151026*       saisie (Controle-Art de sbd-c bascule sur le
151026*       survivant), les alias des fusions antérieures vers le
151026*       doublon sont repointés ;
151026*   ANNULE <no de fusion>
151026*       remet en place, en remontant le journal, tout ce que
151026*       la fusion a déplacé (ce qui s'est créé depuis sous
151026*       le survivant lui reste) et réactive le doublon ; refusée
151026*       tant que le survivant est lui-même fusionné (annuler
151026*       d'abord la fusion la plus récente) ;
151026*   JOURNAL
151026*       liste des fusions, ft/artfus-journal.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. artfus-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:47.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXARTFUS.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXHISVTE.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXDOCTEC.sl".
       COPY "MXCLIREF.sl".
       COPY "MXFDS.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXARTFUS.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXHISVTE.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXDOCTEC.fd".
       COPY "MXCLIREF.fd".
       COPY "MXFDS.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ARTSAMVT PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ARTSAMVT      PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(250).
       77 W-ZONE               PIC X(250).
       77 W-PTR                PIC 9(03) COMP.
       77 W-PTR2               PIC 9(03) COMP.
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-USR                PIC X(10).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-ERR                PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-GARDE              PIC X(20).
       77 W-DOUBLE             PIC X(20).
       77 W-NFU                PIC 9(08).
       77 W-NFU-X              PIC X(08).
       77 W-SEQ                PIC 9(05).
       77 W-SEUIL              PIC 9(03).
       77 W-SCORE              PIC 9(03).
       77 W-COMMUN             PIC 9(03).
       77 W-NB                 PIC 9(05).
       77 W-NB-GRP             PIC 9(05).
       77 W-NB-ASA             PIC 9(05).
       77 W-NB-HIV             PIC 9(07).
       77 W-NB-LDI             PIC 9(05).
       77 W-NB-DOC             PIC 9(05).
       77 W-NB-CRF             PIC 9(05).
       77 W-NB-ATT             PIC 9(05).
       77 W-NB-ALI             PIC 9(05).
       77 W-NB-COLL            PIC 9(05).
       77 W-NB-FUS             PIC 9(05).
       77 I                    PIC 9(05) COMP.
       77 J                    PIC 9(05) COMP.
       77 K                    PIC 9(03) COMP.
       77 L                    PIC 9(03) COMP.
       77 G                    PIC 9(05) COMP.
       77 W-G1                 PIC 9(05) COMP.
       77 W-G2                 PIC 9(05) COMP.
       77 W-NGRP               PIC 9(05) COMP.
       77 W-NBTAB              PIC 9(05) COMP.
       77 W-NBAGE              PIC 9(03) COMP.
       77 W-NBDOC              PIC 9(03) COMP.
       77 W-NBALI              PIC 9(03) COMP.
       77 W-IGARDE             PIC 9(05) COMP.
       78 MAXTAB               VALUE IS 2000.
       78 MAXAGE               VALUE IS 200.
       78 MAXDOC               VALUE IS 200.
       78 MAXALI               VALUE IS 200.
       78 MINUSCULES           VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAJUSCULES           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 W-PLEIN              PIC 9.
       77 W-CLE-RUN            PIC X(20).
       77 W-TITRE              PIC X(60).
       77 W-DES-NORM           PIC X(50).
       77 W-DES-TMP            PIC X(50).
       77 W-QST                PIC S9(09)V99.
       77 W-QCC                PIC S9(09)V99.
       77 W-QG                 PIC S9(09)V99.
       77 W-PAMP-D             PIC 9(09)V99.
       77 A-QTE                PIC S9(09)V99.
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-NOM                PIC X(30).
       77 W-NOMG               PIC X(30).
       77 W-NOM-TMP            PIC X(30).
       77 W-DOSSIER            PIC X(100).
       77 W-FIC                PIC X(120).
       77 W-FIC2               PIC X(120).
       77 W-IND                PIC S9(04) COMP.
       77 W-PRESENT            PIC S9(04) COMP.
       77 W-VER                PIC 9(03).
       77 W-SEP                PIC X(01).
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
           COPY "lit-artsa.wrk".
151026* zones de C$FILEINFO : seul le code retour sert (0 = présent)
       01 W-FIC-INFO.
           03 W-FIC-TAILLE     PIC X(8) COMP-X.
           03 W-FIC-DATE       PIC 9(8) COMP-X.
           03 W-FIC-HEURE      PIC 9(8) COMP-X.
151026* extensions des pièces jointes rangées sous le code article
       01 W-EXT-VAL            PIC X(20)
                               VALUE "jpg jpegpng gif pdf ".
       01 W-EXT-TAB REDEFINES W-EXT-VAL.
           05 W-EXT            PIC X(04) OCCURS 5.
151026* articles d'une série (même GENCOD, même référence, même
151026* famille) en mémoire pour la comparaison croisée
       01 W-TAB.
           05 W-TAB-ART-TOUS OCCURS 2000.
              10 WT-ART        PIC X(20).
              10 WT-DES        PIC X(50).
              10 WT-FOU        PIC X(08).
              10 WT-REF        PIC X(20).
              10 WT-DCR        PIC 9(08).
              10 WT-NBM        PIC 9(02).
              10 WT-MOTS.
                 15 WT-MOT     PIC X(15) OCCURS 8.
              10 WT-GRP        PIC 9(05) COMP.
              10 WT-SCO        PIC 9(03).
       01 W-MOTS.
           05 W-MOT            PIC X(15) OCCURS 8.
151026* agences, caractéristiques et alias du doublon, relevés avant
151026* d'être déplacés (les réécritures déplacent la lecture)
       01 W-AGE-TAB.
           05 W-AGE            PIC X(03) OCCURS 200.
       01 W-DOC-TAB.
           05 W-DOC-TOUS OCCURS 200.
              10 WD-COD        PIC X(05).
              10 WD-VAL        PIC X(30).
       01 W-ALI-TAB.
           05 W-ALI            PIC X(20) OCCURS 200.
       01 LIGNE-MBR.
           05 FILLER           PIC X(02).
           05 LM-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LM-DES           PIC X(40).
           05 FILLER           PIC X(01).
           05 LM-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LM-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LM-DCR           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LM-SCO           PIC ZZ9.
       01 LIGNE-JRN.
           05 LJ-NFU           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LJ-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LJ-DBL           PIC X(20).
           05 FILLER           PIC X(04).
           05 LJ-GAR           PIC X(20).
           05 FILLER           PIC X(01).
           05 LJ-USR           PIC X(10).
           05 FILLER           PIC X(01).
           05 LJ-STA           PIC X(08).
           05 FILLER           PIC X(01).
           05 LJ-DAN           PIC 9(08).
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
           ACCEPT W-USR FROM ENVIRONMENT "USER"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 250
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2
           EVALUATE W-FONCTION
           WHEN "DETECTE" PERFORM Detecte THRU F-Detecte
           WHEN "FUSION"  PERFORM Fusion THRU F-Fusion
           WHEN "ANNULE"  PERFORM Annule THRU F-Annule
           WHEN "JOURNAL" PERFORM Journal THRU F-Journal
           WHEN OTHER
                DISPLAY "artfus-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : artfus-b DETECTE [seuil]"
                DISPLAY "        artfus-b FUSION garde;doublon"
                        "[;doublon...]"
                DISPLAY "        artfus-b ANNULE no-fusion"
                DISPLAY "        artfus-b JOURNAL"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxartfus.
           OPEN I-O MXARTFUS
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXARTFUS
                CLOSE MXARTFUS
                OPEN I-O MXARTFUS.

      ******************************************************************
      *    DETECTE : groupes de doublons présumés
      ******************************************************************
       Detecte.
           MOVE 70 TO W-SEUIL
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0 AND CVN-SOR NOT > 100
                     MOVE CVN-SOR TO W-SEUIL.
           OPEN INPUT MXART
           IF FILE-STATUS = "35"
                DISPLAY "artfus-b : MXART absent"
                GO F-Detecte.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/artfus-doublons.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ARTICLES EN DOUBLON PRESUMES AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " - SEUIL DESIGNATION " DELIMITED BY SIZE
                  W-SEUIL DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB-GRP
      * 1 : même GENCOD
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "GENCOD IDENTIQUE (SCORE 100)" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBTAB W-FIN W-PLEIN
           MOVE SPACE TO W-CLE-RUN
           MOVE LOW-VALUE TO GCOD-MART
           START MXART KEY NOT < CLE3-MART INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Par-Gencod UNTIL W-FIN = 1
           PERFORM Groupe-Gencod
      * 2 : même référence chez le même fournisseur
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "REFERENCE IDENTIQUE, MEME FOURNISSEUR (SCORE 95)"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBTAB W-FIN W-PLEIN
           MOVE SPACE TO W-CLE-RUN
           MOVE LOW-VALUE TO REF-MART
           START MXART KEY NOT < CLE2-MART INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Par-Reference UNTIL W-FIN = 1
           PERFORM Groupe-Reference
      * 3 : désignations proches dans une même famille
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DESIGNATION PROCHE, MEME FAMILLE (% DE MOTS COMMUNS)"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBTAB W-FIN W-PLEIN
           MOVE SPACE TO W-CLE-RUN
           MOVE LOW-VALUE TO FAM-MART
           START MXART KEY NOT < CLE5-MART INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Par-Famille UNTIL W-FIN = 1
           PERFORM Groupe-Designation
           CLOSE MXART ETAT
           DISPLAY "artfus-b : " W-NB-GRP " groupes présumés, état "
                   ASSIGN-ETAT.
       F-Detecte.
           EXIT.

      * un article entre dans la comparaison s'il est actif, ni
      * occasion (unité unique) ni article de commande spéciale
       Article-Comparable.
           MOVE 1 TO W-TROUVE
           IF CANN-MART = 1 OR FUS-MART NOT = SPACE
           OR OCC-MART NOT = 0 OR CSP-MART = 1
                MOVE 0 TO W-TROUVE.

       Lit-Par-Gencod.
           READ MXART NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF GCOD-MART = SPACE OR GCOD-MART = ZERO
                EXIT PARAGRAPH.
           PERFORM Article-Comparable
           IF W-TROUVE = 0
                EXIT PARAGRAPH.
           IF GCOD-MART NOT = W-CLE-RUN
                PERFORM Groupe-Gencod
                MOVE GCOD-MART TO W-CLE-RUN.
           PERFORM Charge-Article.

       Lit-Par-Reference.
           READ MXART NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF REF-MART = SPACE
                EXIT PARAGRAPH.
           PERFORM Article-Comparable
           IF W-TROUVE = 0
                EXIT PARAGRAPH.
           IF REF-MART NOT = W-CLE-RUN
                PERFORM Groupe-Reference
                MOVE REF-MART TO W-CLE-RUN.
           PERFORM Charge-Article.

       Lit-Par-Famille.
           READ MXART NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           PERFORM Article-Comparable
           IF W-TROUVE = 0
                EXIT PARAGRAPH.
           IF FAM-MART NOT = W-CLE-RUN
                PERFORM Groupe-Designation
                MOVE FAM-MART TO W-CLE-RUN.
           PERFORM Charge-Article.

       Charge-Article.
           IF W-NBTAB NOT < MAXTAB
                IF W-PLEIN = 0
                     DISPLAY "artfus-b : table pleine, série "
                             W-CLE-RUN " tronquée à " W-NBTAB
                             " articles"
                     MOVE 1 TO W-PLEIN
                END-IF
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTAB
           MOVE COD-MART TO WT-ART(W-NBTAB)
           MOVE DES-MART TO WT-DES(W-NBTAB)
           MOVE FOU-MART TO WT-FOU(W-NBTAB)
           MOVE REF-MART TO WT-REF(W-NBTAB)
           MOVE DCR-MART TO WT-DCR(W-NBTAB)
           MOVE 0 TO WT-GRP(W-NBTAB) WT-SCO(W-NBTAB)
           IF DNO-MART NOT = SPACE
                MOVE DNO-MART TO W-DES-NORM
           ELSE MOVE DES-MART TO W-DES-NORM
           END-IF
           PERFORM Decoupe-Designation
           MOVE W-MOTS TO WT-MOTS(W-NBTAB).

      * majuscules, ponctuation en blancs, blancs resserrés, puis
      * les huit premiers mots de plus d'une lettre
       Decoupe-Designation.
           INSPECT W-DES-NORM CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT W-DES-NORM CONVERTING "-./,;:()'*+" TO
                                         "           "
           MOVE 0 TO L
           MOVE SPACE TO W-DES-TMP
           PERFORM Resserre-Un-Car VARYING K FROM 1 BY 1
                   UNTIL K > 50
           MOVE SPACE TO W-MOTS
           UNSTRING W-DES-TMP DELIMITED BY ALL " "
                INTO W-MOT(1) W-MOT(2) W-MOT(3) W-MOT(4)
                     W-MOT(5) W-MOT(6) W-MOT(7) W-MOT(8)
           MOVE 0 TO L
           PERFORM Garde-Un-Mot VARYING K FROM 1 BY 1
                   UNTIL K > 8
           MOVE L TO WT-NBM(W-NBTAB).

       Resserre-Un-Car.
           IF W-DES-NORM(K:1) NOT = SPACE
                ADD 1 TO L
                MOVE W-DES-NORM(K:1) TO W-DES-TMP(L:1)
           ELSE
                IF L > 0 AND W-DES-TMP(L:1) NOT = SPACE
                     ADD 1 TO L
                END-IF
           END-IF.

       Garde-Un-Mot.
           IF W-MOT(K)(2:1) NOT = SPACE
                ADD 1 TO L
                MOVE W-MOT(K) TO W-MOT(L)
           END-IF
           IF K > L
                MOVE SPACE TO W-MOT(K).

      * série d'un même GENCOD : un seul groupe
       Groupe-Gencod.
           IF W-NBTAB > 1
                MOVE 1 TO W-NGRP
                PERFORM Groupe-Entier VARYING I FROM 1 BY 1
                        UNTIL I > W-NBTAB
                MOVE SPACE TO W-TITRE
                STRING "  GENCOD " DELIMITED BY SIZE
                       W-CLE-RUN DELIMITED BY SIZE
                       INTO W-TITRE
                PERFORM Edite-Groupes.
           MOVE 0 TO W-NBTAB W-PLEIN.

       Groupe-Entier.
           MOVE 1 TO WT-GRP(I)
           MOVE 100 TO WT-SCO(I).

      * série d'une même référence : un groupe par fournisseur
       Groupe-Reference.
           IF W-NBTAB > 1
                MOVE 0 TO W-NGRP
                PERFORM Groupe-Un-Fournisseur VARYING I FROM 1 BY 1
                        UNTIL I > W-NBTAB
                MOVE SPACE TO W-TITRE
                STRING "  REFERENCE " DELIMITED BY SIZE
                       W-CLE-RUN DELIMITED BY SIZE
                       INTO W-TITRE
                PERFORM Edite-Groupes.
           MOVE 0 TO W-NBTAB W-PLEIN.

       Groupe-Un-Fournisseur.
           IF WT-GRP(I) = 0 AND WT-FOU(I) NOT = SPACE
                MOVE 0 TO W-NB
                COMPUTE J = I + 1
                PERFORM Meme-Fournisseur VARYING J FROM J BY 1
                        UNTIL J > W-NBTAB
                IF W-NB > 0
                     MOVE W-NGRP TO WT-GRP(I)
                     MOVE 95 TO WT-SCO(I).

       Meme-Fournisseur.
           IF WT-GRP(J) = 0 AND WT-FOU(J) = WT-FOU(I)
                IF W-NB = 0
                     ADD 1 TO W-NGRP
                END-IF
                ADD 1 TO W-NB
                MOVE W-NGRP TO WT-GRP(J)
                MOVE 95 TO WT-SCO(J).

      * famille : chaque paire au-dessus du seuil rejoint (ou
      * réunit) les groupes de ses deux articles
       Groupe-Designation.
           IF W-NBTAB > 1
                MOVE 0 TO W-NGRP
                PERFORM Compare-Designation VARYING I FROM 1 BY 1
                        UNTIL I NOT < W-NBTAB
                MOVE SPACE TO W-TITRE
                STRING "  FAMILLE " DELIMITED BY SIZE
                       W-CLE-RUN DELIMITED BY SIZE
                       INTO W-TITRE
                PERFORM Edite-Groupes.
           MOVE 0 TO W-NBTAB W-PLEIN.

       Compare-Designation.
           IF WT-NBM(I) = 0
                EXIT PARAGRAPH.
           COMPUTE J = I + 1
           PERFORM Compare-Deux-Designations VARYING J FROM J BY 1
                   UNTIL J > W-NBTAB.

       Compare-Deux-Designations.
           IF WT-NBM(J) = 0
                EXIT PARAGRAPH.
           MOVE 0 TO W-COMMUN
           PERFORM Compte-Mot-Commun VARYING K FROM 1 BY 1
                   UNTIL K > WT-NBM(I)
           COMPUTE W-SCORE = (200 * W-COMMUN)
                           / (WT-NBM(I) + WT-NBM(J))
           IF W-SCORE < W-SEUIL
                EXIT PARAGRAPH.
           IF W-SCORE > WT-SCO(I)
                MOVE W-SCORE TO WT-SCO(I).
           IF W-SCORE > WT-SCO(J)
                MOVE W-SCORE TO WT-SCO(J).
           MOVE WT-GRP(I) TO W-G1
           MOVE WT-GRP(J) TO W-G2
           EVALUATE TRUE
           WHEN W-G1 = 0 AND W-G2 = 0
                ADD 1 TO W-NGRP
                MOVE W-NGRP TO WT-GRP(I) WT-GRP(J)
           WHEN W-G1 = 0
                MOVE W-G2 TO WT-GRP(I)
           WHEN W-G2 = 0
                MOVE W-G1 TO WT-GRP(J)
           WHEN W-G1 NOT = W-G2
                PERFORM Reunit-Groupe VARYING G FROM 1 BY 1
                        UNTIL G > W-NBTAB
           END-EVALUATE.

       Compte-Mot-Commun.
           MOVE 0 TO W-TROUVE
           PERFORM Cherche-Mot VARYING L FROM 1 BY 1
                   UNTIL L > WT-NBM(J) OR W-TROUVE = 1
           IF W-TROUVE = 1
                ADD 1 TO W-COMMUN.

       Cherche-Mot.
           IF WT-MOT(I, K) = WT-MOT(J, L)
                MOVE 1 TO W-TROUVE.

       Reunit-Groupe.
           IF WT-GRP(G) = W-G2
                MOVE W-G1 TO WT-GRP(G).

      * W-TITRE porte l'intitulé de la série, écrit devant son
      * premier groupe
       Edite-Groupes.
           PERFORM Edite-Un-Groupe VARYING G FROM 1 BY 1
                   UNTIL G > W-NGRP.

       Edite-Un-Groupe.
           MOVE 0 TO W-NB W-IGARDE
           PERFORM Compte-Membre VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           IF W-NB < 2
                EXIT PARAGRAPH.
           IF W-TITRE NOT = SPACE
                MOVE W-TITRE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO W-TITRE.
           ADD 1 TO W-NB-GRP
           PERFORM Edite-Membre VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
      * commande de fusion proposée, survivant en tête
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR2
           STRING "    GROUPE " DELIMITED BY SIZE
                  W-NB-GRP DELIMITED BY SIZE
                  " : artfus-b FUSION " DELIMITED BY SIZE
                  WT-ART(W-IGARDE) DELIMITED BY "  "
                  INTO LIGNE-ETAT WITH POINTER W-PTR2
           PERFORM Ajoute-Doublon VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * le survivant proposé est l'article créé le premier
       Compte-Membre.
           IF WT-GRP(I) = G
                ADD 1 TO W-NB
                IF W-IGARDE = 0
                     MOVE I TO W-IGARDE
                ELSE
                     IF WT-DCR(I) NOT = 0
                     AND (WT-DCR(I) < WT-DCR(W-IGARDE)
                          OR WT-DCR(W-IGARDE) = 0)
                          MOVE I TO W-IGARDE.

       Edite-Membre.
           IF WT-GRP(I) = G
                MOVE SPACE TO LIGNE-MBR
                MOVE WT-ART(I) TO LM-ART
                MOVE WT-DES(I) TO LM-DES
                MOVE WT-FOU(I) TO LM-FOU
                MOVE WT-REF(I) TO LM-REF
                MOVE WT-DCR(I) TO LM-DCR
                MOVE WT-SCO(I) TO LM-SCO
                WRITE LIGNE-ETAT FROM LIGNE-MBR.

       Ajoute-Doublon.
           IF WT-GRP(I) = G AND I NOT = W-IGARDE
                STRING ";" DELIMITED BY SIZE
                       WT-ART(I) DELIMITED BY "  "
                       INTO LIGNE-ETAT WITH POINTER W-PTR2
                       ON OVERFLOW CONTINUE
                END-STRING.

      ******************************************************************
      *    FUSION : les doublons approuvés passent sur le survivant
      ******************************************************************
       Fusion.
           MOVE SPACE TO W-GARDE
           MOVE 1 TO W-PTR2
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO W-GARDE WITH POINTER W-PTR2
           IF W-GARDE = SPACE OR W-PTR2 > 250
                DISPLAY "usage : artfus-b FUSION garde;doublon"
                        "[;doublon...]"
                GO F-Fusion.
           PERFORM Ouvre-Mxartfus
           OPEN I-O MXART
           IF FILE-STATUS = "35"
                DISPLAY "artfus-b : MXART absent"
                CLOSE MXARTFUS
                GO F-Fusion.
           MOVE W-GARDE TO COD-MART
           READ MXART INVALID
                DISPLAY "artfus-b : article survivant inconnu "
                        W-GARDE
                CLOSE MXARTFUS MXART
                GO F-Fusion
           END-READ
           IF CANN-MART = 1 OR FUS-MART NOT = SPACE
                DISPLAY "artfus-b : article survivant annulé ou "
                        "fusionné " W-GARDE
                CLOSE MXARTFUS MXART
                GO F-Fusion.
           MOVE 0 TO W-FIN2 W-NB-FUS
           PERFORM Fusion-Un-Doublon UNTIL W-FIN2 = 1
           CLOSE MXARTFUS MXART
           DISPLAY "artfus-b : " W-NB-FUS " doublons fusionnés dans "
                   W-GARDE.
       F-Fusion.
           EXIT.

       Fusion-Un-Doublon.
           MOVE SPACE TO W-DOUBLE
           IF W-PTR2 > 250
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO W-DOUBLE WITH POINTER W-PTR2
           IF W-DOUBLE = SPACE
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF W-DOUBLE = W-GARDE
                DISPLAY "artfus-b : " W-DOUBLE " est le survivant"
                EXIT PARAGRAPH.
           MOVE W-DOUBLE TO COD-MART
           READ MXART INVALID
                DISPLAY "artfus-b : doublon inconnu " W-DOUBLE
                EXIT PARAGRAPH
           END-READ
           IF FUS-MART NOT = SPACE
                DISPLAY "artfus-b : " W-DOUBLE " déjà fusionné dans "
                        FUS-MART " (fusion " NFU-MART ")"
                EXIT PARAGRAPH.
           PERFORM Cherche-Nfu
           ADD 1 TO W-NFU
           MOVE W-NFU TO W-NFU-X
           MOVE 0 TO W-SEQ
           INITIALIZE ENR-MAFU
           MOVE "ENT" TO TYP-MAFU
           MOVE "A" TO STA-MAFU
           MOVE W-DAT TO DAT-MAFU
           MOVE W-USR TO USR-MAFU
           MOVE CANN-MART TO CAN-MAFU
           MOVE DANN-MART TO DCA-MAFU
           PERFORM Ecrit-Journal
           MOVE 0 TO W-NB-ASA W-NB-HIV W-NB-LDI W-NB-DOC
           MOVE 0 TO W-NB-CRF W-NB-ATT W-NB-ALI W-NB-COLL
           PERFORM Fusionne-Stock
           PERFORM Fusionne-Hisvte
           PERFORM Fusionne-Ldis
           PERFORM Fusionne-Doctec
           PERFORM Fusionne-Cliref
           PERFORM Fusionne-Pieces-Jointes
           PERFORM Fusionne-Fds
           PERFORM Repointe-Alias
      * le doublon s'annule et devient l'alias du survivant
           MOVE W-DOUBLE TO COD-MART
           READ MXART INVALID CONTINUE
           NOT INVALID
                MOVE 1 TO CANN-MART
                MOVE W-DAT TO DANN-MART
                MOVE W-GARDE TO FUS-MART
                MOVE W-NFU TO NFU-MART
                REWRITE ENR-MART INVALID
                     DISPLAY "artfus-b : réécriture " W-DOUBLE
                END-REWRITE
           END-READ
           ADD 1 TO W-NB-FUS
           DISPLAY "artfus-b : fusion " W-NFU " " W-DOUBLE " -> "
                   W-GARDE
           DISPLAY "  stocks " W-NB-ASA ", historique " W-NB-HIV
                   ", lignes de bons " W-NB-LDI
                   ", caractéristiques " W-NB-DOC
           DISPLAY "  références clients " W-NB-CRF
                   ", pièces jointes " W-NB-ATT ", alias repointés "
                   W-NB-ALI ", données gardées par le survivant "
                   W-NB-COLL.

       Cherche-Nfu.
           MOVE 0 TO W-NFU
           MOVE 99999999 TO NFU-MAFU
           MOVE 99999 TO SEQ-MAFU
           START MXARTFUS KEY NOT > CLE1-MAFU INVALID
                CONTINUE
           NOT INVALID
                READ MXARTFUS PREVIOUS AT END CONTINUE
                NOT AT END MOVE NFU-MAFU TO W-NFU
                END-READ
           END-START.

      * ENR-MAFU renseigné du mouvement (type et données propres)
       Ecrit-Journal.
           MOVE W-NFU TO NFU-MAFU
           MOVE W-SEQ TO SEQ-MAFU
           MOVE W-GARDE TO GAR-MAFU
           MOVE W-DOUBLE TO DBL-MAFU
           WRITE ENR-MAFU INVALID
                DISPLAY "artfus-b : écriture journal " W-NFU " "
                        W-SEQ
           END-WRITE
           ADD 1 TO W-SEQ.

      * stock : les agences du doublon sont relevées d'abord, la
      * lecture du survivant déplaçant le parcours du fichier
       Fusionne-Stock.
           OPEN I-O MXARTSA
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO W-NBAGE W-FIN
           MOVE LOW-VALUE TO CLE1-MASA
           START MXARTSA KEY NOT < CLE1-MASA INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Agence UNTIL W-FIN = 1
           PERFORM Fusionne-Une-Agence VARYING I FROM 1 BY 1
                   UNTIL I > W-NBAGE
           CLOSE MXARTSA.

       Releve-Agence.
           READ MXARTSA NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF COD-MASA NOT = W-DOUBLE
                EXIT PARAGRAPH.
           IF W-NBAGE NOT < MAXAGE
                DISPLAY "artfus-b : trop d'agences pour " W-DOUBLE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBAGE
           MOVE AGE-MASA TO W-AGE(W-NBAGE).

       Fusionne-Une-Agence.
           MOVE W-AGE(I) TO AGE-MASA
           MOVE W-DOUBLE TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE NOT = 1
                DISPLAY "artfus-b : stock verrouillé " W-DOUBLE
                        " agence " W-AGE(I) ", resté sur le doublon"
                EXIT PARAGRAPH.
           MOVE QSTM-MASA(1) TO W-QST
           MOVE QCC-MASA TO W-QCC
           MOVE PAMP-MASA TO W-PAMP-D
           IF W-QST = 0 AND W-QCC = 0
                UNLOCK MXARTSA
                EXIT PARAGRAPH.
           SUBTRACT W-QST FROM QSTM-MASA(1) STC-MASA
           SUBTRACT W-QCC FROM QCC-MASA
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID
                DISPLAY "artfus-b : réécriture ARTSA " CLE1-MASA
           END-REWRITE
           UNLOCK MXARTSA
           COMPUTE A-QTE = 0 - W-QST
           MOVE "Fusion vers le survivant" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa
           INITIALIZE ENR-MAFU
           MOVE "ASA" TO TYP-MAFU
           MOVE W-AGE(I) TO AGE-MAFU
           MOVE W-QST TO QST-MAFU
           MOVE W-QCC TO QCC-MAFU
           MOVE W-AGE(I) TO AGE-MASA
           MOVE W-GARDE TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE = 2
                INITIALIZE ENR-MASA
                MOVE W-AGE(I) TO AGE-MASA
                MOVE W-GARDE TO COD-MASA
                MOVE 1 TO STO-MASA
                MOVE W-PAMP-D TO PAMP-MASA
                WRITE ENR-MASA INVALID
                     DISPLAY "artfus-b : écriture ARTSA " CLE1-MASA
                END-WRITE
                MOVE 1 TO CRE-MAFU
                PERFORM LIT-ARTSA-LOCK
           END-IF
           IF ASA-TROUVE NOT = 1
      * le survivant est tenu ailleurs : la quantité retourne au
      * doublon plutôt que de se perdre
                DISPLAY "artfus-b : stock verrouillé " W-GARDE
                        " agence " W-AGE(I) ", resté sur le doublon"
                MOVE W-AGE(I) TO AGE-MASA
                MOVE W-DOUBLE TO COD-MASA
                PERFORM LIT-ARTSA-LOCK
                ADD W-QST TO QSTM-MASA(1) STC-MASA
                ADD W-QCC TO QCC-MASA
                REWRITE ENR-MASA INVALID CONTINUE
                END-REWRITE
                UNLOCK MXARTSA
                MOVE W-QST TO A-QTE
                MOVE "Fusion abandonnée" TO W-MVT-RAISON
                PERFORM Ecrit-Mvt-Artsa
                EXIT PARAGRAPH.
           MOVE PAMP-MASA TO PAM-MAFU
      * PAMP du survivant pondéré par les deux stocks positifs
           MOVE QSTM-MASA(1) TO W-QG
           IF W-QST > 0 AND W-QG > 0
                COMPUTE PAMP-MASA ROUNDED =
                        (W-QG * PAMP-MASA + W-QST * W-PAMP-D)
                        / (W-QG + W-QST)
           ELSE
                IF W-QST > 0
                     MOVE W-PAMP-D TO PAMP-MASA
                END-IF
           END-IF
           ADD W-QST TO QSTM-MASA(1) STC-MASA
           ADD W-QCC TO QCC-MASA
           MOVE 1 TO STO-MASA
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID
                DISPLAY "artfus-b : réécriture ARTSA " CLE1-MASA
           END-REWRITE
           UNLOCK MXARTSA
           MOVE W-QST TO A-QTE
           MOVE "Fusion d'un doublon" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-ASA.

      * écriture d'une ligne du journal des mouvements de stock
       Ecrit-Mvt-Artsa.
           MOVE "FUS" TO W-MVT-COD
           STRING MX-DIR DELIMITED BY "  "
                  "/artsa-mvt.log" DELIMITED BY SIZE
                  INTO ASSIGN-ARTSAMVT
           OPEN EXTEND ARTSAMVT
           IF FILE-STATUS-ARTSAMVT NOT = "00"
                OPEN OUTPUT ARTSAMVT
           END-IF
           MOVE SPACE TO ENR-ARTSAMVT
           MOVE A-QTE TO W-QTE-ARTSAMVT
           STRING W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGE-MASA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COD-MASA DELIMITED BY SIZE
                  " FUS " DELIMITED BY SIZE
                  W-NFU-X DELIMITED BY SIZE
                  " QTE " DELIMITED BY SIZE
                  W-QTE-ARTSAMVT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-RAISON DELIMITED BY SIZE
                  INTO ENR-ARTSAMVT
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT.

      * historique : toutes les lignes passent sur le survivant
       Fusionne-Hisvte.
           OPEN I-O MXHISVTE
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fusionne-Une-Hisvte UNTIL W-FIN = 1
           CLOSE MXHISVTE.

       Fusionne-Une-Hisvte.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MHIV NOT = W-DOUBLE
                EXIT PARAGRAPH.
           MOVE W-GARDE TO ART-MHIV
           REWRITE ENR-MHIV INVALID CONTINUE
           END-REWRITE
           INITIALIZE ENR-MAFU
           MOVE "HIV" TO TYP-MAFU
           MOVE NUM-MHIV TO NUM-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-HIV.

      * lignes des bons pas encore facturés (commandes, B/L, devis,
      * transferts) ; les pièces facturées gardent le code d'origine
       Fusionne-Ldis.
           OPEN I-O MXLDIS
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           OPEN INPUT MXBDIS
           MOVE LOW-VALUE TO CLE1-MLDI
           MOVE 0 TO W-FIN
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fusionne-Une-Ldis UNTIL W-FIN = 1
           CLOSE MXLDIS MXBDIS.

       Fusionne-Une-Ldis.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MLDI NOT = W-DOUBLE
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MBDI
           MOVE BON-MLDI TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           IF FAC-MBDI NOT = 0
                EXIT PARAGRAPH.
           MOVE W-GARDE TO ART-MLDI
           REWRITE ENR-MLDI INVALID CONTINUE
           END-REWRITE
           INITIALIZE ENR-MAFU
           MOVE "LDI" TO TYP-MAFU
           MOVE AGE-MLDI TO AGE-MAFU
           MOVE BON-MLDI TO NUM-MAFU
           MOVE LIG-MLDI TO LIG-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-LDI.

      * caractéristiques : celles que le survivant n'a pas passent
      * chez lui, les autres restent au doublon
       Fusionne-Doctec.
           OPEN I-O MXDOCTEC
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO W-NBDOC W-FIN
           MOVE W-DOUBLE TO ART-MDOC
           MOVE LOW-VALUE TO COD-MDOC
           START MXDOCTEC KEY NOT < CLE1-MDOC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Doctec UNTIL W-FIN = 1
           PERFORM Fusionne-Une-Doctec VARYING I FROM 1 BY 1
                   UNTIL I > W-NBDOC
           CLOSE MXDOCTEC.

       Releve-Doctec.
           READ MXDOCTEC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MDOC NOT = W-DOUBLE OR W-NBDOC NOT < MAXDOC
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBDOC
           MOVE COD-MDOC TO WD-COD(W-NBDOC)
           MOVE VAL-MDOC TO WD-VAL(W-NBDOC).

       Fusionne-Une-Doctec.
           MOVE W-GARDE TO ART-MDOC
           MOVE WD-COD(I) TO COD-MDOC
           MOVE WD-VAL(I) TO VAL-MDOC
           WRITE ENR-MDOC INVALID
                ADD 1 TO W-NB-COLL
                EXIT PARAGRAPH
           END-WRITE
           MOVE W-DOUBLE TO ART-MDOC
           DELETE MXDOCTEC RECORD INVALID CONTINUE
           END-DELETE
           INITIALIZE ENR-MAFU
           MOVE "DOC" TO TYP-MAFU
           MOVE WD-COD(I) TO REF-MAFU
           MOVE WD-VAL(I) TO VAL-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-DOC.

      * références clients : notre code change, la clé non
       Fusionne-Cliref.
           OPEN I-O MXCLIREF
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO CLI-MCRF W-FIN
           MOVE LOW-VALUE TO REF-MCRF
           START MXCLIREF KEY NOT < CLE1-MCRF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fusionne-Une-Cliref UNTIL W-FIN = 1
           CLOSE MXCLIREF.

       Fusionne-Une-Cliref.
           READ MXCLIREF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MCRF NOT = W-DOUBLE
                EXIT PARAGRAPH.
           MOVE W-GARDE TO ART-MCRF
           REWRITE ENR-MCRF INVALID CONTINUE
           END-REWRITE
           INITIALIZE ENR-MAFU
           MOVE "CRF" TO TYP-MAFU
           MOVE CLI-MCRF TO CLI-MAFU
           MOVE REF-MCRF TO REF-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-CRF.

      * pièces jointes rangées sous le code article (photos et
      * documents de att, répertoire fi/ART, blancs et / du code
      * remplacés par _) : copiées sous le survivant s'il n'a pas
      * la sienne ; l'original reste sous le doublon
       Fusionne-Pieces-Jointes.
           MOVE SPACE TO W-DOSSIER
           STRING MX-DIR DELIMITED BY "  "
                  "/fi/ART" DELIMITED BY SIZE
                  INTO W-DOSSIER
           MOVE W-DOUBLE TO W-NOM-TMP
           PERFORM Nom-Fichier-Article
           MOVE W-NOM-TMP TO W-NOM
           MOVE W-GARDE TO W-NOM-TMP
           PERFORM Nom-Fichier-Article
           MOVE W-NOM-TMP TO W-NOMG
           PERFORM Copie-Une-Piece VARYING K FROM 1 BY 1
                   UNTIL K > 5.

       Nom-Fichier-Article.
           INSPECT W-NOM-TMP REPLACING ALL "/" BY "_"
           MOVE 30 TO L
           PERFORM Recule-Fin-Nom UNTIL L = 1
                   OR W-NOM-TMP(L:1) NOT = SPACE
           INSPECT W-NOM-TMP(1:L) REPLACING ALL " " BY "_".

       Recule-Fin-Nom.
           SUBTRACT 1 FROM L.

       Copie-Une-Piece.
           MOVE SPACE TO W-FIC W-FIC2
           STRING W-DOSSIER DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-NOM DELIMITED BY " "
                  "." DELIMITED BY SIZE
                  W-EXT(K) DELIMITED BY " "
                  INTO W-FIC
           CALL "C$FILEINFO" USING W-FIC, W-FIC-INFO
                GIVING W-PRESENT
           IF W-PRESENT NOT = 0
                EXIT PARAGRAPH.
           STRING W-DOSSIER DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-NOMG DELIMITED BY " "
                  "." DELIMITED BY SIZE
                  W-EXT(K) DELIMITED BY " "
                  INTO W-FIC2
           CALL "C$FILEINFO" USING W-FIC2, W-FIC-INFO
                GIVING W-PRESENT
           IF W-PRESENT = 0
                ADD 1 TO W-NB-COLL
                EXIT PARAGRAPH.
           CALL "C$COPY" USING W-FIC, W-FIC2, "S" GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "artfus-b : copie impossible de " W-FIC
                EXIT PARAGRAPH.
           INITIALIZE ENR-MAFU
           MOVE "ATT" TO TYP-MAFU
           MOVE W-FIC2 TO VAL-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-ATT.

      * fiche de sécurité : la version en vigueur du doublon devient
      * la version 1 du survivant qui n'en a aucune (cf. fds-b)
       Fusionne-Fds.
           OPEN I-O MXFDS
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE W-GARDE TO ART-MFDS
           MOVE 0 TO VER-MFDS
           START MXFDS KEY NOT < CLE1-MFDS INVALID
                CONTINUE
           NOT INVALID
                READ MXFDS NEXT AT END CONTINUE
                NOT AT END
                     IF ART-MFDS = W-GARDE
                          CLOSE MXFDS
                          EXIT PARAGRAPH
                     END-IF
                END-READ
           END-START
           MOVE W-DOUBLE TO ART-MFDS
           MOVE 999 TO VER-MFDS
           MOVE 0 TO W-TROUVE
           START MXFDS KEY NOT > CLE1-MFDS INVALID
                CONTINUE
           NOT INVALID
                READ MXFDS PREVIOUS AT END CONTINUE
                NOT AT END
                     IF ART-MFDS = W-DOUBLE
                          MOVE 1 TO W-TROUVE
                     END-IF
                END-READ
           END-START
           IF W-TROUVE = 0
                CLOSE MXFDS
                EXIT PARAGRAPH.
           MOVE 1 TO W-VER
           MOVE SPACE TO W-FIC2
           STRING W-DOSSIER DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-NOMG DELIMITED BY " "
                  "_FDS" DELIMITED BY SIZE
                  W-VER DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO W-FIC2
           CALL "C$COPY" USING FIC-MFDS, W-FIC2, "S" GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "artfus-b : copie impossible de " FIC-MFDS
                CLOSE MXFDS
                EXIT PARAGRAPH.
           MOVE W-GARDE TO ART-MFDS
           MOVE W-VER TO VER-MFDS
           MOVE W-FIC2 TO FIC-MFDS
           MOVE W-DAT TO DCR-MFDS
           MOVE W-USR TO ICR-MFDS
           WRITE ENR-MFDS INVALID
                DISPLAY "artfus-b : écriture MXFDS " W-GARDE
                CLOSE MXFDS
                EXIT PARAGRAPH
           END-WRITE
           CLOSE MXFDS
           INITIALIZE ENR-MAFU
           MOVE "FDS" TO TYP-MAFU
           MOVE W-VER TO LIG-MAFU
           MOVE W-FIC2 TO VAL-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-ATT.

      * les codes retirés plus tôt au profit du doublon basculent
      * directement sur le survivant (pas de chaîne d'alias)
       Repointe-Alias.
           MOVE 0 TO W-NBALI W-FIN
           MOVE W-DOUBLE TO GAR-MAFU
           START MXARTFUS KEY NOT < CLE2-MAFU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Alias UNTIL W-FIN = 1
           PERFORM Repointe-Un-Alias VARYING I FROM 1 BY 1
                   UNTIL I > W-NBALI.

       Releve-Alias.
           READ MXARTFUS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF GAR-MAFU NOT = W-DOUBLE OR W-NBALI NOT < MAXALI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF TYP-MAFU = "ENT" AND STA-MAFU = "A"
                ADD 1 TO W-NBALI
                MOVE DBL-MAFU TO W-ALI(W-NBALI).

       Repointe-Un-Alias.
           MOVE W-ALI(I) TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF FUS-MART NOT = W-DOUBLE
                EXIT PARAGRAPH.
           MOVE W-GARDE TO FUS-MART
           REWRITE ENR-MART INVALID CONTINUE
           END-REWRITE
           INITIALIZE ENR-MAFU
           MOVE "ALI" TO TYP-MAFU
           MOVE W-ALI(I) TO REF-MAFU
           PERFORM Ecrit-Journal
           ADD 1 TO W-NB-ALI.

      ******************************************************************
      *    ANNULE : la fusion se défait en remontant son journal
      ******************************************************************
       Annule.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NFU
           IF W-NFU = 0
                DISPLAY "usage : artfus-b ANNULE no-fusion"
                GO F-Annule.
           MOVE W-NFU TO W-NFU-X
           PERFORM Ouvre-Mxartfus
           MOVE W-NFU TO NFU-MAFU
           MOVE 0 TO SEQ-MAFU
           READ MXARTFUS INVALID
                DISPLAY "artfus-b : fusion inconnue " W-NFU
                CLOSE MXARTFUS
                GO F-Annule
           END-READ
           IF STA-MAFU NOT = "A"
                DISPLAY "artfus-b : fusion " W-NFU
                        " déjà annulée le " DAN-MAFU
                CLOSE MXARTFUS
                GO F-Annule.
           MOVE GAR-MAFU TO W-GARDE
           MOVE DBL-MAFU TO W-DOUBLE
           OPEN I-O MXART
           MOVE W-GARDE TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO FUS-MART
           END-READ
           IF FUS-MART NOT = SPACE
                DISPLAY "artfus-b : le survivant " W-GARDE " est à "
                        "son tour fusionné dans " FUS-MART
                DISPLAY "           annuler d'abord la fusion "
                        NFU-MART
                CLOSE MXARTFUS MXART
                GO F-Annule.
           OPEN I-O MXARTSA MXHISVTE MXLDIS MXDOCTEC MXCLIREF MXFDS
           MOVE 0 TO W-NB-ASA W-NB-HIV W-NB-LDI W-NB-DOC
           MOVE 0 TO W-NB-CRF W-NB-ATT W-NB-ALI
           MOVE W-NFU TO NFU-MAFU
           MOVE 99999 TO SEQ-MAFU
           MOVE 0 TO W-FIN
           START MXARTFUS KEY NOT > CLE1-MAFU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Annule-Un-Mouvement UNTIL W-FIN = 1
           CLOSE MXARTSA MXHISVTE MXLDIS MXDOCTEC MXCLIREF MXFDS
      * le doublon reprend son état d'avant la fusion
           MOVE W-NFU TO NFU-MAFU
           MOVE 0 TO SEQ-MAFU
           READ MXARTFUS INVALID CONTINUE
           NOT INVALID
                MOVE "R" TO STA-MAFU
                MOVE W-DAT TO DAN-MAFU
                REWRITE ENR-MAFU INVALID CONTINUE
                END-REWRITE
                MOVE W-DOUBLE TO COD-MART
                READ MXART INVALID CONTINUE
                NOT INVALID
                     MOVE CAN-MAFU TO CANN-MART
                     MOVE DCA-MAFU TO DANN-MART
                     MOVE SPACE TO FUS-MART
                     MOVE 0 TO NFU-MART
                     REWRITE ENR-MART INVALID CONTINUE
                     END-REWRITE
                END-READ
           END-READ
           CLOSE MXARTFUS MXART
           DISPLAY "artfus-b : fusion " W-NFU " annulée, " W-DOUBLE
                   " réactivé"
           DISPLAY "  stocks " W-NB-ASA ", historique " W-NB-HIV
                   ", lignes de bons " W-NB-LDI
                   ", caractéristiques " W-NB-DOC
           DISPLAY "  références clients " W-NB-CRF
                   ", pièces jointes " W-NB-ATT ", alias " W-NB-ALI.
       F-Annule.
           EXIT.

       Annule-Un-Mouvement.
           READ MXARTFUS PREVIOUS AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NFU-MAFU NOT = W-NFU OR SEQ-MAFU = 0
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           EVALUATE TYP-MAFU
           WHEN "ASA" PERFORM Annule-Stock
           WHEN "HIV" PERFORM Annule-Hisvte
           WHEN "LDI" PERFORM Annule-Ldis
           WHEN "DOC" PERFORM Annule-Doctec
           WHEN "CRF" PERFORM Annule-Cliref
           WHEN "ATT" PERFORM Annule-Piece-Jointe
           WHEN "FDS" PERFORM Annule-Fds
           WHEN "ALI" PERFORM Annule-Alias
           END-EVALUATE.

      * la quantité déplacée quitte le survivant (son stock peut
      * passer négatif s'il a vendu depuis : signalé) et retourne
      * au doublon, le PAMP du survivant reprend sa valeur
       Annule-Stock.
           MOVE AGE-MAFU TO AGE-MASA
           MOVE W-GARDE TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE NOT = 1
                DISPLAY "artfus-b : stock " W-GARDE " agence "
                        AGE-MAFU " illisible, quantité "
                        QST-MAFU " à reprendre à la main"
                EXIT PARAGRAPH.
           SUBTRACT QST-MAFU FROM QSTM-MASA(1) STC-MASA
           SUBTRACT QCC-MAFU FROM QCC-MASA
           IF CRE-MAFU = 0
                MOVE PAM-MAFU TO PAMP-MASA.
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID CONTINUE
           END-REWRITE
           UNLOCK MXARTSA
           IF QSTM-MASA(1) < 0
                DISPLAY "artfus-b : stock " W-GARDE " agence "
                        AGE-MAFU " négatif après annulation".
           COMPUTE A-QTE = 0 - QST-MAFU
           MOVE "Annulation de fusion" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa
           MOVE AGE-MAFU TO AGE-MASA
           MOVE W-DOUBLE TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE NOT = 1
                DISPLAY "artfus-b : stock " W-DOUBLE " agence "
                        AGE-MAFU " illisible, quantité "
                        QST-MAFU " à reprendre à la main"
                EXIT PARAGRAPH.
           ADD QST-MAFU TO QSTM-MASA(1) STC-MASA
           ADD QCC-MAFU TO QCC-MASA
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID CONTINUE
           END-REWRITE
           UNLOCK MXARTSA
           MOVE QST-MAFU TO A-QTE
           PERFORM Ecrit-Mvt-Artsa
           ADD 1 TO W-NB-ASA.

       Annule-Hisvte.
           MOVE NUM-MAFU TO NUM-MHIV
           READ MXHISVTE INVALID
                EXIT PARAGRAPH
           END-READ
           IF ART-MHIV = W-GARDE
                MOVE W-DOUBLE TO ART-MHIV
                REWRITE ENR-MHIV INVALID CONTINUE
                END-REWRITE
                ADD 1 TO W-NB-HIV.

       Annule-Ldis.
           MOVE AGE-MAFU TO AGE-MLDI
           MOVE NUM-MAFU TO BON-MLDI
           MOVE LIG-MAFU TO LIG-MLDI
           READ MXLDIS INVALID
                EXIT PARAGRAPH
           END-READ
           IF ART-MLDI = W-GARDE
                MOVE W-DOUBLE TO ART-MLDI
                REWRITE ENR-MLDI INVALID CONTINUE
                END-REWRITE
                ADD 1 TO W-NB-LDI.

      * la caractéristique revient au doublon ; le survivant la
      * perd sauf si sa valeur a été retouchée depuis
       Annule-Doctec.
           MOVE W-DOUBLE TO ART-MDOC
           MOVE REF-MAFU TO COD-MDOC
           MOVE VAL-MAFU TO VAL-MDOC
           WRITE ENR-MDOC INVALID CONTINUE
           END-WRITE
           MOVE W-GARDE TO ART-MDOC
           MOVE REF-MAFU TO COD-MDOC
           READ MXDOCTEC INVALID
                EXIT PARAGRAPH
           END-READ
           IF VAL-MDOC = VAL-MAFU
                DELETE MXDOCTEC RECORD INVALID CONTINUE
                END-DELETE
           END-IF
           ADD 1 TO W-NB-DOC.

       Annule-Cliref.
           MOVE CLI-MAFU TO CLI-MCRF
           MOVE REF-MAFU TO REF-MCRF
           READ MXCLIREF INVALID
                EXIT PARAGRAPH
           END-READ
           IF ART-MCRF = W-GARDE
                MOVE W-DOUBLE TO ART-MCRF
                REWRITE ENR-MCRF INVALID CONTINUE
                END-REWRITE
                ADD 1 TO W-NB-CRF.

       Annule-Piece-Jointe.
           MOVE VAL-MAFU TO W-FIC
           CALL "C$DELETE" USING W-FIC, "S"
           ADD 1 TO W-NB-ATT.

       Annule-Fds.
           MOVE W-GARDE TO ART-MFDS
           MOVE LIG-MAFU TO VER-MFDS
           READ MXFDS INVALID
                EXIT PARAGRAPH
           END-READ
           IF FIC-MFDS = VAL-MAFU
                DELETE MXFDS RECORD INVALID CONTINUE
                END-DELETE
                MOVE VAL-MAFU TO W-FIC
                CALL "C$DELETE" USING W-FIC, "S"
                ADD 1 TO W-NB-ATT.

       Annule-Alias.
           MOVE REF-MAFU TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF FUS-MART = W-GARDE
                MOVE W-DOUBLE TO FUS-MART
                REWRITE ENR-MART INVALID CONTINUE
                END-REWRITE
                ADD 1 TO W-NB-ALI.

      ******************************************************************
      *    JOURNAL : liste des fusions
      ******************************************************************
       Journal.
           PERFORM Ouvre-Mxartfus
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/artfus-journal.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "JOURNAL DES FUSIONS D'ARTICLES AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "  FUSION DATE     DOUBLON                  "
                  DELIMITED BY SIZE
                  "SURVIVANT            PAR        STATUT   ANNULEE"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-FIN
           MOVE 0 TO NFU-MAFU SEQ-MAFU
           START MXARTFUS KEY NOT < CLE1-MAFU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Journal-Une-Fusion UNTIL W-FIN = 1
           CLOSE MXARTFUS ETAT
           DISPLAY "artfus-b : " W-NB " fusions, état " ASSIGN-ETAT.
       F-Journal.
           EXIT.

       Journal-Une-Fusion.
           READ MXARTFUS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MAFU NOT = "ENT"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-JRN
           MOVE NFU-MAFU TO LJ-NFU
           MOVE DAT-MAFU TO LJ-DAT
           MOVE DBL-MAFU TO LJ-DBL
           MOVE " -> " TO LIGNE-JRN(39:4)
           MOVE GAR-MAFU TO LJ-GAR
           MOVE USR-MAFU TO LJ-USR
           IF STA-MAFU = "A"
                MOVE "EN COURS" TO LJ-STA
                MOVE 0 TO LJ-DAN
           ELSE MOVE "ANNULEE" TO LJ-STA
                MOVE DAN-MAFU TO LJ-DAN
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-JRN
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "lit-artsa.cbl".

       Fin.
           STOP RUN.
