      *{Bench}prg-comment
      * eco-b.cbl
151026* eco-b.cbl : éco-contributions (DEEE, éco-mobilier...).
151026*   BAREME <fic>
151026*       intègre le barème MXECOTAR, lignes
151026*       article;date d'effet;éco-organisme;catégorie;montant
151026*       unitaire HT;libellé (une nouvelle date d'effet ne
151026*       remplace pas l'ancienne : l'historique reste, le
151026*       calcul de prix prend la ligne en vigueur ; montant à
151026*       zéro = fin de contribution) ;
151026*   LISTE
151026*       édite le barème, ft/eco-bareme.txt ;
151026*   DECLARE <aaaa> <trimestre>
151026*       déclaration trimestrielle par éco-organisme :
151026*       quantités et montants par catégorie, depuis
151026*       l'historique des ventes MXHISVTE (ECO-MHIV, les avoirs
151026*       en quantité négative se déduisent) et les tickets
151026*       comptoir (MXLDIS des bons du client comptant, qui ne
151026*       passent pas par l'historique) ; organisme et catégorie
151026*       du barème en vigueur à la date de vente (rech-eco) ;
151026*       état ft/eco-<aaaa>-T<n>.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. eco-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:02:33.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXECOTAR.sl".
       COPY "MXHISVTE.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXECOTAR.fd".
       COPY "MXHISVTE.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(160).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-ANNEE              PIC 9(04).
       77 W-TRIM               PIC 9.
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATV               PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-ERR                PIC 9(05).
       77 W-NB                 PIC 9(06).
       77 W-QTE                PIC S9(09)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-ECO                PIC 9(05)V99.
       77 W-ORG                PIC X(10).
       77 W-CAT                PIC X(10).
       77 W-ORG-RUPT           PIC X(10).
       77 W-TOT-QTE            PIC S9(11)V99.
       77 W-TOT-MNT            PIC S9(13)V99.
       77 I                    PIC 9(03) COMP.
       77 J                    PIC 9(03) COMP.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBDEC              PIC 9(03) COMP.
       77 W-RANG-OK            PIC 9.
       78 MAXDEC               VALUE IS 300.
      * client comptant générique du comptoir (cf. comptoir-b)
       78 CLI-COMPTOIR         VALUE IS 99999999.
           COPY "conv-num.wrk".
       01 W-ZONES-BAREME.
           05 WB-ART           PIC X(20).
           05 WB-DDE           PIC X(10).
           05 WB-ORG           PIC X(10).
           05 WB-CAT           PIC X(10).
           05 WB-MNT           PIC X(12).
           05 WB-LIB           PIC X(30).
      * cumuls de la déclaration, tenus triés éco-organisme +
      * catégorie ; QV vendu, QR repris en avoir
       01 W-DEC-TAB.
           05 W-DEC OCCURS 300.
              10 W-DEC-ORG     PIC X(10).
              10 W-DEC-CAT     PIC X(10).
              10 W-DEC-QV      PIC S9(11)V99.
              10 W-DEC-QR      PIC S9(11)V99.
              10 W-DEC-MNT     PIC S9(13)V99.
       01 LIGNE-BAR.
           05 LB-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LB-DDE           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LB-ORG           PIC X(10).
           05 FILLER           PIC X(01).
           05 LB-CAT           PIC X(10).
           05 FILLER           PIC X(01).
           05 LB-MNT           PIC -(5)9,99.
           05 FILLER           PIC X(01).
           05 LB-LIB           PIC X(30).
       01 LIGNE-DEC.
           05 LD-CAT           PIC X(12).
           05 FILLER           PIC X(01).
           05 LD-QV            PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LD-QR            PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LD-QN            PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LD-MNT           PIC -(11)9,99.
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
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "BAREME"  PERFORM Charge-Bareme THRU F-Charge-Bareme
           WHEN "LISTE"   PERFORM Liste-Bareme THRU F-Liste-Bareme
           WHEN "DECLARE" PERFORM Declaration THRU F-Declaration
           WHEN OTHER
                DISPLAY "eco-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : eco-b BAREME fichier"
                DISPLAY "        eco-b LISTE"
                DISPLAY "        eco-b DECLARE aaaa trimestre"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    BAREME : intégration du barème par article
      ******************************************************************
       Charge-Bareme.
           IF W-PAR2 = SPACE
                DISPLAY "eco-b BAREME : fichier obligatoire"
                GO F-Charge-Bareme.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "eco-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge-Bareme.
           OPEN I-O MXECOTAR
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXECOTAR
                CLOSE MXECOTAR
                OPEN I-O MXECOTAR.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXECOTAR
           DISPLAY "eco-b : " W-NB " lignes de barème, "
                   W-ERR " rejets".
       F-Charge-Bareme.
           EXIT.

       Charge-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-BAREME
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WB-ART WB-DDE WB-ORG WB-CAT WB-MNT WB-LIB
           IF WB-ART = SPACE OR WB-ORG = SPACE
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE ENR-MECO
           MOVE WB-ART TO ART-MECO
           MOVE WB-DDE TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DDE-MECO
           IF DDE-MECO = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WB-ORG TO ORG-MECO
           MOVE WB-CAT TO CAT-MECO
           MOVE WB-MNT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO MNT-MECO
           MOVE WB-LIB TO LIB-MECO
           WRITE ENR-MECO INVALID
                REWRITE ENR-MECO INVALID ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    LISTE : barème en clair
      ******************************************************************
       Liste-Bareme.
           OPEN INPUT MXECOTAR
           IF FILE-STATUS = "35"
                DISPLAY "eco-b : aucun barème"
                GO F-Liste-Bareme.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/eco-bareme.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "BAREME DES ECO-CONTRIBUTIONS AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO ENR-MECO
           MOVE 0 TO DDE-MECO W-FIN W-NB
           START MXECOTAR KEY NOT < CLE1-MECO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Ligne UNTIL W-FIN = 1
           CLOSE ETAT MXECOTAR
           DISPLAY "eco-b : " W-NB " lignes, état " ASSIGN-ETAT.
       F-Liste-Bareme.
           EXIT.

       Liste-Une-Ligne.
           READ MXECOTAR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO LIGNE-BAR
           MOVE ART-MECO TO LB-ART
           MOVE DDE-MECO TO LB-DDE
           MOVE ORG-MECO TO LB-ORG
           MOVE CAT-MECO TO LB-CAT
           MOVE MNT-MECO TO LB-MNT
           MOVE LIB-MECO TO LB-LIB
           WRITE LIGNE-ETAT FROM LIGNE-BAR
           ADD 1 TO W-NB.

      ******************************************************************
      *    DECLARE : déclaration trimestrielle par éco-organisme
      ******************************************************************
       Declaration.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-ANNEE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-TRIM
           IF W-ANNEE = 0 OR W-TRIM < 1 OR W-TRIM > 4
                DISPLAY "usage : eco-b DECLARE aaaa trimestre"
                GO F-Declaration.
           COMPUTE W-DATDEB = (W-ANNEE * 10000)
                            + (((W-TRIM - 1) * 3) + 1) * 100 + 1
           COMPUTE W-DATFIN = (W-ANNEE * 10000)
                            + (W-TRIM * 3) * 100 + 31
           OPEN INPUT MXHISVTE MXBDIS MXLDIS
           MOVE 0 TO W-NBDEC W-NB
      * historique des ventes : factures et avoirs
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Declare-Un-Hisvte UNTIL W-FIN = 1
      * tickets comptoir du client comptant
           MOVE CLI-COMPTOIR TO CLI-MBDI
           MOVE 0 TO W-FIN
           START MXBDIS KEY NOT < CLE2-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Declare-Un-Ticket UNTIL W-FIN = 1
           CLOSE MXHISVTE MXBDIS MXLDIS
           PERFORM Edite-Declaration
           DISPLAY "eco-b : " W-NB " lignes déclarées, état "
                   ASSIGN-ETAT.
       F-Declaration.
           EXIT.

       Declare-Un-Hisvte.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ECO-MHIV = 0
                EXIT PARAGRAPH.
           MOVE DSP-MHIV TO W-DATV
           IF W-DATV < W-DATDEB OR W-DATV > W-DATFIN
                EXIT PARAGRAPH.
           CALL "rech-eco" USING ART-MHIV W-DATV W-ECO W-ORG W-CAT
           END-CALL
      * article sorti du barème depuis : la ligne reste déclarée
      * sous un organisme inconnu plutôt que de disparaître
           IF W-ORG = SPACE
                MOVE "?" TO W-ORG.
           MOVE QTE-MHIV TO W-QTE
           COMPUTE W-MNT ROUNDED = QTE-MHIV * ECO-MHIV
           PERFORM Cumule-Declaration.

       Declare-Un-Ticket.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBDI NOT = CLI-COMPTOIR
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 2
                EXIT PARAGRAPH.
           IF DAT-MBDI < W-DATDEB OR DAT-MBDI > W-DATFIN
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Declare-Une-Ligne-Tkt UNTIL W-FIN2 = 1.

      * le ticket porte l'éco-contribution TTC : la déclaration se
      * fait au montant hors taxe du barème à la date du ticket
       Declare-Une-Ligne-Tkt.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF ECO-MLDI = 0
                EXIT PARAGRAPH.
           CALL "rech-eco" USING ART-MLDI DAT-MBDI W-ECO W-ORG W-CAT
           END-CALL
           IF W-ORG = SPACE
                MOVE "?" TO W-ORG.
           MOVE QTE-MLDI TO W-QTE
           COMPUTE W-MNT ROUNDED = QTE-MLDI * W-ECO
           PERFORM Cumule-Declaration.

      * poste organisme + catégorie, inséré à son rang de tri
       Cumule-Declaration.
           ADD 1 TO W-NB
           MOVE 0 TO W-IX
           MOVE 1 TO I
           PERFORM Cherche-Poste UNTIL I > W-NBDEC OR W-IX NOT = 0
           IF W-IX = 0
                IF W-NBDEC NOT < MAXDEC
                     DISPLAY "eco-b : table pleine, ligne ignorée "
                             W-ORG " " W-CAT
                     EXIT PARAGRAPH
                END-IF
                PERFORM Insere-Poste
           END-IF
           IF W-QTE < 0
                SUBTRACT W-QTE FROM W-DEC-QR(W-IX)
           ELSE ADD W-QTE TO W-DEC-QV(W-IX)
           END-IF
           ADD W-MNT TO W-DEC-MNT(W-IX).

       Cherche-Poste.
           IF W-DEC-ORG(I) = W-ORG AND W-DEC-CAT(I) = W-CAT
                MOVE I TO W-IX
           ELSE ADD 1 TO I
           END-IF.

      * rang d'insertion : premier poste de clé supérieure ; les
      * suivants descendent d'un cran
       Insere-Poste.
           MOVE 1 TO W-IX
           MOVE 0 TO W-RANG-OK
           PERFORM Avance-Rang UNTIL W-IX > W-NBDEC OR W-RANG-OK = 1
           ADD 1 TO W-NBDEC
           MOVE W-NBDEC TO J
           PERFORM Decale-Poste UNTIL J NOT > W-IX
           MOVE W-ORG TO W-DEC-ORG(W-IX)
           MOVE W-CAT TO W-DEC-CAT(W-IX)
           MOVE 0 TO W-DEC-QV(W-IX) W-DEC-QR(W-IX) W-DEC-MNT(W-IX).

       Avance-Rang.
           IF W-DEC-ORG(W-IX) > W-ORG
           OR (W-DEC-ORG(W-IX) = W-ORG AND W-DEC-CAT(W-IX) > W-CAT)
                MOVE 1 TO W-RANG-OK
                EXIT PARAGRAPH.
           ADD 1 TO W-IX.

       Decale-Poste.
           MOVE W-DEC(J - 1) TO W-DEC(J)
           SUBTRACT 1 FROM J.

       Edite-Declaration.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/eco-" DELIMITED BY SIZE
                  W-ANNEE DELIMITED BY SIZE
                  "-T" DELIMITED BY SIZE
                  W-TRIM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DECLARATION DES ECO-CONTRIBUTIONS " DELIMITED BY SIZE
                  W-ANNEE DELIMITED BY SIZE
                  " TRIMESTRE " DELIMITED BY SIZE
                  W-TRIM DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO W-ORG-RUPT
           MOVE 0 TO W-TOT-QTE W-TOT-MNT
           MOVE 1 TO I
           PERFORM Edite-Un-Poste UNTIL I > W-NBDEC
           IF W-ORG-RUPT NOT = SPACE
                PERFORM Edite-Total-Org
           END-IF
           CLOSE ETAT.

       Edite-Un-Poste.
           IF W-DEC-ORG(I) NOT = W-ORG-RUPT
                IF W-ORG-RUPT NOT = SPACE
                     PERFORM Edite-Total-Org
                END-IF
                MOVE W-DEC-ORG(I) TO W-ORG-RUPT
                MOVE 0 TO W-TOT-QTE W-TOT-MNT
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-ETAT
                STRING "ECO-ORGANISME " DELIMITED BY SIZE
                       W-ORG-RUPT DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE "CATEGORIE         VENDU       REPRIS         NET
      -              "         MONTANT HT" TO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-DEC
           MOVE W-DEC-CAT(I) TO LD-CAT
           MOVE W-DEC-QV(I) TO LD-QV
           MOVE W-DEC-QR(I) TO LD-QR
           COMPUTE W-QTE = W-DEC-QV(I) - W-DEC-QR(I)
           MOVE W-QTE TO LD-QN
           MOVE W-DEC-MNT(I) TO LD-MNT
           WRITE LIGNE-ETAT FROM LIGNE-DEC
           ADD W-QTE TO W-TOT-QTE
           ADD W-DEC-MNT(I) TO W-TOT-MNT
           ADD 1 TO I.

       Edite-Total-Org.
           MOVE SPACE TO LIGNE-DEC
           MOVE "TOTAL" TO LD-CAT
           MOVE W-TOT-QTE TO LD-QN
           MOVE W-TOT-MNT TO LD-MNT
           WRITE LIGNE-ETAT FROM LIGNE-DEC.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
