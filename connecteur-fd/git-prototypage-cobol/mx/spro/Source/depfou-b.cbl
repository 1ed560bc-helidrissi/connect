      *{Bench}prg-comment
      * depfou-b.cbl
151026* depfou-b.cbl : stock en dépôt appartenant au fournisseur
151026* dans nos agences (visserie, filtres...), réglé à la
151026* consommation - le cas inverse de depvte-b.
151026*   RECEPTION <age> <fou> <fic article;quantité;prix>
151026*       entre la marchandise en dépôt sans facture d'achat :
151026*       stock MXARTSA de l'agence (vendable par sbd-c et
151026*       comptoir-b, PAMP inchangé, trace ARTSAMVT motif DPF)
151026*       et quantité propriété du fournisseur MXDEPFOU au prix
151026*       convenu (prix absent : prix convenu déjà connu, à
151026*       défaut tarif d'achat PAC-MART).  Un article d'une
151026*       agence n'est en dépôt que chez un fournisseur à la
151026*       fois ;
151026*   RETOUR <age> <fou> <fic article;quantité>
151026*       rend au fournisseur une quantité encore en dépôt
151026*       (sortie de stock motif DPF, sans achat) ;
151026*   RELEVE <fou> <aaaamm>
151026*       relevé périodique du fournisseur : consommations du
151026*       mois (lignes d'achat auto-facturées MXRECFOU DPF-MREC
151026*       = D écrites par conso-depfou à chaque vente, pièce
151026*       d'atelier ou composant consommé) et stock restant en
151026*       dépôt par agence, ft/depfou-<fou>-<aaaamm>.txt ; le
151026*       fichier ft/depfou-<fou>-<aaaamm>.csv (article;qté;
151026*       prix) est la facture auto-émise AF<aaaamm>, à passer
151026*       au rapprochement trois volets comme un achat normal :
151026*       ctlfac-b SAISIE <fou> AF<aaaamm> <csv>.
151026* La valorisation (valsto-b FIGE) exclut la quantité en dépôt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. depfou-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:05:17.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXFOU.sl".
       COPY "MXRECFOU.sl".
       COPY "MXDEPFOU.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CSV    ASSIGN TO ASSIGN-CSV
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CSV.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXFOU.fd".
       COPY "MXRECFOU.fd".
       COPY "MXDEPFOU.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CSV LABEL RECORD STANDARD.
       01  LIGNE-CSV           PIC X(100).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ARTSAMVT PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CSV      PIC X(2).
       77 ASSIGN-ARTSAMVT      PIC X(80).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CSV           PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(160).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(80).
       77 W-PAR5               PIC X(30).
       77 W-PAR6               PIC X(30).
       77 W-AGE                PIC X(03).
       77 W-FOU                PIC X(08).
       77 W-PER                PIC 9(06).
       77 W-DAT                PIC 9(08).
       77 W-ART                PIC X(20).
       77 W-QTE                PIC S9(09)V99.
       77 W-PRX                PIC 9(09)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-TOT                PIC S9(11)V99.
       77 W-NBL                PIC 9(05).
       77 A-QTE                PIC S9(09)V99.
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-FIN                PIC 9.
       77 W-ERR                PIC 9(05).
       77 W-NB                 PIC 9(05).
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
           COPY "lit-artsa.wrk".
       01 W-ZONES-ED.
           05 W-QTE-ED         PIC -(8)9,99.
           05 W-PRX-ED         PIC -(8)9,99.
           05 W-MNT-ED         PIC -(10)9,99.
      * consommation du mois
       01 LIGNE-CON.
           05 LC-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LC-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LC-ORI           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-PRX           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-MNT           PIC -(8)9,99.
      * stock restant en dépôt
       01 LIGNE-RES REDEFINES LIGNE-CON.
           05 LR-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LR-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LR-QRE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-QCO           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-PRX           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-MNT           PIC -(8)9,99.
           05 FILLER           PIC X(08).
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4
           EVALUATE W-FONCTION
           WHEN "RECEPTION" PERFORM Receptionne THRU F-Receptionne
           WHEN "RETOUR"    PERFORM Retourne THRU F-Retourne
           WHEN "RELEVE"    PERFORM Releve THRU F-Releve
           WHEN OTHER
                DISPLAY "depfou-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : depfou-b RECEPTION age fou fic"
                DISPLAY "        depfou-b RETOUR age fou fic"
                DISPLAY "        depfou-b RELEVE fou aaaamm"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    RECEPTION : entrée de marchandise en dépôt fournisseur
      ******************************************************************
       Receptionne.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO W-FOU
           IF W-AGE = SPACE OR W-FOU = SPACE OR W-PAR4 = SPACE
                DISPLAY "depfou-b RECEPTION : paramètres incomplets"
                GO F-Receptionne.
           PERFORM Ouvre-Mouvements
           IF FILE-STATUS-MOUVT NOT = "00"
                GO F-Receptionne.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Receptionne-Une-Ligne UNTIL W-FIN = 1
           PERFORM Ferme-Mouvements
           DISPLAY "depfou-b : " W-NB " lignes reçues en dépôt, "
                   W-ERR " rejets".
       F-Receptionne.
           EXIT.

       Receptionne-Une-Ligne.
           PERFORM Lit-Mouvement
           IF W-FIN = 1
                EXIT PARAGRAPH.
           IF W-ART = SPACE OR W-QTE NOT > 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE W-ART TO COD-MART
           READ MXART INVALID
                DISPLAY "depfou-b : article inconnu " W-ART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
      * un article d'une agence n'est en dépôt que chez un seul
      * fournisseur à la fois
           MOVE W-AGE TO AGE-MDFO
           MOVE W-ART TO ART-MDFO
           READ MXDEPFOU INVALID
                INITIALIZE ENR-MDFO
                MOVE W-AGE TO AGE-MDFO
                MOVE W-ART TO ART-MDFO
                MOVE W-FOU TO FOU-MDFO
                WRITE ENR-MDFO INVALID CONTINUE
                END-WRITE
           END-READ
           IF FOU-MDFO NOT = W-FOU AND QTE-MDFO > 0
                DISPLAY "depfou-b : " W-ART " déjà en dépôt chez "
                        FOU-MDFO
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * prix absent du fichier : prix convenu déjà connu, à défaut
      * tarif d'achat
           IF W-PRX = 0
                IF FOU-MDFO = W-FOU AND PRX-MDFO NOT = 0
                     MOVE PRX-MDFO TO W-PRX
                ELSE MOVE PAC-MART TO W-PRX
                END-IF
           END-IF
           MOVE W-FOU TO FOU-MDFO
           MOVE W-PRX TO PRX-MDFO
           ADD W-QTE TO QTE-MDFO QRE-MDFO
           MOVE W-DAT TO DRE-MDFO
           REWRITE ENR-MDFO INVALID
                DISPLAY "depfou-b : réécriture MXDEPFOU " CLE1-MDFO
           END-REWRITE
           MOVE W-QTE TO A-QTE
           MOVE "Entrée dépôt fournisseur" TO W-MVT-RAISON
           PERFORM Mouvemente-Stock
           ADD 1 TO W-NB.

      ******************************************************************
      *    RETOUR : marchandise en dépôt rendue au fournisseur
      ******************************************************************
       Retourne.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO W-FOU
           IF W-AGE = SPACE OR W-FOU = SPACE OR W-PAR4 = SPACE
                DISPLAY "depfou-b RETOUR : paramètres incomplets"
                GO F-Retourne.
           PERFORM Ouvre-Mouvements
           IF FILE-STATUS-MOUVT NOT = "00"
                GO F-Retourne.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Retourne-Une-Ligne UNTIL W-FIN = 1
           PERFORM Ferme-Mouvements
           DISPLAY "depfou-b : " W-NB " lignes rendues, "
                   W-ERR " rejets".
       F-Retourne.
           EXIT.

       Retourne-Une-Ligne.
           PERFORM Lit-Mouvement
           IF W-FIN = 1
                EXIT PARAGRAPH.
           IF W-ART = SPACE OR W-QTE NOT > 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MDFO
           MOVE W-ART TO ART-MDFO
           READ MXDEPFOU INVALID
                DISPLAY "depfou-b : " W-ART " pas en dépôt"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF FOU-MDFO NOT = W-FOU OR QTE-MDFO NOT > 0
                DISPLAY "depfou-b : " W-ART " pas en dépôt chez "
                        W-FOU
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * on ne rend que ce qui est encore au fournisseur
           IF W-QTE > QTE-MDFO
                DISPLAY "depfou-b : " W-ART " retour ramené à "
                        "la quantité en dépôt"
                MOVE QTE-MDFO TO W-QTE.
           SUBTRACT W-QTE FROM QTE-MDFO
           REWRITE ENR-MDFO INVALID
                DISPLAY "depfou-b : réécriture MXDEPFOU " CLE1-MDFO
           END-REWRITE
           COMPUTE A-QTE = 0 - W-QTE
           MOVE "Retour dépôt fournisseur" TO W-MVT-RAISON
           PERFORM Mouvemente-Stock
           ADD 1 TO W-NB.

      ******************************************************************
      *    fichier des mouvements et fichiers mouvementés
      ******************************************************************
       Ouvre-Mouvements.
           MOVE W-PAR4 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "depfou-b : fichier introuvable " ASSIGN-MOUVT
                EXIT PARAGRAPH.
           OPEN I-O MXDEPFOU
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXDEPFOU
                CLOSE MXDEPFOU
                OPEN I-O MXDEPFOU.
           OPEN I-O MXARTSA
           OPEN INPUT MXART.

       Ferme-Mouvements.
           CLOSE MOUVT MXDEPFOU MXARTSA MXART.

       Lit-Mouvement.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ART W-PAR5 W-PAR6
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO W-ART W-PAR5 W-PAR6
           MOVE W-PAR5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-QTE
           MOVE W-PAR6 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRX.

      * stock de l'agence : la marchandise en dépôt se vend comme la
      * nôtre, le PAMP n'en tient pas compte (elle n'est pas achetée)
       Mouvemente-Stock.
           MOVE W-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE = 0
                DISPLAY "depfou-b : stock verrouillé " W-ART
                EXIT PARAGRAPH
           END-IF
           IF ASA-TROUVE = 2
                INITIALIZE ENR-MASA
                MOVE W-AGE TO AGE-MASA
                MOVE W-ART TO COD-MASA
                MOVE 1 TO STO-MASA
                WRITE ENR-MASA INVALID CONTINUE
                END-WRITE
           END-IF
           ADD A-QTE TO QSTM-MASA(1)
           ADD A-QTE TO STC-MASA
           IF A-QTE > 0
                ADD A-QTE TO TQM-MASA
                ADD A-QTE TO TQE-MASA
           END-IF
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID
                DISPLAY "depfou-b : réécriture ARTSA " CLE1-MASA
           END-REWRITE
           PERFORM Trace-Mvt-Dpf.

       Trace-Mvt-Dpf.
           MOVE "DPF" TO W-MVT-COD
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
                  " FOU " DELIMITED BY SIZE
                  W-FOU DELIMITED BY SIZE
                  " QTE " DELIMITED BY SIZE
                  W-QTE-ARTSAMVT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-RAISON DELIMITED BY SIZE
                  INTO ENR-ARTSAMVT
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT.

      ******************************************************************
      *    RELEVE : consommations du mois et stock restant en dépôt
      ******************************************************************
       Releve.
           MOVE W-PAR2 TO W-FOU
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-FOU = SPACE OR W-PER = 0
                DISPLAY "usage : depfou-b RELEVE fou aaaamm"
                GO F-Releve.
           OPEN INPUT MXDEPFOU
           IF FILE-STATUS NOT = "00"
                DISPLAY "depfou-b : aucun dépôt fournisseur"
                GO F-Releve.
           OPEN INPUT MXRECFOU MXART MXFOU
           MOVE W-FOU TO COD-MFOU
           READ MXFOU INVALID MOVE SPACE TO RAI-MFOU
           END-READ
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/depfou-" DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/depfou-" DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO ASSIGN-CSV
           OPEN OUTPUT ETAT CSV
           MOVE SPACE TO LIGNE-ETAT
           STRING "RELEVE DE DEPOT FOURNISSEUR " DELIMITED BY SIZE
                  W-FOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MFOU DELIMITED BY "  "
                  " - PERIODE " DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FACTURE AUTO-EMISE AF" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      *    consommations du mois
           MOVE "CONSOMMATIONS" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DATE     AGE ARTICLE" TO LIGNE-ETAT
           MOVE "DESIGNATION" TO LIGNE-ETAT(35:)
           MOVE "ORIGINE" TO LIGNE-ETAT(66:)
           MOVE "QUANTITE" TO LIGNE-ETAT(89:)
           MOVE "PRIX" TO LIGNE-ETAT(104:)
           MOVE "MONTANT" TO LIGNE-ETAT(114:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT W-NBL
           MOVE 0 TO NRC-MREC
           MOVE 0 TO W-FIN
           START MXRECFOU KEY NOT < CLE1-MREC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Une-Conso UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "TOTAL CONSOMME HORS TAXE (" DELIMITED BY SIZE
                  W-NBL DELIMITED BY SIZE
                  " LIGNES) : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      *    stock encore en dépôt
           MOVE "STOCK RESTANT EN DEPOT" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "AGE ARTICLE" TO LIGNE-ETAT
           MOVE "DESIGNATION" TO LIGNE-ETAT(26:)
           MOVE "RECU" TO LIGNE-ETAT(63:)
           MOVE "CONSOMME" TO LIGNE-ETAT(70:)
           MOVE "RESTANT" TO LIGNE-ETAT(82:)
           MOVE "PRIX" TO LIGNE-ETAT(96:)
           MOVE "VALEUR" TO LIGNE-ETAT(107:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT W-NB
           MOVE SPACE TO ENR-MDFO
           MOVE 0 TO W-FIN
           START MXDEPFOU KEY NOT < CLE1-MDFO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Un-Depot UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "VALEUR RESTANT EN DEPOT : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Rapprochement : ctlfac-b SAISIE " DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  " AF" DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ASSIGN-CSV DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT CSV MXDEPFOU MXRECFOU MXART MXFOU
           DISPLAY "depfou-b : " W-NBL " consommations, " W-NB
                   " articles en dépôt, relevé " ASSIGN-ETAT.
       F-Releve.
           EXIT.

      * ligne d'achat auto-facturée du fournisseur dans le mois
       Releve-Une-Conso.
           READ MXRECFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DPF-MREC NOT = "D" OR FOU-MREC NOT = W-FOU
                EXIT PARAGRAPH.
           IF DAT-MREC(1:6) NOT = W-PER
                EXIT PARAGRAPH.
           MOVE ART-MREC TO COD-MART
           READ MXART INVALID MOVE SPACE TO DES-MART
           END-READ
           COMPUTE W-MNT ROUNDED = QTE-MREC * PRX-MREC
           ADD W-MNT TO W-TOT
           ADD 1 TO W-NBL
           MOVE SPACE TO LIGNE-CON
           MOVE DAT-MREC TO LC-DAT
           MOVE AGE-MREC TO LC-AGE
           MOVE ART-MREC TO LC-ART
           MOVE DES-MART TO LC-DES
           MOVE BLF-MREC TO LC-ORI
           MOVE QTE-MREC TO LC-QTE
           MOVE PRX-MREC TO LC-PRX
           MOVE W-MNT TO LC-MNT
           WRITE LIGNE-ETAT FROM LIGNE-CON
      *    ligne de la facture auto-émise (format ctlfac-b SAISIE)
           MOVE QTE-MREC TO W-QTE-ED
           MOVE PRX-MREC TO W-PRX-ED
           MOVE SPACE TO LIGNE-CSV
           STRING ART-MREC DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-QTE-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PRX-ED DELIMITED BY SIZE
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV.

       Releve-Un-Depot.
           READ MXDEPFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MDFO NOT = W-FOU
                EXIT PARAGRAPH.
           IF QTE-MDFO = 0 AND DCO-MDFO(1:6) NOT = W-PER
           AND DRE-MDFO(1:6) NOT = W-PER
                EXIT PARAGRAPH.
           MOVE ART-MDFO TO COD-MART
           READ MXART INVALID MOVE SPACE TO DES-MART
           END-READ
           COMPUTE W-MNT ROUNDED = QTE-MDFO * PRX-MDFO
           ADD W-MNT TO W-TOT
           ADD 1 TO W-NB
           MOVE SPACE TO LIGNE-RES
           MOVE AGE-MDFO TO LR-AGE
           MOVE ART-MDFO TO LR-ART
           MOVE DES-MART TO LR-DES
           MOVE QRE-MDFO TO LR-QRE
           MOVE QCO-MDFO TO LR-QCO
           MOVE QTE-MDFO TO LR-QTE
           MOVE PRX-MDFO TO LR-PRX
           MOVE W-MNT TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-RES.

           COPY "conv-num.cbl".
           COPY "lit-artsa.cbl".

       Fin.
           STOP RUN.
