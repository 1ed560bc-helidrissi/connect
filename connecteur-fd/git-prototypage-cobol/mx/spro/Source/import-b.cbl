      *{Bench}prg-comment
      * import-b.cbl
151026* import-b.cbl : dossiers d'import (arrivages par conteneur)
151026* et coût de revient réel des lignes reçues.
151026* Plusieurs commandes fournisseurs partagent un conteneur :
151026* le dossier MXDOSIMP les regroupe (lignes d'achat MXLDIS
151026* rattachées dans MXDOSLIG) avec navire, port, ETA et état ;
151026* les factures de fret, douane, transitaire et assurance
151026* (MXDOSFRA) se répartissent sur les lignes reçues.
151026*   SAISIE <fic>
151026*       intègre un fichier de lignes :
151026*         D;ndi;age;libellé;navire;conteneur;port;etd;eta;clé
151026*             crée (ndi = 0) ou met à jour l'entête ; clé de
151026*             répartition V valeur, P poids, M volume ;
151026*         L;ndi;bon;ligne
151026*             rattache une ligne d'achat en attente (TLI 3) de
151026*             l'agence du dossier ;
151026*         F;ndi;nature;fou;nofac;date;estimé;facturé;clé
151026*             frais F fret, D douane, T transitaire, A
151026*             assurance (même fou + nofac = mise à jour, le
151026*             devis se complète de la facture) ;
151026*       ndi = 0 sur L et F : le dossier de la ligne D
151026*       précédente ;
151026*   ETA <ndi> <date>
151026*       nouvelle date d'arrivée prévue (projection echsto-b) ;
151026*   STATUT <ndi> <E|A> [<date>]
151026*       E embarqué (date de départ), A arrivé au port (date
151026*       d'arrivée) ; R reçu se pose à la réception recfou-b ;
151026*   REPARTIT <ndi>
151026*       répartit les frais facturés sur les lignes reçues au
151026*       prorata de la valeur, du poids (POI-MART) ou du volume
151026*       (VOL-MART) reçus, la dernière ligne prenant l'arrondi ;
151026*       coût d'approche unitaire réel de chaque ligne et
151026*       revalorisation du PAMP-MASA du stock encore en main de
151026*       l'écart avec le coût déjà porté (estimé FUA-MART à la
151026*       réception, cf. recfou-b Maj-Artsa-Rcf) ; relançable
151026*       quand une facture arrive en retard ; état C coûté ;
151026*   ETAT <ndi>
151026*       coût du dossier, estimé contre réel par nature de
151026*       frais et par ligne, ft/import-<ndi>.txt ;
151026*   LISTE
151026*       dossiers non coûtés avec ETA et retard,
151026*       ft/import-liste.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. import-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:26:48.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXDOSIMP.sl".
       COPY "MXDOSLIG.sl".
       COPY "MXDOSFRA.sl".
       COPY "MXLDIS.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXDOSIMP.fd".
       COPY "MXDOSLIG.fd".
       COPY "MXDOSFRA.fd".
       COPY "MXLDIS.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
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
       77 W-PARAM              PIC X(140).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATE               PIC 9(08).
       77 W-NDI                PIC 9(06).
       77 W-NDI-X              PIC X(06).
       77 W-NDI-COURANT        PIC 9(06).
       77 W-SEQ                PIC 9(04).
       77 W-BON                PIC 9(08).
       77 W-LIG                PIC 9(03).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-STA                PIC X.
       77 W-CLE                PIC X.
       77 W-MNT                PIC S9(11)V99.
       77 W-EST                PIC S9(11)V99.
      * bases et frais de la répartition
       77 W-TOT-VAL            PIC S9(11)V99.
       77 W-TOT-PDS            PIC S9(09)V999.
       77 W-TOT-VOL            PIC S9(09)V999.
       77 W-FRA-V              PIC S9(11)V99.
       77 W-FRA-P              PIC S9(11)V99.
       77 W-FRA-M              PIC S9(11)V99.
       77 W-FRA-TOT            PIC S9(11)V99.
       77 W-REPARTI            PIC S9(11)V99.
       77 W-NBL                PIC 9(04).
       77 W-RANG               PIC 9(04).
       77 W-CUA                PIC S9(07)V9999.
       77 W-DELTA              PIC S9(07)V9999.
       77 W-QREV               PIC S9(09)V99.
       77 W-NBREV              PIC 9(05).
      * cumuls de l'état
       77 W-TOT-EST            PIC S9(11)V99.
       77 W-TOT-MNT            PIC S9(11)V99.
       77 W-TOT-FES            PIC S9(11)V99.
       77 W-TOT-FRE            PIC S9(11)V99.
       77 W-TOT-QRC            PIC S9(09)V99.
       77 W-LIB-NAT            PIC X(12).
           COPY "conv-num.wrk".
           COPY "lit-artsa.wrk".
       01 W-ZONES-SAISIE.
           05 WS-TYP           PIC X(01).
           05 WS-Z2            PIC X(30).
           05 WS-Z3            PIC X(30).
           05 WS-Z4            PIC X(30).
           05 WS-Z5            PIC X(30).
           05 WS-Z6            PIC X(30).
           05 WS-Z7            PIC X(30).
           05 WS-Z8            PIC X(30).
           05 WS-Z9            PIC X(30).
           05 WS-Z10           PIC X(30).
       01 LIGNE-FRA.
           05 LF-NAT           PIC X(12).
           05 FILLER           PIC X(01).
           05 LF-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LF-NFF           PIC X(10).
           05 FILLER           PIC X(01).
           05 LF-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LF-CLE           PIC X(01).
           05 FILLER           PIC X(02).
           05 LF-EST           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LF-MNT           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LF-ECA           PIC -(9)9,99.
       01 LIGNE-DIL.
           05 LD-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LD-LIG           PIC 9(03).
           05 FILLER           PIC X(01).
           05 LD-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LD-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LD-QRC           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LD-VAL           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LD-FES           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LD-FRE           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LD-CUA           PIC -(5)9,9999.
           05 FILLER           PIC X(01).
           05 LD-CRV           PIC -(7)9,9999.
       01 LIGNE-DOS.
           05 LL-NDI           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LL-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LL-LIB           PIC X(30).
           05 FILLER           PIC X(01).
           05 LL-NAV           PIC X(20).
           05 FILLER           PIC X(01).
           05 LL-CNT           PIC X(15).
           05 FILLER           PIC X(01).
           05 LL-POR           PIC X(15).
           05 FILLER           PIC X(01).
           05 LL-ETD           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-ETA           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LL-OBS           PIC X(12).
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
           WHEN "SAISIE"   PERFORM Saisie-Dossiers
                              THRU F-Saisie-Dossiers
           WHEN "ETA"      PERFORM Change-Eta THRU F-Change-Eta
           WHEN "STATUT"   PERFORM Change-Statut
                              THRU F-Change-Statut
           WHEN "REPARTIT" PERFORM Repartit-Frais
                              THRU F-Repartit-Frais
           WHEN "ETAT"     PERFORM Etat-Dossier THRU F-Etat-Dossier
           WHEN "LISTE"    PERFORM Liste-Dossiers
                              THRU F-Liste-Dossiers
           WHEN OTHER
                DISPLAY "import-b : fonction inconnue " W-FONCTION
                PERFORM Affiche-Usage
           END-EVALUATE
           GO Fin.

       Affiche-Usage.
           DISPLAY "usage : import-b SAISIE fichier"
           DISPLAY "        import-b ETA ndi date"
           DISPLAY "        import-b STATUT ndi E|A [date]"
           DISPLAY "        import-b REPARTIT ndi"
           DISPLAY "        import-b ETAT ndi"
           DISPLAY "        import-b LISTE".

       Ouvre-Dossiers.
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
           OPEN I-O MXDOSFRA
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXDOSFRA
                CLOSE MXDOSFRA
                OPEN I-O MXDOSFRA.

      * ndi de la ligne de commande, dossier lu
       Lit-Dossier-Param.
           MOVE 0 TO W-TROUVE
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NDI
           IF W-NDI = 0
                EXIT PARAGRAPH.
           MOVE W-NDI TO NDI-MDIM
           READ MXDOSIMP INVALID
                DISPLAY "import-b : dossier inconnu " W-NDI
                EXIT PARAGRAPH
           END-READ
           MOVE 1 TO W-TROUVE.

      ******************************************************************
      *    SAISIE : entêtes, lignes rattachées et frais
      ******************************************************************
       Saisie-Dossiers.
           IF W-PAR2 = SPACE
                DISPLAY "usage : import-b SAISIE fichier"
                GO F-Saisie-Dossiers.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "import-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Saisie-Dossiers.
           PERFORM Ouvre-Dossiers
           OPEN INPUT MXLDIS MXART
           MOVE 0 TO W-FIN W-NB W-ERR W-NDI-COURANT
           PERFORM Saisie-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXDOSIMP MXDOSLIG MXDOSFRA MXLDIS MXART
           DISPLAY "import-b : " W-NB " lignes intégrées, "
                   W-ERR " rejets".
       F-Saisie-Dossiers.
           EXIT.

       Saisie-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-SAISIE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WS-TYP WS-Z2 WS-Z3 WS-Z4 WS-Z5 WS-Z6 WS-Z7
                     WS-Z8 WS-Z9 WS-Z10
           MOVE WS-Z2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NDI
           EVALUATE WS-TYP
           WHEN "D" PERFORM Ligne-Entete
           WHEN "L" PERFORM Ligne-Rattache
           WHEN "F" PERFORM Ligne-Frais
           WHEN OTHER ADD 1 TO W-ERR
           END-EVALUATE.

      * D;ndi;age;libellé;navire;conteneur;port;etd;eta;clé
       Ligne-Entete.
           IF W-NDI = 0
                IF WS-Z3 = SPACE
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                PERFORM Cherche-Ndi
                ADD 1 TO W-NDI
                INITIALIZE ENR-MDIM
                MOVE W-NDI TO NDI-MDIM
                MOVE "O" TO STA-MDIM
                MOVE "V" TO CLE-MDIM
                MOVE W-DAT TO DCR-MDIM
                WRITE ENR-MDIM INVALID
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-WRITE
                DISPLAY "import-b : dossier " W-NDI " créé"
           END-IF
           MOVE W-NDI TO NDI-MDIM
           READ MXDOSIMP INVALID
                DISPLAY "import-b : dossier inconnu " W-NDI
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF WS-Z3 NOT = SPACE
                MOVE WS-Z3 TO AGE-MDIM.
           IF WS-Z4 NOT = SPACE
                MOVE WS-Z4 TO LIB-MDIM.
           IF WS-Z5 NOT = SPACE
                MOVE WS-Z5 TO NAV-MDIM.
           IF WS-Z6 NOT = SPACE
                MOVE WS-Z6 TO CNT-MDIM.
           IF WS-Z7 NOT = SPACE
                MOVE WS-Z7 TO POR-MDIM.
           MOVE WS-Z8 TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT = 0
                MOVE CVN-SOR TO ETD-MDIM.
           MOVE WS-Z9 TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT = 0
                MOVE CVN-SOR TO ETA-MDIM.
           IF WS-Z10 = "V" OR WS-Z10 = "P" OR WS-Z10 = "M"
                MOVE WS-Z10 TO CLE-MDIM.
           REWRITE ENR-MDIM INVALID CONTINUE
           END-REWRITE
           MOVE W-NDI TO W-NDI-COURANT
           ADD 1 TO W-NB.

       Cherche-Ndi.
           MOVE 0 TO W-NDI
           MOVE 999999 TO NDI-MDIM
           START MXDOSIMP KEY NOT > CLE1-MDIM INVALID
                CONTINUE
           NOT INVALID
                READ MXDOSIMP PREVIOUS AT END CONTINUE
                NOT AT END MOVE NDI-MDIM TO W-NDI
                END-READ
           END-START.

      * le dossier d'une ligne L ou F (0 = celui de la ligne D)
       Lit-Dossier-Ligne.
           MOVE 0 TO W-TROUVE
           IF W-NDI = 0
                MOVE W-NDI-COURANT TO W-NDI.
           IF W-NDI = 0
                EXIT PARAGRAPH.
           MOVE W-NDI TO NDI-MDIM
           READ MXDOSIMP INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE 1 TO W-TROUVE.

      * L;ndi;bon;ligne : ligne d'achat en attente de l'agence
       Ligne-Rattache.
           PERFORM Lit-Dossier-Ligne
           IF W-TROUVE = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WS-Z3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           MOVE WS-Z4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LIG
           MOVE AGE-MDIM TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           READ MXLDIS INVALID
                DISPLAY "import-b : ligne inconnue " W-BON "/" W-LIG
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF FOU-MLDI = SPACE OR TLI-MLDI NOT = 3
                DISPLAY "import-b : ligne " W-BON "/" W-LIG
                        " pas en attente fournisseur"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * frais estimés : approche unitaire FUA-MART sur le commandé
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID
                MOVE 0 TO FUA-MART
           END-READ
           PERFORM Cherche-Seq-Ligne
           ADD 1 TO W-SEQ
           INITIALIZE ENR-MDIL
           MOVE W-NDI TO NDI-MDIL
           MOVE W-SEQ TO SEQ-MDIL
           MOVE AGE-MLDI TO AGE-MDIL
           MOVE BON-MLDI TO BON-MDIL
           MOVE LIG-MLDI TO LIG-MDIL
           MOVE FOU-MLDI TO FOU-MDIL
           MOVE ART-MLDI TO ART-MDIL
           COMPUTE QTE-MDIL = QTE-MLDI - QTC-MLDI
           COMPUTE FES-MDIL ROUNDED = QTE-MDIL * FUA-MART
           WRITE ENR-MDIL INVALID
                DISPLAY "import-b : ligne " W-BON "/" W-LIG
                        " déjà dans un dossier"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO W-NB.

       Cherche-Seq-Ligne.
           MOVE 0 TO W-SEQ
           MOVE W-NDI TO NDI-MDIL
           MOVE 9999 TO SEQ-MDIL
           START MXDOSLIG KEY NOT > CLE1-MDIL INVALID
                CONTINUE
           NOT INVALID
                READ MXDOSLIG PREVIOUS AT END CONTINUE
                NOT AT END
                     IF NDI-MDIL = W-NDI
                          MOVE SEQ-MDIL TO W-SEQ
                     END-IF
                END-READ
           END-START.

      * F;ndi;nature;fou;nofac;date;estimé;facturé;clé
       Ligne-Frais.
           PERFORM Lit-Dossier-Ligne
           IF W-TROUVE = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF WS-Z3 NOT = "F" AND NOT = "D" AND NOT = "T"
                        AND NOT = "A"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WS-Z6 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATE
           MOVE WS-Z7 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-EST
           MOVE WS-Z8 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MNT
           IF W-EST = 0 AND W-MNT = 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * même prestataire et même facture : mise à jour
           MOVE 0 TO W-SEQ W-TROUVE W-FIN2
           MOVE W-NDI TO NDI-MDFR
           MOVE 0 TO SEQ-MDFR
           START MXDOSFRA KEY NOT < CLE1-MDFR INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cherche-Un-Frais UNTIL W-FIN2 = 1
           IF W-TROUVE = 0
                ADD 1 TO W-SEQ
                INITIALIZE ENR-MDFR
                MOVE W-NDI TO NDI-MDFR
                MOVE W-SEQ TO SEQ-MDFR
                MOVE WS-Z4 TO FOU-MDFR
                MOVE WS-Z5 TO NFF-MDFR
           END-IF
           MOVE WS-Z3 TO NAT-MDFR
           IF W-DATE NOT = 0
                MOVE W-DATE TO DAT-MDFR
           END-IF
           IF W-EST NOT = 0
                MOVE W-EST TO EST-MDFR
           END-IF
           IF W-MNT NOT = 0
                MOVE W-MNT TO MNT-MDFR
           END-IF
           MOVE SPACE TO CLR-MDFR
           IF WS-Z9 = "V" OR WS-Z9 = "P" OR WS-Z9 = "M"
                MOVE WS-Z9 TO CLR-MDFR
           END-IF
           IF W-TROUVE = 0
                WRITE ENR-MDFR INVALID
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-WRITE
           ELSE REWRITE ENR-MDFR INVALID CONTINUE
                END-REWRITE
           END-IF
           ADD 1 TO W-NB.

       Cherche-Un-Frais.
           READ MXDOSFRA NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDFR NOT = W-NDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE SEQ-MDFR TO W-SEQ
           IF FOU-MDFR = WS-Z4 AND NFF-MDFR = WS-Z5
                MOVE 1 TO W-TROUVE W-FIN2.

      ******************************************************************
      *    ETA / STATUT : suivi de l'arrivage
      ******************************************************************
       Change-Eta.
           PERFORM Ouvre-Dossiers
           PERFORM Lit-Dossier-Param
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATE
           IF W-TROUVE = 0 OR W-DATE = 0
                DISPLAY "usage : import-b ETA ndi date"
                GO F-Change-Eta-Ferme.
           MOVE W-DATE TO ETA-MDIM
           REWRITE ENR-MDIM INVALID CONTINUE
           END-REWRITE
           DISPLAY "import-b : dossier " W-NDI " ETA " W-DATE.
       F-Change-Eta-Ferme.
           CLOSE MXDOSIMP MXDOSLIG MXDOSFRA.
       F-Change-Eta.
           EXIT.

       Change-Statut.
           PERFORM Ouvre-Dossiers
           PERFORM Lit-Dossier-Param
           MOVE W-PAR3 TO W-STA
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATE
           IF W-DATE = 0
                MOVE W-DAT TO W-DATE.
           IF W-TROUVE = 0 OR (W-STA NOT = "E" AND NOT = "A")
                DISPLAY "usage : import-b STATUT ndi E|A [date]"
                GO F-Change-Statut-Ferme.
           IF STA-MDIM = "R" OR STA-MDIM = "C"
                DISPLAY "import-b : dossier " W-NDI " déjà reçu"
                GO F-Change-Statut-Ferme.
           MOVE W-STA TO STA-MDIM
           IF W-STA = "E"
                MOVE W-DATE TO ETD-MDIM
           ELSE MOVE W-DATE TO DAR-MDIM
           END-IF
           REWRITE ENR-MDIM INVALID CONTINUE
           END-REWRITE
           DISPLAY "import-b : dossier " W-NDI " état " W-STA.
       F-Change-Statut-Ferme.
           CLOSE MXDOSIMP MXDOSLIG MXDOSFRA.
       F-Change-Statut.
           EXIT.

      ******************************************************************
      *    REPARTIT : frais réels sur les lignes reçues, PAMP revalorisé
      ******************************************************************
       Repartit-Frais.
           PERFORM Ouvre-Dossiers
           PERFORM Lit-Dossier-Param
           IF W-TROUVE = 0
                DISPLAY "usage : import-b REPARTIT ndi"
                GO F-Repartit-Frais-Ferme.
      * frais facturés regroupés par clé de répartition
           MOVE 0 TO W-FRA-V W-FRA-P W-FRA-M W-FIN
           MOVE W-NDI TO NDI-MDFR
           MOVE 0 TO SEQ-MDFR
           START MXDOSFRA KEY NOT < CLE1-MDFR INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Un-Frais UNTIL W-FIN = 1
      * bases : valeur, poids et volume reçus
           MOVE 0 TO W-TOT-VAL W-TOT-PDS W-TOT-VOL W-NBL
           MOVE 0 TO W-FIN
           PERFORM Debut-Lignes
           PERFORM Cumule-Une-Base UNTIL W-FIN = 1
           IF W-NBL = 0
                DISPLAY "import-b : dossier " W-NDI
                        " sans ligne reçue, rien à répartir"
                GO F-Repartit-Frais-Ferme.
      * base absente (poids ou volume non renseignés) : valeur
           IF W-TOT-PDS = 0
                ADD W-FRA-P TO W-FRA-V
                MOVE 0 TO W-FRA-P.
           IF W-TOT-VOL = 0
                ADD W-FRA-M TO W-FRA-V
                MOVE 0 TO W-FRA-M.
           COMPUTE W-FRA-TOT = W-FRA-V + W-FRA-P + W-FRA-M
           OPEN I-O MXARTSA
           MOVE 0 TO W-REPARTI W-RANG W-NBREV W-FIN
           PERFORM Debut-Lignes
           PERFORM Repartit-Une-Ligne UNTIL W-FIN = 1
           CLOSE MXARTSA
           MOVE W-NDI TO NDI-MDIM
           READ MXDOSIMP INVALID CONTINUE
           NOT INVALID
                MOVE "C" TO STA-MDIM
                MOVE W-DAT TO DRP-MDIM
                REWRITE ENR-MDIM INVALID CONTINUE
                END-REWRITE
           END-READ
           DISPLAY "import-b : dossier " W-NDI ", " W-FRA-TOT
                   " de frais sur " W-NBL " lignes, "
                   W-NBREV " PAMP revalorisés".
       F-Repartit-Frais-Ferme.
           CLOSE MXDOSIMP MXDOSLIG MXDOSFRA.
       F-Repartit-Frais.
           EXIT.

       Cumule-Un-Frais.
           READ MXDOSFRA NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDFR NOT = W-NDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE CLR-MDFR TO W-CLE
           IF W-CLE = SPACE
                MOVE CLE-MDIM TO W-CLE.
           EVALUATE W-CLE
           WHEN "P" ADD MNT-MDFR TO W-FRA-P
           WHEN "M" ADD MNT-MDFR TO W-FRA-M
           WHEN OTHER ADD MNT-MDFR TO W-FRA-V
           END-EVALUATE.

       Debut-Lignes.
           MOVE W-NDI TO NDI-MDIL
           MOVE 0 TO SEQ-MDIL
           START MXDOSLIG KEY NOT < CLE1-MDIL INVALID
                MOVE 1 TO W-FIN
           END-START.

       Cumule-Une-Base.
           READ MXDOSLIG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDIL NOT = W-NDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF QRC-MDIL NOT > 0
                EXIT PARAGRAPH.
           ADD VAL-MDIL TO W-TOT-VAL
           ADD PDS-MDIL TO W-TOT-PDS
           ADD VOL-MDIL TO W-TOT-VOL
           ADD 1 TO W-NBL.

      * la dernière ligne reçue prend le reste (arrondis)
       Repartit-Une-Ligne.
           READ MXDOSLIG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDIL NOT = W-NDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF QRC-MDIL NOT > 0
                EXIT PARAGRAPH.
           ADD 1 TO W-RANG
           IF W-RANG = W-NBL
                COMPUTE FRE-MDIL = W-FRA-TOT - W-REPARTI
           ELSE MOVE 0 TO FRE-MDIL
                IF W-TOT-VAL NOT = 0
                     COMPUTE FRE-MDIL ROUNDED = FRE-MDIL
                             + W-FRA-V * VAL-MDIL / W-TOT-VAL
                END-IF
                IF W-TOT-PDS NOT = 0
                     COMPUTE FRE-MDIL ROUNDED = FRE-MDIL
                             + W-FRA-P * PDS-MDIL / W-TOT-PDS
                END-IF
                IF W-TOT-VOL NOT = 0
                     COMPUTE FRE-MDIL ROUNDED = FRE-MDIL
                             + W-FRA-M * VOL-MDIL / W-TOT-VOL
                END-IF
           END-IF
           ADD FRE-MDIL TO W-REPARTI
           COMPUTE W-CUA ROUNDED = FRE-MDIL / QRC-MDIL
           COMPUTE W-DELTA = W-CUA - CUA-MDIL
           IF W-DELTA NOT = 0
                PERFORM Revalorise-Pamp
           END-IF
           MOVE W-CUA TO CUA-MDIL
           REWRITE ENR-MDIL INVALID CONTINUE
           END-REWRITE.

      * l'écart de coût unitaire ne porte que sur le stock encore en
      * main (au plus le reçu de la ligne) ; le vendu reste au coût
      * de sa sortie
       Revalorise-Pamp.
           MOVE AGE-MDIL TO AGE-MASA
           MOVE ART-MDIL TO COD-MASA
           PERFORM LIT-ARTSA-LOCK
           IF ASA-TROUVE NOT = 1
                EXIT PARAGRAPH.
           IF QSTM-MASA(1) > 0
                MOVE QRC-MDIL TO W-QREV
                IF W-QREV > QSTM-MASA(1)
                     MOVE QSTM-MASA(1) TO W-QREV
                END-IF
                COMPUTE PAMP-MASA ROUNDED = PAMP-MASA
                        + (W-DELTA * W-QREV / QSTM-MASA(1))
                MOVE PAMP-MASA TO PRMP-MASA
                ADD 1 TO W-NBREV
           END-IF
           REWRITE ENR-MASA INVALID
                DISPLAY "import-b : réécriture ARTSA " CLE1-MASA
           END-REWRITE.

      ******************************************************************
      *    ETAT : coût du dossier, estimé contre réel
      ******************************************************************
       Etat-Dossier.
           OPEN INPUT MXDOSIMP
           IF FILE-STATUS NOT = "00"
                DISPLAY "import-b : aucun dossier"
                GO F-Etat-Dossier.
           PERFORM Lit-Dossier-Param
           IF W-TROUVE = 0
                DISPLAY "usage : import-b ETAT ndi"
                CLOSE MXDOSIMP
                GO F-Etat-Dossier.
           OPEN INPUT MXDOSLIG MXDOSFRA
           MOVE W-NDI TO W-NDI-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/import-" DELIMITED BY SIZE
                  W-NDI-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DOSSIER D'IMPORT " DELIMITED BY SIZE
                  W-NDI-X DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  LIB-MDIM DELIMITED BY "  "
                  " - AGENCE " DELIMITED BY SIZE
                  AGE-MDIM DELIMITED BY SIZE
                  " - ETAT " DELIMITED BY SIZE
                  STA-MDIM DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "NAVIRE " DELIMITED BY SIZE
                  NAV-MDIM DELIMITED BY "  "
                  " CONTENEUR " DELIMITED BY SIZE
                  CNT-MDIM DELIMITED BY "  "
                  " PORT " DELIMITED BY SIZE
                  POR-MDIM DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DEPART " DELIMITED BY SIZE
                  ETD-MDIM DELIMITED BY SIZE
                  " ARRIVEE PREVUE " DELIMITED BY SIZE
                  ETA-MDIM DELIMITED BY SIZE
                  " ARRIVEE " DELIMITED BY SIZE
                  DAR-MDIM DELIMITED BY SIZE
                  " CLE DE REPARTITION " DELIMITED BY SIZE
                  CLE-MDIM DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * frais par nature : devis contre facture
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FRAIS DU DOSSIER" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "NATURE       PRESTAT. FACTURE    DATE     C"
                TO LIGNE-ETAT
           MOVE "ESTIME" TO LIGNE-ETAT(52:)
           MOVE "FACTURE" TO LIGNE-ETAT(65:)
           MOVE "ECART" TO LIGNE-ETAT(81:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT-EST W-TOT-MNT W-FIN
           MOVE W-NDI TO NDI-MDFR
           MOVE 0 TO SEQ-MDFR
           START MXDOSFRA KEY NOT < CLE1-MDFR INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Un-Frais UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-FRA
           MOVE "TOTAL" TO LF-NAT
           MOVE W-TOT-EST TO LF-EST
           MOVE W-TOT-MNT TO LF-MNT
           COMPUTE LF-ECA = W-TOT-MNT - W-TOT-EST
           WRITE LIGNE-ETAT FROM LIGNE-FRA
      * lignes : frais estimés (FUA-MART) contre frais réels
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "LIGNES DU DOSSIER" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "BON      LIG ARTICLE" TO LIGNE-ETAT
           MOVE "ATTENDU" TO LIGNE-ETAT(38:)
           MOVE "RECU" TO LIGNE-ETAT(51:)
           MOVE "VALEUR" TO LIGNE-ETAT(61:)
           MOVE "FRAIS EST." TO LIGNE-ETAT(70:)
           MOVE "FRAIS REEL" TO LIGNE-ETAT(83:)
           MOVE "APPROCHE" TO LIGNE-ETAT(98:)
           MOVE "REVIENT U." TO LIGNE-ETAT(111:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT-VAL W-TOT-FES W-TOT-FRE W-TOT-QRC W-FIN
           PERFORM Debut-Lignes
           PERFORM Edite-Une-Ligne UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-DIL
           MOVE "TOTAL" TO LD-ART
           MOVE W-TOT-QRC TO LD-QRC
           MOVE W-TOT-VAL TO LD-VAL
           MOVE W-TOT-FES TO LD-FES
           MOVE W-TOT-FRE TO LD-FRE
           WRITE LIGNE-ETAT FROM LIGNE-DIL
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-FRA
           MOVE "ESTIME/REEL" TO LF-NAT
           MOVE W-TOT-FES TO LF-EST
           MOVE W-TOT-FRE TO LF-MNT
           COMPUTE LF-ECA = W-TOT-FRE - W-TOT-FES
           WRITE LIGNE-ETAT FROM LIGNE-FRA
           CLOSE ETAT MXDOSIMP MXDOSLIG MXDOSFRA
           DISPLAY "import-b : état " ASSIGN-ETAT.
       F-Etat-Dossier.
           EXIT.

       Edite-Un-Frais.
           READ MXDOSFRA NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDFR NOT = W-NDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           EVALUATE NAT-MDFR
           WHEN "F" MOVE "FRET" TO W-LIB-NAT
           WHEN "D" MOVE "DOUANE" TO W-LIB-NAT
           WHEN "T" MOVE "TRANSITAIRE" TO W-LIB-NAT
           WHEN "A" MOVE "ASSURANCE" TO W-LIB-NAT
           WHEN OTHER MOVE NAT-MDFR TO W-LIB-NAT
           END-EVALUATE
           MOVE SPACE TO LIGNE-FRA
           MOVE W-LIB-NAT TO LF-NAT
           MOVE FOU-MDFR TO LF-FOU
           MOVE NFF-MDFR TO LF-NFF
           MOVE DAT-MDFR TO LF-DAT
           MOVE CLR-MDFR TO LF-CLE
           IF CLR-MDFR = SPACE
                MOVE CLE-MDIM TO LF-CLE
           END-IF
           MOVE EST-MDFR TO LF-EST
           MOVE MNT-MDFR TO LF-MNT
           COMPUTE LF-ECA = MNT-MDFR - EST-MDFR
           WRITE LIGNE-ETAT FROM LIGNE-FRA
           ADD EST-MDFR TO W-TOT-EST
           ADD MNT-MDFR TO W-TOT-MNT.

       Edite-Une-Ligne.
           READ MXDOSLIG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NDI-MDIL NOT = W-NDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-DIL
           MOVE BON-MDIL TO LD-BON
           MOVE LIG-MDIL TO LD-LIG
           MOVE ART-MDIL TO LD-ART
           MOVE QTE-MDIL TO LD-QTE
           MOVE QRC-MDIL TO LD-QRC
           MOVE VAL-MDIL TO LD-VAL
           MOVE FES-MDIL TO LD-FES
           MOVE FRE-MDIL TO LD-FRE
           MOVE CUA-MDIL TO LD-CUA
           MOVE 0 TO LD-CRV
           IF QRC-MDIL > 0
                COMPUTE LD-CRV ROUNDED
                        = (VAL-MDIL / QRC-MDIL) + CUA-MDIL
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-DIL
           ADD QRC-MDIL TO W-TOT-QRC
           ADD VAL-MDIL TO W-TOT-VAL
           ADD FES-MDIL TO W-TOT-FES
           ADD FRE-MDIL TO W-TOT-FRE.

      ******************************************************************
      *    LISTE : arrivages en cours
      ******************************************************************
       Liste-Dossiers.
           OPEN INPUT MXDOSIMP
           IF FILE-STATUS NOT = "00"
                DISPLAY "import-b : aucun dossier"
                GO F-Liste-Dossiers.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/import-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DOSSIERS D'IMPORT EN COURS AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DOSS.  AGE LIBELLE" TO LIGNE-ETAT
           MOVE "NAVIRE" TO LIGNE-ETAT(43:)
           MOVE "CONTENEUR" TO LIGNE-ETAT(64:)
           MOVE "PORT" TO LIGNE-ETAT(80:)
           MOVE "DEPART" TO LIGNE-ETAT(96:)
           MOVE "ETA" TO LIGNE-ETAT(105:)
           MOVE "E" TO LIGNE-ETAT(114:)
           WRITE LIGNE-ETAT
           MOVE 0 TO NDI-MDIM W-FIN W-NB
           START MXDOSIMP KEY NOT < CLE1-MDIM INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Un-Dossier UNTIL W-FIN = 1
           CLOSE ETAT MXDOSIMP
           DISPLAY "import-b : " W-NB " dossiers en cours, état "
                   ASSIGN-ETAT.
       F-Liste-Dossiers.
           EXIT.

       Liste-Un-Dossier.
           READ MXDOSIMP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MDIM = "C"
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-DOS
           MOVE NDI-MDIM TO LL-NDI
           MOVE AGE-MDIM TO LL-AGE
           MOVE LIB-MDIM TO LL-LIB
           MOVE NAV-MDIM TO LL-NAV
           MOVE CNT-MDIM TO LL-CNT
           MOVE POR-MDIM TO LL-POR
           MOVE ETD-MDIM TO LL-ETD
           MOVE ETA-MDIM TO LL-ETA
           MOVE STA-MDIM TO LL-STA
      * pas encore arrivé alors que l'ETA est passée
           IF (STA-MDIM = "O" OR STA-MDIM = "E")
           AND ETA-MDIM NOT = 0 AND ETA-MDIM < W-DAT
                MOVE "EN RETARD" TO LL-OBS
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-DOS
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "lit-artsa.cbl".

       Fin.
           STOP RUN.
