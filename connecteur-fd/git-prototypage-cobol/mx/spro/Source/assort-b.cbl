      *{Bench}prg-comment
      * assort-b.cbl
151026* assort-b.cbl : assortiment contractuel des grands comptes
151026* (MXASSORT).  Les acheteurs d'un compte sous contrat ne
151026* commandent que les références listées ; le reste passe par
151026* le commercial du compte :
151026*   CHARGE <fichier>
151026*       une ligne client;type;code;début;fin - type A article
151026*       ou F famille, dates AAAAMMJJ (début vide = ce jour,
151026*       fin vide = sans fin) ; la ligne existante est mise à
151026*       jour ; rejets dans ft/assort-rejets.txt ;
151026*   AJOUTE <client;type;code;début;fin>   une ligne à la main ;
151026*   RETIRE <client;type;code>             retire la ligne ;
151026*   MODE <client> <0|1|2>
151026*       ASO-MCLI : 0 libre, 1 avertir, 2 bloquer hors liste
151026*       (posé sur le compte payeur, il vaut pour les membres
151026*       de la centrale qui n'ont pas de mode propre) ;
151026*   LISTE <client>
151026*       la liste du client, ft/assort-<client>.txt ;
151026*   HORS <du> <au> [client]
151026*       achats hors assortiment de la période par client, avec
151026*       l'équivalent listé et la part du chiffre d'affaires,
151026*       pour la renégociation du contrat, ft/assort-hors.txt.
151026* Le contrôle en saisie (sbd-c), à l'import des commandes
151026* (cdeimp-b) et ici passe par ctl-assort.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. assort-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:27:44.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXASSORT.sl".
       COPY "MXCLI.sl".
       COPY "MXART.sl".
       COPY "MXFAMART.sl".
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
       COPY "MXASSORT.fd".
       COPY "MXCLI.fd".
       COPY "MXART.fd".
       COPY "MXFAMART.fd".
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
       77 W-PARAM              PIC X(200).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-SEL            PIC 9(08).
       77 W-DU                 PIC 9(08).
       77 W-AU                 PIC 9(08).
       77 W-MODE               PIC 9.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-FIN3               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(06).
       77 W-RES                PIC 9.
       77 W-ART-EQ             PIC X(20).
       77 W-AGE                PIC X(03).
       77 W-BON                PIC 9(08).
       77 W-MNT                PIC S9(09)V99.
       77 W-CA-CLI             PIC S9(11)V99.
       77 W-HORS-CLI           PIC S9(11)V99.
       77 W-NB-CLI             PIC 9(06).
       77 W-CA-TOT             PIC S9(11)V99.
       77 W-HORS-TOT           PIC S9(11)V99.
       77 W-NB-TOT             PIC 9(06).
       77 W-NBCLI              PIC 9(06).
       77 W-PCT                PIC 9(03)V9.
       77 W-PCT-ED             PIC ZZ9,9.
       77 W-MNT-ED             PIC -(9)9,99.
       77 W-MNT2-ED            PIC -(9)9,99.
       77 W-QTE-ED             PIC -(6)9,99.
       77 W-NB-ED              PIC ZZZZZ9.
       77 W-RAI                PIC X(40).
       78 MINUSCULES           VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAJUSCULES           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COPY "conv-num.wrk".
      * zones d'une ligne d'assortiment (CHARGE, AJOUTE, RETIRE)
       01 W-ZONES-ASO.
           05 WA-CLI           PIC X(10).
           05 WA-TYP           PIC X(01).
           05 WA-COD           PIC X(20).
           05 WA-DDE           PIC X(10).
           05 WA-DFI           PIC X(10).
       01 LIGNE-ASO.
           05 LA-TYP           PIC X(01).
           05 FILLER           PIC X(01).
           05 LA-COD           PIC X(20).
           05 FILLER           PIC X(01).
           05 LA-LIB           PIC X(40).
           05 FILLER           PIC X(01).
           05 LA-DDE           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-DFI           PIC 9(08) BLANK WHEN ZERO.
           05 FILLER           PIC X(01).
           05 LA-ETA           PIC X(10).
       01 LIGNE-HORS.
           05 LH-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LH-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LH-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LH-QTE           PIC X(10).
           05 FILLER           PIC X(01).
           05 LH-MNT           PIC X(13).
           05 FILLER           PIC X(01).
           05 LH-RES           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-EQV           PIC X(20).
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
           WHEN "CHARGE"  PERFORM Charge THRU F-Charge
           WHEN "AJOUTE"  PERFORM Ajoute THRU F-Ajoute
           WHEN "RETIRE"  PERFORM Retire THRU F-Retire
           WHEN "MODE"    PERFORM Mode-Client THRU F-Mode-Client
           WHEN "LISTE"   PERFORM Liste THRU F-Liste
           WHEN "HORS"    PERFORM Hors THRU F-Hors
           WHEN OTHER
                DISPLAY "assort-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : assort-b CHARGE fichier"
                DISPLAY "        assort-b AJOUTE client;type;code;"
                        "début;fin"
                DISPLAY "        assort-b RETIRE client;type;code"
                DISPLAY "        assort-b MODE client 0|1|2"
                DISPLAY "        assort-b LISTE client"
                DISPLAY "        assort-b HORS du au [client]"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxassort.
           OPEN I-O MXASSORT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXASSORT
                CLOSE MXASSORT
                OPEN I-O MXASSORT.

      ******************************************************************
      *    CHARGE : fichier d'assortiment d'un ou plusieurs clients
      ******************************************************************
       Charge.
           IF W-PAR2 = SPACE
                DISPLAY "usage : assort-b CHARGE fichier"
                GO F-Charge.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "assort-b : fichier absent " ASSIGN-MOUVT
                GO F-Charge.
           PERFORM Ouvre-Mxassort
           OPEN INPUT MXCLI MXART MXFAMART
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assort-rejets.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJETS DU CHARGEMENT ASSORTIMENT DU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-ERR
           MOVE 0 TO W-FIN
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT ETAT MXASSORT MXCLI MXART MXFAMART
           DISPLAY "assort-b : " W-NB " lignes chargées, " W-ERR
                   " rejets (" ASSIGN-ETAT ")".
       F-Charge.
           EXIT.

       Charge-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE OR ENR-MOUVT(1:7) = "CLIENT;"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-ASO
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WA-CLI WA-TYP WA-COD WA-DDE WA-DFI
           PERFORM Controle-Ligne
           IF LIGNE-ETAT NOT = SPACE
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
           PERFORM Ecrit-Assort
           ADD 1 TO W-NB.

      * contrôle des zones WA- : LIGNE-ETAT porte le motif du rejet
      * (espaces si la ligne est bonne)
       Controle-Ligne.
           MOVE SPACE TO LIGNE-ETAT
           INSPECT WA-TYP CONVERTING MINUSCULES TO MAJUSCULES
           MOVE WA-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                MOVE "CLIENT INCONNU" TO LIGNE-ETAT
                EXIT PARAGRAPH
           END-READ
           IF WA-TYP = "A"
                MOVE WA-COD TO COD-MART
                READ MXART INVALID
                     MOVE "ARTICLE INCONNU" TO LIGNE-ETAT
                END-READ
           ELSE
           IF WA-TYP = "F"
                MOVE WA-COD TO FAM-MFAM
                READ MXFAMART INVALID
                     MOVE "FAMILLE INCONNUE" TO LIGNE-ETAT
                END-READ
           ELSE
                MOVE "TYPE A OU F ATTENDU" TO LIGNE-ETAT
           END-IF
           END-IF
           IF LIGNE-ETAT NOT = SPACE
                EXIT PARAGRAPH.
           IF WA-DDE NOT = SPACE AND WA-DDE(1:8) NOT NUMERIC
           OR WA-DFI NOT = SPACE AND WA-DFI(1:8) NOT NUMERIC
                MOVE "DATE AAAAMMJJ ATTENDUE" TO LIGNE-ETAT.

       Rejette-Ligne.
           ADD 1 TO W-ERR
           MOVE LIGNE-ETAT TO W-PAR2
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJET : " DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ENR-MOUVT DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * une ligne MXASSORT pour W-CLI et les zones WA-, mise à jour
      * si elle existe déjà
       Ecrit-Assort.
           INITIALIZE ENR-MASO
           MOVE W-CLI TO CLI-MASO
           MOVE WA-TYP TO TYP-MASO
           MOVE WA-COD TO COD-MASO
           MOVE W-DAT TO DDE-MASO
           IF WA-DDE NOT = SPACE
                MOVE WA-DDE(1:8) TO DDE-MASO.
           IF WA-DFI NOT = SPACE
                MOVE WA-DFI(1:8) TO DFI-MASO.
           MOVE W-DAT TO DAT-MASO
           WRITE ENR-MASO INVALID
                REWRITE ENR-MASO INVALID
                     DISPLAY "assort-b : écriture MXASSORT "
                             CLE1-MASO
                END-REWRITE
           END-WRITE.

      ******************************************************************
      *    AJOUTE / RETIRE : entretien à la main
      ******************************************************************
       Ajoute.
           MOVE SPACE TO W-ZONES-ASO
           UNSTRING W-PAR2 DELIMITED BY ";"
                INTO WA-CLI WA-TYP WA-COD WA-DDE WA-DFI
           IF WA-CLI = SPACE OR WA-COD = SPACE
                DISPLAY "usage : assort-b AJOUTE client;type;code;"
                        "début;fin"
                GO F-Ajoute.
           OPEN INPUT MXCLI MXART MXFAMART
           PERFORM Controle-Ligne
           CLOSE MXCLI MXART MXFAMART
           IF LIGNE-ETAT NOT = SPACE
                DISPLAY "assort-b : " LIGNE-ETAT
                GO F-Ajoute.
           PERFORM Ouvre-Mxassort
           PERFORM Ecrit-Assort
           CLOSE MXASSORT
           DISPLAY "assort-b : " CLE1-MASO " du " DDE-MASO " au "
                   DFI-MASO.
       F-Ajoute.
           EXIT.

       Retire.
           MOVE SPACE TO W-ZONES-ASO
           UNSTRING W-PAR2 DELIMITED BY ";"
                INTO WA-CLI WA-TYP WA-COD
           INSPECT WA-TYP CONVERTING MINUSCULES TO MAJUSCULES
           MOVE WA-CLI TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR = 0 OR WA-COD = SPACE
                DISPLAY "usage : assort-b RETIRE client;type;code"
                GO F-Retire.
           PERFORM Ouvre-Mxassort
           MOVE CVN-SOR TO CLI-MASO
           MOVE WA-TYP TO TYP-MASO
           MOVE WA-COD TO COD-MASO
           DELETE MXASSORT RECORD INVALID
                DISPLAY "assort-b : ligne absente " CLE1-MASO
           NOT INVALID
                DISPLAY "assort-b : ligne retirée " CLE1-MASO
           END-DELETE
           CLOSE MXASSORT.
       F-Retire.
           EXIT.

      ******************************************************************
      *    MODE : avertir ou bloquer hors assortiment
      ******************************************************************
       Mode-Client.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           IF W-CLI = 0 OR W-PAR3 = SPACE
           OR W-PAR3(1:1) NOT NUMERIC OR W-PAR3(1:1) > "2"
                DISPLAY "usage : assort-b MODE client 0|1|2"
                GO F-Mode-Client.
           MOVE W-PAR3(1:1) TO W-MODE
           OPEN I-O MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "assort-b : client inconnu " W-CLI
                CLOSE MXCLI
                GO F-Mode-Client
           END-READ
           MOVE W-MODE TO ASO-MCLI
           REWRITE ENR-MCLI INVALID
                DISPLAY "assort-b : mise à jour refusée " W-CLI
           END-REWRITE
           CLOSE MXCLI
           DISPLAY "assort-b : client " W-CLI " mode " W-MODE.
       F-Mode-Client.
           EXIT.

      ******************************************************************
      *    LISTE : l'assortiment d'un client
      ******************************************************************
       Liste.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           IF W-CLI = 0
                DISPLAY "usage : assort-b LISTE client"
                GO F-Liste.
           OPEN INPUT MXASSORT
           IF FILE-STATUS NOT = "00"
                DISPLAY "assort-b : pas d'assortiment"
                GO F-Liste.
           OPEN INPUT MXCLI MXART MXFAMART
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
                MOVE 0 TO ASO-MCLI PYR-MCLI
           END-READ
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assort-" DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ASSORTIMENT DU CLIENT " DELIMITED BY SIZE
                  W-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  " AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           EVALUATE ASO-MCLI
           WHEN 1 MOVE "HORS LISTE : AVERTISSEMENT" TO LIGNE-ETAT
           WHEN 2 MOVE "HORS LISTE : BLOCAGE" TO LIGNE-ETAT
           WHEN OTHER
                MOVE "PAS DE MODE PROPRE (MODE DU COMPTE PAYEUR)"
                     TO LIGNE-ETAT
           END-EVALUATE
           WRITE LIGNE-ETAT
           IF PYR-MCLI NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "COMPTE PAYEUR " DELIMITED BY SIZE
                       PYR-MCLI DELIMITED BY SIZE
                       " : SA LISTE VAUT SI CELLE-CI EST VIDE"
                       DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           MOVE W-CLI TO CLI-MASO
           MOVE LOW-VALUE TO TYP-MASO COD-MASO
           MOVE 0 TO W-FIN
           START MXASSORT KEY NOT < CLE1-MASO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Ligne UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-NB TO W-NB-ED
           STRING W-NB-ED DELIMITED BY SIZE
                  " LIGNES" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXASSORT MXCLI MXART MXFAMART
           DISPLAY "assort-b : " W-NB " lignes (" ASSIGN-ETAT ")".
       F-Liste.
           EXIT.

       Liste-Une-Ligne.
           READ MXASSORT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MASO NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ASO
           MOVE TYP-MASO TO LA-TYP
           MOVE COD-MASO TO LA-COD
           IF TYP-MASO = "A"
                MOVE COD-MASO TO COD-MART
                READ MXART INVALID MOVE SPACE TO DES-MART
                END-READ
                MOVE DES-MART TO LA-LIB
           ELSE
                MOVE COD-MASO TO FAM-MFAM
                READ MXFAMART INVALID MOVE SPACE TO LIB-MFAM
                END-READ
                MOVE LIB-MFAM TO LA-LIB
           END-IF
           MOVE DDE-MASO TO LA-DDE
           MOVE DFI-MASO TO LA-DFI
           IF DDE-MASO > W-DAT
                MOVE "A VENIR" TO LA-ETA.
           IF DFI-MASO NOT = 0 AND DFI-MASO < W-DAT
                MOVE "ECHUE" TO LA-ETA.
           MOVE LIGNE-ASO TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD 1 TO W-NB.

      ******************************************************************
      *    HORS : achats hors assortiment par client
      ******************************************************************
       Hors.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DU
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-AU
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI-SEL
           IF W-DU = 0 OR W-AU < W-DU
                DISPLAY "usage : assort-b HORS du au [client]"
                GO F-Hors.
           OPEN INPUT MXCLI MXBDIS MXLDIS
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assort-hors.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ACHATS HORS ASSORTIMENT DU " DELIMITED BY SIZE
                  W-DU DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  W-AU DELIMITED BY SIZE
                  " (B MODE BLOCAGE, PASSEE PAR DEROGATION, "
                  DELIMITED BY SIZE
                  "A MODE AVERTISSEMENT ; EQUIVALENT LISTE EN "
                  DELIMITED BY SIZE
                  "FIN DE LIGNE)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-CA-TOT W-HORS-TOT W-NB-TOT W-NBCLI
           MOVE 0 TO W-FIN
           IF W-CLI-SEL NOT = 0
                MOVE W-CLI-SEL TO COD-MCLI
           ELSE
                MOVE 0 TO COD-MCLI
           END-IF
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Hors-Client UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-HORS-TOT TO W-MNT-ED
           MOVE W-CA-TOT TO W-MNT2-ED
           MOVE W-NB-TOT TO W-NB-ED
           STRING "TOTAL " DELIMITED BY SIZE
                  W-NB-ED DELIMITED BY SIZE
                  " LIGNES HORS ASSORTIMENT " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " SUR UN CA DE " DELIMITED BY SIZE
                  W-MNT2-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXCLI MXBDIS MXLDIS
           CANCEL "ctl-assort"
           DISPLAY "assort-b : " W-NBCLI " clients, " W-NB-TOT
                   " lignes hors assortiment (" ASSIGN-ETAT ")".
       F-Hors.
           EXIT.

      * seuls les clients sous assortiment, ou membres d'une
      * centrale qui peut l'être, sont parcourus ; ctl-assort
      * tranche ligne à ligne
       Hors-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI-SEL NOT = 0 AND COD-MCLI NOT = W-CLI-SEL
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF ASO-MCLI = 0 AND PYR-MCLI = 0
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO W-CLI
           MOVE RAI-MCLI TO W-RAI
           MOVE 0 TO W-CA-CLI W-HORS-CLI W-NB-CLI
           MOVE W-CLI TO CLI-MBDI
           MOVE 0 TO W-FIN2
           START MXBDIS KEY NOT < CLE2-MBDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Hors-Bon UNTIL W-FIN2 = 1
           IF W-NB-CLI = 0
                EXIT PARAGRAPH.
           ADD 1 TO W-NBCLI
           ADD W-NB-CLI TO W-NB-TOT
           ADD W-HORS-CLI TO W-HORS-TOT
           ADD W-CA-CLI TO W-CA-TOT
           MOVE 0 TO W-PCT
           IF W-CA-CLI > 0
                COMPUTE W-PCT ROUNDED = W-HORS-CLI * 100 / W-CA-CLI
                     ON SIZE ERROR MOVE 0 TO W-PCT
                END-COMPUTE
           END-IF
           MOVE W-PCT TO W-PCT-ED
           MOVE W-HORS-CLI TO W-MNT-ED
           MOVE W-CA-CLI TO W-MNT2-ED
           MOVE W-NB-CLI TO W-NB-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "  CLIENT " DELIMITED BY SIZE
                  W-CLI DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  W-NB-ED DELIMITED BY SIZE
                  " LIGNES " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  W-MNT2-ED DELIMITED BY SIZE
                  " SOIT " DELIMITED BY SIZE
                  W-PCT-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * pièces de vente de la période (ni avoir, ni transfert, ni
      * devis)
       Hors-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBDI NOT = W-CLI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF DAT-MBDI < W-DU OR DAT-MBDI > W-AU
           OR TYP-MBDI = 3 OR TYP-MBDI = 7 OR TYP-MBDI = 8
                EXIT PARAGRAPH.
           MOVE AGE-MBDI TO W-AGE AGE-MLDI
           MOVE BON-MBDI TO W-BON BON-MLDI
           MOVE 0 TO LIG-MLDI
           MOVE 0 TO W-FIN3
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN3
           END-START
           PERFORM Hors-Ligne UNTIL W-FIN3 = 1.

       Hors-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = W-AGE OR BON-MLDI NOT = W-BON
                MOVE 1 TO W-FIN3
                EXIT PARAGRAPH.
           IF ART-MLDI = SPACE OR PZE-MLDI = 4
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = QTE-MLDI * PUN-MLDI
           ADD W-MNT TO W-CA-CLI
           MOVE 0 TO W-RES
           MOVE SPACE TO W-ART-EQ
           CALL "ctl-assort" USING W-CLI ART-MLDI DAT-MBDI W-RES
                W-ART-EQ
                ON EXCEPTION CONTINUE
           END-CALL
           IF W-RES = 0
                EXIT PARAGRAPH.
           IF W-NB-CLI = 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "CLIENT " DELIMITED BY SIZE
                       W-CLI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-RAI DELIMITED BY "  "
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           ADD 1 TO W-NB-CLI
           ADD W-MNT TO W-HORS-CLI
           MOVE SPACE TO LIGNE-HORS
           MOVE DAT-MBDI TO LH-DAT
           MOVE W-AGE TO LH-AGE
           MOVE W-BON TO LH-BON
           MOVE ART-MLDI TO LH-ART
           MOVE DES-MLDI TO LH-DES
           MOVE QTE-MLDI TO W-QTE-ED
           MOVE W-QTE-ED TO LH-QTE
           MOVE W-MNT TO W-MNT-ED
           MOVE W-MNT-ED TO LH-MNT
           IF W-RES = 2
                MOVE "B" TO LH-RES
           ELSE
                MOVE "A" TO LH-RES
           END-IF
           MOVE W-ART-EQ TO LH-EQV
           MOVE LIGNE-HORS TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
