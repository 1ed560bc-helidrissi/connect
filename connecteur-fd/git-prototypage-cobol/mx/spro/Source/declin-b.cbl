      *{Bench}prg-comment
      * declin-b.cbl
151026* declin-b.cbl : alerte précoce de baisse d'achats par
151026* représentant.  INACTIFS de visite-b dit qui n'a pas été
151026* vu, pas qui est en train de partir chez un concurrent :
151026*   ANALYSE [<aaaamm>] [<baisse %>] [<montant>]
151026*       analyse mensuelle (mois précédent par défaut) : les
151026*       achats (MXHISVTE) de chaque client par famille sur
151026*       les trois mois finissant au mois analysé, face au
151026*       quart de ses douze mois précédents corrigé de la
151026*       saison (indice de la famille tous clients : mêmes
151026*       trois mois un an plus tôt sur le quart des douze
151026*       mois, borné entre 0,5 et 2).  Signale les familles
151026*       arrêtées (A), celles en baisse de plus de baisse %
151026*       (défaut 40, B) dès que la perte atteint montant
151026*       (défaut 300), et les clients dont le nombre de bons
151026*       baisse d'autant (au moins 4 bons dans l'année).  Les
151026*       alertes vont dans MXDECLIN, le représentant est celui
151026*       des dernières ventes du client (à défaut ORD-MCLI) ;
151026*       liste classée par représentant et valeur perdue, avec
151026*       le suivi des alertes précédentes (rétablies quand les
151026*       achats des familles en cause reviennent à 80 % de
151026*       l'attendu, perdues après six mois) -
151026*       ft/declin-<aaaamm>.txt.  Une visite se pose sur
151026*       l'alerte par visite-b ALERTE ;
151026*   LISTE [<rep>]
151026*       alertes ouvertes et visite liée, ft/declin-suivi.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. declin-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:21:44.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXART.sl".
       COPY "MXHISVTE.sl".
       COPY "MXVISITE.sl".
       COPY "MXDECLIN.sl".
       COPY "MXDECWRK.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXART.fd".
       COPY "MXHISVTE.fd".
       COPY "MXVISITE.fd".
       COPY "MXDECLIN.fd".
       COPY "MXDECWRK.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-X             PIC X(06).
       77 W-AA                 PIC 9(04).
       77 W-MM                 PIC 9(02).
       77 W-REP                PIC 9(03).
       77 W-PCT                PIC 9(03)V99.
       77 W-MIN                PIC 9(09)V99.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NBALE              PIC 9(05).
       77 W-NBOUV              PIC 9(05).
       77 W-NBRET              PIC 9(05).
       77 W-NBPER              PIC 9(05).
       77 W-RANG               PIC 9(04).
       77 W-REP-PREC           PIC 9(03).
       77 W-STA-TXT            PIC X(12).
       77 I                    PIC 9(04) COMP.
       77 J                    PIC 9(04) COMP.
      * mois en rang (année x 12 + mois - 1) : mois analysé, début
      * de la période lue, mois de la ligne lue
       77 W-TM                 PIC 9(06).
       77 W-T0                 PIC 9(06).
       77 W-TL                 PIC 9(06).
       77 W-TA                 PIC 9(06).
       77 W-ECART              PIC S9(06).
      * lecture des ventes
       77 W-ART-PREC           PIC X(20).
       77 W-FAM                PIC X(05).
       77 W-MNT                PIC S9(11)V99.
       77 W-REF                PIC 9.
       77 W-SAIS               PIC 9.
       77 W-BONNEUF            PIC 9.
      * cumul d'un enregistrement de travail
       77 W-K-CLI              PIC 9(08).
       77 W-K-TYP              PIC X.
       77 W-K-COD              PIC X(11).
       77 W-A-MNB              PIC S9(11)V99.
       77 W-A-MNR              PIC S9(11)V99.
       77 W-A-MNS              PIC S9(11)V99.
       77 W-A-NBB              PIC 9(05).
       77 W-A-NBR              PIC 9(05).
       77 W-A-REP              PIC 9(03).
       01 W-BON-COD.
           05 W-BON-AGE        PIC X(03).
           05 W-BON-NUM        PIC 9(08).
      * client en cours d'évaluation
       77 W-CLI-COUR           PIC 9(08).
       77 W-CLI-REP            PIC 9(03).
       77 W-CLI-NBB            PIC 9(05).
       77 W-CLI-NBR            PIC 9(05).
       77 W-FRQ                PIC 9.
       77 W-NBF                PIC 9(02).
       77 W-PER                PIC 9(09)V99.
       77 W-ATT                PIC 9(09)V99.
       77 W-REC                PIC S9(09)V99.
       77 W-ATTF               PIC S9(09)V99.
       77 W-PEF                PIC S9(09)V99.
       77 W-TYF                PIC X.
       77 W-IND                PIC 9V9999.
       77 W-NVI-SV             PIC 9(08).
       77 W-NBTF               PIC 9(02).
       77 W-XMIN               PIC 9(02).
       01 W-TAB-TF.
           05 W-TF OCCURS 5.
              10 W-TF-FAM      PIC X(05).
              10 W-TF-TYF      PIC X.
              10 W-TF-PEF      PIC 9(09)V99.
              10 W-TF-ATT      PIC 9(09)V99.
              10 W-TF-REC      PIC S9(09)V99.
      * indice de saison par famille, rempli dans l'ordre des
      * familles (clé du fichier de travail), lu par SEARCH ALL
       78 MAXSAI               VALUE IS 1000.
       77 W-NBSAI              PIC 9(04) COMP.
       77 W-NBDROP             PIC 9(05).
       01 W-TAB-SAI.
           05 W-SAI OCCURS 1000
                    ASCENDING KEY IS W-SAI-FAM
                    INDEXED BY X-SAI.
              10 W-SAI-FAM     PIC X(05).
              10 W-SAI-IND     PIC 9V9999.
           COPY "conv-num.wrk".
       77 W-PCT-ED             PIC ZZ9.
       77 W-MIN-ED             PIC Z(8)9.
       01 LIGNE-ALE.
           05 LA-RANG          PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LA-MOI           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LA-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-RAI           PIC X(30).
           05 FILLER           PIC X(01).
           05 LA-PER           PIC Z(8)9,99.
           05 FILLER           PIC X(01).
           05 LA-FRQ           PIC X(04).
           05 FILLER           PIC X(01).
           05 LA-FAM           PIC X(40).
           05 FILLER           PIC X(01).
           05 LA-NVI           PIC Z(7)9.
           05 FILLER           PIC X(01).
           05 LA-STA           PIC X(12).
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
           WHEN "ANALYSE" PERFORM Analyse THRU F-Analyse
           WHEN "LISTE"   PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "declin-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : declin-b ANALYSE [aaaamm] [baisse%] "
                        "[montant]"
                DISPLAY "        declin-b LISTE [rep]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    ANALYSE : baisses d'achats du mois et suivi des alertes
      ******************************************************************
       Analyse.
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
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PCT
           IF W-PCT = 0 OR W-PCT > 99
                MOVE 40 TO W-PCT.
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MIN
           IF W-MIN = 0
                MOVE 300 TO W-MIN.
           COMPUTE W-AA = W-MOIS / 100
           COMPUTE W-MM = W-MOIS - W-AA * 100
           COMPUTE W-TM = W-AA * 12 + W-MM - 1
           COMPUTE W-T0 = W-TM - 14
           OPEN INPUT MXHISVTE
           IF FILE-STATUS NOT = "00"
                DISPLAY "declin-b : historique des ventes absent"
                GO F-Analyse.
           OPEN INPUT MXART MXCLI
           OPEN OUTPUT MXDECWRK
           CLOSE MXDECWRK
           OPEN I-O MXDECWRK
           OPEN I-O MXDECLIN
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXDECLIN
                CLOSE MXDECLIN
                OPEN I-O MXDECLIN.
           PERFORM Cumule-Ventes
           CLOSE MXHISVTE
           PERFORM Evalue-Clients
           MOVE W-MOIS TO W-MOIS-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/declin-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           PERFORM Edite-Alertes
           PERFORM Suivi-Alertes
           CLOSE ETAT MXDECLIN MXDECWRK MXART MXCLI
           DISPLAY "declin-b : " W-NBALE " alertes, " W-NBRET
                   " rétablies, " W-NBPER " perdues, " ASSIGN-ETAT.
       F-Analyse.
           EXIT.

      * les ventes des quinze mois utiles, par client et famille
       Cumule-Ventes.
           MOVE 0 TO W-FIN
           MOVE SPACE TO W-ART-PREC W-FAM
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
           IF CLI-MHIV = 0 OR ADSP-MHIV = 0
                EXIT PARAGRAPH.
           COMPUTE W-TL = ADSP-MHIV * 12 + MDSP-MHIV - 1
           IF W-TL < W-T0 OR W-TL > W-TM
                EXIT PARAGRAPH.
      * W-REF 1 : douze mois de référence, 0 : trois mois analysés
           MOVE 0 TO W-REF W-SAIS
           IF W-TL < W-TM - 2
                MOVE 1 TO W-REF.
           IF W-TL NOT > W-T0 + 2
                MOVE 1 TO W-SAIS.
           COMPUTE W-MNT ROUNDED = QTE-MHIV * PUS-MHIV
           IF ART-MHIV NOT = W-ART-PREC
                MOVE ART-MHIV TO W-ART-PREC COD-MART
                MOVE SPACE TO W-FAM
                READ MXART INVALID CONTINUE
                NOT INVALID MOVE FAM-MART TO W-FAM
                END-READ.
      * un bon compté une fois dans la fréquence du client
           MOVE 0 TO W-BONNEUF
           MOVE CLI-MHIV TO CLI-MDEW
           MOVE "B" TO TYP-MDEW
           MOVE AGE-MHIV TO W-BON-AGE
           MOVE BON-MHIV TO W-BON-NUM
           MOVE W-BON-COD TO COD-MDEW
           MOVE 0 TO MNB-MDEW MNR-MDEW MNS-MDEW NBB-MDEW NBR-MDEW
                     REP-MDEW
           WRITE ENR-MDEW INVALID CONTINUE
           NOT INVALID MOVE 1 TO W-BONNEUF
           END-WRITE
      * totaux du client
           PERFORM Zones-Cumul
           MOVE CLI-MHIV TO W-K-CLI
           MOVE "C" TO W-K-TYP
           MOVE SPACE TO W-K-COD
           IF W-BONNEUF = 1
                IF W-REF = 1
                     MOVE 1 TO W-A-NBB
                ELSE
                     MOVE 1 TO W-A-NBR
                END-IF
           END-IF
           MOVE REP-MHIV TO W-A-REP
           PERFORM Cumule-Travail
           IF W-FAM = SPACE
                EXIT PARAGRAPH.
      * le client dans la famille
           PERFORM Zones-Cumul
           MOVE CLI-MHIV TO W-K-CLI
           MOVE "F" TO W-K-TYP
           MOVE W-FAM TO W-K-COD
           PERFORM Cumule-Travail
      * la famille tous clients, pour la saison
           IF W-REF = 0
                EXIT PARAGRAPH.
           MOVE 0 TO W-A-MNB W-A-MNR W-A-MNS W-A-NBB W-A-NBR W-A-REP
           MOVE W-MNT TO W-A-MNB
           IF W-SAIS = 1
                MOVE W-MNT TO W-A-MNS.
           MOVE 0 TO W-K-CLI
           MOVE "S" TO W-K-TYP
           MOVE W-FAM TO W-K-COD
           PERFORM Cumule-Travail.

       Zones-Cumul.
           MOVE 0 TO W-A-MNB W-A-MNR W-A-MNS W-A-NBB W-A-NBR W-A-REP
           IF W-REF = 1
                MOVE W-MNT TO W-A-MNB
           ELSE
                MOVE W-MNT TO W-A-MNR.

       Cumule-Travail.
           MOVE W-K-CLI TO CLI-MDEW
           MOVE W-K-TYP TO TYP-MDEW
           MOVE W-K-COD TO COD-MDEW
           READ MXDECWRK INVALID
                MOVE W-K-CLI TO CLI-MDEW
                MOVE W-K-TYP TO TYP-MDEW
                MOVE W-K-COD TO COD-MDEW
                MOVE W-A-MNB TO MNB-MDEW
                MOVE W-A-MNR TO MNR-MDEW
                MOVE W-A-MNS TO MNS-MDEW
                MOVE W-A-NBB TO NBB-MDEW
                MOVE W-A-NBR TO NBR-MDEW
                MOVE W-A-REP TO REP-MDEW
                WRITE ENR-MDEW INVALID CONTINUE
                END-WRITE
           NOT INVALID
                ADD W-A-MNB TO MNB-MDEW
                ADD W-A-MNR TO MNR-MDEW
                ADD W-A-MNS TO MNS-MDEW
                ADD W-A-NBB TO NBB-MDEW
                ADD W-A-NBR TO NBR-MDEW
                IF W-A-REP NOT = 0
                     MOVE W-A-REP TO REP-MDEW
                END-IF
                REWRITE ENR-MDEW INVALID CONTINUE
                END-REWRITE
           END-READ.

      * le fichier de travail dans l'ordre : familles tous clients
      * (client zéro) d'abord, puis pour chaque client ses bons,
      * ses totaux et ses familles
       Evalue-Clients.
           MOVE 0 TO W-FIN W-NBALE W-NBSAI W-NBDROP W-CLI-COUR
           MOVE HIGH-VALUE TO W-TAB-SAI
           PERFORM Init-Client
           MOVE LOW-VALUE TO CLE1-MDEW
           START MXDECWRK KEY NOT < CLE1-MDEW INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Travail UNTIL W-FIN = 1.

       Lit-Travail.
           READ MXDECWRK NEXT AT END MOVE 1 TO W-FIN
                PERFORM Fin-Client
                EXIT PARAGRAPH
           END-READ
           IF CLI-MDEW NOT = W-CLI-COUR
                PERFORM Fin-Client
                PERFORM Init-Client
                MOVE CLI-MDEW TO W-CLI-COUR.
           EVALUATE TYP-MDEW
           WHEN "S" PERFORM Charge-Saison
           WHEN "C" MOVE REP-MDEW TO W-CLI-REP
                    MOVE NBB-MDEW TO W-CLI-NBB
                    MOVE NBR-MDEW TO W-CLI-NBR
           WHEN "F" PERFORM Evalue-Famille
           END-EVALUATE.

       Init-Client.
           MOVE 0 TO W-CLI-REP W-CLI-NBB W-CLI-NBR W-FRQ W-NBF
                     W-PER W-ATT W-REC W-NBTF
           MOVE SPACE TO W-TAB-TF.

      * indice de saison : mêmes trois mois l'an dernier face au
      * quart des douze mois de référence
       Charge-Saison.
           IF W-NBSAI NOT < MAXSAI
                ADD 1 TO W-NBDROP
                EXIT PARAGRAPH.
           ADD 1 TO W-NBSAI
           MOVE COD-MDEW TO W-SAI-FAM(W-NBSAI)
           MOVE 1 TO W-SAI-IND(W-NBSAI)
           IF MNB-MDEW > 0 AND MNS-MDEW > 0
                COMPUTE W-SAI-IND(W-NBSAI) ROUNDED =
                        MNS-MDEW * 4 / MNB-MDEW
                ON SIZE ERROR MOVE 2 TO W-SAI-IND(W-NBSAI)
                END-COMPUTE
           END-IF
           IF W-SAI-IND(W-NBSAI) < 0,5
                MOVE 0,5 TO W-SAI-IND(W-NBSAI).
           IF W-SAI-IND(W-NBSAI) > 2
                MOVE 2 TO W-SAI-IND(W-NBSAI).

       Evalue-Famille.
           IF MNB-MDEW NOT > 0
                EXIT PARAGRAPH.
           MOVE 1 TO W-IND
           SEARCH ALL W-SAI
                AT END CONTINUE
                WHEN W-SAI-FAM(X-SAI) = COD-MDEW
                     MOVE W-SAI-IND(X-SAI) TO W-IND
           END-SEARCH
           COMPUTE W-ATTF ROUNDED = MNB-MDEW / 4 * W-IND
           IF W-ATTF NOT > 0
                EXIT PARAGRAPH.
           IF MNR-MDEW NOT > 0
                MOVE "A" TO W-TYF
                MOVE W-ATTF TO W-PEF
           ELSE
                IF MNR-MDEW * 100 < W-ATTF * (100 - W-PCT)
                     MOVE "B" TO W-TYF
                     COMPUTE W-PEF = W-ATTF - MNR-MDEW
                ELSE
                     EXIT PARAGRAPH
                END-IF
           END-IF
           IF W-PEF < W-MIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBF
           ADD W-PEF TO W-PER
           PERFORM Retient-Famille.

      * les cinq familles les plus perdues : la nouvelle prend la
      * place de la plus petite quand la table est pleine
       Retient-Famille.
           IF W-NBTF < 5
                ADD 1 TO W-NBTF
                MOVE W-NBTF TO W-XMIN
           ELSE
                MOVE 1 TO W-XMIN
                PERFORM Cherche-Min VARYING J FROM 2 BY 1
                        UNTIL J > 5
                IF W-TF-PEF(W-XMIN) NOT < W-PEF
                     EXIT PARAGRAPH
                END-IF
           END-IF
           MOVE COD-MDEW TO W-TF-FAM(W-XMIN)
           MOVE W-TYF TO W-TF-TYF(W-XMIN)
           MOVE W-PEF TO W-TF-PEF(W-XMIN)
           MOVE W-ATTF TO W-TF-ATT(W-XMIN)
           MOVE MNR-MDEW TO W-TF-REC(W-XMIN).

       Cherche-Min.
           IF W-TF-PEF(J) < W-TF-PEF(W-XMIN)
                MOVE J TO W-XMIN.

      * fin d'un client : fréquence, puis l'alerte s'il y a lieu
       Fin-Client.
           IF W-CLI-COUR = 0
                EXIT PARAGRAPH.
           IF W-CLI-NBB NOT < 4
           AND W-CLI-NBR * 400 < W-CLI-NBB * (100 - W-PCT)
                MOVE 1 TO W-FRQ.
           IF W-NBF = 0 AND W-FRQ = 0
                EXIT PARAGRAPH.
           MOVE W-CLI-COUR TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1
                EXIT PARAGRAPH.
           IF W-CLI-REP = 0
                MOVE ORD-MCLI TO W-CLI-REP.
      * une analyse refaite garde la visite déjà posée
           MOVE 0 TO W-NVI-SV
           MOVE W-MOIS TO MOI-MDEC
           MOVE W-CLI-COUR TO CLI-MDEC
           READ MXDECLIN INVALID CONTINUE
           NOT INVALID MOVE NVI-MDEC TO W-NVI-SV
           END-READ
           INITIALIZE ENR-MDEC
           MOVE W-MOIS TO MOI-MDEC MO2-MDEC MO3-MDEC
           MOVE W-CLI-COUR TO CLI-MDEC CL3-MDEC
           MOVE W-CLI-REP TO REP-MDEC
           MOVE W-PER TO PER-MDEC
           COMPUTE IPE-MDEC = 99999999999 - W-PER * 100
           MOVE W-NBF TO NBF-MDEC
           PERFORM Range-Famille VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTF
           MOVE W-ATT TO ATT-MDEC
           MOVE W-REC TO REC-MDEC
           MOVE W-FRQ TO FRQ-MDEC
           MOVE W-CLI-NBB TO NBB-MDEC
           MOVE W-CLI-NBR TO NBR-MDEC
           MOVE W-NVI-SV TO NVI-MDEC
           MOVE "A" TO STA-MDEC
           MOVE W-DAT TO DST-MDEC
           WRITE ENR-MDEC INVALID
                REWRITE ENR-MDEC INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NBALE.

       Range-Famille.
           MOVE W-TF-FAM(I) TO FAM-MDEC(I)
           MOVE W-TF-TYF(I) TO TYF-MDEC(I)
           MOVE W-TF-PEF(I) TO PEF-MDEC(I)
           ADD W-TF-ATT(I) TO W-ATT
           ADD W-TF-REC(I) TO W-REC.

      * la liste du mois classée par représentant, valeur perdue
      * décroissante (CLE2-MDEC)
       Edite-Alertes.
           MOVE W-PCT TO W-PCT-ED
           MOVE W-MIN TO W-MIN-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "BAISSES D'ACHATS - TROIS MOIS FINISSANT EN "
                  DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  " - SEUILS " DELIMITED BY SIZE
                  W-PCT-ED DELIMITED BY SIZE
                  " % ET " DELIMITED BY SIZE
                  W-MIN-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "familles : A arrêt, B baisse ; FREQ : moins de bons"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 999 TO W-REP-PREC
           MOVE 0 TO W-FIN
           MOVE W-MOIS TO MO2-MDEC
           MOVE 0 TO REP-MDEC IPE-MDEC
           START MXDECLIN KEY NOT < CLE2-MDEC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Alerte UNTIL W-FIN = 1
           IF W-NBDROP > 0
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-ETAT
                STRING "INDICES DE SAISON TRONQUES : " DELIMITED BY SIZE
                       W-NBDROP DELIMITED BY SIZE
                       " familles sans correction" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.

       Edite-Une-Alerte.
           READ MXDECLIN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MO2-MDEC NOT = W-MOIS
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF REP-MDEC NOT = W-REP-PREC
                MOVE REP-MDEC TO W-REP-PREC
                MOVE 0 TO W-RANG
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-ETAT
                STRING "REPRESENTANT " DELIMITED BY SIZE
                       REP-MDEC DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           ADD 1 TO W-RANG
           PERFORM Prepare-Ligne
           MOVE W-RANG TO LA-RANG
           WRITE LIGNE-ETAT FROM LIGNE-ALE.

      * ligne d'une alerte : client, perte, familles, visite
       Prepare-Ligne.
           MOVE SPACE TO LIGNE-ALE
           MOVE MOI-MDEC TO LA-MOI
           MOVE CLI-MDEC TO LA-CLI COD-MCLI
           READ MXCLI INVALID MOVE SPACE TO RAI-MCLI
           END-READ
           MOVE RAI-MCLI TO LA-RAI
           MOVE PER-MDEC TO LA-PER
           IF FRQ-MDEC = 1
                MOVE "FREQ" TO LA-FRQ.
           MOVE 1 TO J
           PERFORM Edite-Famille VARYING I FROM 1 BY 1
                   UNTIL I > 5 OR I > NBF-MDEC
           MOVE NVI-MDEC TO LA-NVI.

       Edite-Famille.
           STRING FAM-MDEC(I) DELIMITED BY " "
                  "(" DELIMITED BY SIZE
                  TYF-MDEC(I) DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  INTO LA-FAM WITH POINTER J.

      * alertes des mois précédents encore ouvertes : reprise des
      * achats sur les familles en cause (ou des bons pour une
      * alerte de fréquence), sinon perdue après six mois
       Suivi-Alertes.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "SUIVI DES ALERTES PRECEDENTES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NBOUV W-NBRET W-NBPER
           MOVE LOW-VALUE TO CLE1-MDEC
           START MXDECLIN KEY NOT < CLE1-MDEC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suit-Une-Alerte UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "alertes du mois : " DELIMITED BY SIZE
                  W-NBALE DELIMITED BY SIZE
                  "  toujours ouvertes : " DELIMITED BY SIZE
                  W-NBOUV DELIMITED BY SIZE
                  "  rétablies : " DELIMITED BY SIZE
                  W-NBRET DELIMITED BY SIZE
                  "  perdues : " DELIMITED BY SIZE
                  W-NBPER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Suit-Une-Alerte.
           READ MXDECLIN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MOI-MDEC NOT < W-MOIS
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MDEC NOT = "A"
                EXIT PARAGRAPH.
           MOVE 0 TO W-REC
           PERFORM Reprise-Famille VARYING I FROM 1 BY 1
                   UNTIL I > 5 OR I > NBF-MDEC
           MOVE W-REC TO REC-MDEC
           MOVE SPACE TO W-STA-TXT
           IF NBF-MDEC > 0
                IF W-REC * 100 NOT < ATT-MDEC * 80
                     MOVE "R" TO STA-MDEC
                END-IF
           ELSE
                MOVE CLI-MDEC TO CLI-MDEW
                MOVE "C" TO TYP-MDEW
                MOVE SPACE TO COD-MDEW
                READ MXDECWRK INVALID MOVE 0 TO NBR-MDEW
                END-READ
                IF NBR-MDEW * 400 NOT < NBB-MDEC * (100 - W-PCT)
                     MOVE "R" TO STA-MDEC
                END-IF
           END-IF
           COMPUTE W-AA = MOI-MDEC / 100
           COMPUTE W-MM = MOI-MDEC - W-AA * 100
           COMPUTE W-TA = W-AA * 12 + W-MM - 1
           COMPUTE W-ECART = W-TM - W-TA
           IF STA-MDEC = "A" AND W-ECART NOT < 6
                MOVE "P" TO STA-MDEC.
           EVALUATE STA-MDEC
           WHEN "R" ADD 1 TO W-NBRET
                    MOVE "RETABLI" TO W-STA-TXT
                    MOVE W-DAT TO DST-MDEC
           WHEN "P" ADD 1 TO W-NBPER
                    MOVE "PERDU" TO W-STA-TXT
                    MOVE W-DAT TO DST-MDEC
           WHEN OTHER ADD 1 TO W-NBOUV
           END-EVALUATE
           REWRITE ENR-MDEC INVALID CONTINUE
           END-REWRITE
           IF STA-MDEC = "A"
                EXIT PARAGRAPH.
           PERFORM Prepare-Ligne
           MOVE W-STA-TXT TO LA-STA
           WRITE LIGNE-ETAT FROM LIGNE-ALE.

       Reprise-Famille.
           MOVE CLI-MDEC TO CLI-MDEW
           MOVE "F" TO TYP-MDEW
           MOVE FAM-MDEC(I) TO COD-MDEW
           READ MXDECWRK INVALID CONTINUE
           NOT INVALID ADD MNR-MDEW TO W-REC
           END-READ.

      ******************************************************************
      *    LISTE : alertes ouvertes et visite liée
      ******************************************************************
       Liste.
           MOVE 0 TO W-REP
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-REP.
           OPEN INPUT MXDECLIN
           IF FILE-STATUS NOT = "00"
                DISPLAY "declin-b : aucune alerte"
                GO F-Liste.
           OPEN INPUT MXCLI MXVISITE
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/declin-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "ALERTES DE BAISSE D'ACHATS OUVERTES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE LOW-VALUE TO CLE1-MDEC
           START MXDECLIN KEY NOT < CLE1-MDEC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Alerte UNTIL W-FIN = 1
           CLOSE ETAT MXDECLIN MXCLI MXVISITE
           DISPLAY "declin-b : " W-NB " alertes ouvertes, "
                   ASSIGN-ETAT.
       F-Liste.
           EXIT.

       Liste-Une-Alerte.
           READ MXDECLIN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MDEC NOT = "A"
                EXIT PARAGRAPH.
           IF W-REP NOT = 0 AND REP-MDEC NOT = W-REP
                EXIT PARAGRAPH.
           PERFORM Prepare-Ligne
           MOVE REP-MDEC TO LA-RANG
           IF NVI-MDEC = 0
                MOVE "SANS VISITE" TO LA-STA
           ELSE
                MOVE NVI-MDEC TO NVI-MVIS
                READ MXVISITE INVALID MOVE SPACE TO STA-MVIS
                END-READ
                EVALUATE STA-MVIS
                WHEN "P" MOVE "VISITE PREVUE" TO LA-STA
                WHEN "F" MOVE "VISITE FAITE" TO LA-STA
                WHEN "X" MOVE "ANNULEE" TO LA-STA
                END-EVALUATE
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ALE
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
