      *{Bench}prg-comment
      * protprix.cbl
151026* protprix.cbl : protection de prix sur le stock, appelé par
151026* le chargement de tarif mtf-credirect (traitement réel) et
151026* par protprix-b.
151026*   fonction L : une baisse du prix d'achat unitaire d'un
151026*       article (ancien LK-PAN, nouveau LK-PNO) donne une
151026*       ligne MXPROPRI : stock de toutes les agences (STC-MASA
151026*       de MXARTSA), transferts en transit (bons TYP-MBDI 7
151026*       au statut T) et dépôt-vente chez les clients
151026*       (MXDEPVTE), valorisé à la différence de prix ; ligne
151026*       à réclamer si le fournisseur a la protection de prix
151026*       (PPR-MFOU = 1), simple information sinon.  LK-MNT
151026*       rend la valeur perdue ;
151026*   fonction R : en fin de chargement, les lignes à réclamer
151026*       du fournisseur forment une réclamation MXPROREC et le
151026*       courrier ft/protprix-<nrc>.txt ; LK-NRC et LK-MNT
151026*       rendent le no et le montant (zéro si rien à réclamer).
151026*       Les fichiers sont refermés : le chargement suivant
151026*       relit les transits et dépôts-ventes du moment.
151026* Le stock en dépôt appartenant au fournisseur (MXDEPFOU,
151026* cf. depfou-b) n'est pas à nous : il est déduit du stock
151026* des agences protégé.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. protprix.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:40.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXFOU.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXARTSA.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXDEPVTE.sl".
       COPY "MXPROPRI.sl".
       COPY "MXPROREC.sl".
       COPY "MXDEPFOU.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXFOU.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXARTSA.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXDEPVTE.fd".
       COPY "MXPROPRI.fd".
       COPY "MXPROREC.fd".
       COPY "MXDEPFOU.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-DAT                PIC 9(08).
       77 W-NUM                PIC 9(08).
       77 W-NRC                PIC 9(08).
       77 W-NRC-X              PIC X(08).
       77 W-NBL                PIC 9(05).
       77 W-MNT                PIC S9(11)V99.
       77 W-QAG                PIC S9(09)V99.
       77 W-QTR                PIC S9(09)V99.
       77 W-QDV                PIC S9(09)V99.
       77 W-QTE                PIC S9(09)V99.
       77 W-PPR                PIC 9.
       77 W-DPF                PIC 9.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBAG               PIC 9(03) COMP.
       77 W-NBTR               PIC 9(03) COMP.
       77 W-NBDV               PIC 9(03) COMP.
       78 MAXAGE               VALUE IS 100.
       78 MAXTAB               VALUE IS 500.
       77 W-MNT-ED             PIC -(9)9,99.
      * agences suivies (MXAGEDIS)
       01 W-TAB-AGE.
           05 W-AGE            PIC X(03) OCCURS 100.
      * quantités en transit et en dépôt-vente par article, relues
      * à l'ouverture
       01 W-TAB-TRA.
           05 W-TRA-POSTE OCCURS 500.
              10 W-TRA-ART     PIC X(20).
              10 W-TRA-QTE     PIC S9(09)V99.
       01 W-TAB-DPV.
           05 W-DPV-POSTE OCCURS 500.
              10 W-DPV-ART     PIC X(20).
              10 W-DPV-QTE     PIC S9(09)V99.
       01 LIGNE-PRO.
           05 LP-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LP-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LP-PAN           PIC Z(08)9,99.
           05 FILLER           PIC X(01).
           05 LP-PNO           PIC Z(08)9,99.
           05 FILLER           PIC X(01).
           05 LP-QAG           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LP-QTR           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LP-QDV           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LP-MNT           PIC -(9)9,99.
       LINKAGE                     SECTION.
       77 LK-FONCTION          PIC X.
       77 LK-FOU               PIC X(08).
       77 LK-ART               PIC X(20).
       77 LK-DAT               PIC 9(08).
       77 LK-PAN               PIC 9(09)V99.
       77 LK-PNO               PIC 9(09)V99.
       77 LK-MNT               PIC S9(11)V99.
       77 LK-NRC               PIC 9(08).
       PROCEDURE DIVISION USING LK-FONCTION LK-FOU LK-ART LK-DAT
                                LK-PAN LK-PNO LK-MNT LK-NRC.
       Debut.
           MOVE 0 TO LK-MNT LK-NRC
           IF LK-FOU = SPACE
                GO F-Protprix.
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers
           END-IF
           IF W-OUVERT = 0
                GO F-Protprix.
           MOVE LK-FOU TO COD-MFOU
           READ MXFOU INVALID MOVE 0 TO PPR-MFOU
           END-READ
           MOVE PPR-MFOU TO W-PPR
           EVALUATE LK-FONCTION
           WHEN "L" PERFORM Constate-Baisse THRU F-Constate-Baisse
           WHEN "R" PERFORM Forme-Reclamation
                            THRU F-Forme-Reclamation
                    PERFORM Ferme-Fichiers
           END-EVALUATE.
       F-Protprix.
           EXIT PROGRAM.

      ******************************************************************
      *    ouverture : agences, transits et dépôts-ventes en table
      ******************************************************************
       Ouvre-Fichiers.
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           OPEN INPUT MXARTSA
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           OPEN I-O MXPROPRI
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXPROPRI
                CLOSE MXPROPRI
                OPEN I-O MXPROPRI.
           OPEN I-O MXPROREC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXPROREC
                CLOSE MXPROREC
                OPEN I-O MXPROREC.
           OPEN INPUT MXFOU MXART
           MOVE 0 TO W-NBAG W-NBTR W-NBDV
           OPEN INPUT MXAGEDIS
           MOVE SPACE TO COD-MAGD
           MOVE 0 TO W-FIN
           START MXAGEDIS KEY NOT < CLE1-MAGD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Une-Agence UNTIL W-FIN = 1
           CLOSE MXAGEDIS
           OPEN INPUT MXBDIS MXLDIS
           IF FILE-STATUS = "00"
                MOVE SPACE TO ENR-MBDI
                MOVE 0 TO W-FIN
                START MXBDIS KEY NOT < CLE1-MBDI INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Charge-Un-Transfert UNTIL W-FIN = 1
           END-IF
           CLOSE MXBDIS MXLDIS
           OPEN INPUT MXDEPVTE
           IF FILE-STATUS = "00"
                MOVE SPACE TO ENR-MDPV
                MOVE 0 TO CLI-MDPV W-FIN
                START MXDEPVTE KEY NOT < CLE1-MDPV INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Charge-Un-Depot UNTIL W-FIN = 1
           END-IF
           CLOSE MXDEPVTE
           MOVE 0 TO W-DPF
           OPEN INPUT MXDEPFOU
           IF FILE-STATUS = "00"
                MOVE 1 TO W-DPF.
      * dernier no de ligne attribué
           MOVE 0 TO W-NUM
           MOVE 99999999 TO NUM-MPRP
           START MXPROPRI KEY NOT > CLE1-MPRP INVALID
                CONTINUE
           NOT INVALID
                READ MXPROPRI PREVIOUS AT END CONTINUE
                NOT AT END MOVE NUM-MPRP TO W-NUM
                END-READ
           END-START
           MOVE 1 TO W-OUVERT.

       Charge-Une-Agence.
           READ MXAGEDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-NBAG NOT < MAXAGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBAG
           MOVE COD-MAGD TO W-AGE(W-NBAG).

       Charge-Un-Transfert.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MBDI NOT = 7 OR STA-MBDI NOT = "T"
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Charge-Une-Ligne-Transit UNTIL W-FIN2 = 1.

       Charge-Une-Ligne-Transit.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF ART-MLDI = SPACE OR QTE-MLDI = 0
                EXIT PARAGRAPH.
           PERFORM Cherche-Transit VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBTR
                   OR W-TRA-ART(W-IX) = ART-MLDI
           IF W-IX > W-NBTR
                IF W-NBTR NOT < MAXTAB
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBTR
                MOVE W-NBTR TO W-IX
                MOVE ART-MLDI TO W-TRA-ART(W-IX)
                MOVE 0 TO W-TRA-QTE(W-IX)
           END-IF
           ADD QTE-MLDI TO W-TRA-QTE(W-IX).

       Cherche-Transit.
           CONTINUE.

      * l'enregistrement article à espaces est l'en-tête du client
       Charge-Un-Depot.
           READ MXDEPVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MDPV = SPACE OR QTE-MDPV NOT > 0
                EXIT PARAGRAPH.
           PERFORM Cherche-Depot VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBDV
                   OR W-DPV-ART(W-IX) = ART-MDPV
           IF W-IX > W-NBDV
                IF W-NBDV NOT < MAXTAB
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBDV
                MOVE W-NBDV TO W-IX
                MOVE ART-MDPV TO W-DPV-ART(W-IX)
                MOVE 0 TO W-DPV-QTE(W-IX)
           END-IF
           ADD QTE-MDPV TO W-DPV-QTE(W-IX).

       Cherche-Depot.
           CONTINUE.

       Ferme-Fichiers.
           CLOSE MXARTSA MXPROPRI MXPROREC MXFOU MXART
           IF W-DPF = 1
                CLOSE MXDEPFOU.
           MOVE 0 TO W-OUVERT.

      ******************************************************************
      *    L : baisse de prix constatée sur un article
      ******************************************************************
       Constate-Baisse.
           IF LK-ART = SPACE OR LK-PNO NOT < LK-PAN
                GO F-Constate-Baisse.
           MOVE 0 TO W-QAG W-QTR W-QDV
           PERFORM Cumule-Agence VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBAG
           PERFORM Cherche-Transit VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBTR
                   OR W-TRA-ART(W-IX) = LK-ART
           IF W-IX NOT > W-NBTR
                MOVE W-TRA-QTE(W-IX) TO W-QTR.
           PERFORM Cherche-Depot VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBDV
                   OR W-DPV-ART(W-IX) = LK-ART
           IF W-IX NOT > W-NBDV
                MOVE W-DPV-QTE(W-IX) TO W-QDV.
           COMPUTE W-QTE = W-QAG + W-QTR + W-QDV
           IF W-QTE NOT > 0
                GO F-Constate-Baisse.
           ADD 1 TO W-NUM
           INITIALIZE ENR-MPRP
           MOVE W-NUM TO NUM-MPRP
           MOVE LK-FOU TO FOU-MPRP
           MOVE 0 TO NRC-MPRP
           MOVE LK-ART TO ART-MPRP
           MOVE LK-DAT TO DAT-MPRP
           MOVE LK-PAN TO PAN-MPRP
           MOVE LK-PNO TO PNO-MPRP
           MOVE W-QAG TO QAG-MPRP
           MOVE W-QTR TO QTR-MPRP
           MOVE W-QDV TO QDV-MPRP
           COMPUTE MNT-MPRP ROUNDED = W-QTE * (LK-PAN - LK-PNO)
           IF W-PPR = 1
                MOVE "A" TO STA-MPRP
           ELSE MOVE "I" TO STA-MPRP
           END-IF
           WRITE ENR-MPRP INVALID
                GO F-Constate-Baisse
           END-WRITE
           MOVE MNT-MPRP TO LK-MNT.
       F-Constate-Baisse.
           EXIT.

      * stock physique de l'article dans chaque agence, hors part
      * encore propriété du fournisseur
       Cumule-Agence.
           MOVE W-AGE(W-IX) TO AGE-MASA
           MOVE LK-ART TO COD-MASA
           READ MXARTSA INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE STC-MASA TO W-QTE
           IF W-DPF = 1
                MOVE AGE-MASA TO AGE-MDFO
                MOVE LK-ART TO ART-MDFO
                READ MXDEPFOU INVALID CONTINUE
                NOT INVALID
                     IF QTE-MDFO > 0
                          SUBTRACT QTE-MDFO FROM W-QTE
                     END-IF
                END-READ
           END-IF
           IF W-QTE > 0
                ADD W-QTE TO W-QAG.

      ******************************************************************
      *    R : réclamation du fournisseur en fin de chargement
      ******************************************************************
       Forme-Reclamation.
           IF W-PPR NOT = 1
                GO F-Forme-Reclamation.
           MOVE 0 TO W-NRC
           MOVE 99999999 TO NRC-MPRR
           START MXPROREC KEY NOT > CLE1-MPRR INVALID
                CONTINUE
           NOT INVALID
                READ MXPROREC PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRC-MPRR TO W-NRC
                END-READ
           END-START
           ADD 1 TO W-NRC
      * les lignes sont reprises dans l'ordre de constat, la clé
      * fournisseur + réclamation changeant à la réécriture
           MOVE 0 TO W-NBL W-MNT W-FIN
           MOVE 0 TO NUM-MPRP
           START MXPROPRI KEY NOT < CLE1-MPRP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Affecte-Une-Ligne UNTIL W-FIN = 1
           IF W-NBL = 0
                GO F-Forme-Reclamation.
           INITIALIZE ENR-MPRR
           MOVE W-NRC TO NRC-MPRR
           MOVE LK-FOU TO FOU-MPRR
           MOVE W-DAT TO DAT-MPRR
           MOVE W-NBL TO NBL-MPRR
           MOVE W-MNT TO MNT-MPRR
           MOVE "E" TO STA-MPRR
           WRITE ENR-MPRR INVALID
                GO F-Forme-Reclamation
           END-WRITE
           PERFORM Edite-Reclamation
           MOVE W-NRC TO LK-NRC
           MOVE W-MNT TO LK-MNT.
       F-Forme-Reclamation.
           EXIT.

       Affecte-Une-Ligne.
           READ MXPROPRI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MPRP NOT = LK-FOU OR STA-MPRP NOT = "A"
                EXIT PARAGRAPH.
           MOVE W-NRC TO NRC-MPRP
           MOVE "R" TO STA-MPRP
           REWRITE ENR-MPRP INVALID
                EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO W-NBL
           ADD MNT-MPRP TO W-MNT.

      * courrier de réclamation au fournisseur
       Edite-Reclamation.
           MOVE NRC-MPRR TO W-NRC-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/protprix-" DELIMITED BY SIZE
                  W-NRC-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE LIB-MFOU TO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE RAI-MFOU TO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING POS-MFOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VIL-MFOU DELIMITED BY "  "
                  INTO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "Le " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "Objet : protection de prix, réclamation n° "
                  DELIMITED BY SIZE
                  W-NRC-X DELIMITED BY SIZE
                  " - tarif du " DELIMITED BY SIZE
                  LK-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "Votre nouveau tarif baisse le prix d'achat des"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "articles ci-dessous.  Conformément à notre accord de"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "protection de prix, nous vous réclamons la baisse sur"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "le stock que nous détenons à ce jour (agences, en"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "transit et en dépôt-vente chez nos clients) :"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "ARTICLE              DESIGNATION" TO LIGNE-ETAT
           MOVE "ANCIEN PA" TO LIGNE-ETAT(56:)
           MOVE "NOUVEAU PA" TO LIGNE-ETAT(68:)
           MOVE "AGENCES     TRANSIT DEPOT-VENTE" TO LIGNE-ETAT(83:)
           MOVE "MONTANT" TO LIGNE-ETAT(121:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO ENR-MPRP
           MOVE LK-FOU TO FOU-MPRP
           MOVE NRC-MPRR TO NRC-MPRP
           MOVE 0 TO W-FIN2
           START MXPROPRI KEY NOT < CLE2-MPRP INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Edite-Une-Ligne UNTIL W-FIN2 = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE MNT-MPRR TO W-MNT-ED
           STRING "Total réclamé hors taxe : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "Merci de nous adresser votre avoir en rappelant le"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "numéro de réclamation." TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT.

       Edite-Une-Ligne.
           READ MXPROPRI NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF FOU-MPRP NOT = LK-FOU OR NRC-MPRP NOT = NRC-MPRR
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE ART-MPRP TO COD-MART
           READ MXART INVALID MOVE SPACE TO DES-MART
           END-READ
           MOVE SPACE TO LIGNE-PRO
           MOVE ART-MPRP TO LP-ART
           MOVE DES-MART TO LP-DES
           MOVE PAN-MPRP TO LP-PAN
           MOVE PNO-MPRP TO LP-PNO
           MOVE QAG-MPRP TO LP-QAG
           MOVE QTR-MPRP TO LP-QTR
           MOVE QDV-MPRP TO LP-QDV
           MOVE MNT-MPRP TO LP-MNT
           WRITE LIGNE-ETAT FROM LIGNE-PRO.
