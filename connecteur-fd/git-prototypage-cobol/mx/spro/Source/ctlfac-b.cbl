230826*   ETAT <aaaamm>
230826*       trop-facturé récupéré par fournisseur sur le mois,
230826*       ft/ctlfac-etat.txt.
151026* Fournisseur en devise (DEV-MFOU, cf. rech-devise) : la
151026* facture garde la devise, le taux MXTAUX de sa date et son
151026* montant en devise (écart au paiement, sepafou-b).
151026*   AVOIR <fou> <noavoir> <montant> [nrc]
151026*       saisit l'avoir hors taxe du fournisseur (MXFACFOU en
151026*       négatif, conforme) et le rapproche de la réclamation
151026*       de protection de prix MXPROREC désignée, à défaut de
151026*       la plus ancienne encore ouverte du fournisseur (cf.
151026*       protprix) : soldée quand les avoirs couvrent le
151026*       réclamé, couverte en partie sinon.
151026*   AVOIR <fou> <noavoir> <montant> R:[facture]
151026*       avoir reçu de la plateforme (pdpfou-b) : enregistré
151026*       sur la facture d'origine qu'il cite (RFA-MFAF), sans
151026*       rapprochement de réclamation ; conforme si la facture
151026*       est connue du fournisseur, bloqué (B) sinon ou sans
151026*       référence, pour un rapprochement à la main puis
151026*       LIBERE.
151026* Le fichier de SAISIE porte en option le no de la commande
151026* fournisseur en 4e zone (article;qté;prix;bon) : la ligne
151026* ne se rapproche alors que des réceptions de cette commande
151026* (BON-MREC) - cf. pdpfou-b, factures reçues de la PDP.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXRECFOU.sl".
       COPY "MXFACFOU.sl".
       COPY "MXLITFOU.sl".
       COPY "MXPROREC.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
       COPY "MXRECFOU.fd".
       COPY "MXFACFOU.fd".
       COPY "MXLITFOU.fd".
       COPY "MXPROREC.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(80).
       77 W-PAR5               PIC X(30).
       77 W-FOU                PIC X(08).
       77 W-NFF                PIC X(10).
       77 W-ART                PIC X(20).
       77 W-MOTIF              PIC X.
       77 W-NBL                PIC 9(04).
       77 W-NBE                PIC 9(04).
151026* facture en devise (cf. rech-devise)
       77 W-TYP-TIE            PIC X.
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
      * avoir de protection de prix
       77 W-NRC                PIC 9(08).
151026* avoir reçu : facture d'origine citée (R:), 1 = option donnée
       77 W-NFR                PIC X(10).
       77 W-REF                PIC 9.
       77 W-STA                PIC X.
       77 W-RESTE              PIC S9(11)V99.
       77 W-MNT-ED             PIC -(10)9,99.
151026* commande fournisseur désignée par la ligne facturée
       77 W-BON                PIC 9(08).
      * tolérance de prix en pour cent
       78 TOLERANCE-PCT        VALUE IS 2.
           COPY "conv-num.wrk".
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5
           EVALUATE W-FONCTION
           WHEN "SAISIE" PERFORM Saisie-Facture THRU F-Saisie-Facture
           WHEN "LIBERE" PERFORM Libere-Facture
                            THRU F-Libere-Facture
           WHEN "ETAT"   PERFORM Etat-Recupere THRU F-Etat-Recupere
           WHEN "AVOIR"  PERFORM Saisie-Avoir THRU F-Saisie-Avoir
           WHEN OTHER
                DISPLAY "ctlfac-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : ctlfac-b SAISIE fou nofac fichier"
                DISPLAY "        ctlfac-b LIBERE fou nofac"
                DISPLAY "        ctlfac-b ETAT aaaamm"
                DISPLAY "        ctlfac-b AVOIR fou noavoir montant "
                        "[nrc|R:facture]"
           END-EVALUATE
           GO Fin.

           MOVE W-DAT TO DAT-MFAF
           MOVE W-NBL TO NBL-MFAF
           MOVE W-NBE TO NBE-MFAF
           MOVE "F" TO W-TYP-TIE
           CALL "rech-devise" USING W-TYP-TIE W-FOU W-DAT W-DEV W-CRS
                ON EXCEPTION MOVE 0 TO W-CRS
           END-CALL
           IF W-CRS NOT = 0
                MOVE W-DEV TO DEV-MFAF
                MOVE W-CRS TO CRS-MFAF
                COMPUTE MDV-MFAF ROUNDED = W-MNT * W-CRS
           END-IF
           IF W-NBE = 0
                MOVE "C" TO STA-MFAF
           ELSE MOVE "B" TO STA-MFAF
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ART W-PAR2 W-PAR3 W-PAR5
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO W-ART W-PAR2 W-PAR3 W-PAR5
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-QTE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRX
           MOVE W-PAR5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           IF W-ART = SPACE OR W-QTE NOT > 0
                EXIT PARAGRAPH.
           ADD 1 TO W-NBL

      * cumul des réceptions non facturées (IFA-MREC = 0) du couple
      * fournisseur / article ; retient le dernier prix reçu
      * (de la seule commande W-BON quand la ligne la désigne)
       Cumule-Receptions.
           MOVE 0 TO W-QRC W-PRC
           MOVE SPACE TO ENR-MREC
           END-READ
           IF FOU-MREC NOT = W-FOU OR ART-MREC NOT = W-ART
           OR IFA-MREC NOT = 0
           OR (W-BON NOT = 0 AND BON-MREC NOT = W-BON)
                EXIT PARAGRAPH.
           ADD QTE-MREC TO W-QRC
           MOVE PRX-MREC TO W-PRC.
           END-READ
           IF FOU-MREC NOT = W-FOU OR ART-MREC NOT = W-ART
           OR IFA-MREC NOT = 0
           OR (W-BON NOT = 0 AND BON-MREC NOT = W-BON)
                EXIT PARAGRAPH.
           IF W-QTE NOT > 0
                MOVE 1 TO W-FIN2
           MOVE W-MNT TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REC.

      ******************************************************************
      *    AVOIR : avoir fournisseur de protection de prix
      ******************************************************************
       Saisie-Avoir.
           MOVE W-PAR2 TO W-FOU
           MOVE W-PAR3 TO W-NFF
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MNT
           MOVE 0 TO W-NRC W-REF
           MOVE SPACE TO W-NFR
           IF W-PAR5(1:2) = "R:"
                MOVE 1 TO W-REF
                MOVE W-PAR5(3:) TO W-NFR
           ELSE MOVE W-PAR5 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-NRC
           END-IF
           IF W-FOU = SPACE OR W-NFF = SPACE OR W-MNT NOT > 0
                DISPLAY "usage : ctlfac-b AVOIR fou noavoir montant "
                        "[nrc|R:facture]"
                GO F-Saisie-Avoir.
           OPEN I-O MXFACFOU
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFACFOU
                CLOSE MXFACFOU
                OPEN I-O MXFACFOU.
           MOVE "C" TO W-STA
           IF W-REF = 1
                PERFORM Controle-Origine
           END-IF
           INITIALIZE ENR-MFAF
           MOVE W-FOU TO FOU-MFAF
           MOVE W-NFF TO NFF-MFAF
           MOVE W-NFR TO RFA-MFAF
           COMPUTE MNT-MFAF = 0 - W-MNT
           MOVE W-DAT TO DAT-MFAF
           MOVE "F" TO W-TYP-TIE
           CALL "rech-devise" USING W-TYP-TIE W-FOU W-DAT W-DEV W-CRS
                ON EXCEPTION MOVE 0 TO W-CRS
           END-CALL
           IF W-CRS NOT = 0
                MOVE W-DEV TO DEV-MFAF
                MOVE W-CRS TO CRS-MFAF
                COMPUTE MDV-MFAF ROUNDED = MNT-MFAF * W-CRS
           END-IF
           MOVE W-STA TO STA-MFAF
           WRITE ENR-MFAF INVALID
                DISPLAY "ctlfac-b : avoir " W-NFF " déjà saisi"
                CLOSE MXFACFOU
                GO F-Saisie-Avoir
           END-WRITE
           CLOSE MXFACFOU
           IF W-REF = 1
                IF STA-MFAF = "B"
                     DISPLAY "ctlfac-b : avoir " W-NFF " bloqué, "
                             "facture d'origine à rapprocher"
                ELSE DISPLAY "ctlfac-b : avoir " W-NFF " saisi sur "
                             "la facture " W-NFR
                END-IF
                GO F-Saisie-Avoir.
           OPEN I-O MXPROREC
           IF FILE-STATUS = "35"
                DISPLAY "ctlfac-b : avoir " W-NFF " saisi, aucune "
                        "réclamation de protection de prix"
                GO F-Saisie-Avoir.
           IF W-NRC NOT = 0
                MOVE W-NRC TO NRC-MPRR
                READ MXPROREC INVALID MOVE 0 TO W-NRC
                END-READ
                IF FOU-MPRR NOT = W-FOU OR STA-MPRR = "S"
                     MOVE 0 TO W-NRC
                END-IF
           ELSE
                MOVE 0 TO NRC-MPRR W-FIN
                START MXPROREC KEY NOT < CLE1-MPRR INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Cherche-Reclamation UNTIL W-FIN = 1
           END-IF
           IF W-NRC = 0
                DISPLAY "ctlfac-b : avoir " W-NFF " saisi, sans "
                        "réclamation ouverte à rapprocher"
                CLOSE MXPROREC
                GO F-Saisie-Avoir.
           ADD W-MNT TO MAV-MPRR
           MOVE W-NFF TO AVF-MPRR
           MOVE W-DAT TO DAV-MPRR
           IF MAV-MPRR NOT < MNT-MPRR
                MOVE "S" TO STA-MPRR
           ELSE MOVE "P" TO STA-MPRR
           END-IF
           REWRITE ENR-MPRR INVALID
                DISPLAY "ctlfac-b : mise à jour MXPROREC " W-NRC
           END-REWRITE
           COMPUTE W-RESTE = MNT-MPRR - MAV-MPRR
           MOVE W-RESTE TO W-MNT-ED
           DISPLAY "ctlfac-b : avoir " W-NFF " rapproché de la "
                   "réclamation " W-NRC " statut " STA-MPRR
                   ", reste " W-MNT-ED
           CLOSE MXPROREC.
       F-Saisie-Avoir.
           EXIT.

      * facture d'origine de l'avoir reçu : connue du fournisseur,
      * sinon (ou sans référence) l'avoir attend un rapprochement
       Controle-Origine.
           MOVE "B" TO W-STA
           IF W-NFR = SPACE
                EXIT PARAGRAPH.
           MOVE W-FOU TO FOU-MFAF
           MOVE W-NFR TO NFF-MFAF
           READ MXFACFOU INVALID CONTINUE
                NOT INVALID
                IF MNT-MFAF > 0
                     MOVE "C" TO W-STA
                END-IF
           END-READ.

      * plus ancienne réclamation ouverte du fournisseur
       Cherche-Reclamation.
           READ MXPROREC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MPRR NOT = W-FOU OR STA-MPRR = "S"
                EXIT PARAGRAPH.
           MOVE NRC-MPRR TO W-NRC
           MOVE 1 TO W-FIN.

           COPY "conv-num.cbl".

       Fin.
