020926*       bloquer la remise.
020926*       Le débiteur (nous) se lit dans MX-DIR/sepafou.cfg
020926*       (nom;iban;bic sur une ligne).
151026*       Facture en devise (cf. ctlfac-b, rech-devise) : le
151026*       virement part pour la contre-valeur en euros du
151026*       montant en devise au taux MXTAUX du jour d'exécution ;
151026*       l'écart avec la contre-valeur de la facture (ECR-MFAF)
151026*       passe en gain (G;GCH) ou perte de change (G;PCH)
151026*       contre le compte fournisseurs (G;FRN), journal OD par
151026*       ecr-gen.
151026*       La domiciliation doit aussi être admise par ctl-rib
151026*       (double contrôle des changements, cf. rib-b) : un
151026*       changement en attente, saisi hors contrôle ou encore
151026*       dans son délai de carence sans libération rejette la
151026*       facture avec son motif.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-NBTX               PIC 9(03).
       77 W-ALPHA              PIC X(26)
                  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
151026* facture en devise : taux du jour d'exécution
       77 W-TYP-TIE            PIC X.
       77 W-TIE                PIC X(08).
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
       77 W-MNT-PAYE           PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-NBECA              PIC 9(05).
151026* double contrôle des domiciliations (cf. ctl-rib)
       77 W-RIB-OK             PIC 9.
       77 W-RIB-MSG            PIC X(40).
           COPY "conv-num.wrk".
           COPY "ecr-gen.wrk".
       01 W-ZONES-SEL.
           05 WS-FOU           PIC X(08).
           05 WS-NFF           PIC X(10).
              10 W-TF-FOU      PIC X(08).
              10 W-TF-NFF      PIC X(10).
              10 W-TF-MNT      PIC S9(11)V99.
              10 W-TF-ECA      PIC S9(11)V99.
       01 W-TABGRP.
           05 W-TG-POSTE OCCURS 100.
              10 W-TG-FOU      PIC X(08).
           WRITE LIGNE-XML
           CLOSE XMLFIC
      * les factures payées s'estampillent après émission réussie
           MOVE 0 TO W-NBECA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBFAC
                PERFORM Pointe-Une-Facture
           END-PERFORM
           CLOSE MOUVT ETAT MXFACFOU MXFOU
           DISPLAY "sepafou-b : " W-NBGRP " virements ("
                   W-NBFAC " factures), " W-NBREJ " rejets, "
                   "fichier " ASSIGN-XMLFIC
           IF W-NBECA NOT = 0
                DISPLAY "sepafou-b : " W-NBECA " écarts de change "
                        "passés en OD"
           END-IF.
       F-Genere-Remise.
           EXIT.

           IF W-IBAN-OK = 0
                PERFORM Rejette-Selection
                EXIT PARAGRAPH.
151026* changement de domiciliation non validé ou trop récent
           CALL "ctl-rib" USING "F" COD-MFOU IBA-MFOU BIC-MFOU
                W-RIB-OK W-RIB-MSG
                ON EXCEPTION MOVE 0 TO W-RIB-OK
                MOVE "contrôle des domiciliations absent"
                     TO W-RIB-MSG
           END-CALL
           IF W-RIB-OK = 0
                PERFORM Rejette-Rib
                EXIT PARAGRAPH.
           IF W-NBFAC NOT < MAXFAC
                PERFORM Rejette-Selection
                EXIT PARAGRAPH.
                MOVE BIC-MFOU TO W-TG-BIC(W-IX)
                MOVE 0 TO W-TG-MNT(W-IX)
           END-IF
           PERFORM Cal-Montant-Paye
           ADD 1 TO W-NBFAC
           MOVE FOU-MFAF TO W-TF-FOU(W-NBFAC)
           MOVE NFF-MFAF TO W-TF-NFF(W-NBFAC)
           MOVE W-MNT-PAYE TO W-TF-MNT(W-NBFAC)
           MOVE W-ECART TO W-TF-ECA(W-NBFAC)
           ADD W-MNT-PAYE TO W-TOTAL
           ADD 1 TO W-NB
           ADD W-MNT-PAYE TO W-TG-MNT(W-IX).

151026* facture en devise : la devise due au taux du jour
151026* d'exécution ; écart positif = gain (on paie moins que la
151026* contre-valeur comptabilisée)
       Cal-Montant-Paye.
           MOVE MNT-MFAF TO W-MNT-PAYE
           MOVE 0 TO W-ECART
           IF CRS-MFAF = 0 OR MDV-MFAF = 0
                EXIT PARAGRAPH.
           MOVE " " TO W-TYP-TIE
           MOVE SPACE TO W-TIE
           MOVE DEV-MFAF TO W-DEV
           CALL "rech-devise" USING W-TYP-TIE W-TIE W-DATEXE W-DEV
                                    W-CRS
                ON EXCEPTION MOVE 0 TO W-CRS
           END-CALL
           IF W-CRS = 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT-PAYE ROUNDED = MDV-MFAF / W-CRS
           COMPUTE W-ECART = MNT-MFAF - W-MNT-PAYE.

       Rejette-Selection.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD 1 TO W-NBREJ.

151026 Rejette-Rib.
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJET " DELIMITED BY SIZE
                  WS-FOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NFF DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  W-RIB-MSG DELIMITED BY "  "
                  " (cf. rib-b)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD 1 TO W-NBREJ.

       Emet-Grphdr-Pmtinf.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
             TO LIGNE-XML
           MOVE W-DATEXE TO DPA-MFAF
           MOVE W-REMISE TO RPA-MFAF
           MOVE "P" TO STA-MFAF
           MOVE W-TF-ECA(I) TO ECR-MFAF
           REWRITE ENR-MFAF INVALID CONTINUE
           END-REWRITE
           IF W-TF-ECA(I) NOT = 0
                PERFORM Ecrit-Ecart-Change
           END-IF.

151026* gain de change : débit fournisseurs, crédit G;GCH ; perte :
151026* débit G;PCH, crédit fournisseurs - pièce = la remise
       Ecrit-Ecart-Change.
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE W-DATEXE TO EG-DAT
           MOVE "sepafou" TO EG-ORI
           MOVE W-REMISE TO EG-PCE
           STRING "ECART CHANGE " DELIMITED BY SIZE
                  DEV-MFAF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NFF-MFAF DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "G" TO EG-TYP
           MOVE W-TF-ECA(I) TO W-ECART
           IF W-ECART > 0
                MOVE "FRN" TO EG-CLE
                MOVE W-ECART TO EG-DEB
                PERFORM Ecrit-Od
                MOVE "GCH" TO EG-CLE
                MOVE 0 TO EG-DEB
                MOVE W-ECART TO EG-CRE
                PERFORM Ecrit-Od
           ELSE MOVE "PCH" TO EG-CLE
                COMPUTE EG-DEB = 0 - W-ECART
                PERFORM Ecrit-Od
                MOVE "FRN" TO EG-CLE
                MOVE 0 TO EG-DEB
                COMPUTE EG-CRE = 0 - W-ECART
                PERFORM Ecrit-Od
           END-IF
           ADD 1 TO W-NBECA.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                DISPLAY "sepafou-b : écart de change non enregistré "
                        NFF-MFAF
           END-IF.

       Formate-Montant.
           COMPUTE W-AMT-ENT = W-MNT-TX
