230826*       écart de valeur entre deux photos par famille, pour
230826*       expliquer le mouvement de valeur de stock,
230826*       ft/valsto-var.txt.
151026* Le stock en dépôt appartenant au fournisseur (MXDEPFOU,
151026* cf. depfou-b) reste dans MXARTSA pour la vente mais n'est
151026* pas à nous : FIGE le déduit de la quantité valorisée.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXVALSTO.sl".
       COPY "MXDEPFOU.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXVALSTO.fd".
       COPY "MXDEPFOU.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-VAL                PIC S9(11)V99.
151026* quantité valorisée, hors dépôt fournisseur
       77 W-QTE-VAL            PIC S9(09)V99.
       77 W-DPF                PIC 9.
       77 I                    PIC 9(03) COMP.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
                END-READ
           END-IF
           OPEN INPUT MXARTSA MXART
           MOVE 0 TO W-DPF
           OPEN INPUT MXDEPFOU
           IF FILE-STATUS = "00"
                MOVE 1 TO W-DPF.
           MOVE SPACE TO ENR-MASA
           MOVE 0 TO W-FIN W-NB
           START MXARTSA KEY NOT < CLE1-MASA INVALID
           END-START
           PERFORM Fige-Un-Stock UNTIL W-FIN = 1
           CLOSE MXVALSTO MXARTSA MXART
           IF W-DPF = 1
                CLOSE MXDEPFOU.
           DISPLAY "valsto-b : période " W-PER " figée, "
                   W-NB " lignes".
       F-Fige-Valorisation.
           MOVE AGE-MASA TO AGE-MVAL
           MOVE COD-MASA TO ART-MVAL
           MOVE FAM-MART TO FAM-MVAL
      * la part encore propriété du fournisseur n'est pas valorisée
           MOVE QSTM-MASA(1) TO W-QTE-VAL
           IF W-DPF = 1
                MOVE AGE-MASA TO AGE-MDFO
                MOVE COD-MASA TO ART-MDFO
                READ MXDEPFOU INVALID CONTINUE
                NOT INVALID
                     IF QTE-MDFO > 0
                          SUBTRACT QTE-MDFO FROM W-QTE-VAL
                     END-IF
                END-READ
                IF W-QTE-VAL < 0
                     MOVE 0 TO W-QTE-VAL
                END-IF
           END-IF
           MOVE W-QTE-VAL TO QTE-MVAL
           MOVE PAMP-MASA TO PAMP-MVAL
           MOVE PRMP-MASA TO PRMP-MVAL
           COMPUTE VAL-MVAL ROUNDED = W-QTE-VAL * PAMP-MASA
           MOVE W-DAT TO DGE-MVAL
           WRITE ENR-MVAL INVALID CONTINUE
           END-WRITE
