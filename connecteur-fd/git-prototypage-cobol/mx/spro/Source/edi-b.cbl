230826*   REJET <nms> <motif>   le message revient R avec son motif ;
230826*   RESEND <nms>          remise en file (A) pour réémission ;
230826*   ETAT                  rejets du jour, ft/edi-rejets.txt.
151026* Fournisseurs EDI (EDI-MFOU = 1), même file et mêmes rejets :
151026*   QUEUE <age> <bon> O
151026*       met en file l'ORDERS d'une commande fournisseur
151026*       (MXBDIS TYP = 5) ; EMET l'écrit dans
151026*       ft/edi-orders-<bon>.txt, agence acheteuse (NAD+BY),
151026*       fournisseur (NAD+SU), lignes d'achat en attente avec
151026*       leur no de ligne, quantité, prix et date souhaitée ;
151026*   ORDRSP <fic>
151026*       intègre les accusés du fournisseur : par ligne (LIN +
151026*       no de ligne + action 5 acceptée, 3 modifiée, 7
151026*       refusée), quantité QTY+113, date DTM+2 et prix
151026*       PRI+AAA confirmés, portés sur la ligne d'achat par
151026*       ack-fou ; chaque accusé entre dans la file en K, T
151026*       intégré ou R rejeté avec son motif (commande inconnue,
151026*       autre fournisseur, ligne inconnue), repris par ETAT.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXCLI.sl".
       COPY "MXFOU.sl".
       COPY "MXEDIQ.sl".
           SELECT MSGFIC ASSIGN TO ASSIGN-MSGFIC
                         ORGANIZATION LINE SEQUENTIAL
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXCLI.fd".
       COPY "MXFOU.fd".
       COPY "MXEDIQ.fd".
       FD  MSGFIC LABEL RECORD STANDARD.
       01  LIGNE-MSG           PIC X(200).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(140).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(60).
       77 W-AGE                PIC X(03).
       77 W-COLIS-ED           PIC ZZZ9.
       77 W-POI-REEL           PIC 9(07)V999.
       77 W-POI-ED             PIC Z(5)9,999.
151026* commandes fournisseurs (ORDERS) et accusés (ORDRSP)
       77 W-EDI                PIC 9.
       77 W-FOU                PIC X(08).
       77 W-FOU-ACK            PIC X(08).
       77 W-LIG                PIC 9(03).
       77 W-LIG-X              PIC X(03).
       77 W-DAT-ED             PIC 9(08).
       77 W-SEG                PIC X(10).
       77 W-E1                 PIC X(40).
       77 W-E2                 PIC X(40).
       77 W-Q1                 PIC X(10).
       77 W-V1                 PIC X(30).
       77 W-MSG                PIC 9.
       77 W-ENT                PIC 9.
       77 W-LIGNE              PIC 9.
       77 W-ACT                PIC X.
       77 W-QTE-ACK            PIC S9(09)V99.
       77 W-DAT-ACK            PIC 9(08).
       77 W-PRX-ACK            PIC 9(09)V99.
       77 W-DAK                PIC 9(08).
       77 W-RET                PIC 9.
       77 W-NBL                PIC 9(05).
       77 W-NBLR               PIC 9(05).
       77 W-REJ                PIC X(30).
           COPY "conv-num.wrk".
       PROCEDURE DIVISION.
       DECLARATIVES.
           WHEN "RESEND" PERFORM Reemet-Message
                            THRU F-Reemet-Message
           WHEN "ETAT"   PERFORM Etat-Rejets THRU F-Etat-Rejets
           WHEN "ORDRSP" PERFORM Integre-Ordrsp
                            THRU F-Integre-Ordrsp
           WHEN OTHER
                DISPLAY "edi-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : edi-b QUEUE age bon D/I/O"
                DISPLAY "        edi-b EMET"
                DISPLAY "        edi-b REJET nms motif"
                DISPLAY "        edi-b RESEND nms"
                DISPLAY "        edi-b ETAT"
                DISPLAY "        edi-b ORDRSP fichier"
           END-EVALUATE
           GO Fin.

           MOVE CVN-SOR TO W-BON
           MOVE W-PAR4 TO W-TYP
           IF W-AGE = SPACE OR W-BON = 0
           OR (W-TYP NOT = "D" AND W-TYP NOT = "I"
               AND W-TYP NOT = "O")
                DISPLAY "usage : edi-b QUEUE age bon D/I/O"
                GO F-Met-En-File.
           OPEN INPUT MXBDIS MXCLI
           MOVE W-AGE TO AGE-MBDI
                CLOSE MXBDIS MXCLI
                GO F-Met-En-File
           END-READ
           MOVE 0 TO W-EDI
           MOVE SPACE TO W-FOU
           IF W-TYP = "O"
                PERFORM Fournisseur-Commande
           ELSE
                MOVE CLI-MBDI TO COD-MCLI
                READ MXCLI INVALID MOVE 0 TO EDI-MCLI
                END-READ
                IF EDI-MCLI = 1
                     MOVE 1 TO W-EDI
                END-IF
           END-IF
           CLOSE MXBDIS MXCLI
           IF W-EDI NOT = 1
                DISPLAY "edi-b : tiers non EDI, rien à faire"
                GO F-Met-En-File.
           OPEN I-O MXEDIQ
           IF FILE-STATUS = "35"
           MOVE W-AGE TO AGE-MEDQ
           MOVE W-BON TO BON-MEDQ
           MOVE CLI-MBDI TO CLI-MEDQ
           IF W-TYP = "O"
                MOVE 0 TO CLI-MEDQ
                MOVE W-FOU TO FOU-MEDQ
           END-IF
           MOVE "A" TO STA-MEDQ
           MOVE W-DAT TO DAT-MEDQ
           WRITE ENR-MEDQ INVALID CONTINUE
       F-Met-En-File.
           EXIT.

151026* commande fournisseur : le fournisseur de ses lignes d'achat
       Fournisseur-Commande.
           IF TYP-MBDI NOT = 5
                DISPLAY "edi-b : bon " W-BON
                        " qui n'est pas une commande fournisseur"
                EXIT PARAGRAPH.
           OPEN INPUT MXLDIS MXFOU
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cherche-Fou-Ligne UNTIL W-FIN2 = 1
           IF W-FOU NOT = SPACE
                MOVE W-FOU TO COD-MFOU
                READ MXFOU INVALID MOVE 0 TO EDI-MFOU
                END-READ
                IF EDI-MFOU = 1
                     MOVE 1 TO W-EDI
                END-IF
           END-IF
           CLOSE MXLDIS MXFOU.

       Cherche-Fou-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FOU-MLDI NOT = SPACE
                MOVE FOU-MLDI TO W-FOU
                MOVE 1 TO W-FIN2.

       Cherche-Nms.
           MOVE 0 TO W-NMS
           MOVE 99999999 TO NMS-MEDQ
           READ MXEDIQ NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MEDQ NOT = "A" OR TYP-MEDQ = "K"
                EXIT PARAGRAPH.
           MOVE AGE-MEDQ TO AGE-MBDI
           MOVE BON-MEDQ TO BON-MBDI
                       W-BON-X DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-MSGFIC
           END-IF
           IF TYP-MEDQ = "O"
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/edi-orders-" DELIMITED BY SIZE
                       W-BON-X DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-MSGFIC
           END-IF
           IF TYP-MEDQ = "I"
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/edi-invoic-" DELIMITED BY SIZE
                       W-BON-X DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                MOVE "UNH+DESADV" TO LIGNE-MSG
           ELSE MOVE "UNH+INVOIC" TO LIGNE-MSG
           END-IF
           IF TYP-MEDQ = "O"
                MOVE "UNH+ORDERS" TO LIGNE-MSG
           END-IF
           WRITE LIGNE-MSG
      * la référence de commande du CLIENT, exigée par son
      * rapprochement à la réception
           IF TYP-MEDQ NOT = "O"
                MOVE SPACE TO LIGNE-MSG
                STRING "RFF+ON:" DELIMITED BY SIZE
                       REF-MBDI DELIMITED BY "  "
                       INTO LIGNE-MSG
                WRITE LIGNE-MSG
           END-IF
           MOVE SPACE TO LIGNE-MSG
           STRING "BGM+" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  "+" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-MSG
           WRITE LIGNE-MSG
151026*    ORDERS : agence acheteuse, reprise telle quelle par
151026*    l'ORDRSP, et fournisseur
           IF TYP-MEDQ = "O"
                MOVE SPACE TO LIGNE-MSG
                STRING "NAD+BY:" DELIMITED BY SIZE
                       AGE-MEDQ DELIMITED BY SIZE
                       INTO LIGNE-MSG
                WRITE LIGNE-MSG
                MOVE SPACE TO LIGNE-MSG
                STRING "NAD+SU:" DELIMITED BY SIZE
                       FOU-MEDQ DELIMITED BY " "
                       INTO LIGNE-MSG
                WRITE LIGNE-MSG
           END-IF.

       Ecrit-Lignes-Message.
           MOVE SPACE TO ENR-MLDI
           IF AGE-MLDI NOT = AGE-MEDQ OR BON-MLDI NOT = BON-MEDQ
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF TYP-MEDQ = "O"
                PERFORM Ecrit-Ligne-Orders
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1 OR PZE-MLDI = 4
                EXIT PARAGRAPH.
      * l'article s'identifie par son GENCOD (gencod.cbl le bâtit)
                WRITE LIGNE-MSG
           END-IF.

151026* ligne d'achat en attente du fournisseur : no de ligne (clé
151026* de l'ORDRSP), GENCOD, quantité, prix et date souhaitée
       Ecrit-Ligne-Orders.
           IF TLI-MLDI NOT = 3 OR FOU-MLDI NOT = FOU-MEDQ
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE SPACE TO GCOD-MART
           END-READ
           MOVE LIG-MLDI TO W-LIG-X
           MOVE SPACE TO LIGNE-MSG
           STRING "LIN+" DELIMITED BY SIZE
                  W-LIG-X DELIMITED BY SIZE
                  "+EN:" DELIMITED BY SIZE
                  GCOD-MART DELIMITED BY " "
                  INTO LIGNE-MSG
           WRITE LIGNE-MSG
           MOVE SPACE TO LIGNE-MSG
           STRING "PIA+SA:" DELIMITED BY SIZE
                  ART-MLDI DELIMITED BY " "
                  INTO LIGNE-MSG
           WRITE LIGNE-MSG
           COMPUTE W-QTE-ED = QTE-MLDI - QTC-MLDI
           MOVE SPACE TO LIGNE-MSG
           STRING "QTY+21:" DELIMITED BY SIZE
                  W-QTE-ED DELIMITED BY SIZE
                  INTO LIGNE-MSG
           WRITE LIGNE-MSG
           MOVE PUN-MLDI TO W-MNT-ED
           MOVE SPACE TO LIGNE-MSG
           STRING "PRI+AAA:" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-MSG
           WRITE LIGNE-MSG
           IF DLP-MLDI NOT = 0
                MOVE DLP-MLDI TO W-DAT-ED
                MOVE SPACE TO LIGNE-MSG
                STRING "DTM+2:" DELIMITED BY SIZE
                       W-DAT-ED DELIMITED BY SIZE
                       INTO LIGNE-MSG
                WRITE LIGNE-MSG
           END-IF.

       Ecrit-Pied-Message.
020926*    DESADV : nombre de colis et poids réel pesé (packing-b)
           IF TYP-MEDQ = "D" AND W-COLISAGE = 1
                ADD POI-MCTN TO W-POI-REEL
                ADD 1 TO W-NBCOLIS-R.

151026******************************************************************
151026*    ORDRSP : accusés de réception des commandes fournisseurs
151026******************************************************************
       Integre-Ordrsp.
           IF W-PAR2 = SPACE
                DISPLAY "usage : edi-b ORDRSP fichier"
                GO F-Integre-Ordrsp.
           MOVE W-PAR2 TO ASSIGN-MSGFIC
           OPEN INPUT MSGFIC
           IF FILE-STATUS-MSGFIC NOT = "00"
                DISPLAY "edi-b : fichier introuvable " ASSIGN-MSGFIC
                GO F-Integre-Ordrsp.
           OPEN I-O MXEDIQ
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXEDIQ
                CLOSE MXEDIQ
                OPEN I-O MXEDIQ.
           OPEN INPUT MXBDIS MXLDIS
           PERFORM Cherche-Nms
           MOVE 0 TO W-FIN W-NB W-MSG W-LIGNE
           PERFORM Lit-Segment UNTIL W-FIN = 1
      * dernier message sans UNT
           IF W-MSG = 1
                PERFORM Termine-Accuse.
           CLOSE MSGFIC MXEDIQ MXBDIS MXLDIS
           DISPLAY "edi-b : " W-NB " accusés intégrés".
       F-Integre-Ordrsp.
           EXIT.

       Lit-Segment.
           READ MSGFIC AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-SEG W-E1 W-E2 W-Q1 W-V1
           UNSTRING LIGNE-MSG DELIMITED BY "+"
                INTO W-SEG W-E1 W-E2
           UNSTRING W-E1 DELIMITED BY ":"
                INTO W-Q1 W-V1
           EVALUATE W-SEG
           WHEN "UNH"
                IF W-MSG = 1
                     PERFORM Termine-Accuse
                END-IF
                PERFORM Debute-Accuse
           WHEN "BGM"
                MOVE W-E1 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-BON
                MOVE W-E2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DAK
           WHEN "NAD"
                IF W-Q1 = "BY"
                     MOVE W-V1 TO W-AGE
                END-IF
                IF W-Q1 = "SU"
                     MOVE W-V1 TO W-FOU-ACK
                END-IF
           WHEN "LIN"
                PERFORM Applique-Ligne
                MOVE W-E1 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-LIG
                EVALUATE W-E2
                WHEN "3" WHEN "M" MOVE "M" TO W-ACT
                WHEN "7" WHEN "R" MOVE "R" TO W-ACT
                WHEN OTHER MOVE "C" TO W-ACT
                END-EVALUATE
                MOVE 0 TO W-QTE-ACK W-DAT-ACK W-PRX-ACK
                MOVE 1 TO W-LIGNE
           WHEN "QTY"
                MOVE W-V1 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-QTE-ACK
           WHEN "DTM"
                IF W-Q1 = "2"
                     MOVE W-V1 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-DAT-ACK
                END-IF
           WHEN "PRI"
                MOVE W-V1 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-PRX-ACK
           WHEN "UNT"
                PERFORM Termine-Accuse
           END-EVALUATE.

       Debute-Accuse.
           MOVE 1 TO W-MSG
           MOVE 0 TO W-BON W-DAK W-NBL W-NBLR W-LIGNE W-ENT
           MOVE SPACE TO W-AGE W-FOU-ACK W-REJ.

      * la commande accusée doit exister chez ce fournisseur
       Controle-Entete.
           MOVE 2 TO W-ENT
           IF W-DAK = 0
                MOVE W-DAT TO W-DAK.
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                MOVE "commande inconnue" TO W-REJ
                EXIT PARAGRAPH
           END-READ
           IF TYP-MBDI NOT = 5
                MOVE "pas une commande fournisseur" TO W-REJ
                EXIT PARAGRAPH.
           MOVE SPACE TO W-FOU
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cherche-Fou-Ligne UNTIL W-FIN2 = 1
           IF W-FOU-ACK NOT = SPACE AND W-FOU-ACK NOT = W-FOU
                MOVE "commande d'un autre fournisseur" TO W-REJ
                EXIT PARAGRAPH.
           MOVE W-FOU TO W-FOU-ACK
           MOVE 1 TO W-ENT.

      * ligne accusée en attente d'application
       Applique-Ligne.
           IF W-LIGNE = 0
                EXIT PARAGRAPH.
           MOVE 0 TO W-LIGNE
           IF W-ENT = 0
                PERFORM Controle-Entete.
           ADD 1 TO W-NBL
           IF W-ENT NOT = 1
                ADD 1 TO W-NBLR
                EXIT PARAGRAPH.
           CALL "ack-fou" USING W-AGE W-BON W-LIG W-ACT W-QTE-ACK
                                W-DAT-ACK W-PRX-ACK W-DAK W-RET
           IF W-RET NOT = 0
                ADD 1 TO W-NBLR
                IF W-REJ = SPACE
                     MOVE W-LIG TO W-LIG-X
                     STRING "ligne " DELIMITED BY SIZE
                            W-LIG-X DELIMITED BY SIZE
                            " inconnue ou soldée" DELIMITED BY SIZE
                            INTO W-REJ
                END-IF
           END-IF.

      * l'accusé entre dans la file : T intégré, R rejeté
       Termine-Accuse.
           PERFORM Applique-Ligne
           MOVE 0 TO W-MSG
           IF W-ENT = 0
                PERFORM Controle-Entete.
           ADD 1 TO W-NMS
           INITIALIZE ENR-MEDQ
           MOVE W-NMS TO NMS-MEDQ
           MOVE "K" TO TYP-MEDQ
           MOVE W-AGE TO AGE-MEDQ
           MOVE W-BON TO BON-MEDQ
           MOVE W-FOU-ACK TO FOU-MEDQ
           MOVE W-DAT TO DAT-MEDQ DTR-MEDQ
           MOVE 1 TO NBE-MEDQ
           IF W-REJ = SPACE
                MOVE "T" TO STA-MEDQ
           ELSE MOVE "R" TO STA-MEDQ
                MOVE W-REJ TO REJ-MEDQ
           END-IF
           WRITE ENR-MEDQ INVALID CONTINUE
           END-WRITE
           MOVE W-BON TO W-BON-X
           DISPLAY "edi-b : accusé commande " W-AGE " " W-BON-X
                   " " W-NBL " lignes, " W-NBLR " rejetées"
           ADD 1 TO W-NB.

      ******************************************************************
      *    REJET / RESEND / ETAT
      ******************************************************************
                CLOSE MXEDIQ
                GO F-Reemet-Message
           END-READ
           IF TYP-MEDQ = "K"
                DISPLAY "edi-b : accusé reçu " W-NMS
                        ", à réintégrer par ORDRSP"
                CLOSE MXEDIQ
                GO F-Reemet-Message.
           MOVE "A" TO STA-MEDQ
           MOVE SPACE TO REJ-MEDQ
           REWRITE ENR-MEDQ INVALID CONTINUE
