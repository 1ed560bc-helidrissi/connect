020926*       rebâtit le solde théorique de chaque article de
020926*       l'agence depuis les pièces :
020926*       + réceptions MXRECFOU (les entrées en quarantaine
020926*         MXQUARAN non acceptées se retranchent ; les lignes
151026*         DPF-MREC = "D" de consommation du stock consigné
151026*         ne sont pas des entrées) ;
151026*       + réceptions nettes en stock consigné MXDEPFOU
151026*         (entré par depfou-b RECEPTION, ôté des RETOUR :
151026*         QTE-MDFO + QCO-MDFO, la consommation sortant par
151026*         les ventes) ;
020926*       - ventes et régularisations MXHISVTE ;
020926*       - tickets comptoir (lignes MXLDIS motif CPT/RSA,
020926*         hors historique) et réservations actives MXRESA ;
       COPY "MXLDIS.sl".
       COPY "MXORDASM.sl".
       COPY "MXNOMART.sl".
       COPY "MXDEPFOU.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
       COPY "MXLDIS.fd".
       COPY "MXORDASM.fd".
       COPY "MXNOMART.fd".
       COPY "MXDEPFOU.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  ETAT LABEL RECORD STANDARD.
                GO F-Verifie.
           OPEN INPUT MXARTSA MXHISVTE MXRECFOU MXRETFOU
                      MXQUARAN MXRESA MXDEPVTE MXBDIS MXLDIS
                      MXORDASM MXNOMART MXDEPFOU
           MOVE 0 TO W-NBTAB
           PERFORM Cumule-Receptions
           PERFORM Cumule-Consigne
           PERFORM Cumule-Ventes
           PERFORM Cumule-Comptoir
           PERFORM Cumule-Transferts
           END-PERFORM
           CLOSE ETAT MXARTSA MXHISVTE MXRECFOU MXRETFOU
                 MXQUARAN MXRESA MXDEPVTE MXBDIS MXLDIS MXORDASM
                 MXNOMART MXDEPFOU
           DISPLAY "ctlsto-b : " W-NB " dérives sur " W-NBTAB
                   " articles mouvementés, état " ASSIGN-ETAT.
       F-Verifie.
           END-READ
           IF AGE-MREC NOT = W-AGE
                EXIT PARAGRAPH.
      * consommation du stock consigné : déjà en stock depuis la
      * réception depfou-b, la sortie passe par la vente
           IF DPF-MREC = "D"
                EXIT PARAGRAPH.
           MOVE ART-MREC TO W-ART
           PERFORM Filtre-Article
           IF W-IX = 0
                EXIT PARAGRAPH.
           ADD QTE-MREC TO W-TAB-REC(W-IX).

      * stock consigné : reçu par depfou-b sans pièce MXRECFOU, net
      * des retours (reste en dépôt + déjà consommé)
       Cumule-Consigne.
           MOVE SPACE TO ENR-MDFO
           MOVE W-AGE TO AGE-MDFO
           MOVE 0 TO W-FIN
           START MXDEPFOU KEY NOT < CLE1-MDFO INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Un-Consigne UNTIL W-FIN = 1.

       Cumule-Un-Consigne.
           READ MXDEPFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MDFO NOT = W-AGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE ART-MDFO TO W-ART
           PERFORM Filtre-Article
           IF W-IX = 0
                EXIT PARAGRAPH.
           COMPUTE W-QTE = QTE-MDFO + QCO-MDFO
           ADD W-QTE TO W-TAB-REC(W-IX).

       Cumule-Ventes.
           MOVE SPACE TO ENR-MHIV
           MOVE 0 TO NUM-MHIV W-FIN
