230826* antérieurs à la mémorisation du pied, ventilation à zéro,
230826* sont hors contrôle).  La CA3 se remplit d'une page :
230826* ft/tva-<aaaamm>.txt.
151026* Les éco-contributions des lignes (ECO-MLDI) entrent dans la
151026* base du groupe de l'article, comme dans Calc-TTC ; leur
151026* total de la période est rappelé pour mémoire.
151026* Les ventes de matériel d'occasion au régime de la marge
151026* (articles OCC-MART = 1, bon non exonéré, cf. occas-b) sont
151026* hors des groupes : déclarées à part, prix de vente, prix
151026* d'achat de l'unité (MXOCCAS), marge TTC et TVA comprise
151026* dans la marge au taux du groupe de l'article, unité par
151026* unité (marge négative : pas de taxe, pas d'imputation).
151026* Les reprises de matériel déduites des bons (MOT-MLDI REP)
151026* sont rappelées à part, elles n'entrent dans aucune base.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXPARAM.sl".
       COPY "MXOCCAS.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXPARAM.fd".
       COPY "MXOCCAS.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 W-TOT-BASE           PIC S9(13)V99.
       77 W-TOT-TVA            PIC S9(13)V99.
       77 W-TOT-PORT           PIC S9(13)V99.
       77 W-TOT-ECO            PIC S9(13)V99.
       77 W-ECO-BON            PIC S9(11)V99.
       77 W-NB                 PIC 9(06).
       77 W-NBKO               PIC 9(05).
       77 W-FIN                PIC 9.
       77 W-GTV                PIC 9.
       77 W-STOCKE             PIC 9.
       77 I                    PIC 9(02) COMP.
151026* régime de la marge : cumuls du bon courant et de la période
151026* (prix de vente, prix d'achat, marge taxable, TVA comprise),
151026* reprises déduites des bons
       77 W-OCC-OK             PIC 9.
       77 W-OCC-PRX-BON        PIC S9(11)V99.
       77 W-OCC-ACH-BON        PIC S9(11)V99.
       77 W-OCC-MRG-BON        PIC S9(11)V99.
       77 W-OCC-TVM-BON        PIC S9(11)V99.
       77 W-REP-BON            PIC S9(11)V99.
       77 W-ACH                PIC S9(11)V99.
       77 W-MRG                PIC S9(11)V99.
       77 W-TOT-OCC            PIC S9(13)V99.
       77 W-TOT-OCA            PIC S9(13)V99.
       77 W-TOT-MRG            PIC S9(13)V99.
       77 W-TOT-TVM            PIC S9(13)V99.
       77 W-TOT-REP            PIC S9(13)V99.
           COPY "conv-num.wrk".
      * cumuls de déclaration par groupe
       01 W-GRP.
                DISPLAY "usage : tva-b aaaamm"
                GO Fin.
           OPEN INPUT MXBDIS MXLDIS MXART MXPARAM
      * registre des occasions : absent tant qu'aucune n'est entrée
           MOVE 1 TO W-OCC-OK
           OPEN INPUT MXOCCAS
           IF FILE-STATUS NOT = "00"
                MOVE 0 TO W-OCC-OK.
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "tva-b : MXPARAM absent"
                MOVE 0 TO W-GRP-BASE(I) W-GRP-TVA(I)
           END-PERFORM
           MOVE 0 TO W-TOT-TTC W-TOT-EXO W-TOT-BASE W-TOT-TVA
                     W-TOT-PORT W-NB W-NBKO W-FIN W-TOT-ECO
                     W-TOT-OCC W-TOT-OCA W-TOT-MRG W-TOT-TVM
                     W-TOT-REP
           MOVE SPACE TO ENR-MBDI
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           PERFORM Declare-Un-Bon UNTIL W-FIN = 1
           PERFORM Edite-Declaration
           CLOSE ETAT MXBDIS MXLDIS MXART MXPARAM
           IF W-OCC-OK = 1
                CLOSE MXOCCAS.
           DISPLAY "tva-b : " W-NB " pièces, " W-NBKO
                   " pieds en écart, état " ASSIGN-ETAT
           GO Fin.
      * la déclaration se nourrit de la reventilation des lignes
      * (source de vérité), pas du pied mémorisé
           PERFORM Recalcule-Le-Pied
           COMPUTE W-MNT = W-ECO-BON * W-SIGNE
           ADD W-MNT TO W-TOT-ECO
           COMPUTE W-MNT = W-OCC-PRX-BON * W-SIGNE
           ADD W-MNT TO W-TOT-OCC
           COMPUTE W-MNT = W-OCC-ACH-BON * W-SIGNE
           ADD W-MNT TO W-TOT-OCA
           COMPUTE W-MNT = W-OCC-MRG-BON * W-SIGNE
           ADD W-MNT TO W-TOT-MRG
           COMPUTE W-MNT = W-OCC-TVM-BON * W-SIGNE
           ADD W-MNT TO W-TOT-TVM
           COMPUTE W-MNT = W-REP-BON * W-SIGNE
           ADD W-MNT TO W-TOT-REP
           IF AFC-MBDI = 1
      * flux export / exonéré : toutes les bases à part, pas de taxe
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                MOVE 0 TO W-REC-BTV(I)
           END-PERFORM
           MOVE 0 TO W-ECO-BON W-OCC-PRX-BON W-OCC-ACH-BON
                     W-OCC-MRG-BON W-OCC-TVM-BON W-REP-BON
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           COMPUTE W-MNT ROUNDED = QTE-MLDI * PUN-MLDI
      * reprise de matériel : déduite du net, hors base (RECH-CT)
           IF MOT-MLDI = "REP"
                ADD W-MNT TO W-REP-BON
                EXIT PARAGRAPH.
      * occasion au régime de la marge : hors groupes, taxée sur
      * sa marge
           IF OCC-MART = 1 AND AFC-MBDI = 0
                PERFORM Marge-Une-Ligne
                EXIT PARAGRAPH.
           ADD W-MNT TO W-REC-BTV(W-GTV)
151026* l'éco-contribution de la ligne, hors remises, est dans la
151026* base imposable du groupe (cf. Cal-Mon)
           IF ECO-MLDI NOT = 0
                COMPUTE W-MNT ROUNDED = QTE-MLDI * ECO-MLDI
                ADD W-MNT TO W-REC-BTV(W-GTV) W-ECO-BON
           END-IF.

      * marge de l'unité vendue : prix - prix d'achat du registre
      * (à défaut le prix de revient de la ligne) ; la TVA est
      * comprise dans la marge TTC, au taux du groupe de l'article
       Marge-Une-Ligne.
           ADD W-MNT TO W-OCC-PRX-BON
           COMPUTE W-ACH ROUNDED = QTE-MLDI * PRU-MLDI
           IF W-OCC-OK = 1
                MOVE ART-MLDI TO ART-MOCC
                READ MXOCCAS KEY IS CLE2-MOCC
                     INVALID CONTINUE
                     NOT INVALID
                          COMPUTE W-ACH ROUNDED = QTE-MLDI * VAL-MOCC
                END-READ
           END-IF
           ADD W-ACH TO W-OCC-ACH-BON
           COMPUTE W-MRG = W-MNT - W-ACH
           IF QTE-MLDI > 0 AND W-MRG NOT > 0
                EXIT PARAGRAPH.
           IF QTE-MLDI < 0 AND W-MRG NOT < 0
                EXIT PARAGRAPH.
           ADD W-MRG TO W-OCC-MRG-BON
           IF RCT-MPAR(W-GTV) NOT = 1
                COMPUTE W-MNT ROUNDED = W-MRG * TVA-MPAR(W-GTV)
                        / (100 + TVA-MPAR(W-GTV))
                ADD W-MNT TO W-OCC-TVM-BON
           END-IF.

       Edite-Declaration.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
           MOVE "PORT" TO LT-LIB
           MOVE W-TOT-PORT TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "DONT ECO-CONTRIBUTIONS" TO LT-LIB
           MOVE W-TOT-ECO TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           IF W-TOT-OCC NOT = 0 OR W-TOT-REP NOT = 0
                PERFORM Edite-Marge
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-TVA
           MOVE W-TOT-TVA TO LT-TVA
           WRITE LIGNE-ETAT FROM LIGNE-TVA
      * rapprochement : bases + exo + taxe + port = TTC facturé
      * (+ ventes au régime de la marge, TVA comprise, et
      * reprises déduites)
           COMPUTE W-MNT = W-TOT-BASE + W-TOT-EXO + W-TOT-TVA
                   + W-TOT-PORT + W-TOT-OCC + W-TOT-REP
           MOVE SPACE TO LIGNE-TVA
           MOVE "RECONSTITUE / TTC PERIODE" TO LT-LIB
           MOVE W-MNT TO LT-BASE
                WRITE LIGNE-ETAT
           END-IF.

      * biens d'occasion : régime particulier de la marge (base
      * hors taxe = marge TTC - TVA comprise), reprises déduites
       Edite-Marge.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "REGIME DE LA MARGE - BIENS D'OCCASION"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-TVA
           MOVE "PRIX DE VENTE" TO LT-LIB
           MOVE W-TOT-OCC TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "PRIX D'ACHAT" TO LT-LIB
           MOVE W-TOT-OCA TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "MARGE TTC TAXABLE" TO LT-LIB
           MOVE W-TOT-MRG TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "BASE HT / TVA SUR MARGE" TO LT-LIB
           COMPUTE W-MNT = W-TOT-MRG - W-TOT-TVM
           MOVE W-MNT TO LT-BASE
           MOVE W-TOT-TVM TO LT-TVA
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "REPRISES DEDUITES DES BONS" TO LT-LIB
           MOVE W-TOT-REP TO LT-BASE
           WRITE LIGNE-ETAT FROM LIGNE-TVA
           MOVE SPACE TO LIGNE-TVA
           MOVE "TVA DUE (GROUPES + MARGE)" TO LT-LIB
           COMPUTE W-MNT = W-TOT-TVA + W-TOT-TVM
           MOVE W-MNT TO LT-TVA
           WRITE LIGNE-ETAT FROM LIGNE-TVA.

           COPY "conv-num.cbl".

       Fin.
