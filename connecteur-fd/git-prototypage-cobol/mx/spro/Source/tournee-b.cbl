020926* Le manifeste totalise les points ADR du chargement
020926* (PTS-MART par unité, cf. adr-b) et alerte quand la tournée
020926* franchit le seuil des 1000 points (1.1.3.6 ADR).
151026* Un bon livré sur un site du carnet d'adresses (SIT-MBDI,
151026* MXADRLIV) sort à l'adresse du site, avec sous l'arrêt le
151026* contact et les contraintes de livraison (hayon, semi,
151026* grue, jours, horaires, consigne - cf. contr-liv).
151026*   CRB <age> <bon> <motif>|RETIRE
151026*       décision de crédit : le bon sera livré contre
151026*       remboursement quelles que soient les conditions de
151026*       paiement du client (MXCRB, ORI = D), ou ne l'est plus
151026*       (RETIRE, tant que rien n'est encaissé).
151026* Le manifeste arrête dans MXCRB, pour chaque arrêt contre
151026* remboursement (conditions du client ou décision), le
151026* montant à encaisser : TTC du bon moins les acomptes déjà
151026* versés (MXACPT) ; il l'imprime sous l'arrêt avec le mode
151026* accepté et en totalise la tournée.  L'encaissement et le
151026* solde chauffeur sont l'affaire de livconf-b.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXCLI.sl".
       COPY "MXTOURNEE.sl".
       COPY "MXTOURBON.sl".
       COPY "MXADRLIV.sl".
       COPY "MXCRB.sl".
       COPY "MXACPT.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       COPY "MXCLI.fd".
       COPY "MXTOURNEE.fd".
       COPY "MXTOURBON.fd".
       COPY "MXADRLIV.fd".
       COPY "MXCRB.fd".
       COPY "MXACPT.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 W-FINL               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-SEQ                PIC 9(03).
       77 W-ADL                PIC 9.
       77 W-SITE-LIG           PIC X(80).
      * contre remboursement (MXCRB) : montant de l'arrêt, total et
      * nombre d'arrêts de la tournée, acomptes lisibles
       77 W-ACP                PIC 9.
       77 W-FINA               PIC 9.
       77 W-CRB                PIC S9(09)V99.
       77 W-CRB-TOUR           PIC S9(11)V99.
       77 W-NB-CRB             PIC 9(03).
       77 W-CRB-ED             PIC -(10)9,99.
           COPY "conv-num.wrk".
           COPY "contr-liv.wrk".
       01 LIGNE-CAND.
           05 LC-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           WHEN "AFFECTE"   PERFORM Affecte-Bon THRU F-Affecte-Bon
           WHEN "MANIFESTE" PERFORM Edite-Manifeste
                               THRU F-Edite-Manifeste
           WHEN "CRB"       PERFORM Decision-Crb THRU F-Decision-Crb
           WHEN OTHER
                DISPLAY "tournee-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : tournee-b CANDIDATS age date"
                        "chauffeur cap"
                DISPLAY "        tournee-b AFFECTE age date nto bon"
                DISPLAY "        tournee-b MANIFESTE age date nto"
                DISPLAY "        tournee-b CRB age bon motif|RETIRE"
           END-EVALUATE
           GO Fin.

                DISPLAY "usage : tournee-b MANIFESTE age date nto"
                GO F-Edite-Manifeste.
           OPEN INPUT MXTOURNEE MXTOURBON MXBDIS MXLDIS MXART MXCLI
           MOVE 0 TO W-ADL
           OPEN INPUT MXADRLIV
           IF FILE-STATUS = "00"
                MOVE 1 TO W-ADL.
           PERFORM Ouvre-Crb
           MOVE 0 TO W-ACP
           OPEN INPUT MXACPT
           IF FILE-STATUS = "00"
                MOVE 1 TO W-ACP.
           MOVE W-AGE TO AGE-MTOU
           MOVE W-DATT TO DAT-MTOU
           MOVE W-NTO TO NTO-MTOU
           START MXTOURBON KEY NOT < CLE1-MTOB INVALID
                MOVE 1 TO W-FIN
           END-START
           MOVE 0 TO W-ADR-TOUR W-CRB-TOUR W-NB-CRB
           PERFORM Manifeste-Un-Arret UNTIL W-FIN = 1
           IF W-NB-CRB NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE W-CRB-TOUR TO W-CRB-ED
                MOVE SPACE TO LIGNE-ETAT
                STRING "TOTAL A ENCAISSER CONTRE REMBOURSEMENT : "
                       DELIMITED BY SIZE
                       W-CRB-ED DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       W-NB-CRB DELIMITED BY SIZE
                       " ARRET(S)" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
020926*    total ADR du chargement et alerte au seuil des 1000
020926*    points (au-delà : conducteur formé, véhicule signalisé)
           MOVE SPACE TO LIGNE-ETAT
           EXIT.

       Ferme-Manifeste.
           CLOSE MXTOURNEE MXTOURBON MXBDIS MXLDIS MXART MXCLI MXCRB
           IF W-ADL = 1
                CLOSE MXADRLIV.
           IF W-ACP = 1
                CLOSE MXACPT.

       Ouvre-Crb.
           OPEN I-O MXCRB
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCRB
                CLOSE MXCRB
                OPEN I-O MXCRB.

       Manifeste-Un-Arret.
           READ MXTOURBON NEXT AT END MOVE 1 TO W-FIN
           MOVE W-AGE TO AGE-MBDI
           MOVE BON-MTOB TO BON-MBDI
           READ MXBDIS INVALID
                MOVE 0 TO CLI-MBDI TTC-MBDI SIT-MBDI
           END-READ
           PERFORM Cal-Poi-Bon
           MOVE CLI-MBDI TO COD-MCLI
           MOVE RAI-MCLI TO LM-RAI
           MOVE ADR-MCLI TO LM-ADR
           MOVE VIL-MCLI TO LM-VIL
      * site du carnet d'adresses : lieu de livraison du bon
           MOVE SPACE TO CTL-TXT W-SITE-LIG
           IF SIT-MBDI > 0 AND W-ADL = 1
                PERFORM Site-Livraison.
           MOVE W-NBCOLIS TO LM-COL
      * contre remboursement : montant à encaisser à la livraison
           PERFORM Contre-Remboursement
           MOVE W-CRB TO LM-CRB
           WRITE LIGNE-ETAT FROM LIGNE-MAN
           IF W-CRB NOT = 0
                MOVE W-CRB TO W-CRB-ED
                MOVE SPACE TO LIGNE-ETAT
                STRING "CONTRE REMBOURSEMENT - A ENCAISSER "
                       DELIMITED BY SIZE
                       W-CRB-ED DELIMITED BY SIZE
                       " EUR EN ESPECES OU CHEQUE" DELIMITED BY SIZE
                       INTO LIGNE-ETAT(14:)
                WRITE LIGNE-ETAT.
           IF W-SITE-LIG NOT = SPACE
                MOVE SPACE TO LIGNE-ETAT
                MOVE W-SITE-LIG TO LIGNE-ETAT(14:)
                WRITE LIGNE-ETAT.
           IF CTL-TXT NOT = SPACE
                MOVE SPACE TO LIGNE-ETAT
                MOVE CTL-TXT TO LIGNE-ETAT(14:)
                WRITE LIGNE-ETAT.
           ADD W-ADR-BON TO W-ADR-TOUR
           ADD 1 TO W-NB.

      * arrêt contre remboursement (client PAI-MCLI = 4 ou décision
      * de crédit MXCRB) : le montant dû à la livraison est arrêté
      * sur l'arrêt ; un bon déjà versé au solde d'une tournée
      * précédente n'est plus à encaisser
       Contre-Remboursement.
           MOVE 0 TO W-CRB
           MOVE W-AGE TO AGE-MCRB
           MOVE BON-MTOB TO BON-MCRB
           READ MXCRB INVALID
                IF PAI-MCLI NOT = 4
                     EXIT PARAGRAPH
                END-IF
                INITIALIZE ENR-MCRB
                MOVE W-AGE TO AGE-MCRB
                MOVE BON-MTOB TO BON-MCRB
                MOVE "C" TO ORI-MCRB
                MOVE W-DATT TO DDE-MCRB
           END-READ
           IF NRG-MCRB NOT = 0
                EXIT PARAGRAPH.
      * bon refusé sur une tournée précédente et représenté
           IF STA-MCRB = "R"
           AND (DTO-MCRB NOT = W-DATT OR NTO-MCRB NOT = W-NTO)
                MOVE SPACE TO STA-MCRB MOD-MCRB CHQ-MCRB
                MOVE 0 TO ENC-MCRB DEN-MCRB.
           PERFORM Cumule-Acomptes
           COMPUTE W-CRB = TTC-MBDI - W-CRB
           IF W-CRB < 0
                MOVE 0 TO W-CRB.
           MOVE CLI-MBDI TO CLI-MCRB
           MOVE W-CRB TO MNT-MCRB
           MOVE W-DATT TO DTO-MCRB
           MOVE W-NTO TO NTO-MCRB
           MOVE SEQ-MTOB TO SEQ-MCRB
           WRITE ENR-MCRB INVALID
                REWRITE ENR-MCRB INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD W-CRB TO W-CRB-TOUR
           ADD 1 TO W-NB-CRB.

      * acomptes non annulés déjà versés sur le bon (W-CRB)
       Cumule-Acomptes.
           MOVE 0 TO W-CRB
           IF W-ACP = 0
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MACP
           MOVE BON-MTOB TO BON-MACP
           MOVE 0 TO W-FINA
           START MXACPT KEY NOT < CLE2-MACP INVALID
                MOVE 1 TO W-FINA
           END-START
           PERFORM Cumule-Un-Acompte UNTIL W-FINA = 1.

       Cumule-Un-Acompte.
           READ MXACPT NEXT AT END MOVE 1 TO W-FINA
                EXIT PARAGRAPH
           END-READ
           IF AGE-MACP NOT = W-AGE OR BON-MACP NOT = BON-MTOB
                MOVE 1 TO W-FINA
                EXIT PARAGRAPH.
           IF CANN-MACP = 0
                ADD MNT-MACP TO W-CRB.

       Site-Livraison.
           MOVE RAI-MBDI TO LM-RAI
           MOVE ADR-MBDI TO LM-ADR
           MOVE VIL-MBDI TO LM-VIL
           MOVE CLI-MBDI TO CLI-MADL
           MOVE SIT-MBDI TO SIT-MADL
           READ MXADRLIV INVALID
                EXIT PARAGRAPH
           END-READ
           IF CTC-MADL NOT = SPACE OR TEL-MADL NOT = SPACE
                STRING "contact " DELIMITED BY SIZE
                       CTC-MADL DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       TEL-MADL DELIMITED BY "  "
                       INTO W-SITE-LIG.
           PERFORM CONTR-LIV.

      ******************************************************************
      *    CRB : décision de crédit - livraison contre remboursement
      ******************************************************************
       Decision-Crb.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           IF W-AGE = SPACE OR W-BON = 0 OR W-PAR4 = SPACE
                DISPLAY "usage : tournee-b CRB age bon motif|RETIRE"
                GO F-Decision-Crb.
           OPEN INPUT MXBDIS
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                DISPLAY "tournee-b : bon inconnu " W-AGE " " W-BON
                CLOSE MXBDIS
                GO F-Decision-Crb
           END-READ
           CLOSE MXBDIS
           PERFORM Ouvre-Crb
           MOVE W-AGE TO AGE-MCRB
           MOVE W-BON TO BON-MCRB
           READ MXCRB INVALID
                INITIALIZE ENR-MCRB
                MOVE W-AGE TO AGE-MCRB
                MOVE W-BON TO BON-MCRB
           END-READ
           IF STA-MCRB NOT = SPACE OR NRG-MCRB NOT = 0
                DISPLAY "tournee-b : contre remboursement déjà "
                        "encaissé, bon " W-BON
                CLOSE MXCRB
                GO F-Decision-Crb.
           IF W-PAR4 = "RETIRE"
                DELETE MXCRB INVALID CONTINUE
                END-DELETE
                DISPLAY "tournee-b : bon " W-BON
                        " retiré du contre remboursement"
                CLOSE MXCRB
                GO F-Decision-Crb.
           MOVE CLI-MBDI TO CLI-MCRB
           MOVE "D" TO ORI-MCRB
           MOVE W-PAR4 TO MOT-MCRB
           MOVE W-DAT TO DDE-MCRB
           WRITE ENR-MCRB INVALID
                REWRITE ENR-MCRB INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXCRB
           DISPLAY "tournee-b : bon " W-BON
                   " livré contre remboursement (" W-PAR4 ")".
       F-Decision-Crb.
           EXIT.

           COPY "conv-num.cbl".
           COPY "contr-liv.cbl".

       Fin.
           STOP RUN.
