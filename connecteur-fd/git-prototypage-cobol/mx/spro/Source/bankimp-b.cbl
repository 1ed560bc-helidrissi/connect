020926*         par les relances, comme sepa-b REJET ;
020926*       - tout mouvement non rapproché sort dans l'atelier
020926*         manuel ft/bankimp-attente.txt, rien n'est perdu.
151026*       - crédit d'une remise en banque de remise-b (LCR,
151026*         chèques, espèces) : rapproché d'abord par la
151026*         référence REMnnnnnn du libellé, en dernier recours
151026*         par le montant d'une seule remise en attente ; la
151026*         remise MXREMBQ passe rapprochée (R) ou en écart de
151026*         montant (E), cf. remise-b ECARTS.
151026*       - la traite soldée garde la date de valeur du crédit
151026*         (DLT-MECH, délai de paiement réel, cf. tresor-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       FILE-CONTROL.
       COPY "MXECHEAN.sl".
       COPY "MXREGLEM.sl".
       COPY "MXREMBQ.sl".
           SELECT RELEVE ASSIGN TO ASSIGN-RELEVE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-RELEVE.
       FILE                        SECTION.
       COPY "MXECHEAN.fd".
       COPY "MXREGLEM.fd".
       COPY "MXREMBQ.fd".
       FD  RELEVE LABEL RECORD STANDARD.
       01  ENR-RELEVE          PIC X(120).
       FD  ETAT LABEL RECORD STANDARD.
       77 W-NUM8-X             PIC X(08).
       77 W-DEJA               PIC 9.
       77 W-CLI-TRAITE         PIC 9(08).
       77 W-NRB                PIC 9(06).
       77 W-NRB-X              PIC X(06).
       77 W-NB-REM             PIC 9(05).
       77 W-NB-CAND            PIC 9(05).
       01 W-DATVAL-AMJ.
           05 W-DV-AA          PIC X(04).
           05 W-DV-MM          PIC X(02).
                OPEN OUTPUT MXREGLEM
                CLOSE MXREGLEM
                OPEN I-O MXREGLEM.
           OPEN I-O MXREMBQ
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREMBQ
                CLOSE MXREMBQ
                OPEN I-O MXREMBQ.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/bankimp-attente.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB-OK W-NB-REJ W-NB-ATT W-NB-REM
           PERFORM Traite-Une-Ligne UNTIL W-FIN = 1
           CLOSE RELEVE ETAT MXECHEAN MXREGLEM MXREMBQ
           DISPLAY "bankimp-b : " W-NB-OK " crédits rapprochés, "
                   W-NB-REJ " rejets réintégrés, " W-NB-ATT
                   " mouvements en attente"
           DISPLAY "bankimp-b : " W-NB-REM " remises pointées".
       F-Importe-Releve.
           EXIT.


      * cascade de rapprochement d'un crédit : référence de bout en
      * bout FACnnnnnnnn (sepa-b), puis no client + montant exact
151026* la référence de remise REMnnnnnn passe en tête, le montant
151026* d'une remise en attente en dernier recours
       Rapproche-Credit.
           PERFORM Remise-Par-Reference
           IF W-TROUVE = 1
                EXIT PARAGRAPH.
           PERFORM Cherche-Ref-Fac
           IF W-FAC NOT = 0
                PERFORM Impute-Par-Facture
                     EXIT PARAGRAPH
                END-IF
           END-IF
           PERFORM Remise-Par-Montant
           IF W-TROUVE = 1
                EXIT PARAGRAPH.
           MOVE "aucune traite au montant" TO LA-MOTIF
           PERFORM Ligne-En-Attente.

           SUBTRACT W-APPLIQUE FROM W-RESTE
           IF REG-MECH NOT < MNT-MECH
                MOVE 1 TO LET-MECH
                MOVE W-DATVAL TO DLT-MECH
           END-IF
           MOVE SPACE TO REJ-MECH
           MOVE W-CLI-TRAITE TO W-CLI
           END-READ
           MOVE MNT-MECH TO REG-MECH
           MOVE 1 TO LET-MECH
           MOVE W-DATVAL TO DLT-MECH
           MOVE SPACE TO REJ-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           END-REWRITE
           MOVE 1 TO W-TROUVE.

151026* REM suivi de 6 chiffres dans le libellé : bordereau ou
151026* remise LCR de remise-b
       Remise-Par-Reference.
           MOVE 0 TO W-TROUVE W-NRB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 23
                IF W-LIB(I:3) = "REM"
                AND W-LIB(I + 3:6) NUMERIC
                     MOVE W-LIB(I + 3:6) TO W-NRB-X
                     MOVE W-NRB-X TO W-NRB
                     EXIT PERFORM
                END-IF
           END-PERFORM
           IF W-NRB = 0
                EXIT PARAGRAPH.
           MOVE W-NRB TO NRB-MRBQ
           READ MXREMBQ INVALID
                EXIT PARAGRAPH
           END-READ
           IF TYP-MRBQ = SPACE OR STA-MRBQ = "R"
                EXIT PARAGRAPH.
           PERFORM Pointe-Remise.

151026* une seule remise en attente du montant exact du crédit
       Remise-Par-Montant.
           MOVE 0 TO W-TROUVE W-NRB W-NB-CAND W-FIN2
           MOVE 0 TO NRB-MRBQ
           START MXREMBQ KEY NOT < CLE1-MRBQ INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Candidat-Une-Remise UNTIL W-FIN2 = 1
           IF W-NB-CAND NOT = 1
                EXIT PARAGRAPH.
           MOVE W-NRB TO NRB-MRBQ
           READ MXREMBQ INVALID
                EXIT PARAGRAPH
           END-READ
           PERFORM Pointe-Remise.

       Candidat-Une-Remise.
           READ MXREMBQ NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF TYP-MRBQ = SPACE OR STA-MRBQ NOT = SPACE
                EXIT PARAGRAPH.
           IF MNT-MRBQ = W-MNT
                ADD 1 TO W-NB-CAND
                MOVE NRB-MRBQ TO W-NRB.

151026* crédit cumulé sur la remise : rapprochée si le montant
151026* remis est atteint, en écart sinon
       Pointe-Remise.
           ADD W-MNT TO MRP-MRBQ
           IF MRP-MRBQ = MNT-MRBQ
                MOVE "R" TO STA-MRBQ
           ELSE
                MOVE "E" TO STA-MRBQ.
           MOVE W-DATVAL TO DRP-MRBQ
           REWRITE ENR-MRBQ INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB-REM
           MOVE 1 TO W-TROUVE.

       Ligne-En-Attente.
           MOVE W-DATVAL TO LA-DAT
           MOVE W-SENS TO LA-SENS
