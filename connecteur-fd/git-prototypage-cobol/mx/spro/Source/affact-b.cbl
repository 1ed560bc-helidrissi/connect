      *{Bench}prg-comment
      * affact-b.cbl
151026* affact-b.cbl : affacturage (cession des créances au factor).
151026* Le factor et notre contrat : MX-DIR/affact.cfg, une ligne
151026* nom;no adhérent;iban;bic;mention de subrogation (la même
151026* configuration sert aux factures facgrp-b et facturx-b).
151026*   CEDE [date]
151026*       remise quotidienne : les échéances ouvertes non cédées
151026*       des clients affacturés (AFF-MCLI = 1), hors douteuses,
151026*       retenues de garantie, pénalités et échéances déjà
151026*       remises en banque, partent dans une
151026*       remise numérotée ft/affact-rem-<no>.txt au format du
151026*       factor (H entête, D détail client;raison;siren;
151026*       facture;date facture;échéance;montant, T total) ;
151026*       l'échéance est marquée cédée (AFF/NRA/DRA-MECH) et ne
151026*       se relance ni ne se prélève plus ; écriture OD débit
151026*       factor (G;FAC) crédit clients (G;CLI) ;
151026*   RELEVE <fic>
151026*       intègre le relevé de compte du factor : entête
151026*       H;référence;date (une référence déjà intégrée est
151026*       refusée) puis type;date;facture;montant;libellé avec
151026*       P encaissement débiteur (pointe l'échéance cédée),
151026*       F financement (banque / factor), G retenue de garantie
151026*       (G;FRG / factor), L libération de retenue (factor /
151026*       G;FRG), C commission hors taxe (G;FCO + TVA déductible
151026*       / factor), R recours (clients / factor, l'échéance
151026*       revient à la relance) ; rapprochement et lignes non
151026*       rapprochées dans ft/affact-releve-<référence>.txt ;
151026*   LISTE
151026*       encours cédé non encaissé, ft/affact-encours.txt.
151026* Les écritures passent par MXECRGEN (ecr-gen), journal OD,
151026* exportées par gljrn-b GENERE.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. affact-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:30:22.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXECHEAN.sl".
       COPY "MXPARAM.sl".
       COPY "MXAFFREM.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
       COPY "MXPARAM.fd".
       COPY "MXAFFREM.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(160).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(160).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-DATCES             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(05).
       77 W-NRA                PIC 9(06).
       77 W-REF                PIC X(12).
       77 W-FAC                PIC 9(08).
       77 W-MNT                PIC S9(11)V99.
       77 W-SOLDE              PIC S9(11)V99.
       77 W-TVA                PIC S9(11)V99.
       77 W-TOT                PIC S9(13)V99.
       77 W-ECART              PIC S9(11)V99.
           COPY "conv-num.wrk".
           COPY "ecr-gen.wrk".
      * factor : affact.cfg
       01 W-FACTOR.
           05 W-FAC-NOM        PIC X(40).
           05 W-FAC-ADH        PIC X(20).
           05 W-FAC-IBAN       PIC X(34).
           05 W-FAC-BIC        PIC X(11).
           05 W-FAC-MENTION    PIC X(140).
      * ligne de relevé du factor
       01 W-ZONES-REL.
           05 WR-TYP           PIC X(01).
           05 WR-DAT           PIC X(10).
           05 WR-FAC           PIC X(10).
           05 WR-MNT           PIC X(16).
           05 WR-LIB           PIC X(30).
       77 W-REL-DAT            PIC 9(08).
      * cumuls du relevé par type de ligne
       01 W-CUMULS-REL.
           05 W-CUM-P          PIC S9(13)V99.
           05 W-CUM-F          PIC S9(13)V99.
           05 W-CUM-G          PIC S9(13)V99.
           05 W-CUM-L          PIC S9(13)V99.
           05 W-CUM-C          PIC S9(13)V99.
           05 W-CUM-R          PIC S9(13)V99.
       01 W-MNT-ED             PIC -(10)9,99.
       01 W-NB-ED              PIC Z(05)9.
       01 LIGNE-ENC.
           05 LE-CLI           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LE-RAI           PIC X(30).
           05 FILLER           PIC X(02).
           05 LE-FAC           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LE-DEC           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LE-NRA           PIC 9(06).
           05 FILLER           PIC X(02).
           05 LE-DRA           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LE-SOLDE         PIC -(10)9,99.
       01 LIGNE-REL.
           05 LR-TYP           PIC X(01).
           05 FILLER           PIC X(02).
           05 LR-DAT           PIC X(10).
           05 FILLER           PIC X(02).
           05 LR-FAC           PIC X(10).
           05 FILLER           PIC X(02).
           05 LR-MNT           PIC -(10)9,99.
           05 FILLER           PIC X(02).
           05 LR-LIB           PIC X(30).
           05 FILLER           PIC X(02).
           05 LR-ETAT          PIC X(30).
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
                INTO W-FONCTION W-PAR2
           EVALUATE W-FONCTION
           WHEN "CEDE"    PERFORM Cede-Echeances THRU F-Cede-Echeances
           WHEN "RELEVE"  PERFORM Integre-Releve THRU F-Integre-Releve
           WHEN "LISTE"   PERFORM Edite-Encours THRU F-Edite-Encours
           WHEN OTHER
                DISPLAY "affact-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : affact-b CEDE [date]"
                DISPLAY "        affact-b RELEVE fichier"
                DISPLAY "        affact-b LISTE"
           END-EVALUATE
           GO Fin.

      * factor : MX-DIR/affact.cfg, nom;adhérent;iban;bic;mention
       Charge-Factor.
           MOVE SPACE TO W-FACTOR
           STRING MX-DIR DELIMITED BY "  "
                  "/affact.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                UNSTRING ENR-CONFIG DELIMITED BY ";"
                     INTO W-FAC-NOM W-FAC-ADH W-FAC-IBAN W-FAC-BIC
                          W-FAC-MENTION
           END-READ
           CLOSE CONFIG.

      * un mouvement OD d'affacturage (compte par clé G de la table)
       Ecrit-Od.
           MOVE "OD" TO EG-JRN
           MOVE "affact-b" TO EG-ORI
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                DISPLAY "affact-b : écriture non enregistrée "
                        EG-PCE " " EG-LIB
           END-IF.

      ******************************************************************
      *    CEDE : remise quotidienne des échéances au factor
      ******************************************************************
       Cede-Echeances.
           MOVE W-DAT TO W-DATCES
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATCES.
           PERFORM Charge-Factor
           IF W-FAC-NOM = SPACE
                DISPLAY "affact-b : factor absent de affact.cfg"
                GO F-Cede-Echeances.
           OPEN INPUT MXCLI
           OPEN I-O MXECHEAN
           OPEN I-O MXAFFREM
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXAFFREM
                CLOSE MXAFFREM
                OPEN I-O MXAFFREM.
      * numéro de remise : le dernier attribué plus un
           MOVE 0 TO W-NRA
           MOVE "C" TO TYP-MAFR
           MOVE HIGH-VALUE TO NUM-MAFR
           START MXAFFREM KEY NOT > CLE1-MAFR INVALID
                CONTINUE
           NOT INVALID
                READ MXAFFREM PREVIOUS AT END CONTINUE
                NOT AT END
                     IF TYP-MAFR = "C"
                          MOVE NUM-MAFR(1:6) TO W-NRA
                     END-IF
                END-READ
           END-START
           ADD 1 TO W-NRA
           MOVE 0 TO W-NB W-TOT W-FIN
           MOVE SPACE TO ENR-MECH
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cede-Une-Echeance UNTIL W-FIN = 1
           IF W-NB = 0
                CLOSE MXCLI MXECHEAN MXAFFREM
                DISPLAY "affact-b : aucune échéance à céder"
                GO F-Cede-Echeances.
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "T;" DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
      * trace de la remise, qui porte aussi le compteur
           INITIALIZE ENR-MAFR
           MOVE "C" TO TYP-MAFR
           MOVE W-NRA TO NUM-MAFR(1:6)
           MOVE W-DATCES TO DAT-MAFR
           MOVE W-NB TO NB-MAFR
           MOVE W-TOT TO MNT-MAFR
           WRITE ENR-MAFR INVALID CONTINUE
           END-WRITE
           CLOSE MXCLI MXECHEAN MXAFFREM
      * transfert de la créance : débit factor, crédit clients
           INITIALIZE ECR-ZONES
           MOVE W-DATCES TO EG-DAT
           STRING "AFC" DELIMITED BY SIZE
                  W-NRA DELIMITED BY SIZE
                  INTO EG-PCE
           MOVE "G" TO EG-TYP
           MOVE "FAC" TO EG-CLE
           STRING "CESSION REMISE " DELIMITED BY SIZE
                  W-NRA DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE W-TOT TO EG-DEB
           PERFORM Ecrit-Od
           MOVE "CLI" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-TOT TO EG-CRE
           PERFORM Ecrit-Od
           DISPLAY "affact-b : remise " W-NRA ", " W-NB
                   " échéances, " W-MNT-ED
           DISPLAY "affact-b : fichier " ASSIGN-ETAT.
       F-Cede-Echeances.
           EXIT.

       Cede-Une-Echeance.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LET-MECH = 1 OR AFF-MECH NOT = 0
                EXIT PARAGRAPH.
      * douteuse, retenue de garantie non échue, déjà remise en
      * banque (SEPA, LCR) ou pénalité : pas de cession
           IF DOU-MECH NOT = SPACE OR RTG-MECH = 1 OR IRM-MECH = 1
           OR TYP-MECH = "P"
                EXIT PARAGRAPH.
      * une échéance datée après la remise attend la suivante
           IF DFA-MECH > W-DATCES
                EXIT PARAGRAPH.
           COMPUTE W-SOLDE = MNT-MECH - REG-MECH
           IF W-SOLDE = 0
                EXIT PARAGRAPH.
           MOVE CLI-MECH TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           IF AFF-MCLI NOT = 1
                EXIT PARAGRAPH.
           IF W-NB = 0
                PERFORM Ouvre-Remise.
           MOVE W-SOLDE TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "D;" DELIMITED BY SIZE
                  CLI-MECH DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  SIR1-MCLI DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DFA-MECH DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DEC-MECH DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 1 TO AFF-MECH
           MOVE W-NRA TO NRA-MECH
           MOVE W-DATCES TO DRA-MECH
           REWRITE ENR-MECH INVALID
                DISPLAY "affact-b : échéance non marquée " NEC-MECH
           END-REWRITE
           ADD 1 TO W-NB
           ADD W-SOLDE TO W-TOT.

       Ouvre-Remise.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/affact-rem-" DELIMITED BY SIZE
                  W-NRA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "H;" DELIMITED BY SIZE
                  W-FAC-ADH DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-NRA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DATCES DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    RELEVE : intégration et rapprochement du relevé du factor
      ******************************************************************
       Integre-Releve.
           IF W-PAR2 = SPACE
                DISPLAY "usage : affact-b RELEVE fichier"
                GO F-Integre-Releve.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "affact-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Integre-Releve.
           READ MOUVT AT END
                MOVE SPACE TO ENR-MOUVT
           END-READ
           MOVE SPACE TO W-ZONES-REL
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WR-TYP W-REF WR-DAT
           IF WR-TYP NOT = "H" OR W-REF = SPACE
                DISPLAY "affact-b : entête H;référence;date absente"
                CLOSE MOUVT
                GO F-Integre-Releve.
           MOVE WR-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-REL-DAT
           IF W-REL-DAT = 0
                MOVE W-DAT TO W-REL-DAT.
           OPEN I-O MXAFFREM
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXAFFREM
                CLOSE MXAFFREM
                OPEN I-O MXAFFREM.
           MOVE "R" TO TYP-MAFR
           MOVE W-REF TO NUM-MAFR
           READ MXAFFREM INVALID CONTINUE
           NOT INVALID
                DISPLAY "affact-b : relevé " W-REF
                        " déjà intégré le " DAT-MAFR
                CLOSE MOUVT MXAFFREM
                GO F-Integre-Releve
           END-READ
           OPEN INPUT MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                INITIALIZE ENR-MPAR
           END-READ
           CLOSE MXPARAM
           OPEN I-O MXECHEAN
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/affact-releve-" DELIMITED BY SIZE
                  W-REF DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RAPPROCHEMENT DU RELEVE FACTOR " DELIMITED BY SIZE
                  W-REF DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-REL-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           INITIALIZE W-CUMULS-REL
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Integre-Une-Ligne UNTIL W-FIN = 1
           PERFORM Edite-Cumuls-Releve
           CLOSE MOUVT ETAT MXECHEAN
           INITIALIZE ENR-MAFR
           MOVE "R" TO TYP-MAFR
           MOVE W-REF TO NUM-MAFR
           MOVE W-REL-DAT TO DAT-MAFR
           MOVE W-NB TO NB-MAFR
           MOVE W-CUM-F TO MNT-MAFR
           WRITE ENR-MAFR INVALID CONTINUE
           END-WRITE
           CLOSE MXAFFREM
           DISPLAY "affact-b : relevé " W-REF ", " W-NB " lignes, "
                   W-ERR " non rapprochées"
           DISPLAY "affact-b : état " ASSIGN-ETAT.
       F-Integre-Releve.
           EXIT.

       Integre-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-REL
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WR-TYP WR-DAT WR-FAC WR-MNT WR-LIB
           IF WR-TYP = SPACE
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           MOVE WR-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO EG-DAT
           MOVE WR-FAC TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-FAC
           MOVE WR-MNT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MNT
           MOVE SPACE TO LIGNE-REL
           MOVE WR-TYP TO LR-TYP
           MOVE WR-DAT TO LR-DAT
           MOVE WR-FAC TO LR-FAC
           MOVE W-MNT TO LR-MNT
           MOVE WR-LIB TO LR-LIB
           MOVE "RAPPROCHE" TO LR-ETAT
           EVALUATE WR-TYP
           WHEN "P" PERFORM Releve-Encaissement
           WHEN "R" PERFORM Releve-Recours
           WHEN "F" PERFORM Releve-Financement
           WHEN "G" PERFORM Releve-Retenue
           WHEN "L" PERFORM Releve-Liberation
           WHEN "C" PERFORM Releve-Commission
           WHEN OTHER
                MOVE "TYPE DE LIGNE INCONNU" TO LR-ETAT
                ADD 1 TO W-ERR
           END-EVALUATE
           WRITE LIGNE-ETAT FROM LIGNE-REL.

      * zones communes des écritures d'une ligne de relevé
       Prepare-Od.
           MOVE EG-DAT TO W-DATCES
           INITIALIZE ECR-ZONES
           MOVE W-DATCES TO EG-DAT
           IF EG-DAT = 0
                MOVE W-REL-DAT TO EG-DAT.
           STRING "AFR" DELIMITED BY SIZE
                  W-REF DELIMITED BY " "
                  INTO EG-PCE
           MOVE "G" TO EG-TYP
           MOVE WR-LIB TO EG-LIB
           IF EG-LIB = SPACE
                STRING "RELEVE FACTOR " DELIMITED BY SIZE
                       W-REF DELIMITED BY SIZE
                       INTO EG-LIB.

      * première échéance cédée de la facture encore ouverte
       Cherche-Echeance.
           MOVE 0 TO W-TROUVE W-FIN2
           IF W-FAC = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MECH
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                EXIT PARAGRAPH
           END-START
           PERFORM Lit-Echeance UNTIL W-TROUVE = 1 OR W-FIN2 = 1.

       Lit-Echeance.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF FAC-MECH = W-FAC AND AFF-MECH = 1 AND LET-MECH NOT = 1
                MOVE 1 TO W-TROUVE.

      * encaissement du débiteur chez le factor : l'échéance cédée
      * est pointée, sans écriture (la créance est au factor)
       Releve-Encaissement.
           ADD W-MNT TO W-CUM-P
           PERFORM Cherche-Echeance
           IF W-TROUVE = 0
                MOVE "FACTURE CEDEE NON TROUVEE" TO LR-ETAT
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           ADD W-MNT TO REG-MECH
           COMPUTE W-ECART = MNT-MECH - REG-MECH
           IF W-ECART NOT > 0
                MOVE 1 TO LET-MECH
                MOVE EG-DAT TO DLT-MECH
                IF DLT-MECH = 0
                     MOVE W-REL-DAT TO DLT-MECH
                END-IF
           END-IF
           IF W-ECART < 0
                MOVE "RAPPROCHE, TROP-PERCU" TO LR-ETAT
           END-IF
           IF W-ECART > 0
                MOVE "RAPPROCHE, SOLDE RESTANT" TO LR-ETAT
           END-IF
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE.

      * recours : la créance impayée revient chez nous
       Releve-Recours.
           ADD W-MNT TO W-CUM-R
           PERFORM Cherche-Echeance
           IF W-TROUVE = 0
                MOVE "FACTURE CEDEE NON TROUVEE" TO LR-ETAT
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE 2 TO AFF-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           PERFORM Prepare-Od
           MOVE "CLI" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           PERFORM Ecrit-Od
           MOVE "FAC" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MNT TO EG-CRE
           PERFORM Ecrit-Od.

       Releve-Financement.
           ADD W-MNT TO W-CUM-F
           PERFORM Prepare-Od
           MOVE "BNQ" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           PERFORM Ecrit-Od
           MOVE "FAC" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MNT TO EG-CRE
           PERFORM Ecrit-Od.

       Releve-Retenue.
           ADD W-MNT TO W-CUM-G
           PERFORM Prepare-Od
           MOVE "FRG" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           PERFORM Ecrit-Od
           MOVE "FAC" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MNT TO EG-CRE
           PERFORM Ecrit-Od.

       Releve-Liberation.
           ADD W-MNT TO W-CUM-L
           PERFORM Prepare-Od
           MOVE "FAC" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           PERFORM Ecrit-Od
           MOVE "FRG" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MNT TO EG-CRE
           PERFORM Ecrit-Od.

      * commission hors taxe, TVA au taux du groupe 1 de MXPARAM
       Releve-Commission.
           ADD W-MNT TO W-CUM-C
           COMPUTE W-TVA ROUNDED = W-MNT * TVA-MPAR(1) / 100
           PERFORM Prepare-Od
           MOVE "FCO" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           PERFORM Ecrit-Od
           IF W-TVA NOT = 0
                MOVE "D" TO EG-TYP
                MOVE "1" TO EG-CLE
                MOVE W-TVA TO EG-DEB
                PERFORM Ecrit-Od
                MOVE "G" TO EG-TYP
           END-IF
           MOVE "FAC" TO EG-CLE
           MOVE 0 TO EG-DEB
           COMPUTE EG-CRE = W-MNT + W-TVA
           PERFORM Ecrit-Od.

       Edite-Cumuls-Releve.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-REL
           MOVE "ENCAISSEMENTS DEBITEURS" TO LR-LIB
           MOVE W-CUM-P TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE "FINANCEMENTS" TO LR-LIB
           MOVE W-CUM-F TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE "RETENUES DE GARANTIE" TO LR-LIB
           MOVE W-CUM-G TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE "LIBERATIONS DE RETENUE" TO LR-LIB
           MOVE W-CUM-L TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE "COMMISSIONS HT" TO LR-LIB
           MOVE W-CUM-C TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE "RECOURS" TO LR-LIB
           MOVE W-CUM-R TO LR-MNT
           WRITE LIGNE-ETAT FROM LIGNE-REL
           MOVE W-ERR TO W-NB-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "LIGNES NON RAPPROCHEES : " DELIMITED BY SIZE
                  W-NB-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    LISTE : encours cédé non encaissé
      ******************************************************************
       Edite-Encours.
           OPEN INPUT MXCLI MXECHEAN
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/affact-encours.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "ENCOURS CEDE AU FACTOR NON ENCAISSE" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-TOT W-FIN
           MOVE SPACE TO ENR-MECH
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Cession UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "TOTAL " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  " ECHEANCES : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXCLI MXECHEAN
           DISPLAY "affact-b : " W-NB " échéances cédées ouvertes, "
                   "état " ASSIGN-ETAT.
       F-Edite-Encours.
           EXIT.

       Edite-Une-Cession.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AFF-MECH NOT = 1 OR LET-MECH = 1
                EXIT PARAGRAPH.
           MOVE CLI-MECH TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
           END-READ
           COMPUTE W-SOLDE = MNT-MECH - REG-MECH
           MOVE SPACE TO LIGNE-ENC
           MOVE CLI-MECH TO LE-CLI
           MOVE RAI-MCLI TO LE-RAI
           MOVE FAC-MECH TO LE-FAC
           MOVE DEC-MECH TO LE-DEC
           MOVE NRA-MECH TO LE-NRA
           MOVE DRA-MECH TO LE-DRA
           MOVE W-SOLDE TO LE-SOLDE
           WRITE LIGNE-ETAT FROM LIGNE-ENC
           ADD 1 TO W-NB
           ADD W-SOLDE TO W-TOT.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
