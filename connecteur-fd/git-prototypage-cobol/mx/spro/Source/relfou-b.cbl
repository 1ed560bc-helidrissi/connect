      *{Bench}prg-comment
      * relfou-b.cbl
151026* relfou-b.cbl : relance quotidienne des commandes
151026* fournisseurs (expediting).
151026*   RELANCE <age> [<jours>]
151026*       parcourt les commandes fournisseurs de l'agence
151026*       (MXBDIS TYP = 5) et retient les lignes d'achat encore
151026*       attendues (TLI 3, reste à recevoir) :
151026*         - sans accusé (ACK-MLDI blanc, cf. edi-b ORDRSP et
151026*           ackfou-m) plus de <jours> après la commande
151026*           (délai propre RLJ-MFOU du fournisseur s'il est
151026*           renseigné, 5 jours par défaut) ;
151026*         - accusées dont la date confirmée DAC-MLDI est
151026*           dépassée ;
151026*       les lignes refusées (ACK R) et les prix confirmés
151026*       différents du commandé (PXC-MLDI) sont listés à part
151026*       pour décision de l'acheteur, sans relance ;
151026*       édite la liste ft/relfou-<age>.txt par fournisseur et
151026*       une lettre de relance par fournisseur,
151026*       ft/relfou-<age>-<fou>.txt ; les lignes relancées
151026*       gardent la date de relance (RLC-MLDI).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. relfou-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 14:05:38.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXFOU.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT LETTRE ASSIGN TO ASSIGN-LETTRE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LETTRE.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXFOU.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  LETTRE LABEL RECORD STANDARD.
       01  LIGNE-LETTRE        PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-LETTRE   PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-LETTRE        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-AGE                PIC X(03).
       77 W-DAT                PIC 9(08).
       77 W-JOURS              PIC 9(03).
       77 W-DELAI              PIC 9(03).
       77 W-LIMITE             PIC 9(08).
       77 W-FOU-PREC           PIC X(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-MOTIF              PIC X.
       77 W-NBREL              PIC 9(05).
       77 W-NBFOU              PIC 9(05).
       77 W-NBDEC              PIC 9(05).
       77 I                    PIC 9(03) COMP.
       77 J                    PIC 9(03) COMP.
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 500.
       01 W-POSTE-TMP          PIC X(120).
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
      * lignes à relancer, triées par fournisseur puis bon/ligne
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 500.
              10 W-TAB-CLE.
                 15 W-TAB-FOU  PIC X(08).
                 15 W-TAB-BON  PIC 9(08).
                 15 W-TAB-LIG  PIC 9(03).
              10 W-TAB-MOT     PIC X(01).
              10 W-TAB-ART     PIC X(20).
              10 W-TAB-DES     PIC X(30).
              10 W-TAB-RES     PIC S9(09)V99.
              10 W-TAB-DCD     PIC 9(08).
              10 W-TAB-DLP     PIC 9(08).
              10 W-TAB-DAC     PIC 9(08).
              10 FILLER        PIC X(05).
       01 LIGNE-REL.
           05 LR-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-LIG           PIC 9(03).
           05 FILLER           PIC X(01).
           05 LR-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LR-RES           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-DCD           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-DLP           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-DAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-MOT           PIC X(20).
       01 LIGNE-DEC.
           05 LC-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-LIG           PIC 9(03).
           05 FILLER           PIC X(01).
           05 LC-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-QAC           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-PUN           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-PUC           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-DAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-OBS           PIC X(15).
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
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "RELANCE" PERFORM Relance THRU F-Relance
           WHEN OTHER
                DISPLAY "relfou-b : fonction inconnue " W-FONCTION
                PERFORM Affiche-Usage
           END-EVALUATE
           GO Fin.

       Affiche-Usage.
           DISPLAY "usage : relfou-b RELANCE age [jours]".

      ******************************************************************
      *    RELANCE : lignes d'achat sans accusé ou en retard
      ******************************************************************
       Relance.
           MOVE W-PAR2 TO W-AGE
           IF W-AGE = SPACE
                PERFORM Affiche-Usage
                GO F-Relance.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-JOURS
           IF W-JOURS = 0
                MOVE 5 TO W-JOURS.
           OPEN INPUT MXBDIS MXFOU
           OPEN I-O MXLDIS
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/relfou-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RELANCE DES COMMANDES FOURNISSEURS - AGENCE "
                  DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  " - AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * lignes refusées ou à prix changé : décision de l'acheteur
           MOVE "LIGNES A DECIDER (REFUS OU PRIX CONFIRME DIFFERENT)"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FOURN.   BON      LIG ARTICLE" TO LIGNE-ETAT
           MOVE "COMMANDE" TO LIGNE-ETAT(45:)
           MOVE "CONFIRME" TO LIGNE-ETAT(56:)
           MOVE "PU CDE" TO LIGNE-ETAT(69:)
           MOVE "PU CONF." TO LIGNE-ETAT(78:)
           MOVE "DATE CF." TO LIGNE-ETAT(89:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBTAB W-NBREL W-NBFOU W-NBDEC
           MOVE SPACE TO W-FOU-PREC
           MOVE SPACE TO ENR-MBDI
           MOVE W-AGE TO AGE-MBDI
           MOVE 0 TO BON-MBDI W-FIN
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Relance-Un-Bon UNTIL W-FIN = 1
           IF W-NBDEC = 0
                MOVE "   (aucune)" TO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           PERFORM Trie-Relances
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "LIGNES A RELANCER" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO W-FOU-PREC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBTAB
                PERFORM Edite-Une-Relance
           END-PERFORM
           IF W-FOU-PREC NOT = SPACE
                PERFORM Termine-Lettre.
           IF W-NBTAB = 0
                MOVE "   (aucune)" TO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           CLOSE ETAT MXBDIS MXLDIS MXFOU
           DISPLAY "relfou-b : " W-NBREL " lignes relancées chez "
                   W-NBFOU " fournisseurs, " W-NBDEC
                   " à décider, état " ASSIGN-ETAT.
       F-Relance.
           EXIT.

       Relance-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MBDI NOT = W-AGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 5
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Relance-Une-Ligne UNTIL W-FIN2 = 1.

       Relance-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FOU-MLDI = SPACE OR TLI-MLDI NOT = 3
           OR QTC-MLDI NOT < QTE-MLDI
                EXIT PARAGRAPH.
           IF ACK-MLDI = "R" OR PXC-MLDI = 1
                PERFORM Edite-A-Decider.
           IF ACK-MLDI = "R"
                EXIT PARAGRAPH.
      * délai d'accusé : celui du fournisseur, sinon le commun
           IF FOU-MLDI NOT = W-FOU-PREC
                MOVE FOU-MLDI TO W-FOU-PREC COD-MFOU
                READ MXFOU INVALID MOVE 0 TO RLJ-MFOU
                END-READ
           END-IF
           MOVE W-JOURS TO W-DELAI
           IF RLJ-MFOU > 0
                MOVE RLJ-MFOU TO W-DELAI.
           MOVE SPACE TO W-MOTIF
           IF ACK-MLDI = SPACE
                MOVE DAT-MBDI TO AJD-DAT
                MOVE W-DELAI TO AJD-NBJ
                PERFORM AJOUTE-JOURS
                MOVE AJD-DAT TO W-LIMITE
                IF W-LIMITE < W-DAT
                     MOVE "A" TO W-MOTIF
                END-IF
           ELSE
                IF DAC-MLDI NOT = 0 AND DAC-MLDI < W-DAT
                     MOVE "D" TO W-MOTIF
                END-IF
           END-IF
           IF W-MOTIF = SPACE
                EXIT PARAGRAPH.
           IF W-NBTAB NOT < MAXTAB
                DISPLAY "relfou-b : plus de " W-NBTAB
                        " lignes, relance tronquée"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTAB
           MOVE FOU-MLDI TO W-TAB-FOU(W-NBTAB)
           MOVE BON-MLDI TO W-TAB-BON(W-NBTAB)
           MOVE LIG-MLDI TO W-TAB-LIG(W-NBTAB)
           MOVE W-MOTIF TO W-TAB-MOT(W-NBTAB)
           MOVE ART-MLDI TO W-TAB-ART(W-NBTAB)
           MOVE DES-MLDI TO W-TAB-DES(W-NBTAB)
           COMPUTE W-TAB-RES(W-NBTAB) = QTE-MLDI - QTC-MLDI
           MOVE DAT-MBDI TO W-TAB-DCD(W-NBTAB)
           MOVE DLP-MLDI TO W-TAB-DLP(W-NBTAB)
           MOVE DAC-MLDI TO W-TAB-DAC(W-NBTAB)
           MOVE W-DAT TO RLC-MLDI
           REWRITE ENR-MLDI INVALID
                DISPLAY "relfou-b : réécriture MXLDIS " CLE1-MLDI
           END-REWRITE
           ADD 1 TO W-NBREL.

       Edite-A-Decider.
           MOVE SPACE TO LIGNE-DEC
           MOVE FOU-MLDI TO LC-FOU
           MOVE BON-MLDI TO LC-BON
           MOVE LIG-MLDI TO LC-LIG
           MOVE ART-MLDI TO LC-ART
           MOVE QTE-MLDI TO LC-QTE
           MOVE QAC-MLDI TO LC-QAC
           MOVE PUN-MLDI TO LC-PUN
           MOVE PUC-MLDI TO LC-PUC
           MOVE DAC-MLDI TO LC-DAC
           IF ACK-MLDI = "R"
                MOVE "REFUSEE" TO LC-OBS
           ELSE MOVE "PRIX CHANGE" TO LC-OBS
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-DEC
           ADD 1 TO W-NBDEC.

       Trie-Relances.
           IF W-NBTAB < 2
                EXIT PARAGRAPH.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < W-NBTAB
                MOVE I TO W-IX
                PERFORM VARYING J FROM I BY 1 UNTIL J > W-NBTAB
                     IF W-TAB-CLE(J) < W-TAB-CLE(W-IX)
                          MOVE J TO W-IX
                     END-IF
                END-PERFORM
                IF W-IX NOT = I
                     MOVE W-TAB-POSTE(I) TO W-POSTE-TMP
                     MOVE W-TAB-POSTE(W-IX) TO W-TAB-POSTE(I)
                     MOVE W-POSTE-TMP TO W-TAB-POSTE(W-IX)
                END-IF
           END-PERFORM.

      * rupture par fournisseur : entête de liste et lettre
       Edite-Une-Relance.
           IF W-TAB-FOU(I) NOT = W-FOU-PREC
                IF W-FOU-PREC NOT = SPACE
                     PERFORM Termine-Lettre
                END-IF
                MOVE W-TAB-FOU(I) TO W-FOU-PREC
                PERFORM Debute-Fournisseur
           END-IF
           MOVE SPACE TO LIGNE-REL
           MOVE W-TAB-BON(I) TO LR-BON
           MOVE W-TAB-LIG(I) TO LR-LIG
           MOVE W-TAB-ART(I) TO LR-ART
           MOVE W-TAB-DES(I) TO LR-DES
           MOVE W-TAB-RES(I) TO LR-RES
           MOVE W-TAB-DCD(I) TO LR-DCD
           MOVE W-TAB-DLP(I) TO LR-DLP
           MOVE W-TAB-DAC(I) TO LR-DAC
           IF W-TAB-MOT(I) = "A"
                MOVE "SANS ACCUSE" TO LR-MOT
           ELSE MOVE "DATE CONFIRMEE PASSEE" TO LR-MOT
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-REL
           WRITE LIGNE-LETTRE FROM LIGNE-REL.

       Debute-Fournisseur.
           ADD 1 TO W-NBFOU
           MOVE W-FOU-PREC TO COD-MFOU
           READ MXFOU INVALID
                MOVE SPACE TO LIB-MFOU RAI-MFOU POS-MFOU VIL-MFOU
           END-READ
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FOURNISSEUR " DELIMITED BY SIZE
                  W-FOU-PREC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIB-MFOU DELIMITED BY "  "
                  " TEL " DELIMITED BY SIZE
                  TEL-MFOU DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Entete-Colonnes
           WRITE LIGNE-ETAT
      * lettre de relance du fournisseur
           MOVE SPACE TO ASSIGN-LETTRE
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/relfou-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-FOU-PREC DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-LETTRE
           OPEN OUTPUT LETTRE
           MOVE LIB-MFOU TO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           MOVE RAI-MFOU TO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           STRING POS-MFOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VIL-MFOU DELIMITED BY "  "
                  INTO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           STRING "Le " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Objet : relance de nos commandes en attente"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Madame, Monsieur," TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Sauf erreur de notre part, les lignes de commande"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "ci-dessous n'ont pas fait l'objet d'un accusé de"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "réception, ou leur date de livraison confirmée est"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "dépassée. Merci de nous indiquer par retour la date"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "de livraison que vous pouvez nous garantir."
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           PERFORM Entete-Colonnes
           WRITE LIGNE-LETTRE FROM LIGNE-ETAT.

       Entete-Colonnes.
           MOVE "BON      LIG ARTICLE" TO LIGNE-ETAT
           MOVE "DESIGNATION" TO LIGNE-ETAT(35:)
           MOVE "RESTE" TO LIGNE-ETAT(71:)
           MOVE "COMMANDE" TO LIGNE-ETAT(77:)
           MOVE "SOUHAITE" TO LIGNE-ETAT(86:)
           MOVE "CONFIRME" TO LIGNE-ETAT(95:)
           MOVE "MOTIF" TO LIGNE-ETAT(104:).

       Termine-Lettre.
           MOVE SPACE TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Nous vous prions d'agréer, Madame, Monsieur, nos"
                TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "salutations distinguées." TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACE TO LIGNE-LETTRE
           STRING "Le service achats - agence " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  INTO LIGNE-LETTRE(50:)
           WRITE LIGNE-LETTRE
           CLOSE LETTRE.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
