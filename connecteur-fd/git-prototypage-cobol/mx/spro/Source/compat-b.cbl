      *{Bench}prg-comment
      * compat-b.cbl
151026* compat-b.cbl : compatibilité pièces / machines (MXCOMPAT).
151026* Le comptoir cherchait le filtre d'un "6120M de 2015" de
151026* mémoire ou dans les PDF fournisseurs :
151026*   CHARGE <fou> <fichier>
151026*       fichier de compatibilité livré par le fournisseur,
151026*       comme les tarifs de mtf-credirect, une ligne
151026*       marque;modèle;année début;année fin;série début;
151026*       série fin;référence;position - référence en code
151026*       interne ou en référence fournisseur REF-MART ; les
151026*       lignes F déjà chargées pour ce fournisseur sont
151026*       remplacées, les saisies manuelles restent ; rejets
151026*       dans ft/compat-rejets-<fou>.txt ;
151026*   AJOUTE <art;marque;modèle;an déb;an fin;série déb;
151026*           série fin;position>
151026*       saisie manuelle (ORI-MCPT = M) ;
151026*   RETIRE <art;marque;modèle>
151026*       supprime les lignes du couple pièce / machine ;
151026*   MACHINE <marque;modèle[;année[;agence]]>
151026*       pièces du catalogue qui vont sur la machine (modèle
151026*       cherché en début de libellé), avec stock de l'agence
151026*       et prix, ft/compat-machine.txt ;
151026*   ARTICLE <art>
151026*       machines sur lesquelles va la pièce,
151026*       ft/compat-article.txt.
151026* A l'écran : sbd-c (menu Articles par machine) et art-c2
151026* (machines de la pièce) passent par mcpt-l.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. compat-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:14:52.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCOMPAT.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCOMPAT.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(200).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(80).
       77 W-ZONE               PIC X(200).
       77 W-PTR                PIC 9(03).
       77 W-DAT                PIC 9(08).
       77 W-FOU                PIC X(08).
       77 W-ART                PIC X(20).
       77 W-MRQ                PIC X(20).
       77 W-MOD                PIC X(20).
       77 W-AGE                PIC X(03).
       77 W-ANNEE              PIC 9(04).
       77 W-LG                 PIC 9(03).
       77 W-NLG                PIC 9(03).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-NB2                PIC 9(06).
       77 W-ERR                PIC 9(06).
       77 W-ORI                PIC X.
       77 W-PRX-ED             PIC Z(7)9,99.
       77 W-STC-ED             PIC -(6)9,99.
       78 MINUSCULES           VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAJUSCULES           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COPY "conv-num.wrk".
      * zones d'une ligne de compatibilité (CHARGE, AJOUTE)
       01 W-ZONES-CPT.
           05 WC-MRQ           PIC X(20).
           05 WC-MOD           PIC X(20).
           05 WC-AND           PIC X(10).
           05 WC-ANF           PIC X(10).
           05 WC-NSD           PIC X(15).
           05 WC-NSF           PIC X(15).
           05 WC-REF           PIC X(20).
           05 WC-OBS           PIC X(30).
       01 LIGNE-CPT.
           05 LC-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LC-AND           PIC ZZZ9 BLANK WHEN ZERO.
           05 LC-TIR           PIC X(01).
           05 LC-ANF           PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER           PIC X(01).
           05 LC-NSD           PIC X(10).
           05 LC-TIR2          PIC X(01).
           05 LC-NSF           PIC X(10).
           05 FILLER           PIC X(01).
           05 LC-OBS           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-STC           PIC X(10).
           05 FILLER           PIC X(01).
           05 LC-PRX           PIC X(11).
           05 FILLER           PIC X(01).
           05 LC-ORI           PIC X(01).
       01 LIGNE-MAC REDEFINES LIGNE-CPT.
           05 LM-MRQ           PIC X(20).
           05 FILLER           PIC X(01).
           05 LM-MOD           PIC X(20).
           05 FILLER           PIC X(88).
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
      * la marque et le modèle peuvent contenir des blancs : la
      * suite de la ligne de commande est reprise entière
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 200
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "CHARGE"  PERFORM Charge THRU F-Charge
           WHEN "AJOUTE"  PERFORM Ajoute THRU F-Ajoute
           WHEN "RETIRE"  PERFORM Retire THRU F-Retire
           WHEN "MACHINE" PERFORM Machine THRU F-Machine
           WHEN "ARTICLE" PERFORM Article THRU F-Article
           WHEN OTHER
                DISPLAY "compat-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : compat-b CHARGE fou fichier"
                DISPLAY "        compat-b AJOUTE art;marque;modèle;"
                        "an déb;an fin;série déb;série fin;position"
                DISPLAY "        compat-b RETIRE art;marque;modèle"
                DISPLAY "        compat-b MACHINE marque;modèle"
                        "[;année[;agence]]"
                DISPLAY "        compat-b ARTICLE art"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxcompat.
           OPEN I-O MXCOMPAT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCOMPAT
                CLOSE MXCOMPAT
                OPEN I-O MXCOMPAT.

      ******************************************************************
      *    CHARGE : fichier de compatibilité d'un fournisseur
      ******************************************************************
       Charge.
           MOVE W-PAR2 TO W-FOU
           IF W-FOU = SPACE OR W-PAR3 = SPACE
                DISPLAY "usage : compat-b CHARGE fou fichier"
                GO F-Charge.
           MOVE W-PAR3 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "compat-b : fichier absent " ASSIGN-MOUVT
                GO F-Charge.
           PERFORM Ouvre-Mxcompat
           OPEN INPUT MXART
      * le fichier du fournisseur remplace sa livraison précédente
           MOVE 0 TO W-NB2
           MOVE LOW-VALUE TO CLE1-MCPT
           MOVE 0 TO W-FIN
           START MXCOMPAT KEY NOT < CLE1-MCPT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Purge-Fournisseur UNTIL W-FIN = 1
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/compat-rejets-" DELIMITED BY SIZE
                  W-FOU DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJETS DU CHARGEMENT COMPATIBILITE "
                  DELIMITED BY SIZE
                  W-FOU DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "F" TO W-ORI
           MOVE 0 TO W-NB W-ERR
           MOVE 0 TO W-FIN
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT ETAT MXCOMPAT MXART
           DISPLAY "compat-b : " W-FOU " " W-NB2 " lignes retirées, "
                   W-NB " chargées, " W-ERR " rejets (" ASSIGN-ETAT
                   ")".
       F-Charge.
           EXIT.

       Purge-Fournisseur.
           READ MXCOMPAT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ORI-MCPT NOT = "F" OR FOU-MCPT NOT = W-FOU
                EXIT PARAGRAPH.
           DELETE MXCOMPAT RECORD INVALID CONTINUE
           NOT INVALID ADD 1 TO W-NB2
           END-DELETE.

       Charge-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE OR ENR-MOUVT(1:7) = "MARQUE;"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CPT
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-MRQ WC-MOD WC-AND WC-ANF WC-NSD WC-NSF
                     WC-REF WC-OBS
           IF WC-MRQ = SPACE OR WC-MOD = SPACE
                MOVE "MACHINE NON RENSEIGNEE" TO LIGNE-ETAT
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
      * article en code interne, à défaut en référence fournisseur
           MOVE WC-REF TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO COD-MART
           END-READ
           IF COD-MART = SPACE OR FOU-MART NOT = W-FOU
                PERFORM Cherche-Ref-Fou.
           IF COD-MART = SPACE
                MOVE "REFERENCE INCONNUE" TO LIGNE-ETAT
                PERFORM Rejette-Ligne
                EXIT PARAGRAPH.
           MOVE COD-MART TO W-ART
           PERFORM Ecrit-Compat
           ADD 1 TO W-NB.

       Cherche-Ref-Fou.
           MOVE WC-REF TO REF-MART
           MOVE 0 TO W-FIN2
           START MXART KEY NOT < CLE2-MART INVALID
                MOVE 1 TO W-FIN2
           END-START
           MOVE SPACE TO W-ART
           PERFORM Compare-Ref-Fou UNTIL W-FIN2 = 1
           MOVE SPACE TO COD-MART
           IF W-ART NOT = SPACE
                MOVE W-ART TO COD-MART
                READ MXART INVALID MOVE SPACE TO COD-MART
                END-READ
           END-IF.

       Compare-Ref-Fou.
           READ MXART NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF REF-MART NOT = WC-REF
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FOU-MART = W-FOU
                MOVE COD-MART TO W-ART
                MOVE 1 TO W-FIN2.

       Rejette-Ligne.
           ADD 1 TO W-ERR
           MOVE LIGNE-ETAT TO W-ZONE
           MOVE SPACE TO LIGNE-ETAT
           STRING "REJET : " DELIMITED BY SIZE
                  W-ZONE DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ENR-MOUVT DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * une ligne MXCOMPAT pour W-ART et les zones WC- : marque et
      * modèle en majuscules, no de ligne suivant du couple
       Ecrit-Compat.
           INSPECT WC-MRQ CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT WC-MOD CONVERTING MINUSCULES TO MAJUSCULES
           MOVE 0 TO W-NLG
           MOVE WC-MRQ TO MRQ-MCPT
           MOVE WC-MOD TO MOD-MCPT
           MOVE W-ART TO ART-MCPT
           MOVE 999 TO NLG-MCPT
           START MXCOMPAT KEY NOT > CLE1-MCPT INVALID
                CONTINUE
           NOT INVALID
                READ MXCOMPAT PREVIOUS AT END CONTINUE
                NOT AT END
                     IF MRQ-MCPT = WC-MRQ AND MOD-MCPT = WC-MOD
                     AND ART-MCPT = W-ART
                          MOVE NLG-MCPT TO W-NLG
                     END-IF
                END-READ
           END-START
           INITIALIZE ENR-MCPT
           MOVE WC-MRQ TO MRQ-MCPT
           MOVE WC-MOD TO MOD-MCPT
           MOVE W-ART TO ART-MCPT ART2-MCPT
           COMPUTE NLG-MCPT = W-NLG + 1
           MOVE WC-AND TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO AND-MCPT
           MOVE WC-ANF TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO ANF-MCPT
           MOVE WC-NSD TO NSD-MCPT
           MOVE WC-NSF TO NSF-MCPT
           MOVE WC-OBS TO OBS-MCPT
           MOVE W-ORI TO ORI-MCPT
           IF W-ORI = "F"
                MOVE W-FOU TO FOU-MCPT.
           MOVE W-DAT TO DAT-MCPT
           WRITE ENR-MCPT INVALID
                DISPLAY "compat-b : écriture MXCOMPAT " CLE1-MCPT
           END-WRITE.

      ******************************************************************
      *    AJOUTE / RETIRE : entretien à la main
      ******************************************************************
       Ajoute.
           MOVE SPACE TO W-ZONES-CPT W-ART
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO W-ART WC-MRQ WC-MOD WC-AND WC-ANF WC-NSD WC-NSF
                     WC-OBS
           IF W-ART = SPACE OR WC-MRQ = SPACE OR WC-MOD = SPACE
                DISPLAY "usage : compat-b AJOUTE art;marque;modèle;"
                        "an déb;an fin;série déb;série fin;position"
                GO F-Ajoute.
           OPEN INPUT MXART
           MOVE W-ART TO COD-MART
           READ MXART INVALID
                DISPLAY "compat-b : article inconnu " W-ART
                CLOSE MXART
                GO F-Ajoute
           END-READ
           CLOSE MXART
           PERFORM Ouvre-Mxcompat
           MOVE "M" TO W-ORI
           PERFORM Ecrit-Compat
           CLOSE MXCOMPAT
           DISPLAY "compat-b : " W-ART " sur " WC-MRQ " " WC-MOD
                   " ligne " NLG-MCPT.
       F-Ajoute.
           EXIT.

       Retire.
           MOVE SPACE TO W-ZONES-CPT W-ART
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO W-ART WC-MRQ WC-MOD
           INSPECT WC-MRQ CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT WC-MOD CONVERTING MINUSCULES TO MAJUSCULES
           IF W-ART = SPACE OR WC-MRQ = SPACE OR WC-MOD = SPACE
                DISPLAY "usage : compat-b RETIRE art;marque;modèle"
                GO F-Retire.
           PERFORM Ouvre-Mxcompat
           MOVE 0 TO W-NB
           MOVE WC-MRQ TO MRQ-MCPT
           MOVE WC-MOD TO MOD-MCPT
           MOVE W-ART TO ART-MCPT
           MOVE 0 TO NLG-MCPT
           MOVE 0 TO W-FIN
           START MXCOMPAT KEY NOT < CLE1-MCPT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Retire-Une-Ligne UNTIL W-FIN = 1
           CLOSE MXCOMPAT
           DISPLAY "compat-b : " W-NB " lignes retirées".
       F-Retire.
           EXIT.

       Retire-Une-Ligne.
           READ MXCOMPAT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MRQ-MCPT NOT = WC-MRQ OR MOD-MCPT NOT = WC-MOD
           OR ART-MCPT NOT = W-ART
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           DELETE MXCOMPAT RECORD INVALID CONTINUE
           NOT INVALID ADD 1 TO W-NB
           END-DELETE.

      ******************************************************************
      *    MACHINE : pièces compatibles avec une machine
      ******************************************************************
       Machine.
           MOVE SPACE TO W-ZONES-CPT W-AGE
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WC-MRQ WC-MOD WC-AND W-AGE
           INSPECT WC-MRQ CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT WC-MOD CONVERTING MINUSCULES TO MAJUSCULES
           IF WC-MRQ = SPACE
                DISPLAY "usage : compat-b MACHINE marque;modèle"
                        "[;année[;agence]]"
                GO F-Machine.
           MOVE WC-AND TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-ANNEE
      * longueur du modèle demandé : "6120" trouve 6120M, 6120R...
           MOVE 0 TO W-LG
           INSPECT WC-MOD TALLYING W-LG
                   FOR CHARACTERS BEFORE INITIAL "  "
           OPEN INPUT MXCOMPAT
           IF FILE-STATUS NOT = "00"
                DISPLAY "compat-b : aucune compatibilité"
                GO F-Machine.
           OPEN INPUT MXART MXARTSA
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/compat-machine.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PIECES POUR " DELIMITED BY SIZE
                  WC-MRQ DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WC-MOD DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WC-AND DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "ARTICLE              DESIGNATION" TO LIGNE-ETAT
           MOVE "ANNEES    SERIES                POSITION" TO
                LIGNE-ETAT(53:)
           MOVE "     STOCK     PRIX HT" TO LIGNE-ETAT(106:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           MOVE SPACE TO W-MRQ W-MOD
           MOVE WC-MRQ TO MRQ-MCPT
           MOVE WC-MOD TO MOD-MCPT
           MOVE LOW-VALUE TO ART-MCPT
           MOVE 0 TO NLG-MCPT
           MOVE 0 TO W-FIN
           START MXCOMPAT KEY NOT < CLE1-MCPT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Machine-Une-Ligne UNTIL W-FIN = 1
           CLOSE ETAT MXCOMPAT MXART MXARTSA
           DISPLAY "compat-b : " W-NB " pièces, " ASSIGN-ETAT.
       F-Machine.
           EXIT.

       Machine-Une-Ligne.
           READ MXCOMPAT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MRQ-MCPT NOT = WC-MRQ
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF W-LG > 0
                IF MOD-MCPT(1:W-LG) NOT = WC-MOD(1:W-LG)
                     MOVE 1 TO W-FIN
                     EXIT PARAGRAPH
                END-IF
           END-IF
           IF W-ANNEE > 0
                IF (AND-MCPT > 0 AND AND-MCPT > W-ANNEE)
                OR (ANF-MCPT > 0 AND ANF-MCPT < W-ANNEE)
                     EXIT PARAGRAPH
                END-IF
           END-IF
           MOVE ART-MCPT TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF CANN-MART = 1
                EXIT PARAGRAPH.
      * sous-titre à chaque modèle
           IF MRQ-MCPT NOT = W-MRQ OR MOD-MCPT NOT = W-MOD
                MOVE MRQ-MCPT TO W-MRQ
                MOVE MOD-MCPT TO W-MOD
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE SPACE TO LIGNE-MAC
                MOVE MRQ-MCPT TO LM-MRQ
                MOVE MOD-MCPT TO LM-MOD
                WRITE LIGNE-ETAT FROM LIGNE-MAC
           END-IF
           PERFORM Prepare-Ligne-Cpt
           MOVE ART-MCPT TO LC-ART
           MOVE DES-MART TO LC-DES
           IF W-AGE NOT = SPACE
                MOVE W-AGE TO AGE-MASA
                MOVE ART-MCPT TO COD-MASA
                READ MXARTSA INVALID
                     MOVE 0 TO STC-MASA
                END-READ
                MOVE STC-MASA TO W-STC-ED
                MOVE W-STC-ED TO LC-STC
           END-IF
           MOVE PVN-MART TO W-PRX-ED
           MOVE W-PRX-ED TO LC-PRX
           WRITE LIGNE-ETAT FROM LIGNE-CPT
           ADD 1 TO W-NB.

       Prepare-Ligne-Cpt.
           MOVE SPACE TO LIGNE-CPT
           MOVE AND-MCPT TO LC-AND
           MOVE ANF-MCPT TO LC-ANF
           IF AND-MCPT > 0 OR ANF-MCPT > 0
                MOVE "-" TO LC-TIR.
           MOVE NSD-MCPT TO LC-NSD
           MOVE NSF-MCPT TO LC-NSF
           IF NSD-MCPT NOT = SPACE OR NSF-MCPT NOT = SPACE
                MOVE "-" TO LC-TIR2.
           MOVE OBS-MCPT TO LC-OBS
           MOVE ORI-MCPT TO LC-ORI.

      ******************************************************************
      *    ARTICLE : machines sur lesquelles va une pièce
      ******************************************************************
       Article.
           MOVE W-PAR2 TO W-ART
           IF W-ART = SPACE
                DISPLAY "usage : compat-b ARTICLE art"
                GO F-Article.
           OPEN INPUT MXCOMPAT
           IF FILE-STATUS NOT = "00"
                DISPLAY "compat-b : aucune compatibilité"
                GO F-Article.
           OPEN INPUT MXART
           MOVE W-ART TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO DES-MART
           END-READ
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/compat-article.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MACHINES DE LA PIECE " DELIMITED BY SIZE
                  W-ART DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DES-MART DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "MARQUE               MODELE" TO LIGNE-ETAT
           MOVE "ANNEES    SERIES                POSITION" TO
                LIGNE-ETAT(53:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           MOVE W-ART TO ART2-MCPT
           MOVE 0 TO W-FIN
           START MXCOMPAT KEY NOT < CLE2-MCPT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Article-Une-Ligne UNTIL W-FIN = 1
           CLOSE ETAT MXCOMPAT MXART
           DISPLAY "compat-b : " W-NB " machines, " ASSIGN-ETAT.
       F-Article.
           EXIT.

       Article-Une-Ligne.
           READ MXCOMPAT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART2-MCPT NOT = W-ART
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           PERFORM Prepare-Ligne-Cpt
           MOVE MRQ-MCPT TO LC-ART
           MOVE MOD-MCPT TO LC-DES
           WRITE LIGNE-ETAT FROM LIGNE-CPT
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
