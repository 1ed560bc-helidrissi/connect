      *{Bench}prg-comment
      * sod-b.cbl
151026* sod-b.cbl : séparation des tâches.  Les rôles MXROLMNU
151026* disent quels boutons de menu voit un rôle ; sod-b confronte
151026* ces droits à la table des couples de fonctions incompatibles
151026* tenue par le contrôle de gestion (créer un fournisseur et
151026* le payer, saisir un avoir et lettrer les règlements...).
151026*   TABLE <fic>
151026*       remplace la table, lignes
151026*       F;fonction;B|P|S;valeur;libellé (moyen d'exercer la
151026*       fonction, cf. MXSODFON) et
151026*       I;fonction1;fonction2;risque;libellé (couple
151026*       incompatible, risque 1 critique 2 élevé 3 modéré,
151026*       cf. MXSODINC) ;
151026*   ANALYSE <datdeb> <datfin>
151026*       ft/sod-analyse.txt :
151026*       1. conflits portés par chaque rôle (boutons visibles,
151026*          rôle STD = aucun bouton masqué) ;
151026*       2. conflits de chaque opérateur, rôle MXROLPALM et
151026*          habilitation superviseur MXSUPPIN cumulés ;
151026*       3. conflits réellement exercés par la même personne
151026*          dans la période : programmes du journal des
151026*          lancements du menu (MX-DIR/dslancemenu.log),
151026*          dérogations MXDEROG et validations de
151026*          domiciliation MXRIBMOD qu'elle a signées ; de quoi
151026*          documenter les contrôles compensatoires.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. sod-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:27:50.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXSODFON.sl".
       COPY "MXSODINC.sl".
       COPY "MXROLMNU.sl".
       COPY "MXROLPALM.sl".
       COPY "MXSUPPIN.sl".
       COPY "MXDEROG.sl".
       COPY "MXRIBMOD.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT LOGMNU ASSIGN TO ASSIGN-LOGMNU
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LOGMNU.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXSODFON.fd".
       COPY "MXSODINC.fd".
       COPY "MXROLMNU.fd".
       COPY "MXROLPALM.fd".
       COPY "MXSUPPIN.fd".
       COPY "MXDEROG.fd".
       COPY "MXRIBMOD.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(150).
       FD  LOGMNU LABEL RECORD STANDARD.
       01  ENR-LOGMNU          PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-LOGMNU   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-LOGMNU        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-USR                PIC X(08).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-VISIBLE            PIC 9.
       77 W-FON                PIC X(06).
       77 W-ROL                PIC X(03).
       77 W-IDE                PIC X(08).
       77 W-PRG                PIC X(20).
       77 W-ACTE               PIC X(20).
       77 W-DATE-ACTE          PIC 9(08).
       77 W-ORIGINE            PIC X(20).
       77 I                    PIC 9(03) COMP.
       77 J                    PIC 9(03) COMP.
       77 K                    PIC 9(03) COMP.
       77 W-FX                 PIC 9(03) COMP.
       77 W-RX                 PIC 9(03) COMP.
       77 W-UX                 PIC 9(03) COMP.
       77 W-IX1                PIC 9(03) COMP.
       77 W-IX2                PIC 9(03) COMP.
       77 W-ROLMNU-OK          PIC 9.
           COPY "conv-num.wrk".
       01 W-ZONES-TAB.
           05 WT-TYP           PIC X(01).
           05 WT-Z2            PIC X(06).
           05 WT-Z3            PIC X(20).
           05 WT-Z4            PIC X(20).
           05 WT-Z5            PIC X(60).
      * ligne du journal des lancements (cf. Audit-Lancement de
      * menu7-credirect) : date, heure et minute, opérateur,
      * programme
       01 W-LOG.
           05 WL-DAT           PIC X(08).
           05 WL-DAT-N REDEFINES WL-DAT PIC 9(08).
           05 FILLER           PIC X(01).
           05 WL-HM            PIC X(04).
           05 FILLER           PIC X(01).
           05 WL-IDE           PIC X(08).
           05 FILLER           PIC X(01).
           05 WL-PRG           PIC X(20).
           05 FILLER           PIC X(57).
      * fonctions, moyens de les exercer, couples incompatibles
       78 MAXFON               VALUE IS 50.
       78 MAXMOY               VALUE IS 300.
       78 MAXINC               VALUE IS 100.
       78 MAXROL               VALUE IS 100.
       78 MAXUSR               VALUE IS 300.
       77 W-NBFON              PIC 9(03) COMP.
       77 W-NBMOY              PIC 9(03) COMP.
       77 W-NBINC              PIC 9(03) COMP.
       77 W-NBROL              PIC 9(03) COMP.
       77 W-NBUSR              PIC 9(03) COMP.
       01 W-TAB-FON.
           05 TF-POSTE OCCURS 50.
              10 TF-FON        PIC X(06).
              10 TF-LIB        PIC X(40).
       01 W-TAB-MOY.
           05 TM-POSTE OCCURS 300.
              10 TM-FX         PIC 9(03) COMP.
              10 TM-TYP        PIC X(01).
              10 TM-VAL        PIC X(20).
       01 W-TAB-INC.
           05 TI-POSTE OCCURS 100.
              10 TI-FX1        PIC 9(03) COMP.
              10 TI-FX2        PIC 9(03) COMP.
              10 TI-RIS        PIC 9.
              10 TI-LIB        PIC X(60).
      * droits par rôle : position = rang de la fonction
       01 W-TAB-ROL.
           05 TR-POSTE OCCURS 100.
              10 TR-ROL        PIC X(03).
              10 TR-FON        PIC X(50).
      * opérateurs : rôle, superviseur, droits cumulés, fonctions
      * exercées dans la période (première et dernière date)
       01 W-TAB-USR.
           05 TU-POSTE OCCURS 300.
              10 TU-IDE        PIC X(08).
              10 TU-ROL        PIC X(03).
              10 TU-SUP        PIC 9.
              10 TU-FON        PIC X(50).
              10 TU-EXE OCCURS 50.
                 15 TU-DEB     PIC 9(08).
                 15 TU-DER     PIC 9(08).
                 15 TU-NBL     PIC 9(05).
       01 W-TAB-RIS.
           05 W-NBRIS          PIC 9(05) OCCURS 3.
       01 LIGNE-CONF.
           05 LF-QUI           PIC X(08).
           05 FILLER           PIC X(01).
           05 LF-ROL           PIC X(03).
           05 FILLER           PIC X(01).
           05 LF-FN1           PIC X(06).
           05 FILLER           PIC X(01).
           05 LF-FN2           PIC X(06).
           05 FILLER           PIC X(01).
           05 LF-RIS           PIC X(08).
           05 FILLER           PIC X(01).
           05 LF-ORI           PIC X(20).
           05 FILLER           PIC X(01).
           05 LF-LIB           PIC X(60).
       01 LIGNE-EXE.
           05 FILLER           PIC X(09).
           05 LE-FN            PIC X(06).
           05 FILLER           PIC X(01).
           05 LE-LIB           PIC X(40).
           05 FILLER           PIC X(01).
           05 LE-NBL           PIC ZZZZ9.
           05 LE-TXT1          PIC X(05).
           05 LE-DEB           PIC 9(08).
           05 LE-TXT2          PIC X(04).
           05 LE-DER           PIC 9(08).
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
           ACCEPT W-USR FROM ENVIRONMENT "USER"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "TABLE"   PERFORM Charge-Table THRU F-Charge-Table
           WHEN "ANALYSE" PERFORM Analyse THRU F-Analyse
           WHEN OTHER
                DISPLAY "sod-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : sod-b TABLE fichier"
                DISPLAY "        sod-b ANALYSE datdeb datfin"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    TABLE : fonctions et couples incompatibles
      ******************************************************************
       Charge-Table.
           IF W-PAR2 = SPACE
                DISPLAY "usage : sod-b TABLE fichier"
                GO F-Charge-Table.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "sod-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge-Table.
      * le fichier du contrôle de gestion fait foi : la table est
      * remplacée en entier, une ligne retirée disparaît
           OPEN OUTPUT MXSODFON MXSODINC
           CLOSE MXSODFON MXSODINC
           OPEN I-O MXSODFON MXSODINC
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXSODFON MXSODINC
           DISPLAY "sod-b : " W-NB " lignes chargées, " W-ERR
                   " rejetées".
       F-Charge-Table.
           EXIT.

       Charge-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE OR ENR-MOUVT(1:1) = "*"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-TAB
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WT-TYP WT-Z2 WT-Z3 WT-Z4 WT-Z5
           EVALUATE WT-TYP
           WHEN "F"
                IF WT-Z2 = SPACE OR WT-Z4 = SPACE
                OR (WT-Z3 NOT = "B" AND NOT = "P" AND NOT = "S")
                     DISPLAY "sod-b : ligne rejetée " ENR-MOUVT
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                INITIALIZE ENR-MSDF
                MOVE WT-Z2 TO FON-MSDF
                MOVE WT-Z3 TO TYP-MSDF
                MOVE WT-Z4 TO VAL-MSDF
                MOVE WT-Z5 TO LIB-MSDF
                MOVE W-USR TO USR-MSDF
                MOVE W-DAT TO DMJ-MSDF
                WRITE ENR-MSDF INVALID
                     REWRITE ENR-MSDF INVALID CONTINUE
                     END-REWRITE
                END-WRITE
           WHEN "I"
                IF WT-Z2 = SPACE OR WT-Z3 = SPACE
                OR (WT-Z4(1:1) NOT = "1" AND NOT = "2" AND NOT = "3")
                     DISPLAY "sod-b : ligne rejetée " ENR-MOUVT
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                INITIALIZE ENR-MSDI
                MOVE WT-Z2 TO FN1-MSDI
                MOVE WT-Z3 TO FN2-MSDI
                MOVE WT-Z4(1:1) TO RIS-MSDI
                MOVE WT-Z5 TO LIB-MSDI
                MOVE W-USR TO USR-MSDI
                MOVE W-DAT TO DMJ-MSDI
                WRITE ENR-MSDI INVALID
                     REWRITE ENR-MSDI INVALID CONTINUE
                     END-REWRITE
                END-WRITE
           WHEN OTHER
                DISPLAY "sod-b : ligne rejetée " ENR-MOUVT
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO W-NB.

      ******************************************************************
      *    ANALYSE : rôles, opérateurs, conflits exercés
      ******************************************************************
       Analyse.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATFIN
           IF W-DATDEB = 0 OR W-DATFIN < W-DATDEB
                DISPLAY "usage : sod-b ANALYSE datdeb datfin"
                GO F-Analyse.
           INITIALIZE W-TAB-FON W-TAB-MOY W-TAB-INC W-TAB-ROL
                      W-TAB-USR
           MOVE 0 TO W-NBFON W-NBMOY W-NBINC W-NBROL W-NBUSR
           PERFORM Charge-Fonctions
           IF W-NBINC = 0
                DISPLAY "sod-b : aucun couple incompatible, "
                        "charger la table par sod-b TABLE"
                GO F-Analyse.
           PERFORM Charge-Roles
           PERFORM Charge-Operateurs
           PERFORM Charge-Exercice
      * droits cumulés, opérateurs vus seulement au journal compris
           PERFORM Droits-Un-Operateur VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-NBUSR
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sod-analyse.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SEPARATION DES TACHES AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " - EXERCICE DU " DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Etat-Roles
           PERFORM Etat-Operateurs
           PERFORM Etat-Exercice
           CLOSE ETAT
           DISPLAY "sod-b : " W-NBROL " rôles, " W-NBUSR
                   " opérateurs, état " ASSIGN-ETAT.
       F-Analyse.
           EXIT.

      * MXSODFON : une fonction par code, ses moyens à la suite ;
      * MXSODINC : couples ramenés aux rangs des fonctions
       Charge-Fonctions.
           OPEN INPUT MXSODFON
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE LOW-VALUE TO CLE1-MSDF
           MOVE 0 TO W-FIN
           START MXSODFON KEY NOT < CLE1-MSDF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Un-Moyen UNTIL W-FIN = 1
           CLOSE MXSODFON
           OPEN INPUT MXSODINC
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE LOW-VALUE TO CLE1-MSDI
           MOVE 0 TO W-FIN
           START MXSODINC KEY NOT < CLE1-MSDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Un-Couple UNTIL W-FIN = 1
           CLOSE MXSODINC.

       Charge-Un-Moyen.
           READ MXSODFON NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE FON-MSDF TO W-FON
           PERFORM Cherche-Fonction
           IF W-FX = 0
                IF W-NBFON NOT < MAXFON
                     DISPLAY "sod-b : trop de fonctions, ignorée "
                             FON-MSDF
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBFON
                MOVE W-NBFON TO W-FX
                MOVE FON-MSDF TO TF-FON(W-FX)
                MOVE LIB-MSDF TO TF-LIB(W-FX)
           END-IF
           IF W-NBMOY NOT < MAXMOY
                DISPLAY "sod-b : trop de lignes de fonction"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBMOY
           MOVE W-FX TO TM-FX(W-NBMOY)
           MOVE TYP-MSDF TO TM-TYP(W-NBMOY)
           MOVE VAL-MSDF TO TM-VAL(W-NBMOY).

       Charge-Un-Couple.
           READ MXSODINC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE FN1-MSDI TO W-FON
           PERFORM Cherche-Fonction
           MOVE W-FX TO W-IX1
           MOVE FN2-MSDI TO W-FON
           PERFORM Cherche-Fonction
           MOVE W-FX TO W-IX2
           IF W-IX1 = 0 OR W-IX2 = 0
                DISPLAY "sod-b : couple " FN1-MSDI " " FN2-MSDI
                        " sur une fonction non décrite"
                EXIT PARAGRAPH.
           IF W-NBINC NOT < MAXINC
                DISPLAY "sod-b : trop de couples incompatibles"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBINC
           MOVE W-IX1 TO TI-FX1(W-NBINC)
           MOVE W-IX2 TO TI-FX2(W-NBINC)
           MOVE RIS-MSDI TO TI-RIS(W-NBINC)
           MOVE LIB-MSDI TO TI-LIB(W-NBINC).

       Cherche-Fonction.
           MOVE 0 TO W-FX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBFON
                IF TF-FON(I) = W-FON
                     MOVE I TO W-FX
                     EXIT PERFORM
                END-IF
           END-PERFORM.

      * rôles : STD (défaut du menu), ceux de MXROLMNU et ceux
      * attribués dans MXROLPALM ; droits = boutons visibles
       Charge-Roles.
           MOVE "STD" TO W-ROL
           PERFORM Ajoute-Role
           OPEN INPUT MXROLMNU
           IF FILE-STATUS = "00"
                MOVE LOW-VALUE TO CLE1-ROLMNU
                MOVE 0 TO W-FIN
                START MXROLMNU KEY NOT < CLE1-ROLMNU INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Role-Un-Bouton UNTIL W-FIN = 1
                CLOSE MXROLMNU
           END-IF
           OPEN INPUT MXROLPALM
           IF FILE-STATUS = "00"
                MOVE LOW-VALUE TO IDE-ROLPALM
                MOVE 0 TO W-FIN
                START MXROLPALM KEY NOT < IDE-ROLPALM INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Role-Un-Operateur UNTIL W-FIN = 1
                CLOSE MXROLPALM
           END-IF
           MOVE 0 TO W-ROLMNU-OK
           OPEN INPUT MXROLMNU
           IF FILE-STATUS = "00"
                MOVE 1 TO W-ROLMNU-OK.
           PERFORM Droits-Un-Role VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-NBROL
           IF W-ROLMNU-OK = 1
                CLOSE MXROLMNU.

       Role-Un-Bouton.
           READ MXROLMNU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-ROLMNU TO W-ROL
           PERFORM Ajoute-Role.

       Role-Un-Operateur.
           READ MXROLPALM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-ROLPALM TO W-ROL
           PERFORM Ajoute-Role.

       Ajoute-Role.
           MOVE 0 TO W-RX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBROL
                IF TR-ROL(I) = W-ROL
                     MOVE I TO W-RX
                     EXIT PERFORM
                END-IF
           END-PERFORM
           IF W-RX NOT = 0 OR W-NBROL NOT < MAXROL
                EXIT PARAGRAPH.
           ADD 1 TO W-NBROL
           MOVE W-NBROL TO W-RX
           MOVE W-ROL TO TR-ROL(W-RX)
           MOVE SPACE TO TR-FON(W-RX).

      * un bouton sans ligne MXROLMNU pour le rôle reste visible,
      * comme au menu (cf. Charge-Droits-Menu de menu7-credirect)
       Droits-Un-Role.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > W-NBMOY
                IF TM-TYP(K) = "B"
                     MOVE 1 TO W-VISIBLE
                     IF W-ROLMNU-OK = 1
                          MOVE TR-ROL(W-RX) TO COD-ROLMNU
                          MOVE TM-VAL(K) TO COD-BTNMNU
                          READ MXROLMNU INVALID CONTINUE
                          NOT INVALID
                               IF VIS-ROLMNU = 0
                                    MOVE 0 TO W-VISIBLE
                               END-IF
                          END-READ
                     END-IF
                     IF W-VISIBLE = 1
                          MOVE "1" TO TR-FON(W-RX)(TM-FX(K):1)
                     END-IF
                END-IF
           END-PERFORM.

      * opérateurs : MXROLPALM, superviseurs actifs MXSUPPIN (rôle
      * STD s'ils n'ont pas de rôle) ; droits cumulés
       Charge-Operateurs.
           OPEN INPUT MXROLPALM
           IF FILE-STATUS = "00"
                MOVE LOW-VALUE TO IDE-ROLPALM
                MOVE 0 TO W-FIN
                START MXROLPALM KEY NOT < IDE-ROLPALM INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Operateur-Un-Role UNTIL W-FIN = 1
                CLOSE MXROLPALM
           END-IF
           OPEN INPUT MXSUPPIN
           IF FILE-STATUS = "00"
                MOVE LOW-VALUE TO SUP-MSUP
                MOVE 0 TO W-FIN
                START MXSUPPIN KEY NOT < CLE1-MSUP INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Operateur-Un-Superviseur UNTIL W-FIN = 1
                CLOSE MXSUPPIN
           END-IF.

       Operateur-Un-Role.
           READ MXROLPALM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE IDE-ROLPALM TO W-IDE
           MOVE COD-ROLPALM TO W-ROL
           PERFORM Ajoute-Operateur.

       Operateur-Un-Superviseur.
           READ MXSUPPIN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ACT-MSUP NOT = 1
                EXIT PARAGRAPH.
           MOVE SUP-MSUP TO W-IDE
           MOVE "STD" TO W-ROL
           PERFORM Ajoute-Operateur
           IF W-UX NOT = 0
                MOVE 1 TO TU-SUP(W-UX).

      * W-IDE / W-ROL : opérateur trouvé ou ajouté en W-UX (0 si
      * table pleine) ; un opérateur déjà connu garde son rôle
       Ajoute-Operateur.
           MOVE 0 TO W-UX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBUSR
                IF TU-IDE(I) = W-IDE
                     MOVE I TO W-UX
                     EXIT PERFORM
                END-IF
           END-PERFORM
           IF W-UX NOT = 0
                EXIT PARAGRAPH.
           IF W-NBUSR NOT < MAXUSR
                DISPLAY "sod-b : trop d'opérateurs, ignoré " W-IDE
                EXIT PARAGRAPH.
           ADD 1 TO W-NBUSR
           MOVE W-NBUSR TO W-UX
           MOVE W-IDE TO TU-IDE(W-UX)
           MOVE W-ROL TO TU-ROL(W-UX)
           MOVE 0 TO TU-SUP(W-UX)
           MOVE SPACE TO TU-FON(W-UX).

       Droits-Un-Operateur.
           MOVE TU-ROL(W-UX) TO W-ROL
           PERFORM Ajoute-Role
           IF W-RX NOT = 0
                MOVE TR-FON(W-RX) TO TU-FON(W-UX).
           IF TU-SUP(W-UX) = 1
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > W-NBMOY
                     IF TM-TYP(K) = "S"
                          MOVE "1" TO TU-FON(W-UX)(TM-FX(K):1)
                     END-IF
                END-PERFORM
           END-IF.

      * fonctions exercées dans la période, par opérateur
       Charge-Exercice.
           MOVE SPACE TO ASSIGN-LOGMNU
           STRING MX-DIR DELIMITED BY "  "
                  "/dslancemenu.log" DELIMITED BY SIZE
                  INTO ASSIGN-LOGMNU
           OPEN INPUT LOGMNU
           IF FILE-STATUS-LOGMNU = "00"
                MOVE 0 TO W-FIN
                PERFORM Exercice-Un-Lancement UNTIL W-FIN = 1
                CLOSE LOGMNU
           END-IF
           OPEN INPUT MXDEROG
           IF FILE-STATUS = "00"
                MOVE 0 TO NDG-MDRG W-FIN
                START MXDEROG KEY NOT < CLE1-MDRG INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Exercice-Une-Derogation UNTIL W-FIN = 1
                CLOSE MXDEROG
           END-IF
           OPEN INPUT MXRIBMOD
           IF FILE-STATUS = "00"
                MOVE 0 TO NMR-MRIB W-FIN
                START MXRIBMOD KEY NOT < CLE1-MRIB INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Exercice-Une-Validation UNTIL W-FIN = 1
                CLOSE MXRIBMOD
           END-IF.

       Exercice-Un-Lancement.
           READ LOGMNU AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE ENR-LOGMNU TO W-LOG
           IF WL-DAT NOT NUMERIC
                EXIT PARAGRAPH.
           IF WL-DAT-N < W-DATDEB OR WL-DAT-N > W-DATFIN
                EXIT PARAGRAPH.
           MOVE SPACE TO W-PRG
           UNSTRING WL-PRG DELIMITED BY "." INTO W-PRG
           MOVE WL-IDE TO W-IDE
           MOVE W-PRG TO W-ACTE
           MOVE WL-DAT-N TO W-DATE-ACTE
           MOVE "P" TO W-ORIGINE
           PERFORM Note-Exercice.

       Exercice-Une-Derogation.
           READ MXDEROG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DAT-MDRG < W-DATDEB OR DAT-MDRG > W-DATFIN
                EXIT PARAGRAPH.
           MOVE SUP-MDRG TO W-IDE
           MOVE "DEROG" TO W-ACTE
           MOVE DAT-MDRG TO W-DATE-ACTE
           MOVE "S" TO W-ORIGINE
           PERFORM Note-Exercice.

      * validations et refus signés ; les constats de rib-b
      * CONTROLE ne sont pas des actes d'un superviseur
       Exercice-Une-Validation.
           READ MXRIBMOD NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ORI-MRIB NOT = "D" OR STA-MRIB = "A"
           OR DVA-MRIB < W-DATDEB OR DVA-MRIB > W-DATFIN
                EXIT PARAGRAPH.
           MOVE VAL-MRIB TO W-IDE
           MOVE "RIB" TO W-ACTE
           MOVE DVA-MRIB TO W-DATE-ACTE
           MOVE "S" TO W-ORIGINE
           PERFORM Note-Exercice.

      * W-IDE a exercé W-ACTE (programme P ou acte superviseur S
      * selon W-ORIGINE) le W-DATE-ACTE : toutes les fonctions qui
      * comptent ce moyen sont notées
       Note-Exercice.
           IF W-IDE = SPACE
                EXIT PARAGRAPH.
           MOVE "STD" TO W-ROL
           PERFORM Ajoute-Operateur
           IF W-UX = 0
                EXIT PARAGRAPH.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > W-NBMOY
                IF TM-TYP(K) = W-ORIGINE(1:1)
                AND TM-VAL(K) = W-ACTE
                     MOVE TM-FX(K) TO W-FX
                     ADD 1 TO TU-NBL(W-UX, W-FX)
                     IF TU-DEB(W-UX, W-FX) = 0
                     OR TU-DEB(W-UX, W-FX) > W-DATE-ACTE
                          MOVE W-DATE-ACTE TO TU-DEB(W-UX, W-FX)
                     END-IF
                     IF TU-DER(W-UX, W-FX) < W-DATE-ACTE
                          MOVE W-DATE-ACTE TO TU-DER(W-UX, W-FX)
                     END-IF
                END-IF
           END-PERFORM.

      ******************************************************************
      *    état
      ******************************************************************
       Etat-Roles.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "1. CONFLITS PORTES PAR LES ROLES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBRIS(1) W-NBRIS(2) W-NBRIS(3)
           PERFORM Etat-Un-Role VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-NBROL
           PERFORM Etat-Totaux.

       Etat-Un-Role.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > W-NBINC
                IF TR-FON(W-RX)(TI-FX1(J):1) = "1"
                AND TR-FON(W-RX)(TI-FX2(J):1) = "1"
                     MOVE SPACE TO LIGNE-CONF
                     MOVE "rôle" TO LF-QUI
                     MOVE TR-ROL(W-RX) TO LF-ROL
                     PERFORM Ligne-Conflit
                END-IF
           END-PERFORM.

       Etat-Operateurs.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "2. CONFLITS DES OPERATEURS, ROLE ET HABILITATIONS"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBRIS(1) W-NBRIS(2) W-NBRIS(3)
           PERFORM Etat-Un-Operateur VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-NBUSR
           PERFORM Etat-Totaux.

       Etat-Un-Operateur.
           MOVE TU-ROL(W-UX) TO W-ROL
           PERFORM Ajoute-Role
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > W-NBINC
                IF TU-FON(W-UX)(TI-FX1(J):1) = "1"
                AND TU-FON(W-UX)(TI-FX2(J):1) = "1"
                     MOVE SPACE TO LIGNE-CONF
                     MOVE TU-IDE(W-UX) TO LF-QUI
                     MOVE TU-ROL(W-UX) TO LF-ROL
                     IF W-RX NOT = 0
                     AND TR-FON(W-RX)(TI-FX1(J):1) = "1"
                     AND TR-FON(W-RX)(TI-FX2(J):1) = "1"
                          MOVE "par le rôle" TO LF-ORI
                     ELSE MOVE "cumul superviseur" TO LF-ORI
                     END-IF
                     PERFORM Ligne-Conflit
                END-IF
           END-PERFORM.

       Etat-Exercice.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "3. CONFLITS EXERCES PAR LA MEME PERSONNE"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBRIS(1) W-NBRIS(2) W-NBRIS(3)
           PERFORM Etat-Un-Exercice VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-NBUSR
           PERFORM Etat-Totaux.

       Etat-Un-Exercice.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > W-NBINC
                IF TU-NBL(W-UX, TI-FX1(J)) > 0
                AND TU-NBL(W-UX, TI-FX2(J)) > 0
                     MOVE SPACE TO LIGNE-CONF
                     MOVE TU-IDE(W-UX) TO LF-QUI
                     MOVE TU-ROL(W-UX) TO LF-ROL
                     IF TU-FON(W-UX)(TI-FX1(J):1) = "1"
                     AND TU-FON(W-UX)(TI-FX2(J):1) = "1"
                          MOVE "droits connus" TO LF-ORI
                     ELSE MOVE "hors droits du rôle" TO LF-ORI
                     END-IF
                     PERFORM Ligne-Conflit
                     MOVE TI-FX1(J) TO W-FX
                     PERFORM Ligne-Exercice
                     MOVE TI-FX2(J) TO W-FX
                     PERFORM Ligne-Exercice
                END-IF
           END-PERFORM.

       Ligne-Conflit.
           MOVE TF-FON(TI-FX1(J)) TO LF-FN1
           MOVE TF-FON(TI-FX2(J)) TO LF-FN2
           EVALUATE TI-RIS(J)
           WHEN 1 MOVE "CRITIQUE" TO LF-RIS
           WHEN 2 MOVE "ELEVE" TO LF-RIS
           WHEN OTHER MOVE "MODERE" TO LF-RIS
           END-EVALUATE
           IF TI-RIS(J) > 0 AND TI-RIS(J) < 4
                ADD 1 TO W-NBRIS(TI-RIS(J)).
           MOVE TI-LIB(J) TO LF-LIB
           WRITE LIGNE-ETAT FROM LIGNE-CONF.

       Ligne-Exercice.
           MOVE SPACE TO LIGNE-EXE
           MOVE TF-FON(W-FX) TO LE-FN
           MOVE TF-LIB(W-FX) TO LE-LIB
           MOVE TU-NBL(W-UX, W-FX) TO LE-NBL
           MOVE " fois" TO LE-TXT1
           MOVE TU-DEB(W-UX, W-FX) TO LE-DEB
           MOVE " au " TO LE-TXT2
           MOVE TU-DER(W-UX, W-FX) TO LE-DER
           WRITE LIGNE-ETAT FROM LIGNE-EXE.

       Etat-Totaux.
           MOVE SPACE TO LIGNE-ETAT
           STRING "   critiques " DELIMITED BY SIZE
                  W-NBRIS(1) DELIMITED BY SIZE
                  "  élevés " DELIMITED BY SIZE
                  W-NBRIS(2) DELIMITED BY SIZE
                  "  modérés " DELIMITED BY SIZE
                  W-NBRIS(3) DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
