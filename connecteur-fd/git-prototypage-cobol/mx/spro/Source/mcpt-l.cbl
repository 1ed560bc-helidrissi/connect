      *{Bench}prg-comment
      * mcpt-l.cbl
151026* mcpt-l.cbl : listes de compatibilité pièces / machines
151026* (MXCOMPAT, cf. compat-b) par la liste générique afflis.
151026* Mode "M" (saisie sbd-c) : liste des machines, puis des
151026* pièces du catalogue qui vont sur la machine choisie avec
151026* stock de l'agence et prix ; l'article choisi est rendu
151026* dans LK-MCPT-ART (espaces si abandon).
151026* Mode "A" (fiche art-c2) : vue inverse, les machines sur
151026* lesquelles va LK-MCPT-ART, en consultation.
151026* La sélection d'afflis ne rend que 6 caractères : COD-LST
151026* porte le rang de la ligne, retrouvé dans les tables.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. mcpt-l.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 11:06:31.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
      *{Bench}activex-def
      *{Bench}end
      *{Bench}decimal-point
           DECIMAL-POINT IS COMMA.
      *{Bench}end
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *{Bench}file-control
       COPY "COBCAP.sl".
       COPY "LISTE.sl".
       COPY "MXCOMPAT.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
       COPY "LISTE.fd".
       COPY "MXCOMPAT.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
      *{Bench}end
       WORKING-STORAGE             SECTION.
      *{Bench}acu-def
       COPY "acugui.def".
       COPY "acucobol.def".
       COPY "crtvars.def".
       COPY "showmsg.def".
      *{Bench}end

      *{Bench}copy-working
       77 Key-Status IS SPECIAL-NAMES CRT STATUS PIC 9(4) VALUE 0.
           88 Exit-Pushed VALUE 27.
           88 Message-Received VALUE 95.
           88 Event-Occurred VALUE 96.
           88 Screen-No-Input-Field VALUE 97.
           88 Screen-Time-Out VALUE 99.
      * property-defined variable

      * user-defined variable
       77 Screen1-Handle
                  USAGE IS HANDLE OF WINDOW VALUE NULL.
           COPY  "W:\mistral\copy\cobcap.wrk".
           COPY  "W:\mistral\copy\LK-GENLISTE.wrk".
       77 w-count          PIC  9(6).
       77 W-LOG-PALM       PIC  9(3).
       77 W-NPR-PALM       PIC  9(3).
       77 ASSIGN-LISTE     PIC  X(60).
       77 WASS-LISTE       PIC  X(20)
                  VALUE IS "LISTE".
       77 COBCAP-FILE-STATUS           PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 LISTE-FILE-STATUS            PIC  X(2).
           88 Valid-LISTE VALUE IS "00" THRU "09".
       77 FILE-STATUS      PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 W-ORD            PIC  9(6).
       77 W-ORD-X          PIC  X(6).
       77 W-CHOIX          PIC  9(6).
       77 W-MRQ            PIC  X(20).
       77 W-MOD            PIC  X(20).
       77 W-STC-ED         PIC  -(6)9,99.
       77 W-PRX-ED         PIC  Z(7)9,99.
       77 W-AND-ED         PIC  ZZZ9 BLANK WHEN ZERO.
       77 W-ANF-ED         PIC  ZZZ9 BLANK WHEN ZERO.
       78 MAXMAC           VALUE IS 3000.
       78 MAXPCE           VALUE IS 1000.
      * sélection rendue par afflis (clef alpha, cf. mpge-l)
       01 W-TAB-SELECT.
           02 W-TAB-COD        PIC  X(6)
                      OCCURS 80 TIMES.
      * machines (marque, modèle) de la première liste
       01 W-TAB-MAC.
           02 W-MAC            OCCURS 3000.
              03 W-MAC-MRQ     PIC  X(20).
              03 W-MAC-MOD     PIC  X(20).
       77 W-NBMAC          PIC  9(6).
      * articles de la seconde liste
       01 W-TAB-PCE.
           02 W-PCE-ART        PIC  X(20)
                      OCCURS 1000.
       77 W-NBPCE          PIC  9(6).
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       77 LK-ZONE-PALM     PIC  X(500).
       77 LK-MCPT-MOD      PIC  X.
       77 LK-MCPT-AGE      PIC  X(3).
       77 LK-MCPT-ART      PIC  X(20).
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       01 Screen1.

      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING LK-ZONE-PALM, LK-MCPT-MOD,
                                LK-MCPT-AGE, LK-MCPT-ART.
      *{Bench}end
      *{Bench}declarative
       DECLARATIVES.
       INPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INPUT.
       0100-DECL.
           EXIT.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       OUTPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       0300-DECL.
           EXIT.
       END DECLARATIVES.
      *{Bench}end

       Acu-Main-Logic.
      *{Bench}entry-befprg
      *    Before-Program
      *{Bench}end
           PERFORM Acu-Initial-Routine
      * run main screen
      *{Bench}run-mainscr
           PERFORM Acu-Screen1-Routine
      *{Bench}end
           PERFORM Acu-Exit-Rtn
           .

      *{Bench}copy-procedure
       COPY "showmsg.cpy".

       Acu-Initial-Routine.
      *    Before-Init
      * get system information
           ACCEPT System-Information FROM System-Info
      * get terminal information
           ACCEPT Terminal-Abilities FROM Terminal-Info
      * open file
           PERFORM Acu-Open-Files
      *    After-Init
           .

       Acu-Exit-Rtn.
      * destroy font
           PERFORM Acu-Exit-Font
      * destroy bitmap
           PERFORM Acu-Exit-Bmp
           PERFORM Acu-Close-Files
      *    After-Program
           EXIT PROGRAM
           STOP RUN
           .
       Acu-Exit-Font.
      * font destroy
           .

       Acu-Exit-Bmp.
      * bitmap destroy
           .

       Acu-Open-Files.
      *    Before-Open
      *    After-Open
           .

       Acu-Screen1-Routine.
      *    Before-Routine
           PERFORM Acu-Screen1-Scrn
           PERFORM Acu-Screen1-Proc
      *    After-Routine
           .

       Acu-Screen1-Scrn.
           PERFORM Acu-Screen1-Create-Win
           PERFORM Acu-Screen1-Init-Data
           .

       Acu-Screen1-Create-Win.
           PERFORM Screen1-Bef-Create
      * display screen
              DISPLAY Floating GRAPHICAL WINDOW
                 LINES 0,10, SIZE 64,00, CELL HEIGHT 10, CELL WIDTH 10,
                 COLOR IS 65793, LABEL-OFFSET 0, LINK TO THREAD,
                 MODELESS, NO SCROLL, WITH SYSTEM MENU, TITLE-BAR,
                 USER-GRAY, USER-WHITE, VISIBLE 0, NO WRAP,
                 EVENT PROCEDURE Screen1-Event-Proc,
                 HANDLE IS Screen1-Handle
      * toolbar
           DISPLAY Screen1 UPON Screen1-Handle
      *    After-Create
           .

       Acu-Screen1-Init-Data.
      *    Before-Initdata
      *    After-Initdata
           .
      * Screen1
       Acu-Screen1-Proc.
           PERFORM UNTIL Exit-Pushed
              ACCEPT OMITTED LINE 1 COL 1
                 ON EXCEPTION PERFORM Acu-Screen1-Evaluate-Func
              END-ACCEPT
           END-PERFORM
           DESTROY Screen1-Handle
           INITIALIZE Key-Status
           .

      * Screen1
       Acu-Screen1-Evaluate-Func.
           EVALUATE TRUE
              WHEN Exit-Pushed
                 PERFORM Acu-Screen1-Exit
              WHEN Event-Occurred
                 IF Event-Type = Cmd-Close
                    PERFORM Acu-Screen1-Exit
                 END-IF
           END-EVALUATE
           MOVE 1 TO Accept-Control
           .

       Acu-Close-Files.
      *    Before-Close
      *    After-Close
           .

      * COBCAP

      * LISTE

      * MXCOMPAT

       Acu-Screen1-Exit.
           SET Exit-Pushed TO TRUE
           .



       Screen1-Event-Proc.
           .
      ***   start event editor code   ***
       COPY "W:/MISTRAL/COPY/ENVMIS.CBL".
      *
       Screen1-Bef-Create.
           PERFORM Controle-Call

           | Assignation et ouverture du fichier LISTE
           COPY "W:/mx/copy/Assign-FICTMP.cbl"
                REPLACING ==FICTMP==   BY ==LISTE==
                          =='FICTMP'== BY ==LISTE==.

           IF LK-MCPT-MOD = "A"
              PERFORM Liste-Machines-Article
           ELSE
              PERFORM Liste-Pieces-Machine
           END-IF

           | Fin Génération
           Delete File LISTE
           Exit Program
           .

      *-------------------------------------------------------------*
      *    Vue inverse de la fiche article : machines de la pièce    *
      *-------------------------------------------------------------*
       Liste-Machines-Article.
           CALL "W$MOUSE" USING CAPTURE-MOUSE
           PERFORM Curseur-Sablier.
           Perform Begin-Gen-Article Thru End-Gen-Article
           CALL "W$MOUSE" USING RELEASE-MOUSE
           PERFORM Curseur-Fleche.

           | Appel de la liste générique, en consultation
           Move 0                  To LK-GENLISTE-NBSEL
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move " Machines de la pièce " To LK-GENLISTE-TITLE
           Move " Années / séries / position " To LK-GENLISTE-COL2
           Move 1                  To LK-GENLISTE-MAXSEL
           | Clef en Alpha
           Move 1                  To LK-GENLISTE-DATATYPE
           Move Space              To LK-GENLISTE-SELECT
           Call "afflis.acu"
              Using ZONE-PALM, LK-GENLISTE
           Cancel "afflis.acu"
           .

       Begin-Gen-Article.
           Open Input MXCOMPAT
           If FILE-STATUS Not = "00"
              Go End-Gen-Article
           End-If
           Move LK-MCPT-ART To ART2-MCPT
           Start MXCOMPAT Key >= CLE2-MCPT invalid
              Go End-Gen-Article
           End-Start
           Move 0 To w-count
           .

       Loop-Gen-Article.
           Read MXCOMPAT Next no lock At End Go End-Gen-Article
           End-Read
           If ART2-MCPT Not = LK-MCPT-ART
              Go End-Gen-Article
           End-If

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           Move w-count   To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher : la marque
           Move MRQ-MCPT  To COB-LST
           | Contient le libéllé à afficher : le modèle
           Move MOD-MCPT  To LIB-LST
           | Colonne 2 : plages couvertes et position
           Perform Prepare-Lib2

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Article
           End-Write
           Perform Stat

           Go Loop-Gen-Article
           .

       End-Gen-Article.
           Close MXCOMPAT
           Close LISTE
           .

       Prepare-Lib2.
           Move AND-MCPT To W-AND-ED
           Move ANF-MCPT To W-ANF-ED
           Move Space To LIB2-LST
           String W-AND-ED Delimited By Size
                  "-" Delimited By Size
                  W-ANF-ED Delimited By Size
                  " " Delimited By Size
                  NSD-MCPT Delimited By "  "
                  "-" Delimited By Size
                  NSF-MCPT Delimited By "  "
                  " " Delimited By Size
                  OBS-MCPT Delimited By "  "
                  Into LIB2-LST
           .

      *-------------------------------------------------------------*
      *    Recherche à la saisie : machine puis pièces compatibles   *
      *-------------------------------------------------------------*
       Liste-Pieces-Machine.
           Move Space To LK-MCPT-ART
           CALL "W$MOUSE" USING CAPTURE-MOUSE
           PERFORM Curseur-Sablier.
           Perform Begin-Gen-Machine Thru End-Gen-Machine
           CALL "W$MOUSE" USING RELEASE-MOUSE
           PERFORM Curseur-Fleche.

           | Première liste : la machine
           Move 0                  To LK-GENLISTE-NBSEL
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move " Machines "       To LK-GENLISTE-TITLE
           Move Space              To LK-GENLISTE-COL2
           Move 1                  To LK-GENLISTE-MAXSEL
           | Clef en Alpha
           Move 1                  To LK-GENLISTE-DATATYPE
           Move Space              To LK-GENLISTE-SELECT
           Call "afflis.acu"
              Using ZONE-PALM, LK-GENLISTE
           Cancel "afflis.acu"
           IF LK-GENLISTE-NBSEL = 0
              EXIT PARAGRAPH
           END-IF
           Move LK-GENLISTE-SELECT To W-TAB-SELECT
           Move W-TAB-COD(1)       To W-ORD-X
           Move W-ORD-X            To W-CHOIX
           IF W-CHOIX = 0 OR W-CHOIX > W-NBMAC
              EXIT PARAGRAPH
           END-IF
           Move W-MAC-MRQ(W-CHOIX) To W-MRQ
           Move W-MAC-MOD(W-CHOIX) To W-MOD

           | Seconde liste : les pièces de la machine choisie
           Open Output LISTE
           Close LISTE
           Open I-O LISTE
           CALL "W$MOUSE" USING CAPTURE-MOUSE
           PERFORM Curseur-Sablier.
           Perform Begin-Gen-Pieces Thru End-Gen-Pieces
           CALL "W$MOUSE" USING RELEASE-MOUSE
           PERFORM Curseur-Fleche.

           Move 0                  To LK-GENLISTE-NBSEL
           Move Space              To LK-GENLISTE-TITLE
           String " Pièces pour " Delimited By Size
                  W-MRQ Delimited By "  "
                  " " Delimited By Size
                  W-MOD Delimited By "  "
                  " " Delimited By Size
                  Into LK-GENLISTE-TITLE
           Move " Stock / prix HT / années / position "
                                   To LK-GENLISTE-COL2
           Move 1                  To LK-GENLISTE-MAXSEL
           Move 1                  To LK-GENLISTE-DATATYPE
           Move Space              To LK-GENLISTE-SELECT
           Call "afflis.acu"
              Using ZONE-PALM, LK-GENLISTE
           Cancel "afflis.acu"
           IF LK-GENLISTE-NBSEL = 0
              EXIT PARAGRAPH
           END-IF
           Move LK-GENLISTE-SELECT To W-TAB-SELECT
           Move W-TAB-COD(1)       To W-ORD-X
           Move W-ORD-X            To W-CHOIX
           IF W-CHOIX > 0 AND W-CHOIX NOT > W-NBPCE
              Move W-PCE-ART(W-CHOIX) To LK-MCPT-ART
           END-IF
           .

      * une ligne par couple marque / modèle (CLE1-MCPT les range
      * à la suite)
       Begin-Gen-Machine.
           Move 0 To w-count W-NBMAC
           Open Input MXCOMPAT
           If FILE-STATUS Not = "00"
              Go End-Gen-Machine
           End-If
           Move Space To W-MRQ W-MOD
           Move Low-Value To CLE1-MCPT
           Start MXCOMPAT Key >= CLE1-MCPT invalid
              Go End-Gen-Machine
           End-Start
           .

       Loop-Gen-Machine.
           Read MXCOMPAT Next no lock At End Go End-Gen-Machine
           End-Read
           If MRQ-MCPT = W-MRQ And MOD-MCPT = W-MOD
              Go Loop-Gen-Machine
           End-If
           Move MRQ-MCPT To W-MRQ
           Move MOD-MCPT To W-MOD
           If W-NBMAC Not < MAXMAC
              Go End-Gen-Machine
           End-If
           Add 1 To W-NBMAC
           Move MRQ-MCPT To W-MAC-MRQ(W-NBMAC)
           Move MOD-MCPT To W-MAC-MOD(W-NBMAC)

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-MAC
           Move W-NBMAC   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move MRQ-MCPT  To COB-LST
           | Contient le libéllé à afficher
           Move MOD-MCPT  To LIB-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Machine
           End-Write
           Perform Stat

           Go Loop-Gen-Machine
           .

       End-Gen-Machine.
           Close MXCOMPAT
           Close LISTE
           .

      * pièces actives de la machine, stock de l'agence du bon
       Begin-Gen-Pieces.
           Move 0 To w-count W-NBPCE
           Open Input MXCOMPAT MXART MXARTSA
           Move W-MRQ To MRQ-MCPT
           Move W-MOD To MOD-MCPT
           Move Low-Value To ART-MCPT
           Move 0 To NLG-MCPT
           Start MXCOMPAT Key >= CLE1-MCPT invalid
              Go End-Gen-Pieces
           End-Start
           .

       Loop-Gen-Pieces.
           Read MXCOMPAT Next no lock At End Go End-Gen-Pieces
           End-Read
           If MRQ-MCPT Not = W-MRQ Or MOD-MCPT Not = W-MOD
              Go End-Gen-Pieces
           End-If
           Move ART-MCPT To COD-MART
           Read MXART no lock Invalid Go Loop-Gen-Pieces
           End-Read
           If CANN-MART = 1 Or TAR-MART = 2
              Go Loop-Gen-Pieces
           End-If
           If W-NBPCE Not < MAXPCE
              Go End-Gen-Pieces
           End-If
           Add 1 To W-NBPCE
           Move ART-MCPT To W-PCE-ART(W-NBPCE)
           Move LK-MCPT-AGE To AGE-MASA
           Move ART-MCPT To COD-MASA
           Read MXARTSA no lock Invalid Move 0 To STC-MASA
           End-Read

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-PCE
           Move W-NBPCE   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move ART-MCPT  To COB-LST
           | Contient le libéllé à afficher
           Move DES-MART  To LIB-LST
           | Colonne 2 : stock, prix, plage et position
           Move STC-MASA  To W-STC-ED
           Move PVN-MART  To W-PRX-ED
           Move AND-MCPT  To W-AND-ED
           Move ANF-MCPT  To W-ANF-ED
           Move Space To LIB2-LST
           String W-STC-ED Delimited By Size
                  " " Delimited By Size
                  W-PRX-ED Delimited By Size
                  " " Delimited By Size
                  W-AND-ED Delimited By Size
                  "-" Delimited By Size
                  W-ANF-ED Delimited By Size
                  " " Delimited By Size
                  OBS-MCPT Delimited By "  "
                  Into LIB2-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Pieces
           End-Write
           Perform Stat

           Go Loop-Gen-Pieces
           .

       End-Gen-Pieces.
           Close MXCOMPAT MXART MXARTSA
           Close LISTE
           .

      *{Bench}end
       REPORT-COMPOSER SECTION.
