      *{Bench}prg-comment
      * assoc-l.cbl
151026* assoc-l.cbl : ventes croisées à la saisie.  Appelé par
151026* sbd-c après la validation d'une ligne article : les
151026* articles le plus souvent achetés avec LK-ASSL-SRC (MXAFFIN,
151026* calculé chaque nuit par assoc-b) sont présentés par la
151026* liste générique afflis, cinq au plus par confiance
151026* décroissante, avec stock de l'agence, prix et confiance.
151026* Sont écartés les articles supprimés ou interdits, ceux
151026* déjà sur le bon et ceux que l'assortiment du client
151026* bloque (ctl-assort).  Sans suggestion, retour immédiat
151026* sans affichage.  Chaque suggestion présentée est notée
151026* dans MXAFFSUG, celle choisie y passe acceptée et revient
151026* dans LK-ASSL-ART (espaces si abandon).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. assoc-l.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 14:27:05.
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
       COPY "MXAFFIN.sl".
       COPY "MXAFFSUG.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXLDIS.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
       COPY "LISTE.fd".
       COPY "MXAFFIN.fd".
       COPY "MXAFFSUG.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXLDIS.fd".
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
       77 W-DAT            PIC  9(8).
       77 W-DEJA           PIC  9.
       77 W-FIN            PIC  9.
       77 W-ASO-RES        PIC  9.
       77 W-ASO-EQV        PIC  X(20).
       77 W-STC-ED         PIC  -(6)9,99.
       77 W-PRX-ED         PIC  Z(7)9,99.
       77 W-CNF-ED         PIC  ZZ9,99.
       78 MAXSUG           VALUE IS 5.
      * sélection rendue par afflis (clef alpha, cf. mpge-l)
       01 W-TAB-SELECT.
           02 W-TAB-COD        PIC  X(6)
                      OCCURS 80 TIMES.
      * articles suggérés, dans l'ordre de la liste
       01 W-TAB-SUG.
           02 W-SUG-ART        PIC  X(20)
                      OCCURS 5.
       77 W-NBSUG          PIC  9(6).
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       77 LK-ZONE-PALM     PIC  X(500).
       77 LK-ASSL-AGE      PIC  X(3).
       77 LK-ASSL-BON      PIC  9(8).
       77 LK-ASSL-CLI      PIC  9(8).
       77 LK-ASSL-DAT      PIC  9(8).
       77 LK-ASSL-SRC      PIC  X(20).
       77 LK-ASSL-ART      PIC  X(20).
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       01 Screen1.

      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING LK-ZONE-PALM, LK-ASSL-AGE,
                                LK-ASSL-BON, LK-ASSL-CLI,
                                LK-ASSL-DAT, LK-ASSL-SRC,
                                LK-ASSL-ART.
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

      * MXAFFIN

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
           Move Space To LK-ASSL-ART

           | Assignation et ouverture du fichier LISTE
           COPY "W:/mx/copy/Assign-FICTMP.cbl"
                REPLACING ==FICTMP==   BY ==LISTE==
                          =='FICTMP'== BY ==LISTE==.

           Perform Begin-Gen-Suggest Thru End-Gen-Suggest
           IF W-NBSUG > 0
              PERFORM Liste-Suggestions
           END-IF

           | Fin Génération
           Delete File LISTE
           Exit Program
           .

      *-------------------------------------------------------------*
      *    Présentation des suggestions et article choisi            *
      *-------------------------------------------------------------*
       Liste-Suggestions.
           Move 0                  To LK-GENLISTE-NBSEL
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move Space              To LK-GENLISTE-TITLE
           String " Souvent acheté avec " Delimited By Size
                  LK-ASSL-SRC Delimited By "  "
                  " " Delimited By Size
                  Into LK-GENLISTE-TITLE
           Move " Stock / prix HT / confiance % "
                                   To LK-GENLISTE-COL2
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
           IF W-CHOIX = 0 OR W-CHOIX > W-NBSUG
              EXIT PARAGRAPH
           END-IF
           Move W-SUG-ART(W-CHOIX) To LK-ASSL-ART

           | La suggestion est notée acceptée
           Open I-O MXAFFSUG
           If FILE-STATUS Not = "00"
              EXIT PARAGRAPH
           End-If
           Move LK-ASSL-AGE To AGE-MAFS
           Move LK-ASSL-BON To BON-MAFS
           Move LK-ASSL-ART To SUG-MAFS
           Read MXAFFSUG Invalid Continue
           Not Invalid
              Move 1 To ACC-MAFS
              Rewrite ENR-MAFS Invalid Continue
              End-Rewrite
           End-Read
           Close MXAFFSUG
           .

      * les meilleures affinités de l'article source (CLE2-MAFI :
      * confiance décroissante), stock de l'agence du bon
       Begin-Gen-Suggest.
           Move 0 To w-count W-NBSUG
           Open Input MXAFFIN
           If FILE-STATUS Not = "00"
              Close LISTE
              Go End-Gen-Suggest
           End-If
           Open Input MXART MXARTSA MXLDIS
           Open I-O MXAFFSUG
           If FILE-STATUS = "35"
              Open Output MXAFFSUG
              Close MXAFFSUG
              Open I-O MXAFFSUG
           End-If
           Move LK-ASSL-SRC To SR2-MAFI
           Move 0 To ICF-MAFI
           Start MXAFFIN Key >= CLE2-MAFI invalid
              Go End-Gen-Suggest-Fic
           End-Start
           .

       Loop-Gen-Suggest.
           Read MXAFFIN Next no lock At End Go End-Gen-Suggest-Fic
           End-Read
           If SR2-MAFI Not = LK-ASSL-SRC Or W-NBSUG Not < MAXSUG
              Go End-Gen-Suggest-Fic
           End-If
           If SUG-MAFI = Space
              Go Loop-Gen-Suggest
           End-If
           Move SUG-MAFI To COD-MART
           Read MXART no lock Invalid Go Loop-Gen-Suggest
           End-Read
           If CANN-MART = 1 Or TAR-MART = 2
              Go Loop-Gen-Suggest
           End-If
           Perform Deja-Sur-Bon
           If W-DEJA = 1
              Go Loop-Gen-Suggest
           End-If
           Move 0 To W-ASO-RES
           Move Space To W-ASO-EQV
           Call "ctl-assort" Using LK-ASSL-CLI, SUG-MAFI,
                LK-ASSL-DAT, W-ASO-RES, W-ASO-EQV
                On Exception Continue
           End-Call
           If W-ASO-RES = 2
              Go Loop-Gen-Suggest
           End-If
           Add 1 To W-NBSUG
           Move SUG-MAFI To W-SUG-ART(W-NBSUG)
           Move LK-ASSL-AGE To AGE-MASA
           Move SUG-MAFI To COD-MASA
           Read MXARTSA no lock Invalid Move 0 To STC-MASA
           End-Read

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-SUG
           Move W-NBSUG   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move SUG-MAFI  To COB-LST
           | Contient le libéllé à afficher
           Move DES-MART  To LIB-LST
           | Colonne 2 : stock, prix et confiance
           Move STC-MASA  To W-STC-ED
           Move PVN-MART  To W-PRX-ED
           Move CNF-MAFI  To W-CNF-ED
           Move Space To LIB2-LST
           String W-STC-ED Delimited By Size
                  " " Delimited By Size
                  W-PRX-ED Delimited By Size
                  " " Delimited By Size
                  W-CNF-ED Delimited By Size
                  " %" Delimited By Size
                  Into LIB2-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Suggest-Fic
           End-Write
           Perform Stat

           | Suggestion présentée, une fois par bon
           Move LK-ASSL-AGE To AGE-MAFS
           Move LK-ASSL-BON To BON-MAFS
           Move SUG-MAFI    To SUG-MAFS
           ACCEPT W-DAT FROM CENTURY-DATE
           Move W-DAT       To DAT-MAFS
           Move LK-ASSL-SRC To SRC-MAFS
           Move LK-ASSL-CLI To CLI-MAFS
           Move CNF-MAFI    To CNF-MAFS
           Move 0           To ACC-MAFS
           Write ENR-MAFS Invalid Continue
           End-Write

           Go Loop-Gen-Suggest
           .

       End-Gen-Suggest-Fic.
           Close MXAFFIN MXART MXARTSA MXLDIS MXAFFSUG
           Close LISTE
           .

       End-Gen-Suggest.
           .

      * W-DEJA à 1 si le suggéré est déjà sur une ligne du bon
       Deja-Sur-Bon.
           Move 0 To W-DEJA W-FIN
           Move LK-ASSL-AGE To AGE-MLDI
           Move LK-ASSL-BON To BON-MLDI
           Move 0 To LIG-MLDI
           Start MXLDIS Key >= CLE1-MLDI invalid
              Move 1 To W-FIN
           End-Start
           Perform Lit-Ligne-Bon Until W-FIN = 1
           .

       Lit-Ligne-Bon.
           Read MXLDIS Next no lock At End Move 1 To W-FIN
              Exit Paragraph
           End-Read
           If AGE-MLDI Not = LK-ASSL-AGE
           Or BON-MLDI Not = LK-ASSL-BON
              Move 1 To W-FIN
              Exit Paragraph
           End-If
           If ART-MLDI = SUG-MAFI
              Move 1 To W-DEJA W-FIN
           End-If
           .

      *{Bench}end
       REPORT-COMPOSER SECTION.
