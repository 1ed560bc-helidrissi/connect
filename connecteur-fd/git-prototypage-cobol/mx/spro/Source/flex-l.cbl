      *{Bench}prg-comment
      * flex-l.cbl
151026* flex-l.cbl : configurateur de flexible hydraulique appelé
151026* de la saisie sbd-c, par la liste générique afflis :
151026* tuyau (rangé par diamètre puis pression), embout côté A
151026* puis côté B parmi ceux admis sur la série et le DN du tuyau
151026* (MXFLXCPT), gaine facultative du même DN, puis longueur
151026* hors tout et angle d'orientation dans une fenêtre modale.
151026* config-flex contrôle la combinaison, crée ou retrouve
151026* l'article flexible et écrit le bon d'atelier ; l'article
151026* est rendu dans LK-FLEX-ART (espaces si abandon ou refus).
151026* La sélection d'afflis ne rend que 6 caractères : COD-LST
151026* porte le rang de la ligne, retrouvé dans les tables.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. flex-l.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 14:18:52.
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
       COPY "MXFLEX.sl".
       COPY "MXFLXCPT.sl".
       COPY "MXART.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
       COPY "LISTE.fd".
       COPY "MXFLEX.fd".
       COPY "MXFLXCPT.fd".
       COPY "MXART.fd".
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
       77 W-FLX-HANDLE
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
       77 W-TUY            PIC  X(20).
       77 W-EMA            PIC  X(20).
       77 W-EMB            PIC  X(20).
       77 W-GAI            PIC  X(20).
       77 W-SER            PIC  X(10).
       77 W-DN             PIC  9(03).
       77 W-ANG            PIC  9(03).
       77 W-LNG            PIC  9(05).
       77 W-ART            PIC  X(20).
       77 W-MSG            PIC  X(60).
       77 W-RET            PIC  9.
       77 W-LNG-X          PIC  X(05).
       77 W-ANG-X          PIC  X(03).
       77 W-DN-ED          PIC  ZZ9.
       77 W-PRS-ED         PIC  ZZZ9.
       77 W-ANG-ED         PIC  ZZ9.
       77 W-PRX-ED         PIC  Z(7)9,99.
       78 MAXTUY           VALUE IS 2000.
       78 MAXEMB           VALUE IS 1000.
      * sélection rendue par afflis (clef alpha, cf. mpge-l)
       01 W-TAB-SELECT.
           02 W-TAB-COD        PIC  X(6)
                      OCCURS 80 TIMES.
      * tuyaux de la première liste
       01 W-TAB-TUY.
           02 W-TY             OCCURS 2000.
              03 W-TY-ART      PIC  X(20).
              03 W-TY-SER      PIC  X(10).
              03 W-TY-DN       PIC  9(03).
       77 W-NBTUY          PIC  9(6).
      * embouts admis (ou gaines) de la liste suivante
       01 W-TAB-EMB.
           02 W-EM-ART         PIC  X(20)
                      OCCURS 1000.
       77 W-NBEMB          PIC  9(6).
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       77 LK-ZONE-PALM     PIC  X(500).
       77 LK-FLEX-AGE      PIC  X(3).
       77 LK-FLEX-ART      PIC  X(20).
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       01 Screen1.

      * longueur et orientation du flexible, sur le modèle de la
      * fenêtre de dérogation de sbd-c
       01 ScreenFlex.
           03 ScreenFlex-La-Lng, Label,
              COL 2,00, LINE 1,50, LINES 1,00 CELLS,
              SIZE 16,00 CELLS, COLOR IS 2, ID IS 1,
              TITLE "Longueur (mm)", TRANSPARENT.
           03 ScreenFlex-Ef-Lng, Entry-Field,
              COL 19,00, LINE 1,50, LINES 1,46 CELLS,
              SIZE 8,00 CELLS, 3-D, COLOR IS 2, ID IS 2,
              MAX-TEXT 5.
           03 ScreenFlex-La-Ang, Label,
              COL 2,00, LINE 3,00, LINES 1,00 CELLS,
              SIZE 16,00 CELLS, COLOR IS 2, ID IS 3,
              TITLE "Orientation (deg)", TRANSPARENT.
           03 ScreenFlex-Ef-Ang, Entry-Field,
              COL 19,00, LINE 3,00, LINES 1,46 CELLS,
              SIZE 8,00 CELLS, 3-D, COLOR IS 2, ID IS 4,
              MAX-TEXT 3.
           03 ScreenFlex-Pb-Ok, Push-Button,
              COL 9,00, LINE 4,80, LINES 1,62 CELLS,
              SIZE 12,00 CELLS, EXCEPTION-VALUE 27, ID IS 5,
              SELF-ACT,
              TITLE "Valider".

      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING LK-ZONE-PALM, LK-FLEX-AGE,
                                LK-FLEX-ART.
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

      * MXFLEX

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

           PERFORM Configure-Flexible

           | Fin Génération
           Delete File LISTE
           Exit Program
           .

      *-------------------------------------------------------------*
      *    Tuyau, embouts, gaine, puis longueur et orientation      *
      *-------------------------------------------------------------*
       Configure-Flexible.
           Move Space To LK-FLEX-ART W-EMA W-EMB W-GAI
           CALL "W$MOUSE" USING CAPTURE-MOUSE
           PERFORM Curseur-Sablier.
           Perform Begin-Gen-Tuyau Thru End-Gen-Tuyau
           CALL "W$MOUSE" USING RELEASE-MOUSE
           PERFORM Curseur-Fleche.

           | Première liste : le tuyau
           Move 0                  To LK-GENLISTE-NBSEL
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move " Tuyau hydraulique " To LK-GENLISTE-TITLE
           Move " DN / pression (bar) / série " To LK-GENLISTE-COL2
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
           IF W-CHOIX = 0 OR W-CHOIX > W-NBTUY
              EXIT PARAGRAPH
           END-IF
           Move W-TY-ART(W-CHOIX)  To W-TUY
           Move W-TY-SER(W-CHOIX)  To W-SER
           Move W-TY-DN(W-CHOIX)   To W-DN

           | Embouts admis sur la série et le DN du tuyau
           Open Output LISTE
           Close LISTE
           Open I-O LISTE
           CALL "W$MOUSE" USING CAPTURE-MOUSE
           PERFORM Curseur-Sablier.
           Perform Begin-Gen-Embout Thru End-Gen-Embout
           CALL "W$MOUSE" USING RELEASE-MOUSE
           PERFORM Curseur-Fleche.
           IF W-NBEMB = 0
              MOVE " Aucun embout admis sur ce tuyau " TO acu-msg-1
              MOVE W-TUY TO acu-msg-2
              PERFORM msg-info
              EXIT PARAGRAPH
           END-IF

           Move " Embout côté A "  To LK-GENLISTE-TITLE
           Perform Choix-Embout
           IF W-CHOIX = 0
              EXIT PARAGRAPH
           END-IF
           Move W-EM-ART(W-CHOIX)  To W-EMA
           Move " Embout côté B "  To LK-GENLISTE-TITLE
           Perform Choix-Embout
           IF W-CHOIX = 0
              EXIT PARAGRAPH
           END-IF
           Move W-EM-ART(W-CHOIX)  To W-EMB

           | Gaine facultative du DN du tuyau (rang 0 : sans gaine)
           Open Output LISTE
           Close LISTE
           Open I-O LISTE
           Perform Begin-Gen-Gaine Thru End-Gen-Gaine
           IF W-NBEMB > 0
              Move " Gaine de protection " To LK-GENLISTE-TITLE
              Perform Choix-Embout
              IF W-CHOIX > 0
                 Move W-EM-ART(W-CHOIX) To W-GAI
              END-IF
           END-IF

           | Longueur hors tout et orientation
           Perform Saisie-Longueur
           IF W-LNG = 0
              EXIT PARAGRAPH
           END-IF

           Call "config-flex" Using W-TUY W-EMA W-EMB W-ANG W-LNG
                W-GAI LK-FLEX-AGE W-ART W-MSG W-RET
              On Exception
                 Move 9 To W-RET
                 Move "config-flex indisponible" To W-MSG
           End-Call
           Cancel "config-flex"
           IF W-RET > 1
              MOVE " Flexible refusé " TO acu-msg-1
              MOVE W-MSG TO acu-msg-2
              PERFORM msg-info
              EXIT PARAGRAPH
           END-IF
           MOVE W-MSG TO acu-msg-1
           MOVE W-ART TO acu-msg-2
           MOVE Space TO acu-msg-3
           STRING " Bon d'atelier ft/flex-atelier-" Delimited By Size
                  W-ART Delimited By " "
                  ".txt" Delimited By Size
                  INTO acu-msg-3
           PERFORM msg-info
           Move W-ART To LK-FLEX-ART
           .

      * choix dans la liste W-TAB-EMB en place, W-CHOIX à 0 si
      * abandon ou ligne "sans"
       Choix-Embout.
           Move 0                  To LK-GENLISTE-NBSEL W-CHOIX
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move " Prix HT / angle / filetage " To LK-GENLISTE-COL2
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
           IF W-CHOIX > W-NBEMB
              Move 0 To W-CHOIX
           END-IF
           .

      * fenêtre modale longueur / orientation ; W-LNG à 0 si rien
      * de saisi
       Saisie-Longueur.
           Move 0 To W-LNG W-ANG
           Move Space To W-LNG-X W-ANG-X
           DISPLAY FLOATING GRAPHICAL WINDOW
              LINES 7,00, SIZE 30,00, CELL HEIGHT 13, CELL WIDTH 7,
              COLOR IS 65793, MODAL, NO SCROLL,
              TITLE "Flexible : longueur et orientation", TITLE-BAR,
              HANDLE IS W-FLX-HANDLE
           DISPLAY ScreenFlex UPON W-FLX-HANDLE
           ACCEPT ScreenFlex
              ON EXCEPTION CONTINUE
           END-ACCEPT
           INQUIRE ScreenFlex-Ef-Lng, VALUE IN W-LNG-X
           INQUIRE ScreenFlex-Ef-Ang, VALUE IN W-ANG-X
           DESTROY W-FLX-HANDLE
           INSPECT W-LNG-X REPLACING TRAILING SPACE BY ZERO
           INSPECT W-ANG-X REPLACING TRAILING SPACE BY ZERO
           IF W-LNG-X IS NUMERIC
              Move W-LNG-X To W-LNG
           END-IF
           IF W-ANG-X IS NUMERIC
              Move W-ANG-X To W-ANG
           END-IF
           .

      * tuyaux rangés par DN puis pression (CLE2-MFLX)
       Begin-Gen-Tuyau.
           Move 0 To w-count W-NBTUY
           Open Input MXFLEX MXART
           If FILE-STATUS Not = "00"
              Go End-Gen-Tuyau
           End-If
           Move Low-Value To CLE2-MFLX
           Move "T" To TYP-MFLX
           Start MXFLEX Key >= CLE2-MFLX invalid
              Go End-Gen-Tuyau
           End-Start
           .

       Loop-Gen-Tuyau.
           Read MXFLEX Next no lock At End Go End-Gen-Tuyau
           End-Read
           If TYP-MFLX Not = "T"
              Go End-Gen-Tuyau
           End-If
           Move ART-MFLX To COD-MART
           Read MXART no lock Invalid Go Loop-Gen-Tuyau
           End-Read
           If CANN-MART = 1 Or TAR-MART = 2
              Go Loop-Gen-Tuyau
           End-If
           If W-NBTUY Not < MAXTUY
              Go End-Gen-Tuyau
           End-If
           Add 1 To W-NBTUY
           Move ART-MFLX To W-TY-ART(W-NBTUY)
           Move SER-MFLX To W-TY-SER(W-NBTUY)
           Move DN-MFLX  To W-TY-DN(W-NBTUY)

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-TUY
           Move W-NBTUY   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move ART-MFLX  To COB-LST
           | Contient le libéllé à afficher
           Move DES-MART  To LIB-LST
           | Colonne 2 : diamètre, pression, série
           Move DN-MFLX   To W-DN-ED
           Move PRS-MFLX  To W-PRS-ED
           Move Space To LIB2-LST
           String "DN " Delimited By Size
                  W-DN-ED Delimited By Size
                  " " Delimited By Size
                  W-PRS-ED Delimited By Size
                  " bar " Delimited By Size
                  SER-MFLX Delimited By "  "
                  Into LIB2-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Tuyau
           End-Write
           Perform Stat

           Go Loop-Gen-Tuyau
           .

       End-Gen-Tuyau.
           Close MXFLEX MXART
           Close LISTE
           .

      * embouts admis sur la série et le DN du tuyau choisi
       Begin-Gen-Embout.
           Move 0 To w-count W-NBEMB
           Open Input MXFLXCPT MXFLEX MXART
           If FILE-STATUS Not = "00"
              Go End-Gen-Embout
           End-If
           Move W-SER To SER-MFCP
           Move W-DN To DN-MFCP
           Move Low-Value To EMB-MFCP
           Start MXFLXCPT Key >= CLE1-MFCP invalid
              Go End-Gen-Embout
           End-Start
           .

       Loop-Gen-Embout.
           Read MXFLXCPT Next no lock At End Go End-Gen-Embout
           End-Read
           If SER-MFCP Not = W-SER Or DN-MFCP Not = W-DN
              Go End-Gen-Embout
           End-If
           Move EMB-MFCP To ART-MFLX
           Read MXFLEX no lock Invalid Go Loop-Gen-Embout
           End-Read
           Move EMB-MFCP To COD-MART
           Read MXART no lock Invalid Go Loop-Gen-Embout
           End-Read
           If CANN-MART = 1 Or TAR-MART = 2
              Go Loop-Gen-Embout
           End-If
           If W-NBEMB Not < MAXEMB
              Go End-Gen-Embout
           End-If
           Add 1 To W-NBEMB
           Move EMB-MFCP To W-EM-ART(W-NBEMB)

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-EMB
           Move W-NBEMB   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move EMB-MFCP  To COB-LST
           | Contient le libéllé à afficher
           Move DES-MART  To LIB-LST
           | Colonne 2 : prix, angle, filetage
           Move PVN-MART  To W-PRX-ED
           Move ANG-MFLX  To W-ANG-ED
           Move Space To LIB2-LST
           String W-PRX-ED Delimited By Size
                  " " Delimited By Size
                  W-ANG-ED Delimited By Size
                  " deg " Delimited By Size
                  FIL-MFLX Delimited By "  "
                  Into LIB2-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Embout
           End-Write
           Perform Stat

           Go Loop-Gen-Embout
           .

       End-Gen-Embout.
           Close MXFLXCPT MXFLEX MXART
           Close LISTE
           .

      * gaines du DN du tuyau, précédées de la ligne "sans gaine"
       Begin-Gen-Gaine.
           Move 0 To w-count W-NBEMB
           Initialize ENR-LST
           Add 1 To w-count
           Move w-count   To ORD-LST
           Move 0         To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           Move Space     To COB-LST
           Move "Sans gaine" To LIB-LST
           Write ENR-LST Invalid Continue
           End-Write
           Open Input MXFLEX MXART
           If FILE-STATUS Not = "00"
              Go End-Gen-Gaine
           End-If
           Move Low-Value To CLE2-MFLX
           Move "G" To TYP-MFLX
           Move W-DN To DN-MFLX
           Start MXFLEX Key >= CLE2-MFLX invalid
              Go End-Gen-Gaine
           End-Start
           .

       Loop-Gen-Gaine.
           Read MXFLEX Next no lock At End Go End-Gen-Gaine
           End-Read
           If TYP-MFLX Not = "G" Or DN-MFLX Not = W-DN
              Go End-Gen-Gaine
           End-If
           Move ART-MFLX To COD-MART
           Read MXART no lock Invalid Go Loop-Gen-Gaine
           End-Read
           If W-NBEMB Not < MAXEMB
              Go End-Gen-Gaine
           End-If
           Add 1 To W-NBEMB
           Move ART-MFLX To W-EM-ART(W-NBEMB)

           Initialize ENR-LST
           Add 1 To w-count
           Move w-count   To ORD-LST
           Move W-NBEMB   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           Move ART-MFLX  To COB-LST
           Move DES-MART  To LIB-LST
           Move PVN-MART  To W-PRX-ED
           Move Space To LIB2-LST
           String W-PRX-ED Delimited By Size
                  " le mètre" Delimited By Size
                  Into LIB2-LST

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Gaine
           End-Write
           Perform Stat

           Go Loop-Gen-Gaine
           .

       End-Gen-Gaine.
           Close MXFLEX MXART
           Close LISTE
           .

      *{Bench}end
       REPORT-COMPOSER SECTION.
