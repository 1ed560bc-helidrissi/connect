      *{Bench}prg-comment
      * adrliv-l.cbl
151026* adrliv-l.cbl : choix du site de livraison à la création du
151026* bon.  Appelé par sbd-c quand le client du bon est posé : les
151026* sites ouverts du carnet d'adresses MXADRLIV du client sont
151026* présentés par la liste générique afflis, le site par défaut
151026* en tête, avec ville et contraintes de livraison.  Sans
151026* site, retour immédiat sans affichage.  Le numéro du site
151026* choisi revient dans LK-ADLL-SIT (0 si abandon : sbd-c prend
151026* alors le site par défaut, cf. rech-adrliv).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. adrliv-l.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:05:41.
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
       COPY "MXADRLIV.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
       COPY "LISTE.fd".
       COPY "MXADRLIV.fd".
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
       77 W-SIT-X          PIC  X(4).
       77 W-PASSE          PIC  9.
       77 W-PTR            PIC  9(3).
       78 MAXSIT           VALUE IS 80.
      * sélection rendue par afflis (clef alpha, cf. mpge-l)
       01 W-TAB-SELECT.
           02 W-TAB-COD        PIC  X(6)
                      OCCURS 80 TIMES.
      * sites présentés, dans l'ordre de la liste
       01 W-TAB-SIT.
           02 W-SIT-NUM        PIC  9(4)
                      OCCURS 80.
       77 W-NBSIT          PIC  9(6).
           COPY "contr-liv.wrk".
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       77 LK-ZONE-PALM     PIC  X(500).
       77 LK-ADLL-CLI      PIC  9(8).
       77 LK-ADLL-SIT      PIC  9(4).
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       01 Screen1.

      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING LK-ZONE-PALM, LK-ADLL-CLI,
                                LK-ADLL-SIT.
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

      * MXADRLIV

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
           Move 0 To LK-ADLL-SIT

           | Assignation et ouverture du fichier LISTE
           COPY "W:/mx/copy/Assign-FICTMP.cbl"
                REPLACING ==FICTMP==   BY ==LISTE==
                          =='FICTMP'== BY ==LISTE==.

           Perform Begin-Gen-Sites Thru End-Gen-Sites
           IF W-NBSIT > 0
              PERFORM Liste-Sites
           END-IF

           | Fin Génération
           Delete File LISTE
           Exit Program
           .

      *-------------------------------------------------------------*
      *    Présentation des sites et site choisi                     *
      *-------------------------------------------------------------*
       Liste-Sites.
           Move 0                  To LK-GENLISTE-NBSEL
           Move ASSIGN-LISTE       To LK-GENLISTE-FILENAME
           Move " Site de livraison "
                                   To LK-GENLISTE-TITLE
           Move " Ville / contraintes de livraison "
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
           IF W-CHOIX = 0 OR W-CHOIX > W-NBSIT
              EXIT PARAGRAPH
           END-IF
           Move W-SIT-NUM(W-CHOIX) To LK-ADLL-SIT
           .

      * deux passages sur les sites du client : le site par défaut
      * d'abord, puis les autres sites ouverts
       Begin-Gen-Sites.
           Move 0 To w-count W-NBSIT
           Open Input MXADRLIV
           If FILE-STATUS Not = "00"
              Close LISTE
              Go End-Gen-Sites
           End-If
           Move 1 To W-PASSE
           .

       Start-Gen-Sites.
           Move LK-ADLL-CLI To CLI-MADL
           Move 0 To SIT-MADL
           Start MXADRLIV Key >= CLE1-MADL invalid
              Go End-Gen-Sites-Passe
           End-Start
           .

       Loop-Gen-Sites.
           Read MXADRLIV Next no lock At End Go End-Gen-Sites-Passe
           End-Read
           If CLI-MADL Not = LK-ADLL-CLI Or W-NBSIT Not < MAXSIT
              Go End-Gen-Sites-Passe
           End-If
           If CANN-MADL = 1
              Go Loop-Gen-Sites
           End-If
           If (W-PASSE = 1 And DEF-MADL Not = 1)
           Or (W-PASSE = 2 And DEF-MADL = 1)
              Go Loop-Gen-Sites
           End-If
           Add 1 To W-NBSIT
           Move SIT-MADL To W-SIT-NUM(W-NBSIT)

           Initialize ENR-LST
           | Clé unique du fichier LISTE
           Add 1 To w-count
           Move w-count   To ORD-LST
           | COD-LST contient le rang dans W-TAB-SIT
           Move W-NBSIT   To W-ORD
           Move W-ORD     To W-ORD-X
           Move W-ORD-X   To COD-LST
           | Contient le Code à afficher
           Move SIT-MADL  To W-SIT-X
           Move W-SIT-X   To COB-LST
           | Contient le libéllé à afficher
           Move NOM-MADL  To LIB-LST
           | Colonne 2 : ville et contraintes
           Perform CONTR-LIV
           Move Space To LIB2-LST
           Move 1 To W-PTR
           If DEF-MADL = 1
              String "(défaut) " Delimited By Size
                     Into LIB2-LST With Pointer W-PTR
           End-If
           String VIL-MADL Delimited By "  "
                  " " Delimited By Size
                  CTL-TXT Delimited By Size
                  Into LIB2-LST With Pointer W-PTR

           | Enregistre
           Write ENR-LST Invalid
              move "Problème : Génération LISTE" to acu-msg-1
              move cle1-lst to acu-msg-2
              perform msg-erreur
              Go End-Gen-Sites-Fic
           End-Write
           Perform Stat
           Go Loop-Gen-Sites
           .

       End-Gen-Sites-Passe.
           If W-PASSE = 1
              Move 2 To W-PASSE
              Go Start-Gen-Sites
           End-If
           .

       End-Gen-Sites-Fic.
           Close MXADRLIV
           Close LISTE
           .

       End-Gen-Sites.
           .

           COPY "contr-liv.cbl".

      *{Bench}end
       REPORT-COMPOSER SECTION.
