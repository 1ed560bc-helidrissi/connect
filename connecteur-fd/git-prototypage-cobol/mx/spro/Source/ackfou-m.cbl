      *{Bench}prg-comment
      * ackfou-m.cbl
151026* ackfou-m.cbl : saisie manuelle de l'accusé de réception
151026* d'une ligne de commande fournisseur, pour les fournisseurs
151026* hors EDI (accusé papier, courriel, téléphone).  L'acheteur
151026* appelle la ligne d'achat (agence, bon, ligne), voit ce qui
151026* a été commandé et porte l'action (C confirmée, M modifiée,
151026* R refusée), la quantité, la date de livraison et le prix
151026* confirmés ; l'enregistrement passe par ack-fou, comme les
151026* ORDRSP intégrés par edi-b.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ackfou-m.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:17:45.
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
       COPY "MXLDIS.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
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
           COPY  "cobcap.wrk".
       77 COBCAP-FILE-STATUS           PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 MXLDIS-FILE-STATUS           PIC  X(2).
           88 Valid-MXLDIS VALUE IS "00" THRU "09".
       77 FILE-STATUS      PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 W-LOG-PALM       PIC  9(3).
       77 W-NPR-PALM       PIC  9(3).
      *  ligne d'achat appelée
       77 W-AGE            PIC  X(03).
       77 W-BON            PIC  9(08).
       77 W-LIG            PIC  9(03).
      *  rappel de la commande
       77 W-ART            PIC  X(20).
       77 W-DES            PIC  X(50).
       77 W-FOU            PIC  X(08).
       77 W-QTE-CDE        PIC  -(8)9,99.
       77 W-PRX-CDE        PIC  Z(8)9,99.
       77 W-DAT-CDE        PIC  9(08).
       77 W-ACK-ACT        PIC  X(30).
      *  accusé saisi
       77 W-ACT            PIC  X.
       77 W-QTE            PIC  S9(09)V99.
       77 W-DAT            PIC  9(08).
       77 W-PRX            PIC  9(09)V99.
       77 W-DAK            PIC  9(08).
       77 W-RET            PIC  9.
       77 W-CHARGE         PIC  9
                  VALUE IS 0.
           88 Ligne-Chargee VALUE 1.

      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       77 LK-ZONE-PALM     PIC  X(500).
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       01 Screen1.
           03 Screen1-Fr-1, Frame,
              COL 2,00, LINE 1,00, LINES 19,23 CELLS, SIZE 76,00 CELLS,
              ENGRAVED, COLOR IS 2, FONT IS Small-Font, ID IS 1,
              TITLE "Accusé de commande fournisseur", BACKGROUND-LOW.
           03 Screen1-La-Age, Label,
              COL 4,00, LINE 2,54, LINES 1,15 CELLS, SIZE 8,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 2, LABEL-OFFSET 0,
              TITLE "Agence", TRANSPARENT.
           03 Screen1-Ef-Age, Entry-Field,
              COL 13,00, LINE 2,38, LINES 1,38 CELLS, SIZE 6,00 CELLS,
              3-D, COLOR IS 2, ID IS 3, MAX-TEXT 3, VALUE W-AGE.
           03 Screen1-La-Bon, Label,
              COL 21,00, LINE 2,54, LINES 1,15 CELLS, SIZE 6,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 4, LABEL-OFFSET 0,
              TITLE "Bon", TRANSPARENT.
           03 Screen1-Ef-Bon, Entry-Field,
              COL 28,00, LINE 2,38, LINES 1,38 CELLS, SIZE 12,00 CELLS,
              3-D, COLOR IS 2, ID IS 5, MAX-TEXT 8, NUMERIC,
              VALUE W-BON.
           03 Screen1-La-Lig, Label,
              COL 42,00, LINE 2,54, LINES 1,15 CELLS, SIZE 6,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 6, LABEL-OFFSET 0,
              TITLE "Ligne", TRANSPARENT.
           03 Screen1-Ef-Lig, Entry-Field,
              COL 49,00, LINE 2,38, LINES 1,38 CELLS, SIZE 6,00 CELLS,
              3-D, COLOR IS 2, ID IS 7, MAX-TEXT 3, NUMERIC,
              VALUE W-LIG.
           03 Screen1-Pb-Afficher, Push-Button,
              COL 58,00, LINE 2,31, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              EXCEPTION-VALUE 1001, ID IS 8, DEFAULT-BUTTON,
              TITLE "Afficher".
           03 Screen1-La-Art, Label,
              COL 4,00, LINE 4,31, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 9, LABEL-OFFSET 0,
              TITLE "Article / fournisseur", TRANSPARENT.
           03 Screen1-Ef-Art, Entry-Field,
              COL 25,00, LINE 4,15, LINES 1,38 CELLS, SIZE 22,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 10, MAX-TEXT 20,
              READ-ONLY, VALUE W-ART.
           03 Screen1-Ef-Fou, Entry-Field,
              COL 49,00, LINE 4,15, LINES 1,38 CELLS, SIZE 12,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 11, MAX-TEXT 8,
              READ-ONLY, VALUE W-FOU.
           03 Screen1-Ef-Des, Entry-Field,
              COL 25,00, LINE 5,92, LINES 1,38 CELLS, SIZE 50,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 12, MAX-TEXT 50,
              READ-ONLY, VALUE W-DES.
           03 Screen1-La-Cde, Label,
              COL 4,00, LINE 7,85, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 13, LABEL-OFFSET 0,
              TITLE "Commandé qté/prix/date", TRANSPARENT.
           03 Screen1-Ef-Qte-Cde, Entry-Field,
              COL 25,00, LINE 7,69, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 14, MAX-TEXT 12,
              READ-ONLY, VALUE W-QTE-CDE.
           03 Screen1-Ef-Prx-Cde, Entry-Field,
              COL 41,00, LINE 7,69, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 15, MAX-TEXT 12,
              READ-ONLY, VALUE W-PRX-CDE.
           03 Screen1-Ef-Dat-Cde, Entry-Field,
              COL 57,00, LINE 7,69, LINES 1,38 CELLS, SIZE 12,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 16, MAX-TEXT 8,
              READ-ONLY, VALUE W-DAT-CDE.
           03 Screen1-La-Ack-Act, Label,
              COL 4,00, LINE 9,62, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 17, LABEL-OFFSET 0,
              TITLE "Accusé actuel", TRANSPARENT.
           03 Screen1-Ef-Ack-Act, Entry-Field,
              COL 25,00, LINE 9,46, LINES 1,38 CELLS, SIZE 40,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 18, MAX-TEXT 30,
              READ-ONLY, VALUE W-ACK-ACT.
           03 Screen1-La-Act, Label,
              COL 4,00, LINE 11,85, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 19, LABEL-OFFSET 0,
              TITLE "Action C / M / R", TRANSPARENT.
           03 Screen1-Ef-Act, Entry-Field,
              COL 25,00, LINE 11,69, LINES 1,38 CELLS, SIZE 4,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 20, MAX-TEXT 1,
              UPPER, VALUE W-ACT.
           03 Screen1-La-Qte, Label,
              COL 4,00, LINE 13,62, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 21, LABEL-OFFSET 0,
              TITLE "Quantité confirmée", TRANSPARENT.
           03 Screen1-Ef-Qte, Entry-Field,
              COL 25,00, LINE 13,46, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 22, MAX-TEXT 12,
              NUMERIC, VALUE W-QTE.
           03 Screen1-La-Dat, Label,
              COL 4,00, LINE 15,38, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 23, LABEL-OFFSET 0,
              TITLE "Date confirmée", TRANSPARENT.
           03 Screen1-Ef-Dat, Entry-Field,
              COL 25,00, LINE 15,23, LINES 1,38 CELLS, SIZE 12,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 24, MAX-TEXT 8,
              NUMERIC, VALUE W-DAT.
           03 Screen1-La-Prx, Label,
              COL 41,00, LINE 15,38, LINES 1,15 CELLS, SIZE 14,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 25, LABEL-OFFSET 0,
              TITLE "Prix confirmé", TRANSPARENT.
           03 Screen1-Ef-Prx, Entry-Field,
              COL 57,00, LINE 15,23, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 26, MAX-TEXT 12,
              NUMERIC, VALUE W-PRX.
           03 Screen1-Pb-Valider, Push-Button,
              COL 25,00, LINE 17,54, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              ENABLED 0, EXCEPTION-VALUE 1002, ID IS 27,
              TITLE "Valider".
           03 Screen1-Pb-Annuler, Push-Button,
              COL 43,00, LINE 17,54, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              EXCEPTION-VALUE 1003, ID IS 28,
              TITLE "Fermer".

      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING LK-ZONE-PALM.
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
                 LINES 0,20, SIZE 80,00, CELL HEIGHT 10, CELL WIDTH 10,
                 COLOR IS 65793, LABEL-OFFSET 0, LINK TO THREAD,
                 MODELESS, NO SCROLL, WITH SYSTEM MENU, TITLE-BAR,
                 TITLE "ACCUSE DE COMMANDE FOURNISSEUR",
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
              ACCEPT Screen1
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
      * Screen1-Pb-Afficher Link To
              WHEN Key-Status = 1001
                 PERFORM Screen1-Pb-Afficher-Link
      * Screen1-Pb-Valider Link To
              WHEN Key-Status = 1002
                 PERFORM Screen1-Pb-Valider-Link
      * Screen1-Pb-Annuler Link To
              WHEN Key-Status = 1003
                 PERFORM Screen1-Pb-Annuler-Link
           END-EVALUATE
           MOVE 1 TO Accept-Control
           .

       Acu-Close-Files.
      *    Before-Close
           CLOSE MXLDIS
      *    After-Close
           .

      * COBCAP

      * MXLDIS

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
           OPEN INPUT MXLDIS
           PERFORM STAT
           .

      * APPEL DE LA LIGNE D'ACHAT ======================================
       Screen1-Pb-Afficher-Link.
           MOVE 0 TO W-CHARGE
           PERFORM Active-Accuse
           MOVE FUNCTION UPPER-CASE(W-AGE) TO W-AGE
           MODIFY Screen1-Ef-Age, VALUE W-AGE
           IF W-AGE = SPACES OR W-BON = 0 OR W-LIG = 0
              MOVE "Agence, bon et ligne obligatoires" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           READ MXLDIS INVALID
              MOVE "Ligne de commande inconnue" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-READ
           PERFORM STAT
           IF FOU-MLDI = SPACE OR TLI-MLDI NOT = 3
              MOVE "Pas une ligne d'achat fournisseur en attente"
                 TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE ART-MLDI TO W-ART
           MOVE DES-MLDI TO W-DES
           MOVE FOU-MLDI TO W-FOU
           MOVE QTE-MLDI TO W-QTE-CDE
           MOVE PUN-MLDI TO W-PRX-CDE
           MOVE DLP-MLDI TO W-DAT-CDE
           EVALUATE ACK-MLDI
              WHEN "C" MOVE "Confirmée" TO W-ACK-ACT
              WHEN "M" MOVE "Modifiée" TO W-ACK-ACT
              WHEN "R" MOVE "Refusée" TO W-ACK-ACT
              WHEN OTHER MOVE "Aucun accusé" TO W-ACK-ACT
           END-EVALUATE
      *    saisie proposée : l'accusé déjà reçu, sinon la commande
           IF ACK-MLDI = SPACE
              MOVE "C" TO W-ACT
              MOVE QTE-MLDI TO W-QTE
              MOVE DLP-MLDI TO W-DAT
              MOVE PUN-MLDI TO W-PRX
           ELSE
              MOVE ACK-MLDI TO W-ACT
              MOVE QAC-MLDI TO W-QTE
              MOVE DAC-MLDI TO W-DAT
              MOVE PUC-MLDI TO W-PRX
           END-IF
           MOVE 1 TO W-CHARGE
           DISPLAY Screen1
           PERFORM Active-Accuse
           .

       Active-Accuse.
           MODIFY Screen1-Ef-Act, ENABLED W-CHARGE
           MODIFY Screen1-Ef-Qte, ENABLED W-CHARGE
           MODIFY Screen1-Ef-Dat, ENABLED W-CHARGE
           MODIFY Screen1-Ef-Prx, ENABLED W-CHARGE
           MODIFY Screen1-Pb-Valider, ENABLED W-CHARGE
           .

      * ENREGISTREMENT DE L'ACCUSE =====================================
       Screen1-Pb-Valider-Link.
           IF NOT Ligne-Chargee
              EXIT PARAGRAPH
           END-IF
           IF W-ACT NOT = "C" AND W-ACT NOT = "M" AND W-ACT NOT = "R"
              MOVE "Action C, M ou R" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           IF W-ACT NOT = "R" AND W-QTE NOT > 0
              MOVE "Quantité confirmée obligatoire" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           ACCEPT W-DAK FROM DATE YYYYMMDD
           CALL "ack-fou" USING W-AGE W-BON W-LIG W-ACT W-QTE
                                W-DAT W-PRX W-DAK W-RET
           IF W-RET NOT = 0
              MOVE "Accusé non enregistré, ligne indisponible"
                 TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-CHARGE
           PERFORM Active-Accuse
           MOVE "Accusé enregistré." TO ACU-MSG-1
           PERFORM MSG-INFO
           .

      * FERMETURE DE L'ECRAN ===========================================
       Screen1-Pb-Annuler-Link.
           PERFORM Acu-Screen1-Exit
           .


      *{Bench}end
       REPORT-COMPOSER SECTION.
