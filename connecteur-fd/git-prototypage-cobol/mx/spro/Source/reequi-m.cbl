      *{Bench}prg-comment
      * reequi-m.cbl
151026* reequi-m.cbl : revue par l'acheteur des propositions de
151026* rééquilibrage du stock entre agences (reequi-b PROPOSE).
151026* L'acheteur appelle une ligne de proposition ou passe à la
151026* suivante en attente, voit l'article, l'agence en surstock
151026* et l'agence en besoin avec leur disponible et leur
151026* consommation, la valeur déplacée et l'achat évité ; il
151026* accepte (quantité modifiable) ou refuse.  L'acceptation
151026* crée directement le transfert inter-agences TYP-MBDI = 7
151026* par acc-reequi ; il suit ensuite trf-b EXPEDIE/RECEPTION.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. reequi-m.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 11:05:38.
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
       COPY "MXREEQUI.sl".
       COPY "MXART.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "COBCAP.fd".
       COPY "MXREEQUI.fd".
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
           COPY  "cobcap.wrk".
       77 COBCAP-FILE-STATUS           PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 MXREEQUI-FILE-STATUS         PIC  X(2).
           88 Valid-MXREEQUI VALUE IS "00" THRU "09".
       77 FILE-STATUS      PIC  X(2).
           88 Valid-COBCAP VALUE IS "00" THRU "09".
       77 W-LOG-PALM       PIC  9(3).
       77 W-NPR-PALM       PIC  9(3).
      *  ligne de proposition appelée
       77 W-NPR            PIC  9(08).
       77 W-LIG            PIC  9(04).
      *  rappel de la proposition
       77 W-ART            PIC  X(20).
       77 W-DES            PIC  X(50).
       77 W-AGS            PIC  X(03).
       77 W-AGD            PIC  X(03).
       77 W-QPR            PIC  -(8)9,99.
       77 W-VAL            PIC  -(10)9,99.
       77 W-ACH            PIC  -(10)9,99.
       77 W-DSS            PIC  -(8)9,99.
       77 W-CNS            PIC  -(8)9,99.
       77 W-DSD            PIC  -(8)9,99.
       77 W-CND            PIC  -(8)9,99.
       77 W-STA            PIC  X(30).
      *  décision
       77 W-ACT            PIC  X.
       77 W-QTE            PIC  S9(09)V99.
       77 W-DAT            PIC  9(08).
       77 W-BON            PIC  9(08).
       77 W-RET            PIC  9.
       77 W-FIN            PIC  9.
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
              COL 2,00, LINE 1,00, LINES 21,00 CELLS, SIZE 76,00 CELLS,
              ENGRAVED, COLOR IS 2, FONT IS Small-Font, ID IS 1,
              TITLE "Rééquilibrage du stock entre agences",
              BACKGROUND-LOW.
           03 Screen1-La-Npr, Label,
              COL 4,00, LINE 2,54, LINES 1,15 CELLS, SIZE 11,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 2, LABEL-OFFSET 0,
              TITLE "Proposition", TRANSPARENT.
           03 Screen1-Ef-Npr, Entry-Field,
              COL 16,00, LINE 2,38, LINES 1,38 CELLS, SIZE 12,00 CELLS,
              3-D, COLOR IS 2, ID IS 3, MAX-TEXT 8, NUMERIC,
              VALUE W-NPR.
           03 Screen1-La-Lig, Label,
              COL 30,00, LINE 2,54, LINES 1,15 CELLS, SIZE 6,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 4, LABEL-OFFSET 0,
              TITLE "Ligne", TRANSPARENT.
           03 Screen1-Ef-Lig, Entry-Field,
              COL 37,00, LINE 2,38, LINES 1,38 CELLS, SIZE 7,00 CELLS,
              3-D, COLOR IS 2, ID IS 5, MAX-TEXT 4, NUMERIC,
              VALUE W-LIG.
           03 Screen1-Pb-Afficher, Push-Button,
              COL 46,00, LINE 2,31, LINES 1,54 CELLS, SIZE 14,00 CELLS,
              EXCEPTION-VALUE 1001, ID IS 6, DEFAULT-BUTTON,
              TITLE "Afficher".
           03 Screen1-Pb-Suivante, Push-Button,
              COL 61,00, LINE 2,31, LINES 1,54 CELLS, SIZE 14,00 CELLS,
              EXCEPTION-VALUE 1002, ID IS 7,
              TITLE "Suivante".
           03 Screen1-La-Art, Label,
              COL 4,00, LINE 4,31, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 8, LABEL-OFFSET 0,
              TITLE "Article", TRANSPARENT.
           03 Screen1-Ef-Art, Entry-Field,
              COL 25,00, LINE 4,15, LINES 1,38 CELLS, SIZE 22,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 9, MAX-TEXT 20,
              READ-ONLY, VALUE W-ART.
           03 Screen1-Ef-Des, Entry-Field,
              COL 25,00, LINE 5,92, LINES 1,38 CELLS, SIZE 50,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 10, MAX-TEXT 50,
              READ-ONLY, VALUE W-DES.
           03 Screen1-La-Ags, Label,
              COL 4,00, LINE 7,85, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 11, LABEL-OFFSET 0,
              TITLE "De (surstock)", TRANSPARENT.
           03 Screen1-Ef-Ags, Entry-Field,
              COL 25,00, LINE 7,69, LINES 1,38 CELLS, SIZE 6,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 12, MAX-TEXT 3,
              READ-ONLY, VALUE W-AGS.
           03 Screen1-La-Dss, Label,
              COL 33,00, LINE 7,85, LINES 1,15 CELLS, SIZE 12,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 13, LABEL-OFFSET 0,
              TITLE "dispo/conso", TRANSPARENT.
           03 Screen1-Ef-Dss, Entry-Field,
              COL 46,00, LINE 7,69, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 14, MAX-TEXT 12,
              READ-ONLY, VALUE W-DSS.
           03 Screen1-Ef-Cns, Entry-Field,
              COL 61,00, LINE 7,69, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 15, MAX-TEXT 12,
              READ-ONLY, VALUE W-CNS.
           03 Screen1-La-Agd, Label,
              COL 4,00, LINE 9,62, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 16, LABEL-OFFSET 0,
              TITLE "Vers (besoin)", TRANSPARENT.
           03 Screen1-Ef-Agd, Entry-Field,
              COL 25,00, LINE 9,46, LINES 1,38 CELLS, SIZE 6,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 17, MAX-TEXT 3,
              READ-ONLY, VALUE W-AGD.
           03 Screen1-La-Dsd, Label,
              COL 33,00, LINE 9,62, LINES 1,15 CELLS, SIZE 12,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 18, LABEL-OFFSET 0,
              TITLE "dispo/conso", TRANSPARENT.
           03 Screen1-Ef-Dsd, Entry-Field,
              COL 46,00, LINE 9,46, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 19, MAX-TEXT 12,
              READ-ONLY, VALUE W-DSD.
           03 Screen1-Ef-Cnd, Entry-Field,
              COL 61,00, LINE 9,46, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 20, MAX-TEXT 12,
              READ-ONLY, VALUE W-CND.
           03 Screen1-La-Qpr, Label,
              COL 4,00, LINE 11,38, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 21, LABEL-OFFSET 0,
              TITLE "Qté proposée", TRANSPARENT.
           03 Screen1-Ef-Qpr, Entry-Field,
              COL 25,00, LINE 11,23, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 22, MAX-TEXT 12,
              READ-ONLY, VALUE W-QPR.
           03 Screen1-La-Val, Label,
              COL 4,00, LINE 13,15, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 23, LABEL-OFFSET 0,
              TITLE "Valeur / achat évité", TRANSPARENT.
           03 Screen1-Ef-Val, Entry-Field,
              COL 25,00, LINE 13,00, LINES 1,38 CELLS, SIZE 16,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 24, MAX-TEXT 14,
              READ-ONLY, VALUE W-VAL.
           03 Screen1-Ef-Ach, Entry-Field,
              COL 43,00, LINE 13,00, LINES 1,38 CELLS, SIZE 16,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 25, MAX-TEXT 14,
              READ-ONLY, VALUE W-ACH.
           03 Screen1-La-Sta, Label,
              COL 4,00, LINE 14,92, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 26, LABEL-OFFSET 0,
              TITLE "Etat", TRANSPARENT.
           03 Screen1-Ef-Sta, Entry-Field,
              COL 25,00, LINE 14,77, LINES 1,38 CELLS, SIZE 40,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 27, MAX-TEXT 30,
              READ-ONLY, VALUE W-STA.
           03 Screen1-La-Qte, Label,
              COL 4,00, LINE 16,69, LINES 1,15 CELLS, SIZE 20,00 CELLS,
              COLOR IS 2, FONT IS Small-Font, ID IS 28, LABEL-OFFSET 0,
              TITLE "Qté retenue", TRANSPARENT.
           03 Screen1-Ef-Qte, Entry-Field,
              COL 25,00, LINE 16,54, LINES 1,38 CELLS, SIZE 14,00 CELLS,
              3-D, COLOR IS 2, ENABLED 0, ID IS 29, MAX-TEXT 12,
              NUMERIC, VALUE W-QTE.
           03 Screen1-Pb-Accepter, Push-Button,
              COL 8,00, LINE 18,77, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              ENABLED 0, EXCEPTION-VALUE 1003, ID IS 30,
              TITLE "Accepter".
           03 Screen1-Pb-Refuser, Push-Button,
              COL 30,00, LINE 18,77, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              ENABLED 0, EXCEPTION-VALUE 1004, ID IS 31,
              TITLE "Refuser".
           03 Screen1-Pb-Annuler, Push-Button,
              COL 52,00, LINE 18,77, LINES 1,54 CELLS, SIZE 16,00 CELLS,
              EXCEPTION-VALUE 1005, ID IS 32,
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
                 LINES 22,00, SIZE 80,00, CELL HEIGHT 10, CELL WIDTH 10,
                 COLOR IS 65793, LABEL-OFFSET 0, LINK TO THREAD,
                 MODELESS, NO SCROLL, WITH SYSTEM MENU, TITLE-BAR,
                 TITLE "REEQUILIBRAGE DU STOCK ENTRE AGENCES",
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
      * Screen1-Pb-Suivante Link To
              WHEN Key-Status = 1002
                 PERFORM Screen1-Pb-Suivante-Link
      * Screen1-Pb-Accepter Link To
              WHEN Key-Status = 1003
                 PERFORM Screen1-Pb-Accepter-Link
      * Screen1-Pb-Refuser Link To
              WHEN Key-Status = 1004
                 PERFORM Screen1-Pb-Refuser-Link
      * Screen1-Pb-Annuler Link To
              WHEN Key-Status = 1005
                 PERFORM Screen1-Pb-Annuler-Link
           END-EVALUATE
           MOVE 1 TO Accept-Control
           .

       Acu-Close-Files.
      *    Before-Close
           CLOSE MXREEQUI MXART
      *    After-Close
           .

      * COBCAP

      * MXREEQUI

      * MXART

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
           OPEN INPUT MXREEQUI MXART
           PERFORM STAT
           .

      * APPEL D'UNE LIGNE DE PROPOSITION ===============================
       Screen1-Pb-Afficher-Link.
           MOVE 0 TO W-CHARGE
           PERFORM Active-Decision
           IF W-NPR = 0 OR W-LIG = 0
              MOVE "Proposition et ligne obligatoires" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE W-NPR TO NPR-MREE
           MOVE W-LIG TO LIG-MREE
           READ MXREEQUI INVALID
              MOVE "Ligne de proposition inconnue" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-READ
           PERFORM STAT
           PERFORM Affiche-Ligne
           .

      * LIGNE SUIVANTE EN ATTENTE DE DECISION ==========================
       Screen1-Pb-Suivante-Link.
           MOVE 0 TO W-CHARGE
           PERFORM Active-Decision
           MOVE W-NPR TO NPR-MREE
           MOVE W-LIG TO LIG-MREE
           MOVE 0 TO W-FIN
           START MXREEQUI KEY > CLE1-MREE INVALID
              MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Suivante UNTIL W-FIN NOT = 0
           IF W-FIN = 1
              MOVE "Plus de ligne en attente" TO ACU-MSG-1
              PERFORM MSG-INFO
              EXIT PARAGRAPH
           END-IF
           MOVE NPR-MREE TO W-NPR
           MOVE LIG-MREE TO W-LIG
           PERFORM Affiche-Ligne
           .

      * W-FIN : 1 fin de fichier, 2 ligne en attente trouvée
       Lit-Suivante.
           READ MXREEQUI NEXT AT END
              MOVE 1 TO W-FIN
              EXIT PARAGRAPH
           END-READ
           IF STA-MREE = "P"
              MOVE 2 TO W-FIN
           END-IF
           .

       Affiche-Ligne.
           MOVE ART-MREE TO W-ART
           MOVE ART-MREE TO COD-MART
           READ MXART INVALID
              MOVE SPACE TO DES-MART
           END-READ
           MOVE DES-MART TO W-DES
           MOVE AGS-MREE TO W-AGS
           MOVE AGD-MREE TO W-AGD
           MOVE QPR-MREE TO W-QPR
           MOVE VAL-MREE TO W-VAL
           MOVE ACH-MREE TO W-ACH
           MOVE DSS-MREE TO W-DSS
           MOVE CNS-MREE TO W-CNS
           MOVE DSD-MREE TO W-DSD
           MOVE CND-MREE TO W-CND
           MOVE QTE-MREE TO W-QTE
           EVALUATE STA-MREE
              WHEN "P" MOVE "En attente de décision" TO W-STA
              WHEN "R" MOVE "Refusée" TO W-STA
              WHEN "S" MOVE "Remplacée par un passage suivant"
                          TO W-STA
              WHEN "A"
                 MOVE SPACE TO W-STA
                 STRING "Acceptée, transfert " DELIMITED BY SIZE
                        BON-MREE DELIMITED BY SIZE
                        INTO W-STA
                 END-STRING
           END-EVALUATE
      *    seule une ligne en attente se décide
           IF STA-MREE = "P"
              MOVE 1 TO W-CHARGE
           END-IF
           DISPLAY Screen1
           PERFORM Active-Decision
           .

       Active-Decision.
           MODIFY Screen1-Ef-Qte, ENABLED W-CHARGE
           MODIFY Screen1-Pb-Accepter, ENABLED W-CHARGE
           MODIFY Screen1-Pb-Refuser, ENABLED W-CHARGE
           .

      * ACCEPTATION : CREATION DU TRANSFERT ============================
       Screen1-Pb-Accepter-Link.
           IF NOT Ligne-Chargee
              EXIT PARAGRAPH
           END-IF
           IF W-QTE NOT > 0
              MOVE "Quantité retenue obligatoire" TO ACU-MSG-1
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO W-ACT
           PERFORM Enregistre-Decision
           .

      * REFUS ==========================================================
       Screen1-Pb-Refuser-Link.
           IF NOT Ligne-Chargee
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO W-ACT
           PERFORM Enregistre-Decision
           .

       Enregistre-Decision.
           ACCEPT W-DAT FROM DATE YYYYMMDD
           CALL "acc-reequi" USING W-NPR W-LIG W-ACT W-QTE W-DAT
                                   W-BON W-RET
           EVALUATE W-RET
              WHEN 0
                 CONTINUE
              WHEN 2
                 MOVE "Ligne déjà décidée sur un autre poste"
                    TO ACU-MSG-1
              WHEN 4
                 MOVE "Agence émettrice inconnue, numérotation"
                    TO ACU-MSG-1
              WHEN 5
                 MOVE "Quota de l'agence destinataire dépassé"
                    TO ACU-MSG-1
              WHEN 6
                 MOVE "Stock de l'agence émettrice insuffisant"
                    TO ACU-MSG-1
              WHEN OTHER
                 MOVE "Décision non enregistrée, ligne indisponible"
                    TO ACU-MSG-1
           END-EVALUATE
           IF W-RET NOT = 0
              PERFORM MSG-ERREUR
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-CHARGE
           PERFORM Active-Decision
           IF W-ACT = "A"
              MOVE SPACE TO W-STA
              STRING "Acceptée, transfert " DELIMITED BY SIZE
                     W-BON DELIMITED BY SIZE
                     INTO W-STA
              END-STRING
              MOVE SPACE TO ACU-MSG-1
              STRING "Transfert " DELIMITED BY SIZE
                     W-BON DELIMITED BY SIZE
                     " créé de " DELIMITED BY SIZE
                     W-AGS DELIMITED BY SIZE
                     " vers " DELIMITED BY SIZE
                     W-AGD DELIMITED BY SIZE
                     INTO ACU-MSG-1
              END-STRING
           ELSE
              MOVE "Refusée" TO W-STA
              MOVE "Proposition refusée." TO ACU-MSG-1
           END-IF
           MODIFY Screen1-Ef-Sta, VALUE W-STA
           PERFORM MSG-INFO
           .

      * FERMETURE DE L'ECRAN ===========================================
       Screen1-Pb-Annuler-Link.
           PERFORM Acu-Screen1-Exit
           .


      *{Bench}end
       REPORT-COMPOSER SECTION.
