      *{Bench}prg-comment
      * protprix-b.cbl
151026* protprix-b.cbl : protection de prix sur le stock (baisses
151026* de tarif constatées par mtf-credirect, cf. protprix).
151026*   RECLAME <fou>
151026*       émet la réclamation des lignes encore à réclamer du
151026*       fournisseur (chargement interrompu avant sa fin, ou
151026*       réclamation à refaire) ;
151026*   SUIVI
151026*       réclamations ouvertes, réclamé, avoirs rapprochés par
151026*       ctlfac-b AVOIR, reste et âge, ft/protprix-suivi.txt ;
151026*   ETAT <aaaamm>
151026*       baisses de tarif du mois par fournisseur : valeur du
151026*       stock touchée, part réclamée (fournisseurs avec
151026*       protection de prix) et part perdue, ft/protprix-
151026*       etat.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. protprix-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:47:03.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXPROPRI.sl".
       COPY "MXPROREC.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXPROPRI.fd".
       COPY "MXPROREC.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-PER-LIG            PIC 9(06).
       77 W-RESTE              PIC S9(11)V99.
       77 W-TOT                PIC S9(11)V99.
       77 W-TOT-REC            PIC S9(11)V99.
       77 W-TOT-PER            PIC S9(11)V99.
       77 W-AGE                PIC S9(07).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 200.
      * zones d'appel de protprix
       77 W-PPR-FON            PIC X.
       77 W-PPR-FOU            PIC X(08).
       77 W-PPR-ART            PIC X(20).
       77 W-PPR-DAT            PIC 9(08).
       77 W-PPR-PAN            PIC 9(09)V99.
       77 W-PPR-PNO            PIC 9(09)V99.
       77 W-PPR-MNT            PIC S9(11)V99.
       77 W-PPR-NRC            PIC 9(08).
       77 W-MNT-ED             PIC -(10)9,99.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
      * baisses du mois : une entrée par fournisseur
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 200.
              10 W-TAB-FOU     PIC X(08).
              10 W-TAB-NBL     PIC 9(05).
              10 W-TAB-REC     PIC S9(11)V99.
              10 W-TAB-PER     PIC S9(11)V99.
       01 LIGNE-SUI.
           05 LU-NRC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LU-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LU-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LU-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LU-MNT           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-MAV           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-RES           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-AGE           PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LU-AVF           PIC X(10).
       01 LIGNE-PER REDEFINES LIGNE-SUI.
           05 LP-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LP-NBL           PIC ZZZZ9.
           05 FILLER           PIC X(01).
           05 LP-REC           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LP-PER           PIC -(9)9,99.
           05 FILLER           PIC X(30).
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
           WHEN "RECLAME"   PERFORM Emet-Reclamation
                               THRU F-Emet-Reclamation
           WHEN "SUIVI"     PERFORM Suivi-Reclamations
                               THRU F-Suivi-Reclamations
           WHEN "ETAT"      PERFORM Etat-Baisses THRU F-Etat-Baisses
           WHEN OTHER
                DISPLAY "protprix-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : protprix-b RECLAME fou"
                DISPLAY "        protprix-b SUIVI"
                DISPLAY "        protprix-b ETAT aaaamm"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    RECLAME : réclamation des lignes restées à réclamer
      ******************************************************************
       Emet-Reclamation.
           IF W-PAR2 = SPACE
                DISPLAY "usage : protprix-b RECLAME fou"
                GO F-Emet-Reclamation.
           MOVE "R" TO W-PPR-FON
           MOVE W-PAR2 TO W-PPR-FOU
           MOVE SPACE TO W-PPR-ART
           MOVE W-DAT TO W-PPR-DAT
           MOVE 0 TO W-PPR-PAN W-PPR-PNO
           CALL "protprix" USING W-PPR-FON W-PPR-FOU W-PPR-ART
                W-PPR-DAT W-PPR-PAN W-PPR-PNO W-PPR-MNT W-PPR-NRC
                ON EXCEPTION MOVE 0 TO W-PPR-NRC
           END-CALL
           IF W-PPR-NRC = 0
                DISPLAY "protprix-b : rien à réclamer à " W-PPR-FOU
                GO F-Emet-Reclamation.
           MOVE W-PPR-MNT TO W-MNT-ED
           DISPLAY "protprix-b : réclamation " W-PPR-NRC
                   " émise, " W-MNT-ED.
       F-Emet-Reclamation.
           EXIT.

      ******************************************************************
      *    SUIVI : réclamations ouvertes
      ******************************************************************
       Suivi-Reclamations.
           OPEN INPUT MXPROREC
           IF FILE-STATUS = "35"
                DISPLAY "protprix-b : aucune réclamation"
                GO F-Suivi-Reclamations.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/protprix-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PROTECTION DE PRIX - RECLAMATIONS OUVERTES AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "RECLAM.  FOURNIS. EMISE LE S" TO LIGNE-ETAT
           MOVE "      RECLAME        AVOIRS         RESTE JOURS"
                TO LIGNE-ETAT(30:)
           MOVE "DERN.AVOIR" TO LIGNE-ETAT(77:)
           WRITE LIGNE-ETAT
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-AGE
           MOVE 0 TO NRC-MPRR W-FIN W-NB W-TOT
           START MXPROREC KEY NOT < CLE1-MPRR INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Reclamation UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "Reste à recevoir : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXPROREC
           DISPLAY "protprix-b : " W-NB " réclamations ouvertes, "
                   "suivi " ASSIGN-ETAT.
       F-Suivi-Reclamations.
           EXIT.

       Suivi-Une-Reclamation.
           READ MXPROREC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MPRR = "S"
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MPRR - MAV-MPRR
           MOVE SPACE TO LIGNE-SUI
           MOVE NRC-MPRR TO LU-NRC
           MOVE FOU-MPRR TO LU-FOU
           MOVE DAT-MPRR TO LU-DAT
           MOVE STA-MPRR TO LU-STA
           MOVE MNT-MPRR TO LU-MNT
           MOVE MAV-MPRR TO LU-MAV
           MOVE W-RESTE TO LU-RES
           MOVE AVF-MPRR TO LU-AVF
           MOVE DAT-MPRR TO DATSER-DAT
           PERFORM DATSER
           COMPUTE LU-AGE = W-AGE - DATSER-JRS
           WRITE LIGNE-ETAT FROM LIGNE-SUI
           ADD W-RESTE TO W-TOT
           ADD 1 TO W-NB.

      ******************************************************************
      *    ETAT : baisses de tarif du mois par fournisseur
      ******************************************************************
       Etat-Baisses.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER = 0
                DISPLAY "usage : protprix-b ETAT aaaamm"
                GO F-Etat-Baisses.
           OPEN INPUT MXPROPRI
           IF FILE-STATUS = "35"
                DISPLAY "protprix-b : aucune baisse constatée"
                GO F-Etat-Baisses.
           MOVE 0 TO W-NBTAB W-FIN
           MOVE 0 TO NUM-MPRP
           START MXPROPRI KEY NOT < CLE1-MPRP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Baisse UNTIL W-FIN = 1
           CLOSE MXPROPRI
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/protprix-etat.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "BAISSES DE TARIF SUR LE STOCK - MOIS "
                  DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FOURNIS. LIGNES" TO LIGNE-ETAT
           MOVE "      RECLAME         PERDU" TO LIGNE-ETAT(16:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT-REC W-TOT-PER
           PERFORM Edite-Un-Fournisseur VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBTAB
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-PER
           MOVE "TOTAL" TO LP-FOU
           MOVE W-TOT-REC TO LP-REC
           MOVE W-TOT-PER TO LP-PER
           WRITE LIGNE-ETAT FROM LIGNE-PER
           CLOSE ETAT
           DISPLAY "protprix-b : état " ASSIGN-ETAT.
       F-Etat-Baisses.
           EXIT.

       Cumule-Une-Baisse.
           READ MXPROPRI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           COMPUTE W-PER-LIG = DAT-MPRP / 100
           IF W-PER-LIG NOT = W-PER
                EXIT PARAGRAPH.
           PERFORM Cherche-Fournisseur VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBTAB
                   OR W-TAB-FOU(W-IX) = FOU-MPRP
           IF W-IX > W-NBTAB
                IF W-NBTAB NOT < MAXTAB
                     DISPLAY "protprix-b : plus de " MAXTAB
                             " fournisseurs, état incomplet"
                     MOVE 1 TO W-FIN
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBTAB
                MOVE W-NBTAB TO W-IX
                MOVE FOU-MPRP TO W-TAB-FOU(W-IX)
                MOVE 0 TO W-TAB-NBL(W-IX) W-TAB-REC(W-IX)
                          W-TAB-PER(W-IX)
           END-IF
           ADD 1 TO W-TAB-NBL(W-IX)
           IF STA-MPRP = "I"
                ADD MNT-MPRP TO W-TAB-PER(W-IX)
           ELSE ADD MNT-MPRP TO W-TAB-REC(W-IX)
           END-IF.

       Cherche-Fournisseur.
           CONTINUE.

       Edite-Un-Fournisseur.
           MOVE SPACE TO LIGNE-PER
           MOVE W-TAB-FOU(W-IX) TO LP-FOU
           MOVE W-TAB-NBL(W-IX) TO LP-NBL
           MOVE W-TAB-REC(W-IX) TO LP-REC
           MOVE W-TAB-PER(W-IX) TO LP-PER
           WRITE LIGNE-ETAT FROM LIGNE-PER
           ADD W-TAB-REC(W-IX) TO W-TOT-REC
           ADD W-TAB-PER(W-IX) TO W-TOT-PER.

           COPY "conv-num.cbl".
           COPY "datser.cbl".

       Fin.
           STOP RUN.
