      *{Bench}prg-comment
      * retgar-b.cbl
151026* retgar-b.cbl : retenues de garantie.
151026* Sur les marchés de travaux et chez certains clients du
151026* bâtiment, le client retient une part de chaque facture
151026* pendant un an après la réception des travaux, sauf caution
151026* bancaire. La retenue se déduit au pied de facture et part
151026* sur une traite à part (RTG-MECH, cf. facgrp-b, regl-b
151026* OUVRE, rech-retgar) :
151026*   TAUX M <nma> <taux> [<caution>]
151026*   TAUX C <cli> <taux> [<caution>]
151026*       taux de retenue du marché ou du client, caution
151026*       bancaire fournie (1 = plus de retenue) ;
151026*   RECEPTION M <nma> <date>
151026*   RECEPTION F <age> <fac> <date>
151026*       réception des travaux prononcée : la date se pose sur
151026*       le marché et sur ses traites de retenue (ou sur celles
151026*       de la facture), dont l'échéance devient la réception
151026*       plus un an ;
151026*   LISTE [date]
151026*       retenues non soldées, ft/retgar-liste.txt : à
151026*       réclamer (échues), exigibles sous 30 jours, en cours
151026*       de garantie, réception non prononcée.
151026* relance-b et penal-b laissent de côté une retenue tant que
151026* la réception n'est pas prononcée et son année écoulée.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. retgar-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:26:58.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXMARCHE.sl".
       COPY "MXCLI.sl".
       COPY "MXECHEAN.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXMARCHE.fd".
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
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
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-DATRC              PIC 9(08).
       77 W-D30                PIC 9(08).
       77 W-NMA                PIC 9(06).
       77 W-CLI                PIC 9(08).
       77 W-AGE                PIC X(03).
       77 W-FAC                PIC 9(08).
       77 W-TAUX               PIC 9(02)V99.
       77 W-CAU                PIC 9.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-PASSE              PIC 9.
       77 W-CAT                PIC 9.
       77 W-RESTE              PIC S9(09)V99.
       77 W-TOT-CAT            PIC S9(11)V99.
       77 W-TOT                PIC S9(11)V99.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
       01 W-LIB-CAT.
           05 FILLER           PIC X(30)
                               VALUE "A RECLAMER (ECHUES)".
           05 FILLER           PIC X(30)
                               VALUE "EXIGIBLES SOUS 30 JOURS".
           05 FILLER           PIC X(30)
                               VALUE "EN COURS DE GARANTIE".
           05 FILLER           PIC X(30)
                               VALUE "RECEPTION NON PRONONCEE".
       01 W-TAB-CAT REDEFINES W-LIB-CAT.
           05 W-CAT-LIB        PIC X(30) OCCURS 4.
       01 W-MNT-ED             PIC -(10)9,99.
       01 LIGNE-RTG.
           05 LR-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LR-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-DFA           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-NMA           PIC Z(5)9.
           05 FILLER           PIC X(01).
           05 LR-MNT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LR-REG           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LR-RESTE         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LR-DRC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-DEC           PIC 9(08).
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5
           EVALUATE W-FONCTION
           WHEN "TAUX"      PERFORM Taux THRU F-Taux
           WHEN "RECEPTION" PERFORM Reception THRU F-Reception
           WHEN "LISTE"     PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "retgar-b : fonction inconnue " W-FONCTION
                PERFORM Affiche-Usage
           END-EVALUATE
           GO Fin.

       Affiche-Usage.
           DISPLAY "usage : retgar-b TAUX M nma taux [caution]"
           DISPLAY "        retgar-b TAUX C cli taux [caution]"
           DISPLAY "        retgar-b RECEPTION M nma date"
           DISPLAY "        retgar-b RECEPTION F age fac date"
           DISPLAY "        retgar-b LISTE [date]".

      ******************************************************************
      *    TAUX : taux de retenue et caution du marché ou du client
      ******************************************************************
       Taux.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI W-NMA
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-TAUX
           MOVE W-PAR5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CAU
           IF (W-PAR2 NOT = "M" AND W-PAR2 NOT = "C")
           OR W-CLI = 0 OR W-CAU > 1
                PERFORM Affiche-Usage
                GO F-Taux.
           IF W-PAR2 = "M"
                PERFORM Taux-Marche
           ELSE PERFORM Taux-Client
           END-IF.
       F-Taux.
           EXIT.

       Taux-Marche.
           OPEN I-O MXMARCHE
           IF FILE-STATUS NOT = "00"
                DISPLAY "retgar-b : aucun marché"
                EXIT PARAGRAPH.
           MOVE W-NMA TO NMA-MMAR
           READ MXMARCHE INVALID
                DISPLAY "retgar-b : marché inconnu " W-NMA
                CLOSE MXMARCHE
                EXIT PARAGRAPH
           END-READ
           MOVE W-TAUX TO TRG-MMAR
           MOVE W-CAU TO CAU-MMAR
           REWRITE ENR-MMAR INVALID CONTINUE
           END-REWRITE
           CLOSE MXMARCHE
           DISPLAY "retgar-b : marché " W-NMA " retenue " W-TAUX
                   " % caution " W-CAU.

       Taux-Client.
           OPEN I-O MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "retgar-b : client inconnu " W-CLI
                CLOSE MXCLI
                EXIT PARAGRAPH
           END-READ
           MOVE W-TAUX TO TRG-MCLI
           MOVE W-CAU TO CAU-MCLI
           REWRITE ENR-MCLI INVALID CONTINUE
           END-REWRITE
           CLOSE MXCLI
           DISPLAY "retgar-b : client " W-CLI " retenue " W-TAUX
                   " % caution " W-CAU.

      ******************************************************************
      *    RECEPTION : réception des travaux, l'année de garantie court
      ******************************************************************
       Reception.
           MOVE 0 TO W-NMA W-FAC W-DATRC
           MOVE SPACE TO W-AGE
           IF W-PAR2 = "M"
                MOVE W-PAR3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-NMA
                MOVE W-PAR4 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATRC
           END-IF
           IF W-PAR2 = "F"
                MOVE W-PAR3 TO W-AGE
                MOVE W-PAR4 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-FAC
                MOVE W-PAR5 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATRC
           END-IF
           IF (W-NMA = 0 AND W-FAC = 0) OR W-DATRC = 0
                PERFORM Affiche-Usage
                GO F-Reception.
           IF W-NMA NOT = 0
                OPEN I-O MXMARCHE
                IF FILE-STATUS NOT = "00"
                     DISPLAY "retgar-b : aucun marché"
                     GO F-Reception
                END-IF
                MOVE W-NMA TO NMA-MMAR
                READ MXMARCHE INVALID
                     DISPLAY "retgar-b : marché inconnu " W-NMA
                     CLOSE MXMARCHE
                     GO F-Reception
                END-READ
                MOVE W-DATRC TO DRC-MMAR
                REWRITE ENR-MMAR INVALID CONTINUE
                END-REWRITE
                CLOSE MXMARCHE
           END-IF
      * échéance de la retenue : réception plus un an
           MOVE W-DATRC TO AJD-DAT
           ADD 1 TO AJD-AA
           PERFORM CAL-LONGUEUR-MOIS
           IF AJD-JJ > AJD-LMOIS
                MOVE AJD-LMOIS TO AJD-JJ
           END-IF
           OPEN I-O MXECHEAN
           IF FILE-STATUS NOT = "00"
                DISPLAY "retgar-b : aucune échéance"
                GO F-Reception.
           MOVE 0 TO NEC-MECH W-FIN W-NB
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Recale-Une-Retenue UNTIL W-FIN = 1
           CLOSE MXECHEAN
           DISPLAY "retgar-b : réception du " W-DATRC ", " W-NB
                   " retenues exigibles le " AJD-DAT.
       F-Reception.
           EXIT.

       Recale-Une-Retenue.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF RTG-MECH NOT = 1 OR LET-MECH = 1
                EXIT PARAGRAPH.
           IF W-NMA NOT = 0 AND NMA-MECH NOT = W-NMA
                EXIT PARAGRAPH.
           IF W-FAC NOT = 0
           AND (FAC-MECH NOT = W-FAC OR AGE-MECH NOT = W-AGE)
                EXIT PARAGRAPH.
           MOVE W-DATRC TO DRC-MECH
           MOVE AJD-DAT TO DEC-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    LISTE : retenues à réclamer et à venir
      ******************************************************************
       Liste.
           MOVE W-DAT TO W-DATREF
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT = 0
                MOVE CVN-SOR TO W-DATREF.
           MOVE W-DATREF TO AJD-DAT
           MOVE 30 TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-D30
           OPEN INPUT MXECHEAN
           IF FILE-STATUS NOT = "00"
                DISPLAY "retgar-b : aucune échéance"
                GO F-Liste.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/retgar-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RETENUES DE GARANTIE AU " DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECHEANCE CLIENT   AGE FACTURE  DATE FAC MARCHE"
                  DELIMITED BY SIZE
                  "      RETENUE        REGLE        RESTE"
                  DELIMITED BY SIZE
                  " RECEPT.  EXIGIBLE" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT W-NB
      * une passe par catégorie : les retenues à réclamer en tête
           PERFORM Liste-Categorie VARYING W-PASSE FROM 1 BY 1
                   UNTIL W-PASSE > 4
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "TOTAL DES RETENUES NON SOLDEES " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXECHEAN
           DISPLAY "retgar-b : " W-NB " retenues, état "
                   ASSIGN-ETAT.
       F-Liste.
           EXIT.

       Liste-Categorie.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-CAT-LIB(W-PASSE) TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT-CAT NEC-MECH W-FIN
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Retenue UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-TOT-CAT TO W-MNT-ED
           STRING "   TOTAL " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD W-TOT-CAT TO W-TOT.

       Liste-Une-Retenue.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF RTG-MECH NOT = 1 OR LET-MECH = 1
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
           EVALUATE TRUE
           WHEN DRC-MECH = 0          MOVE 4 TO W-CAT
           WHEN DEC-MECH NOT > W-DATREF MOVE 1 TO W-CAT
           WHEN DEC-MECH NOT > W-D30  MOVE 2 TO W-CAT
           WHEN OTHER                 MOVE 3 TO W-CAT
           END-EVALUATE
           IF W-CAT NOT = W-PASSE
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-RTG
           MOVE NEC-MECH TO LR-NEC
           MOVE CLI-MECH TO LR-CLI
           MOVE AGE-MECH TO LR-AGE
           MOVE FAC-MECH TO LR-FAC
           MOVE DFA-MECH TO LR-DFA
           MOVE NMA-MECH TO LR-NMA
           MOVE MNT-MECH TO LR-MNT
           MOVE REG-MECH TO LR-REG
           MOVE W-RESTE TO LR-RESTE
           MOVE DRC-MECH TO LR-DRC
           MOVE DEC-MECH TO LR-DEC
           WRITE LIGNE-ETAT FROM LIGNE-RTG
           ADD W-RESTE TO W-TOT-CAT
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
