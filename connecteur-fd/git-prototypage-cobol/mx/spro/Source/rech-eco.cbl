      *{Bench}prg-comment
      * rech-eco.cbl
151026* rech-eco.cbl : éco-contribution en vigueur d'un article,
151026* appelé par le calcul de prix de sbd-c (Cal-Pu) et par la
151026* vente comptoir (comptoir-b), et par eco-b pour la
151026* déclaration.  Entrée : article, date.  Sortie : montant
151026* unitaire hors taxe, éco-organisme et catégorie de la ligne
151026* du barème MXECOTAR dont la date d'effet est la plus récente
151026* sans dépasser la date ; zéro et blancs si l'article n'est
151026* pas soumis (ou si le barème est absent).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-eco.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:05.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXECOTAR.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXECOTAR.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-ART               PIC X(20).
       77 LK-DAT               PIC 9(08).
       77 LK-ECO               PIC 9(05)V99.
       77 LK-ORG               PIC X(10).
       77 LK-CAT               PIC X(10).
       PROCEDURE DIVISION USING LK-ART LK-DAT LK-ECO
                                LK-ORG LK-CAT.
       Debut.
           MOVE 0 TO LK-ECO
           MOVE SPACE TO LK-ORG LK-CAT
           IF LK-ART = SPACE
                GO F-Rech-Eco.
           IF W-OUVERT = 0
                OPEN INPUT MXECOTAR
                IF FILE-STATUS NOT = "00"
                     GO F-Rech-Eco
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
      * dernière date d'effet de l'article qui ne dépasse pas la
      * date demandée
           MOVE LK-ART TO ART-MECO
           MOVE LK-DAT TO DDE-MECO
           START MXECOTAR KEY NOT > CLE1-MECO INVALID
                GO F-Rech-Eco
           END-START
           READ MXECOTAR PREVIOUS AT END
                GO F-Rech-Eco
           END-READ
           IF ART-MECO NOT = LK-ART
                GO F-Rech-Eco.
           MOVE MNT-MECO TO LK-ECO
           MOVE ORG-MECO TO LK-ORG
           MOVE CAT-MECO TO LK-CAT.
       F-Rech-Eco.
           EXIT PROGRAM.
