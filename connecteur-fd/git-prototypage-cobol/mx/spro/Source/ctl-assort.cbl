      *{Bench}prg-comment
      * ctl-assort.cbl
151026* ctl-assort.cbl : contrôle de l'assortiment contractuel d'un
151026* grand compte, appelé par Controle-Art de sbd-c et par
151026* l'import des fichiers de commandes cdeimp-b, sur le modèle
151026* de rech-equiv.
151026* Entrée : client, article, date de la pièce.
151026* Sortie : LK-RES 0 article dans la liste (ou client sans
151026* assortiment), 1 hors liste à signaler, 2 hors liste à
151026* bloquer (mode ASO-MCLI du client, à défaut celui de son
151026* compte payeur) ; LK-ART-EQ : quand l'article est hors
151026* liste, le premier article de ses groupes d'équivalence
151026* MXEQUIV qui est dans la liste (espaces sinon).
151026* La liste est celle du client, à défaut celle de son compte
151026* payeur ; un article y est s'il est listé lui-même ou par sa
151026* famille, à une date comprise dans la validité de la ligne.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ctl-assort.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:41:27.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXASSORT.sl".
       COPY "MXCLI.sl".
       COPY "MXART.sl".
       COPY "MXEQUIV.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXASSORT.fd".
       COPY "MXCLI.fd".
       COPY "MXART.fd".
       COPY "MXEQUIV.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-EQV                PIC 9 VALUE 0.
       77 W-MODE               PIC 9.
       77 W-PYR                PIC 9(08).
       77 W-LST                PIC 9(08).
       77 W-TROUVE             PIC 9.
       77 W-LISTE              PIC 9.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-ART-TST            PIC X(20).
       77 W-NBGRP              PIC 9(02) COMP.
       77 I                    PIC 9(02) COMP.
      * groupes d'équivalence de l'article demandé
       01 W-TAB-GRP.
           05 W-GRP            PIC 9(06) OCCURS 20.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-ART               PIC X(20).
       77 LK-DAT               PIC 9(08).
       77 LK-RES               PIC 9.
       77 LK-ART-EQ            PIC X(20).
       PROCEDURE DIVISION USING LK-CLI LK-ART LK-DAT LK-RES
                                LK-ART-EQ.
       Debut.
           MOVE 0 TO LK-RES
           MOVE SPACE TO LK-ART-EQ
           IF W-OUVERT = 0
                OPEN INPUT MXASSORT
                IF FILE-STATUS NOT = "00"
                     GO F-Ctl-Assort
                END-IF
                OPEN INPUT MXCLI MXART
                OPEN INPUT MXEQUIV
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-EQV
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
      * mode du client, à défaut celui de son compte payeur
           MOVE LK-CLI TO COD-MCLI
           READ MXCLI INVALID
                GO F-Ctl-Assort
           END-READ
           MOVE ASO-MCLI TO W-MODE
           MOVE PYR-MCLI TO W-PYR
           IF W-MODE = 0 AND W-PYR NOT = 0
                MOVE W-PYR TO COD-MCLI
                READ MXCLI INVALID
                     GO F-Ctl-Assort
                END-READ
                MOVE ASO-MCLI TO W-MODE.
           IF W-MODE = 0
                GO F-Ctl-Assort.
      * liste propre du client, à défaut celle du groupe ; sans
      * liste du tout, rien n'est restreint
           MOVE LK-CLI TO W-LST
           PERFORM Cherche-Liste
           IF W-TROUVE = 0 AND W-PYR NOT = 0
                MOVE W-PYR TO W-LST
                PERFORM Cherche-Liste.
           IF W-TROUVE = 0
                GO F-Ctl-Assort.
           MOVE LK-ART TO W-ART-TST
           PERFORM Teste-Article
           IF W-LISTE = 1
                GO F-Ctl-Assort.
           MOVE W-MODE TO LK-RES
           IF W-EQV = 1
                PERFORM Cherche-Equivalent.
       F-Ctl-Assort.
           EXIT PROGRAM.

      * W-TROUVE à 1 si le client W-LST a au moins une ligne
       Cherche-Liste.
           MOVE 0 TO W-TROUVE
           MOVE W-LST TO CLI-MASO
           MOVE LOW-VALUE TO TYP-MASO COD-MASO
           START MXASSORT KEY NOT < CLE1-MASO INVALID
                EXIT PARAGRAPH
           END-START
           READ MXASSORT NEXT AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MASO = W-LST
                MOVE 1 TO W-TROUVE.

      * W-LISTE à 1 si W-ART-TST est dans la liste de W-LST à la
      * date de la pièce, par son code ou par sa famille
       Teste-Article.
           MOVE 0 TO W-LISTE
           MOVE W-LST TO CLI-MASO
           MOVE "A" TO TYP-MASO
           MOVE W-ART-TST TO COD-MASO
           READ MXASSORT INVALID CONTINUE
           NOT INVALID PERFORM Teste-Validite
           END-READ
           IF W-LISTE = 1
                EXIT PARAGRAPH.
           MOVE W-ART-TST TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE W-LST TO CLI-MASO
           MOVE "F" TO TYP-MASO
           MOVE FAM-MART TO COD-MASO
           READ MXASSORT INVALID CONTINUE
           NOT INVALID PERFORM Teste-Validite
           END-READ.

       Teste-Validite.
           IF DDE-MASO NOT > LK-DAT
           AND (DFI-MASO = 0 OR DFI-MASO NOT < LK-DAT)
                MOVE 1 TO W-LISTE.

      * l'équivalent listé : les groupes de l'article sont relevés
      * d'abord (la clé CLE2 perd sa position quand on parcourt
      * un groupe par CLE1), puis chaque groupe est parcouru
       Cherche-Equivalent.
           MOVE 0 TO W-NBGRP
           MOVE LK-ART TO ART2-MEQV
           MOVE 0 TO W-FIN
           START MXEQUIV KEY NOT < CLE2-MEQV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Groupe UNTIL W-FIN = 1
           PERFORM Parcourt-Groupe VARYING I FROM 1 BY 1
                   UNTIL I > W-NBGRP OR LK-ART-EQ NOT = SPACE.

       Releve-Groupe.
           READ MXEQUIV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART2-MEQV NOT = LK-ART OR W-NBGRP = 20
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBGRP
           MOVE GRP-MEQV TO W-GRP(W-NBGRP).

       Parcourt-Groupe.
           MOVE W-GRP(I) TO GRP-MEQV
           MOVE LOW-VALUE TO ART-MEQV
           MOVE 0 TO W-FIN2
           START MXEQUIV KEY NOT < CLE1-MEQV INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Membre-Groupe UNTIL W-FIN2 = 1.

       Membre-Groupe.
           READ MXEQUIV NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF GRP-MEQV NOT = W-GRP(I)
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF ART-MEQV = LK-ART
                EXIT PARAGRAPH.
      * un équivalent supprimé ou interdit n'est pas proposé
           MOVE ART-MEQV TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF CANN-MART = 1 OR TAR-MART = 2
                EXIT PARAGRAPH.
           MOVE ART-MEQV TO W-ART-TST
           PERFORM Teste-Article
           IF W-LISTE = 1
                MOVE ART-MEQV TO LK-ART-EQ
                MOVE 1 TO W-FIN2.
