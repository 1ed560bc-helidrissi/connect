      *{Bench}prg-comment
      * langue-b.cbl
151026* langue-b.cbl : documents clients en langue étrangère.
151026* Les clients flamands, allemands et espagnols recevaient
151026* des documents et des désignations en français :
151026*   CLIENT <cli> <lng>
151026*       langue des documents du client (LNG-MCLI : NL, DE,
151026*       ES, EN... ; FR ou - pour revenir au français) ;
151026*   CHARGE-FOU <fou> <fic>
151026*       désignations traduites du fichier fournisseur, une
151026*       ligne réf. fournisseur;langue;désignation;désignation
151026*       2 : la référence est cherchée sur les articles du
151026*       fournisseur (REF/FOU-MART) ; une traduction saisie
151026*       n'est pas écrasée ;
151026*   CHARGE-ART <fic>
151026*       traductions saisies, article;langue;désignation;
151026*       désignation 2 ;
151026*   CHARGE-LIB <fic>
151026*       libellés des documents et mentions légales, une ligne
151026*       langue;code;texte (codes des libellés : cf. facgrp-b
151026*       et export-b) ;
151026*   MANQUANTS [<datdeb>]
151026*       articles vendus depuis la date (défaut : un an) à des
151026*       clients d'une autre langue que le français et sans
151026*       désignation dans cette langue, ft/langue-manquants.txt.
151026* Les éditions gardent le français quand la traduction manque
151026* (trad-art, trad-lib).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. langue-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:17:36.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXCLI.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXARTLNG.sl".
       COPY "MXLIBLNG.sl".
       COPY "MXLNGMAN.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXCLI.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXARTLNG.fd".
       COPY "MXLIBLNG.fd".
       COPY "MXLNGMAN.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(250).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-LU             PIC 9(08).
       77 W-LNG                PIC X(02).
       77 W-FOU                PIC X(08).
       77 W-REF                PIC X(20).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-FIN3               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
      * zones d'une ligne chargée
       01 W-ZONES-CHARGE.
           05 WC-Z1            PIC X(20).
           05 WC-Z2            PIC X(12).
           05 WC-Z3            PIC X(140).
           05 WC-Z4            PIC X(30).
           COPY "conv-num.wrk".
       01 LIGNE-MAN.
           05 LM-LNG           PIC X(02).
           05 FILLER           PIC X(01).
           05 LM-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LM-DES           PIC X(50).
           05 FILLER           PIC X(01).
           05 LM-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LM-NBL           PIC Z(6)9.
           05 FILLER           PIC X(01).
           05 LM-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LM-DAT           PIC 9(08).
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
           WHEN "CLIENT"     PERFORM Client THRU F-Client
           WHEN "CHARGE-FOU" PERFORM Charge-Fou THRU F-Charge-Fou
           WHEN "CHARGE-ART" PERFORM Charge-Art THRU F-Charge-Art
           WHEN "CHARGE-LIB" PERFORM Charge-Lib THRU F-Charge-Lib
           WHEN "MANQUANTS"  PERFORM Manquants THRU F-Manquants
           WHEN OTHER
                DISPLAY "langue-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : langue-b CLIENT cli langue"
                DISPLAY "        langue-b CHARGE-FOU fou fichier"
                DISPLAY "        langue-b CHARGE-ART fichier"
                DISPLAY "        langue-b CHARGE-LIB fichier"
                DISPLAY "        langue-b MANQUANTS [datdeb]"
           END-EVALUATE
           GO Fin.

       Ouvre-Traductions.
           OPEN I-O MXARTLNG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXARTLNG
                CLOSE MXARTLNG
                OPEN I-O MXARTLNG.

       Ouvre-Mouvt.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT.

      ******************************************************************
      *    CLIENT : langue des documents d'un client
      ******************************************************************
       Client.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO W-LNG
           IF W-CLI = 0 OR W-LNG = SPACE
                DISPLAY "usage : langue-b CLIENT cli langue"
                GO F-Client.
           IF W-LNG = "FR" OR W-LNG = "-"
                MOVE SPACE TO W-LNG.
           OPEN I-O MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "langue-b : client inconnu " W-CLI
                CLOSE MXCLI
                GO F-Client
           END-READ
           MOVE W-LNG TO LNG-MCLI
           REWRITE ENR-MCLI INVALID CONTINUE
           END-REWRITE
           CLOSE MXCLI
           IF W-LNG = SPACE
                DISPLAY "langue-b : client " W-CLI " en français"
           ELSE
                DISPLAY "langue-b : client " W-CLI " en " W-LNG
           END-IF.
       F-Client.
           EXIT.

      ******************************************************************
      *    CHARGE-FOU : désignations traduites du fichier fournisseur
      ******************************************************************
       Charge-Fou.
           MOVE W-PAR2 TO W-FOU
           MOVE W-PAR3 TO ASSIGN-MOUVT
           IF W-FOU = SPACE OR ASSIGN-MOUVT = SPACE
                DISPLAY "usage : langue-b CHARGE-FOU fou fichier"
                GO F-Charge-Fou.
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "langue-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Charge-Fou.
           OPEN INPUT MXART
           PERFORM Ouvre-Traductions
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Ref UNTIL W-FIN = 1
           CLOSE MOUVT MXART MXARTLNG
           DISPLAY "langue-b : " W-NB " traductions chargées, "
                   W-ERR " références sans article".
       F-Charge-Fou.
           EXIT.

       Charge-Une-Ref.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-Z1 WC-Z2 WC-Z3 WC-Z4
           MOVE WC-Z1 TO W-REF
           MOVE WC-Z2 TO W-LNG
           IF W-REF = SPACE OR W-LNG = SPACE OR WC-Z3 = SPACE
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * une même référence peut porter plusieurs articles
           MOVE 0 TO W-TROUVE W-FIN2
           MOVE W-REF TO REF-MART
           START MXART KEY NOT < CLE2-MART INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Charge-Ref-Article UNTIL W-FIN2 = 1
           IF W-TROUVE = 0
                DISPLAY "langue-b : référence sans article "
                        W-FOU " " W-REF
                ADD 1 TO W-ERR.

       Charge-Ref-Article.
           READ MXART NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF REF-MART NOT = W-REF
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FOU-MART NOT = W-FOU
                EXIT PARAGRAPH.
           MOVE 1 TO W-TROUVE
           MOVE COD-MART TO ART-MATL
           MOVE W-LNG TO LNG-MATL
           READ MXARTLNG INVALID
                INITIALIZE ENR-MATL
                MOVE COD-MART TO ART-MATL
                MOVE W-LNG TO LNG-MATL
           NOT INVALID
      * la traduction saisie prime sur celle du fournisseur
                IF ORI-MATL = "S"
                     EXIT PARAGRAPH
                END-IF
           END-READ
           MOVE WC-Z3 TO DES-MATL
           MOVE WC-Z4 TO DE2-MATL
           MOVE "F" TO ORI-MATL
           MOVE W-FOU TO FOU-MATL
           MOVE W-DAT TO DAT-MATL
           WRITE ENR-MATL INVALID
                REWRITE ENR-MATL INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    CHARGE-ART : traductions saisies
      ******************************************************************
       Charge-Art.
           PERFORM Ouvre-Mouvt
           IF W-PAR2 = SPACE OR FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "usage : langue-b CHARGE-ART fichier"
                GO F-Charge-Art.
           OPEN INPUT MXART
           PERFORM Ouvre-Traductions
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Traduction UNTIL W-FIN = 1
           CLOSE MOUVT MXART MXARTLNG
           DISPLAY "langue-b : " W-NB " traductions chargées, "
                   W-ERR " rejets".
       F-Charge-Art.
           EXIT.

       Charge-Une-Traduction.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-Z1 WC-Z2 WC-Z3 WC-Z4
           MOVE WC-Z2 TO W-LNG
           MOVE WC-Z1 TO COD-MART
           READ MXART INVALID
                DISPLAY "langue-b : article inconnu "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF W-LNG = SPACE OR W-LNG = "FR" OR WC-Z3 = SPACE
                DISPLAY "langue-b : langue ou désignation absente "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE ENR-MATL
           MOVE COD-MART TO ART-MATL
           MOVE W-LNG TO LNG-MATL
           MOVE WC-Z3 TO DES-MATL
           MOVE WC-Z4 TO DE2-MATL
           MOVE "S" TO ORI-MATL
           MOVE W-DAT TO DAT-MATL
           WRITE ENR-MATL INVALID
                REWRITE ENR-MATL INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    CHARGE-LIB : libellés et mentions légales traduits
      ******************************************************************
       Charge-Lib.
           PERFORM Ouvre-Mouvt
           IF W-PAR2 = SPACE OR FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "usage : langue-b CHARGE-LIB fichier"
                GO F-Charge-Lib.
           OPEN I-O MXLIBLNG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXLIBLNG
                CLOSE MXLIBLNG
                OPEN I-O MXLIBLNG.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Libelle UNTIL W-FIN = 1
           CLOSE MOUVT MXLIBLNG
           DISPLAY "langue-b : " W-NB " libellés chargés, "
                   W-ERR " rejets".
       F-Charge-Lib.
           EXIT.

       Charge-Un-Libelle.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-Z1 WC-Z2 WC-Z3
           IF WC-Z1(3:) NOT = SPACE OR WC-Z1 = SPACE
           OR WC-Z2 = SPACE OR WC-Z3 = SPACE
                DISPLAY "langue-b : libellé incomplet "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WC-Z1 TO LNG-MLBL
           MOVE WC-Z2 TO COD-MLBL
           MOVE WC-Z3 TO TXT-MLBL
           MOVE W-DAT TO DAT-MLBL
           WRITE ENR-MLBL INVALID
                REWRITE ENR-MLBL INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    MANQUANTS : traductions manquantes des articles vendus
      ******************************************************************
       Manquants.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           IF W-DATDEB = 0
                COMPUTE W-DATDEB = W-DAT - 10000.
           OPEN INPUT MXBDIS MXLDIS MXCLI MXART
           OPEN INPUT MXARTLNG
           IF FILE-STATUS = "35"
                MOVE 2 TO W-TROUVE
           ELSE
                MOVE 0 TO W-TROUVE
           END-IF
           OPEN OUTPUT MXLNGMAN
           CLOSE MXLNGMAN
           OPEN I-O MXLNGMAN
           MOVE 0 TO W-FIN W-CLI-LU
           MOVE SPACE TO W-LNG
           MOVE W-DATDEB TO DAT-MBDI
           START MXBDIS KEY NOT < CLE4-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Manquants-Un-Bon UNTIL W-FIN = 1
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/langue-manquants.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Traductions manquantes des articles vendus depuis "
                  DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "lg article              désignation française"
                TO LIGNE-ETAT
           MOVE "fourniss lignes dernier client" TO LIGNE-ETAT(77:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE LOW-VALUE TO CLE1-MLGM
           START MXLNGMAN KEY NOT < CLE1-MLGM INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Un-Manquant UNTIL W-FIN = 1
           CLOSE MXBDIS MXLDIS MXCLI MXART MXLNGMAN ETAT
           IF W-TROUVE NOT = 2
                CLOSE MXARTLNG.
           DISPLAY "langue-b : " W-NB " traductions manquantes, "
                   ASSIGN-ETAT.
       F-Manquants.
           EXIT.

       Manquants-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
      * documents de vente uniquement (devis, commandes, bons)
           IF TYP-MBDI = 3 OR TYP-MBDI = 7
                EXIT PARAGRAPH.
           IF CLI-MBDI NOT = W-CLI-LU
                MOVE CLI-MBDI TO W-CLI-LU COD-MCLI
                READ MXCLI INVALID MOVE SPACE TO LNG-MCLI
                END-READ
                MOVE LNG-MCLI TO W-LNG
                IF W-LNG = "FR"
                     MOVE SPACE TO W-LNG
                END-IF
           END-IF
           IF W-LNG = SPACE
                EXIT PARAGRAPH.
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN3
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN3
           END-START
           PERFORM Manquants-Une-Ligne UNTIL W-FIN3 = 1.

       Manquants-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN3
                EXIT PARAGRAPH.
           IF ART-MLDI = SPACE
                EXIT PARAGRAPH.
           IF W-TROUVE NOT = 2
                MOVE ART-MLDI TO ART-MATL
                MOVE W-LNG TO LNG-MATL
                READ MXARTLNG INVALID CONTINUE
                NOT INVALID
                     EXIT PARAGRAPH
                END-READ
           END-IF
           MOVE W-LNG TO LNG-MLGM
           MOVE ART-MLDI TO ART-MLGM
           READ MXLNGMAN INVALID
                MOVE W-LNG TO LNG-MLGM
                MOVE ART-MLDI TO ART-MLGM
                MOVE 0 TO NBL-MLGM DAT-MLGM
           END-READ
           ADD 1 TO NBL-MLGM
           IF DAT-MBDI NOT < DAT-MLGM
                MOVE DAT-MBDI TO DAT-MLGM
                MOVE CLI-MBDI TO CLI-MLGM.
           WRITE ENR-MLGM INVALID
                REWRITE ENR-MLGM INVALID CONTINUE
                END-REWRITE
           END-WRITE.

       Edite-Un-Manquant.
           READ MXLNGMAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE ART-MLGM TO COD-MART
           READ MXART INVALID
                MOVE SPACE TO DES-MART FOU-MART
           END-READ
           MOVE SPACE TO LIGNE-MAN
           MOVE LNG-MLGM TO LM-LNG
           MOVE ART-MLGM TO LM-ART
           MOVE DES-MART TO LM-DES
           MOVE FOU-MART TO LM-FOU
           MOVE NBL-MLGM TO LM-NBL
           MOVE CLI-MLGM TO LM-CLI
           MOVE DAT-MLGM TO LM-DAT
           WRITE LIGNE-ETAT FROM LIGNE-MAN
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
