      *{Bench}prg-comment
      * tarcli-b.cbl
151026* tarcli-b.cbl : tarif client net.  Les acheteurs des grands
151026* comptes demandent chaque année leur catalogue de prix nets
151026* sur les familles qu'ils achètent ; jusqu'ici le tableur se
151026* remplissait à la main depuis la fiche article.  Le prix est
151026* celui de la saisie et de mart-l : prix de base du client
151026* CAL-PV-ART-D (base de facturation BFC-MCLD et coefficient
151026* de la fiche MXCLID), remise client REM-MCLD et remises en
151026* cascade appliquées comme Cal-Pu de sbd-c, puis prix de
151026* marché rech-marche, palier rech-palier (quantité 1, le
151026* palier suivant est indiqué) et promotion rech-promo de
151026* l'agence du client à ce jour :
151026*   TARIF <cli|fichier> <F:fam,fam...|M:marque|TOUT>
151026*         [<validité>] [<age>]
151026*       un catalogue daté par client - le client seul, ou
151026*       chaque client d'un fichier (un code par ligne, pour
151026*       relancer la liste des grands comptes d'un coup) -
151026*       sur les familles (jusqu'à 10) ou la marque demandées,
151026*       valable jusqu'à la date donnée (défaut 31/12 de
151026*       l'année) : ft/tarif-<cli>-<num>.xml mis en page en
151026*       PDF par le générateur FOP d'imprime (feuille
151026*       /mx/fop/tarcli.xsl) et ft/tarif-<cli>-<num>.csv pour
151026*       le tableur ; chaque prix est comparé au dernier prix
151026*       remis au client l'an passé (MXTARCLI) ; les articles
151026*       supprimés, interdits ou hors assortiment bloquant
151026*       (ctl-assort) ne figurent pas ; le PDF est déposé dans
151026*       l'archive légale via prtarc-arc (type TAR, numéro du
151026*       catalogue) et se réédite par prtarc-b ;
151026*   LISTE [<cli>]
151026*       catalogues émis (MXTARCAT), ft/tarcli-liste.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. tarcli-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:52:18.
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
       COPY "MXCLID.sl".
       COPY "MXFAMART.sl".
       COPY "MXARTSA.sl".
       COPY "MXPARAM.sl".
       COPY "MXTARCAT.sl".
       COPY "MXTARCLI.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT XMLFIC ASSIGN TO ASSIGN-XMLFIC
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-XMLFIC.
           SELECT CSVFIC ASSIGN TO ASSIGN-CSVFIC
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CSVFIC.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXCLI.fd".
       COPY "MXCLID.fd".
       COPY "MXFAMART.fd".
       COPY "MXARTSA.fd".
       COPY "MXPARAM.fd".
       COPY "MXTARCAT.fd".
       COPY "MXTARCLI.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  XMLFIC LABEL RECORD STANDARD.
       01  LIGNE-XML           PIC X(250).
       FD  CSVFIC LABEL RECORD STANDARD.
       01  LIGNE-CSV           PIC X(250).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-XMLFIC   PIC X(2).
       77 FILE-STATUS-CSVFIC   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-XMLFIC        PIC X(80).
       77 ASSIGN-CSVFIC        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(160).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(40).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DVA                PIC 9(08).
       77 W-ANP                PIC 9(04).
       77 W-DATP-DEB           PIC 9(08).
       77 W-DATP-FIN           PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-X              PIC X(08).
       77 W-AGE                PIC X(03).
       77 W-AGE-CLI            PIC X(03).
       77 W-NUM                PIC 9(08).
       77 W-NUM-X              PIC X(08).
       77 W-NBA                PIC 9(05).
       77 W-NBCAT              PIC 9(05).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 I                    PIC 9(02) COMP.
      * sélection : F familles, M marque, T tout
       77 W-SEL-TYP            PIC X.
       77 W-NBSEL              PIC 9(02) COMP.
       01 W-TAB-SEL.
           05 W-SEL-COD        PIC X(05) OCCURS 10.
      * prix du client : base CAL-PV-ART-D, remise et cascade, puis
      * appels rech-marche, rech-palier, rech-promo
       77 W-PUB                PIC S9(09)V99.
       77 W-PUN                PIC 9(09)V99.
       01 W-TAB-REC.
           05 W-REC            PIC S99V99 OCCURS 6.
       77 W-NMA                PIC 9(06).
       77 W-DISPO              PIC S9(09)V99.
       77 W-CLE-PAL            PIC X(20).
       77 W-QTE                PIC S9(09)V99.
       77 W-PAL                PIC 9.
       77 W-SEUIL              PIC 9(09)V99.
       77 W-PSUIV              PIC 9(09)V99.
       77 W-PRO                PIC 9.
       77 W-PUN-AP             PIC 9(09)V99.
       77 W-REM                PIC S9(03)V99.
       77 W-EVO                PIC S9(05)V99.
      * appel ctl-assort : hors assortiment bloquant, pas au catalogue
       77 W-ASO-RES            PIC 9.
       77 W-ASO-EQV            PIC X(20).
      * mise en forme des montants, cadrés à gauche
       77 W-MNT                PIC S9(09)V99.
       77 W-MNT-ED             PIC -(8)9,99.
       77 W-MNT-TXT            PIC X(12).
       77 W-NBSP               PIC 9(02) COMP.
       77 W-T-BASE             PIC X(12).
       77 W-T-NET              PIC X(12).
       77 W-T-REM              PIC X(12).
       77 W-T-SEU              PIC X(12).
       77 W-T-PSU              PIC X(12).
       77 W-T-AP               PIC X(12).
       77 W-T-EVO              PIC X(12).
       77 W-T-PRO              PIC X(03).
       77 W-DAT-ED             PIC X(10).
       77 W-DVA-ED             PIC X(10).
      * générateur PDF d'imprime (PrintBean, hors Tomcat)
       77 W-FIC-PDF            PIC X(80).
       77 W-XSL                PIC X(80) VALUE "/mx/fop/tarcli.xsl".
       77 W-FORMAT-SORTIE      PIC X(3) VALUE "pdf".
       77 W-HFOP               USAGE IS HANDLE VALUE NULL.
       77 W-RETURN             USAGE IS SIGNED-INT.
       77 W-STATUS             PIC S9(3).
       77 W-PDF-OK             PIC 9.
      * appel prtarc-arc : archive légale du catalogue
       77 W-ARC-TYP            PIC X(03).
       77 W-ARC-NUM            PIC 9(08).
       77 W-ARC-CLI            PIC 9(08).
       77 W-ARC-AGE            PIC X(03).
       77 W-ARC-FIC            PIC X(256).
       77 W-ARC-OK             PIC 9.
           COPY "java.def".
           COPY "conv-num.wrk".
           COPY "CAL-PV-ART.wrk".
       01 LIGNE-LST.
           05 LL-NUM           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-DVA           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-NBA           PIC Z(4)9.
           05 FILLER           PIC X(01).
           05 LL-ARC           PIC X(03).
           05 FILLER           PIC X(01).
           05 LL-SEL           PIC X(40).
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
           WHEN "TARIF" PERFORM Tarif THRU F-Tarif
           WHEN "LISTE" PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "tarcli-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : tarcli-b TARIF cli|fichier "
                        "F:fam,...|M:marque|TOUT [validite] [age]"
                DISPLAY "        tarcli-b LISTE [cli]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    TARIF : un catalogue de prix nets par client
      ******************************************************************
       Tarif.
           PERFORM Lit-Selection
           IF W-PAR2 = SPACE OR W-SEL-TYP = SPACE
                DISPLAY "usage : tarcli-b TARIF cli|fichier "
                        "F:fam,...|M:marque|TOUT [validite] [age]"
                GO F-Tarif.
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DVA
           IF W-DVA = 0
                MOVE W-DAT TO W-DVA
                MOVE "1231" TO W-DVA(5:4).
           IF W-DVA < W-DAT
                DISPLAY "tarcli-b : validité antérieure au jour "
                        W-DVA
                GO F-Tarif.
           MOVE W-PAR5 TO W-AGE
      * l'an passé : le dernier prix remis entre le 1er janvier et
      * le 31 décembre de l'année précédente
           COMPUTE W-ANP = W-DAT / 10000 - 1
           COMPUTE W-DATP-DEB = W-ANP * 10000 + 101
           COMPUTE W-DATP-FIN = W-ANP * 10000 + 1231
           MOVE W-DAT(7:2) TO W-DAT-ED(1:2)
           MOVE "/" TO W-DAT-ED(3:1) W-DAT-ED(6:1)
           MOVE W-DAT(5:2) TO W-DAT-ED(4:2)
           MOVE W-DAT(1:4) TO W-DAT-ED(7:4)
           MOVE W-DVA(7:2) TO W-DVA-ED(1:2)
           MOVE "/" TO W-DVA-ED(3:1) W-DVA-ED(6:1)
           MOVE W-DVA(5:2) TO W-DVA-ED(4:2)
           MOVE W-DVA(1:4) TO W-DVA-ED(7:4)
           OPEN INPUT MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                INITIALIZE ENR-MPAR
           END-READ
           CLOSE MXPARAM
           OPEN INPUT MXCLI MXCLID MXFAMART MXARTSA MXART
           OPEN I-O MXTARCAT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXTARCAT
                CLOSE MXTARCAT
                OPEN I-O MXTARCAT.
           OPEN I-O MXTARCLI
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXTARCLI
                CLOSE MXTARCLI
                OPEN I-O MXTARCLI.
           MOVE 0 TO W-NBCAT
      * un client, ou la liste des clients d'un fichier
           IF W-PAR2(1:1) NOT < "0" AND W-PAR2(1:1) NOT > "9"
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-CLI
                PERFORM Tarif-Client
           ELSE
                MOVE W-PAR2 TO ASSIGN-MOUVT
                OPEN INPUT MOUVT
                IF FILE-STATUS-MOUVT NOT = "00"
                     DISPLAY "tarcli-b : fichier clients absent "
                             W-PAR2
                ELSE
                     MOVE 0 TO W-FIN
                     PERFORM Lit-Client UNTIL W-FIN = 1
                     CLOSE MOUVT
                END-IF
           END-IF
           CLOSE MXCLI MXCLID MXFAMART MXARTSA MXART MXTARCAT
                 MXTARCLI
           CANCEL "ctl-assort"
           DISPLAY "tarcli-b : " W-NBCAT " catalogues émis".
       F-Tarif.
           EXIT.

      * F:fam1,fam2,... / M:marque / TOUT
       Lit-Selection.
           MOVE SPACE TO W-SEL-TYP W-TAB-SEL
           MOVE 0 TO W-NBSEL
           IF W-PAR3 = "TOUT"
                MOVE "T" TO W-SEL-TYP
                EXIT PARAGRAPH.
           IF W-PAR3(2:1) NOT = ":" OR W-PAR3(3:1) = SPACE
                EXIT PARAGRAPH.
           IF W-PAR3(1:1) = "F"
                UNSTRING W-PAR3(3:) DELIMITED BY ","
                     INTO W-SEL-COD(1) W-SEL-COD(2) W-SEL-COD(3)
                          W-SEL-COD(4) W-SEL-COD(5) W-SEL-COD(6)
                          W-SEL-COD(7) W-SEL-COD(8) W-SEL-COD(9)
                          W-SEL-COD(10)
                     TALLYING IN W-NBSEL
                END-UNSTRING
                MOVE "F" TO W-SEL-TYP
                EXIT PARAGRAPH.
           IF W-PAR3(1:1) = "M"
                MOVE W-PAR3(3:) TO W-SEL-COD(1)
                MOVE 1 TO W-NBSEL
                MOVE "M" TO W-SEL-TYP.

       Lit-Client.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO CVN-ENT
           UNSTRING ENR-MOUVT DELIMITED BY ";" OR " "
                INTO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           PERFORM Tarif-Client.

       Tarif-Client.
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "tarcli-b : client inconnu " W-CLI
                EXIT PARAGRAPH
           END-READ
           MOVE W-AGE TO W-AGE-CLI
           IF W-AGE-CLI = SPACE
                MOVE AGE-MCLI TO W-AGE-CLI.
      * fiche de distribution : base de facturation, coefficient,
      * remise ; sans fiche, le prix de vente tarif sans remise
           MOVE COD-MCLI TO COD-MCLD
           READ MXCLID INVALID
                INITIALIZE ENR-MCLD
           END-READ
      * numéro du catalogue : le dernier attribué plus un
           MOVE 0 TO W-NUM
           MOVE 99999999 TO NUM-MTCA
           START MXTARCAT KEY NOT > CLE1-MTCA INVALID CONTINUE
                NOT INVALID
                READ MXTARCAT PREVIOUS AT END CONTINUE
                     NOT AT END MOVE NUM-MTCA TO W-NUM
                END-READ
           END-START
           ADD 1 TO W-NUM
           MOVE W-NUM TO W-NUM-X
           MOVE W-CLI TO W-CLI-X
           MOVE SPACE TO ASSIGN-XMLFIC ASSIGN-CSVFIC W-FIC-PDF
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tarif-" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-NUM-X DELIMITED BY SIZE
                  ".xml" DELIMITED BY SIZE
                  INTO ASSIGN-XMLFIC
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tarif-" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-NUM-X DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO ASSIGN-CSVFIC
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tarif-" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-NUM-X DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO W-FIC-PDF
           OPEN OUTPUT XMLFIC CSVFIC
           PERFORM Entete-Catalogue
           MOVE 0 TO W-NBA
           PERFORM Parcourt-Selection VARYING I FROM 1 BY 1
                   UNTIL I > W-NBSEL
           IF W-SEL-TYP = "T"
                MOVE LOW-VALUE TO CLE1-MART
                MOVE 0 TO W-FIN2
                START MXART KEY NOT < CLE1-MART INVALID
                     MOVE 1 TO W-FIN2
                END-START
                PERFORM Tarif-Article UNTIL W-FIN2 = 1.
           MOVE "</tarif>" TO LIGNE-XML
           WRITE LIGNE-XML
           CLOSE XMLFIC CSVFIC
           PERFORM Genere-Pdf
           INITIALIZE ENR-MTCA
           MOVE W-NUM TO NUM-MTCA
           MOVE W-CLI TO CLI-MTCA
           MOVE W-DAT TO DAT-MTCA
           MOVE W-DVA TO DVA-MTCA
           MOVE W-PAR3 TO SEL-MTCA
           MOVE W-AGE-CLI TO AGE-MTCA
           MOVE W-NBA TO NBA-MTCA
           MOVE ASSIGN-CSVFIC TO CSV-MTCA
           IF W-PDF-OK = 1
                MOVE W-FIC-PDF TO PDF-MTCA
                PERFORM Archive-Catalogue
                MOVE W-ARC-OK TO ARC-MTCA.
           WRITE ENR-MTCA INVALID
                DISPLAY "tarcli-b : catalogue non indexé " W-NUM
           END-WRITE
           ADD 1 TO W-NBCAT
           DISPLAY "tarcli-b : client " W-CLI " catalogue " W-NUM
                   " " W-NBA " articles".

       Entete-Catalogue.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE "<tarif>" TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "<entete><numero>" DELIMITED BY SIZE
                  W-NUM-X DELIMITED BY SIZE
                  "</numero><client>" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  "</client><raison><![CDATA[" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  "]]></raison><date>" DELIMITED BY SIZE
                  W-DAT-ED DELIMITED BY SIZE
                  "</date><validite>" DELIMITED BY SIZE
                  W-DVA-ED DELIMITED BY SIZE
                  "</validite><selection>" DELIMITED BY SIZE
                  W-PAR3 DELIMITED BY " "
                  "</selection></entete>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-CSV
           STRING "Tarif net;" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  ";catalogue " DELIMITED BY SIZE
                  W-NUM-X DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  W-DAT-ED DELIMITED BY SIZE
                  ";valable jusqu'au " DELIMITED BY SIZE
                  W-DVA-ED DELIMITED BY SIZE
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV
           MOVE SPACE TO LIGNE-CSV
           STRING "Article;Désignation;Famille;Marque;Prix de base;"
                  DELIMITED BY SIZE
                  "Prix net;Remise %;Promo;Palier suivant dès;"
                  DELIMITED BY SIZE
                  "Prix palier;Prix an passé;Evolution %"
                  DELIMITED BY SIZE
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV.

      * les articles d'une famille (CLE5) ou de la marque (CLE6)
       Parcourt-Selection.
           MOVE 0 TO W-FIN2
           IF W-SEL-TYP = "F"
                MOVE W-SEL-COD(I) TO FAM-MART
                START MXART KEY NOT < CLE5-MART INVALID
                     MOVE 1 TO W-FIN2
                END-START
           ELSE
                MOVE W-SEL-COD(I) TO MAR-MART
                START MXART KEY NOT < CLE6-MART INVALID
                     MOVE 1 TO W-FIN2
                END-START
           END-IF
           PERFORM Tarif-Article UNTIL W-FIN2 = 1.

       Tarif-Article.
           READ MXART NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF (W-SEL-TYP = "F" AND FAM-MART NOT = W-SEL-COD(I))
           OR (W-SEL-TYP = "M" AND MAR-MART NOT = W-SEL-COD(I))
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF CANN-MART = 1 OR TAR-MART = 2
                EXIT PARAGRAPH.
           MOVE 0 TO W-ASO-RES
           CALL "ctl-assort" USING W-CLI COD-MART W-DAT W-ASO-RES
                W-ASO-EQV
                ON EXCEPTION CONTINUE
           END-CALL
           IF W-ASO-RES = 2
                EXIT PARAGRAPH.
           PERFORM Calcule-Prix
           PERFORM Prix-An-Passe
           PERFORM Ecrit-Ligne
           PERFORM Trace-Prix
           ADD 1 TO W-NBA.

      * le prix de la saisie : base du client et remise (comme
      * Maj-Enr-Art, MAJ-REMISE et Cal-Pu de sbd-c), marché,
      * palier, promotion
       Calcule-Prix.
           MOVE W-AGE-CLI TO AGE-MASA
           MOVE COD-MART TO COD-MASA
           READ MXARTSA INVALID
                INITIALIZE ENR-MASA
           END-READ
           MOVE GRA-MART TO GRA-MFAM
           MOVE FAM-MART TO FAM-MFAM
           READ MXFAMART INVALID
                INITIALIZE ENR-MFAM
           END-READ
           MOVE 0 TO W-PUB W-REM
           INITIALIZE W-TAB-REC
           PERFORM CAL-PV-ART-D
           IF W-PUB < 0
                MOVE 0 TO W-PUB.
           COMPUTE W-PUN ROUNDED = W-PUB - (W-PUB * W-REM / 100)
           PERFORM Cascade-Remise VARYING I FROM 1 BY 1
                   UNTIL I > 6
           MOVE 0 TO W-NMA W-DISPO
           CALL "rech-marche" USING W-CLI COD-MART W-DAT
                W-PUN W-NMA W-DISPO
           END-CALL
           MOVE SPACE TO W-CLE-PAL
           MOVE W-CLI TO W-CLE-PAL(1:8)
           MOVE 1 TO W-QTE
           MOVE 0 TO W-PAL W-SEUIL W-PSUIV
           CALL "rech-palier" USING W-CLE-PAL COD-MART W-QTE
                W-DAT W-PUN W-PAL W-SEUIL W-PSUIV
           END-CALL
           MOVE 0 TO W-PRO
           CALL "rech-promo" USING COD-MART FAM-MART W-AGE-CLI
                W-DAT W-PUN W-PRO
           END-CALL
           MOVE 0 TO W-REM
           IF W-PUB > 0 AND W-PUN < W-PUB
                COMPUTE W-REM ROUNDED =
                        (W-PUB - W-PUN) * 100 / W-PUB.

       Cascade-Remise.
           COMPUTE W-PUN ROUNDED = W-PUN - (W-PUN * W-REC(I) / 100).

      * dernier prix remis l'an passé, par la fin de l'année
       Prix-An-Passe.
           MOVE 0 TO W-PUN-AP W-EVO
           MOVE W-CLI TO CLI-MTCL
           MOVE COD-MART TO ART-MTCL
           MOVE W-DATP-FIN TO DAT-MTCL
           START MXTARCLI KEY NOT > CLE1-MTCL INVALID
                EXIT PARAGRAPH
           END-START
           READ MXTARCLI PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MTCL NOT = W-CLI OR ART-MTCL NOT = COD-MART
           OR DAT-MTCL < W-DATP-DEB
                EXIT PARAGRAPH.
           MOVE PUN-MTCL TO W-PUN-AP
           IF W-PUN-AP > 0
                COMPUTE W-EVO ROUNDED =
                        (W-PUN - W-PUN-AP) * 100 / W-PUN-AP.

       Ecrit-Ligne.
           MOVE W-PUB TO W-MNT
           PERFORM Cadre-Montant
           MOVE W-MNT-TXT TO W-T-BASE
           MOVE W-PUN TO W-MNT
           PERFORM Cadre-Montant
           MOVE W-MNT-TXT TO W-T-NET
           MOVE W-REM TO W-MNT
           PERFORM Cadre-Montant
           MOVE W-MNT-TXT TO W-T-REM
           MOVE SPACE TO W-T-SEU W-T-PSU W-T-AP W-T-EVO
           IF W-SEUIL > 0
                MOVE W-SEUIL TO W-MNT
                PERFORM Cadre-Montant
                MOVE W-MNT-TXT TO W-T-SEU
                MOVE W-PSUIV TO W-MNT
                PERFORM Cadre-Montant
                MOVE W-MNT-TXT TO W-T-PSU.
           IF W-PUN-AP > 0
                MOVE W-PUN-AP TO W-MNT
                PERFORM Cadre-Montant
                MOVE W-MNT-TXT TO W-T-AP
                MOVE W-EVO TO W-MNT
                PERFORM Cadre-Montant
                MOVE W-MNT-TXT TO W-T-EVO.
           IF W-PRO = 1
                MOVE "oui" TO W-T-PRO
           ELSE
                MOVE "non" TO W-T-PRO.
           MOVE SPACE TO LIGNE-XML
           STRING "<ligne><art>" DELIMITED BY SIZE
                  COD-MART DELIMITED BY "  "
                  "</art><des><![CDATA[" DELIMITED BY SIZE
                  DES-MART DELIMITED BY "  "
                  "]]></des><fam>" DELIMITED BY SIZE
                  FAM-MART DELIMITED BY " "
                  "</fam><mar>" DELIMITED BY SIZE
                  MAR-MART DELIMITED BY " "
                  "</mar><base>" DELIMITED BY SIZE
                  W-T-BASE DELIMITED BY " "
                  "</base><net>" DELIMITED BY SIZE
                  W-T-NET DELIMITED BY " "
                  "</net><rem>" DELIMITED BY SIZE
                  W-T-REM DELIMITED BY " "
                  "</rem><promo>" DELIMITED BY SIZE
                  W-T-PRO DELIMITED BY SIZE
                  "</promo>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "<seuil>" DELIMITED BY SIZE
                  W-T-SEU DELIMITED BY " "
                  "</seuil><palier>" DELIMITED BY SIZE
                  W-T-PSU DELIMITED BY " "
                  "</palier><anpasse>" DELIMITED BY SIZE
                  W-T-AP DELIMITED BY " "
                  "</anpasse><evolution>" DELIMITED BY SIZE
                  W-T-EVO DELIMITED BY " "
                  "</evolution></ligne>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-CSV
           STRING COD-MART DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  DES-MART DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  FAM-MART DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  MAR-MART DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-BASE DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-NET DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-REM DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-PRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-T-SEU DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-PSU DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-AP DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-T-EVO DELIMITED BY " "
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV.

       Cadre-Montant.
           MOVE W-MNT TO W-MNT-ED
           MOVE 0 TO W-NBSP
           INSPECT W-MNT-ED TALLYING W-NBSP FOR LEADING SPACE
           MOVE SPACE TO W-MNT-TXT
           MOVE W-MNT-ED(W-NBSP + 1:) TO W-MNT-TXT.

      * le prix remis, pour la comparaison de l'an prochain ; un
      * catalogue refait le même jour remplace le précédent
       Trace-Prix.
           INITIALIZE ENR-MTCL
           MOVE W-CLI TO CLI-MTCL
           MOVE COD-MART TO ART-MTCL
           MOVE W-DAT TO DAT-MTCL
           MOVE W-NUM TO NUM-MTCL
           MOVE W-PUB TO PVN-MTCL
           MOVE W-PUN TO PUN-MTCL
           MOVE W-PRO TO PRO-MTCL
           WRITE ENR-MTCL INVALID
                REWRITE ENR-MTCL INVALID CONTINUE
                END-REWRITE
           END-WRITE.

      * mise en page PDF par le générateur FOP d'imprime
       Genere-Pdf.
           MOVE 1 TO W-PDF-OK
           CALL "c$java" USING
                CJAVA-NEW, "fr/mistral/print/PrintBean", "()V"
                GIVING W-HFOP
                ON EXCEPTION MOVE 0 TO W-PDF-OK
           END-CALL
           IF W-PDF-OK = 0
                DISPLAY "tarcli-b : générateur PDF indisponible, "
                        "catalogue " W-NUM " en xml et csv seuls"
                EXIT PARAGRAPH.
           CALL "c$java" USING
                CJAVA-CALLNONVIRTUAL, W-HFOP,
                "fr/mistral/print/PrintBean",
                "doGeneration", "(XXXX)I",
                ASSIGN-XMLFIC, W-XSL,
                W-FIC-PDF, W-FORMAT-SORTIE, W-RETURN
                GIVING W-STATUS
           END-CALL
           IF W-STATUS NOT = 0 OR W-RETURN NOT = 0
                MOVE 0 TO W-PDF-OK
                DISPLAY "tarcli-b : PDF non généré, catalogue "
                        W-NUM " statut " W-STATUS.
           CALL "c$java" USING CJAVA-DESTROY, W-HFOP
                GIVING W-STATUS.

       Archive-Catalogue.
           MOVE "TAR" TO W-ARC-TYP
           MOVE W-NUM TO W-ARC-NUM
           MOVE W-CLI TO W-ARC-CLI
           MOVE W-AGE-CLI TO W-ARC-AGE
           MOVE SPACE TO W-ARC-FIC
           MOVE W-FIC-PDF TO W-ARC-FIC
           MOVE 0 TO W-ARC-OK
           CALL "prtarc-arc" USING W-ARC-TYP W-ARC-NUM W-ARC-CLI
                W-ARC-AGE W-ARC-FIC W-ARC-OK
           END-CALL.

      ******************************************************************
      *    LISTE : catalogues émis, tous ou d'un client
      ******************************************************************
       Liste.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           OPEN INPUT MXTARCAT
           IF FILE-STATUS NOT = "00"
                DISPLAY "tarcli-b : aucun catalogue émis"
                GO F-Liste.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tarcli-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "numéro   client   émis le  valable  "
                  DELIMITED BY SIZE
                  "nbart arc sélection" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NBCAT
           IF W-CLI = 0
                MOVE 0 TO NUM-MTCA
                START MXTARCAT KEY NOT < CLE1-MTCA INVALID
                     MOVE 1 TO W-FIN
                END-START
           ELSE
                MOVE W-CLI TO CLI-MTCA
                MOVE 0 TO DAT-MTCA
                START MXTARCAT KEY NOT < CLE2-MTCA INVALID
                     MOVE 1 TO W-FIN
                END-START
           END-IF
           PERFORM Liste-Catalogue UNTIL W-FIN = 1
           CLOSE MXTARCAT ETAT
           DISPLAY "tarcli-b : " W-NBCAT " catalogues listés".
       F-Liste.
           EXIT.

       Liste-Catalogue.
           READ MXTARCAT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI NOT = 0 AND CLI-MTCA NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-LST
           MOVE NUM-MTCA TO LL-NUM
           MOVE CLI-MTCA TO LL-CLI
           MOVE DAT-MTCA TO LL-DAT
           MOVE DVA-MTCA TO LL-DVA
           MOVE NBA-MTCA TO LL-NBA
           IF ARC-MTCA = 1
                MOVE "oui" TO LL-ARC
           ELSE
                MOVE "non" TO LL-ARC.
           MOVE SEL-MTCA TO LL-SEL
           WRITE LIGNE-ETAT FROM LIGNE-LST
           ADD 1 TO W-NBCAT.

           COPY "conv-num.cbl".
           COPY "CAL-PV-ART-D.cbl".

       Fin.
           STOP RUN.
