      *{Bench}prg-comment
      * phyto-b.cbl
151026* phyto-b.cbl : vente réglementée des produits
151026* phytopharmaceutiques.  lot-b et adr-b suivent les lots et le
151026* transport ; restent le Certiphyto de l'acheteur, la
151026* redevance pour pollution diffuse (RPD) et le registre :
151026*   CERTI <cli> <no certiphyto> <date fin AAAAMMJJ>
151026*       certificat du client professionnel (CPH-MCLI /
151026*       CPHD-MCLI) ; sbd-c et comptoir-b refusent un produit
151026*       PHY-MART = 1 sans certificat valide à la date ;
151026*   ARTICLE <art> <0|1|2> <amm> <qté par unité> <K|L> <rpd>
151026*       fiche phyto de l'article : 1 usage professionnel,
151026*       2 usage amateur, 0 retiré ; la RPD par unité de
151026*       vente part en ligne séparée (article RPD) à la vente ;
151026*   ECHEANCES [<jours>]
151026*       certificats échus ou à échoir dans N jours (60),
151026*       ft/phyto-certiphyto.txt, pour relancer les clients ;
151026*   REGISTRE <année>
151026*       registre annuel des ventes par no d'AMM et code postal
151026*       de l'acheteur, quantités en kg / L et RPD, tiré de
151026*       MXHISVTE (avoirs déduits), ft/phyto-registre-<an>.txt ;
151026*       et fichier de déclaration des ventes et de la RPD,
151026*       ft/phyto-bnvd-<an>.csv : une ligne siret;agrément;
151026*       année;amm;code postal;quantité;unité;rpd
151026*       (siret et no d'agrément distributeur sur une ligne de
151026*       MX-DIR/phyto.cfg, siret;agrément).  Vente comptant sans
151026*       client identifié : code postal 00000.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. phyto-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:31:44.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXART.sl".
       COPY "MXHISVTE.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT DECLAR ASSIGN TO ASSIGN-DECLAR
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-DECLAR.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXART.fd".
       COPY "MXHISVTE.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(60).
       FD  DECLAR LABEL RECORD STANDARD.
       01  ENR-DECLAR          PIC X(132).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-DECLAR   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-DECLAR        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-PAR6               PIC X(30).
       77 W-PAR7               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-LIM                PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-JOURS              PIC 9(03).
       77 W-ANNEE              PIC 9(04).
       77 W-ANNEE-X            PIC X(04).
       77 W-PHY                PIC 9.
       77 W-CP                 PIC X(05).
       77 W-QTE                PIC S9(09)V999.
       77 W-RPD                PIC S9(09)V99.
       77 W-TOT-RPD            PIC S9(11)V99.
       77 W-QTE-ED             PIC -(8)9,999.
       77 W-RPD-ED             PIC -(8)9,99.
       77 W-LG                 PIC 9(02).
       77 W-LG2                PIC 9(02).
       77 W-SIRET              PIC X(14).
       77 W-AGR                PIC X(20).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(06).
       77 I                    PIC 9(04) COMP.
       77 W-IX                 PIC 9(04) COMP.
       77 W-NBTAB              PIC 9(04) COMP.
       78 MAXTAB               VALUE IS 3000.
       78 ECHEANCE-DEF         VALUE IS 60.
      * client comptant générique du comptoir (cf. comptoir-b)
       78 CLI-COMPTOIR         VALUE IS 99999999.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
      * cumuls du registre : AMM + code postal de l'acheteur
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 3000.
              10 W-TAB-AMM     PIC X(08).
              10 W-TAB-CP      PIC X(05).
              10 W-TAB-PHY     PIC 9.
              10 W-TAB-UNI     PIC X.
              10 W-TAB-DES     PIC X(30).
              10 W-TAB-QTE     PIC S9(09)V999.
              10 W-TAB-RPD     PIC S9(09)V99.
       01 LIGNE-REG.
           05 LG-AMM           PIC X(08).
           05 FILLER           PIC X(01).
           05 LG-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LG-USG           PIC X(03).
           05 FILLER           PIC X(01).
           05 LG-CP            PIC X(05).
           05 FILLER           PIC X(01).
           05 LG-QTE           PIC -(8)9,999.
           05 FILLER           PIC X(01).
           05 LG-UNI           PIC X(01).
           05 FILLER           PIC X(01).
           05 LG-RPD           PIC -(8)9,99.
       01 LIGNE-CPH REDEFINES LIGNE-REG.
           05 LC-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-RAI           PIC X(30).
           05 FILLER           PIC X(01).
           05 LC-CPH           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-FIN           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-OBS           PIC X(08).
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5 W-PAR6
                     W-PAR7
           EVALUATE W-FONCTION
           WHEN "CERTI"     PERFORM Certi THRU F-Certi
           WHEN "ARTICLE"   PERFORM Article THRU F-Article
           WHEN "ECHEANCES" PERFORM Echeances THRU F-Echeances
           WHEN "REGISTRE"  PERFORM Registre THRU F-Registre
           WHEN OTHER
                DISPLAY "phyto-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : phyto-b CERTI cli no date-fin"
                DISPLAY "        phyto-b ARTICLE art 0/1/2 amm "
                        "qté K/L rpd"
                DISPLAY "        phyto-b ECHEANCES [jours]"
                DISPLAY "        phyto-b REGISTRE année"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CERTI : Certiphyto du client
      ******************************************************************
       Certi.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LIM
           IF W-CLI = 0 OR W-PAR3 = SPACE OR W-LIM < 19000101
                DISPLAY "usage : phyto-b CERTI cli no date-fin"
                GO F-Certi.
           OPEN I-O MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "phyto-b : client inconnu " W-CLI
                CLOSE MXCLI
                GO F-Certi
           END-READ
           MOVE W-PAR3 TO CPH-MCLI
           MOVE W-LIM TO CPHD-MCLI
           REWRITE ENR-MCLI INVALID
                DISPLAY "phyto-b : réécriture client " W-CLI
           END-REWRITE
           CLOSE MXCLI
           DISPLAY "phyto-b : Certiphyto " W-PAR3 " du client "
                   W-CLI " valide jusqu'au " W-LIM.
       F-Certi.
           EXIT.

      ******************************************************************
      *    ARTICLE : fiche phyto de l'article
      ******************************************************************
       Article.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PHY
           IF W-PAR2 = SPACE OR W-PHY > 2
           OR (W-PHY > 0 AND W-PAR4 = SPACE)
           OR (W-PHY > 0 AND W-PAR6 NOT = "K" AND W-PAR6 NOT = "L")
                DISPLAY "usage : phyto-b ARTICLE art 0/1/2 amm "
                        "qté K/L rpd"
                GO F-Article.
           OPEN I-O MXART
           MOVE W-PAR2 TO COD-MART
           READ MXART INVALID
                DISPLAY "phyto-b : article inconnu " W-PAR2
                CLOSE MXART
                GO F-Article
           END-READ
           MOVE W-PHY TO PHY-MART
           IF W-PHY = 0
                MOVE SPACE TO AMM-MART UPH-MART
                MOVE 0 TO QPH-MART RPD-MART
           ELSE
                MOVE W-PAR4 TO AMM-MART
                MOVE W-PAR5 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO QPH-MART
                MOVE W-PAR6 TO UPH-MART
                MOVE W-PAR7 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO RPD-MART
           END-IF
           MOVE W-DAT TO DMOD-MART
           REWRITE ENR-MART INVALID
                DISPLAY "phyto-b : réécriture article " W-PAR2
           END-REWRITE
           CLOSE MXART
           DISPLAY "phyto-b : article " W-PAR2 " phyto " W-PHY
                   " AMM " AMM-MART " RPD " RPD-MART.
       F-Article.
           EXIT.

      ******************************************************************
      *    ECHEANCES : certificats à renouveler
      ******************************************************************
       Echeances.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-JOURS
           IF W-JOURS = 0
                MOVE ECHEANCE-DEF TO W-JOURS.
           MOVE W-DAT TO AJD-DAT
           MOVE W-JOURS TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-LIM
           OPEN INPUT MXCLI
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/phyto-certiphyto.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CERTIPHYTO ECHUS OU A ECHOIR AVANT LE "
                  DELIMITED BY SIZE
                  W-LIM DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO COD-MCLI W-FIN W-NB
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Echeance-Un-Client UNTIL W-FIN = 1
           CLOSE MXCLI ETAT
           DISPLAY "phyto-b : " W-NB " certificats à renouveler ("
                   ASSIGN-ETAT ")".
       F-Echeances.
           EXIT.

       Echeance-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1 OR CPH-MCLI = SPACE
           OR CPHD-MCLI > W-LIM
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CPH
           MOVE COD-MCLI TO LC-CLI
           MOVE RAI-MCLI TO LC-RAI
           MOVE CPH-MCLI TO LC-CPH
           MOVE CPHD-MCLI TO LC-FIN
           IF CPHD-MCLI < W-DAT
                MOVE "ECHU" TO LC-OBS
           ELSE MOVE "A ECHOIR" TO LC-OBS
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-CPH
           ADD 1 TO W-NB.

      * agrément distributeur : MX-DIR/phyto.cfg, siret;agrément
       Charge-Agrement.
           MOVE SPACE TO W-SIRET W-AGR
           STRING MX-DIR DELIMITED BY "  "
                  "/phyto.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                UNSTRING ENR-CONFIG DELIMITED BY ";"
                     INTO W-SIRET W-AGR
           END-READ
           CLOSE CONFIG.

      ******************************************************************
      *    REGISTRE : registre annuel et déclaration RPD
      ******************************************************************
       Registre.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-ANNEE
           IF W-ANNEE < 2000
                DISPLAY "usage : phyto-b REGISTRE année"
                GO F-Registre.
           MOVE W-ANNEE TO W-ANNEE-X
           PERFORM Charge-Agrement
           IF W-SIRET = SPACE
                DISPLAY "phyto-b : siret;agrément absent de "
                        "phyto.cfg"
                GO F-Registre.
           OPEN INPUT MXHISVTE MXART MXCLI
           MOVE 0 TO W-NBTAB W-ERR
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Registre-Une-Vente UNTIL W-FIN = 1
           CLOSE MXHISVTE MXART MXCLI
      * le registre
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/phyto-registre-" DELIMITED BY SIZE
                  W-ANNEE-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REGISTRE DES VENTES DE PRODUITS PHYTOPHARMACEUTIQ"
                  DELIMITED BY SIZE
                  "UES - ANNEE " DELIMITED BY SIZE
                  W-ANNEE-X DELIMITED BY SIZE
                  " - AGREMENT " DELIMITED BY SIZE
                  W-AGR DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * la déclaration
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/phyto-bnvd-" DELIMITED BY SIZE
                  W-ANNEE-X DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO ASSIGN-DECLAR
           OPEN OUTPUT DECLAR
           MOVE 0 TO W-TOT-RPD
           PERFORM Ecrit-Un-Poste VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           MOVE W-TOT-RPD TO W-RPD-ED
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "TOTAL REDEVANCE POLLUTION DIFFUSE : "
                  DELIMITED BY SIZE
                  W-RPD-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-ERR > 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "POSTES NON CUMULES (TABLE PLEINE) : "
                       DELIMITED BY SIZE
                       W-ERR DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           CLOSE ETAT DECLAR
           DISPLAY "phyto-b : " W-NBTAB " postes AMM / code postal, "
                   "registre " ASSIGN-ETAT
           DISPLAY "phyto-b : déclaration " ASSIGN-DECLAR.
       F-Registre.
           EXIT.

       Registre-Une-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ADSP-MHIV NOT = W-ANNEE
                EXIT PARAGRAPH.
           MOVE ART-MHIV TO COD-MART
           READ MXART INVALID EXIT PARAGRAPH
           END-READ
           IF PHY-MART = 0 OR AMM-MART = SPACE
                EXIT PARAGRAPH.
           MOVE "00000" TO W-CP
           IF CLI-MHIV NOT = CLI-COMPTOIR
                MOVE CLI-MHIV TO COD-MCLI
                READ MXCLI INVALID CONTINUE
                NOT INVALID MOVE POS-MCLI TO W-CP
                END-READ
           END-IF
           COMPUTE W-QTE ROUNDED = QTE-MHIV * QPH-MART
           COMPUTE W-RPD ROUNDED = QTE-MHIV * RPD-MART
           MOVE 0 TO W-IX
           PERFORM Cherche-Poste VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB OR W-IX > 0
           IF W-IX = 0
                IF W-NBTAB = MAXTAB
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBTAB
                MOVE W-NBTAB TO W-IX
                MOVE AMM-MART TO W-TAB-AMM(W-IX)
                MOVE W-CP TO W-TAB-CP(W-IX)
                MOVE PHY-MART TO W-TAB-PHY(W-IX)
                MOVE UPH-MART TO W-TAB-UNI(W-IX)
                MOVE DES-MART TO W-TAB-DES(W-IX)
                MOVE 0 TO W-TAB-QTE(W-IX) W-TAB-RPD(W-IX)
           END-IF
           ADD W-QTE TO W-TAB-QTE(W-IX)
           ADD W-RPD TO W-TAB-RPD(W-IX).

       Cherche-Poste.
           IF W-TAB-AMM(I) = AMM-MART AND W-TAB-CP(I) = W-CP
                MOVE I TO W-IX.

      * une ligne de registre et une ligne de déclaration ; les
      * montants se cadrent à gauche dans le fichier
       Ecrit-Un-Poste.
           MOVE SPACE TO LIGNE-REG
           MOVE W-TAB-AMM(I) TO LG-AMM
           MOVE W-TAB-DES(I) TO LG-DES
           IF W-TAB-PHY(I) = 1
                MOVE "PRO" TO LG-USG
           ELSE MOVE "AMA" TO LG-USG
           END-IF
           MOVE W-TAB-CP(I) TO LG-CP
           MOVE W-TAB-QTE(I) TO LG-QTE W-QTE-ED
           MOVE W-TAB-UNI(I) TO LG-UNI
           MOVE W-TAB-RPD(I) TO LG-RPD W-RPD-ED
           WRITE LIGNE-ETAT FROM LIGNE-REG
           ADD W-TAB-RPD(I) TO W-TOT-RPD
           MOVE 0 TO W-LG W-LG2
           INSPECT W-QTE-ED TALLYING W-LG FOR LEADING SPACE
           INSPECT W-RPD-ED TALLYING W-LG2 FOR LEADING SPACE
           MOVE SPACE TO ENR-DECLAR
           STRING W-SIRET DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  W-AGR DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  W-ANNEE-X DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-TAB-AMM(I) DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  W-TAB-CP(I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-QTE-ED(W-LG + 1:) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-TAB-UNI(I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-RPD-ED(W-LG2 + 1:) DELIMITED BY SIZE
                  INTO ENR-DECLAR
           WRITE ENR-DECLAR.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
