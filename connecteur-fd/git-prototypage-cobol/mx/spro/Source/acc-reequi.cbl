      *{Bench}prg-comment
      * acc-reequi.cbl
151026* acc-reequi.cbl : décision de l'acheteur sur une ligne de
151026* proposition de rééquilibrage MXREEQUI (reequi-b PROPOSE),
151026* appelé par l'écran reequi-m.
151026* Entrée : proposition, ligne, action A acceptée ou R
151026* refusée, quantité retenue (zéro = la quantité proposée),
151026* date.  L'acceptation crée directement le document de
151026* transfert TYP-MBDI = 7 de l'agence en surstock vers
151026* l'agence en besoin, comme trf-b CREE (numérotation
151026* MXAGEDIS, contrôle du quota MXQUOTA de la destinataire) ;
151026* il s'expédie et se réceptionne ensuite par trf-b.
151026* Retour : 0 enregistré (LK-BON = transfert créé), 1 ligne
151026* inconnue, 2 ligne déjà décidée, 3 fichiers indisponibles,
151026* 4 agence émettrice inconnue de MXAGEDIS, 5 quota de la
151026* destinataire dépassé, 6 stock de l'émettrice insuffisant,
151026* 7 quantité nulle.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. acc-reequi.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:32:07.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXQUOTA.sl".
       COPY "MXREEQUI.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXQUOTA.fd".
       COPY "MXREEQUI.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
      * contingentement : 1 = MXQUOTA présent, contrôle actif
       77 W-QUOTAS             PIC 9.
       77 W-QTE                PIC S9(09)V99.
       77 W-BON                PIC 9(08).
      * poste batch pour la numérotation, comme trf-b
       78 MOB-BATCH            VALUE IS 90.
           COPY "lit-agedis.wrk".
       LINKAGE                     SECTION.
       77 LK-NPR               PIC 9(08).
       77 LK-LIG               PIC 9(04).
       77 LK-ACT               PIC X.
       77 LK-QTE               PIC S9(09)V99.
       77 LK-DAT               PIC 9(08).
       77 LK-BON               PIC 9(08).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-NPR LK-LIG LK-ACT LK-QTE LK-DAT
                                LK-BON LK-RET.
       Debut.
           MOVE 0 TO LK-RET LK-BON
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           IF W-OUVERT NOT = 1
                MOVE 3 TO LK-RET
                GO F-Acc-Reequi.
           MOVE LK-NPR TO NPR-MREE
           MOVE LK-LIG TO LIG-MREE
           READ MXREEQUI WITH LOCK INVALID
                MOVE 1 TO LK-RET
                GO F-Acc-Reequi
           END-READ
           IF STA-MREE NOT = "P"
                UNLOCK MXREEQUI
                MOVE 2 TO LK-RET
                GO F-Acc-Reequi.
           IF LK-ACT = "R"
                MOVE "R" TO STA-MREE
                MOVE LK-DAT TO DVA-MREE
                REWRITE ENR-MREE INVALID CONTINUE
                END-REWRITE
                GO F-Acc-Reequi.
      * zéro = la quantité proposée
           IF LK-QTE = 0
                MOVE QPR-MREE TO W-QTE
           ELSE MOVE LK-QTE TO W-QTE
           END-IF
           IF W-QTE NOT > 0
                UNLOCK MXREEQUI
                MOVE 7 TO LK-RET
                GO F-Acc-Reequi.
           MOVE ART-MREE TO COD-MART
           READ MXART INVALID
                UNLOCK MXREEQUI
                MOVE 1 TO LK-RET
                GO F-Acc-Reequi
           END-READ
      * la situation a pu bouger depuis le calcul : l'émettrice
      * doit encore avoir la marchandise en rayon
           MOVE AGS-MREE TO AGE-MASA
           MOVE ART-MREE TO COD-MASA
           READ MXARTSA INVALID
                MOVE 0 TO STC-MASA
           END-READ
           IF STC-MASA < W-QTE
                UNLOCK MXREEQUI
                MOVE 6 TO LK-RET
                GO F-Acc-Reequi.
           PERFORM Increment-Bon-Trf
           IF W-BON = 0
                UNLOCK MXREEQUI
                MOVE 4 TO LK-RET
                GO F-Acc-Reequi.
      * article contingenté : le quota de l'agence destinataire
      * ne se dépasse pas (cf. trf-b, quota-b)
           IF W-QUOTAS = 1
                MOVE ART-MREE TO ART-MQUO
                MOVE AGD-MREE TO AGE-MQUO
                READ MXQUOTA INVALID CONTINUE
                NOT INVALID
                     IF TYP-MQUO NOT = "P"
                          IF CSO-MQUO + W-QTE > VAL-MQUO
                               UNLOCK MXREEQUI
                               MOVE 5 TO LK-RET
                               GO F-Acc-Reequi
                          END-IF
                          ADD W-QTE TO CSO-MQUO
                          REWRITE ENR-MQUO INVALID CONTINUE
                          END-REWRITE
                     END-IF
                END-READ
           END-IF
           INITIALIZE ENR-MBDI
           MOVE AGS-MREE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           MOVE 7 TO TYP-MBDI
           MOVE AGD-MREE TO AGS-MBDI
           MOVE LK-DAT TO DAT-MBDI
           MOVE "O" TO STA-MBDI
           STRING "REEQUI " DELIMITED BY SIZE
                  NPR-MREE DELIMITED BY SIZE
                  INTO REF-MBDI
           WRITE ENR-MBDI INVALID CONTINUE
           END-WRITE
           INITIALIZE ENR-MLDI
           MOVE AGS-MREE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE 1 TO LIG-MLDI
           MOVE ART-MREE TO ART-MLDI
           MOVE DES-MART TO DES-MLDI
           MOVE W-QTE TO QTE-MLDI
           MOVE PAC-MART TO PAC-MLDI
           MOVE AGD-MREE TO AGS-MLDI
           MOVE "TRF" TO MOT-MLDI
           WRITE ENR-MLDI INVALID CONTINUE
           END-WRITE
           MOVE "A" TO STA-MREE
           MOVE W-QTE TO QTE-MREE
           MOVE LK-DAT TO DVA-MREE
           MOVE W-BON TO BON-MREE
           REWRITE ENR-MREE INVALID CONTINUE
           END-REWRITE
           MOVE W-BON TO LK-BON.
       F-Acc-Reequi.
           EXIT PROGRAM.

       Ouvre-Fichiers.
           OPEN I-O MXREEQUI
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT
                EXIT PARAGRAPH.
           OPEN I-O MXAGEDIS MXBDIS MXLDIS
           OPEN INPUT MXART MXARTSA
           MOVE 1 TO W-QUOTAS
           OPEN I-O MXQUOTA
           IF FILE-STATUS = "35"
                MOVE 0 TO W-QUOTAS.
           MOVE 1 TO W-OUVERT.

      * numérotation par le compteur de l'agence émettrice, sous
      * verrou avec reprise (cf. lit-agedis.cbl)
       Increment-Bon-Trf.
           MOVE 0 TO W-BON
           MOVE AGS-MREE TO COD-MAGD
           PERFORM LIT-AGEDIS-LOCK
           IF AGD-TROUVE NOT = 1
                EXIT PARAGRAPH.
           ADD 1 TO BON-MAGD
           REWRITE ENR-MAGD INVALID
                EXIT PARAGRAPH
           END-REWRITE
           COMPUTE W-BON = (MOB-BATCH * 1000000) + BON-MAGD.

           COPY "lit-agedis.cbl".
