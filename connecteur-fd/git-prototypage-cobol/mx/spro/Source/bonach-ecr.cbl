      *{Bench}prg-comment
      * bonach-ecr.cbl
151026* bonach-ecr.cbl : tenue des bons d'achat MXBONACH et de leurs
151026* mouvements MXBACMVT.
151026*   E émission : numéro suivant du fichier, code-barres EAN-13
151026*     de magasin 2900 + numéro + clé (même règle que etiq-b),
151026*     solde égal au montant ;
151026*   U utilisation en règlement : le bon (code-barres lu à la
151026*     douchette ou numéro saisi) doit être en cours et non
151026*     échu ; il paie au plus le montant dû, le reste demeure
151026*     sur le bon pour un prochain ticket ;
151026*   X expiration : le solde d'un bon échu est repris (bonach-b
151026*     EXPIRE, qui passe l'écriture de produit).
151026* Entrée / sortie : BAC-ZONES (cf. bonach.wrk).
151026* Appelé par comptoir-b et bonach-b.  Les fichiers restent
151026* ouverts d'un appel à l'autre, comme notif-evt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. bonach-ecr.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:34:19.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXBONACH.sl".
       COPY "MXBACMVT.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXBONACH.fd".
       COPY "MXBACMVT.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-ESSAI              PIC 9(02).
       77 W-ECRIT              PIC 9.
       77 W-NUM                PIC 9(08).
       77 W-ORD                PIC 9(04).
       77 W-MVT                PIC X.
       77 W-MNT                PIC S9(09)V99.
       77 W-SOMME              PIC 9(04).
       77 W-CHIF               PIC 9.
       77 W-CLE                PIC 9(02).
       77 W-RETENU             PIC 9(02).
       77 W-QUOT               PIC 9(04).
       77 I                    PIC 9(02) COMP.
       01 W-EAN12.
           05 W-EAN-PRE        PIC X(04) VALUE "2900".
           05 W-EAN-NUM        PIC 9(08).
           COPY "conv-num.wrk".
       LINKAGE                     SECTION.
       01 LK-BAC.
           05 LK-FON           PIC X.
           05 LK-TYP           PIC X.
           05 LK-AGE           PIC X(03).
           05 LK-ORI           PIC X.
           05 LK-BON           PIC 9(08).
           05 LK-CLI           PIC 9(08).
           05 LK-MNT           PIC S9(09)V99.
           05 LK-DAT           PIC 9(08).
           05 LK-ECH           PIC 9(08).
           05 LK-COD           PIC X(13).
           05 LK-NUM           PIC 9(08).
           05 LK-UTI           PIC S9(09)V99.
           05 LK-SLD           PIC S9(09)V99.
           05 LK-RET           PIC 9.
       PROCEDURE DIVISION USING LK-BAC.
       Debut.
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           MOVE 4 TO LK-RET
           MOVE 0 TO LK-UTI
           IF W-OUVERT NOT = 1
                GO F-Bonach-Ecr.
           EVALUATE LK-FON
           WHEN "E" PERFORM Emet-Bon
           WHEN "U" PERFORM Utilise-Bon
           WHEN "X" PERFORM Expire-Bon
           END-EVALUATE.
       F-Bonach-Ecr.
           EXIT PROGRAM.

       Ouvre-Fichiers.
           MOVE 1 TO W-OUVERT
           OPEN I-O MXBONACH
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXBONACH
                CLOSE MXBONACH
                OPEN I-O MXBONACH
           END-IF
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT.
           OPEN I-O MXBACMVT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXBACMVT
                CLOSE MXBACMVT
                OPEN I-O MXBACMVT
           END-IF
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT.

      ******************************************************************
      *    E : émission d'un bon
      ******************************************************************
       Emet-Bon.
           MOVE 0 TO W-ESSAI W-ECRIT
           PERFORM Ecrit-Bon UNTIL W-ECRIT = 1 OR W-ESSAI > 50
           IF W-ECRIT = 0
                EXIT PARAGRAPH.
           MOVE NUM-MBAC TO LK-NUM
           MOVE EAN-MBAC TO LK-COD
           MOVE SLD-MBAC TO LK-SLD
           MOVE "E" TO W-MVT
           MOVE LK-MNT TO W-MNT
           PERFORM Ecrit-Mouvement
           MOVE 0 TO LK-RET.

      * numéro suivant ; un autre poste peut avoir pris le même
      * entre-temps : on reprend au suivant
       Ecrit-Bon.
           ADD 1 TO W-ESSAI
           MOVE 0 TO W-NUM
           MOVE 99999999 TO NUM-MBAC
           START MXBONACH KEY NOT > CLE1-MBAC INVALID
                CONTINUE
           NOT INVALID
                READ MXBONACH PREVIOUS AT END CONTINUE
                NOT AT END MOVE NUM-MBAC TO W-NUM
                END-READ
           END-START
           ADD 1 TO W-NUM
           INITIALIZE ENR-MBAC
           MOVE W-NUM TO NUM-MBAC NUM3-MBAC NUM4-MBAC W-EAN-NUM
           PERFORM Cle-Ean13
           MOVE LK-CLI TO CLI-MBAC
           MOVE "A" TO STA-MBAC
           MOVE LK-ECH TO ECH-MBAC
           MOVE LK-TYP TO TYP-MBAC
           MOVE LK-AGE TO AGE-MBAC ORA-MBAC
           MOVE LK-DAT TO DAT-MBAC
           MOVE LK-ORI TO ORI-MBAC
           MOVE LK-BON TO ORB-MBAC
           MOVE LK-MNT TO MNT-MBAC SLD-MBAC
           WRITE ENR-MBAC INVALID CONTINUE
           NOT INVALID MOVE 1 TO W-ECRIT
           END-WRITE.

      * clé EAN-13 des 12 premiers chiffres (impairs x 1, pairs x 3,
      * complément à la dizaine), même règle que etiq-b
       Cle-Ean13.
           MOVE 0 TO W-SOMME
           PERFORM Somme-Ean VARYING I FROM 1 BY 1 UNTIL I > 12
           DIVIDE W-SOMME BY 10 GIVING W-QUOT REMAINDER W-RETENU
           IF W-RETENU = 0
                MOVE 0 TO W-CLE
           ELSE COMPUTE W-CLE = 10 - W-RETENU
           END-IF
           MOVE SPACE TO EAN-MBAC
           STRING W-EAN12 DELIMITED BY SIZE
                  W-CLE(2:1) DELIMITED BY SIZE
                  INTO EAN-MBAC.

       Somme-Ean.
           MOVE W-EAN12(I:1) TO W-CHIF
           DIVIDE I BY 2 GIVING W-QUOT REMAINDER W-RETENU
           IF W-RETENU = 1
                ADD W-CHIF TO W-SOMME
           ELSE COMPUTE W-SOMME = W-SOMME + (W-CHIF * 3)
           END-IF.

      ******************************************************************
      *    U : utilisation en règlement, totale ou partielle
      ******************************************************************
       Utilise-Bon.
           PERFORM Lit-Bon
           IF LK-RET NOT = 0
                EXIT PARAGRAPH.
           MOVE NUM-MBAC TO LK-NUM
           MOVE ECH-MBAC TO LK-ECH
           MOVE SLD-MBAC TO LK-SLD
           IF STA-MBAC NOT = "A" OR SLD-MBAC NOT > 0
                MOVE 3 TO LK-RET
                EXIT PARAGRAPH.
           IF ECH-MBAC < LK-DAT
                MOVE 2 TO LK-RET
                EXIT PARAGRAPH.
           IF LK-MNT < SLD-MBAC
                MOVE LK-MNT TO W-MNT
           ELSE MOVE SLD-MBAC TO W-MNT
           END-IF
           IF W-MNT NOT > 0
                MOVE 0 TO LK-RET
                EXIT PARAGRAPH.
           SUBTRACT W-MNT FROM SLD-MBAC
           ADD 1 TO NBU-MBAC
           MOVE LK-DAT TO DUT-MBAC
           IF SLD-MBAC = 0
                MOVE "S" TO STA-MBAC.
           REWRITE ENR-MBAC INVALID
                MOVE 4 TO LK-RET
                EXIT PARAGRAPH
           END-REWRITE
           MOVE W-MNT TO LK-UTI
           MOVE SLD-MBAC TO LK-SLD
           MOVE "U" TO W-MVT
           PERFORM Ecrit-Mouvement
           MOVE 0 TO LK-RET.

      * par le code-barres, ou par le numéro s'il est saisi
       Lit-Bon.
           MOVE 0 TO LK-RET
           IF LK-COD(13:1) NOT = SPACE
                MOVE LK-COD TO EAN-MBAC
                READ MXBONACH KEY CLE2-MBAC INVALID
                     MOVE 1 TO LK-RET
                END-READ
                EXIT PARAGRAPH.
           IF LK-COD NOT = SPACE
                MOVE LK-COD TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO LK-NUM.
           MOVE LK-NUM TO NUM-MBAC
           READ MXBONACH INVALID
                MOVE 1 TO LK-RET
           END-READ.

      ******************************************************************
      *    X : solde d'un bon échu repris
      ******************************************************************
       Expire-Bon.
           MOVE SPACE TO LK-COD
           PERFORM Lit-Bon
           IF LK-RET NOT = 0
                EXIT PARAGRAPH.
           IF STA-MBAC NOT = "A"
                MOVE 3 TO LK-RET
                EXIT PARAGRAPH.
           MOVE SLD-MBAC TO W-MNT LK-UTI
           MOVE 0 TO SLD-MBAC LK-SLD
           MOVE "E" TO STA-MBAC
           MOVE LK-DAT TO DEX-MBAC
           REWRITE ENR-MBAC INVALID
                MOVE 4 TO LK-RET
                EXIT PARAGRAPH
           END-REWRITE
           MOVE "X" TO W-MVT
           PERFORM Ecrit-Mouvement
           MOVE 0 TO LK-RET.

      * mouvement au rang suivant du bon
       Ecrit-Mouvement.
           MOVE 0 TO W-ORD
           MOVE NUM-MBAC TO NUM-MBAM
           MOVE 9999 TO ORD-MBAM
           START MXBACMVT KEY NOT > CLE1-MBAM INVALID
                CONTINUE
           NOT INVALID
                READ MXBACMVT PREVIOUS AT END CONTINUE
                NOT AT END
                     IF NUM-MBAM = NUM-MBAC
                          MOVE ORD-MBAM TO W-ORD
                     END-IF
                END-READ
           END-START
           INITIALIZE ENR-MBAM
           MOVE NUM-MBAC TO NUM-MBAM
           COMPUTE ORD-MBAM = W-ORD + 1
           MOVE W-MVT TO TYP-MBAM
           MOVE LK-DAT TO DAT-MBAM
           MOVE LK-AGE TO AGE-MBAM
           MOVE LK-BON TO BON-MBAM
           MOVE W-MNT TO MNT-MBAM
           MOVE SLD-MBAC TO SLD-MBAM
           WRITE ENR-MBAM INVALID CONTINUE
           END-WRITE.

           COPY "conv-num.cbl".
