      *{Bench}prg-comment
      * bonach-b.cbl
151026* bonach-b.cbl : bons d'achat (MXBONACH, cf. bonach-ecr).
151026*   AVOIR <age> <avoir> [jours]
151026*       un avoir facturé (MXBDIS TYP = 3) est remis au client
151026*       en bon d'avoir (type V) à la place d'un remboursement :
151026*       bon du montant TTC de l'avoir, valable <jours> jours
151026*       (défaut 365), imprimé avec son code-barres dans
151026*       ft/bonach-<numéro>.txt ; écriture OD G;CLI au débit
151026*       (la créance du client est éteinte) et G;BAC au crédit
151026*       (bons en circulation) ; un avoir n'est converti qu'une
151026*       fois ;
151026*   ENCOURS [jours]
151026*       bons en cours par échéance, passif des bons en
151026*       circulation par type, bons échéant dans les <jours>
151026*       jours (défaut 30) signalés, ft/bonach-encours.txt ;
151026*   EXPIRE [date]
151026*       le solde des bons en cours échus avant <date> (défaut
151026*       le jour) est repris en produit : écriture OD G;BAC au
151026*       débit et G;PBA au crédit, ft/bonach-expire-<date>.txt ;
151026*   DETAIL <numéro ou code-barres>
151026*       fiche d'un bon et de ses mouvements à l'écran.
151026* Les écritures passent par MXECRGEN (ecr-gen), journal OD,
151026* exportées par gljrn-b GENERE ; les bons vendus ou utilisés
151026* au comptoir le sont par le journal CA (gljrn-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. bonach-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:48.
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
       COPY "MXBDIS.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXBONACH.fd".
       COPY "MXBACMVT.fd".
       COPY "MXBDIS.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(15).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-LIMITE             PIC 9(08).
       77 W-AGE                PIC X(03).
       77 W-BON                PIC 9(08).
       77 W-JRS                PIC 9(03).
       77 W-FIN                PIC 9.
       77 W-DEJA               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-NB-ECH             PIC 9(06).
       77 W-ERR                PIC 9(05).
       77 W-MNT                PIC S9(09)V99.
       77 W-TOT-C              PIC S9(11)V99.
       77 W-TOT-V              PIC S9(11)V99.
       77 W-TOT-ECH            PIC S9(11)V99.
       77 W-TOT-EXP            PIC S9(11)V99.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
           COPY "bonach.wrk".
       01 W-MNT-ED             PIC -(10)9,99.
       01 LIGNE-BAC.
           05 LB-NUM           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LB-TYP           PIC X(01).
           05 FILLER           PIC X(01).
           05 LB-EAN           PIC X(13).
           05 FILLER           PIC X(01).
           05 LB-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LB-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LB-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LB-ECH           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LB-MNT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LB-SLD           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LB-NBU           PIC ZZZ9.
           05 FILLER           PIC X(02).
           05 LB-OBS           PIC X(20).
       01 LIGNE-MVT.
           05 LM-ORD           PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LM-TYP           PIC X(01).
           05 FILLER           PIC X(01).
           05 LM-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LM-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LM-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LM-MNT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LM-SLD           PIC -(8)9,99.
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4
           EVALUATE W-FONCTION
           WHEN "AVOIR"      PERFORM Convertit-Avoir
                                THRU F-Convertit-Avoir
           WHEN "ENCOURS"    PERFORM Edite-Encours
                                THRU F-Edite-Encours
           WHEN "EXPIRE"     PERFORM Expire-Bons THRU F-Expire-Bons
           WHEN "DETAIL"     PERFORM Detail-Bon THRU F-Detail-Bon
           WHEN OTHER
                DISPLAY "bonach-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : bonach-b AVOIR age avoir [jours]"
                DISPLAY "        bonach-b ENCOURS [jours]"
                DISPLAY "        bonach-b EXPIRE [date]"
                DISPLAY "        bonach-b DETAIL numéro|code-barres"
           END-EVALUATE
           GO Fin.

      * un mouvement OD (compte par clé de la table gljrn-b)
       Ecrit-Od.
           MOVE "OD" TO EG-JRN
           MOVE "bonach" TO EG-ORI
           MOVE "G" TO EG-TYP
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                DISPLAY "bonach-b : écriture non enregistrée "
                        EG-PCE " " EG-LIB
           END-IF.

      * pièce BA + numéro du bon
       Piece-Bon.
           MOVE SPACE TO EG-PCE
           STRING "BA" DELIMITED BY SIZE
                  NUM-MBAC DELIMITED BY SIZE
                  INTO EG-PCE.

       Ligne-Bon.
           MOVE SPACE TO LIGNE-BAC
           MOVE NUM-MBAC TO LB-NUM
           MOVE TYP-MBAC TO LB-TYP
           MOVE EAN-MBAC TO LB-EAN
           MOVE AGE-MBAC TO LB-AGE
           MOVE CLI-MBAC TO LB-CLI
           MOVE DAT-MBAC TO LB-DAT
           MOVE ECH-MBAC TO LB-ECH
           MOVE MNT-MBAC TO LB-MNT
           MOVE SLD-MBAC TO LB-SLD
           MOVE NBU-MBAC TO LB-NBU.

      ******************************************************************
      *    AVOIR : avoir facturé remis en bon d'avoir
      ******************************************************************
       Convertit-Avoir.
           IF W-PAR2 = SPACE OR W-PAR3 = SPACE
                DISPLAY "usage : bonach-b AVOIR age avoir [jours]"
                GO F-Convertit-Avoir.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           MOVE 365 TO W-JRS
           IF W-PAR4 NOT = SPACE
                MOVE W-PAR4 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-JRS.
           OPEN INPUT MXBDIS
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                DISPLAY "bonach-b : avoir inconnu " W-AGE " " W-BON
                CLOSE MXBDIS
                GO F-Convertit-Avoir
           END-READ
           CLOSE MXBDIS
           IF TYP-MBDI NOT = 3
                DISPLAY "bonach-b : le bon " W-AGE " " W-BON
                        " n'est pas un avoir"
                GO F-Convertit-Avoir.
           IF FAC-MBDI = 0
                DISPLAY "bonach-b : avoir non facturé " W-AGE " "
                        W-BON
                GO F-Convertit-Avoir.
           IF TTC-MBDI < 0
                COMPUTE W-MNT = 0 - TTC-MBDI
           ELSE MOVE TTC-MBDI TO W-MNT
           END-IF
           IF W-MNT = 0
                DISPLAY "bonach-b : avoir à zéro " W-AGE " " W-BON
                GO F-Convertit-Avoir.
           PERFORM Cherche-Conversion
           IF W-DEJA = 1
                DISPLAY "bonach-b : avoir déjà remis en bon "
                        NUM-MBAC
                GO F-Convertit-Avoir.
           INITIALIZE BAC-ZONES
           MOVE "E" TO BAC-FON
           MOVE "V" TO BAC-TYP
           MOVE W-AGE TO BAC-AGE
           MOVE "A" TO BAC-ORI
           MOVE W-BON TO BAC-BON
           MOVE CLI-MBDI TO BAC-CLI
           MOVE W-MNT TO BAC-MNT
           MOVE W-DAT TO BAC-DAT AJD-DAT
           MOVE W-JRS TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO BAC-ECH
           CALL "bonach-ecr" USING BAC-ZONES
           IF BAC-RET NOT = 0
                DISPLAY "bonach-b : bon d'avoir non émis (" BAC-RET
                        ")"
                GO F-Convertit-Avoir.
           MOVE BAC-NUM TO NUM-MBAC
           PERFORM Piece-Bon
           MOVE W-DAT TO EG-DAT
           MOVE SPACE TO EG-LIB
           STRING "AVOIR " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-BON DELIMITED BY SIZE
                  " EN BON" DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "CLI" TO EG-CLE
           MOVE W-MNT TO EG-DEB
           MOVE 0 TO EG-CRE
           PERFORM Ecrit-Od
           MOVE "BAC" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE W-MNT TO EG-CRE
           PERFORM Ecrit-Od
           PERFORM Imprime-Bon
           DISPLAY "bonach-b : bon d'avoir " BAC-NUM " code "
                   BAC-COD " valable jusqu'au " BAC-ECH.
       F-Convertit-Avoir.
           EXIT.

      * un bon déjà émis sur cet avoir (bons du client)
       Cherche-Conversion.
           MOVE 0 TO W-DEJA W-FIN
           OPEN INPUT MXBONACH
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE CLI-MBDI TO CLI-MBAC
           MOVE 0 TO NUM3-MBAC
           START MXBONACH KEY NOT < CLE3-MBAC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cherche-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBONACH.

       Cherche-Un-Bon.
           READ MXBONACH NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBAC NOT = CLI-MBDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF ORI-MBAC = "A" AND ORA-MBAC = W-AGE
                             AND ORB-MBAC = W-BON
                MOVE 1 TO W-DEJA W-FIN.

      * le bon à remettre au client : ft/bonach-<numéro>.txt
       Imprime-Bon.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/bonach-" DELIMITED BY SIZE
                  BAC-NUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                EXIT PARAGRAPH.
           MOVE "BON D'AVOIR" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "N° " DELIMITED BY SIZE
                  BAC-NUM DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " - CLIENT " DELIMITED BY SIZE
                  BAC-CLI DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SUR AVOIR " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-BON DELIMITED BY SIZE
                  " - FACTURE " DELIMITED BY SIZE
                  FAC-MBDI DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-MNT TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "MONTANT " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CODE " DELIMITED BY SIZE
                  BAC-COD DELIMITED BY SIZE
                  " - VALABLE JUSQU'AU " DELIMITED BY SIZE
                  BAC-ECH DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT.

      ******************************************************************
      *    ENCOURS : bons en circulation par échéance
      ******************************************************************
       Edite-Encours.
           MOVE 30 TO W-JRS
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-JRS.
           MOVE W-DAT TO AJD-DAT
           MOVE W-JRS TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-LIMITE
           OPEN INPUT MXBONACH
           IF FILE-STATUS NOT = "00"
                DISPLAY "bonach-b : aucun bon d'achat"
                GO F-Edite-Encours.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/bonach-encours.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "BONS D'ACHAT EN CIRCULATION AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " - ECHEANCE AVANT LE " DELIMITED BY SIZE
                  W-LIMITE DELIMITED BY SIZE
                  " SIGNALEE" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "NUMERO   T CODE          AGE CLIENT   EMIS LE  "
                       DELIMITED BY SIZE
                  "ECHEANCE     MONTANT       SOLDE  UTI"
                       DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-NB-ECH W-TOT-C W-TOT-V W-TOT-ECH W-FIN
           MOVE "A" TO STA-MBAC
           MOVE 0 TO ECH-MBAC NUM4-MBAC
           START MXBONACH KEY NOT < CLE4-MBAC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBONACH
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-C TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "BONS CADEAUX             " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-V TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "BONS D'AVOIR             " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           COMPUTE W-MNT-ED = W-TOT-C + W-TOT-V
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL EN CIRCULATION     " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-ECH TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "DONT A ECHEANCE PROCHE   " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           DISPLAY "bonach-b : " W-NB " bons en cours, " W-NB-ECH
                   " à échéance proche".
       F-Edite-Encours.
           EXIT.

       Edite-Un-Bon.
           READ MXBONACH NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MBAC NOT = "A"
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           PERFORM Ligne-Bon
           EVALUATE TRUE
           WHEN ECH-MBAC < W-DAT
                MOVE "ECHU" TO LB-OBS
                ADD 1 TO W-NB-ECH
                ADD SLD-MBAC TO W-TOT-ECH
           WHEN ECH-MBAC NOT > W-LIMITE
                MOVE "ECHEANCE PROCHE" TO LB-OBS
                ADD 1 TO W-NB-ECH
                ADD SLD-MBAC TO W-TOT-ECH
           END-EVALUATE
           IF TYP-MBAC = "V"
                ADD SLD-MBAC TO W-TOT-V
           ELSE ADD SLD-MBAC TO W-TOT-C
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-BAC.

      ******************************************************************
      *    EXPIRE : solde des bons échus repris en produit
      ******************************************************************
       Expire-Bons.
           MOVE W-DAT TO W-DATREF
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATREF.
           OPEN INPUT MXBONACH
           IF FILE-STATUS NOT = "00"
                DISPLAY "bonach-b : aucun bon d'achat"
                GO F-Expire-Bons.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/bonach-expire-" DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "BONS D'ACHAT ECHUS AVANT LE " DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  " - SOLDE REPRIS EN PRODUIT" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-ERR W-TOT-EXP W-FIN
           MOVE "A" TO STA-MBAC
           MOVE 0 TO ECH-MBAC NUM4-MBAC
           START MXBONACH KEY NOT < CLE4-MBAC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Expire-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBONACH
           MOVE W-TOT-EXP TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL REPRIS             " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           DISPLAY "bonach-b : " W-NB " bons expirés, " W-ERR
                   " refus".
       F-Expire-Bons.
           EXIT.

      * le bon repris change de clé (statut E) : la lecture suivante
      * reprend au bon en cours suivant
       Expire-Un-Bon.
           READ MXBONACH NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MBAC NOT = "A" OR ECH-MBAC NOT < W-DATREF
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           INITIALIZE BAC-ZONES
           MOVE "X" TO BAC-FON
           MOVE NUM-MBAC TO BAC-NUM
           MOVE AGE-MBAC TO BAC-AGE
           MOVE W-DATREF TO BAC-DAT
           CALL "bonach-ecr" USING BAC-ZONES
           IF BAC-RET NOT = 0
                DISPLAY "bonach-b : bon non repris " NUM-MBAC " ("
                        BAC-RET ")"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           PERFORM Ligne-Bon
           MOVE BAC-UTI TO LB-SLD
           MOVE "REPRIS" TO LB-OBS
           WRITE LIGNE-ETAT FROM LIGNE-BAC
           IF BAC-UTI = 0
                EXIT PARAGRAPH.
           ADD BAC-UTI TO W-TOT-EXP
           PERFORM Piece-Bon
           MOVE W-DATREF TO EG-DAT
           MOVE SPACE TO EG-LIB
           STRING "BON D'ACHAT EXPIRE " DELIMITED BY SIZE
                  NUM-MBAC DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "BAC" TO EG-CLE
           MOVE BAC-UTI TO EG-DEB
           MOVE 0 TO EG-CRE
           PERFORM Ecrit-Od
           MOVE "PBA" TO EG-CLE
           MOVE 0 TO EG-DEB
           MOVE BAC-UTI TO EG-CRE
           PERFORM Ecrit-Od.

      ******************************************************************
      *    DETAIL : fiche d'un bon et de ses mouvements
      ******************************************************************
       Detail-Bon.
           IF W-PAR2 = SPACE
                DISPLAY "usage : bonach-b DETAIL numéro|code-barres"
                GO F-Detail-Bon.
           OPEN INPUT MXBONACH MXBACMVT
           IF W-PAR2(13:1) NOT = SPACE
                MOVE W-PAR2(1:13) TO EAN-MBAC
                READ MXBONACH KEY CLE2-MBAC INVALID
                     MOVE 1 TO W-FIN
                NOT INVALID
                     MOVE 0 TO W-FIN
                END-READ
           ELSE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO NUM-MBAC
                READ MXBONACH INVALID
                     MOVE 1 TO W-FIN
                NOT INVALID
                     MOVE 0 TO W-FIN
                END-READ
           END-IF
           IF W-FIN = 1
                DISPLAY "bonach-b : bon d'achat inconnu " W-PAR2
                CLOSE MXBONACH MXBACMVT
                GO F-Detail-Bon.
           PERFORM Ligne-Bon
           DISPLAY "bon     T code          age client   émis le  "
                   "échéance     montant       solde  uti"
           DISPLAY LIGNE-BAC
           DISPLAY "statut " STA-MBAC " origine " ORI-MBAC " "
                   ORA-MBAC " " ORB-MBAC " dernière utilisation "
                   DUT-MBAC " reprise " DEX-MBAC
           MOVE NUM-MBAC TO NUM-MBAM
           MOVE 0 TO ORD-MBAM
           START MXBACMVT KEY NOT < CLE1-MBAM INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Detail-Un-Mouvement UNTIL W-FIN = 1
           CLOSE MXBONACH MXBACMVT.
       F-Detail-Bon.
           EXIT.

       Detail-Un-Mouvement.
           READ MXBACMVT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NUM-MBAM NOT = NUM-MBAC
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-MVT
           MOVE ORD-MBAM TO LM-ORD
           MOVE TYP-MBAM TO LM-TYP
           MOVE DAT-MBAM TO LM-DAT
           MOVE AGE-MBAM TO LM-AGE
           MOVE BON-MBAM TO LM-BON
           MOVE MNT-MBAM TO LM-MNT
           MOVE SLD-MBAM TO LM-SLD
           DISPLAY LIGNE-MVT.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
