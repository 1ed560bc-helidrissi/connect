      *{Bench}prg-comment
      * reevdev-b.cbl
151026* reevdev-b.cbl : réévaluation des postes en devise à la
151026* clôture de période (écarts de conversion latents).
151026*   REEVALUE <aaaamm>
151026*       à lancer par la chaîne de clôture après ControlePeriode
151026*       (comme cutoff-b FIGE) ; refuse de tourner deux fois sur
151026*       la même période.  Fige dans MXECADEV :
151026*       C - créances clients en devise : traites MXECHEAN non
151026*           lettrées d'une facture du mois au plus tard, reste
151026*           dû converti en devise au taux de la facture
151026*           (CRS-MECH) puis en euros au taux MXTAUX du dernier
151026*           jour du mois ;
151026*       F - dettes fournisseurs en devise : factures MXFACFOU
151026*           du mois au plus tard non payées à la fin du mois,
151026*           montant en devise (MDV-MFAF) au taux de clôture ;
151026*       puis passe par ecr-gen (journal OD, exporté par gljrn-b
151026*       GENERE) l'écart latent au dernier jour du mois et son
151026*       extourne au premier jour du mois suivant : gain sur
151026*       créance = débit G;CLI, crédit G;ECP ; perte sur
151026*       créance = débit G;ECA, crédit G;CLI ; gain sur dette =
151026*       débit G;FRN, crédit G;ECP ; perte sur dette = débit
151026*       G;ECA, crédit G;FRN ; ft/reevdev-<aaaamm>.txt
151026*   ETAT <aaaamm>
151026*       réédite les écarts figés, ft/reevdev-<aaaamm>.txt.
151026* L'écart réalisé au règlement est passé par regl-b (clients)
151026* et sepafou-b (fournisseurs).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. reevdev-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:41:07.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXECHEAN.sl".
       COPY "MXFACFOU.sl".
       COPY "MXECADEV.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXECHEAN.fd".
       COPY "MXFACFOU.fd".
       COPY "MXECADEV.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PER                PIC 9(06).
       77 W-PER-X              PIC X(06).
       77 W-DAT                PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATEXT             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-SEQ                PIC 9(06).
       77 W-NB                 PIC 9(06).
       77 W-NB-C               PIC 9(06).
       77 W-NB-F               PIC 9(06).
       77 W-NB-SANS            PIC 9(06).
       77 W-TYP                PIC X.
       77 W-EXTOURNE           PIC 9.
       77 W-ERR                PIC 9(05).
       77 W-MVT                PIC S9(11)V99.
       77 W-MNH                PIC S9(11)V99.
       77 W-MNC                PIC S9(11)V99.
       77 W-MDV                PIC S9(11)V99.
       77 W-ECA                PIC S9(11)V99.
       77 W-TOT-MNH            PIC S9(11)V99.
       77 W-TOT-MNC            PIC S9(11)V99.
       77 W-TOT-ECA            PIC S9(11)V99.
      * rech-devise : devise fournie, taux de clôture
       77 W-TYP-TIE            PIC X.
       77 W-TIE                PIC X(08).
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
      * gains et pertes latents par nature de poste
       01 W-CUMULS.
           05 W-GAIN-C         PIC S9(11)V99.
           05 W-PERTE-C        PIC S9(11)V99.
           05 W-GAIN-F         PIC S9(11)V99.
           05 W-PERTE-F        PIC S9(11)V99.
       01 LIGNE-ECD.
           05 LE-TIE           PIC X(08).
           05 FILLER           PIC X(01).
           05 LE-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LE-DEV           PIC X(03).
           05 FILLER           PIC X(01).
           05 LE-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-MDV           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LE-CRH           PIC Z(3)9,9999.
           05 FILLER           PIC X(01).
           05 LE-CRC           PIC Z(3)9,9999.
           05 FILLER           PIC X(01).
           05 LE-MNH           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LE-MNC           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LE-ECA           PIC -(9)9,99.
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
                INTO W-FONCTION W-PAR2
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER NOT = 0
                PERFORM Bornes-Periode.
           EVALUATE W-FONCTION
           WHEN "REEVALUE" PERFORM Reevalue THRU F-Reevalue
           WHEN "ETAT"     PERFORM Etat-Ecarts THRU F-Etat-Ecarts
           WHEN OTHER
                DISPLAY "reevdev-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : reevdev-b REEVALUE aaaamm"
                DISPLAY "        reevdev-b ETAT aaaamm"
           END-EVALUATE
           GO Fin.

      * dernier jour du mois (écart latent) et premier jour du mois
      * suivant (extourne)
       Bornes-Periode.
           COMPUTE AJD-DAT = W-PER * 100 + 1
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           MOVE AJD-DAT TO W-DATFIN
           MOVE 1 TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-DATEXT.

      ******************************************************************
      *    REEVALUE : écarts de conversion de la période
      ******************************************************************
       Reevalue.
           IF W-PER = 0 OR W-PER(5:2) = "00" OR W-PER(5:2) > "12"
                DISPLAY "usage : reevdev-b REEVALUE aaaamm"
                GO F-Reevalue.
           OPEN I-O MXECADEV
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXECADEV
                CLOSE MXECADEV
                OPEN I-O MXECADEV.
      * refus de tourner deux fois : les écritures sont passées
           MOVE SPACE TO ENR-MECD
           MOVE W-PER TO PER-MECD
           MOVE 0 TO W-FIN
           START MXECADEV KEY NOT < CLE1-MECD INVALID
                MOVE 1 TO W-FIN
           END-START
           IF W-FIN = 0
                READ MXECADEV NEXT AT END CONTINUE
                NOT AT END
                     IF PER-MECD = W-PER
                          DISPLAY "reevdev-b : période " W-PER
                                  " déjà réévaluée, rien à faire"
                          CLOSE MXECADEV
                          GO F-Reevalue
                     END-IF
                END-READ
           END-IF
           MOVE 0 TO W-NB-C W-NB-F W-NB-SANS
           PERFORM Fige-Creances
           PERFORM Fige-Dettes
      * les écritures se relisent depuis la photo : la même source
      * que l'état
           MOVE 0 TO W-EXTOURNE W-ERR
           PERFORM Genere-Ecritures
           MOVE 1 TO W-EXTOURNE
           PERFORM Genere-Ecritures
           PERFORM Edite-Ecarts
           CLOSE MXECADEV
           DISPLAY "reevdev-b : période " W-PER " réévaluée, "
                   W-NB-C " créances, " W-NB-F " dettes en devise"
           IF W-NB-SANS NOT = 0
                DISPLAY "reevdev-b : " W-NB-SANS
                        " postes sans taux MXTAUX à la clôture"
           END-IF
           IF W-ERR NOT = 0
                DISPLAY "reevdev-b : " W-ERR
                        " mouvements non enregistrés (MXECRGEN)"
           END-IF
           DISPLAY "reevdev-b : état " ASSIGN-ETAT.
       F-Reevalue.
           EXIT.

      * C : reste dû des traites clients en devise
       Fige-Creances.
           OPEN INPUT MXECHEAN
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE "C" TO W-TYP
           MOVE 0 TO W-SEQ NEC-MECH W-FIN
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fige-Une-Traite UNTIL W-FIN = 1
           CLOSE MXECHEAN.

       Fige-Une-Traite.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CRS-MECH = 0 OR LET-MECH = 1 OR DFA-MECH > W-DATFIN
                EXIT PARAGRAPH.
           COMPUTE W-MNH = MNT-MECH - REG-MECH
           IF W-MNH NOT > 0
                EXIT PARAGRAPH.
           MOVE DEV-MECH TO W-DEV
           PERFORM Taux-Cloture
           IF W-CRS = 0
                ADD 1 TO W-NB-SANS
                EXIT PARAGRAPH.
           COMPUTE W-MDV ROUNDED = W-MNH * CRS-MECH
           COMPUTE W-MNC ROUNDED = W-MDV / W-CRS
      * créance : plus d'euros à recevoir = gain
           COMPUTE W-ECA = W-MNC - W-MNH
           INITIALIZE ENR-MECD
           MOVE CLI-MECH TO TIE-MECD
           STRING FAC-MECH DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RNG-MECH DELIMITED BY SIZE
                  INTO REF-MECD
           MOVE DFA-MECH TO DAT-MECD
           MOVE CRS-MECH TO CRH-MECD
           PERFORM Ecrit-Ligne-Ecart
           ADD 1 TO W-NB-C.

      * F : factures fournisseurs en devise non payées à la clôture
       Fige-Dettes.
           OPEN INPUT MXFACFOU
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE "F" TO W-TYP
           MOVE 0 TO W-SEQ W-FIN
           MOVE SPACE TO ENR-MFAF
           MOVE LOW-VALUE TO CLE1-MFAF
           START MXFACFOU KEY NOT < CLE1-MFAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Fige-Une-Facture UNTIL W-FIN = 1
           CLOSE MXFACFOU.

       Fige-Une-Facture.
           READ MXFACFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CRS-MFAF = 0 OR MDV-MFAF = 0 OR DAT-MFAF > W-DATFIN
                EXIT PARAGRAPH.
           IF DPA-MFAF NOT = 0 AND DPA-MFAF NOT > W-DATFIN
                EXIT PARAGRAPH.
           MOVE DEV-MFAF TO W-DEV
           PERFORM Taux-Cloture
           IF W-CRS = 0
                ADD 1 TO W-NB-SANS
                EXIT PARAGRAPH.
           MOVE MNT-MFAF TO W-MNH
           MOVE MDV-MFAF TO W-MDV
           COMPUTE W-MNC ROUNDED = W-MDV / W-CRS
      * dette : plus d'euros à payer = perte
           COMPUTE W-ECA = W-MNH - W-MNC
           INITIALIZE ENR-MECD
           MOVE FOU-MFAF TO TIE-MECD
           MOVE NFF-MFAF TO REF-MECD
           MOVE DAT-MFAF TO DAT-MECD
           MOVE CRS-MFAF TO CRH-MECD
           PERFORM Ecrit-Ligne-Ecart
           ADD 1 TO W-NB-F.

      * taux MXTAUX en vigueur au dernier jour du mois
       Taux-Cloture.
           MOVE " " TO W-TYP-TIE
           MOVE SPACE TO W-TIE
           CALL "rech-devise" USING W-TYP-TIE W-TIE W-DATFIN W-DEV
                                    W-CRS
                ON EXCEPTION MOVE 0 TO W-CRS
           END-CALL.

       Ecrit-Ligne-Ecart.
           MOVE W-PER TO PER-MECD
           MOVE W-TYP TO TYP-MECD
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO SEQ-MECD
           MOVE W-DEV TO DEV-MECD
           MOVE W-MDV TO MDV-MECD
           MOVE W-CRS TO CRC-MECD
           MOVE W-MNH TO MNH-MECD
           MOVE W-MNC TO MNC-MECD
           MOVE W-ECA TO ECA-MECD
           MOVE W-DAT TO DGE-MECD
           WRITE ENR-MECD INVALID
                DISPLAY "reevdev-b : écriture MXECADEV " CLE1-MECD
           END-WRITE.

      ******************************************************************
      *    Ecritures d'écart latent (ou extourne) depuis la photo
      ******************************************************************
       Genere-Ecritures.
           INITIALIZE W-CUMULS
           PERFORM Cumule-Photo
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE "reevdev" TO EG-ORI
           MOVE "G" TO EG-TYP
           MOVE W-PER TO W-PER-X
           MOVE SPACE TO EG-PCE EG-LIB
           STRING "ECD" DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  INTO EG-PCE
           IF W-EXTOURNE = 0
                MOVE W-DATFIN TO EG-DAT
                STRING "ECARTS CONVERSION " DELIMITED BY SIZE
                       W-PER-X DELIMITED BY SIZE
                       INTO EG-LIB
           ELSE MOVE W-DATEXT TO EG-DAT
                MOVE "X" TO EG-PCE(10:1)
                STRING "EXTOURNE ECARTS CONV. " DELIMITED BY SIZE
                       W-PER-X DELIMITED BY SIZE
                       INTO EG-LIB
           END-IF
      * créances clients
           IF W-GAIN-C NOT = 0
                MOVE W-GAIN-C TO W-MVT
                MOVE "CLI" TO EG-CLE
                PERFORM Ecrit-Debit
                MOVE "ECP" TO EG-CLE
                PERFORM Ecrit-Credit
           END-IF
           IF W-PERTE-C NOT = 0
                MOVE W-PERTE-C TO W-MVT
                MOVE "ECA" TO EG-CLE
                PERFORM Ecrit-Debit
                MOVE "CLI" TO EG-CLE
                PERFORM Ecrit-Credit
           END-IF
      * dettes fournisseurs
           IF W-GAIN-F NOT = 0
                MOVE W-GAIN-F TO W-MVT
                MOVE "FRN" TO EG-CLE
                PERFORM Ecrit-Debit
                MOVE "ECP" TO EG-CLE
                PERFORM Ecrit-Credit
           END-IF
           IF W-PERTE-F NOT = 0
                MOVE W-PERTE-F TO W-MVT
                MOVE "ECA" TO EG-CLE
                PERFORM Ecrit-Debit
                MOVE "FRN" TO EG-CLE
                PERFORM Ecrit-Credit
           END-IF.

       Cumule-Photo.
           MOVE SPACE TO ENR-MECD
           MOVE W-PER TO PER-MECD
           MOVE 0 TO W-FIN
           START MXECADEV KEY NOT < CLE1-MECD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Ligne UNTIL W-FIN = 1.

       Cumule-Une-Ligne.
           READ MXECADEV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF PER-MECD NOT = W-PER
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF TYP-MECD = "C"
                IF ECA-MECD > 0
                     ADD ECA-MECD TO W-GAIN-C
                ELSE SUBTRACT ECA-MECD FROM W-PERTE-C
                END-IF
           ELSE IF ECA-MECD > 0
                     ADD ECA-MECD TO W-GAIN-F
                ELSE SUBTRACT ECA-MECD FROM W-PERTE-F
                END-IF
           END-IF.

      * sens de l'écart, inversé pour l'extourne
       Ecrit-Debit.
           IF W-EXTOURNE = 0
                MOVE W-MVT TO EG-DEB
                MOVE 0 TO EG-CRE
           ELSE MOVE 0 TO EG-DEB
                MOVE W-MVT TO EG-CRE
           END-IF
           PERFORM Ecrit-Od.

       Ecrit-Credit.
           IF W-EXTOURNE = 0
                MOVE 0 TO EG-DEB
                MOVE W-MVT TO EG-CRE
           ELSE MOVE W-MVT TO EG-DEB
                MOVE 0 TO EG-CRE
           END-IF
           PERFORM Ecrit-Od.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                ADD 1 TO W-ERR
           END-IF.

      ******************************************************************
      *    ETAT : les écarts figés
      ******************************************************************
       Etat-Ecarts.
           IF W-PER = 0
                DISPLAY "usage : reevdev-b ETAT aaaamm"
                GO F-Etat-Ecarts.
           OPEN INPUT MXECADEV
           IF FILE-STATUS NOT = "00"
                DISPLAY "reevdev-b : aucune période réévaluée"
                GO F-Etat-Ecarts.
           PERFORM Edite-Ecarts
           CLOSE MXECADEV
           DISPLAY "reevdev-b : état " ASSIGN-ETAT.
       F-Etat-Ecarts.
           EXIT.

       Edite-Ecarts.
           MOVE W-PER TO W-PER-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/reevdev-" DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ECARTS DE CONVERSION DE LA PERIODE "
                  DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  " - TAUX DU " DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           MOVE "C" TO W-TYP
           PERFORM Edite-Une-Liste
           MOVE "F" TO W-TYP
           PERFORM Edite-Une-Liste
           CLOSE ETAT.

       Edite-Une-Liste.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-TYP = "C"
                MOVE "CREANCES CLIENTS EN DEVISE (ECART POSITIF = GAIN)"
                     TO LIGNE-ETAT
           ELSE MOVE "DETTES FOURNISSEURS EN DEVISE (ECART POSITIF = "
                     TO LIGNE-ETAT
                MOVE "GAIN)" TO LIGNE-ETAT(48:)
           END-IF
           WRITE LIGNE-ETAT
           MOVE "TIERS    REFERENCE            DEV DATE" TO LIGNE-ETAT
           MOVE "MONTANT DEV" TO LIGNE-ETAT(46:)
           MOVE "TX FACT." TO LIGNE-ETAT(59:)
           MOVE "TX CLOT." TO LIGNE-ETAT(69:)
           MOVE "CV HISTO." TO LIGNE-ETAT(82:)
           MOVE "CV CLOTURE" TO LIGNE-ETAT(95:)
           MOVE "ECART" TO LIGNE-ETAT(114:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-TOT-MNH W-TOT-MNC W-TOT-ECA
           MOVE SPACE TO ENR-MECD
           MOVE W-PER TO PER-MECD
           MOVE W-TYP TO TYP-MECD
           MOVE 0 TO SEQ-MECD W-FIN
           START MXECADEV KEY NOT < CLE1-MECD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Ligne UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ECD
           MOVE "TOTAL" TO LE-REF
           MOVE W-TOT-MNH TO LE-MNH
           MOVE W-TOT-MNC TO LE-MNC
           MOVE W-TOT-ECA TO LE-ECA
           WRITE LIGNE-ETAT FROM LIGNE-ECD.

       Edite-Une-Ligne.
           READ MXECADEV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF PER-MECD NOT = W-PER OR TYP-MECD NOT = W-TYP
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ECD
           MOVE TIE-MECD TO LE-TIE
           MOVE REF-MECD TO LE-REF
           MOVE DEV-MECD TO LE-DEV
           MOVE DAT-MECD TO LE-DAT
           MOVE MDV-MECD TO LE-MDV
           MOVE CRH-MECD TO LE-CRH
           MOVE CRC-MECD TO LE-CRC
           MOVE MNH-MECD TO LE-MNH
           MOVE MNC-MECD TO LE-MNC
           MOVE ECA-MECD TO LE-ECA
           WRITE LIGNE-ETAT FROM LIGNE-ECD
           ADD MNH-MECD TO W-TOT-MNH
           ADD MNC-MECD TO W-TOT-MNC
           ADD ECA-MECD TO W-TOT-ECA
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
