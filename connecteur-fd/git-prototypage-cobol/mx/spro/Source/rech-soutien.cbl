      *{Bench}prg-comment
      * rech-soutien.cbl
151026* rech-soutien.cbl : accord de soutien fabricant applicable à
151026* une ligne, appelé par le calcul de prix de sbd-c (Cal-Pu)
151026* pour la marge affichée et par soutien-b pour la
151026* réclamation, sur le modèle de rech-marche.
151026* Entrée : article, client, référence d'affaire du bon
151026* (REF-MBDI), date.  Un accord MXSOUFAB actif à cette date,
151026* pour ce client ou pour l'affaire (client à zéro), dont le
151026* plafond n'est pas consommé, rend son no et sa ligne, le
151026* fournisseur, le coût de soutien et la quantité encore
151026* disponible (999999999 sans plafond).  L'accord du client
151026* passe avant l'accord d'affaire ; zéro si aucun.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-soutien.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:36:52.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXSOUFAB.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXSOUFAB.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-FIN                PIC 9.
       77 W-CLI                PIC 9(08).
       LINKAGE                     SECTION.
       77 LK-ART               PIC X(20).
       77 LK-CLI               PIC 9(08).
       77 LK-REF               PIC X(20).
       77 LK-DAT               PIC 9(08).
       77 LK-NSO               PIC 9(06).
       77 LK-LIG               PIC 9(03).
       77 LK-FOU               PIC X(08).
       77 LK-CSO               PIC 9(09)V99.
       77 LK-DISPO             PIC S9(09)V99.
       PROCEDURE DIVISION USING LK-ART LK-CLI LK-REF LK-DAT
                                LK-NSO LK-LIG LK-FOU LK-CSO LK-DISPO.
       Debut.
           MOVE 0 TO LK-NSO LK-LIG LK-CSO LK-DISPO
           MOVE SPACE TO LK-FOU
           IF LK-ART = SPACE
                GO F-Rech-Soutien.
           IF W-OUVERT = 0
                OPEN INPUT MXSOUFAB
                IF FILE-STATUS NOT = "00"
                     GO F-Rech-Soutien
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
      * accord du client d'abord, puis accord d'affaire
           IF LK-CLI NOT = 0
                MOVE LK-CLI TO W-CLI
                PERFORM Cherche-Accords
           END-IF
           IF LK-NSO = 0 AND LK-REF NOT = SPACE
                MOVE 0 TO W-CLI
                PERFORM Cherche-Accords
           END-IF.
       F-Rech-Soutien.
           EXIT PROGRAM.

       Cherche-Accords.
           MOVE SPACE TO ENR-MSOU
           MOVE LK-ART TO ART-MSOU
           MOVE W-CLI TO CLI-MSOU
           MOVE 0 TO W-FIN
           START MXSOUFAB KEY NOT < CLE2-MSOU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Teste-Un-Accord UNTIL W-FIN = 1.

       Teste-Un-Accord.
           READ MXSOUFAB NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MSOU NOT = LK-ART OR CLI-MSOU NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MSOU NOT = "A"
                EXIT PARAGRAPH.
           IF DDE-MSOU NOT = 0 AND DDE-MSOU > LK-DAT
                EXIT PARAGRAPH.
           IF DFI-MSOU NOT = 0 AND DFI-MSOU < LK-DAT
                EXIT PARAGRAPH.
           IF PRJ-MSOU NOT = SPACE AND PRJ-MSOU NOT = LK-REF
                EXIT PARAGRAPH.
           IF QMX-MSOU > 0 AND QCS-MSOU NOT < QMX-MSOU
                EXIT PARAGRAPH.
           MOVE NSO-MSOU TO LK-NSO
           MOVE LIG-MSOU TO LK-LIG
           MOVE FOU-MSOU TO LK-FOU
           MOVE CSO-MSOU TO LK-CSO
           IF QMX-MSOU > 0
                COMPUTE LK-DISPO = QMX-MSOU - QCS-MSOU
           ELSE MOVE 999999999 TO LK-DISPO
           END-IF
           MOVE 1 TO W-FIN.
