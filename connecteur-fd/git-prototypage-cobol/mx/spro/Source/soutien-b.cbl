      *{Bench}prg-comment
      * soutien-b.cbl
151026* soutien-b.cbl : réclamations de soutien fabricant (prix net
151026* spécial consenti par une marque pour un client ou une
151026* affaire, la différence avec notre coût étant réclamée au
151026* fabricant).
151026*   CHARGE <fic fou;cli;affaire;ref;art;cout;ddeb;dfin;qmax>
151026*       charge les accords MXSOUFAB ; les lignes consécutives
151026*       de même fournisseur, client, affaire et référence
151026*       fabricant forment un accord (une ligne par article) ;
151026*       client à zéro = accord d'affaire, l'affaire est
151026*       alors obligatoire ;
151026*   RELEVE <aaaamm>
151026*       à lancer chaque mois : les lignes facturées de
151026*       MXHISVTE jusqu'à la fin du mois, pas encore relevées,
151026*       qui tombent sous un accord (même règle que la marge
151026*       de sbd-c, rech-soutien) donnent une ligne MXSOULIG
151026*       quantité x (coût PCI - coût de soutien), quantité
151026*       plafonnée au reste de l'accord ; puis les lignes non
151026*       réclamées se regroupent en une réclamation MXSOUREC
151026*       par fournisseur : courrier ft/soutien-<nrc>.txt et
151026*       fichier de réclamation ft/soutien-<nrc>.csv (format
151026*       des portails fabricants : ref;article;client;
151026*       facture;date;quantite;cout;soutien;montant) ;
151026*   REGLEMENT <nrc> <montant> [aaaammjj] [ref]
151026*       enregistre un règlement du fabricant (avoir ou
151026*       virement) sur la réclamation, soldée quand le reçu
151026*       couvre le réclamé ;
151026*   SUIVI
151026*       réclamations ouvertes, réclamé, reçu, reste et âge,
151026*       ft/soutien-suivi.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. soutien-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:04:21.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXFOU.sl".
       COPY "MXBDIS.sl".
       COPY "MXHISVTE.sl".
       COPY "MXSOUFAB.sl".
       COPY "MXSOULIG.sl".
       COPY "MXSOUREC.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CSV    ASSIGN TO ASSIGN-CSV
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CSV.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXFOU.fd".
       COPY "MXBDIS.fd".
       COPY "MXHISVTE.fd".
       COPY "MXSOUFAB.fd".
       COPY "MXSOULIG.fd".
       COPY "MXSOUREC.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CSV LABEL RECORD STANDARD.
       01  LIGNE-CSV           PIC X(200).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CSV      PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CSV           PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-DATFIN             PIC 9(08).
       77 W-DSP                PIC 9(08).
       77 W-DRG                PIC 9(08).
       77 W-NSO                PIC 9(06).
       77 W-LIG                PIC 9(03).
       77 W-NRC                PIC 9(08).
       77 W-NRC-X              PIC X(08).
       77 W-FOU                PIC X(08).
       77 W-CLI                PIC 9(08).
       77 W-PRJ                PIC X(20).
       77 W-REF                PIC X(20).
       77 W-QTE                PIC S9(09)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-RESTE              PIC S9(11)V99.
       77 W-TOT                PIC S9(11)V99.
       77 W-AGE                PIC S9(07).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB2                PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-IX                 PIC 9(03) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 200.
      * zones d'appel de rech-soutien
       77 W-SOU-NSO            PIC 9(06).
       77 W-SOU-LIG            PIC 9(03).
       77 W-SOU-FOU            PIC X(08).
       77 W-SOU-CSO            PIC 9(09)V99.
       77 W-SOU-DISPO          PIC S9(09)V99.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
      * réclamations du relevé : une par fournisseur
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 200.
              10 W-TAB-FOU     PIC X(08).
              10 W-TAB-NRC     PIC 9(08).
              10 W-TAB-NBL     PIC 9(05).
              10 W-TAB-MNT     PIC S9(11)V99.
       01 W-ZONES-CHARGE.
           05 WH-FOU           PIC X(10).
           05 WH-CLI           PIC X(10).
           05 WH-PRJ           PIC X(20).
           05 WH-REF           PIC X(20).
           05 WH-ART           PIC X(20).
           05 WH-CSO           PIC X(14).
           05 WH-DDE           PIC X(10).
           05 WH-DFI           PIC X(10).
           05 WH-QMX           PIC X(14).
       01 W-ZONES-ED.
           05 W-QTE-ED         PIC -(8)9,99.
           05 W-PCI-ED         PIC -(8)9,99.
           05 W-CSO-ED         PIC -(8)9,99.
           05 W-MNT-ED         PIC -(10)9,99.
       01 LIGNE-SOU.
           05 LS-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LS-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LS-QTE           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LS-PCI           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LS-CSO           PIC -(7)9,99.
           05 FILLER           PIC X(01).
           05 LS-MNT           PIC -(9)9,99.
       01 LIGNE-SUI REDEFINES LIGNE-SOU.
           05 LU-NRC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LU-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LU-PER           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LU-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LU-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LU-MNT           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-MRG           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-RES           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LU-AGE           PIC ZZZ9.
           05 FILLER           PIC X(33).
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
           WHEN "CHARGE"    PERFORM Charge-Accords
                               THRU F-Charge-Accords
           WHEN "RELEVE"    PERFORM Releve-Mensuel
                               THRU F-Releve-Mensuel
           WHEN "REGLEMENT" PERFORM Enreg-Reglement
                               THRU F-Enreg-Reglement
           WHEN "SUIVI"     PERFORM Suivi-Reclamations
                               THRU F-Suivi-Reclamations
           WHEN OTHER
                DISPLAY "soutien-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : soutien-b CHARGE fichier"
                DISPLAY "        soutien-b RELEVE aaaamm"
                DISPLAY "        soutien-b REGLEMENT nrc montant "
                        "[aaaammjj] [ref]"
                DISPLAY "        soutien-b SUIVI"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CHARGE : accords de soutien
      ******************************************************************
       Charge-Accords.
           IF W-PAR2 = SPACE
                DISPLAY "usage : soutien-b CHARGE fichier"
                GO F-Charge-Accords.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "soutien-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Charge-Accords.
           OPEN I-O MXSOUFAB
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXSOUFAB
                CLOSE MXSOUFAB
                OPEN I-O MXSOUFAB.
           OPEN INPUT MXFOU MXART
           PERFORM Cherche-Nso
           MOVE SPACE TO W-FOU W-PRJ W-REF
           MOVE 0 TO W-CLI W-LIG W-FIN W-NB W-NB2 W-ERR
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXSOUFAB MXFOU MXART
           DISPLAY "soutien-b : " W-NB2 " accords, " W-NB
                   " articles chargés, " W-ERR " rejets".
       F-Charge-Accords.
           EXIT.

       Cherche-Nso.
           MOVE 0 TO W-NSO
           MOVE 999999 TO NSO-MSOU
           MOVE 999 TO LIG-MSOU
           START MXSOUFAB KEY NOT > CLE1-MSOU INVALID
                CONTINUE
           NOT INVALID
                READ MXSOUFAB PREVIOUS AT END CONTINUE
                NOT AT END MOVE NSO-MSOU TO W-NSO
                END-READ
           END-START.

       Charge-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WH-FOU WH-CLI WH-PRJ WH-REF WH-ART WH-CSO
                     WH-DDE WH-DFI WH-QMX
           INITIALIZE ENR-MSOU
           MOVE WH-FOU TO FOU-MSOU COD-MFOU
           MOVE WH-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO CLI-MSOU
           MOVE WH-PRJ TO PRJ-MSOU
           MOVE WH-REF TO REF-MSOU
           MOVE WH-ART TO ART-MSOU COD-MART
           MOVE WH-CSO TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO CSO-MSOU
           MOVE WH-DDE TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DDE-MSOU
           MOVE WH-DFI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DFI-MSOU
           MOVE WH-QMX TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO QMX-MSOU
           IF FOU-MSOU = SPACE OR ART-MSOU = SPACE OR CSO-MSOU = 0
           OR (CLI-MSOU = 0 AND PRJ-MSOU = SPACE)
           OR (DFI-MSOU NOT = 0 AND DFI-MSOU < DDE-MSOU)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           READ MXFOU INVALID
                DISPLAY "soutien-b : fournisseur inconnu " FOU-MSOU
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           READ MXART INVALID
                DISPLAY "soutien-b : article inconnu " ART-MSOU
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
      * nouvel accord à chaque changement d'en-tête
           IF FOU-MSOU NOT = W-FOU OR CLI-MSOU NOT = W-CLI
           OR PRJ-MSOU NOT = W-PRJ OR REF-MSOU NOT = W-REF
           OR W-LIG = 999
                ADD 1 TO W-NSO W-NB2
                MOVE 0 TO W-LIG
                MOVE FOU-MSOU TO W-FOU
                MOVE CLI-MSOU TO W-CLI
                MOVE PRJ-MSOU TO W-PRJ
                MOVE REF-MSOU TO W-REF
           END-IF
           ADD 1 TO W-LIG
           MOVE W-NSO TO NSO-MSOU
           MOVE W-LIG TO LIG-MSOU
           MOVE "A" TO STA-MSOU
           WRITE ENR-MSOU INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    RELEVE : lignes facturées sous accord et réclamations
      ******************************************************************
       Releve-Mensuel.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER = 0 OR W-PER(5:2) = "00" OR W-PER(5:2) > "12"
                DISPLAY "usage : soutien-b RELEVE aaaamm"
                GO F-Releve-Mensuel.
           COMPUTE AJD-DAT = W-PER * 100 + 1
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           MOVE AJD-DAT TO W-DATFIN
           OPEN I-O MXSOUFAB
           IF FILE-STATUS = "35"
                DISPLAY "soutien-b : aucun accord"
                GO F-Releve-Mensuel.
           OPEN I-O MXSOULIG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXSOULIG
                CLOSE MXSOULIG
                OPEN I-O MXSOULIG.
           OPEN I-O MXSOUREC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXSOUREC
                CLOSE MXSOUREC
                OPEN I-O MXSOUREC.
           OPEN INPUT MXHISVTE MXBDIS MXFOU
           MOVE 0 TO W-NB W-NB2 W-ERR
           PERFORM Releve-Lignes
           PERFORM Forme-Reclamations
           CLOSE MXSOUFAB MXSOULIG MXSOUREC MXHISVTE MXBDIS MXFOU
           DISPLAY "soutien-b : " W-NB " lignes relevées, "
                   W-NB2 " réclamations émises".
       F-Releve-Mensuel.
           EXIT.

       Releve-Lignes.
           MOVE SPACE TO ENR-MHIV
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Releve-Une-Vente UNTIL W-FIN = 1.

       Releve-Une-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FAC-MHIV = 0 OR QTE-MHIV = 0
                EXIT PARAGRAPH.
           MOVE DSP-MHIV TO W-DSP
           IF W-DSP > W-DATFIN
                EXIT PARAGRAPH.
      * une ligne d'historique ne se relève qu'une fois
           MOVE NUM-MHIV TO NUM-MSOL
           READ MXSOULIG INVALID CONTINUE
           NOT INVALID EXIT PARAGRAPH
           END-READ
      * référence d'affaire du bon d'origine
           MOVE SPACE TO W-PRJ
           MOVE AGE-MHIV TO AGE-MBDI
           MOVE BON-MHIV TO BON-MBDI
           READ MXBDIS INVALID CONTINUE
           NOT INVALID MOVE REF-MBDI TO W-PRJ
           END-READ
           CALL "rech-soutien" USING ART-MHIV, CLI-MHIV, W-PRJ,
                W-DSP, W-SOU-NSO, W-SOU-LIG, W-SOU-FOU,
                W-SOU-CSO, W-SOU-DISPO
                ON EXCEPTION MOVE 0 TO W-SOU-NSO
           END-CALL
           IF W-SOU-NSO = 0 OR PCI-MHIV NOT > W-SOU-CSO
                EXIT PARAGRAPH.
           MOVE QTE-MHIV TO W-QTE
           IF W-QTE > W-SOU-DISPO
                MOVE W-SOU-DISPO TO W-QTE.
           COMPUTE W-MNT ROUNDED = W-QTE * (PCI-MHIV - W-SOU-CSO)
           INITIALIZE ENR-MSOL
           MOVE NUM-MHIV TO NUM-MSOL
           MOVE 0 TO NRC-MSOL
           MOVE W-SOU-NSO TO NSO-MSOL
           MOVE W-SOU-FOU TO FOU-MSOL
           MOVE ART-MHIV TO ART-MSOL
           MOVE CLI-MHIV TO CLI-MSOL
           MOVE AGE-MHIV TO AGE-MSOL
           MOVE BON-MHIV TO BON-MSOL
           MOVE LIG-MHIV TO LIG-MSOL
           MOVE FAC-MHIV TO FAC-MSOL
           MOVE W-DSP TO DAT-MSOL
           MOVE W-QTE TO QTE-MSOL
           MOVE PCI-MHIV TO PCI-MSOL
           MOVE W-SOU-CSO TO CSO-MSOL
           MOVE W-MNT TO MNT-MSOL
           WRITE ENR-MSOL INVALID
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-WRITE
      * consommation de l'accord (plafond)
           MOVE W-SOU-NSO TO NSO-MSOU
           MOVE W-SOU-LIG TO LIG-MSOU
           READ MXSOUFAB INVALID CONTINUE
           NOT INVALID
                ADD W-QTE TO QCS-MSOU
                ADD W-MNT TO MRC-MSOU
                REWRITE ENR-MSOU INVALID CONTINUE
                END-REWRITE
           END-READ
           ADD 1 TO W-NB.

      * lignes non réclamées regroupées par fournisseur
       Forme-Reclamations.
           MOVE 0 TO W-NRC W-NBTAB
           MOVE 99999999 TO NRC-MSOR
           START MXSOUREC KEY NOT > CLE1-MSOR INVALID
                CONTINUE
           NOT INVALID
                READ MXSOUREC PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRC-MSOR TO W-NRC
                END-READ
           END-START
           MOVE SPACE TO ENR-MSOL
           MOVE 0 TO NUM-MSOL W-FIN
           START MXSOULIG KEY NOT < CLE1-MSOL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Affecte-Une-Ligne UNTIL W-FIN = 1
           PERFORM Ecrit-Reclamation VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBTAB.

       Affecte-Une-Ligne.
           READ MXSOULIG NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF NRC-MSOL NOT = 0
                EXIT PARAGRAPH.
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-NBTAB
                IF W-TAB-FOU(W-IX) = FOU-MSOL
                     PERFORM Affecte-A-Reclamation
                     EXIT PARAGRAPH
                END-IF
           END-PERFORM
           IF W-NBTAB NOT < MAXTAB
                DISPLAY "soutien-b : plus de " MAXTAB
                        " fournisseurs, reste au relevé suivant"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTAB W-NRC
           MOVE W-NBTAB TO W-IX
           MOVE FOU-MSOL TO W-TAB-FOU(W-IX)
           MOVE W-NRC TO W-TAB-NRC(W-IX)
           MOVE 0 TO W-TAB-NBL(W-IX) W-TAB-MNT(W-IX)
           PERFORM Affecte-A-Reclamation.

       Affecte-A-Reclamation.
           MOVE W-TAB-NRC(W-IX) TO NRC-MSOL
           REWRITE ENR-MSOL INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-TAB-NBL(W-IX)
           ADD MNT-MSOL TO W-TAB-MNT(W-IX).

       Ecrit-Reclamation.
           INITIALIZE ENR-MSOR
           MOVE W-TAB-NRC(W-IX) TO NRC-MSOR
           MOVE W-TAB-FOU(W-IX) TO FOU-MSOR
           MOVE W-PER TO PER-MSOR
           MOVE W-DAT TO DAT-MSOR
           MOVE W-TAB-NBL(W-IX) TO NBL-MSOR
           MOVE W-TAB-MNT(W-IX) TO MNT-MSOR
           MOVE "E" TO STA-MSOR
           WRITE ENR-MSOR INVALID
                DISPLAY "soutien-b : réclamation " NRC-MSOR
                        " déjà existante"
                EXIT PARAGRAPH
           END-WRITE
           PERFORM Edite-Reclamation
           ADD 1 TO W-NB2.

      * courrier et fichier de réclamation du fournisseur
       Edite-Reclamation.
           MOVE FOU-MSOR TO COD-MFOU
           READ MXFOU INVALID
                MOVE SPACE TO LIB-MFOU RAI-MFOU POS-MFOU VIL-MFOU
           END-READ
           MOVE NRC-MSOR TO W-NRC-X
           MOVE SPACE TO ASSIGN-ETAT ASSIGN-CSV
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/soutien-" DELIMITED BY SIZE
                  W-NRC-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/soutien-" DELIMITED BY SIZE
                  W-NRC-X DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO ASSIGN-CSV
           OPEN OUTPUT ETAT CSV
           MOVE SPACE TO LIGNE-ETAT
           MOVE LIB-MFOU TO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE RAI-MFOU TO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING POS-MFOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VIL-MFOU DELIMITED BY "  "
                  INTO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "Le " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT(50:)
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "Objet : réclamation de soutien n° "
                  DELIMITED BY SIZE
                  W-NRC-X DELIMITED BY SIZE
                  " - ventes " DELIMITED BY SIZE
                  W-PER DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "Conformément à vos accords de prix de soutien, nous"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "vous réclamons la différence entre notre coût et le"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "coût de soutien sur les ventes facturées suivantes :"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FACTURE  DATE     CLIENT   ARTICLE" TO LIGNE-ETAT
           MOVE "REF ACCORD FABRICANT" TO LIGNE-ETAT(48:)
           MOVE "QUANTITE        COUT     SOUTIEN     MONTANT"
                TO LIGNE-ETAT(72:)
           WRITE LIGNE-ETAT
           MOVE "ref;article;client;facture;date;quantite;cout;"
                TO LIGNE-CSV
           MOVE "soutien;montant" TO LIGNE-CSV(47:)
           WRITE LIGNE-CSV
           MOVE SPACE TO ENR-MSOL
           MOVE NRC-MSOR TO NRC-MSOL
           MOVE 0 TO W-FIN2
           START MXSOULIG KEY NOT < CLE2-MSOL INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Edite-Une-Ligne UNTIL W-FIN2 = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE MNT-MSOR TO W-MNT-ED
           STRING "Total réclamé hors taxe : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "Merci de nous adresser votre avoir ou votre règlement"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "en rappelant le numéro de réclamation." TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT CSV.

       Edite-Une-Ligne.
           READ MXSOULIG NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF NRC-MSOL NOT = NRC-MSOR
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE NSO-MSOL TO NSO-MSOU
           MOVE 0 TO LIG-MSOU
           MOVE SPACE TO REF-MSOU
           START MXSOUFAB KEY NOT < CLE1-MSOU INVALID
                CONTINUE
           NOT INVALID
                READ MXSOUFAB NEXT AT END MOVE SPACE TO REF-MSOU
                END-READ
           END-START
           MOVE SPACE TO LIGNE-SOU
           MOVE FAC-MSOL TO LS-FAC
           MOVE DAT-MSOL TO LS-DAT
           MOVE CLI-MSOL TO LS-CLI
           MOVE ART-MSOL TO LS-ART
           MOVE REF-MSOU TO LS-REF
           MOVE QTE-MSOL TO LS-QTE
           MOVE PCI-MSOL TO LS-PCI
           MOVE CSO-MSOL TO LS-CSO
           MOVE MNT-MSOL TO LS-MNT
           WRITE LIGNE-ETAT FROM LIGNE-SOU
           MOVE QTE-MSOL TO W-QTE-ED
           MOVE PCI-MSOL TO W-PCI-ED
           MOVE CSO-MSOL TO W-CSO-ED
           MOVE MNT-MSOL TO W-MNT-ED
           MOVE SPACE TO LIGNE-CSV
           STRING REF-MSOU DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ART-MSOL DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  CLI-MSOL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FAC-MSOL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DAT-MSOL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-QTE-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PCI-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-CSO-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-CSV
           WRITE LIGNE-CSV.

      ******************************************************************
      *    REGLEMENT : règlement reçu du fabricant
      ******************************************************************
       Enreg-Reglement.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NRC
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MNT
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DRG
           IF W-DRG = 0
                MOVE W-DAT TO W-DRG.
           IF W-NRC = 0 OR W-MNT = 0
                DISPLAY "usage : soutien-b REGLEMENT nrc montant "
                        "[aaaammjj] [ref]"
                GO F-Enreg-Reglement.
           OPEN I-O MXSOUREC
           IF FILE-STATUS = "35"
                DISPLAY "soutien-b : aucune réclamation"
                GO F-Enreg-Reglement.
           MOVE W-NRC TO NRC-MSOR
           READ MXSOUREC INVALID
                DISPLAY "soutien-b : réclamation inconnue " W-NRC
                CLOSE MXSOUREC
                GO F-Enreg-Reglement
           END-READ
           IF STA-MSOR = "S"
                DISPLAY "soutien-b : réclamation " W-NRC
                        " déjà soldée"
                CLOSE MXSOUREC
                GO F-Enreg-Reglement.
           ADD W-MNT TO MRG-MSOR
           MOVE W-DRG TO DRG-MSOR
           MOVE W-PAR5 TO RRG-MSOR
           IF MRG-MSOR NOT < MNT-MSOR
                MOVE "S" TO STA-MSOR
           ELSE MOVE "P" TO STA-MSOR
           END-IF
           REWRITE ENR-MSOR INVALID
                DISPLAY "soutien-b : mise à jour MXSOUREC " W-NRC
           END-REWRITE
           COMPUTE W-RESTE = MNT-MSOR - MRG-MSOR
           MOVE W-RESTE TO W-MNT-ED
           DISPLAY "soutien-b : réclamation " W-NRC " statut "
                   STA-MSOR ", reste " W-MNT-ED
           CLOSE MXSOUREC.
       F-Enreg-Reglement.
           EXIT.

      ******************************************************************
      *    SUIVI : réclamations ouvertes
      ******************************************************************
       Suivi-Reclamations.
           OPEN INPUT MXSOUREC
           IF FILE-STATUS = "35"
                DISPLAY "soutien-b : aucune réclamation"
                GO F-Suivi-Reclamations.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/soutien-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RECLAMATIONS DE SOUTIEN OUVERTES AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "RECLAM.  FOURNIS. PERIOD EMISE LE S" TO LIGNE-ETAT
           MOVE "      RECLAME          RECU         RESTE JOURS"
                TO LIGNE-ETAT(36:)
           WRITE LIGNE-ETAT
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-AGE
           MOVE 0 TO NRC-MSOR W-FIN W-NB W-TOT
           START MXSOUREC KEY NOT < CLE1-MSOR INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Reclamation UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT TO W-MNT-ED
           STRING "Reste à recevoir : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXSOUREC
           DISPLAY "soutien-b : " W-NB " réclamations ouvertes, "
                   "suivi " ASSIGN-ETAT.
       F-Suivi-Reclamations.
           EXIT.

       Suivi-Une-Reclamation.
           READ MXSOUREC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MSOR = "S"
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MSOR - MRG-MSOR
           MOVE SPACE TO LIGNE-SUI
           MOVE NRC-MSOR TO LU-NRC
           MOVE FOU-MSOR TO LU-FOU
           MOVE PER-MSOR TO LU-PER
           MOVE DAT-MSOR TO LU-DAT
           MOVE STA-MSOR TO LU-STA
           MOVE MNT-MSOR TO LU-MNT
           MOVE MRG-MSOR TO LU-MRG
           MOVE W-RESTE TO LU-RES
           MOVE DAT-MSOR TO DATSER-DAT
           PERFORM DATSER
           COMPUTE LU-AGE = W-AGE - DATSER-JRS
           WRITE LIGNE-ETAT FROM LIGNE-SUI
           ADD W-RESTE TO W-TOT
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
