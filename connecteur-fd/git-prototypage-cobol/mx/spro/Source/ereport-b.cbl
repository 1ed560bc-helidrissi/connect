      *{Bench}prg-comment
      * ereport-b.cbl
151026* ereport-b.cbl : e-reporting des opérations qui ne passent
151026* pas par une facture électronique domestique (réforme de la
151026* facturation électronique) : ventes au comptoir aux
151026* particuliers, ventes aux clients étrangers, encaissements
151026* sur prestations de services.  Les lots partent à la
151026* plateforme par MX-DIR/pdp/emis, comme les statuts de
151026* pdpfou-b, et se suivent dans MXEREPOR :
151026*   GENERE <datdeb> <datfin>
151026*       trois lots pour la période :
151026*       TB tickets de comptoir MXCAISSE (type T) agrégés par
151026*          jour et par taux de TVA, ventilation du pied du bon
151026*          du ticket (BTV/MTV-MBDI) ;
151026*       TI factures et avoirs (MXBDIS facturés dans la
151026*          période) des clients hors de France, une à une :
151026*          pays et no de TVA de l'acheteur, base et taxe par
151026*          taux, catégorie S taxée, K intracommunautaire
151026*          exonérée, G export, E exonérée par paramétrage
151026*          (RCT-MPAR) ;
151026*       PS encaissements sur prestations de services :
151026*          traites MXECHEAN soldées dans la période (DLT-MECH)
151026*          d'une facture portant des lignes de location (LOC)
151026*          ou de main d'oeuvre SAV, part de la prestation
151026*          par taux au prorata des bases de la facture ;
151026*       refusé si la période chevauche un lot déjà déposé
151026*       du même type (une correction passe par CORRIGE) ;
151026*       le vendeur (nom;siret) se lit dans MX-DIR/facturx.cfg ;
151026*   ACCUSE <fic>
151026*       retour de la plateforme, lignes lot;statut;motif
151026*       (OK accepté, RJ rejeté) ;
151026*   CORRIGE <lot>
151026*       redépose le lot rejeté ou à rectifier, recalculé sur
151026*       sa période, en rectificatif (RE) du lot d'origine, qui
151026*       passe corrigé (C) ;
151026*   LISTE
151026*       suivi des lots, ft/ereport-suivi.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ereport-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:41:05.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXCLI.sl".
       COPY "MXPARAM.sl".
       COPY "MXCAISSE.sl".
       COPY "MXECHEAN.sl".
       COPY "MXEREPOR.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT XMLFIC ASSIGN TO ASSIGN-XMLFIC
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-XMLFIC.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXCLI.fd".
       COPY "MXPARAM.fd".
       COPY "MXCAISSE.fd".
       COPY "MXECHEAN.fd".
       COPY "MXEREPOR.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  XMLFIC LABEL RECORD STANDARD.
       01  LIGNE-XML           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-XMLFIC   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-XMLFIC        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-FIN3               PIC 9.
       77 W-DEJA               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-TYP                PIC X(02).
       77 W-RCT                PIC X(02).
       77 W-NOR                PIC 9(06).
       77 W-NLT                PIC 9(06).
       77 W-NLT-X              PIC X(06).
       77 W-MHT                PIC S9(13)V99.
       77 W-MTV                PIC S9(13)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-TX                 PIC S9(11)V99.
       77 W-GTV                PIC 9.
       77 W-VENTILE            PIC 9.
       77 I                    PIC 9(02) COMP.
       77 J                    PIC 9(03) COMP.
       77 W-VEN-NOM            PIC X(40).
       77 W-VEN-SIRET          PIC X(14).
      * facture en cours : agence, no, date, type, premier bon
       77 W-AGE                PIC X(03).
       77 W-FAC                PIC 9(08).
       77 W-FAC-X              PIC X(08).
       77 W-BON                PIC 9(08).
       77 W-BON-MIN            PIC 9(08).
       77 W-DFA                PIC 9(08).
       77 W-AVOIR              PIC 9.
       77 W-AFC                PIC 9.
       77 W-TTC                PIC S9(11)V99.
       77 W-CAT                PIC X(01).
       77 W-TDO                PIC X(03).
       77 W-LIGNE              PIC X(200).
       77 W-PCT                PIC 9(02)V99.
       01 W-CLE-SAV.
           05 W-CLE-AGE        PIC X(03).
           05 W-CLE-BON        PIC 9(08).
      * appel ctl-tvi : pays membre de l'union
       77 W-TVI-UE             PIC 9.
       77 W-TVI-RET            PIC 9.
       77 W-TVI-MSG            PIC X(60).
      * ventilation de la pièce par groupe de TVA
       01 W-BTV                PIC S9(11)V99 OCCURS 5.
       01 W-MTV-G              PIC S9(11)V99 OCCURS 5.
       01 W-SRV                PIC S9(11)V99 OCCURS 5.
      * cumuls B2C par jour et par groupe
       77 W-NBJ                PIC 9(03) COMP.
       78 MAXJOUR              VALUE IS 92.
       01 W-TAB-JOUR.
           05 W-JR OCCURS 92.
              10 TJ-DAT        PIC 9(08).
              10 TJ-NBT        PIC 9(06).
              10 TJ-BTV        PIC S9(11)V99 OCCURS 5.
              10 TJ-MTV        PIC S9(11)V99 OCCURS 5.
      * montant au format XML (point décimal, signe en tête)
       77 W-MNT-TX             PIC S9(13)V99.
       77 W-AMT-ABS            PIC 9(13)V99.
       77 W-AMT-ENT            PIC 9(13).
       77 W-AMT-CEN            PIC 9(02).
       77 W-AMT-PT             PIC X(18).
       77 W-AMT-SGN            PIC X(01).
       77 W-NB-X               PIC X(06).
           COPY "conv-num.wrk".
       01 W-ZONES-ACC.
           05 WA-LOT           PIC X(06).
           05 WA-STA           PIC X(02).
           05 WA-MOT           PIC X(60).
       01 LIGNE-SUI.
           05 LS-NLT           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LS-TYP           PIC X(02).
           05 FILLER           PIC X(01).
           05 LS-RCT           PIC X(02).
           05 FILLER           PIC X(01).
           05 LS-DDE           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-DFI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-NBE           PIC ZZZZZ9.
           05 FILLER           PIC X(01).
           05 LS-MHT           PIC -(11)9,99.
           05 FILLER           PIC X(01).
           05 LS-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LS-NOR           PIC ZZZZZ9.
           05 FILLER           PIC X(01).
           05 LS-MOT           PIC X(40).
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
           WHEN "GENERE"  PERFORM Genere THRU F-Genere
           WHEN "ACCUSE"  PERFORM Integre-Accuses
                             THRU F-Integre-Accuses
           WHEN "CORRIGE" PERFORM Corrige THRU F-Corrige
           WHEN "LISTE"   PERFORM Edite-Suivi THRU F-Edite-Suivi
           WHEN OTHER
                DISPLAY "ereport-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : ereport-b GENERE datdeb datfin"
                DISPLAY "        ereport-b ACCUSE fichier"
                DISPLAY "        ereport-b CORRIGE lot"
                DISPLAY "        ereport-b LISTE"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    GENERE : lots initiaux de la période
      ******************************************************************
       Genere.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATFIN
           IF W-DATDEB = 0 OR W-DATFIN < W-DATDEB
                DISPLAY "usage : ereport-b GENERE datdeb datfin"
                GO F-Genere.
           PERFORM Charge-Vendeur
           IF W-VEN-SIRET = SPACE
                DISPLAY "ereport-b : vendeur absent de facturx.cfg"
                GO F-Genere.
           OPEN I-O MXEREPOR
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXEREPOR
                CLOSE MXEREPOR
                OPEN I-O MXEREPOR.
      * une période se déclare une fois : la correction d'un lot
      * passe par CORRIGE
           MOVE 0 TO W-DEJA W-FIN
           MOVE 0 TO NLT-MERP
           START MXEREPOR KEY NOT < CLE1-MERP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Controle-Chevauchement UNTIL W-FIN = 1
           IF W-DEJA = 1
                DISPLAY "ereport-b : période déjà déclarée, "
                        "corriger par CORRIGE lot"
                CLOSE MXEREPOR
                GO F-Genere.
           MOVE "IN" TO W-RCT
           MOVE 0 TO W-NOR
           OPEN INPUT MXBDIS MXLDIS MXCLI MXART MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "ereport-b : MXPARAM absent"
                CLOSE MXEREPOR MXBDIS MXLDIS MXCLI MXART MXPARAM
                GO F-Genere
           END-READ
           MOVE "TB" TO W-TYP
           PERFORM Genere-Lot THRU F-Genere-Lot
           MOVE "TI" TO W-TYP
           PERFORM Genere-Lot THRU F-Genere-Lot
           MOVE "PS" TO W-TYP
           PERFORM Genere-Lot THRU F-Genere-Lot
           CLOSE MXEREPOR MXBDIS MXLDIS MXCLI MXART MXPARAM.
       F-Genere.
           EXIT.

       Controle-Chevauchement.
           READ MXEREPOR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MERP = "C"
                EXIT PARAGRAPH.
           IF DDE-MERP NOT > W-DATFIN AND DFI-MERP NOT < W-DATDEB
                MOVE 1 TO W-DEJA
                MOVE 1 TO W-FIN.

       Charge-Vendeur.
           MOVE SPACE TO W-VEN-NOM W-VEN-SIRET ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/facturx.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                UNSTRING ENR-CONFIG DELIMITED BY ";"
                     INTO W-VEN-NOM W-VEN-SIRET
           END-READ
           CLOSE CONFIG.

      * un lot W-TYP sur W-DATDEB..W-DATFIN, initial ou rectificatif
      * (W-RCT / W-NOR) ; MXEREPOR et les fichiers de données
      * sont ouverts par l'appelant
       Genere-Lot.
           PERFORM Cherche-Nlt
           ADD 1 TO W-NLT
           MOVE W-NLT TO W-NLT-X
           MOVE SPACE TO ASSIGN-XMLFIC
           STRING MX-DIR DELIMITED BY "  "
                  "/pdp/emis/ereport-" DELIMITED BY SIZE
                  W-NLT-X DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-TYP DELIMITED BY SIZE
                  ".xml" DELIMITED BY SIZE
                  INTO ASSIGN-XMLFIC
           OPEN OUTPUT XMLFIC
           IF FILE-STATUS-XMLFIC NOT = "00"
                DISPLAY "ereport-b : dépôt impossible " ASSIGN-XMLFIC
                GO F-Genere-Lot.
           MOVE 0 TO W-NB W-MHT W-MTV
           PERFORM Ecrit-En-Tete
           EVALUATE W-TYP
           WHEN "TB" PERFORM Lot-B2c
           WHEN "TI" PERFORM Lot-International
           WHEN "PS" PERFORM Lot-Paiements
           END-EVALUATE
           MOVE "</Report>" TO LIGNE-XML
           WRITE LIGNE-XML
           CLOSE XMLFIC
           INITIALIZE ENR-MERP
           MOVE W-NLT TO NLT-MERP
           MOVE W-TYP TO TYP-MERP
           MOVE W-DATDEB TO DDE-MERP
           MOVE W-DATFIN TO DFI-MERP
           MOVE W-DAT TO DGE-MERP
           MOVE W-RCT TO RCT-MERP
           MOVE W-NOR TO NOR-MERP
           MOVE W-NB TO NBE-MERP
           MOVE W-MHT TO MHT-MERP
           MOVE W-MTV TO MTV-MERP
           MOVE ASSIGN-XMLFIC TO FIC-MERP
           MOVE "D" TO STA-MERP
           WRITE ENR-MERP INVALID
                DISPLAY "ereport-b : lot non enregistré " W-NLT
           END-WRITE
           DISPLAY "ereport-b : lot " W-NLT " " W-TYP " " W-RCT
                   ", " W-NB " éléments, " ASSIGN-XMLFIC.
       F-Genere-Lot.
           EXIT.

       Cherche-Nlt.
           MOVE 0 TO W-NLT
           MOVE 999999 TO NLT-MERP
           START MXEREPOR KEY NOT > CLE1-MERP INVALID CONTINUE
                NOT INVALID
                READ MXEREPOR PREVIOUS AT END CONTINUE
                     NOT AT END MOVE NLT-MERP TO W-NLT
                END-READ
           END-START.

       Ecrit-En-Tete.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE "<Report>" TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "<ReportDocument><Id>" DELIMITED BY SIZE
                  W-NLT-X DELIMITED BY SIZE
                  "</Id><TypeCode>" DELIMITED BY SIZE
                  W-TYP DELIMITED BY SIZE
                  "</TypeCode><Purpose>" DELIMITED BY SIZE
                  W-RCT DELIMITED BY SIZE
                  "</Purpose><IssueDateTime>" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  "</IssueDateTime>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           IF W-NOR NOT = 0
                MOVE W-NOR TO W-NB-X
                MOVE SPACE TO LIGNE-XML
                STRING "<PreviousId>" DELIMITED BY SIZE
                       W-NB-X DELIMITED BY SIZE
                       "</PreviousId>" DELIMITED BY SIZE
                       INTO LIGNE-XML
                WRITE LIGNE-XML
           END-IF
           MOVE SPACE TO LIGNE-XML
           STRING "<Period><StartDate>" DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  "</StartDate><EndDate>" DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  "</EndDate></Period>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "<Sender><Name>" DELIMITED BY SIZE
                  W-VEN-NOM DELIMITED BY "  "
                  "</Name><SIREN>" DELIMITED BY SIZE
                  W-VEN-SIRET(1:9) DELIMITED BY SIZE
                  "</SIREN></Sender></ReportDocument>"
                       DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML.

      ******************************************************************
      *    TB : tickets de comptoir par jour et par taux
      ******************************************************************
       Lot-B2c.
           INITIALIZE W-TAB-JOUR
           MOVE 0 TO W-NBJ
           OPEN INPUT MXCAISSE
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO NCS-MCSE W-FIN
           START MXCAISSE KEY NOT < CLE1-MCSE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Un-Ticket UNTIL W-FIN = 1
           CLOSE MXCAISSE
           PERFORM Ecrit-Jour VARYING J FROM 1 BY 1 UNTIL J > W-NBJ.

       Cumule-Un-Ticket.
           READ MXCAISSE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MCSE NOT = "T"
           OR DAT-MCSE < W-DATDEB OR DAT-MCSE > W-DATFIN
                EXIT PARAGRAPH.
           MOVE AGE-MCSE TO AGE-MBDI
           MOVE BON-MCSE TO BON-MBDI
           READ MXBDIS INVALID
                DISPLAY "ereport-b : bon du ticket absent " AGE-MCSE
                        " " BON-MCSE
                EXIT PARAGRAPH
           END-READ
           PERFORM Ventile-Bon
      * le jour du ticket dans la table
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > W-NBJ OR TJ-DAT(J) = DAT-MCSE
                CONTINUE
           END-PERFORM
           IF J > W-NBJ
                IF W-NBJ NOT < MAXJOUR
                     DISPLAY "ereport-b : période trop longue, "
                             "jour ignoré " DAT-MCSE
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBJ
                MOVE W-NBJ TO J
                MOVE DAT-MCSE TO TJ-DAT(J)
           END-IF
           ADD 1 TO TJ-NBT(J)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                ADD W-BTV(I) TO TJ-BTV(J, I)
                ADD W-MTV-G(I) TO TJ-MTV(J, I)
           END-PERFORM.

      * ventilation du pied mémorisé (Calc-TTC) ; bon d'avant la
      * mémorisation : tout le hors-taxe dans le groupe 1
       Ventile-Bon.
           MOVE 0 TO W-VENTILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                MOVE BTV-MBDI(I) TO W-BTV(I)
                MOVE MTV-MBDI(I) TO W-MTV-G(I)
                IF BTV-MBDI(I) NOT = 0
                     MOVE 1 TO W-VENTILE
                END-IF
           END-PERFORM
           IF W-VENTILE = 0
                MOVE THT-MBDI TO W-BTV(1)
                MOVE TVA-MBDI TO W-MTV-G(1)
           END-IF.

       Ecrit-Jour.
           ADD TJ-NBT(J) TO W-NB
           MOVE TJ-NBT(J) TO W-NB-X
           MOVE SPACE TO LIGNE-XML
           STRING "<Transactions><Date>" DELIMITED BY SIZE
                  TJ-DAT(J) DELIMITED BY SIZE
                  "</Date><CategoryCode>TLB1</CategoryCode>"
                       DELIMITED BY SIZE
                  "<CurrencyCode>EUR</CurrencyCode>"
                       DELIMITED BY SIZE
                  "<TransactionsCount>" DELIMITED BY SIZE
                  W-NB-X DELIMITED BY SIZE
                  "</TransactionsCount>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE 0 TO W-MNT W-TX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                IF TJ-BTV(J, I) NOT = 0
                     MOVE TVA-MPAR(I) TO W-PCT
                     MOVE "S" TO W-CAT
                     IF RCT-MPAR(I) = 1
                          MOVE 0 TO W-PCT
                          MOVE "E" TO W-CAT
                     END-IF
                     MOVE TJ-BTV(J, I) TO W-BTV(I)
                     MOVE TJ-MTV(J, I) TO W-MTV-G(I)
                     PERFORM Ecrit-Sous-Total
                     ADD TJ-BTV(J, I) TO W-MNT
                     ADD TJ-MTV(J, I) TO W-TX
                END-IF
           END-PERFORM
           PERFORM Ecrit-Totaux
           MOVE "</Transactions>" TO LIGNE-XML
           WRITE LIGNE-XML.

      * sous-total du groupe I : base W-BTV(I), taxe W-MTV-G(I),
      * taux W-PCT, catégorie W-CAT
       Ecrit-Sous-Total.
           MOVE W-BTV(I) TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE SPACE TO LIGNE-XML
           STRING "<TaxSubtotal><CategoryCode>" DELIMITED BY SIZE
                  W-CAT DELIMITED BY SIZE
                  "</CategoryCode><TaxableAmount>" DELIMITED BY SIZE
                  W-AMT-PT DELIMITED BY " "
                  "</TaxableAmount>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE W-MTV-G(I) TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE SPACE TO LIGNE-XML
           STRING "<TaxAmount>" DELIMITED BY SIZE
                  W-AMT-PT DELIMITED BY " "
                  "</TaxAmount>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           MOVE W-PCT TO W-MNT-TX
           PERFORM Formate-Montant
           STRING LIGNE-XML DELIMITED BY " "
                  "<Percent>" DELIMITED BY SIZE
                  W-AMT-PT DELIMITED BY " "
                  "</Percent></TaxSubtotal>" DELIMITED BY SIZE
                  INTO W-LIGNE
           MOVE W-LIGNE TO LIGNE-XML
           WRITE LIGNE-XML.

      * totaux de l'élément : hors taxe W-MNT, taxe W-TX
       Ecrit-Totaux.
           ADD W-MNT TO W-MHT
           ADD W-TX TO W-MTV
           MOVE W-MNT TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE SPACE TO LIGNE-XML
           STRING "<TaxExclusiveAmount>" DELIMITED BY SIZE
                  W-AMT-PT DELIMITED BY " "
                  "</TaxExclusiveAmount>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE W-TX TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE SPACE TO LIGNE-XML
           STRING "<TaxTotalAmount>" DELIMITED BY SIZE
                  W-AMT-PT DELIMITED BY " "
                  "</TaxTotalAmount>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML.

      ******************************************************************
      *    TI : factures des clients hors de France, une à une
      ******************************************************************
       Lot-International.
           MOVE SPACE TO ENR-MBDI
           MOVE 0 TO W-FIN
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM International-Un-Bon UNTIL W-FIN = 1.

       International-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TRA-MBDI = 0 OR DFA-MBDI = 0 OR FAC-MBDI = 0
           OR DFA-MBDI < W-DATDEB OR DFA-MBDI > W-DATFIN
                EXIT PARAGRAPH.
           IF TYP-MBDI = 7 OR TYP-MBDI = 8
                EXIT PARAGRAPH.
           MOVE CLI-MBDI TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           IF PAY-MCLI = SPACE OR PAY-MCLI = "FR"
                EXIT PARAGRAPH.
      * la facture se déclare une fois, à son premier bon : ses
      * bons se relisent par la clé facture puis la lecture
      * reprend derrière le bon courant
           MOVE AGE-MBDI TO W-AGE W-CLE-AGE
           MOVE BON-MBDI TO W-BON W-CLE-BON
           MOVE FAC-MBDI TO W-FAC
           MOVE DFA-MBDI TO W-DFA
           PERFORM Cumule-Facture
           IF W-BON = W-BON-MIN
                PERFORM Ecrit-Facture
           END-IF
           MOVE W-CLE-AGE TO AGE-MBDI
           MOVE W-CLE-BON TO BON-MBDI
           START MXBDIS KEY > CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START.

      * tous les bons de l'agence qui portent le no de facture
       Cumule-Facture.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                MOVE 0 TO W-BTV(I) W-MTV-G(I) W-SRV(I)
           END-PERFORM
           MOVE 99999999 TO W-BON-MIN
           MOVE 0 TO W-AVOIR W-AFC W-TTC
           MOVE W-FAC TO FAC-MBDI
           MOVE 0 TO W-FIN2
           START MXBDIS KEY NOT < CLE3-MBDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cumule-Un-Bon-Facture UNTIL W-FIN2 = 1.

       Cumule-Un-Bon-Facture.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF FAC-MBDI NOT = W-FAC
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF AGE-MBDI NOT = W-AGE
                EXIT PARAGRAPH.
           IF BON-MBDI < W-BON-MIN
                MOVE BON-MBDI TO W-BON-MIN.
           IF TYP-MBDI = 3
                MOVE 1 TO W-AVOIR.
           IF AFC-MBDI = 1
                MOVE 1 TO W-AFC.
           ADD TTC-MBDI TO W-TTC
           MOVE 0 TO W-VENTILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                ADD BTV-MBDI(I) TO W-BTV(I)
                ADD MTV-MBDI(I) TO W-MTV-G(I)
                IF BTV-MBDI(I) NOT = 0
                     MOVE 1 TO W-VENTILE
                END-IF
           END-PERFORM
           IF W-VENTILE = 0
                ADD THT-MBDI TO W-BTV(1)
                ADD TVA-MBDI TO W-MTV-G(1)
           END-IF
           IF W-TYP = "PS"
                PERFORM Cumule-Prestations
           END-IF.

       Ecrit-Facture.
           ADD 1 TO W-NB
           MOVE W-FAC TO W-FAC-X
           MOVE "380" TO W-TDO
           IF W-AVOIR = 1
                MOVE "381" TO W-TDO.
           CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
                W-TVI-MSG
                ON EXCEPTION MOVE 0 TO W-TVI-UE
           END-CALL
           MOVE SPACE TO LIGNE-XML
           STRING "<Invoice><ID>" DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  W-FAC-X DELIMITED BY SIZE
                  "</ID><IssueDate>" DELIMITED BY SIZE
                  W-DFA DELIMITED BY SIZE
                  "</IssueDate><TypeCode>" DELIMITED BY SIZE
                  W-TDO DELIMITED BY SIZE
                  "</TypeCode>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "<CurrencyCode>EUR</CurrencyCode>"
                       DELIMITED BY SIZE
                  "<Buyer><CountryID>" DELIMITED BY SIZE
                  PAY-MCLI DELIMITED BY SIZE
                  "</CountryID><VATID>" DELIMITED BY SIZE
                  TVI-MCLI DELIMITED BY " "
                  "</VATID><Name>" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  "</Name></Buyer>" DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE 0 TO W-MNT W-TX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                IF W-BTV(I) NOT = 0
                     MOVE TVA-MPAR(I) TO W-PCT
                     MOVE "S" TO W-CAT
                     EVALUATE TRUE
                     WHEN W-AFC = 1 AND W-TVI-UE = 1
                          MOVE 0 TO W-PCT
                          MOVE "K" TO W-CAT
                     WHEN W-AFC = 1
                          MOVE 0 TO W-PCT
                          MOVE "G" TO W-CAT
                     WHEN RCT-MPAR(I) = 1
                          MOVE 0 TO W-PCT
                          MOVE "E" TO W-CAT
                     END-EVALUATE
                     PERFORM Ecrit-Sous-Total
                     ADD W-BTV(I) TO W-MNT
                     ADD W-MTV-G(I) TO W-TX
                END-IF
           END-PERFORM
           PERFORM Ecrit-Totaux
           MOVE "</Invoice>" TO LIGNE-XML
           WRITE LIGNE-XML.

      ******************************************************************
      *    PS : encaissements sur prestations de services
      ******************************************************************
       Lot-Paiements.
           OPEN INPUT MXECHEAN
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE 0 TO NEC-MECH W-FIN
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Paiement-Une-Traite UNTIL W-FIN = 1
           CLOSE MXECHEAN.

       Paiement-Une-Traite.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LET-MECH NOT = 1 OR FAC-MECH = 0
           OR DLT-MECH < W-DATDEB OR DLT-MECH > W-DATFIN
                EXIT PARAGRAPH.
           MOVE AGE-MECH TO W-AGE
           MOVE FAC-MECH TO W-FAC
           PERFORM Cumule-Facture
           IF W-TTC = 0
                EXIT PARAGRAPH.
           MOVE 0 TO W-VENTILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                IF W-SRV(I) NOT = 0
                     MOVE 1 TO W-VENTILE
                END-IF
           END-PERFORM
           IF W-VENTILE = 0
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           MOVE W-FAC TO W-FAC-X
           MOVE SPACE TO LIGNE-XML
           STRING "<Payment><InvoiceID>" DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  W-FAC-X DELIMITED BY SIZE
                  "</InvoiceID><Date>" DELIMITED BY SIZE
                  DLT-MECH DELIMITED BY SIZE
                  "</Date><CurrencyCode>EUR</CurrencyCode>"
                       DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
      * part de la traite payée qui revient à la prestation du
      * groupe I, TTC, et TVA comprise
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                IF W-SRV(I) NOT = 0
                     COMPUTE W-MNT ROUNDED = MNT-MECH * W-SRV(I)
                             * (100 + TVA-MPAR(I)) / 100 / W-TTC
                     COMPUTE W-TX ROUNDED = W-MNT * TVA-MPAR(I)
                             / (100 + TVA-MPAR(I))
                     ADD W-MNT TO W-MHT
                     ADD W-TX TO W-MTV
                     MOVE W-MNT TO W-MNT-TX
                     PERFORM Formate-Montant
                     MOVE SPACE TO LIGNE-XML
                     STRING "<SubTotal><Amount>" DELIMITED BY SIZE
                            W-AMT-PT DELIMITED BY " "
                            "</Amount>" DELIMITED BY SIZE
                            INTO LIGNE-XML
                     MOVE TVA-MPAR(I) TO W-MNT-TX
                     PERFORM Formate-Montant
                     STRING LIGNE-XML DELIMITED BY " "
                            "<TaxPercent>" DELIMITED BY SIZE
                            W-AMT-PT DELIMITED BY " "
                            "</TaxPercent></SubTotal>"
                                 DELIMITED BY SIZE
                            INTO W-LIGNE
                     MOVE W-LIGNE TO LIGNE-XML
                     WRITE LIGNE-XML
                END-IF
           END-PERFORM
           MOVE "</Payment>" TO LIGNE-XML
           WRITE LIGNE-XML.

      * base hors taxe des lignes de location et de main d'oeuvre
      * SAV du bon (la ligne MO-ATELIER de sav-b, les pièces du même
      * ordre de réparation sont des livraisons de biens), par
      * groupe de TVA de l'article
       Cumule-Prestations.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN3
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN3
           END-START
           PERFORM Cumule-Une-Prestation UNTIL W-FIN3 = 1.

       Cumule-Une-Prestation.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN3
                EXIT PARAGRAPH.
           IF MOT-MLDI NOT = "LOC"
           AND (MOT-MLDI NOT = "SAV" OR ART-MLDI NOT = "MO-ATELIER")
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE 1 TO TVA-MART
           END-READ
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           COMPUTE W-MNT ROUNDED = QTE-MLDI * PUN-MLDI
           ADD W-MNT TO W-SRV(W-GTV).

       Formate-Montant.
           MOVE SPACE TO W-AMT-SGN
           IF W-MNT-TX < 0
                MOVE "-" TO W-AMT-SGN
                COMPUTE W-AMT-ABS = 0 - W-MNT-TX
           ELSE MOVE W-MNT-TX TO W-AMT-ABS
           END-IF
           COMPUTE W-AMT-ENT = W-AMT-ABS
           COMPUTE W-AMT-CEN = (W-AMT-ABS - W-AMT-ENT) * 100
           MOVE SPACE TO W-AMT-PT
           STRING W-AMT-SGN DELIMITED BY " "
                  W-AMT-ENT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  W-AMT-CEN DELIMITED BY SIZE
                  INTO W-AMT-PT.

      ******************************************************************
      *    CORRIGE : rectificatif d'un lot
      ******************************************************************
       Corrige.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NOR
           IF W-NOR = 0
                DISPLAY "usage : ereport-b CORRIGE lot"
                GO F-Corrige.
           PERFORM Charge-Vendeur
           IF W-VEN-SIRET = SPACE
                DISPLAY "ereport-b : vendeur absent de facturx.cfg"
                GO F-Corrige.
           OPEN I-O MXEREPOR
           IF FILE-STATUS = "35"
                DISPLAY "ereport-b : aucun lot déposé"
                GO F-Corrige.
           MOVE W-NOR TO NLT-MERP
           READ MXEREPOR INVALID
                DISPLAY "ereport-b : lot inconnu " W-NOR
                CLOSE MXEREPOR
                GO F-Corrige
           END-READ
           IF STA-MERP = "C"
                DISPLAY "ereport-b : lot déjà corrigé par le lot "
                        NRP-MERP
                CLOSE MXEREPOR
                GO F-Corrige.
           MOVE TYP-MERP TO W-TYP
           MOVE DDE-MERP TO W-DATDEB
           MOVE DFI-MERP TO W-DATFIN
           MOVE "RE" TO W-RCT
           OPEN INPUT MXBDIS MXLDIS MXCLI MXART MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "ereport-b : MXPARAM absent"
                CLOSE MXEREPOR MXBDIS MXLDIS MXCLI MXART MXPARAM
                GO F-Corrige
           END-READ
           PERFORM Genere-Lot THRU F-Genere-Lot
      * le lot d'origine passe corrigé
           MOVE W-NOR TO NLT-MERP
           READ MXEREPOR INVALID CONTINUE
           NOT INVALID
                MOVE "C" TO STA-MERP
                MOVE W-NLT TO NRP-MERP
                REWRITE ENR-MERP INVALID CONTINUE
                END-REWRITE
           END-READ
           CLOSE MXEREPOR MXBDIS MXLDIS MXCLI MXART MXPARAM.
       F-Corrige.
           EXIT.

      ******************************************************************
      *    ACCUSE : accusés de la plateforme
      ******************************************************************
       Integre-Accuses.
           IF W-PAR2 = SPACE
                DISPLAY "usage : ereport-b ACCUSE fichier"
                GO F-Integre-Accuses.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "ereport-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Integre-Accuses.
           OPEN I-O MXEREPOR
           IF FILE-STATUS = "35"
                DISPLAY "ereport-b : aucun lot déposé"
                CLOSE MOUVT
                GO F-Integre-Accuses.
           MOVE 0 TO W-FIN W-NB
           PERFORM Accuse-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXEREPOR
           DISPLAY "ereport-b : " W-NB " accusés intégrés".
       F-Integre-Accuses.
           EXIT.

       Accuse-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-ACC
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WA-LOT WA-STA WA-MOT
           MOVE WA-LOT TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR = 0
                EXIT PARAGRAPH.
           MOVE CVN-SOR TO NLT-MERP
           READ MXEREPOR INVALID
                DISPLAY "ereport-b : lot inconnu " WA-LOT
                EXIT PARAGRAPH
           END-READ
      * un lot déjà remplacé garde son statut
           IF STA-MERP = "C"
                EXIT PARAGRAPH.
           EVALUATE WA-STA
           WHEN "OK" MOVE "A" TO STA-MERP
           WHEN "RJ" MOVE "R" TO STA-MERP
           WHEN OTHER
                DISPLAY "ereport-b : statut inconnu " WA-STA
                EXIT PARAGRAPH
           END-EVALUATE
           MOVE WA-MOT TO MOT-MERP
           MOVE W-DAT TO DAC-MERP
           REWRITE ENR-MERP INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    LISTE : suivi des lots
      ******************************************************************
       Edite-Suivi.
           OPEN INPUT MXEREPOR
           IF FILE-STATUS = "35"
                DISPLAY "ereport-b : aucun lot déposé"
                GO F-Edite-Suivi.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/ereport-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SUIVI DE L'E-REPORTING AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "LOT    TY DP DEBUT    FIN      ELEMTS"
                  DELIMITED BY SIZE
                  "      MONTANT HT S ORIGIN MOTIF" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO NLT-MERP W-FIN
           START MXEREPOR KEY NOT < CLE1-MERP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Un-Lot UNTIL W-FIN = 1
           CLOSE ETAT MXEREPOR
           DISPLAY "ereport-b : état " ASSIGN-ETAT.
       F-Edite-Suivi.
           EXIT.

       Suivi-Un-Lot.
           READ MXEREPOR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO LIGNE-SUI
           MOVE NLT-MERP TO LS-NLT
           MOVE TYP-MERP TO LS-TYP
           MOVE RCT-MERP TO LS-RCT
           MOVE DDE-MERP TO LS-DDE
           MOVE DFI-MERP TO LS-DFI
           MOVE NBE-MERP TO LS-NBE
           MOVE MHT-MERP TO LS-MHT
           MOVE STA-MERP TO LS-STA
           MOVE NOR-MERP TO LS-NOR
           MOVE MOT-MERP TO LS-MOT
           WRITE LIGNE-ETAT FROM LIGNE-SUI.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
