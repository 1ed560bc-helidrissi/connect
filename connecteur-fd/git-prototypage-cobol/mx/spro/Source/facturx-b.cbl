020926*   LISTE
020926*       suivi accepté/rejeté par facture,
020926*       ft/facturx-suivi.txt.
151026* Payeur affacturé (AFF-MCLI, cf. affact-b) : le volet porte
151026* la mention de subrogation (IncludedNote), le factor comme
151026* bénéficiaire du paiement et son IBAN (MX-DIR/affact.cfg).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXPARAM.fd".
       COPY "MXCHODEP.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  XMLFIC LABEL RECORD STANDARD.
       77 W-QTE-ED             PIC -(7)9,99.
       77 W-TAUX-ED            PIC Z9,99.
       77 W-BON-SAV            PIC 9(08).
151026* payeur affacturé et factor (affact.cfg, cf. affact-b)
       77 W-AFF                PIC 9.
       01 W-FACTOR.
           05 W-FAC-NOM        PIC X(40).
           05 W-FAC-ADH        PIC X(20).
           05 W-FAC-IBAN       PIC X(34).
           05 W-FAC-BIC        PIC X(11).
           05 W-FAC-MENTION    PIC X(140).
      * appel prtarc-arc : archive légale du volet structuré
       77 W-ARC-TYP            PIC X(03).
       77 W-ARC-NUM            PIC 9(08).
                  INTO ASSIGN-XMLFIC
           OPEN OUTPUT XMLFIC
           PERFORM Cumule-Facture
           PERFORM Cherche-Affacture
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
             TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "  <ram:IssueDateTime>" DELIMITED BY SIZE
                  DFA-MBDI DELIMITED BY SIZE
                  "</ram:IssueDateTime>"
                  DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           IF W-AFF = 1
                MOVE SPACE TO LIGNE-XML
                STRING "  <ram:IncludedNote><ram:Content>"
                       DELIMITED BY SIZE
                       W-FAC-MENTION DELIMITED BY "  "
                       "</ram:Content></ram:IncludedNote>"
                       DELIMITED BY SIZE
                       INTO LIGNE-XML
                WRITE LIGNE-XML
           END-IF
           MOVE " </rsm:ExchangedDocument>" TO LIGNE-XML
           WRITE LIGNE-XML
           MOVE " <rsm:SupplyChainTradeTransaction>" TO LIGNE-XML
           WRITE LIGNE-XML
      * acheteur public : référence service et engagement exigés
                END-IF
           END-PERFORM
           COMPUTE W-TTC = W-THT + W-TTVA
151026* créance cédée : paiement au factor, sur son compte
           IF W-AFF = 1
                PERFORM Emet-Factor
           END-IF
           MOVE W-THT TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE SPACE TO LIGNE-XML
                MOVE 1 TO W-FIN
           END-START.

151026* le payeur de la facture (compte payeur PYR-MCLI s'il y en
151026* a un, cf. facgrp-b) est-il affacturé ? le client reste
151026* l'enregistrement courant de MXCLI
       Cherche-Affacture.
           MOVE AFF-MCLI TO W-AFF
           IF PYR-MCLI NOT = 0
                MOVE PYR-MCLI TO COD-MCLI
                READ MXCLI INVALID CONTINUE
                NOT INVALID MOVE AFF-MCLI TO W-AFF
                END-READ
                MOVE W-CLI TO COD-MCLI
                READ MXCLI INVALID CONTINUE
                END-READ
           END-IF
           IF W-AFF NOT = 1
                EXIT PARAGRAPH.
           PERFORM Charge-Factor
           IF W-FAC-NOM = SPACE
                DISPLAY "facturx-b : client affacturé, factor absent "
                        "de affact.cfg"
                MOVE 0 TO W-AFF
                EXIT PARAGRAPH.
           IF W-FAC-MENTION = SPACE
                STRING "Pour être libératoire, votre règlement doit "
                       DELIMITED BY SIZE
                       "être effectué à l'ordre de "
                       DELIMITED BY SIZE
                       W-FAC-NOM DELIMITED BY "  "
                       ", qui le reçoit par subrogation."
                       DELIMITED BY SIZE
                       INTO W-FAC-MENTION.

      * factor : MX-DIR/affact.cfg, nom;adhérent;iban;bic;mention
       Charge-Factor.
           MOVE SPACE TO W-FACTOR
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/affact.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                UNSTRING ENR-CONFIG DELIMITED BY ";"
                     INTO W-FAC-NOM W-FAC-ADH W-FAC-IBAN W-FAC-BIC
                          W-FAC-MENTION
           END-READ
           CLOSE CONFIG.

       Emet-Factor.
           MOVE SPACE TO LIGNE-XML
           STRING "  <ram:PayeeTradeParty><ram:Name>"
                  DELIMITED BY SIZE
                  W-FAC-NOM DELIMITED BY "  "
                  "</ram:Name></ram:PayeeTradeParty>"
                  DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "  <ram:SpecifiedTradeSettlementPaymentMeans>"
                  DELIMITED BY SIZE
                  "<ram:TypeCode>30</ram:TypeCode>"
                  DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "   <ram:PayeePartyCreditorFinancialAccount>"
                  DELIMITED BY SIZE
                  "<ram:IBANID>" DELIMITED BY SIZE
                  W-FAC-IBAN DELIMITED BY " "
                  "</ram:IBANID>" DELIMITED BY SIZE
                  "</ram:PayeePartyCreditorFinancialAccount>"
                  DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE SPACE TO LIGNE-XML
           STRING "   <ram:PayeeSpecifiedCreditorFinancialInstitution>"
                  DELIMITED BY SIZE
                  "<ram:BICID>" DELIMITED BY SIZE
                  W-FAC-BIC DELIMITED BY " "
                  "</ram:BICID>" DELIMITED BY SIZE
                  "</ram:PayeeSpecifiedCreditorFinancialInstitution>"
                  DELIMITED BY SIZE
                  INTO LIGNE-XML
           WRITE LIGNE-XML
           MOVE "  </ram:SpecifiedTradeSettlementPaymentMeans>"
             TO LIGNE-XML
           WRITE LIGNE-XML.

       Emet-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1 OR PZE-MLDI = 4
                EXIT PARAGRAPH.
151026* le total de ligne comprend l'éco-contribution (hors
151026* remises, même groupe de TVA), comme sur la facture papier
           COMPUTE W-MNT ROUNDED = QTE-MLDI * (PUN-MLDI + ECO-MLDI)
           ADD W-MNT TO W-THT
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE 1 TO TVA-MART
