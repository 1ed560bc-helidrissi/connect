      *{Bench}prg-comment
      * pdpfou-b.cbl
151026* pdpfou-b.cbl : factures fournisseurs reçues de notre
151026* plateforme de dématérialisation (PDP).
151026* Avec la facture électronique, toutes les factures d'achat
151026* arrivent par la plateforme (Factur-X, UBL ou CII) au lieu
151026* d'être saisies ligne à ligne dans ctlfac-b SAISIE :
151026*   RECOIT [répertoire]
151026*       intègre les flux déposés par la plateforme (par défaut
151026*       MX-DIR/pdp/recu, fichiers .pdf et .xml), chacun une
151026*       seule fois (identifiant = nom du flux) et numéroté dans
151026*       MXFACPDP : XML Factur-X extrait du PDF (pdfdetach),
151026*       en-tête et lignes lus (no, type 380/381, date, SIREN
151026*       et IBAN du vendeur, référence de notre commande,
151026*       totaux) ; le fournisseur se retrouve dans MXFOU par le
151026*       SIREN (SIR-MFOU), l'IBAN doit être celui du fichier
151026*       fournisseur ; chaque ligne est rapprochée de notre
151026*       article (référence acheteur, réf. fournisseur, GTIN),
151026*       de la réception MXRECFOU non facturée et de la ligne
151026*       de commande MXLDIS (MXFACLIG) ; la facture passe
151026*       ensuite au contrôle trois volets de ctlfac-b SAISIE,
151026*       seules les exceptions restent à traiter à la main ;
151026*       un avoir (381) passe par ctlfac-b AVOIR avec la
151026*       facture d'origine qu'il cite (InvoiceReferenced-
151026*       Document en CII, BillingReference en UBL), sans
151026*       rapprochement des réclamations de protection de prix ;
151026*       sans référence il reste bloqué (B) pour un
151026*       rapprochement à la main ; flux refusé d'office
151026*       (210) si le SIREN est inconnu ou la facture déjà
151026*       enregistrée ; IBAN divergent ou total HT différent
151026*       des lignes : facture bloquée (B) en litige ;
151026*       l'original est déposé dans l'archive légale
151026*       (prtarc-arc, type FFR) puis rangé sous pdp/traite ;
151026*   STATUT
151026*       statuts de cycle de vie à rendre à la plateforme,
151026*       déduits de STA-MFAF (C/L 205 approuvée, B 207 en
151026*       litige, R 210 refusée, P 211 paiement transmis) :
151026*       seuls les changements partent, fichier
151026*       MX-DIR/pdp/emis/statuts-<date>-<heure>.txt
151026*       (idflux;facture;statut;date;motif) ;
151026*   REFUSE <no de réception> <motif>
151026*       refus d'une facture reçue (STA-MFAF R, ni libérée ni
151026*       payée), rendu 210 au prochain STATUT ;
151026*   LISTE [aaaamm]
151026*       suivi des factures reçues, ft/pdpfou-suivi.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. pdpfou-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:37.
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
       COPY "MXLDIS.sl".
       COPY "MXRECFOU.sl".
       COPY "MXFACFOU.sl".
       COPY "MXFACPDP.sl".
       COPY "MXFACLIG.sl".
           SELECT LISTE  ASSIGN TO ASSIGN-LISTE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LISTE.
           SELECT XMLFIC ASSIGN TO ASSIGN-XMLFIC
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-XMLFIC.
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXFOU.fd".
       COPY "MXLDIS.fd".
       COPY "MXRECFOU.fd".
       COPY "MXFACFOU.fd".
       COPY "MXFACPDP.fd".
       COPY "MXFACLIG.fd".
       FD  LISTE LABEL RECORD STANDARD.
       01  ENR-LISTE           PIC X(80).
       FD  XMLFIC LABEL RECORD STANDARD.
       01  LIGNE-XML           PIC X(400).
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-LISTE    PIC X(2).
       77 FILE-STATUS-XMLFIC   PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-LISTE         PIC X(80).
       77 ASSIGN-XMLFIC        PIC X(80).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(140).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(60).
       77 W-PTR                PIC 9(03) COMP.
       77 W-DAT                PIC 9(08).
       77 W-HEURE              PIC 9(08).
       77 W-HEU                PIC 9(06).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-REC           PIC 9(06).
       77 CMD                  PIC X(400).
       77 W-IND                PIC S9(04) COMP.
       77 W-REP                PIC X(80).
       77 W-FIC                PIC X(80).
       77 W-ORI                PIC X(120).
       77 W-NFX                PIC 9(08).
       77 W-NFX-X              PIC X(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-FIN3               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NBR                PIC 9(05).
       77 W-NBA                PIC 9(05).
       77 W-NBB                PIC 9(05).
       77 W-TROUVE             PIC 9.
       77 W-REFUS              PIC 9.
       77 W-BLOQUE             PIC 9.
       77 W-FOU                PIC X(08).
       77 W-NFF                PIC X(10).
      * facture d'origine citée par un avoir, à la mesure de NFF
       77 W-NFR                PIC X(10).
       77 W-AGE                PIC X(03).
       77 W-BON                PIC 9(08).
       77 W-ART                PIC X(20).
       77 W-LON                PIC 9(03) COMP.
       77 W-MNT                PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-MOT                PIC X(60).
       77 I                    PIC 9(04) COMP.
      * lecture du XML ramené à une balise par ligne
       77 W-BALISE             PIC X(120).
       77 W-RESTE              PIC X(300).
       77 W-VALEUR             PIC X(120).
       77 W-NOM-Q              PIC X(80).
       77 W-NOM-P              PIC X(60).
       77 W-NOM-S              PIC X(60).
       77 W-NOM                PIC X(60).
       77 W-FERME              PIC 9.
       77 W-TVA-VEN            PIC X(20).
      * zones du document en cours de lecture (1 = dans la zone)
       01 W-ZONES.
           05 W-Z-DOC          PIC 9.
           05 W-Z-VEN          PIC 9.
           05 W-Z-LEG          PIC 9.
           05 W-Z-TAX          PIC 9.
           05 W-Z-CDE          PIC 9.
           05 W-Z-IBA          PIC 9.
           05 W-Z-LIG          PIC 9.
           05 W-Z-PRX          PIC 9.
           05 W-Z-SIT          PIC 9.
           05 W-Z-BIT          PIC 9.
           05 W-Z-STD          PIC 9.
           05 W-Z-MON          PIC 9.
           05 W-Z-REF          PIC 9.
      * lignes facturées du flux
       77 W-NBL                PIC 9(04) COMP.
       78 MAXLIG               VALUE IS 300.
       01 W-TAB-LIG.
           05 W-LG OCCURS 300.
              10 TL-RFF        PIC X(20).
              10 TL-ART        PIC X(20).
              10 TL-GTI        PIC X(14).
              10 TL-LIB        PIC X(40).
              10 TL-QTE        PIC S9(09)V99.
              10 TL-PRX        PIC 9(09)V99.
              10 TL-MNT        PIC S9(11)V99.
              10 TL-RAP        PIC X.
      * montant au format de la ligne de commande (point décimal)
       77 W-MNT-TX             PIC S9(11)V99.
       77 W-AMT-ENT            PIC 9(11).
       77 W-AMT-CEN            PIC 9(02).
       77 W-AMT-PT             PIC X(16).
       77 W-QTE-PT             PIC X(16).
       77 W-PRX-PT             PIC X(16).
       77 W-BON-X              PIC X(08).
      * appel prtarc-arc : archive légale de l'original reçu
       77 W-ARC-TYP            PIC X(03).
       77 W-ARC-NUM            PIC 9(08).
       77 W-ARC-CLI            PIC 9(08).
       77 W-ARC-AGE            PIC X(03).
       77 W-ARC-FIC            PIC X(256).
       77 W-ARC-OK             PIC 9.
           COPY "conv-num.wrk".
       01 LIGNE-SUI.
           05 LS-NFX           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-DRE           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-FMT           PIC X(03).
           05 FILLER           PIC X(01).
           05 LS-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LS-NUF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LS-TYP           PIC X(03).
           05 FILLER           PIC X(01).
           05 LS-MHT           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LS-STA           PIC X(03).
           05 FILLER           PIC X(01).
           05 LS-SEN           PIC X(03).
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
           ACCEPT W-HEURE FROM TIME
           MOVE W-HEURE(1:6) TO W-HEU
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2
                WITH POINTER W-PTR
           EVALUATE W-FONCTION
           WHEN "RECOIT" PERFORM Recoit THRU F-Recoit
           WHEN "STATUT" PERFORM Envoie-Statuts THRU F-Envoie-Statuts
           WHEN "REFUSE" PERFORM Refuse THRU F-Refuse
           WHEN "LISTE"  PERFORM Edite-Suivi THRU F-Edite-Suivi
           WHEN OTHER
                DISPLAY "pdpfou-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : pdpfou-b RECOIT [répertoire]"
                DISPLAY "        pdpfou-b STATUT"
                DISPLAY "        pdpfou-b REFUSE noréception motif"
                DISPLAY "        pdpfou-b LISTE [aaaamm]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    RECOIT : intégration des flux déposés par la plateforme
      ******************************************************************
       Recoit.
           MOVE SPACE TO W-REP
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO W-REP
           ELSE STRING MX-DIR DELIMITED BY "  "
                       "/pdp/recu" DELIMITED BY SIZE
                       INTO W-REP
           END-IF
           MOVE SPACE TO ASSIGN-LISTE CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/pdpfou-liste.tmp" DELIMITED BY SIZE
                  INTO ASSIGN-LISTE
           STRING "ls " DELIMITED BY SIZE
                  W-REP DELIMITED BY " "
                  " | grep -iE '[.](pdf|xml)$' > " DELIMITED BY SIZE
                  ASSIGN-LISTE DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           OPEN INPUT LISTE
           IF FILE-STATUS-LISTE NOT = "00"
                DISPLAY "pdpfou-b : répertoire illisible " W-REP
                GO F-Recoit.
           OPEN I-O MXFACPDP
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFACPDP
                CLOSE MXFACPDP
                OPEN I-O MXFACPDP.
           OPEN I-O MXFACLIG
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFACLIG
                CLOSE MXFACLIG
                OPEN I-O MXFACLIG.
           OPEN INPUT MXFOU MXART MXLDIS MXRECFOU
           PERFORM Cherche-Nfx
           MOVE 0 TO W-FIN W-NB W-NBR W-NBA W-NBB
           PERFORM Recoit-Un-Flux UNTIL W-FIN = 1
           CLOSE LISTE MXFACPDP MXFACLIG MXFOU MXART MXLDIS MXRECFOU
           DISPLAY "pdpfou-b : " W-NB " flux intégrés, " W-NBA
                   " approuvés, " W-NBB " en litige, " W-NBR
                   " refusés".
       F-Recoit.
           EXIT.

      * dernier numéro de réception attribué
       Cherche-Nfx.
           MOVE 0 TO W-NFX
           MOVE 99999999 TO NFX-MFPD
           START MXFACPDP KEY NOT > CLE1-MFPD INVALID CONTINUE
                NOT INVALID
                READ MXFACPDP PREVIOUS AT END CONTINUE
                     NOT AT END MOVE NFX-MFPD TO W-NFX
                END-READ
           END-START.

       Recoit-Un-Flux.
           READ LISTE AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-LISTE = SPACE
                EXIT PARAGRAPH.
           MOVE ENR-LISTE TO W-FIC
           MOVE SPACE TO W-ORI
           STRING W-REP DELIMITED BY " "
                  "/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  INTO W-ORI
      * un flux déjà reçu ne s'intègre pas deux fois
           INITIALIZE ENR-MFPD
           MOVE W-FIC TO IDF-MFPD
           READ MXFACPDP KEY CLE2-MFPD INVALID CONTINUE
                NOT INVALID
                DISPLAY "pdpfou-b : flux déjà reçu " W-FIC
                PERFORM Range-Original
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NFX W-NB
           MOVE W-NFX TO W-NFX-X
           INITIALIZE ENR-MFPD
           MOVE W-NFX TO NFX-MFPD
           MOVE W-FIC TO IDF-MFPD
           MOVE W-DAT TO DRE-MFPD
           MOVE W-ORI TO ORI-MFPD
           MOVE 0 TO W-REFUS W-BLOQUE W-NBL
           MOVE SPACE TO W-MOT W-TVA-VEN
           PERFORM Extrait-Xml
           IF W-REFUS = 0
                PERFORM Lit-Facture
           END-IF
           IF W-REFUS = 0
                PERFORM Controle-Fournisseur
           END-IF
           IF W-REFUS = 0
                PERFORM Controle-Doublon
           END-IF
           IF W-REFUS = 0
                PERFORM Rapproche-Lignes
                PERFORM Passe-Controle
           END-IF
           IF W-REFUS = 1
                MOVE SPACE TO FOU-MFPD NFF-MFPD
                MOVE "210" TO STA-MFPD
                MOVE W-MOT TO MOT-MFPD
                ADD 1 TO W-NBR
           END-IF
           MOVE W-DAT TO DST-MFPD
           PERFORM Archive-Original
      * l'original se retrouve ensuite sous pdp/traite
           MOVE SPACE TO ORI-MFPD
           STRING W-REP DELIMITED BY " "
                  "/../traite/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  INTO ORI-MFPD
           IF FMT-MFPD NOT = "FX"
                MOVE ORI-MFPD TO XML-MFPD
           END-IF
           WRITE ENR-MFPD INVALID
                DISPLAY "pdpfou-b : réception non enregistrée "
                        W-NFX
           END-WRITE
           PERFORM Range-Original.

      * Factur-X : le XML CII est la pièce jointe factur-x.xml du
      * PDF ; UBL et CII se lisent tels quels.  Le XML est ramené
      * à une balise par ligne pour la lecture.
       Extrait-Xml.
           MOVE SPACE TO XML-MFPD
           MOVE W-FIC TO W-NOM-Q
           INSPECT W-NOM-Q CONVERTING "pdf" TO "PDF"
           MOVE 0 TO W-TROUVE
           INSPECT W-NOM-Q TALLYING W-TROUVE FOR ALL ".PDF"
           IF W-TROUVE NOT = 0
                MOVE "FX" TO FMT-MFPD
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/pdpfou-" DELIMITED BY SIZE
                       W-NFX-X DELIMITED BY SIZE
                       ".xml" DELIMITED BY SIZE
                       INTO XML-MFPD
                MOVE SPACE TO CMD
                STRING "pdfdetach -savefile factur-x.xml -o "
                       DELIMITED BY SIZE
                       XML-MFPD DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       W-ORI DELIMITED BY " "
                       INTO CMD
                CALL "C$SYSTEM" USING CMD, GIVING W-IND
                IF W-IND NOT = 0
                     MOVE 1 TO W-REFUS
                     MOVE "PDF sans XML Factur-X attaché" TO W-MOT
                     EXIT PARAGRAPH
                END-IF
           ELSE MOVE W-ORI TO XML-MFPD
           END-IF
           MOVE SPACE TO ASSIGN-XMLFIC CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/pdpfou-" DELIMITED BY SIZE
                  W-NFX-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-XMLFIC
           STRING "tr -d '\r\n' < " DELIMITED BY SIZE
                  XML-MFPD DELIMITED BY " "
                  " | sed -e 's/>[[:space:]]*</>\n</g'"
                       DELIMITED BY SIZE
                  " | cut -c1-400 > " DELIMITED BY SIZE
                  ASSIGN-XMLFIC DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                MOVE 1 TO W-REFUS
                MOVE "XML illisible" TO W-MOT.

      ******************************************************************
      *    lecture de la facture (CII ou UBL)
      ******************************************************************
       Lit-Facture.
           OPEN INPUT XMLFIC
           IF FILE-STATUS-XMLFIC NOT = "00"
                MOVE 1 TO W-REFUS
                MOVE "XML illisible" TO W-MOT
                EXIT PARAGRAPH.
           INITIALIZE W-ZONES W-TAB-LIG
           MOVE 0 TO W-FIN2
           PERFORM Lit-Balise UNTIL W-FIN2 = 1
           CLOSE XMLFIC
           MOVE W-NBL TO NBL-MFPD
           IF FMT-MFPD = SPACE OR NUF-MFPD = SPACE
                MOVE 1 TO W-REFUS
                MOVE "document non reconnu (ni CII ni UBL)" TO W-MOT
                EXIT PARAGRAPH.
           IF TYP-MFPD = SPACE
                MOVE "380" TO TYP-MFPD.
      * SIREN à défaut : celui du no de TVA français du vendeur
           IF SIR-MFPD = SPACE AND W-TVA-VEN(1:2) = "FR"
                MOVE W-TVA-VEN(5:9) TO SIR-MFPD.
           IF SIR-MFPD = SPACE
                MOVE 1 TO W-REFUS
                MOVE "SIREN du vendeur absent" TO W-MOT
                EXIT PARAGRAPH.
           IF W-NBL = 0 AND TYP-MFPD NOT = "381"
                MOVE 1 TO W-REFUS
                MOVE "facture sans ligne" TO W-MOT.

       Lit-Balise.
           READ XMLFIC AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF LIGNE-XML(1:1) NOT = "<"
           OR LIGNE-XML(2:1) = "?" OR LIGNE-XML(2:1) = "!"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FERME
           MOVE SPACE TO W-BALISE W-RESTE W-VALEUR
           IF LIGNE-XML(2:1) = "/"
                MOVE 1 TO W-FERME
                UNSTRING LIGNE-XML(3:) DELIMITED BY ">"
                     INTO W-BALISE
           ELSE UNSTRING LIGNE-XML(2:) DELIMITED BY ">"
                     INTO W-BALISE W-RESTE
                UNSTRING W-RESTE DELIMITED BY "<"
                     INTO W-VALEUR
           END-IF
      * nom sans attributs ni préfixe d'espace de noms
           MOVE SPACE TO W-NOM-Q W-NOM-P W-NOM-S W-NOM
           UNSTRING W-BALISE DELIMITED BY " " OR "/"
                INTO W-NOM-Q
           UNSTRING W-NOM-Q DELIMITED BY ":"
                INTO W-NOM-P W-NOM-S
           IF W-NOM-S NOT = SPACE
                MOVE W-NOM-S TO W-NOM
           ELSE MOVE W-NOM-P TO W-NOM
           END-IF
           PERFORM Change-Zone
           IF W-FERME = 0 AND W-VALEUR NOT = SPACE
                PERFORM Retient-Valeur.

      * entrée (W-FERME = 0) et sortie des zones qui donnent leur
      * sens aux balises génériques (ID, Name...)
       Change-Zone.
           IF W-FERME = 0
                EVALUATE W-NOM
                WHEN "CrossIndustryInvoice"
                     MOVE "CII" TO FMT-MFPD
                WHEN "Invoice"
                     MOVE "UBL" TO FMT-MFPD
                WHEN "CreditNote"
                     MOVE "UBL" TO FMT-MFPD
                     MOVE "381" TO TYP-MFPD
                WHEN OTHER CONTINUE
                END-EVALUATE
           END-IF
      * le PDF Factur-X garde son format FX
           IF W-NOM = "CrossIndustryInvoice" AND W-FERME = 0
                MOVE W-FIC TO W-NOM-Q
                INSPECT W-NOM-Q CONVERTING "pdf" TO "PDF"
                MOVE 0 TO W-TROUVE
                INSPECT W-NOM-Q TALLYING W-TROUVE FOR ALL ".PDF"
                IF W-TROUVE NOT = 0
                     MOVE "FX" TO FMT-MFPD
                END-IF
           END-IF
           EVALUATE W-NOM
           WHEN "ExchangedDocument"
                MOVE 1 TO W-Z-DOC
                IF W-FERME = 1 MOVE 0 TO W-Z-DOC END-IF
           WHEN "SellerTradeParty"
           WHEN "AccountingSupplierParty"
                MOVE 1 TO W-Z-VEN
                IF W-FERME = 1 MOVE 0 TO W-Z-VEN END-IF
           WHEN "SpecifiedLegalOrganization"
           WHEN "PartyLegalEntity"
                MOVE 1 TO W-Z-LEG
                IF W-FERME = 1 MOVE 0 TO W-Z-LEG END-IF
           WHEN "SpecifiedTaxRegistration"
           WHEN "PartyTaxScheme"
                MOVE 1 TO W-Z-TAX
                IF W-FERME = 1 MOVE 0 TO W-Z-TAX END-IF
           WHEN "BuyerOrderReferencedDocument"
           WHEN "OrderReference"
                MOVE 1 TO W-Z-CDE
                IF W-FERME = 1 MOVE 0 TO W-Z-CDE END-IF
           WHEN "PayeePartyCreditorFinancialAccount"
           WHEN "PayeeFinancialAccount"
                MOVE 1 TO W-Z-IBA
                IF W-FERME = 1 MOVE 0 TO W-Z-IBA END-IF
           WHEN "IncludedSupplyChainTradeLineItem"
           WHEN "InvoiceLine"
           WHEN "CreditNoteLine"
                IF W-FERME = 0
                     MOVE 1 TO W-Z-LIG
                     IF W-NBL < MAXLIG
                          ADD 1 TO W-NBL
                     END-IF
                ELSE MOVE 0 TO W-Z-LIG
                     PERFORM Termine-Ligne
                END-IF
           WHEN "NetPriceProductTradePrice"
           WHEN "Price"
                MOVE 1 TO W-Z-PRX
                IF W-FERME = 1 MOVE 0 TO W-Z-PRX END-IF
           WHEN "SellersItemIdentification"
                MOVE 1 TO W-Z-SIT
                IF W-FERME = 1 MOVE 0 TO W-Z-SIT END-IF
           WHEN "BuyersItemIdentification"
                MOVE 1 TO W-Z-BIT
                IF W-FERME = 1 MOVE 0 TO W-Z-BIT END-IF
           WHEN "StandardItemIdentification"
                MOVE 1 TO W-Z-STD
                IF W-FERME = 1 MOVE 0 TO W-Z-STD END-IF
           WHEN "SpecifiedTradeSettlementHeaderMonetarySummation"
           WHEN "LegalMonetaryTotal"
                MOVE 1 TO W-Z-MON
                IF W-FERME = 1 MOVE 0 TO W-Z-MON END-IF
           WHEN "InvoiceReferencedDocument"
           WHEN "BillingReference"
                MOVE 1 TO W-Z-REF
                IF W-FERME = 1 MOVE 0 TO W-Z-REF END-IF
           WHEN OTHER CONTINUE
           END-EVALUATE.

       Retient-Valeur.
      * lignes
           IF W-Z-LIG = 1 AND W-NBL > 0
                EVALUATE TRUE
                WHEN W-NOM = "SellerAssignedID"
                WHEN W-NOM = "ID" AND W-Z-SIT = 1
                     MOVE W-VALEUR TO TL-RFF(W-NBL)
                WHEN W-NOM = "BuyerAssignedID"
                WHEN W-NOM = "ID" AND W-Z-BIT = 1
                     MOVE W-VALEUR TO TL-ART(W-NBL)
                WHEN W-NOM = "GlobalID"
                WHEN W-NOM = "ID" AND W-Z-STD = 1
                     MOVE W-VALEUR TO TL-GTI(W-NBL)
                WHEN W-NOM = "Name"
                     MOVE W-VALEUR TO TL-LIB(W-NBL)
                WHEN W-NOM = "BilledQuantity"
                WHEN W-NOM = "InvoicedQuantity"
                WHEN W-NOM = "CreditedQuantity"
                     MOVE W-VALEUR TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO TL-QTE(W-NBL)
                WHEN W-NOM = "ChargeAmount" AND W-Z-PRX = 1
                WHEN W-NOM = "PriceAmount" AND W-Z-PRX = 1
                     MOVE W-VALEUR TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO TL-PRX(W-NBL)
                WHEN W-NOM = "LineTotalAmount"
                WHEN W-NOM = "LineExtensionAmount"
                     MOVE W-VALEUR TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO TL-MNT(W-NBL)
                WHEN OTHER CONTINUE
                END-EVALUATE
                EXIT PARAGRAPH.
      * vendeur : SIREN (organisation légale), no de TVA
           IF W-Z-VEN = 1
                EVALUATE TRUE
                WHEN W-NOM = "ID" AND W-Z-LEG = 1
                WHEN W-NOM = "CompanyID" AND W-Z-LEG = 1
                     IF SIR-MFPD = SPACE
                          MOVE W-VALEUR TO SIR-MFPD
                     END-IF
                WHEN W-NOM = "ID" AND W-Z-TAX = 1
                WHEN W-NOM = "CompanyID" AND W-Z-TAX = 1
                     MOVE W-VALEUR TO W-TVA-VEN
                WHEN OTHER CONTINUE
                END-EVALUATE
                EXIT PARAGRAPH.
           IF W-Z-CDE = 1
                IF W-NOM = "IssuerAssignedID" OR W-NOM = "ID"
                     MOVE W-VALEUR TO CDE-MFPD
                END-IF
                EXIT PARAGRAPH.
      * facture d'origine d'un avoir (la première citée)
           IF W-Z-REF = 1
                IF (W-NOM = "IssuerAssignedID" OR W-NOM = "ID")
                AND RFA-MFPD = SPACE
                     MOVE W-VALEUR TO RFA-MFPD
                END-IF
                EXIT PARAGRAPH.
           IF W-Z-IBA = 1
                IF W-NOM = "IBANID" OR W-NOM = "ID"
                     MOVE W-VALEUR TO IBA-MFPD
                END-IF
                EXIT PARAGRAPH.
           IF W-Z-MON = 1
                EVALUATE W-NOM
                WHEN "TaxBasisTotalAmount"
                WHEN "TaxExclusiveAmount"
                     MOVE W-VALEUR TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO MHT-MFPD
                WHEN "GrandTotalAmount"
                WHEN "TaxInclusiveAmount"
                     MOVE W-VALEUR TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO MTC-MFPD
                WHEN OTHER CONTINUE
                END-EVALUATE
                EXIT PARAGRAPH.
      * en-tête : CII sous ExchangedDocument, UBL à la racine
           EVALUATE TRUE
           WHEN W-NOM = "ID" AND W-Z-DOC = 1
           WHEN W-NOM = "ID" AND FMT-MFPD = "UBL" AND NUF-MFPD = SPACE
                MOVE W-VALEUR TO NUF-MFPD
           WHEN W-NOM = "TypeCode" AND W-Z-DOC = 1
           WHEN W-NOM = "InvoiceTypeCode"
           WHEN W-NOM = "CreditNoteTypeCode"
                MOVE W-VALEUR TO TYP-MFPD
           WHEN W-NOM = "DateTimeString" AND W-Z-DOC = 1
           WHEN W-NOM = "IssueDate"
                PERFORM Convertit-Date
                MOVE CVN-SOR TO DFA-MFPD
           WHEN W-NOM = "InvoiceCurrencyCode"
           WHEN W-NOM = "DocumentCurrencyCode"
                MOVE W-VALEUR TO DEV-MFPD
           WHEN OTHER CONTINUE
           END-EVALUATE.

      * date CII (aaaammjj) ou UBL (aaaa-mm-jj)
       Convertit-Date.
           MOVE SPACE TO CVN-ENT
           IF W-VALEUR(5:1) = "-"
                STRING W-VALEUR(1:4) W-VALEUR(6:2) W-VALEUR(9:2)
                       DELIMITED BY SIZE INTO CVN-ENT
           ELSE MOVE W-VALEUR(1:8) TO CVN-ENT
           END-IF
           PERFORM CONV-NUM.

      * prix net unitaire à défaut : montant de la ligne / quantité
       Termine-Ligne.
           IF W-NBL = 0
                EXIT PARAGRAPH.
           IF TL-PRX(W-NBL) = 0 AND TL-QTE(W-NBL) NOT = 0
                COMPUTE TL-PRX(W-NBL) ROUNDED
                        = TL-MNT(W-NBL) / TL-QTE(W-NBL)
           END-IF
           IF TL-MNT(W-NBL) = 0
                COMPUTE TL-MNT(W-NBL) ROUNDED
                        = TL-QTE(W-NBL) * TL-PRX(W-NBL)
           END-IF.

      ******************************************************************
      *    contrôles du vendeur et de la facture
      ******************************************************************
      * fournisseur par le SIREN (SIR-MFOU porte SIREN ou SIRET)
       Controle-Fournisseur.
           MOVE SPACE TO W-FOU
           MOVE LOW-VALUE TO COD-MFOU
           MOVE 0 TO W-FIN3
           START MXFOU KEY NOT < CLE1-MFOU INVALID
                MOVE 1 TO W-FIN3
           END-START
           PERFORM Cherche-Siren UNTIL W-FIN3 = 1
           IF W-FOU = SPACE
                MOVE 1 TO W-REFUS
                MOVE SPACE TO W-MOT
                STRING "SIREN inconnu " DELIMITED BY SIZE
                       SIR-MFPD DELIMITED BY SIZE
                       INTO W-MOT
                EXIT PARAGRAPH.
           MOVE W-FOU TO COD-MFOU
           READ MXFOU INVALID CONTINUE
           END-READ
      * IBAN de la facture différent du fichier fournisseur : la
      * facture s'intègre mais reste bloquée avant paiement
           IF IBA-MFPD NOT = SPACE AND IBA-MFOU NOT = SPACE
           AND IBA-MFPD NOT = IBA-MFOU
                MOVE 1 TO W-BLOQUE
                MOVE SPACE TO W-MOT
                STRING "IBAN facture " DELIMITED BY SIZE
                       IBA-MFPD DELIMITED BY " "
                       " différent du fichier fournisseur"
                       DELIMITED BY SIZE
                       INTO W-MOT
           END-IF
           MOVE W-FOU TO FOU-MFPD
      * no de facture ramené à la zone NFF-MFAF (10 derniers
      * caractères significatifs)
           MOVE 20 TO W-LON
           PERFORM Longueur-Nuf
                   UNTIL W-LON = 0 OR NUF-MFPD(W-LON:1) NOT = SPACE
           IF W-LON > 10
                MOVE NUF-MFPD(W-LON - 9:10) TO W-NFF
           ELSE MOVE NUF-MFPD TO W-NFF
           END-IF
           MOVE W-NFF TO NFF-MFPD.

       Longueur-Nuf.
           SUBTRACT 1 FROM W-LON.

       Cherche-Siren.
           READ MXFOU NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF SIR-MFOU(1:9) = SIR-MFPD
                MOVE COD-MFOU TO W-FOU
                MOVE 1 TO W-FIN3.

       Controle-Doublon.
           OPEN INPUT MXFACFOU
           IF FILE-STATUS = "35"
                EXIT PARAGRAPH.
           MOVE W-FOU TO FOU-MFAF
           MOVE W-NFF TO NFF-MFAF
           READ MXFACFOU INVALID CONTINUE
                NOT INVALID
                MOVE 1 TO W-REFUS
                MOVE "facture déjà enregistrée" TO W-MOT
           END-READ
           CLOSE MXFACFOU.

      ******************************************************************
      *    rapprochement des lignes : article, réception, commande
      ******************************************************************
       Rapproche-Lignes.
      * notre commande : <agence><no> ou le no seul (BGM de
      * l'ORDERS, cf. edi-b)
           MOVE SPACE TO W-AGE
           MOVE 0 TO W-BON
           IF CDE-MFPD(1:1) IS ALPHABETIC AND CDE-MFPD(1:1) NOT = SPACE
                MOVE CDE-MFPD(1:3) TO W-AGE
                MOVE CDE-MFPD(4:17) TO CVN-ENT
           ELSE MOVE CDE-MFPD TO CVN-ENT
           END-IF
           PERFORM CONV-NUM
           IF CVN-SOR > 0 AND CVN-SOR NOT > 99999999
                MOVE CVN-SOR TO W-BON
           END-IF
           PERFORM Rapproche-Une-Ligne
                   VARYING I FROM 1 BY 1 UNTIL I > W-NBL.

       Rapproche-Une-Ligne.
           INITIALIZE ENR-MFLG
           MOVE W-FOU TO FOU-MFLG
           MOVE W-NFF TO NFF-MFLG
           MOVE I TO LIG-MFLG
           MOVE TL-RFF(I) TO RFF-MFLG
           MOVE TL-LIB(I) TO LIB-MFLG
           MOVE TL-QTE(I) TO QTE-MFLG
           MOVE TL-PRX(I) TO PRX-MFLG
           MOVE TL-MNT(I) TO MNT-MFLG
           PERFORM Cherche-Article
           IF W-ART = SPACE
                MOVE "I" TO RAP-MFLG
                PERFORM Ecrit-Ligne
                EXIT PARAGRAPH.
           MOVE W-ART TO ART-MFLG TL-ART(I)
      * première réception non facturée (de la commande si connue)
           MOVE 0 TO NRC-MREC W-FIN3 W-TROUVE
           START MXRECFOU KEY NOT < CLE1-MREC INVALID
                MOVE 1 TO W-FIN3
           END-START
           PERFORM Cherche-Reception UNTIL W-FIN3 = 1
           IF W-TROUVE = 1
                MOVE "R" TO RAP-MFLG
                PERFORM Ecrit-Ligne
                EXIT PARAGRAPH.
      * à défaut la ligne de la commande désignée
           IF W-AGE NOT = SPACE AND W-BON NOT = 0
                MOVE W-AGE TO AGE-MLDI
                MOVE W-BON TO BON-MLDI
                MOVE 0 TO LIG-MLDI W-FIN3
                START MXLDIS KEY NOT < CLE1-MLDI INVALID
                     MOVE 1 TO W-FIN3
                END-START
                PERFORM Cherche-Ligne-Cde UNTIL W-FIN3 = 1
           END-IF
           IF W-TROUVE = 1
                MOVE "C" TO RAP-MFLG
           ELSE MOVE "S" TO RAP-MFLG
           END-IF
           PERFORM Ecrit-Ligne.

       Ecrit-Ligne.
           MOVE RAP-MFLG TO TL-RAP(I)
           WRITE ENR-MFLG INVALID
                REWRITE ENR-MFLG INVALID CONTINUE
                END-REWRITE
           END-WRITE.

      * notre code (référence acheteur), sinon la référence du
      * fournisseur chez ce fournisseur, sinon le GTIN
       Cherche-Article.
           MOVE SPACE TO W-ART
           IF TL-ART(I) NOT = SPACE
                MOVE TL-ART(I) TO COD-MART
                READ MXART INVALID CONTINUE
                     NOT INVALID MOVE COD-MART TO W-ART
                END-READ
                IF W-ART NOT = SPACE
                     EXIT PARAGRAPH
                END-IF
           END-IF
           IF TL-RFF(I) NOT = SPACE
                MOVE TL-RFF(I) TO REF-MART
                MOVE 0 TO W-FIN3
                START MXART KEY NOT < CLE2-MART INVALID
                     MOVE 1 TO W-FIN3
                END-START
                PERFORM Cherche-Ref-Fou UNTIL W-FIN3 = 1
                IF W-ART NOT = SPACE
                     EXIT PARAGRAPH
                END-IF
           END-IF
           IF TL-GTI(I) NOT = SPACE
                MOVE TL-GTI(I) TO GCOD-MART
                READ MXART KEY CLE3-MART INVALID CONTINUE
                     NOT INVALID MOVE COD-MART TO W-ART
                END-READ
           END-IF.

       Cherche-Ref-Fou.
           READ MXART NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF REF-MART NOT = TL-RFF(I)
                MOVE 1 TO W-FIN3
                EXIT PARAGRAPH.
           IF FOU-MART = W-FOU
                MOVE COD-MART TO W-ART
                MOVE 1 TO W-FIN3.

       Cherche-Reception.
           READ MXRECFOU NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF FOU-MREC NOT = W-FOU OR ART-MREC NOT = W-ART
           OR IFA-MREC NOT = 0
           OR (W-BON NOT = 0 AND BON-MREC NOT = W-BON)
                EXIT PARAGRAPH.
           MOVE NRC-MREC TO NRC-MFLG
           MOVE AGE-MREC TO AGE-MFLG
           MOVE BON-MREC TO BON-MFLG
           MOVE LIG-MREC TO LBO-MFLG
           MOVE 1 TO W-TROUVE W-FIN3.

       Cherche-Ligne-Cde.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN3
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = W-AGE OR BON-MLDI NOT = W-BON
                MOVE 1 TO W-FIN3
                EXIT PARAGRAPH.
           IF ART-MLDI NOT = W-ART
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MFLG
           MOVE BON-MLDI TO BON-MFLG
           MOVE LIG-MLDI TO LBO-MFLG
           MOVE 1 TO W-TROUVE W-FIN3.

      ******************************************************************
      *    passage au contrôle trois volets de ctlfac-b
      ******************************************************************
       Passe-Controle.
           MOVE W-BON TO W-BON-X
      * avoir : la facture d'origine citée (R:<facture>, vide si
      * l'avoir n'en cite pas), sans réclamation de protection
      * de prix à rapprocher
           IF TYP-MFPD = "381"
                MOVE MHT-MFPD TO W-MNT-TX
                IF W-MNT-TX < 0
                     COMPUTE W-MNT-TX = 0 - W-MNT-TX
                END-IF
                PERFORM Formate-Montant
                PERFORM Reference-Avoir
                MOVE SPACE TO CMD
                STRING "acurun ctlfac-b.acu AVOIR " DELIMITED BY SIZE
                       W-FOU DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       W-NFF DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       W-AMT-PT DELIMITED BY " "
                       " R:" DELIMITED BY SIZE
                       W-NFR DELIMITED BY " "
                       INTO CMD
                IF W-NFR = SPACE AND W-MOT = SPACE
                     MOVE "avoir sans facture d'origine" TO W-MOT
                END-IF
           ELSE
      * fichier de SAISIE article;qté;prix;bon - article inconnu :
      * la référence du fournisseur, qui part en litige A
                MOVE SPACE TO ASSIGN-MOUVT
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/pdpfou-" DELIMITED BY SIZE
                       W-NFX-X DELIMITED BY SIZE
                       ".sai" DELIMITED BY SIZE
                       INTO ASSIGN-MOUVT
                OPEN OUTPUT MOUVT
                MOVE 0 TO W-MNT
                PERFORM Ecrit-Saisie
                        VARYING I FROM 1 BY 1 UNTIL I > W-NBL
                CLOSE MOUVT
                MOVE SPACE TO CMD
                STRING "acurun ctlfac-b.acu SAISIE " DELIMITED BY SIZE
                       W-FOU DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       W-NFF DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       ASSIGN-MOUVT DELIMITED BY " "
                       INTO CMD
      * total HT annoncé différent de la somme des lignes
                COMPUTE W-ECART = MHT-MFPD - W-MNT
                IF MHT-MFPD NOT = 0
                AND (W-ECART > 0,05 OR W-ECART < -0,05)
                AND W-BLOQUE = 0
                     MOVE 1 TO W-BLOQUE
                     MOVE "total HT différent de la somme des lignes"
                          TO W-MOT
                END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING CMD
           END-CALL
           MOVE 0 TO RETURN-CODE
      * résultat du contrôle
           OPEN I-O MXFACFOU
           MOVE W-FOU TO FOU-MFAF
           MOVE W-NFF TO NFF-MFAF
           READ MXFACFOU INVALID
                MOVE 1 TO W-REFUS
                MOVE "facture non créée au contrôle" TO W-MOT
                CLOSE MXFACFOU
                EXIT PARAGRAPH
           END-READ
           IF W-BLOQUE = 1 AND STA-MFAF = "C"
                MOVE "B" TO STA-MFAF
                REWRITE ENR-MFAF INVALID CONTINUE
                END-REWRITE
           END-IF
           IF STA-MFAF = "B"
                MOVE "207" TO STA-MFPD
                IF W-MOT = SPACE
                     MOVE "écarts de rapprochement (MXLITFOU)"
                          TO W-MOT
                END-IF
                ADD 1 TO W-NBB
           ELSE MOVE "205" TO STA-MFPD
                ADD 1 TO W-NBA
           END-IF
           MOVE W-MOT TO MOT-MFPD
           CLOSE MXFACFOU.

      * facture d'origine ramenée à NFF-MFAF comme le no de l'avoir
       Reference-Avoir.
           MOVE SPACE TO W-NFR
           MOVE 20 TO W-LON
           PERFORM Longueur-Nuf
                   UNTIL W-LON = 0 OR RFA-MFPD(W-LON:1) NOT = SPACE
           IF W-LON > 10
                MOVE RFA-MFPD(W-LON - 9:10) TO W-NFR
           ELSE MOVE RFA-MFPD TO W-NFR
           END-IF.

       Ecrit-Saisie.
           IF TL-QTE(I) NOT > 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = W-MNT + TL-QTE(I) * TL-PRX(I)
           IF TL-RAP(I) = "I"
                MOVE TL-RFF(I) TO W-ART
           ELSE MOVE TL-ART(I) TO W-ART
           END-IF
           MOVE TL-QTE(I) TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE W-AMT-PT TO W-QTE-PT
           MOVE TL-PRX(I) TO W-MNT-TX
           PERFORM Formate-Montant
           MOVE W-AMT-PT TO W-PRX-PT
           MOVE SPACE TO ENR-MOUVT
           STRING W-ART DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-QTE-PT DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-PRX-PT DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  INTO ENR-MOUVT
           WRITE ENR-MOUVT.

       Formate-Montant.
           COMPUTE W-AMT-ENT = W-MNT-TX
           COMPUTE W-AMT-CEN = (W-MNT-TX - W-AMT-ENT) * 100
           MOVE SPACE TO W-AMT-PT
           STRING W-AMT-ENT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  W-AMT-CEN DELIMITED BY SIZE
                  INTO W-AMT-PT.

      ******************************************************************
      *    archive légale et rangement de l'original
      ******************************************************************
       Archive-Original.
           MOVE "FFR" TO W-ARC-TYP
           MOVE W-NFX TO W-ARC-NUM
           MOVE 0 TO W-ARC-CLI
           MOVE SPACE TO W-ARC-AGE W-ARC-FIC
           MOVE W-ORI TO W-ARC-FIC
           MOVE 0 TO W-ARC-OK
           CALL "prtarc-arc" USING W-ARC-TYP W-ARC-NUM W-ARC-CLI
                W-ARC-AGE W-ARC-FIC W-ARC-OK
           END-CALL
           MOVE W-ARC-OK TO ARC-MFPD.

       Range-Original.
           MOVE SPACE TO CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  W-REP DELIMITED BY " "
                  "/../traite && mv " DELIMITED BY SIZE
                  W-ORI DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-REP DELIMITED BY " "
                  "/../traite/" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.

      ******************************************************************
      *    STATUT : cycle de vie rendu à la plateforme
      ******************************************************************
       Envoie-Statuts.
           OPEN I-O MXFACPDP
           IF FILE-STATUS = "35"
                DISPLAY "pdpfou-b : aucune facture reçue"
                GO F-Envoie-Statuts.
           OPEN INPUT MXFACFOU
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/pdp/emis/statuts-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                DISPLAY "pdpfou-b : dépôt impossible " ASSIGN-ETAT
                CLOSE MXFACPDP MXFACFOU
                GO F-Envoie-Statuts.
           MOVE 0 TO NFX-MFPD W-FIN W-NB
           START MXFACPDP KEY NOT < CLE1-MFPD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Statut-Une-Facture UNTIL W-FIN = 1
           CLOSE ETAT MXFACPDP MXFACFOU
           DISPLAY "pdpfou-b : " W-NB " statuts rendus, "
                   ASSIGN-ETAT.
       F-Envoie-Statuts.
           EXIT.

       Statut-Une-Facture.
           READ MXFACPDP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MFPD NOT = SPACE
                MOVE FOU-MFPD TO FOU-MFAF
                MOVE NFF-MFPD TO NFF-MFAF
                READ MXFACFOU INVALID MOVE SPACE TO STA-MFAF
                END-READ
                EVALUATE STA-MFAF
                WHEN "C" WHEN "L" MOVE "205" TO STA-MFPD
                WHEN "B"          MOVE "207" TO STA-MFPD
                WHEN "R"          MOVE "210" TO STA-MFPD
                WHEN "P"          MOVE "211" TO STA-MFPD
                WHEN OTHER CONTINUE
                END-EVALUATE
           END-IF
           IF STA-MFPD = SEN-MFPD
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ETAT
           STRING IDF-MFPD DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  NUF-MFPD DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  STA-MFPD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOT-MFPD DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE STA-MFPD TO SEN-MFPD
           MOVE W-DAT TO DEN-MFPD DST-MFPD
           REWRITE ENR-MFPD INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    REFUSE : refus d'une facture reçue
      ******************************************************************
       Refuse.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NFX
           MOVE SPACE TO W-MOT
           IF W-PTR < 140
                MOVE W-PARAM(W-PTR:) TO W-MOT
           END-IF
           IF W-NFX = 0 OR W-MOT = SPACE
                DISPLAY "usage : pdpfou-b REFUSE noréception motif"
                GO F-Refuse.
           OPEN I-O MXFACPDP
           IF FILE-STATUS = "35"
                DISPLAY "pdpfou-b : aucune facture reçue"
                GO F-Refuse.
           MOVE W-NFX TO NFX-MFPD
           READ MXFACPDP INVALID
                DISPLAY "pdpfou-b : réception inconnue " W-NFX
                CLOSE MXFACPDP
                GO F-Refuse
           END-READ
           IF FOU-MFPD NOT = SPACE
                OPEN I-O MXFACFOU
                MOVE FOU-MFPD TO FOU-MFAF
                MOVE NFF-MFPD TO NFF-MFAF
                READ MXFACFOU INVALID MOVE SPACE TO STA-MFAF
                END-READ
                IF STA-MFAF = "P"
                     DISPLAY "pdpfou-b : facture déjà payée, refus "
                             "impossible"
                     CLOSE MXFACFOU MXFACPDP
                     GO F-Refuse
                END-IF
                IF STA-MFAF NOT = SPACE
                     MOVE "R" TO STA-MFAF
                     REWRITE ENR-MFAF INVALID CONTINUE
                     END-REWRITE
                END-IF
                CLOSE MXFACFOU
           END-IF
           MOVE "210" TO STA-MFPD
           MOVE W-MOT TO MOT-MFPD
           MOVE W-DAT TO DST-MFPD
           REWRITE ENR-MFPD INVALID CONTINUE
           END-REWRITE
           CLOSE MXFACPDP
           DISPLAY "pdpfou-b : facture " NUF-MFPD " refusée, statut "
                   "rendu au prochain STATUT".
       F-Refuse.
           EXIT.

      ******************************************************************
      *    LISTE : suivi des factures reçues
      ******************************************************************
       Edite-Suivi.
           MOVE 0 TO W-MOIS
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-MOIS
           END-IF
           OPEN INPUT MXFACPDP
           IF FILE-STATUS = "35"
                DISPLAY "pdpfou-b : aucune facture reçue"
                GO F-Edite-Suivi.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/pdpfou-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FACTURES FOURNISSEURS RECUES DE LA PDP - "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RECEPT.  DATE     FMT FOURN.   FACTURE              "
                  DELIMITED BY SIZE
                  "TYP      MONTANT HT STA ENV MOTIF"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO NFX-MFPD W-FIN W-NB W-NBA W-NBB W-NBR
           START MXFACPDP KEY NOT < CLE1-MFPD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Facture UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING W-NB DELIMITED BY SIZE
                  " factures, approuvées " DELIMITED BY SIZE
                  W-NBA DELIMITED BY SIZE
                  ", en litige " DELIMITED BY SIZE
                  W-NBB DELIMITED BY SIZE
                  ", refusées " DELIMITED BY SIZE
                  W-NBR DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXFACPDP
           DISPLAY "pdpfou-b : état " ASSIGN-ETAT.
       F-Edite-Suivi.
           EXIT.

       Suivi-Une-Facture.
           READ MXFACPDP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           COMPUTE W-MOIS-REC = DRE-MFPD / 100
           IF W-MOIS NOT = 0 AND W-MOIS-REC NOT = W-MOIS
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           EVALUATE STA-MFPD
           WHEN "205" WHEN "211" ADD 1 TO W-NBA
           WHEN "207"            ADD 1 TO W-NBB
           WHEN "210"            ADD 1 TO W-NBR
           WHEN OTHER CONTINUE
           END-EVALUATE
           MOVE SPACE TO LIGNE-SUI
           MOVE NFX-MFPD TO LS-NFX
           MOVE DRE-MFPD TO LS-DRE
           MOVE FMT-MFPD TO LS-FMT
           MOVE FOU-MFPD TO LS-FOU
           MOVE NUF-MFPD TO LS-NUF
           MOVE TYP-MFPD TO LS-TYP
           MOVE MHT-MFPD TO LS-MHT
           MOVE STA-MFPD TO LS-STA
           MOVE SEN-MFPD TO LS-SEN
           MOVE MOT-MFPD TO LS-MOT
           WRITE LIGNE-ETAT FROM LIGNE-SUI.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
