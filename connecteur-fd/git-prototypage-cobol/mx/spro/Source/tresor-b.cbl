      *{Bench}prg-comment
      * tresor-b.cbl
151026* tresor-b.cbl : prévision de trésorerie glissante sur treize
151026* semaines, en remplacement du tableur refait chaque lundi.
151026*   PREVISION [date] [solde]
151026*       semaines du lundi suivant la date (défaut : jour) ;
151026*       tout flux antérieur au premier lundi tombe en
151026*       semaine 1, tout flux au delà de la treizième en
151026*       colonne AU-DELA.  Encaissements :
151026*       - ECH traites ouvertes MXECHEAN (hors cédées au
151026*         factor et douteuses), restant dû à l'échéance
151026*         décalée du délai de paiement moyen réel du client
151026*         (date de lettrage DLT-MECH - échéance, pondéré par
151026*         les montants, traites soldées depuis un an) ; la
151026*         traite remise au prélèvement tombe à son échéance ;
151026*       - BLN bons livrés non facturés (TYP 0/2/6, TRA = 0) :
151026*         TTC facturé en fin de mois, payable à 30 jours comme
151026*         facgrp-b, décalé du délai du client ;
151026*       - RBQ remises en banque non encore créditées
151026*         (MXREMBQ, cf. remise-b) à la date de crédit
151026*         attendue.
151026*       Décaissements :
151026*       - FFO factures fournisseurs MXFACFOU non payées, TTC
151026*         au taux du groupe 1 comme gljrn-b, à la date de
151026*         facture + délai du fournisseur ;
151026*       - VIR virements SEPA programmés par sepafou-b
151026*         (DPA-MFAF à venir) ;
151026*       - CDF commandes fournisseurs ouvertes (lignes
151026*         d'achat MXLDIS TLI = 3), reliquat au prix d'achat
151026*         PAC-MLDI TTC à la livraison prévue + délai ;
151026*       - TVA à payer : TVA des factures clients du mois -
151026*         TVA des factures fournisseurs, réglée le jour de
151026*         paiement du mois suivant ; le mois clos se
151026*         reconduit sur les deux mois à venir.
151026*       Sort ft/tresor-<date>.txt (solde d'ouverture saisi
151026*       en paramètre, solde cumulé semaine par semaine) et
151026*       conserve la prévision dans MXTRESOR ;
151026*   COMPARE <date de prévision>
151026*       réalisé des semaines écoulées de la prévision :
151026*       règlements clients MXREGLEM (hors LCR, comptées au
151026*       crédit de la remise MXREMBQ) et factures fournisseurs
151026*       payées (DPA-MFAF) ; le réalisé est posé sur les
151026*       totaux ENC / DEC de MXTRESOR, écarts dans
151026*       ft/tresor-ecart-<date>.txt.  La TVA n'a pas de
151026*       réalisé connu du système : elle reste hors des totaux
151026*       comparés.
151026* Paramètres dans MX-DIR/tresor.cfg :
151026*   D;jours        délai de paiement fournisseur par défaut (45)
151026*   F;fou;jours    délai d'un fournisseur
151026*   T;jour         jour de paiement de la TVA du mois (24)
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. tresor-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:47:31.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXECHEAN.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXFACFOU.sl".
       COPY "MXREGLEM.sl".
       COPY "MXREMBQ.sl".
       COPY "MXPARAM.sl".
       COPY "MXTRESOR.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXFACFOU.fd".
       COPY "MXREGLEM.fd".
       COPY "MXREMBQ.fd".
       COPY "MXPARAM.fd".
       COPY "MXTRESOR.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(140).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(80).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-LUNDI              PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-CLI                PIC 9(08).
       77 W-TVA                PIC 9(02)V99.
       77 W-JOUR-TVA           PIC 9(02).
       77 W-DELAI-DEF          PIC 9(03).
       77 W-DELAI              PIC S9(05).
       77 W-DELAI-CLI          PIC S9(05).
       77 W-NBCLI-DEL          PIC 9(06).
       77 W-SOLDE              PIC S9(11)V99.
       77 W-CUMUL              PIC S9(11)V99.
       77 W-MNT                PIC S9(11)V99.
       77 W-RESTE              PIC S9(11)V99.
       77 W-PONDERE            PIC S9(15)V99.
       77 W-PONDERANT          PIC S9(13)V99.
       77 W-SIGNE              PIC S9.
       77 W-JRS-JOUR           PIC S9(07).
       77 W-JRS-LUN            PIC S9(07).
       77 W-JRS-AN             PIC S9(07).
       77 W-JRS-D              PIC S9(07).
       77 W-JRS-DEC            PIC S9(07).
       77 W-JRS-TMP            PIC S9(07).
       77 W-QUOT               PIC S9(07).
       77 W-K                  PIC 9(01).
       77 W-SEM                PIC 9(05).
       77 W-RUB                PIC 9(01).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-BON           PIC 9(06).
       77 W-NB                 PIC 9(05).
       77 I                    PIC 9(03) COMP.
       77 J                    PIC 9(03) COMP.
       78 MAXOUV               VALUE IS 300.
       78 MAXFOU               VALUE IS 200.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
      * rubriques de la prévision, dans l'ordre des colonnes
       01 W-RUBRIQUES          PIC X(21)
                               VALUE "ECHBLNRBQFFOVIRCDFTVA".
       01 W-RUBRIQUES-T REDEFINES W-RUBRIQUES.
           05 W-RUB-COD        PIC X(03) OCCURS 7.
      * montants prévus par semaine (14 = au-delà) et rubrique
       01 W-PREVISION.
           05 W-PR-SEM OCCURS 14.
              10 W-PR-DDS      PIC 9(08).
              10 W-PR-MNT      PIC S9(11)V99 OCCURS 7.
              10 W-PR-ENC      PIC S9(11)V99.
              10 W-PR-DEC      PIC S9(11)V99.
              10 W-PR-REA-ENC  PIC S9(11)V99.
              10 W-PR-REA-DEC  PIC S9(11)V99.
      * traites ouvertes du client en cours (projetées une fois son
      * délai moyen connu)
       01 W-OUVERTES.
           05 W-OUV OCCURS 300.
              10 W-OUV-JRS     PIC S9(07).
              10 W-OUV-MNT     PIC S9(09)V99.
              10 W-OUV-FIXE    PIC 9(01).
       77 W-NBOUV              PIC 9(03) COMP.
      * délais de paiement fournisseurs : tresor.cfg
       01 W-FOURNISSEURS.
           05 W-FO OCCURS 200.
              10 W-FO-COD      PIC X(08).
              10 W-FO-DEL      PIC 9(03).
       77 W-NBFO               PIC 9(03) COMP.
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-Z2            PIC X(10).
           05 WF-Z3            PIC X(10).
      * TVA nette par mois : mois clos précédent et mois en cours
       01 W-TVA-MOIS.
           05 W-TM OCCURS 2.
              10 W-TM-MOIS     PIC 9(06).
              10 W-TM-COL      PIC S9(11)V99.
              10 W-TM-DED      PIC S9(11)V99.
       01 LIGNE-PRV.
           05 LP-SEM           PIC X(02).
           05 FILLER           PIC X(01).
           05 LP-DDS           PIC X(08).
           05 LP-MNT           PIC -(8)9 OCCURS 7.
           05 LP-ENC           PIC -(9)9.
           05 LP-DEC           PIC -(9)9.
           05 LP-NET           PIC -(9)9.
           05 LP-CUM           PIC -(10)9.
       01 LIGNE-CMP.
           05 LM-SEM           PIC X(02).
           05 FILLER           PIC X(01).
           05 LM-DDS           PIC X(08).
           05 FILLER           PIC X(01).
           05 LM-ENC           PIC -(10)9,99.
           05 LM-RENC          PIC -(10)9,99.
           05 LM-EENC          PIC -(10)9,99.
           05 FILLER           PIC X(02).
           05 LM-DEC           PIC -(10)9,99.
           05 LM-RDEC          PIC -(10)9,99.
           05 LM-EDEC          PIC -(10)9,99.
           05 FILLER           PIC X(02).
           05 LM-LIB           PIC X(12).
       01 W-MNT-ED             PIC -(10)9,99.
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
           PERFORM Charge-Config
           EVALUATE W-FONCTION
           WHEN "PREVISION" PERFORM Prevision THRU F-Prevision
           WHEN "COMPARE"   PERFORM Compare THRU F-Compare
           WHEN OTHER
                DISPLAY "tresor-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : tresor-b PREVISION [date] [solde]"
                DISPLAY "        tresor-b COMPARE dateprevision"
           END-EVALUATE
           GO Fin.

      * délais fournisseurs (D/F) et jour de paiement de TVA (T)
       Charge-Config.
           MOVE 45 TO W-DELAI-DEF
           MOVE 24 TO W-JOUR-TVA
           MOVE 0 TO W-NBFO
           STRING MX-DIR DELIMITED BY "  "
                  "/tresor.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN2
           PERFORM Charge-Une-Ligne UNTIL W-FIN2 = 1
           CLOSE CONFIG.

       Charge-Une-Ligne.
           READ CONFIG AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3
           EVALUATE WF-TYP
           WHEN "D"
                MOVE WF-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DELAI-DEF
           WHEN "T"
                MOVE WF-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0 AND CVN-SOR < 29
                     MOVE CVN-SOR TO W-JOUR-TVA
                END-IF
           WHEN "F"
                IF W-NBFO < MAXFOU
                     ADD 1 TO W-NBFO
                     MOVE WF-Z2 TO W-FO-COD(W-NBFO)
                     MOVE WF-Z3 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-FO-DEL(W-NBFO)
                END-IF
           WHEN OTHER CONTINUE
           END-EVALUATE.

      * délai de paiement du fournisseur FOU-MFAF / FOU-MLDI
      * passé dans W-PAR3
       Cherche-Delai-Fou.
           MOVE W-DELAI-DEF TO W-DELAI
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > W-NBFO
                IF W-FO-COD(J) = W-PAR3(1:8)
                     MOVE W-FO-DEL(J) TO W-DELAI
                END-IF
           END-PERFORM.

      * semaine du jour continu W-JRS-D : 1 pour tout ce qui précède
      * le premier lundi, 14 au delà de la treizième semaine
       Calcule-Semaine.
           IF W-JRS-D < W-JRS-LUN
                MOVE 1 TO W-SEM
           ELSE
                COMPUTE W-SEM = (W-JRS-D - W-JRS-LUN) / 7 + 1
                IF W-SEM > 14
                     MOVE 14 TO W-SEM
                END-IF
           END-IF.

      * flux W-MNT de la rubrique W-RUB au jour continu W-JRS-D
       Ajoute-Flux.
           IF W-MNT = 0
                EXIT PARAGRAPH.
           PERFORM Calcule-Semaine
           ADD W-MNT TO W-PR-MNT(W-SEM, W-RUB).

      * jour continu de la date DATSER-DAT (0 : la date de référence)
       Jour-Continu.
           IF DATSER-DAT = 0
                MOVE W-DATREF TO DATSER-DAT.
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-D.

      ******************************************************************
      *    PREVISION : treize semaines glissantes
      ******************************************************************
       Prevision.
           MOVE W-DAT TO W-DATREF
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATREF.
           MOVE 0 TO W-SOLDE
           IF W-PAR3 NOT = SPACE
                MOVE W-PAR3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-SOLDE.
           PERFORM Premier-Lundi
           MOVE 20 TO W-TVA
           OPEN INPUT MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID CONTINUE
           NOT INVALID
                IF TVA-MPAR(1) NOT = 0
                     MOVE TVA-MPAR(1) TO W-TVA
                END-IF
           END-READ
           CLOSE MXPARAM
           OPEN INPUT MXCLI MXECHEAN MXBDIS MXLDIS MXFACFOU
           PERFORM Flux-Clients
           PERFORM Flux-Remises
           PERFORM Flux-Fournisseurs
           PERFORM Flux-Commandes
           PERFORM Flux-Tva
           CLOSE MXCLI MXECHEAN MXBDIS MXLDIS MXFACFOU
           PERFORM Totalise-Semaines
           PERFORM Edite-Prevision
           PERFORM Conserve-Prevision
           DISPLAY "tresor-b : prévision au " W-LUNDI ", "
                   W-NBCLI-DEL " délais clients mesurés"
           DISPLAY "tresor-b : état " ASSIGN-ETAT.
       F-Prevision.
           EXIT.

      * lundi de la première semaine : la date de référence si
      * c'est un lundi, sinon le lundi qui suit (le jour continu
      * d'un lundi vaut 2 modulo 7)
       Premier-Lundi.
           INITIALIZE W-PREVISION
           MOVE W-DATREF TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           COMPUTE W-JRS-TMP = W-JRS-JOUR - 2
           DIVIDE W-JRS-TMP BY 7 GIVING W-QUOT REMAINDER W-K
           MOVE W-DATREF TO AJD-DAT
           IF W-K NOT = 0
                COMPUTE AJD-NBJ = 7 - W-K
                PERFORM AJOUTE-JOURS.
           MOVE AJD-DAT TO W-LUNDI
           MOVE W-LUNDI TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-LUN
           COMPUTE W-JRS-AN = W-JRS-JOUR - 365
           MOVE 7 TO AJD-NBJ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                MOVE AJD-DAT TO W-PR-DDS(I)
                PERFORM AJOUTE-JOURS
           END-PERFORM.

      * client par client : délai moyen mesuré sur ses traites
      * soldées, puis projection de ses traites ouvertes et de ses
      * bons livrés non facturés
       Flux-Clients.
           MOVE 0 TO W-NBCLI-DEL W-FIN
           MOVE 0 TO COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Flux-Un-Client UNTIL W-FIN = 1.

       Flux-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-MCLI TO W-CLI
           MOVE 0 TO W-NBOUV W-PONDERE W-PONDERANT W-FIN2
           MOVE SPACE TO ENR-MECH
           MOVE W-CLI TO CLI-MECH
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Lit-Une-Traite UNTIL W-FIN2 = 1
           MOVE 0 TO W-DELAI-CLI
           IF W-PONDERANT > 0
                COMPUTE W-DELAI-CLI ROUNDED = W-PONDERE / W-PONDERANT
                ADD 1 TO W-NBCLI-DEL.
           MOVE 1 TO W-RUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBOUV
                MOVE W-OUV-JRS(I) TO W-JRS-D
                IF W-OUV-FIXE(I) = 0
                     ADD W-DELAI-CLI TO W-JRS-D
                END-IF
                MOVE W-OUV-MNT(I) TO W-MNT
                PERFORM Ajoute-Flux
           END-PERFORM
           MOVE 0 TO W-FIN2
           MOVE SPACE TO ENR-MBDI
           MOVE W-CLI TO CLI-MBDI
           START MXBDIS KEY NOT < CLE2-MBDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Lit-Un-Bon UNTIL W-FIN2 = 1.

       Lit-Une-Traite.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = W-CLI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE DEC-MECH TO DATSER-DAT
           PERFORM Jour-Continu
           MOVE W-JRS-D TO W-JRS-DEC
      * traite soldée dans l'année : délai réel pondéré
           IF LET-MECH = 1
                IF DLT-MECH NOT = 0
                     MOVE DLT-MECH TO DATSER-DAT
                     PERFORM Jour-Continu
                     IF W-JRS-D NOT < W-JRS-AN
                          COMPUTE W-PONDERE = W-PONDERE
                                + (W-JRS-D - W-JRS-DEC) * MNT-MECH
                          ADD MNT-MECH TO W-PONDERANT
                     END-IF
                END-IF
                EXIT PARAGRAPH
           END-IF
      * le factor encaisse les traites cédées, les douteuses ne se
      * prévoient pas
           IF AFF-MECH = 1 OR DOU-MECH NOT = SPACE
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0 OR W-NBOUV NOT < MAXOUV
                EXIT PARAGRAPH.
           ADD 1 TO W-NBOUV
           MOVE W-JRS-DEC TO W-OUV-JRS(W-NBOUV)
           MOVE W-RESTE TO W-OUV-MNT(W-NBOUV)
           MOVE IRM-MECH TO W-OUV-FIXE(W-NBOUV).

      * B/L livré non facturé : facturé en fin de mois, échéance à
      * 30 jours, au délai du client ; un B/L ancien oublié à la
      * facturation part à 30 jours de la date de référence
       Lit-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBDI NOT = W-CLI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 0 AND NOT = 2 AND NOT = 6
                EXIT PARAGRAPH.
           IF TRA-MBDI NOT = 0 OR TTC-MBDI = 0
                EXIT PARAGRAPH.
           MOVE DAT-MBDI TO AJD-DAT
           IF DAT-MBDI = 0
                MOVE W-DATREF TO AJD-DAT.
           PERFORM CAL-LONGUEUR-MOIS
           MOVE AJD-LMOIS TO AJD-JJ
           IF AJD-DAT < W-DATREF
                MOVE W-DATREF TO AJD-DAT.
           MOVE 30 TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO DATSER-DAT
           PERFORM Jour-Continu
           ADD W-DELAI-CLI TO W-JRS-D
           MOVE 2 TO W-RUB
           MOVE TTC-MBDI TO W-MNT
           PERFORM Ajoute-Flux.

      * remises en banque en attente de crédit
       Flux-Remises.
           OPEN INPUT MXREMBQ
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE 3 TO W-RUB
           MOVE 0 TO W-FIN NRB-MRBQ
           START MXREMBQ KEY NOT < CLE1-MRBQ INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Flux-Une-Remise UNTIL W-FIN = 1
           CLOSE MXREMBQ.

       Flux-Une-Remise.
           READ MXREMBQ NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MRBQ = SPACE OR STA-MRBQ NOT = SPACE
                EXIT PARAGRAPH.
           MOVE DVA-MRBQ TO DATSER-DAT
           PERFORM Jour-Continu
           MOVE MNT-MRBQ TO W-MNT
           PERFORM Ajoute-Flux.

      * factures fournisseurs : à payer au délai du fournisseur, ou
      * déjà mises en virement pour une date à venir
       Flux-Fournisseurs.
           MOVE 0 TO W-FIN
           MOVE LOW-VALUE TO CLE1-MFAF
           START MXFACFOU KEY NOT < CLE1-MFAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Flux-Une-Facture UNTIL W-FIN = 1.

       Flux-Une-Facture.
           READ MXFACFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MNT-MFAF = 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = 0 - (MNT-MFAF
                                 + MNT-MFAF * W-TVA / 100)
           IF DPA-MFAF NOT = 0
                IF DPA-MFAF < W-DATREF
                     EXIT PARAGRAPH
                END-IF
                MOVE 5 TO W-RUB
                MOVE DPA-MFAF TO DATSER-DAT
                PERFORM Jour-Continu
                PERFORM Ajoute-Flux
                EXIT PARAGRAPH
           END-IF
           IF STA-MFAF = "P"
                EXIT PARAGRAPH.
           MOVE 4 TO W-RUB
           MOVE FOU-MFAF TO W-PAR3
           PERFORM Cherche-Delai-Fou
           MOVE DAT-MFAF TO DATSER-DAT
           PERFORM Jour-Continu
           ADD W-DELAI TO W-JRS-D
           PERFORM Ajoute-Flux.

      * lignes d'achat en attente de réception
       Flux-Commandes.
           MOVE 6 TO W-RUB
           MOVE 0 TO W-FIN
           MOVE LOW-VALUE TO CLE1-MLDI
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Flux-Une-Ligne UNTIL W-FIN = 1.

       Flux-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TLI-MLDI NOT = 3 OR QTC-MLDI NOT < QTE-MLDI
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = 0 - (QTE-MLDI - QTC-MLDI)
                                 * PAC-MLDI * (100 + W-TVA) / 100
           MOVE FOU-MLDI TO W-PAR3
           PERFORM Cherche-Delai-Fou
           MOVE DLP-MLDI TO DATSER-DAT
           IF DLP-MLDI < W-DATREF
                MOVE W-DATREF TO DATSER-DAT.
           PERFORM Jour-Continu
           ADD W-DELAI TO W-JRS-D
           PERFORM Ajoute-Flux.

      * TVA du mois clos et du mois en cours, payée le jour de TVA
      * du mois suivant ; le mois clos se reconduit sur les deux
      * mois suivants
       Flux-Tva.
           INITIALIZE W-TVA-MOIS
           COMPUTE W-MOIS = W-DATREF / 100
           MOVE W-MOIS TO W-TM-MOIS(2)
           MOVE W-DATREF TO AJD-DAT
           IF AJD-MM = 1
                MOVE 12 TO AJD-MM
                SUBTRACT 1 FROM AJD-AA
           ELSE
                SUBTRACT 1 FROM AJD-MM
           END-IF
           COMPUTE W-TM-MOIS(1) = AJD-DAT / 100
           MOVE 0 TO W-FIN
           MOVE LOW-VALUE TO CLE1-MBDI
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Tva-Un-Bon UNTIL W-FIN = 1
           MOVE 0 TO W-FIN
           MOVE LOW-VALUE TO CLE1-MFAF
           START MXFACFOU KEY NOT < CLE1-MFAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Tva-Une-Facture UNTIL W-FIN = 1
           MOVE 7 TO W-RUB
      * échéance du mois M : jour de TVA du mois M + 1
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                IF I < 3
                     COMPUTE W-MNT = W-TM-DED(I) - W-TM-COL(I)
                ELSE
                     COMPUTE W-MNT = W-TM-DED(1) - W-TM-COL(1)
                END-IF
                COMPUTE AJD-DAT = W-TM-MOIS(1) * 100 + W-JOUR-TVA
                PERFORM AJOUTE-MOIS I TIMES
                MOVE AJD-DAT TO DATSER-DAT
                PERFORM Jour-Continu
      * crédit de TVA ou échéance déjà payée : pas de flux
                IF W-MNT < 0 AND W-JRS-D NOT < W-JRS-JOUR
                     PERFORM Ajoute-Flux
                END-IF
           END-PERFORM.

       Tva-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TRA-MBDI = 0 OR DFA-MBDI = 0
                EXIT PARAGRAPH.
           COMPUTE W-MOIS-BON = DFA-MBDI / 100
           IF TYP-MBDI = 3
                MOVE -1 TO W-SIGNE
           ELSE MOVE 1 TO W-SIGNE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
                IF W-MOIS-BON = W-TM-MOIS(I)
                     COMPUTE W-TM-COL(I) = W-TM-COL(I)
                                         + TVA-MBDI * W-SIGNE
                END-IF
           END-PERFORM.

       Tva-Une-Facture.
           READ MXFACFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           COMPUTE W-MOIS-BON = DAT-MFAF / 100
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
                IF W-MOIS-BON = W-TM-MOIS(I)
                     COMPUTE W-TM-DED(I) ROUNDED = W-TM-DED(I)
                                         + MNT-MFAF * W-TVA / 100
                END-IF
           END-PERFORM.

      * totaux encaissements / décaissements de chaque semaine ;
      * la TVA compte dans les décaissements prévus
       Totalise-Semaines.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                COMPUTE W-PR-ENC(I) = W-PR-MNT(I, 1) + W-PR-MNT(I, 2)
                                    + W-PR-MNT(I, 3)
                COMPUTE W-PR-DEC(I) = W-PR-MNT(I, 4) + W-PR-MNT(I, 5)
                                    + W-PR-MNT(I, 6) + W-PR-MNT(I, 7)
           END-PERFORM.

       Edite-Prevision.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tresor-" DELIMITED BY SIZE
                  W-LUNDI DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE W-SOLDE TO W-MNT-ED
           STRING "PREVISION DE TRESORERIE SUR 13 SEMAINES DU "
                  DELIMITED BY SIZE
                  W-LUNDI DELIMITED BY SIZE
                  " - SOLDE D'OUVERTURE " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SE LUNDI         ECH      BLN      RBQ      FFO"
                  DELIMITED BY SIZE
                  "      VIR      CDF      TVA  ENCAISSE  DECAISSE"
                  DELIMITED BY SIZE
                  "       NET     CUMULE" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-SOLDE TO W-CUMUL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                MOVE SPACE TO LIGNE-PRV
                IF I < 14
                     MOVE I TO W-NB
                     MOVE W-NB(4:2) TO LP-SEM
                     MOVE W-PR-DDS(I) TO LP-DDS
                ELSE
                     MOVE "AU-DELA" TO LP-DDS
                END-IF
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                     MOVE W-PR-MNT(I, J) TO LP-MNT(J)
                END-PERFORM
                MOVE W-PR-ENC(I) TO LP-ENC
                MOVE W-PR-DEC(I) TO LP-DEC
                COMPUTE W-MNT = W-PR-ENC(I) + W-PR-DEC(I)
                MOVE W-MNT TO LP-NET
                ADD W-MNT TO W-CUMUL
                MOVE W-CUMUL TO LP-CUM
                WRITE LIGNE-ETAT FROM LIGNE-PRV
           END-PERFORM
           CLOSE ETAT.

      * la prévision se conserve pour le rapprochement du réalisé ;
      * une prévision refaite le même lundi remplace la précédente
       Conserve-Prevision.
           OPEN I-O MXTRESOR
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXTRESOR
                CLOSE MXTRESOR
                OPEN I-O MXTRESOR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                     MOVE W-RUB-COD(J) TO RUB-MTRE
                     MOVE W-PR-MNT(I, J) TO W-MNT
                     PERFORM Ecrit-Tresor
                END-PERFORM
                MOVE "ENC" TO RUB-MTRE
                MOVE W-PR-ENC(I) TO W-MNT
                PERFORM Ecrit-Tresor
                MOVE "DEC" TO RUB-MTRE
                COMPUTE W-MNT = W-PR-DEC(I) - W-PR-MNT(I, 7)
                PERFORM Ecrit-Tresor
           END-PERFORM
           CLOSE MXTRESOR.

      * ligne I de rubrique RUB-MTRE, montant W-MNT
       Ecrit-Tresor.
           MOVE W-LUNDI TO DPR-MTRE
           MOVE I TO SEM-MTRE
           MOVE W-PR-DDS(I) TO DDS-MTRE
           MOVE W-MNT TO MNT-MTRE
           MOVE 0 TO REA-MTRE DRE-MTRE
           WRITE ENR-MTRE INVALID
                REWRITE ENR-MTRE INVALID CONTINUE
                END-REWRITE
           END-WRITE.

      ******************************************************************
      *    COMPARE : prévu / réalisé des semaines écoulées
      ******************************************************************
       Compare.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LUNDI
           IF W-LUNDI = 0
                DISPLAY "usage : tresor-b COMPARE dateprevision"
                GO F-Compare.
           OPEN I-O MXTRESOR
           IF FILE-STATUS NOT = "00"
                DISPLAY "tresor-b : aucune prévision conservée"
                GO F-Compare.
           INITIALIZE W-PREVISION
           MOVE 0 TO W-NB W-FIN
           MOVE W-LUNDI TO DPR-MTRE
           MOVE 0 TO SEM-MTRE
           MOVE SPACE TO RUB-MTRE
           START MXTRESOR KEY NOT < CLE1-MTRE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Relit-Prevision UNTIL W-FIN = 1
           IF W-NB = 0
                DISPLAY "tresor-b : pas de prévision au " W-LUNDI
                CLOSE MXTRESOR
                GO F-Compare.
           MOVE W-DAT TO W-DATREF
           MOVE W-LUNDI TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-LUN
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           PERFORM Realise-Reglements
           PERFORM Realise-Remises
           PERFORM Realise-Fournisseurs
           PERFORM Edite-Comparaison
           PERFORM Pose-Realise
           CLOSE MXTRESOR
           DISPLAY "tresor-b : comparaison " ASSIGN-ETAT.
       F-Compare.
           EXIT.

       Relit-Prevision.
           READ MXTRESOR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DPR-MTRE NOT = W-LUNDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           MOVE SEM-MTRE TO I
           MOVE DDS-MTRE TO W-PR-DDS(I)
           EVALUATE RUB-MTRE
           WHEN "ENC" MOVE MNT-MTRE TO W-PR-ENC(I)
           WHEN "DEC" MOVE MNT-MTRE TO W-PR-DEC(I)
           WHEN OTHER CONTINUE
           END-EVALUATE.

      * semaine écoulée de la prévision du jour continu W-JRS-D
      * (W-SEM = 0 : hors prévision ou semaine pas encore finie)
       Semaine-Realise.
           MOVE 0 TO W-SEM
           IF W-JRS-D < W-JRS-LUN
                EXIT PARAGRAPH.
           COMPUTE W-SEM = (W-JRS-D - W-JRS-LUN) / 7 + 1
           IF W-SEM > 13
                MOVE 0 TO W-SEM
                EXIT PARAGRAPH.
           COMPUTE W-JRS-TMP = W-JRS-LUN + W-SEM * 7
           IF W-JRS-TMP > W-JRS-JOUR
                MOVE 0 TO W-SEM.

      * règlements clients encaissés, hors LCR (créditées avec leur
      * remise)
       Realise-Reglements.
           OPEN INPUT MXREGLEM
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN NRG-MRGL
           START MXREGLEM KEY NOT < CLE1-MRGL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Realise-Un-Reglement UNTIL W-FIN = 1
           CLOSE MXREGLEM.

       Realise-Un-Reglement.
           READ MXREGLEM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MOD-MRGL = "LCR" OR DAT-MRGL = 0
                EXIT PARAGRAPH.
           MOVE DAT-MRGL TO DATSER-DAT
           PERFORM Jour-Continu
           PERFORM Semaine-Realise
           IF W-SEM NOT = 0
                ADD MNT-MRGL TO W-PR-REA-ENC(W-SEM).

       Realise-Remises.
           OPEN INPUT MXREMBQ
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN NRB-MRBQ
           START MXREMBQ KEY NOT < CLE1-MRBQ INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Realise-Une-Remise UNTIL W-FIN = 1
           CLOSE MXREMBQ.

       Realise-Une-Remise.
           READ MXREMBQ NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MRBQ NOT = "L" OR DRP-MRBQ = 0
                EXIT PARAGRAPH.
           MOVE DRP-MRBQ TO DATSER-DAT
           PERFORM Jour-Continu
           PERFORM Semaine-Realise
           IF W-SEM NOT = 0
                ADD MRP-MRBQ TO W-PR-REA-ENC(W-SEM).

       Realise-Fournisseurs.
           OPEN INPUT MXPARAM
           MOVE 20 TO W-TVA
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID CONTINUE
           NOT INVALID
                IF TVA-MPAR(1) NOT = 0
                     MOVE TVA-MPAR(1) TO W-TVA
                END-IF
           END-READ
           CLOSE MXPARAM
           OPEN INPUT MXFACFOU
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN
           MOVE LOW-VALUE TO CLE1-MFAF
           START MXFACFOU KEY NOT < CLE1-MFAF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Realise-Une-Facture UNTIL W-FIN = 1
           CLOSE MXFACFOU.

       Realise-Une-Facture.
           READ MXFACFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DPA-MFAF = 0
                EXIT PARAGRAPH.
           MOVE DPA-MFAF TO DATSER-DAT
           PERFORM Jour-Continu
           PERFORM Semaine-Realise
           IF W-SEM = 0
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = 0 - (MNT-MFAF
                                 + MNT-MFAF * W-TVA / 100)
           ADD W-MNT TO W-PR-REA-DEC(W-SEM).

       Edite-Comparaison.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/tresor-ecart-" DELIMITED BY SIZE
                  W-LUNDI DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PREVU / REALISE DE LA PREVISION DU "
                  DELIMITED BY SIZE
                  W-LUNDI DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " (HORS TVA)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SE LUNDI    " DELIMITED BY SIZE
                  "ENCAISS. PREVU ENCAISS. REEL         ECART"
                  DELIMITED BY SIZE
                  "  DECAISS. PREVU DECAISS. REEL         ECART"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 13
                MOVE SPACE TO LIGNE-CMP
                MOVE I TO W-NB
                MOVE W-NB(4:2) TO LM-SEM
                MOVE W-PR-DDS(I) TO LM-DDS
                MOVE W-PR-ENC(I) TO LM-ENC
                MOVE W-PR-DEC(I) TO LM-DEC
                COMPUTE W-JRS-TMP = W-JRS-LUN + I * 7
                IF W-JRS-TMP > W-JRS-JOUR
                     MOVE "A VENIR" TO LM-LIB
                ELSE
                     MOVE W-PR-REA-ENC(I) TO LM-RENC
                     COMPUTE W-MNT = W-PR-REA-ENC(I) - W-PR-ENC(I)
                     MOVE W-MNT TO LM-EENC
                     MOVE W-PR-REA-DEC(I) TO LM-RDEC
                     COMPUTE W-MNT = W-PR-REA-DEC(I) - W-PR-DEC(I)
                     MOVE W-MNT TO LM-EDEC
                END-IF
                WRITE LIGNE-ETAT FROM LIGNE-CMP
           END-PERFORM
           CLOSE ETAT.

      * réalisé posé sur les totaux des semaines écoulées
       Pose-Realise.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 13
                COMPUTE W-JRS-TMP = W-JRS-LUN + I * 7
                IF W-JRS-TMP NOT > W-JRS-JOUR
                     MOVE W-LUNDI TO DPR-MTRE
                     MOVE I TO SEM-MTRE
                     MOVE "ENC" TO RUB-MTRE
                     MOVE W-PR-REA-ENC(I) TO W-MNT
                     PERFORM Pose-Un-Realise
                     MOVE "DEC" TO RUB-MTRE
                     MOVE W-PR-REA-DEC(I) TO W-MNT
                     PERFORM Pose-Un-Realise
                END-IF
           END-PERFORM.

       Pose-Un-Realise.
           READ MXTRESOR INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE W-MNT TO REA-MTRE
           MOVE W-DAT TO DRE-MTRE
           REWRITE ENR-MTRE INVALID CONTINUE
           END-REWRITE.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
