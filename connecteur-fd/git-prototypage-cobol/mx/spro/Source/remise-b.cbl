      *{Bench}prg-comment
      * remise-b.cbl
151026* remise-b.cbl : remises en banque - LCR, chèques, espèces.
151026* Les comptes de remise se lisent dans MX-DIR/remise.cfg :
151026*   B;code;libellé banque;iban;raison sociale;siren
151026*       un compte de remise (le premier est le compte par
151026*       défaut) ;
151026*   A;agence;code
151026*       compte de remise d'une agence (chèques des clients
151026*       de l'agence AGE-MCLI, espèces de ses Z).
151026* Fonctions :
151026*   LCR <datdeb> <datfin> [compte]
151026*       remise des traites des clients payant par LCR
151026*       (PAI-MCLI = 5) à échéance dans la fenêtre, non
151026*       lettrées ni remises, hors créances cédées au factor
151026*       ou douteuses : fichier de remise CFONB 160 (lettre
151026*       de change relevé, 03/06/08 code opération 60)
151026*       ft/lcr-<nrb>.txt ; la traite remise est réglée
151026*       (règlement MXREGLEM mode LCR, NRB/MLR-MECH) ; une
151026*       domiciliation hors France ou incomplète sort en
151026*       rejet ft/lcr-rejets-<nrb>.txt ;
151026*   IMPAYE <fic>
151026*       LCR revenues impayées, lignes échéance;motif[;date] :
151026*       le montant remis est retranché du réglé, la traite
151026*       redevient un poste ouvert relançable (REJ-MECH,
151026*       défaut LCI) et le règlement est contre-passé ;
151026*   CHEQUES [date]
151026*       un bordereau numéroté par compte de remise des
151026*       chèques MXREGLEM (mode CHQ) non encore remis,
151026*       ft/remise-<nrb>.txt ;
151026*   ESPECES [date]
151026*       un bordereau numéroté par compte de remise des
151026*       espèces comptées aux Z de comptoir-b non remis et
151026*       des règlements MXREGLEM en espèces (mode ESP, dont
151026*       l'argent des chauffeurs versé par livconf-b SOLDE)
151026*       non encore remis ;
151026*   ECARTS [jours]
151026*       remises non rapprochées du relevé (bankimp-b) plus
151026*       de <jours> (défaut 5) après le crédit attendu, et
151026*       remises rapprochées avec écart de montant,
151026*       ft/remise-ecarts.txt.
151026* La LCR remise est payée à son échéance : DLT-MECH = DEC.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. remise-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:02:48.
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
       COPY "MXREGLEM.sl".
       COPY "MXCAISSE.sl".
       COPY "MXREMBQ.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT LCRFIC ASSIGN TO ASSIGN-LCRFIC
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LCRFIC.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXECHEAN.fd".
       COPY "MXREGLEM.fd".
       COPY "MXCAISSE.fd".
       COPY "MXREMBQ.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  LCRFIC LABEL RECORD STANDARD.
       01  LIGNE-LCR           PIC X(160).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(160).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-LCRFIC   PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-LCRFIC        PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-CPT-AG             PIC X(05).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATMAX             PIC 9(08).
       77 W-DATOP              PIC 9(08).
       77 W-NRB                PIC 9(06).
       77 W-NRB-X              PIC X(06).
       77 W-NRG                PIC 9(08).
       77 W-NEC                PIC 9(08).
       77 W-MOT                PIC X(03).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-CSE                PIC 9.
       77 W-RGL                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NBREJ              PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-SEQ                PIC 9(08).
       77 W-RESTE              PIC S9(09)V99.
       77 W-TOTAL              PIC S9(11)V99.
       77 W-CENT               PIC 9(12).
       77 W-JOURS              PIC 9(03).
       77 W-JRS-JOUR           PIC S9(07).
       77 W-RETARD             PIC S9(07).
       77 W-AGE                PIC X(03).
       77 W-IB                 PIC 9(02) COMP.
       77 W-IBQ                PIC 9(02) COMP.
       77 W-NBTAB              PIC 9(03) COMP.
       77 I                    PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 500.
       78 MAXBQ                VALUE IS 10.
       78 MAXAG                VALUE IS 50.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
      * comptes de remise et agences : remise.cfg
       01 W-BANQUES.
           05 W-BQ OCCURS 10.
              10 W-BQ-COD      PIC X(05).
              10 W-BQ-LIB      PIC X(24).
              10 W-BQ-IBAN     PIC X(34).
              10 W-BQ-RAI      PIC X(24).
              10 W-BQ-SIR      PIC X(09).
       77 W-NBBQ               PIC 9(02) COMP.
       01 W-AGENCES.
           05 W-AG OCCURS 50.
              10 W-AG-AGE      PIC X(03).
              10 W-AG-BQ       PIC 9(02) COMP.
       77 W-NBAG               PIC 9(02) COMP.
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-COD           PIC X(05).
           05 WF-LIB           PIC X(24).
           05 WF-IBAN          PIC X(34).
           05 WF-RAI           PIC X(24).
           05 WF-SIR           PIC X(09).
       01 W-ZONES-IMP.
           05 WI-NEC           PIC X(10).
           05 WI-MOT           PIC X(03).
           05 WI-DAT           PIC X(10).
      * dates JJMMAA de l'enregistrement CFONB
       01 W-D8                 PIC 9(08).
       01 W-D8-AMJ REDEFINES W-D8.
           05 W-D8-SS          PIC 9(02).
           05 W-D8-AA          PIC 9(02).
           05 W-D8-MM          PIC 9(02).
           05 W-D8-JJ          PIC 9(02).
       01 W-D6.
           05 W-D6-JJ          PIC 9(02).
           05 W-D6-MM          PIC 9(02).
           05 W-D6-AA          PIC 9(02).
       77 W-D6-CRE             PIC X(06).
      * traites collectées du premier passage
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 500.
              10 W-TAB-NEC     PIC 9(08).
              10 W-TAB-FAC     PIC 9(08).
              10 W-TAB-CLI     PIC 9(08).
              10 W-TAB-DEC     PIC 9(08).
              10 W-TAB-MNT     PIC S9(09)V99.
              10 W-TAB-IBA     PIC X(34).
              10 W-TAB-NOM     PIC X(24).
              10 W-TAB-SIR     PIC X(09).
      * enregistrements CFONB 160 de la remise de LCR
       01 LCR-EMETTEUR.
           05 LE-CODE          PIC X(02) VALUE "03".
           05 LE-OPE           PIC X(02) VALUE "60".
           05 LE-NUM           PIC 9(08).
           05 FILLER           PIC X(12).
           05 LE-DCRE          PIC X(06).
           05 LE-RAI           PIC X(24).
           05 LE-DOM           PIC X(24).
           05 LE-ENTREE        PIC X(01).
           05 LE-DAILLY        PIC X(01).
           05 LE-MONNAIE       PIC X(01).
           05 LE-BANQUE        PIC X(05).
           05 LE-GUICHET       PIC X(05).
           05 LE-COMPTE        PIC X(11).
           05 FILLER           PIC X(16).
           05 LE-DVAL          PIC X(06).
           05 FILLER           PIC X(10).
           05 LE-SIREN         PIC X(15).
           05 LE-REF           PIC X(11).
       01 LCR-DETAIL.
           05 LD-CODE          PIC X(02) VALUE "06".
           05 LD-OPE           PIC X(02) VALUE "60".
           05 LD-NUM           PIC 9(08).
           05 FILLER           PIC X(08).
           05 LD-REFT          PIC X(10).
           05 LD-NOM           PIC X(24).
           05 LD-DOM           PIC X(24).
           05 LD-ACC           PIC X(01).
           05 FILLER           PIC X(02).
           05 LD-BANQUE        PIC X(05).
           05 LD-GUICHET       PIC X(05).
           05 LD-COMPTE        PIC X(11).
           05 LD-MNT           PIC 9(12).
           05 FILLER           PIC X(04).
           05 LD-DECH          PIC X(06).
           05 LD-DCRE          PIC X(06).
           05 FILLER           PIC X(04).
           05 LD-TYPE          PIC X(01).
           05 LD-SIREN         PIC X(15).
           05 LD-REFC          PIC X(10).
       01 LCR-TOTAL.
           05 LT-CODE          PIC X(02) VALUE "08".
           05 LT-OPE           PIC X(02) VALUE "60".
           05 LT-NUM           PIC 9(08).
           05 FILLER           PIC X(90).
           05 LT-MNT           PIC 9(12).
           05 FILLER           PIC X(46).
       01 LIGNE-REJ.
           05 LJ-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LJ-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LJ-LIB           PIC X(40).
       01 LIGNE-BOR.
           05 LB-NUM           PIC ZZZ9.
           05 FILLER           PIC X(02).
           05 LB-ORI           PIC X(08).
           05 FILLER           PIC X(02).
           05 LB-CLI           PIC X(08).
           05 FILLER           PIC X(02).
           05 LB-NOM           PIC X(30).
           05 FILLER           PIC X(02).
           05 LB-REF           PIC X(20).
           05 FILLER           PIC X(02).
           05 LB-MNT           PIC -(10)9,99.
       01 LIGNE-ECA.
           05 LC-NRB           PIC 9(06).
           05 FILLER           PIC X(02).
           05 LC-TYP           PIC X(01).
           05 FILLER           PIC X(02).
           05 LC-BNQ           PIC X(05).
           05 FILLER           PIC X(02).
           05 LC-DAT           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LC-DVA           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LC-MNT           PIC -(10)9,99.
           05 FILLER           PIC X(02).
           05 LC-MRP           PIC -(10)9,99.
           05 FILLER           PIC X(02).
           05 LC-LIB           PIC X(30).
       01 W-MNT-ED             PIC -(10)9,99.
       01 W-NB-ED              PIC ZZZZ9.
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
           PERFORM Charge-Comptes
           EVALUATE W-FONCTION
           WHEN "LCR"     PERFORM Remise-Lcr THRU F-Remise-Lcr
           WHEN "IMPAYE"  PERFORM Integre-Impayes
                             THRU F-Integre-Impayes
           WHEN "CHEQUES" PERFORM Remise-Cheques
                             THRU F-Remise-Cheques
           WHEN "ESPECES" PERFORM Remise-Especes
                             THRU F-Remise-Especes
           WHEN "ECARTS"  PERFORM Edite-Ecarts THRU F-Edite-Ecarts
           WHEN OTHER
                DISPLAY "remise-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : remise-b LCR datdeb datfin [compte]"
                DISPLAY "        remise-b IMPAYE fichier"
                DISPLAY "        remise-b CHEQUES [date]"
                DISPLAY "        remise-b ESPECES [date]"
                DISPLAY "        remise-b ECARTS [jours]"
           END-EVALUATE
           GO Fin.

      * comptes de remise (B) et rattachement des agences (A)
       Charge-Comptes.
           MOVE 0 TO W-NBBQ W-NBAG
           STRING MX-DIR DELIMITED BY "  "
                  "/remise.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN2
           PERFORM Charge-Un-Compte UNTIL W-FIN2 = 1
           CLOSE CONFIG.

       Charge-Un-Compte.
           READ CONFIG AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WF-TYP WF-COD WF-LIB WF-IBAN WF-RAI WF-SIR
           EVALUATE WF-TYP
           WHEN "B"
                IF W-NBBQ < MAXBQ
                     ADD 1 TO W-NBBQ
                     MOVE WF-COD TO W-BQ-COD(W-NBBQ)
                     MOVE WF-LIB TO W-BQ-LIB(W-NBBQ)
                     MOVE WF-IBAN TO W-BQ-IBAN(W-NBBQ)
                     MOVE WF-RAI TO W-BQ-RAI(W-NBBQ)
                     MOVE WF-SIR TO W-BQ-SIR(W-NBBQ)
                END-IF
           WHEN "A"
                IF W-NBAG < MAXAG
                     ADD 1 TO W-NBAG
                     MOVE WF-COD TO W-AG-AGE(W-NBAG)
                     MOVE WF-LIB(1:5) TO W-CPT-AG
                     PERFORM Cherche-Compte-Code
                     MOVE W-IBQ TO W-AG-BQ(W-NBAG)
                END-IF
           WHEN OTHER CONTINUE
           END-EVALUATE.

      * rang du compte de code W-CPT-AG (0 inconnu)
       Cherche-Compte-Code.
           MOVE 0 TO W-IBQ
           PERFORM VARYING W-IB FROM 1 BY 1 UNTIL W-IB > W-NBBQ
                IF W-BQ-COD(W-IB) = W-CPT-AG
                     MOVE W-IB TO W-IBQ
                END-IF
           END-PERFORM.

      * compte de remise de l'agence W-AGE, à défaut le premier
       Cherche-Compte-Agence.
           MOVE 1 TO W-IBQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBAG
                IF W-AG-AGE(I) = W-AGE AND W-AG-BQ(I) NOT = 0
                     MOVE W-AG-BQ(I) TO W-IBQ
                END-IF
           END-PERFORM.

      * prochain numéro de bordereau
       Cherche-Nrb.
           MOVE 0 TO W-NRB
           MOVE 999999 TO NRB-MRBQ
           START MXREMBQ KEY NOT > CLE1-MRBQ INVALID
                CONTINUE
           NOT INVALID
                READ MXREMBQ PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRB-MRBQ TO W-NRB
                END-READ
           END-START
           ADD 1 TO W-NRB
           MOVE W-NRB TO W-NRB-X.

       Ouvre-Remises.
           OPEN I-O MXREMBQ
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREMBQ
                CLOSE MXREMBQ
                OPEN I-O MXREMBQ.

       Cherche-Nrg.
           MOVE 0 TO W-NRG
           MOVE 99999999 TO NRG-MRGL
           START MXREGLEM KEY NOT > CLE1-MRGL INVALID
                CONTINUE
           NOT INVALID
                READ MXREGLEM PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRG-MRGL TO W-NRG
                END-READ
           END-START.

      * W-D8 AAAAMMJJ -> W-D6 JJMMAA
       Date-Jjmmaa.
           MOVE W-D8-JJ TO W-D6-JJ
           MOVE W-D8-MM TO W-D6-MM
           MOVE W-D8-AA TO W-D6-AA.

      ******************************************************************
      *    LCR : remise des lettres de change relevé
      ******************************************************************
       Remise-Lcr.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATFIN
           IF W-DATDEB = 0 OR W-DATFIN < W-DATDEB
                DISPLAY "usage : remise-b LCR datdeb datfin [compte]"
                GO F-Remise-Lcr.
           IF W-NBBQ = 0
                DISPLAY "remise-b : aucun compte dans remise.cfg"
                GO F-Remise-Lcr.
           MOVE 1 TO W-IBQ
           IF W-PAR4 NOT = SPACE
                MOVE W-PAR4(1:5) TO W-CPT-AG
                PERFORM Cherche-Compte-Code
                IF W-IBQ = 0
                     DISPLAY "remise-b : compte inconnu " W-PAR4
                     GO F-Remise-Lcr
                END-IF
           END-IF
           IF W-BQ-IBAN(W-IBQ)(1:2) NOT = "FR"
                DISPLAY "remise-b : le compte " W-BQ-COD(W-IBQ)
                        " n'est pas domicilié en France"
                GO F-Remise-Lcr.
           OPEN I-O MXECHEAN
           IF FILE-STATUS = "35"
                DISPLAY "remise-b : aucun poste ouvert"
                GO F-Remise-Lcr.
           OPEN INPUT MXCLI
           OPEN I-O MXREGLEM
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREGLEM
                CLOSE MXREGLEM
                OPEN I-O MXREGLEM.
           PERFORM Ouvre-Remises
           PERFORM Cherche-Nrb
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/lcr-rejets-" DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
      * premier passage : traites éligibles (le total de
      * l'enregistrement 08 doit être exact)
           MOVE 0 TO W-NB W-NBREJ W-TOTAL W-FIN W-NBTAB W-DATMAX
           MOVE 0 TO NEC-MECH
           START MXECHEAN KEY NOT < CLE1-MECH INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Collecte-Une-Lcr UNTIL W-FIN = 1
           CLOSE ETAT
           IF W-NBTAB = 0
                DISPLAY "remise-b : aucune LCR à remettre, "
                        W-NBREJ " rejets"
                CLOSE MXECHEAN MXCLI MXREGLEM MXREMBQ
                GO F-Remise-Lcr.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/lcr-" DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-LCRFIC
           OPEN OUTPUT LCRFIC
           MOVE 1 TO W-SEQ
           PERFORM Emet-Lcr-Emetteur
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBTAB
                PERFORM Emet-Lcr-Detail
           END-PERFORM
           ADD 1 TO W-SEQ
           MOVE SPACE TO LCR-TOTAL
           MOVE "08" TO LT-CODE
           MOVE "60" TO LT-OPE
           MOVE W-SEQ TO LT-NUM
           COMPUTE LT-MNT = W-TOTAL * 100
           WRITE LIGNE-LCR FROM LCR-TOTAL
           CLOSE LCRFIC
      * les traites remises sont réglées après émission du fichier
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NBTAB
                PERFORM Regle-Une-Lcr
           END-PERFORM
           INITIALIZE ENR-MRBQ
           MOVE W-NRB TO NRB-MRBQ
           MOVE "L" TO TYP-MRBQ
           MOVE W-BQ-COD(W-IBQ) TO BNQ-MRBQ
           MOVE W-DAT TO DAT-MRBQ
           MOVE W-DATMAX TO DVA-MRBQ
           MOVE W-NBTAB TO NB-MRBQ
           MOVE W-TOTAL TO MNT-MRBQ
           WRITE ENR-MRBQ INVALID CONTINUE
           END-WRITE
           CLOSE MXECHEAN MXCLI MXREGLEM MXREMBQ
           MOVE W-TOTAL TO W-MNT-ED
           DISPLAY "remise-b : remise LCR " W-NRB-X ", " W-NB
                   " traites, " W-MNT-ED ", " W-NBREJ " rejets"
           DISPLAY "remise-b : fichier " ASSIGN-LCRFIC.
       F-Remise-Lcr.
           EXIT.

       Collecte-Une-Lcr.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF LET-MECH = 1 OR IRM-MECH = 1
                EXIT PARAGRAPH.
           IF AFF-MECH = 1 OR DOU-MECH NOT = SPACE
                EXIT PARAGRAPH.
           IF DEC-MECH < W-DATDEB OR DEC-MECH > W-DATFIN
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
           MOVE CLI-MECH TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
      * seuls les clients payant par LCR se remettent
           IF PAI-MCLI NOT = 5
                EXIT PARAGRAPH.
      * domiciliation française : banque, guichet, compte du RIB
      * contenus dans l'IBAN FRkk BBBBB GGGGG CCCCCCCCCCC RR
           IF IBA-MCLI(1:2) NOT = "FR" OR IBA-MCLI(28:1) NOT = SPACE
           OR IBA-MCLI(27:1) = SPACE
                ADD 1 TO W-NBREJ
                MOVE SPACE TO LIGNE-REJ
                MOVE NEC-MECH TO LJ-NEC
                MOVE CLI-MECH TO LJ-CLI
                MOVE "domiciliation française absente" TO LJ-LIB
                WRITE LIGNE-ETAT FROM LIGNE-REJ
                EXIT PARAGRAPH.
           IF W-NBTAB NOT < MAXTAB
                ADD 1 TO W-NBREJ
                MOVE SPACE TO LIGNE-REJ
                MOVE NEC-MECH TO LJ-NEC
                MOVE CLI-MECH TO LJ-CLI
                MOVE "remise pleine, traite reportée" TO LJ-LIB
                WRITE LIGNE-ETAT FROM LIGNE-REJ
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTAB
           MOVE NEC-MECH TO W-TAB-NEC(W-NBTAB)
           MOVE FAC-MECH TO W-TAB-FAC(W-NBTAB)
           MOVE CLI-MECH TO W-TAB-CLI(W-NBTAB)
           MOVE DEC-MECH TO W-TAB-DEC(W-NBTAB)
           MOVE W-RESTE TO W-TAB-MNT(W-NBTAB)
           MOVE IBA-MCLI TO W-TAB-IBA(W-NBTAB)
           MOVE RAI-MCLI TO W-TAB-NOM(W-NBTAB)
           MOVE SIR1-MCLI(1:9) TO W-TAB-SIR(W-NBTAB)
           IF DEC-MECH > W-DATMAX
                MOVE DEC-MECH TO W-DATMAX.
           ADD W-RESTE TO W-TOTAL
           ADD 1 TO W-NB.

      * enregistrement 03 : le cédant et son compte de remise,
      * code entrée 2 = remise à l'encaissement
       Emet-Lcr-Emetteur.
           MOVE SPACE TO LCR-EMETTEUR
           MOVE "03" TO LE-CODE
           MOVE "60" TO LE-OPE
           MOVE W-SEQ TO LE-NUM
           MOVE W-DAT TO W-D8
           PERFORM Date-Jjmmaa
           MOVE W-D6 TO W-D6-CRE
           MOVE W-D6-CRE TO LE-DCRE
           MOVE W-BQ-RAI(W-IBQ) TO LE-RAI
           MOVE W-BQ-LIB(W-IBQ) TO LE-DOM
           MOVE "2" TO LE-ENTREE
           MOVE "E" TO LE-MONNAIE
           MOVE W-BQ-IBAN(W-IBQ)(5:5) TO LE-BANQUE
           MOVE W-BQ-IBAN(W-IBQ)(10:5) TO LE-GUICHET
           MOVE W-BQ-IBAN(W-IBQ)(15:11) TO LE-COMPTE
           MOVE W-DATMAX TO W-D8
           PERFORM Date-Jjmmaa
           MOVE W-D6 TO LE-DVAL
           MOVE W-BQ-SIR(W-IBQ) TO LE-SIREN
           MOVE W-NRB-X TO LE-REF
           WRITE LIGNE-LCR FROM LCR-EMETTEUR.

      * enregistrement 06 : une LCR, référence tiré = no de
      * facture, référence tireur = no d'échéance
       Emet-Lcr-Detail.
           ADD 1 TO W-SEQ
           MOVE SPACE TO LCR-DETAIL
           MOVE "06" TO LD-CODE
           MOVE "60" TO LD-OPE
           MOVE W-SEQ TO LD-NUM
           MOVE W-TAB-FAC(I) TO LD-REFT
           MOVE W-TAB-NOM(I) TO LD-NOM
           MOVE W-TAB-IBA(I)(5:5) TO LD-BANQUE
           MOVE W-TAB-IBA(I)(10:5) TO LD-GUICHET
           MOVE W-TAB-IBA(I)(15:11) TO LD-COMPTE
           COMPUTE W-CENT = W-TAB-MNT(I) * 100
           MOVE W-CENT TO LD-MNT
           MOVE W-TAB-DEC(I) TO W-D8
           PERFORM Date-Jjmmaa
           MOVE W-D6 TO LD-DECH
           MOVE W-D6-CRE TO LD-DCRE
           MOVE W-TAB-SIR(I) TO LD-SIREN
           MOVE W-TAB-NEC(I) TO LD-REFC
           WRITE LIGNE-LCR FROM LCR-DETAIL.

      * la LCR remise vaut règlement : un impayé la rouvre
       Regle-Une-Lcr.
           MOVE W-TAB-NEC(I) TO NEC-MECH
           READ MXECHEAN INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE 1 TO IRM-MECH
           MOVE W-DAT TO DRM-MECH
           MOVE W-NRB TO NRB-MECH
           MOVE W-TAB-MNT(I) TO MLR-MECH
           ADD W-TAB-MNT(I) TO REG-MECH
           IF REG-MECH NOT < MNT-MECH
                MOVE 1 TO LET-MECH
                MOVE DEC-MECH TO DLT-MECH.
           MOVE SPACE TO REJ-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           PERFORM Cherche-Nrg
           ADD 1 TO W-NRG
           INITIALIZE ENR-MRGL
           MOVE W-NRG TO NRG-MRGL
           MOVE CLI-MECH TO CLI-MRGL
           MOVE W-DAT TO DAT-MRGL
           MOVE "LCR" TO MOD-MRGL
           MOVE W-TAB-MNT(I) TO MNT-MRGL IMP-MRGL
           STRING "LCR " DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  INTO REF-MRGL
           MOVE W-NRB TO NRB-MRGL
           WRITE ENR-MRGL INVALID CONTINUE
           END-WRITE.

      ******************************************************************
      *    IMPAYE : LCR revenues impayées
      ******************************************************************
       Integre-Impayes.
           IF W-PAR2 = SPACE
                DISPLAY "usage : remise-b IMPAYE fichier"
                GO F-Integre-Impayes.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "remise-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Integre-Impayes.
           OPEN I-O MXECHEAN MXREGLEM
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Impaye-Une-Ligne UNTIL W-FIN = 1
           CLOSE MOUVT MXECHEAN MXREGLEM
           DISPLAY "remise-b : " W-NB " LCR impayées réintégrées, "
                   W-ERR " anomalies".
       F-Integre-Impayes.
           EXIT.

       Impaye-Une-Ligne.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-IMP
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WI-NEC WI-MOT WI-DAT
           IF WI-NEC = SPACE
                EXIT PARAGRAPH.
           MOVE WI-NEC TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NEC
           MOVE W-NEC TO NEC-MECH
           READ MXECHEAN INVALID
                DISPLAY "remise-b : traite inconnue " W-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF NRB-MECH = 0 OR MLR-MECH = 0
                DISPLAY "remise-b : traite non remise en LCR " W-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WI-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATOP
           IF W-DATOP = 0
                MOVE W-DAT TO W-DATOP.
           MOVE WI-MOT TO W-MOT
           IF W-MOT = SPACE
                MOVE "LCI" TO W-MOT.
           MOVE MLR-MECH TO W-RESTE
           MOVE NRB-MECH TO W-NRB-X
           SUBTRACT W-RESTE FROM REG-MECH
           MOVE 0 TO LET-MECH IRM-MECH DRM-MECH NRB-MECH MLR-MECH
           MOVE 0 TO DLT-MECH
           MOVE W-MOT TO REJ-MECH
           REWRITE ENR-MECH INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-REWRITE
      * contre-passation du règlement LCR
           PERFORM Cherche-Nrg
           ADD 1 TO W-NRG
           INITIALIZE ENR-MRGL
           MOVE W-NRG TO NRG-MRGL
           MOVE CLI-MECH TO CLI-MRGL
           MOVE W-DATOP TO DAT-MRGL
           MOVE "LCR" TO MOD-MRGL
           COMPUTE MNT-MRGL = 0 - W-RESTE
           MOVE MNT-MRGL TO IMP-MRGL
           STRING "IMPAYE " DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-MECH DELIMITED BY SIZE
                  INTO REF-MRGL
           MOVE W-NRB-X TO NRB-MRGL
           WRITE ENR-MRGL INVALID CONTINUE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    CHEQUES : bordereaux de remise de chèques par compte
      ******************************************************************
       Remise-Cheques.
           PERFORM Date-Reference
           IF W-NBBQ = 0
                DISPLAY "remise-b : aucun compte dans remise.cfg"
                GO F-Remise-Cheques.
           OPEN I-O MXREGLEM
           IF FILE-STATUS = "35"
                DISPLAY "remise-b : aucun règlement"
                GO F-Remise-Cheques.
           OPEN INPUT MXCLI
           PERFORM Ouvre-Remises
           PERFORM Cheques-Un-Compte
                   VARYING W-IB FROM 1 BY 1 UNTIL W-IB > W-NBBQ
           CLOSE MXREGLEM MXCLI MXREMBQ.
       F-Remise-Cheques.
           EXIT.

       Date-Reference.
           MOVE W-DAT TO W-DATREF
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATREF.

      * un bordereau par compte, ouvert au premier chèque trouvé
       Cheques-Un-Compte.
           MOVE 0 TO W-NB W-TOTAL W-NRB W-FIN
           MOVE 0 TO NRG-MRGL
           START MXREGLEM KEY NOT < CLE1-MRGL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cheque-Un-Reglement UNTIL W-FIN = 1
           IF W-NRB NOT = 0
                PERFORM Ferme-Bordereau.

       Cheque-Un-Reglement.
           READ MXREGLEM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MOD-MRGL NOT = "CHQ" OR NRB-MRGL NOT = 0
                EXIT PARAGRAPH.
           IF MNT-MRGL NOT > 0 OR DAT-MRGL > W-DATREF
                EXIT PARAGRAPH.
           MOVE CLI-MRGL TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI AGE-MCLI
           END-READ
           MOVE AGE-MCLI TO W-AGE
           PERFORM Cherche-Compte-Agence
           IF W-IBQ NOT = W-IB
                EXIT PARAGRAPH.
           IF W-NRB = 0
                MOVE "BORDEREAU DE REMISE DE CHEQUES" TO W-PAR3
                PERFORM Ouvre-Bordereau.
           ADD 1 TO W-NB
           ADD MNT-MRGL TO W-TOTAL
           MOVE SPACE TO LIGNE-BOR
           MOVE W-NB TO LB-NUM
           MOVE NRG-MRGL TO LB-ORI
           MOVE CLI-MRGL TO LB-CLI
           MOVE RAI-MCLI TO LB-NOM
           MOVE REF-MRGL TO LB-REF
           MOVE MNT-MRGL TO LB-MNT
           WRITE LIGNE-ETAT FROM LIGNE-BOR
           MOVE W-NRB TO NRB-MRGL
           REWRITE ENR-MRGL INVALID CONTINUE
           END-REWRITE.

      * en-tête du bordereau du compte W-IB, titre dans W-PAR3
       Ouvre-Bordereau.
           PERFORM Cherche-Nrb
      * le numéro est réservé tout de suite : l'enregistrement se
      * complète à la fermeture du bordereau
           INITIALIZE ENR-MRBQ
           MOVE W-NRB TO NRB-MRBQ
           WRITE ENR-MRBQ INVALID CONTINUE
           END-WRITE
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/remise-" DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING W-PAR3 DELIMITED BY "  "
                  " REF REM" DELIMITED BY SIZE
                  W-NRB-X DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REMETTANT : " DELIMITED BY SIZE
                  W-BQ-RAI(W-IB) DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "COMPTE    : " DELIMITED BY SIZE
                  W-BQ-LIB(W-IB) DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  W-BQ-IBAN(W-IB) DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Ferme-Bordereau.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-NB TO W-NB-ED
           MOVE W-TOTAL TO W-MNT-ED
           STRING "NOMBRE : " DELIMITED BY SIZE
                  W-NB-ED DELIMITED BY SIZE
                  "     TOTAL REMIS : " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           MOVE W-NRB TO NRB-MRBQ
           READ MXREMBQ INVALID
                INITIALIZE ENR-MRBQ
                MOVE W-NRB TO NRB-MRBQ
           END-READ
           MOVE W-FONCTION(1:1) TO TYP-MRBQ
           MOVE W-BQ-COD(W-IB) TO BNQ-MRBQ
           MOVE W-DAT TO DAT-MRBQ DVA-MRBQ
           MOVE W-NB TO NB-MRBQ
           MOVE W-TOTAL TO MNT-MRBQ
           MOVE SPACE TO STA-MRBQ
           REWRITE ENR-MRBQ INVALID CONTINUE
           END-REWRITE
           DISPLAY "remise-b : bordereau " W-NRB-X " compte "
                   W-BQ-COD(W-IB) ", " W-NB-ED " remis, " W-MNT-ED.

      ******************************************************************
      *    ESPECES : bordereaux de remise des espèces des Z
      ******************************************************************
       Remise-Especes.
           PERFORM Date-Reference
           IF W-NBBQ = 0
                DISPLAY "remise-b : aucun compte dans remise.cfg"
                GO F-Remise-Especes.
           MOVE 1 TO W-CSE W-RGL
           OPEN I-O MXCAISSE
           IF FILE-STATUS = "35"
                MOVE 0 TO W-CSE.
           OPEN I-O MXREGLEM
           IF FILE-STATUS = "35"
                MOVE 0 TO W-RGL.
           IF W-CSE = 0 AND W-RGL = 0
                DISPLAY "remise-b : aucune caisse ni aucun règlement"
                GO F-Remise-Especes.
           OPEN INPUT MXCLI
           PERFORM Ouvre-Remises
           PERFORM Especes-Un-Compte
                   VARYING W-IB FROM 1 BY 1 UNTIL W-IB > W-NBBQ
           IF W-CSE = 1
                CLOSE MXCAISSE.
           IF W-RGL = 1
                CLOSE MXREGLEM.
           CLOSE MXCLI MXREMBQ.
       F-Remise-Especes.
           EXIT.

      * les Z puis les règlements en espèces, sur le même bordereau
       Especes-Un-Compte.
           MOVE 0 TO W-NB W-TOTAL W-NRB
           IF W-CSE = 1
                MOVE 0 TO W-FIN
                MOVE 0 TO NCS-MCSE
                START MXCAISSE KEY NOT < CLE1-MCSE INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Especes-Un-Z UNTIL W-FIN = 1
           END-IF
           IF W-RGL = 1
                MOVE 0 TO W-FIN
                MOVE 0 TO NRG-MRGL
                START MXREGLEM KEY NOT < CLE1-MRGL INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Especes-Un-Reglement UNTIL W-FIN = 1
           END-IF
           IF W-NRB NOT = 0
                PERFORM Ferme-Bordereau.

       Especes-Un-Z.
           READ MXCAISSE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TYP-MCSE NOT = "Z" OR NRB-MCSE NOT = 0
                EXIT PARAGRAPH.
           IF ESP-MCSE NOT > 0 OR DAT-MCSE > W-DATREF
                EXIT PARAGRAPH.
           MOVE AGE-MCSE TO W-AGE
           PERFORM Cherche-Compte-Agence
           IF W-IBQ NOT = W-IB
                EXIT PARAGRAPH.
           IF W-NRB = 0
                MOVE "BORDEREAU DE REMISE D'ESPECES" TO W-PAR3
                PERFORM Ouvre-Bordereau.
           ADD 1 TO W-NB
           ADD ESP-MCSE TO W-TOTAL
           MOVE SPACE TO LIGNE-BOR
           MOVE W-NB TO LB-NUM
           MOVE NCS-MCSE TO LB-ORI
           MOVE AGE-MCSE TO LB-CLI
           MOVE "ESPECES DU Z" TO LB-NOM
           MOVE DAT-MCSE TO LB-REF
           MOVE ESP-MCSE TO LB-MNT
           WRITE LIGNE-ETAT FROM LIGNE-BOR
           MOVE W-NRB TO NRB-MCSE
           REWRITE ENR-MCSE INVALID CONTINUE
           END-REWRITE.

      * espèces encaissées hors comptoir (chauffeurs, guichet)
       Especes-Un-Reglement.
           READ MXREGLEM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF MOD-MRGL NOT = "ESP" OR NRB-MRGL NOT = 0
                EXIT PARAGRAPH.
           IF MNT-MRGL NOT > 0 OR DAT-MRGL > W-DATREF
                EXIT PARAGRAPH.
           MOVE CLI-MRGL TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI AGE-MCLI
           END-READ
           MOVE AGE-MCLI TO W-AGE
           PERFORM Cherche-Compte-Agence
           IF W-IBQ NOT = W-IB
                EXIT PARAGRAPH.
           IF W-NRB = 0
                MOVE "BORDEREAU DE REMISE D'ESPECES" TO W-PAR3
                PERFORM Ouvre-Bordereau.
           ADD 1 TO W-NB
           ADD MNT-MRGL TO W-TOTAL
           MOVE SPACE TO LIGNE-BOR
           MOVE W-NB TO LB-NUM
           MOVE NRG-MRGL TO LB-ORI
           MOVE CLI-MRGL TO LB-CLI
           MOVE RAI-MCLI TO LB-NOM
           MOVE REF-MRGL TO LB-REF
           MOVE MNT-MRGL TO LB-MNT
           WRITE LIGNE-ETAT FROM LIGNE-BOR
           MOVE W-NRB TO NRB-MRGL
           REWRITE ENR-MRGL INVALID CONTINUE
           END-REWRITE.

      ******************************************************************
      *    ECARTS : remises non rapprochées ou en écart
      ******************************************************************
       Edite-Ecarts.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-JOURS
           IF W-PAR2 = SPACE
                MOVE 5 TO W-JOURS.
           OPEN INPUT MXREMBQ
           IF FILE-STATUS NOT = "00"
                DISPLAY "remise-b : aucune remise (MXREMBQ)"
                GO F-Edite-Ecarts.
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/remise-ecarts.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REMISES EN BANQUE A RAPPROCHER AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "REMISE  T  COMPTE REMISE LE CREDIT AU"
                  DELIMITED BY SIZE
                  "         REMIS       CREDITE  ANOMALIE"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE 0 TO NRB-MRBQ
           START MXREMBQ KEY NOT < CLE1-MRBQ INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Ecart-Une-Remise UNTIL W-FIN = 1
           CLOSE ETAT MXREMBQ
           DISPLAY "remise-b : " W-NB " remises à examiner, "
                   ASSIGN-ETAT.
       F-Edite-Ecarts.
           EXIT.

       Ecart-Une-Remise.
           READ MXREMBQ NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MRBQ = "R" OR TYP-MRBQ = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ECA
           IF STA-MRBQ = "E"
                MOVE "ECART DE MONTANT" TO LC-LIB
           ELSE
                MOVE DVA-MRBQ TO DATSER-DAT
                PERFORM DATSER
                COMPUTE W-RETARD = W-JRS-JOUR - DATSER-JRS
                IF W-RETARD NOT > W-JOURS
                     EXIT PARAGRAPH
                END-IF
                MOVE "NON RETROUVEE AU RELEVE" TO LC-LIB
           END-IF
           MOVE NRB-MRBQ TO LC-NRB
           MOVE TYP-MRBQ TO LC-TYP
           MOVE BNQ-MRBQ TO LC-BNQ
           MOVE DAT-MRBQ TO LC-DAT
           MOVE DVA-MRBQ TO LC-DVA
           MOVE MNT-MRBQ TO LC-MNT
           MOVE MRP-MRBQ TO LC-MRP
           WRITE LIGNE-ETAT FROM LIGNE-ECA
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".

       Fin.
           STOP RUN.
