      *{Bench}prg-comment
      * assur-b.cbl
151026* assur-b.cbl : assurance-crédit clients.
151026* L'assureur garantit chaque acheteur (par SIREN) pour un
151026* montant souvent inférieur à notre plafond PLC-MCLI ; la
151026* police se lit dans MX-DIR/assur.cfg, une ligne
151026* assureur;no de police;délai de déclaration de menace de
151026* sinistre (jours après échéance, défaut 60);préavis de
151026* l'alerte (jours, défaut 15).
151026*   COUVERTURE <fic>
151026*       intègre les décisions de l'assureur, lignes
151026*       siren;date décision;montant;fin de validité;R (R =
151026*       refus ou résiliation) ; la décision s'applique à tous
151026*       les clients du SIREN (MXASSCRE) ;
151026*   LISTE
151026*       garanties et encours garanti / non garanti par
151026*       client (calc-encours), ft/assur-garanties.txt ;
151026*   DECLARE <aaaamm>
151026*       déclaration mensuelle à l'assureur,
151026*       ft/assur-decl-<aaaamm>.txt, lignes siren;client;
151026*       raison;facturé du mois;encours fin de mois;garantie,
151026*       des clients garantis ;
151026*   ALERTE [date]
151026*       alerte quotidienne ft/assur-alerte-<date>.txt : les
151026*       échéances impayées des clients garantis dont la date
151026*       limite de déclaration de menace de sinistre approche
151026*       (ou est dépassée) et qui ne sont pas encore déclarées ;
151026*   MENACE <fic>
151026*       pointe les déclarations faites, lignes nec[;date]
151026*       (DMS-MECH) : l'échéance sort de l'alerte.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. assur-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:31.
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
       COPY "MXASSCRE.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
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
       COPY "MXASSCRE.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(100).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-DATREF             PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(05).
       77 W-NBCLI              PIC 9(05).
       77 W-SIREN              PIC X(09).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-X             PIC X(06).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-FACT               PIC S9(11)V99.
       77 W-ENCFM              PIC S9(11)V99.
       77 W-TOT-FACT           PIC S9(13)V99.
       77 W-TOT-ENC            PIC S9(13)V99.
       77 W-RESTE              PIC S9(11)V99.
       77 W-ENCOURS            PIC S9(09)V99.
       77 W-JRS-JOUR           PIC S9(07).
       77 W-RETARD             PIC S9(07).
       77 W-SEUIL              PIC S9(07).
       77 W-DATLIM             PIC 9(08).
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
           COPY "encours.wrk".
      * police : assur.cfg
       01 W-POLICE.
           05 W-POL-ASSUREUR   PIC X(30).
           05 W-POL-NUM        PIC X(20).
           05 W-POL-DELAI-X    PIC X(05).
           05 W-POL-PREAVIS-X  PIC X(05).
       77 W-POL-DELAI          PIC 9(03).
       77 W-POL-PREAVIS        PIC 9(03).
      * ligne de décision de l'assureur
       01 W-ZONES-COUV.
           05 WC-SIREN         PIC X(09).
           05 WC-DDE           PIC X(10).
           05 WC-MNT           PIC X(16).
           05 WC-DEX           PIC X(10).
           05 WC-REF           PIC X(01).
       01 W-ZONES-MENACE.
           05 WM-NEC           PIC X(10).
           05 WM-DAT           PIC X(10).
       01 W-MNT-ED             PIC -(10)9,99.
       01 W-MNT2-ED            PIC -(10)9,99.
       01 W-MNT3-ED            PIC -(10)9,99.
       01 LIGNE-GAR.
           05 LG-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LG-RAI           PIC X(25).
           05 FILLER           PIC X(01).
           05 LG-SIREN         PIC X(09).
           05 FILLER           PIC X(01).
           05 LG-DEX           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LG-ETAT          PIC X(08).
           05 FILLER           PIC X(01).
           05 LG-GAR           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LG-OUV           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LG-ASS           PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LG-NAS           PIC -(9)9,99.
       01 LIGNE-ALE.
           05 LA-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-RAI           PIC X(25).
           05 FILLER           PIC X(01).
           05 LA-NEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-FAC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-DEC           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-RESTE         PIC -(9)9,99.
           05 FILLER           PIC X(01).
           05 LA-DATLIM        PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-JRS           PIC -(4)9.
           05 FILLER           PIC X(01).
           05 LA-ETAT          PIC X(10).
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
           EVALUATE W-FONCTION
           WHEN "COUVERTURE" PERFORM Charge-Couverture
                                THRU F-Charge-Couverture
           WHEN "LISTE"      PERFORM Edite-Garanties
                                THRU F-Edite-Garanties
           WHEN "DECLARE"    PERFORM Declare-Mois THRU F-Declare-Mois
           WHEN "ALERTE"     PERFORM Alerte-Menace THRU F-Alerte-Menace
           WHEN "MENACE"     PERFORM Charge-Menaces
                                THRU F-Charge-Menaces
           WHEN OTHER
                DISPLAY "assur-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : assur-b COUVERTURE fichier"
                DISPLAY "        assur-b LISTE"
                DISPLAY "        assur-b DECLARE aaaamm"
                DISPLAY "        assur-b ALERTE [date]"
                DISPLAY "        assur-b MENACE fichier"
           END-EVALUATE
           GO Fin.

      * police : MX-DIR/assur.cfg,
      * assureur;police;délai menace;préavis
       Charge-Police.
           MOVE SPACE TO W-POLICE
           STRING MX-DIR DELIMITED BY "  "
                  "/assur.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG = "00"
                READ CONFIG AT END CONTINUE
                NOT AT END
                     UNSTRING ENR-CONFIG DELIMITED BY ";"
                          INTO W-POL-ASSUREUR W-POL-NUM
                               W-POL-DELAI-X W-POL-PREAVIS-X
                END-READ
                CLOSE CONFIG
           END-IF
           MOVE W-POL-DELAI-X TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-POL-DELAI
           IF W-POL-DELAI = 0
                MOVE 60 TO W-POL-DELAI.
           MOVE W-POL-PREAVIS-X TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-POL-PREAVIS
           IF W-POL-PREAVIS = 0
                MOVE 15 TO W-POL-PREAVIS.

      ******************************************************************
      *    COUVERTURE : décisions de l'assureur par SIREN
      ******************************************************************
       Charge-Couverture.
           IF W-PAR2 = SPACE
                DISPLAY "usage : assur-b COUVERTURE fichier"
                GO F-Charge-Couverture.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "assur-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge-Couverture.
           OPEN INPUT MXCLI
           OPEN I-O MXASSCRE
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXASSCRE
                CLOSE MXASSCRE
                OPEN I-O MXASSCRE.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Decision UNTIL W-FIN = 1
           CLOSE MOUVT MXCLI MXASSCRE
           DISPLAY "assur-b : " W-NB " garanties posées, " W-ERR
                   " SIREN sans client".
       F-Charge-Couverture.
           EXIT.

       Charge-Une-Decision.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-COUV
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-SIREN WC-DDE WC-MNT WC-DEX WC-REF
           IF WC-SIREN = SPACE
                EXIT PARAGRAPH.
      * tous les comptes du SIREN (début du SIRET, clé CLE5)
           MOVE WC-SIREN TO W-SIREN
           MOVE 0 TO W-NBCLI W-FIN2
           MOVE SPACE TO ENR-MCLI
           MOVE W-SIREN TO SIR1-MCLI
           START MXCLI KEY NOT < CLE5-MCLI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Pose-Garantie-Cli UNTIL W-FIN2 = 1
           IF W-NBCLI = 0
                DISPLAY "assur-b : aucun client pour le SIREN "
                        W-SIREN
                ADD 1 TO W-ERR.

       Pose-Garantie-Cli.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF SIR1-MCLI(1:9) NOT = W-SIREN
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO CLI-MASC
           READ MXASSCRE INVALID
                INITIALIZE ENR-MASC
                MOVE COD-MCLI TO CLI-MASC
           END-READ
           MOVE W-SIREN TO SIR-MASC
           MOVE WC-DDE TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DDE-MASC
           IF DDE-MASC = 0
                MOVE W-DAT TO DDE-MASC.
           MOVE WC-MNT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO MNT-MASC
           MOVE WC-DEX TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DEX-MASC
           MOVE 0 TO REF-MASC
           IF WC-REF = "R"
                MOVE 1 TO REF-MASC
                MOVE 0 TO MNT-MASC.
           WRITE ENR-MASC INVALID
                REWRITE ENR-MASC INVALID ADD 1 TO W-ERR
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB W-NBCLI.

      ******************************************************************
      *    LISTE : garanties et encours garanti / non garanti
      ******************************************************************
       Edite-Garanties.
           OPEN INPUT MXASSCRE
           IF FILE-STATUS NOT = "00"
                DISPLAY "assur-b : aucune garantie (MXASSCRE)"
                GO F-Edite-Garanties.
           OPEN INPUT MXCLI
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assur-garanties.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "GARANTIES ASSURANCE-CREDIT ET ENCOURS" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CLIENT   RAISON SOCIALE            SIREN     "
                  DELIMITED BY SIZE
                  "FIN VAL. ETAT        GARANTIE        OUVERT "
                  DELIMITED BY SIZE
                  "      GARANTI   NON GARANTI" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB W-TOT-FACT W-TOT-ENC
           MOVE 0 TO CLI-MASC
           START MXASSCRE KEY NOT < CLE1-MASC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Edite-Une-Garantie UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-FACT TO W-MNT-ED
           MOVE W-TOT-ENC TO W-MNT2-ED
           STRING "TOTAL GARANTI " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  "   NON GARANTI " DELIMITED BY SIZE
                  W-MNT2-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXCLI MXASSCRE
           DISPLAY "assur-b : " W-NB " garanties, état " ASSIGN-ETAT.
       F-Edite-Garanties.
           EXIT.

       Edite-Une-Garantie.
           READ MXASSCRE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE CLI-MASC TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
           END-READ
           CALL "calc-encours" USING CLI-MASC W-DAT W-ENCOURS ENC-ASSUR
           END-CALL
           MOVE SPACE TO LIGNE-GAR
           MOVE CLI-MASC TO LG-CLI
           MOVE RAI-MCLI TO LG-RAI
           MOVE SIR-MASC TO LG-SIREN
           MOVE DEX-MASC TO LG-DEX
           EVALUATE ENC-STA-ASS
           WHEN 1 MOVE "GARANTI" TO LG-ETAT
           WHEN 2 MOVE "REFUSE" TO LG-ETAT
           WHEN 3 MOVE "EXPIRE" TO LG-ETAT
           WHEN OTHER MOVE SPACE TO LG-ETAT
           END-EVALUATE
           MOVE MNT-MASC TO LG-GAR
           MOVE ENC-OUVERT TO LG-OUV
           MOVE ENC-ASSURE TO LG-ASS
           MOVE ENC-NON-ASSURE TO LG-NAS
           WRITE LIGNE-ETAT FROM LIGNE-GAR
           ADD ENC-ASSURE TO W-TOT-FACT
           ADD ENC-NON-ASSURE TO W-TOT-ENC
           ADD 1 TO W-NB.

      ******************************************************************
      *    DECLARE : déclaration mensuelle de l'encours
      ******************************************************************
       Declare-Mois.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MOIS
           IF W-MOIS < 190001 OR W-MOIS(5:2) > 12
           OR W-MOIS(5:2) = 0
                DISPLAY "usage : assur-b DECLARE aaaamm"
                GO F-Declare-Mois.
           PERFORM Charge-Police
           COMPUTE W-DATDEB = W-MOIS * 100 + 1
           MOVE W-DATDEB TO AJD-DAT
           PERFORM CAL-LONGUEUR-MOIS
           COMPUTE W-DATFIN = W-MOIS * 100 + AJD-LMOIS
           OPEN INPUT MXASSCRE
           IF FILE-STATUS NOT = "00"
                DISPLAY "assur-b : aucune garantie (MXASSCRE)"
                GO F-Declare-Mois.
           OPEN INPUT MXCLI MXECHEAN
           MOVE W-MOIS TO W-MOIS-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assur-decl-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "H;" DELIMITED BY SIZE
                  W-POL-ASSUREUR DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-POL-NUM DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB W-TOT-FACT W-TOT-ENC
           MOVE 0 TO CLI-MASC
           START MXASSCRE KEY NOT < CLE1-MASC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Declare-Un-Client UNTIL W-FIN = 1
           MOVE W-TOT-FACT TO W-MNT-ED
           MOVE W-TOT-ENC TO W-MNT2-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "T;" DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT2-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXCLI MXECHEAN MXASSCRE
           DISPLAY "assur-b : déclaration " W-MOIS-X ", " W-NB
                   " acheteurs, " ASSIGN-ETAT.
       F-Declare-Mois.
           EXIT.

       Declare-Un-Client.
           READ MXASSCRE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF REF-MASC = 1
                EXIT PARAGRAPH.
           MOVE CLI-MASC TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
           END-READ
      * facturé du mois et restant dû à fin de mois
           MOVE 0 TO W-FACT W-ENCFM W-FIN2
           MOVE SPACE TO ENR-MECH
           MOVE CLI-MASC TO CLI-MECH
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cumule-Echeance-Mois UNTIL W-FIN2 = 1
           IF W-FACT = 0 AND W-ENCFM = 0
                EXIT PARAGRAPH.
           MOVE W-FACT TO W-MNT-ED
           MOVE W-ENCFM TO W-MNT2-ED
           MOVE MNT-MASC TO W-MNT3-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "D;" DELIMITED BY SIZE
                  SIR-MASC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CLI-MASC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT2-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-MNT3-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD W-FACT TO W-TOT-FACT
           ADD W-ENCFM TO W-TOT-ENC
           ADD 1 TO W-NB.

       Cumule-Echeance-Mois.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = CLI-MASC
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF DFA-MECH NOT < W-DATDEB AND DFA-MECH NOT > W-DATFIN
                ADD MNT-MECH TO W-FACT.
           IF LET-MECH NOT = 1 AND DFA-MECH NOT > W-DATFIN
                COMPUTE W-ENCFM = W-ENCFM + MNT-MECH - REG-MECH.

      ******************************************************************
      *    ALERTE : menaces de sinistre à déclarer
      ******************************************************************
       Alerte-Menace.
           MOVE W-DAT TO W-DATREF
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DATREF.
           PERFORM Charge-Police
           MOVE W-DATREF TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           COMPUTE W-SEUIL = W-POL-DELAI - W-POL-PREAVIS
           OPEN INPUT MXASSCRE
           IF FILE-STATUS NOT = "00"
                DISPLAY "assur-b : aucune garantie (MXASSCRE)"
                GO F-Alerte-Menace.
           OPEN INPUT MXCLI MXECHEAN
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/assur-alerte-" DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MENACES DE SINISTRE A DECLARER AU " DELIMITED BY SIZE
                  W-DATREF DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-POL-ASSUREUR DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CLIENT   RAISON SOCIALE            ECHEANCE "
                  DELIMITED BY SIZE
                  "FACTURE  DATE ECH     RESTE DU   LIMITE  JOURS"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB W-ERR
           MOVE 0 TO CLI-MASC
           START MXASSCRE KEY NOT < CLE1-MASC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Alerte-Un-Client UNTIL W-FIN = 1
           CLOSE ETAT MXCLI MXECHEAN MXASSCRE
           DISPLAY "assur-b : " W-NB " échéances à déclarer dont "
                   W-ERR " hors délai, " ASSIGN-ETAT.
       F-Alerte-Menace.
           EXIT.

       Alerte-Un-Client.
           READ MXASSCRE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
      * la déclaration ne sert qu'aux créances garanties
           IF REF-MASC = 1
                EXIT PARAGRAPH.
           MOVE CLI-MASC TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
           END-READ
           MOVE 0 TO W-FIN2
           MOVE SPACE TO ENR-MECH
           MOVE CLI-MASC TO CLI-MECH
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Alerte-Une-Echeance UNTIL W-FIN2 = 1.

       Alerte-Une-Echeance.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = CLI-MASC
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF LET-MECH = 1 OR DMS-MECH NOT = 0
                EXIT PARAGRAPH.
           IF DEC-MECH NOT < W-DATREF
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
           MOVE DEC-MECH TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-RETARD = W-JRS-JOUR - DATSER-JRS
           IF W-RETARD < W-SEUIL
                EXIT PARAGRAPH.
           MOVE DEC-MECH TO AJD-DAT
           MOVE W-POL-DELAI TO AJD-NBJ
           PERFORM AJOUTE-JOURS
           MOVE AJD-DAT TO W-DATLIM
           MOVE SPACE TO LIGNE-ALE
           MOVE CLI-MECH TO LA-CLI
           MOVE RAI-MCLI TO LA-RAI
           MOVE NEC-MECH TO LA-NEC
           MOVE FAC-MECH TO LA-FAC
           MOVE DEC-MECH TO LA-DEC
           MOVE W-RESTE TO LA-RESTE
           MOVE W-DATLIM TO LA-DATLIM
           COMPUTE LA-JRS = W-POL-DELAI - W-RETARD
           IF W-RETARD > W-POL-DELAI
                MOVE "HORS DELAI" TO LA-ETAT
                ADD 1 TO W-ERR
           ELSE MOVE "A DECLARER" TO LA-ETAT
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ALE
           ADD 1 TO W-NB.

      ******************************************************************
      *    MENACE : déclarations faites à l'assureur
      ******************************************************************
       Charge-Menaces.
           IF W-PAR2 = SPACE
                DISPLAY "usage : assur-b MENACE fichier"
                GO F-Charge-Menaces.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "assur-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge-Menaces.
           OPEN I-O MXECHEAN
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Une-Menace UNTIL W-FIN = 1
           CLOSE MOUVT MXECHEAN
           DISPLAY "assur-b : " W-NB " déclarations pointées, " W-ERR
                   " échéances inconnues".
       F-Charge-Menaces.
           EXIT.

       Charge-Une-Menace.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-MENACE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WM-NEC WM-DAT
           IF WM-NEC = SPACE
                EXIT PARAGRAPH.
           MOVE WM-NEC TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO NEC-MECH
           READ MXECHEAN INVALID
                DISPLAY "assur-b : échéance inconnue " WM-NEC
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           MOVE WM-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DMS-MECH
           IF DMS-MECH = 0
                MOVE W-DAT TO DMS-MECH.
           REWRITE ENR-MECH INVALID ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
