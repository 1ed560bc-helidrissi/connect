      *{Bench}prg-comment
      * terr-b.cbl
151026* terr-b.cbl : territoires commerciaux et réaffectation des
151026* clients aux représentants à date d'effet.  Le représentant
151026* d'un client ne se changeait qu'à la main, fiche par fiche ;
151026* au départ d'un représentant ses clients restaient sans
151026* suivi des semaines.
151026*   CHARGE <fic code;libellé;agence;cpdeb;cpfin;famille;rep>
151026*       territoires MXTERRIT (agence, famille vides = toutes ;
151026*       cpdeb / cpfin vides = sans borne).  Changer le
151026*       représentant d'un territoire n'a d'effet qu'après
151026*       REAFFECTE ;
151026*   SIMULE <date effet> [<territoire>]
151026*       aperçu : chaque client actif est rattaché au territoire
151026*       le plus précis qui le couvre (agence 4, famille 2,
151026*       codes postaux 1 ; à égalité le premier code) ; liste
151026*       des clients qui changeraient de représentant, des
151026*       clients non affectés hors territoire, et nombre de
151026*       clients par représentant avant / après -
151026*       ft/terr-simul-<date>.txt ; rien n'est écrit ;
151026*   REAFFECTE <date effet> [<territoire>]
151026*       même traitement, les changements sont posés dans
151026*       l'historique MXREPCLI à la date d'effet (la première
151026*       fois, le représentant d'origine y est gardé à date
151026*       zéro) - ft/terr-reaff-<date>.txt ; puis BASCULE ;
151026*   CLIENT <cli> <rep> [<date effet>]
151026*       réaffectation à l'unité (origine M), puis BASCULE ;
151026*   BASCULE
151026*       quotidien : reporte sur la fiche client (ORD-MCLI) le
151026*       représentant des lignes d'historique arrivées à effet ;
151026*   HISTO <cli>
151026*       représentants successifs du client,
151026*       ft/terr-histo-<cli>.txt ;
151026*   POTENTIEL <fic cli;montant>
151026*       potentiel d'achat annuel estimé par client MXCLIPOT ;
151026*   EQUILIBRE [<aaaamm>]
151026*       équilibre des territoires : par représentant en
151026*       vigueur, nombre de clients, chiffre d'affaires des
151026*       douze mois finissant au mois (précédent par défaut) et
151026*       potentiel (à défaut d'estimation, le chiffre
151026*       d'affaires du client), écart à la moyenne -
151026*       ft/terr-equilibre-<aaaamm>.txt.
151026* Les commissions (comrep-b), les vues par vendeur de hiv-c2
151026* et le représentant d'un nouveau bon (sbd-c) prennent le
151026* représentant en vigueur à la date par rech-rep.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. terr-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:47:03.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXHISVTE.sl".
       COPY "MXTERRIT.sl".
       COPY "MXREPCLI.sl".
       COPY "MXCLIPOT.sl".
       COPY "MXTERWRK.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXHISVTE.fd".
       COPY "MXTERRIT.fd".
       COPY "MXREPCLI.fd".
       COPY "MXCLIPOT.fd".
       COPY "MXTERWRK.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(150).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DEF                PIC 9(08).
       77 W-DEF-X              PIC X(08).
       77 W-CLI-X              PIC X(08).
       77 W-MODE               PIC X.
       77 W-ETAT-TYP           PIC X(06).
       77 W-FIN                PIC 9.
       77 W-HIS                PIC 9.
       77 W-POT                PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-NBCHG              PIC 9(05).
       77 W-NBHT               PIC 9(05).
       77 W-NBMAJ              PIC 9(05).
       77 W-NBREP              PIC 9(04).
       77 I                    PIC 9(04) COMP.
       77 W-IR                 PIC 9(04) COMP.
       77 W-IR2                PIC 9(04) COMP.
      * client et représentant traités
       77 W-K-CLI              PIC 9(08).
       77 W-K-DAT              PIC 9(08).
       77 W-K-REP              PIC 9(03).
       77 W-N-REP              PIC 9(03).
       77 W-N-TER              PIC X(06).
       77 W-N-ORI              PIC X.
      * bascule : dernier représentant arrivé à effet du client
       77 W-CLI-COUR           PIC 9(08).
       77 W-REP-COUR           PIC 9(03).
       77 W-MAJ                PIC 9.
      * équilibre : mois en rang (année x 12 + mois - 1)
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-X             PIC X(06).
       77 W-AA                 PIC 9(04).
       77 W-MM                 PIC 9(02).
       77 W-TM                 PIC 9(06).
       77 W-T0                 PIC 9(06).
       77 W-TL                 PIC 9(06).
       77 W-MNT                PIC S9(11)V99.
       77 W-CA                 PIC S9(11)V99.
       77 W-TOT-NBC            PIC 9(07).
       77 W-TOT-CA             PIC S9(11)V99.
       77 W-TOT-POT            PIC S9(11)V99.
       77 W-TOT-NPE            PIC 9(07).
       77 W-MOY-CA             PIC S9(11)V99.
       77 W-ECART              PIC S9(05).
      * zones d'une ligne chargée
       01 W-ZONES-CHARGE.
           05 WC-COD           PIC X(06).
           05 WC-LIB           PIC X(30).
           05 WC-AGE           PIC X(03).
           05 WC-CPD           PIC X(05).
           05 WC-CPF           PIC X(05).
           05 WC-FAM           PIC X(03).
           05 WC-REP           PIC X(05).
           05 WC-CLI           PIC X(10).
           05 WC-POT           PIC X(15).
      * territoires en mémoire, dans l'ordre des codes
       78 MAXTER               VALUE IS 500.
       77 W-NBTER              PIC 9(04) COMP.
       77 W-NBDROP             PIC 9(05).
       77 W-T                  PIC 9(04) COMP.
       77 W-SCO-MAX            PIC 9.
       01 W-TAB-TER.
           05 W-TER OCCURS 500.
              10 W-TER-COD     PIC X(06).
              10 W-TER-AGE     PIC X(03).
              10 W-TER-CPD     PIC X(05).
              10 W-TER-CPF     PIC X(05).
              10 W-TER-FAM     PIC X(03).
              10 W-TER-REP     PIC 9(03).
              10 W-TER-SCO     PIC 9.
      * cumuls par représentant (rang = représentant + 1)
       01 W-TAB-RP.
           05 W-RP OCCURS 1000.
              10 W-RP-AVT      PIC 9(05).
              10 W-RP-APR      PIC 9(05).
              10 W-RP-NBC      PIC 9(05).
              10 W-RP-NPE      PIC 9(05).
              10 W-RP-CA       PIC S9(11)V99.
              10 W-RP-POT      PIC S9(11)V99.
           COPY "conv-num.wrk".
       01 LIGNE-REA.
           05 LR-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-RAI           PIC X(30).
           05 FILLER           PIC X(01).
           05 LR-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LR-POS           PIC X(05).
           05 FILLER           PIC X(01).
           05 LR-FAM           PIC X(03).
           05 FILLER           PIC X(02).
           05 LR-ANC           PIC ZZ9.
           05 FILLER           PIC X(04).
           05 LR-NOU           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LR-TER           PIC X(06).
       01 LIGNE-BIL.
           05 LB-REP           PIC ZZ9.
           05 FILLER           PIC X(02).
           05 LB-AVT           PIC ZZZZ9.
           05 FILLER           PIC X(02).
           05 LB-APR           PIC ZZZZ9.
           05 FILLER           PIC X(02).
           05 LB-OBS           PIC X(20).
       01 LIGNE-HIS.
           05 LH-DEF           PIC 9(08).
           05 FILLER           PIC X(02).
           05 LH-REP           PIC ZZ9.
           05 FILLER           PIC X(04).
           05 LH-ANC           PIC ZZ9.
           05 FILLER           PIC X(02).
           05 LH-ORI           PIC X.
           05 FILLER           PIC X(02).
           05 LH-TER           PIC X(06).
           05 FILLER           PIC X(02).
           05 LH-APP           PIC X(03).
           05 FILLER           PIC X(02).
           05 LH-DAT           PIC 9(08).
       01 LIGNE-EQU.
           05 LE-REP           PIC ZZ9.
           05 FILLER           PIC X(02).
           05 LE-NBC           PIC ZZZZZZ9.
           05 FILLER           PIC X(01).
           05 LE-PNB           PIC ZZ9,9.
           05 FILLER           PIC X(01).
           05 LE-CA            PIC Z(10)9,99-.
           05 FILLER           PIC X(01).
           05 LE-PCA           PIC ZZ9,9.
           05 FILLER           PIC X(01).
           05 LE-POT           PIC Z(10)9,99.
           05 FILLER           PIC X(01).
           05 LE-PEN           PIC ZZZ9,9.
           05 FILLER           PIC X(01).
           05 LE-ECA           PIC ----9.
           05 FILLER           PIC X(01).
           05 LE-NPE           PIC ZZZZZZ9.
           05 FILLER           PIC X(01).
           05 LE-OBS           PIC X(12).
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
           WHEN "CHARGE"    PERFORM Charge THRU F-Charge
           WHEN "SIMULE"
                MOVE "S" TO W-MODE
                PERFORM Reaffecte THRU F-Reaffecte
           WHEN "REAFFECTE"
                MOVE "A" TO W-MODE
                PERFORM Reaffecte THRU F-Reaffecte
           WHEN "CLIENT"    PERFORM Client THRU F-Client
           WHEN "BASCULE"   PERFORM Bascule THRU F-Bascule
           WHEN "HISTO"     PERFORM Histo THRU F-Histo
           WHEN "POTENTIEL" PERFORM Potentiel THRU F-Potentiel
           WHEN "EQUILIBRE" PERFORM Equilibre THRU F-Equilibre
           WHEN OTHER
                DISPLAY "terr-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : terr-b CHARGE fichier"
                DISPLAY "        terr-b SIMULE|REAFFECTE date [terr]"
                DISPLAY "        terr-b CLIENT cli rep [date]"
                DISPLAY "        terr-b BASCULE"
                DISPLAY "        terr-b HISTO cli"
                DISPLAY "        terr-b POTENTIEL fichier"
                DISPLAY "        terr-b EQUILIBRE [aaaamm]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CHARGE : définition des territoires
      ******************************************************************
       Charge.
           IF W-PAR2 = SPACE
                DISPLAY "usage : terr-b CHARGE fichier"
                GO F-Charge.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "terr-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge.
           OPEN I-O MXTERRIT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXTERRIT
                CLOSE MXTERRIT
                OPEN I-O MXTERRIT.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Territoire UNTIL W-FIN = 1
           CLOSE MOUVT MXTERRIT
           DISPLAY "terr-b : " W-NB " territoires chargés, "
                   W-ERR " rejets".
       F-Charge.
           EXIT.

       Charge-Un-Territoire.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-COD WC-LIB WC-AGE WC-CPD WC-CPF WC-FAM WC-REP
           MOVE WC-REP TO CVN-ENT
           PERFORM CONV-NUM
           IF WC-COD = SPACE OR CVN-SOR NOT > 0 OR CVN-SOR > 999
                DISPLAY "terr-b : ligne rejetée " ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MTER
           MOVE WC-COD TO COD-MTER
           MOVE WC-LIB TO LIB-MTER
           MOVE WC-AGE TO AGE-MTER
           MOVE WC-CPD TO CPD-MTER
           MOVE WC-CPF TO CPF-MTER
           MOVE WC-FAM TO FAM-MTER
           MOVE CVN-SOR TO REP-MTER
           MOVE W-DAT TO DAT-MTER
           WRITE ENR-MTER INVALID
                REWRITE ENR-MTER INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    SIMULE / REAFFECTE : rattachement des clients aux
      *    territoires, en aperçu (W-MODE S) ou appliqué (A)
      ******************************************************************
       Reaffecte.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DEF
           IF W-DEF = 0
                MOVE W-DAT TO W-DEF.
           IF W-DEF < 19000101
                DISPLAY "usage : terr-b SIMULE|REAFFECTE date [terr]"
                GO F-Reaffecte.
           PERFORM Charge-Territoires
           IF W-NBTER = 0
                DISPLAY "terr-b : aucun territoire défini"
                GO F-Reaffecte.
           IF W-MODE = "A"
                OPEN I-O MXCLI
                PERFORM Ouvre-Historique
                MOVE "reaff" TO W-ETAT-TYP
           ELSE
                OPEN INPUT MXCLI
                MOVE 0 TO W-HIS
                OPEN INPUT MXREPCLI
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-HIS
                END-IF
                MOVE "simul" TO W-ETAT-TYP
           END-IF
           MOVE W-DEF TO W-DEF-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/terr-" DELIMITED BY SIZE
                  W-ETAT-TYP DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-DEF-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           IF W-MODE = "A"
                STRING "Réaffectation des clients au "
                       DELIMITED BY SIZE
                       W-DEF-X DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           ELSE
                STRING "Aperçu de réaffectation au " DELIMITED BY SIZE
                       W-DEF-X DELIMITED BY SIZE
                       " (rien n'est appliqué)" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           IF W-PAR3 NOT = SPACE
                MOVE SPACE TO LIGNE-ETAT
                STRING "Territoire " DELIMITED BY SIZE
                       W-PAR3 DELIMITED BY " "
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "client   raison sociale                   age cp    f"
                TO LIGNE-ETAT
           MOVE "am ancien nouveau terr." TO LIGNE-ETAT(53:)
           WRITE LIGNE-ETAT
           INITIALIZE W-TAB-RP
           MOVE 0 TO W-NBCHG W-NBHT W-NBMAJ W-FIN
           MOVE 0 TO COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Reaffecte-Client UNTIL W-FIN = 1
           PERFORM Edite-Bilan-Reps
           IF W-MODE = "A"
                PERFORM Bascule-Historique.
           CLOSE MXCLI ETAT
           IF W-HIS = 1
                CLOSE MXREPCLI.
           DISPLAY "terr-b : " W-NBCHG " clients changent de "
                   "représentant, " W-NBHT " hors territoire, "
                   W-NBMAJ " fiches mises à jour, " ASSIGN-ETAT.
       F-Reaffecte.
           EXIT.

       Charge-Territoires.
           MOVE 0 TO W-NBTER W-NBDROP
           OPEN INPUT MXTERRIT
           IF FILE-STATUS NOT = "00"
                EXIT PARAGRAPH.
           MOVE LOW-VALUE TO COD-MTER
           MOVE 0 TO W-FIN
           START MXTERRIT KEY NOT < CLE1-MTER INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Charge-Table-Territoire UNTIL W-FIN = 1
           CLOSE MXTERRIT
           IF W-NBDROP > 0
                DISPLAY "terr-b : TRONQUE, " W-NBDROP
                        " territoires au delà de " MAXTER.

       Charge-Table-Territoire.
           READ MXTERRIT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-NBTER = MAXTER
                ADD 1 TO W-NBDROP
                EXIT PARAGRAPH.
           ADD 1 TO W-NBTER
           MOVE COD-MTER TO W-TER-COD(W-NBTER)
           MOVE AGE-MTER TO W-TER-AGE(W-NBTER)
           MOVE CPD-MTER TO W-TER-CPD(W-NBTER)
           MOVE CPF-MTER TO W-TER-CPF(W-NBTER)
           MOVE FAM-MTER TO W-TER-FAM(W-NBTER)
           MOVE REP-MTER TO W-TER-REP(W-NBTER)
      * précision : agence 4, famille 2, codes postaux 1
           MOVE 0 TO W-TER-SCO(W-NBTER)
           IF AGE-MTER NOT = SPACE
                ADD 4 TO W-TER-SCO(W-NBTER).
           IF FAM-MTER NOT = SPACE
                ADD 2 TO W-TER-SCO(W-NBTER).
           IF CPD-MTER NOT = SPACE OR CPF-MTER NOT = SPACE
                ADD 1 TO W-TER-SCO(W-NBTER).

       Reaffecte-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1
                EXIT PARAGRAPH.
           PERFORM Cherche-Territoire
           IF W-PAR3 NOT = SPACE
                IF W-T = 0
                     EXIT PARAGRAPH
                END-IF
                IF W-TER-COD(W-T) NOT = W-PAR3
                     EXIT PARAGRAPH
                END-IF
           END-IF
      * représentant en vigueur à la date d'effet
           MOVE COD-MCLI TO W-K-CLI
           MOVE W-DEF TO W-K-DAT
           MOVE ORD-MCLI TO W-K-REP
           PERFORM Rep-En-Vigueur
           COMPUTE W-IR = W-K-REP + 1
           ADD 1 TO W-RP-AVT(W-IR)
           IF W-T = 0
                ADD 1 TO W-RP-APR(W-IR)
                ADD 1 TO W-NBHT
      * seul le client sans représentant est signalé
                IF W-K-REP = 0
                     MOVE 0 TO W-N-REP
                     MOVE "AUCUN" TO W-N-TER
                     PERFORM Ligne-Reaffectation
                END-IF
                EXIT PARAGRAPH.
           MOVE W-TER-REP(W-T) TO W-N-REP
           MOVE W-TER-COD(W-T) TO W-N-TER
           COMPUTE W-IR2 = W-N-REP + 1
           ADD 1 TO W-RP-APR(W-IR2)
           IF W-N-REP = W-K-REP
                EXIT PARAGRAPH.
           ADD 1 TO W-NBCHG
           PERFORM Ligne-Reaffectation
           IF W-MODE = "A"
                MOVE "T" TO W-N-ORI
                PERFORM Ecrit-Historique.

      * W-T : rang du territoire le plus précis couvrant le client
      * (0 aucun)
       Cherche-Territoire.
           MOVE 0 TO W-T W-SCO-MAX
           PERFORM Teste-Territoire VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTER.

       Teste-Territoire.
           IF W-TER-AGE(I) NOT = SPACE
           AND W-TER-AGE(I) NOT = AGE-MCLI
                EXIT PARAGRAPH.
           IF W-TER-FAM(I) NOT = SPACE
           AND W-TER-FAM(I) NOT = FAM-MCLI
                EXIT PARAGRAPH.
           IF W-TER-CPD(I) NOT = SPACE
           AND POS-MCLI < W-TER-CPD(I)
                EXIT PARAGRAPH.
           IF W-TER-CPF(I) NOT = SPACE
           AND POS-MCLI > W-TER-CPF(I)
                EXIT PARAGRAPH.
           IF W-T = 0 OR W-TER-SCO(I) > W-SCO-MAX
                MOVE I TO W-T
                MOVE W-TER-SCO(I) TO W-SCO-MAX.

       Ligne-Reaffectation.
           MOVE SPACE TO LIGNE-REA
           MOVE COD-MCLI TO LR-CLI
           MOVE RAI-MCLI TO LR-RAI
           MOVE AGE-MCLI TO LR-AGE
           MOVE POS-MCLI TO LR-POS
           MOVE FAM-MCLI TO LR-FAM
           MOVE W-K-REP TO LR-ANC
           MOVE W-N-REP TO LR-NOU
           MOVE W-N-TER TO LR-TER
           WRITE LIGNE-ETAT FROM LIGNE-REA.

      * nombre de clients par représentant avant / après
       Edite-Bilan-Reps.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "rep  avant  après" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Edite-Bilan-Rep VARYING W-IR FROM 1 BY 1
                   UNTIL W-IR > 1000.

       Edite-Bilan-Rep.
           IF W-RP-AVT(W-IR) = 0 AND W-RP-APR(W-IR) = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-BIL
           COMPUTE LB-REP = W-IR - 1
           MOVE W-RP-AVT(W-IR) TO LB-AVT
           MOVE W-RP-APR(W-IR) TO LB-APR
           IF W-IR = 1
                MOVE "NON AFFECTES" TO LB-OBS
           ELSE
                IF W-RP-APR(W-IR) = 0
                     MOVE "PLUS AUCUN CLIENT" TO LB-OBS
                END-IF
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-BIL.

      ******************************************************************
      *    CLIENT : réaffectation à l'unité
      ******************************************************************
       Client.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-K-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-N-REP
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DEF
           IF W-DEF = 0
                MOVE W-DAT TO W-DEF.
           IF W-K-CLI = 0 OR W-DEF < 19000101
                DISPLAY "usage : terr-b CLIENT cli rep [date]"
                GO F-Client.
           OPEN I-O MXCLI
           PERFORM Ouvre-Historique
           MOVE W-K-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "terr-b : client inconnu " W-K-CLI
                CLOSE MXCLI MXREPCLI
                GO F-Client
           END-READ
           MOVE W-DEF TO W-K-DAT
           MOVE ORD-MCLI TO W-K-REP
           PERFORM Rep-En-Vigueur
           IF W-K-REP = W-N-REP
                DISPLAY "terr-b : le client " W-K-CLI " est déjà au "
                        "représentant " W-N-REP " le " W-DEF
                CLOSE MXCLI MXREPCLI
                GO F-Client.
           MOVE SPACE TO W-N-TER
           MOVE "M" TO W-N-ORI
           PERFORM Ecrit-Historique
           MOVE 0 TO W-NBMAJ
           PERFORM Bascule-Historique
           CLOSE MXCLI MXREPCLI
           DISPLAY "terr-b : client " W-K-CLI " représentant "
                   W-K-REP " -> " W-N-REP " au " W-DEF.
       F-Client.
           EXIT.

      ******************************************************************
      *    BASCULE : report des réaffectations arrivées à effet
      ******************************************************************
       Bascule.
           OPEN I-O MXCLI
           PERFORM Ouvre-Historique
           MOVE 0 TO W-NBMAJ
           PERFORM Bascule-Historique
           CLOSE MXCLI MXREPCLI
           DISPLAY "terr-b : " W-NBMAJ " fiches client mises à jour".
       F-Bascule.
           EXIT.

       Ouvre-Historique.
           OPEN I-O MXREPCLI
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREPCLI
                CLOSE MXREPCLI
                OPEN I-O MXREPCLI.
           MOVE 1 TO W-HIS.

      * W-K-REP remplacé par le représentant de la dernière ligne
      * d'historique de W-K-CLI à effet au plus tard le W-K-DAT
       Rep-En-Vigueur.
           IF W-HIS = 0
                EXIT PARAGRAPH.
           MOVE W-K-CLI TO CLI-MRPC
           MOVE W-K-DAT TO DEF-MRPC
           START MXREPCLI KEY NOT > CLE1-MRPC INVALID
                EXIT PARAGRAPH
           END-START
           READ MXREPCLI PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MRPC = W-K-CLI
                MOVE REP-MRPC TO W-K-REP.

      * nouvelle ligne d'historique : W-K-CLI passe de W-K-REP à
      * W-N-REP le W-DEF ; la première fois, le représentant tenu
      * jusque-là est gardé à date zéro
       Ecrit-Historique.
           PERFORM Historique-Existe
           IF W-TROUVE = 0
                INITIALIZE ENR-MRPC
                MOVE W-K-CLI TO CLI-MRPC
                MOVE 0 TO DEF-MRPC
                MOVE W-K-REP TO REP-MRPC
                MOVE "I" TO ORI-MRPC
                MOVE 1 TO APP-MRPC
                MOVE W-DAT TO DAT-MRPC
                WRITE ENR-MRPC INVALID CONTINUE
                END-WRITE.
           INITIALIZE ENR-MRPC
           MOVE W-K-CLI TO CLI-MRPC
           MOVE W-DEF TO DEF-MRPC
           MOVE W-N-REP TO REP-MRPC
           MOVE W-K-REP TO ANC-MRPC
           MOVE W-N-TER TO TER-MRPC
           MOVE W-N-ORI TO ORI-MRPC
           MOVE 0 TO APP-MRPC
           MOVE W-DAT TO DAT-MRPC
           WRITE ENR-MRPC INVALID
                REWRITE ENR-MRPC INVALID CONTINUE
                END-REWRITE
           END-WRITE.

       Historique-Existe.
           MOVE 0 TO W-TROUVE
           MOVE W-K-CLI TO CLI-MRPC
           MOVE 0 TO DEF-MRPC
           START MXREPCLI KEY NOT < CLE1-MRPC INVALID
                EXIT PARAGRAPH
           END-START
           READ MXREPCLI NEXT AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MRPC = W-K-CLI
                MOVE 1 TO W-TROUVE.

      * parcours de l'historique : par client, la dernière ligne à
      * effet au plus tard aujourd'hui donne ORD-MCLI dès qu'une
      * ligne du client vient d'arriver à effet
       Bascule-Historique.
           MOVE 0 TO W-FIN W-CLI-COUR W-REP-COUR W-MAJ
           MOVE 0 TO CLI-MRPC DEF-MRPC
           START MXREPCLI KEY NOT < CLE1-MRPC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Bascule-Ligne UNTIL W-FIN = 1
           PERFORM Bascule-Client.

       Bascule-Ligne.
           READ MXREPCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MRPC NOT = W-CLI-COUR
                PERFORM Bascule-Client
                MOVE CLI-MRPC TO W-CLI-COUR
                MOVE 0 TO W-MAJ.
           IF DEF-MRPC > W-DAT
                EXIT PARAGRAPH.
           MOVE REP-MRPC TO W-REP-COUR
           IF APP-MRPC = 0
                MOVE 1 TO APP-MRPC W-MAJ
                REWRITE ENR-MRPC INVALID CONTINUE
                END-REWRITE.

       Bascule-Client.
           IF W-MAJ = 0 OR W-CLI-COUR = 0
                EXIT PARAGRAPH.
           MOVE W-CLI-COUR TO COD-MCLI
           READ MXCLI INVALID
                EXIT PARAGRAPH
           END-READ
           IF ORD-MCLI NOT = W-REP-COUR
                MOVE W-REP-COUR TO ORD-MCLI
                REWRITE ENR-MCLI INVALID CONTINUE
                END-REWRITE
                ADD 1 TO W-NBMAJ.

      ******************************************************************
      *    HISTO : représentants successifs d'un client
      ******************************************************************
       Histo.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-K-CLI
           IF W-K-CLI = 0
                DISPLAY "usage : terr-b HISTO cli"
                GO F-Histo.
           OPEN INPUT MXREPCLI
           IF FILE-STATUS NOT = "00"
                DISPLAY "terr-b : aucune réaffectation"
                GO F-Histo.
           MOVE W-K-CLI TO W-CLI-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/terr-histo-" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Représentants successifs du client " DELIMITED
                  BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "effet     rep  ancien o  terr.   app  saisi le"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE W-K-CLI TO CLI-MRPC
           MOVE 0 TO DEF-MRPC
           START MXREPCLI KEY NOT < CLE1-MRPC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Histo-Ligne UNTIL W-FIN = 1
           CLOSE MXREPCLI ETAT
           DISPLAY "terr-b : " W-NB " lignes, " ASSIGN-ETAT.
       F-Histo.
           EXIT.

       Histo-Ligne.
           READ MXREPCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MRPC NOT = W-K-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-HIS
           MOVE DEF-MRPC TO LH-DEF
           MOVE REP-MRPC TO LH-REP
           MOVE ANC-MRPC TO LH-ANC
           MOVE ORI-MRPC TO LH-ORI
           MOVE TER-MRPC TO LH-TER
           IF APP-MRPC = 1
                MOVE "oui" TO LH-APP
           ELSE
                MOVE "non" TO LH-APP
           END-IF
           MOVE DAT-MRPC TO LH-DAT
           WRITE LIGNE-ETAT FROM LIGNE-HIS
           ADD 1 TO W-NB.

      ******************************************************************
      *    POTENTIEL : potentiel d'achat estimé des clients
      ******************************************************************
       Potentiel.
           IF W-PAR2 = SPACE
                DISPLAY "usage : terr-b POTENTIEL fichier"
                GO F-Potentiel.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "terr-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Potentiel.
           OPEN I-O MXCLIPOT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCLIPOT
                CLOSE MXCLIPOT
                OPEN I-O MXCLIPOT.
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Potentiel UNTIL W-FIN = 1
           CLOSE MOUVT MXCLIPOT
           DISPLAY "terr-b : " W-NB " potentiels chargés, "
                   W-ERR " rejets".
       F-Potentiel.
           EXIT.

       Charge-Un-Potentiel.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-CLI WC-POT
           MOVE WC-CLI TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT > 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE CVN-SOR TO CLI-MPOT
           MOVE WC-POT TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR < 0
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE CVN-SOR TO POT-MPOT
           MOVE W-DAT TO DAT-MPOT
           WRITE ENR-MPOT INVALID
                REWRITE ENR-MPOT INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    EQUILIBRE : portefeuille de chaque représentant
      ******************************************************************
       Equilibre.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-MOIS
      * mois précédent par défaut
           IF W-MOIS = 0
                COMPUTE W-MOIS = W-DAT / 100
                COMPUTE W-AA = W-MOIS / 100
                COMPUTE W-MM = W-MOIS - W-AA * 100
                IF W-MM = 1
                     SUBTRACT 1 FROM W-AA
                     MOVE 12 TO W-MM
                ELSE
                     SUBTRACT 1 FROM W-MM
                END-IF
                COMPUTE W-MOIS = W-AA * 100 + W-MM.
           COMPUTE W-AA = W-MOIS / 100
           COMPUTE W-MM = W-MOIS - W-AA * 100
           COMPUTE W-TM = W-AA * 12 + W-MM - 1
           COMPUTE W-T0 = W-TM - 11
           OPEN INPUT MXHISVTE
           IF FILE-STATUS NOT = "00"
                DISPLAY "terr-b : historique des ventes absent"
                GO F-Equilibre.
           OPEN OUTPUT MXTERWRK
           CLOSE MXTERWRK
           OPEN I-O MXTERWRK
           MOVE 0 TO W-FIN
           MOVE SPACE TO ENR-MHIV
           MOVE 0 TO NUM-MHIV
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Vente UNTIL W-FIN = 1
           CLOSE MXHISVTE
           OPEN INPUT MXCLI
           MOVE 0 TO W-POT W-HIS
           OPEN INPUT MXCLIPOT
           IF FILE-STATUS = "00"
                MOVE 1 TO W-POT.
           OPEN INPUT MXREPCLI
           IF FILE-STATUS = "00"
                MOVE 1 TO W-HIS.
           INITIALIZE W-TAB-RP
           MOVE 0 TO W-TOT-NBC W-TOT-CA W-TOT-POT W-TOT-NPE W-FIN
           MOVE 0 TO COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Equilibre-Client UNTIL W-FIN = 1
           CLOSE MXCLI MXTERWRK
           IF W-POT = 1
                CLOSE MXCLIPOT.
           IF W-HIS = 1
                CLOSE MXREPCLI.
           PERFORM Edite-Equilibre
           DISPLAY "terr-b : " W-TOT-NBC " clients, " W-NBREP
                   " représentants, " ASSIGN-ETAT.
       F-Equilibre.
           EXIT.

       Cumule-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MHIV = 0 OR ADSP-MHIV = 0
                EXIT PARAGRAPH.
           COMPUTE W-TL = ADSP-MHIV * 12 + MDSP-MHIV - 1
           IF W-TL < W-T0 OR W-TL > W-TM
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = QTE-MHIV * PUS-MHIV
           MOVE CLI-MHIV TO CLI-MTEW
           READ MXTERWRK INVALID
                MOVE CLI-MHIV TO CLI-MTEW
                MOVE W-MNT TO MNT-MTEW
                WRITE ENR-MTEW INVALID CONTINUE
                END-WRITE
                EXIT PARAGRAPH
           END-READ
           ADD W-MNT TO MNT-MTEW
           REWRITE ENR-MTEW INVALID CONTINUE
           END-REWRITE.

      * client actif rattaché à son représentant en vigueur ce jour
       Equilibre-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO W-K-CLI
           MOVE W-DAT TO W-K-DAT
           MOVE ORD-MCLI TO W-K-REP
           PERFORM Rep-En-Vigueur
           COMPUTE W-IR = W-K-REP + 1
           MOVE 0 TO W-CA
           MOVE COD-MCLI TO CLI-MTEW
           READ MXTERWRK INVALID CONTINUE
           NOT INVALID MOVE MNT-MTEW TO W-CA
           END-READ
           ADD 1 TO W-RP-NBC(W-IR) W-TOT-NBC
           ADD W-CA TO W-RP-CA(W-IR) W-TOT-CA
      * potentiel estimé, à défaut le chiffre d'affaires
           MOVE 0 TO W-TROUVE
           IF W-POT = 1
                MOVE COD-MCLI TO CLI-MPOT
                READ MXCLIPOT INVALID CONTINUE
                NOT INVALID MOVE 1 TO W-TROUVE
                END-READ
           END-IF
           IF W-TROUVE = 1
                ADD POT-MPOT TO W-RP-POT(W-IR) W-TOT-POT
           ELSE
                ADD 1 TO W-RP-NPE(W-IR) W-TOT-NPE
                IF W-CA > 0
                     ADD W-CA TO W-RP-POT(W-IR) W-TOT-POT
                END-IF
           END-IF.

       Edite-Equilibre.
      * moyenne sur les représentants ayant des clients
           MOVE 0 TO W-NBREP
           PERFORM Compte-Rep VARYING W-IR FROM 2 BY 1
                   UNTIL W-IR > 1000
           MOVE 0 TO W-MOY-CA
           IF W-NBREP > 0
                COMPUTE W-MOY-CA ROUNDED
                      = (W-TOT-CA - W-RP-CA(1)) / W-NBREP.
           MOVE W-MOIS TO W-MOIS-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/terr-equilibre-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Equilibre des territoires - ventes des douze mois"
                  DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "rep  clients  % cl   chiffre d'affaires  % ca"
                TO LIGNE-ETAT
           MOVE "      potentiel  ca/pot ecart non est." TO
                LIGNE-ETAT(47:)
           WRITE LIGNE-ETAT
           PERFORM Edite-Rep-Equilibre VARYING W-IR FROM 1 BY 1
                   UNTIL W-IR > 1000
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-EQU
           MOVE W-TOT-NBC TO LE-NBC
           MOVE W-TOT-CA TO LE-CA
           MOVE W-TOT-POT TO LE-POT
           MOVE W-TOT-NPE TO LE-NPE
           MOVE "TOTAL" TO LE-OBS
           WRITE LIGNE-ETAT FROM LIGNE-EQU
           CLOSE ETAT.

       Compte-Rep.
           IF W-RP-NBC(W-IR) > 0
                ADD 1 TO W-NBREP.

       Edite-Rep-Equilibre.
           IF W-RP-NBC(W-IR) = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-EQU
           COMPUTE LE-REP = W-IR - 1
           MOVE W-RP-NBC(W-IR) TO LE-NBC
           COMPUTE LE-PNB ROUNDED = W-RP-NBC(W-IR) * 100 / W-TOT-NBC
           MOVE W-RP-CA(W-IR) TO LE-CA
           IF W-TOT-CA > 0 AND W-RP-CA(W-IR) > 0
                COMPUTE LE-PCA ROUNDED
                      = W-RP-CA(W-IR) * 100 / W-TOT-CA.
           MOVE W-RP-POT(W-IR) TO LE-POT
           IF W-RP-POT(W-IR) > 0 AND W-RP-CA(W-IR) > 0
                COMPUTE LE-PEN ROUNDED
                      = W-RP-CA(W-IR) * 100 / W-RP-POT(W-IR).
           MOVE W-RP-NPE(W-IR) TO LE-NPE
           IF W-IR = 1
                MOVE "NON AFFECTES" TO LE-OBS
                WRITE LIGNE-ETAT FROM LIGNE-EQU
                EXIT PARAGRAPH.
      * écart à la moyenne des représentants, au delà de 25 %
      * le portefeuille est signalé
           IF W-MOY-CA > 0
                COMPUTE W-ECART ROUNDED
                      = (W-RP-CA(W-IR) - W-MOY-CA) * 100 / W-MOY-CA
                MOVE W-ECART TO LE-ECA
                IF W-ECART > 25
                     MOVE "SURCHARGE" TO LE-OBS
                END-IF
                IF W-ECART < -25
                     MOVE "SOUS-CHARGE" TO LE-OBS
                END-IF
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-EQU.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
