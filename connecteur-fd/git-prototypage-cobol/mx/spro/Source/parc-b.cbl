      *{Bench}prg-comment
      * parc-b.cbl
151026* parc-b.cbl : parc machines des clients (MXPARC) et relances
151026* d'entretien à l'horamètre.  Les agriculteurs et les
151026* entreprises de TP ont des machines que nous n'avons pas
151026* forcément vendues ; le kit d'entretien se vend quand on
151026* appelle le client avant sa révision :
151026*   MACHINE <cli;marque;modèle;série;année[;heures]>
151026*       crée ou complète la machine du client (marque et
151026*       modèle en majuscules, comme le plan d'entretien) ;
151026*   RELEVE <série> <heures>
151026*       relevé d'horamètre saisi à la main (les relevés
151026*       courants viennent de sav-b COMPTEUR, de la ligne H
151026*       du ticket comptoir-b et de visite-b RELEVE, cf.
151026*       releve-parc) ; seul moyen de corriger un relevé
151026*       erroné ou un compteur changé : il remplace le relevé
151026*       courant même en deçà ;
151026*   KIT <marque;modèle;heures;article>
151026*       plan d'entretien constructeur (MXKITENT) : le kit à
151026*       monter toutes les N heures ; modèle à blanc = toute
151026*       la marque ; article à blanc = intervalle retiré ;
151026*   PROJETTE [<jours>]
151026*       batch mensuel : prochaine échéance de chaque
151026*       machine (multiple du plus petit intervalle au-delà
151026*       du dernier relevé, kit du plus grand intervalle qui
151026*       tombe dessus), date projetée à l'usage horaire
151026*       constaté entre les deux derniers relevés (à défaut
151026*       MX-DIR/parc.cfg heures par an, 500) ; les échéances
151026*       à moins de N jours (30) ou dépassées sont relancées
151026*       une fois (MXRELENT) et listées par agence et par
151026*       représentant du client, ft/parc-relances.txt ;
151026*   SUIVI [<jours>]
151026*       rapproche les relances des ventes du kit au client
151026*       depuis la relance (MXHISVTE), passe échues celles
151026*       sans vente après N jours (90) et édite le journal
151026*       de transformation, ft/parc-suivi.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. parc-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:22:05.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXPARC.sl".
       COPY "MXKITENT.sl".
       COPY "MXRELENT.sl".
       COPY "MXCLI.sl".
       COPY "MXART.sl".
       COPY "MXHISVTE.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXPARC.fd".
       COPY "MXKITENT.fd".
       COPY "MXRELENT.fd".
       COPY "MXCLI.fd".
       COPY "MXART.fd".
       COPY "MXHISVTE.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(60).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(200).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-ZONE               PIC X(200).
       77 W-PTR                PIC 9(03).
       77 W-DAT                PIC 9(08).
       77 W-JRS-JOUR           PIC S9(07).
       77 W-SER                PIC X(20).
       77 W-CLI                PIC 9(08).
       77 W-HRS                PIC 9(06).
       77 W-RET                PIC 9.
       77 W-ORI                PIC X(03).
       77 W-JOURS              PIC 9(03).
       77 W-USAGE              PIC 9(05).
       77 W-TXJ                PIC 9(03)V9999.
       77 W-NBJ                PIC S9(07).
       77 W-JD                 PIC S9(07).
       77 W-Q                  PIC 9(06).
       77 W-HEC                PIC 9(06).
       77 W-IMIN               PIC 9(05).
       77 W-INT                PIC 9(05).
       77 W-KIT                PIC X(20).
       77 W-MOD                PIC X(20).
       77 W-NRL                PIC 9(08).
       77 W-DSP                PIC 9(08).
       77 W-AGE-RUP            PIC X(03).
       77 W-REP-RUP            PIC 9(03).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-NB2                PIC 9(06).
       77 W-NSP                PIC 9(06).
       77 W-NRV                PIC 9(06).
       77 W-NVE                PIC 9(06).
       77 W-NEC                PIC 9(06).
       77 W-TAUX               PIC 9(03)V9.
       77 W-TAUX-ED            PIC ZZ9,9.
       77 K-KIT                PIC 9(02) COMP.
       77 W-NBKIT              PIC 9(02) COMP.
      * usage annuel à défaut de deux relevés, délai de vente
      * après relance, horizon de relance
       78 USAGE-DEF            VALUE IS 500.
       78 DELAI-VENTE          VALUE IS 90.
       78 HORIZON-DEF          VALUE IS 30.
       78 MINUSCULES           VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAJUSCULES           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "datajout.wrk".
      * plan d'entretien du modèle, intervalles croissants
       01 W-PLAN.
           05 W-KT OCCURS 20.
              10 W-KT-INT      PIC 9(05).
              10 W-KT-ART      PIC X(20).
      * zones d'une machine (MACHINE) ou d'un kit (KIT)
       01 W-ZONES-PRC.
           05 WP-CLI           PIC X(10).
           05 WP-MRQ           PIC X(20).
           05 WP-MOD           PIC X(20).
           05 WP-SER           PIC X(20).
           05 WP-ANN           PIC X(10).
           05 WP-HRS           PIC X(10).
       01 W-ZONES-KIT REDEFINES W-ZONES-PRC.
           05 WK-MRQ           PIC X(20).
           05 WK-MOD           PIC X(20).
           05 WK-INT           PIC X(10).
           05 WK-ART           PIC X(20).
           05 FILLER           PIC X(20).
       01 LIGNE-REL.
           05 LR-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-RAI           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-TEL           PIC X(15).
           05 FILLER           PIC X(01).
           05 LR-MRQ           PIC X(10).
           05 FILLER           PIC X(01).
           05 LR-MOD           PIC X(12).
           05 FILLER           PIC X(01).
           05 LR-SER           PIC X(12).
           05 FILLER           PIC X(01).
           05 LR-HRS           PIC ZZZZZ9.
           05 FILLER           PIC X(01).
           05 LR-HEC           PIC ZZZZZ9.
           05 FILLER           PIC X(01).
           05 LR-DPR           PIC X(10).
           05 FILLER           PIC X(01).
           05 LR-KIT           PIC X(20).
       01 LIGNE-SUI REDEFINES LIGNE-REL.
           05 LS-NRL           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-SER           PIC X(15).
           05 FILLER           PIC X(01).
           05 LS-HEC           PIC ZZZZZ9.
           05 FILLER           PIC X(01).
           05 LS-KIT           PIC X(20).
           05 FILLER           PIC X(01).
           05 LS-DRL           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-STA           PIC X(08).
           05 FILLER           PIC X(01).
           05 LS-BON           PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER           PIC X(01).
           05 LS-DVE           PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER           PIC X(30).
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
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
      * la marque et le modèle peuvent contenir des blancs : la
      * suite de la ligne de commande est reprise entière
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 200
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "MACHINE"  PERFORM Machine THRU F-Machine
           WHEN "RELEVE"   PERFORM Releve THRU F-Releve
           WHEN "KIT"      PERFORM Kit THRU F-Kit
           WHEN "PROJETTE" PERFORM Projette THRU F-Projette
           WHEN "SUIVI"    PERFORM Suivi THRU F-Suivi
           WHEN OTHER
                DISPLAY "parc-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : parc-b MACHINE cli;marque;modèle;"
                        "série;année[;heures]"
                DISPLAY "        parc-b RELEVE série heures"
                DISPLAY "        parc-b KIT marque;modèle;heures;"
                        "article"
                DISPLAY "        parc-b PROJETTE [jours]"
                DISPLAY "        parc-b SUIVI [jours]"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxparc.
           OPEN I-O MXPARC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXPARC
                CLOSE MXPARC
                OPEN I-O MXPARC.

       Ouvre-Mxrelent.
           OPEN I-O MXRELENT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXRELENT
                CLOSE MXRELENT
                OPEN I-O MXRELENT.

      ******************************************************************
      *    MACHINE : fiche machine du parc client
      ******************************************************************
       Machine.
           MOVE SPACE TO W-ZONES-PRC
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WP-CLI WP-MRQ WP-MOD WP-SER WP-ANN WP-HRS
           MOVE WP-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           IF W-CLI = 0 OR WP-MRQ = SPACE OR WP-MOD = SPACE
           OR WP-SER = SPACE
                DISPLAY "usage : parc-b MACHINE cli;marque;modèle;"
                        "série;année[;heures]"
                GO F-Machine.
           OPEN INPUT MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "parc-b : client inconnu " W-CLI
                CLOSE MXCLI
                GO F-Machine
           END-READ
           CLOSE MXCLI
           INSPECT WP-MRQ CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT WP-MOD CONVERTING MINUSCULES TO MAJUSCULES
           PERFORM Ouvre-Mxparc
           MOVE WP-SER TO SER-MPRC
           READ MXPARC INVALID
                INITIALIZE ENR-MPRC
                MOVE WP-SER TO SER-MPRC
                MOVE W-DAT TO DCR-MPRC
           END-READ
           MOVE W-CLI TO CLI-MPRC
           MOVE WP-MRQ TO MRQ-MPRC
           MOVE WP-MOD TO MOD-MPRC
           MOVE WP-ANN TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR > 0
                MOVE CVN-SOR TO ANN-MPRC.
           WRITE ENR-MPRC INVALID
                REWRITE ENR-MPRC INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXPARC
           DISPLAY "parc-b : machine " WP-SER " au parc du client "
                   W-CLI
           IF WP-HRS NOT = SPACE
                MOVE WP-SER TO W-SER
                MOVE WP-HRS TO W-PAR3
                PERFORM Releve THRU F-Releve.
       F-Machine.
           EXIT.

      ******************************************************************
      *    RELEVE : relevé d'horamètre saisi à la main
      ******************************************************************
       Releve.
           IF W-FONCTION = "RELEVE"
                MOVE W-PAR2 TO W-SER.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-HRS
           IF W-SER = SPACE OR W-HRS = 0
                DISPLAY "usage : parc-b RELEVE série heures"
                GO F-Releve.
           MOVE 0 TO W-CLI
           MOVE "MAN" TO W-ORI
           CALL "releve-parc" USING W-SER W-CLI W-HRS W-DAT W-ORI
                W-RET
                ON EXCEPTION MOVE 9 TO W-RET
           END-CALL
           CANCEL "releve-parc"
           EVALUATE W-RET
           WHEN 0    DISPLAY "parc-b : " W-SER " relevé à " W-HRS
                             " h"
           WHEN 1    DISPLAY "parc-b : " W-SER " créé au parc à "
                             W-HRS " h"
           WHEN 2    DISPLAY "parc-b : machine inconnue " W-SER
                             ", la créer par MACHINE"
           WHEN 3    DISPLAY "parc-b : relevé inférieur au dernier"
                             " connu, refusé " W-SER
           WHEN OTHER DISPLAY "parc-b : parc indisponible"
           END-EVALUATE.
       F-Releve.
           EXIT.

      ******************************************************************
      *    KIT : plan d'entretien constructeur
      ******************************************************************
       Kit.
           MOVE SPACE TO W-ZONES-PRC
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WK-MRQ WK-MOD WK-INT WK-ART
           MOVE WK-INT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-INT
           IF WK-MRQ = SPACE OR W-INT = 0
                DISPLAY "usage : parc-b KIT marque;modèle;heures;"
                        "article"
                GO F-Kit.
           INSPECT WK-MRQ CONVERTING MINUSCULES TO MAJUSCULES
           INSPECT WK-MOD CONVERTING MINUSCULES TO MAJUSCULES
           OPEN I-O MXKITENT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXKITENT
                CLOSE MXKITENT
                OPEN I-O MXKITENT.
           MOVE WK-MRQ TO MRQ-MKTE
           MOVE WK-MOD TO MOD-MKTE
           MOVE W-INT TO INT-MKTE
           IF WK-ART = SPACE
                DELETE MXKITENT RECORD INVALID
                     DISPLAY "parc-b : intervalle absent du plan"
                NOT INVALID
                     DISPLAY "parc-b : intervalle " W-INT " h retiré"
                END-DELETE
                CLOSE MXKITENT
                GO F-Kit.
           OPEN INPUT MXART
           MOVE WK-ART TO COD-MART
           READ MXART INVALID
                DISPLAY "parc-b : article inconnu " WK-ART
                CLOSE MXART MXKITENT
                GO F-Kit
           END-READ
           CLOSE MXART
           READ MXKITENT INVALID
                INITIALIZE ENR-MKTE
                MOVE WK-MRQ TO MRQ-MKTE
                MOVE WK-MOD TO MOD-MKTE
                MOVE W-INT TO INT-MKTE
           END-READ
           MOVE WK-ART TO ART-MKTE
           MOVE W-DAT TO DAT-MKTE
           WRITE ENR-MKTE INVALID
                REWRITE ENR-MKTE INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXKITENT
           DISPLAY "parc-b : kit " WK-ART " toutes les " W-INT " h".
       F-Kit.
           EXIT.

      * usage annuel par défaut : MX-DIR/parc.cfg (heures par an),
      * 500 à défaut
       Charge-Usage.
           MOVE USAGE-DEF TO W-USAGE
           STRING MX-DIR DELIMITED BY "  "
                  "/parc.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                MOVE ENR-CONFIG TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-USAGE
                END-IF
           END-READ
           CLOSE CONFIG.

      ******************************************************************
      *    PROJETTE : échéances d'entretien et liste d'appels
      ******************************************************************
       Projette.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-JOURS
           IF W-JOURS = 0
                MOVE HORIZON-DEF TO W-JOURS.
           PERFORM Charge-Usage
           OPEN INPUT MXPARC
           IF FILE-STATUS NOT = "00"
                DISPLAY "parc-b : parc vide"
                GO F-Projette.
           OPEN INPUT MXKITENT
           IF FILE-STATUS NOT = "00"
                DISPLAY "parc-b : aucun plan d'entretien (KIT)"
                CLOSE MXPARC
                GO F-Projette.
           OPEN INPUT MXCLI MXART
           PERFORM Ouvre-Mxrelent
           PERFORM Cherche-Nrl
           MOVE 0 TO W-NB W-NB2 W-NSP W-FIN
           MOVE LOW-VALUE TO CLE1-MPRC
           START MXPARC KEY NOT < CLE1-MPRC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Projette-Une-Machine UNTIL W-FIN = 1
           PERFORM Liste-Relances
           CLOSE MXPARC MXKITENT MXCLI MXART MXRELENT
           DISPLAY "parc-b : " W-NB2 " machines projetées, " W-NB
                   " relances, " W-NSP " sans plan d'entretien ("
                   ASSIGN-ETAT ")".
       F-Projette.
           EXIT.

       Cherche-Nrl.
           MOVE 0 TO W-NRL
           MOVE 99999999 TO NRL-MREN
           START MXRELENT KEY NOT > CLE1-MREN INVALID
                CONTINUE
           NOT INVALID
                READ MXRELENT PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRL-MREN TO W-NRL
                END-READ
           END-START.

       Projette-Une-Machine.
           READ MXPARC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF HRS-MPRC = 0 OR DHR-MPRC = 0
                EXIT PARAGRAPH.
           ADD 1 TO W-NB2
           MOVE MOD-MPRC TO W-MOD
           PERFORM Charge-Plan
           IF W-NBKIT = 0
                MOVE SPACE TO W-MOD
                PERFORM Charge-Plan.
           IF W-NBKIT = 0
                ADD 1 TO W-NSP
                EXIT PARAGRAPH.
      * prochaine échéance : multiple du plus petit intervalle ; le
      * kit est celui du plus grand intervalle qui y tombe
           MOVE W-KT-INT(1) TO W-IMIN
           COMPUTE W-Q = HRS-MPRC / W-IMIN
           COMPUTE W-HEC = (W-Q + 1) * W-IMIN
           MOVE SPACE TO W-KIT
           MOVE 0 TO W-INT
           PERFORM Choisit-Kit VARYING K-KIT FROM 1 BY 1
                   UNTIL K-KIT > W-NBKIT
      * usage horaire par jour entre les deux derniers relevés
           MOVE 0 TO W-TXJ
           IF DHP-MPRC > 0 AND DHR-MPRC > DHP-MPRC
           AND HRS-MPRC > HRP-MPRC
                MOVE DHP-MPRC TO DATSER-DAT
                PERFORM DATSER
                MOVE DATSER-JRS TO W-NBJ
                MOVE DHR-MPRC TO DATSER-DAT
                PERFORM DATSER
                COMPUTE W-NBJ = DATSER-JRS - W-NBJ
                COMPUTE W-TXJ = (HRS-MPRC - HRP-MPRC) / W-NBJ
           END-IF
           IF W-TXJ = 0
                COMPUTE W-TXJ = W-USAGE / 365.
           IF W-TXJ = 0
                MOVE 1 TO W-TXJ.
      * jours de l'échéance comptés depuis aujourd'hui
           MOVE DHR-MPRC TO DATSER-DAT
           PERFORM DATSER
           COMPUTE W-JD = DATSER-JRS - W-JRS-JOUR
                        + ((W-HEC - HRS-MPRC) / W-TXJ)
           IF W-JD > W-JOURS
                EXIT PARAGRAPH.
      * une seule relance par échéance
           MOVE SER-MPRC TO SER-MREN
           MOVE W-HEC TO HEC-MREN
           READ MXRELENT KEY IS CLE3-MREN INVALID CONTINUE
           NOT INVALID EXIT PARAGRAPH
           END-READ
           MOVE CLI-MPRC TO COD-MCLI
           READ MXCLI INVALID EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1
                EXIT PARAGRAPH.
           INITIALIZE ENR-MREN
           MOVE AGE-MCLI TO AGE-MREN
           MOVE ORD-MCLI TO REP-MREN
           MOVE CLI-MPRC TO CLI-MREN CLI4-MREN
           MOVE SER-MPRC TO SER-MREN
           MOVE W-HEC TO HEC-MREN
           MOVE W-KIT TO KIT-MREN
           MOVE W-INT TO INT-MREN
           MOVE HRS-MPRC TO HRS-MREN
      * échéance déjà dépassée : à faire tout de suite
           MOVE W-DAT TO DPR-MREN
           IF W-JD > 0
                MOVE W-DAT TO AJD-DAT
                MOVE W-JD TO AJD-NBJ
                PERFORM AJOUTE-JOURS
                MOVE AJD-DAT TO DPR-MREN
           END-IF
           MOVE W-DAT TO DRL-MREN
           MOVE "R" TO STA-MREN
           PERFORM Ecrit-Relance
           ADD 1 TO W-NB.

      * no pris entre-temps : on passe au suivant
       Ecrit-Relance.
           ADD 1 TO W-NRL
           MOVE W-NRL TO NRL-MREN
           WRITE ENR-MREN INVALID
                ADD 1 TO W-NRL
                MOVE W-NRL TO NRL-MREN
                WRITE ENR-MREN INVALID CONTINUE
                END-WRITE
           END-WRITE.

      * intervalles du modèle W-MOD de la marque de la machine
       Charge-Plan.
           MOVE 0 TO W-NBKIT W-FIN2
           MOVE MRQ-MPRC TO MRQ-MKTE
           MOVE W-MOD TO MOD-MKTE
           MOVE 0 TO INT-MKTE
           START MXKITENT KEY NOT < CLE1-MKTE INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Charge-Un-Kit UNTIL W-FIN2 = 1.

       Charge-Un-Kit.
           READ MXKITENT NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF MRQ-MKTE NOT = MRQ-MPRC OR MOD-MKTE NOT = W-MOD
           OR W-NBKIT = 20
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           ADD 1 TO W-NBKIT
           MOVE INT-MKTE TO W-KT-INT(W-NBKIT)
           MOVE ART-MKTE TO W-KT-ART(W-NBKIT).

       Choisit-Kit.
           COMPUTE W-Q = W-HEC / W-KT-INT(K-KIT)
           IF W-Q * W-KT-INT(K-KIT) = W-HEC
                MOVE W-KT-ART(K-KIT) TO W-KIT
                MOVE W-KT-INT(K-KIT) TO W-INT.

      * les relances du jour par agence puis représentant
       Liste-Relances.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/parc-relances.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RELANCES ENTRETIEN A MOINS DE " DELIMITED BY SIZE
                  W-JOURS DELIMITED BY SIZE
                  " JOURS - " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE HIGH-VALUE TO W-AGE-RUP
           MOVE 999 TO W-REP-RUP
           MOVE LOW-VALUE TO CLE2-MREN
           MOVE 0 TO W-FIN
           START MXRELENT KEY NOT < CLE2-MREN INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Une-Relance UNTIL W-FIN = 1
           CLOSE ETAT.

       Liste-Une-Relance.
           READ MXRELENT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DRL-MREN NOT = W-DAT OR STA-MREN NOT = "R"
                EXIT PARAGRAPH.
           IF AGE-MREN NOT = W-AGE-RUP OR REP-MREN NOT = W-REP-RUP
                MOVE AGE-MREN TO W-AGE-RUP
                MOVE REP-MREN TO W-REP-RUP
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                STRING "AGENCE " DELIMITED BY SIZE
                       AGE-MREN DELIMITED BY SIZE
                       " - REPRESENTANT " DELIMITED BY SIZE
                       REP-MREN DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-REL
           MOVE CLI-MREN TO LR-CLI COD-MCLI
           READ MXCLI INVALID CONTINUE
           NOT INVALID
                MOVE RAI-MCLI TO LR-RAI
                MOVE TEL-MCLI TO LR-TEL
           END-READ
           MOVE SER-MREN TO SER-MPRC LR-SER
           READ MXPARC INVALID CONTINUE
           NOT INVALID
                MOVE MRQ-MPRC TO LR-MRQ
                MOVE MOD-MPRC TO LR-MOD
           END-READ
           MOVE HRS-MREN TO LR-HRS
           MOVE HEC-MREN TO LR-HEC
           IF DPR-MREN NOT > W-DAT
                MOVE "DEPASSEE" TO LR-DPR
           ELSE MOVE DPR-MREN TO LR-DPR
           END-IF
           MOVE KIT-MREN TO LR-KIT
           WRITE LIGNE-ETAT FROM LIGNE-REL.

      ******************************************************************
      *    SUIVI : relances transformées en vente
      ******************************************************************
       Suivi.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-JOURS
           IF W-JOURS = 0
                MOVE DELAI-VENTE TO W-JOURS.
           OPEN I-O MXRELENT
           IF FILE-STATUS NOT = "00"
                DISPLAY "parc-b : aucune relance"
                GO F-Suivi.
      * les ventes du kit au client depuis la relance
           OPEN INPUT MXHISVTE
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Rapproche-Une-Vente UNTIL W-FIN = 1
           CLOSE MXHISVTE
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/parc-suivi.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "JOURNAL DES RELANCES ENTRETIEN AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NRV W-NVE W-NEC W-FIN
           MOVE 0 TO NRL-MREN
           START MXRELENT KEY NOT < CLE1-MREN INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Relance UNTIL W-FIN = 1
           MOVE 0 TO W-TAUX
           IF W-NRV > 0
                COMPUTE W-TAUX ROUNDED = W-NVE * 100 / W-NRV.
           MOVE W-TAUX TO W-TAUX-ED
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "RELANCES " DELIMITED BY SIZE
                  W-NRV DELIMITED BY SIZE
                  " - VENDUES " DELIMITED BY SIZE
                  W-NVE DELIMITED BY SIZE
                  " - ECHUES " DELIMITED BY SIZE
                  W-NEC DELIMITED BY SIZE
                  " - TRANSFORMATION " DELIMITED BY SIZE
                  W-TAUX-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXRELENT
           DISPLAY "parc-b : " W-NRV " relances, " W-NVE
                   " vendues, " W-NEC " échues (" ASSIGN-ETAT ")".
       F-Suivi.
           EXIT.

       Rapproche-Une-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF QTE-MHIV NOT > 0
                EXIT PARAGRAPH.
           MOVE DSP-MHIV TO W-DSP
           MOVE CLI-MHIV TO CLI4-MREN
           MOVE ART-MHIV TO KIT-MREN
           MOVE 0 TO W-FIN2
           START MXRELENT KEY NOT < CLE4-MREN INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Rapproche-Une-Relance UNTIL W-FIN2 = 1.

      * la première relance en cours du client pour ce kit, faite
      * avant la vente, passe vendue
       Rapproche-Une-Relance.
           READ MXRELENT NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI4-MREN NOT = CLI-MHIV OR KIT-MREN NOT = ART-MHIV
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF STA-MREN NOT = "R" OR DRL-MREN > W-DSP
                EXIT PARAGRAPH.
           MOVE "V" TO STA-MREN
           MOVE BON-MHIV TO BON-MREN
           MOVE W-DSP TO DVE-MREN
           REWRITE ENR-MREN INVALID CONTINUE
           END-REWRITE
           MOVE 1 TO W-FIN2.

       Suivi-Une-Relance.
           READ MXRELENT NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
      * sans vente dans le délai : échue
           IF STA-MREN = "R"
                MOVE DRL-MREN TO DATSER-DAT
                PERFORM DATSER
                IF W-JRS-JOUR - DATSER-JRS > W-JOURS
                     MOVE "E" TO STA-MREN
                     REWRITE ENR-MREN INVALID CONTINUE
                     END-REWRITE
                END-IF
           END-IF
           ADD 1 TO W-NRV
           MOVE SPACE TO LIGNE-SUI
           MOVE NRL-MREN TO LS-NRL
           MOVE CLI-MREN TO LS-CLI
           MOVE SER-MREN TO LS-SER
           MOVE HEC-MREN TO LS-HEC
           MOVE KIT-MREN TO LS-KIT
           MOVE DRL-MREN TO LS-DRL
           EVALUATE STA-MREN
           WHEN "V"   MOVE "VENDUE" TO LS-STA
                      ADD 1 TO W-NVE
           WHEN "E"   MOVE "ECHUE" TO LS-STA
                      ADD 1 TO W-NEC
           WHEN OTHER MOVE "EN COURS" TO LS-STA
           END-EVALUATE
           MOVE BON-MREN TO LS-BON
           MOVE DVE-MREN TO LS-DVE
           WRITE LIGNE-ETAT FROM LIGNE-SUI.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "datajout.cbl".

       Fin.
           STOP RUN.
