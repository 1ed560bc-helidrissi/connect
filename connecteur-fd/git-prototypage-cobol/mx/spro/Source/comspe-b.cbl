      *{Bench}prg-comment
      * comspe-b.cbl
151026* comspe-b.cbl : commandes spéciales d'articles non stockés,
151026* demandés par un client sur une ligne "référence divers"
151026* (code famille en AR1-MLDI, référence fournisseur en
151026* AR2-MLDI, cf. Rech-Refdiv de sbd-c).
151026*   CREE <age> <bon> <lig>
151026*       depuis la ligne divers du client : article temporaire
151026*       MXART "CS" + no (CSP-MART = 1, désignation, référence,
151026*       fournisseur et prix d'achat de la ligne), commande
151026*       fournisseur MXBDIS TYP = 5 / MXLDIS TLI = 3 liée
151026*       (numérotation MXAGEDIS comme vmi-b), attendu
151026*       QCF-MASA, suivi MXCOMSPE.  À la réception, recfou-b
151026*       réserve la marchandise au client (MXRESA sans date
151026*       limite) au lieu du stock libre et prévient le
151026*       comptoir (ft/comspe-arrivees-<age>.txt) ; la ligne
151026*       client se livre et se facture ensuite normalement.
151026*       Une demande répétée du même article fournisseur
151026*       (3 fois en douze mois) est signalée ;
151026*   SUIVI
151026*       quotidien : bon client facturé, la commande spéciale
151026*       passe livrée et sa réservation convertie ;
151026*   ATTENTE [<jours>]
151026*       commandes spéciales reçues et non retirées depuis plus
151026*       de <jours> (0 par défaut : toutes), et commandées non
151026*       reçues, ft/comspe-attente.txt ;
151026*   PURGE [<jours>]
151026*       supprime les articles temporaires (MXART, MXARTSA sans
151026*       stock ni attendu) des commandes livrées depuis plus de
151026*       <jours> (60 par défaut, le temps du contrôle de la
151026*       facture fournisseur) ;
151026*   CANDIDATS [<nb>]
151026*       articles fournisseur demandés au moins <nb> fois (3 par
151026*       défaut) sur douze mois, candidats à devenir des
151026*       articles stockés, ft/comspe-candidats.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. comspe-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:56.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXRESA.sl".
       COPY "MXCOMSPE.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXRESA.fd".
       COPY "MXCOMSPE.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-AGE                PIC X(03).
       77 W-BON                PIC 9(08).
       77 W-LIG                PIC 9(03).
       77 W-BAC                PIC 9(08).
       77 W-NCS                PIC 9(08).
       77 W-ART                PIC X(20).
       77 W-FOU                PIC X(08).
       77 W-REF                PIC X(20).
       77 W-DES                PIC X(50).
       77 W-CLI                PIC 9(08).
       77 W-QTE                PIC S9(09)V99.
       77 W-PAC                PIC 9(09)V99.
       77 W-DLP                PIC 9(08).
       77 W-DAT                PIC 9(08).
       77 W-JOURS              PIC 9(03).
       77 W-JRS-JOUR           PIC S9(07).
       77 W-JRS-LIM            PIC S9(07).
       77 W-JRS-ATT            PIC S9(05).
       77 W-SEUIL              PIC 9(03).
       77 W-REP                PIC 9(03).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-STOCK              PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB2                PIC 9(05).
       77 W-IX                 PIC 9(04) COMP.
       77 W-NBC                PIC 9(04) COMP.
       78 MAXCAN               VALUE IS 2000.
       78 SEUIL-CANDIDAT       VALUE IS 3.
       78 PURGE-DEF            VALUE IS 60.
      * poste batch pour la numérotation (cf. MOB-PALM des écrans)
       78 MOB-BATCH            VALUE IS 90.
           COPY "conv-num.wrk".
           COPY "datser.wrk".
           COPY "lit-agedis.wrk".
      * demandes des douze derniers mois par article fournisseur
       01 W-TAB-CAN.
           05 W-CAN-POSTE OCCURS 2000.
              10 W-CAN-FOU     PIC X(08).
              10 W-CAN-REF     PIC X(20).
              10 W-CAN-DES     PIC X(50).
              10 W-CAN-NB      PIC 9(03).
              10 W-CAN-QTE     PIC S9(09)V99.
              10 W-CAN-DER     PIC 9(08).
       01 LIGNE-CSP.
           05 LC-NCS           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LC-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LC-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LC-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-LIG           PIC 9(03).
           05 FILLER           PIC X(01).
           05 LC-CLI           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LC-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LC-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LC-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-JRS           PIC Z(04)9.
       01 LIGNE-CAN REDEFINES LIGNE-CSP.
           05 LN-FOU           PIC X(08).
           05 FILLER           PIC X(01).
           05 LN-REF           PIC X(20).
           05 FILLER           PIC X(01).
           05 LN-DES           PIC X(40).
           05 FILLER           PIC X(01).
           05 LN-NB            PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LN-QTE           PIC -(6)9,99.
           05 FILLER           PIC X(01).
           05 LN-DER           PIC 9(08).
           05 FILLER           PIC X(37).
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
           MOVE W-DAT TO DATSER-DAT
           PERFORM DATSER
           MOVE DATSER-JRS TO W-JRS-JOUR
           EVALUATE W-FONCTION
           WHEN "CREE"      PERFORM Cree THRU F-Cree
           WHEN "SUIVI"     PERFORM Suivi THRU F-Suivi
           WHEN "ATTENTE"   PERFORM Attente THRU F-Attente
           WHEN "PURGE"     PERFORM Purge-Csp THRU F-Purge-Csp
           WHEN "CANDIDATS" PERFORM Candidats THRU F-Candidats
           WHEN OTHER
                DISPLAY "comspe-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : comspe-b CREE age bon lig"
                DISPLAY "        comspe-b SUIVI"
                DISPLAY "        comspe-b ATTENTE [jours]"
                DISPLAY "        comspe-b PURGE [jours]"
                DISPLAY "        comspe-b CANDIDATS [nb]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    CREE : article temporaire et commande fournisseur liée
      ******************************************************************
       Cree.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LIG
           IF W-AGE = SPACE OR W-BON = 0 OR W-LIG = 0
                DISPLAY "comspe-b CREE : agence, bon et ligne"
                GO F-Cree.
           OPEN I-O MXART MXARTSA MXBDIS MXLDIS MXAGEDIS
           OPEN I-O MXCOMSPE
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCOMSPE
                CLOSE MXCOMSPE
                OPEN I-O MXCOMSPE.
           MOVE W-AGE TO AGE-MCSP
           MOVE W-BON TO BON-MCSP
           MOVE W-LIG TO LIG-MCSP
           READ MXCOMSPE KEY IS CLE3-MCSP INVALID CONTINUE
           NOT INVALID
                DISPLAY "comspe-b : ligne déjà en commande spéciale "
                        NCS-MCSP
                PERFORM Ferme-Cree
                GO F-Cree
           END-READ
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                DISPLAY "comspe-b : bon inconnu " W-AGE " " W-BON
                PERFORM Ferme-Cree
                GO F-Cree
           END-READ
           IF TYP-MBDI = 3 OR TYP-MBDI = 5 OR TYP-MBDI = 7
           OR TYP-MBDI = 8
                DISPLAY "comspe-b : le bon n'est pas une commande "
                        "client"
                PERFORM Ferme-Cree
                GO F-Cree.
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           READ MXLDIS INVALID
                DISPLAY "comspe-b : ligne inconnue " W-LIG
                PERFORM Ferme-Cree
                GO F-Cree
           END-READ
      * ligne "référence divers" : code famille en AR1-MLDI, sans
      * article stocké derrière
           IF AR1-MLDI NOT NUMERIC
                DISPLAY "comspe-b : la ligne n'est pas une "
                        "référence divers"
                PERFORM Ferme-Cree
                GO F-Cree.
           IF FOU-MLDI = SPACE OR QTE-MLDI NOT > 0
                DISPLAY "comspe-b : fournisseur et quantité de la "
                        "ligne obligatoires"
                PERFORM Ferme-Cree
                GO F-Cree.
           MOVE FOU-MLDI TO W-FOU
           MOVE AR2-MLDI TO W-REF
           MOVE DES-MLDI TO W-DES
           MOVE CLI-MBDI TO W-CLI
           MOVE QTE-MLDI TO W-QTE
           MOVE PAC-MLDI TO W-PAC
           MOVE DLP-MLDI TO W-DLP
           PERFORM Compte-Demandes
           PERFORM Cherche-Ncs
           ADD 1 TO W-NCS
           MOVE SPACE TO W-ART
           STRING "CS" DELIMITED BY SIZE
                  W-NCS DELIMITED BY SIZE
                  INTO W-ART
      *    article temporaire, invisible du tarif : il n'existe que
      *    pour porter l'achat, la réception et la réservation
           INITIALIZE ENR-MART
           MOVE W-ART TO COD-MART
           MOVE W-REF TO REF-MART RFIN-MART
           MOVE W-DES TO DES-MART
           MOVE AR1-MLDI TO FAM-MART
           MOVE W-FOU TO FOU-MART
           MOVE W-PAC TO PAC-MART
           MOVE PUB-MLDI TO PVT-MART
           MOVE 1 TO TVA-MART
           MOVE 2 TO TAR-MART
           MOVE W-DAT TO DAT-MART DCR-MART
           MOVE "V" TO ETA-MART
           MOVE 1 TO CSP-MART
           WRITE ENR-MART INVALID
                DISPLAY "comspe-b : article déjà existant " W-ART
                PERFORM Ferme-Cree
                GO F-Cree
           END-WRITE
           PERFORM Commande-Fournisseur
           IF W-BAC = 0
                DELETE MXART RECORD INVALID CONTINUE
                END-DELETE
                PERFORM Ferme-Cree
                GO F-Cree.
           INITIALIZE ENR-MCSP
           MOVE W-NCS TO NCS-MCSP
           MOVE W-ART TO ART-MCSP
           MOVE W-AGE TO AGE-MCSP
           MOVE W-BON TO BON-MCSP
           MOVE W-LIG TO LIG-MCSP
           MOVE W-CLI TO CLI-MCSP
           MOVE W-FOU TO FOU-MCSP
           MOVE W-REF TO REF-MCSP
           MOVE W-DES TO DES-MCSP
           MOVE W-QTE TO QTE-MCSP
           MOVE W-PAC TO PAC-MCSP
           MOVE W-BAC TO BAC-MCSP
           MOVE 1 TO LAC-MCSP
           MOVE W-DAT TO DAT-MCSP
           MOVE "C" TO STA-MCSP
           MOVE W-REP TO REP-MCSP
           WRITE ENR-MCSP INVALID
                DISPLAY "comspe-b : écriture MXCOMSPE " W-NCS
           END-WRITE
           DISPLAY "comspe-b : commande spéciale " W-NCS
                   ", article " W-ART ", achat " W-AGE " " W-BAC
           IF W-REP NOT < SEUIL-CANDIDAT
                DISPLAY "comspe-b : " W-REF " demandé " W-REP
                        " fois en douze mois, candidat au stock".
           PERFORM Ferme-Cree.
       F-Cree.
           EXIT.

       Ferme-Cree.
           CLOSE MXART MXARTSA MXBDIS MXLDIS MXAGEDIS MXCOMSPE.

      * bon d'achat d'une ligne au fournisseur de la ligne divers,
      * l'attendu fournisseur de l'article temporaire s'ouvre
       Commande-Fournisseur.
           MOVE 0 TO W-BAC
           MOVE W-AGE TO COD-MAGD
           PERFORM LIT-AGEDIS-LOCK
           IF AGD-TROUVE NOT = 1
                DISPLAY "comspe-b : agence inconnue " W-AGE
                EXIT PARAGRAPH
           END-IF
           ADD 1 TO BON-MAGD
           REWRITE ENR-MAGD INVALID
                EXIT PARAGRAPH
           END-REWRITE
           COMPUTE W-BAC = (MOB-BATCH * 1000000) + BON-MAGD
           INITIALIZE ENR-MBDI
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BAC TO BON-MBDI
           MOVE 5 TO TYP-MBDI
           MOVE W-DAT TO DAT-MBDI
           MOVE W-FOU TO REF-MBDI
           WRITE ENR-MBDI INVALID
                DISPLAY "comspe-b : écriture MXBDIS " W-BAC
           END-WRITE
           INITIALIZE ENR-MLDI
           MOVE W-AGE TO AGE-MLDI
           MOVE W-BAC TO BON-MLDI
           MOVE 1 TO LIG-MLDI
           MOVE W-ART TO ART-MLDI
           MOVE W-DES TO DES-MLDI
           MOVE W-QTE TO QTE-MLDI
           MOVE W-PAC TO PUN-MLDI PAC-MLDI
           MOVE W-FOU TO FOU-MLDI
           MOVE W-DLP TO DLP-MLDI
           MOVE 3 TO TLI-MLDI
           MOVE "CSP" TO MOT-MLDI
           WRITE ENR-MLDI INVALID
                DISPLAY "comspe-b : écriture MXLDIS " W-BAC
           END-WRITE
           INITIALIZE ENR-MASA
           MOVE W-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           MOVE W-QTE TO QCF-MASA
           WRITE ENR-MASA INVALID CONTINUE
           END-WRITE.

      * no de commande spéciale = dernier + 1
       Cherche-Ncs.
           MOVE 0 TO W-NCS
           MOVE 99999999 TO NCS-MCSP
           START MXCOMSPE KEY NOT > CLE1-MCSP INVALID
                CONTINUE
           NOT INVALID
                READ MXCOMSPE PREVIOUS AT END CONTINUE
                NOT AT END MOVE NCS-MCSP TO W-NCS
                END-READ
           END-START.

      * demandes du même article fournisseur sur douze mois, la
      * nouvelle comprise
       Compte-Demandes.
           MOVE 1 TO W-REP
           COMPUTE W-JRS-LIM = W-JRS-JOUR - 365
           MOVE 0 TO NCS-MCSP
           MOVE 0 TO W-FIN
           START MXCOMSPE KEY NOT < CLE1-MCSP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Compte-Une-Demande UNTIL W-FIN = 1.

       Compte-Une-Demande.
           READ MXCOMSPE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF FOU-MCSP NOT = W-FOU
                EXIT PARAGRAPH.
           IF W-REF NOT = SPACE
                IF REF-MCSP NOT = W-REF
                     EXIT PARAGRAPH
                END-IF
           ELSE
                IF DES-MCSP NOT = W-DES
                     EXIT PARAGRAPH
                END-IF
           END-IF
           MOVE DAT-MCSP TO DATSER-DAT
           PERFORM DATSER
           IF DATSER-JRS < W-JRS-LIM
                EXIT PARAGRAPH.
           ADD 1 TO W-REP.

      ******************************************************************
      *    SUIVI : bon client facturé, commande spéciale livrée
      ******************************************************************
       Suivi.
           OPEN I-O MXCOMSPE
           IF FILE-STATUS NOT = "00"
                DISPLAY "comspe-b : aucune commande spéciale"
                GO F-Suivi.
           OPEN INPUT MXBDIS MXLDIS
           OPEN I-O MXRESA
           MOVE 0 TO W-NB W-NB2
           MOVE 0 TO NCS-MCSP
           MOVE 0 TO W-FIN
           START MXCOMSPE KEY NOT < CLE1-MCSP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Suivi-Une-Commande UNTIL W-FIN = 1
           CLOSE MXCOMSPE MXBDIS MXLDIS MXRESA
           DISPLAY "comspe-b : " W-NB " commandes spéciales livrées, "
                   W-NB2 " lignes client disparues".
       F-Suivi.
           EXIT.

       Suivi-Une-Commande.
           READ MXCOMSPE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MCSP NOT = "C" AND STA-MCSP NOT = "R"
                EXIT PARAGRAPH.
           MOVE AGE-MCSP TO AGE-MLDI
           MOVE BON-MCSP TO BON-MLDI
           MOVE LIG-MCSP TO LIG-MLDI
           READ MXLDIS INVALID
      *         ligne client supprimée : l'acheteur décide (annuler
      *         l'achat, libérer la réservation par resa-b ANNULE)
                DISPLAY "comspe-b : " NCS-MCSP " ligne client "
                        AGE-MCSP " " BON-MCSP " " LIG-MCSP
                        " supprimée, réservation " NRS-MCSP
                ADD 1 TO W-NB2
                EXIT PARAGRAPH
           END-READ
           MOVE AGE-MCSP TO AGE-MBDI
           MOVE BON-MCSP TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           IF FAC-MBDI = 0 AND DFA-MBDI = 0
                EXIT PARAGRAPH.
      * livrée et facturée : la réservation a servi
           IF NRS-MCSP NOT = 0
                MOVE NRS-MCSP TO NRS-MRSA
                READ MXRESA INVALID CONTINUE
                NOT INVALID
                     IF STA-MRSA = "A"
                          MOVE "C" TO STA-MRSA
                          REWRITE ENR-MRSA INVALID CONTINUE
                          END-REWRITE
                     END-IF
                END-READ
           END-IF
           MOVE "L" TO STA-MCSP
           MOVE W-DAT TO DLV-MCSP
           REWRITE ENR-MCSP INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      ******************************************************************
      *    ATTENTE : commandes spéciales non retirées
      ******************************************************************
       Attente.
           MOVE 0 TO W-JOURS
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-JOURS.
           OPEN INPUT MXCOMSPE
           IF FILE-STATUS NOT = "00"
                DISPLAY "comspe-b : aucune commande spéciale"
                GO F-Attente.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/comspe-attente.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "COMMANDES SPECIALES EN ATTENTE AU " DELIMITED
                  BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " (reçues depuis plus de " DELIMITED BY SIZE
                  W-JOURS DELIMITED BY SIZE
                  " jours)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "NCS    E AGE BON     LIG CLIENT   FOURN.   REFERENCE"
             TO LIGNE-ETAT
           MOVE "DESIGNATION                           QTE DATE     JRS"
             TO LIGNE-ETAT(67:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-NB2
      *    reçues et non retirées d'abord, puis commandées
      *    non reçues
           MOVE "R" TO W-PAR3
           PERFORM Parcourt-Attente
           MOVE "C" TO W-PAR3
           PERFORM Parcourt-Attente
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING W-NB DELIMITED BY SIZE
                  " reçues non retirées, " DELIMITED BY SIZE
                  W-NB2 DELIMITED BY SIZE
                  " commandées non reçues" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXCOMSPE
           DISPLAY "comspe-b : " W-NB " reçues non retirées, "
                   W-NB2 " non reçues, " ASSIGN-ETAT.
       F-Attente.
           EXIT.

       Parcourt-Attente.
           MOVE 0 TO NCS-MCSP
           MOVE 0 TO W-FIN
           START MXCOMSPE KEY NOT < CLE1-MCSP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Attente-Une-Commande UNTIL W-FIN = 1.

      * ancienneté : depuis la réception pour les reçues, depuis la
      * commande pour les autres
       Attente-Une-Commande.
           READ MXCOMSPE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MCSP NOT = W-PAR3(1:1)
                EXIT PARAGRAPH.
           IF STA-MCSP = "R"
                MOVE DRC-MCSP TO DATSER-DAT
           ELSE MOVE DAT-MCSP TO DATSER-DAT
           END-IF
           PERFORM DATSER
           COMPUTE W-JRS-ATT = W-JRS-JOUR - DATSER-JRS
           IF STA-MCSP = "R" AND W-JRS-ATT < W-JOURS
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CSP
           MOVE NCS-MCSP TO LC-NCS
           MOVE STA-MCSP TO LC-STA
           MOVE AGE-MCSP TO LC-AGE
           MOVE BON-MCSP TO LC-BON
           MOVE LIG-MCSP TO LC-LIG
           MOVE CLI-MCSP TO LC-CLI
           MOVE FOU-MCSP TO LC-FOU
           MOVE REF-MCSP TO LC-REF
           MOVE DES-MCSP TO LC-DES
           MOVE QTE-MCSP TO LC-QTE
           MOVE DATSER-DAT TO LC-DAT
           MOVE W-JRS-ATT TO LC-JRS
           WRITE LIGNE-ETAT FROM LIGNE-CSP
           IF STA-MCSP = "R"
                ADD 1 TO W-NB
           ELSE ADD 1 TO W-NB2
           END-IF.

      ******************************************************************
      *    PURGE : articles temporaires des commandes livrées
      ******************************************************************
       Purge-Csp.
           MOVE PURGE-DEF TO W-JOURS
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-JOURS.
           OPEN I-O MXCOMSPE
           IF FILE-STATUS NOT = "00"
                DISPLAY "comspe-b : aucune commande spéciale"
                GO F-Purge-Csp.
           OPEN I-O MXART MXARTSA
           COMPUTE W-JRS-LIM = W-JRS-JOUR - W-JOURS
           MOVE 0 TO W-NB W-NB2
           MOVE 0 TO NCS-MCSP
           MOVE 0 TO W-FIN
           START MXCOMSPE KEY NOT < CLE1-MCSP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Purge-Une-Commande UNTIL W-FIN = 1
           CLOSE MXCOMSPE MXART MXARTSA
           DISPLAY "comspe-b : " W-NB " articles temporaires purgés, "
                   W-NB2 " conservés (stock ou attendu restant)".
       F-Purge-Csp.
           EXIT.

       Purge-Une-Commande.
           READ MXCOMSPE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MCSP NOT = "L"
                EXIT PARAGRAPH.
           MOVE DLV-MCSP TO DATSER-DAT
           PERFORM DATSER
           IF DATSER-JRS > W-JRS-LIM
                EXIT PARAGRAPH.
      *    un reste en stock ou en attente (livraison fournisseur
      *    supérieure à la commande) se traite à la main d'abord
           MOVE 0 TO W-STOCK
           MOVE SPACE TO CLE1-MASA
           MOVE 0 TO W-FIN2
           START MXARTSA KEY NOT < CLE1-MASA INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Controle-Stock-Art UNTIL W-FIN2 = 1
           IF W-STOCK = 1
                ADD 1 TO W-NB2
                EXIT PARAGRAPH.
           MOVE SPACE TO CLE1-MASA
           MOVE 0 TO W-FIN2
           START MXARTSA KEY NOT < CLE1-MASA INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Supprime-Stock-Art UNTIL W-FIN2 = 1
           MOVE ART-MCSP TO COD-MART
           READ MXART INVALID CONTINUE
           NOT INVALID
                IF CSP-MART = 1
                     DELETE MXART RECORD INVALID CONTINUE
                     END-DELETE
                END-IF
           END-READ
           MOVE "P" TO STA-MCSP
           MOVE W-DAT TO DPU-MCSP
           REWRITE ENR-MCSP INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB.

      * MXARTSA est rangé par agence : l'article se cherche dans
      * chaque agence
       Controle-Stock-Art.
           READ MXARTSA NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF COD-MASA NOT = ART-MCSP
                EXIT PARAGRAPH.
           IF STC-MASA NOT = 0 OR QCF-MASA NOT = 0
                MOVE 1 TO W-STOCK
                MOVE 1 TO W-FIN2.

       Supprime-Stock-Art.
           READ MXARTSA NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF COD-MASA NOT = ART-MCSP
                EXIT PARAGRAPH.
           DELETE MXARTSA RECORD INVALID CONTINUE
           END-DELETE.

      ******************************************************************
      *    CANDIDATS : demandes répétées d'un même article
      ******************************************************************
       Candidats.
           MOVE SEUIL-CANDIDAT TO W-SEUIL
           IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-SEUIL.
           IF W-SEUIL = 0
                MOVE SEUIL-CANDIDAT TO W-SEUIL.
           OPEN INPUT MXCOMSPE
           IF FILE-STATUS NOT = "00"
                DISPLAY "comspe-b : aucune commande spéciale"
                GO F-Candidats.
           COMPUTE W-JRS-LIM = W-JRS-JOUR - 365
           MOVE 0 TO W-NBC
           MOVE 0 TO NCS-MCSP
           MOVE 0 TO W-FIN
           START MXCOMSPE KEY NOT < CLE1-MCSP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Demande UNTIL W-FIN = 1
           CLOSE MXCOMSPE
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/comspe-candidats.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ARTICLES DEMANDES EN COMMANDE SPECIALE AU MOINS "
                  DELIMITED BY SIZE
                  W-SEUIL DELIMITED BY SIZE
                  " FOIS EN DOUZE MOIS - CANDIDATS AU STOCK AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FOURN.   REFERENCE            DESIGNATION" TO
                LIGNE-ETAT
           MOVE "NB        QTE DERNIERE" TO LIGNE-ETAT(72:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB
           PERFORM Edite-Candidat VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBC
           CLOSE ETAT
           DISPLAY "comspe-b : " W-NB " candidats au stock, "
                   ASSIGN-ETAT.
       F-Candidats.
           EXIT.

       Cumule-Une-Demande.
           READ MXCOMSPE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE DAT-MCSP TO DATSER-DAT
           PERFORM DATSER
           IF DATSER-JRS < W-JRS-LIM
                EXIT PARAGRAPH.
           MOVE 0 TO W-TROUVE
           PERFORM Compare-Candidat VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NBC OR W-TROUVE = 1
           IF W-TROUVE = 1
                SUBTRACT 1 FROM W-IX
           ELSE
                IF W-NBC NOT < MAXCAN
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBC
                MOVE W-NBC TO W-IX
                MOVE FOU-MCSP TO W-CAN-FOU(W-IX)
                MOVE REF-MCSP TO W-CAN-REF(W-IX)
                MOVE DES-MCSP TO W-CAN-DES(W-IX)
                MOVE 0 TO W-CAN-NB(W-IX) W-CAN-QTE(W-IX)
                          W-CAN-DER(W-IX)
           END-IF
           ADD 1 TO W-CAN-NB(W-IX)
           ADD QTE-MCSP TO W-CAN-QTE(W-IX)
           IF DAT-MCSP > W-CAN-DER(W-IX)
                MOVE DAT-MCSP TO W-CAN-DER(W-IX).

      * même article fournisseur : même référence, ou même
      * désignation quand la référence n'a pas été saisie
       Compare-Candidat.
           IF W-CAN-FOU(W-IX) NOT = FOU-MCSP
                EXIT PARAGRAPH.
           IF REF-MCSP NOT = SPACE
                IF W-CAN-REF(W-IX) = REF-MCSP
                     MOVE 1 TO W-TROUVE
                END-IF
           ELSE
                IF W-CAN-REF(W-IX) = SPACE
                AND W-CAN-DES(W-IX) = DES-MCSP
                     MOVE 1 TO W-TROUVE
                END-IF
           END-IF.

       Edite-Candidat.
           IF W-CAN-NB(W-IX) < W-SEUIL
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CAN
           MOVE W-CAN-FOU(W-IX) TO LN-FOU
           MOVE W-CAN-REF(W-IX) TO LN-REF
           MOVE W-CAN-DES(W-IX) TO LN-DES
           MOVE W-CAN-NB(W-IX) TO LN-NB
           MOVE W-CAN-QTE(W-IX) TO LN-QTE
           MOVE W-CAN-DER(W-IX) TO LN-DER
           WRITE LIGNE-ETAT FROM LIGNE-CAN
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "datser.cbl".
           COPY "lit-agedis.cbl".

       Fin.
           STOP RUN.
