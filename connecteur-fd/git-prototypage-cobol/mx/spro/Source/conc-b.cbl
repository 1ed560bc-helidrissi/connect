      *{Bench}prg-comment
      * conc-b.cbl
151026* conc-b.cbl : veille des prix concurrents.  Le drapeau
151026* "concurrencé" ICO-MART de la fiche article n'avait rien
151026* derrière lui ; les relevés vivent maintenant dans MXCONCUR :
151026*   AJOUTE <art> <concurrent> <prix> [<date>] [<src>] [<rep>]
151026*       saisie d'un relevé (source W web, D devis client,
151026*       R représentant ; date du jour par défaut) ;
151026*   CHARGE <fichier>
151026*       relevés collectés par les représentants, lignes
151026*       art;concurrent;prix;date;source;rep;commentaire ;
151026*       l'article relevé passe concurrencé (ICO-MART = 2) sauf
151026*       s'il est déclaré non concurrencé (3) ;
151026*   LISTE <art>
151026*       historique des relevés de l'article,
151026*       ft/concur-<art>.txt ;
151026*   RAPPORT [<aaaamm>] [<haut %>] [<bas %>]
151026*       rapport mensuel d'alignement (mois précédent par
151026*       défaut) : pour chaque article relevé, le prix de
151026*       marché (moyenne du dernier relevé de chaque
151026*       concurrent, relevés de plus de 6 mois écartés) face
151026*       au PVT-MART et au prix net moyen obtenu dans le mois
151026*       (MXHISVTE) ; signale HAUT au-delà de haut % au-dessus
151026*       du marché (défaut 5), BAS en deçà de bas % en dessous
151026*       (défaut 15), avec la quantité et l'enjeu du mois -
151026*       ft/concur-<aaaamm>.txt.  Les articles signalés
151026*       donnent une proposition de PVT alignant le prix net
151026*       sur le marché, au format de chargement de tarfut-b
151026*       (art;dateffet;pac;pvt;CONCUR, effet au 1er du mois
151026*       suivant) - ft/concur-propo-<aaaamm>.csv ; une fois
151026*       le fichier revu et approuvé par le responsable
151026*       tarifs, il passe par tarfut-b CHARGE et la bascule
151026*       quotidienne comme toute hausse annoncée.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. conc-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:14:37.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXART.sl".
       COPY "MXCONCUR.sl".
       COPY "MXHISVTE.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT PROPO  ASSIGN TO ASSIGN-PROPO
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-PROPO.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXCONCUR.fd".
       COPY "MXHISVTE.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(150).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  PROPO LABEL RECORD STANDARD.
       01  LIGNE-PROPO         PIC X(100).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-MOUVT    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-PROPO    PIC X(2).
       77 ASSIGN-MOUVT         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-PROPO         PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(80).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-PAR6               PIC X(30).
       77 W-PAR7               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DSP                PIC 9(08).
       77 W-MOIS               PIC 9(06).
       77 W-MOIS-X             PIC X(06).
       77 W-AA                 PIC 9(04).
       77 W-MM                 PIC 9(02).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-DATLIM             PIC 9(08).
       77 W-DEF                PIC 9(08).
       77 W-HAUT               PIC 9(03)V99.
       77 W-BAS                PIC 9(03)V99.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-NBSIG              PIC 9(05).
       77 I                    PIC 9(04) COMP.
      * dernier relevé retenu par concurrent (ordre de la clé)
       77 W-ART-PREC           PIC X(20).
       77 W-CON-PREC           PIC X(10).
       77 W-DAT-PREC           PIC 9(08).
       77 W-PRX-PREC           PIC 9(09)V99.
      * comparaison d'un article
       77 W-NET                PIC 9(09)V99.
       77 W-REF                PIC 9(09)V99.
       77 W-MAR                PIC 9(09)V99.
       77 W-ECART              PIC S9(05)V99.
       77 W-ENJEU              PIC S9(11)V99.
       77 W-PVT-NEW            PIC 9(09)V99.
       77 W-SIGNAL             PIC X(04).
       77 W-MNT                PIC S9(11)V99.
       77 W-PAC-ED             PIC -(7)9,99.
       77 W-PVT-ED             PIC -(7)9,99.
       77 W-HAUT-ED            PIC ZZ9,99.
       77 W-BAS-ED             PIC ZZ9,99.
       77 W-NBDROP             PIC 9(05).
       78 MAXTAB               VALUE IS 3000.
           COPY "conv-num.wrk".
       01 W-ZONES-CHARGE.
           05 WC-ART           PIC X(20).
           05 WC-CON           PIC X(10).
           05 WC-PRX           PIC X(15).
           05 WC-DAT           PIC X(10).
           05 WC-SRC           PIC X(01).
           05 WC-REP           PIC X(05).
           05 WC-CMT           PIC X(30).
      * articles relevés : prix de marché et ventes du mois ; la
      * table se remplit dans l'ordre des articles (clé MXCONCUR)
      * et se consulte par SEARCH ALL pendant la lecture des ventes
       77 W-NBTAB              PIC 9(04) COMP.
       01 W-TAB.
           05 W-TAB-POSTE OCCURS 3000
                          ASCENDING KEY IS W-TAB-ART
                          INDEXED BY X-TAB.
              10 W-TAB-ART     PIC X(20).
              10 W-TAB-NBC     PIC 9(02).
              10 W-TAB-SOM     PIC 9(11)V99.
              10 W-TAB-MIN     PIC 9(09)V99.
              10 W-TAB-QTE     PIC S9(09)V99.
              10 W-TAB-CA      PIC S9(11)V99.
       01 LIGNE-RAP.
           05 LR-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-DES           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-PVT           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-NET           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-QTE           PIC -(6)9.
           05 FILLER           PIC X(01).
           05 LR-MAR           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-MIN           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LR-NBC           PIC Z9.
           05 FILLER           PIC X(01).
           05 LR-ECART         PIC -(3)9,99.
           05 FILLER           PIC X(01).
           05 LR-SIGNAL        PIC X(04).
           05 FILLER           PIC X(01).
           05 LR-ENJEU         PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LR-PVT-NEW       PIC Z(6)9,99.
       01 LIGNE-HIS.
           05 LH-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-CON           PIC X(10).
           05 FILLER           PIC X(01).
           05 LH-PRX           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LH-SRC           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-REP           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LH-CMT           PIC X(30).
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5 W-PAR6
                     W-PAR7
           EVALUATE W-FONCTION
           WHEN "AJOUTE"  PERFORM Ajoute THRU F-Ajoute
           WHEN "CHARGE"  PERFORM Charge THRU F-Charge
           WHEN "LISTE"   PERFORM Liste THRU F-Liste
           WHEN "RAPPORT" PERFORM Rapport THRU F-Rapport
           WHEN OTHER
                DISPLAY "conc-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : conc-b AJOUTE art concurrent prix "
                        "[date] [W|D|R] [rep]"
                DISPLAY "        conc-b CHARGE fichier"
                DISPLAY "        conc-b LISTE art"
                DISPLAY "        conc-b RAPPORT [aaaamm] [haut] [bas]"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    AJOUTE : saisie d'un relevé
      ******************************************************************
       Ajoute.
           IF W-PAR2 = SPACE OR W-PAR3 = SPACE OR W-PAR4 = SPACE
                DISPLAY "usage : conc-b AJOUTE art concurrent prix "
                        "[date] [W|D|R] [rep]"
                GO F-Ajoute.
           PERFORM Ouvre-Releves
           MOVE SPACE TO W-ZONES-CHARGE
           MOVE W-PAR2 TO WC-ART
           MOVE W-PAR3 TO WC-CON
           MOVE W-PAR4 TO WC-PRX
           MOVE W-PAR5 TO WC-DAT
           MOVE W-PAR6 TO WC-SRC
           MOVE W-PAR7 TO WC-REP
           MOVE 0 TO W-NB W-ERR
           PERFORM Enregistre-Releve
           CLOSE MXCONCUR MXART
           IF W-NB = 1
                DISPLAY "conc-b : relevé enregistré"
           ELSE
                DISPLAY "conc-b : relevé rejeté".
       F-Ajoute.
           EXIT.

       Ouvre-Releves.
           OPEN I-O MXCONCUR
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCONCUR
                CLOSE MXCONCUR
                OPEN I-O MXCONCUR.
           OPEN I-O MXART.

      * contrôle et écriture d'un relevé W-ZONES-CHARGE ; le même
      * concurrent relevé deux fois le même jour : le second remplace
       Enregistre-Releve.
           IF WC-ART = SPACE OR WC-CON = SPACE
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WC-ART TO COD-MART
           READ MXART INVALID
                DISPLAY "conc-b : article inconnu " WC-ART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           MOVE WC-PRX TO CVN-ENT
           PERFORM CONV-NUM
           IF CVN-SOR NOT > 0
                DISPLAY "conc-b : prix invalide " WC-ART " " WC-PRX
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           INITIALIZE ENR-MCON
           MOVE WC-ART TO ART-MCON
           MOVE WC-CON TO CON-MCON
           MOVE CVN-SOR TO PRX-MCON
           MOVE WC-DAT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO DAT-MCON
           IF DAT-MCON = 0
                MOVE W-DAT TO DAT-MCON.
           IF DAT-MCON > W-DAT
                DISPLAY "conc-b : relevé daté dans le futur " WC-ART
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF WC-SRC = "W" OR WC-SRC = "D" OR WC-SRC = "R"
                MOVE WC-SRC TO SRC-MCON
           ELSE
                MOVE "R" TO SRC-MCON.
           MOVE WC-REP TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO REP-MCON
           MOVE WC-CMT TO CMT-MCON
           MOVE W-DAT TO DSA-MCON
           WRITE ENR-MCON INVALID
                REWRITE ENR-MCON INVALID
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           END-WRITE
           IF ICO-MART NOT = 2 AND ICO-MART NOT = 3
                MOVE 2 TO ICO-MART
                REWRITE ENR-MART INVALID CONTINUE
                END-REWRITE.
           ADD 1 TO W-NB.

      ******************************************************************
      *    CHARGE : relevés collectés par les représentants
      ******************************************************************
       Charge.
           IF W-PAR2 = SPACE
                DISPLAY "usage : conc-b CHARGE fichier"
                GO F-Charge.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "conc-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge.
           PERFORM Ouvre-Releves
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Releve UNTIL W-FIN = 1
           CLOSE MOUVT MXCONCUR MXART
           DISPLAY "conc-b : " W-NB " relevés chargés, "
                   W-ERR " rejets".
       F-Charge.
           EXIT.

       Charge-Un-Releve.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-ART WC-CON WC-PRX WC-DAT WC-SRC WC-REP WC-CMT
           PERFORM Enregistre-Releve.

      ******************************************************************
      *    LISTE : historique des relevés d'un article
      ******************************************************************
       Liste.
           IF W-PAR2 = SPACE
                DISPLAY "usage : conc-b LISTE art"
                GO F-Liste.
           OPEN INPUT MXCONCUR
           IF FILE-STATUS NOT = "00"
                DISPLAY "conc-b : aucun relevé"
                GO F-Liste.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/concur-" DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Relevés concurrents de l'article " DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "date     concurrent       prix s rep commentaire"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE SPACE TO ENR-MCON
           MOVE W-PAR2 TO ART-MCON
           MOVE LOW-VALUE TO CON-MCON
           MOVE 0 TO DAT-MCON
           START MXCONCUR KEY NOT < CLE1-MCON INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Un-Releve UNTIL W-FIN = 1
           CLOSE MXCONCUR ETAT
           DISPLAY "conc-b : " W-NB " relevés listés".
       F-Liste.
           EXIT.

       Liste-Un-Releve.
           READ MXCONCUR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ART-MCON NOT = W-PAR2
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-HIS
           MOVE DAT-MCON TO LH-DAT
           MOVE CON-MCON TO LH-CON
           MOVE PRX-MCON TO LH-PRX
           MOVE SRC-MCON TO LH-SRC
           MOVE REP-MCON TO LH-REP
           MOVE CMT-MCON TO LH-CMT
           WRITE LIGNE-ETAT FROM LIGNE-HIS
           ADD 1 TO W-NB.

      ******************************************************************
      *    RAPPORT : alignement mensuel sur le marché
      ******************************************************************
       Rapport.
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
           COMPUTE W-DATDEB = W-MOIS * 100 + 1
           COMPUTE W-DATFIN = W-MOIS * 100 + 31
      * les relevés de plus de 6 mois ne font plus le marché
           COMPUTE W-AA = W-MOIS / 100
           COMPUTE W-MM = W-MOIS - W-AA * 100
           IF W-MM > 6
                SUBTRACT 6 FROM W-MM
           ELSE
                ADD 6 TO W-MM
                SUBTRACT 1 FROM W-AA.
           COMPUTE W-DATLIM = W-AA * 10000 + W-MM * 100 + 1
      * effet des propositions : 1er du mois qui suit le rapport
           COMPUTE W-AA = W-DAT / 10000
           COMPUTE W-MM = W-DAT / 100 - W-AA * 100
           IF W-MM = 12
                ADD 1 TO W-AA
                MOVE 1 TO W-MM
           ELSE
                ADD 1 TO W-MM.
           COMPUTE W-DEF = W-AA * 10000 + W-MM * 100 + 1
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-HAUT
           IF W-HAUT = 0
                MOVE 5 TO W-HAUT.
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BAS
           IF W-BAS = 0
                MOVE 15 TO W-BAS.
           OPEN INPUT MXCONCUR
           IF FILE-STATUS NOT = "00"
                DISPLAY "conc-b : aucun relevé"
                GO F-Rapport.
           OPEN INPUT MXART MXHISVTE
           PERFORM Charge-Marche
           PERFORM Cumule-Ventes
           MOVE W-MOIS TO W-MOIS-X
           MOVE SPACE TO ASSIGN-ETAT ASSIGN-PROPO
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/concur-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/concur-propo-" DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO ASSIGN-PROPO
           OPEN OUTPUT ETAT PROPO
           PERFORM Entete-Rapport
           MOVE 0 TO W-NB W-NBSIG
           PERFORM Compare-Article VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTAB
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "articles comparés : " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  "  signalés : " DELIMITED BY SIZE
                  W-NBSIG DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-NBDROP > 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "RAPPORT TRONQUE : " DELIMITED BY SIZE
                       W-NBDROP DELIMITED BY SIZE
                       " articles relevés au-delà de la table"
                       DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           CLOSE MXCONCUR MXART MXHISVTE ETAT PROPO
           DISPLAY "conc-b : " W-NB " articles comparés, "
                   W-NBSIG " signalés".
       F-Rapport.
           EXIT.

      * prix de marché : dernier relevé de chaque concurrent, à la
      * fin du mois et de moins de 6 mois, moyenne et minimum
       Charge-Marche.
           MOVE 0 TO W-NBTAB W-NBDROP W-FIN W-DAT-PREC
           MOVE HIGH-VALUE TO W-TAB
           MOVE SPACE TO W-ART-PREC W-CON-PREC
           MOVE LOW-VALUE TO CLE1-MCON
           START MXCONCUR KEY NOT < CLE1-MCON INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Lit-Releve UNTIL W-FIN = 1.

       Lit-Releve.
           READ MXCONCUR NEXT AT END MOVE 1 TO W-FIN
                PERFORM Retient-Prix
                EXIT PARAGRAPH
           END-READ
           IF ART-MCON NOT = W-ART-PREC OR CON-MCON NOT = W-CON-PREC
                PERFORM Retient-Prix
                MOVE ART-MCON TO W-ART-PREC
                MOVE CON-MCON TO W-CON-PREC.
           IF DAT-MCON > W-DATFIN
                EXIT PARAGRAPH.
           MOVE DAT-MCON TO W-DAT-PREC
           MOVE PRX-MCON TO W-PRX-PREC.

       Retient-Prix.
           IF W-DAT-PREC = 0
                EXIT PARAGRAPH.
           IF W-DAT-PREC < W-DATLIM
                MOVE 0 TO W-DAT-PREC
                EXIT PARAGRAPH.
           MOVE 0 TO W-DAT-PREC
           IF W-NBTAB = 0 OR W-TAB-ART(W-NBTAB) NOT = W-ART-PREC
                IF W-NBTAB NOT < MAXTAB
                     ADD 1 TO W-NBDROP
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBTAB
                MOVE W-ART-PREC TO W-TAB-ART(W-NBTAB)
                MOVE 0 TO W-TAB-NBC(W-NBTAB) W-TAB-SOM(W-NBTAB)
                          W-TAB-QTE(W-NBTAB) W-TAB-CA(W-NBTAB)
                MOVE W-PRX-PREC TO W-TAB-MIN(W-NBTAB)
           END-IF
           ADD 1 TO W-TAB-NBC(W-NBTAB)
           ADD W-PRX-PREC TO W-TAB-SOM(W-NBTAB)
           IF W-PRX-PREC < W-TAB-MIN(W-NBTAB)
                MOVE W-PRX-PREC TO W-TAB-MIN(W-NBTAB).

      * quantités et chiffre net du mois des articles relevés
       Cumule-Ventes.
           IF W-NBTAB = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MHIV
           MOVE 0 TO NUM-MHIV W-FIN
           START MXHISVTE KEY NOT < CLE1-MHIV INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Cumule-Une-Vente UNTIL W-FIN = 1.

       Cumule-Une-Vente.
           READ MXHISVTE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE DSP-MHIV TO W-DSP
           IF W-DSP < W-DATDEB OR W-DSP > W-DATFIN
                EXIT PARAGRAPH.
           SEARCH ALL W-TAB-POSTE
                AT END CONTINUE
                WHEN W-TAB-ART(X-TAB) = ART-MHIV
                     ADD QTE-MHIV TO W-TAB-QTE(X-TAB)
                     COMPUTE W-MNT ROUNDED = QTE-MHIV * PUS-MHIV
                     ADD W-MNT TO W-TAB-CA(X-TAB)
           END-SEARCH.

       Entete-Rapport.
           MOVE W-HAUT TO W-HAUT-ED
           MOVE W-BAS TO W-BAS-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "Veille concurrentielle - mois " DELIMITED BY SIZE
                  W-MOIS-X DELIMITED BY SIZE
                  " - seuil haut " DELIMITED BY SIZE
                  W-HAUT-ED DELIMITED BY SIZE
                  " % - seuil bas " DELIMITED BY SIZE
                  W-BAS-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "net = prix net moyen obtenu dans le mois (PVT "
                  DELIMITED BY SIZE
                  "sans vente) ; marché = moyenne des derniers "
                  DELIMITED BY SIZE
                  "relevés" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "article              désignation                 "
                  DELIMITED BY SIZE
                  "PVT        net      qté     marché    minimum nb  "
                  DELIMITED BY SIZE
                  "écart% sig.      enjeu   PVT proposé"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * un article de la table : référence (net obtenu, PVT sans
      * vente) face au marché, signal et proposition
       Compare-Article.
           MOVE W-TAB-ART(I) TO COD-MART
           READ MXART INVALID
                EXIT PARAGRAPH
           END-READ
           IF W-TAB-NBC(I) = 0
                EXIT PARAGRAPH.
           COMPUTE W-MAR ROUNDED = W-TAB-SOM(I) / W-TAB-NBC(I)
           MOVE 0 TO W-NET
           IF W-TAB-QTE(I) > 0
                COMPUTE W-NET ROUNDED = W-TAB-CA(I) / W-TAB-QTE(I).
           IF W-NET > 0
                MOVE W-NET TO W-REF
           ELSE
                MOVE PVT-MART TO W-REF.
           IF W-REF = 0 OR W-MAR = 0
                EXIT PARAGRAPH.
           COMPUTE W-ECART ROUNDED = (W-REF - W-MAR) * 100 / W-MAR
           MOVE SPACE TO W-SIGNAL
           IF W-ECART > W-HAUT
                MOVE "HAUT" TO W-SIGNAL.
           IF W-ECART < 0 AND (0 - W-ECART) > W-BAS
                MOVE "BAS" TO W-SIGNAL.
           MOVE 0 TO W-ENJEU W-PVT-NEW
           IF W-TAB-QTE(I) > 0
                COMPUTE W-ENJEU ROUNDED =
                        W-TAB-QTE(I) * (W-REF - W-MAR).
           IF W-SIGNAL NOT = SPACE AND PVT-MART > 0
                COMPUTE W-PVT-NEW ROUNDED = PVT-MART * W-MAR / W-REF
                PERFORM Ecrit-Proposition
                ADD 1 TO W-NBSIG.
           MOVE SPACE TO LIGNE-RAP
           MOVE COD-MART TO LR-ART
           MOVE DES-MART TO LR-DES
           MOVE PVT-MART TO LR-PVT
           MOVE W-NET TO LR-NET
           MOVE W-TAB-QTE(I) TO LR-QTE
           MOVE W-MAR TO LR-MAR
           MOVE W-TAB-MIN(I) TO LR-MIN
           MOVE W-TAB-NBC(I) TO LR-NBC
           MOVE W-ECART TO LR-ECART
           MOVE W-SIGNAL TO LR-SIGNAL
           MOVE W-ENJEU TO LR-ENJEU
           IF W-PVT-NEW > 0
                MOVE W-PVT-NEW TO LR-PVT-NEW.
           WRITE LIGNE-ETAT FROM LIGNE-RAP
           ADD 1 TO W-NB.

      * ligne au format tarfut-b CHARGE : art;dateffet;pac;pvt;ori
       Ecrit-Proposition.
           MOVE PAC-MART TO W-PAC-ED
           MOVE W-PVT-NEW TO W-PVT-ED
           MOVE SPACE TO LIGNE-PROPO
           STRING COD-MART DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-DEF DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PAC-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PVT-ED DELIMITED BY SIZE
                  ";CONCUR" DELIMITED BY SIZE
                  INTO LIGNE-PROPO
           WRITE LIGNE-PROPO.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
