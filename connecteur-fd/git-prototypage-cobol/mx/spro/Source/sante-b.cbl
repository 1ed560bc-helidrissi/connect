      *{Bench}prg-comment
      * sante-b.cbl
151026* sante-b.cbl : santé physique des fichiers indexés MX.
151026* ctlbase-b contrôle l'intégrité des liens entre fichiers ;
151026* ici on mesure l'usure des fichiers eux-mêmes (MXLDIS,
151026* MXHISVTE, MXARTSA après des années de suppressions et de
151026* réécritures) au lieu d'attendre qu'on s'en plaigne.
151026* Paramètres dans MX-DIR/sante.cfg :
151026*   F;fichier;position;longueur   clé contrôlée à la
151026*                                 réorganisation (à défaut
151026*                                 l'enregistrement entier)
151026*   S;taux;profondeur;croissance;clés par bloc
151026*                                 seuils de recommandation :
151026*                                 taux de place supprimée %,
151026*                                 profondeur de clé, croissance
151026*                                 % (défauts 20, 4, 30 et 50)
151026* Fonctions :
151026*   ANALYSE [fichier]
151026*       pour chaque fichier indexé MX de MX-DIR (ou le seul
151026*       fichier donné) : enregistrements, supprimés, taux de
151026*       place supprimée, profondeur de clé (relevée par
151026*       vutil -info, estimée sur les clés par bloc à défaut),
151026*       taille et croissance depuis l'analyse précédente ;
151026*       recommandation R (réorganiser : taux ou profondeur au
151026*       seuil) ou S (surveiller : croissance au seuil) ;
151026*       historique MXSANTE, état ft/sante-<aaaammjj>.txt ;
151026*   REORG [fichier]
151026*       étape de la chaîne de nuit (chaine-b) : réorganise les
151026*       fichiers recommandés R par leur dernière analyse (ou le
151026*       seul fichier donné).  Par fichier : déchargement avec
151026*       compte et somme de contrôle des clés, sauvegarde dans
151026*       MX-DIR/sauve-reorg, vutil -rebuild, nouveau compte et
151026*       nouvelle somme.  Au moindre écart le fichier n'est pas
151026*       rendu : la reconstruction est mise de côté
151026*       (<fichier>.reorg-ko), l'original revient de la
151026*       sauvegarde, l'alerte ft/sante-reorg.alerte se lève et
151026*       le code retour 8 fait échouer l'étape de la chaîne ;
151026*       ft/sante-reorg-<aaaammjj>.txt ;
151026*   HISTO <fichier>
151026*       historique des mesures et réorganisations d'un
151026*       fichier, ft/sante-histo-<fichier>.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. sante-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:37.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXSANTE.sl".
           SELECT ETAT    ASSIGN TO ASSIGN-ETAT
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG  ASSIGN TO ASSIGN-CONFIG
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT LISTE   ASSIGN TO ASSIGN-LISTE
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS FILE-STATUS-LISTE.
           SELECT TRAVAIL ASSIGN TO ASSIGN-TRAVAIL
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS FILE-STATUS-TRAVAIL.
           SELECT ALERTE  ASSIGN TO ASSIGN-ALERTE
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS FILE-STATUS-ALERTE.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXSANTE.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(80).
       FD  LISTE LABEL RECORD STANDARD.
       01  ENR-LISTE           PIC X(80).
       FD  TRAVAIL LABEL RECORD STANDARD.
       01  ENR-TRAVAIL         PIC X(4000).
       FD  ALERTE LABEL RECORD STANDARD.
       01  LIGNE-ALERTE        PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-LISTE    PIC X(2).
       77 FILE-STATUS-TRAVAIL  PIC X(2).
       77 FILE-STATUS-ALERTE   PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-LISTE         PIC X(80).
       77 ASSIGN-TRAVAIL       PIC X(80).
       77 ASSIGN-ALERTE        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(12).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-HEURE              PIC 9(08).
       77 W-HEU                PIC 9(06).
       77 W-FIC                PIC X(12).
       77 W-CHEMIN             PIC X(80).
       77 W-SAUVE              PIC X(100).
       77 CMD                  PIC X(400).
       77 W-IND                PIC S9(04) COMP.
       77 W-IND-RBD            PIC S9(04) COMP.
       77 W-RC                 PIC 9(02).
       77 W-FIN                PIC 9.
       77 W-FINL               PIC 9.
       77 W-FINT               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-ECHEC              PIC 9.
       77 I                    PIC 9(04) COMP.
       77 J                    PIC 9(04) COMP.
       77 W-POS                PIC 9(04) COMP.
       77 W-LON                PIC 9(04) COMP.
       77 W-MOT-CLE            PIC X(20).
       77 W-PKEY               PIC 9(04) COMP.
       77 W-LKEY               PIC 9(04) COMP.
       78 MAXCLE               VALUE IS 200.
       78 MAXREO               VALUE IS 200.
           COPY "conv-num.wrk".
151026* mesure d'un fichier (vutil -info et taille des segments)
       77 W-NBE                PIC 9(10).
       77 W-NBS                PIC 9(10).
       77 W-OCT                PIC 9(12).
       77 W-OCT-AV             PIC 9(12).
       77 W-PRO                PIC 9(02).
       77 W-LGE                PIC 9(05).
       77 W-TXS                PIC 9(03)V99.
       77 W-CRO                PIC S9(05)V99.
       77 W-REC                PIC X.
       77 W-MOT                PIC X(40).
       77 W-NBE-PREC           PIC 9(10).
       77 W-CAP                PIC 9(15).
       77 W-KO                 PIC 9(10).
151026* seuils de recommandation (sante.cfg, ligne S)
       77 W-S-TXS              PIC 9(03)V99.
       77 W-S-PRO              PIC 9(02).
       77 W-S-CRO              PIC 9(05)V99.
       77 W-S-ORD              PIC 9(04).
151026* déchargement : compte et somme de contrôle des clés,
151026* indépendante de l'ordre des enregistrements
       77 W-NB                 PIC 9(10).
       77 W-NB-AV              PIC 9(10).
       77 W-NB-AP              PIC 9(10).
       77 W-CK                 PIC 9(15).
       77 W-CK-AV              PIC 9(15).
       77 W-CK-AP              PIC 9(15).
       77 W-SOM                PIC 9(16).
       77 W-H                  PIC 9(12).
       77 W-H2                 PIC 9(12).
       77 W-Q                  PIC 9(16).
       01 W-OCTET.
           05 W-OCT-X          PIC X(02).
           05 W-OCT-N REDEFINES W-OCT-X PIC 9(04) BINARY.
151026* compteurs des états
       77 W-NBF                PIC 9(05).
       77 W-NBR                PIC 9(05).
       77 W-NBSU               PIC 9(05).
       77 W-NBOK               PIC 9(05).
       77 W-NBKO               PIC 9(05).
151026* clés contrôlées (sante.cfg, lignes F)
       01 W-CLES.
           05 W-CL OCCURS 200.
              10 W-CL-FIC      PIC X(12).
              10 W-CL-POS      PIC 9(04).
              10 W-CL-LON      PIC 9(04).
       77 W-NBCL               PIC 9(04) COMP.
151026* fichiers à réorganiser
       01 W-AREORG.
           05 W-AR-FIC         PIC X(12) OCCURS 200.
       77 W-NBAR               PIC 9(04) COMP.
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-Z2            PIC X(12).
           05 WF-Z3            PIC X(12).
           05 WF-Z4            PIC X(12).
           05 WF-Z5            PIC X(12).
       01 LIGNE-SANTE.
           05 LS-FIC           PIC X(12).
           05 FILLER           PIC X(01).
           05 LS-NBE           PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LS-NBS           PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LS-TXS           PIC ZZ9,99.
           05 FILLER           PIC X(01).
           05 LS-PRO           PIC Z9.
           05 FILLER           PIC X(01).
           05 LS-KO            PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LS-CRO           PIC -(5)9,99.
           05 FILLER           PIC X(01).
           05 LS-REC           PIC X(01).
           05 FILLER           PIC X(01).
           05 LS-MOT           PIC X(40).
       01 LIGNE-REORG.
           05 LR-FIC           PIC X(12).
           05 FILLER           PIC X(01).
           05 LR-NBAV          PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LR-NBAP          PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LR-CKAV          PIC 9(15).
           05 FILLER           PIC X(01).
           05 LR-CKAP          PIC 9(15).
           05 FILLER           PIC X(01).
           05 LR-KOAV          PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LR-KOAP          PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LR-ETAT          PIC X(40).
       01 LIGNE-HISTO.
           05 LH-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-HEU           PIC 9(06).
           05 FILLER           PIC X(01).
           05 LH-TYP           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-NBE           PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LH-NBS           PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LH-TXS           PIC ZZ9,99.
           05 FILLER           PIC X(01).
           05 LH-PRO           PIC Z9.
           05 FILLER           PIC X(01).
           05 LH-KO            PIC Z(9)9.
           05 FILLER           PIC X(01).
           05 LH-CRO           PIC -(5)9,99.
           05 FILLER           PIC X(01).
           05 LH-REC           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-MOT           PIC X(40).
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
           MOVE 0 TO W-RC
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "ANALYSE"  PERFORM Analyse THRU F-Analyse
           WHEN "REORG"    PERFORM Reorganise THRU F-Reorganise
           WHEN "HISTO"    PERFORM Historique THRU F-Historique
           WHEN OTHER
                DISPLAY "sante-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : sante-b ANALYSE [fichier]"
                DISPLAY "        sante-b REORG [fichier]"
                DISPLAY "        sante-b HISTO fichier"
                MOVE 4 TO W-RC
           END-EVALUATE
           GO Fin.

      * seuils et clés contrôlées : MX-DIR/sante.cfg
       Charge-Config.
           MOVE 20 TO W-S-TXS
           MOVE 4 TO W-S-PRO
           MOVE 30 TO W-S-CRO
           MOVE 50 TO W-S-ORD
           MOVE 0 TO W-NBCL
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/sante.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                DISPLAY "sante-b : sante.cfg absent, seuils par défaut"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FINL
           PERFORM Charge-Une-Ligne UNTIL W-FINL = 1
           CLOSE CONFIG.

       Charge-Une-Ligne.
           READ CONFIG AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF ENR-CONFIG = SPACE OR ENR-CONFIG(1:1) = "*"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3 WF-Z4 WF-Z5
           EVALUATE WF-TYP
           WHEN "F"
                IF W-NBCL < MAXCLE
                     ADD 1 TO W-NBCL
                     MOVE WF-Z2 TO W-CL-FIC(W-NBCL)
                     MOVE WF-Z3 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-CL-POS(W-NBCL)
                     MOVE WF-Z4 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-CL-LON(W-NBCL)
                END-IF
           WHEN "S"
                MOVE WF-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-S-TXS
                END-IF
                MOVE WF-Z3 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-S-PRO
                END-IF
                MOVE WF-Z4 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-S-CRO
                END-IF
                MOVE WF-Z5 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 1
                     MOVE CVN-SOR TO W-S-ORD
                END-IF
           END-EVALUATE.

       Ouvre-Sante.
           OPEN I-O MXSANTE
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXSANTE
                CLOSE MXSANTE
                OPEN I-O MXSANTE.

       Pose-Chemin.
           MOVE SPACE TO W-CHEMIN
           STRING MX-DIR DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  INTO W-CHEMIN.

      * clé contrôlée de W-FIC (W-PKEY, W-LKEY) : celle de
      * sante.cfg, à défaut l'enregistrement entier
       Cherche-Cle.
           MOVE 1 TO W-PKEY
           MOVE W-LGE TO W-LKEY
           IF W-LKEY = 0
                MOVE 4000 TO W-LKEY.
           MOVE 1 TO I
           PERFORM Cle-Suivante
                   UNTIL I > W-NBCL OR W-CL-FIC(I) = W-FIC
           IF I NOT > W-NBCL AND W-CL-POS(I) > 0
                                AND W-CL-LON(I) > 0
                MOVE W-CL-POS(I) TO W-PKEY
                MOVE W-CL-LON(I) TO W-LKEY.
           IF W-PKEY > 4000
                MOVE 1 TO W-PKEY.
           IF W-PKEY + W-LKEY > 4001
                COMPUTE W-LKEY = 4001 - W-PKEY.

       Cle-Suivante.
           ADD 1 TO I.

      ******
      * ANALYSE [fichier]
       Analyse.
           PERFORM Charge-Config
           PERFORM Ouvre-Sante
           MOVE SPACE TO ASSIGN-LISTE CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-liste.tmp" DELIMITED BY SIZE
                  INTO ASSIGN-LISTE
           IF W-PAR2 NOT = SPACE
                STRING "echo " DELIMITED BY SIZE
                       W-PAR2 DELIMITED BY " "
                       " > " DELIMITED BY SIZE
                       ASSIGN-LISTE DELIMITED BY " "
                       INTO CMD
           ELSE STRING "ls " DELIMITED BY SIZE
                       MX-DIR DELIMITED BY "  "
                       " | grep -E '^MX[A-Z0-9]+$' > "
                            DELIMITED BY SIZE
                       ASSIGN-LISTE DELIMITED BY " "
                       INTO CMD
           END-IF
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           OPEN INPUT LISTE
           IF FILE-STATUS-LISTE NOT = "00"
                DISPLAY "sante-b : liste des fichiers illisible"
                MOVE 8 TO W-RC
                CLOSE MXSANTE
                GO F-Analyse.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SANTE DES FICHIERS INDEXES DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FICHIER      ENREGISTR. SUPPRIMES TAUX%  PR"
                       DELIMITED BY SIZE
                  "   TAILLE KO CROISS.% R MOTIF" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBF W-NBR W-NBSU W-FIN
           PERFORM Analyse-Un-Fichier UNTIL W-FIN = 1
           CLOSE LISTE
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FICHIERS : " DELIMITED BY SIZE
                  W-NBF DELIMITED BY SIZE
                  "  A REORGANISER : " DELIMITED BY SIZE
                  W-NBR DELIMITED BY SIZE
                  "  A SURVEILLER : " DELIMITED BY SIZE
                  W-NBSU DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SEUILS : PLACE SUPPRIMEE " DELIMITED BY SIZE
                  W-S-TXS DELIMITED BY SIZE
                  "%  PROFONDEUR " DELIMITED BY SIZE
                  W-S-PRO DELIMITED BY SIZE
                  "  CROISSANCE " DELIMITED BY SIZE
                  W-S-CRO DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           CLOSE MXSANTE
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  ASSIGN-LISTE DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.
       F-Analyse.
           EXIT.

       Analyse-Un-Fichier.
           READ LISTE AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-LISTE = SPACE
                EXIT PARAGRAPH.
           MOVE ENR-LISTE TO W-FIC
           PERFORM Pose-Chemin
           PERFORM Mesure-Fichier
           MOVE SPACE TO LIGNE-SANTE
           MOVE W-FIC TO LS-FIC
           IF W-IND NOT = 0
                MOVE "ILLISIBLE PAR VUTIL" TO LS-MOT
                MOVE LIGNE-SANTE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                EXIT PARAGRAPH.
           ADD 1 TO W-NBF
           PERFORM Precedente-Analyse
           MOVE 0 TO W-TXS W-CRO
           IF W-NBE + W-NBS > 0
                COMPUTE W-TXS ROUNDED = W-NBS * 100 / (W-NBE + W-NBS).
           IF W-TROUVE = 1 AND W-NBE-PREC > 0
                COMPUTE W-CRO ROUNDED =
                        (W-NBE - W-NBE-PREC) * 100 / W-NBE-PREC
                        ON SIZE ERROR MOVE 99999 TO W-CRO
                END-COMPUTE
           END-IF
           MOVE SPACE TO W-REC W-MOT
           EVALUATE TRUE
           WHEN W-TXS NOT < W-S-TXS AND W-PRO > W-S-PRO
                MOVE "R" TO W-REC
                MOVE "PLACE SUPPRIMEE ET PROFONDEUR DE CLE" TO W-MOT
           WHEN W-TXS NOT < W-S-TXS
                MOVE "R" TO W-REC
                MOVE "PLACE SUPPRIMEE" TO W-MOT
           WHEN W-PRO > W-S-PRO
                MOVE "R" TO W-REC
                MOVE "PROFONDEUR DE CLE" TO W-MOT
           WHEN W-CRO NOT < W-S-CRO
                MOVE "S" TO W-REC
                MOVE "CROISSANCE" TO W-MOT
           END-EVALUATE
           IF W-REC = "R"
                ADD 1 TO W-NBR.
           IF W-REC = "S"
                ADD 1 TO W-NBSU.
           INITIALIZE ENR-MSAN
           MOVE W-FIC TO FIC-MSAN
           MOVE W-DAT TO DAT-MSAN
           MOVE W-HEU TO HEU-MSAN
           MOVE "A" TO TYP-MSAN
           MOVE W-NBE TO NBE-MSAN
           MOVE W-NBS TO NBS-MSAN
           MOVE W-OCT TO OCT-MSAN
           MOVE W-PRO TO PRO-MSAN
           MOVE W-LGE TO LGE-MSAN
           MOVE W-TXS TO TXS-MSAN
           MOVE W-CRO TO CRO-MSAN
           MOVE W-REC TO REC-MSAN
           MOVE W-MOT TO MOT-MSAN
           PERFORM Ecrit-Sante
           MOVE W-NBE TO LS-NBE
           MOVE W-NBS TO LS-NBS
           MOVE W-TXS TO LS-TXS
           MOVE W-PRO TO LS-PRO
           COMPUTE W-KO = W-OCT / 1024
           MOVE W-KO TO LS-KO
           MOVE W-CRO TO LS-CRO
           MOVE W-REC TO LS-REC
           MOVE W-MOT TO LS-MOT
           MOVE LIGNE-SANTE TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       Ecrit-Sante.
           WRITE ENR-MSAN INVALID
                REWRITE ENR-MSAN INVALID CONTINUE
                END-REWRITE
           END-WRITE.

      * dernière analyse de W-FIC dans l'historique
       Precedente-Analyse.
           MOVE 0 TO W-TROUVE W-NBE-PREC
           MOVE W-FIC TO FIC-MSAN
           MOVE 0 TO DAT-MSAN HEU-MSAN
           START MXSANTE KEY NOT < CLE1-MSAN INVALID
                EXIT PARAGRAPH
           END-START
           MOVE 0 TO W-FINL
           PERFORM Precedente-Suivante UNTIL W-FINL = 1.

       Precedente-Suivante.
           READ MXSANTE NEXT AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF FIC-MSAN NOT = W-FIC
                MOVE 1 TO W-FINL
                EXIT PARAGRAPH.
           IF TYP-MSAN = "A"
                MOVE 1 TO W-TROUVE
                MOVE NBE-MSAN TO W-NBE-PREC.

      * mesure physique de W-CHEMIN : vutil -info puis taille des
      * segments données et index ; W-IND non nul si illisible
       Mesure-Fichier.
           MOVE 0 TO W-NBE W-NBS W-OCT W-PRO W-LGE
           MOVE SPACE TO ASSIGN-TRAVAIL CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-info.tmp" DELIMITED BY SIZE
                  INTO ASSIGN-TRAVAIL
           STRING "vutil -info -x " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " > " DELIMITED BY SIZE
                  ASSIGN-TRAVAIL DELIMITED BY " "
                  " 2>&1" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO CMD
           STRING "cat " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix 2>/dev/null | wc -c | sed 's/^/octets /' >> "
                       DELIMITED BY SIZE
                  ASSIGN-TRAVAIL DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           MOVE 0 TO W-IND
           OPEN INPUT TRAVAIL
           MOVE 0 TO W-FINT
           PERFORM Lit-Info UNTIL W-FINT = 1
           CLOSE TRAVAIL
           IF W-PRO = 0
                PERFORM Estime-Profondeur.

       Lit-Info.
           READ TRAVAIL AT END MOVE 1 TO W-FINT
                EXIT PARAGRAPH
           END-READ
           MOVE "deleted records" TO W-MOT-CLE
           MOVE 15 TO W-LON
           PERFORM Valeur-Mot
           IF W-POS < 3900
                MOVE CVN-SOR TO W-NBS
                EXIT PARAGRAPH.
           MOVE "records" TO W-MOT-CLE
           MOVE 7 TO W-LON
           PERFORM Valeur-Mot
           IF W-POS < 3900
                MOVE CVN-SOR TO W-NBE
                EXIT PARAGRAPH.
           MOVE "record size" TO W-MOT-CLE
           MOVE 11 TO W-LON
           PERFORM Valeur-Mot
           IF W-POS < 3900
                MOVE CVN-SOR TO W-LGE
                EXIT PARAGRAPH.
           MOVE "octets" TO W-MOT-CLE
           MOVE 6 TO W-LON
           PERFORM Valeur-Mot
           IF W-POS < 3900
                MOVE CVN-SOR TO W-OCT
                EXIT PARAGRAPH.
      * profondeur : la plus grande de toutes les clés
           MOVE "depth" TO W-MOT-CLE
           MOVE 5 TO W-LON
           PERFORM Valeur-Mot
           IF W-POS NOT < 3900
                MOVE "height" TO W-MOT-CLE
                MOVE 6 TO W-LON
                PERFORM Valeur-Mot.
           IF W-POS NOT < 3900
                MOVE "levels" TO W-MOT-CLE
                MOVE 6 TO W-LON
                PERFORM Valeur-Mot.
           IF W-POS < 3900 AND CVN-SOR > W-PRO AND CVN-SOR < 100
                MOVE CVN-SOR TO W-PRO.

      * valeur numérique qui suit W-MOT-CLE(1:W-LON) dans la ligne
      * (W-POS = 4000 si le mot n'y est pas)
       Valeur-Mot.
           MOVE 0 TO W-POS CVN-SOR
           INSPECT ENR-TRAVAIL TALLYING W-POS
                   FOR CHARACTERS BEFORE INITIAL W-MOT-CLE(1:W-LON)
           IF W-POS < 3900
                MOVE ENR-TRAVAIL(W-POS + W-LON + 1:30) TO CVN-ENT
                PERFORM CONV-NUM.

      * profondeur estimée quand vutil ne la donne pas : niveaux
      * d'un arbre de W-S-ORD clés par bloc
       Estime-Profondeur.
           MOVE 1 TO W-PRO
           MOVE W-S-ORD TO W-CAP
           PERFORM Niveau-Suivant
                   UNTIL W-CAP NOT < W-NBE + W-NBS OR W-PRO = 99.

       Niveau-Suivant.
           ADD 1 TO W-PRO
           COMPUTE W-CAP = W-CAP * W-S-ORD.

      ******
      * REORG [fichier]
       Reorganise.
           PERFORM Charge-Config
           PERFORM Ouvre-Sante
           MOVE 0 TO W-NBAR W-NBOK W-NBKO
           IF W-PAR2 NOT = SPACE
                MOVE 1 TO W-NBAR
                MOVE W-PAR2 TO W-AR-FIC(1)
           ELSE PERFORM Fichiers-Recommandes
           END-IF
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-reorg-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN EXTEND ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                OPEN OUTPUT ETAT.
           MOVE SPACE TO LIGNE-ETAT
           STRING "REORGANISATION DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FICHIER      ENREG.AVANT ENREG.APRES"
                       DELIMITED BY SIZE
                  " SOMME CLES AVANT SOMME CLES APRES"
                       DELIMITED BY SIZE
                  "    KO AVANT    KO APRES ETAT" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-NBAR = 0
                MOVE "AUCUN FICHIER A REORGANISER" TO LIGNE-ETAT
                WRITE LIGNE-ETAT.
           PERFORM Reorganise-Un-Fichier
                   VARYING J FROM 1 BY 1 UNTIL J > W-NBAR
           MOVE SPACE TO LIGNE-ETAT
           STRING "REORGANISES : " DELIMITED BY SIZE
                  W-NBOK DELIMITED BY SIZE
                  "  REFUSES : " DELIMITED BY SIZE
                  W-NBKO DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           CLOSE MXSANTE
      * un refus fait échouer l'étape : les dépendantes de la
      * chaîne sautent et l'alerte est relevée le matin
           IF W-NBKO > 0
                MOVE 8 TO W-RC
                MOVE SPACE TO ASSIGN-ALERTE
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/sante-reorg.alerte" DELIMITED BY SIZE
                       INTO ASSIGN-ALERTE
                OPEN OUTPUT ALERTE
                MOVE SPACE TO LIGNE-ALERTE
                STRING W-DAT DELIMITED BY SIZE
                       " REORGANISATION : " DELIMITED BY SIZE
                       W-NBKO DELIMITED BY SIZE
                       " FICHIER(S) NON RENDU(S), VOIR "
                            DELIMITED BY SIZE
                       "ft/sante-reorg-" DELIMITED BY SIZE
                       W-DAT DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO LIGNE-ALERTE
                WRITE LIGNE-ALERTE
                CLOSE ALERTE
           END-IF.
       F-Reorganise.
           EXIT.

      * fichiers dont la dernière ligne d'historique est une
      * analyse recommandant la réorganisation
       Fichiers-Recommandes.
           MOVE SPACE TO W-FIC W-REC
           MOVE LOW-VALUE TO CLE1-MSAN
           START MXSANTE KEY NOT < CLE1-MSAN INVALID
                EXIT PARAGRAPH
           END-START
           MOVE 0 TO W-FINL
           PERFORM Recommande-Suivant UNTIL W-FINL = 1
           PERFORM Retient-Fichier.

       Recommande-Suivant.
           READ MXSANTE NEXT AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF FIC-MSAN NOT = W-FIC
                PERFORM Retient-Fichier
                MOVE FIC-MSAN TO W-FIC.
           IF TYP-MSAN = "A"
                MOVE REC-MSAN TO W-REC
           ELSE MOVE SPACE TO W-REC
           END-IF.

       Retient-Fichier.
           IF W-REC = "R" AND W-NBAR < MAXREO
                ADD 1 TO W-NBAR
                MOVE W-FIC TO W-AR-FIC(W-NBAR).
           MOVE SPACE TO W-REC.

      * sauvegarde, reconstruction et contrôle d'un fichier : il
      * n'est rendu que si comptes et sommes des clés concordent
       Reorganise-Un-Fichier.
           MOVE W-AR-FIC(J) TO W-FIC
           MOVE 0 TO W-NB-AV W-NB-AP W-CK-AV W-CK-AP W-OCT-AV
           PERFORM Pose-Chemin
           MOVE SPACE TO LIGNE-REORG
           MOVE W-FIC TO LR-FIC
           PERFORM Mesure-Fichier
           IF W-IND NOT = 0
                MOVE "REFUSE : ILLISIBLE PAR VUTIL" TO LR-ETAT
                PERFORM Refuse-Reorg
                EXIT PARAGRAPH.
           MOVE W-OCT TO W-OCT-AV
           COMPUTE W-KO = W-OCT / 1024
           MOVE W-KO TO LR-KOAV
           PERFORM Cherche-Cle
           PERFORM Decharge-Fichier
           IF W-ECHEC = 1
                MOVE "REFUSE : DECHARGEMENT IMPOSSIBLE" TO LR-ETAT
                PERFORM Refuse-Reorg
                EXIT PARAGRAPH.
           MOVE W-NB TO W-NB-AV
           MOVE W-CK TO W-CK-AV
           MOVE W-NB-AV TO LR-NBAV
           MOVE W-CK-AV TO LR-CKAV
      * sauvegarde des segments données et index
           MOVE SPACE TO W-SAUVE CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/sauve-reorg/" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  "." DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  INTO W-SAUVE
           STRING "mkdir -p " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/sauve-reorg && cp -p " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-SAUVE DELIMITED BY " "
                  " && { [ ! -f " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix ] || cp -p " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix " DELIMITED BY SIZE
                  W-SAUVE DELIMITED BY " "
                  ".vix; }" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                MOVE "REFUSE : SAUVEGARDE IMPOSSIBLE" TO LR-ETAT
                PERFORM Refuse-Reorg
                EXIT PARAGRAPH.
      * reconstruction puis nouveau déchargement
           MOVE SPACE TO CMD
           STRING "vutil -rebuild " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " > /dev/null 2>&1" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND-RBD
           MOVE 0 TO W-NB-AP W-CK-AP
           PERFORM Decharge-Fichier
           IF W-ECHEC = 0
                MOVE W-NB TO W-NB-AP
                MOVE W-CK TO W-CK-AP.
           MOVE W-NB-AP TO LR-NBAP
           MOVE W-CK-AP TO LR-CKAP
           IF W-IND-RBD NOT = 0 OR W-ECHEC = 1
                                OR W-NB-AP NOT = W-NB-AV
                                OR W-CK-AP NOT = W-CK-AV
                PERFORM Remet-Origine
                EXIT PARAGRAPH.
           PERFORM Mesure-Fichier
           COMPUTE W-KO = W-OCT / 1024
           MOVE W-KO TO LR-KOAP
           MOVE "RENDU" TO LR-ETAT
           ADD 1 TO W-NBOK
           MOVE "R" TO W-REC
           MOVE "REORGANISATION VALIDEE" TO W-MOT
           PERFORM Ecrit-Reorg.

      * écart : la reconstruction est mise de côté et l'original
      * revient de la sauvegarde
       Remet-Origine.
           MOVE SPACE TO CMD
           STRING "mv -f " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".reorg-ko; [ ! -f " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix ] || mv -f " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".reorg-ko.vix; cp -p " DELIMITED BY SIZE
                  W-SAUVE DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " && { [ ! -f " DELIMITED BY SIZE
                  W-SAUVE DELIMITED BY " "
                  ".vix ] || cp -p " DELIMITED BY SIZE
                  W-SAUVE DELIMITED BY " "
                  ".vix " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  ".vix; }" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           EVALUATE TRUE
           WHEN W-IND NOT = 0
                MOVE "REFUSE : ORIGINAL NON REMIS, VOIR SAUVEGARDE"
                     TO LR-ETAT
           WHEN W-IND-RBD NOT = 0
                MOVE "REFUSE : RECONSTRUCTION EN ERREUR" TO LR-ETAT
           WHEN W-ECHEC = 1
                MOVE "REFUSE : DECHARGEMENT APRES IMPOSSIBLE"
                     TO LR-ETAT
           WHEN W-NB-AP NOT = W-NB-AV
                MOVE "REFUSE : ECART DE COMPTE" TO LR-ETAT
           WHEN OTHER
                MOVE "REFUSE : ECART DE SOMME DES CLES" TO LR-ETAT
           END-EVALUATE
           PERFORM Refuse-Reorg.

       Refuse-Reorg.
           ADD 1 TO W-NBKO
           MOVE "K" TO W-REC
           MOVE LR-ETAT TO W-MOT
           PERFORM Ecrit-Reorg.

       Ecrit-Reorg.
           INITIALIZE ENR-MSAN
           MOVE W-FIC TO FIC-MSAN
           MOVE W-DAT TO DAT-MSAN
           MOVE W-HEU TO HEU-MSAN
           MOVE W-REC TO TYP-MSAN
           MOVE W-NB-AV TO NBE-MSAN
           MOVE W-NB-AP TO NBA-MSAN
           MOVE W-CK-AV TO CKA-MSAN
           MOVE W-CK-AP TO CKP-MSAN
           MOVE W-OCT-AV TO OCT-MSAN
           IF W-REC = "R"
                MOVE W-OCT TO OCA-MSAN.
           MOVE W-MOT TO MOT-MSAN
           PERFORM Ecrit-Sante
           MOVE LIGNE-REORG TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * déchargement de W-CHEMIN : nombre d'enregistrements (W-NB)
      * et somme de contrôle des clés (W-CK) ; W-ECHEC si vutil
      * ne décharge pas
       Decharge-Fichier.
           MOVE 0 TO W-ECHEC W-NB W-CK
           MOVE SPACE TO ASSIGN-TRAVAIL CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-dech.tmp" DELIMITED BY SIZE
                  INTO ASSIGN-TRAVAIL
           STRING "vutil -unload -t " DELIMITED BY SIZE
                  W-CHEMIN DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  ASSIGN-TRAVAIL DELIMITED BY " "
                  " > /dev/null 2>&1" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                MOVE 1 TO W-ECHEC
                EXIT PARAGRAPH.
           OPEN INPUT TRAVAIL
           IF FILE-STATUS-TRAVAIL NOT = "00"
                MOVE 1 TO W-ECHEC
                EXIT PARAGRAPH.
           MOVE 0 TO W-FINT
           PERFORM Somme-Enreg UNTIL W-FINT = 1
           CLOSE TRAVAIL
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  ASSIGN-TRAVAIL DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.

      * chaque clé donne un condensé ; les condensés s'additionnent
      * (modulo un premier) quel que soit l'ordre de déchargement
       Somme-Enreg.
           READ TRAVAIL AT END MOVE 1 TO W-FINT
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB
           MOVE 0 TO W-H
           PERFORM Somme-Octet VARYING I FROM W-PKEY BY 1
                   UNTIL I > W-PKEY + W-LKEY - 1
           COMPUTE W-SOM = W-CK + W-H
           DIVIDE W-SOM BY 999999999999989 GIVING W-Q
                  REMAINDER W-CK.

       Somme-Octet.
           MOVE LOW-VALUE TO W-OCT-X
           MOVE ENR-TRAVAIL(I:1) TO W-OCT-X(2:1)
           COMPUTE W-H2 = W-H * 257 + W-OCT-N + 1
           DIVIDE W-H2 BY 999999937 GIVING W-Q REMAINDER W-H.

      ******
      * HISTO <fichier>
       Historique.
           IF W-PAR2 = SPACE
                DISPLAY "usage : sante-b HISTO fichier"
                MOVE 4 TO W-RC
                GO F-Historique.
           MOVE W-PAR2 TO W-FIC
           OPEN INPUT MXSANTE
           IF FILE-STATUS NOT = "00"
                DISPLAY "sante-b : pas d'historique MXSANTE"
                GO F-Historique.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/sante-histo-" DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "HISTORIQUE DE SANTE DE " DELIMITED BY SIZE
                  W-FIC DELIMITED BY " "
                  " AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "DATE     HEURE  T ENREGISTR. SUPPRIMES TAUX%  PR"
                       DELIMITED BY SIZE
                  "   TAILLE KO CROISS.% R MOTIF" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-FIC TO FIC-MSAN
           MOVE 0 TO DAT-MSAN HEU-MSAN
           MOVE 0 TO W-FINL
           START MXSANTE KEY NOT < CLE1-MSAN INVALID
                MOVE 1 TO W-FINL
           END-START
           PERFORM Histo-Suivant UNTIL W-FINL = 1
           CLOSE ETAT
           CLOSE MXSANTE.
       F-Historique.
           EXIT.

      * analyses : mesures ; réorganisations : enregistrements
      * avant et après, somme des clés dans le motif si écart
       Histo-Suivant.
           READ MXSANTE NEXT AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF FIC-MSAN NOT = W-FIC
                MOVE 1 TO W-FINL
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-HISTO
           MOVE DAT-MSAN TO LH-DAT
           MOVE HEU-MSAN TO LH-HEU
           MOVE TYP-MSAN TO LH-TYP
           MOVE NBE-MSAN TO LH-NBE
           MOVE MOT-MSAN TO LH-MOT
           IF TYP-MSAN = "A"
                MOVE NBS-MSAN TO LH-NBS
                MOVE TXS-MSAN TO LH-TXS
                MOVE PRO-MSAN TO LH-PRO
                COMPUTE W-KO = OCT-MSAN / 1024
                MOVE W-KO TO LH-KO
                MOVE CRO-MSAN TO LH-CRO
                MOVE REC-MSAN TO LH-REC
           ELSE MOVE NBA-MSAN TO LH-NBS
                COMPUTE W-KO = OCA-MSAN / 1024
                MOVE W-KO TO LH-KO
           END-IF
           MOVE LIGNE-HISTO TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF TYP-MSAN = "K" AND CKA-MSAN NOT = CKP-MSAN
                MOVE SPACE TO LIGNE-ETAT
                STRING "                 SOMME DES CLES AVANT "
                            DELIMITED BY SIZE
                       CKA-MSAN DELIMITED BY SIZE
                       " APRES " DELIMITED BY SIZE
                       CKP-MSAN DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF.

           COPY "conv-num.cbl".

       Fin.
           MOVE W-RC TO RETURN-CODE
           STOP RUN.
