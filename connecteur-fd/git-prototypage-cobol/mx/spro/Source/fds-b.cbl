      *{Bench}prg-comment
      * fds-b.cbl
151026* fds-b.cbl : fiches de données de sécurité (FDS) des
151026* produits dangereux.  La fiche en vigueur doit être remise
151026* au client à la première livraison du produit, puis à
151026* chaque révision de la fiche :
151026*   DEPOT <article;AAAAMMJJ;fichier>
151026*       nouvelle version de la fiche de l'article, datée de
151026*       sa révision : le fichier est rangé avec les pièces
151026*       jointes de l'article (MX-DIR/fi/ART, cf. att) sous
151026*       <article>_FDS<version>.pdf et référencé dans MXFDS ;
151026*   ENVOI [<AAAAMMJJ>] [B|F]
151026*       au tirage des B/L (B, défaut : bons du jour par la
151026*       date de pièce) ou à la facturation (F : bons
151026*       facturés du jour), chaque paire client / article
151026*       livrée qui n'a pas reçu la version en vigueur :
151026*       envoi par mail aux contacts réception du client, à
151026*       défaut à l'adresse de sa fiche (envoi-ctc, journal
151026*       MXENVCTC, comme imprime Envoie-Fic-Mail), sinon
151026*       fiche à imprimer et joindre au B/L ; la remise est
151026*       tracée dans MXFDSENV et listée dans
151026*       ft/fds-envoi-<date>.txt ;
151026*   HISTO [<cli>]
151026*       pour les contrôles : fiches remises par client,
151026*       version, date de révision, date et mode de remise,
151026*       ft/fds-client-<cli>.txt (tous : ft/fds-clients.txt).
151026* Dans une société de formation (cf. forma-b) le mail ne part
151026* pas : envoi-ctc le journalise dans ft/forma-envois.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. fds-b.
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
       COPY "MXFDS.sl".
       COPY "MXFDSENV.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXART.sl".
       COPY "MXCLI.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXFDS.fd".
       COPY "MXFDSENV.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXART.fd".
       COPY "MXCLI.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(200).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-ZONE               PIC X(200).
       77 W-PTR                PIC 9(03).
       77 W-DAT                PIC 9(08).
       77 W-DEN                PIC 9(08).
       77 W-MODE               PIC X.
       77 W-ART                PIC X(20).
       77 W-DRV                PIC 9(08).
       77 W-VER                PIC 9(03).
       77 W-CLI                PIC 9(08).
       77 W-CLI-RUP            PIC 9(08).
       77 W-AGE                PIC X(03).
       77 W-BON                PIC 9(08).
       77 W-NOM                PIC X(30).
       77 W-LNG                PIC 9(03).
       77 W-DOSSIER            PIC X(100).
       77 W-FIC                PIC X(120).
       77 W-IND                PIC S9(04) COMP.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NBL                PIC 9(06).
       77 W-NML                PIC 9(06).
       77 W-NIM                PIC 9(06).
       77 W-NB                 PIC 9(06).
      * client comptant du comptoir : pas de destinataire connu
       78 CLI-COMPTOIR         VALUE IS 99999999.
           COPY "conv-num.wrk".
           COPY "envoi-ctc.wrk".
      * zones du dépôt d'une fiche
       01 W-ZONES-FDS.
           05 WF-ART           PIC X(20).
           05 WF-DRV           PIC X(10).
           05 WF-FIC           PIC X(120).
       01 LIGNE-ENV.
           05 LE-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LE-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LE-VER           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LE-DRV           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-MOD           PIC X(08).
           05 FILLER           PIC X(01).
           05 LE-DST           PIC X(66).
       01 LIGNE-HIS REDEFINES LIGNE-ENV.
           05 LH-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LH-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LH-VER           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LH-DRV           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-DEN           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-MOD           PIC X(06).
           05 FILLER           PIC X(01).
           05 LH-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LH-BON           PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER           PIC X(01).
           05 LH-STA           PIC X(10).
           05 FILLER           PIC X(27).
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
      * le chemin du fichier peut contenir des blancs : la suite de
      * la ligne de commande est reprise entière
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 200
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "DEPOT"    PERFORM Depot THRU F-Depot
           WHEN "ENVOI"    PERFORM Envoi THRU F-Envoi
           WHEN "HISTO"    PERFORM Histo THRU F-Histo
           WHEN OTHER
                DISPLAY "fds-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : fds-b DEPOT article;AAAAMMJJ;"
                        "fichier"
                DISPLAY "        fds-b ENVOI [AAAAMMJJ] [B|F]"
                DISPLAY "        fds-b HISTO [cli]"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxfds.
           OPEN I-O MXFDS
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFDS
                CLOSE MXFDS
                OPEN I-O MXFDS.

       Ouvre-Mxfdsenv.
           OPEN I-O MXFDSENV
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFDSENV
                CLOSE MXFDSENV
                OPEN I-O MXFDSENV.

      * version en vigueur de la fiche de W-ART : la plus haute,
      * W-VER à 0 si l'article n'a pas de fiche
       Cherche-Version.
           MOVE 0 TO W-VER
           MOVE W-ART TO ART-MFDS
           MOVE 999 TO VER-MFDS
           START MXFDS KEY NOT > CLE1-MFDS INVALID
                EXIT PARAGRAPH
           END-START
           READ MXFDS PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF ART-MFDS = W-ART
                MOVE VER-MFDS TO W-VER.

      ******************************************************************
      *    DEPOT : nouvelle version de la fiche d'un article
      ******************************************************************
       Depot.
           MOVE SPACE TO W-ZONES-FDS
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WF-ART WF-DRV WF-FIC
           MOVE WF-DRV TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DRV
           IF WF-ART = SPACE OR WF-FIC = SPACE
           OR W-DRV < 19000101 OR W-DRV > W-DAT
                DISPLAY "usage : fds-b DEPOT article;AAAAMMJJ;"
                        "fichier"
                GO F-Depot.
           OPEN INPUT MXART
           MOVE WF-ART TO COD-MART
           READ MXART INVALID
                DISPLAY "fds-b : article inconnu " WF-ART
                CLOSE MXART
                GO F-Depot
           END-READ
           CLOSE MXART
           PERFORM Ouvre-Mxfds
           MOVE WF-ART TO W-ART
           PERFORM Cherche-Version
      * une révision est postérieure à la fiche qu'elle remplace
           IF W-VER > 0 AND W-DRV NOT > DRV-MFDS
                DISPLAY "fds-b : révision du " W-DRV
                        " non postérieure à la version " W-VER
                        " du " DRV-MFDS
                CLOSE MXFDS
                GO F-Depot.
           IF W-VER = 999
                DISPLAY "fds-b : plus de numéro de version pour "
                        W-ART
                CLOSE MXFDS
                GO F-Depot.
           ADD 1 TO W-VER
      * même rangement que les pièces jointes de l'article (att) :
      * blancs et / du code article remplacés par _
           MOVE SPACE TO W-DOSSIER
           STRING MX-DIR DELIMITED BY "  "
                  "/fi/ART" DELIMITED BY SIZE
                  INTO W-DOSSIER
           CALL "C$MAKEDIR" USING W-DOSSIER
           MOVE W-ART TO W-NOM
           MOVE 0 TO W-LNG
           INSPECT FUNCTION REVERSE(W-NOM) TALLYING W-LNG
                FOR LEADING SPACE
           COMPUTE W-LNG = LENGTH OF W-NOM - W-LNG
           INSPECT W-NOM(1:W-LNG) REPLACING ALL " " BY "_"
                                             ALL "/" BY "_"
           MOVE SPACE TO W-FIC
           STRING W-DOSSIER DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  W-NOM DELIMITED BY " "
                  "_FDS" DELIMITED BY SIZE
                  W-VER DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO W-FIC
           CALL "C$COPY" USING WF-FIC, W-FIC, "S" GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "fds-b : copie impossible de " WF-FIC
                CLOSE MXFDS
                GO F-Depot.
           INITIALIZE ENR-MFDS
           MOVE W-ART TO ART-MFDS
           MOVE W-VER TO VER-MFDS
           MOVE W-DRV TO DRV-MFDS
           MOVE W-FIC TO FIC-MFDS
           MOVE W-DAT TO DCR-MFDS
           ACCEPT ICR-MFDS FROM ENVIRONMENT "USER"
           WRITE ENR-MFDS INVALID
                DISPLAY "fds-b : écriture impossible " W-ART
                CLOSE MXFDS
                GO F-Depot
           END-WRITE
           CLOSE MXFDS
           DISPLAY "fds-b : fiche " W-ART " version " W-VER
                   " révisée le " W-DRV " (" W-FIC ")".
       F-Depot.
           EXIT.

      ******************************************************************
      *    ENVOI : fiches en vigueur à remettre aux clients livrés
      ******************************************************************
       Envoi.
           MOVE W-DAT TO W-DEN
           MOVE "B" TO W-MODE
           IF W-PAR2 = "B" OR W-PAR2 = "F"
                MOVE W-PAR2 TO W-MODE
           ELSE IF W-PAR2 NOT = SPACE
                MOVE W-PAR2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO W-DEN
                IF W-PAR3 = "F"
                     MOVE "F" TO W-MODE.
           IF W-DEN < 19000101
                DISPLAY "usage : fds-b ENVOI [AAAAMMJJ] [B|F]"
                GO F-Envoi.
           OPEN INPUT MXBDIS MXLDIS MXART
           PERFORM Ouvre-Mxfds
           PERFORM Ouvre-Mxfdsenv
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/fds-envoi-" DELIMITED BY SIZE
                  W-DEN DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           IF W-MODE = "F"
                STRING "REMISE DES FDS - BONS FACTURES LE "
                       DELIMITED BY SIZE
                       W-DEN DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           ELSE STRING "REMISE DES FDS - B/L DU "
                       DELIMITED BY SIZE
                       W-DEN DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "AGE BON      CLIENT   ARTICLE              VER "
                  DELIMITED BY SIZE
                  "REVISION MODE     MAIL / FICHIER A IMPRIMER"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBL W-NML W-NIM W-FIN
           IF W-MODE = "F"
                MOVE 1 TO FAC-MBDI
                START MXBDIS KEY NOT < CLE3-MBDI INVALID
                     MOVE 1 TO W-FIN
                END-START
           ELSE MOVE W-DEN TO DAT-MBDI
                START MXBDIS KEY NOT < CLE4-MBDI INVALID
                     MOVE 1 TO W-FIN
                END-START
           END-IF
           PERFORM Envoi-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBDIS MXLDIS MXART MXFDS MXFDSENV ETAT
           DISPLAY "fds-b : " W-NBL " bons, " W-NML
                   " fiches par mail, " W-NIM " à imprimer ("
                   ASSIGN-ETAT ")".
       F-Envoi.
           EXIT.

       Envoi-Un-Bon.
           READ MXBDIS NEXT AT END
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-MODE = "B" AND DAT-MBDI > W-DEN
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF W-MODE = "F" AND DFA-MBDI NOT = W-DEN
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 0 AND TYP-MBDI NOT = 2
           AND TYP-MBDI NOT = 6
                EXIT PARAGRAPH.
           IF CLI-MBDI = CLI-COMPTOIR OR CLI-MBDI = 0
                EXIT PARAGRAPH.
           ADD 1 TO W-NBL
           MOVE AGE-MBDI TO W-AGE AGE-MLDI
           MOVE BON-MBDI TO W-BON BON-MLDI
           MOVE CLI-MBDI TO W-CLI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Envoi-Une-Ligne UNTIL W-FIN2 = 1.

       Envoi-Une-Ligne.
           READ MXLDIS NEXT AT END
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = W-AGE OR BON-MLDI NOT = W-BON
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1 OR QTE-MLDI NOT > 0
           OR ART-MLDI = SPACE
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO W-ART
           PERFORM Cherche-Version
           IF W-VER = 0
                EXIT PARAGRAPH.
           MOVE W-CLI TO CLI-MFDE
           MOVE W-ART TO ART-MFDE
           MOVE W-VER TO VER-MFDE
           READ MXFDSENV NOT INVALID
                EXIT PARAGRAPH
           END-READ
           PERFORM Remet-Fiche.

      * envoi par mail aux contacts réception du client comme
      * imprime (Envoie-Fic-Mail) ; sans destinataire servi, la
      * fiche part imprimée avec le B/L
       Remet-Fiche.
           INITIALIZE ENR-MFDE
           MOVE W-CLI TO CLI-MFDE CLI2-MFDE
           MOVE W-ART TO ART-MFDE
           MOVE W-VER TO VER-MFDE
           MOVE W-DEN TO DEN-MFDE
           MOVE DRV-MFDS TO DRV-MFDE
           MOVE W-AGE TO AGE-MFDE
           MOVE W-BON TO BON-MFDE
           MOVE "P" TO MOD-MFDE
           MOVE "R" TO ENV-ROL
           MOVE "FDS" TO ENV-DOC
           MOVE W-BON TO ENV-NUM
           MOVE FIC-MFDS TO ENV-FIC
           MOVE SPACE TO ENV-OBJ
           STRING "Fiche de données de sécurité "
                  DELIMITED BY SIZE
                  W-ART DELIMITED BY "  "
                  " révision " DELIMITED BY SIZE
                  DRV-MFDS DELIMITED BY SIZE
                  INTO ENV-OBJ
           CALL "envoi-ctc" USING W-CLI ENV-ROL ENV-DOC ENV-NUM
                                  ENV-FIC ENV-OBJ ENV-NB
           IF ENV-NB > 0
                MOVE "M" TO MOD-MFDE
                STRING ENV-NB DELIMITED BY SIZE
                       " destinataire(s), journal MXENVCTC"
                       DELIMITED BY SIZE
                       INTO ADR-MFDE
           END-IF
           WRITE ENR-MFDE INVALID
                DISPLAY "fds-b : remise non tracée " W-CLI " "
                        W-ART
           END-WRITE
           MOVE SPACE TO LIGNE-ENV
           MOVE W-AGE TO LE-AGE
           MOVE W-BON TO LE-BON
           MOVE W-CLI TO LE-CLI
           MOVE W-ART TO LE-ART
           MOVE W-VER TO LE-VER
           MOVE DRV-MFDS TO LE-DRV
           IF MOD-MFDE = "M"
                MOVE "MAIL" TO LE-MOD
                MOVE ADR-MFDE TO LE-DST
                ADD 1 TO W-NML
           ELSE MOVE "IMPRIMER" TO LE-MOD
                MOVE FIC-MFDS TO LE-DST
                ADD 1 TO W-NIM
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ENV.

      ******************************************************************
      *    HISTO : fiches remises par client (contrôles)
      ******************************************************************
       Histo.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           OPEN INPUT MXART MXCLI
           PERFORM Ouvre-Mxfds
           PERFORM Ouvre-Mxfdsenv
           MOVE SPACE TO ASSIGN-ETAT
           IF W-CLI = 0
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/fds-clients.txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           ELSE STRING MX-DIR DELIMITED BY "  "
                       "/ft/fds-client-" DELIMITED BY SIZE
                       W-CLI DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           END-IF
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FICHES DE DONNEES DE SECURITE REMISES AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-FIN
           MOVE 99999999 TO W-CLI-RUP
           INITIALIZE ENR-MFDE
           MOVE W-CLI TO CLI-MFDE
           START MXFDSENV KEY NOT < CLE1-MFDE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Histo-Une-Remise UNTIL W-FIN = 1
           CLOSE MXART MXCLI MXFDS MXFDSENV ETAT
           DISPLAY "fds-b : " W-NB " remises listées ("
                   ASSIGN-ETAT ")".
       F-Histo.
           EXIT.

      * une version remplacée depuis la remise est signalée :
      * la fiche en vigueur suit si elle a été remise
       Histo-Une-Remise.
           READ MXFDSENV NEXT AT END
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI NOT = 0 AND CLI-MFDE NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF CLI-MFDE NOT = W-CLI-RUP
                PERFORM Histo-Entete-Client.
           ADD 1 TO W-NB
           MOVE ART-MFDE TO W-ART COD-MART
           READ MXART INVALID
                MOVE SPACE TO DES-MART
           END-READ
           PERFORM Cherche-Version
           MOVE SPACE TO LIGNE-HIS
           MOVE ART-MFDE TO LH-ART
           MOVE DES-MART TO LH-DES
           MOVE VER-MFDE TO LH-VER
           MOVE DRV-MFDE TO LH-DRV
           MOVE DEN-MFDE TO LH-DEN
           IF MOD-MFDE = "M"
                MOVE "MAIL" TO LH-MOD
           ELSE MOVE "PAPIER" TO LH-MOD
           END-IF
           MOVE AGE-MFDE TO LH-AGE
           MOVE BON-MFDE TO LH-BON
           IF VER-MFDE < W-VER
                MOVE "REMPLACEE" TO LH-STA
           ELSE MOVE "EN VIGUEUR" TO LH-STA
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-HIS.

       Histo-Entete-Client.
           MOVE CLI-MFDE TO W-CLI-RUP COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI
           END-READ
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "CLIENT " DELIMITED BY SIZE
                  W-CLI-RUP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ARTICLE              DESIGNATION                    "
                  DELIMITED BY SIZE
                  "VER REVISION REMISE   MODE   BON          STATUT"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
