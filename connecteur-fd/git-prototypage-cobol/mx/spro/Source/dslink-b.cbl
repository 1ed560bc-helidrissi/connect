      *{Bench}prg-comment
      * dslink-b.cbl
151026* dslink-b.cbl : rotation des clés de la liaison sécurisée
151026* avec le serveur DS (MX-DIR/dslink.cfg, cf. ds-secu), sans
151026* arrêter les exports : la configuration se relit à chaque
151026* connexion et toute clé listée reste admise en réception.
151026* Fonctions :
151026*   NOUVELLE <id>
151026*       tire une clé de 32 octets (MX-DIR/dslink/<id>.key,
151026*       lisible du seul compte d'exploitation) et l'ajoute en
151026*       fin de liste : admise, pas encore émise.  La remettre
151026*       au serveur DS avant de l'activer ;
151026*   ACTIVE <id>
151026*       la clé passe en tête : clé d'émission dès la
151026*       connexion suivante, les autres restent admises ;
151026*   RETIRE <id>
151026*       l'ancienne clé quitte la liste et son fichier est
151026*       supprimé (refusé pour la clé d'émission) ;
151026*   LISTE
151026*       clés de la liste, la clé d'émission en premier.
151026* Sans dslink.cfg, NOUVELLE crée la configuration en mode
151026* SECRET avec cette seule clé.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. dslink-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:48.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(12).
       77 W-PAR2               PIC X(30).
       77 W-ID                 PIC X(08).
       77 W-FIN                PIC 9.
       77 W-TROP               PIC 9.
       77 W-IND                PIC S9(04) COMP.
       77 W-NBCL               PIC 9(03) COMP.
       77 W-RANG               PIC 9(03) COMP.
       77 W-PREM               PIC 9(03) COMP.
       77 I                    PIC 9(03) COMP.
       77 CMD                  PIC X(300).
       77 W-FICHIER            PIC X(120).
       77 W-LIGNE              PIC X(250).
       78 MAXLIG               VALUE IS 100.
      * dslink.cfg en mémoire, réécrit d'un bloc
       01 W-CFG.
           05 W-CF-LIG         PIC X(250) OCCURS 100.
       77 W-NBLIG              PIC 9(03) COMP.
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-Z2            PIC X(08).
           05 WF-Z3            PIC X(120).
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
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2
           MOVE W-PAR2 TO W-ID
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           PERFORM Charge-Config
           IF W-TROP = 1
                DISPLAY "dslink-b : dslink.cfg dépasse " MAXLIG
                        " lignes, rien n'est modifié"
                GO Fin.
           IF W-FONCTION NOT = "LISTE" AND W-ID = SPACE
                MOVE SPACE TO W-FONCTION.
           EVALUATE W-FONCTION
           WHEN "NOUVELLE" PERFORM Nouvelle-Cle THRU F-Nouvelle-Cle
           WHEN "ACTIVE"   PERFORM Active-Cle THRU F-Active-Cle
           WHEN "RETIRE"   PERFORM Retire-Cle THRU F-Retire-Cle
           WHEN "LISTE"    PERFORM Liste-Cles THRU F-Liste-Cles
           WHEN OTHER
                DISPLAY "usage : dslink-b NOUVELLE id"
                DISPLAY "        dslink-b ACTIVE id"
                DISPLAY "        dslink-b RETIRE id"
                DISPLAY "        dslink-b LISTE"
           END-EVALUATE
           GO Fin.

       Charge-Config.
           MOVE 0 TO W-NBLIG W-TROP
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FIN
           PERFORM Charge-Une-Ligne UNTIL W-FIN = 1
           CLOSE CONFIG.

       Charge-Une-Ligne.
           READ CONFIG AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-NBLIG = MAXLIG
                MOVE 1 TO W-TROP
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NBLIG
           MOVE ENR-CONFIG TO W-CF-LIG(W-NBLIG).

       Ecrit-Config.
           OPEN OUTPUT CONFIG
           PERFORM Ecrit-Une-Ligne VARYING I FROM 1 BY 1
                   UNTIL I > W-NBLIG
           CLOSE CONFIG.

       Ecrit-Une-Ligne.
           MOVE W-CF-LIG(I) TO ENR-CONFIG
           WRITE ENR-CONFIG.

      * rang de la clé W-ID (W-RANG), rang de la première ligne K
      * (W-PREM) et nombre de clés
       Cherche-Cle.
           MOVE 0 TO W-RANG W-PREM W-NBCL
           PERFORM Examine-Ligne VARYING I FROM 1 BY 1
                   UNTIL I > W-NBLIG.

       Examine-Ligne.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING W-CF-LIG(I) DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3
           IF WF-TYP NOT = "K"
                EXIT PARAGRAPH.
           ADD 1 TO W-NBCL
           IF W-PREM = 0
                MOVE I TO W-PREM.
           IF WF-Z2 = W-ID
                MOVE I TO W-RANG.

      ******************************************************************
      *    NOUVELLE : clé tirée et ajoutée en fin de liste
      ******************************************************************
       Nouvelle-Cle.
           PERFORM Cherche-Cle
           IF W-RANG NOT = 0
                DISPLAY "dslink-b : la clé " W-ID " existe déjà"
                GO F-Nouvelle-Cle.
           IF W-NBLIG + 2 > MAXLIG
                DISPLAY "dslink-b : dslink.cfg complet"
                GO F-Nouvelle-Cle.
           MOVE SPACE TO W-FICHIER CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink/" DELIMITED BY SIZE
                  W-ID DELIMITED BY " "
                  ".key" DELIMITED BY SIZE
                  INTO W-FICHIER
           STRING "mkdir -p " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/dslink && umask 077 && openssl rand -hex 32 > "
                       DELIMITED BY SIZE
                  W-FICHIER DELIMITED BY " "
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "dslink-b : clé non générée (openssl)"
                GO F-Nouvelle-Cle.
      * première clé : la configuration naît en mode SECRET
           IF W-NBLIG = 0
                MOVE 1 TO W-NBLIG
                MOVE "A;SECRET" TO W-CF-LIG(1).
           ADD 1 TO W-NBLIG
           MOVE SPACE TO W-LIGNE
           STRING "K;" DELIMITED BY SIZE
                  W-ID DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-ID DELIMITED BY " "
                  ".key" DELIMITED BY SIZE
                  INTO W-LIGNE
           MOVE W-LIGNE TO W-CF-LIG(W-NBLIG)
           PERFORM Ecrit-Config
           IF W-NBCL = 0
                DISPLAY "dslink-b : clé " W-ID
                        " créée, clé d'émission"
           ELSE
                DISPLAY "dslink-b : clé " W-ID
                        " créée, admise ; l'activer après remise"
                        " au serveur DS"
           END-IF.
       F-Nouvelle-Cle.
           EXIT.

      ******************************************************************
      *    ACTIVE : la clé devient clé d'émission
      ******************************************************************
       Active-Cle.
           PERFORM Cherche-Cle
           IF W-RANG = 0
                DISPLAY "dslink-b : clé " W-ID " inconnue"
                GO F-Active-Cle.
           IF W-RANG = W-PREM
                DISPLAY "dslink-b : clé " W-ID
                        " déjà clé d'émission"
                GO F-Active-Cle.
      * la ligne remonte à la place de la première ligne K, les
      * suivantes descendent d'un rang
           MOVE W-CF-LIG(W-RANG) TO W-LIGNE
           PERFORM Descend-Ligne VARYING I FROM W-RANG BY -1
                   UNTIL I NOT > W-PREM
           MOVE W-LIGNE TO W-CF-LIG(W-PREM)
           PERFORM Ecrit-Config
           DISPLAY "dslink-b : clé " W-ID
                   " clé d'émission dès la prochaine connexion".
       F-Active-Cle.
           EXIT.

       Descend-Ligne.
           MOVE W-CF-LIG(I - 1) TO W-CF-LIG(I).

      ******************************************************************
      *    RETIRE : l'ancienne clé quitte la liste
      ******************************************************************
       Retire-Cle.
           PERFORM Cherche-Cle
           IF W-RANG = 0
                DISPLAY "dslink-b : clé " W-ID " inconnue"
                GO F-Retire-Cle.
           IF W-RANG = W-PREM
                DISPLAY "dslink-b : " W-ID " est la clé d'émission,"
                        " activer d'abord sa remplaçante"
                GO F-Retire-Cle.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING W-CF-LIG(W-RANG) DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3
           PERFORM Remonte-Ligne VARYING I FROM W-RANG BY 1
                   UNTIL I NOT < W-NBLIG
           SUBTRACT 1 FROM W-NBLIG
           PERFORM Ecrit-Config
           IF WF-Z3 NOT = SPACE
                MOVE SPACE TO CMD
                IF WF-Z3(1:1) = "/"
                     STRING "rm -f " DELIMITED BY SIZE
                            WF-Z3 DELIMITED BY " "
                            INTO CMD
                ELSE
                     STRING "rm -f " DELIMITED BY SIZE
                            MX-DIR DELIMITED BY "  "
                            "/dslink/" DELIMITED BY SIZE
                            WF-Z3 DELIMITED BY " "
                            INTO CMD
                END-IF
                CALL "C$SYSTEM" USING CMD, GIVING W-IND
           END-IF
           DISPLAY "dslink-b : clé " W-ID " retirée".
       F-Retire-Cle.
           EXIT.

       Remonte-Ligne.
           MOVE W-CF-LIG(I + 1) TO W-CF-LIG(I).

      ******************************************************************
      *    LISTE
      ******************************************************************
       Liste-Cles.
           IF W-NBLIG = 0
                DISPLAY "dslink-b : pas de dslink.cfg, liaison en"
                        " clair"
                GO F-Liste-Cles.
           MOVE SPACE TO W-ID
           PERFORM Cherche-Cle
           PERFORM Liste-Une-Ligne VARYING I FROM 1 BY 1
                   UNTIL I > W-NBLIG.
       F-Liste-Cles.
           EXIT.

       Liste-Une-Ligne.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING W-CF-LIG(I) DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3
           IF WF-TYP NOT = "K"
                EXIT PARAGRAPH.
           IF I = W-PREM
                DISPLAY WF-Z2 " émission et réception"
           ELSE
                DISPLAY WF-Z2 " réception"
           END-IF.

       Fin.
           STOP RUN.
