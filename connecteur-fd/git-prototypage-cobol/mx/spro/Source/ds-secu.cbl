      *{Bench}prg-comment
      * ds-secu.cbl
151026* ds-secu.cbl : sécurité de la liaison avec le serveur DS
151026* (dsclient.cpy, dsimport, ds-inbound), cf. dssecu.wrk.
151026* Configuration de la société : MX-DIR/dslink.cfg, fichiers
151026* de clés et certificats sous MX-DIR/dslink (chemin absolu
151026* admis) :
151026*   S;<hôte>;<port>             serveur DS
151026*   A;SECRET ou A;CERT          authentification mutuelle par
151026*                               secret partagé ou certificats
151026*   K;<id>;<fichier clé>        secret partagé, 32 octets en
151026*                               hexadécimal sur une ligne ; la
151026*                               première ligne K est la clé
151026*                               d'émission, les suivantes
151026*                               restent admises en réception
151026*   C;<certificat société>;<clé privée société>;
151026*     <certificat autorité>;<certificat serveur>
151026* Sans dslink.cfg la liaison reste en clair (hôte
151026* DSCLIENT_HOSTNAME, port 10000), ce que dsclient.cpy trace.
151026* Le fichier est relu à chaque connexion : une nouvelle clé
151026* (dslink-b NOUVELLE) vaut dès la connexion suivante, sans
151026* arrêter l'export en cours.
151026* Sceaux HMAC-SHA256 et chiffrement AES-256-CBC par openssl
151026* (C$SYSTEM, comme nf525-sig) ; la donnée scellée est écrite
151026* telle quelle sur une ligne, fin de ligne comprise.
151026* Fichiers de travail MX-DIR/dslink/tmp-<pid>-<heure>.*,
151026* supprimés après usage.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ds-secu.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:41:06.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRAV   ASSIGN TO ASSIGN-TRAV
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-TRAV.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT JOURNAL ASSIGN TO ASSIGN-JOURNAL
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-JOURNAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TRAV LABEL RECORD STANDARD.
       01  ENR-TRAV            PIC X(44300).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       FD  JOURNAL LABEL RECORD STANDARD.
       01  ENR-JOURNAL         PIC X(260).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS-TRAV     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-JOURNAL  PIC X(2).
       77 ASSIGN-TRAV          PIC X(120).
       77 ASSIGN-CONFIG        PIC X(120).
       77 ASSIGN-JOURNAL       PIC X(120).
       77 MX-DIR               PIC X(60).
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       77 W-PID                PIC 9(09).
       77 W-IND                PIC S9(04) COMP.
       77 W-FINL               PIC 9.
       77 W-CHARGE             PIC 9 VALUE 0.
       77 W-PREFIXE            PIC X(120).
       77 W-DON                PIC X(120).
       77 W-SOR                PIC X(120).
       77 W-AUX                PIC X(120).
       77 W-PUB                PIC X(120).
       77 W-CHEMIN             PIC X(120).
       77 W-CLE                PIC X(64).
       77 W-MAC                PIC X(64).
       77 W-SECRET             PIC X(64).
       77 W-ALEA               PIC X(64).
       77 W-LIGNE              PIC X(240).
       77 W-LON                PIC 9(05).
       77 W-PTR                PIC 9(05) COMP.
       77 I                    PIC 9(05) COMP.
       77 J                    PIC 9(02) COMP.
       77 CMD                  PIC X(1024).
       77 W-SAUVE              PIC X(1100).
       78 MAXCLE               VALUE IS 10.
      * configuration dslink.cfg
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-Z2            PIC X(120).
           05 WF-Z3            PIC X(120).
           05 WF-Z4            PIC X(120).
           05 WF-Z5            PIC X(120).
       01 W-CLES.
           05 W-CL OCCURS 10.
              10 W-CL-ID       PIC X(08).
              10 W-CL-FIC      PIC X(120).
       77 W-NBCL               PIC 9(02) COMP.
       77 W-CRT-SOC            PIC X(120).
       77 W-PRI-SOC            PIC X(120).
       77 W-CRT-AC             PIC X(120).
       77 W-CRT-SRV            PIC X(120).
      * codage base 64 du clair avant chiffrement
       01 W-ALPHABET.
           05 FILLER           PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER           PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 FILLER           PIC X(12) VALUE "0123456789+/".
       01 W-OCTET.
           05 W-OCT-X          PIC X(02).
           05 W-OCT-N REDEFINES W-OCT-X PIC 9(04) BINARY.
       77 W-TRIPLET            PIC 9(08).
       77 W-RESTE              PIC 9(08).
       77 W-QUOT               PIC 9(08).
       77 W-NBO                PIC 9.
       77 W-K                  PIC 9(02).
       77 W-CAR                PIC X.
       77 W-POS                PIC 9(02).
       77 W-B64-LON            PIC 9(05) COMP.
       01 W-B64                PIC X(44000).
       LINKAGE                     SECTION.
       COPY "dssecu.wrk".
       PROCEDURE DIVISION USING SEC-ZONES SEC-TAMPON.
       Debut.
           MOVE 2 TO SEC-RET
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEU FROM TIME
           CALL "C$GETPID" GIVING W-PID
           PERFORM Noms-Fichiers
      * premier appel sans chargement : la configuration se lit
      * sans toucher aux zones de l'appelant
           IF W-CHARGE = 0 AND SEC-FON NOT = "L"
                MOVE SEC-ZONES TO W-SAUVE
                PERFORM Charge-Config
                MOVE W-SAUVE TO SEC-ZONES
                MOVE 2 TO SEC-RET.
           EVALUATE SEC-FON
           WHEN "L" PERFORM Charge-Config
           WHEN "K" PERFORM Cherche-Cle
           WHEN "N" PERFORM Tire-Alea
           WHEN "M" PERFORM Scelle-Donnee
           WHEN "V" PERFORM Verifie-Sceau
           WHEN "D" PERFORM Derive-Cles
           WHEN "P" PERFORM Prouve-Donnee
           WHEN "Q" PERFORM Verifie-Preuve
           WHEN "W" PERFORM Enveloppe-Secret
           WHEN "C" PERFORM Chiffre-Tampon
           WHEN "E" PERFORM Dechiffre-Tampon
           WHEN "J" PERFORM Trace-Journal
           END-EVALUATE.
       F-Ds-Secu.
           EXIT PROGRAM.

       Noms-Fichiers.
           MOVE SPACE TO W-PREFIXE W-DON W-SOR W-AUX W-PUB
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink/tmp-" DELIMITED BY SIZE
                  W-PID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-HEU DELIMITED BY SIZE
                  INTO W-PREFIXE
           STRING W-PREFIXE DELIMITED BY " "
                  ".don" DELIMITED BY SIZE
                  INTO W-DON
           STRING W-PREFIXE DELIMITED BY " "
                  ".sor" DELIMITED BY SIZE
                  INTO W-SOR
           STRING W-PREFIXE DELIMITED BY " "
                  ".aux" DELIMITED BY SIZE
                  INTO W-AUX
           STRING W-PREFIXE DELIMITED BY " "
                  ".pub" DELIMITED BY SIZE
                  INTO W-PUB.

      ******************************************************************
      *    L : configuration de la société
      ******************************************************************
       Charge-Config.
           MOVE 1 TO W-CHARGE
           MOVE 0 TO W-NBCL
           MOVE SPACE TO SEC-HOTE SEC-MODE SEC-CLE-ID SEC-SECRET
                         W-CRT-SOC W-PRI-SOC W-CRT-AC W-CRT-SRV
           MOVE 0 TO SEC-PORT
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                MOVE 1 TO SEC-RET
                EXIT PARAGRAPH.
           MOVE 0 TO W-FINL
           PERFORM Charge-Une-Ligne UNTIL W-FINL = 1
           CLOSE CONFIG
           MOVE 0 TO SEC-RET
           IF SEC-MODE = SPACE
                EXIT PARAGRAPH.
      * mode sécurisé : la clé d'émission doit se lire, et en
      * mode CERT les quatre fichiers du certificat exister
           IF W-NBCL = 0 AND SEC-MODE = "SECRET"
                MOVE 2 TO SEC-RET
                EXIT PARAGRAPH.
           IF W-NBCL > 0
                MOVE W-CL-ID(1) TO SEC-CLE-ID
                MOVE W-CL-FIC(1) TO W-CHEMIN
                PERFORM Lit-Cle
                MOVE W-CLE TO SEC-SECRET
                IF W-CLE = SPACE
                     MOVE 2 TO SEC-RET
                END-IF
           END-IF
           IF SEC-MODE = "CERT"
           AND (W-CRT-SOC = SPACE OR W-PRI-SOC = SPACE
                OR W-CRT-AC = SPACE OR W-CRT-SRV = SPACE)
                MOVE 2 TO SEC-RET.

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
           WHEN "S"
                MOVE WF-Z2 TO SEC-HOTE
                MOVE WF-Z3(1:5) TO SEC-PORT
           WHEN "A"
                MOVE WF-Z2 TO SEC-MODE
           WHEN "K"
                IF W-NBCL < MAXCLE
                     ADD 1 TO W-NBCL
                     MOVE WF-Z2 TO W-CL-ID(W-NBCL)
                     MOVE WF-Z3 TO W-CHEMIN
                     PERFORM Chemin-Complet
                     MOVE W-CHEMIN TO W-CL-FIC(W-NBCL)
                END-IF
           WHEN "C"
                MOVE WF-Z2 TO W-CHEMIN
                PERFORM Chemin-Complet
                MOVE W-CHEMIN TO W-CRT-SOC
                MOVE WF-Z3 TO W-CHEMIN
                PERFORM Chemin-Complet
                MOVE W-CHEMIN TO W-PRI-SOC
                MOVE WF-Z4 TO W-CHEMIN
                PERFORM Chemin-Complet
                MOVE W-CHEMIN TO W-CRT-AC
                MOVE WF-Z5 TO W-CHEMIN
                PERFORM Chemin-Complet
                MOVE W-CHEMIN TO W-CRT-SRV
           END-EVALUATE.

      * un nom relatif se prend sous MX-DIR/dslink
       Chemin-Complet.
           IF W-CHEMIN = SPACE OR W-CHEMIN(1:1) = "/"
                EXIT PARAGRAPH.
           MOVE W-CHEMIN TO W-LIGNE
           MOVE SPACE TO W-CHEMIN
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink/" DELIMITED BY SIZE
                  W-LIGNE DELIMITED BY " "
                  INTO W-CHEMIN.

      * le secret est la première ligne du fichier clé
       Lit-Cle.
           MOVE SPACE TO W-CLE
           MOVE W-CHEMIN TO ASSIGN-TRAV
           OPEN INPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           READ TRAV AT END MOVE SPACE TO ENR-TRAV
           END-READ
           MOVE ENR-TRAV(1:64) TO W-CLE
           CLOSE TRAV.

      ******************************************************************
      *    K : secret d'une clé admise en réception
      ******************************************************************
       Cherche-Cle.
           MOVE SPACE TO SEC-SECRET
           MOVE 1 TO SEC-RET
           MOVE 1 TO J
           PERFORM Cle-Suivante
                   UNTIL J > W-NBCL OR W-CL-ID(J) = SEC-CLE-ID
           IF J > W-NBCL
                EXIT PARAGRAPH.
           MOVE W-CL-FIC(J) TO W-CHEMIN
           PERFORM Lit-Cle
           IF W-CLE = SPACE
                MOVE 2 TO SEC-RET
                EXIT PARAGRAPH.
           MOVE W-CLE TO SEC-SECRET
           MOVE 0 TO SEC-RET.

       Cle-Suivante.
           ADD 1 TO J.

      ******************************************************************
      *    N : aléa de 16 octets
      ******************************************************************
       Tire-Alea.
           MOVE SPACE TO SEC-MAC CMD
           STRING "openssl rand -hex 16 > " DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           PERFORM Lit-Sortie
           MOVE ENR-TRAV(1:32) TO SEC-MAC
           IF W-IND = 0 AND SEC-MAC NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

      ******************************************************************
      *    M / V : sceau HMAC-SHA256 d'une ligne
      ******************************************************************
       Scelle-Donnee.
           MOVE SEC-DON TO W-LIGNE
           MOVE SEC-CLE-MAC TO W-CLE
           PERFORM Hmac-Ligne
           MOVE W-MAC TO SEC-MAC
           IF W-MAC NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

       Verifie-Sceau.
           MOVE SEC-DON TO W-LIGNE
           MOVE SEC-CLE-MAC TO W-CLE
           PERFORM Hmac-Ligne
           IF W-MAC = SPACE
                MOVE 2 TO SEC-RET
           ELSE
                IF W-MAC = SEC-MAC
                     MOVE 0 TO SEC-RET
                ELSE MOVE 1 TO SEC-RET
                END-IF
           END-IF
           PERFORM Efface-Travail.

      * HMAC-SHA256 de W-LIGNE par la clé W-CLE -> W-MAC
       Hmac-Ligne.
           MOVE SPACE TO W-MAC
           MOVE W-DON TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           MOVE W-LIGNE TO ENR-TRAV
           WRITE ENR-TRAV
           CLOSE TRAV
           PERFORM Hmac-Fichier.

      * HMAC-SHA256 du fichier W-DON par la clé W-CLE -> W-MAC
       Hmac-Fichier.
           MOVE SPACE TO W-MAC CMD
           STRING "openssl dgst -sha256 -mac HMAC -macopt hexkey:"
                       DELIMITED BY SIZE
                  W-CLE DELIMITED BY " "
                  " -r " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " > " DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                EXIT PARAGRAPH.
           PERFORM Lit-Sortie
           MOVE ENR-TRAV(1:64) TO W-MAC.

      ******************************************************************
      *    D : clés de session, une pour chiffrer, une pour sceller
      ******************************************************************
       Derive-Cles.
           MOVE SPACE TO SEC-CLE-CHF SEC-CLE-MAC
           MOVE SEC-SECRET TO W-CLE
           MOVE SPACE TO W-LIGNE
           STRING "CHF" DELIMITED BY SIZE
                  SEC-NONCE-C DELIMITED BY SIZE
                  SEC-NONCE-S DELIMITED BY SIZE
                  INTO W-LIGNE
           PERFORM Hmac-Ligne
           MOVE W-MAC TO SEC-CLE-CHF
           MOVE SPACE TO W-LIGNE
           STRING "MAC" DELIMITED BY SIZE
                  SEC-NONCE-C DELIMITED BY SIZE
                  SEC-NONCE-S DELIMITED BY SIZE
                  INTO W-LIGNE
           PERFORM Hmac-Ligne
           MOVE W-MAC TO SEC-CLE-MAC
           IF SEC-CLE-CHF NOT = SPACE AND SEC-CLE-MAC NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

      ******************************************************************
      *    P / Q : preuves par certificat
      ******************************************************************
       Prouve-Donnee.
           MOVE SPACE TO SEC-PREUVE
           PERFORM Ecrit-Donnee
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           MOVE SPACE TO CMD
           STRING "openssl dgst -sha256 -sign " DELIMITED BY SIZE
                  W-PRI-SOC DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " 2>/dev/null | openssl base64 -A > "
                       DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           PERFORM Lit-Sortie
           MOVE ENR-TRAV(1:400) TO SEC-PREUVE
           IF W-IND = 0 AND SEC-PREUVE NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

      * le certificat du serveur doit venir de l'autorité de la
      * société, puis sa clé publique vérifier la signature
       Verifie-Preuve.
           PERFORM Ecrit-Donnee
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           MOVE W-SOR TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           MOVE SEC-PREUVE TO ENR-TRAV
           WRITE ENR-TRAV
           CLOSE TRAV
           MOVE SPACE TO CMD
           STRING "openssl verify -CAfile " DELIMITED BY SIZE
                  W-CRT-AC DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-CRT-SRV DELIMITED BY " "
                  " >/dev/null 2>&1 && openssl x509 -pubkey -noout"
                       DELIMITED BY SIZE
                  " -in " DELIMITED BY SIZE
                  W-CRT-SRV DELIMITED BY " "
                  " > " DELIMITED BY SIZE
                  W-PUB DELIMITED BY " "
                  " && openssl base64 -d -A -in " DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  " -out " DELIMITED BY SIZE
                  W-AUX DELIMITED BY " "
                  " && openssl dgst -sha256 -verify " DELIMITED BY SIZE
                  W-PUB DELIMITED BY " "
                  " -signature " DELIMITED BY SIZE
                  W-AUX DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND = 0
                MOVE 0 TO SEC-RET
           ELSE MOVE 1 TO SEC-RET
           END-IF
           PERFORM Efface-Travail.

      ******************************************************************
      *    W : secret de session enveloppé pour le serveur
      ******************************************************************
       Enveloppe-Secret.
           MOVE SPACE TO SEC-SECRET SEC-PREUVE CMD
           STRING "openssl rand -hex 32 > " DELIMITED BY SIZE
                  W-AUX DELIMITED BY " "
                  " 2>/dev/null && openssl x509 -pubkey -noout -in "
                       DELIMITED BY SIZE
                  W-CRT-SRV DELIMITED BY " "
                  " > " DELIMITED BY SIZE
                  W-PUB DELIMITED BY " "
                  " && openssl pkeyutl -encrypt -pubin -inkey "
                       DELIMITED BY SIZE
                  W-PUB DELIMITED BY " "
                  " -in " DELIMITED BY SIZE
                  W-AUX DELIMITED BY " "
                  " 2>/dev/null | openssl base64 -A > "
                       DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           PERFORM Lit-Sortie
           MOVE ENR-TRAV(1:400) TO SEC-PREUVE
           MOVE W-AUX TO ASSIGN-TRAV
           OPEN INPUT TRAV
           IF FILE-STATUS-TRAV = "00"
                READ TRAV AT END MOVE SPACE TO ENR-TRAV
                END-READ
                MOVE ENR-TRAV(1:64) TO SEC-SECRET
                CLOSE TRAV
           END-IF
           IF W-IND = 0 AND SEC-PREUVE NOT = SPACE
           AND SEC-SECRET NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

      ******************************************************************
      *    C : chiffrement et sceau d'un bloc
      ******************************************************************
       Chiffre-Tampon.
           MOVE SPACE TO SEC-IV SEC-MAC
           IF SEC-LON = 0 OR SEC-LON > 32000
                MOVE 1 TO SEC-RET
                EXIT PARAGRAPH.
      * le clair, qui peut porter des zones binaires, passe en
      * base 64 sur une ligne avant openssl
           MOVE SPACE TO W-B64
           MOVE 0 TO W-B64-LON
           PERFORM Code-Triplet VARYING I FROM 1 BY 3
                   UNTIL I > SEC-LON
           PERFORM Tire-Alea
           MOVE 2 TO SEC-RET
           MOVE SEC-MAC(1:32) TO SEC-IV
           MOVE SPACE TO SEC-MAC
           IF SEC-IV = SPACE
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
           MOVE W-DON TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           MOVE W-B64(1:W-B64-LON) TO ENR-TRAV
           WRITE ENR-TRAV
           CLOSE TRAV
           MOVE SPACE TO CMD
           STRING "openssl base64 -d -A -in " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " | openssl enc -aes-256-cbc -K " DELIMITED BY SIZE
                  SEC-CLE-CHF DELIMITED BY " "
                  " -iv " DELIMITED BY SIZE
                  SEC-IV DELIMITED BY " "
                  " 2>/dev/null | openssl base64 -A > "
                       DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
           PERFORM Lit-Sortie
           MOVE 0 TO W-LON
           INSPECT ENR-TRAV TALLYING W-LON
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LON = 0 OR W-LON > 44000
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
           MOVE SPACE TO SEC-TAMPON
           MOVE ENR-TRAV(1:W-LON) TO SEC-TAMPON(1:W-LON)
           MOVE W-LON TO SEC-LON
      * sceau de la ligne en-tête + vecteur + chiffré
           MOVE SPACE TO ENR-TRAV
           MOVE 1 TO W-PTR
           STRING SEC-DON DELIMITED BY " "
                  SEC-IV DELIMITED BY SIZE
                  INTO ENR-TRAV WITH POINTER W-PTR
           MOVE SEC-TAMPON(1:SEC-LON) TO ENR-TRAV(W-PTR:SEC-LON)
           MOVE W-DON TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           WRITE ENR-TRAV
           CLOSE TRAV
           MOVE SEC-CLE-MAC TO W-CLE
           PERFORM Hmac-Fichier
           MOVE W-MAC TO SEC-MAC
           IF W-MAC NOT = SPACE
                MOVE 0 TO SEC-RET.
           PERFORM Efface-Travail.

      * trois octets du clair -> quatre caractères base 64
       Code-Triplet.
           MOVE 0 TO W-TRIPLET W-NBO
           PERFORM Ajoute-Octet VARYING W-K FROM 0 BY 1
                   UNTIL W-K > 2
           DIVIDE W-TRIPLET BY 262144 GIVING W-QUOT
                  REMAINDER W-RESTE
           ADD 1 TO W-B64-LON
           MOVE W-ALPHABET(W-QUOT + 1:1) TO W-B64(W-B64-LON:1)
           DIVIDE W-RESTE BY 4096 GIVING W-QUOT REMAINDER W-RESTE
           ADD 1 TO W-B64-LON
           MOVE W-ALPHABET(W-QUOT + 1:1) TO W-B64(W-B64-LON:1)
           DIVIDE W-RESTE BY 64 GIVING W-QUOT REMAINDER W-RESTE
           ADD 1 TO W-B64-LON
           IF W-NBO > 1
                MOVE W-ALPHABET(W-QUOT + 1:1) TO W-B64(W-B64-LON:1)
           ELSE MOVE "=" TO W-B64(W-B64-LON:1)
           END-IF
           ADD 1 TO W-B64-LON
           IF W-NBO > 2
                MOVE W-ALPHABET(W-RESTE + 1:1) TO W-B64(W-B64-LON:1)
           ELSE MOVE "=" TO W-B64(W-B64-LON:1)
           END-IF.

       Ajoute-Octet.
           MOVE LOW-VALUE TO W-OCT-X
           IF I + W-K NOT > SEC-LON
                MOVE SEC-TAMPON(I + W-K:1) TO W-OCT-X(2:1)
                ADD 1 TO W-NBO
           END-IF
           COMPUTE W-TRIPLET = W-TRIPLET * 256 + W-OCT-N.

      ******************************************************************
      *    E : contrôle du sceau puis déchiffrement d'un bloc reçu
      ******************************************************************
       Dechiffre-Tampon.
           MOVE 1 TO SEC-RET
           IF SEC-LON = 0 OR SEC-LON > 44000
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-TRAV
           MOVE 1 TO W-PTR
           STRING SEC-DON DELIMITED BY " "
                  SEC-IV DELIMITED BY SIZE
                  INTO ENR-TRAV WITH POINTER W-PTR
           MOVE SEC-TAMPON(1:SEC-LON) TO ENR-TRAV(W-PTR:SEC-LON)
           MOVE W-DON TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                MOVE 2 TO SEC-RET
                EXIT PARAGRAPH.
           WRITE ENR-TRAV
           CLOSE TRAV
           MOVE SEC-CLE-MAC TO W-CLE
           PERFORM Hmac-Fichier
           IF W-MAC = SPACE
                MOVE 2 TO SEC-RET
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
      * sceau faux : bloc altéré ou rejoué d'une autre session
           IF W-MAC NOT = SEC-MAC
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
           MOVE SEC-TAMPON(1:SEC-LON) TO ENR-TRAV
           OPEN OUTPUT TRAV
           WRITE ENR-TRAV
           CLOSE TRAV
           MOVE SPACE TO CMD
           STRING "openssl base64 -d -A -in " DELIMITED BY SIZE
                  W-DON DELIMITED BY " "
                  " | openssl enc -d -aes-256-cbc -K " DELIMITED BY SIZE
                  SEC-CLE-CHF DELIMITED BY " "
                  " -iv " DELIMITED BY SIZE
                  SEC-IV DELIMITED BY " "
                  " 2>/dev/null | openssl base64 -A > "
                       DELIMITED BY SIZE
                  W-SOR DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           PERFORM Lit-Sortie
           MOVE 0 TO W-LON
           INSPECT ENR-TRAV TALLYING W-LON
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LON = 0 OR W-LON > 42688
                PERFORM Efface-Travail
                EXIT PARAGRAPH.
           MOVE SPACE TO SEC-TAMPON
           MOVE 0 TO SEC-LON
           PERFORM Decode-Quartet VARYING I FROM 1 BY 4
                   UNTIL I > W-LON
           MOVE 0 TO SEC-RET
           PERFORM Efface-Travail.

      * quatre caractères base 64 -> trois octets du clair
       Decode-Quartet.
           MOVE 0 TO W-TRIPLET W-NBO
           PERFORM Prend-Sextet VARYING W-K FROM 0 BY 1
                   UNTIL W-K > 3
           DIVIDE W-TRIPLET BY 65536 GIVING W-QUOT
                  REMAINDER W-RESTE
           MOVE W-QUOT TO W-OCT-N
           ADD 1 TO SEC-LON
           MOVE W-OCT-X(2:1) TO SEC-TAMPON(SEC-LON:1)
           DIVIDE W-RESTE BY 256 GIVING W-QUOT REMAINDER W-RESTE
           IF W-NBO > 2
                MOVE W-QUOT TO W-OCT-N
                ADD 1 TO SEC-LON
                MOVE W-OCT-X(2:1) TO SEC-TAMPON(SEC-LON:1).
           IF W-NBO > 3
                MOVE W-RESTE TO W-OCT-N
                ADD 1 TO SEC-LON
                MOVE W-OCT-X(2:1) TO SEC-TAMPON(SEC-LON:1).

       Prend-Sextet.
           MOVE ENR-TRAV(I + W-K:1) TO W-CAR
           IF W-CAR = "=" OR W-CAR = SPACE
                COMPUTE W-TRIPLET = W-TRIPLET * 64
                EXIT PARAGRAPH.
           MOVE 0 TO W-POS
           INSPECT W-ALPHABET TALLYING W-POS
                   FOR CHARACTERS BEFORE INITIAL W-CAR
           COMPUTE W-TRIPLET = W-TRIPLET * 64 + W-POS
           ADD 1 TO W-NBO.

      ******************************************************************
      *    J : journal de sécurité de la liaison
      ******************************************************************
       Trace-Journal.
           MOVE SPACE TO ASSIGN-JOURNAL
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/ds-securite.log" DELIMITED BY SIZE
                  INTO ASSIGN-JOURNAL
           OPEN EXTEND JOURNAL
           IF FILE-STATUS-JOURNAL NOT = "00"
                OPEN OUTPUT JOURNAL
           END-IF
           MOVE SPACE TO ENR-JOURNAL
           STRING W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HEU(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-PID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-DON DELIMITED BY SIZE
                  INTO ENR-JOURNAL
           WRITE ENR-JOURNAL
           CLOSE JOURNAL
           MOVE 0 TO SEC-RET.

       Ecrit-Donnee.
           MOVE W-DON TO ASSIGN-TRAV
           OPEN OUTPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           MOVE SEC-DON TO ENR-TRAV
           WRITE ENR-TRAV
           CLOSE TRAV.

       Lit-Sortie.
           MOVE SPACE TO ENR-TRAV
           MOVE W-SOR TO ASSIGN-TRAV
           OPEN INPUT TRAV
           IF FILE-STATUS-TRAV NOT = "00"
                EXIT PARAGRAPH.
           READ TRAV AT END MOVE SPACE TO ENR-TRAV
           END-READ
           CLOSE TRAV.

       Efface-Travail.
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  W-PREFIXE DELIMITED BY " "
                  ".*" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.
