      *{Bench}prg-comment
      * forma-b.cbl
151026* forma-b.cbl : société de formation et de test rafraîchie
151026* depuis la production, données personnelles masquées.
151026* On formait sur une copie brute de la production : vrais
151026* noms, vraies adresses, et une relance, une remise SEPA ou
151026* un export DS pouvait partir pour de bon.
151026*   COPIE <répertoire cible>
151026*       lancé dans la société de production (MX-DIR) : copie
151026*       ses fichiers MX et ses configurations (.cfg) dans la
151026*       cible, y pose le marqueur formation.cfg puis lance
151026*       MASQUE dans la cible (MX-DIR et FILE_PREFIX de la
151026*       cible) ; le rapport est recopié dans
151026*       ft/forma-rapport.txt de la production.  Si la copie
151026*       ou le masquage échoue, même en partie (code 4), les
151026*       fichiers MX et le marqueur de la cible sont supprimés :
151026*       aucune donnée non masquée n'y reste.  Refusé si la
151026*       cible est la société courante, si la société courante
151026*       est elle-même de formation, ou si la cible contient
151026*       déjà une société sans marqueur (société réelle) ;
151026*   MASQUE
151026*       refusé hors d'une société qui porte le marqueur :
151026*       - identités remplacées par des pseudonymes tirés du
151026*         code (CLIENT 00001234, FOURNISSEUR <code>, mail
151026*         c00001234@formation.invalid, téléphone 01/06 +
151026*         code, IBAN fictif à clé valide), les mêmes d'un
151026*         fichier à l'autre : codes, liens entre fichiers,
151026*         montants, dates, familles, code postal, ville et
151026*         pays ne changent pas, les statistiques restent
151026*         celles de la production.  Une zone vide reste vide.
151026*         Clients (déjà anonymisés par rgpd-b exceptés),
151026*         fournisseurs, contacts, sites de livraison,
151026*         chantiers, adresses des bons, vendeurs
151026*         d'occasions, registre des domiciliations (les
151026*         domiciliations restent admises par ctl-rib),
151026*         factures reçues de la PDP, journaux d'envoi et
151026*         abonnements aux notifications ;
151026*       - commentaires libres (lignes de bon, relevés
151026*         concurrents, visites, réclamations, ordres de
151026*         réparation, motifs de refus de domiciliation,
151026*         consignes de livraison) : COMMENTAIRE MASQUE ;
151026*       - numérotation : compteurs de bons des agences portés
151026*         à BON-FORMA (bons xx9nnnnn) et compteurs de
151026*         factures à FAC-FORMA (factures 9nnnnnnn), jamais
151026*         atteints en production ;
151026*       - sorties : liaison DS dirigée sur un port fermé du
151026*         poste (dslink.cfg), créancier / débiteur SEPA
151026*         fictifs (sepa-<soc>.cfg, sepafou.cfg), mails
151026*         journalisés dans ft/forma-envois.txt au lieu d'être
151026*         envoyés (ctl-forma) ; EDI, PDP et transporteurs
151026*         écrivent dans les répertoires ft, pdp et spool de
151026*         la cible, que les transferts ne relèvent pas ;
151026*       - rapport ft/forma-rapport.txt : par fichier, lus et
151026*         masqués ; compteurs avant / après ; sorties
151026*         neutralisées.
151026* Le marqueur fait aussi afficher les écrans sur fond rouge
151026* avec le bandeau FORMATION au menu (cf. envmis).
151026* Se déclare comme étape de chaîne (chaine-b, programme
151026* forma-b, paramètres COPIE <cible>) ; code retour 0, 4 (un
151026* fichier n'a pu être traité) ou 8 (refus, échec de copie).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. forma-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:52:31.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXFOU.sl".
       COPY "MXCONTAC.sl".
       COPY "MXADRLIV.sl".
       COPY "MXCHACLI.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXOCCAS.sl".
       COPY "MXRIBMOD.sl".
       COPY "MXFACPDP.sl".
       COPY "MXENVCTC.sl".
       COPY "MXFDSENV.sl".
       COPY "MXNOTABO.sl".
       COPY "MXNOTIF.sl".
       COPY "MXCONCUR.sl".
       COPY "MXVISITE.sl".
       COPY "MXRECLAM.sl".
       COPY "MXORDREP.sl".
       COPY "MXAGEDIS.sl".
       COPY "MXCPTFAC.sl".
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
           SELECT LISTE  ASSIGN TO ASSIGN-LISTE
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-LISTE.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXFOU.fd".
       COPY "MXCONTAC.fd".
       COPY "MXADRLIV.fd".
       COPY "MXCHACLI.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXOCCAS.fd".
       COPY "MXRIBMOD.fd".
       COPY "MXFACPDP.fd".
       COPY "MXENVCTC.fd".
       COPY "MXFDSENV.fd".
       COPY "MXNOTABO.fd".
       COPY "MXNOTIF.fd".
       COPY "MXCONCUR.fd".
       COPY "MXVISITE.fd".
       COPY "MXRECLAM.fd".
       COPY "MXORDREP.fd".
       COPY "MXAGEDIS.fd".
       COPY "MXCPTFAC.fd".
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(120).
       FD  LISTE LABEL RECORD STANDARD.
       01  ENR-LISTE           PIC X(80).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 FILE-STATUS-LISTE    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 ASSIGN-LISTE         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-FON                PIC X(10).
       77 W-PAR2               PIC X(60).
       77 W-CIBLE              PIC X(60).
       77 W-REP                PIC X(60).
       77 W-SOURCE             PIC X(60).
       77 W-DATCOP             PIC X(20).
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       77 W-RC                 PIC 9(02).
       77 W-FIN                PIC 9.
       77 W-FINL               PIC 9.
       77 W-IND                PIC S9(04) COMP.
       77 W-PRESENT            PIC S9(04) COMP.
       77 W-NB-LUS             PIC 9(07).
       77 W-NB-MAS             PIC 9(07).
       77 W-NB-CFG             PIC 9(03).
       77 W-MAS                PIC 9.
       77 W-ANC                PIC 9(08).
       77 W-FIC                PIC X(80).
       77 W-FIC2               PIC X(80).
       77 W-TYP                PIC X(02).
       77 W-ZONE               PIC X(60).
       77 CMD                  PIC X(400).
       77 I                    PIC 9(04) COMP.
      * zones de C$FILEINFO : seul le code retour sert (0 = présent)
       01 W-FIC-INFO.
           03 W-FIC-TAILLE     PIC X(8) COMP-X.
           03 W-FIC-DATE       PIC 9(8) COMP-X.
           03 W-FIC-HEURE      PIC 9(8) COMP-X.
      * ligne du rapport par fichier
       01 W-RAP.
           05 W-RAP-FIC        PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 W-RAP-LUS        PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 W-RAP-MAS        PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACE.
           05 W-RAP-LIB        PIC X(70).
      * pseudonymes : numéro, tiers et code d'origine
       77 W-PS-NUM             PIC 9(08).
       77 W-PS-NUM4            PIC 9(04).
       77 W-PS-TYP             PIC X.
       77 W-PS-COD             PIC X(08).
       77 W-PS-NOM             PIC X(40).
       77 W-PS-TEL             PIC X(15).
       77 W-PS-EMA             PIC X(50).
       77 W-PS-BBAN            PIC X(23).
       77 W-PS-CTL             PIC X(27).
       77 W-PS-CLE             PIC 9(02).
       77 W-PS-IBAN            PIC X(34).
       78 PS-BIC               VALUE IS "FORMFRPPXXX".
       78 PS-ICS               VALUE IS "FR00ZZZ000000".
       78 PS-ADR               VALUE IS "ADRESSE MASQUEE".
       78 PS-COM               VALUE IS "COMMENTAIRE MASQUE".
       78 PS-DOMAINE           VALUE IS "@formation.invalid".
      * plages de numérotation de la société de formation
       78 BON-FORMA            VALUE IS 900000.
       78 FAC-FORMA            VALUE IS 90000000.
      * clé modulo 97 de l'IBAN (cf. Controle-Iban de sepa-b)
       77 W-MOD                PIC 9(04).
       77 W-QUO                PIC 9(04) COMP.
       77 W-CHIF2              PIC 9(02).
       77 W-CAR                PIC X.
       77 W-CAR-N REDEFINES W-CAR PIC 9.
       77 W-ALPHA              PIC X(26)
                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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
           ACCEPT W-HEU FROM TIME
           MOVE 0 TO W-RC
           MOVE SPACE TO W-FON W-PAR2
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FON W-PAR2
           EVALUATE W-FON
           WHEN "COPIE"
                PERFORM Copie THRU F-Copie
           WHEN "MASQUE"
                PERFORM Masque THRU F-Masque
           WHEN OTHER
                DISPLAY "usage : forma-b COPIE cible | MASQUE"
                MOVE 8 TO W-RC
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    COPIE : production -> société de formation
      ******************************************************************
       Copie.
           MOVE W-PAR2 TO W-CIBLE
           IF W-CIBLE = SPACE OR W-CIBLE(1:1) NOT = "/"
                DISPLAY "usage : forma-b COPIE /chemin/de/la/cible"
                MOVE 8 TO W-RC
                GO F-Copie.
           IF W-CIBLE = MX-DIR
                DISPLAY "forma-b : la cible est la société courante"
                MOVE 8 TO W-RC
                GO F-Copie.
      * la source doit être une société réelle
           MOVE MX-DIR TO W-REP
           PERFORM Cherche-Marqueur
           IF W-PRESENT = 0
                DISPLAY "forma-b : " MX-DIR
                DISPLAY "          est une société de formation, "
                        "pas une source"
                MOVE 8 TO W-RC
                GO F-Copie.
      * la cible ne doit pas être une société réelle : fichiers
      * MX sans marqueur, on n'écrase rien
           MOVE W-CIBLE TO W-REP
           PERFORM Cherche-Marqueur
           IF W-PRESENT NOT = 0
                MOVE SPACE TO W-FIC
                STRING W-CIBLE DELIMITED BY "  "
                       "/MXCLI" DELIMITED BY SIZE
                       INTO W-FIC
                CALL "C$FILEINFO" USING W-FIC, W-FIC-INFO
                     GIVING W-PRESENT
                IF W-PRESENT = 0
                     DISPLAY "forma-b : " W-CIBLE
                     DISPLAY "          contient une société sans "
                             "marqueur de formation, refusé"
                     MOVE 8 TO W-RC
                     GO F-Copie
                END-IF
           END-IF
           MOVE SPACE TO CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/ft " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/pdp/emis " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/pdp/recu " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/spool" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "forma-b : création de " W-CIBLE
                        " impossible"
                MOVE 8 TO W-RC
                GO F-Copie.
      * copie précédente (marquée) remplacée en entier
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/MX* " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/*.cfg" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           MOVE SPACE TO CMD
           STRING "cp -p " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/MX* " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           IF W-IND NOT = 0
                DISPLAY "forma-b : copie des fichiers MX en échec"
                MOVE 8 TO W-RC
                PERFORM Purge-Cible
                GO F-Copie.
      * configurations : la société peut n'en avoir aucune
           MOVE SPACE TO CMD
           STRING "cp -p " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  "/*.cfg " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/ 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
      * marqueur : tant qu'il est là, la cible est de formation
           MOVE SPACE TO ASSIGN-CONFIG
           STRING W-CIBLE DELIMITED BY "  "
                  "/formation.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN OUTPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                DISPLAY "forma-b : marqueur " ASSIGN-CONFIG
                        " impossible à écrire"
                MOVE 8 TO W-RC
                PERFORM Purge-Cible
                GO F-Copie.
           MOVE "* société de formation, données masquées (forma-b)"
                TO ENR-CONFIG
           WRITE ENR-CONFIG
           MOVE SPACE TO ENR-CONFIG
           STRING "S;" DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  INTO ENR-CONFIG
           WRITE ENR-CONFIG
           MOVE SPACE TO ENR-CONFIG
           STRING "D;" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-HEU(1:6) DELIMITED BY SIZE
                  INTO ENR-CONFIG
           WRITE ENR-CONFIG
           CLOSE CONFIG
      * masquage dans la cible, sous son propre environnement
           MOVE SPACE TO CMD
           STRING "env MX-DIR=" DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  " FILE_PREFIX=" DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  " acurun forma-b.acu MASQUE" DELIMITED BY SIZE
                  INTO CMD
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING CMD
           END-CALL
           IF RETURN-CODE NOT = 0
                DISPLAY "forma-b : masquage en échec, voir "
                        W-CIBLE
                DISPLAY "          fichiers MX de la cible supprimés"
                MOVE 8 TO W-RC
                PERFORM Purge-Cible
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE SPACE TO W-FIC W-FIC2
           STRING W-CIBLE DELIMITED BY "  "
                  "/ft/forma-rapport.txt" DELIMITED BY SIZE
                  INTO W-FIC
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/forma-rapport.txt" DELIMITED BY SIZE
                  INTO W-FIC2
           CALL "C$COPY" USING W-FIC, W-FIC2, "S" GIVING W-IND
           IF W-RC = 0
                DISPLAY "forma-b : société de formation " W-CIBLE
                        " rafraîchie, rapport " W-FIC2.
       F-Copie.
           EXIT.

      * copie ou masquage en échec : rien de la production ne reste
      * en clair dans la cible, qui n'est plus marquée
       Purge-Cible.
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/MX* " DELIMITED BY SIZE
                  W-CIBLE DELIMITED BY "  "
                  "/formation.cfg" DELIMITED BY SIZE
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.

      * W-REP porte-t-il le marqueur ?  (W-PRESENT = 0 : oui)
       Cherche-Marqueur.
           MOVE SPACE TO W-FIC
           STRING W-REP DELIMITED BY "  "
                  "/formation.cfg" DELIMITED BY SIZE
                  INTO W-FIC
           CALL "C$FILEINFO" USING W-FIC, W-FIC-INFO
                GIVING W-PRESENT.

      ******************************************************************
      *    MASQUE : dans la société de formation seulement
      ******************************************************************
       Masque.
           MOVE MX-DIR TO W-REP
           PERFORM Cherche-Marqueur
           IF W-PRESENT NOT = 0
                DISPLAY "forma-b : " MX-DIR
                DISPLAY "          n'est pas une société de formation"
                DISPLAY "          (formation.cfg absent), rien n'est "
                        "masqué"
                MOVE 8 TO W-RC
                GO F-Masque.
           PERFORM Lit-Marqueur
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/forma-rapport.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           IF FILE-STATUS-ETAT NOT = "00"
                DISPLAY "forma-b : rapport " ASSIGN-ETAT
                        " impossible à écrire"
                MOVE 8 TO W-RC
                GO F-Masque.
           MOVE SPACE TO LIGNE-ETAT
           STRING "SOCIETE DE FORMATION " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  " - MASQUAGE DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HEU(1:6) DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "COPIE DE " DELIMITED BY SIZE
                  W-SOURCE DELIMITED BY "  "
                  " DU " DELIMITED BY SIZE
                  W-DATCOP DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DONNEES MASQUEES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "FICHIER       LUS  MASQUES  ZONES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Masque-Clients
           PERFORM Masque-Fournisseurs
           PERFORM Masque-Contacts
           PERFORM Masque-Sites
           PERFORM Masque-Chantiers
           PERFORM Masque-Bons
           PERFORM Masque-Lignes
           PERFORM Masque-Occasions
           PERFORM Masque-Domiciliations
           PERFORM Masque-Factures-Pdp
           PERFORM Masque-Envois
           PERFORM Masque-Envois-Fds
           PERFORM Masque-Abonnements
           PERFORM Masque-Notifications
           PERFORM Masque-Concurrents
           PERFORM Masque-Visites
           PERFORM Masque-Reclamations
           PERFORM Masque-Reparations
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "CONSERVES : codes, liens, montants, quantités, "
                       DELIMITED BY SIZE
                  "dates, familles, code postal, ville, pays, "
                       DELIMITED BY SIZE
                  "SIRET et TVA" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "NUMEROTATION" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Plage-Bons
           PERFORM Plage-Factures
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "SORTIES NEUTRALISEES" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Neutralise-Dslink
           PERFORM Neutralise-Sepa
           MOVE SPACE TO LIGNE-ETAT
           STRING "mails         journalisés dans ft/forma-envois.txt"
                       DELIMITED BY SIZE
                  " (ctl-forma), adresses en " DELIMITED BY SIZE
                  PS-DOMAINE DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "EDI/PDP/trp   fichiers d'échange dans ft, pdp et "
                       DELIMITED BY SIZE
                  "spool de la société de formation" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           IF W-RC = 0
                DISPLAY "forma-b : masquage terminé, rapport "
                        ASSIGN-ETAT
           ELSE DISPLAY "forma-b : masquage incomplet, rapport "
                        ASSIGN-ETAT
           END-IF.
       F-Masque.
           EXIT.

      * source et date de la copie, pour le rapport
       Lit-Marqueur.
           MOVE SPACE TO W-SOURCE W-DATCOP
           MOVE W-FIC TO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FINL
           PERFORM Lit-Une-Ligne-Marqueur UNTIL W-FINL = 1
           CLOSE CONFIG.

       Lit-Une-Ligne-Marqueur.
           READ CONFIG AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-TYP W-ZONE
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO W-TYP W-ZONE
           EVALUATE W-TYP
           WHEN "S"
                MOVE W-ZONE TO W-SOURCE
           WHEN "D"
                MOVE ENR-CONFIG(3:) TO W-DATCOP
           END-EVALUATE.

      * une ligne du rapport par fichier traité
       Rapport-Fichier.
           MOVE W-NB-LUS TO W-RAP-LUS
           MOVE W-NB-MAS TO W-RAP-MAS
           MOVE W-RAP TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * fichier absent de la société : rien à masquer ; autre
      * erreur d'ouverture : signalée, code retour 4
       Rapport-Ouverture.
           MOVE SPACE TO LIGNE-ETAT
           IF FILE-STATUS = "35"
                STRING W-RAP-FIC DELIMITED BY SIZE
                       " absent" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           ELSE STRING W-RAP-FIC DELIMITED BY SIZE
                       " ouverture impossible, statut "
                            DELIMITED BY SIZE
                       FILE-STATUS DELIMITED BY SIZE
                       " - NON MASQUE" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                IF W-RC < 4
                     MOVE 4 TO W-RC
                END-IF
           END-IF
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    pseudonymes
      ******************************************************************
      * mail : c<code>@formation.invalid, domaine réservé qui ne
      * reçoit jamais rien
       Pseudo-Mail.
           MOVE SPACE TO W-PS-EMA
           STRING "c" DELIMITED BY SIZE
                  W-PS-NUM DELIMITED BY SIZE
                  PS-DOMAINE DELIMITED BY SIZE
                  INTO W-PS-EMA.

       Pseudo-Mail-Contact.
           MOVE SPACE TO W-PS-EMA
           STRING "c" DELIMITED BY SIZE
                  W-PS-NUM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-PS-NUM4 DELIMITED BY SIZE
                  PS-DOMAINE DELIMITED BY SIZE
                  INTO W-PS-EMA.

      * téléphone : préfixe (01 fixe, 06 mobile) + numéro
       Pseudo-Tel.
           MOVE SPACE TO W-PS-TEL
           STRING W-TYP DELIMITED BY SIZE
                  W-PS-NUM DELIMITED BY SIZE
                  INTO W-PS-TEL.

      * IBAN fictif tiré du tiers (W-PS-TYP 1 client, 2
      * fournisseur, 3 société) et du code : banque 99999, guichet
      * 00001, compte <type>00<code>, clé RIB 00 ; clé IBAN
      * calculée pour passer Controle-Iban.  Le même tiers donne
      * toujours le même IBAN, sur la fiche comme au registre
      * MXRIBMOD.
       Pseudo-Iban.
           INSPECT W-PS-COD CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                MOVE W-PS-COD(I:1) TO W-CAR
                IF (W-CAR < "0" OR W-CAR > "9")
                AND (W-CAR < "A" OR W-CAR > "Z")
                     MOVE "0" TO W-PS-COD(I:1)
                END-IF
           END-PERFORM
           MOVE SPACE TO W-PS-BBAN W-PS-CTL
           STRING "9999900001" DELIMITED BY SIZE
                  W-PS-TYP DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  W-PS-COD DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  INTO W-PS-BBAN
           STRING W-PS-BBAN DELIMITED BY SIZE
                  "FR00" DELIMITED BY SIZE
                  INTO W-PS-CTL
           MOVE 0 TO W-MOD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 27
                MOVE W-PS-CTL(I:1) TO W-CAR
                IF W-CAR NOT < "0" AND W-CAR NOT > "9"
                     COMPUTE W-MOD = (W-MOD * 10) + W-CAR-N
                ELSE
                     PERFORM Valeur-Lettre
                     COMPUTE W-MOD = (W-MOD * 100) + W-CHIF2
                END-IF
                PERFORM Reste-97
           END-PERFORM
           COMPUTE W-PS-CLE = 98 - W-MOD
           MOVE SPACE TO W-PS-IBAN
           STRING "FR" DELIMITED BY SIZE
                  W-PS-CLE DELIMITED BY SIZE
                  W-PS-BBAN DELIMITED BY SIZE
                  INTO W-PS-IBAN.

       Reste-97.
           DIVIDE W-MOD BY 97 GIVING W-QUO REMAINDER W-MOD.

       Valeur-Lettre.
           MOVE 0 TO W-CHIF2
           PERFORM VARYING W-CHIF2 FROM 1 BY 1
                   UNTIL W-CHIF2 > 26
                IF W-CAR = W-ALPHA(W-CHIF2:1)
                     EXIT PERFORM
                END-IF
           END-PERFORM
           ADD 9 TO W-CHIF2.

      * nom du tiers de la domiciliation, comme sur sa fiche
       Pseudo-Nom-Tiers.
           MOVE SPACE TO W-PS-NOM
           IF TIE-MRIB = "C"
                STRING "CLIENT " DELIMITED BY SIZE
                       COD-MRIB DELIMITED BY SIZE
                       INTO W-PS-NOM
           ELSE STRING "FOURNISSEUR " DELIMITED BY SIZE
                       COD-MRIB DELIMITED BY " "
                       INTO W-PS-NOM
           END-IF.

      ******************************************************************
      *    clients
      ******************************************************************
       Masque-Clients.
           MOVE "MXCLI" TO W-RAP-FIC
           MOVE "raison sociale, adresse, téléphones, mail, IBAN/BIC"
                TO W-RAP-LIB
           OPEN I-O MXCLI
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Client UNTIL W-FIN = 1
           CLOSE MXCLI
           PERFORM Rapport-Fichier.

       Masque-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
      * déjà anonymisé par rgpd-b : plus rien de personnel
           IF RGPD-MCLI = 1
                EXIT PARAGRAPH.
           MOVE COD-MCLI TO W-PS-NUM
           MOVE SPACE TO RAI-MCLI
           STRING "CLIENT " DELIMITED BY SIZE
                  W-PS-NUM DELIMITED BY SIZE
                  INTO RAI-MCLI
           IF ADR-MCLI NOT = SPACE
                MOVE PS-ADR TO ADR-MCLI.
           IF TEL-MCLI NOT = SPACE
                MOVE "01" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TEL-MCLI.
           IF TE2-MCLI NOT = SPACE
                MOVE "06" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TE2-MCLI.
           IF EMA-MCLI NOT = SPACE
                PERFORM Pseudo-Mail
                MOVE W-PS-EMA TO EMA-MCLI.
           IF IBA-MCLI NOT = SPACE
                MOVE "1" TO W-PS-TYP
                MOVE W-PS-NUM TO W-PS-COD
                PERFORM Pseudo-Iban
                MOVE W-PS-IBAN TO IBA-MCLI
                MOVE PS-BIC TO BIC-MCLI.
           REWRITE ENR-MCLI INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    fournisseurs
      ******************************************************************
       Masque-Fournisseurs.
           MOVE "MXFOU" TO W-RAP-FIC
           MOVE "libellé, raison sociale, téléphone, IBAN/BIC"
                TO W-RAP-LIB
           OPEN I-O MXFOU
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN
           MOVE SPACE TO COD-MFOU
           START MXFOU KEY NOT < CLE1-MFOU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Fournisseur UNTIL W-FIN = 1
           CLOSE MXFOU
           PERFORM Rapport-Fichier.

       Masque-Un-Fournisseur.
           READ MXFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           MOVE SPACE TO RAI-MFOU
           STRING "FOURNISSEUR " DELIMITED BY SIZE
                  COD-MFOU DELIMITED BY " "
                  INTO RAI-MFOU
           MOVE RAI-MFOU TO LIB-MFOU
      * le code fournisseur n'est pas numérique : le téléphone
      * prend le rang dans le fichier
           IF TEL-MFOU NOT = SPACE
                MOVE W-NB-LUS TO W-PS-NUM
                MOVE "01" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TEL-MFOU.
           IF IBA-MFOU NOT = SPACE
                MOVE "2" TO W-PS-TYP
                MOVE COD-MFOU TO W-PS-COD
                PERFORM Pseudo-Iban
                MOVE W-PS-IBAN TO IBA-MFOU
                MOVE PS-BIC TO BIC-MFOU.
           REWRITE ENR-MFOU INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    contacts des clients
      ******************************************************************
       Masque-Contacts.
           MOVE "MXCONTAC" TO W-RAP-FIC
           MOVE "nom, téléphone, mail (fonction et rôles conservés)"
                TO W-RAP-LIB
           OPEN I-O MXCONTAC
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN CLI-MCTC NUM-MCTC
           START MXCONTAC KEY NOT < CLE1-MCTC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Contact UNTIL W-FIN = 1
           CLOSE MXCONTAC
           PERFORM Rapport-Fichier.

       Masque-Un-Contact.
           READ MXCONTAC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           MOVE CLI-MCTC TO W-PS-NUM
           MOVE NUM-MCTC TO W-PS-NUM4
           MOVE SPACE TO NOM-MCTC
           STRING "CONTACT " DELIMITED BY SIZE
                  W-PS-NUM4 DELIMITED BY SIZE
                  INTO NOM-MCTC
           IF TEL-MCTC NOT = SPACE
                MOVE "06" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TEL-MCTC.
           IF EMA-MCTC NOT = SPACE
                PERFORM Pseudo-Mail-Contact
                MOVE W-PS-EMA TO EMA-MCTC.
           REWRITE ENR-MCTC INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    sites de livraison des clients
      ******************************************************************
       Masque-Sites.
           MOVE "MXADRLIV" TO W-RAP-FIC
           MOVE "nom, adresse, contact, téléphone, consigne"
                TO W-RAP-LIB
           OPEN I-O MXADRLIV
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN CLI-MADL SIT-MADL
           START MXADRLIV KEY NOT < CLE1-MADL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Site UNTIL W-FIN = 1
           CLOSE MXADRLIV
           PERFORM Rapport-Fichier.

       Masque-Un-Site.
           READ MXADRLIV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           MOVE CLI-MADL TO W-PS-NUM
           MOVE SIT-MADL TO W-PS-NUM4
           MOVE SPACE TO NOM-MADL
           STRING "SITE " DELIMITED BY SIZE
                  W-PS-NUM4 DELIMITED BY SIZE
                  INTO NOM-MADL
           IF ADR-MADL NOT = SPACE
                MOVE PS-ADR TO ADR-MADL.
           IF ADB-MADL NOT = SPACE
                MOVE PS-ADR TO ADB-MADL.
           IF ADD-MADL NOT = SPACE
                MOVE PS-ADR TO ADD-MADL.
           IF CTC-MADL NOT = SPACE
                MOVE "CONTACT SITE" TO CTC-MADL.
           IF TEL-MADL NOT = SPACE
                MOVE "01" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TEL-MADL.
           IF CON-MADL NOT = SPACE
                MOVE PS-COM TO CON-MADL.
           REWRITE ENR-MADL INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    chantiers des clients
      ******************************************************************
       Masque-Chantiers.
           MOVE "MXCHACLI" TO W-RAP-FIC
           MOVE "nom, adresse" TO W-RAP-LIB
           OPEN I-O MXCHACLI
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN ORD-MCHC
           START MXCHACLI KEY NOT < CLE1-MCHC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Chantier UNTIL W-FIN = 1
           CLOSE MXCHACLI
           PERFORM Rapport-Fichier.

       Masque-Un-Chantier.
           READ MXCHACLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           MOVE ORD-MCHC TO W-PS-NUM
           MOVE SPACE TO RAI-MCHC
           STRING "CHANTIER " DELIMITED BY SIZE
                  W-PS-NUM DELIMITED BY SIZE
                  INTO RAI-MCHC
           IF ADR-MCHC NOT = SPACE
                MOVE PS-ADR TO ADR-MCHC.
           REWRITE ENR-MCHC INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    adresse de livraison portée par les bons
      ******************************************************************
       Masque-Bons.
           MOVE "MXBDIS" TO W-RAP-FIC
           MOVE "nom et adresse de livraison" TO W-RAP-LIB
           OPEN I-O MXBDIS
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MBDI
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBDIS
           PERFORM Rapport-Fichier.

       Masque-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF RAI-MBDI = SPACE AND ADR-MBDI = SPACE
           AND ADB-MBDI = SPACE AND ADD-MBDI = SPACE
                EXIT PARAGRAPH.
           IF RAI-MBDI NOT = SPACE
                MOVE CLI-MBDI TO W-PS-NUM
                MOVE SPACE TO RAI-MBDI
                STRING "CLIENT " DELIMITED BY SIZE
                       W-PS-NUM DELIMITED BY SIZE
                       INTO RAI-MBDI.
           IF ADR-MBDI NOT = SPACE
                MOVE PS-ADR TO ADR-MBDI.
           IF ADB-MBDI NOT = SPACE
                MOVE PS-ADR TO ADB-MBDI.
           IF ADD-MBDI NOT = SPACE
                MOVE PS-ADR TO ADD-MBDI.
           REWRITE ENR-MBDI INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    commentaire libre des lignes de bon
      ******************************************************************
       Masque-Lignes.
           MOVE "MXLDIS" TO W-RAP-FIC
           MOVE "commentaire de ligne" TO W-RAP-LIB
           OPEN I-O MXLDIS
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN BON-MLDI LIG-MLDI
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Ligne UNTIL W-FIN = 1
           CLOSE MXLDIS
           PERFORM Rapport-Fichier.

       Masque-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF COM1-MLDI = SPACE
                EXIT PARAGRAPH.
           MOVE PS-COM TO COM1-MLDI
           REWRITE ENR-MLDI INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    vendeurs de matériel d'occasion
      ******************************************************************
       Masque-Occasions.
           MOVE "MXOCCAS" TO W-RAP-FIC
           MOVE "nom, adresse et pièce d'identité du vendeur"
                TO W-RAP-LIB
           OPEN I-O MXOCCAS
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NOC-MOCC
           START MXOCCAS KEY NOT < CLE1-MOCC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Occasion UNTIL W-FIN = 1
           CLOSE MXOCCAS
           PERFORM Rapport-Fichier.

       Masque-Une-Occasion.
           READ MXOCCAS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF NOM-MOCC = SPACE AND ADR-MOCC = SPACE
           AND PID-MOCC = SPACE
                EXIT PARAGRAPH.
           IF NOM-MOCC NOT = SPACE
                MOVE NOC-MOCC TO W-PS-NUM
                MOVE SPACE TO NOM-MOCC
                STRING "VENDEUR " DELIMITED BY SIZE
                       W-PS-NUM DELIMITED BY SIZE
                       INTO NOM-MOCC.
           IF ADR-MOCC NOT = SPACE
                MOVE PS-ADR TO ADR-MOCC.
           IF PID-MOCC NOT = SPACE
                MOVE "PIECE MASQUEE" TO PID-MOCC.
           REWRITE ENR-MOCC INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    registre des domiciliations (cf. rib-b, ctl-rib)
      ******************************************************************
       Masque-Domiciliations.
           MOVE "MXRIBMOD" TO W-RAP-FIC
           MOVE "IBAN/BIC, titulaire, interlocuteur, motif"
                TO W-RAP-LIB
           OPEN I-O MXRIBMOD
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NMR-MRIB
           START MXRIBMOD KEY NOT < CLE1-MRIB INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Domiciliation UNTIL W-FIN = 1
           CLOSE MXRIBMOD
           PERFORM Rapport-Fichier.

      * ancienne et nouvelle domiciliation prennent l'IBAN fictif
      * du tiers : la fiche et le dernier changement validé restent
      * d'accord, ctl-rib admet toujours la domiciliation
       Masque-Une-Domiciliation.
           READ MXRIBMOD NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF TIE-MRIB = "C"
                MOVE "1" TO W-PS-TYP
           ELSE MOVE "2" TO W-PS-TYP
           END-IF
           MOVE COD-MRIB TO W-PS-COD
           PERFORM Pseudo-Iban
           IF AIB-MRIB NOT = SPACE
                MOVE W-PS-IBAN TO AIB-MRIB
                MOVE PS-BIC TO ABI-MRIB.
           IF NIB-MRIB NOT = SPACE
                MOVE W-PS-IBAN TO NIB-MRIB
                MOVE PS-BIC TO NBI-MRIB.
           IF TIT-MRIB NOT = SPACE
                PERFORM Pseudo-Nom-Tiers
                MOVE W-PS-NOM TO TIT-MRIB.
           IF TRA-MRIB NOT = SPACE
                MOVE NMR-MRIB TO W-PS-NUM
                MOVE "01" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO TRA-MRIB.
           IF IRA-MRIB NOT = SPACE
                MOVE "INTERLOCUTEUR" TO IRA-MRIB.
           IF MOT-MRIB NOT = SPACE
                MOVE PS-COM TO MOT-MRIB.
           REWRITE ENR-MRIB INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    factures reçues de la PDP : IBAN du vendeur
      ******************************************************************
       Masque-Factures-Pdp.
           MOVE "MXFACPDP" TO W-RAP-FIC
           MOVE "IBAN du vendeur" TO W-RAP-LIB
           OPEN I-O MXFACPDP
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NFX-MFPD
           START MXFACPDP KEY NOT < CLE1-MFPD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Facture-Pdp UNTIL W-FIN = 1
           CLOSE MXFACPDP
           PERFORM Rapport-Fichier.

       Masque-Une-Facture-Pdp.
           READ MXFACPDP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF IBA-MFPD = SPACE
                EXIT PARAGRAPH.
           MOVE "2" TO W-PS-TYP
           MOVE FOU-MFPD TO W-PS-COD
           PERFORM Pseudo-Iban
           MOVE W-PS-IBAN TO IBA-MFPD
           REWRITE ENR-MFPD INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    journal des mails aux contacts (cf. envoi-ctc)
      ******************************************************************
       Masque-Envois.
           MOVE "MXENVCTC" TO W-RAP-FIC
           MOVE "adresse mail du destinataire" TO W-RAP-LIB
           OPEN I-O MXENVCTC
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE LOW-VALUE TO CLE1-MENC
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN
           START MXENVCTC KEY NOT < CLE1-MENC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Envoi UNTIL W-FIN = 1
           CLOSE MXENVCTC
           PERFORM Rapport-Fichier.

      * contact 0 : adresse de la fiche client
       Masque-Un-Envoi.
           READ MXENVCTC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF EMA-MENC = SPACE
                EXIT PARAGRAPH.
           MOVE CLI-MENC TO W-PS-NUM
           MOVE CTC-MENC TO W-PS-NUM4
           IF CTC-MENC = 0
                PERFORM Pseudo-Mail
           ELSE PERFORM Pseudo-Mail-Contact
           END-IF
           MOVE W-PS-EMA TO EMA-MENC
           REWRITE ENR-MENC INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    remises des fiches de données de sécurité (cf. fds-b)
      ******************************************************************
       Masque-Envois-Fds.
           MOVE "MXFDSENV" TO W-RAP-FIC
           MOVE "adresse mail de remise" TO W-RAP-LIB
           OPEN I-O MXFDSENV
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE LOW-VALUE TO CLE1-MFDE
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN
           START MXFDSENV KEY NOT < CLE1-MFDE INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Envoi-Fds UNTIL W-FIN = 1
           CLOSE MXFDSENV
           PERFORM Rapport-Fichier.

       Masque-Un-Envoi-Fds.
           READ MXFDSENV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF ADR-MFDE = SPACE
                EXIT PARAGRAPH.
           MOVE CLI-MFDE TO W-PS-NUM
           PERFORM Pseudo-Mail
           MOVE W-PS-EMA TO ADR-MFDE
           REWRITE ENR-MFDE INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    abonnements aux notifications (cf. notif-b)
      ******************************************************************
       Masque-Abonnements.
           MOVE "MXNOTABO" TO W-RAP-FIC
           MOVE "mobile des SMS" TO W-RAP-LIB
           OPEN I-O MXNOTABO
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN CLI-MNAB
           START MXNOTABO KEY NOT < CLE1-MNAB INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Abonnement UNTIL W-FIN = 1
           CLOSE MXNOTABO
           PERFORM Rapport-Fichier.

       Masque-Un-Abonnement.
           READ MXNOTABO NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF MOB-MNAB = SPACE
                EXIT PARAGRAPH.
           MOVE CLI-MNAB TO W-PS-NUM
           MOVE "06" TO W-TYP
           PERFORM Pseudo-Tel
           MOVE W-PS-TEL TO MOB-MNAB
           REWRITE ENR-MNAB INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    journal des notifications : destinataire mail ou SMS
      ******************************************************************
       Masque-Notifications.
           MOVE "MXNOTIF" TO W-RAP-FIC
           MOVE "destinataire (mail ou mobile)" TO W-RAP-LIB
           OPEN I-O MXNOTIF
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NUM-MNOT
           START MXNOTIF KEY NOT < CLE1-MNOT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Notification UNTIL W-FIN = 1
           CLOSE MXNOTIF
           PERFORM Rapport-Fichier.

       Masque-Une-Notification.
           READ MXNOTIF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF DST-MNOT = SPACE
                EXIT PARAGRAPH.
           MOVE CLI-MNOT TO W-PS-NUM
           IF CAN-MNOT = "S"
                MOVE "06" TO W-TYP
                PERFORM Pseudo-Tel
                MOVE W-PS-TEL TO DST-MNOT
           ELSE PERFORM Pseudo-Mail
                MOVE W-PS-EMA TO DST-MNOT
           END-IF
           REWRITE ENR-MNOT INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    commentaires libres
      ******************************************************************
       Masque-Concurrents.
           MOVE "MXCONCUR" TO W-RAP-FIC
           MOVE "commentaire du relevé de prix" TO W-RAP-LIB
           OPEN I-O MXCONCUR
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MCON
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN DAT-MCON
           START MXCONCUR KEY NOT < CLE1-MCON INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Un-Concurrent UNTIL W-FIN = 1
           CLOSE MXCONCUR
           PERFORM Rapport-Fichier.

       Masque-Un-Concurrent.
           READ MXCONCUR NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF CMT-MCON = SPACE
                EXIT PARAGRAPH.
           MOVE PS-COM TO CMT-MCON
           REWRITE ENR-MCON INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

       Masque-Visites.
           MOVE "MXVISITE" TO W-RAP-FIC
           MOVE "compte rendu de visite" TO W-RAP-LIB
           OPEN I-O MXVISITE
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NVI-MVIS
           START MXVISITE KEY NOT < CLE1-MVIS INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Visite UNTIL W-FIN = 1
           CLOSE MXVISITE
           PERFORM Rapport-Fichier.

       Masque-Une-Visite.
           READ MXVISITE NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF CRV-MVIS = SPACE
                EXIT PARAGRAPH.
           MOVE PS-COM TO CRV-MVIS
           REWRITE ENR-MVIS INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

       Masque-Reclamations.
           MOVE "MXRECLAM" TO W-RAP-FIC
           MOVE "résolution de la réclamation" TO W-RAP-LIB
           OPEN I-O MXRECLAM
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NRX-MRCL
           START MXRECLAM KEY NOT < CLE1-MRCL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Reclamation UNTIL W-FIN = 1
           CLOSE MXRECLAM
           PERFORM Rapport-Fichier.

       Masque-Une-Reclamation.
           READ MXRECLAM NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF RES-MRCL = SPACE
                EXIT PARAGRAPH.
           MOVE PS-COM TO RES-MRCL
           REWRITE ENR-MRCL INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

       Masque-Reparations.
           MOVE "MXORDREP" TO W-RAP-FIC
           MOVE "symptôme décrit par le client" TO W-RAP-LIB
           OPEN I-O MXORDREP
           IF FILE-STATUS NOT = "00"
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE 0 TO W-NB-LUS W-NB-MAS W-FIN NOR-MORP
           START MXORDREP KEY NOT < CLE1-MORP INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Masque-Une-Reparation UNTIL W-FIN = 1
           CLOSE MXORDREP
           PERFORM Rapport-Fichier.

       Masque-Une-Reparation.
           READ MXORDREP NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB-LUS
           IF SYM-MORP = SPACE
                EXIT PARAGRAPH.
           MOVE PS-COM TO SYM-MORP
           REWRITE ENR-MORP INVALID
                CONTINUE
           NOT INVALID
                ADD 1 TO W-NB-MAS
           END-REWRITE.

      ******************************************************************
      *    plages de numérotation
      ******************************************************************
      * compteur de bons de l'agence (bon = mobile * 1000000 +
      * BON-MAGD, cf. Increment-Bon) porté à BON-FORMA
       Plage-Bons.
           OPEN I-O MXAGEDIS
           IF FILE-STATUS NOT = "00"
                MOVE "MXAGEDIS" TO W-RAP-FIC
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE SPACE TO COD-MAGD
           MOVE 0 TO W-FIN
           START MXAGEDIS KEY NOT < CLE1-MAGD INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Plage-Bons-Agence UNTIL W-FIN = 1
           CLOSE MXAGEDIS.

       Plage-Bons-Agence.
           READ MXAGEDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE BON-MAGD TO W-ANC
           IF BON-MAGD < BON-FORMA
                MOVE BON-FORMA TO BON-MAGD
                REWRITE ENR-MAGD INVALID
                     MOVE W-ANC TO BON-MAGD
                END-REWRITE
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           STRING "bons         agence " DELIMITED BY SIZE
                  COD-MAGD DELIMITED BY SIZE
                  " compteur " DELIMITED BY SIZE
                  W-ANC DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  BON-MAGD DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * compteur de factures de l'agence (cf. facgrp-b) porté à
      * FAC-FORMA
       Plage-Factures.
           OPEN I-O MXCPTFAC
           IF FILE-STATUS NOT = "00"
                MOVE "MXCPTFAC" TO W-RAP-FIC
                PERFORM Rapport-Ouverture
                EXIT PARAGRAPH.
           MOVE SPACE TO AGE-MCPF
           MOVE 0 TO W-FIN
           START MXCPTFAC KEY NOT < CLE1-MCPF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Plage-Factures-Agence UNTIL W-FIN = 1
           CLOSE MXCPTFAC.

       Plage-Factures-Agence.
           READ MXCPTFAC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE FAC-MCPF TO W-ANC
           IF FAC-MCPF < FAC-FORMA
                MOVE FAC-FORMA TO FAC-MCPF
                REWRITE ENR-MCPF INVALID
                     MOVE W-ANC TO FAC-MCPF
                END-REWRITE
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           STRING "factures     agence " DELIMITED BY SIZE
                  AGE-MCPF DELIMITED BY SIZE
                  " compteur " DELIMITED BY SIZE
                  W-ANC DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FAC-MCPF DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      ******************************************************************
      *    sorties
      ******************************************************************
      * liaison DS (cf. ds-secu) : serveur sur un port fermé du
      * poste, sans clé, rien ne sort
       Neutralise-Dslink.
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/dslink.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN OUTPUT CONFIG
           MOVE SPACE TO LIGNE-ETAT
           IF FILE-STATUS-CONFIG NOT = "00"
                STRING "DS            dslink.cfg impossible à écrire "
                            DELIMITED BY SIZE
                       "- NON NEUTRALISE" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
                IF W-RC < 4
                     MOVE 4 TO W-RC
                END-IF
                EXIT PARAGRAPH.
           MOVE "* société de formation : serveur DS neutralisé"
                TO ENR-CONFIG
           WRITE ENR-CONFIG
           MOVE "S;127.0.0.1;9" TO ENR-CONFIG
           WRITE ENR-CONFIG
           CLOSE CONFIG
           STRING "DS            dslink.cfg -> 127.0.0.1 port 9, "
                       DELIMITED BY SIZE
                  "sans clé" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * SEPA : créancier des prélèvements (sepa-<soc>.cfg) et
      * débiteur des virements (sepafou.cfg) fictifs, une remise
      * déposée par erreur serait rejetée par la banque
       Neutralise-Sepa.
           MOVE 0 TO W-NB-CFG
           MOVE SPACE TO ASSIGN-LISTE CMD
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/forma-liste.tmp" DELIMITED BY SIZE
                  INTO ASSIGN-LISTE
           STRING "ls " DELIMITED BY SIZE
                  MX-DIR DELIMITED BY "  "
                  " | grep -E '^sepa(-.*|fou)[.]cfg$' > "
                       DELIMITED BY SIZE
                  ASSIGN-LISTE DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND
           OPEN INPUT LISTE
           IF FILE-STATUS-LISTE = "00"
                MOVE 0 TO W-FINL
                PERFORM Neutralise-Un-Sepa UNTIL W-FINL = 1
                CLOSE LISTE
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           STRING "SEPA          " DELIMITED BY SIZE
                  W-NB-CFG DELIMITED BY SIZE
                  " configuration(s) -> SOCIETE DE FORMATION, IBAN "
                       DELIMITED BY SIZE
                  "fictif, BIC " DELIMITED BY SIZE
                  PS-BIC DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO CMD
           STRING "rm -f " DELIMITED BY SIZE
                  ASSIGN-LISTE DELIMITED BY " "
                  INTO CMD
           CALL "C$SYSTEM" USING CMD, GIVING W-IND.

      * nom;iban;bic;ics (sepafou-b ne lit que nom;iban;bic)
       Neutralise-Un-Sepa.
           READ LISTE AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF ENR-LISTE = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO ASSIGN-CONFIG
           STRING MX-DIR DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  ENR-LISTE DELIMITED BY " "
                  INTO ASSIGN-CONFIG
           MOVE "3" TO W-PS-TYP
           MOVE "0" TO W-PS-COD
           PERFORM Pseudo-Iban
           OPEN OUTPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                IF W-RC < 4
                     MOVE 4 TO W-RC
                END-IF
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-CONFIG
           STRING "SOCIETE DE FORMATION;" DELIMITED BY SIZE
                  W-PS-IBAN DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  PS-BIC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PS-ICS DELIMITED BY SIZE
                  INTO ENR-CONFIG
           WRITE ENR-CONFIG
           CLOSE CONFIG
           ADD 1 TO W-NB-CFG.

       Fin.
           MOVE W-RC TO RETURN-CODE
           STOP RUN.
