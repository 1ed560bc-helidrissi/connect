      *{Bench}prg-comment
      * adrliv-b.cbl
151026* adrliv-b.cbl : carnet d'adresses de livraison des clients.
151026* Chaque bon retapait son lieu de livraison alors que les
151026* clients du bâtiment livrent des dizaines de chantiers :
151026*   CHARGE <fic>
151026*       sites MXADRLIV, une ligne par site :
151026*       cli;site;nom;adr;adr2;adr3;cp;ville;contact;tel;
151026*       horaires;jours;hayon;semi;grue;zone;défaut;consigne
151026*       (site vide ou 0 = numéro suivant du client ; jours =
151026*       7 caractères O/N du lundi au dimanche, vide = tous ;
151026*       hayon / semi / grue à 1 = hayon exigé, semi-remorque
151026*       interdit, grue exigée ; zone transporteur vide = celle
151026*       du client ; défaut à 1 : le site devient le site par
151026*       défaut du client, les autres perdent la marque) ;
151026*   FERME <cli> <site>
151026*       le site n'est plus proposé (chantier terminé) ;
151026*   LISTE [<cli>]
151026*       sites et contraintes de livraison,
151026*       ft/adrliv-<cli>.txt (ft/adrliv.txt pour tous).
151026* Le site se choisit à la création du bon (sbd-c, adrliv-l)
151026* et se copie sur le bon (rech-adrliv) ; sa zone prime celle
151026* du client pour le port (cal-port-trp).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. adrliv-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:51:37.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXADRLIV.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXADRLIV.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(400).
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
       77 W-DAT                PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-X              PIC X(08).
       77 W-SIT                PIC 9(04).
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 I                    PIC 9(02) COMP.
      * zones d'une ligne chargée
       01 W-ZONES-CHARGE.
           05 WC-CLI           PIC X(10).
           05 WC-SIT           PIC X(06).
           05 WC-NOM           PIC X(40).
           05 WC-ADR           PIC X(40).
           05 WC-ADB           PIC X(40).
           05 WC-ADD           PIC X(40).
           05 WC-POS           PIC X(05).
           05 WC-VIL           PIC X(30).
           05 WC-CTC           PIC X(30).
           05 WC-TEL           PIC X(15).
           05 WC-HOR           PIC X(30).
           05 WC-JLV           PIC X(07).
           05 WC-HAY           PIC X(01).
           05 WC-SEM           PIC X(01).
           05 WC-GRU           PIC X(01).
           05 WC-ZLV           PIC X(03).
           05 WC-DEF           PIC X(01).
           05 WC-CON           PIC X(40).
           COPY "conv-num.wrk".
           COPY "contr-liv.wrk".
       01 LIGNE-SIT.
           05 LS-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-SIT           PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LS-NOM           PIC X(30).
           05 FILLER           PIC X(01).
           05 LS-POS           PIC X(05).
           05 FILLER           PIC X(01).
           05 LS-VIL           PIC X(25).
           05 FILLER           PIC X(01).
           05 LS-ZLV           PIC X(03).
           05 FILLER           PIC X(01).
           05 LS-CTC           PIC X(20).
           05 FILLER           PIC X(01).
           05 LS-TEL           PIC X(15).
           05 FILLER           PIC X(01).
           05 LS-OBS           PIC X(06).
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
                INTO W-FONCTION W-PAR2 W-PAR3
           EVALUATE W-FONCTION
           WHEN "CHARGE" PERFORM Charge THRU F-Charge
           WHEN "FERME"  PERFORM Ferme THRU F-Ferme
           WHEN "LISTE"  PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "adrliv-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : adrliv-b CHARGE fichier"
                DISPLAY "        adrliv-b FERME cli site"
                DISPLAY "        adrliv-b LISTE [cli]"
           END-EVALUATE
           GO Fin.

       Ouvre-Carnet.
           OPEN I-O MXADRLIV
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXADRLIV
                CLOSE MXADRLIV
                OPEN I-O MXADRLIV.

      ******************************************************************
      *    CHARGE : création et mise à jour des sites
      ******************************************************************
       Charge.
           IF W-PAR2 = SPACE
                DISPLAY "usage : adrliv-b CHARGE fichier"
                GO F-Charge.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "adrliv-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge.
           OPEN INPUT MXCLI
           PERFORM Ouvre-Carnet
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Site UNTIL W-FIN = 1
           CLOSE MOUVT MXCLI MXADRLIV
           DISPLAY "adrliv-b : " W-NB " sites chargés, "
                   W-ERR " rejets".
       F-Charge.
           EXIT.

       Charge-Un-Site.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-CLI WC-SIT WC-NOM WC-ADR WC-ADB WC-ADD
                     WC-POS WC-VIL WC-CTC WC-TEL WC-HOR WC-JLV
                     WC-HAY WC-SEM WC-GRU WC-ZLV WC-DEF WC-CON
           MOVE WC-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "adrliv-b : client inconnu " ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF WC-NOM = SPACE OR WC-VIL = SPACE
                DISPLAY "adrliv-b : site sans nom ou ville "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * jours de livraison : O ou N pour chacun des sept jours
           IF WC-JLV NOT = SPACE
                PERFORM Controle-Jour VARYING I FROM 1 BY 1
                        UNTIL I > 7 OR WC-JLV = SPACE
                IF WC-JLV = SPACE
                     DISPLAY "adrliv-b : jours de livraison "
                             "invalides " ENR-MOUVT(1:60)
                     ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
           END-IF
           MOVE WC-SIT TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-SIT
           IF W-SIT = 0
                PERFORM Site-Suivant.
           MOVE W-CLI TO CLI-MADL
           MOVE W-SIT TO SIT-MADL
           READ MXADRLIV INVALID
                INITIALIZE ENR-MADL
                MOVE W-CLI TO CLI-MADL
                MOVE W-SIT TO SIT-MADL
           END-READ
           MOVE WC-NOM TO NOM-MADL
           MOVE WC-ADR TO ADR-MADL
           MOVE WC-ADB TO ADB-MADL
           MOVE WC-ADD TO ADD-MADL
           MOVE WC-POS TO POS-MADL
           MOVE WC-VIL TO VIL-MADL
           MOVE WC-CTC TO CTC-MADL
           MOVE WC-TEL TO TEL-MADL
           MOVE WC-HOR TO HOR-MADL
           MOVE WC-JLV TO JLV-MADL
           MOVE 0 TO HAY-MADL SEM-MADL GRU-MADL DEF-MADL CANN-MADL
           IF WC-HAY = "1"
                MOVE 1 TO HAY-MADL.
           IF WC-SEM = "1"
                MOVE 1 TO SEM-MADL.
           IF WC-GRU = "1"
                MOVE 1 TO GRU-MADL.
           IF WC-DEF = "1"
                MOVE 1 TO DEF-MADL.
           MOVE WC-CON TO CON-MADL
           MOVE WC-ZLV TO ZLV-MADL
           MOVE W-DAT TO DAT-MADL
           WRITE ENR-MADL INVALID
                REWRITE ENR-MADL INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB
           IF DEF-MADL = 1
                PERFORM Retire-Defaut.

       Controle-Jour.
           IF WC-JLV(I:1) NOT = "O" AND NOT = "N"
                MOVE SPACE TO WC-JLV.

      * numéro suivant du client : dernier site + 1
       Site-Suivant.
           MOVE 1 TO W-SIT
           MOVE W-CLI TO CLI-MADL
           MOVE 9999 TO SIT-MADL
           START MXADRLIV KEY NOT > CLE1-MADL INVALID
                EXIT PARAGRAPH
           END-START
           READ MXADRLIV PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MADL = W-CLI
                COMPUTE W-SIT = SIT-MADL + 1.

      * un seul site par défaut par client
       Retire-Defaut.
           MOVE W-CLI TO CLI-MADL
           MOVE 0 TO SIT-MADL W-FIN2
           START MXADRLIV KEY NOT < CLE1-MADL INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Retire-Defaut-Site UNTIL W-FIN2 = 1.

       Retire-Defaut-Site.
           READ MXADRLIV NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MADL NOT = W-CLI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF SIT-MADL = W-SIT OR DEF-MADL = 0
                EXIT PARAGRAPH.
           MOVE 0 TO DEF-MADL
           REWRITE ENR-MADL INVALID CONTINUE
           END-REWRITE.

      ******************************************************************
      *    FERME : site qui n'est plus livré
      ******************************************************************
       Ferme.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-SIT
           IF W-CLI = 0 OR W-SIT = 0
                DISPLAY "usage : adrliv-b FERME cli site"
                GO F-Ferme.
           PERFORM Ouvre-Carnet
           MOVE W-CLI TO CLI-MADL
           MOVE W-SIT TO SIT-MADL
           READ MXADRLIV INVALID
                DISPLAY "adrliv-b : site inconnu " W-CLI "/" W-SIT
                CLOSE MXADRLIV
                GO F-Ferme
           END-READ
           MOVE 1 TO CANN-MADL
           MOVE 0 TO DEF-MADL
           MOVE W-DAT TO DAT-MADL
           REWRITE ENR-MADL INVALID CONTINUE
           END-REWRITE
           CLOSE MXADRLIV
           DISPLAY "adrliv-b : site " W-CLI "/" W-SIT " fermé".
       F-Ferme.
           EXIT.

      ******************************************************************
      *    LISTE : sites et contraintes de livraison
      ******************************************************************
       Liste.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           OPEN INPUT MXADRLIV
           IF FILE-STATUS NOT = "00"
                DISPLAY "adrliv-b : carnet d'adresses vide"
                GO F-Liste.
           MOVE SPACE TO ASSIGN-ETAT
           IF W-CLI = 0
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/adrliv.txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           ELSE
                MOVE W-CLI TO W-CLI-X
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/adrliv-" DELIMITED BY SIZE
                       W-CLI-X DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           END-IF
           OPEN OUTPUT ETAT
           MOVE "Sites de livraison" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "client   site nom du site                       cp"
                TO LIGNE-ETAT
           MOVE "    ville                     zon contact" TO
                LIGNE-ETAT(52:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE W-CLI TO CLI-MADL
           MOVE 0 TO SIT-MADL
           START MXADRLIV KEY NOT < CLE1-MADL INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Un-Site UNTIL W-FIN = 1
           CLOSE MXADRLIV ETAT
           DISPLAY "adrliv-b : " W-NB " sites, " ASSIGN-ETAT.
       F-Liste.
           EXIT.

       Liste-Un-Site.
           READ MXADRLIV NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI NOT = 0 AND CLI-MADL NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-SIT
           MOVE CLI-MADL TO LS-CLI
           MOVE SIT-MADL TO LS-SIT
           MOVE NOM-MADL TO LS-NOM
           MOVE POS-MADL TO LS-POS
           MOVE VIL-MADL TO LS-VIL
           MOVE ZLV-MADL TO LS-ZLV
           MOVE CTC-MADL TO LS-CTC
           MOVE TEL-MADL TO LS-TEL
           IF CANN-MADL = 1
                MOVE "FERME" TO LS-OBS
           ELSE
                IF DEF-MADL = 1
                     MOVE "DEFAUT" TO LS-OBS
                END-IF
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-SIT
           PERFORM CONTR-LIV
           IF CTL-TXT NOT = SPACE
                MOVE SPACE TO LIGNE-ETAT
                MOVE CTL-TXT TO LIGNE-ETAT(15:)
                WRITE LIGNE-ETAT.
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "contr-liv.cbl".

       Fin.
           STOP RUN.
