      *{Bench}prg-comment
      * contact-b.cbl
151026* contact-b.cbl : contacts des clients et journal des envois.
151026* L'adresse unique EMA-MCLI faisait partir accusés de
151026* réception, factures, relevés et relances chez celui qui
151026* l'avait saisie, souvent le chef de chantier :
151026*   CHARGE <fic>
151026*       contacts MXCONTAC, une ligne par contact :
151026*       cli;num;nom;fonction;tel;mail;rôles;refus
151026*       (num vide ou 0 = numéro suivant du client ; rôles =
151026*       lettres A acheteur, C comptabilité fournisseurs, R
151026*       réception des livraisons, D direction ; refus à 1 =
151026*       le contact ne reçoit plus aucun envoi) ;
151026*   REFUS <cli> <num> [0]
151026*       pose (ou lève avec 0) le refus des envois du contact ;
151026*   FERME <cli> <num>
151026*       contact parti, plus jamais destinataire ;
151026*   LISTE [<cli>]
151026*       contacts et rôles, ft/contact-<cli>.txt
151026*       (ft/contact.txt pour tous) ;
151026*   JOURNAL [<cli>] [<datdeb>]
151026*       envois journalisés par envoi-ctc, par client ou
151026*       depuis une date, ft/envctc.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. contact-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:54.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXCONTAC.sl".
       COPY "MXENVCTC.sl".
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXCONTAC.fd".
       COPY "MXENVCTC.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(250).
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
       77 W-DATDEB             PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-X              PIC X(08).
       77 W-NUM                PIC 9(04).
       77 W-OPT                PIC 9.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 I                    PIC 9(02) COMP.
      * zones d'une ligne chargée
       01 W-ZONES-CHARGE.
           05 WC-CLI           PIC X(10).
           05 WC-NUM           PIC X(06).
           05 WC-NOM           PIC X(30).
           05 WC-FON           PIC X(30).
           05 WC-TEL           PIC X(15).
           05 WC-EMA           PIC X(50).
           05 WC-ROL           PIC X(04).
           05 WC-OPT           PIC X(01).
           COPY "conv-num.wrk".
       01 LIGNE-CTC.
           05 LC-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-NUM           PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LC-NOM           PIC X(25).
           05 FILLER           PIC X(01).
           05 LC-FON           PIC X(20).
           05 FILLER           PIC X(01).
           05 LC-TEL           PIC X(15).
           05 FILLER           PIC X(01).
           05 LC-EMA           PIC X(35).
           05 FILLER           PIC X(01).
           05 LC-ROL           PIC X(04).
           05 FILLER           PIC X(01).
           05 LC-OBS           PIC X(06).
       01 LIGNE-ENV.
           05 LE-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-HEU           PIC 99B99.
           05 FILLER           PIC X(01).
           05 LE-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LE-CTC           PIC ZZZ9.
           05 FILLER           PIC X(01).
           05 LE-ROL           PIC X(01).
           05 FILLER           PIC X(01).
           05 LE-DOC           PIC X(03).
           05 FILLER           PIC X(01).
           05 LE-NUM           PIC Z(7)9.
           05 FILLER           PIC X(01).
           05 LE-EMA           PIC X(40).
           05 FILLER           PIC X(01).
           05 LE-RET           PIC X(08).
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
           WHEN "CHARGE"  PERFORM Charge THRU F-Charge
           WHEN "REFUS"   PERFORM Refus THRU F-Refus
           WHEN "FERME"   PERFORM Ferme THRU F-Ferme
           WHEN "LISTE"   PERFORM Liste THRU F-Liste
           WHEN "JOURNAL" PERFORM Journal THRU F-Journal
           WHEN OTHER
                DISPLAY "contact-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : contact-b CHARGE fichier"
                DISPLAY "        contact-b REFUS cli num [0]"
                DISPLAY "        contact-b FERME cli num"
                DISPLAY "        contact-b LISTE [cli]"
                DISPLAY "        contact-b JOURNAL [cli] [datdeb]"
           END-EVALUATE
           GO Fin.

       Ouvre-Contacts.
           OPEN I-O MXCONTAC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCONTAC
                CLOSE MXCONTAC
                OPEN I-O MXCONTAC.

      ******************************************************************
      *    CHARGE : création et mise à jour des contacts
      ******************************************************************
       Charge.
           IF W-PAR2 = SPACE
                DISPLAY "usage : contact-b CHARGE fichier"
                GO F-Charge.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "contact-b : fichier introuvable "
                        ASSIGN-MOUVT
                GO F-Charge.
           OPEN INPUT MXCLI
           PERFORM Ouvre-Contacts
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Contact UNTIL W-FIN = 1
           CLOSE MOUVT MXCLI MXCONTAC
           DISPLAY "contact-b : " W-NB " contacts chargés, "
                   W-ERR " rejets".
       F-Charge.
           EXIT.

       Charge-Un-Contact.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ENR-MOUVT = SPACE
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CHARGE
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WC-CLI WC-NUM WC-NOM WC-FON WC-TEL WC-EMA
                     WC-ROL WC-OPT
           MOVE WC-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "contact-b : client inconnu " ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           IF WC-NOM = SPACE
                DISPLAY "contact-b : contact sans nom "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
      * rôles : lettres A, C, R ou D uniquement
           PERFORM Controle-Role VARYING I FROM 1 BY 1
                   UNTIL I > 4 OR WC-ROL = "?"
           IF WC-ROL = "?"
                DISPLAY "contact-b : rôles invalides "
                        ENR-MOUVT(1:60)
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE WC-NUM TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NUM
           IF W-NUM = 0
                PERFORM Contact-Suivant.
           MOVE W-CLI TO CLI-MCTC
           MOVE W-NUM TO NUM-MCTC
           READ MXCONTAC INVALID
                INITIALIZE ENR-MCTC
                MOVE W-CLI TO CLI-MCTC
                MOVE W-NUM TO NUM-MCTC
           END-READ
           MOVE WC-NOM TO NOM-MCTC
           MOVE WC-FON TO FON-MCTC
           MOVE WC-TEL TO TEL-MCTC
           MOVE WC-EMA TO EMA-MCTC
           MOVE 0 TO ACH-MCTC CPT-MCTC RCP-MCTC DIR-MCTC CANN-MCTC
           PERFORM Pose-Role VARYING I FROM 1 BY 1 UNTIL I > 4
           IF WC-OPT = "1"
                IF OPT-MCTC = 0
                     MOVE W-DAT TO DOP-MCTC
                END-IF
                MOVE 1 TO OPT-MCTC
           ELSE
                MOVE 0 TO OPT-MCTC DOP-MCTC
           END-IF
           MOVE W-DAT TO DAT-MCTC
           WRITE ENR-MCTC INVALID
                REWRITE ENR-MCTC INVALID CONTINUE
                END-REWRITE
           END-WRITE
           ADD 1 TO W-NB.

       Controle-Role.
           IF WC-ROL(I:1) NOT = SPACE AND NOT = "A" AND NOT = "C"
                                      AND NOT = "R" AND NOT = "D"
                MOVE "?" TO WC-ROL.

       Pose-Role.
           EVALUATE WC-ROL(I:1)
           WHEN "A" MOVE 1 TO ACH-MCTC
           WHEN "C" MOVE 1 TO CPT-MCTC
           WHEN "R" MOVE 1 TO RCP-MCTC
           WHEN "D" MOVE 1 TO DIR-MCTC
           END-EVALUATE.

      * numéro suivant du client : dernier contact + 1
       Contact-Suivant.
           MOVE 1 TO W-NUM
           MOVE W-CLI TO CLI-MCTC
           MOVE 9999 TO NUM-MCTC
           START MXCONTAC KEY NOT > CLE1-MCTC INVALID
                EXIT PARAGRAPH
           END-START
           READ MXCONTAC PREVIOUS AT END
                EXIT PARAGRAPH
           END-READ
           IF CLI-MCTC = W-CLI
                COMPUTE W-NUM = NUM-MCTC + 1.

      * lecture du contact désigné par cli num (REFUS, FERME)
       Lit-Contact-Param.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NUM
           MOVE 0 TO W-FIN
           IF W-CLI = 0 OR W-NUM = 0
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           PERFORM Ouvre-Contacts
           MOVE W-CLI TO CLI-MCTC
           MOVE W-NUM TO NUM-MCTC
           READ MXCONTAC INVALID
                DISPLAY "contact-b : contact inconnu " W-CLI "/"
                        W-NUM
                CLOSE MXCONTAC
                MOVE 1 TO W-FIN
           END-READ.

      ******************************************************************
      *    REFUS : le contact ne veut plus recevoir d'envois
      ******************************************************************
       Refus.
           PERFORM Lit-Contact-Param
           IF W-FIN = 1
                DISPLAY "usage : contact-b REFUS cli num [0]"
                GO F-Refus.
           MOVE 1 TO W-OPT
           IF W-PAR4 = "0"
                MOVE 0 TO W-OPT.
           IF W-OPT = 1
                IF OPT-MCTC = 0
                     MOVE W-DAT TO DOP-MCTC
                END-IF
           ELSE
                MOVE 0 TO DOP-MCTC
           END-IF
           MOVE W-OPT TO OPT-MCTC
           MOVE W-DAT TO DAT-MCTC
           REWRITE ENR-MCTC INVALID CONTINUE
           END-REWRITE
           CLOSE MXCONTAC
           IF W-OPT = 1
                DISPLAY "contact-b : envois refusés par " W-CLI "/"
                        W-NUM
           ELSE
                DISPLAY "contact-b : envois rétablis pour " W-CLI "/"
                        W-NUM
           END-IF.
       F-Refus.
           EXIT.

      ******************************************************************
      *    FERME : contact qui a quitté le client
      ******************************************************************
       Ferme.
           PERFORM Lit-Contact-Param
           IF W-FIN = 1
                DISPLAY "usage : contact-b FERME cli num"
                GO F-Ferme.
           MOVE 1 TO CANN-MCTC
           MOVE W-DAT TO DAT-MCTC
           REWRITE ENR-MCTC INVALID CONTINUE
           END-REWRITE
           CLOSE MXCONTAC
           DISPLAY "contact-b : contact " W-CLI "/" W-NUM " fermé".
       F-Ferme.
           EXIT.

      ******************************************************************
      *    LISTE : contacts et rôles
      ******************************************************************
       Liste.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           OPEN INPUT MXCONTAC
           IF FILE-STATUS NOT = "00"
                DISPLAY "contact-b : aucun contact"
                GO F-Liste.
           MOVE SPACE TO ASSIGN-ETAT
           IF W-CLI = 0
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/contact.txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           ELSE
                MOVE W-CLI TO W-CLI-X
                STRING MX-DIR DELIMITED BY "  "
                       "/ft/contact-" DELIMITED BY SIZE
                       W-CLI-X DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO ASSIGN-ETAT
           END-IF
           OPEN OUTPUT ETAT
           MOVE "Contacts clients" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "client   num  nom                       fonction"
                TO LIGNE-ETAT
           MOVE "             téléphone       mail" TO LIGNE-ETAT(50:)
           MOVE "rôle" TO LIGNE-ETAT(120:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE W-CLI TO CLI-MCTC
           MOVE 0 TO NUM-MCTC
           START MXCONTAC KEY NOT < CLE1-MCTC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Un-Contact UNTIL W-FIN = 1
           CLOSE MXCONTAC ETAT
           DISPLAY "contact-b : " W-NB " contacts, " ASSIGN-ETAT.
       F-Liste.
           EXIT.

       Liste-Un-Contact.
           READ MXCONTAC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI NOT = 0 AND CLI-MCTC NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CTC
           MOVE CLI-MCTC TO LC-CLI
           MOVE NUM-MCTC TO LC-NUM
           MOVE NOM-MCTC TO LC-NOM
           MOVE FON-MCTC TO LC-FON
           MOVE TEL-MCTC TO LC-TEL
           MOVE EMA-MCTC TO LC-EMA
           MOVE 1 TO I
           IF ACH-MCTC = 1
                MOVE "A" TO LC-ROL(I:1)
                ADD 1 TO I.
           IF CPT-MCTC = 1
                MOVE "C" TO LC-ROL(I:1)
                ADD 1 TO I.
           IF RCP-MCTC = 1
                MOVE "R" TO LC-ROL(I:1)
                ADD 1 TO I.
           IF DIR-MCTC = 1
                MOVE "D" TO LC-ROL(I:1).
           IF CANN-MCTC = 1
                MOVE "FERME" TO LC-OBS
           ELSE
                IF OPT-MCTC = 1
                     MOVE "REFUS" TO LC-OBS
                END-IF
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-CTC
           ADD 1 TO W-NB.

      ******************************************************************
      *    JOURNAL : envois de documents aux contacts
      ******************************************************************
       Journal.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
      * une date seule en premier paramètre
           IF W-CLI > 19000000 AND W-DATDEB = 0
                MOVE W-CLI TO W-DATDEB
                MOVE 0 TO W-CLI.
           OPEN INPUT MXENVCTC
           IF FILE-STATUS NOT = "00"
                DISPLAY "contact-b : aucun envoi journalisé"
                GO F-Journal.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/envctc.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "Envois de documents aux contacts" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "date     heure client   ctc r doc   numéro mail"
                TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           IF W-CLI NOT = 0
                MOVE LOW-VALUE TO CLE1-MENC
                MOVE W-CLI TO CLI-MENC
                START MXENVCTC KEY NOT < CLE1-MENC INVALID
                     MOVE 1 TO W-FIN
                END-START
           ELSE
                MOVE LOW-VALUE TO CLE2-MENC
                MOVE W-DATDEB TO DAT2-MENC
                START MXENVCTC KEY NOT < CLE2-MENC INVALID
                     MOVE 1 TO W-FIN
                END-START
           END-IF
           PERFORM Journal-Un-Envoi UNTIL W-FIN = 1
           CLOSE MXENVCTC ETAT
           DISPLAY "contact-b : " W-NB " envois, " ASSIGN-ETAT.
       F-Journal.
           EXIT.

       Journal-Un-Envoi.
           READ MXENVCTC NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF W-CLI NOT = 0 AND CLI-MENC NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF DAT-MENC < W-DATDEB
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ENV
           MOVE DAT-MENC TO LE-DAT
           MOVE HEU-MENC(1:4) TO LE-HEU
           MOVE CLI-MENC TO LE-CLI
           MOVE CTC-MENC TO LE-CTC
           MOVE ROL-MENC TO LE-ROL
           MOVE DOC-MENC TO LE-DOC
           MOVE NUM-MENC TO LE-NUM
           MOVE EMA-MENC TO LE-EMA
           IF RET-MENC = 0
                MOVE "transmis" TO LE-RET
           ELSE
                MOVE "ECHEC" TO LE-RET
           END-IF
           WRITE LIGNE-ETAT FROM LIGNE-ENV
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
