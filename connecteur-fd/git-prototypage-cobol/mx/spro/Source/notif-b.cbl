      *{Bench}prg-comment
      * notif-b.cbl
151026* notif-b.cbl : notifications de suivi de commande.
151026* Les clients appelaient le comptoir toute la journée pour
151026* savoir où en était leur commande.  Chaque jalon d'un bon
151026* est journalisé dans MXNOTIF (cf. notif-evt) puis poussé au
151026* client selon son abonnement MXNOTABO :
151026*   ABONNE <cli> <canal> [<jalons>] [<mobile>]
151026*       canal M mail, S SMS, B les deux, N aucun envoi ;
151026*       jalons séparés par des virgules parmi ACC ALL PRE EXP
151026*       LIV DLP FAC, ou TOUS (défaut) ; mobile des SMS (à
151026*       défaut, le téléphone de la fiche client) ;
151026*   REFUS <cli> [0]
151026*       le client ne reçoit plus aucune notification (0 :
151026*       levée du refus) ; le portail reste alimenté ;
151026*   DETECTE [<datdeb>]
151026*       jalons des bons saisis à l'écran : commande acceptée
151026*       (ACC, commandes créées depuis datdeb - défaut : un
151026*       mois), date de livraison déplacée depuis la dernière
151026*       annonce (DLP), bon facturé depuis datdeb (FAC) ;
151026*   ENVOIE
151026*       envoie les jalons en attente : mail aux contacts du
151026*       rôle (acheteur pour ACC ALL DLP, réception pour PRE EXP
151026*       LIV, comptabilité pour FAC, cf. envoi-ctc) et/ou SMS,
151026*       et statut de chaque jalon vers le portail client ; SMS
151026*       et statuts partent au spool du connecteur DS,
151026*       MX-DIR/spool/notif-<aaaammjj>-<hhmmss>.txt (lignes
151026*       SMS;mobile;texte et STATUT;client;agence;bon;jalon;
151026*       date;heure;texte) ;
151026*   RENVOIE <num>
151026*       remet le jalon en attente et l'envoie de nouveau ;
151026*   HISTO <cli> [<datdeb>]
151026*       ce qui a été notifié au client, ft/notif-<cli>.txt.
151026* Le texte suit la langue du client (codes NOT-ACC ... NOT-FAC
151026* et NOT-BON de MXLIBLNG, cf. langue-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. notif-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:47.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXCLI.sl".
       COPY "MXBDIS.sl".
       COPY "MXNOTIF.sl".
       COPY "MXNOTABO.sl".
           SELECT SPOOL  ASSIGN TO ASSIGN-SPOOL
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-SPOOL.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXBDIS.fd".
       COPY "MXNOTIF.fd".
       COPY "MXNOTABO.fd".
       FD  SPOOL LABEL RECORD STANDARD.
       01  ENR-SPOOL           PIC X(200).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-SPOOL    PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-SPOOL         PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(40).
       77 W-PAR5               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-HEU                PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-CLI                PIC 9(08).
       77 W-CLI-X              PIC X(08).
       77 W-NUM                PIC 9(08).
       77 W-OPT                PIC 9.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NBS                PIC 9(05).
       77 W-NBR                PIC 9(05).
       77 W-CPT                PIC 9(03).
       77 I                    PIC 9(02) COMP.
       77 W-IX                 PIC 9(02) COMP.
       77 W-SPOOL-OUVERT       PIC 9.
      * jalon en cours d'envoi
       77 W-CAN                PIC X.
       77 W-ROL                PIC X.
       77 W-DOC                PIC X(03) VALUE "NOT".
       77 W-FIC                PIC X(256).
       77 W-OBJ                PIC X(80).
       77 W-MOB                PIC X(15).
       77 W-NBD                PIC 9(03).
       77 W-NBM                PIC 9(03).
       77 W-PTR                PIC 9(03).
       77 W-BON-X              PIC X(08).
      * jalons déjà posés pour le bon examiné (DETECTE)
       77 W-ACC                PIC 9.
       77 W-FAC-VU             PIC 9.
       77 W-NUM-DLP            PIC 9(08).
       77 W-TXT-DLP            PIC X(80).
       77 W-TXT                PIC X(80).
       77 W-EVT                PIC X(03).
       77 W-FAC-X              PIC X(08).
       01 W-DLP-ED.
           05 W-DLP-JJ         PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 W-DLP-MM         PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 W-DLP-AA         PIC 9(04).
      * jalons, dans l'ordre de EVT-MNAB
       01 W-JALONS             PIC X(21)
                               VALUE "ACCALLPREEXPLIVDLPFAC".
       01 W-JALONS-R REDEFINES W-JALONS.
           05 W-JAL            PIC X(03) OCCURS 7.
           COPY "conv-num.wrk".
           COPY "trad-doc.wrk".
       01 LIGNE-HIS.
           05 LH-NUM           PIC Z(7)9.
           05 FILLER           PIC X(01).
           05 LH-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-HEU           PIC 99B99.
           05 FILLER           PIC X(01).
           05 LH-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LH-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-EVT           PIC X(03).
           05 FILLER           PIC X(01).
           05 LH-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-CAN           PIC X(01).
           05 FILLER           PIC X(01).
           05 LH-NEN           PIC Z9.
           05 FILLER           PIC X(01).
           05 LH-DEN           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LH-TXT           PIC X(50).
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
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5
           EVALUATE W-FONCTION
           WHEN "ABONNE"  PERFORM Abonne THRU F-Abonne
           WHEN "REFUS"   PERFORM Refus THRU F-Refus
           WHEN "DETECTE" PERFORM Detecte THRU F-Detecte
           WHEN "ENVOIE"  PERFORM Envoie THRU F-Envoie
           WHEN "RENVOIE" PERFORM Renvoie THRU F-Renvoie
           WHEN "HISTO"   PERFORM Histo THRU F-Histo
           WHEN OTHER
                DISPLAY "notif-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : notif-b ABONNE cli canal [jalons]"
                        " [mobile]"
                DISPLAY "        notif-b REFUS cli [0]"
                DISPLAY "        notif-b DETECTE [datdeb]"
                DISPLAY "        notif-b ENVOIE"
                DISPLAY "        notif-b RENVOIE num"
                DISPLAY "        notif-b HISTO cli [datdeb]"
           END-EVALUATE
           GO Fin.

       Lit-Client-Param.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI.

       Ouvre-Abonnements.
           OPEN I-O MXNOTABO
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXNOTABO
                CLOSE MXNOTABO
                OPEN I-O MXNOTABO.

      * abonnement du client, ou celui par défaut : tout par mail
       Lit-Abonnement.
           MOVE W-CLI TO CLI-MNAB
           READ MXNOTABO INVALID
                INITIALIZE ENR-MNAB
                MOVE W-CLI TO CLI-MNAB
                MOVE "M" TO CAN-MNAB
                PERFORM Tous-Jalons VARYING I FROM 1 BY 1
                        UNTIL I > 7
           END-READ.

       Tous-Jalons.
           MOVE 1 TO EVT-MNAB(I).

      * jalon I retenu s'il figure dans la liste demandée
       Jalon-Demande.
           MOVE 0 TO W-CPT
           INSPECT W-PAR4 TALLYING W-CPT FOR ALL W-JAL(I)
           IF W-CPT > 0
                MOVE 1 TO EVT-MNAB(I)
           ELSE MOVE 0 TO EVT-MNAB(I)
           END-IF.

       Rang-Jalon.
           IF W-JAL(I) = EVT-MNOT
                MOVE I TO W-IX.

      ******************************************************************
      *    ABONNE : canal et jalons notifiés au client
      ******************************************************************
       Abonne.
           PERFORM Lit-Client-Param
           MOVE W-PAR3 TO W-CAN
           IF W-CLI = 0 OR (W-CAN NOT = "M" AND NOT = "S"
                            AND NOT = "B" AND NOT = "N")
                DISPLAY "usage : notif-b ABONNE cli M|S|B|N [jalons]"
                        " [mobile]"
                GO F-Abonne.
           OPEN INPUT MXCLI
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "notif-b : client inconnu " W-CLI
                CLOSE MXCLI
                GO F-Abonne
           END-READ
           CLOSE MXCLI
           PERFORM Ouvre-Abonnements
           PERFORM Lit-Abonnement
           MOVE W-CAN TO CAN-MNAB
           IF W-PAR4 NOT = SPACE AND W-PAR4 NOT = "TOUS"
                PERFORM Jalon-Demande VARYING I FROM 1 BY 1
                        UNTIL I > 7
           ELSE
                PERFORM Tous-Jalons VARYING I FROM 1 BY 1
                        UNTIL I > 7
           END-IF
           IF W-PAR5 NOT = SPACE
                MOVE W-PAR5 TO MOB-MNAB.
           MOVE W-DAT TO DAT-MNAB
           WRITE ENR-MNAB INVALID
                REWRITE ENR-MNAB INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXNOTABO
           DISPLAY "notif-b : client " W-CLI " abonné, canal " W-CAN.
       F-Abonne.
           EXIT.

      ******************************************************************
      *    REFUS : le client ne veut plus de notifications
      ******************************************************************
       Refus.
           PERFORM Lit-Client-Param
           MOVE 1 TO W-OPT
           IF W-PAR3 = "0"
                MOVE 0 TO W-OPT.
           IF W-CLI = 0
                DISPLAY "usage : notif-b REFUS cli [0]"
                GO F-Refus.
           PERFORM Ouvre-Abonnements
           PERFORM Lit-Abonnement
           MOVE W-OPT TO OPT-MNAB
           IF W-OPT = 1
                MOVE W-DAT TO DOP-MNAB
           ELSE MOVE 0 TO DOP-MNAB
           END-IF
           MOVE W-DAT TO DAT-MNAB
           WRITE ENR-MNAB INVALID
                REWRITE ENR-MNAB INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXNOTABO
           IF W-OPT = 1
                DISPLAY "notif-b : client " W-CLI
                        " ne reçoit plus de notifications"
           ELSE DISPLAY "notif-b : client " W-CLI
                        " reçoit de nouveau les notifications"
           END-IF.
       F-Refus.
           EXIT.

      ******************************************************************
      *    DETECTE : jalons des bons saisis ou modifiés à l'écran
      ******************************************************************
       Detecte.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           IF W-DATDEB = 0
                COMPUTE W-DATDEB = W-DAT - 100.
           OPEN INPUT MXBDIS
           OPEN INPUT MXNOTIF
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXNOTIF
                CLOSE MXNOTIF
                OPEN INPUT MXNOTIF.
           MOVE 0 TO W-FIN W-NB
           MOVE SPACE TO ENR-MBDI
           MOVE LOW-VALUE TO CLE1-MBDI
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Detecte-Un-Bon UNTIL W-FIN = 1
           CLOSE MXBDIS MXNOTIF
           DISPLAY "notif-b : " W-NB " jalons détectés".
       F-Detecte.
           EXIT.

       Detecte-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MBDI = 0
                EXIT PARAGRAPH.
           IF TYP-MBDI NOT = 8
           AND (FAC-MBDI = 0 OR DFA-MBDI < W-DATDEB)
                EXIT PARAGRAPH.
           PERFORM Jalons-Du-Bon
      * commande ouverte : acceptation puis dates annoncées
           IF TYP-MBDI = 8 AND TRA-MBDI = 0
                PERFORM Texte-Livraison
                IF W-ACC = 0 AND DAT-MBDI NOT < W-DATDEB
                     MOVE "ACC" TO W-EVT
                     PERFORM Pose-Jalon
                END-IF
                IF W-ACC = 1 AND W-TXT NOT = W-TXT-DLP
                     MOVE "DLP" TO W-EVT
                     PERFORM Pose-Jalon
                END-IF
           END-IF
           IF FAC-MBDI NOT = 0 AND DFA-MBDI NOT < W-DATDEB
           AND W-FAC-VU = 0
                PERFORM Texte-Facture
                MOVE "FAC" TO W-EVT
                PERFORM Pose-Jalon
           END-IF.

      * jalons déjà journalisés : acceptation, facture et dernière
      * date annoncée (ACC ou DLP le plus récent)
       Jalons-Du-Bon.
           MOVE 0 TO W-ACC W-FAC-VU W-NUM-DLP W-FIN2
           MOVE SPACE TO W-TXT-DLP
           MOVE AGE-MBDI TO AGE-MNOT
           MOVE BON-MBDI TO BON-MNOT
           START MXNOTIF KEY NOT < CLE3-MNOT INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Lit-Jalon-Bon UNTIL W-FIN2 = 1.

       Lit-Jalon-Bon.
           READ MXNOTIF NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MNOT NOT = AGE-MBDI OR BON-MNOT NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF EVT-MNOT = "ACC"
                MOVE 1 TO W-ACC.
           IF EVT-MNOT = "FAC"
                MOVE 1 TO W-FAC-VU.
           IF (EVT-MNOT = "ACC" OR EVT-MNOT = "DLP")
           AND NUM-MNOT > W-NUM-DLP
                MOVE NUM-MNOT TO W-NUM-DLP
                MOVE TXT-MNOT TO W-TXT-DLP.

       Texte-Livraison.
           MOVE SPACE TO W-TXT
           IF DLP-MBDI = 0
                MOVE "date de livraison à confirmer" TO W-TXT
           ELSE
                MOVE JDLP-MBDI TO W-DLP-JJ
                MOVE MDLP-MBDI TO W-DLP-MM
                MOVE ADLP-MBDI TO W-DLP-AA
                STRING "livraison prévue le " DELIMITED BY SIZE
                       W-DLP-ED DELIMITED BY SIZE
                       INTO W-TXT
           END-IF.

      * même texte que facgrp-b : le jalon n'est pas posé deux fois
       Texte-Facture.
           MOVE SPACE TO W-TXT
           MOVE FAC-MBDI TO W-FAC-X
           STRING "facture n° " DELIMITED BY SIZE
                  W-FAC-X DELIMITED BY SIZE
                  INTO W-TXT.

       Pose-Jalon.
           CALL "notif-evt" USING W-EVT AGE-MBDI BON-MBDI CLI-MBDI
                                  W-TXT
           ADD 1 TO W-NB.

      ******************************************************************
      *    ENVOIE : jalons en attente vers le client et le portail
      ******************************************************************
       Envoie.
           OPEN INPUT MXCLI
           PERFORM Ouvre-Abonnements
           OPEN I-O MXNOTIF
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXNOTIF
                CLOSE MXNOTIF
                OPEN I-O MXNOTIF.
           MOVE 0 TO W-FIN W-NB W-NBS W-NBR W-SPOOL-OUVERT
           PERFORM Envoie-Un-Jalon UNTIL W-FIN = 1
           CLOSE MXCLI MXNOTABO MXNOTIF
           IF W-SPOOL-OUVERT = 1
                CLOSE SPOOL.
           DISPLAY "notif-b : " W-NB " jalons envoyés, " W-NBR
                   " non envoyés (abonnement), " W-NBS
                   " sans destinataire".
       F-Envoie.
           EXIT.

      * le jalon traité quitte le statut A : on repart toujours du
      * premier en attente
       Envoie-Un-Jalon.
           MOVE "A" TO STA-MNOT
           MOVE 0 TO NUM4-MNOT
           START MXNOTIF KEY NOT < CLE4-MNOT INVALID
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-START
           READ MXNOTIF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF STA-MNOT NOT = "A"
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE CLI-MNOT TO W-CLI COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI TEL-MCLI LNG-MCLI
           END-READ
           MOVE LNG-MCLI TO TRD-LNG
           PERFORM Texte-Notification
           PERFORM Statut-Portail
           PERFORM Lit-Abonnement
           MOVE 0 TO W-IX
           PERFORM Rang-Jalon VARYING I FROM 1 BY 1 UNTIL I > 7
           MOVE 0 TO W-NBD
           MOVE SPACE TO DST-MNOT
           IF OPT-MNAB = 1 OR CAN-MNAB = "N"
           OR (W-IX NOT = 0 AND EVT-MNAB(W-IX) = 0)
                MOVE "R" TO STA-MNOT
                ADD 1 TO W-NBR
           ELSE
                IF CAN-MNAB = "M" OR CAN-MNAB = "B"
                     PERFORM Envoi-Mail
                END-IF
                IF CAN-MNAB = "S" OR CAN-MNAB = "B"
                     PERFORM Envoi-Sms
                END-IF
                IF W-NBD > 0
                     MOVE "E" TO STA-MNOT
                     ADD 1 TO W-NB
                ELSE
                     MOVE "S" TO STA-MNOT
                     ADD 1 TO W-NBS
                END-IF
                MOVE CAN-MNAB TO CAN-MNOT
                MOVE W-NBD TO NBD-MNOT
                ADD 1 TO NEN-MNOT
                MOVE W-DAT TO DEN-MNOT
           END-IF
           MOVE 1 TO POR-MNOT
           REWRITE ENR-MNOT INVALID
                DISPLAY "notif-b : réécriture MXNOTIF " NUM-MNOT
                MOVE 1 TO W-FIN
           END-REWRITE.

      * "<jalon> - bon <age>/<bon> : <détail>", dans la langue du
      * client
       Texte-Notification.
           PERFORM Libelle-Jalon
           PERFORM TRAD-LIB
           MOVE SPACE TO W-OBJ
           MOVE 1 TO W-PTR
           STRING TRD-TXT DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  INTO W-OBJ WITH POINTER W-PTR
           MOVE "NOT-BON" TO TRD-COD
           MOVE "bon" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE BON-MNOT TO W-BON-X
           STRING TRD-TXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AGE-MNOT DELIMITED BY " "
                  "/" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  INTO W-OBJ WITH POINTER W-PTR
           IF TXT-MNOT NOT = SPACE
                STRING " : " DELIMITED BY SIZE
                       TXT-MNOT DELIMITED BY "  "
                       INTO W-OBJ WITH POINTER W-PTR
                END-STRING
           END-IF.

       Libelle-Jalon.
           MOVE SPACE TO TRD-COD TRD-TXT
           STRING "NOT-" DELIMITED BY SIZE
                  EVT-MNOT DELIMITED BY SIZE
                  INTO TRD-COD
           EVALUATE EVT-MNOT
           WHEN "ACC" MOVE "Commande acceptée" TO TRD-TXT
           WHEN "ALL" MOVE "Article disponible" TO TRD-TXT
           WHEN "PRE" MOVE "Commande préparée" TO TRD-TXT
           WHEN "EXP" MOVE "Commande expédiée" TO TRD-TXT
           WHEN "LIV" MOVE "Commande livrée" TO TRD-TXT
           WHEN "DLP" MOVE "Date de livraison modifiée" TO TRD-TXT
           WHEN "FAC" MOVE "Commande facturée" TO TRD-TXT
           WHEN OTHER MOVE "Suivi de commande" TO TRD-TXT
           END-EVALUATE.

      * mail aux contacts du rôle du jalon, à défaut à l'adresse de
      * la fiche client (cf. envoi-ctc)
       Envoi-Mail.
           EVALUATE EVT-MNOT
           WHEN "PRE"
           WHEN "EXP"
           WHEN "LIV"
                MOVE "R" TO W-ROL
           WHEN "FAC"
                MOVE "C" TO W-ROL
           WHEN OTHER
                MOVE "A" TO W-ROL
           END-EVALUATE
           MOVE SPACE TO W-FIC
           MOVE 0 TO W-NBM
           CALL "envoi-ctc" USING CLI-MNOT W-ROL W-DOC NUM-MNOT W-FIC
                                  W-OBJ W-NBM
           ADD W-NBM TO W-NBD.

      * SMS : mobile de l'abonnement, sinon téléphone du client ;
      * le connecteur DS le remet à la passerelle SMS
       Envoi-Sms.
           MOVE MOB-MNAB TO W-MOB
           IF W-MOB = SPACE
                MOVE TEL-MCLI TO W-MOB.
           IF W-MOB = SPACE
                EXIT PARAGRAPH.
           PERFORM Ouvre-Spool
           MOVE SPACE TO ENR-SPOOL
           STRING "SMS;" DELIMITED BY SIZE
                  W-MOB DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-OBJ DELIMITED BY "  "
                  INTO ENR-SPOOL
           WRITE ENR-SPOOL
           ADD 1 TO W-NBD
           MOVE W-MOB TO DST-MNOT.

      * statut du bon pour le portail client
       Statut-Portail.
           PERFORM Ouvre-Spool
           MOVE SPACE TO ENR-SPOOL
           MOVE CLI-MNOT TO W-CLI-X
           MOVE BON-MNOT TO W-BON-X
           STRING "STATUT;" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  AGE-MNOT DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EVT-MNOT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DAT-MNOT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HEU-MNOT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-OBJ DELIMITED BY "  "
                  INTO ENR-SPOOL
           WRITE ENR-SPOOL.

       Ouvre-Spool.
           IF W-SPOOL-OUVERT = 1
                EXIT PARAGRAPH.
           MOVE SPACE TO ASSIGN-SPOOL
           STRING MX-DIR DELIMITED BY "  "
                  "/spool/notif-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-HEU(1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-SPOOL
           OPEN OUTPUT SPOOL
           MOVE 1 TO W-SPOOL-OUVERT.

      ******************************************************************
      *    RENVOIE : un jalon de nouveau envoyé
      ******************************************************************
       Renvoie.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NUM
           IF W-NUM = 0
                DISPLAY "usage : notif-b RENVOIE num"
                GO F-Renvoie.
           OPEN I-O MXNOTIF
           MOVE W-NUM TO NUM-MNOT
           READ MXNOTIF INVALID
                DISPLAY "notif-b : jalon inconnu " W-NUM
                CLOSE MXNOTIF
                GO F-Renvoie
           END-READ
           MOVE "A" TO STA-MNOT
           REWRITE ENR-MNOT INVALID CONTINUE
           END-REWRITE
           CLOSE MXNOTIF
           PERFORM Envoie THRU F-Envoie.
       F-Renvoie.
           EXIT.

      ******************************************************************
      *    HISTO : ce qui a été notifié au client
      ******************************************************************
       Histo.
           PERFORM Lit-Client-Param
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           IF W-CLI = 0
                DISPLAY "usage : notif-b HISTO cli [datdeb]"
                GO F-Histo.
           OPEN INPUT MXNOTIF
           IF FILE-STATUS NOT = "00"
                DISPLAY "notif-b : aucun jalon journalisé"
                GO F-Histo.
           MOVE W-CLI TO W-CLI-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/notif-" DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "Notifications de suivi du client " DELIMITED BY SIZE
                  W-CLI-X DELIMITED BY SIZE
                  " depuis le " DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "n°       date     heure age bon      jal s c  n envoi"
                TO LIGNE-ETAT
           MOVE "détail" TO LIGNE-ETAT(69:)
           WRITE LIGNE-ETAT
           MOVE 0 TO W-FIN W-NB
           MOVE W-CLI TO CLI-MNOT
           MOVE 0 TO NUM2-MNOT
           START MXNOTIF KEY NOT < CLE2-MNOT INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Histo-Un-Jalon UNTIL W-FIN = 1
           CLOSE MXNOTIF ETAT
           DISPLAY "notif-b : " W-NB " jalons, " ASSIGN-ETAT.
       F-Histo.
           EXIT.

       Histo-Un-Jalon.
           READ MXNOTIF NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MNOT NOT = W-CLI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF DAT-MNOT < W-DATDEB
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-HIS
           MOVE NUM-MNOT TO LH-NUM
           MOVE DAT-MNOT TO LH-DAT
           MOVE HEU-MNOT(1:4) TO LH-HEU
           MOVE AGE-MNOT TO LH-AGE
           MOVE BON-MNOT TO LH-BON
           MOVE EVT-MNOT TO LH-EVT
           MOVE STA-MNOT TO LH-STA
           MOVE CAN-MNOT TO LH-CAN
           MOVE NEN-MNOT TO LH-NEN
           MOVE DEN-MNOT TO LH-DEN
           MOVE TXT-MNOT TO LH-TXT
           WRITE LIGNE-ETAT FROM LIGNE-HIS
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".
           COPY "trad-doc.cbl".

       Fin.
           STOP RUN.
