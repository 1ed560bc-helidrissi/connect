      *{Bench}prg-comment
      * vies-b.cbl
151026* vies-b.cbl : n° de TVA intracommunautaire des clients et
151026* fournisseurs, et leur vérification VIES.
151026*   NUMERO <fic>
151026*       enregistre les numéros, lignes C|F;code;numéro ; le
151026*       numéro est contrôlé (préfixe, longueur, clé : ctl-tvi)
151026*       avant d'être posé et repart "jamais vérifié" ;
151026*   DEMANDE
151026*       fichier de vérification ft/vies-demande-<aaaammjj>.txt,
151026*       lignes C|F;code;préfixe;corps, de tous les tiers UE
151026*       hors France actifs porteurs d'un numéro conforme (à
151026*       soumettre au service VIES de la Commission) ;
151026*   RETOUR <fic>
151026*       charge les réponses, lignes C|F;code;numéro;V|I[;date] :
151026*       résultat et date de la dernière vérification (une
151026*       réponse sur un numéro changé depuis est ignorée) ;
151026*   CONTROLE
151026*       liste ft/vies-anomalies.txt des clients UE hors France
151026*       sans numéro, au numéro non conforme, refusé ou jamais
151026*       vérifié ; sans numéro, non conforme ou refusé, le client
151026*       ne peut pas être facturé exonéré (cf. Controle-Cli de
151026*       sbd-c, facgrp-b), et la DEB signale les flux exonérés
151026*       vers un client non validé (deb-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. vies-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:05:48.
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
           SELECT MOUVT  ASSIGN TO ASSIGN-MOUVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-MOUVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXCLI.fd".
       COPY "MXFOU.fd".
       FD  MOUVT LABEL RECORD STANDARD.
       01  ENR-MOUVT           PIC X(100).
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
       77 W-PAR2               PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(06).
       77 W-ERR                PIC 9(05).
       77 W-TVI-UE             PIC 9.
       77 W-TVI-RET            PIC 9.
       77 W-TVI-MSG            PIC X(60).
       77 W-TVI                PIC X(14).
       77 W-PAYS               PIC X(02).
       77 W-MOTIF              PIC X(30).
           COPY "conv-num.wrk".
       01 W-ZONES-VIES.
           05 WV-TYP           PIC X(01).
           05 WV-COD           PIC X(08).
           05 WV-TVI           PIC X(14).
           05 WV-REP           PIC X(01).
           05 WV-DAT           PIC X(10).
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
                INTO W-FONCTION W-PAR2
           EVALUATE W-FONCTION
           WHEN "NUMERO"   PERFORM Charge-Numeros THRU F-Charge-Numeros
           WHEN "DEMANDE"  PERFORM Demande-Vies THRU F-Demande-Vies
           WHEN "RETOUR"   PERFORM Retour-Vies THRU F-Retour-Vies
           WHEN "CONTROLE" PERFORM Controle-Tiers THRU F-Controle-Tiers
           WHEN OTHER
                DISPLAY "vies-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : vies-b NUMERO fichier"
                DISPLAY "        vies-b DEMANDE"
                DISPLAY "        vies-b RETOUR fichier"
                DISPLAY "        vies-b CONTROLE"
           END-EVALUATE
           GO Fin.

      ******************************************************************
      *    NUMERO : enregistrement contrôlé des numéros
      ******************************************************************
       Charge-Numeros.
           IF W-PAR2 = SPACE
                DISPLAY "usage : vies-b NUMERO fichier"
                GO F-Charge-Numeros.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "vies-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Charge-Numeros.
           OPEN I-O MXCLI MXFOU
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Charge-Un-Numero UNTIL W-FIN = 1
           CLOSE MOUVT MXCLI MXFOU
           DISPLAY "vies-b : " W-NB " numéros posés, " W-ERR
                   " rejets".
       F-Charge-Numeros.
           EXIT.

       Charge-Un-Numero.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-VIES
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WV-TYP WV-COD WV-TVI
           PERFORM Lit-Tiers
           IF W-PAYS = "??"
                DISPLAY "vies-b : tiers inconnu " WV-TYP " " WV-COD
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           CALL "ctl-tvi" USING W-PAYS WV-TVI W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
      * un numéro vide efface l'ancien (tiers sorti de l'union)
           IF W-TVI-RET = 2
                DISPLAY "vies-b : " WV-TYP " " WV-COD " " WV-TVI
                        " : " W-TVI-MSG
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           IF WV-TYP = "F"
                MOVE WV-TVI TO TVI-MFOU
                MOVE 0 TO VIE-MFOU VIED-MFOU
                REWRITE ENR-MFOU INVALID ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           ELSE
                MOVE WV-TVI TO TVI-MCLI
                MOVE 0 TO VIE-MCLI VIED-MCLI
                REWRITE ENR-MCLI INVALID ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           END-IF
           ADD 1 TO W-NB.

      * lecture du tiers de la ligne (C client, F fournisseur) ;
      * pays et numéro courants rendus dans W-PAYS / W-TVI,
      * W-PAYS = "??" si le tiers est inconnu
       Lit-Tiers.
           MOVE "??" TO W-PAYS
           MOVE SPACE TO W-TVI
           IF WV-TYP = "F"
                MOVE WV-COD TO COD-MFOU
                READ MXFOU INVALID EXIT PARAGRAPH
                END-READ
                MOVE PAY-MFOU TO W-PAYS
                MOVE TVI-MFOU TO W-TVI
                EXIT PARAGRAPH.
           IF WV-TYP NOT = "C"
                EXIT PARAGRAPH.
           MOVE WV-COD TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO COD-MCLI
           READ MXCLI INVALID EXIT PARAGRAPH
           END-READ
           MOVE PAY-MCLI TO W-PAYS
           MOVE TVI-MCLI TO W-TVI.

      ******************************************************************
      *    DEMANDE : fichier de vérification VIES
      ******************************************************************
       Demande-Vies.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/vies-demande-" DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           OPEN INPUT MXCLI MXFOU
           MOVE 0 TO W-NB W-FIN COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Demande-Un-Client UNTIL W-FIN = 1
           MOVE LOW-VALUE TO COD-MFOU
           MOVE 0 TO W-FIN
           START MXFOU KEY NOT < CLE1-MFOU INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Demande-Un-Fournisseur UNTIL W-FIN = 1
           CLOSE ETAT MXCLI MXFOU
           DISPLAY "vies-b : " W-NB " numéros à vérifier, fichier "
                   ASSIGN-ETAT.
       F-Demande-Vies.
           EXIT.

       Demande-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1 OR TVI-MCLI = SPACE
                EXIT PARAGRAPH.
           CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
           IF W-TVI-UE = 0 OR W-TVI-RET NOT = 0
                EXIT PARAGRAPH.
           MOVE "C" TO WV-TYP
           MOVE COD-MCLI TO WV-COD
           MOVE TVI-MCLI TO W-TVI
           PERFORM Ecrit-Demande.

       Demande-Un-Fournisseur.
           READ MXFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MFOU = 1 OR TVI-MFOU = SPACE
                EXIT PARAGRAPH.
           CALL "ctl-tvi" USING PAY-MFOU TVI-MFOU W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
           IF W-TVI-UE = 0 OR W-TVI-RET NOT = 0
                EXIT PARAGRAPH.
           MOVE "F" TO WV-TYP
           MOVE COD-MFOU TO WV-COD
           MOVE TVI-MFOU TO W-TVI
           PERFORM Ecrit-Demande.

      * préfixe et corps séparés, comme les attend la requête VIES
       Ecrit-Demande.
           MOVE SPACE TO LIGNE-ETAT
           STRING WV-TYP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WV-COD DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  W-TVI(1:2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-TVI(3:12) DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD 1 TO W-NB.

      ******************************************************************
      *    RETOUR : résultats de la vérification
      ******************************************************************
       Retour-Vies.
           IF W-PAR2 = SPACE
                DISPLAY "usage : vies-b RETOUR fichier"
                GO F-Retour-Vies.
           MOVE W-PAR2 TO ASSIGN-MOUVT
           OPEN INPUT MOUVT
           IF FILE-STATUS-MOUVT NOT = "00"
                DISPLAY "vies-b : fichier introuvable " ASSIGN-MOUVT
                GO F-Retour-Vies.
           OPEN I-O MXCLI MXFOU
           MOVE 0 TO W-FIN W-NB W-ERR
           PERFORM Retour-Une-Reponse UNTIL W-FIN = 1
           CLOSE MOUVT MXCLI MXFOU
           DISPLAY "vies-b : " W-NB " réponses chargées, " W-ERR
                   " ignorées".
       F-Retour-Vies.
           EXIT.

       Retour-Une-Reponse.
           READ MOUVT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE SPACE TO W-ZONES-VIES
           UNSTRING ENR-MOUVT DELIMITED BY ";"
                INTO WV-TYP WV-COD WV-TVI WV-REP WV-DAT
           IF WV-REP NOT = "V" AND WV-REP NOT = "I"
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           PERFORM Lit-Tiers
           IF W-PAYS = "??" OR W-TVI NOT = WV-TVI
                DISPLAY "vies-b : réponse ignorée " WV-TYP " " WV-COD
                        " " WV-TVI
                ADD 1 TO W-ERR
                EXIT PARAGRAPH.
           MOVE W-DAT TO CVN-SOR
           IF WV-DAT NOT = SPACE
                MOVE WV-DAT TO CVN-ENT
                PERFORM CONV-NUM
           END-IF
           IF WV-TYP = "F"
                MOVE 2 TO VIE-MFOU
                IF WV-REP = "V" MOVE 1 TO VIE-MFOU
                END-IF
                MOVE CVN-SOR TO VIED-MFOU
                REWRITE ENR-MFOU INVALID ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           ELSE
                MOVE 2 TO VIE-MCLI
                IF WV-REP = "V" MOVE 1 TO VIE-MCLI
                END-IF
                MOVE CVN-SOR TO VIED-MCLI
                REWRITE ENR-MCLI INVALID ADD 1 TO W-ERR
                     EXIT PARAGRAPH
                END-REWRITE
           END-IF
           ADD 1 TO W-NB.

      ******************************************************************
      *    CONTROLE : clients UE sans numéro validé
      ******************************************************************
       Controle-Tiers.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/vies-anomalies.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CLIENTS UE SANS N° TVA VALIDE AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           OPEN INPUT MXCLI
           MOVE 0 TO W-NB W-FIN COD-MCLI
           START MXCLI KEY NOT < CLE1-MCLI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Controle-Un-Client UNTIL W-FIN = 1
           CLOSE ETAT MXCLI
           DISPLAY "vies-b : " W-NB " clients en anomalie, état "
                   ASSIGN-ETAT.
       F-Controle-Tiers.
           EXIT.

       Controle-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CANN-MCLI = 1
                EXIT PARAGRAPH.
           CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
           IF W-TVI-UE = 0
                EXIT PARAGRAPH.
           EVALUATE TRUE
           WHEN W-TVI-RET = 1 MOVE "NUMERO ABSENT" TO W-MOTIF
           WHEN W-TVI-RET = 2 MOVE "NUMERO NON CONFORME" TO W-MOTIF
           WHEN VIE-MCLI = 2  MOVE "REFUSE PAR VIES" TO W-MOTIF
           WHEN VIE-MCLI = 0  MOVE "JAMAIS VERIFIE" TO W-MOTIF
           WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACE TO LIGNE-ETAT
           STRING COD-MCLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAY-MCLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TVI-MCLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MOTIF DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           ADD 1 TO W-NB.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
