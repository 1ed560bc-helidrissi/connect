      *{Bench}prg-comment
      * rech-rep.cbl
151026* rech-rep.cbl : représentant en vigueur pour un client à une
151026* date, d'après l'historique des réaffectations MXREPCLI, sur
151026* le modèle de ctl-assort.  Appelé par comrep-b
151026* (commissions), hiv-c2 (vues par représentant), sbd-c
151026* (représentant d'un nouveau bon) et terr-b.
151026* Entrée : client, date ; LK-REP porte le représentant connu
151026* par ailleurs (ligne d'historique, fiche client).
151026* Sortie : LK-REP remplacé par celui de la dernière ligne
151026* d'historique du client dont la date d'effet n'est pas
151026* postérieure à la date ; inchangé si le client n'a jamais
151026* été réaffecté.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rech-rep.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:44.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXREPCLI.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXREPCLI.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       LINKAGE                     SECTION.
       77 LK-CLI               PIC 9(08).
       77 LK-DAT               PIC 9(08).
       77 LK-REP               PIC 9(03).
       PROCEDURE DIVISION USING LK-CLI LK-DAT LK-REP.
       Debut.
           IF W-OUVERT = 0
                OPEN INPUT MXREPCLI
                IF FILE-STATUS NOT = "00"
                     MOVE 2 TO W-OUVERT
                ELSE
                     MOVE 1 TO W-OUVERT
                END-IF
           END-IF
           IF W-OUVERT NOT = 1
                GO F-Rech-Rep.
           MOVE LK-CLI TO CLI-MRPC
           MOVE LK-DAT TO DEF-MRPC
           START MXREPCLI KEY NOT > CLE1-MRPC INVALID
                GO F-Rech-Rep
           END-START
           READ MXREPCLI PREVIOUS AT END
                GO F-Rech-Rep
           END-READ
           IF CLI-MRPC = LK-CLI
                MOVE REP-MRPC TO LK-REP.
       F-Rech-Rep.
           EXIT PROGRAM.
