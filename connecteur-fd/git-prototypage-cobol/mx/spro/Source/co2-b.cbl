      *{Bench}prg-comment
      * co2-b.cbl
151026* co2-b.cbl : information CO2 des prestations de transport.
151026* Les facteurs d'émission et les distances se lisent dans
151026* MX-DIR/co2.cfg :
151026*   V;véhicule;g CO2e par km      (VEH-MTOU des tournées)
151026*   T;transporteur;mode;g CO2e par tonne.km
151026*                                 (mode ROU, FER, MER, AIR ;
151026*                                 la première ligne du
151026*                                 transporteur est son mode
151026*                                 par défaut)
151026*   Z;zone;km                     (distance estimée d'une
151026*                                 zone de livraison ZLV)
151026*   D;g/km;g/t.km;km              (valeurs à défaut, sinon
151026*                                 900, 100 et 30)
151026* Fonctions :
151026*   DISTANCE <age> <date> <nto> <seq> <km>
151026*       distance estimée d'un arrêt, qui prime celle de sa
151026*       zone (KMS-MTOB) ;
151026*   TOURNEE <age> <date> <nto>
151026*       après la tournée : émissions de la tournée = facteur
151026*       du véhicule x somme des distances des arrêts (de
151026*       l'arrêt, à défaut de la zone du site ou du client),
151026*       réparties sur les bons au poids chargé (POI-MTOB, cf.
151026*       Cal-Poi-Bon de tournee-b), à parts égales si aucun
151026*       poids n'est connu ; ft/co2-tournee-<age>-<nto>.txt ;
151026*   EXPEDITIONS <age> <date> [mode]
151026*       bons remis le jour aux transporteurs (MXTRACK, colis
151026*       enlevés) : facteur du transporteur x poids livré en
151026*       tonnes x distance de la zone ; ft/co2-exp-<age>.txt ;
151026*   MOIS <aaaamm> [age]
151026*       relevé mensuel par client puis par agence,
151026*       ft/co2-mois-<aaaamm>.txt ;
151026*   ATTESTATION <cli> <aaaa>
151026*       relevé annuel du client, livraison par livraison,
151026*       avec la méthode de calcul, ft/co2-attest-<cli>-<aaaa>.txt
151026* Le résultat par bon (MXCO2BON) s'imprime sur la facture
151026* (facgrp-b).  Un nouveau calcul de la même tournée ou du
151026* même jour remplace le précédent.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. co2-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:47:22.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXTOURNEE.sl".
       COPY "MXTOURBON.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXART.sl".
       COPY "MXCLI.sl".
       COPY "MXTRACK.sl".
       COPY "MXCO2BON.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXTOURNEE.fd".
       COPY "MXTOURBON.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXART.fd".
       COPY "MXCLI.fd".
       COPY "MXTRACK.fd".
       COPY "MXCO2BON.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(80).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(12).
       77 W-PAR2               PIC X(30).
       77 W-PAR3               PIC X(30).
       77 W-PAR4               PIC X(30).
       77 W-PAR5               PIC X(30).
       77 W-PAR6               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-DATT               PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-AGE                PIC X(03).
       77 W-NTO                PIC 9(03).
       77 W-SEQ                PIC 9(03).
       77 W-CLI                PIC 9(08).
       77 W-CLI-PREC           PIC 9(08).
       77 W-BON-PREC           PIC 9(08).
       77 W-MODE               PIC X(03).
       77 W-ZON                PIC X(03).
       77 W-FIN                PIC 9.
       77 W-FINL               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB-CLI             PIC 9(05).
       77 W-FAC                PIC 9(05)V99.
       77 W-KMS                PIC 9(05)V9.
       77 W-KMS-TOUR           PIC 9(05)V9.
       77 W-POI                PIC 9(07)V999.
       77 W-POI-TOUR           PIC 9(07)V999.
       77 W-CO2                PIC 9(07)V999.
       77 W-CO2-TOUR           PIC 9(07)V999.
       77 W-CO2-CLI            PIC 9(09)V999.
       77 W-POI-CLI            PIC 9(09)V999.
       77 W-CO2-TOT            PIC 9(09)V999.
       77 W-POI-TOT            PIC 9(09)V999.
       77 W-CO2-ED             PIC Z(8)9,999.
       77 W-POI-ED             PIC Z(8)9,999.
       77 W-KMS-ED             PIC Z(4)9,9.
       77 W-FAC-ED             PIC Z(4)9,99.
       77 W-NB-ED              PIC ZZZZ9.
       77 I                    PIC 9(03) COMP.
       77 J                    PIC 9(03) COMP.
       78 MAXVEH               VALUE IS 50.
       78 MAXTRP               VALUE IS 50.
       78 MAXZON               VALUE IS 100.
       78 MAXAGE               VALUE IS 50.
           COPY "conv-num.wrk".
      * facteurs et distances (co2.cfg)
       77 W-DEF-VEH            PIC 9(05)V99.
       77 W-DEF-TRP            PIC 9(05)V99.
       77 W-DEF-KMS            PIC 9(05)V9.
       01 W-VEHICULES.
           05 W-VH OCCURS 50.
              10 W-VH-COD      PIC X(10).
              10 W-VH-FAC      PIC 9(05)V99.
       77 W-NBVH               PIC 9(03) COMP.
       01 W-TRANSPORTEURS.
           05 W-TR OCCURS 50.
              10 W-TR-COD      PIC X(05).
              10 W-TR-MOD      PIC X(03).
              10 W-TR-FAC      PIC 9(05)V99.
       77 W-NBTR               PIC 9(03) COMP.
       01 W-ZONES.
           05 W-ZN OCCURS 100.
              10 W-ZN-COD      PIC X(03).
              10 W-ZN-KMS      PIC 9(05)V9.
       77 W-NBZN               PIC 9(03) COMP.
       01 W-ZONES-CFG.
           05 WF-TYP           PIC X(01).
           05 WF-Z2            PIC X(12).
           05 WF-Z3            PIC X(12).
           05 WF-Z4            PIC X(12).
      * totaux du relevé mensuel par agence
       01 W-AGENCES.
           05 W-AG OCCURS 50.
              10 W-AG-COD      PIC X(03).
              10 W-AG-NB       PIC 9(05).
              10 W-AG-POI      PIC 9(09)V999.
              10 W-AG-CO2      PIC 9(09)V999.
       77 W-NBAG               PIC 9(03) COMP.
       01 LIGNE-CO2.
           05 LC-SEQ           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LC-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-ZON           PIC X(03).
           05 FILLER           PIC X(01).
           05 LC-KMS           PIC Z(4)9,9.
           05 FILLER           PIC X(01).
           05 LC-POI           PIC Z(6)9,999.
           05 FILLER           PIC X(01).
           05 LC-CO2           PIC Z(6)9,999.
       01 LIGNE-CLI.
           05 LL-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LL-RAI           PIC X(30).
           05 FILLER           PIC X(01).
           05 LL-NB            PIC ZZZZ9.
           05 FILLER           PIC X(01).
           05 LL-POI           PIC Z(8)9,999.
           05 FILLER           PIC X(01).
           05 LL-CO2           PIC Z(8)9,999.
       01 LIGNE-ATT.
           05 LA-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-AGE           PIC X(03).
           05 FILLER           PIC X(01).
           05 LA-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LA-MOY           PIC X(12).
           05 FILLER           PIC X(01).
           05 LA-RES           PIC X(10).
           05 FILLER           PIC X(01).
           05 LA-POI           PIC Z(6)9,999.
           05 FILLER           PIC X(01).
           05 LA-KMS           PIC Z(4)9,9.
           05 FILLER           PIC X(01).
           05 LA-CO2           PIC Z(6)9,999.
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
                INTO W-FONCTION W-PAR2 W-PAR3 W-PAR4 W-PAR5 W-PAR6
           EVALUATE W-FONCTION
           WHEN "DISTANCE"    PERFORM Saisie-Distance
                                 THRU F-Saisie-Distance
           WHEN "TOURNEE"     PERFORM Calcule-Tournee
                                 THRU F-Calcule-Tournee
           WHEN "EXPEDITIONS" PERFORM Calcule-Expeditions
                                 THRU F-Calcule-Expeditions
           WHEN "MOIS"        PERFORM Releve-Mois THRU F-Releve-Mois
           WHEN "ATTESTATION" PERFORM Attestation THRU F-Attestation
           WHEN OTHER
                DISPLAY "co2-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : co2-b DISTANCE age date nto seq km"
                DISPLAY "        co2-b TOURNEE age date nto"
                DISPLAY "        co2-b EXPEDITIONS age date [mode]"
                DISPLAY "        co2-b MOIS aaaamm [age]"
                DISPLAY "        co2-b ATTESTATION cli aaaa"
           END-EVALUATE
           GO Fin.

      * facteurs d'émission et distances : MX-DIR/co2.cfg
       Charge-Facteurs.
           MOVE 900 TO W-DEF-VEH
           MOVE 100 TO W-DEF-TRP
           MOVE 30 TO W-DEF-KMS
           MOVE 0 TO W-NBVH W-NBTR W-NBZN
           STRING MX-DIR DELIMITED BY "  "
                  "/co2.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                DISPLAY "co2-b : co2.cfg absent, facteurs par défaut"
                EXIT PARAGRAPH.
           MOVE 0 TO W-FINL
           PERFORM Charge-Un-Facteur UNTIL W-FINL = 1
           CLOSE CONFIG.

       Charge-Un-Facteur.
           READ CONFIG AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF ENR-CONFIG = SPACE OR ENR-CONFIG(1:1) = "*"
                EXIT PARAGRAPH.
           MOVE SPACE TO W-ZONES-CFG
           UNSTRING ENR-CONFIG DELIMITED BY ";"
                INTO WF-TYP WF-Z2 WF-Z3 WF-Z4
           EVALUATE WF-TYP
           WHEN "V"
                IF W-NBVH < MAXVEH
                     ADD 1 TO W-NBVH
                     MOVE WF-Z2 TO W-VH-COD(W-NBVH)
                     MOVE WF-Z3 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-VH-FAC(W-NBVH)
                END-IF
           WHEN "T"
                IF W-NBTR < MAXTRP
                     ADD 1 TO W-NBTR
                     MOVE WF-Z2 TO W-TR-COD(W-NBTR)
                     MOVE WF-Z3 TO W-TR-MOD(W-NBTR)
                     MOVE WF-Z4 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-TR-FAC(W-NBTR)
                END-IF
           WHEN "Z"
                IF W-NBZN < MAXZON
                     ADD 1 TO W-NBZN
                     MOVE WF-Z2 TO W-ZN-COD(W-NBZN)
                     MOVE WF-Z3 TO CVN-ENT
                     PERFORM CONV-NUM
                     MOVE CVN-SOR TO W-ZN-KMS(W-NBZN)
                END-IF
           WHEN "D"
                MOVE WF-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-DEF-VEH
                END-IF
                MOVE WF-Z3 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-DEF-TRP
                END-IF
                MOVE WF-Z4 TO CVN-ENT
                PERFORM CONV-NUM
                IF CVN-SOR > 0
                     MOVE CVN-SOR TO W-DEF-KMS
                END-IF
           END-EVALUATE.

      * distance de la zone W-ZON (W-KMS), défaut sinon
       Distance-Zone.
           MOVE W-DEF-KMS TO W-KMS
           MOVE 1 TO I
           PERFORM Zone-Suivante
                   UNTIL I > W-NBZN OR W-ZN-COD(I) = W-ZON
           IF I NOT > W-NBZN
                MOVE W-ZN-KMS(I) TO W-KMS.

       Zone-Suivante.
           ADD 1 TO I.

      * zone de livraison du bon courant : celle du site du carnet
      * d'adresses, à défaut celle du client (comme Cal-Port)
       Zone-Du-Bon.
           MOVE SPACE TO W-ZON
           IF ZLV-MBDI NOT = SPACE
                MOVE ZLV-MBDI TO W-ZON
                EXIT PARAGRAPH.
           MOVE CLI-MBDI TO COD-MCLI
           READ MXCLI INVALID MOVE SPACE TO ZLV-MCLI
           END-READ
           MOVE ZLV-MCLI TO W-ZON.

       Ouvre-Co2.
           OPEN I-O MXCO2BON
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCO2BON
                CLOSE MXCO2BON
                OPEN I-O MXCO2BON.

      * le résultat du bon remplace un calcul précédent
       Ecrit-Co2.
           MOVE AGE-MCO2 TO AG2-MCO2
           MOVE BON-MCO2 TO BO2-MCO2
           MOVE DAT-MCO2 TO DA2-MCO2
           MOVE NTO-MCO2 TO NT2-MCO2
           MOVE W-DAT TO DCA-MCO2
           WRITE ENR-MCO2 INVALID
                REWRITE ENR-MCO2 INVALID
                     DISPLAY "co2-b : écriture MXCO2BON " BON-MCO2
                END-REWRITE
           END-WRITE.

      ******************************************************************
      *    DISTANCE : distance estimée d'un arrêt
      ******************************************************************
       Saisie-Distance.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATT
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NTO
           MOVE W-PAR5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-SEQ
           MOVE W-PAR6 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-KMS
           IF W-AGE = SPACE OR W-DATT = 0 OR W-NTO = 0 OR W-SEQ = 0
                DISPLAY "usage : co2-b DISTANCE age date nto seq km"
                GO F-Saisie-Distance.
           OPEN I-O MXTOURBON
           MOVE W-AGE TO AGE-MTOB
           MOVE W-DATT TO DAT-MTOB
           MOVE W-NTO TO NTO-MTOB
           MOVE W-SEQ TO SEQ-MTOB
           READ MXTOURBON INVALID
                DISPLAY "co2-b : arrêt inconnu"
                CLOSE MXTOURBON
                GO F-Saisie-Distance
           END-READ
           MOVE W-KMS TO KMS-MTOB
           REWRITE ENR-MTOB INVALID
                DISPLAY "co2-b : réécriture arrêt"
           END-REWRITE
           CLOSE MXTOURBON
           DISPLAY "co2-b : arrêt " W-SEQ " distance " W-KMS " km".
       F-Saisie-Distance.
           EXIT.

      ******************************************************************
      *    TOURNEE : émissions de la tournée réparties au poids
      ******************************************************************
       Calcule-Tournee.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATT
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NTO
           IF W-AGE = SPACE OR W-DATT = 0 OR W-NTO = 0
                DISPLAY "usage : co2-b TOURNEE age date nto"
                GO F-Calcule-Tournee.
           PERFORM Charge-Facteurs
           OPEN INPUT MXTOURNEE MXTOURBON MXBDIS MXCLI
           MOVE W-AGE TO AGE-MTOU
           MOVE W-DATT TO DAT-MTOU
           MOVE W-NTO TO NTO-MTOU
           READ MXTOURNEE INVALID
                DISPLAY "co2-b : tournée inconnue " W-NTO
                CLOSE MXTOURNEE MXTOURBON MXBDIS MXCLI
                GO F-Calcule-Tournee
           END-READ
           MOVE W-DEF-VEH TO W-FAC
           MOVE 1 TO I
           PERFORM Vehicule-Suivant
                   UNTIL I > W-NBVH OR W-VH-COD(I) = VEH-MTOU
           IF I NOT > W-NBVH
                MOVE W-VH-FAC(I) TO W-FAC.
      * premier passage : distance et poids de la tournée
           MOVE 0 TO W-KMS-TOUR W-POI-TOUR W-NB
           PERFORM Debut-Arrets
           PERFORM Cumule-Un-Arret UNTIL W-FIN = 1
           IF W-NB = 0
                DISPLAY "co2-b : tournée sans arrêt " W-NTO
                CLOSE MXTOURNEE MXTOURBON MXBDIS MXCLI
                GO F-Calcule-Tournee.
           COMPUTE W-CO2-TOUR ROUNDED = W-FAC * W-KMS-TOUR / 1000
           PERFORM Ouvre-Co2
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/co2-tournee-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-NTO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE W-FAC TO W-FAC-ED
           MOVE W-KMS-TOUR TO W-KMS-ED
           MOVE W-CO2-TOUR TO W-CO2-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "EMISSIONS CO2 - TOURNEE " DELIMITED BY SIZE
                  W-NTO DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DATT DELIMITED BY SIZE
                  " - VEHICULE " DELIMITED BY SIZE
                  VEH-MTOU DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FACTEUR " DELIMITED BY SIZE
                  W-FAC-ED DELIMITED BY SIZE
                  " G CO2E/KM - DISTANCE " DELIMITED BY SIZE
                  W-KMS-ED DELIMITED BY SIZE
                  " KM - TOTAL " DELIMITED BY SIZE
                  W-CO2-ED DELIMITED BY SIZE
                  " KG CO2E" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "ARR BON      CLIENT   ZON     KM       POIDS KG     KG
      -         " CO2E" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * second passage : part de chaque bon
           PERFORM Debut-Arrets
           PERFORM Repartit-Un-Arret UNTIL W-FIN = 1
           CLOSE ETAT MXTOURNEE MXTOURBON MXBDIS MXCLI MXCO2BON
           DISPLAY "co2-b : tournée " W-NTO " " W-CO2-ED
                   " kg CO2e sur " W-NB " arrêts".
       F-Calcule-Tournee.
           EXIT.

       Vehicule-Suivant.
           ADD 1 TO I.

       Debut-Arrets.
           MOVE SPACE TO ENR-MTOB
           MOVE W-AGE TO AGE-MTOB
           MOVE W-DATT TO DAT-MTOB
           MOVE W-NTO TO NTO-MTOB
           MOVE 0 TO SEQ-MTOB W-FIN
           START MXTOURBON KEY NOT < CLE1-MTOB INVALID
                MOVE 1 TO W-FIN
           END-START.

      * arrêt suivant de la tournée, avec son bon et sa distance
       Lit-Arret.
           READ MXTOURBON NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MTOB NOT = W-AGE OR DAT-MTOB NOT = W-DATT
           OR NTO-MTOB NOT = W-NTO
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MBDI
           MOVE BON-MTOB TO BON-MBDI
           READ MXBDIS INVALID
                MOVE 0 TO CLI-MBDI
                MOVE SPACE TO ZLV-MBDI
           END-READ
           PERFORM Zone-Du-Bon
           IF KMS-MTOB > 0
                MOVE KMS-MTOB TO W-KMS
           ELSE PERFORM Distance-Zone
           END-IF.

       Cumule-Un-Arret.
           PERFORM Lit-Arret
           IF W-FIN = 1
                EXIT PARAGRAPH.
           ADD W-KMS TO W-KMS-TOUR
           ADD POI-MTOB TO W-POI-TOUR
           ADD 1 TO W-NB.

       Repartit-Un-Arret.
           PERFORM Lit-Arret
           IF W-FIN = 1
                EXIT PARAGRAPH.
           IF W-POI-TOUR > 0
                COMPUTE W-CO2 ROUNDED
                        = W-CO2-TOUR * POI-MTOB / W-POI-TOUR
           ELSE
                COMPUTE W-CO2 ROUNDED = W-CO2-TOUR / W-NB
           END-IF
           INITIALIZE ENR-MCO2
           MOVE W-AGE TO AGE-MCO2
           MOVE BON-MTOB TO BON-MCO2
           MOVE W-DATT TO DAT-MCO2
           MOVE W-NTO TO NTO-MCO2
           MOVE CLI-MBDI TO CLI-MCO2
           MOVE "T" TO MOY-MCO2
           MOVE VEH-MTOU TO RES-MCO2
           MOVE "ROU" TO MOD-MCO2
           MOVE W-FAC TO FAC-MCO2
           MOVE POI-MTOB TO POI-MCO2
           MOVE W-KMS-TOUR TO KMS-MCO2
           MOVE W-CO2 TO CO2-MCO2
           MOVE W-CO2-TOUR TO CTO-MCO2
           PERFORM Ecrit-Co2
           MOVE SPACE TO LIGNE-CO2
           MOVE SEQ-MTOB TO LC-SEQ
           MOVE BON-MTOB TO LC-BON
           MOVE CLI-MBDI TO LC-CLI
           MOVE W-ZON TO LC-ZON
           MOVE W-KMS TO LC-KMS
           MOVE POI-MTOB TO LC-POI
           MOVE W-CO2 TO LC-CO2
           WRITE LIGNE-ETAT FROM LIGNE-CO2.

      ******************************************************************
      *    EXPEDITIONS : bons remis aux transporteurs
      ******************************************************************
       Calcule-Expeditions.
           MOVE W-PAR2 TO W-AGE
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATT
           MOVE W-PAR4 TO W-MODE
           IF W-AGE = SPACE OR W-DATT = 0
                DISPLAY "usage : co2-b EXPEDITIONS age date [mode]"
                GO F-Calcule-Expeditions.
           PERFORM Charge-Facteurs
           OPEN INPUT MXTRACK MXBDIS MXLDIS MXART MXCLI
           PERFORM Ouvre-Co2
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/co2-exp-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "EMISSIONS CO2 - EXPEDITIONS TRANSPORTEURS DU "
                  DELIMITED BY SIZE
                  W-DATT DELIMITED BY SIZE
                  " - AGENCE " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "TRP   BON      CLIENT   ZON     KM       POIDS KG     K
      -         "G CO2E" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-BON-PREC W-CO2-TOT W-FIN
           MOVE SPACE TO ENR-MTRK
           MOVE W-AGE TO AGE-MTRK
           MOVE 0 TO BON-MTRK NCA-MTRK
           START MXTRACK KEY NOT < CLE2-MTRK INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Expedition-Un-Colis UNTIL W-FIN = 1
           MOVE W-CO2-TOT TO W-CO2-ED
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL " DELIMITED BY SIZE
                  W-CO2-ED DELIMITED BY SIZE
                  " KG CO2E" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXTRACK MXBDIS MXLDIS MXART MXCLI MXCO2BON
           DISPLAY "co2-b : " W-NB " bons expédiés, " W-CO2-ED
                   " kg CO2e".
       F-Calcule-Expeditions.
           EXIT.

      * un bon par ses colis enlevés du jour : le premier colis
      * donne transporteur et zone
       Expedition-Un-Colis.
           READ MXTRACK NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MTRK NOT = W-AGE
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF DAT-MTRK NOT = W-DATT OR STA-MTRK = "P"
           OR BON-MTRK = W-BON-PREC
                EXIT PARAGRAPH.
           MOVE BON-MTRK TO W-BON-PREC
           MOVE W-AGE TO AGE-MBDI
           MOVE BON-MTRK TO BON-MBDI
           READ MXBDIS INVALID
                EXIT PARAGRAPH
           END-READ
           PERFORM Poids-Livre
           MOVE ZON-MTRK TO W-ZON
           PERFORM Distance-Zone
           PERFORM Facteur-Transporteur
           COMPUTE W-CO2 ROUNDED = W-FAC * W-POI * W-KMS / 1000000
           INITIALIZE ENR-MCO2
           MOVE W-AGE TO AGE-MCO2
           MOVE BON-MTRK TO BON-MCO2
           MOVE W-DATT TO DAT-MCO2
           MOVE 0 TO NTO-MCO2
           MOVE CLI-MBDI TO CLI-MCO2
           MOVE "X" TO MOY-MCO2
           MOVE TRP-MTRK TO RES-MCO2
           MOVE W-FAC TO FAC-MCO2
           MOVE W-POI TO POI-MCO2
           MOVE W-KMS TO KMS-MCO2
           MOVE W-CO2 TO CO2-MCO2 CTO-MCO2
           PERFORM Ecrit-Co2
           MOVE SPACE TO LIGNE-CO2
           MOVE BON-MTRK TO LC-BON
           MOVE CLI-MBDI TO LC-CLI
           MOVE W-ZON TO LC-ZON
           MOVE W-KMS TO LC-KMS
           MOVE W-POI TO LC-POI
           MOVE W-CO2 TO LC-CO2
           MOVE LIGNE-CO2 TO LIGNE-ETAT
           MOVE TRP-MTRK TO LIGNE-ETAT(1:5)
           WRITE LIGNE-ETAT
           ADD W-CO2 TO W-CO2-TOT
           ADD 1 TO W-NB.

      * facteur du transporteur dans le mode demandé, à défaut son
      * premier mode, à défaut le facteur par défaut (MOD-MCO2)
       Facteur-Transporteur.
           MOVE W-DEF-TRP TO W-FAC
           MOVE "ROU" TO MOD-MCO2
           MOVE 0 TO W-TROUVE
           PERFORM Mode-Transporteur VARYING I FROM 1 BY 1
                   UNTIL I > W-NBTR.

       Mode-Transporteur.
           IF W-TR-COD(I) = TRP-MTRK
           AND (W-TROUVE = 0 OR W-TR-MOD(I) = W-MODE)
                MOVE W-TR-FAC(I) TO W-FAC
                MOVE W-TR-MOD(I) TO MOD-MCO2
                MOVE 1 TO W-TROUVE.

      * poids livré du bon : lignes livrées x poids article
       Poids-Livre.
           MOVE 0 TO W-POI
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FINL
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FINL
           END-START
           PERFORM Poids-Une-Ligne UNTIL W-FINL = 1.

       Poids-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FINL
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FINL
                EXIT PARAGRAPH.
           IF TLI-MLDI NOT = 1 OR PZE-MLDI = 4 OR QTE-MLDI NOT > 0
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE 0 TO POI-MART
           END-READ
           COMPUTE W-POI = W-POI + (QTE-MLDI * POI-MART).

      ******************************************************************
      *    MOIS : relevé mensuel par client et par agence
      ******************************************************************
       Releve-Mois.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           COMPUTE W-DATDEB = CVN-SOR * 100 + 1
           COMPUTE W-DATFIN = CVN-SOR * 100 + 31
           MOVE W-PAR3 TO W-AGE
           IF CVN-SOR < 190001
                DISPLAY "usage : co2-b MOIS aaaamm [age]"
                GO F-Releve-Mois.
           OPEN INPUT MXCO2BON MXCLI
           IF FILE-STATUS NOT = "00"
                DISPLAY "co2-b : aucune émission calculée"
                GO F-Releve-Mois.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/co2-mois-" DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "EMISSIONS CO2 DU TRANSPORT - MOIS " DELIMITED BY SIZE
                  W-PAR2 DELIMITED BY " "
                  " - AGENCE " DELIMITED BY SIZE
                  W-PAR3 DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "CLIENT   RAISON SOCIALE                 LIVR.      POID
      -         "S KG       KG CO2E" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBAG W-NB-CLI W-CLI-PREC W-POI-TOT W-CO2-TOT
           MOVE 0 TO W-NB W-POI-CLI W-CO2-CLI W-FIN
           MOVE LOW-VALUE TO CLE2-MCO2
           START MXCO2BON KEY NOT < CLE2-MCO2 INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Mois-Un-Bon UNTIL W-FIN = 1
           PERFORM Rupture-Client
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "PAR AGENCE" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Edite-Agence VARYING J FROM 1 BY 1
                   UNTIL J > W-NBAG
           MOVE SPACE TO LIGNE-CLI
           MOVE "TOTAL" TO LL-RAI
           MOVE W-POI-TOT TO LL-POI
           MOVE W-CO2-TOT TO LL-CO2
           WRITE LIGNE-ETAT FROM LIGNE-CLI
           CLOSE ETAT MXCO2BON MXCLI
           DISPLAY "co2-b : relevé " W-NB-CLI " clients, état "
                   ASSIGN-ETAT.
       F-Releve-Mois.
           EXIT.

       Mois-Un-Bon.
           READ MXCO2BON NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF DA2-MCO2 < W-DATDEB OR DA2-MCO2 > W-DATFIN
                EXIT PARAGRAPH.
           IF W-AGE NOT = SPACE AND AG2-MCO2 NOT = W-AGE
                EXIT PARAGRAPH.
           IF CLI-MCO2 NOT = W-CLI-PREC
                PERFORM Rupture-Client
                MOVE CLI-MCO2 TO W-CLI-PREC.
           ADD 1 TO W-NB
           ADD POI-MCO2 TO W-POI-CLI W-POI-TOT
           ADD CO2-MCO2 TO W-CO2-CLI W-CO2-TOT
           PERFORM Cumule-Agence.

       Rupture-Client.
           IF W-NB = 0
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-CLI
           MOVE W-CLI-PREC TO LL-CLI COD-MCLI
           READ MXCLI INVALID MOVE SPACE TO RAI-MCLI
           END-READ
           MOVE RAI-MCLI TO LL-RAI
           MOVE W-NB TO LL-NB
           MOVE W-POI-CLI TO LL-POI
           MOVE W-CO2-CLI TO LL-CO2
           WRITE LIGNE-ETAT FROM LIGNE-CLI
           ADD 1 TO W-NB-CLI
           MOVE 0 TO W-NB W-POI-CLI W-CO2-CLI.

       Cumule-Agence.
           PERFORM Cherche-Agence
           IF J > W-NBAG
                IF W-NBAG NOT < MAXAGE
                     EXIT PARAGRAPH
                END-IF
                ADD 1 TO W-NBAG
                MOVE W-NBAG TO J
                MOVE AG2-MCO2 TO W-AG-COD(J)
                MOVE 0 TO W-AG-NB(J) W-AG-POI(J) W-AG-CO2(J)
           END-IF
           ADD 1 TO W-AG-NB(J)
           ADD POI-MCO2 TO W-AG-POI(J)
           ADD CO2-MCO2 TO W-AG-CO2(J).

       Cherche-Agence.
           MOVE 1 TO J
           PERFORM Agence-Suivante
                   UNTIL J > W-NBAG OR W-AG-COD(J) = AG2-MCO2.

       Agence-Suivante.
           ADD 1 TO J.

       Edite-Agence.
           MOVE SPACE TO LIGNE-CLI
           STRING "AGENCE " DELIMITED BY SIZE
                  W-AG-COD(J) DELIMITED BY SIZE
                  INTO LL-RAI
           MOVE W-AG-NB(J) TO LL-NB
           MOVE W-AG-POI(J) TO LL-POI
           MOVE W-AG-CO2(J) TO LL-CO2
           WRITE LIGNE-ETAT FROM LIGNE-CLI.

      ******************************************************************
      *    ATTESTATION : relevé annuel d'un client
      ******************************************************************
       Attestation.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           IF W-CLI = 0 OR CVN-SOR < 1900
                DISPLAY "usage : co2-b ATTESTATION cli aaaa"
                GO F-Attestation.
           COMPUTE W-DATDEB = CVN-SOR * 10000 + 101
           COMPUTE W-DATFIN = CVN-SOR * 10000 + 1231
           OPEN INPUT MXCO2BON MXCLI
           IF FILE-STATUS NOT = "00"
                DISPLAY "co2-b : aucune émission calculée"
                GO F-Attestation.
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID MOVE SPACE TO RAI-MCLI
           END-READ
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/co2-attest-" DELIMITED BY SIZE
                  W-CLI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-PAR3 DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "INFORMATION SUR LES EMISSIONS DE GAZ A EFFET DE "
                  DELIMITED BY SIZE
                  "SERRE DES PRESTATIONS DE TRANSPORT - ANNEE "
                  DELIMITED BY SIZE
                  W-PAR3 DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CLIENT " DELIMITED BY SIZE
                  W-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "DATE     AGE BON      MOYEN        VEH./TRP.    POIDS K
      -         "G     KM      KG CO2E" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-POI-TOT W-CO2-TOT W-FIN
           MOVE W-CLI TO CLI-MCO2
           MOVE W-DATDEB TO DA2-MCO2
           MOVE SPACE TO AG2-MCO2
           MOVE 0 TO BO2-MCO2 NT2-MCO2
           START MXCO2BON KEY NOT < CLE2-MCO2 INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Attestation-Un-Bon UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-NB TO W-NB-ED
           MOVE W-POI-TOT TO W-POI-ED
           MOVE W-CO2-TOT TO W-CO2-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL " DELIMITED BY SIZE
                  W-NB-ED DELIMITED BY SIZE
                  " LIVRAISONS - " DELIMITED BY SIZE
                  W-POI-ED DELIMITED BY SIZE
                  " KG TRANSPORTES - " DELIMITED BY SIZE
                  W-CO2-ED DELIMITED BY SIZE
                  " KG CO2E" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM Mention-Methode
           CLOSE ETAT MXCO2BON MXCLI
           DISPLAY "co2-b : attestation " ASSIGN-ETAT.
       F-Attestation.
           EXIT.

       Attestation-Un-Bon.
           READ MXCO2BON NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF CLI-MCO2 NOT = W-CLI OR DA2-MCO2 > W-DATFIN
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE SPACE TO LIGNE-ATT
           MOVE DA2-MCO2 TO LA-DAT
           MOVE AG2-MCO2 TO LA-AGE
           MOVE BO2-MCO2 TO LA-BON
           IF MOY-MCO2 = "T"
                MOVE "TOURNEE" TO LA-MOY
           ELSE
                STRING "TRANSP. " DELIMITED BY SIZE
                       MOD-MCO2 DELIMITED BY SIZE
                       INTO LA-MOY
           END-IF
           MOVE RES-MCO2 TO LA-RES
           MOVE POI-MCO2 TO LA-POI
           MOVE KMS-MCO2 TO LA-KMS
           MOVE CO2-MCO2 TO LA-CO2
           WRITE LIGNE-ETAT FROM LIGNE-ATT
           ADD 1 TO W-NB
           ADD POI-MCO2 TO W-POI-TOT
           ADD CO2-MCO2 TO W-CO2-TOT.

       Mention-Methode.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "METHODE : EMISSIONS DU PUITS A LA ROUE. TOURNEE :"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  FACTEUR DU VEHICULE (G CO2E/KM) X DISTANCE ESTIMEE D
      -         "E LA TOURNEE, REPARTI AU POIDS DES BONS LIVRES ;"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  TRANSPORTEUR : FACTEUR DU TRANSPORTEUR (G CO2E/T.KM)
      -         " X POIDS LIVRE X DISTANCE ESTIMEE DE LA ZONE."
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  INFORMATION ETABLIE EN APPLICATION DE L'ARTICLE L. 1
      -         "431-3 DU CODE DES TRANSPORTS." TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
