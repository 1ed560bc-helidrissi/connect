      *{Bench}prg-comment
      * flex-b.cbl
151026* flex-b.cbl : catalogue du configurateur de flexibles
151026* hydrauliques sertis (cf. config-flex, flex-l depuis sbd-c).
151026* coupe-b gère les longueurs et asm-b les kits, mais chaque
151026* flexible était écrit à la main :
151026*   TUYAU <article;série;DN;pression>
151026*       tuyau vendu au mètre, série, diamètre nominal (mm)
151026*       et pression de service (bar) ;
151026*   EMBOUT <article;DN;angle;filetage>
151026*       embout à sertir, droit (0) ou coudé 45 / 90 ;
151026*   GAINE <article;DN>
151026*       gaine de protection, au mètre, pour le DN donné ;
151026*   COMPAT <série;DN;embout;cote de sertissage;jupe>
151026*       embout admis sur la série et le DN du tuyau, cote
151026*       et jupe reportées au bon d'atelier (cote à blanc :
151026*       compatibilité retirée) ;
151026*   CONFIG <tuyau;embout A;embout B;angle;longueur mm
151026*          [;gaine]> [<age>]
151026*       même configuration qu'à la saisie, sans écran : rend
151026*       l'article flexible (créé ou réemployé) et son bon
151026*       d'atelier ;
151026*   LISTE
151026*       flexibles configurés, coût, prix, nombre de reprises,
151026*       ft/flex-liste.txt.
151026* Le composant doit exister dans MXART ; la main d'oeuvre de
151026* sertissage est l'article de MX-DIR/flex.cfg.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. flex-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:41:26.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXFLEX.sl".
       COPY "MXFLXCPT.sl".
       COPY "MXFLXCFG.sl".
       COPY "MXART.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXFLEX.fd".
       COPY "MXFLXCPT.fd".
       COPY "MXFLXCFG.fd".
       COPY "MXART.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(200).
       77 W-FONCTION           PIC X(10).
       77 W-PAR2               PIC X(120).
       77 W-PAR3               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-TYP                PIC X.
       77 W-DN                 PIC 9(03).
       77 W-PRS                PIC 9(04).
       77 W-ANG                PIC 9(03).
       77 W-LNG                PIC 9(05).
       77 W-AGE                PIC X(03).
       77 W-ART                PIC X(20).
       77 W-MSG                PIC X(60).
       77 W-RET                PIC 9.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(06).
      * zones d'une ligne de commande (composant, compatibilité ou
      * configuration)
       01 W-ZONES-FLX.
           05 WX-Z1            PIC X(20).
           05 WX-Z2            PIC X(20).
           05 WX-Z3            PIC X(20).
           05 WX-Z4            PIC X(20).
           05 WX-Z5            PIC X(20).
           05 WX-Z6            PIC X(20).
       01 LIGNE-LST.
           05 LL-ART           PIC X(08).
           05 FILLER           PIC X(01).
           05 LL-TUY           PIC X(15).
           05 FILLER           PIC X(01).
           05 LL-EMA           PIC X(15).
           05 FILLER           PIC X(01).
           05 LL-EMB           PIC X(15).
           05 FILLER           PIC X(01).
           05 LL-ANG           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LL-LNG           PIC ZZZZ9.
           05 FILLER           PIC X(01).
           05 LL-GAI           PIC X(12).
           05 FILLER           PIC X(01).
           05 LL-CUA           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LL-PVN           PIC Z(6)9,99.
           05 FILLER           PIC X(01).
           05 LL-NBU           PIC ZZZZ9.
           05 FILLER           PIC X(01).
           05 LL-DUT           PIC 9(08).
           COPY "conv-num.wrk".
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
           MOVE SPACE TO W-ZONES-FLX
           UNSTRING W-PAR2 DELIMITED BY ";"
                INTO WX-Z1 WX-Z2 WX-Z3 WX-Z4 WX-Z5 WX-Z6
           EVALUATE W-FONCTION
           WHEN "TUYAU"    MOVE "T" TO W-TYP
                           PERFORM Composant THRU F-Composant
           WHEN "EMBOUT"   MOVE "E" TO W-TYP
                           PERFORM Composant THRU F-Composant
           WHEN "GAINE"    MOVE "G" TO W-TYP
                           PERFORM Composant THRU F-Composant
           WHEN "COMPAT"   PERFORM Compat THRU F-Compat
           WHEN "CONFIG"   PERFORM Config THRU F-Config
           WHEN "LISTE"    PERFORM Liste THRU F-Liste
           WHEN OTHER
                DISPLAY "flex-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : flex-b TUYAU article;série;DN;"
                        "pression"
                DISPLAY "        flex-b EMBOUT article;DN;angle;"
                        "filetage"
                DISPLAY "        flex-b GAINE article;DN"
                DISPLAY "        flex-b COMPAT série;DN;embout;"
                        "cote;jupe"
                DISPLAY "        flex-b CONFIG tuyau;embout A;"
                        "embout B;angle;longueur[;gaine] [age]"
                DISPLAY "        flex-b LISTE"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxflex.
           OPEN I-O MXFLEX
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFLEX
                CLOSE MXFLEX
                OPEN I-O MXFLEX.

       Ouvre-Mxflxcpt.
           OPEN I-O MXFLXCPT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXFLXCPT
                CLOSE MXFLXCPT
                OPEN I-O MXFLXCPT.

      ******************************************************************
      *    TUYAU / EMBOUT / GAINE : composant du catalogue
      ******************************************************************
       Composant.
           IF WX-Z1 = SPACE OR WX-Z2 = SPACE
                DISPLAY "flex-b : article et caractéristiques "
                        "obligatoires"
                GO F-Composant.
           OPEN INPUT MXART
           MOVE WX-Z1 TO COD-MART
           READ MXART INVALID
                DISPLAY "flex-b : article inconnu " WX-Z1
                CLOSE MXART
                GO F-Composant
           END-READ
           CLOSE MXART
           PERFORM Ouvre-Mxflex
           MOVE WX-Z1 TO ART-MFLX
           READ MXFLEX INVALID
                INITIALIZE ENR-MFLX
                MOVE WX-Z1 TO ART-MFLX
           END-READ
           MOVE W-TYP TO TYP-MFLX
           MOVE WX-Z1 TO ART2-MFLX
           MOVE 0 TO DN-MFLX PRS-MFLX ANG-MFLX
           MOVE SPACE TO SER-MFLX FIL-MFLX
           EVALUATE W-TYP
           WHEN "T"
                MOVE WX-Z2 TO SER-MFLX
                MOVE WX-Z3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO DN-MFLX
                MOVE WX-Z4 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO PRS-MFLX
           WHEN "E"
                MOVE WX-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO DN-MFLX
                MOVE WX-Z3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO ANG-MFLX
                MOVE WX-Z4 TO FIL-MFLX
           WHEN OTHER
                MOVE WX-Z2 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO DN-MFLX
           END-EVALUATE
           IF DN-MFLX = 0
           OR (W-TYP = "T" AND PRS-MFLX = 0)
           OR (W-TYP = "E" AND ANG-MFLX NOT = 0 AND ANG-MFLX NOT = 45
               AND ANG-MFLX NOT = 90)
                DISPLAY "flex-b : DN, pression ou angle invalide"
                CLOSE MXFLEX
                GO F-Composant.
           WRITE ENR-MFLX INVALID
                REWRITE ENR-MFLX INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXFLEX
           DISPLAY "flex-b : " W-FONCTION " " ART-MFLX " DN "
                   DN-MFLX " enregistré".
       F-Composant.
           EXIT.

      ******************************************************************
      *    COMPAT : embout admis sur une série et un DN de tuyau
      ******************************************************************
       Compat.
           MOVE WX-Z2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DN
           IF WX-Z1 = SPACE OR W-DN = 0 OR WX-Z3 = SPACE
                DISPLAY "usage : flex-b COMPAT série;DN;embout;"
                        "cote;jupe"
                GO F-Compat.
           PERFORM Ouvre-Mxflex
           MOVE WX-Z3 TO ART-MFLX
           READ MXFLEX INVALID
                MOVE SPACE TO TYP-MFLX
           END-READ
           CLOSE MXFLEX
           IF TYP-MFLX NOT = "E"
                DISPLAY "flex-b : embout inconnu du catalogue " WX-Z3
                GO F-Compat.
           IF DN-MFLX NOT = W-DN
                DISPLAY "flex-b : embout DN " DN-MFLX
                        " sur tuyau DN " W-DN
                GO F-Compat.
           PERFORM Ouvre-Mxflxcpt
           MOVE WX-Z1 TO SER-MFCP
           MOVE W-DN TO DN-MFCP
           MOVE WX-Z3 TO EMB-MFCP
           IF WX-Z4 = SPACE
                DELETE MXFLXCPT INVALID CONTINUE
                END-DELETE
                CLOSE MXFLXCPT
                DISPLAY "flex-b : compatibilité retirée " WX-Z3
                GO F-Compat.
           MOVE WX-Z4 TO SRT-MFCP
           MOVE WX-Z5 TO JUP-MFCP
           WRITE ENR-MFCP INVALID
                REWRITE ENR-MFCP INVALID CONTINUE
                END-REWRITE
           END-WRITE
           CLOSE MXFLXCPT
           DISPLAY "flex-b : " WX-Z3 " admis sur " WX-Z1 " DN " W-DN.
       F-Compat.
           EXIT.

      ******************************************************************
      *    CONFIG : configuration sans écran
      ******************************************************************
       Config.
           MOVE WX-Z4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-ANG
           MOVE WX-Z5 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LNG
           MOVE W-PAR3 TO W-AGE
           CALL "config-flex" USING WX-Z1 WX-Z2 WX-Z3 W-ANG W-LNG
                WX-Z6 W-AGE W-ART W-MSG W-RET
                ON EXCEPTION MOVE 9 TO W-RET
                     MOVE "config-flex indisponible" TO W-MSG
           END-CALL
           CANCEL "config-flex"
           IF W-RET > 1
                DISPLAY "flex-b : " W-MSG
           ELSE DISPLAY "flex-b : article " W-ART " - " W-MSG
                DISPLAY "flex-b : bon d'atelier ft/flex-atelier-"
                        W-ART
           END-IF.
       F-Config.
           EXIT.

      ******************************************************************
      *    LISTE : flexibles configurés
      ******************************************************************
       Liste.
           OPEN INPUT MXFLXCFG
           IF FILE-STATUS NOT = "00"
                DISPLAY "flex-b : aucun flexible configuré"
                GO F-Liste.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/flex-liste.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "FLEXIBLES CONFIGURES AU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ARTICLE  TUYAU           EMBOUT A        "
                  DELIMITED BY SIZE
                  "EMBOUT B        ANG   LONG GAINE              "
                  DELIMITED BY SIZE
                  "COUT       PRIX HT REPR DERNIERE"
                  DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-FIN
           MOVE LOW-VALUE TO CLE1-MFCF
           START MXFLXCFG KEY NOT < CLE1-MFCF INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Liste-Un-Flexible UNTIL W-FIN = 1
           CLOSE MXFLXCFG ETAT
           DISPLAY "flex-b : " W-NB " flexibles (" ASSIGN-ETAT ")".
       F-Liste.
           EXIT.

       Liste-Un-Flexible.
           READ MXFLXCFG NEXT AT END
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB
           MOVE SPACE TO LIGNE-LST
           MOVE ART-MFCF TO LL-ART
           MOVE TUY-MFCF TO LL-TUY
           MOVE EMA-MFCF TO LL-EMA
           MOVE EMB-MFCF TO LL-EMB
           MOVE ANG-MFCF TO LL-ANG
           MOVE LNG-MFCF TO LL-LNG
           MOVE GAI-MFCF TO LL-GAI
           MOVE CUA-MFCF TO LL-CUA
           MOVE PVN-MFCF TO LL-PVN
           MOVE NBU-MFCF TO LL-NBU
           MOVE DUT-MFCF TO LL-DUT
           WRITE LIGNE-ETAT FROM LIGNE-LST.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
