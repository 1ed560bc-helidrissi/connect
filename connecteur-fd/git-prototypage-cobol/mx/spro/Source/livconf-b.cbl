230826*   EXCEPTIONS <age> <datdeb> <datfin>
230826*     arrêts non livrés complets par tournée et par chauffeur,
230826*     ft/livconf-exceptions.txt.
151026* Chaque arrêt confirmé donne un avis de livraison
151026* ft/avislivr-<bon>.txt (statut, réceptionnaire, lieu) envoyé
151026* par mail aux contacts réception du client (MXCONTAC, rôle
151026* R), à défaut à l'adresse de sa fiche ; envoi journalisé par
151026* envoi-ctc.
151026* L'arrêt confirmé pose aussi le jalon LIV du suivi de
151026* commande (notif-evt, cf. notif-b) : SMS et portail client.
151026*   ENCAISSE <age> <date> <nto> <seq> <montant> <ESP|CHQ> [chq]
151026*     encaissement du chauffeur sur un arrêt contre
151026*     remboursement (MXCRB, montant arrêté au manifeste de
151026*     tournee-b) : montant, mode, numéro du chèque ;
151026*   SOLDE <age> <date> <nto>
151026*     solde chauffeur de fin de tournée : attendu contre
151026*     encaissé par arrêt, manquants, livraisons refusées et
151026*     arrêts non encaissés, espèces et chèques à remettre,
151026*     ft/crb-solde-<age>-<nto>.txt ; chaque encaissement
151026*     non encore versé crée son règlement MXREGLEM (mode ESP
151026*     ou CHQ), imputé sur les traites MXECHEAN de la facture
151026*     du bon au plus ancien rang comme regl-b, ou, bon non
151026*     encore facturé, enregistré en acompte MXACPT que
151026*     facgrp-b déduira de la facture (comme acompte-b).
151026*     Le règlement part en banque au bordereau de remise-b
151026*     (ESPECES ou CHEQUES).
151026* CONFIRME d'un arrêt contre remboursement refusé passe
151026* l'encaissement en refus (rien à encaisser) ; livré, il
151026* rappelle l'encaissement à saisir.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXLDIS.sl".
       COPY "MXTOURNEE.sl".
       COPY "MXTOURBON.sl".
       COPY "MXBDIS.sl".
       COPY "MXCRB.sl".
       COPY "MXREGLEM.sl".
       COPY "MXECHEAN.sl".
       COPY "MXACPT.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
       COPY "MXLDIS.fd".
       COPY "MXTOURNEE.fd".
       COPY "MXTOURBON.fd".
       COPY "MXBDIS.fd".
       COPY "MXCRB.fd".
       COPY "MXREGLEM.fd".
       COPY "MXECHEAN.fd".
       COPY "MXACPT.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  MOUVT LABEL RECORD STANDARD.
       77 W-SEQ                PIC 9(03).
       77 W-STA                PIC X.
       77 W-BON                PIC 9(08).
       77 W-BON-X              PIC X(08).
      * jalon de livraison pour le client (notif-evt)
       77 W-NOT-EVT            PIC X(03) VALUE "LIV".
       77 W-NOT-TXT            PIC X(80).
       77 W-DAT                PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-FINL               PIC 9.
       77 W-ERR                PIC 9(05).
       77 W-NB                 PIC 9(05).
      * contre remboursement : encaissement et solde de tournée
       77 W-MNT                PIC S9(09)V99.
       77 W-RESTE              PIC S9(09)V99.
       77 W-APPLIQUE           PIC S9(09)V99.
       77 W-ECART              PIC S9(09)V99.
       77 W-NRG                PIC 9(08).
       77 W-NAC                PIC 9(08).
       77 W-FIN2               PIC 9.
       77 W-NB-VER             PIC 9(03).
       77 W-NB-MAN             PIC 9(03).
       77 W-NB-RFS             PIC 9(03).
       77 W-NB-CHQ             PIC 9(03).
       77 W-TOT-ATT            PIC S9(11)V99.
       77 W-TOT-ESP            PIC S9(11)V99.
       77 W-TOT-CHQ            PIC S9(11)V99.
       77 W-TOT-MAN            PIC S9(11)V99.
       77 W-MNT-ED             PIC -(10)9,99.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
           COPY "lit-artsa.wrk".
           COPY "envoi-ctc.wrk".
       01 LIGNE-EXC.
           05 LX-DAT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LX-STA           PIC X(10).
           05 FILLER           PIC X(01).
           05 LX-REC           PIC X(20).
       01 LIGNE-SOL.
           05 LS-SEQ           PIC ZZ9.
           05 FILLER           PIC X(01).
           05 LS-BON           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-CLI           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LS-ATT           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LS-ENC           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LS-MOD           PIC X(03).
           05 FILLER           PIC X(01).
           05 LS-CHQ           PIC X(12).
           05 FILLER           PIC X(01).
           05 LS-ECA           PIC -(8)9,99.
           05 FILLER           PIC X(01).
           05 LS-OBS           PIC X(25).
       PROCEDURE DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.
                                THRU F-Confirme-Arret
           WHEN "EXCEPTIONS" PERFORM Etat-Exceptions
                                THRU F-Etat-Exceptions
           WHEN "ENCAISSE"   PERFORM Encaisse-Arret
                                THRU F-Encaisse-Arret
           WHEN "SOLDE"      PERFORM Solde-Tournee
                                THRU F-Solde-Tournee
           WHEN OTHER
                DISPLAY "livconf-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : livconf-b CONFIRME age date nto "
                        "seq C/P/R receveur [fichier]"
                DISPLAY "        livconf-b EXCEPTIONS age datdeb "
                        "datfin"
                DISPLAY "        livconf-b ENCAISSE age date nto seq "
                        "montant ESP/CHQ [cheque]"
                DISPLAY "        livconf-b SOLDE age date nto"
           END-EVALUATE
           GO Fin.

                DISPLAY "livconf-b : réécriture arrêt"
           END-REWRITE
           PERFORM Ferme-Confirme
           DISPLAY "livconf-b : arrêt " W-SEQ " confirmé " W-STA
           PERFORM Confirme-Crb
           PERFORM Avis-Livraison.
       F-Confirme-Arret.
           EXIT.

       Ferme-Confirme.
           CLOSE MXTOURBON MXLDIS MXARTSA.

      * arrêt contre remboursement : refusé, il n'y a rien à
      * encaisser ; livré, l'encaissement reste à saisir
       Confirme-Crb.
           PERFORM Ouvre-Crb
           MOVE W-AGE TO AGE-MCRB
           MOVE W-BON TO BON-MCRB
           READ MXCRB INVALID
                CLOSE MXCRB
                EXIT PARAGRAPH
           END-READ
           IF NRG-MCRB NOT = 0 OR DTO-MCRB NOT = W-DATT
           OR NTO-MCRB NOT = W-NTO
                CLOSE MXCRB
                EXIT PARAGRAPH.
           IF W-STA = "R"
                MOVE "R" TO STA-MCRB
                MOVE 0 TO ENC-MCRB
                MOVE SPACE TO MOD-MCRB CHQ-MCRB
                MOVE W-DAT TO DEN-MCRB
                REWRITE ENR-MCRB INVALID CONTINUE
                END-REWRITE
           ELSE
                IF STA-MCRB = SPACE
                     DISPLAY "livconf-b : contre remboursement "
                             MNT-MCRB " à saisir (ENCAISSE)"
                END-IF
           END-IF
           CLOSE MXCRB.

       Ouvre-Crb.
           OPEN I-O MXCRB
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXCRB
                CLOSE MXCRB
                OPEN I-O MXCRB.

      * avis de livraison aux contacts réception du client
       Avis-Livraison.
           OPEN INPUT MXBDIS
           MOVE W-AGE TO AGE-MBDI
           MOVE W-BON TO BON-MBDI
           READ MXBDIS INVALID
                CLOSE MXBDIS
                EXIT PARAGRAPH
           END-READ
           CLOSE MXBDIS
           MOVE W-BON TO W-BON-X
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/avislivr-" DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "AVIS DE LIVRAISON - BON " DELIMITED BY SIZE
                  W-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           EVALUATE W-STA
           WHEN "C" MOVE "LIVRE COMPLET" TO LIGNE-ETAT
           WHEN "P" MOVE "LIVRE PARTIELLEMENT - RELIQUAT EN MANQUANT"
                      TO LIGNE-ETAT
           WHEN "R" MOVE "LIVRAISON REFUSEE - MARCHANDISE REVENUE"
                      TO LIGNE-ETAT
           END-EVALUATE
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "RECEPTIONNAIRE : " DELIMITED BY SIZE
                  W-PAR7 DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "LIEU : " DELIMITED BY SIZE
                  RAI-MBDI DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  POS-MBDI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VIL-MBDI DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           MOVE "R" TO ENV-ROL
           MOVE "LIV" TO ENV-DOC
           MOVE W-BON TO ENV-NUM
           MOVE ASSIGN-ETAT TO ENV-FIC
           MOVE SPACE TO ENV-OBJ
           STRING "Avis de livraison du bon " DELIMITED BY SIZE
                  W-BON-X DELIMITED BY SIZE
                  INTO ENV-OBJ
           CALL "envoi-ctc" USING CLI-MBDI ENV-ROL ENV-DOC ENV-NUM
                                  ENV-FIC ENV-OBJ ENV-NB
           MOVE SPACE TO W-NOT-TXT
           EVALUATE W-STA
           WHEN "C" MOVE "livré complet" TO W-NOT-TXT
           WHEN "P" MOVE "livré partiellement" TO W-NOT-TXT
           WHEN "R" MOVE "livraison refusée" TO W-NOT-TXT
           END-EVALUATE
           IF W-PAR7 NOT = SPACE
                MOVE SPACE TO ENV-OBJ
                STRING W-NOT-TXT DELIMITED BY "  "
                       ", reçu par " DELIMITED BY SIZE
                       W-PAR7 DELIMITED BY "  "
                       INTO ENV-OBJ
                MOVE ENV-OBJ TO W-NOT-TXT
           END-IF
           CALL "notif-evt" USING W-NOT-EVT W-AGE W-BON CLI-MBDI
                                  W-NOT-TXT.

      * quantités refusées données par le fichier article;qté
       Reouvre-Depuis-Fichier.
           IF W-PAR8 = SPACE
           WRITE LIGNE-ETAT FROM LIGNE-EXC
           ADD 1 TO W-NB.

      ******************************************************************
      *    ENCAISSE : encaissement du chauffeur sur un arrêt
      ******************************************************************
       Encaisse-Arret.
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
           MOVE CVN-SOR TO W-MNT
           IF W-AGE = SPACE OR W-DATT = 0 OR W-NTO = 0 OR W-SEQ = 0
           OR W-MNT < 0
           OR (W-PAR7 NOT = "ESP" AND W-PAR7 NOT = "CHQ")
                DISPLAY "usage : livconf-b ENCAISSE age date nto seq "
                        "montant ESP/CHQ [cheque]"
                GO F-Encaisse-Arret.
           IF W-PAR7 = "CHQ" AND W-MNT > 0 AND W-PAR8 = SPACE
                DISPLAY "livconf-b : numéro de chèque obligatoire"
                GO F-Encaisse-Arret.
           OPEN INPUT MXTOURBON
           MOVE W-AGE TO AGE-MTOB
           MOVE W-DATT TO DAT-MTOB
           MOVE W-NTO TO NTO-MTOB
           MOVE W-SEQ TO SEQ-MTOB
           READ MXTOURBON INVALID
                DISPLAY "livconf-b : arrêt inconnu"
                CLOSE MXTOURBON
                GO F-Encaisse-Arret
           END-READ
           CLOSE MXTOURBON
           MOVE BON-MTOB TO W-BON
           PERFORM Ouvre-Crb
           MOVE W-AGE TO AGE-MCRB
           MOVE W-BON TO BON-MCRB
           READ MXCRB INVALID
                DISPLAY "livconf-b : arrêt sans contre remboursement"
                        ", bon " W-BON
                CLOSE MXCRB
                GO F-Encaisse-Arret
           END-READ
           IF NRG-MCRB NOT = 0
                DISPLAY "livconf-b : encaissement déjà versé au "
                        "solde du " DSO-MCRB
                CLOSE MXCRB
                GO F-Encaisse-Arret.
           IF STA-MTOB = "R"
                DISPLAY "livconf-b : livraison refusée, rien à "
                        "encaisser"
                CLOSE MXCRB
                GO F-Encaisse-Arret.
           MOVE "E" TO STA-MCRB
           MOVE W-MNT TO ENC-MCRB
           MOVE W-PAR7 TO MOD-MCRB
           MOVE SPACE TO CHQ-MCRB
           IF W-PAR7 = "CHQ"
                MOVE W-PAR8 TO CHQ-MCRB.
           MOVE W-DATT TO DTO-MCRB
           MOVE W-NTO TO NTO-MCRB
           MOVE W-SEQ TO SEQ-MCRB
           MOVE W-DAT TO DEN-MCRB
           REWRITE ENR-MCRB INVALID
                DISPLAY "livconf-b : réécriture MXCRB"
           END-REWRITE
           CLOSE MXCRB
           COMPUTE W-ECART = W-MNT - MNT-MCRB
           DISPLAY "livconf-b : arrêt " W-SEQ " encaissé " W-MNT
                   " " W-PAR7 ", attendu " MNT-MCRB
           IF W-ECART < 0
                DISPLAY "livconf-b : manquant " W-ECART.
       F-Encaisse-Arret.
           EXIT.

      ******************************************************************
      *    SOLDE : solde chauffeur de fin de tournée
      ******************************************************************
       Solde-Tournee.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATT
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NTO
           IF W-AGE = SPACE OR W-DATT = 0 OR W-NTO = 0
                DISPLAY "usage : livconf-b SOLDE age date nto"
                GO F-Solde-Tournee.
           OPEN INPUT MXTOURNEE MXTOURBON MXBDIS
           MOVE W-AGE TO AGE-MTOU
           MOVE W-DATT TO DAT-MTOU
           MOVE W-NTO TO NTO-MTOU
           READ MXTOURNEE INVALID
                DISPLAY "livconf-b : tournée inconnue " W-NTO
                CLOSE MXTOURNEE MXTOURBON MXBDIS
                GO F-Solde-Tournee
           END-READ
           PERFORM Ouvre-Crb
           OPEN I-O MXREGLEM
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREGLEM
                CLOSE MXREGLEM
                OPEN I-O MXREGLEM.
           OPEN I-O MXECHEAN
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXECHEAN
                CLOSE MXECHEAN
                OPEN I-O MXECHEAN.
           OPEN I-O MXACPT
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXACPT
                CLOSE MXACPT
                OPEN I-O MXACPT.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/crb-solde-" DELIMITED BY SIZE
                  W-AGE DELIMITED BY " "
                  "-" DELIMITED BY SIZE
                  W-NTO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "SOLDE CHAUFFEUR - TOURNEE " DELIMITED BY SIZE
                  W-NTO DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  W-DATT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CHF-MTOU DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  VEH-MTOU DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ARR BON      CLIENT        ATTENDU     ENCAISSE "
                       DELIMITED BY SIZE
                  "MOD CHEQUE            ECART OBSERVATION"
                       DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB-VER W-NB-MAN W-NB-RFS W-NB-CHQ W-NB
           MOVE 0 TO W-TOT-ATT W-TOT-ESP W-TOT-CHQ W-TOT-MAN
           MOVE SPACE TO ENR-MTOB
           MOVE W-AGE TO AGE-MTOB
           MOVE W-DATT TO DAT-MTOB
           MOVE W-NTO TO NTO-MTOB
           MOVE 0 TO SEQ-MTOB W-FIN
           START MXTOURBON KEY NOT < CLE1-MTOB INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Solde-Un-Arret UNTIL W-FIN = 1
           PERFORM Totaux-Solde
           CLOSE ETAT MXTOURNEE MXTOURBON MXBDIS MXCRB MXREGLEM
                 MXECHEAN MXACPT
           DISPLAY "livconf-b : solde tournée " W-NTO ", " W-NB
                   " arrêts contre remboursement, " W-NB-VER
                   " règlements créés, " W-NB-MAN " manquants, "
                   W-NB-RFS " refus"
           DISPLAY "livconf-b : état " ASSIGN-ETAT.
       F-Solde-Tournee.
           EXIT.

       Solde-Un-Arret.
           READ MXTOURBON NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF AGE-MTOB NOT = W-AGE OR DAT-MTOB NOT = W-DATT
           OR NTO-MTOB NOT = W-NTO
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           MOVE W-AGE TO AGE-MCRB
           MOVE BON-MTOB TO BON-MCRB
           READ MXCRB INVALID
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB
           MOVE SPACE TO LIGNE-SOL
           MOVE SEQ-MTOB TO LS-SEQ
           MOVE BON-MTOB TO LS-BON
           MOVE CLI-MCRB TO LS-CLI
           MOVE MNT-MCRB TO LS-ATT
           MOVE ENC-MCRB TO LS-ENC
           MOVE MOD-MCRB TO LS-MOD
           MOVE CHQ-MCRB TO LS-CHQ
           ADD MNT-MCRB TO W-TOT-ATT
           COMPUTE W-ECART = ENC-MCRB - MNT-MCRB
           EVALUATE TRUE
           WHEN STA-MTOB = "R" OR STA-MCRB = "R"
                MOVE 0 TO W-ECART
                SUBTRACT MNT-MCRB FROM W-TOT-ATT
                MOVE "LIVRAISON REFUSEE" TO LS-OBS
                ADD 1 TO W-NB-RFS
           WHEN STA-MCRB = SPACE
                MOVE "NON ENCAISSE" TO LS-OBS
                ADD 1 TO W-NB-MAN
                ADD W-ECART TO W-TOT-MAN
           WHEN W-ECART < 0 AND STA-MTOB = "P"
                MOVE "LIVRE PARTIEL" TO LS-OBS
                ADD 1 TO W-NB-MAN
                ADD W-ECART TO W-TOT-MAN
           WHEN W-ECART < 0
                MOVE "MANQUANT" TO LS-OBS
                ADD 1 TO W-NB-MAN
                ADD W-ECART TO W-TOT-MAN
           WHEN W-ECART > 0
                MOVE "EXCEDENT" TO LS-OBS
           END-EVALUATE
           MOVE W-ECART TO LS-ECA
           IF MOD-MCRB = "CHQ"
                ADD ENC-MCRB TO W-TOT-CHQ
                ADD 1 TO W-NB-CHQ
           ELSE ADD ENC-MCRB TO W-TOT-ESP
           END-IF
           IF STA-MCRB = "E" AND ENC-MCRB > 0 AND NRG-MCRB = 0
                PERFORM Verse-Encaissement
           END-IF
           IF NRG-MCRB NOT = 0 AND LS-OBS = SPACE
                MOVE "VERSE" TO LS-OBS.
           WRITE LIGNE-ETAT FROM LIGNE-SOL.

      * l'encaissement devient règlement du client : imputé sur la
      * facture du bon, ou acompte du bon non encore facturé
       Verse-Encaissement.
           MOVE W-AGE TO AGE-MBDI
           MOVE BON-MCRB TO BON-MBDI
           READ MXBDIS INVALID
                MOVE 0 TO FAC-MBDI
           END-READ
           PERFORM Cherche-Nrg
           ADD 1 TO W-NRG
           INITIALIZE ENR-MRGL
           MOVE W-NRG TO NRG-MRGL
           MOVE CLI-MCRB TO CLI-MRGL
           MOVE DEN-MCRB TO DAT-MRGL
           MOVE MOD-MCRB TO MOD-MRGL
           MOVE ENC-MCRB TO MNT-MRGL
           MOVE SPACE TO REF-MRGL
           IF MOD-MCRB = "CHQ"
                MOVE CHQ-MCRB TO REF-MRGL
           ELSE
                STRING "CRB BON " DELIMITED BY SIZE
                       BON-MCRB DELIMITED BY SIZE
                       INTO REF-MRGL
           END-IF
           IF FAC-MBDI NOT = 0
                MOVE ENC-MCRB TO W-RESTE
                PERFORM Impute-Sur-Facture
           ELSE
                PERFORM Cree-Acompte
           END-IF
           WRITE ENR-MRGL INVALID
                DISPLAY "livconf-b : écriture MXREGLEM " W-NRG
                EXIT PARAGRAPH
           END-WRITE
           MOVE W-NRG TO NRG-MCRB
           MOVE W-DAT TO DSO-MCRB
           REWRITE ENR-MCRB INVALID CONTINUE
           END-REWRITE
           ADD 1 TO W-NB-VER.

       Cherche-Nrg.
           MOVE 0 TO W-NRG
           MOVE 99999999 TO NRG-MRGL
           START MXREGLEM KEY NOT > CLE1-MRGL INVALID
                CONTINUE
           NOT INVALID
                READ MXREGLEM PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRG-MRGL TO W-NRG
                END-READ
           END-START.

      * traites non lettrées de la facture, au plus ancien rang
      * d'abord (comme regl-b) ; le surplus reste à imputer
       Impute-Sur-Facture.
           MOVE SPACE TO ENR-MECH
           MOVE CLI-MCRB TO CLI-MECH
           MOVE 0 TO W-FIN2
           START MXECHEAN KEY NOT < CLE2-MECH INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Impute-Une-Traite UNTIL W-FIN2 = 1.

       Impute-Une-Traite.
           READ MXECHEAN NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF CLI-MECH NOT = CLI-MCRB OR W-RESTE NOT > 0
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF FAC-MECH NOT = FAC-MBDI OR AGE-MECH NOT = W-AGE
           OR LET-MECH = 1
                EXIT PARAGRAPH.
           COMPUTE W-APPLIQUE = MNT-MECH - REG-MECH
           IF W-APPLIQUE > W-RESTE
                MOVE W-RESTE TO W-APPLIQUE.
           IF W-APPLIQUE NOT > 0
                EXIT PARAGRAPH.
           ADD W-APPLIQUE TO REG-MECH
           SUBTRACT W-APPLIQUE FROM W-RESTE
           IF REG-MECH NOT < MNT-MECH
                MOVE 1 TO LET-MECH
                MOVE DAT-MRGL TO DLT-MECH.
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           ADD W-APPLIQUE TO IMP-MRGL.

      * bon non facturé : acompte imputé d'office, déduit par
      * facgrp-b à la facturation (cf. acompte-b)
       Cree-Acompte.
           MOVE ENC-MCRB TO IMP-MRGL
           MOVE 0 TO W-NAC
           MOVE 99999999 TO NAC-MACP
           START MXACPT KEY NOT > CLE1-MACP INVALID
                CONTINUE
           NOT INVALID
                READ MXACPT PREVIOUS AT END CONTINUE
                NOT AT END MOVE NAC-MACP TO W-NAC
                END-READ
           END-START
           ADD 1 TO W-NAC
           INITIALIZE ENR-MACP
           MOVE W-NAC TO NAC-MACP
           MOVE W-AGE TO AGE-MACP
           MOVE BON-MCRB TO BON-MACP
           MOVE CLI-MCRB TO CLI-MACP
           MOVE DEN-MCRB TO DAT-MACP
           MOVE ENC-MCRB TO MNT-MACP
           MOVE MOD-MCRB TO MOD-MACP
           MOVE W-NRG TO NRG-MACP
           WRITE ENR-MACP INVALID
                DISPLAY "livconf-b : écriture MXACPT " W-NAC
           END-WRITE.

       Totaux-Solde.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-ATT TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL ATTENDU (HORS REFUS)   " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-ESP TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "ESPECES A REMETTRE           " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-CHQ TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "CHEQUES A REMETTRE           " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-NB-CHQ DELIMITED BY SIZE
                  " CHEQUE(S)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-MAN TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           STRING "MANQUANTS                    " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-NB-MAN DELIMITED BY SIZE
                  " ARRET(S)" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "LIVRAISONS REFUSEES          " DELIMITED BY SIZE
                  W-NB-RFS DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "VISA CHAUFFEUR :                  VISA CAISSE :"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

           COPY "conv-num.cbl".
           COPY "lit-artsa.cbl".

