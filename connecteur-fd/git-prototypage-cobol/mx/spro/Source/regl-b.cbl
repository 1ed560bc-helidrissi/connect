230826* L'encours de VERIF-RISQUE lit le vrai non-payé par
230826* calc-encours (traites échues non lettrées) au lieu de
230826* supposer toute facture passée encore due.
151026* La traite soldée garde la date du règlement (DLT-MECH),
151026* base du délai de paiement moyen du client (cf. tresor-b).
151026* OUVRE scinde le poste d'un client à retenue de garantie
151026* (marché ou client, cf. rech-retgar) : la part retenue part
151026* sur une seconde traite RTG-MECH due un an après la réception
151026* des travaux (un an après la facture à titre provisoire, cf.
151026* retgar-b RECEPTION).
151026* Client en devise (DEV-MCLI, cf. rech-devise) : OUVRE garde
151026* sur la traite la devise, le taux MXTAUX du jour de la
151026* facture et le montant en devise ; à l'imputation, le
151026* montant reçu en euros se convertit au taux du jour du
151026* règlement et l'écart avec la contre-valeur historique
151026* soldée passe en gain (G;GCH) ou perte de change (G;PCH)
151026* contre le compte client (G;CLI), journal OD par ecr-gen.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-NB                 PIC 9(05).
       77 W-ERR                PIC 9(05).
       77 W-REGL-OUVERT        PIC 9.
151026* retenue de garantie (cf. rech-retgar)
       77 W-TRG                PIC 9(02)V99.
       77 W-RTG                PIC S9(11)V99.
       77 W-NMA-RTG            PIC 9(06).
       77 W-DRC                PIC 9(08).
151026* facture en devise (cf. rech-devise)
       77 W-TYP-TIE            PIC X.
       77 W-TIE                PIC X(08).
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
       77 W-CRS-REG            PIC 9(04)V9999.
       77 W-EQUIV              PIC S9(11)V99.
       77 W-CONSOMME           PIC S9(11)V99.
       77 W-ECART              PIC S9(11)V99.
       77 W-NBECA              PIC 9(05).
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "ecr-gen.wrk".
       01 W-ZONES-SAISIE.
           05 WS-TYP           PIC X(01).
           05 WS-Z2            PIC X(20).
                MOVE 30 TO AJD-NBJ
                PERFORM AJOUTE-JOURS
                MOVE AJD-DAT TO W-DATECH.
           PERFORM Cal-Retenue
           PERFORM Cal-Devise
           PERFORM Ouvre-Echean
           PERFORM Cherche-Nec
           ADD 1 TO W-NEC
           MOVE W-DATFAC TO DFA-MECH
           MOVE W-DATECH TO DEC-MECH
           MOVE 1 TO RNG-MECH NBR-MECH
           COMPUTE MNT-MECH = W-TTC - W-RTG
           MOVE "F" TO TYP-MECH
           IF W-RTG NOT = 0
                MOVE 2 TO NBR-MECH
           END-IF
           PERFORM Devise-Traite
           IF MNT-MECH NOT = 0
                WRITE ENR-MECH INVALID
                     DISPLAY "regl-b : écriture MXECHEAN " W-NEC
                END-WRITE
                ADD 1 TO W-NEC
           END-IF
           IF W-RTG NOT = 0
                PERFORM Ouvre-Retenue
           END-IF
           CLOSE MXECHEAN
           DISPLAY "regl-b : poste ouvert facture " W-FAC
                   " échéance " W-DATECH.
       F-Ouvre-Poste.
           EXIT.

151026* retenue de garantie sur le TTC (caution bancaire = 0)
       Cal-Retenue.
           MOVE 0 TO W-RTG
           CALL "rech-retgar" USING W-CLI W-DATFAC W-TRG W-NMA-RTG
                                    W-DRC
                ON EXCEPTION MOVE 0 TO W-TRG
           END-CALL
           IF W-TRG = 0 OR W-TTC NOT > 0
                EXIT PARAGRAPH.
           COMPUTE W-RTG ROUNDED = W-TTC * W-TRG / 100.

151026* la part retenue : réception des travaux plus un an, ou
151026* facture plus un an tant que la réception n'est pas prononcée
       Ouvre-Retenue.
           MOVE W-NEC TO NEC-MECH
           MOVE 2 TO RNG-MECH NBR-MECH
           MOVE W-RTG TO MNT-MECH
           MOVE 1 TO RTG-MECH
           MOVE W-DRC TO DRC-MECH
           MOVE W-NMA-RTG TO NMA-MECH
           IF W-DRC NOT = 0
                MOVE W-DRC TO AJD-DAT
           ELSE MOVE W-DATFAC TO AJD-DAT
           END-IF
           ADD 1 TO AJD-AA
           PERFORM CAL-LONGUEUR-MOIS
           IF AJD-JJ > AJD-LMOIS
                MOVE AJD-LMOIS TO AJD-JJ
           END-IF
           MOVE AJD-DAT TO DEC-MECH
           PERFORM Devise-Traite
           WRITE ENR-MECH INVALID
                DISPLAY "regl-b : écriture MXECHEAN " W-NEC
           END-WRITE
           DISPLAY "regl-b : retenue de garantie " W-RTG
                   " échéance " DEC-MECH.

151026* devise du client et taux du jour de la facture
       Cal-Devise.
           MOVE "C" TO W-TYP-TIE
           MOVE W-CLI TO W-TIE
           CALL "rech-devise" USING W-TYP-TIE W-TIE W-DATFAC W-DEV
                                    W-CRS
                ON EXCEPTION MOVE SPACE TO W-DEV
                             MOVE 0 TO W-CRS
           END-CALL.

151026* la traite en devise au taux de la facture
       Devise-Traite.
           IF W-CRS = 0
                EXIT PARAGRAPH.
           MOVE W-DEV TO DEV-MECH
           MOVE W-CRS TO CRS-MECH
           COMPUTE MDV-MECH ROUNDED = MNT-MECH * W-CRS.

       Ouvre-Echean.
           OPEN I-O MXECHEAN
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXREGLEM
                CLOSE MXREGLEM
                OPEN I-O MXREGLEM.
           MOVE 0 TO W-FIN W-NB W-ERR W-REGL-OUVERT W-NBECA
           PERFORM Saisie-Une-Ligne UNTIL W-FIN = 1
           PERFORM Range-Reglement
           CLOSE MOUVT MXECHEAN MXREGLEM
           DISPLAY "regl-b : " W-NB " lignes intégrées, "
                   W-ERR " rejets"
           IF W-NBECA NOT = 0
                DISPLAY "regl-b : " W-NBECA " écarts de change "
                        "passés en OD"
           END-IF.
       F-Saisie-Reglements.
           EXIT.

           OR LET-MECH = 1
                EXIT PARAGRAPH.
           COMPUTE W-APPLIQUE = MNT-MECH - REG-MECH
           MOVE 0 TO W-CRS-REG
           IF CRS-MECH NOT = 0
                PERFORM Cal-Imputation-Devise
           END-IF
           IF W-CRS-REG = 0
                IF W-APPLIQUE > W-RESTE
                     MOVE W-RESTE TO W-APPLIQUE
                END-IF
                MOVE W-APPLIQUE TO W-CONSOMME
           END-IF
           IF W-APPLIQUE NOT > 0
                EXIT PARAGRAPH.
           ADD W-APPLIQUE TO REG-MECH
           SUBTRACT W-CONSOMME FROM W-RESTE
151026* la date du règlement qui solde mesure le délai du client
           IF REG-MECH NOT < MNT-MECH
                MOVE 1 TO LET-MECH
                MOVE DAT-MRGL TO DLT-MECH.
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE
           ADD W-CONSOMME TO IMP-MRGL
           IF W-CRS-REG NOT = 0
                COMPUTE W-ECART = W-CONSOMME - W-APPLIQUE
                IF W-ECART NOT = 0
                     PERFORM Ecrit-Ecart-Change
                END-IF
           END-IF.

151026* traite en devise : les euros reçus valent, au taux du jour
151026* du règlement, une part de la devise due ; la traite se
151026* solde de sa contre-valeur au taux de la facture, le
151026* règlement consomme les euros effectivement reçus
       Cal-Imputation-Devise.
           MOVE " " TO W-TYP-TIE
           MOVE SPACE TO W-TIE
           MOVE DEV-MECH TO W-DEV
           CALL "rech-devise" USING W-TYP-TIE W-TIE DAT-MRGL W-DEV
                                    W-CRS-REG
                ON EXCEPTION MOVE 0 TO W-CRS-REG
           END-CALL
           IF W-CRS-REG = 0
                EXIT PARAGRAPH.
           COMPUTE W-EQUIV ROUNDED = W-RESTE * W-CRS-REG / CRS-MECH
           IF W-EQUIV < W-APPLIQUE
                MOVE W-EQUIV TO W-APPLIQUE
                MOVE W-RESTE TO W-CONSOMME
           ELSE COMPUTE W-CONSOMME ROUNDED
                        = W-APPLIQUE * CRS-MECH / W-CRS-REG
                IF W-CONSOMME > W-RESTE
                     MOVE W-RESTE TO W-CONSOMME
                END-IF
           END-IF.

151026* gain de change : débit client, crédit G;GCH ; perte : débit
151026* G;PCH, crédit client - pièce CHG + no de facture
       Ecrit-Ecart-Change.
           INITIALIZE ECR-ZONES
           MOVE "OD" TO EG-JRN
           MOVE DAT-MRGL TO EG-DAT
           MOVE "regl-b" TO EG-ORI
           STRING "CHG" DELIMITED BY SIZE
                  W-FAC DELIMITED BY SIZE
                  INTO EG-PCE
           STRING "ECART CHANGE " DELIMITED BY SIZE
                  DEV-MECH DELIMITED BY SIZE
                  " FAC " DELIMITED BY SIZE
                  W-FAC DELIMITED BY SIZE
                  INTO EG-LIB
           MOVE "G" TO EG-TYP
           IF W-ECART > 0
                MOVE "CLI" TO EG-CLE
                MOVE W-ECART TO EG-DEB
                PERFORM Ecrit-Od
                MOVE "GCH" TO EG-CLE
                MOVE 0 TO EG-DEB
                MOVE W-ECART TO EG-CRE
                PERFORM Ecrit-Od
           ELSE MOVE "PCH" TO EG-CLE
                COMPUTE EG-DEB = 0 - W-ECART
                PERFORM Ecrit-Od
                MOVE "CLI" TO EG-CLE
                MOVE 0 TO EG-DEB
                COMPUTE EG-CRE = 0 - W-ECART
                PERFORM Ecrit-Od
           END-IF
           ADD 1 TO W-NBECA.

       Ecrit-Od.
           MOVE SPACE TO EG-CPT
           CALL "ecr-gen" USING ECR-ZONES
           END-CALL
           IF EG-RET NOT = 0
                DISPLAY "regl-b : écart de change non enregistré "
                        EG-PCE
           END-IF.

      * E;fac : le reliquat du poste se solde en escompte/écart
       Ligne-Escompte.
                EXIT PARAGRAPH.
           MOVE MNT-MECH TO REG-MECH
           MOVE 1 TO LET-MECH
           MOVE W-DAT TO DLT-MECH
           MOVE "ESC" TO REJ-MECH
           REWRITE ENR-MECH INVALID CONTINUE
           END-REWRITE.
