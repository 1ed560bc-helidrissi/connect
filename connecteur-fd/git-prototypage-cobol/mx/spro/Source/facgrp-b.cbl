020926*   (PYR-MCLI), la facture est adressée au payeur et le poste
020926*   ouvert MXECHEAN s'ouvre sur son compte ; le membre reste
020926*   le client des bons et des statistiques.
151026* - l'éco-contribution de chaque ligne (ECO-MLDI, hors
151026*   remises) s'imprime sous la ligne, entre dans le total HT
151026*   et la base de TVA du groupe de l'article, et son total est
151026*   rappelé au pied.
151026* - client UE hors France sans n° de TVA intracommunautaire,
151026*   au numéro non conforme ou refusé par VIES (ctl-tvi,
151026*   VIE-MCLI) : ses bons exonérés (AFC-MBDI = 1) sont refusés,
151026*   listés à l'exécution et laissés à facturer.
151026* - payeur affacturé (AFF-MCLI) : le pied porte la mention de
151026*   subrogation et les coordonnées bancaires du factor
151026*   (MX-DIR/affact.cfg, cf. affact-b) à la place des nôtres.
151026* - retenue de garantie (marché ou client du bâtiment, cf.
151026*   rech-retgar) : le pied la déduit du net à payer et le
151026*   poste ouvert se scinde en deux échéances, le net à 30
151026*   jours et la part retenue à la réception des travaux plus
151026*   un an (date de facture plus un an tant que la réception
151026*   n'est pas prononcée, cf. retgar-b).
151026* - client payeur en devise (cf. rech-devise) : les traites
151026*   gardent la devise, le taux MXTAUX du jour de la facture
151026*   et leur montant en devise (écart au règlement, regl-b).
151026* - facture dans la langue du payeur (LNG-MCLI, cf. langue-b) :
151026*   libellés et mentions MXLIBLNG (codes FAC-GROUPEE, FAC-DU,
151026*   FAC-AGENCE, FAC-CLIENT, FAC-PAYEUR, FAC-BL, TOT-BL,
151026*   LIG-ECO, TOT-HT, TOT-ECO, TOT-TVA, MEN-EXO, TOT-TTC,
151026*   TOT-ACOMPTE, TOT-RETGAR, NET-PAYER, MEN-RTG, MEN-RTG-MAR,
151026*   MEN-RTG-REC, MEN-RTG-TRV) et désignations MXARTLNG des
151026*   lignes non personnalisées ; le français reste à défaut.
151026* - chaque bon facturé pose le jalon FAC du suivi de commande
151026*   de son client (notif-evt, cf. notif-b).
151026* - émissions CO2 du transport de chaque bon (MXCO2BON, cf.
151026*   co2-b) imprimées sous son total et cumulées au pied
151026*   (codes MXLIBLNG LIG-CO2 et TOT-CO2).
151026* - matériel d'occasion vendu au régime de la marge (article
151026*   OCC-MART = 1 d'un bon non exonéré, cf. occas-b) : la
151026*   ligne n'entre dans aucun groupe de TVA, le pied rappelle
151026*   le total de ces ventes et porte la mention légale
151026*   "Régime particulier - Biens d'occasion" (code MXLIBLNG
151026*   MEN-OCC, TOT-OCC) ; la reprise d'un matériel (MOT-MLDI
151026*   REP) se déduit du net sans réduire la base taxable
151026*   (TOT-REP).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXCPTFAC.sl".
       COPY "MXACPT.sl".
       COPY "MXECHEAN.sl".
       COPY "MXCO2BON.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
           SELECT CONFIG ASSIGN TO ASSIGN-CONFIG
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-CONFIG.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXART.fd".
       COPY "MXCPTFAC.fd".
       COPY "MXACPT.fd".
       COPY "MXECHEAN.fd".
       COPY "MXCO2BON.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       FD  CONFIG LABEL RECORD STANDARD.
       01  ENR-CONFIG          PIC X(250).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 FILE-STATUS-CONFIG   PIC X(2).
       77 ASSIGN-CONFIG        PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(100).
       77 W-PAR2               PIC X(30).
       77 W-TTVA               PIC S9(11)V99.
       77 W-TTC                PIC S9(11)V99.
       77 W-BHT-BON            PIC S9(11)V99.
       77 W-ECO                PIC S9(11)V99.
       77 W-TECO               PIC S9(11)V99.
151026* ventes d'occasion au régime de la marge et reprises
       77 W-TOCC               PIC S9(11)V99.
       77 W-TREP               PIC S9(11)V99.
       77 I                    PIC 9(02) COMP.
       77 W-GRP                PIC 9.
       77 W-GTV                PIC 9.
      * client export/exonéré : AFC-MBDI porté par les bons source
       77 W-AFC                PIC 9.
151026* n° de TVA intracommunautaire du client (cf. ctl-tvi)
       77 W-TVI-UE             PIC 9.
       77 W-TVI-RET            PIC 9.
       77 W-TVI-MSG            PIC X(60).
       77 W-TVI-KO             PIC 9.
       77 W-NB-REF             PIC 9(05).
       77 W-PTR                PIC 9(03).
      * jalon de facturation pour le client (notif-evt)
       77 W-NOT-EVT            PIC X(03) VALUE "FAC".
       77 W-NOT-TXT            PIC X(80).
      * bases et TVA recalculées par groupe, comme Calc-TTC
       01 W-BTV                PIC S9(11)V99 OCCURS 5.
       01 W-MTV                PIC S9(11)V99 OCCURS 5.
020926* compte payeur résolu (cf. PYR-MCLI)
       77 W-PAYEUR             PIC 9(08).
       77 W-RAI-PAYEUR         PIC X(40).
151026* payeur affacturé et factor (affact.cfg, cf. affact-b)
       77 W-AFF-PAYEUR         PIC 9.
       01 W-FACTOR.
           05 W-FAC-NOM        PIC X(40).
           05 W-FAC-ADH        PIC X(20).
           05 W-FAC-IBAN       PIC X(34).
           05 W-FAC-BIC        PIC X(11).
           05 W-FAC-MENTION    PIC X(140).
151026* retenue de garantie : taux, montant retenu, marché et date
151026* de réception des travaux (cf. rech-retgar)
       77 W-TRG                PIC 9(02)V99.
       77 W-TRG-ED             PIC Z9,99.
       77 W-RTG                PIC S9(11)V99.
       77 W-NMA-RTG            PIC 9(06).
       77 W-DRC                PIC 9(08).
       77 W-MENTION-RTG        PIC X(132).
151026* facture en devise du payeur (cf. rech-devise)
       77 W-TYP-TIE            PIC X.
       77 W-TIE                PIC X(08).
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
151026* émissions CO2 du transport du bon et de la facture
       77 W-CO2-OK             PIC 9 VALUE 0.
       77 W-FIN4               PIC 9.
       77 W-CO2-BON            PIC 9(09)V999.
       77 W-TCO2               PIC 9(09)V999.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
           COPY "trad-doc.wrk".
       01 LIGNE-FAC.
           05 LF-ART           PIC X(20).
           05 FILLER           PIC X(01).
                OPEN I-O MXECHEAN.
           OPEN I-O MXLDIS
           OPEN INPUT MXCLI MXART MXPARAM
151026* émissions CO2 calculées par co2-b, si le fichier existe
           OPEN INPUT MXCO2BON
           IF FILE-STATUS = "00"
                MOVE 1 TO W-CO2-OK.
           MOVE W-CLI TO COD-MCLI
           READ MXCLI INVALID
                DISPLAY "facgrp-b : client inconnu " W-CLI
020926* remontée au compte payeur de la centrale d'achat
           MOVE W-CLI TO W-PAYEUR
           MOVE SPACE TO W-RAI-PAYEUR
           MOVE AFF-MCLI TO W-AFF-PAYEUR
           MOVE LNG-MCLI TO TRD-LNG
           IF PYR-MCLI NOT = 0
                MOVE PYR-MCLI TO W-PAYEUR
                MOVE PYR-MCLI TO COD-MCLI
                     END-READ
                NOT INVALID
                     MOVE RAI-MCLI TO W-RAI-PAYEUR
                     MOVE AFF-MCLI TO W-AFF-PAYEUR
                     MOVE LNG-MCLI TO TRD-LNG
                     MOVE W-CLI TO COD-MCLI
                     READ MXCLI INVALID CONTINUE
                     END-READ
                END-READ
           END-IF
151026* exonération intracommunautaire : numéro absent, non
151026* conforme ou refusé -> les bons exonérés ne passent pas
           MOVE 0 TO W-TVI-KO W-NB-REF
           CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
           IF W-TVI-UE = 1
           AND (W-TVI-RET NOT = 0 OR VIE-MCLI = 2)
                MOVE 1 TO W-TVI-KO
                IF W-TVI-RET = 0
                     MOVE "N° TVA refusé par VIES" TO W-TVI-MSG
                END-IF
           END-IF
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                DISPLAY "facgrp-b : MXPARAM absent"
           END-READ
      * un seul passage de repérage : y a-t-il au moins un bon ?
           PERFORM Compte-Bons
           IF W-NB-REF NOT = 0
                DISPLAY "facgrp-b : " W-NB-REF
                        " bons exonérés refusés, client UE : "
                        W-TVI-MSG
           END-IF
           IF W-NB-BON = 0
                DISPLAY "facgrp-b : aucun bon à facturer"
                PERFORM Ferme-Tout
       Ouvre-Echeance.
           IF W-NET NOT > 0
                EXIT PARAGRAPH.
           PERFORM Cal-Devise
           PERFORM Cherche-Nec
           ADD 1 TO W-NEC
           INITIALIZE ENR-MECH
           END-CALL
           MOVE AJD-DAT TO DEC-MECH
           MOVE 1 TO RNG-MECH NBR-MECH
           COMPUTE MNT-MECH = W-NET - W-RTG
151026* retenue de garantie : seconde échéance pour la part retenue
           IF W-RTG > 0
                MOVE 2 TO NBR-MECH
           END-IF
           PERFORM Devise-Traite
           IF MNT-MECH > 0
                WRITE ENR-MECH INVALID CONTINUE
                END-WRITE
                ADD 1 TO W-NEC
           END-IF
           IF W-RTG > 0
                PERFORM Ouvre-Echeance-Retenue
           END-IF.

151026* la part retenue est due un an après la réception des
151026* travaux ; tant qu'elle n'est pas prononcée, un an après la
151026* facture à titre provisoire (retgar-b RECEPTION recale)
       Ouvre-Echeance-Retenue.
           MOVE W-NEC TO NEC-MECH
           MOVE 2 TO RNG-MECH NBR-MECH
           MOVE W-RTG TO MNT-MECH
           MOVE 1 TO RTG-MECH
           MOVE W-DRC TO DRC-MECH
           MOVE W-NMA-RTG TO NMA-MECH
           IF W-DRC NOT = 0
                MOVE W-DRC TO AJD-DAT
           ELSE MOVE W-DAT TO AJD-DAT
           END-IF
           ADD 1 TO AJD-AA
           PERFORM CAL-LONGUEUR-MOIS
           IF AJD-JJ > AJD-LMOIS
                MOVE AJD-LMOIS TO AJD-JJ
           END-IF
           CALL "jour-ouvre" USING W-AGE AJD-DAT
           END-CALL
           MOVE AJD-DAT TO DEC-MECH
           PERFORM Devise-Traite
           WRITE ENR-MECH INVALID CONTINUE
           END-WRITE.

151026* devise du payeur et taux du jour de la facture
       Cal-Devise.
           MOVE "C" TO W-TYP-TIE
           MOVE W-PAYEUR TO W-TIE
           CALL "rech-devise" USING W-TYP-TIE W-TIE W-DAT W-DEV W-CRS
                ON EXCEPTION MOVE SPACE TO W-DEV
                             MOVE 0 TO W-CRS
           END-CALL.

       Devise-Traite.
           IF W-CRS = 0
                EXIT PARAGRAPH.
           MOVE W-DEV TO DEV-MECH
           MOVE W-CRS TO CRS-MECH
           COMPUTE MDV-MECH ROUNDED = MNT-MECH * W-CRS.

       Cherche-Nec.
           MOVE 0 TO W-NEC
           MOVE 99999999 TO NEC-MECH

       Ferme-Tout.
           CLOSE MXBDIS MXCPTFAC MXLDIS MXCLI MXART MXPARAM
                 MXACPT MXECHEAN
           IF W-CO2-OK = 1
                CLOSE MXCO2BON.

      * le bon est retenu s'il est du client, dans la période,
      * non soldé, et qu'au moins une ligne a du facturable
           AND DAT-MBDI NOT < W-DATDEB
           AND DAT-MBDI NOT > W-DATFIN
                PERFORM Cherche-Billable
           END-IF
           IF W-GRP = 1 AND AFC-MBDI = 1 AND W-TVI-KO = 1
                MOVE 2 TO W-GRP
           END-IF.

       Cherche-Billable.
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           PERFORM Test-Bon-Retenu
           IF W-GRP = 2
                DISPLAY "facgrp-b : B/L " BON-MBDI
                        " exonéré refusé, n° TVA du client"
                ADD 1 TO W-NB-REF.
           IF W-GRP = 1
                ADD 1 TO W-NB-BON.

                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE "FAC-GROUPEE" TO TRD-COD
           MOVE "FACTURE GROUPEE N°" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-FAC-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE "FAC-DU" TO TRD-COD
           MOVE "DU" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-DAT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE "FAC-AGENCE" TO TRD-COD
           MOVE "AGENCE" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-AGE DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE "FAC-CLIENT" TO TRD-COD
           MOVE "CLIENT" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING COD-MCLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAI-MCLI DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           IF W-PAYEUR NOT = W-CLI
                MOVE SPACE TO LIGNE-ETAT
                MOVE 1 TO W-PTR
                MOVE "FAC-PAYEUR" TO TRD-COD
                MOVE "FACTURE A (PAYEUR)" TO TRD-TXT
                PERFORM Ajoute-Libelle
                STRING W-PAYEUR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-RAI-PAYEUR DELIMITED BY SIZE
                       INTO LIGNE-ETAT WITH POINTER W-PTR
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-THT W-TTVA W-TTC W-NB-LIG W-AFC W-ACO
                     W-TECO W-TCO2 W-TOCC W-TREP
           PERFORM Raz-Tva
           MOVE SPACE TO ENR-MBDI
           MOVE W-AGE TO AGE-MBDI
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           PERFORM Test-Bon-Retenu
           IF W-GRP NOT = 1
                EXIT PARAGRAPH.
      * l'exonération du client suit les bons source (Calc-TTC :
      * AFC-MBDI = 1 -> pas de taxe)
                MOVE 1 TO W-AFC.
      * rupture par bon : rappel du no et de la date du B/L
           MOVE SPACE TO LIGNE-ETAT
           MOVE "** " TO LIGNE-ETAT
           MOVE 4 TO W-PTR
           MOVE "FAC-BL" TO TRD-COD
           MOVE "B/L" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING BON-MBDI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE "FAC-DU" TO TRD-COD
           MOVE "DU" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING DAT-MBDI DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           MOVE 0 TO W-BHT-BON
           MOVE 1 TO W-COMPLET
           PERFORM Facture-Les-Lignes
           MOVE SPACE TO LIGNE-TOT
           MOVE "TOT-BL" TO TRD-COD
           MOVE "TOTAL B/L" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LT-LIB(4:)
           MOVE W-BHT-BON TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TOT
           PERFORM Edite-Co2-Bon
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
      * le no commun se pose toujours ; le bon ne se solde
           REWRITE ENR-MBDI INVALID
                DISPLAY "facgrp-b : réécriture MXBDIS " CLE1-MBDI
           END-REWRITE
      * même texte que notif-b DETECTE : un seul jalon par facture
           MOVE SPACE TO W-NOT-TXT
           STRING "facture n° " DELIMITED BY SIZE
                  W-FAC-X DELIMITED BY SIZE
                  INTO W-NOT-TXT
           CALL "notif-evt" USING W-NOT-EVT AGE-MBDI BON-MBDI
                                  CLI-MBDI W-NOT-TXT
      * les acomptes du bon se pointent sur la facture émise
           PERFORM Impute-Acomptes-Bon.

      * ventilation par groupe de TVA de l'article, comme Calc-TTC
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE 1 TO TVA-MART
                MOVE SPACE TO DES-MART DE2-MART
           END-READ
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV
           END-IF
      * reprise et occasion au régime de la marge : hors groupes,
      * comme RECH-CT
           EVALUATE TRUE
           WHEN MOT-MLDI = "REP"
                ADD W-MNT TO W-TREP
           WHEN OCC-MART = 1 AND AFC-MBDI = 0
                ADD W-MNT TO W-TOCC
           WHEN OTHER
                ADD W-MNT TO W-BTV(W-GTV)
           END-EVALUATE
           MOVE SPACE TO LIGNE-FAC
           MOVE ART-MLDI TO LF-ART
           MOVE DES-MLDI TO LF-DES
      * désignation de la fiche article : traduite pour le payeur
           IF DES-MLDI = DES-MART AND DES-MART NOT = SPACE
                MOVE ART-MLDI TO TRD-ART
                MOVE DES-MART TO TRD-DES
                MOVE DE2-MART TO TRD-DE2
                PERFORM TRAD-ART
                MOVE TRD-DES TO LF-DES
           END-IF
           MOVE W-BILLABLE TO LF-QTE
           MOVE PUN-MLDI TO LF-PUN
           MOVE W-MNT    TO LF-MNT
           WRITE LIGNE-ETAT FROM LIGNE-FAC
           ADD 1 TO W-NB-LIG
151026* éco-contribution de la ligne : à part, sous la ligne
           IF ECO-MLDI NOT = 0
                COMPUTE W-ECO ROUNDED = W-BILLABLE * ECO-MLDI
                ADD W-ECO TO W-BHT-BON W-THT W-TECO
                ADD W-ECO TO W-BTV(W-GTV)
                MOVE SPACE TO LIGNE-FAC
                MOVE "LIG-ECO" TO TRD-COD
                MOVE "DONT ECO-CONTRIBUTION" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LF-DES(4:)
                MOVE W-BILLABLE TO LF-QTE
                MOVE ECO-MLDI TO LF-PUN
                MOVE W-ECO TO LF-MNT
                WRITE LIGNE-ETAT FROM LIGNE-FAC
           END-IF.

       Edite-Pied.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-TOT
           MOVE "TOT-HT" TO TRD-COD
           MOVE "TOTAL HT" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LT-LIB
           MOVE W-THT TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TOT
           IF W-TECO NOT = 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "TOT-ECO" TO TRD-COD
                MOVE "DONT ECO-CONTRIBUTIONS" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                MOVE W-TECO TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
           IF W-TOCC NOT = 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "TOT-OCC" TO TRD-COD
                MOVE "DONT BIENS D'OCCASION" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                MOVE W-TOCC TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
           IF W-TREP NOT = 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "TOT-REP" TO TRD-COD
                MOVE "DONT REPRISE DE MATERIEL" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                MOVE W-TREP TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
      * même chemin d'exemption que Calc-TTC : client exonéré
      * (AFC des bons source) ou groupe exonéré (RCT-MPAR) = pas
      * de taxe sur ce groupe
                     ADD W-MTV(I) TO W-TTVA
                     MOVE SPACE TO LIGNE-TOT
                     MOVE I TO W-GTV
                     MOVE "TOT-TVA" TO TRD-COD
                     MOVE "TVA GROUPE" TO TRD-TXT
                     PERFORM TRAD-LIB
                     STRING TRD-TXT DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            W-GTV DELIMITED BY SIZE
                            INTO LT-LIB
                     MOVE W-MTV(I) TO LT-MNT
           END-PERFORM
           IF W-AFC = 1
                MOVE SPACE TO LIGNE-TOT
                MOVE "MEN-EXO" TO TRD-COD
                MOVE "EXONERATION (EXPORT/AFC)" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                MOVE 0 TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
           COMPUTE W-TTC = W-THT + W-TTVA
           MOVE SPACE TO LIGNE-TOT
           MOVE "TOT-TTC" TO TRD-COD
           MOVE "TOTAL TTC" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LT-LIB
           MOVE W-TTC TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TOT
      * acomptes déjà versés : la facture ne réclame que le solde
           COMPUTE W-NET = W-TTC - W-ACO
           IF W-ACO NOT = 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "TOT-ACOMPTE" TO TRD-COD
                MOVE "ACOMPTES VERSES" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                COMPUTE W-MNT = 0 - W-ACO
                MOVE W-MNT TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
151026* retenue de garantie sur le TTC, dans la limite du solde
           PERFORM Cal-Retenue
           IF W-RTG > 0
                MOVE SPACE TO LIGNE-TOT
                MOVE W-TRG TO W-TRG-ED
                MOVE "TOT-RETGAR" TO TRD-COD
                MOVE "RETENUE DE GARANTIE" TO TRD-TXT
                PERFORM TRAD-LIB
                STRING TRD-TXT DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       W-TRG-ED DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                       INTO LT-LIB
                COMPUTE W-MNT = 0 - W-RTG
                MOVE W-MNT TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
           IF W-ACO NOT = 0 OR W-RTG > 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "NET-PAYER" TO TRD-COD
                MOVE "NET A PAYER" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                COMPUTE W-MNT = W-NET - W-RTG
                MOVE W-MNT TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
151026* information CO2 des prestations de transport
           IF W-TCO2 > 0
                MOVE SPACE TO LIGNE-TOT
                MOVE "TOT-CO2" TO TRD-COD
                MOVE "TOTAL CO2 TRANSPORT (KG CO2E)" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LT-LIB
                MOVE W-TCO2 TO LT-MNT
                WRITE LIGNE-ETAT FROM LIGNE-TOT
           END-IF
           IF W-RTG > 0
                PERFORM Edite-Mention-Retenue
           END-IF
           IF W-AFF-PAYEUR = 1
                PERFORM Edite-Subrogation
           END-IF
      * mention obligatoire des ventes au régime de la marge : la
      * TVA comprise dans le prix n'est pas déductible
           IF W-TOCC NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE "MEN-OCC" TO TRD-COD
                MOVE "Régime particulier - Biens d'occasion"
                  TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF.

151026* émissions du bon : tournée ou transporteur, toutes dates
       Edite-Co2-Bon.
           MOVE 0 TO W-CO2-BON
           IF W-CO2-OK NOT = 1
                EXIT PARAGRAPH.
           MOVE AGE-MBDI TO AGE-MCO2
           MOVE BON-MBDI TO BON-MCO2
           MOVE 0 TO DAT-MCO2 NTO-MCO2 W-FIN4
           START MXCO2BON KEY NOT < CLE1-MCO2 INVALID
                MOVE 1 TO W-FIN4
           END-START
           PERFORM Cumule-Co2-Bon UNTIL W-FIN4 = 1
           IF W-CO2-BON = 0
                EXIT PARAGRAPH.
           ADD W-CO2-BON TO W-TCO2
           MOVE SPACE TO LIGNE-TOT
           MOVE "LIG-CO2" TO TRD-COD
           MOVE "EMISSIONS CO2 TRANSPORT (KG CO2E)" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LT-LIB(4:)
           MOVE W-CO2-BON TO LT-MNT
           WRITE LIGNE-ETAT FROM LIGNE-TOT.

       Cumule-Co2-Bon.
           READ MXCO2BON NEXT AT END MOVE 1 TO W-FIN4
                EXIT PARAGRAPH
           END-READ
           IF AGE-MCO2 NOT = AGE-MBDI OR BON-MCO2 NOT = BON-MBDI
                MOVE 1 TO W-FIN4
                EXIT PARAGRAPH.
           ADD CO2-MCO2 TO W-CO2-BON.

151026* taux du marché ou du client (caution bancaire = 0)
       Cal-Retenue.
           MOVE 0 TO W-RTG
           CALL "rech-retgar" USING W-CLI W-DAT W-TRG W-NMA-RTG
                                    W-DRC
                ON EXCEPTION MOVE 0 TO W-TRG
           END-CALL
           IF W-TRG = 0 OR W-NET NOT > 0
                EXIT PARAGRAPH.
           COMPUTE W-RTG ROUNDED = W-TTC * W-TRG / 100
           IF W-RTG > W-NET
                MOVE W-NET TO W-RTG
           END-IF.

       Edite-Mention-Retenue.
           MOVE SPACE TO LIGNE-ETAT W-MENTION-RTG
           IF W-NMA-RTG NOT = 0
                MOVE "MEN-RTG-MAR" TO TRD-COD
                MOVE "RETENUE DE GARANTIE DU MARCHE" TO TRD-TXT
                PERFORM TRAD-LIB
                STRING TRD-TXT DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       W-NMA-RTG DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           ELSE MOVE "MEN-RTG" TO TRD-COD
                MOVE "RETENUE DE GARANTIE" TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LIGNE-ETAT
           END-IF
           IF W-DRC NOT = 0
                MOVE "MEN-RTG-REC" TO TRD-COD
                MOVE "EXIGIBLE UN AN APRES LA RECEPTION DU"
                     TO TRD-TXT
                PERFORM TRAD-LIB
                STRING LIGNE-ETAT DELIMITED BY "  "
                       " : " DELIMITED BY SIZE
                       TRD-TXT DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       W-DRC DELIMITED BY SIZE
                       INTO W-MENTION-RTG
           ELSE MOVE "MEN-RTG-TRV" TO TRD-COD
                MOVE "EXIGIBLE UN AN APRES LA RECEPTION DES TRAVAUX"
                     TO TRD-TXT
                PERFORM TRAD-LIB
                STRING LIGNE-ETAT DELIMITED BY "  "
                       " : " DELIMITED BY SIZE
                       TRD-TXT DELIMITED BY "  "
                       INTO W-MENTION-RTG
           END-IF
           WRITE LIGNE-ETAT FROM W-MENTION-RTG.

151026* créance cédée au factor : mention de subrogation et
151026* règlement à l'ordre du factor, sur son compte
       Edite-Subrogation.
           PERFORM Charge-Factor
           IF W-FAC-NOM = SPACE
                DISPLAY "facgrp-b : client affacturé, factor absent "
                        "de affact.cfg"
                EXIT PARAGRAPH.
           IF W-FAC-MENTION = SPACE
                STRING "Pour être libératoire, votre règlement doit "
                       DELIMITED BY SIZE
                       "être effectué à l'ordre de "
                       DELIMITED BY SIZE
                       W-FAC-NOM DELIMITED BY "  "
                       ", qui le reçoit par subrogation."
                       DELIMITED BY SIZE
                       INTO W-FAC-MENTION.
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-FAC-MENTION(1:70) TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-FAC-MENTION(71:70) NOT = SPACE
                MOVE W-FAC-MENTION(71:70) TO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           STRING "REGLEMENT A L'ORDRE DE " DELIMITED BY SIZE
                  W-FAC-NOM DELIMITED BY "  "
                  " - ADHERENT " DELIMITED BY SIZE
                  W-FAC-ADH DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "IBAN " DELIMITED BY SIZE
                  W-FAC-IBAN DELIMITED BY " "
                  "  BIC " DELIMITED BY SIZE
                  W-FAC-BIC DELIMITED BY " "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * factor : MX-DIR/affact.cfg, nom;adhérent;iban;bic;mention
       Charge-Factor.
           MOVE SPACE TO W-FACTOR
           STRING MX-DIR DELIMITED BY "  "
                  "/affact.cfg" DELIMITED BY SIZE
                  INTO ASSIGN-CONFIG
           OPEN INPUT CONFIG
           IF FILE-STATUS-CONFIG NOT = "00"
                EXIT PARAGRAPH.
           READ CONFIG AT END CONTINUE
           NOT AT END
                UNSTRING ENR-CONFIG DELIMITED BY ";"
                     INTO W-FAC-NOM W-FAC-ADH W-FAC-IBAN W-FAC-BIC
                          W-FAC-MENTION
           END-READ
           CLOSE CONFIG.

      * libellé TRD-COD traduit, suivi d'un blanc, à la position
      * W-PTR de la ligne d'édition
       Ajoute-Libelle.
           PERFORM TRAD-LIB
           STRING TRD-TXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR.

           COPY "conv-num.cbl".
           COPY "datajout.cbl".
           COPY "trad-doc.cbl".

       Fin.
           STOP RUN.
