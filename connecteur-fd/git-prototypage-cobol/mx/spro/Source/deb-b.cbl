230826*       ft/deb-controle-<aaaamm>.txt et pas de fichier tant
230826*       que les codes manquent ; sinon fichier déclaratif
230826*       ft/deb-<aaaamm>.txt + liste de contrôle.
151026*       La liste de contrôle signale aussi chaque facture
151026*       d'expédition exonérée vers un client dont le n° de TVA
151026*       intracommunautaire n'est pas validé par VIES (absent,
151026*       non conforme, refusé ou jamais vérifié, cf. vies-b) ;
151026*       signalement seul, la déclaration n'est pas bloquée.
151026*       Les lignes MXRECFOU de consommation du stock consigné
151026*       (DPF-MREC = "D") ne sont pas des introductions.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
              "IE IT LT LU LV MT NL PL PT RO SE SI SK ".
       01 W-UE REDEFINES W-UE-VAL PIC X(78).
       77 W-EST-UE             PIC 9.
151026* expéditions vers un client au n° de TVA non validé
       77 W-TVI-UE             PIC 9.
       77 W-TVI-RET            PIC 9.
       77 W-TVI-MSG            PIC X(60).
       77 W-NBTVI              PIC 9(05).
       77 W-FAC-SIG            PIC 9(08).
           COPY "conv-num.wrk".
       01 W-ZONES-CHARGE.
           05 WD-ART           PIC X(20).
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBTAB W-NBMANQ W-NBTVI W-FAC-SIG
           OPEN INPUT MXHISVTE MXCLI MXART
      * expéditions : ventes facturées aux clients UE
           MOVE SPACE TO ENR-MHIV
           END-START
           PERFORM Declare-Une-Vente UNTIL W-FIN = 1
           CLOSE MXHISVTE MXCLI
           IF W-NBTVI NOT = 0
                DISPLAY "deb-b : " W-NBTVI " factures exonérées vers"
                        " un client sans n° TVA validé, voir liste"
           END-IF
      * introductions : réceptions des fournisseurs UE
           OPEN INPUT MXRECFOU
           IF FILE-STATUS NOT = "35"
           PERFORM Teste-Pays-Ue
           IF W-EST-UE = 0
                EXIT PARAGRAPH.
           PERFORM Controle-Tvi-Client
           MOVE "E" TO W-SENS
           MOVE ART-MHIV TO COD-MART
           COMPUTE W-MNT ROUNDED = QTE-MHIV * PUS-MHIV
           COMPUTE W-PERHIV = W-DSP / 100
           IF W-PERHIV NOT = W-PER
                EXIT PARAGRAPH.
      * consommation du stock consigné : pas une introduction
           IF DPF-MREC = "D"
                EXIT PARAGRAPH.
           MOVE FOU-MREC TO COD-MFOU
           READ MXFOU INVALID MOVE SPACE TO PAY-MFOU
           END-READ
           MOVE QTE-MREC TO W-POIDS
           PERFORM Accumule-Un-Flux.

151026* flux exonéré vers un client UE dont le numéro n'est pas
151026* validé par VIES : une ligne par facture dans la liste
       Controle-Tvi-Client.
           IF VIE-MCLI = 1 AND TVI-MCLI NOT = SPACE
                EXIT PARAGRAPH.
           IF FAC-MHIV = W-FAC-SIG
                EXIT PARAGRAPH.
           MOVE FAC-MHIV TO W-FAC-SIG
           CALL "ctl-tvi" USING PAY-MCLI TVI-MCLI W-TVI-UE W-TVI-RET
                                W-TVI-MSG
           END-CALL
           EVALUATE TRUE
           WHEN W-TVI-RET NOT = 0 CONTINUE
           WHEN VIE-MCLI = 2
                MOVE "N° TVA refusé par VIES" TO W-TVI-MSG
           WHEN OTHER
                MOVE "N° TVA jamais vérifié (VIES)" TO W-TVI-MSG
           END-EVALUATE
           ADD 1 TO W-NBTVI
           MOVE SPACE TO LIGNE-ETAT
           STRING "EXONERE SANS N° TVA VALIDE : CLIENT "
                  DELIMITED BY SIZE
                  CLI-MHIV DELIMITED BY SIZE
                  " FACTURE " DELIMITED BY SIZE
                  FAC-MHIV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-TVI-MSG DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * la quantité arrive dans W-POIDS, convertie en masse avec le
      * poids unitaire de l'article ; code NC absent -> flux bloqué
       Accumule-Un-Flux.
