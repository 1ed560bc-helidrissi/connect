020926*       par ; - défaut FR;DE;IT;ES;BE;NL) ; sinon le refus
020926*       liste les lignes non conformes -
020926*       ft/export-eur1-<age>-<bon>.txt, archivée (type EU1).
151026* Les deux documents sortent dans la langue du client
151026* (LNG-MCLI, cf. langue-b) : désignation MXARTLNG de chaque
151026* article, libellés et mentions MXLIBLNG (codes EXP-TITRE,
151026* EXP-DU, EXP-DEST, EXP-PAYS, EXP-ENTETE, EXP-TOTAL,
151026* EXP-MENTION, EUR-TITRE, EUR-DECL1, EUR-DECL2) ; le
151026* français reste à défaut de traduction.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-NONPREF            PIC 9(03).
       77 I                    PIC 9(02) COMP.
       77 W-NBPAYS             PIC 9(02) COMP.
       77 W-PTR                PIC 9(03).
      * appel prtarc-arc : archive légale
       77 W-ARC-TYP            PIC X(03).
       77 W-ARC-NUM            PIC 9(08).
       77 W-ARC-FIC            PIC X(256).
       77 W-ARC-OK             PIC 9.
           COPY "conv-num.wrk".
           COPY "trad-doc.wrk".
      * liste des origines préférentielles (export.cfg)
       01 W-PAYS-PREF.
           05 W-PP             PIC X(02) OCCURS 20.
       01 LIGNE-EXP.
           05 LE-ART           PIC X(20).
           05 FILLER           PIC X(01).
           05 LE-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LE-NCC           PIC X(10).
           05 FILLER           PIC X(01).
           05 LE-PAY           PIC X(02).
           END-READ
           MOVE CLI-MBDI TO COD-MCLI
           READ MXCLI INVALID
                MOVE SPACE TO RAI-MCLI PAY-MCLI LNG-MCLI
           END-READ
           MOVE LNG-MCLI TO TRD-LNG
           MOVE 1 TO W-NB.

      ******************************************************************
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE "EXP-TITRE" TO TRD-COD
           MOVE "FACTURE COMMERCIALE D'EXPORTATION - BON" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-BON-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE "EXP-DU" TO TRD-COD
           MOVE "DU" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE "EXP-DEST" TO TRD-COD
           MOVE "DESTINATAIRE" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING RAI-MCLI DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           MOVE "EXP-PAYS" TO TRD-COD
           MOVE "PAYS" TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING PAY-MCLI DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           MOVE "EXP-ENTETE" TO TRD-COD
           MOVE
           "ARTICLE / DESIGNATION / NOMENCLATURE SH-TARIC / ORIGINE /"
             TO TRD-TXT
           MOVE " VALEUR" TO TRD-TXT(58:)
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-EXP
           MOVE "EXP-TOTAL" TO TRD-COD
           MOVE "VALEUR TOTALE EXW" TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LE-ART
           MOVE TRD-TXT(21:) TO LE-DES
           MOVE W-TOTAL TO LE-MNT
           WRITE LIGNE-ETAT FROM LIGNE-EXP
           MOVE "EXP-MENTION" TO TRD-COD
           MOVE
           "MARCHANDISES D'ORIGINE DECLAREE CI-DESSUS - EXPORT"
             TO TRD-TXT
           PERFORM TRAD-LIB
           MOVE TRD-TXT TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           PERFORM Ferme-Tout
           ADD W-MNT TO W-TOTAL
           MOVE SPACE TO LIGNE-EXP
           MOVE ART-MLDI TO LE-ART
      * désignation de la fiche article, dans la langue du client
           MOVE DES-MLDI TO LE-DES
           IF DES-MLDI = DES-MART AND DES-MART NOT = SPACE
                MOVE ART-MLDI TO TRD-ART
                MOVE DES-MART TO TRD-DES
                MOVE DE2-MART TO TRD-DE2
                PERFORM TRAD-ART
                MOVE TRD-DES TO LE-DES
           END-IF
           IF NCT-MART NOT = SPACE
                MOVE NCT-MART TO LE-NCC
           ELSE MOVE NCC-MART TO LE-NCC
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           MOVE 1 TO W-PTR
           MOVE "EUR-TITRE" TO TRD-COD
           MOVE "CERTIFICAT EUR.1 - DECLARATION D'ORIGINE - BON"
                TO TRD-TXT
           PERFORM Ajoute-Libelle
           STRING W-BON-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-NONPREF = 0
                MOVE "EUR-DECL1" TO TRD-COD
                MOVE
           "L'EXPORTATEUR DECLARE QUE CES MARCHANDISES SONT"
                  TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LIGNE-ETAT
                WRITE LIGNE-ETAT
                MOVE "EUR-DECL2" TO TRD-COD
                MOVE
           "D'ORIGINE PREFERENTIELLE (REGLES D'ORIGINE REMPLIES)."
                  TO TRD-TXT
                PERFORM TRAD-LIB
                MOVE TRD-TXT TO LIGNE-ETAT
                WRITE LIGNE-ETAT
           ELSE
                MOVE
       F-Eur1.
           EXIT.

      * libellé TRD-COD traduit, suivi d'un blanc, à la position
      * W-PTR de la ligne d'édition
       Ajoute-Libelle.
           PERFORM TRAD-LIB
           STRING TRD-TXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  INTO LIGNE-ETAT WITH POINTER W-PTR.

           COPY "conv-num.cbl".
           COPY "trad-doc.cbl".

       Fin.
           STOP RUN.
