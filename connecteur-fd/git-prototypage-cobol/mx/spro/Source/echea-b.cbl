020926* Chaque échéance glisse au prochain jour ouvert du
020926* calendrier des fermetures (jour-ouvre / MXCALOUV) : plus
020926* de traite au 15 août.
151026* Client en devise (cf. rech-devise) : chaque traite garde
151026* la devise, le taux MXTAUX du jour de la facture et son
151026* montant en devise (écart au règlement, regl-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-RNG                PIC 9(02).
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
151026* facture en devise (cf. rech-devise)
       77 W-TYP-TIE            PIC X.
       77 W-TIE                PIC X(08).
       77 W-DEV                PIC X(03).
       77 W-CRS                PIC 9(04)V9999.
           COPY "conv-num.wrk".
           COPY "datajout.wrk".
       01 LIGNE-ECH.
                CLOSE MXECHEAN
                OPEN I-O MXECHEAN.
           PERFORM Cherche-Nec
           MOVE "C" TO W-TYP-TIE
           MOVE W-CLI TO W-TIE
           CALL "rech-devise" USING W-TYP-TIE W-TIE W-DATFAC W-DEV
                                    W-CRS
                ON EXCEPTION MOVE SPACE TO W-DEV
                             MOVE 0 TO W-CRS
           END-CALL
           MOVE W-FAC TO W-FAC-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/echeancier-" DELIMITED BY SIZE
           MOVE W-NBTRAITE TO NBR-MECH
           MOVE W-MNT TO MNT-MECH
           MOVE "F" TO TYP-MECH
           IF W-CRS NOT = 0
                MOVE W-DEV TO DEV-MECH
                MOVE W-CRS TO CRS-MECH
                COMPUTE MDV-MECH ROUNDED = W-MNT * W-CRS
           END-IF
           WRITE ENR-MECH INVALID
                DISPLAY "echea-b : écriture MXECHEAN " W-NEC
           END-WRITE
