       77 W-NSA-SAUT       PIC  9(5).
       77 W-NSA-PRIS       PIC  9(5).
       77 W-NSA-DOUBLON    PIC  9.
151026* représentant en vigueur à la date de la vente (rech-rep)
151026 77 W-REP-VIG        PIC  9(3).
151026 77 W-DSP-VIG        PIC  9(8).
           COPY  "W:\mx\copy\LK-SBD-C.wrk".
           COPY  "W:\mx\copy\LK-MCDV-L.wrk".
           COPY  "W:\mx\copy\LK-MCHC-L.wrk".

           END-IF

151026*    vues par vendeur : représentant qui tenait le client à
151026*    la date de la vente, pas celui d'aujourd'hui
151026     MOVE REP-MHIV TO W-REP-VIG
151026     MOVE DSP-TRI TO W-DSP-VIG
151026     CALL "rech-rep" USING CLI-MHIV W-DSP-VIG W-REP-VIG
151026     MOVE W-REP-VIG TO REP-TRI
           MOVE CLI-MHIV  TO CLI-TRI
           MOVE CDV-MHIV  TO CDV-TRI
           MOVE PCI-MHIV  TO PCI-TRI
