151026*    CONTR-LIV : contraintes de livraison d'un site MXADRLIV
151026*    (enregistrement ENR-MADL lu) en une ligne de texte pour
151026*    le chauffeur et le transporteur : hayon, semi-remorque,
151026*    grue, jours de livraison, horaires, consigne.
151026*    Sortie : CTL-TXT (espaces si aucune contrainte).
       CONTR-LIV.
           MOVE SPACE TO CTL-TXT
           MOVE 1 TO CTL-PTR
           IF HAY-MADL = 1
                STRING "HAYON EXIGE" DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR.
           IF SEM-MADL = 1
                PERFORM CONTR-LIV-SEP
                STRING "SEMI-REMORQUE INTERDIT" DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR.
           IF GRU-MADL = 1
                PERFORM CONTR-LIV-SEP
                STRING "GRUE EXIGEE" DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR.
           IF JLV-MADL NOT = SPACE
                PERFORM CONTR-LIV-SEP
                STRING "LIVRAISON " DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR
                PERFORM CONTR-LIV-JOUR VARYING CTL-I FROM 1 BY 1
                        UNTIL CTL-I > 7.
           IF HOR-MADL NOT = SPACE
                PERFORM CONTR-LIV-SEP
                STRING "OUVERT " DELIMITED BY SIZE
                       HOR-MADL DELIMITED BY "  "
                       INTO CTL-TXT WITH POINTER CTL-PTR.
           IF CON-MADL NOT = SPACE
                PERFORM CONTR-LIV-SEP
                STRING CON-MADL DELIMITED BY "  "
                       INTO CTL-TXT WITH POINTER CTL-PTR.

       CONTR-LIV-SEP.
           IF CTL-PTR > 1 AND CTL-PTR < 118
                STRING " - " DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR.

       CONTR-LIV-JOUR.
           IF JLV-MADL(CTL-I:1) = "O"
                STRING CTL-JOUR(CTL-I) DELIMITED BY SIZE
                       INTO CTL-TXT WITH POINTER CTL-PTR.
