020926* Forfaits et taux dans MX-DIR/cts.cfg
020926* (retour;relance;taux - défauts 15;10;5).  Classement par
020926* contribution nette décroissante, ft/cts-<aaaa>.txt.
151026* Le port se re-tarifie sur la zone du site de livraison du
151026* bon (ZLV-MBDI) quand il en a une.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
                EXIT PARAGRAPH
           END-READ
           MOVE ZLV-MCLI TO W-ZON
           IF ZLV-MBDI NOT = SPACE
                MOVE ZLV-MBDI TO W-ZON.
           PERFORM Cal-Poids-Bon
           IF W-POIDS NOT > 0
                EXIT PARAGRAPH.
