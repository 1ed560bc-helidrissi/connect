020926*       MX-DIR/ctltrp.cfg (5 % à défaut) sort en anomalie,
020926*       et le trop-facturé cumulé du transporteur se totalise
020926*       en pied - ft/ctltrp-<trp>.txt.
151026* La zone de re-tarification est celle du site de livraison
151026* du bon (ZLV-MBDI) quand il en a une.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
                EXIT PARAGRAPH
           END-READ
           MOVE ZLV-MCLI TO W-ZON
           IF ZLV-MBDI NOT = SPACE
                MOVE ZLV-MBDI TO W-ZON.
           MOVE 1 TO W-FIN2.

           COPY "conv-num.cbl".
