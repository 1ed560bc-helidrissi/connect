020926* Article contingenté (MXQUOTA, cf. quota-b) : l'allocation
020926* respecte le quota de l'agence et abonde sa consommation ;
020926* au-delà, la ligne reste en manque.
151026* Chaque ligne allouée prévient le client (jalon ALL,
151026* notif-evt, cf. notif-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
020926* contingentement : 1 = MXQUOTA présent, contrôle actif
       77 W-QUOTAS             PIC 9.
       77 W-QUOTA-OK           PIC 9.
      * jalon d'allocation pour le client (notif-evt)
       77 W-NOT-EVT            PIC X(03) VALUE "ALL".
       77 W-NOT-TXT            PIC X(80).
      * table du disponible par article rencontré
       77 W-NBTAB              PIC 9(03) COMP.
       78 MAXTAB               VALUE IS 500.
           END-REWRITE
           ADD 1 TO W-NB
           PERFORM Consomme-Quota
           PERFORM Edite-Allocation
           MOVE SPACE TO W-NOT-TXT
           STRING "article " DELIMITED BY SIZE
                  ART-MLDI DELIMITED BY "  "
                  " réservé sur arrivage" DELIMITED BY SIZE
                  INTO W-NOT-TXT
           CALL "notif-evt" USING W-NOT-EVT AGE-MLDI BON-MLDI
                                  CLI-MBDI W-NOT-TXT.

      * article contingenté : le quota de l'agence ne se dépasse
      * pas (cf. quota-b) ; sans quota posé, rien ne change
