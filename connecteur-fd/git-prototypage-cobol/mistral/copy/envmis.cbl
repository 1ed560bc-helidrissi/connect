              STRING RX-DIR DELIMITED BY "  " 
                     LK-NUMSOC DELIMITED BY SIZE INTO RX-DIR
           END-IF           
151026* Société de formation (marqueur formation.cfg, cf. forma-b) :
151026* écrans sur fond rouge et bandeau FORMATION
           MOVE SPACE TO FORMA-FIC
           STRING MX-DIR DELIMITED BY "  "
                  "/formation.cfg" DELIMITED BY SIZE
                  INTO FORMA-FIC
           CALL "C$FILEINFO" USING FORMA-FIC, FORMA-INFO
                GIVING FORMA-PRES
           IF FORMA-PRES = 0 MOVE 417 TO W-COLOR-PROTO
           END-IF
           .
       DLECT-COBCAP.
           IF MOB-PALM NOT = 0 
