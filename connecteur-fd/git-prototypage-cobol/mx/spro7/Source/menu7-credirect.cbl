       77 Screen1-Handle
                  USAGE IS HANDLE OF WINDOW VALUE NULL.
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "LK-ART-C.wrk".
           COPY  "LK-HIV-C.wrk".
           COPY  "LK-SBD-C.wrk".
           PERFORM Controle-Palme
           accept dtt-palm from century-date
           move "00" to age-palm.
151026* société de formation (cf. forma-b) : données fictives
           IF W-COLOR-PROTO = 417
                MOVE "FORMATION - FICTIF" TO W-LIB-PROTO.
           IF W-COLOR-PROTO = 481 MOVE "PROTOTYPE (2) " TO W-LIB-PROTO.
      *

