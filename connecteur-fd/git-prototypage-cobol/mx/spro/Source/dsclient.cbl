      * user-defined variable
           COPY  "socket.def".
           COPY  "dsclient-server-config.wrk".
151026     COPY  "dsblock.wrk".
151026     COPY  "dssecu.wrk".
151026     COPY  "dslink.wrk".
           COPY  "dsclient-messages.wrk".
           COPY  "W:\mistral\copy\cobcap.wrk".
       77 MXMARQUE-COB     PIC  X(32).
