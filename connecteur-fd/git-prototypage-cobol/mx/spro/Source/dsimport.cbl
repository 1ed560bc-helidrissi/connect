           COPY  "cobcap.wrk".
           COPY  "dsclient-messages.wrk".
230826     COPY  "dsblock.wrk".
151026     COPY  "dssecu.wrk".
151026     COPY  "dslink.wrk".
           COPY  "dsclient-server-config.wrk".
           COPY  "socket.def".
       77 FILE-STATUS      PIC  X(2).
