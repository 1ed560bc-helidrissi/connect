
      * user-defined variable
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "LK-MCDV-L.wrk".
           COPY  "LK-MCLI-L.wrk".
           COPY  "Ef-Pos.wrk".
