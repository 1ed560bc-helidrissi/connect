
      * user-defined variable
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "Ef-Pos.wrk".
           COPY  "rech.wrk".
       01 TAB-MITC.
