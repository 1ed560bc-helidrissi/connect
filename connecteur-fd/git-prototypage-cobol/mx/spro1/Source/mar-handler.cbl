       01 BITWISE-SRC
                  USAGE IS SIGNED-SHORT.
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "kobalt-missing.wrk".
           COPY  "envmis.wrk".
       01 fcount           PIC  9(10).
