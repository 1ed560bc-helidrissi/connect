       77 Screen1-Handle
                  USAGE IS HANDLE OF WINDOW VALUE NULL.
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "Gd-Sort.wrk".
           COPY  "LK-LISTE.wrk".
240220     COPY  "rech-expression.wrk".
