
      * user-defined variable
           COPY  "\mistral\copy\cobcap.wrk".
           COPY  "\mistral\copy\envmis-forma.wrk".
           COPY  "\mistral\copy\rech.wrk".
       77 Screen1-Handle
                  USAGE IS HANDLE OF WINDOW VALUE NULL.
