       77 Screen1-Handle
                  USAGE IS HANDLE OF WINDOW VALUE NULL.
           COPY  "W:\mistral\copy\cobcap.wrk".
           COPY  "W:\mistral\copy\envmis-forma.wrk".
           COPY  "W:\mistral\copy\lk-uploadfile.wrk".
           COPY  "opensave.def".
           COPY  "W:\mistral\copy\Ef-Date.wrk".
