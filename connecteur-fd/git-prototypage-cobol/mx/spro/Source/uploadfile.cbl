       77 w-browseFileName PIC  X(255).
       77 W-FIC            PIC  X(255).
           COPY  "W:\mistral\copy\cobcap.wrk".
           COPY  "W:\mistral\copy\envmis-forma.wrk".
           COPY  "opensave.def".
       77 MS-Sans-Serif8
                  USAGE IS HANDLE OF FONT VALUE NULL.
