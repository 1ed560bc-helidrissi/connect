      * user-defined variable
       77 LK-ZONE-PALM     PIC  X(500).
           COPY  "\mistral\copy\cobcap.wrk".
           COPY  "\mistral\copy\envmis-forma.wrk".
           COPY  "W:\mx\copy\LK-HIV-C.wrk".
       77 FILE-STATUS      PIC  X(2).
       77 W-LOG-PALM       PIC  9(3)
