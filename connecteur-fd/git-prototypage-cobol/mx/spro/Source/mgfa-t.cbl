      * user-defined variable
       77 W-LOG-PALM       PIC  9(3).
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
       77 W-NPR-PALM       PIC  9(4).
       77 W-CLA            PIC  9
                  VALUE IS 1.
