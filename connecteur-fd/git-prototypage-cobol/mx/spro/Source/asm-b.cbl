230826*       mouvement inverse d'un ordre terminé (STA = D) ;
230826*   LISTE
230826*       ordres ouverts et terminés, ft/asm-liste.txt.
151026* Composant en dépôt fournisseur (MXDEPFOU) : la consommation
151026* au montage prend d'abord sur le dépôt et devient une ligne
151026* d'achat auto-facturée MXRECFOU (cf. conso-depfou) ; le
151026* démontage rend le composant à notre stock, pas au dépôt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
151026* dépôt fournisseur consommé par le montage (conso-depfou)
       77 W-DPF-QTE            PIC S9(09)V99.
       77 W-DPF-ORI            PIC X(20).
       77 W-DPF-QCO            PIC S9(09)V99.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
           MOVE W-DAT TO DME-MASA
           REWRITE ENR-MASA INVALID CONTINUE
           END-REWRITE
           PERFORM Trace-Mvt-Asm
           IF W-SENS = 1
                PERFORM Conso-Depot-Fournisseur.

      * composant en dépôt fournisseur : sortie interne achetée au
      * fournisseur par auto-facturation
       Conso-Depot-Fournisseur.
           COMPUTE W-DPF-QTE = 0 - A-QTE
           MOVE SPACE TO W-DPF-ORI
           STRING "ORDRE ASM " DELIMITED BY SIZE
                  W-NOA DELIMITED BY SIZE
                  INTO W-DPF-ORI
           CALL "conso-depfou" USING W-AGE ART-MNOM W-DPF-QTE
                W-DPF-ORI W-DAT W-DPF-QCO
                ON EXCEPTION MOVE 0 TO W-DPF-QCO
           END-CALL.

       Mouvemente-Parent.
           MOVE W-AGE TO AGE-MASA
