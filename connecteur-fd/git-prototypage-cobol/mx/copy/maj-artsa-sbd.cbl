                     END-IF
                     IF DEP-MLDI = 0 
                        SUBTRACT A-QTE FROM STC-MASA
151026*                 sortie sur un article en dépôt fournisseur :
151026*                 achat auto-facturé de la quantité consommée
151026                  IF A-QTE > 0
151026                     PERFORM Conso-Depot-Fournisseur
151026                  END-IF
                     END-IF
                ELSE                   | MàJ des entrées si article composé
                     IF IndicePeriode = 1
130120     END-IF
130120     .

151026* stock en dépôt fournisseur (MXDEPFOU) : la part livrée qui
151026* appartenait encore au fournisseur devient une ligne d'achat
151026* MXRECFOU auto-facturée (cf. conso-depfou, depfou-b)
151026 Conso-Depot-Fournisseur.
151026     MOVE SPACE TO W-DPF-ORI
151026     STRING "BL " DELIMITED BY SIZE
151026            AGE-MASA DELIMITED BY SIZE
151026            "/" DELIMITED BY SIZE
151026            BON-MLDI DELIMITED BY SIZE
151026            INTO W-DPF-ORI
151026     CALL "conso-depfou" USING AGE-MASA, W-ART-MAJ, A-QTE,
151026          W-DPF-ORI, W-DAT, W-DPF-QCO
151026          ON EXCEPTION MOVE 0 TO W-DPF-QCO
151026     END-CALL
151026     .

      *---- Article Stock Agence Arrivée si Inter-Agence ----*
       Maj-Artsa-Ach.
           INITIALIZE ENR-MASA2
