230826*       facture pièces + main d'oeuvre par le circuit normal ;
230826*       en garantie la facture part sur le compte client du
230826*       constructeur donné en paramètre.
151026*   Pièce en dépôt fournisseur (MXDEPFOU) : la sortie sur l'OR
151026*   consomme d'abord le dépôt et devient une ligne d'achat
151026*   auto-facturée MXRECFOU (cf. conso-depfou).
151026*   COMPTEUR <nor> <heures>
151026*       relevé d'horamètre de la machine de l'OR, au parc du
151026*       client (MXPARC, cf. releve-parc / parc-b) pour les
151026*       relances d'entretien.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-FIN                PIC 9.
       77 W-NB                 PIC 9(05).
151026* dépôt fournisseur consommé par la pièce (conso-depfou)
       77 W-DPF-QTE            PIC S9(09)V99.
       77 W-DPF-ORI            PIC X(20).
       77 W-DPF-QCO            PIC S9(09)V99.
151026* relevé d'horamètre (releve-parc)
       77 W-PRC-SER            PIC X(20).
       77 W-PRC-HRS            PIC 9(06).
       77 W-PRC-ORI            PIC X(03).
       77 W-PRC-RET            PIC 9.
       78 MOB-BATCH            VALUE IS 90.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
                             THRU F-Change-Statut
           WHEN "CHARGE"  PERFORM Edite-Charge THRU F-Edite-Charge
           WHEN "FACTURE" PERFORM Facture-Or THRU F-Facture-Or
           WHEN "COMPTEUR" PERFORM Releve-Compteur
                             THRU F-Releve-Compteur
           WHEN OTHER
                DISPLAY "sav-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : sav-b OUVRE age mat cli G/C sympt"
                DISPLAY "        sav-b STATUT nor R/D/C/P/X"
                DISPLAY "        sav-b CHARGE age"
                DISPLAY "        sav-b FACTURE nor age [clicons]"
                DISPLAY "        sav-b COMPTEUR nor heures"
           END-EVALUATE
           GO Fin.

                REWRITE ENR-MASA INVALID CONTINUE
                END-REWRITE
                PERFORM Trace-Mvt-Sav
                PERFORM Conso-Depot-Fournisseur
           END-IF
           CLOSE MXART MXARTSA MXORDPCE MXORDREP
           DISPLAY "sav-b : pièce " COD-MART " sortie sur OR "
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT.

      * pièce en dépôt fournisseur : sortie interne achetée au
      * fournisseur par auto-facturation
       Conso-Depot-Fournisseur.
           MOVE W-QTE TO W-DPF-QTE
           MOVE SPACE TO W-DPF-ORI
           STRING "OR " DELIMITED BY SIZE
                  W-NOR DELIMITED BY SIZE
                  INTO W-DPF-ORI
           CALL "conso-depfou" USING AGE-MORP COD-MART W-DPF-QTE
                W-DPF-ORI W-DAT W-DPF-QCO
                ON EXCEPTION MOVE 0 TO W-DPF-QCO
           END-CALL.

      ******************************************************************
      *    HEURES / STATUT
      ******************************************************************
       F-Change-Statut.
           EXIT.

      ******************************************************************
      *    COMPTEUR : horamètre de la machine au parc client
      ******************************************************************
       Releve-Compteur.
           PERFORM Lit-Or
           IF W-NOR = 0 GO F-Releve-Compteur.
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PRC-HRS
           MOVE MAT-MORP TO W-PRC-SER
           MOVE CLI-MORP TO W-CLI
           CLOSE MXORDREP
           IF W-PRC-HRS = 0
                DISPLAY "usage : sav-b COMPTEUR nor heures"
                GO F-Releve-Compteur.
           MOVE "SAV" TO W-PRC-ORI
           CALL "releve-parc" USING W-PRC-SER W-CLI W-PRC-HRS
                W-DAT W-PRC-ORI W-PRC-RET
                ON EXCEPTION MOVE 9 TO W-PRC-RET
           END-CALL
           EVALUATE W-PRC-RET
           WHEN 0    DISPLAY "sav-b : " W-PRC-SER " relevé à "
                             W-PRC-HRS " h"
           WHEN 1    DISPLAY "sav-b : " W-PRC-SER " ajouté au parc"
                             " du client " W-CLI
           WHEN 3    DISPLAY "sav-b : relevé inférieur au dernier "
                             "connu, refusé"
           WHEN OTHER DISPLAY "sav-b : relevé non enregistré"
           END-EVALUATE.
       F-Releve-Compteur.
           EXIT.

      ******************************************************************
      *    CHARGE : plan de charge atelier
      ******************************************************************
