230826*       agence et par type de contrôle (encours RIS, marge
230826*       MRG, article interdit ART), détail puis totaux,
230826*       ft/derog-etat.txt.
151026* Le type ASO (article hors assortiment du client, cf.
151026* ctl-assort) paraît dans l'état comme les autres types.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
