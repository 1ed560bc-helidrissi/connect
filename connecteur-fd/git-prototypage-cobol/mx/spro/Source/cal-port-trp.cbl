230826* dernière tranche, la dernière est reconduite par tranche
230826* entamée.  Barème absent : port zéro (le pied reste saisissable
230826* au bordereau MPF-MBDI).
151026* La zone passée est celle du site de livraison du bon
151026* (ZLV-MBDI, carnet d'adresses MXADRLIV) quand il en a une,
151026* sinon celle du client : l'appelant choisit.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
