230826* ligne, montant, superviseur, PIN frappé.
230826* Sortie : LK-OK 1 dérogation accordée et journalisée,
230826* 0 refusée (PIN faux ou superviseur inconnu/inactif).
151026* Type ASO : article hors assortiment contractuel d'un
151026* client en mode blocage (cf. ctl-assort).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
