130120* Screen1, près de Screen1-Pb-DOC-MART)
              WHEN Key-Status = 1080
                 PERFORM Screen1-Pb-Compare-LinkTo
151026* Screen1-Pb-Machines Link To (bouton à ajouter au design du
151026* Screen1, près de Screen1-Pb-Compare)
151026        WHEN Key-Status = 1081
151026           PERFORM Screen1-Pb-Machines-LinkTo
           END-EVALUATE
           MOVE 1 TO Accept-Control
           .
           CANCEL "../../mx/o/cdoctec.acu"
           .

      ******************************************************************
151026*    Machines sur lesquelles va l'article en cours (marque,
151026*    modèle, années, séries, position), d'après MXCOMPAT
151026*    chargé par compat-b : vue inverse de la recherche par
151026*    machine de la saisie, en consultation par mcpt-l.
151026*    Bouton Screen1-Pb-Machines, à ajouter au design du Screen1.
151026 Screen1-Pb-Machines-LinkTo.
151026     IF Id-Fiche-Courante = SPACES
151026        MOVE "Aucun article affiché." TO ACU-MSG-1
151026        PERFORM MSG-INFO
151026        EXIT PARAGRAPH
151026     END-IF
151026     CALL  "../../mx/o/mcpt-l.acu" using ZONE-PALM, "A", "   ",
151026                                         Id-Fiche-Courante
151026     CANCEL "../../mx/o/mcpt-l.acu"
151026     .

      ******************************************************************
130120*    Compare la fiche générique MXART de l'article en cours avec
130120*    sa variante MXART2 (même COD-MART) et liste tous les champs
