020926* Edite ft/echsto-<age>.txt : une ligne par mouvement daté
020926* avec le solde projeté, et signale la PREMIERE date où le
020926* solde passe négatif.
151026* Ligne d'achat rattachée à un dossier d'import pas encore
151026* reçu (MXDOSLIG, cf. import-b) : l'entrée se projette à
151026* l'ETA du dossier (ETA-MDIM, tenue par import-b ETA) au lieu
151026* de la date promise par le fournisseur.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MXLDIS.sl".
       COPY "MXORDASM.sl".
       COPY "MXNOMART.sl".
       COPY "MXDOSIMP.sl".
       COPY "MXDOSLIG.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       COPY "MXLDIS.fd".
       COPY "MXORDASM.fd".
       COPY "MXNOMART.fd".
       COPY "MXDOSIMP.fd".
       COPY "MXDOSLIG.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       78 MAXTAB               VALUE IS 500.
       01 W-POSTE-TMP          PIC X(60).
       77 W-LIBM               PIC X(30).
151026* dossiers d'import présents (cf. import-b)
       77 W-DOS-OUV            PIC 9.
       77 W-NDI-X              PIC X(06).
           COPY "conv-num.wrk".
      * mouvements projetés collectés puis triés par date
       01 W-TAB.
                DISPLAY "usage : echsto-b age article"
                GO Fin.
           OPEN INPUT MXARTSA MXBDIS MXLDIS MXORDASM MXNOMART
           MOVE 0 TO W-DOS-OUV
           OPEN INPUT MXDOSIMP
           IF FILE-STATUS = "00"
                OPEN INPUT MXDOSLIG
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-DOS-OUV
                ELSE CLOSE MXDOSIMP
                END-IF
           END-IF
           MOVE W-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           READ MXARTSA INVALID
           GO Fin.

       Ferme-Tout.
           CLOSE MXARTSA MXBDIS MXLDIS MXORDASM MXNOMART
           IF W-DOS-OUV = 1
                CLOSE MXDOSIMP MXDOSLIG.

      ******************************************************************
      *    Collecte : bons clients, achats, transferts
                     MOVE DLP-MBDI TO W-DATM
                END-IF
                MOVE "RECEPTION FOURNISSEUR" TO W-LIBM
                PERFORM Cherche-Arrivage
                PERFORM Pose-Mouvement
                EXIT PARAGRAPH.
      * ligne client ouverte : reste à livrer en sortie, aux
           MOVE "COMMANDE CLIENT" TO W-LIBM
           PERFORM Pose-Mouvement.

151026* ligne d'un dossier d'import en cours : date d'arrivée
151026* prévue du conteneur
       Cherche-Arrivage.
           IF W-DOS-OUV = 0
                EXIT PARAGRAPH.
           MOVE AGE-MLDI TO AGE-MDIL
           MOVE BON-MLDI TO BON-MDIL
           MOVE LIG-MLDI TO LIG-MDIL
           READ MXDOSLIG KEY IS CLE2-MDIL INVALID
                EXIT PARAGRAPH
           END-READ
           MOVE NDI-MDIL TO NDI-MDIM
           READ MXDOSIMP INVALID
                EXIT PARAGRAPH
           END-READ
           IF STA-MDIM = "R" OR STA-MDIM = "C" OR ETA-MDIM = 0
                EXIT PARAGRAPH.
           MOVE ETA-MDIM TO W-DATM
           MOVE NDI-MDIM TO W-NDI-X
           MOVE SPACE TO W-LIBM
           STRING "ARRIVAGE DOSSIER " DELIMITED BY SIZE
                  W-NDI-X DELIMITED BY SIZE
                  INTO W-LIBM.

       Pose-Mvt-Transfert.
           MOVE DLP-MBDI TO W-DATM
           PERFORM Pose-Mouvement.
