      * Le handle de connexion est stock� dans DSC-HANDLE 
       DSCLIENT-INIT.
           perform dsclient-init-operation
151026     PERFORM DSCLIENT-CHARGE-LIAISON
           CALL "C$GETPID" GIVING PROCESS-ID-CMD
           exit paragraph
           .
      * Ouverture de la connexion r�seau ; appel� au d�marrage et en
      * cas de d�faillance de la connexion existante
       dsclient-open-connection.
151026     PERFORM DSCLIENT-CHARGE-LIAISON
151026     IF DSL-CONFIG = 2
151026          MOVE "CONFIGURATION DSLINK INUTILISABLE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-TRACE-LIAISON
151026          SET E-CONNECTION-FAILED TO TRUE
151026          EXIT PARAGRAPH
151026     END-IF
           perform until dsc-connection-try > dsc-connection-try-max
               call "C$SOCKET" using ags-create-client, dsc-server-port,
                    dsc-server-name giving dsc-handle
                   exit perform
               end-if
           end-perform
151026     IF DSC-HANDLE <> NULL
151026          IF DSL-CONFIG = 1
151026               PERFORM DSCLIENT-OUVRE-LIAISON
151026          ELSE
151026               MOVE "LIAISON EN CLAIR SANS DSLINK.CFG"
151026                 TO DSL-MOTIF
151026               PERFORM DSCLIENT-TRACE-LIAISON
151026          END-IF
151026     END-IF
           exit paragraph
           .

             to dsclient-send-buffer(dsclient-send-size + 1:
               length of dsclient-open-cmd)
           add length of dsclient-open-cmd to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               display "err1" upon syserr
               set e-write-failed to true
             to dsclient-send-buffer(dsclient-send-size + 1:
               dsc-record-size)
           add dsc-record-size to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
             to dsclient-send-buffer(dsclient-send-size + 1:
               dsc-record-size)
           add dsc-record-size to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
           if dsc-errno <> 0
               exit paragraph
           end-if
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
             to dsclient-send-buffer(dsclient-send-size + 1:
               dsc-sent-record-size)
           add dsc-sent-record-size to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
             to dsclient-send-buffer(dsclient-send-size + 1:
               dsc-sent-record-size)
           add dsc-sent-record-size to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
           perform dsclient-init-operation
           MOVE "CLOSE" TO COMMAND-CMD
           PERFORM DSCLIENT-INIT-CONNECTION
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
             to dsclient-send-buffer(dsclient-send-size + 1:
               dsc-sent-record-size)
           add dsc-sent-record-size to dsclient-send-size
151026     PERFORM DSCLIENT-EMET-COMMANDE
           if dsc-return-code <> dsclient-send-size
               set e-write-failed to true
               perform dsclient-fail-call
      *     puis de la ligne d'enregistrement au format Cobol.
      *     La longueur de lecture d�pend de DSC-RECORD-COUNT
       DSCLIENT-READ-RESPONSE.
151026*    liaison sécurisée : la réponse arrive d'un bloc, chiffrée
151026*    et scellée, puis se consomme comme le socket
151026     IF DSL-ACTIF = 1
151026          PERFORM DSCLIENT-RECOIT-LIAISON
151026          IF DSL-RECU-LON = 0
151026               SET E-READ-FAILED TO TRUE
151026               PERFORM DSCLIENT-FAIL-CALL
151026               EXIT PARAGRAPH
151026          END-IF
151026          MOVE LENGTH OF DSCLIENT-INTERNAL-STATUS TO DSL-LON
151026          PERFORM DSCLIENT-PREND-RECU
151026          MOVE DSL-PRIS(1:DSL-LON) TO DSCLIENT-INTERNAL-STATUS
151026     ELSE
           CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
                DSCLIENT-INTERNAL-STATUS,
                LENGTH OF DSCLIENT-INTERNAL-STATUS,
                0
                GIVING DSC-RETURN-CODE
151026     END-IF
           if dsc-return-code <> LENGTH OF DSCLIENT-INTERNAL-STATUS
               set e-read-failed to true
               perform dsclient-fail-call
           MOVE LOW-VALUES TO DSCLIENT-INTERNAL-ERROR
      * 1  - lecture de l'erreur
           IF DSC-COMMAND-STATUS = 1 OR 3 THEN
151026         IF DSL-ACTIF = 1
151026              MOVE LENGTH OF DSCLIENT-INTERNAL-ERROR TO DSL-LON
151026              PERFORM DSCLIENT-PREND-RECU
151026              MOVE DSL-PRIS(1:DSL-LON) TO DSCLIENT-INTERNAL-ERROR
151026         ELSE
               CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
                    DSCLIENT-INTERNAL-ERROR,
                    LENGTH OF DSCLIENT-INTERNAL-ERROR,
                    10000
                    giving dsc-return-code
151026         END-IF
               if dsc-return-code <> LENGTH OF DSCLIENT-INTERNAL-ERROR
                   set e-read-failed to true
                   perform dsclient-fail-call
      *          la taille du cache point�
               if dsc-cache-pointer <> null
                   set address of dsclient-cache to dsc-cache-pointer
151026             IF DSL-ACTIF = 1
151026                MOVE DSC-FULL-RECORD-MSIZE TO DSL-LON
151026                PERFORM DSCLIENT-PREND-RECU
151026                MOVE DSL-PRIS(1:DSL-LON)
151026                  TO DSC-CACHE-RECORD(1:DSL-LON)
151026             ELSE
                   CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
                      dsc-cache-record,
                      DSC-FULL-RECORD-MSIZE,
                      10000
                      GIVING DSC-RETURN-CODE
151026             END-IF
                   if dsc-return-code <> DSC-FULL-RECORD-MSIZE
                       set e-read-failed to true
                       perform dsclient-fail-call
      *            Fonctionnement sans cache
                   add dsc-record-size to length of dsc-record-number
                       giving dsc-full-record-size
151026             IF DSL-ACTIF = 1
151026                 MOVE DSC-FULL-RECORD-SIZE TO DSL-LON
151026                 PERFORM DSCLIENT-PREND-RECU
151026                 MOVE DSL-PRIS(1:DSL-LON) TO DSC-BUFFER(1:DSL-LON)
151026             ELSE
                   CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
                       dsc-buffer,
                       dsc-full-record-size,
                       10000
                       GIVING DSC-RETURN-CODE
151026             END-IF
                   if dsc-return-code <> dsc-full-record-size
                       set e-read-failed to true
                       perform dsclient-fail-call
               call "C$SOCKET" using ags-close, dsc-handle
               set dsc-handle to null
           end-if
151026     MOVE 0 TO DSL-ACTIF
           exit paragraph
           .

230826     MOVE DSB-LONGUEUR TO DSB-ENT-LON
230826     MOVE DSB-NB-ENR TO DSB-ENT-NBE
230826     MOVE DSB-COMPRESS TO DSB-ENT-CMP
151026*    liaison sécurisée : bloc chiffré et scellé sous DSS
151026     IF DSL-ACTIF = 1
151026          MOVE "DSS" TO DSB-ENT-TAG
151026          MOVE DSB-BUFFER(1:DSB-LONGUEUR) TO SEC-TAMPON
151026          MOVE DSB-LONGUEUR TO SEC-LON
151026          PERFORM DSCLIENT-SCELLE-LIAISON
151026          IF SEC-RET = 0
151026               PERFORM DSCLIENT-ENVOIE-LIAISON
151026          END-IF
151026          IF SEC-RET NOT = 0 OR DSC-RETURN-CODE <> DSL-LON
151026               SET E-WRITE-FAILED TO TRUE
151026               PERFORM DSCLIENT-FAIL-CALL
151026               EXIT PARAGRAPH
151026          END-IF
151026     ELSE
230826     CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
230826          DSB-ENTETE, 21
230826          GIVING DSC-RETURN-CODE
230826          PERFORM DSCLIENT-FAIL-CALL
230826          EXIT PARAGRAPH
230826     END-IF
151026     END-IF
230826*    la clé du dernier record du bloc attend son acquittement
230826     DIVIDE DSB-EMIS BY DSB-FENETRE GIVING DSB-J
230826            REMAINDER DSB-I

230826 DSCLIENT-ATTEND-ACQ.
230826     MOVE SPACE TO DSB-REPONSE
151026     IF DSL-ACTIF = 1
151026          PERFORM DSCLIENT-ACQ-LIAISON
151026     ELSE
230826     CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
230826          DSB-REPONSE, 16
230826          GIVING DSC-RETURN-CODE
151026     END-IF
230826     IF DSB-REPONSE(1:3) NOT = "ACK"
230826          SET E-SYS-ERR TO TRUE
230826          PERFORM DSCLIENT-FAIL-CALL
230826     MOVE DSB-J TO DSC-RECORD-SIZE
230826     EXIT PARAGRAPH
230826     .

151026******************************************************************
151026*    LIAISON SECURISEE (cf. dslink.wrk, dssecu.wrk et ds-secu) :
151026*    avec un dslink.cfg dans MX-DIR, la connexion s'ouvre par
151026*    une authentification mutuelle (secret partagé ou
151026*    certificats), puis tout échange part chiffré AES-256 et
151026*    scellé HMAC-SHA256 par des clés propres à la session ;
151026*    un échange altéré, rejoué ou hors séquence est refusé
151026*    et tracé dans ft/ds-securite.log.  Sans dslink.cfg,
151026*    liaison historique en clair (tracée elle aussi).
151026******************************************************************
151026 DSCLIENT-CHARGE-LIAISON.
151026*    dslink.cfg relu à chaque connexion : une clé ajoutée ou
151026*    retirée vaut dès la connexion suivante, sans arrêt
151026     MOVE 0 TO DSL-CONFIG
151026     MOVE "L" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     IF SEC-RET = 1
151026          ACCEPT DSC-SERVER-NAME
151026                 FROM ENVIRONMENT "DSCLIENT_HOSTNAME"
151026          MOVE 10000 TO DSC-SERVER-PORT
151026          EXIT PARAGRAPH
151026     END-IF
151026     IF SEC-HOTE NOT = SPACE
151026          MOVE SEC-HOTE TO DSC-SERVER-NAME
151026     ELSE
151026          ACCEPT DSC-SERVER-NAME
151026                 FROM ENVIRONMENT "DSCLIENT_HOSTNAME"
151026     END-IF
151026     IF SEC-PORT NOT = 0
151026          MOVE SEC-PORT TO DSC-SERVER-PORT
151026     ELSE
151026          MOVE 10000 TO DSC-SERVER-PORT
151026     END-IF
151026     EVALUATE TRUE
151026     WHEN SEC-RET NOT = 0
151026          MOVE 2 TO DSL-CONFIG
151026     WHEN SEC-MODE = "SECRET" OR SEC-MODE = "CERT"
151026          MOVE 1 TO DSL-CONFIG
151026     WHEN SEC-MODE NOT = SPACE
151026          MOVE 2 TO DSL-CONFIG
151026     END-EVALUATE
151026     EXIT PARAGRAPH
151026     .

151026 DSCLIENT-OUVRE-LIAISON.
151026     MOVE 0 TO DSL-ACTIF DSL-SEQ
151026     MOVE "N" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     MOVE SEC-MAC(1:32) TO SEC-NONCE-C
151026     IF SEC-RET NOT = 0
151026          MOVE "ALEA INDISPONIBLE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE SPACE TO DSL-HELLO DSL-SERVEUR
151026     MOVE "DSS-HELLO" TO DSL-HEL-TAG
151026     MOVE SEC-MODE TO DSL-HEL-MODE
151026     MOVE SEC-CLE-ID TO DSL-HEL-CLE
151026     MOVE SEC-NONCE-C TO DSL-HEL-NONCE
151026     CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026          DSL-HELLO, 64
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE = 64
151026          CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026               DSL-SERVEUR, 442, 10000
151026               GIVING DSC-RETURN-CODE
151026     END-IF
151026     IF DSL-SRV-TAG NOT = "DSS-SRV"
151026          MOVE "SERVEUR MUET OU INCONNU" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE DSL-SRV-NONCE TO SEC-NONCE-S
151026*    preuve du serveur sur les deux aléas
151026     MOVE SPACE TO SEC-DON
151026     STRING "S" SEC-NONCE-C SEC-NONCE-S DELIMITED BY SIZE
151026            INTO SEC-DON
151026     IF SEC-MODE = "CERT"
151026          MOVE DSL-SRV-PREUVE TO SEC-PREUVE
151026          MOVE "Q" TO SEC-FON
151026     ELSE
151026          MOVE SEC-SECRET TO SEC-CLE-MAC
151026          MOVE DSL-SRV-PREUVE(1:64) TO SEC-MAC
151026          MOVE "V" TO SEC-FON
151026     END-IF
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     IF SEC-RET NOT = 0
151026          MOVE "PREUVE DU SERVEUR REFUSEE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026*    preuve du client ; en mode CERT le secret de session est
151026*    tiré ici et part enveloppé pour le seul serveur
151026     MOVE SPACE TO DSL-CLIENT SEC-DON
151026     MOVE "DSS-CLI" TO DSL-CLI-TAG
151026     STRING "C" SEC-NONCE-C SEC-NONCE-S DELIMITED BY SIZE
151026            INTO SEC-DON
151026     IF SEC-MODE = "CERT"
151026          MOVE "P" TO SEC-FON
151026          CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026          MOVE SEC-PREUVE TO DSL-CLI-PREUVE
151026          IF SEC-RET = 0
151026               MOVE "W" TO SEC-FON
151026               CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026               MOVE SEC-PREUVE TO DSL-CLI-SECRET
151026          END-IF
151026     ELSE
151026          MOVE "M" TO SEC-FON
151026          CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026          MOVE SEC-MAC TO DSL-CLI-PREUVE
151026     END-IF
151026     IF SEC-RET NOT = 0
151026          MOVE "PREUVE DU CLIENT IMPOSSIBLE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE SPACE TO DSL-VERDICT
151026     CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026          DSL-CLIENT, 810
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE = 810
151026          CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026               DSL-VERDICT, 16, 10000
151026               GIVING DSC-RETURN-CODE
151026     END-IF
151026     IF DSL-VERDICT(1:6) NOT = "DSS-OK"
151026          MOVE "CLIENT REFUSE PAR LE SERVEUR" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE "D" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     IF SEC-RET NOT = 0
151026          MOVE "CLES DE SESSION IMPOSSIBLES" TO DSL-MOTIF
151026          PERFORM DSCLIENT-REFUSE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE 1 TO DSL-ACTIF
151026     MOVE "LIAISON SECURISEE OUVERTE" TO DSL-MOTIF
151026     PERFORM DSCLIENT-TRACE-LIAISON
151026     EXIT PARAGRAPH
151026     .

151026*    échec de l'authentification : pas de repli en clair
151026 DSCLIENT-REFUSE-LIAISON.
151026     PERFORM DSCLIENT-TRACE-LIAISON
151026     PERFORM DSCLIENT-CLOSE-CONNECTION
151026     SET E-CONNECTION-FAILED TO TRUE
151026     EXIT PARAGRAPH
151026     .

151026 DSCLIENT-TRACE-LIAISON.
151026     MOVE SPACE TO SEC-DON
151026     STRING "DSCLIENT " DELIMITED BY SIZE
151026            DSC-SERVER-NAME DELIMITED BY SPACE
151026            " " DELIMITED BY SIZE
151026            DSL-MOTIF DELIMITED BY SIZE
151026            INTO SEC-DON
151026     MOVE "J" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     EXIT PARAGRAPH
151026     .

151026*    commande unitaire : en clair, ou chiffrée sous DSU avec le
151026*    numéro suivant de la session
151026 DSCLIENT-EMET-COMMANDE.
151026     IF DSL-ACTIF = 0
151026          CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026               DSCLIENT-SEND-BUFFER, DSCLIENT-SEND-SIZE
151026               GIVING DSC-RETURN-CODE
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE 0 TO DSC-RETURN-CODE
151026     IF DSCLIENT-SEND-SIZE > DSB-TAILLE-MAX
151026          EXIT PARAGRAPH
151026     END-IF
151026     ADD 1 TO DSL-SEQ
151026     MOVE DSCLIENT-SEND-BUFFER(1:DSCLIENT-SEND-SIZE)
151026       TO SEC-TAMPON
151026     MOVE DSCLIENT-SEND-SIZE TO SEC-LON
151026     MOVE "DSU" TO DSB-ENT-TAG
151026     MOVE DSL-SEQ TO DSB-ENT-NO
151026     MOVE 0 TO DSB-ENT-NBE DSB-ENT-CMP
151026     PERFORM DSCLIENT-SCELLE-LIAISON
151026     IF SEC-RET NOT = 0
151026          EXIT PARAGRAPH
151026     END-IF
151026     PERFORM DSCLIENT-ENVOIE-LIAISON
151026     IF DSC-RETURN-CODE = DSL-LON
151026          MOVE DSCLIENT-SEND-SIZE TO DSC-RETURN-CODE
151026     ELSE
151026          MOVE 0 TO DSC-RETURN-CODE
151026     END-IF
151026     EXIT PARAGRAPH
151026     .

151026*    chiffre SEC-TAMPON(1:SEC-LON) ; le sceau couvre l'en-tête,
151026*    les deux aléas de la session, le vecteur et le chiffré
151026 DSCLIENT-SCELLE-LIAISON.
151026     MOVE SPACE TO SEC-DON
151026     STRING DSB-ENT-TAG DSB-ENT-NO DSB-ENT-NBE DSB-ENT-CMP
151026            SEC-NONCE-C SEC-NONCE-S DELIMITED BY SIZE
151026            INTO SEC-DON
151026     MOVE "C" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     IF SEC-RET NOT = 0
151026          MOVE "CHIFFREMENT IMPOSSIBLE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-TRACE-LIAISON
151026          MOVE 2 TO SEC-RET
151026     END-IF
151026     EXIT PARAGRAPH
151026     .

151026*    en-tête, sceau puis chiffré en base 64
151026 DSCLIENT-ENVOIE-LIAISON.
151026     MOVE SEC-LON TO DSB-ENT-LON DSL-LON
151026     MOVE SEC-CLE-ID TO DSL-SC-CLE
151026     MOVE SEC-IV TO DSL-SC-IV
151026     MOVE SEC-MAC TO DSL-SC-MAC
151026     CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026          DSB-ENTETE, 21
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE = 21
151026          CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026               DSL-SCEAU, 104
151026               GIVING DSC-RETURN-CODE
151026     END-IF
151026     IF DSC-RETURN-CODE = 104
151026          CALL "C$SOCKET" USING AGS-WRITE, DSC-HANDLE,
151026               SEC-TAMPON, DSL-LON
151026               GIVING DSC-RETURN-CODE
151026     ELSE
151026          MOVE 0 TO DSC-RETURN-CODE
151026     END-IF
151026     EXIT PARAGRAPH
151026     .

151026*    réponse DSR d'une commande unitaire : même numéro que la
151026*    commande, sceau vérifié avant déchiffrement
151026 DSCLIENT-RECOIT-LIAISON.
151026     MOVE 0 TO DSL-RECU-LON
151026     MOVE 1 TO DSL-RECU-PTR
151026     CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026          DSB-ENTETE, 21, 0
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE NOT = 21
151026          EXIT PARAGRAPH
151026     END-IF
151026     CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026          DSL-SCEAU, 104, 10000
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE NOT = 104
151026          EXIT PARAGRAPH
151026     END-IF
151026     IF DSB-ENT-TAG NOT = "DSR" OR DSB-ENT-NO NOT = DSL-SEQ
151026     OR DSB-ENT-LON = 0
151026          MOVE "REPONSE HORS SEQUENCE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-TRACE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE DSB-ENT-LON TO DSL-LON
151026     MOVE SPACE TO SEC-TAMPON
151026     CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026          SEC-TAMPON, DSL-LON, 10000
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE NOT = DSL-LON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE SPACE TO SEC-DON
151026     STRING DSB-ENT-TAG DSB-ENT-NO DSB-ENT-NBE DSB-ENT-CMP
151026            SEC-NONCE-C SEC-NONCE-S DELIMITED BY SIZE
151026            INTO SEC-DON
151026     MOVE DSL-SC-IV TO SEC-IV
151026     MOVE DSL-SC-MAC TO SEC-MAC
151026     MOVE DSL-LON TO SEC-LON
151026     MOVE "E" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     IF SEC-RET NOT = 0 OR SEC-LON > DSB-TAILLE-MAX
151026          MOVE "REPONSE ALTEREE OU REJOUEE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-TRACE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE SEC-TAMPON(1:SEC-LON) TO DSL-RECU
151026     MOVE SEC-LON TO DSL-RECU-LON
151026     EXIT PARAGRAPH
151026     .

151026*    DSL-LON octets suivants de la réponse déchiffrée, rendus
151026*    dans DSL-PRIS comme une lecture du socket
151026 DSCLIENT-PREND-RECU.
151026     MOVE LOW-VALUES TO DSL-PRIS
151026     IF DSL-LON = 0
151026     OR (DSL-RECU-PTR + DSL-LON - 1) > DSL-RECU-LON
151026          MOVE 0 TO DSC-RETURN-CODE
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE DSL-RECU(DSL-RECU-PTR:DSL-LON) TO DSL-PRIS
151026     ADD DSL-LON TO DSL-RECU-PTR
151026     MOVE DSL-LON TO DSC-RETURN-CODE
151026     EXIT PARAGRAPH
151026     .

151026*    acquittement scellé : le sceau couvre ACK + numéro + les
151026*    deux aléas ; le numéro doit suivre le dernier acquitté
151026*    sans dépasser le dernier émis
151026 DSCLIENT-ACQ-LIAISON.
151026     MOVE SPACE TO DSL-ACQ
151026     CALL "C$SOCKET" USING AGS-READ, DSC-HANDLE,
151026          DSL-ACQ, 80
151026          GIVING DSC-RETURN-CODE
151026     IF DSC-RETURN-CODE NOT = 80
151026     OR DSL-ACQ-REP(1:3) NOT = "ACK"
151026     OR DSL-ACQ-REP(4:8) NOT NUMERIC
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE SPACE TO SEC-DON
151026     STRING DSL-ACQ-REP(1:11) SEC-NONCE-C SEC-NONCE-S
151026            DELIMITED BY SIZE
151026            INTO SEC-DON
151026     MOVE DSL-ACQ-MAC TO SEC-MAC
151026     MOVE "V" TO SEC-FON
151026     CALL "ds-secu" USING SEC-ZONES SEC-TAMPON
151026     MOVE DSL-ACQ-REP(4:8) TO DSB-NO-ACQ
151026     IF SEC-RET NOT = 0
151026     OR DSB-NO-ACQ NOT > DSB-ACQ OR DSB-NO-ACQ > DSB-EMIS
151026          MOVE "ACQUITTEMENT ALTERE OU REJOUE" TO DSL-MOTIF
151026          PERFORM DSCLIENT-TRACE-LIAISON
151026          EXIT PARAGRAPH
151026     END-IF
151026     MOVE DSL-ACQ-REP TO DSB-REPONSE
151026     EXIT PARAGRAPH
151026     .
