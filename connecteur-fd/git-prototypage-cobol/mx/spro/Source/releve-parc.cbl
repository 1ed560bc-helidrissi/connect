      *{Bench}prg-comment
      * releve-parc.cbl
151026* releve-parc.cbl : relevé d'horamètre d'une machine du parc
151026* client (MXPARC), appelé par sav-b (COMPTEUR d'un OR),
151026* comptoir-b (ligne H du ticket) et visite-b (RELEVE du
151026* compte rendu de visite).
151026* Entrée : no de série, client (0 ou client comptant si
151026* inconnu), heures relevées, date, origine (SAV, CPT, VIS,
151026* MAN).  Le relevé courant passe en relevé précédent et le
151026* nouveau le remplace (même jour : simple correction).
151026* Machine absente du parc : créée sur le client donné, ou
151026* à défaut sur le client du registre des séries vendues
151026* (MXSERIE) ; marque et modèle se complètent par parc-b
151026* MACHINE.  Un client racheteur remplace l'ancien.
151026* Retour : 0 relevé enregistré, 1 machine créée au parc,
151026* 2 machine inconnue sans client ou relevé vide (ignoré),
151026* 3 relevé antérieur ou inférieur au dernier (refusé, sauf
151026* origine MAN : la correction à la main remplace le relevé
151026* courant), 9 parc indisponible.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. releve-parc.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:47:21.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXPARC.sl".
       COPY "MXSERIE.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXPARC.fd".
       COPY "MXSERIE.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
      * 0 à ouvrir, 1 ouvert, 2 parc indisponible
       77 W-OUVERT             PIC 9 VALUE 0.
      * registre des séries : 0 à ouvrir, 1 ouvert, 2 absent
       77 W-OUVSER             PIC 9 VALUE 0.
       77 W-CLI                PIC 9(08).
      * client comptant générique du comptoir (cf. comptoir-b)
       78 CLI-COMPTOIR         VALUE IS 99999999.
       LINKAGE                     SECTION.
       77 LK-SER               PIC X(20).
       77 LK-CLI               PIC 9(08).
       77 LK-HRS               PIC 9(06).
       77 LK-DAT               PIC 9(08).
       77 LK-ORI               PIC X(03).
       77 LK-RET               PIC 9.
       PROCEDURE DIVISION USING LK-SER LK-CLI LK-HRS LK-DAT LK-ORI
                                LK-RET.
       Debut.
           MOVE 2 TO LK-RET
           IF LK-SER = SPACE OR LK-HRS = 0 OR LK-DAT = 0
                GO F-Releve-Parc.
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           IF W-OUVERT NOT = 1
                MOVE 9 TO LK-RET
                GO F-Releve-Parc.
           MOVE LK-CLI TO W-CLI
           IF W-CLI = CLI-COMPTOIR
                MOVE 0 TO W-CLI.
           MOVE LK-SER TO SER-MPRC
           READ MXPARC WITH LOCK INVALID
                PERFORM Cree-Machine
                GO F-Releve-Parc
           END-READ
           IF FILE-STATUS NOT = "00"
                MOVE 9 TO LK-RET
                GO F-Releve-Parc.
      * un horamètre ne recule pas : relevé erroné ou compteur
      * changé, à reprendre à la main par parc-b RELEVE ; la
      * correction (MAN) remplace le relevé courant sans le garder
      * en précédent, et le précédent tombe s'il la dépasse
           IF LK-DAT < DHR-MPRC OR LK-HRS < HRS-MPRC
                IF LK-ORI NOT = "MAN"
                     UNLOCK MXPARC
                     MOVE 3 TO LK-RET
                     GO F-Releve-Parc
                END-IF
                IF HRP-MPRC > LK-HRS OR DHP-MPRC NOT < LK-DAT
                     MOVE 0 TO HRP-MPRC DHP-MPRC
                END-IF
                MOVE LK-DAT TO DHR-MPRC
           END-IF
           IF LK-DAT > DHR-MPRC
                MOVE HRS-MPRC TO HRP-MPRC
                MOVE DHR-MPRC TO DHP-MPRC.
           MOVE LK-HRS TO HRS-MPRC
           MOVE LK-DAT TO DHR-MPRC
           MOVE LK-ORI TO ORI-MPRC
           IF W-CLI NOT = 0
                MOVE W-CLI TO CLI-MPRC.
           REWRITE ENR-MPRC INVALID
                DISPLAY "releve-parc : réécriture " SER-MPRC
           END-REWRITE
           MOVE 0 TO LK-RET.
       F-Releve-Parc.
           EXIT PROGRAM.

       Ouvre-Fichiers.
           OPEN I-O MXPARC
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXPARC
                CLOSE MXPARC
                OPEN I-O MXPARC.
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT
                EXIT PARAGRAPH.
           MOVE 1 TO W-OUVERT.

      * machine encore inconnue du parc : le client du relevé, ou
      * celui à qui nous l'avons vendue
       Cree-Machine.
           INITIALIZE ENR-MPRC
           MOVE LK-SER TO SER-MPRC
           IF W-OUVSER = 0
                OPEN INPUT MXSERIE
                IF FILE-STATUS = "00"
                     MOVE 1 TO W-OUVSER
                ELSE MOVE 2 TO W-OUVSER
                END-IF
           END-IF
           IF W-OUVSER = 1
                MOVE LK-SER TO SER-MSER
                READ MXSERIE INVALID CONTINUE
                NOT INVALID
                     MOVE ART-MSER TO ART-MPRC
                     MOVE DVT-MSER TO DVT-MPRC
                     IF W-CLI = 0 AND CLI-MSER NOT = CLI-COMPTOIR
                          MOVE CLI-MSER TO W-CLI
                     END-IF
                END-READ
           END-IF
           IF W-CLI = 0
                MOVE 2 TO LK-RET
                EXIT PARAGRAPH.
           MOVE W-CLI TO CLI-MPRC
           MOVE LK-HRS TO HRS-MPRC
           MOVE LK-DAT TO DHR-MPRC DCR-MPRC
           MOVE LK-ORI TO ORI-MPRC
           WRITE ENR-MPRC INVALID
                MOVE 9 TO LK-RET
                EXIT PARAGRAPH
           END-WRITE
           MOVE 1 TO LK-RET.
