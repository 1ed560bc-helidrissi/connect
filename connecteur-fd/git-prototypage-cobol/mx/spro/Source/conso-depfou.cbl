      *{Bench}prg-comment
      * conso-depfou.cbl
151026* conso-depfou.cbl : consommation du stock en dépôt fournisseur
151026* (MXDEPFOU), appelé à chaque sortie de stock d'une agence :
151026* vente livrée (sbd-c), ticket comptoir (comptoir-b), pièce
151026* d'atelier (sav-b), composant d'assemblage (asm-b).
151026* Entrée : agence, article, quantité sortie (positive),
151026* document d'origine, date.  La sortie consomme d'abord la
151026* quantité encore propriété du fournisseur : elle devient
151026* nôtre au prix convenu PRX-MDFO et s'écrit en ligne d'achat
151026* auto-facturée MXRECFOU (DPF-MREC = D, facture non reçue),
151026* rapprochée ensuite comme une réception ordinaire par ctlfac-b
151026* SAISIE (cf. depfou-b RELEVE).  Rend la quantité consommée
151026* sur le dépôt (zéro si l'article n'y est pas).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. conso-depfou.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:12:40.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXDEPFOU.sl".
       COPY "MXRECFOU.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXDEPFOU.fd".
       COPY "MXRECFOU.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
      * 0 à ouvrir, 1 ouvert, 2 aucun dépôt fournisseur
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-NRC                PIC 9(08).
       77 W-ECRIT              PIC 9.
       77 W-ESSAI              PIC 9(03).
       LINKAGE                     SECTION.
       77 LK-AGE               PIC X(03).
       77 LK-ART               PIC X(20).
       77 LK-QTE               PIC S9(09)V99.
       77 LK-ORI               PIC X(20).
       77 LK-DAT               PIC 9(08).
       77 LK-QCO               PIC S9(09)V99.
       PROCEDURE DIVISION USING LK-AGE LK-ART LK-QTE LK-ORI LK-DAT
                                LK-QCO.
       Debut.
           MOVE 0 TO LK-QCO
           IF LK-ART = SPACE OR LK-QTE NOT > 0
                GO F-Conso-Depfou.
           IF W-OUVERT = 0
                PERFORM Ouvre-Fichiers.
           IF W-OUVERT NOT = 1
                GO F-Conso-Depfou.
           MOVE LK-AGE TO AGE-MDFO
           MOVE LK-ART TO ART-MDFO
           READ MXDEPFOU WITH LOCK INVALID
                GO F-Conso-Depfou
           END-READ
           IF FILE-STATUS NOT = "00"
                GO F-Conso-Depfou.
           IF QTE-MDFO NOT > 0
                UNLOCK MXDEPFOU
                GO F-Conso-Depfou.
           IF LK-QTE > QTE-MDFO
                MOVE QTE-MDFO TO LK-QCO
           ELSE MOVE LK-QTE TO LK-QCO
           END-IF
           SUBTRACT LK-QCO FROM QTE-MDFO
           ADD LK-QCO TO QCO-MDFO
           MOVE LK-DAT TO DCO-MDFO
           REWRITE ENR-MDFO INVALID
                DISPLAY "conso-depfou : réécriture " CLE1-MDFO
           END-REWRITE
           PERFORM Cherche-Nrc
           MOVE 0 TO W-ECRIT W-ESSAI
           PERFORM Ecrit-Ligne-Achat UNTIL W-ECRIT = 1
                                        OR W-ESSAI > 20.
       F-Conso-Depfou.
           EXIT PROGRAM.

      * pas de fichier des dépôts : rien à consommer, on ne
      * retentera pas à chaque sortie de stock
       Ouvre-Fichiers.
           OPEN I-O MXDEPFOU
           IF FILE-STATUS NOT = "00"
                MOVE 2 TO W-OUVERT
                EXIT PARAGRAPH.
           OPEN I-O MXRECFOU
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXRECFOU
                CLOSE MXRECFOU
                OPEN I-O MXRECFOU.
           MOVE 1 TO W-OUVERT.

      * no de réception = dernier + 1, relu à chaque appel : les
      * postes comptoir et les livraisons écrivent en même temps
       Cherche-Nrc.
           MOVE 0 TO W-NRC
           MOVE 99999999 TO NRC-MREC
           START MXRECFOU KEY NOT > CLE1-MREC INVALID
                CONTINUE
           NOT INVALID
                READ MXRECFOU PREVIOUS AT END CONTINUE
                NOT AT END MOVE NRC-MREC TO W-NRC
                END-READ
           END-START.

      * ligne d'achat auto-facturée ; no pris entre-temps par un
      * autre poste : on passe au suivant
       Ecrit-Ligne-Achat.
           ADD 1 TO W-NRC W-ESSAI
           INITIALIZE ENR-MREC
           MOVE W-NRC TO NRC-MREC
           MOVE LK-AGE TO AGE-MREC
           MOVE FOU-MDFO TO FOU-MREC
           MOVE LK-ART TO ART-MREC
           MOVE LK-QCO TO QTE-MREC
           MOVE PRX-MDFO TO PRX-MREC
           MOVE LK-DAT TO DAT-MREC
           MOVE LK-ORI TO BLF-MREC
           MOVE LK-DAT TO DPR-MREC
           MOVE 0 TO IFA-MREC
           MOVE "D" TO DPF-MREC
           WRITE ENR-MREC INVALID
                EXIT PARAGRAPH
           END-WRITE
           MOVE 1 TO W-ECRIT.
