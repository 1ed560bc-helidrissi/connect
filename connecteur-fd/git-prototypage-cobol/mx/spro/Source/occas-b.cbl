      *{Bench}prg-comment
      * occas-b.cbl
151026* occas-b.cbl : matériel d'occasion, reprises et reventes.
151026* Les machines reprises aux clients contre du neuf, les
151026* machines sorties du parc de location et les achats
151026* d'occasion passaient en articles ordinaires, TVA pleine à
151026* la revente.  Chaque unité a maintenant sa fiche MXOCCAS et
151026* son article unique "OC" + no (sérialisé, son propre coût) :
151026*   ENTREE <age;R|L|A;modèle;série;valeur;tva;cli;nom;
151026*           adresse;pièce;mat;bon>
151026*       entrée d'une unité : R reprise client, L sortie du
151026*       parc de location (machine MXIMMO, valeur par défaut
151026*       = valeur nette comptable), A achat ; tva = 1 si la
151026*       TVA a été récupérée à l'entrée (facture d'un
151026*       assujetti, toujours le cas d'une ex-location), 0
151026*       sinon (particulier) : l'unité se revend alors au
151026*       régime de la marge (OCC-MART = 1, cf. RECH-CT de
151026*       sbd-c).  L'article copie famille, groupe de TVA et
151026*       marque du modèle neuf, entre en stock à l'agence
151026*       (quantité 1, PAMP = valeur, trace ARTSAMVT motif OCC).
151026*       Reprise sur un bon de matériel neuf non facturé : une
151026*       ligne REP (quantité -1 au prix de reprise) crédite le
151026*       bon, déduite du net à payer sans réduire sa base
151026*       taxable.  Vendeur non assujetti : bordereau d'achat
151026*       ft/occas-achat-<noc>.txt (identité et pièce du
151026*       vendeur, à faire signer) ;
151026*   BORDEREAU <noc>
151026*       réédite le bordereau d'achat ;
151026*   VENTES <aaaamm>
151026*       unités facturées dans le mois : la fiche passe vendue
151026*       (bon, facture, prix, marge, TVA comprise dans la
151026*       marge au taux du groupe de l'article, nulle si la
151026*       marge est négative), un avoir la remet en stock ;
151026*       ft/occas-ventes-<aaaamm>.txt, avec le rappel de la
151026*       cession immo-b des machines ex-location ;
151026*   REGISTRE
151026*       registre des entrées et sorties (livre de police),
151026*       ft/occas-registre.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. occas-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:41:18.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXOCCAS.sl".
       COPY "MXART.sl".
       COPY "MXARTSA.sl".
       COPY "MXBDIS.sl".
       COPY "MXLDIS.sl".
       COPY "MXCLI.sl".
       COPY "MXIMMO.sl".
       COPY "MXPARAM.sl".
           SELECT ARTSAMVT ASSIGN TO ASSIGN-ARTSAMVT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ARTSAMVT.
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXOCCAS.fd".
       COPY "MXART.fd".
       COPY "MXARTSA.fd".
       COPY "MXBDIS.fd".
       COPY "MXLDIS.fd".
       COPY "MXCLI.fd".
       COPY "MXIMMO.fd".
       COPY "MXPARAM.fd".
       FD  ARTSAMVT LABEL RECORD STANDARD.
       01  ENR-ARTSAMVT        PIC X(160).
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ARTSAMVT PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ARTSAMVT      PIC X(80).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(250).
       77 W-ZONE               PIC X(250).
       77 W-PTR                PIC 9(03) COMP.
       77 W-FONCTION           PIC X(12).
       77 W-PAR2               PIC X(30).
       77 W-DAT                PIC 9(08).
       77 W-PER                PIC 9(06).
       77 W-PER-X              PIC X(06).
       77 W-MOIS-BON           PIC 9(06).
       77 W-NOC                PIC 9(08).
       77 W-NOC-X              PIC X(08).
       77 W-ART                PIC X(20).
       77 W-DES                PIC X(50).
       77 W-VAL                PIC 9(09)V99.
       77 W-TVR                PIC 9.
       77 W-CLI                PIC 9(08).
       77 W-BON                PIC 9(08).
       77 W-LIG                PIC 9(03).
       77 W-MNT                PIC S9(09)V99.
       77 W-MRG                PIC S9(09)V99.
       77 W-TVM                PIC S9(09)V99.
       77 W-GTV                PIC 9.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-ERR                PIC 9.
       77 W-NB                 PIC 9(05).
       77 W-NB2                PIC 9(05).
       77 A-QTE                PIC S9(09)V99.
       77 W-QTE-ARTSAMVT       PIC -(9)9,99.
       77 W-MNT-ED             PIC -(9)9,99.
       77 W-MNT-ED2            PIC -(9)9,99.
       77 W-MNT-ED3            PIC -(9)9,99.
       77 W-MNT-ED4            PIC -(9)9,99.
       77 W-TOT-PVT            PIC S9(11)V99.
       77 W-TOT-MRG            PIC S9(11)V99.
       77 W-TOT-TVM            PIC S9(11)V99.
       01 W-MVT-COD            PIC X(03).
       01 W-MVT-RAISON         PIC X(30).
           COPY "conv-num.wrk".
151026* zones de l'entrée, dans l'ordre de la ligne de commande
       01 W-ZONES-OCC.
           05 WO-AGE           PIC X(03).
           05 WO-ORI           PIC X(01).
           05 WO-MOD           PIC X(20).
           05 WO-SER           PIC X(20).
           05 WO-VAL           PIC X(15).
           05 WO-TVR           PIC X(01).
           05 WO-CLI           PIC X(08).
           05 WO-NOM           PIC X(40).
           05 WO-ADR           PIC X(40).
           05 WO-PID           PIC X(30).
           05 WO-MAT           PIC X(15).
           05 WO-BON           PIC X(08).
       01 LIGNE-REG.
           05 LR-NOC           PIC Z(07)9.
           05 FILLER           PIC X(01).
           05 LR-DEN           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-ORI           PIC X(01).
           05 FILLER           PIC X(01).
           05 LR-SER           PIC X(20).
           05 FILLER           PIC X(01).
           05 LR-DES           PIC X(30).
           05 FILLER           PIC X(01).
           05 LR-VEN           PIC X(25).
           05 FILLER           PIC X(01).
           05 LR-VAL           PIC Z(8)9,99.
           05 FILLER           PIC X(01).
           05 LR-REG           PIC X(06).
           05 FILLER           PIC X(01).
           05 LR-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LR-DVT           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LR-PVT           PIC Z(8)9,99.
       PROCEDURE DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       END DECLARATIVES.

       Debut.
           ACCEPT W-PARAM FROM COMMAND-LINE
           ACCEPT MX-DIR FROM ENVIRONMENT "MX-DIR"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION WITH POINTER W-PTR
           MOVE SPACE TO W-ZONE
           IF W-PTR < 250
                MOVE W-PARAM(W-PTR:) TO W-ZONE.
           UNSTRING W-ZONE DELIMITED BY ALL " "
                INTO W-PAR2
           EVALUATE W-FONCTION
           WHEN "ENTREE"      PERFORM Entree THRU F-Entree
           WHEN "BORDEREAU"   PERFORM Bordereau THRU F-Bordereau
           WHEN "VENTES"      PERFORM Ventes THRU F-Ventes
           WHEN "REGISTRE"    PERFORM Registre THRU F-Registre
           WHEN OTHER
                DISPLAY "occas-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : occas-b ENTREE age;R|L|A;modèle;"
                        "série;valeur;tva;cli;nom;adresse;pièce;"
                        "mat;bon"
                DISPLAY "        occas-b BORDEREAU noc"
                DISPLAY "        occas-b VENTES aaaamm"
                DISPLAY "        occas-b REGISTRE"
           END-EVALUATE
           GO Fin.

       Ouvre-Mxoccas.
           OPEN I-O MXOCCAS
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXOCCAS
                CLOSE MXOCCAS
                OPEN I-O MXOCCAS.

      ******************************************************************
      *    ENTREE : une unité d'occasion entre en stock
      ******************************************************************
       Entree.
           MOVE SPACE TO W-ZONES-OCC
           UNSTRING W-ZONE DELIMITED BY ";"
                INTO WO-AGE WO-ORI WO-MOD WO-SER WO-VAL WO-TVR
                     WO-CLI WO-NOM WO-ADR WO-PID WO-MAT WO-BON
           INSPECT WO-ORI CONVERTING "rla" TO "RLA"
           MOVE WO-VAL TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-VAL
           MOVE WO-CLI TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-CLI
           MOVE WO-BON TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-BON
           MOVE 0 TO W-TVR
           IF WO-TVR = "1" OR WO-ORI = "L"
                MOVE 1 TO W-TVR.
           IF WO-AGE = SPACE OR WO-MOD = SPACE OR WO-SER = SPACE
           OR (WO-ORI NOT = "R" AND NOT = "L" AND NOT = "A")
           OR (WO-ORI = "L" AND WO-MAT = SPACE)
           OR (WO-ORI NOT = "L" AND W-VAL = 0)
                DISPLAY "usage : occas-b ENTREE age;R|L|A;modèle;"
                        "série;valeur;tva;cli;nom;adresse;pièce;"
                        "mat;bon"
                DISPLAY "        (agence, modèle et série "
                        "obligatoires, valeur sauf ex-location, "
                        "matricule pour une ex-location)"
                GO F-Entree.
           PERFORM Ouvre-Mxoccas
           OPEN I-O MXART MXARTSA MXBDIS MXLDIS
           OPEN INPUT MXCLI MXIMMO
           MOVE 0 TO W-ERR
           PERFORM Controle-Entree
           IF W-ERR = 1
                PERFORM Ferme-Entree
                GO F-Entree.
           PERFORM Cherche-Noc
           ADD 1 TO W-NOC
           MOVE W-NOC TO W-NOC-X
           MOVE SPACE TO W-ART
           STRING "OC" DELIMITED BY SIZE
                  W-NOC-X DELIMITED BY SIZE
                  INTO W-ART
           PERFORM Cree-Article
           IF W-ERR = 1
                PERFORM Ferme-Entree
                GO F-Entree.
           PERFORM Cree-Stock
           INITIALIZE ENR-MOCC
           MOVE W-NOC TO NOC-MOCC
           MOVE W-ART TO ART-MOCC
           MOVE WO-SER TO SER-MOCC
           MOVE WO-MOD TO MOD-MOCC
           MOVE W-DES TO DES-MOCC
           MOVE WO-AGE TO AGE-MOCC
           MOVE WO-ORI TO ORI-MOCC
           MOVE W-DAT TO DEN-MOCC
           MOVE W-CLI TO CLI-MOCC
           MOVE WO-NOM TO NOM-MOCC
           MOVE WO-ADR TO ADR-MOCC
           MOVE WO-PID TO PID-MOCC
           MOVE WO-MAT TO MAT-MOCC
           MOVE W-VAL TO VAL-MOCC
           MOVE W-TVR TO TVR-MOCC
           MOVE "S" TO STA-MOCC
           IF W-BON NOT = 0
                MOVE WO-AGE TO ABR-MOCC
                MOVE W-BON TO BRP-MOCC
           END-IF
           WRITE ENR-MOCC INVALID
                DISPLAY "occas-b : écriture MXOCCAS " W-NOC
           END-WRITE
           IF W-BON NOT = 0
                PERFORM Credite-Bon
           END-IF
           PERFORM Ferme-Entree
           MOVE W-VAL TO W-MNT-ED
           DISPLAY "occas-b : unité " W-NOC " article " W-ART
                   " série " WO-SER " valeur " W-MNT-ED
           IF W-TVR = 0
                DISPLAY "occas-b : revente au régime de la marge"
                PERFORM Edite-Bordereau
           ELSE DISPLAY "occas-b : revente au régime normal (TVA "
                        "récupérée à l'entrée)"
           END-IF
           IF WO-ORI = "L"
                DISPLAY "occas-b : machine " WO-MAT " toujours au "
                        "parc, cession par immo-b à la revente"
           END-IF.
       F-Entree.
           EXIT.

       Ferme-Entree.
           CLOSE MXOCCAS MXART MXARTSA MXBDIS MXLDIS MXCLI MXIMMO.

      * modèle, série, vendeur, machine du parc et bon à créditer
       Controle-Entree.
           MOVE WO-MOD TO COD-MART
           READ MXART INVALID
                DISPLAY "occas-b : modèle inconnu " WO-MOD
                MOVE 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
      * une même série ne peut être deux fois en stock
           MOVE WO-SER TO SER-MOCC
           MOVE 0 TO W-FIN
           START MXOCCAS KEY NOT < CLE3-MOCC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Controle-Serie UNTIL W-FIN = 1
           IF W-ERR = 1
                EXIT PARAGRAPH.
           IF WO-ORI = "L"
                MOVE WO-MAT TO MAT-MIMO
                READ MXIMMO INVALID
                     DISPLAY "occas-b : machine " WO-MAT
                             " absente du registre MXIMMO"
                     MOVE 1 TO W-ERR
                     EXIT PARAGRAPH
                END-READ
                IF STA-MIMO NOT = "A"
                     DISPLAY "occas-b : machine " WO-MAT
                             " déjà sortie du parc"
                     MOVE 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                IF W-VAL = 0
                     COMPUTE W-VAL = VAL-MIMO - CUM-MIMO
                END-IF
           END-IF
           IF W-BON NOT = 0
                MOVE WO-AGE TO AGE-MBDI
                MOVE W-BON TO BON-MBDI
                READ MXBDIS INVALID
                     DISPLAY "occas-b : bon inconnu " W-BON
                     MOVE 1 TO W-ERR
                     EXIT PARAGRAPH
                END-READ
                IF TYP-MBDI = 3 OR TYP-MBDI = 5 OR TYP-MBDI = 7
                OR TRA-MBDI NOT = 0
                     DISPLAY "occas-b : le bon " W-BON " n'est pas "
                             "une vente à facturer"
                     MOVE 1 TO W-ERR
                     EXIT PARAGRAPH
                END-IF
                IF W-CLI = 0
                     MOVE CLI-MBDI TO W-CLI
                END-IF
           END-IF
      * vendeur client : nom et adresse de la fiche client
           IF W-CLI NOT = 0 AND WO-NOM = SPACE
                MOVE W-CLI TO COD-MCLI
                READ MXCLI INVALID CONTINUE
                NOT INVALID
                     MOVE RAI-MCLI TO WO-NOM
                     MOVE ADR-MCLI TO WO-ADR
                END-READ
           END-IF
           IF W-TVR = 0 AND (WO-NOM = SPACE OR WO-PID = SPACE)
           AND WO-ORI NOT = "L"
                DISPLAY "occas-b : vendeur non assujetti, nom et "
                        "pièce d'identité obligatoires"
                MOVE 1 TO W-ERR
           END-IF.

       Controle-Serie.
           READ MXOCCAS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF SER-MOCC NOT = WO-SER
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MOCC = "S"
                DISPLAY "occas-b : série " WO-SER " déjà en stock, "
                        "unité " NOC-MOCC
                MOVE 1 TO W-ERR
                MOVE 1 TO W-FIN.

       Cherche-Noc.
           MOVE 0 TO W-NOC
           MOVE 99999999 TO NOC-MOCC
           START MXOCCAS KEY NOT > CLE1-MOCC INVALID
                CONTINUE
           NOT INVALID
                READ MXOCCAS PREVIOUS AT END CONTINUE
                NOT AT END MOVE NOC-MOCC TO W-NOC
                END-READ
           END-START.

      * article unique de l'unité, copié du modèle neuf : famille,
      * groupe de TVA, marque ; références fournisseur et EAN du
      * modèle effacées (l'occasion ne se commande pas)
       Cree-Article.
           MOVE WO-MOD TO COD-MART
           READ MXART INVALID
                MOVE 1 TO W-ERR
                EXIT PARAGRAPH
           END-READ
           MOVE DES-MART TO W-DES
           MOVE W-ART TO COD-MART
           MOVE SPACE TO REF-MART RFIN-MART GCOD-MART FOU-MART
                         RFI-MART RFN-MART DE2-MART
           MOVE SPACE TO DES-MART
           STRING "OCCASION " DELIMITED BY SIZE
                  W-DES DELIMITED BY SIZE
                  INTO DES-MART
           MOVE WO-SER TO DE2-MART
           MOVE W-VAL TO PAC-MART
           MOVE W-DAT TO DAT-MART DCR-MART
           MOVE 1 TO SER-MART
           MOVE 0 TO CSP-MART ESD-MART
           IF W-TVR = 0
                MOVE 1 TO OCC-MART
           ELSE MOVE 2 TO OCC-MART
           END-IF
           WRITE ENR-MART INVALID
                DISPLAY "occas-b : article déjà existant " W-ART
                MOVE 1 TO W-ERR
           END-WRITE.

      * l'unité entre en stock à l'agence à sa valeur d'entrée
       Cree-Stock.
           INITIALIZE ENR-MASA
           MOVE WO-AGE TO AGE-MASA
           MOVE W-ART TO COD-MASA
           MOVE 1 TO STO-MASA
           MOVE 1 TO A-QTE
           MOVE A-QTE TO QSTM-MASA(1) STC-MASA TQM-MASA TQE-MASA
           MOVE W-VAL TO PAMP-MASA PRMP-MASA
           MOVE W-DAT TO DME-MASA
           WRITE ENR-MASA INVALID
                REWRITE ENR-MASA INVALID
                     DISPLAY "occas-b : écriture ARTSA " CLE1-MASA
                END-REWRITE
           END-WRITE
           MOVE "OCC" TO W-MVT-COD
           MOVE "Entrée matériel d'occasion" TO W-MVT-RAISON
           PERFORM Ecrit-Mvt-Artsa.

      * écriture d'une ligne du journal des mouvements de stock
       Ecrit-Mvt-Artsa.
           STRING MX-DIR DELIMITED BY "  "
                  "/artsa-mvt.log" DELIMITED BY SIZE
                  INTO ASSIGN-ARTSAMVT
           OPEN EXTEND ARTSAMVT
           IF FILE-STATUS-ARTSAMVT NOT = "00"
                OPEN OUTPUT ARTSAMVT
           END-IF
           MOVE SPACE TO ENR-ARTSAMVT
           MOVE A-QTE TO W-QTE-ARTSAMVT
           STRING W-DAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGE-MASA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COD-MASA DELIMITED BY SIZE
                  " OCC " DELIMITED BY SIZE
                  W-NOC-X DELIMITED BY SIZE
                  " QTE " DELIMITED BY SIZE
                  W-QTE-ARTSAMVT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-MVT-RAISON DELIMITED BY SIZE
                  INTO ENR-ARTSAMVT
           WRITE ENR-ARTSAMVT
           CLOSE ARTSAMVT.

      * reprise déduite du bon du matériel neuf : ligne REP en
      * quantité -1 au prix de reprise, à la suite des lignes du bon
      * (hors base taxable, cf. RECH-CT de sbd-c)
       Credite-Bon.
           MOVE WO-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE 999 TO LIG-MLDI
           MOVE 0 TO W-LIG
           START MXLDIS KEY NOT > CLE1-MLDI INVALID
                CONTINUE
           NOT INVALID
                READ MXLDIS PREVIOUS AT END CONTINUE
                NOT AT END
                     IF AGE-MLDI = WO-AGE AND BON-MLDI = W-BON
                          MOVE LIG-MLDI TO W-LIG
                     END-IF
                END-READ
           END-START
           ADD 1 TO W-LIG
           INITIALIZE ENR-MLDI
           MOVE WO-AGE TO AGE-MLDI
           MOVE W-BON TO BON-MLDI
           MOVE W-LIG TO LIG-MLDI
           MOVE W-ART TO ART-MLDI
           STRING "REPRISE " DELIMITED BY SIZE
                  DES-MART DELIMITED BY "  "
                  INTO DES-MLDI
           MOVE WO-SER TO DE2-MLDI
           MOVE -1 TO QTE-MLDI QTC-MLDI
           MOVE W-VAL TO PUB-MLDI PUN-MLDI PRU-MLDI PAC-MLDI
           MOVE 1 TO TLI-MLDI
           MOVE "REP" TO MOT-MLDI
           MOVE W-DAT TO DCO-MLDI
           WRITE ENR-MLDI INVALID
                DISPLAY "occas-b : écriture ligne de reprise "
                        W-BON " " W-LIG
           NOT INVALID
                DISPLAY "occas-b : reprise portée sur le bon "
                        WO-AGE " " W-BON " ligne " W-LIG
                        ", pied à recalculer"
           END-WRITE.

      ******************************************************************
      *    BORDEREAU : bordereau d'achat à un vendeur non assujetti
      ******************************************************************
       Bordereau.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NOC
           IF W-NOC = 0
                DISPLAY "usage : occas-b BORDEREAU noc"
                GO F-Bordereau.
           OPEN INPUT MXOCCAS
           IF FILE-STATUS NOT = "00"
                DISPLAY "occas-b : aucune unité d'occasion"
                GO F-Bordereau.
           MOVE W-NOC TO NOC-MOCC
           READ MXOCCAS INVALID
                DISPLAY "occas-b : unité inconnue " W-NOC
                CLOSE MXOCCAS
                GO F-Bordereau
           END-READ
           CLOSE MXOCCAS
           IF TVR-MOCC NOT = 0
                DISPLAY "occas-b : unité achetée avec TVA, pas de "
                        "bordereau"
                GO F-Bordereau.
           MOVE SER-MOCC TO WO-SER
           MOVE MOD-MOCC TO WO-MOD
           MOVE NOM-MOCC TO WO-NOM
           MOVE ADR-MOCC TO WO-ADR
           MOVE PID-MOCC TO WO-PID
           MOVE ORI-MOCC TO WO-ORI
           MOVE AGE-MOCC TO WO-AGE
           MOVE VAL-MOCC TO W-VAL
           MOVE CLI-MOCC TO W-CLI
           MOVE BRP-MOCC TO W-BON
           MOVE DEN-MOCC TO W-DAT
           MOVE ART-MOCC TO W-ART
           PERFORM Edite-Bordereau.
       F-Bordereau.
           EXIT.

       Edite-Bordereau.
           MOVE W-NOC TO W-NOC-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/occas-achat-" DELIMITED BY SIZE
                  W-NOC-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "BORDEREAU D'ACHAT DE MATERIEL D'OCCASION N° "
                  DELIMITED BY SIZE
                  W-NOC-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "AGENCE " DELIMITED BY SIZE
                  WO-AGE DELIMITED BY SIZE
                  "   DATE " DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "VENDEUR : " DELIMITED BY SIZE
                  WO-NOM DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "ADRESSE : " DELIMITED BY SIZE
                  WO-ADR DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "PIECE D'IDENTITE : " DELIMITED BY SIZE
                  WO-PID DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF W-CLI NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "CLIENT N° " DELIMITED BY SIZE
                       W-CLI DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "MATERIEL : " DELIMITED BY SIZE
                  WO-MOD DELIMITED BY "  "
                  "   N° DE SERIE " DELIMITED BY SIZE
                  WO-SER DELIMITED BY "  "
                  "   ARTICLE " DELIMITED BY SIZE
                  W-ART DELIMITED BY "  "
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-VAL TO W-MNT-ED
           MOVE SPACE TO LIGNE-ETAT
           IF WO-ORI = "R"
                STRING "VALEUR DE REPRISE : " DELIMITED BY SIZE
                       W-MNT-ED DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           ELSE STRING "PRIX D'ACHAT : " DELIMITED BY SIZE
                       W-MNT-ED DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           IF W-BON NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "DEDUITE DU BON N° " DELIMITED BY SIZE
                       W-BON DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "Le vendeur, non assujetti à la TVA, certifie être "
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "propriétaire du matériel et le céder libre de tout "
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "gage.  Achat sans TVA : bien d'occasion revendu "
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "sous le régime de la marge (art. 297 A du CGI)."
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "SIGNATURE DU VENDEUR            POUR LA SOCIETE"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT
           DISPLAY "occas-b : bordereau d'achat " ASSIGN-ETAT.

      ******************************************************************
      *    VENTES : unités facturées dans le mois
      ******************************************************************
       Ventes.
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PER
           IF W-PER = 0
                DISPLAY "usage : occas-b VENTES aaaamm"
                GO F-Ventes.
           OPEN I-O MXOCCAS
           IF FILE-STATUS NOT = "00"
                DISPLAY "occas-b : aucune unité d'occasion"
                GO F-Ventes.
           OPEN INPUT MXBDIS MXLDIS MXART MXPARAM
           MOVE "00" TO COD-MPAR
           READ MXPARAM INVALID
                INITIALIZE ENR-MPAR
           END-READ
           MOVE W-PER TO W-PER-X
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/occas-ventes-" DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "VENTES DE MATERIEL D'OCCASION - PERIODE "
                  DELIMITED BY SIZE
                  W-PER-X DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-NB2 W-TOT-PVT W-TOT-MRG W-TOT-TVM W-FIN
           MOVE SPACE TO ENR-MBDI
           START MXBDIS KEY NOT < CLE1-MBDI INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Ventes-Un-Bon UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE W-TOT-PVT TO W-MNT-ED
           MOVE W-TOT-MRG TO W-MNT-ED2
           MOVE W-TOT-TVM TO W-MNT-ED3
           MOVE SPACE TO LIGNE-ETAT
           STRING "TOTAL VENTES " DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  "  MARGE " DELIMITED BY SIZE
                  W-MNT-ED2 DELIMITED BY SIZE
                  "  TVA SUR MARGE " DELIMITED BY SIZE
                  W-MNT-ED3 DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXOCCAS MXBDIS MXLDIS MXART MXPARAM
           DISPLAY "occas-b : " W-NB " unités vendues, " W-NB2
                   " remises en stock, état " ASSIGN-ETAT.
       F-Ventes.
           EXIT.

       Ventes-Un-Bon.
           READ MXBDIS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TRA-MBDI = 0 OR DFA-MBDI = 0
                EXIT PARAGRAPH.
           COMPUTE W-MOIS-BON = DFA-MBDI / 100
           IF W-MOIS-BON NOT = W-PER
                EXIT PARAGRAPH.
           MOVE SPACE TO ENR-MLDI
           MOVE AGE-MBDI TO AGE-MLDI
           MOVE BON-MBDI TO BON-MLDI
           MOVE 0 TO LIG-MLDI W-FIN2
           START MXLDIS KEY NOT < CLE1-MLDI INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Ventes-Une-Ligne UNTIL W-FIN2 = 1.

       Ventes-Une-Ligne.
           READ MXLDIS NEXT AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF AGE-MLDI NOT = AGE-MBDI OR BON-MLDI NOT = BON-MBDI
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF ART-MLDI(1:2) NOT = "OC" OR MOT-MLDI = "REP"
           OR TLI-MLDI NOT = 1 OR PZE-MLDI = 4
                EXIT PARAGRAPH.
           MOVE ART-MLDI TO ART-MOCC
           READ MXOCCAS KEY IS CLE2-MOCC INVALID
                EXIT PARAGRAPH
           END-READ
      * avoir sur une unité vendue : elle revient en stock
           IF TYP-MBDI = 3
                IF STA-MOCC = "V"
                     MOVE "S" TO STA-MOCC
                     MOVE SPACE TO AVT-MOCC
                     MOVE 0 TO BVT-MOCC DVT-MOCC CVT-MOCC PVT-MOCC
                               MRG-MOCC TVM-MOCC
                     REWRITE ENR-MOCC INVALID CONTINUE
                     END-REWRITE
                     ADD 1 TO W-NB2
                     MOVE SPACE TO LIGNE-ETAT
                     STRING "AVOIR " DELIMITED BY SIZE
                            BON-MBDI DELIMITED BY SIZE
                            " : UNITE " DELIMITED BY SIZE
                            NOC-MOCC DELIMITED BY SIZE
                            " SERIE " DELIMITED BY SIZE
                            SER-MOCC DELIMITED BY "  "
                            " REMISE EN STOCK" DELIMITED BY SIZE
                            INTO LIGNE-ETAT
                     WRITE LIGNE-ETAT
                END-IF
                EXIT PARAGRAPH
           END-IF
           IF STA-MOCC = "V"
                EXIT PARAGRAPH.
           COMPUTE W-MNT ROUNDED = QTE-MLDI * PUN-MLDI
           COMPUTE W-MRG = W-MNT - VAL-MOCC
           MOVE 0 TO W-TVM
      * régime de la marge : TVA comprise dans la marge positive
           MOVE ART-MLDI TO COD-MART
           READ MXART INVALID MOVE 1 TO TVA-MART
           END-READ
           MOVE TVA-MART TO W-GTV
           IF W-GTV < 1 OR W-GTV > 5
                MOVE 1 TO W-GTV.
           IF TVR-MOCC = 0 AND AFC-MBDI = 0 AND W-MRG > 0
           AND RCT-MPAR(W-GTV) NOT = 1
                COMPUTE W-TVM ROUNDED = W-MRG * TVA-MPAR(W-GTV)
                        / (100 + TVA-MPAR(W-GTV))
           END-IF
           MOVE "V" TO STA-MOCC
           MOVE AGE-MBDI TO AVT-MOCC
           MOVE BON-MBDI TO BVT-MOCC
           MOVE DFA-MBDI TO DVT-MOCC
           MOVE CLI-MBDI TO CVT-MOCC
           MOVE W-MNT TO PVT-MOCC
           MOVE W-MRG TO MRG-MOCC
           MOVE W-TVM TO TVM-MOCC
           REWRITE ENR-MOCC INVALID
                DISPLAY "occas-b : réécriture MXOCCAS " NOC-MOCC
           END-REWRITE
           ADD 1 TO W-NB
           ADD W-MNT TO W-TOT-PVT
           ADD W-MRG TO W-TOT-MRG
           ADD W-TVM TO W-TOT-TVM
           MOVE W-MNT TO W-MNT-ED
           MOVE VAL-MOCC TO W-MNT-ED2
           MOVE W-MRG TO W-MNT-ED3
           MOVE W-TVM TO W-MNT-ED4
           MOVE SPACE TO LIGNE-ETAT
           STRING NOC-MOCC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SER-MOCC DELIMITED BY SIZE
                  " BON " DELIMITED BY SIZE
                  AGE-MBDI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BON-MBDI DELIMITED BY SIZE
                  " PRIX" DELIMITED BY SIZE
                  W-MNT-ED DELIMITED BY SIZE
                  " ACHAT" DELIMITED BY SIZE
                  W-MNT-ED2 DELIMITED BY SIZE
                  " MARGE" DELIMITED BY SIZE
                  W-MNT-ED3 DELIMITED BY SIZE
                  " TVA" DELIMITED BY SIZE
                  W-MNT-ED4 DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF TVR-MOCC NOT = 0
                MOVE SPACE TO LIGNE-ETAT
                STRING "         (régime normal, TVA récupérée "
                       DELIMITED BY SIZE
                       "à l'entrée)" DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF
           IF ORI-MOCC = "L"
                MOVE SPACE TO LIGNE-ETAT
                STRING "         machine ex-location "
                       DELIMITED BY SIZE
                       MAT-MOCC DELIMITED BY "  "
                       " : sortie du parc par immo-b CESSION"
                       DELIMITED BY SIZE
                       INTO LIGNE-ETAT
                WRITE LIGNE-ETAT
           END-IF.

      ******************************************************************
      *    REGISTRE : entrées et sorties du matériel d'occasion
      ******************************************************************
       Registre.
           OPEN INPUT MXOCCAS
           IF FILE-STATUS NOT = "00"
                DISPLAY "occas-b : aucune unité d'occasion"
                GO F-Registre.
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/occas-registre.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE "REGISTRE DU MATERIEL D'OCCASION" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "   NO    ENTREE  O SERIE                "
                  DELIMITED BY SIZE
                  "DESIGNATION                    VENDEUR"
                  DELIMITED BY SIZE
                  "                     VALEUR REGIME S VENTE"
                  DELIMITED BY SIZE
                  "         PRIX" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-FIN
           MOVE LOW-VALUE TO CLE1-MOCC
           START MXOCCAS KEY NOT < CLE1-MOCC INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Registre-Une-Unite UNTIL W-FIN = 1
           CLOSE ETAT MXOCCAS
           DISPLAY "occas-b : " W-NB " unités au registre, état "
                   ASSIGN-ETAT.
       F-Registre.
           EXIT.

       Registre-Une-Unite.
           READ MXOCCAS NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           ADD 1 TO W-NB
           MOVE SPACE TO LIGNE-REG
           MOVE NOC-MOCC TO LR-NOC
           MOVE DEN-MOCC TO LR-DEN
           MOVE ORI-MOCC TO LR-ORI
           MOVE SER-MOCC TO LR-SER
           MOVE DES-MOCC TO LR-DES
           IF ORI-MOCC = "L"
                MOVE MAT-MOCC TO LR-VEN
           ELSE MOVE NOM-MOCC TO LR-VEN
           END-IF
           MOVE VAL-MOCC TO LR-VAL
           IF TVR-MOCC = 0
                MOVE "MARGE" TO LR-REG
           ELSE MOVE "NORMAL" TO LR-REG
           END-IF
           MOVE STA-MOCC TO LR-STA
           MOVE DVT-MOCC TO LR-DVT
           MOVE PVT-MOCC TO LR-PVT
           WRITE LIGNE-ETAT FROM LIGNE-REG.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
