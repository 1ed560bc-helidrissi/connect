
      * user-defined variable
           COPY  "cobcap.wrk".
           COPY  "envmis-forma.wrk".
           COPY  "LK-MGFA-T.wrk".
           COPY  "LK-MFOU-L.wrk".
           COPY  "Ef-Date.wrk".
       77 W-PCT-EDIHB       PIC  S9(3)V9(2).
       77 A-PCT-EDIHB       PIC  -999,99.
       77 W-SENS-EDIHB      PIC  X(7).
151026*  protection de prix : baisse du prix d'achat unitaire
151026*  constatée au chargement réel (CONSTATE-BAISSE-PA), réclamée
151026*  au fournisseur en fin de chargement (RECLAME-PROT-PRIX),
151026*  cf. protprix
       77 W-PPR-FON         PIC  X.
       77 W-PPR-FOU         PIC  X(08).
       77 W-PPR-ART         PIC  X(20).
       77 W-PPR-PAN         PIC  9(09)V99.
       77 W-PPR-PNO         PIC  9(09)V99.
       77 W-PPR-MNT         PIC  S9(11)V99.
       77 W-PPR-NRC         PIC  9(08).
       77 W-PPR-TOT         PIC  S9(11)V99.
       77 A-PPR-MNT         PIC  -(9)9,99.
       01 W-DAT-MAJ        PIC  9(8).
       01 R1-W-DAT-MAJ REDEFINES W-DAT-MAJ.
           02 W-SAM-MAJ        PIC  9(6).
              PERFORM STAT
              PERFORM MEP-MAJ-SPE
              PERFORM Ouvre-Edition-HB
151026        MOVE ZERO TO W-PPR-TOT
              PERFORM TRAIT-MAJ THRU F-TRAIT-MAJ
              CLOSE TARIF
              PERFORM Distribue-Edition-HB
151026        IF W-REEL = 1
151026           PERFORM RECLAME-PROT-PRIX
151026        END-IF
           END-IF.
           PERFORM CURSEUR-Fleche
           .
              PERFORM MAJ-FICHIERS THRU F-MAJ-FICHIERS
           END-IF

151026*--- Protection de prix si le prix d'achat baisse
151026     IF W-REEL = 1 AND W-SANS-MAJ-TAR = 0 AND PAC-MART < SV-PAC
151026        PERFORM CONSTATE-BAISSE-PA
151026     END-IF

      *---------------------------------------------------------------*
      *     Traitement Spécifique FENWICK Conces.: Maj Référencement  *
      *     RENAULT et PEUGEOT                                        *
           REWRITE ENR-MFOU
           PERFORM STAT.

151026*--  Protection de prix : stock détenu valorisé à la baisse du
151026*--  prix d'achat unitaire (ligne MXPROPRI, cf. protprix)
       CONSTATE-BAISSE-PA.
           IF NUU-MART = ZERO EXIT PARAGRAPH.
           MOVE "L"      TO W-PPR-FON
           MOVE W-FOU    TO W-PPR-FOU
           MOVE COD-MART TO W-PPR-ART
           COMPUTE W-PPR-PAN ROUNDED = SV-PAC / NUU-MART
           COMPUTE W-PPR-PNO ROUNDED = PAC-MART / NUU-MART
           CALL "../../mx/o/protprix.acu" USING W-PPR-FON, W-PPR-FOU,
              W-PPR-ART, W-DAT-MAJ, W-PPR-PAN, W-PPR-PNO, W-PPR-MNT,
              W-PPR-NRC
              ON EXCEPTION MOVE ZERO TO W-PPR-MNT
           END-CALL
           ADD W-PPR-MNT TO W-PPR-TOT.

151026*--  Protection de prix : réclamation du fournisseur en fin de
151026*--  chargement réel (courrier ft/protprix-<nrc>.txt)
       RECLAME-PROT-PRIX.
           IF W-PPR-TOT = ZERO EXIT PARAGRAPH.
           MOVE "R"   TO W-PPR-FON
           MOVE W-FOU TO W-PPR-FOU
           CALL "../../mx/o/protprix.acu" USING W-PPR-FON, W-PPR-FOU,
              W-PPR-ART, W-DAT-MAJ, W-PPR-PAN, W-PPR-PNO, W-PPR-MNT,
              W-PPR-NRC
              ON EXCEPTION MOVE ZERO TO W-PPR-NRC
           END-CALL
           CANCEL "../../mx/o/protprix.acu"
           MOVE W-PPR-TOT TO A-PPR-MNT
           MOVE SPACES TO ACU-MSG-1 ACU-MSG-2
           STRING "Baisse de tarif sur le stock détenu : "
                  A-PPR-MNT DELIMITED BY SIZE INTO ACU-MSG-1
           IF W-PPR-NRC NOT = ZERO
              MOVE W-PPR-MNT TO A-PPR-MNT
              STRING "Protection de prix réclamée, n° " W-PPR-NRC
                     " : " A-PPR-MNT DELIMITED BY SIZE INTO ACU-MSG-2
           ELSE
              MOVE "Fournisseur sans protection de prix" TO ACU-MSG-2
           END-IF
           MOVE ZERO TO W-PPR-TOT
           PERFORM MSG-INFO.


       

