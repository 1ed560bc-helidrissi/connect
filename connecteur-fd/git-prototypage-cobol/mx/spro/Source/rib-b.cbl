      *{Bench}prg-comment
      * rib-b.cbl
151026* rib-b.cbl : double contrôle des changements de domiciliation
151026* bancaire des fournisseurs (IBA/BIC-MFOU) et des clients
151026* (IBA/BIC-MCLI), contre la fraude au changement de RIB.
151026* Un changement ne touche la fiche qu'une fois validé par un
151026* second superviseur (MXSUPPIN, PIN comme ctl-derog), autre
151026* que le demandeur, après contre-appel du tiers consigné ;
151026* sepa-b et sepafou-b refusent ensuite le compte pendant le
151026* délai de carence sauf libération explicite (cf. ctl-rib).
151026*   DEMANDE <F|C> <code> <iban> <bic> <demandeur> <titulaire>
151026*       enregistre le changement en attente, ancienne et
151026*       nouvelle domiciliation, demandeur (son identifiant
151026*       opérateur IDE-PALM, celui que VALIDE et LIBERE
151026*       comparent au superviseur, comme mpge-l), titulaire
151026*       du compte tel que porté sur le RIB reçu ;
151026*   VALIDE <no> <superviseur> <pin> <tél> <interlocuteur>
151026*       contre-appel fait au numéro connu du tiers (pas celui
151026*       du courrier de changement) : numéro et interlocuteur
151026*       se consignent, la nouvelle domiciliation passe sur la
151026*       fiche ;
151026*   REFUSE <no> <superviseur> <pin> <motif>
151026*   LIBERE <no> <superviseur> <pin>
151026*       autorise les remises avant la fin du délai de carence ;
151026*   CONTROLE [REPRISE]
151026*       relit MXFOU et MXCLI : domiciliation jamais
151026*       enregistrée = reprise initiale validée sous REPRISE
151026*       seulement (mise en place du registre) ; hors reprise
151026*       elle devient une demande en attente et la fiche reste
151026*       sans compte jusqu'à VALIDE ; domiciliation
151026*       modifiée sans passer par DEMANDE = la fiche reprend la
151026*       domiciliation validée et la saisie devient une demande
151026*       en attente (une suppression, anonymisation rgpd-b
151026*       comprise, ne détourne rien et s'enregistre validée) ;
151026*       écarts dans ft/rib-controle.txt ;
151026*   ETAT <datdeb> <datfin>
151026*       état hebdomadaire des changements de la période,
151026*       titulaire du compte rapproché du nom du tiers,
151026*       ft/rib-etat.txt.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. rib-b.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:48:19.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXFOU.sl".
       COPY "MXCLI.sl".
       COPY "MXSUPPIN.sl".
       COPY "MXRIBMOD.sl".
           SELECT ETAT   ASSIGN TO ASSIGN-ETAT
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS IS FILE-STATUS-ETAT.
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXFOU.fd".
       COPY "MXCLI.fd".
       COPY "MXSUPPIN.fd".
       COPY "MXRIBMOD.fd".
       FD  ETAT LABEL RECORD STANDARD.
       01  LIGNE-ETAT          PIC X(132).
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 FILE-STATUS-ETAT     PIC X(2).
       77 ASSIGN-ETAT          PIC X(80).
       77 MX-DIR               PIC X(60).
       77 W-PARAM              PIC X(120).
       77 W-FONCTION           PIC X(10).
       77 W-PTR                PIC 9(03) COMP.
       77 W-PAR2               PIC X(34).
       77 W-PAR3               PIC X(34).
       77 W-PAR4               PIC X(34).
       77 W-PAR5               PIC X(34).
       77 W-RESTE              PIC X(60).
       77 W-DAT                PIC 9(08).
       77 W-HEURE              PIC 9(08).
       77 W-DATDEB             PIC 9(08).
       77 W-DATFIN             PIC 9(08).
       77 W-USR                PIC X(08).
      * demandeur (IDE-PALM) et titulaire saisis par DEMANDE
       77 W-DEM                PIC X(08).
       77 W-TIT                PIC X(60).
       77 W-PTR2               PIC 9(03) COMP.
      * 1 = CONTROLE REPRISE, reprise initiale des domiciliations
       77 W-REPRISE            PIC 9.
       77 W-FIN                PIC 9.
       77 W-FIN2               PIC 9.
       77 W-TROUVE             PIC 9.
       77 W-HABIL              PIC 9.
       77 W-NMR                PIC 9(08).
       77 W-NMR-REF            PIC 9(08).
      * tiers traité : type F/C, code, nom, domiciliation de la fiche
       77 W-TIE                PIC X.
       77 W-COD                PIC X(08).
       77 W-COD-N              PIC 9(08).
       77 W-NOM                PIC X(40).
       77 W-IBA                PIC X(34).
       77 W-BIC                PIC X(11).
      * dernier changement non refusé du tiers
       77 W-REF-STA            PIC X.
       77 W-REF-IBA            PIC X(34).
       77 W-REF-BIC            PIC X(11).
      * superviseur et PIN frappés
       77 W-SUP                PIC X(08).
       77 W-PIN                PIC 9(04).
       77 W-PIN-CLAIR          PIC 9(04).
      * brouillage symétrique du PIN (cf. derog-b PIN, ctl-derog)
       78 PIN-GRAIN            VALUE IS 7391.
      * rapprochement titulaire / nom du tiers, sans blancs ni
      * ponctuation, en majuscules
       77 W-TIT-C              PIC X(40).
       77 W-NOM-C              PIC X(40).
       77 W-LTIT               PIC 9(02) COMP.
       77 W-LNOM               PIC 9(02) COMP.
       77 W-CPT                PIC 9(03) COMP.
       77 W-CONCORDE           PIC 9.
       77 I                    PIC 9(02) COMP.
       77 W-MIN                PIC X(26)
                  VALUE "abcdefghijklmnopqrstuvwxyz".
       77 W-MAJ                PIC X(26)
                  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 W-NBREP              PIC 9(06).
       77 W-NBECA              PIC 9(06).
       77 W-NBSUP              PIC 9(06).
       77 W-NB                 PIC 9(06).
       77 W-NBA                PIC 9(06).
       77 W-NBV                PIC 9(06).
       77 W-NBR                PIC 9(06).
       77 W-NBDIS              PIC 9(06).
           COPY "conv-num.wrk".
       01 LIGNE-CHG.
           05 LC-NMR           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-TIE           PIC X(01).
           05 FILLER           PIC X(01).
           05 LC-COD           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-NOM           PIC X(30).
           05 FILLER           PIC X(01).
           05 LC-ORI           PIC X(01).
           05 FILLER           PIC X(01).
           05 LC-STA           PIC X(01).
           05 FILLER           PIC X(01).
           05 LC-DEM           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-DDE           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-VAL           PIC X(08).
           05 FILLER           PIC X(01).
           05 LC-DVA           PIC 9(08).
           05 FILLER           PIC X(01).
           05 LC-LIB           PIC X(08).
       01 LIGNE-IBA.
           05 FILLER           PIC X(09).
           05 LI-AIB           PIC X(34).
           05 FILLER           PIC X(04).
           05 LI-NIB           PIC X(34).
           05 FILLER           PIC X(01).
           05 LI-NBI           PIC X(11).
       01 LIGNE-TIT.
           05 FILLER           PIC X(09).
           05 LT-LIB           PIC X(12).
           05 LT-TIT           PIC X(40).
           05 FILLER           PIC X(01).
           05 LT-CTL           PIC X(30).
       01 LIGNE-RAP.
           05 FILLER           PIC X(09).
           05 LR-LIB           PIC X(12).
           05 LR-TRA           PIC X(15).
           05 FILLER           PIC X(01).
           05 LR-IRA           PIC X(30).
           05 FILLER           PIC X(01).
           05 LR-MOT           PIC X(40).
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
           ACCEPT W-USR FROM ENVIRONMENT "USER"
           ACCEPT W-DAT FROM DATE YYYYMMDD
           ACCEPT W-HEURE FROM TIME
           MOVE SPACE TO W-PAR2 W-PAR3 W-PAR4 W-PAR5 W-RESTE
           MOVE 1 TO W-PTR
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-FONCTION
                WITH POINTER W-PTR
           EVALUATE W-FONCTION
           WHEN "DEMANDE"  PERFORM Demande THRU F-Demande
           WHEN "VALIDE"   PERFORM Valide THRU F-Valide
           WHEN "REFUSE"   PERFORM Refuse THRU F-Refuse
           WHEN "LIBERE"   PERFORM Libere THRU F-Libere
           WHEN "CONTROLE" PERFORM Controle THRU F-Controle
           WHEN "ETAT"     PERFORM Edite-Etat THRU F-Edite-Etat
           WHEN OTHER
                DISPLAY "rib-b : fonction inconnue " W-FONCTION
                DISPLAY "usage : rib-b DEMANDE F|C code iban bic "
                        "demandeur titulaire"
                DISPLAY "        rib-b VALIDE no superviseur pin "
                        "tel interlocuteur"
                DISPLAY "        rib-b REFUSE no superviseur pin "
                        "motif"
                DISPLAY "        rib-b LIBERE no superviseur pin"
                DISPLAY "        rib-b CONTROLE [REPRISE]"
                DISPLAY "        rib-b ETAT datdeb datfin"
           END-EVALUATE
           GO Fin.

      * zones suivant la fonction : W-PAR2..W-PAR5, puis le reste
      * de la ligne (titulaire, interlocuteur ou motif, blancs
      * compris)
       Lit-Zones.
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3 W-PAR4 W-PAR5
                WITH POINTER W-PTR
           IF W-PTR < 121
                MOVE W-PARAM(W-PTR:) TO W-RESTE.

       Lit-Zones-Courtes.
           UNSTRING W-PARAM DELIMITED BY ALL " "
                INTO W-PAR2 W-PAR3 W-PAR4
                WITH POINTER W-PTR
           IF W-PTR < 121
                MOVE W-PARAM(W-PTR:) TO W-RESTE.

      ******************************************************************
      *    DEMANDE : changement en attente de validation
      ******************************************************************
       Demande.
           PERFORM Lit-Zones
           MOVE W-PAR2 TO W-TIE
           INSPECT W-PAR4 CONVERTING W-MIN TO W-MAJ
           INSPECT W-PAR5 CONVERTING W-MIN TO W-MAJ
      * demandeur puis titulaire, blancs compris
           MOVE SPACE TO W-DEM W-TIT
           MOVE 1 TO W-PTR2
           UNSTRING W-RESTE DELIMITED BY ALL " "
                INTO W-DEM
                WITH POINTER W-PTR2
           IF W-PTR2 < 61
                MOVE W-RESTE(W-PTR2:) TO W-TIT.
           IF (W-TIE NOT = "F" AND NOT = "C") OR W-PAR3 = SPACE
           OR W-PAR4 = SPACE OR W-PAR5 = SPACE OR W-DEM = SPACE
                DISPLAY "usage : rib-b DEMANDE F|C code iban bic "
                        "demandeur titulaire"
                GO F-Demande.
           IF W-TIT = SPACE
                DISPLAY "rib-b : titulaire du compte obligatoire"
                GO F-Demande.
           PERFORM Ouvre-Registre
           IF W-TIE = "F"
                OPEN INPUT MXFOU
           ELSE OPEN INPUT MXCLI
           END-IF
           PERFORM Lit-Tiers
           IF W-TIE = "F"
                CLOSE MXFOU
           ELSE CLOSE MXCLI
           END-IF
           IF W-TROUVE = 0
                DISPLAY "rib-b : tiers inconnu " W-TIE " " W-PAR3
                CLOSE MXRIBMOD
                GO F-Demande.
           IF W-IBA = W-PAR4 AND W-BIC = W-PAR5
                DISPLAY "rib-b : domiciliation inchangée"
                CLOSE MXRIBMOD
                GO F-Demande.
           PERFORM Cherche-Dernier
           IF W-TROUVE = 1 AND W-REF-STA = "A"
                DISPLAY "rib-b : changement " W-NMR-REF
                        " déjà en attente pour ce tiers"
                CLOSE MXRIBMOD
                GO F-Demande.
           PERFORM Cherche-Nmr
           ADD 1 TO W-NMR
           INITIALIZE ENR-MRIB
           MOVE W-NMR TO NMR-MRIB NMR2-MRIB
           MOVE W-TIE TO TIE-MRIB
           MOVE W-COD TO COD-MRIB
           MOVE "D" TO ORI-MRIB
           MOVE W-IBA TO AIB-MRIB
           MOVE W-BIC TO ABI-MRIB
           MOVE W-PAR4 TO NIB-MRIB
           MOVE W-PAR5 TO NBI-MRIB
           MOVE W-TIT TO TIT-MRIB
           MOVE W-DEM TO DEM-MRIB
           MOVE W-DAT TO DDE-MRIB
           MOVE W-HEURE(1:6) TO HDE-MRIB
           MOVE "A" TO STA-MRIB
           WRITE ENR-MRIB INVALID
                DISPLAY "rib-b : demande non enregistrée"
                CLOSE MXRIBMOD
                GO F-Demande
           END-WRITE
           CLOSE MXRIBMOD
           DISPLAY "rib-b : changement " W-NMR " en attente ; "
                   "validation par un autre superviseur après "
                   "contre-appel au numéro connu du tiers".
       F-Demande.
           EXIT.

      ******************************************************************
      *    VALIDE : contre-appel consigné, la fiche est mise à jour
      ******************************************************************
       Valide.
           PERFORM Lit-Zones
           IF W-PAR5 = SPACE OR W-RESTE = SPACE
                DISPLAY "usage : rib-b VALIDE no superviseur pin "
                        "tel interlocuteur"
                DISPLAY "rib-b : contre-appel à consigner (numéro "
                        "appelé et interlocuteur)"
                GO F-Valide.
           PERFORM Lit-Changement
           IF W-TROUVE = 0
                GO F-Valide.
           IF STA-MRIB NOT = "A"
                DISPLAY "rib-b : changement " NMR-MRIB
                        " non en attente"
                CLOSE MXRIBMOD
                GO F-Valide.
           PERFORM Controle-Superviseur
           IF W-HABIL = 0
                CLOSE MXRIBMOD
                GO F-Valide.
           IF W-SUP = DEM-MRIB
                DISPLAY "rib-b : le demandeur ne valide pas sa "
                        "propre demande"
                CLOSE MXRIBMOD
                GO F-Valide.
      * la fiche doit porter encore l'ancienne domiciliation
           MOVE TIE-MRIB TO W-TIE
           MOVE COD-MRIB TO W-PAR3
           IF W-TIE = "F"
                OPEN I-O MXFOU
           ELSE OPEN I-O MXCLI
           END-IF
           PERFORM Lit-Tiers
           IF W-TROUVE = 0 OR W-IBA NOT = AIB-MRIB
                                 OR W-BIC NOT = ABI-MRIB
                DISPLAY "rib-b : la fiche a changé depuis la "
                        "demande, refuser et redemander"
                PERFORM Ferme-Tiers
                CLOSE MXRIBMOD
                GO F-Valide.
           IF W-TIE = "F"
                MOVE NIB-MRIB TO IBA-MFOU
                MOVE NBI-MRIB TO BIC-MFOU
                REWRITE ENR-MFOU INVALID CONTINUE
                END-REWRITE
           ELSE MOVE NIB-MRIB TO IBA-MCLI
                MOVE NBI-MRIB TO BIC-MCLI
                REWRITE ENR-MCLI INVALID CONTINUE
                END-REWRITE
           END-IF
           IF FILE-STATUS NOT = "00"
                DISPLAY "rib-b : fiche non mise à jour"
                PERFORM Ferme-Tiers
                CLOSE MXRIBMOD
                GO F-Valide.
           PERFORM Ferme-Tiers
           MOVE "V" TO STA-MRIB
           MOVE W-SUP TO VAL-MRIB
           MOVE W-DAT TO DVA-MRIB
           MOVE W-HEURE(1:6) TO HVA-MRIB
           MOVE W-PAR5 TO TRA-MRIB
           MOVE W-RESTE TO IRA-MRIB
           REWRITE ENR-MRIB INVALID CONTINUE
           END-REWRITE
           CLOSE MXRIBMOD
           DISPLAY "rib-b : changement " NMR-MRIB " validé ; "
                   "remises bloquées pendant le délai de carence "
                   "sauf LIBERE".
       F-Valide.
           EXIT.

      ******************************************************************
      *    REFUSE : la fiche garde sa domiciliation
      ******************************************************************
       Refuse.
           PERFORM Lit-Zones-Courtes
           IF W-RESTE = SPACE
                DISPLAY "usage : rib-b REFUSE no superviseur pin "
                        "motif"
                GO F-Refuse.
           PERFORM Lit-Changement
           IF W-TROUVE = 0
                GO F-Refuse.
           IF STA-MRIB NOT = "A"
                DISPLAY "rib-b : changement " NMR-MRIB
                        " non en attente"
                CLOSE MXRIBMOD
                GO F-Refuse.
           PERFORM Controle-Superviseur
           IF W-HABIL = 0
                CLOSE MXRIBMOD
                GO F-Refuse.
           MOVE "R" TO STA-MRIB
           MOVE W-SUP TO VAL-MRIB
           MOVE W-DAT TO DVA-MRIB
           MOVE W-HEURE(1:6) TO HVA-MRIB
           MOVE W-RESTE TO MOT-MRIB
           REWRITE ENR-MRIB INVALID CONTINUE
           END-REWRITE
           CLOSE MXRIBMOD
           DISPLAY "rib-b : changement " NMR-MRIB " refusé".
       F-Refuse.
           EXIT.

      ******************************************************************
      *    LIBERE : remises permises avant la fin de la carence
      ******************************************************************
       Libere.
           PERFORM Lit-Zones-Courtes
           PERFORM Lit-Changement
           IF W-TROUVE = 0
                GO F-Libere.
           IF STA-MRIB NOT = "V"
                DISPLAY "rib-b : changement " NMR-MRIB " non validé"
                CLOSE MXRIBMOD
                GO F-Libere.
           PERFORM Controle-Superviseur
           IF W-HABIL = 0
                CLOSE MXRIBMOD
                GO F-Libere.
           IF W-SUP = DEM-MRIB
                DISPLAY "rib-b : le demandeur ne libère pas sa "
                        "propre demande"
                CLOSE MXRIBMOD
                GO F-Libere.
           MOVE 1 TO LIB-MRIB
           MOVE W-SUP TO LBU-MRIB
           MOVE W-DAT TO DLB-MRIB
           REWRITE ENR-MRIB INVALID CONTINUE
           END-REWRITE
           CLOSE MXRIBMOD
           DISPLAY "rib-b : changement " NMR-MRIB " libéré".
       F-Libere.
           EXIT.

      * le changement W-PAR2, registre ouvert en mise à jour
       Lit-Changement.
           MOVE 0 TO W-TROUVE
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-NMR
           MOVE W-PAR3 TO W-SUP
           MOVE W-PAR4 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-PIN
           IF W-NMR = 0 OR W-SUP = SPACE
                DISPLAY "rib-b : no de changement et superviseur "
                        "obligatoires"
                EXIT PARAGRAPH.
           OPEN I-O MXRIBMOD
           IF FILE-STATUS NOT = "00"
                DISPLAY "rib-b : registre des domiciliations absent"
                EXIT PARAGRAPH.
           MOVE W-NMR TO NMR-MRIB
           READ MXRIBMOD INVALID
                DISPLAY "rib-b : changement inconnu " W-NMR
                CLOSE MXRIBMOD
                EXIT PARAGRAPH
           END-READ
           MOVE 1 TO W-TROUVE.

      * superviseur actif et PIN juste, comme ctl-derog
       Controle-Superviseur.
           MOVE 0 TO W-HABIL
           OPEN INPUT MXSUPPIN
           IF FILE-STATUS NOT = "00"
                DISPLAY "rib-b : aucun superviseur habilité"
                EXIT PARAGRAPH.
           MOVE W-SUP TO SUP-MSUP
           READ MXSUPPIN INVALID
                MOVE 0 TO ACT-MSUP
           END-READ
           CLOSE MXSUPPIN
           COMPUTE W-PIN-CLAIR = PIN-MSUP + 10000 - PIN-GRAIN
           IF ACT-MSUP NOT = 1 OR W-PIN-CLAIR NOT = W-PIN
                DISPLAY "rib-b : superviseur non habilité ou PIN "
                        "faux"
                EXIT PARAGRAPH.
           MOVE 1 TO W-HABIL.

      * fiche du tiers W-TIE / W-PAR3 : code normalisé, nom et
      * domiciliation ; le fichier est ouvert par l'appelant
       Lit-Tiers.
           MOVE 0 TO W-TROUVE
           IF W-TIE = "F"
                MOVE W-PAR3 TO COD-MFOU
                READ MXFOU INVALID
                     EXIT PARAGRAPH
                END-READ
                MOVE COD-MFOU TO W-COD
                MOVE RAI-MFOU TO W-NOM
                MOVE IBA-MFOU TO W-IBA
                MOVE BIC-MFOU TO W-BIC
           ELSE MOVE W-PAR3 TO CVN-ENT
                PERFORM CONV-NUM
                MOVE CVN-SOR TO COD-MCLI
                READ MXCLI INVALID
                     EXIT PARAGRAPH
                END-READ
                MOVE COD-MCLI TO W-COD-N
                MOVE W-COD-N TO W-COD
                MOVE RAI-MCLI TO W-NOM
                MOVE IBA-MCLI TO W-IBA
                MOVE BIC-MCLI TO W-BIC
           END-IF
           MOVE 1 TO W-TROUVE.

       Ferme-Tiers.
           IF W-TIE = "F"
                CLOSE MXFOU
           ELSE CLOSE MXCLI
           END-IF.

       Ouvre-Registre.
           OPEN I-O MXRIBMOD
           IF FILE-STATUS = "35"
                OPEN OUTPUT MXRIBMOD
                CLOSE MXRIBMOD
                OPEN I-O MXRIBMOD.

       Cherche-Nmr.
           MOVE 0 TO W-NMR
           MOVE 99999999 TO NMR-MRIB
           START MXRIBMOD KEY NOT > CLE1-MRIB INVALID CONTINUE
                NOT INVALID
                READ MXRIBMOD PREVIOUS AT END CONTINUE
                     NOT AT END MOVE NMR-MRIB TO W-NMR
                END-READ
           END-START.

      * dernier changement non refusé de W-TIE / W-COD : statut et
      * domiciliation qui fait référence (avant changement s'il est
      * en attente, la nouvelle s'il est validé)
       Cherche-Dernier.
           MOVE 0 TO W-TROUVE W-FIN2
           MOVE W-TIE TO TIE-MRIB
           MOVE W-COD TO COD-MRIB
           MOVE 99999999 TO NMR2-MRIB
           START MXRIBMOD KEY NOT > CLE2-MRIB INVALID
                MOVE 1 TO W-FIN2
           END-START
           PERFORM Cherche-Un-Dernier UNTIL W-FIN2 = 1.

       Cherche-Un-Dernier.
           READ MXRIBMOD PREVIOUS AT END MOVE 1 TO W-FIN2
                EXIT PARAGRAPH
           END-READ
           IF TIE-MRIB NOT = W-TIE OR COD-MRIB NOT = W-COD
                MOVE 1 TO W-FIN2
                EXIT PARAGRAPH.
           IF STA-MRIB = "R"
                EXIT PARAGRAPH.
           MOVE 1 TO W-TROUVE W-FIN2
           MOVE STA-MRIB TO W-REF-STA
           MOVE NMR-MRIB TO W-NMR-REF
           IF STA-MRIB = "A"
                MOVE AIB-MRIB TO W-REF-IBA
                MOVE ABI-MRIB TO W-REF-BIC
           ELSE MOVE NIB-MRIB TO W-REF-IBA
                MOVE NBI-MRIB TO W-REF-BIC
           END-IF.

      ******************************************************************
      *    CONTROLE : fiches comparées au registre
      ******************************************************************
       Controle.
           PERFORM Lit-Zones-Courtes
           MOVE 0 TO W-REPRISE
           IF W-PAR2 = "REPRISE"
                MOVE 1 TO W-REPRISE.
           PERFORM Ouvre-Registre
           IF FILE-STATUS NOT = "00"
                DISPLAY "rib-b : registre des domiciliations "
                        "inaccessible"
                GO F-Controle.
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/rib-controle.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CONTROLE DES DOMICILIATIONS BANCAIRES AU "
                  DELIMITED BY SIZE
                  W-DAT DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NBREP W-NBECA W-NBSUP
           OPEN I-O MXFOU
           IF FILE-STATUS = "00"
                MOVE "F" TO W-TIE
                MOVE SPACE TO COD-MFOU
                MOVE 0 TO W-FIN
                START MXFOU KEY NOT < CLE1-MFOU INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Controle-Un-Fournisseur UNTIL W-FIN = 1
                CLOSE MXFOU
           END-IF
           OPEN I-O MXCLI
           IF FILE-STATUS = "00"
                MOVE "C" TO W-TIE
                MOVE 0 TO COD-MCLI
                MOVE 0 TO W-FIN
                START MXCLI KEY NOT < CLE1-MCLI INVALID
                     MOVE 1 TO W-FIN
                END-START
                PERFORM Controle-Un-Client UNTIL W-FIN = 1
                CLOSE MXCLI
           END-IF
           MOVE SPACE TO LIGNE-ETAT
           STRING "REPRISES INITIALES " DELIMITED BY SIZE
                  W-NBREP DELIMITED BY SIZE
                  "  SAISIES HORS CONTROLE " DELIMITED BY SIZE
                  W-NBECA DELIMITED BY SIZE
                  "  SUPPRESSIONS " DELIMITED BY SIZE
                  W-NBSUP DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXRIBMOD
           DISPLAY "rib-b : " W-NBREP " reprises, " W-NBECA
                   " saisies hors contrôle remises en attente, "
                   W-NBSUP " suppressions, " ASSIGN-ETAT.
       F-Controle.
           EXIT.

       Controle-Un-Fournisseur.
           READ MXFOU NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-MFOU TO W-COD
           MOVE RAI-MFOU TO W-NOM
           MOVE IBA-MFOU TO W-IBA
           MOVE BIC-MFOU TO W-BIC
           PERFORM Controle-Tiers
           IF W-IBA NOT = IBA-MFOU OR W-BIC NOT = BIC-MFOU
                MOVE W-IBA TO IBA-MFOU
                MOVE W-BIC TO BIC-MFOU
                REWRITE ENR-MFOU INVALID CONTINUE
                END-REWRITE
           END-IF.

       Controle-Un-Client.
           READ MXCLI NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           MOVE COD-MCLI TO W-COD-N
           MOVE W-COD-N TO W-COD
           MOVE RAI-MCLI TO W-NOM
           MOVE IBA-MCLI TO W-IBA
           MOVE BIC-MCLI TO W-BIC
           PERFORM Controle-Tiers
           IF W-IBA NOT = IBA-MCLI OR W-BIC NOT = BIC-MCLI
                MOVE W-IBA TO IBA-MCLI
                MOVE W-BIC TO BIC-MCLI
                REWRITE ENR-MCLI INVALID CONTINUE
                END-REWRITE
           END-IF.

      * W-IBA / W-BIC : domiciliation de la fiche, ramenée à la
      * domiciliation validée quand elle a été saisie hors contrôle
       Controle-Tiers.
           PERFORM Cherche-Dernier
           IF W-TROUVE = 0
                IF W-IBA = SPACE
                     EXIT PARAGRAPH
                END-IF
                PERFORM Cherche-Nmr
                ADD 1 TO W-NMR
                INITIALIZE ENR-MRIB
                IF W-REPRISE = 1
                     MOVE "I" TO ORI-MRIB
                     MOVE "V" TO STA-MRIB
                     MOVE W-IBA TO AIB-MRIB NIB-MRIB
                     MOVE W-BIC TO ABI-MRIB NBI-MRIB
                     MOVE W-USR TO VAL-MRIB
                     MOVE W-DAT TO DVA-MRIB
                     PERFORM Ecrit-Constat
                     ADD 1 TO W-NBREP
                     EXIT PARAGRAPH
                END-IF
      * hors reprise : première domiciliation saisie sans DEMANDE,
      * en attente de validation, la fiche reste sans compte
                MOVE "E" TO ORI-MRIB
                MOVE "A" TO STA-MRIB
                MOVE W-IBA TO NIB-MRIB
                MOVE W-BIC TO NBI-MRIB
                MOVE "première domiciliation hors contrôle"
                     TO MOT-MRIB
                PERFORM Ecrit-Constat
                MOVE SPACE TO W-IBA W-BIC
                ADD 1 TO W-NBECA
                PERFORM Ecrit-Ecart
                EXIT PARAGRAPH
           END-IF
           IF W-IBA = W-REF-IBA AND W-BIC = W-REF-BIC
                EXIT PARAGRAPH.
           PERFORM Cherche-Nmr
           ADD 1 TO W-NMR
           INITIALIZE ENR-MRIB
           MOVE "E" TO ORI-MRIB
           MOVE W-REF-IBA TO AIB-MRIB
           MOVE W-REF-BIC TO ABI-MRIB
           MOVE W-IBA TO NIB-MRIB
           MOVE W-BIC TO NBI-MRIB
      * suppression : rien ne peut partir vers un compte vide
           IF W-IBA = SPACE
                MOVE "V" TO STA-MRIB
                MOVE W-USR TO VAL-MRIB
                MOVE W-DAT TO DVA-MRIB
                MOVE "suppression de la domiciliation" TO MOT-MRIB
                PERFORM Ecrit-Constat
                ADD 1 TO W-NBSUP
                EXIT PARAGRAPH.
      * saisie hors contrôle : la fiche reprend la domiciliation
      * validée, la saisie attend la validation (refusée d'office
      * si une demande est déjà en attente)
           IF W-REF-STA = "A"
                MOVE "R" TO STA-MRIB
                MOVE W-USR TO VAL-MRIB
                MOVE W-DAT TO DVA-MRIB
                MOVE "saisie pendant une demande en attente"
                     TO MOT-MRIB
           ELSE MOVE "A" TO STA-MRIB
                MOVE "saisie hors double contrôle" TO MOT-MRIB
           END-IF
           PERFORM Ecrit-Constat
           MOVE W-REF-IBA TO W-IBA
           MOVE W-REF-BIC TO W-BIC
           ADD 1 TO W-NBECA
           PERFORM Ecrit-Ecart.

      * écart de la fiche dans ft/rib-controle.txt
       Ecrit-Ecart.
           MOVE SPACE TO LIGNE-CHG
           MOVE NMR-MRIB TO LC-NMR
           MOVE W-TIE TO LC-TIE
           MOVE W-COD TO LC-COD
           MOVE W-NOM TO LC-NOM
           MOVE ORI-MRIB TO LC-ORI
           MOVE STA-MRIB TO LC-STA
           MOVE W-DAT TO LC-DDE
           WRITE LIGNE-ETAT FROM LIGNE-CHG
           MOVE SPACE TO LIGNE-IBA
           MOVE AIB-MRIB TO LI-AIB
           MOVE NIB-MRIB TO LI-NIB
           MOVE NBI-MRIB TO LI-NBI
           WRITE LIGNE-ETAT FROM LIGNE-IBA.

       Ecrit-Constat.
           MOVE W-NMR TO NMR-MRIB NMR2-MRIB
           MOVE W-TIE TO TIE-MRIB
           MOVE W-COD TO COD-MRIB
           MOVE W-USR TO DEM-MRIB
           MOVE W-DAT TO DDE-MRIB
           MOVE W-HEURE(1:6) TO HDE-MRIB
           MOVE W-HEURE(1:6) TO HVA-MRIB
           WRITE ENR-MRIB INVALID
                DISPLAY "rib-b : constat non enregistré " W-TIE " "
                        W-COD
           END-WRITE.

      ******************************************************************
      *    ETAT : changements de la période
      ******************************************************************
       Edite-Etat.
           PERFORM Lit-Zones-Courtes
           MOVE W-PAR2 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATDEB
           MOVE W-PAR3 TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-DATFIN
           IF W-DATDEB = 0 OR W-DATFIN < W-DATDEB
                DISPLAY "usage : rib-b ETAT datdeb datfin"
                GO F-Edite-Etat.
           OPEN INPUT MXRIBMOD
           IF FILE-STATUS NOT = "00"
                DISPLAY "rib-b : registre des domiciliations absent"
                GO F-Edite-Etat.
           OPEN INPUT MXFOU MXCLI
           MOVE SPACE TO ASSIGN-ETAT
           STRING MX-DIR DELIMITED BY "  "
                  "/ft/rib-etat.txt" DELIMITED BY SIZE
                  INTO ASSIGN-ETAT
           OPEN OUTPUT ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CHANGEMENTS DE DOMICILIATION BANCAIRE DU "
                  DELIMITED BY SIZE
                  W-DATDEB DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  W-DATFIN DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "NO       T CODE     NOM" DELIMITED BY SIZE
                  "                            O S DEMANDE  LE"
                  DELIMITED BY SIZE
                  "       VALIDE   LE       LIBERE" DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO W-NB W-NBA W-NBV W-NBR W-NBDIS
           MOVE 0 TO NMR-MRIB W-FIN
           START MXRIBMOD KEY NOT < CLE1-MRIB INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Etat-Un-Changement UNTIL W-FIN = 1
           MOVE SPACE TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACE TO LIGNE-ETAT
           STRING "CHANGEMENTS " DELIMITED BY SIZE
                  W-NB DELIMITED BY SIZE
                  "  EN ATTENTE " DELIMITED BY SIZE
                  W-NBA DELIMITED BY SIZE
                  "  VALIDES " DELIMITED BY SIZE
                  W-NBV DELIMITED BY SIZE
                  "  REFUSES " DELIMITED BY SIZE
                  W-NBR DELIMITED BY SIZE
                  "  TITULAIRE DIFFERENT DU TIERS " DELIMITED BY SIZE
                  W-NBDIS DELIMITED BY SIZE
                  INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           CLOSE ETAT MXRIBMOD MXFOU MXCLI
           DISPLAY "rib-b : " W-NB " changements, état "
                   ASSIGN-ETAT.
       F-Edite-Etat.
           EXIT.

      * les reprises initiales ne sont pas des changements
       Etat-Un-Changement.
           READ MXRIBMOD NEXT AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF ORI-MRIB = "I"
           OR DDE-MRIB < W-DATDEB OR DDE-MRIB > W-DATFIN
                EXIT PARAGRAPH.
           ADD 1 TO W-NB
           EVALUATE STA-MRIB
           WHEN "A" ADD 1 TO W-NBA
           WHEN "V" ADD 1 TO W-NBV
           WHEN "R" ADD 1 TO W-NBR
           END-EVALUATE
           MOVE TIE-MRIB TO W-TIE
           MOVE COD-MRIB TO W-PAR3
           PERFORM Lit-Tiers
           IF W-TROUVE = 0
                MOVE "tiers supprimé" TO W-NOM.
           MOVE SPACE TO LIGNE-CHG
           MOVE NMR-MRIB TO LC-NMR
           MOVE TIE-MRIB TO LC-TIE
           MOVE COD-MRIB TO LC-COD
           MOVE W-NOM TO LC-NOM
           MOVE ORI-MRIB TO LC-ORI
           MOVE STA-MRIB TO LC-STA
           MOVE DEM-MRIB TO LC-DEM
           MOVE DDE-MRIB TO LC-DDE
           MOVE VAL-MRIB TO LC-VAL
           MOVE DVA-MRIB TO LC-DVA
           IF LIB-MRIB = 1
                MOVE LBU-MRIB TO LC-LIB.
           WRITE LIGNE-ETAT FROM LIGNE-CHG
           MOVE SPACE TO LIGNE-IBA
           MOVE AIB-MRIB TO LI-AIB
           MOVE NIB-MRIB TO LI-NIB
           MOVE NBI-MRIB TO LI-NBI
           WRITE LIGNE-ETAT FROM LIGNE-IBA
           MOVE SPACE TO LIGNE-TIT
           MOVE "titulaire" TO LT-LIB
           MOVE TIT-MRIB TO LT-TIT
           PERFORM Compare-Titulaire
           EVALUATE TRUE
           WHEN TIT-MRIB = SPACE
                MOVE "TITULAIRE NON FOURNI" TO LT-CTL
                IF NIB-MRIB NOT = SPACE
                     ADD 1 TO W-NBDIS
                END-IF
           WHEN W-CONCORDE = 1
                MOVE "conforme au nom du tiers" TO LT-CTL
           WHEN OTHER
                MOVE "*** TITULAIRE DIFFERENT ***" TO LT-CTL
                ADD 1 TO W-NBDIS
           END-EVALUATE
           WRITE LIGNE-ETAT FROM LIGNE-TIT
           IF TRA-MRIB NOT = SPACE OR MOT-MRIB NOT = SPACE
                MOVE SPACE TO LIGNE-RAP
                MOVE "rappel" TO LR-LIB
                MOVE TRA-MRIB TO LR-TRA
                MOVE IRA-MRIB TO LR-IRA
                MOVE MOT-MRIB TO LR-MOT
                WRITE LIGNE-ETAT FROM LIGNE-RAP
           END-IF.

      * titulaire et nom du tiers réduits aux lettres et chiffres
      * en majuscules : concordants si l'un contient l'autre
       Compare-Titulaire.
           MOVE 0 TO W-CONCORDE
           MOVE TIT-MRIB TO W-TIT-C
           PERFORM Compacte-Tit
           MOVE W-NOM TO W-NOM-C
           PERFORM Compacte-Nom
           IF W-LTIT = 0 OR W-LNOM = 0
                EXIT PARAGRAPH.
           MOVE 0 TO W-CPT
           IF W-LNOM NOT > W-LTIT
                INSPECT W-TIT-C(1:W-LTIT) TALLYING W-CPT
                        FOR ALL W-NOM-C(1:W-LNOM)
           ELSE INSPECT W-NOM-C(1:W-LNOM) TALLYING W-CPT
                        FOR ALL W-TIT-C(1:W-LTIT)
           END-IF
           IF W-CPT > 0
                MOVE 1 TO W-CONCORDE.

       Compacte-Tit.
           INSPECT W-TIT-C CONVERTING W-MIN TO W-MAJ
           MOVE SPACE TO W-RESTE
           MOVE 0 TO W-LTIT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 40
                IF (W-TIT-C(I:1) NOT < "A" AND NOT > "Z")
                OR (W-TIT-C(I:1) NOT < "0" AND NOT > "9")
                     ADD 1 TO W-LTIT
                     MOVE W-TIT-C(I:1) TO W-RESTE(W-LTIT:1)
                END-IF
           END-PERFORM
           MOVE W-RESTE TO W-TIT-C.

       Compacte-Nom.
           INSPECT W-NOM-C CONVERTING W-MIN TO W-MAJ
           MOVE SPACE TO W-RESTE
           MOVE 0 TO W-LNOM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 40
                IF (W-NOM-C(I:1) NOT < "A" AND NOT > "Z")
                OR (W-NOM-C(I:1) NOT < "0" AND NOT > "9")
                     ADD 1 TO W-LNOM
                     MOVE W-NOM-C(I:1) TO W-RESTE(W-LNOM:1)
                END-IF
           END-PERFORM
           MOVE W-RESTE TO W-NOM-C.

           COPY "conv-num.cbl".

       Fin.
           STOP RUN.
