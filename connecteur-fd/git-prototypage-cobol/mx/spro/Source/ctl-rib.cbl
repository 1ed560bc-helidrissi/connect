      *{Bench}prg-comment
      * ctl-rib.cbl
151026* ctl-rib.cbl : la domiciliation d'un tiers peut-elle servir
151026* à un virement ou un prélèvement ?  Appelé par sepafou-b et
151026* sepa-b pour chaque tiers de la remise.  Le dernier
151026* changement du registre MXRIBMOD décide (cf. rib-b) :
151026*   - changement en attente de validation : refus ;
151026*   - domiciliation de la fiche différente de la dernière
151026*     validée (saisie hors double contrôle) : refus ;
151026*   - changement validé depuis moins de DELAI-RIB jours et
151026*     non libéré (rib-b LIBERE) : refus ;
151026*   - tiers absent du registre : refus (rib-b CONTROLE REPRISE
151026*     reprend les domiciliations existantes à la mise en
151026*     place, CONTROLE met les suivantes en attente).
151026* Entrée : type de tiers (F/C), code, IBAN et BIC de la fiche.
151026* Sortie : LK-OK 1 utilisable, 0 refusé avec LK-MSG.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ctl-rib.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 10:12:44.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXRIBMOD.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXRIBMOD.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-DAT                PIC 9(08).
       77 W-FIN                PIC 9.
      * délai de carence d'un changement validé, en jours
       78 DELAI-RIB            VALUE IS 10.
           COPY "datajout.wrk".
       LINKAGE                     SECTION.
       77 LK-TIE               PIC X.
       77 LK-COD               PIC X(08).
       77 LK-IBA               PIC X(34).
       77 LK-BIC               PIC X(11).
       77 LK-OK                PIC 9.
       77 LK-MSG               PIC X(40).
       PROCEDURE DIVISION USING LK-TIE LK-COD LK-IBA LK-BIC
                                LK-OK LK-MSG.
       Debut.
           MOVE 0 TO LK-OK
           MOVE SPACE TO LK-MSG
           ACCEPT W-DAT FROM DATE YYYYMMDD
           OPEN INPUT MXRIBMOD
           IF FILE-STATUS NOT = "00"
                MOVE "registre des domiciliations absent" TO LK-MSG
                GO F-Ctl-Rib.
           MOVE LK-TIE TO TIE-MRIB
           MOVE LK-COD TO COD-MRIB
           MOVE 99999999 TO NMR2-MRIB
           MOVE 0 TO W-FIN
           MOVE "domiciliation non enregistrée" TO LK-MSG
           START MXRIBMOD KEY NOT > CLE2-MRIB INVALID
                MOVE 1 TO W-FIN
           END-START
           PERFORM Examine-Changement UNTIL W-FIN = 1
           CLOSE MXRIBMOD.
       F-Ctl-Rib.
           EXIT PROGRAM.

      * du plus récent au plus ancien : les refus ne comptent pas,
      * le premier changement en attente ou validé décide
       Examine-Changement.
           READ MXRIBMOD PREVIOUS AT END MOVE 1 TO W-FIN
                EXIT PARAGRAPH
           END-READ
           IF TIE-MRIB NOT = LK-TIE OR COD-MRIB NOT = LK-COD
                MOVE 1 TO W-FIN
                EXIT PARAGRAPH.
           IF STA-MRIB = "R"
                EXIT PARAGRAPH.
           MOVE 1 TO W-FIN
           IF STA-MRIB = "A"
                MOVE "changement de domiciliation en attente"
                     TO LK-MSG
                EXIT PARAGRAPH.
           IF NIB-MRIB NOT = LK-IBA OR NBI-MRIB NOT = LK-BIC
                MOVE "domiciliation modifiée hors contrôle"
                     TO LK-MSG
                EXIT PARAGRAPH.
           IF ORI-MRIB NOT = "I" AND LIB-MRIB NOT = 1
                MOVE DVA-MRIB TO AJD-DAT
                MOVE DELAI-RIB TO AJD-NBJ
                PERFORM AJOUTE-JOURS
                IF AJD-DAT > W-DAT
                     MOVE "domiciliation récente non libérée"
                          TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
           END-IF
           MOVE SPACE TO LK-MSG
           MOVE 1 TO LK-OK.

           COPY "datajout.cbl".
