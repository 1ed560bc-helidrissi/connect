230826*       réintègre les rejets bancaires : la traite redevient
230826*       un poste ouvert (IRM = 0) avec son motif REJ-MECH,
230826*       reprise par les relances.
151026* Une échéance cédée au factor (AFF-MECH = 1) n'est pas
151026* prélevée : le client paie le factor (cf. affact-b).
151026* Une créance douteuse (DOU-MECH, cf. douteux-b) n'est plus
151026* prélevée.
151026* La domiciliation du client doit être admise par ctl-rib
151026* (double contrôle des changements, cf. rib-b) : changement
151026* en attente, saisi hors contrôle ou dans son délai de
151026* carence sans libération, la traite sort en rejet.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       77 W-IBAN-OK            PIC 9.
       77 W-ALPHA              PIC X(26)
                  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
151026* double contrôle des domiciliations (cf. ctl-rib)
       77 W-RIB-OK             PIC 9.
       77 W-RIB-MSG            PIC X(40).
       77 W-RIB-COD            PIC 9(08).
       77 W-RIB-COD-X          PIC X(08).
           COPY "conv-num.wrk".
      * traites collectées du premier passage
       01 W-TAB.
           END-READ
           IF LET-MECH = 1 OR IRM-MECH = 1
                EXIT PARAGRAPH.
151026* l'échéance cédée au factor se paie au factor (cf. affact-b)
           IF AFF-MECH = 1
                EXIT PARAGRAPH.
151026* créance douteuse : recouvrement hors prélèvement
           IF DOU-MECH NOT = SPACE
                EXIT PARAGRAPH.
           IF DEC-MECH > W-DATREM
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
                MOVE "domiciliation IBAN/BIC invalide" TO LJ-LIB
                WRITE LIGNE-ETAT FROM LIGNE-REJ
                EXIT PARAGRAPH.
151026* changement de domiciliation non validé ou trop récent
           MOVE COD-MCLI TO W-RIB-COD
           MOVE W-RIB-COD TO W-RIB-COD-X
           CALL "ctl-rib" USING "C" W-RIB-COD-X IBA-MCLI BIC-MCLI
                W-RIB-OK W-RIB-MSG
                ON EXCEPTION MOVE 0 TO W-RIB-OK
                MOVE "contrôle des domiciliations absent"
                     TO W-RIB-MSG
           END-CALL
           IF W-RIB-OK = 0
                ADD 1 TO W-NBREJ
                MOVE SPACE TO LIGNE-REJ
                MOVE NEC-MECH TO LJ-NEC
                MOVE CLI-MECH TO LJ-CLI
                MOVE W-RIB-MSG TO LJ-LIB
                WRITE LIGNE-ETAT FROM LIGNE-REJ
                EXIT PARAGRAPH.
           IF W-NBTAB NOT < MAXTAB
                ADD 1 TO W-NBREJ
                MOVE SPACE TO LIGNE-REJ
