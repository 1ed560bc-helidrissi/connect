      *{Bench}prg-comment
      * ecr-gen.cbl
151026* ecr-gen.cbl : écriture d'un mouvement d'opérations diverses
151026* en attente d'export comptable (MXECRGEN), pour les
151026* traitements qui n'ont pas de journal propre dans gljrn-b
151026* (affacturage affact-b...).  Entrée : zones ECR-ZONES (cf.
151026* ecr-gen.wrk) ; le mouvement prend le numéro suivant du
151026* fichier.  gljrn-b GENERE l'exporte et le pointe.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ecr-gen.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 08:45:10.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MXECRGEN.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MXECRGEN.fd".
       WORKING-STORAGE             SECTION.
       77 FILE-STATUS          PIC X(2).
       77 W-OUVERT             PIC 9 VALUE 0.
       77 W-NUM                PIC 9(08).
       LINKAGE                     SECTION.
           COPY "ecr-gen.wrk".
       PROCEDURE DIVISION USING ECR-ZONES.
       Debut.
           MOVE 0 TO EG-RET
           IF EG-DEB = 0 AND EG-CRE = 0
                GO F-Ecr-Gen.
           IF W-OUVERT = 0
                OPEN I-O MXECRGEN
                IF FILE-STATUS = "35"
                     OPEN OUTPUT MXECRGEN
                     CLOSE MXECRGEN
                     OPEN I-O MXECRGEN
                END-IF
                IF FILE-STATUS NOT = "00"
                     MOVE 1 TO EG-RET
                     GO F-Ecr-Gen
                END-IF
                MOVE 1 TO W-OUVERT
           END-IF
      * numéro suivant : le dernier du fichier plus un
           MOVE 99999999 TO NUM-MECG
           MOVE 0 TO W-NUM
           START MXECRGEN KEY NOT > CLE1-MECG INVALID
                CONTINUE
           NOT INVALID
                READ MXECRGEN PREVIOUS AT END CONTINUE
                NOT AT END MOVE NUM-MECG TO W-NUM
                END-READ
           END-START
           INITIALIZE ENR-MECG
           COMPUTE NUM-MECG = W-NUM + 1
           MOVE EG-JRN TO JRN-MECG
           MOVE EG-DAT TO DAT-MECG
           MOVE EG-PCE TO PCE-MECG
           MOVE EG-TYP TO TYP-MECG
           MOVE EG-CLE TO CLE-MECG
           MOVE EG-CPT TO CPT-MECG
           MOVE EG-LIB TO LIB-MECG
           MOVE EG-DEB TO DEB-MECG
           MOVE EG-CRE TO CRE-MECG
           MOVE EG-ORI TO ORI-MECG
           MOVE 0 TO DEX-MECG
           WRITE ENR-MECG INVALID
                MOVE 1 TO EG-RET
           END-WRITE.
       F-Ecr-Gen.
           EXIT PROGRAM.
