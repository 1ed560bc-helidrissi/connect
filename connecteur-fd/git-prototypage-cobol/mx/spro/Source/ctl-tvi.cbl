      *{Bench}prg-comment
      * ctl-tvi.cbl
151026* ctl-tvi.cbl : contrôle d'un numéro de TVA intracommunautaire,
151026* appelé par l'enregistrement des numéros (vies-b NUMERO), la
151026* saisie des bons (sbd-c Controle-Cli / exonération AFC-MBDI),
151026* la facturation groupée facgrp-b et la DEB (deb-b).
151026* Entrée : pays du tiers (code ISO de PAY-MCLI / PAY-MFOU),
151026* numéro (préfixe pays + corps, sans blanc ni point).
151026* Sortie : LK-UE 1 si le pays est membre de l'union hors
151026* France (seul cas où le numéro conditionne l'exonération),
151026* LK-RET 0 numéro conforme, 1 absent, 2 format ou clé
151026* incorrects, et un libellé prêt à afficher.
151026* Contrôle : préfixe du pays (EL pour la Grèce), longueur et
151026* nature du corps par pays ; clé de contrôle calculée pour la
151026* France (clé SIREN), la Belgique (modulo 97), l'Allemagne
151026* (ISO 7064 MOD 11,10), l'Italie (Luhn), l'Espagne (NIF, NIE
151026* et CIF), les Pays-Bas (modulo 11, ou modulo 97 des numéros
151026* d'entrepreneur individuel) et le Luxembourg (modulo 89).
151026* Préfixes contrôlés en format seulement (préfixe, longueur,
151026* nature) : AT BG CY CZ DK EE EL FI HR HU IE LT LV MT PL PT
151026* RO SE SI SK.  La validité réelle du numéro reste celle
151026* rendue par VIES (VIE-MCLI).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. ctl-tvi.
       AUTHOR. mistral.
       DATE-WRITTEN. jeudi 15 octobre 2026 09:20:12.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                        DIVISION.
       WORKING-STORAGE             SECTION.
       77 W-PREFIXE            PIC X(02).
       77 W-LNG                PIC 9(02) COMP.
       77 W-IX                 PIC 9(02) COMP.
       77 I                    PIC 9(02) COMP.
       77 W-CAR                PIC X.
       77 W-CAR-N REDEFINES W-CAR PIC 9.
       77 W-CORPS              PIC X(12).
       77 W-SIREN              PIC 9(09).
       77 W-CLE                PIC 9(02).
       77 W-CLE-CAL            PIC 9(02).
       77 W-BE8                PIC 9(08).
       77 W-RESTE              PIC 9(09).
       77 W-QUOT               PIC 9(09).
       77 W-CHIF               PIC 9(02).
       77 W-SOMME              PIC 9(04).
       77 W-PRD                PIC 9(02).
       77 W-LU6                PIC 9(06).
       77 W-ES8                PIC 9(08).
       77 W-MOD                PIC 9(04).
       77 W-NL-CTL             PIC X(17).
       77 W-ES-NIF             PIC X(23)
                       VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       77 W-ES-CIF             PIC X(10) VALUE "JABCDEFGHI".
      * format du corps par préfixe : préfixe, nature (N chiffres,
      * A alphanumérique), longueurs mini et maxi
       01 W-FMT-VAL.
           05 FILLER           PIC X(07) VALUE "ATA0909".
           05 FILLER           PIC X(07) VALUE "BEN1010".
           05 FILLER           PIC X(07) VALUE "BGN0910".
           05 FILLER           PIC X(07) VALUE "CYA0909".
           05 FILLER           PIC X(07) VALUE "CZN0810".
           05 FILLER           PIC X(07) VALUE "DEN0909".
           05 FILLER           PIC X(07) VALUE "DKN0808".
           05 FILLER           PIC X(07) VALUE "EEN0909".
           05 FILLER           PIC X(07) VALUE "ELN0909".
           05 FILLER           PIC X(07) VALUE "ESA0909".
           05 FILLER           PIC X(07) VALUE "FIN0808".
           05 FILLER           PIC X(07) VALUE "FRA1111".
           05 FILLER           PIC X(07) VALUE "HRN1111".
           05 FILLER           PIC X(07) VALUE "HUN0808".
           05 FILLER           PIC X(07) VALUE "IEA0809".
           05 FILLER           PIC X(07) VALUE "ITN1111".
           05 FILLER           PIC X(07) VALUE "LTN0912".
           05 FILLER           PIC X(07) VALUE "LUN0808".
           05 FILLER           PIC X(07) VALUE "LVN1111".
           05 FILLER           PIC X(07) VALUE "MTN0808".
           05 FILLER           PIC X(07) VALUE "NLA1212".
           05 FILLER           PIC X(07) VALUE "PLN1010".
           05 FILLER           PIC X(07) VALUE "PTN0909".
           05 FILLER           PIC X(07) VALUE "RON0210".
           05 FILLER           PIC X(07) VALUE "SEN1212".
           05 FILLER           PIC X(07) VALUE "SIN0808".
           05 FILLER           PIC X(07) VALUE "SKN1010".
       01 W-FMT REDEFINES W-FMT-VAL.
           05 W-FMT-POSTE OCCURS 27.
              10 W-FMT-PRE     PIC X(02).
              10 W-FMT-NAT     PIC X(01).
              10 W-FMT-MIN     PIC 9(02).
              10 W-FMT-MAX     PIC 9(02).
       78 MAXFMT               VALUE IS 27.
       LINKAGE                     SECTION.
       77 LK-PAY               PIC X(02).
       77 LK-TVI               PIC X(14).
       77 LK-UE                PIC 9.
       77 LK-RET               PIC 9.
       77 LK-MSG               PIC X(60).
       PROCEDURE DIVISION USING LK-PAY LK-TVI LK-UE LK-RET LK-MSG.
       Debut.
           MOVE 0 TO LK-UE LK-RET
           MOVE SPACE TO LK-MSG
      * le préfixe grec n'est pas le code ISO du pays
           MOVE LK-PAY TO W-PREFIXE
           IF LK-PAY = "GR"
                MOVE "EL" TO W-PREFIXE.
           PERFORM Cherche-Format
           IF W-IX NOT = 0 AND W-PREFIXE NOT = "FR"
                MOVE 1 TO LK-UE.
           IF LK-TVI = SPACE
                MOVE 1 TO LK-RET
                MOVE "N° TVA intracommunautaire absent" TO LK-MSG
                GO F-Ctl-Tvi.
      * pays hors union : le numéro n'a pas de format imposé
           IF W-IX = 0
                GO F-Ctl-Tvi.
           IF LK-TVI(1:2) NOT = W-PREFIXE
                MOVE 2 TO LK-RET
                STRING "N° TVA : préfixe " DELIMITED BY SIZE
                       W-PREFIXE DELIMITED BY SIZE
                       " attendu" DELIMITED BY SIZE
                       INTO LK-MSG
                GO F-Ctl-Tvi.
           MOVE LK-TVI(3:12) TO W-CORPS
           MOVE 0 TO W-LNG
           MOVE 12 TO I
           PERFORM Mesure-Corps UNTIL I = 0 OR W-LNG NOT = 0
           IF W-LNG < W-FMT-MIN(W-IX) OR W-LNG > W-FMT-MAX(W-IX)
                MOVE 2 TO LK-RET
                MOVE "N° TVA : longueur incorrecte pour le pays"
                  TO LK-MSG
                GO F-Ctl-Tvi.
           MOVE 1 TO I
           PERFORM Controle-Caractere UNTIL I > W-LNG OR LK-RET NOT = 0
           IF LK-RET NOT = 0
                GO F-Ctl-Tvi.
           EVALUATE W-PREFIXE
           WHEN "FR" PERFORM Cle-France
           WHEN "BE" PERFORM Cle-Belgique
           WHEN "DE" PERFORM Cle-Allemagne
           WHEN "IT" PERFORM Cle-Italie
           WHEN "ES" PERFORM Cle-Espagne
           WHEN "NL" PERFORM Cle-Pays-Bas
           WHEN "LU" PERFORM Cle-Luxembourg
           WHEN OTHER CONTINUE
           END-EVALUATE.
       F-Ctl-Tvi.
           EXIT PROGRAM.

       Cherche-Format.
           MOVE 0 TO W-IX
           MOVE 1 TO I
           PERFORM Compare-Format UNTIL I > MAXFMT OR W-IX NOT = 0.

       Compare-Format.
           IF W-FMT-PRE(I) = W-PREFIXE
                MOVE I TO W-IX
           ELSE ADD 1 TO I
           END-IF.

      * longueur utile : dernier caractère non blanc du corps
       Mesure-Corps.
           IF W-CORPS(I:1) NOT = SPACE
                MOVE I TO W-LNG
           ELSE SUBTRACT 1 FROM I
           END-IF.

       Controle-Caractere.
           MOVE W-CORPS(I:1) TO W-CAR
           IF W-CAR NOT NUMERIC
                IF W-FMT-NAT(W-IX) = "N"
                OR W-CAR = SPACE
                OR W-CAR NOT ALPHABETIC-UPPER
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : caractère non admis" TO LK-MSG
                END-IF
           END-IF
           ADD 1 TO I.

      * FR : clé numérique = (12 + 3 x (SIREN modulo 97)) modulo 97 ;
      * une clé alphabétique (anciens numéros) n'est pas recalculée
       Cle-France.
           IF W-CORPS(1:2) NOT NUMERIC
                EXIT PARAGRAPH.
           IF W-CORPS(3:9) NOT NUMERIC
                MOVE 2 TO LK-RET
                MOVE "N° TVA : SIREN non numérique" TO LK-MSG
                EXIT PARAGRAPH.
           MOVE W-CORPS(1:2) TO W-CLE
           MOVE W-CORPS(3:9) TO W-SIREN
           DIVIDE W-SIREN BY 97 GIVING W-QUOT REMAINDER W-RESTE
           COMPUTE W-RESTE = 12 + 3 * W-RESTE
           DIVIDE W-RESTE BY 97 GIVING W-QUOT REMAINDER W-CLE-CAL
           IF W-CLE-CAL NOT = W-CLE
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

      * BE : les deux derniers chiffres = 97 - (8 premiers modulo 97)
       Cle-Belgique.
           MOVE W-CORPS(1:8) TO W-BE8
           MOVE W-CORPS(9:2) TO W-CLE
           DIVIDE W-BE8 BY 97 GIVING W-QUOT REMAINDER W-RESTE
           COMPUTE W-CLE-CAL = 97 - W-RESTE
           IF W-CLE-CAL NOT = W-CLE
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

      * DE : ISO 7064 MOD 11,10 sur les 8 premiers chiffres, le
      * neuvième est la clé
       Cle-Allemagne.
           MOVE 10 TO W-PRD
           MOVE 1 TO I
           PERFORM Allemagne-Chiffre UNTIL I > 8
           COMPUTE W-CLE-CAL = 11 - W-PRD
           IF W-CLE-CAL = 10
                MOVE 0 TO W-CLE-CAL.
           MOVE W-CORPS(9:1) TO W-CAR
           IF W-CAR-N NOT = W-CLE-CAL
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

       Allemagne-Chiffre.
           MOVE W-CORPS(I:1) TO W-CAR
           COMPUTE W-SOMME = W-CAR-N + W-PRD
           DIVIDE W-SOMME BY 10 GIVING W-QUOT REMAINDER W-SOMME
           IF W-SOMME = 0
                MOVE 10 TO W-SOMME.
           COMPUTE W-SOMME = W-SOMME * 2
           DIVIDE W-SOMME BY 11 GIVING W-QUOT REMAINDER W-PRD
           ADD 1 TO I.

      * IT : Luhn sur les 11 chiffres, chiffres de rang pair
      * doublés, le onzième est la clé
       Cle-Italie.
           MOVE 0 TO W-SOMME
           MOVE 1 TO I
           PERFORM Italie-Chiffre UNTIL I > 10
           DIVIDE W-SOMME BY 10 GIVING W-QUOT REMAINDER W-RESTE
           COMPUTE W-CLE-CAL = 10 - W-RESTE
           IF W-CLE-CAL = 10
                MOVE 0 TO W-CLE-CAL.
           MOVE W-CORPS(11:1) TO W-CAR
           IF W-CAR-N NOT = W-CLE-CAL
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

       Italie-Chiffre.
           MOVE W-CORPS(I:1) TO W-CAR
           MOVE W-CAR-N TO W-CHIF
           DIVIDE I BY 2 GIVING W-QUOT REMAINDER W-RESTE
           IF W-RESTE = 0
                COMPUTE W-CHIF = W-CHIF * 2
                IF W-CHIF > 9
                     SUBTRACT 9 FROM W-CHIF
                END-IF
           END-IF
           ADD W-CHIF TO W-SOMME
           ADD 1 TO I.

      * ES : personne physique (NIF, 8 chiffres + lettre), étranger
      * (NIE, X/Y/Z valant 0/1/2 + 7 chiffres + lettre) : lettre de
      * rang (nombre modulo 23) ; société (CIF, lettre + 7 chiffres +
      * clé) : chiffres de rang impair doublés, clé 10 - (somme
      * modulo 10), en chiffre ou en lettre de JABCDEFGHI
       Cle-Espagne.
           MOVE W-CORPS(1:1) TO W-CAR
           EVALUATE TRUE
           WHEN W-CAR NUMERIC
                IF W-CORPS(1:8) NOT NUMERIC
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : format incorrect pour le pays"
                       TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
                MOVE W-CORPS(1:8) TO W-ES8
                PERFORM Espagne-Nif
           WHEN W-CAR = "X" OR W-CAR = "Y" OR W-CAR = "Z"
                IF W-CORPS(2:7) NOT NUMERIC
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : format incorrect pour le pays"
                       TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
                MOVE W-CORPS(2:7) TO W-ES8
                IF W-CAR = "Y"
                     ADD 10000000 TO W-ES8
                END-IF
                IF W-CAR = "Z"
                     ADD 20000000 TO W-ES8
                END-IF
                PERFORM Espagne-Nif
           WHEN OTHER
                IF W-CORPS(2:7) NOT NUMERIC
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : format incorrect pour le pays"
                       TO LK-MSG
                     EXIT PARAGRAPH
                END-IF
                PERFORM Espagne-Cif
           END-EVALUATE.

       Espagne-Nif.
           DIVIDE W-ES8 BY 23 GIVING W-QUOT REMAINDER W-RESTE
           ADD 1 TO W-RESTE
           IF W-CORPS(9:1) NOT = W-ES-NIF(W-RESTE:1)
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

       Espagne-Cif.
           MOVE 0 TO W-SOMME
           MOVE 2 TO I
           PERFORM Espagne-Chiffre UNTIL I > 8
           DIVIDE W-SOMME BY 10 GIVING W-QUOT REMAINDER W-RESTE
           COMPUTE W-CLE-CAL = 10 - W-RESTE
           IF W-CLE-CAL = 10
                MOVE 0 TO W-CLE-CAL.
           MOVE W-CORPS(9:1) TO W-CAR
           IF W-CAR NUMERIC
                IF W-CAR-N NOT = W-CLE-CAL
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : clé de contrôle incorrecte"
                       TO LK-MSG
                END-IF
           ELSE
                IF W-CAR NOT = W-ES-CIF(W-CLE-CAL + 1:1)
                     MOVE 2 TO LK-RET
                     MOVE "N° TVA : clé de contrôle incorrecte"
                       TO LK-MSG
                END-IF
           END-IF.

      * les 7 chiffres sont aux rangs 2 à 8 du corps : rang pair du
      * corps = rang impair du chiffre, doublé
       Espagne-Chiffre.
           MOVE W-CORPS(I:1) TO W-CAR
           MOVE W-CAR-N TO W-CHIF
           DIVIDE I BY 2 GIVING W-QUOT REMAINDER W-RESTE
           IF W-RESTE = 0
                COMPUTE W-CHIF = W-CHIF * 2
                IF W-CHIF > 9
                     SUBTRACT 9 FROM W-CHIF
                END-IF
           END-IF
           ADD W-CHIF TO W-SOMME
           ADD 1 TO I.

      * NL : 9 chiffres, B, 2 chiffres.  Clé modulo 11 (chiffres 1
      * à 8 pondérés 9 à 2, reste = neuvième chiffre) ou, pour les
      * numéros d'entrepreneur individuel, NL + numéro modulo 97 = 1
      * (lettres valant 10 à 35 comme pour l'IBAN : N 23, L 21,
      * B 11)
       Cle-Pays-Bas.
           IF W-CORPS(1:9) NOT NUMERIC OR W-CORPS(10:1) NOT = "B"
           OR W-CORPS(11:2) NOT NUMERIC
                MOVE 2 TO LK-RET
                MOVE "N° TVA : format incorrect pour le pays"
                  TO LK-MSG
                EXIT PARAGRAPH.
           MOVE 0 TO W-SOMME
           MOVE 1 TO I
           PERFORM Pays-Bas-Chiffre UNTIL I > 8
           DIVIDE W-SOMME BY 11 GIVING W-QUOT REMAINDER W-RESTE
           MOVE W-CORPS(9:1) TO W-CAR
           IF W-RESTE = W-CAR-N
                EXIT PARAGRAPH.
           MOVE SPACE TO W-NL-CTL
           STRING "2321" DELIMITED BY SIZE
                  W-CORPS(1:9) DELIMITED BY SIZE
                  "11" DELIMITED BY SIZE
                  W-CORPS(11:2) DELIMITED BY SIZE
                  INTO W-NL-CTL
           MOVE 0 TO W-MOD
           MOVE 1 TO I
           PERFORM Pays-Bas-Modulo UNTIL I > 17
           IF W-MOD NOT = 1
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.

       Pays-Bas-Chiffre.
           MOVE W-CORPS(I:1) TO W-CAR
           COMPUTE W-SOMME = W-SOMME + W-CAR-N * (10 - I)
           ADD 1 TO I.

       Pays-Bas-Modulo.
           MOVE W-NL-CTL(I:1) TO W-CAR
           COMPUTE W-MOD = W-MOD * 10 + W-CAR-N
           DIVIDE W-MOD BY 97 GIVING W-QUOT REMAINDER W-MOD
           ADD 1 TO I.

      * LU : les deux derniers chiffres = 6 premiers modulo 89
       Cle-Luxembourg.
           MOVE W-CORPS(1:6) TO W-LU6
           MOVE W-CORPS(7:2) TO W-CLE
           DIVIDE W-LU6 BY 89 GIVING W-QUOT REMAINDER W-CLE-CAL
           IF W-CLE-CAL NOT = W-CLE
                MOVE 2 TO LK-RET
                MOVE "N° TVA : clé de contrôle incorrecte" TO LK-MSG.
