020926*       le client exonéré (IPE-MCLI = 1) est épargné ;
020926*       l'échéance glisse au prochain jour ouvert
020926*       (jour-ouvre / MXCALOUV).
151026* Une échéance cédée au factor (AFF-MECH = 1) ne porte pas
151026* de pénalités de notre part (cf. affact-b).
151026* Une créance douteuse (DOU-MECH, cf. douteux-b) non plus.
151026* Une retenue de garantie dont la réception des travaux n'est
151026* pas prononcée n'est pas exigible (cf. retgar-b).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
           MOVE 0 TO W-INT
           IF LET-MECH = 1 OR TYP-MECH = "P"
                EXIT PARAGRAPH.
151026* pas de pénalités de notre part sur une créance cédée
           IF AFF-MECH = 1
                EXIT PARAGRAPH.
151026* ni sur une créance douteuse
           IF DOU-MECH NOT = SPACE
                EXIT PARAGRAPH.
151026* ni sur une retenue de garantie pas encore exigible
           IF RTG-MECH = 1 AND DRC-MECH = 0
                EXIT PARAGRAPH.
           COMPUTE W-RESTE = MNT-MECH - REG-MECH
           IF W-RESTE NOT > 0
                EXIT PARAGRAPH.
