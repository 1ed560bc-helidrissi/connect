020926*   VERIFIE <fic-journal>
020926*       contrôle la continuité des numéros de séquence (un
020926*       trou = un envoi perdu).
151026* Le spool part chez le serveur DS : l'IBAN des images MXCLI
151026* y est masqué (4 premiers et 4 derniers caractères gardés).
151026* Au rejeu, une image à IBAN masqué garde l'IBAN de la copie
151026* de secours (à blanc si le client n'y est pas encore).
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
020926*    1035 octets = l'enregistrement MX le plus long
020926*    journalisé (MXBDIS)
           05 WJ-IMG           PIC X(1035).
151026* masquage de l'IBAN des images MXCLI expédiées
       77 W-I                  PIC 9(02) COMP.
       77 W-FIN-IBAN           PIC 9(02) COMP.
       77 W-NB-ETOILE          PIC 9(02).
       77 W-IBAN               PIC X(34).
       PROCEDURE DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.
                EXIT PARAGRAPH
           END-READ
           MOVE ENR-JOURNAL TO ENR-SPOOL
           MOVE SPACE TO W-ZONES-JRN
           MOVE 1 TO W-PTR
           UNSTRING ENR-JOURNAL DELIMITED BY ";"
                INTO WJ-SEQ WJ-DAT WJ-HEU WJ-FIC WJ-OP WJ-LON
                WITH POINTER W-PTR
           IF WJ-FIC = "MXCLI" AND WJ-OP NOT = "D"
                PERFORM Masque-Iban.
           WRITE ENR-SPOOL
           ADD 1 TO W-NB.

      * l'image MXCLI repart dans la ligne avec son IBAN masqué
       Masque-Iban.
           MOVE WJ-LON TO CVN-ENT
           PERFORM CONV-NUM
           MOVE CVN-SOR TO W-LON
           IF W-LON = 0 OR W-LON > LENGTH OF ENR-MCLI
                MOVE LENGTH OF ENR-MCLI TO W-LON
           END-IF
           MOVE SPACE TO ENR-MCLI
           MOVE ENR-JOURNAL(W-PTR:W-LON) TO ENR-MCLI(1:W-LON)
           MOVE 0 TO W-FIN-IBAN
           PERFORM Fin-Iban VARYING W-I FROM 1 BY 1 UNTIL W-I > 34
           IF W-FIN-IBAN = 0
                EXIT PARAGRAPH.
           IF W-FIN-IBAN > 8
                PERFORM Masque-Car VARYING W-I FROM 5 BY 1
                        UNTIL W-I > W-FIN-IBAN - 4
           ELSE
                PERFORM Masque-Car VARYING W-I FROM 1 BY 1
                        UNTIL W-I > W-FIN-IBAN
           END-IF
           MOVE ENR-MCLI(1:W-LON) TO ENR-SPOOL(W-PTR:W-LON).

       Fin-Iban.
           IF IBA-MCLI(W-I:1) NOT = SPACE
                MOVE W-I TO W-FIN-IBAN.

       Masque-Car.
           IF IBA-MCLI(W-I:1) NOT = SPACE
                MOVE "*" TO IBA-MCLI(W-I:1).

      ******************************************************************
      *    REJOUE : les images s'appliquent à la copie de secours
      ******************************************************************
      * rejouent pareil (écrire, sinon réécrire), D supprime
       Applique-Mxcli.
           MOVE WJ-IMG TO ENR-MCLI
      * image venue du spool (IBAN masqué) : l'IBAN de la copie de
      * secours reste
           MOVE 0 TO W-NB-ETOILE
           INSPECT IBA-MCLI TALLYING W-NB-ETOILE FOR ALL "*"
           IF W-NB-ETOILE > 0 AND WJ-OP NOT = "D"
                MOVE SPACE TO W-IBAN
                READ MXCLI INVALID CONTINUE
                NOT INVALID MOVE IBA-MCLI TO W-IBAN
                END-READ
                MOVE WJ-IMG TO ENR-MCLI
                MOVE W-IBAN TO IBA-MCLI
           END-IF
           EVALUATE WJ-OP
           WHEN "D"
                DELETE MXCLI RECORD INVALID ADD 1 TO W-NB-ERR
