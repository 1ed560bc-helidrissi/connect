151026* libellé TRD-COD dans la langue TRD-LNG : TRD-TXT (français)
151026* est remplacé par la traduction MXLIBLNG si elle existe
       TRAD-LIB.
           IF TRD-LNG = SPACE OR TRD-LNG = "FR"
                EXIT PARAGRAPH.
           CALL "trad-lib" USING TRD-LNG TRD-COD TRD-TXT.

151026* désignations de l'article TRD-ART dans la langue TRD-LNG :
151026* TRD-DES / TRD-DE2 (françaises) remplacées par MXARTLNG ;
151026* TRD-RET = 1 si la traduction existe
       TRAD-ART.
           MOVE 0 TO TRD-RET
           IF TRD-LNG = SPACE OR TRD-LNG = "FR"
                EXIT PARAGRAPH.
           CALL "trad-art" USING TRD-ART TRD-LNG TRD-DES TRD-DE2
                                 TRD-RET.
