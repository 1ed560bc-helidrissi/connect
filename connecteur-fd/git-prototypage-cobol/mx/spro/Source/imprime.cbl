121119* déjà utilisés par Copy-Fic-PDF/CSV/XML ci-dessous.
       77 W-MAIL-DEST       PIC  X(80).
       77 W-MAIL-OBJET      PIC  X(80).
151026* rôle destinataire, type de document et nombre de contacts
151026* servis par envoi-ctc
151026 77 W-MAIL-ROL        PIC  X.
151026 77 W-MAIL-DOC        PIC  X(03).
151026 77 W-MAIL-NB         PIC  9(03).
151026* feuille de style dans la langue du client (cf. Xsl-Langue)
151026 77 W-XSL-LNG         PIC  X(02).
151026 77 W-XSL-BASE        PIC  X(128).
151026 77 W-XSL-FIC         PIC  X(128).
151026 77 W-XSL-PRESENT     PIC  S9(4) COMP.
151026 01 W-XSL-INFO.
151026    03 W-XSL-TAILLE   PIC  X(8) COMP-X.
151026    03 W-XSL-DATE     PIC  9(8) COMP-X.
151026    03 W-XSL-HEURE    PIC  9(8) COMP-X.
       77 FLECHEBL2-JPG    PIC  S9(6)
                  USAGE IS COMP-4
                  VALUE IS 0.
           STRING P-DIR DELIMITED BY " " 
                  LK-IMPRIME-XSL DELIMITED BY SIZE INTO W-STR
           MOVE W-STR TO LK-IMPRIME-XSL
151026* document dans la langue du client destinataire
151026     IF LK-IMPRIME-CLI NOT = 0
151026        PERFORM Xsl-Langue
151026     END-IF

           MOVE LK-IMPRIME-CSV TO W-IMPRIME-CSV
           MOVE SPACE TO LK-IMPRIME-CSV
121119*    commande du poste serveur.
      *    Envoi du fichier PDF par mail au client
       Envoie-Fic-Mail.
151026*    destinataires : contacts du client qui tiennent le rôle
151026*    du document (comptabilité fournisseurs pour factures et
151026*    avoirs, acheteur pour les accusés de réception et le
151026*    reste), à défaut l'adresse de la fiche client ; envoi et
151026*    journal par destinataire dans envoi-ctc
151026     MOVE SPACE TO W-MAIL-OBJET
151026     STRING "Document " DELIMITED BY SIZE
151026            W-FIC DELIMITED BY SIZE
151026            INTO W-MAIL-OBJET
151026     MOVE "A" TO W-MAIL-ROL
151026     IF LK-IMPRIME-ARCTYP = "FAC" OR "AVO"
151026        MOVE "C" TO W-MAIL-ROL
151026     END-IF
151026     MOVE LK-IMPRIME-ARCTYP TO W-MAIL-DOC
151026     IF W-MAIL-DOC = SPACE
151026        MOVE "DOC" TO W-MAIL-DOC
151026     END-IF
151026     CALL "envoi-ctc" USING LK-IMPRIME-CLI, W-MAIL-ROL,
151026          W-MAIL-DOC, LK-IMPRIME-ARCNUM, W-FIC-PDFCLI,
151026          W-MAIL-OBJET, W-MAIL-NB
151026     .

      ******************************************************************
151026*    Feuille de style dans la langue du client (LNG-MCLI, cf.
151026*    langue-b) : <feuille>-<langue>.xsl (ex. facture-nl.xsl)
151026*    quand elle est livrée à côté de la feuille française ;
151026*    sinon le document reste en français.
151026 Xsl-Langue.
151026     OPEN INPUT MXCLI
151026     IF FILE-STATUS NOT = "00"
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE LK-IMPRIME-CLI TO COD-MCLI
151026     READ MXCLI INVALID
151026        MOVE SPACE TO LNG-MCLI
151026     END-READ
151026     CLOSE MXCLI
151026     IF LNG-MCLI = SPACE OR LNG-MCLI = "FR"
151026        EXIT PARAGRAPH
151026     END-IF
151026     MOVE LNG-MCLI TO W-XSL-LNG
151026     INSPECT W-XSL-LNG CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
151026                               TO "abcdefghijklmnopqrstuvwxyz"
151026     MOVE SPACE TO W-XSL-BASE W-XSL-FIC
151026     UNSTRING LK-IMPRIME-XSL DELIMITED BY ".xsl" INTO W-XSL-BASE
151026     STRING W-XSL-BASE DELIMITED BY " "
151026            "-" DELIMITED BY SIZE
151026            W-XSL-LNG DELIMITED BY SIZE
151026            ".xsl" DELIMITED BY SIZE
151026            INTO W-XSL-FIC
151026     CALL "C$FILEINFO" USING W-XSL-FIC, W-XSL-INFO
151026          GIVING W-XSL-PRESENT
151026     IF W-XSL-PRESENT = 0
151026        MOVE W-XSL-FIC TO LK-IMPRIME-XSL
151026     END-IF
151026     .

      *    Sauvegarde du fichier CSV
       Copy-Fic-CSV.
