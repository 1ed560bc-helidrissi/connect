
       Controle-Workflow.

151026* destinataire du document en cours : premier contact du
151026* client qui tient le rôle de la pièce (acheteur pour devis et
151026* commandes, réception pour le bon à livrer, comptabilité
151026* fournisseurs pour factures, ventes comptoir et avoirs), à
151026* défaut l'adresse de la fiche client (cf. rech-contact)
       Lect-Email.
151026     EVALUATE TYP-MBDI
151026     WHEN 0
151026     WHEN 8
151026        MOVE "A" TO W-CTC-ROL
151026     WHEN 1
151026        IF FAC-MBDI = 0
151026           MOVE "R" TO W-CTC-ROL
151026        ELSE
151026           MOVE "C" TO W-CTC-ROL
151026        END-IF
151026     WHEN 2
151026     WHEN 3
151026     WHEN 6
151026        MOVE "C" TO W-CTC-ROL
151026     WHEN OTHER
151026        MOVE "A" TO W-CTC-ROL
151026     END-EVALUATE
151026     MOVE 0 TO W-CTC-NUM
151026     CALL "rech-contact" USING CLI-MBDI W-CTC-ROL W-CTC-NUM
151026                               W-CTC-NOM W-CTC-EMA
151026     MOVE SPACE TO EMAIL-CLIENT
151026     IF W-CTC-NUM = 0
151026        MOVE EMA-MCLI TO EMAIL-CLIENT
151026     ELSE
151026        STRING W-CTC-NOM DELIMITED BY "  "
151026               " <" DELIMITED BY SIZE
151026               W-CTC-EMA DELIMITED BY "  "
151026               ">" DELIMITED BY SIZE
151026               INTO EMAIL-CLIENT
151026     END-IF.

       Affich-Email.
           if EMAIL-CLIENT = space 

      * Devis
       Devis.
151026     PERFORM Langue-Document.

      * AR Commande
       AR.
151026     PERFORM Langue-Document.

      * Proforma 
       PROFORMA.

      * B/L
       BL.
151026     PERFORM Langue-Document.

      * Bon d'expédition
       EXPE.

      * Impression facture
       Facture.
151026     PERFORM Langue-Document.

151026* langue du document en cours : celle du client du bon
151026* (LNG-MCLI, cf. langue-b), espaces pour le français ;
151026* imprime en tire la feuille de style traduite (Xsl-Langue)
151026 Langue-Document.
151026     IF COD-MCLI NOT = CLI-MBDI
151026        MOVE CLI-MBDI TO COD-MCLI
151026        READ MXCLI INVALID
151026           MOVE SPACE TO LNG-MCLI
151026        END-READ
151026     END-IF
151026     MOVE LNG-MCLI TO W-DOC-LNG
151026     IF W-DOC-LNG = "FR"
151026        MOVE SPACE TO W-DOC-LNG
151026     END-IF.

       MOD-DLI-NOMLDIS.
       F-MOD-DLI-NOMLDIS.
           WHEN OTHER
              MOVE ZERO TO AFC-MBDI
           END-EVALUATE
151026     PERFORM Ctl-Afc-Tvi
           IF Screen1-DaCb-IFD-BUF = 1
              MOVE 1 TO IFD-MBDI
           ELSE
