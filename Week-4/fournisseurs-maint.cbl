      *   - F-FOURNISSEURS : fournisseurs.txt (maitre, mis a jour)
      *   - F-INVENTAIRE   : inventaire.txt (lu par le garde-fou de
      *                      desactivation)
      *
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Conditions de paiement : chaque
      *                 fournisseur porte un delai de paiement en
      *                 jours (FS-FOURN-DELAI-PAIEMENT, 30 par defaut
      *                 et pour les fournisseurs anterieurs), saisi a
      *                 l'ajout et a la modification et liste ; il
      *                 fixe l'echeance des factures fournisseur
      *                 (factures-fourn.cbl).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl pour respecter l'alignement des colonnes
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-SAISIE-NOM            PIC X(20).
       01 WS-SAISIE-DELAI          PIC 9(03).
       01 WS-SAISIE-PRIX           PIC 9(05)V99.
       01 WS-SAISIE-DELAI-PAIEMENT PIC 9(03).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

       01 WS-DELAI-MIN             PIC 9(03) VALUE 1.
       01 WS-DELAI-MAX             PIC 9(03) VALUE 365.

      * Conditions de paiement : delai en jours entre la date de la
      * facture fournisseur et son echeance (30 jours par defaut et
      * pour les fournisseurs anterieurs, 180 au plus)
       01 WS-DELAI-PAIEMENT-DEFAUT PIC 9(03) VALUE 30.
       01 WS-DELAI-PAIEMENT-MAX    PIC 9(03) VALUE 180.
       01 WS-DELAI-PAIEMENT-ACTUEL PIC 9(03).

      * Decompte des produits de l'inventaire referencant encore le
      * fournisseur a desactiver
       01 WS-NB-REFERENCES         PIC 9(03) VALUE ZERO.
           END-PERFORM.
           DISPLAY "Prix de reference : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRIX.
           MOVE WS-DELAI-PAIEMENT-DEFAUT TO WS-DELAI-PAIEMENT-ACTUEL.
           PERFORM 9120-SAISIR-DELAI-PAIEMENT-DEB
              THRU 9120-SAISIR-DELAI-PAIEMENT-FIN.

           MOVE WS-SAISIE-CODE  TO FS-FOURN-CODE.
           MOVE WS-SAISIE-NOM   TO FS-FOURN-NOM.
           MOVE WS-SAISIE-DELAI TO FS-FOURN-DELAI-JRS.
           MOVE WS-SAISIE-PRIX  TO FS-FOURN-PRIX.
           MOVE "A"             TO FS-FOURN-STATUT.
           MOVE WS-SAISIE-DELAI-PAIEMENT TO FS-FOURN-DELAI-PAIEMENT.
           WRITE FS-ENR-FOURNISSEUR
               INVALID KEY
                   DISPLAY "/!\ Ecriture refusee, code : "
       9110-SAISIR-ET-ECRIRE-FIN.
           EXIT.

      * Saisie du delai de paiement des factures du fournisseur,
      * redemandee tant qu'elle depasse le maximum ; zero conserve
      * WS-DELAI-PAIEMENT-ACTUEL
       9120-SAISIR-DELAI-PAIEMENT-DEB.
           MOVE 999 TO WS-SAISIE-DELAI-PAIEMENT.
           PERFORM UNTIL WS-SAISIE-DELAI-PAIEMENT
                         <= WS-DELAI-PAIEMENT-MAX
               DISPLAY "Delai de paiement en jours (0 = "
                       WS-DELAI-PAIEMENT-ACTUEL ") : "
                       SPACE WITH NO ADVANCING
               MOVE ZERO TO WS-SAISIE-DELAI-PAIEMENT
               ACCEPT WS-SAISIE-DELAI-PAIEMENT
               IF WS-SAISIE-DELAI-PAIEMENT > WS-DELAI-PAIEMENT-MAX
                   DISPLAY "Delai implausible, reessayez."
               END-IF
           END-PERFORM.
           IF WS-SAISIE-DELAI-PAIEMENT = ZERO
               MOVE WS-DELAI-PAIEMENT-ACTUEL
                   TO WS-SAISIE-DELAI-PAIEMENT
           END-IF.
       9120-SAISIR-DELAI-PAIEMENT-FIN.
           EXIT.

      ******************************************************************
      * MODIFICATION D'UN FOURNISSEUR EXISTANT
      ******************************************************************
                   DISPLAY "Nom actuel   : " FS-FOURN-NOM
                   DISPLAY "Delai actuel : " FS-FOURN-DELAI-JRS
                           " jours"
      * Fournisseur anterieur aux conditions de paiement : 30 jours
                   IF FS-FOURN-DELAI-PAIEMENT IS NUMERIC
                       MOVE FS-FOURN-DELAI-PAIEMENT
                           TO WS-DELAI-PAIEMENT-ACTUEL
                   ELSE
                       MOVE WS-DELAI-PAIEMENT-DEFAUT
                           TO WS-DELAI-PAIEMENT-ACTUEL
                   END-IF
                   DISPLAY "Paiement a  : " WS-DELAI-PAIEMENT-ACTUEL
                           " jours"
                   DISPLAY "Nouveau nom : " SPACE WITH NO ADVANCING
                   ACCEPT WS-SAISIE-NOM
                   MOVE ZERO TO WS-SAISIE-DELAI
                   DISPLAY "Nouveau prix de reference : "
                           SPACE WITH NO ADVANCING
                   ACCEPT WS-SAISIE-PRIX
                   PERFORM 9120-SAISIR-DELAI-PAIEMENT-DEB
                      THRU 9120-SAISIR-DELAI-PAIEMENT-FIN

                   MOVE WS-SAISIE-NOM   TO FS-FOURN-NOM
                   MOVE WS-SAISIE-DELAI TO FS-FOURN-DELAI-JRS
                   MOVE WS-SAISIE-PRIX  TO FS-FOURN-PRIX
                   MOVE WS-SAISIE-DELAI-PAIEMENT
                       TO FS-FOURN-DELAI-PAIEMENT
                   REWRITE FS-ENR-FOURNISSEUR
                   DISPLAY "Fournisseur modifie."
           END-READ.
                   SET QUITTER TO TRUE
           END-START.

           DISPLAY "| Code   | Nom                  | Delai | St "
                   "| Paie |".
           PERFORM UNTIL QUITTER
               READ F-FOURNISSEURS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FOURN-DELAI-PAIEMENT IS NOT NUMERIC
                           MOVE WS-DELAI-PAIEMENT-DEFAUT
                               TO FS-FOURN-DELAI-PAIEMENT
                       END-IF
                       DISPLAY "| " FS-FOURN-CODE " | "
                               FS-FOURN-NOM " | "
                               FS-FOURN-DELAI-JRS "   | "
                               FS-FOURN-STATUT "  | "
                               FS-FOURN-DELAI-PAIEMENT "  |"
               END-READ
           END-PERFORM.
       9400-LISTER-FIN.
