      *   - F-COMMANDE-FOURN : commandes-fournisseur.txt (entree)
      *   - F-RECEPTIONS     : receptions.txt (entree)
      *   - F-RAPPORT        : scorecard-fournisseurs.txt (sortie)
      *
      * MODIFICATION : 15/10/2026 - FD F-RECEPTIONS mise a jour avec le
      *                 numero de lot et la date de peremption ajoutes
      *                 par reception-fourn.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-FOURNISSEURS mise a jour avec
      *                 le delai de paiement (FS-FOURN-DELAI-PAIEMENT)
      *                 ajoute par fournisseurs-maint.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - Chaque tableau est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

      * Commande fournisseur (cf. rupture-stock.cbl)
       FD F-COMMANDE-FOURN.
           05 FS-RC-DELAI-REEL       PIC S9(05).
           05 FILLER                 PIC X(01).
           05 FS-RC-DELAI-PROMIS     PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-RC-LOT              PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-RC-PEREMPTION       PIC 9(08).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(120).
       01 WS-DELAI-MOYEN-ED        PIC -(4)9.99.
       01 WS-LIGNE-RAPPORT         PIC X(120).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "fournisseurs-scorecard".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************

           CLOSE F-RAPPORT.
           DISPLAY "Tableau ecrit dans scorecard-fournisseurs.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "scorecard-fournisseurs.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

