      *                 exporte dans l'instantane : les chemins batch
      *                 obtiennent enfin un total converti sans
      *                 saisie de taux au clavier.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-STOCK               PIC 9(05).
           05 FS-FOURN-CODE          PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * FS-ELEVE-ID n'est pas exploite ici, mais l'enregistrement
      * complet est repris tel que declare dans eleve-reussite.cbl
