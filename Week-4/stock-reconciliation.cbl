      *                 ses mouvements sont deja refletes dans
      *                 l'inventaire copie, les rejouer aurait cree
      *                 des ecarts fantomes permanents.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-MOUVEMENTS mise a jour avec
      *                 l'emplacement du mouvement, pour respecter
      *                 l'alignement des colonnes du fichier partage ;
      *                 les deux jambes d'un transfert entre
      *                 emplacements s'annulent dans le rejeu.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-MV-SENS             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-MV-REFERENCE        PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-MV-EMPLACEMENT      PIC X(04).

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl pour respecter l'alignement des colonnes
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Rapport des ecarts
       FD F-ECARTS.
       01 WS-NB-ECARTS             PIC 9(03) VALUE ZERO.
       01 WS-LIGNE-ECART           PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "stock-reconciliation".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************

           CLOSE F-ECARTS.
           DISPLAY "Rapport ecrit dans stock-ecarts.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "stock-ecarts.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-COMPARER-INVENTAIRE-FIN.
           EXIT.

