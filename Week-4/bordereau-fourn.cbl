      *   - F-TRANSMIS       : cf-transmis.txt (journal des numeros
      *                        transmis, lu puis alimente en ajout)
      *   - F-BORDEREAU      : bordereau par fournisseur (sortie)
      * MODIFICATION : 15/10/2026 - FD F-FOURNISSEURS mise a jour avec
      *                 le delai de paiement (FS-FOURN-DELAI-PAIEMENT)
      *                 ajoute par fournisseurs-maint.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

      * Une ligne par numero de commande transmis
       FD F-TRANSMIS.
