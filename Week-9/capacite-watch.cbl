      *                 seuil % ; valeurs par defaut en son absence)
      *   - F-RAPPORT : capacite-watch.txt (rapport, recree)
      *   - F-ALERTE  : alerte-lot.txt (ajout au franchissement)
      *
      * MODIFICATION : 15/10/2026 - Enregistrement de inventaire.txt
      *                 porte a 29 caracteres (statut produit ajoute
      *                 par produits-maint.cbl).
      * MODIFICATION : 15/10/2026 - Enregistrement de commandes.txt
      *                 porte a 56 caracteres (numero de ligne des
      *                 commandes multi-lignes) et capacite par
      *                 defaut portee a 500 lignes, comme la table de
      *                 command-cli.cbl.
      * MODIFICATION : 15/10/2026 - Enregistrement de inventaire.txt
      *                 porte a 30 caracteres (code TVA produit ajoute
      *                 par produits-maint.cbl).
      * MODIFICATION : 15/10/2026 - Enregistrement de commandes.txt
      *                 porte a 60 caracteres (emplacement de
      *                 prelevement ajoute par command-cli.cbl).
      * MODIFICATION : 15/10/2026 - Enregistrement de fournisseurs.txt
      *                 porte a 40 caracteres (delai de paiement
      *                 ajoute par fournisseurs-maint.cbl).
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT             PIC X(10).
           05 FILLER                 PIC X(20).

       FD F-ELEVES.
       01 FS-ENR-ELEVES.
       FD F-FOURNISSEURS.
       01 FS-ENR-FOURNISSEUR.
           05 FS-FOURN-CODE          PIC X(06).
           05 FILLER                 PIC X(34).

       FD F-PERSONNES.
       01 FS-F-PERSONNES.
           05 FILLER                 PIC X(23).

       FD F-COMMANDES.
       01 FS-ENR-COMMANDES          PIC X(60).

       FD F-GENS.
       01 FS-ENR-GENS               PIC X(35).
       01 WS-LIGNE-RAPPORT         PIC X(100).
       01 WS-LIGNE-ALERTE          PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "capacite-watch".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
           END-PERFORM.

           CLOSE F-RAPPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "capacite-watch.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           IF WS-NB-ALERTES = ZERO
               DISPLAY "Aucune capacite proche de sa limite."
      * LIMITES SURVEILLEES : FICHIER DE PARAMETRES OU DEFAUTS
      ******************************************************************
      * Les capacites par defaut sont celles des tableaux memoire
      * actuels : 500 contrats (assurances.cbl), 500 lignes de
      * commandes (command-cli.cbl), 300 produits (rupture-stock
      * .cbl), 15 eleves (eleve-reussite.cbl), 50 agents (gens.cbl),
      * 50 personnes (personnes.cbl), 50 fournisseurs
      * (rupture-stock.cbl) ; seuil d'alerte 80 %
       6110-CHARGER-LIMITES-DEB.
           MOVE 'N' TO FLAG-STOP.
               MOVE 500 TO WS-LM-CAPACITE(1)
               MOVE 80  TO WS-LM-SEUIL-PCT(1)
               MOVE "commandes.txt"    TO WS-LM-FICHIER(2)
               MOVE 500 TO WS-LM-CAPACITE(2)
               MOVE 80  TO WS-LM-SEUIL-PCT(2)
               MOVE "inventaire.txt"   TO WS-LM-FICHIER(3)
               MOVE 300 TO WS-LM-CAPACITE(3)
