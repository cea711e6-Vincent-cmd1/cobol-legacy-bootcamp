      *             Toutes les anomalies partent dans
      *             anomalies-integrite.txt ; RETURN-CODE 8 des
      *             qu'il y en a une, 0 sinon.
      *
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec le
      *                 numero de ligne (FS-COMMANDES-LIGNE) des
      *                 commandes multi-lignes ; les anomalies d'une
      *                 ligne citent ce numero.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-CLIENTS mise a jour avec les
      *                 zones ajoutees par clients-maint.cbl (statut,
      *                 adresses, delai de paiement, plafond) ; le
      *                 statut client est controle (A/I) et la
      *                 capacite portee a 100 clients.
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec
      *                 l'emplacement de prelevement (FS-COMMANDES
      *                 -EMPLACEMENT) ajoute par command-cli.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - FD F-FOURNISSEURS mise a jour avec
      *                 le delai de paiement (FS-FOURN-DELAI-PAIEMENT)
      *                 ajoute par fournisseurs-maint.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - Statut de commande LIVRE (livraison
      *                 confirmee) reconnu.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

       FD F-FOURNISSEURS.
       01 FS-ENR-FOURNISSEUR.
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

       FD F-ASSURANCES.
       01 FS-ENR-ASSURANCES.
           05 FS-FILLER                  PIC X(06).
           05 FS-NOM                     PIC X(11).
           05 FS-PRENOM                  PIC X(09).
           05 FS-CLI-STATUT              PIC X(01).
           05 FS-CLI-FAC-ADRESSE         PIC X(30).
           05 FS-CLI-FAC-CP              PIC X(05).
           05 FS-CLI-FAC-VILLE           PIC X(20).
           05 FS-CLI-LIV-ADRESSE         PIC X(30).
           05 FS-CLI-LIV-CP              PIC X(05).
           05 FS-CLI-LIV-VILLE           PIC X(20).
           05 FS-CLI-DELAI-PAIEMENT      PIC 9(03).
           05 FS-CLI-PLAFOND             PIC 9(07)V99.

       FD F-COMMANDES.
       01 FS-ENR-COMMANDES.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC X(08).
           05 FS-COMMANDES-LIGNE         PIC X(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

       FD F-ANOMALIES.
       01 FS-ENR-ANOMALIES               PIC X(120).
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CL-ID OCCURS 100 TIMES PIC X(02).

       01 WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-PRD               PIC 9(03) VALUE ZERO.
       01 WS-NB-ANOMALIES          PIC 9(04) VALUE ZERO.
       01 WS-LIGNE-ANOMALIE        PIC X(120).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "controle-integrite".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
              THRU 7400-CONTROLER-ASSURANCES-FIN.

           CLOSE F-ANOMALIES.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "anomalies-integrite.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           IF WS-NB-ANOMALIES = ZERO
               DISPLAY "Integrite des maitres : aucune anomalie."
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CLIENTS < 100
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE FS-CLIENTS-ID
                               TO WS-CL-ID(WS-NB-CLIENTS)
                       END-IF
                       IF FS-CLI-STATUT NOT = SPACE
                          AND FS-CLI-STATUT NOT = "A"
                          AND FS-CLI-STATUT NOT = "I"
                           INITIALIZE WS-LIGNE-ANOMALIE
                           STRING "CLIENT " FS-CLIENTS-ID
                                  " : statut " FS-CLI-STATUT
                                  " hors liste (A/I)"
                               INTO WS-LIGNE-ANOMALIE
                           END-STRING
                           PERFORM 8000-ECRIRE-ANOMALIE-DEB
                              THRU 8000-ECRIRE-ANOMALIE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
           IF NOT WS-EST-TROUVE
               INITIALIZE WS-LIGNE-ANOMALIE
               STRING "COMMANDE " FS-COMMANDES-NUM
                      " ligne " FS-COMMANDES-LIGNE
                      " : produit " FS-COMMANDES-PRODUIT
                      " absent de inventaire.txt"
                   INTO WS-LIGNE-ANOMALIE

           IF FS-COMMANDES-STATUT NOT = "ATTENTE"
               AND FS-COMMANDES-STATUT NOT = "EXPEDIE"
               AND FS-COMMANDES-STATUT NOT = "LIVRE"
               AND FS-COMMANDES-STATUT NOT = "ANNULE"
               INITIALIZE WS-LIGNE-ANOMALIE
               STRING "COMMANDE " FS-COMMANDES-NUM
