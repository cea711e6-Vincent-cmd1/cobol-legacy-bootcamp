      *             rupture-stock.cbl), le programme decharge les
      *             cinq maitres sans menu : lot-nocturne prend ainsi
      *             sa sauvegarde avant les etapes de traitement.
      *
      * MODIFICATION : 15/10/2026 - Enregistrement de inventaire.txt
      *                 porte a 29 caracteres (statut produit ajoute
      *                 par produits-maint.cbl).
      * MODIFICATION : 15/10/2026 - Enregistrement de inventaire.txt
      *                 porte a 30 caracteres (code TVA produit ajoute
      *                 par produits-maint.cbl).
      * MODIFICATION : 15/10/2026 - Enregistrement de fournisseurs.txt
      *                 porte a 40 caracteres (delai de paiement
      *                 ajoute par fournisseurs-maint.cbl).
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot nocturne :
      *                 chaque maitre decharge declare son nombre
      *                 d'enregistrements (et, pour inventaire.txt, le
      *                 stock cumule) a totaux-controle.
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

      * Sauvegarde sequentielle : les enregistrements du maitre puis
      * une ligne de fin *FIN avec compte et somme de controle
      * Compteur de la reconstruction
       01 WS-NB-RECHARGES          PIC 9(09) VALUE ZERO.

      * Stock cumule de inventaire.txt, total de controle du
      * dechargement rapproche de la lecture de rupture-stock
       01 WS-STOCK-ENR             PIC 9(05).
       01 WS-CUMUL-STOCK           PIC 9(09) VALUE ZERO.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "sauvegarde-masters".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE 151                     TO WS-MA-LG(1).
           MOVE "inventaire.txt"        TO WS-MA-NOM(2).
           MOVE "inventaire-backup.seq" TO WS-MA-BACKUP(2).
           MOVE 30                      TO WS-MA-LG(2).
           MOVE "eleves.txt"            TO WS-MA-NOM(3).
           MOVE "eleves-backup.seq"     TO WS-MA-BACKUP(3).
           MOVE 18                      TO WS-MA-LG(3).

               MOVE ZERO TO WS-COMPTE
               MOVE ZERO TO WS-CHECKSUM
               MOVE ZERO TO WS-CUMUL-STOCK
               MOVE "N" TO WS-FIN-MAITRE
               PERFORM UNTIL WS-FIN-MAITRE = "O"
                   PERFORM 7010-LIRE-MAITRE-DEB
                   IF WS-FIN-MAITRE = "N"
                       PERFORM 7200-CUMULER-CONTROLE-DEB
                          THRU 7200-CUMULER-CONTROLE-FIN
                       IF WS-MA-NOM(WS-IDX-MA) = "inventaire.txt"
                          AND WS-ENR-COURANT(11:5) IS NUMERIC
                           MOVE WS-ENR-COURANT(11:5) TO WS-STOCK-ENR
                           ADD WS-STOCK-ENR TO WS-CUMUL-STOCK
                       END-IF
                       MOVE WS-ENR-COURANT TO FS-ENR-BACKUP
                       WRITE FS-ENR-BACKUP
                   END-IF
                       FUNCTION TRIM(WS-NOM-BACKUP) " ("
                       WS-COMPTE " enr., controle "
                       WS-CHECKSUM ")"

      * Totaux de controle du lot nocturne : un flux par maitre
               PERFORM 8120-DECLARER-TOTAUX-DEB
                  THRU 8120-DECLARER-TOTAUX-FIN
           END-IF.
       8110-DECHARGER-UN-FIN.
           EXIT.

      * Nombre d'enregistrements decharges du maitre WS-IDX-MA et,
      * pour inventaire.txt, stock cumule (sans effet hors batch)
       8120-DECLARER-TOTAUX-DEB.
           MOVE WS-MA-NOM(WS-IDX-MA) TO WS-TOT-FLUX.
           MOVE WS-COMPTE            TO WS-TOT-NB.
           MOVE WS-CUMUL-STOCK       TO WS-TOT-MONTANT.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       8120-DECLARER-TOTAUX-FIN.
           EXIT.

      ******************************************************************
      * VERIFICATION DES SAUVEGARDES CONTRE LES MAITRES VIVANTS
      ******************************************************************
