      *             Ce programme les affiche en format JJ/MM/AAAA.
      *
      * REMARQUE  : Exporte l'ensemble des contrats chargés en mémoire.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************    
         
       IDENTIFICATION DIVISION.
       01 WS-LIGNE-RAPPORT-ED             PIC X(155).


      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-bis".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * Fermeture du fichier de sortie
           PERFORM 6220-CLOSE-F-RAPPORT-DEB
              THRU 6220-CLOSE-F-RAPPORT-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "rapport-assurances-bis.dat" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

      * Affichage des assurances
           PERFORM 8000-AFFICHAGE-ASSU-DEB
