      * MODIFICATION : 02/09/2026 - Lecture de bulletin-eleves.txt
      *     (export par eleve de bulletin-gen) au lieu du grattage de
      *     output.dat, et rapprochement par identifiant permanent.
      * MODIFICATION : 15/10/2026 - Chaque rapport d'ecarts est conserve
      *     et inscrit au catalogue des rapports
      *     (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NB-ECARTS                 PIC 9(03)    VALUE ZEROS.


      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "eleve-reussite-recon".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
              THRU 2100-COMPARER-ELEVES-FIN.
           PERFORM 2200-CLOSE-F-ECARTS-DEB
              THRU 2200-CLOSE-F-ECARTS-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "eleve-reussite-bulletin-ecarts.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           PERFORM 9000-BILAN-DEB
              THRU 9000-BILAN-FIN.
