      * Programme : enseignants-recap                                  *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Récapitulatif conservé et inscrit   *
      *               au catalogue des rapports                        *
      *               (catalogue-rapports)                             *
      *                                                                *
      * Objet : Récapitulatif par enseignant pour la direction des     *
      *            études : pour chaque enseignant du référentiel      *
       01  WS-LIGNE-RECAP                   PIC X(100).
       01  WS-NB-COURS-ENS                  PIC 9(02)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "enseignants-recap".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.

           CLOSE F-RAPPORT.
           DISPLAY "Recapitulatif ecrit dans enseignants-recap.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "enseignants-recap.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       3000-EDITER-RECAP-FIN.
           EXIT.

