      * Programme : bulletin-audit                                     *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Rapport conservé et inscrit au      *
      *               catalogue des rapports                           *
      *               (catalogue-rapports)                             *
      *                                                                *
      * Objet : Comparatif entre les deux dernières générations de     *
      *            bulletins, avant redistribution : quand une note    *
       01  WS-NB-DISPARUES                  PIC 9(04) VALUE ZERO.
       01  WS-LIGNE-RAPPORT                 PIC X(120).

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "bulletin-audit".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans bulletin-audit.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "bulletin-audit.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       3000-COMPARER-FIN.
           EXIT.

