      * Programme : roster-recon                                       *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Rapport conservé et inscrit au      *
      *               catalogue des rapports                           *
      *               (catalogue-rapports)                             *
      *                                                                *
      * Objet : Rapprochement des inscriptions : confronte le roster   *
      *            officiel (roster.txt, tenu par tab-m-elev.cbl) au   *
       01  WS-NB-SANS-ROSTER                PIC 9(03) VALUE ZERO.
       01  WS-LIGNE-RAPPORT                 PIC X(100).

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "roster-recon".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans roster-recon.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "roster-recon.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       3000-EDITER-RAPPORT-FIN.
           EXIT.

