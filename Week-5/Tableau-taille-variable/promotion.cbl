      * PROGRAMME : PROMOTION                                         *
      * AUTEUR    : Vincent-Cmd1                                      *
      * DATE      : 02/09/2026                                        *
      * MODIFICATION : 15/10/2026 - Rapport conserve et inscrit       *
      *               au catalogue des rapports                       *
      *               (catalogue-rapports)                            *
      *                                                               *
      * OBJET     : Passage de rentree sur le roster des classes      *
      *             (roster.txt, tenu par tab-m-elev.cbl) : chaque    *
       01 WS-NB-INCONNUS           PIC 9(03) VALUE ZERO.
       01 WS-LIGNE-RAPPORT         PIC X(80).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "promotion".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
           CLOSE F-RAPPORT.
           DISPLAY "Listes avant/apres ecrites dans "
                   "promotion-avant-apres.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "promotion-avant-apres.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

