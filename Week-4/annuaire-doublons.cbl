      *            résolution (annuaire-rejets.txt, alimenté par       *
      *            annuaire-resolution.cbl) ne réapparaissent plus     *
      *            dans le rapport des doublons.                       *
      * MODIFICATION : 15/10/2026 - Chaque rapport des doublons est    *
      *            conservé et inscrit au catalogue des rapports       *
      *            (catalogue-rapports).                               *
      ******************************************************************


       01  WS-PAIRE-EST-REJETEE             PIC X(01) VALUE 'N'.
       01  WS-FIN-REJETS                    PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "annuaire-doublons".
       01  WS-CAT-RC                        PIC 9(02).

      *----------------------------------------------------------------*
      * SECTION SQL - VARIABLES HÔTES POUR LA CONNEXION À individus    *
      * (même schéma de connexion que crud.cbl)                        *
              THRU 3300-COMPARER-GENS-INDIVIDUS-FIN.

           CLOSE F-DOUBLONS.
      * Édition conservée et inscrite au catalogue des rapports
           MOVE "annuaire-doublons.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       3000-DETECTER-DOUBLONS-FIN.
           EXIT.

