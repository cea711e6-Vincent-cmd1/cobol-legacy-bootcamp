      *   - F-COMMANDES : commandes.txt par defaut, ou un fichier de
      *                   periode saisi en parametre (entree)
      *   - F-RAPPORT   : stats-ventes.txt (sortie, recree)
      *
      * MODIFICATION : 15/10/2026 - Commandes multi-lignes : chiffre
      *                 d'affaires et quantites restent cumules par
      *                 ligne, mais les nombres de commandes (par
      *                 client, par mois, en-tete) comptent les
      *                 commandes distinctes, reperees par leur
      *                 ligne 1 (ou une ligne sans numero, anterieure
      *                 aux commandes multi-lignes).
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec
      *                 l'emplacement de prelevement (FS-COMMANDES
      *                 -EMPLACEMENT) ajoute par command-cli.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                 PIC X(100).
              10 WS-MOIS-CA             PIC 9(11)V99 VALUE ZERO.
              10 WS-MOIS-NB             PIC 9(05)    VALUE ZERO.

      * Compteurs globaux : lignes lues, commandes distinctes lues
      * et commandes ANNULE exclues
       01 WS-NB-LUES               PIC 9(05) VALUE ZERO.
       01 WS-NB-CMD-LUES           PIC 9(05) VALUE ZERO.
       01 WS-NB-ANNULEES           PIC 9(05) VALUE ZERO.

      * 1 sur la premiere ligne d'une commande, 0 sur les
      * suivantes : ajoute aux nombres de commandes, il ne compte
      * chaque commande qu'une fois
       01 WS-NB-NOUVELLE           PIC 9(01) VALUE ZERO.

      * Zones editees du rapport
       01 WS-CA-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "stats-ventes".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF FS-COMMANDES-LIGNE IS NUMERIC
                           AND FS-COMMANDES-LIGNE > 1
                           MOVE ZERO TO WS-NB-NOUVELLE
                       ELSE
                           MOVE 1 TO WS-NB-NOUVELLE
                       END-IF
                       ADD WS-NB-NOUVELLE TO WS-NB-CMD-LUES
                       IF FS-COMMANDES-STATUT = WS-STATUT-ANNULE
                           ADD WS-NB-NOUVELLE TO WS-NB-ANNULEES
                       ELSE
                           PERFORM 7000-CUMULER-LIGNE-DEB
                              THRU 7000-CUMULER-LIGNE-FIN
       6110-CUMULER-COMMANDES-FIN.
           EXIT.

      * Cumule la ligne courante par produit, par client et par
      * mois ; les nombres de commandes n'augmentent que sur la
      * premiere ligne d'une commande
       7000-CUMULER-LIGNE-DEB.
           MOVE "N" TO WS-PRD-TROUVE.
           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   SET WS-CLI-EST-TROUVE TO TRUE
                   ADD FS-COMMANDES-TOTAL-LIGNE
                       TO WS-CLI-CA(WS-IDX-CLI)
                   ADD WS-NB-NOUVELLE TO WS-CLI-NB(WS-IDX-CLI)
               END-IF
           END-PERFORM.
           IF NOT WS-CLI-EST-TROUVE AND WS-NB-CLIENTS < 50
                   TO WS-CLI-ID(WS-NB-CLIENTS)
               MOVE FS-COMMANDES-TOTAL-LIGNE
                   TO WS-CLI-CA(WS-NB-CLIENTS)
               MOVE WS-NB-NOUVELLE TO WS-CLI-NB(WS-NB-CLIENTS)
           END-IF.

           MOVE FS-COMMANDES-DATE(1:6) TO WS-MOIS-COURANT.
                   SET WS-MOIS-EST-TROUVE TO TRUE
                   ADD FS-COMMANDES-TOTAL-LIGNE
                       TO WS-MOIS-CA(WS-IDX-MOIS)
                   ADD WS-NB-NOUVELLE TO WS-MOIS-NB(WS-IDX-MOIS)
               END-IF
           END-PERFORM.
           IF NOT WS-MOIS-EST-TROUVE AND WS-NB-MOIS < 60
                   TO WS-MOIS-AAAAMM(WS-NB-MOIS)
               MOVE FS-COMMANDES-TOTAL-LIGNE
                   TO WS-MOIS-CA(WS-NB-MOIS)
               MOVE WS-NB-NOUVELLE TO WS-MOIS-NB(WS-NB-MOIS)
           END-IF.
       7000-CUMULER-LIGNE-FIN.
           EXIT.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "STATISTIQUES DE VENTES - "
                  FUNCTION TRIM(WS-NOM-COMMANDES)
                  " (" WS-NB-CMD-LUES " commandes / "
                  WS-NB-LUES " lignes lues, "
                  WS-NB-ANNULEES " ANNULE exclues)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans stats-ventes.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "stats-ventes.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

