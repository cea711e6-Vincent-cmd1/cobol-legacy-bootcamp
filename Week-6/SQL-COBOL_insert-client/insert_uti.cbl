      *                la modification : c'est contre cette table que
      *                le sous-programme signon.cbl ouvre les
      *                sessions des programmes interactifs.
      * MODIFICATION : 15/10/2026 - Deverrouillage d'un compte bloque
      *                par signon.cbl apres trop d'echecs (menu 6,
      *                Quitter passe en 7). Le mot de passe saisi ici
      *                a l'ajout ou a la modification est provisoire :
      *                signon le fait changer a la connexion suivante.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  UTI-TELEPHONE      PIC X(10).
       01  UTI-MOT-PASSE      PIC X(50).
       01  UTI-ROLE           PIC X(10).
       01  UTI-DATE-MDP       PIC X(08).
       01  UTI-NB-ECHECS      PIC S9(04) COMP.
       01  UTI-VERROUILLE     PIC X(01).
       01  USERNAME           PIC X(30) VALUE "vincent-cmd1".
       01  PASSWD             PIC X(30) VALUE "13051994".
       01  DBNAME             PIC X(10) VALUE "testdb".
               GOBACK
           END-IF.

           PERFORM UNTIL WS-CHOIX = 7
               PERFORM 8000-AFFICHAGE-MENU-DEB
                  THRU 8000-AFFICHAGE-MENU-FIN

                       PERFORM 1050-SUPPRIMER-DEB
                          THRU 1050-SUPPRIMER-FIN
                   WHEN 6
                       PERFORM 1060-DEVERROUILLER-DEB
                          THRU 1060-DEVERROUILLER-FIN
                   WHEN 7
                       DISPLAY "Fin du programme."
                   WHEN OTHER
                       DISPLAY "Choix invalide."
           PERFORM 1016-SAISIR-ROLE-DEB
              THRU 1016-SAISIR-ROLE-FIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO UTI-DATE-MDP.
           EXEC SQL
                INSERT INTO utilisateur
                    (nom, prenom, age, telephone, mot_passe, role,
                     mdp_initial, date_mdp, nb_echecs, verrouille)
                VALUES (:UTI-NOM, :UTI-PRENOM, :UTI-AGE,
                        :UTI-TELEPHONE, :UTI-MOT-PASSE, :UTI-ROLE,
                        'O', :UTI-DATE-MDP, 0, 'N')
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 1016-SAISIR-ROLE-DEB
                  THRU 1016-SAISIR-ROLE-FIN

               MOVE FUNCTION CURRENT-DATE(1:8) TO UTI-DATE-MDP
               EXEC SQL
                   UPDATE utilisateur
                   SET nom = :UTI-NOM,
                       age = :UTI-AGE,
                       telephone = :UTI-TELEPHONE,
                       mot_passe = :UTI-MOT-PASSE,
                       role = :UTI-ROLE,
                       mdp_initial = 'O',
                       date_mdp = :UTI-DATE-MDP
                   WHERE id = :UTI-ID
               END-EXEC

       1050-SUPPRIMER-FIN.
           EXIT.

      ******************************************************************
      * UPDATE - Deverrouillage d'un compte bloque par signon          *
      ******************************************************************
       1060-DEVERROUILLER-DEB.
           DISPLAY "Entrez l'id de l'utilisateur à déverrouiller : ".
           ACCEPT UTI-ID.

           EXEC SQL
               SELECT nom, prenom,
                      COALESCE(nb_echecs, 0),
                      COALESCE(verrouille, 'N')
               INTO :UTI-NOM, :UTI-PRENOM,
                    :UTI-NB-ECHECS, :UTI-VERROUILLE
               FROM utilisateur
               WHERE id = :UTI-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Utilisateur introuvable SQLCODE: " SQLCODE
           ELSE
               DISPLAY "------------------------------------"
               DISPLAY "Nom : " UTI-NOM
               DISPLAY "Prenom : " UTI-PRENOM
               DISPLAY "Echecs consecutifs : " UTI-NB-ECHECS
               DISPLAY "------------------------------------"
               IF UTI-VERROUILLE NOT = 'O'
                   DISPLAY "Ce compte n'est pas verrouille."
               ELSE
                   DISPLAY "Voulez-vous deverrouiller ce compte ?"
                   DISPLAY "(Oui = 1 | Non = 2)"
                   ACCEPT WS-STOP
                   IF WS-STOP = 1
                       EXEC SQL
                           UPDATE utilisateur
                           SET verrouille = 'N',
                               nb_echecs = 0
                           WHERE id = :UTI-ID
                       END-EXEC
                       IF SQLCODE = 0
                           DISPLAY "Deverrouillage réussi."
                           EXEC SQL COMMIT END-EXEC
                       ELSE
                           DISPLAY "Erreur de deverrouillage SQLCODE: "
                                   SQLCODE
                       END-IF
                   ELSE
                       DISPLAY "Deverrouillage annule."
                   END-IF
               END-IF
           END-IF.

       1060-DEVERROUILLER-FIN.
           EXIT.

      ******************************************************************
      * === 8000 === MODULE D'AFFICHAGE CONSOLE                        *
      ******************************************************************
           DISPLAY "* 3 - Rechercher par nom/prenom        *".
           DISPLAY "* 4 - Modifier un utilisateur          *".
           DISPLAY "* 5 - Supprimer un utilisateur         *".
           DISPLAY "* 6 - Deverrouiller un compte          *".
           DISPLAY "* 7 - Quitter                          *".
           DISPLAY "*****************************************".
           DISPLAY "Choix : ".
           ACCEPT WS-CHOIX.
