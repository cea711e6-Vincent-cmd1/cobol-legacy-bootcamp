      *                (base testdb) et le sel du condense passe de    *
      *                l'identifiant au nom, pour que signon retrouve  *
      *                les comptes charges ici.                        *
      * MODIFICATION : 15/10/2026 - Le compte est cree deverrouille,   *
      *                sans echec, avec la date du mot de passe ; un   *
      *                compte charge par charge-utilisateurs porte     *
      *                l'indicateur de mot de passe initial, que       *
      *                signon fait changer a la premiere connexion.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-ROLE-USER                     PIC X(10)
                                            VALUE "LECTURE".

      * Etat initial du compte lu par signon : mot de passe initial
      * (O pour un chargement en masse) et date du mot de passe
       01  WS-MDP-INITIAL                   PIC X(01) VALUE "N".
       01  WS-DATE-MDP                      PIC X(08).

      * Inclusion de la zone de communication SQL
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * depuis charge-utilisateurs.cbl) : pas de saisie ; sinon,
      * saisie interactive comme auparavant (appel depuis main_sql)
           MOVE 8 TO LK-RC-INSERT.
           MOVE "N" TO WS-MDP-INITIAL.
           IF LK-ID-USER NOT = SPACES
               MOVE "O"              TO WS-MDP-INITIAL
               MOVE LK-ID-USER       TO WS-ID-USER
               MOVE LK-NOM-USER      TO WS-NOM-USER
               MOVE LK-PASSWORD-USER TO WS-PASSWORD-USER-TEMP
      * Insertion dans la table utilisateur (la table lue par signon) ;
      * l'identifiant fourni par l'appelant ne sert qu'au suivi du
      * chargement, la table est identifiee par le nom
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-MDP.
           EXEC SQL
               INSERT INTO utilisateur (nom, mot_passe, role,
                   mdp_initial, date_mdp, nb_echecs, verrouille)
               VALUES (:WS-NOM-USER, :WS-PASSWORD-HASH, :WS-ROLE-USER,
                   :WS-MDP-INITIAL, :WS-DATE-MDP, 0, 'N')
           END-EXEC.

      * Verification du resultat et validation
