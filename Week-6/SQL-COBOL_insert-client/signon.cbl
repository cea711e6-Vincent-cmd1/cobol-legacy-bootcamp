      *
      * LK-RC : 0 = session ouverte, 8 = authentification refusee ou
      * base inaccessible.
      *
      * MODIFICATION : 15/10/2026 - Verrouillage du compte apres
      *                ESSAIS-MAX echecs consecutifs (deverrouillage
      *                par un ADMIN dans insert_uti.cbl), changement
      *                de mot de passe impose a la premiere connexion
      *                (mot de passe initial de charge-utilisateurs)
      *                ou quand le mot de passe a plus de DUREE-MDP
      *                jours (signon-parametres.txt), et journal des
      *                connexions reussies et refusees
      *                (signon-journal.txt). Colonnes utilisees dans
      *                la table utilisateur : mdp_initial ('O'/'N'),
      *                date_mdp (AAAAMMJJ), nb_echecs, verrouille
      *                ('O'/'N') ; une valeur absente vaut 'N', date
      *                inconnue (changement impose), 0 et 'N'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Regles de mot de passe et de verrouillage
           SELECT F-REGLES
               ASSIGN TO 'signon-parametres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES.

      * Journal des connexions, en ajout
           SELECT F-JOURNAL
               ASSIGN TO 'signon-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.

       FILE SECTION.
           RECORDING MODE IS F.
       01  REC-F-PARAMETRES       PIC X(30).

      * Une regle par ligne : code et valeur (DUREE-MDP, ESSAIS-MAX)
       FD  F-REGLES.
       01  REC-F-REGLES.
           05 REC-REG-CODE        PIC X(14).
           05 FILLER              PIC X(01).
           05 REC-REG-VALEUR      PIC 9(05).

      * Une ligne par tentative de connexion
       FD  F-JOURNAL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-JOURNAL.
           05 REC-JRN-DATE        PIC X(08).
           05 FILLER              PIC X(01).
           05 REC-JRN-HEURE       PIC X(06).
           05 FILLER              PIC X(01).
           05 REC-JRN-UTILISATEUR PIC X(30).
           05 FILLER              PIC X(01).
           05 REC-JRN-RESULTAT    PIC X(10).
           05 FILLER              PIC X(01).
           05 REC-JRN-DETAIL      PIC X(22).

       WORKING-STORAGE SECTION.

      * Saisies de l'operateur
       01  WS-SAISIE-NOM          PIC X(30).
       01  WS-SAISIE-MDP          PIC X(50).
       01  WS-SAISIE-CONFIRM      PIC X(50).

      * Donnees du condense : nom (sel) et mot de passe a hacher
       01  WS-HASH-NOM            PIC X(30).
       01  WS-HASH-MDP            PIC X(50).
       01  WS-NOUVEAU-HASH        PIC X(50).

      * Zone de travail pour le hachage du mot de passe (meme
      * methode que insert1.cbl : condense sale par le nom)
       01  WS-FS-PARAMETRES       PIC X(02) VALUE SPACE.
           88 WS-FS-PARAMETRES-OK           VALUE '00'.

      * Regles lues dans signon-parametres.txt (valeurs par defaut
      * si le fichier est absent ; 0 = pas d'expiration / pas de
      * verrouillage)
       01  WS-FS-REGLES           PIC X(02) VALUE SPACE.
           88 WS-FS-REGLES-OK               VALUE '00'.
           88 WS-FS-REGLES-EOF              VALUE '10'.
       01  WS-REG-DUREE-MDP       PIC 9(05) VALUE 90.
       01  WS-REG-ESSAIS-MAX      PIC 9(05) VALUE 3.

      * Journal des connexions
       01  WS-FS-JOURNAL          PIC X(02) VALUE SPACE.
       01  WS-JRN-RESULTAT        PIC X(10).
       01  WS-JRN-DETAIL          PIC X(22).

      * Date du jour et anciennete du mot de passe
       01  WS-DATE-HEURE          PIC X(21).
       01  WS-AUJOURDHUI          PIC 9(08).
       01  WS-DATE-MDP-NUM        PIC 9(08).
       01  WS-AGE-MDP             PIC S9(07).
       01  WS-CHANGEMENT          PIC X(01) VALUE 'N'.
           88 WS-CHANGEMENT-IMPOSE          VALUE 'O'.
       01  WS-ESSAI-CHANGEMENT    PIC 9(01).
       01  WS-MDP-CHANGE          PIC X(01) VALUE 'N'.
           88 WS-MDP-EST-CHANGE             VALUE 'O'.
       01  WS-NB-ECHECS-ED        PIC Z9.
       01  WS-REGLE-ED            PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-NOM-UTI             PIC X(100).
       01  WS-MDP-STOCKE          PIC X(50).
       01  WS-ROLE-STOCKE         PIC X(10).
       01  WS-MDP-INITIAL         PIC X(01).
       01  WS-DATE-MDP            PIC X(08).
       01  WS-NB-ECHECS           PIC S9(04) COMP.
       01  WS-VERROUILLE          PIC X(01).
       01  USERNAME               PIC X(30).
       01  PASSWD                 PIC X(30).
       01  DBNAME                 PIC X(10).
           MOVE SPACES TO LK-UTILISATEUR.
           MOVE SPACES TO LK-ROLE.

      * Identifiants de connexion a la base et regles de mot de passe
           PERFORM 1000-LIRE-PARAMETRES-DEB
              THRU 1000-LIRE-PARAMETRES-FIN.
           PERFORM 1100-LIRE-REGLES-DEB
              THRU 1100-LIRE-REGLES-FIN.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME

      * Hachage du mot de passe saisi, sale par le nom (meme
      * condense que insert1.cbl)
           MOVE WS-SAISIE-NOM TO WS-HASH-NOM.
           MOVE WS-SAISIE-MDP TO WS-HASH-MDP.
           PERFORM 2000-HACHER-MDP-DEB
              THRU 2000-HACHER-MDP-FIN.

      * Recherche de l'utilisateur et de l'etat de son compte
           MOVE WS-SAISIE-NOM TO WS-NOM-UTI.
           EXEC SQL
               SELECT mot_passe, role,
                      COALESCE(mdp_initial, 'N'),
                      COALESCE(date_mdp, '00000000'),
                      COALESCE(nb_echecs, 0),
                      COALESCE(verrouille, 'N')
               INTO :WS-MDP-STOCKE, :WS-ROLE-STOCKE,
                    :WS-MDP-INITIAL, :WS-DATE-MDP,
                    :WS-NB-ECHECS, :WS-VERROUILLE
               FROM utilisateur
               WHERE nom = :WS-NOM-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "/!\ Utilisateur inconnu /!\"
               MOVE "REFUSE"    TO WS-JRN-RESULTAT
               MOVE "UTILISATEUR INCONNU" TO WS-JRN-DETAIL
               PERFORM 8000-JOURNALISER-DEB
                  THRU 8000-JOURNALISER-FIN
               GOBACK
           END-IF.

      * Compte verrouille : seul un ADMIN peut le rouvrir
           IF WS-VERROUILLE = 'O'
               DISPLAY "/!\ Compte verrouille : voir un "
                       "administrateur /!\"
               MOVE "REFUSE"    TO WS-JRN-RESULTAT
               MOVE "COMPTE VERROUILLE" TO WS-JRN-DETAIL
               PERFORM 8000-JOURNALISER-DEB
                  THRU 8000-JOURNALISER-FIN
               GOBACK
           END-IF.

           IF WS-MDP-STOCKE NOT = WS-PASSWORD-HASH
               PERFORM 3000-COMPTER-ECHEC-DEB
                  THRU 3000-COMPTER-ECHEC-FIN
               GOBACK
           END-IF.

      * Mot de passe initial ou trop ancien : changement impose
           PERFORM 4000-CONTROLER-ANCIENNETE-DEB
              THRU 4000-CONTROLER-ANCIENNETE-FIN.
           IF WS-CHANGEMENT-IMPOSE
               PERFORM 5000-CHANGER-MDP-DEB
                  THRU 5000-CHANGER-MDP-FIN
               IF NOT WS-MDP-EST-CHANGE
                   MOVE "REFUSE"    TO WS-JRN-RESULTAT
                   MOVE "CHANGEMENT MDP ECHOUE" TO WS-JRN-DETAIL
                   PERFORM 8000-JOURNALISER-DEB
                      THRU 8000-JOURNALISER-FIN
                   GOBACK
               END-IF
           ELSE
      * Mot de passe accepte : le compteur d'echecs repart a zero
               IF WS-NB-ECHECS > 0
                   EXEC SQL
                       UPDATE utilisateur
                       SET nb_echecs = 0
                       WHERE nom = :WS-NOM-UTI
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.

           MOVE WS-SAISIE-NOM  TO LK-UTILISATEUR.
           MOVE WS-ROLE-STOCKE TO LK-ROLE.
           MOVE 0 TO LK-RC.
           MOVE "ACCEPTE"   TO WS-JRN-RESULTAT.
           IF WS-MDP-EST-CHANGE
               MOVE "MOT DE PASSE CHANGE" TO WS-JRN-DETAIL
           ELSE
               MOVE SPACES TO WS-JRN-DETAIL
           END-IF.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
           DISPLAY "Session ouverte : "
                   FUNCTION TRIM(WS-SAISIE-NOM)
                   " (role " FUNCTION TRIM(WS-ROLE-STOCKE) ").".
       1000-LIRE-PARAMETRES-FIN.
           EXIT.

      * Regles de mot de passe (meme lecture code / valeur que les
      * fichiers de parametres des autres programmes)
       1100-LIRE-REGLES-DEB.
           OPEN INPUT F-REGLES.
           IF NOT WS-FS-REGLES-OK
               GO TO 1100-LIRE-REGLES-FIN
           END-IF.

           PERFORM UNTIL WS-FS-REGLES-EOF
               READ F-REGLES
                   AT END
                       SET WS-FS-REGLES-EOF TO TRUE
                   NOT AT END
                       EVALUATE REC-REG-CODE
                           WHEN "DUREE-MDP"
                               MOVE REC-REG-VALEUR TO WS-REG-DUREE-MDP
                           WHEN "ESSAIS-MAX"
                               MOVE REC-REG-VALEUR TO WS-REG-ESSAIS-MAX
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       REC-REG-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE F-REGLES.
       1100-LIRE-REGLES-FIN.
           EXIT.

      * Condense de WS-HASH-MDP sale par WS-HASH-NOM, dans
      * WS-PASSWORD-HASH (meme calcul que insert1.cbl)
       2000-HACHER-MDP-DEB.
           MOVE 5381 TO WS-HASH-VALEUR.
           COMPUTE WS-LONGUEUR-NOM =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-NOM)).
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH > WS-LONGUEUR-NOM
               MOVE WS-HASH-NOM(WS-IDX-HASH:1) TO WS-CAR-COURANT
               COMPUTE WS-VAL-CAR = FUNCTION ORD(WS-CAR-COURANT)
               COMPUTE WS-HASH-VALEUR = FUNCTION MOD(
                       (WS-HASH-VALEUR * 33) + WS-VAL-CAR,
                       999999999999999989)
           END-PERFORM.
           COMPUTE WS-LONGUEUR-MDP =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-MDP)).
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH > WS-LONGUEUR-MDP
               MOVE WS-HASH-MDP(WS-IDX-HASH:1) TO WS-CAR-COURANT
               COMPUTE WS-VAL-CAR = FUNCTION ORD(WS-CAR-COURANT)
               COMPUTE WS-HASH-VALEUR = FUNCTION MOD(
                       (WS-HASH-VALEUR * 33) + WS-VAL-CAR,
                       999999999999999989)
           END-PERFORM.
           MOVE SPACES TO WS-PASSWORD-HASH.
           MOVE WS-HASH-VALEUR TO WS-PASSWORD-HASH.
       2000-HACHER-MDP-FIN.
           EXIT.

      * Mot de passe refuse : un echec de plus, et verrouillage du
      * compte quand ESSAIS-MAX echecs consecutifs sont atteints
       3000-COMPTER-ECHEC-DEB.
           ADD 1 TO WS-NB-ECHECS.
           MOVE "REFUSE" TO WS-JRN-RESULTAT.
           MOVE "MOT DE PASSE ERRONE" TO WS-JRN-DETAIL.
           IF WS-REG-ESSAIS-MAX > 0
               AND WS-NB-ECHECS >= WS-REG-ESSAIS-MAX
               MOVE 'O' TO WS-VERROUILLE
               MOVE "MDP ERRONE, VERROUILLE" TO WS-JRN-DETAIL
           END-IF.

           EXEC SQL
               UPDATE utilisateur
               SET nb_echecs = :WS-NB-ECHECS,
                   verrouille = :WS-VERROUILLE
               WHERE nom = :WS-NOM-UTI
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Erreur de mise a jour du compte SQLCODE: "
                       SQLCODE
           END-IF.

           IF WS-VERROUILLE = 'O'
               DISPLAY "/!\ Mot de passe refuse : compte verrouille, "
                       "voir un administrateur /!\"
           ELSE
               MOVE WS-NB-ECHECS TO WS-NB-ECHECS-ED
               MOVE WS-REG-ESSAIS-MAX TO WS-REGLE-ED
               DISPLAY "/!\ Mot de passe refuse (echec "
                       FUNCTION TRIM(WS-NB-ECHECS-ED) " sur "
                       FUNCTION TRIM(WS-REGLE-ED)
                       " avant verrouillage) /!\"
           END-IF.

           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       3000-COMPTER-ECHEC-FIN.
           EXIT.

      * Changement impose si le mot de passe est l'initial, si sa
      * date est inconnue ou s'il a plus de DUREE-MDP jours
       4000-CONTROLER-ANCIENNETE-DEB.
           MOVE 'N' TO WS-CHANGEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
           MOVE WS-DATE-HEURE(1:8) TO WS-AUJOURDHUI.

           IF WS-MDP-INITIAL = 'O'
               DISPLAY "Premiere connexion : le mot de passe initial "
                       "doit etre change."
               MOVE 'O' TO WS-CHANGEMENT
               GO TO 4000-CONTROLER-ANCIENNETE-FIN
           END-IF.

           IF WS-DATE-MDP IS NOT NUMERIC
               OR WS-DATE-MDP = '00000000'
               DISPLAY "Date du mot de passe inconnue : il doit "
                       "etre change."
               MOVE 'O' TO WS-CHANGEMENT
               GO TO 4000-CONTROLER-ANCIENNETE-FIN
           END-IF.

           MOVE WS-DATE-MDP TO WS-DATE-MDP-NUM.
           COMPUTE WS-AGE-MDP =
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-MDP-NUM).
           IF WS-REG-DUREE-MDP > 0
               AND WS-AGE-MDP > WS-REG-DUREE-MDP
               MOVE WS-REG-DUREE-MDP TO WS-REGLE-ED
               DISPLAY "Mot de passe expire (plus de "
                       FUNCTION TRIM(WS-REGLE-ED)
                       " jours) : il doit etre change."
               MOVE 'O' TO WS-CHANGEMENT
           END-IF.
       4000-CONTROLER-ANCIENNETE-FIN.
           EXIT.

      * Saisie du nouveau mot de passe (trois essais) : non vide,
      * confirme, different de l'actuel ; enregistre avec sa date,
      * l'indicateur de mot de passe initial retombe a 'N'
       5000-CHANGER-MDP-DEB.
           MOVE 'N' TO WS-MDP-CHANGE.
           MOVE WS-PASSWORD-HASH TO WS-NOUVEAU-HASH.
           PERFORM VARYING WS-ESSAI-CHANGEMENT FROM 1 BY 1
                   UNTIL WS-ESSAI-CHANGEMENT > 3
                      OR WS-MDP-EST-CHANGE
               DISPLAY "Nouveau mot de passe : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-MDP
               DISPLAY "Confirmation : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRM
               MOVE WS-SAISIE-NOM TO WS-HASH-NOM
               MOVE WS-SAISIE-MDP TO WS-HASH-MDP
               PERFORM 2000-HACHER-MDP-DEB
                  THRU 2000-HACHER-MDP-FIN
               EVALUATE TRUE
                   WHEN WS-SAISIE-MDP = SPACES
                       DISPLAY "Mot de passe vide refuse."
                   WHEN WS-SAISIE-MDP NOT = WS-SAISIE-CONFIRM
                       DISPLAY "Confirmation differente, recommencer."
                   WHEN WS-PASSWORD-HASH = WS-MDP-STOCKE
                       DISPLAY "Le nouveau mot de passe doit differer "
                               "de l'actuel."
                   WHEN OTHER
                       MOVE 'O' TO WS-MDP-CHANGE
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-MDP-EST-CHANGE
               DISPLAY "/!\ Mot de passe non change, session "
                       "refusee /!\"
               GO TO 5000-CHANGER-MDP-FIN
           END-IF.

           MOVE WS-PASSWORD-HASH TO WS-MDP-STOCKE.
           MOVE WS-AUJOURDHUI TO WS-DATE-MDP.
           EXEC SQL
               UPDATE utilisateur
               SET mot_passe = :WS-MDP-STOCKE,
                   mdp_initial = 'N',
                   date_mdp = :WS-DATE-MDP,
                   nb_echecs = 0
               WHERE nom = :WS-NOM-UTI
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Mot de passe change."
           ELSE
               DISPLAY "Erreur de changement du mot de passe SQLCODE: "
                       SQLCODE
               MOVE 'N' TO WS-MDP-CHANGE
           END-IF.
       5000-CHANGER-MDP-FIN.
           EXIT.

      * Ecriture d'une ligne au journal des connexions (cree au
      * premier usage)
       8000-JOURNALISER-DEB.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = '35'
               OPEN OUTPUT F-JOURNAL
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL NOT = '00'
               DISPLAY "Journal des connexions inaccessible, code : "
                       WS-FS-JOURNAL
               GO TO 8000-JOURNALISER-FIN
           END-IF.

           MOVE SPACES TO REC-F-JOURNAL.
           MOVE WS-DATE-HEURE(1:8) TO REC-JRN-DATE.
           MOVE WS-DATE-HEURE(9:6) TO REC-JRN-HEURE.
           MOVE WS-SAISIE-NOM      TO REC-JRN-UTILISATEUR.
           MOVE WS-JRN-RESULTAT    TO REC-JRN-RESULTAT.
           MOVE WS-JRN-DETAIL      TO REC-JRN-DETAIL.
           WRITE REC-F-JOURNAL.
           CLOSE F-JOURNAL.
       8000-JOURNALISER-FIN.
           EXIT.

       END PROGRAM signon.
