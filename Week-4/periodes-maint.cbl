      ******************************************************************
      * PROGRAMME : PERIODES-MAINT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Tenue du calendrier des periodes comptables
      *             (periodes-comptables.txt) : un mois ferme n'admet
      *             plus aucune ecriture datee de ce mois (commandes,
      *             changements de statut et livraisons de
      *             command-cli.cbl, factures, paiements et avoirs de
      *             facturation-cli.cbl, quittances, paiements et
      *             ristournes de assurances-quittances.cbl,
      *             receptions de reception-fourn.cbl, ajustements de
      *             inventaire-comptage.cbl). Le mois est ferme par
      *             cloture-mensuelle.cbl a la cloture des commandes.
      *
      *             La liste est ouverte a tous ; la reouverture d'un
      *             mois (correction d'une ecriture oubliee) et sa
      *             refermeture sont reservees au role ADMIN et
      *             demandent un motif. Chaque changement est trace
      *             dans periodes-journal.txt par le sous-programme
      *             controle-periode.cbl, qui tient le calendrier.
      *
      * FICHIERS  :
      *   - F-PERIODES : periodes-comptables.txt (calendrier, lu pour
      *                  la liste ; mis a jour par controle-periode)
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodes-maint.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Calendrier des periodes (cf. controle-periode.cbl)
           SELECT F-PERIODES ASSIGN TO "periodes-comptables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODES.

       DATA DIVISION.
       FILE SECTION.

      * Etat d'un mois : statut, date et auteur du dernier changement
       FD F-PERIODES.
       01 FS-ENR-PERIODE.
           05 FS-PC-MOIS             PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-PC-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-PC-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PC-UTILISATEUR      PIC X(30).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-PERIODES           PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Session ouverte par le sous-programme signon : la reouverture
      * et la fermeture d'un mois sont reservees au role ADMIN
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Zones de saisie d'un changement de statut
       01 WS-SAISIE-MOIS           PIC X(06).
       01 WS-MOIS                  PIC 9(06).
       01 WS-SAISIE-MOTIF          PIC X(40).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

      * Libelle du statut d'un mois a la liste
       01 WS-LIBELLE-STATUT        PIC X(06).
       01 WS-NB-MOIS-LISTES        PIC 9(05) VALUE ZERO.

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu du calendrier des periodes
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Ouverture de session : sans authentification, pas d'acces
           CALL "signon" USING WS-UTILISATEUR WS-ROLE WS-RC-SIGNON.
           IF WS-RC-SIGNON NOT = ZERO
               DISPLAY "Acces refuse."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* CALENDRIER DES PERIODES COMPTABLES      *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les periodes                 *"
               DISPLAY "* 2 - Rouvrir un mois ferme               *"
               DISPLAY "* 3 - Fermer un mois                      *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-PERIODES-DEB
                          THRU 9100-LISTER-PERIODES-FIN
                   WHEN 2
                       IF WS-ROLE-ADMIN
                           MOVE "O" TO WS-CPE-ACTION
                           PERFORM 9200-CHANGER-STATUT-DEB
                              THRU 9200-CHANGER-STATUT-FIN
                       ELSE
                           DISPLAY "Role LECTURE : mise a jour "
                                   "refusee."
                       END-IF
                   WHEN 3
                       IF WS-ROLE-ADMIN
                           MOVE "F" TO WS-CPE-ACTION
                           PERFORM 9200-CHANGER-STATUT-DEB
                              THRU 9200-CHANGER-STATUT-FIN
                       ELSE
                           DISPLAY "Role LECTURE : mise a jour "
                                   "refusee."
                       END-IF
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * LISTE DU CALENDRIER
      ******************************************************************
      * Un mois absent du calendrier est ouvert
       9100-LISTER-PERIODES-DEB.
           MOVE ZERO TO WS-NB-MOIS-LISTES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PERIODES.
           IF WS-FS-PERIODES NOT = "00"
               DISPLAY "Aucune periode fermee : tous les mois sont "
                       "ouverts."
               GO TO 9100-LISTER-PERIODES-FIN
           END-IF.

           DISPLAY "| Mois   | Statut | Depuis le | Par".
           PERFORM UNTIL QUITTER
               READ F-PERIODES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-MOIS-LISTES
                       IF FS-PC-STATUT = "F"
                           MOVE "FERME" TO WS-LIBELLE-STATUT
                       ELSE
                           MOVE "OUVERT" TO WS-LIBELLE-STATUT
                       END-IF
                       DISPLAY "| " FS-PC-MOIS
                               " | " WS-LIBELLE-STATUT
                               " | " FS-PC-DATE
                               "  | " FUNCTION TRIM(FS-PC-UTILISATEUR)
               END-READ
           END-PERFORM.
           CLOSE F-PERIODES.

           IF WS-NB-MOIS-LISTES = ZERO
               DISPLAY "Aucune periode fermee : tous les mois sont "
                       "ouverts."
           END-IF.
       9100-LISTER-PERIODES-FIN.
           EXIT.

      ******************************************************************
      * REOUVERTURE OU FERMETURE D'UN MOIS (WS-CPE-ACTION O OU F)
      ******************************************************************
      * Le motif est obligatoire : il est porte au journal des
      * periodes avec l'utilisateur de la session
       9200-CHANGER-STATUT-DEB.
           DISPLAY "Mois (AAAAMM) : " SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-MOIS.
           ACCEPT WS-SAISIE-MOIS.
           IF WS-SAISIE-MOIS IS NOT NUMERIC
               DISPLAY "/!\ Mois invalide /!\"
               GO TO 9200-CHANGER-STATUT-FIN
           END-IF.
           MOVE WS-SAISIE-MOIS TO WS-MOIS.
           IF WS-MOIS(5:2) < "01" OR WS-MOIS(5:2) > "12"
               DISPLAY "/!\ Mois invalide /!\"
               GO TO 9200-CHANGER-STATUT-FIN
           END-IF.

           DISPLAY "Motif : " SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-MOTIF.
           ACCEPT WS-SAISIE-MOTIF.
           IF WS-SAISIE-MOTIF = SPACES
               DISPLAY "/!\ Motif obligatoire /!\"
               GO TO 9200-CHANGER-STATUT-FIN
           END-IF.

           IF WS-CPE-ACTION = "O"
               DISPLAY "Rouvrir la periode " WS-MOIS
                       " aux ecritures (O/N) : "
                       SPACE WITH NO ADVANCING
           ELSE
               DISPLAY "Fermer la periode " WS-MOIS
                       " aux ecritures (O/N) : "
                       SPACE WITH NO ADVANCING
           END-IF.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Periode inchangee."
               GO TO 9200-CHANGER-STATUT-FIN
           END-IF.

           COMPUTE WS-CPE-DATE = WS-MOIS * 100 + 1.
           MOVE WS-UTILISATEUR  TO WS-CPE-UTILISATEUR.
           MOVE WS-SAISIE-MOTIF TO WS-CPE-MOTIF.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           EVALUATE TRUE
               WHEN WS-CPE-RC = 0 AND WS-CPE-ACTION = "O"
                   DISPLAY "Periode " WS-MOIS " rouverte."
               WHEN WS-CPE-RC = 0
                   DISPLAY "Periode " WS-MOIS " fermee."
               WHEN WS-CPE-RC = 4 AND WS-CPE-ACTION = "O"
                   DISPLAY "Periode " WS-MOIS " deja ouverte."
               WHEN WS-CPE-RC = 4
                   DISPLAY "Periode " WS-MOIS " deja fermee."
               WHEN OTHER
                   DISPLAY "/!\ Periode " WS-MOIS " inchangee /!\"
           END-EVALUATE.
       9200-CHANGER-STATUT-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
