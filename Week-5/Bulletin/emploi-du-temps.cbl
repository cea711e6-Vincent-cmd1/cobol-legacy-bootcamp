      ******************************************************************
      * Programme : emploi-du-temps                                    *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Emploi du temps hebdomadaire de l'établissement,       *
      *            tenu jusqu'ici au tableau blanc : une ligne par     *
      *            heure de cours (classe, cours, enseignant, salle,   *
      *            jour, créneau) dans emploi-du-temps.txt.            *
      *                                                                *
      * Fonction  :                                                    *
      *  - Ajout d'une heure de cours : classe connue du roster        *
      *    (roster.txt), cours et enseignant du référentiel            *
      *    (enseignants.txt, même libellé de cours que le catalogue),  *
      *    jour 1 à 5 (lundi à vendredi), créneau 1 à 8. Refusée si    *
      *    l'enseignant, la salle ou la classe est déjà occupé sur     *
      *    ce créneau.                                                 *
      *  - Suppression d'une heure de cours (avec confirmation).       *
      *  - Volume horaire hebdomadaire cible par cours                 *
      *    (cours-horaires.txt, saisi ici) et contrôle : conflits du   *
      *    fichier (saisie hors programme) et écart, classe par        *
      *    classe, entre les heures programmées et la cible.           *
      *  - Éditions hebdomadaires par classe et par enseignant         *
      *    (grille créneaux x jours) et grille d'occupation des        *
      *    salles, à l'écran et dans emploi-du-temps-edition.txt.      *
      *  - Réécriture complète des fichiers depuis la mémoire, comme   *
      *    contacts-maint.cbl.                                         *
      *                                                                *
      * MODIFICATION : 15/10/2026 - Chaque édition et chaque contrôle  *
      *            sont conservés et inscrits au catalogue des         *
      *            rapports (catalogue-rapports).                      *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. emploi-du-temps.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Emploi du temps : une ligne par heure de cours
           SELECT F-EMPLOI ASSIGN TO "emploi-du-temps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPLOI.

      * Volume horaire hebdomadaire cible par cours
           SELECT F-HORAIRES ASSIGN TO "cours-horaires.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORAIRES.

      * Référentiel des enseignants (cf. bulletin-gen.cbl)
           SELECT F-ENSEIGNANTS ASSIGN TO "enseignants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENSEIGNANTS.

      * Roster officiel des classes (cf. tab-m-elev.cbl)
           SELECT F-ROSTER ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.

      * Éditions hebdomadaires
           SELECT F-EDITION ASSIGN TO "emploi-du-temps-edition.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDITION.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Une heure de cours : jour 1 = lundi ... 5 = vendredi,
      * créneau 1 à 8 (cf. WS-LIBELLES-CRENEAUX)
       FD  F-EMPLOI
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-EMPLOI.
           05 FS-EDT-CLASSE                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-EDT-COURS                  PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-EDT-ENSEIGNANT             PIC X(25).
           05 FILLER                        PIC X(01).
           05 FS-EDT-SALLE                  PIC X(06).
           05 FILLER                        PIC X(01).
           05 FS-EDT-JOUR                   PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-EDT-CRENEAU                PIC 9(01).

      * Un cours (libellé du référentiel) et ses heures par semaine
       FD  F-HORAIRES
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-HORAIRE.
           05 FS-HOR-COURS                  PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-HOR-HEURES                 PIC 9(02).

      * Référentiel des enseignants (cf. enseignants-recap.cbl)
       FD  F-ENSEIGNANTS
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ENSEIGNANTS.
           05 REC-ENS-COURS                 PIC X(21).
           05 FILLER                        PIC X(01).
           05 REC-ENS-NOM                   PIC X(25).

      * Une ligne de roster par élève (cf. tab-m-elev.cbl)
       FD  F-ROSTER.
       01  FS-ENR-ROSTER.
           05 FS-NOM-CLASSE                 PIC X(04).
           05 FS-NOM-ELEVE                  PIC X(15).
           05 FS-PRENOM-ELEVE               PIC X(15).

       FD  F-EDITION
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EDITION                    PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-EMPLOI                     PIC X(02).
       01  WS-FS-HORAIRES                   PIC X(02).
       01  WS-FS-ENSEIGNANTS                PIC X(02).
       01  WS-FS-ROSTER                     PIC X(02).
       01  WS-FS-EDITION                    PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * EMPLOI DU TEMPS CHARGÉ EN MÉMOIRE (5 JOURS x 8 CRÉNEAUX PAR    *
      * CLASSE : 500 HEURES COUVRENT UNE DOUZAINE DE CLASSES)          *
      *----------------------------------------------------------------*
       01  WS-NB-HEURES                     PIC 9(03) VALUE ZERO.
       01  WS-IDX                           PIC 9(03) VALUE ZERO.
       01  WS-IDX-2                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-EMPLOI.
           05 WS-HEURE OCCURS 500 TIMES.
               10 WS-H-CLASSE               PIC X(04).
               10 WS-H-COURS                PIC X(21).
               10 WS-H-ENSEIGNANT           PIC X(25).
               10 WS-H-SALLE                PIC X(06).
               10 WS-H-JOUR                 PIC 9(01).
               10 WS-H-CRENEAU              PIC 9(01).

      *----------------------------------------------------------------*
      * VOLUMES HORAIRES CIBLES (cours-horaires.txt)                   *
      *----------------------------------------------------------------*
       01  WS-NB-CIBLES                     PIC 9(02) VALUE ZERO.
       01  WS-IDX-CIBLE                     PIC 9(02) VALUE ZERO.
       01  WS-TAB-CIBLES.
           05 WS-CIBLE OCCURS 40 TIMES.
               10 WS-CB-COURS               PIC X(21).
               10 WS-CB-HEURES              PIC 9(02).

      *----------------------------------------------------------------*
      * RÉFÉRENTIEL DES ENSEIGNANTS (COURS + ENSEIGNANT)               *
      *----------------------------------------------------------------*
       01  WS-NB-ENSEIGNANTS                PIC 9(02) VALUE ZERO.
       01  WS-IDX-ENS                       PIC 9(02) VALUE ZERO.
       01  WS-TAB-ENSEIGNANTS.
           05 WS-ENS OCCURS 50 TIMES.
               10 WS-ENS-COURS              PIC X(21).
               10 WS-ENS-NOM                PIC X(25).

      *----------------------------------------------------------------*
      * CLASSES DU ROSTER, SALLES ET ENSEIGNANTS DE L'EMPLOI DU TEMPS  *
      *----------------------------------------------------------------*
       01  WS-NB-CLASSES                    PIC 9(02) VALUE ZERO.
       01  WS-NB-CLASSES-ROSTER             PIC 9(02) VALUE ZERO.
       01  WS-IDX-CLASSE                    PIC 9(02) VALUE ZERO.
       01  WS-TAB-CLASSES.
           05 WS-CLASSE OCCURS 50 TIMES     PIC X(04).
       01  WS-NB-SALLES                     PIC 9(02) VALUE ZERO.
       01  WS-IDX-SALLE                     PIC 9(02) VALUE ZERO.
       01  WS-TAB-SALLES.
           05 WS-SALLE OCCURS 50 TIMES.
               10 WS-SL-NOM                 PIC X(06).
               10 WS-SL-NB-HEURES           PIC 9(02).
       01  WS-NB-PROFS                      PIC 9(02) VALUE ZERO.
       01  WS-IDX-PROF                      PIC 9(02) VALUE ZERO.
       01  WS-TAB-PROFS.
           05 WS-PROF OCCURS 50 TIMES       PIC X(25).
       01  WS-ELEMENT-TROUVE                PIC X(01) VALUE 'N'.
           88 WS-ELEMENT-EST-TROUVE                    VALUE 'O'.

      *----------------------------------------------------------------*
      * JOURS ET CRÉNEAUX HORAIRES                                     *
      *----------------------------------------------------------------*
       01  WS-LIBELLES-JOURS.
           05 FILLER                        PIC X(12) VALUE "LUNDI".
           05 FILLER                        PIC X(12) VALUE "MARDI".
           05 FILLER                        PIC X(12) VALUE "MERCREDI".
           05 FILLER                        PIC X(12) VALUE "JEUDI".
           05 FILLER                        PIC X(12) VALUE "VENDREDI".
       01  WS-TAB-JOURS REDEFINES WS-LIBELLES-JOURS.
           05 WS-JOUR-LIB OCCURS 5 TIMES    PIC X(12).

       01  WS-LIBELLES-CRENEAUX.
           05 FILLER                        PIC X(07) VALUE "08h-09h".
           05 FILLER                        PIC X(07) VALUE "09h-10h".
           05 FILLER                        PIC X(07) VALUE "10h-11h".
           05 FILLER                        PIC X(07) VALUE "11h-12h".
           05 FILLER                        PIC X(07) VALUE "13h-14h".
           05 FILLER                        PIC X(07) VALUE "14h-15h".
           05 FILLER                        PIC X(07) VALUE "15h-16h".
           05 FILLER                        PIC X(07) VALUE "16h-17h".
       01  WS-TAB-CRENEAUX REDEFINES WS-LIBELLES-CRENEAUX.
           05 WS-CRENEAU-LIB OCCURS 8 TIMES PIC X(07).

       01  WS-IDX-JOUR                      PIC 9(01) VALUE ZERO.
       01  WS-IDX-CRENEAU                   PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------*
      * MENU ET ZONES DE SAISIE                                        *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.

       01  WS-SAISIE-CLASSE                 PIC X(04).
       01  WS-SAISIE-COURS                  PIC X(21).
       01  WS-SAISIE-ENSEIGNANT             PIC X(25).
       01  WS-SAISIE-SALLE                  PIC X(06).
       01  WS-SAISIE-JOUR                   PIC 9(01).
       01  WS-SAISIE-CRENEAU                PIC 9(01).
       01  WS-SAISIE-HEURES                 PIC 9(02).
       01  WS-SAISIE-CONFIRME               PIC X(01).
           88 WS-CONFIRME                              VALUE 'O'.

      * Recherche d'une heure de cours (zero = introuvable)
       01  WS-IDX-TROUVE                    PIC 9(03) VALUE ZERO.
       01  WS-IDX-MAINT                     PIC 9(03) VALUE ZERO.

      * Motif de refus d'une heure de cours (blanc = acceptée)
       01  WS-MOTIF-REFUS                   PIC X(60).

      *----------------------------------------------------------------*
      * CONTRÔLE DES CONFLITS ET DES VOLUMES HORAIRES                  *
      *----------------------------------------------------------------*
       01  WS-NB-CONFLITS                   PIC 9(03) VALUE ZERO.
       01  WS-NB-ECARTS                     PIC 9(03) VALUE ZERO.
       01  WS-NB-HEURES-COURS               PIC 9(02) VALUE ZERO.
       01  WS-ECART                         PIC S9(02) VALUE ZERO.
       01  WS-ECART-ED                      PIC -(2)9.
       01  WS-HEURES-ED                     PIC Z9.
       01  WS-CIBLE-ED                      PIC Z9.

      *----------------------------------------------------------------*
      * GRILLE HEBDOMADAIRE D'UNE CLASSE OU D'UN ENSEIGNANT            *
      *----------------------------------------------------------------*
       01  WS-GRILLE.
           05 WS-GR-LIGNE OCCURS 8 TIMES.
               10 WS-GR-CASE OCCURS 5 TIMES PIC X(12).
       01  WS-CASE                          PIC X(12).

       01  WS-LIGNE-GRILLE.
           05 WS-LG-CRENEAU                 PIC X(07).
           05 FILLER                        PIC X(02) VALUE " |".
           05 WS-LG-CELLULE OCCURS 5 TIMES.
               10 FILLER                    PIC X(01) VALUE SPACE.
               10 WS-LG-CASE                PIC X(12).
               10 FILLER                    PIC X(01) VALUE "|".

      * Grille des salles : un caractère par créneau et par jour
      * (X = occupé, . = libre)
       01  WS-LIGNE-SALLE.
           05 WS-LS-SALLE                   PIC X(06).
           05 FILLER                        PIC X(02) VALUE " |".
           05 WS-LS-JOUR OCCURS 5 TIMES.
               10 FILLER                    PIC X(01) VALUE SPACE.
               10 WS-LS-CRENEAU OCCURS 8 TIMES PIC X(01).
               10 FILLER                    PIC X(02) VALUE " |".
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WS-LS-NB-HEURES               PIC Z9.
           05 FILLER                        PIC X(06) VALUE " h/40 ".
           05 WS-LS-TAUX                    PIC ZZ9.
           05 FILLER                        PIC X(01) VALUE "%".
       01  WS-TAUX                          PIC 9(03) VALUE ZERO.

       01  WS-SELECTION                     PIC X(25).
       01  WS-NB-EDITES                     PIC 9(02) VALUE ZERO.
       01  WS-LIGNE-EDITION                 PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "emploi-du-temps".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           PERFORM 1000-CHARGER-EMPLOI-DEB
              THRU 1000-CHARGER-EMPLOI-FIN.

           PERFORM 1100-CHARGER-HORAIRES-DEB
              THRU 1100-CHARGER-HORAIRES-FIN.

           PERFORM 1200-CHARGER-ENSEIGNANTS-DEB
              THRU 1200-CHARGER-ENSEIGNANTS-FIN.

           PERFORM 1300-CHARGER-CLASSES-DEB
              THRU 1300-CHARGER-CLASSES-FIN.

           PERFORM 4000-MENU-DEB
              THRU 4000-MENU-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DE L'EMPLOI DU TEMPS EN MÉMOIRE        *
      * Fichier absent = emploi du temps vide, il sera créé à la       *
      * première réécriture                                            *
      ******************************************************************

       1000-CHARGER-EMPLOI-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EMPLOI.
           IF WS-FS-EMPLOI NOT = "00"
               DISPLAY "Emploi du temps absent ou illisible (code "
                       WS-FS-EMPLOI "), depart a vide."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EMPLOI
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-HEURES < 500
                           ADD 1 TO WS-NB-HEURES
                           MOVE FS-EDT-CLASSE
                               TO WS-H-CLASSE(WS-NB-HEURES)
                           MOVE FS-EDT-COURS
                               TO WS-H-COURS(WS-NB-HEURES)
                           MOVE FS-EDT-ENSEIGNANT
                               TO WS-H-ENSEIGNANT(WS-NB-HEURES)
                           MOVE FS-EDT-SALLE
                               TO WS-H-SALLE(WS-NB-HEURES)
                           MOVE FS-EDT-JOUR
                               TO WS-H-JOUR(WS-NB-HEURES)
                           MOVE FS-EDT-CRENEAU
                               TO WS-H-CRENEAU(WS-NB-HEURES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EMPLOI = "00" OR WS-FS-EMPLOI = "10"
               CLOSE F-EMPLOI
           END-IF.
       1000-CHARGER-EMPLOI-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === CHARGEMENT DES VOLUMES HORAIRES CIBLES            *
      * Fichier absent = aucune cible, créé à la première saisie       *
      ******************************************************************

       1100-CHARGER-HORAIRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-HORAIRES.
           IF WS-FS-HORAIRES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-HORAIRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CIBLES < 40
                          AND FS-HOR-HEURES IS NUMERIC
                           ADD 1 TO WS-NB-CIBLES
                           MOVE FS-HOR-COURS
                               TO WS-CB-COURS(WS-NB-CIBLES)
                           MOVE FS-HOR-HEURES
                               TO WS-CB-HEURES(WS-NB-CIBLES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-HORAIRES = "00" OR WS-FS-HORAIRES = "10"
               CLOSE F-HORAIRES
           END-IF.
       1100-CHARGER-HORAIRES-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === CHARGEMENT DU RÉFÉRENTIEL DES ENSEIGNANTS         *
      ******************************************************************

       1200-CHARGER-ENSEIGNANTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ENSEIGNANTS.
           IF WS-FS-ENSEIGNANTS NOT = "00"
               DISPLAY "/!\ enseignants.txt absent (code "
                       WS-FS-ENSEIGNANTS "), aucun ajout possible /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ENSEIGNANTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-ENSEIGNANTS < 50
                           ADD 1 TO WS-NB-ENSEIGNANTS
                           MOVE REC-ENS-COURS
                               TO WS-ENS-COURS(WS-NB-ENSEIGNANTS)
                           MOVE REC-ENS-NOM
                               TO WS-ENS-NOM(WS-NB-ENSEIGNANTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ENSEIGNANTS = "00" OR WS-FS-ENSEIGNANTS = "10"
               CLOSE F-ENSEIGNANTS
           END-IF.
       1200-CHARGER-ENSEIGNANTS-FIN.
           EXIT.


      ******************************************************************
      * === 1300 === CLASSES DU ROSTER (UNE ENTRÉE PAR CLASSE)         *
      * Sans roster, la classe saisie n'est pas contrôlée              *
      ******************************************************************

       1300-CHARGER-CLASSES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "roster.txt absent : classes non controlees."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ROSTER
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-ELEMENT-TROUVE
                       PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                               UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
                           IF WS-CLASSE(WS-IDX-CLASSE) = FS-NOM-CLASSE
                               SET WS-ELEMENT-EST-TROUVE TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-ELEMENT-EST-TROUVE
                          AND WS-NB-CLASSES < 50
                          AND FS-NOM-CLASSE NOT = SPACES
                           ADD 1 TO WS-NB-CLASSES
                           MOVE FS-NOM-CLASSE
                               TO WS-CLASSE(WS-NB-CLASSES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ROSTER = "00" OR WS-FS-ROSTER = "10"
               CLOSE F-ROSTER
           END-IF.
           MOVE WS-NB-CLASSES TO WS-NB-CLASSES-ROSTER.
       1300-CHARGER-CLASSES-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* EMPLOI DU TEMPS HEBDOMADAIRE            *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Ajouter une heure de cours          *"
               DISPLAY "* 2 - Supprimer une heure de cours        *"
               DISPLAY "* 3 - Volume horaire cible d'un cours     *"
               DISPLAY "* 4 - Controle conflits et volumes        *"
               DISPLAY "* 5 - Emploi du temps par classe          *"
               DISPLAY "* 6 - Emploi du temps par enseignant      *"
               DISPLAY "* 7 - Occupation des salles               *"
               DISPLAY "* 8 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-AJOUTER-DEB
                          THRU 4100-AJOUTER-FIN
                   WHEN 2
                       PERFORM 4200-SUPPRIMER-DEB
                          THRU 4200-SUPPRIMER-FIN
                   WHEN 3
                       PERFORM 4300-CIBLE-HORAIRE-DEB
                          THRU 4300-CIBLE-HORAIRE-FIN
                   WHEN 4
                       PERFORM 4400-CONTROLER-DEB
                          THRU 4400-CONTROLER-FIN
                   WHEN 5
                       PERFORM 5100-EDITER-CLASSES-DEB
                          THRU 5100-EDITER-CLASSES-FIN
                   WHEN 6
                       PERFORM 5200-EDITER-ENSEIGNANTS-DEB
                          THRU 5200-EDITER-ENSEIGNANTS-FIN
                   WHEN 7
                       PERFORM 5300-EDITER-SALLES-DEB
                          THRU 5300-EDITER-SALLES-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === AJOUT D'UNE HEURE DE COURS                        *
      * Classe du roster, couple cours + enseignant du référentiel,    *
      * jour et créneau valides, puis aucun conflit sur le créneau     *
      ******************************************************************

       4100-AJOUTER-DEB.
           IF WS-NB-HEURES >= 500
               DISPLAY "/!\ Emploi du temps complet, ajout "
                       "impossible /!\"
               GO TO 4100-AJOUTER-FIN
           END-IF.

           DISPLAY "Classe (4 car. max) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Cours (libelle du referentiel) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-COURS.
           DISPLAY "Enseignant (blanc = enseignant du cours) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ENSEIGNANT.
           DISPLAY "Salle (6 car. max) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-SALLE.
           DISPLAY "Jour (1 = lundi ... 5 = vendredi) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-JOUR.
           DISPLAY "Creneau (1 = 08h-09h ... 4 = 11h-12h, "
                   "5 = 13h-14h ... 8 = 16h-17h) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CRENEAU.

           PERFORM 4110-VALIDER-SAISIE-DEB
              THRU 4110-VALIDER-SAISIE-FIN.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM 4120-CHERCHER-CONFLIT-DEB
                  THRU 4120-CHERCHER-CONFLIT-FIN
           END-IF.
           IF WS-MOTIF-REFUS NOT = SPACES
               DISPLAY "/!\ Ajout refuse : "
                       FUNCTION TRIM(WS-MOTIF-REFUS) " /!\"
               GO TO 4100-AJOUTER-FIN
           END-IF.

           ADD 1 TO WS-NB-HEURES.
           MOVE WS-SAISIE-CLASSE     TO WS-H-CLASSE(WS-NB-HEURES).
           MOVE WS-SAISIE-COURS      TO WS-H-COURS(WS-NB-HEURES).
           MOVE WS-SAISIE-ENSEIGNANT TO WS-H-ENSEIGNANT(WS-NB-HEURES).
           MOVE WS-SAISIE-SALLE      TO WS-H-SALLE(WS-NB-HEURES).
           MOVE WS-SAISIE-JOUR       TO WS-H-JOUR(WS-NB-HEURES).
           MOVE WS-SAISIE-CRENEAU    TO WS-H-CRENEAU(WS-NB-HEURES).
           PERFORM 4900-REECRIRE-EMPLOI-DEB
              THRU 4900-REECRIRE-EMPLOI-FIN.
           DISPLAY "Heure de cours ajoutee : "
                   FUNCTION TRIM(WS-SAISIE-COURS) " - "
                   WS-SAISIE-CLASSE " - "
                   FUNCTION TRIM(WS-JOUR-LIB(WS-SAISIE-JOUR)) " "
                   WS-CRENEAU-LIB(WS-SAISIE-CRENEAU).
       4100-AJOUTER-FIN.
           EXIT.

      * Contrôle des zones saisies ; l'enseignant laissé en blanc
      * devient le premier enseignant du cours dans le référentiel
       4110-VALIDER-SAISIE-DEB.
           MOVE SPACES TO WS-MOTIF-REFUS.

           IF WS-SAISIE-CLASSE = SPACES
               MOVE "classe vide" TO WS-MOTIF-REFUS
               GO TO 4110-VALIDER-SAISIE-FIN
           END-IF.
           IF WS-NB-CLASSES-ROSTER > ZERO
               MOVE 'N' TO WS-ELEMENT-TROUVE
               PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                       UNTIL WS-IDX-CLASSE > WS-NB-CLASSES-ROSTER
                   IF WS-CLASSE(WS-IDX-CLASSE) = WS-SAISIE-CLASSE
                       SET WS-ELEMENT-EST-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ELEMENT-EST-TROUVE
                   MOVE "classe absente du roster" TO WS-MOTIF-REFUS
                   GO TO 4110-VALIDER-SAISIE-FIN
               END-IF
           END-IF.

           MOVE 'N' TO WS-ELEMENT-TROUVE.
           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENSEIGNANTS
               IF WS-ENS-COURS(WS-IDX-ENS) = WS-SAISIE-COURS
                   IF WS-SAISIE-ENSEIGNANT = SPACES
                       MOVE WS-ENS-NOM(WS-IDX-ENS)
                           TO WS-SAISIE-ENSEIGNANT
                   END-IF
                   IF WS-ENS-NOM(WS-IDX-ENS) = WS-SAISIE-ENSEIGNANT
                       SET WS-ELEMENT-EST-TROUVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-ELEMENT-EST-TROUVE
               MOVE "cours ou enseignant absent du referentiel"
                   TO WS-MOTIF-REFUS
               GO TO 4110-VALIDER-SAISIE-FIN
           END-IF.

           IF WS-SAISIE-SALLE = SPACES
               MOVE "salle vide" TO WS-MOTIF-REFUS
               GO TO 4110-VALIDER-SAISIE-FIN
           END-IF.
           IF WS-SAISIE-JOUR IS NOT NUMERIC
              OR WS-SAISIE-JOUR < 1 OR WS-SAISIE-JOUR > 5
               MOVE "jour hors de 1 a 5" TO WS-MOTIF-REFUS
               GO TO 4110-VALIDER-SAISIE-FIN
           END-IF.
           IF WS-SAISIE-CRENEAU IS NOT NUMERIC
              OR WS-SAISIE-CRENEAU < 1 OR WS-SAISIE-CRENEAU > 8
               MOVE "creneau hors de 1 a 8" TO WS-MOTIF-REFUS
           END-IF.
       4110-VALIDER-SAISIE-FIN.
           EXIT.

      * Sur le même jour et le même créneau : l'enseignant, la salle
      * et la classe ne peuvent être pris deux fois
       4120-CHERCHER-CONFLIT-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
                      OR WS-MOTIF-REFUS NOT = SPACES
               IF WS-H-JOUR(WS-IDX) = WS-SAISIE-JOUR
                  AND WS-H-CRENEAU(WS-IDX) = WS-SAISIE-CRENEAU
                   EVALUATE TRUE
                       WHEN WS-H-ENSEIGNANT(WS-IDX)
                            = WS-SAISIE-ENSEIGNANT
                           STRING "enseignant deja en classe "
                                  WS-H-CLASSE(WS-IDX)
                                  " sur ce creneau"
                               DELIMITED BY SIZE
                               INTO WS-MOTIF-REFUS
                           END-STRING
                       WHEN WS-H-SALLE(WS-IDX) = WS-SAISIE-SALLE
                           STRING "salle deja occupee par la classe "
                                  WS-H-CLASSE(WS-IDX)
                               DELIMITED BY SIZE
                               INTO WS-MOTIF-REFUS
                           END-STRING
                       WHEN WS-H-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
                           STRING "classe deja en cours de "
                                  WS-H-COURS(WS-IDX)
                               DELIMITED BY SIZE
                               INTO WS-MOTIF-REFUS
                           END-STRING
                   END-EVALUATE
               END-IF
           END-PERFORM.
       4120-CHERCHER-CONFLIT-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === SUPPRESSION D'UNE HEURE DE COURS, APRÈS           *
      * CONFIRMATION (RECHERCHE PAR CLASSE, JOUR ET CRÉNEAU)           *
      ******************************************************************

       4200-SUPPRIMER-DEB.
           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Jour (1 a 5) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-JOUR.
           DISPLAY "Creneau (1 a 8) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CRENEAU.

           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               IF WS-H-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
                  AND WS-H-JOUR(WS-IDX) = WS-SAISIE-JOUR
                  AND WS-H-CRENEAU(WS-IDX) = WS-SAISIE-CRENEAU
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Aucune heure de cours sur ce creneau /!\"
               GO TO 4200-SUPPRIMER-FIN
           END-IF.

           DISPLAY "Confirmer la suppression de "
                   FUNCTION TRIM(WS-H-COURS(WS-IDX-TROUVE)) " ("
                   FUNCTION TRIM(WS-H-ENSEIGNANT(WS-IDX-TROUVE))
                   ", salle " WS-H-SALLE(WS-IDX-TROUVE)
                   ") (O/N) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Suppression annulee."
               GO TO 4200-SUPPRIMER-FIN
           END-IF.

      * Décalage des entrées suivantes pour combler le trou
           PERFORM VARYING WS-IDX-MAINT FROM WS-IDX-TROUVE BY 1
                   UNTIL WS-IDX-MAINT >= WS-NB-HEURES
               MOVE WS-HEURE(WS-IDX-MAINT + 1)
                   TO WS-HEURE(WS-IDX-MAINT)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-HEURES.
           PERFORM 4900-REECRIRE-EMPLOI-DEB
              THRU 4900-REECRIRE-EMPLOI-FIN.
           DISPLAY "Heure de cours supprimee.".
       4200-SUPPRIMER-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === VOLUME HORAIRE HEBDOMADAIRE CIBLE D'UN COURS      *
      * Zéro retire la cible ; le fichier est réécrit aussitôt         *
      ******************************************************************

       4300-CIBLE-HORAIRE-DEB.
           DISPLAY "Cours (libelle du referentiel) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-COURS.
           IF WS-SAISIE-COURS = SPACES
               GO TO 4300-CIBLE-HORAIRE-FIN
           END-IF.

           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CIBLE FROM 1 BY 1
                   UNTIL WS-IDX-CIBLE > WS-NB-CIBLES
               IF WS-CB-COURS(WS-IDX-CIBLE) = WS-SAISIE-COURS
                   MOVE WS-IDX-CIBLE TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE > ZERO
               DISPLAY "Cible actuelle : " WS-CB-HEURES(WS-IDX-TROUVE)
                       " h par semaine"
           END-IF.

           DISPLAY "Heures par semaine (0 = pas de cible) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-HEURES.
           IF WS-SAISIE-HEURES IS NOT NUMERIC
              OR WS-SAISIE-HEURES > 40
               DISPLAY "/!\ Volume invalide (0 a 40 h) /!\"
               GO TO 4300-CIBLE-HORAIRE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDX-TROUVE > ZERO AND WS-SAISIE-HEURES > ZERO
                   MOVE WS-SAISIE-HEURES
                       TO WS-CB-HEURES(WS-IDX-TROUVE)
               WHEN WS-IDX-TROUVE > ZERO
                   PERFORM VARYING WS-IDX-CIBLE FROM WS-IDX-TROUVE
                           BY 1 UNTIL WS-IDX-CIBLE >= WS-NB-CIBLES
                       MOVE WS-CIBLE(WS-IDX-CIBLE + 1)
                           TO WS-CIBLE(WS-IDX-CIBLE)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NB-CIBLES
               WHEN WS-SAISIE-HEURES = ZERO
                   GO TO 4300-CIBLE-HORAIRE-FIN
               WHEN WS-NB-CIBLES >= 40
                   DISPLAY "/!\ Table des cibles complete /!\"
                   GO TO 4300-CIBLE-HORAIRE-FIN
               WHEN OTHER
                   ADD 1 TO WS-NB-CIBLES
                   MOVE WS-SAISIE-COURS TO WS-CB-COURS(WS-NB-CIBLES)
                   MOVE WS-SAISIE-HEURES
                       TO WS-CB-HEURES(WS-NB-CIBLES)
           END-EVALUATE.

           OPEN OUTPUT F-HORAIRES.
           PERFORM VARYING WS-IDX-CIBLE FROM 1 BY 1
                   UNTIL WS-IDX-CIBLE > WS-NB-CIBLES
               MOVE SPACES TO FS-ENR-HORAIRE
               MOVE WS-CB-COURS(WS-IDX-CIBLE)  TO FS-HOR-COURS
               MOVE WS-CB-HEURES(WS-IDX-CIBLE) TO FS-HOR-HEURES
               WRITE FS-ENR-HORAIRE
           END-PERFORM.
           CLOSE F-HORAIRES.
           DISPLAY "Volume horaire cible enregistre.".
       4300-CIBLE-HORAIRE-FIN.
           EXIT.


      ******************************************************************
      * === 4400 === CONTRÔLE DES CONFLITS ET DES VOLUMES HORAIRES     *
      * Conflits : deux heures du fichier sur le même créneau avec le  *
      * même enseignant, la même salle ou la même classe (saisie hors  *
      * programme). Volumes : pour chaque classe de l'emploi du temps  *
      * (ou du roster) et chaque cours ciblé, heures programmées       *
      * contre la cible                                                *
      ******************************************************************

       4400-CONTROLER-DEB.
           OPEN OUTPUT F-EDITION.
           MOVE ZERO TO WS-NB-CONFLITS WS-NB-ECARTS.
           MOVE "CONTROLE DE L'EMPLOI DU TEMPS" TO WS-LIGNE-EDITION.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-NB-HEURES
                   IF WS-IDX-2 > WS-IDX
                      AND WS-H-JOUR(WS-IDX-2) = WS-H-JOUR(WS-IDX)
                      AND WS-H-CRENEAU(WS-IDX-2)
                          = WS-H-CRENEAU(WS-IDX)
                       PERFORM 4410-SIGNALER-CONFLIT-DEB
                          THRU 4410-SIGNALER-CONFLIT-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Classes à contrôler : celles du roster, complétées par celles
      * de l'emploi du temps
           PERFORM 5050-LISTER-CLASSES-DEB
              THRU 5050-LISTER-CLASSES-FIN.
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               PERFORM VARYING WS-IDX-CIBLE FROM 1 BY 1
                       UNTIL WS-IDX-CIBLE > WS-NB-CIBLES
                   PERFORM 4420-CONTROLER-VOLUME-DEB
                      THRU 4420-CONTROLER-VOLUME-FIN
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "Conflits : " WS-NB-CONFLITS
                  " - Ecarts de volume horaire : " WS-NB-ECARTS
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
           IF WS-NB-CIBLES = ZERO
               MOVE "(aucun volume horaire cible saisi)"
                   TO WS-LIGNE-EDITION
               PERFORM 5900-ECRIRE-LIGNE-DEB
                  THRU 5900-ECRIRE-LIGNE-FIN
           END-IF.
           CLOSE F-EDITION.
           DISPLAY "Controle ecrit dans emploi-du-temps-edition.txt".
           PERFORM 5950-CATALOGUER-EDITION-DEB
              THRU 5950-CATALOGUER-EDITION-FIN.
       4400-CONTROLER-FIN.
           EXIT.

      * Deux heures du même créneau : enseignant, salle ou classe
      * en commun
       4410-SIGNALER-CONFLIT-DEB.
           MOVE SPACES TO WS-LIGNE-EDITION.
           EVALUATE TRUE
               WHEN WS-H-ENSEIGNANT(WS-IDX-2) = WS-H-ENSEIGNANT(WS-IDX)
                   STRING "CONFLIT ENSEIGNANT "
                          WS-H-ENSEIGNANT(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
                   END-STRING
               WHEN WS-H-SALLE(WS-IDX-2) = WS-H-SALLE(WS-IDX)
                   STRING "CONFLIT SALLE " WS-H-SALLE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
                   END-STRING
               WHEN WS-H-CLASSE(WS-IDX-2) = WS-H-CLASSE(WS-IDX)
                   STRING "CONFLIT CLASSE " WS-H-CLASSE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
                   END-STRING
               WHEN OTHER
                   GO TO 4410-SIGNALER-CONFLIT-FIN
           END-EVALUATE.
           ADD 1 TO WS-NB-CONFLITS.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "    " WS-JOUR-LIB(WS-H-JOUR(WS-IDX)) " "
                  WS-CRENEAU-LIB(WS-H-CRENEAU(WS-IDX)) " : "
                  WS-H-CLASSE(WS-IDX) " " WS-H-SALLE(WS-IDX) " / "
                  WS-H-CLASSE(WS-IDX-2) " " WS-H-SALLE(WS-IDX-2)
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
       4410-SIGNALER-CONFLIT-FIN.
           EXIT.

      * Heures programmées du cours ciblé pour la classe, comparées à
      * la cible ; seuls les écarts sont édités
       4420-CONTROLER-VOLUME-DEB.
           MOVE ZERO TO WS-NB-HEURES-COURS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               IF WS-H-CLASSE(WS-IDX) = WS-CLASSE(WS-IDX-CLASSE)
                  AND WS-H-COURS(WS-IDX) = WS-CB-COURS(WS-IDX-CIBLE)
                   ADD 1 TO WS-NB-HEURES-COURS
               END-IF
           END-PERFORM.
           COMPUTE WS-ECART =
               WS-NB-HEURES-COURS - WS-CB-HEURES(WS-IDX-CIBLE).
           IF WS-ECART = ZERO
               GO TO 4420-CONTROLER-VOLUME-FIN
           END-IF.

           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-NB-HEURES-COURS          TO WS-HEURES-ED.
           MOVE WS-CB-HEURES(WS-IDX-CIBLE)  TO WS-CIBLE-ED.
           MOVE WS-ECART                    TO WS-ECART-ED.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "VOLUME " WS-CLASSE(WS-IDX-CLASSE) " "
                  WS-CB-COURS(WS-IDX-CIBLE) " : " WS-HEURES-ED
                  " h programmee(s) pour " WS-CIBLE-ED
                  " h cible (ecart " WS-ECART-ED " h)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
       4420-CONTROLER-VOLUME-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === RÉÉCRITURE COMPLÈTE DE emploi-du-temps.txt        *
      * DEPUIS LA MÉMOIRE (MÊME DÉMARCHE QUE contacts-maint.cbl)       *
      ******************************************************************

       4900-REECRIRE-EMPLOI-DEB.
           OPEN OUTPUT F-EMPLOI.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               MOVE SPACES                   TO FS-ENR-EMPLOI
               MOVE WS-H-CLASSE(WS-IDX)      TO FS-EDT-CLASSE
               MOVE WS-H-COURS(WS-IDX)       TO FS-EDT-COURS
               MOVE WS-H-ENSEIGNANT(WS-IDX)  TO FS-EDT-ENSEIGNANT
               MOVE WS-H-SALLE(WS-IDX)       TO FS-EDT-SALLE
               MOVE WS-H-JOUR(WS-IDX)        TO FS-EDT-JOUR
               MOVE WS-H-CRENEAU(WS-IDX)     TO FS-EDT-CRENEAU
               WRITE FS-ENR-EMPLOI
           END-PERFORM.
           CLOSE F-EMPLOI.
       4900-REECRIRE-EMPLOI-FIN.
           EXIT.


      ******************************************************************
      * === 5050 === CLASSES DE L'EMPLOI DU TEMPS ABSENTES DU ROSTER   *
      * Ajoutées à la table des classes pour être éditées et           *
      * contrôlées elles aussi                                         *
      ******************************************************************

       5050-LISTER-CLASSES-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               MOVE 'N' TO WS-ELEMENT-TROUVE
               PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                       UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
                   IF WS-CLASSE(WS-IDX-CLASSE) = WS-H-CLASSE(WS-IDX)
                       SET WS-ELEMENT-EST-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ELEMENT-EST-TROUVE AND WS-NB-CLASSES < 50
                   ADD 1 TO WS-NB-CLASSES
                   MOVE WS-H-CLASSE(WS-IDX)
                       TO WS-CLASSE(WS-NB-CLASSES)
               END-IF
           END-PERFORM.
       5050-LISTER-CLASSES-FIN.
           EXIT.


      ******************************************************************
      * === 5100 === EMPLOI DU TEMPS PAR CLASSE                        *
      * Classe saisie, ou toutes les classes si blanc ; chaque case    *
      * porte le cours et la salle                                     *
      ******************************************************************

       5100-EDITER-CLASSES-DEB.
           DISPLAY "Classe (blanc = toutes) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           PERFORM 5050-LISTER-CLASSES-DEB
              THRU 5050-LISTER-CLASSES-FIN.

           OPEN OUTPUT F-EDITION.
           MOVE ZERO TO WS-NB-EDITES.
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               IF WS-SAISIE-CLASSE = SPACES
                  OR WS-SAISIE-CLASSE = WS-CLASSE(WS-IDX-CLASSE)
                   ADD 1 TO WS-NB-EDITES
                   PERFORM 5110-EDITER-UNE-CLASSE-DEB
                      THRU 5110-EDITER-UNE-CLASSE-FIN
               END-IF
           END-PERFORM.
           CLOSE F-EDITION.
           IF WS-NB-EDITES = ZERO
               DISPLAY "/!\ Classe inconnue /!\"
           ELSE
               DISPLAY "Edition ecrite dans emploi-du-temps-edition.txt"
               PERFORM 5950-CATALOGUER-EDITION-DEB
                  THRU 5950-CATALOGUER-EDITION-FIN
           END-IF.
       5100-EDITER-CLASSES-FIN.
           EXIT.

       5110-EDITER-UNE-CLASSE-DEB.
           MOVE SPACES TO WS-GRILLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               IF WS-H-CLASSE(WS-IDX) = WS-CLASSE(WS-IDX-CLASSE)
                   MOVE SPACES TO WS-CASE
                   STRING WS-H-COURS(WS-IDX)(1:6) " "
                          WS-H-SALLE(WS-IDX)(1:5)
                       DELIMITED BY SIZE
                       INTO WS-CASE
                   END-STRING
                   MOVE WS-CASE TO WS-GR-CASE(WS-H-CRENEAU(WS-IDX),
                                              WS-H-JOUR(WS-IDX))
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "EMPLOI DU TEMPS DE LA CLASSE "
                  WS-CLASSE(WS-IDX-CLASSE)
                  " (cours / salle)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5800-IMPRIMER-GRILLE-DEB
              THRU 5800-IMPRIMER-GRILLE-FIN.
       5110-EDITER-UNE-CLASSE-FIN.
           EXIT.


      ******************************************************************
      * === 5200 === EMPLOI DU TEMPS PAR ENSEIGNANT                    *
      * Enseignant saisi, ou tous les enseignants de l'emploi du temps *
      * si blanc ; chaque case porte la classe et la salle             *
      ******************************************************************

       5200-EDITER-ENSEIGNANTS-DEB.
           DISPLAY "Enseignant (blanc = tous) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ENSEIGNANT.

           MOVE ZERO TO WS-NB-PROFS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               MOVE 'N' TO WS-ELEMENT-TROUVE
               PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                       UNTIL WS-IDX-PROF > WS-NB-PROFS
                   IF WS-PROF(WS-IDX-PROF) = WS-H-ENSEIGNANT(WS-IDX)
                       SET WS-ELEMENT-EST-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ELEMENT-EST-TROUVE AND WS-NB-PROFS < 50
                   ADD 1 TO WS-NB-PROFS
                   MOVE WS-H-ENSEIGNANT(WS-IDX)
                       TO WS-PROF(WS-NB-PROFS)
               END-IF
           END-PERFORM.

           OPEN OUTPUT F-EDITION.
           MOVE ZERO TO WS-NB-EDITES.
           PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                   UNTIL WS-IDX-PROF > WS-NB-PROFS
               IF WS-SAISIE-ENSEIGNANT = SPACES
                  OR WS-SAISIE-ENSEIGNANT = WS-PROF(WS-IDX-PROF)
                   ADD 1 TO WS-NB-EDITES
                   PERFORM 5210-EDITER-UN-ENSEIGNANT-DEB
                      THRU 5210-EDITER-UN-ENSEIGNANT-FIN
               END-IF
           END-PERFORM.
           CLOSE F-EDITION.
           IF WS-NB-EDITES = ZERO
               DISPLAY "/!\ Enseignant sans heure de cours /!\"
           ELSE
               DISPLAY "Edition ecrite dans emploi-du-temps-edition.txt"
               PERFORM 5950-CATALOGUER-EDITION-DEB
                  THRU 5950-CATALOGUER-EDITION-FIN
           END-IF.
       5200-EDITER-ENSEIGNANTS-FIN.
           EXIT.

       5210-EDITER-UN-ENSEIGNANT-DEB.
           MOVE SPACES TO WS-GRILLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               IF WS-H-ENSEIGNANT(WS-IDX) = WS-PROF(WS-IDX-PROF)
                   MOVE SPACES TO WS-CASE
                   STRING WS-H-CLASSE(WS-IDX) " "
                          WS-H-SALLE(WS-IDX)
                       DELIMITED BY SIZE
                       INTO WS-CASE
                   END-STRING
                   MOVE WS-CASE TO WS-GR-CASE(WS-H-CRENEAU(WS-IDX),
                                              WS-H-JOUR(WS-IDX))
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "EMPLOI DU TEMPS DE "
                  FUNCTION TRIM(WS-PROF(WS-IDX-PROF))
                  " (classe / salle)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5800-IMPRIMER-GRILLE-DEB
              THRU 5800-IMPRIMER-GRILLE-FIN.
       5210-EDITER-UN-ENSEIGNANT-FIN.
           EXIT.


      ******************************************************************
      * === 5300 === GRILLE D'OCCUPATION DES SALLES                    *
      * Une ligne par salle : ses 40 créneaux de la semaine (X =       *
      * occupé, . = libre), heures occupées et taux d'occupation       *
      ******************************************************************

       5300-EDITER-SALLES-DEB.
           MOVE ZERO TO WS-NB-SALLES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               MOVE 'N' TO WS-ELEMENT-TROUVE
               PERFORM VARYING WS-IDX-SALLE FROM 1 BY 1
                       UNTIL WS-IDX-SALLE > WS-NB-SALLES
                   IF WS-SL-NOM(WS-IDX-SALLE) = WS-H-SALLE(WS-IDX)
                       SET WS-ELEMENT-EST-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ELEMENT-EST-TROUVE AND WS-NB-SALLES < 50
                   ADD 1 TO WS-NB-SALLES
                   MOVE WS-H-SALLE(WS-IDX)
                       TO WS-SL-NOM(WS-NB-SALLES)
               END-IF
           END-PERFORM.

           OPEN OUTPUT F-EDITION.
           MOVE "OCCUPATION DES SALLES (X = occupe, . = libre)"
               TO WS-LIGNE-EDITION.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "Salle  | LUNDI    | MARDI    | MERCREDI | "
                  "JEUDI    | VENDREDI |"
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-SALLE FROM 1 BY 1
                   UNTIL WS-IDX-SALLE > WS-NB-SALLES
               PERFORM 5310-EDITER-UNE-SALLE-DEB
                  THRU 5310-EDITER-UNE-SALLE-FIN
           END-PERFORM.
           IF WS-NB-SALLES = ZERO
               MOVE "(emploi du temps vide)" TO WS-LIGNE-EDITION
               PERFORM 5900-ECRIRE-LIGNE-DEB
                  THRU 5900-ECRIRE-LIGNE-FIN
           END-IF.
           CLOSE F-EDITION.
           DISPLAY "Edition ecrite dans emploi-du-temps-edition.txt".
           PERFORM 5950-CATALOGUER-EDITION-DEB
              THRU 5950-CATALOGUER-EDITION-FIN.
       5300-EDITER-SALLES-FIN.
           EXIT.

       5310-EDITER-UNE-SALLE-DEB.
           MOVE WS-SL-NOM(WS-IDX-SALLE) TO WS-LS-SALLE.
           MOVE ZERO TO WS-SL-NB-HEURES(WS-IDX-SALLE).
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 5
               PERFORM VARYING WS-IDX-CRENEAU FROM 1 BY 1
                       UNTIL WS-IDX-CRENEAU > 8
                   MOVE "." TO WS-LS-CRENEAU(WS-IDX-JOUR,
                                             WS-IDX-CRENEAU)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-HEURES
               IF WS-H-SALLE(WS-IDX) = WS-SL-NOM(WS-IDX-SALLE)
                   MOVE "X" TO WS-LS-CRENEAU(WS-H-JOUR(WS-IDX),
                                             WS-H-CRENEAU(WS-IDX))
                   ADD 1 TO WS-SL-NB-HEURES(WS-IDX-SALLE)
               END-IF
           END-PERFORM.
           MOVE WS-SL-NB-HEURES(WS-IDX-SALLE) TO WS-LS-NB-HEURES.
           COMPUTE WS-TAUX ROUNDED =
               WS-SL-NB-HEURES(WS-IDX-SALLE) * 100 / 40.
           MOVE WS-TAUX TO WS-LS-TAUX.
           MOVE WS-LIGNE-SALLE TO WS-LIGNE-EDITION.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
       5310-EDITER-UNE-SALLE-FIN.
           EXIT.


      ******************************************************************
      * === 5800 === IMPRESSION D'UNE GRILLE CRÉNEAUX x JOURS          *
      * Le titre est dans WS-LIGNE-EDITION, les cases dans WS-GRILLE   *
      ******************************************************************

       5800-IMPRIMER-GRILLE-DEB.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LG-CRENEAU.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 5
               MOVE WS-JOUR-LIB(WS-IDX-JOUR)
                   TO WS-LG-CASE(WS-IDX-JOUR)
           END-PERFORM.
           MOVE WS-LIGNE-GRILLE TO WS-LIGNE-EDITION.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-CRENEAU FROM 1 BY 1
                   UNTIL WS-IDX-CRENEAU > 8
               MOVE WS-CRENEAU-LIB(WS-IDX-CRENEAU) TO WS-LG-CRENEAU
               PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                       UNTIL WS-IDX-JOUR > 5
                   MOVE WS-GR-CASE(WS-IDX-CRENEAU, WS-IDX-JOUR)
                       TO WS-LG-CASE(WS-IDX-JOUR)
               END-PERFORM
               MOVE WS-LIGNE-GRILLE TO WS-LIGNE-EDITION
               PERFORM 5900-ECRIRE-LIGNE-DEB
                  THRU 5900-ECRIRE-LIGNE-FIN
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM 5900-ECRIRE-LIGNE-DEB
              THRU 5900-ECRIRE-LIGNE-FIN.
       5800-IMPRIMER-GRILLE-FIN.
           EXIT.


      ******************************************************************
      * === 5900 === ÉCRITURE D'UNE LIGNE D'ÉDITION (ÉCRAN + FICHIER)  *
      ******************************************************************

       5900-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REC-F-EDITION.
           WRITE REC-F-EDITION.
       5900-ECRIRE-LIGNE-FIN.
           EXIT.


      ******************************************************************
      * === 5950 === ÉDITION CONSERVÉE ET INSCRITE AU CATALOGUE DES    *
      * RAPPORTS                                                       *
      ******************************************************************

       5950-CATALOGUER-EDITION-DEB.
           MOVE "emploi-du-temps-edition.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       5950-CATALOGUER-EDITION-FIN.
           EXIT.
