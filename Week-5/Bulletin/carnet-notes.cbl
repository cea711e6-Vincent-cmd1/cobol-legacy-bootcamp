      ******************************************************************
      * Programme : carnet-notes                                       *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Carnet de notes des enseignants : chaque évaluation    *
      *            (date, type, poids, note) est saisie par élève,     *
      *            au lieu d'une moyenne calculée hors système et      *
      *            reportée à la main dans les enregistrements type    *
      *            02 de input.txt.                                    *
      *                                                                *
      * Fonction  :                                                    *
      *  - Saisie d'une évaluation pour une classe : l'enseignant      *
      *    (enseignants.txt) choisit l'un de ses cours, puis note      *
      *    chaque élève de la classe (eleve-master.txt) ; note         *
      *    blanche = élève non noté. Evaluations conservées dans       *
      *    evaluations.txt.                                            *
      *  - Correction ou suppression d'une note.                       *
      *  - Relevé détaillé d'un élève pour un trimestre, imprimable    *
      *    pour les rencontres parents (carnet-releve-ID-T.txt).       *
      *  - Fin de trimestre : note de chaque cours = moyenne des       *
      *    notes pondérée par les poids, et réécriture des             *
      *    enregistrements type 02 de input.txt des élèves porteurs    *
      *    d'un identifiant : les cours du carnet remplacent les       *
      *    lignes 02 existantes, placées juste après le type 01.       *
      *    L'ancien input.txt est gardé sous                           *
      *    input-avant-carnet-AAAAMMJJ.txt.                            *
      *                                                                *
      * Limitation :                                                   *
      *  - bulletin-gen lit le coefficient et la note du type 02 en    *
      *    entiers (coefficient en position 25 des données, note en    *
      *    28-29) : la moyenne est arrondie à l'entier, et le          *
      *    coefficient repris de la ligne 02 du cours déjà présente    *
      *    dans input.txt (1 à défaut).                                *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. carnet-notes.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Evaluations saisies, une ligne par élève et par évaluation
           SELECT F-EVALUATIONS ASSIGN TO "evaluations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVALUATIONS.

      * Référentiel des enseignants (cf. bulletin-gen.cbl)
           SELECT F-ENSEIGNANTS ASSIGN TO "enseignants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENSEIGNANTS.

      * Fichier maître des élèves (cf. eleves-master.cbl)
           SELECT F-MASTER
               ASSIGN TO "eleve-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EM-ID
               FILE STATUS IS WS-FS-MASTER.

      * Flux d'entrée de bulletin-gen et sa nouvelle version
           SELECT F-INPUT ASSIGN TO WS-NOM-INPUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT.
           SELECT F-INPUT-NOUVEAU ASSIGN TO WS-NOM-INPUT-NOUVEAU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT-NOUVEAU.

      * Relevé détaillé d'un élève
           SELECT F-RELEVE ASSIGN TO WS-NOM-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Une note d'un élève à une évaluation : trimestre, cours,
      * élève, date, type (DEVOIR, INTERRO, EXAMEN...), poids, note
      * sur 20 et enseignant qui l'a saisie
       FD  F-EVALUATIONS
           RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-EVALUATION.
           05 FS-EV-TRIMESTRE               PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-EV-COURS                   PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-EV-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-EV-DATE                    PIC 9(08).
           05 FILLER                        PIC X(01).
           05 FS-EV-TYPE                    PIC X(10).
           05 FILLER                        PIC X(01).
           05 FS-EV-POIDS                   PIC 9V9.
           05 FILLER                        PIC X(01).
           05 FS-EV-NOTE                    PIC 99V99.
           05 FILLER                        PIC X(01).
           05 FS-EV-ENSEIGNANT              PIC X(25).

      * Référentiel des enseignants : cours + enseignant
       FD  F-ENSEIGNANTS
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-ENSEIGNANT.
           05 FS-ENS-COURS                  PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-ENS-NOM                    PIC X(25).

      * Fichier maître des élèves (cf. eleves-master.cbl)
       FD  F-MASTER.
       01  FS-ENR-MASTER.
           05 FS-EM-ID                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 FS-EM-NOM                      PIC X(15).
           05 FILLER                         PIC X(01).
           05 FS-EM-PRENOM                   PIC X(15).
           05 FILLER                         PIC X(01).
           05 FS-EM-CLASSE                   PIC X(04).

      * Flux de bulletin-gen : type sur deux positions + données
      * (cf. REC-F-INPUT dans bulletin-gen.cbl), recopié à sa
      * longueur d'origine
       FD  F-INPUT
           RECORD IS VARYING IN SIZE FROM 2 TO 1000 CHARACTERS
               DEPENDING ON WS-LG-INPUT.
       01  REC-F-INPUT.
           05 REC-TYPE-CODE                 PIC 9(02).
           05 REC-DATA                      PIC X(998).

       FD  F-INPUT-NOUVEAU
           RECORD IS VARYING IN SIZE FROM 2 TO 1000 CHARACTERS
               DEPENDING ON WS-LG-SORTIE.
       01  REC-F-INPUT-NOUVEAU              PIC X(1000).

       FD  F-RELEVE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENR-RELEVE                    PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-EVALUATIONS                PIC X(02).
       01  WS-FS-ENSEIGNANTS                PIC X(02).
       01  WS-FS-MASTER                     PIC X(02).
       01  WS-FS-INPUT                      PIC X(02).
       01  WS-FS-INPUT-NOUVEAU              PIC X(02).
       01  WS-FS-RELEVE                     PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * ÉVALUATIONS EN MÉMOIRE (5000 NOTES MAX)                        *
      *----------------------------------------------------------------*
       01  WS-NB-EVALUATIONS                PIC 9(04) VALUE ZERO.
       01  WS-IDX-EV                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-EVALUATIONS.
           05 WS-EVALUATION OCCURS 5000 TIMES.
               10 WS-EV-TRIMESTRE           PIC 9(01).
               10 WS-EV-COURS               PIC X(21).
               10 WS-EV-ELEVE-ID            PIC 9(06).
               10 WS-EV-DATE                PIC 9(08).
               10 WS-EV-TYPE                PIC X(10).
               10 WS-EV-POIDS               PIC 9V9.
               10 WS-EV-NOTE                PIC 99V99.
               10 WS-EV-ENSEIGNANT          PIC X(25).

      *----------------------------------------------------------------*
      * RÉFÉRENTIEL DES ENSEIGNANTS ET FICHIER MAÎTRE                  *
      *----------------------------------------------------------------*
       01  WS-NB-ENSEIGNANTS                PIC 9(03) VALUE ZERO.
       01  WS-IDX-ENS                       PIC 9(03) VALUE ZERO.
       01  WS-TAB-ENSEIGNANTS.
           05 WS-ENSEIGNANT OCCURS 200 TIMES.
               10 WS-ENS-COURS              PIC X(21).
               10 WS-ENS-NOM                PIC X(25).

       01  WS-NB-MASTER                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-M                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-MASTER.
           05 WS-MASTER OCCURS 999 TIMES.
               10 WS-M-ID                   PIC 9(06).
               10 WS-M-NOM                  PIC X(15).
               10 WS-M-PRENOM               PIC X(15).
               10 WS-M-CLASSE               PIC X(04).

      *----------------------------------------------------------------*
      * MOYENNES PONDÉRÉES PAR ÉLÈVE ET PAR COURS                      *
      *----------------------------------------------------------------*
       01  WS-NB-MOYENNES                   PIC 9(04) VALUE ZERO.
       01  WS-IDX-MO                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-MOYENNES.
           05 WS-MOYENNE OCCURS 3000 TIMES.
               10 WS-MO-ELEVE-ID            PIC 9(06).
               10 WS-MO-COURS               PIC X(21).
               10 WS-MO-SOMME-NP            PIC 9(06)V9(03).
               10 WS-MO-SOMME-POIDS         PIC 9(05)V9.

      * Coefficient de chaque cours, relevé dans les lignes 02
      * existantes de input.txt
       01  WS-NB-COEFS                      PIC 9(02) VALUE ZERO.
       01  WS-IDX-CO                        PIC 9(02) VALUE ZERO.
       01  WS-TAB-COEFS.
           05 WS-COEF-COURS OCCURS 50 TIMES.
               10 WS-CO-COURS               PIC X(21).
               10 WS-CO-COEF                PIC 9(01).

      *----------------------------------------------------------------*
      * MENU ET ZONES DE SAISIE                                        *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.

       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-SAISIE-ENSEIGNANT             PIC X(25).
       01  WS-SAISIE-COURS                  PIC X(21).
       01  WS-SAISIE-CLASSE                 PIC X(04).
       01  WS-SAISIE-TRIMESTRE              PIC X(01).
       01  WS-SAISIE-DATE                   PIC X(08).
       01  WS-SAISIE-TYPE                   PIC X(10).
       01  WS-SAISIE-VALEUR                 PIC X(08).
       01  WS-SAISIE-ID                     PIC 9(06).
       01  WS-SAISIE-CONFIRME               PIC X(01).
           88 WS-CONFIRME                              VALUE 'O'.

       01  WS-TRIMESTRE                     PIC 9(01).
       01  WS-DATE-EVALUATION               PIC 9(08).
       01  WS-POIDS                         PIC 9V9.
       01  WS-NOTE                          PIC 99V99.
       01  WS-VALEUR-OK                     PIC X(01) VALUE 'N'.
           88 WS-VALEUR-EST-OK                         VALUE 'O'.
       01  WS-IDX-TROUVE                    PIC 9(04) VALUE ZERO.
       01  WS-IDX-MAINT                     PIC 9(04) VALUE ZERO.
       01  WS-NB-NOTES-SAISIES              PIC 9(03) VALUE ZERO.
       01  WS-NB-ELEVES-CLASSE              PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * GÉNÉRATION DES TYPES 02 DANS input.txt                         *
      *----------------------------------------------------------------*
       01  WS-NOM-INPUT                     PIC X(40)
                                            VALUE "input.txt".
       01  WS-NOM-INPUT-NOUVEAU             PIC X(40)
                                            VALUE "input-carnet.tmp".
       01  WS-NOM-INPUT-AVANT               PIC X(40) VALUE SPACES.
       01  WS-RC-FICHIER                    PIC S9(9) COMP-5.
       01  WS-LG-INPUT                      PIC 9(04) COMP.
       01  WS-LG-SORTIE                     PIC 9(04) COMP.
       01  WS-FIN-INPUT                     PIC X(01) VALUE 'N'.
           88 WS-FIN-INPUT-ATTEINTE                    VALUE 'O'.
       01  WS-ID-COURANT                    PIC 9(06) VALUE ZERO.
       01  WS-ELEVE-GERE                    PIC X(01) VALUE 'N'.
           88 WS-ELEVE-EST-GERE                        VALUE 'O'.
       01  WS-COURS-AU-CARNET               PIC X(01) VALUE 'N'.
           88 WS-COURS-EST-AU-CARNET                   VALUE 'O'.

      * Ligne 02 au format lu par bulletin-gen : libellé, puis
      * coefficient en position 25 et note en 28-29 des données
       01  WS-ENR-TYPE02.
           05 WS-T2-TYPE                    PIC X(02) VALUE "02".
           05 WS-T2-COURS                   PIC X(21).
           05 WS-T2-ZEROS-1                 PIC X(03) VALUE "000".
           05 WS-T2-COEF                    PIC 9(01).
           05 WS-T2-ZEROS-2                 PIC X(02) VALUE "00".
           05 WS-T2-NOTE                    PIC 9(02).

       01  WS-NOTE-CALCULEE                 PIC 99V99.
       01  WS-NB-ELEVES-MAJ                 PIC 9(04) VALUE ZERO.
       01  WS-NB-LIGNES-GENEREES            PIC 9(04) VALUE ZERO.
       01  WS-NB-LIGNES-REMPLACEES          PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * ÉDITION DU RELEVÉ                                              *
      *----------------------------------------------------------------*
       01  WS-NOM-RELEVE                    PIC X(40).
       01  WS-TIRET                         PIC X(80) VALUE ALL "-".
       01  WS-LIGNE-RELEVE                  PIC X(80).
       01  WS-COURS-PRECEDENT               PIC X(21).
       01  WS-NOTE-ED                       PIC Z9,99.
       01  WS-POIDS-ED                      PIC 9,9.
       01  WS-NOM-ED                        PIC X(15).
       01  WS-PRENOM-ED                     PIC X(15).
       01  WS-CLASSE-ED                     PIC X(04).
       01  WS-NB-LIGNES-RELEVE              PIC 9(03) VALUE ZERO.


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-CHARGER-MASTER-DEB
              THRU 1000-CHARGER-MASTER-FIN.
           PERFORM 1100-CHARGER-ENSEIGNANTS-DEB
              THRU 1100-CHARGER-ENSEIGNANTS-FIN.
           PERFORM 1200-CHARGER-EVALUATIONS-DEB
              THRU 1200-CHARGER-EVALUATIONS-FIN.

           PERFORM 4000-MENU-DEB
              THRU 4000-MENU-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DU FICHIER MAÎTRE DES ÉLÈVES           *
      ******************************************************************

       1000-CHARGER-MASTER-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "Probleme ouverture eleve-master.txt"
               DISPLAY "Code F-STATUS : " WS-FS-MASTER
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE ZERO TO FS-EM-ID.
           START F-MASTER KEY IS >= FS-EM-ID
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.
           PERFORM UNTIL QUITTER
               READ F-MASTER NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-MASTER < 999
                           ADD 1 TO WS-NB-MASTER
                           MOVE FS-EM-ID
                               TO WS-M-ID(WS-NB-MASTER)
                           MOVE FS-EM-NOM
                               TO WS-M-NOM(WS-NB-MASTER)
                           MOVE FS-EM-PRENOM
                               TO WS-M-PRENOM(WS-NB-MASTER)
                           MOVE FS-EM-CLASSE
                               TO WS-M-CLASSE(WS-NB-MASTER)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-MASTER.
       1000-CHARGER-MASTER-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === CHARGEMENT DU RÉFÉRENTIEL DES ENSEIGNANTS         *
      ******************************************************************

       1100-CHARGER-ENSEIGNANTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ENSEIGNANTS.
           IF WS-FS-ENSEIGNANTS NOT = "00"
               DISPLAY "Probleme ouverture enseignants.txt"
               DISPLAY "Code F-STATUS : " WS-FS-ENSEIGNANTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ENSEIGNANTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-ENSEIGNANTS < 200
                           ADD 1 TO WS-NB-ENSEIGNANTS
                           MOVE FS-ENS-COURS
                               TO WS-ENS-COURS(WS-NB-ENSEIGNANTS)
                           MOVE FS-ENS-NOM
                               TO WS-ENS-NOM(WS-NB-ENSEIGNANTS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ENSEIGNANTS.
       1100-CHARGER-ENSEIGNANTS-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === CHARGEMENT DES ÉVALUATIONS                        *
      * Fichier absent = carnet vide, créé à la première saisie        *
      ******************************************************************

       1200-CHARGER-EVALUATIONS-DEB.
           MOVE ZERO TO WS-NB-EVALUATIONS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EVALUATIONS.
           IF WS-FS-EVALUATIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EVALUATIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-EVALUATIONS < 5000
                           ADD 1 TO WS-NB-EVALUATIONS
                           MOVE FS-EV-TRIMESTRE
                             TO WS-EV-TRIMESTRE(WS-NB-EVALUATIONS)
                           MOVE FS-EV-COURS
                             TO WS-EV-COURS(WS-NB-EVALUATIONS)
                           MOVE FS-EV-ELEVE-ID
                             TO WS-EV-ELEVE-ID(WS-NB-EVALUATIONS)
                           MOVE FS-EV-DATE
                             TO WS-EV-DATE(WS-NB-EVALUATIONS)
                           MOVE FS-EV-TYPE
                             TO WS-EV-TYPE(WS-NB-EVALUATIONS)
                           MOVE FS-EV-POIDS
                             TO WS-EV-POIDS(WS-NB-EVALUATIONS)
                           MOVE FS-EV-NOTE
                             TO WS-EV-NOTE(WS-NB-EVALUATIONS)
                           MOVE FS-EV-ENSEIGNANT
                             TO WS-EV-ENSEIGNANT(WS-NB-EVALUATIONS)
                       ELSE
                           DISPLAY "/!\ Carnet plein (5000 notes), "
                                   "notes suivantes ignorees /!\"
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EVALUATIONS = "00" OR WS-FS-EVALUATIONS = "10"
               CLOSE F-EVALUATIONS
           END-IF.
       1200-CHARGER-EVALUATIONS-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* CARNET DE NOTES                         *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Saisir une evaluation (classe)      *"
               DISPLAY "* 2 - Corriger / supprimer une note       *"
               DISPLAY "* 3 - Releve detaille d'un eleve          *"
               DISPLAY "* 4 - Fin de trimestre : notes vers       *"
               DISPLAY "*     input.txt (enregistrements 02)      *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-SAISIR-EVALUATION-DEB
                          THRU 4100-SAISIR-EVALUATION-FIN
                   WHEN 2
                       PERFORM 4200-CORRIGER-NOTE-DEB
                          THRU 4200-CORRIGER-NOTE-FIN
                   WHEN 3
                       PERFORM 4300-RELEVE-ELEVE-DEB
                          THRU 4300-RELEVE-ELEVE-FIN
                   WHEN 4
                       PERFORM 4400-GENERER-TYPE02-DEB
                          THRU 4400-GENERER-TYPE02-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === SAISIE D'UNE ÉVALUATION POUR UNE CLASSE           *
      * L'enseignant ne saisit que pour l'un de ses cours              *
      ******************************************************************

       4100-SAISIR-EVALUATION-DEB.
           DISPLAY "Enseignant : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ENSEIGNANT.
           DISPLAY "Cours : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-COURS.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENSEIGNANTS
               IF WS-ENS-NOM(WS-IDX-ENS) = WS-SAISIE-ENSEIGNANT
                  AND WS-ENS-COURS(WS-IDX-ENS) = WS-SAISIE-COURS
                   MOVE WS-IDX-ENS TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Cours non attribue a cet enseignant "
                       "dans enseignants.txt /!\"
               GO TO 4100-SAISIR-EVALUATION-FIN
           END-IF.

           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           PERFORM 4810-SAISIR-TRIMESTRE-DEB
              THRU 4810-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4100-SAISIR-EVALUATION-FIN
           END-IF.
           DISPLAY "Date (AAAAMMJJ, blanc = aujourd'hui) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-EVALUATION
           ELSE
               IF WS-SAISIE-DATE IS NOT NUMERIC
                   DISPLAY "/!\ Date invalide /!\"
                   GO TO 4100-SAISIR-EVALUATION-FIN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-EVALUATION
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EVALUATION)
                  NOT = 0
                   DISPLAY "/!\ Date invalide /!\"
                   GO TO 4100-SAISIR-EVALUATION-FIN
               END-IF
           END-IF.
           DISPLAY "Type (DEVOIR, INTERRO, EXAMEN, ORAL...) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE = SPACES
               DISPLAY "/!\ Type obligatoire /!\"
               GO TO 4100-SAISIR-EVALUATION-FIN
           END-IF.
           DISPLAY "Poids (0,1 a 9,9) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-VALEUR.
           PERFORM 4820-CONTROLER-POIDS-DEB
              THRU 4820-CONTROLER-POIDS-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4100-SAISIR-EVALUATION-FIN
           END-IF.

           OPEN EXTEND F-EVALUATIONS.
           IF WS-FS-EVALUATIONS = "35"
               OPEN OUTPUT F-EVALUATIONS
               CLOSE F-EVALUATIONS
               OPEN EXTEND F-EVALUATIONS
           END-IF.
           IF WS-FS-EVALUATIONS NOT = "00"
               DISPLAY "Probleme ouverture evaluations.txt"
               DISPLAY "Code F-STATUS : " WS-FS-EVALUATIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE ZERO TO WS-NB-NOTES-SAISIES WS-NB-ELEVES-CLASSE.
           DISPLAY "Note sur 20 de chaque eleve (blanc = non note)".
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-CLASSE(WS-IDX-M) = WS-SAISIE-CLASSE
                   ADD 1 TO WS-NB-ELEVES-CLASSE
                   PERFORM 4110-NOTER-ELEVE-DEB
                      THRU 4110-NOTER-ELEVE-FIN
               END-IF
           END-PERFORM.
           CLOSE F-EVALUATIONS.

           IF WS-NB-ELEVES-CLASSE = ZERO
               DISPLAY "/!\ Aucun eleve de la classe "
                       WS-SAISIE-CLASSE " au fichier maitre /!\"
           ELSE
               DISPLAY WS-NB-NOTES-SAISIES " note(s) enregistree(s) "
                       "sur " WS-NB-ELEVES-CLASSE " eleve(s)."
           END-IF.
       4100-SAISIR-EVALUATION-FIN.
           EXIT.

      * Un élève : note saisie jusqu'à ce qu'elle soit valide ou
      * blanche
       4110-NOTER-ELEVE-DEB.
           MOVE 'N' TO WS-VALEUR-OK.
           PERFORM UNTIL WS-VALEUR-EST-OK
               DISPLAY "  " WS-M-ID(WS-IDX-M) " "
                       WS-M-NOM(WS-IDX-M) " " WS-M-PRENOM(WS-IDX-M)
                       " : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-VALEUR
               IF WS-SAISIE-VALEUR = SPACES
                   GO TO 4110-NOTER-ELEVE-FIN
               END-IF
               PERFORM 4830-CONTROLER-NOTE-DEB
                  THRU 4830-CONTROLER-NOTE-FIN
           END-PERFORM.

           IF WS-NB-EVALUATIONS >= 5000
               DISPLAY "/!\ Carnet plein (5000 notes) /!\"
               GO TO 4110-NOTER-ELEVE-FIN
           END-IF.
           ADD 1 TO WS-NB-EVALUATIONS.
           MOVE WS-TRIMESTRE    TO WS-EV-TRIMESTRE(WS-NB-EVALUATIONS).
           MOVE WS-SAISIE-COURS TO WS-EV-COURS(WS-NB-EVALUATIONS).
           MOVE WS-M-ID(WS-IDX-M)
                                TO WS-EV-ELEVE-ID(WS-NB-EVALUATIONS).
           MOVE WS-DATE-EVALUATION
                                TO WS-EV-DATE(WS-NB-EVALUATIONS).
           MOVE WS-SAISIE-TYPE  TO WS-EV-TYPE(WS-NB-EVALUATIONS).
           MOVE WS-POIDS        TO WS-EV-POIDS(WS-NB-EVALUATIONS).
           MOVE WS-NOTE         TO WS-EV-NOTE(WS-NB-EVALUATIONS).
           MOVE WS-SAISIE-ENSEIGNANT
                                TO WS-EV-ENSEIGNANT(WS-NB-EVALUATIONS).

           MOVE WS-NB-EVALUATIONS TO WS-IDX-EV.
           PERFORM 4910-ECRIRE-EVALUATION-DEB
              THRU 4910-ECRIRE-EVALUATION-FIN.
           ADD 1 TO WS-NB-NOTES-SAISIES.
       4110-NOTER-ELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === CORRECTION OU SUPPRESSION D'UNE NOTE              *
      * Note retrouvée par élève, cours, date et type ; le carnet est  *
      * réécrit en entier                                              *
      ******************************************************************

       4200-CORRIGER-NOTE-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           DISPLAY "Cours : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-COURS.
           DISPLAY "Date de l'evaluation (AAAAMMJJ) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           DISPLAY "Type : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.

           MOVE ZERO TO WS-IDX-TROUVE.
           IF WS-SAISIE-DATE IS NUMERIC
               MOVE WS-SAISIE-DATE TO WS-DATE-EVALUATION
               PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                       UNTIL WS-IDX-EV > WS-NB-EVALUATIONS
                   IF WS-EV-ELEVE-ID(WS-IDX-EV) = WS-SAISIE-ID
                      AND WS-EV-COURS(WS-IDX-EV) = WS-SAISIE-COURS
                      AND WS-EV-DATE(WS-IDX-EV) = WS-DATE-EVALUATION
                      AND WS-EV-TYPE(WS-IDX-EV) = WS-SAISIE-TYPE
                       MOVE WS-IDX-EV TO WS-IDX-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Note introuvable /!\"
               GO TO 4200-CORRIGER-NOTE-FIN
           END-IF.

           MOVE WS-EV-NOTE(WS-IDX-TROUVE)  TO WS-NOTE-ED.
           MOVE WS-EV-POIDS(WS-IDX-TROUVE) TO WS-POIDS-ED.
           DISPLAY "Note actuelle : " WS-NOTE-ED " (poids "
                   WS-POIDS-ED ", saisie par "
                   FUNCTION TRIM(WS-EV-ENSEIGNANT(WS-IDX-TROUVE)) ")".
           DISPLAY "Nouvelle note (S = supprimer) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-VALEUR.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-VALEUR)
               TO WS-SAISIE-VALEUR.

           IF WS-SAISIE-VALEUR = "S"
               DISPLAY "Confirmer la suppression (O/N) : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRME
               IF NOT WS-CONFIRME
                   DISPLAY "Suppression annulee."
                   GO TO 4200-CORRIGER-NOTE-FIN
               END-IF
      * Décalage des entrées suivantes pour combler le trou
               PERFORM VARYING WS-IDX-MAINT FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-MAINT >= WS-NB-EVALUATIONS
                   MOVE WS-EVALUATION(WS-IDX-MAINT + 1)
                       TO WS-EVALUATION(WS-IDX-MAINT)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-EVALUATIONS
               DISPLAY "Note supprimee."
           ELSE
               PERFORM 4830-CONTROLER-NOTE-DEB
                  THRU 4830-CONTROLER-NOTE-FIN
               IF NOT WS-VALEUR-EST-OK
                   GO TO 4200-CORRIGER-NOTE-FIN
               END-IF
               MOVE WS-NOTE TO WS-EV-NOTE(WS-IDX-TROUVE)
               DISPLAY "Note corrigee."
           END-IF.

           OPEN OUTPUT F-EVALUATIONS.
           IF WS-FS-EVALUATIONS NOT = "00"
               DISPLAY "Probleme ouverture evaluations.txt"
               DISPLAY "Code F-STATUS : " WS-FS-EVALUATIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                   UNTIL WS-IDX-EV > WS-NB-EVALUATIONS
               PERFORM 4910-ECRIRE-EVALUATION-DEB
                  THRU 4910-ECRIRE-EVALUATION-FIN
           END-PERFORM.
           CLOSE F-EVALUATIONS.
       4200-CORRIGER-NOTE-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === RELEVÉ DÉTAILLÉ D'UN ÉLÈVE POUR UN TRIMESTRE      *
      * Évaluations groupées par cours, avec la note du cours          *
      ******************************************************************

       4300-RELEVE-ELEVE-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM 4810-SAISIR-TRIMESTRE-DEB
              THRU 4810-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4300-RELEVE-ELEVE-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-ED WS-PRENOM-ED WS-CLASSE-ED.
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-ID(WS-IDX-M) = WS-SAISIE-ID
                   MOVE WS-M-NOM(WS-IDX-M)    TO WS-NOM-ED
                   MOVE WS-M-PRENOM(WS-IDX-M) TO WS-PRENOM-ED
                   MOVE WS-M-CLASSE(WS-IDX-M) TO WS-CLASSE-ED
               END-IF
           END-PERFORM.

           PERFORM 4700-CALCULER-MOYENNES-DEB
              THRU 4700-CALCULER-MOYENNES-FIN.

           MOVE SPACES TO WS-NOM-RELEVE.
           STRING "carnet-releve-" WS-SAISIE-ID "-" WS-TRIMESTRE
                  ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-RELEVE
           END-STRING.
           OPEN OUTPUT F-RELEVE.
           IF WS-FS-RELEVE NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-RELEVE
               DISPLAY "Code F-STATUS : " WS-FS-RELEVE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE WS-TIRET TO WS-LIGNE-RELEVE.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING " RELEVE DES EVALUATIONS - TRIMESTRE " WS-TRIMESTRE
                  " - EDITE LE " WS-DATE-JOUR
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING " Eleve " WS-SAISIE-ID " " WS-NOM-ED " "
                  WS-PRENOM-ED " classe " WS-CLASSE-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-RELEVE.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.

           MOVE ZERO TO WS-NB-LIGNES-RELEVE.
           PERFORM VARYING WS-IDX-MO FROM 1 BY 1
                   UNTIL WS-IDX-MO > WS-NB-MOYENNES
               IF WS-MO-ELEVE-ID(WS-IDX-MO) = WS-SAISIE-ID
                   PERFORM 4310-RELEVE-COURS-DEB
                      THRU 4310-RELEVE-COURS-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-RELEVE = ZERO
               MOVE " (aucune evaluation pour ce trimestre)"
                   TO WS-LIGNE-RELEVE
               PERFORM 4390-ECRIRE-RELEVE-DEB
                  THRU 4390-ECRIRE-RELEVE-FIN
           END-IF.
           CLOSE F-RELEVE.
           DISPLAY "Releve ecrit dans " WS-NOM-RELEVE.
       4300-RELEVE-ELEVE-FIN.
           EXIT.

      * Un cours de l'élève : ses évaluations, puis la note du cours
       4310-RELEVE-COURS-DEB.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING " " WS-MO-COURS(WS-IDX-MO)
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
           PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                   UNTIL WS-IDX-EV > WS-NB-EVALUATIONS
               IF WS-EV-ELEVE-ID(WS-IDX-EV) = WS-SAISIE-ID
                  AND WS-EV-TRIMESTRE(WS-IDX-EV) = WS-TRIMESTRE
                  AND WS-EV-COURS(WS-IDX-EV) = WS-MO-COURS(WS-IDX-MO)
                   ADD 1 TO WS-NB-LIGNES-RELEVE
                   MOVE WS-EV-NOTE(WS-IDX-EV)  TO WS-NOTE-ED
                   MOVE WS-EV-POIDS(WS-IDX-EV) TO WS-POIDS-ED
                   MOVE SPACES TO WS-LIGNE-RELEVE
                   STRING "    " WS-EV-DATE(WS-IDX-EV) "  "
                          WS-EV-TYPE(WS-IDX-EV) "  poids "
                          WS-POIDS-ED "  note " WS-NOTE-ED " / 20"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RELEVE
                   END-STRING
                   PERFORM 4390-ECRIRE-RELEVE-DEB
                      THRU 4390-ECRIRE-RELEVE-FIN
               END-IF
           END-PERFORM.
           PERFORM 4720-NOTE-DU-COURS-DEB
              THRU 4720-NOTE-DU-COURS-FIN.
           MOVE WS-NOTE-CALCULEE TO WS-NOTE-ED.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING "    Moyenne ponderee du cours : " WS-NOTE-ED
                  " / 20"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
       4310-RELEVE-COURS-FIN.
           EXIT.

       4390-ECRIRE-RELEVE-DEB.
           DISPLAY WS-LIGNE-RELEVE.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       4390-ECRIRE-RELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4400 === FIN DE TRIMESTRE : TYPES 02 DE input.txt          *
      * 1re lecture : coefficient de chaque cours dans les lignes 02   *
      * existantes. 2e lecture : recopie dans input-carnet.tmp ;       *
      * après le type 01 d'un élève présent au carnet viennent les     *
      * lignes 02 calculées, et ses lignes 02 d'origine pour ces       *
      * mêmes cours sont écartées. input.txt devient                   *
      * input-avant-carnet-AAAAMMJJ.txt et la copie prend sa place     *
      ******************************************************************

       4400-GENERER-TYPE02-DEB.
           PERFORM 4810-SAISIR-TRIMESTRE-DEB
              THRU 4810-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4400-GENERER-TYPE02-FIN
           END-IF.
           PERFORM 4700-CALCULER-MOYENNES-DEB
              THRU 4700-CALCULER-MOYENNES-FIN.
           IF WS-NB-MOYENNES = ZERO
               DISPLAY "/!\ Aucune evaluation pour le trimestre "
                       WS-TRIMESTRE ", input.txt inchange /!\"
               GO TO 4400-GENERER-TYPE02-FIN
           END-IF.

           PERFORM 4410-RELEVER-COEFS-DEB
              THRU 4410-RELEVER-COEFS-FIN.
           IF WS-FS-INPUT NOT = "00" AND WS-FS-INPUT NOT = "10"
               GO TO 4400-GENERER-TYPE02-FIN
           END-IF.

           OPEN INPUT F-INPUT.
           OPEN OUTPUT F-INPUT-NOUVEAU.
           IF WS-FS-INPUT-NOUVEAU NOT = "00"
               DISPLAY "Probleme ouverture input-carnet.tmp"
               DISPLAY "Code F-STATUS : " WS-FS-INPUT-NOUVEAU
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE ZERO TO WS-NB-ELEVES-MAJ WS-NB-LIGNES-GENEREES
                        WS-NB-LIGNES-REMPLACEES.
           MOVE 'N' TO WS-ELEVE-GERE.
           MOVE 'N' TO WS-FIN-INPUT.
           PERFORM UNTIL WS-FIN-INPUT-ATTEINTE
               READ F-INPUT
                   AT END
                       SET WS-FIN-INPUT-ATTEINTE TO TRUE
                   NOT AT END
                       PERFORM 4420-RECOPIER-LIGNE-DEB
                          THRU 4420-RECOPIER-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE F-INPUT.
           CLOSE F-INPUT-NOUVEAU.

      * Remplacement de input.txt, l'ancienne version étant gardée
           MOVE SPACES TO WS-NOM-INPUT-AVANT.
           STRING "input-avant-carnet-" WS-DATE-JOUR ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-INPUT-AVANT
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-NOM-INPUT-AVANT
               RETURNING WS-RC-FICHIER.
           CALL "CBL_RENAME_FILE" USING WS-NOM-INPUT
                                         WS-NOM-INPUT-AVANT
               RETURNING WS-RC-FICHIER.
           IF WS-RC-FICHIER NOT = 0
               DISPLAY "/!\ Renommage de input.txt impossible (code "
                       WS-RC-FICHIER "), flux complete laisse dans "
                       "input-carnet.tmp /!\"
               GO TO 4400-GENERER-TYPE02-FIN
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-NOM-INPUT-NOUVEAU
                                         WS-NOM-INPUT
               RETURNING WS-RC-FICHIER.
           IF WS-RC-FICHIER NOT = 0
               DISPLAY "/!\ Mise en place du nouveau input.txt "
                       "impossible (code " WS-RC-FICHIER
                       "), ancien flux restaure /!\"
               CALL "CBL_RENAME_FILE" USING WS-NOM-INPUT-AVANT
                                             WS-NOM-INPUT
                   RETURNING WS-RC-FICHIER
               GO TO 4400-GENERER-TYPE02-FIN
           END-IF.

           DISPLAY "Eleves mis a jour depuis le carnet : "
                   WS-NB-ELEVES-MAJ.
           DISPLAY "Lignes 02 generees                 : "
                   WS-NB-LIGNES-GENEREES.
           DISPLAY "Lignes 02 d'origine remplacees     : "
                   WS-NB-LIGNES-REMPLACEES.
           DISPLAY "Ancien flux garde sous " WS-NOM-INPUT-AVANT.
       4400-GENERER-TYPE02-FIN.
           EXIT.

      * 1re lecture de input.txt : coefficient de chaque cours
       4410-RELEVER-COEFS-DEB.
           MOVE ZERO TO WS-NB-COEFS.
           OPEN INPUT F-INPUT.
           IF WS-FS-INPUT NOT = "00"
               DISPLAY "/!\ input.txt absent ou illisible (code "
                       WS-FS-INPUT ") /!\"
               GO TO 4410-RELEVER-COEFS-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-INPUT.
           PERFORM UNTIL WS-FIN-INPUT-ATTEINTE
               READ F-INPUT
                   AT END
                       SET WS-FIN-INPUT-ATTEINTE TO TRUE
                   NOT AT END
                       IF REC-TYPE-CODE = 02
                          AND REC-DATA(25:1) IS NUMERIC
                          AND REC-DATA(25:1) NOT = "0"
                           PERFORM 4415-NOTER-COEF-DEB
                              THRU 4415-NOTER-COEF-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INPUT.
       4410-RELEVER-COEFS-FIN.
           EXIT.

       4415-NOTER-COEF-DEB.
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-NB-COEFS
               IF WS-CO-COURS(WS-IDX-CO) = REC-DATA(1:21)
                   GO TO 4415-NOTER-COEF-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-COEFS < 50
               ADD 1 TO WS-NB-COEFS
               MOVE REC-DATA(1:21) TO WS-CO-COURS(WS-NB-COEFS)
               MOVE REC-DATA(25:1) TO WS-CO-COEF(WS-NB-COEFS)
           END-IF.
       4415-NOTER-COEF-FIN.
           EXIT.

      * 2e lecture : une ligne du flux
       4420-RECOPIER-LIGNE-DEB.
           IF REC-TYPE-CODE = 01 OR REC-TYPE-CODE = 04
               MOVE 'N' TO WS-ELEVE-GERE
           END-IF.

      * Ligne 02 d'origine d'un cours repris du carnet : écartée
           IF REC-TYPE-CODE = 02 AND WS-ELEVE-EST-GERE
               MOVE 'N' TO WS-COURS-AU-CARNET
               PERFORM VARYING WS-IDX-MO FROM 1 BY 1
                       UNTIL WS-IDX-MO > WS-NB-MOYENNES
                   IF WS-MO-ELEVE-ID(WS-IDX-MO) = WS-ID-COURANT
                      AND WS-MO-COURS(WS-IDX-MO) = REC-DATA(1:21)
                       SET WS-COURS-EST-AU-CARNET TO TRUE
                   END-IF
               END-PERFORM
               IF WS-COURS-EST-AU-CARNET
                   ADD 1 TO WS-NB-LIGNES-REMPLACEES
                   GO TO 4420-RECOPIER-LIGNE-FIN
               END-IF
           END-IF.

           MOVE WS-LG-INPUT TO WS-LG-SORTIE.
           MOVE REC-F-INPUT TO REC-F-INPUT-NOUVEAU.
           WRITE REC-F-INPUT-NOUVEAU.

           IF REC-TYPE-CODE = 01 AND REC-DATA(16:6) IS NUMERIC
               MOVE REC-DATA(16:6) TO WS-ID-COURANT
               PERFORM 4430-ECRIRE-TYPE02-DEB
                  THRU 4430-ECRIRE-TYPE02-FIN
           END-IF.
       4420-RECOPIER-LIGNE-FIN.
           EXIT.

      * Lignes 02 calculées de l'élève WS-ID-COURANT
       4430-ECRIRE-TYPE02-DEB.
           PERFORM VARYING WS-IDX-MO FROM 1 BY 1
                   UNTIL WS-IDX-MO > WS-NB-MOYENNES
               IF WS-MO-ELEVE-ID(WS-IDX-MO) = WS-ID-COURANT
                   IF NOT WS-ELEVE-EST-GERE
                       SET WS-ELEVE-EST-GERE TO TRUE
                       ADD 1 TO WS-NB-ELEVES-MAJ
                   END-IF
                   PERFORM 4720-NOTE-DU-COURS-DEB
                      THRU 4720-NOTE-DU-COURS-FIN
                   MOVE WS-MO-COURS(WS-IDX-MO) TO WS-T2-COURS
                   MOVE 1 TO WS-T2-COEF
                   PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                           UNTIL WS-IDX-CO > WS-NB-COEFS
                       IF WS-CO-COURS(WS-IDX-CO)
                          = WS-MO-COURS(WS-IDX-MO)
                           MOVE WS-CO-COEF(WS-IDX-CO) TO WS-T2-COEF
                       END-IF
                   END-PERFORM
                   COMPUTE WS-T2-NOTE ROUNDED = WS-NOTE-CALCULEE
                   MOVE 31 TO WS-LG-SORTIE
                   MOVE WS-ENR-TYPE02 TO REC-F-INPUT-NOUVEAU
                   WRITE REC-F-INPUT-NOUVEAU
                   ADD 1 TO WS-NB-LIGNES-GENEREES
               END-IF
           END-PERFORM.
       4430-ECRIRE-TYPE02-FIN.
           EXIT.


      ******************************************************************
      * === 4700 === MOYENNES PONDÉRÉES DU TRIMESTRE                   *
      * Somme des notes x poids et somme des poids, par élève et       *
      * par cours                                                      *
      ******************************************************************

       4700-CALCULER-MOYENNES-DEB.
           MOVE ZERO TO WS-NB-MOYENNES.
           PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                   UNTIL WS-IDX-EV > WS-NB-EVALUATIONS
               IF WS-EV-TRIMESTRE(WS-IDX-EV) = WS-TRIMESTRE
                   PERFORM 4710-CUMULER-NOTE-DEB
                      THRU 4710-CUMULER-NOTE-FIN
               END-IF
           END-PERFORM.
       4700-CALCULER-MOYENNES-FIN.
           EXIT.

       4710-CUMULER-NOTE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-MO FROM 1 BY 1
                   UNTIL WS-IDX-MO > WS-NB-MOYENNES
               IF WS-MO-ELEVE-ID(WS-IDX-MO) = WS-EV-ELEVE-ID(WS-IDX-EV)
                  AND WS-MO-COURS(WS-IDX-MO) = WS-EV-COURS(WS-IDX-EV)
                   MOVE WS-IDX-MO TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-MOYENNES >= 3000
                   GO TO 4710-CUMULER-NOTE-FIN
               END-IF
               ADD 1 TO WS-NB-MOYENNES
               MOVE WS-NB-MOYENNES TO WS-IDX-TROUVE
               MOVE WS-EV-ELEVE-ID(WS-IDX-EV)
                   TO WS-MO-ELEVE-ID(WS-IDX-TROUVE)
               MOVE WS-EV-COURS(WS-IDX-EV)
                   TO WS-MO-COURS(WS-IDX-TROUVE)
               MOVE ZERO TO WS-MO-SOMME-NP(WS-IDX-TROUVE)
                            WS-MO-SOMME-POIDS(WS-IDX-TROUVE)
           END-IF.
           COMPUTE WS-MO-SOMME-NP(WS-IDX-TROUVE) =
               WS-MO-SOMME-NP(WS-IDX-TROUVE)
               + WS-EV-NOTE(WS-IDX-EV) * WS-EV-POIDS(WS-IDX-EV).
           ADD WS-EV-POIDS(WS-IDX-EV)
               TO WS-MO-SOMME-POIDS(WS-IDX-TROUVE).
       4710-CUMULER-NOTE-FIN.
           EXIT.

      * Note du cours WS-IDX-MO (moyenne pondérée, deux décimales)
       4720-NOTE-DU-COURS-DEB.
           IF WS-MO-SOMME-POIDS(WS-IDX-MO) = ZERO
               MOVE ZERO TO WS-NOTE-CALCULEE
           ELSE
               COMPUTE WS-NOTE-CALCULEE ROUNDED =
                   WS-MO-SOMME-NP(WS-IDX-MO)
                   / WS-MO-SOMME-POIDS(WS-IDX-MO)
           END-IF.
       4720-NOTE-DU-COURS-FIN.
           EXIT.


      ******************************************************************
      * === 4800 === SAISIES CONTRÔLÉES                                *
      ******************************************************************

       4810-SAISIR-TRIMESTRE-DEB.
           MOVE 'N' TO WS-VALEUR-OK.
           DISPLAY "Trimestre (1 a 3) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE >= "1" AND WS-SAISIE-TRIMESTRE <= "3"
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE
               SET WS-VALEUR-EST-OK TO TRUE
           ELSE
               DISPLAY "/!\ Trimestre invalide /!\"
           END-IF.
       4810-SAISIR-TRIMESTRE-FIN.
           EXIT.

      * Poids saisi (virgule décimale) : de 0,1 à 9,9
       4820-CONTROLER-POIDS-DEB.
           MOVE 'N' TO WS-VALEUR-OK.
           IF WS-SAISIE-VALEUR = SPACES
              OR FUNCTION TEST-NUMVAL(WS-SAISIE-VALEUR) NOT = 0
               DISPLAY "/!\ Poids invalide /!\"
               GO TO 4820-CONTROLER-POIDS-FIN
           END-IF.
           IF FUNCTION NUMVAL(WS-SAISIE-VALEUR) <= 0
              OR FUNCTION NUMVAL(WS-SAISIE-VALEUR) >= 10
               DISPLAY "/!\ Poids hors limites /!\"
               GO TO 4820-CONTROLER-POIDS-FIN
           END-IF.
           COMPUTE WS-POIDS ROUNDED = FUNCTION NUMVAL(WS-SAISIE-VALEUR).
           IF WS-POIDS = ZERO
               DISPLAY "/!\ Poids hors limites /!\"
               GO TO 4820-CONTROLER-POIDS-FIN
           END-IF.
           SET WS-VALEUR-EST-OK TO TRUE.
       4820-CONTROLER-POIDS-FIN.
           EXIT.

      * Note saisie (virgule décimale) : de 0 à 20
       4830-CONTROLER-NOTE-DEB.
           MOVE 'N' TO WS-VALEUR-OK.
           IF WS-SAISIE-VALEUR = SPACES
              OR FUNCTION TEST-NUMVAL(WS-SAISIE-VALEUR) NOT = 0
               DISPLAY "/!\ Note invalide /!\"
               GO TO 4830-CONTROLER-NOTE-FIN
           END-IF.
           IF FUNCTION NUMVAL(WS-SAISIE-VALEUR) < 0
              OR FUNCTION NUMVAL(WS-SAISIE-VALEUR) > 20
               DISPLAY "/!\ Note hors limites (0 a 20) /!\"
               GO TO 4830-CONTROLER-NOTE-FIN
           END-IF.
           COMPUTE WS-NOTE ROUNDED = FUNCTION NUMVAL(WS-SAISIE-VALEUR).
           SET WS-VALEUR-EST-OK TO TRUE.
       4830-CONTROLER-NOTE-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === ÉCRITURE D'UNE ÉVALUATION (WS-IDX-EV)             *
      ******************************************************************

       4910-ECRIRE-EVALUATION-DEB.
           MOVE SPACES TO FS-ENR-EVALUATION.
           MOVE WS-EV-TRIMESTRE(WS-IDX-EV)  TO FS-EV-TRIMESTRE.
           MOVE WS-EV-COURS(WS-IDX-EV)      TO FS-EV-COURS.
           MOVE WS-EV-ELEVE-ID(WS-IDX-EV)   TO FS-EV-ELEVE-ID.
           MOVE WS-EV-DATE(WS-IDX-EV)       TO FS-EV-DATE.
           MOVE WS-EV-TYPE(WS-IDX-EV)       TO FS-EV-TYPE.
           MOVE WS-EV-POIDS(WS-IDX-EV)      TO FS-EV-POIDS.
           MOVE WS-EV-NOTE(WS-IDX-EV)       TO FS-EV-NOTE.
           MOVE WS-EV-ENSEIGNANT(WS-IDX-EV) TO FS-EV-ENSEIGNANT.
           WRITE FS-ENR-EVALUATION.
       4910-ECRIRE-EVALUATION-FIN.
           EXIT.


      ******************************************************************
      * === 9999 === ARRET D'URGENCE EN CAS D'ERREUR FICHIER           *
      ******************************************************************

       9999-ERREUR-PROGRAMME-DEB.
           DISPLAY "****************************************".
           DISPLAY "*      FIN ANORMALE DU PROGRAMME       *".
           DISPLAY "****************************************".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
