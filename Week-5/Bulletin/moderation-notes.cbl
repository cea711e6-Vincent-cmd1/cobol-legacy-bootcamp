      ******************************************************************
      * Programme : moderation-notes                                   *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      * Mise à jour : 15/10/2026 - Rapport conservé et inscrit au      *
      *               catalogue des rapports                           *
      *               (catalogue-rapports)                             *
      *                                                                *
      * Objet : Rapport d'harmonisation des notes pour la direction    *
      *            des études : la moyenne de classe de                *
      *            enseignants-recap ne dit pas si un enseignant note  *
      *            plus sévèrement ou plus largement que ses           *
      *            collègues de la même matière.                       *
      *                                                                *
      * Fonction  :                                                    *
      *  - Notes prises, au choix :                                    *
      *      . dans output.csv (trimestre de la dernière génération) ; *
      *      . dans notes-annee.txt, pour un trimestre ou pour         *
      *        l'année, la classe de l'élève étant retrouvée dans      *
      *        output.csv par son identifiant.                         *
      *  - Enseignant d'une note : celui de la classe et du cours dans *
      *    emploi-du-temps.txt, à défaut celui du cours dans           *
      *    enseignants.txt.                                            *
      *  - Pour chaque cours et enseignant, puis pour le cours à       *
      *    l'échelle de l'école : nombre de notes, moyenne, médiane,   *
      *    écart-type, répartition par tranches et part des notes      *
      *    sous le seuil de réussite.                                  *
      *  - Enseignant signalé quand sa moyenne ou sa part d'échecs     *
      *    s'écarte de celle de l'école au-delà des tolérances de      *
      *    moderation-parametres.txt (SEUIL-REUSSITE 10, ECART-MOYENNE *
      *    2 points, ECART-ECHEC 20 points de pourcentage par défaut). *
      *  - Édition à l'écran et dans moderation-notes.txt.             *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. moderation-notes.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CSV
               ASSIGN TO 'output.csv'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV-STATUS.

           SELECT F-NOTES-ANNEE
               ASSIGN TO 'notes-annee.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTES-ANNEE-STATUS.

           SELECT F-EMPLOI
               ASSIGN TO 'emploi-du-temps.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPLOI-STATUS.

           SELECT F-ENSEIGNANTS
               ASSIGN TO 'enseignants.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENSEIGNANTS-STATUS.

           SELECT F-PARAMETRES
               ASSIGN TO 'moderation-parametres.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'moderation-notes.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Export CSV de bulletin-gen, une ligne par élève et cours
       FD  F-CSV
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CSV                         PIC X(100).

      * Cumul annuel des notes : trimestre, élève, cours, coef, note
       FD  F-NOTES-ANNEE
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTES-ANNEE.
           05 REC-NA-TRIMESTRE               PIC 9(01).
           05 FILLER                         PIC X(01).
           05 REC-NA-ELEVE-ID                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 REC-NA-COURS                   PIC X(21).
           05 FILLER                         PIC X(01).
           05 REC-NA-COEF                    PIC 9V9.
           05 FILLER                         PIC X(01).
           05 REC-NA-NOTE                    PIC 99V99.

      * Emploi du temps : une heure de cours par ligne
      * (cf. emploi-du-temps.cbl)
       FD  F-EMPLOI
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EMPLOI.
           05 REC-EDT-CLASSE                 PIC X(04).
           05 FILLER                         PIC X(01).
           05 REC-EDT-COURS                  PIC X(21).
           05 FILLER                         PIC X(01).
           05 REC-EDT-ENSEIGNANT             PIC X(25).
           05 FILLER                         PIC X(11).

      * Référentiel des enseignants (cf. bulletin-gen.cbl)
       FD  F-ENSEIGNANTS
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ENSEIGNANTS.
           05 REC-ENS-COURS                  PIC X(21).
           05 FILLER                         PIC X(01).
           05 REC-ENS-NOM                    PIC X(25).

      * Tolérances : code sur 14 positions, valeur sur 5
       FD  F-PARAMETRES.

       01  REC-F-PARAMETRES.
           05 REC-PAR-CODE                   PIC X(14).
           05 FILLER                         PIC X(01).
           05 REC-PAR-VALEUR                 PIC 9(05).

       FD  F-RAPPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT                     PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-CSV-STATUS                 PIC X(02)    VALUE SPACE.
           88 WS-FS-CSV-STATUS-OK                        VALUE '00'.
           88 WS-FS-CSV-STATUS-EOF                       VALUE '10'.

       01  WS-FS-NOTES-ANNEE-STATUS         PIC X(02)    VALUE SPACE.
           88 WS-FS-NOTES-ANNEE-STATUS-OK                VALUE '00'.
           88 WS-FS-NOTES-ANNEE-STATUS-EOF               VALUE '10'.

       01  WS-FS-EMPLOI-STATUS              PIC X(02)    VALUE SPACE.
           88 WS-FS-EMPLOI-STATUS-OK                     VALUE '00'.
           88 WS-FS-EMPLOI-STATUS-EOF                    VALUE '10'.

       01  WS-FS-ENSEIGNANTS-STATUS         PIC X(02)    VALUE SPACE.
           88 WS-FS-ENSEIGNANTS-STATUS-OK                VALUE '00'.
           88 WS-FS-ENSEIGNANTS-STATUS-EOF               VALUE '10'.

       01  WS-FS-PARAMETRES-STATUS          PIC X(02)    VALUE SPACE.
           88 WS-FS-PARAMETRES-STATUS-OK                 VALUE '00'.
           88 WS-FS-PARAMETRES-STATUS-EOF                VALUE '10'.

       01  WS-FS-RAPPORT-STATUS             PIC X(02)    VALUE SPACE.
           88 WS-FS-RAPPORT-STATUS-OK                    VALUE '00'.

      *----------------------------------------------------------------*
      * TOLÉRANCES (VALEURS PAR DÉFAUT)                                *
      *----------------------------------------------------------------*
       01  WS-PAR-SEUIL-REUSSITE            PIC 9(05)    VALUE 10.
       01  WS-PAR-ECART-MOYENNE             PIC 9(05)    VALUE 2.
       01  WS-PAR-ECART-ECHEC               PIC 9(05)    VALUE 20.

      *----------------------------------------------------------------*
      * CHOIX DE LA SOURCE DES NOTES                                   *
      *----------------------------------------------------------------*
       01  WS-CHOIX-SOURCE                  PIC X(01)    VALUE SPACE.
           88 WS-SOURCE-CSV                              VALUE 'C'.
           88 WS-SOURCE-ANNEE                            VALUE 'A'.
           88 WS-SOURCE-TRIMESTRE                   VALUE '1' '2' '3'.
       01  WS-TRIMESTRE                     PIC 9(01)    VALUE ZERO.
       01  WS-LIBELLE-SOURCE                PIC X(40)    VALUE SPACES.

      *----------------------------------------------------------------*
      * CLASSE DE CHAQUE ÉLÈVE, D'APRÈS output.csv                     *
      *----------------------------------------------------------------*
       01  WS-NB-ELEVES                     PIC 9(04)    VALUE ZEROS.
       01  WS-IDX-ELEVE                     PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-ELEVES.
           05 WS-ELV OCCURS 999 TIMES.
               10 WS-ELV-ID                 PIC X(06).
               10 WS-ELV-CLASSE             PIC X(04).

      *----------------------------------------------------------------*
      * ATTRIBUTION DES COURS AUX ENSEIGNANTS                          *
      *----------------------------------------------------------------*
       01  WS-NB-ATTRIBUTIONS               PIC 9(03)    VALUE ZEROS.
       01  WS-IDX-ATTR                      PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-ATTRIBUTIONS.
           05 WS-ATTR OCCURS 300 TIMES.
               10 WS-ATTR-CLASSE            PIC X(04).
               10 WS-ATTR-COURS             PIC X(21).
               10 WS-ATTR-ENSEIGNANT        PIC X(25).

       01  WS-NB-ENSEIGNANTS                PIC 9(03)    VALUE ZEROS.
       01  WS-IDX-ENS                       PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-ENSEIGNANTS.
           05 WS-ENS OCCURS 200 TIMES.
               10 WS-ENS-COURS              PIC X(21).
               10 WS-ENS-NOM                PIC X(25).

      *----------------------------------------------------------------*
      * NOTES RETENUES (TRIÉES POUR LES MÉDIANES)                      *
      *----------------------------------------------------------------*
       01  WS-NB-NOTES                      PIC 9(04)    VALUE ZEROS.
       01  WS-IDX-NOTE                      PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-NOTES.
           05 WS-NOTE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-NB-NOTES.
               10 WS-NT-COURS               PIC X(21).
               10 WS-NT-ENSEIGNANT          PIC X(25).
               10 WS-NT-NOTE                PIC 99V99.

      * Note en cours de chargement
       01  WS-CLASSE-NOTE                   PIC X(04).
       01  WS-COURS-NOTE                    PIC X(21).
       01  WS-ENSEIGNANT-NOTE               PIC X(25).
       01  WS-NOTE-NUM                      PIC 99V99.

      *----------------------------------------------------------------*
      * DÉCOUPAGE D'UNE LIGNE CSV (Id,Classe,Nom,Prenom,Age,Cours,     *
      * Coefficient,Note,Rang)                                         *
      *----------------------------------------------------------------*
       01  WS-CSV-CHAMPS.
           05 WS-CSV-ID                     PIC X(06).
           05 WS-CSV-CLASSE                 PIC X(04).
           05 WS-CSV-NOM                    PIC X(10).
           05 WS-CSV-PRENOM                 PIC X(10).
           05 WS-CSV-AGE                    PIC X(03).
           05 WS-CSV-COURS                  PIC X(21).
           05 WS-CSV-COEF                   PIC X(05).
           05 WS-CSV-NOTE                   PIC X(06).
           05 WS-CSV-RANG                   PIC X(03).
       01  WS-PREMIERE-LIGNE                PIC X(01)    VALUE 'O'.
           88 WS-EST-PREMIERE-LIGNE                      VALUE 'O'.
       01  WS-ID-TEXTE                      PIC X(06).

      *----------------------------------------------------------------*
      * STATISTIQUES D'UN GROUPE DE NOTES (INDICES DEBUT A FIN)        *
      *----------------------------------------------------------------*
       01  WS-GRP-DEBUT                     PIC 9(04)    VALUE ZEROS.
       01  WS-GRP-FIN                       PIC 9(04)    VALUE ZEROS.
       01  WS-STATS.
           05 WS-ST-NB                      PIC 9(04).
           05 WS-ST-SOMME                   PIC 9(07)V99.
           05 WS-ST-SOMME-CARRES            PIC 9(09)V9(04).
           05 WS-ST-MOYENNE                 PIC 99V99.
           05 WS-ST-MEDIANE                 PIC 99V99.
           05 WS-ST-ECART-TYPE              PIC 99V99.
           05 WS-ST-NB-ECHECS               PIC 9(04).
           05 WS-ST-PCT-ECHECS              PIC 9(03).
           05 WS-ST-TRANCHE OCCURS 7 TIMES  PIC 9(04).
       01  WS-VARIANCE                      PIC S9(05)V9(04).
       01  WS-IDX-MILIEU                    PIC 9(04).
       01  WS-IDX-TRANCHE                   PIC 9(01).

      * Statistiques de l'école par cours
       01  WS-NB-COURS                      PIC 9(02)    VALUE ZEROS.
       01  WS-IDX-COURS                     PIC 9(02)    VALUE ZEROS.
       01  WS-TAB-COURS.
           05 WS-CRS OCCURS 50 TIMES.
               10 WS-CRS-LIBELLE            PIC X(21).
               10 WS-CRS-STATS              PIC X(73).

      * Écarts d'un enseignant à l'école
       01  WS-ECART-MOY                     PIC S99V99.
       01  WS-ECART-PCT                     PIC S9(03).
       01  WS-NB-SIGNALES                   PIC 9(03)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * ÉDITION                                                        *
      *----------------------------------------------------------------*
       01  WS-LIGNE-RAPPORT                 PIC X(100).
       01  WS-ED-SEUIL                      PIC ZZ9.
       01  WS-ED-ECART-MOYENNE              PIC ZZ9.
       01  WS-ED-ECART-ECHEC                PIC ZZ9.
       01  WS-COURS-PRECEDENT               PIC X(21).
       01  WS-LIGNE-STATS.
           05 FILLER                        PIC X(02)    VALUE SPACES.
           05 WS-LS-NOM                     PIC X(20).
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-NB                      PIC ZZZ9.
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-MOYENNE                 PIC Z9,99.
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-MEDIANE                 PIC Z9,99.
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-ECART-TYPE              PIC Z9,99.
           05 WS-LS-TRANCHES OCCURS 7 TIMES.
               10 FILLER                    PIC X(01)    VALUE SPACE.
               10 WS-LS-TRANCHE             PIC ZZ9.
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-PCT-ECHECS              PIC ZZ9.
           05 FILLER                        PIC X(01)    VALUE "%".
           05 FILLER                        PIC X(01)    VALUE SPACE.
           05 WS-LS-SIGNAL                  PIC X(10).
           05 FILLER                        PIC X(14)    VALUE SPACES.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "moderation-notes".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           PERFORM 1000-CHARGER-PARAMETRES-DEB
              THRU 1000-CHARGER-PARAMETRES-FIN.

           PERFORM 1100-CHOISIR-SOURCE-DEB
              THRU 1100-CHOISIR-SOURCE-FIN.

           PERFORM 1200-CHARGER-ATTRIBUTIONS-DEB
              THRU 1200-CHARGER-ATTRIBUTIONS-FIN.

           PERFORM 2000-CHARGER-CSV-DEB
              THRU 2000-CHARGER-CSV-FIN.

           IF NOT WS-SOURCE-CSV
               PERFORM 2200-CHARGER-NOTES-ANNEE-DEB
                  THRU 2200-CHARGER-NOTES-ANNEE-FIN
           END-IF.

           IF WS-NB-NOTES = ZERO
               DISPLAY "Aucune note pour la periode choisie."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-STATS-ECOLE-DEB
              THRU 3000-STATS-ECOLE-FIN.

           PERFORM 4000-EDITER-RAPPORT-DEB
              THRU 4000-EDITER-RAPPORT-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DES TOLÉRANCES                         *
      * Fichier facultatif : un code absent laisse la valeur par       *
      * défaut                                                         *
      ******************************************************************

       1000-CHARGER-PARAMETRES-DEB.
           OPEN INPUT F-PARAMETRES.
           IF NOT WS-FS-PARAMETRES-STATUS-OK
               DISPLAY "moderation-parametres.txt absent : "
                       "tolerances par defaut"
               GO TO 1000-CHARGER-PARAMETRES-FIN
           END-IF.

           PERFORM UNTIL WS-FS-PARAMETRES-STATUS-EOF
               READ F-PARAMETRES
                   AT END
                       SET WS-FS-PARAMETRES-STATUS-EOF TO TRUE
                   NOT AT END
                       EVALUATE REC-PAR-CODE
                           WHEN "SEUIL-REUSSITE"
                               MOVE REC-PAR-VALEUR
                                   TO WS-PAR-SEUIL-REUSSITE
                           WHEN "ECART-MOYENNE"
                               MOVE REC-PAR-VALEUR
                                   TO WS-PAR-ECART-MOYENNE
                           WHEN "ECART-ECHEC"
                               MOVE REC-PAR-VALEUR
                                   TO WS-PAR-ECART-ECHEC
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       REC-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE F-PARAMETRES.
       1000-CHARGER-PARAMETRES-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === CHOIX DE LA PÉRIODE                               *
      ******************************************************************

       1100-CHOISIR-SOURCE-DEB.
           DISPLAY "Notes a analyser :".
           DISPLAY "  C     - derniere generation (output.csv)".
           DISPLAY "  1 a 3 - un trimestre de notes-annee.txt".
           DISPLAY "  A     - toute l'annee (notes-annee.txt)".
           DISPLAY "Choix (blanc = C) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-CHOIX-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-SOURCE)
               TO WS-CHOIX-SOURCE.
           IF NOT WS-SOURCE-ANNEE AND NOT WS-SOURCE-TRIMESTRE
               SET WS-SOURCE-CSV TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOURCE-CSV
                   MOVE "derniere generation (output.csv)"
                       TO WS-LIBELLE-SOURCE
               WHEN WS-SOURCE-ANNEE
                   MOVE "annee complete (notes-annee.txt)"
                       TO WS-LIBELLE-SOURCE
               WHEN OTHER
                   MOVE WS-CHOIX-SOURCE TO WS-TRIMESTRE
                   STRING "trimestre " WS-TRIMESTRE
                          " (notes-annee.txt)"
                       DELIMITED BY SIZE
                       INTO WS-LIBELLE-SOURCE
                   END-STRING
           END-EVALUATE.
       1100-CHOISIR-SOURCE-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === ATTRIBUTION DES COURS AUX ENSEIGNANTS             *
      * emploi-du-temps.txt donne l'enseignant d'une classe pour un    *
      * cours ; enseignants.txt sert de référentiel de secours         *
      ******************************************************************

       1200-CHARGER-ATTRIBUTIONS-DEB.
           OPEN INPUT F-EMPLOI.
           IF WS-FS-EMPLOI-STATUS-OK
               PERFORM UNTIL WS-FS-EMPLOI-STATUS-EOF
                   READ F-EMPLOI
                       AT END
                           SET WS-FS-EMPLOI-STATUS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-AJOUTER-ATTRIBUTION-DEB
                              THRU 1210-AJOUTER-ATTRIBUTION-FIN
                   END-READ
               END-PERFORM
               CLOSE F-EMPLOI
           ELSE
               DISPLAY "emploi-du-temps.txt absent : enseignant "
                       "pris dans enseignants.txt"
           END-IF.

           OPEN INPUT F-ENSEIGNANTS.
           IF WS-FS-ENSEIGNANTS-STATUS-OK
               PERFORM UNTIL WS-FS-ENSEIGNANTS-STATUS-EOF
                   READ F-ENSEIGNANTS
                       AT END
                           SET WS-FS-ENSEIGNANTS-STATUS-EOF TO TRUE
                       NOT AT END
                           IF WS-NB-ENSEIGNANTS < 200
                               ADD 1 TO WS-NB-ENSEIGNANTS
                               MOVE REC-ENS-COURS
                                   TO WS-ENS-COURS(WS-NB-ENSEIGNANTS)
                               MOVE REC-ENS-NOM
                                   TO WS-ENS-NOM(WS-NB-ENSEIGNANTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ENSEIGNANTS
           END-IF.
       1200-CHARGER-ATTRIBUTIONS-FIN.
           EXIT.

      * Une seule attribution par classe et cours (plusieurs heures
      * par semaine dans l'emploi du temps)
       1210-AJOUTER-ATTRIBUTION-DEB.
           PERFORM VARYING WS-IDX-ATTR FROM 1 BY 1
                   UNTIL WS-IDX-ATTR > WS-NB-ATTRIBUTIONS
               IF WS-ATTR-CLASSE(WS-IDX-ATTR) = REC-EDT-CLASSE
                  AND WS-ATTR-COURS(WS-IDX-ATTR) = REC-EDT-COURS
                   GO TO 1210-AJOUTER-ATTRIBUTION-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-ATTRIBUTIONS < 300
               ADD 1 TO WS-NB-ATTRIBUTIONS
               MOVE REC-EDT-CLASSE
                   TO WS-ATTR-CLASSE(WS-NB-ATTRIBUTIONS)
               MOVE REC-EDT-COURS
                   TO WS-ATTR-COURS(WS-NB-ATTRIBUTIONS)
               MOVE REC-EDT-ENSEIGNANT
                   TO WS-ATTR-ENSEIGNANT(WS-NB-ATTRIBUTIONS)
           END-IF.
       1210-AJOUTER-ATTRIBUTION-FIN.
           EXIT.


      ******************************************************************
      * === 2000 === LECTURE DE output.csv                             *
      * Classe de chaque élève identifié ; en source C, chaque ligne   *
      * est aussi une note retenue. La première ligne (en-tête de      *
      * colonnes) est sautée                                           *
      ******************************************************************

       2000-CHARGER-CSV-DEB.
           OPEN INPUT F-CSV.
           IF NOT WS-FS-CSV-STATUS-OK
               DISPLAY "Probleme ouverture F-CSV (output.csv)"
               DISPLAY "Code F-STATUS : " WS-FS-CSV-STATUS
               IF WS-SOURCE-CSV
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               DISPLAY "Classes des eleves inconnues."
               GO TO 2000-CHARGER-CSV-FIN
           END-IF.

           PERFORM UNTIL WS-FS-CSV-STATUS-EOF
               READ F-CSV
                   AT END
                       SET WS-FS-CSV-STATUS-EOF TO TRUE
                   NOT AT END
                       IF WS-EST-PREMIERE-LIGNE
                           MOVE 'N' TO WS-PREMIERE-LIGNE
                       ELSE
                           PERFORM 2100-TRAITER-LIGNE-CSV-DEB
                              THRU 2100-TRAITER-LIGNE-CSV-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CSV.
       2000-CHARGER-CSV-FIN.
           EXIT.

       2100-TRAITER-LIGNE-CSV-DEB.
           INITIALIZE WS-CSV-CHAMPS.
           UNSTRING REC-F-CSV DELIMITED BY ","
               INTO WS-CSV-ID, WS-CSV-CLASSE, WS-CSV-NOM,
                    WS-CSV-PRENOM, WS-CSV-AGE, WS-CSV-COURS,
                    WS-CSV-COEF, WS-CSV-NOTE, WS-CSV-RANG
           END-UNSTRING.

           IF WS-CSV-ID IS NUMERIC AND WS-CSV-ID NOT = ZEROS
               PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                       UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                          OR WS-ELV-ID(WS-IDX-ELEVE) = WS-CSV-ID
                   CONTINUE
               END-PERFORM
               IF WS-IDX-ELEVE > WS-NB-ELEVES AND WS-NB-ELEVES < 999
                   ADD 1 TO WS-NB-ELEVES
                   MOVE WS-CSV-ID     TO WS-ELV-ID(WS-NB-ELEVES)
                   MOVE WS-CSV-CLASSE TO WS-ELV-CLASSE(WS-NB-ELEVES)
               END-IF
           END-IF.

      * Ligne sans cours (élève sans note) : rien à retenir
           IF WS-SOURCE-CSV AND WS-CSV-COURS NOT = SPACES
      * La note du CSV porte un point décimal
               INSPECT WS-CSV-NOTE REPLACING ALL "." BY ","
               COMPUTE WS-NOTE-NUM = FUNCTION NUMVAL(WS-CSV-NOTE)
               MOVE WS-CSV-CLASSE TO WS-CLASSE-NOTE
               MOVE WS-CSV-COURS  TO WS-COURS-NOTE
               PERFORM 2900-RETENIR-NOTE-DEB
                  THRU 2900-RETENIR-NOTE-FIN
           END-IF.
       2100-TRAITER-LIGNE-CSV-FIN.
           EXIT.


      ******************************************************************
      * === 2200 === LECTURE DE notes-annee.txt                        *
      * Trimestre choisi, ou tous pour l'année                         *
      ******************************************************************

       2200-CHARGER-NOTES-ANNEE-DEB.
           OPEN INPUT F-NOTES-ANNEE.
           IF NOT WS-FS-NOTES-ANNEE-STATUS-OK
               DISPLAY "Probleme ouverture F-NOTES-ANNEE"
               DISPLAY "Code F-STATUS : " WS-FS-NOTES-ANNEE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL WS-FS-NOTES-ANNEE-STATUS-EOF
               READ F-NOTES-ANNEE
                   AT END
                       SET WS-FS-NOTES-ANNEE-STATUS-EOF TO TRUE
                   NOT AT END
                       IF WS-SOURCE-ANNEE
                          OR REC-NA-TRIMESTRE = WS-TRIMESTRE
                           PERFORM 2210-TRAITER-NOTE-ANNEE-DEB
                              THRU 2210-TRAITER-NOTE-ANNEE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-NOTES-ANNEE.
       2200-CHARGER-NOTES-ANNEE-FIN.
           EXIT.

       2210-TRAITER-NOTE-ANNEE-DEB.
           MOVE REC-NA-ELEVE-ID TO WS-ID-TEXTE.
           MOVE "????" TO WS-CLASSE-NOTE.
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                   UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
               IF WS-ELV-ID(WS-IDX-ELEVE) = WS-ID-TEXTE
                   MOVE WS-ELV-CLASSE(WS-IDX-ELEVE) TO WS-CLASSE-NOTE
               END-IF
           END-PERFORM.
           MOVE REC-NA-COURS TO WS-COURS-NOTE.
           MOVE REC-NA-NOTE  TO WS-NOTE-NUM.
           PERFORM 2900-RETENIR-NOTE-DEB
              THRU 2900-RETENIR-NOTE-FIN.
       2210-TRAITER-NOTE-ANNEE-FIN.
           EXIT.


      ******************************************************************
      * === 2900 === AJOUT D'UNE NOTE AVEC SON ENSEIGNANT              *
      * Le libellé des cours du CSV est le libellé "trimmé" : la       *
      * comparaison avec les référentiels ignore les blancs de fin     *
      ******************************************************************

       2900-RETENIR-NOTE-DEB.
           IF WS-NB-NOTES >= 5000
               GO TO 2900-RETENIR-NOTE-FIN
           END-IF.

           MOVE "(non attribue)" TO WS-ENSEIGNANT-NOTE.
           PERFORM VARYING WS-IDX-ENS FROM 1 BY 1
                   UNTIL WS-IDX-ENS > WS-NB-ENSEIGNANTS
               IF FUNCTION TRIM(WS-ENS-COURS(WS-IDX-ENS))
                   = FUNCTION TRIM(WS-COURS-NOTE)
                   MOVE WS-ENS-NOM(WS-IDX-ENS) TO WS-ENSEIGNANT-NOTE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-ATTR FROM 1 BY 1
                   UNTIL WS-IDX-ATTR > WS-NB-ATTRIBUTIONS
               IF WS-ATTR-CLASSE(WS-IDX-ATTR) = WS-CLASSE-NOTE
                  AND FUNCTION TRIM(WS-ATTR-COURS(WS-IDX-ATTR))
                      = FUNCTION TRIM(WS-COURS-NOTE)
                   MOVE WS-ATTR-ENSEIGNANT(WS-IDX-ATTR)
                       TO WS-ENSEIGNANT-NOTE
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-NOTES.
           MOVE WS-COURS-NOTE      TO WS-NT-COURS(WS-NB-NOTES).
           MOVE WS-ENSEIGNANT-NOTE TO WS-NT-ENSEIGNANT(WS-NB-NOTES).
           MOVE WS-NOTE-NUM        TO WS-NT-NOTE(WS-NB-NOTES).
       2900-RETENIR-NOTE-FIN.
           EXIT.


      ******************************************************************
      * === 3000 === STATISTIQUES DE L'ÉCOLE PAR COURS                 *
      * Notes triées par cours puis note ; chaque suite d'un même      *
      * cours forme un groupe                                          *
      ******************************************************************

       3000-STATS-ECOLE-DEB.
           IF WS-NB-NOTES > 1
               SORT WS-NOTE ON ASCENDING KEY WS-NT-COURS
                               ASCENDING KEY WS-NT-NOTE
           END-IF.

           MOVE ZERO TO WS-NB-COURS.
           MOVE 1 TO WS-GRP-DEBUT.
           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
               IF WS-IDX-NOTE = WS-NB-NOTES
                  OR WS-NT-COURS(WS-IDX-NOTE + 1)
                     NOT = WS-NT-COURS(WS-IDX-NOTE)
                   MOVE WS-IDX-NOTE TO WS-GRP-FIN
                   PERFORM 5000-CALCULER-STATS-DEB
                      THRU 5000-CALCULER-STATS-FIN
                   IF WS-NB-COURS < 50
                       ADD 1 TO WS-NB-COURS
                       MOVE WS-NT-COURS(WS-IDX-NOTE)
                           TO WS-CRS-LIBELLE(WS-NB-COURS)
                       MOVE WS-STATS TO WS-CRS-STATS(WS-NB-COURS)
                   END-IF
                   COMPUTE WS-GRP-DEBUT = WS-IDX-NOTE + 1
               END-IF
           END-PERFORM.
       3000-STATS-ECOLE-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === ÉDITION DU RAPPORT D'HARMONISATION                *
      * Notes triées par cours, enseignant, note : une ligne par       *
      * enseignant du cours, puis la ligne école du cours              *
      ******************************************************************

       4000-EDITER-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF NOT WS-FS-RAPPORT-STATUS-OK
               DISPLAY "Probleme ouverture F-RAPPORT"
               DISPLAY "Code F-STATUS : " WS-FS-RAPPORT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE "HARMONISATION DES NOTES PAR ENSEIGNANT"
               TO WS-LIGNE-RAPPORT.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
           MOVE WS-PAR-SEUIL-REUSSITE TO WS-ED-SEUIL.
           MOVE WS-PAR-ECART-MOYENNE  TO WS-ED-ECART-MOYENNE.
           MOVE WS-PAR-ECART-ECHEC    TO WS-ED-ECART-ECHEC.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Notes : " FUNCTION TRIM(WS-LIBELLE-SOURCE)
                  " - seuil " WS-ED-SEUIL
                  " - ecarts toleres " WS-ED-ECART-MOYENNE " pts /"
                  WS-ED-ECART-ECHEC " % d'echecs"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
           MOVE "  ENSEIGNANT             NB   MOY   MED   E-T"
               TO WS-LIGNE-RAPPORT.
           MOVE "  <5 5-8 -10 -12 -14 -16 16+ %ECH"
               TO WS-LIGNE-RAPPORT(46:33).
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.

           IF WS-NB-NOTES > 1
               SORT WS-NOTE ON ASCENDING KEY WS-NT-COURS
                               ASCENDING KEY WS-NT-ENSEIGNANT
                               ASCENDING KEY WS-NT-NOTE
           END-IF.

           MOVE 1 TO WS-GRP-DEBUT.
           PERFORM VARYING WS-IDX-NOTE FROM 1 BY 1
                   UNTIL WS-IDX-NOTE > WS-NB-NOTES
      * Nouveau cours : titre
               IF WS-IDX-NOTE = 1
                  OR WS-NT-COURS(WS-IDX-NOTE)
                     NOT = WS-NT-COURS(WS-IDX-NOTE - 1)
                   INITIALIZE WS-LIGNE-RAPPORT
                   STRING "COURS " WS-NT-COURS(WS-IDX-NOTE)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
                   PERFORM 4900-ECRIRE-LIGNE-DEB
                      THRU 4900-ECRIRE-LIGNE-FIN
               END-IF
      * Fin d'un enseignant du cours : sa ligne
               IF WS-IDX-NOTE = WS-NB-NOTES
                  OR WS-NT-COURS(WS-IDX-NOTE + 1)
                     NOT = WS-NT-COURS(WS-IDX-NOTE)
                  OR WS-NT-ENSEIGNANT(WS-IDX-NOTE + 1)
                     NOT = WS-NT-ENSEIGNANT(WS-IDX-NOTE)
                   MOVE WS-IDX-NOTE TO WS-GRP-FIN
                   PERFORM 4100-LIGNE-ENSEIGNANT-DEB
                      THRU 4100-LIGNE-ENSEIGNANT-FIN
                   COMPUTE WS-GRP-DEBUT = WS-IDX-NOTE + 1
               END-IF
      * Fin du cours : ligne école
               IF WS-IDX-NOTE = WS-NB-NOTES
                  OR WS-NT-COURS(WS-IDX-NOTE + 1)
                     NOT = WS-NT-COURS(WS-IDX-NOTE)
                   PERFORM 4200-LIGNE-ECOLE-DEB
                      THRU 4200-LIGNE-ECOLE-FIN
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-SIGNALES " enseignant(s) / cours a signaler "
                  "a la direction des etudes (A REVOIR)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans moderation-notes.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "moderation-notes.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       4000-EDITER-RAPPORT-FIN.
           EXIT.

      * Ligne d'un enseignant, comparée à l'école pour le même cours
       4100-LIGNE-ENSEIGNANT-DEB.
           PERFORM 5000-CALCULER-STATS-DEB
              THRU 5000-CALCULER-STATS-FIN.
           PERFORM 4800-PREPARER-LIGNE-DEB
              THRU 4800-PREPARER-LIGNE-FIN.
           MOVE WS-NT-ENSEIGNANT(WS-IDX-NOTE) TO WS-LS-NOM.

           PERFORM VARYING WS-IDX-COURS FROM 1 BY 1
                   UNTIL WS-IDX-COURS > WS-NB-COURS
                      OR WS-CRS-LIBELLE(WS-IDX-COURS)
                         = WS-NT-COURS(WS-IDX-NOTE)
               CONTINUE
           END-PERFORM.
           IF WS-IDX-COURS <= WS-NB-COURS
      * Écarts à l'école (statistiques du cours remises en place
      * après le calcul de l'enseignant)
               COMPUTE WS-ECART-MOY = WS-ST-MOYENNE
               COMPUTE WS-ECART-PCT = WS-ST-PCT-ECHECS
               MOVE WS-CRS-STATS(WS-IDX-COURS) TO WS-STATS
               COMPUTE WS-ECART-MOY = WS-ECART-MOY - WS-ST-MOYENNE
               COMPUTE WS-ECART-PCT = WS-ECART-PCT - WS-ST-PCT-ECHECS
               IF WS-ECART-MOY > WS-PAR-ECART-MOYENNE
                  OR WS-ECART-MOY < 0 - WS-PAR-ECART-MOYENNE
                  OR WS-ECART-PCT > WS-PAR-ECART-ECHEC
                  OR WS-ECART-PCT < 0 - WS-PAR-ECART-ECHEC
                   MOVE "A REVOIR" TO WS-LS-SIGNAL
                   ADD 1 TO WS-NB-SIGNALES
               END-IF
           END-IF.

           MOVE WS-LIGNE-STATS TO WS-LIGNE-RAPPORT.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
       4100-LIGNE-ENSEIGNANT-FIN.
           EXIT.

      * Ligne école du cours
       4200-LIGNE-ECOLE-DEB.
           PERFORM VARYING WS-IDX-COURS FROM 1 BY 1
                   UNTIL WS-IDX-COURS > WS-NB-COURS
                      OR WS-CRS-LIBELLE(WS-IDX-COURS)
                         = WS-NT-COURS(WS-IDX-NOTE)
               CONTINUE
           END-PERFORM.
           IF WS-IDX-COURS > WS-NB-COURS
               GO TO 4200-LIGNE-ECOLE-FIN
           END-IF.
           MOVE WS-CRS-STATS(WS-IDX-COURS) TO WS-STATS.
           PERFORM 4800-PREPARER-LIGNE-DEB
              THRU 4800-PREPARER-LIGNE-FIN.
           MOVE "ECOLE" TO WS-LS-NOM.
           MOVE WS-LIGNE-STATS TO WS-LIGNE-RAPPORT.
           PERFORM 4900-ECRIRE-LIGNE-DEB
              THRU 4900-ECRIRE-LIGNE-FIN.
       4200-LIGNE-ECOLE-FIN.
           EXIT.

      * Zones éditées depuis WS-STATS
       4800-PREPARER-LIGNE-DEB.
           MOVE SPACES TO WS-LS-SIGNAL.
           MOVE WS-ST-NB          TO WS-LS-NB.
           MOVE WS-ST-MOYENNE     TO WS-LS-MOYENNE.
           MOVE WS-ST-MEDIANE     TO WS-LS-MEDIANE.
           MOVE WS-ST-ECART-TYPE  TO WS-LS-ECART-TYPE.
           MOVE WS-ST-PCT-ECHECS  TO WS-LS-PCT-ECHECS.
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > 7
               MOVE WS-ST-TRANCHE(WS-IDX-TRANCHE)
                   TO WS-LS-TRANCHE(WS-IDX-TRANCHE)
           END-PERFORM.
       4800-PREPARER-LIGNE-FIN.
           EXIT.

       4900-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
       4900-ECRIRE-LIGNE-FIN.
           EXIT.


      ******************************************************************
      * === 5000 === STATISTIQUES DES NOTES WS-GRP-DEBUT A WS-GRP-FIN  *
      * Les notes du groupe sont triées : la médiane est la note du    *
      * milieu, ou la moyenne des deux notes du milieu. Tranches :     *
      * <5, 5-8, 8-10, 10-12, 12-14, 14-16, 16 et plus                 *
      ******************************************************************

       5000-CALCULER-STATS-DEB.
           INITIALIZE WS-STATS.
           COMPUTE WS-ST-NB = WS-GRP-FIN - WS-GRP-DEBUT + 1.

           PERFORM VARYING WS-IDX-MILIEU FROM WS-GRP-DEBUT BY 1
                   UNTIL WS-IDX-MILIEU > WS-GRP-FIN
               ADD WS-NT-NOTE(WS-IDX-MILIEU) TO WS-ST-SOMME
               COMPUTE WS-ST-SOMME-CARRES = WS-ST-SOMME-CARRES
                   + WS-NT-NOTE(WS-IDX-MILIEU)
                   * WS-NT-NOTE(WS-IDX-MILIEU)
               IF WS-NT-NOTE(WS-IDX-MILIEU) < WS-PAR-SEUIL-REUSSITE
                   ADD 1 TO WS-ST-NB-ECHECS
               END-IF
               EVALUATE TRUE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 5
                       MOVE 1 TO WS-IDX-TRANCHE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 8
                       MOVE 2 TO WS-IDX-TRANCHE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 10
                       MOVE 3 TO WS-IDX-TRANCHE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 12
                       MOVE 4 TO WS-IDX-TRANCHE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 14
                       MOVE 5 TO WS-IDX-TRANCHE
                   WHEN WS-NT-NOTE(WS-IDX-MILIEU) < 16
                       MOVE 6 TO WS-IDX-TRANCHE
                   WHEN OTHER
                       MOVE 7 TO WS-IDX-TRANCHE
               END-EVALUATE
               ADD 1 TO WS-ST-TRANCHE(WS-IDX-TRANCHE)
           END-PERFORM.

           COMPUTE WS-ST-MOYENNE ROUNDED = WS-ST-SOMME / WS-ST-NB.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-ST-SOMME-CARRES / WS-ST-NB
               - (WS-ST-SOMME / WS-ST-NB) * (WS-ST-SOMME / WS-ST-NB).
           IF WS-VARIANCE > ZERO
               COMPUTE WS-ST-ECART-TYPE ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           END-IF.
           COMPUTE WS-ST-PCT-ECHECS ROUNDED =
               WS-ST-NB-ECHECS * 100 / WS-ST-NB.

           COMPUTE WS-IDX-MILIEU = WS-GRP-DEBUT + (WS-ST-NB - 1) / 2.
           IF FUNCTION MOD(WS-ST-NB, 2) = 1
               MOVE WS-NT-NOTE(WS-IDX-MILIEU) TO WS-ST-MEDIANE
           ELSE
               COMPUTE WS-ST-MEDIANE ROUNDED =
                   (WS-NT-NOTE(WS-IDX-MILIEU)
                    + WS-NT-NOTE(WS-IDX-MILIEU + 1)) / 2
           END-IF.
       5000-CALCULER-STATS-FIN.
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
