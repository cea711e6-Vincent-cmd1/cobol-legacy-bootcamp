      ******************************************************************
      * PROGRAMME : LIVRET-COMPETENCES                                *
      * AUTEUR    : Vincent-Cmd1                                      *
      * DATE      : 15/10/2026                                        *
      *                                                               *
      * OBJET     : Livret de competences des classes du cursus       *
      *             CP -> CM2 (cf. promotion.cbl), evaluees par       *
      *             niveau d'acquisition et non sur 20 :              *
      *               A = acquis, E = en cours, N = non acquis.       *
      *             Pour une classe et un trimestre :                 *
      *               1 - saisie du niveau de chaque eleve du roster  *
      *                   pour une competence ou pour toutes ;        *
      *               2 - edition des livrets, une page par eleve     *
      *                   (comme output.dat), competences regroupees  *
      *                   par domaine ;                               *
      *               3 - synthese de classe : part des eleves ayant  *
      *                   acquis chaque competence.                   *
      *             Referentiel par niveau et domaine :               *
      *             competences-referentiel.txt. Evaluations :        *
      *             competences-evaluations.txt (reecrit apres        *
      *             chaque saisie).                                   *
      *                                                               *
      * REMARQUE  : Le niveau de la classe est son code dans le       *
      *             roster (CP, CE1, CE2, CM1, CM2). Une competence   *
      *             non saisie est editee "non evaluee". Le roster    *
      *             n'est pas modifie.                                *
      *                                                               *
      * MODIFICATION : 15/10/2026 - Chaque synthese de classe est     *
      *                conservee et inscrite au catalogue des         *
      *                rapports (catalogue-rapports).                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. livret-competences.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Roster des classes (cf. tab-m-elev.cbl), en lecture seule
           SELECT F-ROSTER ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER-STATUS.

      * Referentiel des competences par niveau et domaine
           SELECT F-REFERENTIEL ASSIGN TO "competences-referentiel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.

      * Niveaux d'acquisition saisis, tous trimestres et classes
           SELECT F-EVALUATIONS ASSIGN TO "competences-evaluations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVALUATIONS.

      * Livrets ou synthese edites
           SELECT F-EDITION ASSIGN TO WS-NOM-EDITION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDITION.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne de roster par eleve (cf. tab-m-elev.cbl)
       FD F-ROSTER.
       01 FS-ENR-ROSTER.
           05 FS-NOM-CLASSE                 PIC X(04).
           05 FS-NOM-ELEVE                  PIC X(15).
           05 FS-PRENOM-ELEVE               PIC X(15).

      * Une ligne par competence : niveau, domaine, code, libelle
       FD F-REFERENTIEL.
       01 FS-ENR-REFERENTIEL.
           05 FS-REF-NIVEAU                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-REF-DOMAINE                PIC X(20).
           05 FILLER                        PIC X(01).
           05 FS-REF-CODE                   PIC X(06).
           05 FILLER                        PIC X(01).
           05 FS-REF-LIBELLE                PIC X(40).

      * Une ligne par eleve, competence et trimestre
       FD F-EVALUATIONS.
       01 FS-ENR-EVALUATION.
           05 FS-EVA-TRIMESTRE              PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-EVA-CLASSE                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-EVA-NOM                    PIC X(15).
           05 FILLER                        PIC X(01).
           05 FS-EVA-PRENOM                 PIC X(15).
           05 FILLER                        PIC X(01).
           05 FS-EVA-CODE                   PIC X(06).
           05 FILLER                        PIC X(01).
           05 FS-EVA-ACQUIS                 PIC X(01).

       FD F-EDITION.
       01 FS-ENR-EDITION                    PIC X(80).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-ROSTER-STATUS      PIC X(02).
       01 WS-FS-REFERENTIEL        PIC X(02).
       01 WS-FS-EVALUATIONS        PIC X(02).
       01 WS-FS-EDITION            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Classe, trimestre et choix du menu
       01 WS-CLASSE                PIC X(04).
       01 WS-TRIMESTRE             PIC 9(01).
       01 WS-SAISIE-TRIMESTRE      PIC X(01).
       01 WS-CHOIX                 PIC X(01).
       01 WS-SAISIE-CODE           PIC X(06).
       01 WS-SAISIE-ACQUIS         PIC X(01).
       01 WS-NOM-EDITION           PIC X(40).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "livret-competences".
       01 WS-CAT-RC                PIC 9(02).

      * Cursus des classes (meme cursus que promotion.cbl)
       01 WS-TAB-CURSUS.
           05 FILLER               PIC X(04) VALUE "CP".
           05 FILLER               PIC X(04) VALUE "CE1".
           05 FILLER               PIC X(04) VALUE "CE2".
           05 FILLER               PIC X(04) VALUE "CM1".
           05 FILLER               PIC X(04) VALUE "CM2".
       01 WS-TAB-CURSUS-R REDEFINES WS-TAB-CURSUS.
           05 WS-CURSUS-NIVEAU     PIC X(04) OCCURS 5 TIMES.
       01 WS-IDX-NIV               PIC 9(02) VALUE ZERO.
       01 WS-NIVEAU-CONNU          PIC X(01) VALUE "N".

      * Competences du niveau de la classe, dans l'ordre du referentiel
       01 WS-NB-COMPETENCES        PIC 9(03) VALUE ZERO.
       01 WS-IDX-CMP               PIC 9(03) VALUE ZERO.
       01 WS-TAB-COMPETENCES.
           05 WS-COMPETENCE OCCURS 100 TIMES.
               10 WS-CMP-DOMAINE        PIC X(20).
               10 WS-CMP-CODE           PIC X(06).
               10 WS-CMP-LIBELLE        PIC X(40).
               10 WS-CMP-NB-A           PIC 9(03).
               10 WS-CMP-NB-E           PIC 9(03).
               10 WS-CMP-NB-N           PIC 9(03).

      * Eleves de la classe
       01 WS-NB-ELEVES             PIC 9(03) VALUE ZERO.
       01 WS-IDX-ELV               PIC 9(03) VALUE ZERO.
       01 WS-TAB-ELEVES.
           05 WS-ELEVE OCCURS 50 TIMES.
               10 WS-ELV-NOM            PIC X(15).
               10 WS-ELV-PRENOM         PIC X(15).

      * Evaluations chargees en memoire (fichier complet)
       01 WS-NB-EVALUATIONS        PIC 9(04) VALUE ZERO.
       01 WS-MAX-EVALUATIONS       PIC 9(04) VALUE 5000.
       01 WS-IDX-EVA               PIC 9(04) VALUE ZERO.
       01 WS-IDX-TROUVE            PIC 9(04) VALUE ZERO.
       01 WS-TAB-EVALUATIONS.
           05 WS-EVALUATION OCCURS 5000 TIMES.
               10 WS-EVA-TRIMESTRE      PIC 9(01).
               10 WS-EVA-CLASSE         PIC X(04).
               10 WS-EVA-NOM            PIC X(15).
               10 WS-EVA-PRENOM         PIC X(15).
               10 WS-EVA-CODE           PIC X(06).
               10 WS-EVA-ACQUIS         PIC X(01).

      * Niveau d'acquisition courant et son libelle
       01 WS-ACQUIS                PIC X(01).
           88 WS-ACQ-ACQUIS                     VALUE "A".
           88 WS-ACQ-EN-COURS                   VALUE "E".
           88 WS-ACQ-NON-ACQUIS                 VALUE "N".
           88 WS-ACQ-VALIDE                     VALUE "A" "E" "N".
       01 WS-ACQUIS-LIBELLE        PIC X(11).

      * Compteurs et edition
       01 WS-NB-MODIFS             PIC 9(04) VALUE ZERO.
       01 WS-NB-SAISIES-CMP        PIC 9(03) VALUE ZERO.
       01 WS-ELV-NB-A              PIC 9(03) VALUE ZERO.
       01 WS-ELV-NB-EVALUEES       PIC 9(03) VALUE ZERO.
       01 WS-NB-NON-EVALUES        PIC 9(03) VALUE ZERO.
       01 WS-POURCENT              PIC 9(03) VALUE ZERO.
       01 WS-DOMAINE-COURANT       PIC X(20).
       01 WS-NOMBRE-ED             PIC ZZ9.
       01 WS-NOMBRE2-ED            PIC ZZ9.
       01 WS-LIGNE-EDITION         PIC X(80).

       01 WS-LIGNE-COMPETENCE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LC-CODE               PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LC-LIBELLE            PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LC-ACQUIS             PIC X(11).
           05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-LIGNE-SYNTHESE.
           05 WS-LS-CODE               PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LS-LIBELLE            PIC X(36).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LS-NB-A               PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LS-NB-E               PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LS-NB-N               PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LS-NB-NON-EVAL        PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LS-POURCENT           PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE " %".
           05 FILLER                   PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : classe, trimestre, chargements, menu
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           DISPLAY "Classe (CP, CE1, CE2, CM1, CM2) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CLASSE.
           MOVE "N" TO WS-NIVEAU-CONNU.
           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > 5
               IF WS-CURSUS-NIVEAU(WS-IDX-NIV) = WS-CLASSE
                   MOVE "O" TO WS-NIVEAU-CONNU
               END-IF
           END-PERFORM.
           IF WS-NIVEAU-CONNU NOT = "O"
               DISPLAY "Classe hors du cursus CP -> CM2 : " WS-CLASSE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           DISPLAY "Trimestre (1, 2 ou 3) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE NOT = "1" AND NOT = "2"
                                  AND NOT = "3"
               DISPLAY "Trimestre invalide : " WS-SAISIE-TRIMESTRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE.

      * Chargements
           PERFORM 6110-CHARGER-REFERENTIEL-DEB
              THRU 6110-CHARGER-REFERENTIEL-FIN.
           PERFORM 6120-CHARGER-ROSTER-DEB
              THRU 6120-CHARGER-ROSTER-FIN.
           PERFORM 6130-CHARGER-EVALUATIONS-DEB
              THRU 6130-CHARGER-EVALUATIONS-FIN.

      * Menu
           MOVE SPACE TO WS-CHOIX.
           PERFORM UNTIL WS-CHOIX = "0"
               DISPLAY " "
               DISPLAY "LIVRET DE COMPETENCES - " WS-CLASSE
                       " - TRIMESTRE " WS-TRIMESTRE
               DISPLAY "1 - Saisie des niveaux d'acquisition"
               DISPLAY "2 - Edition des livrets (une page par eleve)"
               DISPLAY "3 - Synthese de classe"
               DISPLAY "0 - Quitter"
               DISPLAY "Choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN "1"
                       PERFORM 7000-SAISIR-NIVEAUX-DEB
                          THRU 7000-SAISIR-NIVEAUX-FIN
                   WHEN "2"
                       PERFORM 8000-EDITER-LIVRETS-DEB
                          THRU 8000-EDITER-LIVRETS-FIN
                   WHEN "3"
                       PERFORM 8200-EDITER-SYNTHESE-DEB
                          THRU 8200-EDITER-SYNTHESE-FIN
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL POUR LE NIVEAU DE LA CLASSE
      ******************************************************************
       6110-CHARGER-REFERENTIEL-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REFERENTIEL.
           IF WS-FS-REFERENTIEL NOT = "00"
               DISPLAY "Erreur ouverture competences-referentiel.txt, "
                       "code : " WS-FS-REFERENTIEL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-REFERENTIEL
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-REF-NIVEAU = WS-CLASSE
                           AND FS-REF-CODE NOT = SPACES
                           IF WS-NB-COMPETENCES < 100
                               ADD 1 TO WS-NB-COMPETENCES
                               MOVE FS-REF-DOMAINE TO
                                   WS-CMP-DOMAINE(WS-NB-COMPETENCES)
                               MOVE FS-REF-CODE TO
                                   WS-CMP-CODE(WS-NB-COMPETENCES)
                               MOVE FS-REF-LIBELLE TO
                                   WS-CMP-LIBELLE(WS-NB-COMPETENCES)
                           ELSE
                               DISPLAY "/!\ Referentiel plein, "
                                       "competence ignoree : "
                                       FS-REF-CODE " /!\"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REFERENTIEL.

           IF WS-NB-COMPETENCES = ZERO
               DISPLAY "Aucune competence au referentiel pour le "
                       "niveau " WS-CLASSE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-CHARGER-REFERENTIEL-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES ELEVES DE LA CLASSE
      ******************************************************************
       6120-CHARGER-ROSTER-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER-STATUS NOT = "00"
               DISPLAY "Erreur ouverture roster.txt, code : "
                   WS-FS-ROSTER-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ROSTER
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-NOM-CLASSE = WS-CLASSE
                           IF WS-NB-ELEVES < 50
                               ADD 1 TO WS-NB-ELEVES
                               MOVE FS-NOM-ELEVE TO
                                   WS-ELV-NOM(WS-NB-ELEVES)
                               MOVE FS-PRENOM-ELEVE TO
                                   WS-ELV-PRENOM(WS-NB-ELEVES)
                           ELSE
                               DISPLAY "/!\ Classe pleine, eleve "
                                       "ignore : " FS-NOM-ELEVE " /!\"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ROSTER.

           IF WS-NB-ELEVES = ZERO
               DISPLAY "Aucun eleve dans le roster pour la classe "
                       WS-CLASSE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-CHARGER-ROSTER-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES EVALUATIONS (FICHIER ABSENT = AUCUNE SAISIE)
      ******************************************************************
       6130-CHARGER-EVALUATIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EVALUATIONS.
           IF WS-FS-EVALUATIONS = "35"
               GO TO 6130-CHARGER-EVALUATIONS-FIN
           END-IF.
           IF WS-FS-EVALUATIONS NOT = "00"
               DISPLAY "Erreur ouverture competences-evaluations.txt, "
                       "code : " WS-FS-EVALUATIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EVALUATIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-EVALUATIONS < WS-MAX-EVALUATIONS
                           ADD 1 TO WS-NB-EVALUATIONS
                           MOVE FS-EVA-TRIMESTRE TO
                               WS-EVA-TRIMESTRE(WS-NB-EVALUATIONS)
                           MOVE FS-EVA-CLASSE TO
                               WS-EVA-CLASSE(WS-NB-EVALUATIONS)
                           MOVE FS-EVA-NOM TO
                               WS-EVA-NOM(WS-NB-EVALUATIONS)
                           MOVE FS-EVA-PRENOM TO
                               WS-EVA-PRENOM(WS-NB-EVALUATIONS)
                           MOVE FS-EVA-CODE TO
                               WS-EVA-CODE(WS-NB-EVALUATIONS)
                           MOVE FS-EVA-ACQUIS TO
                               WS-EVA-ACQUIS(WS-NB-EVALUATIONS)
                       ELSE
                           DISPLAY "Fichier des evaluations trop "
                                   "volumineux (" WS-MAX-EVALUATIONS
                                   " lignes maximum)"
                           CLOSE F-EVALUATIONS
                           PERFORM 9999-ERREUR-PROGRAMME-DEB
                              THRU 9999-ERREUR-PROGRAMME-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-EVALUATIONS.
       6130-CHARGER-EVALUATIONS-FIN.
           EXIT.

      ******************************************************************
      * SAISIE DES NIVEAUX D'ACQUISITION
      ******************************************************************
      * Une competence (code) ou toutes (blanc) ; pour chaque eleve :
      * A, E, N, ou blanc pour laisser le niveau deja saisi
       7000-SAISIR-NIVEAUX-DEB.
           DISPLAY "Code competence (blanc = toutes) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE.
           MOVE ZERO TO WS-NB-MODIFS.
           MOVE ZERO TO WS-NB-SAISIES-CMP.

           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-COMPETENCES
               IF WS-SAISIE-CODE = SPACES
                   OR WS-SAISIE-CODE = WS-CMP-CODE(WS-IDX-CMP)
                   ADD 1 TO WS-NB-SAISIES-CMP
                   PERFORM 7100-SAISIR-COMPETENCE-DEB
                      THRU 7100-SAISIR-COMPETENCE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-SAISIES-CMP = ZERO
               DISPLAY "Competence inconnue pour le niveau "
                       WS-CLASSE " : " WS-SAISIE-CODE
               GO TO 7000-SAISIR-NIVEAUX-FIN
           END-IF.

           IF WS-NB-MODIFS > ZERO
               PERFORM 7900-ECRIRE-EVALUATIONS-DEB
                  THRU 7900-ECRIRE-EVALUATIONS-FIN
           END-IF.
           DISPLAY "Niveaux saisis ou modifies : " WS-NB-MODIFS.
       7000-SAISIR-NIVEAUX-FIN.
           EXIT.

       7100-SAISIR-COMPETENCE-DEB.
           DISPLAY " ".
           DISPLAY WS-CMP-CODE(WS-IDX-CMP) " - "
                   WS-CMP-LIBELLE(WS-IDX-CMP).
           DISPLAY "(" WS-CMP-DOMAINE(WS-IDX-CMP) ")".
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               PERFORM 7150-RECHERCHER-EVALUATION-DEB
                  THRU 7150-RECHERCHER-EVALUATION-FIN
               MOVE SPACE TO WS-ACQUIS
               IF WS-IDX-TROUVE > ZERO
                   MOVE WS-EVA-ACQUIS(WS-IDX-TROUVE) TO WS-ACQUIS
               END-IF
               PERFORM 7200-SAISIR-ELEVE-DEB
                  THRU 7200-SAISIR-ELEVE-FIN
           END-PERFORM.
       7100-SAISIR-COMPETENCE-FIN.
           EXIT.

      * Recherche de la saisie eleve / competence du trimestre
       7150-RECHERCHER-EVALUATION-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-EVA FROM 1 BY 1
                   UNTIL WS-IDX-EVA > WS-NB-EVALUATIONS
                      OR WS-IDX-TROUVE > ZERO
               IF WS-EVA-TRIMESTRE(WS-IDX-EVA) = WS-TRIMESTRE
                   AND WS-EVA-CLASSE(WS-IDX-EVA) = WS-CLASSE
                   AND WS-EVA-NOM(WS-IDX-EVA) = WS-ELV-NOM(WS-IDX-ELV)
                   AND WS-EVA-PRENOM(WS-IDX-EVA)
                       = WS-ELV-PRENOM(WS-IDX-ELV)
                   AND WS-EVA-CODE(WS-IDX-EVA) = WS-CMP-CODE(WS-IDX-CMP)
                   MOVE WS-IDX-EVA TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
       7150-RECHERCHER-EVALUATION-FIN.
           EXIT.

       7200-SAISIR-ELEVE-DEB.
           DISPLAY "  " WS-ELV-NOM(WS-IDX-ELV) " "
                   WS-ELV-PRENOM(WS-IDX-ELV) " [" WS-ACQUIS
                   "] (A/E/N, blanc = inchange) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ACQUIS.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ACQUIS)
             TO WS-SAISIE-ACQUIS.
           PERFORM UNTIL WS-SAISIE-ACQUIS = SPACE
                      OR WS-SAISIE-ACQUIS = "A" OR "E" OR "N"
               DISPLAY "  Saisir A, E, N ou blanc : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-ACQUIS
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-ACQUIS)
                 TO WS-SAISIE-ACQUIS
           END-PERFORM.

           IF WS-SAISIE-ACQUIS = SPACE
               OR WS-SAISIE-ACQUIS = WS-ACQUIS
               GO TO 7200-SAISIR-ELEVE-FIN
           END-IF.

           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-EVALUATIONS NOT < WS-MAX-EVALUATIONS
                   DISPLAY "/!\ Fichier des evaluations plein, saisie "
                           "non retenue /!\"
                   GO TO 7200-SAISIR-ELEVE-FIN
               END-IF
               ADD 1 TO WS-NB-EVALUATIONS
               MOVE WS-NB-EVALUATIONS TO WS-IDX-TROUVE
               MOVE WS-TRIMESTRE TO WS-EVA-TRIMESTRE(WS-IDX-TROUVE)
               MOVE WS-CLASSE TO WS-EVA-CLASSE(WS-IDX-TROUVE)
               MOVE WS-ELV-NOM(WS-IDX-ELV) TO WS-EVA-NOM(WS-IDX-TROUVE)
               MOVE WS-ELV-PRENOM(WS-IDX-ELV)
                 TO WS-EVA-PRENOM(WS-IDX-TROUVE)
               MOVE WS-CMP-CODE(WS-IDX-CMP)
                 TO WS-EVA-CODE(WS-IDX-TROUVE)
           END-IF.
           MOVE WS-SAISIE-ACQUIS TO WS-EVA-ACQUIS(WS-IDX-TROUVE).
           ADD 1 TO WS-NB-MODIFS.
       7200-SAISIR-ELEVE-FIN.
           EXIT.

      * Reecriture complete du fichier des evaluations
       7900-ECRIRE-EVALUATIONS-DEB.
           OPEN OUTPUT F-EVALUATIONS.
           IF WS-FS-EVALUATIONS NOT = "00"
               DISPLAY "Erreur ouverture competences-evaluations.txt, "
                       "code : " WS-FS-EVALUATIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-EVA FROM 1 BY 1
                   UNTIL WS-IDX-EVA > WS-NB-EVALUATIONS
               MOVE SPACES TO FS-ENR-EVALUATION
               MOVE WS-EVA-TRIMESTRE(WS-IDX-EVA) TO FS-EVA-TRIMESTRE
               MOVE WS-EVA-CLASSE(WS-IDX-EVA)    TO FS-EVA-CLASSE
               MOVE WS-EVA-NOM(WS-IDX-EVA)       TO FS-EVA-NOM
               MOVE WS-EVA-PRENOM(WS-IDX-EVA)    TO FS-EVA-PRENOM
               MOVE WS-EVA-CODE(WS-IDX-EVA)      TO FS-EVA-CODE
               MOVE WS-EVA-ACQUIS(WS-IDX-EVA)    TO FS-EVA-ACQUIS
               WRITE FS-ENR-EVALUATION
           END-PERFORM.

           CLOSE F-EVALUATIONS.
       7900-ECRIRE-EVALUATIONS-FIN.
           EXIT.

      ******************************************************************
      * EDITION DES LIVRETS : UNE PAGE PAR ELEVE
      ******************************************************************
       8000-EDITER-LIVRETS-DEB.
           MOVE SPACES TO WS-NOM-EDITION.
           STRING "livret-competences-" DELIMITED BY SIZE
                  WS-CLASSE DELIMITED BY SPACE
                  "-" WS-TRIMESTRE ".txt" DELIMITED BY SIZE
               INTO WS-NOM-EDITION
           END-STRING.
           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "Erreur ouverture " WS-NOM-EDITION
                       ", code : " WS-FS-EDITION
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               PERFORM 8100-EDITER-LIVRET-ELEVE-DEB
                  THRU 8100-EDITER-LIVRET-ELEVE-FIN
           END-PERFORM.

           CLOSE F-EDITION.
           DISPLAY "Livrets edites (" WS-NB-ELEVES " eleves) dans "
                   WS-NOM-EDITION.
       8000-EDITER-LIVRETS-FIN.
           EXIT.

       8100-EDITER-LIVRET-ELEVE-DEB.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "LIVRET DE COMPETENCES - CLASSE " WS-CLASSE
                  " - TRIMESTRE " WS-TRIMESTRE
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
      * Saut de page avant chaque eleve, sauf le premier
           IF WS-IDX-ELV > 1
               WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION
                   AFTER ADVANCING PAGE
           ELSE
               WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION
           END-IF.
           MOVE ALL "=" TO WS-LIGNE-EDITION.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "Eleve : " WS-ELV-NOM(WS-IDX-ELV) " "
                  WS-ELV-PRENOM(WS-IDX-ELV)
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO WS-DOMAINE-COURANT.
           MOVE ZERO TO WS-ELV-NB-A.
           MOVE ZERO TO WS-ELV-NB-EVALUEES.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-COMPETENCES
      * Titre de domaine a chaque changement (ordre du referentiel)
               IF WS-CMP-DOMAINE(WS-IDX-CMP) NOT = WS-DOMAINE-COURANT
                   MOVE WS-CMP-DOMAINE(WS-IDX-CMP)
                     TO WS-DOMAINE-COURANT
                   MOVE SPACES TO WS-LIGNE-EDITION
                   PERFORM 8090-ECRIRE-LIGNE-DEB
                      THRU 8090-ECRIRE-LIGNE-FIN
                   MOVE WS-DOMAINE-COURANT TO WS-LIGNE-EDITION
                   PERFORM 8090-ECRIRE-LIGNE-DEB
                      THRU 8090-ECRIRE-LIGNE-FIN
               END-IF
               PERFORM 7150-RECHERCHER-EVALUATION-DEB
                  THRU 7150-RECHERCHER-EVALUATION-FIN
               MOVE SPACE TO WS-ACQUIS
               IF WS-IDX-TROUVE > ZERO
                   MOVE WS-EVA-ACQUIS(WS-IDX-TROUVE) TO WS-ACQUIS
               END-IF
               PERFORM 8150-LIBELLE-ACQUIS-DEB
                  THRU 8150-LIBELLE-ACQUIS-FIN
               MOVE WS-CMP-CODE(WS-IDX-CMP)    TO WS-LC-CODE
               MOVE WS-CMP-LIBELLE(WS-IDX-CMP) TO WS-LC-LIBELLE
               MOVE WS-ACQUIS-LIBELLE          TO WS-LC-ACQUIS
               MOVE WS-LIGNE-COMPETENCE TO WS-LIGNE-EDITION
               PERFORM 8090-ECRIRE-LIGNE-DEB
                  THRU 8090-ECRIRE-LIGNE-FIN
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE WS-ELV-NB-A TO WS-NOMBRE-ED.
           MOVE WS-NB-COMPETENCES TO WS-NOMBRE2-ED.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "Competences acquises : " WS-NOMBRE-ED
                  " sur " WS-NOMBRE2-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE WS-ELV-NB-EVALUEES TO WS-NOMBRE-ED.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "Competences evaluees : " WS-NOMBRE-ED
                  " sur " WS-NOMBRE2-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
       8100-EDITER-LIVRET-ELEVE-FIN.
           EXIT.

      * Libelle du niveau d'acquisition, et cumul pour l'eleve
       8150-LIBELLE-ACQUIS-DEB.
           EVALUATE TRUE
               WHEN WS-ACQ-ACQUIS
                   MOVE "Acquis" TO WS-ACQUIS-LIBELLE
                   ADD 1 TO WS-ELV-NB-A
               WHEN WS-ACQ-EN-COURS
                   MOVE "En cours" TO WS-ACQUIS-LIBELLE
               WHEN WS-ACQ-NON-ACQUIS
                   MOVE "Non acquis" TO WS-ACQUIS-LIBELLE
               WHEN OTHER
                   MOVE "Non evaluee" TO WS-ACQUIS-LIBELLE
           END-EVALUATE.
           IF WS-ACQ-VALIDE
               ADD 1 TO WS-ELV-NB-EVALUEES
           END-IF.
       8150-LIBELLE-ACQUIS-FIN.
           EXIT.

       8090-ECRIRE-LIGNE-DEB.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       8090-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * SYNTHESE DE CLASSE : PART DES ELEVES AYANT ACQUIS CHAQUE
      * COMPETENCE
      ******************************************************************
       8200-EDITER-SYNTHESE-DEB.
           MOVE SPACES TO WS-NOM-EDITION.
           STRING "synthese-competences-" DELIMITED BY SIZE
                  WS-CLASSE DELIMITED BY SPACE
                  "-" WS-TRIMESTRE ".txt" DELIMITED BY SIZE
               INTO WS-NOM-EDITION
           END-STRING.
           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "Erreur ouverture " WS-NOM-EDITION
                       ", code : " WS-FS-EDITION
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Decompte A / E / N par competence sur les eleves de la classe
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-COMPETENCES
               MOVE ZERO TO WS-CMP-NB-A(WS-IDX-CMP)
               MOVE ZERO TO WS-CMP-NB-E(WS-IDX-CMP)
               MOVE ZERO TO WS-CMP-NB-N(WS-IDX-CMP)
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELEVES
                   PERFORM 7150-RECHERCHER-EVALUATION-DEB
                      THRU 7150-RECHERCHER-EVALUATION-FIN
                   IF WS-IDX-TROUVE > ZERO
                       MOVE WS-EVA-ACQUIS(WS-IDX-TROUVE) TO WS-ACQUIS
                       EVALUATE TRUE
                           WHEN WS-ACQ-ACQUIS
                               ADD 1 TO WS-CMP-NB-A(WS-IDX-CMP)
                           WHEN WS-ACQ-EN-COURS
                               ADD 1 TO WS-CMP-NB-E(WS-IDX-CMP)
                           WHEN WS-ACQ-NON-ACQUIS
                               ADD 1 TO WS-CMP-NB-N(WS-IDX-CMP)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.

           INITIALIZE WS-LIGNE-EDITION.
           MOVE WS-NB-ELEVES TO WS-NOMBRE-ED.
           STRING "SYNTHESE DES COMPETENCES - CLASSE " WS-CLASSE
                  " - TRIMESTRE " WS-TRIMESTRE " - " WS-NOMBRE-ED
                  " ELEVES"
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8290-ECRIRE-LIGNE-DEB
              THRU 8290-ECRIRE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE-EDITION.
           PERFORM 8290-ECRIRE-LIGNE-DEB
              THRU 8290-ECRIRE-LIGNE-FIN.
           MOVE "CODE   COMPETENCE" TO WS-LIGNE-EDITION.
           MOVE "ACQ  ENC  NON  N.E.  % ACQUIS"
             TO WS-LIGNE-EDITION(45:29).
           PERFORM 8290-ECRIRE-LIGNE-DEB
              THRU 8290-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO WS-DOMAINE-COURANT.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-COMPETENCES
               IF WS-CMP-DOMAINE(WS-IDX-CMP) NOT = WS-DOMAINE-COURANT
                   MOVE WS-CMP-DOMAINE(WS-IDX-CMP)
                     TO WS-DOMAINE-COURANT
                   MOVE WS-DOMAINE-COURANT TO WS-LIGNE-EDITION
                   PERFORM 8290-ECRIRE-LIGNE-DEB
                      THRU 8290-ECRIRE-LIGNE-FIN
               END-IF
               COMPUTE WS-NB-NON-EVALUES = WS-NB-ELEVES
                       - WS-CMP-NB-A(WS-IDX-CMP)
                       - WS-CMP-NB-E(WS-IDX-CMP)
                       - WS-CMP-NB-N(WS-IDX-CMP)
               COMPUTE WS-POURCENT ROUNDED =
                       WS-CMP-NB-A(WS-IDX-CMP) * 100 / WS-NB-ELEVES
               MOVE WS-CMP-CODE(WS-IDX-CMP)    TO WS-LS-CODE
               MOVE WS-CMP-LIBELLE(WS-IDX-CMP) TO WS-LS-LIBELLE
               MOVE WS-CMP-NB-A(WS-IDX-CMP)    TO WS-LS-NB-A
               MOVE WS-CMP-NB-E(WS-IDX-CMP)    TO WS-LS-NB-E
               MOVE WS-CMP-NB-N(WS-IDX-CMP)    TO WS-LS-NB-N
               MOVE WS-NB-NON-EVALUES          TO WS-LS-NB-NON-EVAL
               MOVE WS-POURCENT                TO WS-LS-POURCENT
               MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION
               PERFORM 8290-ECRIRE-LIGNE-DEB
                  THRU 8290-ECRIRE-LIGNE-FIN
           END-PERFORM.

           CLOSE F-EDITION.
           DISPLAY "Synthese ecrite dans " WS-NOM-EDITION.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-EDITION TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8200-EDITER-SYNTHESE-FIN.
           EXIT.

      * La synthese est aussi affichee a l'ecran
       8290-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       8290-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
