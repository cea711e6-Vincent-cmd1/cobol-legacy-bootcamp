      ******************************************************************
      * Programme : eleves-risque                                      *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      * Mise à jour : 15/10/2026 - Liste de vigilance conservée et     *
      *               inscrite au catalogue des rapports               *
      *               (catalogue-rapports)                             *
      *                                                                *
      * Objet : Liste de vigilance des élèves en difficulté : la      *
      *            synthèse du conseil de classe montre où en est      *
      *            l'élève ce trimestre, celle-ci montre qui décroche. *
      *                                                                *
      * Fonction  :                                                    *
      *  - Pour chaque élève du trimestre (notes-annee.txt) :          *
      *      . moyenne pondérée du trimestre et écart avec le          *
      *        trimestre précédent (notes-annee.txt) ;                 *
      *      . classe et absences de la dernière génération            *
      *        (bulletin-eleves.txt) ;                                 *
      *      . nombre de notes de rattrapage (type 05 de input.txt) ;  *
      *      . résultat d'eleve-reussite : élève de eleves.txt absent  *
      *        de reussite.txt = échec.                                *
      *  - Règles de risque paramétrables (eleves-risque-             *
      *    parametres.txt, valeurs par défaut sinon ; une valeur à 0   *
      *    désactive la règle) :                                       *
      *      MOYENNE-MIN    moyenne du trimestre inférieure à         *
      *      BAISSE-MIN     baisse d'au moins N points                *
      *      ABSENCES-MAX   au moins N absences                       *
      *      RATTRAPAGES    au moins N notes de rattrapage            *
      *      ECHEC-REUSSITE 1 = échec à eleve-reussite retenu         *
      *      NB-REGLES-MIN  règles déclenchées pour figurer à la      *
      *                     liste                                     *
      *  - Liste par classe des élèves retenus, avec les règles        *
      *    déclenchées et la dernière note de suivi du professeur      *
      *    principal, écran et eleves-risque-AAAAMMJJ.txt.             *
      *  - Saisie d'une note de suivi (eleves-risque-suivi.txt,        *
      *    historique conservé), relue au passage suivant.             *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. eleves-risque.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cumul annuel des notes (cf. bulletin-gen.cbl)
           SELECT F-NOTES-ANNEE ASSIGN TO "notes-annee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTES-ANNEE.

      * Export par élève de la dernière génération des bulletins
           SELECT F-BULLETIN-ELEVES ASSIGN TO "bulletin-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BULLETIN-ELEVES.

      * Flux d'entrée de bulletin-gen (notes de rattrapage type 05)
           SELECT F-INPUT ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT.

      * Fichiers d'eleve-reussite (cf. eleve-reussite.cbl)
           SELECT F-ELEVES ASSIGN TO "eleves.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EL-PRENOM
               FILE STATUS IS WS-FS-ELEVES.
           SELECT F-REUSSITE ASSIGN TO "reussite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REUSSITE.

      * Seuils des règles de risque
           SELECT F-PARAMETRES ASSIGN TO "eleves-risque-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Notes de suivi du professeur principal
           SELECT F-SUIVI ASSIGN TO "eleves-risque-suivi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUIVI.

      * Liste de vigilance éditée
           SELECT F-LISTE ASSIGN TO WS-NOM-LISTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Cumul annuel des notes : trimestre, élève, cours, coef, note
       FD  F-NOTES-ANNEE
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-NOTES-ANNEE.
           05 FS-NA-TRIMESTRE               PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-NA-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-NA-COURS                   PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-NA-COEF                    PIC 9V9.
           05 FILLER                        PIC X(01).
           05 FS-NA-NOTE                    PIC 99V99.

      * Export par élève : identifiant, nom, classe, moyenne,
      * absences et mention
       FD  F-BULLETIN-ELEVES
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-BULLETIN-ELEVES.
           05 FS-BE-ID                      PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-BE-NOM                     PIC X(07).
           05 FILLER                        PIC X(01).
           05 FS-BE-PRENOM                  PIC X(06).
           05 FILLER                        PIC X(01).
           05 FS-BE-CLASSE                  PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-BE-MOYENNE                 PIC 9(02)V9(02).
           05 FILLER                        PIC X(01).
           05 FS-BE-ABSENCES                PIC X(02).
           05 FILLER                        PIC X(01).
           05 FS-BE-MENTION                 PIC X(20).

      * Flux de bulletin-gen : type sur deux positions + données
       FD  F-INPUT
           RECORD IS VARYING IN SIZE FROM 2 TO 1000 CHARACTERS
               DEPENDING ON WS-LG-INPUT.
       01  REC-F-INPUT.
           05 REC-TYPE-CODE                 PIC 9(02).
           05 REC-DATA                      PIC X(998).

      * Elèves soumis à eleve-reussite, indexé par prénom
       FD  F-ELEVES.
       01  FS-ENR-ELEVES.
           05 FS-EL-PRENOM                  PIC X(10).
           05 FS-EL-NOTE                    PIC 9(02).
           05 FS-EL-ELEVE-ID                PIC 9(06).

      * Elèves reçus, suivis du pied de page statistique
       FD  F-REUSSITE.
       01  FS-ENR-REUSSITE.
           05 FS-RE-PRENOM                  PIC X(10).
           05 FS-RE-NOTE                    PIC X(02).
           05 FS-RE-ELEVE-ID                PIC X(06).
           05 FS-RE-FLAG-RATTRAPAGE         PIC X(01).
           05 FILLER                        PIC X(61).

       FD  F-PARAMETRES.
       01  FS-ENR-PARAMETRE.
           05 FS-PAR-CODE                   PIC X(14).
           05 FILLER                        PIC X(01).
           05 FS-PAR-VALEUR                 PIC 9(05).

      * Une note de suivi : élève, date, trimestre et texte libre
       FD  F-SUIVI
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-SUIVI.
           05 FS-SU-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-SU-DATE                    PIC 9(08).
           05 FILLER                        PIC X(01).
           05 FS-SU-TRIMESTRE               PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-SU-TEXTE                   PIC X(60).

       FD  F-LISTE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENR-LISTE                     PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-NOTES-ANNEE                PIC X(02).
       01  WS-FS-BULLETIN-ELEVES            PIC X(02).
       01  WS-FS-INPUT                      PIC X(02).
       01  WS-FS-ELEVES                     PIC X(02).
       01  WS-FS-REUSSITE                   PIC X(02).
       01  WS-FS-PARAMETRES                 PIC X(02).
       01  WS-FS-SUIVI                      PIC X(02).
       01  WS-FS-LISTE                      PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * SEUILS DES RÈGLES (VALEURS PAR DÉFAUT)                         *
      *----------------------------------------------------------------*
       01  WS-PAR-MOYENNE-MIN               PIC 9(05) VALUE 10.
       01  WS-PAR-BAISSE-MIN                PIC 9(05) VALUE 2.
       01  WS-PAR-ABSENCES-MAX              PIC 9(05) VALUE 6.
       01  WS-PAR-RATTRAPAGES               PIC 9(05) VALUE 2.
       01  WS-PAR-ECHEC-REUSSITE            PIC 9(05) VALUE 1.
       01  WS-PAR-NB-REGLES-MIN             PIC 9(05) VALUE 1.

      *----------------------------------------------------------------*
      * SITUATION DE CHAQUE ÉLÈVE                                      *
      *----------------------------------------------------------------*
       01  WS-TRIMESTRE                     PIC 9(01) VALUE ZERO.
       01  WS-TRIMESTRE-PREC                PIC 9(01) VALUE ZERO.
       01  WS-DERNIER-TRIMESTRE             PIC 9(01) VALUE ZERO.

       01  WS-NB-ELEVES                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-EL                        PIC 9(03) VALUE ZERO.
       01  WS-IDX-TROUVE                    PIC 9(03) VALUE ZERO.
       01  WS-TAB-ELEVES.
           05 WS-ELEVE OCCURS 999 TIMES.
               10 WS-EL-ID                  PIC 9(06).
               10 WS-EL-NOM                 PIC X(07).
               10 WS-EL-PRENOM              PIC X(06).
               10 WS-EL-CLASSE              PIC X(04).
               10 WS-EL-SOMME-NC            PIC 9(06)V9(03).
               10 WS-EL-SOMME-C             PIC 9(04)V9.
               10 WS-EL-SOMME-NC-PREC       PIC 9(06)V9(03).
               10 WS-EL-SOMME-C-PREC        PIC 9(04)V9.
               10 WS-EL-ABSENCES            PIC 9(02).
               10 WS-EL-NB-RATTRAPAGES      PIC 9(02).
               10 WS-EL-SOUMIS              PIC X(01).
               10 WS-EL-RECU                PIC X(01).

      * Élèves retenus, triés par classe pour l'édition
       01  WS-NB-RISQUES                    PIC 9(03) VALUE ZERO.
       01  WS-IDX-RI                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-RISQUES.
           05 WS-RISQUE OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-NB-RISQUES.
               10 WS-RI-CLASSE              PIC X(04).
               10 WS-RI-ID                  PIC 9(06).
               10 WS-RI-NOM                 PIC X(07).
               10 WS-RI-PRENOM              PIC X(06).
               10 WS-RI-MOYENNE             PIC 99V99.
               10 WS-RI-ECART               PIC S99V99.
               10 WS-RI-PREC-CONNU          PIC X(01).
               10 WS-RI-ABSENCES            PIC 9(02).
               10 WS-RI-NB-RATTRAPAGES      PIC 9(02).
               10 WS-RI-REGLES              PIC X(50).

      * Règles déclenchées pour l'élève en cours d'évaluation
       01  WS-MOYENNE                       PIC 99V99.
       01  WS-MOYENNE-PREC                  PIC 99V99.
       01  WS-ECART                         PIC S99V99.
       01  WS-NB-REGLES                     PIC 9(01).
       01  WS-REGLES                        PIC X(50).
       01  WS-PTR-REGLES                    PIC 9(02).

      *----------------------------------------------------------------*
      * NOTES DE SUIVI                                                 *
      *----------------------------------------------------------------*
       01  WS-NB-SUIVIS                     PIC 9(04) VALUE ZERO.
       01  WS-IDX-SU                        PIC 9(04) VALUE ZERO.
       01  WS-IDX-SU-TROUVE                 PIC 9(04) VALUE ZERO.
       01  WS-TAB-SUIVIS.
           05 WS-SUIVI OCCURS 2000 TIMES.
               10 WS-SU-ELEVE-ID            PIC 9(06).
               10 WS-SU-DATE                PIC 9(08).
               10 WS-SU-TRIMESTRE           PIC 9(01).
               10 WS-SU-TEXTE               PIC X(60).

      *----------------------------------------------------------------*
      * MENU, SAISIES ET ÉDITION                                       *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.
       01  WS-SAISIE-TRIMESTRE              PIC X(01).
       01  WS-SAISIE-ID                     PIC 9(06).
       01  WS-SAISIE-TEXTE                  PIC X(60).

       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-LG-INPUT                      PIC 9(04) COMP.
       01  WS-ID-COURANT                    PIC 9(06) VALUE ZERO.
       01  WS-RECUS-CONNUS                  PIC X(01) VALUE 'N'.
           88 WS-RECUS-SONT-CONNUS                     VALUE 'O'.

       01  WS-NOM-LISTE                     PIC X(40).
       01  WS-LIGNE-LISTE                   PIC X(80).
       01  WS-TIRET                         PIC X(80) VALUE ALL "-".
       01  WS-CLASSE-PRECEDENTE             PIC X(04).
       01  WS-MOYENNE-ED                    PIC Z9,99.
       01  WS-ECART-ED                      PIC +Z9,99.
       01  WS-ABSENCES-ED                   PIC Z9.
       01  WS-RATTRAPAGES-ED                PIC Z9.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "eleves-risque".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-CHARGER-PARAMETRES-DEB
              THRU 1000-CHARGER-PARAMETRES-FIN.
           PERFORM 1100-CHARGER-SUIVIS-DEB
              THRU 1100-CHARGER-SUIVIS-FIN.

           PERFORM 4000-MENU-DEB
              THRU 4000-MENU-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DES SEUILS                             *
      * Fichier facultatif : un code absent ou inconnu laisse la       *
      * valeur par défaut                                              *
      ******************************************************************

       1000-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               DISPLAY "eleves-risque-parametres.txt absent : "
                       "seuils par defaut"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "MOYENNE-MIN"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-MOYENNE-MIN
                           WHEN "BAISSE-MIN"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-BAISSE-MIN
                           WHEN "ABSENCES-MAX"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-ABSENCES-MAX
                           WHEN "RATTRAPAGES"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-RATTRAPAGES
                           WHEN "ECHEC-REUSSITE"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-ECHEC-REUSSITE
                           WHEN "NB-REGLES-MIN"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-NB-REGLES-MIN
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.

           IF WS-PAR-NB-REGLES-MIN = ZERO
               MOVE 1 TO WS-PAR-NB-REGLES-MIN
           END-IF.
       1000-CHARGER-PARAMETRES-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === CHARGEMENT DES NOTES DE SUIVI                     *
      * Fichier absent = aucune note, créé à la première saisie        *
      ******************************************************************

       1100-CHARGER-SUIVIS-DEB.
           MOVE ZERO TO WS-NB-SUIVIS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-SUIVI.
           IF WS-FS-SUIVI NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-SUIVI
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-SUIVIS < 2000
                           ADD 1 TO WS-NB-SUIVIS
                           MOVE FS-SU-ELEVE-ID
                               TO WS-SU-ELEVE-ID(WS-NB-SUIVIS)
                           MOVE FS-SU-DATE
                               TO WS-SU-DATE(WS-NB-SUIVIS)
                           MOVE FS-SU-TRIMESTRE
                               TO WS-SU-TRIMESTRE(WS-NB-SUIVIS)
                           MOVE FS-SU-TEXTE
                               TO WS-SU-TEXTE(WS-NB-SUIVIS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-SUIVI = "00" OR WS-FS-SUIVI = "10"
               CLOSE F-SUIVI
           END-IF.
       1100-CHARGER-SUIVIS-FIN.
           EXIT.


      ******************************************************************
      * === 2000 === COLLECTE DE LA SITUATION DES ÉLÈVES               *
      ******************************************************************

      * Moyennes pondérées du trimestre et du précédent ; un élève
      * n'entre dans la table que par une note du trimestre
       2000-CHARGER-NOTES-ANNEE-DEB.
           MOVE ZERO TO WS-NB-ELEVES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-NOTES-ANNEE.
           IF WS-FS-NOTES-ANNEE NOT = "00"
               DISPLAY "/!\ notes-annee.txt absent ou illisible "
                       "(code " WS-FS-NOTES-ANNEE ") /!\"
               GO TO 2000-CHARGER-NOTES-ANNEE-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-NOTES-ANNEE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-NA-TRIMESTRE = WS-TRIMESTRE
                           PERFORM 2010-CUMULER-TRIMESTRE-DEB
                              THRU 2010-CUMULER-TRIMESTRE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NOTES-ANNEE.

      * Seconde lecture pour le trimestre précédent, les élèves du
      * trimestre étant désormais tous connus
           IF WS-TRIMESTRE-PREC = ZERO
               GO TO 2000-CHARGER-NOTES-ANNEE-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-NOTES-ANNEE.
           PERFORM UNTIL QUITTER
               READ F-NOTES-ANNEE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-NA-TRIMESTRE = WS-TRIMESTRE-PREC
                           PERFORM 2020-CUMULER-PRECEDENT-DEB
                              THRU 2020-CUMULER-PRECEDENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NOTES-ANNEE.
       2000-CHARGER-NOTES-ANNEE-FIN.
           EXIT.

       2010-CUMULER-TRIMESTRE-DEB.
           PERFORM 2090-RECHERCHER-ELEVE-DEB
              THRU 2090-RECHERCHER-ELEVE-FIN.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-ELEVES >= 999
                   GO TO 2010-CUMULER-TRIMESTRE-FIN
               END-IF
               ADD 1 TO WS-NB-ELEVES
               MOVE WS-NB-ELEVES TO WS-IDX-TROUVE
               INITIALIZE WS-ELEVE(WS-IDX-TROUVE)
               MOVE FS-NA-ELEVE-ID TO WS-EL-ID(WS-IDX-TROUVE)
               MOVE "????"         TO WS-EL-CLASSE(WS-IDX-TROUVE)
               MOVE 'N'            TO WS-EL-SOUMIS(WS-IDX-TROUVE)
                                      WS-EL-RECU(WS-IDX-TROUVE)
           END-IF.
           COMPUTE WS-EL-SOMME-NC(WS-IDX-TROUVE) =
               WS-EL-SOMME-NC(WS-IDX-TROUVE)
               + FS-NA-NOTE * FS-NA-COEF.
           ADD FS-NA-COEF TO WS-EL-SOMME-C(WS-IDX-TROUVE).
       2010-CUMULER-TRIMESTRE-FIN.
           EXIT.

       2020-CUMULER-PRECEDENT-DEB.
           PERFORM 2090-RECHERCHER-ELEVE-DEB
              THRU 2090-RECHERCHER-ELEVE-FIN.
           IF WS-IDX-TROUVE = ZERO
               GO TO 2020-CUMULER-PRECEDENT-FIN
           END-IF.
           COMPUTE WS-EL-SOMME-NC-PREC(WS-IDX-TROUVE) =
               WS-EL-SOMME-NC-PREC(WS-IDX-TROUVE)
               + FS-NA-NOTE * FS-NA-COEF.
           ADD FS-NA-COEF TO WS-EL-SOMME-C-PREC(WS-IDX-TROUVE).
       2020-CUMULER-PRECEDENT-FIN.
           EXIT.

      * Élève FS-NA-ELEVE-ID dans la table (0 = inconnu)
       2090-RECHERCHER-ELEVE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-EL FROM 1 BY 1
                   UNTIL WS-IDX-EL > WS-NB-ELEVES
                      OR WS-IDX-TROUVE > ZERO
               IF WS-EL-ID(WS-IDX-EL) = FS-NA-ELEVE-ID
                   MOVE WS-IDX-EL TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
       2090-RECHERCHER-ELEVE-FIN.
           EXIT.

      * Classe, nom et absences de la dernière génération
       2100-CHARGER-BULLETIN-ELEVES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-BULLETIN-ELEVES.
           IF WS-FS-BULLETIN-ELEVES NOT = "00"
               DISPLAY "/!\ bulletin-eleves.txt absent : classes "
                       "et absences inconnues /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-BULLETIN-ELEVES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-BE-ID TO FS-NA-ELEVE-ID
                       PERFORM 2090-RECHERCHER-ELEVE-DEB
                          THRU 2090-RECHERCHER-ELEVE-FIN
                       IF WS-IDX-TROUVE > ZERO
                           MOVE FS-BE-NOM
                               TO WS-EL-NOM(WS-IDX-TROUVE)
                           MOVE FS-BE-PRENOM
                               TO WS-EL-PRENOM(WS-IDX-TROUVE)
                           MOVE FS-BE-CLASSE
                               TO WS-EL-CLASSE(WS-IDX-TROUVE)
                           IF FS-BE-ABSENCES IS NUMERIC
                               MOVE FS-BE-ABSENCES
                                   TO WS-EL-ABSENCES(WS-IDX-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-BULLETIN-ELEVES = "00"
              OR WS-FS-BULLETIN-ELEVES = "10"
               CLOSE F-BULLETIN-ELEVES
           END-IF.
       2100-CHARGER-BULLETIN-ELEVES-FIN.
           EXIT.

      * Notes de rattrapage (type 05) de chaque élève identifié
       2200-COMPTER-RATTRAPAGES-DEB.
           MOVE 'N' TO FLAG-STOP.
           MOVE ZERO TO WS-ID-COURANT.
           OPEN INPUT F-INPUT.
           IF WS-FS-INPUT NOT = "00"
               DISPLAY "/!\ input.txt absent : rattrapages non "
                       "comptes /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-INPUT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE REC-TYPE-CODE
                           WHEN 01
                               MOVE ZERO TO WS-ID-COURANT
                               IF REC-DATA(16:6) IS NUMERIC
                                   MOVE REC-DATA(16:6)
                                       TO WS-ID-COURANT
                               END-IF
                           WHEN 04
                               MOVE ZERO TO WS-ID-COURANT
                           WHEN 05
                               IF WS-ID-COURANT > ZERO
                                   MOVE WS-ID-COURANT
                                       TO FS-NA-ELEVE-ID
                                   PERFORM 2090-RECHERCHER-ELEVE-DEB
                                      THRU 2090-RECHERCHER-ELEVE-FIN
                                   PERFORM 2210-AJOUTER-RATTRAPAGE-DEB
                                      THRU 2210-AJOUTER-RATTRAPAGE-FIN
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-INPUT = "00" OR WS-FS-INPUT = "10"
               CLOSE F-INPUT
           END-IF.
       2200-COMPTER-RATTRAPAGES-FIN.
           EXIT.

       2210-AJOUTER-RATTRAPAGE-DEB.
           IF WS-IDX-TROUVE > ZERO
               ADD 1 TO WS-EL-NB-RATTRAPAGES(WS-IDX-TROUVE)
           END-IF.
       2210-AJOUTER-RATTRAPAGE-FIN.
           EXIT.

      * Résultat d'eleve-reussite : soumis (eleves.txt), reçu
      * (reussite.txt) ; sans l'un des deux fichiers la règle ne
      * s'applique pas
       2300-CHARGER-REUSSITE-DEB.
           MOVE 'N' TO WS-RECUS-CONNUS.
           IF WS-PAR-ECHEC-REUSSITE = ZERO
               GO TO 2300-CHARGER-REUSSITE-FIN
           END-IF.

           OPEN INPUT F-ELEVES.
           IF WS-FS-ELEVES NOT = "00"
               DISPLAY "/!\ eleves.txt absent : resultat "
                       "eleve-reussite ignore /!\"
               GO TO 2300-CHARGER-REUSSITE-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-ELEVES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-EL-ELEVE-ID TO FS-NA-ELEVE-ID
                       PERFORM 2090-RECHERCHER-ELEVE-DEB
                          THRU 2090-RECHERCHER-ELEVE-FIN
                       IF WS-IDX-TROUVE > ZERO
                           MOVE 'O' TO WS-EL-SOUMIS(WS-IDX-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ELEVES.

           OPEN INPUT F-REUSSITE.
           IF WS-FS-REUSSITE NOT = "00"
               DISPLAY "/!\ reussite.txt absent : resultat "
                       "eleve-reussite ignore /!\"
               GO TO 2300-CHARGER-REUSSITE-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-REUSSITE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
      * Les lignes du pied de page n'ont pas d'identifiant numérique
                       IF FS-RE-ELEVE-ID IS NUMERIC
                           MOVE FS-RE-ELEVE-ID TO FS-NA-ELEVE-ID
                           PERFORM 2090-RECHERCHER-ELEVE-DEB
                              THRU 2090-RECHERCHER-ELEVE-FIN
                           IF WS-IDX-TROUVE > ZERO
                               MOVE 'O' TO WS-EL-RECU(WS-IDX-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REUSSITE.
           SET WS-RECUS-SONT-CONNUS TO TRUE.
       2300-CHARGER-REUSSITE-FIN.
           EXIT.


      ******************************************************************
      * === 3000 === APPLICATION DES RÈGLES DE RISQUE                  *
      ******************************************************************

       3000-EVALUER-ELEVES-DEB.
           MOVE ZERO TO WS-NB-RISQUES.
           PERFORM VARYING WS-IDX-EL FROM 1 BY 1
                   UNTIL WS-IDX-EL > WS-NB-ELEVES
               IF WS-EL-SOMME-C(WS-IDX-EL) > ZERO
                   PERFORM 3100-EVALUER-ELEVE-DEB
                      THRU 3100-EVALUER-ELEVE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-RISQUES > 1
               SORT WS-RISQUE ON ASCENDING KEY WS-RI-CLASSE
                                 ASCENDING KEY WS-RI-ID
           END-IF.
       3000-EVALUER-ELEVES-FIN.
           EXIT.

       3100-EVALUER-ELEVE-DEB.
           MOVE ZERO TO WS-NB-REGLES WS-ECART.
           MOVE SPACES TO WS-REGLES.
           MOVE 1 TO WS-PTR-REGLES.

           COMPUTE WS-MOYENNE ROUNDED =
               WS-EL-SOMME-NC(WS-IDX-EL) / WS-EL-SOMME-C(WS-IDX-EL).
           IF WS-EL-SOMME-C-PREC(WS-IDX-EL) > ZERO
               COMPUTE WS-MOYENNE-PREC ROUNDED =
                   WS-EL-SOMME-NC-PREC(WS-IDX-EL)
                   / WS-EL-SOMME-C-PREC(WS-IDX-EL)
               COMPUTE WS-ECART = WS-MOYENNE - WS-MOYENNE-PREC
           END-IF.

           IF WS-PAR-MOYENNE-MIN > ZERO
              AND WS-MOYENNE < WS-PAR-MOYENNE-MIN
               ADD 1 TO WS-NB-REGLES
               STRING "MOYENNE " DELIMITED BY SIZE
                   INTO WS-REGLES WITH POINTER WS-PTR-REGLES
               END-STRING
           END-IF.
           IF WS-PAR-BAISSE-MIN > ZERO
              AND WS-EL-SOMME-C-PREC(WS-IDX-EL) > ZERO
              AND WS-ECART <= ZERO - WS-PAR-BAISSE-MIN
               ADD 1 TO WS-NB-REGLES
               STRING "BAISSE " DELIMITED BY SIZE
                   INTO WS-REGLES WITH POINTER WS-PTR-REGLES
               END-STRING
           END-IF.
           IF WS-PAR-ABSENCES-MAX > ZERO
              AND WS-EL-ABSENCES(WS-IDX-EL) >= WS-PAR-ABSENCES-MAX
               ADD 1 TO WS-NB-REGLES
               STRING "ABSENCES " DELIMITED BY SIZE
                   INTO WS-REGLES WITH POINTER WS-PTR-REGLES
               END-STRING
           END-IF.
           IF WS-PAR-RATTRAPAGES > ZERO
              AND WS-EL-NB-RATTRAPAGES(WS-IDX-EL)
                  >= WS-PAR-RATTRAPAGES
               ADD 1 TO WS-NB-REGLES
               STRING "RATTRAPAGES " DELIMITED BY SIZE
                   INTO WS-REGLES WITH POINTER WS-PTR-REGLES
               END-STRING
           END-IF.
           IF WS-RECUS-SONT-CONNUS
              AND WS-EL-SOUMIS(WS-IDX-EL) = 'O'
              AND WS-EL-RECU(WS-IDX-EL) NOT = 'O'
               ADD 1 TO WS-NB-REGLES
               STRING "ECHEC-REUSSITE " DELIMITED BY SIZE
                   INTO WS-REGLES WITH POINTER WS-PTR-REGLES
               END-STRING
           END-IF.

           IF WS-NB-REGLES < WS-PAR-NB-REGLES-MIN
               GO TO 3100-EVALUER-ELEVE-FIN
           END-IF.

           ADD 1 TO WS-NB-RISQUES.
           MOVE WS-EL-CLASSE(WS-IDX-EL)  TO WS-RI-CLASSE(WS-NB-RISQUES).
           MOVE WS-EL-ID(WS-IDX-EL)      TO WS-RI-ID(WS-NB-RISQUES).
           MOVE WS-EL-NOM(WS-IDX-EL)     TO WS-RI-NOM(WS-NB-RISQUES).
           MOVE WS-EL-PRENOM(WS-IDX-EL)  TO WS-RI-PRENOM(WS-NB-RISQUES).
           MOVE WS-MOYENNE TO WS-RI-MOYENNE(WS-NB-RISQUES).
           MOVE WS-ECART                 TO WS-RI-ECART(WS-NB-RISQUES).
           IF WS-EL-SOMME-C-PREC(WS-IDX-EL) > ZERO
               MOVE 'O' TO WS-RI-PREC-CONNU(WS-NB-RISQUES)
           ELSE
               MOVE 'N' TO WS-RI-PREC-CONNU(WS-NB-RISQUES)
           END-IF.
           MOVE WS-EL-ABSENCES(WS-IDX-EL)
               TO WS-RI-ABSENCES(WS-NB-RISQUES).
           MOVE WS-EL-NB-RATTRAPAGES(WS-IDX-EL)
               TO WS-RI-NB-RATTRAPAGES(WS-NB-RISQUES).
           MOVE WS-REGLES TO WS-RI-REGLES(WS-NB-RISQUES).
       3100-EVALUER-ELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* ELEVES EN DIFFICULTE - VIGILANCE        *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Liste de vigilance du trimestre     *"
               DISPLAY "* 2 - Saisir une note de suivi            *"
               DISPLAY "* 3 - Historique de suivi d'un eleve      *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-LISTE-VIGILANCE-DEB
                          THRU 4100-LISTE-VIGILANCE-FIN
                   WHEN 2
                       PERFORM 4200-SAISIR-SUIVI-DEB
                          THRU 4200-SAISIR-SUIVI-FIN
                   WHEN 3
                       PERFORM 4300-HISTORIQUE-SUIVI-DEB
                          THRU 4300-HISTORIQUE-SUIVI-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === LISTE DE VIGILANCE DU TRIMESTRE                   *
      * Trimestre à blanc = dernier trimestre de notes-annee.txt       *
      ******************************************************************

       4100-LISTE-VIGILANCE-DEB.
           DISPLAY "Trimestre (1 a 3, blanc = dernier) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE = SPACE
               PERFORM 4110-DERNIER-TRIMESTRE-DEB
                  THRU 4110-DERNIER-TRIMESTRE-FIN
               MOVE WS-DERNIER-TRIMESTRE TO WS-TRIMESTRE
           ELSE
               IF WS-SAISIE-TRIMESTRE < "1"
                  OR WS-SAISIE-TRIMESTRE > "3"
                   DISPLAY "/!\ Trimestre invalide /!\"
                   GO TO 4100-LISTE-VIGILANCE-FIN
               END-IF
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE
           END-IF.
           IF WS-TRIMESTRE = ZERO
               DISPLAY "/!\ Aucune note dans notes-annee.txt /!\"
               GO TO 4100-LISTE-VIGILANCE-FIN
           END-IF.
           COMPUTE WS-TRIMESTRE-PREC = WS-TRIMESTRE - 1.

           PERFORM 2000-CHARGER-NOTES-ANNEE-DEB
              THRU 2000-CHARGER-NOTES-ANNEE-FIN.
           IF WS-NB-ELEVES = ZERO
               DISPLAY "/!\ Aucun eleve note au trimestre "
                       WS-TRIMESTRE " /!\"
               GO TO 4100-LISTE-VIGILANCE-FIN
           END-IF.
           PERFORM 2100-CHARGER-BULLETIN-ELEVES-DEB
              THRU 2100-CHARGER-BULLETIN-ELEVES-FIN.
           PERFORM 2200-COMPTER-RATTRAPAGES-DEB
              THRU 2200-COMPTER-RATTRAPAGES-FIN.
           PERFORM 2300-CHARGER-REUSSITE-DEB
              THRU 2300-CHARGER-REUSSITE-FIN.
           PERFORM 3000-EVALUER-ELEVES-DEB
              THRU 3000-EVALUER-ELEVES-FIN.

           MOVE SPACES TO WS-NOM-LISTE.
           STRING "eleves-risque-" WS-DATE-JOUR ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-LISTE
           END-STRING.
           OPEN OUTPUT F-LISTE.
           IF WS-FS-LISTE NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-LISTE
               DISPLAY "Code F-STATUS : " WS-FS-LISTE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE WS-TIRET TO WS-LIGNE-LISTE.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
           MOVE SPACES TO WS-LIGNE-LISTE.
           STRING " ELEVES EN DIFFICULTE - TRIMESTRE " WS-TRIMESTRE
                  " - EDITE LE " WS-DATE-JOUR
               DELIMITED BY SIZE
               INTO WS-LIGNE-LISTE
           END-STRING.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
           MOVE SPACES TO WS-LIGNE-LISTE.
           STRING " Seuils : moy<" WS-PAR-MOYENNE-MIN
                  " baisse>=" WS-PAR-BAISSE-MIN
                  " abs>=" WS-PAR-ABSENCES-MAX
                  " ratt>=" WS-PAR-RATTRAPAGES
                  " regles>=" WS-PAR-NB-REGLES-MIN
               DELIMITED BY SIZE
               INTO WS-LIGNE-LISTE
           END-STRING.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-LISTE.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.

           MOVE SPACES TO WS-CLASSE-PRECEDENTE.
           PERFORM VARYING WS-IDX-RI FROM 1 BY 1
                   UNTIL WS-IDX-RI > WS-NB-RISQUES
               IF WS-IDX-RI = 1
                  OR WS-RI-CLASSE(WS-IDX-RI) NOT = WS-CLASSE-PRECEDENTE
                   MOVE WS-RI-CLASSE(WS-IDX-RI)
                       TO WS-CLASSE-PRECEDENTE
                   MOVE SPACES TO WS-LIGNE-LISTE
                   STRING " CLASSE " WS-CLASSE-PRECEDENTE
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-LISTE
                   END-STRING
                   PERFORM 4190-ECRIRE-LISTE-DEB
                      THRU 4190-ECRIRE-LISTE-FIN
               END-IF
               PERFORM 4120-ECRIRE-ELEVE-DEB
                  THRU 4120-ECRIRE-ELEVE-FIN
           END-PERFORM.

           MOVE WS-TIRET TO WS-LIGNE-LISTE.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
           MOVE SPACES TO WS-LIGNE-LISTE.
           STRING " " WS-NB-RISQUES " eleve(s) signale(s) sur "
                  WS-NB-ELEVES " eleve(s) du trimestre"
               DELIMITED BY SIZE
               INTO WS-LIGNE-LISTE
           END-STRING.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
           CLOSE F-LISTE.
           DISPLAY "Liste ecrite dans " WS-NOM-LISTE.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-LISTE TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       4100-LISTE-VIGILANCE-FIN.
           EXIT.

      * Dernier trimestre présent dans notes-annee.txt
       4110-DERNIER-TRIMESTRE-DEB.
           MOVE ZERO TO WS-DERNIER-TRIMESTRE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-NOTES-ANNEE.
           IF WS-FS-NOTES-ANNEE NOT = "00"
               GO TO 4110-DERNIER-TRIMESTRE-FIN
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-NOTES-ANNEE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-NA-TRIMESTRE > WS-DERNIER-TRIMESTRE
                           MOVE FS-NA-TRIMESTRE
                               TO WS-DERNIER-TRIMESTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NOTES-ANNEE.
       4110-DERNIER-TRIMESTRE-FIN.
           EXIT.

      * Un élève signalé : situation, règles déclenchées et dernière
      * note de suivi
       4120-ECRIRE-ELEVE-DEB.
           MOVE WS-RI-MOYENNE(WS-IDX-RI)        TO WS-MOYENNE-ED.
           MOVE WS-RI-ABSENCES(WS-IDX-RI)       TO WS-ABSENCES-ED.
           MOVE WS-RI-NB-RATTRAPAGES(WS-IDX-RI) TO WS-RATTRAPAGES-ED.
           MOVE SPACES TO WS-LIGNE-LISTE.
           IF WS-RI-PREC-CONNU(WS-IDX-RI) = 'O'
               MOVE WS-RI-ECART(WS-IDX-RI) TO WS-ECART-ED
               STRING "   " WS-RI-ID(WS-IDX-RI) " "
                      WS-RI-NOM(WS-IDX-RI) " " WS-RI-PRENOM(WS-IDX-RI)
                      "  moy " WS-MOYENNE-ED " (" WS-ECART-ED ")"
                      "  abs " WS-ABSENCES-ED
                      "  ratt " WS-RATTRAPAGES-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LISTE
               END-STRING
           ELSE
               STRING "   " WS-RI-ID(WS-IDX-RI) " "
                      WS-RI-NOM(WS-IDX-RI) " " WS-RI-PRENOM(WS-IDX-RI)
                      "  moy " WS-MOYENNE-ED " (  -   )"
                      "  abs " WS-ABSENCES-ED
                      "  ratt " WS-RATTRAPAGES-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LISTE
               END-STRING
           END-IF.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.

           MOVE SPACES TO WS-LIGNE-LISTE.
           STRING "      Regles : " WS-RI-REGLES(WS-IDX-RI)
               DELIMITED BY SIZE
               INTO WS-LIGNE-LISTE
           END-STRING.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.

           MOVE WS-RI-ID(WS-IDX-RI) TO WS-SAISIE-ID.
           PERFORM 4290-DERNIER-SUIVI-DEB
              THRU 4290-DERNIER-SUIVI-FIN.
           MOVE SPACES TO WS-LIGNE-LISTE.
           IF WS-IDX-SU-TROUVE = ZERO
               MOVE "      Suivi  : ______________________________"
                   TO WS-LIGNE-LISTE
           ELSE
               STRING "      Suivi  : "
                      WS-SU-DATE(WS-IDX-SU-TROUVE) " "
                      WS-SU-TEXTE(WS-IDX-SU-TROUVE)
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LISTE
               END-STRING
           END-IF.
           PERFORM 4190-ECRIRE-LISTE-DEB
              THRU 4190-ECRIRE-LISTE-FIN.
       4120-ECRIRE-ELEVE-FIN.
           EXIT.

       4190-ECRIRE-LISTE-DEB.
           DISPLAY WS-LIGNE-LISTE.
           MOVE WS-LIGNE-LISTE TO FS-ENR-LISTE.
           WRITE FS-ENR-LISTE.
       4190-ECRIRE-LISTE-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === SAISIE D'UNE NOTE DE SUIVI                        *
      * Ajoutée en fin d'historique ; la plus récente est reprise      *
      * sur la liste suivante                                          *
      ******************************************************************

       4200-SAISIR-SUIVI-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           IF WS-SAISIE-ID = ZERO
               DISPLAY "/!\ Identifiant invalide /!\"
               GO TO 4200-SAISIR-SUIVI-FIN
           END-IF.
           DISPLAY "Trimestre (1 a 3) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE < "1" OR WS-SAISIE-TRIMESTRE > "3"
               DISPLAY "/!\ Trimestre invalide /!\"
               GO TO 4200-SAISIR-SUIVI-FIN
           END-IF.

           PERFORM 4290-DERNIER-SUIVI-DEB
              THRU 4290-DERNIER-SUIVI-FIN.
           IF WS-IDX-SU-TROUVE > ZERO
               DISPLAY "Derniere note (" WS-SU-DATE(WS-IDX-SU-TROUVE)
                       ") : " WS-SU-TEXTE(WS-IDX-SU-TROUVE)
           END-IF.
           DISPLAY "Note de suivi (60 car.) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TEXTE.
           IF WS-SAISIE-TEXTE = SPACES
               DISPLAY "Saisie annulee."
               GO TO 4200-SAISIR-SUIVI-FIN
           END-IF.

           OPEN EXTEND F-SUIVI.
           IF WS-FS-SUIVI = "35"
               OPEN OUTPUT F-SUIVI
               CLOSE F-SUIVI
               OPEN EXTEND F-SUIVI
           END-IF.
           IF WS-FS-SUIVI NOT = "00"
               DISPLAY "Probleme ouverture eleves-risque-suivi.txt"
               DISPLAY "Code F-STATUS : " WS-FS-SUIVI
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES TO FS-ENR-SUIVI.
           MOVE WS-SAISIE-ID        TO FS-SU-ELEVE-ID.
           MOVE WS-DATE-JOUR        TO FS-SU-DATE.
           MOVE WS-SAISIE-TRIMESTRE TO FS-SU-TRIMESTRE.
           MOVE WS-SAISIE-TEXTE     TO FS-SU-TEXTE.
           WRITE FS-ENR-SUIVI.
           CLOSE F-SUIVI.

           IF WS-NB-SUIVIS < 2000
               ADD 1 TO WS-NB-SUIVIS
               MOVE FS-SU-ELEVE-ID  TO WS-SU-ELEVE-ID(WS-NB-SUIVIS)
               MOVE FS-SU-DATE      TO WS-SU-DATE(WS-NB-SUIVIS)
               MOVE FS-SU-TRIMESTRE TO WS-SU-TRIMESTRE(WS-NB-SUIVIS)
               MOVE FS-SU-TEXTE     TO WS-SU-TEXTE(WS-NB-SUIVIS)
           END-IF.
           DISPLAY "Note de suivi enregistree.".
       4200-SAISIR-SUIVI-FIN.
           EXIT.

      * Note de suivi la plus récente de WS-SAISIE-ID (0 = aucune)
       4290-DERNIER-SUIVI-DEB.
           MOVE ZERO TO WS-IDX-SU-TROUVE.
           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SUIVIS
               IF WS-SU-ELEVE-ID(WS-IDX-SU) = WS-SAISIE-ID
                   MOVE WS-IDX-SU TO WS-IDX-SU-TROUVE
               END-IF
           END-PERFORM.
       4290-DERNIER-SUIVI-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === HISTORIQUE DE SUIVI D'UN ÉLÈVE                    *
      ******************************************************************

       4300-HISTORIQUE-SUIVI-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           MOVE ZERO TO WS-IDX-SU-TROUVE.
           PERFORM VARYING WS-IDX-SU FROM 1 BY 1
                   UNTIL WS-IDX-SU > WS-NB-SUIVIS
               IF WS-SU-ELEVE-ID(WS-IDX-SU) = WS-SAISIE-ID
                   MOVE WS-IDX-SU TO WS-IDX-SU-TROUVE
                   DISPLAY WS-SU-DATE(WS-IDX-SU) " T"
                           WS-SU-TRIMESTRE(WS-IDX-SU) " "
                           WS-SU-TEXTE(WS-IDX-SU)
               END-IF
           END-PERFORM.
           IF WS-IDX-SU-TROUVE = ZERO
               DISPLAY "Aucune note de suivi pour cet eleve."
           END-IF.
       4300-HISTORIQUE-SUIVI-FIN.
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
