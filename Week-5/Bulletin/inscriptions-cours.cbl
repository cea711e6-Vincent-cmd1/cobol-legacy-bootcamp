      ******************************************************************
      * Programme : inscriptions-cours                                 *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Inscriptions des élèves aux cours, par trimestre :     *
      *            bulletin-gen n'accepte plus une note (type 02 ou    *
      *            05) que pour un cours auquel l'élève est inscrit,   *
      *            et les options ont un nombre de places limité.      *
      *                                                                *
      * Fonction  :                                                    *
      *  - Inscriptions d'une classe à un cours du catalogue           *
      *    (catalogue-cours.txt) pour un trimestre : chaque élève de   *
      *    la classe (eleve-master.txt) est inscrit ou désinscrit.     *
      *    Un cours figurant dans options-places.txt est une option :  *
      *    ses inscrits, toutes classes confondues, ne dépassent pas   *
      *    le nombre de places indiqué.                                *
      *  - Reconduction des inscriptions d'une classe d'un trimestre   *
      *    sur le suivant.                                             *
      *  - Contrôle de complétude avant impression des bulletins :     *
      *    liste des inscrits sans note dans input.txt pour le cours   *
      *    (inscriptions-completude-T.txt).                            *
      *  - Inscriptions conservées dans inscriptions-cours.txt,        *
      *    réécrit en entier à chaque mise à jour.                     *
      *                                                                *
      * Remarque :                                                     *
      *  - Le catalogue est un texte descriptif : un cours y est connu *
      *    quand son libellé apparaît dans l'une des lignes.           *
      *                                                                *
      * MODIFICATION : 15/10/2026 - Chaque rapport de complétude est   *
      *            conservé et inscrit au catalogue des rapports       *
      *            (catalogue-rapports).                               *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. inscriptions-cours.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Inscriptions : une ligne par trimestre, élève et cours
           SELECT F-INSCRIPTIONS ASSIGN TO "inscriptions-cours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSCRIPTIONS.

      * Places des cours à option
           SELECT F-OPTIONS ASSIGN TO "options-places.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPTIONS.

      * Catalogue des cours (cf. bulletin-gen.cbl)
           SELECT F-CATALOGUE ASSIGN TO "catalogue-cours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGUE.

      * Fichier maître des élèves (cf. eleves-master.cbl)
           SELECT F-MASTER
               ASSIGN TO "eleve-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EM-ID
               FILE STATUS IS WS-FS-MASTER.

      * Flux d'entrée de bulletin-gen
           SELECT F-INPUT ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT.

      * Rapport de complétude
           SELECT F-COMPLETUDE ASSIGN TO WS-NOM-COMPLETUDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPLETUDE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Une inscription : trimestre, élève, cours et classe de l'élève
      * au moment de l'inscription
       FD  F-INSCRIPTIONS
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-INSCRIPTION.
           05 FS-IN-TRIMESTRE               PIC 9(01).
           05 FILLER                        PIC X(01).
           05 FS-IN-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-IN-COURS                   PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-IN-CLASSE                  PIC X(04).

      * Cours à option et nombre de places
       FD  F-OPTIONS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-OPTION.
           05 FS-OP-COURS                   PIC X(21).
           05 FILLER                        PIC X(01).
           05 FS-OP-PLACES                  PIC 9(03).

       FD  F-CATALOGUE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-CATALOGUE                 PIC X(60).

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
      * (cf. REC-F-INPUT dans bulletin-gen.cbl)
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT.
           05 REC-TYPE-CODE                 PIC 9(02).
           05 REC-DATA                      PIC X(998).

       FD  F-COMPLETUDE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENR-COMPLETUDE                PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-INSCRIPTIONS               PIC X(02).
       01  WS-FS-OPTIONS                    PIC X(02).
       01  WS-FS-CATALOGUE                  PIC X(02).
       01  WS-FS-MASTER                     PIC X(02).
       01  WS-FS-INPUT                      PIC X(02).
       01  WS-FS-COMPLETUDE                 PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * INSCRIPTIONS EN MÉMOIRE (3000 MAX)                             *
      *----------------------------------------------------------------*
       01  WS-NB-INSCRIPTIONS               PIC 9(04) VALUE ZERO.
       01  WS-IDX-IN                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-INSCRIPTIONS.
           05 WS-INSCRIPTION OCCURS 3000 TIMES.
               10 WS-IN-TRIMESTRE           PIC 9(01).
               10 WS-IN-ELEVE-ID            PIC 9(06).
               10 WS-IN-COURS               PIC X(21).
               10 WS-IN-CLASSE              PIC X(04).

      *----------------------------------------------------------------*
      * OPTIONS, CATALOGUE ET FICHIER MAÎTRE                           *
      *----------------------------------------------------------------*
       01  WS-NB-OPTIONS                    PIC 9(02) VALUE ZERO.
       01  WS-IDX-OP                        PIC 9(02) VALUE ZERO.
       01  WS-TAB-OPTIONS.
           05 WS-OPTION OCCURS 50 TIMES.
               10 WS-OP-COURS               PIC X(21).
               10 WS-OP-PLACES              PIC 9(03).

       01  WS-NB-CATALOGUE                  PIC 9(02) VALUE ZERO.
       01  WS-IDX-CA                        PIC 9(02) VALUE ZERO.
       01  WS-TAB-CATALOGUE.
           05 WS-LIGNE-CATALOGUE OCCURS 50 TIMES
                                            PIC X(60).

       01  WS-NB-MASTER                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-M                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-MASTER.
           05 WS-MASTER OCCURS 999 TIMES.
               10 WS-M-ID                   PIC 9(06).
               10 WS-M-NOM                  PIC X(15).
               10 WS-M-PRENOM               PIC X(15).
               10 WS-M-CLASSE               PIC X(04).

      *----------------------------------------------------------------*
      * MENU ET ZONES DE SAISIE                                        *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.

       01  WS-SAISIE-COURS                  PIC X(21).
       01  WS-SAISIE-CLASSE                 PIC X(04).
       01  WS-SAISIE-TRIMESTRE              PIC X(01).
       01  WS-SAISIE-REPONSE                PIC X(01).
       01  WS-SAISIE-CONFIRME               PIC X(01).
           88 WS-CONFIRME                              VALUE 'O'.

       01  WS-TRIMESTRE                     PIC 9(01).
       01  WS-TRIMESTRE-CIBLE               PIC 9(01).
       01  WS-VALEUR-OK                     PIC X(01) VALUE 'N'.
           88 WS-VALEUR-EST-OK                         VALUE 'O'.
       01  WS-IDX-TROUVE                    PIC 9(04) VALUE ZERO.
       01  WS-IDX-MAINT                     PIC 9(04) VALUE ZERO.
       01  WS-NB-OCCURRENCES                PIC 9(03) VALUE ZERO.
       01  WS-LG-COURS                      PIC 9(02) VALUE ZERO.

      * Places de l'option saisie (toutes classes du trimestre)
       01  WS-EST-OPTION                    PIC X(01) VALUE 'N'.
           88 WS-COURS-EST-OPTION                      VALUE 'O'.
       01  WS-PLACES-MAX                    PIC 9(03) VALUE ZERO.
       01  WS-PLACES-PRISES                 PIC 9(04) VALUE ZERO.

       01  WS-NB-ELEVES-CLASSE              PIC 9(03) VALUE ZERO.
       01  WS-NB-AJOUTS                     PIC 9(04) VALUE ZERO.
       01  WS-NB-RETRAITS                   PIC 9(04) VALUE ZERO.
       01  WS-NB-REFUS                      PIC 9(04) VALUE ZERO.
       01  WS-STATUT-ED                     PIC X(11).

      *----------------------------------------------------------------*
      * CONTRÔLE DE COMPLÉTUDE                                         *
      *----------------------------------------------------------------*
      * Notes présentes dans input.txt pour le trimestre contrôlé
       01  WS-NB-NOTES-INPUT                PIC 9(04) VALUE ZERO.
       01  WS-IDX-NI                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-NOTES-INPUT.
           05 WS-NOTE-INPUT OCCURS 5000 TIMES.
               10 WS-NI-ELEVE-ID            PIC 9(06).
               10 WS-NI-COURS               PIC X(21).

       01  WS-TRIMESTRE-FLUX                PIC 9(01) VALUE 1.
       01  WS-ID-COURANT                    PIC 9(06) VALUE ZERO.
       01  WS-NOTE-TROUVEE                  PIC X(01) VALUE 'N'.
           88 WS-NOTE-EST-TROUVEE                      VALUE 'O'.
       01  WS-NB-MANQUANTS                  PIC 9(04) VALUE ZERO.

       01  WS-NOM-COMPLETUDE                PIC X(40).
       01  WS-TIRET                         PIC X(80) VALUE ALL "-".
       01  WS-LIGNE-COMPLETUDE              PIC X(80).
       01  WS-NOM-ED                        PIC X(15).
       01  WS-PRENOM-ED                     PIC X(15).

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "inscriptions-cours".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           PERFORM 1000-CHARGER-MASTER-DEB
              THRU 1000-CHARGER-MASTER-FIN.
           PERFORM 1100-CHARGER-CATALOGUE-DEB
              THRU 1100-CHARGER-CATALOGUE-FIN.
           PERFORM 1200-CHARGER-OPTIONS-DEB
              THRU 1200-CHARGER-OPTIONS-FIN.
           PERFORM 1300-CHARGER-INSCRIPTIONS-DEB
              THRU 1300-CHARGER-INSCRIPTIONS-FIN.

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
      * === 1100 === CHARGEMENT DU CATALOGUE DES COURS                 *
      ******************************************************************

       1100-CHARGER-CATALOGUE-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               DISPLAY "Probleme ouverture catalogue-cours.txt"
               DISPLAY "Code F-STATUS : " WS-FS-CATALOGUE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CATALOGUE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CATALOGUE < 50
                           ADD 1 TO WS-NB-CATALOGUE
                           MOVE FS-ENR-CATALOGUE
                             TO WS-LIGNE-CATALOGUE(WS-NB-CATALOGUE)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CATALOGUE.
       1100-CHARGER-CATALOGUE-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === CHARGEMENT DES PLACES DES OPTIONS                 *
      * Fichier absent = aucun cours à option                          *
      ******************************************************************

       1200-CHARGER-OPTIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-OPTIONS.
           IF WS-FS-OPTIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-OPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-OPTIONS < 50
                          AND FS-OP-PLACES IS NUMERIC
                           ADD 1 TO WS-NB-OPTIONS
                           MOVE FS-OP-COURS
                               TO WS-OP-COURS(WS-NB-OPTIONS)
                           MOVE FS-OP-PLACES
                               TO WS-OP-PLACES(WS-NB-OPTIONS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-OPTIONS = "00" OR WS-FS-OPTIONS = "10"
               CLOSE F-OPTIONS
           END-IF.
       1200-CHARGER-OPTIONS-FIN.
           EXIT.


      ******************************************************************
      * === 1300 === CHARGEMENT DES INSCRIPTIONS                       *
      * Fichier absent = aucune inscription, créé à la première saisie *
      ******************************************************************

       1300-CHARGER-INSCRIPTIONS-DEB.
           MOVE ZERO TO WS-NB-INSCRIPTIONS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-INSCRIPTIONS.
           IF WS-FS-INSCRIPTIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-INSCRIPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-INSCRIPTIONS < 3000
                           ADD 1 TO WS-NB-INSCRIPTIONS
                           MOVE FS-IN-TRIMESTRE
                             TO WS-IN-TRIMESTRE(WS-NB-INSCRIPTIONS)
                           MOVE FS-IN-ELEVE-ID
                             TO WS-IN-ELEVE-ID(WS-NB-INSCRIPTIONS)
                           MOVE FS-IN-COURS
                             TO WS-IN-COURS(WS-NB-INSCRIPTIONS)
                           MOVE FS-IN-CLASSE
                             TO WS-IN-CLASSE(WS-NB-INSCRIPTIONS)
                       ELSE
                           DISPLAY "/!\ Fichier plein (3000 "
                                   "inscriptions), suivantes "
                                   "ignorees /!\"
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-INSCRIPTIONS = "00" OR WS-FS-INSCRIPTIONS = "10"
               CLOSE F-INSCRIPTIONS
           END-IF.
       1300-CHARGER-INSCRIPTIONS-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* INSCRIPTIONS AUX COURS                  *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Inscriptions d'une classe a un cours*"
               DISPLAY "* 2 - Reconduire une classe au trimestre  *"
               DISPLAY "*     suivant                             *"
               DISPLAY "* 3 - Controle de completude des notes    *"
               DISPLAY "*     (input.txt)                         *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-INSCRIRE-CLASSE-DEB
                          THRU 4100-INSCRIRE-CLASSE-FIN
                   WHEN 2
                       PERFORM 4200-RECONDUIRE-CLASSE-DEB
                          THRU 4200-RECONDUIRE-CLASSE-FIN
                   WHEN 3
                       PERFORM 4300-CONTROLE-COMPLETUDE-DEB
                          THRU 4300-CONTROLE-COMPLETUDE-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === INSCRIPTIONS D'UNE CLASSE À UN COURS              *
      * Chaque élève de la classe : O = inscrit, N = désinscrit,       *
      * blanc = inchangé. Une option complète refuse les nouveaux      *
      * inscrits                                                       *
      ******************************************************************

       4100-INSCRIRE-CLASSE-DEB.
           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           PERFORM 4810-SAISIR-TRIMESTRE-DEB
              THRU 4810-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4100-INSCRIRE-CLASSE-FIN
           END-IF.
           PERFORM 4820-SAISIR-COURS-DEB
              THRU 4820-SAISIR-COURS-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4100-INSCRIRE-CLASSE-FIN
           END-IF.

           PERFORM 4830-COMPTER-PLACES-DEB
              THRU 4830-COMPTER-PLACES-FIN.
           IF WS-COURS-EST-OPTION
               DISPLAY "Option : " WS-PLACES-PRISES " place(s) "
                       "prise(s) sur " WS-PLACES-MAX
           END-IF.

           MOVE ZERO TO WS-NB-ELEVES-CLASSE WS-NB-AJOUTS
                        WS-NB-RETRAITS WS-NB-REFUS.
           DISPLAY "Inscrire (O/N, blanc = inchange)".
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-CLASSE(WS-IDX-M) = WS-SAISIE-CLASSE
                   ADD 1 TO WS-NB-ELEVES-CLASSE
                   PERFORM 4110-INSCRIRE-ELEVE-DEB
                      THRU 4110-INSCRIRE-ELEVE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-ELEVES-CLASSE = ZERO
               DISPLAY "/!\ Aucun eleve de la classe "
                       WS-SAISIE-CLASSE " au fichier maitre /!\"
               GO TO 4100-INSCRIRE-CLASSE-FIN
           END-IF.

           IF WS-NB-AJOUTS > ZERO OR WS-NB-RETRAITS > ZERO
               PERFORM 4900-REECRIRE-INSCRIPTIONS-DEB
                  THRU 4900-REECRIRE-INSCRIPTIONS-FIN
           END-IF.
           DISPLAY WS-NB-AJOUTS " inscription(s), " WS-NB-RETRAITS
                   " desinscription(s), " WS-NB-REFUS
                   " refus faute de place.".
       4100-INSCRIRE-CLASSE-FIN.
           EXIT.

      * Un élève de la classe
       4110-INSCRIRE-ELEVE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > WS-NB-INSCRIPTIONS
               IF WS-IN-TRIMESTRE(WS-IDX-IN) = WS-TRIMESTRE
                  AND WS-IN-ELEVE-ID(WS-IDX-IN) = WS-M-ID(WS-IDX-M)
                  AND WS-IN-COURS(WS-IDX-IN) = WS-SAISIE-COURS
                   MOVE WS-IDX-IN TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               MOVE "non inscrit" TO WS-STATUT-ED
           ELSE
               MOVE "inscrit" TO WS-STATUT-ED
           END-IF.

           DISPLAY "  " WS-M-ID(WS-IDX-M) " " WS-M-NOM(WS-IDX-M)
                   " " WS-M-PRENOM(WS-IDX-M) " ("
                   FUNCTION TRIM(WS-STATUT-ED) ") : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-REPONSE)
               TO WS-SAISIE-REPONSE.

           EVALUATE TRUE
               WHEN WS-SAISIE-REPONSE = "O" AND WS-IDX-TROUVE = ZERO
                   IF WS-COURS-EST-OPTION
                      AND WS-PLACES-PRISES >= WS-PLACES-MAX
                       DISPLAY "    /!\ Option complete /!\"
                       ADD 1 TO WS-NB-REFUS
                       GO TO 4110-INSCRIRE-ELEVE-FIN
                   END-IF
                   IF WS-NB-INSCRIPTIONS >= 3000
                       DISPLAY "    /!\ Fichier plein /!\"
                       ADD 1 TO WS-NB-REFUS
                       GO TO 4110-INSCRIRE-ELEVE-FIN
                   END-IF
                   ADD 1 TO WS-NB-INSCRIPTIONS
                   MOVE WS-TRIMESTRE
                     TO WS-IN-TRIMESTRE(WS-NB-INSCRIPTIONS)
                   MOVE WS-M-ID(WS-IDX-M)
                     TO WS-IN-ELEVE-ID(WS-NB-INSCRIPTIONS)
                   MOVE WS-SAISIE-COURS
                     TO WS-IN-COURS(WS-NB-INSCRIPTIONS)
                   MOVE WS-SAISIE-CLASSE
                     TO WS-IN-CLASSE(WS-NB-INSCRIPTIONS)
                   ADD 1 TO WS-PLACES-PRISES
                   ADD 1 TO WS-NB-AJOUTS
               WHEN WS-SAISIE-REPONSE = "N" AND WS-IDX-TROUVE > ZERO
      * Décalage des entrées suivantes pour combler le trou
                   PERFORM VARYING WS-IDX-MAINT FROM WS-IDX-TROUVE
                           BY 1
                           UNTIL WS-IDX-MAINT >= WS-NB-INSCRIPTIONS
                       MOVE WS-INSCRIPTION(WS-IDX-MAINT + 1)
                           TO WS-INSCRIPTION(WS-IDX-MAINT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NB-INSCRIPTIONS
                   IF WS-PLACES-PRISES > ZERO
                       SUBTRACT 1 FROM WS-PLACES-PRISES
                   END-IF
                   ADD 1 TO WS-NB-RETRAITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4110-INSCRIRE-ELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === RECONDUCTION D'UNE CLASSE AU TRIMESTRE SUIVANT    *
      * Les inscriptions du trimestre T des élèves de la classe sont   *
      * recopiées en T+1, sauf celles qui y existent déjà ; les places *
      * des options restent contrôlées                                 *
      ******************************************************************

       4200-RECONDUIRE-CLASSE-DEB.
           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Trimestre a reconduire (1 ou 2) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE NOT = "1"
              AND WS-SAISIE-TRIMESTRE NOT = "2"
               DISPLAY "/!\ Trimestre invalide /!\"
               GO TO 4200-RECONDUIRE-CLASSE-FIN
           END-IF.
           MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE.
           COMPUTE WS-TRIMESTRE-CIBLE = WS-TRIMESTRE + 1.

           DISPLAY "Reconduire la classe " WS-SAISIE-CLASSE
                   " du trimestre " WS-TRIMESTRE " au trimestre "
                   WS-TRIMESTRE-CIBLE " (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CONFIRME)
               TO WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Reconduction annulee."
               GO TO 4200-RECONDUIRE-CLASSE-FIN
           END-IF.

           MOVE ZERO TO WS-NB-AJOUTS WS-NB-REFUS.
      * Les entrées ajoutées (en fin de table) sont du trimestre
      * cible : elles ne sont pas reprises par la boucle
           PERFORM VARYING WS-IDX-MAINT FROM 1 BY 1
                   UNTIL WS-IDX-MAINT > WS-NB-INSCRIPTIONS
               IF WS-IN-TRIMESTRE(WS-IDX-MAINT) = WS-TRIMESTRE
                  AND WS-IN-CLASSE(WS-IDX-MAINT) = WS-SAISIE-CLASSE
                   PERFORM 4210-RECONDUIRE-LIGNE-DEB
                      THRU 4210-RECONDUIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-AJOUTS > ZERO
               PERFORM 4900-REECRIRE-INSCRIPTIONS-DEB
                  THRU 4900-REECRIRE-INSCRIPTIONS-FIN
           END-IF.
           DISPLAY WS-NB-AJOUTS " inscription(s) reconduite(s), "
                   WS-NB-REFUS " refus faute de place.".
       4200-RECONDUIRE-CLASSE-FIN.
           EXIT.

       4210-RECONDUIRE-LIGNE-DEB.
           MOVE WS-IN-COURS(WS-IDX-MAINT) TO WS-SAISIE-COURS.
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > WS-NB-INSCRIPTIONS
               IF WS-IN-TRIMESTRE(WS-IDX-IN) = WS-TRIMESTRE-CIBLE
                  AND WS-IN-ELEVE-ID(WS-IDX-IN)
                      = WS-IN-ELEVE-ID(WS-IDX-MAINT)
                  AND WS-IN-COURS(WS-IDX-IN) = WS-SAISIE-COURS
                   GO TO 4210-RECONDUIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

      * Places de l'option comptées sur le trimestre cible
           MOVE WS-TRIMESTRE TO WS-TRIMESTRE-FLUX.
           MOVE WS-TRIMESTRE-CIBLE TO WS-TRIMESTRE.
           PERFORM 4830-COMPTER-PLACES-DEB
              THRU 4830-COMPTER-PLACES-FIN.
           MOVE WS-TRIMESTRE-FLUX TO WS-TRIMESTRE.
           IF WS-COURS-EST-OPTION
              AND WS-PLACES-PRISES >= WS-PLACES-MAX
               DISPLAY "  /!\ Option " FUNCTION TRIM(WS-SAISIE-COURS)
                       " complete : eleve "
                       WS-IN-ELEVE-ID(WS-IDX-MAINT) " non reconduit"
                       " /!\"
               ADD 1 TO WS-NB-REFUS
               GO TO 4210-RECONDUIRE-LIGNE-FIN
           END-IF.
           IF WS-NB-INSCRIPTIONS >= 3000
               ADD 1 TO WS-NB-REFUS
               GO TO 4210-RECONDUIRE-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-INSCRIPTIONS.
           MOVE WS-INSCRIPTION(WS-IDX-MAINT)
               TO WS-INSCRIPTION(WS-NB-INSCRIPTIONS).
           MOVE WS-TRIMESTRE-CIBLE
               TO WS-IN-TRIMESTRE(WS-NB-INSCRIPTIONS).
           ADD 1 TO WS-NB-AJOUTS.
       4210-RECONDUIRE-LIGNE-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === CONTRÔLE DE COMPLÉTUDE DES NOTES                  *
      * Relevé des notes (types 02 et 05) de input.txt pour le         *
      * trimestre, par identifiant d'élève (type 01, positions 16-21)  *
      * et cours ; chaque inscrit sans note est listé dans             *
      * inscriptions-completude-T.txt                                  *
      ******************************************************************

       4300-CONTROLE-COMPLETUDE-DEB.
           PERFORM 4810-SAISIR-TRIMESTRE-DEB
              THRU 4810-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-VALEUR-EST-OK
               GO TO 4300-CONTROLE-COMPLETUDE-FIN
           END-IF.

           PERFORM 4310-RELEVER-NOTES-DEB
              THRU 4310-RELEVER-NOTES-FIN.

           MOVE SPACES TO WS-NOM-COMPLETUDE.
           STRING "inscriptions-completude-" WS-TRIMESTRE ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-COMPLETUDE
           END-STRING.
           OPEN OUTPUT F-COMPLETUDE.
           IF WS-FS-COMPLETUDE NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-COMPLETUDE
               DISPLAY "Code F-STATUS : " WS-FS-COMPLETUDE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE-COMPLETUDE.
           STRING "INSCRITS SANS NOTE - TRIMESTRE " WS-TRIMESTRE
               DELIMITED BY SIZE
               INTO WS-LIGNE-COMPLETUDE
           END-STRING.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-COMPLETUDE.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.
           MOVE "CLASSE ID     NOM             PRENOM          COURS"
               TO WS-LIGNE-COMPLETUDE.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.

           MOVE ZERO TO WS-NB-MANQUANTS.
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > WS-NB-INSCRIPTIONS
               IF WS-IN-TRIMESTRE(WS-IDX-IN) = WS-TRIMESTRE
                   PERFORM 4320-CONTROLER-INSCRIT-DEB
                      THRU 4320-CONTROLER-INSCRIT-FIN
               END-IF
           END-PERFORM.

           MOVE WS-TIRET TO WS-LIGNE-COMPLETUDE.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-COMPLETUDE.
           STRING WS-NB-MANQUANTS " note(s) manquante(s)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-COMPLETUDE
           END-STRING.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.
           CLOSE F-COMPLETUDE.
           DISPLAY "Rapport ecrit dans " WS-NOM-COMPLETUDE.
      * Edition conservée et inscrite au catalogue des rapports
           MOVE WS-NOM-COMPLETUDE TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       4300-CONTROLE-COMPLETUDE-FIN.
           EXIT.

      * Notes du trimestre présentes dans input.txt ; le trimestre
      * d'un bloc est porté par l'en-tête de classe (type 04,
      * position 6), 1 par défaut comme dans bulletin-gen
       4310-RELEVER-NOTES-DEB.
           MOVE ZERO TO WS-NB-NOTES-INPUT WS-ID-COURANT.
           MOVE 1 TO WS-TRIMESTRE-FLUX.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-INPUT.
           IF WS-FS-INPUT NOT = "00"
               DISPLAY "/!\ input.txt absent ou illisible (code "
                       WS-FS-INPUT ") : aucune note relevee /!\"
               GO TO 4310-RELEVER-NOTES-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-INPUT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE REC-TYPE-CODE
                           WHEN 04
                               IF REC-DATA(6:1) IS NUMERIC
                                  AND REC-DATA(6:1) NOT = "0"
                                   MOVE REC-DATA(6:1)
                                       TO WS-TRIMESTRE-FLUX
                               END-IF
                           WHEN 01
                               IF REC-DATA(16:6) IS NUMERIC
                                   MOVE REC-DATA(16:6)
                                       TO WS-ID-COURANT
                               ELSE
                                   MOVE ZERO TO WS-ID-COURANT
                               END-IF
                           WHEN 02
                           WHEN 05
                               IF WS-TRIMESTRE-FLUX = WS-TRIMESTRE
                                  AND WS-ID-COURANT NOT = ZERO
                                  AND WS-NB-NOTES-INPUT < 5000
                                   ADD 1 TO WS-NB-NOTES-INPUT
                                   MOVE WS-ID-COURANT
                                     TO WS-NI-ELEVE-ID
                                        (WS-NB-NOTES-INPUT)
                                   MOVE REC-DATA(1:21)
                                     TO WS-NI-COURS
                                        (WS-NB-NOTES-INPUT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE F-INPUT.
       4310-RELEVER-NOTES-FIN.
           EXIT.

      * Un inscrit du trimestre : listé s'il n'a aucune note
       4320-CONTROLER-INSCRIT-DEB.
           MOVE 'N' TO WS-NOTE-TROUVEE.
           PERFORM VARYING WS-IDX-NI FROM 1 BY 1
                   UNTIL WS-IDX-NI > WS-NB-NOTES-INPUT
                      OR WS-NOTE-EST-TROUVEE
               IF WS-NI-ELEVE-ID(WS-IDX-NI) = WS-IN-ELEVE-ID(WS-IDX-IN)
                  AND WS-NI-COURS(WS-IDX-NI) = WS-IN-COURS(WS-IDX-IN)
                   SET WS-NOTE-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOTE-EST-TROUVEE
               GO TO 4320-CONTROLER-INSCRIT-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-ED WS-PRENOM-ED.
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-ID(WS-IDX-M) = WS-IN-ELEVE-ID(WS-IDX-IN)
                   MOVE WS-M-NOM(WS-IDX-M)    TO WS-NOM-ED
                   MOVE WS-M-PRENOM(WS-IDX-M) TO WS-PRENOM-ED
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-MANQUANTS.
           MOVE SPACES TO WS-LIGNE-COMPLETUDE.
           STRING WS-IN-CLASSE(WS-IDX-IN) "   "
                  WS-IN-ELEVE-ID(WS-IDX-IN) " "
                  WS-NOM-ED " " WS-PRENOM-ED " "
                  WS-IN-COURS(WS-IDX-IN)
               DELIMITED BY SIZE
               INTO WS-LIGNE-COMPLETUDE
           END-STRING.
           PERFORM 4390-ECRIRE-LIGNE-DEB
              THRU 4390-ECRIRE-LIGNE-FIN.
       4320-CONTROLER-INSCRIT-FIN.
           EXIT.

       4390-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-COMPLETUDE.
           MOVE WS-LIGNE-COMPLETUDE TO FS-ENR-COMPLETUDE.
           WRITE FS-ENR-COMPLETUDE.
       4390-ECRIRE-LIGNE-FIN.
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

      * Cours saisi : connu s'il apparaît dans une ligne du catalogue
       4820-SAISIR-COURS-DEB.
           MOVE 'N' TO WS-VALEUR-OK.
           DISPLAY "Cours : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-COURS.
           IF WS-SAISIE-COURS = SPACES
               DISPLAY "/!\ Cours obligatoire /!\"
               GO TO 4820-SAISIR-COURS-FIN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SAISIE-COURS))
               TO WS-LG-COURS.
           PERFORM VARYING WS-IDX-CA FROM 1 BY 1
                   UNTIL WS-IDX-CA > WS-NB-CATALOGUE
                      OR WS-VALEUR-EST-OK
               MOVE ZERO TO WS-NB-OCCURRENCES
               INSPECT WS-LIGNE-CATALOGUE(WS-IDX-CA)
                   TALLYING WS-NB-OCCURRENCES
                   FOR ALL WS-SAISIE-COURS(1:WS-LG-COURS)
               IF WS-NB-OCCURRENCES > ZERO
                   SET WS-VALEUR-EST-OK TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-VALEUR-EST-OK
               DISPLAY "/!\ Cours absent de catalogue-cours.txt /!\"
           END-IF.
       4820-SAISIR-COURS-FIN.
           EXIT.

      * Option ou non ; places prises sur le trimestre, toutes
      * classes confondues
       4830-COMPTER-PLACES-DEB.
           MOVE 'N' TO WS-EST-OPTION.
           MOVE ZERO TO WS-PLACES-MAX WS-PLACES-PRISES.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-NB-OPTIONS
               IF WS-OP-COURS(WS-IDX-OP) = WS-SAISIE-COURS
                   SET WS-COURS-EST-OPTION TO TRUE
                   MOVE WS-OP-PLACES(WS-IDX-OP) TO WS-PLACES-MAX
               END-IF
           END-PERFORM.
           IF NOT WS-COURS-EST-OPTION
               GO TO 4830-COMPTER-PLACES-FIN
           END-IF.
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > WS-NB-INSCRIPTIONS
               IF WS-IN-TRIMESTRE(WS-IDX-IN) = WS-TRIMESTRE
                  AND WS-IN-COURS(WS-IDX-IN) = WS-SAISIE-COURS
                   ADD 1 TO WS-PLACES-PRISES
               END-IF
           END-PERFORM.
       4830-COMPTER-PLACES-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === RÉÉCRITURE DU FICHIER DES INSCRIPTIONS            *
      ******************************************************************

       4900-REECRIRE-INSCRIPTIONS-DEB.
           OPEN OUTPUT F-INSCRIPTIONS.
           IF WS-FS-INSCRIPTIONS NOT = "00"
               DISPLAY "Probleme ouverture inscriptions-cours.txt"
               DISPLAY "Code F-STATUS : " WS-FS-INSCRIPTIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-IN FROM 1 BY 1
                   UNTIL WS-IDX-IN > WS-NB-INSCRIPTIONS
               MOVE SPACES TO FS-ENR-INSCRIPTION
               MOVE WS-IN-TRIMESTRE(WS-IDX-IN) TO FS-IN-TRIMESTRE
               MOVE WS-IN-ELEVE-ID(WS-IDX-IN)  TO FS-IN-ELEVE-ID
               MOVE WS-IN-COURS(WS-IDX-IN)     TO FS-IN-COURS
               MOVE WS-IN-CLASSE(WS-IDX-IN)    TO FS-IN-CLASSE
               WRITE FS-ENR-INSCRIPTION
           END-PERFORM.
           CLOSE F-INSCRIPTIONS.
       4900-REECRIRE-INSCRIPTIONS-FIN.
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
