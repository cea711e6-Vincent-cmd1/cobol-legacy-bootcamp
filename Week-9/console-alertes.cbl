      ******************************************************************
      * PROGRAMME : CONSOLE-ALERTES
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Console de suivi des alertes. alerte-lot.txt
      *             (echecs du lot, ecarts d'equilibrage, alertes de
      *             capacite) et alertes-tableau-bord.txt ne sont
      *             qu'alimentes en ajout : personne ne sait quelle
      *             alerte a ete vue ou traitee, et la meme alerte
      *             revient chaque nuit.
      *
      *             A chaque appel, les lignes ajoutees depuis le
      *             passage precedent sont reportees dans le registre
      *             des alertes (alertes-registre.txt). Les repetitions
      *             d'une meme alerte (meme source, meme texte aux
      *             chiffres pres) sont regroupees sur une seule ligne
      *             du registre avec leur nombre d'occurrences ; une
      *             alerte resolue qui revient est rouverte.
      *
      *             L'operateur liste les alertes non resolues, en
      *             acquitte une avec un commentaire ou la cloture
      *             comme resolue. Une alerte restee ouverte (non
      *             acquittee) au-dela du delai d'escalade
      *             (alertes-parametres.txt, 2 jours par defaut) est
      *             escaladee : la liste des alertes escaladees est
      *             reservee au role ADMIN et lui est montree a
      *             l'ouverture de session de menu-operations.
      *
      *             Le registre est mis a jour sous le verrou de
      *             verrou-fichier, relu juste avant chaque mise a
      *             jour : deux consoles ouvertes ne s'ecrasent pas.
      *
      * PARAMETRES (LINKAGE) :
      *   - LK-UTILISATEUR : operateur de la session (acquittements)
      *   - LK-ROLE        : role de la session (ADMIN pour les
      *                      escalades)
      *   - LK-MODE        : "C" = console, "E" = liste des alertes
      *                      escaladees seule (ouverture de session)
      *
      * FICHIERS  :
      *   - F-ALERTE-LOT  : alerte-lot.txt (lecture)
      *   - F-ALERTE-TDB  : alertes-tableau-bord.txt (lecture)
      *   - F-REGISTRE    : alertes-registre.txt (relu et recree)
      *   - F-POSITIONS   : alertes-positions.txt (lignes deja
      *                     reportees de chaque fichier d'alerte)
      *   - F-PARAMETRES  : alertes-parametres.txt (delais ; valeurs
      *                     par defaut en son absence)
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. console-alertes.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Alertes du lot nocturne, de l'equilibrage et des capacites
           SELECT F-ALERTE-LOT ASSIGN TO "alerte-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTE-LOT.

      * Alertes de seuil critique du tableau de bord
           SELECT F-ALERTE-TDB ASSIGN TO "alertes-tableau-bord.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTE-TDB.

      * Registre des alertes regroupees et de leur traitement
           SELECT F-REGISTRE ASSIGN TO "alertes-registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

      * Nombre de lignes deja reportees de chaque fichier d'alerte
           SELECT F-POSITIONS ASSIGN TO "alertes-positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POSITIONS.

      * Delais d'escalade et de conservation
           SELECT F-PARAMETRES ASSIGN TO "alertes-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

       DATA DIVISION.
       FILE SECTION.

       FD F-ALERTE-LOT.
       01 FS-ENR-ALERTE-LOT          PIC X(100).

       FD F-ALERTE-TDB.
       01 FS-ENR-ALERTE-TDB          PIC X(100).

      * Une ligne par alerte regroupee. Statut : O = ouverte,
      * A = acquittee, R = resolue. Escalade : O / N
       FD F-REGISTRE.
       01 FS-ENR-REGISTRE.
           05 FS-REG-NUMERO          PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-REG-SOURCE          PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-REG-STATUT          PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-REG-ESCALADE        PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-REG-PREMIERE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-REG-DERNIERE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-REG-NB-OCC          PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-REG-OPERATEUR       PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-REG-DATE-TRT        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-REG-COMMENTAIRE     PIC X(60).
           05 FILLER                 PIC X(01).
           05 FS-REG-CLE             PIC X(90).
           05 FILLER                 PIC X(01).
           05 FS-REG-MESSAGE         PIC X(90).

       FD F-POSITIONS.
       01 FS-ENR-POSITIONS.
           05 FS-POS-LOT             PIC 9(07).
           05 FILLER                 PIC X(01).
           05 FS-POS-TDB             PIC 9(07).

      * Un parametre par ligne : code et valeur
       FD F-PARAMETRES.
       01 FS-ENR-PARAMETRE.
           05 FS-PAR-CODE            PIC X(14).
           05 FILLER                 PIC X(01).
           05 FS-PAR-VALEUR          PIC 9(05).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-ALERTE-LOT         PIC X(02).
       01 WS-FS-ALERTE-TDB         PIC X(02).
       01 WS-FS-REGISTRE           PIC X(02).
       01 WS-FS-POSITIONS          PIC X(02).
       01 WS-FS-PARAMETRES         PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu de la console
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Delais en jours : escalade d'une alerte restee ouverte,
      * conservation d'une alerte resolue dans le registre
       01 WS-DELAI-ESCALADE        PIC 9(05) VALUE 2.
       01 WS-DELAI-CONSERVATION    PIC 9(05) VALUE 90.

      * Date du jour et ecart en jours
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NB-JOURS              PIC S9(07) VALUE ZERO.
       01 WS-NB-JOURS-ED           PIC ZZZZ9.

      * Lignes deja reportees de chaque fichier d'alerte
       01 WS-POS-LOT               PIC 9(07) VALUE ZERO.
       01 WS-POS-TDB               PIC 9(07) VALUE ZERO.
       01 WS-NB-LUES               PIC 9(07) VALUE ZERO.

      * Ligne d'alerte en cours de report
       01 WS-FICHIER-SOURCE        PIC X(01).
           88 WS-SOURCE-TDB                     VALUE "T".
       01 WS-LIGNE-SOURCE          PIC X(100).
       01 WS-DATE-ALERTE           PIC 9(08).
       01 WS-POS-TIRET             PIC 9(03).
       01 WS-SOURCE-ALERTE         PIC X(08).
       01 WS-MESSAGE-ALERTE        PIC X(90).
       01 WS-CLE-ALERTE            PIC X(90).
       01 WS-LG-CLE                PIC 9(03).
       01 WS-IDX-CAR               PIC 9(03).

      * Registre en memoire
       01 WS-NB-ALERTES            PIC 9(03) VALUE ZERO.
       01 WS-DERNIER-NUMERO        PIC 9(05) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-IDX-TROUVE            PIC 9(03) VALUE ZERO.
       01 WS-TAB-ALERTES.
           05 WS-AL OCCURS 500 TIMES.
               10 WS-AL-NUMERO       PIC 9(05).
               10 WS-AL-SOURCE       PIC X(08).
               10 WS-AL-STATUT       PIC X(01).
                   88 WS-AL-OUVERTE              VALUE "O".
                   88 WS-AL-ACQUITTEE            VALUE "A".
                   88 WS-AL-RESOLUE              VALUE "R".
               10 WS-AL-ESCALADE     PIC X(01).
                   88 WS-AL-ESCALADEE            VALUE "O".
               10 WS-AL-PREMIERE     PIC 9(08).
               10 WS-AL-DERNIERE     PIC 9(08).
               10 WS-AL-NB-OCC       PIC 9(05).
               10 WS-AL-OPERATEUR    PIC X(30).
               10 WS-AL-DATE-TRT     PIC 9(08).
               10 WS-AL-COMMENTAIRE  PIC X(60).
               10 WS-AL-CLE          PIC X(90).
               10 WS-AL-MESSAGE      PIC X(90).

      * Compteurs du report
       01 WS-NB-NOUVELLES          PIC 9(05) VALUE ZERO.
       01 WS-NB-REPETITIONS        PIC 9(05) VALUE ZERO.
       01 WS-NB-ROUVERTES          PIC 9(05) VALUE ZERO.
       01 WS-NB-ESCALADEES         PIC 9(05) VALUE ZERO.
       01 WS-NB-OUVERTES           PIC 9(05) VALUE ZERO.
       01 WS-NB-ACQUITTEES         PIC 9(05) VALUE ZERO.
       01 WS-NOMBRE-ED             PIC ZZZZ9.

      * Registre relu en consultation seule (verrou refuse)
       01 WS-FLAG-LECTURE-SEULE    PIC X(01) VALUE 'N'.
           88 WS-LECTURE-SEULE                  VALUE 'Y'.
       01 WS-FLAG-ERREUR-REGISTRE  PIC X(01) VALUE 'N'.
           88 WS-ERREUR-REGISTRE                VALUE 'Y'.

      * Alerte choisie et action demandee (A = acquitter,
      * R = cloturer comme resolue)
       01 WS-SAISIE-NUMERO         PIC X(05).
       01 WS-NUMERO                PIC 9(05).
       01 WS-ACTION                PIC X(01).
           88 WS-ACTION-ACQUITTER               VALUE "A".
           88 WS-ACTION-CLOTURER                VALUE "R".
       01 WS-COMMENTAIRE           PIC X(60).
       01 WS-LIBELLE-STATUT        PIC X(10).

      * Verrou du registre (sous-programme verrou-fichier)
       01 WS-VER-FICHIER           PIC X(30)
                                   VALUE "alertes-registre.txt".
       01 WS-VER-PROGRAMME         PIC X(20)
                                   VALUE "console-alertes".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

       LINKAGE SECTION.
      * Session de menu-operations et mode d'appel
       01 LK-UTILISATEUR           PIC X(30).
       01 LK-ROLE                  PIC X(10).
       01 LK-MODE                  PIC X(01).
           88 LK-MODE-ESCALADES                 VALUE "E".

       PROCEDURE DIVISION USING LK-UTILISATEUR LK-ROLE LK-MODE.

      ******************************************************************
      * COMPOSANT PRINCIPAL : report des alertes puis console
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6110-CHARGER-PARAMETRES-DEB
              THRU 6110-CHARGER-PARAMETRES-FIN.

           PERFORM 7000-REPORTER-ALERTES-DEB
              THRU 7000-REPORTER-ALERTES-FIN.

           IF LK-MODE-ESCALADES
               PERFORM 9400-LISTER-ESCALADES-DEB
                  THRU 9400-LISTER-ESCALADES-FIN
           ELSE
               PERFORM 9000-CONSOLE-DEB
                  THRU 9000-CONSOLE-FIN
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * DELAIS : FICHIER DE PARAMETRES OU DEFAUTS
      ******************************************************************
       6110-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "DELAI-ESCALADE"
                               MOVE FS-PAR-VALEUR
                                 TO WS-DELAI-ESCALADE
                           WHEN "CONSERVATION"
                               MOVE FS-PAR-VALEUR
                                 TO WS-DELAI-CONSERVATION
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.
       6110-CHARGER-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REGISTRE ET DES POSITIONS DE LECTURE
      ******************************************************************
      * Registre absent : premier passage, aucune alerte connue
       6200-CHARGER-REGISTRE-DEB.
           MOVE ZERO TO WS-NB-ALERTES WS-DERNIER-NUMERO.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REGISTRE.
           IF WS-FS-REGISTRE NOT = "00"
               GO TO 6200-CHARGER-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-REGISTRE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-ALERTES < 500
                           ADD 1 TO WS-NB-ALERTES
                           PERFORM 6210-RANGER-ALERTE-DEB
                              THRU 6210-RANGER-ALERTE-FIN
                       ELSE
                           DISPLAY "/!\ Registre des alertes plein "
                                   "(500), alerte " FS-REG-NUMERO
                                   " ignoree /!\"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REGISTRE.
       6200-CHARGER-REGISTRE-FIN.
           EXIT.

       6210-RANGER-ALERTE-DEB.
           MOVE FS-REG-NUMERO      TO WS-AL-NUMERO(WS-NB-ALERTES).
           MOVE FS-REG-SOURCE      TO WS-AL-SOURCE(WS-NB-ALERTES).
           MOVE FS-REG-STATUT      TO WS-AL-STATUT(WS-NB-ALERTES).
           MOVE FS-REG-ESCALADE    TO WS-AL-ESCALADE(WS-NB-ALERTES).
           MOVE FS-REG-PREMIERE    TO WS-AL-PREMIERE(WS-NB-ALERTES).
           MOVE FS-REG-DERNIERE    TO WS-AL-DERNIERE(WS-NB-ALERTES).
           MOVE FS-REG-NB-OCC      TO WS-AL-NB-OCC(WS-NB-ALERTES).
           MOVE FS-REG-OPERATEUR   TO WS-AL-OPERATEUR(WS-NB-ALERTES).
           MOVE FS-REG-DATE-TRT    TO WS-AL-DATE-TRT(WS-NB-ALERTES).
           MOVE FS-REG-COMMENTAIRE
               TO WS-AL-COMMENTAIRE(WS-NB-ALERTES).
           MOVE FS-REG-CLE         TO WS-AL-CLE(WS-NB-ALERTES).
           MOVE FS-REG-MESSAGE     TO WS-AL-MESSAGE(WS-NB-ALERTES).
           IF FS-REG-NUMERO > WS-DERNIER-NUMERO
               MOVE FS-REG-NUMERO TO WS-DERNIER-NUMERO
           END-IF.
       6210-RANGER-ALERTE-FIN.
           EXIT.

      * Positions absentes : les fichiers d'alerte sont repris depuis
      * leur premiere ligne
       6220-CHARGER-POSITIONS-DEB.
           MOVE ZERO TO WS-POS-LOT WS-POS-TDB.
           OPEN INPUT F-POSITIONS.
           IF WS-FS-POSITIONS NOT = "00"
               GO TO 6220-CHARGER-POSITIONS-FIN
           END-IF.
           READ F-POSITIONS
               NOT AT END
                   IF FS-POS-LOT IS NUMERIC
                       MOVE FS-POS-LOT TO WS-POS-LOT
                   END-IF
                   IF FS-POS-TDB IS NUMERIC
                       MOVE FS-POS-TDB TO WS-POS-TDB
                   END-IF
           END-READ.
           CLOSE F-POSITIONS.
       6220-CHARGER-POSITIONS-FIN.
           EXIT.

      ******************************************************************
      * LECTURE DES LIGNES AJOUTEES AUX FICHIERS D'ALERTE
      ******************************************************************
      * Seules les lignes au-dela de la position enregistree sont
      * reportees ; WS-NB-LUES rend le nombre de lignes du fichier
       6310-LIRE-ALERTE-LOT-DEB.
           MOVE ZERO TO WS-NB-LUES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ALERTE-LOT.
           IF WS-FS-ALERTE-LOT NOT = "00"
               GO TO 6310-LIRE-ALERTE-LOT-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ALERTE-LOT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF WS-NB-LUES > WS-POS-LOT
                           MOVE FS-ENR-ALERTE-LOT TO WS-LIGNE-SOURCE
                           MOVE "L" TO WS-FICHIER-SOURCE
                           PERFORM 6330-REPORTER-LIGNE-DEB
                              THRU 6330-REPORTER-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTE-LOT.
       6310-LIRE-ALERTE-LOT-FIN.
           EXIT.

       6320-LIRE-ALERTE-TDB-DEB.
           MOVE ZERO TO WS-NB-LUES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ALERTE-TDB.
           IF WS-FS-ALERTE-TDB NOT = "00"
               GO TO 6320-LIRE-ALERTE-TDB-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ALERTE-TDB
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF WS-NB-LUES > WS-POS-TDB
                           MOVE FS-ENR-ALERTE-TDB TO WS-LIGNE-SOURCE
                           MOVE "T" TO WS-FICHIER-SOURCE
                           PERFORM 6330-REPORTER-LIGNE-DEB
                              THRU 6330-REPORTER-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTE-TDB.
       6320-LIRE-ALERTE-TDB-FIN.
           EXIT.

      ******************************************************************
      * REPORT D'UNE LIGNE D'ALERTE DANS LE REGISTRE
      ******************************************************************
      * Ligne "AAAAMMJJ [HHMMSS] - texte" : la date ouvre la ligne, le
      * texte suit le premier " - ". La cle de regroupement est le
      * texte sans chiffres ni espaces : la rupture de 12 produits et
      * celle de 14 produits le lendemain sont la meme alerte
       6330-REPORTER-LIGNE-DEB.
           IF WS-LIGNE-SOURCE = SPACES
               GO TO 6330-REPORTER-LIGNE-FIN
           END-IF.

           IF WS-LIGNE-SOURCE(1:8) IS NUMERIC
               MOVE WS-LIGNE-SOURCE(1:8) TO WS-DATE-ALERTE
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-ALERTE
           END-IF.

           MOVE ZERO TO WS-POS-TIRET.
           INSPECT WS-LIGNE-SOURCE TALLYING WS-POS-TIRET
               FOR CHARACTERS BEFORE INITIAL " - ".
           IF WS-POS-TIRET < 97
               MOVE WS-LIGNE-SOURCE(WS-POS-TIRET + 4:)
                   TO WS-MESSAGE-ALERTE
           ELSE
               MOVE WS-LIGNE-SOURCE TO WS-MESSAGE-ALERTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOURCE-TDB
                   MOVE "TABLEAU" TO WS-SOURCE-ALERTE
               WHEN WS-MESSAGE-ALERTE(1:15) = "ALERTE CAPACITE"
                   MOVE "CAPACITE" TO WS-SOURCE-ALERTE
               WHEN OTHER
                   MOVE "LOT" TO WS-SOURCE-ALERTE
           END-EVALUATE.

           MOVE SPACES TO WS-CLE-ALERTE.
           MOVE ZERO TO WS-LG-CLE.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 90
               IF WS-MESSAGE-ALERTE(WS-IDX-CAR:1) IS NOT NUMERIC
                  AND WS-MESSAGE-ALERTE(WS-IDX-CAR:1) NOT = SPACE
                   ADD 1 TO WS-LG-CLE
                   MOVE WS-MESSAGE-ALERTE(WS-IDX-CAR:1)
                       TO WS-CLE-ALERTE(WS-LG-CLE:1)
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
                      OR WS-IDX-TROUVE > ZERO
               IF WS-AL-SOURCE(WS-IDX) = WS-SOURCE-ALERTE
                  AND WS-AL-CLE(WS-IDX) = WS-CLE-ALERTE
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

           IF WS-IDX-TROUVE = ZERO
               PERFORM 6340-NOUVELLE-ALERTE-DEB
                  THRU 6340-NOUVELLE-ALERTE-FIN
               GO TO 6330-REPORTER-LIGNE-FIN
           END-IF.

      * Repetition : une alerte resolue qui revient est rouverte,
      * son anciennete repart de la nouvelle occurrence
           IF WS-AL-RESOLUE(WS-IDX-TROUVE)
               MOVE "O"            TO WS-AL-STATUT(WS-IDX-TROUVE)
               MOVE "N"            TO WS-AL-ESCALADE(WS-IDX-TROUVE)
               MOVE WS-DATE-ALERTE TO WS-AL-PREMIERE(WS-IDX-TROUVE)
               MOVE ZERO           TO WS-AL-NB-OCC(WS-IDX-TROUVE)
                                      WS-AL-DATE-TRT(WS-IDX-TROUVE)
               MOVE SPACES         TO WS-AL-OPERATEUR(WS-IDX-TROUVE)
                                      WS-AL-COMMENTAIRE(WS-IDX-TROUVE)
               ADD 1 TO WS-NB-ROUVERTES
           ELSE
               ADD 1 TO WS-NB-REPETITIONS
           END-IF.
           ADD 1 TO WS-AL-NB-OCC(WS-IDX-TROUVE).
           IF WS-DATE-ALERTE > WS-AL-DERNIERE(WS-IDX-TROUVE)
               MOVE WS-DATE-ALERTE TO WS-AL-DERNIERE(WS-IDX-TROUVE)
           END-IF.
           MOVE WS-MESSAGE-ALERTE TO WS-AL-MESSAGE(WS-IDX-TROUVE).
       6330-REPORTER-LIGNE-FIN.
           EXIT.

       6340-NOUVELLE-ALERTE-DEB.
           IF WS-NB-ALERTES >= 500
               DISPLAY "/!\ Registre des alertes plein (500), "
                       "alerte non reportee : "
                       FUNCTION TRIM(WS-MESSAGE-ALERTE) " /!\"
               GO TO 6340-NOUVELLE-ALERTE-FIN
           END-IF.

           ADD 1 TO WS-NB-ALERTES.
           ADD 1 TO WS-DERNIER-NUMERO.
           ADD 1 TO WS-NB-NOUVELLES.
           MOVE WS-DERNIER-NUMERO TO WS-AL-NUMERO(WS-NB-ALERTES).
           MOVE WS-SOURCE-ALERTE  TO WS-AL-SOURCE(WS-NB-ALERTES).
           MOVE "O"               TO WS-AL-STATUT(WS-NB-ALERTES).
           MOVE "N"               TO WS-AL-ESCALADE(WS-NB-ALERTES).
           MOVE WS-DATE-ALERTE    TO WS-AL-PREMIERE(WS-NB-ALERTES)
                                     WS-AL-DERNIERE(WS-NB-ALERTES).
           MOVE 1                 TO WS-AL-NB-OCC(WS-NB-ALERTES).
           MOVE SPACES            TO WS-AL-OPERATEUR(WS-NB-ALERTES)
                                     WS-AL-COMMENTAIRE(WS-NB-ALERTES).
           MOVE ZERO              TO WS-AL-DATE-TRT(WS-NB-ALERTES).
           MOVE WS-CLE-ALERTE     TO WS-AL-CLE(WS-NB-ALERTES).
           MOVE WS-MESSAGE-ALERTE TO WS-AL-MESSAGE(WS-NB-ALERTES).
       6340-NOUVELLE-ALERTE-FIN.
           EXIT.

      ******************************************************************
      * ESCALADE DES ALERTES RESTEES OUVERTES
      ******************************************************************
      * L'anciennete court depuis la premiere occurrence : une alerte
      * acquittee n'est plus escaladee
       6400-ESCALADER-ALERTES-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
               IF WS-AL-OUVERTE(WS-IDX)
                  AND NOT WS-AL-ESCALADEE(WS-IDX)
                  AND WS-AL-PREMIERE(WS-IDX) > 16010101
                   COMPUTE WS-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                     - FUNCTION INTEGER-OF-DATE(WS-AL-PREMIERE(WS-IDX))
                   IF WS-NB-JOURS >= WS-DELAI-ESCALADE
                       MOVE "O" TO WS-AL-ESCALADE(WS-IDX)
                       ADD 1 TO WS-NB-ESCALADEES
                   END-IF
               END-IF
           END-PERFORM.
       6400-ESCALADER-ALERTES-FIN.
           EXIT.

      ******************************************************************
      * REPORT DES NOUVELLES ALERTES SOUS VERROU
      ******************************************************************
      * Verrou refuse : le registre est seulement relu, les nouvelles
      * lignes seront reportees au prochain passage
       7000-REPORTER-ALERTES-DEB.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "Registre des alertes en cours de mise a jour,"
                       " consultation seule."
               SET WS-LECTURE-SEULE TO TRUE
               PERFORM 6200-CHARGER-REGISTRE-DEB
                  THRU 6200-CHARGER-REGISTRE-FIN
               GO TO 7000-REPORTER-ALERTES-FIN
           END-IF.

           PERFORM 6200-CHARGER-REGISTRE-DEB
              THRU 6200-CHARGER-REGISTRE-FIN.
           PERFORM 6220-CHARGER-POSITIONS-DEB
              THRU 6220-CHARGER-POSITIONS-FIN.

      * Fichier plus court que la position : il a ete purge ou
      * recree, toutes ses lignes sont nouvelles
           PERFORM 6310-LIRE-ALERTE-LOT-DEB
              THRU 6310-LIRE-ALERTE-LOT-FIN.
           IF WS-NB-LUES < WS-POS-LOT
               MOVE ZERO TO WS-POS-LOT
               PERFORM 6310-LIRE-ALERTE-LOT-DEB
                  THRU 6310-LIRE-ALERTE-LOT-FIN
           END-IF.
           MOVE WS-NB-LUES TO WS-POS-LOT.

           PERFORM 6320-LIRE-ALERTE-TDB-DEB
              THRU 6320-LIRE-ALERTE-TDB-FIN.
           IF WS-NB-LUES < WS-POS-TDB
               MOVE ZERO TO WS-POS-TDB
               PERFORM 6320-LIRE-ALERTE-TDB-DEB
                  THRU 6320-LIRE-ALERTE-TDB-FIN
           END-IF.
           MOVE WS-NB-LUES TO WS-POS-TDB.

           PERFORM 6400-ESCALADER-ALERTES-DEB
              THRU 6400-ESCALADER-ALERTES-FIN.

           PERFORM 8100-ECRIRE-REGISTRE-DEB
              THRU 8100-ECRIRE-REGISTRE-FIN.

           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.

           IF WS-NB-NOUVELLES + WS-NB-REPETITIONS + WS-NB-ROUVERTES
              + WS-NB-ESCALADEES > ZERO
               MOVE WS-NB-NOUVELLES TO WS-NOMBRE-ED
               DISPLAY "Alertes nouvelles    : " WS-NOMBRE-ED
               MOVE WS-NB-REPETITIONS TO WS-NOMBRE-ED
               DISPLAY "Repetitions groupees : " WS-NOMBRE-ED
               MOVE WS-NB-ROUVERTES TO WS-NOMBRE-ED
               DISPLAY "Alertes rouvertes    : " WS-NOMBRE-ED
               MOVE WS-NB-ESCALADEES TO WS-NOMBRE-ED
               DISPLAY "Alertes escaladees   : " WS-NOMBRE-ED
           END-IF.
       7000-REPORTER-ALERTES-FIN.
           EXIT.

      ******************************************************************
      * ACQUITTEMENT OU CLOTURE D'UNE ALERTE SOUS VERROU
      ******************************************************************
      * Le registre est relu sous verrou avant la mise a jour : une
      * autre console a pu le modifier depuis l'affichage
       7100-METTRE-A-JOUR-DEB.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "Registre des alertes verrouille, "
                       "action abandonnee."
               GO TO 7100-METTRE-A-JOUR-FIN
           END-IF.

           PERFORM 6200-CHARGER-REGISTRE-DEB
              THRU 6200-CHARGER-REGISTRE-FIN.
           PERFORM 6220-CHARGER-POSITIONS-DEB
              THRU 6220-CHARGER-POSITIONS-FIN.
           PERFORM 7110-APPLIQUER-ACTION-DEB
              THRU 7110-APPLIQUER-ACTION-FIN.

           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       7100-METTRE-A-JOUR-FIN.
           EXIT.

       7110-APPLIQUER-ACTION-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
                      OR WS-IDX-TROUVE > ZERO
               IF WS-AL-NUMERO(WS-IDX) = WS-NUMERO
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Alerte " WS-NUMERO " inconnue /!\"
               GO TO 7110-APPLIQUER-ACTION-FIN
           END-IF.
           IF WS-AL-RESOLUE(WS-IDX-TROUVE)
               DISPLAY "Alerte " WS-NUMERO " deja resolue."
               GO TO 7110-APPLIQUER-ACTION-FIN
           END-IF.
           IF WS-ACTION-ACQUITTER AND WS-AL-ACQUITTEE(WS-IDX-TROUVE)
               DISPLAY "Alerte " WS-NUMERO " deja acquittee par "
                       FUNCTION TRIM(WS-AL-OPERATEUR(WS-IDX-TROUVE))
                       "."
               GO TO 7110-APPLIQUER-ACTION-FIN
           END-IF.

           MOVE WS-ACTION      TO WS-AL-STATUT(WS-IDX-TROUVE).
           MOVE "N"            TO WS-AL-ESCALADE(WS-IDX-TROUVE).
           MOVE LK-UTILISATEUR TO WS-AL-OPERATEUR(WS-IDX-TROUVE).
           MOVE WS-DATE-JOUR   TO WS-AL-DATE-TRT(WS-IDX-TROUVE).
           IF WS-COMMENTAIRE NOT = SPACES
               MOVE WS-COMMENTAIRE
                   TO WS-AL-COMMENTAIRE(WS-IDX-TROUVE)
           END-IF.

           PERFORM 8100-ECRIRE-REGISTRE-DEB
              THRU 8100-ECRIRE-REGISTRE-FIN.
           IF WS-ERREUR-REGISTRE
               GO TO 7110-APPLIQUER-ACTION-FIN
           END-IF.
           IF WS-ACTION-ACQUITTER
               DISPLAY "Alerte " WS-NUMERO " acquittee."
           ELSE
               DISPLAY "Alerte " WS-NUMERO " cloturee (resolue)."
           END-IF.
       7110-APPLIQUER-ACTION-FIN.
           EXIT.

      ******************************************************************
      * ECRITURE DU REGISTRE ET DES POSITIONS
      ******************************************************************
      * Les alertes resolues depuis plus de WS-DELAI-CONSERVATION
      * jours sortent du registre. Les positions ne sont enregistrees
      * qu'avec le registre : sinon les lignes reportees en memoire
      * seraient perdues
       8100-ECRIRE-REGISTRE-DEB.
           MOVE 'N' TO WS-FLAG-ERREUR-REGISTRE.
           OPEN OUTPUT F-REGISTRE.
           IF WS-FS-REGISTRE NOT = "00"
               DISPLAY "/!\ Registre des alertes non enregistre, "
                       "code : " WS-FS-REGISTRE " /!\"
               SET WS-ERREUR-REGISTRE TO TRUE
               GO TO 8100-ECRIRE-REGISTRE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
               MOVE ZERO TO WS-NB-JOURS
               IF WS-AL-RESOLUE(WS-IDX)
                  AND WS-AL-DATE-TRT(WS-IDX) > 16010101
                   COMPUTE WS-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                     - FUNCTION INTEGER-OF-DATE(WS-AL-DATE-TRT(WS-IDX))
               END-IF
               IF NOT WS-AL-RESOLUE(WS-IDX)
                  OR WS-NB-JOURS <= WS-DELAI-CONSERVATION
                   PERFORM 8110-ECRIRE-ALERTE-DEB
                      THRU 8110-ECRIRE-ALERTE-FIN
               END-IF
           END-PERFORM.
           CLOSE F-REGISTRE.

           OPEN OUTPUT F-POSITIONS.
           IF WS-FS-POSITIONS NOT = "00"
               DISPLAY "/!\ Positions des alertes non enregistrees, "
                       "code : " WS-FS-POSITIONS " /!\"
               GO TO 8100-ECRIRE-REGISTRE-FIN
           END-IF.
           MOVE SPACES     TO FS-ENR-POSITIONS.
           MOVE WS-POS-LOT TO FS-POS-LOT.
           MOVE WS-POS-TDB TO FS-POS-TDB.
           WRITE FS-ENR-POSITIONS.
           CLOSE F-POSITIONS.
       8100-ECRIRE-REGISTRE-FIN.
           EXIT.

       8110-ECRIRE-ALERTE-DEB.
           MOVE SPACES                   TO FS-ENR-REGISTRE.
           MOVE WS-AL-NUMERO(WS-IDX)     TO FS-REG-NUMERO.
           MOVE WS-AL-SOURCE(WS-IDX)     TO FS-REG-SOURCE.
           MOVE WS-AL-STATUT(WS-IDX)     TO FS-REG-STATUT.
           MOVE WS-AL-ESCALADE(WS-IDX)   TO FS-REG-ESCALADE.
           MOVE WS-AL-PREMIERE(WS-IDX)   TO FS-REG-PREMIERE.
           MOVE WS-AL-DERNIERE(WS-IDX)   TO FS-REG-DERNIERE.
           MOVE WS-AL-NB-OCC(WS-IDX)     TO FS-REG-NB-OCC.
           MOVE WS-AL-OPERATEUR(WS-IDX)  TO FS-REG-OPERATEUR.
           MOVE WS-AL-DATE-TRT(WS-IDX)   TO FS-REG-DATE-TRT.
           MOVE WS-AL-COMMENTAIRE(WS-IDX) TO FS-REG-COMMENTAIRE.
           MOVE WS-AL-CLE(WS-IDX)        TO FS-REG-CLE.
           MOVE WS-AL-MESSAGE(WS-IDX)    TO FS-REG-MESSAGE.
           WRITE FS-ENR-REGISTRE.
       8110-ECRIRE-ALERTE-FIN.
           EXIT.

      ******************************************************************
      * CONSOLE DES ALERTES
      ******************************************************************
       9000-CONSOLE-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* CONSOLE DES ALERTES                     *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les alertes non resolues     *"
               DISPLAY "* 2 - Acquitter une alerte                *"
               DISPLAY "* 3 - Cloturer une alerte (resolue)       *"
               IF LK-ROLE = "ADMIN"
                   DISPLAY "* 4 - Alertes escaladees                  *"
               END-IF
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-ALERTES-DEB
                          THRU 9100-LISTER-ALERTES-FIN
                   WHEN 2
                       MOVE "A" TO WS-ACTION
                       PERFORM 9200-TRAITER-ALERTE-DEB
                          THRU 9200-TRAITER-ALERTE-FIN
                   WHEN 3
                       MOVE "R" TO WS-ACTION
                       PERFORM 9200-TRAITER-ALERTE-DEB
                          THRU 9200-TRAITER-ALERTE-FIN
                   WHEN 4
                       IF LK-ROLE = "ADMIN"
                           PERFORM 9400-LISTER-ESCALADES-DEB
                              THRU 9400-LISTER-ESCALADES-FIN
                       ELSE
                           DISPLAY "Entree reservee au role ADMIN."
                       END-IF
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-CONSOLE-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES ALERTES OUVERTES ET ACQUITTEES
      ******************************************************************
       9100-LISTER-ALERTES-DEB.
           MOVE ZERO TO WS-NB-OUVERTES WS-NB-ACQUITTEES.
           DISPLAY "| No    | Source   | Statut     | Premiere | "
                   "Derniere | Occ.  | Alerte".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
               IF NOT WS-AL-RESOLUE(WS-IDX)
                   PERFORM 9110-AFFICHER-ALERTE-DEB
                      THRU 9110-AFFICHER-ALERTE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-OUVERTES + WS-NB-ACQUITTEES = ZERO
               DISPLAY "Aucune alerte en attente."
           ELSE
               MOVE WS-NB-OUVERTES TO WS-NOMBRE-ED
               DISPLAY "Alertes ouvertes   : " WS-NOMBRE-ED
               MOVE WS-NB-ACQUITTEES TO WS-NOMBRE-ED
               DISPLAY "Alertes acquittees : " WS-NOMBRE-ED
           END-IF.
       9100-LISTER-ALERTES-FIN.
           EXIT.

      * Une alerte du registre, suivie de son acquittement s'il y a
      * lieu
       9110-AFFICHER-ALERTE-DEB.
           EVALUATE TRUE
               WHEN WS-AL-ACQUITTEE(WS-IDX)
                   MOVE "ACQUITTEE" TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-ACQUITTEES
               WHEN WS-AL-ESCALADEE(WS-IDX)
                   MOVE "ESCALADEE" TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-OUVERTES
               WHEN OTHER
                   MOVE "OUVERTE" TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-OUVERTES
           END-EVALUATE.

           DISPLAY "| " WS-AL-NUMERO(WS-IDX)
                   " | " WS-AL-SOURCE(WS-IDX)
                   " | " WS-LIBELLE-STATUT
                   " | " WS-AL-PREMIERE(WS-IDX)
                   " | " WS-AL-DERNIERE(WS-IDX)
                   " | " WS-AL-NB-OCC(WS-IDX)
                   " | " FUNCTION TRIM(WS-AL-MESSAGE(WS-IDX)).
           IF WS-AL-ACQUITTEE(WS-IDX)
               DISPLAY "|       -> le " WS-AL-DATE-TRT(WS-IDX)
                       " par " FUNCTION TRIM(WS-AL-OPERATEUR(WS-IDX))
                       " : " FUNCTION TRIM(WS-AL-COMMENTAIRE(WS-IDX))
           END-IF.
       9110-AFFICHER-ALERTE-FIN.
           EXIT.

      ******************************************************************
      * ACQUITTEMENT (COMMENTAIRE OBLIGATOIRE) OU CLOTURE
      ******************************************************************
       9200-TRAITER-ALERTE-DEB.
           IF WS-LECTURE-SEULE
               DISPLAY "Registre en consultation seule, relancer la "
                       "console une fois la mise a jour terminee."
               GO TO 9200-TRAITER-ALERTE-FIN
           END-IF.

           DISPLAY "Numero de l'alerte : " SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           IF FUNCTION TRIM(WS-SAISIE-NUMERO) IS NOT NUMERIC
               DISPLAY "/!\ Numero invalide /!\"
               GO TO 9200-TRAITER-ALERTE-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERO) TO WS-NUMERO.

           DISPLAY "Commentaire : " SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-COMMENTAIRE.
           ACCEPT WS-COMMENTAIRE.
           IF WS-ACTION-ACQUITTER AND WS-COMMENTAIRE = SPACES
               DISPLAY "/!\ Un acquittement demande un commentaire /!\"
               GO TO 9200-TRAITER-ALERTE-FIN
           END-IF.

           PERFORM 7100-METTRE-A-JOUR-DEB
              THRU 7100-METTRE-A-JOUR-FIN.
       9200-TRAITER-ALERTE-FIN.
           EXIT.

      ******************************************************************
      * ALERTES ESCALADEES (ROLE ADMIN)
      ******************************************************************
      * Alertes restees ouvertes au-dela du delai d'escalade, avec
      * leur anciennete en jours
       9400-LISTER-ESCALADES-DEB.
           MOVE ZERO TO WS-NB-OUVERTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ALERTES
               IF WS-AL-OUVERTE(WS-IDX) AND WS-AL-ESCALADEE(WS-IDX)
                   ADD 1 TO WS-NB-OUVERTES
                   IF WS-NB-OUVERTES = 1
                       MOVE WS-DELAI-ESCALADE TO WS-NOMBRE-ED
                       DISPLAY "**************************************"
                               "*****"
                       DISPLAY "* ALERTES ESCALADEES (non acquittees "
                               "au-dela de "
                               FUNCTION TRIM(WS-NOMBRE-ED) " j)"
                       DISPLAY "**************************************"
                               "*****"
                   END-IF
                   COMPUTE WS-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                     - FUNCTION INTEGER-OF-DATE(WS-AL-PREMIERE(WS-IDX))
                   MOVE WS-NB-JOURS TO WS-NB-JOURS-ED
                   DISPLAY "| " WS-AL-NUMERO(WS-IDX)
                           " | " WS-AL-SOURCE(WS-IDX)
                           " | depuis " WS-AL-PREMIERE(WS-IDX)
                           " (" WS-NB-JOURS-ED " j)"
                           " | x" WS-AL-NB-OCC(WS-IDX)
                           " | " FUNCTION TRIM(WS-AL-MESSAGE(WS-IDX))
               END-IF
           END-PERFORM.

           IF WS-NB-OUVERTES = ZERO
               DISPLAY "Aucune alerte escaladee."
           ELSE
               MOVE WS-NB-OUVERTES TO WS-NOMBRE-ED
               DISPLAY "Alertes escaladees : " WS-NOMBRE-ED
                       " (a acquitter depuis la console des alertes)"
           END-IF.
       9400-LISTER-ESCALADES-FIN.
           EXIT.
