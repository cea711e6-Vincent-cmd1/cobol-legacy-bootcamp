      ******************************************************************
      * PROGRAMME : JOURNAL-OPERATIONS
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Revue du journal d'activite des operateurs
      *             (operations-journal.txt, alimente par
      *             menu-operations a chaque programme lance) :
      *             selection par periode, operateur et programme,
      *             puis mise en evidence des programmes de mise a
      *             jour (programmes-maj.txt) lances hors des heures
      *             de bureau (ou le week-end) ou par un operateur
      *             qui n'a pas le role ADMIN. Resultat a l'ecran et
      *             dans journal-operations-revue.txt.
      *
      * FICHIERS  :
      *   - F-JOURNAL    : operations-journal.txt (lecture)
      *   - F-PARAMETRES : journal-operations-parametres.txt (heures
      *                    de bureau HHMM ; 0800-1800 par defaut)
      *   - F-PROGRAMMES : programmes-maj.txt (un programme de mise
      *                    a jour par ligne ; en son absence, tous
      *                    les programmes sont controles)
      *   - F-RAPPORT    : journal-operations-revue.txt (recree)
      *
      * MODIFICATION : 15/10/2026 - Chaque revue est conservee et
      *                inscrite au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. journal-operations.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Journal d'activite ecrit par menu-operations
           SELECT F-JOURNAL ASSIGN TO "operations-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

      * Heures de bureau
           SELECT F-PARAMETRES
               ASSIGN TO "journal-operations-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Programmes de mise a jour a surveiller
           SELECT F-PROGRAMMES ASSIGN TO "programmes-maj.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROGRAMMES.

      * Revue editee
           SELECT F-RAPPORT ASSIGN TO "journal-operations-revue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne par programme lance (cf. menu-operations.cbl)
       FD F-JOURNAL.
       01 FS-ENR-JOURNAL.
           05 FS-JRN-DATE-DEB        PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-JRN-HEURE-DEB       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-JRN-DATE-FIN        PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-JRN-HEURE-FIN       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-JRN-UTILISATEUR     PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-JRN-ROLE            PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-JRN-PROGRAMME       PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-JRN-RC              PIC S9(04)
                                     SIGN IS LEADING SEPARATE.
           05 FILLER                 PIC X(01).
           05 FS-JRN-STATUT          PIC X(11).

      * Un parametre par ligne : code et valeur
       FD F-PARAMETRES.
       01 FS-ENR-PARAMETRE.
           05 FS-PAR-CODE            PIC X(14).
           05 FILLER                 PIC X(01).
           05 FS-PAR-VALEUR          PIC 9(05).

       FD F-PROGRAMMES.
       01 FS-ENR-PROGRAMME           PIC X(30).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-JOURNAL            PIC X(02).
       01 WS-FS-PARAMETRES         PIC X(02).
       01 WS-FS-PROGRAMMES         PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Filtres saisis (blanc = pas de filtre)
       01 WS-FILTRE-DATE-DEB       PIC X(08) VALUE SPACES.
       01 WS-FILTRE-DATE-FIN       PIC X(08) VALUE SPACES.
       01 WS-FILTRE-OPERATEUR      PIC X(30) VALUE SPACES.
       01 WS-FILTRE-PROGRAMME      PIC X(30) VALUE SPACES.

      * Heures de bureau (HHMM)
       01 WS-HEURE-OUVERTURE       PIC 9(04) VALUE 0800.
       01 WS-HEURE-FERMETURE       PIC 9(04) VALUE 1800.

      * Programmes de mise a jour
       01 WS-NB-PROGRAMMES         PIC 9(03) VALUE ZERO.
       01 WS-IDX-PRG               PIC 9(03) VALUE ZERO.
       01 WS-TAB-PROGRAMMES.
           05 WS-PRG-NOM OCCURS 200 TIMES PIC X(30).
       01 WS-TOUS-CONTROLES        PIC X(01) VALUE "N".

      * Ligne en cours d'examen
       01 WS-EST-MAJ               PIC X(01).
       01 WS-HEURE-HHMM            PIC 9(04).
       01 WS-DATE-NUM              PIC 9(08).
       01 WS-JOUR-SEMAINE          PIC 9(01).
       01 WS-HORS-HEURES           PIC X(01).
       01 WS-NON-ADMIN             PIC X(01).
       01 WS-ALERTE                PIC X(25).

      * Compteurs
       01 WS-NB-LUS                PIC 9(06) VALUE ZERO.
       01 WS-NB-RETENUS            PIC 9(06) VALUE ZERO.
       01 WS-NB-SIGNALES           PIC 9(06) VALUE ZERO.
       01 WS-NOMBRE-ED             PIC ZZZZZ9.

       01 WS-LIGNE-RAPPORT         PIC X(100).

       01 WS-LIGNE-DETAIL.
           05 WS-LD-DATE               PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-DEBUT              PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-FIN                PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-OPERATEUR          PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-ROLE               PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-PROGRAMME          PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-RC                 PIC ----9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-ALERTE             PIC X(25).
           05 FILLER                   PIC X(01) VALUE SPACE.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "journal-operations".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : filtres, referentiels, revue
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           DISPLAY "Du (AAAAMMJJ, blanc = debut du journal) : "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTRE-DATE-DEB.
           DISPLAY "Au (AAAAMMJJ, blanc = fin du journal) : "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTRE-DATE-FIN.
           DISPLAY "Operateur (blanc = tous) : " WITH NO ADVANCING.
           ACCEPT WS-FILTRE-OPERATEUR.
           DISPLAY "Programme (blanc = tous) : " WITH NO ADVANCING.
           ACCEPT WS-FILTRE-PROGRAMME.

           PERFORM 6110-CHARGER-PARAMETRES-DEB
              THRU 6110-CHARGER-PARAMETRES-FIN.
           PERFORM 6120-CHARGER-PROGRAMMES-DEB
              THRU 6120-CHARGER-PROGRAMMES-FIN.

           PERFORM 7000-REVOIR-JOURNAL-DEB
              THRU 7000-REVOIR-JOURNAL-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * HEURES DE BUREAU : FICHIER DE PARAMETRES OU DEFAUTS
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
                           WHEN "HEURE-DEBUT"
                               MOVE FS-PAR-VALEUR
                                 TO WS-HEURE-OUVERTURE
                           WHEN "HEURE-FIN"
                               MOVE FS-PAR-VALEUR
                                 TO WS-HEURE-FERMETURE
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
      * PROGRAMMES DE MISE A JOUR A SURVEILLER
      ******************************************************************
       6120-CHARGER-PROGRAMMES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PROGRAMMES.
           IF WS-FS-PROGRAMMES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PROGRAMMES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-ENR-PROGRAMME NOT = SPACES
                           AND WS-NB-PROGRAMMES < 200
                           ADD 1 TO WS-NB-PROGRAMMES
                           MOVE FS-ENR-PROGRAMME
                             TO WS-PRG-NOM(WS-NB-PROGRAMMES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PROGRAMMES = "00" OR WS-FS-PROGRAMMES = "10"
               CLOSE F-PROGRAMMES
           END-IF.

           IF WS-NB-PROGRAMMES = ZERO
               MOVE "O" TO WS-TOUS-CONTROLES
               DISPLAY "programmes-maj.txt absent ou vide : tous les "
                       "programmes sont controles."
           END-IF.
       6120-CHARGER-PROGRAMMES-FIN.
           EXIT.

      ******************************************************************
      * LECTURE DU JOURNAL, SELECTION ET EDITION
      ******************************************************************
       7000-REVOIR-JOURNAL-DEB.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Erreur ouverture operations-journal.txt, "
                       "code : " WS-FS-JOURNAL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture journal-operations-revue.txt,"
                       " code : " WS-FS-RAPPORT
               CLOSE F-JOURNAL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "REVUE DU JOURNAL D'ACTIVITE - PERIODE "
                  WS-FILTRE-DATE-DEB " A " WS-FILTRE-DATE-FIN
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "OPERATEUR : " WS-FILTRE-OPERATEUR(1:20)
                  " PROGRAMME : " WS-FILTRE-PROGRAMME(1:20)
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE "DATE       DEBUT FIN   OPERATEUR       ROLE    "
             TO WS-LIGNE-RAPPORT.
           MOVE "PROGRAMME               RC ALERTE"
             TO WS-LIGNE-RAPPORT(48:34).
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-JOURNAL
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 7100-EXAMINER-LIGNE-DEB
                          THRU 7100-EXAMINER-LIGNE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-JOURNAL.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           MOVE WS-NB-RETENUS TO WS-NOMBRE-ED.
           STRING "Lancements retenus : " WS-NOMBRE-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-NB-LUS TO WS-NOMBRE-ED.
           STRING " sur " WS-NOMBRE-ED " au journal"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT(28:40)
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           MOVE WS-NB-SIGNALES TO WS-NOMBRE-ED.
           STRING "Mises a jour signalees : " WS-NOMBRE-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.

           CLOSE F-RAPPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "journal-operations-revue.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       7000-REVOIR-JOURNAL-FIN.
           EXIT.

      * Filtres, puis controle des mises a jour : hors heures de
      * bureau (ou samedi / dimanche) et role autre qu'ADMIN
       7100-EXAMINER-LIGNE-DEB.
           IF WS-FILTRE-DATE-DEB NOT = SPACES
               AND FS-JRN-DATE-DEB < WS-FILTRE-DATE-DEB
               GO TO 7100-EXAMINER-LIGNE-FIN
           END-IF.
           IF WS-FILTRE-DATE-FIN NOT = SPACES
               AND FS-JRN-DATE-DEB > WS-FILTRE-DATE-FIN
               GO TO 7100-EXAMINER-LIGNE-FIN
           END-IF.
           IF WS-FILTRE-OPERATEUR NOT = SPACES
               AND FS-JRN-UTILISATEUR NOT = WS-FILTRE-OPERATEUR
               GO TO 7100-EXAMINER-LIGNE-FIN
           END-IF.
           IF WS-FILTRE-PROGRAMME NOT = SPACES
               AND FS-JRN-PROGRAMME NOT = WS-FILTRE-PROGRAMME
               GO TO 7100-EXAMINER-LIGNE-FIN
           END-IF.
           ADD 1 TO WS-NB-RETENUS.

           MOVE WS-TOUS-CONTROLES TO WS-EST-MAJ.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-NB-PROGRAMMES
                      OR WS-EST-MAJ = "O"
               IF WS-PRG-NOM(WS-IDX-PRG) = FS-JRN-PROGRAMME
                   MOVE "O" TO WS-EST-MAJ
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-HORS-HEURES.
           MOVE "N" TO WS-NON-ADMIN.
           MOVE SPACES TO WS-ALERTE.
           IF WS-EST-MAJ = "O"
               IF FS-JRN-HEURE-DEB(1:4) IS NUMERIC
                   MOVE FS-JRN-HEURE-DEB(1:4) TO WS-HEURE-HHMM
                   IF WS-HEURE-HHMM < WS-HEURE-OUVERTURE
                       OR WS-HEURE-HHMM NOT < WS-HEURE-FERMETURE
                       MOVE "O" TO WS-HORS-HEURES
                   END-IF
               END-IF
      * Jour de la semaine : 1601-01-01 (jour 1) etait un lundi
               IF FS-JRN-DATE-DEB IS NUMERIC
                   MOVE FS-JRN-DATE-DEB TO WS-DATE-NUM
                   COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1,
                           7)
                   IF WS-JOUR-SEMAINE > 4
                       MOVE "O" TO WS-HORS-HEURES
                   END-IF
               END-IF
               IF FS-JRN-ROLE NOT = "ADMIN"
                   MOVE "O" TO WS-NON-ADMIN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-HORS-HEURES = "O" AND WS-NON-ADMIN = "O"
                   MOVE "*** MAJ HORS HEURES+ROLE" TO WS-ALERTE
               WHEN WS-HORS-HEURES = "O"
                   MOVE "*** MAJ HORS HEURES" TO WS-ALERTE
               WHEN WS-NON-ADMIN = "O"
                   MOVE "*** MAJ SANS ROLE ADMIN" TO WS-ALERTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ALERTE NOT = SPACES
               ADD 1 TO WS-NB-SIGNALES
           END-IF.

           MOVE SPACES TO WS-LD-DATE.
           STRING FS-JRN-DATE-DEB(7:2) "/" FS-JRN-DATE-DEB(5:2) "/"
                  FS-JRN-DATE-DEB(1:4)
               DELIMITED BY SIZE
               INTO WS-LD-DATE
           END-STRING.
           MOVE SPACES TO WS-LD-DEBUT.
           STRING FS-JRN-HEURE-DEB(1:2) ":" FS-JRN-HEURE-DEB(3:2)
               DELIMITED BY SIZE
               INTO WS-LD-DEBUT
           END-STRING.
           MOVE SPACES TO WS-LD-FIN.
           STRING FS-JRN-HEURE-FIN(1:2) ":" FS-JRN-HEURE-FIN(3:2)
               DELIMITED BY SIZE
               INTO WS-LD-FIN
           END-STRING.
           MOVE FS-JRN-UTILISATEUR TO WS-LD-OPERATEUR.
           MOVE FS-JRN-ROLE        TO WS-LD-ROLE.
           MOVE FS-JRN-PROGRAMME   TO WS-LD-PROGRAMME.
           MOVE FS-JRN-RC          TO WS-LD-RC.
           IF FS-JRN-STATUT = "INTROUVABLE" AND WS-ALERTE = SPACES
               MOVE "(programme introuvable)" TO WS-LD-ALERTE
           ELSE
               MOVE WS-ALERTE TO WS-LD-ALERTE
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-RAPPORT.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
       7100-EXAMINER-LIGNE-FIN.
           EXIT.

       8090-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8090-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
