      ******************************************************************
      * PROGRAMME : LICENCES-ECHEANCES.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Etat mensuel des licences courtiers : a la date de
      *             reference saisie (defaut : aujourd'hui), liste les
      *             licences du registre licences-courtiers.txt qui
      *             expirent dans les 60 jours, celles deja expirees
      *             (commissions retenues par assurances-commissions
      *             .cbl) et les agents de gens.txt sans licence. A
      *             lancer en debut de mois, pour laisser aux
      *             courtiers le temps de renouveler.
      *
      * FICHIERS  :
      *   - F-LICENCES : licences-courtiers.txt (entree, tenu par
      *                  licences-courtiers.cbl)
      *   - F-GENS     : gens.txt (entree : nom des agents)
      *   - F-ETAT     : licences-echeances-AAAAMMJJ.txt (sortie)
      *
      * MODIFICATION : 15/10/2026 - Chaque etat est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. licences-echeances.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Registre des licences (cf. licences-courtiers.cbl)
           SELECT F-LICENCES ASSIGN TO "licences-courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCES.

      * Annuaire des agents (tenu a jour par gens.cbl)
           SELECT F-GENS ASSIGN TO "gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENS.

      * Etat des echeances, nom resolu a l'execution
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.

      * Licence d'un courtier, telle que declaree dans
      * licences-courtiers.cbl
       FD F-LICENCES.
       01 FS-ENR-LICENCE.
           05 FS-LIC-CODE-AGENT           PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-LIC-NUMERO               PIC X(12).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EXPIRATION      PIC 9(08).
           05 FS-LIC-BRANCHES OCCURS 5 TIMES.
              10 FILLER                   PIC X(01).
              10 FS-LIC-PRODUIT           PIC X(14).

      * Enregistrement d'un agent, tel que declare dans gens.cbl
       FD F-GENS.
       01 FS-ENR-GENS.
           05 FS-G-PRENOM                 PIC X(12).
           05 FS-G-NOM                    PIC X(17).
           05 FS-G-CODE-AGENT             PIC X(06).

       FD F-ETAT.
       01 FS-ENR-ETAT                     PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-LICENCES           PIC X(02).
       01 WS-FS-GENS               PIC X(02).
       01 WS-FS-ETAT               PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date de reference, horizon d'alerte et nom de l'etat
       01 WS-DATE-REFERENCE        PIC 9(08) VALUE ZERO.
       01 WS-NB-JOURS-ALERTE       PIC 9(03) VALUE 60.
       01 WS-DATE-LIMITE           PIC 9(08).
       01 WS-NOM-ETAT              PIC X(40).

      * Annuaire des agents charge en memoire (code et nom)
       01 WS-NB-AGENTS             PIC 9(03) VALUE ZERO.
       01 WS-IDX-AGENT             PIC 9(03) VALUE ZERO.
       01 WS-TAB-AGENTS.
           05 WS-AGENT OCCURS 50 TIMES.
              10 WS-AGENT-CODE          PIC X(06).
              10 WS-AGENT-PRENOM        PIC X(12).
              10 WS-AGENT-NOM           PIC X(17).
              10 WS-AGENT-LICENCE       PIC X(01).
                  88 WS-AGENT-A-LICENCE            VALUE "O".

      * Nom de l'agent de la licence en cours
       01 WS-NOM-AGENT             PIC X(30).

      * Jours restant avant expiration
       01 WS-JOURS-RESTANTS        PIC S9(05).
       01 WS-JOURS-ED              PIC -ZZZZ9.

      * Compteurs de l'etat
       01 WS-NB-A-ECHEANCE         PIC 9(03) VALUE ZERO.
       01 WS-NB-EXPIREES           PIC 9(03) VALUE ZERO.
       01 WS-NB-SANS-LICENCE       PIC 9(03) VALUE ZERO.

      * Ligne de l'etat
       01 WS-LIGNE-ETAT            PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "licences-echeances".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           DISPLAY "Echeances des licences - date de reference "
                   "AAAAMMJJ (defaut : aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-REFERENCE.
           IF WS-DATE-REFERENCE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE
           END-IF.
           COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
                + WS-NB-JOURS-ALERTE).

           PERFORM 6110-CHARGER-AGENTS-DEB
              THRU 6110-CHARGER-AGENTS-FIN.

           PERFORM 6010-OPEN-F-ETAT-DEB
              THRU 6010-OPEN-F-ETAT-FIN.

           PERFORM 8000-EDITER-ETAT-DEB
              THRU 8000-EDITER-ETAT-FIN.

           CLOSE F-ETAT.

           DISPLAY "Licences a echeance : " WS-NB-A-ECHEANCE
                   " - expirees : " WS-NB-EXPIREES
                   " - agents sans licence : " WS-NB-SANS-LICENCE.
           DISPLAY "Etat ecrit : " FUNCTION TRIM(WS-NOM-ETAT).
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-ETAT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * OUVERTURE DE L'ETAT
      ******************************************************************
       6010-OPEN-F-ETAT-DEB.
           INITIALIZE WS-NOM-ETAT.
           STRING "licences-echeances-" WS-DATE-REFERENCE ".txt"
               INTO WS-NOM-ETAT
           END-STRING.
           OPEN OUTPUT F-ETAT.
           IF WS-FS-ETAT NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-NOM-ETAT)
                       ", code : " WS-FS-ETAT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-ETAT-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE L'ANNUAIRE DES AGENTS
      ******************************************************************
       6110-CHARGER-AGENTS-DEB.
           MOVE ZERO TO WS-NB-AGENTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-GENS.
           IF WS-FS-GENS NOT = "00"
               DISPLAY "/!\ gens.txt indisponible (code " WS-FS-GENS
                       "), noms des agents non repris /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-GENS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-AGENTS < 50
                           AND FS-G-CODE-AGENT NOT = SPACES
                           ADD 1 TO WS-NB-AGENTS
                           MOVE FS-G-CODE-AGENT
                               TO WS-AGENT-CODE(WS-NB-AGENTS)
                           MOVE FS-G-PRENOM
                               TO WS-AGENT-PRENOM(WS-NB-AGENTS)
                           MOVE FS-G-NOM
                               TO WS-AGENT-NOM(WS-NB-AGENTS)
                           MOVE "N"
                               TO WS-AGENT-LICENCE(WS-NB-AGENTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-GENS = "00" OR WS-FS-GENS = "10"
               CLOSE F-GENS
           END-IF.
       6110-CHARGER-AGENTS-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE L'ETAT DES ECHEANCES
      ******************************************************************
       8000-EDITER-ETAT-DEB.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "ECHEANCES DES LICENCES COURTIERS AU "
                  WS-DATE-REFERENCE " (HORIZON " WS-NB-JOURS-ALERTE
                  " JOURS, JUSQU'AU " WS-DATE-LIMITE ")"
               INTO WS-LIGNE-ETAT
           END-STRING.
           MOVE WS-LIGNE-ETAT TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           MOVE SPACES TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           MOVE SPACES TO FS-ENR-ETAT.
           STRING "Agent  Nom                            Licence      "
                  "Expire le  Jours  Etat"
               DELIMITED BY SIZE
               INTO FS-ENR-ETAT
           END-STRING.
           WRITE FS-ENR-ETAT.

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LICENCES.
           IF WS-FS-LICENCES NOT = "00"
               MOVE SPACES TO FS-ENR-ETAT
               STRING "Aucun registre des licences (licences-courtiers"
                      ".txt absent)."
                   DELIMITED BY SIZE
                   INTO FS-ENR-ETAT
               END-STRING
               WRITE FS-ENR-ETAT
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LICENCES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 8100-EXAMINER-LICENCE-DEB
                          THRU 8100-EXAMINER-LICENCE-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-LICENCES = "00" OR WS-FS-LICENCES = "10"
               CLOSE F-LICENCES
           END-IF.

      * Agents de l'annuaire sans aucune licence au registre
           MOVE SPACES TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           MOVE "--- AGENTS SANS LICENCE AU REGISTRE ---"
               TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           PERFORM VARYING WS-IDX-AGENT FROM 1 BY 1
                   UNTIL WS-IDX-AGENT > WS-NB-AGENTS
               IF NOT WS-AGENT-A-LICENCE(WS-IDX-AGENT)
                   ADD 1 TO WS-NB-SANS-LICENCE
                   INITIALIZE WS-LIGNE-ETAT
                   STRING WS-AGENT-CODE(WS-IDX-AGENT) " "
                          FUNCTION TRIM(WS-AGENT-PRENOM(WS-IDX-AGENT))
                          " "
                          FUNCTION TRIM(WS-AGENT-NOM(WS-IDX-AGENT))
                       INTO WS-LIGNE-ETAT
                   END-STRING
                   MOVE WS-LIGNE-ETAT TO FS-ENR-ETAT
                   WRITE FS-ENR-ETAT
               END-IF
           END-PERFORM.

           MOVE SPACES TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "A ECHEANCE : " WS-NB-A-ECHEANCE
                  "   EXPIREES : " WS-NB-EXPIREES
                  "   SANS LICENCE : " WS-NB-SANS-LICENCE
               INTO WS-LIGNE-ETAT
           END-STRING.
           MOVE WS-LIGNE-ETAT TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
       8000-EDITER-ETAT-FIN.
           EXIT.

      * Licence lue : marque l'agent comme licencie, puis l'inscrit a
      * l'etat si elle est expiree ou expire avant la date limite
       8100-EXAMINER-LICENCE-DEB.
           MOVE SPACES TO WS-NOM-AGENT.
           PERFORM VARYING WS-IDX-AGENT FROM 1 BY 1
                   UNTIL WS-IDX-AGENT > WS-NB-AGENTS
               IF WS-AGENT-CODE(WS-IDX-AGENT) = FS-LIC-CODE-AGENT
                   MOVE "O" TO WS-AGENT-LICENCE(WS-IDX-AGENT)
                   STRING FUNCTION TRIM(WS-AGENT-PRENOM(WS-IDX-AGENT))
                          " "
                          FUNCTION TRIM(WS-AGENT-NOM(WS-IDX-AGENT))
                       DELIMITED BY SIZE
                       INTO WS-NOM-AGENT
                   END-STRING
               END-IF
           END-PERFORM.

           IF FS-LIC-DATE-EXPIRATION > WS-DATE-LIMITE
               GO TO 8100-EXAMINER-LICENCE-FIN
           END-IF.

           COMPUTE WS-JOURS-RESTANTS =
               FUNCTION INTEGER-OF-DATE(FS-LIC-DATE-EXPIRATION)
             - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE).
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-ED.

           INITIALIZE WS-LIGNE-ETAT.
           MOVE FS-LIC-CODE-AGENT      TO WS-LIGNE-ETAT(1:6).
           MOVE WS-NOM-AGENT           TO WS-LIGNE-ETAT(8:30).
           MOVE FS-LIC-NUMERO          TO WS-LIGNE-ETAT(40:12).
           MOVE FS-LIC-DATE-EXPIRATION TO WS-LIGNE-ETAT(53:8).
           MOVE WS-JOURS-ED            TO WS-LIGNE-ETAT(63:6).
           IF FS-LIC-DATE-EXPIRATION < WS-DATE-REFERENCE
               MOVE "EXPIREE - COMMISSIONS RETENUES"
                   TO WS-LIGNE-ETAT(70:30)
               ADD 1 TO WS-NB-EXPIREES
           ELSE
               MOVE "A RENOUVELER" TO WS-LIGNE-ETAT(70:30)
               ADD 1 TO WS-NB-A-ECHEANCE
           END-IF.
           MOVE WS-LIGNE-ETAT TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
       8100-EXAMINER-LICENCE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
