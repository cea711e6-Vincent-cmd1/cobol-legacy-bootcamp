      ******************************************************************
      * Programme : appel-presences                                    *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      * Mise à jour : 15/10/2026 - Relevé conservé et inscrit au       *
      *               catalogue des rapports (catalogue-rapports)      *
      *                                                                *
      * Objet : Registre d'appel quotidien, en remplacement des        *
      *            registres papier recomptés à la main en fin de      *
      *            trimestre : par classe (roster.txt) et par          *
      *            demi-journée, chaque élève est noté présent,        *
      *            absent ou en retard, l'absence ou le retard         *
      *            pouvant être justifié. Le registre presences.txt    *
      *            est indexé par date, demi-journée et identifiant    *
      *            permanent de l'élève (eleve-master.txt).            *
      *                                                                *
      * Fonction  :                                                    *
      *  - Appel d'une classe pour une date et une demi-journée        *
      *    (M = matin, A = après-midi) ; un appel déjà saisi est       *
      *    repris, les réponses précédentes étant proposées.           *
      *  - Justification d'une absence ou d'un retard.                 *
      *  - Relevé d'une classe sur une période (demi-journées          *
      *    d'absence, dont justifiées, et retards par élève).          *
      *  - Fin de trimestre : génération des enregistrements type 03   *
      *    (absences) de input.txt depuis le registre. Chaque élève    *
      *    du flux porteur d'un identifiant permanent et présent au    *
      *    registre reçoit le nombre de demi-journées d'absence de la  *
      *    période ; la mention d'un type 03 existant est conservée.   *
      *    L'ancien input.txt est gardé sous                           *
      *    input-avant-absences-AAAAMMJJ.txt.                          *
      *                                                                *
      * Limitation :                                                   *
      *  - roster.txt ne porte pas l'identifiant permanent : il est    *
      *    retrouvé dans eleve-master.txt par classe + nom + prénom    *
      *    (nom + prénom en secours). Un élève introuvable au fichier  *
      *    maître est signalé à l'appel et n'est pas enregistré.       *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. appel-presences.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre d'appel, indexé par date + demi-journée + élève
           SELECT F-PRESENCES
               ASSIGN TO "presences.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PR-CLE
               FILE STATUS IS WS-FS-PRESENCES.

      * Fichier maître des élèves (cf. eleves-master.cbl)
           SELECT F-MASTER
               ASSIGN TO "eleve-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EM-ID
               FILE STATUS IS WS-FS-MASTER.

      * Roster officiel des classes (cf. tab-m-elev.cbl)
           SELECT F-ROSTER ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.

      * Flux d'entrée de bulletin-gen et sa nouvelle version
           SELECT F-INPUT ASSIGN TO WS-NOM-INPUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT.
           SELECT F-INPUT-NOUVEAU ASSIGN TO WS-NOM-INPUT-NOUVEAU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INPUT-NOUVEAU.

      * Relevé des absences d'une classe
           SELECT F-RELEVE ASSIGN TO "presences-releve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Une ligne par élève, demi-journée et date d'appel.
      * Statut : P = présent, A = absent, R = retard.
      * Justifié : O = absence ou retard justifié, N sinon
       FD  F-PRESENCES.
       01  FS-ENR-PRESENCE.
           05 FS-PR-CLE.
               10 FS-PR-DATE                PIC 9(08).
               10 FS-PR-DEMI-JOURNEE        PIC X(01).
               10 FS-PR-ELEVE-ID            PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-PR-CLASSE                  PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-PR-STATUT                  PIC X(01).
           05 FILLER                        PIC X(01).
           05 FS-PR-JUSTIFIE                PIC X(01).

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

      * Une ligne de roster par élève (cf. tab-m-elev.cbl)
       FD  F-ROSTER.
       01  FS-ENR-ROSTER.
           05 FS-NOM-CLASSE                 PIC X(04).
           05 FS-NOM-ELEVE                  PIC X(15).
           05 FS-PRENOM-ELEVE               PIC X(15).

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
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RELEVE                     PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-PRESENCES                  PIC X(02).
       01  WS-FS-MASTER                     PIC X(02).
       01  WS-FS-ROSTER                     PIC X(02).
       01  WS-FS-INPUT                      PIC X(02).
       01  WS-FS-INPUT-NOUVEAU              PIC X(02).
       01  WS-FS-RELEVE                     PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * FICHIER MAÎTRE CHARGÉ EN MÉMOIRE (999 ÉLÈVES MAX)              *
      *----------------------------------------------------------------*
       01  WS-NB-MASTER                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-M                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-MASTER.
           05 WS-MASTER OCCURS 999 TIMES.
               10 WS-M-ID                   PIC 9(06).
               10 WS-M-NOM                  PIC X(15).
               10 WS-M-PRENOM               PIC X(15).
               10 WS-M-CLASSE               PIC X(04).

      *----------------------------------------------------------------*
      * ÉLÈVES DE LA CLASSE APPELÉE (ORDRE DU ROSTER)                  *
      *----------------------------------------------------------------*
       01  WS-NB-APPEL                      PIC 9(02) VALUE ZERO.
       01  WS-IDX-A                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-APPEL.
           05 WS-APPEL OCCURS 60 TIMES.
               10 WS-A-ID                   PIC 9(06).
               10 WS-A-NOM                  PIC X(15).
               10 WS-A-PRENOM               PIC X(15).

      *----------------------------------------------------------------*
      * CUMULS PAR ÉLÈVE SUR UNE PÉRIODE                               *
      *----------------------------------------------------------------*
       01  WS-NB-CUMULS                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-C                         PIC 9(03) VALUE ZERO.
       01  WS-IDX-TROUVE                    PIC 9(03) VALUE ZERO.
       01  WS-TAB-CUMULS.
           05 WS-CUMUL OCCURS 999 TIMES.
               10 WS-CU-ID                  PIC 9(06).
               10 WS-CU-CLASSE              PIC X(04).
               10 WS-CU-ABSENCES            PIC 9(03).
               10 WS-CU-JUSTIFIEES          PIC 9(03).
               10 WS-CU-RETARDS             PIC 9(03).

      *----------------------------------------------------------------*
      * MENU ET ZONES DE SAISIE                                        *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.

       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-SAISIE-CLASSE                 PIC X(04).
       01  WS-SAISIE-DATE                   PIC X(08).
       01  WS-SAISIE-DEMI-JOURNEE           PIC X(01).
           88 WS-DEMI-JOURNEE-VALIDE                   VALUE 'M' 'A'.
       01  WS-SAISIE-ID                     PIC 9(06).
       01  WS-SAISIE-STATUT                 PIC X(01).
       01  WS-SAISIE-JUSTIFIE               PIC X(01).
       01  WS-SAISIE-CONFIRME               PIC X(01).
           88 WS-CONFIRME                              VALUE 'O'.

       01  WS-DATE-APPEL                    PIC 9(08).
       01  WS-DATE-DEBUT                    PIC 9(08).
       01  WS-DATE-FIN                      PIC 9(08).
       01  WS-DATE-VALIDE                   PIC X(01) VALUE 'N'.
           88 WS-DATE-EST-VALIDE                       VALUE 'O'.
       01  WS-DATE-CONTROLE                 PIC 9(08).

      * Réponse proposée (appel déjà saisi) et statut retenu
       01  WS-STATUT-PROPOSE                PIC X(01).
       01  WS-JUSTIFIE-PROPOSE              PIC X(01).
       01  WS-ENR-EXISTE                    PIC X(01) VALUE 'N'.
           88 WS-ENR-EXISTANT                          VALUE 'O'.

      * Compteurs de l'appel
       01  WS-NB-PRESENTS                   PIC 9(02) VALUE ZERO.
       01  WS-NB-ABSENTS                    PIC 9(02) VALUE ZERO.
       01  WS-NB-RETARDS                    PIC 9(02) VALUE ZERO.
       01  WS-NB-SANS-ID                    PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * GÉNÉRATION DES TYPES 03 DANS input.txt                         *
      *----------------------------------------------------------------*
       01  WS-NOM-INPUT                     PIC X(40)
                                            VALUE "input.txt".
       01  WS-NOM-INPUT-NOUVEAU             PIC X(40)
                                            VALUE "input-absences.tmp".
       01  WS-NOM-INPUT-AVANT               PIC X(40) VALUE SPACES.
       01  WS-RC-FICHIER                    PIC S9(9) COMP-5.
       01  WS-LG-INPUT                      PIC 9(04) COMP.
       01  WS-LG-SORTIE                     PIC 9(04) COMP.
       01  WS-FIN-INPUT                     PIC X(01) VALUE 'N'.
           88 WS-FIN-INPUT-ATTEINTE                    VALUE 'O'.

      * Élève courant du flux : identifiant (zéro = sans
      * identifiant), type 03 d'origine mis de côté
       01  WS-ID-COURANT                    PIC 9(06) VALUE ZERO.
       01  WS-ELEVE-EN-COURS                PIC X(01) VALUE 'N'.
           88 WS-ELEVE-OUVERT                          VALUE 'O'.
       01  WS-TYPE03-ORIGINE                PIC X(1000).
       01  WS-LG-TYPE03-ORIGINE             PIC 9(04) COMP VALUE ZERO.
       01  WS-ENR-TYPE03.
           05 WS-T3-TYPE                    PIC X(02) VALUE "03".
           05 WS-T3-ABSENCES                PIC 9(02).
           05 WS-T3-MENTION                 PIC X(20).

       01  WS-NB-ELEVES-FLUX                PIC 9(04) VALUE ZERO.
       01  WS-NB-TYPE03-GENERES             PIC 9(04) VALUE ZERO.
       01  WS-NB-SANS-REGISTRE              PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * ÉDITION DU RELEVÉ                                              *
      *----------------------------------------------------------------*
       01  WS-LIGNE-RELEVE                  PIC X(100).
       01  WS-NOM-ED                        PIC X(15).
       01  WS-PRENOM-ED                     PIC X(15).
       01  WS-NB-LIGNES-RELEVE              PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "appel-presences".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-CHARGER-MASTER-DEB
              THRU 1000-CHARGER-MASTER-FIN.

           PERFORM 4000-MENU-DEB
              THRU 4000-MENU-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DU FICHIER MAÎTRE DES ÉLÈVES           *
      * Sans fichier maître, aucun élève ne peut être enregistré       *
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
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* REGISTRE D'APPEL                        *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Faire l'appel d'une classe          *"
               DISPLAY "* 2 - Justifier une absence / un retard   *"
               DISPLAY "* 3 - Releve des absences d'une classe    *"
               DISPLAY "* 4 - Fin de trimestre : absences vers    *"
               DISPLAY "*     input.txt (enregistrements 03)      *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-FAIRE-APPEL-DEB
                          THRU 4100-FAIRE-APPEL-FIN
                   WHEN 2
                       PERFORM 4200-JUSTIFIER-DEB
                          THRU 4200-JUSTIFIER-FIN
                   WHEN 3
                       PERFORM 4300-RELEVE-DEB
                          THRU 4300-RELEVE-FIN
                   WHEN 4
                       PERFORM 4400-GENERER-TYPE03-DEB
                          THRU 4400-GENERER-TYPE03-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === APPEL D'UNE CLASSE                                *
      * Élèves dans l'ordre du roster ; réponse vide = réponse         *
      * proposée (présent, ou réponse d'un appel déjà saisi)           *
      ******************************************************************

       4100-FAIRE-APPEL-DEB.
           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Date (AAAAMMJJ, blanc = aujourd'hui) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           PERFORM 4800-CONTROLER-DATE-DEB
              THRU 4800-CONTROLER-DATE-FIN.
           IF NOT WS-DATE-EST-VALIDE
               DISPLAY "/!\ Date invalide /!\"
               GO TO 4100-FAIRE-APPEL-FIN
           END-IF.
           MOVE WS-DATE-CONTROLE TO WS-DATE-APPEL.
           DISPLAY "Demi-journee (M = matin, A = apres-midi) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DEMI-JOURNEE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DEMI-JOURNEE)
               TO WS-SAISIE-DEMI-JOURNEE.
           IF NOT WS-DEMI-JOURNEE-VALIDE
               DISPLAY "/!\ Demi-journee invalide (M ou A) /!\"
               GO TO 4100-FAIRE-APPEL-FIN
           END-IF.

           PERFORM 4110-CHARGER-CLASSE-DEB
              THRU 4110-CHARGER-CLASSE-FIN.
           IF WS-NB-APPEL = ZERO
               DISPLAY "/!\ Aucun eleve pour la classe "
                       WS-SAISIE-CLASSE " dans roster.txt /!\"
               GO TO 4100-FAIRE-APPEL-FIN
           END-IF.

           PERFORM 4900-OUVRIR-PRESENCES-DEB
              THRU 4900-OUVRIR-PRESENCES-FIN.
           IF WS-FS-PRESENCES NOT = "00"
               GO TO 4100-FAIRE-APPEL-FIN
           END-IF.

           MOVE ZERO TO WS-NB-PRESENTS WS-NB-ABSENTS WS-NB-RETARDS
                        WS-NB-SANS-ID.
           DISPLAY "Reponses : P = present, A = absent, R = retard "
                   "(blanc = reponse proposee)".
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                   UNTIL WS-IDX-A > WS-NB-APPEL
               PERFORM 4120-APPELER-ELEVE-DEB
                  THRU 4120-APPELER-ELEVE-FIN
           END-PERFORM.
           CLOSE F-PRESENCES.

           DISPLAY "Appel " WS-SAISIE-CLASSE " du " WS-DATE-APPEL
                   " (" WS-SAISIE-DEMI-JOURNEE ") : "
                   WS-NB-PRESENTS " present(s), "
                   WS-NB-ABSENTS " absent(s), "
                   WS-NB-RETARDS " retard(s).".
           IF WS-NB-SANS-ID > ZERO
               DISPLAY "/!\ " WS-NB-SANS-ID " eleve(s) sans "
                       "identifiant permanent, non enregistre(s) : "
                       "les creer dans le fichier maitre /!\"
           END-IF.
       4100-FAIRE-APPEL-FIN.
           EXIT.

      * Élèves de la classe au roster, avec leur identifiant
      * permanent retrouvé au fichier maître (zéro = introuvable)
       4110-CHARGER-CLASSE-DEB.
           MOVE ZERO TO WS-NB-APPEL.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "roster.txt absent ou illisible (code "
                       WS-FS-ROSTER ")."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ROSTER
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-NOM-CLASSE = WS-SAISIE-CLASSE
                          AND WS-NB-APPEL < 60
                           ADD 1 TO WS-NB-APPEL
                           MOVE FS-NOM-ELEVE
                               TO WS-A-NOM(WS-NB-APPEL)
                           MOVE FS-PRENOM-ELEVE
                               TO WS-A-PRENOM(WS-NB-APPEL)
                           PERFORM 4115-RETROUVER-ID-DEB
                              THRU 4115-RETROUVER-ID-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ROSTER = "00" OR WS-FS-ROSTER = "10"
               CLOSE F-ROSTER
           END-IF.
       4110-CHARGER-CLASSE-FIN.
           EXIT.

      * Classe + nom + prénom d'abord, nom + prénom en secours
       4115-RETROUVER-ID-DEB.
           MOVE ZERO TO WS-A-ID(WS-NB-APPEL).
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-NOM(WS-IDX-M) = FS-NOM-ELEVE
                  AND WS-M-PRENOM(WS-IDX-M) = FS-PRENOM-ELEVE
                   IF WS-M-CLASSE(WS-IDX-M) = FS-NOM-CLASSE
                      OR WS-A-ID(WS-NB-APPEL) = ZERO
                       MOVE WS-M-ID(WS-IDX-M)
                           TO WS-A-ID(WS-NB-APPEL)
                   END-IF
               END-IF
           END-PERFORM.
       4115-RETROUVER-ID-FIN.
           EXIT.

      * Un élève : réponse proposée, saisie, écriture ou réécriture
      * de sa ligne au registre
       4120-APPELER-ELEVE-DEB.
           IF WS-A-ID(WS-IDX-A) = ZERO
               ADD 1 TO WS-NB-SANS-ID
               DISPLAY "  " WS-A-NOM(WS-IDX-A) " "
                       WS-A-PRENOM(WS-IDX-A)
                       " : sans identifiant permanent, ignore"
               GO TO 4120-APPELER-ELEVE-FIN
           END-IF.

           MOVE WS-DATE-APPEL          TO FS-PR-DATE.
           MOVE WS-SAISIE-DEMI-JOURNEE TO FS-PR-DEMI-JOURNEE.
           MOVE WS-A-ID(WS-IDX-A)      TO FS-PR-ELEVE-ID.
           MOVE 'N' TO WS-ENR-EXISTE.
           MOVE "P" TO WS-STATUT-PROPOSE.
           MOVE "N" TO WS-JUSTIFIE-PROPOSE.
           READ F-PRESENCES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENR-EXISTANT TO TRUE
                   MOVE FS-PR-STATUT   TO WS-STATUT-PROPOSE
                   MOVE FS-PR-JUSTIFIE TO WS-JUSTIFIE-PROPOSE
           END-READ.

           MOVE SPACE TO WS-SAISIE-STATUT.
           PERFORM UNTIL WS-SAISIE-STATUT = "P" OR "A" OR "R"
               DISPLAY "  " WS-A-NOM(WS-IDX-A) " "
                       WS-A-PRENOM(WS-IDX-A) " [" WS-STATUT-PROPOSE
                       "] : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-STATUT
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-STATUT)
                   TO WS-SAISIE-STATUT
               IF WS-SAISIE-STATUT = SPACE
                   MOVE WS-STATUT-PROPOSE TO WS-SAISIE-STATUT
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-SAISIE-JUSTIFIE.
           IF WS-SAISIE-STATUT NOT = "P"
               DISPLAY "    Justifie (O/N) [" WS-JUSTIFIE-PROPOSE
                       "] : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-JUSTIFIE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-JUSTIFIE)
                   TO WS-SAISIE-JUSTIFIE
               IF WS-SAISIE-JUSTIFIE NOT = "O"
                  AND WS-SAISIE-JUSTIFIE NOT = "N"
                   MOVE WS-JUSTIFIE-PROPOSE TO WS-SAISIE-JUSTIFIE
               END-IF
           END-IF.

           EVALUATE WS-SAISIE-STATUT
               WHEN "P"
                   ADD 1 TO WS-NB-PRESENTS
               WHEN "A"
                   ADD 1 TO WS-NB-ABSENTS
               WHEN OTHER
                   ADD 1 TO WS-NB-RETARDS
           END-EVALUATE.

           MOVE SPACES TO FS-ENR-PRESENCE.
           MOVE WS-DATE-APPEL          TO FS-PR-DATE.
           MOVE WS-SAISIE-DEMI-JOURNEE TO FS-PR-DEMI-JOURNEE.
           MOVE WS-A-ID(WS-IDX-A)      TO FS-PR-ELEVE-ID.
           MOVE WS-SAISIE-CLASSE       TO FS-PR-CLASSE.
           MOVE WS-SAISIE-STATUT       TO FS-PR-STATUT.
           MOVE WS-SAISIE-JUSTIFIE     TO FS-PR-JUSTIFIE.
           IF WS-ENR-EXISTANT
               REWRITE FS-ENR-PRESENCE
           ELSE
               WRITE FS-ENR-PRESENCE
           END-IF.
           IF WS-FS-PRESENCES NOT = "00"
               DISPLAY "/!\ Erreur d'ecriture presences.txt, code : "
                       WS-FS-PRESENCES " /!\"
           END-IF.
       4120-APPELER-ELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === JUSTIFICATION D'UNE ABSENCE OU D'UN RETARD        *
      ******************************************************************

       4200-JUSTIFIER-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           DISPLAY "Date (AAAAMMJJ, blanc = aujourd'hui) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           PERFORM 4800-CONTROLER-DATE-DEB
              THRU 4800-CONTROLER-DATE-FIN.
           IF NOT WS-DATE-EST-VALIDE
               DISPLAY "/!\ Date invalide /!\"
               GO TO 4200-JUSTIFIER-FIN
           END-IF.
           DISPLAY "Demi-journee (M/A) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DEMI-JOURNEE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DEMI-JOURNEE)
               TO WS-SAISIE-DEMI-JOURNEE.

           PERFORM 4900-OUVRIR-PRESENCES-DEB
              THRU 4900-OUVRIR-PRESENCES-FIN.
           IF WS-FS-PRESENCES NOT = "00"
               GO TO 4200-JUSTIFIER-FIN
           END-IF.

           MOVE WS-DATE-CONTROLE       TO FS-PR-DATE.
           MOVE WS-SAISIE-DEMI-JOURNEE TO FS-PR-DEMI-JOURNEE.
           MOVE WS-SAISIE-ID           TO FS-PR-ELEVE-ID.
           READ F-PRESENCES
               INVALID KEY
                   DISPLAY "/!\ Aucun appel enregistre pour cet "
                           "eleve a cette date /!\"
               NOT INVALID KEY
                   IF FS-PR-STATUT = "P"
                       DISPLAY "/!\ Eleve present a cet appel /!\"
                   ELSE
                       DISPLAY "Statut " FS-PR-STATUT
                               ", justifie actuellement : "
                               FS-PR-JUSTIFIE
                       DISPLAY "Justifie (O/N) : "
                               SPACE WITH NO ADVANCING
                       ACCEPT WS-SAISIE-JUSTIFIE
                       MOVE FUNCTION UPPER-CASE(WS-SAISIE-JUSTIFIE)
                           TO WS-SAISIE-JUSTIFIE
                       IF WS-SAISIE-JUSTIFIE = "O"
                          OR WS-SAISIE-JUSTIFIE = "N"
                           MOVE WS-SAISIE-JUSTIFIE TO FS-PR-JUSTIFIE
                           REWRITE FS-ENR-PRESENCE
                           DISPLAY "Registre mis a jour."
                       END-IF
                   END-IF
           END-READ.
           CLOSE F-PRESENCES.
       4200-JUSTIFIER-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === RELEVÉ DES ABSENCES D'UNE CLASSE SUR UNE PÉRIODE  *
      ******************************************************************

       4300-RELEVE-DEB.
           DISPLAY "Classe (blanc = toutes) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           PERFORM 4810-SAISIR-PERIODE-DEB
              THRU 4810-SAISIR-PERIODE-FIN.
           IF NOT WS-DATE-EST-VALIDE
               GO TO 4300-RELEVE-FIN
           END-IF.
           PERFORM 4700-CUMULER-PERIODE-DEB
              THRU 4700-CUMULER-PERIODE-FIN.

           OPEN OUTPUT F-RELEVE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING "RELEVE DES ABSENCES - CLASSE " WS-SAISIE-CLASSE
                  " - DU " WS-DATE-DEBUT " AU " WS-DATE-FIN
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING "Id     Nom             Prenom          Classe Abs. "
                  "dont just. Retards"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.

           MOVE ZERO TO WS-NB-LIGNES-RELEVE.
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-NB-CUMULS
               IF WS-SAISIE-CLASSE = SPACES
                  OR WS-CU-CLASSE(WS-IDX-C) = WS-SAISIE-CLASSE
                   PERFORM 4310-LIGNE-RELEVE-DEB
                      THRU 4310-LIGNE-RELEVE-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-RELEVE = ZERO
               MOVE "(aucun appel sur la periode)" TO WS-LIGNE-RELEVE
               PERFORM 4390-ECRIRE-RELEVE-DEB
                  THRU 4390-ECRIRE-RELEVE-FIN
           END-IF.
           CLOSE F-RELEVE.
           DISPLAY "Releve ecrit dans presences-releve.txt ("
                   WS-NB-LIGNES-RELEVE " eleve(s))".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "presences-releve.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
           IF WS-CAT-RC NOT = ZERO
               DISPLAY "/!\ Releve non catalogue (code " WS-CAT-RC
                       ") /!\"
           END-IF.
       4300-RELEVE-FIN.
           EXIT.

       4310-LIGNE-RELEVE-DEB.
           ADD 1 TO WS-NB-LIGNES-RELEVE.
           MOVE SPACES TO WS-NOM-ED WS-PRENOM-ED.
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-ID(WS-IDX-M) = WS-CU-ID(WS-IDX-C)
                   MOVE WS-M-NOM(WS-IDX-M)    TO WS-NOM-ED
                   MOVE WS-M-PRENOM(WS-IDX-M) TO WS-PRENOM-ED
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING WS-CU-ID(WS-IDX-C) " " WS-NOM-ED " " WS-PRENOM-ED
                  " " WS-CU-CLASSE(WS-IDX-C) "   "
                  WS-CU-ABSENCES(WS-IDX-C) "  "
                  WS-CU-JUSTIFIEES(WS-IDX-C) "        "
                  WS-CU-RETARDS(WS-IDX-C)
               DELIMITED BY SIZE
               INTO WS-LIGNE-RELEVE
           END-STRING.
           PERFORM 4390-ECRIRE-RELEVE-DEB
              THRU 4390-ECRIRE-RELEVE-FIN.
       4310-LIGNE-RELEVE-FIN.
           EXIT.

       4390-ECRIRE-RELEVE-DEB.
           DISPLAY WS-LIGNE-RELEVE.
           MOVE WS-LIGNE-RELEVE TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.
       4390-ECRIRE-RELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4400 === FIN DE TRIMESTRE : TYPES 03 DE input.txt          *
      * input.txt est recopié dans input-absences.tmp : le type 03     *
      * de chaque élève porteur d'un identifiant et présent au         *
      * registre est remplacé (ou ajouté en fin de bloc élève) par     *
      * ses demi-journées d'absence de la période, sa mention étant    *
      * conservée ; les autres lignes sont recopiées telles quelles.   *
      * input.txt devient input-avant-absences-AAAAMMJJ.txt et la      *
      * copie prend sa place                                           *
      ******************************************************************

       4400-GENERER-TYPE03-DEB.
           PERFORM 4810-SAISIR-PERIODE-DEB
              THRU 4810-SAISIR-PERIODE-FIN.
           IF NOT WS-DATE-EST-VALIDE
               GO TO 4400-GENERER-TYPE03-FIN
           END-IF.
           PERFORM 4700-CUMULER-PERIODE-DEB
              THRU 4700-CUMULER-PERIODE-FIN.
           IF WS-NB-CUMULS = ZERO
               DISPLAY "/!\ Aucun appel sur la periode, input.txt "
                       "inchange /!\"
               GO TO 4400-GENERER-TYPE03-FIN
           END-IF.

           OPEN INPUT F-INPUT.
           IF WS-FS-INPUT NOT = "00"
               DISPLAY "/!\ input.txt absent ou illisible (code "
                       WS-FS-INPUT ") /!\"
               GO TO 4400-GENERER-TYPE03-FIN
           END-IF.
           OPEN OUTPUT F-INPUT-NOUVEAU.
           IF WS-FS-INPUT-NOUVEAU NOT = "00"
               DISPLAY "Probleme ouverture input-absences.tmp"
               DISPLAY "Code F-STATUS : " WS-FS-INPUT-NOUVEAU
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE ZERO TO WS-NB-ELEVES-FLUX WS-NB-TYPE03-GENERES
                        WS-NB-SANS-REGISTRE.
           MOVE 'N' TO WS-ELEVE-EN-COURS.
           MOVE 'N' TO WS-FIN-INPUT.
           PERFORM UNTIL WS-FIN-INPUT-ATTEINTE
               READ F-INPUT
                   AT END
                       SET WS-FIN-INPUT-ATTEINTE TO TRUE
                   NOT AT END
                       PERFORM 4410-RECOPIER-LIGNE-DEB
                          THRU 4410-RECOPIER-LIGNE-FIN
               END-READ
           END-PERFORM.
           PERFORM 4420-CLORE-ELEVE-DEB
              THRU 4420-CLORE-ELEVE-FIN.
           CLOSE F-INPUT.
           CLOSE F-INPUT-NOUVEAU.

      * Remplacement de input.txt, l'ancienne version étant gardée
           MOVE SPACES TO WS-NOM-INPUT-AVANT.
           STRING "input-avant-absences-" WS-DATE-JOUR ".txt"
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
                       "input-absences.tmp /!\"
               GO TO 4400-GENERER-TYPE03-FIN
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
               GO TO 4400-GENERER-TYPE03-FIN
           END-IF.

           DISPLAY "Eleves du flux                 : "
                   WS-NB-ELEVES-FLUX.
           DISPLAY "Absences issues du registre    : "
                   WS-NB-TYPE03-GENERES.
           DISPLAY "Eleves absents du registre     : "
                   WS-NB-SANS-REGISTRE " (type 03 inchange)".
           DISPLAY "Ancien flux garde sous " WS-NOM-INPUT-AVANT.
       4400-GENERER-TYPE03-FIN.
           EXIT.

      * Une ligne du flux : un type 01 ou 04 clôt l'élève précédent,
      * le type 03 de l'élève courant est mis de côté
       4410-RECOPIER-LIGNE-DEB.
           IF REC-TYPE-CODE = 01 OR REC-TYPE-CODE = 04
               PERFORM 4420-CLORE-ELEVE-DEB
                  THRU 4420-CLORE-ELEVE-FIN
           END-IF.

           IF REC-TYPE-CODE = 03 AND WS-ELEVE-OUVERT
               MOVE REC-F-INPUT TO WS-TYPE03-ORIGINE
               MOVE WS-LG-INPUT TO WS-LG-TYPE03-ORIGINE
               GO TO 4410-RECOPIER-LIGNE-FIN
           END-IF.

           MOVE WS-LG-INPUT TO WS-LG-SORTIE.
           MOVE REC-F-INPUT TO REC-F-INPUT-NOUVEAU.
           WRITE REC-F-INPUT-NOUVEAU.

           IF REC-TYPE-CODE = 01
               ADD 1 TO WS-NB-ELEVES-FLUX
               SET WS-ELEVE-OUVERT TO TRUE
               MOVE ZERO TO WS-LG-TYPE03-ORIGINE
               MOVE SPACES TO WS-TYPE03-ORIGINE
               IF REC-DATA(16:6) IS NUMERIC
                   MOVE REC-DATA(16:6) TO WS-ID-COURANT
               ELSE
                   MOVE ZERO TO WS-ID-COURANT
               END-IF
           END-IF.
       4410-RECOPIER-LIGNE-FIN.
           EXIT.

      * Fin du bloc de l'élève courant : type 03 du registre, ou
      * type 03 d'origine quand l'élève n'y figure pas
       4420-CLORE-ELEVE-DEB.
           IF NOT WS-ELEVE-OUVERT
               GO TO 4420-CLORE-ELEVE-FIN
           END-IF.
           MOVE 'N' TO WS-ELEVE-EN-COURS.

           MOVE ZERO TO WS-IDX-TROUVE.
           IF WS-ID-COURANT > ZERO
               PERFORM VARYING WS-IDX-C FROM 1 BY 1
                       UNTIL WS-IDX-C > WS-NB-CUMULS
                   IF WS-CU-ID(WS-IDX-C) = WS-ID-COURANT
                       MOVE WS-IDX-C TO WS-IDX-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-IDX-TROUVE = ZERO
               ADD 1 TO WS-NB-SANS-REGISTRE
               IF WS-LG-TYPE03-ORIGINE > ZERO
                   MOVE WS-LG-TYPE03-ORIGINE TO WS-LG-SORTIE
                   MOVE WS-TYPE03-ORIGINE TO REC-F-INPUT-NOUVEAU
                   WRITE REC-F-INPUT-NOUVEAU
               END-IF
               GO TO 4420-CLORE-ELEVE-FIN
           END-IF.

           IF WS-CU-ABSENCES(WS-IDX-TROUVE) > 99
               MOVE 99 TO WS-T3-ABSENCES
           ELSE
               MOVE WS-CU-ABSENCES(WS-IDX-TROUVE) TO WS-T3-ABSENCES
           END-IF.
           MOVE WS-TYPE03-ORIGINE(5:20) TO WS-T3-MENTION.
           MOVE 24 TO WS-LG-SORTIE.
           MOVE WS-ENR-TYPE03 TO REC-F-INPUT-NOUVEAU.
           WRITE REC-F-INPUT-NOUVEAU.
           ADD 1 TO WS-NB-TYPE03-GENERES.
       4420-CLORE-ELEVE-FIN.
           EXIT.


      ******************************************************************
      * === 4700 === CUMULS PAR ÉLÈVE SUR LA PÉRIODE SAISIE            *
      * Demi-journées d'absence (dont justifiées) et retards ; la      *
      * classe retenue est celle du dernier appel de l'élève           *
      ******************************************************************

       4700-CUMULER-PERIODE-DEB.
           MOVE ZERO TO WS-NB-CUMULS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PRESENCES.
           IF WS-FS-PRESENCES NOT = "00"
               DISPLAY "Registre presences.txt absent ou illisible "
                       "(code " WS-FS-PRESENCES ")."
               GO TO 4700-CUMULER-PERIODE-FIN
           END-IF.

           MOVE WS-DATE-DEBUT TO FS-PR-DATE.
           MOVE LOW-VALUES    TO FS-PR-DEMI-JOURNEE.
           MOVE ZERO          TO FS-PR-ELEVE-ID.
           START F-PRESENCES KEY IS >= FS-PR-CLE
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.
           PERFORM UNTIL QUITTER
               READ F-PRESENCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-PR-DATE > WS-DATE-FIN
                           SET QUITTER TO TRUE
                       ELSE
                           PERFORM 4710-CUMULER-LIGNE-DEB
                              THRU 4710-CUMULER-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRESENCES.
       4700-CUMULER-PERIODE-FIN.
           EXIT.

       4710-CUMULER-LIGNE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-NB-CUMULS
               IF WS-CU-ID(WS-IDX-C) = FS-PR-ELEVE-ID
                   MOVE WS-IDX-C TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-CUMULS >= 999
                   GO TO 4710-CUMULER-LIGNE-FIN
               END-IF
               ADD 1 TO WS-NB-CUMULS
               MOVE WS-NB-CUMULS TO WS-IDX-TROUVE
               MOVE FS-PR-ELEVE-ID TO WS-CU-ID(WS-IDX-TROUVE)
               MOVE ZERO TO WS-CU-ABSENCES(WS-IDX-TROUVE)
                            WS-CU-JUSTIFIEES(WS-IDX-TROUVE)
                            WS-CU-RETARDS(WS-IDX-TROUVE)
           END-IF.
           MOVE FS-PR-CLASSE TO WS-CU-CLASSE(WS-IDX-TROUVE).
           EVALUATE FS-PR-STATUT
               WHEN "A"
                   ADD 1 TO WS-CU-ABSENCES(WS-IDX-TROUVE)
                   IF FS-PR-JUSTIFIE = "O"
                       ADD 1 TO WS-CU-JUSTIFIEES(WS-IDX-TROUVE)
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-CU-RETARDS(WS-IDX-TROUVE)
           END-EVALUATE.
       4710-CUMULER-LIGNE-FIN.
           EXIT.


      ******************************************************************
      * === 4800 === CONTRÔLE D'UNE DATE SAISIE (AAAAMMJJ)             *
      * Blanc = aujourd'hui ; date contrôlée dans WS-DATE-CONTROLE     *
      ******************************************************************

       4800-CONTROLER-DATE-DEB.
           MOVE 'N' TO WS-DATE-VALIDE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-CONTROLE
               SET WS-DATE-EST-VALIDE TO TRUE
               GO TO 4800-CONTROLER-DATE-FIN
           END-IF.
           IF WS-SAISIE-DATE IS NUMERIC
               MOVE WS-SAISIE-DATE TO WS-DATE-CONTROLE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CONTROLE) = 0
                   SET WS-DATE-EST-VALIDE TO TRUE
               END-IF
           END-IF.
       4800-CONTROLER-DATE-FIN.
           EXIT.

      * Période début - fin (fin blanche = aujourd'hui)
       4810-SAISIR-PERIODE-DEB.
           DISPLAY "Debut de periode (AAAAMMJJ) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE 'N' TO WS-DATE-VALIDE
           ELSE
               PERFORM 4800-CONTROLER-DATE-DEB
                  THRU 4800-CONTROLER-DATE-FIN
           END-IF.
           IF NOT WS-DATE-EST-VALIDE
               DISPLAY "/!\ Date de debut invalide /!\"
               GO TO 4810-SAISIR-PERIODE-FIN
           END-IF.
           MOVE WS-DATE-CONTROLE TO WS-DATE-DEBUT.

           DISPLAY "Fin de periode (AAAAMMJJ, blanc = aujourd'hui) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE.
           PERFORM 4800-CONTROLER-DATE-DEB
              THRU 4800-CONTROLER-DATE-FIN.
           IF NOT WS-DATE-EST-VALIDE
               DISPLAY "/!\ Date de fin invalide /!\"
               GO TO 4810-SAISIR-PERIODE-FIN
           END-IF.
           MOVE WS-DATE-CONTROLE TO WS-DATE-FIN.
           IF WS-DATE-FIN < WS-DATE-DEBUT
               MOVE 'N' TO WS-DATE-VALIDE
               DISPLAY "/!\ Fin de periode avant le debut /!\"
           END-IF.
       4810-SAISIR-PERIODE-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === OUVERTURE DU REGISTRE EN MISE À JOUR              *
      * Créé au premier appel                                          *
      ******************************************************************

       4900-OUVRIR-PRESENCES-DEB.
           OPEN I-O F-PRESENCES.
           IF WS-FS-PRESENCES = "35"
               OPEN OUTPUT F-PRESENCES
               CLOSE F-PRESENCES
               OPEN I-O F-PRESENCES
           END-IF.
           IF WS-FS-PRESENCES NOT = "00"
               DISPLAY "/!\ Ouverture de presences.txt impossible "
                       "(code " WS-FS-PRESENCES ") /!\"
           END-IF.
       4900-OUVRIR-PRESENCES-FIN.
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
