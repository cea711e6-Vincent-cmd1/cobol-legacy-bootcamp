      ******************************************************************
      * Programme : absences-alertes                                   *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Lettres d'alerte aux responsables des élèves trop      *
      *            souvent absents, sans attendre le bulletin de fin   *
      *            de trimestre. Passage hebdomadaire sur le registre  *
      *            d'appel (presences.txt, cf. appel-presences.cbl).   *
      *                                                                *
      * Fonction  :                                                    *
      *  - Sélection des élèves ayant au moins SEUIL-DEMI-J            *
      *    demi-journées d'absence non justifiée sur les               *
      *    JOURS-FENETRE derniers jours (paramètres de                 *
      *    absences-alertes-parametres.txt, facultatif).               *
      *  - Une lettre par élève retenu, adressée au responsable de     *
      *    contacts-eleves.txt (identifiant permanent, puis nom +      *
      *    prénom), avec la liste des demi-journées manquées ; une     *
      *    page par lettre dans absences-alertes-AAAAMMJJ.txt.         *
      *  - Journal des lettres (absences-alertes-journal.txt) : la     *
      *    dernière absence couverte par chaque lettre y est notée,    *
      *    et un élève n'est de nouveau écrit que si une absence       *
      *    plus récente est venue s'ajouter.                           *
      *  - Consultation du journal d'un élève.                         *
      *                                                                *
      * MODIFICATION : 15/10/2026 - Les lettres sont ajoutées à        *
      *            absences-alertes-AAAAMMJJ.txt : un second passage   *
      *            le même jour n'efface plus les lettres du premier,  *
      *            déjà notées au journal.                             *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. absences-alertes.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre d'appel (cf. appel-presences.cbl)
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

      * Annuaire gardien/contact (cf. contacts-maint.cbl)
           SELECT F-CONTACTS ASSIGN TO "contacts-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTS.

      * Seuils de l'alerte : une ligne par code de paramètre
           SELECT F-PARAMETRES
               ASSIGN TO "absences-alertes-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Journal des lettres envoyées
           SELECT F-JOURNAL ASSIGN TO "absences-alertes-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

      * Lettres du jour, une page par élève
           SELECT F-LETTRES ASSIGN TO WS-NOM-LETTRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Registre d'appel (cf. appel-presences.cbl)
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

      * Une ligne de contact par élève (cf. contacts-maint.cbl)
       FD  F-CONTACTS
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-CONTACT.
           05 FS-CONTACT-NOM                PIC X(07).
           05 FS-CONTACT-PRENOM             PIC X(06).
           05 FS-CONTACT-GARDIEN            PIC X(20).
           05 FS-CONTACT-ADRESSE            PIC X(40).
           05 FS-CONTACT-ELEVE-ID           PIC X(06).

      * Paramètre de l'alerte : code et valeur
       FD  F-PARAMETRES.
       01  FS-ENR-PARAMETRE.
           05 FS-PAR-CODE                   PIC X(14).
           05 FILLER                        PIC X(01).
           05 FS-PAR-VALEUR                 PIC 9(05).

      * Une ligne par lettre envoyée : élève, date d'envoi, nombre
      * de demi-journées signalées, dernière absence couverte
       FD  F-JOURNAL
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-JOURNAL.
           05 FS-JO-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-JO-DATE-ENVOI              PIC 9(08).
           05 FILLER                        PIC X(01).
           05 FS-JO-NB-DEMI-J               PIC 9(03).
           05 FILLER                        PIC X(01).
           05 FS-JO-DERNIERE.
               10 FS-JO-DERNIERE-DATE       PIC 9(08).
               10 FILLER                    PIC X(01).
               10 FS-JO-DERNIERE-DEMI-J     PIC X(01).
           05 FILLER                        PIC X(01).
           05 FS-JO-GARDIEN                 PIC X(20).

       FD  F-LETTRES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENR-LETTRE                    PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-PRESENCES                  PIC X(02).
       01  WS-FS-MASTER                     PIC X(02).
       01  WS-FS-CONTACTS                   PIC X(02).
       01  WS-FS-PARAMETRES                 PIC X(02).
       01  WS-FS-JOURNAL                    PIC X(02).
       01  WS-FS-LETTRES                    PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * SEUILS (VALEURS PAR DÉFAUT, REMPLACÉES PAR                     *
      * absences-alertes-parametres.txt)                               *
      *----------------------------------------------------------------*
       01  WS-PAR-SEUIL-DEMI-J              PIC 9(05) VALUE 4.
       01  WS-PAR-JOURS-FENETRE             PIC 9(05) VALUE 30.

      *----------------------------------------------------------------*
      * DATES                                                          *
      *----------------------------------------------------------------*
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-DATE-DEBUT                    PIC 9(08).
       01  WS-JOUR-ENTIER                   PIC 9(07).
       01  WS-NOM-LETTRES                   PIC X(40).

      *----------------------------------------------------------------*
      * FICHIER MAÎTRE ET ANNUAIRE CHARGÉS EN MÉMOIRE                  *
      *----------------------------------------------------------------*
       01  WS-NB-MASTER                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-M                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-MASTER.
           05 WS-MASTER OCCURS 999 TIMES.
               10 WS-M-ID                   PIC 9(06).
               10 WS-M-NOM                  PIC X(15).
               10 WS-M-PRENOM               PIC X(15).
               10 WS-M-CLASSE               PIC X(04).

       01  WS-NB-CONTACTS                   PIC 9(03) VALUE ZERO.
       01  WS-IDX-CT                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-CONTACTS.
           05 WS-CONTACT OCCURS 999 TIMES.
               10 WS-CT-NOM                 PIC X(07).
               10 WS-CT-PRENOM              PIC X(06).
               10 WS-CT-GARDIEN             PIC X(20).
               10 WS-CT-ADRESSE             PIC X(40).
               10 WS-CT-ELEVE-ID            PIC X(06).

      *----------------------------------------------------------------*
      * JOURNAL : DERNIÈRE ABSENCE DÉJÀ SIGNALÉE PAR ÉLÈVE             *
      *----------------------------------------------------------------*
       01  WS-NB-SIGNALES                   PIC 9(03) VALUE ZERO.
       01  WS-IDX-S                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-SIGNALES.
           05 WS-SIGNALE OCCURS 999 TIMES.
               10 WS-SI-ELEVE-ID            PIC 9(06).
               10 WS-SI-DERNIERE            PIC X(10).

      *----------------------------------------------------------------*
      * ABSENCES NON JUSTIFIÉES DE LA FENÊTRE PAR ÉLÈVE                *
      * (dates croissantes : le registre est lu dans l'ordre de clé)   *
      *----------------------------------------------------------------*
       01  WS-NB-ELEVES                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-E                         PIC 9(03) VALUE ZERO.
       01  WS-IDX-TROUVE                    PIC 9(03) VALUE ZERO.
       01  WS-IDX-D                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-ELEVES.
           05 WS-ELEVE OCCURS 999 TIMES.
               10 WS-EL-ID                  PIC 9(06).
               10 WS-EL-CLASSE              PIC X(04).
               10 WS-EL-NB-DEMI-J           PIC 9(03).
               10 WS-EL-NB-LISTEES          PIC 9(02).
               10 WS-EL-ABSENCE OCCURS 40 TIMES.
                   15 WS-EL-ABS-DATE        PIC 9(08).
                   15 WS-EL-ABS-DEMI-J      PIC X(01).

      * Dernière absence de l'élève courant, au format du journal
       01  WS-DERNIERE.
           05 WS-DERNIERE-DATE              PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WS-DERNIERE-DEMI-J            PIC X(01).
       01  WS-DERNIERE-SIGNALEE             PIC X(10).

      *----------------------------------------------------------------*
      * LETTRE EN COURS                                                *
      *----------------------------------------------------------------*
       01  WS-PREMIERE-PAGE                 PIC X(01) VALUE "O".
       01  WS-TIRET                         PIC X(80) VALUE ALL "-".
       01  WS-LIGNE-LETTRE                  PIC X(80).
       01  WS-NOM-ED                        PIC X(15).
       01  WS-PRENOM-ED                     PIC X(15).
       01  WS-GARDIEN-ED                    PIC X(20).
       01  WS-ADRESSE-ED                    PIC X(40).
       01  WS-ID-TEXTE                      PIC X(06).
       01  WS-DATE-ED.
           05 WS-DATE-ED-JJ                 PIC 9(02).
           05 FILLER                        PIC X(01) VALUE "/".
           05 WS-DATE-ED-MM                 PIC 9(02).
           05 FILLER                        PIC X(01) VALUE "/".
           05 WS-DATE-ED-AAAA               PIC 9(04).
       01  WS-DATE-TRAVAIL                  PIC 9(08).
       01  WS-DATE-TRAVAIL-R REDEFINES WS-DATE-TRAVAIL.
           05 WS-DT-AAAA                    PIC 9(04).
           05 WS-DT-MM                      PIC 9(02).
           05 WS-DT-JJ                      PIC 9(02).
       01  WS-DEMI-J-ED                     PIC X(11).

      *----------------------------------------------------------------*
      * COMPTEURS ET MENU                                              *
      *----------------------------------------------------------------*
       01  WS-NB-LETTRES                    PIC 9(03) VALUE ZERO.
       01  WS-NB-DEJA-SIGNALES              PIC 9(03) VALUE ZERO.
       01  WS-NB-SANS-CONTACT               PIC 9(03) VALUE ZERO.
       01  WS-NB-LIGNES-JOURNAL             PIC 9(03) VALUE ZERO.

       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.
       01  WS-SAISIE-ID                     PIC 9(06).


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
      * Noms des élèves pour les lettres ; facultatif (les lettres     *
      * portent alors l'identifiant seul)                              *
      ******************************************************************

       1000-CHARGER-MASTER-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "eleve-master.txt absent ou illisible (code "
                       WS-FS-MASTER ")."
               GO TO 1000-CHARGER-MASTER-FIN
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
      * === 1100 === CHARGEMENT DE L'ANNUAIRE DES CONTACTS             *
      ******************************************************************

       1100-CHARGER-CONTACTS-DEB.
           MOVE ZERO TO WS-NB-CONTACTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CONTACTS.
           IF WS-FS-CONTACTS NOT = "00"
               DISPLAY "contacts-eleves.txt absent : lettres sans "
                       "adresse."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CONTACTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CONTACTS < 999
                           ADD 1 TO WS-NB-CONTACTS
                           MOVE FS-CONTACT-NOM
                               TO WS-CT-NOM(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-PRENOM
                               TO WS-CT-PRENOM(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-GARDIEN
                               TO WS-CT-GARDIEN(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-ADRESSE
                               TO WS-CT-ADRESSE(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-ELEVE-ID
                               TO WS-CT-ELEVE-ID(WS-NB-CONTACTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CONTACTS = "00" OR WS-FS-CONTACTS = "10"
               CLOSE F-CONTACTS
           END-IF.
       1100-CHARGER-CONTACTS-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === CHARGEMENT DES SEUILS                             *
      * Fichier facultatif : un code absent ou inconnu laisse la       *
      * valeur par défaut                                              *
      ******************************************************************

       1200-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               DISPLAY "absences-alertes-parametres.txt absent : "
                       "seuils par defaut"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "SEUIL-DEMI-J"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-SEUIL-DEMI-J
                           WHEN "JOURS-FENETRE"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-JOURS-FENETRE
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.

           IF WS-PAR-SEUIL-DEMI-J = ZERO
               MOVE 1 TO WS-PAR-SEUIL-DEMI-J
           END-IF.
           DISPLAY "Seuils : " WS-PAR-SEUIL-DEMI-J
                   " demi-journee(s) non justifiee(s) sur "
                   WS-PAR-JOURS-FENETRE " jour(s)".
       1200-CHARGER-PARAMETRES-FIN.
           EXIT.


      ******************************************************************
      * === 1300 === CHARGEMENT DU JOURNAL DES LETTRES                 *
      * Pour chaque élève, la plus récente absence déjà signalée       *
      ******************************************************************

       1300-CHARGER-JOURNAL-DEB.
           MOVE ZERO TO WS-NB-SIGNALES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-JOURNAL
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 1310-NOTER-SIGNALE-DEB
                          THRU 1310-NOTER-SIGNALE-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-JOURNAL = "00" OR WS-FS-JOURNAL = "10"
               CLOSE F-JOURNAL
           END-IF.
       1300-CHARGER-JOURNAL-FIN.
           EXIT.

       1310-NOTER-SIGNALE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-NB-SIGNALES
               IF WS-SI-ELEVE-ID(WS-IDX-S) = FS-JO-ELEVE-ID
                   MOVE WS-IDX-S TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-SIGNALES >= 999
                   GO TO 1310-NOTER-SIGNALE-FIN
               END-IF
               ADD 1 TO WS-NB-SIGNALES
               MOVE WS-NB-SIGNALES TO WS-IDX-TROUVE
               MOVE FS-JO-ELEVE-ID TO WS-SI-ELEVE-ID(WS-IDX-TROUVE)
               MOVE LOW-VALUES TO WS-SI-DERNIERE(WS-IDX-TROUVE)
           END-IF.
           IF FS-JO-DERNIERE > WS-SI-DERNIERE(WS-IDX-TROUVE)
               MOVE FS-JO-DERNIERE TO WS-SI-DERNIERE(WS-IDX-TROUVE)
           END-IF.
       1310-NOTER-SIGNALE-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* ALERTES D'ABSENCE AUX RESPONSABLES      *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Passage hebdomadaire des alertes    *"
               DISPLAY "* 2 - Journal des lettres d'un eleve      *"
               DISPLAY "* 3 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-PASSAGE-ALERTES-DEB
                          THRU 4100-PASSAGE-ALERTES-FIN
                   WHEN 2
                       PERFORM 4200-CONSULTER-JOURNAL-DEB
                          THRU 4200-CONSULTER-JOURNAL-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === PASSAGE HEBDOMADAIRE DES ALERTES                  *
      ******************************************************************

       4100-PASSAGE-ALERTES-DEB.
           PERFORM 1100-CHARGER-CONTACTS-DEB
              THRU 1100-CHARGER-CONTACTS-FIN.
           PERFORM 1200-CHARGER-PARAMETRES-DEB
              THRU 1200-CHARGER-PARAMETRES-FIN.
           PERFORM 1300-CHARGER-JOURNAL-DEB
              THRU 1300-CHARGER-JOURNAL-FIN.

      * Fenêtre : les JOURS-FENETRE derniers jours, aujourd'hui inclus
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-PAR-JOURS-FENETRE + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               TO WS-DATE-DEBUT.

           PERFORM 4110-RELEVER-ABSENCES-DEB
              THRU 4110-RELEVER-ABSENCES-FIN.

           MOVE ZERO TO WS-NB-LETTRES WS-NB-DEJA-SIGNALES
                        WS-NB-SANS-CONTACT.
           MOVE "O" TO WS-PREMIERE-PAGE.
           MOVE SPACES TO WS-NOM-LETTRES.
           STRING "absences-alertes-" WS-DATE-JOUR ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-LETTRES
           END-STRING.
      * Ouvert en ajout : un second passage du jour complète les
      * lettres du premier ; fichier déjà présent, la première
      * lettre du passage commence sur une nouvelle page
           OPEN EXTEND F-LETTRES.
           IF WS-FS-LETTRES = "00"
               MOVE "N" TO WS-PREMIERE-PAGE
           END-IF.
           IF WS-FS-LETTRES = "35"
               OPEN OUTPUT F-LETTRES
               CLOSE F-LETTRES
               OPEN EXTEND F-LETTRES
           END-IF.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-LETTRES
               DISPLAY "Code F-STATUS : " WS-FS-LETTRES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 4900-OUVRIR-JOURNAL-DEB
              THRU 4900-OUVRIR-JOURNAL-FIN.

           PERFORM VARYING WS-IDX-E FROM 1 BY 1
                   UNTIL WS-IDX-E > WS-NB-ELEVES
               IF WS-EL-NB-DEMI-J(WS-IDX-E) >= WS-PAR-SEUIL-DEMI-J
                   PERFORM 4120-TRAITER-ELEVE-DEB
                      THRU 4120-TRAITER-ELEVE-FIN
               END-IF
           END-PERFORM.

           CLOSE F-LETTRES.
           CLOSE F-JOURNAL.

           DISPLAY "Fenetre du " WS-DATE-DEBUT " au " WS-DATE-JOUR.
           DISPLAY "Lettres editees              : " WS-NB-LETTRES.
           DISPLAY "Deja signales, sans nouvelle : "
                   WS-NB-DEJA-SIGNALES.
           IF WS-NB-SANS-CONTACT > ZERO
               DISPLAY "/!\ " WS-NB-SANS-CONTACT " lettre(s) sans "
                       "contact, adresse a completer /!\"
           END-IF.
           IF WS-NB-LETTRES > ZERO
               DISPLAY "Lettres dans " WS-NOM-LETTRES
           END-IF.
       4100-PASSAGE-ALERTES-FIN.
           EXIT.

      * Absences non justifiées de la fenêtre, cumulées par élève
       4110-RELEVER-ABSENCES-DEB.
           MOVE ZERO TO WS-NB-ELEVES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PRESENCES.
           IF WS-FS-PRESENCES NOT = "00"
               DISPLAY "Registre presences.txt absent ou illisible "
                       "(code " WS-FS-PRESENCES ")."
               GO TO 4110-RELEVER-ABSENCES-FIN
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
                       IF FS-PR-DATE > WS-DATE-JOUR
                           SET QUITTER TO TRUE
                       ELSE
                           IF FS-PR-STATUT = "A"
                              AND FS-PR-JUSTIFIE NOT = "O"
                               PERFORM 4115-CUMULER-ABSENCE-DEB
                                  THRU 4115-CUMULER-ABSENCE-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRESENCES.
       4110-RELEVER-ABSENCES-FIN.
           EXIT.

       4115-CUMULER-ABSENCE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-E FROM 1 BY 1
                   UNTIL WS-IDX-E > WS-NB-ELEVES
               IF WS-EL-ID(WS-IDX-E) = FS-PR-ELEVE-ID
                   MOVE WS-IDX-E TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-ELEVES >= 999
                   GO TO 4115-CUMULER-ABSENCE-FIN
               END-IF
               ADD 1 TO WS-NB-ELEVES
               MOVE WS-NB-ELEVES TO WS-IDX-TROUVE
               MOVE FS-PR-ELEVE-ID TO WS-EL-ID(WS-IDX-TROUVE)
               MOVE ZERO TO WS-EL-NB-DEMI-J(WS-IDX-TROUVE)
                            WS-EL-NB-LISTEES(WS-IDX-TROUVE)
           END-IF.
           MOVE FS-PR-CLASSE TO WS-EL-CLASSE(WS-IDX-TROUVE).
           ADD 1 TO WS-EL-NB-DEMI-J(WS-IDX-TROUVE).
      * Au-delà de 40, les plus anciennes cèdent la place
           IF WS-EL-NB-LISTEES(WS-IDX-TROUVE) >= 40
               PERFORM VARYING WS-IDX-D FROM 1 BY 1
                       UNTIL WS-IDX-D > 39
                   MOVE WS-EL-ABSENCE(WS-IDX-TROUVE, WS-IDX-D + 1)
                       TO WS-EL-ABSENCE(WS-IDX-TROUVE, WS-IDX-D)
               END-PERFORM
           ELSE
               ADD 1 TO WS-EL-NB-LISTEES(WS-IDX-TROUVE)
           END-IF.
           MOVE WS-EL-NB-LISTEES(WS-IDX-TROUVE) TO WS-IDX-D.
           MOVE FS-PR-DATE
               TO WS-EL-ABS-DATE(WS-IDX-TROUVE, WS-IDX-D).
           MOVE FS-PR-DEMI-JOURNEE
               TO WS-EL-ABS-DEMI-J(WS-IDX-TROUVE, WS-IDX-D).
       4115-CUMULER-ABSENCE-FIN.
           EXIT.

      * Élève au-dessus du seuil : lettre seulement si sa dernière
      * absence est postérieure à celle déjà signalée
       4120-TRAITER-ELEVE-DEB.
           MOVE WS-EL-NB-LISTEES(WS-IDX-E) TO WS-IDX-D.
           MOVE WS-EL-ABS-DATE(WS-IDX-E, WS-IDX-D)
               TO WS-DERNIERE-DATE.
           MOVE WS-EL-ABS-DEMI-J(WS-IDX-E, WS-IDX-D)
               TO WS-DERNIERE-DEMI-J.

           MOVE LOW-VALUES TO WS-DERNIERE-SIGNALEE.
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-NB-SIGNALES
               IF WS-SI-ELEVE-ID(WS-IDX-S) = WS-EL-ID(WS-IDX-E)
                   MOVE WS-SI-DERNIERE(WS-IDX-S)
                       TO WS-DERNIERE-SIGNALEE
               END-IF
           END-PERFORM.
           IF WS-DERNIERE NOT > WS-DERNIERE-SIGNALEE
               ADD 1 TO WS-NB-DEJA-SIGNALES
               GO TO 4120-TRAITER-ELEVE-FIN
           END-IF.

           PERFORM 4130-CHERCHER-DESTINATAIRE-DEB
              THRU 4130-CHERCHER-DESTINATAIRE-FIN.
           PERFORM 8100-EDITER-LETTRE-DEB
              THRU 8100-EDITER-LETTRE-FIN.

           MOVE SPACES TO FS-ENR-JOURNAL.
           MOVE WS-EL-ID(WS-IDX-E)        TO FS-JO-ELEVE-ID.
           MOVE WS-DATE-JOUR              TO FS-JO-DATE-ENVOI.
           MOVE WS-EL-NB-DEMI-J(WS-IDX-E) TO FS-JO-NB-DEMI-J.
           MOVE WS-DERNIERE               TO FS-JO-DERNIERE.
           MOVE WS-GARDIEN-ED             TO FS-JO-GARDIEN.
           WRITE FS-ENR-JOURNAL.
       4120-TRAITER-ELEVE-FIN.
           EXIT.

      * Nom de l'élève (fichier maître) et responsable (annuaire,
      * par identifiant puis par nom + prénom)
       4130-CHERCHER-DESTINATAIRE-DEB.
           MOVE SPACES TO WS-NOM-ED WS-PRENOM-ED WS-GARDIEN-ED
                          WS-ADRESSE-ED.
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               IF WS-M-ID(WS-IDX-M) = WS-EL-ID(WS-IDX-E)
                   MOVE WS-M-NOM(WS-IDX-M)    TO WS-NOM-ED
                   MOVE WS-M-PRENOM(WS-IDX-M) TO WS-PRENOM-ED
               END-IF
           END-PERFORM.

           MOVE WS-EL-ID(WS-IDX-E) TO WS-ID-TEXTE.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NB-CONTACTS
               IF WS-CT-ELEVE-ID(WS-IDX-CT) = WS-ID-TEXTE
                   MOVE WS-CT-GARDIEN(WS-IDX-CT) TO WS-GARDIEN-ED
                   MOVE WS-CT-ADRESSE(WS-IDX-CT) TO WS-ADRESSE-ED
               END-IF
           END-PERFORM.
           IF WS-GARDIEN-ED = SPACES AND WS-NOM-ED NOT = SPACES
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-NB-CONTACTS
                   IF WS-CT-NOM(WS-IDX-CT) = WS-NOM-ED(1:7)
                      AND WS-CT-PRENOM(WS-IDX-CT) = WS-PRENOM-ED(1:6)
                      AND WS-CT-ELEVE-ID(WS-IDX-CT) = SPACES
                       MOVE WS-CT-GARDIEN(WS-IDX-CT) TO WS-GARDIEN-ED
                       MOVE WS-CT-ADRESSE(WS-IDX-CT) TO WS-ADRESSE-ED
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-GARDIEN-ED = SPACES
               ADD 1 TO WS-NB-SANS-CONTACT
               DISPLAY "/!\ Eleve " WS-EL-ID(WS-IDX-E) " : contact "
                       "introuvable, lettre a completer /!\"
           END-IF.
       4130-CHERCHER-DESTINATAIRE-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === JOURNAL DES LETTRES D'UN ÉLÈVE                    *
      ******************************************************************

       4200-CONSULTER-JOURNAL-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           MOVE ZERO TO WS-NB-LIGNES-JOURNAL.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Aucune lettre envoyee a ce jour."
               GO TO 4200-CONSULTER-JOURNAL-FIN
           END-IF.

           DISPLAY "Envoi    Demi-j. Derniere abs. Responsable".
           PERFORM UNTIL QUITTER
               READ F-JOURNAL
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-JO-ELEVE-ID = WS-SAISIE-ID
                           ADD 1 TO WS-NB-LIGNES-JOURNAL
                           DISPLAY FS-JO-DATE-ENVOI " "
                                   FS-JO-NB-DEMI-J "     "
                                   FS-JO-DERNIERE-DATE " "
                                   FS-JO-DERNIERE-DEMI-J "    "
                                   FS-JO-GARDIEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL.

           IF WS-NB-LIGNES-JOURNAL = ZERO
               DISPLAY "Aucune lettre pour l'eleve " WS-SAISIE-ID "."
           ELSE
               DISPLAY WS-NB-LIGNES-JOURNAL " lettre(s) envoyee(s)."
           END-IF.
       4200-CONSULTER-JOURNAL-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === OUVERTURE DU JOURNAL EN AJOUT                     *
      * Créé au premier passage                                        *
      ******************************************************************

       4900-OUVRIR-JOURNAL-DEB.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT F-JOURNAL
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Probleme ouverture absences-alertes-journal.txt"
               DISPLAY "Code F-STATUS : " WS-FS-JOURNAL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       4900-OUVRIR-JOURNAL-FIN.
           EXIT.


      ******************************************************************
      * === 8100 === ÉDITION D'UNE LETTRE (UNE PAGE PAR ÉLÈVE)         *
      * Saut de page avant chaque lettre sauf la première, comme       *
      * dans attestations.cbl                                          *
      ******************************************************************

       8100-EDITER-LETTRE-DEB.
           IF WS-PREMIERE-PAGE = "O"
               MOVE "N" TO WS-PREMIERE-PAGE
               WRITE FS-ENR-LETTRE FROM WS-TIRET
           ELSE
               WRITE FS-ENR-LETTRE FROM WS-TIRET
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE "              VIE SCOLAIRE - ALERTE D'ABSENCES"
               TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE FROM WS-TIRET.

           MOVE WS-DATE-JOUR TO WS-DATE-TRAVAIL.
           PERFORM 8900-FORMATER-DATE-DEB
              THRU 8900-FORMATER-DATE-FIN.
           MOVE SPACES TO WS-LIGNE-LETTRE.
           STRING "                                        Le "
                  WS-DATE-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.

           MOVE SPACES TO WS-LIGNE-LETTRE.
           IF WS-GARDIEN-ED = SPACES
               MOVE " A l'attention du responsable legal"
                   TO WS-LIGNE-LETTRE
           ELSE
               STRING " A l'attention de " WS-GARDIEN-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LETTRE
               END-STRING
           END-IF.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO WS-LIGNE-LETTRE.
           IF WS-ADRESSE-ED = SPACES
               MOVE " (adresse a completer)" TO WS-LIGNE-LETTRE
           ELSE
               STRING " " WS-ADRESSE-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LETTRE
               END-STRING
           END-IF.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.

           MOVE SPACES TO WS-LIGNE-LETTRE.
           STRING " Objet : absences de " FUNCTION TRIM(WS-PRENOM-ED)
                  " " FUNCTION TRIM(WS-NOM-ED) " (eleve "
                  WS-EL-ID(WS-IDX-E) ", classe "
                  WS-EL-CLASSE(WS-IDX-E) ")"
               DELIMITED BY SIZE
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.

           MOVE " Madame, Monsieur," TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE SPACES TO WS-LIGNE-LETTRE.
           STRING " Nous relevons " WS-EL-NB-DEMI-J(WS-IDX-E)
                  " demi-journee(s) d'absence non justifiee sur les "
                  WS-PAR-JOURS-FENETRE " derniers jours :"
               DELIMITED BY SIZE
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.

           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL WS-IDX-D > WS-EL-NB-LISTEES(WS-IDX-E)
               MOVE WS-EL-ABS-DATE(WS-IDX-E, WS-IDX-D)
                   TO WS-DATE-TRAVAIL
               PERFORM 8900-FORMATER-DATE-DEB
                  THRU 8900-FORMATER-DATE-FIN
               IF WS-EL-ABS-DEMI-J(WS-IDX-E, WS-IDX-D) = "M"
                   MOVE "matin" TO WS-DEMI-J-ED
               ELSE
                   MOVE "apres-midi" TO WS-DEMI-J-ED
               END-IF
               MOVE SPACES TO WS-LIGNE-LETTRE
               STRING "    - " WS-DATE-ED " " WS-DEMI-J-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-LETTRE
               END-STRING
               WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE
           END-PERFORM.
           IF WS-EL-NB-DEMI-J(WS-IDX-E) > WS-EL-NB-LISTEES(WS-IDX-E)
               MOVE "    (seules les 40 plus recentes sont listees)"
                   TO FS-ENR-LETTRE
               WRITE FS-ENR-LETTRE
           END-IF.

           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE " Nous vous remercions de bien vouloir justifier ces "
               TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE " absences aupres de la vie scolaire dans les meilleurs"
               TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE " delais." TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           MOVE "                                   La vie scolaire"
               TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE FROM WS-TIRET.
           ADD 1 TO WS-NB-LETTRES.
       8100-EDITER-LETTRE-FIN.
           EXIT.

      * AAAAMMJJ (WS-DATE-TRAVAIL) vers JJ/MM/AAAA (WS-DATE-ED)
       8900-FORMATER-DATE-DEB.
           MOVE WS-DT-JJ   TO WS-DATE-ED-JJ.
           MOVE WS-DT-MM   TO WS-DATE-ED-MM.
           MOVE WS-DT-AAAA TO WS-DATE-ED-AAAA.
       8900-FORMATER-DATE-FIN.
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
