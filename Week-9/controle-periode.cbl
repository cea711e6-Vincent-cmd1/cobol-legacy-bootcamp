       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle-periode.

      * Sous-programme du calendrier des periodes comptables : une
      * fois un mois cloture par cloture-mensuelle et ses chiffres
      * repris par la comptabilite, plus aucune ecriture (commande,
      * facture, paiement, reception, ajustement de stock) ne doit
      * etre datee de ce mois. Le calendrier periodes-comptables.txt
      * porte un etat par mois (F = ferme, O = ouvert) ; un mois
      * absent du calendrier est ouvert. Les programmes de saisie
      * controlent la date de chaque ecriture avant de la passer ;
      * la fermeture (cloture-mensuelle, periodes-maint) et la
      * reouverture par un ADMIN (periodes-maint) sont tracees dans
      * periodes-journal.txt.
      *
      * LK-ACTION      : "C" = controler LK-DATE, "F" = fermer le
      *                  mois LK-DATE(1:6), "O" = rouvrir ce mois.
      * LK-DATE        : date AAAAMMJJ de l'ecriture (controle), ou
      *                  mois AAAAMM en tete (fermeture, reouverture).
      * LK-UTILISATEUR : auteur de la fermeture ou de la reouverture.
      * LK-MOTIF       : motif porte au journal.
      * LK-RC          : controle : 0 = mois ouvert, 4 = mois ferme
      *                  (ecriture a refuser, message affiche) ;
      *                  fermeture / reouverture : 0 = fait, 4 = mois
      *                  deja dans cet etat, 8 = calendrier verrouille
      *                  ou erreur d'ecriture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Calendrier des periodes : un mois par ligne
           SELECT F-PERIODES ASSIGN TO "periodes-comptables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODES.

      * Journal des fermetures et reouvertures, en ajout
           SELECT F-JOURNAL ASSIGN TO "periodes-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.

      * Etat d'un mois : statut, date et auteur du dernier changement
       FD F-PERIODES.
       01 FS-ENR-PERIODE.
           05 FS-PC-MOIS             PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-PC-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-PC-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PC-UTILISATEUR      PIC X(30).

      * Une ligne par fermeture ou reouverture
       FD F-JOURNAL.
       01 FS-ENR-JOURNAL.
           05 FS-PJ-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PJ-HEURE            PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-PJ-MOIS             PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-PJ-ACTION           PIC X(11).
           05 FILLER                 PIC X(01).
           05 FS-PJ-UTILISATEUR      PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-PJ-MOTIF            PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-FS-PERIODES           PIC X(02).
       01 WS-FS-JOURNAL            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Mois vise et etat trouve au calendrier
       01 WS-MOIS                  PIC 9(06).
       01 WS-STATUT-MOIS           PIC X(01).
           88 WS-MOIS-FERME                     VALUE "F".
       01 WS-DATE-STATUT           PIC 9(08).
       01 WS-AUTEUR-STATUT         PIC X(30).

      * Calendrier charge en memoire pour sa reecriture (vingt ans)
       01 WS-NB-PERIODES           PIC 9(03) VALUE ZERO.
       01 WS-IDX-PC                PIC 9(03) VALUE ZERO.
       01 WS-IDX-PC-TROUVE         PIC 9(03) VALUE ZERO.
       01 WS-TAB-PERIODES.
           05 WS-PC OCCURS 240 TIMES.
              10 WS-PC-MOIS             PIC 9(06).
              10 WS-PC-STATUT           PIC X(01).
              10 WS-PC-DATE             PIC 9(08).
              10 WS-PC-UTILISATEUR      PIC X(30).

      * Verrou mono-redacteur sur le calendrier (sous-programme
      * verrou-fichier) : nom du fichier vise, nom de ce programme,
      * action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30)
                                   VALUE "periodes-comptables.txt".
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "controle-periode".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

       LINKAGE SECTION.
      * Action, date ou mois, auteur, motif et code retour
       01 LK-ACTION                PIC X(01).
       01 LK-DATE                  PIC 9(08).
       01 LK-UTILISATEUR           PIC X(30).
       01 LK-MOTIF                 PIC X(40).
       01 LK-RC                    PIC 9(02).

       PROCEDURE DIVISION USING LK-ACTION LK-DATE LK-UTILISATEUR
                                LK-MOTIF LK-RC.

       0000-TRT-PRINCIPAL-DEB.
           MOVE 0 TO LK-RC.
           MOVE LK-DATE(1:6) TO WS-MOIS.

           EVALUATE LK-ACTION
               WHEN "F"
                   PERFORM 8100-CHANGER-STATUT-DEB
                      THRU 8100-CHANGER-STATUT-FIN
               WHEN "O"
                   PERFORM 8100-CHANGER-STATUT-DEB
                      THRU 8100-CHANGER-STATUT-FIN
               WHEN OTHER
                   PERFORM 7000-CONTROLER-DATE-DEB
                      THRU 7000-CONTROLER-DATE-FIN
           END-EVALUATE.

           GOBACK.
       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE DE LA DATE D'UNE ECRITURE
      ******************************************************************
      * Calendrier absent ou mois non cite : periode ouverte
       7000-CONTROLER-DATE-DEB.
           MOVE "O" TO WS-STATUT-MOIS.
           MOVE ZERO TO WS-DATE-STATUT.
           MOVE SPACES TO WS-AUTEUR-STATUT.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PERIODES.
           IF WS-FS-PERIODES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PERIODES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-PC-MOIS = WS-MOIS
                           MOVE FS-PC-STATUT      TO WS-STATUT-MOIS
                           MOVE FS-PC-DATE        TO WS-DATE-STATUT
                           MOVE FS-PC-UTILISATEUR TO WS-AUTEUR-STATUT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PERIODES = "00" OR WS-FS-PERIODES = "10"
               CLOSE F-PERIODES
           END-IF.

           IF WS-MOIS-FERME
               MOVE 4 TO LK-RC
               DISPLAY "/!\ Periode " WS-MOIS " cloturee le "
                       WS-DATE-STATUT " par "
                       FUNCTION TRIM(WS-AUTEUR-STATUT)
                       " : ecriture datee du " LK-DATE
                       " refusee /!\"
               DISPLAY "    (reouverture de la periode par un ADMIN :"
                       " periodes-maint)"
           END-IF.
       7000-CONTROLER-DATE-FIN.
           EXIT.

      ******************************************************************
      * FERMETURE OU REOUVERTURE D'UN MOIS
      ******************************************************************
      * Sous verrou : calendrier charge, mois mis a jour ou ajoute,
      * calendrier reecrit, puis trace au journal
       8100-CHANGER-STATUT-DEB.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "periodes-comptables.txt est verrouille, "
                       "periode " WS-MOIS " inchangee."
               MOVE 8 TO LK-RC
               GO TO 8100-CHANGER-STATUT-FIN
           END-IF.

           PERFORM 6110-CHARGER-PERIODES-DEB
              THRU 6110-CHARGER-PERIODES-FIN.

           MOVE ZERO TO WS-IDX-PC-TROUVE.
           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-NB-PERIODES
               IF WS-PC-MOIS(WS-IDX-PC) = WS-MOIS
                   MOVE WS-IDX-PC TO WS-IDX-PC-TROUVE
               END-IF
           END-PERFORM.

      * Mois deja dans l'etat demande (absent du calendrier = ouvert)
           IF (WS-IDX-PC-TROUVE = ZERO AND LK-ACTION = "O")
              OR (WS-IDX-PC-TROUVE > ZERO
                  AND WS-PC-STATUT(WS-IDX-PC-TROUVE) = LK-ACTION)
               MOVE 4 TO LK-RC
               GO TO 8100-RETIRER-VERROU
           END-IF.

           IF WS-IDX-PC-TROUVE = ZERO
               IF WS-NB-PERIODES NOT < 240
                   DISPLAY "/!\ Calendrier des periodes plein (240 "
                           "mois), periode " WS-MOIS " inchangee /!\"
                   MOVE 8 TO LK-RC
                   GO TO 8100-RETIRER-VERROU
               END-IF
               ADD 1 TO WS-NB-PERIODES
               MOVE WS-NB-PERIODES TO WS-IDX-PC-TROUVE
               MOVE WS-MOIS TO WS-PC-MOIS(WS-IDX-PC-TROUVE)
           END-IF.
           MOVE LK-ACTION TO WS-PC-STATUT(WS-IDX-PC-TROUVE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-PC-DATE(WS-IDX-PC-TROUVE).
           MOVE LK-UTILISATEUR TO WS-PC-UTILISATEUR(WS-IDX-PC-TROUVE).

           PERFORM 6320-REECRIRE-PERIODES-DEB
              THRU 6320-REECRIRE-PERIODES-FIN.
           IF LK-RC = 0
               PERFORM 8200-JOURNALISER-DEB
                  THRU 8200-JOURNALISER-FIN
           END-IF.

       8100-RETIRER-VERROU.
           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       8100-CHANGER-STATUT-FIN.
           EXIT.

      * Calendrier absent : on part d'un calendrier vide
       6110-CHARGER-PERIODES-DEB.
           MOVE ZERO TO WS-NB-PERIODES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PERIODES.
           IF WS-FS-PERIODES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PERIODES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-PERIODES < 240
                           ADD 1 TO WS-NB-PERIODES
                           MOVE FS-PC-MOIS
                               TO WS-PC-MOIS(WS-NB-PERIODES)
                           MOVE FS-PC-STATUT
                               TO WS-PC-STATUT(WS-NB-PERIODES)
                           MOVE FS-PC-DATE
                               TO WS-PC-DATE(WS-NB-PERIODES)
                           MOVE FS-PC-UTILISATEUR
                               TO WS-PC-UTILISATEUR(WS-NB-PERIODES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PERIODES = "00" OR WS-FS-PERIODES = "10"
               CLOSE F-PERIODES
           END-IF.
       6110-CHARGER-PERIODES-FIN.
           EXIT.

       6320-REECRIRE-PERIODES-DEB.
           OPEN OUTPUT F-PERIODES.
           IF WS-FS-PERIODES NOT = "00"
               DISPLAY "/!\ Erreur ouverture periodes-comptables.txt,"
                       " code : " WS-FS-PERIODES " /!\"
               MOVE 8 TO LK-RC
               GO TO 6320-REECRIRE-PERIODES-FIN
           END-IF.
           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-NB-PERIODES
               MOVE SPACES TO FS-ENR-PERIODE
               MOVE WS-PC-MOIS(WS-IDX-PC)   TO FS-PC-MOIS
               MOVE WS-PC-STATUT(WS-IDX-PC) TO FS-PC-STATUT
               MOVE WS-PC-DATE(WS-IDX-PC)   TO FS-PC-DATE
               MOVE WS-PC-UTILISATEUR(WS-IDX-PC)
                   TO FS-PC-UTILISATEUR
               WRITE FS-ENR-PERIODE
           END-PERFORM.
           CLOSE F-PERIODES.
       6320-REECRIRE-PERIODES-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES FERMETURES ET REOUVERTURES
      ******************************************************************
      * Journal cree a la premiere ligne s'il n'existe pas
       8200-JOURNALISER-DEB.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT F-JOURNAL
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "/!\ periodes-journal.txt indisponible (code "
                       WS-FS-JOURNAL ") /!\"
               GO TO 8200-JOURNALISER-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-PJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO FS-PJ-HEURE.
           MOVE WS-MOIS TO FS-PJ-MOIS.
           IF LK-ACTION = "F"
               MOVE "CLOTURE" TO FS-PJ-ACTION
           ELSE
               MOVE "REOUVERTURE" TO FS-PJ-ACTION
           END-IF.
           MOVE LK-UTILISATEUR TO FS-PJ-UTILISATEUR.
           MOVE LK-MOTIF       TO FS-PJ-MOTIF.
           WRITE FS-ENR-JOURNAL.
           CLOSE F-JOURNAL.
       8200-JOURNALISER-FIN.
           EXIT.

       END PROGRAM controle-periode.
