       IDENTIFICATION DIVISION.
       PROGRAM-ID. catalogue-rapports.

      * Sous-programme du catalogue des rapports : chaque programme
      * ecrase son rapport a l'execution suivante (rupture.txt,
      * sinistralite.txt, balance-agee.txt, bulletin-conseil.txt,
      * stats-ventes.txt...). Une fois son rapport ferme, le
      * programme l'inscrit ici : le rapport est recopie dans une
      * edition conservee <rapport>-AAAAMMJJ-HHMMSS.<ext> et une
      * ligne est ajoutee a catalogue-rapports.txt (rapport,
      * programme, date et heure, operateur, nombre de lignes,
      * edition conservee). bibliotheque-rapports consulte le
      * catalogue et affiche ou reimprime une edition passee.
      *
      * L'operateur est celui de la session menu-operations
      * (session-operateur.txt), LOT-NOCTURNE pendant le lot
      * (fichier temoin lot-nocturne.flg), HORS MENU sinon.
      *
      * LK-RAPPORT   : nom du fichier rapport qui vient d'etre ferme.
      * LK-PROGRAMME : nom du programme qui l'a produit.
      * LK-RC        : 0 = edition conservee et cataloguee,
      *                4 = rapport introuvable (rien n'est fait),
      *                8 = erreur d'ecriture de l'edition ou du
      *                catalogue. Le programme appelant n'en est pas
      *                interrompu : son rapport du jour reste ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Rapport a conserver, nom passe par l'appelant
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

      * Edition conservee, nom date construit a l'execution
           SELECT F-EDITION ASSIGN TO WS-NOM-EDITION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDITION.

      * Catalogue des editions, en ajout
           SELECT F-CATALOGUE ASSIGN TO "catalogue-rapports.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGUE.

      * Operateur de la session menu-operations en cours
           SELECT F-SESSION ASSIGN TO "session-operateur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSION.

      * Fichier temoin du lot nocturne (mode batch)
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

       DATA DIVISION.
       FILE SECTION.

      * Ligne de rapport, toutes largeurs confondues
       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(250).

       FD F-EDITION.
       01 FS-ENR-EDITION             PIC X(250).

      * Une ligne par edition conservee (meme disposition dans
      * bibliotheque-rapports.cbl)
       FD F-CATALOGUE.
       01 FS-ENR-CATALOGUE.
           05 FS-CAT-RAPPORT         PIC X(40).
           05 FILLER                 PIC X(01).
           05 FS-CAT-PROGRAMME       PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-CAT-DATE            PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-CAT-HEURE           PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-CAT-OPERATEUR       PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-CAT-NB-LIGNES       PIC 9(07).
           05 FILLER                 PIC X(01).
           05 FS-CAT-EDITION         PIC X(60).

      * Utilisateur de la session, ecrit par menu-operations
       FD F-SESSION.
       01 FS-ENR-SESSION             PIC X(30).

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-FS-RAPPORT            PIC X(02).
       01 WS-FS-EDITION            PIC X(02).
       01 WS-FS-CATALOGUE          PIC X(02).
       01 WS-FS-SESSION            PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).

      * Drapeau de fin de lecture du rapport
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Noms du rapport et de son edition conservee
       01 WS-NOM-RAPPORT           PIC X(40).
       01 WS-NOM-EDITION           PIC X(60).

      * Decoupage du nom du rapport : radical et extension (a partir
      * du dernier point)
       01 WS-LG-NOM                PIC 9(02) COMP.
       01 WS-POS-POINT             PIC 9(02) COMP.
       01 WS-IDX                   PIC 9(02) COMP.
       01 WS-RADICAL               PIC X(40).
       01 WS-EXTENSION             PIC X(10).

      * Horodatage de l'edition et operateur
       01 WS-DATE-HEURE            PIC X(21).
       01 WS-OPERATEUR             PIC X(30).
       01 WS-NB-LIGNES             PIC 9(07).

       LINKAGE SECTION.
      * Rapport ferme, programme producteur et code retour
       01 LK-RAPPORT               PIC X(40).
       01 LK-PROGRAMME             PIC X(30).
       01 LK-RC                    PIC 9(02).

       PROCEDURE DIVISION USING LK-RAPPORT LK-PROGRAMME LK-RC.

       0000-TRT-PRINCIPAL-DEB.
           MOVE 0 TO LK-RC.
           MOVE LK-RAPPORT TO WS-NOM-RAPPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.

      * Rapport absent (programme arrete avant de l'ecrire) : rien a
      * cataloguer
           OPEN INPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               MOVE 4 TO LK-RC
               GOBACK
           END-IF.

           PERFORM 6010-CONSTRUIRE-NOM-EDITION-DEB
              THRU 6010-CONSTRUIRE-NOM-EDITION-FIN.
           PERFORM 6020-IDENTIFIER-OPERATEUR-DEB
              THRU 6020-IDENTIFIER-OPERATEUR-FIN.

           PERFORM 8100-COPIER-RAPPORT-DEB
              THRU 8100-COPIER-RAPPORT-FIN.
           CLOSE F-RAPPORT.

           IF LK-RC = 0
               PERFORM 8200-ECRIRE-CATALOGUE-DEB
                  THRU 8200-ECRIRE-CATALOGUE-FIN
           END-IF.

           GOBACK.
       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      ******************************************************************
      * NOM DE L'EDITION CONSERVEE
      ******************************************************************
      * sinistralite.txt -> sinistralite-AAAAMMJJ-HHMMSS.txt ; un
      * rapport sans extension recoit simplement l'horodatage
       6010-CONSTRUIRE-NOM-EDITION-DEB.
           MOVE 0 TO WS-LG-NOM.
           INSPECT FUNCTION REVERSE(WS-NOM-RAPPORT)
               TALLYING WS-LG-NOM FOR LEADING SPACES.
           COMPUTE WS-LG-NOM = 40 - WS-LG-NOM.

           MOVE 0 TO WS-POS-POINT.
           PERFORM VARYING WS-IDX FROM WS-LG-NOM BY -1
                   UNTIL WS-IDX < 2 OR WS-POS-POINT > 0
               IF WS-NOM-RAPPORT(WS-IDX:1) = "."
                   MOVE WS-IDX TO WS-POS-POINT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RADICAL WS-EXTENSION WS-NOM-EDITION.
           IF WS-POS-POINT > 0
               MOVE WS-NOM-RAPPORT(1:WS-POS-POINT - 1) TO WS-RADICAL
               MOVE WS-NOM-RAPPORT(WS-POS-POINT:
                                   WS-LG-NOM - WS-POS-POINT + 1)
                   TO WS-EXTENSION
           ELSE
               MOVE WS-NOM-RAPPORT TO WS-RADICAL
           END-IF.

           STRING FUNCTION TRIM(WS-RADICAL) "-"
                  WS-DATE-HEURE(1:8) "-" WS-DATE-HEURE(9:6)
                  FUNCTION TRIM(WS-EXTENSION)
               DELIMITED BY SIZE
               INTO WS-NOM-EDITION.
       6010-CONSTRUIRE-NOM-EDITION-FIN.
           EXIT.

      ******************************************************************
      * OPERATEUR A L'ORIGINE DU RAPPORT
      ******************************************************************
       6020-IDENTIFIER-OPERATEUR-DEB.
           MOVE "HORS MENU" TO WS-OPERATEUR.

           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               CLOSE F-LOT-FLAG
               MOVE "LOT-NOCTURNE" TO WS-OPERATEUR
               GO TO 6020-IDENTIFIER-OPERATEUR-FIN
           END-IF.

      * Session vide : menu-operations a ete quitte
           OPEN INPUT F-SESSION.
           IF WS-FS-SESSION NOT = "00"
               GO TO 6020-IDENTIFIER-OPERATEUR-FIN
           END-IF.
           READ F-SESSION
               NOT AT END
                   IF FS-ENR-SESSION NOT = SPACES
                       MOVE FS-ENR-SESSION TO WS-OPERATEUR
                   END-IF
           END-READ.
           CLOSE F-SESSION.
       6020-IDENTIFIER-OPERATEUR-FIN.
           EXIT.

      ******************************************************************
      * RECOPIE DU RAPPORT DANS SON EDITION CONSERVEE
      ******************************************************************
       8100-COPIER-RAPPORT-DEB.
           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "/!\ Edition " FUNCTION TRIM(WS-NOM-EDITION)
                       " non creee, code : " WS-FS-EDITION " /!\"
               MOVE 8 TO LK-RC
               GO TO 8100-COPIER-RAPPORT-FIN
           END-IF.

           MOVE 0 TO WS-NB-LIGNES.
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-RAPPORT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       MOVE FS-ENR-RAPPORT TO FS-ENR-EDITION
                       WRITE FS-ENR-EDITION
                       IF WS-FS-EDITION NOT = "00"
                           DISPLAY "/!\ Erreur ecriture edition "
                                   FUNCTION TRIM(WS-NOM-EDITION)
                                   ", code : " WS-FS-EDITION " /!\"
                           MOVE 8 TO LK-RC
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EDITION.
       8100-COPIER-RAPPORT-FIN.
           EXIT.

      ******************************************************************
      * AJOUT DE L'EDITION AU CATALOGUE
      ******************************************************************
      * Catalogue cree a la premiere edition s'il n'existe pas
       8200-ECRIRE-CATALOGUE-DEB.
           OPEN EXTEND F-CATALOGUE.
           IF WS-FS-CATALOGUE = "35"
               OPEN OUTPUT F-CATALOGUE
               CLOSE F-CATALOGUE
               OPEN EXTEND F-CATALOGUE
           END-IF.
           IF WS-FS-CATALOGUE NOT = "00"
               DISPLAY "/!\ Erreur ouverture catalogue-rapports.txt, "
                       "code : " WS-FS-CATALOGUE " /!\"
               MOVE 8 TO LK-RC
               GO TO 8200-ECRIRE-CATALOGUE-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-CATALOGUE.
           MOVE WS-NOM-RAPPORT     TO FS-CAT-RAPPORT.
           MOVE LK-PROGRAMME       TO FS-CAT-PROGRAMME.
           MOVE WS-DATE-HEURE(1:8) TO FS-CAT-DATE.
           MOVE WS-DATE-HEURE(9:6) TO FS-CAT-HEURE.
           MOVE WS-OPERATEUR       TO FS-CAT-OPERATEUR.
           MOVE WS-NB-LIGNES       TO FS-CAT-NB-LIGNES.
           MOVE WS-NOM-EDITION     TO FS-CAT-EDITION.
           WRITE FS-ENR-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               DISPLAY "/!\ Erreur ecriture catalogue-rapports.txt, "
                       "code : " WS-FS-CATALOGUE " /!\"
               MOVE 8 TO LK-RC
           END-IF.

           CLOSE F-CATALOGUE.
       8200-ECRIRE-CATALOGUE-FIN.
           EXIT.
