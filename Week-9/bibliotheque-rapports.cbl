      ******************************************************************
      * PROGRAMME : BIBLIOTHEQUE-RAPPORTS
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Consultation du catalogue des rapports
      *             (catalogue-rapports.txt, alimente par le
      *             sous-programme catalogue-rapports a chaque
      *             rapport produit) : liste des editions conservees
      *             par rapport et par periode, puis affichage a
      *             l'ecran ou reimpression d'une edition passee.
      *             Plus besoin de savoir quelle copie datee existe
      *             pour retrouver le rapport de mardi dernier.
      *
      *             La reimpression recopie l'edition choisie dans
      *             reimpression-rapport.txt, sans toucher au rapport
      *             courant que le programme producteur a ecrit.
      *
      * FICHIERS  :
      *   - F-CATALOGUE    : catalogue-rapports.txt (lecture)
      *   - F-EDITION      : edition conservee choisie (nom
      *                      dynamique, lecture)
      *   - F-REIMPRESSION : reimpression-rapport.txt (recree)
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bibliotheque-rapports.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Catalogue des editions (cf. catalogue-rapports.cbl)
           SELECT F-CATALOGUE ASSIGN TO "catalogue-rapports.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGUE.

      * Edition conservee choisie dans la liste
           SELECT F-EDITION ASSIGN TO WS-NOM-EDITION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDITION.

      * Copie imprimable de l'edition choisie
           SELECT F-REIMPRESSION ASSIGN TO "reimpression-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REIMPRESSION.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne par edition conservee (tel que declare dans
      * catalogue-rapports.cbl)
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

       FD F-EDITION.
       01 FS-ENR-EDITION             PIC X(250).

       FD F-REIMPRESSION.
       01 FS-ENR-REIMPRESSION        PIC X(250).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-CATALOGUE          PIC X(02).
       01 WS-FS-EDITION            PIC X(02).
       01 WS-FS-REIMPRESSION       PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Filtres de la liste (blanc = pas de filtre)
       01 WS-FILTRE-RAPPORT        PIC X(40) VALUE SPACES.
       01 WS-FILTRE-DATE-DEB       PIC X(08) VALUE SPACES.
       01 WS-FILTRE-DATE-FIN       PIC X(08) VALUE SPACES.

      * Dernieres editions retenues par la liste (les 500 plus
      * recentes), numerotees pour l'affichage et la reimpression
       01 WS-NB-EDITIONS           PIC 9(03) VALUE ZERO.
       01 WS-NB-RETENUES           PIC 9(06) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-TAB-EDITIONS.
           05 WS-ED OCCURS 500 TIMES.
               10 WS-ED-RAPPORT      PIC X(40).
               10 WS-ED-PROGRAMME    PIC X(30).
               10 WS-ED-DATE         PIC 9(08).
               10 WS-ED-HEURE        PIC 9(06).
               10 WS-ED-OPERATEUR    PIC X(30).
               10 WS-ED-NB-LIGNES    PIC 9(07).
               10 WS-ED-EDITION      PIC X(60).

      * Edition choisie
       01 WS-SAISIE-NUMERO         PIC X(03).
       01 WS-NUMERO                PIC 9(03).
       01 WS-NOM-EDITION           PIC X(60).
       01 WS-NB-LIGNES             PIC 9(07).
       01 WS-NOMBRE-ED             PIC ZZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu de la bibliotheque
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* BIBLIOTHEQUE DES RAPPORTS               *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les editions                 *"
               DISPLAY "* 2 - Afficher une edition                *"
               DISPLAY "* 3 - Reimprimer une edition              *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-EDITIONS-DEB
                          THRU 9100-LISTER-EDITIONS-FIN
                   WHEN 2
                       PERFORM 9200-AFFICHER-EDITION-DEB
                          THRU 9200-AFFICHER-EDITION-FIN
                   WHEN 3
                       PERFORM 9300-REIMPRIMER-EDITION-DEB
                          THRU 9300-REIMPRIMER-EDITION-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * LISTE DES EDITIONS PAR RAPPORT ET PAR PERIODE
      ******************************************************************
      * Le catalogue est chronologique : au-dela de 500 editions
      * retenues, la plus ancienne sort de la liste pour laisser la
      * place a la plus recente
       9100-LISTER-EDITIONS-DEB.
           DISPLAY "Rapport (ex. sinistralite.txt, blanc = tous) : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTRE-RAPPORT.
           ACCEPT WS-FILTRE-RAPPORT.
           DISPLAY "Du (AAAAMMJJ, blanc = debut) : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTRE-DATE-DEB.
           ACCEPT WS-FILTRE-DATE-DEB.
           DISPLAY "Au (AAAAMMJJ, blanc = ce jour) : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTRE-DATE-FIN.
           ACCEPT WS-FILTRE-DATE-FIN.

           MOVE ZERO TO WS-NB-EDITIONS WS-NB-RETENUES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               DISPLAY "Aucun rapport catalogue."
               GO TO 9100-LISTER-EDITIONS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CATALOGUE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 9110-RETENIR-EDITION-DEB
                          THRU 9110-RETENIR-EDITION-FIN
               END-READ
           END-PERFORM.
           CLOSE F-CATALOGUE.

           IF WS-NB-EDITIONS = ZERO
               DISPLAY "Aucune edition pour cette selection."
               GO TO 9100-LISTER-EDITIONS-FIN
           END-IF.

           DISPLAY "| No  | Date     | Heure  | Rapport"
                   "                                  | Programme"
                   "                 | Operateur"
                   "                 | Lignes".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-EDITIONS
               DISPLAY "| " WS-IDX
                       " | " WS-ED-DATE(WS-IDX)
                       " | " WS-ED-HEURE(WS-IDX)
                       " | " WS-ED-RAPPORT(WS-IDX)
                       " | " WS-ED-PROGRAMME(WS-IDX)(1:25)
                       " | " WS-ED-OPERATEUR(WS-IDX)(1:25)
                       " | " WS-ED-NB-LIGNES(WS-IDX)
           END-PERFORM.

           MOVE WS-NB-RETENUES TO WS-NOMBRE-ED.
           DISPLAY "Editions retenues : " WS-NOMBRE-ED.
           IF WS-NB-RETENUES > WS-NB-EDITIONS
               DISPLAY "(seules les 500 plus recentes sont listees ;"
                       " resserrer la periode pour les plus anciennes)"
           END-IF.
       9100-LISTER-EDITIONS-FIN.
           EXIT.

      * Filtre d'une ligne du catalogue et ajout en fin de liste
       9110-RETENIR-EDITION-DEB.
           IF WS-FILTRE-RAPPORT NOT = SPACES
              AND FS-CAT-RAPPORT NOT = WS-FILTRE-RAPPORT
               GO TO 9110-RETENIR-EDITION-FIN
           END-IF.
           IF WS-FILTRE-DATE-DEB NOT = SPACES
              AND FS-CAT-DATE < WS-FILTRE-DATE-DEB
               GO TO 9110-RETENIR-EDITION-FIN
           END-IF.
           IF WS-FILTRE-DATE-FIN NOT = SPACES
              AND FS-CAT-DATE > WS-FILTRE-DATE-FIN
               GO TO 9110-RETENIR-EDITION-FIN
           END-IF.

           ADD 1 TO WS-NB-RETENUES.
           IF WS-NB-EDITIONS < 500
               ADD 1 TO WS-NB-EDITIONS
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 499
                   MOVE WS-ED(WS-IDX + 1) TO WS-ED(WS-IDX)
               END-PERFORM
           END-IF.

           MOVE FS-CAT-RAPPORT   TO WS-ED-RAPPORT(WS-NB-EDITIONS).
           MOVE FS-CAT-PROGRAMME TO WS-ED-PROGRAMME(WS-NB-EDITIONS).
           MOVE FS-CAT-DATE      TO WS-ED-DATE(WS-NB-EDITIONS).
           MOVE FS-CAT-HEURE     TO WS-ED-HEURE(WS-NB-EDITIONS).
           MOVE FS-CAT-OPERATEUR TO WS-ED-OPERATEUR(WS-NB-EDITIONS).
           MOVE FS-CAT-NB-LIGNES TO WS-ED-NB-LIGNES(WS-NB-EDITIONS).
           MOVE FS-CAT-EDITION   TO WS-ED-EDITION(WS-NB-EDITIONS).
       9110-RETENIR-EDITION-FIN.
           EXIT.

      ******************************************************************
      * CHOIX D'UNE EDITION DANS LA DERNIERE LISTE
      ******************************************************************
      * WS-NUMERO a zero : pas d'edition choisie
       9150-CHOISIR-EDITION-DEB.
           MOVE ZERO TO WS-NUMERO.
           IF WS-NB-EDITIONS = ZERO
               DISPLAY "Lister d'abord les editions (choix 1)."
               GO TO 9150-CHOISIR-EDITION-FIN
           END-IF.

           DISPLAY "Numero de l'edition (1 a " WS-NB-EDITIONS ") : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           IF FUNCTION TRIM(WS-SAISIE-NUMERO) IS NOT NUMERIC
               DISPLAY "/!\ Numero invalide /!\"
               GO TO 9150-CHOISIR-EDITION-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERO) TO WS-NUMERO.
           IF WS-NUMERO < 1 OR WS-NUMERO > WS-NB-EDITIONS
               DISPLAY "/!\ Numero invalide /!\"
               MOVE ZERO TO WS-NUMERO
               GO TO 9150-CHOISIR-EDITION-FIN
           END-IF.

      * Edition purgee depuis son inscription au catalogue
           MOVE WS-ED-EDITION(WS-NUMERO) TO WS-NOM-EDITION.
           OPEN INPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "/!\ Edition " FUNCTION TRIM(WS-NOM-EDITION)
                       " introuvable (purgee ?) /!\"
               MOVE ZERO TO WS-NUMERO
           END-IF.
       9150-CHOISIR-EDITION-FIN.
           EXIT.

      ******************************************************************
      * AFFICHAGE D'UNE EDITION A L'ECRAN
      ******************************************************************
       9200-AFFICHER-EDITION-DEB.
           PERFORM 9150-CHOISIR-EDITION-DEB
              THRU 9150-CHOISIR-EDITION-FIN.
           IF WS-NUMERO = ZERO
               GO TO 9200-AFFICHER-EDITION-FIN
           END-IF.

           DISPLAY "----- " FUNCTION TRIM(WS-ED-RAPPORT(WS-NUMERO))
                   " du " WS-ED-DATE(WS-NUMERO)
                   " a " WS-ED-HEURE(WS-NUMERO) " -----".
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-EDITION
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       DISPLAY FUNCTION TRIM(FS-ENR-EDITION TRAILING)
               END-READ
           END-PERFORM.
           CLOSE F-EDITION.
           DISPLAY "----- Fin de l'edition -----".
       9200-AFFICHER-EDITION-FIN.
           EXIT.

      ******************************************************************
      * REIMPRESSION D'UNE EDITION
      ******************************************************************
      * Recopie ligne a ligne dans reimpression-rapport.txt
       9300-REIMPRIMER-EDITION-DEB.
           PERFORM 9150-CHOISIR-EDITION-DEB
              THRU 9150-CHOISIR-EDITION-FIN.
           IF WS-NUMERO = ZERO
               GO TO 9300-REIMPRIMER-EDITION-FIN
           END-IF.

           OPEN OUTPUT F-REIMPRESSION.
           IF WS-FS-REIMPRESSION NOT = "00"
               DISPLAY "/!\ Erreur ouverture reimpression-rapport.txt,"
                       " code : " WS-FS-REIMPRESSION " /!\"
               CLOSE F-EDITION
               GO TO 9300-REIMPRIMER-EDITION-FIN
           END-IF.

           MOVE ZERO TO WS-NB-LIGNES.
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-EDITION
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-EDITION TO FS-ENR-REIMPRESSION
                       WRITE FS-ENR-REIMPRESSION
                       ADD 1 TO WS-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE F-EDITION.
           CLOSE F-REIMPRESSION.

           MOVE WS-NB-LIGNES TO WS-NOMBRE-ED.
           DISPLAY FUNCTION TRIM(WS-ED-RAPPORT(WS-NUMERO))
                   " du " WS-ED-DATE(WS-NUMERO)
                   " reimprime dans reimpression-rapport.txt ("
                   FUNCTION TRIM(WS-NOMBRE-ED) " lignes).".
       9300-REIMPRIMER-EDITION-FIN.
           EXIT.
