      ******************************************************************
      * PROGRAMME : LIVRAISONS-SUIVI.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Suivi des livraisons clients, en deux parties :
      *             1) les commandes EXPEDIE depuis plus de N jours
      *                sans confirmation de livraison, de la plus
      *                ancienne expedition a la plus recente (date du
      *                bon de livraison, jours ecoules, commande,
      *                client) ;
      *             2) le delai moyen expedition -> livraison par
      *                transporteur, d'apres les confirmations saisies
      *                dans command-cli.cbl (nombre de livraisons,
      *                delai moyen, minimum et maximum en jours).
      *             La liste est affichee et ecrite dans
      *             livraisons-suivi.txt.
      *
      * FICHIERS  :
      *   - F-COMMANDES   : commandes.txt (entree)
      *   - F-BON-LIVRAISON : bons-livraison.txt (entree, date
      *                     d'expedition des commandes)
      *   - F-LIVRAISONS  : livraisons.txt (entree, confirmations)
      *   - F-CLIENTS     : clients.txt (entree, nom des clients)
      *   - F-LOT-FLAG    : lot-nocturne.flg (temoin du lot nocturne)
      *   - F-RAPPORT     : livraisons-suivi.txt (sortie, recree)
      *
      * REMARQUE  : Nombre de jours saisi a l'execution (defaut 7) ;
      *             en execution batch la saisie est sautee et le
      *             defaut s'applique. Une commande EXPEDIE sans bon
      *             de livraison retrouve prend la date de la
      *             commande comme date d'expedition. Sans
      *             livraisons.txt (aucune confirmation encore
      *             saisie) la partie transporteurs est vide.
      *
      * MODIFICATION : 15/10/2026 - Chaque liste est conservee et
      *                inscrite au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. livraisons-suivi.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Commandes clients (cf. command-cli.cbl)
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Bons de livraison edites au passage EXPEDIE
           SELECT F-BON-LIVRAISON ASSIGN TO "bons-livraison.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BON-LIVRAISON.

      * Confirmations de livraison
           SELECT F-LIVRAISONS ASSIGN TO "livraisons.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVRAISONS.

      * Referentiel clients (tenu par clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Fichier temoin : present pendant le lot nocturne
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

      * Liste de suivi des livraisons
           SELECT F-RAPPORT ASSIGN TO "livraisons-suivi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Ligne de commande, telle que declaree dans command-cli.cbl
       FD F-COMMANDES.
       01 FS-ENR-COMMANDES.
           05 FS-COMMANDES-CLI-ID        PIC X(02).
           05 FS-COMMANDES-NUM           PIC X(04).
           05 FS-COMMANDES-PRODUIT       PIC X(10).
           05 FS-COMMANDES-QTE           PIC 9(05).
           05 FS-COMMANDES-PRIX-UNIT     PIC 9(05)V99.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Ligne du bon de livraison ; l'en-tete porte le numero de la
      * commande en 21:4 et la date du bon en 29:8
       FD F-BON-LIVRAISON.
       01 FS-ENR-BON-LIVRAISON           PIC X(100).

      * Confirmation de livraison, telle que declaree dans
      * command-cli.cbl
       FD F-LIVRAISONS.
       01 FS-ENR-LIVRAISON.
           05 FS-LV-NUM-CMD              PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-LV-CLI-ID               PIC X(02).
           05 FILLER                     PIC X(01).
           05 FS-LV-DATE-EXPED           PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-LV-DATE-LIVR            PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-LV-TRANSPORTEUR         PIC X(15).
           05 FILLER                     PIC X(01).
           05 FS-LV-SUIVI                PIC X(20).
           05 FILLER                     PIC X(01).
           05 FS-LV-SIGNATAIRE           PIC X(25).

      * Client, tel que declare dans clients-maint.cbl
       FD F-CLIENTS.
       01 FS-ENR-CLIENTS.
           05 FS-CLIENTS-ID              PIC X(02).
           05 FS-FILLER                  PIC X(06).
           05 FS-NOM                     PIC X(11).
           05 FS-PRENOM                  PIC X(09).
           05 FS-CLI-STATUT              PIC X(01).
           05 FS-CLI-FAC-ADRESSE         PIC X(30).
           05 FS-CLI-FAC-CP              PIC X(05).
           05 FS-CLI-FAC-VILLE           PIC X(20).
           05 FS-CLI-LIV-ADRESSE         PIC X(30).
           05 FS-CLI-LIV-CP              PIC X(05).
           05 FS-CLI-LIV-VILLE           PIC X(20).
           05 FS-CLI-DELAI-PAIEMENT      PIC 9(03).
           05 FS-CLI-PLAFOND             PIC 9(07)V99.

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-BON-LIVRAISON      PIC X(02).
       01 WS-FS-LIVRAISONS         PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Execution batch (fichier temoin du lot nocturne present)
       01 WS-MODE-BATCH            PIC X(01) VALUE SPACE.
           88 MODE-BATCH                        VALUE "1".

      * Statut des commandes expediees non confirmees
       01 WS-STATUT-EXPEDIE        PIC X(08) VALUE "EXPEDIE".

      * Nombre de jours sans confirmation au-dela duquel une
      * commande est listee, date du jour et date limite
       01 WS-JOURS-DEFAUT          PIC 9(03) VALUE 7.
       01 WS-JOURS                 PIC 9(03) VALUE 7.
       01 WS-SAISIE-JOURS          PIC 9(03) VALUE ZERO.
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-JOUR-ENTIER           PIC 9(07).
       01 WS-DATE-LIMITE           PIC 9(08).

      * Clients connus (100 max) : identifiant et nom edite
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLIENT OCCURS 100 TIMES.
              10 WS-CLI-ID              PIC X(02).
              10 WS-CLI-NOM             PIC X(21).
       01 WS-CLI-NOM-ED            PIC X(21).

      * Bons de livraison (1000 max) : commande et date du dernier
      * bon edite pour elle
       01 WS-NB-BL                 PIC 9(04) VALUE ZERO.
       01 WS-IDX-BL                PIC 9(04) VALUE ZERO.
       01 WS-BL-TROUVE             PIC 9(04) VALUE ZERO.
       01 WS-TAB-BL.
           05 WS-BL OCCURS 1000 TIMES.
              10 WS-BL-NUM-CMD          PIC X(04).
              10 WS-BL-DATE             PIC 9(08).

      * Commandes expediees non confirmees (500 max), triees sur la
      * date d'expedition ; les postes inutilises, a 9, restent en
      * fin de tableau apres le tri. WS-NB-ATTENTES-LUES compte
      * toutes les commandes a lister, y compris celles au-dela de
      * la capacite du tableau
       01 WS-NB-ATTENTES           PIC 9(03) VALUE ZERO.
       01 WS-NB-ATTENTES-LUES      PIC 9(05) VALUE ZERO.
       01 WS-IDX                   PIC 9(04) VALUE ZERO.
       01 WS-TAB-ATTENTES.
           05 WS-ATTENTE OCCURS 500 TIMES.
              10 WS-AT-DATE-EXPED       PIC 9(08).
              10 WS-AT-NUM-CMD          PIC X(04).
              10 WS-AT-CLI-ID           PIC X(02).
              10 WS-AT-SANS-BL          PIC X(01).

      * Commandes EXPEDIE deja vues (une commande multi-lignes n'est
      * comptee qu'une fois) : 1000 max
       01 WS-NB-VUES               PIC 9(04) VALUE ZERO.
       01 WS-IDX-VUE               PIC 9(04) VALUE ZERO.
       01 WS-VUE-TROUVEE           PIC X(01).
       01 WS-TAB-VUES.
           05 WS-VUE-NUM-CMD OCCURS 1000 TIMES PIC X(04).

      * Delais par transporteur (50 max)
       01 WS-NB-TRANSP             PIC 9(02) VALUE ZERO.
       01 WS-IDX-TR                PIC 9(02) VALUE ZERO.
       01 WS-TR-TROUVE             PIC 9(02) VALUE ZERO.
       01 WS-TAB-TRANSP.
           05 WS-TRANSP OCCURS 50 TIMES.
              10 WS-TR-NOM              PIC X(15).
              10 WS-TR-NB               PIC 9(05).
              10 WS-TR-CUMUL-JOURS      PIC 9(07).
              10 WS-TR-MIN              PIC 9(05).
              10 WS-TR-MAX              PIC 9(05).
       01 WS-NB-TRANSP-IGNORES     PIC 9(05) VALUE ZERO.

      * Compteurs et calculs
       01 WS-NB-EXPEDIEES          PIC 9(05) VALUE ZERO.
       01 WS-NB-LIVRAISONS         PIC 9(05) VALUE ZERO.
       01 WS-DATE-EXPED            PIC 9(08).
       01 WS-JOURS-ECOULES         PIC 9(05).
       01 WS-DELAI                 PIC 9(05).
       01 WS-DELAI-MOYEN           PIC 9(03)V9.

      * Zones editees
       01 WS-JOURS-ED              PIC ZZZZ9.
       01 WS-NB-ED                 PIC ZZZZ9.
       01 WS-MOYEN-ED              PIC ZZ9.9.
       01 WS-MIN-ED                PIC ZZZZ9.
       01 WS-MAX-ED                PIC ZZZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "livraisons-suivi".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : parametres, chargement, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           PERFORM 6005-PARAMETRES-DEB
              THRU 6005-PARAMETRES-FIN.

           PERFORM 6110-CHARGER-CLIENTS-DEB
              THRU 6110-CHARGER-CLIENTS-FIN.

           PERFORM 6120-CHARGER-BONS-DEB
              THRU 6120-CHARGER-BONS-FIN.

           PERFORM 6130-CHARGER-COMMANDES-DEB
              THRU 6130-CHARGER-COMMANDES-FIN.

           PERFORM 6140-CHARGER-LIVRAISONS-DEB
              THRU 6140-CHARGER-LIVRAISONS-FIN.

           PERFORM 8000-EDITER-LISTE-DEB
              THRU 8000-EDITER-LISTE-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * NOMBRE DE JOURS SANS CONFIRMATION
      ******************************************************************
      * Nombre saisi (vide ou zero = defaut) ; en execution batch la
      * saisie est sautee, comme dans lots-peremption.cbl
       6005-PARAMETRES-DEB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-JOURS-DEFAUT TO WS-JOURS.

           MOVE SPACE TO WS-MODE-BATCH.
           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               MOVE "1" TO WS-MODE-BATCH
               CLOSE F-LOT-FLAG
           END-IF.

           IF NOT MODE-BATCH
               DISPLAY "Jours sans confirmation de livraison (defaut "
                       WS-JOURS-DEFAUT ") : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-JOURS
               IF WS-SAISIE-JOURS NOT = ZERO
                   MOVE WS-SAISIE-JOURS TO WS-JOURS
               END-IF
           END-IF.

           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - WS-JOURS.
           COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
       6005-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CLIENTS
      ******************************************************************
      * Referentiel facultatif : sans lui, seul l'identifiant du
      * client est imprime
       6110-CHARGER-CLIENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CLIENTS < 100
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE FS-CLIENTS-ID
                               TO WS-CLI-ID(WS-NB-CLIENTS)
                           MOVE SPACES TO WS-CLI-NOM(WS-NB-CLIENTS)
                           STRING FS-NOM DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  FS-PRENOM DELIMITED BY SPACE
                               INTO WS-CLI-NOM(WS-NB-CLIENTS)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
               CLOSE F-CLIENTS
           END-IF.
       6110-CHARGER-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES BONS DE LIVRAISON
      ******************************************************************
      * Seuls les en-tetes sont retenus ; une commande reexpediee
      * garde la date de son dernier bon. Fichier facultatif
       6120-CHARGER-BONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-BON-LIVRAISON.
           IF WS-FS-BON-LIVRAISON NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-BON-LIVRAISON
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-ENR-BON-LIVRAISON(1:20)
                               = "BON DE LIVRAISON N. "
                          AND FS-ENR-BON-LIVRAISON(29:8) IS NUMERIC
                           PERFORM 6121-RETENIR-BON-DEB
                              THRU 6121-RETENIR-BON-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-BON-LIVRAISON = "00" OR WS-FS-BON-LIVRAISON = "10"
               CLOSE F-BON-LIVRAISON
           END-IF.
       6120-CHARGER-BONS-FIN.
           EXIT.

      * Met a jour la date du bon de la commande, ou l'ajoute
       6121-RETENIR-BON-DEB.
           MOVE ZERO TO WS-BL-TROUVE.
           PERFORM VARYING WS-IDX-BL FROM 1 BY 1
                   UNTIL WS-IDX-BL > WS-NB-BL
               IF WS-BL-NUM-CMD(WS-IDX-BL)
                       = FS-ENR-BON-LIVRAISON(21:4)
                   MOVE WS-IDX-BL TO WS-BL-TROUVE
               END-IF
           END-PERFORM.

           IF WS-BL-TROUVE = ZERO
               IF WS-NB-BL NOT < 1000
                   GO TO 6121-RETENIR-BON-FIN
               END-IF
               ADD 1 TO WS-NB-BL
               MOVE WS-NB-BL TO WS-BL-TROUVE
               MOVE FS-ENR-BON-LIVRAISON(21:4)
                   TO WS-BL-NUM-CMD(WS-BL-TROUVE)
           END-IF.
           MOVE FS-ENR-BON-LIVRAISON(29:8) TO WS-BL-DATE(WS-BL-TROUVE).
       6121-RETENIR-BON-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES COMMANDES EXPEDIEES NON CONFIRMEES
      ******************************************************************
      * Une commande EXPEDIE est prise une seule fois (premiere ligne
      * lue) ; elle est retenue si son expedition est anterieure a
      * la date limite
       6130-CHARGER-COMMANDES-DEB.
           MOVE ALL "9" TO WS-TAB-ATTENTES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDES.
           IF WS-FS-COMMANDES = "35"
               DISPLAY "Aucune commande (commandes.txt absent)."
               GO TO 6130-CHARGER-COMMANDES-FIN
           END-IF.
           IF WS-FS-COMMANDES NOT = "00"
               DISPLAY "Erreur ouverture commandes.txt, code : "
                   WS-FS-COMMANDES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMANDES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
                           PERFORM 6131-RETENIR-COMMANDE-DEB
                              THRU 6131-RETENIR-COMMANDE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-COMMANDES.

           IF WS-NB-ATTENTES > 1
               SORT WS-ATTENTE ON ASCENDING KEY WS-AT-DATE-EXPED
           END-IF.
       6130-CHARGER-COMMANDES-FIN.
           EXIT.

      * Date d'expedition = date du bon de livraison, a defaut date
      * de la commande
       6131-RETENIR-COMMANDE-DEB.
           MOVE 'N' TO WS-VUE-TROUVEE.
           PERFORM VARYING WS-IDX-VUE FROM 1 BY 1
                   UNTIL WS-IDX-VUE > WS-NB-VUES
               IF WS-VUE-NUM-CMD(WS-IDX-VUE) = FS-COMMANDES-NUM
                   MOVE 'O' TO WS-VUE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-VUE-TROUVEE = 'O'
               GO TO 6131-RETENIR-COMMANDE-FIN
           END-IF.
           IF WS-NB-VUES < 1000
               ADD 1 TO WS-NB-VUES
               MOVE FS-COMMANDES-NUM TO WS-VUE-NUM-CMD(WS-NB-VUES)
           END-IF.
           ADD 1 TO WS-NB-EXPEDIEES.

           MOVE ZERO TO WS-BL-TROUVE.
           PERFORM VARYING WS-IDX-BL FROM 1 BY 1
                   UNTIL WS-IDX-BL > WS-NB-BL
               IF WS-BL-NUM-CMD(WS-IDX-BL) = FS-COMMANDES-NUM
                   MOVE WS-IDX-BL TO WS-BL-TROUVE
               END-IF
           END-PERFORM.
           IF WS-BL-TROUVE = ZERO
               MOVE FS-COMMANDES-DATE TO WS-DATE-EXPED
           ELSE
               MOVE WS-BL-DATE(WS-BL-TROUVE) TO WS-DATE-EXPED
           END-IF.

           IF WS-DATE-EXPED NOT < WS-DATE-LIMITE
               GO TO 6131-RETENIR-COMMANDE-FIN
           END-IF.

           ADD 1 TO WS-NB-ATTENTES-LUES.
           IF WS-NB-ATTENTES NOT < 500
               GO TO 6131-RETENIR-COMMANDE-FIN
           END-IF.
           ADD 1 TO WS-NB-ATTENTES.
           MOVE WS-DATE-EXPED    TO WS-AT-DATE-EXPED(WS-NB-ATTENTES).
           MOVE FS-COMMANDES-NUM TO WS-AT-NUM-CMD(WS-NB-ATTENTES).
           MOVE FS-COMMANDES-CLI-ID TO WS-AT-CLI-ID(WS-NB-ATTENTES).
           IF WS-BL-TROUVE = ZERO
               MOVE "*" TO WS-AT-SANS-BL(WS-NB-ATTENTES)
           ELSE
               MOVE SPACE TO WS-AT-SANS-BL(WS-NB-ATTENTES)
           END-IF.
       6131-RETENIR-COMMANDE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CONFIRMATIONS DE LIVRAISON
      ******************************************************************
      * Cumul par transporteur du delai expedition -> livraison en
      * jours ; fichier facultatif
       6140-CHARGER-LIVRAISONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LIVRAISONS.
           IF WS-FS-LIVRAISONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LIVRAISONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-LV-DATE-EXPED IS NUMERIC
                          AND FS-LV-DATE-LIVR IS NUMERIC
                          AND FS-LV-DATE-LIVR NOT < FS-LV-DATE-EXPED
                           PERFORM 6141-CUMULER-LIVRAISON-DEB
                              THRU 6141-CUMULER-LIVRAISON-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LIVRAISONS = "00" OR WS-FS-LIVRAISONS = "10"
               CLOSE F-LIVRAISONS
           END-IF.
       6140-CHARGER-LIVRAISONS-FIN.
           EXIT.

      * Ajoute le delai de la livraison lue a son transporteur
       6141-CUMULER-LIVRAISON-DEB.
           ADD 1 TO WS-NB-LIVRAISONS.
           COMPUTE WS-DELAI =
               FUNCTION INTEGER-OF-DATE(FS-LV-DATE-LIVR)
               - FUNCTION INTEGER-OF-DATE(FS-LV-DATE-EXPED).

           MOVE ZERO TO WS-TR-TROUVE.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > WS-NB-TRANSP
               IF WS-TR-NOM(WS-IDX-TR) = FS-LV-TRANSPORTEUR
                   MOVE WS-IDX-TR TO WS-TR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TR-TROUVE = ZERO
               IF WS-NB-TRANSP NOT < 50
                   ADD 1 TO WS-NB-TRANSP-IGNORES
                   GO TO 6141-CUMULER-LIVRAISON-FIN
               END-IF
               ADD 1 TO WS-NB-TRANSP
               MOVE WS-NB-TRANSP TO WS-TR-TROUVE
               MOVE FS-LV-TRANSPORTEUR TO WS-TR-NOM(WS-TR-TROUVE)
               MOVE ZERO TO WS-TR-NB(WS-TR-TROUVE)
               MOVE ZERO TO WS-TR-CUMUL-JOURS(WS-TR-TROUVE)
               MOVE WS-DELAI TO WS-TR-MIN(WS-TR-TROUVE)
               MOVE WS-DELAI TO WS-TR-MAX(WS-TR-TROUVE)
           END-IF.

           ADD 1 TO WS-TR-NB(WS-TR-TROUVE).
           ADD WS-DELAI TO WS-TR-CUMUL-JOURS(WS-TR-TROUVE).
           IF WS-DELAI < WS-TR-MIN(WS-TR-TROUVE)
               MOVE WS-DELAI TO WS-TR-MIN(WS-TR-TROUVE)
           END-IF.
           IF WS-DELAI > WS-TR-MAX(WS-TR-TROUVE)
               MOVE WS-DELAI TO WS-TR-MAX(WS-TR-TROUVE)
           END-IF.
       6141-CUMULER-LIVRAISON-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE LA LISTE
      ******************************************************************
       8000-EDITER-LISTE-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture livraisons-suivi.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "COMMANDES EXPEDIEES SANS CONFIRMATION DEPUIS PLUS "
                  "DE " WS-JOURS " JOURS AU " WS-DATE-JOUR
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "EXPEDIE    JOURS CDE  CLIENT"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ATTENTES
               PERFORM 8100-EDITER-ATTENTE-DEB
                  THRU 8100-EDITER-ATTENTE-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-ATTENTES " commande(s) a relancer sur "
                  WS-NB-EXPEDIEES " expediee(s) non confirmee(s) "
                  "(* = sans bon de livraison, date de commande)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           IF WS-NB-ATTENTES-LUES > WS-NB-ATTENTES
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-ATTENTES-LUES " commandes a lister, "
                      "seules les " WS-NB-ATTENTES " premieres lues "
                      "sont listees /!\"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "DELAI EXPEDITION -> LIVRAISON PAR TRANSPORTEUR "
                  "(JOURS)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "TRANSPORTEUR    LIVRAISONS MOYEN   MIN   MAX"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > WS-NB-TRANSP
               PERFORM 8200-EDITER-TRANSPORTEUR-DEB
                  THRU 8200-EDITER-TRANSPORTEUR-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-LIVRAISONS " livraison(s) confirmee(s), "
                  WS-NB-TRANSP " transporteur(s)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           IF WS-NB-TRANSP-IGNORES > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-TRANSP-IGNORES " livraison(s) "
                      "au-dela de 50 transporteurs non cumulee(s) /!\"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.

           CLOSE F-RAPPORT.
           DISPLAY "Liste ecrite dans livraisons-suivi.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "livraisons-suivi.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-LISTE-FIN.
           EXIT.

      * Affiche et ecrit WS-LIGNE-RAPPORT
       8010-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8010-ECRIRE-LIGNE-FIN.
           EXIT.

      * Une ligne par commande : jours ecoules depuis l'expedition
       8100-EDITER-ATTENTE-DEB.
           COMPUTE WS-JOURS-ECOULES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - FUNCTION INTEGER-OF-DATE(WS-AT-DATE-EXPED(WS-IDX)).
           MOVE WS-JOURS-ECOULES TO WS-JOURS-ED.

           MOVE SPACES TO WS-CLI-NOM-ED.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-ID(WS-IDX-CLI) = WS-AT-CLI-ID(WS-IDX)
                   MOVE WS-CLI-NOM(WS-IDX-CLI) TO WS-CLI-NOM-ED
               END-IF
           END-PERFORM.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-AT-DATE-EXPED(WS-IDX) WS-AT-SANS-BL(WS-IDX) " "
                  WS-JOURS-ED " " WS-AT-NUM-CMD(WS-IDX) " "
                  WS-AT-CLI-ID(WS-IDX) " " WS-CLI-NOM-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
       8100-EDITER-ATTENTE-FIN.
           EXIT.

      * Une ligne par transporteur : delai moyen arrondi au dixieme
       8200-EDITER-TRANSPORTEUR-DEB.
           COMPUTE WS-DELAI-MOYEN ROUNDED =
               WS-TR-CUMUL-JOURS(WS-IDX-TR) / WS-TR-NB(WS-IDX-TR).
           MOVE WS-TR-NB(WS-IDX-TR)  TO WS-NB-ED.
           MOVE WS-DELAI-MOYEN       TO WS-MOYEN-ED.
           MOVE WS-TR-MIN(WS-IDX-TR) TO WS-MIN-ED.
           MOVE WS-TR-MAX(WS-IDX-TR) TO WS-MAX-ED.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-TR-NOM(WS-IDX-TR) "      " WS-NB-ED " "
                  WS-MOYEN-ED " " WS-MIN-ED " " WS-MAX-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
       8200-EDITER-TRANSPORTEUR-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
