      ******************************************************************
      * PROGRAMME : RAPPEL-LOT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Trace de rappel d'un lot fournisseur : pour le
      *             numero de lot saisi (et, au choix, un seul
      *             produit), liste chaque ligne de commande client
      *             qui a expedie ce lot d'apres la trace des
      *             expeditions tenue par command-cli.cbl
      *             (expeditions-lots.txt) : commande, ligne, date
      *             d'expedition, client avec son adresse de
      *             livraison, produit, quantite expediee et quantite
      *             revenue en stock (commande sortie du statut
      *             EXPEDIE). Le stock restant du lot
      *             (stock-lots.txt) est rappele en tete, pour le
      *             bloquer. La trace est affichee et ecrite dans
      *             rappel-lot.txt.
      *
      * FICHIERS  :
      *   - F-EXPED-LOTS : expeditions-lots.txt (entree)
      *   - F-STOCK-LOTS : stock-lots.txt (entree, indexe)
      *   - F-CLIENTS    : clients.txt (entree)
      *   - F-RAPPORT    : rappel-lot.txt (sortie, recree)
      *
      * REMARQUE  : Les expeditions anterieures au suivi par lot, ou
      *             servies sur du stock sans lot ("SANS LOT"), ne
      *             sont pas tracees et ne peuvent pas figurer dans
      *             un rappel.
      *
      * MODIFICATION : 15/10/2026 - Chaque trace de rappel est conservee
      *                et inscrite au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rappel-lot.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Trace des lots expedies et rendus (cf. command-cli.cbl)
           SELECT F-EXPED-LOTS ASSIGN TO "expeditions-lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPED-LOTS.

      * Stock par produit et numero de lot (cf. reception-fourn.cbl)
           SELECT F-STOCK-LOTS ASSIGN TO "stock-lots.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LOT-CLE
               FILE STATUS IS WS-FS-STOCK-LOTS.

      * Referentiel clients (cf. clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Trace de rappel du lot
           SELECT F-RAPPORT ASSIGN TO "rappel-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Lot expedie (S) ou rendu au stock (E), tel que declare dans
      * command-cli.cbl
       FD F-EXPED-LOTS.
       01 FS-ENR-EXPED-LOT.
           05 FS-EL-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-EL-NUM-CMD          PIC X(04).
           05 FILLER                 PIC X(01).
           05 FS-EL-LIGNE            PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-EL-CLI-ID           PIC X(02).
           05 FILLER                 PIC X(01).
           05 FS-EL-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-EL-LOT              PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-EL-PEREMPTION       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-EL-QTE              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-EL-SENS             PIC X(01).

      * Stock d'un lot, tel que declare dans reception-fourn.cbl
       FD F-STOCK-LOTS.
       01 FS-ENR-STOCK-LOT.
           05 FS-LOT-CLE.
              10 FS-LOT-PRODUIT      PIC X(10).
              10 FS-LOT-NUM          PIC X(10).
           05 FS-LOT-PEREMPTION      PIC 9(08).
           05 FS-LOT-QTE             PIC 9(05).
           05 FS-LOT-DATE-RECEPTION  PIC 9(08).
           05 FS-LOT-FOURN-CODE      PIC X(06).

      * Referentiel clients, tel que declare dans clients-maint.cbl
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

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-EXPED-LOTS         PIC X(02).
       01 WS-FS-STOCK-LOTS         PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Lot recherche et produit facultatif (blanc = tous)
       01 WS-SAISIE-LOT            PIC X(10).
       01 WS-SAISIE-PRODUIT        PIC X(10).

      * Clients charges en memoire (100 max, comme command-cli.cbl)
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI-TROUVE        PIC 9(03) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLI OCCURS 100 TIMES.
              10 WS-CLI-ID              PIC X(02).
              10 WS-CLI-NOM             PIC X(11).
              10 WS-CLI-PRENOM          PIC X(09).
              10 WS-CLI-ADRESSE         PIC X(30).
              10 WS-CLI-CP              PIC X(05).
              10 WS-CLI-VILLE           PIC X(20).

      * Lignes de commande ayant expedie le lot (500 max) : quantite
      * expediee et quantite revenue en stock
       01 WS-NB-EXPED              PIC 9(03) VALUE ZERO.
       01 WS-NB-EXPED-PERDUES      PIC 9(05) VALUE ZERO.
       01 WS-IDX-EX                PIC 9(03) VALUE ZERO.
       01 WS-IDX-EX-TROUVE         PIC 9(03) VALUE ZERO.
       01 WS-TAB-EXPED.
           05 WS-EX OCCURS 500 TIMES.
              10 WS-EX-NUM-CMD          PIC X(04).
              10 WS-EX-LIGNE            PIC 9(03).
              10 WS-EX-PRODUIT          PIC X(10).
              10 WS-EX-CLI-ID           PIC X(02).
              10 WS-EX-DATE             PIC 9(08).
              10 WS-EX-QTE-EXPEDIEE     PIC 9(07).
              10 WS-EX-QTE-RENDUE       PIC 9(07).

      * Totaux de la trace
       01 WS-NB-LOTS-STOCK         PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-EXPEDIE         PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-RENDU           PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-CHEZ-CLIENTS    PIC S9(07) VALUE ZERO.

      * Zones editees
       01 WS-QTE-ED                PIC Z,ZZZ,ZZ9.
       01 WS-QTE2-ED               PIC Z,ZZZ,ZZ9.
       01 WS-CLI-NOM-ED            PIC X(21).
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "rappel-lot".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : saisie du lot, collecte, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           DISPLAY "Numero de lot a rappeler : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-LOT.
           IF WS-SAISIE-LOT = SPACES
               DISPLAY "Aucun lot saisi, rappel abandonne."
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
           DISPLAY "Produit (ENTREE = tous les produits) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.

           PERFORM 6110-CHARGER-CLIENTS-DEB
              THRU 6110-CHARGER-CLIENTS-FIN.
           PERFORM 6120-CHARGER-EXPEDITIONS-DEB
              THRU 6120-CHARGER-EXPEDITIONS-FIN.

           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture rappel-lot.txt, code : "
                   WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "RAPPEL DU LOT " FUNCTION TRIM(WS-SAISIE-LOT)
                  " AU " FUNCTION CURRENT-DATE(1:8)
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM 8100-EDITER-STOCK-LOT-DEB
              THRU 8100-EDITER-STOCK-LOT-FIN.
           PERFORM 8200-EDITER-EXPEDITIONS-DEB
              THRU 8200-EDITER-EXPEDITIONS-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Trace ecrite dans rappel-lot.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "rappel-lot.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES CLIENTS
      ******************************************************************
      * Nom et adresse de livraison (a defaut de facturation) ; sans
      * clients.txt la trace n'affiche que les codes client
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
                           MOVE FS-NOM TO WS-CLI-NOM(WS-NB-CLIENTS)
                           MOVE FS-PRENOM
                               TO WS-CLI-PRENOM(WS-NB-CLIENTS)
                           IF FS-CLI-LIV-ADRESSE NOT = SPACES
                               MOVE FS-CLI-LIV-ADRESSE
                                   TO WS-CLI-ADRESSE(WS-NB-CLIENTS)
                               MOVE FS-CLI-LIV-CP
                                   TO WS-CLI-CP(WS-NB-CLIENTS)
                               MOVE FS-CLI-LIV-VILLE
                                   TO WS-CLI-VILLE(WS-NB-CLIENTS)
                           ELSE
                               MOVE FS-CLI-FAC-ADRESSE
                                   TO WS-CLI-ADRESSE(WS-NB-CLIENTS)
                               MOVE FS-CLI-FAC-CP
                                   TO WS-CLI-CP(WS-NB-CLIENTS)
                               MOVE FS-CLI-FAC-VILLE
                                   TO WS-CLI-VILLE(WS-NB-CLIENTS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
               CLOSE F-CLIENTS
           END-IF.
       6110-CHARGER-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * COLLECTE DES EXPEDITIONS DU LOT
      ******************************************************************
      * Cumule, par commande, ligne et produit, les sorties (S) et
      * les retours (E) du lot recherche ; fichier absent = aucune
      * expedition par lot encore tracee
       6120-CHARGER-EXPEDITIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EXPED-LOTS.
           IF WS-FS-EXPED-LOTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EXPED-LOTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-EL-LOT = WS-SAISIE-LOT
                          AND (WS-SAISIE-PRODUIT = SPACES
                               OR FS-EL-PRODUIT = WS-SAISIE-PRODUIT)
                           PERFORM 6130-CUMULER-EXPEDITION-DEB
                              THRU 6130-CUMULER-EXPEDITION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EXPED-LOTS = "00" OR WS-FS-EXPED-LOTS = "10"
               CLOSE F-EXPED-LOTS
           END-IF.
       6120-CHARGER-EXPEDITIONS-FIN.
           EXIT.

      * Range la ligne de trace lue sous sa commande, ligne et
      * produit ; la date retenue est celle de la premiere sortie
       6130-CUMULER-EXPEDITION-DEB.
           MOVE ZERO TO WS-IDX-EX-TROUVE.
           PERFORM VARYING WS-IDX-EX FROM 1 BY 1
                   UNTIL WS-IDX-EX > WS-NB-EXPED
               IF WS-EX-NUM-CMD(WS-IDX-EX) = FS-EL-NUM-CMD
                  AND WS-EX-LIGNE(WS-IDX-EX) = FS-EL-LIGNE
                  AND WS-EX-PRODUIT(WS-IDX-EX) = FS-EL-PRODUIT
                   MOVE WS-IDX-EX TO WS-IDX-EX-TROUVE
               END-IF
           END-PERFORM.

           IF WS-IDX-EX-TROUVE = ZERO
               IF WS-NB-EXPED NOT < 500
                   ADD 1 TO WS-NB-EXPED-PERDUES
                   GO TO 6130-CUMULER-EXPEDITION-FIN
               END-IF
               ADD 1 TO WS-NB-EXPED
               MOVE WS-NB-EXPED TO WS-IDX-EX-TROUVE
               MOVE FS-EL-NUM-CMD TO WS-EX-NUM-CMD(WS-NB-EXPED)
               MOVE FS-EL-LIGNE   TO WS-EX-LIGNE(WS-NB-EXPED)
               MOVE FS-EL-PRODUIT TO WS-EX-PRODUIT(WS-NB-EXPED)
               MOVE FS-EL-CLI-ID  TO WS-EX-CLI-ID(WS-NB-EXPED)
               MOVE FS-EL-DATE    TO WS-EX-DATE(WS-NB-EXPED)
               MOVE ZERO TO WS-EX-QTE-EXPEDIEE(WS-NB-EXPED)
               MOVE ZERO TO WS-EX-QTE-RENDUE(WS-NB-EXPED)
           END-IF.

           IF FS-EL-SENS = "S"
               ADD FS-EL-QTE TO WS-EX-QTE-EXPEDIEE(WS-IDX-EX-TROUVE)
           ELSE
               ADD FS-EL-QTE TO WS-EX-QTE-RENDUE(WS-IDX-EX-TROUVE)
           END-IF.
       6130-CUMULER-EXPEDITION-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE LA TRACE
      ******************************************************************
      * Affiche et ecrit WS-LIGNE-RAPPORT
       8010-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8010-ECRIRE-LIGNE-FIN.
           EXIT.

      * Stock restant du lot, produit par produit, a bloquer
       8100-EDITER-STOCK-LOT-DEB.
           MOVE "--- STOCK RESTANT DU LOT ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-STOCK-LOTS.
           IF WS-FS-STOCK-LOTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-STOCK-LOTS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-LOT-NUM = WS-SAISIE-LOT
                          AND (WS-SAISIE-PRODUIT = SPACES
                               OR FS-LOT-PRODUIT = WS-SAISIE-PRODUIT)
                           ADD 1 TO WS-NB-LOTS-STOCK
                           MOVE FS-LOT-QTE TO WS-QTE-ED
                           INITIALIZE WS-LIGNE-RAPPORT
                           STRING "Produit " FS-LOT-PRODUIT
                                  " - peremption " FS-LOT-PEREMPTION
                                  " - fournisseur " FS-LOT-FOURN-CODE
                                  " - en stock : " WS-QTE-ED
                               INTO WS-LIGNE-RAPPORT
                           END-STRING
                           PERFORM 8010-ECRIRE-LIGNE-DEB
                              THRU 8010-ECRIRE-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-STOCK-LOTS = "00" OR WS-FS-STOCK-LOTS = "10"
               CLOSE F-STOCK-LOTS
           END-IF.

           IF WS-NB-LOTS-STOCK = ZERO
               MOVE "Lot inconnu du stock par lot." TO WS-LIGNE-RAPPORT
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.
       8100-EDITER-STOCK-LOT-FIN.
           EXIT.

      * Une entree par ligne de commande ayant expedie le lot : en-
      * tete commande et client, puis adresse de livraison
       8200-EDITER-EXPEDITIONS-DEB.
           MOVE "--- COMMANDES AYANT EXPEDIE LE LOT ---"
               TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-EX FROM 1 BY 1
                   UNTIL WS-IDX-EX > WS-NB-EXPED
               PERFORM 8210-EDITER-EXPEDITION-DEB
                  THRU 8210-EDITER-EXPEDITION-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           COMPUTE WS-TOTAL-CHEZ-CLIENTS =
               WS-TOTAL-EXPEDIE - WS-TOTAL-RENDU.
           MOVE WS-TOTAL-EXPEDIE TO WS-QTE-ED.
           MOVE WS-TOTAL-CHEZ-CLIENTS TO WS-QTE2-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-EXPED " ligne(s) de commande, expedie : "
                  WS-QTE-ED ", encore chez les clients : " WS-QTE2-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           IF WS-NB-EXPED-PERDUES > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-EXPED-PERDUES " mouvement(s) au-"
                      "dela de 500 lignes de commande non edite(s) "
                      "/!\"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.
       8200-EDITER-EXPEDITIONS-FIN.
           EXIT.

      * Edition de l'expedition WS-IDX-EX
       8210-EDITER-EXPEDITION-DEB.
           ADD WS-EX-QTE-EXPEDIEE(WS-IDX-EX) TO WS-TOTAL-EXPEDIE.
           ADD WS-EX-QTE-RENDUE(WS-IDX-EX)   TO WS-TOTAL-RENDU.

           MOVE ZERO TO WS-IDX-CLI-TROUVE.
           MOVE "Client inconnu" TO WS-CLI-NOM-ED.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-ID(WS-IDX-CLI) = WS-EX-CLI-ID(WS-IDX-EX)
                   MOVE WS-IDX-CLI TO WS-IDX-CLI-TROUVE
                   INITIALIZE WS-CLI-NOM-ED
                   STRING FUNCTION TRIM(WS-CLI-PRENOM(WS-IDX-CLI)) " "
                          FUNCTION TRIM(WS-CLI-NOM(WS-IDX-CLI))
                       INTO WS-CLI-NOM-ED
                   END-STRING
               END-IF
           END-PERFORM.

           MOVE WS-EX-QTE-EXPEDIEE(WS-IDX-EX) TO WS-QTE-ED.
           MOVE WS-EX-QTE-RENDUE(WS-IDX-EX)   TO WS-QTE2-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Cde " WS-EX-NUM-CMD(WS-IDX-EX)
                  " ligne " WS-EX-LIGNE(WS-IDX-EX)
                  " du " WS-EX-DATE(WS-IDX-EX)
                  " - " WS-EX-PRODUIT(WS-IDX-EX)
                  " - expedie " WS-QTE-ED
                  " - revenu " WS-QTE2-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-IDX-CLI-TROUVE = ZERO
               STRING "    Client " WS-EX-CLI-ID(WS-IDX-EX) " - "
                      FUNCTION TRIM(WS-CLI-NOM-ED)
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "    Client " WS-EX-CLI-ID(WS-IDX-EX) " - "
                   FUNCTION TRIM(WS-CLI-NOM-ED) " - "
                   FUNCTION TRIM(WS-CLI-ADRESSE(WS-IDX-CLI-TROUVE))
                   " " WS-CLI-CP(WS-IDX-CLI-TROUVE) " "
                   FUNCTION TRIM(WS-CLI-VILLE(WS-IDX-CLI-TROUVE))
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
       8210-EDITER-EXPEDITION-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
