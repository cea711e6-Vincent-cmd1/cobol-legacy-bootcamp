      ******************************************************************
      * PROGRAMME : PRODUITS-MAINT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Maintenance du referentiel produits (inventaire
      *             .txt, indexe) : creation d'un produit avec
      *             controle d'unicite du code et d'existence du
      *             fournisseur, changement de prix avec date d'effet
      *             (ancien et nouveau prix consignes dans
      *             prix-historique.txt), desactivation /
      *             reactivation, changement du code TVA, liste et
      *             consultation de l'historique des prix. La
      *             desactivation est
      *             refusee tant qu'une commande client en ATTENTE,
      *             un reliquat ou une commande fournisseur non
      *             soldee reference encore le produit.
      *
      * FICHIERS  :
      *   - F-INVENTAIRE     : inventaire.txt (maitre, mis a jour)
      *   - F-FOURNISSEURS   : fournisseurs.txt (controle du code
      *                        fournisseur)
      *   - F-PRIX-HISTO     : prix-historique.txt (historique des
      *                        prix, lu puis alimente en ajout)
      *   - F-COMMANDES      : commandes.txt (garde-fou de
      *                        desactivation)
      *   - F-RELIQUATS      : reliquats.txt (idem)
      *   - F-COMMANDE-FOURN : commandes-fournisseur.txt (idem)
      *   - F-RECEPTIONS     : receptions.txt (quantites deja recues
      *                        sur les commandes fournisseur)
      *   - F-TAUX-TVA       : taux-tva.txt (entree, facultatif : taux
      *                        par code TVA, exemple dans
      *                        taux-tva.txt.example)
      *
      * REMARQUE  : un produit cree part avec un stock nul ; le stock
      *             n'entre que par la reception des marchandises ou
      *             le comptage d'inventaire, qui le journalisent.
      *             Statut produit : A (ou blanc) = actif,
      *             I = inactif. Code TVA : N (ou blanc) = normal,
      *             R = intermediaire, S = reduit, Z = exonere ; le
      *             taux de chaque code est lu dans taux-tva.txt.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. produits-maint.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Inventaire des produits (cf. rupture-stock.cbl)
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Referentiel fournisseurs (cf. fournisseurs-maint.cbl)
           SELECT F-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOURN-CODE
               FILE STATUS IS WS-FS-FOURNISSEURS.

      * Historique des prix, une ligne par changement
           SELECT F-PRIX-HISTO ASSIGN TO "prix-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRIX-HISTO.

      * Commandes clients (cf. command-cli.cbl)
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Reliquats en attente (cf. command-cli.cbl)
           SELECT F-RELIQUATS ASSIGN TO "reliquats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELIQUATS.

      * Commandes fournisseur (cf. rupture-stock.cbl)
           SELECT F-COMMANDE-FOURN ASSIGN TO "commandes-fournisseur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDE-FOURN.

      * Journal des receptions (cf. reception-fourn.cbl)
           SELECT F-RECEPTIONS ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEPTIONS.

      * Taux de TVA par code (parametres facultatifs)
           SELECT F-TAUX-TVA ASSIGN TO "taux-tva.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX-TVA.

       DATA DIVISION.
       FILE SECTION.

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl pour respecter l'alignement des colonnes
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT             PIC X(10).
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
               88 FS-INV-INACTIF                VALUE "I".
           05 FS-INV-TVA-CODE        PIC X(01).

      * Referentiel fournisseurs, tel que declare dans
      * fournisseurs-maint.cbl
       FD F-FOURNISSEURS.
       01 FS-ENR-FOURNISSEUR.
           05 FS-FOURN-CODE          PIC X(06).
           05 FS-FOURN-NOM           PIC X(20).
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

      * Historique des prix : produit, date d'effet, ancien prix,
      * nouveau prix et date de saisie (ancien prix a zero pour la
      * creation du produit)
       FD F-PRIX-HISTO.
       01 FS-ENR-PRIX-HISTO.
           05 FS-PH-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-PH-DATE-EFFET       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PH-ANCIEN-PRIX      PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-PH-NOUVEAU-PRIX     PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-PH-DATE-SAISIE      PIC 9(08).

      * Fichier des commandes, tel que declare dans command-cli.cbl
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

      * Reliquats, tels que declares dans command-cli.cbl
       FD F-RELIQUATS.
       01 FS-ENR-RELIQUAT.
           05 FS-RL-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-RL-CLI-ID               PIC X(02).
           05 FILLER                     PIC X(01).
           05 FS-RL-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RL-QTE-DUE              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RL-DATE-PROMISE         PIC 9(08).

      * Commande fournisseur, telle que declaree dans rupture-stock
      * .cbl
       FD F-COMMANDE-FOURN.
       01 FS-ENR-COMMANDE-FOURN.
           05 FS-CF-NUM              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-CF-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-CF-FOURN-CODE       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-CF-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-CF-QTE              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-CF-PRIX-UNITAIRE    PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-CF-MONTANT          PIC 9(08)V99.
           05 FILLER                 PIC X(01).
           05 FS-CF-DELAI-JRS        PIC 9(03).

      * Journal des receptions, tel que declare dans
      * reception-fourn.cbl
       FD F-RECEPTIONS.
       01 FS-ENR-RECEPTION.
           05 FS-RC-NUM-CF           PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-RC-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-RC-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-RC-QTE-RECUE        PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-RC-ETAT             PIC X(07).
           05 FILLER                 PIC X(01).
           05 FS-RC-DELAI-REEL       PIC S9(05).
           05 FILLER                 PIC X(01).
           05 FS-RC-DELAI-PROMIS     PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-RC-LOT              PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-RC-PEREMPTION       PIC 9(08).

      * Taux de TVA : code, taux en pourcentage (2000 = 20,00 %)
       FD F-TAUX-TVA.
       01 FS-ENR-TAUX-TVA.
           05 FS-TVA-CODE            PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-TVA-TAUX            PIC 9(02)V99.

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-FOURNISSEURS       PIC X(02).
       01 WS-FS-PRIX-HISTO         PIC X(02).
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-RELIQUATS          PIC X(02).
       01 WS-FS-COMMANDE-FOURN     PIC X(02).
       01 WS-FS-RECEPTIONS         PIC X(02).
       01 WS-FS-TAUX-TVA           PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Zones de saisie d'un produit
       01 WS-SAISIE-PRODUIT        PIC X(10).
       01 WS-SAISIE-FOURN-CODE     PIC X(06).
       01 WS-SAISIE-PRIX           PIC 9(05)V99.
       01 WS-SAISIE-DATE-EFFET     PIC 9(08).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.
       01 WS-SAISIE-TVA-CODE       PIC X(01).

      * Codes TVA admis et taux par defaut, remplaces par ceux de
      * taux-tva.txt quand il existe
       01 WS-TAB-TVA-INIT.
           05 FILLER                 PIC X(05) VALUE "N2000".
           05 FILLER                 PIC X(05) VALUE "R1000".
           05 FILLER                 PIC X(05) VALUE "S0550".
           05 FILLER                 PIC X(05) VALUE "Z0000".
       01 WS-TAB-TVA REDEFINES WS-TAB-TVA-INIT.
           05 WS-TVA OCCURS 4 TIMES.
              10 WS-TVA-CODE            PIC X(01).
              10 WS-TVA-TAUX            PIC 9(02)V99.
       01 WS-IDX-TVA               PIC 9(02).
       01 WS-FLAG-TVA-VALIDE       PIC X VALUE 'N'.
           88 WS-TVA-VALIDE                     VALUE 'Y'.

      * Controle du fournisseur saisi
       01 WS-FLAG-FOURN-VALIDE     PIC X VALUE 'N'.
           88 WS-FOURN-VALIDE                   VALUE 'Y'.

      * Changement de prix : ancien prix et derniere date d'effet
      * deja consignee pour le produit
       01 WS-ANCIEN-PRIX           PIC 9(05)V99.
       01 WS-DERNIERE-DATE-EFFET   PIC 9(08) VALUE ZERO.
       01 WS-NB-CHANGEMENTS        PIC 9(05) VALUE ZERO.
       01 WS-FLAG-AFFICHER-HISTO   PIC X VALUE 'N'.
           88 WS-AFFICHER-HISTO                 VALUE 'Y'.

      * Decompte des pieces ouvertes referencant le produit a
      * desactiver
       01 WS-NB-CMD-OUVERTES       PIC 9(05) VALUE ZERO.
       01 WS-NB-RELIQUATS          PIC 9(05) VALUE ZERO.
       01 WS-NB-CF-OUVERTES        PIC 9(05) VALUE ZERO.

      * Commandes fournisseur du produit a desactiver : numero,
      * quantite commandee et quantite deja recue
       01 WS-NB-CF                 PIC 9(04) VALUE ZERO.
       01 WS-IDX-CF                PIC 9(04) VALUE ZERO.
       01 WS-TAB-CF.
           05 WS-CF OCCURS 500 TIMES.
              10 WS-CF-NUM              PIC 9(05).
              10 WS-CF-QTE              PIC 9(05).
              10 WS-CF-QTE-RECUE        PIC 9(06).
       01 WS-FLAG-CF-TRONQUE       PIC X VALUE 'N'.
           88 WS-CF-TRONQUE                     VALUE 'Y'.

      * Editions
       01 WS-PRIX-ED               PIC ZZZZ9.99.
       01 WS-PRIX-ED2              PIC ZZZZ9.99.
       01 WS-STATUT-ED             PIC X(01).
       01 WS-TVA-CODE-ED           PIC X(01).
       01 WS-TAUX-ED               PIC Z9.99.

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "produits-maint".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu de maintenance du referentiel
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6100-CHARGER-TAUX-TVA-DEB
              THRU 6100-CHARGER-TAUX-TVA-FIN.

      * Verrou mono-redacteur sur l'inventaire, le temps de la
      * maintenance
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "inventaire.txt est verrouille, maintenance "
                       "abandonnee."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Ouverture de l'inventaire, cree s'il n'existe pas encore
           OPEN I-O F-INVENTAIRE.
           IF WS-FS-INVENTAIRE = "35"
               OPEN OUTPUT F-INVENTAIRE
               CLOSE F-INVENTAIRE
               OPEN I-O F-INVENTAIRE
           END-IF.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                   WS-FS-INVENTAIRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

           CLOSE F-INVENTAIRE.

      * Retrait du verrou sur l'inventaire
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "*  MAINTENANCE DU REFERENTIEL PRODUITS    *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Ajouter un produit                  *"
               DISPLAY "* 2 - Changer le prix d'un produit        *"
               DISPLAY "* 3 - Desactiver / reactiver              *"
               DISPLAY "* 4 - Lister les produits                 *"
               DISPLAY "* 5 - Historique des prix d'un produit    *"
               DISPLAY "* 6 - Changer le code TVA d'un produit    *"
               DISPLAY "* 7 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-AJOUTER-DEB
                          THRU 9100-AJOUTER-FIN
                   WHEN 2
                       PERFORM 9200-CHANGER-PRIX-DEB
                          THRU 9200-CHANGER-PRIX-FIN
                   WHEN 3
                       PERFORM 9300-DESACTIVER-DEB
                          THRU 9300-DESACTIVER-FIN
                   WHEN 4
                       PERFORM 9400-LISTER-DEB
                          THRU 9400-LISTER-FIN
                   WHEN 5
                       PERFORM 9500-HISTORIQUE-DEB
                          THRU 9500-HISTORIQUE-FIN
                   WHEN 6
                       PERFORM 9600-CHANGER-TVA-DEB
                          THRU 9600-CHANGER-TVA-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * AJOUT D'UN PRODUIT (CODE UNIQUE, FOURNISSEUR CONNU ET ACTIF)
      ******************************************************************
       9100-AJOUTER-DEB.
           DISPLAY "Code produit (10 car.) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           IF WS-SAISIE-PRODUIT = SPACES
               DISPLAY "/!\ Code vide, ajout annule /!\"
           ELSE
               MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT
               READ F-INVENTAIRE
                   INVALID KEY
                       PERFORM 9110-SAISIR-ET-ECRIRE-DEB
                          THRU 9110-SAISIR-ET-ECRIRE-FIN
                   NOT INVALID KEY
                       DISPLAY "/!\ Ce code produit existe deja /!\"
               END-READ
           END-IF.
       9100-AJOUTER-FIN.
           EXIT.

      * Saisie du fournisseur et du prix du nouveau produit, puis
      * ecriture avec un stock nul et consignation du prix initial
       9110-SAISIR-ET-ECRIRE-DEB.
           DISPLAY "Code fournisseur : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-FOURN-CODE.
           PERFORM 7000-CONTROLER-FOURNISSEUR-DEB
              THRU 7000-CONTROLER-FOURNISSEUR-FIN.
           IF NOT WS-FOURN-VALIDE
               GO TO 9110-SAISIR-ET-ECRIRE-FIN
           END-IF.

           MOVE ZERO TO WS-SAISIE-PRIX.
           PERFORM UNTIL WS-SAISIE-PRIX > ZERO
               DISPLAY "Prix unitaire de vente : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-PRIX
               IF WS-SAISIE-PRIX = ZERO
                   DISPLAY "Prix nul refuse, reessayez."
               END-IF
           END-PERFORM.

           DISPLAY "Code TVA (N, R, S, Z - blanc = N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TVA-CODE.
           PERFORM 7300-CONTROLER-TVA-DEB
              THRU 7300-CONTROLER-TVA-FIN.
           IF NOT WS-TVA-VALIDE
               GO TO 9110-SAISIR-ET-ECRIRE-FIN
           END-IF.

           MOVE WS-SAISIE-PRODUIT    TO FS-PRODUIT.
           MOVE ZERO                 TO FS-STOCK.
           MOVE WS-SAISIE-FOURN-CODE TO FS-INV-FOURN-CODE.
           MOVE WS-SAISIE-PRIX       TO FS-INV-PRIX.
           MOVE "A"                  TO FS-INV-STATUT.
           MOVE WS-SAISIE-TVA-CODE   TO FS-INV-TVA-CODE.
           WRITE FS-ENR-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Ecriture refusee, code : "
                           WS-FS-INVENTAIRE " /!\"
               NOT INVALID KEY
                   MOVE ZERO         TO WS-ANCIEN-PRIX
                   MOVE WS-DATE-JOUR TO WS-SAISIE-DATE-EFFET
                   PERFORM 7200-ECRIRE-HISTORIQUE-DEB
                      THRU 7200-ECRIRE-HISTORIQUE-FIN
                   DISPLAY "Produit ajoute (stock initial nul)."
           END-WRITE.
       9110-SAISIR-ET-ECRIRE-FIN.
           EXIT.

      ******************************************************************
      * CHANGEMENT DE PRIX AVEC DATE D'EFFET
      ******************************************************************
      * La date d'effet vaut par defaut la date du jour ; elle ne
      * peut etre ni posterieure a aujourd'hui (le prix de
      * l'inventaire est le prix applique aux commandes saisies), ni
      * anterieure au dernier changement deja consigne
       9200-CHANGER-PRIX-DEB.
           DISPLAY "Code du produit : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Produit introuvable /!\"
                   GO TO 9200-CHANGER-PRIX-FIN
           END-READ.
           IF FS-INV-INACTIF
               DISPLAY "/!\ Produit inactif, prix non modifiable /!\"
               GO TO 9200-CHANGER-PRIX-FIN
           END-IF.

           MOVE FS-INV-PRIX TO WS-ANCIEN-PRIX.
           MOVE FS-INV-PRIX TO WS-PRIX-ED.
           DISPLAY "Prix actuel : " WS-PRIX-ED.
           DISPLAY "Nouveau prix : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRIX.
           IF WS-SAISIE-PRIX = ZERO
               OR WS-SAISIE-PRIX = WS-ANCIEN-PRIX
               DISPLAY "/!\ Prix nul ou inchange, modification "
                       "annulee /!\"
               GO TO 9200-CHANGER-PRIX-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-AFFICHER-HISTO.
           PERFORM 7100-PARCOURIR-HISTORIQUE-DEB
              THRU 7100-PARCOURIR-HISTORIQUE-FIN.

           DISPLAY "Date d'effet AAAAMMJJ (0 = aujourd'hui) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE-EFFET.
           IF WS-SAISIE-DATE-EFFET = ZERO
               MOVE WS-DATE-JOUR TO WS-SAISIE-DATE-EFFET
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SAISIE-DATE-EFFET)
                   NOT = ZERO
               DISPLAY "/!\ Date d'effet invalide /!\"
               GO TO 9200-CHANGER-PRIX-FIN
           END-IF.
           IF WS-SAISIE-DATE-EFFET > WS-DATE-JOUR
               DISPLAY "/!\ Date d'effet posterieure a aujourd'hui "
                       "refusee /!\"
               GO TO 9200-CHANGER-PRIX-FIN
           END-IF.
           IF WS-SAISIE-DATE-EFFET < WS-DERNIERE-DATE-EFFET
               DISPLAY "/!\ Date d'effet anterieure au dernier "
                       "changement (" WS-DERNIERE-DATE-EFFET
                       ") refusee /!\"
               GO TO 9200-CHANGER-PRIX-FIN
           END-IF.

           MOVE WS-SAISIE-PRIX TO FS-INV-PRIX.
           REWRITE FS-ENR-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Reecriture refusee, code : "
                           WS-FS-INVENTAIRE " /!\"
                   GO TO 9200-CHANGER-PRIX-FIN
           END-REWRITE.
           PERFORM 7200-ECRIRE-HISTORIQUE-DEB
              THRU 7200-ECRIRE-HISTORIQUE-FIN.
           MOVE WS-SAISIE-PRIX TO WS-PRIX-ED2.
           DISPLAY "Prix modifie : " WS-PRIX-ED " -> " WS-PRIX-ED2
                   " au " WS-SAISIE-DATE-EFFET.
       9200-CHANGER-PRIX-FIN.
           EXIT.

      ******************************************************************
      * DESACTIVATION / REACTIVATION D'UN PRODUIT
      ******************************************************************
      * La desactivation est refusee tant qu'une piece ouverte
      * reference le produit : commande client en ATTENTE, reliquat
      * encore du, commande fournisseur non entierement recue
       9300-DESACTIVER-DEB.
           DISPLAY "Code du produit : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Produit introuvable /!\"
                   GO TO 9300-DESACTIVER-FIN
           END-READ.

           IF FS-INV-INACTIF
               DISPLAY "Produit inactif. Reactiver (O/N) : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRME
               IF WS-CONFIRME
                   MOVE "A" TO FS-INV-STATUT
                   REWRITE FS-ENR-INVENTAIRE
                   DISPLAY "Produit reactive."
               END-IF
               GO TO 9300-DESACTIVER-FIN
           END-IF.

           PERFORM 9310-COMPTER-CMD-OUVERTES-DEB
              THRU 9310-COMPTER-CMD-OUVERTES-FIN.
           PERFORM 9320-COMPTER-RELIQUATS-DEB
              THRU 9320-COMPTER-RELIQUATS-FIN.
           PERFORM 9330-COMPTER-CF-OUVERTES-DEB
              THRU 9330-COMPTER-CF-OUVERTES-FIN.

           IF WS-NB-CMD-OUVERTES > ZERO
               OR WS-NB-RELIQUATS > ZERO
               OR WS-NB-CF-OUVERTES > ZERO
               DISPLAY "/!\ Pieces ouvertes sur ce produit : "
                       "desactivation refusee /!\"
               DISPLAY "    Commandes clients en ATTENTE : "
                       WS-NB-CMD-OUVERTES
               DISPLAY "    Reliquats encore dus         : "
                       WS-NB-RELIQUATS
               DISPLAY "    Commandes fournisseur ouvertes : "
                       WS-NB-CF-OUVERTES
               GO TO 9300-DESACTIVER-FIN
           END-IF.

           DISPLAY "Confirmer la desactivation de "
                   FUNCTION TRIM(FS-PRODUIT) " (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF WS-CONFIRME
               MOVE "I" TO FS-INV-STATUT
               REWRITE FS-ENR-INVENTAIRE
               DISPLAY "Produit desactive."
               IF FS-STOCK > ZERO
                   DISPLAY "Stock restant a ecouler ou a ajuster : "
                           FS-STOCK
               END-IF
           ELSE
               DISPLAY "Desactivation annulee."
           END-IF.
       9300-DESACTIVER-FIN.
           EXIT.

      * Commandes clients encore en ATTENTE sur le produit
       9310-COMPTER-CMD-OUVERTES-DEB.
           MOVE ZERO TO WS-NB-CMD-OUVERTES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDES.
           IF WS-FS-COMMANDES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMANDES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-COMMANDES-PRODUIT = WS-SAISIE-PRODUIT
                          AND FS-COMMANDES-STATUT = "ATTENTE"
                           ADD 1 TO WS-NB-CMD-OUVERTES
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.
       9310-COMPTER-CMD-OUVERTES-FIN.
           EXIT.

      * Reliquats encore dus sur le produit
       9320-COMPTER-RELIQUATS-DEB.
           MOVE ZERO TO WS-NB-RELIQUATS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RELIQUATS.
           IF WS-FS-RELIQUATS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RELIQUATS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RL-PRODUIT = WS-SAISIE-PRODUIT
                          AND FS-RL-QTE-DUE > ZERO
                           ADD 1 TO WS-NB-RELIQUATS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RELIQUATS = "00" OR WS-FS-RELIQUATS = "10"
               CLOSE F-RELIQUATS
           END-IF.
       9320-COMPTER-RELIQUATS-FIN.
           EXIT.

      * Commandes fournisseur du produit dont la quantite recue
      * (cumul de receptions.txt) n'atteint pas la quantite commandee
       9330-COMPTER-CF-OUVERTES-DEB.
           MOVE ZERO TO WS-NB-CF-OUVERTES.
           MOVE ZERO TO WS-NB-CF.
           MOVE 'N' TO WS-FLAG-CF-TRONQUE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDE-FOURN.
           IF WS-FS-COMMANDE-FOURN NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMANDE-FOURN
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-CF-PRODUIT = WS-SAISIE-PRODUIT
                           IF WS-NB-CF < 500
                               ADD 1 TO WS-NB-CF
                               MOVE FS-CF-NUM TO WS-CF-NUM(WS-NB-CF)
                               MOVE FS-CF-QTE TO WS-CF-QTE(WS-NB-CF)
                               MOVE ZERO
                                   TO WS-CF-QTE-RECUE(WS-NB-CF)
                           ELSE
                               SET WS-CF-TRONQUE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDE-FOURN = "00"
               OR WS-FS-COMMANDE-FOURN = "10"
               CLOSE F-COMMANDE-FOURN
           END-IF.

           IF WS-NB-CF = ZERO
               GO TO 9330-COMPTER-CF-OUVERTES-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RECEPTIONS.
           IF WS-FS-RECEPTIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RECEPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                               UNTIL WS-IDX-CF > WS-NB-CF
                           IF WS-CF-NUM(WS-IDX-CF) = FS-RC-NUM-CF
                               ADD FS-RC-QTE-RECUE
                                   TO WS-CF-QTE-RECUE(WS-IDX-CF)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-FS-RECEPTIONS = "00" OR WS-FS-RECEPTIONS = "10"
               CLOSE F-RECEPTIONS
           END-IF.

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-NB-CF
               IF WS-CF-QTE-RECUE(WS-IDX-CF) < WS-CF-QTE(WS-IDX-CF)
                   ADD 1 TO WS-NB-CF-OUVERTES
               END-IF
           END-PERFORM.

      * Au-dela de la capacite de la table, on se met du cote de la
      * prudence
           IF WS-CF-TRONQUE
               ADD 1 TO WS-NB-CF-OUVERTES
           END-IF.
       9330-COMPTER-CF-OUVERTES-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES PRODUITS DU REFERENTIEL
      ******************************************************************
       9400-LISTER-DEB.
           MOVE 'N' TO FLAG-STOP.
           MOVE LOW-VALUES TO FS-PRODUIT.
           START F-INVENTAIRE KEY IS >= FS-PRODUIT
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           DISPLAY "| Produit    | Stock | Fourn. |     Prix | St "
                   "| TVA |".
           PERFORM UNTIL QUITTER
               READ F-INVENTAIRE NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-INV-PRIX TO WS-PRIX-ED
                       MOVE FS-INV-STATUT TO WS-STATUT-ED
                       IF WS-STATUT-ED = SPACE
                           MOVE "A" TO WS-STATUT-ED
                       END-IF
                       MOVE FS-INV-TVA-CODE TO WS-TVA-CODE-ED
                       IF WS-TVA-CODE-ED = SPACE
                           MOVE "N" TO WS-TVA-CODE-ED
                       END-IF
                       DISPLAY "| " FS-PRODUIT " | "
                               FS-STOCK " | "
                               FS-INV-FOURN-CODE " | "
                               WS-PRIX-ED " | "
                               WS-STATUT-ED "  |  "
                               WS-TVA-CODE-ED "  |"
               END-READ
           END-PERFORM.
       9400-LISTER-FIN.
           EXIT.

      ******************************************************************
      * CONSULTATION DE L'HISTORIQUE DES PRIX D'UN PRODUIT
      ******************************************************************
       9500-HISTORIQUE-DEB.
           DISPLAY "Code du produit : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           DISPLAY "| Date effet |   Ancien |  Nouveau | Saisi le |".
           SET WS-AFFICHER-HISTO TO TRUE.
           PERFORM 7100-PARCOURIR-HISTORIQUE-DEB
              THRU 7100-PARCOURIR-HISTORIQUE-FIN.
           IF WS-NB-CHANGEMENTS = ZERO
               DISPLAY "Aucun prix consigne pour ce produit."
           END-IF.
       9500-HISTORIQUE-FIN.
           EXIT.

      ******************************************************************
      * CHANGEMENT DU CODE TVA D'UN PRODUIT
      ******************************************************************
      * Le nouveau code s'applique aux factures emises ensuite ; les
      * factures deja emises gardent la TVA calculee a leur emission
       9600-CHANGER-TVA-DEB.
           DISPLAY "Code du produit : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Produit introuvable /!\"
                   GO TO 9600-CHANGER-TVA-FIN
           END-READ.

           MOVE FS-INV-TVA-CODE TO WS-TVA-CODE-ED.
           IF WS-TVA-CODE-ED = SPACE
               MOVE "N" TO WS-TVA-CODE-ED
           END-IF.
           DISPLAY "Code TVA actuel : " WS-TVA-CODE-ED.
           DISPLAY "Nouveau code TVA (N, R, S, Z) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TVA-CODE.
           PERFORM 7300-CONTROLER-TVA-DEB
              THRU 7300-CONTROLER-TVA-FIN.
           IF NOT WS-TVA-VALIDE
               GO TO 9600-CHANGER-TVA-FIN
           END-IF.
           IF WS-SAISIE-TVA-CODE = WS-TVA-CODE-ED
               DISPLAY "/!\ Code TVA inchange /!\"
               GO TO 9600-CHANGER-TVA-FIN
           END-IF.

           MOVE WS-SAISIE-TVA-CODE TO FS-INV-TVA-CODE.
           REWRITE FS-ENR-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Reecriture refusee, code : "
                           WS-FS-INVENTAIRE " /!\"
                   GO TO 9600-CHANGER-TVA-FIN
           END-REWRITE.
           MOVE WS-TVA-TAUX(WS-IDX-TVA) TO WS-TAUX-ED.
           DISPLAY "Code TVA modifie : " WS-TVA-CODE-ED " -> "
                   WS-SAISIE-TVA-CODE " (" WS-TAUX-ED " %)".
       9600-CHANGER-TVA-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES TAUX DE TVA
      ******************************************************************
      * Fichier facultatif : un code absent garde son taux par
      * defaut, un code inconnu est signale et ignore
       6100-CHARGER-TAUX-TVA-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TAUX-TVA.
           IF WS-FS-TAUX-TVA NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TAUX-TVA
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-TVA-CODE TO WS-SAISIE-TVA-CODE
                       PERFORM 7300-CONTROLER-TVA-DEB
                          THRU 7300-CONTROLER-TVA-FIN
                       IF WS-TVA-VALIDE AND FS-TVA-TAUX IS NUMERIC
                           MOVE FS-TVA-TAUX TO WS-TVA-TAUX(WS-IDX-TVA)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TAUX-TVA = "00" OR WS-FS-TAUX-TVA = "10"
               CLOSE F-TAUX-TVA
           END-IF.
       6100-CHARGER-TAUX-TVA-FIN.
           EXIT.

      ******************************************************************
      * COMPOSANTS
      ******************************************************************
      * Controle du code fournisseur saisi : il doit exister dans
      * fournisseurs.txt et y etre actif
       7000-CONTROLER-FOURNISSEUR-DEB.
           MOVE 'N' TO WS-FLAG-FOURN-VALIDE.
           OPEN INPUT F-FOURNISSEURS.
           IF WS-FS-FOURNISSEURS NOT = "00"
               DISPLAY "/!\ fournisseurs.txt indisponible (code "
                       WS-FS-FOURNISSEURS "), ajout refuse /!\"
               GO TO 7000-CONTROLER-FOURNISSEUR-FIN
           END-IF.

           MOVE WS-SAISIE-FOURN-CODE TO FS-FOURN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   DISPLAY "/!\ Fournisseur inconnu /!\"
               NOT INVALID KEY
                   IF FS-FOURN-STATUT = "I"
                       DISPLAY "/!\ Fournisseur inactif /!\"
                   ELSE
                       SET WS-FOURN-VALIDE TO TRUE
                   END-IF
           END-READ.
           CLOSE F-FOURNISSEURS.
       7000-CONTROLER-FOURNISSEUR-FIN.
           EXIT.

      * Parcours de l'historique des prix du produit
      * WS-SAISIE-PRODUIT : nombre de changements, derniere date
      * d'effet et, a la demande, affichage des lignes
       7100-PARCOURIR-HISTORIQUE-DEB.
           MOVE ZERO TO WS-NB-CHANGEMENTS.
           MOVE ZERO TO WS-DERNIERE-DATE-EFFET.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PRIX-HISTO.
           IF WS-FS-PRIX-HISTO NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PRIX-HISTO
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-PH-PRODUIT = WS-SAISIE-PRODUIT
                           ADD 1 TO WS-NB-CHANGEMENTS
                           IF FS-PH-DATE-EFFET > WS-DERNIERE-DATE-EFFET
                               MOVE FS-PH-DATE-EFFET
                                   TO WS-DERNIERE-DATE-EFFET
                           END-IF
                           IF WS-AFFICHER-HISTO
                               MOVE FS-PH-ANCIEN-PRIX  TO WS-PRIX-ED
                               MOVE FS-PH-NOUVEAU-PRIX TO WS-PRIX-ED2
                               DISPLAY "| " FS-PH-DATE-EFFET "   | "
                                       WS-PRIX-ED " | "
                                       WS-PRIX-ED2 " | "
                                       FS-PH-DATE-SAISIE " |"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PRIX-HISTO = "00" OR WS-FS-PRIX-HISTO = "10"
               CLOSE F-PRIX-HISTO
           END-IF.
       7100-PARCOURIR-HISTORIQUE-FIN.
           EXIT.

      * Ajout d'une ligne a prix-historique.txt (cree s'il n'existe
      * pas encore) : WS-SAISIE-PRODUIT, WS-SAISIE-DATE-EFFET,
      * WS-ANCIEN-PRIX et WS-SAISIE-PRIX alimentes par l'appelant
       7200-ECRIRE-HISTORIQUE-DEB.
           OPEN EXTEND F-PRIX-HISTO.
           IF WS-FS-PRIX-HISTO = "35"
               OPEN OUTPUT F-PRIX-HISTO
               CLOSE F-PRIX-HISTO
               OPEN EXTEND F-PRIX-HISTO
           END-IF.
           IF WS-FS-PRIX-HISTO NOT = "00"
               DISPLAY "/!\ prix-historique.txt indisponible (code "
                       WS-FS-PRIX-HISTO "), changement non "
                       "consigne /!\"
           ELSE
               MOVE SPACES TO FS-ENR-PRIX-HISTO
               MOVE WS-SAISIE-PRODUIT    TO FS-PH-PRODUIT
               MOVE WS-SAISIE-DATE-EFFET TO FS-PH-DATE-EFFET
               MOVE WS-ANCIEN-PRIX       TO FS-PH-ANCIEN-PRIX
               MOVE WS-SAISIE-PRIX       TO FS-PH-NOUVEAU-PRIX
               MOVE WS-DATE-JOUR         TO FS-PH-DATE-SAISIE
               WRITE FS-ENR-PRIX-HISTO
               CLOSE F-PRIX-HISTO
           END-IF.
       7200-ECRIRE-HISTORIQUE-FIN.
           EXIT.

      * Controle du code TVA WS-SAISIE-TVA-CODE (blanc = N) : rang
      * du code dans la table des taux en WS-IDX-TVA
       7300-CONTROLER-TVA-DEB.
           MOVE 'N' TO WS-FLAG-TVA-VALIDE.
           IF WS-SAISIE-TVA-CODE = SPACE
               MOVE "N" TO WS-SAISIE-TVA-CODE
           END-IF.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4 OR WS-TVA-VALIDE
               IF WS-TVA-CODE(WS-IDX-TVA) = WS-SAISIE-TVA-CODE
                   SET WS-TVA-VALIDE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-TVA-VALIDE
               SUBTRACT 1 FROM WS-IDX-TVA
           ELSE
               DISPLAY "/!\ Code TVA inconnu : " WS-SAISIE-TVA-CODE
                       " /!\"
           END-IF.
       7300-CONTROLER-TVA-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
