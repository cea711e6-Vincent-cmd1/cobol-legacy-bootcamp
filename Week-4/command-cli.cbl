      *                 de lignes : la cloture mensuelle retire les
      *                 commandes archivees de commandes.txt, un
      *                 comptage reutiliserait leurs numeros.
      * MODIFICATION : 15/10/2026 - Statut produit (FS-INV-STATUT)
      *                 ajoute en fin d'enregistrement de
      *                 l'inventaire par produits-maint.cbl : la
      *                 saisie d'une commande sur un produit desactive
      *                 est refusee, sans mise en reliquat.
      * MODIFICATION : 15/10/2026 - Commandes multi-lignes : une
      *                 commande (client, date, statut) porte autant de
      *                 lignes produit que necessaire, toutes sous le
      *                 meme FS-COMMANDES-NUM et numerotees par
      *                 FS-COMMANDES-LIGNE. Controle de stock et
      *                 reliquat par ligne ; changement de statut,
      *                 annulation et bon de livraison par commande.
      *                 Les lignes anterieures sans numero de ligne
      *                 sont lues comme la ligne 1 d'une commande a
      *                 une ligne. Capacite memoire portee a 500
      *                 lignes.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Referentiel clients etendu par
      *                 clients-maint.cbl (statut, adresses, delai de
      *                 paiement, plafond d'encours ; capacite 100
      *                 clients). La saisie d'une commande refuse un
      *                 client inconnu ou desactive et calcule son
      *                 encours (factures EMISE moins avoirs ouverts,
      *                 plus les commandes non encore facturees) : une
      *                 ligne qui ferait depasser le plafond exige la
      *                 derogation d'un ADMIN identifie par signon.
      *                 Le bon de livraison porte l'adresse de
      *                 livraison du client.
      * MODIFICATION : 15/10/2026 - Suivi par lot a l'expedition : le
      *                 passage EXPEDIE preleve chaque ligne sur les
      *                 lots du produit (stock-lots.txt) au plus tot
      *                 perime d'abord, imprime lot et peremption sur
      *                 le bon de livraison et la liste de
      *                 preparation, et trace les lots expedies dans
      *                 expeditions-lots.txt. Une commande qui quitte
      *                 EXPEDIE rend ses lots au stock.
      * MODIFICATION : 15/10/2026 - Stock par emplacement : la commande
      *                 est prelevee sur un emplacement saisi (defaut
      *                 DEPO, depot principal), porte par chaque ligne
      *                 (FS-COMMANDES-EMPLACEMENT). Le stock controle
      *                 est celui de l'emplacement : stock-emplacements
      *                 .txt pour un emplacement secondaire, part de
      *                 FS-STOCK non rangee ailleurs pour le depot
      *                 principal. L'annulation rend la quantite a
      *                 l'emplacement d'origine ; bon de livraison,
      *                 liste de preparation et journal des mouvements
      *                 portent l'emplacement.
      * MODIFICATION : 15/10/2026 - Date de livraison promise : une
      *                 ligne mise en reliquat recoit une date
      *                 calculee sur le stock et les commandes
      *                 fournisseur ouvertes du produit (reste a
      *                 recevoir d'apres receptions.txt, date de
      *                 commande + delai fournisseur), apres les
      *                 reliquats deja dus. Annoncee au client, elle
      *                 est portee sur le reliquat (FS-RL-DATE-PROMISE)
      *                 et affichee dans le rapport par client.
      * MODIFICATION : 15/10/2026 - Confirmation de livraison (choix 3,
      *                 ADMIN) : une commande EXPEDIE dont le bon de
      *                 livraison est retrouve dans bons-livraison.txt
      *                 passe au statut LIVRE avec la date de
      *                 livraison, le transporteur, le numero de suivi
      *                 et le signataire, enregistres dans
      *                 livraisons.txt. Une commande LIVRE n'est plus
      *                 modifiable et reste dans l'encours client.
      * MODIFICATION : 15/10/2026 - Periodes comptables : saisie de
      *                 commande, changement de statut et confirmation
      *                 de livraison sont refuses si leur date tombe
      *                 dans un mois cloture (controle-periode.cbl),
      *                 sauf reouverture par un ADMIN (periodes-maint).
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Referentiel clients (tenu par clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Registre des factures (cf. facturation-cli.cbl), lu pour
      * calculer l'encours du client a la saisie d'une commande
           SELECT F-FACTURES ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Fichier des commandes, une ligne par ligne produit ; les
      * lignes d'une meme commande partagent FS-COMMANDES-NUM
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELIQUATS.

      * Commandes fournisseur (cf. rupture-stock.cbl) et journal des
      * receptions (cf. reception-fourn.cbl), lus pour promettre une
      * date de livraison a la mise en reliquat
           SELECT F-COMMANDE-FOURN ASSIGN TO "commandes-fournisseur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDE-FOURN.
           SELECT F-RECEPTIONS ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEPTIONS.

      * Bons de livraison edites a chaque passage EXPEDIE, en ajout
           SELECT F-BON-LIVRAISON ASSIGN TO "bons-livraison.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BON-LIVRAISON.

      * Confirmations de livraison (date, transporteur, numero de
      * suivi, signataire), une ligne par commande passee LIVRE, en
      * ajout
           SELECT F-LIVRAISONS ASSIGN TO "livraisons.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVRAISONS.

      * Liste de preparation du depot, regroupable par produit, en
      * ajout : une ligne par expedition
           SELECT F-PREPARATION ASSIGN TO "liste-preparation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREPARATION.

      * Stock par produit et numero de lot (cf. reception-fourn.cbl),
      * preleve au plus tot perime a l'expedition ; ecrit sous le
      * verrou de inventaire.txt, dont il detaille le stock
           SELECT F-STOCK-LOTS ASSIGN TO "stock-lots.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LOT-CLE
               FILE STATUS IS WS-FS-STOCK-LOTS.

      * Stock par produit et emplacement secondaire (cf.
      * reception-fourn.cbl) ; le depot principal n'y figure pas, il
      * detient la part de FS-STOCK non rangee ailleurs. Ecrit sous
      * le verrou de inventaire.txt, dont il detaille le stock
           SELECT F-STOCK-EMPL ASSIGN TO "stock-emplacements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SE-CLE
               FILE STATUS IS WS-FS-STOCK-EMPL.

      * Referentiel des emplacements de stock (facultatif : sans lui,
      * seul le depot principal DEPO est connu)
           SELECT F-EMPLACEMENTS ASSIGN TO "emplacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPLACEMENTS.

      * Trace des lots expedies (S) et rendus au stock (E) par
      * commande, en ajout, relue par rappel-lot.cbl
           SELECT F-EXPED-LOTS ASSIGN TO "expeditions-lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPED-LOTS.

      * Plus haut numero de commande jamais emis, partage avec
      * reliquats-allocation.cbl : survit a la cloture mensuelle qui
      * retire les commandes archivees de commandes.txt
       DATA DIVISION.
       FILE SECTION.

      * Définition du fichier d'entrée des clients, telle que
      * declaree dans clients-maint.cbl : statut, adresses de
      * facturation et de livraison, delai de paiement et plafond
      * d'encours a la suite de l'identite
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

      * Registre des factures, tel que declare dans
      * facturation-cli.cbl (FS-FAC-TYPE : A = avoir)
       FD F-FACTURES.
       01 FS-ENR-FACTURE.
           05 FS-FAC-NUM                 PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-FAC-DATE                PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-FAC-CLI-ID              PIC X(02).
           05 FILLER                     PIC X(01).
           05 FS-FAC-NUM-CMD             PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-FAC-MONTANT             PIC 9(07)V99.
           05 FILLER                     PIC X(01).
           05 FS-FAC-STATUT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 FS-FAC-DATE-PAIEMENT       PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-FAC-TYPE                PIC X(01).
           05 FILLER                     PIC X(01).
           05 FS-FAC-MONTANT-HT          PIC 9(07)V99.
           05 FS-FAC-VENTILATION.
              10 FS-FAC-VENT OCCURS 4 TIMES.
                 15 FILLER               PIC X(01).
                 15 FS-FAC-TVA-CODE      PIC X(01).
                 15 FS-FAC-TVA-TAUX      PIC 9(02)V99.
                 15 FS-FAC-TVA-BASE      PIC 9(07)V99.
                 15 FS-FAC-TVA-MONTANT   PIC 9(07)V99.
           05 FILLER                     PIC X(01).
           05 FS-FAC-DATE-ECHEANCE       PIC 9(08).

      * Définition du fichier des commandes : client, numéro, produit,
      * quantité, prix unitaire, total de la ligne, statut, date,
      * numero de la ligne dans la commande et emplacement de
      * prelevement. L'en-tete (client, statut, date, emplacement)
      * est repete a l'identique sur chaque ligne
       FD F-COMMANDES.
       01 FS-ENR-COMMANDES.
           05 FS-COMMANDES-CLI-ID        PIC X(02).
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Inventaire des produits, tel que déclaré dans rupture-stock
      * .cbl, repris à l'identique pour respecter l'alignement des
           05 FS-STOCK                   PIC 9(05).
           05 FS-INV-FOURN-CODE          PIC X(06).
           05 FS-INV-PRIX                PIC 9(05)V99.
           05 FS-INV-STATUT              PIC X(01).
           05 FS-INV-TVA-CODE            PIC X(01).

      * Une ligne de journal par mouvement de stock : date, produit,
      * quantite, sens (E = entree, S = sortie) et reference de la
           05 FS-MV-SENS                 PIC X(01).
           05 FILLER                     PIC X(01).
           05 FS-MV-REFERENCE            PIC X(12).
           05 FILLER                     PIC X(01).
           05 FS-MV-EMPLACEMENT          PIC X(04).

      * Un reliquat par refus pour stock insuffisant : date, client,
      * produit, quantite encore due et date de livraison promise
      * (zero ou absente = a confirmer)
       FD F-RELIQUATS.
       01 FS-ENR-RELIQUAT.
           05 FS-RL-DATE                 PIC 9(08).
           05 FS-RL-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RL-QTE-DUE              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RL-DATE-PROMISE         PIC 9(08).

      * Commande fournisseur, telle que declaree dans rupture-stock
      * .cbl pour respecter l'alignement des colonnes
       FD F-COMMANDE-FOURN.
       01 FS-ENR-COMMANDE-FOURN.
           05 FS-CF-NUM                  PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-CF-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-CF-FOURN-CODE           PIC X(06).
           05 FILLER                     PIC X(01).
           05 FS-CF-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-CF-QTE                  PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-CF-PRIX-UNITAIRE        PIC 9(05)V99.
           05 FILLER                     PIC X(01).
           05 FS-CF-MONTANT              PIC 9(08)V99.
           05 FILLER                     PIC X(01).
           05 FS-CF-DELAI-JRS            PIC 9(03).

      * Journal des receptions, tel que declare dans
      * reception-fourn.cbl
       FD F-RECEPTIONS.
       01 FS-ENR-RECEPTION.
           05 FS-RC-NUM-CF               PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RC-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-RC-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RC-QTE-RECUE            PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RC-ETAT                 PIC X(07).
           05 FILLER                     PIC X(01).
           05 FS-RC-DELAI-REEL           PIC S9(05).
           05 FILLER                     PIC X(01).
           05 FS-RC-DELAI-PROMIS         PIC 9(03).
           05 FILLER                     PIC X(01).
           05 FS-RC-LOT                  PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RC-PEREMPTION           PIC 9(08).

      * Lignes imprimables des bons de livraison
       FD F-BON-LIVRAISON.
       01 FS-ENR-BON-LIVRAISON           PIC X(100).

      * Confirmation de livraison d'une commande : numero du bon de
      * livraison (= numero de la commande), client, date du bon
      * (expedition), date de livraison, transporteur, numero de
      * suivi et nom du signataire
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

      * Liste de preparation du depot : produit, quantite, commande,
      * lot a prelever et sa date de peremption
       FD F-PREPARATION.
       01 FS-ENR-PREPARATION.
           05 FS-PREP-PRODUIT            PIC X(10).
           05 FS-PREP-NUM-CMD            PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-PREP-DATE               PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-PREP-LOT                PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-PREP-PEREMPTION         PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-PREP-EMPLACEMENT        PIC X(04).

      * Stock d'un lot, tel que declare dans reception-fourn.cbl
       FD F-STOCK-LOTS.
       01 FS-ENR-STOCK-LOT.
           05 FS-LOT-CLE.
              10 FS-LOT-PRODUIT          PIC X(10).
              10 FS-LOT-NUM              PIC X(10).
           05 FS-LOT-PEREMPTION          PIC 9(08).
           05 FS-LOT-QTE                 PIC 9(05).
           05 FS-LOT-DATE-RECEPTION      PIC 9(08).
           05 FS-LOT-FOURN-CODE          PIC X(06).

      * Stock d'un emplacement secondaire, tel que declare dans
      * reception-fourn.cbl
       FD F-STOCK-EMPL.
       01 FS-ENR-STOCK-EMPL.
           05 FS-SE-CLE.
              10 FS-SE-PRODUIT           PIC X(10).
              10 FS-SE-EMPLACEMENT       PIC X(04).
           05 FS-SE-QTE                  PIC 9(05).

      * Un emplacement par ligne : code et libelle
       FD F-EMPLACEMENTS.
       01 FS-ENR-EMPLACEMENT.
           05 FS-EMPL-CODE               PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-EMPL-LIBELLE            PIC X(30).

      * Une ligne par lot expedie (sens S) ou rendu au stock (sens E)
      * sur une ligne de commande
       FD F-EXPED-LOTS.
       01 FS-ENR-EXPED-LOT.
           05 FS-EL-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-EL-NUM-CMD              PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-EL-LIGNE                PIC 9(03).
           05 FILLER                     PIC X(01).
           05 FS-EL-CLI-ID               PIC X(02).
           05 FILLER                     PIC X(01).
           05 FS-EL-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-EL-LOT                  PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-EL-PEREMPTION           PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-EL-QTE                  PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-EL-SENS                 PIC X(01).

      * Une seule ligne : le plus haut numero de commande jamais emis
       FD F-COMPTEUR.

       WORKING-STORAGE SECTION.

      * Stockage mémoire des clients (100 max), meme disposition
      * que l'enregistrement du fichier
       01 WS-ENR-CLIENTS.
           05 WS-CLIENTS OCCURS 100 TIMES.
               10 WS-CLIENTS-ID          PIC X(02).
               10 WS-FILLER              PIC X(06).
               10 WS-NOM                 PIC X(11).
               10 WS-PRENOM              PIC X(09).
               10 WS-CLI-STATUT          PIC X(01).
               10 WS-CLI-FAC-ADRESSE     PIC X(30).
               10 WS-CLI-FAC-CP          PIC X(05).
               10 WS-CLI-FAC-VILLE       PIC X(20).
               10 WS-CLI-LIV-ADRESSE     PIC X(30).
               10 WS-CLI-LIV-CP          PIC X(05).
               10 WS-CLI-LIV-VILLE       PIC X(20).
               10 WS-CLI-DELAI-PAIEMENT  PIC 9(03).
               10 WS-CLI-PLAFOND         PIC 9(07)V99.

      * Stockage mémoire des lignes de commandes (500 max)
       01 WS-ENR-COMMANDES.
           05 WS-COMMANDES OCCURS 500 TIMES.
               10 WS-COMMANDES-CLI-ID    PIC X(02).
               10 WS-COMMANDES-NUM       PIC X(04).
               10 WS-COMMANDES-PRODUIT   PIC X(10).
               10 WS-COMMANDES-TOTAL-LIGNE PIC 9(07)V99.
               10 WS-COMMANDES-STATUT    PIC X(08).
               10 WS-COMMANDES-DATE      PIC 9(08).
               10 WS-COMMANDES-LIGNE     PIC 9(03).
               10 WS-COMMANDES-EMPLACEMENT PIC X(04).

      * Index pour parcours des tableaux
       01 WS-IDX-CLI                 PIC 9(03) VALUE 1.
       01 WS-IDX-CLI-FIN             PIC 9(03) VALUE 100.
       01 WS-IDX-CMD                 PIC 9(03) VALUE 1.
       01 WS-IDX-CMD-FIN             PIC 9(03) VALUE 500.
       01 WS-NB-CMD-LUES             PIC 9(03) VALUE ZERO.
      * Nombre reel de lignes dans commandes.txt, y compris celles
      * au-dela de la capacite du tableau : tant que ce compteur
       01 WS-SAISIE-TOTAL-LIGNE      PIC 9(07)V99.
       01 WS-TOTAL-COMMANDES-SESSION PIC 9(09)V99 VALUE ZERO.

      * Lignes de la commande en cours de saisie (20 max) : seules
      * les lignes servies sur stock y figurent, ecrites ensemble
      * sous un meme numero a la fin de la saisie
       01 WS-NB-LIGNES-SAISIE        PIC 9(02) VALUE ZERO.
       01 WS-IDX-LIGNE               PIC 9(02) VALUE ZERO.
       01 WS-TAB-LIGNES-SAISIE.
           05 WS-LIGNE-SAISIE OCCURS 20 TIMES.
              10 WS-LS-PRODUIT          PIC X(10).
              10 WS-LS-QTE              PIC 9(05).
              10 WS-LS-PRIX-UNIT        PIC 9(05)V99.
              10 WS-LS-TOTAL-LIGNE      PIC 9(07)V99.
       01 WS-NUM-CMD-SAISIE          PIC 9(04).
       01 WS-TOTAL-CMD-SAISIE        PIC 9(09)V99.
       01 WS-DATE-CMD-SAISIE         PIC 9(08).
       01 WS-FLAG-FIN-LIGNES         PIC X VALUE 'N'.
           88 WS-FIN-LIGNES                      VALUE 'Y'.

      * Statuts connus d'une commande
       01 WS-STATUT-ATTENTE          PIC X(08) VALUE "ATTENTE".
       01 WS-STATUT-EXPEDIE          PIC X(08) VALUE "EXPEDIE".
       01 WS-STATUT-ANNULE           PIC X(08) VALUE "ANNULE".
       01 WS-STATUT-LIVRE            PIC X(08) VALUE "LIVRE".

      * Confirmation de livraison : date du bon de livraison
      * retrouve dans bons-livraison.txt (en-tete "BON DE LIVRAISON
      * N. nnnn DU aaaammjj", le dernier edite pour la commande) et
      * zones saisies
       01 WS-FS-LIVRAISONS           PIC X(02).
       01 WS-LV-DATE-EXPED           PIC 9(08) VALUE ZERO.
       01 WS-LV-DATE-LIVR            PIC 9(08) VALUE ZERO.
       01 WS-LV-DATE-JOUR            PIC 9(08).
       01 WS-SAISIE-DATE-LIVR        PIC X(08).
       01 WS-SAISIE-TRANSPORTEUR     PIC X(15).
       01 WS-SAISIE-SUIVI            PIC X(20).
       01 WS-SAISIE-SIGNATAIRE       PIC X(25).

      * Journal des mouvements de stock : code retour et zones de
      * travail alimentees avant l'appel de 9500-ECRIRE-MOUVEMENT
       01 WS-MV-QTE                  PIC 9(05).
       01 WS-MV-SENS                 PIC X(01).
       01 WS-MV-REFERENCE            PIC X(12).
       01 WS-MV-EMPLACEMENT          PIC X(04).

      * Emplacements de stock connus (20 max) : le depot principal
      * en premier, toujours connu, puis ceux de emplacements.txt
       01 WS-FS-STOCK-EMPL           PIC X(02).
       01 WS-FS-EMPLACEMENTS         PIC X(02).
       01 WS-EMPL-PRINCIPAL          PIC X(04) VALUE "DEPO".
       01 WS-NB-EMPL                 PIC 9(02) VALUE ZERO.
       01 WS-IDX-EMPL                PIC 9(02) VALUE ZERO.
       01 WS-TAB-EMPL.
           05 WS-EMPL OCCURS 20 TIMES.
              10 WS-EMPL-CODE           PIC X(04).
              10 WS-EMPL-LIBELLE        PIC X(30).
       01 WS-FLAG-EMPL-OUVERT        PIC X VALUE 'N'.
           88 WS-EMPL-OUVERT                     VALUE 'Y'.
       01 WS-FLAG-FIN-EMPL           PIC X VALUE 'N'.
           88 WS-FIN-EMPL                        VALUE 'Y'.

      * Emplacement de prelevement de la commande en saisie, stock
      * range ailleurs qu'au depot principal et stock disponible a
      * l'emplacement pour le produit de la ligne
       01 WS-EMPL-CMD-SAISIE         PIC X(04).
       01 WS-EMPL-LIBELLE-ED         PIC X(30).
       01 WS-STOCK-AILLEURS          PIC 9(06) VALUE ZERO.
       01 WS-STOCK-DISPO             PIC S9(06) VALUE ZERO.

      * Reliquats charges en memoire pour le rapport par client
       01 WS-FS-RELIQUATS            PIC X(02).
              10 WS-RL-CLI-ID           PIC X(02).
              10 WS-RL-PRODUIT          PIC X(10).
              10 WS-RL-QTE-DUE          PIC 9(05).
              10 WS-RL-DATE-PROMISE     PIC 9(08).
       01 WS-FLAG-RL-CLIENT          PIC X VALUE 'N'.
           88 WS-CLIENT-A-DES-RL                 VALUE 'Y'.

      * Date de livraison promise a la mise en reliquat : les
      * reliquats deja dus sur le produit sont servis avant la ligne
      * refusee, par le stock puis par les commandes fournisseur
      * ouvertes (reste a recevoir), de la plus tot attendue a la
      * plus tard. Quantites recues par commande fournisseur,
      * approvisionnements attendus du produit (tries sur la date ;
      * les postes inutilises, a 9, restent en fin de tableau)
       01 WS-FS-COMMANDE-FOURN       PIC X(02).
       01 WS-FS-RECEPTIONS           PIC X(02).
       01 WS-DATE-PROMISE            PIC 9(08) VALUE ZERO.
       01 WS-ATP-DATE-JOUR           PIC 9(08).
       01 WS-ATP-BESOIN              PIC 9(07) VALUE ZERO.
       01 WS-ATP-CUMUL               PIC 9(07) VALUE ZERO.
       01 WS-ATP-RESTANT             PIC S9(06) VALUE ZERO.
       01 WS-ATP-JOUR-ENTIER         PIC 9(07).
       01 WS-NB-REC-CF               PIC 9(04) VALUE ZERO.
       01 WS-IDX-REC-CF              PIC 9(04) VALUE ZERO.
       01 WS-TAB-REC-CF.
           05 WS-REC-CF OCCURS 2000 TIMES.
              10 WS-RCF-NUM             PIC 9(05).
              10 WS-RCF-QTE             PIC 9(05).
       01 WS-NB-APPRO                PIC 9(02) VALUE ZERO.
       01 WS-IDX-AP                  PIC 9(02) VALUE ZERO.
       01 WS-TAB-APPRO.
           05 WS-APPRO OCCURS 50 TIMES.
              10 WS-AP-DATE             PIC 9(08).
              10 WS-AP-QTE              PIC 9(05).

      * Bons de livraison et liste de preparation : codes retour et
      * zone de construction des lignes
       01 WS-FS-BON-LIVRAISON        PIC X(02).
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

      * Plafond d'encours du client de la commande en saisie :
      * encours = factures EMISE - avoirs ouverts + lignes ATTENTE
      * ou EXPEDIE non encore facturees (montant HT, la TVA n'etant
      * calculee qu'a la facturation). Au-dela du plafond, chaque
      * ligne exige la derogation d'un ADMIN, accordee une fois
      * pour toute la commande
       01 WS-FS-FACTURES             PIC X(02).
       01 WS-IDX-CLI-SAISIE          PIC 9(03) VALUE ZERO.
       01 WS-ENCOURS                 PIC S9(09)V99 VALUE ZERO.
       01 WS-ENCOURS-PREVU           PIC S9(09)V99 VALUE ZERO.
       01 WS-ENCOURS-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PLAFOND-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NB-CMD-FACTUREES        PIC 9(03) VALUE ZERO.
       01 WS-IDX-CF                  PIC 9(03) VALUE ZERO.
       01 WS-TAB-CMD-FACTUREES.
           05 WS-CMD-FACTUREE OCCURS 500 TIMES PIC X(04).
       01 WS-FLAG-CMD-FACTUREE       PIC X VALUE 'N'.
           88 WS-CMD-EST-FACTUREE                VALUE 'Y'.
       01 WS-FLAG-DEROGATION         PIC X VALUE 'N'.
           88 WS-DEROGATION-ACCORDEE             VALUE 'Y'.
       01 WS-UTIL-DEROGATION         PIC X(30) VALUE SPACES.
       01 WS-ROLE-DEROGATION         PIC X(10) VALUE SPACES.
           88 WS-ROLE-DEROGATION-ADMIN           VALUE "ADMIN".
       01 WS-RC-DEROGATION           PIC 9(02) VALUE ZERO.

      * Prelevement des lots a l'expedition, au plus tot perime
      * d'abord (FEFO) : lots du produit en stock (tries sur la
      * peremption), lots preleves pour la ligne expediee (le
      * reliquat sans lot, stock anterieur au suivi par lot, part
      * "SANS LOT") et zones de la trace expeditions-lots.txt
       01 WS-FS-STOCK-LOTS           PIC X(02).
       01 WS-FS-EXPED-LOTS           PIC X(02).
       01 WS-FLAG-LOTS-OUVERT        PIC X VALUE 'N'.
           88 WS-LOTS-OUVERT                     VALUE 'Y'.
       01 WS-FLAG-BL-OUVERT          PIC X VALUE 'N'.
           88 WS-BL-OUVERT                       VALUE 'Y'.
       01 WS-FLAG-PREP-OUVERT        PIC X VALUE 'N'.
           88 WS-PREP-OUVERT                     VALUE 'Y'.
       01 WS-FLAG-FIN-LOTS           PIC X VALUE 'N'.
           88 WS-FIN-LOTS                        VALUE 'Y'.
       01 WS-QTE-A-PRELEVER          PIC 9(05) VALUE ZERO.
       01 WS-QTE-PRELEVEE            PIC 9(05) VALUE ZERO.
       01 WS-NB-LOTS-PRODUIT         PIC 9(02) VALUE ZERO.
       01 WS-IDX-LP                  PIC 9(02) VALUE ZERO.
       01 WS-TAB-LOTS-PRODUIT.
           05 WS-LOT-PRODUIT OCCURS 50 TIMES.
              10 WS-LP-PEREMPTION       PIC 9(08).
              10 WS-LP-LOT              PIC X(10).
              10 WS-LP-QTE              PIC 9(05).
       01 WS-NB-PRELEV               PIC 9(02) VALUE ZERO.
       01 WS-IDX-PV                  PIC 9(02) VALUE ZERO.
       01 WS-TAB-PRELEV.
           05 WS-PRELEV OCCURS 51 TIMES.
              10 WS-PV-LOT              PIC X(10).
              10 WS-PV-PEREMPTION       PIC 9(08).
              10 WS-PV-QTE              PIC 9(05).
       01 WS-EL-LIGNE                PIC 9(03).
       01 WS-EL-CLI-ID               PIC X(02).
       01 WS-EL-PRODUIT              PIC X(10).
       01 WS-EL-LOT                  PIC X(10).
       01 WS-EL-PEREMPTION           PIC 9(08).
       01 WS-EL-QTE                  PIC 9(05).
       01 WS-EL-SENS                 PIC X(01).

      * Lots a rendre au stock quand une commande quitte le statut
      * EXPEDIE : solde expedie (S - E) par ligne, produit et lot
       01 WS-NB-RESTIT               PIC 9(03) VALUE ZERO.
       01 WS-IDX-RS                  PIC 9(03) VALUE ZERO.
       01 WS-IDX-RS-TROUVE           PIC 9(03) VALUE ZERO.
       01 WS-TAB-RESTIT.
           05 WS-RESTIT OCCURS 100 TIMES.
              10 WS-RS-LIGNE            PIC 9(03).
              10 WS-RS-PRODUIT          PIC X(10).
              10 WS-RS-LOT              PIC X(10).
              10 WS-RS-PEREMPTION       PIC 9(08).
              10 WS-RS-QTE              PIC S9(06).

      * Zones de saisie pour le changement de statut / annulation
       01 WS-SAISIE-NUM-CMD          PIC X(04).
       01 WS-SAISIE-NOUVEAU-STATUT   PIC X(08).
           PERFORM 6130-READ-F-RELIQUATS-DEB
              THRU 6130-READ-F-RELIQUATS-FIN.

      * Chargement des emplacements de stock connus
           PERFORM 6140-CHARGER-EMPLACEMENTS-DEB
              THRU 6140-CHARGER-EMPLACEMENTS-FIN.

      * Fermeture des fichiers après lecture
           PERFORM 6210-CLOSE-F-CLIENTS-DEB
              THRU 6210-CLOSE-F-CLIENTS-FIN.
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-IDX-CLI <= WS-IDX-CLI-FIN
                           MOVE FS-ENR-CLIENTS
                               TO WS-CLIENTS(WS-IDX-CLI)
      * Client anterieur au plafond d'encours : sans plafond
                           IF WS-CLI-PLAFOND(WS-IDX-CLI)
                                   IS NOT NUMERIC
                               MOVE ZERO TO WS-CLI-PLAFOND(WS-IDX-CLI)
                           END-IF
                           ADD 1 TO WS-IDX-CLI
                       ELSE
                           SET QUITTER TO TRUE
                               TO WS-COMMANDES-STATUT(WS-IDX-CMD)
                           MOVE FS-COMMANDES-DATE
                               TO WS-COMMANDES-DATE(WS-IDX-CMD)
      * Ligne anterieure aux commandes multi-lignes : sans numero
      * de ligne, c'est la ligne 1 d'une commande a une ligne
                           IF FS-COMMANDES-LIGNE IS NUMERIC
                               AND FS-COMMANDES-LIGNE > ZERO
                               MOVE FS-COMMANDES-LIGNE
                                   TO WS-COMMANDES-LIGNE(WS-IDX-CMD)
                           ELSE
                               MOVE 1 TO WS-COMMANDES-LIGNE(WS-IDX-CMD)
                           END-IF
      * Ligne anterieure au stock par emplacement : depot principal
                           IF FS-COMMANDES-EMPLACEMENT = SPACES
                               MOVE WS-EMPL-PRINCIPAL
                                 TO WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                           ELSE
                               MOVE FS-COMMANDES-EMPLACEMENT
                                 TO WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                           END-IF
                           ADD 1 TO WS-IDX-CMD
                       END-IF
               END-READ
                               TO WS-RL-PRODUIT(WS-NB-RELIQUATS)
                           MOVE FS-RL-QTE-DUE
                               TO WS-RL-QTE-DUE(WS-NB-RELIQUATS)
                           IF FS-RL-DATE-PROMISE NOT NUMERIC
                               MOVE ZERO TO FS-RL-DATE-PROMISE
                           END-IF
                           MOVE FS-RL-DATE-PROMISE
                               TO WS-RL-DATE-PROMISE(WS-NB-RELIQUATS)
                       END-IF
               END-READ
           END-PERFORM.
       6130-READ-F-RELIQUATS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES EMPLACEMENTS DE STOCK
      ******************************************************************
      * Le depot principal est toujours connu ; emplacements.txt, s'il
      * existe, ajoute les autres emplacements (cf. reception-fourn
      * .cbl)
       6140-CHARGER-EMPLACEMENTS-DEB.
           MOVE 1 TO WS-NB-EMPL.
           MOVE WS-EMPL-PRINCIPAL TO WS-EMPL-CODE(1).
           MOVE "DEPOT PRINCIPAL" TO WS-EMPL-LIBELLE(1).

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EMPLACEMENTS.
           IF WS-FS-EMPLACEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EMPLACEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-EMPL-CODE = WS-EMPL-PRINCIPAL
                           MOVE FS-EMPL-LIBELLE TO WS-EMPL-LIBELLE(1)
                       ELSE
                           IF FS-EMPL-CODE NOT = SPACES
                              AND WS-NB-EMPL < 20
                               ADD 1 TO WS-NB-EMPL
                               MOVE FS-EMPL-CODE
                                   TO WS-EMPL-CODE(WS-NB-EMPL)
                               MOVE FS-EMPL-LIBELLE
                                   TO WS-EMPL-LIBELLE(WS-NB-EMPL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EMPLACEMENTS = "00" OR WS-FS-EMPLACEMENTS = "10"
               CLOSE F-EMPLACEMENTS
           END-IF.
       6140-CHARGER-EMPLACEMENTS-FIN.
           EXIT.

      ******************************************************************
      * RAPPORT PAR CLIENT : LISTE DES COMMANDES DE CHAQUE CLIENT
      ******************************************************************
                           SET WS-CLIENT-A-DES-CMD TO TRUE
                           DISPLAY "    Commande n. "
                                   WS-COMMANDES-NUM(WS-IDX-CMD)
                                   " ligne "
                                   WS-COMMANDES-LIGNE(WS-IDX-CMD)
                                   " - "
                                   WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                                   " - Quantité : "
                                   WS-RL-PRODUIT(WS-IDX-RL)
                                   " - quantite due : "
                                   WS-RL-QTE-DUE(WS-IDX-RL)
                           IF WS-RL-DATE-PROMISE(WS-IDX-RL) > ZERO
                               DISPLAY "      livraison promise le "
                                   WS-RL-DATE-PROMISE(WS-IDX-RL)
                           ELSE
                               DISPLAY "      date de livraison a "
                                   "confirmer"
                           END-IF
                       END-IF
                   END-PERFORM
                   DISPLAY "*-----------------------------------------*"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Saisir une nouvelle commande        *"
               DISPLAY "* 2 - Changer le statut / annuler         *"
               DISPLAY "* 3 - Confirmer une livraison             *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
                           DISPLAY "Role LECTURE : changement de "
                                   "statut refuse."
                       END-IF
                   WHEN 3
                       IF WS-ROLE-ADMIN
                           PERFORM 9900-CONFIRMER-LIVRAISON-DEB
                              THRU 9900-CONFIRMER-LIVRAISON-FIN
                       ELSE
                           DISPLAY "Role LECTURE : confirmation de "
                                   "livraison refusee."
                       END-IF
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
      ******************************************************************
      * SAISIE ET AJOUT D'UNE COMMANDE A LA FIN DE commandes.txt
      ******************************************************************
      * Le client est saisi une fois, puis autant de lignes produit
      * que necessaire (ENTREE sur le produit pour terminer). Chaque
      * ligne est controlee sur le stock : servie, elle decremente
      * l'inventaire et rejoint la commande ; a defaut, elle part en
      * reliquat. Les lignes servies sont ecrites ensemble, sous le
      * meme numero, au statut ATTENTE.
       9100-SAISIR-COMMANDE-DEB.
      * Aucune commande ne doit etre datee d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Commande annulée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.

           DISPLAY "Code client : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLI-ID.

      * Client connu et actif, encours au regard de son plafond
           MOVE ZERO TO WS-IDX-CLI-SAISIE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-IDX-CLI-FIN
               IF WS-CLIENTS-ID(WS-IDX-CLI) = WS-SAISIE-CLI-ID
                  AND WS-SAISIE-CLI-ID NOT = SPACES
                   MOVE WS-IDX-CLI TO WS-IDX-CLI-SAISIE
               END-IF
           END-PERFORM.
           IF WS-IDX-CLI-SAISIE = ZERO
               DISPLAY "Client inconnu de clients.txt, commande "
                       "annulée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.
           IF WS-CLI-STATUT(WS-IDX-CLI-SAISIE) = "I"
               DISPLAY "Client desactive, commande annulée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.
           MOVE 'N' TO WS-FLAG-DEROGATION.
           MOVE ZERO TO WS-ENCOURS.
           IF WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) > ZERO
               PERFORM 9800-CALCULER-ENCOURS-DEB
                  THRU 9800-CALCULER-ENCOURS-FIN
               MOVE WS-ENCOURS TO WS-ENCOURS-ED
               MOVE WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) TO WS-PLAFOND-ED
               DISPLAY "Encours du client : " WS-ENCOURS-ED
                       " - plafond : " WS-PLAFOND-ED
           END-IF.

      * Emplacement sur lequel toute la commande est prelevee
           DISPLAY "Emplacement de prelevement (ENTREE = "
                   WS-EMPL-PRINCIPAL ") : " WITH NO ADVANCING.
           MOVE SPACES TO WS-EMPL-CMD-SAISIE.
           ACCEPT WS-EMPL-CMD-SAISIE.
           IF WS-EMPL-CMD-SAISIE = SPACES
               MOVE WS-EMPL-PRINCIPAL TO WS-EMPL-CMD-SAISIE
           END-IF.
           MOVE SPACES TO WS-EMPL-LIBELLE-ED.
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                   UNTIL WS-IDX-EMPL > WS-NB-EMPL
               IF WS-EMPL-CODE(WS-IDX-EMPL) = WS-EMPL-CMD-SAISIE
                   MOVE WS-EMPL-LIBELLE(WS-IDX-EMPL)
                       TO WS-EMPL-LIBELLE-ED
               END-IF
           END-PERFORM.
           IF WS-EMPL-LIBELLE-ED = SPACES
               DISPLAY "Emplacement inconnu de emplacements.txt, "
                       "commande annulée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.

           MOVE ZERO TO WS-NB-LIGNES-SAISIE.
           MOVE ZERO TO WS-TOTAL-CMD-SAISIE.
           MOVE 'N' TO WS-FLAG-FIN-LIGNES.
      * Numero que portera la commande, cite des maintenant dans la
      * reference des mouvements de stock
           ADD 1 TO WS-PROCH-NUM GIVING WS-NUM-CMD-SAISIE.

           OPEN I-O F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Inventaire indisponible, commande annulée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.

      * Stock des emplacements secondaires : sans le fichier, tout
      * le stock est au depot principal
           MOVE 'N' TO WS-FLAG-EMPL-OUVERT.
           OPEN I-O F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL = "00"
               SET WS-EMPL-OUVERT TO TRUE
           END-IF.

           PERFORM UNTIL WS-FIN-LIGNES
               DISPLAY "Produit (ENTREE pour terminer) : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-PRODUIT
               IF WS-SAISIE-PRODUIT = SPACES
                   SET WS-FIN-LIGNES TO TRUE
               ELSE
                   DISPLAY "Quantité commandée : "
                           SPACE WITH NO ADVANCING
                   ACCEPT WS-SAISIE-QTE
                   IF WS-SAISIE-QTE = ZERO
                       DISPLAY "Quantite nulle, ligne ignoree."
                   ELSE
                       PERFORM 9110-SAISIR-LIGNE-DEB
                          THRU 9110-SAISIR-LIGNE-FIN
                   END-IF
                   IF WS-NB-LIGNES-SAISIE = 20
                       DISPLAY "Nombre maximum de lignes (20) "
                               "atteint : fin de la saisie."
                       SET WS-FIN-LIGNES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE F-INVENTAIRE.
           IF WS-EMPL-OUVERT
               CLOSE F-STOCK-EMPL
           END-IF.

           IF WS-NB-LIGNES-SAISIE = ZERO
               DISPLAY "Aucune ligne servie, aucune commande "
                       "enregistrée."
               GO TO 9100-SAISIR-COMMANDE-FIN
           END-IF.

           MOVE WS-NUM-CMD-SAISIE TO WS-PROCH-NUM.
           MOVE WS-PROCH-NUM TO WS-PROCH-NUM-ED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CMD-SAISIE.

           OPEN EXTEND F-COMMANDES.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                   UNTIL WS-IDX-LIGNE > WS-NB-LIGNES-SAISIE
               MOVE WS-SAISIE-CLI-ID     TO FS-COMMANDES-CLI-ID
               MOVE WS-PROCH-NUM-ED      TO FS-COMMANDES-NUM
               MOVE WS-LS-PRODUIT(WS-IDX-LIGNE)
                   TO FS-COMMANDES-PRODUIT
               MOVE WS-LS-QTE(WS-IDX-LIGNE)
                   TO FS-COMMANDES-QTE
               MOVE WS-LS-PRIX-UNIT(WS-IDX-LIGNE)
                   TO FS-COMMANDES-PRIX-UNIT
               MOVE WS-LS-TOTAL-LIGNE(WS-IDX-LIGNE)
                   TO FS-COMMANDES-TOTAL-LIGNE
               MOVE WS-STATUT-ATTENTE    TO FS-COMMANDES-STATUT
               MOVE WS-DATE-CMD-SAISIE   TO FS-COMMANDES-DATE
               MOVE WS-IDX-LIGNE         TO FS-COMMANDES-LIGNE
               MOVE WS-EMPL-CMD-SAISIE   TO FS-COMMANDES-EMPLACEMENT
               WRITE FS-ENR-COMMANDES
               ADD 1 TO WS-NB-CMD-FICHIER

               IF WS-NB-CMD-LUES < WS-IDX-CMD-FIN
                   ADD 1 TO WS-NB-CMD-LUES
                       TO WS-COMMANDES-CLI-ID(WS-NB-CMD-LUES)
                   MOVE WS-PROCH-NUM-ED
                       TO WS-COMMANDES-NUM(WS-NB-CMD-LUES)
                   MOVE WS-LS-PRODUIT(WS-IDX-LIGNE)
                       TO WS-COMMANDES-PRODUIT(WS-NB-CMD-LUES)
                   MOVE WS-LS-QTE(WS-IDX-LIGNE)
                       TO WS-COMMANDES-QTE(WS-NB-CMD-LUES)
                   MOVE WS-LS-PRIX-UNIT(WS-IDX-LIGNE)
                       TO WS-COMMANDES-PRIX-UNIT(WS-NB-CMD-LUES)
                   MOVE WS-LS-TOTAL-LIGNE(WS-IDX-LIGNE)
                       TO WS-COMMANDES-TOTAL-LIGNE(WS-NB-CMD-LUES)
                   MOVE WS-STATUT-ATTENTE
                       TO WS-COMMANDES-STATUT(WS-NB-CMD-LUES)
                   MOVE WS-DATE-CMD-SAISIE
                       TO WS-COMMANDES-DATE(WS-NB-CMD-LUES)
                   MOVE WS-IDX-LIGNE
                       TO WS-COMMANDES-LIGNE(WS-NB-CMD-LUES)
                   MOVE WS-EMPL-CMD-SAISIE
                       TO WS-COMMANDES-EMPLACEMENT(WS-NB-CMD-LUES)
               END-IF
           END-PERFORM.
           CLOSE F-COMMANDES.

           PERFORM 9150-ECRIRE-COMPTEUR-DEB
              THRU 9150-ECRIRE-COMPTEUR-FIN.

           ADD WS-TOTAL-CMD-SAISIE TO WS-TOTAL-COMMANDES-SESSION.

           DISPLAY "Commande n. " WS-PROCH-NUM-ED
                   " enregistrée - " WS-NB-LIGNES-SAISIE
                   " ligne(s) - Total : " WS-TOTAL-CMD-SAISIE.
           DISPLAY "Total cumulé de la session : "
                   WS-TOTAL-COMMANDES-SESSION.
       9100-SAISIR-COMMANDE-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE DE STOCK D'UNE LIGNE DE LA COMMANDE EN SAISIE
      ******************************************************************
      * F-INVENTAIRE est ouvert en I-O par l'appelant. Une ligne
      * servie decremente le stock, est tracee au journal des
      * mouvements et rejoint WS-TAB-LIGNES-SAISIE ; une ligne en
      * stock insuffisant part en reliquat
       9110-SAISIR-LIGNE-DEB.
           MOVE 'N' TO WS-FLAG-PRODUIT-TROUVE.

           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "Produit inconnu de l'inventaire, "
                           "ligne annulée."
               NOT INVALID KEY
                   IF FS-INV-STATUT = "I"
                       DISPLAY "Produit desactive, ligne annulée."
                   ELSE
                       SET WS-PRODUIT-TROUVE TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-PRODUIT-TROUVE
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.

           PERFORM 9130-CALCULER-DISPONIBLE-DEB
              THRU 9130-CALCULER-DISPONIBLE-FIN.
           IF WS-STOCK-DISPO < WS-SAISIE-QTE
               DISPLAY "Stock insuffisant (" WS-STOCK-DISPO
                       " disponible(s) en " WS-EMPL-CMD-SAISIE
                       ") : ligne mise en reliquat."
               PERFORM 9600-ECRIRE-RELIQUAT-DEB
                  THRU 9600-ECRIRE-RELIQUAT-FIN
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.

           MOVE FS-INV-PRIX TO WS-SAISIE-PRIX-UNIT.
           COMPUTE WS-SAISIE-TOTAL-LIGNE =
               WS-SAISIE-PRIX-UNIT * WS-SAISIE-QTE.

      * Plafond d'encours : la ligne qui le ferait depasser exige la
      * derogation d'un ADMIN ; refusee, elle est annulee (pas de
      * reliquat, le refus n'etant pas lie au stock)
           IF WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) > ZERO
              AND NOT WS-DEROGATION-ACCORDEE
               COMPUTE WS-ENCOURS-PREVU = WS-ENCOURS
                   + WS-TOTAL-CMD-SAISIE + WS-SAISIE-TOTAL-LIGNE
               IF WS-ENCOURS-PREVU > WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE)
                   PERFORM 9810-DEROGATION-PLAFOND-DEB
                      THRU 9810-DEROGATION-PLAFOND-FIN
                   IF NOT WS-DEROGATION-ACCORDEE
                       DISPLAY "Plafond d'encours depasse, ligne "
                               "annulée."
                       GO TO 9110-SAISIR-LIGNE-FIN
                   END-IF
               END-IF
           END-IF.

           SUBTRACT WS-SAISIE-QTE FROM FS-STOCK.
           REWRITE FS-ENR-INVENTAIRE.
           IF WS-EMPL-CMD-SAISIE NOT = WS-EMPL-PRINCIPAL
               PERFORM 9140-DECREMENTER-EMPLACEMENT-DEB
                  THRU 9140-DECREMENTER-EMPLACEMENT-FIN
           END-IF.

           MOVE WS-SAISIE-PRODUIT TO WS-MV-PRODUIT.
           MOVE WS-SAISIE-QTE     TO WS-MV-QTE.
           MOVE "S"               TO WS-MV-SENS.
           MOVE SPACES            TO WS-MV-REFERENCE.
           STRING "CMD " WS-NUM-CMD-SAISIE
               INTO WS-MV-REFERENCE
           END-STRING.
           MOVE WS-EMPL-CMD-SAISIE TO WS-MV-EMPLACEMENT.
           PERFORM 9500-ECRIRE-MOUVEMENT-DEB
              THRU 9500-ECRIRE-MOUVEMENT-FIN.

           ADD 1 TO WS-NB-LIGNES-SAISIE.
           MOVE WS-SAISIE-PRODUIT
               TO WS-LS-PRODUIT(WS-NB-LIGNES-SAISIE).
           MOVE WS-SAISIE-QTE
               TO WS-LS-QTE(WS-NB-LIGNES-SAISIE).
           MOVE WS-SAISIE-PRIX-UNIT
               TO WS-LS-PRIX-UNIT(WS-NB-LIGNES-SAISIE).
           MOVE WS-SAISIE-TOTAL-LIGNE
               TO WS-LS-TOTAL-LIGNE(WS-NB-LIGNES-SAISIE).
           ADD WS-SAISIE-TOTAL-LIGNE TO WS-TOTAL-CMD-SAISIE.
           DISPLAY "Ligne " WS-NB-LIGNES-SAISIE " acceptée - Total : "
                   WS-SAISIE-TOTAL-LIGNE.
       9110-SAISIR-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * STOCK DISPONIBLE A L'EMPLACEMENT DE PRELEVEMENT
      ******************************************************************
      * Pour le produit WS-SAISIE-PRODUIT (enregistrement d'inventaire
      * deja lu) : un emplacement secondaire dispose de sa quantite
      * dans stock-emplacements.txt, le depot principal de FS-STOCK
      * moins tout ce qui est range ailleurs
       9130-CALCULER-DISPONIBLE-DEB.
           MOVE ZERO TO WS-STOCK-AILLEURS.
           MOVE ZERO TO WS-STOCK-DISPO.

           IF WS-EMPL-CMD-SAISIE NOT = WS-EMPL-PRINCIPAL
               IF WS-EMPL-OUVERT
                   MOVE WS-SAISIE-PRODUIT  TO FS-SE-PRODUIT
                   MOVE WS-EMPL-CMD-SAISIE TO FS-SE-EMPLACEMENT
                   READ F-STOCK-EMPL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-SE-QTE TO WS-STOCK-DISPO
                   END-READ
               END-IF
               IF WS-STOCK-DISPO > FS-STOCK
                   MOVE FS-STOCK TO WS-STOCK-DISPO
               END-IF
               GO TO 9130-CALCULER-DISPONIBLE-FIN
           END-IF.

           IF WS-EMPL-OUVERT
               MOVE 'N' TO WS-FLAG-FIN-EMPL
               MOVE WS-SAISIE-PRODUIT TO FS-SE-PRODUIT
               MOVE LOW-VALUES        TO FS-SE-EMPLACEMENT
               START F-STOCK-EMPL KEY IS >= FS-SE-CLE
                   INVALID KEY
                       SET WS-FIN-EMPL TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-EMPL
                   READ F-STOCK-EMPL NEXT RECORD
                       AT END
                           SET WS-FIN-EMPL TO TRUE
                       NOT AT END
                           IF FS-SE-PRODUIT NOT = WS-SAISIE-PRODUIT
                               SET WS-FIN-EMPL TO TRUE
                           ELSE
                               ADD FS-SE-QTE TO WS-STOCK-AILLEURS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           COMPUTE WS-STOCK-DISPO = FS-STOCK - WS-STOCK-AILLEURS.
           IF WS-STOCK-DISPO < ZERO
               MOVE ZERO TO WS-STOCK-DISPO
           END-IF.
       9130-CALCULER-DISPONIBLE-FIN.
           EXIT.

      * Retire la quantite de la ligne servie du stock de
      * l'emplacement secondaire de la commande
       9140-DECREMENTER-EMPLACEMENT-DEB.
           MOVE WS-SAISIE-PRODUIT  TO FS-SE-PRODUIT.
           MOVE WS-EMPL-CMD-SAISIE TO FS-SE-EMPLACEMENT.
           READ F-STOCK-EMPL
               INVALID KEY
                   DISPLAY "/!\ Stock de l'emplacement "
                           WS-EMPL-CMD-SAISIE " introuvable /!\"
               NOT INVALID KEY
                   SUBTRACT WS-SAISIE-QTE FROM FS-SE-QTE
                   REWRITE FS-ENR-STOCK-EMPL
           END-READ.
       9140-DECREMENTER-EMPLACEMENT-FIN.
           EXIT.

      ******************************************************************
      * CHANGEMENT DE STATUT D'UNE COMMANDE (ATTENTE/EXPEDIE/ANNULE)
      ******************************************************************
      * SAISIE ET APPLICATION DU NOUVEAU STATUT D'UNE COMMANDE
      ******************************************************************
       9210-MODIFIER-STATUT-DEB.
      * Expedition et annulation mouvementent le stock : refusees
      * dans un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               GO TO 9210-MODIFIER-STATUT-FIN
           END-IF.

           DISPLAY "Numéro de la commande : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUM-CMD.

      * WS-IDX-CMD-TROUVE repere la premiere ligne de la commande,
      * qui en porte l'en-tete (client, statut)
           MOVE ZERO TO WS-IDX-CMD-TROUVE.
           PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                   UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
               IF WS-COMMANDES-NUM(WS-IDX-CMD) = WS-SAISIE-NUM-CMD
                   IF WS-IDX-CMD-TROUVE = ZERO
                       MOVE WS-IDX-CMD TO WS-IDX-CMD-TROUVE
                   END-IF
                   DISPLAY "    Ligne " WS-COMMANDES-LIGNE(WS-IDX-CMD)
                           " - " WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                           " - Quantité : "
                           WS-COMMANDES-QTE(WS-IDX-CMD)
               END-IF
           END-PERFORM.

      * Une commande LIVRE est close : la livraison est confirmee,
      * un litige passe par un retour (facturation-cli.cbl)
           IF WS-IDX-CMD-TROUVE NOT = ZERO
              AND WS-COMMANDES-STATUT(WS-IDX-CMD-TROUVE)
                  = WS-STATUT-LIVRE
               DISPLAY "/!\ Commande livree : statut definitif, "
                       "aucune modification /!\"
               GO TO 9210-MODIFIER-STATUT-FIN
           END-IF.

           IF WS-IDX-CMD-TROUVE = ZERO
               DISPLAY "/!\ Commande introuvable /!\"
           ELSE
                   WHEN WS-STATUT-ATTENTE
                   WHEN WS-STATUT-EXPEDIE
                   WHEN WS-STATUT-ANNULE
                       PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                               UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
                           IF WS-COMMANDES-NUM(WS-IDX-CMD)
                                   = WS-SAISIE-NUM-CMD
                               MOVE WS-SAISIE-NOUVEAU-STATUT
                                   TO WS-COMMANDES-STATUT(WS-IDX-CMD)
                           END-IF
                       END-PERFORM
                       PERFORM 9300-REECRIRE-F-COMMANDES-DEB
                          THRU 9300-REECRIRE-F-COMMANDES-FIN
                       IF WS-SAISIE-NOUVEAU-STATUT = WS-STATUT-ANNULE
                           PERFORM 9700-EDITER-BON-LIVRAISON-DEB
                              THRU 9700-EDITER-BON-LIVRAISON-FIN
                       END-IF
                       IF WS-ANCIEN-STATUT = WS-STATUT-EXPEDIE
                          AND WS-SAISIE-NOUVEAU-STATUT
                              NOT = WS-STATUT-EXPEDIE
                           PERFORM 9760-RESTITUER-LOTS-DEB
                              THRU 9760-RESTITUER-LOTS-FIN
                       END-IF
                       DISPLAY "Commande n. " WS-SAISIE-NUM-CMD
                               " - nouveau statut : "
                               WS-SAISIE-NOUVEAU-STATUT
                   WHEN WS-STATUT-LIVRE
                       DISPLAY "/!\ Le statut LIVRE s'obtient par la "
                               "confirmation de livraison (choix 3) "
                               "/!\"
                   WHEN OTHER
                       DISPLAY "/!\ Statut inconnu, aucune "
                               "modification /!\"
                   TO FS-COMMANDES-STATUT
               MOVE WS-COMMANDES-DATE(WS-IDX-CMD)
                   TO FS-COMMANDES-DATE
               MOVE WS-COMMANDES-LIGNE(WS-IDX-CMD)
                   TO FS-COMMANDES-LIGNE
               MOVE WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                   TO FS-COMMANDES-EMPLACEMENT
               WRITE FS-ENR-COMMANDES
           END-PERFORM.
           CLOSE F-COMMANDES.
      ******************************************************************
      * BON DE LIVRAISON ET LIGNE DE PREPARATION A L'EXPEDITION
      ******************************************************************
      * Edite le bon de livraison de la commande WS-SAISIE-NUM-CMD
      * (numero du bon = numero de la commande, nom du client resolu
      * via la table chargee depuis clients.txt, une ligne par ligne
      * de commande) et ajoute chaque ligne a la liste de preparation
      * du depot
       9700-EDITER-BON-LIVRAISON-DEB.
      * Resolution du nom et de l'adresse de livraison du client
      * expedie
           MOVE "Client inconnu" TO WS-BL-CLI-NOM-ED.
           MOVE ZERO TO WS-IDX-CLI-SAISIE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-IDX-CLI-FIN
               IF WS-CLIENTS-ID(WS-IDX-CLI)
                       = WS-COMMANDES-CLI-ID(WS-IDX-CMD-TROUVE)
                   MOVE WS-IDX-CLI TO WS-IDX-CLI-SAISIE
                   INITIALIZE WS-BL-CLI-NOM-ED
                   STRING FUNCTION TRIM(WS-PRENOM(WS-IDX-CLI)) " "
                          FUNCTION TRIM(WS-NOM(WS-IDX-CLI))
               END-IF
           END-PERFORM.

      * Stock par lot : sans stock-lots.txt, toute la commande part
      * "SANS LOT"
           MOVE 'N' TO WS-FLAG-LOTS-OUVERT.
           OPEN I-O F-STOCK-LOTS.
           IF WS-FS-STOCK-LOTS = "00"
               SET WS-LOTS-OUVERT TO TRUE
           END-IF.

      * Bon de livraison, ajoute a la suite des precedents
           MOVE 'N' TO WS-FLAG-BL-OUVERT.
           OPEN EXTEND F-BON-LIVRAISON.
           IF WS-FS-BON-LIVRAISON = "35"
               OPEN OUTPUT F-BON-LIVRAISON
               DISPLAY "/!\ bons-livraison.txt indisponible (code "
                       WS-FS-BON-LIVRAISON "), bon non edite /!\"
           ELSE
               SET WS-BL-OUVERT TO TRUE
               INITIALIZE WS-LIGNE-BL
               STRING "BON DE LIVRAISON N. " WS-SAISIE-NUM-CMD
                      " DU " FUNCTION CURRENT-DATE(1:8)
               MOVE WS-LIGNE-BL TO FS-ENR-BON-LIVRAISON
               WRITE FS-ENR-BON-LIVRAISON

               IF WS-IDX-CLI-SAISIE NOT = ZERO
                   PERFORM 9710-EDITER-ADRESSE-LIVRAISON-DEB
                      THRU 9710-EDITER-ADRESSE-LIVRAISON-FIN
               END-IF

               MOVE SPACES TO WS-EMPL-LIBELLE-ED
               PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                       UNTIL WS-IDX-EMPL > WS-NB-EMPL
                   IF WS-EMPL-CODE(WS-IDX-EMPL)
                       = WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD-TROUVE)
                       MOVE WS-EMPL-LIBELLE(WS-IDX-EMPL)
                           TO WS-EMPL-LIBELLE-ED
                   END-IF
               END-PERFORM
               INITIALIZE WS-LIGNE-BL
               STRING "Expedie depuis : "
                      WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD-TROUVE)
                      " - " FUNCTION TRIM(WS-EMPL-LIBELLE-ED)
                   INTO WS-LIGNE-BL
               END-STRING
               MOVE WS-LIGNE-BL TO FS-ENR-BON-LIVRAISON
               WRITE FS-ENR-BON-LIVRAISON
           END-IF.

      * Liste de preparation pour la tournee du depot
           MOVE 'N' TO WS-FLAG-PREP-OUVERT.
           OPEN EXTEND F-PREPARATION.
           IF WS-FS-PREPARATION = "35"
               OPEN OUTPUT F-PREPARATION
                       "(code " WS-FS-PREPARATION "), ligne non "
                       "ajoutee /!\"
           ELSE
               SET WS-PREP-OUVERT TO TRUE
           END-IF.

      * Chaque ligne de la commande : prelevement des lots, puis une
      * ligne de bon et une ligne de preparation par lot preleve
           PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                   UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
               IF WS-COMMANDES-NUM(WS-IDX-CMD) = WS-SAISIE-NUM-CMD
                   PERFORM 9720-PRELEVER-LOTS-DEB
                      THRU 9720-PRELEVER-LOTS-FIN
                   PERFORM 9730-EDITER-LIGNE-EXPEDIEE-DEB
                      THRU 9730-EDITER-LIGNE-EXPEDIEE-FIN
               END-IF
           END-PERFORM.

           IF WS-BL-OUVERT
               MOVE ALL "-" TO WS-LIGNE-BL
               MOVE WS-LIGNE-BL TO FS-ENR-BON-LIVRAISON
               WRITE FS-ENR-BON-LIVRAISON
               CLOSE F-BON-LIVRAISON
               DISPLAY "Bon de livraison " WS-SAISIE-NUM-CMD
                       " edite."
           END-IF.
           IF WS-PREP-OUVERT
               CLOSE F-PREPARATION
           END-IF.
           IF WS-LOTS-OUVERT
               CLOSE F-STOCK-LOTS
           END-IF.
       9700-EDITER-BON-LIVRAISON-FIN.
           EXIT.

      * Prelevement de la ligne WS-IDX-CMD sur les lots du produit,
      * au plus tot perime d'abord ; chaque lot preleve est decompte
      * de stock-lots.txt et trace en sortie. La quantite que les
      * lots ne couvrent pas part "SANS LOT"
       9720-PRELEVER-LOTS-DEB.
           MOVE ZERO TO WS-NB-PRELEV.
           MOVE WS-COMMANDES-QTE(WS-IDX-CMD) TO WS-QTE-A-PRELEVER.

           IF WS-LOTS-OUVERT
               PERFORM 9721-CHARGER-LOTS-PRODUIT-DEB
                  THRU 9721-CHARGER-LOTS-PRODUIT-FIN
               PERFORM VARYING WS-IDX-LP FROM 1 BY 1
                       UNTIL WS-IDX-LP > WS-NB-LOTS-PRODUIT
                          OR WS-QTE-A-PRELEVER = ZERO
                   PERFORM 9722-PRELEVER-UN-LOT-DEB
                      THRU 9722-PRELEVER-UN-LOT-FIN
               END-PERFORM
           END-IF.

           IF WS-QTE-A-PRELEVER > ZERO
               ADD 1 TO WS-NB-PRELEV
               MOVE "SANS LOT" TO WS-PV-LOT(WS-NB-PRELEV)
               MOVE ZERO TO WS-PV-PEREMPTION(WS-NB-PRELEV)
               MOVE WS-QTE-A-PRELEVER TO WS-PV-QTE(WS-NB-PRELEV)
           END-IF.
       9720-PRELEVER-LOTS-FIN.
           EXIT.

      * Charge les lots en stock du produit de la ligne WS-IDX-CMD
      * (50 au plus) et les trie sur la date de peremption ; les
      * postes inutilises, a 9, restent en fin de tableau
       9721-CHARGER-LOTS-PRODUIT-DEB.
           MOVE ZERO TO WS-NB-LOTS-PRODUIT.
           MOVE ALL "9" TO WS-TAB-LOTS-PRODUIT.

           MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD) TO FS-LOT-PRODUIT.
           MOVE LOW-VALUES TO FS-LOT-NUM.
           START F-STOCK-LOTS KEY IS NOT LESS THAN FS-LOT-CLE
               INVALID KEY
                   GO TO 9721-CHARGER-LOTS-PRODUIT-FIN
           END-START.

           MOVE 'N' TO WS-FLAG-FIN-LOTS.
           PERFORM UNTIL WS-FIN-LOTS
               READ F-STOCK-LOTS NEXT RECORD
                   AT END
                       SET WS-FIN-LOTS TO TRUE
                   NOT AT END
                       IF FS-LOT-PRODUIT
                               NOT = WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                           SET WS-FIN-LOTS TO TRUE
                       ELSE
                           IF FS-LOT-QTE > ZERO
                              AND WS-NB-LOTS-PRODUIT < 50
                               ADD 1 TO WS-NB-LOTS-PRODUIT
                               MOVE FS-LOT-PEREMPTION TO
                                 WS-LP-PEREMPTION(WS-NB-LOTS-PRODUIT)
                               MOVE FS-LOT-NUM
                                 TO WS-LP-LOT(WS-NB-LOTS-PRODUIT)
                               MOVE FS-LOT-QTE
                                 TO WS-LP-QTE(WS-NB-LOTS-PRODUIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-NB-LOTS-PRODUIT > 1
               SORT WS-LOT-PRODUIT ON ASCENDING KEY WS-LP-PEREMPTION
           END-IF.
       9721-CHARGER-LOTS-PRODUIT-FIN.
           EXIT.

      * Preleve sur le lot WS-IDX-LP ce qu'il peut couvrir de la
      * quantite restant a prelever
       9722-PRELEVER-UN-LOT-DEB.
           MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD) TO FS-LOT-PRODUIT.
           MOVE WS-LP-LOT(WS-IDX-LP) TO FS-LOT-NUM.
           READ F-STOCK-LOTS
               INVALID KEY
                   GO TO 9722-PRELEVER-UN-LOT-FIN
           END-READ.

           IF FS-LOT-QTE < WS-QTE-A-PRELEVER
               MOVE FS-LOT-QTE TO WS-QTE-PRELEVEE
           ELSE
               MOVE WS-QTE-A-PRELEVER TO WS-QTE-PRELEVEE
           END-IF.
           IF WS-QTE-PRELEVEE = ZERO
               GO TO 9722-PRELEVER-UN-LOT-FIN
           END-IF.
           SUBTRACT WS-QTE-PRELEVEE FROM FS-LOT-QTE.
           REWRITE FS-ENR-STOCK-LOT.
           SUBTRACT WS-QTE-PRELEVEE FROM WS-QTE-A-PRELEVER.

           ADD 1 TO WS-NB-PRELEV.
           MOVE FS-LOT-NUM        TO WS-PV-LOT(WS-NB-PRELEV).
           MOVE FS-LOT-PEREMPTION TO WS-PV-PEREMPTION(WS-NB-PRELEV).
           MOVE WS-QTE-PRELEVEE   TO WS-PV-QTE(WS-NB-PRELEV).

           MOVE WS-COMMANDES-LIGNE(WS-IDX-CMD)   TO WS-EL-LIGNE.
           MOVE WS-COMMANDES-CLI-ID(WS-IDX-CMD)  TO WS-EL-CLI-ID.
           MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD) TO WS-EL-PRODUIT.
           MOVE FS-LOT-NUM        TO WS-EL-LOT.
           MOVE FS-LOT-PEREMPTION TO WS-EL-PEREMPTION.
           MOVE WS-QTE-PRELEVEE   TO WS-EL-QTE.
           MOVE "S"               TO WS-EL-SENS.
           PERFORM 9740-TRACER-LOT-DEB
              THRU 9740-TRACER-LOT-FIN.
       9722-PRELEVER-UN-LOT-FIN.
           EXIT.

      * Une ligne de bon de livraison et une ligne de preparation par
      * lot preleve pour la ligne WS-IDX-CMD
       9730-EDITER-LIGNE-EXPEDIEE-DEB.
           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > WS-NB-PRELEV
               IF WS-BL-OUVERT
                   INITIALIZE WS-LIGNE-BL
                   IF WS-PV-PEREMPTION(WS-IDX-PV) = ZERO
                       STRING "Ligne "
                              WS-COMMANDES-LIGNE(WS-IDX-CMD)
                              " - Produit : "
                              WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                              " - quantite : "
                              WS-PV-QTE(WS-IDX-PV)
                              " - lot : "
                              WS-PV-LOT(WS-IDX-PV)
                           INTO WS-LIGNE-BL
                       END-STRING
                   ELSE
                       STRING "Ligne "
                              WS-COMMANDES-LIGNE(WS-IDX-CMD)
                              " - Produit : "
                              WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                              " - quantite : "
                              WS-PV-QTE(WS-IDX-PV)
                              " - lot : "
                              WS-PV-LOT(WS-IDX-PV)
                              " peremption "
                              WS-PV-PEREMPTION(WS-IDX-PV)
                           INTO WS-LIGNE-BL
                       END-STRING
                   END-IF
                   MOVE WS-LIGNE-BL TO FS-ENR-BON-LIVRAISON
                   WRITE FS-ENR-BON-LIVRAISON
               END-IF
               IF WS-PREP-OUVERT
                   MOVE SPACES TO FS-ENR-PREPARATION
                   MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                       TO FS-PREP-PRODUIT
                   MOVE WS-PV-QTE(WS-IDX-PV) TO FS-PREP-QTE
                   MOVE WS-SAISIE-NUM-CMD TO FS-PREP-NUM-CMD
                   MOVE FUNCTION CURRENT-DATE(1:8) TO FS-PREP-DATE
                   MOVE WS-PV-LOT(WS-IDX-PV) TO FS-PREP-LOT
                   MOVE WS-PV-PEREMPTION(WS-IDX-PV)
                       TO FS-PREP-PEREMPTION
                   MOVE WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                       TO FS-PREP-EMPLACEMENT
                   WRITE FS-ENR-PREPARATION
               END-IF
           END-PERFORM.
       9730-EDITER-LIGNE-EXPEDIEE-FIN.
           EXIT.

      * Ajoute une ligne a expeditions-lots.txt (cree s'il n'existe
      * pas encore) pour la commande WS-SAISIE-NUM-CMD, a partir des
      * zones WS-EL-* alimentees par l'appelant
       9740-TRACER-LOT-DEB.
           OPEN EXTEND F-EXPED-LOTS.
           IF WS-FS-EXPED-LOTS = "35"
               OPEN OUTPUT F-EXPED-LOTS
               CLOSE F-EXPED-LOTS
               OPEN EXTEND F-EXPED-LOTS
           END-IF.
           IF WS-FS-EXPED-LOTS NOT = "00"
               DISPLAY "/!\ expeditions-lots.txt indisponible (code "
                       WS-FS-EXPED-LOTS "), lot " WS-EL-LOT
                       " non trace /!\"
           ELSE
               MOVE SPACES TO FS-ENR-EXPED-LOT
               MOVE FUNCTION CURRENT-DATE(1:8) TO FS-EL-DATE
               MOVE WS-SAISIE-NUM-CMD TO FS-EL-NUM-CMD
               MOVE WS-EL-LIGNE       TO FS-EL-LIGNE
               MOVE WS-EL-CLI-ID      TO FS-EL-CLI-ID
               MOVE WS-EL-PRODUIT     TO FS-EL-PRODUIT
               MOVE WS-EL-LOT         TO FS-EL-LOT
               MOVE WS-EL-PEREMPTION  TO FS-EL-PEREMPTION
               MOVE WS-EL-QTE         TO FS-EL-QTE
               MOVE WS-EL-SENS        TO FS-EL-SENS
               WRITE FS-ENR-EXPED-LOT
               CLOSE F-EXPED-LOTS
           END-IF.
       9740-TRACER-LOT-FIN.
           EXIT.

      ******************************************************************
      * RETOUR EN STOCK DES LOTS D'UNE COMMANDE QUI QUITTE EXPEDIE
      ******************************************************************
      * Le solde expedie de chaque lot de la commande
      * WS-SAISIE-NUM-CMD (sorties moins retours deja traces) est
      * rendu a stock-lots.txt et trace en entree. Le stock produit
      * de inventaire.txt n'est pas touche ici : il reste reserve
      * pour une commande remise en ATTENTE, et 9400 le restitue
      * pour une commande ANNULE
       9760-RESTITUER-LOTS-DEB.
           MOVE ZERO TO WS-NB-RESTIT.
           OPEN INPUT F-EXPED-LOTS.
           IF WS-FS-EXPED-LOTS NOT = "00"
               GO TO 9760-RESTITUER-LOTS-FIN
           END-IF.
           MOVE 'N' TO WS-FLAG-FIN-LOTS.
           PERFORM UNTIL WS-FIN-LOTS
               READ F-EXPED-LOTS
                   AT END
                       SET WS-FIN-LOTS TO TRUE
                   NOT AT END
                       IF FS-EL-NUM-CMD = WS-SAISIE-NUM-CMD
                           PERFORM 9761-CUMULER-RESTITUTION-DEB
                              THRU 9761-CUMULER-RESTITUTION-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EXPED-LOTS.
           IF WS-NB-RESTIT = ZERO
               GO TO 9760-RESTITUER-LOTS-FIN
           END-IF.

           OPEN I-O F-STOCK-LOTS.
           IF WS-FS-STOCK-LOTS NOT = "00"
               DISPLAY "/!\ stock-lots.txt indisponible (code "
                       WS-FS-STOCK-LOTS "), lots non rendus au "
                       "stock /!\"
               GO TO 9760-RESTITUER-LOTS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-NB-RESTIT
               IF WS-RS-QTE(WS-IDX-RS) > ZERO
                   PERFORM 9762-RENDRE-LOT-DEB
                      THRU 9762-RENDRE-LOT-FIN
               END-IF
           END-PERFORM.
           CLOSE F-STOCK-LOTS.
       9760-RESTITUER-LOTS-FIN.
           EXIT.

      * Cumule la ligne de trace lue (S ajoute, E retranche) au solde
      * de sa ligne, produit et lot (100 soldes au plus)
       9761-CUMULER-RESTITUTION-DEB.
           MOVE ZERO TO WS-IDX-RS-TROUVE.
           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-NB-RESTIT
               IF WS-RS-LIGNE(WS-IDX-RS) = FS-EL-LIGNE
                  AND WS-RS-PRODUIT(WS-IDX-RS) = FS-EL-PRODUIT
                  AND WS-RS-LOT(WS-IDX-RS) = FS-EL-LOT
                   MOVE WS-IDX-RS TO WS-IDX-RS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-RS-TROUVE = ZERO
               IF WS-NB-RESTIT NOT < 100
                   DISPLAY "/!\ Plus de 100 lots sur la commande, "
                           "lot " FS-EL-LOT " non rendu /!\"
                   GO TO 9761-CUMULER-RESTITUTION-FIN
               END-IF
               ADD 1 TO WS-NB-RESTIT
               MOVE WS-NB-RESTIT TO WS-IDX-RS-TROUVE
               MOVE FS-EL-LIGNE   TO WS-RS-LIGNE(WS-NB-RESTIT)
               MOVE FS-EL-PRODUIT TO WS-RS-PRODUIT(WS-NB-RESTIT)
               MOVE FS-EL-LOT     TO WS-RS-LOT(WS-NB-RESTIT)
               MOVE FS-EL-PEREMPTION
                   TO WS-RS-PEREMPTION(WS-NB-RESTIT)
               MOVE ZERO          TO WS-RS-QTE(WS-NB-RESTIT)
           END-IF.
           IF FS-EL-SENS = "S"
               ADD FS-EL-QTE TO WS-RS-QTE(WS-IDX-RS-TROUVE)
           ELSE
               SUBTRACT FS-EL-QTE FROM WS-RS-QTE(WS-IDX-RS-TROUVE)
           END-IF.
       9761-CUMULER-RESTITUTION-FIN.
           EXIT.

      * Rend le solde WS-IDX-RS a son lot (recree avec sa peremption
      * s'il a disparu de stock-lots.txt) et le trace en entree
       9762-RENDRE-LOT-DEB.
           MOVE WS-RS-PRODUIT(WS-IDX-RS) TO FS-LOT-PRODUIT.
           MOVE WS-RS-LOT(WS-IDX-RS)     TO FS-LOT-NUM.
           READ F-STOCK-LOTS
               INVALID KEY
                   MOVE SPACES TO FS-ENR-STOCK-LOT
                   MOVE WS-RS-PRODUIT(WS-IDX-RS) TO FS-LOT-PRODUIT
                   MOVE WS-RS-LOT(WS-IDX-RS)     TO FS-LOT-NUM
                   MOVE WS-RS-PEREMPTION(WS-IDX-RS)
                       TO FS-LOT-PEREMPTION
                   MOVE WS-RS-QTE(WS-IDX-RS)     TO FS-LOT-QTE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO FS-LOT-DATE-RECEPTION
                   WRITE FS-ENR-STOCK-LOT
               NOT INVALID KEY
                   ADD WS-RS-QTE(WS-IDX-RS) TO FS-LOT-QTE
                   REWRITE FS-ENR-STOCK-LOT
           END-READ.

           MOVE WS-RS-LIGNE(WS-IDX-RS) TO WS-EL-LIGNE.
           MOVE WS-COMMANDES-CLI-ID(WS-IDX-CMD-TROUVE)
               TO WS-EL-CLI-ID.
           MOVE WS-RS-PRODUIT(WS-IDX-RS)    TO WS-EL-PRODUIT.
           MOVE WS-RS-LOT(WS-IDX-RS)        TO WS-EL-LOT.
           MOVE WS-RS-PEREMPTION(WS-IDX-RS) TO WS-EL-PEREMPTION.
           MOVE WS-RS-QTE(WS-IDX-RS)        TO WS-EL-QTE.
           MOVE "E"                         TO WS-EL-SENS.
           PERFORM 9740-TRACER-LOT-DEB
              THRU 9740-TRACER-LOT-FIN.
           DISPLAY "Lot " WS-RS-LOT(WS-IDX-RS) " du produit "
                   WS-RS-PRODUIT(WS-IDX-RS) " : " WS-EL-QTE
                   " rendu(s) au stock.".
       9762-RENDRE-LOT-FIN.
           EXIT.

      * Adresse de livraison du client WS-IDX-CLI-SAISIE sur le bon,
      * a defaut son adresse de facturation ; rien pour un client
      * sans adresse
       9710-EDITER-ADRESSE-LIVRAISON-DEB.
           INITIALIZE WS-LIGNE-BL.
           IF WS-CLI-LIV-ADRESSE(WS-IDX-CLI-SAISIE) NOT = SPACES
               STRING "Livrer a : "
                   FUNCTION TRIM(WS-CLI-LIV-ADRESSE(WS-IDX-CLI-SAISIE))
                   " - " WS-CLI-LIV-CP(WS-IDX-CLI-SAISIE) " "
                   FUNCTION TRIM(WS-CLI-LIV-VILLE(WS-IDX-CLI-SAISIE))
                   INTO WS-LIGNE-BL
               END-STRING
           ELSE
               IF WS-CLI-FAC-ADRESSE(WS-IDX-CLI-SAISIE) = SPACES
                   GO TO 9710-EDITER-ADRESSE-LIVRAISON-FIN
               END-IF
               STRING "Livrer a : "
                   FUNCTION TRIM(WS-CLI-FAC-ADRESSE(WS-IDX-CLI-SAISIE))
                   " - " WS-CLI-FAC-CP(WS-IDX-CLI-SAISIE) " "
                   FUNCTION TRIM(WS-CLI-FAC-VILLE(WS-IDX-CLI-SAISIE))
                   INTO WS-LIGNE-BL
               END-STRING
           END-IF.
           MOVE WS-LIGNE-BL TO FS-ENR-BON-LIVRAISON.
           WRITE FS-ENR-BON-LIVRAISON.
       9710-EDITER-ADRESSE-LIVRAISON-FIN.
           EXIT.

      ******************************************************************
      * ENCOURS DU CLIENT DE LA COMMANDE EN SAISIE
      ******************************************************************
      * Factures EMISE du client (avoirs ouverts en deduction), plus
      * ses lignes de commande ATTENTE, EXPEDIE ou LIVRE dont la
      * commande n'a pas encore de facture. Sans registre des
      * factures, seul le non facture compte
       9800-CALCULER-ENCOURS-DEB.
           MOVE ZERO TO WS-ENCOURS.
           MOVE ZERO TO WS-NB-CMD-FACTUREES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FAC-CLI-ID = WS-SAISIE-CLI-ID
                           IF FS-FAC-TYPE = "A"
                               IF FS-FAC-STATUT = "EMISE"
                                   SUBTRACT FS-FAC-MONTANT
                                       FROM WS-ENCOURS
                               END-IF
                           ELSE
                               IF FS-FAC-STATUT = "EMISE"
                                   ADD FS-FAC-MONTANT TO WS-ENCOURS
                               END-IF
                               IF WS-NB-CMD-FACTUREES < 500
                                   ADD 1 TO WS-NB-CMD-FACTUREES
                                   MOVE FS-FAC-NUM-CMD TO
                                       WS-CMD-FACTUREE
                                           (WS-NB-CMD-FACTUREES)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.

           PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                   UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
               IF WS-COMMANDES-CLI-ID(WS-IDX-CMD) = WS-SAISIE-CLI-ID
                  AND (WS-COMMANDES-STATUT(WS-IDX-CMD)
                           = WS-STATUT-ATTENTE
                    OR WS-COMMANDES-STATUT(WS-IDX-CMD)
                           = WS-STATUT-EXPEDIE
                    OR WS-COMMANDES-STATUT(WS-IDX-CMD)
                           = WS-STATUT-LIVRE)
                   MOVE 'N' TO WS-FLAG-CMD-FACTUREE
                   PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                           UNTIL WS-IDX-CF > WS-NB-CMD-FACTUREES
                       IF WS-CMD-FACTUREE(WS-IDX-CF)
                               = WS-COMMANDES-NUM(WS-IDX-CMD)
                           SET WS-CMD-EST-FACTUREE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-CMD-EST-FACTUREE
                       ADD WS-COMMANDES-TOTAL-LIGNE(WS-IDX-CMD)
                           TO WS-ENCOURS
                   END-IF
               END-IF
           END-PERFORM.
       9800-CALCULER-ENCOURS-FIN.
           EXIT.

      ******************************************************************
      * DEROGATION AU PLAFOND D'ENCOURS
      ******************************************************************
      * Un ADMIN s'identifie (sous-programme signon) pour autoriser
      * le depassement ; accordee, la derogation vaut pour le reste
      * de la commande
       9810-DEROGATION-PLAFOND-DEB.
           MOVE WS-ENCOURS-PREVU TO WS-ENCOURS-ED.
           MOVE WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) TO WS-PLAFOND-ED.
           DISPLAY "/!\ Avec cette ligne, l'encours du client "
                   "atteindrait " WS-ENCOURS-ED
                   " pour un plafond de " WS-PLAFOND-ED " /!\".
           DISPLAY "Derogation : identification d'un ADMIN requise.".
           CALL "signon" USING WS-UTIL-DEROGATION WS-ROLE-DEROGATION
               WS-RC-DEROGATION.
           IF WS-RC-DEROGATION = ZERO
              AND WS-ROLE-DEROGATION-ADMIN
               SET WS-DEROGATION-ACCORDEE TO TRUE
               DISPLAY "Depassement du plafond autorise par "
                       FUNCTION TRIM(WS-UTIL-DEROGATION) "."
           ELSE
               DISPLAY "Derogation refusee."
           END-IF.
       9810-DEROGATION-PLAFOND-FIN.
           EXIT.

      ******************************************************************
      * MISE EN RELIQUAT D'UNE COMMANDE REFUSEE FAUTE DE STOCK
      ******************************************************************
      * Consigne la quantite due dans reliquats.txt (cree s'il
      * n'existe pas encore) ; reliquats-allocation.cbl servira les
      * plus anciens en premier au retour du stock. La date de
      * livraison promise est annoncee au client et portee sur le
      * reliquat
       9600-ECRIRE-RELIQUAT-DEB.
           PERFORM 9610-CALCULER-DATE-PROMISE-DEB
              THRU 9610-CALCULER-DATE-PROMISE-FIN.
           IF WS-DATE-PROMISE > ZERO
               DISPLAY "Livraison promise au client le "
                       WS-DATE-PROMISE "."
           ELSE
               DISPLAY "Aucun approvisionnement suffisant en "
                       "commande : date de livraison a confirmer."
           END-IF.

           OPEN EXTEND F-RELIQUATS.
           IF WS-FS-RELIQUATS = "35"
               OPEN OUTPUT F-RELIQUATS
               MOVE WS-SAISIE-CLI-ID  TO FS-RL-CLI-ID
               MOVE WS-SAISIE-PRODUIT TO FS-RL-PRODUIT
               MOVE WS-SAISIE-QTE     TO FS-RL-QTE-DUE
               MOVE WS-DATE-PROMISE   TO FS-RL-DATE-PROMISE
               WRITE FS-ENR-RELIQUAT
               CLOSE F-RELIQUATS
               IF WS-NB-RELIQUATS < 200
                       TO WS-RL-PRODUIT(WS-NB-RELIQUATS)
                   MOVE FS-RL-QTE-DUE
                       TO WS-RL-QTE-DUE(WS-NB-RELIQUATS)
                   MOVE FS-RL-DATE-PROMISE
                       TO WS-RL-DATE-PROMISE(WS-NB-RELIQUATS)
               END-IF
               DISPLAY "Reliquat enregistre pour le client "
                       WS-SAISIE-CLI-ID "."
       9600-ECRIRE-RELIQUAT-FIN.
           EXIT.

      ******************************************************************
      * DATE DE LIVRAISON PROMISE (DISPONIBLE A PROMETTRE)
      ******************************************************************
      * Besoin = reliquats deja dus sur le produit + quantite refusee.
      * Le stock du produit (FS-STOCK, enregistrement deja lu) le
      * couvre-t-il, la date est celle du jour (service au prochain
      * passage de reliquats-allocation.cbl) ; sinon les commandes
      * fournisseur ouvertes sont cumulees de la plus tot attendue a
      * la plus tard, et la date promise est celle qui couvre le
      * besoin. Zero : besoin non couvert, date a confirmer
       9610-CALCULER-DATE-PROMISE-DEB.
           MOVE ZERO TO WS-DATE-PROMISE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ATP-DATE-JOUR.

           MOVE WS-SAISIE-QTE TO WS-ATP-BESOIN.
           PERFORM VARYING WS-IDX-RL FROM 1 BY 1
                   UNTIL WS-IDX-RL > WS-NB-RELIQUATS
               IF WS-RL-PRODUIT(WS-IDX-RL) = WS-SAISIE-PRODUIT
                   ADD WS-RL-QTE-DUE(WS-IDX-RL) TO WS-ATP-BESOIN
               END-IF
           END-PERFORM.

           MOVE FS-STOCK TO WS-ATP-CUMUL.
           IF WS-ATP-CUMUL >= WS-ATP-BESOIN
               MOVE WS-ATP-DATE-JOUR TO WS-DATE-PROMISE
               GO TO 9610-CALCULER-DATE-PROMISE-FIN
           END-IF.

           PERFORM 9611-CHARGER-RECEPTIONS-DEB
              THRU 9611-CHARGER-RECEPTIONS-FIN.
           PERFORM 9612-CHARGER-APPRO-DEB
              THRU 9612-CHARGER-APPRO-FIN.

           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-NB-APPRO
                      OR WS-DATE-PROMISE > ZERO
               ADD WS-AP-QTE(WS-IDX-AP) TO WS-ATP-CUMUL
               IF WS-ATP-CUMUL >= WS-ATP-BESOIN
                   MOVE WS-AP-DATE(WS-IDX-AP) TO WS-DATE-PROMISE
               END-IF
           END-PERFORM.
       9610-CALCULER-DATE-PROMISE-FIN.
           EXIT.

      * Quantites deja recues, une ligne par reception ; le fichier
      * peut ne pas exister tant que rien n'a ete recu
       9611-CHARGER-RECEPTIONS-DEB.
           MOVE ZERO TO WS-NB-REC-CF.
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
                       IF WS-NB-REC-CF < 2000
                          AND FS-RC-PRODUIT = WS-SAISIE-PRODUIT
                           ADD 1 TO WS-NB-REC-CF
                           MOVE FS-RC-NUM-CF
                               TO WS-RCF-NUM(WS-NB-REC-CF)
                           MOVE FS-RC-QTE-RECUE
                               TO WS-RCF-QTE(WS-NB-REC-CF)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RECEPTIONS = "00" OR WS-FS-RECEPTIONS = "10"
               CLOSE F-RECEPTIONS
           END-IF.
       9611-CHARGER-RECEPTIONS-FIN.
           EXIT.

      * Commandes fournisseur du produit encore ouvertes : reste a
      * recevoir et date attendue (date de commande + delai promis
      * par le fournisseur ; une commande en retard est attendue
      * des aujourd'hui). Fichier absent = aucune commande passee
       9612-CHARGER-APPRO-DEB.
           MOVE ZERO TO WS-NB-APPRO.
           MOVE ALL "9" TO WS-TAB-APPRO.
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
                          AND FS-CF-DATE IS NUMERIC
                          AND FS-CF-DATE > ZERO
                           PERFORM 9613-RETENIR-APPRO-DEB
                              THRU 9613-RETENIR-APPRO-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDE-FOURN = "00"
              OR WS-FS-COMMANDE-FOURN = "10"
               CLOSE F-COMMANDE-FOURN
           END-IF.

           IF WS-NB-APPRO > 1
               SORT WS-APPRO ON ASCENDING KEY WS-AP-DATE
           END-IF.
       9612-CHARGER-APPRO-FIN.
           EXIT.

      * Retient la commande fournisseur lue si elle reste a recevoir,
      * dans la limite de la capacite du tableau
       9613-RETENIR-APPRO-DEB.
           COMPUTE WS-ATP-RESTANT = FS-CF-QTE.
           PERFORM VARYING WS-IDX-REC-CF FROM 1 BY 1
                   UNTIL WS-IDX-REC-CF > WS-NB-REC-CF
               IF WS-RCF-NUM(WS-IDX-REC-CF) = FS-CF-NUM
                   SUBTRACT WS-RCF-QTE(WS-IDX-REC-CF)
                       FROM WS-ATP-RESTANT
               END-IF
           END-PERFORM.
           IF WS-ATP-RESTANT NOT > ZERO OR WS-NB-APPRO NOT < 50
               GO TO 9613-RETENIR-APPRO-FIN
           END-IF.

           ADD 1 TO WS-NB-APPRO.
           MOVE WS-ATP-RESTANT TO WS-AP-QTE(WS-NB-APPRO).
           COMPUTE WS-ATP-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(FS-CF-DATE) + FS-CF-DELAI-JRS.
           COMPUTE WS-AP-DATE(WS-NB-APPRO) =
               FUNCTION DATE-OF-INTEGER(WS-ATP-JOUR-ENTIER).
           IF WS-AP-DATE(WS-NB-APPRO) < WS-ATP-DATE-JOUR
               MOVE WS-ATP-DATE-JOUR TO WS-AP-DATE(WS-NB-APPRO)
           END-IF.
       9613-RETENIR-APPRO-FIN.
           EXIT.

      ******************************************************************
      * CONFIRMATION DE LIVRAISON D'UNE COMMANDE EXPEDIEE
      ******************************************************************
      * Saisie contre le bon de livraison (numero du bon = numero de
      * la commande) : date de livraison, transporteur, numero de
      * suivi et signataire. La commande passe LIVRE et la
      * confirmation est ajoutee a livraisons.txt (cree s'il
      * n'existe pas encore)
       9900-CONFIRMER-LIVRAISON-DEB.
      * Refus si des lignes de commandes.txt n'ont pas pu etre
      * chargees en memoire : la reecriture les supprimerait
           IF WS-NB-CMD-FICHIER > WS-NB-CMD-LUES
               DISPLAY "/!\ " WS-NB-CMD-FICHIER " commandes au fichier"
                       " pour " WS-NB-CMD-LUES " en memoire :"
                       " confirmation refusee /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.

           DISPLAY "Numero du bon de livraison : "
               SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUM-CMD.

           MOVE ZERO TO WS-IDX-CMD-TROUVE.
           PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                   UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
               IF WS-COMMANDES-NUM(WS-IDX-CMD) = WS-SAISIE-NUM-CMD
                  AND WS-IDX-CMD-TROUVE = ZERO
                   MOVE WS-IDX-CMD TO WS-IDX-CMD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CMD-TROUVE = ZERO
               DISPLAY "/!\ Commande introuvable /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.
           IF WS-COMMANDES-STATUT(WS-IDX-CMD-TROUVE)
                   = WS-STATUT-LIVRE
               DISPLAY "/!\ Livraison deja confirmee /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.
           IF WS-COMMANDES-STATUT(WS-IDX-CMD-TROUVE)
                   NOT = WS-STATUT-EXPEDIE
               DISPLAY "/!\ Commande au statut "
                       WS-COMMANDES-STATUT(WS-IDX-CMD-TROUVE)
                       " : seule une commande EXPEDIE peut etre "
                       "livree /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.

           PERFORM 9910-CHERCHER-BON-LIVRAISON-DEB
              THRU 9910-CHERCHER-BON-LIVRAISON-FIN.
           IF WS-LV-DATE-EXPED = ZERO
               DISPLAY "/!\ Aucun bon de livraison " WS-SAISIE-NUM-CMD
                       " dans bons-livraison.txt /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.
           DISPLAY "Bon de livraison " WS-SAISIE-NUM-CMD " du "
                   WS-LV-DATE-EXPED " - client "
                   WS-COMMANDES-CLI-ID(WS-IDX-CMD-TROUVE).

      * Date de livraison : ENTREE = aujourd'hui ; ni avant le bon,
      * ni dans le futur
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LV-DATE-JOUR.
           DISPLAY "Date de livraison (AAAAMMJJ, ENTREE = "
                   "aujourd'hui) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-DATE-LIVR.
           ACCEPT WS-SAISIE-DATE-LIVR.
           IF WS-SAISIE-DATE-LIVR = SPACES
               MOVE WS-LV-DATE-JOUR TO WS-LV-DATE-LIVR
           ELSE
               IF WS-SAISIE-DATE-LIVR IS NOT NUMERIC
                   DISPLAY "/!\ Date invalide, confirmation "
                           "abandonnee /!\"
                   GO TO 9900-CONFIRMER-LIVRAISON-FIN
               END-IF
               MOVE WS-SAISIE-DATE-LIVR TO WS-LV-DATE-LIVR
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LV-DATE-LIVR) NOT = 0
                   DISPLAY "/!\ Date invalide, confirmation "
                           "abandonnee /!\"
                   GO TO 9900-CONFIRMER-LIVRAISON-FIN
               END-IF
           END-IF.
           IF WS-LV-DATE-LIVR < WS-LV-DATE-EXPED
              OR WS-LV-DATE-LIVR > WS-LV-DATE-JOUR
               DISPLAY "/!\ Date de livraison hors de la periode du "
                       WS-LV-DATE-EXPED " au " WS-LV-DATE-JOUR
                       " /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.

      * La livraison est datee du jour saisi : mois cloture refuse
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-LV-DATE-LIVR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.

           DISPLAY "Transporteur : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-TRANSPORTEUR.
           ACCEPT WS-SAISIE-TRANSPORTEUR.
           IF WS-SAISIE-TRANSPORTEUR = SPACES
               DISPLAY "/!\ Transporteur obligatoire, confirmation "
                       "abandonnee /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.
           DISPLAY "Numero de suivi (facultatif) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-SUIVI.
           ACCEPT WS-SAISIE-SUIVI.
           DISPLAY "Signe par : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-SIGNATAIRE.
           ACCEPT WS-SAISIE-SIGNATAIRE.
           IF WS-SAISIE-SIGNATAIRE = SPACES
               DISPLAY "/!\ Nom du signataire obligatoire, "
                       "confirmation abandonnee /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.

           OPEN EXTEND F-LIVRAISONS.
           IF WS-FS-LIVRAISONS = "35"
               OPEN OUTPUT F-LIVRAISONS
               CLOSE F-LIVRAISONS
               OPEN EXTEND F-LIVRAISONS
           END-IF.
           IF WS-FS-LIVRAISONS NOT = "00"
               DISPLAY "/!\ livraisons.txt indisponible (code "
                       WS-FS-LIVRAISONS "), confirmation non "
                       "enregistree /!\"
               GO TO 9900-CONFIRMER-LIVRAISON-FIN
           END-IF.
           MOVE SPACES TO FS-ENR-LIVRAISON.
           MOVE WS-SAISIE-NUM-CMD      TO FS-LV-NUM-CMD.
           MOVE WS-COMMANDES-CLI-ID(WS-IDX-CMD-TROUVE)
               TO FS-LV-CLI-ID.
           MOVE WS-LV-DATE-EXPED       TO FS-LV-DATE-EXPED.
           MOVE WS-LV-DATE-LIVR        TO FS-LV-DATE-LIVR.
           MOVE WS-SAISIE-TRANSPORTEUR TO FS-LV-TRANSPORTEUR.
           MOVE WS-SAISIE-SUIVI        TO FS-LV-SUIVI.
           MOVE WS-SAISIE-SIGNATAIRE   TO FS-LV-SIGNATAIRE.
           WRITE FS-ENR-LIVRAISON.
           CLOSE F-LIVRAISONS.

           PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                   UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
               IF WS-COMMANDES-NUM(WS-IDX-CMD) = WS-SAISIE-NUM-CMD
                   MOVE WS-STATUT-LIVRE
                       TO WS-COMMANDES-STATUT(WS-IDX-CMD)
               END-IF
           END-PERFORM.
           PERFORM 9300-REECRIRE-F-COMMANDES-DEB
              THRU 9300-REECRIRE-F-COMMANDES-FIN.
           DISPLAY "Commande n. " WS-SAISIE-NUM-CMD
                   " - nouveau statut : " WS-STATUT-LIVRE.
       9900-CONFIRMER-LIVRAISON-FIN.
           EXIT.

      * Date du dernier bon de livraison edite pour la commande
      * WS-SAISIE-NUM-CMD (zero si aucun : fichier absent ou bon
      * jamais edite)
       9910-CHERCHER-BON-LIVRAISON-DEB.
           MOVE ZERO TO WS-LV-DATE-EXPED.
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
                          AND FS-ENR-BON-LIVRAISON(21:4)
                               = WS-SAISIE-NUM-CMD
                          AND FS-ENR-BON-LIVRAISON(29:8) IS NUMERIC
                           MOVE FS-ENR-BON-LIVRAISON(29:8)
                               TO WS-LV-DATE-EXPED
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-BON-LIVRAISON = "00" OR WS-FS-BON-LIVRAISON = "10"
               CLOSE F-BON-LIVRAISON
           END-IF.
       9910-CHERCHER-BON-LIVRAISON-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES MOUVEMENTS DE STOCK
      ******************************************************************
               MOVE WS-MV-QTE       TO FS-MV-QTE
               MOVE WS-MV-SENS      TO FS-MV-SENS
               MOVE WS-MV-REFERENCE TO FS-MV-REFERENCE
               MOVE WS-MV-EMPLACEMENT TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
      ******************************************************************
      * RESTITUTION DU STOCK EN INVENTAIRE POUR UNE COMMANDE ANNULEE
      ******************************************************************
      * Chaque ligne de la commande WS-SAISIE-NUM-CMD rend sa
      * quantite au stock
       9400-RESTAURER-STOCK-DEB.
           OPEN I-O F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Inventaire indisponible, stock non restauré."
           ELSE
      * Stock des emplacements secondaires, cree au besoin pour y
      * rendre une ligne prelevee hors du depot principal
               MOVE 'N' TO WS-FLAG-EMPL-OUVERT
               OPEN I-O F-STOCK-EMPL
               IF WS-FS-STOCK-EMPL = "35"
                   OPEN OUTPUT F-STOCK-EMPL
                   CLOSE F-STOCK-EMPL
                   OPEN I-O F-STOCK-EMPL
               END-IF
               IF WS-FS-STOCK-EMPL = "00"
                   SET WS-EMPL-OUVERT TO TRUE
               END-IF
               PERFORM VARYING WS-IDX-CMD FROM 1 BY 1
                       UNTIL WS-IDX-CMD > WS-NB-CMD-LUES
                   IF WS-COMMANDES-NUM(WS-IDX-CMD) = WS-SAISIE-NUM-CMD
                       PERFORM 9410-RESTAURER-LIGNE-DEB
                          THRU 9410-RESTAURER-LIGNE-FIN
                   END-IF
               END-PERFORM
               IF WS-EMPL-OUVERT
                   CLOSE F-STOCK-EMPL
               END-IF
               CLOSE F-INVENTAIRE
           END-IF.
       9400-RESTAURER-STOCK-FIN.
           EXIT.

      * Restitution d'une ligne WS-IDX-CMD, F-INVENTAIRE ouvert en
      * I-O par l'appelant
       9410-RESTAURER-LIGNE-DEB.
           MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD) TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "Produit " WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                           " inconnu de l'inventaire, stock non "
                           "restauré."
               NOT INVALID KEY
                   ADD WS-COMMANDES-QTE(WS-IDX-CMD) TO FS-STOCK
                   REWRITE FS-ENR-INVENTAIRE
                   IF WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                           NOT = WS-EMPL-PRINCIPAL
                       PERFORM 9420-RESTAURER-EMPLACEMENT-DEB
                          THRU 9420-RESTAURER-EMPLACEMENT-FIN
                   END-IF
                   MOVE WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
                       TO WS-MV-EMPLACEMENT
                   MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD)
                       TO WS-MV-PRODUIT
                   MOVE WS-COMMANDES-QTE(WS-IDX-CMD) TO WS-MV-QTE
                   MOVE "E" TO WS-MV-SENS
                   MOVE SPACES TO WS-MV-REFERENCE
                   STRING "ANNUL " WS-SAISIE-NUM-CMD
                       INTO WS-MV-REFERENCE
                   END-STRING
                   PERFORM 9500-ECRIRE-MOUVEMENT-DEB
                      THRU 9500-ECRIRE-MOUVEMENT-FIN
           END-READ.
       9410-RESTAURER-LIGNE-FIN.
           EXIT.

      * Rend la quantite de la ligne WS-IDX-CMD a son emplacement
      * secondaire d'origine (enregistrement recree s'il a disparu)
       9420-RESTAURER-EMPLACEMENT-DEB.
           IF NOT WS-EMPL-OUVERT
               DISPLAY "/!\ stock-emplacements.txt indisponible (code "
                       WS-FS-STOCK-EMPL "), quantite rendue au "
                       "depot principal /!\"
               MOVE WS-EMPL-PRINCIPAL
                   TO WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
               GO TO 9420-RESTAURER-EMPLACEMENT-FIN
           END-IF.

           MOVE WS-COMMANDES-PRODUIT(WS-IDX-CMD) TO FS-SE-PRODUIT.
           MOVE WS-COMMANDES-EMPLACEMENT(WS-IDX-CMD)
               TO FS-SE-EMPLACEMENT.
           READ F-STOCK-EMPL
               INVALID KEY
                   MOVE WS-COMMANDES-QTE(WS-IDX-CMD) TO FS-SE-QTE
                   WRITE FS-ENR-STOCK-EMPL
               NOT INVALID KEY
                   ADD WS-COMMANDES-QTE(WS-IDX-CMD) TO FS-SE-QTE
                   REWRITE FS-ENR-STOCK-EMPL
           END-READ.
       9420-RESTAURER-EMPLACEMENT-FIN.
           EXIT.
