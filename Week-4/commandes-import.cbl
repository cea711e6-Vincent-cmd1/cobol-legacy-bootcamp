      ******************************************************************
      * PROGRAMME : COMMANDES-IMPORT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Import en masse des commandes clients recues sous
      *             forme de tableur (commandes-import.csv : client,
      *             produit, quantite, date demandee ; separateur
      *             ";" ou ","). Chaque ligne est controlee comme a
      *             la saisie dans command-cli.cbl : client connu et
      *             actif (clients.txt), produit connu et actif
      *             (inventaire.txt), controle du stock au depot
      *             principal, plafond d'encours du client. Servie,
      *             la ligne decremente l'inventaire (mouvement
      *             journalise) et rejoint la commande ; en stock
      *             insuffisant elle part en reliquat avec une date
      *             de livraison promise. Les lignes successives d'un
      *             meme client et d'une meme date demandee forment
      *             une seule commande ATTENTE (20 lignes au plus),
      *             numerotee a la suite de compteur-commandes.txt.
      *             Les lignes refusees sont ecrites, avec leur
      *             motif, dans commandes-import-rejets.txt.
      *
      * FICHIERS  :
      *   - F-IMPORT         : commandes-import.csv (entree), renomme
      *                        commandes-import-AAAAMMJJHHMMSS.csv
      *                        avant traitement
      *   - F-REJETS         : commandes-import-rejets.txt (sortie,
      *                        recree)
      *   - F-CLIENTS        : clients.txt (entree)
      *   - F-FACTURES       : factures.txt (entree, encours client)
      *   - F-COMMANDES      : commandes.txt (lu, puis ajout des
      *                        commandes creees)
      *   - F-INVENTAIRE     : inventaire.txt (stock decremente)
      *   - F-STOCK-EMPL     : stock-emplacements.txt (entree, stock
      *                        des emplacements secondaires)
      *   - F-MOUVEMENTS     : mouvements-stock.txt (journal, ajout)
      *   - F-RELIQUATS      : reliquats.txt (lu, puis ajout)
      *   - F-COMMANDE-FOURN : commandes-fournisseur.txt (entree)
      *   - F-RECEPTIONS     : receptions.txt (entree)
      *   - F-COMPTEUR       : compteur-commandes.txt (plus haut
      *                        numero emis, lu puis reecrit)
      *
      * REMARQUE  : Aucune saisie : le programme est enchaine par
      *             lot-nocturne et peut etre lance a la demande.
      *             Sans commandes-import.csv il se termine
      *             normalement. Le fichier est renomme avant
      *             traitement pour qu'un meme envoi ne soit jamais
      *             importe deux fois. Une premiere ligne dont la
      *             quantite n'est pas numerique est un en-tete de
      *             colonnes, ignore. Sans operateur pour accorder
      *             une derogation, une ligne qui ferait depasser le
      *             plafond d'encours est refusee. La date demandee
      *             (facultative) repousse la date promise d'un
      *             reliquat ; la commande est datee du jour de
      *             l'import, comme une commande saisie.
      *
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      *                 nocturne (lignes lues, ignorees, servies, en
      *                 reliquat, rejetees) declares a totaux-controle
      *                 en fin d'execution.
      * MODIFICATION : 15/10/2026 - Periodes comptables : l'import est
      *                 refuse si le mois du jour est cloture
      *                 (controle-periode.cbl) ; les verrous sont
      *                 retires et commandes-import.csv n'est pas
      *                 renomme, il sera importe apres reouverture du
      *                 mois. Journal des receptions declare a
      *                 l'identique de reception-fourn.cbl (lot et
      *                 peremption).
      * MODIFICATION : 15/10/2026 - Fichier des rejets conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. commandes-import.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Commandes a importer, sous le nom pris apres renommage
           SELECT F-IMPORT ASSIGN TO WS-NOM-IMPORT-TRAITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.

      * Lignes refusees et motif du refus
           SELECT F-REJETS ASSIGN TO "commandes-import-rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

      * Referentiel clients (tenu par clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Registre des factures (cf. facturation-cli.cbl), lu pour
      * calculer l'encours du client
           SELECT F-FACTURES ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Fichier des commandes (cf. command-cli.cbl)
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Inventaire des produits (cf. rupture-stock.cbl)
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Stock par produit et emplacement secondaire (cf.
      * reception-fourn.cbl), pour ne servir que le stock du depot
      * principal
           SELECT F-STOCK-EMPL ASSIGN TO "stock-emplacements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SE-CLE
               FILE STATUS IS WS-FS-STOCK-EMPL.

      * Journal des mouvements de stock (cf. command-cli.cbl)
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOUVEMENTS.

      * Reliquats clients (cf. command-cli.cbl)
           SELECT F-RELIQUATS ASSIGN TO "reliquats.txt"
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

      * Plus haut numero de commande jamais emis (cf. command-cli.cbl)
           SELECT F-COMPTEUR ASSIGN TO "compteur-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPTEUR.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne du tableur : client;produit;quantite;date demandee
       FD F-IMPORT.
       01 FS-ENR-IMPORT                  PIC X(100).

      * Ligne refusee : numero de ligne dans le fichier importe,
      * motif et contenu de la ligne
       FD F-REJETS.
       01 FS-ENR-REJET.
           05 FS-RJ-NUM-LIGNE            PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RJ-MOTIF                PIC X(30).
           05 FILLER                     PIC X(01).
           05 FS-RJ-LIGNE                PIC X(80).

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

      * Inventaire des produits (cf. rupture-stock.cbl)
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT                 PIC X(10).
           05 FS-STOCK                   PIC 9(05).
           05 FS-INV-FOURN-CODE          PIC X(06).
           05 FS-INV-PRIX                PIC 9(05)V99.
           05 FS-INV-STATUT              PIC X(01).
           05 FS-INV-TVA-CODE            PIC X(01).

      * Stock d'un emplacement secondaire (cf. reception-fourn.cbl)
       FD F-STOCK-EMPL.
       01 FS-ENR-STOCK-EMPL.
           05 FS-SE-CLE.
              10 FS-SE-PRODUIT           PIC X(10).
              10 FS-SE-EMPLACEMENT       PIC X(04).
           05 FS-SE-QTE                  PIC 9(05).

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
       FD F-MOUVEMENTS.
       01 FS-ENR-MOUVEMENT.
           05 FS-MV-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-MV-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-MV-QTE                  PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-MV-SENS                 PIC X(01).
           05 FILLER                     PIC X(01).
           05 FS-MV-REFERENCE            PIC X(12).
           05 FILLER                     PIC X(01).
           05 FS-MV-EMPLACEMENT          PIC X(04).

      * Un reliquat par refus pour stock insuffisant (cf.
      * command-cli.cbl)
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

      * Une seule ligne : le plus haut numero de commande jamais emis
       FD F-COMPTEUR.
       01 FS-ENR-COMPTEUR.
           05 FS-CPT-DERNIER-NUM         PIC 9(04).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-IMPORT             PIC X(02).
       01 WS-FS-REJETS             PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-STOCK-EMPL         PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
       01 WS-FS-RELIQUATS          PIC X(02).
       01 WS-FS-COMMANDE-FOURN     PIC X(02).
       01 WS-FS-RECEPTIONS         PIC X(02).
       01 WS-FS-COMPTEUR           PIC X(02).

      * Drapeaux de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.
       01 WS-FLAG-FIN-IMPORT       PIC X VALUE 'N'.
           88 WS-FIN-IMPORT                     VALUE 'Y'.

      * Fichier a importer et nom pris avant traitement (horodate),
      * zones de CBL_CHECK_FILE_EXIST / CBL_RENAME_FILE (zones
      * alphanumeriques exigees)
       01 WS-NOM-IMPORT            PIC X(40)
                                   VALUE "commandes-import.csv".
       01 WS-NOM-IMPORT-TRAITE     PIC X(40) VALUE SPACES.
       01 WS-FICHIER-EXISTE-INFOS  PIC X(36).
       01 WS-RC-FICHIER            PIC S9(9) COMP-5.
       01 WS-HORODATAGE            PIC X(14).

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Clients connus (100 max) : identifiant, statut et plafond
      * d'encours (zero = sans plafond)
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLIENT OCCURS 100 TIMES.
              10 WS-CLI-ID              PIC X(02).
              10 WS-CLI-STATUT          PIC X(01).
              10 WS-CLI-PLAFOND         PIC 9(07)V99.

      * Champs de la ligne importee, avant controle
       01 WS-CSV-CLI               PIC X(10).
       01 WS-CSV-PRODUIT           PIC X(20).
       01 WS-CSV-QTE               PIC X(10).
       01 WS-CSV-DATE              PIC X(10).
       01 WS-CSV-RESTE             PIC X(20).
       01 WS-LG-QTE                PIC 9(02) VALUE ZERO.
       01 WS-NB-CHAMPS             PIC 9(02) VALUE ZERO.

      * Ligne controlee et motif d'un refus
       01 WS-NUM-LIGNE             PIC 9(05) VALUE ZERO.
       01 WS-SAISIE-CLI-ID         PIC X(02).
       01 WS-SAISIE-PRODUIT        PIC X(10).
       01 WS-SAISIE-QTE            PIC 9(05).
       01 WS-DATE-DEMANDEE         PIC 9(08).
       01 WS-IDX-CLI-LIGNE         PIC 9(03) VALUE ZERO.
       01 WS-MOTIF-REJET           PIC X(30).

      * Commande en cours de constitution : client, date demandee,
      * lignes servies (20 max, comme a la saisie) et numero qu'elle
      * portera, cite des la premiere ligne dans la reference des
      * mouvements de stock
       01 WS-FLAG-CMD-OUVERTE      PIC X VALUE 'N'.
           88 WS-CMD-OUVERTE                    VALUE 'Y'.
       01 WS-CMD-CLI-ID            PIC X(02).
       01 WS-CMD-DATE-DEMANDEE     PIC 9(08).
       01 WS-IDX-CLI-SAISIE        PIC 9(03) VALUE ZERO.
       01 WS-NB-LIGNES-SAISIE      PIC 9(02) VALUE ZERO.
       01 WS-IDX-LIGNE             PIC 9(02) VALUE ZERO.
       01 WS-TAB-LIGNES-SAISIE.
           05 WS-LIGNE-SAISIE OCCURS 20 TIMES.
              10 WS-LS-PRODUIT          PIC X(10).
              10 WS-LS-QTE              PIC 9(05).
              10 WS-LS-PRIX-UNIT        PIC 9(05)V99.
              10 WS-LS-TOTAL-LIGNE      PIC 9(07)V99.
       01 WS-NUM-CMD-SAISIE        PIC 9(04).
       01 WS-TOTAL-CMD-SAISIE      PIC 9(09)V99.
       01 WS-SAISIE-PRIX-UNIT      PIC 9(05)V99.
       01 WS-SAISIE-TOTAL-LIGNE    PIC 9(07)V99.

      * Numerotation des commandes, poursuivie a partir du plus haut
      * numero jamais emis (meme demarche que WS-PROCH-NUM dans
      * command-cli.cbl)
       01 WS-PROCH-NUM             PIC 9(04) VALUE ZERO.
       01 WS-PROCH-NUM-ED          PIC X(04).
       01 WS-NUM-CMD-COURANT       PIC 9(04).

      * Statuts de commande
       01 WS-STATUT-ATTENTE        PIC X(08) VALUE "ATTENTE".
       01 WS-STATUT-EXPEDIE        PIC X(08) VALUE "EXPEDIE".
       01 WS-STATUT-LIVRE          PIC X(08) VALUE "LIVRE".

      * Plafond d'encours du client de la commande (meme calcul que
      * 9800-CALCULER-ENCOURS dans command-cli.cbl) : factures EMISE
      * - avoirs ouverts + lignes ATTENTE, EXPEDIE ou LIVRE non
      * encore facturees
       01 WS-ENCOURS               PIC S9(09)V99 VALUE ZERO.
       01 WS-ENCOURS-PREVU         PIC S9(09)V99 VALUE ZERO.
       01 WS-NB-CMD-FACTUREES      PIC 9(03) VALUE ZERO.
       01 WS-IDX-CF                PIC 9(03) VALUE ZERO.
       01 WS-TAB-CMD-FACTUREES.
           05 WS-CMD-FACTUREE OCCURS 500 TIMES PIC X(04).
       01 WS-FLAG-CMD-FACTUREE     PIC X VALUE 'N'.
           88 WS-CMD-EST-FACTUREE               VALUE 'Y'.

      * Stock du depot principal, seul servi : FS-STOCK moins ce
      * qui est range dans les emplacements secondaires
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-FLAG-EMPL-OUVERT      PIC X VALUE 'N'.
           88 WS-EMPL-OUVERT                    VALUE 'Y'.
       01 WS-FLAG-FIN-EMPL         PIC X VALUE 'N'.
           88 WS-FIN-EMPL                       VALUE 'Y'.
       01 WS-STOCK-AILLEURS        PIC 9(06) VALUE ZERO.
       01 WS-STOCK-DISPO           PIC S9(06) VALUE ZERO.

      * Journal des mouvements : zones de travail
       01 WS-MV-PRODUIT            PIC X(10).
       01 WS-MV-QTE                PIC 9(05).
       01 WS-MV-SENS               PIC X(01).
       01 WS-MV-REFERENCE          PIC X(12).

      * Reliquats deja dus (200 max), pour la date promise
       01 WS-NB-RELIQUATS          PIC 9(03) VALUE ZERO.
       01 WS-IDX-RL                PIC 9(03) VALUE ZERO.
       01 WS-TAB-RELIQUATS.
           05 WS-RELIQUAT OCCURS 200 TIMES.
              10 WS-RL-PRODUIT          PIC X(10).
              10 WS-RL-QTE-DUE          PIC 9(05).

      * Date de livraison promise a la mise en reliquat (meme calcul
      * que 9610-CALCULER-DATE-PROMISE dans command-cli.cbl) :
      * quantites recues par commande fournisseur, approvisionnements
      * attendus du produit (tries sur la date ; les postes
      * inutilises, a 9, restent en fin de tableau)
       01 WS-DATE-PROMISE          PIC 9(08) VALUE ZERO.
       01 WS-ATP-BESOIN            PIC 9(07) VALUE ZERO.
       01 WS-ATP-CUMUL             PIC 9(07) VALUE ZERO.
       01 WS-ATP-RESTANT           PIC S9(06) VALUE ZERO.
       01 WS-ATP-JOUR-ENTIER       PIC 9(07).
       01 WS-NB-REC-CF             PIC 9(04) VALUE ZERO.
       01 WS-IDX-REC-CF            PIC 9(04) VALUE ZERO.
       01 WS-TAB-REC-CF.
           05 WS-REC-CF OCCURS 2000 TIMES.
              10 WS-RCF-NUM             PIC 9(05).
              10 WS-RCF-QTE             PIC 9(05).
       01 WS-NB-APPRO              PIC 9(02) VALUE ZERO.
       01 WS-IDX-AP                PIC 9(02) VALUE ZERO.
       01 WS-TAB-APPRO.
           05 WS-APPRO OCCURS 50 TIMES.
              10 WS-AP-DATE             PIC 9(08).
              10 WS-AP-QTE              PIC 9(05).

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20)
                                   VALUE "commandes-import".
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

      * Compteurs de l'execution
       01 WS-NB-IGNOREES           PIC 9(05) VALUE ZERO.
       01 WS-NB-SERVIES            PIC 9(05) VALUE ZERO.
       01 WS-NB-MISES-RELIQUAT     PIC 9(05) VALUE ZERO.
       01 WS-NB-REJETS             PIC 9(05) VALUE ZERO.
       01 WS-NB-CMD-CREEES         PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-IMPORT          PIC 9(09)V99 VALUE ZERO.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "commandes-import".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "commandes-import".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : import des commandes du tableur
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Rien a faire sans fichier a importer
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOM-IMPORT
                                              WS-FICHIER-EXISTE-INFOS
               RETURNING WS-RC-FICHIER.
           IF WS-RC-FICHIER NOT = 0
               DISPLAY "Aucune commande a importer "
                       "(commandes-import.csv absent)."
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

      * Verrous mono-redacteur sur les deux fichiers partages mis a
      * jour (en batch, un verrou present vaut echec de l'etape)
           MOVE "commandes.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "commandes.txt est verrouille, "
                       "import abandonne."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "inventaire.txt est verrouille, "
                       "import abandonne."
               MOVE "R" TO WS-VER-ACTION
               MOVE "commandes.txt" TO WS-VER-FICHIER
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Aucune commande ne doit etre datee d'un mois cloture : le
      * fichier n'est pas renomme et sera importe apres reouverture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Import abandonne, commandes-import.csv "
                       "conserve."
               MOVE "R" TO WS-VER-ACTION
               MOVE "inventaire.txt" TO WS-VER-FICHIER
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               MOVE "commandes.txt" TO WS-VER-FICHIER
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Renommage du fichier avant traitement : un meme envoi n'est
      * jamais importe deux fois
           PERFORM 6005-RENOMMER-IMPORT-DEB
              THRU 6005-RENOMMER-IMPORT-FIN.

      * Referentiels et numerotation
           PERFORM 6110-CHARGER-CLIENTS-DEB
              THRU 6110-CHARGER-CLIENTS-FIN.
           PERFORM 6120-CHARGER-RELIQUATS-DEB
              THRU 6120-CHARGER-RELIQUATS-FIN.
           PERFORM 6130-CHERCHER-PROCHAIN-NUM-DEB
              THRU 6130-CHERCHER-PROCHAIN-NUM-FIN.

           OPEN INPUT F-IMPORT.
           IF WS-FS-IMPORT NOT = "00"
               DISPLAY "Erreur ouverture " WS-NOM-IMPORT-TRAITE
                       ", code : " WS-FS-IMPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               DISPLAY "Erreur ouverture commandes-import-rejets.txt,"
                       " code : " WS-FS-REJETS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                       WS-FS-INVENTAIRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * Sans stock-emplacements.txt, tout le stock est au depot
      * principal
           MOVE 'N' TO WS-FLAG-EMPL-OUVERT.
           OPEN INPUT F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL = "00"
               SET WS-EMPL-OUVERT TO TRUE
           END-IF.

      * Lignes du tableur, dans l'ordre du fichier ; la derniere
      * commande constituee est ecrite a la fin
           PERFORM UNTIL WS-FIN-IMPORT
               READ F-IMPORT
                   AT END
                       SET WS-FIN-IMPORT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       PERFORM 7000-TRAITER-LIGNE-DEB
                          THRU 7000-TRAITER-LIGNE-FIN
               END-READ
           END-PERFORM.
           PERFORM 7500-ECRIRE-COMMANDE-DEB
              THRU 7500-ECRIRE-COMMANDE-FIN.

           IF WS-EMPL-OUVERT
               CLOSE F-STOCK-EMPL
           END-IF.
           CLOSE F-INVENTAIRE.
           CLOSE F-REJETS.
           CLOSE F-IMPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "commandes-import-rejets.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
           IF WS-CAT-RC NOT = ZERO
               DISPLAY "/!\ Rejets non catalogues (code " WS-CAT-RC
                       ") /!\"
           END-IF.

      * Memorisation du plus haut numero emis
           IF WS-NB-CMD-CREEES > ZERO
               PERFORM 6140-ECRIRE-COMPTEUR-DEB
                  THRU 6140-ECRIRE-COMPTEUR-FIN
           END-IF.

      * Retrait des deux verrous
           MOVE "R" TO WS-VER-ACTION.
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           MOVE "commandes.txt" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.

           DISPLAY "Fichier importe : " WS-NOM-IMPORT-TRAITE.
           DISPLAY "Lignes lues            : " WS-NUM-LIGNE.
           DISPLAY "Lignes ignorees        : " WS-NB-IGNOREES.
           DISPLAY "Lignes servies         : " WS-NB-SERVIES.
           DISPLAY "Lignes en reliquat     : " WS-NB-MISES-RELIQUAT.
           DISPLAY "Lignes rejetees        : " WS-NB-REJETS
                   " (commandes-import-rejets.txt)".
           DISPLAY "Commandes creees       : " WS-NB-CMD-CREEES
                   " - Total : " WS-TOTAL-IMPORT.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * RENOMMAGE DU FICHIER A IMPORTER
      ******************************************************************
      * commandes-import.csv devient commandes-import-AAAAMMJJHHMMSS
      * .csv ; un echec arrete l'import (verrous retires) plutot que
      * de risquer de reimporter le meme envoi au prochain passage
       6005-RENOMMER-IMPORT-DEB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.
           MOVE SPACES TO WS-NOM-IMPORT-TRAITE.
           STRING "commandes-import-" WS-HORODATAGE ".csv"
               DELIMITED BY SIZE
               INTO WS-NOM-IMPORT-TRAITE
           END-STRING.
           CALL "CBL_RENAME_FILE" USING WS-NOM-IMPORT
                                         WS-NOM-IMPORT-TRAITE
               RETURNING WS-RC-FICHIER.
           IF WS-RC-FICHIER NOT = 0
               DISPLAY "Renommage de commandes-import.csv impossible "
                       "(code " WS-RC-FICHIER "), import abandonne."
               MOVE "R" TO WS-VER-ACTION
               MOVE "inventaire.txt" TO WS-VER-FICHIER
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               MOVE "commandes.txt" TO WS-VER-FICHIER
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-RENOMMER-IMPORT-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CLIENTS
      ******************************************************************
      * Client anterieur au plafond d'encours : sans plafond
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
                           MOVE FS-CLI-STATUT
                               TO WS-CLI-STATUT(WS-NB-CLIENTS)
                           IF FS-CLI-PLAFOND IS NOT NUMERIC
                               MOVE ZERO TO FS-CLI-PLAFOND
                           END-IF
                           MOVE FS-CLI-PLAFOND
                               TO WS-CLI-PLAFOND(WS-NB-CLIENTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
               CLOSE F-CLIENTS
           END-IF.
       6110-CHARGER-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES RELIQUATS DEJA DUS
      ******************************************************************
      * Le fichier peut ne pas exister tant qu'aucune commande n'a
      * ete refusee pour stock insuffisant
       6120-CHARGER-RELIQUATS-DEB.
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
                       IF WS-NB-RELIQUATS < 200
                           ADD 1 TO WS-NB-RELIQUATS
                           MOVE FS-RL-PRODUIT
                               TO WS-RL-PRODUIT(WS-NB-RELIQUATS)
                           MOVE FS-RL-QTE-DUE
                               TO WS-RL-QTE-DUE(WS-NB-RELIQUATS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RELIQUATS = "00" OR WS-FS-RELIQUATS = "10"
               CLOSE F-RELIQUATS
           END-IF.
       6120-CHARGER-RELIQUATS-FIN.
           EXIT.

      ******************************************************************
      * PLUS HAUT NUMERO DE COMMANDE DEJA EMIS
      ******************************************************************
      * compteur-commandes.txt d'abord, complete par le plus haut
      * numero du fichier (reprise du compteur s'il est absent ou en
      * retard), comme dans reliquats-allocation.cbl
       6130-CHERCHER-PROCHAIN-NUM-DEB.
           MOVE ZERO TO WS-PROCH-NUM.
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
                       MOVE FS-COMMANDES-NUM TO WS-NUM-CMD-COURANT
                       IF WS-NUM-CMD-COURANT > WS-PROCH-NUM
                           MOVE WS-NUM-CMD-COURANT TO WS-PROCH-NUM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.

           OPEN INPUT F-COMPTEUR.
           IF WS-FS-COMPTEUR = "00"
               READ F-COMPTEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FS-CPT-DERNIER-NUM > WS-PROCH-NUM
                           MOVE FS-CPT-DERNIER-NUM TO WS-PROCH-NUM
                       END-IF
               END-READ
               CLOSE F-COMPTEUR
           END-IF.
       6130-CHERCHER-PROCHAIN-NUM-FIN.
           EXIT.

      ******************************************************************
      * MEMORISATION DU PLUS HAUT NUMERO EMIS
      ******************************************************************
       6140-ECRIRE-COMPTEUR-DEB.
           OPEN OUTPUT F-COMPTEUR.
           IF WS-FS-COMPTEUR NOT = "00"
               DISPLAY "/!\ Erreur ecriture compteur-commandes.txt, "
                       "code : " WS-FS-COMPTEUR " /!\"
           ELSE
               MOVE WS-PROCH-NUM TO FS-CPT-DERNIER-NUM
               WRITE FS-ENR-COMPTEUR
               CLOSE F-COMPTEUR
           END-IF.
       6140-ECRIRE-COMPTEUR-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE ET TRAITEMENT D'UNE LIGNE DU TABLEUR
      ******************************************************************
      * Ligne vide ou en-tete : ignoree. Ligne mal formee, client
      * inconnu ou desactive : rejetee. Sinon la ligne rejoint la
      * commande en cours si elle est du meme client et de la meme
      * date demandee, et ouvre une nouvelle commande dans le cas
      * contraire
       7000-TRAITER-LIGNE-DEB.
           INSPECT FS-ENR-IMPORT REPLACING ALL X"0D" BY SPACE.
           IF FS-ENR-IMPORT = SPACES
               ADD 1 TO WS-NB-IGNOREES
               GO TO 7000-TRAITER-LIGNE-FIN
           END-IF.

           MOVE SPACES TO WS-CSV-CLI WS-CSV-PRODUIT WS-CSV-QTE
                          WS-CSV-DATE WS-CSV-RESTE.
           MOVE ZERO TO WS-LG-QTE WS-NB-CHAMPS.
           UNSTRING FS-ENR-IMPORT DELIMITED BY ";" OR ","
               INTO WS-CSV-CLI
                    WS-CSV-PRODUIT
                    WS-CSV-QTE COUNT IN WS-LG-QTE
                    WS-CSV-DATE
                    WS-CSV-RESTE
               TALLYING IN WS-NB-CHAMPS
           END-UNSTRING.

      * En-tete de colonnes du tableur
           IF WS-NUM-LIGNE = 1 AND WS-CSV-QTE(1:1) IS NOT NUMERIC
               ADD 1 TO WS-NB-IGNOREES
               GO TO 7000-TRAITER-LIGNE-FIN
           END-IF.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN WS-NB-CHAMPS < 3
                   MOVE "CHAMPS MANQUANTS" TO WS-MOTIF-REJET
               WHEN WS-NB-CHAMPS > 4
                   MOVE "CHAMPS EN TROP" TO WS-MOTIF-REJET
               WHEN WS-CSV-CLI = SPACES
                 OR WS-CSV-CLI(3:) NOT = SPACES
                   MOVE "CODE CLIENT INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-CSV-PRODUIT = SPACES
                 OR WS-CSV-PRODUIT(11:) NOT = SPACES
                   MOVE "CODE PRODUIT INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-LG-QTE = ZERO OR WS-LG-QTE > 5
                   MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 7900-REJETER-LIGNE-DEB
                  THRU 7900-REJETER-LIGNE-FIN
               GO TO 7000-TRAITER-LIGNE-FIN
           END-IF.

           IF WS-CSV-QTE(1:WS-LG-QTE) IS NOT NUMERIC
               MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
           ELSE
               COMPUTE WS-SAISIE-QTE =
                   FUNCTION NUMVAL(WS-CSV-QTE(1:WS-LG-QTE))
               IF WS-SAISIE-QTE = ZERO
                   MOVE "QUANTITE NULLE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

      * Date demandee facultative, au format AAAAMMJJ
           MOVE ZERO TO WS-DATE-DEMANDEE.
           IF WS-MOTIF-REJET = SPACES AND WS-CSV-DATE NOT = SPACES
               IF WS-CSV-DATE(1:8) IS NUMERIC
                  AND WS-CSV-DATE(9:) = SPACES
                   MOVE WS-CSV-DATE(1:8) TO WS-DATE-DEMANDEE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEMANDEE)
                           NOT = ZERO
                       MOVE "DATE DEMANDEE INVALIDE"
                           TO WS-MOTIF-REJET
                   END-IF
               ELSE
                   MOVE "DATE DEMANDEE INVALIDE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

      * Client connu et actif
           IF WS-MOTIF-REJET = SPACES
               MOVE WS-CSV-CLI(1:2)     TO WS-SAISIE-CLI-ID
               MOVE WS-CSV-PRODUIT(1:10) TO WS-SAISIE-PRODUIT
               MOVE ZERO TO WS-IDX-CLI-LIGNE
               PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                       UNTIL WS-IDX-CLI > WS-NB-CLIENTS
                   IF WS-CLI-ID(WS-IDX-CLI) = WS-SAISIE-CLI-ID
                       MOVE WS-IDX-CLI TO WS-IDX-CLI-LIGNE
                   END-IF
               END-PERFORM
               IF WS-IDX-CLI-LIGNE = ZERO
                   MOVE "CLIENT INCONNU" TO WS-MOTIF-REJET
               ELSE
                   IF WS-CLI-STATUT(WS-IDX-CLI-LIGNE) = "I"
                       MOVE "CLIENT DESACTIVE" TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 7900-REJETER-LIGNE-DEB
                  THRU 7900-REJETER-LIGNE-FIN
               GO TO 7000-TRAITER-LIGNE-FIN
           END-IF.

      * Changement de client ou de date demandee, ou commande pleine :
      * la commande en cours est ecrite
           IF WS-CMD-OUVERTE
              AND (WS-SAISIE-CLI-ID NOT = WS-CMD-CLI-ID
                OR WS-DATE-DEMANDEE NOT = WS-CMD-DATE-DEMANDEE
                OR WS-NB-LIGNES-SAISIE = 20)
               PERFORM 7500-ECRIRE-COMMANDE-DEB
                  THRU 7500-ECRIRE-COMMANDE-FIN
           END-IF.
           IF NOT WS-CMD-OUVERTE
               PERFORM 7100-OUVRIR-COMMANDE-DEB
                  THRU 7100-OUVRIR-COMMANDE-FIN
           END-IF.

           PERFORM 7200-SERVIR-LIGNE-DEB
              THRU 7200-SERVIR-LIGNE-FIN.
       7000-TRAITER-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * OUVERTURE D'UNE NOUVELLE COMMANDE
      ******************************************************************
      * Numero reserve, encours du client calcule une fois pour la
      * commande quand il a un plafond
       7100-OUVRIR-COMMANDE-DEB.
           SET WS-CMD-OUVERTE TO TRUE.
           MOVE WS-SAISIE-CLI-ID  TO WS-CMD-CLI-ID.
           MOVE WS-DATE-DEMANDEE  TO WS-CMD-DATE-DEMANDEE.
           MOVE WS-IDX-CLI-LIGNE  TO WS-IDX-CLI-SAISIE.
           MOVE ZERO TO WS-NB-LIGNES-SAISIE.
           MOVE ZERO TO WS-TOTAL-CMD-SAISIE.
           ADD 1 TO WS-PROCH-NUM GIVING WS-NUM-CMD-SAISIE.

           MOVE ZERO TO WS-ENCOURS.
           IF WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) > ZERO
               PERFORM 7300-CALCULER-ENCOURS-DEB
                  THRU 7300-CALCULER-ENCOURS-FIN
           END-IF.
       7100-OUVRIR-COMMANDE-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE DE STOCK D'UNE LIGNE, COMME A LA SAISIE
      ******************************************************************
      * Produit inconnu ou desactive : rejet. Stock insuffisant au
      * depot principal : reliquat. Plafond d'encours depasse : rejet
      * (pas de derogation sans operateur). Sinon la ligne servie
      * decremente le stock, est tracee au journal des mouvements et
      * rejoint la commande
       7200-SERVIR-LIGNE-DEB.
           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   MOVE "PRODUIT INCONNU" TO WS-MOTIF-REJET
               NOT INVALID KEY
                   IF FS-INV-STATUT = "I"
                       MOVE "PRODUIT DESACTIVE" TO WS-MOTIF-REJET
                   END-IF
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 7900-REJETER-LIGNE-DEB
                  THRU 7900-REJETER-LIGNE-FIN
               GO TO 7200-SERVIR-LIGNE-FIN
           END-IF.

           PERFORM 7210-CALCULER-DISPONIBLE-DEB
              THRU 7210-CALCULER-DISPONIBLE-FIN.
           IF WS-STOCK-DISPO < WS-SAISIE-QTE
               PERFORM 7600-ECRIRE-RELIQUAT-DEB
                  THRU 7600-ECRIRE-RELIQUAT-FIN
               GO TO 7200-SERVIR-LIGNE-FIN
           END-IF.

           MOVE FS-INV-PRIX TO WS-SAISIE-PRIX-UNIT.
           COMPUTE WS-SAISIE-TOTAL-LIGNE =
               WS-SAISIE-PRIX-UNIT * WS-SAISIE-QTE.

           IF WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE) > ZERO
               COMPUTE WS-ENCOURS-PREVU = WS-ENCOURS
                   + WS-TOTAL-CMD-SAISIE + WS-SAISIE-TOTAL-LIGNE
               IF WS-ENCOURS-PREVU > WS-CLI-PLAFOND(WS-IDX-CLI-SAISIE)
                   MOVE "PLAFOND D'ENCOURS DEPASSE" TO WS-MOTIF-REJET
                   PERFORM 7900-REJETER-LIGNE-DEB
                      THRU 7900-REJETER-LIGNE-FIN
                   GO TO 7200-SERVIR-LIGNE-FIN
               END-IF
           END-IF.

           SUBTRACT WS-SAISIE-QTE FROM FS-STOCK.
           REWRITE FS-ENR-INVENTAIRE.

           MOVE WS-SAISIE-PRODUIT TO WS-MV-PRODUIT.
           MOVE WS-SAISIE-QTE     TO WS-MV-QTE.
           MOVE "S"               TO WS-MV-SENS.
           MOVE SPACES            TO WS-MV-REFERENCE.
           STRING "CMD " WS-NUM-CMD-SAISIE
               INTO WS-MV-REFERENCE
           END-STRING.
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
           ADD 1 TO WS-NB-SERVIES.
       7200-SERVIR-LIGNE-FIN.
           EXIT.

      * Stock du depot principal pour le produit lu en inventaire :
      * FS-STOCK moins les quantites de ses emplacements secondaires
       7210-CALCULER-DISPONIBLE-DEB.
           MOVE ZERO TO WS-STOCK-AILLEURS.
           IF WS-EMPL-OUVERT
               MOVE 'N' TO WS-FLAG-FIN-EMPL
               MOVE FS-PRODUIT TO FS-SE-PRODUIT
               MOVE LOW-VALUES TO FS-SE-EMPLACEMENT
               START F-STOCK-EMPL KEY IS >= FS-SE-CLE
                   INVALID KEY
                       SET WS-FIN-EMPL TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-EMPL
                   READ F-STOCK-EMPL NEXT RECORD
                       AT END
                           SET WS-FIN-EMPL TO TRUE
                       NOT AT END
                           IF FS-SE-PRODUIT NOT = FS-PRODUIT
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
       7210-CALCULER-DISPONIBLE-FIN.
           EXIT.

      ******************************************************************
      * ENCOURS DU CLIENT DE LA COMMANDE
      ******************************************************************
       7300-CALCULER-ENCOURS-DEB.
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
                       IF FS-FAC-CLI-ID = WS-CMD-CLI-ID
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
                       IF FS-COMMANDES-CLI-ID = WS-CMD-CLI-ID
                          AND (FS-COMMANDES-STATUT = WS-STATUT-ATTENTE
                            OR FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
                            OR FS-COMMANDES-STATUT = WS-STATUT-LIVRE)
                           PERFORM 7310-CUMULER-NON-FACTURE-DEB
                              THRU 7310-CUMULER-NON-FACTURE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.
       7300-CALCULER-ENCOURS-FIN.
           EXIT.

      * Ajoute a l'encours la ligne de commande lue si sa commande
      * n'est pas encore facturee
       7310-CUMULER-NON-FACTURE-DEB.
           MOVE 'N' TO WS-FLAG-CMD-FACTUREE.
           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-NB-CMD-FACTUREES
               IF WS-CMD-FACTUREE(WS-IDX-CF) = FS-COMMANDES-NUM
                   SET WS-CMD-EST-FACTUREE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CMD-EST-FACTUREE
               ADD FS-COMMANDES-TOTAL-LIGNE TO WS-ENCOURS
           END-IF.
       7310-CUMULER-NON-FACTURE-FIN.
           EXIT.

      ******************************************************************
      * ECRITURE DE LA COMMANDE CONSTITUEE
      ******************************************************************
      * Les lignes servies sont ajoutees a commandes.txt (cree s'il
      * n'existe pas encore) sous le numero reserve, au statut
      * ATTENTE ; sans ligne servie, aucune commande n'est creee et
      * le numero n'est pas consomme
       7500-ECRIRE-COMMANDE-DEB.
           IF NOT WS-CMD-OUVERTE
               GO TO 7500-ECRIRE-COMMANDE-FIN
           END-IF.
           MOVE 'N' TO WS-FLAG-CMD-OUVERTE.
           IF WS-NB-LIGNES-SAISIE = ZERO
               GO TO 7500-ECRIRE-COMMANDE-FIN
           END-IF.

           OPEN EXTEND F-COMMANDES.
           IF WS-FS-COMMANDES = "35"
               OPEN OUTPUT F-COMMANDES
               CLOSE F-COMMANDES
               OPEN EXTEND F-COMMANDES
           END-IF.
           IF WS-FS-COMMANDES NOT = "00"
               DISPLAY "Erreur ouverture commandes.txt, code : "
                       WS-FS-COMMANDES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE WS-NUM-CMD-SAISIE TO WS-PROCH-NUM.
           MOVE WS-PROCH-NUM TO WS-PROCH-NUM-ED.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                   UNTIL WS-IDX-LIGNE > WS-NB-LIGNES-SAISIE
               MOVE WS-CMD-CLI-ID        TO FS-COMMANDES-CLI-ID
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
               MOVE WS-DATE-JOUR         TO FS-COMMANDES-DATE
               MOVE WS-IDX-LIGNE         TO FS-COMMANDES-LIGNE
               MOVE WS-EMPL-PRINCIPAL    TO FS-COMMANDES-EMPLACEMENT
               WRITE FS-ENR-COMMANDES
           END-PERFORM.
           CLOSE F-COMMANDES.

           ADD 1 TO WS-NB-CMD-CREEES.
           ADD WS-TOTAL-CMD-SAISIE TO WS-TOTAL-IMPORT.
           DISPLAY "Commande n. " WS-PROCH-NUM-ED " creee pour le "
                   "client " WS-CMD-CLI-ID " - " WS-NB-LIGNES-SAISIE
                   " ligne(s) - Total : " WS-TOTAL-CMD-SAISIE.
       7500-ECRIRE-COMMANDE-FIN.
           EXIT.

      ******************************************************************
      * MISE EN RELIQUAT D'UNE LIGNE REFUSEE FAUTE DE STOCK
      ******************************************************************
      * Comme a la saisie : reliquat ajoute a reliquats.txt (cree
      * s'il n'existe pas encore) avec sa date de livraison promise,
      * repoussee a la date demandee par le client si elle est plus
      * tardive
       7600-ECRIRE-RELIQUAT-DEB.
           PERFORM 7610-CALCULER-DATE-PROMISE-DEB
              THRU 7610-CALCULER-DATE-PROMISE-FIN.
           IF WS-DATE-PROMISE > ZERO
              AND WS-DATE-DEMANDEE > WS-DATE-PROMISE
               MOVE WS-DATE-DEMANDEE TO WS-DATE-PROMISE
           END-IF.

           OPEN EXTEND F-RELIQUATS.
           IF WS-FS-RELIQUATS = "35"
               OPEN OUTPUT F-RELIQUATS
               CLOSE F-RELIQUATS
               OPEN EXTEND F-RELIQUATS
           END-IF.
           IF WS-FS-RELIQUATS NOT = "00"
               DISPLAY "/!\ reliquats.txt indisponible (code "
                       WS-FS-RELIQUATS "), reliquat non "
                       "enregistre /!\"
               MOVE "RELIQUAT NON ENREGISTRE" TO WS-MOTIF-REJET
               PERFORM 7900-REJETER-LIGNE-DEB
                  THRU 7900-REJETER-LIGNE-FIN
               GO TO 7600-ECRIRE-RELIQUAT-FIN
           END-IF.

           MOVE WS-DATE-JOUR      TO FS-RL-DATE.
           MOVE WS-SAISIE-CLI-ID  TO FS-RL-CLI-ID.
           MOVE WS-SAISIE-PRODUIT TO FS-RL-PRODUIT.
           MOVE WS-SAISIE-QTE     TO FS-RL-QTE-DUE.
           MOVE WS-DATE-PROMISE   TO FS-RL-DATE-PROMISE.
           WRITE FS-ENR-RELIQUAT.
           CLOSE F-RELIQUATS.
           IF WS-NB-RELIQUATS < 200
               ADD 1 TO WS-NB-RELIQUATS
               MOVE FS-RL-PRODUIT TO WS-RL-PRODUIT(WS-NB-RELIQUATS)
               MOVE FS-RL-QTE-DUE TO WS-RL-QTE-DUE(WS-NB-RELIQUATS)
           END-IF.
           ADD 1 TO WS-NB-MISES-RELIQUAT.
           DISPLAY "Ligne " WS-NUM-LIGNE " : stock insuffisant ("
                   WS-STOCK-DISPO " disponible(s)), reliquat pour le "
                   "client " WS-SAISIE-CLI-ID ", livraison promise "
                   WS-DATE-PROMISE ".".
       7600-ECRIRE-RELIQUAT-FIN.
           EXIT.

      ******************************************************************
      * DATE DE LIVRAISON PROMISE (DISPONIBLE A PROMETTRE)
      ******************************************************************
      * Besoin = reliquats deja dus sur le produit + quantite refusee.
      * Le stock du produit (FS-STOCK, enregistrement deja lu) le
      * couvre-t-il, la date est celle du jour ; sinon les commandes
      * fournisseur ouvertes sont cumulees de la plus tot attendue a
      * la plus tard. Zero : besoin non couvert, date a confirmer
       7610-CALCULER-DATE-PROMISE-DEB.
           MOVE ZERO TO WS-DATE-PROMISE.

           MOVE WS-SAISIE-QTE TO WS-ATP-BESOIN.
           PERFORM VARYING WS-IDX-RL FROM 1 BY 1
                   UNTIL WS-IDX-RL > WS-NB-RELIQUATS
               IF WS-RL-PRODUIT(WS-IDX-RL) = WS-SAISIE-PRODUIT
                   ADD WS-RL-QTE-DUE(WS-IDX-RL) TO WS-ATP-BESOIN
               END-IF
           END-PERFORM.

           MOVE FS-STOCK TO WS-ATP-CUMUL.
           IF WS-ATP-CUMUL >= WS-ATP-BESOIN
               MOVE WS-DATE-JOUR TO WS-DATE-PROMISE
               GO TO 7610-CALCULER-DATE-PROMISE-FIN
           END-IF.

           PERFORM 7611-CHARGER-RECEPTIONS-DEB
              THRU 7611-CHARGER-RECEPTIONS-FIN.
           PERFORM 7612-CHARGER-APPRO-DEB
              THRU 7612-CHARGER-APPRO-FIN.

           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-NB-APPRO
                      OR WS-DATE-PROMISE > ZERO
               ADD WS-AP-QTE(WS-IDX-AP) TO WS-ATP-CUMUL
               IF WS-ATP-CUMUL >= WS-ATP-BESOIN
                   MOVE WS-AP-DATE(WS-IDX-AP) TO WS-DATE-PROMISE
               END-IF
           END-PERFORM.
       7610-CALCULER-DATE-PROMISE-FIN.
           EXIT.

      * Quantites deja recues, une ligne par reception ; le fichier
      * peut ne pas exister tant que rien n'a ete recu
       7611-CHARGER-RECEPTIONS-DEB.
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
       7611-CHARGER-RECEPTIONS-FIN.
           EXIT.

      * Commandes fournisseur du produit encore ouvertes : reste a
      * recevoir et date attendue (date de commande + delai promis
      * par le fournisseur ; une commande en retard est attendue
      * des aujourd'hui). Fichier absent = aucune commande passee
       7612-CHARGER-APPRO-DEB.
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
                           PERFORM 7613-RETENIR-APPRO-DEB
                              THRU 7613-RETENIR-APPRO-FIN
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
       7612-CHARGER-APPRO-FIN.
           EXIT.

      * Retient la commande fournisseur lue si elle reste a recevoir,
      * dans la limite de la capacite du tableau
       7613-RETENIR-APPRO-DEB.
           COMPUTE WS-ATP-RESTANT = FS-CF-QTE.
           PERFORM VARYING WS-IDX-REC-CF FROM 1 BY 1
                   UNTIL WS-IDX-REC-CF > WS-NB-REC-CF
               IF WS-RCF-NUM(WS-IDX-REC-CF) = FS-CF-NUM
                   SUBTRACT WS-RCF-QTE(WS-IDX-REC-CF)
                       FROM WS-ATP-RESTANT
               END-IF
           END-PERFORM.
           IF WS-ATP-RESTANT NOT > ZERO OR WS-NB-APPRO NOT < 50
               GO TO 7613-RETENIR-APPRO-FIN
           END-IF.

           ADD 1 TO WS-NB-APPRO.
           MOVE WS-ATP-RESTANT TO WS-AP-QTE(WS-NB-APPRO).
           COMPUTE WS-ATP-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(FS-CF-DATE) + FS-CF-DELAI-JRS.
           COMPUTE WS-AP-DATE(WS-NB-APPRO) =
               FUNCTION DATE-OF-INTEGER(WS-ATP-JOUR-ENTIER).
           IF WS-AP-DATE(WS-NB-APPRO) < WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-AP-DATE(WS-NB-APPRO)
           END-IF.
       7613-RETENIR-APPRO-FIN.
           EXIT.

      ******************************************************************
      * REJET D'UNE LIGNE
      ******************************************************************
      * Numero de la ligne dans le fichier importe, motif et contenu
       7900-REJETER-LIGNE-DEB.
           MOVE SPACES TO FS-ENR-REJET.
           MOVE WS-NUM-LIGNE        TO FS-RJ-NUM-LIGNE.
           MOVE WS-MOTIF-REJET      TO FS-RJ-MOTIF.
           MOVE FS-ENR-IMPORT(1:80) TO FS-RJ-LIGNE.
           WRITE FS-ENR-REJET.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY "Ligne " WS-NUM-LIGNE " rejetee : " WS-MOTIF-REJET.
       7900-REJETER-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES MOUVEMENTS DE STOCK
      ******************************************************************
      * Ajoute une ligne a mouvements-stock.txt (cree s'il n'existe
      * pas encore), comme 9500-ECRIRE-MOUVEMENT dans command-cli.cbl
       9500-ECRIRE-MOUVEMENT-DEB.
           OPEN EXTEND F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS = "35"
               OPEN OUTPUT F-MOUVEMENTS
               CLOSE F-MOUVEMENTS
               OPEN EXTEND F-MOUVEMENTS
           END-IF.
           IF WS-FS-MOUVEMENTS NOT = "00"
               DISPLAY "/!\ Journal des mouvements indisponible "
                       "(code " WS-FS-MOUVEMENTS "), mouvement non "
                       "trace /!\"
           ELSE
               MOVE WS-DATE-JOUR      TO FS-MV-DATE
               MOVE WS-MV-PRODUIT     TO FS-MV-PRODUIT
               MOVE WS-MV-QTE         TO FS-MV-QTE
               MOVE WS-MV-SENS        TO FS-MV-SENS
               MOVE WS-MV-REFERENCE   TO FS-MV-REFERENCE
               MOVE WS-EMPL-PRINCIPAL TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
       9500-ECRIRE-MOUVEMENT-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Lignes lues du tableur, et leur devenir : ignorees, servies
      * (montant des commandes creees), mises en reliquat, rejetees.
      * Sans fichier a importer, tous les totaux sont a zero
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NUM-LIGNE TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "IGNOREES" TO WS-TOT-FLUX.
           MOVE WS-NB-IGNOREES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "SERVIES" TO WS-TOT-FLUX.
           MOVE WS-NB-SERVIES TO WS-TOT-NB.
           MOVE WS-TOTAL-IMPORT TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "RELIQUATS" TO WS-TOT-FLUX.
           MOVE WS-NB-MISES-RELIQUAT TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "REJETES" TO WS-TOT-FLUX.
           MOVE WS-NB-REJETS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.
       8900-TOTAUX-CONTROLE-FIN.
           EXIT.

       8910-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       8910-DECLARER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
