      *   - F-EDITION   : factures-edition.txt (factures imprimables
      *                   de l'execution, recree)
      *   - F-BALANCE   : balance-clients.txt (balance agee, recree)
      *   - F-RETOURS   : retours.txt (registre des retours, ajout)
      *   - F-INVENTAIRE: inventaire.txt (stock remis, indexe)
      *   - F-MOUVEMENTS: mouvements-stock.txt (journal, ajout)
      *   - F-TAUX-TVA  : taux-tva.txt (entree, facultatif : taux par
      *                   code TVA, exemple dans taux-tva.txt.example)
      *   - F-PARAMETRES: facturation-parametres.txt (entree,
      *                   facultatif : fait generateur de la facture,
      *                   exemple dans facturation-parametres.txt
      *                   .example)
      *
      * MODIFICATION : 15/10/2026 - Commandes multi-lignes : une
      *                 facture par commande (FS-COMMANDES-NUM), d'un
      *                 montant egal a la somme de ses lignes EXPEDIE,
      *                 chaque ligne etant detaillee sur l'edition.
      * MODIFICATION : 15/10/2026 - Retours clients : une ligne d'une
      *                 commande facturee peut etre retournee (quantite
      *                 et motif) ; la marchandise revient en stock par
      *                 un mouvement E (sauf motif ABI, marchandise
      *                 abimee) et un avoir numerote est emis dans
      *                 factures.txt (FS-FAC-TYPE = A). Les avoirs
      *                 ouverts diminuent la balance du client et
      *                 s'imputent au reglement d'une de ses factures.
      * MODIFICATION : 15/10/2026 - TVA : chaque ligne facturee prend
      *                 le code TVA de son produit (inventaire.txt) ;
      *                 factures.txt porte le montant HT et la
      *                 ventilation par taux (base et TVA), le montant
      *                 de la piece devient TTC. L'edition montre le
      *                 HT par ligne, le total HT, la TVA par taux et
      *                 le TTC ; l'avoir reprend la TVA de la ligne
      *                 retournee.
      * MODIFICATION : 15/10/2026 - Conditions de paiement : chaque
      *                 facture porte une date d'echeance (date de la
      *                 facture plus le delai de paiement du client,
      *                 tenu par clients-maint.cbl ; 30 jours par
      *                 defaut et pour les pieces anterieures). Les
      *                 factures et avoirs editent l'adresse de
      *                 facturation du client, la facture son
      *                 echeance ; la balance agee montre la part
      *                 echue. Capacite portee a 100 clients.
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec
      *                 l'emplacement de prelevement (FS-COMMANDES
      *                 -EMPLACEMENT) ajoute par command-cli.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - FD F-MOUVEMENTS mise a jour avec
      *                 l'emplacement du mouvement : le stock d'un
      *                 retour rentre au depot principal (DEPO).
      * MODIFICATION : 15/10/2026 - Fait generateur parametrable
      *                 (facturation-parametres.txt, code FACTURATION) :
      *                 EXPEDITION (defaut) facture les commandes
      *                 EXPEDIE ou LIVRE, LIVRAISON ne facture que les
      *                 commandes a livraison confirmee (LIVRE). Les
      *                 retours acceptent les lignes LIVRE.
      * MODIFICATION : 15/10/2026 - Periodes comptables : facturation,
      *                 paiement et retour / avoir sont refuses si le
      *                 mois du jour est cloture (controle-periode
      *                 .cbl), sauf reouverture par un ADMIN
      *                 (periodes-maint.cbl).
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                 .cbl) : la numerotation des factures et avoirs
      *                 tient compte du plus haut numero archive (index
      *                 archives-annuelles.txt).
      * MODIFICATION : 15/10/2026 - Chaque balance clients est conservee
      *                 et inscrite au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Fichier des commandes (cf. command-cli.cbl), nom resolu a
      * l'execution : un retour peut porter sur une commande deja
      * deplacee par la cloture dans un fichier de periode
           SELECT F-COMMANDES ASSIGN TO WS-NOM-COMMANDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BALANCE.

      * Registre des retours clients : une ligne par retour, base du
      * cumul des quantites deja retournees
           SELECT F-RETOURS ASSIGN TO "retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETOURS.

      * Inventaire des produits (cf. command-cli.cbl), pour remettre
      * en stock la marchandise retournee
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Journal des mouvements de stock (cf. command-cli.cbl)
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOUVEMENTS.

      * Taux de TVA par code (parametres facultatifs, cf.
      * produits-maint.cbl)
           SELECT F-TAUX-TVA ASSIGN TO "taux-tva.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX-TVA.

      * Parametres de la facturation : une ligne par code de
      * parametre
           SELECT F-PARAMETRES ASSIGN TO "facturation-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Index des fichiers d'historique annuels (cf. archivage-annuel
      * .cbl), lu pour la numerotation
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

       DATA DIVISION.
       FILE SECTION.

      * Fichier des clients, tel que declare dans clients-maint.cbl
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

      * Fichier des commandes, tel que declare dans command-cli.cbl
       FD F-COMMANDES.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Registre des factures : une ligne par facture ou avoir emis
      * (FS-FAC-TYPE : A = avoir, F ou blanc = facture). Montant TTC,
      * montant HT et ventilation de la TVA par code (N, R, S, Z) :
      * code, taux applique a l'emission, base HT et TVA. Une piece
      * anterieure a la TVA n'a pas de montant HT (non numerique).
      * Date d'echeance : date de la piece plus le delai de paiement
      * du client ; absente (non numerique) sur une piece anterieure
       FD F-FACTURES.
       01 FS-ENR-FACTURE.
           05 FS-FAC-NUM                 PIC 9(05).
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

       FD F-EDITION.
       01 FS-ENR-EDITION                 PIC X(100).
       FD F-BALANCE.
       01 FS-ENR-BALANCE                 PIC X(120).

      * Un retour : date, avoir emis, commande et ligne retournees,
      * produit, quantite, motif et montant HT credite
       FD F-RETOURS.
       01 FS-ENR-RETOUR.
           05 FS-RET-DATE                PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-RET-NUM-AVOIR           PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RET-NUM-CMD             PIC X(04).
           05 FILLER                     PIC X(01).
           05 FS-RET-LIGNE               PIC 9(03).
           05 FILLER                     PIC X(01).
           05 FS-RET-PRODUIT             PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RET-QTE                 PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RET-MOTIF               PIC X(03).
           05 FILLER                     PIC X(01).
           05 FS-RET-MONTANT             PIC 9(07)V99.

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl, repris a l'identique pour respecter l'alignement des
      * colonnes du fichier partage
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT                 PIC X(10).
           05 FS-STOCK                   PIC 9(05).
           05 FS-INV-FOURN-CODE          PIC X(06).
           05 FS-INV-PRIX                PIC 9(05)V99.
           05 FS-INV-STATUT              PIC X(01).
           05 FS-INV-TVA-CODE            PIC X(01).

      * Journal des mouvements de stock, tel que declare dans
      * command-cli.cbl
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

      * Taux de TVA : code, taux en pourcentage (2000 = 20,00 %)
       FD F-TAUX-TVA.
       01 FS-ENR-TAUX-TVA.
           05 FS-TVA-CODE                PIC X(01).
           05 FILLER                     PIC X(01).
           05 FS-TVA-TAUX                PIC 9(02)V99.

      * Parametre de la facturation : code et valeur
       FD F-PARAMETRES.
       01 FS-ENR-PARAMETRE.
           05 FS-PAR-CODE                PIC X(14).
           05 FILLER                     PIC X(01).
           05 FS-PAR-VALEUR              PIC X(10).

      * Fichier d'historique, tel que declare dans archivage-annuel
      * .cbl
       FD F-ARCHIVES.
       01 FS-ENR-ARCHIVE.
           05 FS-AA-FAMILLE              PIC X(11).
           05 FILLER                     PIC X(01).
           05 FS-AA-ANNEE                PIC 9(04).
           05 FILLER                     PIC X(01).
           05 FS-AA-FICHIER              PIC X(30).
           05 FILLER                     PIC X(01).
           05 FS-AA-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-AA-NB                   PIC 9(07).
           05 FILLER                     PIC X(01).
           05 FS-AA-NUMERO-MAX           PIC 9(08).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-EDITION            PIC X(02).
       01 WS-FS-BALANCE            PIC X(02).
       01 WS-FS-RETOURS            PIC X(02).
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
      * Emplacement ou rentre le stock d'un retour : depot principal
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-FS-TAUX-TVA           PIC X(02).
       01 WS-FS-PARAMETRES         PIC X(02).
       01 WS-FS-ARCHIVES           PIC X(02).

      * Fait generateur de la facture (parametre FACTURATION) :
      * EXPEDITION (defaut) = commandes EXPEDIE ou deja LIVRE ;
      * LIVRAISON = seules les commandes a livraison confirmee
       01 WS-PAR-FACTURATION       PIC X(10) VALUE "EXPEDITION".
           88 WS-FACTURER-A-LIVRAISON           VALUE "LIVRAISON".

      * Nom du fichier de commandes lu (commandes.txt, ou un fichier
      * de periode commandes-AAAAMM.dat pour un retour)
       01 WS-NOM-COMMANDES         PIC X(30) VALUE "commandes.txt".

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Clients charges en memoire (cf. clients-maint.cbl) : nom,
      * adresse de facturation et delai de paiement en jours
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-ENR-CLIENTS.
           05 WS-CLIENTS OCCURS 100 TIMES.
               10 WS-CLIENTS-ID          PIC X(02).
               10 WS-NOM                 PIC X(11).
               10 WS-PRENOM              PIC X(09).
               10 WS-CLI-FAC-ADRESSE     PIC X(30).
               10 WS-CLI-FAC-CP          PIC X(05).
               10 WS-CLI-FAC-VILLE       PIC X(20).
               10 WS-CLI-DELAI-PAIEMENT  PIC 9(03).

      * Client de la piece editee (zero si inconnu) et delai de
      * paiement applique, 30 jours pour un client sans delai
       01 WS-CLI-TROUVE            PIC 9(03) VALUE ZERO.
       01 WS-DELAI-DEFAUT          PIC 9(03) VALUE 30.
       01 WS-DELAI-CLIENT          PIC 9(03) VALUE 30.

      * Registre des factures charge en memoire (500 max), reecrit
      * integralement apres changement, comme commandes.txt dans
              10 WS-FAC-MONTANT         PIC 9(07)V99.
              10 WS-FAC-STATUT          PIC X(08).
              10 WS-FAC-DATE-PAIEMENT   PIC 9(08).
              10 WS-FAC-TYPE            PIC X(01).
                 88 WS-FAC-EST-AVOIR              VALUE "A".
              10 WS-FAC-MONTANT-HT      PIC 9(07)V99.
              10 WS-FAC-VENTILATION.
                 15 WS-FAC-VENT OCCURS 4 TIMES.
                    20 FILLER              PIC X(01).
                    20 WS-FAC-TVA-CODE     PIC X(01).
                    20 WS-FAC-TVA-TAUX     PIC 9(02)V99.
                    20 WS-FAC-TVA-BASE     PIC 9(07)V99.
                    20 WS-FAC-TVA-MONTANT  PIC 9(07)V99.
              10 WS-FAC-DATE-ECHEANCE   PIC 9(08).

      * Statuts d'une facture ; un avoir est EMISE tant qu'il n'est
      * pas impute sur un reglement, IMPUTEE ensuite
       01 WS-FAC-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-FAC-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-FAC-STATUT-IMPUTEE    PIC X(08) VALUE "IMPUTEE".

      * Statuts de commande facturables
       01 WS-STATUT-EXPEDIE        PIC X(08) VALUE "EXPEDIE".
       01 WS-STATUT-LIVRE          PIC X(08) VALUE "LIVRE".

      * Numero de la prochaine facture, et compteur d'emission
       01 WS-PROCH-NUM-FAC         PIC 9(05) VALUE ZERO.
       01 WS-DEJA-FACTUREE         PIC X(01) VALUE "N".
           88 WS-EST-DEJA-FACTUREE              VALUE "O".

      * Lignes EXPEDIE des commandes a facturer (500 max), retenues
      * avant l'emission pour regrouper les lignes d'une meme
      * commande sur une seule facture
       01 WS-NB-LIGNES-FAC         PIC 9(03) VALUE ZERO.
       01 WS-NB-LIGNES-REPORTEES   PIC 9(05) VALUE ZERO.
       01 WS-IDX-LF                PIC 9(03) VALUE ZERO.
       01 WS-IDX-LF2               PIC 9(03) VALUE ZERO.
       01 WS-TAB-LIGNES-FAC.
           05 WS-LF OCCURS 500 TIMES.
              10 WS-LF-CLI-ID           PIC X(02).
              10 WS-LF-NUM              PIC X(04).
              10 WS-LF-LIGNE            PIC 9(03).
              10 WS-LF-PRODUIT          PIC X(10).
              10 WS-LF-QTE              PIC 9(05).
              10 WS-LF-TOTAL-LIGNE      PIC 9(07)V99.
              10 WS-LF-IDX-TVA          PIC 9(01).
              10 WS-LF-TRAITEE          PIC X(01).
                 88 WS-LF-EST-TRAITEE             VALUE "O".
       01 WS-MONTANT-CMD           PIC 9(07)V99 VALUE ZERO.
       01 WS-MONTANT-TVA-CMD       PIC 9(07)V99 VALUE ZERO.

      * Codes TVA admis et taux par defaut, remplaces par ceux de
      * taux-tva.txt quand il existe (cf. produits-maint.cbl)
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
       01 WS-TVA-CODE-CHERCHE      PIC X(01).
       01 WS-TVA-RANG              PIC 9(01).
       01 WS-LIBELLE-TOTAL         PIC X(18).

      * Nom du client resolu pour l'edition
       01 WS-CLI-NOM-ED            PIC X(21).

       01 WS-BAL-TROUVE            PIC X(01) VALUE "N".
           88 WS-BAL-EST-TROUVE                 VALUE "Y".
       01 WS-TAB-BALANCE.
           05 WS-BAL OCCURS 100 TIMES.
              10 WS-BAL-CLI-ID          PIC X(02).
              10 WS-BAL-TR-0-30         PIC 9(09)V99 VALUE ZERO.
              10 WS-BAL-TR-31-60        PIC 9(09)V99 VALUE ZERO.
              10 WS-BAL-TR-PLUS-60      PIC 9(09)V99 VALUE ZERO.
              10 WS-BAL-NB-FACTURES     PIC 9(03)    VALUE ZERO.
              10 WS-BAL-AVOIRS          PIC 9(09)V99 VALUE ZERO.
              10 WS-BAL-ECHU            PIC 9(09)V99 VALUE ZERO.
       01 WS-BAL-SOLDE             PIC S9(09)V99 VALUE ZERO.
       01 WS-SOLDE-ED              PIC -ZZZ,ZZZ,ZZ9.99.

      * Retour client : commande et ligne retournees, facture
      * d'origine, quantites et motif
       01 WS-RET-NUM-CMD           PIC X(04).
       01 WS-RET-LIGNE             PIC 9(03).
       01 WS-RET-QTE               PIC 9(05).
       01 WS-RET-MOTIF             PIC X(03).
           88 WS-RET-MOTIF-VALIDE      VALUES "ERR" "NCF" "DEF" "ABI".
           88 WS-RET-MOTIF-ABIME       VALUE "ABI".
       01 WS-RET-MONTANT           PIC 9(07)V99.
       01 WS-RET-TVA               PIC 9(07)V99.
       01 WS-RET-TAUX              PIC 9(02)V99.
       01 WS-RET-DEJA-RETOURNE     PIC 9(05).
       01 WS-RET-MAX               PIC 9(05).
       01 WS-RET-FAC-ORIGINE       PIC 9(03) VALUE ZERO.
       01 WS-RET-IDX-CHOISI        PIC 9(02) VALUE ZERO.
       01 WS-RET-OK                PIC X(01) VALUE "N".
           88 WS-RET-EST-OK                     VALUE "O".

      * Lignes EXPEDIE/LIVRE de la commande retournee (20 max, comme une
      * commande saisie dans command-cli.cbl)
       01 WS-NB-RET-LIGNES         PIC 9(02) VALUE ZERO.
       01 WS-IDX-RTL               PIC 9(02) VALUE ZERO.
       01 WS-TAB-RET-LIGNES.
           05 WS-RTL OCCURS 20 TIMES.
              10 WS-RTL-LIGNE           PIC 9(03).
              10 WS-RTL-PRODUIT         PIC X(10).
              10 WS-RTL-QTE             PIC 9(05).
              10 WS-RTL-PRIX-UNIT       PIC 9(05)V99.

      * Imputation des avoirs ouverts au reglement d'une facture
       01 WS-TOTAL-AVOIRS          PIC 9(09)V99 VALUE ZERO.
       01 WS-REPONSE               PIC X(01).

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "facturation-cli".
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

      * Zones editees
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BASE-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TAUX-ED               PIC Z9.99.
       01 WS-LIGNE-EDITION         PIC X(100).
       01 WS-LIGNE-BALANCE         PIC X(120).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "facturation-cli".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
              THRU 6110-CHARGER-CLIENTS-FIN.
           PERFORM 6120-CHARGER-FACTURES-DEB
              THRU 6120-CHARGER-FACTURES-FIN.
           PERFORM 6130-CHARGER-TAUX-TVA-DEB
              THRU 6130-CHARGER-TAUX-TVA-FIN.
           PERFORM 6140-CHARGER-PARAMETRES-DEB
              THRU 6140-CHARGER-PARAMETRES-FIN.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CLIENTS < 100
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE FS-CLIENTS-ID
                               TO WS-CLIENTS-ID(WS-NB-CLIENTS)
                           MOVE FS-NOM    TO WS-NOM(WS-NB-CLIENTS)
                           MOVE FS-PRENOM TO WS-PRENOM(WS-NB-CLIENTS)
                           MOVE FS-CLI-FAC-ADRESSE
                               TO WS-CLI-FAC-ADRESSE(WS-NB-CLIENTS)
                           MOVE FS-CLI-FAC-CP
                               TO WS-CLI-FAC-CP(WS-NB-CLIENTS)
                           MOVE FS-CLI-FAC-VILLE
                               TO WS-CLI-FAC-VILLE(WS-NB-CLIENTS)
      * Client anterieur aux conditions de paiement : 30 jours
                           IF FS-CLI-DELAI-PAIEMENT IS NUMERIC
                               MOVE FS-CLI-DELAI-PAIEMENT TO
                                   WS-CLI-DELAI-PAIEMENT(WS-NB-CLIENTS)
                           ELSE
                               MOVE WS-DELAI-DEFAUT TO
                                   WS-CLI-DELAI-PAIEMENT(WS-NB-CLIENTS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                           MOVE FS-FAC-DATE-PAIEMENT
                               TO WS-FAC-DATE-PAIEMENT
                                   (WS-NB-FACTURES)
                           MOVE FS-FAC-TYPE
                               TO WS-FAC-TYPE(WS-NB-FACTURES)
      * Piece anterieure a la TVA : HT = montant, sans ventilation
                           IF FS-FAC-MONTANT-HT IS NUMERIC
                               MOVE FS-FAC-MONTANT-HT
                                   TO WS-FAC-MONTANT-HT(WS-NB-FACTURES)
                               MOVE FS-FAC-VENTILATION
                                   TO WS-FAC-VENTILATION(WS-NB-FACTURES)
                           ELSE
                               MOVE FS-FAC-MONTANT
                                   TO WS-FAC-MONTANT-HT(WS-NB-FACTURES)
                               MOVE SPACES
                                   TO WS-FAC-VENTILATION(WS-NB-FACTURES)
                               INITIALIZE
                                   WS-FAC-VENTILATION(WS-NB-FACTURES)
                           END-IF
      * Piece anterieure aux echeances : delai par defaut
                           IF FS-FAC-DATE-ECHEANCE IS NUMERIC
                               AND FS-FAC-DATE-ECHEANCE > ZERO
                               MOVE FS-FAC-DATE-ECHEANCE
                                   TO WS-FAC-DATE-ECHEANCE
                                       (WS-NB-FACTURES)
                           ELSE
                               COMPUTE WS-FAC-DATE-ECHEANCE
                                   (WS-NB-FACTURES) =
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(FS-FAC-DATE)
                                   + WS-DELAI-DEFAUT)
                           END-IF
                           IF FS-FAC-NUM > WS-PROCH-NUM-FAC
                               MOVE FS-FAC-NUM TO WS-PROCH-NUM-FAC
                           END-IF
           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.

      * Les factures archivees ont quitte le registre : leurs numeros
      * restent pris (index des fichiers d'historique)
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ARCHIVES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-AA-FAMILLE = "FACTURES"
                          AND FS-AA-NUMERO-MAX > WS-PROCH-NUM-FAC
                           MOVE FS-AA-NUMERO-MAX TO WS-PROCH-NUM-FAC
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ARCHIVES = "00" OR WS-FS-ARCHIVES = "10"
               CLOSE F-ARCHIVES
           END-IF.
       6120-CHARGER-FACTURES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES TAUX DE TVA
      ******************************************************************
      * Fichier facultatif : un code absent garde son taux par
      * defaut, un code inconnu est ignore
       6130-CHARGER-TAUX-TVA-DEB.
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
                       PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                               UNTIL WS-IDX-TVA > 4
                           IF WS-TVA-CODE(WS-IDX-TVA) = FS-TVA-CODE
                              AND FS-TVA-TAUX IS NUMERIC
                               MOVE FS-TVA-TAUX
                                   TO WS-TVA-TAUX(WS-IDX-TVA)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-FS-TAUX-TVA = "00" OR WS-FS-TAUX-TVA = "10"
               CLOSE F-TAUX-TVA
           END-IF.
       6130-CHARGER-TAUX-TVA-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES PARAMETRES DE LA FACTURATION
      ******************************************************************
      * Fichier facultatif : un code absent garde sa valeur par
      * defaut, un code ou une valeur inconnus sont signales
       6140-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "FACTURATION"
                               IF FS-PAR-VALEUR = "EXPEDITION"
                                  OR FS-PAR-VALEUR = "LIVRAISON"
                                   MOVE FS-PAR-VALEUR
                                       TO WS-PAR-FACTURATION
                               ELSE
                                   DISPLAY "/!\ Valeur inconnue pour "
                                           "FACTURATION : "
                                           FS-PAR-VALEUR " /!\"
                               END-IF
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.

           IF WS-FACTURER-A-LIVRAISON
               DISPLAY "Facturation a la livraison confirmee "
                       "(commandes LIVRE)"
           ELSE
               DISPLAY "Facturation a l'expedition (commandes "
                       "EXPEDIE ou LIVRE)"
           END-IF.
       6140-CHARGER-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
               DISPLAY "*******************************************"
               DISPLAY "* FACTURATION DES COMMANDES CLIENTS       *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Facturer les commandes              *"
               DISPLAY "* 2 - Enregistrer un paiement             *"
               DISPLAY "* 3 - Balance agee des clients            *"
               DISPLAY "* 4 - Retour client / avoir               *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
                   WHEN 3
                       PERFORM 9300-BALANCE-AGEE-DEB
                          THRU 9300-BALANCE-AGEE-FIN
                   WHEN 4
                       PERFORM 9400-RETOUR-CLIENT-DEB
                          THRU 9400-RETOUR-CLIENT-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
      ******************************************************************
      * FACTURATION DES COMMANDES EXPEDIEES NON ENCORE FACTUREES
      ******************************************************************
      * Deux passes : les lignes EXPEDIE (sauf facturation a la
      * livraison) ou LIVRE des commandes non encore facturees sont
      * d'abord retenues en memoire, puis chaque commande donne une
      * facture unique, d'un montant egal a la somme de ses lignes
       9100-FACTURER-DEB.
      * Aucune facture ne doit etre datee d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Facturation abandonnee."
               GO TO 9100-FACTURER-FIN
           END-IF.

           MOVE ZERO TO WS-NB-EMISES.
           MOVE ZERO TO WS-NB-LIGNES-FAC.
           MOVE ZERO TO WS-NB-LIGNES-REPORTEES.

      * Inventaire lu pour le code TVA des produits factures ; un
      * produit absent est facture au taux normal
           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "/!\ Inventaire indisponible (code "
                       WS-FS-INVENTAIRE ") : facturation abandonnee "
                       "/!\"
               GO TO 9100-FACTURER-FIN
           END-IF.

           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE "commandes.txt" TO WS-NOM-COMMANDES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDES.
           IF WS-FS-COMMANDES NOT = "00"
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-COMMANDES-STATUT = WS-STATUT-LIVRE
                          OR (FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
                              AND NOT WS-FACTURER-A-LIVRAISON)
                           PERFORM 9110-RETENIR-LIGNE-DEB
                              THRU 9110-RETENIR-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.
           CLOSE F-INVENTAIRE.

           PERFORM VARYING WS-IDX-LF FROM 1 BY 1
                   UNTIL WS-IDX-LF > WS-NB-LIGNES-FAC
               IF NOT WS-LF-EST-TRAITEE(WS-IDX-LF)
                   PERFORM 9115-FACTURER-COMMANDE-DEB
                      THRU 9115-FACTURER-COMMANDE-FIN
               END-IF
           END-PERFORM.
           CLOSE F-EDITION.

           IF WS-NB-EMISES > ZERO
                  THRU 9500-REECRIRE-FACTURES-FIN
           END-IF.
           DISPLAY "Factures emises : " WS-NB-EMISES.
           IF WS-NB-LIGNES-REPORTEES > ZERO
               DISPLAY "/!\ " WS-NB-LIGNES-REPORTEES " ligne(s) au-"
                       "dela de la capacite (500) : commande(s) "
                       "reportee(s) a la prochaine facturation /!\"
           END-IF.
       9100-FACTURER-FIN.
           EXIT.

      * Retient la ligne courante si sa commande n'a pas deja une
      * facture a son numero. Au-dela de la capacite, la commande
      * entiere est reportee : aucune facture partielle n'est emise
       9110-RETENIR-LIGNE-DEB.
           MOVE "N" TO WS-DEJA-FACTUREE.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTURES
                   MOVE "O" TO WS-DEJA-FACTUREE
               END-IF
           END-PERFORM.
           IF WS-EST-DEJA-FACTUREE
               GO TO 9110-RETENIR-LIGNE-FIN
           END-IF.

           IF WS-NB-LIGNES-FAC >= 500
               ADD 1 TO WS-NB-LIGNES-REPORTEES
               PERFORM VARYING WS-IDX-LF FROM 1 BY 1
                       UNTIL WS-IDX-LF > WS-NB-LIGNES-FAC
                   IF WS-LF-NUM(WS-IDX-LF) = FS-COMMANDES-NUM
                       SET WS-LF-EST-TRAITEE(WS-IDX-LF) TO TRUE
                   END-IF
               END-PERFORM
               GO TO 9110-RETENIR-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES-FAC.
           MOVE FS-COMMANDES-CLI-ID  TO WS-LF-CLI-ID(WS-NB-LIGNES-FAC).
           MOVE FS-COMMANDES-NUM     TO WS-LF-NUM(WS-NB-LIGNES-FAC).
           MOVE FS-COMMANDES-PRODUIT TO WS-LF-PRODUIT(WS-NB-LIGNES-FAC).
           MOVE FS-COMMANDES-QTE     TO WS-LF-QTE(WS-NB-LIGNES-FAC).
           MOVE FS-COMMANDES-TOTAL-LIGNE
               TO WS-LF-TOTAL-LIGNE(WS-NB-LIGNES-FAC).
      * Ligne anterieure aux commandes multi-lignes : ligne 1
           IF FS-COMMANDES-LIGNE IS NUMERIC
               AND FS-COMMANDES-LIGNE > ZERO
               MOVE FS-COMMANDES-LIGNE
                   TO WS-LF-LIGNE(WS-NB-LIGNES-FAC)
           ELSE
               MOVE 1 TO WS-LF-LIGNE(WS-NB-LIGNES-FAC)
           END-IF.
           MOVE "N" TO WS-LF-TRAITEE(WS-NB-LIGNES-FAC).

      * Code TVA du produit, au taux normal si le produit est absent
           MOVE SPACE TO WS-TVA-CODE-CHERCHE.
           MOVE FS-COMMANDES-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               NOT INVALID KEY
                   MOVE FS-INV-TVA-CODE TO WS-TVA-CODE-CHERCHE
           END-READ.
           PERFORM 7100-RANG-TVA-DEB
              THRU 7100-RANG-TVA-FIN.
           MOVE WS-TVA-RANG TO WS-LF-IDX-TVA(WS-NB-LIGNES-FAC).
       9110-RETENIR-LIGNE-FIN.
           EXIT.

      * Facture la commande de la ligne WS-IDX-LF : une facture au
      * numero de la commande. Montant HT = somme de ses lignes, TVA
      * calculee par taux sur la base HT de chaque code, montant de
      * la facture = HT + TVA
       9115-FACTURER-COMMANDE-DEB.
           IF WS-NB-FACTURES >= 500
               GO TO 9115-FACTURER-COMMANDE-FIN
           END-IF.

           ADD 1 TO WS-NB-FACTURES.
           MOVE SPACES TO WS-FAC-VENTILATION(WS-NB-FACTURES).
           INITIALIZE WS-FAC-VENTILATION(WS-NB-FACTURES).
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               MOVE WS-TVA-CODE(WS-IDX-TVA)
                   TO WS-FAC-TVA-CODE(WS-NB-FACTURES, WS-IDX-TVA)
               MOVE WS-TVA-TAUX(WS-IDX-TVA)
                   TO WS-FAC-TVA-TAUX(WS-NB-FACTURES, WS-IDX-TVA)
           END-PERFORM.

           MOVE ZERO TO WS-MONTANT-CMD.
           PERFORM VARYING WS-IDX-LF2 FROM WS-IDX-LF BY 1
                   UNTIL WS-IDX-LF2 > WS-NB-LIGNES-FAC
               IF WS-LF-NUM(WS-IDX-LF2) = WS-LF-NUM(WS-IDX-LF)
                   ADD WS-LF-TOTAL-LIGNE(WS-IDX-LF2) TO WS-MONTANT-CMD
                   MOVE WS-LF-IDX-TVA(WS-IDX-LF2) TO WS-IDX-TVA
                   ADD WS-LF-TOTAL-LIGNE(WS-IDX-LF2)
                       TO WS-FAC-TVA-BASE(WS-NB-FACTURES, WS-IDX-TVA)
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-MONTANT-TVA-CMD.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               COMPUTE WS-FAC-TVA-MONTANT(WS-NB-FACTURES, WS-IDX-TVA)
                   ROUNDED =
                   WS-FAC-TVA-BASE(WS-NB-FACTURES, WS-IDX-TVA)
                 * WS-FAC-TVA-TAUX(WS-NB-FACTURES, WS-IDX-TVA) / 100
               ADD WS-FAC-TVA-MONTANT(WS-NB-FACTURES, WS-IDX-TVA)
                   TO WS-MONTANT-TVA-CMD
           END-PERFORM.

           ADD 1 TO WS-PROCH-NUM-FAC.
           ADD 1 TO WS-NB-EMISES.
           MOVE WS-PROCH-NUM-FAC
               TO WS-FAC-NUM(WS-NB-FACTURES).
           MOVE WS-DATE-JOUR
               TO WS-FAC-DATE(WS-NB-FACTURES).
           MOVE WS-LF-CLI-ID(WS-IDX-LF)
               TO WS-FAC-CLI-ID(WS-NB-FACTURES).
           MOVE WS-LF-NUM(WS-IDX-LF)
               TO WS-FAC-NUM-CMD(WS-NB-FACTURES).
           MOVE WS-MONTANT-CMD
               TO WS-FAC-MONTANT-HT(WS-NB-FACTURES).
           COMPUTE WS-FAC-MONTANT(WS-NB-FACTURES) =
               WS-MONTANT-CMD + WS-MONTANT-TVA-CMD.
           MOVE WS-FAC-STATUT-EMISE
               TO WS-FAC-STATUT(WS-NB-FACTURES).
           MOVE ZERO
               TO WS-FAC-DATE-PAIEMENT(WS-NB-FACTURES).
           MOVE "F"
               TO WS-FAC-TYPE(WS-NB-FACTURES).

           PERFORM 7000-RESOUDRE-CLIENT-DEB
              THRU 7000-RESOUDRE-CLIENT-FIN.
      * Echeance : date de la facture plus le delai du client
           COMPUTE WS-FAC-DATE-ECHEANCE(WS-NB-FACTURES) =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + WS-DELAI-CLIENT).
           PERFORM 9120-EDITER-FACTURE-DEB
              THRU 9120-EDITER-FACTURE-FIN.
       9115-FACTURER-COMMANDE-FIN.
           EXIT.

      * Resout le nom et le delai de paiement du client de la
      * commande facturee
       7000-RESOUDRE-CLIENT-DEB.
           MOVE "Client inconnu" TO WS-CLI-NOM-ED.
           MOVE ZERO TO WS-CLI-TROUVE.
           MOVE WS-DELAI-DEFAUT TO WS-DELAI-CLIENT.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLIENTS-ID(WS-IDX-CLI) = WS-LF-CLI-ID(WS-IDX-LF)
                   MOVE WS-IDX-CLI TO WS-CLI-TROUVE
                   MOVE WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI)
                       TO WS-DELAI-CLIENT
                   INITIALIZE WS-CLI-NOM-ED
                   STRING FUNCTION TRIM(WS-PRENOM(WS-IDX-CLI)) " "
                          FUNCTION TRIM(WS-NOM(WS-IDX-CLI))
       7000-RESOUDRE-CLIENT-FIN.
           EXIT.

      * Rang dans la table des taux du code TVA WS-TVA-CODE-CHERCHE :
      * un code blanc ou inconnu prend le taux normal (rang 1)
       7100-RANG-TVA-DEB.
           MOVE 1 TO WS-TVA-RANG.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               IF WS-TVA-CODE(WS-IDX-TVA) = WS-TVA-CODE-CHERCHE
                   MOVE WS-IDX-TVA TO WS-TVA-RANG
               END-IF
           END-PERFORM.
       7100-RANG-TVA-FIN.
           EXIT.

      * Edite l'adresse de facturation du client WS-CLI-TROUVE,
      * quand il est connu et que son adresse est renseignee
       7150-EDITER-ADRESSE-DEB.
           IF WS-CLI-TROUVE = ZERO
               GO TO 7150-EDITER-ADRESSE-FIN
           END-IF.
           IF WS-CLI-FAC-ADRESSE(WS-CLI-TROUVE) = SPACES
               GO TO 7150-EDITER-ADRESSE-FIN
           END-IF.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "         "
                  FUNCTION TRIM(WS-CLI-FAC-ADRESSE(WS-CLI-TROUVE))
                  " - " WS-CLI-FAC-CP(WS-CLI-TROUVE) " "
                  FUNCTION TRIM(WS-CLI-FAC-VILLE(WS-CLI-TROUVE))
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       7150-EDITER-ADRESSE-FIN.
           EXIT.

      * Edite le pied de la piece WS-IDX-FAC : total HT, TVA par taux
      * (codes ayant une base) et total TTC sous le libelle
      * WS-LIBELLE-TOTAL
       7200-EDITER-PIED-TVA-DEB.
           MOVE WS-FAC-MONTANT-HT(WS-IDX-FAC) TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "Total HT           : " WS-MONTANT-ED
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.

           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               IF WS-FAC-TVA-BASE(WS-IDX-FAC, WS-IDX-TVA) > ZERO
                   MOVE WS-FAC-TVA-TAUX(WS-IDX-FAC, WS-IDX-TVA)
                       TO WS-TAUX-ED
                   MOVE WS-FAC-TVA-BASE(WS-IDX-FAC, WS-IDX-TVA)
                       TO WS-BASE-ED
                   MOVE WS-FAC-TVA-MONTANT(WS-IDX-FAC, WS-IDX-TVA)
                       TO WS-MONTANT-ED
                   INITIALIZE WS-LIGNE-EDITION
                   STRING "TVA " WS-FAC-TVA-CODE(WS-IDX-FAC, WS-IDX-TVA)
                          " " WS-TAUX-ED " % sur " WS-BASE-ED
                          " : " WS-MONTANT-ED
                       INTO WS-LIGNE-EDITION
                   END-STRING
                   MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION
                   WRITE FS-ENR-EDITION
               END-IF
           END-PERFORM.

           MOVE WS-FAC-MONTANT(WS-IDX-FAC) TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-EDITION.
           STRING WS-LIBELLE-TOTAL " : " WS-MONTANT-ED
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       7200-EDITER-PIED-TVA-FIN.
           EXIT.

      * Edite la facture imprimable de la commande facturee : une
      * ligne par ligne de commande, puis le montant du ; les lignes
      * editees sont marquees traitees
       9120-EDITER-FACTURE-DEB.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "FACTURE N. " WS-FAC-NUM(WS-NB-FACTURES)
           WRITE FS-ENR-EDITION.

           INITIALIZE WS-LIGNE-EDITION.
           STRING "Client : " WS-LF-CLI-ID(WS-IDX-LF) " - "
                  FUNCTION TRIM(WS-CLI-NOM-ED)
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
           PERFORM 7150-EDITER-ADRESSE-DEB
              THRU 7150-EDITER-ADRESSE-FIN.

           INITIALIZE WS-LIGNE-EDITION.
           STRING "Echeance : " WS-FAC-DATE-ECHEANCE(WS-NB-FACTURES)
                  " (paiement a " WS-DELAI-CLIENT " jours)"
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.

           PERFORM VARYING WS-IDX-LF2 FROM WS-IDX-LF BY 1
                   UNTIL WS-IDX-LF2 > WS-NB-LIGNES-FAC
               IF WS-LF-NUM(WS-IDX-LF2) = WS-LF-NUM(WS-IDX-LF)
                   MOVE WS-LF-TOTAL-LIGNE(WS-IDX-LF2) TO WS-MONTANT-ED
                   MOVE WS-LF-IDX-TVA(WS-IDX-LF2) TO WS-IDX-TVA
                   INITIALIZE WS-LIGNE-EDITION
                   STRING "Commande " WS-LF-NUM(WS-IDX-LF2)
                          " ligne " WS-LF-LIGNE(WS-IDX-LF2) " - "
                          WS-LF-PRODUIT(WS-IDX-LF2) " x "
                          WS-LF-QTE(WS-IDX-LF2) " - HT : "
                          WS-MONTANT-ED " - TVA "
                          WS-TVA-CODE(WS-IDX-TVA)
                       INTO WS-LIGNE-EDITION
                   END-STRING
                   MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION
                   WRITE FS-ENR-EDITION
                   SET WS-LF-EST-TRAITEE(WS-IDX-LF2) TO TRUE
               END-IF
           END-PERFORM.

           MOVE WS-NB-FACTURES TO WS-IDX-FAC.
           MOVE "Total TTC (du)" TO WS-LIBELLE-TOTAL.
           PERFORM 7200-EDITER-PIED-TVA-DEB
              THRU 7200-EDITER-PIED-TVA-FIN.

           MOVE ALL "-" TO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
      * ENREGISTREMENT D'UN PAIEMENT
      ******************************************************************
       9200-ENREGISTRER-PAIEMENT-DEB.
      * Aucun paiement ne doit etre date d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Paiement non enregistre."
               GO TO 9200-ENREGISTRER-PAIEMENT-FIN
           END-IF.

           DISPLAY "Numero de la facture payee : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUM-FAC.

           IF WS-FAC-TROUVEE = ZERO
               DISPLAY "/!\ Facture introuvable /!\"
               GO TO 9200-ENREGISTRER-PAIEMENT-FIN
           END-IF.
           IF WS-FAC-EST-AVOIR(WS-FAC-TROUVEE)
               DISPLAY "/!\ La piece " WS-SAISIE-NUM-FAC " est un "
                       "avoir : il s'impute au reglement d'une "
                       "facture du client /!\"
               GO TO 9200-ENREGISTRER-PAIEMENT-FIN
           END-IF.

           IF WS-FAC-STATUT(WS-FAC-TROUVEE)
                   = WS-FAC-STATUT-PAYEE
               DISPLAY "/!\ Facture deja payee le "
                       WS-FAC-DATE-PAIEMENT(WS-FAC-TROUVEE)
                       " /!\"
           ELSE
               MOVE WS-FAC-STATUT-PAYEE
                   TO WS-FAC-STATUT(WS-FAC-TROUVEE)
               MOVE WS-DATE-JOUR
                   TO WS-FAC-DATE-PAIEMENT(WS-FAC-TROUVEE)
               PERFORM 9210-IMPUTER-AVOIRS-DEB
                  THRU 9210-IMPUTER-AVOIRS-FIN
               PERFORM 9500-REECRIRE-FACTURES-DEB
                  THRU 9500-REECRIRE-FACTURES-FIN
               DISPLAY "Facture soldee."
           END-IF.
       9200-ENREGISTRER-PAIEMENT-FIN.
           EXIT.

      * Propose d'imputer les avoirs ouverts du client sur le
      * reglement de la facture WS-FAC-TROUVEE : les avoirs sont
      * imputes dans l'ordre d'emission, tant que leur cumul ne
      * depasse pas le montant de la facture
       9210-IMPUTER-AVOIRS-DEB.
           MOVE ZERO TO WS-TOTAL-AVOIRS.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTURES
               IF WS-FAC-EST-AVOIR(WS-IDX-FAC)
                  AND WS-FAC-STATUT(WS-IDX-FAC) = WS-FAC-STATUT-EMISE
                  AND WS-FAC-CLI-ID(WS-IDX-FAC)
                      = WS-FAC-CLI-ID(WS-FAC-TROUVEE)
                   ADD WS-FAC-MONTANT(WS-IDX-FAC) TO WS-TOTAL-AVOIRS
               END-IF
           END-PERFORM.
           IF WS-TOTAL-AVOIRS = ZERO
               GO TO 9210-IMPUTER-AVOIRS-FIN
           END-IF.

           MOVE WS-TOTAL-AVOIRS TO WS-MONTANT-ED.
           DISPLAY "Avoirs ouverts du client : " WS-MONTANT-ED.
           DISPLAY "Imputer ces avoirs sur ce reglement (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               GO TO 9210-IMPUTER-AVOIRS-FIN
           END-IF.

           MOVE ZERO TO WS-TOTAL-AVOIRS.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTURES
               IF WS-FAC-EST-AVOIR(WS-IDX-FAC)
                  AND WS-FAC-STATUT(WS-IDX-FAC) = WS-FAC-STATUT-EMISE
                  AND WS-FAC-CLI-ID(WS-IDX-FAC)
                      = WS-FAC-CLI-ID(WS-FAC-TROUVEE)
                  AND WS-TOTAL-AVOIRS + WS-FAC-MONTANT(WS-IDX-FAC)
                      <= WS-FAC-MONTANT(WS-FAC-TROUVEE)
                   ADD WS-FAC-MONTANT(WS-IDX-FAC) TO WS-TOTAL-AVOIRS
                   MOVE WS-FAC-STATUT-IMPUTEE
                       TO WS-FAC-STATUT(WS-IDX-FAC)
                   MOVE WS-DATE-JOUR
                       TO WS-FAC-DATE-PAIEMENT(WS-IDX-FAC)
                   DISPLAY "Avoir " WS-FAC-NUM(WS-IDX-FAC)
                           " impute."
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-AVOIRS TO WS-MONTANT-ED.
           DISPLAY "Total impute : " WS-MONTANT-ED.
           COMPUTE WS-MONTANT-ED =
               WS-FAC-MONTANT(WS-FAC-TROUVEE) - WS-TOTAL-AVOIRS.
           DISPLAY "Reste a encaisser : " WS-MONTANT-ED.
       9210-IMPUTER-AVOIRS-FIN.
           EXIT.

      ******************************************************************
      * BALANCE AGEE DE CE QUE CHAQUE CLIENT DOIT ENCORE
      ******************************************************************
      * Factures impayees par tranche d'anciennete, diminuees des
      * avoirs encore ouverts du client
       9300-BALANCE-AGEE-DEB.
           MOVE ZERO TO WS-NB-CLI-BAL.
           INITIALIZE WS-TAB-BALANCE.
       9300-BALANCE-AGEE-FIN.
           EXIT.

      * Cumule la facture impayee (ou l'avoir ouvert) WS-IDX-FAC
      * dans la tranche (ou les avoirs) de son client
       9310-CUMULER-IMPAYE-DEB.
           COMPUTE WS-JOUR-EMISSION-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-FAC-DATE(WS-IDX-FAC)).
               END-IF
           END-PERFORM.

           IF NOT WS-BAL-EST-TROUVE AND WS-NB-CLI-BAL < 100
               ADD 1 TO WS-NB-CLI-BAL
               MOVE WS-FAC-CLI-ID(WS-IDX-FAC)
                   TO WS-BAL-CLI-ID(WS-NB-CLI-BAL)
           EXIT.

       9315-AJOUTER-TRANCHE-DEB.
           IF WS-FAC-EST-AVOIR(WS-IDX-FAC)
               ADD WS-FAC-MONTANT(WS-IDX-FAC)
                   TO WS-BAL-AVOIRS(WS-IDX-BAL)
               GO TO 9315-AJOUTER-TRANCHE-FIN
           END-IF.
      * Facture dont l'echeance est depassee
           IF WS-FAC-DATE-ECHEANCE(WS-IDX-FAC) < WS-DATE-JOUR
               ADD WS-FAC-MONTANT(WS-IDX-FAC)
                   TO WS-BAL-ECHU(WS-IDX-BAL)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 30
                   ADD WS-FAC-MONTANT(WS-IDX-FAC)
           WRITE FS-ENR-BALANCE.

           IF WS-NB-CLI-BAL = ZERO
               DISPLAY "Aucune facture impayee ni avoir ouvert."
               MOVE "Aucune facture impayee ni avoir ouvert."
                   TO FS-ENR-BALANCE
               WRITE FS-ENR-BALANCE
           ELSE
               PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   DISPLAY WS-LIGNE-BALANCE
                   MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE
                   WRITE FS-ENR-BALANCE

                   MOVE WS-BAL-AVOIRS(WS-IDX-BAL) TO WS-MONTANT-ED
                   INITIALIZE WS-LIGNE-BALANCE
                   STRING "          avoirs  " WS-MONTANT-ED
                       INTO WS-LIGNE-BALANCE
                   END-STRING
                   DISPLAY WS-LIGNE-BALANCE
                   MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE
                   WRITE FS-ENR-BALANCE

                   MOVE WS-BAL-ECHU(WS-IDX-BAL) TO WS-MONTANT-ED
                   INITIALIZE WS-LIGNE-BALANCE
                   STRING "          echu    " WS-MONTANT-ED
                       INTO WS-LIGNE-BALANCE
                   END-STRING
                   DISPLAY WS-LIGNE-BALANCE
                   MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE
                   WRITE FS-ENR-BALANCE

                   COMPUTE WS-BAL-SOLDE =
                       WS-BAL-TR-0-30(WS-IDX-BAL)
                     + WS-BAL-TR-31-60(WS-IDX-BAL)
                     + WS-BAL-TR-PLUS-60(WS-IDX-BAL)
                     - WS-BAL-AVOIRS(WS-IDX-BAL)
                   MOVE WS-BAL-SOLDE TO WS-SOLDE-ED
                   INITIALIZE WS-LIGNE-BALANCE
                   STRING "          solde  " WS-SOLDE-ED
                       INTO WS-LIGNE-BALANCE
                   END-STRING
                   DISPLAY WS-LIGNE-BALANCE
                   MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE
                   WRITE FS-ENR-BALANCE
               END-PERFORM
           END-IF.

           CLOSE F-BALANCE.
           DISPLAY "Balance ecrite dans balance-clients.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "balance-clients.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       9320-EDITER-BALANCE-FIN.
           EXIT.

      ******************************************************************
      * RETOUR CLIENT ET EMISSION D'UN AVOIR
      ******************************************************************
      * Le retour porte sur une ligne d'une commande facturee :
      * quantite au plus egale a la quantite expediee moins les
      * retours deja enregistres (retours.txt). La marchandise
      * revient en stock par un mouvement E, sauf motif ABI
      * (abimee) ; un avoir du montant retourne (HT, plus la TVA de
      * la ligne) est emis dans factures.txt et edite dans
      * factures-edition.txt
       9400-RETOUR-CLIENT-DEB.
      * Aucun avoir ne doit etre date d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Retour non enregistre."
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

           MOVE "N" TO WS-RET-OK.
           DISPLAY "Numero de la commande retournee : "
                   WITH NO ADVANCING.
           ACCEPT WS-RET-NUM-CMD.

      * Facture d'origine de la commande
           MOVE ZERO TO WS-RET-FAC-ORIGINE.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTURES
               IF WS-FAC-NUM-CMD(WS-IDX-FAC) = WS-RET-NUM-CMD
                  AND NOT WS-FAC-EST-AVOIR(WS-IDX-FAC)
                   MOVE WS-IDX-FAC TO WS-RET-FAC-ORIGINE
               END-IF
           END-PERFORM.
           IF WS-RET-FAC-ORIGINE = ZERO
               DISPLAY "/!\ Commande non facturee : retour refuse /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.
           IF WS-NB-FACTURES >= 500
               DISPLAY "/!\ Registre des factures plein (500) : "
                       "avoir impossible /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

      * Lignes de la commande : commandes.txt, ou le fichier de
      * periode si la commande a deja ete cloturee
           MOVE "commandes.txt" TO WS-NOM-COMMANDES.
           PERFORM 9410-CHARGER-LIGNES-RETOUR-DEB
              THRU 9410-CHARGER-LIGNES-RETOUR-FIN.
           IF WS-NB-RET-LIGNES = ZERO
               DISPLAY "Commande absente de commandes.txt (cloturee ?)"
               DISPLAY "Fichier de periode (commandes-AAAAMM.dat) : "
                       WITH NO ADVANCING
               ACCEPT WS-NOM-COMMANDES
               IF WS-NOM-COMMANDES NOT = SPACES
                   PERFORM 9410-CHARGER-LIGNES-RETOUR-DEB
                      THRU 9410-CHARGER-LIGNES-RETOUR-FIN
               END-IF
           END-IF.
           IF WS-NB-RET-LIGNES = ZERO
               DISPLAY "/!\ Aucune ligne expediee trouvee pour la "
                       "commande " WS-RET-NUM-CMD " /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

           PERFORM VARYING WS-IDX-RTL FROM 1 BY 1
                   UNTIL WS-IDX-RTL > WS-NB-RET-LIGNES
               DISPLAY "    Ligne " WS-RTL-LIGNE(WS-IDX-RTL) " - "
                       WS-RTL-PRODUIT(WS-IDX-RTL) " - quantite : "
                       WS-RTL-QTE(WS-IDX-RTL)
           END-PERFORM.
           DISPLAY "Ligne retournee : " WITH NO ADVANCING.
           ACCEPT WS-RET-LIGNE.
           MOVE ZERO TO WS-RET-IDX-CHOISI.
           PERFORM VARYING WS-IDX-RTL FROM 1 BY 1
                   UNTIL WS-IDX-RTL > WS-NB-RET-LIGNES
               IF WS-RTL-LIGNE(WS-IDX-RTL) = WS-RET-LIGNE
                   MOVE WS-IDX-RTL TO WS-RET-IDX-CHOISI
               END-IF
           END-PERFORM.
           IF WS-RET-IDX-CHOISI = ZERO
               DISPLAY "/!\ Ligne inconnue /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

      * Quantite encore retournable sur la ligne
           PERFORM 9420-CUMULER-RETOURS-DEB
              THRU 9420-CUMULER-RETOURS-FIN.
           IF WS-RET-DEJA-RETOURNE >= WS-RTL-QTE(WS-RET-IDX-CHOISI)
               DISPLAY "/!\ Ligne deja entierement retournee /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.
           COMPUTE WS-RET-MAX = WS-RTL-QTE(WS-RET-IDX-CHOISI)
                              - WS-RET-DEJA-RETOURNE.

           DISPLAY "Quantite retournee (max " WS-RET-MAX ") : "
                   WITH NO ADVANCING.
           ACCEPT WS-RET-QTE.
           IF WS-RET-QTE = ZERO OR WS-RET-QTE > WS-RET-MAX
               DISPLAY "/!\ Quantite invalide /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

           DISPLAY "Motif (ERR erreur de commande, NCF non conforme,"
                   " DEF defectueux, ABI abime) : "
                   WITH NO ADVANCING.
           ACCEPT WS-RET-MOTIF.
           IF NOT WS-RET-MOTIF-VALIDE
               DISPLAY "/!\ Motif inconnu /!\"
               GO TO 9400-RETOUR-CLIENT-FIN
           END-IF.

           COMPUTE WS-RET-MONTANT =
               WS-RTL-PRIX-UNIT(WS-RET-IDX-CHOISI) * WS-RET-QTE.
           PERFORM 9425-TVA-RETOUR-DEB
              THRU 9425-TVA-RETOUR-FIN.

      * Numero de l'avoir, cite dans la reference du mouvement
           ADD 1 TO WS-PROCH-NUM-FAC.

      * Remise en stock, sauf marchandise abimee
           IF WS-RET-MOTIF-ABIME
               DISPLAY "Marchandise abimee : pas de remise en stock."
           ELSE
               PERFORM 9430-REMETTRE-EN-STOCK-DEB
                  THRU 9430-REMETTRE-EN-STOCK-FIN
               IF NOT WS-RET-EST-OK
                   SUBTRACT 1 FROM WS-PROCH-NUM-FAC
                   GO TO 9400-RETOUR-CLIENT-FIN
               END-IF
           END-IF.

      * Avoir au registre des factures
           ADD 1 TO WS-NB-FACTURES.
           MOVE WS-PROCH-NUM-FAC TO WS-FAC-NUM(WS-NB-FACTURES).
           MOVE WS-DATE-JOUR     TO WS-FAC-DATE(WS-NB-FACTURES).
           MOVE WS-FAC-CLI-ID(WS-RET-FAC-ORIGINE)
               TO WS-FAC-CLI-ID(WS-NB-FACTURES).
           MOVE WS-RET-NUM-CMD   TO WS-FAC-NUM-CMD(WS-NB-FACTURES).
           MOVE WS-RET-MONTANT   TO WS-FAC-MONTANT-HT(WS-NB-FACTURES).
           COMPUTE WS-FAC-MONTANT(WS-NB-FACTURES) =
               WS-RET-MONTANT + WS-RET-TVA.
           MOVE SPACES TO WS-FAC-VENTILATION(WS-NB-FACTURES).
           INITIALIZE WS-FAC-VENTILATION(WS-NB-FACTURES).
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               MOVE WS-TVA-CODE(WS-IDX-TVA)
                   TO WS-FAC-TVA-CODE(WS-NB-FACTURES, WS-IDX-TVA)
               MOVE WS-TVA-TAUX(WS-IDX-TVA)
                   TO WS-FAC-TVA-TAUX(WS-NB-FACTURES, WS-IDX-TVA)
           END-PERFORM.
           MOVE WS-RET-TAUX
               TO WS-FAC-TVA-TAUX(WS-NB-FACTURES, WS-TVA-RANG).
           MOVE WS-RET-MONTANT
               TO WS-FAC-TVA-BASE(WS-NB-FACTURES, WS-TVA-RANG).
           MOVE WS-RET-TVA
               TO WS-FAC-TVA-MONTANT(WS-NB-FACTURES, WS-TVA-RANG).
           MOVE WS-FAC-STATUT-EMISE
               TO WS-FAC-STATUT(WS-NB-FACTURES).
           MOVE ZERO TO WS-FAC-DATE-PAIEMENT(WS-NB-FACTURES).
           MOVE "A"  TO WS-FAC-TYPE(WS-NB-FACTURES).
      * Un avoir est disponible des son emission
           MOVE WS-DATE-JOUR
               TO WS-FAC-DATE-ECHEANCE(WS-NB-FACTURES).
           PERFORM 9500-REECRIRE-FACTURES-DEB
              THRU 9500-REECRIRE-FACTURES-FIN.

      * Registre des retours
           OPEN EXTEND F-RETOURS.
           IF WS-FS-RETOURS = "35"
               OPEN OUTPUT F-RETOURS
               CLOSE F-RETOURS
               OPEN EXTEND F-RETOURS
           END-IF.
           IF WS-FS-RETOURS NOT = "00"
               DISPLAY "/!\ retours.txt indisponible (code "
                       WS-FS-RETOURS "), retour non consigne /!\"
           ELSE
               MOVE SPACES TO FS-ENR-RETOUR
               MOVE WS-DATE-JOUR     TO FS-RET-DATE
               MOVE WS-PROCH-NUM-FAC TO FS-RET-NUM-AVOIR
               MOVE WS-RET-NUM-CMD   TO FS-RET-NUM-CMD
               MOVE WS-RET-LIGNE     TO FS-RET-LIGNE
               MOVE WS-RTL-PRODUIT(WS-RET-IDX-CHOISI)
                   TO FS-RET-PRODUIT
               MOVE WS-RET-QTE       TO FS-RET-QTE
               MOVE WS-RET-MOTIF     TO FS-RET-MOTIF
               MOVE WS-RET-MONTANT   TO FS-RET-MONTANT
               WRITE FS-ENR-RETOUR
               CLOSE F-RETOURS
           END-IF.

           PERFORM 9440-EDITER-AVOIR-DEB
              THRU 9440-EDITER-AVOIR-FIN.

           MOVE WS-FAC-MONTANT(WS-NB-FACTURES) TO WS-MONTANT-ED.
           DISPLAY "Avoir " WS-PROCH-NUM-FAC " emis - montant TTC : "
                   WS-MONTANT-ED.
       9400-RETOUR-CLIENT-FIN.
           EXIT.

      * Charge les lignes EXPEDIE/LIVRE de la commande WS-RET-NUM-CMD
      * depuis le fichier WS-NOM-COMMANDES
       9410-CHARGER-LIGNES-RETOUR-DEB.
           MOVE ZERO TO WS-NB-RET-LIGNES.
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
                       IF FS-COMMANDES-NUM = WS-RET-NUM-CMD
                          AND (FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
                            OR FS-COMMANDES-STATUT = WS-STATUT-LIVRE)
                          AND WS-NB-RET-LIGNES < 20
                           ADD 1 TO WS-NB-RET-LIGNES
                           IF FS-COMMANDES-LIGNE IS NUMERIC
                               AND FS-COMMANDES-LIGNE > ZERO
                               MOVE FS-COMMANDES-LIGNE
                                   TO WS-RTL-LIGNE(WS-NB-RET-LIGNES)
                           ELSE
                               MOVE 1 TO WS-RTL-LIGNE(WS-NB-RET-LIGNES)
                           END-IF
                           MOVE FS-COMMANDES-PRODUIT
                               TO WS-RTL-PRODUIT(WS-NB-RET-LIGNES)
                           MOVE FS-COMMANDES-QTE
                               TO WS-RTL-QTE(WS-NB-RET-LIGNES)
                           MOVE FS-COMMANDES-PRIX-UNIT
                               TO WS-RTL-PRIX-UNIT(WS-NB-RET-LIGNES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.
       9410-CHARGER-LIGNES-RETOUR-FIN.
           EXIT.

      * Cumule les quantites deja retournees sur la ligne choisie ;
      * le registre peut ne pas exister avant le premier retour
       9420-CUMULER-RETOURS-DEB.
           MOVE ZERO TO WS-RET-DEJA-RETOURNE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RETOURS.
           IF WS-FS-RETOURS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RETOURS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RET-NUM-CMD = WS-RET-NUM-CMD
                          AND FS-RET-LIGNE = WS-RET-LIGNE
                           ADD FS-RET-QTE TO WS-RET-DEJA-RETOURNE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RETOURS = "00" OR WS-FS-RETOURS = "10"
               CLOSE F-RETOURS
           END-IF.
       9420-CUMULER-RETOURS-FIN.
           EXIT.

      * TVA reprise par l'avoir : code TVA actuel du produit, au taux
      * applique a ce code sur la facture d'origine (taux du jour si
      * la facture n'a pas de base a ce code)
       9425-TVA-RETOUR-DEB.
           MOVE SPACE TO WS-TVA-CODE-CHERCHE.
           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE = "00"
               MOVE WS-RTL-PRODUIT(WS-RET-IDX-CHOISI) TO FS-PRODUIT
               READ F-INVENTAIRE
                   NOT INVALID KEY
                       MOVE FS-INV-TVA-CODE TO WS-TVA-CODE-CHERCHE
               END-READ
               CLOSE F-INVENTAIRE
           END-IF.
           PERFORM 7100-RANG-TVA-DEB
              THRU 7100-RANG-TVA-FIN.

           IF WS-FAC-TVA-BASE(WS-RET-FAC-ORIGINE, WS-TVA-RANG) > ZERO
               MOVE WS-FAC-TVA-TAUX(WS-RET-FAC-ORIGINE, WS-TVA-RANG)
                   TO WS-RET-TAUX
           ELSE
               MOVE WS-TVA-TAUX(WS-TVA-RANG) TO WS-RET-TAUX
           END-IF.
           COMPUTE WS-RET-TVA ROUNDED =
               WS-RET-MONTANT * WS-RET-TAUX / 100.
       9425-TVA-RETOUR-FIN.
           EXIT.

      * Remet la quantite retournee en stock (mouvement E reference
      * AVOIR nnnnn), sous verrou mono-redacteur sur inventaire.txt.
      * WS-RET-OK reste a N si le stock n'a pas pu etre mis a jour :
      * le retour est alors abandonne sans avoir
       9430-REMETTRE-EN-STOCK-DEB.
           MOVE "N" TO WS-RET-OK.
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "/!\ inventaire.txt est verrouille : retour "
                       "abandonne /!\"
               GO TO 9430-REMETTRE-EN-STOCK-FIN
           END-IF.

           OPEN I-O F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "/!\ Inventaire indisponible (code "
                       WS-FS-INVENTAIRE ") : retour abandonne /!\"
           ELSE
               MOVE WS-RTL-PRODUIT(WS-RET-IDX-CHOISI) TO FS-PRODUIT
               READ F-INVENTAIRE
                   INVALID KEY
                       DISPLAY "/!\ Produit inconnu de l'inventaire :"
                               " retour abandonne /!\"
                   NOT INVALID KEY
                       ADD WS-RET-QTE TO FS-STOCK
                       REWRITE FS-ENR-INVENTAIRE
                       SET WS-RET-EST-OK TO TRUE
               END-READ
               CLOSE F-INVENTAIRE
           END-IF.

           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.

           IF NOT WS-RET-EST-OK
               GO TO 9430-REMETTRE-EN-STOCK-FIN
           END-IF.

      * Journal des mouvements de stock
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
               MOVE SPACES TO FS-ENR-MOUVEMENT
               MOVE WS-DATE-JOUR TO FS-MV-DATE
               MOVE WS-RTL-PRODUIT(WS-RET-IDX-CHOISI) TO FS-MV-PRODUIT
               MOVE WS-RET-QTE   TO FS-MV-QTE
               MOVE "E"          TO FS-MV-SENS
               STRING "AVOIR " WS-PROCH-NUM-FAC
                   INTO FS-MV-REFERENCE
               END-STRING
               MOVE WS-EMPL-PRINCIPAL TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
           DISPLAY "Stock remis : " WS-RET-QTE " x "
                   WS-RTL-PRODUIT(WS-RET-IDX-CHOISI).
       9430-REMETTRE-EN-STOCK-FIN.
           EXIT.

      * Edite l'avoir a la suite de factures-edition.txt
       9440-EDITER-AVOIR-DEB.
           OPEN EXTEND F-EDITION.
           IF WS-FS-EDITION = "35"
               OPEN OUTPUT F-EDITION
               CLOSE F-EDITION
               OPEN EXTEND F-EDITION
           END-IF.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "/!\ factures-edition.txt indisponible (code "
                       WS-FS-EDITION "), avoir non edite /!\"
               GO TO 9440-EDITER-AVOIR-FIN
           END-IF.

           MOVE WS-NB-FACTURES TO WS-IDX-FAC.
           MOVE "Client inconnu" TO WS-CLI-NOM-ED.
           MOVE ZERO TO WS-CLI-TROUVE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLIENTS-ID(WS-IDX-CLI) = WS-FAC-CLI-ID(WS-IDX-FAC)
                   MOVE WS-IDX-CLI TO WS-CLI-TROUVE
                   INITIALIZE WS-CLI-NOM-ED
                   STRING FUNCTION TRIM(WS-PRENOM(WS-IDX-CLI)) " "
                          FUNCTION TRIM(WS-NOM(WS-IDX-CLI))
                       INTO WS-CLI-NOM-ED
                   END-STRING
               END-IF
           END-PERFORM.

           INITIALIZE WS-LIGNE-EDITION.
           STRING "AVOIR N. " WS-FAC-NUM(WS-IDX-FAC)
                  " DU " WS-DATE-JOUR
                  " - facture d'origine N. "
                  WS-FAC-NUM(WS-RET-FAC-ORIGINE)
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.

           INITIALIZE WS-LIGNE-EDITION.
           STRING "Client : " WS-FAC-CLI-ID(WS-IDX-FAC) " - "
                  FUNCTION TRIM(WS-CLI-NOM-ED)
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
           PERFORM 7150-EDITER-ADRESSE-DEB
              THRU 7150-EDITER-ADRESSE-FIN.

           MOVE WS-RET-MONTANT TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-EDITION.
           STRING "Retour commande " WS-RET-NUM-CMD
                  " ligne " WS-RET-LIGNE " - "
                  WS-RTL-PRODUIT(WS-RET-IDX-CHOISI) " x "
                  WS-RET-QTE " - motif " WS-RET-MOTIF
                  " - HT : " WS-MONTANT-ED
               INTO WS-LIGNE-EDITION
           END-STRING.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.

           MOVE "Total TTC credite" TO WS-LIBELLE-TOTAL.
           PERFORM 7200-EDITER-PIED-TVA-DEB
              THRU 7200-EDITER-PIED-TVA-FIN.

           MOVE ALL "-" TO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
           CLOSE F-EDITION.
       9440-EDITER-AVOIR-FIN.
           EXIT.

      ******************************************************************
      * REECRITURE COMPLETE DU REGISTRE DES FACTURES DEPUIS LA
      * MEMOIRE (MEME DEMARCHE QUE 9300-REECRIRE-F-COMMANDES DANS
           OPEN OUTPUT F-FACTURES.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTURES
               MOVE SPACES TO FS-ENR-FACTURE
               MOVE WS-FAC-NUM(WS-IDX-FAC)     TO FS-FAC-NUM
               MOVE WS-FAC-DATE(WS-IDX-FAC)    TO FS-FAC-DATE
               MOVE WS-FAC-CLI-ID(WS-IDX-FAC)  TO FS-FAC-CLI-ID
               MOVE WS-FAC-STATUT(WS-IDX-FAC)  TO FS-FAC-STATUT
               MOVE WS-FAC-DATE-PAIEMENT(WS-IDX-FAC)
                   TO FS-FAC-DATE-PAIEMENT
               MOVE WS-FAC-TYPE(WS-IDX-FAC)    TO FS-FAC-TYPE
               MOVE WS-FAC-MONTANT-HT(WS-IDX-FAC)
                   TO FS-FAC-MONTANT-HT
               MOVE WS-FAC-VENTILATION(WS-IDX-FAC)
                   TO FS-FAC-VENTILATION
               MOVE WS-FAC-DATE-ECHEANCE(WS-IDX-FAC)
                   TO FS-FAC-DATE-ECHEANCE
               WRITE FS-ENR-FACTURE
           END-PERFORM.
           CLOSE F-FACTURES.
