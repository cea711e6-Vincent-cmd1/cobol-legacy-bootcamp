      ******************************************************************
      * PROGRAMME : ARCHIVAGE-ANNUEL.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Archivage de fin d'annee des pieces soldees. Pour
      *             l'annee de coupure saisie, les pieces soldees et
      *             datees d'avant le 1er janvier de cette annee sont
      *             deplacees dans des fichiers d'historique annuels,
      *             de meme disposition que le fichier vivant :
      *               - quittances PAYEE, REMBOURS et COMPENSE
      *                 (quittances.dat) -> quittances-AAAA.dat,
      *                 annee d'emission
      *               - paiements de ces quittances (paiements.txt)
      *                 -> paiements-AAAA.txt, annee du paiement
      *               - factures PAYEE et avoirs IMPUTEE dont la
      *                 commande a quitte commandes.txt (factures.txt)
      *                 -> factures-AAAA.txt, annee de la piece
      *               - commissions reglees et reprises
      *                 (commissions-reglees.txt)
      *                 -> commissions-reglees-AAAA.txt, annee du
      *                 reglement
      *             Les fichiers vivants sont reecrits avec les seules
      *             pieces ouvertes ou recentes. Chaque fichier
      *             d'historique est reference dans l'index
      *             archives-annuelles.txt (famille, annee, nombre de
      *             pieces, plus grand numero archive), relu par les
      *             programmes qui numerotent ces pieces ou qui
      *             editent sur une periode archivee (releves,
      *             cession, TVA, reglement des commissions).
      *
      *             Les balances agees ne portent que sur les pieces
      *             ouvertes et restent inchangees. Le solde de chaque
      *             client assurance au 31/12 de l'annee precedant la
      *             coupure est reporte dans releves-soldes.txt,
      *             calcule sur toutes les pieces (vivantes et deja
      *             archivees) selon la regle de assurances-releve
      *             .cbl : le releve suivant repart de ce report.
      *
      *             L'archivage est refuse tant que decembre de
      *             l'annee precedant la coupure n'est pas ferme au
      *             calendrier des periodes comptables, ou tant que
      *             l'interface comptable n'a pas exporte ce mois :
      *             une piece archivee n'est plus relue par
      *             interface-comptable.cbl. Une capacite depassee
      *             abandonne l'archivage avant toute ecriture.
      *
      * FICHIERS  :
      *   - F-QUITTANCES  : quittances.dat (indexe, lu puis purge)
      *   - F-PAIEMENTS   : paiements.txt (lu puis reecrit)
      *   - F-FACTURES    : factures.txt (lu puis reecrit)
      *   - F-COMMISSIONS : commissions-reglees.txt (lu puis reecrit)
      *   - F-COMMANDES   : commandes.txt (entree, commandes vives)
      *   - F-ASSURANCES  : assurances.dat (entree, indexe : client
      *                     du contrat)
      *   - F-PERIODES    : periodes-comptables.txt (entree)
      *   - F-EXPORTEES   : ecritures-exportees.txt (entree,
      *                     facultatif)
      *   - F-ARCHIVES    : archives-annuelles.txt (index, lu puis
      *                     reecrit)
      *   - F-SOLDES      : releves-soldes.txt (report, ajout)
      *   - F-HIS-*       : fichiers d'historique annuels (ajout)
      *   - F-RESUME      : archivage-AAAA.txt (resume, recree)
      *
      * MODIFICATION : 15/10/2026 - Chaque resume est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      * MODIFICATION : 15/10/2026 - Report des soldes aligne sur
      *                assurances-releve.cbl : ristourne portee pour
      *                son montant d'origine (montant restant plus
      *                compensations), paiements par compensation
      *                (origine "C") ignores.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. archivage-annuel.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Maitre des quittances (cf. assurances-quittances.cbl)
           SELECT F-QUITTANCES ASSIGN TO "quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-QUI-NUMERO
               FILE STATUS IS WS-FS-QUITTANCES.

      * Journal des paiements recus (cf. assurances-quittances.cbl)
           SELECT F-PAIEMENTS ASSIGN TO "paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAIEMENTS.

      * Registre des factures (cf. facturation-cli.cbl)
           SELECT F-FACTURES ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Journal des commissions reglees (cf. assurances-commissions
      * .cbl)
           SELECT F-COMMISSIONS ASSIGN TO "commissions-reglees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMISSIONS.

      * Fichier des commandes (cf. command-cli.cbl)
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Calendrier des periodes (cf. controle-periode.cbl)
           SELECT F-PERIODES ASSIGN TO "periodes-comptables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODES.

      * References exportees par l'interface comptable (cf.
      * interface-comptable.cbl)
           SELECT F-EXPORTEES ASSIGN TO "ecritures-exportees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTEES.

      * Index des fichiers d'historique annuels
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

      * Soldes des releves (cf. assurances-releve.cbl)
           SELECT F-SOLDES ASSIGN TO "releves-soldes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLDES.

      * Fichiers d'historique, noms resolus a l'execution
           SELECT F-HIS-QUITTANCES ASSIGN TO WS-NOM-HIS-QUITTANCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-QUITTANCES.

           SELECT F-HIS-PAIEMENTS ASSIGN TO WS-NOM-HIS-PAIEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-PAIEMENTS.

           SELECT F-HIS-FACTURES ASSIGN TO WS-NOM-HIS-FACTURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-FACTURES.

           SELECT F-HIS-COMMISSIONS ASSIGN TO WS-NOM-HIS-COMMISSIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-COMMISSIONS.

      * Resume de l'archivage, nom resolu a l'execution
           SELECT F-RESUME ASSIGN TO WS-NOM-RESUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUME.

       DATA DIVISION.
       FILE SECTION.

      * Quittance, telle que declaree dans assurances-quittances.cbl
       FD F-QUITTANCES.
       01 FS-ENR-QUITTANCE.
           05 FS-QUI-NUMERO               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-NOM-CLIENT           PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-QUI-PERIODE-DEBUT        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-PERIODE-FIN          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-QUI-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DATE-PAIEMENT        PIC 9(08).

      * Paiement recu, tel que declare dans assurances-quittances.cbl
       FD F-PAIEMENTS.
       01 FS-ENR-PAIEMENT.
           05 FS-PAI-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-PAI-ORIGINE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-RISTOURNE         PIC X(08).

      * Facture ou avoir, tel que declare dans facturation-cli.cbl
       FD F-FACTURES.
       01 FS-ENR-FACTURE.
           05 FS-FAC-NUM                  PIC 9(05).
           05 FILLER                      PIC X(01).
           05 FS-FAC-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-FAC-CLI-ID               PIC X(02).
           05 FILLER                      PIC X(01).
           05 FS-FAC-NUM-CMD              PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-FAC-MONTANT              PIC 9(07)V99.
           05 FILLER                      PIC X(01).
           05 FS-FAC-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-FAC-DATE-PAIEMENT        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-FAC-TYPE                 PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-FAC-MONTANT-HT           PIC 9(07)V99.
           05 FS-FAC-VENTILATION          PIC X(96).
           05 FILLER                      PIC X(01).
           05 FS-FAC-DATE-ECHEANCE        PIC 9(08).

      * Commission reglee, telle que declaree dans
      * assurances-commissions.cbl
       FD F-COMMISSIONS.
       01 FS-ENR-COMMISSION.
           05 FS-COM-NUMERO               PIC 9(05).
           05 FILLER                      PIC X(01).
           05 FS-COM-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-COM-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-COM-BROKER-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-COM-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-COM-NATURE               PIC X(07).

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

      * Enregistrement des contrats, tel que declare dans
      * assurances.cbl pour respecter l'alignement des colonnes
       FD F-ASSURANCES.
       01 FS-ENR-ASSURANCES.
           05 FS-CODE-CONTRAT             PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-NOM-CONTRAT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-NOM-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-NOM-CLIENT               PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-STATUT                   PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-DATE-DEBUT               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DATE-FIN                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-MONTANT                  PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-DEVISE                   PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-BROKER-ID                PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-TAUX-COMMISSION          PIC 9(02)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-MONTANT-COMMISSION       PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-CLIENT-ID                PIC X(06).

      * Etat d'un mois, tel que declare dans controle-periode.cbl
       FD F-PERIODES.
       01 FS-ENR-PERIODE.
           05 FS-PC-MOIS                  PIC 9(06).
           05 FILLER                      PIC X(01).
           05 FS-PC-STATUT                PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-PC-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PC-UTILISATEUR           PIC X(30).

      * Reference exportee, telle que declaree dans
      * interface-comptable.cbl
       FD F-EXPORTEES.
       01 FS-ENR-EXPORTEE.
           05 FS-EXP-REFERENCE            PIC X(32).
           05 FILLER                      PIC X(01).
           05 FS-EXP-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-EXP-PERIODE              PIC 9(06).

      * Un fichier d'historique par ligne : famille (QUITTANCES,
      * PAIEMENTS, FACTURES, COMMISSIONS), annee des pieces, nom du
      * fichier, date du dernier archivage, nombre de pieces et plus
      * grand numero de piece archive (zero pour les paiements)
       FD F-ARCHIVES.
       01 FS-ENR-ARCHIVE.
           05 FS-AA-FAMILLE               PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-AA-ANNEE                 PIC 9(04).
           05 FILLER                      PIC X(01).
           05 FS-AA-FICHIER               PIC X(30).
           05 FILLER                      PIC X(01).
           05 FS-AA-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AA-NB                    PIC 9(07).
           05 FILLER                      PIC X(01).
           05 FS-AA-NUMERO-MAX            PIC 9(08).

      * Solde d'un releve, tel que declare dans assurances-releve.cbl
       FD F-SOLDES.
       01 FS-ENR-SOLDE.
           05 FS-SOL-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-SOL-DATE-FIN             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-SOL-SOLDE                PIC S9(09)V9(02)
                                          SIGN LEADING SEPARATE.

      * Fichiers d'historique : meme disposition que le fichier
      * vivant de leur famille
       FD F-HIS-QUITTANCES.
       01 FS-ENR-HIS-QUITTANCE            PIC X(119).

       FD F-HIS-PAIEMENTS.
       01 FS-ENR-HIS-PAIEMENT             PIC X(38).

       FD F-HIS-FACTURES.
       01 FS-ENR-HIS-FACTURE              PIC X(167).

       FD F-HIS-COMMISSIONS.
       01 FS-ENR-HIS-COMMISSION           PIC X(48).

       FD F-RESUME.
       01 FS-ENR-RESUME                   PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-COMMISSIONS        PIC X(02).
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-PERIODES           PIC X(02).
       01 WS-FS-EXPORTEES          PIC X(02).
       01 WS-FS-ARCHIVES           PIC X(02).
       01 WS-FS-SOLDES             PIC X(02).
       01 WS-FS-HIS-QUITTANCES     PIC X(02).
       01 WS-FS-HIS-PAIEMENTS      PIC X(02).
       01 WS-FS-HIS-FACTURES       PIC X(02).
       01 WS-FS-HIS-COMMISSIONS    PIC X(02).
       01 WS-FS-RESUME             PIC X(02).

      * Drapeaux de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.
       01 FLAG-STOP-SEC            PIC X.
           88 QUITTER-SEC                       VALUE 'Y'.

      * Date du jour, annee de coupure et dates qui en decoulent :
      * limite (1er janvier de la coupure, exclue) et date du report
      * des soldes (31/12 de l'annee precedente)
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-SAISIE-ANNEE          PIC X(04).
       01 WS-ANNEE-COUPURE         PIC 9(04).
       01 WS-DATE-LIMITE           PIC 9(08).
       01 WS-DATE-REPORT           PIC 9(08).
       01 WS-MOIS-DECEMBRE         PIC 9(06).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

      * Refus de l'archivage (controles prealables ou verrous)
       01 WS-REFUS                 PIC X(01) VALUE "N".
           88 WS-ARCHIVAGE-REFUSE               VALUE "O".

      * Dernier mois exporte par l'interface comptable
       01 WS-DERNIER-EXPORT        PIC 9(06) VALUE ZERO.
       01 WS-STATUT-DECEMBRE       PIC X(01) VALUE "O".

      * Noms des fichiers d'historique ouverts et annee de chacun
       01 WS-NOM-HIS-QUITTANCES    PIC X(30).
       01 WS-NOM-HIS-PAIEMENTS     PIC X(30).
       01 WS-NOM-HIS-FACTURES      PIC X(30).
       01 WS-NOM-HIS-COMMISSIONS   PIC X(30).
       01 WS-NOM-RESUME            PIC X(30).
       01 WS-ANNEE-HIS-QUITTANCES  PIC 9(04) VALUE ZERO.
       01 WS-ANNEE-HIS-PAIEMENTS   PIC 9(04) VALUE ZERO.
       01 WS-ANNEE-HIS-FACTURES    PIC 9(04) VALUE ZERO.
       01 WS-ANNEE-HIS-COMMISSIONS PIC 9(04) VALUE ZERO.

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "archivage-annuel".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Fichiers verrouilles le temps de l'archivage
       01 WS-TAB-VERROUS-INIT.
           05 FILLER               PIC X(30) VALUE "quittances.dat".
           05 FILLER               PIC X(30) VALUE "paiements.txt".
           05 FILLER               PIC X(30) VALUE "factures.txt".
           05 FILLER               PIC X(30)
                                   VALUE "commissions-reglees.txt".
       01 WS-TAB-VERROUS REDEFINES WS-TAB-VERROUS-INIT.
           05 WS-VERROU-NOM OCCURS 4 TIMES PIC X(30).
       01 WS-NB-VERROUS            PIC 9(01) VALUE ZERO.
       01 WS-IDX-VER               PIC 9(01) VALUE ZERO.

      * Index des fichiers d'historique, charge puis reecrit
       01 WS-NB-ARCHIVES           PIC 9(03) VALUE ZERO.
       01 WS-IDX-AA                PIC 9(03) VALUE ZERO.
       01 WS-TAB-ARCHIVES.
           05 WS-AA OCCURS 200 TIMES.
              10 WS-AA-FAMILLE          PIC X(11).
              10 WS-AA-ANNEE            PIC 9(04).
              10 WS-AA-FICHIER          PIC X(30).
              10 WS-AA-DATE             PIC 9(08).
              10 WS-AA-NB               PIC 9(07).
              10 WS-AA-NUMERO-MAX       PIC 9(08).
       01 WS-AA-FAMILLE-CHERCHEE   PIC X(11).
       01 WS-AA-ANNEE-CHERCHEE     PIC 9(04).
       01 WS-AA-TROUVE             PIC 9(03) VALUE ZERO.
       01 WS-AA-NUMERO             PIC 9(08).

      * Familles d'historique
       01 WS-FAM-QUITTANCES        PIC X(11) VALUE "QUITTANCES".
       01 WS-FAM-PAIEMENTS         PIC X(11) VALUE "PAIEMENTS".
       01 WS-FAM-FACTURES          PIC X(11) VALUE "FACTURES".
       01 WS-FAM-COMMISSIONS       PIC X(11) VALUE "COMMISSIONS".

      * Quittances a archiver (numeros dans l'ordre de la cle) ; au-
      * dela de la capacite, elles restent vivantes jusqu'a
      * l'archivage suivant
       01 WS-NB-QUI-ARCH           PIC 9(05) VALUE ZERO.
       01 WS-IDX-QA                PIC 9(05) VALUE ZERO.
       01 WS-TAB-QUI-ARCH.
           05 WS-QA-NUMERO OCCURS 10000 TIMES PIC X(08).
       01 WS-NB-QUI-REPORTEES      PIC 9(05) VALUE ZERO.
       01 WS-QUI-DERNIER-LU        PIC X(08) VALUE SPACES.
       01 WS-QA-TROUVEE            PIC X(01) VALUE "N".
           88 WS-QA-EST-TROUVEE                 VALUE "O".

      * Statuts des pieces
       01 WS-QUI-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-QUI-STATUT-RISTOURNE  PIC X(08) VALUE "RISTOURN".
       01 WS-QUI-STATUT-REMBOURSEE PIC X(08) VALUE "REMBOURS".
       01 WS-QUI-STATUT-COMPENSEE  PIC X(08) VALUE "COMPENSE".
       01 WS-FAC-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-FAC-STATUT-IMPUTEE    PIC X(08) VALUE "IMPUTEE".

      * Piece examinee : a archiver ou non
       01 WS-ARCHIVABLE            PIC X(01) VALUE "N".
           88 WS-EST-ARCHIVABLE                 VALUE "O".

      * Commandes encore presentes dans commandes.txt : leur facture
      * reste vivante, la facturation s'en sert pour ne pas facturer
      * deux fois (meme capacite que command-cli.cbl)
       01 WS-NB-COMMANDES          PIC 9(03) VALUE ZERO.
       01 WS-IDX-CDE               PIC 9(03) VALUE ZERO.
       01 WS-TAB-COMMANDES.
           05 WS-CDE-NUM OCCURS 500 TIMES PIC X(04).
       01 WS-CDE-CHERCHEE          PIC X(04).
       01 WS-CDE-TROUVEE           PIC X(01) VALUE "N".
           88 WS-CDE-EST-TROUVEE                VALUE "O".

      * Lignes conservees pour la reecriture des fichiers vivants
      * (factures : meme capacite que facturation-cli.cbl)
       01 WS-NB-PAI-CONS           PIC 9(05) VALUE ZERO.
       01 WS-TAB-PAI-CONS.
           05 WS-PAI-CONS OCCURS 5000 TIMES PIC X(38).
       01 WS-NB-FAC-CONS           PIC 9(05) VALUE ZERO.
       01 WS-TAB-FAC-CONS.
           05 WS-FAC-CONS OCCURS 500 TIMES PIC X(167).
       01 WS-NB-COM-CONS           PIC 9(05) VALUE ZERO.
       01 WS-TAB-COM-CONS.
           05 WS-COM-CONS OCCURS 5000 TIMES PIC X(48).
       01 WS-IDX                   PIC 9(05) VALUE ZERO.

      * Decomptes de l'archivage
       01 WS-NB-PAI-ARCH           PIC 9(05) VALUE ZERO.
       01 WS-NB-FAC-ARCH           PIC 9(05) VALUE ZERO.
       01 WS-NB-COM-ARCH           PIC 9(05) VALUE ZERO.
       01 WS-NB-QUI-ECRITES        PIC 9(05) VALUE ZERO.
       01 WS-NB-DEBORDEMENT        PIC 9(05) VALUE ZERO.

      * Report des soldes des clients assurance : quittance et client
      * de son contrat (pour rattacher les paiements), puis solde de
      * chaque client a la date du report
       01 WS-NB-QCL                PIC 9(05) VALUE ZERO.
       01 WS-IDX-QCL               PIC 9(05) VALUE ZERO.
       01 WS-TAB-QCL.
           05 WS-QCL OCCURS 20000 TIMES.
              10 WS-QCL-NUMERO          PIC X(08).
              10 WS-QCL-CLIENT          PIC X(06).
       01 WS-QCL-CLIENT-TROUVE     PIC X(06).
       01 WS-NB-SOLDES             PIC 9(04) VALUE ZERO.
       01 WS-IDX-SOL               PIC 9(04) VALUE ZERO.
       01 WS-TAB-SOLDES.
           05 WS-SC OCCURS 2000 TIMES.
              10 WS-SC-CLIENT           PIC X(06).
              10 WS-SC-SOLDE            PIC S9(09)V9(02).
       01 WS-SC-CLIENT-CHERCHE     PIC X(06).
       01 WS-SC-TROUVE             PIC 9(04) VALUE ZERO.
       01 WS-CTR-EN-COURS          PIC X(08) VALUE SPACES.

      * Compensations de ristournes (paiements d'origine "C"
      * vivants et archives), pour reconstituer le montant d'origine
      * d'une ristourne
       01 WS-NB-COMPENS            PIC 9(04) VALUE ZERO.
       01 WS-IDX-CMP               PIC 9(04) VALUE ZERO.
       01 WS-TAB-COMPENS.
           05 WS-CMP OCCURS 5000 TIMES.
              10 WS-CMP-NO-RISTOURNE    PIC X(08).
              10 WS-CMP-MONTANT         PIC 9(07)V9(02).
       01 WS-MONTANT-ORIGINE       PIC 9(09)V9(02).
       01 WS-CLIENT-EN-COURS       PIC X(06) VALUE SPACES.
       01 WS-SOLDES-POSSIBLES      PIC X(01) VALUE "O".
           88 WS-SANS-SOLDES                    VALUE "N".

      * Quittance et paiement en cours de cumul (fichier vivant ou
      * historique)
       01 WS-ENR-QUITTANCE.
           05 WS-QT-NUMERO                PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-CODE-CONTRAT          PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-NOM-CLIENT            PIC X(41).
           05 FILLER                      PIC X(01).
           05 WS-QT-PERIODE-DEBUT         PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-PERIODE-FIN           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-MONTANT               PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 WS-QT-DEVISE                PIC X(04).
           05 FILLER                      PIC X(01).
           05 WS-QT-STATUT                PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-DATE-EMISSION         PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-QT-DATE-PAIEMENT         PIC 9(08).
       01 WS-ENR-PAIEMENT.
           05 WS-PT-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-PT-NO-QUITTANCE          PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-PT-MONTANT               PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 WS-PT-ORIGINE               PIC X(01).
           05 FILLER                      PIC X(01).
           05 WS-PT-NO-RISTOURNE          PIC X(08).

      * Zones editees du resume
       01 WS-SOLDE-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-RESUME          PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "archivage-annuel".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : controles, selection puis deplacements
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Annee de coupure : sont archivees les pieces soldees datees
      * d'avant le 1er janvier de cette annee
           DISPLAY "Annee de coupure AAAA (defaut : "
                   WS-DATE-JOUR(1:4) ") : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-ANNEE.
           ACCEPT WS-SAISIE-ANNEE.
           IF WS-SAISIE-ANNEE = SPACES
               MOVE WS-DATE-JOUR(1:4) TO WS-SAISIE-ANNEE
           END-IF.
           IF WS-SAISIE-ANNEE IS NOT NUMERIC
               DISPLAY "/!\ Annee invalide, archivage annule /!\"
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
           MOVE WS-SAISIE-ANNEE TO WS-ANNEE-COUPURE.
           IF WS-ANNEE-COUPURE > WS-DATE-JOUR(1:4)
              OR WS-ANNEE-COUPURE < 1901
               DISPLAY "/!\ Annee de coupure hors limites, archivage "
                       "annule /!\"
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

           COMPUTE WS-DATE-LIMITE = WS-ANNEE-COUPURE * 10000 + 101.
           COMPUTE WS-DATE-REPORT =
               (WS-ANNEE-COUPURE - 1) * 10000 + 1231.
           COMPUTE WS-MOIS-DECEMBRE = (WS-ANNEE-COUPURE - 1) * 100 + 12.

      * L'annee a archiver doit etre close et exportee en comptabilite
           PERFORM 6010-CONTROLER-PERIODE-DEB
              THRU 6010-CONTROLER-PERIODE-FIN.
           IF NOT WS-ARCHIVAGE-REFUSE
               PERFORM 6020-CONTROLER-EXPORT-DEB
                  THRU 6020-CONTROLER-EXPORT-FIN
           END-IF.
           IF WS-ARCHIVAGE-REFUSE
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

           DISPLAY "Archiver les pieces soldees datees d'avant le "
                   WS-DATE-LIMITE " (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Archivage annule."
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

      * Verrou mono-redacteur sur les quatre fichiers vivants, le
      * temps de l'archivage
           PERFORM 6030-POSER-VERROUS-DEB
              THRU 6030-POSER-VERROUS-FIN.
           IF WS-ARCHIVAGE-REFUSE
               PERFORM 6900-RETIRER-VERROUS-DEB
                  THRU 6900-RETIRER-VERROUS-FIN
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

      * Selection : rien n'est ecrit tant que toutes les capacites
      * ne sont pas verifiees
           PERFORM 6100-CHARGER-INDEX-DEB
              THRU 6100-CHARGER-INDEX-FIN.
           PERFORM 6110-SELECTIONNER-QUITTANCES-DEB
              THRU 6110-SELECTIONNER-QUITTANCES-FIN.
           PERFORM 6120-CHARGER-COMMANDES-DEB
              THRU 6120-CHARGER-COMMANDES-FIN.
           PERFORM 6130-PARTITIONNER-PAIEMENTS-DEB
              THRU 6130-PARTITIONNER-PAIEMENTS-FIN.
           PERFORM 6140-PARTITIONNER-FACTURES-DEB
              THRU 6140-PARTITIONNER-FACTURES-FIN.
           PERFORM 6150-PARTITIONNER-COMMISSIONS-DEB
              THRU 6150-PARTITIONNER-COMMISSIONS-FIN.
           PERFORM 7000-CALCULER-SOLDES-DEB
              THRU 7000-CALCULER-SOLDES-FIN.

           IF WS-NB-DEBORDEMENT > ZERO
               DISPLAY "/!\ " WS-NB-DEBORDEMENT " depassement(s) de "
                       "capacite : archivage abandonne, aucun "
                       "fichier modifie /!\"
               PERFORM 6900-RETIRER-VERROUS-DEB
                  THRU 6900-RETIRER-VERROUS-FIN
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

      * Deplacements vers l'historique et reecriture des vivants
           PERFORM 8100-ARCHIVER-QUITTANCES-DEB
              THRU 8100-ARCHIVER-QUITTANCES-FIN.
           PERFORM 8200-ARCHIVER-PAIEMENTS-DEB
              THRU 8200-ARCHIVER-PAIEMENTS-FIN.
           PERFORM 8300-ARCHIVER-FACTURES-DEB
              THRU 8300-ARCHIVER-FACTURES-FIN.
           PERFORM 8400-ARCHIVER-COMMISSIONS-DEB
              THRU 8400-ARCHIVER-COMMISSIONS-FIN.
           PERFORM 8500-REPORTER-SOLDES-DEB
              THRU 8500-REPORTER-SOLDES-FIN.
           PERFORM 6300-REECRIRE-INDEX-DEB
              THRU 6300-REECRIRE-INDEX-FIN.
           PERFORM 8600-ECRIRE-RESUME-DEB
              THRU 8600-ECRIRE-RESUME-FIN.

           PERFORM 6900-RETIRER-VERROUS-DEB
              THRU 6900-RETIRER-VERROUS-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CONTROLES PREALABLES
      ******************************************************************
      * Decembre de l'annee precedant la coupure doit etre ferme au
      * calendrier : plus aucune piece ne peut alors y etre datee
       6010-CONTROLER-PERIODE-DEB.
           MOVE "O" TO WS-STATUT-DECEMBRE.
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
                       IF FS-PC-MOIS = WS-MOIS-DECEMBRE
                           MOVE FS-PC-STATUT TO WS-STATUT-DECEMBRE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PERIODES = "00" OR WS-FS-PERIODES = "10"
               CLOSE F-PERIODES
           END-IF.

           IF WS-STATUT-DECEMBRE NOT = "F"
               DISPLAY "/!\ Periode " WS-MOIS-DECEMBRE " non fermee "
                       "au calendrier des periodes comptables : "
                       "archivage refuse /!\"
               DISPLAY "    (cloture-mensuelle ou periodes-maint)"
               SET WS-ARCHIVAGE-REFUSE TO TRUE
           END-IF.
       6010-CONTROLER-PERIODE-FIN.
           EXIT.

      * L'interface comptable doit avoir traite decembre : une piece
      * archivee n'est plus exportee. Sans registre des exports,
      * l'interface n'est pas en service et l'archivage est libre
       6020-CONTROLER-EXPORT-DEB.
           MOVE ZERO TO WS-DERNIER-EXPORT.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EXPORTEES.
           IF WS-FS-EXPORTEES NOT = "00"
               DISPLAY "Aucun export comptable (ecritures-exportees"
                       ".txt absent)."
               GO TO 6020-CONTROLER-EXPORT-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EXPORTEES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-EXP-PERIODE IS NUMERIC
                          AND FS-EXP-PERIODE > WS-DERNIER-EXPORT
                           MOVE FS-EXP-PERIODE TO WS-DERNIER-EXPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EXPORTEES.

           IF WS-DERNIER-EXPORT < WS-MOIS-DECEMBRE
               DISPLAY "/!\ Dernier mois exporte en comptabilite : "
                       WS-DERNIER-EXPORT " ; passer l'interface "
                       "comptable de " WS-MOIS-DECEMBRE
                       " avant l'archivage /!\"
               SET WS-ARCHIVAGE-REFUSE TO TRUE
           END-IF.
       6020-CONTROLER-EXPORT-FIN.
           EXIT.

      ******************************************************************
      * VERROUS SUR LES FICHIERS VIVANTS
      ******************************************************************
       6030-POSER-VERROUS-DEB.
           MOVE ZERO TO WS-NB-VERROUS.
           PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                   UNTIL WS-IDX-VER > 4 OR WS-ARCHIVAGE-REFUSE
               MOVE WS-VERROU-NOM(WS-IDX-VER) TO WS-VER-FICHIER
               MOVE "P" TO WS-VER-ACTION
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
               IF WS-VER-RC = ZERO
                   ADD 1 TO WS-NB-VERROUS
               ELSE
                   DISPLAY FUNCTION TRIM(WS-VERROU-NOM(WS-IDX-VER))
                           " est verrouille, archivage abandonne."
                   SET WS-ARCHIVAGE-REFUSE TO TRUE
               END-IF
           END-PERFORM.
       6030-POSER-VERROUS-FIN.
           EXIT.

      * Retire les verrous poses, dans l'ordre de pose
       6900-RETIRER-VERROUS-DEB.
           PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                   UNTIL WS-IDX-VER > WS-NB-VERROUS
               MOVE WS-VERROU-NOM(WS-IDX-VER) TO WS-VER-FICHIER
               MOVE "R" TO WS-VER-ACTION
               CALL "verrou-fichier" USING WS-VER-FICHIER
                   WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC
           END-PERFORM.
           MOVE ZERO TO WS-NB-VERROUS.
       6900-RETIRER-VERROUS-FIN.
           EXIT.

      ******************************************************************
      * INDEX DES FICHIERS D'HISTORIQUE
      ******************************************************************
      * L'index peut ne pas exister avant le premier archivage
       6100-CHARGER-INDEX-DEB.
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
                       IF WS-NB-ARCHIVES < 200
                           ADD 1 TO WS-NB-ARCHIVES
                           MOVE FS-AA-FAMILLE
                               TO WS-AA-FAMILLE(WS-NB-ARCHIVES)
                           MOVE FS-AA-ANNEE
                               TO WS-AA-ANNEE(WS-NB-ARCHIVES)
                           MOVE FS-AA-FICHIER
                               TO WS-AA-FICHIER(WS-NB-ARCHIVES)
                           MOVE FS-AA-DATE
                               TO WS-AA-DATE(WS-NB-ARCHIVES)
                           MOVE FS-AA-NB
                               TO WS-AA-NB(WS-NB-ARCHIVES)
                           MOVE FS-AA-NUMERO-MAX
                               TO WS-AA-NUMERO-MAX(WS-NB-ARCHIVES)
                       ELSE
                           DISPLAY "/!\ ATTENTION : capacite de "
                                   "l'index des archives (200) "
                                   "atteinte /!\"
                           ADD 1 TO WS-NB-DEBORDEMENT
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ARCHIVES = "00" OR WS-FS-ARCHIVES = "10"
               CLOSE F-ARCHIVES
           END-IF.
       6100-CHARGER-INDEX-FIN.
           EXIT.

       6300-REECRIRE-INDEX-DEB.
           OPEN OUTPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               DISPLAY "Erreur ouverture archives-annuelles.txt, "
                       "code : " WS-FS-ARCHIVES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      * Une entree creee a la selection sans piece finalement
      * archivee n'est pas conservee
           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-NB(WS-IDX-AA) > ZERO
                   MOVE SPACES TO FS-ENR-ARCHIVE
                   MOVE WS-AA-FAMILLE(WS-IDX-AA)    TO FS-AA-FAMILLE
                   MOVE WS-AA-ANNEE(WS-IDX-AA)      TO FS-AA-ANNEE
                   MOVE WS-AA-FICHIER(WS-IDX-AA)    TO FS-AA-FICHIER
                   MOVE WS-AA-DATE(WS-IDX-AA)       TO FS-AA-DATE
                   MOVE WS-AA-NB(WS-IDX-AA)         TO FS-AA-NB
                   MOVE WS-AA-NUMERO-MAX(WS-IDX-AA) TO FS-AA-NUMERO-MAX
                   WRITE FS-ENR-ARCHIVE
               END-IF
           END-PERFORM.
           CLOSE F-ARCHIVES.
       6300-REECRIRE-INDEX-FIN.
           EXIT.

      * Rang dans l'index (WS-AA-TROUVE) du fichier d'historique de
      * la famille et de l'annee cherchees ; cree a la selection si
      * absent. Index plein : l'archivage sera abandonne
       7900-ENTREE-INDEX-DEB.
           MOVE ZERO TO WS-AA-TROUVE.
           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
                      OR WS-AA-TROUVE NOT = ZERO
               IF WS-AA-FAMILLE(WS-IDX-AA) = WS-AA-FAMILLE-CHERCHEE
                  AND WS-AA-ANNEE(WS-IDX-AA) = WS-AA-ANNEE-CHERCHEE
                   MOVE WS-IDX-AA TO WS-AA-TROUVE
               END-IF
           END-PERFORM.
           IF WS-AA-TROUVE NOT = ZERO
               GO TO 7900-ENTREE-INDEX-FIN
           END-IF.

           IF WS-NB-ARCHIVES >= 200
               DISPLAY "/!\ ATTENTION : capacite de l'index des "
                       "archives (200) atteinte /!\"
               ADD 1 TO WS-NB-DEBORDEMENT
               GO TO 7900-ENTREE-INDEX-FIN
           END-IF.
           ADD 1 TO WS-NB-ARCHIVES.
           MOVE WS-NB-ARCHIVES TO WS-AA-TROUVE.
           MOVE WS-AA-FAMILLE-CHERCHEE TO WS-AA-FAMILLE(WS-AA-TROUVE).
           MOVE WS-AA-ANNEE-CHERCHEE   TO WS-AA-ANNEE(WS-AA-TROUVE).
           MOVE WS-DATE-JOUR           TO WS-AA-DATE(WS-AA-TROUVE).
           MOVE ZERO                   TO WS-AA-NB(WS-AA-TROUVE).
           MOVE ZERO             TO WS-AA-NUMERO-MAX(WS-AA-TROUVE).
           INITIALIZE WS-AA-FICHIER(WS-AA-TROUVE).
           EVALUATE WS-AA-FAMILLE-CHERCHEE
               WHEN WS-FAM-QUITTANCES
                   STRING "quittances-" WS-AA-ANNEE-CHERCHEE ".dat"
                       INTO WS-AA-FICHIER(WS-AA-TROUVE)
                   END-STRING
               WHEN WS-FAM-PAIEMENTS
                   STRING "paiements-" WS-AA-ANNEE-CHERCHEE ".txt"
                       INTO WS-AA-FICHIER(WS-AA-TROUVE)
                   END-STRING
               WHEN WS-FAM-FACTURES
                   STRING "factures-" WS-AA-ANNEE-CHERCHEE ".txt"
                       INTO WS-AA-FICHIER(WS-AA-TROUVE)
                   END-STRING
               WHEN OTHER
                   STRING "commissions-reglees-" WS-AA-ANNEE-CHERCHEE
                          ".txt"
                       INTO WS-AA-FICHIER(WS-AA-TROUVE)
                   END-STRING
           END-EVALUATE.
       7900-ENTREE-INDEX-FIN.
           EXIT.

      * Piece ecrite dans l'historique : decompte, date et plus grand
      * numero de l'entree d'index WS-AA-TROUVE
       7910-COMPTER-INDEX-DEB.
           ADD 1 TO WS-AA-NB(WS-AA-TROUVE).
           MOVE WS-DATE-JOUR TO WS-AA-DATE(WS-AA-TROUVE).
           IF WS-AA-NUMERO > WS-AA-NUMERO-MAX(WS-AA-TROUVE)
               MOVE WS-AA-NUMERO TO WS-AA-NUMERO-MAX(WS-AA-TROUVE)
           END-IF.
       7910-COMPTER-INDEX-FIN.
           EXIT.

      ******************************************************************
      * SELECTION DES PIECES A ARCHIVER (AUCUNE ECRITURE)
      ******************************************************************
      * Quittances soldees, emises et soldees avant la coupure
       6110-SELECTIONNER-QUITTANCES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "/!\ quittances.dat absent (code "
                       WS-FS-QUITTANCES ") /!\"
               GO TO 6110-SELECTIONNER-QUITTANCES-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-QUI-NUMERO TO WS-QUI-DERNIER-LU
                       PERFORM 7100-QUITTANCE-ARCHIVABLE-DEB
                          THRU 7100-QUITTANCE-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           IF WS-NB-QUI-ARCH < 10000
                               ADD 1 TO WS-NB-QUI-ARCH
                               MOVE FS-QUI-NUMERO
                                   TO WS-QA-NUMERO(WS-NB-QUI-ARCH)
                               MOVE WS-FAM-QUITTANCES
                                   TO WS-AA-FAMILLE-CHERCHEE
                               MOVE FS-QUI-DATE-EMISSION(1:4)
                                   TO WS-AA-ANNEE-CHERCHEE
                               PERFORM 7900-ENTREE-INDEX-DEB
                                  THRU 7900-ENTREE-INDEX-FIN
                           ELSE
                               ADD 1 TO WS-NB-QUI-REPORTEES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-QUITTANCES.

      * La quittance de plus haut numero reste dans quittances.dat :
      * la numerotation des ristournes (assurances.cbl) repart du
      * plus haut numero present dans le fichier
           IF WS-NB-QUI-ARCH > ZERO
               IF WS-QA-NUMERO(WS-NB-QUI-ARCH) = WS-QUI-DERNIER-LU
                   SUBTRACT 1 FROM WS-NB-QUI-ARCH
               END-IF
           END-IF.
           IF WS-NB-QUI-REPORTEES > ZERO
               DISPLAY "/!\ " WS-NB-QUI-REPORTEES " quittance(s) "
                       "au-dela de la capacite (10000) : archivees "
                       "a l'execution suivante /!\"
           END-IF.
       6110-SELECTIONNER-QUITTANCES-FIN.
           EXIT.

      * Numeros des commandes vives : leurs factures restent vives
       6120-CHARGER-COMMANDES-DEB.
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
                       MOVE FS-COMMANDES-NUM TO WS-CDE-CHERCHEE
                       PERFORM 7410-COMMANDE-VIVE-DEB
                          THRU 7410-COMMANDE-VIVE-FIN
                       IF NOT WS-CDE-EST-TROUVEE
                           IF WS-NB-COMMANDES < 500
                               ADD 1 TO WS-NB-COMMANDES
                               MOVE FS-COMMANDES-NUM
                                   TO WS-CDE-NUM(WS-NB-COMMANDES)
                           ELSE
                               DISPLAY "/!\ ATTENTION : capacite des "
                                       "commandes (500) atteinte /!\"
                               ADD 1 TO WS-NB-DEBORDEMENT
                               SET QUITTER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDES = "00" OR WS-FS-COMMANDES = "10"
               CLOSE F-COMMANDES
           END-IF.
       6120-CHARGER-COMMANDES-FIN.
           EXIT.

      * Paiements : lignes conservees en memoire, lignes a archiver
      * comptees et rattachees a leur fichier d'historique
       6130-PARTITIONNER-PAIEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PAIEMENTS.
           IF WS-FS-PAIEMENTS NOT = "00"
               GO TO 6130-PARTITIONNER-PAIEMENTS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7200-PAIEMENT-ARCHIVABLE-DEB
                          THRU 7200-PAIEMENT-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           ADD 1 TO WS-NB-PAI-ARCH
                           MOVE WS-FAM-PAIEMENTS
                               TO WS-AA-FAMILLE-CHERCHEE
                           MOVE FS-PAI-DATE(1:4)
                               TO WS-AA-ANNEE-CHERCHEE
                           PERFORM 7900-ENTREE-INDEX-DEB
                              THRU 7900-ENTREE-INDEX-FIN
                       ELSE
                           IF WS-NB-PAI-CONS < 5000
                               ADD 1 TO WS-NB-PAI-CONS
                               MOVE FS-ENR-PAIEMENT
                                   TO WS-PAI-CONS(WS-NB-PAI-CONS)
                           ELSE
                               DISPLAY "/!\ ATTENTION : capacite des "
                                       "paiements (5000) atteinte /!\"
                               ADD 1 TO WS-NB-DEBORDEMENT
                               SET QUITTER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PAIEMENTS.
       6130-PARTITIONNER-PAIEMENTS-FIN.
           EXIT.

       6140-PARTITIONNER-FACTURES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               GO TO 6140-PARTITIONNER-FACTURES-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7300-FACTURE-ARCHIVABLE-DEB
                          THRU 7300-FACTURE-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           ADD 1 TO WS-NB-FAC-ARCH
                           MOVE WS-FAM-FACTURES
                               TO WS-AA-FAMILLE-CHERCHEE
                           MOVE FS-FAC-DATE(1:4)
                               TO WS-AA-ANNEE-CHERCHEE
                           PERFORM 7900-ENTREE-INDEX-DEB
                              THRU 7900-ENTREE-INDEX-FIN
                       ELSE
                           IF WS-NB-FAC-CONS < 500
                               ADD 1 TO WS-NB-FAC-CONS
                               MOVE FS-ENR-FACTURE
                                   TO WS-FAC-CONS(WS-NB-FAC-CONS)
                           ELSE
                               DISPLAY "/!\ ATTENTION : capacite des "
                                       "factures (500) atteinte /!\"
                               ADD 1 TO WS-NB-DEBORDEMENT
                               SET QUITTER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-FACTURES.
       6140-PARTITIONNER-FACTURES-FIN.
           EXIT.

       6150-PARTITIONNER-COMMISSIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMISSIONS.
           IF WS-FS-COMMISSIONS NOT = "00"
               GO TO 6150-PARTITIONNER-COMMISSIONS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMISSIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7400-COMMISSION-ARCHIVABLE-DEB
                          THRU 7400-COMMISSION-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           ADD 1 TO WS-NB-COM-ARCH
                           MOVE WS-FAM-COMMISSIONS
                               TO WS-AA-FAMILLE-CHERCHEE
                           MOVE FS-COM-DATE(1:4)
                               TO WS-AA-ANNEE-CHERCHEE
                           PERFORM 7900-ENTREE-INDEX-DEB
                              THRU 7900-ENTREE-INDEX-FIN
                       ELSE
                           IF WS-NB-COM-CONS < 5000
                               ADD 1 TO WS-NB-COM-CONS
                               MOVE FS-ENR-COMMISSION
                                   TO WS-COM-CONS(WS-NB-COM-CONS)
                           ELSE
                               DISPLAY "/!\ ATTENTION : capacite des "
                                       "commissions (5000) atteinte "
                                       "/!\"
                               ADD 1 TO WS-NB-DEBORDEMENT
                               SET QUITTER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-COMMISSIONS.
       6150-PARTITIONNER-COMMISSIONS-FIN.
           EXIT.

      ******************************************************************
      * REGLES D'ARCHIVAGE (WS-EST-ARCHIVABLE)
      ******************************************************************
      * Quittance payee, ristourne remboursee ou compensee : emise et
      * soldee avant la coupure
       7100-QUITTANCE-ARCHIVABLE-DEB.
           MOVE "N" TO WS-ARCHIVABLE.
           IF FS-QUI-STATUT NOT = WS-QUI-STATUT-PAYEE
              AND FS-QUI-STATUT NOT = WS-QUI-STATUT-REMBOURSEE
              AND FS-QUI-STATUT NOT = WS-QUI-STATUT-COMPENSEE
               GO TO 7100-QUITTANCE-ARCHIVABLE-FIN
           END-IF.
           IF FS-QUI-DATE-EMISSION IS NOT NUMERIC
              OR FS-QUI-DATE-PAIEMENT IS NOT NUMERIC
               GO TO 7100-QUITTANCE-ARCHIVABLE-FIN
           END-IF.
           IF FS-QUI-DATE-EMISSION < WS-DATE-LIMITE
              AND FS-QUI-DATE-PAIEMENT > ZERO
              AND FS-QUI-DATE-PAIEMENT < WS-DATE-LIMITE
               SET WS-EST-ARCHIVABLE TO TRUE
           END-IF.
       7100-QUITTANCE-ARCHIVABLE-FIN.
           EXIT.

      * Paiement d'une quittance archivee, recu avant la coupure
       7200-PAIEMENT-ARCHIVABLE-DEB.
           MOVE "N" TO WS-ARCHIVABLE.
           IF FS-PAI-DATE IS NOT NUMERIC
              OR FS-PAI-DATE NOT < WS-DATE-LIMITE
               GO TO 7200-PAIEMENT-ARCHIVABLE-FIN
           END-IF.
           MOVE "N" TO WS-QA-TROUVEE.
           PERFORM VARYING WS-IDX-QA FROM 1 BY 1
                   UNTIL WS-IDX-QA > WS-NB-QUI-ARCH
                      OR WS-QA-EST-TROUVEE
               IF WS-QA-NUMERO(WS-IDX-QA) = FS-PAI-NO-QUITTANCE
                   SET WS-QA-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-QA-EST-TROUVEE
               SET WS-EST-ARCHIVABLE TO TRUE
           END-IF.
       7200-PAIEMENT-ARCHIVABLE-FIN.
           EXIT.

      * Facture payee ou avoir impute avant la coupure, dont la
      * commande a quitte commandes.txt
       7300-FACTURE-ARCHIVABLE-DEB.
           MOVE "N" TO WS-ARCHIVABLE.
           IF FS-FAC-TYPE = "A"
               IF FS-FAC-STATUT NOT = WS-FAC-STATUT-IMPUTEE
                   GO TO 7300-FACTURE-ARCHIVABLE-FIN
               END-IF
           ELSE
               IF FS-FAC-STATUT NOT = WS-FAC-STATUT-PAYEE
                   GO TO 7300-FACTURE-ARCHIVABLE-FIN
               END-IF
           END-IF.
           IF FS-FAC-DATE IS NOT NUMERIC
              OR FS-FAC-DATE-PAIEMENT IS NOT NUMERIC
               GO TO 7300-FACTURE-ARCHIVABLE-FIN
           END-IF.
           IF FS-FAC-DATE NOT < WS-DATE-LIMITE
              OR FS-FAC-DATE-PAIEMENT = ZERO
              OR FS-FAC-DATE-PAIEMENT NOT < WS-DATE-LIMITE
               GO TO 7300-FACTURE-ARCHIVABLE-FIN
           END-IF.

           MOVE FS-FAC-NUM-CMD TO WS-CDE-CHERCHEE.
           PERFORM 7410-COMMANDE-VIVE-DEB
              THRU 7410-COMMANDE-VIVE-FIN.
           IF NOT WS-CDE-EST-TROUVEE
               SET WS-EST-ARCHIVABLE TO TRUE
           END-IF.
       7300-FACTURE-ARCHIVABLE-FIN.
           EXIT.

      * Toute ligne du journal des commissions est un reglement ou
      * une reprise deja passe : archivee si datee avant la coupure
       7400-COMMISSION-ARCHIVABLE-DEB.
           MOVE "N" TO WS-ARCHIVABLE.
           IF FS-COM-DATE IS NUMERIC
              AND FS-COM-DATE < WS-DATE-LIMITE
               SET WS-EST-ARCHIVABLE TO TRUE
           END-IF.
       7400-COMMISSION-ARCHIVABLE-FIN.
           EXIT.

      * WS-CDE-EST-TROUVEE si la commande WS-CDE-CHERCHEE est deja
      * retenue parmi les commandes vives
       7410-COMMANDE-VIVE-DEB.
           MOVE "N" TO WS-CDE-TROUVEE.
           PERFORM VARYING WS-IDX-CDE FROM 1 BY 1
                   UNTIL WS-IDX-CDE > WS-NB-COMMANDES
                      OR WS-CDE-EST-TROUVEE
               IF WS-CDE-NUM(WS-IDX-CDE) = WS-CDE-CHERCHEE
                   SET WS-CDE-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
       7410-COMMANDE-VIVE-FIN.
           EXIT.

      ******************************************************************
      * CALCUL DES SOLDES REPORTES DES CLIENTS ASSURANCE
      ******************************************************************
      * Solde au 31/12 precedant la coupure, selon la regle du releve
      * de compte : primes emises, moins ristournes emises (montant
      * d'origine), plus ristournes remboursees, moins paiements
      * recus hors compensations, sur toutes les pieces vivantes et
      * deja archivees
       7000-CALCULER-SOLDES-DEB.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "/!\ assurances.dat absent (code "
                       WS-FS-ASSURANCES ") : pas de report des "
                       "soldes /!\"
               SET WS-SANS-SOLDES TO TRUE
               GO TO 7000-CALCULER-SOLDES-FIN
           END-IF.

           PERFORM 7005-CHARGER-COMPENSATIONS-DEB
              THRU 7005-CHARGER-COMPENSATIONS-FIN.

      * Quittances vivantes puis deja archivees
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-QUITTANCE TO WS-ENR-QUITTANCE
                       PERFORM 7010-CUMULER-QUITTANCE-DEB
                          THRU 7010-CUMULER-QUITTANCE-FIN
               END-READ
           END-PERFORM.
           IF WS-FS-QUITTANCES = "00" OR WS-FS-QUITTANCES = "10"
               CLOSE F-QUITTANCES
           END-IF.

           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = WS-FAM-QUITTANCES
                   MOVE WS-AA-FICHIER(WS-IDX-AA)
                       TO WS-NOM-HIS-QUITTANCES
                   MOVE 'N' TO FLAG-STOP
                   OPEN INPUT F-HIS-QUITTANCES
                   IF WS-FS-HIS-QUITTANCES NOT = "00"
                       SET QUITTER TO TRUE
                   END-IF
                   PERFORM UNTIL QUITTER
                       READ F-HIS-QUITTANCES
                           AT END
                               SET QUITTER TO TRUE
                           NOT AT END
                               MOVE FS-ENR-HIS-QUITTANCE
                                   TO WS-ENR-QUITTANCE
                               PERFORM 7010-CUMULER-QUITTANCE-DEB
                                  THRU 7010-CUMULER-QUITTANCE-FIN
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-QUITTANCES = "00"
                      OR WS-FS-HIS-QUITTANCES = "10"
                       CLOSE F-HIS-QUITTANCES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-ASSURANCES.

      * Paiements vivants puis deja archives
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PAIEMENTS.
           IF WS-FS-PAIEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-PAIEMENT TO WS-ENR-PAIEMENT
                       PERFORM 7020-CUMULER-PAIEMENT-DEB
                          THRU 7020-CUMULER-PAIEMENT-FIN
               END-READ
           END-PERFORM.
           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.

           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = WS-FAM-PAIEMENTS
                  AND WS-AA-ANNEE(WS-IDX-AA) <= WS-DATE-REPORT(1:4)
                   MOVE WS-AA-FICHIER(WS-IDX-AA)
                       TO WS-NOM-HIS-PAIEMENTS
                   MOVE 'N' TO FLAG-STOP
                   OPEN INPUT F-HIS-PAIEMENTS
                   IF WS-FS-HIS-PAIEMENTS NOT = "00"
                       SET QUITTER TO TRUE
                   END-IF
                   PERFORM UNTIL QUITTER
                       READ F-HIS-PAIEMENTS
                           AT END
                               SET QUITTER TO TRUE
                           NOT AT END
                               MOVE FS-ENR-HIS-PAIEMENT
                                   TO WS-ENR-PAIEMENT
                               PERFORM 7020-CUMULER-PAIEMENT-DEB
                                  THRU 7020-CUMULER-PAIEMENT-FIN
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-PAIEMENTS = "00"
                      OR WS-FS-HIS-PAIEMENTS = "10"
                       CLOSE F-HIS-PAIEMENTS
                   END-IF
               END-IF
           END-PERFORM.
       7000-CALCULER-SOLDES-FIN.
           EXIT.

      * Montants imputes sur chaque ristourne par compensation, lus
      * dans paiements.txt et dans tous ses historiques (une
      * compensation posterieure au report compte aussi)
       7005-CHARGER-COMPENSATIONS-DEB.
           MOVE ZERO TO WS-NB-COMPENS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PAIEMENTS.
           IF WS-FS-PAIEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-PAIEMENT TO WS-ENR-PAIEMENT
                       PERFORM 7006-RETENIR-COMPENSATION-DEB
                          THRU 7006-RETENIR-COMPENSATION-FIN
               END-READ
           END-PERFORM.
           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.

           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = WS-FAM-PAIEMENTS
                   MOVE WS-AA-FICHIER(WS-IDX-AA)
                       TO WS-NOM-HIS-PAIEMENTS
                   MOVE 'N' TO FLAG-STOP
                   OPEN INPUT F-HIS-PAIEMENTS
                   IF WS-FS-HIS-PAIEMENTS NOT = "00"
                       SET QUITTER TO TRUE
                   END-IF
                   PERFORM UNTIL QUITTER
                       READ F-HIS-PAIEMENTS
                           AT END
                               SET QUITTER TO TRUE
                           NOT AT END
                               MOVE FS-ENR-HIS-PAIEMENT
                                   TO WS-ENR-PAIEMENT
                               PERFORM 7006-RETENIR-COMPENSATION-DEB
                                  THRU 7006-RETENIR-COMPENSATION-FIN
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-PAIEMENTS = "00"
                      OR WS-FS-HIS-PAIEMENTS = "10"
                       CLOSE F-HIS-PAIEMENTS
                   END-IF
               END-IF
           END-PERFORM.
       7005-CHARGER-COMPENSATIONS-FIN.
           EXIT.

      * Paiement WS-ENR-PAIEMENT retenu s'il compense une ristourne
       7006-RETENIR-COMPENSATION-DEB.
           IF WS-PT-ORIGINE NOT = "C"
              OR WS-PT-NO-RISTOURNE = SPACES
               GO TO 7006-RETENIR-COMPENSATION-FIN
           END-IF.
           IF WS-NB-COMPENS >= 5000
               IF WS-NB-COMPENS = 5000
                   DISPLAY "/!\ ATTENTION : capacite des "
                           "compensations (5000) atteinte /!\"
                   ADD 1 TO WS-NB-DEBORDEMENT
                   ADD 1 TO WS-NB-COMPENS
               END-IF
               GO TO 7006-RETENIR-COMPENSATION-FIN
           END-IF.
           ADD 1 TO WS-NB-COMPENS.
           MOVE WS-PT-NO-RISTOURNE
               TO WS-CMP-NO-RISTOURNE(WS-NB-COMPENS).
           MOVE WS-PT-MONTANT
               TO WS-CMP-MONTANT(WS-NB-COMPENS).
       7006-RETENIR-COMPENSATION-FIN.
           EXIT.

      * Quittance WS-ENR-QUITTANCE : client de son contrat retenu
      * pour les paiements, montant porte au solde s'il est anterieur
      * au report
       7010-CUMULER-QUITTANCE-DEB.
           IF WS-QT-CODE-CONTRAT NOT = WS-CTR-EN-COURS
               MOVE WS-QT-CODE-CONTRAT TO WS-CTR-EN-COURS
               MOVE SPACES TO WS-CLIENT-EN-COURS
               MOVE WS-QT-CODE-CONTRAT TO FS-CODE-CONTRAT
               READ F-ASSURANCES
                   NOT INVALID KEY
                       MOVE FS-CLIENT-ID TO WS-CLIENT-EN-COURS
               END-READ
           END-IF.
           IF WS-CLIENT-EN-COURS = SPACES
               GO TO 7010-CUMULER-QUITTANCE-FIN
           END-IF.

           IF WS-NB-QCL >= 20000
               IF WS-NB-QCL = 20000
                   DISPLAY "/!\ ATTENTION : capacite des quittances "
                           "du report des soldes (20000) atteinte /!\"
                   ADD 1 TO WS-NB-DEBORDEMENT
                   ADD 1 TO WS-NB-QCL
               END-IF
               GO TO 7010-CUMULER-QUITTANCE-FIN
           END-IF.
           ADD 1 TO WS-NB-QCL.
           MOVE WS-QT-NUMERO       TO WS-QCL-NUMERO(WS-NB-QCL).
           MOVE WS-CLIENT-EN-COURS TO WS-QCL-CLIENT(WS-NB-QCL).

           IF WS-QT-DATE-EMISSION > WS-DATE-REPORT
              AND (WS-QT-STATUT NOT = WS-QUI-STATUT-REMBOURSEE
                   OR WS-QT-DATE-PAIEMENT > WS-DATE-REPORT)
               GO TO 7010-CUMULER-QUITTANCE-FIN
           END-IF.
           MOVE WS-CLIENT-EN-COURS TO WS-SC-CLIENT-CHERCHE.
           PERFORM 7030-SOLDE-CLIENT-DEB
              THRU 7030-SOLDE-CLIENT-FIN.
           IF WS-SC-TROUVE = ZERO
               GO TO 7010-CUMULER-QUITTANCE-FIN
           END-IF.

           IF WS-QT-DATE-EMISSION <= WS-DATE-REPORT
               IF WS-QT-STATUT = WS-QUI-STATUT-RISTOURNE
                  OR WS-QT-STATUT = WS-QUI-STATUT-REMBOURSEE
                  OR WS-QT-STATUT = WS-QUI-STATUT-COMPENSEE
                   MOVE WS-QT-MONTANT TO WS-MONTANT-ORIGINE
                   PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                           UNTIL WS-IDX-CMP > WS-NB-COMPENS
                              OR WS-IDX-CMP > 5000
                       IF WS-CMP-NO-RISTOURNE(WS-IDX-CMP)
                          = WS-QT-NUMERO
                           ADD WS-CMP-MONTANT(WS-IDX-CMP)
                               TO WS-MONTANT-ORIGINE
                       END-IF
                   END-PERFORM
                   SUBTRACT WS-MONTANT-ORIGINE
                       FROM WS-SC-SOLDE(WS-SC-TROUVE)
               ELSE
                   ADD WS-QT-MONTANT TO WS-SC-SOLDE(WS-SC-TROUVE)
               END-IF
           END-IF.
           IF WS-QT-STATUT = WS-QUI-STATUT-REMBOURSEE
              AND WS-QT-DATE-PAIEMENT <= WS-DATE-REPORT
               ADD WS-QT-MONTANT TO WS-SC-SOLDE(WS-SC-TROUVE)
           END-IF.
       7010-CUMULER-QUITTANCE-FIN.
           EXIT.

      * Paiement WS-ENR-PAIEMENT recu au plus tard a la date du
      * report, deduit du solde du client de sa quittance ; une
      * compensation (origine "C") n'est pas un encaissement, la
      * ristourne etant deja portee pour son montant d'origine
       7020-CUMULER-PAIEMENT-DEB.
           IF WS-PT-DATE IS NOT NUMERIC
              OR WS-PT-DATE > WS-DATE-REPORT
              OR WS-PT-ORIGINE = "C"
               GO TO 7020-CUMULER-PAIEMENT-FIN
           END-IF.
           MOVE SPACES TO WS-QCL-CLIENT-TROUVE.
           PERFORM VARYING WS-IDX-QCL FROM 1 BY 1
                   UNTIL WS-IDX-QCL > WS-NB-QCL
                      OR WS-IDX-QCL > 20000
                      OR WS-QCL-CLIENT-TROUVE NOT = SPACES
               IF WS-QCL-NUMERO(WS-IDX-QCL) = WS-PT-NO-QUITTANCE
                   MOVE WS-QCL-CLIENT(WS-IDX-QCL)
                       TO WS-QCL-CLIENT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-QCL-CLIENT-TROUVE = SPACES
               GO TO 7020-CUMULER-PAIEMENT-FIN
           END-IF.

           MOVE WS-QCL-CLIENT-TROUVE TO WS-SC-CLIENT-CHERCHE.
           PERFORM 7030-SOLDE-CLIENT-DEB
              THRU 7030-SOLDE-CLIENT-FIN.
           IF WS-SC-TROUVE NOT = ZERO
               SUBTRACT WS-PT-MONTANT FROM WS-SC-SOLDE(WS-SC-TROUVE)
           END-IF.
       7020-CUMULER-PAIEMENT-FIN.
           EXIT.

      * Rang (WS-SC-TROUVE) du solde du client WS-SC-CLIENT-CHERCHE,
      * cree a zero s'il est absent
       7030-SOLDE-CLIENT-DEB.
           MOVE ZERO TO WS-SC-TROUVE.
           PERFORM VARYING WS-IDX-SOL FROM 1 BY 1
                   UNTIL WS-IDX-SOL > WS-NB-SOLDES
                      OR WS-SC-TROUVE NOT = ZERO
               IF WS-SC-CLIENT(WS-IDX-SOL) = WS-SC-CLIENT-CHERCHE
                   MOVE WS-IDX-SOL TO WS-SC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-SC-TROUVE NOT = ZERO
               GO TO 7030-SOLDE-CLIENT-FIN
           END-IF.

           IF WS-NB-SOLDES >= 2000
               IF WS-NB-SOLDES = 2000
                   DISPLAY "/!\ ATTENTION : capacite des clients du "
                           "report des soldes (2000) atteinte /!\"
                   ADD 1 TO WS-NB-DEBORDEMENT
                   ADD 1 TO WS-NB-SOLDES
               END-IF
               GO TO 7030-SOLDE-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-NB-SOLDES.
           MOVE WS-NB-SOLDES         TO WS-SC-TROUVE.
           MOVE WS-SC-CLIENT-CHERCHE TO WS-SC-CLIENT(WS-SC-TROUVE).
           MOVE ZERO                 TO WS-SC-SOLDE(WS-SC-TROUVE).
       7030-SOLDE-CLIENT-FIN.
           EXIT.

      ******************************************************************
      * DEPLACEMENT DES PIECES VERS L'HISTORIQUE
      ******************************************************************
      * Quittances retenues : recopiees dans l'historique de leur
      * annee d'emission puis supprimees de quittances.dat
       8100-ARCHIVER-QUITTANCES-DEB.
           IF WS-NB-QUI-ARCH = ZERO
               GO TO 8100-ARCHIVER-QUITTANCES-FIN
           END-IF.
           OPEN I-O F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "Erreur ouverture quittances.dat, code : "
                       WS-FS-QUITTANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-QA FROM 1 BY 1
                   UNTIL WS-IDX-QA > WS-NB-QUI-ARCH
               MOVE WS-QA-NUMERO(WS-IDX-QA) TO FS-QUI-NUMERO
               READ F-QUITTANCES
                   INVALID KEY
                       DISPLAY "/!\ Quittance " FS-QUI-NUMERO
                               " introuvable, non archivee /!\"
                   NOT INVALID KEY
                       PERFORM 8110-ARCHIVER-QUITTANCE-DEB
                          THRU 8110-ARCHIVER-QUITTANCE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-QUITTANCES.
           IF WS-ANNEE-HIS-QUITTANCES NOT = ZERO
               CLOSE F-HIS-QUITTANCES
           END-IF.
       8100-ARCHIVER-QUITTANCES-FIN.
           EXIT.

       8110-ARCHIVER-QUITTANCE-DEB.
           MOVE WS-FAM-QUITTANCES TO WS-AA-FAMILLE-CHERCHEE.
           MOVE FS-QUI-DATE-EMISSION(1:4) TO WS-AA-ANNEE-CHERCHEE.
           PERFORM 7900-ENTREE-INDEX-DEB
              THRU 7900-ENTREE-INDEX-FIN.
           IF WS-AA-ANNEE-CHERCHEE NOT = WS-ANNEE-HIS-QUITTANCES
               IF WS-ANNEE-HIS-QUITTANCES NOT = ZERO
                   CLOSE F-HIS-QUITTANCES
               END-IF
               MOVE WS-AA-FICHIER(WS-AA-TROUVE)
                   TO WS-NOM-HIS-QUITTANCES
               OPEN EXTEND F-HIS-QUITTANCES
               IF WS-FS-HIS-QUITTANCES = "35"
                   OPEN OUTPUT F-HIS-QUITTANCES
                   CLOSE F-HIS-QUITTANCES
                   OPEN EXTEND F-HIS-QUITTANCES
               END-IF
               IF WS-FS-HIS-QUITTANCES NOT = "00"
                   DISPLAY "Erreur ouverture "
                           FUNCTION TRIM(WS-NOM-HIS-QUITTANCES)
                           ", code : " WS-FS-HIS-QUITTANCES
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE WS-AA-ANNEE-CHERCHEE TO WS-ANNEE-HIS-QUITTANCES
           END-IF.

           MOVE FS-ENR-QUITTANCE TO FS-ENR-HIS-QUITTANCE.
           WRITE FS-ENR-HIS-QUITTANCE.
           IF FS-QUI-NUMERO IS NUMERIC
               MOVE FS-QUI-NUMERO TO WS-AA-NUMERO
           ELSE
               MOVE ZERO TO WS-AA-NUMERO
           END-IF.
           PERFORM 7910-COMPTER-INDEX-DEB
              THRU 7910-COMPTER-INDEX-FIN.

           DELETE F-QUITTANCES RECORD
               INVALID KEY
                   DISPLAY "/!\ Suppression de la quittance "
                           FS-QUI-NUMERO " impossible /!\"
               NOT INVALID KEY
                   ADD 1 TO WS-NB-QUI-ECRITES
           END-DELETE.
       8110-ARCHIVER-QUITTANCE-FIN.
           EXIT.

      * Paiements : lignes archivees recopiees dans l'historique de
      * leur annee, puis paiements.txt reecrit avec les conservees
       8200-ARCHIVER-PAIEMENTS-DEB.
           IF WS-NB-PAI-ARCH = ZERO
               GO TO 8200-ARCHIVER-PAIEMENTS-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PAIEMENTS.
           PERFORM UNTIL QUITTER
               READ F-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7200-PAIEMENT-ARCHIVABLE-DEB
                          THRU 7200-PAIEMENT-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           PERFORM 8210-ARCHIVER-PAIEMENT-DEB
                              THRU 8210-ARCHIVER-PAIEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PAIEMENTS.
           IF WS-ANNEE-HIS-PAIEMENTS NOT = ZERO
               CLOSE F-HIS-PAIEMENTS
           END-IF.

           OPEN OUTPUT F-PAIEMENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PAI-CONS
               MOVE WS-PAI-CONS(WS-IDX) TO FS-ENR-PAIEMENT
               WRITE FS-ENR-PAIEMENT
           END-PERFORM.
           CLOSE F-PAIEMENTS.
       8200-ARCHIVER-PAIEMENTS-FIN.
           EXIT.

       8210-ARCHIVER-PAIEMENT-DEB.
           MOVE WS-FAM-PAIEMENTS TO WS-AA-FAMILLE-CHERCHEE.
           MOVE FS-PAI-DATE(1:4) TO WS-AA-ANNEE-CHERCHEE.
           PERFORM 7900-ENTREE-INDEX-DEB
              THRU 7900-ENTREE-INDEX-FIN.
           IF WS-AA-ANNEE-CHERCHEE NOT = WS-ANNEE-HIS-PAIEMENTS
               IF WS-ANNEE-HIS-PAIEMENTS NOT = ZERO
                   CLOSE F-HIS-PAIEMENTS
               END-IF
               MOVE WS-AA-FICHIER(WS-AA-TROUVE)
                   TO WS-NOM-HIS-PAIEMENTS
               OPEN EXTEND F-HIS-PAIEMENTS
               IF WS-FS-HIS-PAIEMENTS = "35"
                   OPEN OUTPUT F-HIS-PAIEMENTS
                   CLOSE F-HIS-PAIEMENTS
                   OPEN EXTEND F-HIS-PAIEMENTS
               END-IF
               IF WS-FS-HIS-PAIEMENTS NOT = "00"
                   DISPLAY "Erreur ouverture "
                           FUNCTION TRIM(WS-NOM-HIS-PAIEMENTS)
                           ", code : " WS-FS-HIS-PAIEMENTS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE WS-AA-ANNEE-CHERCHEE TO WS-ANNEE-HIS-PAIEMENTS
           END-IF.

           MOVE FS-ENR-PAIEMENT TO FS-ENR-HIS-PAIEMENT.
           WRITE FS-ENR-HIS-PAIEMENT.
           MOVE ZERO TO WS-AA-NUMERO.
           PERFORM 7910-COMPTER-INDEX-DEB
              THRU 7910-COMPTER-INDEX-FIN.
       8210-ARCHIVER-PAIEMENT-FIN.
           EXIT.

      * Factures : meme enchainement que les paiements
       8300-ARCHIVER-FACTURES-DEB.
           IF WS-NB-FAC-ARCH = ZERO
               GO TO 8300-ARCHIVER-FACTURES-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7300-FACTURE-ARCHIVABLE-DEB
                          THRU 7300-FACTURE-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           PERFORM 8310-ARCHIVER-FACTURE-DEB
                              THRU 8310-ARCHIVER-FACTURE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-FACTURES.
           IF WS-ANNEE-HIS-FACTURES NOT = ZERO
               CLOSE F-HIS-FACTURES
           END-IF.

           OPEN OUTPUT F-FACTURES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-FAC-CONS
               MOVE WS-FAC-CONS(WS-IDX) TO FS-ENR-FACTURE
               WRITE FS-ENR-FACTURE
           END-PERFORM.
           CLOSE F-FACTURES.
       8300-ARCHIVER-FACTURES-FIN.
           EXIT.

       8310-ARCHIVER-FACTURE-DEB.
           MOVE WS-FAM-FACTURES TO WS-AA-FAMILLE-CHERCHEE.
           MOVE FS-FAC-DATE(1:4) TO WS-AA-ANNEE-CHERCHEE.
           PERFORM 7900-ENTREE-INDEX-DEB
              THRU 7900-ENTREE-INDEX-FIN.
           IF WS-AA-ANNEE-CHERCHEE NOT = WS-ANNEE-HIS-FACTURES
               IF WS-ANNEE-HIS-FACTURES NOT = ZERO
                   CLOSE F-HIS-FACTURES
               END-IF
               MOVE WS-AA-FICHIER(WS-AA-TROUVE)
                   TO WS-NOM-HIS-FACTURES
               OPEN EXTEND F-HIS-FACTURES
               IF WS-FS-HIS-FACTURES = "35"
                   OPEN OUTPUT F-HIS-FACTURES
                   CLOSE F-HIS-FACTURES
                   OPEN EXTEND F-HIS-FACTURES
               END-IF
               IF WS-FS-HIS-FACTURES NOT = "00"
                   DISPLAY "Erreur ouverture "
                           FUNCTION TRIM(WS-NOM-HIS-FACTURES)
                           ", code : " WS-FS-HIS-FACTURES
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE WS-AA-ANNEE-CHERCHEE TO WS-ANNEE-HIS-FACTURES
           END-IF.

           MOVE FS-ENR-FACTURE TO FS-ENR-HIS-FACTURE.
           WRITE FS-ENR-HIS-FACTURE.
           MOVE FS-FAC-NUM TO WS-AA-NUMERO.
           PERFORM 7910-COMPTER-INDEX-DEB
              THRU 7910-COMPTER-INDEX-FIN.
       8310-ARCHIVER-FACTURE-FIN.
           EXIT.

      * Commissions : meme enchainement que les paiements
       8400-ARCHIVER-COMMISSIONS-DEB.
           IF WS-NB-COM-ARCH = ZERO
               GO TO 8400-ARCHIVER-COMMISSIONS-FIN
           END-IF.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMISSIONS.
           PERFORM UNTIL QUITTER
               READ F-COMMISSIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7400-COMMISSION-ARCHIVABLE-DEB
                          THRU 7400-COMMISSION-ARCHIVABLE-FIN
                       IF WS-EST-ARCHIVABLE
                           PERFORM 8410-ARCHIVER-COMMISSION-DEB
                              THRU 8410-ARCHIVER-COMMISSION-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-COMMISSIONS.
           IF WS-ANNEE-HIS-COMMISSIONS NOT = ZERO
               CLOSE F-HIS-COMMISSIONS
           END-IF.

           OPEN OUTPUT F-COMMISSIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-COM-CONS
               MOVE WS-COM-CONS(WS-IDX) TO FS-ENR-COMMISSION
               WRITE FS-ENR-COMMISSION
           END-PERFORM.
           CLOSE F-COMMISSIONS.
       8400-ARCHIVER-COMMISSIONS-FIN.
           EXIT.

       8410-ARCHIVER-COMMISSION-DEB.
           MOVE WS-FAM-COMMISSIONS TO WS-AA-FAMILLE-CHERCHEE.
           MOVE FS-COM-DATE(1:4) TO WS-AA-ANNEE-CHERCHEE.
           PERFORM 7900-ENTREE-INDEX-DEB
              THRU 7900-ENTREE-INDEX-FIN.
           IF WS-AA-ANNEE-CHERCHEE NOT = WS-ANNEE-HIS-COMMISSIONS
               IF WS-ANNEE-HIS-COMMISSIONS NOT = ZERO
                   CLOSE F-HIS-COMMISSIONS
               END-IF
               MOVE WS-AA-FICHIER(WS-AA-TROUVE)
                   TO WS-NOM-HIS-COMMISSIONS
               OPEN EXTEND F-HIS-COMMISSIONS
               IF WS-FS-HIS-COMMISSIONS = "35"
                   OPEN OUTPUT F-HIS-COMMISSIONS
                   CLOSE F-HIS-COMMISSIONS
                   OPEN EXTEND F-HIS-COMMISSIONS
               END-IF
               IF WS-FS-HIS-COMMISSIONS NOT = "00"
                   DISPLAY "Erreur ouverture "
                           FUNCTION TRIM(WS-NOM-HIS-COMMISSIONS)
                           ", code : " WS-FS-HIS-COMMISSIONS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE WS-AA-ANNEE-CHERCHEE TO WS-ANNEE-HIS-COMMISSIONS
           END-IF.

           MOVE FS-ENR-COMMISSION TO FS-ENR-HIS-COMMISSION.
           WRITE FS-ENR-HIS-COMMISSION.
           MOVE FS-COM-NUMERO TO WS-AA-NUMERO.
           PERFORM 7910-COMPTER-INDEX-DEB
              THRU 7910-COMPTER-INDEX-FIN.
       8410-ARCHIVER-COMMISSION-FIN.
           EXIT.

      ******************************************************************
      * REPORT DES SOLDES DANS releves-soldes.txt
      ******************************************************************
      * Un solde par client au 31/12 precedant la coupure : le releve
      * dont la periode commence apres cette date en part
       8500-REPORTER-SOLDES-DEB.
           IF WS-SANS-SOLDES OR WS-NB-SOLDES = ZERO
               GO TO 8500-REPORTER-SOLDES-FIN
           END-IF.
           OPEN EXTEND F-SOLDES.
           IF WS-FS-SOLDES = "35"
               OPEN OUTPUT F-SOLDES
           END-IF.
           IF WS-FS-SOLDES NOT = "00"
               DISPLAY "Erreur ouverture releves-soldes.txt, code : "
                       WS-FS-SOLDES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-SOL FROM 1 BY 1
                   UNTIL WS-IDX-SOL > WS-NB-SOLDES
               MOVE SPACES                   TO FS-ENR-SOLDE
               MOVE WS-SC-CLIENT(WS-IDX-SOL) TO FS-SOL-CLIENT-ID
               MOVE WS-DATE-REPORT           TO FS-SOL-DATE-FIN
               MOVE WS-SC-SOLDE(WS-IDX-SOL)  TO FS-SOL-SOLDE
               WRITE FS-ENR-SOLDE
           END-PERFORM.
           CLOSE F-SOLDES.
       8500-REPORTER-SOLDES-FIN.
           EXIT.

      ******************************************************************
      * RESUME DE L'ARCHIVAGE
      ******************************************************************
       8600-ECRIRE-RESUME-DEB.
           INITIALIZE WS-NOM-RESUME.
           STRING "archivage-" WS-ANNEE-COUPURE ".txt"
               INTO WS-NOM-RESUME
           END-STRING.
           OPEN OUTPUT F-RESUME.
           IF WS-FS-RESUME NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-RESUME) ", code : "
                       WS-FS-RESUME
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "ARCHIVAGE DES PIECES SOLDEES AVANT LE "
                  WS-DATE-LIMITE " - execute le " WS-DATE-JOUR
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Quittances archivees : " WS-NB-QUI-ECRITES
                  " (reportees : " WS-NB-QUI-REPORTEES ")"
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Paiements archives   : " WS-NB-PAI-ARCH
                  " (conserves : " WS-NB-PAI-CONS ")"
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Factures archivees   : " WS-NB-FAC-ARCH
                  " (conservees : " WS-NB-FAC-CONS ")"
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Commissions archivees: " WS-NB-COM-ARCH
                  " (conservees : " WS-NB-COM-CONS ")"
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Soldes reportes au " WS-DATE-REPORT " : "
                  WS-NB-SOLDES " client(s)"
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-DATE(WS-IDX-AA) = WS-DATE-JOUR
                  AND WS-AA-NB(WS-IDX-AA) > ZERO
                   INITIALIZE WS-LIGNE-RESUME
                   STRING "  " WS-AA-FICHIER(WS-IDX-AA) " : "
                          WS-AA-NB(WS-IDX-AA) " piece(s)"
                       INTO WS-LIGNE-RESUME
                   END-STRING
                   MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME
                   WRITE FS-ENR-RESUME
               END-IF
           END-PERFORM.

           CLOSE F-RESUME.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RESUME TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           DISPLAY "Archivage termine : " WS-NB-QUI-ECRITES
                   " quittance(s), " WS-NB-PAI-ARCH " paiement(s), "
                   WS-NB-FAC-ARCH " facture(s), " WS-NB-COM-ARCH
                   " commission(s).".
           DISPLAY "Soldes reportes au " WS-DATE-REPORT " : "
                   WS-NB-SOLDES " client(s).".
           DISPLAY "Resume ecrit dans "
                   FUNCTION TRIM(WS-NOM-RESUME).
       8600-ECRIRE-RESUME-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
      * Les verrous poses sont retires avant l'arret
       9999-ERREUR-PROGRAMME-DEB.
           PERFORM 6900-RETIRER-VERROUS-DEB
              THRU 6900-RETIRER-VERROUS-FIN.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
