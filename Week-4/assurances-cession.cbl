      ******************************************************************
      * PROGRAMME : ASSURANCES-CESSION.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Bordereau trimestriel de cession en reassurance.
      *             Pour le trimestre saisi, chaque contrat de
      *             assurances.dat dont FS-MONTANT depasse la
      *             retention (generale ou propre a son produit) est
      *             cede pour la part excedentaire : taux de cession
      *             = (FS-MONTANT - retention) / FS-MONTANT. Ce taux
      *             s'applique au capital assure, aux primes emises
      *             sur le trimestre dans quittances.dat (ristournes
      *             deduites) et aux sinistres survenus sur le
      *             trimestre dans sinistres.dat (hors REJETE). Le
      *             bordereau est ecrit dans un fichier a envoyer au
      *             reassureur, avec les totaux a rapprocher de son
      *             propre releve.
      *
      * FICHIERS  :
      *   - F-RETENTIONS : retentions.txt (entree : une ligne par
      *                    produit, produit "*" = retention generale)
      *   - F-ASSURANCES : assurances.dat (entree, indexe)
      *   - F-QUITTANCES : quittances.dat (entree, indexe,
      *                    facultatif)
      *   - F-HIS-QUITTANCES : quittances-AAAA.dat (historique de
      *                    l'annee du trimestre, entree, facultatif)
      *   - F-PAIEMENTS  : paiements.txt (entree, facultatif :
      *                    compensations de ristournes)
      *   - F-ARCHIVES   : archives-annuelles.txt (index des fichiers
      *                    d'historique, entree, facultatif)
      *   - F-HIS-PAIEMENTS : paiements-AAAA.txt (historiques annuels,
      *                    entree)
      *   - F-SINISTRES  : sinistres.dat  (entree, indexe,
      *                    facultatif)
      *   - F-BORDEREAU  : bordereau-cession-AAAATn.txt (sortie,
      *                    recree a chaque execution)
      *
      * REMARQUE  : Les contrats ANNULE ou CADUC ne sont cedes que
      *             s'ils portent encore des primes ou des sinistres
      *             sur le trimestre. Le montant d'un sinistre est la
      *             reserve en vigueur (FS-SIN-MONTANT).
      *
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                .cbl) : les quittances de l'annee du trimestre
      *                deplacees dans quittances-AAAA.dat sont relues
      *                avec quittances.dat.
      * MODIFICATION : 15/10/2026 - Chaque bordereau est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      * MODIFICATION : 15/10/2026 - Ristourne deduite pour son montant
      *                d'origine (montant restant plus compensations
      *                d'origine "C" de paiements.txt et de ses
      *                historiques), comme assurances-releve.cbl.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-cession.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Retentions : montant conserve par la compagnie, par produit
           SELECT F-RETENTIONS ASSIGN TO "retentions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETENTIONS.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Quittances de prime (cf. assurances-quittances.cbl)
           SELECT F-QUITTANCES ASSIGN TO "quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-QUI-NUMERO
               FILE STATUS IS WS-FS-QUITTANCES.

      * Fichier des sinistres (cf. assurances.cbl)
           SELECT F-SINISTRES ASSIGN TO "sinistres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NO-SINISTRE
               ALTERNATE RECORD KEY IS FS-SIN-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

      * Paiements recus (cf. assurances-quittances.cbl)
           SELECT F-PAIEMENTS ASSIGN TO "paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAIEMENTS.

      * Index des fichiers d'historique annuels (cf. archivage-annuel
      * .cbl)
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

      * Quittances archivees de l'annee, nom construit dans
      * WS-NOM-HIS-QUITTANCES
           SELECT F-HIS-QUITTANCES ASSIGN TO WS-NOM-HIS-QUITTANCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-QUITTANCES.

      * Paiements archives d'une annee, nom resolu a l'execution
           SELECT F-HIS-PAIEMENTS ASSIGN TO WS-NOM-HIS-PAIEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-PAIEMENTS.

      * Bordereau du trimestre, nom construit a l'execution dans
      * WS-NOM-BORDEREAU
           SELECT F-BORDEREAU ASSIGN TO WS-NOM-BORDEREAU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BORDEREAU.

       DATA DIVISION.
       FILE SECTION.

      * Une retention par produit ; le produit "*" donne la
      * retention generale des produits sans ligne propre
       FD F-RETENTIONS.
       01 FS-ENR-RETENTION.
           05 FS-RET-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-RET-LIMITE               PIC 9(07)V9(02).

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

      * Enregistrement des quittances, tel que declare dans
      * assurances-quittances.cbl
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

      * Enregistrement des sinistres, tel que declare dans
      * assurances.cbl
       FD F-SINISTRES.
       01 FS-ENR-SINISTRE.
           05 FS-NO-SINISTRE              PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-NATURE               PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-SIN-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-MONTANT              PIC 9(07)V9(02).

       FD F-BORDEREAU.
       01 FS-ENR-BORDEREAU                PIC X(200).

      * Quittances archivees : meme disposition que quittances.dat
       FD F-HIS-QUITTANCES.
       01 FS-ENR-HIS-QUITTANCE            PIC X(119).

      * Paiement recu, tel que declare dans assurances-quittances.cbl
       FD F-PAIEMENTS.
       01 FS-ENR-PAIEMENT.
           05 FS-PAI-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
      * Origine du paiement : a blanc encaissement saisi, P
      * prelevement accepte, C compensation par la ristourne
      * FS-PAI-NO-RISTOURNE
           05 FS-PAI-ORIGINE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-RISTOURNE         PIC X(08).

      * Fichier d'historique, tel que declare dans archivage-annuel
      * .cbl
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

      * Paiements archives : meme disposition que paiements.txt
       FD F-HIS-PAIEMENTS.
       01 FS-ENR-HIS-PAIEMENT             PIC X(38).

       WORKING-STORAGE SECTION.

      * Trimestre traite et ses bornes AAAAMMJJ
       01 WS-CES-ANNEE             PIC 9(04).
       01 WS-CES-TRIMESTRE         PIC 9(01).
       01 WS-CES-DATE-DEBUT        PIC 9(08).
       01 WS-CES-DATE-FIN          PIC 9(08).
       01 WS-CES-MOIS-DEBUT        PIC 9(02).
       01 WS-CES-MOIS-FIN          PIC 9(02).
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NOM-BORDEREAU         PIC X(40).
       01 WS-NOM-HIS-QUITTANCES    PIC X(30).
       01 WS-NOM-HIS-PAIEMENTS     PIC X(30).

      * Quittance en cours de cumul (maitre ou historique)
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

      * Paiement en cours d'examen (journal vivant ou archive)
       01 WS-ENR-PAIEMENT.
           05 WS-PAI-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-PAI-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-PAI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 WS-PAI-ORIGINE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 WS-PAI-NO-RISTOURNE         PIC X(08).

      * Compensations de ristournes lues dans paiements.txt et ses
      * historiques
       01 WS-NB-COMPENS            PIC 9(04) VALUE ZERO.
       01 WS-IDX-CMP               PIC 9(04) VALUE ZERO.
       01 WS-TAB-COMPENS.
           05 WS-CMP OCCURS 2000 TIMES.
              10 WS-CMP-NO-RISTOURNE    PIC X(08).
              10 WS-CMP-MONTANT         PIC 9(07)V9(02).
       01 WS-MONTANT-ORIGINE       PIC 9(09)V9(02).

      * Tableau memoire des retentions ; la retention generale est
      * tenue a part
       01 WS-NB-RETENTIONS         PIC 9(03) VALUE ZERO.
       01 WS-IDX-RET               PIC 9(03) VALUE ZERO.
       01 WS-TAB-RETENTIONS.
           05 WS-RET OCCURS 100 TIMES.
              10 WS-RET-PRODUIT         PIC X(14).
              10 WS-RET-LIMITE          PIC 9(07)V9(02).
       01 WS-RET-GENERALE          PIC 9(07)V9(02) VALUE ZERO.
       01 WS-RET-GENERALE-DISPO    PIC X(01) VALUE 'N'.
           88 WS-RET-GENERALE-EST-DISPO         VALUE 'Y'.

      * Tableau memoire des contrats cedes du trimestre (meme
      * capacite que assurances.cbl)
       01 WS-NB-CONTRATS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-CTR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONTRATS.
           05 WS-CONTRAT OCCURS 500 TIMES.
              10 WS-CTR-CODE            PIC X(08).
              10 WS-CTR-PRODUIT         PIC X(14).
              10 WS-CTR-CLIENT          PIC X(41).
              10 WS-CTR-STATUT          PIC X(08).
              10 WS-CTR-DEVISE          PIC X(04).
              10 WS-CTR-MONTANT         PIC 9(07)V9(02).
              10 WS-CTR-RETENTION       PIC 9(07)V9(02).
              10 WS-CTR-TAUX            PIC 9(01)V9(06).
              10 WS-CTR-PRIME           PIC S9(09)V9(02).
              10 WS-CTR-SINISTRE        PIC 9(09)V9(02).
              10 WS-CTR-NB-SIN          PIC 9(03).

      * Index du contrat retrouve pour la quittance ou le sinistre
      * courant (zero si le contrat n'est pas cede)
       01 WS-CTR-TROUVE            PIC 9(03) VALUE ZERO.

      * Retention applicable au contrat courant
       01 WS-RETENTION             PIC 9(07)V9(02).
       01 WS-RETENTION-TROUVEE     PIC X(01).
           88 WS-RETENTION-EST-TROUVEE          VALUE 'Y'.

      * Montants cedes du contrat courant et totaux du bordereau
       01 WS-CEDE-CAPITAL          PIC 9(07)V9(02).
       01 WS-CEDE-PRIME            PIC S9(09)V9(02).
       01 WS-CEDE-SINISTRE         PIC 9(09)V9(02).
       01 WS-TOT-NB-CONTRATS       PIC 9(05) VALUE ZERO.
       01 WS-TOT-CAPITAL           PIC 9(11)V9(02) VALUE ZERO.
       01 WS-TOT-CEDE-CAPITAL      PIC 9(11)V9(02) VALUE ZERO.
       01 WS-TOT-PRIME             PIC S9(11)V9(02) VALUE ZERO.
       01 WS-TOT-CEDE-PRIME        PIC S9(11)V9(02) VALUE ZERO.
       01 WS-TOT-SINISTRE          PIC 9(11)V9(02) VALUE ZERO.
       01 WS-TOT-CEDE-SINISTRE     PIC 9(11)V9(02) VALUE ZERO.
       01 WS-TOT-NB-SIN            PIC 9(05) VALUE ZERO.

      * Zones editees du bordereau
       01 WS-TAUX-ED               PIC ZZ9.9999.
       01 WS-CAPITAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RETENTION-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CEDE-CAPITAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIME-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CEDE-PRIME-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-SINISTRE-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CEDE-SINISTRE-ED      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-SIGNE-ED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-BORDEREAU       PIC X(200).

      * Statuts : contrats sortis du portefeuille, quittances de
      * ristourne (credit a deduire de la prime emise), sinistres
      * rejetes
       01 WS-STATUT-ANNULE         PIC X(08) VALUE "ANNULE".
       01 WS-STATUT-CADUC          PIC X(08) VALUE "CADUC".
       01 WS-QUI-STATUT-RISTOURNE  PIC X(08) VALUE "RISTOURN".
       01 WS-QUI-STATUT-REMBOURSEE PIC X(08) VALUE "REMBOURS".
       01 WS-QUI-STATUT-COMPENSEE  PIC X(08) VALUE "COMPENSE".
       01 WS-SIN-STATUT-REJETE     PIC X(08) VALUE "REJETE".

      * Variable d'affichage
       01 WS-TIRET                 PIC X(100) VALUE ALL '-'.

      * Drapeaux de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.
       01 FLAG-STOP-SEC            PIC X.
           88 QUITTER-SEC                       VALUE 'Y'.

      * Codes retour des fichiers
       01 WS-FS-RETENTIONS         PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-HIS-QUITTANCES     PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-ARCHIVES           PIC X(02).
       01 WS-FS-HIS-PAIEMENTS      PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).
       01 WS-FS-BORDEREAU          PIC X(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-cession".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : enchainement de la cession
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Trimestre a ceder (defaut : trimestre en cours)
           DISPLAY "Cession - annee AAAA (defaut : annee en cours) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CES-ANNEE.
           IF WS-CES-ANNEE = ZERO
               MOVE WS-DATE-JOUR(1:4) TO WS-CES-ANNEE
           END-IF.
           DISPLAY "Cession - trimestre 1 a 4 "
                   "(defaut : trimestre en cours) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CES-TRIMESTRE.
           IF WS-CES-TRIMESTRE < 1 OR WS-CES-TRIMESTRE > 4
               MOVE WS-DATE-JOUR(5:2) TO WS-CES-MOIS-DEBUT
               COMPUTE WS-CES-TRIMESTRE =
                   (WS-CES-MOIS-DEBUT + 2) / 3
           END-IF.
           PERFORM 7000-BORNES-TRIMESTRE-DEB
              THRU 7000-BORNES-TRIMESTRE-FIN.

      * Retentions, puis contrats depassant leur retention
           PERFORM 6110-CHARGER-RETENTIONS-DEB
              THRU 6110-CHARGER-RETENTIONS-FIN.

           PERFORM 6010-OPEN-F-ASSURANCES-DEB
              THRU 6010-OPEN-F-ASSURANCES-FIN.
           PERFORM 6120-CHARGER-CONTRATS-DEB
              THRU 6120-CHARGER-CONTRATS-FIN.
           PERFORM 6210-CLOSE-F-ASSURANCES-DEB
              THRU 6210-CLOSE-F-ASSURANCES-FIN.

      * Primes emises et sinistres survenus sur le trimestre, les
      * ristournes pour leur montant d'origine
           PERFORM 6125-CHARGER-COMPENSATIONS-DEB
              THRU 6125-CHARGER-COMPENSATIONS-FIN.
           PERFORM 6130-CUMULER-PRIMES-DEB
              THRU 6130-CUMULER-PRIMES-FIN.
           PERFORM 6140-CUMULER-SINISTRES-DEB
              THRU 6140-CUMULER-SINISTRES-FIN.

      * Edition du bordereau (ecran + fichier)
           PERFORM 8000-EDITER-BORDEREAU-DEB
              THRU 8000-EDITER-BORDEREAU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
       6010-OPEN-F-ASSURANCES-DEB.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "Erreur ouverture assurances.dat, code : "
                   WS-FS-ASSURANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-ASSURANCES-FIN.
           EXIT.

       6210-CLOSE-F-ASSURANCES-DEB.
           CLOSE F-ASSURANCES.
       6210-CLOSE-F-ASSURANCES-FIN.
           EXIT.

       6030-OPEN-F-BORDEREAU-DEB.
           INITIALIZE WS-NOM-BORDEREAU.
           STRING "bordereau-cession-" WS-CES-ANNEE
                  "T" WS-CES-TRIMESTRE ".txt"
               INTO WS-NOM-BORDEREAU
           END-STRING.
           OPEN OUTPUT F-BORDEREAU.
           IF WS-FS-BORDEREAU NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-BORDEREAU) ", code : "
                       WS-FS-BORDEREAU
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-F-BORDEREAU-FIN.
           EXIT.

       6230-CLOSE-F-BORDEREAU-DEB.
           CLOSE F-BORDEREAU.
       6230-CLOSE-F-BORDEREAU-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES RETENTIONS
      ******************************************************************
      * Sans retentions.txt ni ligne "*", la retention generale est
      * demandee a l'operateur ; zero arrete le traitement
       6110-CHARGER-RETENTIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RETENTIONS.
           IF WS-FS-RETENTIONS NOT = "00"
               DISPLAY "/!\ retentions.txt absent (code "
                       WS-FS-RETENTIONS ") /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RETENTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RET-PRODUIT = "*"
                           MOVE FS-RET-LIMITE TO WS-RET-GENERALE
                           SET WS-RET-GENERALE-EST-DISPO TO TRUE
                       ELSE
                           IF WS-NB-RETENTIONS < 100
                               ADD 1 TO WS-NB-RETENTIONS
                               MOVE FS-RET-PRODUIT
                                 TO WS-RET-PRODUIT(WS-NB-RETENTIONS)
                               MOVE FS-RET-LIMITE
                                 TO WS-RET-LIMITE(WS-NB-RETENTIONS)
                           ELSE
                               DISPLAY "/!\ ATTENTION : capacite "
                                       "des retentions (100) "
                                       "atteinte /!\"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RETENTIONS = "00" OR WS-FS-RETENTIONS = "10"
               CLOSE F-RETENTIONS
           END-IF.

           IF NOT WS-RET-GENERALE-EST-DISPO
               DISPLAY "Retention generale (produits sans retention "
                       "propre) : " WITH NO ADVANCING
               ACCEPT WS-RET-GENERALE
               IF WS-RET-GENERALE = ZERO AND WS-NB-RETENTIONS = ZERO
                   DISPLAY "Aucune retention : cession abandonnee."
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               IF WS-RET-GENERALE NOT = ZERO
                   SET WS-RET-GENERALE-EST-DISPO TO TRUE
               END-IF
           END-IF.
       6110-CHARGER-RETENTIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CONTRATS DEPASSANT LEUR RETENTION
      ******************************************************************
       6120-CHARGER-CONTRATS-DEB.
           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7100-RETENTION-CONTRAT-DEB
                          THRU 7100-RETENTION-CONTRAT-FIN
                       IF WS-RETENTION-EST-TROUVEE
                          AND FS-MONTANT > WS-RETENTION
                           PERFORM 7110-RETENIR-CONTRAT-DEB
                              THRU 7110-RETENIR-CONTRAT-FIN
                       END-IF
               END-READ
           END-PERFORM.
       6120-CHARGER-CONTRATS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES COMPENSATIONS DE RISTOURNES
      ******************************************************************
      * Montants imputes sur chaque ristourne par compensation, pour
      * en reconstituer le montant d'origine ; une compensation
      * posterieure au trimestre compte aussi
       6125-CHARGER-COMPENSATIONS-DEB.
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
                       PERFORM 6126-RETENIR-COMPENSATION-DEB
                          THRU 6126-RETENIR-COMPENSATION-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.

      * Paiements archives depuis l'annee du trimestre
           MOVE 'N' TO FLAG-STOP-SEC.
           OPEN INPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               GO TO 6125-CHARGER-COMPENSATIONS-FIN
           END-IF.

           PERFORM UNTIL QUITTER-SEC
               READ F-ARCHIVES
                   AT END
                       SET QUITTER-SEC TO TRUE
                   NOT AT END
                       IF FS-AA-FAMILLE = "PAIEMENTS"
                          AND FS-AA-ANNEE >= WS-CES-ANNEE
                           MOVE FS-AA-FICHIER TO WS-NOM-HIS-PAIEMENTS
                           PERFORM 6127-LIRE-HIS-PAIEMENTS-DEB
                              THRU 6127-LIRE-HIS-PAIEMENTS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVES.
       6125-CHARGER-COMPENSATIONS-FIN.
           EXIT.

      * Paiement WS-ENR-PAIEMENT retenu s'il compense une ristourne
       6126-RETENIR-COMPENSATION-DEB.
           IF WS-PAI-ORIGINE NOT = "C"
              OR WS-PAI-NO-RISTOURNE = SPACES
               GO TO 6126-RETENIR-COMPENSATION-FIN
           END-IF.
           IF WS-NB-COMPENS < 2000
               ADD 1 TO WS-NB-COMPENS
               MOVE WS-PAI-NO-RISTOURNE
                   TO WS-CMP-NO-RISTOURNE(WS-NB-COMPENS)
               MOVE WS-PAI-MONTANT
                   TO WS-CMP-MONTANT(WS-NB-COMPENS)
           ELSE
               DISPLAY "/!\ ATTENTION : capacite des compensations "
                       "(2000) atteinte /!\"
           END-IF.
       6126-RETENIR-COMPENSATION-FIN.
           EXIT.

      * Compensations d'un fichier de paiements archive
      * (WS-NOM-HIS-PAIEMENTS)
       6127-LIRE-HIS-PAIEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-HIS-PAIEMENTS.
           IF WS-FS-HIS-PAIEMENTS NOT = "00"
               GO TO 6127-LIRE-HIS-PAIEMENTS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-HIS-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-HIS-PAIEMENT TO WS-ENR-PAIEMENT
                       PERFORM 6126-RETENIR-COMPENSATION-DEB
                          THRU 6126-RETENIR-COMPENSATION-FIN
               END-READ
           END-PERFORM.
           CLOSE F-HIS-PAIEMENTS.
       6127-LIRE-HIS-PAIEMENTS-FIN.
           EXIT.

      ******************************************************************
      * CUMUL DES PRIMES EMISES SUR LE TRIMESTRE
      ******************************************************************
      * Une quittance compte au trimestre de sa date d'emission ; les
      * ristournes (remboursees ou compensees) viennent en deduction
       6130-CUMULER-PRIMES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "/!\ quittances.dat absent (code "
                       WS-FS-QUITTANCES ") : aucune prime cedee /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-QUITTANCE TO WS-ENR-QUITTANCE
                       PERFORM 7200-CUMULER-QUITTANCE-DEB
                          THRU 7200-CUMULER-QUITTANCE-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-QUITTANCES = "00" OR WS-FS-QUITTANCES = "10"
               CLOSE F-QUITTANCES
           END-IF.

      * Quittances de l'annee du trimestre deja archivees
           INITIALIZE WS-NOM-HIS-QUITTANCES.
           STRING "quittances-" WS-CES-ANNEE ".dat"
               INTO WS-NOM-HIS-QUITTANCES
           END-STRING.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-HIS-QUITTANCES.
           IF WS-FS-HIS-QUITTANCES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-HIS-QUITTANCES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-HIS-QUITTANCE TO WS-ENR-QUITTANCE
                       PERFORM 7200-CUMULER-QUITTANCE-DEB
                          THRU 7200-CUMULER-QUITTANCE-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-HIS-QUITTANCES = "00"
              OR WS-FS-HIS-QUITTANCES = "10"
               CLOSE F-HIS-QUITTANCES
           END-IF.
       6130-CUMULER-PRIMES-FIN.
           EXIT.

      ******************************************************************
      * CUMUL DES SINISTRES SURVENUS SUR LE TRIMESTRE
      ******************************************************************
       6140-CUMULER-SINISTRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-SINISTRES.
           IF WS-FS-SINISTRES NOT = "00"
               DISPLAY "/!\ sinistres.dat absent (code "
                       WS-FS-SINISTRES ") : aucun sinistre cede /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-SINISTRES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-SIN-DATE >= WS-CES-DATE-DEBUT
                          AND FS-SIN-DATE <= WS-CES-DATE-FIN
                          AND FS-SIN-STATUT NOT = WS-SIN-STATUT-REJETE
                           PERFORM 7300-CUMULER-SINISTRE-DEB
                              THRU 7300-CUMULER-SINISTRE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-SINISTRES = "00" OR WS-FS-SINISTRES = "10"
               CLOSE F-SINISTRES
           END-IF.
       6140-CUMULER-SINISTRES-FIN.
           EXIT.

      ******************************************************************
      * COMPOSANTS DE CALCUL
      ******************************************************************
      * Premier et dernier jour du trimestre WS-CES-TRIMESTRE
       7000-BORNES-TRIMESTRE-DEB.
           COMPUTE WS-CES-MOIS-DEBUT = (WS-CES-TRIMESTRE - 1) * 3 + 1.
           COMPUTE WS-CES-MOIS-FIN = WS-CES-MOIS-DEBUT + 2.
           COMPUTE WS-CES-DATE-DEBUT =
               WS-CES-ANNEE * 10000 + WS-CES-MOIS-DEBUT * 100 + 1.
           IF WS-CES-TRIMESTRE = 1 OR WS-CES-TRIMESTRE = 4
               COMPUTE WS-CES-DATE-FIN =
                   WS-CES-ANNEE * 10000 + WS-CES-MOIS-FIN * 100 + 31
           ELSE
               COMPUTE WS-CES-DATE-FIN =
                   WS-CES-ANNEE * 10000 + WS-CES-MOIS-FIN * 100 + 30
           END-IF.
       7000-BORNES-TRIMESTRE-FIN.
           EXIT.

      * Retention du produit du contrat courant, a defaut la
      * retention generale
       7100-RETENTION-CONTRAT-DEB.
           MOVE 'N' TO WS-RETENTION-TROUVEE.
           MOVE ZERO TO WS-RETENTION.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-NB-RETENTIONS
                      OR WS-RETENTION-EST-TROUVEE
               IF WS-RET-PRODUIT(WS-IDX-RET) = FS-NOM-PRODUIT
                   MOVE WS-RET-LIMITE(WS-IDX-RET) TO WS-RETENTION
                   SET WS-RETENTION-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-RETENTION-EST-TROUVEE
              AND WS-RET-GENERALE-EST-DISPO
               MOVE WS-RET-GENERALE TO WS-RETENTION
               SET WS-RETENTION-EST-TROUVEE TO TRUE
           END-IF.
       7100-RETENTION-CONTRAT-FIN.
           EXIT.

      * Ajoute le contrat courant a la table des contrats cedes avec
      * son taux de cession (part excedant la retention)
       7110-RETENIR-CONTRAT-DEB.
           IF WS-NB-CONTRATS >= 500
               DISPLAY "/!\ ATTENTION : capacite du tableau (500) "
                       "atteinte, contrat " FS-CODE-CONTRAT
                       " non cede /!\"
               GO TO 7110-RETENIR-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           MOVE FS-CODE-CONTRAT TO WS-CTR-CODE(WS-NB-CONTRATS).
           MOVE FS-NOM-PRODUIT  TO WS-CTR-PRODUIT(WS-NB-CONTRATS).
           MOVE FS-NOM-CLIENT   TO WS-CTR-CLIENT(WS-NB-CONTRATS).
           MOVE FS-STATUT       TO WS-CTR-STATUT(WS-NB-CONTRATS).
           MOVE FS-DEVISE       TO WS-CTR-DEVISE(WS-NB-CONTRATS).
           MOVE FS-MONTANT      TO WS-CTR-MONTANT(WS-NB-CONTRATS).
           MOVE WS-RETENTION    TO WS-CTR-RETENTION(WS-NB-CONTRATS).
           COMPUTE WS-CTR-TAUX(WS-NB-CONTRATS) ROUNDED =
               (FS-MONTANT - WS-RETENTION) / FS-MONTANT.
           MOVE ZERO TO WS-CTR-PRIME(WS-NB-CONTRATS).
           MOVE ZERO TO WS-CTR-SINISTRE(WS-NB-CONTRATS).
           MOVE ZERO TO WS-CTR-NB-SIN(WS-NB-CONTRATS).
       7110-RETENIR-CONTRAT-FIN.
           EXIT.

      * Retrouve dans la table le contrat dont le code a ete range
      * par l'appelant dans FS-CODE-CONTRAT (code de la quittance ou
      * du sinistre courant)
       7150-RETROUVER-CONTRAT-DEB.
           MOVE ZERO TO WS-CTR-TROUVE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
                      OR WS-CTR-TROUVE NOT = ZERO
               IF WS-CTR-CODE(WS-IDX-CTR) = FS-CODE-CONTRAT
                   MOVE WS-IDX-CTR TO WS-CTR-TROUVE
               END-IF
           END-PERFORM.
       7150-RETROUVER-CONTRAT-FIN.
           EXIT.

      * Prime de la quittance WS-ENR-QUITTANCE emise sur le trimestre
      * au contrat cede, en deduction s'il s'agit d'une ristourne
      * (montant d'origine : montant restant plus montants deja
      * compenses)
       7200-CUMULER-QUITTANCE-DEB.
           IF WS-QT-DATE-EMISSION < WS-CES-DATE-DEBUT
              OR WS-QT-DATE-EMISSION > WS-CES-DATE-FIN
               GO TO 7200-CUMULER-QUITTANCE-FIN
           END-IF.
           MOVE WS-QT-CODE-CONTRAT TO FS-CODE-CONTRAT.
           PERFORM 7150-RETROUVER-CONTRAT-DEB
              THRU 7150-RETROUVER-CONTRAT-FIN.
           IF WS-CTR-TROUVE = ZERO
               GO TO 7200-CUMULER-QUITTANCE-FIN
           END-IF.
           IF WS-QT-STATUT = WS-QUI-STATUT-RISTOURNE
              OR WS-QT-STATUT = WS-QUI-STATUT-REMBOURSEE
              OR WS-QT-STATUT = WS-QUI-STATUT-COMPENSEE
               MOVE WS-QT-MONTANT TO WS-MONTANT-ORIGINE
               PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                       UNTIL WS-IDX-CMP > WS-NB-COMPENS
                   IF WS-CMP-NO-RISTOURNE(WS-IDX-CMP) = WS-QT-NUMERO
                       ADD WS-CMP-MONTANT(WS-IDX-CMP)
                           TO WS-MONTANT-ORIGINE
                   END-IF
               END-PERFORM
               SUBTRACT WS-MONTANT-ORIGINE
                   FROM WS-CTR-PRIME(WS-CTR-TROUVE)
           ELSE
               ADD WS-QT-MONTANT TO WS-CTR-PRIME(WS-CTR-TROUVE)
           END-IF.
       7200-CUMULER-QUITTANCE-FIN.
           EXIT.

      * Reserve du sinistre courant au contrat cede
       7300-CUMULER-SINISTRE-DEB.
           MOVE FS-SIN-CODE-CONTRAT TO FS-CODE-CONTRAT.
           PERFORM 7150-RETROUVER-CONTRAT-DEB
              THRU 7150-RETROUVER-CONTRAT-FIN.
           IF WS-CTR-TROUVE = ZERO
               GO TO 7300-CUMULER-SINISTRE-FIN
           END-IF.
           ADD FS-SIN-MONTANT TO WS-CTR-SINISTRE(WS-CTR-TROUVE).
           ADD 1 TO WS-CTR-NB-SIN(WS-CTR-TROUVE).
       7300-CUMULER-SINISTRE-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU BORDEREAU DE CESSION
      ******************************************************************
       8000-EDITER-BORDEREAU-DEB.
           PERFORM 6030-OPEN-F-BORDEREAU-DEB
              THRU 6030-OPEN-F-BORDEREAU-FIN.

           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "BORDEREAU DE CESSION EN REASSURANCE - TRIMESTRE "
                  WS-CES-TRIMESTRE "/" WS-CES-ANNEE
                  " (du " WS-CES-DATE-DEBUT " au " WS-CES-DATE-FIN
                  ") - edite le " WS-DATE-JOUR
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           MOVE WS-LIGNE-BORDEREAU TO FS-ENR-BORDEREAU.
           WRITE FS-ENR-BORDEREAU.
           DISPLAY " ".
           DISPLAY WS-LIGNE-BORDEREAU.
           DISPLAY WS-TIRET.

           MOVE SPACES TO FS-ENR-BORDEREAU.
           STRING "CONTRAT  PRODUIT        DEV  CAPITAL ASSURE"
                  "      RETENTION  TAUX CEDE %  CAPITAL CEDE"
                  "     PRIME EMISE     PRIME CEDEE   SINISTRES"
                  " (NB)   SINISTRES CEDES"
               DELIMITED BY SIZE
               INTO FS-ENR-BORDEREAU
           END-STRING.
           WRITE FS-ENR-BORDEREAU.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF (WS-CTR-STATUT(WS-IDX-CTR) = WS-STATUT-ANNULE
                   OR WS-CTR-STATUT(WS-IDX-CTR) = WS-STATUT-CADUC)
                  AND WS-CTR-PRIME(WS-IDX-CTR) = ZERO
                  AND WS-CTR-NB-SIN(WS-IDX-CTR) = ZERO
                   CONTINUE
               ELSE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           PERFORM 8200-ECRIRE-TOTAUX-DEB
              THRU 8200-ECRIRE-TOTAUX-FIN.

           PERFORM 6230-CLOSE-F-BORDEREAU-DEB
              THRU 6230-CLOSE-F-BORDEREAU-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-BORDEREAU TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
           DISPLAY "Bordereau ecrit : "
                   FUNCTION TRIM(WS-NOM-BORDEREAU).
       8000-EDITER-BORDEREAU-FIN.
           EXIT.

      * Ligne du contrat WS-IDX-CTR : parts cedees et cumul des
      * totaux
       8100-ECRIRE-LIGNE-DEB.
           COMPUTE WS-CEDE-CAPITAL = WS-CTR-MONTANT(WS-IDX-CTR)
               - WS-CTR-RETENTION(WS-IDX-CTR).
           COMPUTE WS-CEDE-PRIME ROUNDED =
               WS-CTR-PRIME(WS-IDX-CTR) * WS-CTR-TAUX(WS-IDX-CTR).
           COMPUTE WS-CEDE-SINISTRE ROUNDED =
               WS-CTR-SINISTRE(WS-IDX-CTR) * WS-CTR-TAUX(WS-IDX-CTR).

           ADD 1 TO WS-TOT-NB-CONTRATS.
           ADD WS-CTR-MONTANT(WS-IDX-CTR) TO WS-TOT-CAPITAL.
           ADD WS-CEDE-CAPITAL TO WS-TOT-CEDE-CAPITAL.
           ADD WS-CTR-PRIME(WS-IDX-CTR) TO WS-TOT-PRIME.
           ADD WS-CEDE-PRIME TO WS-TOT-CEDE-PRIME.
           ADD WS-CTR-SINISTRE(WS-IDX-CTR) TO WS-TOT-SINISTRE.
           ADD WS-CEDE-SINISTRE TO WS-TOT-CEDE-SINISTRE.
           ADD WS-CTR-NB-SIN(WS-IDX-CTR) TO WS-TOT-NB-SIN.

           COMPUTE WS-TAUX-ED = WS-CTR-TAUX(WS-IDX-CTR) * 100.
           MOVE WS-CTR-MONTANT(WS-IDX-CTR)   TO WS-CAPITAL-ED.
           MOVE WS-CTR-RETENTION(WS-IDX-CTR) TO WS-RETENTION-ED.
           MOVE WS-CEDE-CAPITAL              TO WS-CEDE-CAPITAL-ED.
           MOVE WS-CTR-PRIME(WS-IDX-CTR)     TO WS-PRIME-ED.
           MOVE WS-CEDE-PRIME                TO WS-CEDE-PRIME-ED.
           MOVE WS-CTR-SINISTRE(WS-IDX-CTR)  TO WS-SINISTRE-ED.
           MOVE WS-CEDE-SINISTRE             TO WS-CEDE-SINISTRE-ED.

           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING WS-CTR-CODE(WS-IDX-CTR) " "
                  WS-CTR-PRODUIT(WS-IDX-CTR) " "
                  WS-CTR-DEVISE(WS-IDX-CTR) " "
                  WS-CAPITAL-ED " " WS-RETENTION-ED " "
                  WS-TAUX-ED " " WS-CEDE-CAPITAL-ED " "
                  WS-PRIME-ED " " WS-CEDE-PRIME-ED " "
                  WS-SINISTRE-ED " (" WS-CTR-NB-SIN(WS-IDX-CTR) ") "
                  WS-CEDE-SINISTRE-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           MOVE WS-LIGNE-BORDEREAU TO FS-ENR-BORDEREAU.
           WRITE FS-ENR-BORDEREAU.
           DISPLAY WS-CTR-CODE(WS-IDX-CTR) " "
                   FUNCTION TRIM(WS-CTR-CLIENT(WS-IDX-CTR))
                   " : cede " WS-TAUX-ED " % / prime cedee "
                   WS-CEDE-PRIME-ED " / sinistres cedes "
                   WS-CEDE-SINISTRE-ED.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

      * Totaux de controle a rapprocher du releve du reassureur
       8200-ECRIRE-TOTAUX-DEB.
           MOVE ALL "-" TO FS-ENR-BORDEREAU.
           WRITE FS-ENR-BORDEREAU.
           DISPLAY WS-TIRET.

           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL CONTRATS CEDES      : " WS-TOT-NB-CONTRATS
                  "   SINISTRES : " WS-TOT-NB-SIN
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-CAPITAL TO WS-TOT-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL CAPITAL ASSURE      : " WS-TOT-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-CEDE-CAPITAL TO WS-TOT-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL CAPITAL CEDE        : " WS-TOT-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-PRIME TO WS-TOT-SIGNE-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL PRIMES EMISES       : " WS-TOT-SIGNE-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-CEDE-PRIME TO WS-TOT-SIGNE-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL PRIMES CEDEES       : " WS-TOT-SIGNE-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-SINISTRE TO WS-TOT-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL SINISTRES           : " WS-TOT-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

           MOVE WS-TOT-CEDE-SINISTRE TO WS-TOT-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "TOTAL SINISTRES CEDES     : " WS-TOT-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.

      * Solde du trimestre : primes cedees dues au reassureur moins
      * sinistres cedes a recuperer
           COMPUTE WS-TOT-PRIME =
               WS-TOT-CEDE-PRIME - WS-TOT-CEDE-SINISTRE.
           MOVE WS-TOT-PRIME TO WS-TOT-SIGNE-ED.
           INITIALIZE WS-LIGNE-BORDEREAU.
           STRING "SOLDE DU AU REASSUREUR    : " WS-TOT-SIGNE-ED
               INTO WS-LIGNE-BORDEREAU
           END-STRING.
           PERFORM 8210-ECRIRE-TOTAL-DEB
              THRU 8210-ECRIRE-TOTAL-FIN.
       8200-ECRIRE-TOTAUX-FIN.
           EXIT.

       8210-ECRIRE-TOTAL-DEB.
           MOVE WS-LIGNE-BORDEREAU TO FS-ENR-BORDEREAU.
           WRITE FS-ENR-BORDEREAU.
           DISPLAY WS-LIGNE-BORDEREAU.
       8210-ECRIRE-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * GESTION DES ERREURS
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
