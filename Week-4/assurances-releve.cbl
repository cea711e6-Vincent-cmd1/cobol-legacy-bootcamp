      ******************************************************************
      * PROGRAMME : ASSURANCES-RELEVE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Releve de compte client du domaine assurance, pour
      *             une periode (par defaut l'annee en cours jusqu'a
      *             ce jour) : contrats du client (FS-CLIENT-ID) et
      *             leur statut, quittances emises et paiements recus
      *             sur la periode, sinistres ouverts ou survenus et
      *             avenants de la periode. Le solde du releve
      *             precedent est reporte puis mouvemente ; le nouveau
      *             solde est consigne pour le releve suivant. Un
      *             fichier par client, pret a poster.
      *
      * FICHIERS  :
      *   - F-CLIENTS    : clients-assurance.txt (entree, indexe)
      *   - F-ASSURANCES : assurances.dat (entree, indexe)
      *   - F-QUITTANCES : quittances.dat (entree, indexe, facultatif)
      *   - F-PAIEMENTS  : paiements.txt (entree, facultatif)
      *   - F-SINISTRES  : sinistres.dat (entree, indexe, facultatif)
      *   - F-REGLEMENTS : reglements.dat (entree, indexe, facultatif)
      *   - F-AVENANTS   : avenants.dat (entree, indexe, facultatif)
      *   - F-SOLDES     : releves-soldes.txt (soldes des releves
      *                    edites, lu puis alimente en ajout)
      *   - F-ARCHIVES   : archives-annuelles.txt (index des fichiers
      *                    d'historique, entree, facultatif)
      *   - F-HIS-*      : quittances-AAAA.dat, paiements-AAAA.txt
      *                    (historiques annuels, entree)
      *   - F-RELEVE     : releve-<client>-AAAAMMJJ.txt (sortie, un
      *                    par client, date de fin de periode)
      *
      * REMARQUE  : Le solde est le montant du par le client : primes
      *             emises, moins paiements recus, moins ristournes
      *             emises, plus ristournes remboursees. Les
      *             reglements de sinistres sont indiques pour
      *             information et ne mouvementent pas le solde.
      *
      * MODIFICATION : 15/10/2026 - Disposition de paiements.txt
      *                alignee sur assurances-quittances.cbl (origine
      *                du paiement et ristourne compensee).
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                .cbl) : les quittances et paiements deplaces
      *                dans les fichiers d'historique annuels (index
      *                archives-annuelles.txt) sont relus, pour un
      *                releve portant sur une periode archivee.
      * MODIFICATION : 15/10/2026 - Chaque releve est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      * MODIFICATION : 15/10/2026 - Ristourne creditee pour son montant
      *                d'origine (montant restant plus compensations,
      *                comme interface-comptable.cbl) ; les paiements
      *                par compensation (origine "C") ne sont plus
      *                credites une seconde fois.
      * MODIFICATION : 15/10/2026 - releves-soldes.txt absent : cree
      *                vide puis ouvert en ajout, comme les autres
      *                journaux.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-releve.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Maitre des clients (cf. clients-assurance.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

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

      * Sinistres, cle alternative sur le code contrat (cf.
      * assurances.cbl)
           SELECT F-SINISTRES ASSIGN TO "sinistres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NO-SINISTRE
               ALTERNATE RECORD KEY IS FS-SIN-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

      * Grand livre des reglements de sinistres (cf. assurances.cbl)
           SELECT F-REGLEMENTS ASSIGN TO "reglements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-CLE
               FILE STATUS IS WS-FS-REGLEMENTS.

      * Avenants, cle alternative sur le code contrat (cf.
      * assurances.cbl)
           SELECT F-AVENANTS ASSIGN TO "avenants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-AVE-NUMERO
               ALTERNATE RECORD KEY IS FS-AVE-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-AVENANTS.

      * Soldes des releves edites, repris en report au releve
      * suivant
           SELECT F-SOLDES ASSIGN TO "releves-soldes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLDES.

      * Releve d'un client, nom construit a l'execution dans
      * WS-NOM-RELEVE
           SELECT F-RELEVE ASSIGN TO WS-NOM-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

      * Index des fichiers d'historique annuels (cf. archivage-annuel
      * .cbl)
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

      * Quittances et paiements archives d'une annee, noms resolus a
      * l'execution
           SELECT F-HIS-QUITTANCES ASSIGN TO WS-NOM-HIS-QUITTANCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-QUITTANCES.

           SELECT F-HIS-PAIEMENTS ASSIGN TO WS-NOM-HIS-PAIEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-PAIEMENTS.

       DATA DIVISION.
       FILE SECTION.

      * Enregistrement d'un client, tel que declare dans
      * clients-assurance.cbl
       FD F-CLIENTS.
       01 FS-ENR-CLIENT.
           05 FS-CLI-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-CLI-NOM                  PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-CLI-ADRESSE              PIC X(40).
           05 FILLER                      PIC X(01).
           05 FS-CLI-CODE-POSTAL          PIC X(05).
           05 FILLER                      PIC X(01).
           05 FS-CLI-VILLE                PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-CLI-PRELEVEMENT          PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-CLI-IBAN                 PIC X(34).
           05 FILLER                      PIC X(01).
           05 FS-CLI-BIC                  PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-CLI-RUM                  PIC X(35).

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
      * Origine du paiement : a blanc encaissement saisi, P
      * prelevement accepte, C compensation par la ristourne
      * FS-PAI-NO-RISTOURNE
           05 FS-PAI-ORIGINE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-RISTOURNE         PIC X(08).

      * Sinistre, tel que declare dans assurances.cbl
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

      * Mouvement de reglement, tel que declare dans assurances.cbl
       FD F-REGLEMENTS.
       01 FS-ENR-REGLEMENT.
           05 FS-REG-CLE.
              10 FS-REG-NO-SINISTRE       PIC X(08).
              10 FS-REG-SEQUENCE          PIC 9(03).
           05 FILLER                      PIC X(01).
           05 FS-REG-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-REG-TYPE                 PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-REG-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-REG-BENEFICIAIRE         PIC X(30).

      * Avenant, tel que declare dans assurances.cbl
       FD F-AVENANTS.
       01 FS-ENR-AVENANT.
           05 FS-AVE-NUMERO               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-AVE-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-AVE-DATE-EFFET           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AVE-ANCIEN-MONTANT       PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-AVE-NOUVEAU-MONTANT      PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-AVE-ANCIENNE-DATE-FIN    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AVE-NOUVELLE-DATE-FIN    PIC 9(08).

      * Solde d'un releve edite : client, fin de periode, solde
       FD F-SOLDES.
       01 FS-ENR-SOLDE.
           05 FS-SOL-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-SOL-DATE-FIN             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-SOL-SOLDE                PIC S9(09)V9(02)
                                          SIGN LEADING SEPARATE.

      * Releve imprimable
       FD F-RELEVE.
       01 FS-ENR-RELEVE                   PIC X(100).

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

      * Historiques : meme disposition que quittances.dat et
      * paiements.txt
       FD F-HIS-QUITTANCES.
       01 FS-ENR-HIS-QUITTANCE            PIC X(119).

       FD F-HIS-PAIEMENTS.
       01 FS-ENR-HIS-PAIEMENT             PIC X(38).

       WORKING-STORAGE SECTION.

      * Date du jour et periode du releve
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-REL-DATE-DEBUT        PIC 9(08) VALUE ZERO.
       01 WS-REL-DATE-FIN          PIC 9(08) VALUE ZERO.
       01 WS-NOM-RELEVE            PIC X(40).

      * Client demande (a blanc : tous les clients)
       01 WS-SAISIE-CLIENT         PIC X(06).

      * Clients a traiter
       01 WS-NB-CLIENTS            PIC 9(04) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(04) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLI OCCURS 2000 TIMES.
              10 WS-CLI-ID              PIC X(06).
              10 WS-CLI-NOM             PIC X(41).
              10 WS-CLI-ADRESSE         PIC X(40).
              10 WS-CLI-CODE-POSTAL     PIC X(05).
              10 WS-CLI-VILLE           PIC X(20).

      * Contrats du client en cours
       01 WS-NB-CONTRATS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-CTR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONTRATS.
           05 WS-CTR OCCURS 100 TIMES.
              10 WS-CTR-CODE            PIC X(08).
              10 WS-CTR-NOM             PIC X(14).
              10 WS-CTR-PRODUIT         PIC X(14).
              10 WS-CTR-STATUT          PIC X(08).
              10 WS-CTR-DATE-DEBUT      PIC 9(08).
              10 WS-CTR-DATE-FIN        PIC 9(08).
              10 WS-CTR-MONTANT         PIC 9(07)V9(02).
              10 WS-CTR-DEVISE          PIC X(04).
       01 WS-CTR-TROUVE            PIC 9(03) VALUE ZERO.
       01 WS-CTR-RECHERCHE         PIC X(08).

      * Quittances du client en cours (toutes periodes), pour
      * rattacher les paiements du journal
       01 WS-NB-QUI                PIC 9(04) VALUE ZERO.
       01 WS-IDX-QUI               PIC 9(04) VALUE ZERO.
       01 WS-TAB-QUI.
           05 WS-QUI-NO OCCURS 1000 TIMES PIC X(08).
       01 WS-QUI-TROUVEE           PIC X(01) VALUE "N".
           88 WS-QUI-EST-TROUVEE                VALUE "Y".

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

      * Fichiers d'historique des quittances et des paiements
      * (index archives-annuelles.txt)
       01 WS-NB-ARCHIVES           PIC 9(03) VALUE ZERO.
       01 WS-IDX-AA                PIC 9(03) VALUE ZERO.
       01 WS-TAB-ARCHIVES.
           05 WS-AA OCCURS 200 TIMES.
              10 WS-AA-FAMILLE          PIC X(11).
              10 WS-AA-ANNEE            PIC 9(04).
              10 WS-AA-FICHIER          PIC X(30).
       01 WS-NOM-HIS-QUITTANCES    PIC X(30).
       01 WS-NOM-HIS-PAIEMENTS     PIC X(30).

      * Soldes des releves precedents
       01 WS-NB-SOLDES             PIC 9(04) VALUE ZERO.
       01 WS-IDX-SOL               PIC 9(04) VALUE ZERO.
       01 WS-TAB-SOLDES.
           05 WS-SOL OCCURS 5000 TIMES.
              10 WS-SOL-CLIENT-ID       PIC X(06).
              10 WS-SOL-DATE-FIN        PIC 9(08).
              10 WS-SOL-SOLDE           PIC S9(09)V9(02).
       01 WS-SOL-DATE-REPORT       PIC 9(08) VALUE ZERO.

      * Mouvements du releve en cours
       01 WS-MVT-REPORT            PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MVT-PRIMES            PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MVT-PAIEMENTS         PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MVT-RISTOURNES        PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MVT-REMBOURSEMENTS    PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MVT-SOLDE             PIC S9(09)V9(02) VALUE ZERO.
       01 WS-NB-LIGNES-SECTION     PIC 9(04) VALUE ZERO.
       01 WS-SIN-REGLE             PIC 9(09)V9(02) VALUE ZERO.
       01 WS-NB-RELEVES            PIC 9(04) VALUE ZERO.

      * Statuts
       01 WS-QUI-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-QUI-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-QUI-STATUT-RISTOURNE  PIC X(08) VALUE "RISTOURN".
       01 WS-QUI-STATUT-REMBOURSEE PIC X(08) VALUE "REMBOURS".
       01 WS-QUI-STATUT-COMPENSEE  PIC X(08) VALUE "COMPENSE".
       01 WS-SIN-STATUT-OUVERT     PIC X(08) VALUE "OUVERT".
       01 WS-REG-TYPE-PAIEMENT     PIC X(08) VALUE "PAIEMENT".

      * Zones d'edition
       01 WS-LIGNE-RELEVE          PIC X(100).
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT2-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNE-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TIRET                 PIC X(100) VALUE ALL '-'.

      * Drapeaux de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.
       01 FLAG-STOP-SEC            PIC X.
           88 QUITTER-SEC                       VALUE 'Y'.

      * Codes retour des fichiers
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).
       01 WS-FS-REGLEMENTS         PIC X(02).
       01 WS-FS-AVENANTS           PIC X(02).
       01 WS-FS-SOLDES             PIC X(02).
       01 WS-FS-RELEVE             PIC X(02).
       01 WS-FS-ARCHIVES           PIC X(02).
       01 WS-FS-HIS-QUITTANCES     PIC X(02).
       01 WS-FS-HIS-PAIEMENTS      PIC X(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-releve".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : releve d'un client ou de tous
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Periode (defaut : du 1er janvier de l'annee en cours a ce
      * jour)
           DISPLAY "Releve - date de debut AAAAMMJJ "
                   "(defaut : 1er janvier) : " WITH NO ADVANCING.
           ACCEPT WS-REL-DATE-DEBUT.
           IF WS-REL-DATE-DEBUT = ZERO
               MOVE WS-DATE-JOUR(1:4) TO WS-REL-DATE-DEBUT(1:4)
               MOVE "0101" TO WS-REL-DATE-DEBUT(5:4)
           END-IF.
           DISPLAY "Releve - date de fin AAAAMMJJ "
                   "(defaut : ce jour) : " WITH NO ADVANCING.
           ACCEPT WS-REL-DATE-FIN.
           IF WS-REL-DATE-FIN = ZERO
               MOVE WS-DATE-JOUR TO WS-REL-DATE-FIN
           END-IF.
           IF WS-REL-DATE-FIN < WS-REL-DATE-DEBUT
               DISPLAY "/!\ Fin de periode avant le debut /!\"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           DISPLAY "Identifiant client (ENTREE = tous les clients) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLIENT.

           PERFORM 6110-CHARGER-SOLDES-DEB
              THRU 6110-CHARGER-SOLDES-FIN.
           PERFORM 6130-CHARGER-ARCHIVES-DEB
              THRU 6130-CHARGER-ARCHIVES-FIN.
           PERFORM 6140-CHARGER-COMPENSATIONS-DEB
              THRU 6140-CHARGER-COMPENSATIONS-FIN.
           PERFORM 6120-CHARGER-CLIENTS-DEB
              THRU 6120-CHARGER-CLIENTS-FIN.
           IF WS-NB-CLIENTS = ZERO
               DISPLAY "Aucun client a traiter."
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

           PERFORM 6010-OPEN-F-ASSURANCES-DEB
              THRU 6010-OPEN-F-ASSURANCES-FIN.
           PERFORM 6020-OPEN-FICHIERS-FACULTATIFS-DEB
              THRU 6020-OPEN-FICHIERS-FACULTATIFS-FIN.
           PERFORM 6030-OPEN-F-SOLDES-APPEND-DEB
              THRU 6030-OPEN-F-SOLDES-APPEND-FIN.

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               PERFORM 7000-RELEVE-CLIENT-DEB
                  THRU 7000-RELEVE-CLIENT-FIN
           END-PERFORM.

           PERFORM 6230-CLOSE-F-SOLDES-DEB
              THRU 6230-CLOSE-F-SOLDES-FIN.
           PERFORM 6220-CLOSE-FICHIERS-FACULTATIFS-DEB
              THRU 6220-CLOSE-FICHIERS-FACULTATIFS-FIN.
           PERFORM 6210-CLOSE-F-ASSURANCES-DEB
              THRU 6210-CLOSE-F-ASSURANCES-FIN.

           DISPLAY "Releves edites : " WS-NB-RELEVES.

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

      * Fichiers indexes facultatifs : absents, la section
      * correspondante du releve reste vide
       6020-OPEN-FICHIERS-FACULTATIFS-DEB.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "/!\ quittances.dat absent (code "
                       WS-FS-QUITTANCES ") /!\"
           END-IF.
           OPEN INPUT F-SINISTRES.
           IF WS-FS-SINISTRES NOT = "00"
               DISPLAY "/!\ sinistres.dat absent (code "
                       WS-FS-SINISTRES ") /!\"
           END-IF.
           OPEN INPUT F-REGLEMENTS.
           IF WS-FS-REGLEMENTS NOT = "00"
               DISPLAY "/!\ reglements.dat absent (code "
                       WS-FS-REGLEMENTS ") /!\"
           END-IF.
           OPEN INPUT F-AVENANTS.
           IF WS-FS-AVENANTS NOT = "00"
               DISPLAY "/!\ avenants.dat absent (code "
                       WS-FS-AVENANTS ") /!\"
           END-IF.
       6020-OPEN-FICHIERS-FACULTATIFS-FIN.
           EXIT.

      * Un fichier ouvert a pu passer en fin de fichier ("10") ou en
      * cle absente ("23") pendant les lectures
       6220-CLOSE-FICHIERS-FACULTATIFS-DEB.
           IF WS-FS-QUITTANCES = "00" OR WS-FS-QUITTANCES = "10"
              OR WS-FS-QUITTANCES = "23"
               CLOSE F-QUITTANCES
           END-IF.
           IF WS-FS-SINISTRES = "00" OR WS-FS-SINISTRES = "10"
              OR WS-FS-SINISTRES = "23"
               CLOSE F-SINISTRES
           END-IF.
           IF WS-FS-REGLEMENTS = "00" OR WS-FS-REGLEMENTS = "10"
              OR WS-FS-REGLEMENTS = "23"
               CLOSE F-REGLEMENTS
           END-IF.
           IF WS-FS-AVENANTS = "00" OR WS-FS-AVENANTS = "10"
              OR WS-FS-AVENANTS = "23"
               CLOSE F-AVENANTS
           END-IF.
       6220-CLOSE-FICHIERS-FACULTATIFS-FIN.
           EXIT.

       6030-OPEN-F-SOLDES-APPEND-DEB.
           OPEN EXTEND F-SOLDES.
           IF WS-FS-SOLDES = "35"
               OPEN OUTPUT F-SOLDES
               CLOSE F-SOLDES
               OPEN EXTEND F-SOLDES
           END-IF.
           IF WS-FS-SOLDES NOT = "00"
               DISPLAY "Erreur ouverture releves-soldes.txt, code : "
                       WS-FS-SOLDES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-F-SOLDES-APPEND-FIN.
           EXIT.

       6230-CLOSE-F-SOLDES-DEB.
           CLOSE F-SOLDES.
       6230-CLOSE-F-SOLDES-FIN.
           EXIT.

       6040-OPEN-F-RELEVE-DEB.
           INITIALIZE WS-NOM-RELEVE.
           STRING "releve-" FUNCTION TRIM(WS-CLI-ID(WS-IDX-CLI)) "-"
                  WS-REL-DATE-FIN ".txt"
               INTO WS-NOM-RELEVE
           END-STRING.
           OPEN OUTPUT F-RELEVE.
           IF WS-FS-RELEVE NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-RELEVE) ", code : "
                       WS-FS-RELEVE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-RELEVE-FIN.
           EXIT.

       6240-CLOSE-F-RELEVE-DEB.
           CLOSE F-RELEVE.
       6240-CLOSE-F-RELEVE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES SOLDES ET DES CLIENTS
      ******************************************************************
       6110-CHARGER-SOLDES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-SOLDES.
           IF WS-FS-SOLDES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-SOLDES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-SOLDES < 5000
                           ADD 1 TO WS-NB-SOLDES
                           MOVE FS-SOL-CLIENT-ID
                               TO WS-SOL-CLIENT-ID(WS-NB-SOLDES)
                           MOVE FS-SOL-DATE-FIN
                               TO WS-SOL-DATE-FIN(WS-NB-SOLDES)
                           MOVE FS-SOL-SOLDE
                               TO WS-SOL-SOLDE(WS-NB-SOLDES)
                       ELSE
                           DISPLAY "/!\ ATTENTION : capacite des "
                                   "soldes (5000) atteinte /!\"
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-SOLDES = "00" OR WS-FS-SOLDES = "10"
               CLOSE F-SOLDES
           END-IF.
       6110-CHARGER-SOLDES-FIN.
           EXIT.

      * Client saisi, ou tous les clients du maitre
       6120-CHARGER-CLIENTS-DEB.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "Erreur ouverture clients-assurance.txt, "
                       "code : " WS-FS-CLIENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           IF WS-SAISIE-CLIENT NOT = SPACES
               MOVE WS-SAISIE-CLIENT TO FS-CLI-ID
               READ F-CLIENTS
                   INVALID KEY
                       DISPLAY "/!\ Client " WS-SAISIE-CLIENT
                               " inconnu /!\"
                   NOT INVALID KEY
                       PERFORM 7010-RETENIR-CLIENT-DEB
                          THRU 7010-RETENIR-CLIENT-FIN
               END-READ
           ELSE
               MOVE 'N' TO FLAG-STOP
               PERFORM UNTIL QUITTER
                   READ F-CLIENTS NEXT RECORD
                       AT END
                           SET QUITTER TO TRUE
                       NOT AT END
                           PERFORM 7010-RETENIR-CLIENT-DEB
                              THRU 7010-RETENIR-CLIENT-FIN
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE F-CLIENTS.
       6120-CHARGER-CLIENTS-FIN.
           EXIT.

      * Fichiers d'historique utiles au releve : quittances des
      * annees jusqu'a la fin de periode (paiements a rattacher),
      * paiements des annees de la periode
       6130-CHARGER-ARCHIVES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               GO TO 6130-CHARGER-ARCHIVES-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ARCHIVES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-ARCHIVES < 200
                          AND ((FS-AA-FAMILLE = "QUITTANCES"
                             AND FS-AA-ANNEE <= WS-REL-DATE-FIN(1:4))
                           OR (FS-AA-FAMILLE = "PAIEMENTS"
                             AND FS-AA-ANNEE >= WS-REL-DATE-DEBUT(1:4)))
                           ADD 1 TO WS-NB-ARCHIVES
                           MOVE FS-AA-FAMILLE
                               TO WS-AA-FAMILLE(WS-NB-ARCHIVES)
                           MOVE FS-AA-ANNEE
                               TO WS-AA-ANNEE(WS-NB-ARCHIVES)
                           MOVE FS-AA-FICHIER
                               TO WS-AA-FICHIER(WS-NB-ARCHIVES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVES.
       6130-CHARGER-ARCHIVES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES COMPENSATIONS DE RISTOURNES
      ******************************************************************
      * Montants imputes sur chaque ristourne par compensation, pour
      * en reconstituer le montant d'origine ; une compensation
      * posterieure a la periode compte aussi (historiques des annees
      * suivantes compris)
       6140-CHARGER-COMPENSATIONS-DEB.
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
                       PERFORM 6145-RETENIR-COMPENSATION-DEB
                          THRU 6145-RETENIR-COMPENSATION-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.

           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = "PAIEMENTS"
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
                               PERFORM 6145-RETENIR-COMPENSATION-DEB
                                  THRU 6145-RETENIR-COMPENSATION-FIN
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-PAIEMENTS = "00"
                      OR WS-FS-HIS-PAIEMENTS = "10"
                       CLOSE F-HIS-PAIEMENTS
                   END-IF
               END-IF
           END-PERFORM.
       6140-CHARGER-COMPENSATIONS-FIN.
           EXIT.

      * Paiement WS-ENR-PAIEMENT retenu s'il compense une ristourne
       6145-RETENIR-COMPENSATION-DEB.
           IF WS-PAI-ORIGINE NOT = "C"
              OR WS-PAI-NO-RISTOURNE = SPACES
               GO TO 6145-RETENIR-COMPENSATION-FIN
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
       6145-RETENIR-COMPENSATION-FIN.
           EXIT.

      ******************************************************************
      * RELEVE D'UN CLIENT
      ******************************************************************
       7000-RELEVE-CLIENT-DEB.
           PERFORM 7100-CHARGER-CONTRATS-DEB
              THRU 7100-CHARGER-CONTRATS-FIN.
           IF WS-NB-CONTRATS = ZERO
               DISPLAY "Client " WS-CLI-ID(WS-IDX-CLI)
                       " : aucun contrat, pas de releve."
               GO TO 7000-RELEVE-CLIENT-FIN
           END-IF.

           PERFORM 7200-CHERCHER-REPORT-DEB
              THRU 7200-CHERCHER-REPORT-FIN.
           MOVE ZERO TO WS-MVT-PRIMES.
           MOVE ZERO TO WS-MVT-PAIEMENTS.
           MOVE ZERO TO WS-MVT-RISTOURNES.
           MOVE ZERO TO WS-MVT-REMBOURSEMENTS.
           MOVE ZERO TO WS-NB-QUI.

           PERFORM 6040-OPEN-F-RELEVE-DEB
              THRU 6040-OPEN-F-RELEVE-FIN.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
           PERFORM 8100-ECRIRE-CONTRATS-DEB
              THRU 8100-ECRIRE-CONTRATS-FIN.
           PERFORM 8200-ECRIRE-QUITTANCES-DEB
              THRU 8200-ECRIRE-QUITTANCES-FIN.
           PERFORM 8300-ECRIRE-PAIEMENTS-DEB
              THRU 8300-ECRIRE-PAIEMENTS-FIN.
           PERFORM 8400-ECRIRE-SINISTRES-DEB
              THRU 8400-ECRIRE-SINISTRES-FIN.
           PERFORM 8500-ECRIRE-AVENANTS-DEB
              THRU 8500-ECRIRE-AVENANTS-FIN.
           PERFORM 8600-ECRIRE-SOLDE-DEB
              THRU 8600-ECRIRE-SOLDE-FIN.
           PERFORM 6240-CLOSE-F-RELEVE-DEB
              THRU 6240-CLOSE-F-RELEVE-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RELEVE TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

      * Nouveau solde consigne pour le report du releve suivant
           MOVE WS-CLI-ID(WS-IDX-CLI) TO FS-SOL-CLIENT-ID.
           MOVE WS-REL-DATE-FIN       TO FS-SOL-DATE-FIN.
           MOVE WS-MVT-SOLDE          TO FS-SOL-SOLDE.
           WRITE FS-ENR-SOLDE.

           ADD 1 TO WS-NB-RELEVES.
           MOVE WS-MVT-SOLDE TO WS-SIGNE-ED.
           DISPLAY "Releve " FUNCTION TRIM(WS-NOM-RELEVE)
                   " - solde " WS-SIGNE-ED.
       7000-RELEVE-CLIENT-FIN.
           EXIT.

       7010-RETENIR-CLIENT-DEB.
           IF WS-NB-CLIENTS < 2000
               ADD 1 TO WS-NB-CLIENTS
               MOVE FS-CLI-ID          TO WS-CLI-ID(WS-NB-CLIENTS)
               MOVE FS-CLI-NOM         TO WS-CLI-NOM(WS-NB-CLIENTS)
               MOVE FS-CLI-ADRESSE     TO WS-CLI-ADRESSE(WS-NB-CLIENTS)
               MOVE FS-CLI-CODE-POSTAL
                   TO WS-CLI-CODE-POSTAL(WS-NB-CLIENTS)
               MOVE FS-CLI-VILLE       TO WS-CLI-VILLE(WS-NB-CLIENTS)
           ELSE
               DISPLAY "/!\ ATTENTION : capacite des clients (2000) "
                       "atteinte /!\"
               SET QUITTER TO TRUE
           END-IF.
       7010-RETENIR-CLIENT-FIN.
           EXIT.

      * Contrats portant l'identifiant du client
       7100-CHARGER-CONTRATS-DEB.
           MOVE ZERO TO WS-NB-CONTRATS.
           MOVE 'N' TO FLAG-STOP.
           MOVE LOW-VALUES TO FS-CODE-CONTRAT.
           START F-ASSURANCES KEY IS >= FS-CODE-CONTRAT
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-CLIENT-ID = WS-CLI-ID(WS-IDX-CLI)
                           PERFORM 7110-RETENIR-CONTRAT-DEB
                              THRU 7110-RETENIR-CONTRAT-FIN
                       END-IF
               END-READ
           END-PERFORM.
       7100-CHARGER-CONTRATS-FIN.
           EXIT.

       7110-RETENIR-CONTRAT-DEB.
           IF WS-NB-CONTRATS >= 100
               DISPLAY "/!\ ATTENTION : capacite des contrats (100) "
                       "atteinte pour le client "
                       WS-CLI-ID(WS-IDX-CLI) " /!\"
               GO TO 7110-RETENIR-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           MOVE FS-CODE-CONTRAT TO WS-CTR-CODE(WS-NB-CONTRATS).
           MOVE FS-NOM-CONTRAT  TO WS-CTR-NOM(WS-NB-CONTRATS).
           MOVE FS-NOM-PRODUIT  TO WS-CTR-PRODUIT(WS-NB-CONTRATS).
           MOVE FS-STATUT       TO WS-CTR-STATUT(WS-NB-CONTRATS).
           MOVE FS-DATE-DEBUT   TO WS-CTR-DATE-DEBUT(WS-NB-CONTRATS).
           MOVE FS-DATE-FIN     TO WS-CTR-DATE-FIN(WS-NB-CONTRATS).
           MOVE FS-MONTANT      TO WS-CTR-MONTANT(WS-NB-CONTRATS).
           MOVE FS-DEVISE       TO WS-CTR-DEVISE(WS-NB-CONTRATS).
       7110-RETENIR-CONTRAT-FIN.
           EXIT.

      * Rang dans WS-TAB-CONTRATS du contrat WS-CTR-RECHERCHE (zero
      * si ce n'est pas un contrat du client)
       7150-RETROUVER-CONTRAT-DEB.
           MOVE ZERO TO WS-CTR-TROUVE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
                      OR WS-CTR-TROUVE NOT = ZERO
               IF WS-CTR-CODE(WS-IDX-CTR) = WS-CTR-RECHERCHE
                   MOVE WS-IDX-CTR TO WS-CTR-TROUVE
               END-IF
           END-PERFORM.
       7150-RETROUVER-CONTRAT-FIN.
           EXIT.

      * Report : solde du dernier releve du client clos avant le
      * debut de la periode (le dernier consigne l'emporte)
       7200-CHERCHER-REPORT-DEB.
           MOVE ZERO TO WS-MVT-REPORT.
           MOVE ZERO TO WS-SOL-DATE-REPORT.
           PERFORM VARYING WS-IDX-SOL FROM 1 BY 1
                   UNTIL WS-IDX-SOL > WS-NB-SOLDES
               IF WS-SOL-CLIENT-ID(WS-IDX-SOL) = WS-CLI-ID(WS-IDX-CLI)
                  AND WS-SOL-DATE-FIN(WS-IDX-SOL) < WS-REL-DATE-DEBUT
                  AND WS-SOL-DATE-FIN(WS-IDX-SOL)
                      >= WS-SOL-DATE-REPORT
                   MOVE WS-SOL-DATE-FIN(WS-IDX-SOL)
                       TO WS-SOL-DATE-REPORT
                   MOVE WS-SOL-SOLDE(WS-IDX-SOL) TO WS-MVT-REPORT
               END-IF
           END-PERFORM.
       7200-CHERCHER-REPORT-FIN.
           EXIT.

      * WS-QUI-EST-TROUVEE si WS-PAI-NO-QUITTANCE est une quittance
      * du client
       7300-QUITTANCE-DU-CLIENT-DEB.
           MOVE "N" TO WS-QUI-TROUVEE.
           PERFORM VARYING WS-IDX-QUI FROM 1 BY 1
                   UNTIL WS-IDX-QUI > WS-NB-QUI
                      OR WS-QUI-EST-TROUVEE
               IF WS-QUI-NO(WS-IDX-QUI) = WS-PAI-NO-QUITTANCE
                   SET WS-QUI-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
       7300-QUITTANCE-DU-CLIENT-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RELEVE
      ******************************************************************
       8000-ECRIRE-ENTETE-DEB.
           MOVE "RELEVE DE COMPTE CLIENT - ASSURANCES"
               TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "Periode du " WS-REL-DATE-DEBUT " au "
                  WS-REL-DATE-FIN " - edite le " WS-DATE-JOUR
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE WS-TIRET TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           INITIALIZE WS-LIGNE-RELEVE.
           STRING "Client " WS-CLI-ID(WS-IDX-CLI) " "
                  WS-CLI-NOM(WS-IDX-CLI)
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "       " WS-CLI-ADRESSE(WS-IDX-CLI)
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "       " WS-CLI-CODE-POSTAL(WS-IDX-CLI) " "
                  WS-CLI-VILLE(WS-IDX-CLI)
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE WS-TIRET TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

      * Contrats du client et leur statut
       8100-ECRIRE-CONTRATS-DEB.
           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "CONTRATS" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE SPACES TO FS-ENR-RELEVE.
           STRING "CONTRAT  NOM            PRODUIT        STATUT   "
                  "DEBUT    FIN      MONTANT ASSURE DEV"
               DELIMITED BY SIZE
               INTO FS-ENR-RELEVE
           END-STRING.
           WRITE FS-ENR-RELEVE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               MOVE WS-CTR-MONTANT(WS-IDX-CTR) TO WS-MONTANT-ED
               INITIALIZE WS-LIGNE-RELEVE
               STRING WS-CTR-CODE(WS-IDX-CTR) " "
                      WS-CTR-NOM(WS-IDX-CTR) " "
                      WS-CTR-PRODUIT(WS-IDX-CTR) " "
                      WS-CTR-STATUT(WS-IDX-CTR) " "
                      WS-CTR-DATE-DEBUT(WS-IDX-CTR) " "
                      WS-CTR-DATE-FIN(WS-IDX-CTR) " "
                      WS-MONTANT-ED " "
                      WS-CTR-DEVISE(WS-IDX-CTR)
                   INTO WS-LIGNE-RELEVE
               END-STRING
               MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE
               WRITE FS-ENR-RELEVE
           END-PERFORM.
       8100-ECRIRE-CONTRATS-FIN.
           EXIT.

      * Quittances des contrats du client emises sur la periode ;
      * toutes sont retenues pour rattacher les paiements
       8200-ECRIRE-QUITTANCES-DEB.
           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "QUITTANCES EMISES SUR LA PERIODE" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE SPACES TO FS-ENR-RELEVE.
           STRING "QUITTANC CONTRAT  PERIODE           EMISE LE "
                  "STATUT          MONTANT DEV  PAYEE LE"
               DELIMITED BY SIZE
               INTO FS-ENR-RELEVE
           END-STRING.
           WRITE FS-ENR-RELEVE.
           MOVE ZERO TO WS-NB-LIGNES-SECTION.

           IF WS-FS-QUITTANCES NOT = "00"
              AND WS-FS-QUITTANCES NOT = "10"
              AND WS-FS-QUITTANCES NOT = "23"
               GO TO 8200-ECRIRE-QUITTANCES-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           MOVE LOW-VALUES TO FS-QUI-NUMERO.
           START F-QUITTANCES KEY IS >= FS-QUI-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-QUI-CODE-CONTRAT TO WS-CTR-RECHERCHE
                       PERFORM 7150-RETROUVER-CONTRAT-DEB
                          THRU 7150-RETROUVER-CONTRAT-FIN
                       IF WS-CTR-TROUVE NOT = ZERO
                           PERFORM 8210-ECRIRE-QUITTANCE-DEB
                              THRU 8210-ECRIRE-QUITTANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.

      * Quittances archivees
           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = "QUITTANCES"
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
                                   TO FS-ENR-QUITTANCE
                               MOVE FS-QUI-CODE-CONTRAT
                                   TO WS-CTR-RECHERCHE
                               PERFORM 7150-RETROUVER-CONTRAT-DEB
                                  THRU 7150-RETROUVER-CONTRAT-FIN
                               IF WS-CTR-TROUVE NOT = ZERO
                                   PERFORM 8210-ECRIRE-QUITTANCE-DEB
                                      THRU 8210-ECRIRE-QUITTANCE-FIN
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-QUITTANCES = "00"
                      OR WS-FS-HIS-QUITTANCES = "10"
                       CLOSE F-HIS-QUITTANCES
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES-SECTION = ZERO
               MOVE "  (aucune)" TO FS-ENR-RELEVE
               WRITE FS-ENR-RELEVE
           END-IF.
       8200-ECRIRE-QUITTANCES-FIN.
           EXIT.

      * Prime emise au debit, ristourne au credit pour son montant
      * d'origine (montant restant plus montants deja compenses) ;
      * une ristourne remboursee sur la periode revient au debit
       8210-ECRIRE-QUITTANCE-DEB.
           IF WS-NB-QUI < 1000
               ADD 1 TO WS-NB-QUI
               MOVE FS-QUI-NUMERO TO WS-QUI-NO(WS-NB-QUI)
           END-IF.

           IF FS-QUI-STATUT = WS-QUI-STATUT-REMBOURSEE
              AND FS-QUI-DATE-PAIEMENT >= WS-REL-DATE-DEBUT
              AND FS-QUI-DATE-PAIEMENT <= WS-REL-DATE-FIN
               ADD FS-QUI-MONTANT TO WS-MVT-REMBOURSEMENTS
           END-IF.

           IF FS-QUI-DATE-EMISSION < WS-REL-DATE-DEBUT
              OR FS-QUI-DATE-EMISSION > WS-REL-DATE-FIN
               GO TO 8210-ECRIRE-QUITTANCE-FIN
           END-IF.

           IF FS-QUI-STATUT = WS-QUI-STATUT-RISTOURNE
              OR FS-QUI-STATUT = WS-QUI-STATUT-REMBOURSEE
              OR FS-QUI-STATUT = WS-QUI-STATUT-COMPENSEE
               MOVE FS-QUI-MONTANT TO WS-MONTANT-ORIGINE
               PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                       UNTIL WS-IDX-CMP > WS-NB-COMPENS
                   IF WS-CMP-NO-RISTOURNE(WS-IDX-CMP) = FS-QUI-NUMERO
                       ADD WS-CMP-MONTANT(WS-IDX-CMP)
                           TO WS-MONTANT-ORIGINE
                   END-IF
               END-PERFORM
               ADD WS-MONTANT-ORIGINE TO WS-MVT-RISTOURNES
           ELSE
               MOVE FS-QUI-MONTANT TO WS-MONTANT-ORIGINE
               ADD FS-QUI-MONTANT TO WS-MVT-PRIMES
           END-IF.

           ADD 1 TO WS-NB-LIGNES-SECTION.
           MOVE WS-MONTANT-ORIGINE TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           IF FS-QUI-DATE-PAIEMENT = ZERO
               STRING FS-QUI-NUMERO " " FS-QUI-CODE-CONTRAT " "
                      FS-QUI-PERIODE-DEBUT "-" FS-QUI-PERIODE-FIN " "
                      FS-QUI-DATE-EMISSION " " FS-QUI-STATUT " "
                      WS-MONTANT-ED " " FS-QUI-DEVISE
                   INTO WS-LIGNE-RELEVE
               END-STRING
           ELSE
               STRING FS-QUI-NUMERO " " FS-QUI-CODE-CONTRAT " "
                      FS-QUI-PERIODE-DEBUT "-" FS-QUI-PERIODE-FIN " "
                      FS-QUI-DATE-EMISSION " " FS-QUI-STATUT " "
                      WS-MONTANT-ED " " FS-QUI-DEVISE " "
                      FS-QUI-DATE-PAIEMENT
                   INTO WS-LIGNE-RELEVE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8210-ECRIRE-QUITTANCE-FIN.
           EXIT.

      * Paiements du journal recus sur la periode pour une quittance
      * du client
       8300-ECRIRE-PAIEMENTS-DEB.
           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "PAIEMENTS RECUS SUR LA PERIODE" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "DATE     QUITTANC        MONTANT" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE ZERO TO WS-NB-LIGNES-SECTION.

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
                       PERFORM 8310-ECRIRE-PAIEMENT-DEB
                          THRU 8310-ECRIRE-PAIEMENT-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.

      * Paiements archives depuis l'annee de debut de periode
           PERFORM VARYING WS-IDX-AA FROM 1 BY 1
                   UNTIL WS-IDX-AA > WS-NB-ARCHIVES
               IF WS-AA-FAMILLE(WS-IDX-AA) = "PAIEMENTS"
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
                               PERFORM 8310-ECRIRE-PAIEMENT-DEB
                                  THRU 8310-ECRIRE-PAIEMENT-FIN
                       END-READ
                   END-PERFORM
                   IF WS-FS-HIS-PAIEMENTS = "00"
                      OR WS-FS-HIS-PAIEMENTS = "10"
                       CLOSE F-HIS-PAIEMENTS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES-SECTION = ZERO
               MOVE "  (aucun)" TO FS-ENR-RELEVE
               WRITE FS-ENR-RELEVE
           END-IF.
       8300-ECRIRE-PAIEMENTS-FIN.
           EXIT.

      * Paiement WS-ENR-PAIEMENT recu sur la periode pour une
      * quittance du client ; une compensation (origine "C") n'est
      * pas un encaissement, la ristourne etant deja creditee pour
      * son montant d'origine
       8310-ECRIRE-PAIEMENT-DEB.
           IF WS-PAI-DATE < WS-REL-DATE-DEBUT
              OR WS-PAI-DATE > WS-REL-DATE-FIN
              OR WS-PAI-ORIGINE = "C"
               GO TO 8310-ECRIRE-PAIEMENT-FIN
           END-IF.
           PERFORM 7300-QUITTANCE-DU-CLIENT-DEB
              THRU 7300-QUITTANCE-DU-CLIENT-FIN.
           IF NOT WS-QUI-EST-TROUVEE
               GO TO 8310-ECRIRE-PAIEMENT-FIN
           END-IF.

           ADD WS-PAI-MONTANT TO WS-MVT-PAIEMENTS.
           ADD 1 TO WS-NB-LIGNES-SECTION.
           MOVE WS-PAI-MONTANT TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING WS-PAI-DATE " "
                  WS-PAI-NO-QUITTANCE " "
                  WS-MONTANT-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8310-ECRIRE-PAIEMENT-FIN.
           EXIT.

      * Sinistres des contrats du client : ouverts a la fin de la
      * periode, ou survenus sur la periode quel que soit leur statut
       8400-ECRIRE-SINISTRES-DEB.
           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "SINISTRES" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE SPACES TO FS-ENR-RELEVE.
           STRING "SINISTRE CONTRAT  DATE     NATURE               "
                  "STATUT          RESERVE           REGLE"
               DELIMITED BY SIZE
               INTO FS-ENR-RELEVE
           END-STRING.
           WRITE FS-ENR-RELEVE.
           MOVE ZERO TO WS-NB-LIGNES-SECTION.

           IF WS-FS-SINISTRES NOT = "00"
              AND WS-FS-SINISTRES NOT = "10"
              AND WS-FS-SINISTRES NOT = "23"
               GO TO 8400-ECRIRE-SINISTRES-SUITE
           END-IF.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               MOVE 'N' TO FLAG-STOP
               MOVE WS-CTR-CODE(WS-IDX-CTR) TO FS-SIN-CODE-CONTRAT
               START F-SINISTRES KEY IS = FS-SIN-CODE-CONTRAT
                   INVALID KEY
                       SET QUITTER TO TRUE
               END-START
               PERFORM UNTIL QUITTER
                   READ F-SINISTRES NEXT RECORD
                       AT END
                           SET QUITTER TO TRUE
                       NOT AT END
                           IF FS-SIN-CODE-CONTRAT
                              NOT = WS-CTR-CODE(WS-IDX-CTR)
                               SET QUITTER TO TRUE
                           ELSE
                               PERFORM 8410-ECRIRE-SINISTRE-DEB
                                  THRU 8410-ECRIRE-SINISTRE-FIN
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       8400-ECRIRE-SINISTRES-SUITE.
           IF WS-NB-LIGNES-SECTION = ZERO
               MOVE "  (aucun)" TO FS-ENR-RELEVE
               WRITE FS-ENR-RELEVE
           END-IF.
       8400-ECRIRE-SINISTRES-FIN.
           EXIT.

       8410-ECRIRE-SINISTRE-DEB.
           IF FS-SIN-DATE > WS-REL-DATE-FIN
               GO TO 8410-ECRIRE-SINISTRE-FIN
           END-IF.
           IF FS-SIN-STATUT NOT = WS-SIN-STATUT-OUVERT
              AND FS-SIN-DATE < WS-REL-DATE-DEBUT
               GO TO 8410-ECRIRE-SINISTRE-FIN
           END-IF.

      * Cumul des paiements du grand livre jusqu'a la fin de periode
           MOVE ZERO TO WS-SIN-REGLE.
           IF WS-FS-REGLEMENTS = "00" OR WS-FS-REGLEMENTS = "10"
              OR WS-FS-REGLEMENTS = "23"
               MOVE 'N' TO FLAG-STOP-SEC
               MOVE FS-NO-SINISTRE TO FS-REG-NO-SINISTRE
               MOVE ZERO TO FS-REG-SEQUENCE
               START F-REGLEMENTS KEY IS >= FS-REG-CLE
                   INVALID KEY
                       SET QUITTER-SEC TO TRUE
               END-START
               PERFORM UNTIL QUITTER-SEC
                   READ F-REGLEMENTS NEXT RECORD
                       AT END
                           SET QUITTER-SEC TO TRUE
                       NOT AT END
                           IF FS-REG-NO-SINISTRE NOT = FS-NO-SINISTRE
                               SET QUITTER-SEC TO TRUE
                           ELSE
                               IF FS-REG-TYPE = WS-REG-TYPE-PAIEMENT
                                  AND FS-REG-DATE <= WS-REL-DATE-FIN
                                   ADD FS-REG-MONTANT TO WS-SIN-REGLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           ADD 1 TO WS-NB-LIGNES-SECTION.
           MOVE FS-SIN-MONTANT TO WS-MONTANT-ED.
           MOVE WS-SIN-REGLE   TO WS-MONTANT2-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING FS-NO-SINISTRE " " FS-SIN-CODE-CONTRAT " "
                  FS-SIN-DATE " " FS-SIN-NATURE " " FS-SIN-STATUT " "
                  WS-MONTANT-ED " " WS-MONTANT2-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8410-ECRIRE-SINISTRE-FIN.
           EXIT.

      * Avenants des contrats du client pris d'effet sur la periode
       8500-ECRIRE-AVENANTS-DEB.
           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE "AVENANTS DE LA PERIODE" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE SPACES TO FS-ENR-RELEVE.
           STRING "AVENANT  CONTRAT  EFFET     ANCIEN MONTANT "
                  "NOUVEAU MONTANT ANC. FIN NOUV.FIN"
               DELIMITED BY SIZE
               INTO FS-ENR-RELEVE
           END-STRING.
           WRITE FS-ENR-RELEVE.
           MOVE ZERO TO WS-NB-LIGNES-SECTION.

           IF WS-FS-AVENANTS NOT = "00"
              AND WS-FS-AVENANTS NOT = "10"
              AND WS-FS-AVENANTS NOT = "23"
               GO TO 8500-ECRIRE-AVENANTS-SUITE
           END-IF.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               MOVE 'N' TO FLAG-STOP
               MOVE WS-CTR-CODE(WS-IDX-CTR) TO FS-AVE-CODE-CONTRAT
               START F-AVENANTS KEY IS = FS-AVE-CODE-CONTRAT
                   INVALID KEY
                       SET QUITTER TO TRUE
               END-START
               PERFORM UNTIL QUITTER
                   READ F-AVENANTS NEXT RECORD
                       AT END
                           SET QUITTER TO TRUE
                       NOT AT END
                           IF FS-AVE-CODE-CONTRAT
                              NOT = WS-CTR-CODE(WS-IDX-CTR)
                               SET QUITTER TO TRUE
                           ELSE
                               IF FS-AVE-DATE-EFFET
                                  >= WS-REL-DATE-DEBUT
                                  AND FS-AVE-DATE-EFFET
                                  <= WS-REL-DATE-FIN
                                   PERFORM 8510-ECRIRE-AVENANT-DEB
                                      THRU 8510-ECRIRE-AVENANT-FIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       8500-ECRIRE-AVENANTS-SUITE.
           IF WS-NB-LIGNES-SECTION = ZERO
               MOVE "  (aucun)" TO FS-ENR-RELEVE
               WRITE FS-ENR-RELEVE
           END-IF.
       8500-ECRIRE-AVENANTS-FIN.
           EXIT.

       8510-ECRIRE-AVENANT-DEB.
           ADD 1 TO WS-NB-LIGNES-SECTION.
           MOVE FS-AVE-ANCIEN-MONTANT  TO WS-MONTANT-ED.
           MOVE FS-AVE-NOUVEAU-MONTANT TO WS-MONTANT2-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING FS-AVE-NUMERO " " FS-AVE-CODE-CONTRAT " "
                  FS-AVE-DATE-EFFET " " WS-MONTANT-ED " "
                  WS-MONTANT2-ED " " FS-AVE-ANCIENNE-DATE-FIN " "
                  FS-AVE-NOUVELLE-DATE-FIN
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8510-ECRIRE-AVENANT-FIN.
           EXIT.

      * Report, mouvements de la periode et nouveau solde
       8600-ECRIRE-SOLDE-DEB.
           COMPUTE WS-MVT-SOLDE = WS-MVT-REPORT + WS-MVT-PRIMES
               - WS-MVT-PAIEMENTS - WS-MVT-RISTOURNES
               + WS-MVT-REMBOURSEMENTS.

           MOVE SPACES TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE WS-TIRET TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-REPORT TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           IF WS-SOL-DATE-REPORT = ZERO
               STRING "Solde reporte (premier releve)    : "
                      WS-SIGNE-ED
                   INTO WS-LIGNE-RELEVE
               END-STRING
           ELSE
               STRING "Solde reporte du releve au "
                      WS-SOL-DATE-REPORT " : " WS-SIGNE-ED
                   INTO WS-LIGNE-RELEVE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-PRIMES TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "+ Primes emises                   : " WS-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-PAIEMENTS TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "- Paiements recus                 : " WS-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-RISTOURNES TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "- Ristournes emises               : " WS-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-REMBOURSEMENTS TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "+ Ristournes remboursees          : " WS-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE WS-MVT-SOLDE TO WS-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           IF WS-MVT-SOLDE < ZERO
               STRING "= Solde en votre faveur           : "
                      WS-SIGNE-ED
                   INTO WS-LIGNE-RELEVE
               END-STRING
           ELSE
               STRING "= Solde restant du                : "
                      WS-SIGNE-ED
                   INTO WS-LIGNE-RELEVE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
       8600-ECRIRE-SOLDE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
