      ******************************************************************
      * PROGRAMME : INTERFACE-COMPTABLE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Interface comptable mensuelle. Genere, a partir
      *             des journaux auxiliaires, des ecritures equilibrees
      *             (une ligne au debit, une ligne au credit) au format
      *             date, journal, compte, debit, credit, reference,
      *             devise :
      *               PRI  primes emises (quittances.dat) et
      *                    ristournes emises (contre-passation)
      *               ENC  primes encaissees (paiements.txt, hors
      *                    compensations) et ristournes remboursees
      *               VTE  ventes facturees (factures.txt) pour
      *                    leur montant HT, TVA collectee en piece
      *                    distincte, et avoirs sur retour client
      *                    (contre-passation des deux pieces)
      *               REG  factures de vente payees (factures.txt,
      *                    montant TTC)
      *               ACH  marchandises recues sur commande
      *                    fournisseur (receptions.txt valorise au
      *                    prix de commandes-fournisseur.txt)
      *               COM  commissions reglees et reprises
      *                    (commissions-reglees.txt)
      *               SIN  sinistres payes (reglements.dat, type
      *                    PAIEMENT)
      *             Sont reprises toutes les operations datees au plus
      *             tard du dernier jour du mois traite et non encore
      *             exportees : chaque reference exportee est inscrite
      *             dans ecritures-exportees.txt et n'est jamais
      *             exportee une seconde fois. Un total de controle
      *             par journal (pieces, debit, credit) est ecrit a
      *             chaque execution.
      *
      * FICHIERS  :
      *   - F-EXPORTEES  : ecritures-exportees.txt (references deja
      *                    exportees, lu puis alimente en ajout)
      *   - F-QUITTANCES : quittances.dat (entree, indexe)
      *   - F-PAIEMENTS  : paiements.txt (entree)
      *   - F-FACTURES   : factures.txt (entree)
      *   - F-CDE-FOURN  : commandes-fournisseur.txt (entree)
      *   - F-RECEPTIONS : receptions.txt (entree)
      *   - F-COMMISSIONS: commissions-reglees.txt (entree)
      *   - F-ASSURANCES : assurances.dat (entree, indexe : devise
      *                    des contrats)
      *   - F-SINISTRES  : sinistres.dat (entree, indexe)
      *   - F-REGLEMENTS : reglements.dat (entree, indexe)
      *   - F-ECRITURES  : ecritures-AAAAMM.txt (ecritures exportees,
      *                    alimente en ajout)
      *   - F-CONTROLE   : ecritures-controle-AAAAMM.txt (totaux de
      *                    controle par journal, alimente en ajout)
      *
      * REMARQUE  : Les factures de vente et les receptions sont en
      *             devise locale (EUR). La ristourne est exportee
      *             pour son montant d'origine (montant restant plus
      *             compensations deja imputees) ; la compensation
      *             elle-meme ne mouvemente que le compte client et
      *             ne donne pas lieu a ecriture. La TVA deductible
      *             sur les receptions n'est pas comptabilisee ici :
      *             elle est recapitulee par tva-declaration.cbl.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. interface-comptable.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * References deja exportees : une ligne par piece
           SELECT F-EXPORTEES ASSIGN TO "ecritures-exportees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTEES.

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

      * Registre des factures de vente (cf. facturation-cli.cbl)
           SELECT F-FACTURES ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Commandes fournisseur (cf. reception-fourn.cbl)
           SELECT F-CDE-FOURN ASSIGN TO "commandes-fournisseur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDE-FOURN.

      * Journal des receptions (cf. reception-fourn.cbl)
           SELECT F-RECEPTIONS ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEPTIONS.

      * Journal des commissions reglees (cf.
      * assurances-commissions.cbl)
           SELECT F-COMMISSIONS ASSIGN TO "commissions-reglees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMISSIONS.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Fichier des sinistres (cf. assurances.cbl)
           SELECT F-SINISTRES ASSIGN TO "sinistres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NO-SINISTRE
               ALTERNATE RECORD KEY IS FS-SIN-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

      * Reglements des sinistres (cf. assurances.cbl)
           SELECT F-REGLEMENTS ASSIGN TO "reglements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-CLE
               FILE STATUS IS WS-FS-REGLEMENTS.

      * Ecritures exportees du mois, nom resolu a l'execution
           SELECT F-ECRITURES ASSIGN TO WS-NOM-ECRITURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ECRITURES.

      * Totaux de controle du mois, nom resolu a l'execution
           SELECT F-CONTROLE ASSIGN TO WS-NOM-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

      * Reference deja exportee, avec la date d'export et le mois
      * traite
       FD F-EXPORTEES.
       01 FS-ENR-EXPORTEE.
           05 FS-EXP-REFERENCE            PIC X(32).
           05 FILLER                      PIC X(01).
           05 FS-EXP-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-EXP-PERIODE              PIC 9(06).

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

      * Facture de vente ou avoir (FS-FAC-TYPE = A), telle que
      * declaree dans facturation-cli.cbl
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
              88 FS-FAC-EST-AVOIR                   VALUE "A".
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

      * Ligne de commande fournisseur, telle que declaree dans
      * reception-fourn.cbl
       FD F-CDE-FOURN.
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

      * Reception, telle que declaree dans reception-fourn.cbl
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

      * Reglement d'un sinistre, tel que declare dans assurances.cbl
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

      * Ligne d'ecriture : une ligne au debit ou au credit
       FD F-ECRITURES.
       01 FS-ENR-ECRITURE.
           05 FS-ECR-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-ECR-JOURNAL              PIC X(03).
           05 FILLER                      PIC X(01).
           05 FS-ECR-COMPTE               PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-ECR-DEBIT                PIC 9(09)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-ECR-CREDIT               PIC 9(09)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-ECR-REFERENCE            PIC X(32).
           05 FILLER                      PIC X(01).
           05 FS-ECR-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-ECR-LIBELLE              PIC X(30).

       FD F-CONTROLE.
       01 FS-ENR-CONTROLE                 PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-EXPORTEES          PIC X(02).
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-CDE-FOURN          PIC X(02).
       01 WS-FS-RECEPTIONS         PIC X(02).
       01 WS-FS-COMMISSIONS        PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).
       01 WS-FS-REGLEMENTS         PIC X(02).
       01 WS-FS-ECRITURES          PIC X(02).
       01 WS-FS-CONTROLE           PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour, mois traite et date limite des operations
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-HEURE-JOUR            PIC 9(06).
       01 WS-PERIODE               PIC 9(06).
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-AAAA           PIC 9(04).
           05 WS-PER-MM             PIC 9(02).
       01 WS-DATE-LIMITE           PIC 9(08).
       01 WS-DATE-CALCUL           PIC 9(08).
       01 WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05 WS-CAL-AAAA           PIC 9(04).
           05 WS-CAL-MM             PIC 9(02).
           05 WS-CAL-JJ             PIC 9(02).
       01 WS-NOM-ECRITURES         PIC X(40).
       01 WS-NOM-CONTROLE          PIC X(40).

      * Devise des operations de vente et d'achat
       01 WS-DEVISE-LOCALE         PIC X(04) VALUE "EUR".

      * Statuts et natures utiles
       01 WS-QUI-STATUT-RISTOURNE  PIC X(08) VALUE "RISTOURN".
       01 WS-QUI-STATUT-REMBOURSEE PIC X(08) VALUE "REMBOURS".
       01 WS-QUI-STATUT-COMPENSEE  PIC X(08) VALUE "COMPENSE".
       01 WS-FAC-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-REG-TYPE-PAIEMENT     PIC X(08) VALUE "PAIEMENT".
       01 WS-NATURE-REPRISE        PIC X(07) VALUE "REPRISE".

      * Plan de comptes de l'interface
       01 WS-CPT-CLIENTS-ASSU      PIC X(06) VALUE "411100".
       01 WS-CPT-CLIENTS-VENTE     PIC X(06) VALUE "411000".
       01 WS-CPT-PRIMES            PIC X(06) VALUE "706100".
       01 WS-CPT-VENTES            PIC X(06) VALUE "707000".
       01 WS-CPT-TVA-COLLECTEE     PIC X(06) VALUE "445710".
       01 WS-CPT-ACHATS            PIC X(06) VALUE "607000".
       01 WS-CPT-FOURN-FNP         PIC X(06) VALUE "408100".
       01 WS-CPT-COMMISSIONS       PIC X(06) VALUE "622600".
       01 WS-CPT-SINISTRES         PIC X(06) VALUE "601100".
       01 WS-CPT-BANQUE            PIC X(06) VALUE "512000".

      * Journaux de l'interface et leurs totaux de controle
       01 WS-JOURNAUX-INIT.
           05 FILLER PIC X(33) VALUE "PRIPrimes et ristournes emises".
           05 FILLER PIC X(33) VALUE "ENCEncaissements de primes".
           05 FILLER PIC X(33) VALUE "VTEVentes facturees".
           05 FILLER PIC X(33) VALUE "REGReglements clients ventes".
           05 FILLER PIC X(33) VALUE "ACHReceptions fournisseurs".
           05 FILLER PIC X(33) VALUE "COMCommissions reglees".
           05 FILLER PIC X(33) VALUE "SINSinistres payes".
       01 WS-JOURNAUX REDEFINES WS-JOURNAUX-INIT.
           05 WS-JRN-DEF OCCURS 7 TIMES.
              10 WS-JRN-CODE            PIC X(03).
              10 WS-JRN-LIBELLE         PIC X(30).
       01 WS-TAB-TOTAUX.
           05 WS-JRN-TOT OCCURS 7 TIMES.
              10 WS-JRN-NB-PIECES       PIC 9(05).
              10 WS-JRN-DEBIT           PIC 9(11)V9(02).
              10 WS-JRN-CREDIT          PIC 9(11)V9(02).
       01 WS-IDX-JRN               PIC 9(02) VALUE ZERO.
       01 WS-JRN-PRI               PIC 9(02) VALUE 1.
       01 WS-JRN-ENC               PIC 9(02) VALUE 2.
       01 WS-JRN-VTE               PIC 9(02) VALUE 3.
       01 WS-JRN-REG               PIC 9(02) VALUE 4.
       01 WS-JRN-ACH               PIC 9(02) VALUE 5.
       01 WS-JRN-COM               PIC 9(02) VALUE 6.
       01 WS-JRN-SIN               PIC 9(02) VALUE 7.

      * References connues : deja exportees (lues dans le registre)
      * ou exportees par cette execution. WS-CLE-VUE marque les
      * references rencontrees pendant cette execution, pour
      * numeroter les lignes identiques d'un meme journal
       01 WS-NB-CLES               PIC 9(05) VALUE ZERO.
       01 WS-IDX-CLE               PIC 9(05) VALUE ZERO.
       01 WS-TAB-CLES.
           05 WS-CLE OCCURS 20000 TIMES.
              10 WS-CLE-REFERENCE       PIC X(32).
              10 WS-CLE-VUE             PIC X(01).
       01 WS-CLE-TROUVEE           PIC 9(05) VALUE ZERO.
       01 WS-CLE-OCCURRENCE        PIC 9(02) VALUE ZERO.
       01 WS-CLE-OCC-ED            PIC Z9.
       01 WS-CLE-STATUT            PIC X(01).
           88 WS-CLE-A-EXPORTER                 VALUE "N".
           88 WS-CLE-DEJA-EXPORTEE              VALUE "D".
           88 WS-CLE-CAPACITE                   VALUE "C".

      * Compensations de ristournes lues dans paiements.txt
       01 WS-NB-COMPENS            PIC 9(04) VALUE ZERO.
       01 WS-IDX-CMP               PIC 9(04) VALUE ZERO.
       01 WS-TAB-COMPENS.
           05 WS-CMP OCCURS 2000 TIMES.
              10 WS-CMP-NO-RISTOURNE    PIC X(08).
              10 WS-CMP-MONTANT         PIC 9(07)V9(02).

      * Lignes de commande fournisseur (prix de valorisation)
       01 WS-NB-CDE                PIC 9(04) VALUE ZERO.
       01 WS-IDX-CDE               PIC 9(04) VALUE ZERO.
       01 WS-TAB-CDE.
           05 WS-CDE OCCURS 2000 TIMES.
              10 WS-CDE-NUM             PIC 9(05).
              10 WS-CDE-PRODUIT         PIC X(10).
              10 WS-CDE-PRIX            PIC 9(05)V99.

      * Devise des contrats
       01 WS-NB-CONTRATS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-CTR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONTRATS.
           05 WS-CTR OCCURS 500 TIMES.
              10 WS-CTR-CODE            PIC X(08).
              10 WS-CTR-DEVISE          PIC X(04).

      * Piece a exporter : une ligne au debit, une au credit
       01 WS-PIE-DATE              PIC 9(08).
       01 WS-PIE-JOURNAL           PIC 9(02).
       01 WS-PIE-COMPTE-DEBIT      PIC X(06).
       01 WS-PIE-COMPTE-CREDIT     PIC X(06).
       01 WS-PIE-MONTANT           PIC 9(09)V9(02).
       01 WS-PIE-BASE              PIC X(29).
       01 WS-PIE-REFERENCE         PIC X(32).
       01 WS-PIE-DEVISE            PIC X(04).
       01 WS-PIE-LIBELLE           PIC X(30).

      * Zones de travail
       01 WS-NB-DEJA               PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-PRIX          PIC 9(05) VALUE ZERO.
       01 WS-CTR-RECHERCHE         PIC X(08).
       01 WS-DEVISE-TROUVEE        PIC X(04).
       01 WS-IDX-RECH              PIC 9(04) VALUE ZERO.
       01 WS-QUI-OUVERT            PIC X(01) VALUE "N".
           88 WS-QUI-EST-OUVERT                 VALUE "O".
       01 WS-SIN-OUVERT            PIC X(01) VALUE "N".
           88 WS-SIN-EST-OUVERT                 VALUE "O".
       01 WS-MONTANT-ORIGINE       PIC 9(09)V9(02).
       01 WS-FAC-NUM-ED            PIC 9(05).
       01 WS-FAC-HT                PIC 9(07)V99.
       01 WS-FAC-TVA               PIC 9(07)V99.
       01 WS-IDX-VENT              PIC 9(01).
       01 WS-REG-SEQ-ED            PIC 9(03).

      * Zones editees
       01 WS-NB-ED                 PIC ZZ,ZZ9.
       01 WS-DEBIT-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-CONTROLE        PIC X(100).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : export des ecritures du mois
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
           INITIALIZE WS-TAB-TOTAUX.

           PERFORM 7000-DATE-LIMITE-DEB
              THRU 7000-DATE-LIMITE-FIN.

           PERFORM 6100-CHARGER-EXPORTEES-DEB
              THRU 6100-CHARGER-EXPORTEES-FIN.
           PERFORM 6110-CHARGER-COMPENSATIONS-DEB
              THRU 6110-CHARGER-COMPENSATIONS-FIN.
           PERFORM 6120-CHARGER-COMMANDES-DEB
              THRU 6120-CHARGER-COMMANDES-FIN.
           PERFORM 6130-CHARGER-CONTRATS-DEB
              THRU 6130-CHARGER-CONTRATS-FIN.

           PERFORM 6010-OPEN-SORTIES-DEB
              THRU 6010-OPEN-SORTIES-FIN.

           PERFORM 8100-PRIMES-DEB
              THRU 8100-PRIMES-FIN.
           PERFORM 8200-ENCAISSEMENTS-DEB
              THRU 8200-ENCAISSEMENTS-FIN.
           PERFORM 8300-VENTES-DEB
              THRU 8300-VENTES-FIN.
           PERFORM 8400-RECEPTIONS-DEB
              THRU 8400-RECEPTIONS-FIN.
           PERFORM 8500-COMMISSIONS-DEB
              THRU 8500-COMMISSIONS-FIN.
           PERFORM 8600-SINISTRES-DEB
              THRU 8600-SINISTRES-FIN.

           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           PERFORM 6210-CLOSE-SORTIES-DEB
              THRU 6210-CLOSE-SORTIES-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DES FICHIERS EN SORTIE
      ******************************************************************
      * Les trois fichiers sont alimentes en ajout et crees au
      * premier lancement du mois
       6010-OPEN-SORTIES-DEB.
           INITIALIZE WS-NOM-ECRITURES.
           STRING "ecritures-" WS-PERIODE ".txt"
               INTO WS-NOM-ECRITURES
           END-STRING.
           INITIALIZE WS-NOM-CONTROLE.
           STRING "ecritures-controle-" WS-PERIODE ".txt"
               INTO WS-NOM-CONTROLE
           END-STRING.

           OPEN EXTEND F-ECRITURES.
           IF WS-FS-ECRITURES = "35"
               OPEN OUTPUT F-ECRITURES
               CLOSE F-ECRITURES
               OPEN EXTEND F-ECRITURES
           END-IF.
           IF WS-FS-ECRITURES NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-ECRITURES) ", code : "
                       WS-FS-ECRITURES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-CONTROLE.
           IF WS-FS-CONTROLE = "35"
               OPEN OUTPUT F-CONTROLE
               CLOSE F-CONTROLE
               OPEN EXTEND F-CONTROLE
           END-IF.
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-CONTROLE) ", code : "
                       WS-FS-CONTROLE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-EXPORTEES.
           IF WS-FS-EXPORTEES = "35"
               OPEN OUTPUT F-EXPORTEES
               CLOSE F-EXPORTEES
               OPEN EXTEND F-EXPORTEES
           END-IF.
           IF WS-FS-EXPORTEES NOT = "00"
               DISPLAY "Erreur ouverture ecritures-exportees.txt, "
                       "code : " WS-FS-EXPORTEES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-SORTIES-FIN.
           EXIT.

       6210-CLOSE-SORTIES-DEB.
           CLOSE F-ECRITURES.
           CLOSE F-CONTROLE.
           CLOSE F-EXPORTEES.
       6210-CLOSE-SORTIES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES REFERENCES DEJA EXPORTEES
      ******************************************************************
       6100-CHARGER-EXPORTEES-DEB.
           MOVE ZERO TO WS-NB-CLES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EXPORTEES.
           IF WS-FS-EXPORTEES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EXPORTEES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CLES < 20000
                           ADD 1 TO WS-NB-CLES
                           MOVE FS-EXP-REFERENCE
                               TO WS-CLE-REFERENCE(WS-NB-CLES)
                           MOVE "N" TO WS-CLE-VUE(WS-NB-CLES)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "registre (20000) atteinte /!\"
                           PERFORM 9999-ERREUR-PROGRAMME-DEB
                              THRU 9999-ERREUR-PROGRAMME-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EXPORTEES = "00" OR WS-FS-EXPORTEES = "10"
               CLOSE F-EXPORTEES
           END-IF.
       6100-CHARGER-EXPORTEES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES COMPENSATIONS DE RISTOURNES
      ******************************************************************
      * Montants imputes sur chaque ristourne par compensation, pour
      * en reconstituer le montant d'origine
       6110-CHARGER-COMPENSATIONS-DEB.
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
                       IF FS-PAI-ORIGINE = "C"
                          AND FS-PAI-NO-RISTOURNE NOT = SPACES
                          AND WS-NB-COMPENS < 2000
                           ADD 1 TO WS-NB-COMPENS
                           MOVE FS-PAI-NO-RISTOURNE
                               TO WS-CMP-NO-RISTOURNE(WS-NB-COMPENS)
                           MOVE FS-PAI-MONTANT
                               TO WS-CMP-MONTANT(WS-NB-COMPENS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PAIEMENTS = "00" OR WS-FS-PAIEMENTS = "10"
               CLOSE F-PAIEMENTS
           END-IF.
       6110-CHARGER-COMPENSATIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES PRIX DES COMMANDES FOURNISSEUR
      ******************************************************************
       6120-CHARGER-COMMANDES-DEB.
           MOVE ZERO TO WS-NB-CDE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CDE-FOURN.
           IF WS-FS-CDE-FOURN NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CDE-FOURN
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CDE < 2000
                           ADD 1 TO WS-NB-CDE
                           MOVE FS-CF-NUM TO WS-CDE-NUM(WS-NB-CDE)
                           MOVE FS-CF-PRODUIT
                               TO WS-CDE-PRODUIT(WS-NB-CDE)
                           MOVE FS-CF-PRIX-UNITAIRE
                               TO WS-CDE-PRIX(WS-NB-CDE)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tableau des commandes (2000) "
                                   "atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CDE-FOURN = "00" OR WS-FS-CDE-FOURN = "10"
               CLOSE F-CDE-FOURN
           END-IF.
       6120-CHARGER-COMMANDES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE LA DEVISE DES CONTRATS
      ******************************************************************
       6130-CHARGER-CONTRATS-DEB.
           MOVE ZERO TO WS-NB-CONTRATS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CONTRATS < 500
                           ADD 1 TO WS-NB-CONTRATS
                           MOVE FS-CODE-CONTRAT
                               TO WS-CTR-CODE(WS-NB-CONTRATS)
                           MOVE FS-DEVISE
                               TO WS-CTR-DEVISE(WS-NB-CONTRATS)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tableau (500) atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ASSURANCES = "00"
               CLOSE F-ASSURANCES
           END-IF.
       6130-CHARGER-CONTRATS-FIN.
           EXIT.

      ******************************************************************
      * COMPOSANTS COMMUNS
      ******************************************************************
      * Mois traite (par defaut le mois precedent) et date limite
      * des operations reprises : dernier jour de ce mois
       7000-DATE-LIMITE-DEB.
           DISPLAY "Mois a exporter AAAAMM (ENTREE pour le mois "
                   "precedent) : " WITH NO ADVANCING.
           MOVE ZERO TO WS-PERIODE.
           ACCEPT WS-PERIODE.
           IF WS-PERIODE = ZERO
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
               IF WS-PER-MM = 1
                   MOVE 12 TO WS-PER-MM
                   SUBTRACT 1 FROM WS-PER-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-PER-MM
               END-IF
           END-IF.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY "/!\ Mois invalide /!\"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Premier jour du mois suivant, moins un jour
           MOVE WS-PER-AAAA TO WS-CAL-AAAA.
           MOVE WS-PER-MM   TO WS-CAL-MM.
           MOVE 1           TO WS-CAL-JJ.
           IF WS-CAL-MM = 12
               MOVE 1 TO WS-CAL-MM
               ADD 1 TO WS-CAL-AAAA
           ELSE
               ADD 1 TO WS-CAL-MM
           END-IF.
           COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL) - 1).
           DISPLAY "Operations reprises jusqu'au " WS-DATE-LIMITE.
       7000-DATE-LIMITE-FIN.
           EXIT.

      * Reserve la reference WS-PIE-BASE pour la piece courante :
      * la premiere occurrence non encore rencontree pendant cette
      * execution (suffixe /2, /3... pour des lignes identiques).
      * Positionne WS-CLE-STATUT : deja exportee (registre) ou a
      * exporter (ajoutee au tableau)
       7100-RESERVER-REFERENCE-DEB.
           MOVE 1 TO WS-CLE-OCCURRENCE.

       7100-RESERVER-REFERENCE-SUIVANTE.
           IF WS-CLE-OCCURRENCE = 1
               MOVE WS-PIE-BASE TO WS-PIE-REFERENCE
           ELSE
               MOVE WS-CLE-OCCURRENCE TO WS-CLE-OCC-ED
               INITIALIZE WS-PIE-REFERENCE
               STRING FUNCTION TRIM(WS-PIE-BASE) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLE-OCC-ED) DELIMITED BY SIZE
                   INTO WS-PIE-REFERENCE
               END-STRING
           END-IF.

           MOVE ZERO TO WS-CLE-TROUVEE.
           PERFORM VARYING WS-IDX-CLE FROM 1 BY 1
                   UNTIL WS-IDX-CLE > WS-NB-CLES
                      OR WS-CLE-TROUVEE NOT = ZERO
               IF WS-CLE-REFERENCE(WS-IDX-CLE) = WS-PIE-REFERENCE
                   MOVE WS-IDX-CLE TO WS-CLE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-CLE-TROUVEE NOT = ZERO
               IF WS-CLE-VUE(WS-CLE-TROUVEE) = "O"
                   AND WS-CLE-OCCURRENCE < 99
                   ADD 1 TO WS-CLE-OCCURRENCE
                   GO TO 7100-RESERVER-REFERENCE-SUIVANTE
               END-IF
               MOVE "O" TO WS-CLE-VUE(WS-CLE-TROUVEE)
               SET WS-CLE-DEJA-EXPORTEE TO TRUE
               GO TO 7100-RESERVER-REFERENCE-FIN
           END-IF.

           IF WS-NB-CLES < 20000
               ADD 1 TO WS-NB-CLES
               MOVE WS-PIE-REFERENCE TO WS-CLE-REFERENCE(WS-NB-CLES)
               MOVE "O" TO WS-CLE-VUE(WS-NB-CLES)
               SET WS-CLE-A-EXPORTER TO TRUE
           ELSE
               SET WS-CLE-CAPACITE TO TRUE
               DISPLAY "/!\ Registre plein (20000), "
                       FUNCTION TRIM(WS-PIE-REFERENCE)
                       " non exportee /!\"
           END-IF.
       7100-RESERVER-REFERENCE-FIN.
           EXIT.

      * Exporte la piece WS-PIE-* si elle ne l'a pas deja ete : une
      * ligne au debit, une ligne au credit, inscription au registre
      * et cumul du journal
       7200-EXPORTER-PIECE-DEB.
           IF WS-PIE-MONTANT = ZERO
               GO TO 7200-EXPORTER-PIECE-FIN
           END-IF.
           PERFORM 7100-RESERVER-REFERENCE-DEB
              THRU 7100-RESERVER-REFERENCE-FIN.
           IF WS-CLE-DEJA-EXPORTEE
               ADD 1 TO WS-NB-DEJA
           END-IF.
           IF NOT WS-CLE-A-EXPORTER
               GO TO 7200-EXPORTER-PIECE-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-ECRITURE.
           MOVE WS-PIE-DATE                   TO FS-ECR-DATE.
           MOVE WS-JRN-CODE(WS-PIE-JOURNAL)   TO FS-ECR-JOURNAL.
           MOVE WS-PIE-COMPTE-DEBIT           TO FS-ECR-COMPTE.
           MOVE WS-PIE-MONTANT                TO FS-ECR-DEBIT.
           MOVE ZERO                          TO FS-ECR-CREDIT.
           MOVE WS-PIE-REFERENCE              TO FS-ECR-REFERENCE.
           MOVE WS-PIE-DEVISE                 TO FS-ECR-DEVISE.
           MOVE WS-PIE-LIBELLE                TO FS-ECR-LIBELLE.
           WRITE FS-ENR-ECRITURE.

           MOVE WS-PIE-COMPTE-CREDIT          TO FS-ECR-COMPTE.
           MOVE ZERO                          TO FS-ECR-DEBIT.
           MOVE WS-PIE-MONTANT                TO FS-ECR-CREDIT.
           WRITE FS-ENR-ECRITURE.

           MOVE SPACES TO FS-ENR-EXPORTEE.
           MOVE WS-PIE-REFERENCE TO FS-EXP-REFERENCE.
           MOVE WS-DATE-JOUR     TO FS-EXP-DATE.
           MOVE WS-PERIODE       TO FS-EXP-PERIODE.
           WRITE FS-ENR-EXPORTEE.

           ADD 1              TO WS-JRN-NB-PIECES(WS-PIE-JOURNAL).
           ADD WS-PIE-MONTANT TO WS-JRN-DEBIT(WS-PIE-JOURNAL).
           ADD WS-PIE-MONTANT TO WS-JRN-CREDIT(WS-PIE-JOURNAL).
       7200-EXPORTER-PIECE-FIN.
           EXIT.

      * Devise du contrat WS-CTR-RECHERCHE ; la devise locale est
      * retenue si le contrat est inconnu
       7300-DEVISE-CONTRAT-DEB.
           MOVE WS-DEVISE-LOCALE TO WS-DEVISE-TROUVEE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-CODE(WS-IDX-CTR) = WS-CTR-RECHERCHE
                   AND WS-CTR-DEVISE(WS-IDX-CTR) NOT = SPACES
                   MOVE WS-CTR-DEVISE(WS-IDX-CTR)
                       TO WS-DEVISE-TROUVEE
               END-IF
           END-PERFORM.
       7300-DEVISE-CONTRAT-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL PRI : PRIMES ET RISTOURNES EMISES
      ******************************************************************
      * Quittance de prime : debit client, credit primes, a la date
      * d'emission. Ristourne : ecriture inverse pour son montant
      * d'origine. Ristourne remboursee : debit client, credit
      * banque (journal ENC) a la date de remboursement
       8100-PRIMES-DEB.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "quittances.dat absent (code " WS-FS-QUITTANCES
                       ") : pas de primes a exporter"
               GO TO 8100-PRIMES-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-QUI-DATE-EMISSION <= WS-DATE-LIMITE
                           PERFORM 8110-QUITTANCE-DEB
                              THRU 8110-QUITTANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-QUITTANCES.
       8100-PRIMES-FIN.
           EXIT.

       8110-QUITTANCE-DEB.
           MOVE FS-QUI-DATE-EMISSION TO WS-PIE-DATE.
           MOVE WS-JRN-PRI           TO WS-PIE-JOURNAL.
           MOVE FS-QUI-DEVISE        TO WS-PIE-DEVISE.
           MOVE FS-QUI-NOM-CLIENT    TO WS-PIE-LIBELLE.

           IF FS-QUI-STATUT NOT = WS-QUI-STATUT-RISTOURNE
              AND FS-QUI-STATUT NOT = WS-QUI-STATUT-REMBOURSEE
              AND FS-QUI-STATUT NOT = WS-QUI-STATUT-COMPENSEE
               MOVE WS-CPT-CLIENTS-ASSU TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-PRIMES       TO WS-PIE-COMPTE-CREDIT
               MOVE FS-QUI-MONTANT      TO WS-PIE-MONTANT
               INITIALIZE WS-PIE-BASE
               STRING "QUI-" FS-QUI-NUMERO
                   DELIMITED BY SIZE
                   INTO WS-PIE-BASE
               END-STRING
               PERFORM 7200-EXPORTER-PIECE-DEB
                  THRU 7200-EXPORTER-PIECE-FIN
               GO TO 8110-QUITTANCE-FIN
           END-IF.

      * Ristourne : montant restant plus montants deja compenses
           MOVE FS-QUI-MONTANT TO WS-MONTANT-ORIGINE.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-COMPENS
               IF WS-CMP-NO-RISTOURNE(WS-IDX-CMP) = FS-QUI-NUMERO
                   ADD WS-CMP-MONTANT(WS-IDX-CMP)
                       TO WS-MONTANT-ORIGINE
               END-IF
           END-PERFORM.
           MOVE WS-CPT-PRIMES       TO WS-PIE-COMPTE-DEBIT.
           MOVE WS-CPT-CLIENTS-ASSU TO WS-PIE-COMPTE-CREDIT.
           MOVE WS-MONTANT-ORIGINE  TO WS-PIE-MONTANT.
           INITIALIZE WS-PIE-BASE.
           STRING "RIS-" FS-QUI-NUMERO
               DELIMITED BY SIZE
               INTO WS-PIE-BASE
           END-STRING.
           PERFORM 7200-EXPORTER-PIECE-DEB
              THRU 7200-EXPORTER-PIECE-FIN.

      * Ristourne remboursee au client
           IF FS-QUI-STATUT = WS-QUI-STATUT-REMBOURSEE
              AND FS-QUI-DATE-PAIEMENT NOT = ZERO
              AND FS-QUI-DATE-PAIEMENT <= WS-DATE-LIMITE
               MOVE FS-QUI-DATE-PAIEMENT TO WS-PIE-DATE
               MOVE WS-JRN-ENC           TO WS-PIE-JOURNAL
               MOVE WS-CPT-CLIENTS-ASSU  TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-BANQUE        TO WS-PIE-COMPTE-CREDIT
               MOVE FS-QUI-MONTANT       TO WS-PIE-MONTANT
               INITIALIZE WS-PIE-BASE
               STRING "REM-" FS-QUI-NUMERO
                   DELIMITED BY SIZE
                   INTO WS-PIE-BASE
               END-STRING
               PERFORM 7200-EXPORTER-PIECE-DEB
                  THRU 7200-EXPORTER-PIECE-FIN
           END-IF.
       8110-QUITTANCE-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL ENC : PRIMES ENCAISSEES
      ******************************************************************
      * Paiement saisi ou prelevement accepte : debit banque, credit
      * client, dans la devise de la quittance. Les compensations
      * de ristournes sont ignorees
       8200-ENCAISSEMENTS-DEB.
           OPEN INPUT F-PAIEMENTS.
           IF WS-FS-PAIEMENTS NOT = "00"
               DISPLAY "paiements.txt absent (code " WS-FS-PAIEMENTS
                       ") : pas d'encaissement a exporter"
               GO TO 8200-ENCAISSEMENTS-FIN
           END-IF.
           OPEN INPUT F-QUITTANCES.
           MOVE "N" TO WS-QUI-OUVERT.
           IF WS-FS-QUITTANCES = "00"
               SET WS-QUI-EST-OUVERT TO TRUE
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-PAIEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-PAI-DATE <= WS-DATE-LIMITE
                          AND FS-PAI-ORIGINE NOT = "C"
                           PERFORM 8210-PAIEMENT-DEB
                              THRU 8210-PAIEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PAIEMENTS.
           IF WS-QUI-EST-OUVERT
               CLOSE F-QUITTANCES
           END-IF.
       8200-ENCAISSEMENTS-FIN.
           EXIT.

       8210-PAIEMENT-DEB.
           MOVE FS-PAI-NO-QUITTANCE TO FS-QUI-NUMERO.
           MOVE WS-DEVISE-LOCALE    TO WS-PIE-DEVISE.
           MOVE SPACES              TO WS-PIE-LIBELLE.
           IF WS-QUI-EST-OUVERT
               READ F-QUITTANCES
                   NOT INVALID KEY
                       MOVE FS-QUI-DEVISE     TO WS-PIE-DEVISE
                       MOVE FS-QUI-NOM-CLIENT TO WS-PIE-LIBELLE
               END-READ
           END-IF.
           MOVE FS-PAI-DATE         TO WS-PIE-DATE.
           MOVE WS-JRN-ENC          TO WS-PIE-JOURNAL.
           MOVE WS-CPT-BANQUE       TO WS-PIE-COMPTE-DEBIT.
           MOVE WS-CPT-CLIENTS-ASSU TO WS-PIE-COMPTE-CREDIT.
           MOVE FS-PAI-MONTANT      TO WS-PIE-MONTANT.
           INITIALIZE WS-PIE-BASE.
           STRING "PAI-" FS-PAI-DATE "-" FS-PAI-NO-QUITTANCE
               DELIMITED BY SIZE
               INTO WS-PIE-BASE
           END-STRING.
           PERFORM 7200-EXPORTER-PIECE-DEB
              THRU 7200-EXPORTER-PIECE-FIN.
       8210-PAIEMENT-FIN.
           EXIT.

      ******************************************************************
      * JOURNAUX VTE ET REG : VENTES FACTUREES ET PAYEES
      ******************************************************************
       8300-VENTES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               DISPLAY "factures.txt absent (code " WS-FS-FACTURES
                       ") : pas de vente a exporter"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 8310-FACTURE-DEB
                          THRU 8310-FACTURE-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.
       8300-VENTES-FIN.
           EXIT.

      * Facture emise : debit client, credit ventes pour le HT (FAC-)
      * et credit TVA collectee pour la TVA (FTV-). Facture payee :
      * debit banque, credit client, a la date de paiement, pour le
      * TTC. Avoir : debit ventes et TVA collectee, credit client, a
      * sa date d'emission (AVO- et ATV-) ; son imputation sur un
      * reglement ne mouvemente que le compte client et ne donne pas
      * lieu a ecriture. Une piece anterieure a la TVA (HT non
      * numerique) est exportee pour son montant, sans TVA
       8310-FACTURE-DEB.
           MOVE WS-DEVISE-LOCALE TO WS-PIE-DEVISE.
           INITIALIZE WS-PIE-LIBELLE.
           STRING "Client " FS-FAC-CLI-ID " commande " FS-FAC-NUM-CMD
               DELIMITED BY SIZE
               INTO WS-PIE-LIBELLE
           END-STRING.
           MOVE FS-FAC-NUM     TO WS-FAC-NUM-ED.

           MOVE ZERO TO WS-FAC-TVA.
           IF FS-FAC-MONTANT-HT IS NUMERIC
               MOVE FS-FAC-MONTANT-HT TO WS-FAC-HT
               PERFORM VARYING WS-IDX-VENT FROM 1 BY 1
                       UNTIL WS-IDX-VENT > 4
                   IF FS-FAC-TVA-MONTANT(WS-IDX-VENT) IS NUMERIC
                       ADD FS-FAC-TVA-MONTANT(WS-IDX-VENT)
                           TO WS-FAC-TVA
                   END-IF
               END-PERFORM
           ELSE
               MOVE FS-FAC-MONTANT TO WS-FAC-HT
           END-IF.

           IF FS-FAC-EST-AVOIR
               IF FS-FAC-DATE <= WS-DATE-LIMITE
                   MOVE FS-FAC-DATE          TO WS-PIE-DATE
                   MOVE WS-JRN-VTE           TO WS-PIE-JOURNAL
                   MOVE WS-CPT-VENTES        TO WS-PIE-COMPTE-DEBIT
                   MOVE WS-CPT-CLIENTS-VENTE TO WS-PIE-COMPTE-CREDIT
                   MOVE WS-FAC-HT            TO WS-PIE-MONTANT
                   INITIALIZE WS-PIE-BASE
                   STRING "AVO-" WS-FAC-NUM-ED
                       DELIMITED BY SIZE
                       INTO WS-PIE-BASE
                   END-STRING
                   PERFORM 7200-EXPORTER-PIECE-DEB
                      THRU 7200-EXPORTER-PIECE-FIN
                   MOVE WS-CPT-TVA-COLLECTEE TO WS-PIE-COMPTE-DEBIT
                   MOVE WS-FAC-TVA           TO WS-PIE-MONTANT
                   INITIALIZE WS-PIE-BASE
                   STRING "ATV-" WS-FAC-NUM-ED
                       DELIMITED BY SIZE
                       INTO WS-PIE-BASE
                   END-STRING
                   PERFORM 7200-EXPORTER-PIECE-DEB
                      THRU 7200-EXPORTER-PIECE-FIN
               END-IF
               GO TO 8310-FACTURE-FIN
           END-IF.

           IF FS-FAC-DATE <= WS-DATE-LIMITE
               MOVE FS-FAC-DATE          TO WS-PIE-DATE
               MOVE WS-JRN-VTE           TO WS-PIE-JOURNAL
               MOVE WS-CPT-CLIENTS-VENTE TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-VENTES        TO WS-PIE-COMPTE-CREDIT
               MOVE WS-FAC-HT            TO WS-PIE-MONTANT
               INITIALIZE WS-PIE-BASE
               STRING "FAC-" WS-FAC-NUM-ED
                   DELIMITED BY SIZE
                   INTO WS-PIE-BASE
               END-STRING
               PERFORM 7200-EXPORTER-PIECE-DEB
                  THRU 7200-EXPORTER-PIECE-FIN
               MOVE WS-CPT-TVA-COLLECTEE TO WS-PIE-COMPTE-CREDIT
               MOVE WS-FAC-TVA           TO WS-PIE-MONTANT
               INITIALIZE WS-PIE-BASE
               STRING "FTV-" WS-FAC-NUM-ED
                   DELIMITED BY SIZE
                   INTO WS-PIE-BASE
               END-STRING
               PERFORM 7200-EXPORTER-PIECE-DEB
                  THRU 7200-EXPORTER-PIECE-FIN
           END-IF.

           MOVE FS-FAC-MONTANT TO WS-PIE-MONTANT.
           IF FS-FAC-STATUT = WS-FAC-STATUT-PAYEE
              AND FS-FAC-DATE-PAIEMENT NOT = ZERO
              AND FS-FAC-DATE-PAIEMENT <= WS-DATE-LIMITE
               MOVE FS-FAC-DATE-PAIEMENT TO WS-PIE-DATE
               MOVE WS-JRN-REG           TO WS-PIE-JOURNAL
               MOVE WS-CPT-BANQUE        TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-CLIENTS-VENTE TO WS-PIE-COMPTE-CREDIT
               INITIALIZE WS-PIE-BASE
               STRING "FAP-" WS-FAC-NUM-ED
                   DELIMITED BY SIZE
                   INTO WS-PIE-BASE
               END-STRING
               PERFORM 7200-EXPORTER-PIECE-DEB
                  THRU 7200-EXPORTER-PIECE-FIN
           END-IF.
       8310-FACTURE-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL ACH : MARCHANDISES RECUES
      ******************************************************************
      * Quantite recue valorisee au prix unitaire de la ligne de
      * commande fournisseur : debit achats, credit fournisseurs
      * factures non parvenues
       8400-RECEPTIONS-DEB.
           MOVE ZERO TO WS-NB-SANS-PRIX.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RECEPTIONS.
           IF WS-FS-RECEPTIONS NOT = "00"
               DISPLAY "receptions.txt absent (code " WS-FS-RECEPTIONS
                       ") : pas de reception a exporter"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RECEPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RC-DATE <= WS-DATE-LIMITE
                           PERFORM 8410-RECEPTION-DEB
                              THRU 8410-RECEPTION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RECEPTIONS = "00" OR WS-FS-RECEPTIONS = "10"
               CLOSE F-RECEPTIONS
           END-IF.
           IF WS-NB-SANS-PRIX > ZERO
               DISPLAY "/!\ " WS-NB-SANS-PRIX " reception(s) sans "
                       "ligne de commande fournisseur, non exportee(s)"
                       " /!\"
           END-IF.
       8400-RECEPTIONS-FIN.
           EXIT.

       8410-RECEPTION-DEB.
           MOVE ZERO TO WS-IDX-CDE.
           PERFORM VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH > WS-NB-CDE
                      OR WS-IDX-CDE NOT = ZERO
               IF WS-CDE-NUM(WS-IDX-RECH) = FS-RC-NUM-CF
                   AND WS-CDE-PRODUIT(WS-IDX-RECH) = FS-RC-PRODUIT
                   MOVE WS-IDX-RECH TO WS-IDX-CDE
               END-IF
           END-PERFORM.
           IF WS-IDX-CDE = ZERO
               ADD 1 TO WS-NB-SANS-PRIX
               GO TO 8410-RECEPTION-FIN
           END-IF.

           MOVE FS-RC-DATE         TO WS-PIE-DATE.
           MOVE WS-JRN-ACH         TO WS-PIE-JOURNAL.
           MOVE WS-CPT-ACHATS      TO WS-PIE-COMPTE-DEBIT.
           MOVE WS-CPT-FOURN-FNP   TO WS-PIE-COMPTE-CREDIT.
           COMPUTE WS-PIE-MONTANT =
               FS-RC-QTE-RECUE * WS-CDE-PRIX(WS-IDX-CDE).
           MOVE WS-DEVISE-LOCALE   TO WS-PIE-DEVISE.
           INITIALIZE WS-PIE-LIBELLE.
           STRING "Reception " FS-RC-PRODUIT
               DELIMITED BY SIZE
               INTO WS-PIE-LIBELLE
           END-STRING.
           INITIALIZE WS-PIE-BASE.
           STRING "REC-" FS-RC-NUM-CF "-" FS-RC-DATE "-"
                  FS-RC-PRODUIT
               DELIMITED BY SIZE
               INTO WS-PIE-BASE
           END-STRING.
           PERFORM 7200-EXPORTER-PIECE-DEB
              THRU 7200-EXPORTER-PIECE-FIN.
       8410-RECEPTION-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL COM : COMMISSIONS REGLEES
      ******************************************************************
      * Commission reglee : debit commissions, credit banque. Reprise
      * de commission : ecriture inverse
       8500-COMMISSIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMISSIONS.
           IF WS-FS-COMMISSIONS NOT = "00"
               DISPLAY "commissions-reglees.txt absent (code "
                       WS-FS-COMMISSIONS ") : pas de commission a "
                       "exporter"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMISSIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-COM-DATE <= WS-DATE-LIMITE
                           PERFORM 8510-COMMISSION-DEB
                              THRU 8510-COMMISSION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMISSIONS = "00" OR WS-FS-COMMISSIONS = "10"
               CLOSE F-COMMISSIONS
           END-IF.
       8500-COMMISSIONS-FIN.
           EXIT.

       8510-COMMISSION-DEB.
           MOVE FS-COM-CODE-CONTRAT TO WS-CTR-RECHERCHE.
           PERFORM 7300-DEVISE-CONTRAT-DEB
              THRU 7300-DEVISE-CONTRAT-FIN.
           MOVE WS-DEVISE-TROUVEE   TO WS-PIE-DEVISE.
           MOVE FS-COM-DATE         TO WS-PIE-DATE.
           MOVE WS-JRN-COM          TO WS-PIE-JOURNAL.
           MOVE FS-COM-MONTANT      TO WS-PIE-MONTANT.
           INITIALIZE WS-PIE-LIBELLE.
           STRING "Courtier " FS-COM-BROKER-ID
                  " contrat " FS-COM-CODE-CONTRAT
               DELIMITED BY SIZE
               INTO WS-PIE-LIBELLE
           END-STRING.
           IF FS-COM-NATURE = WS-NATURE-REPRISE
               MOVE WS-CPT-BANQUE      TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-COMMISSIONS TO WS-PIE-COMPTE-CREDIT
           ELSE
               MOVE WS-CPT-COMMISSIONS TO WS-PIE-COMPTE-DEBIT
               MOVE WS-CPT-BANQUE      TO WS-PIE-COMPTE-CREDIT
           END-IF.
           INITIALIZE WS-PIE-BASE.
           STRING "COM-" FS-COM-NUMERO "-" FS-COM-CODE-CONTRAT "-"
                  FS-COM-NATURE
               DELIMITED BY SIZE
               INTO WS-PIE-BASE
           END-STRING.
           PERFORM 7200-EXPORTER-PIECE-DEB
              THRU 7200-EXPORTER-PIECE-FIN.
       8510-COMMISSION-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL SIN : SINISTRES PAYES
      ******************************************************************
      * Reglement de type PAIEMENT : debit charge de sinistres, credit
      * banque, dans la devise du contrat sinistre
       8600-SINISTRES-DEB.
           OPEN INPUT F-REGLEMENTS.
           IF WS-FS-REGLEMENTS NOT = "00"
               DISPLAY "reglements.dat absent (code " WS-FS-REGLEMENTS
                       ") : pas de sinistre paye a exporter"
               GO TO 8600-SINISTRES-FIN
           END-IF.
           OPEN INPUT F-SINISTRES.
           MOVE "N" TO WS-SIN-OUVERT.
           IF WS-FS-SINISTRES = "00"
               SET WS-SIN-EST-OUVERT TO TRUE
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-REGLEMENTS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-REG-TYPE = WS-REG-TYPE-PAIEMENT
                          AND FS-REG-DATE <= WS-DATE-LIMITE
                           PERFORM 8610-REGLEMENT-DEB
                              THRU 8610-REGLEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REGLEMENTS.
           IF WS-SIN-EST-OUVERT
               CLOSE F-SINISTRES
           END-IF.
       8600-SINISTRES-FIN.
           EXIT.

       8610-REGLEMENT-DEB.
           MOVE SPACES TO WS-CTR-RECHERCHE.
           IF WS-SIN-EST-OUVERT
               MOVE FS-REG-NO-SINISTRE TO FS-NO-SINISTRE
               READ F-SINISTRES
                   NOT INVALID KEY
                       MOVE FS-SIN-CODE-CONTRAT TO WS-CTR-RECHERCHE
               END-READ
           END-IF.
           PERFORM 7300-DEVISE-CONTRAT-DEB
              THRU 7300-DEVISE-CONTRAT-FIN.
           MOVE WS-DEVISE-TROUVEE   TO WS-PIE-DEVISE.
           MOVE FS-REG-DATE         TO WS-PIE-DATE.
           MOVE WS-JRN-SIN          TO WS-PIE-JOURNAL.
           MOVE WS-CPT-SINISTRES    TO WS-PIE-COMPTE-DEBIT.
           MOVE WS-CPT-BANQUE       TO WS-PIE-COMPTE-CREDIT.
           MOVE FS-REG-MONTANT      TO WS-PIE-MONTANT.
           MOVE FS-REG-BENEFICIAIRE TO WS-PIE-LIBELLE.
           MOVE FS-REG-SEQUENCE     TO WS-REG-SEQ-ED.
           INITIALIZE WS-PIE-BASE.
           STRING "SIN-" FS-REG-NO-SINISTRE "-" WS-REG-SEQ-ED
               DELIMITED BY SIZE
               INTO WS-PIE-BASE
           END-STRING.
           PERFORM 7200-EXPORTER-PIECE-DEB
              THRU 7200-EXPORTER-PIECE-FIN.
       8610-REGLEMENT-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE PAR JOURNAL
      ******************************************************************
      * Nombre de pieces, total debit et total credit de chaque
      * journal pour cette execution, a l'ecran et dans le fichier
      * de controle du mois
       8900-TOTAUX-CONTROLE-DEB.
           INITIALIZE WS-LIGNE-CONTROLE.
           STRING "EXPORT DU " WS-DATE-JOUR " A " WS-HEURE-JOUR
                  " - OPERATIONS JUSQU'AU " WS-DATE-LIMITE
               INTO WS-LIGNE-CONTROLE
           END-STRING.
           PERFORM 8910-ECRIRE-CONTROLE-DEB
              THRU 8910-ECRIRE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE-CONTROLE.
           STRING "Jnl Libelle                       Pieces"
                  "             Debit            Credit"
               DELIMITED BY SIZE
               INTO WS-LIGNE-CONTROLE
           END-STRING.
           PERFORM 8910-ECRIRE-CONTROLE-DEB
              THRU 8910-ECRIRE-CONTROLE-FIN.

           PERFORM VARYING WS-IDX-JRN FROM 1 BY 1
                   UNTIL WS-IDX-JRN > 7
               MOVE WS-JRN-NB-PIECES(WS-IDX-JRN) TO WS-NB-ED
               MOVE WS-JRN-DEBIT(WS-IDX-JRN)     TO WS-DEBIT-ED
               MOVE WS-JRN-CREDIT(WS-IDX-JRN)    TO WS-CREDIT-ED
               INITIALIZE WS-LIGNE-CONTROLE
               STRING WS-JRN-CODE(WS-IDX-JRN) " "
                      WS-JRN-LIBELLE(WS-IDX-JRN) " "
                      WS-NB-ED " " WS-DEBIT-ED " " WS-CREDIT-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CONTROLE
               END-STRING
               IF WS-JRN-DEBIT(WS-IDX-JRN)
                       NOT = WS-JRN-CREDIT(WS-IDX-JRN)
                   MOVE "DESEQUILIBRE" TO WS-LIGNE-CONTROLE(88:12)
               END-IF
               PERFORM 8910-ECRIRE-CONTROLE-DEB
                  THRU 8910-ECRIRE-CONTROLE-FIN
           END-PERFORM.

           MOVE WS-NB-DEJA TO WS-NB-ED.
           INITIALIZE WS-LIGNE-CONTROLE.
           STRING "Pieces deja exportees ignorees : " WS-NB-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-CONTROLE
           END-STRING.
           PERFORM 8910-ECRIRE-CONTROLE-DEB
              THRU 8910-ECRIRE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE-CONTROLE.
           PERFORM 8910-ECRIRE-CONTROLE-DEB
              THRU 8910-ECRIRE-CONTROLE-FIN.
           DISPLAY "Ecritures : " FUNCTION TRIM(WS-NOM-ECRITURES).
       8900-TOTAUX-CONTROLE-FIN.
           EXIT.

      * Ecrit WS-LIGNE-CONTROLE a l'ecran et dans le fichier de
      * controle
       8910-ECRIRE-CONTROLE-DEB.
           DISPLAY FUNCTION TRIM(WS-LIGNE-CONTROLE TRAILING).
           MOVE WS-LIGNE-CONTROLE TO FS-ENR-CONTROLE.
           WRITE FS-ENR-CONTROLE.
       8910-ECRIRE-CONTROLE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
