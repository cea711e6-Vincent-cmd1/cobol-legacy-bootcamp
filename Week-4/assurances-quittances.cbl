      *                    alimente en ajout)
      *   - F-BALANCE    : balance-agee.txt (rapport de la balance
      *                    agee, recree a chaque edition)
      *   - F-TARIFS     : tarifs-produits.txt (tarif des produits,
      *                    entree)
      *   - F-TAUX       : taux-change.txt (referentiel des taux,
      *                    entree)
      *   - F-ECARTS     : ecarts-change.txt (journal des ecarts de
      *                    change, alimente en ajout)
      *
      * REMARQUE  : La quittance reprend FS-MONTANT et FS-DEVISE du
      *             contrat tels quels ; le suivi remplace le tableur
      *             tenu a cote de assurances.dat.
      *
      * MODIFICATION : 15/10/2026 - Les ristournes emises par
      *                assurances.cbl a l'annulation d'un contrat
      *                (quittances RISTOURN) figurent au credit de la
      *                balance agee, desormais cumulee par FS-CLIENT-ID
      *                (tous contrats du client confondus) avec un
      *                solde net ; nouveau choix du menu pour
      *                rembourser une ristourne ou la compenser sur
      *                une quittance impayee du meme client. Une
      *                ristourne ne peut plus etre encaissee comme
      *                un paiement.
      * MODIFICATION : 15/10/2026 - La prime d'une quittance n'est plus
      *                FS-MONTANT (montant assure) : elle est calculee
      *                avec le tarif du produit (tarifs-produits.txt,
      *                tenu par tarifs-produits.cbl) en vigueur au
      *                debut de la periode facturee : prime annuelle =
      *                montant assure x taux, au moins la prime
      *                minimale, divisee par le nombre d'echeances de
      *                la frequence. Un contrat dont le produit n'a
      *                pas de tarif n'est pas facture et est signale.
      * MODIFICATION : 15/10/2026 - A l'encaissement d'une quittance
      *                (paiement saisi ou compensation d'une
      *                ristourne), l'ecart de change realise entre le
      *                taux d'emission et le taux du jour
      *                (taux-change.txt) est porte au journal
      *                ecarts-change.txt.
      * MODIFICATION : 15/10/2026 - La ligne de paiements.txt porte son
      *                origine (encaissement saisi ou compensation) et,
      *                pour une compensation, le numero de la
      *                ristourne imputee, pour l'interface comptable.
      * MODIFICATION : 15/10/2026 - Periodes comptables : emission des
      *                quittances, paiement et denouement de ristourne
      *                sont refuses si le mois du jour est cloture
      *                (controle-periode.cbl), sauf reouverture par un
      *                ADMIN (periodes-maint.cbl).
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                .cbl) : la numerotation des quittances repart du
      *                plus haut numero vivant ou archive (index
      *                archives-annuelles.txt) ; la generation est
      *                refusee pour une periode commencant dans une
      *                annee archivee, dont les quittances ne sont plus
      *                dans le maitre pour le controle de double
      *                emission.
      * MODIFICATION : 15/10/2026 - Chaque balance agee est
      *                conservee et inscrite au catalogue des
      *                rapports (catalogue-rapports).
      * MODIFICATION : 15/10/2026 - Une ristourne n'est compensee que
      *                sur une quittance de la meme devise.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BALANCE.

      * Tarif des produits (cf. tarifs-produits.cbl) : une ligne par
      * produit et par date d'effet
           SELECT F-TARIFS ASSIGN TO "tarifs-produits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

      * Referentiel des taux de change (cf. taux-change.cbl), lu
      * pour l'ecart de change realise a l'encaissement
           SELECT F-TAUX ASSIGN TO "taux-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX.

      * Journal des ecarts de change (cf. assurances-reevaluation),
      * alimente en ajout
           SELECT F-ECARTS ASSIGN TO "ecarts-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ECARTS.

      * Index des fichiers d'historique annuels (cf. archivage-annuel
      * .cbl), lu pour la numerotation
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

       DATA DIVISION.
       FILE SECTION.

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

      * Balance agee des primes impayees
       FD F-BALANCE.
       01 FS-ENR-BALANCE                  PIC X(132).

      * Tarif d'un produit, tel que declare dans tarifs-produits.cbl
       FD F-TARIFS.
       01 FS-ENR-TARIF.
           05 FS-TAR-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-TAR-DATE-EFFET           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-TAR-TAUX                 PIC 9(02)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-TAR-PRIME-MINI           PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-TAR-FREQUENCE            PIC X(01).

      * Une ligne de taux par devise et par date d'effet (cf.
      * taux-change.cbl)
       FD F-TAUX.
       01 FS-ENR-TAUX.
           05 FS-TX-DEVISE                PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-TX-DATE-EFFET            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-TX-TAUX                  PIC 9(03)V9(04).

      * Ecart de change d'une quittance, tel que declare dans
      * assurances-reevaluation.cbl
       FD F-ECARTS.
       01 FS-ENR-ECART.
           05 FS-ECA-TYPE                 PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-ECA-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-ECA-TAUX-ORIGINE         PIC 9(03)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-TAUX                 PIC 9(03)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-ECART                PIC S9(09)V9(02)
                                          SIGN LEADING SEPARATE.

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

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-BALANCE            PIC X(02).
       01 WS-FS-TARIFS             PIC X(02).

      * Tarif des produits charge en memoire a chaque generation
       01 WS-NB-TARIFS             PIC 9(03) VALUE ZERO.
       01 WS-IDX-TAR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-TARIFS.
           05 WS-TARIF OCCURS 500 TIMES.
              10 WS-TAR-PRODUIT         PIC X(14).
              10 WS-TAR-DATE-EFFET      PIC 9(08).
              10 WS-TAR-TAUX            PIC 9(02)V9(04).
              10 WS-TAR-PRIME-MINI      PIC 9(07)V9(02).
              10 WS-TAR-FREQUENCE       PIC X(01).

      * Tarif en vigueur retenu pour le contrat courant, et calcul
      * de sa prime de periode
       01 WS-TAR-RETENU            PIC 9(03) VALUE ZERO.
       01 WS-TAR-DATE-RETENUE      PIC 9(08).
       01 WS-PRIME-ANNUELLE        PIC 9(09)V9(02).
       01 WS-PRIME-PERIODE         PIC 9(07)V9(02).
       01 WS-NB-ECHEANCES          PIC 9(02).
       01 WS-NB-SANS-TARIF         PIC 9(05) VALUE ZERO.

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
      * Date du jour (emission et balance agee)
       01 WS-DATE-JOUR             PIC 9(08).

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

      * Periode de facturation saisie pour la generation
       01 WS-PER-DATE-DEBUT        PIC 9(08).
       01 WS-PER-DATE-FIN          PIC 9(08).
           88 WS-QUI-EST-DEJA-EMISE             VALUE "Y".

      * Numerotation des quittances : poursuivie a partir du nombre
      * de quittances deja presentes dans le maitre, ou du plus haut
      * numero vivant ou archive s'il est superieur
       01 WS-PROCH-NO-QUITTANCE    PIC 9(08) VALUE ZERO.
       01 WS-NO-QUITTANCE-LU       PIC 9(08) VALUE ZERO.

      * Quittances archivees (index archives-annuelles.txt) : plus
      * haut numero et derniere annee d'emission archivee
       01 WS-FS-ARCHIVES           PIC X(02).
       01 WS-NO-ARCHIVE-MAX        PIC 9(08) VALUE ZERO.
       01 WS-ANNEE-ARCHIVEE        PIC 9(04) VALUE ZERO.

      * Compteur de quittances emises par la generation en cours
       01 WS-NB-EMISES             PIC 9(05) VALUE ZERO.
       01 WS-STATUT-ACTIF          PIC X(08) VALUE "ACTIF".
       01 WS-QUI-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-QUI-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
      * Ristourne de prime non courue (credit du client), puis son
      * denouement : remboursee ou compensee sur une autre quittance
       01 WS-QUI-STATUT-RISTOURNE  PIC X(08) VALUE "RISTOURN".
       01 WS-QUI-STATUT-REMBOURSEE PIC X(08) VALUE "REMBOURS".
       01 WS-QUI-STATUT-COMPENSEE  PIC X(08) VALUE "COMPENSE".

      * Zones de saisie pour l'enregistrement d'un paiement
       01 WS-PAI-NO-SAISIE         PIC X(08).
           88 WS-BAL-EST-TROUVE                 VALUE "Y".
       01 WS-TAB-BALANCE.
           05 WS-BAL-CLIENT OCCURS 200 TIMES.
              10 WS-BAL-CLIENT-ID       PIC X(06).
              10 WS-BAL-NOM-CLIENT      PIC X(41).
              10 WS-BAL-TR-0-30         PIC 9(09)V9(02) VALUE ZERO.
              10 WS-BAL-TR-31-60        PIC 9(09)V9(02) VALUE ZERO.
              10 WS-BAL-TR-61-90        PIC 9(09)V9(02) VALUE ZERO.
              10 WS-BAL-TR-PLUS-90      PIC 9(09)V9(02) VALUE ZERO.
              10 WS-BAL-NB-QUITTANCES   PIC 9(05)       VALUE ZERO.
              10 WS-BAL-RISTOURNES      PIC 9(09)V9(02) VALUE ZERO.

      * Identifiant client du contrat de la quittance courante (vide
      * si le contrat n'est pas encore rapproche d'un client), et
      * solde net du client : impayes moins ristournes
       01 WS-BAL-ID-COURANT        PIC X(06).
       01 WS-BAL-SOLDE             PIC S9(09)V9(02).
       01 WS-BAL-SOLDE-ED          PIC -ZZZ,ZZZ,ZZ9.99.

      * Denouement d'une ristourne : quittance de credit, mode
      * choisi (R = remboursement, C = compensation) et quittance
      * impayee du meme client compensee
       01 WS-RIS-NO-SAISIE         PIC X(08).
       01 WS-RIS-MODE              PIC X(01).
           88 WS-RIS-REMBOURSEMENT              VALUE 'R'.
           88 WS-RIS-COMPENSATION               VALUE 'C'.
       01 WS-RIS-MONTANT           PIC 9(07)V9(02).
       01 WS-RIS-CODE-CONTRAT      PIC X(08).
       01 WS-RIS-NOM-CLIENT        PIC X(41).
       01 WS-RIS-CLIENT-ID         PIC X(06).
       01 WS-RIS-DEVISE            PIC X(04).
       01 WS-CMP-NO-SAISIE         PIC X(08).
       01 WS-CMP-CLIENT-ID         PIC X(06).
       01 WS-CMP-MONTANT           PIC 9(07)V9(02).
       01 WS-MEME-CLIENT           PIC X(01) VALUE 'N'.
           88 WS-EST-MEME-CLIENT                VALUE 'Y'.

      * Zones editees pour la balance agee (les champs numeriques
      * bruts n'ont pas de point decimal)
       01 WS-BAL-TR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-BALANCE         PIC X(132).

      * Referentiel des taux de change, charge au premier
      * encaissement du passage
       01 WS-FS-TAUX               PIC X(02).
       01 WS-FS-ECARTS             PIC X(02).
       01 WS-NB-TAUX               PIC 9(04) VALUE ZERO.
       01 WS-IDX-TX                PIC 9(04) VALUE ZERO.
       01 WS-TAUX-CHARGES          PIC X(01) VALUE "N".
           88 WS-TAUX-SONT-CHARGES              VALUE "O".
       01 WS-TAB-TAUX.
           05 WS-TX OCCURS 1000 TIMES.
              10 WS-TX-DEVISE           PIC X(04).
              10 WS-TX-DATE-EFFET       PIC 9(08).
              10 WS-TX-TAUX             PIC 9(03)V9(04).

      * Taux en vigueur d'une devise a une date (plus grande date
      * d'effet inferieure ou egale)
       01 WS-CHG-DEVISE            PIC X(04).
       01 WS-CHG-DATE              PIC 9(08).
       01 WS-CHG-TAUX              PIC 9(03)V9(04).
       01 WS-CHG-DATE-RETENUE      PIC 9(08).
       01 WS-CHG-TROUVE            PIC X(01).
           88 WS-CHG-EST-TROUVE                 VALUE "O".

      * Ecart de change realise sur la quittance encaissee :
      * client, date de reglement, taux d'emission et de reglement
       01 WS-ECA-TYPE-REALISE      PIC X(08) VALUE "REALISE".
       01 WS-ECA-CLIENT-ID         PIC X(06).
       01 WS-ECA-DATE-REGLEMENT    PIC 9(08).
       01 WS-ECA-TAUX-ORIGINE      PIC 9(03)V9(04).
       01 WS-ECA-TAUX              PIC 9(03)V9(04).
       01 WS-ECA-ECART             PIC S9(09)V9(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-quittances".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
                               TO WS-QUI-PERIODE-DEBUT
                                   (WS-NB-QUITTANCES)
                       END-IF
                       IF FS-QUI-NUMERO IS NUMERIC
                           MOVE FS-QUI-NUMERO TO WS-NO-QUITTANCE-LU
                       END-IF
               END-READ
           END-PERFORM.

      * Les quittances archivees ont quitte le maitre : leur nombre
      * n'est plus compte, leurs numeros restent pris
           MOVE WS-NB-QUITTANCES TO WS-PROCH-NO-QUITTANCE.
           IF WS-NO-QUITTANCE-LU > WS-PROCH-NO-QUITTANCE
               MOVE WS-NO-QUITTANCE-LU TO WS-PROCH-NO-QUITTANCE
           END-IF.
           IF WS-NO-ARCHIVE-MAX > WS-PROCH-NO-QUITTANCE
               MOVE WS-NO-ARCHIVE-MAX TO WS-PROCH-NO-QUITTANCE
           END-IF.
       6110-CHARGER-QUITTANCES-FIN.
           EXIT.

      * Plus haut numero et derniere annee des quittances archivees ;
      * sans index, aucune quittance n'a ete archivee
       6140-CHARGER-ARCHIVES-DEB.
           MOVE ZERO TO WS-NO-ARCHIVE-MAX.
           MOVE ZERO TO WS-ANNEE-ARCHIVEE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               GO TO 6140-CHARGER-ARCHIVES-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ARCHIVES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-AA-FAMILLE = "QUITTANCES"
                           IF FS-AA-NUMERO-MAX > WS-NO-ARCHIVE-MAX
                               MOVE FS-AA-NUMERO-MAX
                                   TO WS-NO-ARCHIVE-MAX
                           END-IF
                           IF FS-AA-ANNEE > WS-ANNEE-ARCHIVEE
                               MOVE FS-AA-ANNEE TO WS-ANNEE-ARCHIVEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVES.
       6140-CHARGER-ARCHIVES-FIN.
           EXIT.

      * Charge le tarif des produits ; sans tarif, aucune quittance
      * ne peut etre calculee (chaque contrat sera signale)
       6120-CHARGER-TARIFS-DEB.
           MOVE ZERO TO WS-NB-TARIFS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TARIFS.
           IF WS-FS-TARIFS NOT = "00"
               DISPLAY "/!\ tarifs-produits.txt absent (code "
                       WS-FS-TARIFS ") /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TARIFS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-TARIFS < 500
                           ADD 1 TO WS-NB-TARIFS
                           MOVE FS-TAR-PRODUIT
                               TO WS-TAR-PRODUIT(WS-NB-TARIFS)
                           MOVE FS-TAR-DATE-EFFET
                               TO WS-TAR-DATE-EFFET(WS-NB-TARIFS)
                           MOVE FS-TAR-TAUX
                               TO WS-TAR-TAUX(WS-NB-TARIFS)
                           MOVE FS-TAR-PRIME-MINI
                               TO WS-TAR-PRIME-MINI(WS-NB-TARIFS)
                           MOVE FS-TAR-FREQUENCE
                               TO WS-TAR-FREQUENCE(WS-NB-TARIFS)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tarif (500) atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TARIFS = "00" OR WS-FS-TARIFS = "10"
               CLOSE F-TARIFS
           END-IF.
       6120-CHARGER-TARIFS-FIN.
           EXIT.

      ******************************************************************
      * ECART DE CHANGE REALISE A L'ENCAISSEMENT
      ******************************************************************
      * Journal des ecarts ouvert en ajout, cree s'il n'existe pas
       6050-OPEN-F-ECARTS-APPEND-DEB.
           OPEN EXTEND F-ECARTS.
           IF WS-FS-ECARTS = "35"
               OPEN OUTPUT F-ECARTS
               CLOSE F-ECARTS
               OPEN EXTEND F-ECARTS
           END-IF.
           IF WS-FS-ECARTS NOT = "00"
               DISPLAY "Erreur ouverture ecarts-change.txt, code : "
                   WS-FS-ECARTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-F-ECARTS-APPEND-FIN.
           EXIT.

       6250-CLOSE-F-ECARTS-DEB.
           CLOSE F-ECARTS.
       6250-CLOSE-F-ECARTS-FIN.
           EXIT.

      * Referentiel charge une fois par passage ; absent, aucun
      * ecart n'est calcule
       6130-CHARGER-TAUX-DEB.
           SET WS-TAUX-SONT-CHARGES TO TRUE.
           MOVE ZERO TO WS-NB-TAUX.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TAUX.
           IF WS-FS-TAUX NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TAUX
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-TAUX < 1000
                           ADD 1 TO WS-NB-TAUX
                           MOVE FS-TX-DEVISE
                               TO WS-TX-DEVISE(WS-NB-TAUX)
                           MOVE FS-TX-DATE-EFFET
                               TO WS-TX-DATE-EFFET(WS-NB-TAUX)
                           MOVE FS-TX-TAUX
                               TO WS-TX-TAUX(WS-NB-TAUX)
                       ELSE
                           DISPLAY "/!\ ATTENTION : capacite des "
                                   "taux (1000) atteinte /!\"
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TAUX = "00" OR WS-FS-TAUX = "10"
               CLOSE F-TAUX
           END-IF.
       6130-CHARGER-TAUX-FIN.
           EXIT.

      * Entree : WS-CHG-DEVISE, WS-CHG-DATE. Sortie : WS-CHG-TAUX si
      * WS-CHG-EST-TROUVE
       7600-TAUX-EN-VIGUEUR-DEB.
           MOVE "N" TO WS-CHG-TROUVE.
           MOVE ZERO TO WS-CHG-TAUX.
           MOVE ZERO TO WS-CHG-DATE-RETENUE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TAUX
               IF WS-TX-DEVISE(WS-IDX-TX) = WS-CHG-DEVISE
                  AND WS-TX-DATE-EFFET(WS-IDX-TX) <= WS-CHG-DATE
                  AND WS-TX-DATE-EFFET(WS-IDX-TX)
                      >= WS-CHG-DATE-RETENUE
                   MOVE WS-TX-DATE-EFFET(WS-IDX-TX)
                       TO WS-CHG-DATE-RETENUE
                   MOVE WS-TX-TAUX(WS-IDX-TX) TO WS-CHG-TAUX
                   SET WS-CHG-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM.
       7600-TAUX-EN-VIGUEUR-FIN.
           EXIT.

      * Quittance FS-ENR-QUITTANCE reglee le WS-ECA-DATE-REGLEMENT :
      * son montant valorise au taux du reglement moins sa valeur au
      * taux d'emission est porte au journal (devise sans taux, ou
      * taux inchange : rien a porter)
       7610-ECART-REALISE-DEB.
           IF NOT WS-TAUX-SONT-CHARGES
               PERFORM 6130-CHARGER-TAUX-DEB
                  THRU 6130-CHARGER-TAUX-FIN
           END-IF.

           MOVE FS-QUI-DEVISE        TO WS-CHG-DEVISE.
           MOVE FS-QUI-DATE-EMISSION TO WS-CHG-DATE.
           PERFORM 7600-TAUX-EN-VIGUEUR-DEB
              THRU 7600-TAUX-EN-VIGUEUR-FIN.
           IF NOT WS-CHG-EST-TROUVE
               GO TO 7610-ECART-REALISE-FIN
           END-IF.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX-ORIGINE.

           MOVE WS-ECA-DATE-REGLEMENT TO WS-CHG-DATE.
           PERFORM 7600-TAUX-EN-VIGUEUR-DEB
              THRU 7600-TAUX-EN-VIGUEUR-FIN.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX.
           IF WS-ECA-TAUX = WS-ECA-TAUX-ORIGINE
               GO TO 7610-ECART-REALISE-FIN
           END-IF.

           COMPUTE WS-ECA-ECART ROUNDED =
               FS-QUI-MONTANT * (WS-ECA-TAUX - WS-ECA-TAUX-ORIGINE).

           MOVE SPACES                TO FS-ENR-ECART.
           MOVE WS-ECA-TYPE-REALISE   TO FS-ECA-TYPE.
           MOVE WS-ECA-DATE-REGLEMENT TO FS-ECA-DATE.
           MOVE FS-QUI-NUMERO         TO FS-ECA-NO-QUITTANCE.
           MOVE WS-ECA-CLIENT-ID      TO FS-ECA-CLIENT-ID.
           MOVE FS-QUI-DEVISE         TO FS-ECA-DEVISE.
           MOVE FS-QUI-MONTANT        TO FS-ECA-MONTANT.
           MOVE WS-ECA-TAUX-ORIGINE   TO FS-ECA-TAUX-ORIGINE.
           MOVE WS-ECA-TAUX           TO FS-ECA-TAUX.
           MOVE WS-ECA-ECART          TO FS-ECA-ECART.
           WRITE FS-ENR-ECART.
       7610-ECART-REALISE-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL DE LA FACTURATION
      ******************************************************************
               DISPLAY "* 1 - Generer les quittances d'une periode*"
               DISPLAY "* 2 - Enregistrer un paiement             *"
               DISPLAY "* 3 - Balance agee des primes impayees    *"
               DISPLAY "* 4 - Rembourser / compenser ristourne    *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
                   WHEN 3
                       PERFORM 9300-BALANCE-AGEE-DEB
                          THRU 9300-BALANCE-AGEE-FIN
                   WHEN 4
                       PERFORM 9400-DENOUER-RISTOURNE-DEB
                          THRU 9400-DENOUER-RISTOURNE-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
      * contrat ACTIF n'ayant pas encore de quittance pour ce debut
      * de periode
       9100-GENERER-QUITTANCES-DEB.
      * Aucune quittance ne doit etre datee d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Aucune quittance emise."
               GO TO 9100-GENERER-QUITTANCES-FIN
           END-IF.

           DISPLAY "Debut de periode a facturer (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PER-DATE-DEBUT.
           DISPLAY "Fin de periode a facturer (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PER-DATE-FIN.

      * Les quittances d'une annee archivee ne sont plus dans le
      * maitre : une seconde emission ne serait pas detectee
           PERFORM 6140-CHARGER-ARCHIVES-DEB
              THRU 6140-CHARGER-ARCHIVES-FIN.
           IF WS-PER-DATE-DEBUT NOT = ZERO
              AND WS-PER-DATE-DEBUT(1:4) <= WS-ANNEE-ARCHIVEE
               DISPLAY "/!\ Annee " WS-PER-DATE-DEBUT(1:4)
                       " archivee (archives-annuelles.txt), "
                       "generation annulee /!\"
               GO TO 9100-GENERER-QUITTANCES-FIN
           END-IF.

           IF WS-PER-DATE-DEBUT = ZERO OR WS-PER-DATE-FIN = ZERO
               DISPLAY "/!\ Periode incomplete, generation annulee /!\"
           ELSE
               PERFORM 6110-CHARGER-QUITTANCES-DEB
                  THRU 6110-CHARGER-QUITTANCES-FIN
               PERFORM 6120-CHARGER-TARIFS-DEB
                  THRU 6120-CHARGER-TARIFS-FIN
               MOVE ZERO TO WS-NB-SANS-TARIF

               PERFORM 6020-OPEN-F-ASSURANCES-DEB
                  THRU 6020-OPEN-F-ASSURANCES-FIN

               DISPLAY "Quittances emises pour la periode : "
                       WS-NB-EMISES
               IF WS-NB-SANS-TARIF > ZERO
                   DISPLAY "/!\ Contrats non factures faute de "
                           "tarif : " WS-NB-SANS-TARIF " /!\"
               END-IF
           END-IF.
       9100-GENERER-QUITTANCES-FIN.
           EXIT.
           END-PERFORM.

           IF NOT WS-QUI-EST-DEJA-EMISE
               PERFORM 9120-CALCULER-PRIME-DEB
                  THRU 9120-CALCULER-PRIME-FIN
               IF WS-TAR-RETENU = ZERO
                   ADD 1 TO WS-NB-SANS-TARIF
                   DISPLAY "/!\ Contrat " FS-CODE-CONTRAT
                           " : aucun tarif "
                           FUNCTION TRIM(FS-NOM-PRODUIT)
                           " au " WS-PER-DATE-DEBUT ", non facture /!\"
                   GO TO 9110-EMETTRE-QUITTANCE-FIN
               END-IF
               ADD 1 TO WS-PROCH-NO-QUITTANCE
               MOVE WS-PROCH-NO-QUITTANCE  TO FS-QUI-NUMERO
               MOVE FS-CODE-CONTRAT        TO FS-QUI-CODE-CONTRAT
               MOVE FS-NOM-CLIENT          TO FS-QUI-NOM-CLIENT
               MOVE WS-PER-DATE-DEBUT      TO FS-QUI-PERIODE-DEBUT
               MOVE WS-PER-DATE-FIN        TO FS-QUI-PERIODE-FIN
               MOVE WS-PRIME-PERIODE       TO FS-QUI-MONTANT
               MOVE FS-DEVISE              TO FS-QUI-DEVISE
               MOVE WS-QUI-STATUT-EMISE    TO FS-QUI-STATUT
               MOVE WS-DATE-JOUR           TO FS-QUI-DATE-EMISSION
       9110-EMETTRE-QUITTANCE-FIN.
           EXIT.

      * Prime de la periode pour le contrat courant : tarif de son
      * produit en vigueur au debut de la periode (plus grande date
      * d'effet <= WS-PER-DATE-DEBUT), prime annuelle = montant
      * assure x taux / 100 relevee au minimum, puis divisee par le
      * nombre d'echeances de la frequence. WS-TAR-RETENU reste a
      * zero si le produit n'a pas de tarif a cette date
       9120-CALCULER-PRIME-DEB.
           MOVE ZERO TO WS-TAR-RETENU.
           MOVE ZERO TO WS-TAR-DATE-RETENUE.
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TARIFS
               IF WS-TAR-PRODUIT(WS-IDX-TAR) = FS-NOM-PRODUIT
                   AND WS-TAR-DATE-EFFET(WS-IDX-TAR)
                       <= WS-PER-DATE-DEBUT
                   AND WS-TAR-DATE-EFFET(WS-IDX-TAR)
                       >= WS-TAR-DATE-RETENUE
                   MOVE WS-IDX-TAR TO WS-TAR-RETENU
                   MOVE WS-TAR-DATE-EFFET(WS-IDX-TAR)
                       TO WS-TAR-DATE-RETENUE
               END-IF
           END-PERFORM.
           IF WS-TAR-RETENU = ZERO
               GO TO 9120-CALCULER-PRIME-FIN
           END-IF.

           COMPUTE WS-PRIME-ANNUELLE ROUNDED =
               FS-MONTANT * WS-TAR-TAUX(WS-TAR-RETENU) / 100.
           IF WS-PRIME-ANNUELLE < WS-TAR-PRIME-MINI(WS-TAR-RETENU)
               MOVE WS-TAR-PRIME-MINI(WS-TAR-RETENU)
                   TO WS-PRIME-ANNUELLE
           END-IF.

           EVALUATE WS-TAR-FREQUENCE(WS-TAR-RETENU)
               WHEN "S"
                   MOVE 2 TO WS-NB-ECHEANCES
               WHEN "T"
                   MOVE 4 TO WS-NB-ECHEANCES
               WHEN "M"
                   MOVE 12 TO WS-NB-ECHEANCES
               WHEN OTHER
                   MOVE 1 TO WS-NB-ECHEANCES
           END-EVALUATE.
           COMPUTE WS-PRIME-PERIODE ROUNDED =
               WS-PRIME-ANNUELLE / WS-NB-ECHEANCES.
       9120-CALCULER-PRIME-FIN.
           EXIT.

      ******************************************************************
      * ENREGISTREMENT D'UN PAIEMENT RECU
      ******************************************************************
      * Relit la quittance par son numero, la marque PAYEE et consigne
      * le paiement dans le journal paiements.txt
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

           DISPLAY "Numero de la quittance payee "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-PAI-NO-SAISIE.
                       IF FS-QUI-STATUT = WS-QUI-STATUT-PAYEE
                           DISPLAY "/!\ Quittance deja payee le "
                                   FS-QUI-DATE-PAIEMENT " /!\"
                           GO TO 9200-ENREGISTRER-PAIEMENT-FIN
                       END-IF
                       IF FS-QUI-STATUT NOT = WS-QUI-STATUT-EMISE
                           DISPLAY "/!\ Quittance " FS-QUI-STATUT
                                   " : pas d'encaissement possible"
                                   " /!\"
                       ELSE
                           DISPLAY "Montant attendu : " FS-QUI-MONTANT
                                   " " FS-QUI-DEVISE
                                   TO FS-PAI-NO-QUITTANCE
                               MOVE WS-PAI-MONTANT-SAISIE
                                   TO FS-PAI-MONTANT
                               MOVE SPACE TO FS-PAI-ORIGINE
                               MOVE SPACES TO FS-PAI-NO-RISTOURNE
                               WRITE FS-ENR-PAIEMENT
                               PERFORM 6230-CLOSE-F-PAIEMENTS-DEB
                                  THRU 6230-CLOSE-F-PAIEMENTS-FIN

                               PERFORM 6020-OPEN-F-ASSURANCES-DEB
                                  THRU 6020-OPEN-F-ASSURANCES-FIN
                               PERFORM 9305-CHERCHER-CLIENT-ID-DEB
                                  THRU 9305-CHERCHER-CLIENT-ID-FIN
                               MOVE FS-CLIENT-ID TO WS-ECA-CLIENT-ID
                               PERFORM 6220-CLOSE-F-ASSURANCES-DEB
                                  THRU 6220-CLOSE-F-ASSURANCES-FIN
                               MOVE WS-DATE-JOUR
                                   TO WS-ECA-DATE-REGLEMENT
                               PERFORM 6050-OPEN-F-ECARTS-APPEND-DEB
                                  THRU 6050-OPEN-F-ECARTS-APPEND-FIN
                               PERFORM 7610-ECART-REALISE-DEB
                                  THRU 7610-ECART-REALISE-FIN
                               PERFORM 6250-CLOSE-F-ECARTS-DEB
                                  THRU 6250-CLOSE-F-ECARTS-FIN

                               DISPLAY "Paiement enregistre, "
                                       "quittance soldee."
                           END-IF
      ******************************************************************
      * Parcourt les quittances encore EMISE et cumule leur montant
      * par client dans quatre tranches d'anciennete (0-30, 31-60,
      * 61-90, plus de 90 jours depuis l'emission) ; les ristournes
      * en attente (RISTOURN) sont cumulees au credit du client. Le
      * client est celui du contrat (FS-CLIENT-ID), pour compenser
      * entre ses differents contrats ; a defaut, le nom porte par
      * la quittance
       9300-BALANCE-AGEE-DEB.
           MOVE ZERO TO WS-NB-CLIENTS-BAL.
           INITIALIZE WS-TAB-BALANCE.
           PERFORM 6020-OPEN-F-ASSURANCES-DEB
              THRU 6020-OPEN-F-ASSURANCES-FIN.
           COMPUTE WS-JOUR-COURANT-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-QUI-STATUT = WS-QUI-STATUT-EMISE
                          OR FS-QUI-STATUT = WS-QUI-STATUT-RISTOURNE
                           PERFORM 9310-CUMULER-IMPAYE-DEB
                              THRU 9310-CUMULER-IMPAYE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 6220-CLOSE-F-ASSURANCES-DEB
              THRU 6220-CLOSE-F-ASSURANCES-FIN.

           PERFORM 9320-EDITER-BALANCE-DEB
              THRU 9320-EDITER-BALANCE-FIN.
       9300-BALANCE-AGEE-FIN.
           EXIT.

      * Cumule la quittance impayee (ou la ristourne) courante dans
      * la tranche d'anciennete du client concerne
       9310-CUMULER-IMPAYE-DEB.
           COMPUTE WS-JOUR-EMISSION-ENTIER =
               FUNCTION INTEGER-OF-DATE(FS-QUI-DATE-EMISSION).
           COMPUTE WS-AGE-JOURS =
               WS-JOUR-COURANT-ENTIER - WS-JOUR-EMISSION-ENTIER.

           PERFORM 9305-CHERCHER-CLIENT-ID-DEB
              THRU 9305-CHERCHER-CLIENT-ID-FIN.
           MOVE FS-CLIENT-ID TO WS-BAL-ID-COURANT.

           MOVE "N" TO WS-BAL-TROUVE.
           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL > WS-NB-CLIENTS-BAL
                      OR WS-BAL-EST-TROUVE
               IF (WS-BAL-ID-COURANT NOT = SPACES
                   AND WS-BAL-CLIENT-ID(WS-IDX-BAL)
                       = WS-BAL-ID-COURANT)
                  OR (WS-BAL-ID-COURANT = SPACES
                   AND WS-BAL-CLIENT-ID(WS-IDX-BAL) = SPACES
                   AND WS-BAL-NOM-CLIENT(WS-IDX-BAL)
                       = FS-QUI-NOM-CLIENT)
                   SET WS-BAL-EST-TROUVE TO TRUE
                   PERFORM 9315-AJOUTER-TRANCHE-DEB
                      THRU 9315-AJOUTER-TRANCHE-FIN
           IF NOT WS-BAL-EST-TROUVE
               IF WS-NB-CLIENTS-BAL < 200
                   ADD 1 TO WS-NB-CLIENTS-BAL
                   MOVE WS-BAL-ID-COURANT
                       TO WS-BAL-CLIENT-ID(WS-NB-CLIENTS-BAL)
                   MOVE FS-QUI-NOM-CLIENT
                       TO WS-BAL-NOM-CLIENT(WS-NB-CLIENTS-BAL)
                   MOVE WS-NB-CLIENTS-BAL TO WS-IDX-BAL
      * Ajoute le montant de la quittance courante dans la tranche
      * d'anciennete de l'entree WS-IDX-BAL
       9315-AJOUTER-TRANCHE-DEB.
           IF FS-QUI-STATUT = WS-QUI-STATUT-RISTOURNE
               ADD FS-QUI-MONTANT TO WS-BAL-RISTOURNES(WS-IDX-BAL)
               GO TO 9315-AJOUTER-TRANCHE-FIN
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 30
                   ADD FS-QUI-MONTANT TO WS-BAL-TR-0-30(WS-IDX-BAL)
       9315-AJOUTER-TRANCHE-FIN.
           EXIT.

      * Lit le contrat de la quittance courante pour en connaitre le
      * client (FS-CLIENT-ID, a blanc si contrat introuvable ou non
      * rapproche)
       9305-CHERCHER-CLIENT-ID-DEB.
           MOVE FS-QUI-CODE-CONTRAT TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   MOVE SPACES TO FS-CLIENT-ID
           END-READ.
           IF FS-CLIENT-ID = LOW-VALUES
               MOVE SPACES TO FS-CLIENT-ID
           END-IF.
       9305-CHERCHER-CLIENT-ID-FIN.
           EXIT.

      * Edite la balance agee a l'ecran et dans balance-agee.txt
       9320-EDITER-BALANCE-DEB.
           PERFORM 6040-OPEN-F-BALANCE-DEB
              THRU 6040-OPEN-F-BALANCE-FIN.

           DISPLAY " ".
           DISPLAY "=== BALANCE AGEE DES PRIMES IMPAYEES ET "
                   "RISTOURNES ===".
           DISPLAY WS-TIRET.

           INITIALIZE WS-LIGNE-BALANCE.
           WRITE FS-ENR-BALANCE.

           IF WS-NB-CLIENTS-BAL = ZERO
               DISPLAY "Aucune prime impayee ni ristourne."
               MOVE "Aucune prime impayee ni ristourne."
                   TO FS-ENR-BALANCE
               WRITE FS-ENR-BALANCE
           ELSE
               PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                       UNTIL WS-IDX-BAL > WS-NB-CLIENTS-BAL
                   DISPLAY WS-BAL-CLIENT-ID(WS-IDX-BAL) " "
                           FUNCTION TRIM
                           (WS-BAL-NOM-CLIENT(WS-IDX-BAL))
                           " (" WS-BAL-NB-QUITTANCES(WS-IDX-BAL)
                           " quittance(s))"
                   INITIALIZE WS-LIGNE-BALANCE
                   STRING WS-BAL-CLIENT-ID(WS-IDX-BAL) " "
                          FUNCTION TRIM
                          (WS-BAL-NOM-CLIENT(WS-IDX-BAL))
                          " (" WS-BAL-NB-QUITTANCES(WS-IDX-BAL)
                          " quittance(s))"
                   PERFORM 9328-ECRIRE-TRANCHE-PLUS-90-DEB
                      THRU 9328-ECRIRE-TRANCHE-PLUS-90-FIN
                   DISPLAY "    plus de 90 j : " WS-BAL-TR-ED

                   MOVE WS-BAL-RISTOURNES(WS-IDX-BAL) TO WS-BAL-TR-ED
                   PERFORM 9329-ECRIRE-RISTOURNES-DEB
                      THRU 9329-ECRIRE-RISTOURNES-FIN
                   DISPLAY "    ristournes   : " WS-BAL-TR-ED
                   DISPLAY "    solde net    : " WS-BAL-SOLDE-ED
               END-PERFORM
           END-IF.

           PERFORM 6240-CLOSE-F-BALANCE-DEB
              THRU 6240-CLOSE-F-BALANCE-FIN.
           DISPLAY "Balance agee ecrite dans balance-agee.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "balance-agee.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       9320-EDITER-BALANCE-FIN.
           EXIT.

       9328-ECRIRE-TRANCHE-PLUS-90-FIN.
           EXIT.

      * Ristournes en attente au credit du client, puis solde net
      * (negatif : somme a rembourser au client)
       9329-ECRIRE-RISTOURNES-DEB.
           INITIALIZE WS-LIGNE-BALANCE.
           STRING "    ristournes   : " WS-BAL-TR-ED
               INTO WS-LIGNE-BALANCE
           END-STRING.
           MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE.
           WRITE FS-ENR-BALANCE.

           COMPUTE WS-BAL-SOLDE = WS-BAL-TR-0-30(WS-IDX-BAL)
                                + WS-BAL-TR-31-60(WS-IDX-BAL)
                                + WS-BAL-TR-61-90(WS-IDX-BAL)
                                + WS-BAL-TR-PLUS-90(WS-IDX-BAL)
                                - WS-BAL-RISTOURNES(WS-IDX-BAL).
           MOVE WS-BAL-SOLDE TO WS-BAL-SOLDE-ED.
           INITIALIZE WS-LIGNE-BALANCE.
           STRING "    solde net    : " WS-BAL-SOLDE-ED
               INTO WS-LIGNE-BALANCE
           END-STRING.
           MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE.
           WRITE FS-ENR-BALANCE.
       9329-ECRIRE-RISTOURNES-FIN.
           EXIT.

      ******************************************************************
      * DENOUEMENT D'UNE RISTOURNE : REMBOURSEMENT OU COMPENSATION
      ******************************************************************
      * Une ristourne (RISTOURN) est soit remboursee au client
      * (REMBOURS), soit compensee sur une quittance impayee d'un
      * contrat du meme client (meme FS-CLIENT-ID) : la quittance
      * est alors soldee par le credit, consignee au journal des
      * paiements, et la ristourne diminuee d'autant (COMPENSE une
      * fois epuisee)
       9400-DENOUER-RISTOURNE-DEB.
      * Aucun denouement ne doit etre date d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Ristourne non traitee."
               GO TO 9400-DENOUER-RISTOURNE-FIN
           END-IF.

           DISPLAY "Numero de la ristourne "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-RIS-NO-SAISIE.
           IF WS-RIS-NO-SAISIE = SPACES
               GO TO 9400-DENOUER-RISTOURNE-FIN
           END-IF.

           MOVE WS-RIS-NO-SAISIE TO FS-QUI-NUMERO.
           READ F-QUITTANCES
               INVALID KEY
                   DISPLAY "/!\ Aucune quittance avec ce numero /!\"
                   GO TO 9400-DENOUER-RISTOURNE-FIN
           END-READ.
           IF FS-QUI-STATUT NOT = WS-QUI-STATUT-RISTOURNE
               DISPLAY "/!\ Quittance " FS-QUI-STATUT
                       " : ce n'est pas une ristourne en attente /!\"
               GO TO 9400-DENOUER-RISTOURNE-FIN
           END-IF.

           MOVE FS-QUI-MONTANT      TO WS-RIS-MONTANT.
           MOVE FS-QUI-CODE-CONTRAT TO WS-RIS-CODE-CONTRAT.
           MOVE FS-QUI-NOM-CLIENT   TO WS-RIS-NOM-CLIENT.
           MOVE FS-QUI-DEVISE       TO WS-RIS-DEVISE.
           DISPLAY "Ristourne de " FS-QUI-MONTANT " " FS-QUI-DEVISE
                   " - contrat " FS-QUI-CODE-CONTRAT.
           DISPLAY "R = rembourser, C = compenser sur une quittance "
                   "impayee du client : " WITH NO ADVANCING.
           ACCEPT WS-RIS-MODE.

           EVALUATE TRUE
               WHEN WS-RIS-REMBOURSEMENT
                   MOVE WS-QUI-STATUT-REMBOURSEE TO FS-QUI-STATUT
                   MOVE WS-DATE-JOUR TO FS-QUI-DATE-PAIEMENT
                   REWRITE FS-ENR-QUITTANCE
                   DISPLAY "Ristourne remboursee."
               WHEN WS-RIS-COMPENSATION
                   PERFORM 9410-COMPENSER-RISTOURNE-DEB
                      THRU 9410-COMPENSER-RISTOURNE-FIN
               WHEN OTHER
                   DISPLAY "Ristourne laissee en attente."
           END-EVALUATE.
       9400-DENOUER-RISTOURNE-FIN.
           EXIT.

      * Compense la ristourne WS-RIS-NO-SAISIE sur une quittance
      * impayee du meme client, dont la prime doit etre couverte en
      * totalite par le credit (pas de paiement partiel, comme a
      * l'encaissement)
       9410-COMPENSER-RISTOURNE-DEB.
           PERFORM 6020-OPEN-F-ASSURANCES-DEB
              THRU 6020-OPEN-F-ASSURANCES-FIN.
           MOVE WS-RIS-CODE-CONTRAT TO FS-QUI-CODE-CONTRAT.
           PERFORM 9305-CHERCHER-CLIENT-ID-DEB
              THRU 9305-CHERCHER-CLIENT-ID-FIN.
           MOVE FS-CLIENT-ID TO WS-RIS-CLIENT-ID.

           DISPLAY "Numero de la quittance impayee a compenser : "
                   WITH NO ADVANCING.
           ACCEPT WS-CMP-NO-SAISIE.
           MOVE WS-CMP-NO-SAISIE TO FS-QUI-NUMERO.
           READ F-QUITTANCES
               INVALID KEY
                   DISPLAY "/!\ Aucune quittance avec ce numero /!\"
                   GO TO 9410-COMPENSER-FERMER
           END-READ.
           IF FS-QUI-STATUT NOT = WS-QUI-STATUT-EMISE
               DISPLAY "/!\ Quittance " FS-QUI-STATUT
                       " : rien a compenser /!\"
               GO TO 9410-COMPENSER-FERMER
           END-IF.

      * Meme client : meme FS-CLIENT-ID, ou a defaut meme nom
           PERFORM 9305-CHERCHER-CLIENT-ID-DEB
              THRU 9305-CHERCHER-CLIENT-ID-FIN.
           MOVE FS-CLIENT-ID TO WS-CMP-CLIENT-ID.
           MOVE 'N' TO WS-MEME-CLIENT.
           IF WS-RIS-CLIENT-ID NOT = SPACES
               IF WS-CMP-CLIENT-ID = WS-RIS-CLIENT-ID
                   SET WS-EST-MEME-CLIENT TO TRUE
               END-IF
           ELSE
               IF FS-QUI-NOM-CLIENT = WS-RIS-NOM-CLIENT
                   SET WS-EST-MEME-CLIENT TO TRUE
               END-IF
           END-IF.
           IF NOT WS-EST-MEME-CLIENT
               DISPLAY "/!\ Quittance d'un autre client, "
                       "compensation refusee /!\"
               GO TO 9410-COMPENSER-FERMER
           END-IF.

      * Credit et prime dans la meme devise, sans conversion
           IF FS-QUI-DEVISE NOT = WS-RIS-DEVISE
               DISPLAY "/!\ Quittance en " FS-QUI-DEVISE
                       ", ristourne en " WS-RIS-DEVISE
                       " : compensation refusee /!\"
               GO TO 9410-COMPENSER-FERMER
           END-IF.

           IF FS-QUI-MONTANT > WS-RIS-MONTANT
               DISPLAY "/!\ Prime de " FS-QUI-MONTANT
                       " superieure a la ristourne, compensation "
                       "refusee /!\"
               GO TO 9410-COMPENSER-FERMER
           END-IF.

      * Quittance soldee par le credit et tracee au journal
           MOVE FS-QUI-MONTANT TO WS-CMP-MONTANT.
           MOVE WS-QUI-STATUT-PAYEE TO FS-QUI-STATUT.
           MOVE WS-DATE-JOUR TO FS-QUI-DATE-PAIEMENT.
           REWRITE FS-ENR-QUITTANCE.

           PERFORM 6030-OPEN-F-PAIEMENTS-APPEND-DEB
              THRU 6030-OPEN-F-PAIEMENTS-APPEND-FIN.
           MOVE WS-DATE-JOUR     TO FS-PAI-DATE.
           MOVE WS-CMP-NO-SAISIE TO FS-PAI-NO-QUITTANCE.
           MOVE WS-CMP-MONTANT   TO FS-PAI-MONTANT.
           MOVE "C"              TO FS-PAI-ORIGINE.
           MOVE WS-RIS-NO-SAISIE TO FS-PAI-NO-RISTOURNE.
           WRITE FS-ENR-PAIEMENT.
           PERFORM 6230-CLOSE-F-PAIEMENTS-DEB
              THRU 6230-CLOSE-F-PAIEMENTS-FIN.

      * Ecart de change realise sur la quittance soldee
           MOVE WS-CMP-CLIENT-ID TO WS-ECA-CLIENT-ID.
           MOVE WS-DATE-JOUR     TO WS-ECA-DATE-REGLEMENT.
           PERFORM 6050-OPEN-F-ECARTS-APPEND-DEB
              THRU 6050-OPEN-F-ECARTS-APPEND-FIN.
           PERFORM 7610-ECART-REALISE-DEB
              THRU 7610-ECART-REALISE-FIN.
           PERFORM 6250-CLOSE-F-ECARTS-DEB
              THRU 6250-CLOSE-F-ECARTS-FIN.

      * Ristourne diminuee du montant compense
           MOVE WS-RIS-NO-SAISIE TO FS-QUI-NUMERO.
           READ F-QUITTANCES
               INVALID KEY
                   DISPLAY "/!\ Ristourne introuvable a la mise a "
                           "jour /!\"
                   GO TO 9410-COMPENSER-FERMER
           END-READ.
           SUBTRACT WS-CMP-MONTANT FROM FS-QUI-MONTANT.
           IF FS-QUI-MONTANT = ZERO
               MOVE WS-QUI-STATUT-COMPENSEE TO FS-QUI-STATUT
               MOVE WS-DATE-JOUR TO FS-QUI-DATE-PAIEMENT
           END-IF.
           REWRITE FS-ENR-QUITTANCE.
           DISPLAY "Quittance " WS-CMP-NO-SAISIE " soldee par "
                   "compensation ; reste de la ristourne : "
                   FS-QUI-MONTANT.

       9410-COMPENSER-FERMER.
           PERFORM 6220-CLOSE-F-ASSURANCES-DEB
              THRU 6220-CLOSE-F-ASSURANCES-FIN.
       9410-COMPENSER-RISTOURNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
