      ******************************************************************
      * PROGRAMME : FACTURES-FOURN.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Saisie et rapprochement des factures fournisseur,
      *             dettes fournisseurs et balance agee. Chaque ligne
      *             de facture porte sur une ligne de commande
      *             fournisseur (commandes-fournisseur.txt) et subit
      *             un rapprochement a trois : le prix facture est
      *             compare au prix commande (FS-CF-PRIX-UNITAIRE) et
      *             la quantite facturee a la quantite recue
      *             (receptions.txt) non encore facturee. Un ecart
      *             au-dela de la tolerance bloque la facture ; une
      *             facture sans ecart est validee et inscrite aux
      *             dettes fournisseurs avec son echeance (date de la
      *             facture plus le delai de paiement du fournisseur,
      *             tenu par fournisseurs-maint.cbl). Une facture
      *             bloquee peut ensuite etre validee malgre ses
      *             ecarts ou rejetee. Les reglements soldent les
      *             dettes, et la balance agee montre, par
      *             fournisseur, ce qui reste a payer par tranche de
      *             retard sur l'echeance.
      *
      * FICHIERS  :
      *   - F-FOURNISSEURS   : fournisseurs.txt (entree, indexe)
      *   - F-COMMANDE-FOURN : commandes-fournisseur.txt (entree)
      *   - F-RECEPTIONS     : receptions.txt (entree)
      *   - F-FACTURES       : factures-fournisseur.txt (registre
      *                        des factures saisies, relu puis
      *                        reecrit integralement depuis la
      *                        memoire)
      *   - F-LIGNES         : factures-fourn-lignes.txt (lignes
      *                        rapprochees, alimente en ajout)
      *   - F-DETTES         : dettes-fournisseurs.txt (dettes
      *                        fournisseurs, relu puis reecrit
      *                        integralement depuis la memoire)
      *   - F-BALANCE        : balance-fournisseurs.txt (balance
      *                        agee, recree)
      *
      * REMARQUE  : Les montants sont ceux des marchandises, hors
      *             TVA, comme les receptions reprises par
      *             interface-comptable.cbl. Les tolerances de
      *             rapprochement sont exprimees en pourcentage du
      *             prix commande et de la quantite recue restant a
      *             facturer ; une quantite facturee inferieure est
      *             une facturation partielle, le reste demeure
      *             facturable.
      *
      * MODIFICATION : 15/10/2026 - Chaque balance fournisseurs est
      *                conservee et inscrite au catalogue des
      *                rapports (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. factures-fourn.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Referentiel fournisseurs (cf. fournisseurs-maint.cbl)
           SELECT F-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOURN-CODE
               FILE STATUS IS WS-FS-FOURNISSEURS.

      * Commandes fournisseur generees par rupture-stock.cbl
           SELECT F-COMMANDE-FOURN ASSIGN TO "commandes-fournisseur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDE-FOURN.

      * Journal des livraisons recues (cf. reception-fourn.cbl)
           SELECT F-RECEPTIONS ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEPTIONS.

      * Registre des factures fournisseur saisies
           SELECT F-FACTURES ASSIGN TO "factures-fournisseur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Lignes des factures fournisseur et resultat du rapprochement
           SELECT F-LIGNES ASSIGN TO "factures-fourn-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIGNES.

      * Dettes fournisseurs : factures validees, a payer ou payees
           SELECT F-DETTES ASSIGN TO "dettes-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DETTES.

      * Balance agee des fournisseurs
           SELECT F-BALANCE ASSIGN TO "balance-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BALANCE.

       DATA DIVISION.
       FILE SECTION.

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

      * Commande fournisseur, telle que declaree dans rupture-stock
      * .cbl pour respecter l'alignement des colonnes
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

      * Une facture fournisseur : numero interne, date de saisie,
      * fournisseur, numero de la facture chez le fournisseur, date
      * de la facture, montant, nombre de lignes, nombre de lignes en
      * ecart et statut (VALIDEE, BLOQUEE ou REJETEE)
       FD F-FACTURES.
       01 FS-ENR-FACTURE.
           05 FS-FF-NUM              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-FF-DATE-SAISIE      PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-FF-FOURN-CODE       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-FF-REF              PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-FF-DATE-FACTURE     PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-FF-MONTANT          PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 FS-FF-NB-LIGNES        PIC 9(02).
           05 FILLER                 PIC X(01).
           05 FS-FF-NB-ECARTS        PIC 9(02).
           05 FILLER                 PIC X(01).
           05 FS-FF-STATUT           PIC X(08).

      * Une ligne de facture : facture, rang, commande fournisseur,
      * produit, quantite et prix factures, prix commande, quantite
      * recue restant a facturer au moment de la saisie et resultat
      * du rapprochement (OK, PRIX, QTE ou P+Q)
       FD F-LIGNES.
       01 FS-ENR-LIGNE.
           05 FS-FL-NUM              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-FL-LIGNE            PIC 9(02).
           05 FILLER                 PIC X(01).
           05 FS-FL-NUM-CF           PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-FL-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-FL-QTE              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-FL-PRIX             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-FL-PRIX-CDE         PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-FL-QTE-DISPO        PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-FL-ECART            PIC X(04).

      * Une dette fournisseur par facture validee : echeance,
      * montant, statut (A PAYER ou PAYEE) et date de reglement
       FD F-DETTES.
       01 FS-ENR-DETTE.
           05 FS-DF-NUM              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-DF-FOURN-CODE       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-DF-REF              PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-DF-DATE-FACTURE     PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-DF-DATE-ECHEANCE    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-DF-MONTANT          PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 FS-DF-STATUT           PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-DF-DATE-PAIEMENT    PIC 9(08).

       FD F-BALANCE.
       01 FS-ENR-BALANCE             PIC X(120).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-FOURNISSEURS       PIC X(02).
       01 WS-FS-COMMANDE-FOURN     PIC X(02).
       01 WS-FS-RECEPTIONS         PIC X(02).
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-LIGNES             PIC X(02).
       01 WS-FS-DETTES             PIC X(02).
       01 WS-FS-BALANCE            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Tolerances du rapprochement, en pourcentage : ecart de prix
      * admis sur le prix commande, depassement de quantite admis sur
      * la quantite recue restant a facturer
       01 WS-TOLERANCE-PRIX-PCT    PIC 9(02)V99 VALUE 2.00.
       01 WS-TOLERANCE-QTE-PCT     PIC 9(02)V99 VALUE 2.00.

      * Delai de paiement d'un fournisseur sans conditions : 30 jours
       01 WS-DELAI-PAIEMENT-DEFAUT PIC 9(03) VALUE 30.
       01 WS-DELAI-PAIEMENT-FOURN  PIC 9(03) VALUE 30.

      * Lignes de commande fournisseur (2000 max), avec la quantite
      * deja recue et la quantite deja facturee
       01 WS-NB-CF                 PIC 9(04) VALUE ZERO.
       01 WS-IDX-CF                PIC 9(04) VALUE ZERO.
       01 WS-CF-TROUVEE            PIC 9(04) VALUE ZERO.
       01 WS-TAB-CF.
           05 WS-CF OCCURS 2000 TIMES.
              10 WS-CF-NUM              PIC 9(05).
              10 WS-CF-FOURN            PIC X(06).
              10 WS-CF-PRODUIT          PIC X(10).
              10 WS-CF-QTE              PIC 9(05).
              10 WS-CF-PRIX             PIC 9(05)V99.
              10 WS-CF-QTE-RECUE        PIC 9(06).
              10 WS-CF-QTE-FACTUREE     PIC 9(06).

      * Registre des factures charge en memoire (500 max)
       01 WS-NB-FF                 PIC 9(03) VALUE ZERO.
       01 WS-IDX-FF                PIC 9(03) VALUE ZERO.
       01 WS-FF-TROUVEE            PIC 9(03) VALUE ZERO.
       01 WS-TAB-FF.
           05 WS-FF OCCURS 500 TIMES.
              10 WS-FF-NUM              PIC 9(05).
              10 WS-FF-DATE-SAISIE      PIC 9(08).
              10 WS-FF-FOURN            PIC X(06).
              10 WS-FF-REF              PIC X(12).
              10 WS-FF-DATE-FACTURE     PIC 9(08).
              10 WS-FF-MONTANT          PIC 9(07)V99.
              10 WS-FF-NB-LIGNES        PIC 9(02).
              10 WS-FF-NB-ECARTS        PIC 9(02).
              10 WS-FF-STATUT           PIC X(08).

      * Statuts d'une facture fournisseur et d'une dette
       01 WS-FF-STATUT-VALIDEE     PIC X(08) VALUE "VALIDEE".
       01 WS-FF-STATUT-BLOQUEE     PIC X(08) VALUE "BLOQUEE".
       01 WS-FF-STATUT-REJETEE     PIC X(08) VALUE "REJETEE".
       01 WS-DF-STATUT-A-PAYER     PIC X(08) VALUE "A PAYER".
       01 WS-DF-STATUT-PAYEE       PIC X(08) VALUE "PAYEE".

      * Numero interne de la prochaine facture
       01 WS-PROCH-NUM-FF          PIC 9(05) VALUE ZERO.

      * Dettes fournisseurs chargees en memoire (500 max)
       01 WS-NB-DF                 PIC 9(03) VALUE ZERO.
       01 WS-IDX-DF                PIC 9(03) VALUE ZERO.
       01 WS-DF-TROUVEE            PIC 9(03) VALUE ZERO.
       01 WS-TAB-DF.
           05 WS-DF OCCURS 500 TIMES.
              10 WS-DF-NUM              PIC 9(05).
              10 WS-DF-FOURN            PIC X(06).
              10 WS-DF-REF              PIC X(12).
              10 WS-DF-DATE-FACTURE     PIC 9(08).
              10 WS-DF-DATE-ECHEANCE    PIC 9(08).
              10 WS-DF-MONTANT          PIC 9(07)V99.
              10 WS-DF-STATUT           PIC X(08).
              10 WS-DF-DATE-PAIEMENT    PIC 9(08).

      * Lignes de la facture en cours de saisie (20 max)
       01 WS-NB-LS                 PIC 9(02) VALUE ZERO.
       01 WS-IDX-LS                PIC 9(02) VALUE ZERO.
       01 WS-TAB-LS.
           05 WS-LS OCCURS 20 TIMES.
              10 WS-LS-NUM-CF           PIC 9(05).
              10 WS-LS-PRODUIT          PIC X(10).
              10 WS-LS-QTE              PIC 9(05).
              10 WS-LS-PRIX             PIC 9(05)V99.
              10 WS-LS-PRIX-CDE         PIC 9(05)V99.
              10 WS-LS-QTE-DISPO        PIC 9(05).
              10 WS-LS-ECART            PIC X(04).
       01 WS-FLAG-FIN-LIGNES       PIC X VALUE 'N'.
           88 WS-FIN-LIGNES                     VALUE 'Y'.

      * Saisie d'une facture
       01 WS-SAISIE-FOURN          PIC X(06).
       01 WS-SAISIE-REF            PIC X(12).
       01 WS-SAISIE-DATE           PIC 9(08).
       01 WS-SAISIE-NUM-CF         PIC 9(05).
       01 WS-SAISIE-QTE            PIC 9(05).
       01 WS-SAISIE-PRIX           PIC 9(05)V99.
       01 WS-SAISIE-NUM            PIC 9(05).
       01 WS-REPONSE               PIC X(01).
       01 WS-FOURN-NOM-ED          PIC X(20).

      * Rapprochement d'une ligne
       01 WS-QTE-DISPO             PIC 9(06).
       01 WS-QTE-MAX               PIC 9(07)V99.
       01 WS-ECART-PRIX            PIC 9(05)V99.
       01 WS-ECART-PRIX-MAX        PIC 9(05)V9(04).
       01 WS-ECART-LIGNE           PIC X(04).
       01 WS-MONTANT-LIGNE         PIC 9(07)V99.
       01 WS-MONTANT-FACTURE       PIC 9(07)V99.
       01 WS-NB-ECARTS             PIC 9(02).

      * Balance agee par fournisseur : part non echue et trois
      * tranches de retard sur l'echeance, plus les factures
      * bloquees, en attente de decision
       01 WS-JOUR-COURANT-ENTIER   PIC 9(07).
       01 WS-JOUR-ECHEANCE-ENTIER  PIC 9(07).
       01 WS-RETARD-JOURS          PIC S9(07).
       01 WS-NB-BAL                PIC 9(02) VALUE ZERO.
       01 WS-IDX-BAL               PIC 9(02) VALUE ZERO.
       01 WS-BAL-TROUVE            PIC X(01) VALUE "N".
           88 WS-BAL-EST-TROUVE                 VALUE "Y".
       01 WS-FOURN-CHERCHE         PIC X(06).
       01 WS-TAB-BALANCE.
           05 WS-BAL OCCURS 50 TIMES.
              10 WS-BAL-FOURN           PIC X(06).
              10 WS-BAL-NON-ECHU        PIC 9(09)V99.
              10 WS-BAL-TR-1-30         PIC 9(09)V99.
              10 WS-BAL-TR-31-60        PIC 9(09)V99.
              10 WS-BAL-TR-PLUS-60      PIC 9(09)V99.
              10 WS-BAL-BLOQUE          PIC 9(09)V99.
       01 WS-BAL-SOLDE             PIC 9(09)V99.
       01 WS-TOTAL-A-PAYER         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ECHU            PIC 9(11)V99 VALUE ZERO.

      * Zones editees
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MT1-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MT2-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MT3-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MT4-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MT5-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIX-ED               PIC ZZZZ9.99.
       01 WS-PRIX-CDE-ED           PIC ZZZZ9.99.
       01 WS-QTE-ED                PIC ZZZZZ9.
       01 WS-QTE-DISPO-ED          PIC ZZZZZ9.
       01 WS-LIGNE-BALANCE         PIC X(120).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "factures-fourn".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu des factures fournisseur
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Referentiel fournisseurs, lu par cle tout au long de la
      * session
           OPEN INPUT F-FOURNISSEURS.
           IF WS-FS-FOURNISSEURS NOT = "00"
               DISPLAY "Erreur ouverture fournisseurs.txt, code : "
                   WS-FS-FOURNISSEURS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Commandes et receptions, puis registre, lignes et dettes
           PERFORM 6110-CHARGER-COMMANDES-DEB
              THRU 6110-CHARGER-COMMANDES-FIN.
           PERFORM 6120-CHARGER-RECEPTIONS-DEB
              THRU 6120-CHARGER-RECEPTIONS-FIN.
           PERFORM 6130-CHARGER-FACTURES-DEB
              THRU 6130-CHARGER-FACTURES-FIN.
           PERFORM 6140-CHARGER-LIGNES-DEB
              THRU 6140-CHARGER-LIGNES-FIN.
           PERFORM 6150-CHARGER-DETTES-DEB
              THRU 6150-CHARGER-DETTES-FIN.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

           CLOSE F-FOURNISSEURS.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES COMMANDES FOURNISSEUR
      ******************************************************************
       6110-CHARGER-COMMANDES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDE-FOURN.
           IF WS-FS-COMMANDE-FOURN NOT = "00"
               DISPLAY "/!\ commandes-fournisseur.txt absent : aucune "
                       "facture ne pourra etre rapprochee /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMANDE-FOURN
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CF < 2000
                           ADD 1 TO WS-NB-CF
                           MOVE FS-CF-NUM     TO WS-CF-NUM(WS-NB-CF)
                           MOVE FS-CF-FOURN-CODE
                               TO WS-CF-FOURN(WS-NB-CF)
                           MOVE FS-CF-PRODUIT TO WS-CF-PRODUIT(WS-NB-CF)
                           MOVE FS-CF-QTE     TO WS-CF-QTE(WS-NB-CF)
                           MOVE FS-CF-PRIX-UNITAIRE
                               TO WS-CF-PRIX(WS-NB-CF)
                           MOVE ZERO TO WS-CF-QTE-RECUE(WS-NB-CF)
                           MOVE ZERO TO WS-CF-QTE-FACTUREE(WS-NB-CF)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-COMMANDE-FOURN = "00"
              OR WS-FS-COMMANDE-FOURN = "10"
               CLOSE F-COMMANDE-FOURN
           END-IF.
       6110-CHARGER-COMMANDES-FIN.
           EXIT.

      ******************************************************************
      * CUMUL DES QUANTITES RECUES PAR COMMANDE FOURNISSEUR
      ******************************************************************
       6120-CHARGER-RECEPTIONS-DEB.
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
                       MOVE FS-RC-NUM-CF TO WS-SAISIE-NUM-CF
                       PERFORM 7000-CHERCHER-CF-DEB
                          THRU 7000-CHERCHER-CF-FIN
                       IF WS-CF-TROUVEE > ZERO
                           ADD FS-RC-QTE-RECUE
                               TO WS-CF-QTE-RECUE(WS-CF-TROUVEE)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RECEPTIONS = "00" OR WS-FS-RECEPTIONS = "10"
               CLOSE F-RECEPTIONS
           END-IF.
       6120-CHARGER-RECEPTIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REGISTRE DES FACTURES FOURNISSEUR
      ******************************************************************
      * Le registre peut ne pas exister lors de la toute premiere
      * execution. Le plus grand numero rencontre sert de base a la
      * numerotation
       6130-CHARGER-FACTURES-DEB.
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
                       IF WS-NB-FF < 500
                           ADD 1 TO WS-NB-FF
                           MOVE FS-FF-NUM     TO WS-FF-NUM(WS-NB-FF)
                           MOVE FS-FF-DATE-SAISIE
                               TO WS-FF-DATE-SAISIE(WS-NB-FF)
                           MOVE FS-FF-FOURN-CODE
                               TO WS-FF-FOURN(WS-NB-FF)
                           MOVE FS-FF-REF     TO WS-FF-REF(WS-NB-FF)
                           MOVE FS-FF-DATE-FACTURE
                               TO WS-FF-DATE-FACTURE(WS-NB-FF)
                           MOVE FS-FF-MONTANT TO WS-FF-MONTANT(WS-NB-FF)
                           MOVE FS-FF-NB-LIGNES
                               TO WS-FF-NB-LIGNES(WS-NB-FF)
                           MOVE FS-FF-NB-ECARTS
                               TO WS-FF-NB-ECARTS(WS-NB-FF)
                           MOVE FS-FF-STATUT  TO WS-FF-STATUT(WS-NB-FF)
                           IF FS-FF-NUM > WS-PROCH-NUM-FF
                               MOVE FS-FF-NUM TO WS-PROCH-NUM-FF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.
       6130-CHARGER-FACTURES-FIN.
           EXIT.

      ******************************************************************
      * CUMUL DES QUANTITES DEJA FACTUREES PAR COMMANDE FOURNISSEUR
      ******************************************************************
      * Les lignes d'une facture rejetee ne comptent pas : la
      * marchandise reste a facturer
       6140-CHARGER-LIGNES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LIGNES.
           IF WS-FS-LIGNES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LIGNES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-FL-NUM TO WS-SAISIE-NUM
                       PERFORM 7010-CHERCHER-FACTURE-DEB
                          THRU 7010-CHERCHER-FACTURE-FIN
                       MOVE FS-FL-NUM-CF TO WS-SAISIE-NUM-CF
                       PERFORM 7000-CHERCHER-CF-DEB
                          THRU 7000-CHERCHER-CF-FIN
                       IF WS-FF-TROUVEE > ZERO
                          AND WS-CF-TROUVEE > ZERO
                           IF WS-FF-STATUT(WS-FF-TROUVEE)
                                   NOT = WS-FF-STATUT-REJETEE
                               ADD FS-FL-QTE
                                   TO WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LIGNES = "00" OR WS-FS-LIGNES = "10"
               CLOSE F-LIGNES
           END-IF.
       6140-CHARGER-LIGNES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES DETTES FOURNISSEURS
      ******************************************************************
       6150-CHARGER-DETTES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-DETTES.
           IF WS-FS-DETTES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-DETTES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-DF < 500
                           ADD 1 TO WS-NB-DF
                           MOVE FS-DF-NUM     TO WS-DF-NUM(WS-NB-DF)
                           MOVE FS-DF-FOURN-CODE
                               TO WS-DF-FOURN(WS-NB-DF)
                           MOVE FS-DF-REF     TO WS-DF-REF(WS-NB-DF)
                           MOVE FS-DF-DATE-FACTURE
                               TO WS-DF-DATE-FACTURE(WS-NB-DF)
                           MOVE FS-DF-DATE-ECHEANCE
                               TO WS-DF-DATE-ECHEANCE(WS-NB-DF)
                           MOVE FS-DF-MONTANT TO WS-DF-MONTANT(WS-NB-DF)
                           MOVE FS-DF-STATUT  TO WS-DF-STATUT(WS-NB-DF)
                           MOVE FS-DF-DATE-PAIEMENT
                               TO WS-DF-DATE-PAIEMENT(WS-NB-DF)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-DETTES = "00" OR WS-FS-DETTES = "10"
               CLOSE F-DETTES
           END-IF.
       6150-CHARGER-DETTES-FIN.
           EXIT.

      ******************************************************************
      * RECHERCHES EN MEMOIRE
      ******************************************************************
      * Ligne de commande fournisseur WS-SAISIE-NUM-CF (zero si
      * inconnue)
       7000-CHERCHER-CF-DEB.
           MOVE ZERO TO WS-CF-TROUVEE.
           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-NB-CF
                      OR WS-CF-TROUVEE > ZERO
               IF WS-CF-NUM(WS-IDX-CF) = WS-SAISIE-NUM-CF
                   MOVE WS-IDX-CF TO WS-CF-TROUVEE
               END-IF
           END-PERFORM.
       7000-CHERCHER-CF-FIN.
           EXIT.

      * Facture de numero interne WS-SAISIE-NUM (zero si inconnue)
       7010-CHERCHER-FACTURE-DEB.
           MOVE ZERO TO WS-FF-TROUVEE.
           PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                   UNTIL WS-IDX-FF > WS-NB-FF
               IF WS-FF-NUM(WS-IDX-FF) = WS-SAISIE-NUM
                   MOVE WS-IDX-FF TO WS-FF-TROUVEE
               END-IF
           END-PERFORM.
       7010-CHERCHER-FACTURE-FIN.
           EXIT.

      * Nom et delai de paiement du fournisseur WS-FOURN-CHERCHE ;
      * delai par defaut pour un fournisseur anterieur aux conditions
      * de paiement ou absent du referentiel
       7020-LIRE-FOURNISSEUR-DEB.
           MOVE SPACES TO WS-FOURN-NOM-ED.
           MOVE WS-DELAI-PAIEMENT-DEFAUT TO WS-DELAI-PAIEMENT-FOURN.
           MOVE WS-FOURN-CHERCHE TO FS-FOURN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   MOVE "(inconnu)" TO WS-FOURN-NOM-ED
               NOT INVALID KEY
                   MOVE FS-FOURN-NOM TO WS-FOURN-NOM-ED
                   IF FS-FOURN-DELAI-PAIEMENT IS NUMERIC
                       MOVE FS-FOURN-DELAI-PAIEMENT
                           TO WS-DELAI-PAIEMENT-FOURN
                   END-IF
           END-READ.
       7020-LIRE-FOURNISSEUR-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* FACTURES ET DETTES FOURNISSEURS         *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Saisir une facture fournisseur      *"
               DISPLAY "* 2 - Traiter une facture bloquee         *"
               DISPLAY "* 3 - Enregistrer un reglement            *"
               DISPLAY "* 4 - Balance agee des fournisseurs       *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-SAISIR-FACTURE-DEB
                          THRU 9100-SAISIR-FACTURE-FIN
                   WHEN 2
                       PERFORM 9200-TRAITER-BLOQUEE-DEB
                          THRU 9200-TRAITER-BLOQUEE-FIN
                   WHEN 3
                       PERFORM 9400-ENREGISTRER-REGLEMENT-DEB
                          THRU 9400-ENREGISTRER-REGLEMENT-FIN
                   WHEN 4
                       PERFORM 9700-BALANCE-AGEE-DEB
                          THRU 9700-BALANCE-AGEE-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * SAISIE ET RAPPROCHEMENT D'UNE FACTURE FOURNISSEUR
      ******************************************************************
      * En-tete (fournisseur, numero chez le fournisseur, date), puis
      * une ligne par ligne de commande facturee. Sans ecart, la
      * facture est validee et inscrite aux dettes ; sinon elle est
      * enregistree bloquee
       9100-SAISIR-FACTURE-DEB.
           IF WS-NB-FF >= 500 OR WS-NB-DF >= 500
               DISPLAY "/!\ Registre des factures ou des dettes "
                       "plein (500), saisie impossible /!\"
               GO TO 9100-SAISIR-FACTURE-FIN
           END-IF.

           DISPLAY "Code fournisseur : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-FOURN.
           ACCEPT WS-SAISIE-FOURN.
           MOVE WS-SAISIE-FOURN TO FS-FOURN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   DISPLAY "/!\ Fournisseur inconnu /!\"
                   GO TO 9100-SAISIR-FACTURE-FIN
           END-READ.
           MOVE WS-SAISIE-FOURN TO WS-FOURN-CHERCHE.
           PERFORM 7020-LIRE-FOURNISSEUR-DEB
              THRU 7020-LIRE-FOURNISSEUR-FIN.
           DISPLAY "Fournisseur : " WS-FOURN-NOM-ED
                   " - paiement a " WS-DELAI-PAIEMENT-FOURN " jours".

           DISPLAY "Numero de la facture du fournisseur : "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-REF.
           ACCEPT WS-SAISIE-REF.
           IF WS-SAISIE-REF = SPACES
               DISPLAY "/!\ Numero vide, saisie annulee /!\"
               GO TO 9100-SAISIR-FACTURE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                   UNTIL WS-IDX-FF > WS-NB-FF
               IF WS-FF-FOURN(WS-IDX-FF) = WS-SAISIE-FOURN
                  AND WS-FF-REF(WS-IDX-FF) = WS-SAISIE-REF
                  AND WS-FF-STATUT(WS-IDX-FF)
                      NOT = WS-FF-STATUT-REJETEE
                   DISPLAY "/!\ Facture deja saisie sous le numero "
                           WS-FF-NUM(WS-IDX-FF) " ("
                           WS-FF-STATUT(WS-IDX-FF) ") /!\"
                   GO TO 9100-SAISIR-FACTURE-FIN
               END-IF
           END-PERFORM.

           DISPLAY "Date de la facture AAAAMMJJ (0 = aujourd'hui) : "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = ZERO
               MOVE WS-DATE-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SAISIE-DATE) NOT = 0
              OR WS-SAISIE-DATE > WS-DATE-JOUR
               DISPLAY "/!\ Date invalide, saisie annulee /!\"
               GO TO 9100-SAISIR-FACTURE-FIN
           END-IF.

      * Lignes de la facture
           MOVE ZERO TO WS-NB-LS.
           MOVE ZERO TO WS-NB-ECARTS.
           MOVE ZERO TO WS-MONTANT-FACTURE.
           MOVE 'N' TO WS-FLAG-FIN-LIGNES.
           PERFORM UNTIL WS-FIN-LIGNES
               PERFORM 9110-SAISIR-LIGNE-DEB
                  THRU 9110-SAISIR-LIGNE-FIN
           END-PERFORM.

           IF WS-NB-LS = ZERO
               DISPLAY "Aucune ligne saisie, facture abandonnee."
               GO TO 9100-SAISIR-FACTURE-FIN
           END-IF.

      * Enregistrement au registre
           ADD 1 TO WS-PROCH-NUM-FF.
           ADD 1 TO WS-NB-FF.
           MOVE WS-NB-FF TO WS-FF-TROUVEE.
           MOVE WS-PROCH-NUM-FF    TO WS-FF-NUM(WS-NB-FF).
           MOVE WS-DATE-JOUR       TO WS-FF-DATE-SAISIE(WS-NB-FF).
           MOVE WS-SAISIE-FOURN    TO WS-FF-FOURN(WS-NB-FF).
           MOVE WS-SAISIE-REF      TO WS-FF-REF(WS-NB-FF).
           MOVE WS-SAISIE-DATE     TO WS-FF-DATE-FACTURE(WS-NB-FF).
           MOVE WS-MONTANT-FACTURE TO WS-FF-MONTANT(WS-NB-FF).
           MOVE WS-NB-LS           TO WS-FF-NB-LIGNES(WS-NB-FF).
           MOVE WS-NB-ECARTS       TO WS-FF-NB-ECARTS(WS-NB-FF).

           PERFORM 9600-ECRIRE-LIGNES-DEB
              THRU 9600-ECRIRE-LIGNES-FIN.

           MOVE WS-MONTANT-FACTURE TO WS-MONTANT-ED.
           IF WS-NB-ECARTS = ZERO
               MOVE WS-FF-STATUT-VALIDEE TO WS-FF-STATUT(WS-NB-FF)
               PERFORM 9300-INSCRIRE-DETTE-DEB
                  THRU 9300-INSCRIRE-DETTE-FIN
               PERFORM 9510-REECRIRE-DETTES-DEB
                  THRU 9510-REECRIRE-DETTES-FIN
               DISPLAY "Facture " WS-PROCH-NUM-FF " rapprochee et "
                       "validee : " WS-MONTANT-ED
                       ", echeance " WS-DF-DATE-ECHEANCE(WS-NB-DF)
           ELSE
               MOVE WS-FF-STATUT-BLOQUEE TO WS-FF-STATUT(WS-NB-FF)
               DISPLAY "/!\ Facture " WS-PROCH-NUM-FF " BLOQUEE : "
                       WS-NB-ECARTS " ligne(s) en ecart, montant "
                       WS-MONTANT-ED " /!\"
           END-IF.

           PERFORM 9500-REECRIRE-FACTURES-DEB
              THRU 9500-REECRIRE-FACTURES-FIN.
       9100-SAISIR-FACTURE-FIN.
           EXIT.

      * Une ligne de facture : commande fournisseur (ENTREE = fin de
      * la facture), quantite et prix factures, puis rapprochement
      * avec le prix commande et la quantite recue restant a facturer
       9110-SAISIR-LIGNE-DEB.
           IF WS-NB-LS >= 20
               DISPLAY "Nombre maximal de lignes atteint (20)."
               SET WS-FIN-LIGNES TO TRUE
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.

           DISPLAY "Commande fournisseur facturee (ENTREE = fin) : "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-NUM-CF.
           ACCEPT WS-SAISIE-NUM-CF.
           IF WS-SAISIE-NUM-CF = ZERO
               SET WS-FIN-LIGNES TO TRUE
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.

           PERFORM 7000-CHERCHER-CF-DEB
              THRU 7000-CHERCHER-CF-FIN.
           IF WS-CF-TROUVEE = ZERO
               DISPLAY "/!\ Commande fournisseur inconnue /!\"
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.
           IF WS-CF-FOURN(WS-CF-TROUVEE) NOT = WS-SAISIE-FOURN
               DISPLAY "/!\ Cette commande a ete passee au "
                       "fournisseur " WS-CF-FOURN(WS-CF-TROUVEE)
                       " /!\"
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.

           IF WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
                   >= WS-CF-QTE-RECUE(WS-CF-TROUVEE)
               MOVE ZERO TO WS-QTE-DISPO
           ELSE
               COMPUTE WS-QTE-DISPO =
                   WS-CF-QTE-RECUE(WS-CF-TROUVEE)
                 - WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
           END-IF.
           MOVE WS-CF-PRIX(WS-CF-TROUVEE) TO WS-PRIX-CDE-ED.
           MOVE WS-QTE-DISPO TO WS-QTE-DISPO-ED.
           DISPLAY "  " WS-CF-PRODUIT(WS-CF-TROUVEE)
                   " commande " WS-CF-QTE(WS-CF-TROUVEE)
                   " a " WS-PRIX-CDE-ED
                   " - recu " WS-CF-QTE-RECUE(WS-CF-TROUVEE)
                   ", deja facture " WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
                   ", reste " WS-QTE-DISPO-ED.

           DISPLAY "Quantite facturee : " WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-QTE.
           ACCEPT WS-SAISIE-QTE.
           IF WS-SAISIE-QTE = ZERO
               DISPLAY "Quantite nulle, ligne ignoree."
               GO TO 9110-SAISIR-LIGNE-FIN
           END-IF.
           DISPLAY "Prix unitaire facture : " WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-PRIX.
           ACCEPT WS-SAISIE-PRIX.

      * Ecart de quantite : au-dela du reste recu, majore de la
      * tolerance
           MOVE "OK" TO WS-ECART-LIGNE.
           COMPUTE WS-QTE-MAX =
               WS-QTE-DISPO * (100 + WS-TOLERANCE-QTE-PCT) / 100.
           IF WS-SAISIE-QTE > WS-QTE-MAX
               MOVE "QTE" TO WS-ECART-LIGNE
           END-IF.

      * Ecart de prix, dans un sens ou dans l'autre
           IF WS-SAISIE-PRIX >= WS-CF-PRIX(WS-CF-TROUVEE)
               COMPUTE WS-ECART-PRIX =
                   WS-SAISIE-PRIX - WS-CF-PRIX(WS-CF-TROUVEE)
           ELSE
               COMPUTE WS-ECART-PRIX =
                   WS-CF-PRIX(WS-CF-TROUVEE) - WS-SAISIE-PRIX
           END-IF.
           COMPUTE WS-ECART-PRIX-MAX =
               WS-CF-PRIX(WS-CF-TROUVEE) * WS-TOLERANCE-PRIX-PCT / 100.
           IF WS-ECART-PRIX > WS-ECART-PRIX-MAX
               IF WS-ECART-LIGNE = "QTE"
                   MOVE "P+Q" TO WS-ECART-LIGNE
               ELSE
                   MOVE "PRIX" TO WS-ECART-LIGNE
               END-IF
           END-IF.

           ADD 1 TO WS-NB-LS.
           MOVE WS-SAISIE-NUM-CF TO WS-LS-NUM-CF(WS-NB-LS).
           MOVE WS-CF-PRODUIT(WS-CF-TROUVEE) TO WS-LS-PRODUIT(WS-NB-LS).
           MOVE WS-SAISIE-QTE    TO WS-LS-QTE(WS-NB-LS).
           MOVE WS-SAISIE-PRIX   TO WS-LS-PRIX(WS-NB-LS).
           MOVE WS-CF-PRIX(WS-CF-TROUVEE) TO WS-LS-PRIX-CDE(WS-NB-LS).
           MOVE WS-QTE-DISPO     TO WS-LS-QTE-DISPO(WS-NB-LS).
           MOVE WS-ECART-LIGNE   TO WS-LS-ECART(WS-NB-LS).

           ADD WS-SAISIE-QTE TO WS-CF-QTE-FACTUREE(WS-CF-TROUVEE).
           COMPUTE WS-MONTANT-LIGNE ROUNDED =
               WS-SAISIE-QTE * WS-SAISIE-PRIX.
           ADD WS-MONTANT-LIGNE TO WS-MONTANT-FACTURE.

           IF WS-ECART-LIGNE = "OK"
               DISPLAY "Ligne " WS-NB-LS " rapprochee."
           ELSE
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "/!\ Ligne " WS-NB-LS " en ecart ("
                       WS-ECART-LIGNE ") /!\"
           END-IF.
       9110-SAISIR-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * TRAITEMENT D'UNE FACTURE BLOQUEE
      ******************************************************************
      * Liste des factures bloquees ; la facture choisie est validee
      * malgre ses ecarts (inscrite aux dettes) ou rejetee (ses
      * quantites redeviennent facturables)
       9200-TRAITER-BLOQUEE-DEB.
           MOVE ZERO TO WS-FF-TROUVEE.
           PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                   UNTIL WS-IDX-FF > WS-NB-FF
               IF WS-FF-STATUT(WS-IDX-FF) = WS-FF-STATUT-BLOQUEE
                   MOVE WS-IDX-FF TO WS-FF-TROUVEE
                   MOVE WS-FF-MONTANT(WS-IDX-FF) TO WS-MONTANT-ED
                   DISPLAY WS-FF-NUM(WS-IDX-FF) " "
                           WS-FF-FOURN(WS-IDX-FF) " "
                           WS-FF-REF(WS-IDX-FF) " du "
                           WS-FF-DATE-FACTURE(WS-IDX-FF) " "
                           WS-MONTANT-ED " - "
                           WS-FF-NB-ECARTS(WS-IDX-FF) " ecart(s)"
               END-IF
           END-PERFORM.
           IF WS-FF-TROUVEE = ZERO
               DISPLAY "Aucune facture bloquee."
               GO TO 9200-TRAITER-BLOQUEE-FIN
           END-IF.

           DISPLAY "Numero de la facture a traiter : "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-NUM.
           ACCEPT WS-SAISIE-NUM.
           PERFORM 7010-CHERCHER-FACTURE-DEB
              THRU 7010-CHERCHER-FACTURE-FIN.
           IF WS-FF-TROUVEE = ZERO
               DISPLAY "/!\ Facture introuvable /!\"
               GO TO 9200-TRAITER-BLOQUEE-FIN
           END-IF.
           IF WS-FF-STATUT(WS-FF-TROUVEE) NOT = WS-FF-STATUT-BLOQUEE
               DISPLAY "/!\ Facture non bloquee ("
                       WS-FF-STATUT(WS-FF-TROUVEE) ") /!\"
               GO TO 9200-TRAITER-BLOQUEE-FIN
           END-IF.

           PERFORM 9210-AFFICHER-LIGNES-DEB
              THRU 9210-AFFICHER-LIGNES-FIN.

           DISPLAY "V = valider malgre les ecarts, R = rejeter, "
                   "ENTREE = laisser bloquee : " WITH NO ADVANCING.
           MOVE SPACE TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           EVALUATE WS-REPONSE
               WHEN "V"
               WHEN "v"
                   IF WS-NB-DF >= 500
                       DISPLAY "/!\ Registre des dettes plein (500) "
                               "/!\"
                       GO TO 9200-TRAITER-BLOQUEE-FIN
                   END-IF
                   MOVE WS-FF-STATUT-VALIDEE
                       TO WS-FF-STATUT(WS-FF-TROUVEE)
                   PERFORM 9300-INSCRIRE-DETTE-DEB
                      THRU 9300-INSCRIRE-DETTE-FIN
                   PERFORM 9510-REECRIRE-DETTES-DEB
                      THRU 9510-REECRIRE-DETTES-FIN
                   PERFORM 9500-REECRIRE-FACTURES-DEB
                      THRU 9500-REECRIRE-FACTURES-FIN
                   DISPLAY "Facture validee, echeance "
                           WS-DF-DATE-ECHEANCE(WS-NB-DF) "."
               WHEN "R"
               WHEN "r"
                   MOVE WS-FF-STATUT-REJETEE
                       TO WS-FF-STATUT(WS-FF-TROUVEE)
                   PERFORM 9220-LIBERER-QUANTITES-DEB
                      THRU 9220-LIBERER-QUANTITES-FIN
                   PERFORM 9500-REECRIRE-FACTURES-DEB
                      THRU 9500-REECRIRE-FACTURES-FIN
                   DISPLAY "Facture rejetee."
               WHEN OTHER
                   DISPLAY "Facture laissee bloquee."
           END-EVALUATE.
       9200-TRAITER-BLOQUEE-FIN.
           EXIT.

      * Affiche les lignes de la facture WS-SAISIE-NUM et leur ecart
       9210-AFFICHER-LIGNES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LIGNES.
           IF WS-FS-LIGNES NOT = "00"
               DISPLAY "/!\ factures-fourn-lignes.txt indisponible "
                       "/!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LIGNES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FL-NUM = WS-SAISIE-NUM
                           MOVE FS-FL-PRIX     TO WS-PRIX-ED
                           MOVE FS-FL-PRIX-CDE TO WS-PRIX-CDE-ED
                           MOVE FS-FL-QTE      TO WS-QTE-ED
                           MOVE FS-FL-QTE-DISPO TO WS-QTE-DISPO-ED
                           DISPLAY "  Ligne " FS-FL-LIGNE
                                   " cde " FS-FL-NUM-CF " "
                                   FS-FL-PRODUIT " qte " WS-QTE-ED
                                   " (reste recu " WS-QTE-DISPO-ED
                                   ") prix " WS-PRIX-ED
                                   " (commande " WS-PRIX-CDE-ED
                                   ") : " FS-FL-ECART
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LIGNES = "00" OR WS-FS-LIGNES = "10"
               CLOSE F-LIGNES
           END-IF.
       9210-AFFICHER-LIGNES-FIN.
           EXIT.

      * Les quantites de la facture rejetee WS-SAISIE-NUM ne sont
      * plus comptees comme facturees
       9220-LIBERER-QUANTITES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LIGNES.
           IF WS-FS-LIGNES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LIGNES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FL-NUM = WS-SAISIE-NUM
                           MOVE FS-FL-NUM-CF TO WS-SAISIE-NUM-CF
                           PERFORM 7000-CHERCHER-CF-DEB
                              THRU 7000-CHERCHER-CF-FIN
                           IF WS-CF-TROUVEE > ZERO
                              AND WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
                                  >= FS-FL-QTE
                               SUBTRACT FS-FL-QTE FROM
                                   WS-CF-QTE-FACTUREE(WS-CF-TROUVEE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LIGNES = "00" OR WS-FS-LIGNES = "10"
               CLOSE F-LIGNES
           END-IF.
       9220-LIBERER-QUANTITES-FIN.
           EXIT.

      ******************************************************************
      * INSCRIPTION D'UNE FACTURE VALIDEE AUX DETTES FOURNISSEURS
      ******************************************************************
      * Facture WS-FF-TROUVEE ; echeance = date de la facture plus le
      * delai de paiement du fournisseur
       9300-INSCRIRE-DETTE-DEB.
           MOVE WS-FF-FOURN(WS-FF-TROUVEE) TO WS-FOURN-CHERCHE.
           PERFORM 7020-LIRE-FOURNISSEUR-DEB
              THRU 7020-LIRE-FOURNISSEUR-FIN.

           ADD 1 TO WS-NB-DF.
           MOVE WS-FF-NUM(WS-FF-TROUVEE)   TO WS-DF-NUM(WS-NB-DF).
           MOVE WS-FF-FOURN(WS-FF-TROUVEE) TO WS-DF-FOURN(WS-NB-DF).
           MOVE WS-FF-REF(WS-FF-TROUVEE)   TO WS-DF-REF(WS-NB-DF).
           MOVE WS-FF-DATE-FACTURE(WS-FF-TROUVEE)
               TO WS-DF-DATE-FACTURE(WS-NB-DF).
           COMPUTE WS-DF-DATE-ECHEANCE(WS-NB-DF) =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-FF-DATE-FACTURE(WS-FF-TROUVEE))
               + WS-DELAI-PAIEMENT-FOURN).
           MOVE WS-FF-MONTANT(WS-FF-TROUVEE) TO WS-DF-MONTANT(WS-NB-DF).
           MOVE WS-DF-STATUT-A-PAYER TO WS-DF-STATUT(WS-NB-DF).
           MOVE ZERO TO WS-DF-DATE-PAIEMENT(WS-NB-DF).
       9300-INSCRIRE-DETTE-FIN.
           EXIT.

      ******************************************************************
      * ENREGISTREMENT D'UN REGLEMENT FOURNISSEUR
      ******************************************************************
       9400-ENREGISTRER-REGLEMENT-DEB.
           DISPLAY "Numero de la facture reglee : "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-NUM.
           ACCEPT WS-SAISIE-NUM.

           MOVE ZERO TO WS-DF-TROUVEE.
           PERFORM VARYING WS-IDX-DF FROM 1 BY 1
                   UNTIL WS-IDX-DF > WS-NB-DF
               IF WS-DF-NUM(WS-IDX-DF) = WS-SAISIE-NUM
                   MOVE WS-IDX-DF TO WS-DF-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-DF-TROUVEE = ZERO
               DISPLAY "/!\ Aucune dette pour cette facture (inconnue"
                       ", bloquee ou rejetee) /!\"
               GO TO 9400-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           IF WS-DF-STATUT(WS-DF-TROUVEE) = WS-DF-STATUT-PAYEE
               DISPLAY "/!\ Facture deja reglee le "
                       WS-DF-DATE-PAIEMENT(WS-DF-TROUVEE) " /!\"
           ELSE
               MOVE WS-DF-MONTANT(WS-DF-TROUVEE) TO WS-MONTANT-ED
               DISPLAY "Fournisseur " WS-DF-FOURN(WS-DF-TROUVEE)
                       " facture " WS-DF-REF(WS-DF-TROUVEE)
                       " : " WS-MONTANT-ED
               MOVE WS-DF-STATUT-PAYEE TO WS-DF-STATUT(WS-DF-TROUVEE)
               MOVE WS-DATE-JOUR
                   TO WS-DF-DATE-PAIEMENT(WS-DF-TROUVEE)
               PERFORM 9510-REECRIRE-DETTES-DEB
                  THRU 9510-REECRIRE-DETTES-FIN
               DISPLAY "Dette soldee."
           END-IF.
       9400-ENREGISTRER-REGLEMENT-FIN.
           EXIT.

      ******************************************************************
      * REECRITURE COMPLETE DU REGISTRE ET DES DETTES DEPUIS LA
      * MEMOIRE (MEME DEMARCHE QUE 9500-REECRIRE-FACTURES DANS
      * FACTURATION-CLI.CBL)
      ******************************************************************
       9500-REECRIRE-FACTURES-DEB.
           OPEN OUTPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               DISPLAY "Erreur ouverture factures-fournisseur.txt, "
                       "code : " WS-FS-FACTURES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                   UNTIL WS-IDX-FF > WS-NB-FF
               MOVE SPACES TO FS-ENR-FACTURE
               MOVE WS-FF-NUM(WS-IDX-FF)     TO FS-FF-NUM
               MOVE WS-FF-DATE-SAISIE(WS-IDX-FF)
                   TO FS-FF-DATE-SAISIE
               MOVE WS-FF-FOURN(WS-IDX-FF)   TO FS-FF-FOURN-CODE
               MOVE WS-FF-REF(WS-IDX-FF)     TO FS-FF-REF
               MOVE WS-FF-DATE-FACTURE(WS-IDX-FF)
                   TO FS-FF-DATE-FACTURE
               MOVE WS-FF-MONTANT(WS-IDX-FF) TO FS-FF-MONTANT
               MOVE WS-FF-NB-LIGNES(WS-IDX-FF) TO FS-FF-NB-LIGNES
               MOVE WS-FF-NB-ECARTS(WS-IDX-FF) TO FS-FF-NB-ECARTS
               MOVE WS-FF-STATUT(WS-IDX-FF)  TO FS-FF-STATUT
               WRITE FS-ENR-FACTURE
           END-PERFORM.
           CLOSE F-FACTURES.
       9500-REECRIRE-FACTURES-FIN.
           EXIT.

       9510-REECRIRE-DETTES-DEB.
           OPEN OUTPUT F-DETTES.
           IF WS-FS-DETTES NOT = "00"
               DISPLAY "Erreur ouverture dettes-fournisseurs.txt, "
                       "code : " WS-FS-DETTES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-DF FROM 1 BY 1
                   UNTIL WS-IDX-DF > WS-NB-DF
               MOVE SPACES TO FS-ENR-DETTE
               MOVE WS-DF-NUM(WS-IDX-DF)     TO FS-DF-NUM
               MOVE WS-DF-FOURN(WS-IDX-DF)   TO FS-DF-FOURN-CODE
               MOVE WS-DF-REF(WS-IDX-DF)     TO FS-DF-REF
               MOVE WS-DF-DATE-FACTURE(WS-IDX-DF)
                   TO FS-DF-DATE-FACTURE
               MOVE WS-DF-DATE-ECHEANCE(WS-IDX-DF)
                   TO FS-DF-DATE-ECHEANCE
               MOVE WS-DF-MONTANT(WS-IDX-DF) TO FS-DF-MONTANT
               MOVE WS-DF-STATUT(WS-IDX-DF)  TO FS-DF-STATUT
               MOVE WS-DF-DATE-PAIEMENT(WS-IDX-DF)
                   TO FS-DF-DATE-PAIEMENT
               WRITE FS-ENR-DETTE
           END-PERFORM.
           CLOSE F-DETTES.
       9510-REECRIRE-DETTES-FIN.
           EXIT.

      * Ajoute les lignes de la facture saisie (WS-PROCH-NUM-FF) a
      * factures-fourn-lignes.txt, cree s'il n'existe pas encore
       9600-ECRIRE-LIGNES-DEB.
           OPEN EXTEND F-LIGNES.
           IF WS-FS-LIGNES = "35"
               OPEN OUTPUT F-LIGNES
               CLOSE F-LIGNES
               OPEN EXTEND F-LIGNES
           END-IF.
           IF WS-FS-LIGNES NOT = "00"
               DISPLAY "Erreur ouverture factures-fourn-lignes.txt, "
                       "code : " WS-FS-LIGNES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-LS FROM 1 BY 1
                   UNTIL WS-IDX-LS > WS-NB-LS
               MOVE SPACES TO FS-ENR-LIGNE
               MOVE WS-PROCH-NUM-FF           TO FS-FL-NUM
               MOVE WS-IDX-LS                 TO FS-FL-LIGNE
               MOVE WS-LS-NUM-CF(WS-IDX-LS)   TO FS-FL-NUM-CF
               MOVE WS-LS-PRODUIT(WS-IDX-LS)  TO FS-FL-PRODUIT
               MOVE WS-LS-QTE(WS-IDX-LS)      TO FS-FL-QTE
               MOVE WS-LS-PRIX(WS-IDX-LS)     TO FS-FL-PRIX
               MOVE WS-LS-PRIX-CDE(WS-IDX-LS) TO FS-FL-PRIX-CDE
               MOVE WS-LS-QTE-DISPO(WS-IDX-LS) TO FS-FL-QTE-DISPO
               MOVE WS-LS-ECART(WS-IDX-LS)    TO FS-FL-ECART
               WRITE FS-ENR-LIGNE
           END-PERFORM.
           CLOSE F-LIGNES.
       9600-ECRIRE-LIGNES-FIN.
           EXIT.

      ******************************************************************
      * BALANCE AGEE DES FOURNISSEURS
      ******************************************************************
      * Dettes a payer par fournisseur, selon le retard sur
      * l'echeance : non echu, 1-30 jours, 31-60 jours, plus de 60
      * jours ; les factures bloquees sont montrees a part
       9700-BALANCE-AGEE-DEB.
           MOVE ZERO TO WS-NB-BAL.
           MOVE ZERO TO WS-TOTAL-A-PAYER.
           MOVE ZERO TO WS-TOTAL-ECHU.
           INITIALIZE WS-TAB-BALANCE.
           COMPUTE WS-JOUR-COURANT-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

           PERFORM VARYING WS-IDX-DF FROM 1 BY 1
                   UNTIL WS-IDX-DF > WS-NB-DF
               IF WS-DF-STATUT(WS-IDX-DF) = WS-DF-STATUT-A-PAYER
                   MOVE WS-DF-FOURN(WS-IDX-DF) TO WS-FOURN-CHERCHE
                   PERFORM 9710-RANG-FOURNISSEUR-DEB
                      THRU 9710-RANG-FOURNISSEUR-FIN
                   IF WS-IDX-BAL > ZERO
                       PERFORM 9720-AJOUTER-TRANCHE-DEB
                          THRU 9720-AJOUTER-TRANCHE-FIN
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                   UNTIL WS-IDX-FF > WS-NB-FF
               IF WS-FF-STATUT(WS-IDX-FF) = WS-FF-STATUT-BLOQUEE
                   MOVE WS-FF-FOURN(WS-IDX-FF) TO WS-FOURN-CHERCHE
                   PERFORM 9710-RANG-FOURNISSEUR-DEB
                      THRU 9710-RANG-FOURNISSEUR-FIN
                   IF WS-IDX-BAL > ZERO
                       ADD WS-FF-MONTANT(WS-IDX-FF)
                           TO WS-BAL-BLOQUE(WS-IDX-BAL)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 9730-EDITER-BALANCE-DEB
              THRU 9730-EDITER-BALANCE-FIN.
       9700-BALANCE-AGEE-FIN.
           EXIT.

      * Rang du fournisseur WS-FOURN-CHERCHE dans la balance, ajoute
      * s'il n'y figure pas encore (zero si la balance est pleine)
       9710-RANG-FOURNISSEUR-DEB.
           MOVE "N" TO WS-BAL-TROUVE.
           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL > WS-NB-BAL
                      OR WS-BAL-EST-TROUVE
               IF WS-BAL-FOURN(WS-IDX-BAL) = WS-FOURN-CHERCHE
                   SET WS-BAL-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-BAL-EST-TROUVE
               SUBTRACT 1 FROM WS-IDX-BAL
               GO TO 9710-RANG-FOURNISSEUR-FIN
           END-IF.

           IF WS-NB-BAL < 50
               ADD 1 TO WS-NB-BAL
               MOVE WS-FOURN-CHERCHE TO WS-BAL-FOURN(WS-NB-BAL)
               MOVE WS-NB-BAL TO WS-IDX-BAL
           ELSE
               MOVE ZERO TO WS-IDX-BAL
           END-IF.
       9710-RANG-FOURNISSEUR-FIN.
           EXIT.

      * Cumule la dette WS-IDX-DF dans la tranche de retard de son
      * fournisseur WS-IDX-BAL
       9720-AJOUTER-TRANCHE-DEB.
           COMPUTE WS-JOUR-ECHEANCE-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DF-DATE-ECHEANCE(WS-IDX-DF)).
           COMPUTE WS-RETARD-JOURS =
               WS-JOUR-COURANT-ENTIER - WS-JOUR-ECHEANCE-ENTIER.

           ADD WS-DF-MONTANT(WS-IDX-DF) TO WS-TOTAL-A-PAYER.
           IF WS-RETARD-JOURS > ZERO
               ADD WS-DF-MONTANT(WS-IDX-DF) TO WS-TOTAL-ECHU
           END-IF.
           EVALUATE TRUE
               WHEN WS-RETARD-JOURS <= 0
                   ADD WS-DF-MONTANT(WS-IDX-DF)
                       TO WS-BAL-NON-ECHU(WS-IDX-BAL)
               WHEN WS-RETARD-JOURS <= 30
                   ADD WS-DF-MONTANT(WS-IDX-DF)
                       TO WS-BAL-TR-1-30(WS-IDX-BAL)
               WHEN WS-RETARD-JOURS <= 60
                   ADD WS-DF-MONTANT(WS-IDX-DF)
                       TO WS-BAL-TR-31-60(WS-IDX-BAL)
               WHEN OTHER
                   ADD WS-DF-MONTANT(WS-IDX-DF)
                       TO WS-BAL-TR-PLUS-60(WS-IDX-BAL)
           END-EVALUATE.
       9720-AJOUTER-TRANCHE-FIN.
           EXIT.

      * Edite la balance agee a l'ecran et dans
      * balance-fournisseurs.txt, une ligne par fournisseur
       9730-EDITER-BALANCE-DEB.
           OPEN OUTPUT F-BALANCE.
           IF WS-FS-BALANCE NOT = "00"
               DISPLAY "Erreur ouverture balance-fournisseurs.txt, "
                       "code : " WS-FS-BALANCE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-BALANCE.
           STRING "BALANCE AGEE DES FOURNISSEURS AU " WS-DATE-JOUR
               INTO WS-LIGNE-BALANCE
           END-STRING.
           DISPLAY WS-LIGNE-BALANCE.
           MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE.
           WRITE FS-ENR-BALANCE.

           IF WS-NB-BAL = ZERO
               DISPLAY "Aucune dette a payer ni facture bloquee."
               MOVE "Aucune dette a payer ni facture bloquee."
                   TO FS-ENR-BALANCE
               WRITE FS-ENR-BALANCE
               CLOSE F-BALANCE
               GO TO 9730-EDITER-BALANCE-FIN
           END-IF.

           INITIALIZE WS-LIGNE-BALANCE.
           STRING "Fourn. Nom                 "
                  "      Non echu"
                  "      1-30 j  "
                  "      31-60 j "
                  "      + 60 j  "
                  "    A payer   "
                  "     Bloquees"
               INTO WS-LIGNE-BALANCE
           END-STRING.
           DISPLAY WS-LIGNE-BALANCE.
           MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE.
           WRITE FS-ENR-BALANCE.

           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL > WS-NB-BAL
               MOVE WS-BAL-FOURN(WS-IDX-BAL) TO WS-FOURN-CHERCHE
               PERFORM 7020-LIRE-FOURNISSEUR-DEB
                  THRU 7020-LIRE-FOURNISSEUR-FIN
               COMPUTE WS-BAL-SOLDE =
                   WS-BAL-NON-ECHU(WS-IDX-BAL)
                 + WS-BAL-TR-1-30(WS-IDX-BAL)
                 + WS-BAL-TR-31-60(WS-IDX-BAL)
                 + WS-BAL-TR-PLUS-60(WS-IDX-BAL)
               MOVE WS-BAL-NON-ECHU(WS-IDX-BAL)   TO WS-MT1-ED
               MOVE WS-BAL-TR-1-30(WS-IDX-BAL)    TO WS-MT2-ED
               MOVE WS-BAL-TR-31-60(WS-IDX-BAL)   TO WS-MT3-ED
               MOVE WS-BAL-TR-PLUS-60(WS-IDX-BAL) TO WS-MT4-ED
               MOVE WS-BAL-SOLDE                  TO WS-MT5-ED
               MOVE WS-BAL-BLOQUE(WS-IDX-BAL)     TO WS-MONTANT-ED
               INITIALIZE WS-LIGNE-BALANCE
               STRING WS-BAL-FOURN(WS-IDX-BAL) " "
                      WS-FOURN-NOM-ED " "
                      WS-MT1-ED WS-MT2-ED WS-MT3-ED WS-MT4-ED
                      WS-MT5-ED WS-MONTANT-ED
                   INTO WS-LIGNE-BALANCE
               END-STRING
               DISPLAY WS-LIGNE-BALANCE
               MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE
               WRITE FS-ENR-BALANCE
           END-PERFORM.

           MOVE WS-TOTAL-A-PAYER TO WS-MT5-ED.
           MOVE WS-TOTAL-ECHU    TO WS-MT2-ED.
           INITIALIZE WS-LIGNE-BALANCE.
           STRING "TOTAL A PAYER : " WS-MT5-ED
                  "   dont echu : " WS-MT2-ED
               INTO WS-LIGNE-BALANCE
           END-STRING.
           DISPLAY WS-LIGNE-BALANCE.
           MOVE WS-LIGNE-BALANCE TO FS-ENR-BALANCE.
           WRITE FS-ENR-BALANCE.

           CLOSE F-BALANCE.
           DISPLAY "Balance ecrite dans balance-fournisseurs.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "balance-fournisseurs.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       9730-EDITER-BALANCE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
