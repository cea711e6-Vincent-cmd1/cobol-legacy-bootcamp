      ******************************************************************
      * PROGRAMME : STOCK-DORMANT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Stock a rotation lente et stock dormant : pour
      *             chaque produit de inventaire.txt, date de la
      *             derniere entree et de la derniere sortie d'apres
      *             le journal des mouvements (mouvements-stock.txt,
      *             hors transferts entre emplacements et ajustements
      *             d'inventaire, qui ne sont ni achats ni ventes).
      *             Un produit est LENT sans sortie depuis N jours,
      *             DORMANT sans sortie depuis M jours (M > N), ACTIF
      *             sinon ; un produit jamais sorti est juge sur sa
      *             derniere entree, un produit sans aucun mouvement
      *             est DORMANT. Le stock est valorise au cout moyen
      *             pondere (couts-produits.txt ; a defaut prix du
      *             fournisseur puis prix de vente, comme
      *             stock-valorisation.cbl).
      *             Le rapport donne aux ventes la liste du stock a
      *             ecouler (dormants puis lents en stock, par valeur
      *             decroissante) et aux achats, fournisseur par
      *             fournisseur, les produits a ne plus
      *             reapprovisionner avec la valeur immobilisee.
      *
      * FICHIERS  :
      *   - F-INVENTAIRE   : inventaire.txt (entree, indexe)
      *   - F-MOUVEMENTS   : mouvements-stock.txt (entree, facultatif)
      *   - F-COUTS        : couts-produits.txt (entree, indexe,
      *                      facultatif)
      *   - F-FOURNISSEURS : fournisseurs.txt (entree, indexe,
      *                      facultatif)
      *   - F-LOT-FLAG     : lot-nocturne.flg (temoin du lot nocturne)
      *   - F-RAPPORT      : stock-dormant.txt (sortie, recree)
      *
      * REMARQUE  : Seuils N et M saisis a l'execution (defaut 90 et
      *             180 jours) ; en execution batch la saisie est
      *             sautee et les seuils par defaut s'appliquent.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. stock-dormant.
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

      * Journal des mouvements de stock (cf. command-cli.cbl)
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOUVEMENTS.

      * Cout moyen pondere d'achat par produit (cf. reception-fourn
      * .cbl)
           SELECT F-COUTS ASSIGN TO "couts-produits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CMP-PRODUIT
               FILE STATUS IS WS-FS-COUTS.

      * Referentiel fournisseurs (cf. fournisseurs-maint.cbl)
           SELECT F-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOURN-CODE
               FILE STATUS IS WS-FS-FOURNISSEURS.

      * Fichier témoin posé par lot-nocturne le temps du lot ; sa
      * seule présence indique une exécution batch, sans opérateur
      * au clavier
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

      * Rapport du stock lent et dormant
           SELECT F-RAPPORT ASSIGN TO "stock-dormant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

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
           05 FS-INV-TVA-CODE        PIC X(01).

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
       FD F-MOUVEMENTS.
       01 FS-ENR-MOUVEMENT.
           05 FS-MV-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-MV-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-MV-QTE              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-MV-SENS             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-MV-REFERENCE        PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-MV-EMPLACEMENT      PIC X(04).

      * Cout moyen pondere par produit (cf. reception-fourn.cbl)
       FD F-COUTS.
       01 FS-ENR-COUT.
           05 FS-CMP-PRODUIT         PIC X(10).
           05 FS-CMP-COUT            PIC 9(05)V9(04).
           05 FS-CMP-DATE-MAJ        PIC 9(08).
           05 FS-CMP-DERNIER-PRIX    PIC 9(05)V99.

      * Fournisseur, tel que declare dans fournisseurs-maint.cbl
       FD F-FOURNISSEURS.
       01 FS-ENR-FOURNISSEUR.
           05 FS-FOURN-CODE          PIC X(06).
           05 FS-FOURN-NOM           PIC X(20).
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
       01 WS-FS-COUTS              PIC X(02).
       01 WS-FS-FOURNISSEURS       PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Execution batch (fichier temoin du lot nocturne present)
       01 WS-MODE-BATCH            PIC X(01) VALUE SPACE.
           88 MODE-BATCH                        VALUE "1".

      * Seuils en jours sans sortie : N (lent) et M (dormant)
       01 WS-SEUIL-LENT-DEFAUT     PIC 9(04) VALUE 90.
       01 WS-SEUIL-DORMANT-DEFAUT  PIC 9(04) VALUE 180.
       01 WS-SEUIL-LENT            PIC 9(04).
       01 WS-SEUIL-DORMANT         PIC 9(04).
       01 WS-SAISIE-SEUIL          PIC 9(04).

      * Date du jour, en AAAAMMJJ et en jours entiers
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-JOUR-ENTIER           PIC 9(07).

      * Table des produits : rang de la classe pour le tri (1
      * dormant, 2 lent, 3 actif ; 9 = poste inutilise), valeur au
      * cout, fournisseur, dates de derniere entree et sortie, jours
      * sans sortie et origine du cout (C cout moyen, F prix
      * fournisseur, V prix de vente)
       01 WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-NB-TRONQUES           PIC 9(05) VALUE ZERO.
       01 WS-TAB-PRODUITS.
           05 WS-PRD OCCURS 300 TIMES.
              10 WS-PRD-RANG            PIC 9(01).
                 88 WS-PRD-DORMANT                   VALUE 1.
                 88 WS-PRD-LENT                      VALUE 2.
                 88 WS-PRD-ACTIF                     VALUE 3.
              10 WS-PRD-VALEUR          PIC 9(09)V99.
              10 WS-PRD-PRODUIT         PIC X(10).
              10 WS-PRD-FOURN           PIC X(06).
              10 WS-PRD-STOCK           PIC 9(05).
              10 WS-PRD-COUT            PIC 9(05)V9(04).
              10 WS-PRD-ORIGINE         PIC X(01).
              10 WS-PRD-DERN-ENTREE     PIC 9(08).
              10 WS-PRD-DERN-SORTIE     PIC 9(08).
              10 WS-PRD-JOURS           PIC 9(05).

      * Sous-totaux par fournisseur (50 max)
       01 WS-NB-FOURNISSEURS       PIC 9(02) VALUE ZERO.
       01 WS-IDX-FOURN             PIC 9(02) VALUE ZERO.
       01 WS-TAB-FOURN-TOTAUX.
           05 WS-FT OCCURS 50 TIMES.
              10 WS-FT-CODE             PIC X(06).
              10 WS-FT-NB-LENTS         PIC 9(03).
              10 WS-FT-NB-DORMANTS      PIC 9(03).
              10 WS-FT-VAL-LENTS        PIC 9(11)V99.
              10 WS-FT-VAL-DORMANTS     PIC 9(11)V99.
              10 WS-FT-VAL-TOTALE       PIC 9(11)V99.

      * Totaux par classe
       01 WS-NB-ACTIFS             PIC 9(03) VALUE ZERO.
       01 WS-NB-LENTS              PIC 9(03) VALUE ZERO.
       01 WS-NB-DORMANTS           PIC 9(03) VALUE ZERO.
       01 WS-VAL-ACTIFS            PIC 9(11)V99 VALUE ZERO.
       01 WS-VAL-LENTS             PIC 9(11)V99 VALUE ZERO.
       01 WS-VAL-DORMANTS          PIC 9(11)V99 VALUE ZERO.
       01 WS-NB-MOUVEMENTS         PIC 9(07) VALUE ZERO.

      * Zones de travail
       01 WS-DATE-REFERENCE        PIC 9(08).
       01 WS-NB-A-ECOULER          PIC 9(03) VALUE ZERO.
       01 WS-LIBELLE-CLASSE        PIC X(07).
       01 WS-LIBELLE-SORTIE        PIC X(08).

      * Zones editees
       01 WS-VALEUR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VALEUR2-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-JOURS-ED              PIC ZZZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "stock-dormant".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : seuils, chargement, classement, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           PERFORM 6005-PARAMETRES-DEB
              THRU 6005-PARAMETRES-FIN.

           PERFORM 6110-CHARGER-INVENTAIRE-DEB
              THRU 6110-CHARGER-INVENTAIRE-FIN.

           PERFORM 6120-LIRE-MOUVEMENTS-DEB
              THRU 6120-LIRE-MOUVEMENTS-FIN.

           PERFORM 7000-CLASSER-PRODUITS-DEB
              THRU 7000-CLASSER-PRODUITS-FIN.

           PERFORM 7100-CUMULER-FOURNISSEURS-DEB
              THRU 7100-CUMULER-FOURNISSEURS-FIN.

           PERFORM 8000-EDITER-RAPPORT-DEB
              THRU 8000-EDITER-RAPPORT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * SEUILS DU CLASSEMENT
      ******************************************************************
      * Seuils saisis (vide ou zero = defaut) ; en execution batch la
      * saisie est sautee, comme dans lots-peremption.cbl. Un seuil
      * dormant qui ne depasse pas le seuil lent est ramene au double
      * de celui-ci
       6005-PARAMETRES-DEB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           MOVE WS-SEUIL-LENT-DEFAUT    TO WS-SEUIL-LENT.
           MOVE WS-SEUIL-DORMANT-DEFAUT TO WS-SEUIL-DORMANT.

           MOVE SPACE TO WS-MODE-BATCH.
           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               MOVE "1" TO WS-MODE-BATCH
               CLOSE F-LOT-FLAG
           END-IF.

           IF NOT MODE-BATCH
               MOVE ZERO TO WS-SAISIE-SEUIL
               DISPLAY "Jours sans sortie pour un produit lent (defaut "
                       WS-SEUIL-LENT-DEFAUT ") : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-SEUIL
               IF WS-SAISIE-SEUIL NOT = ZERO
                   MOVE WS-SAISIE-SEUIL TO WS-SEUIL-LENT
               END-IF
               MOVE ZERO TO WS-SAISIE-SEUIL
               DISPLAY "Jours sans sortie pour un produit dormant "
                       "(defaut " WS-SEUIL-DORMANT-DEFAUT ") : "
                       WITH NO ADVANCING
               ACCEPT WS-SAISIE-SEUIL
               IF WS-SAISIE-SEUIL NOT = ZERO
                   MOVE WS-SAISIE-SEUIL TO WS-SEUIL-DORMANT
               END-IF
           END-IF.

           IF WS-SEUIL-DORMANT <= WS-SEUIL-LENT
               COMPUTE WS-SEUIL-DORMANT = WS-SEUIL-LENT * 2
               DISPLAY "Seuil dormant ramene a " WS-SEUIL-DORMANT
                       " jours."
           END-IF.
       6005-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE L'INVENTAIRE ET VALORISATION AU COUT
      ******************************************************************
       6110-CHARGER-INVENTAIRE-DEB.
           INITIALIZE WS-TAB-PRODUITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 300
               MOVE 9 TO WS-PRD-RANG(WS-IDX)
           END-PERFORM.

           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                   WS-FS-INVENTAIRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-COUTS.
           OPEN INPUT F-FOURNISSEURS.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-INVENTAIRE NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-PRODUITS < 300
                           ADD 1 TO WS-NB-PRODUITS
                           MOVE FS-PRODUIT
                               TO WS-PRD-PRODUIT(WS-NB-PRODUITS)
                           MOVE FS-STOCK
                               TO WS-PRD-STOCK(WS-NB-PRODUITS)
                           MOVE FS-INV-FOURN-CODE
                               TO WS-PRD-FOURN(WS-NB-PRODUITS)
                           PERFORM 6115-DETERMINER-COUT-DEB
                              THRU 6115-DETERMINER-COUT-FIN
                           COMPUTE WS-PRD-VALEUR(WS-NB-PRODUITS)
                               ROUNDED = FS-STOCK
                                   * WS-PRD-COUT(WS-NB-PRODUITS)
                       ELSE
                           ADD 1 TO WS-NB-TRONQUES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-INVENTAIRE.
           IF WS-FS-COUTS = "00"
               CLOSE F-COUTS
           END-IF.
           IF WS-FS-FOURNISSEURS = "00"
               CLOSE F-FOURNISSEURS
           END-IF.

           IF WS-NB-TRONQUES > ZERO
               DISPLAY "/!\ ATTENTION : capacite du tableau (300) "
                       "atteinte, " WS-NB-TRONQUES
                       " produit(s) non analyse(s) /!\"
           END-IF.
       6110-CHARGER-INVENTAIRE-FIN.
           EXIT.

      * Cout unitaire du produit courant, comme 6115-DETERMINER-COUT
      * dans stock-valorisation.cbl : cout moyen pondere, sinon prix
      * du fournisseur attitre, sinon prix de vente
       6115-DETERMINER-COUT-DEB.
           IF WS-FS-COUTS = "00"
               MOVE FS-PRODUIT TO FS-CMP-PRODUIT
               READ F-COUTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CMP-COUT
                           TO WS-PRD-COUT(WS-NB-PRODUITS)
                       MOVE "C" TO WS-PRD-ORIGINE(WS-NB-PRODUITS)
                       GO TO 6115-DETERMINER-COUT-FIN
               END-READ
           END-IF.

           IF WS-FS-FOURNISSEURS = "00"
              AND FS-INV-FOURN-CODE NOT = SPACES
               MOVE FS-INV-FOURN-CODE TO FS-FOURN-CODE
               READ F-FOURNISSEURS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-FOURN-PRIX IS NUMERIC
                          AND FS-FOURN-PRIX > ZERO
                           MOVE FS-FOURN-PRIX
                               TO WS-PRD-COUT(WS-NB-PRODUITS)
                           MOVE "F"
                               TO WS-PRD-ORIGINE(WS-NB-PRODUITS)
                           GO TO 6115-DETERMINER-COUT-FIN
                       END-IF
               END-READ
           END-IF.

           MOVE FS-INV-PRIX TO WS-PRD-COUT(WS-NB-PRODUITS).
           MOVE "V" TO WS-PRD-ORIGINE(WS-NB-PRODUITS).
       6115-DETERMINER-COUT-FIN.
           EXIT.

      ******************************************************************
      * DERNIERES ENTREES ET SORTIES D'APRES LE JOURNAL
      ******************************************************************
      * Les transferts entre emplacements (TR) et les ajustements
      * d'inventaire (AJUST) ne sont pas retenus ; journal absent =
      * aucun mouvement connu
       6120-LIRE-MOUVEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-MOUVEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-MV-DATE IS NUMERIC
                          AND FS-MV-REFERENCE(1:3) NOT = "TR "
                          AND FS-MV-REFERENCE(1:5) NOT = "AJUST"
                           ADD 1 TO WS-NB-MOUVEMENTS
                           PERFORM 6125-DATER-PRODUIT-DEB
                              THRU 6125-DATER-PRODUIT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-MOUVEMENTS = "00" OR WS-FS-MOUVEMENTS = "10"
               CLOSE F-MOUVEMENTS
           END-IF.
       6120-LIRE-MOUVEMENTS-FIN.
           EXIT.

       6125-DATER-PRODUIT-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
                      OR WS-PRD-PRODUIT(WS-IDX) = FS-MV-PRODUIT
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NB-PRODUITS
               GO TO 6125-DATER-PRODUIT-FIN
           END-IF.

           IF FS-MV-SENS = "S"
               IF FS-MV-DATE > WS-PRD-DERN-SORTIE(WS-IDX)
                   MOVE FS-MV-DATE TO WS-PRD-DERN-SORTIE(WS-IDX)
               END-IF
           ELSE
               IF FS-MV-DATE > WS-PRD-DERN-ENTREE(WS-IDX)
                   MOVE FS-MV-DATE TO WS-PRD-DERN-ENTREE(WS-IDX)
               END-IF
           END-IF.
       6125-DATER-PRODUIT-FIN.
           EXIT.

      ******************************************************************
      * CLASSEMENT ACTIF / LENT / DORMANT
      ******************************************************************
      * Jours ecoules depuis la derniere sortie (ou, sans sortie,
      * depuis la derniere entree) ; sans aucun mouvement le produit
      * est dormant. La table est ensuite triee par classe puis par
      * valeur decroissante
       7000-CLASSER-PRODUITS-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-DERN-SORTIE(WS-IDX) > ZERO
                   MOVE WS-PRD-DERN-SORTIE(WS-IDX) TO WS-DATE-REFERENCE
               ELSE
                   MOVE WS-PRD-DERN-ENTREE(WS-IDX) TO WS-DATE-REFERENCE
               END-IF
               IF WS-DATE-REFERENCE = ZERO
                   MOVE 99999 TO WS-PRD-JOURS(WS-IDX)
               ELSE
                   COMPUTE WS-PRD-JOURS(WS-IDX) = WS-JOUR-ENTIER
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-PRD-JOURS(WS-IDX) >= WS-SEUIL-DORMANT
                       SET WS-PRD-DORMANT(WS-IDX) TO TRUE
                       ADD 1 TO WS-NB-DORMANTS
                       ADD WS-PRD-VALEUR(WS-IDX) TO WS-VAL-DORMANTS
                   WHEN WS-PRD-JOURS(WS-IDX) >= WS-SEUIL-LENT
                       SET WS-PRD-LENT(WS-IDX) TO TRUE
                       ADD 1 TO WS-NB-LENTS
                       ADD WS-PRD-VALEUR(WS-IDX) TO WS-VAL-LENTS
                   WHEN OTHER
                       SET WS-PRD-ACTIF(WS-IDX) TO TRUE
                       ADD 1 TO WS-NB-ACTIFS
                       ADD WS-PRD-VALEUR(WS-IDX) TO WS-VAL-ACTIFS
               END-EVALUATE
           END-PERFORM.

           IF WS-NB-PRODUITS > 1
               SORT WS-PRD ON ASCENDING KEY WS-PRD-RANG
                            DESCENDING KEY WS-PRD-VALEUR
           END-IF.
       7000-CLASSER-PRODUITS-FIN.
           EXIT.

      ******************************************************************
      * SOUS-TOTAUX PAR FOURNISSEUR
      ******************************************************************
       7100-CUMULER-FOURNISSEURS-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                       UNTIL WS-IDX-FOURN > WS-NB-FOURNISSEURS
                          OR WS-FT-CODE(WS-IDX-FOURN)
                             = WS-PRD-FOURN(WS-IDX)
                   CONTINUE
               END-PERFORM
               IF WS-IDX-FOURN > WS-NB-FOURNISSEURS
                   IF WS-NB-FOURNISSEURS < 50
                       ADD 1 TO WS-NB-FOURNISSEURS
                       MOVE WS-NB-FOURNISSEURS TO WS-IDX-FOURN
                       INITIALIZE WS-FT(WS-IDX-FOURN)
                       MOVE WS-PRD-FOURN(WS-IDX)
                           TO WS-FT-CODE(WS-IDX-FOURN)
                   END-IF
               END-IF
               IF WS-IDX-FOURN <= WS-NB-FOURNISSEURS
                   ADD WS-PRD-VALEUR(WS-IDX)
                       TO WS-FT-VAL-TOTALE(WS-IDX-FOURN)
                   IF WS-PRD-DORMANT(WS-IDX)
                       ADD 1 TO WS-FT-NB-DORMANTS(WS-IDX-FOURN)
                       ADD WS-PRD-VALEUR(WS-IDX)
                           TO WS-FT-VAL-DORMANTS(WS-IDX-FOURN)
                   END-IF
                   IF WS-PRD-LENT(WS-IDX)
                       ADD 1 TO WS-FT-NB-LENTS(WS-IDX-FOURN)
                       ADD WS-PRD-VALEUR(WS-IDX)
                           TO WS-FT-VAL-LENTS(WS-IDX-FOURN)
                   END-IF
               END-IF
           END-PERFORM.
       7100-CUMULER-FOURNISSEURS-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT
      ******************************************************************
       8000-EDITER-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture stock-dormant.txt, code : "
                   WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "STOCK LENT ET DORMANT AU " WS-DATE-JOUR
                  " - lent " WS-SEUIL-LENT " j, dormant "
                  WS-SEUIL-DORMANT " j sans sortie ("
                  WS-NB-MOUVEMENTS " mvts)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.

      * Synthese par classe
           MOVE WS-VAL-ACTIFS TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "ACTIFS   : " WS-NB-ACTIFS " produit(s), valeur "
                  WS-VALEUR-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           MOVE WS-VAL-LENTS TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "LENTS    : " WS-NB-LENTS " produit(s), valeur "
                  WS-VALEUR-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           MOVE WS-VAL-DORMANTS TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "DORMANTS : " WS-NB-DORMANTS " produit(s), valeur "
                  WS-VALEUR-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.

      * Ventes : stock a ecouler, dormants puis lents, par valeur
      * decroissante (ordre de la table triee)
           MOVE "--- VENTES : STOCK A ECOULER ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF NOT WS-PRD-ACTIF(WS-IDX)
                  AND WS-PRD-STOCK(WS-IDX) > ZERO
                   ADD 1 TO WS-NB-A-ECOULER
                   PERFORM 8100-LIGNE-PRODUIT-DEB
                      THRU 8100-LIGNE-PRODUIT-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-A-ECOULER = ZERO
               MOVE "Aucun stock lent ou dormant" TO WS-LIGNE-RAPPORT
               PERFORM 8900-ECRIRE-LIGNE-DEB
                  THRU 8900-ECRIRE-LIGNE-FIN
           END-IF.

      * Achats : par fournisseur, valeur immobilisee et produits a ne
      * plus reapprovisionner
           MOVE "--- ACHATS : PRODUITS A NE PLUS REAPPROVISIONNER ---"
               TO WS-LIGNE-RAPPORT.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURNISSEURS
               PERFORM 8200-BLOC-FOURNISSEUR-DEB
                  THRU 8200-BLOC-FOURNISSEUR-FIN
           END-PERFORM.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans stock-dormant.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "stock-dormant.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

      * Ligne de detail du produit WS-IDX : classe, fournisseur,
      * derniere sortie (ou JAMAIS), jours sans sortie, stock et
      * valeur au cout ; PF / PV signalent un cout pris au prix du
      * fournisseur ou au prix de vente
       8100-LIGNE-PRODUIT-DEB.
           EVALUATE TRUE
               WHEN WS-PRD-DORMANT(WS-IDX)
                   MOVE "DORMANT" TO WS-LIBELLE-CLASSE
               WHEN WS-PRD-LENT(WS-IDX)
                   MOVE "LENT"    TO WS-LIBELLE-CLASSE
               WHEN OTHER
                   MOVE "ACTIF"   TO WS-LIBELLE-CLASSE
           END-EVALUATE.
           IF WS-PRD-DERN-SORTIE(WS-IDX) = ZERO
               MOVE "JAMAIS" TO WS-LIBELLE-SORTIE
           ELSE
               MOVE WS-PRD-DERN-SORTIE(WS-IDX) TO WS-LIBELLE-SORTIE
           END-IF.
           MOVE WS-PRD-JOURS(WS-IDX)  TO WS-JOURS-ED.
           MOVE WS-PRD-VALEUR(WS-IDX) TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "  " WS-PRD-PRODUIT(WS-IDX) " " WS-LIBELLE-CLASSE
                  " fourn. " WS-PRD-FOURN(WS-IDX)
                  " sortie " WS-LIBELLE-SORTIE
                  " (" WS-JOURS-ED " j) stock " WS-PRD-STOCK(WS-IDX)
                  " : " WS-VALEUR-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           IF WS-PRD-ORIGINE(WS-IDX) = "F"
               MOVE "PF" TO WS-LIGNE-RAPPORT(93:2)
           END-IF.
           IF WS-PRD-ORIGINE(WS-IDX) = "V"
               MOVE "PV" TO WS-LIGNE-RAPPORT(93:2)
           END-IF.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
       8100-LIGNE-PRODUIT-FIN.
           EXIT.

      * Sous-total du fournisseur WS-IDX-FOURN puis liste de ses
      * produits lents et dormants
       8200-BLOC-FOURNISSEUR-DEB.
           MOVE WS-FT-VAL-LENTS(WS-IDX-FOURN) TO WS-VALEUR-ED.
           MOVE WS-FT-VAL-DORMANTS(WS-IDX-FOURN) TO WS-VALEUR2-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Fournisseur " WS-FT-CODE(WS-IDX-FOURN)
                  " : lents " WS-FT-NB-LENTS(WS-IDX-FOURN)
                  " pour " WS-VALEUR-ED
                  " - dormants " WS-FT-NB-DORMANTS(WS-IDX-FOURN)
                  " pour " WS-VALEUR2-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           MOVE WS-FT-VAL-TOTALE(WS-IDX-FOURN) TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "  valeur totale du stock du fournisseur : "
                  WS-VALEUR-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-FOURN(WS-IDX) = WS-FT-CODE(WS-IDX-FOURN)
                  AND NOT WS-PRD-ACTIF(WS-IDX)
                   PERFORM 8100-LIGNE-PRODUIT-DEB
                      THRU 8100-LIGNE-PRODUIT-FIN
               END-IF
           END-PERFORM.
       8200-BLOC-FOURNISSEUR-FIN.
           EXIT.

      * Affiche et ecrit WS-LIGNE-RAPPORT
       8900-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8900-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
