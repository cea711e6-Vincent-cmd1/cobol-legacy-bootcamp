      ******************************************************************
      * PROGRAMME : POINTS-COMMANDE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Analyse de la demande et calcul d'un point de
      *             commande par produit. Les sorties de stock (sens
      *             S) de mouvements-stock.txt sur une fenetre de N
      *             jours donnent, par produit, la consommation
      *             moyenne journaliere et son ecart-type. Avec le
      *             delai de livraison du fournisseur du produit
      *             (FS-FOURN-DELAI-JRS), on en tire :
      *               - stock de securite = K x ecart-type x racine
      *                 du delai (K = 1,65, soit un taux de service
      *                 d'environ 95 %) ;
      *               - point de commande = consommation moyenne x
      *                 delai + stock de securite.
      *             Les points calcules remplacent le precedent
      *             calcul dans points-commande.txt, que rupture-stock
      *             .cbl applique a la place du seuil global. Le
      *             rapport signale les produits dont le point a
      *             bouge de plus de 20 % depuis le calcul precedent.
      *
      * FICHIERS  :
      *   - F-INVENTAIRE   : inventaire.txt (entree, indexe)
      *   - F-FOURNISSEURS : fournisseurs.txt (entree, indexe,
      *                      facultatif)
      *   - F-MOUVEMENTS   : mouvements-stock.txt (entree)
      *   - F-LOT-FLAG     : lot-nocturne.flg (temoin du lot nocturne)
      *   - F-POINTS       : points-commande.txt (relu puis recree)
      *   - F-RAPPORT      : points-commande-rapport.txt (sortie,
      *                      recree)
      *
      * REMARQUE  : Fenetre saisie a l'execution (defaut 90 jours,
      *             saisie sautee dans le lot nocturne). Les
      *             transferts entre emplacements (reference "TR ")
      *             et les ajustements d'inventaire ("AJUST") ne sont
      *             pas de la demande et sont ignores. Un produit sans
      *             sortie sur la fenetre, ou desactive, ne recoit pas
      *             de point de commande : rupture-stock.cbl lui
      *             applique le seuil global. Sans fournisseur connu,
      *             le delai par defaut est de 7 jours.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. points-commande.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Catalogue des produits, lu sequentiellement
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Referentiel fournisseurs (cf. fournisseurs-maint.cbl), lu
      * par cle pour le delai de livraison de chaque produit
           SELECT F-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOURN-CODE
               FILE STATUS IS WS-FS-FOURNISSEURS.

      * Journal des mouvements de stock
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOUVEMENTS.

      * Fichier témoin posé par lot-nocturne le temps du lot ; sa
      * seule présence indique une exécution batch, sans opérateur
      * au clavier
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

      * Points de commande par produit, lus par rupture-stock.cbl
           SELECT F-POINTS ASSIGN TO "points-commande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POINTS.

      * Rapport du calcul
           SELECT F-RAPPORT ASSIGN TO "points-commande-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Inventaire, tel que declare dans produits-maint.cbl
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT             PIC X(10).
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

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

      * Mouvement de stock, tel que declare dans transfert-stock.cbl
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

      * Fichier témoin de mode batch (contenu sans importance)
       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

      * Point de commande d'un produit : date du calcul, fenetre
      * d'analyse, consommation moyenne journaliere et ecart-type,
      * delai fournisseur retenu, stock de securite et point de
      * commande
       FD F-POINTS.
       01 FS-ENR-POINT.
           05 FS-PC-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-PC-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PC-FENETRE          PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-PC-MOYENNE          PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-PC-ECART-TYPE       PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 FS-PC-DELAI            PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-PC-SECURITE         PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-PC-POINT            PIC 9(05).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-FOURNISSEURS       PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).
       01 WS-FS-POINTS             PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Mode d'execution (cf. rupture-stock.cbl)
       01 WS-MODE-BATCH            PIC X(01) VALUE SPACE.
           88 MODE-BATCH                        VALUE "1".

      * Fenetre d'analyse en jours, jusqu'a la veille incluse
       01 WS-FENETRE-DEFAUT        PIC 9(03) VALUE 90.
       01 WS-FENETRE               PIC 9(03) VALUE 90.
       01 WS-SAISIE-FENETRE        PIC 9(03) VALUE ZERO.
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-DATE-DEBUT            PIC 9(08).
       01 WS-JOUR-ENTIER           PIC 9(07).

      * Coefficient de securite (taux de service d'environ 95 %),
      * delai de livraison par defaut et variation du point de
      * commande jugee significative, en pourcentage
       01 WS-COEF-SECURITE         PIC 9(01)V99 VALUE 1.65.
       01 WS-DELAI-DEFAUT          PIC 9(03) VALUE 7.
       01 WS-VARIATION-PCT         PIC 9(03) VALUE 20.

      * Demande par produit (300 max, comme rupture-stock.cbl) : la
      * sortie du jour en cours de cumul, le total et la somme des
      * carres des sorties journalieres sur la fenetre
       01 WS-NB-DA                 PIC 9(03) VALUE ZERO.
       01 WS-IDX-DA                PIC 9(03) VALUE ZERO.
       01 WS-DA-TROUVE             PIC 9(03) VALUE ZERO.
       01 WS-TAB-DA.
           05 WS-DA OCCURS 300 TIMES.
              10 WS-DA-PRODUIT          PIC X(10).
              10 WS-DA-STOCK            PIC 9(05).
              10 WS-DA-DELAI            PIC 9(03).
              10 WS-DA-DATE-COURANTE    PIC 9(08).
              10 WS-DA-QTE-JOUR         PIC 9(07).
              10 WS-DA-SOMME            PIC 9(09).
              10 WS-DA-SOMME-CARRES     PIC 9(15).
              10 WS-DA-NB-JOURS         PIC 9(03).
              10 WS-DA-MOYENNE          PIC 9(05)V99.
              10 WS-DA-ECART-TYPE       PIC 9(05)V99.
              10 WS-DA-SECURITE         PIC 9(05).
              10 WS-DA-POINT            PIC 9(05).
              10 WS-DA-POINT-PREC       PIC 9(05).
              10 WS-DA-PREC             PIC X(01).
                 88 WS-DA-PREC-CONNU              VALUE "O".
       01 WS-NB-TRONQUES           PIC 9(05) VALUE ZERO.
       01 WS-PRODUIT-CHERCHE       PIC X(10).

      * Calcul
       01 WS-VARIANCE              PIC S9(11)V9(06).
       01 WS-MOYENNE-CALC          PIC 9(07)V9(06).
       01 WS-ECART-TYPE-CALC       PIC 9(07)V9(06).
       01 WS-ECART-POINT           PIC 9(05).
       01 WS-TEMOIN                PIC X(08).

      * Compteurs du rapport
       01 WS-NB-CALCULES           PIC 9(03) VALUE ZERO.
       01 WS-NB-SANS-CONSO         PIC 9(03) VALUE ZERO.
       01 WS-NB-SIGNIFICATIFS      PIC 9(03) VALUE ZERO.
       01 WS-NB-SORTIES-LUES       PIC 9(07) VALUE ZERO.

      * Zones editees
       01 WS-MOYENNE-ED            PIC ZZZZ9.99.
       01 WS-ECART-TYPE-ED         PIC ZZZZ9.99.
       01 WS-SECURITE-ED           PIC ZZZZ9.
       01 WS-POINT-ED              PIC ZZZZ9.
       01 WS-POINT-PREC-ED         PIC ZZZZ9.
       01 WS-STOCK-ED              PIC ZZZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "points-commande".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : analyse de la demande
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           PERFORM 6005-PARAMETRES-DEB
              THRU 6005-PARAMETRES-FIN.

      * Produits actifs et delai de leur fournisseur
           PERFORM 6110-CHARGER-PRODUITS-DEB
              THRU 6110-CHARGER-PRODUITS-FIN.

      * Points de commande du calcul precedent
           PERFORM 6120-CHARGER-POINTS-DEB
              THRU 6120-CHARGER-POINTS-FIN.

      * Sorties de stock de la fenetre
           PERFORM 6130-LIRE-MOUVEMENTS-DEB
              THRU 6130-LIRE-MOUVEMENTS-FIN.

           PERFORM 7000-CALCULER-POINTS-DEB
              THRU 7000-CALCULER-POINTS-FIN.

           PERFORM 8000-ECRIRE-POINTS-DEB
              THRU 8000-ECRIRE-POINTS-FIN.

           PERFORM 8100-RAPPORT-DEB
              THRU 8100-RAPPORT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * FENETRE D'ANALYSE
      ******************************************************************
      * Fenetre saisie (vide ou zero = defaut, 365 jours au plus) ;
      * en execution batch la saisie est sautee, comme dans
      * rupture-stock.cbl. La fenetre couvre les N jours precedant
      * la date du jour, journee en cours exclue car incomplete
       6005-PARAMETRES-DEB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-FENETRE-DEFAUT TO WS-FENETRE.

           MOVE SPACE TO WS-MODE-BATCH.
           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               MOVE "1" TO WS-MODE-BATCH
               CLOSE F-LOT-FLAG
           END-IF.

           IF NOT MODE-BATCH
               DISPLAY "Fenetre d'analyse en jours (defaut "
                       WS-FENETRE-DEFAUT ", 365 max) : "
                       WITH NO ADVANCING
               ACCEPT WS-SAISIE-FENETRE
               IF WS-SAISIE-FENETRE NOT = ZERO
                   IF WS-SAISIE-FENETRE > 365
                       MOVE 365 TO WS-FENETRE
                   ELSE
                       MOVE WS-SAISIE-FENETRE TO WS-FENETRE
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - WS-FENETRE.
           COMPUTE WS-DATE-DEBUT =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
       6005-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES PRODUITS ACTIFS
      ******************************************************************
      * Un produit desactive (statut I, produits-maint.cbl) n'est
      * plus reapprovisionne et n'a pas de point de commande. Le
      * delai est celui du fournisseur du produit, a defaut
      * WS-DELAI-DEFAUT
       6110-CHARGER-PRODUITS-DEB.
           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                   WS-FS-INVENTAIRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FOURNISSEURS.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-INVENTAIRE NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-INV-STATUT NOT = "I"
                           IF WS-NB-DA < 300
                               PERFORM 6115-AJOUTER-PRODUIT-DEB
                                  THRU 6115-AJOUTER-PRODUIT-FIN
                           ELSE
                               ADD 1 TO WS-NB-TRONQUES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-INVENTAIRE.
           IF WS-FS-FOURNISSEURS = "00"
               CLOSE F-FOURNISSEURS
           END-IF.

           IF WS-NB-TRONQUES > ZERO
               DISPLAY "/!\ ATTENTION : capacite du tableau (300) "
                       "atteinte, " WS-NB-TRONQUES
                       " produit(s) non analyse(s) /!\"
           END-IF.
       6110-CHARGER-PRODUITS-FIN.
           EXIT.

       6115-AJOUTER-PRODUIT-DEB.
           ADD 1 TO WS-NB-DA.
           INITIALIZE WS-DA(WS-NB-DA).
           MOVE FS-PRODUIT TO WS-DA-PRODUIT(WS-NB-DA).
           MOVE FS-STOCK   TO WS-DA-STOCK(WS-NB-DA).
           MOVE "N"        TO WS-DA-PREC(WS-NB-DA).
           MOVE WS-DELAI-DEFAUT TO WS-DA-DELAI(WS-NB-DA).

           IF WS-FS-FOURNISSEURS NOT = "00"
              OR FS-INV-FOURN-CODE = SPACES
               GO TO 6115-AJOUTER-PRODUIT-FIN
           END-IF.
           MOVE FS-INV-FOURN-CODE TO FS-FOURN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-FOURN-DELAI-JRS IS NUMERIC
                      AND FS-FOURN-DELAI-JRS > ZERO
                       MOVE FS-FOURN-DELAI-JRS
                           TO WS-DA-DELAI(WS-NB-DA)
                   END-IF
           END-READ.
       6115-AJOUTER-PRODUIT-FIN.
           EXIT.

      ******************************************************************
      * POINTS DE COMMANDE DU CALCUL PRECEDENT
      ******************************************************************
      * Le fichier n'existe pas avant le tout premier calcul
       6120-CHARGER-POINTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-POINTS.
           IF WS-FS-POINTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-POINTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-PC-PRODUIT TO WS-PRODUIT-CHERCHE
                       PERFORM 7100-CHERCHER-PRODUIT-DEB
                          THRU 7100-CHERCHER-PRODUIT-FIN
                       IF WS-DA-TROUVE > ZERO
                          AND FS-PC-POINT IS NUMERIC
                           MOVE FS-PC-POINT
                               TO WS-DA-POINT-PREC(WS-DA-TROUVE)
                           SET WS-DA-PREC-CONNU(WS-DA-TROUVE) TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-POINTS = "00" OR WS-FS-POINTS = "10"
               CLOSE F-POINTS
           END-IF.
       6120-CHARGER-POINTS-FIN.
           EXIT.

      ******************************************************************
      * CUMUL DES SORTIES DE STOCK DE LA FENETRE
      ******************************************************************
      * Les sorties sont cumulees par produit et par jour ; a chaque
      * changement de jour pour un produit, la sortie du jour ecoule
      * est reportee dans le total et la somme des carres. Le journal
      * etant alimente en ajout, il est dans l'ordre chronologique
       6130-LIRE-MOUVEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS NOT = "00"
               DISPLAY "/!\ mouvements-stock.txt absent : aucune "
                       "sortie a analyser /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-MOUVEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-MV-SENS = "S"
                          AND FS-MV-DATE >= WS-DATE-DEBUT
                          AND FS-MV-DATE < WS-DATE-JOUR
                          AND FS-MV-REFERENCE(1:3) NOT = "TR "
                          AND FS-MV-REFERENCE(1:5) NOT = "AJUST"
                           PERFORM 6135-CUMULER-SORTIE-DEB
                              THRU 6135-CUMULER-SORTIE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-MOUVEMENTS = "00" OR WS-FS-MOUVEMENTS = "10"
               CLOSE F-MOUVEMENTS
           END-IF.

      * Report de la derniere journee cumulee de chaque produit
           PERFORM VARYING WS-IDX-DA FROM 1 BY 1
                   UNTIL WS-IDX-DA > WS-NB-DA
               PERFORM 7200-CLORE-JOURNEE-DEB
                  THRU 7200-CLORE-JOURNEE-FIN
           END-PERFORM.
       6130-LIRE-MOUVEMENTS-FIN.
           EXIT.

       6135-CUMULER-SORTIE-DEB.
           MOVE FS-MV-PRODUIT TO WS-PRODUIT-CHERCHE.
           PERFORM 7100-CHERCHER-PRODUIT-DEB
              THRU 7100-CHERCHER-PRODUIT-FIN.
           IF WS-DA-TROUVE = ZERO
               GO TO 6135-CUMULER-SORTIE-FIN
           END-IF.
           ADD 1 TO WS-NB-SORTIES-LUES.
           MOVE WS-DA-TROUVE TO WS-IDX-DA.

           IF FS-MV-DATE NOT = WS-DA-DATE-COURANTE(WS-IDX-DA)
               PERFORM 7200-CLORE-JOURNEE-DEB
                  THRU 7200-CLORE-JOURNEE-FIN
               MOVE FS-MV-DATE TO WS-DA-DATE-COURANTE(WS-IDX-DA)
           END-IF.
           ADD FS-MV-QTE TO WS-DA-QTE-JOUR(WS-IDX-DA).
       6135-CUMULER-SORTIE-FIN.
           EXIT.

      ******************************************************************
      * CALCUL DES POINTS DE COMMANDE
      ******************************************************************
      * Sur les N jours de la fenetre, jours sans sortie compris :
      *   moyenne    = total / N
      *   variance   = somme des carres / N - moyenne au carre
      *   securite   = K x ecart-type x racine(delai)
      *   point      = moyenne x delai + securite
       7000-CALCULER-POINTS-DEB.
           PERFORM VARYING WS-IDX-DA FROM 1 BY 1
                   UNTIL WS-IDX-DA > WS-NB-DA
               IF WS-DA-SOMME(WS-IDX-DA) = ZERO
                   ADD 1 TO WS-NB-SANS-CONSO
               ELSE
                   ADD 1 TO WS-NB-CALCULES
                   COMPUTE WS-MOYENNE-CALC =
                       WS-DA-SOMME(WS-IDX-DA) / WS-FENETRE
                   COMPUTE WS-VARIANCE =
                       WS-DA-SOMME-CARRES(WS-IDX-DA) / WS-FENETRE
                     - WS-MOYENNE-CALC * WS-MOYENNE-CALC
                   IF WS-VARIANCE < ZERO
                       MOVE ZERO TO WS-VARIANCE
                   END-IF
                   COMPUTE WS-ECART-TYPE-CALC =
                       FUNCTION SQRT(WS-VARIANCE)
                   COMPUTE WS-DA-MOYENNE(WS-IDX-DA) ROUNDED =
                       WS-MOYENNE-CALC
                   COMPUTE WS-DA-ECART-TYPE(WS-IDX-DA) ROUNDED =
                       WS-ECART-TYPE-CALC
                   COMPUTE WS-DA-SECURITE(WS-IDX-DA) ROUNDED =
                       WS-COEF-SECURITE * WS-ECART-TYPE-CALC
                     * FUNCTION SQRT(WS-DA-DELAI(WS-IDX-DA))
                   COMPUTE WS-DA-POINT(WS-IDX-DA) ROUNDED =
                       WS-MOYENNE-CALC * WS-DA-DELAI(WS-IDX-DA)
                     + WS-DA-SECURITE(WS-IDX-DA)
               END-IF
           END-PERFORM.
       7000-CALCULER-POINTS-FIN.
           EXIT.

      ******************************************************************
      * COMPOSANTS INDEPENDANTS
      ******************************************************************
      * Rang du produit WS-PRODUIT-CHERCHE dans la table (zero si absent
      * ou inactif)
       7100-CHERCHER-PRODUIT-DEB.
           MOVE ZERO TO WS-DA-TROUVE.
           PERFORM VARYING WS-IDX-DA FROM 1 BY 1
                   UNTIL WS-IDX-DA > WS-NB-DA
                      OR WS-DA-TROUVE > ZERO
               IF WS-DA-PRODUIT(WS-IDX-DA) = WS-PRODUIT-CHERCHE
                   MOVE WS-IDX-DA TO WS-DA-TROUVE
               END-IF
           END-PERFORM.
       7100-CHERCHER-PRODUIT-FIN.
           EXIT.

      * Reporte la sortie du jour cumulee pour le produit WS-IDX-DA
      * dans son total et sa somme des carres
       7200-CLORE-JOURNEE-DEB.
           IF WS-DA-QTE-JOUR(WS-IDX-DA) > ZERO
               ADD WS-DA-QTE-JOUR(WS-IDX-DA) TO WS-DA-SOMME(WS-IDX-DA)
               COMPUTE WS-DA-SOMME-CARRES(WS-IDX-DA) =
                   WS-DA-SOMME-CARRES(WS-IDX-DA)
                 + WS-DA-QTE-JOUR(WS-IDX-DA) * WS-DA-QTE-JOUR(WS-IDX-DA)
               ADD 1 TO WS-DA-NB-JOURS(WS-IDX-DA)
               MOVE ZERO TO WS-DA-QTE-JOUR(WS-IDX-DA)
           END-IF.
       7200-CLORE-JOURNEE-FIN.
           EXIT.

      ******************************************************************
      * ECRITURE DES POINTS DE COMMANDE
      ******************************************************************
      * Le fichier est recree : seuls les produits ayant eu des
      * sorties sur la fenetre y figurent
       8000-ECRIRE-POINTS-DEB.
           OPEN OUTPUT F-POINTS.
           IF WS-FS-POINTS NOT = "00"
               DISPLAY "Erreur ouverture points-commande.txt, code : "
                   WS-FS-POINTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-DA FROM 1 BY 1
                   UNTIL WS-IDX-DA > WS-NB-DA
               IF WS-DA-SOMME(WS-IDX-DA) > ZERO
                   MOVE SPACES TO FS-ENR-POINT
                   MOVE WS-DA-PRODUIT(WS-IDX-DA)    TO FS-PC-PRODUIT
                   MOVE WS-DATE-JOUR                TO FS-PC-DATE
                   MOVE WS-FENETRE                  TO FS-PC-FENETRE
                   MOVE WS-DA-MOYENNE(WS-IDX-DA)    TO FS-PC-MOYENNE
                   MOVE WS-DA-ECART-TYPE(WS-IDX-DA) TO FS-PC-ECART-TYPE
                   MOVE WS-DA-DELAI(WS-IDX-DA)      TO FS-PC-DELAI
                   MOVE WS-DA-SECURITE(WS-IDX-DA)   TO FS-PC-SECURITE
                   MOVE WS-DA-POINT(WS-IDX-DA)      TO FS-PC-POINT
                   WRITE FS-ENR-POINT
               END-IF
           END-PERFORM.

           CLOSE F-POINTS.
       8000-ECRIRE-POINTS-FIN.
           EXIT.

      ******************************************************************
      * RAPPORT DU CALCUL
      ******************************************************************
      * Une ligne par produit analyse ; le temoin signale un point de
      * commande nouveau, disparu (plus de sortie sur la fenetre) ou
      * ayant varie de plus de WS-VARIATION-PCT % depuis le calcul
      * precedent
       8100-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture points-commande-rapport.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "POINTS DE COMMANDE AU " WS-DATE-JOUR
                  " - SORTIES DU " WS-DATE-DEBUT " SUR "
                  WS-FENETRE " JOURS"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8190-ECRIRE-LIGNE-DEB
              THRU 8190-ECRIRE-LIGNE-FIN.

           MOVE "Produit    Stock    Moy/j  Ecart-t Delai Secur Point"
               TO WS-LIGNE-RAPPORT.
           MOVE "Avant" TO WS-LIGNE-RAPPORT(54:5).
           PERFORM 8190-ECRIRE-LIGNE-DEB
              THRU 8190-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-DA FROM 1 BY 1
                   UNTIL WS-IDX-DA > WS-NB-DA
               PERFORM 8110-LIGNE-PRODUIT-DEB
                  THRU 8110-LIGNE-PRODUIT-FIN
           END-PERFORM.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Produits analyses : " WS-NB-DA
                  " - points calcules : " WS-NB-CALCULES
                  " - sans sortie (seuil global) : " WS-NB-SANS-CONSO
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8190-ECRIRE-LIGNE-DEB
              THRU 8190-ECRIRE-LIGNE-FIN.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Variations significatives (+/- " WS-VARIATION-PCT
                  " %, nouveaux ou retires) : " WS-NB-SIGNIFICATIFS
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8190-ECRIRE-LIGNE-DEB
              THRU 8190-ECRIRE-LIGNE-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Points de commande ecrits dans points-commande.txt"
                   ", rapport dans points-commande-rapport.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "points-commande-rapport.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8100-RAPPORT-FIN.
           EXIT.

       8110-LIGNE-PRODUIT-DEB.
           MOVE SPACES TO WS-TEMOIN.
           MOVE ZERO TO WS-ECART-POINT.
           EVALUATE TRUE
               WHEN WS-DA-SOMME(WS-IDX-DA) = ZERO
                AND WS-DA-PREC-CONNU(WS-IDX-DA)
                   MOVE "RETIRE" TO WS-TEMOIN
               WHEN WS-DA-SOMME(WS-IDX-DA) = ZERO
                   CONTINUE
               WHEN NOT WS-DA-PREC-CONNU(WS-IDX-DA)
                   MOVE "NOUVEAU" TO WS-TEMOIN
               WHEN OTHER
                   IF WS-DA-POINT(WS-IDX-DA)
                           >= WS-DA-POINT-PREC(WS-IDX-DA)
                       COMPUTE WS-ECART-POINT =
                           WS-DA-POINT(WS-IDX-DA)
                         - WS-DA-POINT-PREC(WS-IDX-DA)
                   ELSE
                       COMPUTE WS-ECART-POINT =
                           WS-DA-POINT-PREC(WS-IDX-DA)
                         - WS-DA-POINT(WS-IDX-DA)
                   END-IF
                   IF WS-ECART-POINT * 100 >
                           WS-DA-POINT-PREC(WS-IDX-DA)
                         * WS-VARIATION-PCT
                       MOVE "*** VAR" TO WS-TEMOIN
                   END-IF
           END-EVALUATE.
           IF WS-TEMOIN NOT = SPACES
               ADD 1 TO WS-NB-SIGNIFICATIFS
           END-IF.

           MOVE WS-DA-STOCK(WS-IDX-DA)      TO WS-STOCK-ED.
           MOVE WS-DA-POINT-PREC(WS-IDX-DA) TO WS-POINT-PREC-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-DA-SOMME(WS-IDX-DA) = ZERO
               STRING WS-DA-PRODUIT(WS-IDX-DA) " " WS-STOCK-ED
                      "  aucune sortie sur la fenetre" "       "
                      WS-POINT-PREC-ED " " WS-TEMOIN
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               MOVE WS-DA-MOYENNE(WS-IDX-DA)    TO WS-MOYENNE-ED
               MOVE WS-DA-ECART-TYPE(WS-IDX-DA) TO WS-ECART-TYPE-ED
               MOVE WS-DA-SECURITE(WS-IDX-DA)   TO WS-SECURITE-ED
               MOVE WS-DA-POINT(WS-IDX-DA)      TO WS-POINT-ED
               STRING WS-DA-PRODUIT(WS-IDX-DA) " " WS-STOCK-ED " "
                      WS-MOYENNE-ED " " WS-ECART-TYPE-ED " "
                      WS-DA-DELAI(WS-IDX-DA) "   " WS-SECURITE-ED " "
                      WS-POINT-ED " " WS-POINT-PREC-ED " " WS-TEMOIN
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           IF NOT WS-DA-PREC-CONNU(WS-IDX-DA)
               MOVE "    -" TO WS-LIGNE-RAPPORT(54:5)
           END-IF.
           PERFORM 8190-ECRIRE-LIGNE-DEB
              THRU 8190-ECRIRE-LIGNE-FIN.
       8110-LIGNE-PRODUIT-FIN.
           EXIT.

      * Affiche la ligne courante et l'ecrit dans le rapport
       8190-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8190-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
