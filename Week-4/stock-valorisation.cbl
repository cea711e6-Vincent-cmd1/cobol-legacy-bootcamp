      *
      * OBJET     : Valorisation du stock : pour chaque produit de
      *             inventaire.txt, multiplie la quantite en stock
      *             par le cout moyen pondere d'achat
      *             (couts-produits.txt, tenu par reception-fourn
      *             .cbl ; a defaut le prix du fournisseur, puis le
      *             prix de vente FS-INV-PRIX, signales), puis
      *             sous-totalise par fournisseur
      *             (FS-INV-FOURN-CODE) et par classe ABC (derivee
      *             de la consommation cumulee dans
      *   - F-INVENTAIRE : inventaire.txt (entree, indexe)
      *   - F-HISTORIQUE : historique-rupture.txt (entree, pour la
      *                    classification ABC)
      *   - F-STOCK-EMPL : stock-emplacements.txt (entree, indexe,
      *                    facultatif : stock par emplacement
      *                    secondaire)
      *   - F-EMPLACEMENTS : emplacements.txt (entree, facultatif)
      *   - F-COUTS      : couts-produits.txt (entree, indexe,
      *                    facultatif : cout moyen pondere)
      *   - F-FOURNISSEURS : fournisseurs.txt (entree, indexe,
      *                    facultatif : prix d'achat a defaut de
      *                    cout moyen)
      *   - F-RAPPORT    : valorisation-stock.txt (sortie, recree)
      *
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Sous-totaux par emplacement de
      *                 stock (stock-emplacements.txt, referentiel
      *                 emplacements.txt) : quantite et valeur par
      *                 emplacement, le depot principal DEPO recevant
      *                 le stock non range ailleurs ; les emplacements
      *                 totalisent le total general.
      * MODIFICATION : 15/10/2026 - Valorisation au cout moyen pondere
      *                 d'achat (couts-produits.txt) au lieu du prix de
      *                 vente ; a defaut, prix du fournisseur puis prix
      *                 de vente, signales PF / PV sur la ligne produit
      *                 et comptes en tete du rapport.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIQUE.

      * Stock par produit et emplacement secondaire (cf.
      * reception-fourn.cbl) ; le depot principal n'y figure pas, il
      * detient la part de FS-STOCK non rangee ailleurs
           SELECT F-STOCK-EMPL ASSIGN TO "stock-emplacements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SE-CLE
               FILE STATUS IS WS-FS-STOCK-EMPL.

      * Referentiel des emplacements de stock (facultatif : sans lui,
      * seul le depot principal DEPO est connu)
           SELECT F-EMPLACEMENTS ASSIGN TO "emplacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPLACEMENTS.

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

      * Rapport de valorisation
           SELECT F-RAPPORT ASSIGN TO "valorisation-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Historique des ruptures (cf. rupture-stock.cbl)
       FD F-HISTORIQUE.
           05 FILLER                 PIC X(01).
           05 FS-HIST-QTE-COMMANDEE  PIC 9(05).

      * Un enregistrement par produit et emplacement secondaire :
      * quantite en stock a cet emplacement
       FD F-STOCK-EMPL.
       01 FS-ENR-STOCK-EMPL.
           05 FS-SE-CLE.
              10 FS-SE-PRODUIT       PIC X(10).
              10 FS-SE-EMPLACEMENT   PIC X(04).
           05 FS-SE-QTE              PIC 9(05).

      * Un emplacement par ligne : code et libelle
       FD F-EMPLACEMENTS.
       01 FS-ENR-EMPLACEMENT.
           05 FS-EMPL-CODE           PIC X(04).
           05 FILLER                 PIC X(01).
           05 FS-EMPL-LIBELLE        PIC X(30).

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

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-HISTORIQUE         PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).
       01 WS-FS-STOCK-EMPL         PIC X(02).
       01 WS-FS-EMPLACEMENTS       PIC X(02).
       01 WS-FS-COUTS              PIC X(02).
       01 WS-FS-FOURNISSEURS       PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
              10 WS-PRD-FOURN           PIC X(06).
              10 WS-PRD-VALEUR          PIC 9(09)V9(02).
              10 WS-PRD-CLASSE          PIC X(01).
              10 WS-PRD-PRIX            PIC 9(05)V9(04).
              10 WS-PRD-ORIGINE         PIC X(01).
                 88 WS-PRD-AU-CMP                    VALUE "C".
                 88 WS-PRD-AU-PRIX-FOURN             VALUE "F".
                 88 WS-PRD-AU-PRIX-VENTE             VALUE "V".
              10 WS-PRD-AILLEURS        PIC 9(06).
              10 WS-PRD-VAL-AILLEURS    PIC 9(09)V9(02).

      * Produits valorises faute de cout moyen au prix du
      * fournisseur ou au prix de vente
       01 WS-NB-PRIX-FOURN         PIC 9(03) VALUE ZERO.
       01 WS-NB-PRIX-VENTE         PIC 9(03) VALUE ZERO.

      * Historique charge en memoire pour cumuler la consommation
      * par produit (meme capacite que rupture-stock.cbl)
           05 WS-CT-VALEUR-B           PIC 9(11)V9(02) VALUE ZERO.
           05 WS-CT-VALEUR-C           PIC 9(11)V9(02) VALUE ZERO.

      * Sous-totaux par emplacement (20 max) : le depot principal en
      * premier, puis ceux de emplacements.txt et ceux rencontres
      * dans stock-emplacements.txt sans figurer au referentiel. Le
      * depot principal recoit, par produit, le stock et la valeur
      * non ranges ailleurs, de sorte que les emplacements totalisent
      * le total general
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-NB-EMPL               PIC 9(02) VALUE ZERO.
       01 WS-IDX-EMPL              PIC 9(02) VALUE ZERO.
       01 WS-EMPL-TROUVE           PIC X(01) VALUE "N".
           88 WS-EMPL-EST-TROUVE                VALUE "Y".
       01 WS-TAB-EMPL-TOTAUX.
           05 WS-EMPL OCCURS 20 TIMES.
              10 WS-EMPL-CODE           PIC X(04).
              10 WS-EMPL-LIBELLE        PIC X(30).
              10 WS-EMPL-QTE            PIC 9(07).
              10 WS-EMPL-VALEUR         PIC 9(11)V9(02).
       01 WS-QTE-EMPL              PIC 9(05).
       01 WS-VALEUR-EMPL           PIC 9(09)V9(02).

      * Total general de la valorisation
       01 WS-TOTAL-GENERAL         PIC 9(12)V9(02) VALUE ZERO.

      * Zones editees du rapport
       01 WS-VALEUR-ED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-QTE-EMPL-ED           PIC Z,ZZZ,ZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "stock-valorisation".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * Sous-totaux et edition du rapport
           PERFORM 7100-CUMULER-TOTAUX-DEB
              THRU 7100-CUMULER-TOTAUX-FIN.
           PERFORM 6130-CHARGER-EMPLACEMENTS-DEB
              THRU 6130-CHARGER-EMPLACEMENTS-FIN.
           PERFORM 7200-CUMULER-EMPLACEMENTS-DEB
              THRU 7200-CUMULER-EMPLACEMENTS-FIN.
           PERFORM 8000-EDITER-RAPPORT-DEB
              THRU 8000-EDITER-RAPPORT-FIN.

                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN INPUT F-COUTS.
           OPEN INPUT F-FOURNISSEURS.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-INVENTAIRE NEXT RECORD
                               TO WS-PRD-STOCK(WS-NB-PRODUITS)
                           MOVE FS-INV-FOURN-CODE
                               TO WS-PRD-FOURN(WS-NB-PRODUITS)
                           PERFORM 6115-DETERMINER-COUT-DEB
                              THRU 6115-DETERMINER-COUT-FIN
                           COMPUTE WS-PRD-VALEUR(WS-NB-PRODUITS)
                               ROUNDED = FS-STOCK
                                   * WS-PRD-PRIX(WS-NB-PRODUITS)
                           MOVE "C"
                               TO WS-PRD-CLASSE(WS-NB-PRODUITS)
                           MOVE ZERO
                               TO WS-PRD-AILLEURS(WS-NB-PRODUITS)
                           MOVE ZERO
                               TO WS-PRD-VAL-AILLEURS(WS-NB-PRODUITS)
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
       6110-CHARGER-INVENTAIRE-FIN.
           EXIT.

      * Cout unitaire du produit courant : cout moyen pondere de
      * couts-produits.txt, sinon prix du fournisseur attitre, sinon
      * prix de vente (produit jamais recu ni rattache a un
      * fournisseur connu)
       6115-DETERMINER-COUT-DEB.
           IF WS-FS-COUTS = "00"
               MOVE FS-PRODUIT TO FS-CMP-PRODUIT
               READ F-COUTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CMP-COUT
                           TO WS-PRD-PRIX(WS-NB-PRODUITS)
                       SET WS-PRD-AU-CMP(WS-NB-PRODUITS) TO TRUE
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
                               TO WS-PRD-PRIX(WS-NB-PRODUITS)
                           SET WS-PRD-AU-PRIX-FOURN(WS-NB-PRODUITS)
                               TO TRUE
                           ADD 1 TO WS-NB-PRIX-FOURN
                           GO TO 6115-DETERMINER-COUT-FIN
                       END-IF
               END-READ
           END-IF.

           MOVE FS-INV-PRIX TO WS-PRD-PRIX(WS-NB-PRODUITS).
           SET WS-PRD-AU-PRIX-VENTE(WS-NB-PRODUITS) TO TRUE.
           ADD 1 TO WS-NB-PRIX-VENTE.
       6115-DETERMINER-COUT-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE L'HISTORIQUE DES RUPTURES
      ******************************************************************
       6120-CHARGER-HISTORIQUE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES EMPLACEMENTS DE STOCK
      ******************************************************************
      * Le depot principal est toujours connu ; emplacements.txt, s'il
      * existe, ajoute les autres emplacements (et peut renommer le
      * depot principal), comme dans reception-fourn.cbl
       6130-CHARGER-EMPLACEMENTS-DEB.
           INITIALIZE WS-TAB-EMPL-TOTAUX.
           MOVE 1 TO WS-NB-EMPL.
           MOVE WS-EMPL-PRINCIPAL TO WS-EMPL-CODE(1).
           MOVE "DEPOT PRINCIPAL" TO WS-EMPL-LIBELLE(1).

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EMPLACEMENTS.
           IF WS-FS-EMPLACEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EMPLACEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-EMPL-CODE = WS-EMPL-PRINCIPAL
                           MOVE FS-EMPL-LIBELLE TO WS-EMPL-LIBELLE(1)
                       ELSE
                           IF FS-EMPL-CODE NOT = SPACES
                              AND WS-NB-EMPL < 20
                               ADD 1 TO WS-NB-EMPL
                               MOVE FS-EMPL-CODE
                                   TO WS-EMPL-CODE(WS-NB-EMPL)
                               MOVE FS-EMPL-LIBELLE
                                   TO WS-EMPL-LIBELLE(WS-NB-EMPL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EMPLACEMENTS = "00" OR WS-FS-EMPLACEMENTS = "10"
               CLOSE F-EMPLACEMENTS
           END-IF.
       6130-CHARGER-EMPLACEMENTS-FIN.
           EXIT.

      ******************************************************************
      * CLASSIFICATION ABC DES PRODUITS CHARGES
      ******************************************************************
       7100-CUMULER-TOTAUX-FIN.
           EXIT.

      ******************************************************************
      * SOUS-TOTAUX PAR EMPLACEMENT
      ******************************************************************
      * Parcours de stock-emplacements.txt (absent = tout le stock au
      * depot principal) : chaque emplacement secondaire est valorise
      * au prix du produit, borne au stock total du produit ; le
      * depot principal recoit ensuite le reste de chaque produit
       7200-CUMULER-EMPLACEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-STOCK-EMPL NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7210-CUMULER-STOCK-EMPL-DEB
                          THRU 7210-CUMULER-STOCK-EMPL-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-STOCK-EMPL = "00" OR WS-FS-STOCK-EMPL = "10"
               CLOSE F-STOCK-EMPL
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               COMPUTE WS-QTE-EMPL =
                   WS-PRD-STOCK(WS-IDX) - WS-PRD-AILLEURS(WS-IDX)
               COMPUTE WS-VALEUR-EMPL =
                   WS-PRD-VALEUR(WS-IDX) - WS-PRD-VAL-AILLEURS(WS-IDX)
               ADD WS-QTE-EMPL    TO WS-EMPL-QTE(1)
               ADD WS-VALEUR-EMPL TO WS-EMPL-VALEUR(1)
           END-PERFORM.
       7200-CUMULER-EMPLACEMENTS-FIN.
           EXIT.

      * Cumule un enregistrement de stock-emplacements.txt sur son
      * emplacement ; un produit hors inventaire charge est ignore
       7210-CUMULER-STOCK-EMPL-DEB.
           IF FS-SE-QTE = ZERO
              OR FS-SE-EMPLACEMENT = WS-EMPL-PRINCIPAL
               GO TO 7210-CUMULER-STOCK-EMPL-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
                      OR WS-PRD-PRODUIT(WS-IDX) = FS-SE-PRODUIT
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NB-PRODUITS
               GO TO 7210-CUMULER-STOCK-EMPL-FIN
           END-IF.

           MOVE FS-SE-QTE TO WS-QTE-EMPL.
           IF WS-PRD-AILLEURS(WS-IDX) + WS-QTE-EMPL
                   > WS-PRD-STOCK(WS-IDX)
               COMPUTE WS-QTE-EMPL =
                   WS-PRD-STOCK(WS-IDX) - WS-PRD-AILLEURS(WS-IDX)
           END-IF.
           COMPUTE WS-VALEUR-EMPL ROUNDED =
               WS-QTE-EMPL * WS-PRD-PRIX(WS-IDX).
           ADD WS-QTE-EMPL    TO WS-PRD-AILLEURS(WS-IDX).
           ADD WS-VALEUR-EMPL TO WS-PRD-VAL-AILLEURS(WS-IDX).

           MOVE "N" TO WS-EMPL-TROUVE.
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                   UNTIL WS-IDX-EMPL > WS-NB-EMPL
               IF WS-EMPL-CODE(WS-IDX-EMPL) = FS-SE-EMPLACEMENT
                   SET WS-EMPL-EST-TROUVE TO TRUE
                   ADD WS-QTE-EMPL    TO WS-EMPL-QTE(WS-IDX-EMPL)
                   ADD WS-VALEUR-EMPL TO WS-EMPL-VALEUR(WS-IDX-EMPL)
               END-IF
           END-PERFORM.
           IF NOT WS-EMPL-EST-TROUVE AND WS-NB-EMPL < 20
               ADD 1 TO WS-NB-EMPL
               MOVE FS-SE-EMPLACEMENT TO WS-EMPL-CODE(WS-NB-EMPL)
               MOVE "(hors referentiel)"
                   TO WS-EMPL-LIBELLE(WS-NB-EMPL)
               MOVE WS-QTE-EMPL    TO WS-EMPL-QTE(WS-NB-EMPL)
               MOVE WS-VALEUR-EMPL TO WS-EMPL-VALEUR(WS-NB-EMPL)
           END-IF.
       7210-CUMULER-STOCK-EMPL-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT DE VALORISATION
      ******************************************************************
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE "VALORISATION DU STOCK AU COUT MOYEN PONDERE"
               TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           IF WS-NB-PRIX-FOURN > ZERO OR WS-NB-PRIX-VENTE > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "Sans cout moyen : " WS-NB-PRIX-FOURN
                      " produit(s) au prix fournisseur (PF), "
                      WS-NB-PRIX-VENTE
                      " au prix de vente (PV)"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               DISPLAY WS-LIGNE-RAPPORT
               MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT
               WRITE FS-ENR-RAPPORT
           END-IF.

           MOVE "--- PAR PRODUIT ---" TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
                      ") : " WS-VALEUR-ED
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               IF WS-PRD-AU-PRIX-FOURN(WS-IDX)
                   MOVE "PF" TO WS-LIGNE-RAPPORT(70:2)
               END-IF
               IF WS-PRD-AU-PRIX-VENTE(WS-IDX)
                   MOVE "PV" TO WS-LIGNE-RAPPORT(70:2)
               END-IF
               DISPLAY WS-LIGNE-RAPPORT
               MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT
               WRITE FS-ENR-RAPPORT
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.

           MOVE "--- PAR EMPLACEMENT ---" TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           DISPLAY "--- PAR EMPLACEMENT ---".
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                   UNTIL WS-IDX-EMPL > WS-NB-EMPL
               MOVE WS-EMPL-VALEUR(WS-IDX-EMPL) TO WS-VALEUR-ED
               MOVE WS-EMPL-QTE(WS-IDX-EMPL)    TO WS-QTE-EMPL-ED
               INITIALIZE WS-LIGNE-RAPPORT
               STRING WS-EMPL-CODE(WS-IDX-EMPL)
                      " " WS-EMPL-LIBELLE(WS-IDX-EMPL)
                      " : " WS-VALEUR-ED
                      " (stock " WS-QTE-EMPL-ED ")"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               DISPLAY WS-LIGNE-RAPPORT
               MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT
               WRITE FS-ENR-RAPPORT
           END-PERFORM.

           MOVE WS-TOTAL-GENERAL TO WS-VALEUR-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "TOTAL GENERAL : " WS-VALEUR-ED

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans valorisation-stock.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "valorisation-stock.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

