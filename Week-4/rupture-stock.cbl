      *   - F-RUPTURE    : fichier destination (sortie)
      *   - F-HISTORIQUE : historique des ruptures passées (entrée),
      *                    sert à suggérer une quantité de commande
      *   - F-STOCK-EMPL : stock par emplacement secondaire (entrée,
      *                    facultatif)
      *   - F-EMPLACEMENTS : référentiel des emplacements (entrée,
      *                    facultatif)
      *   - F-RUPTURE-EMPL : ruptures par emplacement (sortie)
      *   - F-POINTS     : points de commande par produit (entrée,
      *                    facultatif, cf. points-commande.cbl)
      *
      * COMMENTAIRES :
      *   - Le programme traite jusqu'à 300 produits maximum et
      *                 tenu par fournisseurs-maint.cbl ; une rupture
      *                 routee vers un fournisseur inactif est
      *                 signalee a la console.
      * MODIFICATION : 15/10/2026 - Statut produit (FS-INV-STATUT,
      *                 A = actif, I = inactif) ajoute en fin
      *                 d'enregistrement de l'inventaire, tenu par
      *                 produits-maint.cbl : un produit inactif n'est
      *                 plus signale en rupture ni recommande au
      *                 fournisseur.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Ruptures par emplacement de stock :
      *                 chaque produit actif est compare au seuil a
      *                 chaque emplacement connu (depot principal DEPO
      *                 et emplacements.txt, stock tenu dans
      *                 stock-emplacements.txt), resultat dans
      *                 rupture-emplacements.txt et compte par
      *                 emplacement a la console. Les commandes
      *                 fournisseur restent basees sur le stock total.
      * MODIFICATION : 15/10/2026 - FD F-FOURNISSEURS mise a jour avec
      *                 le delai de paiement (FS-FOURN-DELAI-PAIEMENT)
      *                 ajoute par fournisseurs-maint.cbl, pour
      *                 respecter l'alignement des colonnes du fichier
      *                 partage.
      * MODIFICATION : 15/10/2026 - Seuil de reapprovisionnement propre
      *                 a chaque produit : le point de commande calcule
      *                 par points-commande.cbl d'apres la demande
      *                 (points-commande.txt) remplace le seuil global
      *                 pour la detection des ruptures et le compte des
      *                 executions consecutives. Les produits sans point
      *                 calcule, et les ruptures par emplacement,
      *                 gardent le seuil global.
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      *                 nocturne (produits lus, charges, non charges,
      *                 ruptures ; stock cumule lu et charge) declares a
      *                 totaux-controle en fin d'execution.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                 inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDE-FOURN.

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

      * Produits sous le seuil de reapprovisionnement, emplacement
      * par emplacement
           SELECT F-RUPTURE-EMPL ASSIGN TO "rupture-emplacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUPTURE-EMPL.

      * Points de commande calcules par points-commande.cbl d'apres
      * la demande de chaque produit
           SELECT F-POINTS ASSIGN TO "points-commande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POINTS.

       DATA DIVISION.
       FILE SECTION.

           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Définition du fichier de sortie
       FD F-RUPTURE.
           05 FS-STOCK-ARCHIVE       PIC 9(05).
           05 FS-INV-FOURN-CODE-ARCHIVE PIC X(06).
           05 FS-INV-PRIX-ARCHIVE    PIC 9(05)V99.
           05 FS-INV-STATUT-ARCHIVE  PIC X(01).
           05 FS-INV-TVA-CODE-ARCHIVE PIC X(01).

      * Fichier témoin de mode batch (contenu sans importance)
       FD F-LOT-FLAG.
           05 FS-FOURN-DELAI-JRS     PIC 9(03).
           05 FS-FOURN-PRIX          PIC 9(05)V99.
           05 FS-FOURN-STATUT        PIC X(01).
           05 FS-FOURN-DELAI-PAIEMENT PIC 9(03).

      * Commandes fournisseur générées à partir des ruptures
       FD F-COMMANDE-FOURN.
           05 FILLER                 PIC X(01).
           05 FS-CF-DELAI-JRS        PIC 9(03).

      * Stock d'un produit a un emplacement secondaire
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

      * Rupture constatee a un emplacement : produit, emplacement et
      * stock a cet emplacement
       FD F-RUPTURE-EMPL.
       01 FS-ENR-RUPTURE-EMPL.
           05 FS-RE-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-RE-EMPLACEMENT      PIC X(04).
           05 FILLER                 PIC X(01).
           05 FS-RE-STOCK            PIC 9(05).

      * Point de commande d'un produit, tel que declare dans
      * points-commande.cbl
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

       WORKING-STORAGE SECTION.

      * Stockage mémoire des produits (300 max, catalogue complet)
               10 WS-PRODUIT         PIC X(10).
               10 WS-STOCK           PIC X(05).
               10 WS-INV-FOURN-CODE      PIC X(06).
               10 WS-INV-STATUT          PIC X(01).
               10 WS-INV-SEUIL           PIC 9(05).

      * Compteur de produits en rupture
       01 WS-NB-RUPTURE              PIC 9(02) VALUE 0.
      * Zone de saisie du seuil en paramètre (0 = conserver le défaut)
       01 WS-SEUIL-SAISIE            PIC 9(02).

      * Points de commande par produit (points-commande.txt) : ils
      * remplacent le seuil global pour les produits concernes (cf.
      * WS-INV-SEUIL) ; les autres gardent WS-SEUIL-REAPPRO
       01 WS-FS-POINTS               PIC X(02).
       01 WS-NB-POINTS               PIC 9(03) VALUE 0.

      * Nombre de produits non chargés faute de place dans le tableau
       01 WS-NB-TRONQUES             PIC 9(05) VALUE 0.

      * Nombre de produits réellement chargés en mémoire
       01 WS-NB-PRODUITS             PIC 9(03) VALUE 0.

      * Totaux de controle : produits lus, stock lu et stock charge
       01 WS-NB-PRODUITS-LUS         PIC 9(05) VALUE 0.
       01 WS-STOCK-LU                PIC 9(09) VALUE 0.
       01 WS-STOCK-CHARGE            PIC 9(09) VALUE 0.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "rupture-stock".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

      * Historique des ruptures passées (300 max), chargé en mémoire
      * pour déterminer la dernière quantité commandée par produit
       01 WS-ENR-HISTORIQUE.
      * Code retour de l'ouverture (sondage) du fichier témoin
       01 WS-FS-LOT-FLAG              PIC X(02).

      * Codes retour du stock par emplacement, du referentiel des
      * emplacements et du rapport des ruptures par emplacement
       01 WS-FS-STOCK-EMPL            PIC X(02).
       01 WS-FS-EMPLACEMENTS          PIC X(02).
       01 WS-FS-RUPTURE-EMPL          PIC X(02).

      * Emplacements de stock connus (20 max) : le depot principal
      * en premier, toujours connu, puis ceux de emplacements.txt,
      * avec le nombre de produits sous le seuil a chacun
       01 WS-EMPL-PRINCIPAL           PIC X(04) VALUE "DEPO".
       01 WS-NB-EMPL                  PIC 9(02) VALUE 0.
       01 WS-IDX-EMPL                 PIC 9(02) VALUE 0.
       01 WS-TAB-EMPL.
           05 WS-EMPL OCCURS 20 TIMES.
               10 WS-EMPL-CODE          PIC X(04).
               10 WS-EMPL-LIBELLE       PIC X(30).
               10 WS-EMPL-NB-RUPTURE    PIC 9(03).

      * Stock du produit courant : total, a l'emplacement courant et
      * range hors du depot principal
       01 WS-STOCK-TOTAL              PIC 9(05).
       01 WS-STOCK-EMPL               PIC 9(05).
       01 WS-STOCK-AILLEURS           PIC 9(06).
       01 WS-FLAG-EMPL-OUVERT         PIC X VALUE 'N'.
           88 WS-EMPL-OUVERT                      VALUE 'Y'.
       01 WS-FLAG-FIN-EMPL            PIC X VALUE 'N'.
           88 WS-FIN-EMPL                         VALUE 'Y'.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "rupture-stock".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
           PERFORM 6245-CLOSE-F-INVENTAIRE-ARCHIVE-DEB
              THRU 6245-CLOSE-F-INVENTAIRE-ARCHIVE-FIN.

      * Seuil de chaque produit : point de commande calculé, à
      * défaut seuil global
           PERFORM 6160-READ-F-POINTS-DEB
              THRU 6160-READ-F-POINTS-FIN.

      * Chargement de l'historique des ruptures passées
           PERFORM 6120-READ-F-HISTORIQUE-DEB
              THRU 6120-READ-F-HISTORIQUE-FIN.
      * Fermeture du fichier de sortie
           PERFORM 6220-CLOSE-F-RUPTURE-DEB
              THRU 6220-CLOSE-F-RUPTURE-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "rupture.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

      * Fermeture de la copie datée des ruptures
           PERFORM 6250-CLOSE-F-RUPTURE-ARCHIVE-DEB
           PERFORM 8400-CLASSIFICATION-ABC-DEB
              THRU 8400-CLASSIFICATION-ABC-FIN.

      * Produits sous le seuil, emplacement par emplacement
           PERFORM 6150-READ-F-EMPLACEMENTS-DEB
              THRU 6150-READ-F-EMPLACEMENTS-FIN.
           PERFORM 8500-RUPTURES-EMPLACEMENT-DEB
              THRU 8500-RUPTURES-EMPLACEMENT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

                       MOVE FS-ENR-INVENTAIRE
                           TO FS-ENR-INVENTAIRE-ARCHIVE
                       WRITE FS-ENR-INVENTAIRE-ARCHIVE
                       ADD 1 TO WS-NB-PRODUITS-LUS
                       ADD FS-STOCK TO WS-STOCK-LU
                       IF WS-IDX <= WS-IDX-FIN
                           MOVE FS-PRODUIT    TO WS-PRODUIT(WS-IDX)
                           MOVE FS-STOCK      TO WS-STOCK(WS-IDX)
                           MOVE FS-INV-FOURN-CODE
                               TO WS-INV-FOURN-CODE(WS-IDX)
                           MOVE FS-INV-STATUT
                               TO WS-INV-STATUT(WS-IDX)
                           ADD 1 TO WS-IDX
                           ADD 1 TO WS-NB-PRODUITS
                           ADD FS-STOCK TO WS-STOCK-CHARGE
                       ELSE
                           ADD 1 TO WS-NB-TRONQUES
                       END-IF
       6140-READ-F-COMMANDE-FOURN-FIN.
           EXIT.

      ******************************************************************
      * LECTURE DU RÉFÉRENTIEL DES EMPLACEMENTS
      ******************************************************************
      * Le depot principal est toujours connu ; emplacements.txt, s'il
      * existe, ajoute les autres emplacements (et peut renommer le
      * depot principal), comme dans reception-fourn.cbl
       6150-READ-F-EMPLACEMENTS-DEB.
           INITIALIZE WS-TAB-EMPL.
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
       6150-READ-F-EMPLACEMENTS-FIN.
           EXIT.

      ******************************************************************
      * LECTURE DES POINTS DE COMMANDE PAR PRODUIT
      ******************************************************************
      * Chaque produit part du seuil global ; celui qui a un point de
      * commande calcule dans points-commande.txt le prend a la place.
      * Le fichier peut ne pas exister (aucun calcul encore lance)
       6160-READ-F-POINTS-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-PRODUITS
               MOVE WS-SEUIL-REAPPRO TO WS-INV-SEUIL(WS-IDX)
           END-PERFORM.

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
                       IF FS-PC-POINT IS NUMERIC
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NB-PRODUITS
                               IF WS-PRODUIT(WS-IDX) = FS-PC-PRODUIT
                                   MOVE FS-PC-POINT
                                       TO WS-INV-SEUIL(WS-IDX)
                                   ADD 1 TO WS-NB-POINTS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-POINTS = "00" OR WS-FS-POINTS = "10"
               CLOSE F-POINTS
           END-IF.

           IF WS-NB-POINTS > ZERO
               DISPLAY "Points de commande calcules appliques a "
                       WS-NB-POINTS " produit(s), seuil global "
                       WS-SEUIL-REAPPRO " pour les autres"
           END-IF.
       6160-READ-F-POINTS-FIN.
           EXIT.

      ******************************************************************
      * ÉCRITURE DES PRODUITS EN RUPTURE DANS LE FICHIER DE SORTIE
      ******************************************************************
      * Un produit desactive (statut I, produits-maint.cbl) n'est
      * plus reapprovisionne. Le seuil est propre a chaque produit
      * (cf. 6160-READ-F-POINTS-DEB)
       6320-WRITE-F-RUPTURE-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-PRODUITS
               IF FUNCTION NUMVAL(WS-STOCK(WS-IDX))
                       <= WS-INV-SEUIL(WS-IDX)
                  AND WS-INV-STATUT(WS-IDX) NOT = "I"
                   PERFORM 7100-SUGGERER-QTE-DEB
                      THRU 7100-SUGGERER-QTE-FIN
                   PERFORM 7150-COMPTER-CONSECUTIVES-DEB
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > WS-NB-HISTORIQUE
               IF WS-HIST-PRODUIT(WS-IDX-HIST) = WS-PRODUIT(WS-IDX)
                   IF WS-HIST-STOCK(WS-IDX-HIST)
                           <= WS-INV-SEUIL(WS-IDX)
                       ADD 1 TO WS-NB-CONSECUTIF
                   ELSE
                       MOVE ZERO TO WS-NB-CONSECUTIF
                       NOT INVALID KEY
                           DISPLAY "Produit : " FS-PRODUIT
                           DISPLAY "Stock   : " FS-STOCK
                           IF FS-INV-STATUT = "I"
                               DISPLAY "Statut  : INACTIF"
                           END-IF
                           MOVE FS-INV-FOURN-CODE TO WS-FOURN-CODE-CIBLE
                           PERFORM 7250-RESOUDRE-FOURNISSEUR-DEB
                              THRU 7250-RESOUDRE-FOURNISSEUR-FIN
       8400-CLASSIFICATION-ABC-FIN.
           EXIT.

      ******************************************************************
      * RUPTURES PAR EMPLACEMENT
      ******************************************************************
      * Pour chaque produit actif charge, stock a chaque emplacement
      * connu : quantite tenue dans stock-emplacements.txt (bornee au
      * stock total) pour un emplacement secondaire, stock total moins
      * tout ce qui est range ailleurs pour le depot principal. Tout
      * couple produit/emplacement au seuil ou en dessous est ecrit
      * dans rupture-emplacements.txt. Les commandes fournisseur
      * restent generees sur le stock total (6320-WRITE-F-RUPTURE)
       8500-RUPTURES-EMPLACEMENT-DEB.
           OPEN OUTPUT F-RUPTURE-EMPL.
           IF WS-FS-RUPTURE-EMPL NOT = "00"
               DISPLAY "Erreur ouverture rupture-emplacements.txt, "
                       "code : " WS-FS-RUPTURE-EMPL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-EMPL-OUVERT.
           OPEN INPUT F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL = "00"
               SET WS-EMPL-OUVERT TO TRUE
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-INV-STATUT(WS-IDX) NOT = "I"
                   PERFORM 8510-RUPTURES-PRODUIT-DEB
                      THRU 8510-RUPTURES-PRODUIT-FIN
               END-IF
           END-PERFORM.

           IF WS-EMPL-OUVERT
               CLOSE F-STOCK-EMPL
           END-IF.
           CLOSE F-RUPTURE-EMPL.

           DISPLAY "--- RUPTURES PAR EMPLACEMENT (seuil "
                   WS-SEUIL-REAPPRO ") ---".
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
               UNTIL WS-IDX-EMPL > WS-NB-EMPL
               DISPLAY WS-EMPL-CODE(WS-IDX-EMPL) " "
                       WS-EMPL-LIBELLE(WS-IDX-EMPL) " : "
                       WS-EMPL-NB-RUPTURE(WS-IDX-EMPL)
                       " produit(s) sous le seuil"
           END-PERFORM.
           DISPLAY "Detail dans rupture-emplacements.txt".
       8500-RUPTURES-EMPLACEMENT-FIN.
           EXIT.

      * Stock du produit courant (WS-IDX) a chaque emplacement connu,
      * compare au seuil de reapprovisionnement
       8510-RUPTURES-PRODUIT-DEB.
           MOVE FUNCTION NUMVAL(WS-STOCK(WS-IDX)) TO WS-STOCK-TOTAL.

      * Depot principal : stock total moins le stock range ailleurs
           MOVE ZERO TO WS-STOCK-AILLEURS.
           IF WS-EMPL-OUVERT
               MOVE 'N' TO WS-FLAG-FIN-EMPL
               MOVE WS-PRODUIT(WS-IDX) TO FS-SE-PRODUIT
               MOVE LOW-VALUES         TO FS-SE-EMPLACEMENT
               START F-STOCK-EMPL KEY IS >= FS-SE-CLE
                   INVALID KEY
                       SET WS-FIN-EMPL TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-EMPL
                   READ F-STOCK-EMPL NEXT RECORD
                       AT END
                           SET WS-FIN-EMPL TO TRUE
                       NOT AT END
                           IF FS-SE-PRODUIT NOT = WS-PRODUIT(WS-IDX)
                               SET WS-FIN-EMPL TO TRUE
                           ELSE
                               ADD FS-SE-QTE TO WS-STOCK-AILLEURS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-STOCK-AILLEURS > WS-STOCK-TOTAL
               MOVE ZERO TO WS-STOCK-EMPL
           ELSE
               COMPUTE WS-STOCK-EMPL =
                   WS-STOCK-TOTAL - WS-STOCK-AILLEURS
           END-IF.
           MOVE 1 TO WS-IDX-EMPL.
           PERFORM 8520-ECRIRE-RUPTURE-EMPL-DEB
              THRU 8520-ECRIRE-RUPTURE-EMPL-FIN.

      * Emplacements secondaires du referentiel
           PERFORM VARYING WS-IDX-EMPL FROM 2 BY 1
               UNTIL WS-IDX-EMPL > WS-NB-EMPL
               MOVE ZERO TO WS-STOCK-EMPL
               IF WS-EMPL-OUVERT
                   MOVE WS-PRODUIT(WS-IDX)        TO FS-SE-PRODUIT
                   MOVE WS-EMPL-CODE(WS-IDX-EMPL) TO FS-SE-EMPLACEMENT
                   READ F-STOCK-EMPL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-SE-QTE TO WS-STOCK-EMPL
                   END-READ
               END-IF
               IF WS-STOCK-EMPL > WS-STOCK-TOTAL
                   MOVE WS-STOCK-TOTAL TO WS-STOCK-EMPL
               END-IF
               PERFORM 8520-ECRIRE-RUPTURE-EMPL-DEB
                  THRU 8520-ECRIRE-RUPTURE-EMPL-FIN
           END-PERFORM.
       8510-RUPTURES-PRODUIT-FIN.
           EXIT.

      * Ecrit le couple produit (WS-IDX) / emplacement (WS-IDX-EMPL)
      * s'il est au seuil ou en dessous
       8520-ECRIRE-RUPTURE-EMPL-DEB.
           IF WS-STOCK-EMPL <= WS-SEUIL-REAPPRO
               MOVE SPACES                     TO FS-ENR-RUPTURE-EMPL
               MOVE WS-PRODUIT(WS-IDX)         TO FS-RE-PRODUIT
               MOVE WS-EMPL-CODE(WS-IDX-EMPL)  TO FS-RE-EMPLACEMENT
               MOVE WS-STOCK-EMPL              TO FS-RE-STOCK
               WRITE FS-ENR-RUPTURE-EMPL
               ADD 1 TO WS-EMPL-NB-RUPTURE(WS-IDX-EMPL)
           END-IF.
       8520-ECRIRE-RUPTURE-EMPL-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Produits lus de l'inventaire (et stock cumule), produits
      * charges en memoire, produits non charges faute de place,
      * ruptures ecrites
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-PRODUITS-LUS TO WS-TOT-NB.
           MOVE WS-STOCK-LU TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "CHARGES" TO WS-TOT-FLUX.
           MOVE WS-NB-PRODUITS TO WS-TOT-NB.
           MOVE WS-STOCK-CHARGE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "NON-CHARGES" TO WS-TOT-FLUX.
           MOVE WS-NB-TRONQUES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "RUPTURES" TO WS-TOT-FLUX.
           MOVE WS-NB-RUPTURE TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.
       8900-TOTAUX-CONTROLE-FIN.
           EXIT.

       8910-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       8910-DECLARER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * ARRÊT D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
