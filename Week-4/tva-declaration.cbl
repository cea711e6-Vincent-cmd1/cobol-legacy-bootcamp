      ******************************************************************
      * PROGRAMME : TVA-DECLARATION.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Etat mensuel de TVA, base de la declaration :
      *               - TVA collectee : factures et avoirs du mois
      *                 (factures.txt, date d'emission), par code et
      *                 taux, d'apres la ventilation enregistree a
      *                 l'emission ; les avoirs viennent en deduction
      *               - TVA deductible : receptions du mois
      *                 (receptions.txt), valorisees au prix de la
      *                 ligne de commandes-fournisseur.txt, au taux du
      *                 code TVA actuel du produit
      *             et TVA nette due (ou credit de TVA). L'etat est
      *             affiche et ecrit dans tva-AAAAMM.txt.
      *
      * FICHIERS  :
      *   - F-FACTURES   : factures.txt (entree), puis
      *                    factures-AAAA.txt (historique de l'annee du
      *                    mois, entree, facultatif)
      *   - F-CDE-FOURN  : commandes-fournisseur.txt (entree)
      *   - F-RECEPTIONS : receptions.txt (entree)
      *   - F-INVENTAIRE : inventaire.txt (entree, indexe : code TVA
      *                    des produits recus)
      *   - F-TAUX-TVA   : taux-tva.txt (entree, facultatif : taux par
      *                    code TVA, exemple dans taux-tva.txt.example)
      *   - F-ETAT       : tva-AAAAMM.txt (etat du mois, recree)
      *
      * REMARQUE  : Les pieces anterieures a la TVA (sans montant HT)
      *             sont totalisees a part, hors TVA. Une reception
      *             sans ligne de commande fournisseur n'est pas
      *             valorisee ; elle est comptee et signalee.
      *
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                .cbl) : les pieces du mois deplacees dans
      *                factures-AAAA.txt sont relues avec factures.txt.
      * MODIFICATION : 15/10/2026 - Chaque etat est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tva-declaration.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Registre des factures de vente (cf. facturation-cli.cbl), nom
      * resolu a l'execution dans WS-NOM-FACTURES
           SELECT F-FACTURES ASSIGN TO WS-NOM-FACTURES
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

      * Inventaire des produits (cf. rupture-stock.cbl)
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Taux de TVA par code (parametres facultatifs, cf.
      * produits-maint.cbl)
           SELECT F-TAUX-TVA ASSIGN TO "taux-tva.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX-TVA.

      * Etat de TVA du mois, nom resolu a l'execution
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.

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

      * Taux de TVA : code, taux en pourcentage (2000 = 20,00 %)
       FD F-TAUX-TVA.
       01 FS-ENR-TAUX-TVA.
           05 FS-TVA-CODE            PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-TVA-TAUX            PIC 9(02)V99.

       FD F-ETAT.
       01 FS-ENR-ETAT                PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-FACTURES           PIC X(02).
       01 WS-FS-CDE-FOURN          PIC X(02).
       01 WS-FS-RECEPTIONS         PIC X(02).
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-TAUX-TVA           PIC X(02).
       01 WS-FS-ETAT               PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour et mois traite
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-PERIODE               PIC 9(06).
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-AAAA           PIC 9(04).
           05 WS-PER-MM             PIC 9(02).
       01 WS-NOM-ETAT              PIC X(40).

      * Registre lu : factures.txt puis l'historique de l'annee
       01 WS-NOM-FACTURES          PIC X(30).

      * Codes TVA admis et taux par defaut, remplaces par ceux de
      * taux-tva.txt quand il existe (cf. produits-maint.cbl)
       01 WS-TAB-TVA-INIT.
           05 FILLER                 PIC X(05) VALUE "N2000".
           05 FILLER                 PIC X(05) VALUE "R1000".
           05 FILLER                 PIC X(05) VALUE "S0550".
           05 FILLER                 PIC X(05) VALUE "Z0000".
       01 WS-TAB-TVA REDEFINES WS-TAB-TVA-INIT.
           05 WS-TVA OCCURS 4 TIMES.
              10 WS-TVA-CODE            PIC X(01).
              10 WS-TVA-TAUX            PIC 9(02)V99.
       01 WS-IDX-TVA               PIC 9(02).
       01 WS-TVA-CODE-CHERCHE      PIC X(01).
       01 WS-TVA-RANG              PIC 9(01).

      * TVA collectee par code et taux (un meme code peut porter
      * deux taux si le taux a change dans le mois) : factures et
      * avoirs, base et TVA
       01 WS-NB-COL                PIC 9(02) VALUE ZERO.
       01 WS-IDX-COL               PIC 9(02) VALUE ZERO.
       01 WS-COL-TROUVE            PIC 9(02) VALUE ZERO.
       01 WS-IDX-VENT              PIC 9(01).
       01 WS-TAB-COL.
           05 WS-COL OCCURS 20 TIMES.
              10 WS-COL-CODE            PIC X(01).
              10 WS-COL-TAUX            PIC 9(02)V99.
              10 WS-COL-BASE-FAC        PIC 9(09)V99.
              10 WS-COL-TVA-FAC         PIC 9(09)V99.
              10 WS-COL-BASE-AVO        PIC 9(09)V99.
              10 WS-COL-TVA-AVO         PIC 9(09)V99.

      * TVA deductible par code, au taux du jour
       01 WS-TAB-DED.
           05 WS-DED OCCURS 4 TIMES.
              10 WS-DED-BASE            PIC 9(09)V99.
              10 WS-DED-TVA             PIC 9(09)V99.
       01 WS-REC-HT                PIC 9(09)V99.
       01 WS-REC-TVA               PIC 9(09)V99.

      * Prix des lignes de commande fournisseur
       01 WS-NB-CDE                PIC 9(04) VALUE ZERO.
       01 WS-IDX-CDE               PIC 9(04) VALUE ZERO.
       01 WS-IDX-RECH              PIC 9(04) VALUE ZERO.
       01 WS-TAB-CDE.
           05 WS-CDE OCCURS 2000 TIMES.
              10 WS-CDE-NUM             PIC 9(05).
              10 WS-CDE-PRODUIT         PIC X(10).
              10 WS-CDE-PRIX            PIC 9(05)V99.

      * Compteurs et totaux
       01 WS-NB-FACTURES           PIC 9(05) VALUE ZERO.
       01 WS-NB-AVOIRS             PIC 9(05) VALUE ZERO.
       01 WS-NB-HORS-TVA           PIC 9(05) VALUE ZERO.
       01 WS-MT-HORS-TVA           PIC S9(09)V99 VALUE ZERO.
       01 WS-NB-RECEPTIONS         PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-PRIX          PIC 9(05) VALUE ZERO.
       01 WS-TOT-COLLECTEE         PIC S9(09)V99 VALUE ZERO.
       01 WS-TOT-DEDUCTIBLE        PIC 9(09)V99 VALUE ZERO.
       01 WS-TVA-NETTE             PIC S9(09)V99 VALUE ZERO.
       01 WS-NET-LIGNE             PIC S9(09)V99 VALUE ZERO.

      * Zones editees
       01 WS-NB-ED                 PIC ZZ,ZZ9.
       01 WS-NB2-ED                PIC ZZ,ZZ9.
       01 WS-TAUX-ED               PIC Z9.99.
       01 WS-BASE-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TVA-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BASE2-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TVA2-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-ED                PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-ETAT            PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "tva-declaration".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : etat de TVA du mois
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           INITIALIZE WS-TAB-COL.
           INITIALIZE WS-TAB-DED.

           PERFORM 7000-PERIODE-DEB
              THRU 7000-PERIODE-FIN.

           PERFORM 6100-CHARGER-TAUX-TVA-DEB
              THRU 6100-CHARGER-TAUX-TVA-FIN.
           PERFORM 6110-CHARGER-COMMANDES-DEB
              THRU 6110-CHARGER-COMMANDES-FIN.

           PERFORM 8100-TVA-COLLECTEE-DEB
              THRU 8100-TVA-COLLECTEE-FIN.
           PERFORM 8200-TVA-DEDUCTIBLE-DEB
              THRU 8200-TVA-DEDUCTIBLE-FIN.

           PERFORM 8900-EDITER-ETAT-DEB
              THRU 8900-EDITER-ETAT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES TAUX DE TVA
      ******************************************************************
      * Fichier facultatif : un code absent garde son taux par
      * defaut, un code inconnu est ignore
       6100-CHARGER-TAUX-TVA-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TAUX-TVA.
           IF WS-FS-TAUX-TVA NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TAUX-TVA
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                               UNTIL WS-IDX-TVA > 4
                           IF WS-TVA-CODE(WS-IDX-TVA) = FS-TVA-CODE
                              AND FS-TVA-TAUX IS NUMERIC
                               MOVE FS-TVA-TAUX
                                   TO WS-TVA-TAUX(WS-IDX-TVA)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-FS-TAUX-TVA = "00" OR WS-FS-TAUX-TVA = "10"
               CLOSE F-TAUX-TVA
           END-IF.
       6100-CHARGER-TAUX-TVA-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES PRIX DES COMMANDES FOURNISSEUR
      ******************************************************************
       6110-CHARGER-COMMANDES-DEB.
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
       6110-CHARGER-COMMANDES-FIN.
           EXIT.

      ******************************************************************
      * COMPOSANTS
      ******************************************************************
      * Mois traite, par defaut le mois precedent
       7000-PERIODE-DEB.
           DISPLAY "Mois a declarer AAAAMM (ENTREE pour le mois "
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

           INITIALIZE WS-NOM-ETAT.
           STRING "tva-" WS-PERIODE ".txt"
               INTO WS-NOM-ETAT
           END-STRING.
       7000-PERIODE-FIN.
           EXIT.

      * Rang dans la table des taux du code TVA WS-TVA-CODE-CHERCHE :
      * un code blanc ou inconnu prend le taux normal (rang 1)
       7100-RANG-TVA-DEB.
           MOVE 1 TO WS-TVA-RANG.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               IF WS-TVA-CODE(WS-IDX-TVA) = WS-TVA-CODE-CHERCHE
                   MOVE WS-IDX-TVA TO WS-TVA-RANG
               END-IF
           END-PERFORM.
       7100-RANG-TVA-FIN.
           EXIT.

      ******************************************************************
      * TVA COLLECTEE : FACTURES ET AVOIRS EMIS DANS LE MOIS
      ******************************************************************
      * Les pieces archivees de l'annee sont relues dans son fichier
      * d'historique (cf. archivage-annuel.cbl), s'il existe
       8100-TVA-COLLECTEE-DEB.
           MOVE "factures.txt" TO WS-NOM-FACTURES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               DISPLAY "factures.txt absent (code " WS-FS-FACTURES
                       ") : pas de TVA collectee"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM 8105-LIRE-FACTURES-DEB
              THRU 8105-LIRE-FACTURES-FIN.

           INITIALIZE WS-NOM-FACTURES.
           STRING "factures-" WS-PER-AAAA ".txt"
               INTO WS-NOM-FACTURES
           END-STRING.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM 8105-LIRE-FACTURES-DEB
              THRU 8105-LIRE-FACTURES-FIN.
       8100-TVA-COLLECTEE-FIN.
           EXIT.

      * Pieces du mois dans le registre ouvert
       8105-LIRE-FACTURES-DEB.
           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FAC-DATE(1:6) = WS-PERIODE
                           PERFORM 8110-CUMULER-PIECE-DEB
                              THRU 8110-CUMULER-PIECE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.
       8105-LIRE-FACTURES-FIN.
           EXIT.

      * Cumule la ventilation de la piece lue ; une piece sans
      * montant HT (anterieure a la TVA) est totalisee hors TVA
       8110-CUMULER-PIECE-DEB.
           IF FS-FAC-EST-AVOIR
               ADD 1 TO WS-NB-AVOIRS
           ELSE
               ADD 1 TO WS-NB-FACTURES
           END-IF.
           IF FS-FAC-MONTANT-HT IS NOT NUMERIC
               ADD 1 TO WS-NB-HORS-TVA
               IF FS-FAC-EST-AVOIR
                   SUBTRACT FS-FAC-MONTANT FROM WS-MT-HORS-TVA
               ELSE
                   ADD FS-FAC-MONTANT TO WS-MT-HORS-TVA
               END-IF
               GO TO 8110-CUMULER-PIECE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-VENT FROM 1 BY 1
                   UNTIL WS-IDX-VENT > 4
               IF FS-FAC-TVA-BASE(WS-IDX-VENT) IS NUMERIC
                  AND FS-FAC-TVA-BASE(WS-IDX-VENT) > ZERO
                   PERFORM 8120-CUMULER-TAUX-DEB
                      THRU 8120-CUMULER-TAUX-FIN
               END-IF
           END-PERFORM.
       8110-CUMULER-PIECE-FIN.
           EXIT.

      * Cumule la tranche WS-IDX-VENT de la piece sur la ligne de son
      * code et de son taux
       8120-CUMULER-TAUX-DEB.
           MOVE ZERO TO WS-COL-TROUVE.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-NB-COL
               IF WS-COL-CODE(WS-IDX-COL) = FS-FAC-TVA-CODE(WS-IDX-VENT)
                  AND WS-COL-TAUX(WS-IDX-COL)
                      = FS-FAC-TVA-TAUX(WS-IDX-VENT)
                   MOVE WS-IDX-COL TO WS-COL-TROUVE
               END-IF
           END-PERFORM.
           IF WS-COL-TROUVE = ZERO
               IF WS-NB-COL >= 20
                   DISPLAY "/!\ Plus de 20 taux distincts : piece "
                           FS-FAC-NUM " non cumulee /!\"
                   GO TO 8120-CUMULER-TAUX-FIN
               END-IF
               ADD 1 TO WS-NB-COL
               MOVE WS-NB-COL TO WS-COL-TROUVE
               MOVE FS-FAC-TVA-CODE(WS-IDX-VENT)
                   TO WS-COL-CODE(WS-COL-TROUVE)
               MOVE FS-FAC-TVA-TAUX(WS-IDX-VENT)
                   TO WS-COL-TAUX(WS-COL-TROUVE)
           END-IF.

           IF FS-FAC-EST-AVOIR
               ADD FS-FAC-TVA-BASE(WS-IDX-VENT)
                   TO WS-COL-BASE-AVO(WS-COL-TROUVE)
               ADD FS-FAC-TVA-MONTANT(WS-IDX-VENT)
                   TO WS-COL-TVA-AVO(WS-COL-TROUVE)
           ELSE
               ADD FS-FAC-TVA-BASE(WS-IDX-VENT)
                   TO WS-COL-BASE-FAC(WS-COL-TROUVE)
               ADD FS-FAC-TVA-MONTANT(WS-IDX-VENT)
                   TO WS-COL-TVA-FAC(WS-COL-TROUVE)
           END-IF.
       8120-CUMULER-TAUX-FIN.
           EXIT.

      ******************************************************************
      * TVA DEDUCTIBLE : RECEPTIONS FOURNISSEUR DU MOIS
      ******************************************************************
      * Quantite recue valorisee au prix unitaire de la ligne de
      * commande fournisseur (meme valorisation que le journal ACH de
      * interface-comptable.cbl), au taux du code TVA du produit
       8200-TVA-DEDUCTIBLE-DEB.
           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "/!\ Inventaire indisponible (code "
                       WS-FS-INVENTAIRE ") : produits recus au taux "
                       "normal /!\"
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RECEPTIONS.
           IF WS-FS-RECEPTIONS NOT = "00"
               DISPLAY "receptions.txt absent (code " WS-FS-RECEPTIONS
                       ") : pas de TVA deductible"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RECEPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RC-DATE(1:6) = WS-PERIODE
                           PERFORM 8210-CUMULER-RECEPTION-DEB
                              THRU 8210-CUMULER-RECEPTION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-RECEPTIONS = "00" OR WS-FS-RECEPTIONS = "10"
               CLOSE F-RECEPTIONS
           END-IF.
           IF WS-FS-INVENTAIRE = "00"
               CLOSE F-INVENTAIRE
           END-IF.
       8200-TVA-DEDUCTIBLE-FIN.
           EXIT.

       8210-CUMULER-RECEPTION-DEB.
           ADD 1 TO WS-NB-RECEPTIONS.
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
               GO TO 8210-CUMULER-RECEPTION-FIN
           END-IF.

           MOVE SPACE TO WS-TVA-CODE-CHERCHE.
           IF WS-FS-INVENTAIRE = "00"
               MOVE FS-RC-PRODUIT TO FS-PRODUIT
               READ F-INVENTAIRE
                   NOT INVALID KEY
                       MOVE FS-INV-TVA-CODE TO WS-TVA-CODE-CHERCHE
               END-READ
           END-IF.
           PERFORM 7100-RANG-TVA-DEB
              THRU 7100-RANG-TVA-FIN.

           COMPUTE WS-REC-HT =
               FS-RC-QTE-RECUE * WS-CDE-PRIX(WS-IDX-CDE).
           COMPUTE WS-REC-TVA ROUNDED =
               WS-REC-HT * WS-TVA-TAUX(WS-TVA-RANG) / 100.
           ADD WS-REC-HT  TO WS-DED-BASE(WS-TVA-RANG).
           ADD WS-REC-TVA TO WS-DED-TVA(WS-TVA-RANG).
       8210-CUMULER-RECEPTION-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE L'ETAT DE TVA
      ******************************************************************
       8900-EDITER-ETAT-DEB.
           OPEN OUTPUT F-ETAT.
           IF WS-FS-ETAT NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-NOM-ETAT)
                       ", code : " WS-FS-ETAT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-ETAT.
           STRING "ETAT DE TVA DU MOIS " WS-PERIODE
                  " - EDITE LE " WS-DATE-JOUR
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-ETAT.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

      * TVA collectee
           MOVE WS-NB-FACTURES TO WS-NB-ED.
           MOVE WS-NB-AVOIRS   TO WS-NB2-ED.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "TVA COLLECTEE - factures : " WS-NB-ED
                  ", avoirs : " WS-NB2-ED
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-ETAT.
           STRING "C  Taux      Base factures    TVA factures"
                  "    Base avoirs     TVA avoirs       TVA nette"
               DELIMITED BY SIZE
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

           MOVE ZERO TO WS-TOT-COLLECTEE.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-NB-COL
               COMPUTE WS-NET-LIGNE = WS-COL-TVA-FAC(WS-IDX-COL)
                                    - WS-COL-TVA-AVO(WS-IDX-COL)
               ADD WS-NET-LIGNE TO WS-TOT-COLLECTEE
               MOVE WS-COL-TAUX(WS-IDX-COL)     TO WS-TAUX-ED
               MOVE WS-COL-BASE-FAC(WS-IDX-COL) TO WS-BASE-ED
               MOVE WS-COL-TVA-FAC(WS-IDX-COL)  TO WS-TVA-ED
               MOVE WS-COL-BASE-AVO(WS-IDX-COL) TO WS-BASE2-ED
               MOVE WS-COL-TVA-AVO(WS-IDX-COL)  TO WS-TVA2-ED
               MOVE WS-NET-LIGNE                TO WS-NET-ED
               INITIALIZE WS-LIGNE-ETAT
               STRING WS-COL-CODE(WS-IDX-COL) " " WS-TAUX-ED " %"
                      WS-BASE-ED " " WS-TVA-ED
                      WS-BASE2-ED " " WS-TVA2-ED " " WS-NET-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-ETAT
               END-STRING
               PERFORM 8910-ECRIRE-LIGNE-DEB
                  THRU 8910-ECRIRE-LIGNE-FIN
           END-PERFORM.

           MOVE WS-TOT-COLLECTEE TO WS-NET-ED.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "Total TVA collectee nette          " WS-NET-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.
           IF WS-NB-HORS-TVA > ZERO
               MOVE WS-NB-HORS-TVA TO WS-NB-ED
               MOVE WS-MT-HORS-TVA TO WS-NET-ED
               INITIALIZE WS-LIGNE-ETAT
               STRING "Pieces sans ventilation TVA : " WS-NB-ED
                      " - montant " WS-NET-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-ETAT
               END-STRING
               PERFORM 8910-ECRIRE-LIGNE-DEB
                  THRU 8910-ECRIRE-LIGNE-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-ETAT.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

      * TVA deductible
           MOVE WS-NB-RECEPTIONS TO WS-NB-ED.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "TVA DEDUCTIBLE - receptions : " WS-NB-ED
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.
           MOVE "C  Taux        Base achats     TVA achats"
               TO WS-LIGNE-ETAT.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

           MOVE ZERO TO WS-TOT-DEDUCTIBLE.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > 4
               IF WS-DED-BASE(WS-IDX-TVA) > ZERO
                   ADD WS-DED-TVA(WS-IDX-TVA) TO WS-TOT-DEDUCTIBLE
                   MOVE WS-TVA-TAUX(WS-IDX-TVA) TO WS-TAUX-ED
                   MOVE WS-DED-BASE(WS-IDX-TVA) TO WS-BASE-ED
                   MOVE WS-DED-TVA(WS-IDX-TVA)  TO WS-TVA-ED
                   INITIALIZE WS-LIGNE-ETAT
                   STRING WS-TVA-CODE(WS-IDX-TVA) " " WS-TAUX-ED " %"
                          WS-BASE-ED " " WS-TVA-ED
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-ETAT
                   END-STRING
                   PERFORM 8910-ECRIRE-LIGNE-DEB
                      THRU 8910-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           MOVE WS-TOT-DEDUCTIBLE TO WS-NET-ED.
           INITIALIZE WS-LIGNE-ETAT.
           STRING "Total TVA deductible               " WS-NET-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-ETAT
           END-STRING.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.
           IF WS-NB-SANS-PRIX > ZERO
               MOVE WS-NB-SANS-PRIX TO WS-NB-ED
               INITIALIZE WS-LIGNE-ETAT
               STRING "/!\ Receptions sans ligne de commande "
                      "fournisseur, non valorisees : " WS-NB-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-ETAT
               END-STRING
               PERFORM 8910-ECRIRE-LIGNE-DEB
                  THRU 8910-ECRIRE-LIGNE-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-ETAT.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

      * Solde : TVA due, ou credit de TVA a reporter
           COMPUTE WS-TVA-NETTE = WS-TOT-COLLECTEE - WS-TOT-DEDUCTIBLE.
           MOVE WS-TVA-NETTE TO WS-NET-ED.
           INITIALIZE WS-LIGNE-ETAT.
           IF WS-TVA-NETTE < ZERO
               STRING "CREDIT DE TVA                      " WS-NET-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-ETAT
               END-STRING
           ELSE
               STRING "TVA NETTE DUE                      " WS-NET-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-ETAT
               END-STRING
           END-IF.
           PERFORM 8910-ECRIRE-LIGNE-DEB
              THRU 8910-ECRIRE-LIGNE-FIN.

           CLOSE F-ETAT.
           DISPLAY "Etat ecrit dans " FUNCTION TRIM(WS-NOM-ETAT).
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-ETAT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8900-EDITER-ETAT-FIN.
           EXIT.

      * Ecrit WS-LIGNE-ETAT a l'ecran et dans l'etat du mois
       8910-ECRIRE-LIGNE-DEB.
           DISPLAY FUNCTION TRIM(WS-LIGNE-ETAT TRAILING).
           MOVE WS-LIGNE-ETAT TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
       8910-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
