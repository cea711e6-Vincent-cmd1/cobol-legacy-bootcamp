      ******************************************************************
      * PROGRAMME : MARGES-VENTES.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Marge brute sur l'historique des commandes : le
      *             chiffre d'affaires (FS-COMMANDES-TOTAL-LIGNE) est
      *             rapproche du cout des ventes, quantite vendue x
      *             cout moyen pondere d'achat du produit
      *             (couts-produits.txt, tenu par reception-fourn
      *             .cbl ; a defaut le prix du fournisseur attitre).
      *             Marge et taux de marge sont edites par produit,
      *             par client et mois par mois, les commandes ANNULE
      *             exclues. Comme stats-ventes.cbl, le nom du
      *             fichier de commandes est accepte en parametre
      *             (fichiers de periode commandes-AAAAMM.dat).
      *             Le cout retenu est le cout moyen connu le jour de
      *             l'edition : une vente ancienne est donc costee au
      *             cout moyen courant.
      *
      * FICHIERS  :
      *   - F-COMMANDES    : commandes.txt par defaut, ou un fichier de
      *                      periode saisi en parametre (entree)
      *   - F-COUTS        : couts-produits.txt (entree, indexe,
      *                      facultatif)
      *   - F-INVENTAIRE   : inventaire.txt (entree, indexe :
      *                      fournisseur attitre du produit)
      *   - F-FOURNISSEURS : fournisseurs.txt (entree, indexe,
      *                      facultatif)
      *   - F-RAPPORT      : marges-ventes.txt (sortie, recree)
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. marges-ventes.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichier des commandes, nom resolu a l'execution (cf.
      * stats-ventes.cbl)
           SELECT F-COMMANDES ASSIGN TO WS-NOM-COMMANDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Cout moyen pondere d'achat par produit (cf. reception-fourn
      * .cbl)
           SELECT F-COUTS ASSIGN TO "couts-produits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CMP-PRODUIT
               FILE STATUS IS WS-FS-COUTS.

      * Inventaire des produits (cf. rupture-stock.cbl)
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Referentiel fournisseurs (cf. fournisseurs-maint.cbl)
           SELECT F-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOURN-CODE
               FILE STATUS IS WS-FS-FOURNISSEURS.

      * Rapport des marges
           SELECT F-RAPPORT ASSIGN TO "marges-ventes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Fichier des commandes, tel que declare dans command-cli.cbl
       FD F-COMMANDES.
       01 FS-ENR-COMMANDES.
           05 FS-COMMANDES-CLI-ID        PIC X(02).
           05 FS-COMMANDES-NUM           PIC X(04).
           05 FS-COMMANDES-PRODUIT       PIC X(10).
           05 FS-COMMANDES-QTE           PIC 9(05).
           05 FS-COMMANDES-PRIX-UNIT     PIC 9(05)V99.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Cout moyen pondere par produit (cf. reception-fourn.cbl)
       FD F-COUTS.
       01 FS-ENR-COUT.
           05 FS-CMP-PRODUIT         PIC X(10).
           05 FS-CMP-COUT            PIC 9(05)V9(04).
           05 FS-CMP-DATE-MAJ        PIC 9(08).
           05 FS-CMP-DERNIER-PRIX    PIC 9(05)V99.

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
       01 FS-ENR-RAPPORT                 PIC X(110).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-COUTS              PIC X(02).
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-FOURNISSEURS       PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Nom du fichier de commandes analyse, parametrable
       01 WS-NOM-COMMANDES         PIC X(30) VALUE "commandes.txt".
       01 WS-NOM-COMMANDES-SAISIE  PIC X(30).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Statut exclu des marges
       01 WS-STATUT-ANNULE         PIC X(08) VALUE "ANNULE".

      * Cumuls par produit : cout unitaire retenu et son origine
      * (C = cout moyen, F = prix fournisseur, blanc = inconnu),
      * quantite, chiffre d'affaires et cout des ventes
       01 WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-PRD               PIC 9(03) VALUE ZERO.
       01 WS-PRD-TROUVE            PIC X(01) VALUE "N".
           88 WS-PRD-EST-TROUVE                 VALUE "Y".
       01 WS-TAB-PRODUITS.
           05 WS-PRD OCCURS 300 TIMES.
              10 WS-PRD-PRODUIT         PIC X(10).
              10 WS-PRD-COUT            PIC 9(05)V9(04) VALUE ZERO.
              10 WS-PRD-ORIGINE         PIC X(01)       VALUE SPACE.
                 88 WS-PRD-AU-CMP                    VALUE "C".
                 88 WS-PRD-AU-PRIX-FOURN             VALUE "F".
                 88 WS-PRD-SANS-COUT                 VALUE SPACE.
              10 WS-PRD-QTE             PIC 9(07)       VALUE ZERO.
              10 WS-PRD-CA              PIC 9(11)V99    VALUE ZERO.
              10 WS-PRD-CV              PIC 9(11)V99    VALUE ZERO.

      * Cumuls par client
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-CLI-TROUVE            PIC X(01) VALUE "N".
           88 WS-CLI-EST-TROUVE                 VALUE "Y".
       01 WS-TAB-CLIENTS.
           05 WS-CLI OCCURS 50 TIMES.
              10 WS-CLI-ID              PIC X(02).
              10 WS-CLI-CA              PIC 9(11)V99 VALUE ZERO.
              10 WS-CLI-CV              PIC 9(11)V99 VALUE ZERO.

      * Cumuls mois par mois (AAAAMM tire de FS-COMMANDES-DATE ; les
      * commandes sans date sont regroupees sous 000000)
       01 WS-NB-MOIS               PIC 9(03) VALUE ZERO.
       01 WS-IDX-MOIS              PIC 9(03) VALUE ZERO.
       01 WS-MOIS-TROUVE           PIC X(01) VALUE "N".
           88 WS-MOIS-EST-TROUVE                VALUE "Y".
       01 WS-MOIS-COURANT          PIC 9(06).
       01 WS-TAB-MOIS.
           05 WS-MOIS OCCURS 60 TIMES.
              10 WS-MOIS-AAAAMM         PIC 9(06).
              10 WS-MOIS-CA             PIC 9(11)V99 VALUE ZERO.
              10 WS-MOIS-CV             PIC 9(11)V99 VALUE ZERO.

      * Cout des ventes de la ligne courante
       01 WS-CV-LIGNE              PIC 9(11)V99.

      * Compteurs globaux et totaux generaux
       01 WS-NB-LUES               PIC 9(05) VALUE ZERO.
       01 WS-NB-ANNULEES           PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-COUT          PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-CA              PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CV              PIC 9(12)V99 VALUE ZERO.

      * Zones de calcul et d'edition d'une ligne de marge
       01 WS-ED-CA                 PIC 9(12)V99.
       01 WS-ED-CV                 PIC 9(12)V99.
       01 WS-MARGE                 PIC S9(12)V99.
       01 WS-TAUX-MARGE            PIC S9(05)V9.
       01 WS-LIBELLE               PIC X(20).
       01 WS-REPERE                PIC X(12).
       01 WS-CA-ED                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CV-ED                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MARGE-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TAUX-ED               PIC -ZZZ9.9.
       01 WS-LIGNE-RAPPORT         PIC X(110).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "marges-ventes".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : cumuls puis edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           DISPLAY "Fichier de commandes a analyser (defaut "
                   "commandes.txt) : " WITH NO ADVANCING.
           ACCEPT WS-NOM-COMMANDES-SAISIE.
           IF WS-NOM-COMMANDES-SAISIE NOT = SPACES
               MOVE WS-NOM-COMMANDES-SAISIE TO WS-NOM-COMMANDES
           END-IF.

           PERFORM 6110-CUMULER-COMMANDES-DEB
              THRU 6110-CUMULER-COMMANDES-FIN.

           PERFORM 8000-EDITER-RAPPORT-DEB
              THRU 8000-EDITER-RAPPORT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PARCOURS DES COMMANDES ET CUMULS
      ******************************************************************
       6110-CUMULER-COMMANDES-DEB.
           OPEN INPUT F-COMMANDES.
           IF WS-FS-COMMANDES NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-COMMANDES) ", code : "
                       WS-FS-COMMANDES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Fichiers de couts consultes en acces direct, tous facultatifs
           OPEN INPUT F-COUTS.
           OPEN INPUT F-INVENTAIRE.
           OPEN INPUT F-FOURNISSEURS.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-COMMANDES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF FS-COMMANDES-STATUT = WS-STATUT-ANNULE
                           ADD 1 TO WS-NB-ANNULEES
                       ELSE
                           PERFORM 7000-CUMULER-LIGNE-DEB
                              THRU 7000-CUMULER-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-COMMANDES.
           IF WS-FS-COUTS = "00"
               CLOSE F-COUTS
           END-IF.
           IF WS-FS-INVENTAIRE = "00"
               CLOSE F-INVENTAIRE
           END-IF.
           IF WS-FS-FOURNISSEURS = "00"
               CLOSE F-FOURNISSEURS
           END-IF.
       6110-CUMULER-COMMANDES-FIN.
           EXIT.

      * Determine le cout unitaire du produit WS-NB-PRODUITS, entre
      * dans la table : cout moyen de couts-produits.txt, sinon prix
      * du fournisseur attitre de inventaire.txt, sinon inconnu (cout
      * des ventes nul, produit signale)
       6120-DETERMINER-COUT-DEB.
           IF WS-FS-COUTS = "00"
               MOVE FS-COMMANDES-PRODUIT TO FS-CMP-PRODUIT
               READ F-COUTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CMP-COUT TO WS-PRD-COUT(WS-NB-PRODUITS)
                       SET WS-PRD-AU-CMP(WS-NB-PRODUITS) TO TRUE
                       GO TO 6120-DETERMINER-COUT-FIN
               END-READ
           END-IF.

           IF WS-FS-INVENTAIRE NOT = "00"
              OR WS-FS-FOURNISSEURS NOT = "00"
               GO TO 6120-DETERMINER-COUT-SANS
           END-IF.
           MOVE FS-COMMANDES-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   GO TO 6120-DETERMINER-COUT-SANS
           END-READ.
           IF FS-INV-FOURN-CODE = SPACES
               GO TO 6120-DETERMINER-COUT-SANS
           END-IF.
           MOVE FS-INV-FOURN-CODE TO FS-FOURN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   GO TO 6120-DETERMINER-COUT-SANS
           END-READ.
           IF FS-FOURN-PRIX IS NUMERIC AND FS-FOURN-PRIX > ZERO
               MOVE FS-FOURN-PRIX TO WS-PRD-COUT(WS-NB-PRODUITS)
               SET WS-PRD-AU-PRIX-FOURN(WS-NB-PRODUITS) TO TRUE
               GO TO 6120-DETERMINER-COUT-FIN
           END-IF.

       6120-DETERMINER-COUT-SANS.
           MOVE ZERO TO WS-PRD-COUT(WS-NB-PRODUITS).
           SET WS-PRD-SANS-COUT(WS-NB-PRODUITS) TO TRUE.
           ADD 1 TO WS-NB-SANS-COUT.
       6120-DETERMINER-COUT-FIN.
           EXIT.

      * Cumule la ligne courante par produit, par client et par
      * mois ; le cout des ventes est la quantite vendue au cout
      * unitaire du produit
       7000-CUMULER-LIGNE-DEB.
           MOVE "N" TO WS-PRD-TROUVE.
           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-NB-PRODUITS
                      OR WS-PRD-EST-TROUVE
               IF WS-PRD-PRODUIT(WS-IDX-PRD) = FS-COMMANDES-PRODUIT
                   SET WS-PRD-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PRD-EST-TROUVE
               SUBTRACT 1 FROM WS-IDX-PRD
           ELSE
               IF WS-NB-PRODUITS >= 300
                   DISPLAY "/!\ Capacite produits (300) atteinte, "
                           FS-COMMANDES-PRODUIT " ignore /!\"
                   GO TO 7000-CUMULER-LIGNE-FIN
               END-IF
               ADD 1 TO WS-NB-PRODUITS
               MOVE FS-COMMANDES-PRODUIT
                   TO WS-PRD-PRODUIT(WS-NB-PRODUITS)
               PERFORM 6120-DETERMINER-COUT-DEB
                  THRU 6120-DETERMINER-COUT-FIN
               MOVE WS-NB-PRODUITS TO WS-IDX-PRD
           END-IF.

           COMPUTE WS-CV-LIGNE ROUNDED =
               FS-COMMANDES-QTE * WS-PRD-COUT(WS-IDX-PRD).
           ADD FS-COMMANDES-QTE         TO WS-PRD-QTE(WS-IDX-PRD).
           ADD FS-COMMANDES-TOTAL-LIGNE TO WS-PRD-CA(WS-IDX-PRD).
           ADD WS-CV-LIGNE              TO WS-PRD-CV(WS-IDX-PRD).
           ADD FS-COMMANDES-TOTAL-LIGNE TO WS-TOTAL-CA.
           ADD WS-CV-LIGNE              TO WS-TOTAL-CV.

           MOVE "N" TO WS-CLI-TROUVE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-ID(WS-IDX-CLI) = FS-COMMANDES-CLI-ID
                   SET WS-CLI-EST-TROUVE TO TRUE
                   ADD FS-COMMANDES-TOTAL-LIGNE
                       TO WS-CLI-CA(WS-IDX-CLI)
                   ADD WS-CV-LIGNE TO WS-CLI-CV(WS-IDX-CLI)
               END-IF
           END-PERFORM.
           IF NOT WS-CLI-EST-TROUVE AND WS-NB-CLIENTS < 50
               ADD 1 TO WS-NB-CLIENTS
               MOVE FS-COMMANDES-CLI-ID
                   TO WS-CLI-ID(WS-NB-CLIENTS)
               MOVE FS-COMMANDES-TOTAL-LIGNE
                   TO WS-CLI-CA(WS-NB-CLIENTS)
               MOVE WS-CV-LIGNE TO WS-CLI-CV(WS-NB-CLIENTS)
           END-IF.

           MOVE FS-COMMANDES-DATE(1:6) TO WS-MOIS-COURANT.
           MOVE "N" TO WS-MOIS-TROUVE.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > WS-NB-MOIS
               IF WS-MOIS-AAAAMM(WS-IDX-MOIS) = WS-MOIS-COURANT
                   SET WS-MOIS-EST-TROUVE TO TRUE
                   ADD FS-COMMANDES-TOTAL-LIGNE
                       TO WS-MOIS-CA(WS-IDX-MOIS)
                   ADD WS-CV-LIGNE TO WS-MOIS-CV(WS-IDX-MOIS)
               END-IF
           END-PERFORM.
           IF NOT WS-MOIS-EST-TROUVE AND WS-NB-MOIS < 60
               ADD 1 TO WS-NB-MOIS
               MOVE WS-MOIS-COURANT
                   TO WS-MOIS-AAAAMM(WS-NB-MOIS)
               MOVE FS-COMMANDES-TOTAL-LIGNE
                   TO WS-MOIS-CA(WS-NB-MOIS)
               MOVE WS-CV-LIGNE TO WS-MOIS-CV(WS-NB-MOIS)
           END-IF.
       7000-CUMULER-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT DES MARGES
      ******************************************************************
       8000-EDITER-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture marges-ventes.txt, code : "
                   WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "MARGES BRUTES - "
                  FUNCTION TRIM(WS-NOM-COMMANDES)
                  " (" WS-NB-LUES " lignes lues, "
                  WS-NB-ANNULEES " ANNULE exclues)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.
           IF WS-NB-SANS-COUT > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-SANS-COUT " produit(s) sans cout "
                      "connu, cout des ventes compte a zero "
                      "(SANS COUT)"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8200-ECRIRE-LIGNE-DEB
                  THRU 8200-ECRIRE-LIGNE-FIN
           END-IF.
           MOVE SPACES        TO WS-LIGNE-RAPPORT.
           MOVE "CA HT"       TO WS-LIGNE-RAPPORT(31:5).
           MOVE "Cout ventes" TO WS-LIGNE-RAPPORT(40:11).
           MOVE "Marge"       TO WS-LIGNE-RAPPORT(62:5).
           MOVE "Taux %"      TO WS-LIGNE-RAPPORT(69:6).
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.

           MOVE "--- PAR PRODUIT ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-NB-PRODUITS
               MOVE WS-PRD-PRODUIT(WS-IDX-PRD) TO WS-LIBELLE
               MOVE WS-PRD-CA(WS-IDX-PRD) TO WS-ED-CA
               MOVE WS-PRD-CV(WS-IDX-PRD) TO WS-ED-CV
               EVALUATE TRUE
                   WHEN WS-PRD-AU-PRIX-FOURN(WS-IDX-PRD)
                       MOVE "PRIX FOURN." TO WS-REPERE
                   WHEN WS-PRD-SANS-COUT(WS-IDX-PRD)
                       MOVE "SANS COUT" TO WS-REPERE
                   WHEN OTHER
                       MOVE SPACES TO WS-REPERE
               END-EVALUATE
               PERFORM 8100-EDITER-MARGE-DEB
                  THRU 8100-EDITER-MARGE-FIN
           END-PERFORM.

           MOVE "--- PAR CLIENT ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-REPERE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               MOVE SPACES TO WS-LIBELLE
               STRING "Client " WS-CLI-ID(WS-IDX-CLI)
                   INTO WS-LIBELLE
               END-STRING
               MOVE WS-CLI-CA(WS-IDX-CLI) TO WS-ED-CA
               MOVE WS-CLI-CV(WS-IDX-CLI) TO WS-ED-CV
               PERFORM 8100-EDITER-MARGE-DEB
                  THRU 8100-EDITER-MARGE-FIN
           END-PERFORM.

           MOVE "--- PAR MOIS ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > WS-NB-MOIS
               IF WS-MOIS-AAAAMM(WS-IDX-MOIS) = ZERO
                   MOVE "Sans date" TO WS-LIBELLE
               ELSE
                   MOVE WS-MOIS-AAAAMM(WS-IDX-MOIS) TO WS-LIBELLE
               END-IF
               MOVE WS-MOIS-CA(WS-IDX-MOIS) TO WS-ED-CA
               MOVE WS-MOIS-CV(WS-IDX-MOIS) TO WS-ED-CV
               PERFORM 8100-EDITER-MARGE-DEB
                  THRU 8100-EDITER-MARGE-FIN
           END-PERFORM.

           MOVE "TOTAL GENERAL" TO WS-LIBELLE.
           MOVE WS-TOTAL-CA TO WS-ED-CA.
           MOVE WS-TOTAL-CV TO WS-ED-CV.
           PERFORM 8100-EDITER-MARGE-DEB THRU 8100-EDITER-MARGE-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit dans marges-ventes.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "marges-ventes.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

      * Edite une ligne WS-LIBELLE : CA, cout des ventes, marge et
      * taux de marge sur CA (zero quand le CA est nul), suivie du
      * repere WS-REPERE
       8100-EDITER-MARGE-DEB.
           COMPUTE WS-MARGE = WS-ED-CA - WS-ED-CV.
           IF WS-ED-CA = ZERO
               MOVE ZERO TO WS-TAUX-MARGE
           ELSE
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-MARGE * 100 / WS-ED-CA
           END-IF.
           MOVE WS-ED-CA      TO WS-CA-ED.
           MOVE WS-ED-CV      TO WS-CV-ED.
           MOVE WS-MARGE      TO WS-MARGE-ED.
           MOVE WS-TAUX-MARGE TO WS-TAUX-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-LIBELLE " " WS-CA-ED " " WS-CV-ED " "
                  WS-MARGE-ED " " WS-TAUX-ED " " WS-REPERE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB THRU 8200-ECRIRE-LIGNE-FIN.
       8100-EDITER-MARGE-FIN.
           EXIT.

      * Affiche et ecrit WS-LIGNE-RAPPORT
       8200-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8200-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
