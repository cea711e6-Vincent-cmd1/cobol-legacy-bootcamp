      ******************************************************************
      * PROGRAMME : COMPTAGES-TOURNANTS.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Planification de l'inventaire tournant d'apres la
      *             classe ABC des produits (meme classification que
      *             stock-valorisation.cbl, tiree de
      *             historique-rupture.txt) : classe A comptee chaque
      *             mois, B chaque trimestre, C deux fois par an, au
      *             lieu d'un seul comptage semestriel qui arrete le
      *             depot une journee.
      *             L'echeance de chaque produit part de son dernier
      *             comptage (journal comptages-journal.txt alimente
      *             par inventaire-comptage.cbl) ; un produit jamais
      *             compte est du immediatement. Les produits sont
      *             repartis, par echeance croissante, sur les jours
      *             ouvres (hors samedi, dimanche et jours non ouvres
      *             de calendrier-lot.txt) avec une charge
      *             quotidienne lissee sur le cycle de chaque classe.
      *             Le plan (plan-comptages.txt) est relu par
      *             inventaire-comptage.cbl pour rattacher chaque
      *             comptage saisi a sa date prevue. Le rapport donne
      *             la liste du jour, les listes des jours ouvres
      *             suivants, les produits en retard de comptage et
      *             l'exactitude des comptages mois par mois et par
      *             classe (part des comptages sans ecart).
      *
      * FICHIERS  :
      *   - F-INVENTAIRE  : inventaire.txt (entree, indexe)
      *   - F-HISTORIQUE  : historique-rupture.txt (entree, pour la
      *                     classification ABC)
      *   - F-JOURNAL-CPT : comptages-journal.txt (entree,
      *                     facultatif)
      *   - F-CALENDRIER  : calendrier-lot.txt (entree, facultatif :
      *                     jours non ouvres)
      *   - F-PLAN        : plan-comptages.txt (sortie, recree)
      *   - F-RAPPORT     : comptages-tournants.txt (sortie, recree)
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptages-tournants.
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

      * Historique des ruptures passees (cf. rupture-stock.cbl),
      * base de la classification ABC
           SELECT F-HISTORIQUE ASSIGN TO "historique-rupture.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIQUE.

      * Journal des comptages (cf. inventaire-comptage.cbl)
           SELECT F-JOURNAL-CPT ASSIGN TO "comptages-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL-CPT.

      * Jours non ouvres (cf. lot-nocturne.cbl)
           SELECT F-CALENDRIER ASSIGN TO "calendrier-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDRIER.

      * Plan des comptages, relu par inventaire-comptage.cbl
           SELECT F-PLAN ASSIGN TO "plan-comptages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

      * Rapport de planification
           SELECT F-RAPPORT ASSIGN TO "comptages-tournants.txt"
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

      * Historique des ruptures (cf. rupture-stock.cbl)
       FD F-HISTORIQUE.
       01 FS-ENR-HISTORIQUE.
           05 FS-HIST-PRODUIT        PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-HIST-DATE           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-HIST-STOCK          PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-HIST-QTE-COMMANDEE  PIC 9(05).

      * Une ligne par produit compte, ecrite par inventaire-comptage
      * .cbl : date, produit, classe et date prevue au plan (zero
      * hors plan), stock comptable, quantite comptee et ecart
       FD F-JOURNAL-CPT.
       01 FS-ENR-JOURNAL-CPT.
           05 FS-CJ-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-CJ-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-CJ-CLASSE           PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-CJ-PREVU            PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-CJ-LIVRE            PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-CJ-COMPTE           PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-CJ-ECART            PIC S9(06)
                                     SIGN LEADING SEPARATE.

      * Une date non ouvree par ligne
       FD F-CALENDRIER.
       01 FS-ENR-CALENDRIER          PIC 9(08).

      * Une ligne par produit : classe, dernier comptage (zero si
      * jamais compte), echeance, date de comptage prevue et etat
      * (A JOUR, RETARD, JAMAIS)
       FD F-PLAN.
       01 FS-ENR-PLAN.
           05 FS-PLN-PRODUIT         PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-PLN-CLASSE          PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-PLN-DERNIER         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PLN-ECHEANCE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PLN-PREVU           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-PLN-ETAT            PIC X(06).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-HISTORIQUE         PIC X(02).
       01 WS-FS-JOURNAL-CPT        PIC X(02).
       01 WS-FS-CALENDRIER         PIC X(02).
       01 WS-FS-PLAN               PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour, en AAAAMMJJ et en jours entiers
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-JOUR-ENTIER           PIC 9(07).

      * Periodicite des comptages par classe, en jours calendaires
      * (A mensuel, B trimestriel, C semestriel), et duree du cycle
      * en jours ouvres pour lisser la charge quotidienne
       01 WS-PERIODE-A             PIC 9(03) VALUE 30.
       01 WS-PERIODE-B             PIC 9(03) VALUE 91.
       01 WS-PERIODE-C             PIC 9(03) VALUE 182.
       01 WS-CYCLE-OUVRES-A        PIC 9(03) VALUE 21.
       01 WS-CYCLE-OUVRES-B        PIC 9(03) VALUE 63.
       01 WS-CYCLE-OUVRES-C        PIC 9(03) VALUE 126.

      * Nombre de jours ouvres detailles dans le rapport
       01 WS-HORIZON-LISTES        PIC 9(02) VALUE 20.

      * Table des produits actifs : classe ABC, dernier comptage,
      * echeance et date prevue (AAAAMMJJ et jours entiers). Les
      * postes inutilises gardent une echeance maximale pour rester
      * en fin de table au tri
       01 WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-NB-TRONQUES           PIC 9(05) VALUE ZERO.
       01 WS-TAB-PRODUITS.
           05 WS-PRD OCCURS 300 TIMES.
              10 WS-PRD-ECH-ENTIER      PIC 9(07).
              10 WS-PRD-PRODUIT         PIC X(10).
              10 WS-PRD-CLASSE          PIC X(01).
              10 WS-PRD-DERNIER         PIC 9(08).
              10 WS-PRD-ECHEANCE        PIC 9(08).
              10 WS-PRD-PREVU           PIC 9(08).
              10 WS-PRD-ETAT            PIC X(06).
              10 WS-PRD-RETARD          PIC 9(05).

      * Historique charge en memoire pour cumuler la consommation
      * par produit (meme capacite que rupture-stock.cbl)
       01 WS-NB-HISTORIQUE         PIC 9(03) VALUE ZERO.
       01 WS-IDX-HIST              PIC 9(03) VALUE ZERO.
       01 WS-ENR-HISTORIQUE.
           05 WS-HISTORIQUE OCCURS 300 TIMES.
              10 WS-HIST-PRODUIT        PIC X(10).
              10 WS-HIST-QTE-COMMANDEE  PIC 9(05).

      * Classification ABC (cf. 7000-CLASSER-ABC dans
      * stock-valorisation.cbl)
       01 WS-ENR-ABC.
           05 WS-ABC-ENTRY OCCURS 300 TIMES.
              10 WS-ABC-PRODUIT         PIC X(10).
              10 WS-ABC-CONSO           PIC 9(07).
       01 WS-CONSO-PRODUIT         PIC 9(07).
       01 WS-CONSO-TOTALE          PIC 9(07) VALUE ZERO.
       01 WS-CONSO-CUMUL           PIC 9(07) VALUE ZERO.
       01 WS-PCT-CUMUL             PIC 9(03)V9(02).
       01 WS-CLASSE-ABC            PIC X(01).
       01 WS-IDX-ABC               PIC 9(03) VALUE ZERO.

      * Nombre de produits par classe
       01 WS-NB-CLASSE-A           PIC 9(03) VALUE ZERO.
       01 WS-NB-CLASSE-B           PIC 9(03) VALUE ZERO.
       01 WS-NB-CLASSE-C           PIC 9(03) VALUE ZERO.

      * Jours non ouvres de calendrier-lot.txt
       01 WS-NB-FERIES             PIC 9(03) VALUE ZERO.
       01 WS-IDX-FERIE             PIC 9(03) VALUE ZERO.
       01 WS-TAB-FERIES.
           05 WS-FERIE OCCURS 100 TIMES PIC 9(08).

      * Exactitude des comptages par mois (24 derniers mois
      * rencontres au journal) et par classe (1 = A, 2 = B, 3 = C)
       01 WS-NB-MOIS               PIC 9(02) VALUE ZERO.
       01 WS-IDX-MOIS              PIC 9(02) VALUE ZERO.
       01 WS-IDX-CL                PIC 9(01) VALUE ZERO.
       01 WS-MOIS-COURANT          PIC 9(06).
       01 WS-TAB-EXACTITUDE.
           05 WS-EXA-MOIS OCCURS 24 TIMES.
              10 WS-EXA-AAAAMM          PIC 9(06).
              10 WS-EXA-CLASSE OCCURS 3 TIMES.
                 15 WS-EXA-NB           PIC 9(05).
                 15 WS-EXA-JUSTES       PIC 9(05).
       01 WS-LETTRES-CLASSES       PIC X(03) VALUE "ABC".
       01 WS-NB-JOURNAL            PIC 9(05) VALUE ZERO.

      * Calcul de la charge quotidienne et repartition sur les jours
      * ouvres
       01 WS-CAPACITE-JOUR         PIC 9(03) VALUE ZERO.
       01 WS-CHARGE-CLASSE         PIC 9(03).
       01 WS-RESTE-CHARGE          PIC 9(03).
       01 WS-JOUR-PLANIFIE         PIC 9(07).
       01 WS-NB-DU-JOUR            PIC 9(03) VALUE ZERO.
       01 WS-JOUR-TEST             PIC 9(07).
       01 WS-DATE-TEST             PIC 9(08).
       01 WS-JOUR-SEMAINE          PIC 9(01).
       01 WS-QUOTIENT              PIC 9(07).
       01 WS-FLAG-OUVRE            PIC X(01).
           88 WS-JOUR-OUVRE                     VALUE "O".
       01 WS-ECH-ENTIER            PIC 9(07).

      * Edition des listes quotidiennes
       01 WS-DATE-LISTE            PIC 9(08).
       01 WS-NB-LISTES             PIC 9(02) VALUE ZERO.
       01 WS-NB-AUJOURDHUI         PIC 9(03) VALUE ZERO.
       01 WS-NB-RETARDS            PIC 9(03) VALUE ZERO.
       01 WS-NB-JAMAIS             PIC 9(03) VALUE ZERO.
       01 WS-TAUX-ED               PIC ZZ9.9.
       01 WS-TAUX                  PIC 9(03)V9.
       01 WS-LIGNE-RAPPORT         PIC X(100).
       01 WS-POS                   PIC 9(03).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "comptages-tournants".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : chargement, planification, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

      * Produits actifs et classe ABC
           PERFORM 6110-CHARGER-INVENTAIRE-DEB
              THRU 6110-CHARGER-INVENTAIRE-FIN.
           PERFORM 6120-CHARGER-HISTORIQUE-DEB
              THRU 6120-CHARGER-HISTORIQUE-FIN.
           PERFORM 7000-CLASSER-ABC-DEB
              THRU 7000-CLASSER-ABC-FIN.

      * Derniers comptages et exactitude, jours non ouvres
           PERFORM 6130-CHARGER-JOURNAL-DEB
              THRU 6130-CHARGER-JOURNAL-FIN.
           PERFORM 6140-CHARGER-CALENDRIER-DEB
              THRU 6140-CHARGER-CALENDRIER-FIN.

      * Echeances, tri et repartition sur les jours ouvres
           PERFORM 7100-CALCULER-ECHEANCES-DEB
              THRU 7100-CALCULER-ECHEANCES-FIN.
           PERFORM 7200-REPARTIR-COMPTAGES-DEB
              THRU 7200-REPARTIR-COMPTAGES-FIN.

      * Plan relu par inventaire-comptage.cbl, puis rapport
           PERFORM 8000-ECRIRE-PLAN-DEB
              THRU 8000-ECRIRE-PLAN-FIN.
           PERFORM 8100-EDITER-RAPPORT-DEB
              THRU 8100-EDITER-RAPPORT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES PRODUITS ACTIFS
      ******************************************************************
       6110-CHARGER-INVENTAIRE-DEB.
           INITIALIZE WS-TAB-PRODUITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 300
               MOVE 9999999 TO WS-PRD-ECH-ENTIER(WS-IDX)
           END-PERFORM.

           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                   WS-FS-INVENTAIRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-INVENTAIRE NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-INV-STATUT NOT = "I"
                           IF WS-NB-PRODUITS < 300
                               ADD 1 TO WS-NB-PRODUITS
                               MOVE FS-PRODUIT
                                   TO WS-PRD-PRODUIT(WS-NB-PRODUITS)
                               MOVE "C"
                                   TO WS-PRD-CLASSE(WS-NB-PRODUITS)
                           ELSE
                               ADD 1 TO WS-NB-TRONQUES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-INVENTAIRE.

           IF WS-NB-TRONQUES > ZERO
               DISPLAY "/!\ ATTENTION : capacite du tableau (300) "
                       "atteinte, " WS-NB-TRONQUES
                       " produit(s) non planifie(s) /!\"
           END-IF.
       6110-CHARGER-INVENTAIRE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE L'HISTORIQUE DES RUPTURES
      ******************************************************************
       6120-CHARGER-HISTORIQUE-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-HISTORIQUE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-HISTORIQUE < 300
                           ADD 1 TO WS-NB-HISTORIQUE
                           MOVE FS-HIST-PRODUIT
                               TO WS-HIST-PRODUIT(WS-NB-HISTORIQUE)
                           MOVE FS-HIST-QTE-COMMANDEE TO
                               WS-HIST-QTE-COMMANDEE(WS-NB-HISTORIQUE)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-HISTORIQUE = "00" OR WS-FS-HISTORIQUE = "10"
               CLOSE F-HISTORIQUE
           END-IF.
       6120-CHARGER-HISTORIQUE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU JOURNAL DES COMPTAGES
      ******************************************************************
      * Retient pour chaque produit la date de son dernier comptage
      * et cumule, par mois et par classe, les comptages et ceux sans
      * ecart. Une ligne sans classe (produit hors plan) prend la
      * classe actuelle du produit, C s'il n'est plus actif
       6130-CHARGER-JOURNAL-DEB.
           INITIALIZE WS-TAB-EXACTITUDE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-JOURNAL-CPT.
           IF WS-FS-JOURNAL-CPT NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-JOURNAL-CPT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-CJ-DATE IS NUMERIC
                           ADD 1 TO WS-NB-JOURNAL
                           PERFORM 6135-CUMULER-COMPTAGE-DEB
                              THRU 6135-CUMULER-COMPTAGE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-JOURNAL-CPT = "00" OR WS-FS-JOURNAL-CPT = "10"
               CLOSE F-JOURNAL-CPT
           END-IF.
       6130-CHARGER-JOURNAL-FIN.
           EXIT.

       6135-CUMULER-COMPTAGE-DEB.
           MOVE FS-CJ-CLASSE TO WS-CLASSE-ABC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-PRODUIT(WS-IDX) = FS-CJ-PRODUIT
                   IF FS-CJ-DATE > WS-PRD-DERNIER(WS-IDX)
                       MOVE FS-CJ-DATE TO WS-PRD-DERNIER(WS-IDX)
                   END-IF
                   IF WS-CLASSE-ABC = SPACE
                       MOVE WS-PRD-CLASSE(WS-IDX) TO WS-CLASSE-ABC
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-CLASSE-ABC
               WHEN "A"
                   MOVE 1 TO WS-IDX-CL
               WHEN "B"
                   MOVE 2 TO WS-IDX-CL
               WHEN OTHER
                   MOVE 3 TO WS-IDX-CL
           END-EVALUATE.

           MOVE FS-CJ-DATE(1:6) TO WS-MOIS-COURANT.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > WS-NB-MOIS
                      OR WS-EXA-AAAAMM(WS-IDX-MOIS) = WS-MOIS-COURANT
               CONTINUE
           END-PERFORM.
           IF WS-IDX-MOIS > WS-NB-MOIS
               IF WS-NB-MOIS >= 24
                   GO TO 6135-CUMULER-COMPTAGE-FIN
               END-IF
               ADD 1 TO WS-NB-MOIS
               MOVE WS-NB-MOIS TO WS-IDX-MOIS
               MOVE WS-MOIS-COURANT TO WS-EXA-AAAAMM(WS-IDX-MOIS)
           END-IF.
           ADD 1 TO WS-EXA-NB(WS-IDX-MOIS, WS-IDX-CL).
           IF FS-CJ-ECART = ZERO
               ADD 1 TO WS-EXA-JUSTES(WS-IDX-MOIS, WS-IDX-CL)
           END-IF.
       6135-CUMULER-COMPTAGE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES JOURS NON OUVRES
      ******************************************************************
       6140-CHARGER-CALENDRIER-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CALENDRIER.
           IF WS-FS-CALENDRIER NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CALENDRIER
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-ENR-CALENDRIER IS NUMERIC
                          AND WS-NB-FERIES < 100
                           ADD 1 TO WS-NB-FERIES
                           MOVE FS-ENR-CALENDRIER
                               TO WS-FERIE(WS-NB-FERIES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CALENDRIER = "00" OR WS-FS-CALENDRIER = "10"
               CLOSE F-CALENDRIER
           END-IF.
       6140-CHARGER-CALENDRIER-FIN.
           EXIT.

      ******************************************************************
      * CLASSIFICATION ABC DES PRODUITS CHARGES
      ******************************************************************
      * Meme principe de Pareto que 7000-CLASSER-ABC dans
      * stock-valorisation.cbl : classe A jusqu'a 80% de consommation
      * cumulee, B jusqu'a 95%, C au-dela ou sans consommation
       7000-CLASSER-ABC-DEB.
           INITIALIZE WS-ENR-ABC.
           MOVE ZERO TO WS-CONSO-TOTALE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               MOVE ZERO TO WS-CONSO-PRODUIT
               PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                       UNTIL WS-IDX-HIST > WS-NB-HISTORIQUE
                   IF WS-HIST-PRODUIT(WS-IDX-HIST)
                           = WS-PRD-PRODUIT(WS-IDX)
                       ADD WS-HIST-QTE-COMMANDEE(WS-IDX-HIST)
                           TO WS-CONSO-PRODUIT
                   END-IF
               END-PERFORM
               MOVE WS-PRD-PRODUIT(WS-IDX) TO WS-ABC-PRODUIT(WS-IDX)
               MOVE WS-CONSO-PRODUIT       TO WS-ABC-CONSO(WS-IDX)
               ADD WS-CONSO-PRODUIT TO WS-CONSO-TOTALE
           END-PERFORM.

           IF WS-CONSO-TOTALE > ZERO
               SORT WS-ABC-ENTRY ON DESCENDING KEY WS-ABC-CONSO
               MOVE ZERO TO WS-CONSO-CUMUL
               PERFORM VARYING WS-IDX-ABC FROM 1 BY 1
                       UNTIL WS-IDX-ABC > 300
                          OR WS-ABC-CONSO(WS-IDX-ABC) = ZERO
                   ADD WS-ABC-CONSO(WS-IDX-ABC) TO WS-CONSO-CUMUL
                   COMPUTE WS-PCT-CUMUL ROUNDED =
                       (WS-CONSO-CUMUL * 100) / WS-CONSO-TOTALE
                   EVALUATE TRUE
                       WHEN WS-PCT-CUMUL <= 80
                           MOVE "A" TO WS-CLASSE-ABC
                       WHEN WS-PCT-CUMUL <= 95
                           MOVE "B" TO WS-CLASSE-ABC
                       WHEN OTHER
                           MOVE "C" TO WS-CLASSE-ABC
                   END-EVALUATE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NB-PRODUITS
                       IF WS-PRD-PRODUIT(WS-IDX)
                               = WS-ABC-PRODUIT(WS-IDX-ABC)
                           MOVE WS-CLASSE-ABC
                               TO WS-PRD-CLASSE(WS-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       7000-CLASSER-ABC-FIN.
           EXIT.

      ******************************************************************
      * ECHEANCES DE COMPTAGE
      ******************************************************************
      * Echeance = dernier comptage + periode de la classe ; un
      * produit jamais compte est du aujourd'hui (etat JAMAIS), un
      * produit dont l'echeance est passee est en RETARD
       7100-CALCULER-ECHEANCES-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               EVALUATE WS-PRD-CLASSE(WS-IDX)
                   WHEN "A"
                       ADD 1 TO WS-NB-CLASSE-A
                   WHEN "B"
                       ADD 1 TO WS-NB-CLASSE-B
                   WHEN OTHER
                       ADD 1 TO WS-NB-CLASSE-C
               END-EVALUATE
               MOVE ZERO TO WS-PRD-RETARD(WS-IDX)
               IF WS-PRD-DERNIER(WS-IDX) = ZERO
                   MOVE WS-JOUR-ENTIER TO WS-PRD-ECH-ENTIER(WS-IDX)
                   MOVE "JAMAIS" TO WS-PRD-ETAT(WS-IDX)
                   ADD 1 TO WS-NB-JAMAIS
               ELSE
                   COMPUTE WS-ECH-ENTIER = FUNCTION INTEGER-OF-DATE
                       (WS-PRD-DERNIER(WS-IDX))
                   EVALUATE WS-PRD-CLASSE(WS-IDX)
                       WHEN "A"
                           ADD WS-PERIODE-A TO WS-ECH-ENTIER
                       WHEN "B"
                           ADD WS-PERIODE-B TO WS-ECH-ENTIER
                       WHEN OTHER
                           ADD WS-PERIODE-C TO WS-ECH-ENTIER
                   END-EVALUATE
                   MOVE WS-ECH-ENTIER TO WS-PRD-ECH-ENTIER(WS-IDX)
                   IF WS-ECH-ENTIER < WS-JOUR-ENTIER
                       MOVE "RETARD" TO WS-PRD-ETAT(WS-IDX)
                       COMPUTE WS-PRD-RETARD(WS-IDX) =
                           WS-JOUR-ENTIER - WS-ECH-ENTIER
                       ADD 1 TO WS-NB-RETARDS
                   ELSE
                       MOVE "A JOUR" TO WS-PRD-ETAT(WS-IDX)
                   END-IF
               END-IF
               COMPUTE WS-PRD-ECHEANCE(WS-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-ECH-ENTIER(WS-IDX))
           END-PERFORM.
       7100-CALCULER-ECHEANCES-FIN.
           EXIT.

      ******************************************************************
      * REPARTITION DES COMPTAGES SUR LES JOURS OUVRES
      ******************************************************************
      * Charge quotidienne = somme, par classe, du nombre de produits
      * divise (arrondi au-dessus) par la duree du cycle en jours
      * ouvres. Les produits, tries par echeance croissante, sont
      * affectes au premier jour ouvre qui n'est pas anterieur a leur
      * echeance (ni a aujourd'hui) et dont la charge n'est pas
      * atteinte ; les retards sont ainsi absorbes en tete de plan
       7200-REPARTIR-COMPTAGES-DEB.
           MOVE ZERO TO WS-CAPACITE-JOUR.
           DIVIDE WS-NB-CLASSE-A BY WS-CYCLE-OUVRES-A
               GIVING WS-CHARGE-CLASSE REMAINDER WS-RESTE-CHARGE.
           IF WS-RESTE-CHARGE > ZERO
               ADD 1 TO WS-CHARGE-CLASSE
           END-IF.
           ADD WS-CHARGE-CLASSE TO WS-CAPACITE-JOUR.
           DIVIDE WS-NB-CLASSE-B BY WS-CYCLE-OUVRES-B
               GIVING WS-CHARGE-CLASSE REMAINDER WS-RESTE-CHARGE.
           IF WS-RESTE-CHARGE > ZERO
               ADD 1 TO WS-CHARGE-CLASSE
           END-IF.
           ADD WS-CHARGE-CLASSE TO WS-CAPACITE-JOUR.
           DIVIDE WS-NB-CLASSE-C BY WS-CYCLE-OUVRES-C
               GIVING WS-CHARGE-CLASSE REMAINDER WS-RESTE-CHARGE.
           IF WS-RESTE-CHARGE > ZERO
               ADD 1 TO WS-CHARGE-CLASSE
           END-IF.
           ADD WS-CHARGE-CLASSE TO WS-CAPACITE-JOUR.
           IF WS-CAPACITE-JOUR = ZERO
               MOVE 1 TO WS-CAPACITE-JOUR
           END-IF.

           IF WS-NB-PRODUITS > 1
               SORT WS-PRD ON ASCENDING KEY WS-PRD-ECH-ENTIER
           END-IF.

           MOVE WS-JOUR-ENTIER TO WS-JOUR-TEST.
           PERFORM 7210-JOUR-OUVRE-SUIVANT-DEB
              THRU 7210-JOUR-OUVRE-SUIVANT-FIN.
           MOVE WS-JOUR-TEST TO WS-JOUR-PLANIFIE.
           MOVE ZERO TO WS-NB-DU-JOUR.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-ECH-ENTIER(WS-IDX) > WS-JOUR-PLANIFIE
                   MOVE WS-PRD-ECH-ENTIER(WS-IDX) TO WS-JOUR-TEST
                   PERFORM 7210-JOUR-OUVRE-SUIVANT-DEB
                      THRU 7210-JOUR-OUVRE-SUIVANT-FIN
                   IF WS-JOUR-TEST > WS-JOUR-PLANIFIE
                       MOVE WS-JOUR-TEST TO WS-JOUR-PLANIFIE
                       MOVE ZERO TO WS-NB-DU-JOUR
                   END-IF
               END-IF
               IF WS-NB-DU-JOUR >= WS-CAPACITE-JOUR
                   COMPUTE WS-JOUR-TEST = WS-JOUR-PLANIFIE + 1
                   PERFORM 7210-JOUR-OUVRE-SUIVANT-DEB
                      THRU 7210-JOUR-OUVRE-SUIVANT-FIN
                   MOVE WS-JOUR-TEST TO WS-JOUR-PLANIFIE
                   MOVE ZERO TO WS-NB-DU-JOUR
               END-IF
               ADD 1 TO WS-NB-DU-JOUR
               COMPUTE WS-PRD-PREVU(WS-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-PLANIFIE)
           END-PERFORM.
       7200-REPARTIR-COMPTAGES-FIN.
           EXIT.

      * Avance WS-JOUR-TEST jusqu'au premier jour ouvre (lui-meme
      * s'il l'est) : ni samedi, ni dimanche (le jour entier 1, le
      * 01/01/1601, est un lundi), ni jour de calendrier-lot.txt
       7210-JOUR-OUVRE-SUIVANT-DEB.
           MOVE "N" TO WS-FLAG-OUVRE.
           PERFORM UNTIL WS-JOUR-OUVRE
               DIVIDE WS-JOUR-TEST BY 7
                   GIVING WS-QUOTIENT REMAINDER WS-JOUR-SEMAINE
               IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0
                   ADD 1 TO WS-JOUR-TEST
               ELSE
                   SET WS-JOUR-OUVRE TO TRUE
                   COMPUTE WS-DATE-TEST =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-TEST)
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                           UNTIL WS-IDX-FERIE > WS-NB-FERIES
                       IF WS-FERIE(WS-IDX-FERIE) = WS-DATE-TEST
                           MOVE "N" TO WS-FLAG-OUVRE
                       END-IF
                   END-PERFORM
                   IF NOT WS-JOUR-OUVRE
                       ADD 1 TO WS-JOUR-TEST
                   END-IF
               END-IF
           END-PERFORM.
       7210-JOUR-OUVRE-SUIVANT-FIN.
           EXIT.

      ******************************************************************
      * ECRITURE DU PLAN DES COMPTAGES
      ******************************************************************
       8000-ECRIRE-PLAN-DEB.
           OPEN OUTPUT F-PLAN.
           IF WS-FS-PLAN NOT = "00"
               DISPLAY "Erreur ouverture plan-comptages.txt, code : "
                   WS-FS-PLAN
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               MOVE SPACES TO FS-ENR-PLAN
               MOVE WS-PRD-PRODUIT(WS-IDX)  TO FS-PLN-PRODUIT
               MOVE WS-PRD-CLASSE(WS-IDX)   TO FS-PLN-CLASSE
               MOVE WS-PRD-DERNIER(WS-IDX)  TO FS-PLN-DERNIER
               MOVE WS-PRD-ECHEANCE(WS-IDX) TO FS-PLN-ECHEANCE
               MOVE WS-PRD-PREVU(WS-IDX)    TO FS-PLN-PREVU
               MOVE WS-PRD-ETAT(WS-IDX)     TO FS-PLN-ETAT
               WRITE FS-ENR-PLAN
           END-PERFORM.

           CLOSE F-PLAN.
       8000-ECRIRE-PLAN-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT DE PLANIFICATION
      ******************************************************************
       8100-EDITER-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture comptages-tournants.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "INVENTAIRE TOURNANT DU " WS-DATE-JOUR
                  " - " WS-NB-PRODUITS " produit(s) : A "
                  WS-NB-CLASSE-A ", B " WS-NB-CLASSE-B
                  ", C " WS-NB-CLASSE-C
                  " - charge " WS-CAPACITE-JOUR " / jour"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.

      * Liste du jour (produits prevus aujourd'hui)
           MOVE "--- LISTE DU JOUR ---" TO WS-LIGNE-RAPPORT.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-PREVU(WS-IDX) = WS-DATE-JOUR
                   ADD 1 TO WS-NB-AUJOURDHUI
                   PERFORM 8110-LIGNE-PRODUIT-DEB
                      THRU 8110-LIGNE-PRODUIT-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-AUJOURDHUI = ZERO
               MOVE "Aucun comptage prevu aujourd'hui"
                   TO WS-LIGNE-RAPPORT
               PERFORM 8900-ECRIRE-LIGNE-DEB
                  THRU 8900-ECRIRE-LIGNE-FIN
           END-IF.

      * Listes des jours ouvres suivants ; les dates prevues
      * croissent avec l'ordre de la table
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "--- LISTES DES " WS-HORIZON-LISTES
                  " PROCHAINS JOURS OUVRES ---"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           MOVE ZERO TO WS-DATE-LISTE.
           MOVE ZERO TO WS-NB-LISTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-PREVU(WS-IDX) > WS-DATE-JOUR
                   IF WS-PRD-PREVU(WS-IDX) NOT = WS-DATE-LISTE
                       ADD 1 TO WS-NB-LISTES
                       MOVE WS-PRD-PREVU(WS-IDX) TO WS-DATE-LISTE
                       IF WS-NB-LISTES <= WS-HORIZON-LISTES
                           INITIALIZE WS-LIGNE-RAPPORT
                           STRING "Comptages du " WS-DATE-LISTE
                               INTO WS-LIGNE-RAPPORT
                           END-STRING
                           PERFORM 8900-ECRIRE-LIGNE-DEB
                              THRU 8900-ECRIRE-LIGNE-FIN
                       END-IF
                   END-IF
                   IF WS-NB-LISTES <= WS-HORIZON-LISTES
                       PERFORM 8110-LIGNE-PRODUIT-DEB
                          THRU 8110-LIGNE-PRODUIT-FIN
                   END-IF
               END-IF
           END-PERFORM.

      * Produits en retard de comptage ou jamais comptes
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "--- PRODUITS EN RETARD : " WS-NB-RETARDS
                  " (jamais comptes : " WS-NB-JAMAIS ") ---"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               IF WS-PRD-ETAT(WS-IDX) NOT = "A JOUR"
                   PERFORM 8110-LIGNE-PRODUIT-DEB
                      THRU 8110-LIGNE-PRODUIT-FIN
               END-IF
           END-PERFORM.

           PERFORM 8120-EDITER-EXACTITUDE-DEB
              THRU 8120-EDITER-EXACTITUDE-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Plan ecrit dans plan-comptages.txt, rapport dans "
                   "comptages-tournants.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "comptages-tournants.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8100-EDITER-RAPPORT-FIN.
           EXIT.

      * Ligne de detail du produit WS-IDX
       8110-LIGNE-PRODUIT-DEB.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "  " WS-PRD-PRODUIT(WS-IDX)
                  " classe " WS-PRD-CLASSE(WS-IDX)
                  " - dernier " WS-PRD-DERNIER(WS-IDX)
                  " - echeance " WS-PRD-ECHEANCE(WS-IDX)
                  " - prevu " WS-PRD-PREVU(WS-IDX)
                  " " WS-PRD-ETAT(WS-IDX)
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           IF WS-PRD-RETARD(WS-IDX) > ZERO
               MOVE 86 TO WS-POS
               STRING "+" WS-PRD-RETARD(WS-IDX) "j"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-POS
               END-STRING
           END-IF.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.
       8110-LIGNE-PRODUIT-FIN.
           EXIT.

      * Exactitude des comptages : par mois du journal et par classe,
      * nombre de comptages et part de ceux sans ecart
       8120-EDITER-EXACTITUDE-DEB.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "--- EXACTITUDE DES COMPTAGES PAR MOIS ET CLASSE ("
                  WS-NB-JOURNAL " comptage(s) au journal) ---"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB THRU 8900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > WS-NB-MOIS
               INITIALIZE WS-LIGNE-RAPPORT
               MOVE WS-EXA-AAAAMM(WS-IDX-MOIS) TO WS-LIGNE-RAPPORT
               MOVE 8 TO WS-POS
               PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                       UNTIL WS-IDX-CL > 3
                   IF WS-EXA-NB(WS-IDX-MOIS, WS-IDX-CL) = ZERO
                       STRING WS-LETTRES-CLASSES(WS-IDX-CL:1)
                              " : -                     "
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                           WITH POINTER WS-POS
                       END-STRING
                   ELSE
                       COMPUTE WS-TAUX ROUNDED =
                           WS-EXA-JUSTES(WS-IDX-MOIS, WS-IDX-CL)
                           * 100 / WS-EXA-NB(WS-IDX-MOIS, WS-IDX-CL)
                       MOVE WS-TAUX TO WS-TAUX-ED
                       STRING WS-LETTRES-CLASSES(WS-IDX-CL:1)
                              " : " WS-TAUX-ED "% ("
                              WS-EXA-JUSTES(WS-IDX-MOIS, WS-IDX-CL)
                              "/" WS-EXA-NB(WS-IDX-MOIS, WS-IDX-CL)
                              ")  "
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                           WITH POINTER WS-POS
                       END-STRING
                   END-IF
               END-PERFORM
               PERFORM 8900-ECRIRE-LIGNE-DEB
                  THRU 8900-ECRIRE-LIGNE-FIN
           END-PERFORM.
       8120-EDITER-EXACTITUDE-FIN.
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
