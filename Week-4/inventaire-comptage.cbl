      *                    jour par les ajustements)
      *   - F-MOUVEMENTS : mouvements-stock.txt (journal, ajout)
      *   - F-ECARTS     : comptage-ecarts.txt (rapport, recree)
      *   - F-PLAN       : plan-comptages.txt (entree, facultatif :
      *                    plan de l'inventaire tournant)
      *   - F-JOURNAL-CPT : comptages-journal.txt (journal des
      *                    comptages, ajout)
      *
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-MOUVEMENTS mise a jour avec
      *                 l'emplacement du mouvement : le comptage porte
      *                 sur le stock total, ses ajustements sont
      *                 imputes au depot principal (DEPO).
      * MODIFICATION : 15/10/2026 - Inventaire tournant : la liste du
      *                 jour de plan-comptages.txt (comptages-tournants
      *                 .cbl) est affichee, chaque comptage est
      *                 rattache a sa date prevue (ou signale hors
      *                 plan), les prevus non comptes sont listes au
      *                 rapport et chaque comptage est consigne dans
      *                 comptages-journal.txt.
      * MODIFICATION : 15/10/2026 - Periodes comptables : si le mois du
      *                 jour est cloture (controle-periode.cbl), le
      *                 comptage et son rapport sont produits mais
      *                 aucun ajustement n'est passe tant qu'un ADMIN
      *                 n'a pas rouvert la periode (periodes-maint).
      * MODIFICATION : 15/10/2026 - Chaque rapport d'ecarts est
      *                 conserve et inscrit au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ECARTS.

      * Plan de l'inventaire tournant (cf. comptages-tournants.cbl)
           SELECT F-PLAN ASSIGN TO "plan-comptages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

      * Journal des comptages, relu par comptages-tournants.cbl
           SELECT F-JOURNAL-CPT ASSIGN TO "comptages-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL-CPT.

       DATA DIVISION.
       FILE SECTION.

           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
           05 FS-MV-SENS             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-MV-REFERENCE        PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-MV-EMPLACEMENT      PIC X(04).

      * Rapport des ecarts du comptage
       FD F-ECARTS.
       01 FS-ENR-ECARTS              PIC X(100).

      * Une ligne par produit (cf. comptages-tournants.cbl)
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

      * Une ligne par produit compte : date, produit, classe et date
      * prevue au plan (zero hors plan), stock comptable, quantite
      * comptee et ecart
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

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
      * Emplacement porte par les mouvements d'ajustement : le
      * comptage porte sur le stock total, l'ecart est impute au
      * depot principal
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-FS-ECARTS             PIC X(02).

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Saisie du comptage
       01 WS-SAISIE-PRODUIT        PIC X(10).
       01 WS-SAISIE-QTE            PIC 9(05).
              10 WS-CPT-LIVRE           PIC 9(05).
              10 WS-CPT-COMPTE          PIC 9(05).
              10 WS-CPT-ECART           PIC S9(06).
              10 WS-CPT-CLASSE          PIC X(01).
              10 WS-CPT-PREVU           PIC 9(08).

      * Plan de l'inventaire tournant : classe et date prevue par
      * produit ; les produits prevus jusqu'a aujourd'hui sont
      * proposes au comptage
       01 WS-FS-PLAN               PIC X(02).
       01 WS-FS-JOURNAL-CPT        PIC X(02).
       01 WS-NB-PLAN               PIC 9(03) VALUE ZERO.
       01 WS-IDX-PLAN              PIC 9(03) VALUE ZERO.
       01 WS-NB-A-COMPTER          PIC 9(03) VALUE ZERO.
       01 WS-NB-PREVUS-COMPTES     PIC 9(03) VALUE ZERO.
       01 WS-NB-PREVUS-OUBLIES     PIC 9(03) VALUE ZERO.
       01 WS-TAB-PLAN.
           05 WS-PLN OCCURS 300 TIMES.
              10 WS-PLN-PRODUIT         PIC X(10).
              10 WS-PLN-CLASSE          PIC X(01).
              10 WS-PLN-PREVU           PIC 9(08).
              10 WS-PLN-ETAT            PIC X(06).
              10 WS-PLN-COMPTE          PIC X(01).


      * Verrou mono-redacteur sur les fichiers partages (sous-
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "inventaire-comptage".
       01 WS-CAT-RC                PIC 9(02).

      * Compteur d'ajustements reellement passes
       01 WS-NB-AJUSTES            PIC 9(03) VALUE ZERO.
       01 WS-LIGNE-ECART           PIC X(100).
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Liste du jour de l'inventaire tournant, si un plan existe
           PERFORM 6100-CHARGER-PLAN-DEB
              THRU 6100-CHARGER-PLAN-FIN.

      * Saisie des quantites comptees, produit par produit
           PERFORM 8000-SAISIR-COMPTAGE-DEB
              THRU 8000-SAISIR-COMPTAGE-FIN.
           PERFORM 8100-RAPPORT-ECARTS-DEB
              THRU 8100-RAPPORT-ECARTS-FIN.

      * Chaque comptage est consigne au journal des comptages
           PERFORM 8300-JOURNALISER-COMPTAGES-DEB
              THRU 8300-JOURNALISER-COMPTAGES-FIN.

      * Passage des ajustements avec code motif
           PERFORM 8200-PASSER-AJUSTEMENTS-DEB
              THRU 8200-PASSER-AJUSTEMENTS-FIN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DU PLAN DE L'INVENTAIRE TOURNANT
      ******************************************************************
      * Charge plan-comptages.txt (ecrit par comptages-tournants.cbl)
      * et affiche les produits dont le comptage est prevu aujourd'hui
      * ou avant ; sans plan, le comptage se deroule comme avant
       6100-CHARGER-PLAN-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PLAN.
           IF WS-FS-PLAN NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PLAN
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-PLAN < 300
                          AND FS-PLN-PREVU IS NUMERIC
                           ADD 1 TO WS-NB-PLAN
                           MOVE FS-PLN-PRODUIT
                               TO WS-PLN-PRODUIT(WS-NB-PLAN)
                           MOVE FS-PLN-CLASSE
                               TO WS-PLN-CLASSE(WS-NB-PLAN)
                           MOVE FS-PLN-PREVU
                               TO WS-PLN-PREVU(WS-NB-PLAN)
                           MOVE FS-PLN-ETAT
                               TO WS-PLN-ETAT(WS-NB-PLAN)
                           MOVE "N" TO WS-PLN-COMPTE(WS-NB-PLAN)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PLAN = "00" OR WS-FS-PLAN = "10"
               CLOSE F-PLAN
           END-IF.

           IF WS-NB-PLAN = ZERO
               GO TO 6100-CHARGER-PLAN-FIN
           END-IF.
           DISPLAY "=== INVENTAIRE TOURNANT : LISTE DU JOUR ===".
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > WS-NB-PLAN
               IF WS-PLN-PREVU(WS-IDX-PLAN) <= WS-DATE-JOUR
                   ADD 1 TO WS-NB-A-COMPTER
                   DISPLAY "  " WS-PLN-PRODUIT(WS-IDX-PLAN)
                           " classe " WS-PLN-CLASSE(WS-IDX-PLAN)
                           " prevu le " WS-PLN-PREVU(WS-IDX-PLAN)
                           " " WS-PLN-ETAT(WS-IDX-PLAN)
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-A-COMPTER " produit(s) a compter selon le "
                   "plan.".
       6100-CHARGER-PLAN-FIN.
           EXIT.

      * Rattache le comptage WS-NB-COMPTES au plan : classe et date
      * prevue du produit, zero si le produit n'est pas au plan
       6110-RATTACHER-PLAN-DEB.
           MOVE SPACE TO WS-CPT-CLASSE(WS-NB-COMPTES).
           MOVE ZERO  TO WS-CPT-PREVU(WS-NB-COMPTES).
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > WS-NB-PLAN
               IF WS-PLN-PRODUIT(WS-IDX-PLAN) = FS-PRODUIT
                   MOVE WS-PLN-CLASSE(WS-IDX-PLAN)
                       TO WS-CPT-CLASSE(WS-NB-COMPTES)
                   MOVE WS-PLN-PREVU(WS-IDX-PLAN)
                       TO WS-CPT-PREVU(WS-NB-COMPTES)
                   MOVE "O" TO WS-PLN-COMPTE(WS-IDX-PLAN)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-NB-PLAN = ZERO
                   CONTINUE
               WHEN WS-CPT-PREVU(WS-NB-COMPTES) = ZERO
                   DISPLAY "(comptage hors plan)"
               WHEN WS-CPT-PREVU(WS-NB-COMPTES) > WS-DATE-JOUR
                   DISPLAY "(comptage anticipe, prevu le "
                           WS-CPT-PREVU(WS-NB-COMPTES) ")"
               WHEN OTHER
                   ADD 1 TO WS-NB-PREVUS-COMPTES
                   DISPLAY "(comptage prevu le "
                           WS-CPT-PREVU(WS-NB-COMPTES) ")"
           END-EVALUATE.
       6110-RATTACHER-PLAN-FIN.
           EXIT.

      ******************************************************************
      * SAISIE DES QUANTITES COMPTEES
      ******************************************************************
                           TO WS-CPT-COMPTE(WS-NB-COMPTES)
                       COMPUTE WS-CPT-ECART(WS-NB-COMPTES) =
                           WS-SAISIE-QTE - FS-STOCK
                       PERFORM 6110-RATTACHER-PLAN-DEB
                          THRU 6110-RATTACHER-PLAN-FIN
               END-READ
               MOVE SPACES TO WS-SAISIE-PRODUIT
               DISPLAY "Produit : " SPACE WITH NO ADVANCING
                      " - ecart " WS-CPT-ECART(WS-IDX)
                   INTO WS-LIGNE-ECART
               END-STRING
               IF WS-NB-PLAN > ZERO
                   IF WS-CPT-PREVU(WS-IDX) = ZERO
                       MOVE "- hors plan" TO WS-LIGNE-ECART(62:11)
                   ELSE
                       STRING "- classe " WS-CPT-CLASSE(WS-IDX)
                              " prevu " WS-CPT-PREVU(WS-IDX)
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-ECART(62:)
                       END-STRING
                   END-IF
               END-IF
               DISPLAY WS-LIGNE-ECART
               MOVE WS-LIGNE-ECART TO FS-ENR-ECARTS
               WRITE FS-ENR-ECARTS
           END-PERFORM.

      * Produits prevus au plan jusqu'a aujourd'hui et non comptes
           IF WS-NB-PLAN > ZERO
               MOVE "--- PREVUS AU PLAN ET NON COMPTES ---"
                   TO FS-ENR-ECARTS
               WRITE FS-ENR-ECARTS
               DISPLAY "--- PREVUS AU PLAN ET NON COMPTES ---"
               PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                       UNTIL WS-IDX-PLAN > WS-NB-PLAN
                   IF WS-PLN-PREVU(WS-IDX-PLAN) <= WS-DATE-JOUR
                      AND WS-PLN-COMPTE(WS-IDX-PLAN) = "N"
                       ADD 1 TO WS-NB-PREVUS-OUBLIES
                       INITIALIZE WS-LIGNE-ECART
                       STRING WS-PLN-PRODUIT(WS-IDX-PLAN)
                              " : classe " WS-PLN-CLASSE(WS-IDX-PLAN)
                              " prevu le " WS-PLN-PREVU(WS-IDX-PLAN)
                              " " WS-PLN-ETAT(WS-IDX-PLAN)
                           INTO WS-LIGNE-ECART
                       END-STRING
                       DISPLAY WS-LIGNE-ECART
                       MOVE WS-LIGNE-ECART TO FS-ENR-ECARTS
                       WRITE FS-ENR-ECARTS
                   END-IF
               END-PERFORM
               INITIALIZE WS-LIGNE-ECART
               STRING "Plan du jour : " WS-NB-PREVUS-COMPTES
                      " compte(s), " WS-NB-PREVUS-OUBLIES
                      " restant(s)"
                   INTO WS-LIGNE-ECART
               END-STRING
               DISPLAY WS-LIGNE-ECART
               MOVE WS-LIGNE-ECART TO FS-ENR-ECARTS
               WRITE FS-ENR-ECARTS
           END-IF.

           CLOSE F-ECARTS.
           DISPLAY "Rapport ecrit dans comptage-ecarts.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "comptage-ecarts.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8100-RAPPORT-ECARTS-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES COMPTAGES
      ******************************************************************
      * Ajoute une ligne par produit compte a comptages-journal.txt
      * (cree s'il n'existe pas encore), avant ajustement : l'ecart
      * consigne est celui du comptage, base de l'exactitude par
      * classe editee par comptages-tournants.cbl
       8300-JOURNALISER-COMPTAGES-DEB.
           IF WS-NB-COMPTES = ZERO
               GO TO 8300-JOURNALISER-COMPTAGES-FIN
           END-IF.
           OPEN EXTEND F-JOURNAL-CPT.
           IF WS-FS-JOURNAL-CPT = "35"
               OPEN OUTPUT F-JOURNAL-CPT
               CLOSE F-JOURNAL-CPT
               OPEN EXTEND F-JOURNAL-CPT
           END-IF.
           IF WS-FS-JOURNAL-CPT NOT = "00"
               DISPLAY "/!\ Journal des comptages indisponible (code "
                       WS-FS-JOURNAL-CPT "), comptages non traces /!\"
               GO TO 8300-JOURNALISER-COMPTAGES-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-COMPTES
               MOVE SPACES TO FS-ENR-JOURNAL-CPT
               MOVE WS-DATE-JOUR           TO FS-CJ-DATE
               MOVE WS-CPT-PRODUIT(WS-IDX) TO FS-CJ-PRODUIT
               MOVE WS-CPT-CLASSE(WS-IDX)  TO FS-CJ-CLASSE
               MOVE WS-CPT-PREVU(WS-IDX)   TO FS-CJ-PREVU
               MOVE WS-CPT-LIVRE(WS-IDX)   TO FS-CJ-LIVRE
               MOVE WS-CPT-COMPTE(WS-IDX)  TO FS-CJ-COMPTE
               MOVE WS-CPT-ECART(WS-IDX)   TO FS-CJ-ECART
               WRITE FS-ENR-JOURNAL-CPT
           END-PERFORM.
           CLOSE F-JOURNAL-CPT.
       8300-JOURNALISER-COMPTAGES-FIN.
           EXIT.

      ******************************************************************
      * PASSAGE DES AJUSTEMENTS AVEC CODE MOTIF
      ******************************************************************
      * ERREUR...), le stock comptable est aligne sur le comptage et
      * le mouvement est journalise
       8200-PASSER-AJUSTEMENTS-DEB.
      * Aucun ajustement ne doit etre date d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Ajustements non passes : le rapport des ecarts "
                       "reste disponible dans comptage-ecarts.txt."
               GO TO 8200-PASSER-AJUSTEMENTS-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-COMPTES
               IF WS-CPT-ECART(WS-IDX) NOT = ZERO
               MOVE WS-MV-QTE       TO FS-MV-QTE
               MOVE WS-MV-SENS      TO FS-MV-SENS
               MOVE WS-MV-REFERENCE TO FS-MV-REFERENCE
               MOVE WS-EMPL-PRINCIPAL TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
