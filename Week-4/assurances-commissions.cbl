      *                    en ajout)
      *   - F-RELEVE     : releve-<courtier>-AAAAMMJJ.txt (un fichier
      *                    par courtier, recree a chaque execution)
      *   - F-AUDIT      : audit-assurances.txt (entree, facultatif :
      *                    date des passages a ANNULE ou CADUC)
      *   - F-LICENCES   : licences-courtiers.txt (entree,
      *                    facultatif : licences des courtiers)
      *
      * MODIFICATION : 15/10/2026 - Reprise de commission : un contrat
      *                dont la commission est deja reglee et qui passe
      *                ANNULE ou CADUC avant le premier anniversaire de
      *                FS-DATE-DEBUT voit la part non acquise de sa
      *                commission (jours restant a courir jusqu'a
      *                l'anniversaire) reprise en ligne negative sur
      *                le releve suivant du courtier. La reprise est
      *                consignee au journal (FS-REG-NATURE REPRISE),
      *                ce qui l'empeche d'etre deduite deux fois. La
      *                date de resiliation est celle du REECRIT de
      *                assurances.dat trace dans la piste d'audit.
      * MODIFICATION : 15/10/2026 - Reglement retenu pour un courtier
      *                sans licence en vigueur au registre
      *                licences-courtiers.txt (absente ou expiree) :
      *                son releve liste les commissions et reprises
      *                en attente sans rien consigner au journal, et
      *                le tout est regle a l'execution qui suit le
      *                renouvellement de la licence.
      * MODIFICATION : 15/10/2026 - Archivage annuel (archivage-annuel
      *                .cbl) : les reglements et reprises deplaces dans
      *                les fichiers commissions-reglees-AAAA.txt
      *                (index archives-annuelles.txt) sont relus avec
      *                le journal, pour ne pas regler deux fois et
      *                poursuivre la numerotation.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLEMENTS.

      * Piste d'audit des mises a jour de assurances.dat (cf.
      * assurances.cbl), relue pour dater les resiliations
           SELECT F-AUDIT ASSIGN TO "audit-assurances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

      * Registre des licences courtiers (tenu par
      * licences-courtiers.cbl)
           SELECT F-LICENCES ASSIGN TO "licences-courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCES.

      * Releve de reglement du courtier en cours, nom resolu a
      * l'execution dans WS-NOM-RELEVE
           SELECT F-RELEVE ASSIGN TO WS-NOM-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

      * Index des fichiers d'historique annuels (cf. archivage-annuel
      * .cbl)
           SELECT F-ARCHIVES ASSIGN TO "archives-annuelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVES.

      * Journal archive d'une annee, nom resolu a l'execution dans
      * WS-NOM-HIS-REGLEMENTS
           SELECT F-HIS-REGLEMENTS ASSIGN TO WS-NOM-HIS-REGLEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-REGLEMENTS.

       DATA DIVISION.
       FILE SECTION.

           05 FS-REG-BROKER-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-REG-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
      * A blanc pour un reglement, REPRISE pour une reprise de
      * commission (montant repris, positif)
           05 FS-REG-NATURE               PIC X(07).

      * Une ligne d'audit par mise a jour (cf. assurances.cbl)
       FD F-AUDIT.
       01 FS-ENR-AUDIT.
           05 FS-AUD-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AUD-HEURE                PIC 9(06).
           05 FILLER                      PIC X(01).
           05 FS-AUD-OPERATION            PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-AUD-FICHIER              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-AUD-ORIGINE              PIC X(30).
           05 FILLER                      PIC X(01).
           05 FS-AUD-AVANT                PIC X(151).
           05 FILLER                      PIC X(01).
           05 FS-AUD-APRES.
              10 FS-AUD-APRES-CODE        PIC X(08).
              10 FILLER                   PIC X(73).
              10 FS-AUD-APRES-STATUT      PIC X(08).
              10 FILLER                   PIC X(62).
           05 FILLER                      PIC X(01).
           05 FS-AUD-UTILISATEUR          PIC X(30).

      * Licence d'un courtier, telle que declaree dans
      * licences-courtiers.cbl
       FD F-LICENCES.
       01 FS-ENR-LICENCE.
           05 FS-LIC-CODE-AGENT           PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-LIC-NUMERO               PIC X(12).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EXPIRATION      PIC 9(08).
           05 FS-LIC-BRANCHES OCCURS 5 TIMES.
              10 FILLER                   PIC X(01).
              10 FS-LIC-PRODUIT           PIC X(14).

      * Releve de reglement d'un courtier
       FD F-RELEVE.
       01 FS-ENR-RELEVE                   PIC X(123).

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

      * Journal archive : meme disposition que F-REGLEMENTS
       FD F-HIS-REGLEMENTS.
       01 FS-ENR-HIS-REGLEMENT            PIC X(48).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-REGLEMENTS         PIC X(02).
       01 WS-FS-RELEVE             PIC X(02).
       01 WS-FS-AUDIT              PIC X(02).
       01 WS-FS-LICENCES           PIC X(02).
       01 WS-FS-ARCHIVES           PIC X(02).
       01 WS-FS-HIS-REGLEMENTS     PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
              10 WS-CTR-COMMISSION      PIC 9(07)V9(02).
              10 WS-CTR-REGLE           PIC X(01).
                  88 WS-CTR-EST-REGLE              VALUE "O".
              10 WS-CTR-STATUT          PIC X(08).
              10 WS-CTR-DATE-RESIL      PIC 9(08).
              10 WS-CTR-REPRIS          PIC X(01).
                  88 WS-CTR-EST-REPRIS             VALUE "O".
              10 WS-CTR-REPRISE         PIC 9(07)V9(02).

      * Codes contrat ayant deja fait l'objet d'une reprise
       01 WS-NB-REPRISES           PIC 9(05) VALUE ZERO.
       01 WS-TAB-REPRISES.
           05 WS-REPRISE-CODE OCCURS 2000 TIMES PIC X(08).

      * Nature d'une ligne de reprise au journal, et statuts de
      * resiliation ouvrant droit a reprise
       01 WS-NATURE-REPRISE        PIC X(07) VALUE "REPRISE".
       01 WS-STATUT-ANNULE         PIC X(08) VALUE "ANNULE".
       01 WS-STATUT-CADUC          PIC X(08) VALUE "CADUC".

      * Calcul d'une reprise : premier anniversaire du contrat, jours
      * de la premiere annee et jours restant a courir a la
      * resiliation
       01 WS-RES-ANNIVERSAIRE      PIC 9(08).
       01 WS-RES-ANNIV-R REDEFINES WS-RES-ANNIVERSAIRE.
           05 WS-RES-ANNIV-AAAA     PIC 9(04).
           05 WS-RES-ANNIV-MMJJ     PIC 9(04).
       01 WS-RES-JOURS-ANNEE       PIC 9(05).
       01 WS-RES-JOURS-RESTANTS    PIC S9(07).

      * Codes contrat deja regles, charges depuis le journal
       01 WS-NB-REGLES             PIC 9(05) VALUE ZERO.
      * plus grand numero deja present dans le journal
       01 WS-NO-REGLEMENT          PIC 9(05) VALUE ZERO.

      * Ligne de journal en cours de chargement (journal vivant ou
      * archive)
       01 WS-ENR-REGLEMENT.
           05 WS-RL-NUMERO                PIC 9(05).
           05 FILLER                      PIC X(01).
           05 WS-RL-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 WS-RL-CODE-CONTRAT          PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-RL-BROKER-ID             PIC X(06).
           05 FILLER                      PIC X(01).
           05 WS-RL-MONTANT               PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 WS-RL-NATURE                PIC X(07).

      * Journaux archives listes a l'index des fichiers d'historique
       01 WS-NOM-HIS-REGLEMENTS    PIC X(30).
       01 WS-NB-HIS-REGLEMENTS     PIC 9(03) VALUE ZERO.
       01 WS-IDX-HIS               PIC 9(03) VALUE ZERO.
       01 WS-TAB-HIS-REGLEMENTS.
           05 WS-HIS-FICHIER OCCURS 200 TIMES PIC X(30).

      * Liste des courtiers distincts rencontres dans les contrats
       01 WS-NB-COURTIERS          PIC 9(02) VALUE ZERO.
       01 WS-IDX-COU               PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-ARRIERES        PIC 9(09)V9(02) VALUE ZERO.
       01 WS-NB-LIGNES-PERIODE     PIC 9(05) VALUE ZERO.
       01 WS-NB-LIGNES-ARRIERES    PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-REPRISES        PIC 9(09)V9(02) VALUE ZERO.
       01 WS-NB-LIGNES-REPRISES    PIC 9(05) VALUE ZERO.
       01 WS-NET-REGLEMENT         PIC S9(09)V9(02) VALUE ZERO.
       01 WS-MONTANT-SIGNE-ED      PIC -ZZZ,ZZZ,ZZ9.99.

      * Zones editees du releve
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
      * Compteur de releves produits par l'execution
       01 WS-NB-RELEVES            PIC 9(03) VALUE ZERO.

      * Licences des courtiers (code, date de delivrance et
      * d'expiration). Sans registre, aucun reglement n'est retenu
       01 WS-LIC-REGISTRE          PIC X(01) VALUE "N".
           88 WS-LIC-REGISTRE-PRESENT           VALUE "O".
       01 WS-NB-LICENCES           PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIC               PIC 9(03) VALUE ZERO.
       01 WS-TAB-LICENCES.
           05 WS-LICENCE OCCURS 50 TIMES.
              10 WS-LIC-CODE-AGENT      PIC X(06).
              10 WS-LIC-NUMERO          PIC X(12).
              10 WS-LIC-DATE-EMISSION   PIC 9(08).
              10 WS-LIC-DATE-EXPIRATION PIC 9(08).

      * Situation de la licence du courtier en cours de releve
       01 WS-COU-LICENCE           PIC X(01) VALUE "V".
           88 WS-COU-LICENCE-VALIDE             VALUE "V".
           88 WS-COU-LICENCE-ABSENTE            VALUE "A".
           88 WS-COU-LICENCE-EXPIREE            VALUE "E".
       01 WS-COU-LIC-NUMERO        PIC X(12).
       01 WS-COU-LIC-EXPIRATION    PIC 9(08).
       01 WS-NB-RETENUS            PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
           PERFORM 6120-CHARGER-CONTRATS-DEB
              THRU 6120-CHARGER-CONTRATS-FIN.

      * Dates de resiliation et reprises de commission a deduire
           PERFORM 6130-CHARGER-RESILIATIONS-DEB
              THRU 6130-CHARGER-RESILIATIONS-FIN.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               PERFORM 7200-CALCULER-REPRISE-DEB
                  THRU 7200-CALCULER-REPRISE-FIN
           END-PERFORM.

      * Licences des courtiers, qui conditionnent le reglement
           PERFORM 6140-CHARGER-LICENCES-DEB
              THRU 6140-CHARGER-LICENCES-FIN.

      * Numero de reglement de cette execution
           ADD 1 TO WS-NO-REGLEMENT.


           DISPLAY "Reglement n. " WS-NO-REGLEMENT " : "
                   WS-NB-RELEVES " releve(s) produit(s).".
           IF WS-NB-RETENUS > ZERO
               DISPLAY "/!\ " WS-NB-RETENUS " courtier(s) sans licence"
                       " en vigueur : reglement retenu /!\"
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.
      ******************************************************************
      * Le fichier peut ne pas exister lors de la toute premiere
      * execution ; on repart alors d'un journal vide. Le plus grand
      * numero de reglement rencontre sert de base a la numerotation.
      * Les journaux archives (archivage-annuel.cbl) sont relus de
      * la meme facon
       6110-CHARGER-REGLEMENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REGLEMENTS.
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-ENR-REGLEMENT TO WS-ENR-REGLEMENT
                       PERFORM 6115-RETENIR-REGLEMENT-DEB
                          THRU 6115-RETENIR-REGLEMENT-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-REGLEMENTS = "00" OR WS-FS-REGLEMENTS = "10"
               CLOSE F-REGLEMENTS
           END-IF.

      * Journaux archives listes a l'index, s'il existe
           MOVE ZERO TO WS-NB-HIS-REGLEMENTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ARCHIVES.
           IF WS-FS-ARCHIVES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-ARCHIVES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-AA-FAMILLE = "COMMISSIONS"
                          AND WS-NB-HIS-REGLEMENTS < 200
                           ADD 1 TO WS-NB-HIS-REGLEMENTS
                           MOVE FS-AA-FICHIER
                               TO WS-HIS-FICHIER(WS-NB-HIS-REGLEMENTS)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-ARCHIVES = "00" OR WS-FS-ARCHIVES = "10"
               CLOSE F-ARCHIVES
           END-IF.

           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > WS-NB-HIS-REGLEMENTS
               MOVE WS-HIS-FICHIER(WS-IDX-HIS) TO WS-NOM-HIS-REGLEMENTS
               MOVE 'N' TO FLAG-STOP
               OPEN INPUT F-HIS-REGLEMENTS
               IF WS-FS-HIS-REGLEMENTS NOT = "00"
                   DISPLAY "/!\ Journal archive "
                           FUNCTION TRIM(WS-NOM-HIS-REGLEMENTS)
                           " absent (code " WS-FS-HIS-REGLEMENTS
                           ") /!\"
                   SET QUITTER TO TRUE
               END-IF
               PERFORM UNTIL QUITTER
                   READ F-HIS-REGLEMENTS
                       AT END
                           SET QUITTER TO TRUE
                       NOT AT END
                           MOVE FS-ENR-HIS-REGLEMENT
                               TO WS-ENR-REGLEMENT
                           PERFORM 6115-RETENIR-REGLEMENT-DEB
                              THRU 6115-RETENIR-REGLEMENT-FIN
                   END-READ
               END-PERFORM
               IF WS-FS-HIS-REGLEMENTS = "00"
                  OR WS-FS-HIS-REGLEMENTS = "10"
                   CLOSE F-HIS-REGLEMENTS
               END-IF
           END-PERFORM.
       6110-CHARGER-REGLEMENTS-FIN.
           EXIT.

      * Ligne de journal WS-ENR-REGLEMENT : contrat deja regle ou
      * deja repris, et plus grand numero de reglement
       6115-RETENIR-REGLEMENT-DEB.
           IF WS-RL-NATURE = WS-NATURE-REPRISE
               IF WS-NB-REPRISES < 2000
                   ADD 1 TO WS-NB-REPRISES
                   MOVE WS-RL-CODE-CONTRAT
                       TO WS-REPRISE-CODE(WS-NB-REPRISES)
               END-IF
           ELSE
               IF WS-NB-REGLES < 2000
                   ADD 1 TO WS-NB-REGLES
                   MOVE WS-RL-CODE-CONTRAT
                       TO WS-REGLE-CODE(WS-NB-REGLES)
               END-IF
           END-IF.
           IF WS-RL-NUMERO > WS-NO-REGLEMENT
               MOVE WS-RL-NUMERO TO WS-NO-REGLEMENT
           END-IF.
       6115-RETENIR-REGLEMENT-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CONTRATS A COMMISSION EN MEMOIRE
      ******************************************************************
                               TO WS-CTR-COMMISSION(WS-NB-CONTRATS)
                           MOVE "N"
                               TO WS-CTR-REGLE(WS-NB-CONTRATS)
                           MOVE FS-STATUT
                               TO WS-CTR-STATUT(WS-NB-CONTRATS)
                           MOVE ZERO
                               TO WS-CTR-DATE-RESIL(WS-NB-CONTRATS)
                           MOVE "N"
                               TO WS-CTR-REPRIS(WS-NB-CONTRATS)
                           MOVE ZERO
                               TO WS-CTR-REPRISE(WS-NB-CONTRATS)
                           PERFORM 7000-MARQUER-SI-REGLE-DEB
                              THRU 7000-MARQUER-SI-REGLE-FIN
                           PERFORM 7100-NOTER-COURTIER-DEB
                   MOVE "O" TO WS-CTR-REGLE(WS-NB-CONTRATS)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REPRISES
               IF WS-REPRISE-CODE(WS-IDX-REG)
                       = WS-CTR-CODE(WS-NB-CONTRATS)
                   MOVE "O" TO WS-CTR-REPRIS(WS-NB-CONTRATS)
               END-IF
           END-PERFORM.
       7000-MARQUER-SI-REGLE-FIN.
           EXIT.

       7100-NOTER-COURTIER-FIN.
           EXIT.

      ******************************************************************
      * DATES DE RESILIATION ET CALCUL DES REPRISES
      ******************************************************************
      * Parcourt la piste d'audit : le premier REECRIT de
      * assurances.dat dont l'image apres porte ANNULE ou CADUC date
      * la resiliation du contrat. Sans piste d'audit, un contrat
      * resilie est date du jour (reprise minimale)
       6130-CHARGER-RESILIATIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-AUDIT.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "audit-assurances.txt absent (code "
                       WS-FS-AUDIT ") : resiliations datees du jour"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-AUDIT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-AUD-OPERATION = "REECRIT"
                          AND FS-AUD-FICHIER = "assurances.dat"
                          AND (FS-AUD-APRES-STATUT = WS-STATUT-ANNULE
                           OR FS-AUD-APRES-STATUT = WS-STATUT-CADUC)
                           PERFORM 7150-DATER-RESILIATION-DEB
                              THRU 7150-DATER-RESILIATION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-AUDIT = "00" OR WS-FS-AUDIT = "10"
               CLOSE F-AUDIT
           END-IF.
       6130-CHARGER-RESILIATIONS-FIN.
           EXIT.

      * Reporte la date de la ligne d'audit courante sur le contrat
      * concerne, si elle n'est pas deja datee
       7150-DATER-RESILIATION-DEB.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-CODE(WS-IDX-CTR) = FS-AUD-APRES-CODE
                  AND WS-CTR-DATE-RESIL(WS-IDX-CTR) = ZERO
                   MOVE FS-AUD-DATE TO WS-CTR-DATE-RESIL(WS-IDX-CTR)
               END-IF
           END-PERFORM.
       7150-DATER-RESILIATION-FIN.
           EXIT.

      * Reprise du contrat WS-IDX-CTR : commission deja reglee, pas
      * encore reprise, contrat ANNULE ou CADUC avant son premier
      * anniversaire. Montant repris = commission x jours restant a
      * courir jusqu'a l'anniversaire / jours de la premiere annee
       7200-CALCULER-REPRISE-DEB.
           MOVE ZERO TO WS-CTR-REPRISE(WS-IDX-CTR).
           IF NOT WS-CTR-EST-REGLE(WS-IDX-CTR)
              OR WS-CTR-EST-REPRIS(WS-IDX-CTR)
               GO TO 7200-CALCULER-REPRISE-FIN
           END-IF.
           IF WS-CTR-STATUT(WS-IDX-CTR) NOT = WS-STATUT-ANNULE
              AND WS-CTR-STATUT(WS-IDX-CTR) NOT = WS-STATUT-CADUC
               GO TO 7200-CALCULER-REPRISE-FIN
           END-IF.
           IF WS-CTR-DATE-RESIL(WS-IDX-CTR) = ZERO
               MOVE WS-DATE-JOUR TO WS-CTR-DATE-RESIL(WS-IDX-CTR)
           END-IF.

      * Premier anniversaire (un 29 fevrier passe au 1er mars)
           MOVE WS-CTR-DATE-DEBUT(WS-IDX-CTR) TO WS-RES-ANNIVERSAIRE.
           ADD 1 TO WS-RES-ANNIV-AAAA.
           IF WS-RES-ANNIV-MMJJ = 0229
               MOVE 0301 TO WS-RES-ANNIV-MMJJ
           END-IF.

           COMPUTE WS-RES-JOURS-ANNEE =
               FUNCTION INTEGER-OF-DATE(WS-RES-ANNIVERSAIRE)
             - FUNCTION INTEGER-OF-DATE(WS-CTR-DATE-DEBUT(WS-IDX-CTR)).
           IF WS-CTR-DATE-RESIL(WS-IDX-CTR)
                   < WS-CTR-DATE-DEBUT(WS-IDX-CTR)
               MOVE WS-RES-JOURS-ANNEE TO WS-RES-JOURS-RESTANTS
           ELSE
               COMPUTE WS-RES-JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE(WS-RES-ANNIVERSAIRE)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-CTR-DATE-RESIL(WS-IDX-CTR))
           END-IF.
           IF WS-RES-JOURS-RESTANTS NOT > ZERO
               GO TO 7200-CALCULER-REPRISE-FIN
           END-IF.

           COMPUTE WS-CTR-REPRISE(WS-IDX-CTR) ROUNDED =
               WS-CTR-COMMISSION(WS-IDX-CTR) * WS-RES-JOURS-RESTANTS
               / WS-RES-JOURS-ANNEE.
       7200-CALCULER-REPRISE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REGISTRE DES LICENCES COURTIERS
      ******************************************************************
      * Registre absent : controle desactive (comme l'annuaire dans
      * assurances.cbl). Registre present : un courtier sans licence
      * en vigueur a la date du jour voit son reglement retenu
       6140-CHARGER-LICENCES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LICENCES.
           IF WS-FS-LICENCES NOT = "00"
               DISPLAY "licences-courtiers.txt absent (code "
                       WS-FS-LICENCES ") : licences non controlees"
               SET QUITTER TO TRUE
           ELSE
               SET WS-LIC-REGISTRE-PRESENT TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LICENCES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-LICENCES < 50
                           ADD 1 TO WS-NB-LICENCES
                           MOVE FS-LIC-CODE-AGENT
                               TO WS-LIC-CODE-AGENT(WS-NB-LICENCES)
                           MOVE FS-LIC-NUMERO
                               TO WS-LIC-NUMERO(WS-NB-LICENCES)
                           MOVE FS-LIC-DATE-EMISSION
                               TO WS-LIC-DATE-EMISSION(WS-NB-LICENCES)
                           MOVE FS-LIC-DATE-EXPIRATION
                               TO WS-LIC-DATE-EXPIRATION
                                  (WS-NB-LICENCES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LICENCES = "00" OR WS-FS-LICENCES = "10"
               CLOSE F-LICENCES
           END-IF.
       6140-CHARGER-LICENCES-FIN.
           EXIT.

      * Positionne WS-COU-LICENCE pour le courtier WS-IDX-COU a la
      * date du jour
       7300-CONTROLER-LICENCE-DEB.
           SET WS-COU-LICENCE-VALIDE TO TRUE.
           MOVE SPACES TO WS-COU-LIC-NUMERO.
           MOVE ZERO TO WS-COU-LIC-EXPIRATION.
           IF NOT WS-LIC-REGISTRE-PRESENT
               GO TO 7300-CONTROLER-LICENCE-FIN
           END-IF.

           SET WS-COU-LICENCE-ABSENTE TO TRUE.
           PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                   UNTIL WS-IDX-LIC > WS-NB-LICENCES
               IF WS-LIC-CODE-AGENT(WS-IDX-LIC)
                       = WS-COU-CODE(WS-IDX-COU)
                   MOVE WS-LIC-NUMERO(WS-IDX-LIC) TO WS-COU-LIC-NUMERO
                   MOVE WS-LIC-DATE-EXPIRATION(WS-IDX-LIC)
                       TO WS-COU-LIC-EXPIRATION
                   IF WS-LIC-DATE-EXPIRATION(WS-IDX-LIC)
                           < WS-DATE-JOUR
                      OR WS-LIC-DATE-EMISSION(WS-IDX-LIC)
                           > WS-DATE-JOUR
                       SET WS-COU-LICENCE-EXPIREE TO TRUE
                   ELSE
                       SET WS-COU-LICENCE-VALIDE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       7300-CONTROLER-LICENCE-FIN.
           EXIT.

      ******************************************************************
      * OUVERTURE ET FERMETURE DU JOURNAL EN AJOUT
      ******************************************************************
           MOVE ZERO TO WS-TOTAL-ARRIERES.
           MOVE ZERO TO WS-NB-LIGNES-PERIODE.
           MOVE ZERO TO WS-NB-LIGNES-ARRIERES.
           MOVE ZERO TO WS-TOTAL-REPRISES.
           MOVE ZERO TO WS-NB-LIGNES-REPRISES.

      * Decompte prealable : un courtier sans rien a regler ni
      * arrieres ne recoit pas de releve
                       END-IF
                   END-IF
               END-IF
               IF WS-CTR-BROKER(WS-IDX-CTR)
                       = WS-COU-CODE(WS-IDX-COU)
                   AND WS-CTR-REPRISE(WS-IDX-CTR) > ZERO
                   ADD 1 TO WS-NB-LIGNES-REPRISES
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES-PERIODE = ZERO
               AND WS-NB-LIGNES-ARRIERES = ZERO
               AND WS-NB-LIGNES-REPRISES = ZERO
               GO TO 8000-EDITER-RELEVE-COURTIER-FIN
           END-IF.

      * Sans licence en vigueur, le reglement est retenu
           PERFORM 7300-CONTROLER-LICENCE-DEB
              THRU 7300-CONTROLER-LICENCE-FIN.
           IF WS-COU-LICENCE-VALIDE
               PERFORM 8100-ECRIRE-RELEVE-DEB
                  THRU 8100-ECRIRE-RELEVE-FIN
           ELSE
               PERFORM 8200-ECRIRE-RELEVE-RETENU-DEB
                  THRU 8200-ECRIRE-RELEVE-RETENU-FIN
           END-IF.
       8000-EDITER-RELEVE-COURTIER-FIN.
           EXIT.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE SPACES TO FS-ENR-RELEVE.
           STRING "--- REPRISES DE COMMISSION "
                  "(RESILIATION AVANT UN AN) ---"
               DELIMITED BY SIZE
               INTO FS-ENR-RELEVE
           END-STRING.
           WRITE FS-ENR-RELEVE.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-BROKER(WS-IDX-CTR)
                       = WS-COU-CODE(WS-IDX-COU)
                   AND WS-CTR-REPRISE(WS-IDX-CTR) > ZERO
                   PERFORM 8130-ECRIRE-LIGNE-REPRISE-DEB
                      THRU 8130-ECRIRE-LIGNE-REPRISE-FIN
               END-IF
           END-PERFORM.

           COMPUTE WS-NET-REGLEMENT = ZERO - WS-TOTAL-REPRISES.
           MOVE WS-NET-REGLEMENT TO WS-MONTANT-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "TOTAL REPRISES : " WS-MONTANT-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           COMPUTE WS-NET-REGLEMENT =
               WS-TOTAL-PERIODE - WS-TOTAL-REPRISES.
           MOVE WS-NET-REGLEMENT TO WS-MONTANT-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "NET DU REGLEMENT : " WS-MONTANT-SIGNE-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE "--- ARRIERES REPORTES (NON REGLES) ---"
               TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           MOVE WS-CTR-CODE(WS-IDX-CTR)       TO FS-REG-CODE-CONTRAT.
           MOVE WS-CTR-BROKER(WS-IDX-CTR)     TO FS-REG-BROKER-ID.
           MOVE WS-CTR-COMMISSION(WS-IDX-CTR) TO FS-REG-MONTANT.
           MOVE SPACES                        TO FS-REG-NATURE.
           WRITE FS-ENR-REGLEMENT.
           MOVE "O" TO WS-CTR-REGLE(WS-IDX-CTR).
       8110-ECRIRE-LIGNE-PERIODE-FIN.
       8120-ECRIRE-LIGNE-ARRIERES-FIN.
           EXIT.

      * Ecrit une ligne de reprise (montant negatif) sur le releve et
      * la consigne au journal en nature REPRISE, pour qu'elle ne
      * soit plus jamais deduite
       8130-ECRIRE-LIGNE-REPRISE-DEB.
           COMPUTE WS-NET-REGLEMENT =
               ZERO - WS-CTR-REPRISE(WS-IDX-CTR).
           MOVE WS-NET-REGLEMENT TO WS-MONTANT-SIGNE-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "Contrat " WS-CTR-CODE(WS-IDX-CTR)
                  " (debut " WS-CTR-DATE-DEBUT(WS-IDX-CTR)
                  ", " FUNCTION TRIM(WS-CTR-STATUT(WS-IDX-CTR))
                  " le " WS-CTR-DATE-RESIL(WS-IDX-CTR)
                  ") : " WS-MONTANT-SIGNE-ED " - REPRISE"
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.
           ADD WS-CTR-REPRISE(WS-IDX-CTR) TO WS-TOTAL-REPRISES.

           MOVE WS-NO-REGLEMENT               TO FS-REG-NUMERO.
           MOVE WS-DATE-JOUR                  TO FS-REG-DATE.
           MOVE WS-CTR-CODE(WS-IDX-CTR)       TO FS-REG-CODE-CONTRAT.
           MOVE WS-CTR-BROKER(WS-IDX-CTR)     TO FS-REG-BROKER-ID.
           MOVE WS-CTR-REPRISE(WS-IDX-CTR)    TO FS-REG-MONTANT.
           MOVE WS-NATURE-REPRISE             TO FS-REG-NATURE.
           WRITE FS-ENR-REGLEMENT.
           MOVE "O" TO WS-CTR-REPRIS(WS-IDX-CTR).
           MOVE ZERO TO WS-CTR-REPRISE(WS-IDX-CTR).
       8130-ECRIRE-LIGNE-REPRISE-FIN.
           EXIT.

      ******************************************************************
      * RELEVE D'UN COURTIER DONT LE REGLEMENT EST RETENU
      ******************************************************************
      * Meme contenu que 8100-ECRIRE-RELEVE-DEB, mais rien n'est
      * consigne au journal : commissions et reprises restent en
      * attente et seront reprises par l'execution qui suivra le
      * renouvellement de la licence
       8200-ECRIRE-RELEVE-RETENU-DEB.
           INITIALIZE WS-NOM-RELEVE.
           STRING "releve-"
                  FUNCTION TRIM(WS-COU-CODE(WS-IDX-COU))
                  "-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-RELEVE
           END-STRING.

           OPEN OUTPUT F-RELEVE.
           IF WS-FS-RELEVE NOT = "00"
               DISPLAY "Erreur ouverture releve "
                       FUNCTION TRIM(WS-NOM-RELEVE) ", code : "
                       WS-FS-RELEVE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RELEVE.
           STRING "RELEVE DE COMMISSIONS - COURTIER "
                  FUNCTION TRIM(WS-COU-CODE(WS-IDX-COU))
                  " - REGLEMENT RETENU LE " WS-DATE-JOUR
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           INITIALIZE WS-LIGNE-RELEVE.
           IF WS-COU-LICENCE-ABSENTE
               MOVE "MOTIF : AUCUNE LICENCE AU REGISTRE"
                   TO WS-LIGNE-RELEVE
           ELSE
               STRING "MOTIF : LICENCE "
                      FUNCTION TRIM(WS-COU-LIC-NUMERO)
                      " NON EN VIGUEUR (EXPIRATION "
                      WS-COU-LIC-EXPIRATION ")"
                   INTO WS-LIGNE-RELEVE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE "--- COMMISSIONS EN ATTENTE (RETENUES) ---"
               TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-BROKER(WS-IDX-CTR)
                       = WS-COU-CODE(WS-IDX-COU)
                   AND NOT WS-CTR-EST-REGLE(WS-IDX-CTR)
                   AND WS-CTR-DATE-DEBUT(WS-IDX-CTR)
                       <= WS-COM-DATE-FIN
                   PERFORM 8120-ECRIRE-LIGNE-ARRIERES-DEB
                      THRU 8120-ECRIRE-LIGNE-ARRIERES-FIN
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-ARRIERES TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-RELEVE.
           STRING "TOTAL RETENU : " WS-MONTANT-ED
               INTO WS-LIGNE-RELEVE
           END-STRING.
           MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           MOVE "--- REPRISES EN ATTENTE ---" TO FS-ENR-RELEVE.
           WRITE FS-ENR-RELEVE.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-BROKER(WS-IDX-CTR)
                       = WS-COU-CODE(WS-IDX-COU)
                   AND WS-CTR-REPRISE(WS-IDX-CTR) > ZERO
                   COMPUTE WS-NET-REGLEMENT =
                       ZERO - WS-CTR-REPRISE(WS-IDX-CTR)
                   MOVE WS-NET-REGLEMENT TO WS-MONTANT-SIGNE-ED
                   INITIALIZE WS-LIGNE-RELEVE
                   STRING "Contrat " WS-CTR-CODE(WS-IDX-CTR)
                          " (debut " WS-CTR-DATE-DEBUT(WS-IDX-CTR)
                          ") : " WS-MONTANT-SIGNE-ED " - REPRISE"
                       INTO WS-LIGNE-RELEVE
                   END-STRING
                   MOVE WS-LIGNE-RELEVE TO FS-ENR-RELEVE
                   WRITE FS-ENR-RELEVE
               END-IF
           END-PERFORM.

           CLOSE F-RELEVE.
           ADD 1 TO WS-NB-RELEVES.
           ADD 1 TO WS-NB-RETENUS.
           DISPLAY "Releve ecrit (reglement retenu) : "
                   FUNCTION TRIM(WS-NOM-RELEVE).
       8200-ECRIRE-RELEVE-RETENU-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
