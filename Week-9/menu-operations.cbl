      *             et les entrees de mise a jour ne sont proposees
      *             qu'au role ADMIN : fini le lancement a la main de
      *             la bonne binaire depuis le bon repertoire.
      *
      * MODIFICATION : 15/10/2026 - Entree 10 du domaine assurance :
      *                recouvrement des impayes (assurances-
      *                recouvrement), reservee au role ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 11 du domaine assurance :
      *                tarif des produits (tarifs-produits), reservee
      *                au role ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 12 du domaine assurance :
      *                bordereau trimestriel de cession en
      *                reassurance (assurances-cession), reservee au
      *                role ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 13 du domaine assurance :
      *                prelevement des quittances et retour banque
      *                (assurances-prelevement), reservee au role
      *                ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 14 du domaine assurance :
      *                attestations d'assurance numerotees
      *                (attestations-assurance), reservee au role
      *                ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 15 du domaine assurance :
      *                releves de compte client (assurances-releve),
      *                reservee au role ADMIN.
      * MODIFICATION : 15/10/2026 - Entree 16 du domaine assurance :
      *                reevaluation de change de fin de mois
      *                (assurances-reevaluation), reservee au role
      *                ADMIN.
      * MODIFICATION : 15/10/2026 - Entrees 17 et 18 du domaine
      *                assurance : registre des licences courtiers
      *                (licences-courtiers, reservee au role ADMIN)
      *                et etat des licences arrivant a echeance
      *                (licences-echeances, ouvert a tous).
      * MODIFICATION : 15/10/2026 - Entree 19 du domaine assurance :
      *                criblage des sinistres suspects
      *                (assurances-criblage, ouvert a tous ; la
      *                qualification des sinistres y reste reservee
      *                au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 20 du domaine assurance :
      *                devis et transformation en contrats PROPOSE
      *                (assurances-devis, ouvert a tous ; emission,
      *                acceptation et caducite y restent reservees au
      *                role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 21 du domaine assurance :
      *                interface comptable des ecritures du mois
      *                (interface-comptable, reservee au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 10 du domaine stocks :
      *                maintenance du referentiel produits
      *                (produits-maint, reservee au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 11 du domaine stocks :
      *                etat mensuel de TVA (tva-declaration, reservee
      *                au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 12 du domaine stocks :
      *                maintenance du referentiel clients
      *                (clients-maint, reservee au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entrees 13 et 14 du domaine
      *                stocks, ouvertes a tous les roles : lots
      *                proches de la peremption (lots-peremption) et
      *                trace de rappel d'un lot (rappel-lot).
      * MODIFICATION : 15/10/2026 - Entree 15 du domaine stocks :
      *                transfert de stock entre emplacements
      *                (transfert-stock, reservee au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 16 du domaine stocks :
      *                factures et dettes fournisseurs
      *                (factures-fourn, reservee au role ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 17 du domaine stocks :
      *                calcul des points de commande d'apres la
      *                demande (points-commande, reservee au role
      *                ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 18 du domaine stocks :
      *                marges brutes par produit, client et mois au
      *                cout moyen pondere (marges-ventes).
      * MODIFICATION : 15/10/2026 - Entree 19 du domaine stocks :
      *                planning de l'inventaire tournant par classe
      *                ABC (comptages-tournants).
      * MODIFICATION : 15/10/2026 - Entree 20 du domaine stocks :
      *                stock lent et dormant valorise au cout
      *                (stock-dormant).
      * MODIFICATION : 15/10/2026 - Entree 21 du domaine stocks :
      *                reliquats dont la livraison promise est
      *                depassee (reliquats-retard).
      * MODIFICATION : 15/10/2026 - Entree 22 du domaine stocks :
      *                commandes expediees sans confirmation de
      *                livraison et delais par transporteur
      *                (livraisons-suivi).
      * MODIFICATION : 15/10/2026 - Entree 23 du domaine stocks :
      *                import des commandes clients recues en tableur
      *                (commandes-import).
      * MODIFICATION : 15/10/2026 - Entree 24 du domaine stocks :
      *                calendrier des periodes comptables, reouverture
      *                d'un mois ferme reservee au role ADMIN dans le
      *                programme (periodes-maint).
      * MODIFICATION : 15/10/2026 - Entree 10 du domaine ecole
      *                (ADMIN) : emploi du temps hebdomadaire, salles
      *                et conflits (emploi-du-temps).
      * MODIFICATION : 15/10/2026 - Entree 11 du domaine ecole :
      *                registre d'appel quotidien (appel-presences).
      * MODIFICATION : 15/10/2026 - Entree 12 du domaine ecole
      *                (ADMIN) : lettres d'alerte d'absence aux
      *                responsables (absences-alertes).
      * MODIFICATION : 15/10/2026 - Entree 13 du domaine ecole
      *                (ADMIN) : facturation des frais scolaires et
      *                de cantine aux familles (frais-scolaires).
      * MODIFICATION : 15/10/2026 - Entree 14 du domaine ecole :
      *                carnet de notes des enseignants et notes de
      *                fin de trimestre (carnet-notes).
      * MODIFICATION : 15/10/2026 - Entree 15 du domaine ecole
      *                (ADMIN) : liste de vigilance des eleves en
      *                difficulte (eleves-risque).
      * MODIFICATION : 15/10/2026 - Entree 16 du domaine ecole
      *                (ADMIN) : prevision des effectifs de la
      *                rentree et des classes (planification-rentree).
      * MODIFICATION : 15/10/2026 - Entree 17 du domaine ecole
      *                (ADMIN) : harmonisation des notes par
      *                enseignant (moderation-notes).
      * MODIFICATION : 15/10/2026 - Entree 18 du domaine ecole
      *                (ADMIN) : inscriptions des eleves aux cours et
      *                controle de completude (inscriptions-cours).
      * MODIFICATION : 15/10/2026 - Entree 19 du domaine ecole :
      *                livret de competences des classes CP a CM2
      *                (livret-competences).
      * MODIFICATION : 15/10/2026 - Journal d'activite des operateurs
      *                (operations-journal.txt) : chaque programme
      *                lance est trace avec l'operateur et son role,
      *                l'heure de debut et de fin et le RETURN-CODE ;
      *                revue par journal-operations (entree 8 du
      *                domaine batch, ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 8 du domaine annuaires :
      *                effacement des donnees personnelles
      *                (annuaire-effacement, ADMIN).
      * MODIFICATION : 15/10/2026 - Entrees 9 et 10 du domaine
      *                annuaires : controle des adresses contre le
      *                referentiel postal (controle-adresses) et
      *                chargement du referentiel (referentiel-postal,
      *                ADMIN).
      * MODIFICATION : 15/10/2026 - Entree 9 du domaine batch :
      *                archivage annuel des pieces soldees
      *                (archivage-annuel, ADMIN).
      * MODIFICATION : 15/10/2026 - Domaine 6 : bibliotheque des
      *                rapports (bibliotheque-rapports), editions
      *                passees affichees ou reimprimees ; l'operateur
      *                de la session est ecrit dans
      *                session-operateur.txt pour le catalogue des
      *                rapports.
      * MODIFICATION : 15/10/2026 - Domaine 7 : console des alertes
      *                (console-alertes), acquittement et cloture des
      *                alertes du lot, du tableau de bord et des
      *                capacites ; les alertes escaladees sont
      *                montrees au role ADMIN a l'ouverture de session.
      * MODIFICATION : 15/10/2026 - Entree 11 du domaine annuaires :
      *                vue client unique ventes / assurance
      *                (clients-vue-unique).
      * MODIFICATION : 15/10/2026 - L'import des commandes clients
      *                (entree 23 du domaine stocks) est reserve au
      *                role ADMIN, comme la saisie des commandes ;
      *                l'entree 21 du domaine assurance est affichee
      *                a son rang.
      * MODIFICATION : 15/10/2026 - Domaine annuaires : l'entree 10
      *                (ADMIN) est affichee apres l'entree 9.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu-operations.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Journal d'activite des operateurs, en ajout
           SELECT F-JOURNAL ASSIGN TO "operations-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

      * Operateur de la session, lu par catalogue-rapports
           SELECT F-SESSION ASSIGN TO "session-operateur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne par programme lance depuis le menu
       FD F-JOURNAL.
       01 FS-ENR-JOURNAL.
           05 FS-JRN-DATE-DEB        PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-JRN-HEURE-DEB       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-JRN-DATE-FIN        PIC X(08).
           05 FILLER                 PIC X(01).
           05 FS-JRN-HEURE-FIN       PIC X(06).
           05 FILLER                 PIC X(01).
           05 FS-JRN-UTILISATEUR     PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-JRN-ROLE            PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-JRN-PROGRAMME       PIC X(30).
           05 FILLER                 PIC X(01).
           05 FS-JRN-RC              PIC S9(04)
                                     SIGN IS LEADING SEPARATE.
           05 FILLER                 PIC X(01).
           05 FS-JRN-STATUT          PIC X(11).

      * Utilisateur de la session ouverte, blanc une fois le menu
      * quitte
       FD F-SESSION.
       01 FS-ENR-SESSION             PIC X(30).

       WORKING-STORAGE SECTION.

      * Journal d'activite : debut de l'appel et code retour
       01 WS-FS-JOURNAL            PIC X(02).
       01 WS-DATE-HEURE-DEB        PIC X(21).
       01 WS-DATE-HEURE-FIN        PIC X(21).
       01 WS-RC-APPELE             PIC S9(04) VALUE ZERO.
       01 WS-STATUT-APPEL          PIC X(11).

      * Operateur de la session pour le catalogue des rapports
       01 WS-FS-SESSION            PIC X(02).
       01 WS-SESSION-OPERATEUR     PIC X(30).

      * Mode d'appel de la console des alertes : C = console,
      * E = alertes escaladees seules (ouverture de session ADMIN)
       01 WS-MODE-ALERTES          PIC X(01).

      * Session ouverte par le sous-programme signon
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
               STOP RUN
           END-IF.

           MOVE WS-UTILISATEUR TO WS-SESSION-OPERATEUR.
           PERFORM 7020-ECRIRE-SESSION-DEB
              THRU 7020-ECRIRE-SESSION-FIN.

      * Alertes restees sans acquittement au-dela du delai : montrees
      * d'emblee au role ADMIN
           IF WS-ROLE-ADMIN
               MOVE "E" TO WS-MODE-ALERTES
               PERFORM 7030-CONSOLE-ALERTES-DEB
                  THRU 7030-CONSOLE-ALERTES-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-QUITTER.
           PERFORM UNTIL WS-QUITTER
               DISPLAY "*******************************************"
               DISPLAY "* 3 - Ecole                               *"
               DISPLAY "* 4 - Annuaires                           *"
               DISPLAY "* 5 - Batch et surveillance               *"
               DISPLAY "* 6 - Rapports (editions passees)         *"
               DISPLAY "* 7 - Alertes (acquittement)              *"
               DISPLAY "* 8 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-DOMAINE
                   WHEN 5
                       PERFORM 5000-MENU-BATCH-DEB
                          THRU 5000-MENU-BATCH-FIN
                   WHEN 6
                       MOVE "bibliotheque-rapports" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 7
                       MOVE "C" TO WS-MODE-ALERTES
                       PERFORM 7030-CONSOLE-ALERTES-DEB
                          THRU 7030-CONSOLE-ALERTES-FIN
                   WHEN OTHER
                       SET WS-QUITTER TO TRUE
               END-EVALUATE
           END-PERFORM.

      * Fin de session : les rapports produits hors menu ne lui sont
      * plus attribues
           MOVE SPACES TO WS-SESSION-OPERATEUR.
           PERFORM 7020-ECRIRE-SESSION-DEB
              THRU 7020-ECRIRE-SESSION-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

       7000-LANCER-PROGRAMME-DEB.
           DISPLAY "----- Lancement de "
                   FUNCTION TRIM(WS-NOM-APPELE) " -----".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-DEB.
           MOVE "TERMINE" TO WS-STATUT-APPEL.
           CALL WS-NOM-APPELE
               ON EXCEPTION
                   DISPLAY "/!\ Programme introuvable : "
                           FUNCTION TRIM(WS-NOM-APPELE) " /!\"
                   MOVE "INTROUVABLE" TO WS-STATUT-APPEL
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-FIN.
           MOVE RETURN-CODE TO WS-RC-APPELE.
           DISPLAY "----- Retour de "
                   FUNCTION TRIM(WS-NOM-APPELE)
                   ", code retour : " RETURN-CODE " -----".
           MOVE 0 TO RETURN-CODE.
           PERFORM 7010-JOURNALISER-APPEL-DEB
              THRU 7010-JOURNALISER-APPEL-FIN.
      * Decharge le programme appele : au prochain lancement sa
      * WORKING-STORAGE repart a l'etat initial
           CANCEL WS-NOM-APPELE.
       7000-LANCER-PROGRAMME-FIN.
           EXIT.

      * Trace de l'appel au journal d'activite (cree au premier
      * usage) ; un journal inaccessible n'empeche pas de travailler
       7010-JOURNALISER-APPEL-DEB.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT F-JOURNAL
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "/!\ Journal d'activite inaccessible, code : "
                       WS-FS-JOURNAL " /!\"
               GO TO 7010-JOURNALISER-APPEL-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-JOURNAL.
           MOVE WS-DATE-HEURE-DEB(1:8) TO FS-JRN-DATE-DEB.
           MOVE WS-DATE-HEURE-DEB(9:6) TO FS-JRN-HEURE-DEB.
           MOVE WS-DATE-HEURE-FIN(1:8) TO FS-JRN-DATE-FIN.
           MOVE WS-DATE-HEURE-FIN(9:6) TO FS-JRN-HEURE-FIN.
           MOVE WS-UTILISATEUR         TO FS-JRN-UTILISATEUR.
           MOVE WS-ROLE                TO FS-JRN-ROLE.
           MOVE WS-NOM-APPELE          TO FS-JRN-PROGRAMME.
           MOVE WS-RC-APPELE           TO FS-JRN-RC.
           MOVE WS-STATUT-APPEL        TO FS-JRN-STATUT.
           WRITE FS-ENR-JOURNAL.
           CLOSE F-JOURNAL.
       7010-JOURNALISER-APPEL-FIN.
           EXIT.

      * Operateur de la session (WS-SESSION-OPERATEUR) pour le catalogue
      * des rapports ; sans fichier de session, les rapports sont
      * catalogues HORS MENU
       7020-ECRIRE-SESSION-DEB.
           OPEN OUTPUT F-SESSION.
           IF WS-FS-SESSION NOT = "00"
               DISPLAY "/!\ Session non enregistree, code : "
                       WS-FS-SESSION " /!\"
               GO TO 7020-ECRIRE-SESSION-FIN
           END-IF.
           MOVE WS-SESSION-OPERATEUR TO FS-ENR-SESSION.
           WRITE FS-ENR-SESSION.
           CLOSE F-SESSION.
       7020-ECRIRE-SESSION-FIN.
           EXIT.

      * Console des alertes : appelee avec la session (l'operateur
      * signe ses acquittements) et le mode dans WS-MODE-ALERTES ;
      * tracee au journal d'activite comme les autres lancements
       7030-CONSOLE-ALERTES-DEB.
           MOVE "console-alertes" TO WS-NOM-APPELE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-DEB.
           MOVE "TERMINE" TO WS-STATUT-APPEL.
           CALL WS-NOM-APPELE USING WS-UTILISATEUR WS-ROLE
                                    WS-MODE-ALERTES
               ON EXCEPTION
                   DISPLAY "/!\ Programme introuvable : "
                           FUNCTION TRIM(WS-NOM-APPELE) " /!\"
                   MOVE "INTROUVABLE" TO WS-STATUT-APPEL
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-FIN.
           MOVE RETURN-CODE TO WS-RC-APPELE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 7010-JOURNALISER-APPEL-DEB
              THRU 7010-JOURNALISER-APPEL-FIN.
           CANCEL WS-NOM-APPELE.
       7030-CONSOLE-ALERTES-FIN.
           EXIT.

      ******************************************************************
      * DOMAINE ASSURANCE
      ******************************************************************
                   DISPLAY " 7 - Renouvellements (relances)"
                   DISPLAY " 8 - Fichier clients et rapprochement"
                   DISPLAY " 9 - Taux de change"
                   DISPLAY "10 - Recouvrement des impayes"
                   DISPLAY "11 - Tarif des produits"
                   DISPLAY "12 - Cession en reassurance"
                   DISPLAY "13 - Prelevements et retour banque"
                   DISPLAY "14 - Attestations d'assurance"
                   DISPLAY "15 - Releves de compte client"
                   DISPLAY "16 - Reevaluation de change (fin de mois)"
                   DISPLAY "17 - Licences des courtiers"
               END-IF
               DISPLAY "18 - Echeances des licences courtiers"
               DISPLAY "19 - Criblage des sinistres suspects"
               DISPLAY "20 - Devis d'assurance"
               IF WS-ROLE-ADMIN
                   DISPLAY "21 - Interface comptable (ecritures)"
               END-IF
               DISPLAY " 0 - Retour"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
                   WHEN 9
                       PERFORM 7140-SI-ADMIN-TAUX-DEB
                          THRU 7140-SI-ADMIN-TAUX-FIN
                   WHEN 10
                       PERFORM 7150-SI-ADMIN-RECOUVREMENT-DEB
                          THRU 7150-SI-ADMIN-RECOUVREMENT-FIN
                   WHEN 11
                       PERFORM 7160-SI-ADMIN-TARIFS-DEB
                          THRU 7160-SI-ADMIN-TARIFS-FIN
                   WHEN 12
                       PERFORM 7170-SI-ADMIN-CESSION-DEB
                          THRU 7170-SI-ADMIN-CESSION-FIN
                   WHEN 13
                       PERFORM 7180-SI-ADMIN-PRELEVEMENT-DEB
                          THRU 7180-SI-ADMIN-PRELEVEMENT-FIN
                   WHEN 14
                       PERFORM 7190-SI-ADMIN-ATTESTATION-DEB
                          THRU 7190-SI-ADMIN-ATTESTATION-FIN
                   WHEN 15
                       PERFORM 7195-SI-ADMIN-RELEVE-DEB
                          THRU 7195-SI-ADMIN-RELEVE-FIN
                   WHEN 16
                       PERFORM 7196-SI-ADMIN-REEVALUATION-DEB
                          THRU 7196-SI-ADMIN-REEVALUATION-FIN
                   WHEN 17
                       PERFORM 7197-SI-ADMIN-LICENCES-DEB
                          THRU 7197-SI-ADMIN-LICENCES-FIN
                   WHEN 18
                       MOVE "licences-echeances" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 19
                       MOVE "assurances-criblage" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 20
                       MOVE "assurances-devis" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 21
                       PERFORM 7198-SI-ADMIN-COMPTABLE-DEB
                          THRU 7198-SI-ADMIN-COMPTABLE-FIN
                   WHEN OTHER
                       SET WS-RETOUR TO TRUE
               END-EVALUATE
       7140-SI-ADMIN-TAUX-FIN.
           EXIT.

       7150-SI-ADMIN-RECOUVREMENT-DEB.
           IF WS-ROLE-ADMIN
               MOVE "assurances-recouvrement" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7150-SI-ADMIN-RECOUVREMENT-FIN.
           EXIT.

       7160-SI-ADMIN-TARIFS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "tarifs-produits" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7160-SI-ADMIN-TARIFS-FIN.
           EXIT.

       7170-SI-ADMIN-CESSION-DEB.
           IF WS-ROLE-ADMIN
               MOVE "assurances-cession" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7170-SI-ADMIN-CESSION-FIN.
           EXIT.

       7180-SI-ADMIN-PRELEVEMENT-DEB.
           IF WS-ROLE-ADMIN
               MOVE "assurances-prelevement" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7180-SI-ADMIN-PRELEVEMENT-FIN.
           EXIT.

       7190-SI-ADMIN-ATTESTATION-DEB.
           IF WS-ROLE-ADMIN
               MOVE "attestations-assurance" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7190-SI-ADMIN-ATTESTATION-FIN.
           EXIT.

       7195-SI-ADMIN-RELEVE-DEB.
           IF WS-ROLE-ADMIN
               MOVE "assurances-releve" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7195-SI-ADMIN-RELEVE-FIN.
           EXIT.

       7196-SI-ADMIN-REEVALUATION-DEB.
           IF WS-ROLE-ADMIN
               MOVE "assurances-reevaluation" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7196-SI-ADMIN-REEVALUATION-FIN.
           EXIT.

       7197-SI-ADMIN-LICENCES-DEB.
           IF WS-ROLE-ADMIN
               MOVE "licences-courtiers" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7197-SI-ADMIN-LICENCES-FIN.
           EXIT.

       7198-SI-ADMIN-COMPTABLE-DEB.
           IF WS-ROLE-ADMIN
               MOVE "interface-comptable" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7198-SI-ADMIN-COMPTABLE-FIN.
           EXIT.

      ******************************************************************
      * DOMAINE STOCKS ET COMMANDES
      ******************************************************************
                   DISPLAY " 7 - Reception des marchandises"
                   DISPLAY " 8 - Comptage d'inventaire"
                   DISPLAY " 9 - Maintenance des fournisseurs"
                   DISPLAY "10 - Maintenance des produits"
                   DISPLAY "11 - Etat mensuel de TVA"
                   DISPLAY "12 - Maintenance des clients"
               END-IF
               DISPLAY "13 - Lots proches de la peremption"
               DISPLAY "14 - Rappel d'un lot (trace des expeditions)"
               IF WS-ROLE-ADMIN
                   DISPLAY "15 - Transfert de stock entre emplacements"
                   DISPLAY "16 - Factures et dettes fournisseurs"
                   DISPLAY "17 - Points de commande (demande)"
               END-IF
               DISPLAY "18 - Marges brutes (cout moyen pondere)"
               DISPLAY "19 - Planning de l'inventaire tournant"
               DISPLAY "20 - Stock lent et dormant"
               DISPLAY "21 - Reliquats en retard de livraison"
               DISPLAY "22 - Livraisons non confirmees et transporteurs"
               IF WS-ROLE-ADMIN
                   DISPLAY "23 - Import des commandes clients (CSV)"
               END-IF
               DISPLAY "24 - Periodes comptables (ouvertes / fermees)"
               DISPLAY " 0 - Retour"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-PROGRAMME
                   WHEN 9
                       PERFORM 7220-SI-ADMIN-FOURNISSEURS-DEB
                          THRU 7220-SI-ADMIN-FOURNISSEURS-FIN
                   WHEN 10
                       PERFORM 7230-SI-ADMIN-PRODUITS-DEB
                          THRU 7230-SI-ADMIN-PRODUITS-FIN
                   WHEN 11
                       PERFORM 7240-SI-ADMIN-TVA-DEB
                          THRU 7240-SI-ADMIN-TVA-FIN
                   WHEN 12
                       PERFORM 7250-SI-ADMIN-CLIENTS-DEB
                          THRU 7250-SI-ADMIN-CLIENTS-FIN
                   WHEN 13
                       MOVE "lots-peremption" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 14
                       MOVE "rappel-lot" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 15
                       PERFORM 7260-SI-ADMIN-TRANSFERT-DEB
                          THRU 7260-SI-ADMIN-TRANSFERT-FIN
                   WHEN 16
                       PERFORM 7270-SI-ADMIN-FACT-FOURN-DEB
                          THRU 7270-SI-ADMIN-FACT-FOURN-FIN
                   WHEN 17
                       PERFORM 7280-SI-ADMIN-POINTS-DEB
                          THRU 7280-SI-ADMIN-POINTS-FIN
                   WHEN 18
                       MOVE "marges-ventes" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 19
                       MOVE "comptages-tournants" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 20
                       MOVE "stock-dormant" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 21
                       MOVE "reliquats-retard" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 22
                       MOVE "livraisons-suivi" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 23
                       PERFORM 7290-SI-ADMIN-IMPORT-DEB
                          THRU 7290-SI-ADMIN-IMPORT-FIN
                   WHEN 24
                       MOVE "periodes-maint" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN OTHER
                       SET WS-RETOUR TO TRUE
               END-EVALUATE
       7220-SI-ADMIN-FOURNISSEURS-FIN.
           EXIT.

       7230-SI-ADMIN-PRODUITS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "produits-maint" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7230-SI-ADMIN-PRODUITS-FIN.
           EXIT.

       7240-SI-ADMIN-TVA-DEB.
           IF WS-ROLE-ADMIN
               MOVE "tva-declaration" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7240-SI-ADMIN-TVA-FIN.
           EXIT.

       7250-SI-ADMIN-CLIENTS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "clients-maint" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7250-SI-ADMIN-CLIENTS-FIN.
           EXIT.

       7260-SI-ADMIN-TRANSFERT-DEB.
           IF WS-ROLE-ADMIN
               MOVE "transfert-stock" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7260-SI-ADMIN-TRANSFERT-FIN.
           EXIT.

       7270-SI-ADMIN-FACT-FOURN-DEB.
           IF WS-ROLE-ADMIN
               MOVE "factures-fourn" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7270-SI-ADMIN-FACT-FOURN-FIN.
           EXIT.

       7280-SI-ADMIN-POINTS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "points-commande" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7280-SI-ADMIN-POINTS-FIN.
           EXIT.

       7290-SI-ADMIN-IMPORT-DEB.
           IF WS-ROLE-ADMIN
               MOVE "commandes-import" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7290-SI-ADMIN-IMPORT-FIN.
           EXIT.

      ******************************************************************
      * DOMAINE ECOLE
      ******************************************************************
                   DISPLAY " 7 - Contacts d'eleves"
                   DISPLAY " 8 - Attestations de reussite"
                   DISPLAY " 9 - Passage de rentree (promotion)"
                   DISPLAY "10 - Emploi du temps et salles"
               END-IF
               DISPLAY "11 - Registre d'appel (presences)"
               IF WS-ROLE-ADMIN
                   DISPLAY "12 - Alertes d'absence aux responsables"
                   DISPLAY "13 - Frais scolaires et cantine"
               END-IF
               DISPLAY "14 - Carnet de notes (evaluations)"
               IF WS-ROLE-ADMIN
                   DISPLAY "15 - Eleves en difficulte (vigilance)"
                   DISPLAY "16 - Prevision des effectifs de rentree"
                   DISPLAY "17 - Harmonisation des notes (enseignants)"
                   DISPLAY "18 - Inscriptions aux cours et options"
               END-IF
               DISPLAY "19 - Livret de competences (CP a CM2)"
               DISPLAY " 0 - Retour"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-PROGRAMME
                   WHEN 9
                       PERFORM 7330-SI-ADMIN-PROMOTION-DEB
                          THRU 7330-SI-ADMIN-PROMOTION-FIN
                   WHEN 10
                       PERFORM 7340-SI-ADMIN-EMPLOI-DEB
                          THRU 7340-SI-ADMIN-EMPLOI-FIN
                   WHEN 11
                       MOVE "appel-presences" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 12
                       PERFORM 7350-SI-ADMIN-ALERTES-DEB
                          THRU 7350-SI-ADMIN-ALERTES-FIN
                   WHEN 13
                       PERFORM 7360-SI-ADMIN-FRAIS-DEB
                          THRU 7360-SI-ADMIN-FRAIS-FIN
                   WHEN 14
                       MOVE "carnet-notes" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 15
                       PERFORM 7370-SI-ADMIN-RISQUE-DEB
                          THRU 7370-SI-ADMIN-RISQUE-FIN
                   WHEN 16
                       PERFORM 7380-SI-ADMIN-PLANIF-DEB
                          THRU 7380-SI-ADMIN-PLANIF-FIN
                   WHEN 17
                       PERFORM 7390-SI-ADMIN-MODERATION-DEB
                          THRU 7390-SI-ADMIN-MODERATION-FIN
                   WHEN 18
                       PERFORM 7395-SI-ADMIN-INSCRIPTIONS-DEB
                          THRU 7395-SI-ADMIN-INSCRIPTIONS-FIN
                   WHEN 19
                       MOVE "livret-competences" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN OTHER
                       SET WS-RETOUR TO TRUE
               END-EVALUATE
       7330-SI-ADMIN-PROMOTION-FIN.
           EXIT.

       7340-SI-ADMIN-EMPLOI-DEB.
           IF WS-ROLE-ADMIN
               MOVE "emploi-du-temps" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7340-SI-ADMIN-EMPLOI-FIN.
           EXIT.

       7350-SI-ADMIN-ALERTES-DEB.
           IF WS-ROLE-ADMIN
               MOVE "absences-alertes" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7350-SI-ADMIN-ALERTES-FIN.
           EXIT.

       7360-SI-ADMIN-FRAIS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "frais-scolaires" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7360-SI-ADMIN-FRAIS-FIN.
           EXIT.

       7370-SI-ADMIN-RISQUE-DEB.
           IF WS-ROLE-ADMIN
               MOVE "eleves-risque" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7370-SI-ADMIN-RISQUE-FIN.
           EXIT.

       7380-SI-ADMIN-PLANIF-DEB.
           IF WS-ROLE-ADMIN
               MOVE "planification-rentree" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7380-SI-ADMIN-PLANIF-FIN.
           EXIT.

       7390-SI-ADMIN-MODERATION-DEB.
           IF WS-ROLE-ADMIN
               MOVE "moderation-notes" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7390-SI-ADMIN-MODERATION-FIN.
           EXIT.

       7395-SI-ADMIN-INSCRIPTIONS-DEB.
           IF WS-ROLE-ADMIN
               MOVE "inscriptions-cours" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7395-SI-ADMIN-INSCRIPTIONS-FIN.
           EXIT.

      ******************************************************************
      * DOMAINE ANNUAIRES
      ******************************************************************
                   DISPLAY " 5 - Individus (crud)"
                   DISPLAY " 6 - Utilisateurs (insert_uti)"
                   DISPLAY " 7 - Resolution des doublons"
                   DISPLAY " 8 - Effacement de donnees personnelles"
               END-IF
               DISPLAY " 9 - Controle des adresses postales"
               IF WS-ROLE-ADMIN
                   DISPLAY "10 - Chargement du referentiel postal"
               END-IF
               DISPLAY "11 - Vue client unique (ventes / assurance)"
               DISPLAY " 0 - Retour"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-PROGRAMME
                   WHEN 7
                       PERFORM 7420-SI-ADMIN-RESOLUTION-DEB
                          THRU 7420-SI-ADMIN-RESOLUTION-FIN
                   WHEN 8
                       PERFORM 7430-SI-ADMIN-EFFACEMENT-DEB
                          THRU 7430-SI-ADMIN-EFFACEMENT-FIN
                   WHEN 9
                       MOVE "controle-adresses" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN 10
                       PERFORM 7440-SI-ADMIN-REFERENTIEL-DEB
                          THRU 7440-SI-ADMIN-REFERENTIEL-FIN
                   WHEN 11
                       MOVE "clients-vue-unique" TO WS-NOM-APPELE
                       PERFORM 7000-LANCER-PROGRAMME-DEB
                          THRU 7000-LANCER-PROGRAMME-FIN
                   WHEN OTHER
                       SET WS-RETOUR TO TRUE
               END-EVALUATE
       7420-SI-ADMIN-RESOLUTION-FIN.
           EXIT.

       7430-SI-ADMIN-EFFACEMENT-DEB.
           IF WS-ROLE-ADMIN
               MOVE "annuaire-effacement" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7430-SI-ADMIN-EFFACEMENT-FIN.
           EXIT.

       7440-SI-ADMIN-REFERENTIEL-DEB.
           IF WS-ROLE-ADMIN
               MOVE "referentiel-postal" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7440-SI-ADMIN-REFERENTIEL-FIN.
           EXIT.

      ******************************************************************
      * DOMAINE BATCH ET SURVEILLANCE
      ******************************************************************
                   DISPLAY " 5 - Lot nocturne (lancement manuel)"
                   DISPLAY " 6 - Sauvegarde des maitres"
                   DISPLAY " 7 - Retention des archives"
                   DISPLAY " 8 - Revue du journal d'activite"
                   DISPLAY " 9 - Archivage annuel (quittances, "
                           "factures)"
               END-IF
               DISPLAY " 0 - Retour"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
                   WHEN 7
                       PERFORM 7520-SI-ADMIN-RETENTION-DEB
                          THRU 7520-SI-ADMIN-RETENTION-FIN
                   WHEN 8
                       PERFORM 7530-SI-ADMIN-JOURNAL-DEB
                          THRU 7530-SI-ADMIN-JOURNAL-FIN
                   WHEN 9
                       PERFORM 7540-SI-ADMIN-ARCHIVAGE-DEB
                          THRU 7540-SI-ADMIN-ARCHIVAGE-FIN
                   WHEN OTHER
                       SET WS-RETOUR TO TRUE
               END-EVALUATE
           END-IF.
       7520-SI-ADMIN-RETENTION-FIN.
           EXIT.

       7530-SI-ADMIN-JOURNAL-DEB.
           IF WS-ROLE-ADMIN
               MOVE "journal-operations" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7530-SI-ADMIN-JOURNAL-FIN.
           EXIT.

       7540-SI-ADMIN-ARCHIVAGE-DEB.
           IF WS-ROLE-ADMIN
               MOVE "archivage-annuel" TO WS-NOM-APPELE
               PERFORM 7000-LANCER-PROGRAMME-DEB
                  THRU 7000-LANCER-PROGRAMME-FIN
           ELSE
               DISPLAY "Entree reservee au role ADMIN."
           END-IF.
       7540-SI-ADMIN-ARCHIVAGE-FIN.
           EXIT.
