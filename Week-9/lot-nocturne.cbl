      *                  / table individus)
      *               7) capacite-watch (surveillance du remplissage
      *                  des maitres contre les capacites programmes)
      *               8) lots-peremption (lots en stock proches de
      *                  la peremption, hebdomadaire par defaut)
      *               9) reliquats-retard (reliquats clients dont la
      *                  livraison promise est depassee, hebdomadaire
      *                  par defaut)
      *              10) commandes-import (import des commandes
      *                  clients recues en tableur)
      *             puis, hors checkpoint, l'equilibrage des totaux
      *             de controle declares par les etapes
      *             (equilibrage-lot).
      *
      *             Chaque étape est un programme autonome, invoqué
      *             par CALL. Le RETURN-CODE positionné par l'étape
      *             Si le lot est relancé après un échec, les étapes
      *             validées ne sont pas rejouées : le traitement
      *             reprend directement à l'étape qui avait échoué.
      *             Une fois les dix étapes terminées avec succès,
      *             le fichier de reprise est remis à zéro pour la
      *             prochaine exécution du lot. Les deux phases
      *             préliminaires (sauvegarde, contrôle d'intégrité)
      *                          lot, pour signaler aux étapes
      *                          appelées de sauter leurs saisies
      *                          interactives
      *   - TOTAUX-LOT.TXT     : totaux de controle declares par les
      *                          etapes, remis a blanc au debut d'un
      *                          nouveau lot (conserves en reprise)
      *
      * MODIFICATION : 09/08/2026 - Pose et retrait du fichier témoin
      *                 LOT-NOCTURNE.FLG, pour que les étapes appelées
      *                 capacite-watch (surveillance du remplissage
      *                 des maitres, alerte-lot.txt alimente au
      *                 franchissement d'un seuil).
      * MODIFICATION : 15/10/2026 - Ajout d'une huitieme etape,
      *                 lots-peremption (lots en stock proches de la
      *                 peremption), hebdomadaire (lundi) quand le
      *                 planning ne la cite pas.
      * MODIFICATION : 15/10/2026 - Ajout d'une neuvieme etape,
      *                 reliquats-retard (reliquats clients dont la
      *                 livraison promise est depassee), hebdomadaire
      *                 (lundi) quand le planning ne la cite pas.
      * MODIFICATION : 15/10/2026 - Ajout d'une dixieme etape,
      *                 commandes-import (import des commandes clients
      *                 recues en tableur), quotidienne ; checkpoint de
      *                 reprise sur deux chiffres (l'ancien fichier a
      *                 un chiffre reste lu).
      * MODIFICATION : 15/10/2026 - Totaux de controle des etapes
      *                 (totaux-lot.txt, remis a blanc au debut d'un
      *                 nouveau lot) et phase finale d'equilibrage
      *                 (equilibrage-lot), hors checkpoint : un ecart
      *                 est signale dans alerte-lot.txt et le lot se
      *                 termine "SUCCES - DESEQUILIBRE".
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANNING.

      * Totaux de controle declares par les etapes (cf.
      * totaux-controle.cbl), remis a blanc au debut d'un nouveau lot
           SELECT F-TOTAUX ASSIGN TO "totaux-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAUX.

       DATA DIVISION.
       FILE SECTION.

       FD F-CHECKPOINT.
       01 FS-ENR-CHECKPOINT           PIC X(02).

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG             PIC X(01).
           05 FILLER                  PIC X(01).
           05 FS-PL-FREQUENCE         PIC X(10).

       FD F-TOTAUX.
       01 FS-ENR-TOTAUX               PIC X(84).

       WORKING-STORAGE SECTION.

      * Numéro de la dernière étape terminée avec succès lors d'une
      * exécution précédente (0 = lot jamais lancé, ou déjà remis
      * à zéro)
       01 WS-DERNIERE-ETAPE-OK        PIC 9(02) VALUE ZERO.

      * Code retour de l'ouverture du fichier de reprise (peut ne pas
      * encore exister lors du tout premier lancement du lot)
       01 WS-NB-PLANNING              PIC 9(02) VALUE ZERO.
       01 WS-IDX-PLAN                 PIC 9(02) VALUE ZERO.
       01 WS-TAB-PLANNING.
           05 WS-PLAN OCCURS 20 TIMES.
              10 WS-PLAN-ETAPE        PIC X(20).
              10 WS-PLAN-FREQUENCE    PIC X(10).
       01 WS-FIN-PLANNING             PIC X(01) VALUE "N".
       01 WS-NOM-ETAPE-PLAN           PIC X(20).
       01 WS-ETAPE-DUE                PIC X(01) VALUE "O".
       01 WS-FREQ-ETAPE               PIC X(10).
      * Frequence appliquee a une etape absente du planning :
      * QUOTIDIEN, sauf pour l'etape qui positionne une autre valeur
      * juste avant 4050 (remise a QUOTIDIEN apres usage)
       01 WS-FREQ-DEFAUT              PIC X(10) VALUE "QUOTIDIEN".
       01 WS-JOUR-SEMAINE             PIC 9(01).
       01 WS-JOUR-ENTIER              PIC 9(07).
       01 WS-JOUR-DEMANDE             PIC 9(02).
       01 WS-LIGNE-SAUT               PIC X(100).

      * Code retour du fichier des totaux de controle
       01 WS-FS-TOTAUX                PIC X(02).

       PROCEDURE DIVISION.

      ******************************************************************
               PERFORM 4000-CREER-LOT-FLAG-DEB
                  THRU 4000-CREER-LOT-FLAG-FIN

      * Nouveau lot (pas une reprise) : totaux de la nuit remis a
      * blanc ; en reprise, ceux des etapes deja validees restent
               IF WS-DERNIERE-ETAPE-OK = 0
                   OPEN OUTPUT F-TOTAUX
                   CLOSE F-TOTAUX
               END-IF

      * Phases preliminaires, rejouees meme en reprise : sauvegarde
      * des maitres indexes puis controle d'integrite (les donnees
      * ont pu changer depuis l'echec precedent)
                   PERFORM 2010-ETAPE-RUPTURE-STOCK-DEB
                      THRU 2010-ETAPE-RUPTURE-STOCK-FIN
               ELSE
                   DISPLAY "Etape 1/10 (rupture-stock) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

                   PERFORM 2020-ETAPE-ELEVE-REUSSITE-DEB
                      THRU 2020-ETAPE-ELEVE-REUSSITE-FIN
               ELSE
                   DISPLAY "Etape 2/10 (eleve-reussite) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

                   PERFORM 2030-ETAPE-BULLETIN-GEN-DEB
                      THRU 2030-ETAPE-BULLETIN-GEN-FIN
               ELSE
                   DISPLAY "Etape 3/10 (bulletin-gen) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

                   PERFORM 2040-ETAPE-ASSURANCE-TEST-DEB
                      THRU 2040-ETAPE-ASSURANCE-TEST-FIN
               ELSE
                   DISPLAY "Etape 4/10 (assurance-test) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

                   PERFORM 2045-ETAPE-RELIQUATS-DEB
                      THRU 2045-ETAPE-RELIQUATS-FIN
               ELSE
                   DISPLAY "Etape 5/10 (reliquats-allocation) deja "
                           "validee, reprise a l'etape suivante."
               END-IF

                   PERFORM 2046-ETAPE-ANNUAIRE-SYNC-DEB
                      THRU 2046-ETAPE-ANNUAIRE-SYNC-FIN
               ELSE
                   DISPLAY "Etape 6/10 (annuaire-sync) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

                   PERFORM 2047-ETAPE-CAPACITE-DEB
                      THRU 2047-ETAPE-CAPACITE-FIN
               ELSE
                   DISPLAY "Etape 7/10 (capacite-watch) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

               IF WS-DERNIERE-ETAPE-OK < 8
                   PERFORM 2048-ETAPE-PEREMPTION-DEB
                      THRU 2048-ETAPE-PEREMPTION-FIN
               ELSE
                   DISPLAY "Etape 8/10 (lots-peremption) deja validee, "
                           "reprise a l'etape suivante."
               END-IF

               IF WS-DERNIERE-ETAPE-OK < 9
                   PERFORM 2049-ETAPE-RELIQ-RETARD-DEB
                      THRU 2049-ETAPE-RELIQ-RETARD-FIN
               ELSE
                   DISPLAY "Etape 9/10 (reliquats-retard) deja "
                           "validee, reprise a l'etape suivante."
               END-IF

               IF WS-DERNIERE-ETAPE-OK < 10
                   PERFORM 2060-ETAPE-IMPORT-CMD-DEB
                      THRU 2060-ETAPE-IMPORT-CMD-FIN
               ELSE
                   DISPLAY "Etape 10/10 (commandes-import) deja "
                           "validee."
               END-IF

      * Phase finale, hors checkpoint : equilibrage des totaux de
      * controle declares par les etapes
               MOVE "SUCCES" TO WS-RESULTAT-LOT
               PERFORM 2070-PHASE-EQUILIBRAGE-DEB
                  THRU 2070-PHASE-EQUILIBRAGE-FIN

      * Toutes les étapes sont validées : le lot est terminé, on remet
      * le fichier de reprise à zéro pour la prochaine exécution
               MOVE ZERO TO WS-DERNIERE-ETAPE-OK

               DISPLAY "************************************"
               DISPLAY "*   LOT NOCTURNE TERMINE AVEC       *"
               DISPLAY "*   SUCCES (10/10 ETAPES)           *"
               DISPLAY "************************************"

      * Journalisation de l'execution reussie dans l'historique
      * (WS-RESULTAT-LOT positionne par la phase d'equilibrage)
               PERFORM 5100-ECRIRE-HISTORIQUE-DEB
                  THRU 5100-ECRIRE-HISTORIQUE-FIN

                   AT END
                       MOVE "O" TO WS-FIN-PLANNING
                   NOT AT END
                       IF WS-NB-PLANNING < 20
                           ADD 1 TO WS-NB-PLANNING
                           MOVE FS-PL-ETAPE
                               TO WS-PLAN-ETAPE(WS-NB-PLANNING)
           EXIT.

      * L'etape WS-NOM-ETAPE-PLAN est-elle due aujourd'hui d'apres
      * le planning ? QUOTIDIEN = due chaque jour ; HEBDO-n = due le
      * jour de semaine n ; MENSUEL-jj = due le jour jj du mois. Une
      * etape absente du planning suit WS-FREQ-DEFAUT
       4050-ETAPE-PLANIFIEE-DEB.
           MOVE "O" TO WS-ETAPE-DUE.
           MOVE WS-FREQ-DEFAUT TO WS-FREQ-ETAPE.
           MOVE "QUOTIDIEN" TO WS-FREQ-DEFAUT.
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > WS-NB-PLANNING
               IF WS-PLAN-ETAPE(WS-IDX-PLAN) = WS-NOM-ETAPE-PLAN
           IF WS-FS-CHECKPOINT = "00"
               READ F-CHECKPOINT
                   NOT AT END
      * Fichier ecrit avant la dixieme etape : un seul chiffre
                       IF FS-ENR-CHECKPOINT IS NUMERIC
                           MOVE FS-ENR-CHECKPOINT
                               TO WS-DERNIERE-ETAPE-OK
                       ELSE
                           IF FS-ENR-CHECKPOINT(1:1) IS NUMERIC
                               MOVE FS-ENR-CHECKPOINT(1:1)
                                   TO WS-DERNIERE-ETAPE-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE F-CHECKPOINT
           END-IF.
           EXIT.

      ******************************************************************
      * ÉTAPE 1/10 : ANALYSE DE L'INVENTAIRE (RUPTURE-STOCK)
      ******************************************************************
       2010-ETAPE-RUPTURE-STOCK-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 1/10 (rupture-stock) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2010-ETAPE-RUPTURE-STOCK-FIN
           END-IF.
           DISPLAY "Etape 1/10 : rupture-stock...".
           CALL "rupture-stock".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 1/10 (rupture-stock), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 2/10 : RÉSULTATS DES ÉLÈVES (ELEVE-REUSSITE)
      ******************************************************************
       2020-ETAPE-ELEVE-REUSSITE-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 2/10 (eleve-reussite) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2020-ETAPE-ELEVE-REUSSITE-FIN
           END-IF.
           DISPLAY "Etape 2/10 : eleve-reussite...".
           CALL "eleve-reussite".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 2/10 (eleve-reussite), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 3/10 : GÉNÉRATION DES BULLETINS (BULLETIN-GEN)
      ******************************************************************
       2030-ETAPE-BULLETIN-GEN-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 3/10 (bulletin-gen) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2030-ETAPE-BULLETIN-GEN-FIN
           END-IF.
           DISPLAY "Etape 3/10 : bulletin-gen...".
           CALL "bulletin-gen".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 3/10 (bulletin-gen), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 4/10 : RAPPROCHEMENT DES CONTRATS (ASSURANCE-TEST)
      ******************************************************************
       2040-ETAPE-ASSURANCE-TEST-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 4/10 (assurance-test) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2040-ETAPE-ASSURANCE-TEST-FIN
           END-IF.
           DISPLAY "Etape 4/10 : assurance-test...".
           CALL "assurance-test".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 4/10 (assurance-test), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 5/10 : SERVICE DES RELIQUATS (RELIQUATS-ALLOCATION)
      ******************************************************************
       2045-ETAPE-RELIQUATS-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 5/10 (reliquats-allocation) sautee "
                       "par planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2045-ETAPE-RELIQUATS-FIN
           END-IF.
           DISPLAY "Etape 5/10 : reliquats-allocation...".
           CALL "reliquats-allocation".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 5/10 (reliquats-allocation), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 6/10 : SYNCHRONISATION DES ANNUAIRES (ANNUAIRE-SYNC)
      ******************************************************************
       2046-ETAPE-ANNUAIRE-SYNC-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 6/10 (annuaire-sync) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2046-ETAPE-ANNUAIRE-SYNC-FIN
           END-IF.
           DISPLAY "Etape 6/10 : annuaire-sync...".
           CALL "annuaire-sync".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 6/10 (annuaire-sync), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
           EXIT.

      ******************************************************************
      * ÉTAPE 7/10 : SURVEILLANCE DES CAPACITÉS (CAPACITE-WATCH)
      ******************************************************************
       2047-ETAPE-CAPACITE-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 7/10 (capacite-watch) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2047-ETAPE-CAPACITE-FIN
           END-IF.
           DISPLAY "Etape 7/10 : capacite-watch...".
           CALL "capacite-watch".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 7/10 (capacite-watch), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
       2047-ETAPE-CAPACITE-FIN.
           EXIT.

      ******************************************************************
      * ÉTAPE 8/10 : LOTS PROCHES DE LA PÉREMPTION (LOTS-PEREMPTION)
      ******************************************************************
       2048-ETAPE-PEREMPTION-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
      * journalisee "SAUTE PLANIF" et validee au checkpoint pour que
      * la reprise fonctionne comme pour un succes. Liste
      * hebdomadaire : absente du planning, l'etape tourne le lundi
           MOVE "lots-peremption" TO WS-NOM-ETAPE-PLAN.
           MOVE "HEBDO-1" TO WS-FREQ-DEFAUT.
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 8/10 (lots-peremption) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
               MOVE 8 TO WS-DERNIERE-ETAPE-OK
               PERFORM 3000-ECRIRE-CHECKPOINT-DEB
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2048-ETAPE-PEREMPTION-FIN
           END-IF.
           DISPLAY "Etape 8/10 : lots-peremption...".
           CALL "lots-peremption".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 8/10 (lots-peremption), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
                       "cette meme etape."
               MOVE "lots-peremption" TO WS-NOM-ETAPE-ECHEC
               MOVE RETURN-CODE TO WS-RC-ETAPE-ECHEC
               PERFORM 9999-ARRET-ECHEC-DEB
                  THRU 9999-ARRET-ECHEC-FIN
           END-IF.
           MOVE 8 TO WS-DERNIERE-ETAPE-OK.
           PERFORM 3000-ECRIRE-CHECKPOINT-DEB
              THRU 3000-ECRIRE-CHECKPOINT-FIN.
       2048-ETAPE-PEREMPTION-FIN.
           EXIT.

      ******************************************************************
      * ÉTAPE 9/10 : RELIQUATS EN RETARD DE LIVRAISON (RELIQUATS-RETARD)
      ******************************************************************
       2049-ETAPE-RELIQ-RETARD-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
      * journalisee "SAUTE PLANIF" et validee au checkpoint pour que
      * la reprise fonctionne comme pour un succes. Liste
      * hebdomadaire : absente du planning, l'etape tourne le lundi
           MOVE "reliquats-retard" TO WS-NOM-ETAPE-PLAN.
           MOVE "HEBDO-1" TO WS-FREQ-DEFAUT.
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 9/10 (reliquats-retard) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
               MOVE 9 TO WS-DERNIERE-ETAPE-OK
               PERFORM 3000-ECRIRE-CHECKPOINT-DEB
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2049-ETAPE-RELIQ-RETARD-FIN
           END-IF.
           DISPLAY "Etape 9/10 : reliquats-retard...".
           CALL "reliquats-retard".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 9/10 (reliquats-retard), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
                       "cette meme etape."
               MOVE "reliquats-retard" TO WS-NOM-ETAPE-ECHEC
               MOVE RETURN-CODE TO WS-RC-ETAPE-ECHEC
               PERFORM 9999-ARRET-ECHEC-DEB
                  THRU 9999-ARRET-ECHEC-FIN
           END-IF.
           MOVE 9 TO WS-DERNIERE-ETAPE-OK.
           PERFORM 3000-ECRIRE-CHECKPOINT-DEB
              THRU 3000-ECRIRE-CHECKPOINT-FIN.
       2049-ETAPE-RELIQ-RETARD-FIN.
           EXIT.

      ******************************************************************
      * MODE APERÇU : PRÉVISUALISATION SANS EXÉCUTION RÉELLE
      ******************************************************************
           DISPLAY "************************************".

           IF WS-DERNIERE-ETAPE-OK < 1
               DISPLAY "Etape 1/10 (rupture-stock) : serait executee."
               MOVE "inventaire.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 1/10 (rupture-stock) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 2
               DISPLAY "Etape 2/10 (eleve-reussite) : serait executee."
               MOVE "eleves.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 2/10 (eleve-reussite) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 3
               DISPLAY "Etape 3/10 (bulletin-gen) : serait executee."
               MOVE "input.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 3/10 (bulletin-gen) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 4
               DISPLAY "Etape 4/10 (assurance-test) : serait executee."
               MOVE "datassur.csv" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 4/10 (assurance-test) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 5
               DISPLAY "Etape 5/10 (reliquats-allocation) : serait "
                       "executee."
               MOVE "reliquats.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 5/10 (reliquats-allocation) : deja "
                       "validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 6
               DISPLAY "Etape 6/10 (annuaire-sync) : serait executee."
               MOVE "personnes.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 6/10 (annuaire-sync) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 7
               DISPLAY "Etape 7/10 (capacite-watch) : serait "
                       "executee."
           ELSE
               DISPLAY "Etape 7/10 (capacite-watch) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 8
               DISPLAY "Etape 8/10 (lots-peremption) : serait "
                       "executee."
               MOVE "stock-lots.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 8/10 (lots-peremption) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 9
               DISPLAY "Etape 9/10 (reliquats-retard) : serait "
                       "executee."
               MOVE "reliquats.txt" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 9/10 (reliquats-retard) : deja validee."
           END-IF.

           IF WS-DERNIERE-ETAPE-OK < 10
               DISPLAY "Etape 10/10 (commandes-import) : serait "
                       "executee."
               MOVE "commandes-import.csv" TO WS-NOM-FICHIER-APERCU
               PERFORM 4022-VERIFIER-FICHIER-DEB
                  THRU 4022-VERIFIER-FICHIER-FIN
           ELSE
               DISPLAY "Etape 10/10 (commandes-import) : deja "
                       "validee."
           END-IF.

           DISPLAY "Phase finale (equilibrage-lot) : serait "
                   "executee.".

           DISPLAY "************************************".
           DISPLAY "*   FIN DE L'APERCU - AUCUN FICHIER *".
           DISPLAY "*   DE REPRISE NI D'HISTORIQUE      *".
       2050-APERCU-LOT-FIN.
           EXIT.

      ******************************************************************
      * ÉTAPE 10/10 : IMPORT DES COMMANDES CLIENTS (COMMANDES-IMPORT)
      ******************************************************************
       2060-ETAPE-IMPORT-CMD-DEB.
      * Etape due aujourd'hui d'apres le planning ? Sinon elle est
      * journalisee "SAUTE PLANIF" et validee au checkpoint pour que
      * la reprise fonctionne comme pour un succes. Sans fichier
      * commandes-import.csv, le programme se termine normalement
           MOVE "commandes-import" TO WS-NOM-ETAPE-PLAN.
           PERFORM 4050-ETAPE-PLANIFIEE-DEB
              THRU 4050-ETAPE-PLANIFIEE-FIN.
           IF WS-ETAPE-DUE = "N"
               DISPLAY "Etape 10/10 (commandes-import) sautee par "
                       "planification (" WS-FREQ-ETAPE ")."
               PERFORM 4055-JOURNALISER-SAUT-DEB
                  THRU 4055-JOURNALISER-SAUT-FIN
               MOVE 10 TO WS-DERNIERE-ETAPE-OK
               PERFORM 3000-ECRIRE-CHECKPOINT-DEB
                  THRU 3000-ECRIRE-CHECKPOINT-FIN
               GO TO 2060-ETAPE-IMPORT-CMD-FIN
           END-IF.
           DISPLAY "Etape 10/10 : commandes-import...".
           CALL "commandes-import".
           IF RETURN-CODE NOT = 0
               DISPLAY "/!\ ECHEC etape 10/10 (commandes-import), "
                       "code retour : " RETURN-CODE " /!\"
               DISPLAY "Lot nocturne interrompu. Corriger l'erreur "
                       "puis relancer : la reprise repartira de "
                       "cette meme etape."
               MOVE "commandes-import" TO WS-NOM-ETAPE-ECHEC
               MOVE RETURN-CODE TO WS-RC-ETAPE-ECHEC
               PERFORM 9999-ARRET-ECHEC-DEB
                  THRU 9999-ARRET-ECHEC-FIN
           END-IF.
           MOVE 10 TO WS-DERNIERE-ETAPE-OK.
           PERFORM 3000-ECRIRE-CHECKPOINT-DEB
              THRU 3000-ECRIRE-CHECKPOINT-FIN.
       2060-ETAPE-IMPORT-CMD-FIN.
           EXIT.

      ******************************************************************
      * PHASE FINALE : ÉQUILIBRAGE DES TOTAUX DE CONTRÔLE
      ******************************************************************
      * Hors numerotation du checkpoint, apres la dixieme etape. Les
      * etapes ont toutes reussi : un ecart (code retour 4, deja
      * signale dans alerte-lot.txt par equilibrage-lot) ou un
      * rapport impossible a ecrire n'arretent pas le lot, mais
      * apparaissent dans son resultat
       2070-PHASE-EQUILIBRAGE-DEB.
           DISPLAY "Phase finale : equilibrage-lot...".
           CALL "equilibrage-lot".
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   DISPLAY "/!\ Ecart(s) d'equilibrage des totaux de "
                           "controle, voir equilibrage-lot.txt /!\"
                   MOVE "SUCCES - DESEQUILIBRE" TO WS-RESULTAT-LOT
               WHEN OTHER
                   DISPLAY "/!\ ECHEC de l'equilibrage des totaux, "
                           "code retour : " RETURN-CODE " /!\"
                   MOVE "equilibrage-lot" TO WS-NOM-ETAPE-ECHEC
                   MOVE RETURN-CODE TO WS-RC-ETAPE-ECHEC
                   PERFORM 5000-ECRIRE-ALERTE-DEB
                      THRU 5000-ECRIRE-ALERTE-FIN
                   MOVE "SUCCES - EQUILIBRAGE NON FAIT"
                       TO WS-RESULTAT-LOT
           END-EVALUATE.
       2070-PHASE-EQUILIBRAGE-FIN.
           EXIT.

      ******************************************************************
      * ARRÊT DU LOT EN CAS D'ÉCHEC D'UNE ÉTAPE
      ******************************************************************
