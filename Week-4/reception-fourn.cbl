      *   - F-RECEPTIONS     : receptions.txt (journal des
      *                        livraisons, lu puis alimente en ajout)
      *   - F-INVENTAIRE     : inventaire.txt (stock mis a jour)
      *   - F-STOCK-LOTS     : stock-lots.txt (stock par produit et
      *                        numero de lot, cree au besoin)
      *   - F-STOCK-EMPL     : stock-emplacements.txt (stock par
      *                        emplacement secondaire, cree au besoin)
      *   - F-EMPLACEMENTS   : emplacements.txt (entree, facultatif :
      *                        exemple dans emplacements.txt.example)
      *   - F-COUTS          : couts-produits.txt (cout moyen pondere
      *                        d'achat par produit, cree au besoin)
      *
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Saisie du numero de lot et de la
      *                 date de peremption de chaque livraison, portes
      *                 au journal des receptions ; la quantite est
      *                 ajoutee au lot dans stock-lots.txt (stock par
      *                 produit et lot, preleve au plus tot perime par
      *                 command-cli.cbl).
      * MODIFICATION : 15/10/2026 - Stock par emplacement : chaque
      *                 livraison est rangee dans un emplacement saisi
      *                 (defaut DEPO, depot principal ; codes connus
      *                 dans emplacements.txt). Hors depot principal,
      *                 la quantite est ajoutee au stock de
      *                 l'emplacement (stock-emplacements.txt) ; le
      *                 journal des mouvements porte l'emplacement.
      * MODIFICATION : 15/10/2026 - Cout moyen pondere d'achat : a
      *                 chaque livraison, le cout du produit est
      *                 recalcule dans couts-produits.txt d'apres le
      *                 prix de la commande fournisseur et la quantite
      *                 recue ; il sert a la valorisation du stock et
      *                 au rapport des marges.
      * MODIFICATION : 15/10/2026 - Periodes comptables : une reception
      *                 datee d'un mois cloture (controle-periode.cbl)
      *                 est refusee tant qu'un ADMIN n'a pas rouvert
      *                 la periode (periodes-maint.cbl).
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Stock par produit et numero de lot, avec date de peremption,
      * preleve au plus tot perime par command-cli.cbl. Ecrit sous
      * le verrou de inventaire.txt, dont il detaille le stock
           SELECT F-STOCK-LOTS ASSIGN TO "stock-lots.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LOT-CLE
               FILE STATUS IS WS-FS-STOCK-LOTS.

      * Stock par produit et emplacement secondaire (cf.
      * transfert-stock.cbl) ; le depot principal n'y figure pas, il
      * detient la part de FS-STOCK non rangee ailleurs. Ecrit sous
      * le verrou de inventaire.txt, dont il detaille le stock
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

      * Cout moyen pondere d'achat par produit, recalcule a chaque
      * reception et lu par stock-valorisation.cbl et marges-ventes
      * .cbl. Ecrit sous le verrou de inventaire.txt
           SELECT F-COUTS ASSIGN TO "couts-produits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CMP-PRODUIT
               FILE STATUS IS WS-FS-COUTS.

      * Journal des mouvements de stock (cf. command-cli.cbl), pour
      * que la reconciliation puisse rejouer les entrees en stock
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
           05 FS-RC-DELAI-REEL       PIC S9(05).
           05 FILLER                 PIC X(01).
           05 FS-RC-DELAI-PROMIS     PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FS-RC-LOT              PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-RC-PEREMPTION       PIC 9(08).

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl, repris a l'identique pour respecter l'alignement des
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Un enregistrement par produit et numero de lot : date de
      * peremption, quantite en stock, date de la premiere reception
      * et fournisseur
       FD F-STOCK-LOTS.
       01 FS-ENR-STOCK-LOT.
           05 FS-LOT-CLE.
              10 FS-LOT-PRODUIT      PIC X(10).
              10 FS-LOT-NUM          PIC X(10).
           05 FS-LOT-PEREMPTION      PIC 9(08).
           05 FS-LOT-QTE             PIC 9(05).
           05 FS-LOT-DATE-RECEPTION  PIC 9(08).
           05 FS-LOT-FOURN-CODE      PIC X(06).

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

      * Un enregistrement par produit : cout moyen pondere d'achat
      * (4 decimales), date de la derniere reception et dernier prix
      * d'achat
       FD F-COUTS.
       01 FS-ENR-COUT.
           05 FS-CMP-PRODUIT         PIC X(10).
           05 FS-CMP-COUT            PIC 9(05)V9(04).
           05 FS-CMP-DATE-MAJ        PIC 9(08).
           05 FS-CMP-DERNIER-PRIX    PIC 9(05)V99.

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
           05 FS-MV-SENS             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-MV-REFERENCE        PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-MV-EMPLACEMENT      PIC X(04).

       WORKING-STORAGE SECTION.

      * Saisie de la quantite livree
       01 WS-QTE-LIVREE            PIC 9(05).

      * Saisie du numero de lot et de la date de peremption de la
      * livraison (lot a blanc = produit non suivi par lot)
       01 WS-FS-STOCK-LOTS         PIC X(02).
       01 WS-SAISIE-LOT            PIC X(10).
       01 WS-SAISIE-PEREMPTION     PIC 9(08).
       01 WS-FLAG-PEREMPTION-OK    PIC X VALUE 'N'.
           88 WS-PEREMPTION-OK                  VALUE 'Y'.

      * Cout moyen pondere : stock avant la livraison et valeur du
      * stock au cout moyen precedent augmentee de la livraison
       01 WS-FS-COUTS              PIC X(02).
       01 WS-STOCK-AVANT           PIC 9(05).
       01 WS-VALEUR-CMP            PIC 9(11)V9(04).

      * Calcul du delai reel de livraison (jours entre la date de la
      * commande et la date de reception)
       01 WS-JOUR-COMMANDE-ENTIER  PIC 9(07).
       01 WS-MV-QTE                PIC 9(05).
       01 WS-MV-SENS               PIC X(01).
       01 WS-MV-REFERENCE          PIC X(12).
       01 WS-MV-EMPLACEMENT        PIC X(04).

      * Emplacements de stock connus (20 max) : le depot principal
      * en premier, toujours connu, puis ceux de emplacements.txt
       01 WS-FS-STOCK-EMPL         PIC X(02).
       01 WS-FS-EMPLACEMENTS       PIC X(02).
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-NB-EMPL               PIC 9(02) VALUE ZERO.
       01 WS-IDX-EMPL              PIC 9(02) VALUE ZERO.
       01 WS-TAB-EMPL.
           05 WS-EMPL OCCURS 20 TIMES.
              10 WS-EMPL-CODE          PIC X(04).
              10 WS-EMPL-LIBELLE       PIC X(30).

      * Emplacement de rangement de la livraison
       01 WS-SAISIE-EMPLACEMENT    PIC X(04).
       01 WS-FLAG-EMPL-OK          PIC X VALUE 'N'.
           88 WS-EMPL-OK                        VALUE 'Y'.


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

      * Compteurs de la session de reception
       01 WS-NB-LIGNES-OUVERTES    PIC 9(05) VALUE ZERO.
       01 WS-NB-COMPLETES          PIC 9(05) VALUE ZERO.
           COMPUTE WS-JOUR-RECEPTION-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

      * Aucune reception ne doit etre datee d'un mois cloture
           MOVE "C" TO WS-CPE-ACTION.
           MOVE WS-DATE-JOUR TO WS-CPE-DATE.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           IF WS-CPE-RC NOT = ZERO
               DISPLAY "Reception abandonnee."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      * Verrou mono-redacteur sur l'inventaire, le temps de la
      * session de reception
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           PERFORM 6110-CHARGER-RECEPTIONS-DEB
              THRU 6110-CHARGER-RECEPTIONS-FIN.

      * Chargement des emplacements de stock connus
           PERFORM 6120-CHARGER-EMPLACEMENTS-DEB
              THRU 6120-CHARGER-EMPLACEMENTS-FIN.

      * Ouverture du journal en ajout pour la session
           PERFORM 6030-OPEN-F-RECEPTIONS-APPEND-DEB
              THRU 6030-OPEN-F-RECEPTIONS-APPEND-FIN.
       6110-CHARGER-RECEPTIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES EMPLACEMENTS DE STOCK
      ******************************************************************
      * Le depot principal est toujours connu ; emplacements.txt, s'il
      * existe, ajoute les autres emplacements (et peut renommer le
      * depot principal)
       6120-CHARGER-EMPLACEMENTS-DEB.
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
       6120-CHARGER-EMPLACEMENTS-FIN.
           EXIT.

      * Ouvre le journal des receptions en ajout, cree s'il n'existe
      * pas encore
       6030-OPEN-F-RECEPTIONS-APPEND-DEB.
                       WITH NO ADVANCING
               ACCEPT WS-QTE-LIVREE
               IF WS-QTE-LIVREE > ZERO
                   PERFORM 8050-SAISIR-LOT-DEB
                      THRU 8050-SAISIR-LOT-FIN
                   PERFORM 8060-SAISIR-EMPLACEMENT-DEB
                      THRU 8060-SAISIR-EMPLACEMENT-FIN
                   PERFORM 8100-ENREGISTRER-LIVRAISON-DEB
                      THRU 8100-ENREGISTRER-LIVRAISON-FIN
               END-IF
       8000-TRAITER-COMMANDE-FIN.
           EXIT.

      * Numero de lot et date de peremption de la livraison ; la
      * date est redemandee tant qu'elle n'est pas valide. Une
      * peremption deja depassee est signalee mais acceptee (le lot
      * sera liste par lots-peremption.cbl)
       8050-SAISIR-LOT-DEB.
           MOVE SPACES TO WS-SAISIE-LOT.
           MOVE ZERO TO WS-SAISIE-PEREMPTION.
           DISPLAY "Numero de lot (ENTREE = produit non suivi par "
                   "lot) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-LOT.
           IF WS-SAISIE-LOT = SPACES
               GO TO 8050-SAISIR-LOT-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-PEREMPTION-OK.
           PERFORM UNTIL WS-PEREMPTION-OK
               DISPLAY "Date de peremption du lot (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT WS-SAISIE-PEREMPTION
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SAISIE-PEREMPTION)
                       NOT = ZERO
                   DISPLAY "/!\ Date de peremption invalide /!\"
               ELSE
                   SET WS-PEREMPTION-OK TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SAISIE-PEREMPTION < WS-DATE-JOUR
               DISPLAY "/!\ Lot " WS-SAISIE-LOT " deja perime ("
                       WS-SAISIE-PEREMPTION ") /!\"
           END-IF.
       8050-SAISIR-LOT-FIN.
           EXIT.

      * Emplacement de rangement de la livraison, redemande tant
      * qu'il n'est pas connu ; ENTREE = depot principal
       8060-SAISIR-EMPLACEMENT-DEB.
           MOVE 'N' TO WS-FLAG-EMPL-OK.
           PERFORM UNTIL WS-EMPL-OK
               DISPLAY "Emplacement de rangement (ENTREE = "
                       WS-EMPL-PRINCIPAL ") : " WITH NO ADVANCING
               MOVE SPACES TO WS-SAISIE-EMPLACEMENT
               ACCEPT WS-SAISIE-EMPLACEMENT
               IF WS-SAISIE-EMPLACEMENT = SPACES
                   MOVE WS-EMPL-PRINCIPAL TO WS-SAISIE-EMPLACEMENT
               END-IF
               PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                       UNTIL WS-IDX-EMPL > WS-NB-EMPL
                   IF WS-EMPL-CODE(WS-IDX-EMPL) = WS-SAISIE-EMPLACEMENT
                       SET WS-EMPL-OK TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-EMPL-OK
                   DISPLAY "/!\ Emplacement inconnu de "
                           "emplacements.txt /!\"
               END-IF
           END-PERFORM.
       8060-SAISIR-EMPLACEMENT-FIN.
           EXIT.

      * Consigne la livraison au journal, met le stock a jour et
      * compare le delai reel au delai promis
       8100-ENREGISTRER-LIVRAISON-DEB.
           END-IF.
           MOVE WS-DELAI-REEL    TO FS-RC-DELAI-REEL.
           MOVE FS-CF-DELAI-JRS  TO FS-RC-DELAI-PROMIS.
           MOVE WS-SAISIE-LOT    TO FS-RC-LOT.
           MOVE WS-SAISIE-PEREMPTION TO FS-RC-PEREMPTION.
           WRITE FS-ENR-RECEPTION.

      * Memoire de session : les quantites recues de cette session
                               " inconnu de l'inventaire, stock "
                               "non mis a jour /!\"
                   NOT INVALID KEY
                       MOVE FS-STOCK TO WS-STOCK-AVANT
                       ADD WS-QTE-LIVREE TO FS-STOCK
                       REWRITE FS-ENR-INVENTAIRE
                       PERFORM 8500-MAJ-COUT-MOYEN-DEB
                          THRU 8500-MAJ-COUT-MOYEN-FIN
                       MOVE FS-CF-PRODUIT TO WS-MV-PRODUIT
                       MOVE WS-QTE-LIVREE TO WS-MV-QTE
                       MOVE "E"           TO WS-MV-SENS
                       STRING "CF " FS-CF-NUM
                           INTO WS-MV-REFERENCE
                       END-STRING
                       MOVE WS-SAISIE-EMPLACEMENT TO WS-MV-EMPLACEMENT
                       PERFORM 9500-ECRIRE-MOUVEMENT-DEB
                          THRU 9500-ECRIRE-MOUVEMENT-FIN
                       DISPLAY "Stock de " FS-PRODUIT " porte a "
                               FS-STOCK
                       IF WS-SAISIE-LOT NOT = SPACES
                           PERFORM 8300-ALIMENTER-LOT-DEB
                              THRU 8300-ALIMENTER-LOT-FIN
                       END-IF
                       IF WS-SAISIE-EMPLACEMENT NOT = WS-EMPL-PRINCIPAL
                           PERFORM 8400-ALIMENTER-EMPLACEMENT-DEB
                              THRU 8400-ALIMENTER-EMPLACEMENT-FIN
                       END-IF
               END-READ
               CLOSE F-INVENTAIRE
           END-IF.
       8200-INCREMENTER-STOCK-FIN.
           EXIT.

      * Ajoute la quantite livree au lot WS-SAISIE-LOT du produit
      * dans stock-lots.txt (cree s'il n'existe pas encore). Un lot
      * deja connu garde sa date de peremption d'origine ; un ecart
      * avec la date saisie est signale
       8300-ALIMENTER-LOT-DEB.
           OPEN I-O F-STOCK-LOTS.
           IF WS-FS-STOCK-LOTS = "35"
               OPEN OUTPUT F-STOCK-LOTS
               CLOSE F-STOCK-LOTS
               OPEN I-O F-STOCK-LOTS
           END-IF.
           IF WS-FS-STOCK-LOTS NOT = "00"
               DISPLAY "/!\ stock-lots.txt indisponible (code "
                       WS-FS-STOCK-LOTS "), lot non enregistre /!\"
               GO TO 8300-ALIMENTER-LOT-FIN
           END-IF.

           MOVE FS-CF-PRODUIT TO FS-LOT-PRODUIT.
           MOVE WS-SAISIE-LOT TO FS-LOT-NUM.
           READ F-STOCK-LOTS
               INVALID KEY
                   MOVE SPACES TO FS-ENR-STOCK-LOT
                   MOVE FS-CF-PRODUIT        TO FS-LOT-PRODUIT
                   MOVE WS-SAISIE-LOT        TO FS-LOT-NUM
                   MOVE WS-SAISIE-PEREMPTION TO FS-LOT-PEREMPTION
                   MOVE WS-QTE-LIVREE        TO FS-LOT-QTE
                   MOVE WS-DATE-JOUR         TO FS-LOT-DATE-RECEPTION
                   MOVE FS-CF-FOURN-CODE     TO FS-LOT-FOURN-CODE
                   WRITE FS-ENR-STOCK-LOT
               NOT INVALID KEY
                   IF FS-LOT-PEREMPTION NOT = WS-SAISIE-PEREMPTION
                       DISPLAY "/!\ Lot deja connu avec la "
                               "peremption " FS-LOT-PEREMPTION
                               ", date conservee /!\"
                   END-IF
                   ADD WS-QTE-LIVREE TO FS-LOT-QTE
                   REWRITE FS-ENR-STOCK-LOT
           END-READ.
           DISPLAY "Lot " WS-SAISIE-LOT " du produit " FS-CF-PRODUIT
                   " : " FS-LOT-QTE " en stock, peremption "
                   FS-LOT-PEREMPTION.
           CLOSE F-STOCK-LOTS.
       8300-ALIMENTER-LOT-FIN.
           EXIT.

      * Ajoute la quantite livree au stock de l'emplacement secondaire
      * WS-SAISIE-EMPLACEMENT dans stock-emplacements.txt (cree s'il
      * n'existe pas encore). FS-STOCK, deja incremente, reste le
      * total de tous les emplacements
       8400-ALIMENTER-EMPLACEMENT-DEB.
           OPEN I-O F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL = "35"
               OPEN OUTPUT F-STOCK-EMPL
               CLOSE F-STOCK-EMPL
               OPEN I-O F-STOCK-EMPL
           END-IF.
           IF WS-FS-STOCK-EMPL NOT = "00"
               DISPLAY "/!\ stock-emplacements.txt indisponible (code "
                       WS-FS-STOCK-EMPL "), livraison comptee au "
                       "depot principal /!\"
               GO TO 8400-ALIMENTER-EMPLACEMENT-FIN
           END-IF.

           MOVE FS-CF-PRODUIT         TO FS-SE-PRODUIT.
           MOVE WS-SAISIE-EMPLACEMENT TO FS-SE-EMPLACEMENT.
           READ F-STOCK-EMPL
               INVALID KEY
                   MOVE WS-QTE-LIVREE TO FS-SE-QTE
                   WRITE FS-ENR-STOCK-EMPL
               NOT INVALID KEY
                   ADD WS-QTE-LIVREE TO FS-SE-QTE
                   REWRITE FS-ENR-STOCK-EMPL
           END-READ.
           DISPLAY "Emplacement " WS-SAISIE-EMPLACEMENT " : "
                   FS-SE-QTE " " FS-CF-PRODUIT " en stock".
           CLOSE F-STOCK-EMPL.
       8400-ALIMENTER-EMPLACEMENT-FIN.
           EXIT.

      * Recalcule le cout moyen pondere d'achat du produit livre dans
      * couts-produits.txt (cree s'il n'existe pas encore) :
      * (stock avant x cout moyen + quantite livree x prix de la
      * commande) / stock apres. Sans cout connu, ou sans stock avant
      * la livraison, le prix de la commande devient le cout moyen
       8500-MAJ-COUT-MOYEN-DEB.
           OPEN I-O F-COUTS.
           IF WS-FS-COUTS = "35"
               OPEN OUTPUT F-COUTS
               CLOSE F-COUTS
               OPEN I-O F-COUTS
           END-IF.
           IF WS-FS-COUTS NOT = "00"
               DISPLAY "/!\ couts-produits.txt indisponible (code "
                       WS-FS-COUTS "), cout moyen non mis a jour /!\"
               GO TO 8500-MAJ-COUT-MOYEN-FIN
           END-IF.

           MOVE FS-CF-PRODUIT TO FS-CMP-PRODUIT.
           READ F-COUTS
               INVALID KEY
                   MOVE FS-CF-PRODUIT       TO FS-CMP-PRODUIT
                   MOVE FS-CF-PRIX-UNITAIRE TO FS-CMP-COUT
                   MOVE WS-DATE-JOUR        TO FS-CMP-DATE-MAJ
                   MOVE FS-CF-PRIX-UNITAIRE TO FS-CMP-DERNIER-PRIX
                   WRITE FS-ENR-COUT
               NOT INVALID KEY
                   IF WS-STOCK-AVANT = ZERO
                       MOVE FS-CF-PRIX-UNITAIRE TO FS-CMP-COUT
                   ELSE
                       COMPUTE WS-VALEUR-CMP =
                           WS-STOCK-AVANT * FS-CMP-COUT
                           + WS-QTE-LIVREE * FS-CF-PRIX-UNITAIRE
                       COMPUTE FS-CMP-COUT ROUNDED =
                           WS-VALEUR-CMP
                           / (WS-STOCK-AVANT + WS-QTE-LIVREE)
                   END-IF
                   MOVE WS-DATE-JOUR        TO FS-CMP-DATE-MAJ
                   MOVE FS-CF-PRIX-UNITAIRE TO FS-CMP-DERNIER-PRIX
                   REWRITE FS-ENR-COUT
           END-READ.
           DISPLAY "Cout moyen pondere de " FS-CF-PRODUIT " : "
                   FS-CMP-COUT.
           CLOSE F-COUTS.
       8500-MAJ-COUT-MOYEN-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES MOUVEMENTS DE STOCK
      ******************************************************************
               MOVE WS-MV-QTE       TO FS-MV-QTE
               MOVE WS-MV-SENS      TO FS-MV-SENS
               MOVE WS-MV-REFERENCE TO FS-MV-REFERENCE
               MOVE WS-MV-EMPLACEMENT TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
