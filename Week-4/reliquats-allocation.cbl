      *   - F-COMMANDES  : commandes.txt (ajout des commandes creees)
      *   - F-INVENTAIRE : inventaire.txt (stock decremente)
      *   - F-MOUVEMENTS : mouvements-stock.txt (journal, ajout)
      *   - F-STOCK-EMPL : stock-emplacements.txt (entree, stock
      *                    des emplacements secondaires)
      *   - F-COMPTEUR   : compteur-commandes.txt (plus haut numero
      *                    emis, lu puis reecrit)
      *
      *                 de lignes : la cloture mensuelle retire les
      *                 commandes archivees de commandes.txt, un
      *                 comptage reutiliserait leurs numeros.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 statut produit (FS-INV-STATUT) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec le
      *                 numero de ligne (FS-COMMANDES-LIGNE) des
      *                 commandes multi-lignes : chaque commande creee
      *                 pour un reliquat servi est une commande a une
      *                 seule ligne.
      * MODIFICATION : 15/10/2026 - FD F-INVENTAIRE mise a jour avec le
      *                 code TVA produit (FS-INV-TVA-CODE) ajoute par
      *                 produits-maint.cbl, pour respecter
      *                 l'alignement des colonnes du fichier partage.
      * MODIFICATION : 15/10/2026 - Stock par emplacement : les
      *                 reliquats sont servis depuis le depot principal
      *                 (DEPO), sur la part de FS-STOCK non rangee dans
      *                 un emplacement secondaire (stock-emplacements
      *                 .txt) ; FD F-COMMANDES et F-MOUVEMENTS mises a
      *                 jour avec l'emplacement, porte sur la commande
      *                 creee et sur le mouvement.
      * MODIFICATION : 15/10/2026 - FD F-RELIQUATS mise a jour avec la
      *                 date de livraison promise posee par
      *                 command-cli.cbl, conservee a la reecriture des
      *                 reliquats encore dus.
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      *                 nocturne (reliquats lus, charges, soldes,
      *                 servis, reecrits, avec les quantites
      *                 correspondantes) declares a totaux-controle en
      *                 fin d'execution : un reliquat perdu au-dela des
      *                 200 charges en memoire est signale par
      *                 equilibrage-lot.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Stock par produit et emplacement secondaire (cf.
      * reception-fourn.cbl), pour ne servir que le stock du depot
      * principal
           SELECT F-STOCK-EMPL ASSIGN TO "stock-emplacements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SE-CLE
               FILE STATUS IS WS-FS-STOCK-EMPL.

      * Journal des mouvements de stock (cf. command-cli.cbl)
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 FS-RL-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RL-QTE-DUE              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RL-DATE-PROMISE         PIC 9(08).

      * Fichier des commandes, tel que declare dans command-cli.cbl
       FD F-COMMANDES.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Inventaire des produits (cf. rupture-stock.cbl)
       FD F-INVENTAIRE.
           05 FS-STOCK                   PIC 9(05).
           05 FS-INV-FOURN-CODE          PIC X(06).
           05 FS-INV-PRIX                PIC 9(05)V99.
           05 FS-INV-STATUT              PIC X(01).
           05 FS-INV-TVA-CODE            PIC X(01).

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
           05 FS-MV-SENS                 PIC X(01).
           05 FILLER                     PIC X(01).
           05 FS-MV-REFERENCE            PIC X(12).
           05 FILLER                     PIC X(01).
           05 FS-MV-EMPLACEMENT          PIC X(04).

      * Stock d'un emplacement secondaire (cf. reception-fourn.cbl)
       FD F-STOCK-EMPL.
       01 FS-ENR-STOCK-EMPL.
           05 FS-SE-CLE.
              10 FS-SE-PRODUIT           PIC X(10).
              10 FS-SE-EMPLACEMENT       PIC X(04).
           05 FS-SE-QTE                  PIC 9(05).

      * Une seule ligne : le plus haut numero de commande jamais emis
       FD F-COMPTEUR.
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).
       01 WS-FS-COMPTEUR           PIC X(02).
       01 WS-FS-STOCK-EMPL         PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
              10 WS-RL-CLI-ID           PIC X(02).
              10 WS-RL-PRODUIT          PIC X(10).
              10 WS-RL-QTE-DUE          PIC 9(05).
              10 WS-RL-DATE-PROMISE     PIC 9(08).

      * Numerotation des commandes, poursuivie a partir du plus haut
      * numero jamais emis (meme demarche que WS-PROCH-NUM dans
       01 WS-MV-SENS               PIC X(01).
       01 WS-MV-REFERENCE          PIC X(12).

      * Stock du depot principal, seul servi : FS-STOCK moins ce
      * qui est range dans les emplacements secondaires
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-FLAG-EMPL-OUVERT      PIC X VALUE 'N'.
           88 WS-EMPL-OUVERT                    VALUE 'Y'.
       01 WS-FLAG-FIN-EMPL         PIC X VALUE 'N'.
           88 WS-FIN-EMPL                       VALUE 'Y'.
       01 WS-STOCK-AILLEURS        PIC 9(06) VALUE ZERO.
       01 WS-STOCK-PRINCIPAL       PIC S9(06) VALUE ZERO.


      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
       01 WS-NB-PARTIELS           PIC 9(03) VALUE ZERO.
       01 WS-NB-RESTANTS           PIC 9(03) VALUE ZERO.

      * Totaux de controle : reliquats lus (y compris ceux au-dela
      * de la capacite du tableau), quantites dues a la lecture,
      * soldees, allouees et reecrites
       01 WS-NB-RL-LUS             PIC 9(05) VALUE ZERO.
       01 WS-QTE-RL-LUE            PIC 9(09) VALUE ZERO.
       01 WS-QTE-RL-SOLDEE         PIC 9(09) VALUE ZERO.
       01 WS-QTE-RL-ALLOUEE        PIC 9(09) VALUE ZERO.
       01 WS-QTE-RL-REECRITE       PIC 9(09) VALUE ZERO.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "reliquats-allocation".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
      * Sans stock-emplacements.txt, tout le stock est au depot
      * principal
               MOVE 'N' TO WS-FLAG-EMPL-OUVERT
               OPEN INPUT F-STOCK-EMPL
               IF WS-FS-STOCK-EMPL = "00"
                   SET WS-EMPL-OUVERT TO TRUE
               END-IF

               PERFORM VARYING WS-IDX-RL FROM 1 BY 1
                       UNTIL WS-IDX-RL > WS-NB-RELIQUATS
                   END-IF
               END-PERFORM

               IF WS-EMPL-OUVERT
                   CLOSE F-STOCK-EMPL
               END-IF
               CLOSE F-COMMANDES
               CLOSE F-INVENTAIRE

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-RL-LUS
                       ADD FS-RL-QTE-DUE TO WS-QTE-RL-LUE
                       IF WS-NB-RELIQUATS < 200
                           ADD 1 TO WS-NB-RELIQUATS
                           MOVE FS-RL-DATE
                               TO WS-RL-PRODUIT(WS-NB-RELIQUATS)
                           MOVE FS-RL-QTE-DUE
                               TO WS-RL-QTE-DUE(WS-NB-RELIQUATS)
                           IF FS-RL-DATE-PROMISE NOT NUMERIC
                               MOVE ZERO TO FS-RL-DATE-PROMISE
                           END-IF
                           MOVE FS-RL-DATE-PROMISE
                               TO WS-RL-DATE-PROMISE(WS-NB-RELIQUATS)
                       END-IF
               END-READ
           END-PERFORM.
       6130-ECRIRE-COMPTEUR-FIN.
           EXIT.

      ******************************************************************
      * STOCK DISPONIBLE AU DEPOT PRINCIPAL
      ******************************************************************
      * Stock du depot principal pour le produit lu en inventaire :
      * FS-STOCK moins les quantites de ses emplacements secondaires
       7000-STOCK-PRINCIPAL-DEB.
           MOVE ZERO TO WS-STOCK-AILLEURS.
           IF WS-EMPL-OUVERT
               MOVE 'N' TO WS-FLAG-FIN-EMPL
               MOVE FS-PRODUIT TO FS-SE-PRODUIT
               MOVE LOW-VALUES TO FS-SE-EMPLACEMENT
               START F-STOCK-EMPL KEY IS >= FS-SE-CLE
                   INVALID KEY
                       SET WS-FIN-EMPL TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-EMPL
                   READ F-STOCK-EMPL NEXT RECORD
                       AT END
                           SET WS-FIN-EMPL TO TRUE
                       NOT AT END
                           IF FS-SE-PRODUIT NOT = FS-PRODUIT
                               SET WS-FIN-EMPL TO TRUE
                           ELSE
                               ADD FS-SE-QTE TO WS-STOCK-AILLEURS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-STOCK-PRINCIPAL = FS-STOCK - WS-STOCK-AILLEURS.
           IF WS-STOCK-PRINCIPAL < ZERO
               MOVE ZERO TO WS-STOCK-PRINCIPAL
           END-IF.
       7000-STOCK-PRINCIPAL-FIN.
           EXIT.

      ******************************************************************
      * SERVICE D'UN RELIQUAT (LE STOCK DISPONIBLE EN PREMIER)
      ******************************************************************
                           " du reliquat inconnu de l'inventaire,"
                           " laisse en attente /!\"
               NOT INVALID KEY
                   PERFORM 7000-STOCK-PRINCIPAL-DEB
                      THRU 7000-STOCK-PRINCIPAL-FIN
                   IF WS-STOCK-PRINCIPAL = ZERO
                       CONTINUE
                   ELSE
                       IF WS-STOCK-PRINCIPAL
                               >= WS-RL-QTE-DUE(WS-IDX-RL)
                           MOVE WS-RL-QTE-DUE(WS-IDX-RL)
                               TO WS-QTE-ALLOUEE
                           ADD 1 TO WS-NB-SERVIS
                           ADD WS-QTE-ALLOUEE TO WS-QTE-RL-SOLDEE
                       ELSE
                           MOVE WS-STOCK-PRINCIPAL TO WS-QTE-ALLOUEE
                           ADD 1 TO WS-NB-PARTIELS
                       END-IF

                       ADD WS-QTE-ALLOUEE TO WS-QTE-RL-ALLOUEE
                       SUBTRACT WS-QTE-ALLOUEE FROM FS-STOCK
                       MOVE FS-INV-PRIX TO WS-PRIX-UNIT
                       REWRITE FS-ENR-INVENTAIRE
           MOVE WS-TOTAL-LIGNE           TO FS-COMMANDES-TOTAL-LIGNE.
           MOVE "ATTENTE"                TO FS-COMMANDES-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-COMMANDES-DATE.
           MOVE 1                        TO FS-COMMANDES-LIGNE.
           MOVE WS-EMPL-PRINCIPAL        TO FS-COMMANDES-EMPLACEMENT.
           WRITE FS-ENR-COMMANDES.

           MOVE WS-RL-PRODUIT(WS-IDX-RL) TO WS-MV-PRODUIT.
                   UNTIL WS-IDX-RL > WS-NB-RELIQUATS
               IF WS-RL-QTE-DUE(WS-IDX-RL) > ZERO
                   ADD 1 TO WS-NB-RESTANTS
                   ADD WS-RL-QTE-DUE(WS-IDX-RL) TO WS-QTE-RL-REECRITE
                   MOVE WS-RL-DATE(WS-IDX-RL)    TO FS-RL-DATE
                   MOVE WS-RL-CLI-ID(WS-IDX-RL)  TO FS-RL-CLI-ID
                   MOVE WS-RL-PRODUIT(WS-IDX-RL) TO FS-RL-PRODUIT
                   MOVE WS-RL-QTE-DUE(WS-IDX-RL) TO FS-RL-QTE-DUE
                   MOVE WS-RL-DATE-PROMISE(WS-IDX-RL)
                       TO FS-RL-DATE-PROMISE
                   WRITE FS-ENR-RELIQUAT
               END-IF
           END-PERFORM.
               MOVE WS-MV-QTE       TO FS-MV-QTE
               MOVE WS-MV-SENS      TO FS-MV-SENS
               MOVE WS-MV-REFERENCE TO FS-MV-REFERENCE
               MOVE WS-EMPL-PRINCIPAL TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
       9500-ECRIRE-MOUVEMENT-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Reliquats lus (et quantite due), charges en memoire, soldes,
      * servis en totalite ou en partie (quantite allouee), encore
      * dus et reecrits (quantite restant due)
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-RL-LUS TO WS-TOT-NB.
           MOVE WS-QTE-RL-LUE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "CHARGES" TO WS-TOT-FLUX.
           MOVE WS-NB-RELIQUATS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "SOLDES" TO WS-TOT-FLUX.
           MOVE WS-NB-SERVIS TO WS-TOT-NB.
           MOVE WS-QTE-RL-SOLDEE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "ALLOUES" TO WS-TOT-FLUX.
           COMPUTE WS-TOT-NB = WS-NB-SERVIS + WS-NB-PARTIELS.
           MOVE WS-QTE-RL-ALLOUEE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "REECRITS" TO WS-TOT-FLUX.
           MOVE WS-NB-RESTANTS TO WS-TOT-NB.
           MOVE WS-QTE-RL-REECRITE TO WS-TOT-MONTANT.
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
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
