      ******************************************************************
      * PROGRAMME : RELIQUATS-RETARD.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Liste hebdomadaire des reliquats clients dont la
      *             date de livraison promise (posee par command-cli
      *             .cbl a la mise en reliquat) est depassee, de la
      *             plus ancienne promesse a la plus recente. Pour
      *             chaque reliquat : date promise, jours de retard,
      *             date du reliquat, client, produit et quantite
      *             encore due. Les reliquats sans date promise (a
      *             confirmer) sont comptes en fin de liste. La liste
      *             est affichee et ecrite dans reliquats-retard.txt.
      *
      * FICHIERS  :
      *   - F-RELIQUATS : reliquats.txt (entree)
      *   - F-CLIENTS   : clients.txt (entree, nom des clients)
      *   - F-RAPPORT   : reliquats-retard.txt (sortie, recree)
      *
      * REMARQUE  : Aucune saisie : le programme est enchaine chaque
      *             semaine par lot-nocturne et peut etre lance a la
      *             demande. Sans reliquats.txt (aucun reliquat) la
      *             liste est vide et le programme se termine
      *             normalement.
      *
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      *                 nocturne (reliquats dus lus, en retard, listes)
      *                 declares a totaux-controle en fin d'execution.
      * MODIFICATION : 15/10/2026 - Chaque liste est conservee et
      *                 inscrite au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reliquats-retard.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Reliquats clients (cf. command-cli.cbl)
           SELECT F-RELIQUATS ASSIGN TO "reliquats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELIQUATS.

      * Referentiel clients (tenu par clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Liste des reliquats en retard
           SELECT F-RAPPORT ASSIGN TO "reliquats-retard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Reliquats, tels que declares dans command-cli.cbl
       FD F-RELIQUATS.
       01 FS-ENR-RELIQUAT.
           05 FS-RL-DATE                 PIC 9(08).
           05 FILLER                     PIC X(01).
           05 FS-RL-CLI-ID               PIC X(02).
           05 FILLER                     PIC X(01).
           05 FS-RL-PRODUIT              PIC X(10).
           05 FILLER                     PIC X(01).
           05 FS-RL-QTE-DUE              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 FS-RL-DATE-PROMISE         PIC 9(08).

      * Client, tel que declare dans clients-maint.cbl
       FD F-CLIENTS.
       01 FS-ENR-CLIENTS.
           05 FS-CLIENTS-ID              PIC X(02).
           05 FS-FILLER                  PIC X(06).
           05 FS-NOM                     PIC X(11).
           05 FS-PRENOM                  PIC X(09).
           05 FS-CLI-STATUT              PIC X(01).
           05 FS-CLI-FAC-ADRESSE         PIC X(30).
           05 FS-CLI-FAC-CP              PIC X(05).
           05 FS-CLI-FAC-VILLE           PIC X(20).
           05 FS-CLI-LIV-ADRESSE         PIC X(30).
           05 FS-CLI-LIV-CP              PIC X(05).
           05 FS-CLI-LIV-VILLE           PIC X(20).
           05 FS-CLI-DELAI-PAIEMENT      PIC 9(03).
           05 FS-CLI-PLAFOND             PIC 9(07)V99.

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-RELIQUATS          PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Clients connus (100 max) : identifiant et nom edite
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLIENT OCCURS 100 TIMES.
              10 WS-CLI-ID              PIC X(02).
              10 WS-CLI-NOM             PIC X(21).
       01 WS-CLI-NOM-ED            PIC X(21).

      * Reliquats en retard (500 max), tries sur la date promise ;
      * les postes inutilises, a 9, restent en fin de tableau apres
      * le tri. WS-NB-RETARDS-LUS compte tous les reliquats en
      * retard, y compris ceux au-dela de la capacite du tableau
       01 WS-NB-RETARDS            PIC 9(03) VALUE ZERO.
       01 WS-NB-RETARDS-LUS        PIC 9(05) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-TAB-RETARDS.
           05 WS-RETARD OCCURS 500 TIMES.
              10 WS-RT-DATE-PROMISE     PIC 9(08).
              10 WS-RT-DATE             PIC 9(08).
              10 WS-RT-CLI-ID           PIC X(02).
              10 WS-RT-PRODUIT          PIC X(10).
              10 WS-RT-QTE-DUE          PIC 9(05).

      * Compteurs de la liste
       01 WS-NB-RELIQUATS          PIC 9(05) VALUE ZERO.
       01 WS-NB-A-CONFIRMER        PIC 9(05) VALUE ZERO.
       01 WS-QTE-DUE-LUE           PIC 9(09) VALUE ZERO.
       01 WS-QTE-TOTALE            PIC 9(07) VALUE ZERO.
       01 WS-JOURS-RETARD          PIC 9(05).

      * Zones editees
       01 WS-JOURS-ED              PIC ZZZZ9.
       01 WS-QTE-ED                PIC ZZZZ9.
       01 WS-QTE-TOTALE-ED         PIC Z,ZZZ,ZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "reliquats-retard".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "reliquats-retard".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : chargement, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6110-CHARGER-CLIENTS-DEB
              THRU 6110-CHARGER-CLIENTS-FIN.

           PERFORM 6120-CHARGER-RELIQUATS-DEB
              THRU 6120-CHARGER-RELIQUATS-FIN.

           PERFORM 8000-EDITER-LISTE-DEB
              THRU 8000-EDITER-LISTE-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES CLIENTS
      ******************************************************************
      * Referentiel facultatif : sans lui, seul l'identifiant du
      * client est imprime
       6110-CHARGER-CLIENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CLIENTS < 100
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE FS-CLIENTS-ID
                               TO WS-CLI-ID(WS-NB-CLIENTS)
                           MOVE SPACES TO WS-CLI-NOM(WS-NB-CLIENTS)
                           STRING FS-NOM DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  FS-PRENOM DELIMITED BY SPACE
                               INTO WS-CLI-NOM(WS-NB-CLIENTS)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
               CLOSE F-CLIENTS
           END-IF.
       6110-CHARGER-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES RELIQUATS EN RETARD
      ******************************************************************
      * Reliquat encore du dont la date promise est passee ; sans
      * date promise (zero, ou reliquat anterieur a la promesse), il
      * est seulement compte a confirmer
       6120-CHARGER-RELIQUATS-DEB.
           MOVE ALL "9" TO WS-TAB-RETARDS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-RELIQUATS.
           IF WS-FS-RELIQUATS = "35"
               DISPLAY "Aucun reliquat (reliquats.txt absent)."
               GO TO 6120-CHARGER-RELIQUATS-FIN
           END-IF.
           IF WS-FS-RELIQUATS NOT = "00"
               DISPLAY "Erreur ouverture reliquats.txt, code : "
                   WS-FS-RELIQUATS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-RELIQUATS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-RL-QTE-DUE > ZERO
                           ADD 1 TO WS-NB-RELIQUATS
                           ADD FS-RL-QTE-DUE TO WS-QTE-DUE-LUE
                           IF FS-RL-DATE-PROMISE NOT NUMERIC
                               MOVE ZERO TO FS-RL-DATE-PROMISE
                           END-IF
                           EVALUATE TRUE
                               WHEN FS-RL-DATE-PROMISE = ZERO
                                   ADD 1 TO WS-NB-A-CONFIRMER
                               WHEN FS-RL-DATE-PROMISE < WS-DATE-JOUR
                                   PERFORM 6130-RETENIR-RETARD-DEB
                                      THRU 6130-RETENIR-RETARD-FIN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-RELIQUATS.

           IF WS-NB-RETARDS > 1
               SORT WS-RETARD ON ASCENDING KEY WS-RT-DATE-PROMISE
           END-IF.
       6120-CHARGER-RELIQUATS-FIN.
           EXIT.

      * Ajoute le reliquat lu a la table, dans la limite de sa
      * capacite
       6130-RETENIR-RETARD-DEB.
           ADD 1 TO WS-NB-RETARDS-LUS.
           IF WS-NB-RETARDS NOT < 500
               GO TO 6130-RETENIR-RETARD-FIN
           END-IF.
           ADD 1 TO WS-NB-RETARDS.
           MOVE FS-RL-DATE-PROMISE TO WS-RT-DATE-PROMISE(WS-NB-RETARDS).
           MOVE FS-RL-DATE         TO WS-RT-DATE(WS-NB-RETARDS).
           MOVE FS-RL-CLI-ID       TO WS-RT-CLI-ID(WS-NB-RETARDS).
           MOVE FS-RL-PRODUIT      TO WS-RT-PRODUIT(WS-NB-RETARDS).
           MOVE FS-RL-QTE-DUE      TO WS-RT-QTE-DUE(WS-NB-RETARDS).
       6130-RETENIR-RETARD-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE LA LISTE
      ******************************************************************
       8000-EDITER-LISTE-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture reliquats-retard.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "RELIQUATS DONT LA LIVRAISON PROMISE EST DEPASSEE "
                  "AU " WS-DATE-JOUR
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "PROMIS    RETARD RELIQUAT CLIENT"
                  "                    PRODUIT    QTE DUE"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-RETARDS
               PERFORM 8100-EDITER-RETARD-DEB
                  THRU 8100-EDITER-RETARD-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           MOVE WS-QTE-TOTALE TO WS-QTE-TOTALE-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-RETARDS " reliquat(s) en retard sur "
                  WS-NB-RELIQUATS " du(s), quantite due "
                  WS-QTE-TOTALE-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-A-CONFIRMER " reliquat(s) sans date promise "
                  "(date a confirmer)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           IF WS-NB-RETARDS-LUS > WS-NB-RETARDS
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-RETARDS-LUS " reliquats en retard, "
                      "seuls les " WS-NB-RETARDS " premiers lus sont "
                      "listes /!\"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.

           CLOSE F-RAPPORT.
           DISPLAY "Liste ecrite dans reliquats-retard.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "reliquats-retard.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-LISTE-FIN.
           EXIT.

      * Affiche et ecrit WS-LIGNE-RAPPORT
       8010-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8010-ECRIRE-LIGNE-FIN.
           EXIT.

      * Une ligne par reliquat : jours ecoules depuis la date promise
       8100-EDITER-RETARD-DEB.
           COMPUTE WS-JOURS-RETARD =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - FUNCTION INTEGER-OF-DATE(WS-RT-DATE-PROMISE(WS-IDX)).
           MOVE WS-JOURS-RETARD TO WS-JOURS-ED.
           MOVE WS-RT-QTE-DUE(WS-IDX) TO WS-QTE-ED.
           ADD WS-RT-QTE-DUE(WS-IDX) TO WS-QTE-TOTALE.

           MOVE SPACES TO WS-CLI-NOM-ED.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-ID(WS-IDX-CLI) = WS-RT-CLI-ID(WS-IDX)
                   MOVE WS-CLI-NOM(WS-IDX-CLI) TO WS-CLI-NOM-ED
               END-IF
           END-PERFORM.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-RT-DATE-PROMISE(WS-IDX) "  " WS-JOURS-ED " "
                  WS-RT-DATE(WS-IDX) " "
                  WS-RT-CLI-ID(WS-IDX) " " WS-CLI-NOM-ED " "
                  WS-RT-PRODUIT(WS-IDX) "   " WS-QTE-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
       8100-EDITER-RETARD-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Reliquats encore dus lus (et quantite due), reliquats en
      * retard, reliquats effectivement listes (et quantite)
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "DUS" TO WS-TOT-FLUX.
           MOVE WS-NB-RELIQUATS TO WS-TOT-NB.
           MOVE WS-QTE-DUE-LUE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "EN-RETARD" TO WS-TOT-FLUX.
           MOVE WS-NB-RETARDS-LUS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "LISTES" TO WS-TOT-FLUX.
           MOVE WS-NB-RETARDS TO WS-TOT-NB.
           MOVE WS-QTE-TOTALE TO WS-TOT-MONTANT.
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
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
