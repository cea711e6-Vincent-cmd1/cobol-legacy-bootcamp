      ******************************************************************
      * PROGRAMME : CLIENTS-MAINT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Maintenance du referentiel clients (clients.txt) :
      *             ajout avec controle d'unicite du code,
      *             modification, desactivation / reactivation et
      *             liste. Chaque client porte une adresse de
      *             facturation et une adresse de livraison, un delai
      *             de paiement en jours (echeance des factures
      *             calculee par facturation-cli.cbl) et un plafond
      *             d'encours (controle a la saisie des commandes par
      *             command-cli.cbl).
      *
      * FICHIERS  :
      *   - F-CLIENTS : clients.txt (maitre, charge en memoire puis
      *                 reecrit integralement apres chaque mise a
      *                 jour)
      *
      * REMARQUE  : les zones ajoutees le sont en fin
      *             d'enregistrement, apres le prenom : les lignes
      *             anterieures, plus courtes, se lisent comme un
      *             client actif, sans adresse, au delai de 30 jours
      *             et sans plafond. Statut : A (ou blanc) = actif,
      *             I = inactif. Delai de paiement de 0 (comptant) a
      *             120 jours. Plafond a zero = pas de plafond.
      *
      * MODIFICATION : 15/10/2026 - Controle du code postal et de la
      *                ville des adresses de facturation et de
      *                livraison contre le referentiel postal
      *                (sous-programme controle-postal), avec
      *                proposition de la graphie la plus proche.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clients-maint.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Referentiel clients (cf. command-cli.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

       DATA DIVISION.
       FILE SECTION.

      * Referentiel clients : identite, statut, adresses de
      * facturation et de livraison, delai de paiement en jours et
      * plafond d'encours
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

       WORKING-STORAGE SECTION.

      * Code retour du fichier
       01 WS-FS-CLIENTS            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Stockage memoire des clients (100 max), meme disposition que
      * l'enregistrement du fichier
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-NB-CLIENTS-FICHIER    PIC 9(05) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI-TROUVE        PIC 9(03) VALUE ZERO.
       01 WS-ENR-CLIENTS.
           05 WS-CLIENTS OCCURS 100 TIMES.
               10 WS-CLIENTS-ID          PIC X(02).
               10 WS-FILLER              PIC X(06).
               10 WS-NOM                 PIC X(11).
               10 WS-PRENOM              PIC X(09).
               10 WS-CLI-STATUT          PIC X(01).
               10 WS-CLI-FAC-ADRESSE     PIC X(30).
               10 WS-CLI-FAC-CP          PIC X(05).
               10 WS-CLI-FAC-VILLE       PIC X(20).
               10 WS-CLI-LIV-ADRESSE     PIC X(30).
               10 WS-CLI-LIV-CP          PIC X(05).
               10 WS-CLI-LIV-VILLE       PIC X(20).
               10 WS-CLI-DELAI-PAIEMENT  PIC 9(03).
               10 WS-CLI-PLAFOND         PIC 9(07)V99.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Zones de saisie d'un client
       01 WS-SAISIE-CODE           PIC X(02).
       01 WS-SAISIE-NOM            PIC X(11).
       01 WS-SAISIE-PRENOM         PIC X(09).
       01 WS-SAISIE-ADRESSE        PIC X(30).
       01 WS-SAISIE-CP             PIC X(05).
       01 WS-SAISIE-VILLE          PIC X(20).
       01 WS-SAISIE-DELAI          PIC 9(03).
       01 WS-SAISIE-PLAFOND        PIC 9(07)V99.
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

      * Delai de paiement plausible : de 0 (comptant) a 120 jours ;
      * delai applique aux clients anterieurs qui n'en portent pas
       01 WS-DELAI-MAX             PIC 9(03) VALUE 120.
       01 WS-DELAI-DEFAUT          PIC 9(03) VALUE 30.

      * Zones d'edition de la liste
       01 WS-PLAFOND-ED            PIC Z(06)9.99.
       01 WS-STATUT-ED             PIC X(01).

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "clients-maint".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Controle postal d'une adresse (sous-programme
      * controle-postal) : code postal et ville controles,
      * suggestion, code retour et reponse de l'operateur
       01 WS-CPO-CODE-POSTAL       PIC X(05).
       01 WS-CPO-VILLE             PIC X(20).
       01 WS-CPO-SUGGESTION.
           05 WS-CPO-SUG-CODE-POSTAL PIC X(05).
           05 WS-CPO-SUG-VILLE       PIC X(20).
       01 WS-CPO-RC                PIC 9(02).
       01 WS-CPO-REPONSE           PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu de maintenance du referentiel
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Verrou mono-redacteur sur le referentiel, le temps de la
      * maintenance : il est reecrit a partir de la memoire
           MOVE "clients.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "clients.txt est verrouille, maintenance "
                       "abandonnee."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 6100-CHARGER-CLIENTS-DEB
              THRU 6100-CHARGER-CLIENTS-FIN.

      * Refus de toute mise a jour si des clients n'ont pas pu etre
      * charges : la reecriture du fichier les supprimerait
           IF WS-NB-CLIENTS-FICHIER > WS-NB-CLIENTS
               DISPLAY "/!\ clients.txt contient "
                       WS-NB-CLIENTS-FICHIER " clients, seuls "
                       WS-NB-CLIENTS " sont charges : maintenance "
                       "refusee /!\"
           ELSE
               PERFORM 9000-MENU-DEB
                  THRU 9000-MENU-FIN
           END-IF.

      * Retrait du verrou sur le referentiel
           MOVE "clients.txt" TO WS-VER-FICHIER.
           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL CLIENTS EN MEMOIRE
      ******************************************************************
      * Le fichier peut ne pas exister avant le premier ajout. Une
      * ligne anterieure sans statut, delai ni plafond se lit comme
      * un client actif, au delai par defaut, sans plafond
       6100-CHARGER-CLIENTS-DEB.
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
                       ADD 1 TO WS-NB-CLIENTS-FICHIER
                       IF WS-NB-CLIENTS < 100
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE FS-ENR-CLIENTS
                               TO WS-CLIENTS(WS-NB-CLIENTS)
                           IF WS-CLI-STATUT(WS-NB-CLIENTS) = SPACE
                               MOVE "A"
                                 TO WS-CLI-STATUT(WS-NB-CLIENTS)
                           END-IF
                           IF WS-CLI-DELAI-PAIEMENT(WS-NB-CLIENTS)
                                   IS NOT NUMERIC
                               MOVE WS-DELAI-DEFAUT TO
                                 WS-CLI-DELAI-PAIEMENT(WS-NB-CLIENTS)
                           END-IF
                           IF WS-CLI-PLAFOND(WS-NB-CLIENTS)
                                   IS NOT NUMERIC
                               MOVE ZERO
                                 TO WS-CLI-PLAFOND(WS-NB-CLIENTS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "10"
               CLOSE F-CLIENTS
           END-IF.
       6100-CHARGER-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * REECRITURE COMPLETE DE clients.txt A PARTIR DE LA MEMOIRE
      ******************************************************************
       6300-REECRIRE-CLIENTS-DEB.
           OPEN OUTPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "/!\ Erreur ecriture clients.txt, code : "
                       WS-FS-CLIENTS " /!\"
               GO TO 6300-REECRIRE-CLIENTS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               MOVE WS-CLIENTS(WS-IDX-CLI) TO FS-ENR-CLIENTS
               WRITE FS-ENR-CLIENTS
           END-PERFORM.
           CLOSE F-CLIENTS.
       6300-REECRIRE-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * RECHERCHE D'UN CLIENT PAR SON CODE (WS-SAISIE-CODE)
      ******************************************************************
       7000-CHERCHER-CLIENT-DEB.
           MOVE ZERO TO WS-IDX-CLI-TROUVE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLIENTS-ID(WS-IDX-CLI) = WS-SAISIE-CODE
                   MOVE WS-IDX-CLI TO WS-IDX-CLI-TROUVE
               END-IF
           END-PERFORM.
       7000-CHERCHER-CLIENT-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* MAINTENANCE DU REFERENTIEL CLIENTS      *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Ajouter un client                   *"
               DISPLAY "* 2 - Modifier un client                  *"
               DISPLAY "* 3 - Desactiver / reactiver              *"
               DISPLAY "* 4 - Lister les clients                  *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-AJOUTER-DEB
                          THRU 9100-AJOUTER-FIN
                   WHEN 2
                       PERFORM 9200-MODIFIER-DEB
                          THRU 9200-MODIFIER-FIN
                   WHEN 3
                       PERFORM 9300-DESACTIVER-DEB
                          THRU 9300-DESACTIVER-FIN
                   WHEN 4
                       PERFORM 9400-LISTER-DEB
                          THRU 9400-LISTER-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * AJOUT D'UN CLIENT (CODE UNIQUE)
      ******************************************************************
       9100-AJOUTER-DEB.
           IF WS-NB-CLIENTS = 100
               DISPLAY "/!\ Capacite du referentiel atteinte (100 "
                       "clients), ajout refuse /!\"
               GO TO 9100-AJOUTER-FIN
           END-IF.

           DISPLAY "Code client (2 car.) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "/!\ Code vide, ajout annule /!\"
               GO TO 9100-AJOUTER-FIN
           END-IF.

           PERFORM 7000-CHERCHER-CLIENT-DEB
              THRU 7000-CHERCHER-CLIENT-FIN.
           IF WS-IDX-CLI-TROUVE NOT = ZERO
               DISPLAY "/!\ Ce code existe deja : "
                       WS-PRENOM(WS-IDX-CLI-TROUVE) " "
                       WS-NOM(WS-IDX-CLI-TROUVE) " /!\"
               GO TO 9100-AJOUTER-FIN
           END-IF.

           ADD 1 TO WS-NB-CLIENTS.
           MOVE WS-NB-CLIENTS TO WS-IDX-CLI-TROUVE.
           MOVE SPACES TO WS-CLIENTS(WS-IDX-CLI-TROUVE).
           MOVE WS-SAISIE-CODE TO WS-CLIENTS-ID(WS-IDX-CLI-TROUVE).
           MOVE "A" TO WS-CLI-STATUT(WS-IDX-CLI-TROUVE).
           MOVE WS-DELAI-DEFAUT
               TO WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI-TROUVE).
           MOVE ZERO TO WS-CLI-PLAFOND(WS-IDX-CLI-TROUVE).

           PERFORM 9110-SAISIR-FICHE-DEB
              THRU 9110-SAISIR-FICHE-FIN.

           PERFORM 6300-REECRIRE-CLIENTS-DEB
              THRU 6300-REECRIRE-CLIENTS-FIN.
           DISPLAY "Client ajoute.".
       9100-AJOUTER-FIN.
           EXIT.

      ******************************************************************
      * SAISIE DE LA FICHE DU CLIENT WS-IDX-CLI-TROUVE
      ******************************************************************
      * ENTREE sur une zone alphanumerique conserve la valeur en
      * place ; le delai est redemande tant qu'il n'est pas
      * plausible. Sans adresse de livraison saisie, le client est
      * livre a son adresse de facturation
       9110-SAISIR-FICHE-DEB.
           DISPLAY "Nom : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NOM.
           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO WS-NOM(WS-IDX-CLI-TROUVE)
           END-IF.
           DISPLAY "Prenom : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRENOM.
           IF WS-SAISIE-PRENOM NOT = SPACES
               MOVE WS-SAISIE-PRENOM TO WS-PRENOM(WS-IDX-CLI-TROUVE)
           END-IF.

      * Adresse de facturation
           DISPLAY "Adresse de facturation : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ADRESSE.
           IF WS-SAISIE-ADRESSE NOT = SPACES
               MOVE WS-SAISIE-ADRESSE
                   TO WS-CLI-FAC-ADRESSE(WS-IDX-CLI-TROUVE)
           END-IF.
           DISPLAY "Code postal : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CP.
           IF WS-SAISIE-CP NOT = SPACES
               MOVE WS-SAISIE-CP TO WS-CLI-FAC-CP(WS-IDX-CLI-TROUVE)
           END-IF.
           DISPLAY "Ville : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-VILLE.
           IF WS-SAISIE-VILLE NOT = SPACES
               MOVE WS-SAISIE-VILLE
                   TO WS-CLI-FAC-VILLE(WS-IDX-CLI-TROUVE)
           END-IF.
           IF WS-SAISIE-CP NOT = SPACES OR WS-SAISIE-VILLE NOT = SPACES
               MOVE WS-CLI-FAC-CP(WS-IDX-CLI-TROUVE)
                   TO WS-CPO-CODE-POSTAL
               MOVE WS-CLI-FAC-VILLE(WS-IDX-CLI-TROUVE)
                   TO WS-CPO-VILLE
               PERFORM 9120-CONTROLER-ADRESSE-DEB
                  THRU 9120-CONTROLER-ADRESSE-FIN
               MOVE WS-CPO-CODE-POSTAL
                   TO WS-CLI-FAC-CP(WS-IDX-CLI-TROUVE)
               MOVE WS-CPO-VILLE
                   TO WS-CLI-FAC-VILLE(WS-IDX-CLI-TROUVE)
           END-IF.

      * Adresse de livraison
           DISPLAY "Adresse de livraison (ENTREE = facturation) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ADRESSE.
           IF WS-SAISIE-ADRESSE NOT = SPACES
               MOVE WS-SAISIE-ADRESSE
                   TO WS-CLI-LIV-ADRESSE(WS-IDX-CLI-TROUVE)
               DISPLAY "Code postal : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CP
               MOVE WS-SAISIE-CP TO WS-CLI-LIV-CP(WS-IDX-CLI-TROUVE)
               DISPLAY "Ville : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-VILLE
               MOVE WS-SAISIE-CP    TO WS-CPO-CODE-POSTAL
               MOVE WS-SAISIE-VILLE TO WS-CPO-VILLE
               PERFORM 9120-CONTROLER-ADRESSE-DEB
                  THRU 9120-CONTROLER-ADRESSE-FIN
               MOVE WS-CPO-CODE-POSTAL
                   TO WS-CLI-LIV-CP(WS-IDX-CLI-TROUVE)
               MOVE WS-CPO-VILLE
                   TO WS-CLI-LIV-VILLE(WS-IDX-CLI-TROUVE)
           END-IF.
           IF WS-CLI-LIV-ADRESSE(WS-IDX-CLI-TROUVE) = SPACES
               MOVE WS-CLI-FAC-ADRESSE(WS-IDX-CLI-TROUVE)
                   TO WS-CLI-LIV-ADRESSE(WS-IDX-CLI-TROUVE)
               MOVE WS-CLI-FAC-CP(WS-IDX-CLI-TROUVE)
                   TO WS-CLI-LIV-CP(WS-IDX-CLI-TROUVE)
               MOVE WS-CLI-FAC-VILLE(WS-IDX-CLI-TROUVE)
                   TO WS-CLI-LIV-VILLE(WS-IDX-CLI-TROUVE)
           END-IF.

      * Conditions de paiement et plafond d'encours
           MOVE 999 TO WS-SAISIE-DELAI.
           PERFORM UNTIL WS-SAISIE-DELAI <= WS-DELAI-MAX
               DISPLAY "Delai de paiement en jours (0-120, actuel "
                       WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI-TROUVE)
                       ") : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-DELAI
               IF WS-SAISIE-DELAI > WS-DELAI-MAX
                   DISPLAY "Delai implausible, reessayez."
               END-IF
           END-PERFORM.
           MOVE WS-SAISIE-DELAI
               TO WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI-TROUVE).
           MOVE WS-CLI-PLAFOND(WS-IDX-CLI-TROUVE) TO WS-PLAFOND-ED.
           DISPLAY "Plafond d'encours (0 = sans plafond, actuel "
                   FUNCTION TRIM(WS-PLAFOND-ED) ") : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PLAFOND.
           MOVE WS-SAISIE-PLAFOND TO WS-CLI-PLAFOND(WS-IDX-CLI-TROUVE).
       9110-SAISIR-FICHE-FIN.
           EXIT.

      * Controle de WS-CPO-CODE-POSTAL / WS-CPO-VILLE contre le
      * referentiel postal : en cas d'anomalie la graphie la plus
      * proche est proposee, l'operateur la reprend ou conserve sa
      * saisie (adresse a l'etranger, commune nouvelle...)
       9120-CONTROLER-ADRESSE-DEB.
           CALL "controle-postal" USING WS-CPO-CODE-POSTAL
               WS-CPO-VILLE WS-CPO-SUGGESTION WS-CPO-RC.
           EVALUATE WS-CPO-RC
               WHEN 4
                   DISPLAY "/!\ Ville inconnue pour le code postal "
                           WS-CPO-CODE-POSTAL " /!\"
               WHEN 8
                   DISPLAY "/!\ Code postal " WS-CPO-CODE-POSTAL
                           " inconnu /!\"
               WHEN OTHER
                   GO TO 9120-CONTROLER-ADRESSE-FIN
           END-EVALUATE.
           IF WS-CPO-SUGGESTION = SPACES
               DISPLAY "Aucune suggestion, saisie conservee."
               GO TO 9120-CONTROLER-ADRESSE-FIN
           END-IF.

           DISPLAY "Suggestion : " WS-CPO-SUG-CODE-POSTAL " "
                   FUNCTION TRIM(WS-CPO-SUG-VILLE).
           DISPLAY "Reprendre la suggestion (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-CPO-REPONSE.
           IF WS-CPO-REPONSE = 'O' OR WS-CPO-REPONSE = 'o'
               MOVE WS-CPO-SUG-CODE-POSTAL TO WS-CPO-CODE-POSTAL
               MOVE WS-CPO-SUG-VILLE       TO WS-CPO-VILLE
           END-IF.
       9120-CONTROLER-ADRESSE-FIN.
           EXIT.

      ******************************************************************
      * MODIFICATION D'UN CLIENT EXISTANT
      ******************************************************************
       9200-MODIFIER-DEB.
           DISPLAY "Code du client a modifier : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE.
           PERFORM 7000-CHERCHER-CLIENT-DEB
              THRU 7000-CHERCHER-CLIENT-FIN.
           IF WS-IDX-CLI-TROUVE = ZERO
               DISPLAY "/!\ Client introuvable /!\"
               GO TO 9200-MODIFIER-FIN
           END-IF.

           MOVE WS-CLI-PLAFOND(WS-IDX-CLI-TROUVE) TO WS-PLAFOND-ED.
           DISPLAY "Client       : " WS-PRENOM(WS-IDX-CLI-TROUVE) " "
                   WS-NOM(WS-IDX-CLI-TROUVE).
           DISPLAY "Facturation  : "
                   WS-CLI-FAC-ADRESSE(WS-IDX-CLI-TROUVE) " "
                   WS-CLI-FAC-CP(WS-IDX-CLI-TROUVE) " "
                   WS-CLI-FAC-VILLE(WS-IDX-CLI-TROUVE).
           DISPLAY "Livraison    : "
                   WS-CLI-LIV-ADRESSE(WS-IDX-CLI-TROUVE) " "
                   WS-CLI-LIV-CP(WS-IDX-CLI-TROUVE) " "
                   WS-CLI-LIV-VILLE(WS-IDX-CLI-TROUVE).
           DISPLAY "Delai        : "
                   WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI-TROUVE) " jours".
           DISPLAY "Plafond      : " WS-PLAFOND-ED.
           DISPLAY "(ENTREE conserve les nom, prenom et adresses)".

           PERFORM 9110-SAISIR-FICHE-DEB
              THRU 9110-SAISIR-FICHE-FIN.

           PERFORM 6300-REECRIRE-CLIENTS-DEB
              THRU 6300-REECRIRE-CLIENTS-FIN.
           DISPLAY "Client modifie.".
       9200-MODIFIER-FIN.
           EXIT.

      ******************************************************************
      * DESACTIVATION / REACTIVATION D'UN CLIENT
      ******************************************************************
      * Un client inactif reste au referentiel (factures et
      * historique) mais ne peut plus passer commande
       9300-DESACTIVER-DEB.
           DISPLAY "Code du client : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE.
           PERFORM 7000-CHERCHER-CLIENT-DEB
              THRU 7000-CHERCHER-CLIENT-FIN.
           IF WS-IDX-CLI-TROUVE = ZERO
               DISPLAY "/!\ Client introuvable /!\"
               GO TO 9300-DESACTIVER-FIN
           END-IF.

           IF WS-CLI-STATUT(WS-IDX-CLI-TROUVE) = "I"
               DISPLAY "Client inactif. Reactiver (O/N) : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRME
               IF WS-CONFIRME
                   MOVE "A" TO WS-CLI-STATUT(WS-IDX-CLI-TROUVE)
                   PERFORM 6300-REECRIRE-CLIENTS-DEB
                      THRU 6300-REECRIRE-CLIENTS-FIN
                   DISPLAY "Client reactive."
               END-IF
           ELSE
               DISPLAY "Confirmer la desactivation de "
                       FUNCTION TRIM(WS-PRENOM(WS-IDX-CLI-TROUVE)) " "
                       FUNCTION TRIM(WS-NOM(WS-IDX-CLI-TROUVE))
                       " (O/N) : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRME
               IF WS-CONFIRME
                   MOVE "I" TO WS-CLI-STATUT(WS-IDX-CLI-TROUVE)
                   PERFORM 6300-REECRIRE-CLIENTS-DEB
                      THRU 6300-REECRIRE-CLIENTS-FIN
                   DISPLAY "Client desactive."
               ELSE
                   DISPLAY "Desactivation annulee."
               END-IF
           END-IF.
       9300-DESACTIVER-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES CLIENTS DU REFERENTIEL
      ******************************************************************
       9400-LISTER-DEB.
           DISPLAY "| Cd | Nom         | Prenom    | Ville de "
                   "facturation | Delai | Plafond    | St |".
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               MOVE WS-CLI-PLAFOND(WS-IDX-CLI) TO WS-PLAFOND-ED
               MOVE WS-CLI-STATUT(WS-IDX-CLI) TO WS-STATUT-ED
               DISPLAY "| " WS-CLIENTS-ID(WS-IDX-CLI) " | "
                       WS-NOM(WS-IDX-CLI) " | "
                       WS-PRENOM(WS-IDX-CLI) " | "
                       WS-CLI-FAC-VILLE(WS-IDX-CLI) " | "
                       WS-CLI-DELAI-PAIEMENT(WS-IDX-CLI) "   | "
                       WS-PLAFOND-ED " | "
                       WS-STATUT-ED "  |"
           END-PERFORM.
           DISPLAY WS-NB-CLIENTS " client(s).".
       9400-LISTER-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
