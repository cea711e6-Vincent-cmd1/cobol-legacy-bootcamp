      ******************************************************************
      * PROGRAMME : LICENCES-COURTIERS.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Tenue du registre des licences des courtiers
      *             (licences-courtiers.txt) : une licence par code
      *             agent de gens.txt, avec le numero
      *             d'immatriculation, la date de delivrance, la date
      *             d'expiration et jusqu'a 5 branches (FS-NOM-PRODUIT)
      *             que le courtier est autorise a placer. La branche
      *             "*" couvre tous les produits.
      *
      *             Le registre est lu par assurances.cbl (refus de
      *             rattacher un courtier dont la licence est expiree
      *             ou ne couvre pas le produit du contrat), par
      *             assurances-commissions.cbl (reglement retenu pour
      *             un courtier sans licence valide) et par
      *             licences-echeances.cbl (licences arrivant a
      *             expiration).
      *
      * FICHIERS  :
      *   - F-LICENCES : licences-courtiers.txt (registre, charge
      *                  en memoire puis reecrit apres chaque mise a
      *                  jour, comme gens.txt dans gens.cbl)
      *   - F-GENS     : gens.txt (annuaire des agents, entree :
      *                  un code agent inconnu est refuse)
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. licences-courtiers.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Registre des licences : une ligne par code agent
           SELECT F-LICENCES ASSIGN TO "licences-courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCES.

      * Annuaire des agents (tenu a jour par gens.cbl)
           SELECT F-GENS ASSIGN TO "gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENS.

       DATA DIVISION.
       FILE SECTION.

      * Licence d'un courtier : branches autorisees sur le modele de
      * FS-NOM-PRODUIT de assurances.dat
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

      * Enregistrement d'un agent, tel que declare dans gens.cbl
       FD F-GENS.
       01 FS-ENR-GENS.
           05 FS-G-PRENOM                 PIC X(12).
           05 FS-G-NOM                    PIC X(17).
           05 FS-G-CODE-AGENT             PIC X(06).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-LICENCES           PIC X(02).
       01 WS-FS-GENS               PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Session ouverte par le sous-programme signon : la mise a jour
      * du registre est reservee au role ADMIN
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Date du jour, pour l'etat d'une licence a l'affichage
       01 WS-DATE-JOUR             PIC 9(08).

      * Registre des licences charge en memoire
       01 WS-NB-LICENCES           PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIC               PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIC-TROUVE        PIC 9(03) VALUE ZERO.
       01 WS-IDX-BRANCHE           PIC 9(01) VALUE ZERO.
       01 WS-TAB-LICENCES.
           05 WS-LICENCE OCCURS 50 TIMES.
              10 WS-LIC-CODE-AGENT      PIC X(06).
              10 WS-LIC-NUMERO          PIC X(12).
              10 WS-LIC-DATE-EMISSION   PIC 9(08).
              10 WS-LIC-DATE-EXPIRATION PIC 9(08).
              10 WS-LIC-PRODUIT OCCURS 5 TIMES PIC X(14).
      * Lignes reelles du registre, y compris celles au-dela de la
      * capacite du tableau : la mise a jour est alors refusee pour
      * ne pas perdre de licences a la reecriture (cf. gens.cbl)
       01 WS-NB-LICENCES-FICHIER   PIC 9(05) VALUE ZERO.

      * Codes agent de l'annuaire, pour le controle a la saisie
       01 WS-NB-AGENTS             PIC 9(03) VALUE ZERO.
       01 WS-IDX-AGENT             PIC 9(03) VALUE ZERO.
       01 WS-TAB-AGENTS.
           05 WS-AGENT-CODE OCCURS 50 TIMES PIC X(06).
       01 WS-AGENT-TROUVE          PIC X(01) VALUE "N".
           88 WS-AGENT-EST-CONNU                VALUE "Y".

      * Zones de saisie d'une licence
       01 WS-SAISIE-CODE-AGENT     PIC X(06).
       01 WS-SAISIE-NUMERO         PIC X(12).
       01 WS-SAISIE-DATE-EMISSION  PIC 9(08).
       01 WS-SAISIE-DATE-EXPIRATION PIC 9(08).
       01 WS-SAISIE-PRODUIT        PIC X(14).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

      * Etat d'une licence a la date du jour, pour la liste
       01 WS-LIC-ETAT              PIC X(08).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu du registre des licences
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Ouverture de session : sans authentification, pas d'acces
           CALL "signon" USING WS-UTILISATEUR WS-ROLE WS-RC-SIGNON.
           IF WS-RC-SIGNON NOT = ZERO
               DISPLAY "Acces refuse."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6110-CHARGER-LICENCES-DEB
              THRU 6110-CHARGER-LICENCES-FIN.
           PERFORM 6120-CHARGER-AGENTS-DEB
              THRU 6120-CHARGER-AGENTS-FIN.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DU REGISTRE DES LICENCES
      ******************************************************************
      * Le registre peut ne pas exister avant la premiere licence
      * saisie : on part alors d'un registre vide
       6110-CHARGER-LICENCES-DEB.
           MOVE ZERO TO WS-NB-LICENCES.
           MOVE ZERO TO WS-NB-LICENCES-FICHIER.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LICENCES.
           IF WS-FS-LICENCES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LICENCES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LICENCES-FICHIER
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
                           PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                                   UNTIL WS-IDX-BRANCHE > 5
                               MOVE FS-LIC-PRODUIT(WS-IDX-BRANCHE)
                                   TO WS-LIC-PRODUIT(WS-NB-LICENCES,
                                                     WS-IDX-BRANCHE)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LICENCES = "00" OR WS-FS-LICENCES = "10"
               CLOSE F-LICENCES
           END-IF.

           IF WS-NB-LICENCES-FICHIER > WS-NB-LICENCES
               DISPLAY "/!\ licences-courtiers.txt contient "
                       WS-NB-LICENCES-FICHIER " lignes, seules "
                       WS-NB-LICENCES " sont chargees : mise a jour"
                       " indisponible /!\"
           END-IF.
       6110-CHARGER-LICENCES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CODES AGENT DE L'ANNUAIRE
      ******************************************************************
       6120-CHARGER-AGENTS-DEB.
           MOVE ZERO TO WS-NB-AGENTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-GENS.
           IF WS-FS-GENS NOT = "00"
               DISPLAY "/!\ gens.txt indisponible (code " WS-FS-GENS
                       "), controle des codes agent desactive /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-GENS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-AGENTS < 50
                           AND FS-G-CODE-AGENT NOT = SPACES
                           ADD 1 TO WS-NB-AGENTS
                           MOVE FS-G-CODE-AGENT
                               TO WS-AGENT-CODE(WS-NB-AGENTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-GENS = "00" OR WS-FS-GENS = "10"
               CLOSE F-GENS
           END-IF.
       6120-CHARGER-AGENTS-FIN.
           EXIT.

      ******************************************************************
      * REECRITURE COMPLETE DU REGISTRE A PARTIR DE LA MEMOIRE
      ******************************************************************
       6320-REECRIRE-LICENCES-DEB.
           OPEN OUTPUT F-LICENCES.
           IF WS-FS-LICENCES NOT = "00"
               DISPLAY "Erreur ouverture licences-courtiers.txt, "
                       "code : " WS-FS-LICENCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                   UNTIL WS-IDX-LIC > WS-NB-LICENCES
               MOVE SPACES TO FS-ENR-LICENCE
               MOVE WS-LIC-CODE-AGENT(WS-IDX-LIC)
                   TO FS-LIC-CODE-AGENT
               MOVE WS-LIC-NUMERO(WS-IDX-LIC) TO FS-LIC-NUMERO
               MOVE WS-LIC-DATE-EMISSION(WS-IDX-LIC)
                   TO FS-LIC-DATE-EMISSION
               MOVE WS-LIC-DATE-EXPIRATION(WS-IDX-LIC)
                   TO FS-LIC-DATE-EXPIRATION
               PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                       UNTIL WS-IDX-BRANCHE > 5
                   MOVE WS-LIC-PRODUIT(WS-IDX-LIC, WS-IDX-BRANCHE)
                       TO FS-LIC-PRODUIT(WS-IDX-BRANCHE)
               END-PERFORM
               WRITE FS-ENR-LICENCE
           END-PERFORM.
           CLOSE F-LICENCES.
           MOVE WS-NB-LICENCES TO WS-NB-LICENCES-FICHIER.
       6320-REECRIRE-LICENCES-FIN.
           EXIT.

      ******************************************************************
      * RECHERCHE D'UNE LICENCE PAR CODE AGENT
      ******************************************************************
      * Positionne WS-IDX-LIC-TROUVE sur la licence de
      * WS-SAISIE-CODE-AGENT (zero si le code n'a pas de licence)
       7000-CHERCHER-LICENCE-DEB.
           MOVE ZERO TO WS-IDX-LIC-TROUVE.
           PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                   UNTIL WS-IDX-LIC > WS-NB-LICENCES
               IF WS-LIC-CODE-AGENT(WS-IDX-LIC) = WS-SAISIE-CODE-AGENT
                   MOVE WS-IDX-LIC TO WS-IDX-LIC-TROUVE
               END-IF
           END-PERFORM.
       7000-CHERCHER-LICENCE-FIN.
           EXIT.

      * Positionne WS-AGENT-TROUVE selon que WS-SAISIE-CODE-AGENT
      * existe dans l'annuaire (tout code est admis sans annuaire)
       7100-VERIFIER-AGENT-DEB.
           MOVE "N" TO WS-AGENT-TROUVE.
           IF WS-NB-AGENTS = ZERO
               SET WS-AGENT-EST-CONNU TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-AGENT FROM 1 BY 1
                       UNTIL WS-IDX-AGENT > WS-NB-AGENTS
                   IF WS-AGENT-CODE(WS-IDX-AGENT)
                           = WS-SAISIE-CODE-AGENT
                       SET WS-AGENT-EST-CONNU TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       7100-VERIFIER-AGENT-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* REGISTRE DES LICENCES COURTIERS         *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les licences                 *"
               DISPLAY "* 2 - Saisir ou modifier une licence      *"
               DISPLAY "* 3 - Supprimer une licence               *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-LICENCES-DEB
                          THRU 9100-LISTER-LICENCES-FIN
                   WHEN 2
                       IF WS-ROLE-ADMIN
                           PERFORM 9200-SAISIR-LICENCE-DEB
                              THRU 9200-SAISIR-LICENCE-FIN
                       ELSE
                           DISPLAY "Role LECTURE : mise a jour "
                                   "refusee."
                       END-IF
                   WHEN 3
                       IF WS-ROLE-ADMIN
                           PERFORM 9300-SUPPRIMER-LICENCE-DEB
                              THRU 9300-SUPPRIMER-LICENCE-FIN
                       ELSE
                           DISPLAY "Role LECTURE : mise a jour "
                                   "refusee."
                       END-IF
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES LICENCES, AVEC LEUR ETAT A LA DATE DU JOUR
      ******************************************************************
       9100-LISTER-LICENCES-DEB.
           IF WS-NB-LICENCES = ZERO
               DISPLAY "Aucune licence enregistree."
               GO TO 9100-LISTER-LICENCES-FIN
           END-IF.
           DISPLAY "| Agent  | Numero       | Delivree | Expire   "
                   "| Etat     | Branches".
           PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                   UNTIL WS-IDX-LIC > WS-NB-LICENCES
               EVALUATE TRUE
                   WHEN WS-LIC-DATE-EXPIRATION(WS-IDX-LIC)
                           < WS-DATE-JOUR
                       MOVE "EXPIREE" TO WS-LIC-ETAT
                   WHEN WS-LIC-DATE-EMISSION(WS-IDX-LIC)
                           > WS-DATE-JOUR
                       MOVE "A VENIR" TO WS-LIC-ETAT
                   WHEN OTHER
                       MOVE "VALIDE" TO WS-LIC-ETAT
               END-EVALUATE
               DISPLAY "| " WS-LIC-CODE-AGENT(WS-IDX-LIC)
                       " | " WS-LIC-NUMERO(WS-IDX-LIC)
                       " | " WS-LIC-DATE-EMISSION(WS-IDX-LIC)
                       " | " WS-LIC-DATE-EXPIRATION(WS-IDX-LIC)
                       " | " WS-LIC-ETAT " | "
                       WITH NO ADVANCING
               PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                       UNTIL WS-IDX-BRANCHE > 5
                   IF WS-LIC-PRODUIT(WS-IDX-LIC, WS-IDX-BRANCHE)
                           NOT = SPACES
                       DISPLAY FUNCTION TRIM
                               (WS-LIC-PRODUIT(WS-IDX-LIC,
                                               WS-IDX-BRANCHE))
                               " " WITH NO ADVANCING
                   END-IF
               END-PERFORM
               DISPLAY " "
           END-PERFORM.
       9100-LISTER-LICENCES-FIN.
           EXIT.

      ******************************************************************
      * SAISIE D'UNE LICENCE (CREATION OU REMPLACEMENT)
      ******************************************************************
      * Un code agent porte une seule licence : le renouvellement
      * remplace la licence precedente (nouveau numero, nouvelles
      * dates, nouvelles branches)
       9200-SAISIR-LICENCE-DEB.
           IF WS-NB-LICENCES-FICHIER > WS-NB-LICENCES
               DISPLAY "/!\ Registre incompletement charge : mise a"
                       " jour refusee /!\"
               GO TO 9200-SAISIR-LICENCE-FIN
           END-IF.

           DISPLAY "Code agent : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE-AGENT.
           IF WS-SAISIE-CODE-AGENT = SPACES
               GO TO 9200-SAISIR-LICENCE-FIN
           END-IF.
           PERFORM 7100-VERIFIER-AGENT-DEB
              THRU 7100-VERIFIER-AGENT-FIN.
           IF NOT WS-AGENT-EST-CONNU
               DISPLAY "/!\ Code agent " WS-SAISIE-CODE-AGENT
                       " inconnu de gens.txt /!\"
               GO TO 9200-SAISIR-LICENCE-FIN
           END-IF.

           PERFORM 7000-CHERCHER-LICENCE-DEB
              THRU 7000-CHERCHER-LICENCE-FIN.
           IF WS-IDX-LIC-TROUVE = ZERO
               IF WS-NB-LICENCES >= 50
                   DISPLAY "/!\ Registre complet, ajout impossible /!\"
                   GO TO 9200-SAISIR-LICENCE-FIN
               END-IF
           ELSE
               DISPLAY "Licence actuelle : "
                       WS-LIC-NUMERO(WS-IDX-LIC-TROUVE)
                       " expire le "
                       WS-LIC-DATE-EXPIRATION(WS-IDX-LIC-TROUVE)
           END-IF.

           DISPLAY "Numero d'immatriculation : " SPACE
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUMERO.
           DISPLAY "Date de delivrance AAAAMMJJ : " SPACE
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE-EMISSION.
           DISPLAY "Date d'expiration AAAAMMJJ : " SPACE
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE-EXPIRATION.
           IF WS-SAISIE-NUMERO = SPACES
               OR WS-SAISIE-DATE-EMISSION = ZERO
               OR WS-SAISIE-DATE-EXPIRATION
                   NOT > WS-SAISIE-DATE-EMISSION
               DISPLAY "/!\ Numero ou dates invalides, saisie "
                       "annulee /!\"
               GO TO 9200-SAISIR-LICENCE-FIN
           END-IF.

           IF WS-IDX-LIC-TROUVE = ZERO
               ADD 1 TO WS-NB-LICENCES
               MOVE WS-NB-LICENCES TO WS-IDX-LIC-TROUVE
           END-IF.
           MOVE WS-SAISIE-CODE-AGENT
               TO WS-LIC-CODE-AGENT(WS-IDX-LIC-TROUVE).
           MOVE WS-SAISIE-NUMERO TO WS-LIC-NUMERO(WS-IDX-LIC-TROUVE).
           MOVE WS-SAISIE-DATE-EMISSION
               TO WS-LIC-DATE-EMISSION(WS-IDX-LIC-TROUVE).
           MOVE WS-SAISIE-DATE-EXPIRATION
               TO WS-LIC-DATE-EXPIRATION(WS-IDX-LIC-TROUVE).

      * Branches autorisees : ENTREE a vide termine la liste
           DISPLAY "Branches autorisees (produit, * = toutes, "
                   "ENTREE pour terminer, 5 au plus)".
           MOVE SPACES TO WS-SAISIE-PRODUIT.
           PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-BRANCHE > 5
               MOVE SPACES
                   TO WS-LIC-PRODUIT(WS-IDX-LIC-TROUVE, WS-IDX-BRANCHE)
               IF WS-IDX-BRANCHE = 1 OR WS-SAISIE-PRODUIT NOT = SPACES
                   DISPLAY "Branche " WS-IDX-BRANCHE " : " SPACE
                           WITH NO ADVANCING
                   ACCEPT WS-SAISIE-PRODUIT
                   MOVE WS-SAISIE-PRODUIT
                       TO WS-LIC-PRODUIT(WS-IDX-LIC-TROUVE,
                                         WS-IDX-BRANCHE)
               END-IF
           END-PERFORM.

           PERFORM 6320-REECRIRE-LICENCES-DEB
              THRU 6320-REECRIRE-LICENCES-FIN.
           DISPLAY "Licence enregistree.".
       9200-SAISIR-LICENCE-FIN.
           EXIT.

      ******************************************************************
      * SUPPRESSION D'UNE LICENCE, APRES CONFIRMATION
      ******************************************************************
       9300-SUPPRIMER-LICENCE-DEB.
           IF WS-NB-LICENCES-FICHIER > WS-NB-LICENCES
               DISPLAY "/!\ Registre incompletement charge : mise a"
                       " jour refusee /!\"
               GO TO 9300-SUPPRIMER-LICENCE-FIN
           END-IF.

           DISPLAY "Code agent : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE-AGENT.
           PERFORM 7000-CHERCHER-LICENCE-DEB
              THRU 7000-CHERCHER-LICENCE-FIN.
           IF WS-IDX-LIC-TROUVE = ZERO
               DISPLAY "/!\ Aucune licence pour ce code agent /!\"
               GO TO 9300-SUPPRIMER-LICENCE-FIN
           END-IF.

           DISPLAY "Confirmer la suppression de la licence "
                   FUNCTION TRIM(WS-LIC-NUMERO(WS-IDX-LIC-TROUVE))
                   " (O/N) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Suppression annulee."
               GO TO 9300-SUPPRIMER-LICENCE-FIN
           END-IF.

      * Decalage des licences suivantes pour combler la suppression
           PERFORM VARYING WS-IDX-LIC FROM WS-IDX-LIC-TROUVE BY 1
                   UNTIL WS-IDX-LIC >= WS-NB-LICENCES
               MOVE WS-LICENCE(WS-IDX-LIC + 1)
                   TO WS-LICENCE(WS-IDX-LIC)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-LICENCES.

           PERFORM 6320-REECRIRE-LICENCES-DEB
              THRU 6320-REECRIRE-LICENCES-FIN.
           DISPLAY "Licence supprimee.".
       9300-SUPPRIMER-LICENCE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
