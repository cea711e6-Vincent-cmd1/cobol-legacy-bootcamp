      * REMARQUE  : "DUPONT JEAN" et "Dupont J." ne comptent plus que
      *             pour un seul client une fois l'identifiant pose
      *             sur leurs contrats.
      *
      * MODIFICATION : 15/10/2026 - Mode de paiement par prelevement
      *                (FS-CLI-PRELEVEMENT = O) et coordonnees
      *                bancaires du client (IBAN, BIC, reference
      *                unique du mandat), saisis a l'ajout et a la
      *                modification : ils alimentent les ordres de
      *                prelevement de assurances-prelevement.
      * MODIFICATION : 15/10/2026 - Controle du code postal et de la
      *                ville saisis contre le referentiel postal
      *                (sous-programme controle-postal), avec
      *                proposition de la graphie la plus proche.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.

      * Enregistrement d'un client : identifiant, nom canonique,
      * adresse postale, puis mode de paiement et coordonnees
      * bancaires du mandat de prelevement
       FD F-CLIENTS.
       01 FS-ENR-CLIENT.
           05 FS-CLI-ID                   PIC X(06).
           05 FS-CLI-CODE-POSTAL          PIC X(05).
           05 FILLER                      PIC X(01).
           05 FS-CLI-VILLE                PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-CLI-PRELEVEMENT          PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-CLI-IBAN                 PIC X(34).
           05 FILLER                      PIC X(01).
           05 FS-CLI-BIC                  PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-CLI-RUM                  PIC X(35).

      * Enregistrement des contrats, tel que declare dans
      * assurances.cbl pour respecter l'alignement des colonnes
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.

      * Zones de saisie du mode de paiement (O = prelevement) et
      * des coordonnees bancaires du mandat
       01 WS-SAISIE-PRELEVEMENT    PIC X(01).
           88 WS-SAISIE-EST-PRELEVEMENT         VALUE 'O'.
       01 WS-SAISIE-IBAN           PIC X(34).
       01 WS-SAISIE-BIC            PIC X(11).
       01 WS-SAISIE-RUM            PIC X(35).

      * Table memoire des clients, chargee pour le rapprochement
       01 WS-NB-CLIENTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-CLI               PIC 9(03) VALUE ZERO.
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Controle postal de l'adresse saisie (sous-programme
      * controle-postal) : code postal et ville controles,
      * suggestion, code retour et reponse de l'operateur
       01 WS-CPO-CODE-POSTAL       PIC X(05).
       01 WS-CPO-VILLE             PIC X(20).
       01 WS-CPO-SUGGESTION.
           05 WS-CPO-SUG-CODE-POSTAL PIC X(05).
           05 WS-CPO-SUG-VILLE       PIC X(20).
       01 WS-CPO-RC                PIC 9(02).
       01 WS-CPO-REPONSE           PIC X(01).

      * Compteurs de la passe de rapprochement
       01 WS-NB-PROPOSES           PIC 9(03) VALUE ZERO.
       01 WS-NB-RELIES             PIC 9(03) VALUE ZERO.
                       ACCEPT WS-SAISIE-CODE-POSTAL
                       DISPLAY "Ville : " SPACE WITH NO ADVANCING
                       ACCEPT WS-SAISIE-VILLE
                       PERFORM 9160-CONTROLER-ADRESSE-DEB
                          THRU 9160-CONTROLER-ADRESSE-FIN
                       MOVE SPACES TO FS-CLI-IBAN
                       MOVE SPACES TO FS-CLI-BIC
                       MOVE SPACES TO FS-CLI-RUM
                       PERFORM 9150-SAISIR-PRELEVEMENT-DEB
                          THRU 9150-SAISIR-PRELEVEMENT-FIN

                       MOVE WS-SAISIE-ID          TO FS-CLI-ID
                       MOVE WS-SAISIE-NOM         TO FS-CLI-NOM
                       MOVE WS-SAISIE-CODE-POSTAL
                                                  TO FS-CLI-CODE-POSTAL
                       MOVE WS-SAISIE-VILLE       TO FS-CLI-VILLE
                       MOVE WS-SAISIE-PRELEVEMENT TO FS-CLI-PRELEVEMENT
                       MOVE WS-SAISIE-IBAN        TO FS-CLI-IBAN
                       MOVE WS-SAISIE-BIC         TO FS-CLI-BIC
                       MOVE WS-SAISIE-RUM         TO FS-CLI-RUM
                       WRITE FS-ENR-CLIENT
                       IF WS-FS-CLIENTS = "00"
                           DISPLAY "Client ajoute."
       9100-AJOUTER-CLIENT-FIN.
           EXIT.

      * Saisie du mode de paiement ; en prelevement, IBAN, BIC et
      * reference du mandat sont obligatoires (ENTREE conserve la
      * valeur actuelle de FS-ENR-CLIENT)
       9150-SAISIR-PRELEVEMENT-DEB.
           MOVE FS-CLI-IBAN TO WS-SAISIE-IBAN.
           MOVE FS-CLI-BIC  TO WS-SAISIE-BIC.
           MOVE FS-CLI-RUM  TO WS-SAISIE-RUM.
           DISPLAY "Paiement par prelevement (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRELEVEMENT.
           IF NOT WS-SAISIE-EST-PRELEVEMENT
               MOVE 'N' TO WS-SAISIE-PRELEVEMENT
               GO TO 9150-SAISIR-PRELEVEMENT-FIN
           END-IF.

           DISPLAY "IBAN (" FUNCTION TRIM(WS-SAISIE-IBAN) ") : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-IBAN.
           IF WS-SAISIE-IBAN = SPACES
               MOVE FS-CLI-IBAN TO WS-SAISIE-IBAN
           END-IF.
           DISPLAY "BIC (" FUNCTION TRIM(WS-SAISIE-BIC) ") : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-BIC.
           IF WS-SAISIE-BIC = SPACES
               MOVE FS-CLI-BIC TO WS-SAISIE-BIC
           END-IF.
           DISPLAY "Reference du mandat (" FUNCTION TRIM(WS-SAISIE-RUM)
                   ") : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-RUM.
           IF WS-SAISIE-RUM = SPACES
               MOVE FS-CLI-RUM TO WS-SAISIE-RUM
           END-IF.

           IF WS-SAISIE-IBAN = SPACES OR WS-SAISIE-RUM = SPACES
               DISPLAY "/!\ IBAN ou mandat manquant : client "
                       "enregistre sans prelevement /!\"
               MOVE 'N' TO WS-SAISIE-PRELEVEMENT
           END-IF.
       9150-SAISIR-PRELEVEMENT-FIN.
           EXIT.

      * Controle du code postal et de la ville saisis contre le
      * referentiel postal : en cas d'anomalie la graphie la plus
      * proche est proposee, l'operateur la reprend ou conserve sa
      * saisie (adresse a l'etranger, commune nouvelle...)
       9160-CONTROLER-ADRESSE-DEB.
           MOVE WS-SAISIE-CODE-POSTAL TO WS-CPO-CODE-POSTAL.
           MOVE WS-SAISIE-VILLE       TO WS-CPO-VILLE.
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
                   GO TO 9160-CONTROLER-ADRESSE-FIN
           END-EVALUATE.
           IF WS-CPO-SUGGESTION = SPACES
               DISPLAY "Aucune suggestion, saisie conservee."
               GO TO 9160-CONTROLER-ADRESSE-FIN
           END-IF.

           DISPLAY "Suggestion : " WS-CPO-SUG-CODE-POSTAL " "
                   FUNCTION TRIM(WS-CPO-SUG-VILLE).
           DISPLAY "Reprendre la suggestion (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-CPO-REPONSE.
           IF WS-CPO-REPONSE = 'O' OR WS-CPO-REPONSE = 'o'
               MOVE WS-CPO-SUG-CODE-POSTAL TO WS-SAISIE-CODE-POSTAL
               MOVE WS-CPO-SUG-VILLE       TO WS-SAISIE-VILLE
           END-IF.
       9160-CONTROLER-ADRESSE-FIN.
           EXIT.

      ******************************************************************
      * MODIFICATION D'UN CLIENT EXISTANT
      ******************************************************************
                   DISPLAY "Nouvelle ville : "
                           SPACE WITH NO ADVANCING
                   ACCEPT WS-SAISIE-VILLE
                   PERFORM 9160-CONTROLER-ADRESSE-DEB
                      THRU 9160-CONTROLER-ADRESSE-FIN
                   PERFORM 9150-SAISIR-PRELEVEMENT-DEB
                      THRU 9150-SAISIR-PRELEVEMENT-FIN

                   MOVE WS-SAISIE-NOM         TO FS-CLI-NOM
                   MOVE WS-SAISIE-ADRESSE     TO FS-CLI-ADRESSE
                   MOVE WS-SAISIE-CODE-POSTAL TO FS-CLI-CODE-POSTAL
                   MOVE WS-SAISIE-VILLE       TO FS-CLI-VILLE
                   MOVE WS-SAISIE-PRELEVEMENT TO FS-CLI-PRELEVEMENT
                   MOVE WS-SAISIE-IBAN        TO FS-CLI-IBAN
                   MOVE WS-SAISIE-BIC         TO FS-CLI-BIC
                   MOVE WS-SAISIE-RUM         TO FS-CLI-RUM
                   REWRITE FS-ENR-CLIENT
                   IF WS-FS-CLIENTS = "00"
                       DISPLAY "Client modifie."
                   SET QUITTER TO TRUE
           END-START.

           DISPLAY "| Id     | Nom                    | Ville"
                   "                | Prel.".
           PERFORM UNTIL QUITTER
               READ F-CLIENTS NEXT RECORD
                   AT END
                   NOT AT END
                       DISPLAY "| " FS-CLI-ID " | " FS-CLI-NOM
                               " | " FS-CLI-VILLE
                               " | " FS-CLI-PRELEVEMENT
                       ADD 1 TO WS-NB-LIGNES-AFFICHEES
                       DIVIDE WS-NB-LIGNES-AFFICHEES
                           BY WS-NB-LIGNES-PAGE
