      ******************************************************************
      * PROGRAMME : CLIENTS-VUE-UNIQUE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Vue unique d'un client connu a la fois des ventes
      *             (clients.txt, cf. clients-maint.cbl) et de
      *             l'assurance (clients-assurance.txt, cf.
      *             clients-assurance.cbl).
      *
      *             Le rapprochement (role ADMIN) propose les paires
      *             dont le nom (NOM PRENOM ou PRENOM NOM, sans tenir
      *             compte de la casse) est le nom canonique du client
      *             assurance, ou dont l'adresse de facturation ou de
      *             livraison et le code postal sont ceux du client
      *             assurance. L'operateur confirme chaque paire :
      *             le lien est porte au fichier de correspondance
      *             clients-liens.txt ; une paire refusee y est gardee
      *             comme rejet et n'est plus proposee (meme principe
      *             que annuaire-rejets.txt). Un client deja relie
      *             n'est plus propose.
      *
      *             La fiche client unique (ouverte a tous) part d'un
      *             identifiant ventes ou assurance, suit le lien et
      *             montre sur un meme ecran : les commandes en cours
      *             (commandes.txt, ATTENTE ou EXPEDIE), la position
      *             du client a la derniere balance agee
      *             (balance-clients.txt, cf. facturation-cli.cbl), les
      *             contrats actifs (assurances.dat), les quittances
      *             emises non reglees (quittances.dat) et les
      *             sinistres ouverts (sinistres.dat).
      *
      *             Le retrait d'un lien (role ADMIN) le garde comme
      *             rejet pour qu'il ne soit plus propose.
      *
      * FICHIERS  :
      *   - F-LIENS       : clients-liens.txt (correspondance, mise a
      *                     jour sous verrou)
      *   - F-CLIENTS-VTE : clients.txt (clients ventes, lu)
      *   - F-CLIENTS-ASS : clients-assurance.txt (clients assurance,
      *                     lu)
      *   - F-COMMANDES   : commandes.txt (lu)
      *   - F-BALANCE     : balance-clients.txt (lu)
      *   - F-ASSURANCES  : assurances.dat (lu)
      *   - F-QUITTANCES  : quittances.dat (lu)
      *   - F-SINISTRES   : sinistres.dat (lu)
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clients-vue-unique.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Correspondance clients ventes / clients assurance
           SELECT F-LIENS ASSIGN TO "clients-liens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIENS.

      * Fichier des clients ventes (cf. clients-maint.cbl)
           SELECT F-CLIENTS-VTE ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS-VTE.

      * Maitre des clients assurance (cf. clients-assurance.cbl)
           SELECT F-CLIENTS-ASS ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS-ASS.

      * Lignes de commande (cf. command-cli.cbl)
           SELECT F-COMMANDES ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDES.

      * Derniere balance agee editee par facturation-cli.cbl
           SELECT F-BALANCE ASSIGN TO "balance-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BALANCE.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Quittances (cf. assurances-quittances.cbl)
           SELECT F-QUITTANCES ASSIGN TO "quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-QUI-NUMERO
               FILE STATUS IS WS-FS-QUITTANCES.

      * Sinistres, lus par contrat sur la cle secondaire
           SELECT F-SINISTRES ASSIGN TO "sinistres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NO-SINISTRE
               ALTERNATE RECORD KEY IS FS-SIN-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne par paire : client ventes, client assurance, statut
      * (L = lien confirme, R = paire rejetee), date, operateur et
      * critere du rapprochement
       FD F-LIENS.
       01 FS-ENR-LIEN.
           05 FS-LIE-VTE-ID               PIC X(02).
           05 FILLER                      PIC X(01).
           05 FS-LIE-ASS-ID               PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-LIE-STATUT               PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-LIE-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-LIE-OPERATEUR            PIC X(30).
           05 FILLER                      PIC X(01).
           05 FS-LIE-CRITERE              PIC X(15).

      * Client ventes, tel que declare dans clients-maint.cbl
       FD F-CLIENTS-VTE.
       01 FS-ENR-CLIENT-VTE.
           05 FS-VTE-ID                   PIC X(02).
           05 FS-VTE-FILLER               PIC X(06).
           05 FS-VTE-NOM                  PIC X(11).
           05 FS-VTE-PRENOM               PIC X(09).
           05 FS-VTE-STATUT               PIC X(01).
           05 FS-VTE-FAC-ADRESSE          PIC X(30).
           05 FS-VTE-FAC-CP               PIC X(05).
           05 FS-VTE-FAC-VILLE            PIC X(20).
           05 FS-VTE-LIV-ADRESSE          PIC X(30).
           05 FS-VTE-LIV-CP               PIC X(05).
           05 FS-VTE-LIV-VILLE            PIC X(20).
           05 FS-VTE-DELAI-PAIEMENT       PIC 9(03).
           05 FS-VTE-PLAFOND              PIC 9(07)V99.

      * Client assurance, tel que declare dans clients-assurance.cbl
       FD F-CLIENTS-ASS.
       01 FS-ENR-CLIENT.
           05 FS-CLI-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-CLI-NOM                  PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-CLI-ADRESSE              PIC X(40).
           05 FILLER                      PIC X(01).
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

      * Ligne de commande, telle que declaree dans command-cli.cbl
       FD F-COMMANDES.
       01 FS-ENR-COMMANDES.
           05 FS-COMMANDES-CLI-ID        PIC X(02).
           05 FS-COMMANDES-NUM           PIC X(04).
           05 FS-COMMANDES-PRODUIT       PIC X(10).
           05 FS-COMMANDES-QTE           PIC 9(05).
           05 FS-COMMANDES-PRIX-UNIT     PIC 9(05)V99.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Ligne de la balance agee (edition de facturation-cli.cbl)
       FD F-BALANCE.
       01 FS-ENR-BALANCE                  PIC X(120).

      * Contrat, tel que declare dans clients-assurance.cbl
       FD F-ASSURANCES.
       01 FS-ENR-ASSURANCES.
           05 FS-CODE-CONTRAT             PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-NOM-CONTRAT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-NOM-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-NOM-CLIENT               PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-STATUT                   PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-DATE-DEBUT               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DATE-FIN                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-MONTANT                  PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-DEVISE                   PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-BROKER-ID                PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-TAUX-COMMISSION          PIC 9(02)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-MONTANT-COMMISSION       PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-CLIENT-ID                PIC X(06).

      * Quittance, telle que declaree dans assurances-releve.cbl
       FD F-QUITTANCES.
       01 FS-ENR-QUITTANCE.
           05 FS-QUI-NUMERO               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-NOM-CLIENT           PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-QUI-PERIODE-DEBUT        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-PERIODE-FIN          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-QUI-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-QUI-DATE-PAIEMENT        PIC 9(08).

      * Sinistre, tel que declare dans assurances-releve.cbl
       FD F-SINISTRES.
       01 FS-ENR-SINISTRE.
           05 FS-NO-SINISTRE              PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-NATURE               PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-SIN-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-MONTANT              PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-LIENS              PIC X(02).
       01 WS-FS-CLIENTS-VTE        PIC X(02).
       01 WS-FS-CLIENTS-ASS        PIC X(02).
       01 WS-FS-COMMANDES          PIC X(02).
       01 WS-FS-BALANCE            PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Session ouverte par le sous-programme signon : le
      * rapprochement et le retrait d'un lien sont reserves au role
      * ADMIN
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20)
                                   VALUE "clients-vue-unique".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Zones de saisie
       01 WS-SAISIE-TYPE           PIC X(01).
           88 WS-TYPE-VENTES                    VALUE 'V'.
           88 WS-TYPE-ASSURANCE                 VALUE 'A'.
       01 WS-SAISIE-ID             PIC X(06).
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.
           88 WS-REFUSE                         VALUE 'N'.
           88 WS-FIN-PASSE                      VALUE 'F'.

       01 WS-DATE-JOUR             PIC 9(08).

      * Clients ventes charges en memoire (100 max, comme dans
      * clients-maint.cbl), avec les formes du nom et des adresses
      * comparees au rapprochement (en majuscules)
       01 WS-NB-VTE                PIC 9(03) VALUE ZERO.
       01 WS-IDX-VTE               PIC 9(03) VALUE ZERO.
       01 WS-TAB-VTE.
           05 WS-VTE OCCURS 100 TIMES.
               10 WS-VTE-ID              PIC X(02).
               10 WS-VTE-NOM             PIC X(11).
               10 WS-VTE-PRENOM          PIC X(09).
               10 WS-VTE-NOM-PRENOM      PIC X(41).
               10 WS-VTE-PRENOM-NOM      PIC X(41).
               10 WS-VTE-FAC-ADRESSE     PIC X(40).
               10 WS-VTE-FAC-CP          PIC X(05).
               10 WS-VTE-LIV-ADRESSE     PIC X(40).
               10 WS-VTE-LIV-CP          PIC X(05).
               10 WS-VTE-RELIE           PIC X(01).

      * Clients assurance charges en memoire (200 max)
       01 WS-NB-ASS                PIC 9(03) VALUE ZERO.
       01 WS-IDX-ASS               PIC 9(03) VALUE ZERO.
       01 WS-TAB-ASS.
           05 WS-ASS OCCURS 200 TIMES.
               10 WS-ASS-ID              PIC X(06).
               10 WS-ASS-NOM             PIC X(41).
               10 WS-ASS-NOM-MAJ         PIC X(41).
               10 WS-ASS-ADRESSE         PIC X(40).
               10 WS-ASS-ADRESSE-MAJ     PIC X(40).
               10 WS-ASS-CODE-POSTAL     PIC X(05).
               10 WS-ASS-VILLE           PIC X(20).
               10 WS-ASS-RELIE           PIC X(01).

      * Paires de clients-liens.txt chargees en memoire (500 max)
       01 WS-NB-LIENS              PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIEN              PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIEN-TROUVE       PIC 9(03) VALUE ZERO.
       01 WS-TAB-LIENS.
           05 WS-LIE OCCURS 500 TIMES.
               10 WS-LIE-VTE-ID          PIC X(02).
               10 WS-LIE-ASS-ID          PIC X(06).
               10 WS-LIE-STATUT          PIC X(01).
               10 WS-LIE-DATE            PIC 9(08).
               10 WS-LIE-OPERATEUR       PIC X(30).
               10 WS-LIE-CRITERE         PIC X(15).

      * Rapprochement : critere retenu pour la paire courante et
      * compteurs de la passe
       01 WS-CRITERE               PIC X(15).
       01 WS-NOM-OK                PIC X(01).
       01 WS-ADRESSE-OK            PIC X(01).
       01 WS-PAIRE-CONNUE          PIC X(01).
       01 WS-FLAG-FIN-PASSE        PIC X(01) VALUE 'N'.
           88 WS-PASSE-TERMINEE                 VALUE 'Y'.
       01 WS-NB-PROPOSES           PIC 9(05) VALUE ZERO.
       01 WS-NB-RELIES             PIC 9(05) VALUE ZERO.
       01 WS-NB-REJETES            PIC 9(05) VALUE ZERO.

      * Fiche client unique : les deux identites du client
       01 WS-FIC-VTE-ID            PIC X(02).
       01 WS-FIC-ASS-ID            PIC X(06).

      * Contrats du client assurance (50 max) : codes collectes pour
      * les quittances et les sinistres
       01 WS-NB-CONTRATS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-CTR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONTRATS.
           05 WS-CTR-CODE OCCURS 50 TIMES PIC X(08).
       01 WS-CTR-TROUVE            PIC X(01).

      * Balance agee : date d'edition et bloc du client
       01 WS-BAL-ENTETE            PIC X(120).
       01 WS-BAL-CLE               PIC X(10).
       01 WS-BAL-DANS-BLOC         PIC X(01).
       01 WS-BAL-TROUVE            PIC X(01).

      * Totaux et editions de la fiche
       01 WS-NB-LIGNES             PIC 9(05) VALUE ZERO.
       01 WS-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       01 WS-MONTANT-ED            PIC Z(6)9.99.
       01 WS-TOTAL-ED              PIC Z(8)9.99.
       01 WS-QTE-ED                PIC Z(4)9.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu de la vue client unique
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

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES CLIENTS VENTES
      ******************************************************************
      * Le nom est compare sous ses deux formes (NOM PRENOM et PRENOM
      * NOM) au nom canonique du client assurance
       6100-CHARGER-VTE-DEB.
           MOVE ZERO TO WS-NB-VTE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS-VTE.
           IF WS-FS-CLIENTS-VTE NOT = "00"
               DISPLAY "Fichier clients.txt absent ou illisible, "
                       "code : " WS-FS-CLIENTS-VTE
               GO TO 6100-CHARGER-VTE-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS-VTE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6110-RETENIR-VTE-DEB
                          THRU 6110-RETENIR-VTE-FIN
               END-READ
           END-PERFORM.
           CLOSE F-CLIENTS-VTE.
       6100-CHARGER-VTE-FIN.
           EXIT.

       6110-RETENIR-VTE-DEB.
           IF WS-NB-VTE >= 100
               DISPLAY "/!\ ATTENTION : capacite des clients ventes "
                       "(100) atteinte /!\"
               SET QUITTER TO TRUE
               GO TO 6110-RETENIR-VTE-FIN
           END-IF.
           ADD 1 TO WS-NB-VTE.
           MOVE FS-VTE-ID     TO WS-VTE-ID(WS-NB-VTE).
           MOVE FS-VTE-NOM    TO WS-VTE-NOM(WS-NB-VTE).
           MOVE FS-VTE-PRENOM TO WS-VTE-PRENOM(WS-NB-VTE).

           MOVE SPACES TO WS-VTE-NOM-PRENOM(WS-NB-VTE).
           STRING FUNCTION TRIM(FS-VTE-NOM) " "
                  FUNCTION TRIM(FS-VTE-PRENOM)
               DELIMITED BY SIZE
               INTO WS-VTE-NOM-PRENOM(WS-NB-VTE)
           END-STRING.
           MOVE FUNCTION UPPER-CASE(WS-VTE-NOM-PRENOM(WS-NB-VTE))
               TO WS-VTE-NOM-PRENOM(WS-NB-VTE).

           MOVE SPACES TO WS-VTE-PRENOM-NOM(WS-NB-VTE).
           STRING FUNCTION TRIM(FS-VTE-PRENOM) " "
                  FUNCTION TRIM(FS-VTE-NOM)
               DELIMITED BY SIZE
               INTO WS-VTE-PRENOM-NOM(WS-NB-VTE)
           END-STRING.
           MOVE FUNCTION UPPER-CASE(WS-VTE-PRENOM-NOM(WS-NB-VTE))
               TO WS-VTE-PRENOM-NOM(WS-NB-VTE).

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FS-VTE-FAC-ADRESSE))
               TO WS-VTE-FAC-ADRESSE(WS-NB-VTE).
           MOVE FS-VTE-FAC-CP TO WS-VTE-FAC-CP(WS-NB-VTE).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FS-VTE-LIV-ADRESSE))
               TO WS-VTE-LIV-ADRESSE(WS-NB-VTE).
           MOVE FS-VTE-LIV-CP TO WS-VTE-LIV-CP(WS-NB-VTE).
           MOVE 'N' TO WS-VTE-RELIE(WS-NB-VTE).
       6110-RETENIR-VTE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CLIENTS ASSURANCE
      ******************************************************************
       6200-CHARGER-ASS-DEB.
           MOVE ZERO TO WS-NB-ASS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS-ASS.
           IF WS-FS-CLIENTS-ASS NOT = "00"
               DISPLAY "Fichier clients-assurance.txt absent ou "
                       "illisible, code : " WS-FS-CLIENTS-ASS
               GO TO 6200-CHARGER-ASS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS-ASS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6210-RETENIR-ASS-DEB
                          THRU 6210-RETENIR-ASS-FIN
               END-READ
           END-PERFORM.
           CLOSE F-CLIENTS-ASS.
       6200-CHARGER-ASS-FIN.
           EXIT.

       6210-RETENIR-ASS-DEB.
           IF WS-NB-ASS >= 200
               DISPLAY "/!\ ATTENTION : capacite des clients "
                       "assurance (200) atteinte /!\"
               SET QUITTER TO TRUE
               GO TO 6210-RETENIR-ASS-FIN
           END-IF.
           ADD 1 TO WS-NB-ASS.
           MOVE FS-CLI-ID          TO WS-ASS-ID(WS-NB-ASS).
           MOVE FS-CLI-NOM         TO WS-ASS-NOM(WS-NB-ASS).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FS-CLI-NOM))
               TO WS-ASS-NOM-MAJ(WS-NB-ASS).
           MOVE FS-CLI-ADRESSE     TO WS-ASS-ADRESSE(WS-NB-ASS).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FS-CLI-ADRESSE))
               TO WS-ASS-ADRESSE-MAJ(WS-NB-ASS).
           MOVE FS-CLI-CODE-POSTAL TO WS-ASS-CODE-POSTAL(WS-NB-ASS).
           MOVE FS-CLI-VILLE       TO WS-ASS-VILLE(WS-NB-ASS).
           MOVE 'N' TO WS-ASS-RELIE(WS-NB-ASS).
       6210-RETENIR-ASS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE LA CORRESPONDANCE
      ******************************************************************
      * Fichier absent : aucune paire encore decidee
       6300-CHARGER-LIENS-DEB.
           MOVE ZERO TO WS-NB-LIENS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LIENS.
           IF WS-FS-LIENS NOT = "00"
               GO TO 6300-CHARGER-LIENS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LIENS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-LIENS >= 500
                           DISPLAY "/!\ ATTENTION : capacite de "
                                   "clients-liens.txt (500) "
                                   "atteinte /!\"
                           SET QUITTER TO TRUE
                       ELSE
                           ADD 1 TO WS-NB-LIENS
                           MOVE FS-LIE-VTE-ID
                               TO WS-LIE-VTE-ID(WS-NB-LIENS)
                           MOVE FS-LIE-ASS-ID
                               TO WS-LIE-ASS-ID(WS-NB-LIENS)
                           MOVE FS-LIE-STATUT
                               TO WS-LIE-STATUT(WS-NB-LIENS)
                           MOVE FS-LIE-DATE
                               TO WS-LIE-DATE(WS-NB-LIENS)
                           MOVE FS-LIE-OPERATEUR
                               TO WS-LIE-OPERATEUR(WS-NB-LIENS)
                           MOVE FS-LIE-CRITERE
                               TO WS-LIE-CRITERE(WS-NB-LIENS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LIENS.
       6300-CHARGER-LIENS-FIN.
           EXIT.

      * Marque dans les deux tables les clients deja relies
       6310-MARQUER-RELIES-DEB.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF WS-LIE-STATUT(WS-IDX-LIEN) = "L"
                   PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                           UNTIL WS-IDX-VTE > WS-NB-VTE
                       IF WS-VTE-ID(WS-IDX-VTE)
                          = WS-LIE-VTE-ID(WS-IDX-LIEN)
                           MOVE 'O' TO WS-VTE-RELIE(WS-IDX-VTE)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-IDX-ASS FROM 1 BY 1
                           UNTIL WS-IDX-ASS > WS-NB-ASS
                       IF WS-ASS-ID(WS-IDX-ASS)
                          = WS-LIE-ASS-ID(WS-IDX-LIEN)
                           MOVE 'O' TO WS-ASS-RELIE(WS-IDX-ASS)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       6310-MARQUER-RELIES-FIN.
           EXIT.

      ******************************************************************
      * AJOUT D'UNE PAIRE DECIDEE A LA CORRESPONDANCE
      ******************************************************************
      * La paire est ecrite aussitot decidee : une passe interrompue
      * garde les decisions deja prises
       6400-AJOUTER-LIEN-DEB.
           OPEN EXTEND F-LIENS.
           IF WS-FS-LIENS = "35"
               OPEN OUTPUT F-LIENS
               CLOSE F-LIENS
               OPEN EXTEND F-LIENS
           END-IF.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur ouverture clients-liens.txt, code : "
                       WS-FS-LIENS
               SET WS-PASSE-TERMINEE TO TRUE
               GO TO 6400-AJOUTER-LIEN-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-LIEN.
           MOVE WS-LIE-VTE-ID(WS-NB-LIENS)    TO FS-LIE-VTE-ID.
           MOVE WS-LIE-ASS-ID(WS-NB-LIENS)    TO FS-LIE-ASS-ID.
           MOVE WS-LIE-STATUT(WS-NB-LIENS)    TO FS-LIE-STATUT.
           MOVE WS-LIE-DATE(WS-NB-LIENS)      TO FS-LIE-DATE.
           MOVE WS-LIE-OPERATEUR(WS-NB-LIENS) TO FS-LIE-OPERATEUR.
           MOVE WS-LIE-CRITERE(WS-NB-LIENS)   TO FS-LIE-CRITERE.
           WRITE FS-ENR-LIEN.
           CLOSE F-LIENS.
       6400-AJOUTER-LIEN-FIN.
           EXIT.

      * Reecriture complete de la correspondance (retrait d'un lien)
       6410-REECRIRE-LIENS-DEB.
           OPEN OUTPUT F-LIENS.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur ouverture clients-liens.txt, code : "
                       WS-FS-LIENS
               GO TO 6410-REECRIRE-LIENS-FIN
           END-IF.

           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               MOVE SPACES TO FS-ENR-LIEN
               MOVE WS-LIE-VTE-ID(WS-IDX-LIEN)    TO FS-LIE-VTE-ID
               MOVE WS-LIE-ASS-ID(WS-IDX-LIEN)    TO FS-LIE-ASS-ID
               MOVE WS-LIE-STATUT(WS-IDX-LIEN)    TO FS-LIE-STATUT
               MOVE WS-LIE-DATE(WS-IDX-LIEN)      TO FS-LIE-DATE
               MOVE WS-LIE-OPERATEUR(WS-IDX-LIEN) TO FS-LIE-OPERATEUR
               MOVE WS-LIE-CRITERE(WS-IDX-LIEN)   TO FS-LIE-CRITERE
               WRITE FS-ENR-LIEN
           END-PERFORM.
           CLOSE F-LIENS.
       6410-REECRIRE-LIENS-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* VUE CLIENT UNIQUE (VENTES / ASSURANCE)  *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Rapprocher les clients              *"
               DISPLAY "* 2 - Fiche client unique                 *"
               DISPLAY "* 3 - Lister les liens                    *"
               DISPLAY "* 4 - Retirer un lien                     *"
               DISPLAY "* 5 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       IF WS-ROLE-ADMIN
                           PERFORM 9100-RAPPROCHER-DEB
                              THRU 9100-RAPPROCHER-FIN
                       ELSE
                           DISPLAY "Role LECTURE : mise a jour "
                                   "refusee."
                       END-IF
                   WHEN 2
                       PERFORM 9200-FICHE-CLIENT-DEB
                          THRU 9200-FICHE-CLIENT-FIN
                   WHEN 3
                       PERFORM 9300-LISTER-LIENS-DEB
                          THRU 9300-LISTER-LIENS-FIN
                   WHEN 4
                       IF WS-ROLE-ADMIN
                           PERFORM 9400-RETIRER-LIEN-DEB
                              THRU 9400-RETIRER-LIEN-FIN
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
      * RAPPROCHEMENT DES CLIENTS VENTES ET ASSURANCE
      ******************************************************************
      * La correspondance reste verrouillee le temps de la passe ;
      * l'operateur peut arreter la passe (F), les decisions deja
      * prises sont gardees
       9100-RAPPROCHER-DEB.
           MOVE "clients-liens.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "clients-liens.txt est verrouille, "
                       "rapprochement abandonne."
               GO TO 9100-RAPPROCHER-FIN
           END-IF.

           PERFORM 6100-CHARGER-VTE-DEB
              THRU 6100-CHARGER-VTE-FIN.
           PERFORM 6200-CHARGER-ASS-DEB
              THRU 6200-CHARGER-ASS-FIN.
           PERFORM 6300-CHARGER-LIENS-DEB
              THRU 6300-CHARGER-LIENS-FIN.
           PERFORM 6310-MARQUER-RELIES-DEB
              THRU 6310-MARQUER-RELIES-FIN.

           MOVE ZERO TO WS-NB-PROPOSES.
           MOVE ZERO TO WS-NB-RELIES.
           MOVE ZERO TO WS-NB-REJETES.
           MOVE 'N' TO WS-FLAG-FIN-PASSE.

           IF WS-NB-VTE = ZERO OR WS-NB-ASS = ZERO
               DISPLAY "Rien a rapprocher : un des deux fichiers "
                       "clients est vide."
           ELSE
               PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                       UNTIL WS-IDX-VTE > WS-NB-VTE
                          OR WS-PASSE-TERMINEE
                   IF WS-VTE-RELIE(WS-IDX-VTE) = 'N'
                       PERFORM VARYING WS-IDX-ASS FROM 1 BY 1
                               UNTIL WS-IDX-ASS > WS-NB-ASS
                                  OR WS-PASSE-TERMINEE
                                  OR WS-VTE-RELIE(WS-IDX-VTE) = 'O'
                           PERFORM 9110-COMPARER-DEB
                              THRU 9110-COMPARER-FIN
                       END-PERFORM
                   END-IF
               END-PERFORM

               DISPLAY "Paires proposees : " WS-NB-PROPOSES
               DISPLAY "Liens confirmes  : " WS-NB-RELIES
               DISPLAY "Paires rejetees  : " WS-NB-REJETES
           END-IF.

      * Retrait du verrou sur la correspondance
           MOVE "R" TO WS-VER-ACTION.
           MOVE "clients-liens.txt" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       9100-RAPPROCHER-FIN.
           EXIT.

      * Compare le client ventes courant au client assurance courant
      * et propose la paire si le nom ou l'adresse concordent
       9110-COMPARER-DEB.
           IF WS-ASS-RELIE(WS-IDX-ASS) = 'O'
               GO TO 9110-COMPARER-FIN
           END-IF.

      * Paire deja decidee (lien ou rejet) : pas de nouvelle
      * proposition
           MOVE 'N' TO WS-PAIRE-CONNUE.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF WS-LIE-VTE-ID(WS-IDX-LIEN) = WS-VTE-ID(WS-IDX-VTE)
                  AND WS-LIE-ASS-ID(WS-IDX-LIEN)
                      = WS-ASS-ID(WS-IDX-ASS)
                   MOVE 'O' TO WS-PAIRE-CONNUE
               END-IF
           END-PERFORM.
           IF WS-PAIRE-CONNUE = 'O'
               GO TO 9110-COMPARER-FIN
           END-IF.

           MOVE 'N' TO WS-NOM-OK.
           IF WS-ASS-NOM-MAJ(WS-IDX-ASS) NOT = SPACES
              AND (WS-ASS-NOM-MAJ(WS-IDX-ASS)
                   = WS-VTE-NOM-PRENOM(WS-IDX-VTE)
                OR WS-ASS-NOM-MAJ(WS-IDX-ASS)
                   = WS-VTE-PRENOM-NOM(WS-IDX-VTE))
               MOVE 'O' TO WS-NOM-OK
           END-IF.

           MOVE 'N' TO WS-ADRESSE-OK.
           IF WS-ASS-ADRESSE-MAJ(WS-IDX-ASS) NOT = SPACES
               IF (WS-ASS-ADRESSE-MAJ(WS-IDX-ASS)
                   = WS-VTE-FAC-ADRESSE(WS-IDX-VTE)
                   AND WS-ASS-CODE-POSTAL(WS-IDX-ASS)
                       = WS-VTE-FAC-CP(WS-IDX-VTE))
                OR (WS-ASS-ADRESSE-MAJ(WS-IDX-ASS)
                   = WS-VTE-LIV-ADRESSE(WS-IDX-VTE)
                   AND WS-ASS-CODE-POSTAL(WS-IDX-ASS)
                       = WS-VTE-LIV-CP(WS-IDX-VTE))
                   MOVE 'O' TO WS-ADRESSE-OK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOM-OK = 'O' AND WS-ADRESSE-OK = 'O'
                   MOVE "NOM + ADRESSE" TO WS-CRITERE
               WHEN WS-NOM-OK = 'O'
                   MOVE "NOM" TO WS-CRITERE
               WHEN WS-ADRESSE-OK = 'O'
                   MOVE "ADRESSE" TO WS-CRITERE
               WHEN OTHER
                   GO TO 9110-COMPARER-FIN
           END-EVALUATE.

           PERFORM 9120-PROPOSER-DEB
              THRU 9120-PROPOSER-FIN.
       9110-COMPARER-FIN.
           EXIT.

      * Presente la paire et enregistre la decision de l'operateur ;
      * sans reponse O ou N, la paire sera proposee a nouveau au
      * prochain rapprochement
       9120-PROPOSER-DEB.
           ADD 1 TO WS-NB-PROPOSES.
           DISPLAY "-------------------------------------------".
           DISPLAY "Critere   : " WS-CRITERE.
           DISPLAY "Ventes    : " WS-VTE-ID(WS-IDX-VTE) " "
                   FUNCTION TRIM(WS-VTE-NOM(WS-IDX-VTE)) " "
                   FUNCTION TRIM(WS-VTE-PRENOM(WS-IDX-VTE)) " - "
                   FUNCTION TRIM(WS-VTE-FAC-ADRESSE(WS-IDX-VTE)) " "
                   WS-VTE-FAC-CP(WS-IDX-VTE).
           DISPLAY "Assurance : " WS-ASS-ID(WS-IDX-ASS) " "
                   FUNCTION TRIM(WS-ASS-NOM(WS-IDX-ASS)) " - "
                   FUNCTION TRIM(WS-ASS-ADRESSE(WS-IDX-ASS)) " "
                   WS-ASS-CODE-POSTAL(WS-IDX-ASS) " "
                   FUNCTION TRIM(WS-ASS-VILLE(WS-IDX-ASS)).
           DISPLAY "Meme client (O = oui, N = non, F = fin de la "
                   "passe) : " SPACE WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE-CONFIRME.
           ACCEPT WS-SAISIE-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CONFIRME)
               TO WS-SAISIE-CONFIRME.

           IF WS-FIN-PASSE
               SET WS-PASSE-TERMINEE TO TRUE
               GO TO 9120-PROPOSER-FIN
           END-IF.
           IF NOT WS-CONFIRME AND NOT WS-REFUSE
               DISPLAY "Paire laissee en suspens."
               GO TO 9120-PROPOSER-FIN
           END-IF.
           IF WS-NB-LIENS >= 500
               DISPLAY "/!\ ATTENTION : capacite de clients-liens.txt "
                       "(500) atteinte /!\"
               SET WS-PASSE-TERMINEE TO TRUE
               GO TO 9120-PROPOSER-FIN
           END-IF.

           ADD 1 TO WS-NB-LIENS.
           MOVE WS-VTE-ID(WS-IDX-VTE) TO WS-LIE-VTE-ID(WS-NB-LIENS).
           MOVE WS-ASS-ID(WS-IDX-ASS) TO WS-LIE-ASS-ID(WS-NB-LIENS).
           MOVE WS-DATE-JOUR          TO WS-LIE-DATE(WS-NB-LIENS).
           MOVE WS-UTILISATEUR        TO WS-LIE-OPERATEUR(WS-NB-LIENS).
           MOVE WS-CRITERE            TO WS-LIE-CRITERE(WS-NB-LIENS).
           IF WS-CONFIRME
               MOVE "L" TO WS-LIE-STATUT(WS-NB-LIENS)
               MOVE 'O' TO WS-VTE-RELIE(WS-IDX-VTE)
               MOVE 'O' TO WS-ASS-RELIE(WS-IDX-ASS)
               ADD 1 TO WS-NB-RELIES
               DISPLAY "Lien enregistre."
           ELSE
               MOVE "R" TO WS-LIE-STATUT(WS-NB-LIENS)
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Paire rejetee, elle ne sera plus proposee."
           END-IF.

           PERFORM 6400-AJOUTER-LIEN-DEB
              THRU 6400-AJOUTER-LIEN-FIN.
       9120-PROPOSER-FIN.
           EXIT.

      ******************************************************************
      * FICHE CLIENT UNIQUE
      ******************************************************************
      * Le client est designe par son identifiant ventes (V) ou
      * assurance (A) ; l'autre identite est retrouvee par le lien
       9200-FICHE-CLIENT-DEB.
           DISPLAY "Identifiant ventes (V) ou assurance (A) : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE-TYPE.
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           IF NOT WS-TYPE-VENTES AND NOT WS-TYPE-ASSURANCE
               DISPLAY "/!\ Type invalide (V ou A) /!\"
               GO TO 9200-FICHE-CLIENT-FIN
           END-IF.

           DISPLAY "Identifiant du client : " SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-ID.
           ACCEPT WS-SAISIE-ID.
           IF WS-SAISIE-ID = SPACES
               DISPLAY "/!\ Identifiant obligatoire /!\"
               GO TO 9200-FICHE-CLIENT-FIN
           END-IF.

           MOVE SPACES TO WS-FIC-VTE-ID.
           MOVE SPACES TO WS-FIC-ASS-ID.
           IF WS-TYPE-VENTES
               MOVE WS-SAISIE-ID(1:2) TO WS-FIC-VTE-ID
           ELSE
               MOVE WS-SAISIE-ID TO WS-FIC-ASS-ID
           END-IF.

           PERFORM 6300-CHARGER-LIENS-DEB
              THRU 6300-CHARGER-LIENS-FIN.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF WS-LIE-STATUT(WS-IDX-LIEN) = "L"
                   IF WS-TYPE-VENTES
                      AND WS-LIE-VTE-ID(WS-IDX-LIEN) = WS-FIC-VTE-ID
                       MOVE WS-LIE-ASS-ID(WS-IDX-LIEN)
                           TO WS-FIC-ASS-ID
                   END-IF
                   IF WS-TYPE-ASSURANCE
                      AND WS-LIE-ASS-ID(WS-IDX-LIEN) = WS-FIC-ASS-ID
                       MOVE WS-LIE-VTE-ID(WS-IDX-LIEN)
                           TO WS-FIC-VTE-ID
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "===========================================".
           DISPLAY "FICHE CLIENT UNIQUE AU " WS-DATE-JOUR.
           DISPLAY "===========================================".
           PERFORM 9210-IDENTITE-VTE-DEB
              THRU 9210-IDENTITE-VTE-FIN.
           PERFORM 9220-IDENTITE-ASS-DEB
              THRU 9220-IDENTITE-ASS-FIN.

           IF WS-FIC-VTE-ID NOT = SPACES
               PERFORM 9230-COMMANDES-EN-COURS-DEB
                  THRU 9230-COMMANDES-EN-COURS-FIN
               PERFORM 9240-BALANCE-DEB
                  THRU 9240-BALANCE-FIN
           END-IF.

           IF WS-FIC-ASS-ID NOT = SPACES
               PERFORM 9250-CONTRATS-DEB
                  THRU 9250-CONTRATS-FIN
               PERFORM 9260-QUITTANCES-DEB
                  THRU 9260-QUITTANCES-FIN
               PERFORM 9270-SINISTRES-DEB
                  THRU 9270-SINISTRES-FIN
           END-IF.
           DISPLAY "===========================================".
       9200-FICHE-CLIENT-FIN.
           EXIT.

      * Identite cote ventes (clients.txt)
       9210-IDENTITE-VTE-DEB.
           IF WS-FIC-VTE-ID = SPACES
               DISPLAY "Ventes    : aucun client ventes relie"
               GO TO 9210-IDENTITE-VTE-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           MOVE 'N' TO WS-CTR-TROUVE.
           OPEN INPUT F-CLIENTS-VTE.
           IF WS-FS-CLIENTS-VTE NOT = "00"
               DISPLAY "Ventes    : clients.txt absent ou illisible, "
                       "code : " WS-FS-CLIENTS-VTE
               GO TO 9210-IDENTITE-VTE-FIN
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-CLIENTS-VTE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-VTE-ID = WS-FIC-VTE-ID
                           MOVE 'O' TO WS-CTR-TROUVE
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CTR-TROUVE = 'N'
               DISPLAY "Ventes    : client " WS-FIC-VTE-ID
                       " inconnu de clients.txt"
           ELSE
               DISPLAY "Ventes    : " FS-VTE-ID " "
                       FUNCTION TRIM(FS-VTE-NOM) " "
                       FUNCTION TRIM(FS-VTE-PRENOM)
               DISPLAY "            " FUNCTION TRIM(FS-VTE-FAC-ADRESSE)
                       " " FS-VTE-FAC-CP " "
                       FUNCTION TRIM(FS-VTE-FAC-VILLE)
               IF FS-VTE-STATUT = "I"
                   DISPLAY "            (client inactif)"
               END-IF
           END-IF.
           CLOSE F-CLIENTS-VTE.
       9210-IDENTITE-VTE-FIN.
           EXIT.

      * Identite cote assurance (clients-assurance.txt)
       9220-IDENTITE-ASS-DEB.
           IF WS-FIC-ASS-ID = SPACES
               DISPLAY "Assurance : aucun client assurance relie"
               GO TO 9220-IDENTITE-ASS-FIN
           END-IF.

           OPEN INPUT F-CLIENTS-ASS.
           IF WS-FS-CLIENTS-ASS NOT = "00"
               DISPLAY "Assurance : clients-assurance.txt absent ou "
                       "illisible, code : " WS-FS-CLIENTS-ASS
               GO TO 9220-IDENTITE-ASS-FIN
           END-IF.
           MOVE WS-FIC-ASS-ID TO FS-CLI-ID.
           READ F-CLIENTS-ASS
               INVALID KEY
                   DISPLAY "Assurance : client " WS-FIC-ASS-ID
                           " inconnu de clients-assurance.txt"
               NOT INVALID KEY
                   DISPLAY "Assurance : " FS-CLI-ID " "
                           FUNCTION TRIM(FS-CLI-NOM)
                   DISPLAY "            " FUNCTION TRIM(FS-CLI-ADRESSE)
                           " " FS-CLI-CODE-POSTAL " "
                           FUNCTION TRIM(FS-CLI-VILLE)
           END-READ.
           CLOSE F-CLIENTS-ASS.
       9220-IDENTITE-ASS-FIN.
           EXIT.

      * Commandes en cours : lignes en attente ou expediees non
      * encore livrees
       9230-COMMANDES-EN-COURS-DEB.
           DISPLAY "--- Commandes en cours ---".
           MOVE ZERO TO WS-NB-LIGNES.
           MOVE ZERO TO WS-TOTAL.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-COMMANDES.
           IF WS-FS-COMMANDES NOT = "00"
               DISPLAY "commandes.txt absent ou illisible, code : "
                       WS-FS-COMMANDES
               GO TO 9230-COMMANDES-EN-COURS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-COMMANDES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-COMMANDES-CLI-ID = WS-FIC-VTE-ID
                          AND (FS-COMMANDES-STATUT = "ATTENTE"
                            OR FS-COMMANDES-STATUT = "EXPEDIE")
                           ADD 1 TO WS-NB-LIGNES
                           ADD FS-COMMANDES-TOTAL-LIGNE TO WS-TOTAL
                           MOVE FS-COMMANDES-QTE TO WS-QTE-ED
                           MOVE FS-COMMANDES-TOTAL-LIGNE
                               TO WS-MONTANT-ED
                           DISPLAY "  Cde " FS-COMMANDES-NUM
                                   "/" FS-COMMANDES-LIGNE
                                   " du " FS-COMMANDES-DATE
                                   " " FS-COMMANDES-PRODUIT
                                   " qte " WS-QTE-ED
                                   " " WS-MONTANT-ED
                                   " " FS-COMMANDES-STATUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-COMMANDES.

           IF WS-NB-LIGNES = ZERO
               DISPLAY "  Aucune commande en cours."
           ELSE
               MOVE WS-TOTAL TO WS-TOTAL-ED
               DISPLAY "  Lignes en cours : " WS-NB-LIGNES
                       "  Montant : " WS-TOTAL-ED
           END-IF.
       9230-COMMANDES-EN-COURS-FIN.
           EXIT.

      * Factures impayees : bloc du client dans la derniere balance
      * agee (ligne "Client XX ..." suivie de ses lignes de detail)
       9240-BALANCE-DEB.
           DISPLAY "--- Factures impayees (balance agee) ---".
           MOVE 'N' TO FLAG-STOP.
           MOVE 'N' TO WS-BAL-DANS-BLOC.
           MOVE 'N' TO WS-BAL-TROUVE.
           MOVE SPACES TO WS-BAL-ENTETE.
           MOVE SPACES TO WS-BAL-CLE.
           STRING "Client " WS-FIC-VTE-ID " "
               DELIMITED BY SIZE
               INTO WS-BAL-CLE
           END-STRING.

           OPEN INPUT F-BALANCE.
           IF WS-FS-BALANCE NOT = "00"
               DISPLAY "  Balance agee non editee (balance-clients.txt "
                       "absent) : lancer la facturation."
               GO TO 9240-BALANCE-FIN
           END-IF.

           READ F-BALANCE
               AT END
                   SET QUITTER TO TRUE
               NOT AT END
                   MOVE FS-ENR-BALANCE TO WS-BAL-ENTETE
           END-READ.

           PERFORM UNTIL QUITTER
               READ F-BALANCE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-BAL-DANS-BLOC = 'O'
                           IF FS-ENR-BALANCE(1:10) = SPACES
                              AND FS-ENR-BALANCE NOT = SPACES
                               DISPLAY "  "
                                   FUNCTION TRIM(FS-ENR-BALANCE
                                       TRAILING)
                           ELSE
                               SET QUITTER TO TRUE
                           END-IF
                       ELSE
                           IF FS-ENR-BALANCE(1:10) = WS-BAL-CLE
                               MOVE 'O' TO WS-BAL-DANS-BLOC
                               MOVE 'O' TO WS-BAL-TROUVE
                               DISPLAY "  "
                                   FUNCTION TRIM(FS-ENR-BALANCE
                                       TRAILING)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BALANCE.

           IF WS-BAL-TROUVE = 'N'
               DISPLAY "  Aucune facture impayee."
           END-IF.
           IF WS-BAL-ENTETE NOT = SPACES
               DISPLAY "  (" FUNCTION TRIM(WS-BAL-ENTETE) ")"
           END-IF.
       9240-BALANCE-FIN.
           EXIT.

      * Contrats du client : tous sont retenus pour les quittances et
      * les sinistres, seuls les contrats actifs sont affiches
       9250-CONTRATS-DEB.
           DISPLAY "--- Contrats actifs ---".
           MOVE ZERO TO WS-NB-CONTRATS.
           MOVE ZERO TO WS-NB-LIGNES.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "  assurances.dat absent ou illisible, code : "
                       WS-FS-ASSURANCES
               GO TO 9250-CONTRATS-FIN
           END-IF.

           MOVE LOW-VALUES TO FS-CODE-CONTRAT.
           START F-ASSURANCES KEY IS >= FS-CODE-CONTRAT
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-CLIENT-ID = WS-FIC-ASS-ID
                           PERFORM 9251-RETENIR-CONTRAT-DEB
                              THRU 9251-RETENIR-CONTRAT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ASSURANCES.

           IF WS-NB-LIGNES = ZERO
               DISPLAY "  Aucun contrat actif."
           END-IF.
       9250-CONTRATS-FIN.
           EXIT.

       9251-RETENIR-CONTRAT-DEB.
           IF WS-NB-CONTRATS >= 50
               DISPLAY "/!\ ATTENTION : capacite des contrats (50) "
                       "atteinte pour le client " WS-FIC-ASS-ID " /!\"
               SET QUITTER TO TRUE
               GO TO 9251-RETENIR-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           MOVE FS-CODE-CONTRAT TO WS-CTR-CODE(WS-NB-CONTRATS).

           IF FS-STATUT = "ACTIF"
               ADD 1 TO WS-NB-LIGNES
               MOVE FS-MONTANT TO WS-MONTANT-ED
               DISPLAY "  " FS-CODE-CONTRAT " " FS-NOM-PRODUIT
                       " du " FS-DATE-DEBUT " au " FS-DATE-FIN
                       " " WS-MONTANT-ED " " FS-DEVISE
           END-IF.
       9251-RETENIR-CONTRAT-FIN.
           EXIT.

      * Quittances emises et non reglees des contrats du client
       9260-QUITTANCES-DEB.
           DISPLAY "--- Quittances a regler ---".
           MOVE ZERO TO WS-NB-LIGNES.
           MOVE ZERO TO WS-TOTAL.
           IF WS-NB-CONTRATS = ZERO
               DISPLAY "  Aucune quittance a regler."
               GO TO 9260-QUITTANCES-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "  quittances.dat absent ou illisible, code : "
                       WS-FS-QUITTANCES
               GO TO 9260-QUITTANCES-FIN
           END-IF.

           MOVE LOW-VALUES TO FS-QUI-NUMERO.
           START F-QUITTANCES KEY IS >= FS-QUI-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-QUI-STATUT = "EMISE"
                           PERFORM 9261-QUITTANCE-CLIENT-DEB
                              THRU 9261-QUITTANCE-CLIENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUITTANCES.

           IF WS-NB-LIGNES = ZERO
               DISPLAY "  Aucune quittance a regler."
           ELSE
               MOVE WS-TOTAL TO WS-TOTAL-ED
               DISPLAY "  Quittances : " WS-NB-LIGNES
                       "  Montant : " WS-TOTAL-ED
           END-IF.
       9260-QUITTANCES-FIN.
           EXIT.

       9261-QUITTANCE-CLIENT-DEB.
           MOVE 'N' TO WS-CTR-TROUVE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-CODE(WS-IDX-CTR) = FS-QUI-CODE-CONTRAT
                   MOVE 'O' TO WS-CTR-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CTR-TROUVE = 'N'
               GO TO 9261-QUITTANCE-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           ADD FS-QUI-MONTANT TO WS-TOTAL.
           MOVE FS-QUI-MONTANT TO WS-MONTANT-ED.
           DISPLAY "  " FS-QUI-NUMERO " contrat " FS-QUI-CODE-CONTRAT
                   " du " FS-QUI-PERIODE-DEBUT " au "
                   FS-QUI-PERIODE-FIN " " WS-MONTANT-ED " "
                   FS-QUI-DEVISE.
       9261-QUITTANCE-CLIENT-FIN.
           EXIT.

      * Sinistres ouverts, lus contrat par contrat sur la cle
      * secondaire
       9270-SINISTRES-DEB.
           DISPLAY "--- Sinistres ouverts ---".
           MOVE ZERO TO WS-NB-LIGNES.
           IF WS-NB-CONTRATS = ZERO
               DISPLAY "  Aucun sinistre ouvert."
               GO TO 9270-SINISTRES-FIN
           END-IF.

           OPEN INPUT F-SINISTRES.
           IF WS-FS-SINISTRES NOT = "00"
               DISPLAY "  sinistres.dat absent ou illisible, code : "
                       WS-FS-SINISTRES
               GO TO 9270-SINISTRES-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               MOVE 'N' TO FLAG-STOP
               MOVE WS-CTR-CODE(WS-IDX-CTR) TO FS-SIN-CODE-CONTRAT
               START F-SINISTRES KEY IS = FS-SIN-CODE-CONTRAT
                   INVALID KEY
                       SET QUITTER TO TRUE
               END-START
               PERFORM UNTIL QUITTER
                   READ F-SINISTRES NEXT RECORD
                       AT END
                           SET QUITTER TO TRUE
                       NOT AT END
                           IF FS-SIN-CODE-CONTRAT
                              NOT = WS-CTR-CODE(WS-IDX-CTR)
                               SET QUITTER TO TRUE
                           ELSE
                               IF FS-SIN-STATUT = "OUVERT"
                                   ADD 1 TO WS-NB-LIGNES
                                   MOVE FS-SIN-MONTANT TO WS-MONTANT-ED
                                   DISPLAY "  " FS-NO-SINISTRE
                                       " contrat " FS-SIN-CODE-CONTRAT
                                       " du " FS-SIN-DATE " "
                                       FS-SIN-NATURE " " WS-MONTANT-ED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE F-SINISTRES.

           IF WS-NB-LIGNES = ZERO
               DISPLAY "  Aucun sinistre ouvert."
           END-IF.
       9270-SINISTRES-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES LIENS CONFIRMES
      ******************************************************************
       9300-LISTER-LIENS-DEB.
           PERFORM 6300-CHARGER-LIENS-DEB
              THRU 6300-CHARGER-LIENS-FIN.
           MOVE ZERO TO WS-NB-LIGNES.

           DISPLAY "| Ventes | Assurance | Critere         | Le       "
                   "| Par".
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF WS-LIE-STATUT(WS-IDX-LIEN) = "L"
                   ADD 1 TO WS-NB-LIGNES
                   DISPLAY "| " WS-LIE-VTE-ID(WS-IDX-LIEN)
                           "     | " WS-LIE-ASS-ID(WS-IDX-LIEN)
                           "    | " WS-LIE-CRITERE(WS-IDX-LIEN)
                           " | " WS-LIE-DATE(WS-IDX-LIEN)
                           " | "
                           FUNCTION TRIM(WS-LIE-OPERATEUR(WS-IDX-LIEN))
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES = ZERO
               DISPLAY "Aucun lien confirme."
           ELSE
               DISPLAY "Liens confirmes : " WS-NB-LIGNES
           END-IF.
       9300-LISTER-LIENS-FIN.
           EXIT.

      ******************************************************************
      * RETRAIT D'UN LIEN
      ******************************************************************
      * Le lien retire devient un rejet : la paire n'est plus proposee
      * au rapprochement
       9400-RETIRER-LIEN-DEB.
           DISPLAY "Identifiant ventes du lien a retirer : "
                   SPACE WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-ID.
           ACCEPT WS-SAISIE-ID.
           IF WS-SAISIE-ID = SPACES
               DISPLAY "/!\ Identifiant obligatoire /!\"
               GO TO 9400-RETIRER-LIEN-FIN
           END-IF.

           MOVE "clients-liens.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "clients-liens.txt est verrouille, "
                       "retrait abandonne."
               GO TO 9400-RETIRER-LIEN-FIN
           END-IF.

           PERFORM 6300-CHARGER-LIENS-DEB
              THRU 6300-CHARGER-LIENS-FIN.
           MOVE ZERO TO WS-IDX-LIEN-TROUVE.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF WS-LIE-STATUT(WS-IDX-LIEN) = "L"
                  AND WS-LIE-VTE-ID(WS-IDX-LIEN) = WS-SAISIE-ID(1:2)
                   MOVE WS-IDX-LIEN TO WS-IDX-LIEN-TROUVE
               END-IF
           END-PERFORM.

           IF WS-IDX-LIEN-TROUVE = ZERO
               DISPLAY "Aucun lien pour le client ventes "
                       WS-SAISIE-ID(1:2) "."
           ELSE
               DISPLAY "Retirer le lien ventes "
                       WS-LIE-VTE-ID(WS-IDX-LIEN-TROUVE)
                       " / assurance "
                       WS-LIE-ASS-ID(WS-IDX-LIEN-TROUVE)
                       " (O/N) : " SPACE WITH NO ADVANCING
               MOVE SPACE TO WS-SAISIE-CONFIRME
               ACCEPT WS-SAISIE-CONFIRME
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-CONFIRME)
                   TO WS-SAISIE-CONFIRME
               IF WS-CONFIRME
                   MOVE "R" TO WS-LIE-STATUT(WS-IDX-LIEN-TROUVE)
                   MOVE WS-DATE-JOUR
                       TO WS-LIE-DATE(WS-IDX-LIEN-TROUVE)
                   MOVE WS-UTILISATEUR
                       TO WS-LIE-OPERATEUR(WS-IDX-LIEN-TROUVE)
                   PERFORM 6410-REECRIRE-LIENS-DEB
                      THRU 6410-REECRIRE-LIENS-FIN
                   DISPLAY "Lien retire."
               ELSE
                   DISPLAY "Lien conserve."
               END-IF
           END-IF.

      * Retrait du verrou sur la correspondance
           MOVE "R" TO WS-VER-ACTION.
           MOVE "clients-liens.txt" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       9400-RETIRER-LIEN-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
