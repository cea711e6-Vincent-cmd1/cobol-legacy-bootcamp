      ******************************************************************
      * PROGRAMME : ASSURANCES-DEVIS.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Chaine des devis d'assurance. Un devis porte un
      *             client de clients-assurance.txt, un produit, une
      *             valeur assuree, la prime annuelle tiree du tarif
      *             en vigueur (tarifs-produits.txt, meme calcul que
      *             assurances-quittances.cbl), le courtier eventuel et
      *             une date de fin de validite. Statuts du devis :
      *               - EMIS    : en attente de la reponse du client
      *               - ACCEPTE : transforme en contrat PROPOSE dans
      *                           assurances.dat
      *               - CADUC   : validite depassee sans acceptation
      *             Le rapport mensuel donne, par produit et par
      *             courtier, les devis emis, acceptes et caducs du
      *             mois et le taux de transformation (acceptes /
      *             emis du mois).
      *
      *             Emission, acceptation et caducite sont reservees
      *             au role ADMIN ; liste et rapport sont ouverts a
      *             tous.
      *
      * FICHIERS  :
      *   - F-DEVIS      : devis.dat (maitre des devis, indexe, cree
      *                    au premier lancement)
      *   - F-CLIENTS    : clients-assurance.txt (entree, indexe)
      *   - F-TARIFS     : tarifs-produits.txt (tarif des produits,
      *                    entree)
      *   - F-GENS       : gens.txt (annuaire des agents, entree :
      *                    un code courtier inconnu est refuse)
      *   - F-ASSURANCES : assurances.dat (ecriture du contrat
      *                    PROPOSE a l'acceptation)
      *   - F-AUDIT      : audit-assurances.txt (piste d'audit,
      *                    alimentee en ajout)
      *   - F-RAPPORT    : devis-suivi-AAAAMM.txt (rapport mensuel)
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport mensuel est conserve
      *                et inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-devis.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Maitre des devis, indexe par numero de devis
           SELECT F-DEVIS ASSIGN TO "devis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DEV-NUMERO
               FILE STATUS IS WS-FS-DEVIS.

      * Maitre des clients (cf. clients-assurance.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS.

      * Tarif des produits (cf. tarifs-produits.cbl)
           SELECT F-TARIFS ASSIGN TO "tarifs-produits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

      * Annuaire des agents (cf. gens.cbl)
           SELECT F-GENS ASSIGN TO "gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENS.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Piste d'audit des mises a jour de assurances.dat, alimentee
      * en ajout (meme discipline que dans assurances.cbl)
           SELECT F-AUDIT ASSIGN TO "audit-assurances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

      * Rapport mensuel, nom resolu a l'execution
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Enregistrement d'un devis
       FD F-DEVIS.
       01 FS-ENR-DEVIS.
           05 FS-DEV-NUMERO               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DEV-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DEV-DATE-VALIDITE        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DEV-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-DEV-NOM-CLIENT           PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-DEV-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-DEV-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-DEV-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-DEV-PRIME                PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-DEV-FREQUENCE            PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-DEV-BROKER-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-DEV-TAUX-COMMISSION      PIC 9(02)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-DEV-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-DEV-DATE-DECISION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DEV-CODE-CONTRAT         PIC X(08).

      * Enregistrement d'un client, tel que declare dans
      * clients-assurance.cbl
       FD F-CLIENTS.
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

      * Tarif d'un produit, tel que declare dans tarifs-produits.cbl
       FD F-TARIFS.
       01 FS-ENR-TARIF.
           05 FS-TAR-PRODUIT              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-TAR-DATE-EFFET           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-TAR-TAUX                 PIC 9(02)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-TAR-PRIME-MINI           PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-TAR-FREQUENCE            PIC X(01).

      * Enregistrement d'un agent, tel que declare dans gens.cbl
       FD F-GENS.
       01 FS-ENR-GENS.
           05 FS-G-PRENOM                 PIC X(12).
           05 FS-G-NOM                    PIC X(17).
           05 FS-G-CODE-AGENT             PIC X(06).

      * Enregistrement des contrats, tel que declare dans
      * assurances.cbl pour respecter l'alignement des colonnes
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
           05 FS-AUD-APRES                PIC X(151).
           05 FILLER                      PIC X(01).
           05 FS-AUD-UTILISATEUR          PIC X(30).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-DEVIS              PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-TARIFS             PIC X(02).
       01 WS-FS-GENS               PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-AUDIT              PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Session ouverte par le sous-programme signon : seul le role
      * ADMIN emet, accepte ou rend caducs les devis
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-devis".
       01 WS-CAT-RC                PIC 9(02).

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Date du jour
       01 WS-DATE-JOUR             PIC 9(08).

      * Statuts des devis et statut du contrat cree
       01 WS-DEV-STATUT-EMIS       PIC X(08) VALUE "EMIS".
       01 WS-DEV-STATUT-ACCEPTE    PIC X(08) VALUE "ACCEPTE".
       01 WS-DEV-STATUT-CADUC      PIC X(08) VALUE "CADUC".
       01 WS-STATUT-PROPOSE        PIC X(08) VALUE "PROPOSE".

      * Duree de validite par defaut d'un devis, en jours
       01 WS-VALIDITE-DEFAUT       PIC 9(03) VALUE 30.

      * Prochain numero de devis
       01 WS-PROCH-NO-DEVIS        PIC 9(08) VALUE ZERO.

      * Tarif des produits en memoire
       01 WS-NB-TARIFS             PIC 9(03) VALUE ZERO.
       01 WS-IDX-TAR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-TARIFS.
           05 WS-TARIF OCCURS 500 TIMES.
              10 WS-TAR-PRODUIT         PIC X(14).
              10 WS-TAR-DATE-EFFET      PIC 9(08).
              10 WS-TAR-TAUX            PIC 9(02)V9(04).
              10 WS-TAR-PRIME-MINI      PIC 9(07)V9(02).
              10 WS-TAR-FREQUENCE       PIC X(01).
       01 WS-TAR-RETENU            PIC 9(03) VALUE ZERO.
       01 WS-TAR-DATE-RETENUE      PIC 9(08).
       01 WS-PRIME-ANNUELLE        PIC 9(07)V9(02).

      * Codes agent de l'annuaire
       01 WS-NB-AGENTS             PIC 9(03) VALUE ZERO.
       01 WS-IDX-AGENT             PIC 9(03) VALUE ZERO.
       01 WS-TAB-AGENTS.
           05 WS-AGENT-CODE OCCURS 50 TIMES PIC X(06).
       01 WS-AGENT-TROUVE          PIC X(01) VALUE "N".
           88 WS-AGENT-EST-CONNU                VALUE "Y".

      * Zones de saisie d'un devis
       01 WS-SAISIE-CLIENT-ID      PIC X(06).
       01 WS-SAISIE-PRODUIT        PIC X(14).
       01 WS-SAISIE-MONTANT        PIC 9(07)V9(02).
       01 WS-SAISIE-DEVISE         PIC X(04).
       01 WS-SAISIE-CODE-AGENT     PIC X(06).
       01 WS-SAISIE-TAUX-COM       PIC 9(02)V9(02).
       01 WS-SAISIE-JOURS-VALIDITE PIC 9(03).
       01 WS-SAISIE-NUMERO         PIC 9(08).
       01 WS-SAISIE-CODE-CONTRAT   PIC X(08).
       01 WS-SAISIE-NOM-CONTRAT    PIC X(14).
       01 WS-SAISIE-DATE-DEBUT     PIC 9(08).
       01 WS-SAISIE-CONFIRMATION   PIC X(01).
           88 WS-CONFIRME                       VALUE "O" "o".

      * Periode du contrat cree : un an a compter de la date d'effet
       01 WS-CTR-DATE-FIN          PIC 9(08).
       01 WS-CTR-DATE-FIN-R REDEFINES WS-CTR-DATE-FIN.
           05 WS-CTR-FIN-AAAA       PIC 9(04).
           05 WS-CTR-FIN-MMJJ       PIC 9(04).

      * Caducite des devis echus
       01 WS-NB-CADUCS             PIC 9(05) VALUE ZERO.

      * Audit d'une mise a jour de assurances.dat
       01 WS-AUD-OPERATION         PIC X(08).
       01 WS-AUD-FICHIER           PIC X(14).
       01 WS-AUD-ORIGINE           PIC X(30).
       01 WS-AUD-AVANT             PIC X(151).
       01 WS-AUD-APRES             PIC X(151).

      * Rapport mensuel : mois analyse et cumuls par produit et par
      * courtier (un courtier a blanc est une vente directe)
       01 WS-NOM-RAPPORT           PIC X(40).
       01 WS-RAP-MOIS              PIC 9(06).
       01 WS-RAP-MOIS-R REDEFINES WS-RAP-MOIS.
           05 WS-RAP-AAAA           PIC 9(04).
           05 WS-RAP-MM             PIC 9(02).
       01 WS-RAP-CLE               PIC X(14).
       01 WS-RAP-TYPE              PIC X(01).
           88 WS-RAP-EMIS                       VALUE "E".
           88 WS-RAP-ACCEPTE                    VALUE "A".
           88 WS-RAP-CADUC                      VALUE "C".
       01 WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-PRO               PIC 9(03) VALUE ZERO.
       01 WS-TAB-PRODUITS.
           05 WS-PRO OCCURS 100 TIMES.
              10 WS-PRO-CLE             PIC X(14).
              10 WS-PRO-EMIS            PIC 9(05).
              10 WS-PRO-ACCEPTES        PIC 9(05).
              10 WS-PRO-CADUCS          PIC 9(05).
       01 WS-NB-COURTIERS          PIC 9(03) VALUE ZERO.
       01 WS-IDX-COU               PIC 9(03) VALUE ZERO.
       01 WS-TAB-COURTIERS.
           05 WS-COU OCCURS 100 TIMES.
              10 WS-COU-CLE             PIC X(14).
              10 WS-COU-EMIS            PIC 9(05).
              10 WS-COU-ACCEPTES        PIC 9(05).
              10 WS-COU-CADUCS          PIC 9(05).
       01 WS-IDX-RECH              PIC 9(03) VALUE ZERO.
       01 WS-TOT-EMIS              PIC 9(05) VALUE ZERO.
       01 WS-TOT-ACCEPTES          PIC 9(05) VALUE ZERO.
       01 WS-TOT-CADUCS            PIC 9(05) VALUE ZERO.
       01 WS-LIG-CLE               PIC X(14).
       01 WS-LIG-EMIS              PIC 9(05).
       01 WS-LIG-ACCEPTES          PIC 9(05).
       01 WS-LIG-CADUCS            PIC 9(05).
       01 WS-TAUX-TRANSFO          PIC 9(03)V9(01).

      * Zones editees
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIME-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NB-ED                 PIC ZZ,ZZ9.
       01 WS-NB-ED-2               PIC ZZ,ZZ9.
       01 WS-NB-ED-3               PIC ZZ,ZZ9.
       01 WS-TAUX-ED               PIC ZZ9.9.
       01 WS-LIGNE-RAPPORT         PIC X(132).
       01 WS-TIRET                 PIC X(70) VALUE ALL '-'.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu des devis
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

      * Ouverture du maitre des devis (cree s'il n'existe pas encore
      * lors du tout premier lancement)
           PERFORM 6010-OPEN-F-DEVIS-DEB
              THRU 6010-OPEN-F-DEVIS-FIN.

           PERFORM 6110-CHARGER-TARIFS-DEB
              THRU 6110-CHARGER-TARIFS-FIN.
           PERFORM 6120-CHARGER-AGENTS-DEB
              THRU 6120-CHARGER-AGENTS-FIN.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

           PERFORM 6210-CLOSE-F-DEVIS-DEB
              THRU 6210-CLOSE-F-DEVIS-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
      * devis.dat est cree vide au premier lancement (meme principe
      * que quittances.dat dans assurances-quittances.cbl)
       6010-OPEN-F-DEVIS-DEB.
           OPEN I-O F-DEVIS.
           IF WS-FS-DEVIS = "35"
               OPEN OUTPUT F-DEVIS
               CLOSE F-DEVIS
               OPEN I-O F-DEVIS
           END-IF.
           IF WS-FS-DEVIS NOT = "00"
               DISPLAY "Erreur ouverture devis.dat, code : "
                   WS-FS-DEVIS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-DEVIS-FIN.
           EXIT.

       6210-CLOSE-F-DEVIS-DEB.
           CLOSE F-DEVIS.
           IF WS-FS-DEVIS NOT = "00"
               DISPLAY "Erreur fermeture devis.dat, code : "
                   WS-FS-DEVIS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-CLOSE-F-DEVIS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU TARIF DES PRODUITS
      ******************************************************************
      * Sans tarif, aucun devis ne peut etre emis
       6110-CHARGER-TARIFS-DEB.
           MOVE ZERO TO WS-NB-TARIFS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TARIFS.
           IF WS-FS-TARIFS NOT = "00"
               DISPLAY "/!\ tarifs-produits.txt absent (code "
                       WS-FS-TARIFS "), emission de devis "
                       "indisponible /!\"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TARIFS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-TARIFS < 500
                           ADD 1 TO WS-NB-TARIFS
                           MOVE FS-TAR-PRODUIT
                               TO WS-TAR-PRODUIT(WS-NB-TARIFS)
                           MOVE FS-TAR-DATE-EFFET
                               TO WS-TAR-DATE-EFFET(WS-NB-TARIFS)
                           MOVE FS-TAR-TAUX
                               TO WS-TAR-TAUX(WS-NB-TARIFS)
                           MOVE FS-TAR-PRIME-MINI
                               TO WS-TAR-PRIME-MINI(WS-NB-TARIFS)
                           MOVE FS-TAR-FREQUENCE
                               TO WS-TAR-FREQUENCE(WS-NB-TARIFS)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tarif (500) atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TARIFS = "00" OR WS-FS-TARIFS = "10"
               CLOSE F-TARIFS
           END-IF.
       6110-CHARGER-TARIFS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES CODES AGENT DE L'ANNUAIRE
      ******************************************************************
      * Sans annuaire, tout code courtier est admis
       6120-CHARGER-AGENTS-DEB.
           MOVE ZERO TO WS-NB-AGENTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-GENS.
           IF WS-FS-GENS NOT = "00"
               DISPLAY "/!\ gens.txt indisponible (code " WS-FS-GENS
                       "), controle des codes courtier desactive /!\"
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
      * COMPOSANTS DE CONTROLE ET DE CALCUL
      ******************************************************************
      * Prime annuelle du devis : tarif de WS-SAISIE-PRODUIT en
      * vigueur a la date du jour (plus grande date d'effet <= date
      * du jour), montant assure x taux / 100 releve au minimum du
      * tarif. WS-TAR-RETENU reste a zero si le produit n'a pas de
      * tarif a cette date
       7000-CALCULER-PRIME-DEB.
           MOVE ZERO TO WS-TAR-RETENU.
           MOVE ZERO TO WS-TAR-DATE-RETENUE.
           MOVE ZERO TO WS-PRIME-ANNUELLE.
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TARIFS
               IF WS-TAR-PRODUIT(WS-IDX-TAR) = WS-SAISIE-PRODUIT
                   AND WS-TAR-DATE-EFFET(WS-IDX-TAR) <= WS-DATE-JOUR
                   AND WS-TAR-DATE-EFFET(WS-IDX-TAR)
                       >= WS-TAR-DATE-RETENUE
                   MOVE WS-IDX-TAR TO WS-TAR-RETENU
                   MOVE WS-TAR-DATE-EFFET(WS-IDX-TAR)
                       TO WS-TAR-DATE-RETENUE
               END-IF
           END-PERFORM.
           IF WS-TAR-RETENU = ZERO
               GO TO 7000-CALCULER-PRIME-FIN
           END-IF.

           COMPUTE WS-PRIME-ANNUELLE ROUNDED =
               WS-SAISIE-MONTANT * WS-TAR-TAUX(WS-TAR-RETENU) / 100.
           IF WS-PRIME-ANNUELLE < WS-TAR-PRIME-MINI(WS-TAR-RETENU)
               MOVE WS-TAR-PRIME-MINI(WS-TAR-RETENU)
                   TO WS-PRIME-ANNUELLE
           END-IF.
       7000-CALCULER-PRIME-FIN.
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

      * Prochain numero de devis : plus haut numero enregistre + 1
       7200-PROCHAIN-NUMERO-DEB.
           MOVE ZERO TO WS-PROCH-NO-DEVIS.
           MOVE 'N' TO FLAG-STOP.
           MOVE ZERO TO FS-DEV-NUMERO.
           START F-DEVIS KEY IS >= FS-DEV-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-DEVIS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-DEV-NUMERO TO WS-PROCH-NO-DEVIS
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROCH-NO-DEVIS.
       7200-PROCHAIN-NUMERO-FIN.
           EXIT.

      * Ecrit une ligne dans audit-assurances.txt pour la mise a jour
      * decrite par WS-AUD-OPERATION, WS-AUD-FICHIER, WS-AUD-ORIGINE et
      * les images WS-AUD-AVANT / WS-AUD-APRES
       7500-ECRIRE-AUDIT-DEB.
           OPEN EXTEND F-AUDIT.
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT F-AUDIT
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "/!\ Audit indisponible (code " WS-FS-AUDIT
                       "), mise a jour non tracee /!\"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FS-AUD-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO FS-AUD-HEURE
               MOVE WS-AUD-OPERATION TO FS-AUD-OPERATION
               MOVE WS-AUD-FICHIER   TO FS-AUD-FICHIER
               MOVE WS-AUD-ORIGINE   TO FS-AUD-ORIGINE
               MOVE WS-AUD-AVANT     TO FS-AUD-AVANT
               MOVE WS-AUD-APRES     TO FS-AUD-APRES
               MOVE WS-UTILISATEUR   TO FS-AUD-UTILISATEUR
               WRITE FS-ENR-AUDIT
               CLOSE F-AUDIT
           END-IF.
       7500-ECRIRE-AUDIT-FIN.
           EXIT.

      ******************************************************************
      * RAPPORT MENSUEL DES DEVIS
      ******************************************************************
      * Pour le mois demande : devis emis (date d'emission dans le
      * mois), acceptes (date d'acceptation dans le mois) et caducs
      * (fin de validite dans le mois, devis CADUC ou encore EMIS et
      * echu), par produit puis par courtier
       8000-RAPPORT-MENSUEL-DEB.
           DISPLAY "Mois analyse AAAAMM (ENTREE pour le mois "
                   "precedent) : " WITH NO ADVANCING.
           MOVE ZERO TO WS-RAP-MOIS.
           ACCEPT WS-RAP-MOIS.
           IF WS-RAP-MOIS = ZERO
               MOVE WS-DATE-JOUR(1:6) TO WS-RAP-MOIS
               IF WS-RAP-MM = 1
                   MOVE 12 TO WS-RAP-MM
                   SUBTRACT 1 FROM WS-RAP-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-RAP-MM
               END-IF
           END-IF.
           IF WS-RAP-MM < 1 OR WS-RAP-MM > 12
               DISPLAY "/!\ Mois invalide /!\"
               GO TO 8000-RAPPORT-MENSUEL-FIN
           END-IF.

           MOVE ZERO TO WS-NB-PRODUITS.
           MOVE ZERO TO WS-NB-COURTIERS.
           MOVE ZERO TO WS-TOT-EMIS.
           MOVE ZERO TO WS-TOT-ACCEPTES.
           MOVE ZERO TO WS-TOT-CADUCS.

           MOVE 'N' TO FLAG-STOP.
           MOVE ZERO TO FS-DEV-NUMERO.
           START F-DEVIS KEY IS >= FS-DEV-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-DEVIS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-DEV-DATE-EMISSION(1:6) = WS-RAP-MOIS
                           SET WS-RAP-EMIS TO TRUE
                           PERFORM 8100-CUMULER-DEB
                              THRU 8100-CUMULER-FIN
                       END-IF
                       IF FS-DEV-STATUT = WS-DEV-STATUT-ACCEPTE
                          AND FS-DEV-DATE-DECISION(1:6) = WS-RAP-MOIS
                           SET WS-RAP-ACCEPTE TO TRUE
                           PERFORM 8100-CUMULER-DEB
                              THRU 8100-CUMULER-FIN
                       END-IF
                       IF (FS-DEV-STATUT = WS-DEV-STATUT-CADUC
                           OR (FS-DEV-STATUT = WS-DEV-STATUT-EMIS
                               AND FS-DEV-DATE-VALIDITE
                                   < WS-DATE-JOUR))
                          AND FS-DEV-DATE-VALIDITE(1:6) = WS-RAP-MOIS
                           SET WS-RAP-CADUC TO TRUE
                           PERFORM 8100-CUMULER-DEB
                              THRU 8100-CUMULER-FIN
                       END-IF
               END-READ
           END-PERFORM.

           INITIALIZE WS-NOM-RAPPORT.
           STRING "devis-suivi-" WS-RAP-MOIS ".txt"
               INTO WS-NOM-RAPPORT
           END-STRING.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-RAPPORT) ", code : "
                       WS-FS-RAPPORT
               GO TO 8000-RAPPORT-MENSUEL-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "SUIVI DES DEVIS - MOIS " WS-RAP-MOIS
                  " (edite le " WS-DATE-JOUR ")"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE "Transformation = devis acceptes / devis emis du mois"
               TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.

      * Ventilation par produit
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE "Produit            Emis Acceptes  Caducs  Transfo %"
               TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                   UNTIL WS-IDX-PRO > WS-NB-PRODUITS
               MOVE WS-PRO-CLE(WS-IDX-PRO)      TO WS-LIG-CLE
               MOVE WS-PRO-EMIS(WS-IDX-PRO)     TO WS-LIG-EMIS
               MOVE WS-PRO-ACCEPTES(WS-IDX-PRO) TO WS-LIG-ACCEPTES
               MOVE WS-PRO-CADUCS(WS-IDX-PRO)   TO WS-LIG-CADUCS
               PERFORM 8200-EDITER-CUMUL-DEB
                  THRU 8200-EDITER-CUMUL-FIN
           END-PERFORM.

      * Ventilation par courtier
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE "Courtier           Emis Acceptes  Caducs  Transfo %"
               TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-COU FROM 1 BY 1
                   UNTIL WS-IDX-COU > WS-NB-COURTIERS
               MOVE WS-COU-CLE(WS-IDX-COU)      TO WS-LIG-CLE
               MOVE WS-COU-EMIS(WS-IDX-COU)     TO WS-LIG-EMIS
               MOVE WS-COU-ACCEPTES(WS-IDX-COU) TO WS-LIG-ACCEPTES
               MOVE WS-COU-CADUCS(WS-IDX-COU)   TO WS-LIG-CADUCS
               PERFORM 8200-EDITER-CUMUL-DEB
                  THRU 8200-EDITER-CUMUL-FIN
           END-PERFORM.

      * Total du mois
           MOVE WS-TIRET TO WS-LIGNE-RAPPORT.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
           MOVE "TOTAL"         TO WS-LIG-CLE.
           MOVE WS-TOT-EMIS     TO WS-LIG-EMIS.
           MOVE WS-TOT-ACCEPTES TO WS-LIG-ACCEPTES.
           MOVE WS-TOT-CADUCS   TO WS-LIG-CADUCS.
           PERFORM 8200-EDITER-CUMUL-DEB
              THRU 8200-EDITER-CUMUL-FIN.

           CLOSE F-RAPPORT.
           DISPLAY "Rapport ecrit : " FUNCTION TRIM(WS-NOM-RAPPORT).
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RAPPORT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-RAPPORT-MENSUEL-FIN.
           EXIT.

      * Ajoute le devis courant au cumul de son produit, de son
      * courtier et du mois, dans la colonne designee par WS-RAP-TYPE
       8100-CUMULER-DEB.
           MOVE FS-DEV-PRODUIT TO WS-RAP-CLE.
           MOVE ZERO TO WS-IDX-PRO.
           PERFORM VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH > WS-NB-PRODUITS
               IF WS-PRO-CLE(WS-IDX-RECH) = WS-RAP-CLE
                   MOVE WS-IDX-RECH TO WS-IDX-PRO
               END-IF
           END-PERFORM.
           IF WS-IDX-PRO = ZERO AND WS-NB-PRODUITS < 100
               ADD 1 TO WS-NB-PRODUITS
               MOVE WS-NB-PRODUITS TO WS-IDX-PRO
               MOVE WS-RAP-CLE TO WS-PRO-CLE(WS-IDX-PRO)
               MOVE ZERO TO WS-PRO-EMIS(WS-IDX-PRO)
               MOVE ZERO TO WS-PRO-ACCEPTES(WS-IDX-PRO)
               MOVE ZERO TO WS-PRO-CADUCS(WS-IDX-PRO)
           END-IF.

           IF FS-DEV-BROKER-ID = SPACES
               MOVE "DIRECT" TO WS-RAP-CLE
           ELSE
               MOVE FS-DEV-BROKER-ID TO WS-RAP-CLE
           END-IF.
           MOVE ZERO TO WS-IDX-COU.
           PERFORM VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH > WS-NB-COURTIERS
               IF WS-COU-CLE(WS-IDX-RECH) = WS-RAP-CLE
                   MOVE WS-IDX-RECH TO WS-IDX-COU
               END-IF
           END-PERFORM.
           IF WS-IDX-COU = ZERO AND WS-NB-COURTIERS < 100
               ADD 1 TO WS-NB-COURTIERS
               MOVE WS-NB-COURTIERS TO WS-IDX-COU
               MOVE WS-RAP-CLE TO WS-COU-CLE(WS-IDX-COU)
               MOVE ZERO TO WS-COU-EMIS(WS-IDX-COU)
               MOVE ZERO TO WS-COU-ACCEPTES(WS-IDX-COU)
               MOVE ZERO TO WS-COU-CADUCS(WS-IDX-COU)
           END-IF.

           EVALUATE TRUE
               WHEN WS-RAP-EMIS
                   ADD 1 TO WS-TOT-EMIS
                   IF WS-IDX-PRO > ZERO
                       ADD 1 TO WS-PRO-EMIS(WS-IDX-PRO)
                   END-IF
                   IF WS-IDX-COU > ZERO
                       ADD 1 TO WS-COU-EMIS(WS-IDX-COU)
                   END-IF
               WHEN WS-RAP-ACCEPTE
                   ADD 1 TO WS-TOT-ACCEPTES
                   IF WS-IDX-PRO > ZERO
                       ADD 1 TO WS-PRO-ACCEPTES(WS-IDX-PRO)
                   END-IF
                   IF WS-IDX-COU > ZERO
                       ADD 1 TO WS-COU-ACCEPTES(WS-IDX-COU)
                   END-IF
               WHEN WS-RAP-CADUC
                   ADD 1 TO WS-TOT-CADUCS
                   IF WS-IDX-PRO > ZERO
                       ADD 1 TO WS-PRO-CADUCS(WS-IDX-PRO)
                   END-IF
                   IF WS-IDX-COU > ZERO
                       ADD 1 TO WS-COU-CADUCS(WS-IDX-COU)
                   END-IF
           END-EVALUATE.
       8100-CUMULER-FIN.
           EXIT.

      * Edite une ligne de cumul (WS-LIG-*) avec son taux de
      * transformation ; sans devis emis le taux est sans objet
       8200-EDITER-CUMUL-DEB.
           MOVE WS-LIG-EMIS     TO WS-NB-ED.
           MOVE WS-LIG-ACCEPTES TO WS-NB-ED-2.
           MOVE WS-LIG-CADUCS   TO WS-NB-ED-3.
           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-LIG-EMIS = ZERO
               STRING WS-LIG-CLE " " WS-NB-ED "   " WS-NB-ED-2
                      "  " WS-NB-ED-3 "        -"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               COMPUTE WS-TAUX-TRANSFO ROUNDED =
                   WS-LIG-ACCEPTES * 100 / WS-LIG-EMIS
               MOVE WS-TAUX-TRANSFO TO WS-TAUX-ED
               STRING WS-LIG-CLE " " WS-NB-ED "   " WS-NB-ED-2
                      "  " WS-NB-ED-3 "    " WS-TAUX-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           PERFORM 8300-ECRIRE-LIGNE-DEB
              THRU 8300-ECRIRE-LIGNE-FIN.
       8200-EDITER-CUMUL-FIN.
           EXIT.

      * Ecrit WS-LIGNE-RAPPORT a l'ecran et dans le rapport
       8300-ECRIRE-LIGNE-DEB.
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING).
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8300-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* DEVIS D'ASSURANCE                       *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les devis                    *"
               DISPLAY "* 2 - Emettre un devis                    *"
               DISPLAY "* 3 - Accepter un devis (contrat PROPOSE) *"
               DISPLAY "* 4 - Rendre caducs les devis echus       *"
               DISPLAY "* 5 - Rapport mensuel des devis           *"
               DISPLAY "* 6 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-DEVIS-DEB
                          THRU 9100-LISTER-DEVIS-FIN
                   WHEN 2
                       IF WS-ROLE-ADMIN
                           PERFORM 9200-EMETTRE-DEVIS-DEB
                              THRU 9200-EMETTRE-DEVIS-FIN
                       ELSE
                           DISPLAY "Entree reservee au role ADMIN."
                       END-IF
                   WHEN 3
                       IF WS-ROLE-ADMIN
                           PERFORM 9300-ACCEPTER-DEVIS-DEB
                              THRU 9300-ACCEPTER-DEVIS-FIN
                       ELSE
                           DISPLAY "Entree reservee au role ADMIN."
                       END-IF
                   WHEN 4
                       IF WS-ROLE-ADMIN
                           PERFORM 9400-CADUCITE-DEB
                              THRU 9400-CADUCITE-FIN
                       ELSE
                           DISPLAY "Entree reservee au role ADMIN."
                       END-IF
                   WHEN 5
                       PERFORM 8000-RAPPORT-MENSUEL-DEB
                          THRU 8000-RAPPORT-MENSUEL-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES DEVIS
      ******************************************************************
       9100-LISTER-DEVIS-DEB.
           MOVE 'N' TO FLAG-STOP.
           MOVE ZERO TO FS-DEV-NUMERO.
           START F-DEVIS KEY IS >= FS-DEV-NUMERO
               INVALID KEY
                   DISPLAY "Aucun devis enregistre."
                   SET QUITTER TO TRUE
           END-START.
           IF NOT QUITTER
               DISPLAY "| Devis    | Emis le  | Valide au| Client | "
                       "Produit        |   Valeur assuree |"
                       "   Prime annuelle | Statut   | Contrat  |"
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-DEVIS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-DEV-MONTANT TO WS-MONTANT-ED
                       MOVE FS-DEV-PRIME   TO WS-PRIME-ED
                       DISPLAY "| " FS-DEV-NUMERO " | "
                               FS-DEV-DATE-EMISSION " | "
                               FS-DEV-DATE-VALIDITE " | "
                               FS-DEV-CLIENT-ID " | "
                               FS-DEV-PRODUIT " | "
                               WS-MONTANT-ED " " FS-DEV-DEVISE " | "
                               WS-PRIME-ED " " FS-DEV-DEVISE " | "
                               FS-DEV-STATUT " | "
                               FS-DEV-CODE-CONTRAT " |"
               END-READ
           END-PERFORM.
       9100-LISTER-DEVIS-FIN.
           EXIT.

      ******************************************************************
      * EMISSION D'UN DEVIS
      ******************************************************************
      * Le client doit exister dans clients-assurance.txt et le
      * produit avoir un tarif en vigueur ; la prime annuelle est
      * calculee sur la valeur assuree
       9200-EMETTRE-DEVIS-DEB.
           DISPLAY "Identifiant client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLIENT-ID.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "/!\ clients-assurance.txt indisponible (code "
                       WS-FS-CLIENTS "), devis non emis /!\"
               GO TO 9200-EMETTRE-DEVIS-FIN
           END-IF.
           MOVE WS-SAISIE-CLIENT-ID TO FS-CLI-ID.
           READ F-CLIENTS
               INVALID KEY
                   MOVE SPACES TO FS-CLI-NOM
           END-READ.
           CLOSE F-CLIENTS.
           IF FS-CLI-NOM = SPACES
               DISPLAY "/!\ Client " WS-SAISIE-CLIENT-ID
                       " inconnu, devis non emis /!\"
               GO TO 9200-EMETTRE-DEVIS-FIN
           END-IF.
           DISPLAY "Client : " FUNCTION TRIM(FS-CLI-NOM).

           DISPLAY "Produit (FS-NOM-PRODUIT) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           DISPLAY "Valeur assuree : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-MONTANT.
           IF WS-SAISIE-MONTANT = ZERO
               DISPLAY "/!\ Valeur assuree nulle, devis non emis /!\"
               GO TO 9200-EMETTRE-DEVIS-FIN
           END-IF.
           PERFORM 7000-CALCULER-PRIME-DEB
              THRU 7000-CALCULER-PRIME-FIN.
           IF WS-TAR-RETENU = ZERO
               DISPLAY "/!\ Aucun tarif "
                       FUNCTION TRIM(WS-SAISIE-PRODUIT)
                       " en vigueur au " WS-DATE-JOUR
                       ", devis non emis /!\"
               GO TO 9200-EMETTRE-DEVIS-FIN
           END-IF.

           DISPLAY "Devise (ENTREE pour EUR) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-DEVISE.
           ACCEPT WS-SAISIE-DEVISE.
           IF WS-SAISIE-DEVISE = SPACES
               MOVE "EUR" TO WS-SAISIE-DEVISE
           END-IF.

           DISPLAY "Code courtier (ENTREE si vente directe) : "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CODE-AGENT.
           ACCEPT WS-SAISIE-CODE-AGENT.
           MOVE ZERO TO WS-SAISIE-TAUX-COM.
           IF WS-SAISIE-CODE-AGENT NOT = SPACES
               PERFORM 7100-VERIFIER-AGENT-DEB
                  THRU 7100-VERIFIER-AGENT-FIN
               IF NOT WS-AGENT-EST-CONNU
                   DISPLAY "/!\ Code courtier " WS-SAISIE-CODE-AGENT
                           " absent de gens.txt, devis non emis /!\"
                   GO TO 9200-EMETTRE-DEVIS-FIN
               END-IF
               DISPLAY "Taux de commission (%) : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-TAUX-COM
           END-IF.

           DISPLAY "Validite en jours (ENTREE pour "
                   WS-VALIDITE-DEFAUT ") : " WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-JOURS-VALIDITE.
           ACCEPT WS-SAISIE-JOURS-VALIDITE.
           IF WS-SAISIE-JOURS-VALIDITE = ZERO
               MOVE WS-VALIDITE-DEFAUT TO WS-SAISIE-JOURS-VALIDITE
           END-IF.

           PERFORM 7200-PROCHAIN-NUMERO-DEB
              THRU 7200-PROCHAIN-NUMERO-FIN.

           MOVE SPACES                  TO FS-ENR-DEVIS.
           MOVE WS-PROCH-NO-DEVIS       TO FS-DEV-NUMERO.
           MOVE WS-DATE-JOUR            TO FS-DEV-DATE-EMISSION.
           COMPUTE FS-DEV-DATE-VALIDITE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                    + WS-SAISIE-JOURS-VALIDITE).
           MOVE WS-SAISIE-CLIENT-ID     TO FS-DEV-CLIENT-ID.
           MOVE FS-CLI-NOM              TO FS-DEV-NOM-CLIENT.
           MOVE WS-SAISIE-PRODUIT       TO FS-DEV-PRODUIT.
           MOVE WS-SAISIE-MONTANT       TO FS-DEV-MONTANT.
           MOVE WS-SAISIE-DEVISE        TO FS-DEV-DEVISE.
           MOVE WS-PRIME-ANNUELLE       TO FS-DEV-PRIME.
           MOVE WS-TAR-FREQUENCE(WS-TAR-RETENU)
                                        TO FS-DEV-FREQUENCE.
           MOVE WS-SAISIE-CODE-AGENT    TO FS-DEV-BROKER-ID.
           MOVE WS-SAISIE-TAUX-COM      TO FS-DEV-TAUX-COMMISSION.
           MOVE WS-DEV-STATUT-EMIS      TO FS-DEV-STATUT.
           MOVE ZERO                    TO FS-DEV-DATE-DECISION.
           MOVE SPACES                  TO FS-DEV-CODE-CONTRAT.
           WRITE FS-ENR-DEVIS
               INVALID KEY
                   DISPLAY "/!\ Numero de devis deja utilise : "
                           FS-DEV-NUMERO " /!\"
               NOT INVALID KEY
                   MOVE FS-DEV-PRIME TO WS-PRIME-ED
                   DISPLAY "Devis " FS-DEV-NUMERO " emis : prime "
                           "annuelle " WS-PRIME-ED " " FS-DEV-DEVISE
                           " (frequence " FS-DEV-FREQUENCE
                           "), valable jusqu'au "
                           FS-DEV-DATE-VALIDITE
           END-WRITE.
       9200-EMETTRE-DEVIS-FIN.
           EXIT.

      ******************************************************************
      * ACCEPTATION D'UN DEVIS PAR LE CLIENT
      ******************************************************************
      * Le devis EMIS et encore valide devient un contrat PROPOSE
      * dans assurances.dat, d'un an a compter de la date d'effet ;
      * le passage a ACTIF se fait ensuite dans assurances.cbl
       9300-ACCEPTER-DEVIS-DEB.
           DISPLAY "Numero du devis accepte : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUMERO.
           MOVE WS-SAISIE-NUMERO TO FS-DEV-NUMERO.
           READ F-DEVIS
               INVALID KEY
                   DISPLAY "/!\ Devis " WS-SAISIE-NUMERO
                           " introuvable /!\"
                   GO TO 9300-ACCEPTER-DEVIS-FIN
           END-READ.
           IF FS-DEV-STATUT NOT = WS-DEV-STATUT-EMIS
               DISPLAY "/!\ Devis " FS-DEV-NUMERO " au statut "
                       FS-DEV-STATUT ", acceptation impossible /!\"
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.
           IF FS-DEV-DATE-VALIDITE < WS-DATE-JOUR
               DISPLAY "/!\ Devis " FS-DEV-NUMERO " echu le "
                       FS-DEV-DATE-VALIDITE ", passe CADUC /!\"
               MOVE WS-DEV-STATUT-CADUC TO FS-DEV-STATUT
               MOVE WS-DATE-JOUR        TO FS-DEV-DATE-DECISION
               REWRITE FS-ENR-DEVIS
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.

           MOVE FS-DEV-MONTANT TO WS-MONTANT-ED.
           MOVE FS-DEV-PRIME   TO WS-PRIME-ED.
           DISPLAY "Client " FS-DEV-CLIENT-ID " "
                   FUNCTION TRIM(FS-DEV-NOM-CLIENT).
           DISPLAY "Produit " FUNCTION TRIM(FS-DEV-PRODUIT)
                   ", valeur " WS-MONTANT-ED " " FS-DEV-DEVISE
                   ", prime annuelle " WS-PRIME-ED.

           DISPLAY "Code du nouveau contrat : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE-CONTRAT.
           IF WS-SAISIE-CODE-CONTRAT = SPACES
               DISPLAY "/!\ Code contrat obligatoire /!\"
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.
           DISPLAY "Nom du contrat (ENTREE pour le produit) : "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NOM-CONTRAT.
           ACCEPT WS-SAISIE-NOM-CONTRAT.
           IF WS-SAISIE-NOM-CONTRAT = SPACES
               MOVE FS-DEV-PRODUIT TO WS-SAISIE-NOM-CONTRAT
           END-IF.
           DISPLAY "Date d'effet AAAAMMJJ (ENTREE pour aujourd'hui) : "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-DATE-DEBUT.
           ACCEPT WS-SAISIE-DATE-DEBUT.
           IF WS-SAISIE-DATE-DEBUT = ZERO
               MOVE WS-DATE-JOUR TO WS-SAISIE-DATE-DEBUT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SAISIE-DATE-DEBUT)
                   NOT = ZERO
               DISPLAY "/!\ Date d'effet invalide /!\"
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.

      * Fin de periode : veille du meme jour l'annee suivante (un
      * 29 fevrier donne le 28 fevrier suivant)
           COMPUTE WS-CTR-DATE-FIN = WS-SAISIE-DATE-DEBUT + 10000.
           IF WS-CTR-FIN-MMJJ = 0229
               MOVE 0301 TO WS-CTR-FIN-MMJJ
           END-IF.
           COMPUTE WS-CTR-DATE-FIN =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CTR-DATE-FIN) - 1).

           DISPLAY "Contrat " WS-SAISIE-CODE-CONTRAT " du "
                   WS-SAISIE-DATE-DEBUT " au " WS-CTR-DATE-FIN
                   " - confirmer (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRMATION.
           IF NOT WS-CONFIRME
               DISPLAY "Acceptation abandonnee."
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.

           OPEN I-O F-ASSURANCES.
           IF WS-FS-ASSURANCES = "35"
               OPEN OUTPUT F-ASSURANCES
               CLOSE F-ASSURANCES
               OPEN I-O F-ASSURANCES
           END-IF.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "/!\ Erreur ouverture assurances.dat, code : "
                       WS-FS-ASSURANCES ", devis non transforme /!\"
               GO TO 9300-ACCEPTER-DEVIS-FIN
           END-IF.

           MOVE SPACES                  TO FS-ENR-ASSURANCES.
           MOVE WS-SAISIE-CODE-CONTRAT  TO FS-CODE-CONTRAT.
           MOVE WS-SAISIE-NOM-CONTRAT   TO FS-NOM-CONTRAT.
           MOVE FS-DEV-PRODUIT          TO FS-NOM-PRODUIT.
           MOVE FS-DEV-NOM-CLIENT       TO FS-NOM-CLIENT.
           MOVE WS-STATUT-PROPOSE       TO FS-STATUT.
           MOVE WS-SAISIE-DATE-DEBUT    TO FS-DATE-DEBUT.
           MOVE WS-CTR-DATE-FIN         TO FS-DATE-FIN.
           MOVE FS-DEV-MONTANT          TO FS-MONTANT.
           MOVE FS-DEV-DEVISE           TO FS-DEVISE.
           MOVE FS-DEV-BROKER-ID        TO FS-BROKER-ID.
           MOVE FS-DEV-TAUX-COMMISSION  TO FS-TAUX-COMMISSION.
           COMPUTE FS-MONTANT-COMMISSION ROUNDED =
               FS-MONTANT * FS-TAUX-COMMISSION / 100.
           MOVE FS-DEV-CLIENT-ID        TO FS-CLIENT-ID.
           WRITE FS-ENR-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Contrat " FS-CODE-CONTRAT
                           " deja existant, devis non transforme /!\"
                   CLOSE F-ASSURANCES
                   GO TO 9300-ACCEPTER-DEVIS-FIN
           END-WRITE.
           CLOSE F-ASSURANCES.

           MOVE SPACES              TO WS-AUD-AVANT.
           MOVE FS-ENR-ASSURANCES   TO WS-AUD-APRES.
           MOVE "ECRITURE"          TO WS-AUD-OPERATION.
           MOVE "assurances.dat"    TO WS-AUD-FICHIER.
           MOVE "9300-ACCEPTER-DEVIS" TO WS-AUD-ORIGINE.
           PERFORM 7500-ECRIRE-AUDIT-DEB
              THRU 7500-ECRIRE-AUDIT-FIN.

           MOVE WS-DEV-STATUT-ACCEPTE  TO FS-DEV-STATUT.
           MOVE WS-DATE-JOUR           TO FS-DEV-DATE-DECISION.
           MOVE WS-SAISIE-CODE-CONTRAT TO FS-DEV-CODE-CONTRAT.
           REWRITE FS-ENR-DEVIS
               INVALID KEY
                   DISPLAY "/!\ Devis " FS-DEV-NUMERO
                           " non mis a jour /!\"
           END-REWRITE.
           DISPLAY "Devis " FS-DEV-NUMERO " accepte : contrat "
                   FS-DEV-CODE-CONTRAT " cree au statut PROPOSE.".
       9300-ACCEPTER-DEVIS-FIN.
           EXIT.

      ******************************************************************
      * CADUCITE DES DEVIS ECHUS
      ******************************************************************
      * Tout devis EMIS dont la date de validite est depassee passe
      * CADUC
       9400-CADUCITE-DEB.
           MOVE ZERO TO WS-NB-CADUCS.
           MOVE 'N' TO FLAG-STOP.
           MOVE ZERO TO FS-DEV-NUMERO.
           START F-DEVIS KEY IS >= FS-DEV-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-DEVIS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-DEV-STATUT = WS-DEV-STATUT-EMIS
                          AND FS-DEV-DATE-VALIDITE < WS-DATE-JOUR
                           MOVE WS-DEV-STATUT-CADUC TO FS-DEV-STATUT
                           MOVE WS-DATE-JOUR
                               TO FS-DEV-DATE-DECISION
                           REWRITE FS-ENR-DEVIS
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-CADUCS
                                   DISPLAY "Devis " FS-DEV-NUMERO
                                           " echu le "
                                           FS-DEV-DATE-VALIDITE
                                           " : CADUC"
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "Devis rendus caducs : " WS-NB-CADUCS.
       9400-CADUCITE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
