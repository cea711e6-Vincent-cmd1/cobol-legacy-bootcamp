      ******************************************************************
      * PROGRAMME : ASSURANCES-RECOUVREMENT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Recouvrement des primes impayees. Parcourt
      *             quittances.dat et fait monter chaque quittance
      *             encore EMISE d'un niveau de relance a chaque
      *             passage, selon son anciennete depuis l'emission :
      *             1er avis, 2e avis, puis mise en demeure. Chaque
      *             niveau atteint edite une lettre adressee au client
      *             (adresse lue dans clients-assurance.txt) et est
      *             conserve par quittance, pour qu'une lettre ne
      *             parte jamais deux fois. Une quittance toujours
      *             impayee apres la mise en demeure place son contrat
      *             sur la liste des suspensions proposees
      *             (ACTIF -> SUSPENDU), confirmee ensuite contrat par
      *             contrat par un operateur depuis le menu.
      *
      * FICHIERS  :
      *   - F-QUITTANCES   : quittances.dat (entree, tenu par
      *                      assurances-quittances.cbl)
      *   - F-ASSURANCES   : assurances.dat (lecture du client du
      *                      contrat ; mis a jour a la confirmation
      *                      d'une suspension)
      *   - F-CLIENTS      : clients-assurance.txt (adresse postale)
      *   - F-NIVEAUX      : relances-quittances.dat (niveau de
      *                      relance atteint par quittance, indexe)
      *   - F-LETTRES      : lettres-relance-AAAAMMJJ.txt (lettres du
      *                      jour, en ajout, une page par lettre)
      *   - F-PROPOSITIONS : propositions-suspension.txt (liste de
      *                      travail des suspensions a confirmer)
      *   - F-AUDIT        : audit-assurances.txt (piste d'audit)
      *   - F-PRELEVEMENTS : prelevements.dat (entree, facultatif :
      *                      quittances en cours de prelevement)
      *
      * REMARQUE  : Un seul niveau est franchi par passage : une
      *             quittance tres ancienne jamais relancee recoit
      *             d'abord le 1er avis, jamais directement la mise
      *             en demeure.
      *
      * MODIFICATION : 15/10/2026 - Une quittance presentee au
      *                prelevement et encore en attente du retour de
      *                la banque (prelevements.dat, statut ENVOYE)
      *                n'est pas relancee ; rejetee, elle reprend le
      *                cycle de relance normal.
      * MODIFICATION : 15/10/2026 - Les lettres du jour sont ajoutees
      *                a lettres-relance-AAAAMMJJ.txt : un second
      *                passage le meme jour n'efface plus les lettres
      *                du premier, dont les niveaux sont deja portes
      *                au registre des relances.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-recouvrement.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Maitre des quittances (cf. assurances-quittances.cbl)
           SELECT F-QUITTANCES ASSIGN TO "quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-QUI-NUMERO
               FILE STATUS IS WS-FS-QUITTANCES.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Maitre des clients (cf. clients-assurance.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS.

      * Niveau de relance atteint par quittance, indexe par numero
      * de quittance
           SELECT F-NIVEAUX ASSIGN TO "relances-quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NIV-NO-QUITTANCE
               FILE STATUS IS WS-FS-NIVEAUX.

      * Lettres de relance du passage, une page par lettre
           SELECT F-LETTRES ASSIGN TO WS-NOM-LETTRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRES.

      * Liste de travail des suspensions proposees
           SELECT F-PROPOSITIONS ASSIGN TO "propositions-suspension.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROPOSITIONS.

      * Piste d'audit des mises a jour de assurances.dat, alimentee
      * en ajout (meme discipline que dans assurances.cbl)
           SELECT F-AUDIT ASSIGN TO "audit-assurances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

      * Suivi des quittances presentees au prelevement (cf.
      * assurances-prelevement.cbl)
           SELECT F-PRELEVEMENTS ASSIGN TO "prelevements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRL-NO-QUITTANCE
               FILE STATUS IS WS-FS-PRELEVEMENTS.

       DATA DIVISION.
       FILE SECTION.

      * Enregistrement d'une quittance, tel que declare dans
      * assurances-quittances.cbl
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

      * Suivi d'une quittance presentee au prelevement, tel que
      * declare dans assurances-prelevement.cbl
       FD F-PRELEVEMENTS.
       01 FS-ENR-PRELEVEMENT.
           05 FS-PRL-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PRL-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-PRL-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-PRL-DATE-ENVOI           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PRL-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PRL-DATE-RETOUR          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PRL-MOTIF                PIC X(04).

      * Niveau de relance d'une quittance : 1 = 1er avis, 2 = 2e
      * avis, 3 = mise en demeure, 4 = suspension proposee ; date
      * de chaque niveau franchi
       FD F-NIVEAUX.
       01 FS-ENR-NIVEAU.
           05 FS-NIV-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-NIV-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-NIV-NIVEAU               PIC 9(01).
           05 FILLER                      PIC X(01).
           05 FS-NIV-DATE-AVIS-1          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-NIV-DATE-AVIS-2          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-NIV-DATE-DEMEURE         PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-NIV-DATE-PROPOSITION     PIC 9(08).

      * Lettres imprimables, une page par lettre
       FD F-LETTRES
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-ENR-LETTRE                   PIC X(80).

      * Une suspension proposee : date, contrat, quittance a
      * l'origine, montant du et suite donnee (ATTENTE tant que
      * l'operateur n'a pas tranche, puis CONFIRME ou REFUSE)
       FD F-PROPOSITIONS.
       01 FS-ENR-PROPOSITION.
           05 FS-PRO-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PRO-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PRO-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PRO-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-PRO-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-PRO-SUITE                PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PRO-DATE-SUITE           PIC 9(08).

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

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-NIVEAUX            PIC X(02).
       01 WS-FS-LETTRES            PIC X(02).
       01 WS-FS-PROPOSITIONS       PIC X(02).
       01 WS-FS-PRELEVEMENTS       PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Date du jour et nom du fichier des lettres du passage
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NOM-LETTRES           PIC X(40).

      * Seuils de relance, en jours depuis l'emission de la
      * quittance : 1er avis, 2e avis, mise en demeure, puis
      * proposition de suspension du contrat
       01 WS-SEUIL-AVIS-1          PIC 9(03) VALUE 15.
       01 WS-SEUIL-AVIS-2          PIC 9(03) VALUE 30.
       01 WS-SEUIL-DEMEURE         PIC 9(03) VALUE 45.
       01 WS-SEUIL-SUSPENSION      PIC 9(03) VALUE 60.

      * Niveaux de relance
       01 WS-NIVEAU-ATTEINT        PIC 9(01) VALUE ZERO.
       01 WS-NIVEAU-NOUVEAU        PIC 9(01) VALUE ZERO.
           88 WS-NIV-AVIS-1                     VALUE 1.
           88 WS-NIV-AVIS-2                     VALUE 2.
           88 WS-NIV-DEMEURE                    VALUE 3.
           88 WS-NIV-PROPOSITION                VALUE 4.
       01 WS-NIVEAU-EXISTE         PIC X(01) VALUE 'N'.
           88 WS-NIVEAU-DEJA-SUIVI              VALUE 'Y'.

      * Statuts d'une quittance et d'un contrat
       01 WS-QUI-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-STATUT-ACTIF          PIC X(08) VALUE "ACTIF".
       01 WS-STATUT-SUSPENDU       PIC X(08) VALUE "SUSPENDU".

      * Prelevement en attente du retour de la banque
       01 WS-PRL-STATUT-ENVOYE     PIC X(08) VALUE "ENVOYE".
       01 WS-NB-EN-PRELEVEMENT     PIC 9(05) VALUE ZERO.

      * Suites d'une proposition de suspension
       01 WS-PRO-A-TRAITER         PIC X(08) VALUE "ATTENTE".
       01 WS-PRO-CONFIRME          PIC X(08) VALUE "CONFIRME".
       01 WS-PRO-REFUSE            PIC X(08) VALUE "REFUSE".

      * Calcul de l'age d'une quittance impayee (en jours)
       01 WS-JOUR-COURANT-ENTIER   PIC 9(07).
       01 WS-JOUR-EMISSION-ENTIER  PIC 9(07).
       01 WS-AGE-JOURS             PIC S9(07).

      * Destinataire de la lettre en cours
       01 WS-DEST-NOM              PIC X(41).
       01 WS-DEST-ADRESSE          PIC X(40).
       01 WS-DEST-CODE-POSTAL      PIC X(05).
       01 WS-DEST-VILLE            PIC X(20).
       01 WS-DEST-CONNU            PIC X(01) VALUE 'N'.
           88 WS-DEST-EST-CONNU                 VALUE 'Y'.
       01 WS-CONTRAT-STATUT        PIC X(08).

      * Compteurs du passage
       01 WS-NB-AVIS-1             PIC 9(05) VALUE ZERO.
       01 WS-NB-AVIS-2             PIC 9(05) VALUE ZERO.
       01 WS-NB-DEMEURES           PIC 9(05) VALUE ZERO.
       01 WS-NB-PROPOSITIONS       PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-ADRESSE       PIC 9(05) VALUE ZERO.

      * Edition des lettres
       01 WS-PREMIERE-PAGE         PIC X(01) VALUE "O".
       01 WS-LIGNE-LETTRE          PIC X(80).
       01 WS-TIRET                 PIC X(80) VALUE ALL "*".
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.

      * Formatage d'une date AAAAMMJJ en JJ/MM/AAAA
       01 WS-DATE-TEMP             PIC 9(08).
       01 WS-DATE-FORMATTEE        PIC X(10).
       01 WS-DATE-EMISSION-ED      PIC X(10).
       01 WS-DATE-JOUR-ED          PIC X(10).

      * Liste de travail chargee en memoire pour la confirmation
       01 WS-NB-PRO                PIC 9(04) VALUE ZERO.
       01 WS-IDX-PRO               PIC 9(04) VALUE ZERO.
       01 WS-NB-PRO-FICHIER        PIC 9(05) VALUE ZERO.
       01 WS-TAB-PROPOSITIONS.
           05 WS-PRO OCCURS 500 TIMES.
              10 WS-PRO-DATE            PIC 9(08).
              10 WS-PRO-CODE-CONTRAT    PIC X(08).
              10 WS-PRO-NO-QUITTANCE    PIC X(08).
              10 WS-PRO-MONTANT         PIC 9(07)V9(02).
              10 WS-PRO-DEVISE          PIC X(04).
              10 WS-PRO-SUITE           PIC X(08).
              10 WS-PRO-DATE-SUITE      PIC 9(08).
       01 WS-NB-CONFIRMEES         PIC 9(04) VALUE ZERO.
       01 WS-NB-REFUSEES           PIC 9(04) VALUE ZERO.
       01 WS-SAISIE-CONFIRME       PIC X(01).
           88 WS-CONFIRME                       VALUE 'O'.
           88 WS-REFUSE                         VALUE 'N'.

      * Piste d'audit : code retour et zones de travail alimentees
      * par le traitement avant l'appel de 7500-ECRIRE-AUDIT
       01 WS-FS-AUDIT              PIC X(02).
       01 WS-AUD-OPERATION         PIC X(08).
       01 WS-AUD-FICHIER           PIC X(14).
       01 WS-AUD-ORIGINE           PIC X(30).
       01 WS-AUD-AVANT             PIC X(151).
       01 WS-AUD-APRES             PIC X(151).

      * Session ouverte par le sous-programme signon (table
      * utilisateur) : operateur connecte et role applique aux mises
      * a jour
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "recouvrement".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu du recouvrement des impayes
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Ouverture de session : le passage et la confirmation des
      * suspensions mettent a jour des fichiers, role ADMIN requis
           CALL "signon" USING WS-UTILISATEUR WS-ROLE WS-RC-SIGNON.
           IF WS-RC-SIGNON NOT = ZERO OR NOT WS-ROLE-ADMIN
               DISPLAY "Acces refuse (role ADMIN requis)."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DATE-TEMP.
           PERFORM 7000-FORMATER-DATE-DEB
              THRU 7000-FORMATER-DATE-FIN.
           MOVE WS-DATE-FORMATTEE TO WS-DATE-JOUR-ED.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
       6010-OPEN-F-QUITTANCES-DEB.
           OPEN INPUT F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "Erreur ouverture quittances.dat, code : "
                   WS-FS-QUITTANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-QUITTANCES-FIN.
           EXIT.

       6210-CLOSE-F-QUITTANCES-DEB.
           CLOSE F-QUITTANCES.
       6210-CLOSE-F-QUITTANCES-FIN.
           EXIT.

       6020-OPEN-F-ASSURANCES-DEB.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "Erreur ouverture assurances.dat, code : "
                   WS-FS-ASSURANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-F-ASSURANCES-FIN.
           EXIT.

       6220-CLOSE-F-ASSURANCES-DEB.
           CLOSE F-ASSURANCES.
       6220-CLOSE-F-ASSURANCES-FIN.
           EXIT.

      * Le maitre des clients peut ne pas exister encore : les
      * lettres partent alors au nom porte par la quittance, sans
      * adresse, et sont signalees
       6030-OPEN-F-CLIENTS-DEB.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "/!\ clients-assurance.txt indisponible (code "
                       WS-FS-CLIENTS "), lettres sans adresse /!\"
           END-IF.
       6030-OPEN-F-CLIENTS-FIN.
           EXIT.

       6230-CLOSE-F-CLIENTS-DEB.
           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "23"
               CLOSE F-CLIENTS
           END-IF.
       6230-CLOSE-F-CLIENTS-FIN.
           EXIT.

      * Ouvre le fichier des niveaux de relance, cree s'il n'existe
      * pas encore lors du tout premier passage
       6040-OPEN-F-NIVEAUX-DEB.
           OPEN I-O F-NIVEAUX.
           IF WS-FS-NIVEAUX = "35"
               OPEN OUTPUT F-NIVEAUX
               CLOSE F-NIVEAUX
               OPEN I-O F-NIVEAUX
           END-IF.
           IF WS-FS-NIVEAUX NOT = "00"
               DISPLAY "Erreur ouverture relances-quittances.dat, "
                       "code : " WS-FS-NIVEAUX
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-NIVEAUX-FIN.
           EXIT.

       6240-CLOSE-F-NIVEAUX-DEB.
           CLOSE F-NIVEAUX.
       6240-CLOSE-F-NIVEAUX-FIN.
           EXIT.

       6050-OPEN-F-LETTRES-DEB.
           INITIALIZE WS-NOM-LETTRES.
           STRING "lettres-relance-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-LETTRES
           END-STRING.
      * Ouvert en ajout : un second passage du jour complete les
      * lettres du premier ; fichier deja present, la premiere
      * lettre du passage commence sur une nouvelle page
           MOVE "O" TO WS-PREMIERE-PAGE.
           OPEN EXTEND F-LETTRES.
           IF WS-FS-LETTRES = "00"
               MOVE "N" TO WS-PREMIERE-PAGE
           END-IF.
           IF WS-FS-LETTRES = "35"
               OPEN OUTPUT F-LETTRES
               CLOSE F-LETTRES
               OPEN EXTEND F-LETTRES
           END-IF.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-LETTRES)
                       ", code : " WS-FS-LETTRES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-F-LETTRES-FIN.
           EXIT.

       6250-CLOSE-F-LETTRES-DEB.
           CLOSE F-LETTRES.
       6250-CLOSE-F-LETTRES-FIN.
           EXIT.

      * Ouvre la liste des suspensions proposees en ajout, en creant
      * le fichier s'il n'existe pas encore
       6060-OPEN-F-PROPOSITIONS-APPEND-DEB.
           OPEN EXTEND F-PROPOSITIONS.
           IF WS-FS-PROPOSITIONS = "35"
               OPEN OUTPUT F-PROPOSITIONS
               CLOSE F-PROPOSITIONS
               OPEN EXTEND F-PROPOSITIONS
           END-IF.
           IF WS-FS-PROPOSITIONS NOT = "00"
               DISPLAY "Erreur ouverture propositions-suspension.txt,"
                       " code : " WS-FS-PROPOSITIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-F-PROPOSITIONS-APPEND-FIN.
           EXIT.

       6260-CLOSE-F-PROPOSITIONS-DEB.
           CLOSE F-PROPOSITIONS.
       6260-CLOSE-F-PROPOSITIONS-FIN.
           EXIT.

      * Le suivi des prelevements n'existe qu'une fois le premier
      * ordre de prelevement emis
       6070-OPEN-F-PRELEVEMENTS-DEB.
           OPEN INPUT F-PRELEVEMENTS.
       6070-OPEN-F-PRELEVEMENTS-FIN.
           EXIT.

       6270-CLOSE-F-PRELEVEMENTS-DEB.
           IF WS-FS-PRELEVEMENTS = "00" OR WS-FS-PRELEVEMENTS = "23"
               CLOSE F-PRELEVEMENTS
           END-IF.
       6270-CLOSE-F-PRELEVEMENTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE LA LISTE DES SUSPENSIONS PROPOSEES
      ******************************************************************
      * Le fichier peut ne pas exister tant qu'aucune quittance n'a
      * depasse la mise en demeure
       6110-CHARGER-PROPOSITIONS-DEB.
           MOVE ZERO TO WS-NB-PRO.
           MOVE ZERO TO WS-NB-PRO-FICHIER.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PROPOSITIONS.
           IF WS-FS-PROPOSITIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PROPOSITIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-PRO-FICHIER
                       IF WS-NB-PRO < 500
                           ADD 1 TO WS-NB-PRO
                           MOVE FS-PRO-DATE
                               TO WS-PRO-DATE(WS-NB-PRO)
                           MOVE FS-PRO-CODE-CONTRAT
                               TO WS-PRO-CODE-CONTRAT(WS-NB-PRO)
                           MOVE FS-PRO-NO-QUITTANCE
                               TO WS-PRO-NO-QUITTANCE(WS-NB-PRO)
                           MOVE FS-PRO-MONTANT
                               TO WS-PRO-MONTANT(WS-NB-PRO)
                           MOVE FS-PRO-DEVISE
                               TO WS-PRO-DEVISE(WS-NB-PRO)
                           MOVE FS-PRO-SUITE
                               TO WS-PRO-SUITE(WS-NB-PRO)
                           MOVE FS-PRO-DATE-SUITE
                               TO WS-PRO-DATE-SUITE(WS-NB-PRO)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-PROPOSITIONS = "00" OR WS-FS-PROPOSITIONS = "10"
               CLOSE F-PROPOSITIONS
           END-IF.
       6110-CHARGER-PROPOSITIONS-FIN.
           EXIT.

      ******************************************************************
      * FORMATAGE D'UNE DATE AAAAMMJJ EN JJ/MM/AAAA
      ******************************************************************
       7000-FORMATER-DATE-DEB.
           INITIALIZE WS-DATE-FORMATTEE.
           STRING WS-DATE-TEMP(7:2) "/" WS-DATE-TEMP(5:2) "/"
                  WS-DATE-TEMP(1:4)
               INTO WS-DATE-FORMATTEE
           END-STRING.
       7000-FORMATER-DATE-FIN.
           EXIT.

      ******************************************************************
      * RECHERCHE DU DESTINATAIRE D'UNE LETTRE
      ******************************************************************
      * Contrat de la quittance courante -> FS-CLIENT-ID -> adresse
      * du client ; a defaut, nom porte par la quittance sans adresse
       7100-CHERCHER-DESTINATAIRE-DEB.
           MOVE FS-QUI-NOM-CLIENT TO WS-DEST-NOM.
           MOVE SPACES TO WS-DEST-ADRESSE.
           MOVE SPACES TO WS-DEST-CODE-POSTAL.
           MOVE SPACES TO WS-DEST-VILLE.
           MOVE SPACES TO WS-CONTRAT-STATUT.
           MOVE 'N' TO WS-DEST-CONNU.

           MOVE FS-QUI-CODE-CONTRAT TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   MOVE SPACES TO FS-CLIENT-ID
               NOT INVALID KEY
                   MOVE FS-STATUT TO WS-CONTRAT-STATUT
           END-READ.

           IF FS-CLIENT-ID NOT = SPACES
              AND FS-CLIENT-ID NOT = LOW-VALUES
              AND (WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "23")
               MOVE FS-CLIENT-ID TO FS-CLI-ID
               READ F-CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DEST-EST-CONNU TO TRUE
                       MOVE FS-CLI-NOM         TO WS-DEST-NOM
                       MOVE FS-CLI-ADRESSE     TO WS-DEST-ADRESSE
                       MOVE FS-CLI-CODE-POSTAL TO WS-DEST-CODE-POSTAL
                       MOVE FS-CLI-VILLE       TO WS-DEST-VILLE
               END-READ
           END-IF.

           IF NOT WS-DEST-EST-CONNU
               ADD 1 TO WS-NB-SANS-ADRESSE
               DISPLAY "/!\ Quittance " FS-QUI-NUMERO " : adresse du "
                       "client introuvable, lettre a completer /!\"
           END-IF.
       7100-CHERCHER-DESTINATAIRE-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL DU RECOUVREMENT
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* RECOUVREMENT DES PRIMES IMPAYEES        *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Passage de relance des impayes      *"
               DISPLAY "* 2 - Confirmer les suspensions proposees *"
               DISPLAY "* 3 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-PASSAGE-RELANCE-DEB
                          THRU 9100-PASSAGE-RELANCE-FIN
                   WHEN 2
                       PERFORM 9200-CONFIRMER-SUSPENSIONS-DEB
                          THRU 9200-CONFIRMER-SUSPENSIONS-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * PASSAGE DE RELANCE DES QUITTANCES IMPAYEES
      ******************************************************************
      * Parcourt quittances.dat ; chaque quittance encore EMISE dont
      * l'anciennete atteint le seuil du niveau suivant franchit ce
      * niveau (lettre ou proposition de suspension)
       9100-PASSAGE-RELANCE-DEB.
           MOVE ZERO TO WS-NB-AVIS-1.
           MOVE ZERO TO WS-NB-AVIS-2.
           MOVE ZERO TO WS-NB-DEMEURES.
           MOVE ZERO TO WS-NB-PROPOSITIONS.
           MOVE ZERO TO WS-NB-SANS-ADRESSE.
           MOVE ZERO TO WS-NB-EN-PRELEVEMENT.
           COMPUTE WS-JOUR-COURANT-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

           PERFORM 6010-OPEN-F-QUITTANCES-DEB
              THRU 6010-OPEN-F-QUITTANCES-FIN.
           PERFORM 6020-OPEN-F-ASSURANCES-DEB
              THRU 6020-OPEN-F-ASSURANCES-FIN.
           PERFORM 6030-OPEN-F-CLIENTS-DEB
              THRU 6030-OPEN-F-CLIENTS-FIN.
           PERFORM 6040-OPEN-F-NIVEAUX-DEB
              THRU 6040-OPEN-F-NIVEAUX-FIN.
           PERFORM 6050-OPEN-F-LETTRES-DEB
              THRU 6050-OPEN-F-LETTRES-FIN.
           PERFORM 6060-OPEN-F-PROPOSITIONS-APPEND-DEB
              THRU 6060-OPEN-F-PROPOSITIONS-APPEND-FIN.
           PERFORM 6070-OPEN-F-PRELEVEMENTS-DEB
              THRU 6070-OPEN-F-PRELEVEMENTS-FIN.

           MOVE 'N' TO FLAG-STOP.
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
                       IF FS-QUI-STATUT = WS-QUI-STATUT-EMISE
                           PERFORM 9110-RELANCER-QUITTANCE-DEB
                              THRU 9110-RELANCER-QUITTANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 6270-CLOSE-F-PRELEVEMENTS-DEB
              THRU 6270-CLOSE-F-PRELEVEMENTS-FIN.
           PERFORM 6260-CLOSE-F-PROPOSITIONS-DEB
              THRU 6260-CLOSE-F-PROPOSITIONS-FIN.
           PERFORM 6250-CLOSE-F-LETTRES-DEB
              THRU 6250-CLOSE-F-LETTRES-FIN.
           PERFORM 6240-CLOSE-F-NIVEAUX-DEB
              THRU 6240-CLOSE-F-NIVEAUX-FIN.
           PERFORM 6230-CLOSE-F-CLIENTS-DEB
              THRU 6230-CLOSE-F-CLIENTS-FIN.
           PERFORM 6220-CLOSE-F-ASSURANCES-DEB
              THRU 6220-CLOSE-F-ASSURANCES-FIN.
           PERFORM 6210-CLOSE-F-QUITTANCES-DEB
              THRU 6210-CLOSE-F-QUITTANCES-FIN.

           DISPLAY "1ers avis edites         : " WS-NB-AVIS-1.
           DISPLAY "2es avis edites          : " WS-NB-AVIS-2.
           DISPLAY "Mises en demeure editees : " WS-NB-DEMEURES.
           DISPLAY "Suspensions proposees    : " WS-NB-PROPOSITIONS.
           DISPLAY "En cours de prelevement  : " WS-NB-EN-PRELEVEMENT.
           IF WS-NB-SANS-ADRESSE > ZERO
               DISPLAY "/!\ Lettres sans adresse : " WS-NB-SANS-ADRESSE
                       " /!\"
           END-IF.
           DISPLAY "Lettres ecrites dans "
                   FUNCTION TRIM(WS-NOM-LETTRES).
       9100-PASSAGE-RELANCE-FIN.
           EXIT.

      * Determine le niveau deja atteint par la quittance courante et
      * lui fait franchir le niveau suivant si son anciennete le
      * justifie
       9110-RELANCER-QUITTANCE-DEB.
      * Pas de relance tant que la banque n'a pas repondu sur le
      * prelevement de la quittance
           IF WS-FS-PRELEVEMENTS = "00" OR WS-FS-PRELEVEMENTS = "23"
               MOVE FS-QUI-NUMERO TO FS-PRL-NO-QUITTANCE
               READ F-PRELEVEMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-PRL-STATUT = WS-PRL-STATUT-ENVOYE
                           ADD 1 TO WS-NB-EN-PRELEVEMENT
                           GO TO 9110-RELANCER-QUITTANCE-FIN
                       END-IF
               END-READ
           END-IF.

           COMPUTE WS-JOUR-EMISSION-ENTIER =
               FUNCTION INTEGER-OF-DATE(FS-QUI-DATE-EMISSION).
           COMPUTE WS-AGE-JOURS =
               WS-JOUR-COURANT-ENTIER - WS-JOUR-EMISSION-ENTIER.

           MOVE 'N' TO WS-NIVEAU-EXISTE.
           MOVE FS-QUI-NUMERO TO FS-NIV-NO-QUITTANCE.
           READ F-NIVEAUX
               INVALID KEY
                   MOVE ZERO TO WS-NIVEAU-ATTEINT
                   INITIALIZE FS-ENR-NIVEAU
                   MOVE FS-QUI-NUMERO       TO FS-NIV-NO-QUITTANCE
                   MOVE FS-QUI-CODE-CONTRAT TO FS-NIV-CODE-CONTRAT
               NOT INVALID KEY
                   SET WS-NIVEAU-DEJA-SUIVI TO TRUE
                   MOVE FS-NIV-NIVEAU TO WS-NIVEAU-ATTEINT
           END-READ.

      * Niveau suivant, franchi seulement si le seuil est atteint
           MOVE ZERO TO WS-NIVEAU-NOUVEAU.
           EVALUATE WS-NIVEAU-ATTEINT
               WHEN 0
                   IF WS-AGE-JOURS >= WS-SEUIL-AVIS-1
                       MOVE 1 TO WS-NIVEAU-NOUVEAU
                   END-IF
               WHEN 1
                   IF WS-AGE-JOURS >= WS-SEUIL-AVIS-2
                       MOVE 2 TO WS-NIVEAU-NOUVEAU
                   END-IF
               WHEN 2
                   IF WS-AGE-JOURS >= WS-SEUIL-DEMEURE
                       MOVE 3 TO WS-NIVEAU-NOUVEAU
                   END-IF
               WHEN 3
                   IF WS-AGE-JOURS >= WS-SEUIL-SUSPENSION
                       MOVE 4 TO WS-NIVEAU-NOUVEAU
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-NIVEAU-NOUVEAU = ZERO
               GO TO 9110-RELANCER-QUITTANCE-FIN
           END-IF.

           PERFORM 7100-CHERCHER-DESTINATAIRE-DEB
              THRU 7100-CHERCHER-DESTINATAIRE-FIN.

           EVALUATE TRUE
               WHEN WS-NIV-AVIS-1
                   MOVE WS-DATE-JOUR TO FS-NIV-DATE-AVIS-1
                   PERFORM 8000-EDITER-LETTRE-DEB
                      THRU 8000-EDITER-LETTRE-FIN
                   ADD 1 TO WS-NB-AVIS-1
               WHEN WS-NIV-AVIS-2
                   MOVE WS-DATE-JOUR TO FS-NIV-DATE-AVIS-2
                   PERFORM 8000-EDITER-LETTRE-DEB
                      THRU 8000-EDITER-LETTRE-FIN
                   ADD 1 TO WS-NB-AVIS-2
               WHEN WS-NIV-DEMEURE
                   MOVE WS-DATE-JOUR TO FS-NIV-DATE-DEMEURE
                   PERFORM 8000-EDITER-LETTRE-DEB
                      THRU 8000-EDITER-LETTRE-FIN
                   ADD 1 TO WS-NB-DEMEURES
               WHEN WS-NIV-PROPOSITION
                   MOVE WS-DATE-JOUR TO FS-NIV-DATE-PROPOSITION
                   PERFORM 9120-PROPOSER-SUSPENSION-DEB
                      THRU 9120-PROPOSER-SUSPENSION-FIN
           END-EVALUATE.

      * Le niveau franchi est conserve : la lettre ne repartira pas
      * au passage suivant
           MOVE WS-NIVEAU-NOUVEAU TO FS-NIV-NIVEAU.
           IF WS-NIVEAU-DEJA-SUIVI
               REWRITE FS-ENR-NIVEAU
                   INVALID KEY
                       DISPLAY "/!\ Niveau non mis a jour pour la "
                               "quittance " FS-NIV-NO-QUITTANCE " /!\"
               END-REWRITE
           ELSE
               WRITE FS-ENR-NIVEAU
                   INVALID KEY
                       DISPLAY "/!\ Niveau non enregistre pour la "
                               "quittance " FS-NIV-NO-QUITTANCE " /!\"
               END-WRITE
           END-IF.
       9110-RELANCER-QUITTANCE-FIN.
           EXIT.

      * Ajoute le contrat de la quittance courante a la liste des
      * suspensions a confirmer, s'il est encore ACTIF
       9120-PROPOSER-SUSPENSION-DEB.
           IF WS-CONTRAT-STATUT = WS-STATUT-ACTIF
               MOVE WS-DATE-JOUR        TO FS-PRO-DATE
               MOVE FS-QUI-CODE-CONTRAT TO FS-PRO-CODE-CONTRAT
               MOVE FS-QUI-NUMERO       TO FS-PRO-NO-QUITTANCE
               MOVE FS-QUI-MONTANT      TO FS-PRO-MONTANT
               MOVE FS-QUI-DEVISE       TO FS-PRO-DEVISE
               MOVE WS-PRO-A-TRAITER    TO FS-PRO-SUITE
               MOVE ZERO                TO FS-PRO-DATE-SUITE
               WRITE FS-ENR-PROPOSITION
               ADD 1 TO WS-NB-PROPOSITIONS
               DISPLAY "Suspension proposee : contrat "
                       FS-QUI-CODE-CONTRAT " (quittance "
                       FS-QUI-NUMERO ")"
           ELSE
               DISPLAY "Quittance " FS-QUI-NUMERO " : contrat "
                       FS-QUI-CODE-CONTRAT " deja "
                       FUNCTION TRIM(WS-CONTRAT-STATUT)
                       ", aucune suspension proposee"
           END-IF.
       9120-PROPOSER-SUSPENSION-FIN.
           EXIT.

      ******************************************************************
      * CONFIRMATION DES SUSPENSIONS PROPOSEES
      ******************************************************************
      * Presente chaque proposition encore en ATTENTE ; a la
      * confirmation, le contrat encore ACTIF passe SUSPENDU dans
      * assurances.dat (REWRITE + audit), puis la liste est reecrite
      * avec la suite donnee
       9200-CONFIRMER-SUSPENSIONS-DEB.
           PERFORM 6110-CHARGER-PROPOSITIONS-DEB
              THRU 6110-CHARGER-PROPOSITIONS-FIN.

           IF WS-NB-PRO = ZERO
               DISPLAY "Aucune suspension proposee."
               GO TO 9200-CONFIRMER-SUSPENSIONS-FIN
           END-IF.

      * Refus si des lignes n'ont pas pu etre chargees : la
      * reecriture de la liste les supprimerait
           IF WS-NB-PRO-FICHIER > WS-NB-PRO
               DISPLAY "/!\ " WS-NB-PRO-FICHIER " propositions au "
                       "fichier pour " WS-NB-PRO " en memoire : "
                       "confirmation refusee /!\"
               GO TO 9200-CONFIRMER-SUSPENSIONS-FIN
           END-IF.

      * Verrou mono-redacteur sur le maitre des contrats (meme
      * convention que assurances.cbl)
           MOVE "assurances.dat" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "assurances.dat est verrouille, confirmation "
                       "abandonnee."
               GO TO 9200-CONFIRMER-SUSPENSIONS-FIN
           END-IF.

           MOVE ZERO TO WS-NB-CONFIRMEES.
           MOVE ZERO TO WS-NB-REFUSEES.
           OPEN I-O F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "Erreur ouverture assurances.dat, code : "
                       WS-FS-ASSURANCES
           ELSE
               PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                       UNTIL WS-IDX-PRO > WS-NB-PRO
                   IF WS-PRO-SUITE(WS-IDX-PRO) = WS-PRO-A-TRAITER
                       PERFORM 9210-TRAITER-PROPOSITION-DEB
                          THRU 9210-TRAITER-PROPOSITION-FIN
                   END-IF
               END-PERFORM
               CLOSE F-ASSURANCES
               PERFORM 9220-REECRIRE-PROPOSITIONS-DEB
                  THRU 9220-REECRIRE-PROPOSITIONS-FIN
               DISPLAY "Suspensions confirmees : " WS-NB-CONFIRMEES
               DISPLAY "Suspensions refusees   : " WS-NB-REFUSEES
           END-IF.

      * Retrait du verrou sur le maitre des contrats
           MOVE "R" TO WS-VER-ACTION.
           MOVE "assurances.dat" TO WS-VER-FICHIER.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       9200-CONFIRMER-SUSPENSIONS-FIN.
           EXIT.

      * Presente la proposition WS-IDX-PRO et applique la decision
      * de l'operateur (O = suspendre, N = refuser, ENTREE = plus
      * tard)
       9210-TRAITER-PROPOSITION-DEB.
           MOVE WS-PRO-CODE-CONTRAT(WS-IDX-PRO) TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Contrat " FS-CODE-CONTRAT
                           " introuvable, proposition refusee /!\"
                   MOVE WS-PRO-REFUSE TO WS-PRO-SUITE(WS-IDX-PRO)
                   MOVE WS-DATE-JOUR TO WS-PRO-DATE-SUITE(WS-IDX-PRO)
                   ADD 1 TO WS-NB-REFUSEES
                   GO TO 9210-TRAITER-PROPOSITION-FIN
           END-READ.

           IF FS-STATUT NOT = WS-STATUT-ACTIF
               DISPLAY "Contrat " FS-CODE-CONTRAT " deja "
                       FUNCTION TRIM(FS-STATUT)
                       " : proposition classee sans suite."
               MOVE WS-PRO-REFUSE TO WS-PRO-SUITE(WS-IDX-PRO)
               MOVE WS-DATE-JOUR TO WS-PRO-DATE-SUITE(WS-IDX-PRO)
               ADD 1 TO WS-NB-REFUSEES
               GO TO 9210-TRAITER-PROPOSITION-FIN
           END-IF.

           MOVE WS-PRO-MONTANT(WS-IDX-PRO) TO WS-MONTANT-ED.
           DISPLAY "Contrat " FS-CODE-CONTRAT " - "
                   FUNCTION TRIM(FS-NOM-CLIENT).
           DISPLAY "    Quittance " WS-PRO-NO-QUITTANCE(WS-IDX-PRO)
                   " impayee : " WS-MONTANT-ED " "
                   WS-PRO-DEVISE(WS-IDX-PRO).
           DISPLAY "Suspendre le contrat (O/N, ENTREE pour plus "
                   "tard) : " WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE-CONFIRME.
           ACCEPT WS-SAISIE-CONFIRME.

           EVALUATE TRUE
               WHEN WS-CONFIRME
                   MOVE FS-ENR-ASSURANCES TO WS-AUD-AVANT
                   MOVE WS-STATUT-SUSPENDU TO FS-STATUT
                   REWRITE FS-ENR-ASSURANCES
                       INVALID KEY
                           DISPLAY "/!\ Reecriture du contrat "
                                   "impossible /!\"
                       NOT INVALID KEY
                           MOVE FS-ENR-ASSURANCES TO WS-AUD-APRES
                           MOVE "REECRIT" TO WS-AUD-OPERATION
                           MOVE "assurances.dat" TO WS-AUD-FICHIER
                           MOVE "9210-TRAITER-PROPOSITION"
                               TO WS-AUD-ORIGINE
                           PERFORM 7500-ECRIRE-AUDIT-DEB
                              THRU 7500-ECRIRE-AUDIT-FIN
                           MOVE WS-PRO-CONFIRME
                               TO WS-PRO-SUITE(WS-IDX-PRO)
                           MOVE WS-DATE-JOUR
                               TO WS-PRO-DATE-SUITE(WS-IDX-PRO)
                           ADD 1 TO WS-NB-CONFIRMEES
                           DISPLAY "Contrat suspendu."
                   END-REWRITE
               WHEN WS-REFUSE
                   MOVE WS-PRO-REFUSE TO WS-PRO-SUITE(WS-IDX-PRO)
                   MOVE WS-DATE-JOUR TO WS-PRO-DATE-SUITE(WS-IDX-PRO)
                   ADD 1 TO WS-NB-REFUSEES
                   DISPLAY "Suspension refusee, contrat inchange."
               WHEN OTHER
                   DISPLAY "Proposition laissee a traiter."
           END-EVALUATE.
       9210-TRAITER-PROPOSITION-FIN.
           EXIT.

      * Reecrit integralement la liste des propositions a partir de
      * la memoire, avec la suite donnee a chacune
       9220-REECRIRE-PROPOSITIONS-DEB.
           OPEN OUTPUT F-PROPOSITIONS.
           IF WS-FS-PROPOSITIONS NOT = "00"
               DISPLAY "/!\ Erreur reecriture propositions-suspension"
                       ".txt, code : " WS-FS-PROPOSITIONS " /!\"
           ELSE
               PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                       UNTIL WS-IDX-PRO > WS-NB-PRO
                   MOVE WS-PRO-DATE(WS-IDX-PRO)  TO FS-PRO-DATE
                   MOVE WS-PRO-CODE-CONTRAT(WS-IDX-PRO)
                       TO FS-PRO-CODE-CONTRAT
                   MOVE WS-PRO-NO-QUITTANCE(WS-IDX-PRO)
                       TO FS-PRO-NO-QUITTANCE
                   MOVE WS-PRO-MONTANT(WS-IDX-PRO)
                       TO FS-PRO-MONTANT
                   MOVE WS-PRO-DEVISE(WS-IDX-PRO) TO FS-PRO-DEVISE
                   MOVE WS-PRO-SUITE(WS-IDX-PRO)  TO FS-PRO-SUITE
                   MOVE WS-PRO-DATE-SUITE(WS-IDX-PRO)
                       TO FS-PRO-DATE-SUITE
                   WRITE FS-ENR-PROPOSITION
               END-PERFORM
               CLOSE F-PROPOSITIONS
           END-IF.
       9220-REECRIRE-PROPOSITIONS-FIN.
           EXIT.

      ******************************************************************
      * EDITION D'UNE LETTRE DE RELANCE (DISPOSITION FIXE)
      ******************************************************************
      * Une page par lettre, le texte dependant du niveau franchi
      * (WS-NIVEAU-NOUVEAU)
       8000-EDITER-LETTRE-DEB.
      * Saut de page avant chaque lettre, sauf la premiere, comme
      * dans 8100-EDITER-PAGE de attestations.cbl
           IF WS-PREMIERE-PAGE = "O"
               MOVE "N" TO WS-PREMIERE-PAGE
               WRITE FS-ENR-LETTRE FROM WS-TIRET
           ELSE
               WRITE FS-ENR-LETTRE FROM WS-TIRET
                   AFTER ADVANCING PAGE
           END-IF.

      * Bloc adresse du destinataire
           MOVE SPACES TO WS-LIGNE-LETTRE.
           MOVE WS-DEST-NOM TO WS-LIGNE-LETTRE(36:41).
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO WS-LIGNE-LETTRE.
           MOVE WS-DEST-ADRESSE TO WS-LIGNE-LETTRE(36:40).
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO WS-LIGNE-LETTRE.
           STRING WS-DEST-CODE-POSTAL " " WS-DEST-VILLE
               DELIMITED BY SIZE
               INTO WS-LIGNE-LETTRE(36:26)
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.

           INITIALIZE WS-LIGNE-LETTRE.
           STRING " Le " WS-DATE-JOUR-ED
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.

           EVALUATE TRUE
               WHEN WS-NIV-AVIS-1
                   MOVE " Objet : premier avis de prime impayee"
                       TO FS-ENR-LETTRE
               WHEN WS-NIV-AVIS-2
                   MOVE " Objet : deuxieme avis de prime impayee"
                       TO FS-ENR-LETTRE
               WHEN OTHER
                   MOVE " Objet : MISE EN DEMEURE de regler la prime"
                       TO FS-ENR-LETTRE
           END-EVALUATE.
           WRITE FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE FROM WS-TIRET.

           MOVE FS-QUI-DATE-EMISSION TO WS-DATE-TEMP.
           PERFORM 7000-FORMATER-DATE-DEB
              THRU 7000-FORMATER-DATE-FIN.
           MOVE WS-DATE-FORMATTEE TO WS-DATE-EMISSION-ED.
           MOVE FS-QUI-MONTANT TO WS-MONTANT-ED.

           INITIALIZE WS-LIGNE-LETTRE.
           STRING " Contrat " FS-QUI-CODE-CONTRAT
                  " - quittance n. " FS-QUI-NUMERO
                  " emise le " WS-DATE-EMISSION-ED
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.

           INITIALIZE WS-LIGNE-LETTRE.
           STRING " Montant restant du : " WS-MONTANT-ED " "
                  FS-QUI-DEVISE
               INTO WS-LIGNE-LETTRE
           END-STRING.
           WRITE FS-ENR-LETTRE FROM WS-LIGNE-LETTRE.
           MOVE SPACES TO FS-ENR-LETTRE.
           WRITE FS-ENR-LETTRE.

           EVALUATE TRUE
               WHEN WS-NIV-AVIS-1
                   MOVE " Sauf erreur de notre part, cette prime "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " reste impayee. Merci de proceder a son "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " reglement dans les meilleurs delais."
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
               WHEN WS-NIV-AVIS-2
                   MOVE " Malgre notre premier avis, cette prime "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " reste impayee. Nous vous demandons de la "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " regler sans attendre."
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
               WHEN OTHER
                   MOVE " Faute de reglement sous quinze jours, les "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " garanties de votre contrat seront "
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
                   MOVE " suspendues."
                       TO FS-ENR-LETTRE
                   WRITE FS-ENR-LETTRE
           END-EVALUATE.

           WRITE FS-ENR-LETTRE FROM WS-TIRET.
       8000-EDITER-LETTRE-FIN.
           EXIT.

      ******************************************************************
      * PISTE D'AUDIT DES MISES A JOUR
      ******************************************************************
      * Ajoute une ligne a audit-assurances.txt (cree s'il n'existe
      * pas encore) a partir des zones WS-AUD-* alimentees par le
      * traitement appelant (cf. assurances.cbl)
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
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
