      ******************************************************************
      * Programme : annuaire-effacement                                *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Traitement d'une demande d'effacement des données      *
      *            personnelles d'une personne canonique (identifiant  *
      *            de annuaire-liens.txt, attribué par                 *
      *            annuaire-resolution.cbl) dans tous les annuaires.   *
      *                                                                *
      * Fonction  :                                                    *
      *  - Retrouve le nom de la personne à partir de son identifiant  *
      *    canonique et liste tous les enregistrements qui s'y         *
      *    rattachent : personnes.txt, gens.txt, table individus,      *
      *    contacts-eleves.txt et clients-assurance.txt.               *
      *  - Après confirmation de l'opérateur :                         *
      *      . personnes.txt et individus (simples annuaires) : la     *
      *        fiche est supprimée ; les lignes d'audit_individus      *
      *        sont neutralisées et l'effacement y est tracé ;         *
      *      . gens.txt : nom et prénom anonymisés, le code agent est  *
      *        conservé (commissions et licences des courtiers) ;      *
      *      . contacts-eleves.txt : nom, prénom, responsable et       *
      *        adresse anonymisés, l'identifiant élève est conservé    *
      *        (notes, absences et frais scolaires) ;                  *
      *      . clients-assurance.txt : nom et adresse anonymisés,      *
      *        l'identifiant client et le mandat sont conservés        *
      *        (contrats, quittances, prélèvements).                   *
      *  - Les copies résiduelles du nom sont purgées : lien canonique *
      *    (annuaire-liens.txt, l'identifiant reste réservé), paires   *
      *    rejetées (annuaire-rejets.txt), état de synchronisation     *
      *    (annuaire-sync-etat.txt) et instantané local de la table    *
      *    individus (individus-snapshot.txt).                         *
      *  - Chaque effacement produit un certificat numéroté            *
      *    (effacement-certificat-NNNNN.txt) détaillant ce qui a été   *
      *    supprimé, anonymisé ou conservé, et une ligne dans          *
      *    effacement-journal.txt. Ni le certificat ni le journal ne   *
      *    reprennent le nom effacé : la personne y est désignée par   *
      *    son identifiant canonique.                                  *
      *                                                                *
      * Connexion : identifiants lus dans crud-params.txt, comme dans  *
      *            Week-6/SQL-COBOL_individus/crud.cbl. Base           *
      *            injoignable : la table individus est signalée NON   *
      *            TRAITEE dans le certificat et le lien canonique     *
      *            est conservé pour relancer l'effacement.            *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. annuaire-effacement.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Identifiants de connexion à la base d'individus
           SELECT F-PARAMETRES
               ASSIGN TO 'crud-params.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Liens confirmés : identifiant canonique et paire d'origine
           SELECT F-LIENS
               ASSIGN TO "annuaire-liens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIENS.

      * Annuaire personnes (indexé par nom, comme dans personnes.cbl)
           SELECT F-PERSONNES
               ASSIGN TO "personnes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NOM
               FILE STATUS IS WS-FS-PERSONNES.

      * Annuaire gens (séquentiel, comme dans gens.cbl)
           SELECT F-GENS
               ASSIGN TO "gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENS.

      * Contacts des élèves (cf. contacts-maint.cbl)
           SELECT F-CONTACTS
               ASSIGN TO "contacts-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTS.

      * Clients assurance (indexé par identifiant, cf.
      * clients-assurance.cbl)
           SELECT F-CLIENTS
               ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS.

      * Paires rejetées lors de la résolution
           SELECT F-REJETS
               ASSIGN TO "annuaire-rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

      * Etat de la dernière synchronisation (cf. annuaire-sync.cbl)
           SELECT F-ETAT
               ASSIGN TO "annuaire-sync-etat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

      * Instantane local de la table individus (ecrit par crud.cbl)
           SELECT F-SNAPSHOT
               ASSIGN TO 'individus-snapshot.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

      * Certificat d'effacement, un fichier par demande
           SELECT F-CERTIFICAT
               ASSIGN TO WS-NOM-CERTIFICAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTIFICAT.

      * Journal des effacements, une ligne par certificat
           SELECT F-JOURNAL
               ASSIGN TO "effacement-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  F-PARAMETRES
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMETRES                  PIC X(30).

      * Un lien confirme : identifiant canonique puis paire d'origine
      * (cf. annuaire-resolution.cbl)
       FD  F-LIENS
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIENS.
           05 REC-LI-ID                      PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REC-LI-PAIRE                   PIC X(100).

       FD  F-PERSONNES.
       01  FS-F-PERSONNES.
           05 FS-NOM                         PIC X(15).
           05 FS-PRENOM                      PIC X(15).
           05 FS-DATE-N                      PIC X(08).

       FD  F-GENS.
       01  FS-ENR-GENS.
           05 FS-G-PRENOM                    PIC X(12).
           05 FS-G-NOM                       PIC X(17).
           05 FS-G-CODE-AGENT                PIC X(06).

      * Une ligne de contact par élève (cf. bulletin-gen.cbl)
       FD  F-CONTACTS
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-CONTACT.
           05 FS-CONTACT-NOM                 PIC X(07).
           05 FS-CONTACT-PRENOM              PIC X(06).
           05 FS-CONTACT-GARDIEN             PIC X(20).
           05 FS-CONTACT-ADRESSE             PIC X(40).
           05 FS-CONTACT-ELEVE-ID            PIC X(06).

       FD  F-CLIENTS.
       01  FS-ENR-CLIENT.
           05 FS-CLI-ID                      PIC X(06).
           05 FILLER                         PIC X(01).
           05 FS-CLI-NOM                     PIC X(41).
           05 FILLER                         PIC X(01).
           05 FS-CLI-ADRESSE                 PIC X(40).
           05 FILLER                         PIC X(01).
           05 FS-CLI-CODE-POSTAL             PIC X(05).
           05 FILLER                         PIC X(01).
           05 FS-CLI-VILLE                   PIC X(20).
           05 FILLER                         PIC X(01).
           05 FS-CLI-PRELEVEMENT             PIC X(01).
           05 FILLER                         PIC X(01).
           05 FS-CLI-IBAN                    PIC X(34).
           05 FILLER                         PIC X(01).
           05 FS-CLI-BIC                     PIC X(11).
           05 FILLER                         PIC X(01).
           05 FS-CLI-RUM                     PIC X(35).

       FD  F-REJETS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REJETS                      PIC X(100).

       FD  F-ETAT
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ETAT.
           05 REC-ET-NOM                     PIC X(15).
           05 REC-ET-PRENOM                  PIC X(15).

      * Instantane local : en-tete datee puis une ligne par individu
       FD  F-SNAPSHOT
           RECORD CONTAINS 117 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-SNAPSHOT-ENTETE             PIC X(117).
       01  REC-F-SNAPSHOT-DETAIL.
           05 REC-SN-ID                      PIC 9(04).
           05 FILLER                         PIC X(01).
           05 REC-SN-NOM                     PIC X(50).
           05 FILLER                         PIC X(01).
           05 REC-SN-PRENOM                  PIC X(50).
           05 FILLER                         PIC X(01).
           05 REC-SN-TELEPHONE               PIC X(10).

       FD  F-CERTIFICAT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CERTIFICAT                  PIC X(100).

      * Une ligne par effacement : numero de certificat, date et
      * heure, identifiant canonique, compteurs et statut
       FD  F-JOURNAL
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-JOURNAL.
           05 REC-JO-CERTIFICAT              PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REC-JO-DATE                    PIC 9(08).
           05 FILLER                         PIC X(01).
           05 REC-JO-HEURE                   PIC 9(06).
           05 FILLER                         PIC X(01).
           05 REC-JO-ID                      PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REC-JO-NB-SUPPRIMES            PIC 9(03).
           05 FILLER                         PIC X(01).
           05 REC-JO-NB-ANONYMISES           PIC 9(03).
           05 FILLER                         PIC X(01).
           05 REC-JO-NB-NON-TRAITES          PIC 9(03).
           05 FILLER                         PIC X(01).
           05 REC-JO-STATUT                  PIC X(10).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-PARAMETRES                 PIC X(02) VALUE SPACE.
           88 WS-FS-PARAMETRES-OK                      VALUE '00'.

       01  WS-FS-LIENS                      PIC X(02) VALUE SPACE.

       01  WS-FS-PERSONNES                  PIC X(02) VALUE SPACE.
           88 WS-FS-PERSONNES-OK                       VALUE '00'.

       01  WS-FS-GENS                       PIC X(02) VALUE SPACE.
           88 WS-FS-GENS-OK                            VALUE '00'.
           88 WS-FS-GENS-EOF                           VALUE '10'.

       01  WS-FS-CONTACTS                   PIC X(02) VALUE SPACE.
           88 WS-FS-CONTACTS-OK                        VALUE '00'.
           88 WS-FS-CONTACTS-EOF                       VALUE '10'.

       01  WS-FS-CLIENTS                    PIC X(02) VALUE SPACE.
           88 WS-FS-CLIENTS-OK                         VALUE '00'.
           88 WS-FS-CLIENTS-EOF                        VALUE '10'.

       01  WS-FS-REJETS                     PIC X(02) VALUE SPACE.
       01  WS-FS-ETAT                       PIC X(02) VALUE SPACE.
       01  WS-FS-SNAPSHOT                   PIC X(02) VALUE SPACE.
       01  WS-FS-CERTIFICAT                 PIC X(02) VALUE SPACE.
       01  WS-FS-JOURNAL                    PIC X(02) VALUE SPACE.

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      * Base injoignable : la table individus n'est pas traitee
       01  WS-MODE-SANS-BASE                PIC X(01) VALUE 'N'.
           88 MODE-SANS-BASE                           VALUE 'O'.

      *----------------------------------------------------------------*
      * PERSONNE CANONIQUE A EFFACER                                   *
      *----------------------------------------------------------------*
       01  WS-ID-CANONIQUE                  PIC 9(05) VALUE ZERO.
       01  WS-LIEN-TROUVE                   PIC X(01) VALUE 'N'.
      * Nom complet tel qu'ecrit dans la paire ("NOM PRENOM"), puis
      * decoupe au premier espace
       01  WS-NOM-COMPLET                   PIC X(100) VALUE SPACE.
       01  WS-CAN-NOM                       PIC X(50) VALUE SPACE.
       01  WS-CAN-PRENOM                    PIC X(50) VALUE SPACE.
      * Meme personne ecrite "PRENOM NOM" (nom canonique client)
       01  WS-NOM-INVERSE                   PIC X(100) VALUE SPACE.
       01  WS-NOM-TESTE                     PIC X(100) VALUE SPACE.
      * Extraction du nom d'une paire "ANNUAIRES : NOM PRENOM"
       01  WS-PAIRE-ENTREE                  PIC X(100) VALUE SPACE.
       01  WS-PAIRE-PREFIXE                 PIC X(100) VALUE SPACE.
       01  WS-PAIRE-NOM                     PIC X(100) VALUE SPACE.

      *----------------------------------------------------------------*
      * VALEURS D'ANONYMISATION                                        *
      *----------------------------------------------------------------*
       01  WS-ANON-NOM                      PIC X(07) VALUE 'ANONYME'.
       01  WS-ANON-PRENOM.
           05 FILLER                        PIC X(03) VALUE 'EFF'.
           05 WS-ANON-PRENOM-ID             PIC 9(05) VALUE ZERO.
       01  WS-ANON-ADRESSE                  PIC X(15)
                                            VALUE 'ADRESSE EFFACEE'.
       01  WS-ANON-VILLE                    PIC X(07) VALUE 'EFFACEE'.
       01  WS-ANON-CODE-POSTAL              PIC X(05) VALUE '00000'.

      *----------------------------------------------------------------*
      * ENREGISTREMENTS RETROUVES                                      *
      *----------------------------------------------------------------*
       01  WS-PERS-TROUVE                   PIC X(01) VALUE 'N'.

       01  WS-NB-GENS                       PIC 9(03) VALUE ZERO.
       01  WS-TAB-GENS.
           05 WS-GENS-ENTREE OCCURS 999 TIMES.
               10 WS-G-ENR                  PIC X(35).
               10 WS-G-TROUVE               PIC X(01).
       01  WS-IDX-G                         PIC 9(03).
       01  WS-GENS-COMPLET                  PIC X(01) VALUE 'O'.

       01  WS-NB-CONTACTS                   PIC 9(03) VALUE ZERO.
       01  WS-TAB-CONTACTS.
           05 WS-CONTACT-ENTREE OCCURS 999 TIMES.
               10 WS-C-ENR                  PIC X(79).
               10 WS-C-TROUVE               PIC X(01).
       01  WS-IDX-C                         PIC 9(03).
       01  WS-CONTACTS-COMPLET              PIC X(01) VALUE 'O'.

       01  WS-NB-CLI-TROUVES                PIC 9(02) VALUE ZERO.
       01  WS-TAB-CLI-TROUVES.
           05 WS-CLI-TROUVE OCCURS 20 TIMES PIC X(06).
       01  WS-IDX-CLI                       PIC 9(02).

       01  WS-NB-IND-TROUVES                PIC 9(02) VALUE ZERO.
       01  WS-TAB-IND-TROUVES.
           05 WS-IND-TROUVE OCCURS 20 TIMES PIC 9(04).
       01  WS-IDX-IND                       PIC 9(02).

       01  WS-NB-TROUVES                    PIC 9(03) VALUE ZERO.
       01  WS-A-TRAITER                     PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * PURGE DES COPIES RESIDUELLES (FICHIERS REECRITS EN ENTIER)     *
      *----------------------------------------------------------------*
       01  WS-NB-LIGNES                     PIC 9(04) VALUE ZERO.
       01  WS-IDX-LIGNE                     PIC 9(04) VALUE ZERO.
       01  WS-TAB-LIGNES.
           05 WS-LIGNE OCCURS 2000 TIMES    PIC X(117).
       01  WS-LIGNES-COMPLET                PIC X(01) VALUE 'O'.
       01  WS-FIN-LECTURE                   PIC X(01) VALUE 'N'.
       01  WS-NB-PURGES                     PIC 9(04) VALUE ZERO.
       01  WS-PREMIERE-LIGNE-SNAP           PIC X(01) VALUE 'O'.

      *----------------------------------------------------------------*
      * CERTIFICAT ET JOURNAL                                          *
      *----------------------------------------------------------------*
       01  WS-NO-CERTIFICAT                 PIC 9(05) VALUE ZERO.
       01  WS-NOM-CERTIFICAT                PIC X(40) VALUE SPACE.
       01  WS-LIGNE-CERTIFICAT              PIC X(100) VALUE SPACE.
       01  WS-DATE-JOUR                     PIC 9(08) VALUE ZERO.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DJ-AAAA                    PIC 9(04).
           05 WS-DJ-MM                      PIC 9(02).
           05 WS-DJ-JJ                      PIC 9(02).
       01  WS-HEURE-JOUR                    PIC 9(08) VALUE ZERO.
       01  WS-HEURE-JOUR-R REDEFINES WS-HEURE-JOUR.
           05 WS-HJ-HH                      PIC 9(02).
           05 WS-HJ-MN                      PIC 9(02).
           05 WS-HJ-SS                      PIC 9(02).
           05 FILLER                        PIC 9(02).
       01  WS-NB-SUPPRIMES                  PIC 9(03) VALUE ZERO.
       01  WS-NB-ANONYMISES                 PIC 9(03) VALUE ZERO.
       01  WS-NB-NON-TRAITES                PIC 9(03) VALUE ZERO.
       01  WS-ID-EDITE                      PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * SAISIES OPERATEUR                                              *
      *----------------------------------------------------------------*
       01  WS-SAISIE-CONFIRME               PIC X(01) VALUE SPACE.
           88 WS-CONFIRME                              VALUE 'O' 'o'.

      *----------------------------------------------------------------*
      * SECTION SQL - VARIABLES HÔTES POUR LA CONNEXION À individus    *
      * (même schéma de connexion que crud.cbl)                        *
      *----------------------------------------------------------------*
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  USERNAME                         PIC X(30).
       01  PASSWD                           PIC X(30).
       01  DBNAME                           PIC X(10).
       01  WS-SQL-ID                        PIC 9(04).
       01  WS-SQL-NOM                       PIC X(50).
       01  WS-SQL-PRENOM                    PIC X(50).
       01  WS-SQL-TELEPHONE                 PIC X(10).
       01  WS-SQL-ACTION                    PIC X(10).
       01  WS-SQL-EFFACE                    PIC X(116).
       01  WS-SQL-CERTIFICAT                PIC X(116).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           PERFORM 1000-INIT-DEB
              THRU 1000-INIT-FIN.

           PERFORM 1100-LIRE-LIEN-DEB
              THRU 1100-LIRE-LIEN-FIN.

           IF WS-LIEN-TROUVE = 'O'
               PERFORM 2000-RECHERCHER-DEB
                  THRU 2000-RECHERCHER-FIN
           END-IF.

           IF WS-LIEN-TROUVE = 'O'
               PERFORM 3000-EFFACER-DEB
                  THRU 3000-EFFACER-FIN
           END-IF.

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.


      ******************************************************************
      * === 1000 === INITIALISATION : PARAMÈTRES ET CONNEXION SQL      *
      ******************************************************************
       1000-INIT-DEB.
           DISPLAY "=== EFFACEMENT DES DONNEES PERSONNELLES ===".

           ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           OPEN INPUT F-PARAMETRES.
           IF NOT WS-FS-PARAMETRES-OK
               DISPLAY "Impossible d'ouvrir crud-params.txt"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           READ F-PARAMETRES
               AT END
                   DISPLAY "crud-params.txt incomplet (USERNAME)"
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-READ.
           MOVE REC-F-PARAMETRES TO USERNAME.

           READ F-PARAMETRES
               AT END
                   DISPLAY "crud-params.txt incomplet (PASSWD)"
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-READ.
           MOVE REC-F-PARAMETRES TO PASSWD.

           READ F-PARAMETRES
               AT END
                   DISPLAY "crud-params.txt incomplet (DBNAME)"
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-READ.
           MOVE REC-F-PARAMETRES TO DBNAME.

           CLOSE F-PARAMETRES.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

      * Base injoignable : les fichiers sont traites, la table
      * individus est signalee a reprendre dans le certificat
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               DISPLAY "/!\ Base injoignable : la table individus "
                       "ne sera pas traitee /!\"
               SET MODE-SANS-BASE TO TRUE
           END-IF.

      * Numero de certificat : suite du journal des effacements
           MOVE ZERO TO WS-NO-CERTIFICAT.
           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               MOVE 'Y' TO WS-FIN-LECTURE
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       IF REC-JO-CERTIFICAT > WS-NO-CERTIFICAT
                           MOVE REC-JO-CERTIFICAT TO WS-NO-CERTIFICAT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-JOURNAL = "00" OR WS-FS-JOURNAL = "10"
               CLOSE F-JOURNAL
           END-IF.
           ADD 1 TO WS-NO-CERTIFICAT.
       1000-INIT-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === SAISIE DE L'IDENTIFIANT CANONIQUE ET LECTURE DU   *
      * LIEN CORRESPONDANT DANS annuaire-liens.txt                     *
      ******************************************************************
       1100-LIRE-LIEN-DEB.
           MOVE 'N' TO WS-LIEN-TROUVE.
           DISPLAY "Identifiant canonique (annuaire-liens) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-ID-CANONIQUE.
           IF WS-ID-CANONIQUE = ZERO
               DISPLAY "/!\ Identifiant absent, abandon /!\"
               GO TO 1100-LIRE-LIEN-FIN
           END-IF.

           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-LIENS.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Aucun lien confirme (annuaire-liens.txt, "
                       "code " WS-FS-LIENS ")"
               MOVE 'Y' TO WS-FIN-LECTURE
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-LIENS
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       IF REC-LI-ID = WS-ID-CANONIQUE
                          AND WS-LIEN-TROUVE = 'N'
                           MOVE REC-LI-PAIRE TO WS-PAIRE-ENTREE
                           PERFORM 1110-EXTRAIRE-NOM-DEB
                              THRU 1110-EXTRAIRE-NOM-FIN
                           MOVE WS-PAIRE-NOM TO WS-NOM-COMPLET
                           MOVE 'O' TO WS-LIEN-TROUVE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-LIENS = "00" OR WS-FS-LIENS = "10"
               CLOSE F-LIENS
           END-IF.

           IF WS-LIEN-TROUVE = 'N' OR WS-NOM-COMPLET = SPACES
               DISPLAY "/!\ Identifiant " WS-ID-CANONIQUE
                       " inconnu ou deja efface /!\"
               MOVE 'N' TO WS-LIEN-TROUVE
               GO TO 1100-LIRE-LIEN-FIN
           END-IF.

      * Un lien deja efface porte "EFFACE" a la place de la paire
           IF WS-PAIRE-PREFIXE(1:6) = "EFFACE"
               DISPLAY "/!\ Identifiant " WS-ID-CANONIQUE
                       " deja efface /!\"
               MOVE 'N' TO WS-LIEN-TROUVE
               GO TO 1100-LIRE-LIEN-FIN
           END-IF.

      * La paire est ecrite "NOM PRENOM" (cf. annuaire-doublons.cbl) :
      * le nom s'arrete au premier espace
           UNSTRING WS-NOM-COMPLET DELIMITED BY SPACE
               INTO WS-CAN-NOM WS-CAN-PRENOM
           END-UNSTRING.
           INITIALIZE WS-NOM-INVERSE.
           STRING FUNCTION TRIM(WS-CAN-PRENOM) " "
                  FUNCTION TRIM(WS-CAN-NOM)
               INTO WS-NOM-INVERSE
           END-STRING.
           MOVE WS-ID-CANONIQUE TO WS-ANON-PRENOM-ID.

           DISPLAY "Personne canonique " WS-ID-CANONIQUE " : "
                   FUNCTION TRIM(WS-NOM-COMPLET).
       1100-LIRE-LIEN-FIN.
           EXIT.

      * Isole le nom d'une paire "ANNUAIRES : NOM PRENOM"
       1110-EXTRAIRE-NOM-DEB.
           MOVE SPACES TO WS-PAIRE-PREFIXE WS-PAIRE-NOM.
           UNSTRING WS-PAIRE-ENTREE DELIMITED BY ": "
               INTO WS-PAIRE-PREFIXE WS-PAIRE-NOM
           END-UNSTRING.
       1110-EXTRAIRE-NOM-FIN.
           EXIT.


      ******************************************************************
      * === 2000 === RECHERCHE DE TOUS LES ENREGISTREMENTS RATTACHÉS   *
      ******************************************************************
       2000-RECHERCHER-DEB.
           MOVE ZERO TO WS-NB-TROUVES.
           DISPLAY "--- Enregistrements rattaches ---".

           PERFORM 2100-CHERCHER-PERSONNES-DEB
              THRU 2100-CHERCHER-PERSONNES-FIN.

           PERFORM 2200-CHERCHER-GENS-DEB
              THRU 2200-CHERCHER-GENS-FIN.

           PERFORM 2300-CHERCHER-CONTACTS-DEB
              THRU 2300-CHERCHER-CONTACTS-FIN.

           PERFORM 2400-CHERCHER-CLIENTS-DEB
              THRU 2400-CHERCHER-CLIENTS-FIN.

           PERFORM 2500-CHERCHER-INDIVIDUS-DEB
              THRU 2500-CHERCHER-INDIVIDUS-FIN.

           DISPLAY "Enregistrements trouves : " WS-NB-TROUVES.
       2000-RECHERCHER-FIN.
           EXIT.


      ******************************************************************
      * === 2100 === PERSONNES : ACCÈS PAR CLÉ (NOM) PUIS PRÉNOM       *
      ******************************************************************
       2100-CHERCHER-PERSONNES-DEB.
           MOVE 'N' TO WS-PERS-TROUVE.
           OPEN INPUT F-PERSONNES.
           IF NOT WS-FS-PERSONNES-OK
               DISPLAY "Erreur ouverture personnes.txt, code : "
                   WS-FS-PERSONNES
               GO TO 2100-CHERCHER-PERSONNES-FIN
           END-IF.

           MOVE WS-CAN-NOM TO FS-NOM.
           READ F-PERSONNES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-PRENOM = WS-CAN-PRENOM
                       MOVE 'O' TO WS-PERS-TROUVE
                       ADD 1 TO WS-NB-TROUVES
                       DISPLAY "PERSONNES  : " FUNCTION TRIM(FS-NOM)
                               " " FUNCTION TRIM(FS-PRENOM)
                               " ne(e) le " FS-DATE-N
                               " -> suppression"
                   END-IF
           END-READ.

           CLOSE F-PERSONNES.
       2100-CHERCHER-PERSONNES-FIN.
           EXIT.


      ******************************************************************
      * === 2200 === GENS : CHARGEMENT EN MÉMOIRE ET REPÉRAGE          *
      ******************************************************************
       2200-CHERCHER-GENS-DEB.
           MOVE ZERO TO WS-NB-GENS.
           MOVE 'O' TO WS-GENS-COMPLET.
           OPEN INPUT F-GENS.
           IF NOT WS-FS-GENS-OK
               DISPLAY "Erreur ouverture gens.txt, code : " WS-FS-GENS
               GO TO 2200-CHERCHER-GENS-FIN
           END-IF.

           PERFORM UNTIL WS-FS-GENS-EOF
               READ F-GENS
                   AT END
                       SET WS-FS-GENS-EOF TO TRUE
                   NOT AT END
                       IF WS-NB-GENS < 999
                           ADD 1 TO WS-NB-GENS
                           MOVE FS-ENR-GENS TO WS-G-ENR(WS-NB-GENS)
                           MOVE 'N' TO WS-G-TROUVE(WS-NB-GENS)
                           INITIALIZE WS-NOM-TESTE
                           STRING FUNCTION TRIM(FS-G-NOM) " "
                                  FUNCTION TRIM(FS-G-PRENOM)
                               INTO WS-NOM-TESTE
                           END-STRING
                           IF WS-NOM-TESTE = WS-NOM-COMPLET
                               MOVE 'O' TO WS-G-TROUVE(WS-NB-GENS)
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "GENS       : "
                                   FUNCTION TRIM(WS-NOM-TESTE)
                                   " agent " FS-G-CODE-AGENT
                                   " -> anonymisation"
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-GENS-COMPLET
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-GENS.
       2200-CHERCHER-GENS-FIN.
           EXIT.


      ******************************************************************
      * === 2300 === CONTACTS ÉLÈVES : CHARGEMENT ET REPÉRAGE          *
      * Nom (7) et prénom (6) sont tronqués dans ce fichier : la       *
      * comparaison porte sur le début du nom canonique                *
      ******************************************************************
       2300-CHERCHER-CONTACTS-DEB.
           MOVE ZERO TO WS-NB-CONTACTS.
           MOVE 'O' TO WS-CONTACTS-COMPLET.
           OPEN INPUT F-CONTACTS.
           IF NOT WS-FS-CONTACTS-OK
               DISPLAY "Erreur ouverture contacts-eleves.txt, code : "
                   WS-FS-CONTACTS
               GO TO 2300-CHERCHER-CONTACTS-FIN
           END-IF.

           PERFORM UNTIL WS-FS-CONTACTS-EOF
               READ F-CONTACTS
                   AT END
                       SET WS-FS-CONTACTS-EOF TO TRUE
                   NOT AT END
                       IF WS-NB-CONTACTS < 999
                           ADD 1 TO WS-NB-CONTACTS
                           MOVE FS-ENR-CONTACT
                               TO WS-C-ENR(WS-NB-CONTACTS)
                           MOVE 'N' TO WS-C-TROUVE(WS-NB-CONTACTS)
                           IF FS-CONTACT-NOM    = WS-CAN-NOM(1:7)
                              AND FS-CONTACT-PRENOM = WS-CAN-PRENOM(1:6)
                               MOVE 'O' TO WS-C-TROUVE(WS-NB-CONTACTS)
                               ADD 1 TO WS-NB-TROUVES
                               DISPLAY "CONTACTS   : "
                                   FUNCTION TRIM(FS-CONTACT-NOM) " "
                                   FUNCTION TRIM(FS-CONTACT-PRENOM)
                                   " eleve " FS-CONTACT-ELEVE-ID
                                   " -> anonymisation"
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-CONTACTS-COMPLET
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CONTACTS.
       2300-CHERCHER-CONTACTS-FIN.
           EXIT.


      ******************************************************************
      * === 2400 === CLIENTS ASSURANCE : BALAYAGE DU FICHIER INDEXÉ    *
      * Le nom canonique client peut être saisi "NOM PRENOM" ou        *
      * "PRENOM NOM"                                                   *
      ******************************************************************
       2400-CHERCHER-CLIENTS-DEB.
           MOVE ZERO TO WS-NB-CLI-TROUVES.
           OPEN INPUT F-CLIENTS.
           IF NOT WS-FS-CLIENTS-OK
               DISPLAY "Erreur ouverture clients-assurance.txt, "
                       "code : " WS-FS-CLIENTS
               GO TO 2400-CHERCHER-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL WS-FS-CLIENTS-EOF
               READ F-CLIENTS NEXT RECORD
                   AT END
                       SET WS-FS-CLIENTS-EOF TO TRUE
                   NOT AT END
                       IF (FS-CLI-NOM = WS-NOM-COMPLET
                           OR FS-CLI-NOM = WS-NOM-INVERSE)
                          AND WS-NB-CLI-TROUVES < 20
                           ADD 1 TO WS-NB-CLI-TROUVES
                           MOVE FS-CLI-ID
                               TO WS-CLI-TROUVE(WS-NB-CLI-TROUVES)
                           ADD 1 TO WS-NB-TROUVES
                           DISPLAY "CLIENTS    : "
                               FUNCTION TRIM(FS-CLI-NOM)
                               " client " FS-CLI-ID
                               " -> anonymisation"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CLIENTS.
       2400-CHERCHER-CLIENTS-FIN.
           EXIT.


      ******************************************************************
      * === 2500 === TABLE INDIVIDUS : RECHERCHE PAR NOM ET PRÉNOM     *
      ******************************************************************
       2500-CHERCHER-INDIVIDUS-DEB.
           MOVE ZERO TO WS-NB-IND-TROUVES.
           IF MODE-SANS-BASE
               DISPLAY "INDIVIDUS  : base injoignable, non recherche"
               GO TO 2500-CHERCHER-INDIVIDUS-FIN
           END-IF.

           MOVE WS-CAN-NOM    TO WS-SQL-NOM.
           MOVE WS-CAN-PRENOM TO WS-SQL-PRENOM.
           EXEC SQL
               DECLARE CUR-EFFACEMENT CURSOR FOR
               SELECT id, telephone
               FROM individus
               WHERE nom = :WS-SQL-NOM
                 AND prenom = :WS-SQL-PRENOM
           END-EXEC.

           EXEC SQL OPEN CUR-EFFACEMENT END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'ouverture du curseur SQLCODE: "
                       SQLCODE
               SET MODE-SANS-BASE TO TRUE
           ELSE
               PERFORM 2510-FETCH-INDIVIDU-DEB
                  THRU 2510-FETCH-INDIVIDU-FIN
                  UNTIL SQLCODE NOT = 0
               EXEC SQL CLOSE CUR-EFFACEMENT END-EXEC
           END-IF.
       2500-CHERCHER-INDIVIDUS-FIN.
           EXIT.

      * Récupère et mémorise l'identifiant d'un individu rattaché
       2510-FETCH-INDIVIDU-DEB.
           EXEC SQL
               FETCH CUR-EFFACEMENT
               INTO :WS-SQL-ID, :WS-SQL-TELEPHONE
           END-EXEC.
           IF SQLCODE = 0 AND WS-NB-IND-TROUVES < 20
               ADD 1 TO WS-NB-IND-TROUVES
               MOVE WS-SQL-ID TO WS-IND-TROUVE(WS-NB-IND-TROUVES)
               ADD 1 TO WS-NB-TROUVES
               DISPLAY "INDIVIDUS  : " FUNCTION TRIM(WS-NOM-COMPLET)
                       " id " WS-SQL-ID " tel " WS-SQL-TELEPHONE
                       " -> suppression"
           END-IF.
       2510-FETCH-INDIVIDU-FIN.
           EXIT.


      ******************************************************************
      * === 3000 === EFFACEMENT APRÈS CONFIRMATION ET CERTIFICAT       *
      ******************************************************************
       3000-EFFACER-DEB.
           IF WS-NB-TROUVES = ZERO AND NOT MODE-SANS-BASE
               DISPLAY "Aucun enregistrement rattache : "
                       "purge des seules copies residuelles."
           END-IF.

           DISPLAY "Confirmer l'effacement de la personne "
                   WS-ID-CANONIQUE " (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Effacement abandonne, aucune modification."
               GO TO 3000-EFFACER-FIN
           END-IF.

           INITIALIZE WS-NOM-CERTIFICAT.
           STRING "effacement-certificat-" WS-NO-CERTIFICAT ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-CERTIFICAT
           END-STRING.
           OPEN OUTPUT F-CERTIFICAT.
           IF WS-FS-CERTIFICAT NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM
                       (WS-NOM-CERTIFICAT) ", code : " WS-FS-CERTIFICAT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 3010-ENTETE-CERTIFICAT-DEB
              THRU 3010-ENTETE-CERTIFICAT-FIN.

           PERFORM 3100-EFFACER-PERSONNES-DEB
              THRU 3100-EFFACER-PERSONNES-FIN.

           PERFORM 3200-ANONYMISER-GENS-DEB
              THRU 3200-ANONYMISER-GENS-FIN.

           PERFORM 3300-ANONYMISER-CONTACTS-DEB
              THRU 3300-ANONYMISER-CONTACTS-FIN.

           PERFORM 3400-ANONYMISER-CLIENTS-DEB
              THRU 3400-ANONYMISER-CLIENTS-FIN.

           PERFORM 3500-EFFACER-INDIVIDUS-DEB
              THRU 3500-EFFACER-INDIVIDUS-FIN.

           PERFORM 3600-PURGER-RESIDUS-DEB
              THRU 3600-PURGER-RESIDUS-FIN.

           PERFORM 3090-PIED-CERTIFICAT-DEB
              THRU 3090-PIED-CERTIFICAT-FIN.

           CLOSE F-CERTIFICAT.

           PERFORM 4000-JOURNALISER-DEB
              THRU 4000-JOURNALISER-FIN.

           DISPLAY "Certificat : " FUNCTION TRIM(WS-NOM-CERTIFICAT).
       3000-EFFACER-FIN.
           EXIT.

      * En-tete du certificat : numero, date, personne canonique
       3010-ENTETE-CERTIFICAT-DEB.
           MOVE "CERTIFICAT D'EFFACEMENT DE DONNEES PERSONNELLES"
               TO WS-LIGNE-CERTIFICAT.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           INITIALIZE WS-LIGNE-CERTIFICAT.
           STRING "Certificat n. " WS-NO-CERTIFICAT
                  " du " WS-DJ-JJ "/" WS-DJ-MM "/" WS-DJ-AAAA
                  " a " WS-HJ-HH ":" WS-HJ-MN ":" WS-HJ-SS
               DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT
           END-STRING.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           INITIALIZE WS-LIGNE-CERTIFICAT.
           STRING "Personne canonique : " WS-ID-CANONIQUE
                  " (annuaire-liens.txt)"
               DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT
           END-STRING.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           MOVE SPACES TO WS-LIGNE-CERTIFICAT.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
       3010-ENTETE-CERTIFICAT-FIN.
           EXIT.

      * Pied du certificat : totaux et donnees conservees
       3090-PIED-CERTIFICAT-DEB.
           MOVE SPACES TO WS-LIGNE-CERTIFICAT.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           INITIALIZE WS-LIGNE-CERTIFICAT.
           STRING "Supprimes : " WS-NB-SUPPRIMES
                  "   Anonymises : " WS-NB-ANONYMISES
                  "   Non traites : " WS-NB-NON-TRAITES
               DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT
           END-STRING.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           INITIALIZE WS-LIGNE-CERTIFICAT.
           STRING "Conserves (obligation legale) : contrats, "
                  "quittances, factures, historique des notes et "
                  "absences."
               DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT
           END-STRING.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.
           IF WS-NB-NON-TRAITES > ZERO
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "/!\ Effacement PARTIEL : les lignes NON TRAITE"
                      " sont a reprendre."
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       3090-PIED-CERTIFICAT-FIN.
           EXIT.


      ******************************************************************
      * === 3100 === PERSONNES : SUPPRESSION DE LA FICHE               *
      ******************************************************************
       3100-EFFACER-PERSONNES-DEB.
           IF WS-PERS-TROUVE = 'N'
               GO TO 3100-EFFACER-PERSONNES-FIN
           END-IF.

           OPEN I-O F-PERSONNES.
           IF NOT WS-FS-PERSONNES-OK
               DISPLAY "Erreur ouverture personnes.txt, code : "
                   WS-FS-PERSONNES
               ADD 1 TO WS-NB-NON-TRAITES
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "PERSONNES  fiche                  NON TRAITE : "
                      "fichier indisponible"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
               GO TO 3100-EFFACER-PERSONNES-FIN
           END-IF.

           MOVE WS-CAN-NOM TO FS-NOM.
           READ F-PERSONNES
               INVALID KEY
                   MOVE "01" TO WS-FS-PERSONNES
               NOT INVALID KEY
                   DELETE F-PERSONNES
           END-READ.

           IF WS-FS-PERSONNES-OK
               ADD 1 TO WS-NB-SUPPRIMES
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "PERSONNES  fiche                  SUPPRIME   : "
                      "nom, prenom, date de naissance"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
           ELSE
               ADD 1 TO WS-NB-NON-TRAITES
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "PERSONNES  fiche                  NON TRAITE : "
                      "suppression refusee"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
           END-IF.
           PERFORM 3900-ECRIRE-CERTIFICAT-DEB
              THRU 3900-ECRIRE-CERTIFICAT-FIN.

           CLOSE F-PERSONNES.
       3100-EFFACER-PERSONNES-FIN.
           EXIT.


      ******************************************************************
      * === 3200 === GENS : ANONYMISATION ET RÉÉCRITURE DU FICHIER     *
      * Le code agent reste en place pour les commissions et licences  *
      ******************************************************************
       3200-ANONYMISER-GENS-DEB.
           MOVE 'N' TO WS-A-TRAITER.
           PERFORM VARYING WS-IDX-G FROM 1 BY 1
                   UNTIL WS-IDX-G > WS-NB-GENS
               IF WS-G-TROUVE(WS-IDX-G) = 'O'
                   MOVE 'O' TO WS-A-TRAITER
               END-IF
           END-PERFORM.
           IF WS-A-TRAITER = 'N'
               GO TO 3200-ANONYMISER-GENS-FIN
           END-IF.

      * Fichier plus grand que la table : pas de reecriture partielle
           IF WS-GENS-COMPLET = 'N'
               PERFORM VARYING WS-IDX-G FROM 1 BY 1
                       UNTIL WS-IDX-G > WS-NB-GENS
                   IF WS-G-TROUVE(WS-IDX-G) = 'O'
                       ADD 1 TO WS-NB-NON-TRAITES
                       MOVE WS-G-ENR(WS-IDX-G) TO FS-ENR-GENS
                       INITIALIZE WS-LIGNE-CERTIFICAT
                       STRING "GENS       agent " FS-G-CODE-AGENT
                              "           NON TRAITE : "
                              "fichier trop volumineux"
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-CERTIFICAT
                       END-STRING
                       PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                          THRU 3900-ECRIRE-CERTIFICAT-FIN
                   END-IF
               END-PERFORM
               GO TO 3200-ANONYMISER-GENS-FIN
           END-IF.

           OPEN OUTPUT F-GENS.
           IF NOT WS-FS-GENS-OK
               DISPLAY "Erreur ecriture gens.txt, code : " WS-FS-GENS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-G FROM 1 BY 1
                   UNTIL WS-IDX-G > WS-NB-GENS
               MOVE WS-G-ENR(WS-IDX-G) TO FS-ENR-GENS
               IF WS-G-TROUVE(WS-IDX-G) = 'O'
                   MOVE WS-ANON-NOM    TO FS-G-NOM
                   MOVE WS-ANON-PRENOM TO FS-G-PRENOM
                   ADD 1 TO WS-NB-ANONYMISES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "GENS       agent " FS-G-CODE-AGENT
                          "           ANONYMISE  : "
                          "nom, prenom (code agent conserve)"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
                   PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                      THRU 3900-ECRIRE-CERTIFICAT-FIN
               END-IF
               WRITE FS-ENR-GENS
           END-PERFORM.
           CLOSE F-GENS.
       3200-ANONYMISER-GENS-FIN.
           EXIT.


      ******************************************************************
      * === 3300 === CONTACTS ÉLÈVES : ANONYMISATION ET RÉÉCRITURE     *
      * L'identifiant élève reste en place pour les notes, absences    *
      * et frais scolaires                                             *
      ******************************************************************
       3300-ANONYMISER-CONTACTS-DEB.
           MOVE 'N' TO WS-A-TRAITER.
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-NB-CONTACTS
               IF WS-C-TROUVE(WS-IDX-C) = 'O'
                   MOVE 'O' TO WS-A-TRAITER
               END-IF
           END-PERFORM.
           IF WS-A-TRAITER = 'N'
               GO TO 3300-ANONYMISER-CONTACTS-FIN
           END-IF.

      * Fichier plus grand que la table : pas de reecriture partielle
           IF WS-CONTACTS-COMPLET = 'N'
               PERFORM VARYING WS-IDX-C FROM 1 BY 1
                       UNTIL WS-IDX-C > WS-NB-CONTACTS
                   IF WS-C-TROUVE(WS-IDX-C) = 'O'
                       ADD 1 TO WS-NB-NON-TRAITES
                       MOVE WS-C-ENR(WS-IDX-C) TO FS-ENR-CONTACT
                       INITIALIZE WS-LIGNE-CERTIFICAT
                       STRING "CONTACTS   eleve " FS-CONTACT-ELEVE-ID
                              "           NON TRAITE : "
                              "fichier trop volumineux"
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-CERTIFICAT
                       END-STRING
                       PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                          THRU 3900-ECRIRE-CERTIFICAT-FIN
                   END-IF
               END-PERFORM
               GO TO 3300-ANONYMISER-CONTACTS-FIN
           END-IF.

           OPEN OUTPUT F-CONTACTS.
           IF NOT WS-FS-CONTACTS-OK
               DISPLAY "Erreur ecriture contacts-eleves.txt, code : "
                   WS-FS-CONTACTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-NB-CONTACTS
               MOVE WS-C-ENR(WS-IDX-C) TO FS-ENR-CONTACT
               IF WS-C-TROUVE(WS-IDX-C) = 'O'
                   MOVE WS-ANON-NOM     TO FS-CONTACT-NOM
                   MOVE "EFFACE"        TO FS-CONTACT-PRENOM
                   MOVE WS-ANON-NOM     TO FS-CONTACT-GARDIEN
                   MOVE WS-ANON-ADRESSE TO FS-CONTACT-ADRESSE
                   ADD 1 TO WS-NB-ANONYMISES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "CONTACTS   eleve " FS-CONTACT-ELEVE-ID
                          "           ANONYMISE  : "
                          "nom, prenom, responsable, adresse"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
                   PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                      THRU 3900-ECRIRE-CERTIFICAT-FIN
               END-IF
               WRITE FS-ENR-CONTACT
           END-PERFORM.
           CLOSE F-CONTACTS.
       3300-ANONYMISER-CONTACTS-FIN.
           EXIT.


      ******************************************************************
      * === 3400 === CLIENTS ASSURANCE : ANONYMISATION PAR CLÉ         *
      * Identifiant, prélèvement, IBAN, BIC et RUM restent en place    *
      * (contrats, quittances et mandats de prélèvement en cours)      *
      ******************************************************************
       3400-ANONYMISER-CLIENTS-DEB.
           IF WS-NB-CLI-TROUVES = ZERO
               GO TO 3400-ANONYMISER-CLIENTS-FIN
           END-IF.

           OPEN I-O F-CLIENTS.
           IF NOT WS-FS-CLIENTS-OK
               DISPLAY "Erreur ouverture clients-assurance.txt, "
                       "code : " WS-FS-CLIENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLI-TROUVES
               MOVE WS-CLI-TROUVE(WS-IDX-CLI) TO FS-CLI-ID
               READ F-CLIENTS
                   INVALID KEY
                       MOVE "23" TO WS-FS-CLIENTS
                   NOT INVALID KEY
                       INITIALIZE FS-CLI-NOM
                       STRING WS-ANON-NOM " " WS-ANON-PRENOM
                           DELIMITED BY SIZE
                           INTO FS-CLI-NOM
                       END-STRING
                       MOVE WS-ANON-ADRESSE     TO FS-CLI-ADRESSE
                       MOVE WS-ANON-CODE-POSTAL TO FS-CLI-CODE-POSTAL
                       MOVE WS-ANON-VILLE       TO FS-CLI-VILLE
                       REWRITE FS-ENR-CLIENT
               END-READ
               INITIALIZE WS-LIGNE-CERTIFICAT
               IF WS-FS-CLIENTS-OK
                   ADD 1 TO WS-NB-ANONYMISES
                   STRING "CLIENTS    client " WS-CLI-TROUVE(WS-IDX-CLI)
                          "          ANONYMISE  : "
                          "nom, adresse, code postal, ville"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   ADD 1 TO WS-NB-NON-TRAITES
                   STRING "CLIENTS    client " WS-CLI-TROUVE(WS-IDX-CLI)
                          "          NON TRAITE : code "
                          WS-FS-CLIENTS
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-PERFORM.

           CLOSE F-CLIENTS.
       3400-ANONYMISER-CLIENTS-FIN.
           EXIT.


      ******************************************************************
      * === 3500 === TABLE INDIVIDUS : SUPPRESSION ET AUDIT            *
      * Les lignes d'audit antérieures contiennent le nom : elles sont *
      * neutralisées, puis l'effacement est tracé avec le numéro de    *
      * certificat (même table audit_individus que crud.cbl)           *
      ******************************************************************
       3500-EFFACER-INDIVIDUS-DEB.
           IF MODE-SANS-BASE
               ADD 1 TO WS-NB-NON-TRAITES
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "INDIVIDUS  table                  NON TRAITE : "
                      "base injoignable, a reprendre"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
               GO TO 3500-EFFACER-INDIVIDUS-FIN
           END-IF.

           MOVE "EFFACEMENT" TO WS-SQL-ACTION.
           MOVE "EFFACE"     TO WS-SQL-EFFACE.
           INITIALIZE WS-SQL-CERTIFICAT.
           STRING "CERTIFICAT " WS-NO-CERTIFICAT
               DELIMITED BY SIZE
               INTO WS-SQL-CERTIFICAT
           END-STRING.

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > WS-NB-IND-TROUVES
               MOVE WS-IND-TROUVE(WS-IDX-IND) TO WS-SQL-ID
               MOVE WS-SQL-ID TO WS-ID-EDITE
               EXEC SQL
                   UPDATE audit_individus
                   SET avant = :WS-SQL-EFFACE,
                       apres = :WS-SQL-EFFACE
                   WHERE individu_id = :WS-SQL-ID
               END-EXEC
               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       DELETE FROM individus
                       WHERE id = :WS-SQL-ID
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO audit_individus
                           (individu_id, action, avant, apres,
                            date_action)
                       VALUES (:WS-SQL-ID, :WS-SQL-ACTION,
                               :WS-SQL-EFFACE, :WS-SQL-CERTIFICAT,
                               CURRENT_TIMESTAMP)
                   END-EXEC
               END-IF
               INITIALIZE WS-LIGNE-CERTIFICAT
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-NB-SUPPRIMES
                   STRING "INDIVIDUS  id " WS-ID-EDITE
                          "                SUPPRIME   : "
                          "nom, prenom, telephone"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   DISPLAY "Erreur effacement individu " WS-ID-EDITE
                           " SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-NB-NON-TRAITES
                   STRING "INDIVIDUS  id " WS-ID-EDITE
                          "                NON TRAITE : "
                          "erreur SQL, a reprendre"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-PERFORM.
       3500-EFFACER-INDIVIDUS-FIN.
           EXIT.


      ******************************************************************
      * === 3600 === PURGE DES COPIES RÉSIDUELLES DU NOM               *
      ******************************************************************
       3600-PURGER-RESIDUS-DEB.
           PERFORM 3610-PURGER-LIENS-DEB
              THRU 3610-PURGER-LIENS-FIN.

           PERFORM 3620-PURGER-REJETS-DEB
              THRU 3620-PURGER-REJETS-FIN.

           PERFORM 3630-PURGER-ETAT-DEB
              THRU 3630-PURGER-ETAT-FIN.

           PERFORM 3640-PURGER-SNAPSHOT-DEB
              THRU 3640-PURGER-SNAPSHOT-FIN.
       3600-PURGER-RESIDUS-FIN.
           EXIT.

      * Lien canonique : la paire est remplacee par la reference du
      * certificat, l'identifiant reste reserve (cf. annuaire-
      * resolution.cbl qui repart du plus grand identifiant). Tant
      * qu'un enregistrement reste a traiter, le lien est conserve
      * pour pouvoir relancer l'effacement sur le meme identifiant
       3610-PURGER-LIENS-DEB.
           IF WS-NB-NON-TRAITES > ZERO
               INITIALIZE WS-LIGNE-CERTIFICAT
               STRING "LIENS      annuaire-liens.txt     "
                      "CONSERVE   : "
                      "effacement a relancer"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
               GO TO 3610-PURGER-LIENS-FIN
           END-IF.
           MOVE ZERO TO WS-NB-LIGNES WS-NB-PURGES.
           MOVE 'O' TO WS-LIGNES-COMPLET.
           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-LIENS.
           IF WS-FS-LIENS NOT = "00"
               GO TO 3610-PURGER-LIENS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-LIENS
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       IF REC-LI-ID = WS-ID-CANONIQUE
                           INITIALIZE REC-LI-PAIRE
                           STRING "EFFACE : CERTIFICAT "
                                  WS-NO-CERTIFICAT
                               DELIMITED BY SIZE
                               INTO REC-LI-PAIRE
                           END-STRING
                           ADD 1 TO WS-NB-PURGES
                       END-IF
                       IF WS-NB-LIGNES < 2000
                           ADD 1 TO WS-NB-LIGNES
                           MOVE REC-F-LIENS TO WS-LIGNE(WS-NB-LIGNES)
                       ELSE
                           MOVE 'N' TO WS-LIGNES-COMPLET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LIENS.

           IF WS-NB-PURGES > ZERO
               IF WS-LIGNES-COMPLET = 'N'
                   ADD 1 TO WS-NB-NON-TRAITES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "LIENS      annuaire-liens.txt     "
                          "NON TRAITE : "
                          "fichier trop volumineux"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   OPEN OUTPUT F-LIENS
                   PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                           UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
                       MOVE WS-LIGNE(WS-IDX-LIGNE) TO REC-F-LIENS
                       WRITE REC-F-LIENS
                   END-PERFORM
                   CLOSE F-LIENS
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "LIENS      annuaire-liens.txt     "
                          "PURGE      : "
                          "nom remplace par le numero de certificat"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       3610-PURGER-LIENS-FIN.
           EXIT.

      * Paires rejetees portant le nom : lignes retirees
       3620-PURGER-REJETS-DEB.
           MOVE ZERO TO WS-NB-LIGNES WS-NB-PURGES.
           MOVE 'O' TO WS-LIGNES-COMPLET.
           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               GO TO 3620-PURGER-REJETS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-REJETS
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       MOVE REC-F-REJETS TO WS-PAIRE-ENTREE
                       PERFORM 1110-EXTRAIRE-NOM-DEB
                          THRU 1110-EXTRAIRE-NOM-FIN
                       IF WS-PAIRE-NOM = WS-NOM-COMPLET
                           ADD 1 TO WS-NB-PURGES
                       ELSE
                           IF WS-NB-LIGNES < 2000
                               ADD 1 TO WS-NB-LIGNES
                               MOVE REC-F-REJETS
                                   TO WS-LIGNE(WS-NB-LIGNES)
                           ELSE
                               MOVE 'N' TO WS-LIGNES-COMPLET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REJETS.

           IF WS-NB-PURGES > ZERO
               IF WS-LIGNES-COMPLET = 'N'
                   ADD 1 TO WS-NB-NON-TRAITES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "REJETS     annuaire-rejets.txt    "
                          "NON TRAITE : "
                          "fichier trop volumineux"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   OPEN OUTPUT F-REJETS
                   PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                           UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
                       MOVE WS-LIGNE(WS-IDX-LIGNE) TO REC-F-REJETS
                       WRITE REC-F-REJETS
                   END-PERFORM
                   CLOSE F-REJETS
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "REJETS     annuaire-rejets.txt    "
                          "PURGE      : "
                          "paires rejetees retirees"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       3620-PURGER-REJETS-FIN.
           EXIT.

      * Etat de synchronisation de la personne : ligne retiree
       3630-PURGER-ETAT-DEB.
           MOVE ZERO TO WS-NB-LIGNES WS-NB-PURGES.
           MOVE 'O' TO WS-LIGNES-COMPLET.
           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-ETAT.
           IF WS-FS-ETAT NOT = "00"
               GO TO 3630-PURGER-ETAT-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-ETAT
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       IF REC-ET-NOM    = WS-CAN-NOM(1:15)
                          AND REC-ET-PRENOM = WS-CAN-PRENOM(1:15)
                           ADD 1 TO WS-NB-PURGES
                       ELSE
                           IF WS-NB-LIGNES < 2000
                               ADD 1 TO WS-NB-LIGNES
                               MOVE REC-F-ETAT
                                   TO WS-LIGNE(WS-NB-LIGNES)
                           ELSE
                               MOVE 'N' TO WS-LIGNES-COMPLET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ETAT.

           IF WS-NB-PURGES > ZERO
               IF WS-LIGNES-COMPLET = 'N'
                   ADD 1 TO WS-NB-NON-TRAITES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "SYNCHRO    annuaire-sync-etat     "
                          "NON TRAITE : "
                          "fichier trop volumineux"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   OPEN OUTPUT F-ETAT
                   PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                           UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
                       MOVE WS-LIGNE(WS-IDX-LIGNE) TO REC-F-ETAT
                       WRITE REC-F-ETAT
                   END-PERFORM
                   CLOSE F-ETAT
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "SYNCHRO    annuaire-sync-etat     "
                          "PURGE      : "
                          "etat de synchronisation retire"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       3630-PURGER-ETAT-FIN.
           EXIT.

      * Instantane local de la table : lignes de la personne retirees,
      * l'en-tete datee est conservee
       3640-PURGER-SNAPSHOT-DEB.
           MOVE ZERO TO WS-NB-LIGNES WS-NB-PURGES.
           MOVE 'O' TO WS-LIGNES-COMPLET.
           MOVE 'O' TO WS-PREMIERE-LIGNE-SNAP.
           MOVE 'N' TO WS-FIN-LECTURE.
           OPEN INPUT F-SNAPSHOT.
           IF WS-FS-SNAPSHOT NOT = "00"
               GO TO 3640-PURGER-SNAPSHOT-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
               READ F-SNAPSHOT
                   AT END
                       MOVE 'Y' TO WS-FIN-LECTURE
                   NOT AT END
                       IF WS-PREMIERE-LIGNE-SNAP = 'N'
                          AND REC-SN-NOM    = WS-CAN-NOM
                          AND REC-SN-PRENOM = WS-CAN-PRENOM
                           ADD 1 TO WS-NB-PURGES
                       ELSE
                           IF WS-NB-LIGNES < 2000
                               ADD 1 TO WS-NB-LIGNES
                               MOVE REC-F-SNAPSHOT-ENTETE
                                   TO WS-LIGNE(WS-NB-LIGNES)
                           ELSE
                               MOVE 'N' TO WS-LIGNES-COMPLET
                           END-IF
                       END-IF
                       MOVE 'N' TO WS-PREMIERE-LIGNE-SNAP
               END-READ
           END-PERFORM.
           CLOSE F-SNAPSHOT.

           IF WS-NB-PURGES > ZERO
               IF WS-LIGNES-COMPLET = 'N'
                   ADD 1 TO WS-NB-NON-TRAITES
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "INSTANTANE individus-snapshot    "
                          "NON TRAITE : "
                          "fichier trop volumineux"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               ELSE
                   OPEN OUTPUT F-SNAPSHOT
                   PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                           UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
                       MOVE WS-LIGNE(WS-IDX-LIGNE)
                           TO REC-F-SNAPSHOT-ENTETE
                       WRITE REC-F-SNAPSHOT-ENTETE
                   END-PERFORM
                   CLOSE F-SNAPSHOT
                   INITIALIZE WS-LIGNE-CERTIFICAT
                   STRING "INSTANTANE individus-snapshot    "
                          "PURGE      : "
                          "copie locale de la table retiree"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-CERTIFICAT-DEB
                  THRU 3900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       3640-PURGER-SNAPSHOT-FIN.
           EXIT.


      ******************************************************************
      * === 3900 === ÉCRITURE D'UNE LIGNE DU CERTIFICAT                *
      ******************************************************************
       3900-ECRIRE-CERTIFICAT-DEB.
           MOVE WS-LIGNE-CERTIFICAT TO REC-F-CERTIFICAT.
           WRITE REC-F-CERTIFICAT.
           IF WS-LIGNE-CERTIFICAT NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-LIGNE-CERTIFICAT)
           END-IF.
       3900-ECRIRE-CERTIFICAT-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === JOURNAL DES EFFACEMENTS                           *
      * Fichier créé au premier effacement                             *
      ******************************************************************
       4000-JOURNALISER-DEB.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT F-JOURNAL
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Erreur ouverture effacement-journal.txt, "
                       "code : " WS-FS-JOURNAL
               GO TO 4000-JOURNALISER-FIN
           END-IF.

           MOVE SPACES               TO REC-F-JOURNAL.
           MOVE WS-NO-CERTIFICAT     TO REC-JO-CERTIFICAT.
           MOVE WS-DATE-JOUR         TO REC-JO-DATE.
           MOVE WS-HEURE-JOUR(1:6)   TO REC-JO-HEURE.
           MOVE WS-ID-CANONIQUE      TO REC-JO-ID.
           MOVE WS-NB-SUPPRIMES      TO REC-JO-NB-SUPPRIMES.
           MOVE WS-NB-ANONYMISES     TO REC-JO-NB-ANONYMISES.
           MOVE WS-NB-NON-TRAITES    TO REC-JO-NB-NON-TRAITES.
           IF WS-NB-NON-TRAITES > ZERO
               MOVE "PARTIEL"        TO REC-JO-STATUT
           ELSE
               MOVE "COMPLET"        TO REC-JO-STATUT
           END-IF.
           WRITE REC-F-JOURNAL.
           CLOSE F-JOURNAL.
       4000-JOURNALISER-FIN.
           EXIT.


      ******************************************************************
      * === 9999 === FINALISATION DU PROGRAMME                        *
      ******************************************************************
       9999-FIN-NORMALE-PROGRAMME-DEB.
           DISPLAY "****************************************".
           DISPLAY "*        FIN NORMALE PROGRAMME         *".
           DISPLAY "****************************************".
           DISPLAY "* Supprimes   : " WS-NB-SUPPRIMES.
           DISPLAY "* Anonymises  : " WS-NB-ANONYMISES.
           DISPLAY "* Non traites : " WS-NB-NON-TRAITES.
           DISPLAY "****************************************".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       9999-FIN-NORMALE-PROGRAMME-FIN.
           EXIT.


       9999-ERREUR-PROGRAMME-DEB.
           DISPLAY "****************************************".
           DISPLAY "*      FIN ANORMALE DU PROGRAMME       *".
           DISPLAY "****************************************".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
