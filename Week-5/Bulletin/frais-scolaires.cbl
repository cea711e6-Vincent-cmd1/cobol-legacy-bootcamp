      ******************************************************************
      * Programme : frais-scolaires                                    *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * Objet : Facturation aux familles des frais de scolarité, de    *
      *            cantine et de sorties, jusqu'ici tenue dans un      *
      *            tableur à part, à partir du fichier maître des      *
      *            élèves (eleve-master.txt) et de l'annuaire des      *
      *            responsables (contacts-eleves.txt).                 *
      *                                                                *
      * Fonction  :                                                    *
      *  - Barème par classe et par service (frais-bareme.txt) :       *
      *    montant par trimestre, classe TOUS pour toutes les          *
      *    classes ; un service obligatoire est facturé à tous, un     *
      *    service facultatif aux seuls élèves abonnés                 *
      *    (frais-abonnements.txt).                                    *
      *  - Facturation du trimestre (AAAA-T) : une facture par         *
      *    famille, les frères et soeurs partageant le même            *
      *    responsable (même gardien et même adresse) étant            *
      *    regroupés ; remise fratrie sur le 2e enfant et les          *
      *    suivants (frais-parametres.txt, facultatif). Les factures   *
      *    sont ajoutées à frais-factures.txt et éditées dans          *
      *    frais-factures-AAAA-T.txt ; un trimestre déjà facturé       *
      *    n'est pas refacturé.                                        *
      *  - Enregistrement des paiements contre les factures            *
      *    (frais-paiements.txt).                                      *
      *  - État des impayés par famille, pour un trimestre ou pour     *
      *    l'ensemble (frais-impayes-AAAA-T.txt), avant le conseil     *
      *    de classe.                                                  *
      *                                                                *
      * MODIFICATION : 15/10/2026 - Chaque état des impayés est        *
      *            conservé et inscrit au catalogue des rapports       *
      *            (catalogue-rapports).                               *
      ******************************************************************


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. frais-scolaires.
       AUTHOR. Vincent-Cmd1.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Barème des frais par classe et par service
           SELECT F-BAREME ASSIGN TO "frais-bareme.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAREME.

      * Abonnements des élèves aux services facultatifs
           SELECT F-ABONNEMENTS ASSIGN TO "frais-abonnements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABONNEMENTS.

      * Remises fratrie : une ligne par code de paramètre
           SELECT F-PARAMETRES ASSIGN TO "frais-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Fichier maître des élèves (cf. eleves-master.cbl)
           SELECT F-MASTER
               ASSIGN TO "eleve-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EM-ID
               FILE STATUS IS WS-FS-MASTER.

      * Annuaire gardien/contact (cf. contacts-maint.cbl)
           SELECT F-CONTACTS ASSIGN TO "contacts-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTS.

      * Factures émises, une ligne par famille et par trimestre
           SELECT F-FACTURES ASSIGN TO "frais-factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTURES.

      * Paiements reçus, en ajout
           SELECT F-PAIEMENTS ASSIGN TO "frais-paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAIEMENTS.

      * Édition des factures ou de l'état des impayés
           SELECT F-EDITION ASSIGN TO WS-NOM-EDITION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDITION.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * Une ligne par classe et par service ; classe TOUS = toutes
      * les classes ; obligatoire O/N ; montant par trimestre
       FD  F-BAREME
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-BAREME.
           05 FS-BA-CLASSE                  PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-BA-SERVICE                 PIC X(10).
           05 FILLER                        PIC X(01).
           05 FS-BA-OBLIGATOIRE             PIC X(01).
           05 FILLER                        PIC X(01).
           05 FS-BA-LIBELLE                 PIC X(25).
           05 FILLER                        PIC X(01).
           05 FS-BA-MONTANT                 PIC 9(05)V99.

      * Un élève abonné à un service facultatif
       FD  F-ABONNEMENTS
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-ABONNEMENT.
           05 FS-AB-ELEVE-ID                PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-AB-SERVICE                 PIC X(10).

      * Paramètre : code et valeur (pourcentage)
       FD  F-PARAMETRES.
       01  FS-ENR-PARAMETRE.
           05 FS-PAR-CODE                   PIC X(14).
           05 FILLER                        PIC X(01).
           05 FS-PAR-VALEUR                 PIC 9(05).

      * Fichier maître des élèves (cf. eleves-master.cbl)
       FD  F-MASTER.
       01  FS-ENR-MASTER.
           05 FS-EM-ID                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 FS-EM-NOM                      PIC X(15).
           05 FILLER                         PIC X(01).
           05 FS-EM-PRENOM                   PIC X(15).
           05 FILLER                         PIC X(01).
           05 FS-EM-CLASSE                   PIC X(04).

      * Une ligne de contact par élève (cf. contacts-maint.cbl)
       FD  F-CONTACTS
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-CONTACT.
           05 FS-CONTACT-NOM                PIC X(07).
           05 FS-CONTACT-PRENOM             PIC X(06).
           05 FS-CONTACT-GARDIEN            PIC X(20).
           05 FS-CONTACT-ADRESSE            PIC X(40).
           05 FS-CONTACT-ELEVE-ID           PIC X(06).

      * Une facture : famille (plus petit identifiant d'élève de la
      * fratrie), montants brut, remise, net et déjà payé
       FD  F-FACTURES
           RECORD CONTAINS 92 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-FACTURE.
           05 FS-FA-NUM                     PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-FA-TRIMESTRE               PIC X(06).
           05 FILLER                        PIC X(01).
           05 FS-FA-FAMILLE-ID              PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-FA-GARDIEN                 PIC X(20).
           05 FILLER                        PIC X(01).
           05 FS-FA-DATE                    PIC 9(08).
           05 FILLER                        PIC X(01).
           05 FS-FA-BRUT                    PIC 9(07)V99.
           05 FILLER                        PIC X(01).
           05 FS-FA-REMISE                  PIC 9(07)V99.
           05 FILLER                        PIC X(01).
           05 FS-FA-NET                     PIC 9(07)V99.
           05 FILLER                        PIC X(01).
           05 FS-FA-PAYE                    PIC 9(07)V99.
           05 FILLER                        PIC X(01).
           05 FS-FA-NB-ENFANTS              PIC 9(02).

      * Un paiement reçu contre une facture
       FD  F-PAIEMENTS
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       01  FS-ENR-PAIEMENT.
           05 FS-PA-NUM-FACTURE             PIC 9(06).
           05 FILLER                        PIC X(01).
           05 FS-PA-DATE                    PIC 9(08).
           05 FILLER                        PIC X(01).
           05 FS-PA-MONTANT                 PIC 9(07)V99.
           05 FILLER                        PIC X(01).
           05 FS-PA-MODE                    PIC X(10).

       FD  F-EDITION
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENR-EDITION                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODES RETOUR DES FICHIERS                                      *
      *----------------------------------------------------------------*
       01  WS-FS-BAREME                     PIC X(02).
       01  WS-FS-ABONNEMENTS                PIC X(02).
       01  WS-FS-PARAMETRES                 PIC X(02).
       01  WS-FS-MASTER                     PIC X(02).
       01  WS-FS-CONTACTS                   PIC X(02).
       01  WS-FS-FACTURES                   PIC X(02).
       01  WS-FS-PAIEMENTS                  PIC X(02).
       01  WS-FS-EDITION                    PIC X(02).

       01  FLAG-STOP                        PIC X.
           88 QUITTER                                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * REMISES FRATRIE EN POURCENTAGE (VALEURS PAR DÉFAUT,            *
      * REMPLACÉES PAR frais-parametres.txt)                           *
      *----------------------------------------------------------------*
       01  WS-PAR-REMISE-ENF-2              PIC 9(05) VALUE 10.
       01  WS-PAR-REMISE-ENF-3              PIC 9(05) VALUE 20.

      *----------------------------------------------------------------*
      * BARÈME EN MÉMOIRE (200 LIGNES MAX)                             *
      *----------------------------------------------------------------*
       01  WS-NB-BAREME                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-B                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-BAREME.
           05 WS-BAREME OCCURS 200 TIMES.
               10 WS-BA-CLASSE              PIC X(04).
               10 WS-BA-SERVICE             PIC X(10).
               10 WS-BA-OBLIGATOIRE         PIC X(01).
               10 WS-BA-LIBELLE             PIC X(25).
               10 WS-BA-MONTANT             PIC 9(05)V99.

      *----------------------------------------------------------------*
      * ABONNEMENTS EN MÉMOIRE (2000 MAX)                              *
      *----------------------------------------------------------------*
       01  WS-NB-ABONNEMENTS                PIC 9(04) VALUE ZERO.
       01  WS-IDX-AB                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-ABONNEMENTS.
           05 WS-ABONNEMENT OCCURS 2000 TIMES.
               10 WS-AB-ELEVE-ID            PIC 9(06).
               10 WS-AB-SERVICE             PIC X(10).

      *----------------------------------------------------------------*
      * FICHIER MAÎTRE ET ANNUAIRE EN MÉMOIRE                          *
      *----------------------------------------------------------------*
       01  WS-NB-MASTER                     PIC 9(03) VALUE ZERO.
       01  WS-IDX-M                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-MASTER.
           05 WS-MASTER OCCURS 999 TIMES.
               10 WS-M-ID                   PIC 9(06).
               10 WS-M-NOM                  PIC X(15).
               10 WS-M-PRENOM               PIC X(15).
               10 WS-M-CLASSE               PIC X(04).

       01  WS-NB-CONTACTS                   PIC 9(03) VALUE ZERO.
       01  WS-IDX-CT                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-CONTACTS.
           05 WS-CONTACT OCCURS 999 TIMES.
               10 WS-CT-NOM                 PIC X(07).
               10 WS-CT-PRENOM              PIC X(06).
               10 WS-CT-GARDIEN             PIC X(20).
               10 WS-CT-ADRESSE             PIC X(40).
               10 WS-CT-ELEVE-ID            PIC X(06).

      *----------------------------------------------------------------*
      * FAMILLES DU TRIMESTRE : UN RESPONSABLE (GARDIEN + ADRESSE)     *
      * ET SES ENFANTS, PAR IDENTIFIANT CROISSANT                      *
      *----------------------------------------------------------------*
       01  WS-NB-FAMILLES                   PIC 9(03) VALUE ZERO.
       01  WS-IDX-F                         PIC 9(03) VALUE ZERO.
       01  WS-IDX-ENF                       PIC 9(02) VALUE ZERO.
       01  WS-TAB-FAMILLES.
           05 WS-FAMILLE OCCURS 999 TIMES.
               10 WS-FM-GARDIEN             PIC X(20).
               10 WS-FM-ADRESSE             PIC X(40).
               10 WS-FM-NB-ENFANTS          PIC 9(02).
               10 WS-FM-ENFANT              PIC 9(03) OCCURS 10 TIMES.

      *----------------------------------------------------------------*
      * FACTURES EN MÉMOIRE (PAIEMENTS ET ÉTAT DES IMPAYÉS)            *
      *----------------------------------------------------------------*
       01  WS-NB-FACTURES                   PIC 9(04) VALUE ZERO.
       01  WS-IDX-FA                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-FACTURES.
           05 WS-FACTURE OCCURS 3000 TIMES.
               10 WS-FA-NUM                 PIC 9(06).
               10 WS-FA-TRIMESTRE           PIC X(06).
               10 WS-FA-FAMILLE-ID          PIC 9(06).
               10 WS-FA-GARDIEN             PIC X(20).
               10 WS-FA-DATE                PIC 9(08).
               10 WS-FA-BRUT                PIC 9(07)V99.
               10 WS-FA-REMISE              PIC 9(07)V99.
               10 WS-FA-NET                 PIC 9(07)V99.
               10 WS-FA-PAYE                PIC 9(07)V99.
               10 WS-FA-NB-ENFANTS          PIC 9(02).
       01  WS-DERNIER-NUM-FACTURE           PIC 9(06) VALUE ZERO.

      * Cumul des impayés par famille
       01  WS-NB-IMPAYES                    PIC 9(03) VALUE ZERO.
       01  WS-IDX-I                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-IMPAYES.
           05 WS-IMPAYE OCCURS 999 TIMES.
               10 WS-IM-FAMILLE-ID          PIC 9(06).
               10 WS-IM-GARDIEN             PIC X(20).
               10 WS-IM-NB-FACTURES         PIC 9(03).
               10 WS-IM-RESTE               PIC 9(08)V99.

      *----------------------------------------------------------------*
      * MENU ET ZONES DE SAISIE                                        *
      *----------------------------------------------------------------*
       01  WS-CHOIX-MENU                    PIC 9(01).
       01  WS-FLAG-QUITTER-MENU             PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                          VALUE 'Y'.

       01  WS-SAISIE-CLASSE                 PIC X(04).
       01  WS-SAISIE-SERVICE                PIC X(10).
       01  WS-SAISIE-OBLIGATOIRE            PIC X(01).
       01  WS-SAISIE-LIBELLE                PIC X(25).
       01  WS-SAISIE-MONTANT                PIC X(12).
       01  WS-SAISIE-ID                     PIC 9(06).
       01  WS-SAISIE-NUM                    PIC 9(06).
       01  WS-SAISIE-MODE                   PIC X(10).
       01  WS-SAISIE-TRIMESTRE              PIC X(06).
       01  WS-SAISIE-CONFIRME               PIC X(01).
           88 WS-CONFIRME                              VALUE 'O'.

       01  WS-TRIMESTRE-VALIDE              PIC X(01) VALUE 'N'.
           88 WS-TRIMESTRE-EST-VALIDE                  VALUE 'O'.
       01  WS-IDX-TROUVE                    PIC 9(04) VALUE ZERO.
       01  WS-IDX-MAINT                     PIC 9(04) VALUE ZERO.
       01  WS-ID-TEXTE                      PIC X(06).
       01  WS-CONTACT-TROUVE                PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * CALCULS                                                        *
      *----------------------------------------------------------------*
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-MONTANT-SAISI                 PIC 9(07)V99.
       01  WS-RESTE                         PIC 9(08)V99.
       01  WS-SOUS-TOTAL                    PIC 9(07)V99.
       01  WS-REMISE-ENFANT                 PIC 9(07)V99.
       01  WS-POURCENT                      PIC 9(05).
       01  WS-FAM-BRUT                      PIC 9(07)V99.
       01  WS-FAM-REMISE                    PIC 9(07)V99.
       01  WS-FAM-ID                        PIC 9(06).
       01  WS-LIGNE-DUE                     PIC X(01).
           88 WS-LIGNE-EST-DUE                         VALUE 'O'.

       01  WS-NB-FACTURES-EMISES            PIC 9(04) VALUE ZERO.
       01  WS-NB-SANS-CONTACT               PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-FACTURE                 PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-RESTE                   PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * ÉDITION                                                        *
      *----------------------------------------------------------------*
       01  WS-NOM-EDITION                   PIC X(40).
       01  WS-PREMIERE-PAGE                 PIC X(01) VALUE "O".
       01  WS-TIRET                         PIC X(80) VALUE ALL "-".
       01  WS-LIGNE-EDITION                 PIC X(80).
       01  WS-MONTANT-ED                    PIC Z(6)9,99.
       01  WS-MONTANT-ED2                   PIC Z(6)9,99.
       01  WS-MONTANT-ED3                   PIC Z(6)9,99.
       01  WS-TOTAL-ED                      PIC Z(8)9,99.
       01  WS-POURCENT-ED                   PIC ZZ9.

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "frais-scolaires".
       01  WS-CAT-RC                        PIC 9(02).


      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * PROGRAMME PRINCIPAL                                            *
      ******************************************************************

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-CHARGER-BAREME-DEB
              THRU 1000-CHARGER-BAREME-FIN.
           PERFORM 1100-CHARGER-ABONNEMENTS-DEB
              THRU 1100-CHARGER-ABONNEMENTS-FIN.

           PERFORM 4000-MENU-DEB
              THRU 4000-MENU-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * === 1000 === CHARGEMENT DU BARÈME                              *
      * Fichier absent = barème vide, créé à la première réécriture    *
      ******************************************************************

       1000-CHARGER-BAREME-DEB.
           MOVE ZERO TO WS-NB-BAREME.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-BAREME.
           IF WS-FS-BAREME NOT = "00"
               DISPLAY "Bareme absent ou illisible (code "
                       WS-FS-BAREME "), depart a vide."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-BAREME
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-BAREME < 200
                           ADD 1 TO WS-NB-BAREME
                           MOVE FS-BA-CLASSE
                               TO WS-BA-CLASSE(WS-NB-BAREME)
                           MOVE FS-BA-SERVICE
                               TO WS-BA-SERVICE(WS-NB-BAREME)
                           MOVE FS-BA-OBLIGATOIRE
                               TO WS-BA-OBLIGATOIRE(WS-NB-BAREME)
                           MOVE FS-BA-LIBELLE
                               TO WS-BA-LIBELLE(WS-NB-BAREME)
                           MOVE FS-BA-MONTANT
                               TO WS-BA-MONTANT(WS-NB-BAREME)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-BAREME = "00" OR WS-FS-BAREME = "10"
               CLOSE F-BAREME
           END-IF.
       1000-CHARGER-BAREME-FIN.
           EXIT.


      ******************************************************************
      * === 1100 === CHARGEMENT DES ABONNEMENTS                        *
      ******************************************************************

       1100-CHARGER-ABONNEMENTS-DEB.
           MOVE ZERO TO WS-NB-ABONNEMENTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ABONNEMENTS.
           IF WS-FS-ABONNEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ABONNEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-ABONNEMENTS < 2000
                           ADD 1 TO WS-NB-ABONNEMENTS
                           MOVE FS-AB-ELEVE-ID
                               TO WS-AB-ELEVE-ID(WS-NB-ABONNEMENTS)
                           MOVE FS-AB-SERVICE
                               TO WS-AB-SERVICE(WS-NB-ABONNEMENTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ABONNEMENTS = "00" OR WS-FS-ABONNEMENTS = "10"
               CLOSE F-ABONNEMENTS
           END-IF.
       1100-CHARGER-ABONNEMENTS-FIN.
           EXIT.


      ******************************************************************
      * === 1200 === CHARGEMENT DES REMISES FRATRIE                    *
      * Fichier facultatif : un code absent ou inconnu laisse la       *
      * valeur par défaut                                              *
      ******************************************************************

       1200-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               DISPLAY "frais-parametres.txt absent : remises par "
                       "defaut"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "REMISE-ENF-2"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-REMISE-ENF-2
                           WHEN "REMISE-ENF-3"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-REMISE-ENF-3
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.

           IF WS-PAR-REMISE-ENF-2 > 100
               MOVE 100 TO WS-PAR-REMISE-ENF-2
           END-IF.
           IF WS-PAR-REMISE-ENF-3 > 100
               MOVE 100 TO WS-PAR-REMISE-ENF-3
           END-IF.
           DISPLAY "Remises fratrie : 2e enfant " WS-PAR-REMISE-ENF-2
                   " %, 3e et suivants " WS-PAR-REMISE-ENF-3 " %".
       1200-CHARGER-PARAMETRES-FIN.
           EXIT.


      ******************************************************************
      * === 1300 === CHARGEMENT DU FICHIER MAÎTRE ET DES CONTACTS      *
      ******************************************************************

       1300-CHARGER-ELEVES-DEB.
           MOVE ZERO TO WS-NB-MASTER.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "eleve-master.txt absent ou illisible (code "
                       WS-FS-MASTER ")."
               SET QUITTER TO TRUE
           ELSE
               MOVE ZERO TO FS-EM-ID
               START F-MASTER KEY IS >= FS-EM-ID
                   INVALID KEY
                       SET QUITTER TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-MASTER NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-MASTER < 999
                           ADD 1 TO WS-NB-MASTER
                           MOVE FS-EM-ID
                               TO WS-M-ID(WS-NB-MASTER)
                           MOVE FS-EM-NOM
                               TO WS-M-NOM(WS-NB-MASTER)
                           MOVE FS-EM-PRENOM
                               TO WS-M-PRENOM(WS-NB-MASTER)
                           MOVE FS-EM-CLASSE
                               TO WS-M-CLASSE(WS-NB-MASTER)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-MASTER = "00" OR WS-FS-MASTER = "10"
               CLOSE F-MASTER
           END-IF.

           MOVE ZERO TO WS-NB-CONTACTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CONTACTS.
           IF WS-FS-CONTACTS NOT = "00"
               DISPLAY "contacts-eleves.txt absent ou illisible (code "
                       WS-FS-CONTACTS ")."
               SET QUITTER TO TRUE
           END-IF.
           PERFORM UNTIL QUITTER
               READ F-CONTACTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CONTACTS < 999
                           ADD 1 TO WS-NB-CONTACTS
                           MOVE FS-CONTACT-NOM
                               TO WS-CT-NOM(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-PRENOM
                               TO WS-CT-PRENOM(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-GARDIEN
                               TO WS-CT-GARDIEN(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-ADRESSE
                               TO WS-CT-ADRESSE(WS-NB-CONTACTS)
                           MOVE FS-CONTACT-ELEVE-ID
                               TO WS-CT-ELEVE-ID(WS-NB-CONTACTS)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-CONTACTS = "00" OR WS-FS-CONTACTS = "10"
               CLOSE F-CONTACTS
           END-IF.
       1300-CHARGER-ELEVES-FIN.
           EXIT.


      ******************************************************************
      * === 1400 === CHARGEMENT DES FACTURES                           *
      ******************************************************************

       1400-CHARGER-FACTURES-DEB.
           MOVE ZERO TO WS-NB-FACTURES.
           MOVE ZERO TO WS-DERNIER-NUM-FACTURE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-FACTURES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-FA-NUM > WS-DERNIER-NUM-FACTURE
                           MOVE FS-FA-NUM TO WS-DERNIER-NUM-FACTURE
                       END-IF
                       IF WS-NB-FACTURES < 3000
                           ADD 1 TO WS-NB-FACTURES
                           MOVE FS-FA-NUM
                               TO WS-FA-NUM(WS-NB-FACTURES)
                           MOVE FS-FA-TRIMESTRE
                               TO WS-FA-TRIMESTRE(WS-NB-FACTURES)
                           MOVE FS-FA-FAMILLE-ID
                               TO WS-FA-FAMILLE-ID(WS-NB-FACTURES)
                           MOVE FS-FA-GARDIEN
                               TO WS-FA-GARDIEN(WS-NB-FACTURES)
                           MOVE FS-FA-DATE
                               TO WS-FA-DATE(WS-NB-FACTURES)
                           MOVE FS-FA-BRUT
                               TO WS-FA-BRUT(WS-NB-FACTURES)
                           MOVE FS-FA-REMISE
                               TO WS-FA-REMISE(WS-NB-FACTURES)
                           MOVE FS-FA-NET
                               TO WS-FA-NET(WS-NB-FACTURES)
                           MOVE FS-FA-PAYE
                               TO WS-FA-PAYE(WS-NB-FACTURES)
                           MOVE FS-FA-NB-ENFANTS
                               TO WS-FA-NB-ENFANTS(WS-NB-FACTURES)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-FACTURES = "00" OR WS-FS-FACTURES = "10"
               CLOSE F-FACTURES
           END-IF.
       1400-CHARGER-FACTURES-FIN.
           EXIT.


      ******************************************************************
      * === 4000 === MENU PRINCIPAL                                    *
      ******************************************************************

       4000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* FRAIS SCOLAIRES ET CANTINE              *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister le bareme                    *"
               DISPLAY "* 2 - Ajouter / modifier un tarif         *"
               DISPLAY "* 3 - Supprimer un tarif                  *"
               DISPLAY "* 4 - Abonner / desabonner un eleve       *"
               DISPLAY "* 5 - Facturation du trimestre            *"
               DISPLAY "* 6 - Enregistrer un paiement             *"
               DISPLAY "* 7 - Etat des impayes par famille        *"
               DISPLAY "* 8 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 4100-LISTER-BAREME-DEB
                          THRU 4100-LISTER-BAREME-FIN
                   WHEN 2
                       PERFORM 4200-SAISIR-TARIF-DEB
                          THRU 4200-SAISIR-TARIF-FIN
                   WHEN 3
                       PERFORM 4300-SUPPRIMER-TARIF-DEB
                          THRU 4300-SUPPRIMER-TARIF-FIN
                   WHEN 4
                       PERFORM 4400-ABONNEMENT-DEB
                          THRU 4400-ABONNEMENT-FIN
                   WHEN 5
                       PERFORM 4500-FACTURATION-DEB
                          THRU 4500-FACTURATION-FIN
                   WHEN 6
                       PERFORM 4600-PAIEMENT-DEB
                          THRU 4600-PAIEMENT-FIN
                   WHEN 7
                       PERFORM 4700-IMPAYES-DEB
                          THRU 4700-IMPAYES-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       4000-MENU-FIN.
           EXIT.


      ******************************************************************
      * === 4100 === LISTE DU BARÈME                                   *
      ******************************************************************

       4100-LISTER-BAREME-DEB.
           IF WS-NB-BAREME = ZERO
               DISPLAY "Bareme vide."
               GO TO 4100-LISTER-BAREME-FIN
           END-IF.
           DISPLAY "Classe Service    Obl. Libelle"
                   "                   Montant/trim.".
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-NB-BAREME
               MOVE WS-BA-MONTANT(WS-IDX-B) TO WS-MONTANT-ED
               DISPLAY WS-BA-CLASSE(WS-IDX-B) "   "
                       WS-BA-SERVICE(WS-IDX-B) " "
                       WS-BA-OBLIGATOIRE(WS-IDX-B) "    "
                       WS-BA-LIBELLE(WS-IDX-B) " "
                       WS-MONTANT-ED
           END-PERFORM.
       4100-LISTER-BAREME-FIN.
           EXIT.


      ******************************************************************
      * === 4200 === AJOUT OU MODIFICATION D'UN TARIF                  *
      * Clé : classe + service ; un tarif existant est remplacé        *
      ******************************************************************

       4200-SAISIR-TARIF-DEB.
           DISPLAY "Classe (TOUS = toutes les classes) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CLASSE)
               TO WS-SAISIE-CLASSE.
           DISPLAY "Service (SCOLARITE, CANTINE, SORTIE...) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-SERVICE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-SERVICE)
               TO WS-SAISIE-SERVICE.
           IF WS-SAISIE-CLASSE = SPACES OR WS-SAISIE-SERVICE = SPACES
               DISPLAY "/!\ Classe et service obligatoires /!\"
               GO TO 4200-SAISIR-TARIF-FIN
           END-IF.

           PERFORM 4810-RECHERCHER-TARIF-DEB
              THRU 4810-RECHERCHER-TARIF-FIN.
           IF WS-IDX-TROUVE = ZERO AND WS-NB-BAREME >= 200
               DISPLAY "/!\ Bareme complet, ajout impossible /!\"
               GO TO 4200-SAISIR-TARIF-FIN
           END-IF.
           IF WS-IDX-TROUVE > ZERO
               MOVE WS-BA-MONTANT(WS-IDX-TROUVE) TO WS-MONTANT-ED
               DISPLAY "Tarif actuel : "
                       WS-BA-LIBELLE(WS-IDX-TROUVE) " "
                       WS-MONTANT-ED " (obligatoire : "
                       WS-BA-OBLIGATOIRE(WS-IDX-TROUVE) ")"
           END-IF.

           DISPLAY "Obligatoire pour tous les eleves (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-OBLIGATOIRE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-OBLIGATOIRE)
               TO WS-SAISIE-OBLIGATOIRE.
           IF WS-SAISIE-OBLIGATOIRE NOT = "O"
               MOVE "N" TO WS-SAISIE-OBLIGATOIRE
           END-IF.
           DISPLAY "Libelle : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-LIBELLE.
           DISPLAY "Montant par trimestre (ex. 350,00) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-MONTANT.
           PERFORM 4820-CONTROLER-MONTANT-DEB
              THRU 4820-CONTROLER-MONTANT-FIN.
           IF WS-SAISIE-MONTANT = SPACES
               GO TO 4200-SAISIR-TARIF-FIN
           END-IF.

           IF WS-IDX-TROUVE = ZERO
               ADD 1 TO WS-NB-BAREME
               MOVE WS-NB-BAREME TO WS-IDX-TROUVE
           END-IF.
           MOVE WS-SAISIE-CLASSE      TO WS-BA-CLASSE(WS-IDX-TROUVE).
           MOVE WS-SAISIE-SERVICE     TO WS-BA-SERVICE(WS-IDX-TROUVE).
           MOVE WS-SAISIE-OBLIGATOIRE
               TO WS-BA-OBLIGATOIRE(WS-IDX-TROUVE).
           MOVE WS-SAISIE-LIBELLE     TO WS-BA-LIBELLE(WS-IDX-TROUVE).
           MOVE WS-MONTANT-SAISI      TO WS-BA-MONTANT(WS-IDX-TROUVE).
           PERFORM 4910-REECRIRE-BAREME-DEB
              THRU 4910-REECRIRE-BAREME-FIN.
           DISPLAY "Tarif enregistre.".
       4200-SAISIR-TARIF-FIN.
           EXIT.


      ******************************************************************
      * === 4300 === SUPPRESSION D'UN TARIF, APRÈS CONFIRMATION        *
      ******************************************************************

       4300-SUPPRIMER-TARIF-DEB.
           DISPLAY "Classe : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CLASSE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CLASSE)
               TO WS-SAISIE-CLASSE.
           DISPLAY "Service : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-SERVICE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-SERVICE)
               TO WS-SAISIE-SERVICE.
           PERFORM 4810-RECHERCHER-TARIF-DEB
              THRU 4810-RECHERCHER-TARIF-FIN.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Tarif introuvable /!\"
               GO TO 4300-SUPPRIMER-TARIF-FIN
           END-IF.

           DISPLAY "Confirmer la suppression du tarif "
                   FUNCTION TRIM(WS-BA-LIBELLE(WS-IDX-TROUVE))
                   " (O/N) : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CONFIRME.
           IF NOT WS-CONFIRME
               DISPLAY "Suppression annulee."
               GO TO 4300-SUPPRIMER-TARIF-FIN
           END-IF.
      * Décalage des entrées suivantes pour combler le trou
           PERFORM VARYING WS-IDX-MAINT FROM WS-IDX-TROUVE BY 1
                   UNTIL WS-IDX-MAINT >= WS-NB-BAREME
               MOVE WS-BAREME(WS-IDX-MAINT + 1)
                   TO WS-BAREME(WS-IDX-MAINT)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-BAREME.
           PERFORM 4910-REECRIRE-BAREME-DEB
              THRU 4910-REECRIRE-BAREME-FIN.
           DISPLAY "Tarif supprime.".
       4300-SUPPRIMER-TARIF-FIN.
           EXIT.


      ******************************************************************
      * === 4400 === ABONNEMENT D'UN ÉLÈVE À UN SERVICE FACULTATIF     *
      * Un abonnement existant est retiré après confirmation           *
      ******************************************************************

       4400-ABONNEMENT-DEB.
           DISPLAY "Identifiant eleve : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           DISPLAY "Service : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-SERVICE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-SERVICE)
               TO WS-SAISIE-SERVICE.
           IF WS-SAISIE-ID = ZERO OR WS-SAISIE-SERVICE = SPACES
               DISPLAY "/!\ Eleve et service obligatoires /!\"
               GO TO 4400-ABONNEMENT-FIN
           END-IF.

           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                   UNTIL WS-IDX-AB > WS-NB-ABONNEMENTS
               IF WS-AB-ELEVE-ID(WS-IDX-AB) = WS-SAISIE-ID
                  AND WS-AB-SERVICE(WS-IDX-AB) = WS-SAISIE-SERVICE
                   MOVE WS-IDX-AB TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

           IF WS-IDX-TROUVE > ZERO
               DISPLAY "Eleve deja abonne. Retirer l'abonnement "
                       "(O/N) : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-CONFIRME
               IF NOT WS-CONFIRME
                   GO TO 4400-ABONNEMENT-FIN
               END-IF
               PERFORM VARYING WS-IDX-MAINT FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-MAINT >= WS-NB-ABONNEMENTS
                   MOVE WS-ABONNEMENT(WS-IDX-MAINT + 1)
                       TO WS-ABONNEMENT(WS-IDX-MAINT)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-ABONNEMENTS
               DISPLAY "Abonnement retire."
           ELSE
               IF WS-NB-ABONNEMENTS >= 2000
                   DISPLAY "/!\ Table des abonnements complete /!\"
                   GO TO 4400-ABONNEMENT-FIN
               END-IF
               ADD 1 TO WS-NB-ABONNEMENTS
               MOVE WS-SAISIE-ID
                   TO WS-AB-ELEVE-ID(WS-NB-ABONNEMENTS)
               MOVE WS-SAISIE-SERVICE
                   TO WS-AB-SERVICE(WS-NB-ABONNEMENTS)
               DISPLAY "Abonnement enregistre."
           END-IF.
           PERFORM 4920-REECRIRE-ABONNEMENTS-DEB
              THRU 4920-REECRIRE-ABONNEMENTS-FIN.
       4400-ABONNEMENT-FIN.
           EXIT.


      ******************************************************************
      * === 4500 === FACTURATION DU TRIMESTRE                          *
      * Familles constituées depuis l'annuaire (gardien + adresse) ;   *
      * les élèves sans contact sont signalés et non facturés          *
      ******************************************************************

       4500-FACTURATION-DEB.
           PERFORM 4800-SAISIR-TRIMESTRE-DEB
              THRU 4800-SAISIR-TRIMESTRE-FIN.
           IF NOT WS-TRIMESTRE-EST-VALIDE
               GO TO 4500-FACTURATION-FIN
           END-IF.
           IF WS-NB-BAREME = ZERO
               DISPLAY "/!\ Bareme vide, facturation impossible /!\"
               GO TO 4500-FACTURATION-FIN
           END-IF.

           PERFORM 1400-CHARGER-FACTURES-DEB
              THRU 1400-CHARGER-FACTURES-FIN.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FACTURES
               IF WS-FA-TRIMESTRE(WS-IDX-FA) = WS-SAISIE-TRIMESTRE
                   DISPLAY "/!\ Trimestre " WS-SAISIE-TRIMESTRE
                           " deja facture /!\"
                   GO TO 4500-FACTURATION-FIN
               END-IF
           END-PERFORM.

           PERFORM 1200-CHARGER-PARAMETRES-DEB
              THRU 1200-CHARGER-PARAMETRES-FIN.
           PERFORM 1300-CHARGER-ELEVES-DEB
              THRU 1300-CHARGER-ELEVES-FIN.
           IF WS-NB-MASTER = ZERO
               DISPLAY "/!\ Aucun eleve au fichier maitre /!\"
               GO TO 4500-FACTURATION-FIN
           END-IF.

      * Regroupement des élèves par responsable
           MOVE ZERO TO WS-NB-FAMILLES WS-NB-SANS-CONTACT.
           PERFORM VARYING WS-IDX-M FROM 1 BY 1
                   UNTIL WS-IDX-M > WS-NB-MASTER
               PERFORM 4510-RATTACHER-ELEVE-DEB
                  THRU 4510-RATTACHER-ELEVE-FIN
           END-PERFORM.

           MOVE SPACES TO WS-NOM-EDITION.
           STRING "frais-factures-" WS-SAISIE-TRIMESTRE ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-EDITION
           END-STRING.
           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-EDITION
               DISPLAY "Code F-STATUS : " WS-FS-EDITION
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN EXTEND F-FACTURES.
           IF WS-FS-FACTURES = "35"
               OPEN OUTPUT F-FACTURES
               CLOSE F-FACTURES
               OPEN EXTEND F-FACTURES
           END-IF.
           IF WS-FS-FACTURES NOT = "00"
               DISPLAY "Probleme ouverture frais-factures.txt"
               DISPLAY "Code F-STATUS : " WS-FS-FACTURES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE ZERO TO WS-NB-FACTURES-EMISES WS-TOTAL-FACTURE.
           MOVE "O" TO WS-PREMIERE-PAGE.
           PERFORM VARYING WS-IDX-F FROM 1 BY 1
                   UNTIL WS-IDX-F > WS-NB-FAMILLES
               PERFORM 4520-FACTURER-FAMILLE-DEB
                  THRU 4520-FACTURER-FAMILLE-FIN
           END-PERFORM.

           CLOSE F-FACTURES.
           CLOSE F-EDITION.

           MOVE WS-TOTAL-FACTURE TO WS-TOTAL-ED.
           DISPLAY "Factures emises   : " WS-NB-FACTURES-EMISES.
           DISPLAY "Total facture     : " WS-TOTAL-ED.
           IF WS-NB-SANS-CONTACT > ZERO
               DISPLAY "/!\ " WS-NB-SANS-CONTACT " eleve(s) sans "
                       "contact, non facture(s) : completer "
                       "contacts-eleves.txt /!\"
           END-IF.
           DISPLAY "Factures editees dans " WS-NOM-EDITION.
       4500-FACTURATION-FIN.
           EXIT.

      * Élève courant du fichier maître : son contact (identifiant,
      * puis nom + prénom), puis la famille de ce contact
       4510-RATTACHER-ELEVE-DEB.
           MOVE ZERO TO WS-CONTACT-TROUVE.
           MOVE WS-M-ID(WS-IDX-M) TO WS-ID-TEXTE.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NB-CONTACTS
               IF WS-CT-ELEVE-ID(WS-IDX-CT) = WS-ID-TEXTE
                   MOVE WS-IDX-CT TO WS-CONTACT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CONTACT-TROUVE = ZERO
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-NB-CONTACTS
                   IF WS-CT-ELEVE-ID(WS-IDX-CT) = SPACES
                      AND WS-CT-NOM(WS-IDX-CT)
                          = WS-M-NOM(WS-IDX-M)(1:7)
                      AND WS-CT-PRENOM(WS-IDX-CT)
                          = WS-M-PRENOM(WS-IDX-M)(1:6)
                       MOVE WS-IDX-CT TO WS-CONTACT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CONTACT-TROUVE = ZERO
               ADD 1 TO WS-NB-SANS-CONTACT
               DISPLAY "  Sans contact : " WS-M-ID(WS-IDX-M) " "
                       WS-M-NOM(WS-IDX-M) " " WS-M-PRENOM(WS-IDX-M)
               GO TO 4510-RATTACHER-ELEVE-FIN
           END-IF.

           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-F FROM 1 BY 1
                   UNTIL WS-IDX-F > WS-NB-FAMILLES
               IF WS-FM-GARDIEN(WS-IDX-F)
                      = WS-CT-GARDIEN(WS-CONTACT-TROUVE)
                  AND WS-FM-ADRESSE(WS-IDX-F)
                      = WS-CT-ADRESSE(WS-CONTACT-TROUVE)
                   MOVE WS-IDX-F TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-FAMILLES >= 999
                   GO TO 4510-RATTACHER-ELEVE-FIN
               END-IF
               ADD 1 TO WS-NB-FAMILLES
               MOVE WS-NB-FAMILLES TO WS-IDX-TROUVE
               MOVE WS-CT-GARDIEN(WS-CONTACT-TROUVE)
                   TO WS-FM-GARDIEN(WS-IDX-TROUVE)
               MOVE WS-CT-ADRESSE(WS-CONTACT-TROUVE)
                   TO WS-FM-ADRESSE(WS-IDX-TROUVE)
               MOVE ZERO TO WS-FM-NB-ENFANTS(WS-IDX-TROUVE)
           END-IF.
           IF WS-FM-NB-ENFANTS(WS-IDX-TROUVE) < 10
               ADD 1 TO WS-FM-NB-ENFANTS(WS-IDX-TROUVE)
               MOVE WS-IDX-M TO WS-FM-ENFANT(WS-IDX-TROUVE,
                                 WS-FM-NB-ENFANTS(WS-IDX-TROUVE))
           END-IF.
       4510-RATTACHER-ELEVE-FIN.
           EXIT.

      * Une facture par famille : lignes du barème de chaque enfant,
      * remise fratrie à partir du 2e enfant (ordre des identifiants)
       4520-FACTURER-FAMILLE-DEB.
           MOVE ZERO TO WS-FAM-BRUT WS-FAM-REMISE.
           MOVE WS-FM-ENFANT(WS-IDX-F, 1) TO WS-IDX-M.
           MOVE WS-M-ID(WS-IDX-M) TO WS-FAM-ID.
           ADD 1 TO WS-DERNIER-NUM-FACTURE.

           PERFORM 8100-EDITER-ENTETE-DEB
              THRU 8100-EDITER-ENTETE-FIN.

           PERFORM VARYING WS-IDX-ENF FROM 1 BY 1
                   UNTIL WS-IDX-ENF > WS-FM-NB-ENFANTS(WS-IDX-F)
               PERFORM 4530-FACTURER-ENFANT-DEB
                  THRU 4530-FACTURER-ENFANT-FIN
           END-PERFORM.

           IF WS-FAM-BRUT = ZERO
               MOVE " Aucun frais du bareme pour cette famille."
                   TO FS-ENR-EDITION
               WRITE FS-ENR-EDITION
               SUBTRACT 1 FROM WS-DERNIER-NUM-FACTURE
               GO TO 4520-FACTURER-FAMILLE-FIN
           END-IF.

           PERFORM 8200-EDITER-TOTAUX-DEB
              THRU 8200-EDITER-TOTAUX-FIN.

           MOVE SPACES TO FS-ENR-FACTURE.
           MOVE WS-DERNIER-NUM-FACTURE   TO FS-FA-NUM.
           MOVE WS-SAISIE-TRIMESTRE      TO FS-FA-TRIMESTRE.
           MOVE WS-FAM-ID                TO FS-FA-FAMILLE-ID.
           MOVE WS-FM-GARDIEN(WS-IDX-F)  TO FS-FA-GARDIEN.
           MOVE WS-DATE-JOUR             TO FS-FA-DATE.
           MOVE WS-FAM-BRUT              TO FS-FA-BRUT.
           MOVE WS-FAM-REMISE            TO FS-FA-REMISE.
           COMPUTE FS-FA-NET = WS-FAM-BRUT - WS-FAM-REMISE.
           MOVE ZERO                     TO FS-FA-PAYE.
           MOVE WS-FM-NB-ENFANTS(WS-IDX-F) TO FS-FA-NB-ENFANTS.
           WRITE FS-ENR-FACTURE.

           ADD 1 TO WS-NB-FACTURES-EMISES.
           ADD FS-FA-NET TO WS-TOTAL-FACTURE.
       4520-FACTURER-FAMILLE-FIN.
           EXIT.

      * Un enfant : services obligatoires de sa classe (ou TOUS) et
      * services facultatifs auxquels il est abonné
       4530-FACTURER-ENFANT-DEB.
           MOVE WS-FM-ENFANT(WS-IDX-F, WS-IDX-ENF) TO WS-IDX-M.
           MOVE ZERO TO WS-SOUS-TOTAL.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " " WS-M-ID(WS-IDX-M) " "
                  FUNCTION TRIM(WS-M-PRENOM(WS-IDX-M)) " "
                  FUNCTION TRIM(WS-M-NOM(WS-IDX-M)) " - classe "
                  WS-M-CLASSE(WS-IDX-M)
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.

           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-NB-BAREME
               PERFORM 4540-LIGNE-DUE-DEB
                  THRU 4540-LIGNE-DUE-FIN
               IF WS-LIGNE-EST-DUE
                   ADD WS-BA-MONTANT(WS-IDX-B) TO WS-SOUS-TOTAL
                   MOVE WS-BA-MONTANT(WS-IDX-B) TO WS-MONTANT-ED
                   MOVE SPACES TO WS-LIGNE-EDITION
                   STRING "     " WS-BA-LIBELLE(WS-IDX-B) "  "
                          WS-BA-SERVICE(WS-IDX-B) "       "
                          WS-MONTANT-ED
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-EDITION
                   END-STRING
                   WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION
               END-IF
           END-PERFORM.

           EVALUATE WS-IDX-ENF
               WHEN 1
                   MOVE ZERO TO WS-POURCENT
               WHEN 2
                   MOVE WS-PAR-REMISE-ENF-2 TO WS-POURCENT
               WHEN OTHER
                   MOVE WS-PAR-REMISE-ENF-3 TO WS-POURCENT
           END-EVALUATE.
           COMPUTE WS-REMISE-ENFANT ROUNDED =
               WS-SOUS-TOTAL * WS-POURCENT / 100.
           IF WS-REMISE-ENFANT > ZERO
               MOVE WS-REMISE-ENFANT TO WS-MONTANT-ED
               MOVE WS-POURCENT TO WS-POURCENT-ED
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING "     Remise fratrie " WS-POURCENT-ED
                      " %                               -"
                      WS-MONTANT-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION
           END-IF.
           ADD WS-SOUS-TOTAL    TO WS-FAM-BRUT.
           ADD WS-REMISE-ENFANT TO WS-FAM-REMISE.
       4530-FACTURER-ENFANT-FIN.
           EXIT.

      * La ligne WS-IDX-B du barème est-elle due par l'enfant WS-IDX-M ?
       4540-LIGNE-DUE-DEB.
           MOVE 'N' TO WS-LIGNE-DUE.
           IF WS-BA-CLASSE(WS-IDX-B) NOT = "TOUS"
              AND WS-BA-CLASSE(WS-IDX-B) NOT = WS-M-CLASSE(WS-IDX-M)
               GO TO 4540-LIGNE-DUE-FIN
           END-IF.
           IF WS-BA-OBLIGATOIRE(WS-IDX-B) = "O"
               SET WS-LIGNE-EST-DUE TO TRUE
               GO TO 4540-LIGNE-DUE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                   UNTIL WS-IDX-AB > WS-NB-ABONNEMENTS
               IF WS-AB-ELEVE-ID(WS-IDX-AB) = WS-M-ID(WS-IDX-M)
                  AND WS-AB-SERVICE(WS-IDX-AB)
                      = WS-BA-SERVICE(WS-IDX-B)
                   SET WS-LIGNE-EST-DUE TO TRUE
               END-IF
           END-PERFORM.
       4540-LIGNE-DUE-FIN.
           EXIT.


      ******************************************************************
      * === 4600 === ENREGISTREMENT D'UN PAIEMENT                      *
      * Le paiement ne peut dépasser le reste dû de la facture         *
      ******************************************************************

       4600-PAIEMENT-DEB.
           PERFORM 1400-CHARGER-FACTURES-DEB
              THRU 1400-CHARGER-FACTURES-FIN.
           DISPLAY "Numero de facture : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUM.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FACTURES
               IF WS-FA-NUM(WS-IDX-FA) = WS-SAISIE-NUM
                   MOVE WS-IDX-FA TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               DISPLAY "/!\ Facture introuvable /!\"
               GO TO 4600-PAIEMENT-FIN
           END-IF.

           COMPUTE WS-RESTE = WS-FA-NET(WS-IDX-TROUVE)
                            - WS-FA-PAYE(WS-IDX-TROUVE).
           MOVE WS-FA-NET(WS-IDX-TROUVE)  TO WS-MONTANT-ED.
           MOVE WS-FA-PAYE(WS-IDX-TROUVE) TO WS-MONTANT-ED2.
           MOVE WS-RESTE                  TO WS-MONTANT-ED3.
           DISPLAY "Famille " WS-FA-FAMILLE-ID(WS-IDX-TROUVE) " "
                   WS-FA-GARDIEN(WS-IDX-TROUVE) " - trimestre "
                   WS-FA-TRIMESTRE(WS-IDX-TROUVE).
           DISPLAY "Net " WS-MONTANT-ED "  paye " WS-MONTANT-ED2
                   "  reste " WS-MONTANT-ED3.
           IF WS-RESTE = ZERO
               DISPLAY "Facture soldee."
               GO TO 4600-PAIEMENT-FIN
           END-IF.

           DISPLAY "Montant recu : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-MONTANT.
           PERFORM 4820-CONTROLER-MONTANT-DEB
              THRU 4820-CONTROLER-MONTANT-FIN.
           IF WS-SAISIE-MONTANT = SPACES OR WS-MONTANT-SAISI = ZERO
               GO TO 4600-PAIEMENT-FIN
           END-IF.
           IF WS-MONTANT-SAISI > WS-RESTE
               DISPLAY "/!\ Montant superieur au reste du /!\"
               GO TO 4600-PAIEMENT-FIN
           END-IF.
           DISPLAY "Mode (CHEQUE, VIREMENT, ESPECES...) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-MODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-MODE) TO WS-SAISIE-MODE.

           ADD WS-MONTANT-SAISI TO WS-FA-PAYE(WS-IDX-TROUVE).
           PERFORM 4930-REECRIRE-FACTURES-DEB
              THRU 4930-REECRIRE-FACTURES-FIN.

           OPEN EXTEND F-PAIEMENTS.
           IF WS-FS-PAIEMENTS = "35"
               OPEN OUTPUT F-PAIEMENTS
               CLOSE F-PAIEMENTS
               OPEN EXTEND F-PAIEMENTS
           END-IF.
           IF WS-FS-PAIEMENTS NOT = "00"
               DISPLAY "Probleme ouverture frais-paiements.txt"
               DISPLAY "Code F-STATUS : " WS-FS-PAIEMENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES TO FS-ENR-PAIEMENT.
           MOVE WS-SAISIE-NUM    TO FS-PA-NUM-FACTURE.
           MOVE WS-DATE-JOUR     TO FS-PA-DATE.
           MOVE WS-MONTANT-SAISI TO FS-PA-MONTANT.
           MOVE WS-SAISIE-MODE   TO FS-PA-MODE.
           WRITE FS-ENR-PAIEMENT.
           CLOSE F-PAIEMENTS.

           SUBTRACT WS-MONTANT-SAISI FROM WS-RESTE.
           MOVE WS-RESTE TO WS-MONTANT-ED3.
           DISPLAY "Paiement enregistre, reste du : " WS-MONTANT-ED3.
       4600-PAIEMENT-FIN.
           EXIT.


      ******************************************************************
      * === 4700 === ÉTAT DES IMPAYÉS PAR FAMILLE                      *
      * Trimestre blanc = toutes les factures                          *
      ******************************************************************

       4700-IMPAYES-DEB.
           DISPLAY "Trimestre (AAAA-T, blanc = tous) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           PERFORM 1400-CHARGER-FACTURES-DEB
              THRU 1400-CHARGER-FACTURES-FIN.

           MOVE ZERO TO WS-NB-IMPAYES WS-TOTAL-RESTE.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FACTURES
               IF WS-FA-PAYE(WS-IDX-FA) < WS-FA-NET(WS-IDX-FA)
                  AND (WS-SAISIE-TRIMESTRE = SPACES
                       OR WS-FA-TRIMESTRE(WS-IDX-FA)
                          = WS-SAISIE-TRIMESTRE)
                   PERFORM 4710-CUMULER-IMPAYE-DEB
                      THRU 4710-CUMULER-IMPAYE-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-NOM-EDITION.
           IF WS-SAISIE-TRIMESTRE = SPACES
               MOVE "frais-impayes-TOUS.txt" TO WS-NOM-EDITION
           ELSE
               STRING "frais-impayes-" WS-SAISIE-TRIMESTRE ".txt"
                   DELIMITED BY SIZE
                   INTO WS-NOM-EDITION
               END-STRING
           END-IF.
           OPEN OUTPUT F-EDITION.
           IF WS-FS-EDITION NOT = "00"
               DISPLAY "Probleme ouverture " WS-NOM-EDITION
               DISPLAY "Code F-STATUS : " WS-FS-EDITION
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "ETAT DES IMPAYES PAR FAMILLE - TRIMESTRE "
                  WS-SAISIE-TRIMESTRE " - AU " WS-DATE-JOUR
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB
              THRU 8900-ECRIRE-LIGNE-FIN.
           MOVE "Famille Responsable          Factures    Reste du"
               TO WS-LIGNE-EDITION.
           PERFORM 8900-ECRIRE-LIGNE-DEB
              THRU 8900-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-NB-IMPAYES
               MOVE WS-IM-RESTE(WS-IDX-I) TO WS-TOTAL-ED
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING WS-IM-FAMILLE-ID(WS-IDX-I) "  "
                      WS-IM-GARDIEN(WS-IDX-I) " "
                      WS-IM-NB-FACTURES(WS-IDX-I) "  "
                      WS-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM 8900-ECRIRE-LIGNE-DEB
                  THRU 8900-ECRIRE-LIGNE-FIN
           END-PERFORM.
           MOVE WS-TOTAL-RESTE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "Familles debitrices : " WS-NB-IMPAYES
                  "   Total du : " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           PERFORM 8900-ECRIRE-LIGNE-DEB
              THRU 8900-ECRIRE-LIGNE-FIN.
           CLOSE F-EDITION.
           DISPLAY "Etat ecrit dans " WS-NOM-EDITION.
      * Edition conservée et inscrite au catalogue des rapports
           MOVE WS-NOM-EDITION TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       4700-IMPAYES-FIN.
           EXIT.

       4710-CUMULER-IMPAYE-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-NB-IMPAYES
               IF WS-IM-FAMILLE-ID(WS-IDX-I)
                  = WS-FA-FAMILLE-ID(WS-IDX-FA)
                   MOVE WS-IDX-I TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = ZERO
               IF WS-NB-IMPAYES >= 999
                   GO TO 4710-CUMULER-IMPAYE-FIN
               END-IF
               ADD 1 TO WS-NB-IMPAYES
               MOVE WS-NB-IMPAYES TO WS-IDX-TROUVE
               MOVE WS-FA-FAMILLE-ID(WS-IDX-FA)
                   TO WS-IM-FAMILLE-ID(WS-IDX-TROUVE)
               MOVE ZERO TO WS-IM-NB-FACTURES(WS-IDX-TROUVE)
                            WS-IM-RESTE(WS-IDX-TROUVE)
           END-IF.
           MOVE WS-FA-GARDIEN(WS-IDX-FA)
               TO WS-IM-GARDIEN(WS-IDX-TROUVE).
           ADD 1 TO WS-IM-NB-FACTURES(WS-IDX-TROUVE).
           COMPUTE WS-RESTE = WS-FA-NET(WS-IDX-FA)
                            - WS-FA-PAYE(WS-IDX-FA).
           ADD WS-RESTE TO WS-IM-RESTE(WS-IDX-TROUVE).
           ADD WS-RESTE TO WS-TOTAL-RESTE.
       4710-CUMULER-IMPAYE-FIN.
           EXIT.


      ******************************************************************
      * === 4800 === SAISIES CONTRÔLÉES                                *
      ******************************************************************

      * Trimestre AAAA-T, T de 1 à 3
       4800-SAISIR-TRIMESTRE-DEB.
           MOVE 'N' TO WS-TRIMESTRE-VALIDE.
           DISPLAY "Trimestre a facturer (AAAA-T, ex. 2026-1) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE(1:4) IS NUMERIC
              AND WS-SAISIE-TRIMESTRE(5:1) = "-"
              AND WS-SAISIE-TRIMESTRE(6:1) >= "1"
              AND WS-SAISIE-TRIMESTRE(6:1) <= "3"
               SET WS-TRIMESTRE-EST-VALIDE TO TRUE
           ELSE
               DISPLAY "/!\ Trimestre invalide (AAAA-T) /!\"
           END-IF.
       4800-SAISIR-TRIMESTRE-FIN.
           EXIT.

       4810-RECHERCHER-TARIF-DEB.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-NB-BAREME
               IF WS-BA-CLASSE(WS-IDX-B) = WS-SAISIE-CLASSE
                  AND WS-BA-SERVICE(WS-IDX-B) = WS-SAISIE-SERVICE
                   MOVE WS-IDX-B TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
       4810-RECHERCHER-TARIF-FIN.
           EXIT.

      * Montant saisi (virgule décimale) vers WS-MONTANT-SAISI ;
      * saisie invalide = WS-SAISIE-MONTANT remis à blanc
       4820-CONTROLER-MONTANT-DEB.
           MOVE ZERO TO WS-MONTANT-SAISI.
           IF WS-SAISIE-MONTANT = SPACES
               DISPLAY "/!\ Montant obligatoire /!\"
               GO TO 4820-CONTROLER-MONTANT-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE-MONTANT) NOT = 0
               DISPLAY "/!\ Montant invalide /!\"
               MOVE SPACES TO WS-SAISIE-MONTANT
               GO TO 4820-CONTROLER-MONTANT-FIN
           END-IF.
           IF FUNCTION NUMVAL(WS-SAISIE-MONTANT) < 0
              OR FUNCTION NUMVAL(WS-SAISIE-MONTANT) > 99999
               DISPLAY "/!\ Montant hors limites /!\"
               MOVE SPACES TO WS-SAISIE-MONTANT
               GO TO 4820-CONTROLER-MONTANT-FIN
           END-IF.
           COMPUTE WS-MONTANT-SAISI ROUNDED =
               FUNCTION NUMVAL(WS-SAISIE-MONTANT).
       4820-CONTROLER-MONTANT-FIN.
           EXIT.


      ******************************************************************
      * === 4900 === RÉÉCRITURES COMPLÈTES DEPUIS LA MÉMOIRE           *
      ******************************************************************

       4910-REECRIRE-BAREME-DEB.
           OPEN OUTPUT F-BAREME.
           IF WS-FS-BAREME NOT = "00"
               DISPLAY "Probleme ouverture frais-bareme.txt"
               DISPLAY "Code F-STATUS : " WS-FS-BAREME
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-NB-BAREME
               MOVE SPACES TO FS-ENR-BAREME
               MOVE WS-BA-CLASSE(WS-IDX-B)      TO FS-BA-CLASSE
               MOVE WS-BA-SERVICE(WS-IDX-B)     TO FS-BA-SERVICE
               MOVE WS-BA-OBLIGATOIRE(WS-IDX-B) TO FS-BA-OBLIGATOIRE
               MOVE WS-BA-LIBELLE(WS-IDX-B)     TO FS-BA-LIBELLE
               MOVE WS-BA-MONTANT(WS-IDX-B)     TO FS-BA-MONTANT
               WRITE FS-ENR-BAREME
           END-PERFORM.
           CLOSE F-BAREME.
       4910-REECRIRE-BAREME-FIN.
           EXIT.

       4920-REECRIRE-ABONNEMENTS-DEB.
           OPEN OUTPUT F-ABONNEMENTS.
           IF WS-FS-ABONNEMENTS NOT = "00"
               DISPLAY "Probleme ouverture frais-abonnements.txt"
               DISPLAY "Code F-STATUS : " WS-FS-ABONNEMENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                   UNTIL WS-IDX-AB > WS-NB-ABONNEMENTS
               MOVE SPACES TO FS-ENR-ABONNEMENT
               MOVE WS-AB-ELEVE-ID(WS-IDX-AB) TO FS-AB-ELEVE-ID
               MOVE WS-AB-SERVICE(WS-IDX-AB)  TO FS-AB-SERVICE
               WRITE FS-ENR-ABONNEMENT
           END-PERFORM.
           CLOSE F-ABONNEMENTS.
       4920-REECRIRE-ABONNEMENTS-FIN.
           EXIT.

       4930-REECRIRE-FACTURES-DEB.
           OPEN OUTPUT F-FACTURES.
           IF WS-FS-FACTURES NOT = "00"
               DISPLAY "Probleme ouverture frais-factures.txt"
               DISPLAY "Code F-STATUS : " WS-FS-FACTURES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FACTURES
               MOVE SPACES TO FS-ENR-FACTURE
               MOVE WS-FA-NUM(WS-IDX-FA)        TO FS-FA-NUM
               MOVE WS-FA-TRIMESTRE(WS-IDX-FA)  TO FS-FA-TRIMESTRE
               MOVE WS-FA-FAMILLE-ID(WS-IDX-FA) TO FS-FA-FAMILLE-ID
               MOVE WS-FA-GARDIEN(WS-IDX-FA)    TO FS-FA-GARDIEN
               MOVE WS-FA-DATE(WS-IDX-FA)       TO FS-FA-DATE
               MOVE WS-FA-BRUT(WS-IDX-FA)       TO FS-FA-BRUT
               MOVE WS-FA-REMISE(WS-IDX-FA)     TO FS-FA-REMISE
               MOVE WS-FA-NET(WS-IDX-FA)        TO FS-FA-NET
               MOVE WS-FA-PAYE(WS-IDX-FA)       TO FS-FA-PAYE
               MOVE WS-FA-NB-ENFANTS(WS-IDX-FA) TO FS-FA-NB-ENFANTS
               WRITE FS-ENR-FACTURE
           END-PERFORM.
           CLOSE F-FACTURES.
       4930-REECRIRE-FACTURES-FIN.
           EXIT.


      ******************************************************************
      * === 8100 === ÉDITION D'UNE FACTURE (UNE PAGE PAR FAMILLE)      *
      * Saut de page avant chaque facture sauf la première, comme      *
      * dans attestations.cbl                                          *
      ******************************************************************

       8100-EDITER-ENTETE-DEB.
           IF WS-PREMIERE-PAGE = "O"
               MOVE "N" TO WS-PREMIERE-PAGE
               WRITE FS-ENR-EDITION FROM WS-TIRET
           ELSE
               WRITE FS-ENR-EDITION FROM WS-TIRET
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "   FACTURE N. " WS-DERNIER-NUM-FACTURE
                  " - FRAIS SCOLAIRES DU TRIMESTRE "
                  WS-SAISIE-TRIMESTRE
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           WRITE FS-ENR-EDITION FROM WS-TIRET.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " Famille " WS-FAM-ID "   Emise le " WS-DATE-JOUR
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " " WS-FM-GARDIEN(WS-IDX-F)
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " " WS-FM-ADRESSE(WS-IDX-F)
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           MOVE SPACES TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       8100-EDITER-ENTETE-FIN.
           EXIT.

       8200-EDITER-TOTAUX-DEB.
           WRITE FS-ENR-EDITION FROM WS-TIRET.
           MOVE WS-FAM-BRUT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " Total des frais                               "
                  "     " WS-MONTANT-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           MOVE WS-FAM-REMISE TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " Remises fratrie                               "
                  "    -" WS-MONTANT-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           COMPUTE WS-SOUS-TOTAL = WS-FAM-BRUT - WS-FAM-REMISE.
           MOVE WS-SOUS-TOTAL TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " NET A PAYER                                   "
                  "     " WS-MONTANT-ED
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
           WRITE FS-ENR-EDITION FROM WS-TIRET.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING " A regler aupres de l'intendance en rappelant le "
                  "numero de facture."
               DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING.
           WRITE FS-ENR-EDITION FROM WS-LIGNE-EDITION.
       8200-EDITER-TOTAUX-FIN.
           EXIT.

       8900-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO FS-ENR-EDITION.
           WRITE FS-ENR-EDITION.
       8900-ECRIRE-LIGNE-FIN.
           EXIT.


      ******************************************************************
      * === 9999 === ARRET D'URGENCE EN CAS D'ERREUR FICHIER           *
      ******************************************************************

       9999-ERREUR-PROGRAMME-DEB.
           DISPLAY "****************************************".
           DISPLAY "*      FIN ANORMALE DU PROGRAMME       *".
           DISPLAY "****************************************".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
