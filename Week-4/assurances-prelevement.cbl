      ******************************************************************
      * PROGRAMME : ASSURANCES-PRELEVEMENT.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Encaissement des quittances par prelevement.
      *             L'aller construit le fichier des ordres de
      *             prelevement a remettre a la banque : une ligne
      *             par quittance EMISE, echue a la date saisie,
      *             dont le client (clients-assurance.txt) a opte
      *             pour le prelevement et a fourni IBAN et mandat.
      *             Le retour lit le fichier de la banque : chaque
      *             prelevement accepte passe la quittance a PAYEE
      *             et est porte au journal paiements.txt comme un
      *             encaissement saisi ; chaque rejet est liste avec
      *             son motif, la quittance restant EMISE pour
      *             suivre le cycle de relance.
      *
      * FICHIERS  :
      *   - F-QUITTANCES   : quittances.dat (mis a jour au retour)
      *   - F-ASSURANCES   : assurances.dat (entree : client du
      *                      contrat)
      *   - F-CLIENTS      : clients-assurance.txt (entree : mode de
      *                      paiement et coordonnees bancaires)
      *   - F-PRELEVEMENTS : prelevements.dat (suivi de chaque
      *                      quittance presentee, indexe)
      *   - F-ORDRES       : ordres-prelevement-AAAAMMJJ.txt (sortie
      *                      de l'aller, format fixe)
      *   - F-RETOUR       : retour-prelevement.txt (entree du
      *                      retour, fourni par la banque)
      *   - F-PAIEMENTS    : paiements.txt (journal des paiements,
      *                      alimente en ajout)
      *   - F-REJETS       : rejets-prelevement-AAAAMMJJ.txt (liste
      *                      des rejets du retour)
      *   - F-TAUX         : taux-change.txt (referentiel des taux,
      *                      entree)
      *   - F-ECARTS       : ecarts-change.txt (journal des ecarts de
      *                      change, alimente en ajout)
      *
      * REMARQUE  : Une quittance n'est presentee qu'une fois : un
      *             prelevement rejete n'est pas represente, la
      *             quittance est relancee par assurances-
      *             recouvrement comme un impaye ordinaire.
      *
      * MODIFICATION : 15/10/2026 - Un prelevement accepte porte au
      *                journal ecarts-change.txt l'ecart de change
      *                realise entre le taux d'emission de la
      *                quittance et le taux a la date de reglement
      *                (taux-change.txt).
      * MODIFICATION : 15/10/2026 - La ligne de paiements.txt d'un
      *                prelevement accepte porte l'origine P.
      * MODIFICATION : 15/10/2026 - Periodes comptables : un
      *                prelevement accepte date d'un mois cloture
      *                (controle-periode.cbl) n'est pas encaisse ; il
      *                reste ENVOYE, la quittance reste EMISE, et la
      *                ligne est listee "periode close" pour etre
      *                integree apres reouverture du mois.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-prelevement.
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

      * Suivi des quittances presentees au prelevement, indexe par
      * numero de quittance
           SELECT F-PRELEVEMENTS ASSIGN TO "prelevements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRL-NO-QUITTANCE
               FILE STATUS IS WS-FS-PRELEVEMENTS.

      * Ordres de prelevement remis a la banque
           SELECT F-ORDRES ASSIGN TO WS-NOM-ORDRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDRES.

      * Fichier retour de la banque
           SELECT F-RETOUR ASSIGN TO "retour-prelevement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETOUR.

      * Journal des paiements recus (cf. assurances-quittances.cbl)
           SELECT F-PAIEMENTS ASSIGN TO "paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAIEMENTS.

      * Liste des prelevements rejetes du retour
           SELECT F-REJETS ASSIGN TO WS-NOM-REJETS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

      * Referentiel des taux de change (cf. taux-change.cbl), lu
      * pour l'ecart de change realise a l'encaissement
           SELECT F-TAUX ASSIGN TO "taux-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX.

      * Journal des ecarts de change (cf. assurances-reevaluation),
      * alimente en ajout
           SELECT F-ECARTS ASSIGN TO "ecarts-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ECARTS.

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

      * Suivi d'une quittance presentee : ENVOYE a l'aller, puis
      * ENCAISSE ou REJETE (avec le motif de la banque) au retour
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

      * Ordres de prelevement : une entete (E), une ligne par
      * quittance (D) et un total de controle (T). La quittance
      * sert de reference de bout en bout et revient dans le retour
       FD F-ORDRES.
       01 FS-ORD-DETAIL.
           05 FS-ORD-TYPE                 PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-ORD-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-ORD-RUM                  PIC X(35).
           05 FILLER                      PIC X(01).
           05 FS-ORD-NOM                  PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-ORD-IBAN                 PIC X(34).
           05 FILLER                      PIC X(01).
           05 FS-ORD-BIC                  PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-ORD-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-ORD-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-ORD-DATE-ECHEANCE        PIC 9(08).
       01 FS-ORD-ENTETE.
           05 FS-ORE-TYPE                 PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-ORE-DATE-CREATION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-ORE-DATE-ECHEANCE        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-ORE-EMETTEUR             PIC X(35).
       01 FS-ORD-TOTAL.
           05 FS-ORT-TYPE                 PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-ORT-NB-ORDRES            PIC 9(06).
           05 FILLER                      PIC X(01).
           05 FS-ORT-MONTANT              PIC 9(11)V9(02).

      * Ligne du retour de la banque : quittance, code retour
      * (ACCP = accepte, sinon code motif du rejet), montant et
      * date de reglement
       FD F-RETOUR.
       01 FS-ENR-RETOUR.
           05 FS-RET-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-RET-CODE                 PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-RET-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-RET-DATE                 PIC 9(08).

      * Ligne du journal des paiements (cf. assurances-quittances)
       FD F-PAIEMENTS.
       01 FS-ENR-PAIEMENT.
           05 FS-PAI-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-PAI-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
      * Origine du paiement : a blanc encaissement saisi, P
      * prelevement accepte, C compensation par la ristourne
      * FS-PAI-NO-RISTOURNE
           05 FS-PAI-ORIGINE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-PAI-NO-RISTOURNE         PIC X(08).

       FD F-REJETS.
       01 FS-ENR-REJET                    PIC X(132).

      * Une ligne de taux par devise et par date d'effet (cf.
      * taux-change.cbl)
       FD F-TAUX.
       01 FS-ENR-TAUX.
           05 FS-TX-DEVISE                PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-TX-DATE-EFFET            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-TX-TAUX                  PIC 9(03)V9(04).

      * Ecart de change d'une quittance, tel que declare dans
      * assurances-reevaluation.cbl
       FD F-ECARTS.
       01 FS-ENR-ECART.
           05 FS-ECA-TYPE                 PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-NO-QUITTANCE         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-ECA-CLIENT-ID            PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-ECA-DEVISE               PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-ECA-TAUX-ORIGINE         PIC 9(03)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-TAUX                 PIC 9(03)V9(04).
           05 FILLER                      PIC X(01).
           05 FS-ECA-ECART                PIC S9(09)V9(02)
                                          SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-PRELEVEMENTS       PIC X(02).
       01 WS-FS-ORDRES             PIC X(02).
       01 WS-FS-RETOUR             PIC X(02).
       01 WS-FS-PAIEMENTS          PIC X(02).
       01 WS-FS-REJETS             PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Date du jour, date d'echeance des ordres et noms des
      * fichiers du passage
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-DATE-ECHEANCE         PIC 9(08).
       01 WS-NOM-ORDRES            PIC X(40).
       01 WS-NOM-REJETS            PIC X(40).

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

      * Creancier porte en entete des ordres
       01 WS-EMETTEUR              PIC X(35)
                                   VALUE "CABINET ASSURANCES".

      * Statuts d'une quittance, option de prelevement d'un client
      * et suivi d'un prelevement
       01 WS-QUI-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-QUI-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-CLI-EN-PRELEVEMENT    PIC X(01) VALUE "O".
       01 WS-PRL-STATUT-ENVOYE     PIC X(08) VALUE "ENVOYE".
       01 WS-PRL-STATUT-ENCAISSE   PIC X(08) VALUE "ENCAISSE".
       01 WS-PRL-STATUT-REJETE     PIC X(08) VALUE "REJETE".
       01 WS-RET-CODE-ACCEPTE      PIC X(04) VALUE "ACCP".

      * Motifs de rejet usuels des prelevements SEPA
       01 WS-TAB-MOTIFS-VAL.
           05 FILLER PIC X(44) VALUE
              "AC01Numero de compte (IBAN) incorrect       ".
           05 FILLER PIC X(44) VALUE
              "AC04Compte cloture                          ".
           05 FILLER PIC X(44) VALUE
              "AC06Compte bloque                           ".
           05 FILLER PIC X(44) VALUE
              "AM04Provision insuffisante                  ".
           05 FILLER PIC X(44) VALUE
              "MD01Pas de mandat                           ".
           05 FILLER PIC X(44) VALUE
              "MD06Remboursement demande par le debiteur   ".
           05 FILLER PIC X(44) VALUE
              "MS02Refus du debiteur                       ".
           05 FILLER PIC X(44) VALUE
              "MS03Raison non communiquee                  ".
       01 WS-TAB-MOTIFS REDEFINES WS-TAB-MOTIFS-VAL.
           05 WS-MOTIF OCCURS 8 TIMES.
              10 WS-MOTIF-CODE          PIC X(04).
              10 WS-MOTIF-LIBELLE       PIC X(40).
       01 WS-IDX-MOTIF             PIC 9(02).
       01 WS-MOTIF-EN-CLAIR        PIC X(40).

      * Client de la quittance courante
       01 WS-CLI-TROUVE            PIC X(01).
           88 WS-CLI-EST-TROUVE                 VALUE 'Y'.

      * Compteurs et totaux du passage
       01 WS-NB-ORDRES             PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-ORDRES          PIC 9(11)V9(02) VALUE ZERO.
       01 WS-NB-SANS-MANDAT        PIC 9(05) VALUE ZERO.
       01 WS-NB-ENCAISSES          PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-ENCAISSE        PIC 9(11)V9(02) VALUE ZERO.
       01 WS-NB-REJETS             PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-REJETE          PIC 9(11)V9(02) VALUE ZERO.
       01 WS-NB-ANOMALIES          PIC 9(05) VALUE ZERO.
       01 WS-NB-PERIODE-CLOSE      PIC 9(05) VALUE ZERO.

      * Zones editees
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-REJET           PIC X(132).

      * Referentiel des taux de change, charge au premier
      * prelevement encaisse du passage
       01 WS-FS-TAUX               PIC X(02).
       01 WS-FS-ECARTS             PIC X(02).
       01 WS-NB-TAUX               PIC 9(04) VALUE ZERO.
       01 WS-IDX-TX                PIC 9(04) VALUE ZERO.
       01 WS-TAUX-CHARGES          PIC X(01) VALUE "N".
           88 WS-TAUX-SONT-CHARGES              VALUE "O".
       01 WS-TAB-TAUX.
           05 WS-TX OCCURS 1000 TIMES.
              10 WS-TX-DEVISE           PIC X(04).
              10 WS-TX-DATE-EFFET       PIC 9(08).
              10 WS-TX-TAUX             PIC 9(03)V9(04).

      * Taux en vigueur d'une devise a une date (plus grande date
      * d'effet inferieure ou egale)
       01 WS-CHG-DEVISE            PIC X(04).
       01 WS-CHG-DATE              PIC 9(08).
       01 WS-CHG-TAUX              PIC 9(03)V9(04).
       01 WS-CHG-DATE-RETENUE      PIC 9(08).
       01 WS-CHG-TROUVE            PIC X(01).
           88 WS-CHG-EST-TROUVE                 VALUE "O".

      * Ecart de change realise sur la quittance encaissee :
      * client, date de reglement, taux d'emission et de reglement
       01 WS-ECA-TYPE-REALISE      PIC X(08) VALUE "REALISE".
       01 WS-ECA-CLIENT-ID         PIC X(06).
       01 WS-ECA-DATE-REGLEMENT    PIC 9(08).
       01 WS-ECA-TAUX-ORIGINE      PIC 9(03)V9(04).
       01 WS-ECA-TAUX              PIC 9(03)V9(04).
       01 WS-ECA-ECART             PIC S9(09)V9(02).

      * Session ouverte par le sous-programme signon (table
      * utilisateur) : operateur connecte et role applique aux mises
      * a jour
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu des prelevements
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Ouverture de session : l'aller et le retour mettent a jour
      * des fichiers, role ADMIN requis
           CALL "signon" USING WS-UTILISATEUR WS-ROLE WS-RC-SIGNON.
           IF WS-RC-SIGNON NOT = ZERO OR NOT WS-ROLE-ADMIN
               DISPLAY "Acces refuse (role ADMIN requis)."
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
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
       6010-OPEN-F-QUITTANCES-DEB.
           OPEN I-O F-QUITTANCES.
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

      * Sans maitre des clients, aucun client n'est en prelevement
       6030-OPEN-F-CLIENTS-DEB.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "Erreur ouverture clients-assurance.txt, "
                       "code : " WS-FS-CLIENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-F-CLIENTS-FIN.
           EXIT.

       6230-CLOSE-F-CLIENTS-DEB.
           CLOSE F-CLIENTS.
       6230-CLOSE-F-CLIENTS-FIN.
           EXIT.

      * Ouvre le suivi des prelevements, cree s'il n'existe pas
      * encore lors du tout premier aller
       6040-OPEN-F-PRELEVEMENTS-DEB.
           OPEN I-O F-PRELEVEMENTS.
           IF WS-FS-PRELEVEMENTS = "35"
               OPEN OUTPUT F-PRELEVEMENTS
               CLOSE F-PRELEVEMENTS
               OPEN I-O F-PRELEVEMENTS
           END-IF.
           IF WS-FS-PRELEVEMENTS NOT = "00"
               DISPLAY "Erreur ouverture prelevements.dat, code : "
                       WS-FS-PRELEVEMENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-PRELEVEMENTS-FIN.
           EXIT.

       6240-CLOSE-F-PRELEVEMENTS-DEB.
           CLOSE F-PRELEVEMENTS.
       6240-CLOSE-F-PRELEVEMENTS-FIN.
           EXIT.

       6050-OPEN-F-ORDRES-DEB.
           INITIALIZE WS-NOM-ORDRES.
           STRING "ordres-prelevement-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ORDRES
           END-STRING.
           OPEN OUTPUT F-ORDRES.
           IF WS-FS-ORDRES NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-ORDRES)
                       ", code : " WS-FS-ORDRES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-F-ORDRES-FIN.
           EXIT.

       6250-CLOSE-F-ORDRES-DEB.
           CLOSE F-ORDRES.
       6250-CLOSE-F-ORDRES-FIN.
           EXIT.

       6060-OPEN-F-PAIEMENTS-APPEND-DEB.
           OPEN EXTEND F-PAIEMENTS.
           IF WS-FS-PAIEMENTS = "35"
               OPEN OUTPUT F-PAIEMENTS
               CLOSE F-PAIEMENTS
               OPEN EXTEND F-PAIEMENTS
           END-IF.
           IF WS-FS-PAIEMENTS NOT = "00"
               DISPLAY "Erreur ouverture paiements.txt, code : "
                   WS-FS-PAIEMENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-F-PAIEMENTS-APPEND-FIN.
           EXIT.

       6260-CLOSE-F-PAIEMENTS-DEB.
           CLOSE F-PAIEMENTS.
       6260-CLOSE-F-PAIEMENTS-FIN.
           EXIT.

       6070-OPEN-F-REJETS-DEB.
           INITIALIZE WS-NOM-REJETS.
           STRING "rejets-prelevement-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-REJETS
           END-STRING.
           OPEN OUTPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-REJETS)
                       ", code : " WS-FS-REJETS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-OPEN-F-REJETS-FIN.
           EXIT.

       6270-CLOSE-F-REJETS-DEB.
           CLOSE F-REJETS.
       6270-CLOSE-F-REJETS-FIN.
           EXIT.

      ******************************************************************
      * RECHERCHE DU CLIENT D'UNE QUITTANCE
      ******************************************************************
      * Contrat de la quittance courante -> FS-CLIENT-ID -> client
       7100-CHERCHER-CLIENT-DEB.
           MOVE 'N' TO WS-CLI-TROUVE.
           MOVE FS-QUI-CODE-CONTRAT TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   GO TO 7100-CHERCHER-CLIENT-FIN
           END-READ.
           IF FS-CLIENT-ID = SPACES OR FS-CLIENT-ID = LOW-VALUES
               GO TO 7100-CHERCHER-CLIENT-FIN
           END-IF.
           MOVE FS-CLIENT-ID TO FS-CLI-ID.
           READ F-CLIENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CLI-EST-TROUVE TO TRUE
           END-READ.
       7100-CHERCHER-CLIENT-FIN.
           EXIT.

      * Libelle du motif de rejet FS-RET-CODE
       7200-LIBELLE-MOTIF-DEB.
           MOVE "Motif bancaire non repertorie"
               TO WS-MOTIF-EN-CLAIR.
           PERFORM VARYING WS-IDX-MOTIF FROM 1 BY 1
                   UNTIL WS-IDX-MOTIF > 8
               IF WS-MOTIF-CODE(WS-IDX-MOTIF) = FS-RET-CODE
                   MOVE WS-MOTIF-LIBELLE(WS-IDX-MOTIF)
                       TO WS-MOTIF-EN-CLAIR
               END-IF
           END-PERFORM.
       7200-LIBELLE-MOTIF-FIN.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL DES PRELEVEMENTS
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* PRELEVEMENT DES QUITTANCES              *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Emettre les ordres de prelevement   *"
               DISPLAY "* 2 - Integrer le retour de la banque     *"
               DISPLAY "* 3 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-EMETTRE-ORDRES-DEB
                          THRU 9100-EMETTRE-ORDRES-FIN
                   WHEN 2
                       PERFORM 9200-INTEGRER-RETOUR-DEB
                          THRU 9200-INTEGRER-RETOUR-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * ALLER : ORDRES DE PRELEVEMENT DES QUITTANCES ECHUES
      ******************************************************************
      * Toute quittance EMISE dont la periode commence au plus tard
      * a l'echeance, jamais presentee, et dont le client est en
      * prelevement avec un mandat, donne un ordre
       9100-EMETTRE-ORDRES-DEB.
           DISPLAY "Date d'echeance des prelevements AAAAMMJJ "
                   "(defaut : aujourd'hui) : " WITH NO ADVANCING.
           ACCEPT WS-DATE-ECHEANCE.
           IF WS-DATE-ECHEANCE = ZERO
               MOVE WS-DATE-JOUR TO WS-DATE-ECHEANCE
           END-IF.
           MOVE ZERO TO WS-NB-ORDRES.
           MOVE ZERO TO WS-TOTAL-ORDRES.
           MOVE ZERO TO WS-NB-SANS-MANDAT.

           PERFORM 6010-OPEN-F-QUITTANCES-DEB
              THRU 6010-OPEN-F-QUITTANCES-FIN.
           PERFORM 6020-OPEN-F-ASSURANCES-DEB
              THRU 6020-OPEN-F-ASSURANCES-FIN.
           PERFORM 6030-OPEN-F-CLIENTS-DEB
              THRU 6030-OPEN-F-CLIENTS-FIN.
           PERFORM 6040-OPEN-F-PRELEVEMENTS-DEB
              THRU 6040-OPEN-F-PRELEVEMENTS-FIN.
           PERFORM 6050-OPEN-F-ORDRES-DEB
              THRU 6050-OPEN-F-ORDRES-FIN.

           INITIALIZE FS-ORD-ENTETE.
           MOVE "E"              TO FS-ORE-TYPE.
           MOVE WS-DATE-JOUR     TO FS-ORE-DATE-CREATION.
           MOVE WS-DATE-ECHEANCE TO FS-ORE-DATE-ECHEANCE.
           MOVE WS-EMETTEUR      TO FS-ORE-EMETTEUR.
           WRITE FS-ORD-ENTETE.

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
                          AND FS-QUI-PERIODE-DEBUT <= WS-DATE-ECHEANCE
                           PERFORM 9110-ORDRE-QUITTANCE-DEB
                              THRU 9110-ORDRE-QUITTANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           INITIALIZE FS-ORD-TOTAL.
           MOVE "T"             TO FS-ORT-TYPE.
           MOVE WS-NB-ORDRES    TO FS-ORT-NB-ORDRES.
           MOVE WS-TOTAL-ORDRES TO FS-ORT-MONTANT.
           WRITE FS-ORD-TOTAL.

           PERFORM 6250-CLOSE-F-ORDRES-DEB
              THRU 6250-CLOSE-F-ORDRES-FIN.
           PERFORM 6240-CLOSE-F-PRELEVEMENTS-DEB
              THRU 6240-CLOSE-F-PRELEVEMENTS-FIN.
           PERFORM 6230-CLOSE-F-CLIENTS-DEB
              THRU 6230-CLOSE-F-CLIENTS-FIN.
           PERFORM 6220-CLOSE-F-ASSURANCES-DEB
              THRU 6220-CLOSE-F-ASSURANCES-FIN.
           PERFORM 6210-CLOSE-F-QUITTANCES-DEB
              THRU 6210-CLOSE-F-QUITTANCES-FIN.

           MOVE WS-TOTAL-ORDRES TO WS-TOTAL-ED.
           DISPLAY "Ordres de prelevement emis : " WS-NB-ORDRES
                   " pour " WS-TOTAL-ED.
           IF WS-NB-SANS-MANDAT > ZERO
               DISPLAY "/!\ Clients en prelevement sans IBAN ou "
                       "mandat : " WS-NB-SANS-MANDAT " /!\"
           END-IF.
           DISPLAY "Ordres ecrits dans " FUNCTION TRIM(WS-NOM-ORDRES).
       9100-EMETTRE-ORDRES-FIN.
           EXIT.

      * Ordre de la quittance courante, si elle n'a jamais ete
      * presentee et que son client est en prelevement
       9110-ORDRE-QUITTANCE-DEB.
           MOVE FS-QUI-NUMERO TO FS-PRL-NO-QUITTANCE.
           READ F-PRELEVEMENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 9110-ORDRE-QUITTANCE-FIN
           END-READ.

           PERFORM 7100-CHERCHER-CLIENT-DEB
              THRU 7100-CHERCHER-CLIENT-FIN.
           IF NOT WS-CLI-EST-TROUVE
              OR FS-CLI-PRELEVEMENT NOT = WS-CLI-EN-PRELEVEMENT
               GO TO 9110-ORDRE-QUITTANCE-FIN
           END-IF.
           IF FS-CLI-IBAN = SPACES OR FS-CLI-RUM = SPACES
               ADD 1 TO WS-NB-SANS-MANDAT
               DISPLAY "/!\ Quittance " FS-QUI-NUMERO " : client "
                       FS-CLI-ID " sans IBAN ou mandat /!\"
               GO TO 9110-ORDRE-QUITTANCE-FIN
           END-IF.

           INITIALIZE FS-ORD-DETAIL.
           MOVE "D"              TO FS-ORD-TYPE.
           MOVE FS-QUI-NUMERO    TO FS-ORD-NO-QUITTANCE.
           MOVE FS-CLI-RUM       TO FS-ORD-RUM.
           MOVE FS-CLI-NOM       TO FS-ORD-NOM.
           MOVE FS-CLI-IBAN      TO FS-ORD-IBAN.
           MOVE FS-CLI-BIC       TO FS-ORD-BIC.
           MOVE FS-QUI-MONTANT   TO FS-ORD-MONTANT.
           MOVE FS-QUI-DEVISE    TO FS-ORD-DEVISE.
           MOVE WS-DATE-ECHEANCE TO FS-ORD-DATE-ECHEANCE.
           WRITE FS-ORD-DETAIL.

           INITIALIZE FS-ENR-PRELEVEMENT.
           MOVE FS-QUI-NUMERO        TO FS-PRL-NO-QUITTANCE.
           MOVE FS-CLI-ID            TO FS-PRL-CLIENT-ID.
           MOVE FS-QUI-MONTANT       TO FS-PRL-MONTANT.
           MOVE WS-DATE-JOUR         TO FS-PRL-DATE-ENVOI.
           MOVE WS-PRL-STATUT-ENVOYE TO FS-PRL-STATUT.
           MOVE ZERO                 TO FS-PRL-DATE-RETOUR.
           MOVE SPACES               TO FS-PRL-MOTIF.
           WRITE FS-ENR-PRELEVEMENT
               INVALID KEY
                   DISPLAY "/!\ Suivi non enregistre pour la "
                           "quittance " FS-QUI-NUMERO " /!\"
           END-WRITE.

           ADD 1 TO WS-NB-ORDRES.
           ADD FS-QUI-MONTANT TO WS-TOTAL-ORDRES.
       9110-ORDRE-QUITTANCE-FIN.
           EXIT.

      ******************************************************************
      * RETOUR : ENCAISSEMENTS ET REJETS DE LA BANQUE
      ******************************************************************
       9200-INTEGRER-RETOUR-DEB.
           OPEN INPUT F-RETOUR.
           IF WS-FS-RETOUR NOT = "00"
               DISPLAY "/!\ retour-prelevement.txt absent (code "
                       WS-FS-RETOUR ") /!\"
               GO TO 9200-INTEGRER-RETOUR-FIN
           END-IF.
           MOVE ZERO TO WS-NB-ENCAISSES.
           MOVE ZERO TO WS-TOTAL-ENCAISSE.
           MOVE ZERO TO WS-NB-REJETS.
           MOVE ZERO TO WS-TOTAL-REJETE.
           MOVE ZERO TO WS-NB-ANOMALIES.
           MOVE ZERO TO WS-NB-PERIODE-CLOSE.

           PERFORM 6010-OPEN-F-QUITTANCES-DEB
              THRU 6010-OPEN-F-QUITTANCES-FIN.
           PERFORM 6040-OPEN-F-PRELEVEMENTS-DEB
              THRU 6040-OPEN-F-PRELEVEMENTS-FIN.
           PERFORM 6060-OPEN-F-PAIEMENTS-APPEND-DEB
              THRU 6060-OPEN-F-PAIEMENTS-APPEND-FIN.
           PERFORM 6070-OPEN-F-REJETS-DEB
              THRU 6070-OPEN-F-REJETS-FIN.
           PERFORM 6080-OPEN-F-ECARTS-APPEND-DEB
              THRU 6080-OPEN-F-ECARTS-APPEND-FIN.
      * Taux charges avant la lecture du retour (meme drapeau de
      * fin de lecture)
           PERFORM 6130-CHARGER-TAUX-DEB
              THRU 6130-CHARGER-TAUX-FIN.

           INITIALIZE WS-LIGNE-REJET.
           STRING "PRELEVEMENTS REJETES - RETOUR INTEGRE LE "
                  WS-DATE-JOUR
                  " (quittances laissees EMISE pour la relance)"
               INTO WS-LIGNE-REJET
           END-STRING.
           MOVE WS-LIGNE-REJET TO FS-ENR-REJET.
           WRITE FS-ENR-REJET.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-RETOUR
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 9210-TRAITER-RETOUR-DEB
                          THRU 9210-TRAITER-RETOUR-FIN
               END-READ
           END-PERFORM.
           CLOSE F-RETOUR.

           MOVE WS-TOTAL-REJETE TO WS-TOTAL-ED.
           INITIALIZE WS-LIGNE-REJET.
           STRING "TOTAL REJETS : " WS-NB-REJETS " pour " WS-TOTAL-ED
               INTO WS-LIGNE-REJET
           END-STRING.
           MOVE WS-LIGNE-REJET TO FS-ENR-REJET.
           WRITE FS-ENR-REJET.

           PERFORM 6280-CLOSE-F-ECARTS-DEB
              THRU 6280-CLOSE-F-ECARTS-FIN.
           PERFORM 6270-CLOSE-F-REJETS-DEB
              THRU 6270-CLOSE-F-REJETS-FIN.
           PERFORM 6260-CLOSE-F-PAIEMENTS-DEB
              THRU 6260-CLOSE-F-PAIEMENTS-FIN.
           PERFORM 6240-CLOSE-F-PRELEVEMENTS-DEB
              THRU 6240-CLOSE-F-PRELEVEMENTS-FIN.
           PERFORM 6210-CLOSE-F-QUITTANCES-DEB
              THRU 6210-CLOSE-F-QUITTANCES-FIN.

           MOVE WS-TOTAL-ENCAISSE TO WS-TOTAL-ED.
           DISPLAY "Prelevements encaisses : " WS-NB-ENCAISSES
                   " pour " WS-TOTAL-ED.
           MOVE WS-TOTAL-REJETE TO WS-TOTAL-ED.
           DISPLAY "Prelevements rejetes   : " WS-NB-REJETS
                   " pour " WS-TOTAL-ED.
           IF WS-NB-ANOMALIES > ZERO
               DISPLAY "/!\ Lignes du retour ignorees : "
                       WS-NB-ANOMALIES " /!\"
           END-IF.
           IF WS-NB-PERIODE-CLOSE > ZERO
               DISPLAY "/!\ Encaissements en periode close, laisses "
                       "ENVOYE : " WS-NB-PERIODE-CLOSE " /!\"
           END-IF.
           DISPLAY "Rejets listes dans " FUNCTION TRIM(WS-NOM-REJETS).
       9200-INTEGRER-RETOUR-FIN.
           EXIT.

      * Une ligne du retour : rapprochee du suivi (prelevement
      * ENVOYE attendu), puis encaissement ou rejet
       9210-TRAITER-RETOUR-DEB.
           MOVE FS-RET-NO-QUITTANCE TO FS-PRL-NO-QUITTANCE.
           READ F-PRELEVEMENTS
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "/!\ Retour " FS-RET-NO-QUITTANCE
                           " : aucun prelevement emis, ignore /!\"
                   GO TO 9210-TRAITER-RETOUR-FIN
           END-READ.
           IF FS-PRL-STATUT NOT = WS-PRL-STATUT-ENVOYE
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "/!\ Retour " FS-RET-NO-QUITTANCE
                       " : prelevement deja " FS-PRL-STATUT
                       ", ignore /!\"
               GO TO 9210-TRAITER-RETOUR-FIN
           END-IF.

      * Aucun encaissement ne doit etre date d'un mois cloture : le
      * prelevement reste ENVOYE (suivi non reecrit) et la ligne
      * sera integree apres reouverture du mois
           IF FS-RET-CODE = WS-RET-CODE-ACCEPTE
               MOVE "C" TO WS-CPE-ACTION
               MOVE FS-RET-DATE TO WS-CPE-DATE
               CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
                   WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC
               IF WS-CPE-RC NOT = ZERO
                   PERFORM 9240-PERIODE-CLOSE-DEB
                      THRU 9240-PERIODE-CLOSE-FIN
                   GO TO 9210-TRAITER-RETOUR-FIN
               END-IF
           END-IF.

           MOVE FS-RET-DATE TO FS-PRL-DATE-RETOUR.
           MOVE FS-RET-CODE TO FS-PRL-MOTIF.
           IF FS-RET-CODE = WS-RET-CODE-ACCEPTE
               PERFORM 9220-ENCAISSER-DEB
                  THRU 9220-ENCAISSER-FIN
           ELSE
               PERFORM 9230-REJETER-DEB
                  THRU 9230-REJETER-FIN
           END-IF.
           REWRITE FS-ENR-PRELEVEMENT
               INVALID KEY
                   DISPLAY "/!\ Suivi non mis a jour pour la "
                           "quittance " FS-PRL-NO-QUITTANCE " /!\"
           END-REWRITE.
       9210-TRAITER-RETOUR-FIN.
           EXIT.

      * Prelevement accepte : quittance PAYEE a la date de
      * reglement de la banque et ligne au journal des paiements
       9220-ENCAISSER-DEB.
           MOVE WS-PRL-STATUT-ENCAISSE TO FS-PRL-STATUT.
           MOVE FS-RET-NO-QUITTANCE TO FS-QUI-NUMERO.
           READ F-QUITTANCES
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY "/!\ Quittance " FS-RET-NO-QUITTANCE
                           " introuvable, encaissement a verifier /!\"
                   GO TO 9220-ENCAISSER-FIN
           END-READ.
           IF FS-QUI-STATUT NOT = WS-QUI-STATUT-EMISE
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "/!\ Quittance " FS-QUI-NUMERO " deja "
                       FS-QUI-STATUT " : encaissement a verifier /!\"
               GO TO 9220-ENCAISSER-FIN
           END-IF.

           MOVE WS-QUI-STATUT-PAYEE TO FS-QUI-STATUT.
           MOVE FS-RET-DATE TO FS-QUI-DATE-PAIEMENT.
           REWRITE FS-ENR-QUITTANCE.

           INITIALIZE FS-ENR-PAIEMENT.
           MOVE FS-RET-DATE         TO FS-PAI-DATE.
           MOVE FS-RET-NO-QUITTANCE TO FS-PAI-NO-QUITTANCE.
           MOVE FS-RET-MONTANT      TO FS-PAI-MONTANT.
           MOVE "P"                 TO FS-PAI-ORIGINE.
           WRITE FS-ENR-PAIEMENT.

           MOVE FS-PRL-CLIENT-ID TO WS-ECA-CLIENT-ID.
           MOVE FS-RET-DATE      TO WS-ECA-DATE-REGLEMENT.
           PERFORM 7610-ECART-REALISE-DEB
              THRU 7610-ECART-REALISE-FIN.

           ADD 1 TO WS-NB-ENCAISSES.
           ADD FS-RET-MONTANT TO WS-TOTAL-ENCAISSE.
       9220-ENCAISSER-FIN.
           EXIT.

      * Prelevement rejete : ligne de la liste des rejets avec le
      * motif en clair ; la quittance reste EMISE
       9230-REJETER-DEB.
           MOVE WS-PRL-STATUT-REJETE TO FS-PRL-STATUT.
           PERFORM 7200-LIBELLE-MOTIF-DEB
              THRU 7200-LIBELLE-MOTIF-FIN.
           MOVE FS-RET-MONTANT TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-REJET.
           STRING FS-RET-NO-QUITTANCE " client " FS-PRL-CLIENT-ID
                  " " WS-MONTANT-ED " " FS-RET-CODE " "
                  WS-MOTIF-EN-CLAIR
               INTO WS-LIGNE-REJET
           END-STRING.
           MOVE WS-LIGNE-REJET TO FS-ENR-REJET.
           WRITE FS-ENR-REJET.
           DISPLAY WS-LIGNE-REJET.
           ADD 1 TO WS-NB-REJETS.
           ADD FS-RET-MONTANT TO WS-TOTAL-REJETE.
       9230-REJETER-FIN.
           EXIT.

      * Prelevement accepte date d'un mois cloture : liste avec les
      * rejets, sans encaissement ; la quittance reste EMISE
       9240-PERIODE-CLOSE-DEB.
           MOVE FS-RET-MONTANT TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-REJET.
           STRING FS-RET-NO-QUITTANCE " client " FS-PRL-CLIENT-ID
                  " " WS-MONTANT-ED " " FS-RET-CODE " "
                  "PERIODE CLOSE au " FS-RET-DATE
                  " : non encaisse, a integrer apres reouverture"
               INTO WS-LIGNE-REJET
           END-STRING.
           MOVE WS-LIGNE-REJET TO FS-ENR-REJET.
           WRITE FS-ENR-REJET.
           DISPLAY WS-LIGNE-REJET.
           ADD 1 TO WS-NB-PERIODE-CLOSE.
       9240-PERIODE-CLOSE-FIN.
           EXIT.

      ******************************************************************
      * ECART DE CHANGE REALISE A L'ENCAISSEMENT
      ******************************************************************
      * Journal des ecarts ouvert en ajout, cree s'il n'existe pas
       6080-OPEN-F-ECARTS-APPEND-DEB.
           OPEN EXTEND F-ECARTS.
           IF WS-FS-ECARTS = "35"
               OPEN OUTPUT F-ECARTS
               CLOSE F-ECARTS
               OPEN EXTEND F-ECARTS
           END-IF.
           IF WS-FS-ECARTS NOT = "00"
               DISPLAY "Erreur ouverture ecarts-change.txt, code : "
                   WS-FS-ECARTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-OPEN-F-ECARTS-APPEND-FIN.
           EXIT.

       6280-CLOSE-F-ECARTS-DEB.
           CLOSE F-ECARTS.
       6280-CLOSE-F-ECARTS-FIN.
           EXIT.

      * Referentiel charge une fois par passage ; absent, aucun
      * ecart n'est calcule
       6130-CHARGER-TAUX-DEB.
           SET WS-TAUX-SONT-CHARGES TO TRUE.
           MOVE ZERO TO WS-NB-TAUX.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TAUX.
           IF WS-FS-TAUX NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TAUX
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-TAUX < 1000
                           ADD 1 TO WS-NB-TAUX
                           MOVE FS-TX-DEVISE
                               TO WS-TX-DEVISE(WS-NB-TAUX)
                           MOVE FS-TX-DATE-EFFET
                               TO WS-TX-DATE-EFFET(WS-NB-TAUX)
                           MOVE FS-TX-TAUX
                               TO WS-TX-TAUX(WS-NB-TAUX)
                       ELSE
                           DISPLAY "/!\ ATTENTION : capacite des "
                                   "taux (1000) atteinte /!\"
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TAUX = "00" OR WS-FS-TAUX = "10"
               CLOSE F-TAUX
           END-IF.
       6130-CHARGER-TAUX-FIN.
           EXIT.

      * Entree : WS-CHG-DEVISE, WS-CHG-DATE. Sortie : WS-CHG-TAUX si
      * WS-CHG-EST-TROUVE
       7600-TAUX-EN-VIGUEUR-DEB.
           MOVE "N" TO WS-CHG-TROUVE.
           MOVE ZERO TO WS-CHG-TAUX.
           MOVE ZERO TO WS-CHG-DATE-RETENUE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TAUX
               IF WS-TX-DEVISE(WS-IDX-TX) = WS-CHG-DEVISE
                  AND WS-TX-DATE-EFFET(WS-IDX-TX) <= WS-CHG-DATE
                  AND WS-TX-DATE-EFFET(WS-IDX-TX)
                      >= WS-CHG-DATE-RETENUE
                   MOVE WS-TX-DATE-EFFET(WS-IDX-TX)
                       TO WS-CHG-DATE-RETENUE
                   MOVE WS-TX-TAUX(WS-IDX-TX) TO WS-CHG-TAUX
                   SET WS-CHG-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM.
       7600-TAUX-EN-VIGUEUR-FIN.
           EXIT.

      * Quittance FS-ENR-QUITTANCE reglee le WS-ECA-DATE-REGLEMENT :
      * son montant valorise au taux du reglement moins sa valeur au
      * taux d'emission est porte au journal (devise sans taux, ou
      * taux inchange : rien a porter)
       7610-ECART-REALISE-DEB.
           IF NOT WS-TAUX-SONT-CHARGES
               PERFORM 6130-CHARGER-TAUX-DEB
                  THRU 6130-CHARGER-TAUX-FIN
           END-IF.

           MOVE FS-QUI-DEVISE        TO WS-CHG-DEVISE.
           MOVE FS-QUI-DATE-EMISSION TO WS-CHG-DATE.
           PERFORM 7600-TAUX-EN-VIGUEUR-DEB
              THRU 7600-TAUX-EN-VIGUEUR-FIN.
           IF NOT WS-CHG-EST-TROUVE
               GO TO 7610-ECART-REALISE-FIN
           END-IF.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX-ORIGINE.

           MOVE WS-ECA-DATE-REGLEMENT TO WS-CHG-DATE.
           PERFORM 7600-TAUX-EN-VIGUEUR-DEB
              THRU 7600-TAUX-EN-VIGUEUR-FIN.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX.
           IF WS-ECA-TAUX = WS-ECA-TAUX-ORIGINE
               GO TO 7610-ECART-REALISE-FIN
           END-IF.

           COMPUTE WS-ECA-ECART ROUNDED =
               FS-QUI-MONTANT * (WS-ECA-TAUX - WS-ECA-TAUX-ORIGINE).

           MOVE SPACES                TO FS-ENR-ECART.
           MOVE WS-ECA-TYPE-REALISE   TO FS-ECA-TYPE.
           MOVE WS-ECA-DATE-REGLEMENT TO FS-ECA-DATE.
           MOVE FS-QUI-NUMERO         TO FS-ECA-NO-QUITTANCE.
           MOVE WS-ECA-CLIENT-ID      TO FS-ECA-CLIENT-ID.
           MOVE FS-QUI-DEVISE         TO FS-ECA-DEVISE.
           MOVE FS-QUI-MONTANT        TO FS-ECA-MONTANT.
           MOVE WS-ECA-TAUX-ORIGINE   TO FS-ECA-TAUX-ORIGINE.
           MOVE WS-ECA-TAUX           TO FS-ECA-TAUX.
           MOVE WS-ECA-ECART          TO FS-ECA-ECART.
           WRITE FS-ENR-ECART.
       7610-ECART-REALISE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
