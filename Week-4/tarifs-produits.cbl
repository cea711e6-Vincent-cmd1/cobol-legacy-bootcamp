      ******************************************************************
      * PROGRAMME : TARIFS-PRODUITS.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Tenue du tarif des produits d'assurance
      *             (tarifs-produits.txt) : pour chaque FS-NOM-PRODUIT
      *             et chaque date d'effet, le taux de prime annuel en
      *             pourcentage du montant assure, la prime minimale
      *             annuelle et la frequence de paiement (A annuelle,
      *             S semestrielle, T trimestrielle, M mensuelle). Le
      *             tarif en vigueur a une date donnee est la ligne du
      *             produit portant la plus grande date d'effet
      *             inferieure ou egale a cette date, sur le modele
      *             de taux-change.cbl : une ancienne periode se
      *             refacture avec le tarif de cette periode.
      *
      *             assurances-quittances.cbl lit ce tarif pour
      *             calculer la prime de chaque quittance.
      *
      * FICHIERS  :
      *   - F-TARIFS : tarifs-produits.txt (referentiel, lu puis
      *                alimente en ajout : on n'ecrase jamais un tarif
      *                passe)
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifs-produits.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Tarif des produits : une ligne par produit et par date d'effet
           SELECT F-TARIFS ASSIGN TO "tarifs-produits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.

      * Code retour du referentiel
       01 WS-FS-TARIFS             PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Menu principal
       01 WS-CHOIX-MENU            PIC 9(01).
       01 WS-FLAG-QUITTER-MENU     PIC X VALUE 'N'.
           88 WS-QUITTER-MENU                   VALUE 'Y'.

      * Zones de saisie d'un tarif
       01 WS-SAISIE-PRODUIT        PIC X(14).
       01 WS-SAISIE-DATE-EFFET     PIC 9(08).
       01 WS-SAISIE-TAUX           PIC 9(02)V9(04).
       01 WS-SAISIE-PRIME-MINI     PIC 9(07)V9(02).
       01 WS-SAISIE-FREQUENCE      PIC X(01).
           88 WS-FREQUENCE-VALIDE               VALUE "A" "S" "T" "M".

      * Consultation du tarif en vigueur a une date donnee
       01 WS-DATE-CONSULTEE        PIC 9(08).
       01 WS-DATE-VIGUEUR          PIC 9(08).
       01 WS-TAUX-VIGUEUR          PIC 9(02)V9(04).
       01 WS-PRIME-MINI-VIGUEUR    PIC 9(07)V9(02).
       01 WS-FREQUENCE-VIGUEUR     PIC X(01).
       01 WS-TARIF-TROUVE          PIC X(01) VALUE "N".
           88 WS-TARIF-EST-TROUVE               VALUE "Y".

      * Zones editees
       01 WS-TAUX-ED               PIC Z9.9999.
       01 WS-PRIME-MINI-ED         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : menu du tarif des produits
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           PERFORM 9000-MENU-DEB
              THRU 9000-MENU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************
       9000-MENU-DEB.
           MOVE 'N' TO WS-FLAG-QUITTER-MENU.
           PERFORM UNTIL WS-QUITTER-MENU
               DISPLAY "*******************************************"
               DISPLAY "* TARIF DES PRODUITS D'ASSURANCE          *"
               DISPLAY "*******************************************"
               DISPLAY "* 1 - Lister les tarifs enregistres       *"
               DISPLAY "* 2 - Ajouter un tarif (produit + date)   *"
               DISPLAY "* 3 - Tarif en vigueur a une date         *"
               DISPLAY "* 4 - Quitter                             *"
               DISPLAY "*******************************************"
               DISPLAY "Choix : " SPACE WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN 1
                       PERFORM 9100-LISTER-TARIFS-DEB
                          THRU 9100-LISTER-TARIFS-FIN
                   WHEN 2
                       PERFORM 9200-AJOUTER-TARIF-DEB
                          THRU 9200-AJOUTER-TARIF-FIN
                   WHEN 3
                       PERFORM 9300-TARIF-EN-VIGUEUR-DEB
                          THRU 9300-TARIF-EN-VIGUEUR-FIN
                   WHEN OTHER
                       SET WS-QUITTER-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
       9000-MENU-FIN.
           EXIT.

      ******************************************************************
      * LISTE DES TARIFS ENREGISTRES
      ******************************************************************
       9100-LISTER-TARIFS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TARIFS.
           IF WS-FS-TARIFS NOT = "00"
               DISPLAY "Aucun tarif enregistre (tarifs-produits.txt "
                       "absent)."
               SET QUITTER TO TRUE
           ELSE
               DISPLAY "| Produit        | Effet    | Taux %  |"
                       " Prime minimale | Freq |"
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TARIFS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE FS-TAR-TAUX       TO WS-TAUX-ED
                       MOVE FS-TAR-PRIME-MINI TO WS-PRIME-MINI-ED
                       DISPLAY "| " FS-TAR-PRODUIT " | "
                               FS-TAR-DATE-EFFET " | "
                               WS-TAUX-ED " | "
                               WS-PRIME-MINI-ED " |  "
                               FS-TAR-FREQUENCE "   |"
               END-READ
           END-PERFORM.

           IF WS-FS-TARIFS = "00" OR WS-FS-TARIFS = "10"
               CLOSE F-TARIFS
           END-IF.
       9100-LISTER-TARIFS-FIN.
           EXIT.

      ******************************************************************
      * AJOUT D'UN TARIF (PRODUIT + DATE D'EFFET)
      ******************************************************************
      * Les tarifs sont ajoutes en fin de fichier : un tarif passe
      * n'est jamais ecrase, seule la ligne la plus recente anterieure
      * a la date de la periode facturee fait foi
       9200-AJOUTER-TARIF-DEB.
           DISPLAY "Produit (FS-NOM-PRODUIT) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           DISPLAY "Date d'effet AAAAMMJJ (0 = aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-DATE-EFFET.
           IF WS-SAISIE-DATE-EFFET = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-SAISIE-DATE-EFFET
           END-IF.
           DISPLAY "Taux de prime annuel (% du montant assure) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TAUX.
           DISPLAY "Prime minimale annuelle : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRIME-MINI.
           DISPLAY "Frequence (A/S/T/M, ENTREE pour A) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SAISIE-FREQUENCE.
           IF WS-SAISIE-FREQUENCE = SPACES
               MOVE "A" TO WS-SAISIE-FREQUENCE
           END-IF.

           IF WS-SAISIE-PRODUIT = SPACES
               OR (WS-SAISIE-TAUX = ZERO
                   AND WS-SAISIE-PRIME-MINI = ZERO)
               DISPLAY "/!\ Produit ou tarif manquant, ajout "
                       "annule /!\"
               GO TO 9200-AJOUTER-TARIF-FIN
           END-IF.
           IF NOT WS-FREQUENCE-VALIDE
               DISPLAY "/!\ Frequence inconnue (A, S, T ou M), ajout "
                       "annule /!\"
               GO TO 9200-AJOUTER-TARIF-FIN
           END-IF.

           OPEN EXTEND F-TARIFS.
           IF WS-FS-TARIFS = "35"
               OPEN OUTPUT F-TARIFS
               CLOSE F-TARIFS
               OPEN EXTEND F-TARIFS
           END-IF.
           IF WS-FS-TARIFS NOT = "00"
               DISPLAY "Erreur ouverture tarifs-produits.txt, "
                       "code : " WS-FS-TARIFS
           ELSE
               MOVE WS-SAISIE-PRODUIT    TO FS-TAR-PRODUIT
               MOVE WS-SAISIE-DATE-EFFET TO FS-TAR-DATE-EFFET
               MOVE WS-SAISIE-TAUX       TO FS-TAR-TAUX
               MOVE WS-SAISIE-PRIME-MINI TO FS-TAR-PRIME-MINI
               MOVE WS-SAISIE-FREQUENCE  TO FS-TAR-FREQUENCE
               WRITE FS-ENR-TARIF
               CLOSE F-TARIFS
               DISPLAY "Tarif enregistre."
           END-IF.
       9200-AJOUTER-TARIF-FIN.
           EXIT.

      ******************************************************************
      * TARIF EN VIGUEUR D'UN PRODUIT A UNE DATE DONNEE
      ******************************************************************
       9300-TARIF-EN-VIGUEUR-DEB.
           DISPLAY "Produit : " SPACE WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRODUIT.
           DISPLAY "Date AAAAMMJJ (0 = aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-CONSULTEE.
           IF WS-DATE-CONSULTEE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CONSULTEE
           END-IF.

           MOVE "N" TO WS-TARIF-TROUVE.
           MOVE ZERO TO WS-DATE-VIGUEUR.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TARIFS.
           IF WS-FS-TARIFS NOT = "00"
               DISPLAY "Aucun tarif enregistre."
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TARIFS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-TAR-PRODUIT = WS-SAISIE-PRODUIT
                           AND FS-TAR-DATE-EFFET <= WS-DATE-CONSULTEE
                           AND FS-TAR-DATE-EFFET >= WS-DATE-VIGUEUR
                           SET WS-TARIF-EST-TROUVE TO TRUE
                           MOVE FS-TAR-DATE-EFFET TO WS-DATE-VIGUEUR
                           MOVE FS-TAR-TAUX       TO WS-TAUX-VIGUEUR
                           MOVE FS-TAR-PRIME-MINI
                               TO WS-PRIME-MINI-VIGUEUR
                           MOVE FS-TAR-FREQUENCE
                               TO WS-FREQUENCE-VIGUEUR
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-TARIFS = "00" OR WS-FS-TARIFS = "10"
               CLOSE F-TARIFS
           END-IF.

           IF WS-TARIF-EST-TROUVE
               MOVE WS-TAUX-VIGUEUR       TO WS-TAUX-ED
               MOVE WS-PRIME-MINI-VIGUEUR TO WS-PRIME-MINI-ED
               DISPLAY "Tarif " FUNCTION TRIM(WS-SAISIE-PRODUIT)
                       " au " WS-DATE-CONSULTEE " : taux "
                       WS-TAUX-ED " %, minimum " WS-PRIME-MINI-ED
                       ", frequence " WS-FREQUENCE-VIGUEUR
                       " (effet " WS-DATE-VIGUEUR ")"
           ELSE
               DISPLAY "/!\ Aucun tarif " FUNCTION TRIM
                       (WS-SAISIE-PRODUIT)
                       " en vigueur a cette date /!\"
           END-IF.
       9300-TARIF-EN-VIGUEUR-FIN.
           EXIT.
