      ******************************************************************
      * PROGRAMME : TRANSFERT-STOCK.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Transfert de stock d'un produit entre deux
      *             emplacements (depot principal DEPO et emplacements
      *             secondaires de emplacements.txt). Le stock total
      *             du produit (FS-STOCK de inventaire.txt) ne change
      *             pas : seul le stock des emplacements secondaires,
      *             tenu dans stock-emplacements.txt, est mis a jour,
      *             le depot principal detenant la part de FS-STOCK
      *             non rangee ailleurs. Chaque transfert est trace
      *             par deux mouvements dans mouvements-stock.txt :
      *             une sortie a l'emplacement d'origine et une entree
      *             a l'emplacement de destination, de reference
      *             "TR ORIG>DEST".
      *
      * FICHIERS  :
      *   - F-INVENTAIRE   : inventaire.txt (entree, indexe)
      *   - F-STOCK-EMPL   : stock-emplacements.txt (stock par
      *                      emplacement secondaire, cree au besoin)
      *   - F-EMPLACEMENTS : emplacements.txt (entree, facultatif)
      *   - F-MOUVEMENTS   : mouvements-stock.txt (journal, en ajout)
      *
      * REMARQUE  : Le programme pose le verrou de inventaire.txt,
      *             qui couvre aussi stock-emplacements.txt, le temps
      *             de la session. Le stock par lot (stock-lots.txt)
      *             reste tenu par produit, tous emplacements
      *             confondus.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. transfert-stock.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Inventaire des produits (stock total par produit)
           SELECT F-INVENTAIRE ASSIGN TO "inventaire.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRODUIT
               FILE STATUS IS WS-FS-INVENTAIRE.

      * Stock par produit et emplacement secondaire (cf.
      * reception-fourn.cbl) ; le depot principal n'y figure pas
           SELECT F-STOCK-EMPL ASSIGN TO "stock-emplacements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SE-CLE
               FILE STATUS IS WS-FS-STOCK-EMPL.

      * Referentiel des emplacements de stock (facultatif : sans lui,
      * seul le depot principal DEPO est connu)
           SELECT F-EMPLACEMENTS ASSIGN TO "emplacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPLACEMENTS.

      * Journal des mouvements de stock (cf. command-cli.cbl)
           SELECT F-MOUVEMENTS ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOUVEMENTS.

       DATA DIVISION.
       FILE SECTION.

      * Inventaire des produits, tel que declare dans rupture-stock
      * .cbl, repris a l'identique pour respecter l'alignement des
      * colonnes du fichier partage
       FD F-INVENTAIRE.
       01 FS-ENR-INVENTAIRE.
           05 FS-PRODUIT             PIC X(10).
           05 FS-STOCK               PIC 9(05).
           05 FS-INV-FOURN-CODE      PIC X(06).
           05 FS-INV-PRIX            PIC 9(05)V99.
           05 FS-INV-STATUT          PIC X(01).
           05 FS-INV-TVA-CODE        PIC X(01).

      * Un enregistrement par produit et emplacement secondaire :
      * quantite en stock a cet emplacement
       FD F-STOCK-EMPL.
       01 FS-ENR-STOCK-EMPL.
           05 FS-SE-CLE.
              10 FS-SE-PRODUIT       PIC X(10).
              10 FS-SE-EMPLACEMENT   PIC X(04).
           05 FS-SE-QTE              PIC 9(05).

      * Un emplacement par ligne : code et libelle
       FD F-EMPLACEMENTS.
       01 FS-ENR-EMPLACEMENT.
           05 FS-EMPL-CODE           PIC X(04).
           05 FILLER                 PIC X(01).
           05 FS-EMPL-LIBELLE        PIC X(30).

      * Une ligne de journal par mouvement de stock (cf.
      * command-cli.cbl)
       FD F-MOUVEMENTS.
       01 FS-ENR-MOUVEMENT.
           05 FS-MV-DATE             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-MV-PRODUIT          PIC X(10).
           05 FILLER                 PIC X(01).
           05 FS-MV-QTE              PIC 9(05).
           05 FILLER                 PIC X(01).
           05 FS-MV-SENS             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-MV-REFERENCE        PIC X(12).
           05 FILLER                 PIC X(01).
           05 FS-MV-EMPLACEMENT      PIC X(04).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-INVENTAIRE         PIC X(02).
       01 WS-FS-STOCK-EMPL         PIC X(02).
       01 WS-FS-EMPLACEMENTS       PIC X(02).
       01 WS-FS-MOUVEMENTS         PIC X(02).

      * Drapeaux de fin de lecture et de fin de session
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.
       01 WS-FLAG-FIN-SESSION      PIC X VALUE 'N'.
           88 WS-FIN-SESSION                    VALUE 'Y'.
       01 WS-FLAG-FIN-EMPL         PIC X VALUE 'N'.
           88 WS-FIN-EMPL                       VALUE 'Y'.
       01 WS-FLAG-EMPL-OK          PIC X VALUE 'N'.
           88 WS-EMPL-OK                        VALUE 'Y'.

      * Emplacements de stock connus (20 max) : le depot principal
      * en premier, toujours connu, puis ceux de emplacements.txt
       01 WS-EMPL-PRINCIPAL        PIC X(04) VALUE "DEPO".
       01 WS-NB-EMPL               PIC 9(02) VALUE ZERO.
       01 WS-IDX-EMPL              PIC 9(02) VALUE ZERO.
       01 WS-TAB-EMPL.
           05 WS-EMPL OCCURS 20 TIMES.
              10 WS-EMPL-CODE          PIC X(04).
              10 WS-EMPL-LIBELLE       PIC X(30).

      * Saisie du transfert
       01 WS-SAISIE-PRODUIT        PIC X(10).
       01 WS-SAISIE-EMPLACEMENT    PIC X(04).
       01 WS-EMPL-ORIGINE          PIC X(04).
       01 WS-EMPL-DESTINATION      PIC X(04).
       01 WS-SAISIE-QTE            PIC 9(05).

      * Stock disponible a l'emplacement d'origine : quantite tenue
      * pour un emplacement secondaire, FS-STOCK moins le stock range
      * ailleurs pour le depot principal
       01 WS-STOCK-AILLEURS        PIC 9(06) VALUE ZERO.
       01 WS-STOCK-DISPO           PIC S9(06) VALUE ZERO.

      * Journal des mouvements de stock : zones de travail
      * alimentees avant l'appel de 9500-ECRIRE-MOUVEMENT
       01 WS-MV-PRODUIT            PIC X(10).
       01 WS-MV-QTE                PIC 9(05).
       01 WS-MV-SENS               PIC X(01).
       01 WS-MV-REFERENCE          PIC X(12).
       01 WS-MV-EMPLACEMENT        PIC X(04).

      * Verrou mono-redacteur sur les fichiers partages (sous-
      * programme verrou-fichier) : nom du fichier vise, nom de ce
      * programme, action (P = poser, R = retirer) et code retour
       01 WS-VER-FICHIER           PIC X(30).
       01 WS-VER-PROGRAMME         PIC X(20) VALUE "transfert-stock".
       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Compteurs de la session
       01 WS-NB-TRANSFERTS         PIC 9(05) VALUE ZERO.
       01 WS-QTE-TRANSFEREE        PIC 9(07) VALUE ZERO.

      * Zones editees
       01 WS-QTE-ED                PIC ZZZZ9.
       01 WS-DISPO-ED              PIC -(5)9.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : session de transferts
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Verrou mono-redacteur sur l'inventaire, le temps de la
      * session de transferts
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           MOVE "P" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
           IF WS-VER-RC NOT = ZERO
               DISPLAY "inventaire.txt est verrouille, transfert "
                       "abandonne."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 6110-CHARGER-EMPLACEMENTS-DEB
              THRU 6110-CHARGER-EMPLACEMENTS-FIN.

           IF WS-NB-EMPL < 2
               DISPLAY "Aucun emplacement secondaire dans "
                       "emplacements.txt : transfert impossible."
               PERFORM 6900-RETIRER-VERROU-DEB
                  THRU 6900-RETIRER-VERROU-FIN
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.

           PERFORM 6010-OUVRIR-FICHIERS-DEB
              THRU 6010-OUVRIR-FICHIERS-FIN.

           DISPLAY "Emplacements connus :".
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                   UNTIL WS-IDX-EMPL > WS-NB-EMPL
               DISPLAY "  " WS-EMPL-CODE(WS-IDX-EMPL) " - "
                       WS-EMPL-LIBELLE(WS-IDX-EMPL)
           END-PERFORM.

           MOVE 'N' TO WS-FLAG-FIN-SESSION.
           PERFORM UNTIL WS-FIN-SESSION
               PERFORM 8000-SAISIR-TRANSFERT-DEB
                  THRU 8000-SAISIR-TRANSFERT-FIN
           END-PERFORM.

           CLOSE F-STOCK-EMPL.
           CLOSE F-INVENTAIRE.

           MOVE WS-QTE-TRANSFEREE TO WS-QTE-ED.
           DISPLAY " ".
           DISPLAY "Transferts enregistres : " WS-NB-TRANSFERTS.
           DISPLAY "Quantite transferee    : " WS-QTE-ED.

           PERFORM 6900-RETIRER-VERROU-DEB
              THRU 6900-RETIRER-VERROU-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * OUVERTURE DES FICHIERS DE STOCK
      ******************************************************************
      * Inventaire en lecture ; stock par emplacement en mise a jour,
      * cree s'il n'existe pas encore
       6010-OUVRIR-FICHIERS-DEB.
           OPEN INPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = "00"
               DISPLAY "Erreur ouverture inventaire.txt, code : "
                   WS-FS-INVENTAIRE
               PERFORM 6900-RETIRER-VERROU-DEB
                  THRU 6900-RETIRER-VERROU-FIN
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN I-O F-STOCK-EMPL.
           IF WS-FS-STOCK-EMPL = "35"
               OPEN OUTPUT F-STOCK-EMPL
               CLOSE F-STOCK-EMPL
               OPEN I-O F-STOCK-EMPL
           END-IF.
           IF WS-FS-STOCK-EMPL NOT = "00"
               DISPLAY "Erreur ouverture stock-emplacements.txt, "
                       "code : " WS-FS-STOCK-EMPL
               CLOSE F-INVENTAIRE
               PERFORM 6900-RETIRER-VERROU-DEB
                  THRU 6900-RETIRER-VERROU-FIN
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-FICHIERS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES EMPLACEMENTS DE STOCK
      ******************************************************************
      * Le depot principal est toujours connu ; emplacements.txt, s'il
      * existe, ajoute les autres emplacements (et peut renommer le
      * depot principal), comme dans reception-fourn.cbl
       6110-CHARGER-EMPLACEMENTS-DEB.
           MOVE 1 TO WS-NB-EMPL.
           MOVE WS-EMPL-PRINCIPAL TO WS-EMPL-CODE(1).
           MOVE "DEPOT PRINCIPAL" TO WS-EMPL-LIBELLE(1).

           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-EMPLACEMENTS.
           IF WS-FS-EMPLACEMENTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-EMPLACEMENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-EMPL-CODE = WS-EMPL-PRINCIPAL
                           MOVE FS-EMPL-LIBELLE TO WS-EMPL-LIBELLE(1)
                       ELSE
                           IF FS-EMPL-CODE NOT = SPACES
                              AND WS-NB-EMPL < 20
                               ADD 1 TO WS-NB-EMPL
                               MOVE FS-EMPL-CODE
                                   TO WS-EMPL-CODE(WS-NB-EMPL)
                               MOVE FS-EMPL-LIBELLE
                                   TO WS-EMPL-LIBELLE(WS-NB-EMPL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-EMPLACEMENTS = "00" OR WS-FS-EMPLACEMENTS = "10"
               CLOSE F-EMPLACEMENTS
           END-IF.
       6110-CHARGER-EMPLACEMENTS-FIN.
           EXIT.

      * Retrait du verrou sur l'inventaire
       6900-RETIRER-VERROU-DEB.
           MOVE "inventaire.txt" TO WS-VER-FICHIER.
           MOVE "R" TO WS-VER-ACTION.
           CALL "verrou-fichier" USING WS-VER-FICHIER
               WS-VER-PROGRAMME WS-VER-ACTION WS-VER-RC.
       6900-RETIRER-VERROU-FIN.
           EXIT.

      ******************************************************************
      * SAISIE ET CONTROLE D'UN TRANSFERT
      ******************************************************************
      * Produit (ENTREE = fin de session), emplacements d'origine et
      * de destination, quantite ; tout transfert refuse est annonce
      * et la saisie reprend au produit suivant
       8000-SAISIR-TRANSFERT-DEB.
           DISPLAY " ".
           DISPLAY "Produit a transferer (ENTREE = fin) : "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-PRODUIT.
           ACCEPT WS-SAISIE-PRODUIT.
           IF WS-SAISIE-PRODUIT = SPACES
               SET WS-FIN-SESSION TO TRUE
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.

           MOVE WS-SAISIE-PRODUIT TO FS-PRODUIT.
           READ F-INVENTAIRE
               INVALID KEY
                   DISPLAY "/!\ Produit inconnu de l'inventaire /!\"
                   GO TO 8000-SAISIR-TRANSFERT-FIN
           END-READ.

           DISPLAY "Emplacement d'origine : " WITH NO ADVANCING.
           PERFORM 8010-SAISIR-EMPLACEMENT-DEB
              THRU 8010-SAISIR-EMPLACEMENT-FIN.
           IF NOT WS-EMPL-OK
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.
           MOVE WS-SAISIE-EMPLACEMENT TO WS-EMPL-ORIGINE.

           DISPLAY "Emplacement de destination : " WITH NO ADVANCING.
           PERFORM 8010-SAISIR-EMPLACEMENT-DEB
              THRU 8010-SAISIR-EMPLACEMENT-FIN.
           IF NOT WS-EMPL-OK
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.
           MOVE WS-SAISIE-EMPLACEMENT TO WS-EMPL-DESTINATION.

           IF WS-EMPL-DESTINATION = WS-EMPL-ORIGINE
               DISPLAY "/!\ Origine et destination identiques /!\"
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.

           PERFORM 8100-CALCULER-DISPONIBLE-DEB
              THRU 8100-CALCULER-DISPONIBLE-FIN.
           MOVE WS-STOCK-DISPO TO WS-DISPO-ED.
           DISPLAY "Stock disponible en " WS-EMPL-ORIGINE " : "
                   WS-DISPO-ED.

           DISPLAY "Quantite a transferer : " WITH NO ADVANCING.
           MOVE ZERO TO WS-SAISIE-QTE.
           ACCEPT WS-SAISIE-QTE.
           IF WS-SAISIE-QTE = ZERO
               DISPLAY "/!\ Quantite nulle, transfert ignore /!\"
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.
           IF WS-SAISIE-QTE > WS-STOCK-DISPO
               DISPLAY "/!\ Stock insuffisant en " WS-EMPL-ORIGINE
                       ", transfert refuse /!\"
               GO TO 8000-SAISIR-TRANSFERT-FIN
           END-IF.

           PERFORM 8200-ENREGISTRER-TRANSFERT-DEB
              THRU 8200-ENREGISTRER-TRANSFERT-FIN.
       8000-SAISIR-TRANSFERT-FIN.
           EXIT.

      * Saisie d'un code emplacement (ENTREE = depot principal),
      * controle contre les emplacements connus
       8010-SAISIR-EMPLACEMENT-DEB.
           MOVE 'N' TO WS-FLAG-EMPL-OK.
           MOVE SPACES TO WS-SAISIE-EMPLACEMENT.
           ACCEPT WS-SAISIE-EMPLACEMENT.
           IF WS-SAISIE-EMPLACEMENT = SPACES
               MOVE WS-EMPL-PRINCIPAL TO WS-SAISIE-EMPLACEMENT
           END-IF.
           PERFORM VARYING WS-IDX-EMPL FROM 1 BY 1
                   UNTIL WS-IDX-EMPL > WS-NB-EMPL
               IF WS-EMPL-CODE(WS-IDX-EMPL) = WS-SAISIE-EMPLACEMENT
                   SET WS-EMPL-OK TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-EMPL-OK
               DISPLAY "/!\ Emplacement inconnu de emplacements.txt, "
                       "transfert refuse /!\"
           END-IF.
       8010-SAISIR-EMPLACEMENT-FIN.
           EXIT.

      ******************************************************************
      * STOCK DISPONIBLE A L'EMPLACEMENT D'ORIGINE
      ******************************************************************
      * Meme regle que 9130-CALCULER-DISPONIBLE dans command-cli.cbl :
      * un emplacement secondaire dispose de sa quantite (bornee au
      * stock total), le depot principal de FS-STOCK moins tout ce
      * qui est range ailleurs
       8100-CALCULER-DISPONIBLE-DEB.
           MOVE ZERO TO WS-STOCK-AILLEURS.
           MOVE ZERO TO WS-STOCK-DISPO.

           IF WS-EMPL-ORIGINE NOT = WS-EMPL-PRINCIPAL
               MOVE WS-SAISIE-PRODUIT TO FS-SE-PRODUIT
               MOVE WS-EMPL-ORIGINE   TO FS-SE-EMPLACEMENT
               READ F-STOCK-EMPL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-SE-QTE TO WS-STOCK-DISPO
               END-READ
               IF WS-STOCK-DISPO > FS-STOCK
                   MOVE FS-STOCK TO WS-STOCK-DISPO
               END-IF
               GO TO 8100-CALCULER-DISPONIBLE-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-FIN-EMPL.
           MOVE WS-SAISIE-PRODUIT TO FS-SE-PRODUIT.
           MOVE LOW-VALUES        TO FS-SE-EMPLACEMENT.
           START F-STOCK-EMPL KEY IS >= FS-SE-CLE
               INVALID KEY
                   SET WS-FIN-EMPL TO TRUE
           END-START.
           PERFORM UNTIL WS-FIN-EMPL
               READ F-STOCK-EMPL NEXT RECORD
                   AT END
                       SET WS-FIN-EMPL TO TRUE
                   NOT AT END
                       IF FS-SE-PRODUIT NOT = WS-SAISIE-PRODUIT
                           SET WS-FIN-EMPL TO TRUE
                       ELSE
                           ADD FS-SE-QTE TO WS-STOCK-AILLEURS
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-STOCK-DISPO = FS-STOCK - WS-STOCK-AILLEURS.
           IF WS-STOCK-DISPO < ZERO
               MOVE ZERO TO WS-STOCK-DISPO
           END-IF.
       8100-CALCULER-DISPONIBLE-FIN.
           EXIT.

      ******************************************************************
      * ENREGISTREMENT DU TRANSFERT
      ******************************************************************
      * Sortie de l'emplacement d'origine et entree a l'emplacement de
      * destination dans stock-emplacements.txt (le depot principal
      * n'y figurant pas, il n'y a rien a ecrire pour lui), puis les
      * deux mouvements au journal
       8200-ENREGISTRER-TRANSFERT-DEB.
           IF WS-EMPL-ORIGINE NOT = WS-EMPL-PRINCIPAL
               MOVE WS-SAISIE-PRODUIT TO FS-SE-PRODUIT
               MOVE WS-EMPL-ORIGINE   TO FS-SE-EMPLACEMENT
               READ F-STOCK-EMPL
                   INVALID KEY
                       DISPLAY "/!\ Stock de l'emplacement "
                               WS-EMPL-ORIGINE " introuvable /!\"
                       GO TO 8200-ENREGISTRER-TRANSFERT-FIN
                   NOT INVALID KEY
                       SUBTRACT WS-SAISIE-QTE FROM FS-SE-QTE
                       REWRITE FS-ENR-STOCK-EMPL
               END-READ
           END-IF.

           IF WS-EMPL-DESTINATION NOT = WS-EMPL-PRINCIPAL
               MOVE WS-SAISIE-PRODUIT   TO FS-SE-PRODUIT
               MOVE WS-EMPL-DESTINATION TO FS-SE-EMPLACEMENT
               READ F-STOCK-EMPL
                   INVALID KEY
                       MOVE WS-SAISIE-QTE TO FS-SE-QTE
                       WRITE FS-ENR-STOCK-EMPL
                   NOT INVALID KEY
                       ADD WS-SAISIE-QTE TO FS-SE-QTE
                       REWRITE FS-ENR-STOCK-EMPL
               END-READ
           END-IF.

           MOVE SPACES TO WS-MV-REFERENCE.
           STRING "TR " WS-EMPL-ORIGINE ">" WS-EMPL-DESTINATION
               DELIMITED BY SIZE INTO WS-MV-REFERENCE
           END-STRING.
           MOVE WS-SAISIE-PRODUIT TO WS-MV-PRODUIT.
           MOVE WS-SAISIE-QTE     TO WS-MV-QTE.

           MOVE "S"             TO WS-MV-SENS.
           MOVE WS-EMPL-ORIGINE TO WS-MV-EMPLACEMENT.
           PERFORM 9500-ECRIRE-MOUVEMENT-DEB
              THRU 9500-ECRIRE-MOUVEMENT-FIN.

           MOVE "E"                 TO WS-MV-SENS.
           MOVE WS-EMPL-DESTINATION TO WS-MV-EMPLACEMENT.
           PERFORM 9500-ECRIRE-MOUVEMENT-DEB
              THRU 9500-ECRIRE-MOUVEMENT-FIN.

           ADD 1 TO WS-NB-TRANSFERTS.
           ADD WS-SAISIE-QTE TO WS-QTE-TRANSFEREE.
           MOVE WS-SAISIE-QTE TO WS-QTE-ED.
           DISPLAY "Transfert enregistre : " WS-QTE-ED " "
                   WS-SAISIE-PRODUIT " de " WS-EMPL-ORIGINE
                   " vers " WS-EMPL-DESTINATION.
       8200-ENREGISTRER-TRANSFERT-FIN.
           EXIT.

      ******************************************************************
      * JOURNAL DES MOUVEMENTS DE STOCK
      ******************************************************************
      * Ajoute une ligne a mouvements-stock.txt (cree s'il n'existe
      * pas encore), comme 9500-ECRIRE-MOUVEMENT dans command-cli.cbl
       9500-ECRIRE-MOUVEMENT-DEB.
           OPEN EXTEND F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS = "35"
               OPEN OUTPUT F-MOUVEMENTS
               CLOSE F-MOUVEMENTS
               OPEN EXTEND F-MOUVEMENTS
           END-IF.
           IF WS-FS-MOUVEMENTS NOT = "00"
               DISPLAY "/!\ Journal des mouvements indisponible "
                       "(code " WS-FS-MOUVEMENTS "), mouvement non "
                       "trace /!\"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FS-MV-DATE
               MOVE WS-MV-PRODUIT     TO FS-MV-PRODUIT
               MOVE WS-MV-QTE         TO FS-MV-QTE
               MOVE WS-MV-SENS        TO FS-MV-SENS
               MOVE WS-MV-REFERENCE   TO FS-MV-REFERENCE
               MOVE WS-MV-EMPLACEMENT TO FS-MV-EMPLACEMENT
               WRITE FS-ENR-MOUVEMENT
               CLOSE F-MOUVEMENTS
           END-IF.
       9500-ECRIRE-MOUVEMENT-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
