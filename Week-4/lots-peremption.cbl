      ******************************************************************
      * PROGRAMME : LOTS-PEREMPTION.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Liste des lots en stock qui arrivent a peremption
      *             dans les N jours (lots deja perimes compris), du
      *             plus tot perime au plus tard, d'apres le stock par
      *             lot tenu par reception-fourn.cbl et command-cli
      *             .cbl (stock-lots.txt). Pour chaque lot : date de
      *             peremption, jours restants, produit, numero de
      *             lot, quantite en stock et fournisseur. La liste
      *             est affichee et ecrite dans lots-peremption.txt.
      *
      * FICHIERS  :
      *   - F-STOCK-LOTS : stock-lots.txt (entree, indexe)
      *   - F-LOT-FLAG   : lot-nocturne.flg (temoin du lot nocturne)
      *   - F-RAPPORT    : lots-peremption.txt (sortie, recree)
      *
      * REMARQUE  : Horizon saisi a l'execution (defaut 30 jours) ;
      *             dans le lot nocturne, ou l'etape est planifiee
      *             une fois par semaine, la saisie est sautee et
      *             l'horizon par defaut s'applique. Sans
      *             stock-lots.txt (aucun lot encore recu) la liste
      *             est vide et le programme se termine normalement.
      *
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      *                 nocturne (lots lus, retenus, listes) declares a
      *                 totaux-controle en fin d'execution.
      * MODIFICATION : 15/10/2026 - Chaque liste est conservee et
      *                 inscrite au catalogue des rapports
      *                 (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lots-peremption.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Stock par produit et numero de lot (cf. reception-fourn.cbl)
           SELECT F-STOCK-LOTS ASSIGN TO "stock-lots.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LOT-CLE
               FILE STATUS IS WS-FS-STOCK-LOTS.

      * Fichier témoin posé par lot-nocturne le temps du lot ; sa
      * seule présence indique une exécution batch, sans opérateur
      * au clavier
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

      * Liste des lots proches de la peremption
           SELECT F-RAPPORT ASSIGN TO "lots-peremption.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Stock d'un lot, tel que declare dans reception-fourn.cbl
       FD F-STOCK-LOTS.
       01 FS-ENR-STOCK-LOT.
           05 FS-LOT-CLE.
              10 FS-LOT-PRODUIT      PIC X(10).
              10 FS-LOT-NUM          PIC X(10).
           05 FS-LOT-PEREMPTION      PIC 9(08).
           05 FS-LOT-QTE             PIC 9(05).
           05 FS-LOT-DATE-RECEPTION  PIC 9(08).
           05 FS-LOT-FOURN-CODE      PIC X(06).

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-STOCK-LOTS         PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Execution batch (fichier temoin du lot nocturne present)
       01 WS-MODE-BATCH            PIC X(01) VALUE SPACE.
           88 MODE-BATCH                        VALUE "1".

      * Horizon de la liste en jours, date du jour et date limite
       01 WS-HORIZON-DEFAUT        PIC 9(03) VALUE 30.
       01 WS-HORIZON               PIC 9(03) VALUE 30.
       01 WS-SAISIE-HORIZON        PIC 9(03) VALUE ZERO.
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-JOUR-ENTIER           PIC 9(07).
       01 WS-DATE-LIMITE           PIC 9(08).

      * Lots retenus (500 max), tries sur la peremption ; les postes
      * inutilises, a 9, restent en fin de tableau apres le tri.
      * WS-NB-LOTS-RETENUS compte tous les lots a lister, y compris
      * ceux au-dela de la capacite du tableau
       01 WS-NB-LOTS               PIC 9(03) VALUE ZERO.
       01 WS-NB-LOTS-RETENUS       PIC 9(05) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-TAB-LOTS.
           05 WS-LOT OCCURS 500 TIMES.
              10 WS-LOT-PEREMPTION      PIC 9(08).
              10 WS-LOT-PRODUIT         PIC X(10).
              10 WS-LOT-NUM             PIC X(10).
              10 WS-LOT-QTE             PIC 9(05).
              10 WS-LOT-FOURN-CODE      PIC X(06).

      * Compteurs de la liste
       01 WS-NB-PERIMES            PIC 9(05) VALUE ZERO.
       01 WS-NB-LOTS-LUS           PIC 9(05) VALUE ZERO.
       01 WS-QTE-LOTS-LUE          PIC 9(09) VALUE ZERO.
       01 WS-QTE-TOTALE            PIC 9(07) VALUE ZERO.
       01 WS-JOURS-RESTANTS        PIC S9(05).

      * Zones editees
       01 WS-JOURS-ED              PIC -(4)9.
       01 WS-QTE-ED                PIC ZZZZ9.
       01 WS-QTE-TOTALE-ED         PIC Z,ZZZ,ZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(100).

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "lots-peremption".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "lots-peremption".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : horizon, chargement, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           PERFORM 6005-PARAMETRES-DEB
              THRU 6005-PARAMETRES-FIN.

           PERFORM 6110-CHARGER-LOTS-DEB
              THRU 6110-CHARGER-LOTS-FIN.

           PERFORM 8000-EDITER-LISTE-DEB
              THRU 8000-EDITER-LISTE-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * HORIZON DE LA LISTE
      ******************************************************************
      * Horizon saisi (vide ou zero = defaut) ; en execution batch la
      * saisie est sautee, comme dans rupture-stock.cbl
       6005-PARAMETRES-DEB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-HORIZON-DEFAUT TO WS-HORIZON.

           MOVE SPACE TO WS-MODE-BATCH.
           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               MOVE "1" TO WS-MODE-BATCH
               CLOSE F-LOT-FLAG
           END-IF.

           IF NOT MODE-BATCH
               DISPLAY "Horizon en jours (defaut "
                       WS-HORIZON-DEFAUT ") : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-HORIZON
               IF WS-SAISIE-HORIZON NOT = ZERO
                   MOVE WS-SAISIE-HORIZON TO WS-HORIZON
               END-IF
           END-IF.

           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-HORIZON.
           COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
       6005-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES LOTS A LISTER
      ******************************************************************
      * Lots en stock (quantite non nulle) perimes au plus tard a la
      * date limite ; fichier absent = aucun lot encore recu
       6110-CHARGER-LOTS-DEB.
           MOVE ALL "9" TO WS-TAB-LOTS.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-STOCK-LOTS.
           IF WS-FS-STOCK-LOTS = "35"
               DISPLAY "Aucun lot en stock (stock-lots.txt absent)."
               GO TO 6110-CHARGER-LOTS-FIN
           END-IF.
           IF WS-FS-STOCK-LOTS NOT = "00"
               DISPLAY "Erreur ouverture stock-lots.txt, code : "
                   WS-FS-STOCK-LOTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-STOCK-LOTS NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LOTS-LUS
                       ADD FS-LOT-QTE TO WS-QTE-LOTS-LUE
                       IF FS-LOT-QTE > ZERO
                          AND FS-LOT-PEREMPTION <= WS-DATE-LIMITE
                           PERFORM 6120-RETENIR-LOT-DEB
                              THRU 6120-RETENIR-LOT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-STOCK-LOTS.

           IF WS-NB-LOTS > 1
               SORT WS-LOT ON ASCENDING KEY WS-LOT-PEREMPTION
           END-IF.
       6110-CHARGER-LOTS-FIN.
           EXIT.

      * Ajoute le lot lu a la table, dans la limite de sa capacite
       6120-RETENIR-LOT-DEB.
           ADD 1 TO WS-NB-LOTS-RETENUS.
           IF WS-NB-LOTS NOT < 500
               GO TO 6120-RETENIR-LOT-FIN
           END-IF.
           ADD 1 TO WS-NB-LOTS.
           MOVE FS-LOT-PEREMPTION TO WS-LOT-PEREMPTION(WS-NB-LOTS).
           MOVE FS-LOT-PRODUIT    TO WS-LOT-PRODUIT(WS-NB-LOTS).
           MOVE FS-LOT-NUM        TO WS-LOT-NUM(WS-NB-LOTS).
           MOVE FS-LOT-QTE        TO WS-LOT-QTE(WS-NB-LOTS).
           MOVE FS-LOT-FOURN-CODE TO WS-LOT-FOURN-CODE(WS-NB-LOTS).
       6120-RETENIR-LOT-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE LA LISTE
      ******************************************************************
       8000-EDITER-LISTE-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture lots-peremption.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "LOTS PERIMES OU A PEREMPTION AVANT LE "
                  WS-DATE-LIMITE " (" WS-HORIZON " JOURS AU "
                  WS-DATE-JOUR ")"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           MOVE "PEREMPTION JOURS PRODUIT    LOT        QUANTITE FOURN."
               TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-LOTS
               PERFORM 8100-EDITER-LOT-DEB
                  THRU 8100-EDITER-LOT-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           MOVE WS-QTE-TOTALE TO WS-QTE-TOTALE-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING WS-NB-LOTS " lot(s) liste(s) dont " WS-NB-PERIMES
                  " perime(s), quantite totale " WS-QTE-TOTALE-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
           IF WS-NB-LOTS-RETENUS > WS-NB-LOTS
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "/!\ " WS-NB-LOTS-RETENUS " lots concernes, "
                      "seuls les " WS-NB-LOTS " premiers lus sont "
                      "listes /!\"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8010-ECRIRE-LIGNE-DEB
                  THRU 8010-ECRIRE-LIGNE-FIN
           END-IF.

           CLOSE F-RAPPORT.
           DISPLAY "Liste ecrite dans lots-peremption.txt".
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "lots-peremption.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-LISTE-FIN.
           EXIT.

      * Affiche et ecrit WS-LIGNE-RAPPORT
       8010-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8010-ECRIRE-LIGNE-FIN.
           EXIT.

      * Une ligne par lot : jours restants jusqu'a la peremption
      * (negatifs pour un lot deja perime, signale PERIME)
       8100-EDITER-LOT-DEB.
           COMPUTE WS-JOURS-RESTANTS =
               FUNCTION INTEGER-OF-DATE(WS-LOT-PEREMPTION(WS-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-ED.
           MOVE WS-LOT-QTE(WS-IDX) TO WS-QTE-ED.
           ADD WS-LOT-QTE(WS-IDX) TO WS-QTE-TOTALE.

           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-JOURS-RESTANTS < ZERO
               ADD 1 TO WS-NB-PERIMES
               STRING WS-LOT-PEREMPTION(WS-IDX) "   " WS-JOURS-ED " "
                      WS-LOT-PRODUIT(WS-IDX) " "
                      WS-LOT-NUM(WS-IDX) "    " WS-QTE-ED " "
                      WS-LOT-FOURN-CODE(WS-IDX) " PERIME"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING WS-LOT-PEREMPTION(WS-IDX) "   " WS-JOURS-ED " "
                      WS-LOT-PRODUIT(WS-IDX) " "
                      WS-LOT-NUM(WS-IDX) "    " WS-QTE-ED " "
                      WS-LOT-FOURN-CODE(WS-IDX)
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           PERFORM 8010-ECRIRE-LIGNE-DEB
              THRU 8010-ECRIRE-LIGNE-FIN.
       8100-EDITER-LOT-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Lots lus (et quantite en stock), lots a lister, lots
      * effectivement listes (et quantite)
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-LOTS-LUS TO WS-TOT-NB.
           MOVE WS-QTE-LOTS-LUE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "RETENUS" TO WS-TOT-FLUX.
           MOVE WS-NB-LOTS-RETENUS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "LISTES" TO WS-TOT-FLUX.
           MOVE WS-NB-LOTS TO WS-TOT-NB.
           MOVE WS-QTE-TOTALE TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.
       8900-TOTAUX-CONTROLE-FIN.
           EXIT.

       8910-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       8910-DECLARER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
