      * Programme : annuaire-sync                                      *
      * Auteur    : Vincent-Cmd1                                       *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Totaux de contrôle du lot nocturne  *
      *               (personnes lues et chargées, individus, ajouts,  *
      *               conflits) déclarés à totaux-controle en fin de   *
      *               synchronisation                                  *
      *                                                                *
      * Objet : Synchronisation a double sens entre personnes.txt      *
      *            (maintenu par personnes.cbl) et la table individus  *
       01  WS-NB-AJOUTS-FICHIER             PIC 9(03) VALUE ZERO.
       01  WS-NB-ALIGNES                    PIC 9(03) VALUE ZERO.
       01  WS-NB-CONFLITS                   PIC 9(03) VALUE ZERO.
       01  WS-NB-PERSONNES-LUES             PIC 9(05) VALUE ZERO.
       01  WS-LIGNE-CONFLIT                 PIC X(100).

      *----------------------------------------------------------------*
      * TOTAUX DE CONTROLE DU LOT NOCTURNE (SOUS-PROGRAMME             *
      * TOTAUX-CONTROLE) : ETAPE, FLUX, NOMBRE, TOTAL, CODE RETOUR     *
      *----------------------------------------------------------------*
       01  WS-TOT-ETAPE                     PIC X(20)
                                            VALUE "annuaire-sync".
       01  WS-TOT-FLUX                      PIC X(20).
       01  WS-TOT-NB                        PIC 9(09).
       01  WS-TOT-MONTANT                   PIC S9(13)V99.
       01  WS-TOT-RC                        PIC 9(02).

      *----------------------------------------------------------------*
      * SECTION SQL - VARIABLES HÔTES (MÊME SCHÉMA QUE crud.cbl)       *
      *----------------------------------------------------------------*
           DISPLAY "Prenoms alignes         : " WS-NB-ALIGNES.
           DISPLAY "Conflits a arbitrer     : " WS-NB-CONFLITS.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 7000-TOTAUX-CONTROLE-DEB
              THRU 7000-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-PERSONNES-LUES
                       IF WS-NB-PERSONNES < 50
                           ADD 1 TO WS-NB-PERSONNES
                           MOVE FS-NOM
           EXIT.


      ******************************************************************
      * === 7000 === TOTAUX DE CONTROLE DU LOT NOCTURNE                *
      ******************************************************************
      * Lignes lues de personnes.txt, personnes chargees en memoire
      * (50 au plus), individus de la table, ajouts dans les deux
      * sens, conflits ; rapproches par equilibrage-lot
       7000-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-PERSONNES-LUES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.

           MOVE "PERSONNES" TO WS-TOT-FLUX.
           MOVE WS-NB-PERSONNES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.

           MOVE "INDIVIDUS" TO WS-TOT-FLUX.
           MOVE WS-NB-INDIVIDUS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.

           MOVE "AJOUTS-TABLE" TO WS-TOT-FLUX.
           MOVE WS-NB-AJOUTS-TABLE TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.

           MOVE "AJOUTS-FICHIER" TO WS-TOT-FLUX.
           MOVE WS-NB-AJOUTS-FICHIER TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.

           MOVE "CONFLITS" TO WS-TOT-FLUX.
           MOVE WS-NB-CONFLITS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 7010-DECLARER-TOTAL-DEB
              THRU 7010-DECLARER-TOTAL-FIN.
       7000-TOTAUX-CONTROLE-FIN.
           EXIT.

       7010-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       7010-DECLARER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * === 9999 === ARRET D'URGENCE EN CAS D'ERREUR                   *
      ******************************************************************
