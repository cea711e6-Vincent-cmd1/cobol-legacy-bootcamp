      * MODIFICATION : 21/08/2026 - GOBACK a la place de STOP RUN en
      * fin de traitement, pour permettre l'appel de ce programme
      * comme etape du lot nocturne (lot-nocturne.cbl).
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot
      * nocturne (lignes de datassur.csv lues et cumul des valeurs,
      * contrats du maitre, anomalies du rapprochement) declares a
      * totaux-controle en fin de traitement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION. 
       01 WS-LIGNE-RECONC     PIC X(150).
       01 WS-LIGNE-WORKLIST   PIC X(150).
       01 WS-NB-ANOMALIES     PIC 9(03)      VALUE ZERO.
       01 WS-CUMUL-VALEUR     PIC S9(13)V99  VALUE ZERO.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "assurance-test".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).


       PROCEDURE DIVISION.
           PERFORM 6010-CLOSE-F-ASSU-OUT-DEB
              THRU 6010-CLOSE-F-ASSU-OUT-FIN.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 3500-TOTAUX-CONTROLE-DEB
              THRU 3500-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------* 
       3400-RECONCILIATION-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Lignes de datassur.csv lues (et cumul des valeurs), contrats
      * de assurances.dat, anomalies du rapprochement
       3500-TOTAUX-CONTROLE-DEB.
           MOVE ZERO TO WS-CUMUL-VALEUR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-LIGNES
               COMPUTE WS-CUMUL-VALEUR = WS-CUMUL-VALEUR
                   + FUNCTION NUMVAL(WS-VALEUR(WS-IDX))
           END-PERFORM.

           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-LIGNES TO WS-TOT-NB.
           MOVE WS-CUMUL-VALEUR TO WS-TOT-MONTANT.
           PERFORM 3510-DECLARER-TOTAL-DEB
              THRU 3510-DECLARER-TOTAL-FIN.

           MOVE "MAITRE" TO WS-TOT-FLUX.
           MOVE WS-NB-CONTRATS-DAT TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 3510-DECLARER-TOTAL-DEB
              THRU 3510-DECLARER-TOTAL-FIN.

           MOVE "ANOMALIES" TO WS-TOT-FLUX.
           MOVE WS-NB-ANOMALIES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 3510-DECLARER-TOTAL-DEB
              THRU 3510-DECLARER-TOTAL-FIN.
       3500-TOTAUX-CONTROLE-FIN.
           EXIT.

       3510-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       3510-DECLARER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
