      *                 vient du rattrapage, et le pied de page
      *                 statistique donne le taux de reussite de
      *                 premiere session et apres rattrapage.
      * MODIFICATION : 15/10/2026 - Totaux de controle du lot nocturne
      *                 (eleves lus, retenus, rejetes, ecrits ; cumul
      *                 des notes) declares a totaux-controle en fin
      *                 d'execution.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NOTE-MIN                 PIC 9(02)    VALUE 99.
       01 WS-LIGNE-PIED               PIC X(80).

      * Totaux de controle : enregistrements lus (y compris celui qui
      * trouve le tableau plein), notes retenues a la lecture, lignes
      * de reussite ecrites et leurs notes
       01 WS-NB-ELEVES-ENR-LUS        PIC 9(05)    VALUE ZERO.
       01 WS-CUMUL-NOTES-LUES         PIC 9(07)    VALUE ZERO.
       01 WS-NB-LIGNES-REUSSITE       PIC 9(05)    VALUE ZERO.
       01 WS-CUMUL-NOTES-ECRITES      PIC 9(07)    VALUE ZERO.

      * Totaux de controle du lot nocturne (sous-programme
      * totaux-controle) : etape, flux, nombre d'enregistrements,
      * total de controle et code retour
       01 WS-TOT-ETAPE             PIC X(20)
                                   VALUE "eleve-reussite".
       01 WS-TOT-FLUX              PIC X(20).
       01 WS-TOT-NB                PIC 9(09).
       01 WS-TOT-MONTANT           PIC S9(13)V99.
       01 WS-TOT-RC                PIC 9(02).

      * Pagination de l'affichage console (pause toutes les N lignes)
       01 WS-NB-LIGNES-PAGE           PIC 9(02)    VALUE 10.
       01 WS-NB-LIGNES-AFFICHEES      PIC 9(03)    VALUE ZERO.
       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      * Totaux de controle du lot nocturne (sans effet hors batch)
           PERFORM 8900-TOTAUX-CONTROLE-DEB
              THRU 8900-TOTAUX-CONTROLE-FIN.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   NOT AT END
                       MOVE FS-ENR-ELEVES TO FS-ENR-ELEVES-ARCHIVE
                       WRITE FS-ENR-ELEVES-ARCHIVE
                       ADD 1 TO WS-NB-ELEVES-ENR-LUS
                       IF WS-IDX <= WS-IDX-FIN
                           PERFORM 6111-VERIF-DOUBLON-DEB
                              THRU 6111-VERIF-DOUBLON-FIN
                                   MOVE "N"
                                       TO WS-VIENT-RATTRAPAGE(WS-IDX)
                                   ADD 1 TO WS-IDX
                                   ADD FS-NOTE TO WS-CUMUL-NOTES-LUES
                               END-IF
                           END-IF
                       ELSE
                       MOVE SPACE TO FS-FLAG-RATTRAPAGE
                   END-IF
                   WRITE FS-ENR-REUSSITE
                   ADD 1 TO WS-NB-LIGNES-REUSSITE
                   ADD WS-NOTE-RETENUE(WS-IDX) TO WS-CUMUL-NOTES-ECRITES
                   MOVE FS-ENR-REUSSITE TO FS-ENR-REUSSITE-ARCHIVE
                   WRITE FS-ENR-REUSSITE-ARCHIVE
               END-IF
       8000-AFFICHAGE-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DE CONTROLE DU LOT NOCTURNE
      ******************************************************************
      * Eleves lus, retenus en memoire (et cumul de leurs notes),
      * rejetes dans le fichier d'erreurs, ecrits dans reussite.txt
      * (et cumul des notes retenues)
       8900-TOTAUX-CONTROLE-DEB.
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-ELEVES-ENR-LUS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "RETENUS" TO WS-TOT-FLUX.
           MOVE WS-NB-ELEVES-LUS TO WS-TOT-NB.
           MOVE WS-CUMUL-NOTES-LUES TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "REJETES" TO WS-TOT-FLUX.
           MOVE WS-NB-ERREURS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 8910-DECLARER-TOTAL-DEB
              THRU 8910-DECLARER-TOTAL-FIN.

           MOVE "ECRITS" TO WS-TOT-FLUX.
           MOVE WS-NB-LIGNES-REUSSITE TO WS-TOT-NB.
           MOVE WS-CUMUL-NOTES-ECRITES TO WS-TOT-MONTANT.
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
      * ARRÊT D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
