       IDENTIFICATION DIVISION.
       PROGRAM-ID. totaux-controle.

      * Sous-programme d'enregistrement des totaux de controle du lot
      * nocturne : une etape peut se terminer a zero apres avoir
      * ecarte des enregistrements sans bruit (table pleine, ligne
      * illisible...). Chaque etape declare donc, pour chacun de ses
      * flux (enregistrements lus, ecrits, rejetes...), un nombre
      * d'enregistrements et un total de controle des montants ou
      * quantites du flux. Les totaux de la nuit sont ajoutes a
      * totaux-lot.txt, remis a blanc par lot-nocturne au debut d'un
      * nouveau lot, puis rapproches entre eux par equilibrage-lot.
      *
      * LK-ETAPE   : nom du programme declarant.
      * LK-FLUX    : nom du flux (LUS, ECRITS, REJETES...).
      * LK-NB      : nombre d'enregistrements du flux.
      * LK-MONTANT : total de controle (0 si sans objet).
      * LK-RC      : 0 = enregistre, 4 = hors lot nocturne (rien
      *              n'est ecrit), 8 = erreur d'ecriture.
      *
      * Hors batch (fichier temoin lot-nocturne.flg absent), le
      * programme lance a la demande ne modifie pas les totaux de
      * la nuit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Totaux de controle de la nuit (ajout)
           SELECT F-TOTAUX ASSIGN TO "totaux-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAUX.

      * Fichier temoin du lot nocturne (mode batch)
           SELECT F-LOT-FLAG ASSIGN TO "lot-nocturne.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-FLAG.

       DATA DIVISION.
       FILE SECTION.

      * Un flux d'une etape par ligne : date et heure de la
      * declaration, etape, flux, nombre et total de controle
       FD F-TOTAUX.
       01 FS-ENR-TOTAUX.
           05 FS-TOT-DATE            PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-TOT-HEURE           PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-TOT-ETAPE           PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-TOT-FLUX            PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-TOT-NB              PIC 9(09).
           05 FILLER                 PIC X(01).
           05 FS-TOT-MONTANT         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

       FD F-LOT-FLAG.
       01 FS-ENR-LOT-FLAG            PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-FS-TOTAUX             PIC X(02).
       01 WS-FS-LOT-FLAG           PIC X(02).

      * Mode batch detecte par le fichier temoin du lot
       01 WS-MODE-BATCH            PIC X(01) VALUE SPACE.
           88 MODE-BATCH                        VALUE "1".

       LINKAGE SECTION.
      * Etape, flux, nombre, total de controle et code retour
       01 LK-ETAPE                 PIC X(20).
       01 LK-FLUX                  PIC X(20).
       01 LK-NB                    PIC 9(09).
       01 LK-MONTANT               PIC S9(13)V99.
       01 LK-RC                    PIC 9(02).

       PROCEDURE DIVISION USING LK-ETAPE LK-FLUX LK-NB
                                LK-MONTANT LK-RC.

       0000-TRT-PRINCIPAL-DEB.
           MOVE 0 TO LK-RC.

      * Hors lot nocturne : rien a enregistrer
           MOVE SPACE TO WS-MODE-BATCH.
           OPEN INPUT F-LOT-FLAG.
           IF WS-FS-LOT-FLAG = "00"
               SET MODE-BATCH TO TRUE
               CLOSE F-LOT-FLAG
           END-IF.
           IF NOT MODE-BATCH
               MOVE 4 TO LK-RC
               GOBACK
           END-IF.

           PERFORM 8100-ECRIRE-TOTAL-DEB
              THRU 8100-ECRIRE-TOTAL-FIN.

           GOBACK.
       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      ******************************************************************
      * AJOUT DE LA LIGNE DE TOTAUX
      ******************************************************************
      * Fichier cree a la premiere declaration s'il n'existe pas
       8100-ECRIRE-TOTAL-DEB.
           OPEN EXTEND F-TOTAUX.
           IF WS-FS-TOTAUX = "35"
               OPEN OUTPUT F-TOTAUX
               CLOSE F-TOTAUX
               OPEN EXTEND F-TOTAUX
           END-IF.
           IF WS-FS-TOTAUX NOT = "00"
               DISPLAY "/!\ Erreur ouverture totaux-lot.txt, code : "
                       WS-FS-TOTAUX " /!\"
               MOVE 8 TO LK-RC
               GO TO 8100-ECRIRE-TOTAL-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-TOTAUX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-TOT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO FS-TOT-HEURE.
           MOVE LK-ETAPE   TO FS-TOT-ETAPE.
           MOVE LK-FLUX    TO FS-TOT-FLUX.
           MOVE LK-NB      TO FS-TOT-NB.
           MOVE LK-MONTANT TO FS-TOT-MONTANT.
           WRITE FS-ENR-TOTAUX.
           IF WS-FS-TOTAUX NOT = "00"
               DISPLAY "/!\ Erreur ecriture totaux-lot.txt, code : "
                       WS-FS-TOTAUX " /!\"
               MOVE 8 TO LK-RC
           END-IF.

           CLOSE F-TOTAUX.
       8100-ECRIRE-TOTAL-FIN.
           EXIT.
