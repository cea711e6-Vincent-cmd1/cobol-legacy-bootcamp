      * FICHIERS  :
      *   - F-ASSURANCES : assurances.dat (entree, indexe)
      *   - F-SINISTRES  : sinistres.dat  (entree, indexe)
      *   - F-REGLEMENTS : reglements.dat (entree, indexe,
      *                    facultatif)
      *   - F-RAPPORT    : sinistralite.txt (sortie, recree a chaque
      *                    execution)
      *
      *             coutent rien) ; les sinistres OUVERT et REGLE le
      *             sont. Un sinistre dont le contrat est introuvable
      *             dans le maitre est signale et ignore.
      *
      * MODIFICATION : 15/10/2026 - Lecture du grand livre des
      *                reglements (reglements.dat, tenu par
      *                assurances.cbl) : le rapport distingue le
      *                ratio paye (paiements cumules) du ratio
      *                survenu (paye + reserve restant due des
      *                sinistres OUVERT). Sans grand livre, un
      *                sinistre REGLE est repute paye pour FS-SIN-
      *                MONTANT et un sinistre OUVERT reserve pour
      *                FS-SIN-MONTANT.
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

      * Grand livre des reglements de sinistres (cf. assurances.cbl)
           SELECT F-REGLEMENTS ASSIGN TO "reglements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-CLE
               FILE STATUS IS WS-FS-REGLEMENTS.

      * Rapport de sinistralite
           SELECT F-RAPPORT ASSIGN TO "sinistralite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER                      PIC X(01).
           05 FS-SIN-MONTANT              PIC 9(07)V9(02).

      * Mouvements du grand livre, tels que declares dans
      * assurances.cbl
       FD F-REGLEMENTS.
       01 FS-ENR-REGLEMENT.
           05 FS-REG-CLE.
              10 FS-REG-NO-SINISTRE       PIC X(08).
              10 FS-REG-SEQUENCE          PIC 9(03).
           05 FILLER                      PIC X(01).
           05 FS-REG-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-REG-TYPE                 PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-REG-MONTANT              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-REG-BENEFICIAIRE         PIC X(30).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                  PIC X(160).

       WORKING-STORAGE SECTION.

              10 WS-PRD-LIBELLE         PIC X(14).
              10 WS-PRD-ASSURE          PIC 9(11)V9(02) VALUE ZERO.
              10 WS-PRD-SINISTRE        PIC 9(11)V9(02) VALUE ZERO.
              10 WS-PRD-PAYE            PIC 9(11)V9(02) VALUE ZERO.
              10 WS-PRD-NB-SIN          PIC 9(05)       VALUE ZERO.

      * Table de cumul par courtier : montant assure, montant sinistre
              10 WS-COU-LIBELLE         PIC X(06).
              10 WS-COU-ASSURE          PIC 9(11)V9(02) VALUE ZERO.
              10 WS-COU-SINISTRE        PIC 9(11)V9(02) VALUE ZERO.
              10 WS-COU-PAYE            PIC 9(11)V9(02) VALUE ZERO.
              10 WS-COU-NB-SIN          PIC 9(05)       VALUE ZERO.

      * Ratios sinistres/primes (survenu et paye) et zones editees
      * du rapport
       01 WS-RATIO                 PIC 9(03)V9(02).
       01 WS-RATIO-ED              PIC ZZ9.99.
       01 WS-RATIO-PAYE            PIC 9(03)V9(02).
       01 WS-RATIO-PAYE-ED         PIC ZZ9.99.
       01 WS-ASSURE-ED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SINISTRE-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYE-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-RAPPORT         PIC X(160).

      * Statuts de sinistre : REJETE est exclu du cumul, seul un
      * sinistre OUVERT porte encore une reserve restant due
       01 WS-SIN-STATUT-REJETE     PIC X(08) VALUE "REJETE".
       01 WS-SIN-STATUT-OUVERT     PIC X(08) VALUE "OUVERT".
       01 WS-SIN-STATUT-REGLE      PIC X(08) VALUE "REGLE".

      * Situation du sinistre courant d'apres le grand livre :
      * reserve en vigueur, paye a date, restant du, et montant
      * survenu (paye + restant du) a cumuler
       01 WS-REG-TYPE-PAIEMENT     PIC X(08) VALUE "PAIEMENT".
       01 WS-REG-RESERVE           PIC 9(07)V9(02).
       01 WS-REG-PAYE              PIC 9(07)V9(02).
       01 WS-REG-RESTANT           PIC 9(07)V9(02).
       01 WS-REG-SURVENU           PIC 9(07)V9(02).
       01 WS-REG-NB-MVT            PIC 9(03).
       01 WS-FLAG-FIN-REG          PIC X(01).
           88 WS-FIN-REG                        VALUE 'Y'.
      * Grand livre disponible (absent avant le premier mouvement)
       01 WS-REG-DISPO             PIC X(01) VALUE 'N'.
           88 WS-REG-EST-DISPO                  VALUE 'Y'.

      * Variable d'affichage
       01 WS-TIRET                 PIC X(123) VALUE ALL '-'.
      * Codes retour des fichiers
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).
       01 WS-FS-REGLEMENTS         PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-sinistralite".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * Parcours des sinistres et cumul des montants sinistres
           PERFORM 6020-OPEN-F-SINISTRES-DEB
              THRU 6020-OPEN-F-SINISTRES-FIN.
           PERFORM 6025-OPEN-F-REGLEMENTS-DEB
              THRU 6025-OPEN-F-REGLEMENTS-FIN.
           PERFORM 6120-CUMULER-SINISTRES-DEB
              THRU 6120-CUMULER-SINISTRES-FIN.
           PERFORM 6225-CLOSE-F-REGLEMENTS-DEB
              THRU 6225-CLOSE-F-REGLEMENTS-FIN.
           PERFORM 6220-CLOSE-F-SINISTRES-DEB
              THRU 6220-CLOSE-F-SINISTRES-FIN.

       6220-CLOSE-F-SINISTRES-FIN.
           EXIT.

      * Le grand livre est facultatif : absent, chaque sinistre est
      * evalue sur FS-SIN-MONTANT seul
       6025-OPEN-F-REGLEMENTS-DEB.
           OPEN INPUT F-REGLEMENTS.
           IF WS-FS-REGLEMENTS = "00"
               SET WS-REG-EST-DISPO TO TRUE
           ELSE
               DISPLAY "reglements.dat absent (code "
                       WS-FS-REGLEMENTS
                       ") : sinistres evalues sur leur seul montant"
           END-IF.
       6025-OPEN-F-REGLEMENTS-FIN.
           EXIT.

       6225-CLOSE-F-REGLEMENTS-DEB.
           IF WS-REG-EST-DISPO
               CLOSE F-REGLEMENTS
           END-IF.
       6225-CLOSE-F-REGLEMENTS-FIN.
           EXIT.

       6030-OPEN-F-RAPPORT-DEB.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
           EXIT.

      * Retrouve le contrat du sinistre courant dans la table memoire
      * et cumule ses montants paye et survenu par produit et par
      * courtier
       7100-CUMULER-UN-SINISTRE-DEB.
           PERFORM 7110-SITUATION-SINISTRE-DEB
              THRU 7110-SITUATION-SINISTRE-FIN.
           MOVE ZERO TO WS-CTR-TROUVE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
                       UNTIL WS-IDX-PRD > WS-NB-PRODUITS
                   IF WS-PRD-LIBELLE(WS-IDX-PRD)
                           = WS-CTR-PRODUIT(WS-CTR-TROUVE)
                       ADD WS-REG-SURVENU
                           TO WS-PRD-SINISTRE(WS-IDX-PRD)
                       ADD WS-REG-PAYE
                           TO WS-PRD-PAYE(WS-IDX-PRD)
                       ADD 1 TO WS-PRD-NB-SIN(WS-IDX-PRD)
                   END-IF
               END-PERFORM
                           UNTIL WS-IDX-COU > WS-NB-COURTIERS
                       IF WS-COU-LIBELLE(WS-IDX-COU)
                               = WS-CTR-BROKER(WS-CTR-TROUVE)
                           ADD WS-REG-SURVENU
                               TO WS-COU-SINISTRE(WS-IDX-COU)
                           ADD WS-REG-PAYE
                               TO WS-COU-PAYE(WS-IDX-COU)
                           ADD 1 TO WS-COU-NB-SIN(WS-IDX-COU)
                       END-IF
                   END-PERFORM
       7100-CUMULER-UN-SINISTRE-FIN.
           EXIT.

      * Situation du sinistre courant, meme regle que l'historique
      * de assurances.cbl : derniere reserve et cumul des paiements
      * du grand livre, restant du tant que le sinistre est OUVERT
       7110-SITUATION-SINISTRE-DEB.
           MOVE FS-SIN-MONTANT TO WS-REG-RESERVE.
           MOVE ZERO TO WS-REG-PAYE.
           MOVE ZERO TO WS-REG-NB-MVT.

           IF WS-REG-EST-DISPO
               MOVE FS-NO-SINISTRE TO FS-REG-NO-SINISTRE
               MOVE ZERO TO FS-REG-SEQUENCE
               MOVE 'N' TO WS-FLAG-FIN-REG
               START F-REGLEMENTS KEY IS >= FS-REG-CLE
                   INVALID KEY
                       SET WS-FIN-REG TO TRUE
               END-START
               PERFORM UNTIL WS-FIN-REG
                   READ F-REGLEMENTS NEXT RECORD
                       AT END
                           SET WS-FIN-REG TO TRUE
                       NOT AT END
                           IF FS-REG-NO-SINISTRE NOT = FS-NO-SINISTRE
                               SET WS-FIN-REG TO TRUE
                           ELSE
                               ADD 1 TO WS-REG-NB-MVT
                               IF FS-REG-TYPE = WS-REG-TYPE-PAIEMENT
                                   ADD FS-REG-MONTANT TO WS-REG-PAYE
                               ELSE
                                   MOVE FS-REG-MONTANT
                                       TO WS-REG-RESERVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-REG-NB-MVT = ZERO
              AND FS-SIN-STATUT = WS-SIN-STATUT-REGLE
               MOVE FS-SIN-MONTANT TO WS-REG-PAYE
           END-IF.

           IF FS-SIN-STATUT = WS-SIN-STATUT-OUVERT
              AND WS-REG-RESERVE > WS-REG-PAYE
               COMPUTE WS-REG-RESTANT = WS-REG-RESERVE - WS-REG-PAYE
           ELSE
               MOVE ZERO TO WS-REG-RESTANT
           END-IF.
           COMPUTE WS-REG-SURVENU = WS-REG-PAYE + WS-REG-RESTANT.
       7110-SITUATION-SINISTRE-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT DE SINISTRALITE
      ******************************************************************
           PERFORM 6030-OPEN-F-RAPPORT-DEB
              THRU 6030-OPEN-F-RAPPORT-FIN.

           MOVE SPACES TO FS-ENR-RAPPORT.
           STRING "RAPPORT DE SINISTRALITE (SINISTRES REJETES EXCLUS) -"
                  " PAYE ET SURVENU (PAYE + RESERVE RESTANT DUE)"
               DELIMITED BY SIZE
               INTO FS-ENR-RAPPORT
           END-STRING.
           WRITE FS-ENR-RAPPORT.

           DISPLAY " ".
                   UNTIL WS-IDX-PRD > WS-NB-PRODUITS
               MOVE WS-PRD-ASSURE(WS-IDX-PRD)   TO WS-ASSURE-ED
               MOVE WS-PRD-SINISTRE(WS-IDX-PRD) TO WS-SINISTRE-ED
               MOVE WS-PRD-PAYE(WS-IDX-PRD)     TO WS-PAYE-ED
               IF WS-PRD-ASSURE(WS-IDX-PRD) = ZERO
                   MOVE ZERO TO WS-RATIO
                   MOVE ZERO TO WS-RATIO-PAYE
               ELSE
                   COMPUTE WS-RATIO ROUNDED =
                       (WS-PRD-SINISTRE(WS-IDX-PRD) * 100)
                       / WS-PRD-ASSURE(WS-IDX-PRD)
                   COMPUTE WS-RATIO-PAYE ROUNDED =
                       (WS-PRD-PAYE(WS-IDX-PRD) * 100)
                       / WS-PRD-ASSURE(WS-IDX-PRD)
               END-IF
               MOVE WS-RATIO TO WS-RATIO-ED
               MOVE WS-RATIO-PAYE TO WS-RATIO-PAYE-ED

               INITIALIZE WS-LIGNE-RAPPORT
               STRING FUNCTION TRIM(WS-PRD-LIBELLE(WS-IDX-PRD))
                      " : assure " WS-ASSURE-ED
                      " (" WS-PRD-NB-SIN(WS-IDX-PRD) " sin.)"
                      " / paye " WS-PAYE-ED
                      " ratio " WS-RATIO-PAYE-ED " %"
                      " / survenu " WS-SINISTRE-ED
                      " ratio " WS-RATIO-ED " %"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               DISPLAY WS-LIGNE-RAPPORT
                       UNTIL WS-IDX-COU > WS-NB-COURTIERS
                   MOVE WS-COU-ASSURE(WS-IDX-COU)   TO WS-ASSURE-ED
                   MOVE WS-COU-SINISTRE(WS-IDX-COU) TO WS-SINISTRE-ED
                   MOVE WS-COU-PAYE(WS-IDX-COU)     TO WS-PAYE-ED
                   IF WS-COU-ASSURE(WS-IDX-COU) = ZERO
                       MOVE ZERO TO WS-RATIO
                       MOVE ZERO TO WS-RATIO-PAYE
                   ELSE
                       COMPUTE WS-RATIO ROUNDED =
                           (WS-COU-SINISTRE(WS-IDX-COU) * 100)
                           / WS-COU-ASSURE(WS-IDX-COU)
                       COMPUTE WS-RATIO-PAYE ROUNDED =
                           (WS-COU-PAYE(WS-IDX-COU) * 100)
                           / WS-COU-ASSURE(WS-IDX-COU)
                   END-IF
                   MOVE WS-RATIO TO WS-RATIO-ED
                   MOVE WS-RATIO-PAYE TO WS-RATIO-PAYE-ED

                   INITIALIZE WS-LIGNE-RAPPORT
                   STRING FUNCTION TRIM(WS-COU-LIBELLE(WS-IDX-COU))
                          " : assure " WS-ASSURE-ED
                          " (" WS-COU-NB-SIN(WS-IDX-COU) " sin.)"
                          " / paye " WS-PAYE-ED
                          " ratio " WS-RATIO-PAYE-ED " %"
                          " / survenu " WS-SINISTRE-ED
                          " ratio " WS-RATIO-ED " %"
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
                   DISPLAY WS-LIGNE-RAPPORT

           PERFORM 6230-CLOSE-F-RAPPORT-DEB
              THRU 6230-CLOSE-F-RAPPORT-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "sinistralite.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
           DISPLAY "Rapport ecrit dans sinistralite.txt".
       8000-EDITER-RAPPORT-FIN.
           EXIT.
