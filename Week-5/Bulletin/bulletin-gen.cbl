      *               en fin de traitement. Les pieds de page d'un   *
      *               run de recyclage ne portent que sur les        *
      *               élèves recyclés.                               *
      * Mise à jour : 15/10/2026 - Inscriptions aux cours             *
      *               (inscriptions-cours.txt, tenu par               *
      *               inscriptions-cours.cbl) : pour une classe qui   *
      *               a des inscriptions au trimestre du flux, une    *
      *               note (type 02 ou 05) d'un cours auquel l'élève  *
      *               n'est pas inscrit part dans rejets.txt. Fichier *
      *               absent = pas de contrôle                        *
      * Mise à jour : 15/10/2026 - Totaux de contrôle du lot          *
      *               nocturne (lignes lues, rejets, élèves en        *
      *               mémoire, élèves exportés dans                   *
      *               bulletin-eleves.txt) déclarés à                 *
      *               totaux-controle en fin de traitement            *
      * Mise à jour : 15/10/2026 - Rapport d'assiduité et synthèse du *
      *               conseil de classe conservés et inscrits au      *
      *               catalogue des rapports (catalogue-rapports)     *
      *                                                                *
      * Objet : Génération de bulletins de notes étudiants             *
      *            à partir d’un fichier brut de données.              *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUTPUT-ELEVES-STATUS.

      * Inscriptions des élèves aux cours, par trimestre (cf.
      * inscriptions-cours.cbl), facultatif
           SELECT F-INSCRIPTIONS
               ASSIGN TO 'inscriptions-cours.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSCRIPTIONS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ****************************************************************** 
           05 FILLER                         PIC X(01).
           05 REC-BE-MENTION                 PIC X(20).

      * Inscription : trimestre, élève, cours, classe
       FD  F-INSCRIPTIONS
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-INSCRIPTIONS.
           05 REC-IN-TRIMESTRE               PIC 9(01).
           05 FILLER                         PIC X(01).
           05 REC-IN-ELEVE-ID                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 REC-IN-COURS                   PIC X(21).
           05 FILLER                         PIC X(01).
           05 REC-IN-CLASSE                  PIC X(04).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
       01  WS-FS-OUTPUT-CONSEIL-STATUS      PIC X(02)    VALUE SPACE.
           88 WS-FS-OUTPUT-CONSEIL-STATUS-OK             VALUE '00'.

       01  WS-FS-INSCRIPTIONS-STATUS        PIC X(02)    VALUE SPACE.
           88 WS-FS-INSCRIPTIONS-STATUS-OK               VALUE '00'.
           88 WS-FS-INSCRIPTIONS-STATUS-EOF              VALUE '10'.

      *----------------------------------------------------------------*
      * MODE RECYCLAGE DES REJETS : détecté par la présence de         *
      * rejets-corriges.txt (vérifiée sans l'ouvrir, comme le fait     *
           05 WS-NB-REJETS              PIC 9(05) VALUE ZEROS.
           05 WS-LIGNE-REJET-ED         PIC X(120).

      *----------------------------------------------------------------*
      * TOTAUX DE CONTRÔLE DU LOT NOCTURNE (SOUS-PROGRAMME             *
      * TOTAUX-CONTROLE) : COMPTEURS, ÉTAPE, FLUX, NOMBRE, TOTAL DE    *
      * CONTRÔLE ET CODE RETOUR                                        *
      *----------------------------------------------------------------*
       01  WS-TOTAUX-CONTROLE.
           05 WS-NB-LIGNES-LUES         PIC 9(05) VALUE ZEROS.
           05 WS-NB-ELEVES-EXPORTES     PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ETAPE                     PIC X(20)
                                            VALUE "bulletin-gen".
       01  WS-TOT-FLUX                      PIC X(20).
       01  WS-TOT-NB                        PIC 9(09).
       01  WS-TOT-MONTANT                   PIC S9(13)V99.
       01  WS-TOT-RC                        PIC 9(02).

      *----------------------------------------------------------------*
      * CATALOGUE DES RAPPORTS (SOUS-PROGRAMME CATALOGUE-RAPPORTS) :   *
      * RAPPORT PRODUIT, PROGRAMME PRODUCTEUR ET CODE RETOUR           *
      *----------------------------------------------------------------*
       01  WS-CAT-RAPPORT                   PIC X(40).
       01  WS-CAT-PROGRAMME                 PIC X(30)
                                            VALUE "bulletin-gen".
       01  WS-CAT-RC                        PIC 9(02).

      *----------------------------------------------------------------*
      * STRUCTURE PRINCIPALE DE DONNÉES ÉTUDIANTS                      *
      * Table multidimensionnelle pour stocker jusqu'à 999 étudiants   *
       01 WS-IDX-ENS                    PIC 9(02)    VALUE ZEROS.
       01 WS-ENS-NOM-CIBLE              PIC X(25).

      *----------------------------------------------------------------*
      * INSCRIPTIONS AUX COURS CHARGÉES EN MÉMOIRE (cf. 1270/2700)     *
      *----------------------------------------------------------------*
       01 WS-INSCRIPTIONS.
           05 WS-NB-INSCRIPTIONS        PIC 9(04)    VALUE ZEROS.
           05 WS-INS OCCURS 3000 TIMES.
               10 WS-INS-TRIMESTRE      PIC 9(01).
               10 WS-INS-ELEVE-ID       PIC 9(06).
               10 WS-INS-COURS          PIC X(21).
               10 WS-INS-CLASSE         PIC X(04).
       01 WS-IDX-INS                    PIC 9(04)    VALUE ZEROS.
       01 WS-CLASSE-CONTROLEE           PIC X(01)    VALUE 'N'.
           88 WS-CLASSE-EST-CONTROLEE                VALUE 'O'.
       01 WS-INSCRIPTION-TROUVEE        PIC X(01)    VALUE 'N'.
           88 WS-INSCRIPTION-EST-TROUVEE             VALUE 'O'.

      *----------------------------------------------------------------*
      * SEUILS ET ZONES DU CONSEIL DE CLASSE                           *
      *----------------------------------------------------------------*
           IF NOT MODE-RECYCLAGE
               PERFORM 6400-WRITE-F-OUTPUT-CONSEIL-DEB
                  THRU 6400-WRITE-F-OUTPUT-CONSEIL-FIN
               MOVE "bulletin-conseil.txt" TO WS-CAT-RAPPORT
               PERFORM 6290-CATALOGUER-RAPPORT-DEB
                  THRU 6290-CATALOGUER-RAPPORT-FIN
           ELSE
               DISPLAY "Mode recyclage : bulletin-conseil.txt "
                       "conserve, a regenerer par une execution "
           PERFORM 1260-READ-CONSEIL-PARAMS-DEB
              THRU 1260-READ-CONSEIL-PARAMS-FIN.

      * Chargement des inscriptions aux cours
           PERFORM 1270-READ-F-INSCRIPTIONS-DEB
              THRU 1270-READ-F-INSCRIPTIONS-FIN.

       1000-INIT-FIN.
           EXIT.

           EXIT.


      ******************************************************************
      * === 1270 === CHARGEMENT DES INSCRIPTIONS AUX COURS             *
      * Fichier absent : aucune note n'est contrôlée                   *
      ******************************************************************

       1270-READ-F-INSCRIPTIONS-DEB.
           OPEN INPUT F-INSCRIPTIONS.
           IF WS-FS-INSCRIPTIONS-STATUS = "35"
               SET WS-FS-INSCRIPTIONS-STATUS-EOF TO TRUE
           ELSE
               IF NOT WS-FS-INSCRIPTIONS-STATUS-OK
                   DISPLAY "Probleme ouverture F-INSCRIPTIONS"
                   DISPLAY "Code F-STATUS : "
                           WS-FS-INSCRIPTIONS-STATUS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF

               PERFORM UNTIL WS-FS-INSCRIPTIONS-STATUS-EOF
                   READ F-INSCRIPTIONS
                       AT END
                           SET WS-FS-INSCRIPTIONS-STATUS-EOF TO TRUE
                       NOT AT END
                           IF WS-NB-INSCRIPTIONS < 3000
                               ADD 1 TO WS-NB-INSCRIPTIONS
                               MOVE REC-IN-TRIMESTRE
                                   TO WS-INS-TRIMESTRE
                                       (WS-NB-INSCRIPTIONS)
                               MOVE REC-IN-ELEVE-ID
                                   TO WS-INS-ELEVE-ID
                                       (WS-NB-INSCRIPTIONS)
                               MOVE REC-IN-COURS
                                   TO WS-INS-COURS(WS-NB-INSCRIPTIONS)
                               MOVE REC-IN-CLASSE
                                   TO WS-INS-CLASSE(WS-NB-INSCRIPTIONS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE F-INSCRIPTIONS
           END-IF.
       1270-READ-F-INSCRIPTIONS-FIN.
           EXIT.


      ******************************************************************
      * === 2000 === MODULE DE LECTURE ET STOCKAGE DES DONNÉES         *
      * Traitement séquentiel du fichier d'entrée                      *
                              MOVE "Note non numerique"
                                TO WS-MOTIF-REJET
                          END-IF
                          IF WS-LIGNE-EST-VALIDE
                              PERFORM 2700-CONTROLER-INSCRIPTION-DEB
                                 THRU 2700-CONTROLER-INSCRIPTION-FIN
                          END-IF
                          IF WS-LIGNE-EST-VALIDE
                              ADD 1 TO WS-S-NB-COURS(WS-CURRENT-STUDENT)
      * Extraction des données cours depuis l'enregistrement
                              MOVE "Note rattrapage non numerique"
                                TO WS-MOTIF-REJET
                          END-IF
                          IF WS-LIGNE-EST-VALIDE
                              PERFORM 2700-CONTROLER-INSCRIPTION-DEB
                                 THRU 2700-CONTROLER-INSCRIPTION-FIN
                          END-IF
                          IF WS-LIGNE-EST-VALIDE
                              PERFORM 2800-APPLIQUER-RATTRAPAGE-DEB
                                 THRU 2800-APPLIQUER-RATTRAPAGE-FIN
       2000-ENRG-DATA-FIN.
           EXIT.

      ******************************************************************
      * === 2700 === CONTRÔLE D'INSCRIPTION D'UNE NOTE (TYPE 02/05)    *
      * Seules les classes ayant des inscriptions au trimestre du flux *
      * sont contrôlées ; l'élève doit y être inscrit au cours de la   *
      * ligne, ce qui suppose son identifiant permanent                *
      ******************************************************************

       2700-CONTROLER-INSCRIPTION-DEB.
           IF WS-NB-INSCRIPTIONS = ZERO
               GO TO 2700-CONTROLER-INSCRIPTION-FIN
           END-IF.

           MOVE 'N' TO WS-CLASSE-CONTROLEE.
           MOVE 'N' TO WS-INSCRIPTION-TROUVEE.
           PERFORM VARYING WS-IDX-INS FROM 1 BY 1
                   UNTIL WS-IDX-INS > WS-NB-INSCRIPTIONS
                      OR WS-INSCRIPTION-EST-TROUVEE
               IF WS-INS-TRIMESTRE(WS-IDX-INS) = WS-TRIMESTRE
                  AND WS-INS-CLASSE(WS-IDX-INS) = WS-CLASSE-COURANTE
                   SET WS-CLASSE-EST-CONTROLEE TO TRUE
                   IF WS-INS-ELEVE-ID(WS-IDX-INS)
                          = WS-S-ID(WS-CURRENT-STUDENT)
                      AND WS-INS-COURS(WS-IDX-INS) = REC-DATA(1:21)
                       SET WS-INSCRIPTION-EST-TROUVEE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CLASSE-EST-CONTROLEE
              OR WS-INSCRIPTION-EST-TROUVEE
               GO TO 2700-CONTROLER-INSCRIPTION-FIN
           END-IF.

      * L'élève a pu changer de classe : son inscription au cours
      * pour le trimestre, quelle qu'en soit la classe, est acceptée
           PERFORM VARYING WS-IDX-INS FROM 1 BY 1
                   UNTIL WS-IDX-INS > WS-NB-INSCRIPTIONS
                      OR WS-INSCRIPTION-EST-TROUVEE
               IF WS-INS-TRIMESTRE(WS-IDX-INS) = WS-TRIMESTRE
                  AND WS-INS-ELEVE-ID(WS-IDX-INS)
                      = WS-S-ID(WS-CURRENT-STUDENT)
                  AND WS-INS-COURS(WS-IDX-INS) = REC-DATA(1:21)
                   SET WS-INSCRIPTION-EST-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-INSCRIPTION-EST-TROUVEE
               GO TO 2700-CONTROLER-INSCRIPTION-FIN
           END-IF.

           MOVE 'N' TO WS-LIGNE-VALIDE.
           IF WS-S-ID(WS-CURRENT-STUDENT) = ZERO
               MOVE "Eleve sans identifiant, inscription ?"
                 TO WS-MOTIF-REJET
           ELSE
               MOVE "Eleve non inscrit a ce cours"
                 TO WS-MOTIF-REJET
           END-IF.
       2700-CONTROLER-INSCRIPTION-FIN.
           EXIT.

      ******************************************************************
      * === 2800 === APPLICATION D'UNE NOTE DE RATTRAPAGE              *
      * Retrouve le cours de l'étudiant courant par son libellé et     *
      * Fermeture du rapport d'assiduité
           PERFORM 6260-CLOSE-F-OUTPUT-ATTENDANCE-DEB
              THRU 6260-CLOSE-F-OUTPUT-ATTENDANCE-FIN.
           MOVE "bulletin-attendance.txt" TO WS-CAT-RAPPORT.
           PERFORM 6290-CATALOGUER-RAPPORT-DEB
              THRU 6290-CATALOGUER-RAPPORT-FIN.

      * Fermeture de l'export par élève
           PERFORM 6270-CLOSE-F-OUTPUT-ELEVES-DEB
                       "rejets-corriges.txt supprime."
           END-IF.

      * Totaux de contrôle du lot nocturne (sans effet hors batch)
           PERFORM 5100-TOTAUX-CONTROLE-DEB
              THRU 5100-TOTAUX-CONTROLE-FIN.

      * Terminaison normale du programme
           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
           EXIT.


       5100-TOTAUX-CONTROLE-DEB.
      *----------------------------------------------------------------*
      * Totaux de contrôle du lot nocturne, rapprochés par             *
      * equilibrage-lot : lignes lues, lignes rejetées, élèves chargés *
      * en mémoire, élèves exportés dans bulletin-eleves.txt           *
      *----------------------------------------------------------------*
           MOVE "LUS" TO WS-TOT-FLUX.
           MOVE WS-NB-LIGNES-LUES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 5110-DECLARER-TOTAL-DEB
              THRU 5110-DECLARER-TOTAL-FIN.

           MOVE "REJETES" TO WS-TOT-FLUX.
           MOVE WS-NB-REJETS TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 5110-DECLARER-TOTAL-DEB
              THRU 5110-DECLARER-TOTAL-FIN.

           MOVE "ELEVES" TO WS-TOT-FLUX.
           MOVE WS-STUDENT-LGHT TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 5110-DECLARER-TOTAL-DEB
              THRU 5110-DECLARER-TOTAL-FIN.

           MOVE "EXPORTES" TO WS-TOT-FLUX.
           MOVE WS-NB-ELEVES-EXPORTES TO WS-TOT-NB.
           MOVE ZERO TO WS-TOT-MONTANT.
           PERFORM 5110-DECLARER-TOTAL-DEB
              THRU 5110-DECLARER-TOTAL-FIN.
       5100-TOTAUX-CONTROLE-FIN.
           EXIT.


       5110-DECLARER-TOTAL-DEB.
           CALL "totaux-controle" USING WS-TOT-ETAPE WS-TOT-FLUX
               WS-TOT-NB WS-TOT-MONTANT WS-TOT-RC.
       5110-DECLARER-TOTAL-FIN.
           EXIT.


      ******************************************************************
      * == 6000 == MODULES DE GESTION DES FICHIERS                     *
      * Opérations d'E/S avec contrôle d'erreurs intégré               *
      * Traitement de la lecture réussie
           NOT AT END 
               SET WS-FS-INPUT-STATUS-OK TO TRUE
               ADD 1 TO WS-NB-LIGNES-LUES
           END-READ.
           
      * Contrôle d'erreur : ni succès ni fin de fichier
           EXIT.


       6290-CATALOGUER-RAPPORT-DEB.
      *----------------------------------------------------------------*
      * Edition du rapport WS-CAT-RAPPORT conservée et inscrite au    *
      * catalogue des rapports                                        *
      *----------------------------------------------------------------*
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       6290-CATALOGUER-RAPPORT-FIN.
           EXIT.


       6320-WRITE-F-OUTPUT-DEB.
      *----------------------------------------------------------------*
      * Construction et écriture du bulletin de notes formaté         *
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               ADD 1 TO WS-NB-ELEVES-EXPORTES
           END-PERFORM.
       6380-WRITE-F-OUTPUT-ELEVES-FIN.
           EXIT.
