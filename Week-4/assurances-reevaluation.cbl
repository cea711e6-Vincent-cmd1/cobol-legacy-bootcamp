      ******************************************************************
      * PROGRAMME : ASSURANCES-REEVALUATION.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Reevaluation de change de fin de mois des
      *             quittances ouvertes. Chaque quittance non soldee a
      *             la date d'arrete (EMISE, ou PAYEE apres l'arrete)
      *             est valorisee dans la devise de reference au taux
      *             en vigueur a sa date d'emission puis au taux en
      *             vigueur a la date d'arrete (taux-change.txt) ;
      *             l'ecart latent est edite par devise et par client,
      *             et porte au journal des ecarts de change ou les
      *             encaissements portent l'ecart realise.
      *
      * FICHIERS  :
      *   - F-QUITTANCES : quittances.dat (entree, indexe)
      *   - F-ASSURANCES : assurances.dat (entree : client du
      *                    contrat)
      *   - F-TAUX       : taux-change.txt (referentiel des taux)
      *   - F-ECARTS     : ecarts-change.txt (journal des ecarts de
      *                    change, lu puis alimente en ajout)
      *   - F-RAPPORT    : reevaluation-change-AAAAMMJJ.txt (sortie,
      *                    date d'arrete)
      *
      * REMARQUE  : L'ecart latent est toujours mesure depuis le taux
      *             d'emission : l'ecart du mois precedent est a
      *             extourner a l'ouverture du mois. Une devise sans
      *             aucun taux au referentiel est la devise de
      *             reference et n'est pas reevaluee. Un arrete deja
      *             porte au journal n'y est pas porte une seconde
      *             fois.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-reevaluation.
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

      * Referentiel des taux de change (cf. taux-change.cbl)
           SELECT F-TAUX ASSIGN TO "taux-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX.

      * Journal des ecarts de change latents et realises
           SELECT F-ECARTS ASSIGN TO "ecarts-change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ECARTS.

      * Rapport de reevaluation, nom construit a l'execution
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Quittance, telle que declaree dans assurances-quittances.cbl
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

      * Une ligne de taux par devise et par date d'effet (cf.
      * taux-change.cbl)
       FD F-TAUX.
       01 FS-ENR-TAUX.
           05 FS-TX-DEVISE                PIC X(04).
           05 FILLER                      PIC X(01).
           05 FS-TX-DATE-EFFET            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-TX-TAUX                  PIC 9(03)V9(04).

      * Ecart de change d'une quittance : LATENT (reevaluation a la
      * date d'arrete) ou REALISE (a l'encaissement), taux
      * d'emission, taux applique et ecart en devise de reference
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

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                  PIC X(132).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-QUITTANCES         PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-TAUX               PIC X(02).
       01 WS-FS-ECARTS             PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour, date d'arrete et nom du rapport
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-DATE-ARRETE           PIC 9(08) VALUE ZERO.
       01 WS-DATE-MOIS             PIC 9(08).
       01 WS-NOM-RAPPORT           PIC X(40).

      * Un arrete deja porte au journal n'est pas reporte
       01 WS-ARRETE-DEJA-PORTE     PIC X(01) VALUE "N".
           88 WS-ARRETE-EST-PORTE               VALUE "O".

      * Statuts d'une quittance
       01 WS-QUI-STATUT-EMISE      PIC X(08) VALUE "EMISE".
       01 WS-QUI-STATUT-PAYEE      PIC X(08) VALUE "PAYEE".
       01 WS-ECA-TYPE-LATENT       PIC X(08) VALUE "LATENT".

      * Referentiel des taux de change charge en memoire
       01 WS-NB-TAUX               PIC 9(04) VALUE ZERO.
       01 WS-IDX-TX                PIC 9(04) VALUE ZERO.
       01 WS-TAB-TAUX.
           05 WS-TX OCCURS 1000 TIMES.
              10 WS-TX-DEVISE           PIC X(04).
              10 WS-TX-DATE-EFFET       PIC 9(08).
              10 WS-TX-TAUX             PIC 9(03)V9(04).

      * Taux en vigueur d'une devise a une date (plus grande date
      * d'effet inferieure ou egale), et presence de la devise au
      * referentiel
       01 WS-CHG-DEVISE            PIC X(04).
       01 WS-CHG-DATE              PIC 9(08).
       01 WS-CHG-TAUX              PIC 9(03)V9(04).
       01 WS-CHG-DATE-RETENUE      PIC 9(08).
       01 WS-CHG-TROUVE            PIC X(01).
           88 WS-CHG-EST-TROUVE                 VALUE "O".
       01 WS-CHG-DEVISE-CONNUE     PIC X(01).
           88 WS-CHG-DEVISE-EST-CONNUE          VALUE "O".

      * Reevaluation de la quittance courante
       01 WS-ECA-CLIENT-ID         PIC X(06).
       01 WS-ECA-TAUX-ORIGINE      PIC 9(03)V9(04).
       01 WS-ECA-TAUX              PIC 9(03)V9(04).
       01 WS-ECA-VALEUR-ORIGINE    PIC S9(09)V9(02).
       01 WS-ECA-VALEUR-ARRETE     PIC S9(09)V9(02).
       01 WS-ECA-ECART             PIC S9(09)V9(02).

      * Cumuls par devise
       01 WS-NB-DEVISES            PIC 9(02) VALUE ZERO.
       01 WS-IDX-DEV               PIC 9(02) VALUE ZERO.
       01 WS-DEV-TROUVE            PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
           05 WS-DEV OCCURS 50 TIMES.
              10 WS-DEV-CODE            PIC X(04).
              10 WS-DEV-NB              PIC 9(05).
              10 WS-DEV-MONTANT         PIC 9(11)V9(02).
              10 WS-DEV-VALEUR-ORIGINE  PIC S9(11)V9(02).
              10 WS-DEV-VALEUR-ARRETE   PIC S9(11)V9(02).
              10 WS-DEV-ECART           PIC S9(11)V9(02).

      * Cumuls par client (identifiant, a defaut nom de la quittance)
       01 WS-NB-CLIENTS            PIC 9(04) VALUE ZERO.
       01 WS-IDX-CLT               PIC 9(04) VALUE ZERO.
       01 WS-CLT-TROUVE            PIC 9(04) VALUE ZERO.
       01 WS-TAB-CLIENTS.
           05 WS-CLT OCCURS 2000 TIMES.
              10 WS-CLT-ID              PIC X(06).
              10 WS-CLT-NOM             PIC X(41).
              10 WS-CLT-NB              PIC 9(05).
              10 WS-CLT-ECART           PIC S9(11)V9(02).

      * Compteurs et total general
       01 WS-NB-REEVALUEES         PIC 9(05) VALUE ZERO.
       01 WS-NB-REFERENCE          PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-TAUX          PIC 9(05) VALUE ZERO.
       01 WS-TOT-ECART             PIC S9(11)V9(02) VALUE ZERO.

      * Zones editees
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TAUX-ED               PIC ZZ9.9999.
       01 WS-TAUX2-ED              PIC ZZ9.9999.
       01 WS-SIGNE-ED              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNE2-ED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNE3-ED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-RAPPORT         PIC X(132).
       01 WS-TIRET                 PIC X(132) VALUE ALL '-'.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-reevaluation".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : reevaluation a la date d'arrete
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Date d'arrete (defaut : dernier jour du mois precedent)
           DISPLAY "Date d'arrete AAAAMMJJ "
                   "(defaut : fin du mois precedent) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-ARRETE.
           IF WS-DATE-ARRETE = ZERO
               MOVE WS-DATE-JOUR TO WS-DATE-MOIS
               MOVE "01" TO WS-DATE-MOIS(7:2)
               COMPUTE WS-DATE-ARRETE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS) - 1)
           END-IF.
           DISPLAY "Reevaluation a la date d'arrete " WS-DATE-ARRETE.

           PERFORM 6110-CHARGER-TAUX-DEB
              THRU 6110-CHARGER-TAUX-FIN.
           IF WS-NB-TAUX = ZERO
               DISPLAY "/!\ Aucun taux au referentiel : rien a "
                       "reevaluer /!\"
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
           PERFORM 6120-CONTROLER-JOURNAL-DEB
              THRU 6120-CONTROLER-JOURNAL-FIN.

           PERFORM 6010-OPEN-F-QUITTANCES-DEB
              THRU 6010-OPEN-F-QUITTANCES-FIN.
           PERFORM 6020-OPEN-F-ASSURANCES-DEB
              THRU 6020-OPEN-F-ASSURANCES-FIN.
           PERFORM 6030-OPEN-F-ECARTS-APPEND-DEB
              THRU 6030-OPEN-F-ECARTS-APPEND-FIN.
           PERFORM 6040-OPEN-F-RAPPORT-DEB
              THRU 6040-OPEN-F-RAPPORT-FIN.

           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-QUI-DATE-EMISSION <= WS-DATE-ARRETE
                          AND (FS-QUI-STATUT = WS-QUI-STATUT-EMISE
                           OR (FS-QUI-STATUT = WS-QUI-STATUT-PAYEE
                           AND FS-QUI-DATE-PAIEMENT > WS-DATE-ARRETE))
                           PERFORM 7100-REEVALUER-QUITTANCE-DEB
                              THRU 7100-REEVALUER-QUITTANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 8200-ECRIRE-DEVISES-DEB
              THRU 8200-ECRIRE-DEVISES-FIN.
           PERFORM 8300-ECRIRE-CLIENTS-DEB
              THRU 8300-ECRIRE-CLIENTS-FIN.

           PERFORM 6240-CLOSE-F-RAPPORT-DEB
              THRU 6240-CLOSE-F-RAPPORT-FIN.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RAPPORT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
           PERFORM 6230-CLOSE-F-ECARTS-DEB
              THRU 6230-CLOSE-F-ECARTS-FIN.
           PERFORM 6220-CLOSE-F-ASSURANCES-DEB
              THRU 6220-CLOSE-F-ASSURANCES-FIN.
           PERFORM 6210-CLOSE-F-QUITTANCES-DEB
              THRU 6210-CLOSE-F-QUITTANCES-FIN.

           MOVE WS-TOT-ECART TO WS-SIGNE-ED.
           DISPLAY "Quittances reevaluees : " WS-NB-REEVALUEES
                   " - ecart latent total : " WS-SIGNE-ED.
           IF WS-NB-SANS-TAUX > ZERO
               DISPLAY "/!\ Quittances sans taux en vigueur : "
                       WS-NB-SANS-TAUX " /!\"
           END-IF.
           IF WS-ARRETE-EST-PORTE
               DISPLAY "/!\ Arrete deja porte au journal des "
                       "ecarts : journal inchange /!\"
           END-IF.
           DISPLAY "Rapport ecrit : " FUNCTION TRIM(WS-NOM-RAPPORT).

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
       6010-OPEN-F-QUITTANCES-DEB.
           OPEN INPUT F-QUITTANCES.
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

      * Journal des ecarts ouvert en ajout, cree s'il n'existe pas
       6030-OPEN-F-ECARTS-APPEND-DEB.
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
       6030-OPEN-F-ECARTS-APPEND-FIN.
           EXIT.

       6230-CLOSE-F-ECARTS-DEB.
           CLOSE F-ECARTS.
       6230-CLOSE-F-ECARTS-FIN.
           EXIT.

       6040-OPEN-F-RAPPORT-DEB.
           INITIALIZE WS-NOM-RAPPORT.
           STRING "reevaluation-change-" WS-DATE-ARRETE ".txt"
               INTO WS-NOM-RAPPORT
           END-STRING.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-RAPPORT) ", code : "
                       WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-RAPPORT-FIN.
           EXIT.

       6240-CLOSE-F-RAPPORT-DEB.
           CLOSE F-RAPPORT.
       6240-CLOSE-F-RAPPORT-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES TAUX
      ******************************************************************
       6110-CHARGER-TAUX-DEB.
           MOVE ZERO TO WS-NB-TAUX.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TAUX.
           IF WS-FS-TAUX NOT = "00"
               DISPLAY "/!\ taux-change.txt absent (code "
                       WS-FS-TAUX ") /!\"
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
       6110-CHARGER-TAUX-FIN.
           EXIT.

      * Un arrete dont des ecarts LATENT figurent deja au journal
      * est edite sans etre porte une seconde fois
       6120-CONTROLER-JOURNAL-DEB.
           MOVE "N" TO WS-ARRETE-DEJA-PORTE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ECARTS.
           IF WS-FS-ECARTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ECARTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-ECA-TYPE = WS-ECA-TYPE-LATENT
                          AND FS-ECA-DATE = WS-DATE-ARRETE
                           SET WS-ARRETE-EST-PORTE TO TRUE
                           SET QUITTER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-ECARTS = "00" OR WS-FS-ECARTS = "10"
               CLOSE F-ECARTS
           END-IF.
       6120-CONTROLER-JOURNAL-FIN.
           EXIT.

      ******************************************************************
      * TAUX EN VIGUEUR D'UNE DEVISE A UNE DATE
      ******************************************************************
      * Entree : WS-CHG-DEVISE, WS-CHG-DATE. Sortie : WS-CHG-TAUX si
      * WS-CHG-EST-TROUVE ; WS-CHG-DEVISE-EST-CONNUE si la devise a au
      * moins un taux au referentiel
       7000-TAUX-EN-VIGUEUR-DEB.
           MOVE "N" TO WS-CHG-TROUVE.
           MOVE "N" TO WS-CHG-DEVISE-CONNUE.
           MOVE ZERO TO WS-CHG-TAUX.
           MOVE ZERO TO WS-CHG-DATE-RETENUE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TAUX
               IF WS-TX-DEVISE(WS-IDX-TX) = WS-CHG-DEVISE
                   SET WS-CHG-DEVISE-EST-CONNUE TO TRUE
                   IF WS-TX-DATE-EFFET(WS-IDX-TX) <= WS-CHG-DATE
                      AND WS-TX-DATE-EFFET(WS-IDX-TX)
                          >= WS-CHG-DATE-RETENUE
                       MOVE WS-TX-DATE-EFFET(WS-IDX-TX)
                           TO WS-CHG-DATE-RETENUE
                       MOVE WS-TX-TAUX(WS-IDX-TX) TO WS-CHG-TAUX
                       SET WS-CHG-EST-TROUVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       7000-TAUX-EN-VIGUEUR-FIN.
           EXIT.

      ******************************************************************
      * REEVALUATION D'UNE QUITTANCE OUVERTE
      ******************************************************************
       7100-REEVALUER-QUITTANCE-DEB.
           MOVE FS-QUI-DEVISE        TO WS-CHG-DEVISE.
           MOVE FS-QUI-DATE-EMISSION TO WS-CHG-DATE.
           PERFORM 7000-TAUX-EN-VIGUEUR-DEB
              THRU 7000-TAUX-EN-VIGUEUR-FIN.
           IF NOT WS-CHG-DEVISE-EST-CONNUE
               ADD 1 TO WS-NB-REFERENCE
               GO TO 7100-REEVALUER-QUITTANCE-FIN
           END-IF.
           IF NOT WS-CHG-EST-TROUVE
               ADD 1 TO WS-NB-SANS-TAUX
               DISPLAY "/!\ Quittance " FS-QUI-NUMERO " : pas de "
                       "taux " FS-QUI-DEVISE " au "
                       FS-QUI-DATE-EMISSION " /!\"
               GO TO 7100-REEVALUER-QUITTANCE-FIN
           END-IF.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX-ORIGINE.

           MOVE WS-DATE-ARRETE TO WS-CHG-DATE.
           PERFORM 7000-TAUX-EN-VIGUEUR-DEB
              THRU 7000-TAUX-EN-VIGUEUR-FIN.
           MOVE WS-CHG-TAUX TO WS-ECA-TAUX.

           COMPUTE WS-ECA-VALEUR-ORIGINE ROUNDED =
               FS-QUI-MONTANT * WS-ECA-TAUX-ORIGINE.
           COMPUTE WS-ECA-VALEUR-ARRETE ROUNDED =
               FS-QUI-MONTANT * WS-ECA-TAUX.
           COMPUTE WS-ECA-ECART =
               WS-ECA-VALEUR-ARRETE - WS-ECA-VALEUR-ORIGINE.

      * Client du contrat de la quittance
           MOVE FS-QUI-CODE-CONTRAT TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   MOVE SPACES TO FS-CLIENT-ID
           END-READ.
           IF FS-CLIENT-ID = LOW-VALUES
               MOVE SPACES TO FS-CLIENT-ID
           END-IF.
           MOVE FS-CLIENT-ID TO WS-ECA-CLIENT-ID.

           ADD 1 TO WS-NB-REEVALUEES.
           ADD WS-ECA-ECART TO WS-TOT-ECART.
           PERFORM 7200-CUMULER-DEVISE-DEB
              THRU 7200-CUMULER-DEVISE-FIN.
           PERFORM 7300-CUMULER-CLIENT-DEB
              THRU 7300-CUMULER-CLIENT-FIN.
           PERFORM 8100-ECRIRE-QUITTANCE-DEB
              THRU 8100-ECRIRE-QUITTANCE-FIN.

           IF NOT WS-ARRETE-EST-PORTE AND WS-ECA-ECART NOT = ZERO
               MOVE SPACES              TO FS-ENR-ECART
               MOVE WS-ECA-TYPE-LATENT  TO FS-ECA-TYPE
               MOVE WS-DATE-ARRETE      TO FS-ECA-DATE
               MOVE FS-QUI-NUMERO       TO FS-ECA-NO-QUITTANCE
               MOVE WS-ECA-CLIENT-ID    TO FS-ECA-CLIENT-ID
               MOVE FS-QUI-DEVISE       TO FS-ECA-DEVISE
               MOVE FS-QUI-MONTANT      TO FS-ECA-MONTANT
               MOVE WS-ECA-TAUX-ORIGINE TO FS-ECA-TAUX-ORIGINE
               MOVE WS-ECA-TAUX         TO FS-ECA-TAUX
               MOVE WS-ECA-ECART        TO FS-ECA-ECART
               WRITE FS-ENR-ECART
           END-IF.
       7100-REEVALUER-QUITTANCE-FIN.
           EXIT.

       7200-CUMULER-DEVISE-DEB.
           MOVE ZERO TO WS-DEV-TROUVE.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-NB-DEVISES
                      OR WS-DEV-TROUVE NOT = ZERO
               IF WS-DEV-CODE(WS-IDX-DEV) = FS-QUI-DEVISE
                   MOVE WS-IDX-DEV TO WS-DEV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-DEV-TROUVE = ZERO
               IF WS-NB-DEVISES >= 50
                   DISPLAY "/!\ ATTENTION : capacite des devises "
                           "(50) atteinte /!\"
                   GO TO 7200-CUMULER-DEVISE-FIN
               END-IF
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-DEV-TROUVE
               MOVE FS-QUI-DEVISE TO WS-DEV-CODE(WS-DEV-TROUVE)
               MOVE ZERO TO WS-DEV-NB(WS-DEV-TROUVE)
               MOVE ZERO TO WS-DEV-MONTANT(WS-DEV-TROUVE)
               MOVE ZERO TO WS-DEV-VALEUR-ORIGINE(WS-DEV-TROUVE)
               MOVE ZERO TO WS-DEV-VALEUR-ARRETE(WS-DEV-TROUVE)
               MOVE ZERO TO WS-DEV-ECART(WS-DEV-TROUVE)
           END-IF.
           ADD 1 TO WS-DEV-NB(WS-DEV-TROUVE).
           ADD FS-QUI-MONTANT TO WS-DEV-MONTANT(WS-DEV-TROUVE).
           ADD WS-ECA-VALEUR-ORIGINE
               TO WS-DEV-VALEUR-ORIGINE(WS-DEV-TROUVE).
           ADD WS-ECA-VALEUR-ARRETE
               TO WS-DEV-VALEUR-ARRETE(WS-DEV-TROUVE).
           ADD WS-ECA-ECART TO WS-DEV-ECART(WS-DEV-TROUVE).
       7200-CUMULER-DEVISE-FIN.
           EXIT.

      * Client identifie par FS-CLIENT-ID, a defaut par le nom porte
      * par la quittance (contrat non rapproche)
       7300-CUMULER-CLIENT-DEB.
           MOVE ZERO TO WS-CLT-TROUVE.
           PERFORM VARYING WS-IDX-CLT FROM 1 BY 1
                   UNTIL WS-IDX-CLT > WS-NB-CLIENTS
                      OR WS-CLT-TROUVE NOT = ZERO
               IF WS-ECA-CLIENT-ID NOT = SPACES
                   IF WS-CLT-ID(WS-IDX-CLT) = WS-ECA-CLIENT-ID
                       MOVE WS-IDX-CLT TO WS-CLT-TROUVE
                   END-IF
               ELSE
                   IF WS-CLT-ID(WS-IDX-CLT) = SPACES
                      AND WS-CLT-NOM(WS-IDX-CLT) = FS-QUI-NOM-CLIENT
                       MOVE WS-IDX-CLT TO WS-CLT-TROUVE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLT-TROUVE = ZERO
               IF WS-NB-CLIENTS >= 2000
                   DISPLAY "/!\ ATTENTION : capacite des clients "
                           "(2000) atteinte /!\"
                   GO TO 7300-CUMULER-CLIENT-FIN
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               MOVE WS-NB-CLIENTS TO WS-CLT-TROUVE
               MOVE WS-ECA-CLIENT-ID  TO WS-CLT-ID(WS-CLT-TROUVE)
               MOVE FS-QUI-NOM-CLIENT TO WS-CLT-NOM(WS-CLT-TROUVE)
               MOVE ZERO TO WS-CLT-NB(WS-CLT-TROUVE)
               MOVE ZERO TO WS-CLT-ECART(WS-CLT-TROUVE)
           END-IF.
           ADD 1 TO WS-CLT-NB(WS-CLT-TROUVE).
           ADD WS-ECA-ECART TO WS-CLT-ECART(WS-CLT-TROUVE).
       7300-CUMULER-CLIENT-FIN.
           EXIT.

      ******************************************************************
      * EDITION DU RAPPORT
      ******************************************************************
       8000-ECRIRE-ENTETE-DEB.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "REEVALUATION DE CHANGE DES QUITTANCES OUVERTES - "
                  "ARRETE AU " WS-DATE-ARRETE " - edite le "
                  WS-DATE-JOUR
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE WS-TIRET TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE SPACES TO FS-ENR-RAPPORT.
           STRING "QUITTANC CLIENT DEV         MONTANT TX EMIS. "
                  "TX ARRETE    VALEUR EMISSION      VALEUR ARRETE"
                  "        ECART LATENT"
               DELIMITED BY SIZE
               INTO FS-ENR-RAPPORT
           END-STRING.
           WRITE FS-ENR-RAPPORT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-QUITTANCE-DEB.
           MOVE FS-QUI-MONTANT        TO WS-MONTANT-ED.
           MOVE WS-ECA-TAUX-ORIGINE   TO WS-TAUX-ED.
           MOVE WS-ECA-TAUX           TO WS-TAUX2-ED.
           MOVE WS-ECA-VALEUR-ORIGINE TO WS-SIGNE-ED.
           MOVE WS-ECA-VALEUR-ARRETE  TO WS-SIGNE2-ED.
           MOVE WS-ECA-ECART          TO WS-SIGNE3-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING FS-QUI-NUMERO " " WS-ECA-CLIENT-ID " "
                  FS-QUI-DEVISE WS-MONTANT-ED "  " WS-TAUX-ED
                  "  " WS-TAUX2-ED " " WS-SIGNE-ED " "
                  WS-SIGNE2-ED " " WS-SIGNE3-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8100-ECRIRE-QUITTANCE-FIN.
           EXIT.

       8200-ECRIRE-DEVISES-DEB.
           MOVE SPACES TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE "=== ECART LATENT PAR DEVISE ===" TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           DISPLAY "=== ECART LATENT PAR DEVISE ===".
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-NB-DEVISES
               MOVE WS-DEV-MONTANT(WS-IDX-DEV) TO WS-MONTANT-ED
               MOVE WS-DEV-VALEUR-ORIGINE(WS-IDX-DEV) TO WS-SIGNE-ED
               MOVE WS-DEV-VALEUR-ARRETE(WS-IDX-DEV) TO WS-SIGNE2-ED
               MOVE WS-DEV-ECART(WS-IDX-DEV) TO WS-SIGNE3-ED
               INITIALIZE WS-LIGNE-RAPPORT
               STRING WS-DEV-CODE(WS-IDX-DEV) " ("
                      WS-DEV-NB(WS-IDX-DEV) " quittances) "
                      WS-MONTANT-ED " " WS-SIGNE-ED " "
                      WS-SIGNE2-ED " " WS-SIGNE3-ED
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT
               WRITE FS-ENR-RAPPORT
               DISPLAY WS-LIGNE-RAPPORT
           END-PERFORM.
           MOVE WS-TOT-ECART TO WS-SIGNE3-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "TOTAL ECART LATENT (devise de reference) : "
                  WS-SIGNE3-ED
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8200-ECRIRE-DEVISES-FIN.
           EXIT.

       8300-ECRIRE-CLIENTS-DEB.
           MOVE SPACES TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE "=== ECART LATENT PAR CLIENT ===" TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           PERFORM VARYING WS-IDX-CLT FROM 1 BY 1
                   UNTIL WS-IDX-CLT > WS-NB-CLIENTS
               MOVE WS-CLT-ECART(WS-IDX-CLT) TO WS-SIGNE3-ED
               INITIALIZE WS-LIGNE-RAPPORT
               STRING WS-CLT-ID(WS-IDX-CLT) " "
                      WS-CLT-NOM(WS-IDX-CLT) " ("
                      WS-CLT-NB(WS-IDX-CLT) " quittances) "
                      WS-SIGNE3-ED
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT
               WRITE FS-ENR-RAPPORT
           END-PERFORM.
       8300-ECRIRE-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
