      * MODIFICATION : 02/09/2026 - Le rapport de relance ignore les
      *                 contrats CADUC, ANNULE et EXPIRE : leur date
      *                 de fin ne declenche plus de relance.
      * MODIFICATION : 15/10/2026 - L'annulation d'un contrat en
      *                 cours de periode emet une ristourne : la part
      *                 non courue de chaque quittance deja PAYEE
      *                 couvrant la date d'annulation (de cette date a
      *                 FS-QUI-PERIODE-FIN) est portee au credit du
      *                 client par une quittance RISTOURN dans
      *                 quittances.dat.
      * MODIFICATION : 15/10/2026 - Grand livre des reglements de
      *                 sinistres (reglements.dat, cle FS-REG-NO-
      *                 SINISTRE + sequence) : reserve d'ouverture a la
      *                 declaration, revisions de reserve et paiements
      *                 partiels (date, montant, beneficiaire). FS-SIN-
      *                 MONTANT porte desormais la reserve en vigueur ;
      *                 l'historique d'un contrat affiche pour chaque
      *                 sinistre reserve, paye a date et restant du.
      * MODIFICATION : 15/10/2026 - Garanties par contrat (fichier
      *                 garanties.dat, cle FS-GAR-CODE-CONTRAT +
      *                 FS-GAR-CODE) avec plafond et franchise, tenues
      *                 depuis ce programme. A la declaration d'un
      *                 sinistre, la nature doit etre une garantie du
      *                 contrat (refus sinon ; simple avertissement si
      *                 le contrat n'a encore aucune garantie), et
      *                 l'indemnite due apres franchise et plafond est
      *                 affichee, ainsi que dans l'historique.
      * MODIFICATION : 15/10/2026 - Registre des licences courtiers
      *                 (licences-courtiers.txt, tenu par
      *                 licences-courtiers.cbl) : rattachement d'un
      *                 courtier a un contrat (code courtier et taux
      *                 de commission), refuse si sa licence est
      *                 absente, expiree ou ne couvre pas le produit
      *                 du contrat ; meme controle au passage ACTIF
      *                 d'un contrat.
      * MODIFICATION : 15/10/2026 - Date d'effet de l'annulation
      *                 controlee (date valide, comprise entre le
      *                 debut et la fin du contrat) et redemandee
      *                 sinon, avant l'emission des ristournes.
      ******************************************************************
         
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENS.

      * Registre des licences courtiers (tenu par
      * licences-courtiers.cbl) : validite et branches autorisees
           SELECT F-LICENCES ASSIGN TO "licences-courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCES.

      * Maitre des quittances (tenu par assurances-quittances.cbl),
      * ouvert a l'annulation d'un contrat pour y emettre la
      * ristourne de prime non courue
           SELECT F-QUITTANCES ASSIGN TO "quittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-QUI-NUMERO
               FILE STATUS IS WS-FS-QUITTANCES.

      * Grand livre des reglements de sinistres : reserve
      * d'ouverture, revisions de reserve et paiements de chaque
      * sinistre, indexe par numero de sinistre puis sequence
           SELECT F-REGLEMENTS ASSIGN TO "reglements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-CLE
               FILE STATUS IS WS-FS-REGLEMENTS.

      * Garanties souscrites par contrat : code garantie (rapproche
      * de FS-SIN-NATURE), plafond et franchise
           SELECT F-GARANTIES ASSIGN TO "garanties.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-GAR-CLE
               FILE STATUS IS WS-FS-GARANTIES.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER                      PIC X(01).
           05 FS-SIN-MONTANT              PIC 9(07)V9(02).

      * Description du grand livre des reglements de sinistres. Pour
      * un mouvement RESERVE (ouverture) ou REVISION, FS-REG-MONTANT
      * est la nouvelle reserve totale du sinistre ; pour un
      * PAIEMENT, le montant verse au beneficiaire
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

      * Description du fichier des garanties. Un plafond a zero
      * signifie une garantie sans plafond
       FD F-GARANTIES.
       01 FS-ENR-GARANTIE.
           05 FS-GAR-CLE.
              10 FS-GAR-CODE-CONTRAT      PIC X(08).
              10 FS-GAR-CODE              PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-GAR-PLAFOND              PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 FS-GAR-FRANCHISE            PIC 9(07)V9(02).

      * Description du fichier des avenants
       FD F-AVENANTS.
       01 FS-ENR-AVENANT.
           05 FS-G-NOM                    PIC X(17).
           05 FS-G-CODE-AGENT             PIC X(06).

      * Licence d'un courtier, telle que declaree dans
      * licences-courtiers.cbl
       FD F-LICENCES.
       01 FS-ENR-LICENCE.
           05 FS-LIC-CODE-AGENT           PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-LIC-NUMERO               PIC X(12).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EMISSION        PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-LIC-DATE-EXPIRATION      PIC 9(08).
           05 FS-LIC-BRANCHES OCCURS 5 TIMES.
              10 FILLER                   PIC X(01).
              10 FS-LIC-PRODUIT           PIC X(14).

      * Enregistrement d'une quittance, tel que declare dans
      * assurances-quittances.cbl
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

      * Description de la worklist de relances
       FD F-RELANCES.
       01 FS-ENR-RELANCES.
      * du parcours de F-SINISTRES
       01 WS-NB-SIN-OUVERTS-CTR     PIC 9(05) VALUE ZERO.

      * Code retour du grand livre des reglements de sinistres
       01 WS-FS-REGLEMENTS          PIC X(02).

      * Types de mouvement du grand livre des reglements
       01 WS-REG-TYPE-RESERVE       PIC X(08) VALUE "RESERVE".
       01 WS-REG-TYPE-REVISION      PIC X(08) VALUE "REVISION".
       01 WS-REG-TYPE-PAIEMENT      PIC X(08) VALUE "PAIEMENT".

      * Situation d'un sinistre recalculee depuis le grand livre :
      * reserve en vigueur, total paye, restant du (reserve moins
      * paye tant que le sinistre est OUVERT, zero une fois clos) et
      * derniere sequence utilisee
       01 WS-REG-RESERVE            PIC 9(07)V9(02).
       01 WS-REG-PAYE               PIC 9(07)V9(02).
       01 WS-REG-RESTANT            PIC 9(07)V9(02).
       01 WS-REG-NB-MVT             PIC 9(03).
       01 WS-REG-DERN-SEQUENCE      PIC 9(03).
       01 WS-REG-RESERVE-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REG-PAYE-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REG-RESTANT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FLAG-FIN-REG           PIC X(01).
           88 WS-FIN-REG                        VALUE 'Y'.

      * Code retour du fichier des garanties
       01 WS-FS-GARANTIES           PIC X(02).

      * Controle de la nature d'un sinistre contre les garanties du
      * contrat : nombre de garanties du contrat, garantie trouvee
      * pour la nature, et indemnite due apres franchise et plafond
       01 WS-GAR-NB-CONTRAT         PIC 9(03).
       01 WS-GAR-COUVERT            PIC X(01).
           88 WS-GAR-EST-COUVERT                VALUE 'Y'.
       01 WS-GAR-PLAFOND            PIC 9(07)V9(02).
       01 WS-GAR-FRANCHISE          PIC 9(07)V9(02).
       01 WS-GAR-INDEMNITE          PIC 9(07)V9(02).
       01 WS-GAR-INDEMNITE-ED       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GAR-MONTANT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GAR-FRANCHISE-ED       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FLAG-FIN-GAR           PIC X(01).
           88 WS-FIN-GAR                        VALUE 'Y'.

      * Zones de saisie pour la tenue des garanties d'un contrat
      * (A = ajouter ou modifier, S = supprimer)
       01 WS-GAR-CODE-CONTRAT-SAISIE PIC X(08).
       01 WS-GAR-ACTION              PIC X(01).
           88 WS-GAR-ACTION-AJOUT                VALUE 'A'.
           88 WS-GAR-ACTION-SUPPR                VALUE 'S'.
       01 WS-GAR-CODE-SAISIE         PIC X(20).
       01 WS-GAR-PLAFOND-SAISIE      PIC 9(07)V9(02).
       01 WS-GAR-FRANCHISE-SAISIE    PIC 9(07)V9(02).

      * Zones de saisie d'un mouvement sur un sinistre ouvert
      * (R = revision de reserve, P = paiement)
       01 WS-REG-NO-SAISIE          PIC X(08).
       01 WS-REG-CHOIX              PIC X(01).
           88 WS-REG-CHOIX-REVISION             VALUE 'R'.
           88 WS-REG-CHOIX-PAIEMENT             VALUE 'P'.
       01 WS-REG-MONTANT-SAISIE     PIC 9(07)V9(02).
       01 WS-REG-DATE-SAISIE        PIC 9(08).
       01 WS-REG-BENEF-SAISIE       PIC X(30).

      * Bornes de la période saisie pour le relevé des commissions
      * (par défaut, toute la table mémoire des contrats)
       01 WS-COM-DATE-DEBUT         PIC 9(08) VALUE ZERO.
           88 WS-AGENT-EST-CONNU                VALUE "Y".
       01 WS-NB-COURTIERS-INCONNUS  PIC 9(03) VALUE ZERO.

      * Registre des licences courtiers charge en memoire. Sans
      * registre (WS-LIC-REGISTRE-ABSENT), le controle de licence est
      * desactive, comme celui de l'annuaire sans gens.txt
       01 WS-FS-LICENCES            PIC X(02).
       01 WS-LIC-REGISTRE           PIC X(01) VALUE "N".
           88 WS-LIC-REGISTRE-PRESENT           VALUE "O".
       01 WS-NB-LICENCES            PIC 9(03) VALUE ZERO.
       01 WS-IDX-LIC                PIC 9(03) VALUE ZERO.
       01 WS-IDX-BRANCHE            PIC 9(01) VALUE ZERO.
       01 WS-TAB-LICENCES.
           05 WS-LICENCE OCCURS 50 TIMES.
              10 WS-LIC-CODE-AGENT      PIC X(06).
              10 WS-LIC-DATE-EMISSION   PIC 9(08).
              10 WS-LIC-DATE-EXPIRATION PIC 9(08).
              10 WS-LIC-PRODUIT OCCURS 5 TIMES PIC X(14).
      * Resultat du controle de licence de FS-BROKER-ID pour
      * FS-NOM-PRODUIT a la date du jour
       01 WS-LIC-CONTROLE           PIC X(01) VALUE "V".
           88 WS-LIC-VALIDE                     VALUE "V".
           88 WS-LIC-ABSENTE                    VALUE "A".
           88 WS-LIC-EXPIREE                    VALUE "E".
           88 WS-LIC-HORS-BRANCHE               VALUE "B".
       01 WS-LIC-DATE-CONTROLE      PIC 9(08).

      * Zones de saisie du rattachement d'un courtier a un contrat
       01 WS-ATT-CODE-SAISIE        PIC X(08).
       01 WS-ATT-BROKER-SAISIE      PIC X(06).
       01 WS-ATT-TAUX-SAISIE        PIC 9(02)V9(02).
       01 WS-ATT-BROKER-ANCIEN      PIC X(06).

      * Numerotation des avenants, poursuivie a partir du nombre
      * d'avenants deja presents dans avenants.dat
       01 WS-NB-AVENANTS            PIC 9(05) VALUE ZERO.
       01 WS-STA-VALIDE             PIC X(01) VALUE "N".
           88 WS-STA-EST-VALIDE                 VALUE "Y".

      * Ristourne de prime a l'annulation : code retour du maitre
      * des quittances, statuts d'une quittance, date d'effet de
      * l'annulation et quittances payees couvrant cette date
       01 WS-FS-QUITTANCES          PIC X(02).
       01 WS-QUI-STATUT-PAYEE       PIC X(08) VALUE "PAYEE".
       01 WS-QUI-STATUT-EMISE       PIC X(08) VALUE "EMISE".
       01 WS-QUI-STATUT-RISTOURNE   PIC X(08) VALUE "RISTOURN".
       01 WS-RIS-DATE-ANNULATION    PIC 9(08).
       01 WS-RIS-DATE-VALIDE        PIC X(01) VALUE "N".
           88 WS-RIS-DATE-EST-VALIDE            VALUE "O".
       01 WS-RIS-NO-COURANT         PIC 9(08).
       01 WS-RIS-PROCH-NUMERO       PIC 9(08) VALUE ZERO.
       01 WS-RIS-NB                 PIC 9(02) VALUE ZERO.
       01 WS-RIS-IDX                PIC 9(02) VALUE ZERO.
       01 WS-TAB-RISTOURNES.
           05 WS-RIS OCCURS 20 TIMES.
              10 WS-RIS-NO-ORIGINE      PIC X(08).
              10 WS-RIS-PERIODE-DEBUT   PIC 9(08).
              10 WS-RIS-PERIODE-FIN     PIC 9(08).
              10 WS-RIS-MONTANT-PAYE    PIC 9(07)V9(02).
              10 WS-RIS-DEVISE          PIC X(04).
       01 WS-RIS-JOURS-PERIODE      PIC 9(05).
       01 WS-RIS-JOURS-NON-COURUS   PIC 9(05).
       01 WS-RIS-MONTANT            PIC 9(07)V9(02).
       01 WS-RIS-MONTANT-ED         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
           PERFORM 6090-CHARGER-AGENTS-DEB
              THRU 6090-CHARGER-AGENTS-FIN.

      * Chargement du registre des licences courtiers
           PERFORM 6095-CHARGER-LICENCES-DEB
              THRU 6095-CHARGER-LICENCES-FIN.

      * Lecture fichier + stockage en mémoire
           PERFORM 6110-READ-F-ASSURANCES-DEB
              THRU 6110-READ-F-ASSURANCES-FIN.
                       " indisponibles."
           END-IF.

      * Rattachement d'un courtier a un contrat, sous controle de sa
      * licence (reserve au role ADMIN)
           IF WS-ROLE-ADMIN
               PERFORM 8530-RATTACHER-COURTIER-DEB
                  THRU 8530-RATTACHER-COURTIER-FIN
           END-IF.

      * Ouverture du fichier des avenants (créé s'il n'existe pas
      * encore lors du tout premier lancement)
           PERFORM 6085-OPEN-F-AVENANTS-DEB
      * encore lors du tout premier lancement)
           PERFORM 6070-OPEN-F-SINISTRES-DEB
              THRU 6070-OPEN-F-SINISTRES-FIN.
           PERFORM 6075-OPEN-F-REGLEMENTS-DEB
              THRU 6075-OPEN-F-REGLEMENTS-FIN.
           PERFORM 6077-OPEN-F-GARANTIES-DEB
              THRU 6077-OPEN-F-GARANTIES-FIN.

      * Tenue des garanties d'un contrat (reserve au role ADMIN)
           IF WS-ROLE-ADMIN
               PERFORM 8440-GERER-GARANTIES-DEB
                  THRU 8440-GERER-GARANTIES-FIN
           END-IF.

      * Déclaration d'un nouveau sinistre sur un contrat (reserve
      * au role ADMIN)
           PERFORM 8410-HISTORIQUE-SINISTRE-DEB
              THRU 8410-HISTORIQUE-SINISTRE-FIN.

      * Revision de reserve ou paiement sur un sinistre ouvert
      * (reserve au role ADMIN)
           IF WS-ROLE-ADMIN
               PERFORM 8412-MOUVEMENT-SINISTRE-DEB
                  THRU 8412-MOUVEMENT-SINISTRE-FIN
           END-IF.

      * Clôture (règlement ou rejet) d'un sinistre ouvert (reserve
      * au role ADMIN)
           IF WS-ROLE-ADMIN
      * Fermeture du fichier des sinistres
           PERFORM 6270-CLOSE-F-SINISTRES-DEB
              THRU 6270-CLOSE-F-SINISTRES-FIN.
           PERFORM 6275-CLOSE-F-REGLEMENTS-DEB
              THRU 6275-CLOSE-F-REGLEMENTS-FIN.
           PERFORM 6277-CLOSE-F-GARANTIES-DEB
              THRU 6277-CLOSE-F-GARANTIES-FIN.

      * Fermeture du fichier d'entrée
           PERFORM 6210-CLOSE-F-ASSURANCES-DEB
       6270-CLOSE-F-SINISTRES-FIN.
           EXIT.

      * Ouvre le grand livre des reglements de sinistres, cree vide
      * au premier lancement comme F-SINISTRES
       6075-OPEN-F-REGLEMENTS-DEB.
           OPEN I-O F-REGLEMENTS.
           IF WS-FS-REGLEMENTS = "35"
               OPEN OUTPUT F-REGLEMENTS
               CLOSE F-REGLEMENTS
               OPEN I-O F-REGLEMENTS
           END-IF.
           IF WS-FS-REGLEMENTS NOT = "00"
               DISPLAY "Erreur ouverture reglements.dat, code : "
                   WS-FS-REGLEMENTS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6075-OPEN-F-REGLEMENTS-FIN.
           EXIT.

       6275-CLOSE-F-REGLEMENTS-DEB.
           CLOSE F-REGLEMENTS.
       6275-CLOSE-F-REGLEMENTS-FIN.
           EXIT.

      * Ouvre le fichier des garanties, cree vide au premier
      * lancement comme F-SINISTRES
       6077-OPEN-F-GARANTIES-DEB.
           OPEN I-O F-GARANTIES.
           IF WS-FS-GARANTIES = "35"
               OPEN OUTPUT F-GARANTIES
               CLOSE F-GARANTIES
               OPEN I-O F-GARANTIES
           END-IF.
           IF WS-FS-GARANTIES NOT = "00"
               DISPLAY "Erreur ouverture garanties.dat, code : "
                   WS-FS-GARANTIES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6077-OPEN-F-GARANTIES-FIN.
           EXIT.

       6277-CLOSE-F-GARANTIES-DEB.
           CLOSE F-GARANTIES.
       6277-CLOSE-F-GARANTIES-FIN.
           EXIT.

      * Ouvre le fichier des avenants en accès dynamique. Il peut ne
      * pas encore exister lors du tout premier lancement (code "35") :
      * dans ce cas on le crée d'abord vide avant de l'ouvrir pour de
       6090-CHARGER-AGENTS-FIN.
           EXIT.

      * Charge le registre des licences courtiers. Un registre absent
      * desactive le controle des licences ; un registre present rend
      * la licence obligatoire pour tout courtier rattache
       6095-CHARGER-LICENCES-DEB.
           MOVE ZERO TO WS-NB-LICENCES.
           MOVE "N" TO WS-LIC-REGISTRE.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-LICENCES.
           IF WS-FS-LICENCES NOT = "00"
               DISPLAY "/!\ licences-courtiers.txt indisponible (code "
                       WS-FS-LICENCES "), controle des licences"
                       " desactive /!\"
               SET QUITTER TO TRUE
           ELSE
               SET WS-LIC-REGISTRE-PRESENT TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-LICENCES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-LICENCES < 50
                           ADD 1 TO WS-NB-LICENCES
                           MOVE FS-LIC-CODE-AGENT
                               TO WS-LIC-CODE-AGENT(WS-NB-LICENCES)
                           MOVE FS-LIC-DATE-EMISSION
                               TO WS-LIC-DATE-EMISSION(WS-NB-LICENCES)
                           MOVE FS-LIC-DATE-EXPIRATION
                               TO WS-LIC-DATE-EXPIRATION
                                  (WS-NB-LICENCES)
                           PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                                   UNTIL WS-IDX-BRANCHE > 5
                               MOVE FS-LIC-PRODUIT(WS-IDX-BRANCHE)
                                   TO WS-LIC-PRODUIT(WS-NB-LICENCES,
                                                     WS-IDX-BRANCHE)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-LICENCES = "00" OR WS-FS-LICENCES = "10"
               CLOSE F-LICENCES
           END-IF.
       6095-CHARGER-LICENCES-FIN.
           EXIT.

      * Charge la table des transitions de statut autorisées. Un
      * statut qui n'apparaît jamais en colonne "de" est terminal
      * (ANNULE, CADUC, EXPIRE)
       7300-VERIFIER-COURTIER-FIN.
           EXIT.

      * Positionne WS-LIC-CONTROLE pour le courtier FS-BROKER-ID et le
      * produit FS-NOM-PRODUIT a la date du jour : licence absente du
      * registre, expiree (ou pas encore en vigueur), ne couvrant pas
      * la branche du produit, ou valide. Un contrat sans courtier, ou
      * l'absence de registre, valent licence valide
       7310-VERIFIER-LICENCE-DEB.
           SET WS-LIC-VALIDE TO TRUE.
           IF FS-BROKER-ID = SPACES OR NOT WS-LIC-REGISTRE-PRESENT
               GO TO 7310-VERIFIER-LICENCE-FIN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIC-DATE-CONTROLE.

           SET WS-LIC-ABSENTE TO TRUE.
           PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                   UNTIL WS-IDX-LIC > WS-NB-LICENCES
                      OR NOT WS-LIC-ABSENTE
               IF WS-LIC-CODE-AGENT(WS-IDX-LIC) = FS-BROKER-ID
                   SET WS-LIC-HORS-BRANCHE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LIC-ABSENTE
               GO TO 7310-VERIFIER-LICENCE-FIN
           END-IF.
           SUBTRACT 1 FROM WS-IDX-LIC.

           IF WS-LIC-DATE-EXPIRATION(WS-IDX-LIC) < WS-LIC-DATE-CONTROLE
              OR WS-LIC-DATE-EMISSION(WS-IDX-LIC) > WS-LIC-DATE-CONTROLE
               SET WS-LIC-EXPIREE TO TRUE
               GO TO 7310-VERIFIER-LICENCE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-BRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-BRANCHE > 5
               IF WS-LIC-PRODUIT(WS-IDX-LIC, WS-IDX-BRANCHE)
                       = FS-NOM-PRODUIT
                  OR WS-LIC-PRODUIT(WS-IDX-LIC, WS-IDX-BRANCHE) = "*"
                   SET WS-LIC-VALIDE TO TRUE
               END-IF
           END-PERFORM.
       7310-VERIFIER-LICENCE-FIN.
           EXIT.

      * Affiche le motif de refus du controle de licence qui vient
      * d'etre fait par 7310-VERIFIER-LICENCE-DEB
       7320-AFFICHER-REFUS-LICENCE-DEB.
           EVALUATE TRUE
               WHEN WS-LIC-ABSENTE
                   DISPLAY "/!\ Courtier " FS-BROKER-ID
                           " sans licence au registre /!\"
               WHEN WS-LIC-EXPIREE
                   DISPLAY "/!\ Licence du courtier " FS-BROKER-ID
                           " expiree ou pas encore en vigueur /!\"
               WHEN WS-LIC-HORS-BRANCHE
                   DISPLAY "/!\ Licence du courtier " FS-BROKER-ID
                           " ne couvrant pas le produit "
                           FUNCTION TRIM(FS-NOM-PRODUIT) " /!\"
           END-EVALUATE.
       7320-AFFICHER-REFUS-LICENCE-FIN.
           EXIT.

      * Liste, apres chargement du portefeuille, les contrats dont le
      * code courtier n'existe pas dans l'annuaire des agents : ces
      * fautes de frappe font silencieusement disparaitre des
                           END-IF
                       END-PERFORM

      * Un contrat ne prend effet qu'avec un courtier habilite
                       IF WS-TRANS-EST-AUTORISEE
                           AND WS-STA-NOUVEAU-SAISIE = WS-STATUT-ACTIF
                           PERFORM 7310-VERIFIER-LICENCE-DEB
                              THRU 7310-VERIFIER-LICENCE-FIN
                           IF NOT WS-LIC-VALIDE
                               PERFORM 7320-AFFICHER-REFUS-LICENCE-DEB
                                  THRU 7320-AFFICHER-REFUS-LICENCE-FIN
                               DISPLAY "Passage ACTIF refuse."
                               GO TO 8500-CHANGER-STATUT-FIN
                           END-IF
                       END-IF

                       IF WS-TRANS-EST-AUTORISEE
                           MOVE FS-ENR-ASSURANCES TO WS-AUD-AVANT
                           MOVE WS-STA-NOUVEAU-SAISIE TO FS-STATUT
                           PERFORM 7500-ECRIRE-AUDIT-DEB
                              THRU 7500-ECRIRE-AUDIT-FIN
                           DISPLAY "Statut mis a jour."
                           IF FS-STATUT = WS-STATUT-ANNULE
                               PERFORM 8510-EMETTRE-RISTOURNE-DEB
                                  THRU 8510-EMETTRE-RISTOURNE-FIN
                           END-IF
                       ELSE
                           DISPLAY "/!\ Transition de " FS-STATUT
                                   " vers " WS-STA-NOUVEAU-SAISIE
       8500-CHANGER-STATUT-FIN.
           EXIT.

      ******************************************************************
      * RISTOURNE DE PRIME A L'ANNULATION D'UN CONTRAT
      ******************************************************************
      * Date d'effet de l'annulation : date valide, dans la periode
      * du contrat (FS-DATE-DEBUT a FS-DATE-FIN)
       8505-SAISIR-DATE-ANNULATION-DEB.
           DISPLAY "Date d'effet de l'annulation (AAAAMMJJ, ENTREE "
                   "pour aujourd'hui) : " WITH NO ADVANCING.
           MOVE ZERO TO WS-RIS-DATE-ANNULATION.
           ACCEPT WS-RIS-DATE-ANNULATION.
           IF WS-RIS-DATE-ANNULATION = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-RIS-DATE-ANNULATION
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIS-DATE-ANNULATION)
                   NOT = ZERO
               DISPLAY "/!\ Date invalide /!\"
               GO TO 8505-SAISIR-DATE-ANNULATION-FIN
           END-IF.
           IF WS-RIS-DATE-ANNULATION < FS-DATE-DEBUT
              OR WS-RIS-DATE-ANNULATION > FS-DATE-FIN
               DISPLAY "/!\ Date hors de la periode du contrat ("
                       FS-DATE-DEBUT " - " FS-DATE-FIN ") /!\"
               GO TO 8505-SAISIR-DATE-ANNULATION-FIN
           END-IF.
           SET WS-RIS-DATE-EST-VALIDE TO TRUE.
       8505-SAISIR-DATE-ANNULATION-FIN.
           EXIT.

      * Pour le contrat qui vient de passer ANNULE (FS-ENR-ASSURANCES),
      * recherche dans quittances.dat les quittances PAYEE dont la
      * periode couvre la date d'annulation, et emet pour chacune une
      * quittance RISTOURN du montant non couru : prime payee x jours
      * restants apres l'annulation / jours de la periode
       8510-EMETTRE-RISTOURNE-DEB.
           MOVE "N" TO WS-RIS-DATE-VALIDE.
           PERFORM 8505-SAISIR-DATE-ANNULATION-DEB
              THRU 8505-SAISIR-DATE-ANNULATION-FIN
               UNTIL WS-RIS-DATE-EST-VALIDE.

           OPEN I-O F-QUITTANCES.
           IF WS-FS-QUITTANCES NOT = "00"
               DISPLAY "Aucune quittance emise (quittances.dat, code "
                       WS-FS-QUITTANCES ") : pas de ristourne."
               GO TO 8510-EMETTRE-RISTOURNE-FIN
           END-IF.

      * Premier passage : plus haut numero de quittance et
      * quittances payees du contrat couvrant la date d'annulation
           MOVE ZERO TO WS-RIS-NB.
           MOVE ZERO TO WS-RIS-PROCH-NUMERO.
           MOVE 'N' TO FLAG-STOP.
           MOVE LOW-VALUES TO FS-QUI-NUMERO.
           START F-QUITTANCES KEY IS >= FS-QUI-NUMERO
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.
           PERFORM UNTIL QUITTER
               READ F-QUITTANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 8515-EXAMINER-QUITTANCE-DEB
                          THRU 8515-EXAMINER-QUITTANCE-FIN
               END-READ
           END-PERFORM.

      * Second passage : une quittance RISTOURN par quittance retenue
           IF WS-RIS-NB = ZERO
               DISPLAY "Aucune prime payee sur la periode en cours : "
                       "pas de ristourne."
           ELSE
               PERFORM VARYING WS-RIS-IDX FROM 1 BY 1
                       UNTIL WS-RIS-IDX > WS-RIS-NB
                   PERFORM 8520-ECRIRE-RISTOURNE-DEB
                      THRU 8520-ECRIRE-RISTOURNE-FIN
               END-PERFORM
           END-IF.

           CLOSE F-QUITTANCES.
       8510-EMETTRE-RISTOURNE-FIN.
           EXIT.

      * Retient le plus haut numero de quittance, et la quittance
      * courante si elle est PAYEE pour le contrat annule et couvre
      * la date d'annulation. Une quittance encore EMISE sur cette
      * periode est signalee : elle reste due pour la part courue
       8515-EXAMINER-QUITTANCE-DEB.
           IF FS-QUI-NUMERO IS NUMERIC
               MOVE FS-QUI-NUMERO TO WS-RIS-NO-COURANT
               IF WS-RIS-NO-COURANT > WS-RIS-PROCH-NUMERO
                   MOVE WS-RIS-NO-COURANT TO WS-RIS-PROCH-NUMERO
               END-IF
           END-IF.

           IF FS-QUI-CODE-CONTRAT = FS-CODE-CONTRAT
              AND FS-QUI-PERIODE-DEBUT <= WS-RIS-DATE-ANNULATION
              AND FS-QUI-PERIODE-FIN > WS-RIS-DATE-ANNULATION
               EVALUATE FS-QUI-STATUT
                   WHEN WS-QUI-STATUT-PAYEE
                       IF WS-RIS-NB < 20
                           ADD 1 TO WS-RIS-NB
                           MOVE FS-QUI-NUMERO
                               TO WS-RIS-NO-ORIGINE(WS-RIS-NB)
                           MOVE FS-QUI-PERIODE-DEBUT
                               TO WS-RIS-PERIODE-DEBUT(WS-RIS-NB)
                           MOVE FS-QUI-PERIODE-FIN
                               TO WS-RIS-PERIODE-FIN(WS-RIS-NB)
                           MOVE FS-QUI-MONTANT
                               TO WS-RIS-MONTANT-PAYE(WS-RIS-NB)
                           MOVE FS-QUI-DEVISE
                               TO WS-RIS-DEVISE(WS-RIS-NB)
                       END-IF
                   WHEN WS-QUI-STATUT-EMISE
                       DISPLAY "/!\ Quittance " FS-QUI-NUMERO
                               " encore impayee sur la periode "
                               "annulee : a regulariser /!"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       8515-EXAMINER-QUITTANCE-FIN.
           EXIT.

      * Calcule la part non courue de la quittance WS-RIS-IDX et
      * ecrit la quittance RISTOURN correspondante
       8520-ECRIRE-RISTOURNE-DEB.
           COMPUTE WS-RIS-JOURS-PERIODE =
               FUNCTION INTEGER-OF-DATE(WS-RIS-PERIODE-FIN(WS-RIS-IDX))
             - FUNCTION INTEGER-OF-DATE
                   (WS-RIS-PERIODE-DEBUT(WS-RIS-IDX)) + 1.
           COMPUTE WS-RIS-JOURS-NON-COURUS =
               FUNCTION INTEGER-OF-DATE(WS-RIS-PERIODE-FIN(WS-RIS-IDX))
             - FUNCTION INTEGER-OF-DATE(WS-RIS-DATE-ANNULATION).
           COMPUTE WS-RIS-MONTANT ROUNDED =
               WS-RIS-MONTANT-PAYE(WS-RIS-IDX)
             * WS-RIS-JOURS-NON-COURUS / WS-RIS-JOURS-PERIODE.

           IF WS-RIS-MONTANT = ZERO
               GO TO 8520-ECRIRE-RISTOURNE-FIN
           END-IF.

           ADD 1 TO WS-RIS-PROCH-NUMERO.
           MOVE WS-RIS-PROCH-NUMERO     TO FS-QUI-NUMERO.
           MOVE FS-CODE-CONTRAT         TO FS-QUI-CODE-CONTRAT.
           MOVE FS-NOM-CLIENT           TO FS-QUI-NOM-CLIENT.
           MOVE WS-RIS-DATE-ANNULATION  TO FS-QUI-PERIODE-DEBUT.
           MOVE WS-RIS-PERIODE-FIN(WS-RIS-IDX)
                                        TO FS-QUI-PERIODE-FIN.
           MOVE WS-RIS-MONTANT          TO FS-QUI-MONTANT.
           MOVE WS-RIS-DEVISE(WS-RIS-IDX)
                                        TO FS-QUI-DEVISE.
           MOVE WS-QUI-STATUT-RISTOURNE TO FS-QUI-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO FS-QUI-DATE-EMISSION.
           MOVE ZERO                    TO FS-QUI-DATE-PAIEMENT.
           WRITE FS-ENR-QUITTANCE
               INVALID KEY
                   DISPLAY "/!\ Numero de quittance deja utilise : "
                           FS-QUI-NUMERO ", ristourne non emise /!"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-AVANT
                   MOVE FS-ENR-QUITTANCE TO WS-AUD-APRES
                   MOVE "ECRITURE" TO WS-AUD-OPERATION
                   MOVE "quittances.dat" TO WS-AUD-FICHIER
                   MOVE "8520-ECRIRE-RISTOURNE" TO WS-AUD-ORIGINE
                   PERFORM 7500-ECRIRE-AUDIT-DEB
                      THRU 7500-ECRIRE-AUDIT-FIN
                   MOVE WS-RIS-MONTANT TO WS-RIS-MONTANT-ED
                   DISPLAY "Ristourne " FS-QUI-NUMERO " sur quittance "
                           WS-RIS-NO-ORIGINE(WS-RIS-IDX) " : "
                           WS-RIS-MONTANT-ED " " FS-QUI-DEVISE
                           " (" WS-RIS-JOURS-NON-COURUS "/"
                           WS-RIS-JOURS-PERIODE " jours)"
           END-WRITE.
       8520-ECRIRE-RISTOURNE-FIN.
           EXIT.

      ******************************************************************
      * RATTACHEMENT D'UN COURTIER A UN CONTRAT
      ******************************************************************
      * Demande un code contrat, le code courtier et le taux de
      * commission. Le courtier doit figurer dans l'annuaire et
      * detenir une licence en vigueur couvrant le produit du
      * contrat ; la commission est recalculee sur FS-MONTANT. Un
      * code courtier a blanc detache le courtier du contrat
       8530-RATTACHER-COURTIER-DEB.
           DISPLAY " ".
           DISPLAY "Rattacher un courtier - code contrat "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-ATT-CODE-SAISIE.
           IF WS-ATT-CODE-SAISIE = SPACES
               GO TO 8530-RATTACHER-COURTIER-FIN
           END-IF.

           MOVE WS-ATT-CODE-SAISIE TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Aucun contrat avec ce code /!\"
                   GO TO 8530-RATTACHER-COURTIER-FIN
           END-READ.

           DISPLAY "Produit : " FS-NOM-PRODUIT
                   " - courtier actuel : " FS-BROKER-ID
                   " (" FS-TAUX-COMMISSION " %)".
           DISPLAY "Nouveau code courtier (ENTREE = aucun) : "
                   WITH NO ADVANCING.
           ACCEPT WS-ATT-BROKER-SAISIE.
           MOVE ZERO TO WS-ATT-TAUX-SAISIE.
           IF WS-ATT-BROKER-SAISIE NOT = SPACES
               DISPLAY "Taux de commission (99V99) : "
                       WITH NO ADVANCING
               ACCEPT WS-ATT-TAUX-SAISIE
           END-IF.

      * Controles faits sur l'enregistrement portant le nouveau code,
      * l'ancien est remis en place en cas de refus
           MOVE FS-ENR-ASSURANCES TO WS-AUD-AVANT.
           MOVE FS-BROKER-ID TO WS-ATT-BROKER-ANCIEN.
           MOVE WS-ATT-BROKER-SAISIE TO FS-BROKER-ID.
           PERFORM 7300-VERIFIER-COURTIER-DEB
              THRU 7300-VERIFIER-COURTIER-FIN.
           IF NOT WS-AGENT-EST-CONNU
               DISPLAY "/!\ Courtier " FS-BROKER-ID
                       " inconnu de gens.txt /!\"
               MOVE WS-ATT-BROKER-ANCIEN TO FS-BROKER-ID
               GO TO 8530-RATTACHER-COURTIER-FIN
           END-IF.
           PERFORM 7310-VERIFIER-LICENCE-DEB
              THRU 7310-VERIFIER-LICENCE-FIN.
           IF NOT WS-LIC-VALIDE
               PERFORM 7320-AFFICHER-REFUS-LICENCE-DEB
                  THRU 7320-AFFICHER-REFUS-LICENCE-FIN
               DISPLAY "Rattachement refuse."
               MOVE WS-ATT-BROKER-ANCIEN TO FS-BROKER-ID
               GO TO 8530-RATTACHER-COURTIER-FIN
           END-IF.

           MOVE WS-ATT-TAUX-SAISIE TO FS-TAUX-COMMISSION.
           COMPUTE FS-MONTANT-COMMISSION ROUNDED =
               FS-MONTANT * FS-TAUX-COMMISSION / 100.
           REWRITE FS-ENR-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Reecriture du contrat impossible /!\"
                   GO TO 8530-RATTACHER-COURTIER-FIN
           END-REWRITE.
           MOVE FS-ENR-ASSURANCES TO WS-AUD-APRES.
           MOVE "REECRIT" TO WS-AUD-OPERATION.
           MOVE "assurances.dat" TO WS-AUD-FICHIER.
           MOVE "8530-RATTACHER-COURTIER" TO WS-AUD-ORIGINE.
           PERFORM 7500-ECRIRE-AUDIT-DEB
              THRU 7500-ECRIRE-AUDIT-FIN.
           DISPLAY "Courtier rattache, commission : "
                   FS-MONTANT-COMMISSION " " FS-DEVISE.
       8530-RATTACHER-COURTIER-FIN.
           EXIT.

      ******************************************************************
      * ENREGISTREMENT D'UN AVENANT SUR UN CONTRAT
      ******************************************************************
      ******************************************************************
      * Déclare un nouveau sinistre sur un contrat existant. Le
      * numéro de contrat est vérifié par accès direct dans
      * F-ASSURANCES avant d'écrire le sinistre, et la nature du
      * sinistre contrôlée contre les garanties du contrat
       8400-SAISIE-SINISTRE-DEB.
           DISPLAY " ".
           DISPLAY "Declarer un sinistre - code contrat "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-SIN-CODE-SAISIE.
           IF WS-SIN-CODE-SAISIE = SPACES
               GO TO 8400-SAISIE-SINISTRE-FIN
           END-IF.
           MOVE WS-SIN-CODE-SAISIE TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Aucun contrat avec ce code /!\"
                   GO TO 8400-SAISIE-SINISTRE-FIN
           END-READ.

           DISPLAY "Numero de sinistre : " WITH NO ADVANCING.
           ACCEPT WS-SIN-NO-SAISIE.
           DISPLAY "Nature du sinistre (code garantie) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SIN-NATURE-SAISIE.

           PERFORM 8401-CONTROLER-GARANTIE-DEB
              THRU 8401-CONTROLER-GARANTIE-FIN.
           IF WS-GAR-NB-CONTRAT > ZERO AND NOT WS-GAR-EST-COUVERT
               DISPLAY "/!\ Risque " FUNCTION TRIM
                       (WS-SIN-NATURE-SAISIE)
                       " non couvert par le contrat, sinistre "
                       "refuse /!\"
               GO TO 8400-SAISIE-SINISTRE-FIN
           END-IF.
           IF WS-GAR-NB-CONTRAT = ZERO
               DISPLAY "/!\ Aucune garantie enregistree pour ce "
                       "contrat : couverture non controlee /!\"
           END-IF.

           DISPLAY "Reserve d'ouverture (montant estime) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SIN-MONTANT-SAISIE.

           MOVE WS-SIN-NO-SAISIE     TO FS-NO-SINISTRE.
           MOVE WS-SIN-CODE-SAISIE   TO FS-SIN-CODE-CONTRAT.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                     TO FS-SIN-DATE.
           MOVE WS-SIN-NATURE-SAISIE TO FS-SIN-NATURE.
           MOVE WS-SIN-STATUT-OUVERT TO FS-SIN-STATUT.
           MOVE WS-SIN-MONTANT-SAISIE
                                     TO FS-SIN-MONTANT.
           WRITE FS-ENR-SINISTRE
               INVALID KEY
                   DISPLAY "/!\ Numero de sinistre deja "
                           "utilise /!\"
                   GO TO 8400-SAISIE-SINISTRE-FIN
           END-WRITE.

           MOVE SPACES TO WS-AUD-AVANT.
           MOVE FS-ENR-SINISTRE TO WS-AUD-APRES.
           MOVE "ECRITURE" TO WS-AUD-OPERATION.
           MOVE "sinistres.dat" TO WS-AUD-FICHIER.
           MOVE "8400-SAISIE-SINISTRE" TO WS-AUD-ORIGINE.
           PERFORM 7500-ECRIRE-AUDIT-DEB
              THRU 7500-ECRIRE-AUDIT-FIN.
           MOVE ZERO TO WS-REG-DERN-SEQUENCE.
           MOVE WS-REG-TYPE-RESERVE TO FS-REG-TYPE.
           MOVE FS-SIN-DATE TO FS-REG-DATE.
           MOVE WS-SIN-MONTANT-SAISIE TO FS-REG-MONTANT.
           MOVE SPACES TO FS-REG-BENEFICIAIRE.
           PERFORM 8413-ECRIRE-MOUVEMENT-DEB
              THRU 8413-ECRIRE-MOUVEMENT-FIN.
           DISPLAY "Sinistre enregistre.".

           IF WS-GAR-EST-COUVERT
               PERFORM 8402-CALCULER-INDEMNITE-DEB
                  THRU 8402-CALCULER-INDEMNITE-FIN
               MOVE WS-SIN-MONTANT-SAISIE TO WS-GAR-MONTANT-ED
               MOVE WS-GAR-FRANCHISE TO WS-GAR-FRANCHISE-ED
               DISPLAY "Montant estime " WS-GAR-MONTANT-ED
                       " - franchise " WS-GAR-FRANCHISE-ED
               IF WS-GAR-PLAFOND > ZERO
                   MOVE WS-GAR-PLAFOND TO WS-GAR-MONTANT-ED
                   DISPLAY "Plafond de la garantie : "
                           WS-GAR-MONTANT-ED
               END-IF
               DISPLAY "Indemnite due : " WS-GAR-INDEMNITE-ED
           END-IF.
       8400-SAISIE-SINISTRE-FIN.
           EXIT.

      * Cherche la garantie WS-SIN-NATURE-SAISIE du contrat
      * WS-SIN-CODE-SAISIE (acces direct), et compte les garanties
      * du contrat pour distinguer un risque non couvert d'un
      * contrat dont les garanties ne sont pas encore saisies
       8401-CONTROLER-GARANTIE-DEB.
           MOVE 'N' TO WS-GAR-COUVERT.
           MOVE ZERO TO WS-GAR-PLAFOND.
           MOVE ZERO TO WS-GAR-FRANCHISE.
           MOVE WS-SIN-CODE-SAISIE   TO FS-GAR-CODE-CONTRAT.
           MOVE WS-SIN-NATURE-SAISIE TO FS-GAR-CODE.
           READ F-GARANTIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GAR-EST-COUVERT TO TRUE
                   MOVE FS-GAR-PLAFOND   TO WS-GAR-PLAFOND
                   MOVE FS-GAR-FRANCHISE TO WS-GAR-FRANCHISE
           END-READ.

           MOVE ZERO TO WS-GAR-NB-CONTRAT.
           MOVE WS-SIN-CODE-SAISIE TO FS-GAR-CODE-CONTRAT.
           MOVE LOW-VALUES TO FS-GAR-CODE.
           MOVE 'N' TO WS-FLAG-FIN-GAR.
           START F-GARANTIES KEY IS >= FS-GAR-CLE
               INVALID KEY
                   SET WS-FIN-GAR TO TRUE
           END-START.
           PERFORM UNTIL WS-FIN-GAR
               READ F-GARANTIES NEXT RECORD
                   AT END
                       SET WS-FIN-GAR TO TRUE
                   NOT AT END
                       IF FS-GAR-CODE-CONTRAT = WS-SIN-CODE-SAISIE
                           ADD 1 TO WS-GAR-NB-CONTRAT
                       ELSE
                           SET WS-FIN-GAR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       8401-CONTROLER-GARANTIE-FIN.
           EXIT.

      * Indemnite due pour un montant WS-SIN-MONTANT-SAISIE : moins
      * la franchise (jamais negative), bornee au plafond s'il y en a
       8402-CALCULER-INDEMNITE-DEB.
           IF WS-SIN-MONTANT-SAISIE > WS-GAR-FRANCHISE
               COMPUTE WS-GAR-INDEMNITE =
                   WS-SIN-MONTANT-SAISIE - WS-GAR-FRANCHISE
           ELSE
               MOVE ZERO TO WS-GAR-INDEMNITE
           END-IF.
           IF WS-GAR-PLAFOND > ZERO
              AND WS-GAR-INDEMNITE > WS-GAR-PLAFOND
               MOVE WS-GAR-PLAFOND TO WS-GAR-INDEMNITE
           END-IF.
           MOVE WS-GAR-INDEMNITE TO WS-GAR-INDEMNITE-ED.
       8402-CALCULER-INDEMNITE-FIN.
           EXIT.

      * Affiche l'historique des sinistres d'un contrat donné, via la
      * clé alternative FS-SIN-CODE-CONTRAT (accès dynamique, START +
      * READ NEXT tant que le code contrat correspond toujours)
                                       FS-SIN-NATURE " | "
                                       FS-SIN-STATUT " | "
                                       FS-SIN-MONTANT
                               PERFORM 8411-SITUATION-SINISTRE-DEB
                                  THRU 8411-SITUATION-SINISTRE-FIN
                               MOVE WS-REG-RESERVE TO WS-REG-RESERVE-ED
                               MOVE WS-REG-PAYE    TO WS-REG-PAYE-ED
                               MOVE WS-REG-RESTANT TO WS-REG-RESTANT-ED
                               DISPLAY "         reserve "
                                       WS-REG-RESERVE-ED
                                       " | paye " WS-REG-PAYE-ED
                                       " | restant " WS-REG-RESTANT-ED
                               MOVE FS-SIN-CODE-CONTRAT
                                   TO WS-SIN-CODE-SAISIE
                               MOVE FS-SIN-NATURE
                                   TO WS-SIN-NATURE-SAISIE
                               MOVE WS-REG-RESERVE
                                   TO WS-SIN-MONTANT-SAISIE
                               PERFORM 8401-CONTROLER-GARANTIE-DEB
                                  THRU 8401-CONTROLER-GARANTIE-FIN
                               IF WS-GAR-EST-COUVERT
                                   PERFORM 8402-CALCULER-INDEMNITE-DEB
                                      THRU 8402-CALCULER-INDEMNITE-FIN
                                   DISPLAY "         indemnite due "
                                           "apres franchise/plafond "
                                           WS-GAR-INDEMNITE-ED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
       8410-HISTORIQUE-SINISTRE-FIN.
           EXIT.

      * Recalcule depuis le grand livre la situation du sinistre
      * courant (FS-ENR-SINISTRE) : derniere reserve (RESERVE ou
      * REVISION), cumul des PAIEMENT et restant du. Un sinistre
      * anterieur au grand livre (aucun mouvement) garde FS-SIN-
      * MONTANT pour reserve, et est repute paye en totalite s'il
      * est REGLE
       8411-SITUATION-SINISTRE-DEB.
           MOVE FS-SIN-MONTANT TO WS-REG-RESERVE.
           MOVE ZERO TO WS-REG-PAYE.
           MOVE ZERO TO WS-REG-NB-MVT.
           MOVE ZERO TO WS-REG-DERN-SEQUENCE.

           MOVE FS-NO-SINISTRE TO FS-REG-NO-SINISTRE.
           MOVE ZERO TO FS-REG-SEQUENCE.
           MOVE 'N' TO WS-FLAG-FIN-REG.
           START F-REGLEMENTS KEY IS >= FS-REG-CLE
               INVALID KEY
                   SET WS-FIN-REG TO TRUE
           END-START.

           PERFORM UNTIL WS-FIN-REG
               READ F-REGLEMENTS NEXT RECORD
                   AT END
                       SET WS-FIN-REG TO TRUE
                   NOT AT END
                       IF FS-REG-NO-SINISTRE NOT = FS-NO-SINISTRE
                           SET WS-FIN-REG TO TRUE
                       ELSE
                           ADD 1 TO WS-REG-NB-MVT
                           MOVE FS-REG-SEQUENCE
                               TO WS-REG-DERN-SEQUENCE
                           IF FS-REG-TYPE = WS-REG-TYPE-PAIEMENT
                               ADD FS-REG-MONTANT TO WS-REG-PAYE
                           ELSE
                               MOVE FS-REG-MONTANT TO WS-REG-RESERVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
       8411-SITUATION-SINISTRE-FIN.
           EXIT.

      * Mouvement sur un sinistre OUVERT : revision de la reserve
      * (nouvelle reserve totale, reportee dans FS-SIN-MONTANT) ou
      * paiement partiel a un beneficiaire. Un paiement ne peut pas
      * depasser le restant du : la reserve doit d'abord etre revue
       8412-MOUVEMENT-SINISTRE-DEB.
           DISPLAY " ".
           DISPLAY "Reserve / paiement - numero de sinistre "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-REG-NO-SAISIE.
           IF WS-REG-NO-SAISIE = SPACES
               GO TO 8412-MOUVEMENT-SINISTRE-FIN
           END-IF.

           MOVE WS-REG-NO-SAISIE TO FS-NO-SINISTRE.
           READ F-SINISTRES
               INVALID KEY
                   DISPLAY "/!\ Aucun sinistre avec ce numero /!\"
                   GO TO 8412-MOUVEMENT-SINISTRE-FIN
           END-READ.
           IF FS-SIN-STATUT NOT = WS-SIN-STATUT-OUVERT
               DISPLAY "/!\ Sinistre deja clos (" FS-SIN-STATUT
                       ") /!\"
               GO TO 8412-MOUVEMENT-SINISTRE-FIN
           END-IF.

           PERFORM 8411-SITUATION-SINISTRE-DEB
              THRU 8411-SITUATION-SINISTRE-FIN.
           MOVE WS-REG-RESERVE TO WS-REG-RESERVE-ED.
           MOVE WS-REG-PAYE    TO WS-REG-PAYE-ED.
           MOVE WS-REG-RESTANT TO WS-REG-RESTANT-ED.
           DISPLAY "Reserve " WS-REG-RESERVE-ED
                   " | paye " WS-REG-PAYE-ED
                   " | restant " WS-REG-RESTANT-ED.

           DISPLAY "R = revision de reserve, P = paiement : "
                   WITH NO ADVANCING.
           ACCEPT WS-REG-CHOIX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REG-DATE-SAISIE.

           EVALUATE TRUE
               WHEN WS-REG-CHOIX-REVISION
                   DISPLAY "Nouvelle reserve totale : "
                           WITH NO ADVANCING
                   ACCEPT WS-REG-MONTANT-SAISIE
                   IF WS-REG-MONTANT-SAISIE < WS-REG-PAYE
                       DISPLAY "/!\ Reserve inferieure au deja paye,"
                               " revision refusee /!\"
                       GO TO 8412-MOUVEMENT-SINISTRE-FIN
                   END-IF
                   MOVE FS-ENR-SINISTRE TO WS-AUD-AVANT
                   MOVE WS-REG-MONTANT-SAISIE TO FS-SIN-MONTANT
                   REWRITE FS-ENR-SINISTRE
                   MOVE FS-ENR-SINISTRE TO WS-AUD-APRES
                   MOVE "REECRIT" TO WS-AUD-OPERATION
                   MOVE "sinistres.dat" TO WS-AUD-FICHIER
                   MOVE "8412-MOUVEMENT-SINISTRE" TO WS-AUD-ORIGINE
                   PERFORM 7500-ECRIRE-AUDIT-DEB
                      THRU 7500-ECRIRE-AUDIT-FIN
                   MOVE WS-REG-TYPE-REVISION TO FS-REG-TYPE
                   MOVE SPACES TO FS-REG-BENEFICIAIRE
               WHEN WS-REG-CHOIX-PAIEMENT
                   DISPLAY "Date du paiement (AAAAMMJJ, ENTREE pour "
                           "aujourd'hui) : " WITH NO ADVANCING
                   ACCEPT WS-REG-DATE-SAISIE
                   IF WS-REG-DATE-SAISIE = ZERO
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-REG-DATE-SAISIE
                   END-IF
                   DISPLAY "Montant paye : " WITH NO ADVANCING
                   ACCEPT WS-REG-MONTANT-SAISIE
                   IF WS-REG-MONTANT-SAISIE = ZERO
                       GO TO 8412-MOUVEMENT-SINISTRE-FIN
                   END-IF
                   IF WS-REG-MONTANT-SAISIE > WS-REG-RESTANT
                       DISPLAY "/!\ Paiement superieur au restant "
                               "du, reviser d'abord la reserve /!\"
                       GO TO 8412-MOUVEMENT-SINISTRE-FIN
                   END-IF
                   DISPLAY "Beneficiaire : " WITH NO ADVANCING
                   ACCEPT WS-REG-BENEF-SAISIE
                   MOVE WS-REG-TYPE-PAIEMENT TO FS-REG-TYPE
                   MOVE WS-REG-BENEF-SAISIE TO FS-REG-BENEFICIAIRE
               WHEN OTHER
                   DISPLAY "Aucun mouvement enregistre."
                   GO TO 8412-MOUVEMENT-SINISTRE-FIN
           END-EVALUATE.

           MOVE WS-REG-DATE-SAISIE    TO FS-REG-DATE.
           MOVE WS-REG-MONTANT-SAISIE TO FS-REG-MONTANT.
           PERFORM 8413-ECRIRE-MOUVEMENT-DEB
              THRU 8413-ECRIRE-MOUVEMENT-FIN.
       8412-MOUVEMENT-SINISTRE-FIN.
           EXIT.

      * Ecrit au grand livre le mouvement prepare dans FS-ENR-
      * REGLEMENT (type, date, montant, beneficiaire) pour le
      * sinistre FS-NO-SINISTRE, a la sequence suivant
      * WS-REG-DERN-SEQUENCE, avec sa ligne d'audit
       8413-ECRIRE-MOUVEMENT-DEB.
           MOVE FS-NO-SINISTRE TO FS-REG-NO-SINISTRE.
           COMPUTE FS-REG-SEQUENCE = WS-REG-DERN-SEQUENCE + 1.
           WRITE FS-ENR-REGLEMENT
               INVALID KEY
                   DISPLAY "/!\ Mouvement " FS-REG-CLE
                           " deja present, non enregistre /!\"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-AVANT
                   MOVE FS-ENR-REGLEMENT TO WS-AUD-APRES
                   MOVE "ECRITURE" TO WS-AUD-OPERATION
                   MOVE "reglements.dat" TO WS-AUD-FICHIER
                   MOVE "8413-ECRIRE-MOUVEMENT" TO WS-AUD-ORIGINE
                   PERFORM 7500-ECRIRE-AUDIT-DEB
                      THRU 7500-ECRIRE-AUDIT-FIN
                   DISPLAY "Mouvement " FS-REG-TYPE " enregistre : "
                           FS-REG-MONTANT
           END-WRITE.
       8413-ECRIRE-MOUVEMENT-FIN.
           EXIT.

      * Clôture un sinistre : le numéro saisi est relu par clé
      * primaire, le statut de résolution (réglé ou rejeté) remplace
      * OUVERT et l'enregistrement est réécrit, afin que les
       8415-CLOTURER-SINISTRE-FIN.
           EXIT.

      ******************************************************************
      * GARANTIES D'UN CONTRAT
      ******************************************************************
      * Liste les garanties d'un contrat puis en ajoute, modifie ou
      * supprime une. Le code garantie est celui que l'on saisit en
      * nature de sinistre (INCENDIE, DEGAT DES EAUX, VOL...)
       8440-GERER-GARANTIES-DEB.
           DISPLAY " ".
           DISPLAY "Garanties - code contrat (ENTREE pour ignorer) : "
                   WITH NO ADVANCING.
           ACCEPT WS-GAR-CODE-CONTRAT-SAISIE.
           IF WS-GAR-CODE-CONTRAT-SAISIE = SPACES
               GO TO 8440-GERER-GARANTIES-FIN
           END-IF.
           MOVE WS-GAR-CODE-CONTRAT-SAISIE TO FS-CODE-CONTRAT.
           READ F-ASSURANCES
               INVALID KEY
                   DISPLAY "/!\ Aucun contrat avec ce code /!\"
                   GO TO 8440-GERER-GARANTIES-FIN
           END-READ.

           PERFORM 8441-LISTER-GARANTIES-DEB
              THRU 8441-LISTER-GARANTIES-FIN.

           DISPLAY "A = ajouter/modifier, S = supprimer "
                   "(ENTREE pour ignorer) : " WITH NO ADVANCING.
           ACCEPT WS-GAR-ACTION.
           IF NOT WS-GAR-ACTION-AJOUT AND NOT WS-GAR-ACTION-SUPPR
               GO TO 8440-GERER-GARANTIES-FIN
           END-IF.
           DISPLAY "Code garantie : " WITH NO ADVANCING.
           ACCEPT WS-GAR-CODE-SAISIE.
           IF WS-GAR-CODE-SAISIE = SPACES
               GO TO 8440-GERER-GARANTIES-FIN
           END-IF.

           MOVE WS-GAR-CODE-CONTRAT-SAISIE TO FS-GAR-CODE-CONTRAT.
           MOVE WS-GAR-CODE-SAISIE         TO FS-GAR-CODE.
           READ F-GARANTIES
               INVALID KEY
                   MOVE SPACES TO WS-AUD-AVANT
               NOT INVALID KEY
                   MOVE FS-ENR-GARANTIE TO WS-AUD-AVANT
           END-READ.

           IF WS-GAR-ACTION-SUPPR
               IF WS-AUD-AVANT = SPACES
                   DISPLAY "/!\ Garantie absente du contrat /!\"
                   GO TO 8440-GERER-GARANTIES-FIN
               END-IF
               DELETE F-GARANTIES RECORD
               MOVE SPACES TO WS-AUD-APRES
               MOVE "SUPPRIME" TO WS-AUD-OPERATION
               DISPLAY "Garantie supprimee."
           ELSE
               DISPLAY "Plafond (0 = sans plafond) : "
                       WITH NO ADVANCING
               ACCEPT WS-GAR-PLAFOND-SAISIE
               DISPLAY "Franchise : " WITH NO ADVANCING
               ACCEPT WS-GAR-FRANCHISE-SAISIE
               MOVE WS-GAR-CODE-CONTRAT-SAISIE TO FS-GAR-CODE-CONTRAT
               MOVE WS-GAR-CODE-SAISIE         TO FS-GAR-CODE
               MOVE WS-GAR-PLAFOND-SAISIE      TO FS-GAR-PLAFOND
               MOVE WS-GAR-FRANCHISE-SAISIE    TO FS-GAR-FRANCHISE
               IF WS-AUD-AVANT = SPACES
                   WRITE FS-ENR-GARANTIE
                   MOVE "ECRITURE" TO WS-AUD-OPERATION
               ELSE
                   REWRITE FS-ENR-GARANTIE
                   MOVE "REECRIT" TO WS-AUD-OPERATION
               END-IF
               MOVE FS-ENR-GARANTIE TO WS-AUD-APRES
               DISPLAY "Garantie enregistree."
           END-IF.

           MOVE "garanties.dat" TO WS-AUD-FICHIER.
           MOVE "8440-GERER-GARANTIES" TO WS-AUD-ORIGINE.
           PERFORM 7500-ECRIRE-AUDIT-DEB
              THRU 7500-ECRIRE-AUDIT-FIN.
       8440-GERER-GARANTIES-FIN.
           EXIT.

      * Affiche les garanties du contrat WS-GAR-CODE-CONTRAT-SAISIE
       8441-LISTER-GARANTIES-DEB.
           MOVE ZERO TO WS-GAR-NB-CONTRAT.
           MOVE WS-GAR-CODE-CONTRAT-SAISIE TO FS-GAR-CODE-CONTRAT.
           MOVE LOW-VALUES TO FS-GAR-CODE.
           MOVE 'N' TO WS-FLAG-FIN-GAR.
           START F-GARANTIES KEY IS >= FS-GAR-CLE
               INVALID KEY
                   SET WS-FIN-GAR TO TRUE
           END-START.
           PERFORM UNTIL WS-FIN-GAR
               READ F-GARANTIES NEXT RECORD
                   AT END
                       SET WS-FIN-GAR TO TRUE
                   NOT AT END
                       IF FS-GAR-CODE-CONTRAT
                               NOT = WS-GAR-CODE-CONTRAT-SAISIE
                           SET WS-FIN-GAR TO TRUE
                       ELSE
                           ADD 1 TO WS-GAR-NB-CONTRAT
                           MOVE FS-GAR-PLAFOND TO WS-GAR-MONTANT-ED
                           MOVE FS-GAR-FRANCHISE
                               TO WS-GAR-FRANCHISE-ED
                           DISPLAY FS-GAR-CODE " | plafond "
                                   WS-GAR-MONTANT-ED " | franchise "
                                   WS-GAR-FRANCHISE-ED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GAR-NB-CONTRAT = ZERO
               DISPLAY "Aucune garantie pour ce contrat."
           END-IF.
       8441-LISTER-GARANTIES-FIN.
           EXIT.

      * Parcourt F-SINISTRES en séquentiel et cumule, pour chaque
      * sinistre encore ouvert, un compteur par produit (le produit
      * étant retrouvé via le tableau mémoire des contrats)
