      ******************************************************************
      * PROGRAMME : ATTESTATIONS-ASSURANCE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Edition des attestations d'assurance : pour un
      *             contrat saisi, ou pour tous les contrats ACTIF
      *             d'un client, remplit une attestation a
      *             disposition fixe (assure et adresse lus dans
      *             clients-assurance.txt, produit, numero de
      *             contrat, periode de garantie FS-DATE-DEBUT a
      *             FS-DATE-FIN), une page par contrat. Les numeros
      *             delivres sont consignes dans un registre comme
      *             le fait attestations.cbl : une attestation
      *             redemandee pour le meme contrat et la meme
      *             periode reprend le numero d'origine (duplicata).
      *
      * FICHIERS  :
      *   - F-ASSURANCES : assurances.dat (entree, indexe)
      *   - F-CLIENTS    : clients-assurance.txt (entree, indexe,
      *                    facultatif)
      *   - F-REGISTRE   : attestations-assurance-registre.txt
      *                    (numeros delivres, lu puis alimente en
      *                    ajout)
      *   - F-ATTESTATIONS : attestations-assurance-AAAAMMJJ.txt
      *                    (sortie)
      *
      * REMARQUE  : Aucune attestation n'est delivree pour un
      *             contrat SUSPENDU, ANNULE ou CADUC, ni pour un
      *             contrat qui n'est pas ACTIF.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. attestations-assurance.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Maitre des clients (cf. clients-assurance.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLI-ID
               FILE STATUS IS WS-FS-CLIENTS.

      * Registre des attestations delivrees
           SELECT F-REGISTRE
               ASSIGN TO "attestations-assurance-registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

      * Attestations du jour, une page par contrat
           SELECT F-ATTESTATIONS ASSIGN TO WS-NOM-ATTESTATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESTATIONS.

       DATA DIVISION.
       FILE SECTION.

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

      * Enregistrement d'un client, tel que declare dans
      * clients-assurance.cbl
       FD F-CLIENTS.
       01 FS-ENR-CLIENT.
           05 FS-CLI-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-CLI-NOM                  PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-CLI-ADRESSE              PIC X(40).
           05 FILLER                      PIC X(01).
           05 FS-CLI-CODE-POSTAL          PIC X(05).
           05 FILLER                      PIC X(01).
           05 FS-CLI-VILLE                PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-CLI-PRELEVEMENT          PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-CLI-IBAN                 PIC X(34).
           05 FILLER                      PIC X(01).
           05 FS-CLI-BIC                  PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-CLI-RUM                  PIC X(35).

      * Registre : une ligne par attestation delivree
       FD F-REGISTRE.
       01 FS-ENR-REGISTRE.
           05 FS-AT-NUM                   PIC 9(05).
           05 FILLER                      PIC X(01).
           05 FS-AT-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AT-CODE-CONTRAT          PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-AT-CLIENT-ID             PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-AT-DATE-DEBUT            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AT-DATE-FIN              PIC 9(08).

      * Attestations imprimables, une page par contrat
       FD F-ATTESTATIONS
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-ENR-ATTESTATION              PIC X(80).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-REGISTRE           PIC X(02).
       01 WS-FS-ATTESTATIONS       PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Date du jour et nom du fichier d'attestations
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NOM-ATTESTATIONS      PIC X(40).

      * Demande : 1 = un contrat, 2 = tous les contrats ACTIF d'un
      * client
       01 WS-CHOIX-DEMANDE         PIC 9(01).
           88 WS-DEMANDE-CONTRAT                VALUE 1.
           88 WS-DEMANDE-CLIENT                 VALUE 2.
       01 WS-SAISIE-CONTRAT        PIC X(08).
       01 WS-SAISIE-CLIENT         PIC X(06).

      * Statuts d'un contrat
       01 WS-STATUT-ACTIF          PIC X(08) VALUE "ACTIF".
       01 WS-STATUT-SUSPENDU       PIC X(08) VALUE "SUSPENDU".
       01 WS-STATUT-ANNULE         PIC X(08) VALUE "ANNULE".
       01 WS-STATUT-CADUC          PIC X(08) VALUE "CADUC".

      * Registre charge en memoire : numero deja delivre par
      * contrat et periode de garantie
       01 WS-NB-REGISTRE           PIC 9(04) VALUE ZERO.
       01 WS-IDX-REG               PIC 9(04) VALUE ZERO.
       01 WS-TAB-REGISTRE.
           05 WS-REG OCCURS 2000 TIMES.
              10 WS-REG-NUM             PIC 9(05).
              10 WS-REG-CODE-CONTRAT    PIC X(08).
              10 WS-REG-DATE-DEBUT      PIC 9(08).
              10 WS-REG-DATE-FIN        PIC 9(08).

      * Numerotation poursuivie depuis le plus grand numero delivre
       01 WS-PROCHAIN-NUM          PIC 9(05) VALUE ZERO.

      * Numero retenu pour le contrat courant (reutilise pour un
      * duplicata) et indicateur de duplicata
       01 WS-NUM-RETENU            PIC 9(05) VALUE ZERO.
       01 WS-EST-DUPLICATA         PIC X(01) VALUE "N".

      * Assure du contrat courant
       01 WS-ASS-NOM               PIC X(41).
       01 WS-ASS-ADRESSE           PIC X(40).
       01 WS-ASS-CODE-POSTAL       PIC X(05).
       01 WS-ASS-VILLE             PIC X(20).

      * Compteurs et zones d'edition de l'attestation
       01 WS-NB-ATTESTATIONS       PIC 9(04) VALUE ZERO.
       01 WS-NB-REFUSEES           PIC 9(04) VALUE ZERO.
       01 WS-PREMIERE-PAGE         PIC X(01) VALUE "O".
       01 WS-LIGNE-ATTESTATION     PIC X(80).
       01 WS-TIRET                 PIC X(80) VALUE ALL "*".

      * Formatage d'une date AAAAMMJJ en JJ/MM/AAAA
       01 WS-DATE-TEMP             PIC 9(08).
       01 WS-DATE-FORMATTEE        PIC X(10).
       01 WS-DATE-DEBUT-ED         PIC X(10).
       01 WS-DATE-FIN-ED           PIC X(10).
       01 WS-DATE-JOUR-ED          PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : attestations d'un contrat ou d'un
      * client
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DATE-TEMP.
           PERFORM 7000-FORMATER-DATE-DEB
              THRU 7000-FORMATER-DATE-FIN.
           MOVE WS-DATE-FORMATTEE TO WS-DATE-JOUR-ED.
           INITIALIZE WS-NOM-ATTESTATIONS.
           STRING "attestations-assurance-" WS-DATE-JOUR ".txt"
               INTO WS-NOM-ATTESTATIONS
           END-STRING.

           DISPLAY "Attestation pour 1 = un contrat, "
                   "2 = tous les contrats ACTIF d'un client : "
                   WITH NO ADVANCING.
           ACCEPT WS-CHOIX-DEMANDE.
           EVALUATE TRUE
               WHEN WS-DEMANDE-CONTRAT
                   DISPLAY "Code contrat : " WITH NO ADVANCING
                   ACCEPT WS-SAISIE-CONTRAT
               WHEN WS-DEMANDE-CLIENT
                   DISPLAY "Identifiant client : " WITH NO ADVANCING
                   ACCEPT WS-SAISIE-CLIENT
               WHEN OTHER
                   DISPLAY "Aucune attestation demandee."
                   GO TO 0000-TRT-PRINCIPAL-FIN
           END-EVALUATE.

      * Chargement du registre des numeros deja delivres
           PERFORM 6110-CHARGER-REGISTRE-DEB
              THRU 6110-CHARGER-REGISTRE-FIN.

           PERFORM 6010-OPEN-F-ASSURANCES-DEB
              THRU 6010-OPEN-F-ASSURANCES-FIN.
           PERFORM 6020-OPEN-F-CLIENTS-DEB
              THRU 6020-OPEN-F-CLIENTS-FIN.
           PERFORM 6030-OPEN-F-REGISTRE-APPEND-DEB
              THRU 6030-OPEN-F-REGISTRE-APPEND-FIN.
           PERFORM 6040-OPEN-F-ATTESTATIONS-DEB
              THRU 6040-OPEN-F-ATTESTATIONS-FIN.

           IF WS-DEMANDE-CONTRAT
               MOVE WS-SAISIE-CONTRAT TO FS-CODE-CONTRAT
               READ F-ASSURANCES
                   INVALID KEY
                       DISPLAY "/!\ Aucun contrat avec ce code /!\"
                   NOT INVALID KEY
                       PERFORM 7100-CONTROLER-CONTRAT-DEB
                          THRU 7100-CONTROLER-CONTRAT-FIN
               END-READ
           ELSE
               PERFORM 7200-CONTRATS-CLIENT-DEB
                  THRU 7200-CONTRATS-CLIENT-FIN
           END-IF.

           PERFORM 6240-CLOSE-F-ATTESTATIONS-DEB
              THRU 6240-CLOSE-F-ATTESTATIONS-FIN.
           PERFORM 6230-CLOSE-F-REGISTRE-DEB
              THRU 6230-CLOSE-F-REGISTRE-FIN.
           PERFORM 6220-CLOSE-F-CLIENTS-DEB
              THRU 6220-CLOSE-F-CLIENTS-FIN.
           PERFORM 6210-CLOSE-F-ASSURANCES-DEB
              THRU 6210-CLOSE-F-ASSURANCES-FIN.

           DISPLAY "Attestations editees : " WS-NB-ATTESTATIONS
                   " dans " FUNCTION TRIM(WS-NOM-ATTESTATIONS).
           IF WS-NB-REFUSEES > ZERO
               DISPLAY "/!\ Attestations refusees : " WS-NB-REFUSEES
                       " /!\"
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * ORDRES D'OUVERTURE ET FERMETURE DE FICHIER
      ******************************************************************
       6010-OPEN-F-ASSURANCES-DEB.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "Erreur ouverture assurances.dat, code : "
                   WS-FS-ASSURANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-ASSURANCES-FIN.
           EXIT.

       6210-CLOSE-F-ASSURANCES-DEB.
           CLOSE F-ASSURANCES.
       6210-CLOSE-F-ASSURANCES-FIN.
           EXIT.

      * Le maitre des clients peut ne pas exister encore : l'assure
      * est alors le nom porte par le contrat, sans adresse
       6020-OPEN-F-CLIENTS-DEB.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "/!\ clients-assurance.txt indisponible (code "
                       WS-FS-CLIENTS "), attestations sans adresse /!\"
           END-IF.
       6020-OPEN-F-CLIENTS-FIN.
           EXIT.

       6220-CLOSE-F-CLIENTS-DEB.
           IF WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "23"
               CLOSE F-CLIENTS
           END-IF.
       6220-CLOSE-F-CLIENTS-FIN.
           EXIT.

       6030-OPEN-F-REGISTRE-APPEND-DEB.
           OPEN EXTEND F-REGISTRE.
           IF WS-FS-REGISTRE = "35"
               OPEN OUTPUT F-REGISTRE
               CLOSE F-REGISTRE
               OPEN EXTEND F-REGISTRE
           END-IF.
           IF WS-FS-REGISTRE NOT = "00"
               DISPLAY "Erreur ouverture attestations-assurance-"
                       "registre.txt, code : " WS-FS-REGISTRE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-F-REGISTRE-APPEND-FIN.
           EXIT.

       6230-CLOSE-F-REGISTRE-DEB.
           CLOSE F-REGISTRE.
       6230-CLOSE-F-REGISTRE-FIN.
           EXIT.

       6040-OPEN-F-ATTESTATIONS-DEB.
           OPEN OUTPUT F-ATTESTATIONS.
           IF WS-FS-ATTESTATIONS NOT = "00"
               DISPLAY "Erreur ouverture "
                       FUNCTION TRIM(WS-NOM-ATTESTATIONS)
                       ", code : " WS-FS-ATTESTATIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-ATTESTATIONS-FIN.
           EXIT.

       6240-CLOSE-F-ATTESTATIONS-DEB.
           CLOSE F-ATTESTATIONS.
       6240-CLOSE-F-ATTESTATIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REGISTRE DES NUMEROS DELIVRES
      ******************************************************************
       6110-CHARGER-REGISTRE-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REGISTRE.
           IF WS-FS-REGISTRE NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-REGISTRE
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-REGISTRE < 2000
                           ADD 1 TO WS-NB-REGISTRE
                           MOVE FS-AT-NUM
                               TO WS-REG-NUM(WS-NB-REGISTRE)
                           MOVE FS-AT-CODE-CONTRAT
                               TO WS-REG-CODE-CONTRAT(WS-NB-REGISTRE)
                           MOVE FS-AT-DATE-DEBUT
                               TO WS-REG-DATE-DEBUT(WS-NB-REGISTRE)
                           MOVE FS-AT-DATE-FIN
                               TO WS-REG-DATE-FIN(WS-NB-REGISTRE)
                       END-IF
                       IF FS-AT-NUM > WS-PROCHAIN-NUM
                           MOVE FS-AT-NUM TO WS-PROCHAIN-NUM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-REGISTRE = "00" OR WS-FS-REGISTRE = "10"
               CLOSE F-REGISTRE
           END-IF.
       6110-CHARGER-REGISTRE-FIN.
           EXIT.

      ******************************************************************
      * FORMATAGE D'UNE DATE AAAAMMJJ EN JJ/MM/AAAA
      ******************************************************************
       7000-FORMATER-DATE-DEB.
           INITIALIZE WS-DATE-FORMATTEE.
           STRING WS-DATE-TEMP(7:2) "/" WS-DATE-TEMP(5:2) "/"
                  WS-DATE-TEMP(1:4)
               INTO WS-DATE-FORMATTEE
           END-STRING.
       7000-FORMATER-DATE-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE DU STATUT DU CONTRAT COURANT
      ******************************************************************
      * Seul un contrat ACTIF recoit une attestation
       7100-CONTROLER-CONTRAT-DEB.
           IF FS-STATUT = WS-STATUT-SUSPENDU
              OR FS-STATUT = WS-STATUT-ANNULE
              OR FS-STATUT = WS-STATUT-CADUC
               ADD 1 TO WS-NB-REFUSEES
               DISPLAY "/!\ Contrat " FS-CODE-CONTRAT " "
                       FUNCTION TRIM(FS-STATUT)
                       " : attestation refusee /!\"
               GO TO 7100-CONTROLER-CONTRAT-FIN
           END-IF.
           IF FS-STATUT NOT = WS-STATUT-ACTIF
               ADD 1 TO WS-NB-REFUSEES
               DISPLAY "/!\ Contrat " FS-CODE-CONTRAT " "
                       FUNCTION TRIM(FS-STATUT)
                       " : pas encore en vigueur, attestation "
                       "refusee /!\"
               GO TO 7100-CONTROLER-CONTRAT-FIN
           END-IF.

           PERFORM 8000-DELIVRER-ATTESTATION-DEB
              THRU 8000-DELIVRER-ATTESTATION-FIN.
       7100-CONTROLER-CONTRAT-FIN.
           EXIT.

      * Parcourt assurances.dat : les contrats ACTIF du client recoivent
      * une attestation, ses autres contrats sont signales refuses
       7200-CONTRATS-CLIENT-DEB.
           MOVE 'N' TO FLAG-STOP.
           MOVE LOW-VALUES TO FS-CODE-CONTRAT.
           START F-ASSURANCES KEY IS >= FS-CODE-CONTRAT
               INVALID KEY
                   SET QUITTER TO TRUE
           END-START.

           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-CLIENT-ID = WS-SAISIE-CLIENT
                           PERFORM 7100-CONTROLER-CONTRAT-DEB
                              THRU 7100-CONTROLER-CONTRAT-FIN
                       END-IF
               END-READ
           END-PERFORM.
       7200-CONTRATS-CLIENT-FIN.
           EXIT.

      * Assure du contrat courant : client de FS-CLIENT-ID, a defaut
      * nom porte par le contrat sans adresse
       7300-CHERCHER-ASSURE-DEB.
           MOVE FS-NOM-CLIENT TO WS-ASS-NOM.
           MOVE SPACES TO WS-ASS-ADRESSE.
           MOVE SPACES TO WS-ASS-CODE-POSTAL.
           MOVE SPACES TO WS-ASS-VILLE.
           IF FS-CLIENT-ID NOT = SPACES
              AND FS-CLIENT-ID NOT = LOW-VALUES
              AND (WS-FS-CLIENTS = "00" OR WS-FS-CLIENTS = "23")
               MOVE FS-CLIENT-ID TO FS-CLI-ID
               READ F-CLIENTS
                   INVALID KEY
                       DISPLAY "/!\ Contrat " FS-CODE-CONTRAT
                               " : client " FS-CLIENT-ID
                               " introuvable, adresse a completer /!\"
                   NOT INVALID KEY
                       MOVE FS-CLI-NOM         TO WS-ASS-NOM
                       MOVE FS-CLI-ADRESSE     TO WS-ASS-ADRESSE
                       MOVE FS-CLI-CODE-POSTAL TO WS-ASS-CODE-POSTAL
                       MOVE FS-CLI-VILLE       TO WS-ASS-VILLE
               END-READ
           END-IF.
       7300-CHERCHER-ASSURE-FIN.
           EXIT.

      ******************************************************************
      * DELIVRANCE D'UNE ATTESTATION (NUMERO NEUF OU DUPLICATA)
      ******************************************************************
       8000-DELIVRER-ATTESTATION-DEB.
           PERFORM 7300-CHERCHER-ASSURE-DEB
              THRU 7300-CHERCHER-ASSURE-FIN.

      * Un numero deja delivre pour ce contrat et cette periode est
      * repris a l'identique (duplicata) ; sinon un numero neuf est
      * attribue et consigne
           MOVE ZERO TO WS-NUM-RETENU.
           MOVE "N" TO WS-EST-DUPLICATA.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
               IF WS-REG-CODE-CONTRAT(WS-IDX-REG) = FS-CODE-CONTRAT
                  AND WS-REG-DATE-DEBUT(WS-IDX-REG) = FS-DATE-DEBUT
                  AND WS-REG-DATE-FIN(WS-IDX-REG) = FS-DATE-FIN
                   MOVE WS-REG-NUM(WS-IDX-REG) TO WS-NUM-RETENU
                   MOVE "O" TO WS-EST-DUPLICATA
               END-IF
           END-PERFORM.

           IF WS-NUM-RETENU = ZERO
               ADD 1 TO WS-PROCHAIN-NUM
               MOVE WS-PROCHAIN-NUM TO WS-NUM-RETENU

               MOVE WS-NUM-RETENU   TO FS-AT-NUM
               MOVE WS-DATE-JOUR    TO FS-AT-DATE
               MOVE FS-CODE-CONTRAT TO FS-AT-CODE-CONTRAT
               MOVE FS-CLIENT-ID    TO FS-AT-CLIENT-ID
               MOVE FS-DATE-DEBUT   TO FS-AT-DATE-DEBUT
               MOVE FS-DATE-FIN     TO FS-AT-DATE-FIN
               WRITE FS-ENR-REGISTRE

               IF WS-NB-REGISTRE < 2000
                   ADD 1 TO WS-NB-REGISTRE
                   MOVE WS-NUM-RETENU
                       TO WS-REG-NUM(WS-NB-REGISTRE)
                   MOVE FS-CODE-CONTRAT
                       TO WS-REG-CODE-CONTRAT(WS-NB-REGISTRE)
                   MOVE FS-DATE-DEBUT
                       TO WS-REG-DATE-DEBUT(WS-NB-REGISTRE)
                   MOVE FS-DATE-FIN
                       TO WS-REG-DATE-FIN(WS-NB-REGISTRE)
               END-IF
           END-IF.

           PERFORM 8100-EDITER-PAGE-DEB
              THRU 8100-EDITER-PAGE-FIN.
       8000-DELIVRER-ATTESTATION-FIN.
           EXIT.

      ******************************************************************
      * EDITION D'UNE PAGE D'ATTESTATION (DISPOSITION FIXE)
      ******************************************************************
       8100-EDITER-PAGE-DEB.
      * Saut de page avant chaque attestation, sauf la premiere,
      * comme dans attestations.cbl
           IF WS-PREMIERE-PAGE = "O"
               MOVE "N" TO WS-PREMIERE-PAGE
               WRITE FS-ENR-ATTESTATION FROM WS-TIRET
           ELSE
               WRITE FS-ENR-ATTESTATION FROM WS-TIRET
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE "              ATTESTATION D'ASSURANCE"
               TO FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION FROM WS-TIRET.

           INITIALIZE WS-LIGNE-ATTESTATION.
           IF WS-EST-DUPLICATA = "O"
               STRING " Attestation n. " WS-NUM-RETENU
                      " (DUPLICATA)"
                   INTO WS-LIGNE-ATTESTATION
               END-STRING
           ELSE
               STRING " Attestation n. " WS-NUM-RETENU
                   INTO WS-LIGNE-ATTESTATION
               END-STRING
           END-IF.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.

           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING " Delivree le " WS-DATE-JOUR-ED
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           MOVE SPACES TO FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION.

      * Bloc adresse de l'assure
           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING " Assure : " WS-ASS-NOM
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING "          " WS-ASS-ADRESSE
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING "          " WS-ASS-CODE-POSTAL " " WS-ASS-VILLE
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           MOVE SPACES TO FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION.

      * Contrat et periode de garantie
           MOVE FS-DATE-DEBUT TO WS-DATE-TEMP.
           PERFORM 7000-FORMATER-DATE-DEB
              THRU 7000-FORMATER-DATE-FIN.
           MOVE WS-DATE-FORMATTEE TO WS-DATE-DEBUT-ED.
           MOVE FS-DATE-FIN TO WS-DATE-TEMP.
           PERFORM 7000-FORMATER-DATE-DEB
              THRU 7000-FORMATER-DATE-FIN.
           MOVE WS-DATE-FORMATTEE TO WS-DATE-FIN-ED.

           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING " Nous certifions que l'assure ci-dessus est "
                  "titulaire du contrat"
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING " n. " FS-CODE-CONTRAT " ("
                  FUNCTION TRIM(FS-NOM-CONTRAT) "), produit "
                  FUNCTION TRIM(FS-NOM-PRODUIT) ","
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           INITIALIZE WS-LIGNE-ATTESTATION.
           STRING " en vigueur du " WS-DATE-DEBUT-ED
                  " au " WS-DATE-FIN-ED " inclus."
               INTO WS-LIGNE-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION FROM WS-LIGNE-ATTESTATION.
           MOVE SPACES TO FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION.
           MOVE SPACES TO FS-ENR-ATTESTATION.
           STRING " La presente attestation ne vaut que pour la "
                  "periode indiquee, sous"
               DELIMITED BY SIZE
               INTO FS-ENR-ATTESTATION
           END-STRING.
           WRITE FS-ENR-ATTESTATION.
           MOVE " reserve du paiement des primes."
               TO FS-ENR-ATTESTATION.
           WRITE FS-ENR-ATTESTATION.

           WRITE FS-ENR-ATTESTATION FROM WS-TIRET.
           ADD 1 TO WS-NB-ATTESTATIONS.
           DISPLAY "Attestation n. " WS-NUM-RETENU " : contrat "
                   FS-CODE-CONTRAT " " FUNCTION TRIM(WS-ASS-NOM).
       8100-EDITER-PAGE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
