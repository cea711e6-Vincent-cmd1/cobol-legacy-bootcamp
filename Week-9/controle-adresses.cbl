      ******************************************************************
      * PROGRAMME : CONTROLE-ADRESSES
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Balayage de toutes les adresses detenues, controlees
      *             contre le referentiel postal (sous-programme
      *             controle-postal) : clients assurance, clients
      *             (adresses de facturation et de livraison) et
      *             contacts des eleves. Chaque adresse dont le code
      *             postal est inconnu, absent, ou ne correspond pas a
      *             la ville est listee avec la graphie la plus proche
      *             proposee par le referentiel.
      *
      * FICHIERS  :
      *   - F-CLIENTS-ASSU : clients-assurance.txt (entree, indexe)
      *   - F-CLIENTS      : clients.txt (entree)
      *   - F-CONTACTS     : contacts-eleves.txt (entree)
      *   - F-RAPPORT      : controle-adresses.txt (sortie, recree)
      *
      * REMARQUE  : Un fichier source absent est signale et saute. Sans
      *             referentiel postal (codes-postaux.txt, cf.
      *             referentiel-postal) le balayage s'arrete en RC 8.
      *             Une adresse entierement vide n'est pas controlee.
      *             RETURN-CODE 4 des qu'une adresse est en anomalie.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle-adresses.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Clients assurance (cf. clients-assurance.cbl)
           SELECT F-CLIENTS-ASSU ASSIGN TO "clients-assurance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-CLA-ID
               FILE STATUS IS WS-FS-CLIENTS-ASSU.

      * Clients (cf. clients-maint.cbl)
           SELECT F-CLIENTS ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTS.

      * Contacts des eleves (cf. contacts-maint.cbl)
           SELECT F-CONTACTS ASSIGN TO "contacts-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTS.

      * Liste des adresses en anomalie
           SELECT F-RAPPORT ASSIGN TO "controle-adresses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Meme disposition que dans clients-assurance.cbl
       FD F-CLIENTS-ASSU.
       01 FS-ENR-CLIENT-ASSU.
           05 FS-CLA-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 FS-CLA-NOM                  PIC X(41).
           05 FILLER                      PIC X(01).
           05 FS-CLA-ADRESSE              PIC X(40).
           05 FILLER                      PIC X(01).
           05 FS-CLA-CODE-POSTAL          PIC X(05).
           05 FILLER                      PIC X(01).
           05 FS-CLA-VILLE                PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-CLA-PRELEVEMENT          PIC X(01).
           05 FILLER                      PIC X(01).
           05 FS-CLA-IBAN                 PIC X(34).
           05 FILLER                      PIC X(01).
           05 FS-CLA-BIC                  PIC X(11).
           05 FILLER                      PIC X(01).
           05 FS-CLA-RUM                  PIC X(35).

      * Meme disposition que dans clients-maint.cbl
       FD F-CLIENTS.
       01 FS-ENR-CLIENTS.
           05 FS-CLIENTS-ID              PIC X(02).
           05 FS-FILLER                  PIC X(06).
           05 FS-NOM                     PIC X(11).
           05 FS-PRENOM                  PIC X(09).
           05 FS-CLI-STATUT              PIC X(01).
           05 FS-CLI-FAC-ADRESSE         PIC X(30).
           05 FS-CLI-FAC-CP              PIC X(05).
           05 FS-CLI-FAC-VILLE           PIC X(20).
           05 FS-CLI-LIV-ADRESSE         PIC X(30).
           05 FS-CLI-LIV-CP              PIC X(05).
           05 FS-CLI-LIV-VILLE           PIC X(20).
           05 FS-CLI-DELAI-PAIEMENT      PIC 9(03).
           05 FS-CLI-PLAFOND             PIC 9(07)V99.

      * Meme disposition que dans contacts-maint.cbl
       FD F-CONTACTS
           RECORD CONTAINS 79 CHARACTERS.
       01 FS-ENR-CONTACT.
           05 FS-CONTACT-NOM             PIC X(07).
           05 FS-CONTACT-PRENOM          PIC X(06).
           05 FS-CONTACT-GARDIEN         PIC X(20).
           05 FS-CONTACT-ADRESSE         PIC X(40).
           05 FS-CONTACT-ELEVE-ID        PIC X(06).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                 PIC X(120).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-CLIENTS-ASSU       PIC X(02).
       01 WS-FS-CLIENTS            PIC X(02).
       01 WS-FS-CONTACTS           PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Adresse en cours de controle : source, cle, code postal et
      * ville, puis retour du sous-programme controle-postal
       01 WS-ADR-SOURCE            PIC X(18).
       01 WS-ADR-CLE               PIC X(13).
       01 WS-CPO-CODE-POSTAL       PIC X(05).
       01 WS-CPO-VILLE             PIC X(20).
       01 WS-CPO-SUGGESTION.
           05 WS-CPO-SUG-CODE-POSTAL PIC X(05).
           05 WS-CPO-SUG-VILLE       PIC X(20).
       01 WS-CPO-RC                PIC 9(02).
       01 WS-ADR-ANOMALIE          PIC X(24).

      * Reperage du code postal dans une adresse libre de contact :
      * 5 chiffres isoles, la ville est le texte qui les suit
       01 WS-CPO-POS               PIC 9(02) VALUE ZERO.
       01 WS-CPO-I                 PIC 9(02) VALUE ZERO.
       01 WS-CPO-ISOLE             PIC X(01).

      * Date du controle
       01 WS-DATE-JOUR             PIC 9(08).

      * Ligne de detail du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-LD-SOURCE           PIC X(18).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-CLE              PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-CODE-POSTAL      PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-VILLE            PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-ANOMALIE         PIC X(24).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-SUG-CODE-POSTAL  PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LD-SUG-VILLE        PIC X(20).

      * Compteurs
       01 WS-NB-ADRESSES           PIC 9(05) VALUE ZERO.
       01 WS-NB-ANOMALIES          PIC 9(05) VALUE ZERO.
       01 WS-NB-SOURCES-ABSENTES   PIC 9(01) VALUE ZERO.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "controle-adresses".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : balayage des trois sources d'adresses
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture controle-adresses.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACES TO FS-ENR-RAPPORT.
           STRING "CONTROLE DES ADRESSES DU " WS-DATE-JOUR(7:2) "/"
                  WS-DATE-JOUR(5:2) "/" WS-DATE-JOUR(1:4)
                  " CONTRE LE REFERENTIEL POSTAL"
                  DELIMITED BY SIZE INTO FS-ENR-RAPPORT
           END-STRING.
           WRITE FS-ENR-RAPPORT.
           MOVE SPACES TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-DETAIL.
           MOVE "SOURCE"     TO WS-LD-SOURCE.
           MOVE "CLE"        TO WS-LD-CLE.
           MOVE "CP"         TO WS-LD-CODE-POSTAL.
           MOVE "VILLE"      TO WS-LD-VILLE.
           MOVE "ANOMALIE"   TO WS-LD-ANOMALIE.
           MOVE "SUGG."      TO WS-LD-SUG-CODE-POSTAL.
           MOVE "VILLE SUGGEREE" TO WS-LD-SUG-VILLE.
           WRITE FS-ENR-RAPPORT FROM WS-LIGNE-DETAIL.

           PERFORM 7100-CLIENTS-ASSURANCE-DEB
              THRU 7100-CLIENTS-ASSURANCE-FIN.
           PERFORM 7200-CLIENTS-DEB
              THRU 7200-CLIENTS-FIN.
           PERFORM 7300-CONTACTS-DEB
              THRU 7300-CONTACTS-FIN.

           MOVE SPACES TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
           MOVE SPACES TO FS-ENR-RAPPORT.
           STRING "ADRESSES CONTROLEES : " WS-NB-ADRESSES
                  "   EN ANOMALIE : " WS-NB-ANOMALIES
                  DELIMITED BY SIZE INTO FS-ENR-RAPPORT
           END-STRING.
           WRITE FS-ENR-RAPPORT.
           CLOSE F-RAPPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "controle-adresses.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           DISPLAY "Adresses controlees : " WS-NB-ADRESSES.
           DISPLAY "Adresses en anomalie : " WS-NB-ANOMALIES
                   " (controle-adresses.txt)".
           IF WS-NB-SOURCES-ABSENTES > ZERO
               DISPLAY "/!\ Fichiers sources absents : "
                       WS-NB-SOURCES-ABSENTES " /!\"
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           IF WS-NB-ANOMALIES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * CLIENTS ASSURANCE : une adresse par client
      ******************************************************************
       7100-CLIENTS-ASSURANCE-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS-ASSU.
           IF WS-FS-CLIENTS-ASSU NOT = "00"
               DISPLAY "clients-assurance.txt absent, code : "
                       WS-FS-CLIENTS-ASSU
               ADD 1 TO WS-NB-SOURCES-ABSENTES
               GO TO 7100-CLIENTS-ASSURANCE-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS-ASSU NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE "CLIENTS-ASSURANCE" TO WS-ADR-SOURCE
                       MOVE FS-CLA-ID           TO WS-ADR-CLE
                       MOVE FS-CLA-CODE-POSTAL  TO WS-CPO-CODE-POSTAL
                       MOVE FS-CLA-VILLE        TO WS-CPO-VILLE
                       PERFORM 7500-CONTROLER-ADRESSE-DEB
                          THRU 7500-CONTROLER-ADRESSE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-CLIENTS-ASSU.
       7100-CLIENTS-ASSURANCE-FIN.
           EXIT.

      ******************************************************************
      * CLIENTS : adresse de facturation et adresse de livraison
      ******************************************************************
       7200-CLIENTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CLIENTS.
           IF WS-FS-CLIENTS NOT = "00"
               DISPLAY "clients.txt absent, code : " WS-FS-CLIENTS
               ADD 1 TO WS-NB-SOURCES-ABSENTES
               GO TO 7200-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CLIENTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       MOVE "CLIENTS"           TO WS-ADR-SOURCE
                       MOVE SPACES              TO WS-ADR-CLE
                       STRING FS-CLIENTS-ID " FACTUR."
                              DELIMITED BY SIZE INTO WS-ADR-CLE
                       END-STRING
                       MOVE FS-CLI-FAC-CP       TO WS-CPO-CODE-POSTAL
                       MOVE FS-CLI-FAC-VILLE    TO WS-CPO-VILLE
                       PERFORM 7500-CONTROLER-ADRESSE-DEB
                          THRU 7500-CONTROLER-ADRESSE-FIN
                       MOVE SPACES              TO WS-ADR-CLE
                       STRING FS-CLIENTS-ID " LIVR."
                              DELIMITED BY SIZE INTO WS-ADR-CLE
                       END-STRING
                       MOVE FS-CLI-LIV-CP       TO WS-CPO-CODE-POSTAL
                       MOVE FS-CLI-LIV-VILLE    TO WS-CPO-VILLE
                       PERFORM 7500-CONTROLER-ADRESSE-DEB
                          THRU 7500-CONTROLER-ADRESSE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-CLIENTS.
       7200-CLIENTS-FIN.
           EXIT.

      ******************************************************************
      * CONTACTS DES ELEVES : code postal repere dans l'adresse libre
      ******************************************************************
       7300-CONTACTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CONTACTS.
           IF WS-FS-CONTACTS NOT = "00"
               DISPLAY "contacts-eleves.txt absent, code : "
                       WS-FS-CONTACTS
               ADD 1 TO WS-NB-SOURCES-ABSENTES
               GO TO 7300-CONTACTS-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CONTACTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 7310-CONTACT-DEB
                          THRU 7310-CONTACT-FIN
               END-READ
           END-PERFORM.

           CLOSE F-CONTACTS.
       7300-CONTACTS-FIN.
           EXIT.

      * Meme reperage que 4700 dans contacts-maint.cbl
       7310-CONTACT-DEB.
           IF FS-CONTACT-ADRESSE = SPACES
               GO TO 7310-CONTACT-FIN
           END-IF.

           MOVE "CONTACTS-ELEVES" TO WS-ADR-SOURCE.
           MOVE SPACES TO WS-ADR-CLE.
           STRING FS-CONTACT-NOM " " FS-CONTACT-PRENOM
                  DELIMITED BY SIZE INTO WS-ADR-CLE
           END-STRING.

           MOVE ZERO TO WS-CPO-POS.
           PERFORM VARYING WS-CPO-I FROM 1 BY 1
                   UNTIL WS-CPO-I > 36 OR WS-CPO-POS > ZERO
               IF FS-CONTACT-ADRESSE(WS-CPO-I:5) IS NUMERIC
                   MOVE 'O' TO WS-CPO-ISOLE
                   IF WS-CPO-I > 1
                       IF FS-CONTACT-ADRESSE(WS-CPO-I - 1:1)
                          NOT = SPACE
                           MOVE 'N' TO WS-CPO-ISOLE
                       END-IF
                   END-IF
                   IF WS-CPO-I < 36
                       IF FS-CONTACT-ADRESSE(WS-CPO-I + 5:1)
                          NOT = SPACE
                           MOVE 'N' TO WS-CPO-ISOLE
                       END-IF
                   END-IF
                   IF WS-CPO-ISOLE = 'O'
                       MOVE WS-CPO-I TO WS-CPO-POS
                   END-IF
               END-IF
           END-PERFORM.

      * Sans code postal reperable, la ville ne l'est pas davantage :
      * l'adresse est signalee sans suggestion
           IF WS-CPO-POS = ZERO
               ADD 1 TO WS-NB-ADRESSES
               MOVE SPACES TO WS-CPO-CODE-POSTAL WS-CPO-VILLE
                              WS-CPO-SUGGESTION
               MOVE "CP ABSENT DE L'ADRESSE" TO WS-ADR-ANOMALIE
               PERFORM 7600-ECRIRE-ANOMALIE-DEB
                  THRU 7600-ECRIRE-ANOMALIE-FIN
               GO TO 7310-CONTACT-FIN
           END-IF.

           MOVE FS-CONTACT-ADRESSE(WS-CPO-POS:5) TO WS-CPO-CODE-POSTAL.
           MOVE SPACES TO WS-CPO-VILLE.
           IF WS-CPO-POS < 35
               MOVE FS-CONTACT-ADRESSE(WS-CPO-POS + 6:)
                   TO WS-CPO-VILLE
           END-IF.
           PERFORM 7500-CONTROLER-ADRESSE-DEB
              THRU 7500-CONTROLER-ADRESSE-FIN.
       7310-CONTACT-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE D'UNE ADRESSE CONTRE LE REFERENTIEL
      ******************************************************************
       7500-CONTROLER-ADRESSE-DEB.
           IF WS-CPO-CODE-POSTAL = SPACES AND WS-CPO-VILLE = SPACES
               GO TO 7500-CONTROLER-ADRESSE-FIN
           END-IF.
           ADD 1 TO WS-NB-ADRESSES.

           CALL "controle-postal" USING WS-CPO-CODE-POSTAL
               WS-CPO-VILLE WS-CPO-SUGGESTION WS-CPO-RC.
           EVALUATE WS-CPO-RC
               WHEN 0
                   GO TO 7500-CONTROLER-ADRESSE-FIN
               WHEN 4
                   MOVE "VILLE NE CORRESPOND PAS" TO WS-ADR-ANOMALIE
               WHEN 8
                   IF WS-CPO-CODE-POSTAL = SPACES
                       MOVE "CP ABSENT" TO WS-ADR-ANOMALIE
                   ELSE
                       MOVE "CP INCONNU" TO WS-ADR-ANOMALIE
                   END-IF
               WHEN OTHER
                   DISPLAY "/!\ Referentiel postal codes-postaux.txt "
                           "absent ou vide /!\"
                   CLOSE F-RAPPORT
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.

           PERFORM 7600-ECRIRE-ANOMALIE-DEB
              THRU 7600-ECRIRE-ANOMALIE-FIN.
       7500-CONTROLER-ADRESSE-FIN.
           EXIT.

       7600-ECRIRE-ANOMALIE-DEB.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES                 TO WS-LIGNE-DETAIL.
           MOVE WS-ADR-SOURCE          TO WS-LD-SOURCE.
           MOVE WS-ADR-CLE             TO WS-LD-CLE.
           MOVE WS-CPO-CODE-POSTAL     TO WS-LD-CODE-POSTAL.
           MOVE WS-CPO-VILLE           TO WS-LD-VILLE.
           MOVE WS-ADR-ANOMALIE        TO WS-LD-ANOMALIE.
           MOVE WS-CPO-SUG-CODE-POSTAL TO WS-LD-SUG-CODE-POSTAL.
           MOVE WS-CPO-SUG-VILLE       TO WS-LD-SUG-VILLE.
           WRITE FS-ENR-RAPPORT FROM WS-LIGNE-DETAIL.
       7600-ECRIRE-ANOMALIE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
