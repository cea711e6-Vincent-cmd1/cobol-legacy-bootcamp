      *    de contact.                                                 *
      *  - Réécriture complète du fichier depuis la mémoire, comme     *
      *    la maintenance de gens.cbl.                                 *
      *                                                                *
      * MODIFICATION : 15/10/2026 - Contrôle du code postal et de la   *
      *                ville de l'adresse saisie contre le référentiel *
      *                postal (sous-programme controle-postal), avec   *
      *                proposition de la graphie la plus proche.       *
      ******************************************************************


       01  WS-CONTACT-TROUVE                PIC X(01) VALUE 'N'.
           88 WS-CONTACT-EST-TROUVE                    VALUE 'O'.

      *----------------------------------------------------------------*
      * CONTRÔLE POSTAL DE L'ADRESSE (SOUS-PROGRAMME controle-postal)  *
      * Le code postal est repéré dans l'adresse libre : 5 chiffres    *
      * isolés, la ville est le texte qui les suit                     *
      *----------------------------------------------------------------*
       01  WS-CPO-POS                       PIC 9(02) VALUE ZERO.
       01  WS-CPO-I                         PIC 9(02) VALUE ZERO.
       01  WS-CPO-ISOLE                     PIC X(01).
       01  WS-CPO-ADRESSE                   PIC X(40).
       01  WS-CPO-CODE-POSTAL               PIC X(05).
       01  WS-CPO-VILLE                     PIC X(20).
       01  WS-CPO-SUGGESTION.
           05 WS-CPO-SUG-CODE-POSTAL        PIC X(05).
           05 WS-CPO-SUG-VILLE              PIC X(20).
       01  WS-CPO-RC                        PIC 9(02).
       01  WS-CPO-REPONSE                   PIC X(01).


      ******************************************************************
       PROCEDURE DIVISION.
                   ACCEPT WS-SAISIE-GARDIEN
                   DISPLAY "Adresse : " SPACE WITH NO ADVANCING
                   ACCEPT WS-SAISIE-ADRESSE
                   PERFORM 4700-CONTROLER-ADRESSE-DEB
                      THRU 4700-CONTROLER-ADRESSE-FIN

                   IF WS-SAISIE-GARDIEN = SPACES
                       DISPLAY "/!\ Gardien vide, ajout annule /!\"
               ACCEPT WS-SAISIE-GARDIEN
               DISPLAY "Nouvelle adresse : " SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-ADRESSE
               PERFORM 4700-CONTROLER-ADRESSE-DEB
                  THRU 4700-CONTROLER-ADRESSE-FIN
               DISPLAY "Identifiant eleve (blanc = inchange) : "
                       SPACE WITH NO ADVANCING
               ACCEPT WS-SAISIE-ELEVE-ID
           EXIT.


      ******************************************************************
      * === 4700 === CONTRÔLE POSTAL DE L'ADRESSE SAISIE               *
      * Code postal (5 chiffres isolés) et ville qui le suit contrôlés *
      * contre le référentiel ; en cas d'anomalie la graphie la plus   *
      * proche est proposée, l'opérateur la reprend ou garde sa saisie *
      ******************************************************************

       4700-CONTROLER-ADRESSE-DEB.
           IF WS-SAISIE-ADRESSE = SPACES
               GO TO 4700-CONTROLER-ADRESSE-FIN
           END-IF.

           MOVE ZERO TO WS-CPO-POS.
           PERFORM VARYING WS-CPO-I FROM 1 BY 1
                   UNTIL WS-CPO-I > 36 OR WS-CPO-POS > ZERO
               IF WS-SAISIE-ADRESSE(WS-CPO-I:5) IS NUMERIC
                   MOVE 'O' TO WS-CPO-ISOLE
                   IF WS-CPO-I > 1
                       IF WS-SAISIE-ADRESSE(WS-CPO-I - 1:1)
                          NOT = SPACE
                           MOVE 'N' TO WS-CPO-ISOLE
                       END-IF
                   END-IF
                   IF WS-CPO-I < 36
                       IF WS-SAISIE-ADRESSE(WS-CPO-I + 5:1)
                          NOT = SPACE
                           MOVE 'N' TO WS-CPO-ISOLE
                       END-IF
                   END-IF
                   IF WS-CPO-ISOLE = 'O'
                       MOVE WS-CPO-I TO WS-CPO-POS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CPO-POS = ZERO
               DISPLAY "/!\ Pas de code postal dans l'adresse /!\"
               GO TO 4700-CONTROLER-ADRESSE-FIN
           END-IF.

           MOVE WS-SAISIE-ADRESSE(WS-CPO-POS:5) TO WS-CPO-CODE-POSTAL.
           MOVE SPACES TO WS-CPO-VILLE.
           IF WS-CPO-POS < 35
               MOVE WS-SAISIE-ADRESSE(WS-CPO-POS + 6:)
                   TO WS-CPO-VILLE
           END-IF.

           CALL "controle-postal" USING WS-CPO-CODE-POSTAL
               WS-CPO-VILLE WS-CPO-SUGGESTION WS-CPO-RC.
           EVALUATE WS-CPO-RC
               WHEN 4
                   DISPLAY "/!\ Ville inconnue pour le code postal "
                           WS-CPO-CODE-POSTAL " /!\"
               WHEN 8
                   DISPLAY "/!\ Code postal " WS-CPO-CODE-POSTAL
                           " inconnu /!\"
               WHEN OTHER
                   GO TO 4700-CONTROLER-ADRESSE-FIN
           END-EVALUATE.
           IF WS-CPO-SUGGESTION = SPACES
               DISPLAY "Aucune suggestion, saisie conservee."
               GO TO 4700-CONTROLER-ADRESSE-FIN
           END-IF.

           DISPLAY "Suggestion : " WS-CPO-SUG-CODE-POSTAL " "
                   FUNCTION TRIM(WS-CPO-SUG-VILLE).
           DISPLAY "Reprendre la suggestion (O/N) : "
                   SPACE WITH NO ADVANCING.
           ACCEPT WS-CPO-REPONSE.
           IF WS-CPO-REPONSE NOT = 'O' AND WS-CPO-REPONSE NOT = 'o'
               GO TO 4700-CONTROLER-ADRESSE-FIN
           END-IF.

      * Adresse reconstruite : texte avant le code postal, puis code
      * postal et ville suggérés
           MOVE SPACES TO WS-CPO-ADRESSE.
           IF WS-CPO-POS > 1
               STRING WS-SAISIE-ADRESSE(1:WS-CPO-POS - 1)
                      WS-CPO-SUG-CODE-POSTAL " "
                      WS-CPO-SUG-VILLE
                      DELIMITED BY SIZE
                      INTO WS-CPO-ADRESSE
               END-STRING
           ELSE
               STRING WS-CPO-SUG-CODE-POSTAL " "
                      WS-CPO-SUG-VILLE
                      DELIMITED BY SIZE
                      INTO WS-CPO-ADRESSE
               END-STRING
           END-IF.
           MOVE WS-CPO-ADRESSE TO WS-SAISIE-ADRESSE.
           DISPLAY "Adresse retenue : " WS-SAISIE-ADRESSE.
       4700-CONTROLER-ADRESSE-FIN.
           EXIT.


      ******************************************************************
      * === 4800 === RECHERCHE D'UN CONTACT PAR ELEVE                  *
      ******************************************************************
