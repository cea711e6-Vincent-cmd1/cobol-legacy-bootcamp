       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle-postal.

      * Sous-programme de controle d'un code postal et d'une ville
      * contre le referentiel postal codes-postaux.txt (charge depuis
      * la liste officielle par referentiel-postal.cbl). Appele a la
      * saisie par clients-assurance, clients-maint et contacts-maint,
      * et pour chaque adresse par la revue controle-adresses.
      *
      * La ville est comparee sur 20 caracteres (largeur des zones
      * ville des fichiers), apres normalisation des deux cotes :
      * majuscules, tiret, apostrophe et point remplaces par un
      * espace, espaces multiples reduits, SAINT/SAINTE abreges en
      * ST/STE comme dans la liste officielle.
      *
      * LK-RC : 0  = code postal connu et ville correspondante ;
      *         4  = code postal connu, ville differente : suggestion
      *              = ville la plus proche parmi celles du code ;
      *         8  = code postal inconnu : suggestion = code de la
      *              ville saisie si elle existe, sinon ville la plus
      *              proche (meme initiale) avec son code ;
      *         12 = referentiel absent ou vide, controle non fait.
      * Le referentiel est charge au premier appel et garde en
      * memoire pour les appels suivants.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Referentiel postal : un couple code postal / ville par ligne
           SELECT F-REFERENTIEL ASSIGN TO "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.

       DATA DIVISION.
       FILE SECTION.

       FD F-REFERENTIEL.
       01 FS-ENR-REFERENTIEL.
           05 FS-REF-CODE-POSTAL     PIC X(05).
           05 FILLER                 PIC X(01).
           05 FS-REF-VILLE           PIC X(32).

       WORKING-STORAGE SECTION.

       01 WS-FS-REFERENTIEL        PIC X(02).

      * Chargement fait une fois pour toutes (O) ; referentiel
      * absent (A)
       01 WS-ETAT-CHARGEMENT       PIC X(01) VALUE 'N'.
           88 WS-REF-CHARGE                     VALUE 'O'.
           88 WS-REF-ABSENT                     VALUE 'A'.

      * Referentiel en memoire : ville officielle et forme normalisee
       01 WS-NB-REF                PIC 9(05) VALUE ZERO.
       01 WS-IDX-REF               PIC 9(05) VALUE ZERO.
       01 WS-TAB-REF.
           05 WS-REF OCCURS 45000 TIMES.
              10 WS-REF-CODE-POSTAL   PIC X(05).
              10 WS-REF-VILLE         PIC X(32).
              10 WS-REF-NORME         PIC X(32).

      * Normalisation d'une ville
       01 WS-NORM-ENTREE           PIC X(32).
       01 WS-NORM-SORTIE           PIC X(32).
       01 WS-NORM-I                PIC 9(02).
       01 WS-NORM-J                PIC 9(02).
       01 WS-NORM-PREC             PIC X(01).

      * Ville saisie normalisee, et indicateur de ville tronquee
      * (20 caracteres pleins)
       01 WS-VILLE-NORME           PIC X(32).
       01 WS-VILLE-TRONQUEE        PIC X(01).

      * Recherche : code postal trouve, meilleur candidat et distance
       01 WS-CP-TROUVE             PIC X(01).
       01 WS-IDX-MEILLEUR          PIC 9(05).
       01 WS-DIST-MEILLEURE        PIC 9(03).

      * Distance d'edition (Levenshtein) entre deux villes de 20
      * caracteres au plus, sur deux lignes de la matrice
       01 WS-LEV-A                 PIC X(20).
       01 WS-LEV-B                 PIC X(20).
       01 WS-LEV-LA                PIC 9(02).
       01 WS-LEV-LB                PIC 9(02).
       01 WS-LEV-I                 PIC 9(02).
       01 WS-LEV-J                 PIC 9(02).
       01 WS-LEV-COUT              PIC 9(01).
       01 WS-LEV-MIN               PIC 9(03).
       01 WS-LEV-DISTANCE          PIC 9(03).
       01 WS-LEV-PREC-LIGNE.
           05 WS-LEV-PREC OCCURS 21 TIMES PIC 9(03).
       01 WS-LEV-COUR-LIGNE.
           05 WS-LEV-COUR OCCURS 21 TIMES PIC 9(03).

       LINKAGE SECTION.
      * Code postal et ville a controler, suggestion et code retour
       01 LK-CODE-POSTAL           PIC X(05).
       01 LK-VILLE                 PIC X(20).
       01 LK-SUGGESTION.
           05 LK-SUG-CODE-POSTAL    PIC X(05).
           05 LK-SUG-VILLE          PIC X(20).
       01 LK-RC                    PIC 9(02).

       PROCEDURE DIVISION USING LK-CODE-POSTAL LK-VILLE
                                LK-SUGGESTION LK-RC.

       0000-TRT-PRINCIPAL-DEB.
           MOVE 0 TO LK-RC.
           MOVE SPACES TO LK-SUGGESTION.

           IF NOT WS-REF-CHARGE AND NOT WS-REF-ABSENT
               PERFORM 8100-CHARGER-REFERENTIEL-DEB
                  THRU 8100-CHARGER-REFERENTIEL-FIN
           END-IF.
           IF WS-REF-ABSENT
               MOVE 12 TO LK-RC
               GOBACK
           END-IF.

           MOVE LK-VILLE TO WS-NORM-ENTREE.
           PERFORM 8300-NORMALISER-VILLE-DEB
              THRU 8300-NORMALISER-VILLE-FIN.
           MOVE WS-NORM-SORTIE TO WS-VILLE-NORME.
           IF LK-VILLE(20:1) NOT = SPACE
               MOVE 'O' TO WS-VILLE-TRONQUEE
           ELSE
               MOVE 'N' TO WS-VILLE-TRONQUEE
           END-IF.

           PERFORM 8200-CONTROLER-CODE-DEB
              THRU 8200-CONTROLER-CODE-FIN.

           IF WS-CP-TROUVE = 'N'
               PERFORM 8250-CHERCHER-VILLE-DEB
                  THRU 8250-CHERCHER-VILLE-FIN
           END-IF.

           GOBACK.
       0000-TRT-PRINCIPAL-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL EN MEMOIRE
      ******************************************************************
       8100-CHARGER-REFERENTIEL-DEB.
           MOVE ZERO TO WS-NB-REF.
           OPEN INPUT F-REFERENTIEL.
           IF WS-FS-REFERENTIEL NOT = "00"
               DISPLAY "/!\ Referentiel postal codes-postaux.txt "
                       "indisponible (code " WS-FS-REFERENTIEL
                       "), adresse non controlee /!\"
               SET WS-REF-ABSENT TO TRUE
               GO TO 8100-CHARGER-REFERENTIEL-FIN
           END-IF.

           PERFORM UNTIL WS-FS-REFERENTIEL NOT = "00"
               READ F-REFERENTIEL
                   AT END
                       MOVE "10" TO WS-FS-REFERENTIEL
                   NOT AT END
                       IF WS-NB-REF < 45000
                          AND FS-REF-CODE-POSTAL NOT = SPACES
                           ADD 1 TO WS-NB-REF
                           MOVE FS-REF-CODE-POSTAL
                               TO WS-REF-CODE-POSTAL(WS-NB-REF)
                           MOVE FS-REF-VILLE
                               TO WS-REF-VILLE(WS-NB-REF)
                           MOVE FS-REF-VILLE TO WS-NORM-ENTREE
                           PERFORM 8300-NORMALISER-VILLE-DEB
                              THRU 8300-NORMALISER-VILLE-FIN
                           MOVE WS-NORM-SORTIE
                               TO WS-REF-NORME(WS-NB-REF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REFERENTIEL.

           IF WS-NB-REF = ZERO
               DISPLAY "/!\ Referentiel postal vide, adresse non "
                       "controlee /!\"
               SET WS-REF-ABSENT TO TRUE
           ELSE
               SET WS-REF-CHARGE TO TRUE
           END-IF.
       8100-CHARGER-REFERENTIEL-FIN.
           EXIT.

      ******************************************************************
      * CONTROLE DU CODE POSTAL ET DE LA VILLE
      ******************************************************************
      * Parmi les villes du code saisi : ville reconnue (RC 0) ou
      * ville la plus proche proposee (RC 4)
       8200-CONTROLER-CODE-DEB.
           MOVE 'N' TO WS-CP-TROUVE.
           MOVE ZERO TO WS-IDX-MEILLEUR.
           MOVE 999 TO WS-DIST-MEILLEURE.

           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               IF WS-REF-CODE-POSTAL(WS-IDX-REF) = LK-CODE-POSTAL
                   MOVE 'O' TO WS-CP-TROUVE
                   IF WS-REF-NORME(WS-IDX-REF) = WS-VILLE-NORME
                      OR (WS-VILLE-TRONQUEE = 'O'
                          AND WS-REF-NORME(WS-IDX-REF)(1:20)
                              = WS-VILLE-NORME(1:20))
                       MOVE ZERO TO WS-DIST-MEILLEURE
                       MOVE WS-IDX-REF TO WS-IDX-MEILLEUR
                   END-IF
                   IF WS-DIST-MEILLEURE > ZERO
                       MOVE WS-REF-NORME(WS-IDX-REF) TO WS-LEV-B
                       PERFORM 8400-DISTANCE-DEB
                          THRU 8400-DISTANCE-FIN
                       IF WS-LEV-DISTANCE < WS-DIST-MEILLEURE
                           MOVE WS-LEV-DISTANCE TO WS-DIST-MEILLEURE
                           MOVE WS-IDX-REF TO WS-IDX-MEILLEUR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CP-TROUVE = 'O' AND WS-DIST-MEILLEURE > ZERO
               MOVE 4 TO LK-RC
               MOVE LK-CODE-POSTAL TO LK-SUG-CODE-POSTAL
               MOVE WS-REF-VILLE(WS-IDX-MEILLEUR) TO LK-SUG-VILLE
           END-IF.
       8200-CONTROLER-CODE-FIN.
           EXIT.

      * Code postal inconnu : code de la ville saisie si elle existe,
      * sinon ville la plus proche parmi celles de meme initiale
       8250-CHERCHER-VILLE-DEB.
           MOVE 8 TO LK-RC.
           MOVE ZERO TO WS-IDX-MEILLEUR.
           MOVE 999 TO WS-DIST-MEILLEURE.
           IF WS-VILLE-NORME = SPACES
               GO TO 8250-CHERCHER-VILLE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
                      OR WS-DIST-MEILLEURE = ZERO
               IF WS-REF-NORME(WS-IDX-REF)(1:1) = WS-VILLE-NORME(1:1)
                   MOVE WS-REF-NORME(WS-IDX-REF) TO WS-LEV-B
                   PERFORM 8400-DISTANCE-DEB
                      THRU 8400-DISTANCE-FIN
                   IF WS-LEV-DISTANCE < WS-DIST-MEILLEURE
                       MOVE WS-LEV-DISTANCE TO WS-DIST-MEILLEURE
                       MOVE WS-IDX-REF TO WS-IDX-MEILLEUR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-IDX-MEILLEUR > ZERO
               MOVE WS-REF-CODE-POSTAL(WS-IDX-MEILLEUR)
                   TO LK-SUG-CODE-POSTAL
               MOVE WS-REF-VILLE(WS-IDX-MEILLEUR) TO LK-SUG-VILLE
           END-IF.
       8250-CHERCHER-VILLE-FIN.
           EXIT.

      ******************************************************************
      * NORMALISATION D'UNE VILLE (WS-NORM-ENTREE -> WS-NORM-SORTIE)
      ******************************************************************
       8300-NORMALISER-VILLE-DEB.
           MOVE FUNCTION UPPER-CASE(WS-NORM-ENTREE) TO WS-NORM-ENTREE.
           INSPECT WS-NORM-ENTREE CONVERTING "-'." TO "   ".
           MOVE SPACES TO WS-NORM-SORTIE.
           MOVE ZERO TO WS-NORM-J.
           MOVE SPACE TO WS-NORM-PREC.
           MOVE 1 TO WS-NORM-I.

           PERFORM UNTIL WS-NORM-I > 32 OR WS-NORM-J >= 32
               EVALUATE TRUE
      * Espaces en tete ou repetes : ignores
                   WHEN WS-NORM-ENTREE(WS-NORM-I:1) = SPACE
                        AND WS-NORM-PREC = SPACE
                       ADD 1 TO WS-NORM-I
      * SAINTE / SAINT en debut de mot : STE / ST
                   WHEN WS-NORM-PREC = SPACE AND WS-NORM-I <= 26
                        AND WS-NORM-ENTREE(WS-NORM-I:7) = "SAINTE "
                        AND WS-NORM-J <= 29
                       MOVE "STE" TO WS-NORM-SORTIE(WS-NORM-J + 1:3)
                       ADD 3 TO WS-NORM-J
                       ADD 6 TO WS-NORM-I
                       MOVE "E" TO WS-NORM-PREC
                   WHEN WS-NORM-PREC = SPACE AND WS-NORM-I <= 27
                        AND WS-NORM-ENTREE(WS-NORM-I:6) = "SAINT "
                        AND WS-NORM-J <= 30
                       MOVE "ST" TO WS-NORM-SORTIE(WS-NORM-J + 1:2)
                       ADD 2 TO WS-NORM-J
                       ADD 5 TO WS-NORM-I
                       MOVE "T" TO WS-NORM-PREC
                   WHEN OTHER
                       ADD 1 TO WS-NORM-J
                       MOVE WS-NORM-ENTREE(WS-NORM-I:1)
                           TO WS-NORM-SORTIE(WS-NORM-J:1)
                       MOVE WS-NORM-ENTREE(WS-NORM-I:1)
                           TO WS-NORM-PREC
                       ADD 1 TO WS-NORM-I
               END-EVALUATE
           END-PERFORM.
       8300-NORMALISER-VILLE-FIN.
           EXIT.

      ******************************************************************
      * DISTANCE D'EDITION ENTRE LA VILLE SAISIE ET WS-LEV-B
      ******************************************************************
      * Nombre minimal d'insertions, suppressions ou substitutions de
      * caracteres pour passer d'une ville a l'autre, sur les 20
      * premiers caracteres normalises
       8400-DISTANCE-DEB.
           MOVE WS-VILLE-NORME(1:20) TO WS-LEV-A.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LEV-A TRAILING))
               TO WS-LEV-LA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LEV-B TRAILING))
               TO WS-LEV-LB.
           IF WS-LEV-A = SPACES
               MOVE ZERO TO WS-LEV-LA
           END-IF.
           IF WS-LEV-B = SPACES
               MOVE ZERO TO WS-LEV-LB
           END-IF.

           PERFORM VARYING WS-LEV-J FROM 0 BY 1
                   UNTIL WS-LEV-J > WS-LEV-LB
               MOVE WS-LEV-J TO WS-LEV-PREC(WS-LEV-J + 1)
           END-PERFORM.

           PERFORM VARYING WS-LEV-I FROM 1 BY 1
                   UNTIL WS-LEV-I > WS-LEV-LA
               MOVE WS-LEV-I TO WS-LEV-COUR(1)
               PERFORM VARYING WS-LEV-J FROM 1 BY 1
                       UNTIL WS-LEV-J > WS-LEV-LB
                   IF WS-LEV-A(WS-LEV-I:1) = WS-LEV-B(WS-LEV-J:1)
                       MOVE 0 TO WS-LEV-COUT
                   ELSE
                       MOVE 1 TO WS-LEV-COUT
                   END-IF
      * Substitution, suppression puis insertion : le moins couteux
                   COMPUTE WS-LEV-MIN = WS-LEV-PREC(WS-LEV-J)
                                      + WS-LEV-COUT
                   IF WS-LEV-PREC(WS-LEV-J + 1) + 1 < WS-LEV-MIN
                       COMPUTE WS-LEV-MIN = WS-LEV-PREC(WS-LEV-J + 1)
                                          + 1
                   END-IF
                   IF WS-LEV-COUR(WS-LEV-J) + 1 < WS-LEV-MIN
                       COMPUTE WS-LEV-MIN = WS-LEV-COUR(WS-LEV-J) + 1
                   END-IF
                   MOVE WS-LEV-MIN TO WS-LEV-COUR(WS-LEV-J + 1)
               END-PERFORM
               MOVE WS-LEV-COUR-LIGNE TO WS-LEV-PREC-LIGNE
           END-PERFORM.

           MOVE WS-LEV-PREC(WS-LEV-LB + 1) TO WS-LEV-DISTANCE.
       8400-DISTANCE-FIN.
           EXIT.

       END PROGRAM controle-postal.
