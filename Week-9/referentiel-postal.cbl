      ******************************************************************
      * PROGRAMME : REFERENTIEL-POSTAL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Chargement du referentiel postal codes-postaux.txt
      *             depuis la base officielle des codes postaux de La
      *             Poste (laposte_hexasmal.csv, separateur ";" :
      *             code commune INSEE, nom de la commune, code
      *             postal, libelle d'acheminement, ligne 5). Chaque
      *             ligne donne le couple code postal / nom de la
      *             commune et, s'il differe, le couple code postal /
      *             libelle d'acheminement ; les couples sont tries
      *             et dedoublonnes. Le referentiel sert au controle
      *             des adresses (sous-programme controle-postal).
      *
      * FICHIERS  :
      *   - F-OFFICIEL    : laposte_hexasmal.csv (entree)
      *   - F-REFERENTIEL : codes-postaux.txt (sortie, recree)
      *
      * REMARQUE  : La ligne d'en-tete et les lignes dont le code
      *             postal n'est pas sur 5 chiffres sont ignorees.
      *             Sans ligne valide, le referentiel existant est
      *             laisse en place.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. referentiel-postal.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Base officielle des codes postaux
           SELECT F-OFFICIEL ASSIGN TO "laposte_hexasmal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFFICIEL.

      * Referentiel postal (cf. controle-postal.cbl)
           SELECT F-REFERENTIEL ASSIGN TO "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.

       DATA DIVISION.
       FILE SECTION.

       FD F-OFFICIEL.
       01 FS-ENR-OFFICIEL            PIC X(200).

      * Un couple code postal / ville par ligne
       FD F-REFERENTIEL.
       01 FS-ENR-REFERENTIEL.
           05 FS-REF-CODE-POSTAL     PIC X(05).
           05 FILLER                 PIC X(01).
           05 FS-REF-VILLE           PIC X(32).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-OFFICIEL           PIC X(02).
       01 WS-FS-REFERENTIEL        PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Champs d'une ligne de la base officielle
       01 WS-CSV-INSEE             PIC X(05).
       01 WS-CSV-COMMUNE           PIC X(50).
       01 WS-CSV-CODE-POSTAL       PIC X(10).
       01 WS-CSV-ACHEMINEMENT      PIC X(50).
       01 WS-CSV-RESTE             PIC X(100).

      * Couples charges en memoire (initialises a HIGH-VALUES pour
      * que les postes inutilises restent en fin de tri)
       01 WS-NB-COUPLES            PIC 9(05) VALUE ZERO.
       01 WS-IDX-CP                PIC 9(05) VALUE ZERO.
       01 WS-TAB-COUPLES.
           05 WS-CP OCCURS 80000 TIMES.
              10 WS-CP-CODE-POSTAL      PIC X(05).
              10 WS-CP-VILLE            PIC X(32).
       01 WS-CP-PRECEDENT.
           05 WS-PREC-CODE-POSTAL    PIC X(05).
           05 WS-PREC-VILLE          PIC X(32).

      * Compteurs
       01 WS-NB-LUES               PIC 9(06) VALUE ZERO.
       01 WS-NB-IGNOREES           PIC 9(06) VALUE ZERO.
       01 WS-NB-TRONQUEES          PIC 9(06) VALUE ZERO.
       01 WS-NB-ECRITS             PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : lecture, tri, ecriture du referentiel
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE HIGH-VALUES TO WS-TAB-COUPLES.

           PERFORM 6110-CHARGER-OFFICIEL-DEB
              THRU 6110-CHARGER-OFFICIEL-FIN.

           IF WS-NB-COUPLES = ZERO
               DISPLAY "/!\ Aucune ligne valide dans "
                       "laposte_hexasmal.csv : referentiel "
                       "inchange /!\"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           IF WS-NB-COUPLES > 1
               SORT WS-CP ON ASCENDING KEY WS-CP-CODE-POSTAL
                             ASCENDING KEY WS-CP-VILLE
           END-IF.

           PERFORM 7000-ECRIRE-REFERENTIEL-DEB
              THRU 7000-ECRIRE-REFERENTIEL-FIN.

           DISPLAY "Lignes lues        : " WS-NB-LUES.
           DISPLAY "Lignes ignorees    : " WS-NB-IGNOREES.
           IF WS-NB-TRONQUEES > ZERO
               DISPLAY "/!\ Couples au-dela de la capacite : "
                       WS-NB-TRONQUEES " /!\"
           END-IF.
           DISPLAY "Couples ecrits     : " WS-NB-ECRITS
                   " (codes-postaux.txt)".

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * LECTURE DE LA BASE OFFICIELLE
      ******************************************************************
       6110-CHARGER-OFFICIEL-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-OFFICIEL.
           IF WS-FS-OFFICIEL NOT = "00"
               DISPLAY "Erreur ouverture laposte_hexasmal.csv, "
                       "code : " WS-FS-OFFICIEL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-OFFICIEL
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM 6120-TRAITER-LIGNE-DEB
                          THRU 6120-TRAITER-LIGNE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-OFFICIEL.
       6110-CHARGER-OFFICIEL-FIN.
           EXIT.

      * Une ligne : code postal controle, puis un ou deux couples
       6120-TRAITER-LIGNE-DEB.
           INSPECT FS-ENR-OFFICIEL REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO WS-CSV-INSEE WS-CSV-COMMUNE
                          WS-CSV-CODE-POSTAL WS-CSV-ACHEMINEMENT
                          WS-CSV-RESTE.
           UNSTRING FS-ENR-OFFICIEL DELIMITED BY ";"
               INTO WS-CSV-INSEE
                    WS-CSV-COMMUNE
                    WS-CSV-CODE-POSTAL
                    WS-CSV-ACHEMINEMENT
                    WS-CSV-RESTE
           END-UNSTRING.

      * En-tete de colonnes ou code postal mal forme
           IF WS-CSV-CODE-POSTAL(1:5) IS NOT NUMERIC
              OR WS-CSV-CODE-POSTAL(6:) NOT = SPACES
              OR WS-CSV-COMMUNE = SPACES
               ADD 1 TO WS-NB-IGNOREES
               GO TO 6120-TRAITER-LIGNE-FIN
           END-IF.

           PERFORM 6130-AJOUTER-COUPLE-DEB
              THRU 6130-AJOUTER-COUPLE-FIN.

           IF WS-CSV-ACHEMINEMENT NOT = SPACES
              AND WS-CSV-ACHEMINEMENT NOT = WS-CSV-COMMUNE
               MOVE WS-CSV-ACHEMINEMENT TO WS-CSV-COMMUNE
               PERFORM 6130-AJOUTER-COUPLE-DEB
                  THRU 6130-AJOUTER-COUPLE-FIN
           END-IF.
       6120-TRAITER-LIGNE-FIN.
           EXIT.

       6130-AJOUTER-COUPLE-DEB.
           IF WS-NB-COUPLES < 80000
               ADD 1 TO WS-NB-COUPLES
               MOVE WS-CSV-CODE-POSTAL(1:5)
                   TO WS-CP-CODE-POSTAL(WS-NB-COUPLES)
               MOVE WS-CSV-COMMUNE TO WS-CP-VILLE(WS-NB-COUPLES)
           ELSE
               ADD 1 TO WS-NB-TRONQUEES
           END-IF.
       6130-AJOUTER-COUPLE-FIN.
           EXIT.

      ******************************************************************
      * ECRITURE DU REFERENTIEL, SANS DOUBLON
      ******************************************************************
       7000-ECRIRE-REFERENTIEL-DEB.
           OPEN OUTPUT F-REFERENTIEL.
           IF WS-FS-REFERENTIEL NOT = "00"
               DISPLAY "Erreur ouverture codes-postaux.txt, code : "
                       WS-FS-REFERENTIEL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE LOW-VALUES TO WS-CP-PRECEDENT.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                   UNTIL WS-IDX-CP > WS-NB-COUPLES
               IF WS-CP(WS-IDX-CP) NOT = WS-CP-PRECEDENT
                   MOVE SPACES TO FS-ENR-REFERENTIEL
                   MOVE WS-CP-CODE-POSTAL(WS-IDX-CP)
                       TO FS-REF-CODE-POSTAL
                   MOVE WS-CP-VILLE(WS-IDX-CP) TO FS-REF-VILLE
                   WRITE FS-ENR-REFERENTIEL
                   ADD 1 TO WS-NB-ECRITS
                   MOVE WS-CP(WS-IDX-CP) TO WS-CP-PRECEDENT
               END-IF
           END-PERFORM.

           CLOSE F-REFERENTIEL.
       7000-ECRIRE-REFERENTIEL-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
