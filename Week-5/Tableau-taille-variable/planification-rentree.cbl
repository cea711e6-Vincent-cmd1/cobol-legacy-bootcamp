      ******************************************************************
      * PROGRAMME : PLANIFICATION-RENTREE                             *
      * AUTEUR    : Vincent-Cmd1                                      *
      * DATE      : 15/10/2026                                        *
      * MODIFICATION : 15/10/2026 - Rapport conserve et inscrit       *
      *               au catalogue des rapports                       *
      *               (catalogue-rapports)                            *
      *                                                               *
      * OBJET     : Prevision des effectifs de la rentree suivante,   *
      *             avant le passage de rentree (promotion.cbl) :     *
      *             pour chaque niveau du cursus (CP -> CM2),         *
      *               effectif prevu = redoublants du niveau          *
      *                              + promus du niveau precedent    *
      *                              + nouvelles inscriptions        *
      *             a partir de roster.txt, redoublants.txt,          *
      *             sortants.txt (departs annonces pour l'annee de    *
      *             rentree) et inscriptions-prevues.txt, compare au  *
      *             referentiel capacites-classes.txt (effectif       *
      *             maximum par classe et classes ouvertes du         *
      *             niveau). Le programme propose le nombre de        *
      *             classes de chaque niveau, ou une classe a double  *
      *             niveau quand le surplus tient dans les places     *
      *             libres d'un niveau voisin. Resultat a l'ecran et  *
      *             dans planification-rentree-AAAA.txt.              *
      *                                                               *
      * REMARQUE  : Le programme ne modifie aucun fichier ; le        *
      *             roster n'est mis a jour que par promotion.cbl.    *
      *             Un niveau absent du referentiel prend 25 eleves   *
      *             par classe et une classe ouverte, et est signale. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. planification-rentree.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Roster des classes (cf. tab-m-elev.cbl), en lecture seule
           SELECT F-ROSTER ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER-STATUS.

      * Redoublants de la rentree (cf. promotion.cbl)
           SELECT F-REDOUBLANTS ASSIGN TO "redoublants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDOUBLANTS.

      * Eleves quittant l'ecole (cf. promotion.cbl) ; les departs
      * annonces y sont portes avec l'annee de la rentree
           SELECT F-SORTANTS ASSIGN TO "sortants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SORTANTS.

      * Nouvelles inscriptions attendues, par niveau
           SELECT F-INSCRIPTIONS ASSIGN TO "inscriptions-prevues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSCRIPTIONS.

      * Referentiel des capacites par niveau
           SELECT F-CAPACITES ASSIGN TO "capacites-classes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAPACITES.

      * Prevision editee
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Une ligne de roster par eleve (cf. tab-m-elev.cbl)
       FD F-ROSTER.
       01 FS-ENR-ROSTER.
           05 FS-NOM-CLASSE                 PIC X(04).
           05 FS-NOM-ELEVE                  PIC X(15).
           05 FS-PRENOM-ELEVE               PIC X(15).

      * Une ligne d'exception par redoublant
       FD F-REDOUBLANTS.
       01 FS-ENR-REDOUBLANT.
           05 FS-RED-NOM                    PIC X(15).
           05 FS-RED-PRENOM                 PIC X(15).

      * Une ligne par eleve sortant (classe d'origine + annee)
       FD F-SORTANTS.
       01 FS-ENR-SORTANT.
           05 FS-SOR-ANNEE                  PIC 9(04).
           05 FILLER                        PIC X(01).
           05 FS-SOR-CLASSE                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-SOR-NOM                    PIC X(15).
           05 FS-SOR-PRENOM                 PIC X(15).

      * Une ligne par niveau (ou plusieurs, cumulees) : niveau et
      * nombre d'inscriptions attendues
       FD F-INSCRIPTIONS.
       01 FS-ENR-INSCRIPTION.
           05 FS-INS-NIVEAU                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-INS-NOMBRE                 PIC X(03).
           05 FS-INS-NOMBRE-NUM REDEFINES FS-INS-NOMBRE
                                            PIC 9(03).

      * Une ligne par niveau : effectif maximum d'une classe et
      * nombre de classes ouvertes cette annee
       FD F-CAPACITES.
       01 FS-ENR-CAPACITE.
           05 FS-CAP-NIVEAU                 PIC X(04).
           05 FILLER                        PIC X(01).
           05 FS-CAP-EFFECTIF-MAX           PIC X(02).
           05 FILLER                        PIC X(01).
           05 FS-CAP-CLASSES                PIC X(02).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                    PIC X(80).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-ROSTER-STATUS      PIC X(02).
       01 WS-FS-REDOUBLANTS        PIC X(02).
       01 WS-FS-SORTANTS           PIC X(02).
       01 WS-FS-INSCRIPTIONS       PIC X(02).
       01 WS-FS-CAPACITES          PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Annee de la rentree preparee
       01 WS-ANNEE-RENTREE         PIC 9(04).
       01 WS-SAISIE-ANNEE          PIC X(04).
       01 WS-NOM-RAPPORT           PIC X(40).

      * Cursus et prevision par niveau
       01 WS-NB-NIVEAUX            PIC 9(02) VALUE 5.
       01 WS-IDX-NIV               PIC 9(02) VALUE ZERO.
       01 WS-IDX-VOISIN            PIC 9(02) VALUE ZERO.
       01 WS-TAB-NIVEAUX.
           05 WS-NIVEAU OCCURS 5 TIMES.
               10 WS-NIV-CODE           PIC X(04).
               10 WS-NIV-ACTUEL         PIC 9(03).
               10 WS-NIV-REDOUBLANTS    PIC 9(03).
               10 WS-NIV-DEPARTS        PIC 9(03).
               10 WS-NIV-NOUVEAUX       PIC 9(03).
               10 WS-NIV-PROMUS         PIC 9(03).
               10 WS-NIV-PREVU          PIC 9(03).
               10 WS-NIV-EFFECTIF-MAX   PIC 9(02).
               10 WS-NIV-CLASSES        PIC 9(02).
               10 WS-NIV-CAP-CONNUE     PIC X(01).
               10 WS-NIV-BESOIN         PIC 9(02).
               10 WS-NIV-PLACES-LIBRES  PIC S9(03).
               10 WS-NIV-PROPOSITION    PIC X(50).

      * Redoublants et departs annonces charges en memoire
       01 WS-NB-REDOUBLANTS        PIC 9(03) VALUE ZERO.
       01 WS-IDX-RED               PIC 9(03) VALUE ZERO.
       01 WS-TAB-REDOUBLANTS.
           05 WS-REDOUBLANT OCCURS 50 TIMES.
               10 WS-RED-NOM            PIC X(15).
               10 WS-RED-PRENOM         PIC X(15).

       01 WS-NB-DEPARTS            PIC 9(03) VALUE ZERO.
       01 WS-IDX-DEP               PIC 9(03) VALUE ZERO.
       01 WS-TAB-DEPARTS.
           05 WS-DEPART OCCURS 100 TIMES.
               10 WS-DEP-NOM            PIC X(15).
               10 WS-DEP-PRENOM         PIC X(15).

       01 WS-EST-REDOUBLANT        PIC X(01) VALUE "N".
       01 WS-EST-PARTANT           PIC X(01) VALUE "N".
       01 WS-NB-HORS-CURSUS        PIC 9(03) VALUE ZERO.

      * Calculs et edition
       01 WS-SURPLUS               PIC S9(03).
       01 WS-A-OUVRIR              PIC 9(02).
       01 WS-A-FERMER              PIC 9(02).
       01 WS-SURPLUS-ED            PIC ZZ9.
       01 WS-NOMBRE-ED             PIC Z9.
       01 WS-TOTAL-ACTUEL          PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-PREVU           PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-CLASSES         PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-BESOIN          PIC 9(03) VALUE ZERO.
       01 WS-LIGNE-RAPPORT         PIC X(80).

       01 WS-LIGNE-NIVEAU.
           05 WS-LN-CODE               PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LN-ACTUEL             PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LN-REDOUBLANTS        PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-LN-DEPARTS            PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-LN-PROMUS-ENTRANTS    PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-LN-NOUVEAUX           PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LN-PREVU              PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-LN-EFFECTIF-MAX       PIC Z9.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 WS-LN-CLASSES            PIC Z9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-LN-BESOIN             PIC Z9.
           05 FILLER                   PIC X(13) VALUE SPACES.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "planification-rentree".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : chargements, prevision, edition
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Annee de rentree : par defaut l'annee en cours
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-RENTREE.
           DISPLAY "Annee de la rentree (AAAA, blanc = "
                   WS-ANNEE-RENTREE ") : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ANNEE.
           IF WS-SAISIE-ANNEE NOT = SPACES
               IF WS-SAISIE-ANNEE IS NUMERIC
                   MOVE WS-SAISIE-ANNEE TO WS-ANNEE-RENTREE
               ELSE
                   DISPLAY "Annee invalide, annee en cours retenue."
               END-IF
           END-IF.

      * Cursus des classes (meme cursus que promotion.cbl)
           INITIALIZE WS-TAB-NIVEAUX.
           MOVE "CP"   TO WS-NIV-CODE(1).
           MOVE "CE1"  TO WS-NIV-CODE(2).
           MOVE "CE2"  TO WS-NIV-CODE(3).
           MOVE "CM1"  TO WS-NIV-CODE(4).
           MOVE "CM2"  TO WS-NIV-CODE(5).

      * Chargements
           PERFORM 6120-CHARGER-REDOUBLANTS-DEB
              THRU 6120-CHARGER-REDOUBLANTS-FIN.
           PERFORM 6130-CHARGER-DEPARTS-DEB
              THRU 6130-CHARGER-DEPARTS-FIN.
           PERFORM 6110-COMPTER-ROSTER-DEB
              THRU 6110-COMPTER-ROSTER-FIN.
           PERFORM 6140-CHARGER-INSCRIPTIONS-DEB
              THRU 6140-CHARGER-INSCRIPTIONS-FIN.
           PERFORM 6150-CHARGER-CAPACITES-DEB
              THRU 6150-CHARGER-CAPACITES-FIN.

      * Prevision, besoins en classes et propositions
           PERFORM 7000-PROJETER-EFFECTIFS-DEB
              THRU 7000-PROJETER-EFFECTIFS-FIN.
           PERFORM 7100-PROPOSER-CLASSES-DEB
              THRU 7100-PROPOSER-CLASSES-FIN.

           PERFORM 8000-EDITER-RAPPORT-DEB
              THRU 8000-EDITER-RAPPORT-FIN.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * COMPTAGE DU ROSTER PAR NIVEAU
      ******************************************************************
      * Pour chaque eleve : redoublant, depart annonce, ou promu au
      * niveau suivant (les CM2 promus quittent l'ecole)
       6110-COMPTER-ROSTER-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER-STATUS NOT = "00"
               DISPLAY "Erreur ouverture roster.txt, code : "
                   WS-FS-ROSTER-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-ROSTER
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6115-COMPTER-ELEVE-DEB
                          THRU 6115-COMPTER-ELEVE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-ROSTER.
       6110-COMPTER-ROSTER-FIN.
           EXIT.

       6115-COMPTER-ELEVE-DEB.
           MOVE ZERO TO WS-IDX-VOISIN.
           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               IF WS-NIV-CODE(WS-IDX-NIV) = FS-NOM-CLASSE
                   MOVE WS-IDX-NIV TO WS-IDX-VOISIN
               END-IF
           END-PERFORM.
           IF WS-IDX-VOISIN = ZERO
               ADD 1 TO WS-NB-HORS-CURSUS
               DISPLAY "/!\ Classe inconnue du cursus : "
                       FS-NOM-CLASSE " (" FS-NOM-ELEVE
                       "), eleve non compte /!\"
               GO TO 6115-COMPTER-ELEVE-FIN
           END-IF.
           ADD 1 TO WS-NIV-ACTUEL(WS-IDX-VOISIN).

           MOVE "N" TO WS-EST-REDOUBLANT.
           PERFORM VARYING WS-IDX-RED FROM 1 BY 1
                   UNTIL WS-IDX-RED > WS-NB-REDOUBLANTS
               IF WS-RED-NOM(WS-IDX-RED) = FS-NOM-ELEVE
                   AND WS-RED-PRENOM(WS-IDX-RED) = FS-PRENOM-ELEVE
                   MOVE "O" TO WS-EST-REDOUBLANT
               END-IF
           END-PERFORM.
           IF WS-EST-REDOUBLANT = "O"
               ADD 1 TO WS-NIV-REDOUBLANTS(WS-IDX-VOISIN)
               GO TO 6115-COMPTER-ELEVE-FIN
           END-IF.

           MOVE "N" TO WS-EST-PARTANT.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPARTS
               IF WS-DEP-NOM(WS-IDX-DEP) = FS-NOM-ELEVE
                   AND WS-DEP-PRENOM(WS-IDX-DEP) = FS-PRENOM-ELEVE
                   MOVE "O" TO WS-EST-PARTANT
               END-IF
           END-PERFORM.
           IF WS-EST-PARTANT = "O"
               ADD 1 TO WS-NIV-DEPARTS(WS-IDX-VOISIN)
           ELSE
               ADD 1 TO WS-NIV-PROMUS(WS-IDX-VOISIN)
           END-IF.
       6115-COMPTER-ELEVE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DE LA LISTE D'EXCEPTIONS (REDOUBLANTS)
      ******************************************************************
      * Fichier absent = pas de redoublant cette annee
       6120-CHARGER-REDOUBLANTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REDOUBLANTS.
           IF WS-FS-REDOUBLANTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-REDOUBLANTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-REDOUBLANTS < 50
                           ADD 1 TO WS-NB-REDOUBLANTS
                           MOVE FS-RED-NOM
                               TO WS-RED-NOM(WS-NB-REDOUBLANTS)
                           MOVE FS-RED-PRENOM
                               TO WS-RED-PRENOM(WS-NB-REDOUBLANTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-REDOUBLANTS = "00" OR WS-FS-REDOUBLANTS = "10"
               CLOSE F-REDOUBLANTS
           END-IF.
       6120-CHARGER-REDOUBLANTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES DEPARTS ANNONCES POUR L'ANNEE DE RENTREE
      ******************************************************************
      * Seules les lignes de l'annee de rentree comptent ; un eleve
      * de sortants.txt encore au roster est un depart annonce
       6130-CHARGER-DEPARTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-SORTANTS.
           IF WS-FS-SORTANTS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-SORTANTS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-SOR-ANNEE = WS-ANNEE-RENTREE
                           AND WS-NB-DEPARTS < 100
                           ADD 1 TO WS-NB-DEPARTS
                           MOVE FS-SOR-NOM
                               TO WS-DEP-NOM(WS-NB-DEPARTS)
                           MOVE FS-SOR-PRENOM
                               TO WS-DEP-PRENOM(WS-NB-DEPARTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-SORTANTS = "00" OR WS-FS-SORTANTS = "10"
               CLOSE F-SORTANTS
           END-IF.
       6130-CHARGER-DEPARTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES NOUVELLES INSCRIPTIONS ATTENDUES
      ******************************************************************
      * Fichier absent = aucune inscription nouvelle
       6140-CHARGER-INSCRIPTIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-INSCRIPTIONS.
           IF WS-FS-INSCRIPTIONS NOT = "00"
               DISPLAY "inscriptions-prevues.txt absent : aucune "
                       "inscription nouvelle comptee"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-INSCRIPTIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6145-AJOUTER-INSCRIPTIONS-DEB
                          THRU 6145-AJOUTER-INSCRIPTIONS-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-INSCRIPTIONS = "00" OR WS-FS-INSCRIPTIONS = "10"
               CLOSE F-INSCRIPTIONS
           END-IF.
       6140-CHARGER-INSCRIPTIONS-FIN.
           EXIT.

       6145-AJOUTER-INSCRIPTIONS-DEB.
           IF FS-INS-NOMBRE IS NOT NUMERIC
               DISPLAY "/!\ Inscriptions non numeriques ignorees : "
                       FS-ENR-INSCRIPTION " /!\"
               GO TO 6145-AJOUTER-INSCRIPTIONS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               IF WS-NIV-CODE(WS-IDX-NIV) = FS-INS-NIVEAU
                   ADD FS-INS-NOMBRE-NUM
                       TO WS-NIV-NOUVEAUX(WS-IDX-NIV)
                   GO TO 6145-AJOUTER-INSCRIPTIONS-FIN
               END-IF
           END-PERFORM.
           DISPLAY "/!\ Niveau inconnu du cursus ignore : "
                   FS-INS-NIVEAU " /!\".
       6145-AJOUTER-INSCRIPTIONS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU REFERENTIEL DES CAPACITES
      ******************************************************************
      * Niveau absent du referentiel : 25 eleves, une classe
       6150-CHARGER-CAPACITES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-CAPACITES.
           IF WS-FS-CAPACITES NOT = "00"
               DISPLAY "capacites-classes.txt absent : capacites "
                       "par defaut"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-CAPACITES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                               UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
                           IF WS-NIV-CODE(WS-IDX-NIV) = FS-CAP-NIVEAU
                               AND FS-CAP-EFFECTIF-MAX IS NUMERIC
                               AND FS-CAP-EFFECTIF-MAX > "00"
                               AND FS-CAP-CLASSES IS NUMERIC
                               MOVE FS-CAP-EFFECTIF-MAX
                                   TO WS-NIV-EFFECTIF-MAX(WS-IDX-NIV)
                               MOVE FS-CAP-CLASSES
                                   TO WS-NIV-CLASSES(WS-IDX-NIV)
                               MOVE "O"
                                   TO WS-NIV-CAP-CONNUE(WS-IDX-NIV)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-FS-CAPACITES = "00" OR WS-FS-CAPACITES = "10"
               CLOSE F-CAPACITES
           END-IF.

           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               IF WS-NIV-CAP-CONNUE(WS-IDX-NIV) NOT = "O"
                   MOVE 25 TO WS-NIV-EFFECTIF-MAX(WS-IDX-NIV)
                   MOVE 1  TO WS-NIV-CLASSES(WS-IDX-NIV)
                   DISPLAY "/!\ Niveau " WS-NIV-CODE(WS-IDX-NIV)
                           " absent du referentiel : 25 eleves, "
                           "1 classe /!\"
               END-IF
           END-PERFORM.
       6150-CHARGER-CAPACITES-FIN.
           EXIT.

      ******************************************************************
      * PREVISION DES EFFECTIFS DE LA RENTREE
      ******************************************************************
      * Prevu = redoublants + promus du niveau precedent + nouveaux ;
      * besoin = nombre de classes arrondi au superieur
       7000-PROJETER-EFFECTIFS-DEB.
           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               COMPUTE WS-NIV-PREVU(WS-IDX-NIV) =
                   WS-NIV-REDOUBLANTS(WS-IDX-NIV)
                   + WS-NIV-NOUVEAUX(WS-IDX-NIV)
               IF WS-IDX-NIV > 1
                   ADD WS-NIV-PROMUS(WS-IDX-NIV - 1)
                       TO WS-NIV-PREVU(WS-IDX-NIV)
               END-IF
               COMPUTE WS-NIV-BESOIN(WS-IDX-NIV) =
                   (WS-NIV-PREVU(WS-IDX-NIV)
                    + WS-NIV-EFFECTIF-MAX(WS-IDX-NIV) - 1)
                   / WS-NIV-EFFECTIF-MAX(WS-IDX-NIV)
               COMPUTE WS-NIV-PLACES-LIBRES(WS-IDX-NIV) =
                   WS-NIV-CLASSES(WS-IDX-NIV)
                   * WS-NIV-EFFECTIF-MAX(WS-IDX-NIV)
                   - WS-NIV-PREVU(WS-IDX-NIV)
           END-PERFORM.
       7000-PROJETER-EFFECTIFS-FIN.
           EXIT.

      ******************************************************************
      * PROPOSITION PAR NIVEAU
      ******************************************************************
      * Un surplus qui tient dans les places libres d'un niveau
      * voisin (suivant d'abord, puis precedent) donne une classe a
      * double niveau ; sinon ouverture des classes manquantes. Les
      * places prises chez le voisin ne servent qu'une fois
       7100-PROPOSER-CLASSES-DEB.
           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               MOVE SPACES TO WS-NIV-PROPOSITION(WS-IDX-NIV)
               EVALUATE TRUE
                   WHEN WS-NIV-BESOIN(WS-IDX-NIV)
                        > WS-NIV-CLASSES(WS-IDX-NIV)
                       PERFORM 7110-TRAITER-SURPLUS-DEB
                          THRU 7110-TRAITER-SURPLUS-FIN
                   WHEN WS-NIV-BESOIN(WS-IDX-NIV)
                        < WS-NIV-CLASSES(WS-IDX-NIV)
                       COMPUTE WS-A-FERMER =
                           WS-NIV-CLASSES(WS-IDX-NIV)
                           - WS-NIV-BESOIN(WS-IDX-NIV)
                       MOVE WS-A-FERMER TO WS-NOMBRE-ED
                       STRING "FERMETURE POSSIBLE DE " WS-NOMBRE-ED
                              " CLASSE(S)"
                           DELIMITED BY SIZE
                           INTO WS-NIV-PROPOSITION(WS-IDX-NIV)
                       END-STRING
                   WHEN OTHER
                       MOVE "EFFECTIF COMPATIBLE AVEC LES CLASSES"
                           TO WS-NIV-PROPOSITION(WS-IDX-NIV)
               END-EVALUATE
           END-PERFORM.
       7100-PROPOSER-CLASSES-FIN.
           EXIT.

       7110-TRAITER-SURPLUS-DEB.
           COMPUTE WS-SURPLUS = 0 - WS-NIV-PLACES-LIBRES(WS-IDX-NIV).

      * Niveau suivant, puis precedent
           MOVE ZERO TO WS-IDX-VOISIN.
           IF WS-IDX-NIV < WS-NB-NIVEAUX
               IF WS-NIV-PLACES-LIBRES(WS-IDX-NIV + 1) >= WS-SURPLUS
                   COMPUTE WS-IDX-VOISIN = WS-IDX-NIV + 1
               END-IF
           END-IF.
           IF WS-IDX-VOISIN = ZERO AND WS-IDX-NIV > 1
               IF WS-NIV-PLACES-LIBRES(WS-IDX-NIV - 1) >= WS-SURPLUS
                   COMPUTE WS-IDX-VOISIN = WS-IDX-NIV - 1
               END-IF
           END-IF.

           MOVE WS-SURPLUS TO WS-SURPLUS-ED.
           IF WS-IDX-VOISIN > ZERO
               SUBTRACT WS-SURPLUS
                   FROM WS-NIV-PLACES-LIBRES(WS-IDX-VOISIN)
               ADD WS-SURPLUS TO WS-NIV-PLACES-LIBRES(WS-IDX-NIV)
               STRING "DOUBLE NIVEAU AVEC "
                      WS-NIV-CODE(WS-IDX-VOISIN) " :"
                      WS-SURPLUS-ED " ELEVE(S) DE "
                      WS-NIV-CODE(WS-IDX-NIV)
                   DELIMITED BY SIZE
                   INTO WS-NIV-PROPOSITION(WS-IDX-NIV)
               END-STRING
           ELSE
               COMPUTE WS-A-OUVRIR =
                   WS-NIV-BESOIN(WS-IDX-NIV)
                   - WS-NIV-CLASSES(WS-IDX-NIV)
               MOVE WS-A-OUVRIR TO WS-NOMBRE-ED
               STRING "OUVRIR " WS-NOMBRE-ED " CLASSE(S) ("
                      WS-SURPLUS-ED " ELEVE(S) EN SURPLUS)"
                   DELIMITED BY SIZE
                   INTO WS-NIV-PROPOSITION(WS-IDX-NIV)
               END-STRING
           END-IF.
       7110-TRAITER-SURPLUS-FIN.
           EXIT.

      ******************************************************************
      * EDITION DE LA PREVISION
      ******************************************************************
       8000-EDITER-RAPPORT-DEB.
           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING "planification-rentree-" WS-ANNEE-RENTREE ".txt"
               DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           END-STRING.
           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture " WS-NOM-RAPPORT
                       ", code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "PREVISION DES EFFECTIFS - RENTREE " WS-ANNEE-RENTREE
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           MOVE "NIV.  ACTUEL  REDOUB  DEPARTS  PROMUS  NOUV.  PREVU  "
             TO WS-LIGNE-RAPPORT.
           MOVE "MAX/CL  CLASSES  BESOIN" TO WS-LIGNE-RAPPORT(54:27).
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                   UNTIL WS-IDX-NIV > WS-NB-NIVEAUX
               MOVE WS-NIV-CODE(WS-IDX-NIV)      TO WS-LN-CODE
               MOVE WS-NIV-ACTUEL(WS-IDX-NIV)    TO WS-LN-ACTUEL
               MOVE WS-NIV-REDOUBLANTS(WS-IDX-NIV)
                                                 TO WS-LN-REDOUBLANTS
               MOVE WS-NIV-DEPARTS(WS-IDX-NIV)   TO WS-LN-DEPARTS
               IF WS-IDX-NIV > 1
                   MOVE WS-NIV-PROMUS(WS-IDX-NIV - 1)
                       TO WS-LN-PROMUS-ENTRANTS
               ELSE
                   MOVE ZERO TO WS-LN-PROMUS-ENTRANTS
               END-IF
               MOVE WS-NIV-NOUVEAUX(WS-IDX-NIV)  TO WS-LN-NOUVEAUX
               MOVE WS-NIV-PREVU(WS-IDX-NIV)     TO WS-LN-PREVU
               MOVE WS-NIV-EFFECTIF-MAX(WS-IDX-NIV)
                                                 TO WS-LN-EFFECTIF-MAX
               MOVE WS-NIV-CLASSES(WS-IDX-NIV)   TO WS-LN-CLASSES
               MOVE WS-NIV-BESOIN(WS-IDX-NIV)    TO WS-LN-BESOIN
               MOVE WS-LIGNE-NIVEAU TO WS-LIGNE-RAPPORT
               PERFORM 8090-ECRIRE-LIGNE-DEB
                  THRU 8090-ECRIRE-LIGNE-FIN
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "      -> " WS-NIV-PROPOSITION(WS-IDX-NIV)
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8090-ECRIRE-LIGNE-DEB
                  THRU 8090-ECRIRE-LIGNE-FIN
               ADD WS-NIV-ACTUEL(WS-IDX-NIV)  TO WS-TOTAL-ACTUEL
               ADD WS-NIV-PREVU(WS-IDX-NIV)   TO WS-TOTAL-PREVU
               ADD WS-NIV-CLASSES(WS-IDX-NIV) TO WS-TOTAL-CLASSES
               ADD WS-NIV-BESOIN(WS-IDX-NIV)  TO WS-TOTAL-BESOIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-RAPPORT.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "ECOLE : " WS-TOTAL-ACTUEL " eleves ce jour, "
                  WS-TOTAL-PREVU " prevus ; " WS-TOTAL-CLASSES
                  " classes ouvertes, " WS-TOTAL-BESOIN
                  " necessaires"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8090-ECRIRE-LIGNE-DEB
              THRU 8090-ECRIRE-LIGNE-FIN.
           IF WS-NB-HORS-CURSUS > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "(" WS-NB-HORS-CURSUS " eleve(s) du roster "
                      "hors cursus non comptes)"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 8090-ECRIRE-LIGNE-DEB
                  THRU 8090-ECRIRE-LIGNE-FIN
           END-IF.

           CLOSE F-RAPPORT.
           DISPLAY "Prevision ecrite dans " WS-NOM-RAPPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RAPPORT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-RAPPORT-FIN.
           EXIT.

       8090-ECRIRE-LIGNE-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8090-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
