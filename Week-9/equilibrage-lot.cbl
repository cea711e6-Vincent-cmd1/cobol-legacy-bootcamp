      ******************************************************************
      * PROGRAMME : EQUILIBRAGE-LOT
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Equilibrage des totaux de controle du lot
      *             nocturne : une etape peut se terminer a zero
      *             apres avoir ecarte des enregistrements sans bruit.
      *             Chaque etape declare ses totaux (nombre
      *             d'enregistrements et total de controle par flux)
      *             dans totaux-lot.txt par le sous-programme
      *             totaux-controle ; ce rapport les rapproche entre
      *             eux selon des regles d'equilibrage (par exemple
      *             les lignes de inventaire.txt sauvegardees contre
      *             les lignes lues par rupture-stock, ou les
      *             reliquats lus contre les reliquats soldes plus
      *             les reliquats reecrits) et alimente
      *             alerte-lot.txt pour chaque ecart, comme les
      *             echecs du lot nocturne. Aucune saisie : enchaine
      *             chaque nuit depuis lot-nocturne, apres la
      *             derniere etape.
      *
      * FICHIERS  :
      *   - F-TOTAUX  : totaux-lot.txt (totaux declares de la nuit)
      *   - F-REGLES  : equilibrage-regles.txt (regles ; regles par
      *                 defaut en son absence)
      *   - F-RAPPORT : equilibrage-lot.txt (rapport, recree)
      *   - F-ALERTE  : alerte-lot.txt (ajout a chaque ecart)
      *
      * REMARQUE  : Une regle dont un total n'a pas ete declare
      *             cette nuit (etape sautee par planification,
      *             fichier d'entree absent...) est signalee "NON
      *             EVALUEE" sans alerte. Code retour 4 si au moins
      *             un ecart, 8 si le rapport ne peut etre ecrit.
      *
      * MODIFICATION : 15/10/2026 - Chaque rapport est conserve et
      *                inscrit au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. equilibrage-lot.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Totaux de controle de la nuit (cf. totaux-controle.cbl)
           SELECT F-TOTAUX ASSIGN TO "totaux-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAUX.

      * Regles d'equilibrage
           SELECT F-REGLES ASSIGN TO "equilibrage-regles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES.

      * Rapport d'equilibrage
           SELECT F-RAPPORT ASSIGN TO "equilibrage-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

      * Fichier d'alerte du lot nocturne, alimente en ajout a chaque
      * ecart constate
           SELECT F-ALERTE ASSIGN TO "alerte-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTE.

       DATA DIVISION.
       FILE SECTION.

      * Un flux d'une etape par ligne, meme disposition que dans
      * totaux-controle.cbl
       FD F-TOTAUX.
       01 FS-ENR-TOTAUX.
           05 FS-TOT-DATE            PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FS-TOT-HEURE           PIC 9(06).
           05 FILLER                 PIC X(01).
           05 FS-TOT-ETAPE           PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-TOT-FLUX            PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-TOT-NB              PIC 9(09).
           05 FILLER                 PIC X(01).
           05 FS-TOT-MONTANT         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

      * Une regle par ligne : total de gauche (etape, flux), type de
      * comparaison (N = nombres, M = totaux de controle), puis un a
      * quatre totaux de droite additionnes. Ligne commencant par
      * "*" : commentaire
       FD F-REGLES.
       01 FS-ENR-REGLES.
           05 FS-RG-ETAPE            PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-RG-FLUX             PIC X(20).
           05 FILLER                 PIC X(01).
           05 FS-RG-TYPE             PIC X(01).
           05 FILLER                 PIC X(01).
           05 FS-RG-TERME OCCURS 4 TIMES.
              10 FS-RG-TERME-ETAPE      PIC X(20).
              10 FILLER                 PIC X(01).
              10 FS-RG-TERME-FLUX       PIC X(20).
              10 FILLER                 PIC X(01).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT             PIC X(100).

       FD F-ALERTE.
       01 FS-ENR-ALERTE              PIC X(100).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-TOTAUX             PIC X(02).
       01 WS-FS-REGLES             PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).
       01 WS-FS-ALERTE             PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Totaux declares : la derniere declaration d'un flux d'une
      * etape l'emporte (etape rejouee en reprise du lot)
       01 WS-NB-TOTAUX             PIC 9(03) VALUE ZERO.
       01 WS-IDX-TOT               PIC 9(03) VALUE ZERO.
       01 WS-NB-TOTAUX-TRONQUES    PIC 9(03) VALUE ZERO.
       01 WS-TAB-TOTAUX.
           05 WS-TOT OCCURS 200 TIMES.
              10 WS-TOT-ETAPE           PIC X(20).
              10 WS-TOT-FLUX            PIC X(20).
              10 WS-TOT-NB              PIC 9(09).
              10 WS-TOT-MONTANT         PIC S9(13)V99.

      * Regles d'equilibrage
       01 WS-NB-REGLES             PIC 9(02) VALUE ZERO.
       01 WS-IDX-RG                PIC 9(02) VALUE ZERO.
       01 WS-IDX-TERME             PIC 9(01) VALUE ZERO.
       01 WS-NB-REGLES-IGNOREES    PIC 9(02) VALUE ZERO.
       01 WS-TAB-REGLES.
           05 WS-RG OCCURS 30 TIMES.
              10 WS-RG-ETAPE            PIC X(20).
              10 WS-RG-FLUX             PIC X(20).
              10 WS-RG-TYPE             PIC X(01).
              10 WS-RG-NB-TERMES        PIC 9(01).
              10 WS-RG-TERME OCCURS 4 TIMES.
                 15 WS-RG-TERME-ETAPE   PIC X(20).
                 15 WS-RG-TERME-FLUX    PIC X(20).

      * Recherche d'un total declare (etape + flux demandes)
       01 WS-CH-ETAPE              PIC X(20).
       01 WS-CH-FLUX               PIC X(20).
       01 WS-CH-TROUVE             PIC X(01).
       01 WS-CH-NB                 PIC 9(09).
       01 WS-CH-MONTANT            PIC S9(13)V99.

      * Evaluation de la regle en cours : valeur de gauche, somme de
      * droite, ecart, et premier total absent le cas echeant
       01 WS-REGLE-EVALUEE         PIC X(01).
       01 WS-VAL-GAUCHE            PIC S9(13)V99.
       01 WS-VAL-DROITE            PIC S9(13)V99.
       01 WS-ECART                 PIC S9(13)V99.
       01 WS-ABSENT-ETAPE          PIC X(20).
       01 WS-ABSENT-FLUX           PIC X(20).
       01 WS-NO-REGLE-ED           PIC Z9.
       01 WS-NB-ED                 PIC -(12)9.
       01 WS-MONTANT-ED            PIC -(12)9.99.
       01 WS-GAUCHE-ED             PIC X(17).
       01 WS-DROITE-ED             PIC X(17).
       01 WS-ECART-ED              PIC X(17).

      * Date du jour, compteurs du bilan et lignes d'edition
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NB-EQUILIBREES        PIC 9(02) VALUE ZERO.
       01 WS-NB-ECARTS             PIC 9(02) VALUE ZERO.
       01 WS-NB-NON-EVALUEES       PIC 9(02) VALUE ZERO.
       01 WS-LIGNE-RAPPORT         PIC X(100).
       01 WS-LIGNE-ALERTE          PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "equilibrage-lot".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : regles, totaux puis rapprochements
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6110-CHARGER-REGLES-DEB
              THRU 6110-CHARGER-REGLES-FIN.
           PERFORM 6120-CHARGER-TOTAUX-DEB
              THRU 6120-CHARGER-TOTAUX-FIN.

           OPEN OUTPUT F-RAPPORT.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ouverture equilibrage-lot.txt, "
                       "code : " WS-FS-RAPPORT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "EQUILIBRAGE DU LOT NOCTURNE AU " WS-DATE-JOUR
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.

           PERFORM 7050-LISTER-TOTAUX-DEB
              THRU 7050-LISTER-TOTAUX-FIN.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.
           MOVE "REGLES D'EQUILIBRAGE" TO WS-LIGNE-RAPPORT.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.

           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-NB-REGLES
               PERFORM 7000-EVALUER-REGLE-DEB
                  THRU 7000-EVALUER-REGLE-FIN
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "BILAN : " WS-NB-EQUILIBREES " equilibree(s), "
                  WS-NB-ECARTS " ecart(s), "
                  WS-NB-NON-EVALUEES " non evaluee(s)"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.
           IF WS-NB-REGLES-IGNOREES > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING WS-NB-REGLES-IGNOREES " ligne(s) de "
                      "equilibrage-regles.txt ignoree(s) : type "
                      "hors N/M, sans terme ou plus de 30 regles"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-NB-TOTAUX-TRONQUES > ZERO
               INITIALIZE WS-LIGNE-RAPPORT
               STRING WS-NB-TOTAUX-TRONQUES " total(aux) au-dela "
                      "de la capacite de 200 non charge(s)"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
           END-IF.

           CLOSE F-RAPPORT.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE "equilibrage-lot.txt" TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           IF WS-NB-ECARTS = ZERO
               DISPLAY "Totaux du lot equilibres ("
                       WS-NB-EQUILIBREES " regle(s) verifiee(s), "
                       WS-NB-NON-EVALUEES " non evaluee(s))."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "/!\ " WS-NB-ECARTS " ecart(s) d'equilibrage, "
                       "voir equilibrage-lot.txt et alerte-lot.txt"
                       " /!\"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           GOBACK.

      ******************************************************************
      * REGLES D'EQUILIBRAGE : FICHIER DE PARAMETRES OU DEFAUTS
      ******************************************************************
      * Regles par defaut, dans l'ordre du lot :
      *  - inventaire.txt sauvegarde = lignes lues par rupture-stock
      *    (nombre et stock), lues = chargees + non chargees ;
      *  - assurances.dat sauvegarde = contrats lus par
      *    assurance-test ;
      *  - eleves.txt sauvegarde = eleves lus par eleve-reussite,
      *    lus = retenus + rejetes ; bulletins : eleves = exportes ;
      *  - reliquats lus = soldes + reecrits (nombre), quantite lue
      *    = allouee + reecrite ; reliquats dus de reliquats-retard
      *    = reliquats reecrits, en retard = listes ;
      *  - personnes.txt : lignes lues = personnes chargees ;
      *  - lots retenus par lots-peremption = lots listes ;
      *  - lignes importees = ignorees + servies + mises en
      *    reliquat + rejetees
       6110-CHARGER-REGLES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-REGLES.
           IF WS-FS-REGLES NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-REGLES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-ENR-REGLES(1:1) NOT = "*"
                          AND FS-ENR-REGLES NOT = SPACES
                           PERFORM 6115-AJOUTER-REGLE-DEB
                              THRU 6115-AJOUTER-REGLE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-REGLES = "00" OR WS-FS-REGLES = "10"
               CLOSE F-REGLES
           END-IF.

           IF WS-NB-REGLES = ZERO
               MOVE 15 TO WS-NB-REGLES
               INITIALIZE WS-TAB-REGLES
               MOVE "sauvegarde-masters" TO WS-RG-ETAPE(1)
               MOVE "inventaire.txt"     TO WS-RG-FLUX(1)
               MOVE "N"                  TO WS-RG-TYPE(1)
               MOVE 1                    TO WS-RG-NB-TERMES(1)
               MOVE "rupture-stock"      TO WS-RG-TERME-ETAPE(1, 1)
               MOVE "LUS"                TO WS-RG-TERME-FLUX(1, 1)
               MOVE WS-RG(1)             TO WS-RG(2)
               MOVE "M"                  TO WS-RG-TYPE(2)
               MOVE "rupture-stock"      TO WS-RG-ETAPE(3)
               MOVE "LUS"                TO WS-RG-FLUX(3)
               MOVE "N"                  TO WS-RG-TYPE(3)
               MOVE 2                    TO WS-RG-NB-TERMES(3)
               MOVE "rupture-stock"      TO WS-RG-TERME-ETAPE(3, 1)
               MOVE "CHARGES"            TO WS-RG-TERME-FLUX(3, 1)
               MOVE "rupture-stock"      TO WS-RG-TERME-ETAPE(3, 2)
               MOVE "NON-CHARGES"        TO WS-RG-TERME-FLUX(3, 2)
               MOVE "sauvegarde-masters" TO WS-RG-ETAPE(4)
               MOVE "assurances.dat"     TO WS-RG-FLUX(4)
               MOVE "N"                  TO WS-RG-TYPE(4)
               MOVE 1                    TO WS-RG-NB-TERMES(4)
               MOVE "assurance-test"     TO WS-RG-TERME-ETAPE(4, 1)
               MOVE "MAITRE"             TO WS-RG-TERME-FLUX(4, 1)
               MOVE "sauvegarde-masters" TO WS-RG-ETAPE(5)
               MOVE "eleves.txt"         TO WS-RG-FLUX(5)
               MOVE "N"                  TO WS-RG-TYPE(5)
               MOVE 1                    TO WS-RG-NB-TERMES(5)
               MOVE "eleve-reussite"     TO WS-RG-TERME-ETAPE(5, 1)
               MOVE "LUS"                TO WS-RG-TERME-FLUX(5, 1)
               MOVE "eleve-reussite"     TO WS-RG-ETAPE(6)
               MOVE "LUS"                TO WS-RG-FLUX(6)
               MOVE "N"                  TO WS-RG-TYPE(6)
               MOVE 2                    TO WS-RG-NB-TERMES(6)
               MOVE "eleve-reussite"     TO WS-RG-TERME-ETAPE(6, 1)
               MOVE "RETENUS"            TO WS-RG-TERME-FLUX(6, 1)
               MOVE "eleve-reussite"     TO WS-RG-TERME-ETAPE(6, 2)
               MOVE "REJETES"            TO WS-RG-TERME-FLUX(6, 2)
               MOVE "bulletin-gen"       TO WS-RG-ETAPE(7)
               MOVE "ELEVES"             TO WS-RG-FLUX(7)
               MOVE "N"                  TO WS-RG-TYPE(7)
               MOVE 1                    TO WS-RG-NB-TERMES(7)
               MOVE "bulletin-gen"       TO WS-RG-TERME-ETAPE(7, 1)
               MOVE "EXPORTES"           TO WS-RG-TERME-FLUX(7, 1)
               MOVE "reliquats-allocation" TO WS-RG-ETAPE(8)
               MOVE "LUS"                TO WS-RG-FLUX(8)
               MOVE "N"                  TO WS-RG-TYPE(8)
               MOVE 2                    TO WS-RG-NB-TERMES(8)
               MOVE "reliquats-allocation"
                   TO WS-RG-TERME-ETAPE(8, 1)
               MOVE "SOLDES"             TO WS-RG-TERME-FLUX(8, 1)
               MOVE "reliquats-allocation"
                   TO WS-RG-TERME-ETAPE(8, 2)
               MOVE "REECRITS"           TO WS-RG-TERME-FLUX(8, 2)
               MOVE WS-RG(8)             TO WS-RG(9)
               MOVE "M"                  TO WS-RG-TYPE(9)
               MOVE "ALLOUES"            TO WS-RG-TERME-FLUX(9, 1)
               MOVE "annuaire-sync"      TO WS-RG-ETAPE(10)
               MOVE "LUS"                TO WS-RG-FLUX(10)
               MOVE "N"                  TO WS-RG-TYPE(10)
               MOVE 1                    TO WS-RG-NB-TERMES(10)
               MOVE "annuaire-sync"      TO WS-RG-TERME-ETAPE(10, 1)
               MOVE "PERSONNES"          TO WS-RG-TERME-FLUX(10, 1)
               MOVE "lots-peremption"    TO WS-RG-ETAPE(11)
               MOVE "RETENUS"            TO WS-RG-FLUX(11)
               MOVE "N"                  TO WS-RG-TYPE(11)
               MOVE 1                    TO WS-RG-NB-TERMES(11)
               MOVE "lots-peremption"    TO WS-RG-TERME-ETAPE(11, 1)
               MOVE "LISTES"             TO WS-RG-TERME-FLUX(11, 1)
               MOVE "reliquats-retard"   TO WS-RG-ETAPE(12)
               MOVE "DUS"                TO WS-RG-FLUX(12)
               MOVE "N"                  TO WS-RG-TYPE(12)
               MOVE 1                    TO WS-RG-NB-TERMES(12)
               MOVE "reliquats-allocation"
                   TO WS-RG-TERME-ETAPE(12, 1)
               MOVE "REECRITS"           TO WS-RG-TERME-FLUX(12, 1)
               MOVE WS-RG(12)            TO WS-RG(13)
               MOVE "M"                  TO WS-RG-TYPE(13)
               MOVE "reliquats-retard"   TO WS-RG-ETAPE(14)
               MOVE "EN-RETARD"          TO WS-RG-FLUX(14)
               MOVE "N"                  TO WS-RG-TYPE(14)
               MOVE 1                    TO WS-RG-NB-TERMES(14)
               MOVE "reliquats-retard"   TO WS-RG-TERME-ETAPE(14, 1)
               MOVE "LISTES"             TO WS-RG-TERME-FLUX(14, 1)
               MOVE "commandes-import"   TO WS-RG-ETAPE(15)
               MOVE "LUS"                TO WS-RG-FLUX(15)
               MOVE "N"                  TO WS-RG-TYPE(15)
               MOVE 4                    TO WS-RG-NB-TERMES(15)
               MOVE "commandes-import"   TO WS-RG-TERME-ETAPE(15, 1)
               MOVE "IGNOREES"           TO WS-RG-TERME-FLUX(15, 1)
               MOVE "commandes-import"   TO WS-RG-TERME-ETAPE(15, 2)
               MOVE "SERVIES"            TO WS-RG-TERME-FLUX(15, 2)
               MOVE "commandes-import"   TO WS-RG-TERME-ETAPE(15, 3)
               MOVE "RELIQUATS"          TO WS-RG-TERME-FLUX(15, 3)
               MOVE "commandes-import"   TO WS-RG-TERME-ETAPE(15, 4)
               MOVE "REJETES"            TO WS-RG-TERME-FLUX(15, 4)
           END-IF.
       6110-CHARGER-REGLES-FIN.
           EXIT.

      * Une ligne de regle : type N ou M et au moins un terme
       6115-AJOUTER-REGLE-DEB.
           IF WS-NB-REGLES NOT < 30
              OR (FS-RG-TYPE NOT = "N" AND FS-RG-TYPE NOT = "M")
              OR FS-RG-TERME-ETAPE(1) = SPACES
               ADD 1 TO WS-NB-REGLES-IGNOREES
               GO TO 6115-AJOUTER-REGLE-FIN
           END-IF.

           ADD 1 TO WS-NB-REGLES.
           MOVE FS-RG-ETAPE TO WS-RG-ETAPE(WS-NB-REGLES).
           MOVE FS-RG-FLUX  TO WS-RG-FLUX(WS-NB-REGLES).
           MOVE FS-RG-TYPE  TO WS-RG-TYPE(WS-NB-REGLES).
           MOVE ZERO TO WS-RG-NB-TERMES(WS-NB-REGLES).
           PERFORM VARYING WS-IDX-TERME FROM 1 BY 1
                   UNTIL WS-IDX-TERME > 4
               IF FS-RG-TERME-ETAPE(WS-IDX-TERME) NOT = SPACES
                   ADD 1 TO WS-RG-NB-TERMES(WS-NB-REGLES)
                   MOVE FS-RG-TERME-ETAPE(WS-IDX-TERME)
                       TO WS-RG-TERME-ETAPE(WS-NB-REGLES,
                                 WS-RG-NB-TERMES(WS-NB-REGLES))
                   MOVE FS-RG-TERME-FLUX(WS-IDX-TERME)
                       TO WS-RG-TERME-FLUX(WS-NB-REGLES,
                                 WS-RG-NB-TERMES(WS-NB-REGLES))
               END-IF
           END-PERFORM.
       6115-AJOUTER-REGLE-FIN.
           EXIT.

      ******************************************************************
      * TOTAUX DECLARES DE LA NUIT
      ******************************************************************
      * Fichier absent (aucune etape declarante n'a tourne) : toutes
      * les regles seront non evaluees
       6120-CHARGER-TOTAUX-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-TOTAUX.
           IF WS-FS-TOTAUX NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-TOTAUX
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6125-AJOUTER-TOTAL-DEB
                          THRU 6125-AJOUTER-TOTAL-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-TOTAUX = "00" OR WS-FS-TOTAUX = "10"
               CLOSE F-TOTAUX
           END-IF.
       6120-CHARGER-TOTAUX-FIN.
           EXIT.

      * Un flux deja declare est remplace par la declaration la plus
      * recente
       6125-AJOUTER-TOTAL-DEB.
           MOVE FS-TOT-ETAPE TO WS-CH-ETAPE.
           MOVE FS-TOT-FLUX  TO WS-CH-FLUX.
           PERFORM 7100-CHERCHER-TOTAL-DEB
              THRU 7100-CHERCHER-TOTAL-FIN.

           IF WS-CH-TROUVE = "N"
               IF WS-NB-TOTAUX < 200
                   ADD 1 TO WS-NB-TOTAUX
                   MOVE WS-NB-TOTAUX TO WS-IDX-TOT
               ELSE
                   ADD 1 TO WS-NB-TOTAUX-TRONQUES
                   GO TO 6125-AJOUTER-TOTAL-FIN
               END-IF
           END-IF.

           MOVE FS-TOT-ETAPE   TO WS-TOT-ETAPE(WS-IDX-TOT).
           MOVE FS-TOT-FLUX    TO WS-TOT-FLUX(WS-IDX-TOT).
           MOVE FS-TOT-NB      TO WS-TOT-NB(WS-IDX-TOT).
           MOVE FS-TOT-MONTANT TO WS-TOT-MONTANT(WS-IDX-TOT).
       6125-AJOUTER-TOTAL-FIN.
           EXIT.

      ******************************************************************
      * RAPPROCHEMENT D'UNE REGLE
      ******************************************************************
       7000-EVALUER-REGLE-DEB.
           MOVE "O" TO WS-REGLE-EVALUEE.
           MOVE ZERO TO WS-VAL-GAUCHE WS-VAL-DROITE WS-ECART.
           MOVE SPACES TO WS-ABSENT-ETAPE WS-ABSENT-FLUX.
           MOVE WS-IDX-RG TO WS-NO-REGLE-ED.

      * Libelle de la regle : total de gauche puis termes de droite
           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-RG-TYPE(WS-IDX-RG) = "M"
               STRING "Regle " WS-NO-REGLE-ED " (totaux) : "
                      FUNCTION TRIM(WS-RG-ETAPE(WS-IDX-RG)) "/"
                      FUNCTION TRIM(WS-RG-FLUX(WS-IDX-RG))
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "Regle " WS-NO-REGLE-ED " (nombres) : "
                      FUNCTION TRIM(WS-RG-ETAPE(WS-IDX-RG)) "/"
                      FUNCTION TRIM(WS-RG-FLUX(WS-IDX-RG))
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.

           MOVE WS-RG-ETAPE(WS-IDX-RG) TO WS-CH-ETAPE.
           MOVE WS-RG-FLUX(WS-IDX-RG)  TO WS-CH-FLUX.
           PERFORM 7100-CHERCHER-TOTAL-DEB
              THRU 7100-CHERCHER-TOTAL-FIN.
           IF WS-CH-TROUVE = "N"
               MOVE "N" TO WS-REGLE-EVALUEE
               MOVE WS-CH-ETAPE TO WS-ABSENT-ETAPE
               MOVE WS-CH-FLUX  TO WS-ABSENT-FLUX
           ELSE
               IF WS-RG-TYPE(WS-IDX-RG) = "M"
                   MOVE WS-CH-MONTANT TO WS-VAL-GAUCHE
               ELSE
                   MOVE WS-CH-NB TO WS-VAL-GAUCHE
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-TERME FROM 1 BY 1
                   UNTIL WS-IDX-TERME > WS-RG-NB-TERMES(WS-IDX-RG)
               INITIALIZE WS-LIGNE-RAPPORT
               IF WS-IDX-TERME = 1
                   MOVE "      = " TO WS-LIGNE-RAPPORT
               ELSE
                   MOVE "      + " TO WS-LIGNE-RAPPORT
               END-IF
               STRING FUNCTION TRIM(WS-RG-TERME-ETAPE(WS-IDX-RG,
                                                      WS-IDX-TERME))
                      "/"
                      FUNCTION TRIM(WS-RG-TERME-FLUX(WS-IDX-RG,
                                                     WS-IDX-TERME))
                   INTO WS-LIGNE-RAPPORT(9:)
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN

               MOVE WS-RG-TERME-ETAPE(WS-IDX-RG, WS-IDX-TERME)
                   TO WS-CH-ETAPE
               MOVE WS-RG-TERME-FLUX(WS-IDX-RG, WS-IDX-TERME)
                   TO WS-CH-FLUX
               PERFORM 7100-CHERCHER-TOTAL-DEB
                  THRU 7100-CHERCHER-TOTAL-FIN
               IF WS-CH-TROUVE = "N"
                   IF WS-REGLE-EVALUEE = "O"
                       MOVE "N" TO WS-REGLE-EVALUEE
                       MOVE WS-CH-ETAPE TO WS-ABSENT-ETAPE
                       MOVE WS-CH-FLUX  TO WS-ABSENT-FLUX
                   END-IF
               ELSE
                   IF WS-RG-TYPE(WS-IDX-RG) = "M"
                       ADD WS-CH-MONTANT TO WS-VAL-DROITE
                   ELSE
                       ADD WS-CH-NB TO WS-VAL-DROITE
                   END-IF
               END-IF
           END-PERFORM.

      * Un total absent : regle non evaluee, sans alerte
           IF WS-REGLE-EVALUEE = "N"
               ADD 1 TO WS-NB-NON-EVALUEES
               INITIALIZE WS-LIGNE-RAPPORT
               STRING "      -> NON EVALUEE : total "
                      FUNCTION TRIM(WS-ABSENT-ETAPE) "/"
                      FUNCTION TRIM(WS-ABSENT-FLUX)
                      " non declare cette nuit"
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
               GO TO 7000-EVALUER-REGLE-FIN
           END-IF.

           COMPUTE WS-ECART = WS-VAL-GAUCHE - WS-VAL-DROITE.
           PERFORM 7200-EDITER-VALEURS-DEB
              THRU 7200-EDITER-VALEURS-FIN.

           INITIALIZE WS-LIGNE-RAPPORT.
           IF WS-ECART = ZERO
               ADD 1 TO WS-NB-EQUILIBREES
               STRING "      -> OK : " FUNCTION TRIM(WS-GAUCHE-ED)
                      " = " FUNCTION TRIM(WS-DROITE-ED)
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
           ELSE
               ADD 1 TO WS-NB-ECARTS
               STRING "      -> ECART : " FUNCTION TRIM(WS-GAUCHE-ED)
                      " contre " FUNCTION TRIM(WS-DROITE-ED)
                      ", ecart " FUNCTION TRIM(WS-ECART-ED)
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
               PERFORM 8000-ECRIRE-ALERTE-DEB
                  THRU 8000-ECRIRE-ALERTE-FIN
           END-IF.
       7000-EVALUER-REGLE-FIN.
           EXIT.

      * Liste des totaux declares, en tete du rapport
       7050-LISTER-TOTAUX-DEB.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "TOTAUX DECLARES (" WS-NB-TOTAUX ")"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 7900-ECRIRE-RAPPORT-DEB
              THRU 7900-ECRIRE-RAPPORT-FIN.

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-NB-TOTAUX
               MOVE WS-TOT-NB(WS-IDX-TOT)      TO WS-NB-ED
               MOVE WS-TOT-MONTANT(WS-IDX-TOT) TO WS-MONTANT-ED
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-TOT-ETAPE(WS-IDX-TOT) TO WS-LIGNE-RAPPORT(3:20)
               MOVE WS-TOT-FLUX(WS-IDX-TOT)  TO WS-LIGNE-RAPPORT(24:20)
               MOVE WS-NB-ED                 TO WS-LIGNE-RAPPORT(45:13)
               MOVE WS-MONTANT-ED            TO WS-LIGNE-RAPPORT(59:16)
               PERFORM 7900-ECRIRE-RAPPORT-DEB
                  THRU 7900-ECRIRE-RAPPORT-FIN
           END-PERFORM.
       7050-LISTER-TOTAUX-FIN.
           EXIT.

      * Recherche WS-CH-ETAPE / WS-CH-FLUX dans les totaux charges ;
      * WS-IDX-TOT pointe sur le poste trouve
       7100-CHERCHER-TOTAL-DEB.
           MOVE "N" TO WS-CH-TROUVE.
           MOVE ZERO TO WS-CH-NB WS-CH-MONTANT.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-NB-TOTAUX
                      OR WS-CH-TROUVE = "O"
               IF WS-TOT-ETAPE(WS-IDX-TOT) = WS-CH-ETAPE
                  AND WS-TOT-FLUX(WS-IDX-TOT) = WS-CH-FLUX
                   MOVE "O" TO WS-CH-TROUVE
                   MOVE WS-TOT-NB(WS-IDX-TOT)      TO WS-CH-NB
                   MOVE WS-TOT-MONTANT(WS-IDX-TOT) TO WS-CH-MONTANT
               END-IF
           END-PERFORM.
           IF WS-CH-TROUVE = "O"
               SUBTRACT 1 FROM WS-IDX-TOT
           END-IF.
       7100-CHERCHER-TOTAL-FIN.
           EXIT.

      * Valeurs editees selon le type de la regle (nombres entiers
      * ou totaux de controle a deux decimales)
       7200-EDITER-VALEURS-DEB.
           IF WS-RG-TYPE(WS-IDX-RG) = "M"
               MOVE WS-VAL-GAUCHE TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-GAUCHE-ED
               MOVE WS-VAL-DROITE TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-DROITE-ED
               MOVE WS-ECART      TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-ECART-ED
           ELSE
               MOVE WS-VAL-GAUCHE TO WS-NB-ED
               MOVE WS-NB-ED      TO WS-GAUCHE-ED
               MOVE WS-VAL-DROITE TO WS-NB-ED
               MOVE WS-NB-ED      TO WS-DROITE-ED
               MOVE WS-ECART      TO WS-NB-ED
               MOVE WS-NB-ED      TO WS-ECART-ED
           END-IF.
       7200-EDITER-VALEURS-FIN.
           EXIT.

      * Ecrit WS-LIGNE-RAPPORT dans le rapport et a l'ecran
       7900-ECRIRE-RAPPORT-DEB.
           DISPLAY WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       7900-ECRIRE-RAPPORT-FIN.
           EXIT.

      ******************************************************************
      * ALERTE SUR ECART D'EQUILIBRAGE
      ******************************************************************
      * Ajoute une ligne a alerte-lot.txt (cree s'il n'existe pas),
      * comme 5000-ECRIRE-ALERTE-DEB dans lot-nocturne.cbl
       8000-ECRIRE-ALERTE-DEB.
           OPEN EXTEND F-ALERTE.
           IF WS-FS-ALERTE = "35"
               OPEN OUTPUT F-ALERTE
               CLOSE F-ALERTE
               OPEN EXTEND F-ALERTE
           END-IF.
           IF WS-FS-ALERTE NOT = "00"
               DISPLAY "/!\ alerte-lot.txt indisponible (code "
                       WS-FS-ALERTE ") /!\"
           ELSE
               INITIALIZE WS-LIGNE-ALERTE
               STRING WS-DATE-JOUR " - ALERTE EQUILIBRAGE : "
                      FUNCTION TRIM(WS-RG-ETAPE(WS-IDX-RG)) "/"
                      FUNCTION TRIM(WS-RG-FLUX(WS-IDX-RG))
                      " (regle " WS-NO-REGLE-ED ") ecart "
                      FUNCTION TRIM(WS-ECART-ED)
                      " : voir equilibrage-lot.txt"
                   INTO WS-LIGNE-ALERTE
               END-STRING
               MOVE WS-LIGNE-ALERTE TO FS-ENR-ALERTE
               WRITE FS-ENR-ALERTE
               CLOSE F-ALERTE
           END-IF.
       8000-ECRIRE-ALERTE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
