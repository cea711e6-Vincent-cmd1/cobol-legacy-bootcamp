      ******************************************************************
      * PROGRAMME : ASSURANCES-CRIBLAGE.CBL
      * AUTEUR    : Vincent-Cmd1
      * DATE      : 15/10/2026
      *
      * OBJET     : Criblage des sinistres suspects. Joint chaque
      *             sinistre de sinistres.dat a son contrat de
      *             assurances.dat et lui attribue un score, somme des
      *             motifs releves :
      *               - declare peu apres FS-DATE-DEBUT (JOURS-DEBUT)
      *               - declare peu avant FS-DATE-FIN (JOURS-FIN)
      *               - montant proche (POURCENT-MT) ou au-dela du
      *                 montant assure FS-MONTANT
      *               - autres sinistres du meme contrat, ou du meme
      *                 FS-CLIENT-ID sur d'autres contrats, dans la
      *                 fenetre JOURS-FENETRE autour de la date
      *               - contrat SUSPENDU a la date du sinistre (statut
      *                 reconstitue d'apres la piste d'audit)
      *             Les sinistres notes sont edites par score
      *             decroissant avec leurs motifs. Le reviseur (role
      *             ADMIN) qualifie ensuite chaque entree LEVE ou
      *             ESCALADE ; la derniere decision d'un sinistre est
      *             reprise aux executions suivantes.
      *
      * FICHIERS  :
      *   - F-PARAMETRES : criblage-parametres.txt (entree,
      *                    facultatif : seuils, une ligne par code,
      *                    exemple dans criblage-parametres.txt
      *                    .example)
      *   - F-ASSURANCES : assurances.dat (entree, indexe)
      *   - F-SINISTRES  : sinistres.dat  (entree, indexe)
      *   - F-AUDIT      : audit-assurances.txt (entree, facultatif :
      *                    changements de statut des contrats)
      *   - F-DECISIONS  : criblage-decisions.txt (decisions du
      *                    reviseur, lu puis alimente en ajout)
      *   - F-RAPPORT    : criblage-sinistres-AAAAMMJJ.txt (sortie)
      *
      * REMARQUE  : Les sinistres REJETE ne sont pas notes mais
      *             comptent dans la frequence des autres sinistres du
      *             contrat ou du client.
      *
      * MODIFICATION : 15/10/2026 - Chaque liste de revue est conservee
      *                et inscrite au catalogue des rapports
      *                (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurances-criblage.
       AUTHOR. Vincent-Cmd1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Seuils du criblage : une ligne par code de parametre
           SELECT F-PARAMETRES ASSIGN TO "criblage-parametres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.

      * Fichier maitre des contrats (cf. assurances.cbl)
           SELECT F-ASSURANCES ASSIGN TO "assurances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CODE-CONTRAT
               FILE STATUS IS WS-FS-ASSURANCES.

      * Fichier des sinistres (cf. assurances.cbl)
           SELECT F-SINISTRES ASSIGN TO "sinistres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NO-SINISTRE
               ALTERNATE RECORD KEY IS FS-SIN-CODE-CONTRAT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SINISTRES.

      * Piste d'audit des mises a jour de assurances.dat (cf.
      * assurances.cbl), relue pour dater les changements de statut
           SELECT F-AUDIT ASSIGN TO "audit-assurances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

      * Decisions du reviseur : une ligne par qualification
           SELECT F-DECISIONS ASSIGN TO "criblage-decisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECISIONS.

      * Liste de revue, nom resolu a l'execution
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

      * Parametre du criblage : code et valeur
       FD F-PARAMETRES.
       01 FS-ENR-PARAMETRE.
           05 FS-PAR-CODE                 PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-PAR-VALEUR               PIC 9(05).

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

      * Enregistrement des sinistres, tel que declare dans
      * assurances.cbl
       FD F-SINISTRES.
       01 FS-ENR-SINISTRE.
           05 FS-NO-SINISTRE              PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-CODE-CONTRAT         PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-NATURE               PIC X(20).
           05 FILLER                      PIC X(01).
           05 FS-SIN-STATUT               PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-SIN-MONTANT              PIC 9(07)V9(02).

      * Une ligne d'audit par mise a jour (cf. assurances.cbl) ; les
      * images avant et apres d'un contrat portent son statut
       FD F-AUDIT.
       01 FS-ENR-AUDIT.
           05 FS-AUD-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-AUD-HEURE                PIC 9(06).
           05 FILLER                      PIC X(01).
           05 FS-AUD-OPERATION            PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-AUD-FICHIER              PIC X(14).
           05 FILLER                      PIC X(01).
           05 FS-AUD-ORIGINE              PIC X(30).
           05 FILLER                      PIC X(01).
           05 FS-AUD-AVANT.
              10 FS-AUD-AVANT-CODE        PIC X(08).
              10 FILLER                   PIC X(73).
              10 FS-AUD-AVANT-STATUT      PIC X(08).
              10 FILLER                   PIC X(62).
           05 FILLER                      PIC X(01).
           05 FS-AUD-APRES.
              10 FS-AUD-APRES-CODE        PIC X(08).
              10 FILLER                   PIC X(73).
              10 FS-AUD-APRES-STATUT      PIC X(08).
              10 FILLER                   PIC X(62).
           05 FILLER                      PIC X(01).
           05 FS-AUD-UTILISATEUR          PIC X(30).

      * Decision du reviseur sur un sinistre de la liste
       FD F-DECISIONS.
       01 FS-ENR-DECISION.
           05 FS-DEC-NO-SINISTRE          PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-DEC-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 FS-DEC-DECISION             PIC X(08).
           05 FILLER                      PIC X(01).
           05 FS-DEC-SCORE                PIC 9(03).
           05 FILLER                      PIC X(01).
           05 FS-DEC-COMMENTAIRE          PIC X(40).
           05 FILLER                      PIC X(01).
           05 FS-DEC-UTILISATEUR          PIC X(30).

       FD F-RAPPORT.
       01 FS-ENR-RAPPORT                  PIC X(160).

       WORKING-STORAGE SECTION.

      * Codes retour des fichiers
       01 WS-FS-PARAMETRES         PIC X(02).
       01 WS-FS-ASSURANCES         PIC X(02).
       01 WS-FS-SINISTRES          PIC X(02).
       01 WS-FS-AUDIT              PIC X(02).
       01 WS-FS-DECISIONS          PIC X(02).
       01 WS-FS-RAPPORT            PIC X(02).

      * Drapeau de fin de lecture
       01 FLAG-STOP                PIC X.
           88 QUITTER                           VALUE 'Y'.

      * Session ouverte par le sous-programme signon : seul le role
      * ADMIN qualifie les sinistres de la liste
       01 WS-UTILISATEUR           PIC X(30) VALUE SPACES.
       01 WS-ROLE                  PIC X(10) VALUE SPACES.
           88 WS-ROLE-ADMIN                     VALUE "ADMIN".
       01 WS-RC-SIGNON             PIC 9(02) VALUE ZERO.

      * Date du jour et nom de la liste de revue
       01 WS-DATE-JOUR             PIC 9(08).
       01 WS-NOM-RAPPORT           PIC X(40).

      * Seuils du criblage (valeurs par defaut, remplacees par
      * criblage-parametres.txt)
       01 WS-PAR-JOURS-DEBUT       PIC 9(05) VALUE 30.
       01 WS-PAR-JOURS-FIN         PIC 9(05) VALUE 30.
       01 WS-PAR-POURCENT-MT       PIC 9(05) VALUE 90.
       01 WS-PAR-JOURS-FENETRE     PIC 9(05) VALUE 90.

      * Points attribues a chaque motif
       01 WS-PTS-DEBUT             PIC 9(03) VALUE 20.
       01 WS-PTS-FIN               PIC 9(03) VALUE 15.
       01 WS-PTS-MONTANT-PROCHE    PIC 9(03) VALUE 20.
       01 WS-PTS-MONTANT-DEPASSE   PIC 9(03) VALUE 35.
       01 WS-PTS-MULTI-CONTRAT     PIC 9(03) VALUE 20.
       01 WS-PTS-MULTI-CLIENT      PIC 9(03) VALUE 15.
       01 WS-PTS-SUSPENDU          PIC 9(03) VALUE 40.

      * Statuts utiles au criblage
       01 WS-STATUT-SUSPENDU       PIC X(08) VALUE "SUSPENDU".
       01 WS-SIN-STATUT-REJETE     PIC X(08) VALUE "REJETE".
       01 WS-DEC-A-REVOIR          PIC X(08) VALUE "A REVOIR".
       01 WS-DEC-LEVE              PIC X(08) VALUE "LEVE".
       01 WS-DEC-ESCALADE          PIC X(08) VALUE "ESCALADE".

      * Tableau memoire des contrats
       01 WS-NB-CONTRATS           PIC 9(03) VALUE ZERO.
       01 WS-IDX-CTR               PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONTRATS.
           05 WS-CONTRAT OCCURS 500 TIMES.
              10 WS-CTR-CODE            PIC X(08).
              10 WS-CTR-CLIENT-ID       PIC X(06).
              10 WS-CTR-STATUT          PIC X(08).
              10 WS-CTR-DATE-DEBUT      PIC 9(08).
              10 WS-CTR-DATE-FIN        PIC 9(08).
              10 WS-CTR-MONTANT         PIC 9(07)V9(02).

      * Changements de statut des contrats lus dans la piste d'audit
       01 WS-NB-CHGTS              PIC 9(05) VALUE ZERO.
       01 WS-IDX-CHG               PIC 9(05) VALUE ZERO.
       01 WS-TAB-CHGTS.
           05 WS-CHG OCCURS 3000 TIMES.
              10 WS-CHG-CODE            PIC X(08).
              10 WS-CHG-DATE            PIC 9(08).
              10 WS-CHG-AVANT           PIC X(08).
              10 WS-CHG-APRES           PIC X(08).

      * Tableau memoire des sinistres et de leur notation
       01 WS-NB-SINISTRES          PIC 9(04) VALUE ZERO.
       01 WS-IDX-SIN               PIC 9(04) VALUE ZERO.
       01 WS-IDX-AUTRE             PIC 9(04) VALUE ZERO.
       01 WS-IDX-MAX               PIC 9(04) VALUE ZERO.
       01 WS-TAB-SINISTRES.
           05 WS-SIN OCCURS 2000 TIMES.
              10 WS-SIN-NO              PIC X(08).
              10 WS-SIN-CONTRAT         PIC X(08).
              10 WS-SIN-CLIENT-ID       PIC X(06).
              10 WS-SIN-DATE            PIC 9(08).
              10 WS-SIN-JOUR            PIC 9(07).
              10 WS-SIN-MONTANT         PIC 9(07)V9(02).
              10 WS-SIN-STATUT          PIC X(08).
              10 WS-SIN-IDX-CTR         PIC 9(03).
              10 WS-SIN-SCORE           PIC 9(03).
              10 WS-SIN-MOTIFS          PIC X(90).
              10 WS-SIN-DECISION        PIC X(08).
              10 WS-SIN-EDITE           PIC X(01).
                  88 WS-SIN-EST-EDITE              VALUE "O".
       01 WS-NB-SIGNALES           PIC 9(04) VALUE ZERO.
       01 WS-NB-ORPHELINS          PIC 9(04) VALUE ZERO.

      * Decisions du reviseur deja enregistrees
       01 WS-NB-DECISIONS          PIC 9(04) VALUE ZERO.
       01 WS-IDX-DEC               PIC 9(04) VALUE ZERO.
       01 WS-TAB-DECISIONS.
           05 WS-DEC OCCURS 2000 TIMES.
              10 WS-DEC-NO              PIC X(08).
              10 WS-DEC-DECISION        PIC X(08).

      * Zones de calcul d'une notation
       01 WS-JOURS-ECART           PIC S9(07).
       01 WS-NB-MEME-CONTRAT       PIC 9(03).
       01 WS-NB-MEME-CLIENT        PIC 9(03).
       01 WS-NB-ED                 PIC Z9.
       01 WS-SEUIL-MONTANT         PIC 9(09)V9(02).
       01 WS-PTR-MOTIF             PIC 9(03).
       01 WS-STATUT-A-DATE         PIC X(08).
       01 WS-DATE-CHG-RETENUE      PIC 9(08).
       01 WS-DATE-CHG-SUIVANTE     PIC 9(08).

      * Zones editees de la liste
       01 WS-MONTANT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SCORE-ED              PIC ZZ9.
       01 WS-LIGNE-RAPPORT         PIC X(160).
       01 WS-TIRET                 PIC X(150) VALUE ALL '-'.

      * Saisie d'une qualification par le reviseur
       01 WS-REV-NO-SAISIE         PIC X(08).
       01 WS-REV-CHOIX             PIC X(01).
           88 WS-REV-CHOIX-LEVE                 VALUE 'L'.
           88 WS-REV-CHOIX-ESCALADE             VALUE 'E'.
       01 WS-REV-COMMENTAIRE       PIC X(40).
       01 WS-REV-TROUVE            PIC 9(04).
       01 WS-FLAG-FIN-REVUE        PIC X(01) VALUE 'N'.
           88 WS-FIN-REVUE                      VALUE 'Y'.

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "assurances-criblage".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * COMPOSANT PRINCIPAL : enchainement du criblage
      ******************************************************************
       0000-TRT-PRINCIPAL-DEB.

      * Ouverture de session : sans authentification, pas d'acces
           CALL "signon" USING WS-UTILISATEUR WS-ROLE WS-RC-SIGNON.
           IF WS-RC-SIGNON NOT = ZERO
               DISPLAY "Acces refuse."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 6100-CHARGER-PARAMETRES-DEB
              THRU 6100-CHARGER-PARAMETRES-FIN.
           PERFORM 6110-CHARGER-CONTRATS-DEB
              THRU 6110-CHARGER-CONTRATS-FIN.
           PERFORM 6120-CHARGER-STATUTS-DEB
              THRU 6120-CHARGER-STATUTS-FIN.
           PERFORM 6130-CHARGER-SINISTRES-DEB
              THRU 6130-CHARGER-SINISTRES-FIN.
           PERFORM 6140-CHARGER-DECISIONS-DEB
              THRU 6140-CHARGER-DECISIONS-FIN.

      * Notation de chaque sinistre
           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-NB-SINISTRES
               PERFORM 7000-NOTER-SINISTRE-DEB
                  THRU 7000-NOTER-SINISTRE-FIN
           END-PERFORM.

      * Liste de revue par score decroissant
           PERFORM 8000-EDITER-LISTE-DEB
              THRU 8000-EDITER-LISTE-FIN.

      * Qualification des entrees par le reviseur
           IF WS-ROLE-ADMIN
               PERFORM 9000-REVUE-DEB
                  THRU 9000-REVUE-FIN
           ELSE
               DISPLAY "Role LECTURE : qualification des sinistres "
                       "indisponible."
           END-IF.

       0000-TRT-PRINCIPAL-FIN.
           EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CHARGEMENT DES SEUILS DU CRIBLAGE
      ******************************************************************
      * Fichier facultatif : un code absent ou inconnu laisse la
      * valeur par defaut
       6100-CHARGER-PARAMETRES-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-PARAMETRES.
           IF WS-FS-PARAMETRES NOT = "00"
               DISPLAY "criblage-parametres.txt absent : seuils par "
                       "defaut"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-PARAMETRES
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       EVALUATE FS-PAR-CODE
                           WHEN "JOURS-DEBUT"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-JOURS-DEBUT
                           WHEN "JOURS-FIN"
                               MOVE FS-PAR-VALEUR TO WS-PAR-JOURS-FIN
                           WHEN "POURCENT-MT"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-POURCENT-MT
                           WHEN "JOURS-FENETRE"
                               MOVE FS-PAR-VALEUR
                                   TO WS-PAR-JOURS-FENETRE
                           WHEN OTHER
                               DISPLAY "/!\ Parametre inconnu : "
                                       FS-PAR-CODE " /!\"
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-FS-PARAMETRES = "00" OR WS-FS-PARAMETRES = "10"
               CLOSE F-PARAMETRES
           END-IF.

           DISPLAY "Seuils : debut " WS-PAR-JOURS-DEBUT " j, fin "
                   WS-PAR-JOURS-FIN " j, montant " WS-PAR-POURCENT-MT
                   " %, fenetre " WS-PAR-JOURS-FENETRE " j".
       6100-CHARGER-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DU MAITRE DES CONTRATS EN MEMOIRE
      ******************************************************************
       6110-CHARGER-CONTRATS-DEB.
           OPEN INPUT F-ASSURANCES.
           IF WS-FS-ASSURANCES NOT = "00"
               DISPLAY "Erreur ouverture assurances.dat, code : "
                   WS-FS-ASSURANCES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-ASSURANCES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-CONTRATS < 500
                           ADD 1 TO WS-NB-CONTRATS
                           MOVE FS-CODE-CONTRAT
                               TO WS-CTR-CODE(WS-NB-CONTRATS)
                           MOVE FS-CLIENT-ID
                               TO WS-CTR-CLIENT-ID(WS-NB-CONTRATS)
                           MOVE FS-STATUT
                               TO WS-CTR-STATUT(WS-NB-CONTRATS)
                           MOVE FS-DATE-DEBUT
                               TO WS-CTR-DATE-DEBUT(WS-NB-CONTRATS)
                           MOVE FS-DATE-FIN
                               TO WS-CTR-DATE-FIN(WS-NB-CONTRATS)
                           MOVE FS-MONTANT
                               TO WS-CTR-MONTANT(WS-NB-CONTRATS)
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tableau (500) atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ASSURANCES.
       6110-CHARGER-CONTRATS-FIN.
           EXIT.

      ******************************************************************
      * CHANGEMENTS DE STATUT DES CONTRATS (PISTE D'AUDIT)
      ******************************************************************
      * Retient chaque REECRIT de assurances.dat dont le statut change
      * entre l'image avant et l'image apres. Sans piste d'audit, le
      * statut a la date du sinistre est le statut actuel du contrat
       6120-CHARGER-STATUTS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-AUDIT.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "audit-assurances.txt absent (code "
                       WS-FS-AUDIT ") : statut actuel des contrats "
                       "retenu"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-AUDIT
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF FS-AUD-OPERATION = "REECRIT"
                          AND FS-AUD-FICHIER = "assurances.dat"
                          AND FS-AUD-AVANT-STATUT
                              NOT = FS-AUD-APRES-STATUT
                          AND WS-NB-CHGTS < 3000
                           ADD 1 TO WS-NB-CHGTS
                           MOVE FS-AUD-APRES-CODE
                               TO WS-CHG-CODE(WS-NB-CHGTS)
                           MOVE FS-AUD-DATE
                               TO WS-CHG-DATE(WS-NB-CHGTS)
                           MOVE FS-AUD-AVANT-STATUT
                               TO WS-CHG-AVANT(WS-NB-CHGTS)
                           MOVE FS-AUD-APRES-STATUT
                               TO WS-CHG-APRES(WS-NB-CHGTS)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FS-AUDIT = "00" OR WS-FS-AUDIT = "10"
               CLOSE F-AUDIT
           END-IF.
       6120-CHARGER-STATUTS-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES SINISTRES ET JOINTURE AU CONTRAT
      ******************************************************************
       6130-CHARGER-SINISTRES-DEB.
           OPEN INPUT F-SINISTRES.
           IF WS-FS-SINISTRES NOT = "00"
               DISPLAY "Erreur ouverture sinistres.dat, code : "
                   WS-FS-SINISTRES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'N' TO FLAG-STOP.
           PERFORM UNTIL QUITTER
               READ F-SINISTRES NEXT RECORD
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       IF WS-NB-SINISTRES < 2000
                           PERFORM 6135-RETENIR-SINISTRE-DEB
                              THRU 6135-RETENIR-SINISTRE-FIN
                       ELSE
                           SET QUITTER TO TRUE
                           DISPLAY "/!\ ATTENTION : capacite du "
                                   "tableau (2000) atteinte /!\"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-SINISTRES.
           IF WS-NB-ORPHELINS > ZERO
               DISPLAY "/!\ " WS-NB-ORPHELINS " sinistre(s) sur un "
                       "contrat introuvable, non cribles /!\"
           END-IF.
       6130-CHARGER-SINISTRES-FIN.
           EXIT.

      * Ajoute le sinistre lu au tableau, avec le client et l'index
      * de son contrat ; un sinistre sans contrat est ignore
       6135-RETENIR-SINISTRE-DEB.
           MOVE ZERO TO WS-IDX-MAX.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-CODE(WS-IDX-CTR) = FS-SIN-CODE-CONTRAT
                   MOVE WS-IDX-CTR TO WS-IDX-MAX
               END-IF
           END-PERFORM.
           IF WS-IDX-MAX = ZERO OR FS-SIN-DATE = ZERO
               ADD 1 TO WS-NB-ORPHELINS
               GO TO 6135-RETENIR-SINISTRE-FIN
           END-IF.

           ADD 1 TO WS-NB-SINISTRES.
           MOVE FS-NO-SINISTRE      TO WS-SIN-NO(WS-NB-SINISTRES).
           MOVE FS-SIN-CODE-CONTRAT TO WS-SIN-CONTRAT(WS-NB-SINISTRES).
           MOVE WS-CTR-CLIENT-ID(WS-IDX-MAX)
               TO WS-SIN-CLIENT-ID(WS-NB-SINISTRES).
           MOVE FS-SIN-DATE         TO WS-SIN-DATE(WS-NB-SINISTRES).
           COMPUTE WS-SIN-JOUR(WS-NB-SINISTRES) =
               FUNCTION INTEGER-OF-DATE(FS-SIN-DATE).
           MOVE FS-SIN-MONTANT      TO WS-SIN-MONTANT(WS-NB-SINISTRES).
           MOVE FS-SIN-STATUT       TO WS-SIN-STATUT(WS-NB-SINISTRES).
           MOVE WS-IDX-MAX          TO WS-SIN-IDX-CTR(WS-NB-SINISTRES).
           MOVE ZERO                TO WS-SIN-SCORE(WS-NB-SINISTRES).
           MOVE SPACES              TO WS-SIN-MOTIFS(WS-NB-SINISTRES).
           MOVE WS-DEC-A-REVOIR   TO WS-SIN-DECISION(WS-NB-SINISTRES).
           MOVE "N"                 TO WS-SIN-EDITE(WS-NB-SINISTRES).
       6135-RETENIR-SINISTRE-FIN.
           EXIT.

      ******************************************************************
      * CHARGEMENT DES DECISIONS DU REVISEUR
      ******************************************************************
      * La derniere decision enregistree pour un sinistre fait foi
       6140-CHARGER-DECISIONS-DEB.
           MOVE 'N' TO FLAG-STOP.
           OPEN INPUT F-DECISIONS.
           IF WS-FS-DECISIONS NOT = "00"
               SET QUITTER TO TRUE
           END-IF.

           PERFORM UNTIL QUITTER
               READ F-DECISIONS
                   AT END
                       SET QUITTER TO TRUE
                   NOT AT END
                       PERFORM 6145-RETENIR-DECISION-DEB
                          THRU 6145-RETENIR-DECISION-FIN
               END-READ
           END-PERFORM.

           IF WS-FS-DECISIONS = "00" OR WS-FS-DECISIONS = "10"
               CLOSE F-DECISIONS
           END-IF.

      * Report de la decision sur chaque sinistre du tableau
           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-NB-SINISTRES
               PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                       UNTIL WS-IDX-DEC > WS-NB-DECISIONS
                   IF WS-DEC-NO(WS-IDX-DEC) = WS-SIN-NO(WS-IDX-SIN)
                       MOVE WS-DEC-DECISION(WS-IDX-DEC)
                           TO WS-SIN-DECISION(WS-IDX-SIN)
                   END-IF
               END-PERFORM
           END-PERFORM.
       6140-CHARGER-DECISIONS-FIN.
           EXIT.

      * Remplace la decision deja connue du sinistre, ou l'ajoute
       6145-RETENIR-DECISION-DEB.
           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-NB-DECISIONS
               IF WS-DEC-NO(WS-IDX-DEC) = FS-DEC-NO-SINISTRE
                   MOVE FS-DEC-DECISION TO WS-DEC-DECISION(WS-IDX-DEC)
                   GO TO 6145-RETENIR-DECISION-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-DECISIONS < 2000
               ADD 1 TO WS-NB-DECISIONS
               MOVE FS-DEC-NO-SINISTRE TO WS-DEC-NO(WS-NB-DECISIONS)
               MOVE FS-DEC-DECISION
                   TO WS-DEC-DECISION(WS-NB-DECISIONS)
           END-IF.
       6145-RETENIR-DECISION-FIN.
           EXIT.

      ******************************************************************
      * NOTATION D'UN SINISTRE
      ******************************************************************
      * Cumule dans WS-SIN-SCORE les points des motifs releves sur le
      * sinistre WS-IDX-SIN et en liste les libelles dans
      * WS-SIN-MOTIFS
       7000-NOTER-SINISTRE-DEB.
           IF WS-SIN-STATUT(WS-IDX-SIN) = WS-SIN-STATUT-REJETE
               GO TO 7000-NOTER-SINISTRE-FIN
           END-IF.
           MOVE WS-SIN-IDX-CTR(WS-IDX-SIN) TO WS-IDX-CTR.
           MOVE 1 TO WS-PTR-MOTIF.

      * Declaration peu apres la prise d'effet du contrat
           IF WS-CTR-DATE-DEBUT(WS-IDX-CTR) NOT = ZERO
               COMPUTE WS-JOURS-ECART = WS-SIN-JOUR(WS-IDX-SIN)
                   - FUNCTION INTEGER-OF-DATE
                         (WS-CTR-DATE-DEBUT(WS-IDX-CTR))
               IF WS-JOURS-ECART >= ZERO
                  AND WS-JOURS-ECART <= WS-PAR-JOURS-DEBUT
                   ADD WS-PTS-DEBUT TO WS-SIN-SCORE(WS-IDX-SIN)
                   STRING "PROCHE-DEBUT " DELIMITED BY SIZE
                       INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                       WITH POINTER WS-PTR-MOTIF
                   END-STRING
               END-IF
           END-IF.

      * Declaration peu avant l'echeance du contrat
           IF WS-CTR-DATE-FIN(WS-IDX-CTR) NOT = ZERO
               COMPUTE WS-JOURS-ECART =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CTR-DATE-FIN(WS-IDX-CTR))
                 - WS-SIN-JOUR(WS-IDX-SIN)
               IF WS-JOURS-ECART >= ZERO
                  AND WS-JOURS-ECART <= WS-PAR-JOURS-FIN
                   ADD WS-PTS-FIN TO WS-SIN-SCORE(WS-IDX-SIN)
                   STRING "PROCHE-FIN " DELIMITED BY SIZE
                       INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                       WITH POINTER WS-PTR-MOTIF
                   END-STRING
               END-IF
           END-IF.

      * Montant au-dela du montant assure, ou proche de celui-ci
           COMPUTE WS-SEUIL-MONTANT =
               WS-CTR-MONTANT(WS-IDX-CTR) * WS-PAR-POURCENT-MT / 100.
           EVALUATE TRUE
               WHEN WS-SIN-MONTANT(WS-IDX-SIN)
                       > WS-CTR-MONTANT(WS-IDX-CTR)
                   ADD WS-PTS-MONTANT-DEPASSE
                       TO WS-SIN-SCORE(WS-IDX-SIN)
                   STRING "MONTANT>ASSURE " DELIMITED BY SIZE
                       INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                       WITH POINTER WS-PTR-MOTIF
                   END-STRING
               WHEN WS-SIN-MONTANT(WS-IDX-SIN) >= WS-SEUIL-MONTANT
                   AND WS-SIN-MONTANT(WS-IDX-SIN) > ZERO
                   ADD WS-PTS-MONTANT-PROCHE
                       TO WS-SIN-SCORE(WS-IDX-SIN)
                   STRING "MONTANT-PROCHE " DELIMITED BY SIZE
                       INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                       WITH POINTER WS-PTR-MOTIF
                   END-STRING
           END-EVALUATE.

      * Autres sinistres du meme contrat, ou du meme client sur un
      * autre contrat, dans la fenetre autour de la date
           MOVE ZERO TO WS-NB-MEME-CONTRAT.
           MOVE ZERO TO WS-NB-MEME-CLIENT.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-SINISTRES
               IF WS-IDX-AUTRE NOT = WS-IDX-SIN
                   COMPUTE WS-JOURS-ECART = WS-SIN-JOUR(WS-IDX-SIN)
                       - WS-SIN-JOUR(WS-IDX-AUTRE)
                   IF WS-JOURS-ECART < ZERO
                       COMPUTE WS-JOURS-ECART = ZERO - WS-JOURS-ECART
                   END-IF
                   IF WS-JOURS-ECART <= WS-PAR-JOURS-FENETRE
                       IF WS-SIN-CONTRAT(WS-IDX-AUTRE)
                               = WS-SIN-CONTRAT(WS-IDX-SIN)
                           ADD 1 TO WS-NB-MEME-CONTRAT
                       ELSE
                           IF WS-SIN-CLIENT-ID(WS-IDX-SIN)
                                   NOT = SPACES
                              AND WS-SIN-CLIENT-ID(WS-IDX-AUTRE)
                                   = WS-SIN-CLIENT-ID(WS-IDX-SIN)
                               ADD 1 TO WS-NB-MEME-CLIENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-MEME-CONTRAT > ZERO
               ADD WS-PTS-MULTI-CONTRAT TO WS-SIN-SCORE(WS-IDX-SIN)
               MOVE WS-NB-MEME-CONTRAT TO WS-NB-ED
               STRING "MULTI-CONTRAT(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-ED) DELIMITED BY SIZE
                      ") " DELIMITED BY SIZE
                   INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                   WITH POINTER WS-PTR-MOTIF
               END-STRING
           END-IF.
           IF WS-NB-MEME-CLIENT > ZERO
               ADD WS-PTS-MULTI-CLIENT TO WS-SIN-SCORE(WS-IDX-SIN)
               MOVE WS-NB-MEME-CLIENT TO WS-NB-ED
               STRING "MULTI-CLIENT(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-ED) DELIMITED BY SIZE
                      ") " DELIMITED BY SIZE
                   INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                   WITH POINTER WS-PTR-MOTIF
               END-STRING
           END-IF.

      * Contrat SUSPENDU a la date du sinistre
           PERFORM 7100-STATUT-A-DATE-DEB
              THRU 7100-STATUT-A-DATE-FIN.
           IF WS-STATUT-A-DATE = WS-STATUT-SUSPENDU
               ADD WS-PTS-SUSPENDU TO WS-SIN-SCORE(WS-IDX-SIN)
               STRING "SUSPENDU " DELIMITED BY SIZE
                   INTO WS-SIN-MOTIFS(WS-IDX-SIN)
                   WITH POINTER WS-PTR-MOTIF
               END-STRING
           END-IF.

           IF WS-SIN-SCORE(WS-IDX-SIN) > ZERO
               ADD 1 TO WS-NB-SIGNALES
           END-IF.
       7000-NOTER-SINISTRE-FIN.
           EXIT.

      * Statut du contrat WS-IDX-CTR a la date du sinistre WS-IDX-SIN :
      * image apres du dernier changement date au plus tard ce jour ;
      * a defaut, image avant du premier changement posterieur ; a
      * defaut encore, statut actuel du contrat
       7100-STATUT-A-DATE-DEB.
           MOVE WS-CTR-STATUT(WS-IDX-CTR) TO WS-STATUT-A-DATE.
           MOVE ZERO TO WS-DATE-CHG-RETENUE.
           MOVE 99999999 TO WS-DATE-CHG-SUIVANTE.
           PERFORM VARYING WS-IDX-CHG FROM 1 BY 1
                   UNTIL WS-IDX-CHG > WS-NB-CHGTS
               IF WS-CHG-CODE(WS-IDX-CHG) = WS-CTR-CODE(WS-IDX-CTR)
                   IF WS-CHG-DATE(WS-IDX-CHG) <= WS-SIN-DATE(WS-IDX-SIN)
                       IF WS-CHG-DATE(WS-IDX-CHG)
                               >= WS-DATE-CHG-RETENUE
                           MOVE WS-CHG-DATE(WS-IDX-CHG)
                               TO WS-DATE-CHG-RETENUE
                           MOVE WS-CHG-APRES(WS-IDX-CHG)
                               TO WS-STATUT-A-DATE
                       END-IF
                   ELSE
                       IF WS-DATE-CHG-RETENUE = ZERO
                          AND WS-CHG-DATE(WS-IDX-CHG)
                               < WS-DATE-CHG-SUIVANTE
                           MOVE WS-CHG-DATE(WS-IDX-CHG)
                               TO WS-DATE-CHG-SUIVANTE
                           MOVE WS-CHG-AVANT(WS-IDX-CHG)
                               TO WS-STATUT-A-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       7100-STATUT-A-DATE-FIN.
           EXIT.

      ******************************************************************
      * LISTE DE REVUE PAR SCORE DECROISSANT
      ******************************************************************
       8000-EDITER-LISTE-DEB.
           INITIALIZE WS-NOM-RAPPORT.
           STRING "criblage-sinistres-" WS-DATE-JOUR ".txt"
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

           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "CRIBLAGE DES SINISTRES DU " WS-DATE-JOUR
                  " - " WS-NB-SIGNALES " SINISTRE(S) SIGNALE(S) SUR "
                  WS-NB-SINISTRES
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "Seuils : debut " WS-PAR-JOURS-DEBUT " j, fin "
                  WS-PAR-JOURS-FIN " j, montant " WS-PAR-POURCENT-MT
                  " %, fenetre " WS-PAR-JOURS-FENETRE " j"
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-RAPPORT.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Score Sinistre Contrat  Client Date     "
                  "       Montant Decision Motifs"
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.
           MOVE WS-TIRET TO WS-LIGNE-RAPPORT.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.

      * Selection repetee du plus fort score non encore edite
           PERFORM WS-NB-SIGNALES TIMES
               MOVE ZERO TO WS-IDX-MAX
               PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                       UNTIL WS-IDX-SIN > WS-NB-SINISTRES
                   IF WS-SIN-SCORE(WS-IDX-SIN) > ZERO
                      AND NOT WS-SIN-EST-EDITE(WS-IDX-SIN)
                       IF WS-IDX-MAX = ZERO
                           MOVE WS-IDX-SIN TO WS-IDX-MAX
                       ELSE
                           IF WS-SIN-SCORE(WS-IDX-SIN)
                                   > WS-SIN-SCORE(WS-IDX-MAX)
                               MOVE WS-IDX-SIN TO WS-IDX-MAX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDX-MAX NOT = ZERO
                   MOVE "O" TO WS-SIN-EDITE(WS-IDX-MAX)
                   PERFORM 8100-EDITER-ENTREE-DEB
                      THRU 8100-EDITER-ENTREE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-SIGNALES = ZERO
               MOVE "Aucun sinistre signale." TO WS-LIGNE-RAPPORT
               PERFORM 8200-ECRIRE-LIGNE-DEB
                  THRU 8200-ECRIRE-LIGNE-FIN
           END-IF.

           CLOSE F-RAPPORT.
           DISPLAY "Liste de revue ecrite : "
                   FUNCTION TRIM(WS-NOM-RAPPORT).
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RAPPORT TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.
       8000-EDITER-LISTE-FIN.
           EXIT.

      * Une ligne de la liste pour le sinistre WS-IDX-MAX
       8100-EDITER-ENTREE-DEB.
           MOVE WS-SIN-SCORE(WS-IDX-MAX)   TO WS-SCORE-ED.
           MOVE WS-SIN-MONTANT(WS-IDX-MAX) TO WS-MONTANT-ED.
           INITIALIZE WS-LIGNE-RAPPORT.
           STRING "  " WS-SCORE-ED " "
                  WS-SIN-NO(WS-IDX-MAX) " "
                  WS-SIN-CONTRAT(WS-IDX-MAX) " "
                  WS-SIN-CLIENT-ID(WS-IDX-MAX) " "
                  WS-SIN-DATE(WS-IDX-MAX) " "
                  WS-MONTANT-ED " "
                  WS-SIN-DECISION(WS-IDX-MAX) " "
                  WS-SIN-MOTIFS(WS-IDX-MAX)
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM 8200-ECRIRE-LIGNE-DEB
              THRU 8200-ECRIRE-LIGNE-FIN.
       8100-EDITER-ENTREE-FIN.
           EXIT.

      * Ecrit WS-LIGNE-RAPPORT a l'ecran et dans la liste
       8200-ECRIRE-LIGNE-DEB.
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING).
           MOVE WS-LIGNE-RAPPORT TO FS-ENR-RAPPORT.
           WRITE FS-ENR-RAPPORT.
       8200-ECRIRE-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * QUALIFICATION DES ENTREES PAR LE REVISEUR
      ******************************************************************
      * Pour chaque numero saisi parmi les sinistres signales : LEVE
      * (soupcon ecarte) ou ESCALADE (transmis pour enquete), avec un
      * commentaire. Chaque decision est ajoutee a
      * criblage-decisions.txt avec l'operateur connecte
       9000-REVUE-DEB.
           IF WS-NB-SIGNALES = ZERO
               GO TO 9000-REVUE-FIN
           END-IF.

           OPEN EXTEND F-DECISIONS.
           IF WS-FS-DECISIONS = "35"
               OPEN OUTPUT F-DECISIONS
               CLOSE F-DECISIONS
               OPEN EXTEND F-DECISIONS
           END-IF.
           IF WS-FS-DECISIONS NOT = "00"
               DISPLAY "Erreur ouverture criblage-decisions.txt, "
                       "code : " WS-FS-DECISIONS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'N' TO WS-FLAG-FIN-REVUE.
           PERFORM UNTIL WS-FIN-REVUE
               DISPLAY "Sinistre a qualifier (ENTREE pour terminer) : "
                       WITH NO ADVANCING
               ACCEPT WS-REV-NO-SAISIE
               IF WS-REV-NO-SAISIE = SPACES
                   SET WS-FIN-REVUE TO TRUE
               ELSE
                   PERFORM 9100-QUALIFIER-DEB
                      THRU 9100-QUALIFIER-FIN
               END-IF
           END-PERFORM.

           CLOSE F-DECISIONS.
       9000-REVUE-FIN.
           EXIT.

      * Qualifie le sinistre WS-REV-NO-SAISIE s'il est signale
       9100-QUALIFIER-DEB.
           MOVE ZERO TO WS-REV-TROUVE.
           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-NB-SINISTRES
               IF WS-SIN-NO(WS-IDX-SIN) = WS-REV-NO-SAISIE
                  AND WS-SIN-SCORE(WS-IDX-SIN) > ZERO
                   MOVE WS-IDX-SIN TO WS-REV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-REV-TROUVE = ZERO
               DISPLAY "/!\ Sinistre absent de la liste de revue /!\"
               GO TO 9100-QUALIFIER-FIN
           END-IF.

           DISPLAY "Score " WS-SIN-SCORE(WS-REV-TROUVE) " - "
                   FUNCTION TRIM(WS-SIN-MOTIFS(WS-REV-TROUVE))
                   " - decision actuelle : "
                   WS-SIN-DECISION(WS-REV-TROUVE).
           DISPLAY "L = leve, E = escalade : " WITH NO ADVANCING.
           ACCEPT WS-REV-CHOIX.
           IF NOT WS-REV-CHOIX-LEVE AND NOT WS-REV-CHOIX-ESCALADE
               DISPLAY "/!\ Choix invalide, sinistre non qualifie /!\"
               GO TO 9100-QUALIFIER-FIN
           END-IF.
           DISPLAY "Commentaire : " WITH NO ADVANCING.
           ACCEPT WS-REV-COMMENTAIRE.

           MOVE SPACES TO FS-ENR-DECISION.
           MOVE WS-SIN-NO(WS-REV-TROUVE) TO FS-DEC-NO-SINISTRE.
           MOVE WS-DATE-JOUR             TO FS-DEC-DATE.
           IF WS-REV-CHOIX-LEVE
               MOVE WS-DEC-LEVE          TO FS-DEC-DECISION
           ELSE
               MOVE WS-DEC-ESCALADE      TO FS-DEC-DECISION
           END-IF.
           MOVE WS-SIN-SCORE(WS-REV-TROUVE) TO FS-DEC-SCORE.
           MOVE WS-REV-COMMENTAIRE       TO FS-DEC-COMMENTAIRE.
           MOVE WS-UTILISATEUR           TO FS-DEC-UTILISATEUR.
           WRITE FS-ENR-DECISION.
           MOVE FS-DEC-DECISION TO WS-SIN-DECISION(WS-REV-TROUVE).
           DISPLAY "Sinistre " WS-SIN-NO(WS-REV-TROUVE) " : "
                   FS-DEC-DECISION.
       9100-QUALIFIER-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
       9999-ERREUR-PROGRAMME-DEB.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
