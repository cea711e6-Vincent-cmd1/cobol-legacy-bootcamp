      * DATE      : 02/09/2026
      *
      * OBJET     : Cloture mensuelle de commandes.txt : les
      *             commandes EXPEDIE, LIVRE et ANNULE datees du mois
      *             cloture ou avant sont deplacees dans un fichier
      *             de periode commandes-AAAAMM.dat (meme disposition
      *             que commandes.txt, pour rester lisible par
      *             stats-ventes.cbl), et commandes.txt est reecrit
      *             avec les seules commandes encore vivantes : le
      *             fichier ne deborde plus la table des 500 lignes
      *             de command-cli.cbl.
      *
      *             Le resume de cloture (decomptes et totaux) est
      *   - F-COMMANDES : commandes.txt (lu puis reecrit)
      *   - F-PERIODE   : commandes-AAAAMM.dat (sortie)
      *   - F-RESUME    : cloture-AAAAMM.txt (resume de cloture)
      *
      * MODIFICATION : 15/10/2026 - Commandes multi-lignes : ajout de
      *                 FS-COMMANDES-LIGNE (56 caracteres), capacite
      *                 portee a 500 lignes comme command-cli.cbl, et
      *                 decomptes du resume exprimes en lignes. Les
      *                 lignes d'une commande partagent statut et
      *                 date, elles partent donc ensemble en periode.
      * MODIFICATION : 15/10/2026 - FD F-COMMANDES mise a jour avec
      *                 l'emplacement de prelevement (FS-COMMANDES
      *                 -EMPLACEMENT, 60 caracteres) ajoute par
      *                 command-cli.cbl ; fichier de periode et table
      *                 des commandes conservees elargis d'autant.
      * MODIFICATION : 15/10/2026 - Les commandes LIVRE (livraison
      *                 confirmee dans command-cli.cbl) sont closes
      *                 comme les EXPEDIE et comptees avec elles.
      * MODIFICATION : 15/10/2026 - Une cloture reussie ferme le mois
      *                 au calendrier des periodes comptables
      *                 (controle-periode.cbl) : plus aucune ecriture
      *                 ne peut y etre datee sans reouverture par un
      *                 ADMIN (periodes-maint.cbl).
      * MODIFICATION : 15/10/2026 - Chaque resume de cloture est
      *                 conserve et inscrit au catalogue des
      *                 rapports (catalogue-rapports).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FS-COMMANDES-TOTAL-LIGNE   PIC 9(07)V99.
           05 FS-COMMANDES-STATUT        PIC X(08).
           05 FS-COMMANDES-DATE          PIC 9(08).
           05 FS-COMMANDES-LIGNE         PIC 9(03).
           05 FS-COMMANDES-EMPLACEMENT   PIC X(04).

      * Fichier de periode : meme disposition que commandes.txt
      * (60 caracteres depuis l'ajout de FS-COMMANDES-EMPLACEMENT)
       FD F-PERIODE.
       01 FS-ENR-PERIODE                 PIC X(60).

       FD F-RESUME.
       01 FS-ENR-RESUME                  PIC X(100).
       01 WS-NB-CONSERVEES         PIC 9(03) VALUE ZERO.
       01 WS-IDX                   PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONSERVEES.
           05 WS-CONSERVEE OCCURS 500 TIMES.
              10 WS-CO-ENR              PIC X(60).

      * Statuts cloturables
       01 WS-STATUT-EXPEDIE        PIC X(08) VALUE "EXPEDIE".
       01 WS-STATUT-LIVRE          PIC X(08) VALUE "LIVRE".
       01 WS-STATUT-ANNULE         PIC X(08) VALUE "ANNULE".


       01 WS-VER-ACTION            PIC X(01).
       01 WS-VER-RC                PIC 9(02).

      * Controle de la periode comptable (sous-programme
      * controle-periode) : action (C = controler, F = fermer, O =
      * rouvrir), date de l'ecriture, auteur, motif et code retour
       01 WS-CPE-ACTION            PIC X(01).
       01 WS-CPE-DATE              PIC 9(08).
       01 WS-CPE-UTILISATEUR       PIC X(30).
       01 WS-CPE-MOTIF             PIC X(40).
       01 WS-CPE-RC                PIC 9(02).

      * Decomptes et totaux du resume de cloture
       01 WS-NB-LUES               PIC 9(05) VALUE ZERO.
       01 WS-NB-CLOTUREES          PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE-RESUME          PIC X(100).

      * Catalogue des rapports (sous-programme catalogue-rapports) :
      * rapport produit, programme producteur et code retour
       01 WS-CAT-RAPPORT           PIC X(40).
       01 WS-CAT-PROGRAMME         PIC X(30)
                                   VALUE "cloture-mensuelle".
       01 WS-CAT-RC                PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
                  THRU 6110-PARTITIONNER-COMMANDES-FIN

               IF WS-NB-DEBORDEMENT > ZERO
                   DISPLAY "/!\ " WS-NB-DEBORDEMENT " ligne(s) "
                           "vivante(s) au-dela de la capacite (500)"
                           " : cloture abandonnee, commandes.txt "
                           "inchange /!\"
      * Le fichier de periode deja ecrit par la partition est
                      THRU 6320-REECRIRE-COMMANDES-FIN
                   PERFORM 8000-ECRIRE-RESUME-DEB
                      THRU 8000-ECRIRE-RESUME-FIN
                   PERFORM 8100-FERMER-PERIODE-DEB
                      THRU 8100-FERMER-PERIODE-FIN
               END-IF

      * Retrait du verrou sur commandes.txt
      ******************************************************************
      * PARTITION DES COMMANDES : PERIODE OU CONSERVEES
      ******************************************************************
      * Une commande part en periode si elle est EXPEDIE, LIVRE ou
      * ANNULE
      * et datee du mois cloture ou avant ; les autres (ouvertes, ou
      * closes plus recentes) restent vivantes. Les commandes sans
      * date (anterieures a l'ajout de FS-COMMANDES-DATE) sont
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF (FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
                           OR FS-COMMANDES-STATUT = WS-STATUT-LIVRE
                           OR FS-COMMANDES-STATUT
                               = WS-STATUT-ANNULE)
                           AND FS-COMMANDES-DATE(1:6)
                           PERFORM 7000-CLOTURER-COMMANDE-DEB
                              THRU 7000-CLOTURER-COMMANDE-FIN
                       ELSE
                           IF WS-NB-CONSERVEES < 500
                               ADD 1 TO WS-NB-CONSERVEES
                               MOVE FS-ENR-COMMANDES
                                   TO WS-CO-ENR(WS-NB-CONSERVEES)
           WRITE FS-ENR-PERIODE.
           ADD 1 TO WS-NB-CLOTUREES.
           IF FS-COMMANDES-STATUT = WS-STATUT-EXPEDIE
              OR FS-COMMANDES-STATUT = WS-STATUT-LIVRE
               ADD 1 TO WS-NB-EXPEDIE
               ADD FS-COMMANDES-TOTAL-LIGNE TO WS-TOTAL-CLOTURE
           ELSE
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Lignes lues         : " WS-NB-LUES
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Lignes cloturees    : " WS-NB-CLOTUREES
                  " (" WS-NB-EXPEDIE " EXPEDIE/LIVRE, "
                  WS-NB-ANNULE " ANNULE)"
               INTO WS-LIGNE-RESUME
           END-STRING.
           WRITE FS-ENR-RESUME.

           INITIALIZE WS-LIGNE-RESUME.
           STRING "Lignes vivantes     : " WS-NB-CONSERVEES
               INTO WS-LIGNE-RESUME
           END-STRING.
           MOVE WS-LIGNE-RESUME TO FS-ENR-RESUME.
           WRITE FS-ENR-RESUME.

           CLOSE F-RESUME.
      * Edition conservee et inscrite au catalogue des rapports
           MOVE WS-NOM-RESUME TO WS-CAT-RAPPORT.
           CALL "catalogue-rapports" USING WS-CAT-RAPPORT
               WS-CAT-PROGRAMME WS-CAT-RC.

           DISPLAY "Cloture terminee : " WS-NB-CLOTUREES
                   " ligne(s) vers "
                   FUNCTION TRIM(WS-NOM-PERIODE) ", "
                   WS-NB-CONSERVEES " conservee(s).".
           DISPLAY "Resume ecrit dans "
       8000-ECRIRE-RESUME-FIN.
           EXIT.

      ******************************************************************
      * FERMETURE DU MOIS AU CALENDRIER DES PERIODES
      ******************************************************************
      * Le mois cloture est ferme : commandes, factures, paiements,
      * receptions et ajustements dates de ce mois sont desormais
      * refuses. Un calendrier indisponible n'annule pas la cloture,
      * le mois reste alors a fermer par periodes-maint.cbl
       8100-FERMER-PERIODE-DEB.
           MOVE "F" TO WS-CPE-ACTION.
           COMPUTE WS-CPE-DATE = WS-MOIS-CLOTURE * 100 + 1.
           MOVE "cloture-mensuelle" TO WS-CPE-UTILISATEUR.
           MOVE "Cloture mensuelle des commandes" TO WS-CPE-MOTIF.
           CALL "controle-periode" USING WS-CPE-ACTION WS-CPE-DATE
               WS-CPE-UTILISATEUR WS-CPE-MOTIF WS-CPE-RC.
           EVALUATE WS-CPE-RC
               WHEN 0
                   DISPLAY "Periode " WS-MOIS-CLOTURE " fermee au "
                           "calendrier des periodes comptables."
               WHEN 4
                   DISPLAY "Periode " WS-MOIS-CLOTURE " deja fermee "
                           "au calendrier des periodes comptables."
               WHEN OTHER
                   DISPLAY "/!\ Periode " WS-MOIS-CLOTURE " non "
                           "fermee au calendrier : a fermer par "
                           "periodes-maint /!\"
           END-EVALUATE.
       8100-FERMER-PERIODE-FIN.
           EXIT.

      ******************************************************************
      * ARRET D'URGENCE EN CAS D'ERREUR FICHIER
      ******************************************************************
