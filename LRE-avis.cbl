      * Programme : LRE-avis.cbl                                       *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Avis par foyer : les retards, les   *
      *   amendes et les mises de côté des mineurs rattachés à un      *
      *   garant figurent dans un seul avis adressé au garant.         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * bibliothèque a à lui dire : ses emprunts en retard (mêmes      *
      * critères que LRE-relances.cbl), ses amendes encore DUES et     *
      * ses réservations mises de côté (PREVENU), en un seul avis.     *
      * Un adhérent rattaché à un garant (fiche emprunteurs,           *
      * fk_garant) ne reçoit pas d'avis propre : ses situations        *
      * figurent, à son prénom, dans l'avis de son garant, qui répond  *
      * des amendes du foyer.                                          *
      * Les trois listes internes de LRE-relances.cbl,                 *
      * LRE-amendes.cbl et LRE-reservations.cbl restent produites      *
      * pour le travail du guichet ; ce programme produit en plus le   *
       01  USERNAME           PIC X(30) VALUE SPACE.
       01  PASSWD             PIC X(30) VALUE SPACE.
       01  DBNAME             PIC X(10) VALUE SPACE.
      *l'adhérent couramment servi par le curseur principal (un
      *adhérent sans garant : il reçoit l'avis de tout son foyer)
       01  ID_EMPRUNTEUR      PIC 9(13).
       01  AVI-NOM            PIC X(22).
       01  AVI-PRENOM         PIC X(22).
       01  AVI-DATE-RETOUR-PR PIC 9(08).
       01  AVI-MONTANT-DU     PIC 9(05)V99.
       01  AVI-DATE-RESA      PIC 9(08).
      *membre du foyer concerné par la ligne de détail, et nombre de
      *fiches du foyer (1 pour un adhérent sans mineur rattaché)
       01  AVI-ID-MEMBRE      PIC 9(13).
       01  AVI-PRENOM-MEMBRE  PIC X(22).
       01  AVI-NB-MEMBRES     PIC 9(05).
      *date du jour, borne des retards
       01  WS-DATE-JOUR-SQL   PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

      ******************************************************************
      * === 2000 === GÉNÉRATION DES AVIS                               *
      * Le curseur principal ramène chaque adhérent sans garant dont   *
      * le foyer (lui et les fiches qui le désignent pour garant) est  *
      * concerné par au moins une des trois situations (retard,        *
      * amende DUE, réservation mise de côté) ; l'avis de chacun est   *
      * ensuite composé section par section par les curseurs de        *
      * détail, qui couvrent tout le foyer                             *
      ******************************************************************

       2000-GENERER-AVIS-DEB.
              SELECT P.id_emprunteur, P.nom, P.prenom,
                     COALESCE(P.courriel, ' ')
              FROM emprunteurs P
              WHERE P.fk_garant IS NULL
                AND (EXISTS
                    (SELECT 1 FROM emprunts E
                     JOIN emprunteurs M
                       ON E.fk_emprunteur = M.id_emprunteur
                     WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                           = P.id_emprunteur
                       AND E.date_retour_reelle IS NULL
                       AND E.date_retour_prevue < :WS-DATE-JOUR-SQL)
                 OR EXISTS
                    (SELECT 1 FROM amendes A
                     JOIN emprunteurs M
                       ON A.fk_emprunteur = M.id_emprunteur
                     WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                           = P.id_emprunteur
                       AND A.statut = 'DUE')
                 OR EXISTS
                    (SELECT 1 FROM reservations R
                     JOIN emprunteurs M
                       ON R.fk_emprunteur = M.id_emprunteur
                     WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                           = P.id_emprunteur
                       AND R.statut = 'PREVENU'))
              ORDER BY P.id_emprunteur
                 FOR READ ONLY
           END-EXEC.
           MOVE 0 TO WS-NB-RESAS-ADH.
           MOVE 0 TO WS-TOTAL-DU-ADH.

           EXEC SQL
              SELECT COUNT(*)
              INTO :AVI-NB-MEMBRES
              FROM emprunteurs
              WHERE COALESCE(fk_garant, id_emprunteur) = :ID_EMPRUNTEUR
           END-EXEC.

           PERFORM 2110-ENTETE-AVIS-DEB
              THRU 2110-ENTETE-AVIS-FIN.

           PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
              THRU 2900-ECRIRE-LIGNE-AVIS-FIN.

           IF AVI-NB-MEMBRES > 1
               MOVE SPACE TO WS-LIGNE-AVIS
               STRING "En qualité de garant, cet avis couvre aussi "
                      DELIMITED BY SIZE
                      "les lecteurs de votre foyer." DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 2900-ECRIRE-LIGNE-AVIS-FIN
           END-IF.

           MOVE SPACE TO WS-LIGNE-AVIS.
           PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
              THRU 2900-ECRIRE-LIGNE-AVIS-FIN.
       2200-SECTION-RETARDS-DEB.
           EXEC SQL
              DECLARE curseur_avis_retards CURSOR FOR
              SELECT L.titre, E.date_retour_prevue,
                     M.id_emprunteur, M.prenom
              FROM emprunts E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              JOIN emprunteurs M ON E.fk_emprunteur = M.id_emprunteur
              WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                    = :ID_EMPRUNTEUR
                AND E.date_retour_reelle IS NULL
                AND E.date_retour_prevue < :WS-DATE-JOUR-SQL
              ORDER BY E.date_retour_prevue

           EXEC SQL
              FETCH curseur_avis_retards
              INTO :AVI-TITRE, :AVI-DATE-RETOUR-PR,
                   :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                      ")" DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 2910-MENTION-MEMBRE-DEB
                  THRU 2910-MENTION-MEMBRE-FIN
               PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 2900-ECRIRE-LIGNE-AVIS-FIN

               EXEC SQL
                  FETCH curseur_avis_retards
                  INTO :AVI-TITRE, :AVI-DATE-RETOUR-PR,
                       :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
               END-EXEC
           END-PERFORM.

       2300-SECTION-AMENDES-DEB.
           EXEC SQL
              DECLARE curseur_avis_amendes CURSOR FOR
              SELECT A.montant - A.montant_regle, L.titre,
                     M.id_emprunteur, M.prenom
              FROM amendes A
              JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              JOIN emprunteurs M ON A.fk_emprunteur = M.id_emprunteur
              WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                    = :ID_EMPRUNTEUR
                AND A.statut = 'DUE'
              ORDER BY A.id_amende
                 FOR READ ONLY

           EXEC SQL
              FETCH curseur_avis_amendes
              INTO :AVI-MONTANT-DU, :AVI-TITRE,
                   :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                      " EUR" DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 2910-MENTION-MEMBRE-DEB
                  THRU 2910-MENTION-MEMBRE-FIN
               PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 2900-ECRIRE-LIGNE-AVIS-FIN

               EXEC SQL
                  FETCH curseur_avis_amendes
                  INTO :AVI-MONTANT-DU, :AVI-TITRE,
                       :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
               END-EXEC
           END-PERFORM.

       2400-SECTION-RESAS-DEB.
           EXEC SQL
              DECLARE curseur_avis_resas CURSOR FOR
              SELECT L.titre, R.date_reservation,
                     M.id_emprunteur, M.prenom
              FROM reservations R
              JOIN Livres L ON R.fk_livres = L.ID_Livres
              JOIN emprunteurs M ON R.fk_emprunteur = M.id_emprunteur
              WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                    = :ID_EMPRUNTEUR
                AND R.statut = 'PREVENU'
              ORDER BY R.id_reservation
                 FOR READ ONLY

           EXEC SQL
              FETCH curseur_avis_resas
              INTO :AVI-TITRE, :AVI-DATE-RESA,
                   :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                   PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                      THRU 2900-ECRIRE-LIGNE-AVIS-FIN
                   MOVE SPACE TO WS-LIGNE-AVIS
                   IF AVI-NB-MEMBRES > 1
                       STRING "Réservations mises de côté "
                              DELIMITED BY SIZE
                              "pour votre foyer :" DELIMITED BY SIZE
                         INTO WS-LIGNE-AVIS
                       END-STRING
                   ELSE
                       STRING "Réservations mises de côté "
                              DELIMITED BY SIZE
                              "à votre nom :" DELIMITED BY SIZE
                         INTO WS-LIGNE-AVIS
                       END-STRING
                   END-IF
                   PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                      THRU 2900-ECRIRE-LIGNE-AVIS-FIN
               END-IF
                      "), à retirer au guichet" DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 2910-MENTION-MEMBRE-DEB
                  THRU 2910-MENTION-MEMBRE-FIN
               PERFORM 2900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 2900-ECRIRE-LIGNE-AVIS-FIN

               EXEC SQL
                  FETCH curseur_avis_resas
                  INTO :AVI-TITRE, :AVI-DATE-RESA,
                       :AVI-ID-MEMBRE, :AVI-PRENOM-MEMBRE
               END-EXEC
           END-PERFORM.

       2900-ECRIRE-LIGNE-AVIS-FIN.
           EXIT.

       2910-MENTION-MEMBRE-DEB.
      *----------------------------------------------------------------*
      * Dans l'avis d'un foyer, une ligne de détail qui concerne un    *
      * autre lecteur que le destinataire porte son prénom, en fin de  *
      * ligne (colonne 90, au-delà des plus longues lignes de détail)  *
      *----------------------------------------------------------------*
           IF AVI-ID-MEMBRE NOT = ID_EMPRUNTEUR
               STRING "- pour " DELIMITED BY SIZE
                      AVI-PRENOM-MEMBRE DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS(90:43)
               END-STRING
           END-IF.

       2910-MENTION-MEMBRE-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === RÉCAPITULATIF DE L'ÉDITION                        *
      ******************************************************************
