      * Programme : LRE-amendes.cbl                                    *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 22/08/2026                                         *
      * Mise à jour : 15/10/2026 - Identifiant d'amende attribué par   *
      *   la séquence seq_amendes (plus de MAX()+1 concurrent avec     *
      *   les postes de prêt).                                         *
      * Mise à jour : 15/10/2026 - Barème de l'amende lu pour chaque   *
      *   emprunt dans la matrice de prêt (catégorie de l'adhérent x   *
      *   type de document) ; TAUX-AMENDE et PLAFOND-AMENDE restent    *
      *   le barème de secours.                                        *
      * Mise à jour : 15/10/2026 - Les prêts du portage à domicile     *
      *   (emprunts.portage = 'O') ne donnent jamais lieu à amende.    *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
       01  AMD-FK-EMPRUNT     PIC 9(13).
       01  AMD-FK-EMPRUNTEUR  PIC 9(13).
       01  AMD-DATE-RETOUR-PR PIC 9(08).
      *catégorie de l'adhérent et type de document de l'exemplaire
      *('*' quand l'un manque) : ils désignent la ligne de la
      *matrice de prêt dont le barème s'applique à l'emprunt
       01  AMD-CATEGORIE      PIC X(10).
       01  AMD-TYPE-DOCUMENT  PIC X(10).
      *barème retenu dans la table politique_pret (voir 2170)
       01  POL-TAUX-AMENDE    PIC 9(03)V99.
       01  POL-PLAFOND-AMENDE PIC 9(05)V99.
      *champs de la table amendes
       01  ID_AMENDE          PIC 9(13).
       01  AMD-JOURS-RETARD   PIC 9(05).
      *----------------------------------------------------------------*
      * BARÈME DE L'AMENDE : tarif par jour d'ouverture de retard,     *
      * plafonné par emprunt (barème voté par le conseil               *
      * d'administration). Le barème de chaque emprunt vient de la     *
      * matrice de prêt (catégorie x type de document) ; ces valeurs   *
      * ne servent plus que de secours quand la matrice est vide.      *
      *----------------------------------------------------------------*
       01 WS-TAUX-AMENDE                   PIC 9(03)V99 VALUE 0,25.
       01 WS-PLAFOND-AMENDE                PIC 9(05)V99 VALUE 15,00.
      * emprunt ? DUE : on rafraîchit le montant (le retard a grandi   *
      * depuis hier) ; REGLEE ou ANNULEE : on n'y touche plus.        *
      * Aucune amende ? on la crée au statut DUE.                     *
      * Les prêts du portage à domicile sont exclus : le lecteur       *
      * empêché rend au passage suivant des bénévoles, sans amende.    *
      ******************************************************************

       2000-CALCULER-AMENDES-DEB.
              DECLARE curseur_amendes CURSOR FOR
              SELECT E.id_emprunt,
                     COALESCE(E.fk_emprunteur, 0),
                     E.date_retour_prevue,
                     COALESCE(P.categorie, '*'),
                     COALESCE(X.type_document, '*')
              FROM emprunts E
              LEFT JOIN emprunteurs P
                ON E.fk_emprunteur = P.id_emprunteur
              LEFT JOIN exemplaires X
                ON E.fk_exemplaire = X.id_exemplaire
              WHERE E.date_retour_reelle IS NULL
                AND E.date_retour_prevue < :WS-DATE-JOUR-SQL
                AND COALESCE(E.portage, 'N') <> 'O'
              ORDER BY E.id_emprunt
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              FETCH curseur_amendes
              INTO :AMD-FK-EMPRUNT, :AMD-FK-EMPRUNTEUR,
                   :AMD-DATE-RETOUR-PR, :AMD-CATEGORIE,
                   :AMD-TYPE-DOCUMENT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               EXEC SQL
                  FETCH curseur_amendes
                  INTO :AMD-FK-EMPRUNT, :AMD-FK-EMPRUNTEUR,
                       :AMD-DATE-RETOUR-PR, :AMD-CATEGORIE,
                       :AMD-TYPE-DOCUMENT
               END-EXEC
           END-PERFORM.

      *----------------------------------------------------------------*
      * Facture le retard couramment calculé (au moins un jour         *
      * d'ouverture) : crée l'amende DUE ou rafraîchit celle qui       *
      * existe déjà, au barème de la matrice de prêt pour la           *
      * catégorie de l'adhérent et le type de l'exemplaire             *
      *----------------------------------------------------------------*
           PERFORM 2170-LIRE-BAREME-DEB
              THRU 2170-LIRE-BAREME-FIN.
           COMPUTE AMD-MONTANT = AMD-JOURS-RETARD * POL-TAUX-AMENDE.
           IF AMD-MONTANT > POL-PLAFOND-AMENDE
               MOVE POL-PLAFOND-AMENDE TO AMD-MONTANT
           END-IF.

           MOVE WS-DATE-JOUR-SQL TO AMD-DATE-CALCUL.
           IF SQLCODE = 100
               MOVE "DUE" TO AMD-STATUT
               EXEC SQL
                  SELECT nextval('seq_amendes')
                  INTO :ID_AMENDE
               END-EXEC
               EXEC SQL
                  INSERT INTO amendes (id_amende, fk_emprunt,
       2160-FACTURER-AMENDE-FIN.
           EXIT.

       2170-LIRE-BAREME-DEB.
      *----------------------------------------------------------------*
      * Barème de l'emprunt courant dans la matrice de prêt, avec la   *
      * même règle de recherche que les écrans de prêt de              *
      * crud/menu.cbl (0045) : ligne exacte, puis le type pour toutes  *
      * catégories, puis la catégorie tous types, enfin la ligne par   *
      * défaut ('*','*'). Sans ligne, le barème des paramètres         *
      * partagés (TAUX-AMENDE, PLAFOND-AMENDE).                        *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT taux_amende, plafond_amende
              INTO :POL-TAUX-AMENDE, :POL-PLAFOND-AMENDE
              FROM politique_pret
              WHERE categorie IN (:AMD-CATEGORIE, '*')
                AND type_document IN (:AMD-TYPE-DOCUMENT, '*')
              ORDER BY CASE WHEN type_document = '*'
                            THEN 1 ELSE 0 END,
                       CASE WHEN categorie = '*'
                            THEN 1 ELSE 0 END
              LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE WS-TAUX-AMENDE    TO POL-TAUX-AMENDE
               MOVE WS-PLAFOND-AMENDE TO POL-PLAFOND-AMENDE
           END-IF.

       2170-LIRE-BAREME-FIN.
           EXIT.

       2150-COMPTER-JOURS-OUVERTS-DEB.
      *----------------------------------------------------------------*
      * Compte dans AMD-JOURS-RETARD les jours d'OUVERTURE écoulés     *
