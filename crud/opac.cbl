      * Catalogue public en libre consultation (OPAC), prévu pour un   *
      * poste en salle : répond tout seul au "vous l'avez ? il est     *
      * là ?" qui faisait la queue au guichet. Recherche par titre,    *
      * auteur, genre, plage d'années ou sujet (vedettes matière,      *
      * avec leurs renvois "voir aussi") comme l'écran 0500 de         *
      * menu.cbl, et affiche pour chaque titre trouvé ses sujets et    *
      * la disponibilité réelle par site (exemplaires présents, en     *
      * prêt, et date du retour le plus proche quand tout est sorti).  *
      *                                                                *
      * Ce programme est STRICTEMENT en lecture : pas d'ouverture de   *
      * session d'opérateur, aucun écran de mise à jour, et aucune     *
       01  OPA-ANNEE          PIC X(04).
       01  OPA-AUTEUR-NOM     PIC X(22).
       01  OPA-GENRE          PIC X(16).
      *autres contributeurs du livre affiché (traducteur,
      *illustrateur...) en plus de l'auteur principal
       01  OPA-CTB-NOM        PIC X(22).
       01  OPA-CTB-PRENOM     PIC X(22).
       01  OPA-CTB-ROLE       PIC X(03).
      *critères de recherche saisis par le lecteur
       01  OPA-MOT-TITRE      PIC X(22).
       01  OPA-MOT-LIKE       PIC X(24).
       01  OPA-GENRE-CHERCHE  PIC X(16).
       01  OPA-ANNEE-DEBUT    PIC X(04).
       01  OPA-ANNEE-FIN      PIC X(04).
       01  OPA-MOT-SUJET      PIC X(40).
       01  OPA-SUJET-LIKE     PIC X(42).
      *vedettes matière trouvées ou portées par le livre affiché, et
      *leurs renvois "voir aussi"
       01  OPA-SUJET-ID       PIC 9(13).
       01  OPA-SUJET          PIC X(40).
       01  OPA-SUJET-LIE      PIC X(40).
       01  OPA-NB-TITRES-SUJET PIC 9(05).
      *disponibilité par site du livre affiché
       01  OPA-SITE           PIC X(03).
       01  OPA-NB-EXEMPLAIRES PIC 9(05).
       01 WS-COMMANDE-LECTEUR              PIC 9.
      *compteurs d'affichage
       01 WS-NB-TITRES-TROUVES             PIC 9(05)    VALUE ZEROS.
      *libellé du rôle d'un contributeur, pour l'affichage
       01 WS-LIBELLE-ROLE                  PIC X(24)    VALUE SPACE.
       01 WS-NB-DISPONIBLES                PIC 9(05).

      ******************************************************************
              DISPLAY "2 pour chercher par nom d'auteur"
              DISPLAY "3 pour chercher par genre"
              DISPLAY "4 pour chercher par plage d'années"
              DISPLAY "5 pour chercher par sujet"
              DISPLAY "9 pour quitter"
              ACCEPT WS-COMMANDE-LECTEUR

              WHEN EQUAL 4
                 PERFORM 0400-CHERCHER-PAR-ANNEES-DEB
                    THRU 0400-FIN-CHERCHER-PAR-ANNEES
              WHEN EQUAL 5
                 PERFORM 0600-CHERCHER-PAR-SUJET-DEB
                    THRU 0600-FIN-CHERCHER-PAR-SUJET
              WHEN EQUAL 9
                 DISPLAY "bonne lecture !"
              WHEN OTHER
              END-EVALUATE

              IF WS-COMMANDE-LECTEUR >= 1
                 AND WS-COMMANDE-LECTEUR <= 5
                 IF WS-NB-TITRES-TROUVES = 0
                    DISPLAY "aucun titre trouvé"
                 ELSE
              JOIN auteurs A ON L.fk_auteur = A.id_auteur
              JOIN genre G ON L.fk_genre = G.id_genre
              WHERE A.nom = :OPA-NOM-CHERCHE
                 OR EXISTS (SELECT 1
                            FROM contributions C
                            JOIN auteurs CA
                              ON C.fk_auteur = CA.id_auteur
                            WHERE C.fk_livres = L.ID_Livres
                              AND CA.nom = :OPA-NOM-CHERCHE)
              ORDER BY L.Titre
                 FOR READ ONLY
           END-EXEC.
           DISPLAY "   " OPA-AUTEUR-NOM " - " OPA-GENRE
                   " - " OPA-ANNEE.

           PERFORM 0505-AFFICHER-CONTRIBUTEURS-DEB
              THRU 0505-FIN-AFFICHER-CONTRIBUTEURS.

           PERFORM 0507-AFFICHER-SUJETS-DEB
              THRU 0507-FIN-AFFICHER-SUJETS.

           PERFORM 0510-AFFICHER-DISPONIBILITE-DEB
              THRU 0510-FIN-AFFICHER-DISPONIBILITE.

       0500-FIN-AFFICHER-UN-TITRE.


       0505-AFFICHER-CONTRIBUTEURS-DEB.
      *----------------------------------------------------------------*
      * Les autres contributeurs du titre (co-auteurs, traducteur,     *
      * illustrateur, directeur de publication), dans leur ordre,      *
      * sous la ligne de l'auteur principal                            *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_opac_contrib CURSOR FOR
              SELECT A.nom, A.prenom, C.role
              FROM contributions C
              JOIN auteurs A ON C.fk_auteur = A.id_auteur
              WHERE C.fk_livres = :ID_LIVRES
              ORDER BY C.ordre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_opac_contrib
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_opac_contrib
                 INTO :OPA-CTB-NOM, :OPA-CTB-PRENOM, :OPA-CTB-ROLE
              END-EXEC
              IF SQLCODE = 0
                 EVALUATE OPA-CTB-ROLE
                 WHEN "TRA"
                    MOVE "traduction" TO WS-LIBELLE-ROLE
                 WHEN "ILL"
                    MOVE "illustrations" TO WS-LIBELLE-ROLE
                 WHEN "DIR"
                    MOVE "sous la direction de" TO WS-LIBELLE-ROLE
                 WHEN OTHER
                    MOVE "avec" TO WS-LIBELLE-ROLE
                 END-EVALUATE
                 DISPLAY "   " WS-LIBELLE-ROLE " : " OPA-CTB-NOM
                         " " OPA-CTB-PRENOM
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_opac_contrib
           END-EXEC.

       0505-FIN-AFFICHER-CONTRIBUTEURS.


       0507-AFFICHER-SUJETS-DEB.
      *----------------------------------------------------------------*
      * Les vedettes matière du titre, pour rebondir sur une recherche *
      * par sujet (choix 5)                                            *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_opac_sujets_titre CURSOR FOR
              SELECT S.libelle
              FROM livres_sujets LS
              JOIN sujets S ON LS.fk_sujet = S.id_sujet
              WHERE LS.fk_livres = :ID_LIVRES
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_opac_sujets_titre
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_opac_sujets_titre
                 INTO :OPA-SUJET
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   sujet : " OPA-SUJET
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_opac_sujets_titre
           END-EXEC.

       0507-FIN-AFFICHER-SUJETS.


       0510-AFFICHER-DISPONIBILITE-DEB.
      *----------------------------------------------------------------*
      * Disponibilité par site depuis la table des exemplaires : les   *
      * exemplaires perdus, manquants ou retirés ne comptent pas, et   *
      * un exemplaire en prêt, en transit entre sites, parti en PEB    *
      * ou en réparation est compté comme sorti (il n'est pas sur le   *
      * rayon, même s'il n'est pas emprunté - même lecture que         *
      * LRE-desherbage.cbl).                                           *
      * Quand plus rien n'est disponible, la date du retour le plus    *
      * proche (emprunts ouverts du livre) est annoncée.               *
      *----------------------------------------------------------------*
              DECLARE curseur_opac_sites CURSOR FOR
              SELECT site, COUNT(*),
                     SUM(CASE WHEN fk_emprunt <> 0
                              OR etat IN ('TRANSIT', 'PEB',
                                          'REPARATION')
                         THEN 1 ELSE 0 END)
              FROM exemplaires
              WHERE fk_livres = :ID_LIVRES
       0510-FIN-AFFICHER-DISPONIBILITE.


       0600-CHERCHER-PAR-SUJET-DEB.
      *----------------------------------------------------------------*
      * Recherche par sujet : les vedettes matière dont le libellé     *
      * contient le mot saisi (la majuscule n'importe pas) sont        *
      * annoncées avec leurs renvois "voir aussi", puis chaque titre   *
      * qui porte l'une d'elles est affiché comme pour les autres      *
      * recherches, disponibilité par site comprise.                   *
      *----------------------------------------------------------------*
           DISPLAY "entrer un mot du sujet (ex. guerre, apiculture)".
           ACCEPT OPA-MOT-SUJET.
           MOVE FUNCTION CONCATENATE(
              "%", FUNCTION TRIM(OPA-MOT-SUJET), "%")
              TO OPA-SUJET-LIKE.

           EXEC SQL
              DECLARE curseur_opac_vedettes CURSOR FOR
              SELECT S.id_sujet, S.libelle,
                     (SELECT COUNT(*)
                      FROM livres_sujets LS
                      WHERE LS.fk_sujet = S.id_sujet)
              FROM sujets S
              WHERE UPPER(S.libelle) LIKE UPPER(:OPA-SUJET-LIKE)
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_opac_vedettes
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_opac_vedettes
                 INTO :OPA-SUJET-ID, :OPA-SUJET, :OPA-NB-TITRES-SUJET
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "sujet : " OPA-SUJET " ("
                         OPA-NB-TITRES-SUJET " titre(s))"
                 PERFORM 0610-AFFICHER-VOIR-AUSSI-DEB
                    THRU 0610-FIN-AFFICHER-VOIR-AUSSI
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_opac_vedettes
           END-EXEC.

           EXEC SQL
              DECLARE curseur_opac_sujet CURSOR FOR
              SELECT DISTINCT L.ID_Livres, L.Titre, L.Date_Parution,
                     A.nom, G.nom
              FROM Livres L
              JOIN auteurs A ON L.fk_auteur = A.id_auteur
              JOIN genre G ON L.fk_genre = G.id_genre
              JOIN livres_sujets LS ON LS.fk_livres = L.ID_Livres
              JOIN sujets S ON LS.fk_sujet = S.id_sujet
              WHERE UPPER(S.libelle) LIKE UPPER(:OPA-SUJET-LIKE)
              ORDER BY L.Titre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_opac_sujet
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_opac_sujet
                 INTO :ID_LIVRES, :OPA-TITRE, :OPA-ANNEE,
                      :OPA-AUTEUR-NOM, :OPA-GENRE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 0500-AFFICHER-UN-TITRE-DEB
                    THRU 0500-FIN-AFFICHER-UN-TITRE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_opac_sujet
           END-EXEC.

       0600-FIN-CHERCHER-PAR-SUJET.


       0610-AFFICHER-VOIR-AUSSI-DEB.
      *----------------------------------------------------------------*
      * Renvois "voir aussi" de la vedette OPA-SUJET-ID : des sujets   *
      * voisins à essayer quand celui-ci ne donne pas ce qu'on cherche *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_opac_renvois CURSOR FOR
              SELECT S.libelle
              FROM sujets_voir_aussi V
              JOIN sujets S ON V.fk_sujet_lie = S.id_sujet
              WHERE V.fk_sujet = :OPA-SUJET-ID
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_opac_renvois
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_opac_renvois
                 INTO :OPA-SUJET-LIE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   voir aussi : " OPA-SUJET-LIE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_opac_renvois
           END-EXEC.

       0610-FIN-AFFICHER-VOIR-AUSSI.


       8100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les identifiants de connexion depuis le fichier des     *
