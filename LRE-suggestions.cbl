      ******************************************************************
      * Programme : LRE-suggestions.cbl                                *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Travail de nuit qui repère les titres dont la file de          *
      * réservations est trop longue pour le nombre d'exemplaires, et  *
      * dépose pour chacun une suggestion d'achat d'origine SYSTEME,   *
      * que le responsable des acquisitions commande ou rejette à      *
      * l'écran 1420 de crud/menu.cbl, dans la limite du budget voté.  *
      *                                                                *
      * Pour chaque livre qui a des réservations actives (ATTENTE ou   *
      * PREVENU), le programme calcule :                               *
      *  - le ratio réservations actives / exemplaires en circulation  *
      *    (tous sauf PERDU, MANQUANT et RETIRE ; sans aucun           *
      *    exemplaire, le ratio vaut le nombre de réservations) ;      *
      *  - l'attente moyenne, en jours, entre la date de réservation   *
      *    et la mise de côté (date_prevenu) des réservations des      *
      *    douze derniers mois.                                        *
      * Un titre dont le ratio dépasse SEUIL-RESERVATIONS (paramètre   *
      * partagé, 3 à défaut), ou dont l'attente moyenne dépasse        *
      * SEUIL-ATTENTE jours quand ce paramètre n'est pas nul, reçoit   *
      * une suggestion portant le livre, le ratio, l'attente et le     *
      * nombre d'exemplaires à ajouter pour revenir sous le seuil (au  *
      * moins un, 99 au plus). Un titre qui a déjà une suggestion      *
      * DEPOSEE ou une commande EN-COURS est listé sans nouvelle       *
      * suggestion.                                                    *
      *                                                                *
      * MODE SIMULATION : avec la variable d'environnement             *
      * LRE-SIMULATION à O, le rapport est produit sans rien déposer   *
      * (pour régler le seuil).                                        *
      *                                                                *
      * Déposer des suggestions n'est pas une erreur d'exécution : le  *
      * code retour reste 0 et la chaîne de nuit (LRE-chaine.cbl)      *
      * continue ; seul un incident technique rend 1.                  *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : suggestions-rapport.txt (titres au-delà du seuil et *
      *            suite donnée, 132 col.)                             *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-suggestions.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT
               ASSIGN TO 'suggestions-rapport.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-RAPPORT                     PIC X(132).

      *fichier des paramètres d'exploitation partagés (une valeur par
      *ligne : CLE en 1-20, VALEUR en 21-60), entretenu par l'écran
      *des paramètres de crud/menu.cbl
       FD  F-PARAMS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM.
           05 PRM-CLE                      PIC X(20).
           05 PRM-VALEUR                   PIC X(40).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *pour se connecter à la base de donnée (valeurs chargées
      *depuis le fichier des paramètres partagés, voir 1100)
       01  USERNAME           PIC X(30) VALUE SPACE.
       01  PASSWD             PIC X(30) VALUE SPACE.
       01  DBNAME             PIC X(10) VALUE SPACE.
      *titre réservé lu par le curseur principal : réservations
      *actives, exemplaires en circulation, et O/N pour une
      *suggestion déjà déposée ou une commande déjà en cours
       01  SGA-ID-LIVRES      PIC 9(13).
       01  SGA-TITRE          PIC X(38).
       01  SGA-AUTEUR         PIC X(44).
       01  SGA-NB-RESERVATIONS
                              PIC 9(05).
       01  SGA-NB-EXEMPLAIRES PIC 9(05).
       01  SGA-SUGGESTION-EN-COURS
                              PIC X(01).
       01  SGA-COMMANDE-EN-COURS
                              PIC X(01).
      *réservation mise de côté, pour l'attente moyenne
       01  SGA-DATE-RESERVATION
                              PIC 9(08).
       01  SGA-DATE-PREVENU   PIC 9(08).
      *début de la fenêtre de calcul de l'attente (douze mois)
       01  SGA-DATE-FENETRE   PIC 9(08).
      *suggestion déposée (mêmes colonnes que 1410 de crud/menu.cbl,
      *plus celles du système)
       01  SGA-ID-SUGGESTION  PIC 9(13).
       01  SGA-DATE-JOUR      PIC 9(08).
       01  SGA-STATUT         PIC X(10) VALUE "DEPOSEE".
       01  SGA-ORIGINE        PIC X(10) VALUE "SYSTEME".
       01  SGA-NB-PROPOSES    PIC 9(02).
       01  SGA-RATIO          PIC 9(04)V99.
       01  SGA-ATTENTE        PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-RAPPORT-STATUS               PIC X(02)     VALUE SPACE.
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * PARAMÈTRES DU CALCUL                                           *
      * SEUIL-RESERVATIONS : ratio réservations actives par exemplaire *
      * au-delà duquel un réassort est proposé ; SEUIL-ATTENTE :       *
      * attente moyenne en jours au-delà de laquelle il l'est aussi    *
      * (0 : critère non utilisé). Valeurs de secours si les clés      *
      * manquent. LRE-SIMULATION à O : rapport seul.                   *
      *----------------------------------------------------------------*
       01 WS-SEUIL-RESERVATIONS            PIC 9(03)V99 VALUE 3.
       01 WS-SEUIL-ATTENTE                 PIC 9(03)    VALUE ZEROS.
       01 WS-MODE-SIMULATION               PIC X(01)    VALUE 'N'.
           88 WS-SIMULER                                VALUE 'O'.
       01 WS-JOUR-JULIEN                   PIC 9(07).

      *----------------------------------------------------------------*
      * CALCUL PAR TITRE                                               *
      *----------------------------------------------------------------*
       01 WS-TOTAL-JOURS                   PIC 9(09).
       01 WS-NB-ATTENTES                   PIC 9(05).
      *nombre d'exemplaires qui ramène le ratio sous le seuil
       01 WS-CIBLE-DECIMALE                PIC 9(05)V9(04).
       01 WS-CIBLE                         PIC 9(05).
       01 WS-MANQUE                        PIC S9(05).
       01 WS-AU-DELA-SEUIL                 PIC X(01).
       01 WS-SUITE-DONNEE                  PIC X(40).
       01 WS-RATIO-AFF                     PIC ZZZ9,99.

      *----------------------------------------------------------------*
      * VARIABLES DE COMPTAGE                                          *
      *----------------------------------------------------------------*
       01 WS-NB-TITRES-EXAMINES            PIC 9(07)    VALUE ZEROS.
       01 WS-NB-TITRES-AU-DELA             PIC 9(07)    VALUE ZEROS.
       01 WS-NB-SUGGESTIONS-DEPOSEES       PIC 9(07)    VALUE ZEROS.
       01 WS-NB-DEJA-SUGGERES              PIC 9(07)    VALUE ZEROS.
       01 WS-NB-DEJA-COMMANDES             PIC 9(07)    VALUE ZEROS.
       01 WS-NB-EXEMPLAIRES-PROPOSES       PIC 9(07)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TITRES-RESERVES-DEB
              THRU 2000-TITRES-RESERVES-FIN.

           PERFORM 4000-RECAPITULATIF-DEB
              THRU 4000-RECAPITULATIF-FIN.

           PERFORM 5000-FIN-PROGRAMME-DEB
              THRU 5000-FIN-PROGRAMME-FIN.

      ******************************************************************
      * === 1000 === INITIALISATION                                    *
      ******************************************************************

       1000-INITIALISATION-DEB.
           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.

      * un seuil nul proposerait un réassort pour toute réservation
           IF WS-SEUIL-RESERVATIONS = 0
               MOVE 3 TO WS-SEUIL-RESERVATIONS
           END-IF.

           ACCEPT WS-MODE-SIMULATION FROM ENVIRONMENT "LRE-SIMULATION".
           IF WS-MODE-SIMULATION NOT = 'O'
               MOVE 'N' TO WS-MODE-SIMULATION
           END-IF.

           DISPLAY "Connexion à la base de données...".
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
               DISPLAY "ERREUR: création du rapport impossible"
               DISPLAY "Code erreur : " F-RAPPORT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO SGA-DATE-JOUR.

      * Fenêtre de l'attente moyenne : les réservations posées depuis
      * un an, pour refléter le nombre d'exemplaires actuel
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(SGA-DATE-JOUR) - 365.
           COMPUTE SGA-DATE-FENETRE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).

           MOVE SPACE TO REC-RAPPORT.
           STRING "SUGGESTIONS D'ACHAT SUR RESERVATIONS AU "
                  DELIMITED BY SIZE
                  SGA-DATE-JOUR DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           MOVE WS-SEUIL-RESERVATIONS TO WS-RATIO-AFF.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Seuil : " DELIMITED BY SIZE
                  WS-RATIO-AFF DELIMITED BY SIZE
                  " réservation(s) par exemplaire, attente moyenne "
                  DELIMITED BY SIZE
                  WS-SEUIL-ATTENTE DELIMITED BY SIZE
                  " jour(s) (0 : non utilisée)" DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           IF WS-SIMULER
               MOVE SPACE TO REC-RAPPORT
               STRING "SIMULATION : aucune suggestion n'est déposée"
                      DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1
           END-IF.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === TITRES RÉSERVÉS                                   *
      * Un passage sur les livres qui ont au moins une réservation     *
      * active ; les suggestions déposées sont validées ensemble       *
      * après la fermeture du curseur.                                 *
      ******************************************************************

       2000-TITRES-RESERVES-DEB.
           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "== TITRES AU-DELA DU SEUIL (numéro, titre, "
                  DELIMITED BY SIZE
                  "réservations, exemplaires, ratio, attente, suite)"
                  DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           EXEC SQL
              DECLARE curseur_sga_titres CURSOR FOR
              SELECT L.ID_Livres, L.Titre,
                     COALESCE(A.nom, ' '),
                     (SELECT COUNT(*)
                      FROM reservations R
                      WHERE R.fk_livres = L.ID_Livres
                        AND R.statut IN ('ATTENTE', 'PREVENU')),
                     (SELECT COUNT(*)
                      FROM exemplaires X
                      WHERE X.fk_livres = L.ID_Livres
                        AND X.etat NOT IN ('PERDU', 'MANQUANT',
                                           'RETIRE')),
                     CASE WHEN EXISTS
                          (SELECT 1 FROM suggestions S
                           WHERE S.fk_livres = L.ID_Livres
                             AND S.statut = 'DEPOSEE')
                          THEN 'O' ELSE 'N' END,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM commandes C
                           WHERE C.isbn = L.ID_Livres
                             AND C.statut = 'EN-COURS')
                          THEN 'O' ELSE 'N' END
              FROM Livres L
              LEFT JOIN auteurs A ON L.fk_auteur = A.id_auteur
              WHERE EXISTS
                    (SELECT 1 FROM reservations R
                     WHERE R.fk_livres = L.ID_Livres
                       AND R.statut IN ('ATTENTE', 'PREVENU'))
              ORDER BY L.ID_Livres
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sga_titres
           END-EXEC.

           EXEC SQL
              FETCH curseur_sga_titres
              INTO :SGA-ID-LIVRES, :SGA-TITRE, :SGA-AUTEUR,
                   :SGA-NB-RESERVATIONS, :SGA-NB-EXEMPLAIRES,
                   :SGA-SUGGESTION-EN-COURS, :SGA-COMMANDE-EN-COURS
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2100-TRAITER-TITRE-DEB
                  THRU 2100-TRAITER-TITRE-FIN

               EXEC SQL
                  FETCH curseur_sga_titres
                  INTO :SGA-ID-LIVRES, :SGA-TITRE, :SGA-AUTEUR,
                       :SGA-NB-RESERVATIONS, :SGA-NB-EXEMPLAIRES,
                       :SGA-SUGGESTION-EN-COURS,
                       :SGA-COMMANDE-EN-COURS
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_sga_titres
           END-EXEC.

           IF NOT WS-SIMULER
               EXEC SQL COMMIT END-EXEC
           END-IF.

           MOVE SPACE TO REC-RAPPORT.
           IF WS-NB-TITRES-AU-DELA = 0
               STRING "   aucun" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                      WS-NB-TITRES-AU-DELA DELIMITED BY SIZE
                      " ligne(s)" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT AFTER 1.

       2000-TITRES-RESERVES-FIN.
           EXIT.

       2100-TRAITER-TITRE-DEB.
           ADD 1 TO WS-NB-TITRES-EXAMINES.

           PERFORM 2200-CALCULER-ATTENTE-DEB
              THRU 2200-CALCULER-ATTENTE-FIN.

      * ratio : sans exemplaire en circulation, chaque réservation
      * compte pour un exemplaire manquant
           IF SGA-NB-EXEMPLAIRES = 0
               MOVE SGA-NB-RESERVATIONS TO SGA-RATIO
           ELSE
               COMPUTE SGA-RATIO ROUNDED =
                  SGA-NB-RESERVATIONS / SGA-NB-EXEMPLAIRES
           END-IF.

           MOVE 'N' TO WS-AU-DELA-SEUIL.
           IF SGA-RATIO > WS-SEUIL-RESERVATIONS
               MOVE 'O' TO WS-AU-DELA-SEUIL
           END-IF.
           IF WS-SEUIL-ATTENTE > 0
              AND SGA-ATTENTE > WS-SEUIL-ATTENTE
               MOVE 'O' TO WS-AU-DELA-SEUIL
           END-IF.
           IF WS-AU-DELA-SEUIL = 'N'
               GO TO 2100-TRAITER-TITRE-FIN
           END-IF.

           ADD 1 TO WS-NB-TITRES-AU-DELA.

      * exemplaires à ajouter : assez pour que le ratio repasse au
      * seuil (arrondi au supérieur), au moins un, au plus 99
           COMPUTE WS-CIBLE-DECIMALE =
              SGA-NB-RESERVATIONS / WS-SEUIL-RESERVATIONS.
           MOVE WS-CIBLE-DECIMALE TO WS-CIBLE.
           IF WS-CIBLE-DECIMALE > WS-CIBLE
               ADD 1 TO WS-CIBLE
           END-IF.
           COMPUTE WS-MANQUE = WS-CIBLE - SGA-NB-EXEMPLAIRES.
           IF WS-MANQUE < 1
               MOVE 1 TO WS-MANQUE
           END-IF.
           IF WS-MANQUE > 99
               MOVE 99 TO WS-MANQUE
           END-IF.
           MOVE WS-MANQUE TO SGA-NB-PROPOSES.

           EVALUATE TRUE
           WHEN SGA-SUGGESTION-EN-COURS = 'O'
               ADD 1 TO WS-NB-DEJA-SUGGERES
               MOVE "suggestion déjà en attente" TO WS-SUITE-DONNEE
           WHEN SGA-COMMANDE-EN-COURS = 'O'
               ADD 1 TO WS-NB-DEJA-COMMANDES
               MOVE "commande déjà en cours" TO WS-SUITE-DONNEE
           WHEN OTHER
               PERFORM 2300-DEPOSER-SUGGESTION-DEB
                  THRU 2300-DEPOSER-SUGGESTION-FIN
           END-EVALUATE.

           MOVE SGA-RATIO TO WS-RATIO-AFF.
           MOVE SPACE TO REC-RAPPORT.
           STRING "   " DELIMITED BY SIZE
                  SGA-ID-LIVRES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGA-TITRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGA-NB-RESERVATIONS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGA-NB-EXEMPLAIRES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATIO-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGA-ATTENTE DELIMITED BY SIZE
                  "j " DELIMITED BY SIZE
                  WS-SUITE-DONNEE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       2100-TRAITER-TITRE-FIN.
           EXIT.

       2200-CALCULER-ATTENTE-DEB.
      *----------------------------------------------------------------*
      * Attente moyenne du titre, en jours, de la réservation à la     *
      * mise de côté, sur les réservations de la fenêtre déjà          *
      * prévenues (PREVENU, puis SOLDEE ou PERIMEE) ; 0 si aucune      *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-TOTAL-JOURS.
           MOVE 0 TO WS-NB-ATTENTES.

           EXEC SQL
              DECLARE curseur_sga_attentes CURSOR FOR
              SELECT date_reservation, date_prevenu
              FROM reservations
              WHERE fk_livres = :SGA-ID-LIVRES
                AND COALESCE(date_prevenu, 0) > 0
                AND date_reservation >= :SGA-DATE-FENETRE
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sga_attentes
           END-EXEC.

           EXEC SQL
              FETCH curseur_sga_attentes
              INTO :SGA-DATE-RESERVATION, :SGA-DATE-PREVENU
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               IF SGA-DATE-PREVENU >= SGA-DATE-RESERVATION
                   COMPUTE WS-TOTAL-JOURS = WS-TOTAL-JOURS
                      + FUNCTION INTEGER-OF-DATE(SGA-DATE-PREVENU)
                      - FUNCTION INTEGER-OF-DATE(SGA-DATE-RESERVATION)
                   ADD 1 TO WS-NB-ATTENTES
               END-IF
               EXEC SQL
                  FETCH curseur_sga_attentes
                  INTO :SGA-DATE-RESERVATION, :SGA-DATE-PREVENU
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_sga_attentes
           END-EXEC.

           IF WS-NB-ATTENTES = 0
               MOVE 0 TO SGA-ATTENTE
           ELSE
               COMPUTE SGA-ATTENTE ROUNDED =
                  WS-TOTAL-JOURS / WS-NB-ATTENTES
           END-IF.

       2200-CALCULER-ATTENTE-FIN.
           EXIT.

       2300-DEPOSER-SUGGESTION-DEB.
      *----------------------------------------------------------------*
      * Dépose la suggestion d'origine SYSTEME du titre courant (sans  *
      * adhérent demandeur). En simulation, seul le nombre             *
      * d'exemplaires proposé est rapporté.                            *
      *----------------------------------------------------------------*
           ADD SGA-NB-PROPOSES TO WS-NB-EXEMPLAIRES-PROPOSES.
           IF WS-SIMULER
               MOVE SPACE TO WS-SUITE-DONNEE
               STRING "à proposer : " DELIMITED BY SIZE
                      SGA-NB-PROPOSES DELIMITED BY SIZE
                      " exemplaire(s)" DELIMITED BY SIZE
                 INTO WS-SUITE-DONNEE
               END-STRING
               GO TO 2300-DEPOSER-SUGGESTION-FIN
           END-IF.

           EXEC SQL
              SELECT nextval('seq_suggestions')
              INTO :SGA-ID-SUGGESTION
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                  INSERT INTO suggestions (id_suggestion, titre,
                  auteur_libre, fk_emprunteur, date_suggestion,
                  statut, origine, fk_livres, nb_exemplaires,
                  ratio_reservations, attente_moyenne)
                  VALUES (:SGA-ID-SUGGESTION, :SGA-TITRE,
                  :SGA-AUTEUR, NULL, :SGA-DATE-JOUR,
                  :SGA-STATUT, :SGA-ORIGINE, :SGA-ID-LIVRES,
                  :SGA-NB-PROPOSES, :SGA-RATIO, :SGA-ATTENTE)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de dépôt de suggestion - SQLCODE: "
                       SQLCODE
               DISPLAY "livre : " SGA-ID-LIVRES
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           ADD 1 TO WS-NB-SUGGESTIONS-DEPOSEES.
           MOVE SPACE TO WS-SUITE-DONNEE.
           STRING "suggestion " DELIMITED BY SIZE
                  SGA-ID-SUGGESTION DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  SGA-NB-PROPOSES DELIMITED BY SIZE
                  " ex." DELIMITED BY SIZE
             INTO WS-SUITE-DONNEE
           END-STRING.

       2300-DEPOSER-SUGGESTION-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === RÉCAPITULATIF                                     *
      ******************************************************************

       4000-RECAPITULATIF-DEB.
           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "RECAPITULATIF" DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           MOVE SPACE TO REC-RAPPORT.
           STRING "Titres réservés examinés       : "
                  DELIMITED BY SIZE
                  WS-NB-TITRES-EXAMINES DELIMITED BY SIZE
                  " dont au-delà du seuil : " DELIMITED BY SIZE
                  WS-NB-TITRES-AU-DELA DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Suggestions déposées           : "
                  DELIMITED BY SIZE
                  WS-NB-SUGGESTIONS-DEPOSEES DELIMITED BY SIZE
                  " pour exemplaires : " DELIMITED BY SIZE
                  WS-NB-EXEMPLAIRES-PROPOSES DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Déjà en attente / en commande  : "
                  DELIMITED BY SIZE
                  WS-NB-DEJA-SUGGERES DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-NB-DEJA-COMMANDES DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       4000-RECAPITULATIF-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           CLOSE F-RAPPORT.

           DISPLAY "=== STATISTIQUES DES SUGGESTIONS D'ACHAT ===".
           DISPLAY "Titres examinés       : " WS-NB-TITRES-EXAMINES.
           DISPLAY "Au-delà du seuil      : " WS-NB-TITRES-AU-DELA.
           DISPLAY "Suggestions déposées  : "
                   WS-NB-SUGGESTIONS-DEPOSEES.
           DISPLAY "Rapport généré        : suggestions-rapport.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion et seuils du calcul. L'absence du fichier est une *
      * erreur franche ; une clé absente laisse la valeur par défaut   *
      * du programme.                                                  *
      *----------------------------------------------------------------*
           OPEN INPUT F-PARAMS.
           IF NOT F-PARAMS-STATUS-OK
               DISPLAY "ERREUR: parametres-bibliotheque.dat"
               DISPLAY "introuvable, code erreur : " F-PARAMS-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           READ F-PARAMS
           AT END
               SET F-PARAMS-STATUS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL F-PARAMS-STATUS-EOF
               EVALUATE PRM-CLE
               WHEN "USERNAME"
                   MOVE PRM-VALEUR(1:30) TO USERNAME
               WHEN "PASSWD"
                   MOVE PRM-VALEUR(1:30) TO PASSWD
               WHEN "DBNAME"
                   MOVE PRM-VALEUR(1:10) TO DBNAME
               WHEN "SEUIL-RESERVATIONS"
                   COMPUTE WS-SEUIL-RESERVATIONS =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "SEUIL-ATTENTE"
                   COMPUTE WS-SEUIL-ATTENTE =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ F-PARAMS
               AT END
                   SET F-PARAMS-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE F-PARAMS.

       1100-LIRE-PARAMETRES-FIN.
           EXIT.

       9999-FIN-NORMALE-PROGRAMME-DEB.
           DISPLAY "Fin normale du programme.".
           STOP RUN.
       9999-FIN-NORMALE-PROGRAMME-FIN.
           EXIT.

       9999-ERREUR-PROGRAMME-DEB.
           DISPLAY "Fin anormale du programme.".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
