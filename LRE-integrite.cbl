      ******************************************************************
      * Programme : LRE-integrite.cbl                                  *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Travail de nuit qui vérifie que les tables de circulation      *
      * s'accordent encore entre elles après des mois de travail au    *
      * guichet, de suppressions (0205-PERDRE-LIVRE-CATALOGUE de       *
      * crud/menu.cbl) et de purges (LRE-archivage.cbl,                *
      * LRE-anonymisation.cbl). LRE-reconciliation.cbl compare la      *
      * base aux fichiers source ; ce programme compare la base à      *
      * elle-même. Chaque incohérence est listée par catégorie, avec   *
      * les clés en cause, et le compte de chaque catégorie clôt le    *
      * rapport :                                                      *
      *  1 exemplaire dont fk_emprunt désigne un emprunt déjà rendu ;  *
      *  2 exemplaire dont fk_emprunt désigne un emprunt inexistant ;  *
      *  3 emprunt ouvert sur un exemplaire RETIRE, PERDU ou           *
      *    inexistant ;                                                *
      *  4 réservation PREVENU sur un livre sans aucun exemplaire      *
      *    disponible à mettre de côté ;                               *
      *  5 amende dont l'emprunt ou l'adhérent n'existe plus ;         *
      *  6 livre sans aucun exemplaire ;                               *
      *  7 exemplaire en TRANSIT depuis plus de DELAI-TRANSIT jours    *
      *    (paramètre partagé, 10 à défaut), ou sans date de départ.   *
      *                                                                *
      * MODE RÉPARATION : avec la variable d'environnement             *
      * LRE-REPARATION à O (même mécanisme que LRE-MODE dans           *
      * LRE-livres.cbl), les cas sûrs sont corrigés - catégories 1 et  *
      * 2 : l'exemplaire est libéré (fk_emprunt remis à 0), l'emprunt  *
      * en cause étant soldé ou disparu. Chaque correction est tracée  *
      * dans AUDIT_LOG (opération INTEGRITE, ancien et nouvel état     *
      * dans les zones de titre). Les autres catégories demandent une  *
      * décision du bibliothécaire (facturation, file d'attente,       *
      * désherbage) et ne sont jamais corrigées ici. Sans la variable, *
      * le programme ne fait que lire.                                 *
      *                                                                *
      * Trouver des incohérences n'est pas une erreur d'exécution : le *
      * code retour reste 0 et la chaîne de nuit (LRE-chaine.cbl)      *
      * continue ; seul un incident technique rend 1.                  *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : integrite-rapport.txt (rapport de contrôle,         *
      *            132 col.)                                           *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-integrite.
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
               ASSIGN TO 'integrite-rapport.txt'
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
      *clés lues par les curseurs de contrôle
       01  ITG-ID-EXEMPLAIRE  PIC 9(13).
       01  ITG-ID-LIVRES      PIC 9(13).
       01  ITG-ID-EMPRUNT     PIC 9(13).
       01  ITG-ID-EMPRUNTEUR  PIC 9(13).
       01  ITG-ID-RESERVATION PIC 9(13).
       01  ITG-ID-AMENDE      PIC 9(13).
       01  ITG-TITRE          PIC X(38).
       01  ITG-ETAT           PIC X(10).
       01  ITG-STATUT         PIC X(10).
       01  ITG-SITE           PIC X(03).
       01  ITG-SITE-DEST      PIC X(03).
       01  ITG-DATE           PIC 9(08).
      *nature de l'anomalie rendue par le curseur (CLOS/ABSENT,
      *EMPRUNT/ADHERENT)
       01  ITG-CAS            PIC X(10).
      *ligne de trace AUDIT_LOG d'une correction (mêmes colonnes que
      *0150-ECRIRE-AUDIT de crud/menu.cbl)
       01  AUDIT-ID           PIC 9(13).
       01  AUDIT-OPERATION    PIC X(10).
       01  AUDIT-ANCIEN-TITRE PIC X(38).
       01  AUDIT-NOUVEAU-TITRE
                              PIC X(38).
       01  AUDIT-DATE-VIDE    PIC X(04) VALUE SPACE.
       01  AUDIT-EDITEUR-VIDE PIC X(23) VALUE SPACE.
       01  AUDIT-CLE-VIDE     PIC 9(13) VALUE ZERO.
       01  AUDIT-HORODATAGE   PIC X(21).
       01  AUDIT-OPERATEUR    PIC X(08) VALUE "INTEGRIT".
      *date limite d'un transit (un départ antérieur est anormal)
       01  WS-DATE-LIMITE     PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-RAPPORT-STATUS               PIC X(02)     VALUE SPACE.
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * PARAMÈTRES DU CONTRÔLE                                         *
      * DELAI-TRANSIT : nombre de jours au-delà duquel un transfert    *
      * entre sites est jugé bloqué (valeur de secours si la clé       *
      * manque). LRE-REPARATION à O : corriger les cas sûrs.           *
      *----------------------------------------------------------------*
       01 WS-DELAI-TRANSIT                 PIC 9(03)    VALUE 10.
       01 WS-JOUR-JULIEN                   PIC 9(07).
       01 WS-DATE-JOUR                     PIC 9(08).
       01 WS-MODE-REPARATION               PIC X(01)    VALUE 'N'.
           88 WS-REPARER                                VALUE 'O'.

      *----------------------------------------------------------------*
      * VARIABLES DE COMPTAGE (une par catégorie d'incohérence)        *
      *----------------------------------------------------------------*
       01 WS-NB-EX-EMPRUNT-CLOS            PIC 9(06)    VALUE ZEROS.
       01 WS-NB-EX-EMPRUNT-ABSENT          PIC 9(06)    VALUE ZEROS.
       01 WS-NB-EMPRUNT-HORS-SERVICE       PIC 9(06)    VALUE ZEROS.
       01 WS-NB-RESA-SANS-EXEMPLAIRE       PIC 9(06)    VALUE ZEROS.
       01 WS-NB-AMENDE-ORPHELINE           PIC 9(06)    VALUE ZEROS.
       01 WS-NB-LIVRE-SANS-EXEMPLAIRE      PIC 9(06)    VALUE ZEROS.
       01 WS-NB-TRANSIT-BLOQUE             PIC 9(06)    VALUE ZEROS.
       01 WS-NB-INCOHERENCES               PIC 9(07)    VALUE ZEROS.
       01 WS-NB-REPARATIONS                PIC 9(06)    VALUE ZEROS.
      *nombre de lignes de la catégorie en cours, pour la ligne
      *"aucune" d'une catégorie vide
       01 WS-NB-CATEGORIE                  PIC 9(06)    VALUE ZEROS.
       01 WS-TITRE-CATEGORIE               PIC X(60)    VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2100-EXEMPLAIRES-EMPRUNT-DEB
              THRU 2100-EXEMPLAIRES-EMPRUNT-FIN.

           PERFORM 2300-EMPRUNTS-HORS-SERVICE-DEB
              THRU 2300-EMPRUNTS-HORS-SERVICE-FIN.

           PERFORM 2400-RESAS-SANS-EXEMPLAIRE-DEB
              THRU 2400-RESAS-SANS-EXEMPLAIRE-FIN.

           PERFORM 2500-AMENDES-ORPHELINES-DEB
              THRU 2500-AMENDES-ORPHELINES-FIN.

           PERFORM 2600-LIVRES-SANS-EXEMPLAIRE-DEB
              THRU 2600-LIVRES-SANS-EXEMPLAIRE-FIN.

           PERFORM 2700-TRANSITS-BLOQUES-DEB
              THRU 2700-TRANSITS-BLOQUES-FIN.

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

      * Mode réparation demandé par le script de lancement ; absent
      * ou autre valeur = simple contrôle en lecture
           ACCEPT WS-MODE-REPARATION FROM ENVIRONMENT "LRE-REPARATION".
           IF WS-REPARER
               DISPLAY "Mode : contrôle et réparation des cas sûrs"
           ELSE
               MOVE 'N' TO WS-MODE-REPARATION
               DISPLAY "Mode : contrôle seul (aucune écriture)"
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Date limite : un transfert parti AVANT cette date a dépassé
      * le délai d'acheminement entre sites
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - WS-DELAI-TRANSIT.
           COMPUTE WS-DATE-LIMITE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).

           MOVE SPACE TO REC-RAPPORT.
           STRING "CONTROLE D'INTEGRITE DE LA CIRCULATION AU "
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           IF WS-REPARER
               STRING "Mode réparation : les cas sûrs (catégories 1 "
                      DELIMITED BY SIZE
                      "et 2) sont corrigés et tracés dans AUDIT_LOG"
                      DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING "Mode contrôle : rien n'est corrigé"
                      DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2100 === EXEMPLAIRES LIÉS À UN EMPRUNT RENDU OU DISPARU    *
      * Catégories 1 (emprunt rendu) et 2 (emprunt inexistant) : un    *
      * tel exemplaire est vu "en prêt" par tous les écrans alors que  *
      * personne ne l'a. Cas sûr : la réparation le libère.            *
      ******************************************************************

       2100-EXEMPLAIRES-EMPRUNT-DEB.
           MOVE "1-2 EXEMPLAIRES LIES A UN EMPRUNT RENDU OU INEXISTANT"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_exemplaires CURSOR FOR
              SELECT X.id_exemplaire, X.fk_livres, X.fk_emprunt,
                     CASE WHEN E.id_emprunt IS NULL
                          THEN 'ABSENT' ELSE 'CLOS' END
              FROM exemplaires X
              LEFT JOIN emprunts E ON X.fk_emprunt = E.id_emprunt
              WHERE COALESCE(X.fk_emprunt, 0) <> 0
                AND (E.id_emprunt IS NULL
                     OR E.date_retour_reelle IS NOT NULL)
              ORDER BY X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_exemplaires
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_exemplaires
              INTO :ITG-ID-EXEMPLAIRE, :ITG-ID-LIVRES,
                   :ITG-ID-EMPRUNT, :ITG-CAS
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2110-TRAITER-EXEMPLAIRE-DEB
                  THRU 2110-TRAITER-EXEMPLAIRE-FIN

               EXEC SQL
                  FETCH curseur_itg_exemplaires
                  INTO :ITG-ID-EXEMPLAIRE, :ITG-ID-LIVRES,
                       :ITG-ID-EMPRUNT, :ITG-CAS
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_exemplaires
           END-EXEC.

           IF WS-REPARER
               EXEC SQL COMMIT END-EXEC
           END-IF.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2100-EXEMPLAIRES-EMPRUNT-FIN.
           EXIT.

       2110-TRAITER-EXEMPLAIRE-DEB.
           ADD 1 TO WS-NB-CATEGORIE.
           IF ITG-CAS = "CLOS"
               ADD 1 TO WS-NB-EX-EMPRUNT-CLOS
           ELSE
               ADD 1 TO WS-NB-EX-EMPRUNT-ABSENT
           END-IF.

           MOVE SPACE TO REC-RAPPORT.
           STRING "   exemplaire " DELIMITED BY SIZE
                  ITG-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " (livre " DELIMITED BY SIZE
                  ITG-ID-LIVRES DELIMITED BY SIZE
                  ") - emprunt " DELIMITED BY SIZE
                  ITG-ID-EMPRUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITG-CAS DELIMITED BY SPACE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           IF NOT WS-REPARER
               GO TO 2110-TRAITER-EXEMPLAIRE-FIN
           END-IF.

      *la condition sur fk_emprunt protège d'un prêt fait au guichet
      *depuis la lecture : l'exemplaire n'est alors plus touché
           EXEC SQL
              UPDATE exemplaires
              SET fk_emprunt = 0
              WHERE id_exemplaire = :ITG-ID-EXEMPLAIRE
                AND fk_emprunt = :ITG-ID-EMPRUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de réparation de l'exemplaire "
                       ITG-ID-EXEMPLAIRE " - SQLCODE: " SQLCODE
               GO TO 2110-TRAITER-EXEMPLAIRE-FIN
           END-IF.

           MOVE SPACE TO AUDIT-ANCIEN-TITRE.
           STRING "EX " DELIMITED BY SIZE
                  ITG-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " EMPR " DELIMITED BY SIZE
                  ITG-ID-EMPRUNT DELIMITED BY SIZE
             INTO AUDIT-ANCIEN-TITRE
           END-STRING.
           MOVE SPACE TO AUDIT-NOUVEAU-TITRE.
           STRING "EX " DELIMITED BY SIZE
                  ITG-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " EMPR 0 (" DELIMITED BY SIZE
                  ITG-CAS DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
             INTO AUDIT-NOUVEAU-TITRE
           END-STRING.
           PERFORM 2900-ECRIRE-AUDIT-DEB
              THRU 2900-ECRIRE-AUDIT-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "      => réparé : exemplaire libéré "
                  DELIMITED BY SIZE
                  "(fk_emprunt à 0)" DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       2110-TRAITER-EXEMPLAIRE-FIN.
           EXIT.

      ******************************************************************
      * === 2300 === EMPRUNTS OUVERTS SUR UN EXEMPLAIRE HORS SERVICE   *
      * Catégorie 3 : l'emprunt court toujours (amendes de retard,     *
      * avis) alors que l'exemplaire est retiré, perdu ou n'existe     *
      * plus. La perte au guichet (0220) solde l'emprunt et facture :  *
      * c'est au bibliothécaire de choisir, rien n'est corrigé ici.    *
      ******************************************************************

       2300-EMPRUNTS-HORS-SERVICE-DEB.
           MOVE "3 EMPRUNTS OUVERTS SUR UN EXEMPLAIRE HORS SERVICE"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_emprunts CURSOR FOR
              SELECT E.id_emprunt, E.fk_exemplaire,
                     COALESCE(E.fk_emprunteur, 0),
                     COALESCE(X.etat, 'INEXISTANT')
              FROM emprunts E
              LEFT JOIN exemplaires X
                ON E.fk_exemplaire = X.id_exemplaire
              WHERE E.date_retour_reelle IS NULL
                AND COALESCE(E.fk_exemplaire, 0) <> 0
                AND (X.id_exemplaire IS NULL
                     OR X.etat IN ('RETIRE', 'PERDU'))
              ORDER BY E.id_emprunt
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_emprunts
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_emprunts
              INTO :ITG-ID-EMPRUNT, :ITG-ID-EXEMPLAIRE,
                   :ITG-ID-EMPRUNTEUR, :ITG-ETAT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-EMPRUNT-HORS-SERVICE
               MOVE SPACE TO REC-RAPPORT
               STRING "   emprunt " DELIMITED BY SIZE
                      ITG-ID-EMPRUNT DELIMITED BY SIZE
                      " - exemplaire " DELIMITED BY SIZE
                      ITG-ID-EXEMPLAIRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ITG-ETAT DELIMITED BY SPACE
                      " - adhérent " DELIMITED BY SIZE
                      ITG-ID-EMPRUNTEUR DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_itg_emprunts
                  INTO :ITG-ID-EMPRUNT, :ITG-ID-EXEMPLAIRE,
                       :ITG-ID-EMPRUNTEUR, :ITG-ETAT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_emprunts
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2300-EMPRUNTS-HORS-SERVICE-FIN.
           EXIT.

      ******************************************************************
      * === 2400 === MISES DE CÔTÉ SANS EXEMPLAIRE DISPONIBLE          *
      * Catégorie 4 : le lecteur a été prévenu qu'un exemplaire        *
      * l'attend, mais aucun exemplaire du livre n'est sur place       *
      * (tous en prêt, en transit, en PEB, perdus ou retirés). Même    *
      * lecture de la disponibilité que l'OPAC.                        *
      ******************************************************************

       2400-RESAS-SANS-EXEMPLAIRE-DEB.
           MOVE "4 RESERVATIONS PREVENU SANS EXEMPLAIRE DISPONIBLE"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_resas CURSOR FOR
              SELECT R.id_reservation, R.fk_livres, R.fk_emprunteur
              FROM reservations R
              WHERE R.statut = 'PREVENU'
                AND NOT EXISTS
                    (SELECT 1 FROM exemplaires X
                     WHERE X.fk_livres = R.fk_livres
                       AND COALESCE(X.fk_emprunt, 0) = 0
                       AND COALESCE(X.etat, ' ') NOT IN
                           ('PERDU', 'MANQUANT', 'RETIRE',
                            'TRANSIT', 'PEB', 'REPARATION'))
              ORDER BY R.id_reservation
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_resas
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_resas
              INTO :ITG-ID-RESERVATION, :ITG-ID-LIVRES,
                   :ITG-ID-EMPRUNTEUR
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-RESA-SANS-EXEMPLAIRE
               MOVE SPACE TO REC-RAPPORT
               STRING "   réservation " DELIMITED BY SIZE
                      ITG-ID-RESERVATION DELIMITED BY SIZE
                      " - livre " DELIMITED BY SIZE
                      ITG-ID-LIVRES DELIMITED BY SIZE
                      " - adhérent " DELIMITED BY SIZE
                      ITG-ID-EMPRUNTEUR DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_itg_resas
                  INTO :ITG-ID-RESERVATION, :ITG-ID-LIVRES,
                       :ITG-ID-EMPRUNTEUR
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_resas
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2400-RESAS-SANS-EXEMPLAIRE-FIN.
           EXIT.

      ******************************************************************
      * === 2500 === AMENDES ORPHELINES                                *
      * Catégorie 5 : l'amende désigne un emprunt ou un adhérent qui   *
      * n'existe plus (suppression ou purge) ; elle n'apparaît plus    *
      * sur aucun relevé mais reste dans les comptes de la caisse.     *
      ******************************************************************

       2500-AMENDES-ORPHELINES-DEB.
           MOVE "5 AMENDES SANS EMPRUNT OU SANS ADHERENT"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_amendes CURSOR FOR
              SELECT A.id_amende, COALESCE(A.fk_emprunt, 0),
                     COALESCE(A.fk_emprunteur, 0), A.statut,
                     CASE WHEN E.id_emprunt IS NULL
                          THEN 'EMPRUNT' ELSE 'ADHERENT' END
              FROM amendes A
              LEFT JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
              LEFT JOIN emprunteurs P
                ON A.fk_emprunteur = P.id_emprunteur
              WHERE E.id_emprunt IS NULL
                 OR P.id_emprunteur IS NULL
              ORDER BY A.id_amende
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_amendes
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_amendes
              INTO :ITG-ID-AMENDE, :ITG-ID-EMPRUNT,
                   :ITG-ID-EMPRUNTEUR, :ITG-STATUT, :ITG-CAS
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-AMENDE-ORPHELINE
               MOVE SPACE TO REC-RAPPORT
               STRING "   amende " DELIMITED BY SIZE
                      ITG-ID-AMENDE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ITG-STATUT DELIMITED BY SPACE
                      " - emprunt " DELIMITED BY SIZE
                      ITG-ID-EMPRUNT DELIMITED BY SIZE
                      " - adhérent " DELIMITED BY SIZE
                      ITG-ID-EMPRUNTEUR DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      ITG-CAS DELIMITED BY SPACE
                      " inexistant" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_itg_amendes
                  INTO :ITG-ID-AMENDE, :ITG-ID-EMPRUNT,
                       :ITG-ID-EMPRUNTEUR, :ITG-STATUT, :ITG-CAS
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_amendes
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2500-AMENDES-ORPHELINES-FIN.
           EXIT.

      ******************************************************************
      * === 2600 === LIVRES SANS EXEMPLAIRE                            *
      * Catégorie 6 : la notice est au catalogue mais aucun exemplaire *
      * ne la porte (dernier exemplaire supprimé, ou notice chargée    *
      * par LRE-livres.cbl sans exemplaire créé ensuite)               *
      ******************************************************************

       2600-LIVRES-SANS-EXEMPLAIRE-DEB.
           MOVE "6 LIVRES SANS AUCUN EXEMPLAIRE"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_livres CURSOR FOR
              SELECT L.ID_Livres, L.Titre
              FROM Livres L
              WHERE NOT EXISTS
                    (SELECT 1 FROM exemplaires X
                     WHERE X.fk_livres = L.ID_Livres)
              ORDER BY L.ID_Livres
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_livres
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_livres
              INTO :ITG-ID-LIVRES, :ITG-TITRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-LIVRE-SANS-EXEMPLAIRE
               MOVE SPACE TO REC-RAPPORT
               STRING "   livre " DELIMITED BY SIZE
                      ITG-ID-LIVRES DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      ITG-TITRE DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_itg_livres
                  INTO :ITG-ID-LIVRES, :ITG-TITRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_livres
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2600-LIVRES-SANS-EXEMPLAIRE-FIN.
           EXIT.

      ******************************************************************
      * === 2700 === TRANSFERTS BLOQUÉS                                *
      * Catégorie 7 : exemplaire parti en transfert (0820) avant la    *
      * date limite et dont l'arrivée (0830) n'a jamais été            *
      * confirmée ; un transit sans date de départ (transfert d'avant  *
      * la colonne date_transit) est listé aussi, date à zéro          *
      ******************************************************************

       2700-TRANSITS-BLOQUES-DEB.
           MOVE "7 EXEMPLAIRES BLOQUES EN TRANSIT"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_itg_transits CURSOR FOR
              SELECT X.id_exemplaire, X.fk_livres, X.site,
                     COALESCE(X.site_destination, ' '),
                     COALESCE(X.date_transit, 0)
              FROM exemplaires X
              WHERE X.etat = 'TRANSIT'
                AND COALESCE(X.date_transit, 0) < :WS-DATE-LIMITE
              ORDER BY X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_itg_transits
           END-EXEC.

           EXEC SQL
              FETCH curseur_itg_transits
              INTO :ITG-ID-EXEMPLAIRE, :ITG-ID-LIVRES, :ITG-SITE,
                   :ITG-SITE-DEST, :ITG-DATE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-TRANSIT-BLOQUE
               MOVE SPACE TO REC-RAPPORT
               STRING "   exemplaire " DELIMITED BY SIZE
                      ITG-ID-EXEMPLAIRE DELIMITED BY SIZE
                      " (livre " DELIMITED BY SIZE
                      ITG-ID-LIVRES DELIMITED BY SIZE
                      ") - de " DELIMITED BY SIZE
                      ITG-SITE DELIMITED BY SIZE
                      " vers " DELIMITED BY SIZE
                      ITG-SITE-DEST DELIMITED BY SIZE
                      " - parti le " DELIMITED BY SIZE
                      ITG-DATE DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_itg_transits
                  INTO :ITG-ID-EXEMPLAIRE, :ITG-ID-LIVRES, :ITG-SITE,
                       :ITG-SITE-DEST, :ITG-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_itg_transits
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2700-TRANSITS-BLOQUES-FIN.
           EXIT.

       2900-ECRIRE-AUDIT-DEB.
      *----------------------------------------------------------------*
      * Trace la correction courante dans AUDIT_LOG (ancien et nouvel  *
      * état préparés par l'appelant dans les zones de titre), avec    *
      * le livre concerné et l'horodatage ; mêmes colonnes que la      *
      * trace du guichet, les zones sans objet à blanc ou à zéro       *
      *----------------------------------------------------------------*
           MOVE "INTEGRITE" TO AUDIT-OPERATION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-HORODATAGE.
           EXEC SQL
              SELECT nextval('seq_audit_log')
              INTO :AUDIT-ID
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                  INSERT INTO audit_log (id_audit, operation,
                  id_livres, ancien_titre, nouveau_titre,
                  ancien_date_parution, nouveau_date_parution,
                  ancien_editions, nouveau_editions,
                  ancien_fk_genre, nouveau_fk_genre,
                  ancien_fk_auteur, nouveau_fk_auteur, horodatage,
                  operateur)
                  VALUES (:AUDIT-ID, :AUDIT-OPERATION, :ITG-ID-LIVRES,
                  :AUDIT-ANCIEN-TITRE, :AUDIT-NOUVEAU-TITRE,
                  :AUDIT-DATE-VIDE, :AUDIT-DATE-VIDE,
                  :AUDIT-EDITEUR-VIDE, :AUDIT-EDITEUR-VIDE,
                  :AUDIT-CLE-VIDE, :AUDIT-CLE-VIDE,
                  :AUDIT-CLE-VIDE, :AUDIT-CLE-VIDE,
                  :AUDIT-HORODATAGE, :AUDIT-OPERATEUR)
               END-EXEC
           END-IF.
      *une correction sans trace ne doit pas être validée
           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'écriture AUDIT_LOG - SQLCODE: "
                       SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-NB-REPARATIONS.

       2900-ECRIRE-AUDIT-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === EN-TÊTE ET PIED D'UNE CATÉGORIE                   *
      ******************************************************************

       3000-TITRE-CATEGORIE-DEB.
           MOVE 0 TO WS-NB-CATEGORIE.
           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "== " DELIMITED BY SIZE
                  WS-TITRE-CATEGORIE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       3000-TITRE-CATEGORIE-FIN.
           EXIT.

       3100-FIN-CATEGORIE-DEB.
           MOVE SPACE TO REC-RAPPORT.
           IF WS-NB-CATEGORIE = 0
               STRING "   aucune" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                      WS-NB-CATEGORIE DELIMITED BY SIZE
                      " ligne(s)" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT AFTER 1.
           ADD WS-NB-CATEGORIE TO WS-NB-INCOHERENCES.

       3100-FIN-CATEGORIE-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === RÉCAPITULATIF PAR CATÉGORIE                       *
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
           STRING "1 exemplaires liés à un emprunt rendu      : "
                  DELIMITED BY SIZE
                  WS-NB-EX-EMPRUNT-CLOS DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "2 exemplaires liés à un emprunt inexistant : "
                  DELIMITED BY SIZE
                  WS-NB-EX-EMPRUNT-ABSENT DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "3 emprunts ouverts hors service            : "
                  DELIMITED BY SIZE
                  WS-NB-EMPRUNT-HORS-SERVICE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "4 réservations PREVENU sans exemplaire     : "
                  DELIMITED BY SIZE
                  WS-NB-RESA-SANS-EXEMPLAIRE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "5 amendes orphelines                       : "
                  DELIMITED BY SIZE
                  WS-NB-AMENDE-ORPHELINE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "6 livres sans exemplaire                   : "
                  DELIMITED BY SIZE
                  WS-NB-LIVRE-SANS-EXEMPLAIRE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "7 exemplaires bloqués en transit           : "
                  DELIMITED BY SIZE
                  WS-NB-TRANSIT-BLOQUE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Total des incohérences                     : "
                  DELIMITED BY SIZE
                  WS-NB-INCOHERENCES DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Corrections tracées dans AUDIT_LOG         : "
                  DELIMITED BY SIZE
                  WS-NB-REPARATIONS DELIMITED BY SIZE
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

           DISPLAY "=== STATISTIQUES DU CONTROLE D'INTEGRITE ===".
           DISPLAY "Incohérences relevées : " WS-NB-INCOHERENCES.
           DISPLAY "Corrections faites    : " WS-NB-REPARATIONS.
           DISPLAY "Rapport généré        : integrite-rapport.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion et délai d'acheminement d'un transfert. L'absence *
      * du fichier est une erreur franche ; une clé absente laisse la  *
      * valeur par défaut du programme.                                *
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
               WHEN "DELAI-TRANSIT"
                   COMPUTE WS-DELAI-TRANSIT =
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
