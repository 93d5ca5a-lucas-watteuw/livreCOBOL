      ******************************************************************
      * Programme : LRE-reliure.cbl                                    *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Cycle de réparation des exemplaires abîmés. Le guichet envoie  *
      * un exemplaire en réparation au retour (0320, 1320 de           *
      * crud/menu.cbl) ou depuis le rayon (écran des exemplaires,      *
      * choix 8) : une ligne A-ENVOYER est ouverte dans Reparations    *
      * et l'exemplaire passe à l'état REPARATION. Son retour de       *
      * l'atelier (choix 9) solde la ligne avec son coût.              *
      *                                                                *
      * Variable d'environnement LRE-RELIURE (même mécanisme que       *
      * LRE-SAUVEGARDE) :                                              *
      *  - BORDEREAU (par défaut) : bordereau d'envoi à l'atelier      *
      *    désigné par le paramètre partagé RELIEUR, avec tous les     *
      *    exemplaires A-ENVOYER (motif, valeur de remplacement) ;     *
      *    chacun passe à ENVOYEE avec la date d'envoi. À lancer le    *
      *    jour du ramassage : le bordereau part avec les cartons.     *
      *  - BILAN : bilan du mois LRE-RELIURE-MOIS (AAAAMM, le mois     *
      *    précédent à défaut) :                                       *
      *      1. exemplaires encore en réparation et depuis combien     *
      *         de jours ;                                             *
      *      2. retours du mois, avec coût, valeur de remplacement et  *
      *         durée de l'absence ;                                   *
      *      3. dépenses du mois rapportées à la valeur de             *
      *         remplacement des exemplaires réparés ;                 *
      *      4. exemplaires à proposer au désherbage plutôt qu'à une   *
      *         nouvelle réparation : coût cumulé des réparations au   *
      *         moins égal à SEUIL-REPARATION % de la valeur de        *
      *         remplacement (50 à défaut), ou au moins                *
      *         MAX-REPARATIONS passages à l'atelier (3 à défaut).     *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : reliure-bordereau.txt (mode BORDEREAU, 132 col.)    *
      * - SORTIE : reliure-bilan.txt (mode BILAN, 132 col.)            *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-reliure.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BORDEREAU
               ASSIGN TO 'reliure-bordereau.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BORDEREAU-STATUS.

           SELECT F-BILAN
               ASSIGN TO 'reliure-bilan.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BILAN-STATUS.

           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  F-BORDEREAU
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-BORDEREAU                   PIC X(132).

       FD  F-BILAN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-BILAN                       PIC X(132).

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
      *réparation lue par les curseurs, avec son exemplaire et le
      *titre du livre
       01  REL-ID-REPARATION  PIC 9(13).
       01  REL-FK-EXEMPLAIRE  PIC 9(13).
       01  REL-MOTIF          PIC X(40).
       01  REL-DATE-SIGNAL    PIC 9(08).
       01  REL-DATE-RETOUR    PIC 9(08).
       01  REL-COUT           PIC 9(05)V99.
       01  REL-STATUT         PIC X(10).
       01  REL-TITRE          PIC X(38).
       01  REL-SITE           PIC X(03).
       01  REL-ETAT           PIC X(12).
       01  REL-PRIX-REMPL     PIC 9(05)V99.
      *cumuls d'un exemplaire sur toutes ses réparations (section 4
      *du bilan)
       01  REL-NB-REPARATIONS PIC 9(05).
       01  REL-CUMUL-COUT     PIC 9(07)V99.
      *date du jour (envoi) et bornes du mois du bilan
       01  REL-DATE-JOUR      PIC 9(08).
       01  REL-MOIS-DEBUT     PIC 9(08).
       01  REL-MOIS-FIN       PIC 9(08).
       01  REL-STATUT-ENVOYEE PIC X(10) VALUE "ENVOYEE".
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-BORDEREAU-STATUS             PIC X(02)     VALUE SPACE.
           88 F-BORDEREAU-STATUS-OK                     VALUE '00'.

       01  F-BILAN-STATUS                 PIC X(02)     VALUE SPACE.
           88 F-BILAN-STATUS-OK                         VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * MODE D'EXÉCUTION ET PARAMÈTRES                                 *
      * LRE-RELIURE : BORDEREAU (par défaut) ou BILAN ;                *
      * LRE-RELIURE-MOIS : mois du bilan (AAAAMM) ;                    *
      * RELIEUR : nom de l'atelier sur le bordereau ;                  *
      * SEUIL-REPARATION : coût cumulé, en % de la valeur de           *
      * remplacement, au-delà duquel le désherbage est conseillé ;     *
      * MAX-REPARATIONS : nombre de passages à l'atelier au-delà       *
      * duquel il l'est aussi. Valeurs de secours si les clés          *
      * manquent.                                                      *
      *----------------------------------------------------------------*
       01 WS-MODE-EXEC                     PIC X(10)    VALUE SPACE.
           88 WS-MODE-BORDEREAU                         VALUE
                                                        "BORDEREAU".
           88 WS-MODE-BILAN                             VALUE "BILAN".
       01 WS-MOIS-BILAN                    PIC X(06)    VALUE SPACE.
       01 WS-MOIS-BILAN-9 REDEFINES WS-MOIS-BILAN
                                           PIC 9(06).
       01 WS-AAAAMM-JOUR                   PIC 9(06).
       01 WS-RELIEUR                       PIC X(30)    VALUE
                                           "ATELIER DE RELIURE".
       01 WS-SEUIL-REPARATION              PIC 9(03)    VALUE 50.
       01 WS-MAX-REPARATIONS               PIC 9(03)    VALUE 3.

      *----------------------------------------------------------------*
      * CALCULS ET ÉDITION                                             *
      *----------------------------------------------------------------*
       01 WS-NB-JOURS                      PIC 9(05).
       01 WS-POURCENTAGE                   PIC 9(05)V99.
       01 WS-CONSEIL                       PIC X(40).
       01 WS-MONTANT-AFF                   PIC ZZZZ9,99.
       01 WS-VALEUR-AFF                    PIC ZZZZ9,99.
       01 WS-TOTAL-AFF                     PIC ZZZZZZ9,99.
       01 WS-POURCENTAGE-AFF               PIC ZZZZ9,99.

      *----------------------------------------------------------------*
      * VARIABLES DE COMPTAGE ET CUMULS                                *
      *----------------------------------------------------------------*
       01 WS-NB-ENVOYES                    PIC 9(06)    VALUE ZEROS.
       01 WS-VALEUR-ENVOYEE                PIC 9(07)V99 VALUE ZEROS.
       01 WS-NB-EN-REPARATION              PIC 9(06)    VALUE ZEROS.
       01 WS-TOTAL-JOURS-DEHORS            PIC 9(09)    VALUE ZEROS.
       01 WS-MOYENNE-JOURS                 PIC 9(05)    VALUE ZEROS.
       01 WS-NB-RETOURS-MOIS               PIC 9(06)    VALUE ZEROS.
       01 WS-COUT-MOIS                     PIC 9(07)V99 VALUE ZEROS.
       01 WS-VALEUR-MOIS                   PIC 9(07)V99 VALUE ZEROS.
       01 WS-NB-A-DESHERBER                PIC 9(06)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-MODE-BORDEREAU
               PERFORM 2000-BORDEREAU-ENVOI-DEB
                  THRU 2000-BORDEREAU-ENVOI-FIN
           ELSE
               PERFORM 3000-BILAN-MENSUEL-DEB
                  THRU 3000-BILAN-MENSUEL-FIN
           END-IF.

           PERFORM 5000-FIN-PROGRAMME-DEB
              THRU 5000-FIN-PROGRAMME-FIN.

      ******************************************************************
      * === 1000 === INITIALISATION                                    *
      ******************************************************************

       1000-INITIALISATION-DEB.
           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.

      * un seuil nul conseillerait le désherbage de tout exemplaire
      * passé une fois à l'atelier
           IF WS-SEUIL-REPARATION = 0
               MOVE 50 TO WS-SEUIL-REPARATION
           END-IF.
           IF WS-MAX-REPARATIONS = 0
               MOVE 3 TO WS-MAX-REPARATIONS
           END-IF.

           ACCEPT WS-MODE-EXEC FROM ENVIRONMENT "LRE-RELIURE".
           IF WS-MODE-EXEC = SPACE
               MOVE "BORDEREAU" TO WS-MODE-EXEC
           END-IF.
           IF NOT WS-MODE-BORDEREAU AND NOT WS-MODE-BILAN
               DISPLAY "ERREUR: LRE-RELIURE inconnu : " WS-MODE-EXEC
               DISPLAY "(BORDEREAU ou BILAN)"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REL-DATE-JOUR.

      * Mois du bilan : LRE-RELIURE-MOIS s'il est renseigné et
      * numérique, sinon le mois précédent (le bilan se lance en
      * début de mois)
           IF WS-MODE-BILAN
               ACCEPT WS-MOIS-BILAN FROM ENVIRONMENT "LRE-RELIURE-MOIS"
               IF WS-MOIS-BILAN IS NOT NUMERIC
                   MOVE REL-DATE-JOUR(1:6) TO WS-AAAAMM-JOUR
                   IF REL-DATE-JOUR(5:2) = "01"
                       COMPUTE WS-MOIS-BILAN-9 =
                          WS-AAAAMM-JOUR - 100 + 11
                   ELSE
                       COMPUTE WS-MOIS-BILAN-9 = WS-AAAAMM-JOUR - 1
                   END-IF
               END-IF
               COMPUTE REL-MOIS-DEBUT = WS-MOIS-BILAN-9 * 100 + 1
               COMPUTE REL-MOIS-FIN   = WS-MOIS-BILAN-9 * 100 + 31
               DISPLAY "Mode : bilan du mois " WS-MOIS-BILAN
           ELSE
               DISPLAY "Mode : bordereau d'envoi du " REL-DATE-JOUR
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

           IF WS-MODE-BORDEREAU
               OPEN OUTPUT F-BORDEREAU
               IF NOT F-BORDEREAU-STATUS-OK
                   DISPLAY "ERREUR: création du bordereau impossible"
                   DISPLAY "Code erreur : " F-BORDEREAU-STATUS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           ELSE
               OPEN OUTPUT F-BILAN
               IF NOT F-BILAN-STATUS-OK
                   DISPLAY "ERREUR: création du bilan impossible"
                   DISPLAY "Code erreur : " F-BILAN-STATUS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === BORDEREAU D'ENVOI                                 *
      * Un passage sur les réparations A-ENVOYER, par site ; chaque    *
      * ligne imprimée passe à ENVOYEE avec la date du jour, et le     *
      * tout est validé après la fermeture du curseur. Une réparation  *
      * signalée pendant le passage attend le bordereau suivant.       *
      ******************************************************************

       2000-BORDEREAU-ENVOI-DEB.
           MOVE SPACE TO REC-BORDEREAU.
           STRING "BORDEREAU D'ENVOI EN RELIURE DU " DELIMITED BY SIZE
                  REL-DATE-JOUR DELIMITED BY SIZE
             INTO REC-BORDEREAU
           END-STRING.
           WRITE REC-BORDEREAU AFTER 1.
           MOVE SPACE TO REC-BORDEREAU.
           STRING "Atelier : " DELIMITED BY SIZE
                  WS-RELIEUR DELIMITED BY SIZE
             INTO REC-BORDEREAU
           END-STRING.
           WRITE REC-BORDEREAU AFTER 1.
           MOVE SPACE TO REC-BORDEREAU.
           WRITE REC-BORDEREAU AFTER 1.
           MOVE SPACE TO REC-BORDEREAU.
           STRING "Site Réparation    Exemplaire    Titre"
                  DELIMITED BY SIZE
                  "                                  Motif"
                  DELIMITED BY SIZE
                  "                                       Valeur"
                  DELIMITED BY SIZE
             INTO REC-BORDEREAU
           END-STRING.
           WRITE REC-BORDEREAU AFTER 1.

           EXEC SQL
              DECLARE curseur_rel_envois CURSOR FOR
              SELECT R.id_reparation, R.fk_exemplaire, R.motif,
                     L.Titre, X.site,
                     COALESCE(X.prix_remplacement, 0)
              FROM reparations R
              JOIN exemplaires X
                ON R.fk_exemplaire = X.id_exemplaire
              JOIN Livres L ON X.fk_livres = L.ID_Livres
              WHERE R.statut = 'A-ENVOYER'
              ORDER BY X.site, R.id_reparation
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_rel_envois
           END-EXEC.

           EXEC SQL
              FETCH curseur_rel_envois
              INTO :REL-ID-REPARATION, :REL-FK-EXEMPLAIRE,
                   :REL-MOTIF, :REL-TITRE, :REL-SITE,
                   :REL-PRIX-REMPL
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2100-ENVOYER-UNE-REPARATION-DEB
                  THRU 2100-ENVOYER-UNE-REPARATION-FIN

               EXEC SQL
                  FETCH curseur_rel_envois
                  INTO :REL-ID-REPARATION, :REL-FK-EXEMPLAIRE,
                       :REL-MOTIF, :REL-TITRE, :REL-SITE,
                       :REL-PRIX-REMPL
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_rel_envois
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACE TO REC-BORDEREAU.
           WRITE REC-BORDEREAU AFTER 1.
           MOVE SPACE TO REC-BORDEREAU.
           IF WS-NB-ENVOYES = 0
               STRING "Aucun exemplaire à envoyer." DELIMITED BY SIZE
                 INTO REC-BORDEREAU
               END-STRING
               WRITE REC-BORDEREAU AFTER 1
           ELSE
               MOVE WS-VALEUR-ENVOYEE TO WS-TOTAL-AFF
               STRING "Total : " DELIMITED BY SIZE
                      WS-NB-ENVOYES DELIMITED BY SIZE
                      " exemplaire(s), valeur de remplacement "
                      DELIMITED BY SIZE
                      WS-TOTAL-AFF DELIMITED BY SIZE
                 INTO REC-BORDEREAU
               END-STRING
               WRITE REC-BORDEREAU AFTER 1
               MOVE SPACE TO REC-BORDEREAU
               WRITE REC-BORDEREAU AFTER 1
               MOVE SPACE TO REC-BORDEREAU
               STRING "Remis par : ........................    "
                      DELIMITED BY SIZE
                      "Reçu par l'atelier : ......................"
                      DELIMITED BY SIZE
                 INTO REC-BORDEREAU
               END-STRING
               WRITE REC-BORDEREAU AFTER 1
           END-IF.

       2000-BORDEREAU-ENVOI-FIN.
           EXIT.

       2100-ENVOYER-UNE-REPARATION-DEB.
           EXEC SQL
              UPDATE reparations
              SET statut = :REL-STATUT-ENVOYEE,
                  date_envoi = :REL-DATE-JOUR
              WHERE id_reparation = :REL-ID-REPARATION
                AND statut = 'A-ENVOYER'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'envoi de la réparation "
                       REL-ID-REPARATION " - SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           ADD 1 TO WS-NB-ENVOYES.
           ADD REL-PRIX-REMPL TO WS-VALEUR-ENVOYEE.
           MOVE REL-PRIX-REMPL TO WS-VALEUR-AFF.
           MOVE SPACE TO REC-BORDEREAU.
           STRING REL-SITE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REL-ID-REPARATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-FK-EXEMPLAIRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-TITRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-MOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
             INTO REC-BORDEREAU
           END-STRING.
           WRITE REC-BORDEREAU AFTER 1.

       2100-ENVOYER-UNE-REPARATION-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === BILAN MENSUEL                                     *
      * Quatre sections lues en lecture seule : exemplaires dehors,    *
      * retours du mois, dépenses du mois, conseils de désherbage      *
      ******************************************************************

       3000-BILAN-MENSUEL-DEB.
           MOVE SPACE TO REC-BILAN.
           STRING "BILAN DES REPARATIONS DU MOIS " DELIMITED BY SIZE
                  WS-MOIS-BILAN DELIMITED BY SIZE
                  " (édité le " DELIMITED BY SIZE
                  REL-DATE-JOUR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           PERFORM 3100-EN-REPARATION-DEB
              THRU 3100-EN-REPARATION-FIN.

           PERFORM 3200-RETOURS-DU-MOIS-DEB
              THRU 3200-RETOURS-DU-MOIS-FIN.

           PERFORM 3300-DEPENSES-DU-MOIS-DEB
              THRU 3300-DEPENSES-DU-MOIS-FIN.

           PERFORM 3400-CONSEILS-DESHERBAGE-DEB
              THRU 3400-CONSEILS-DESHERBAGE-FIN.

       3000-BILAN-MENSUEL-FIN.
           EXIT.

       3100-EN-REPARATION-DEB.
      *----------------------------------------------------------------*
      * 1. Exemplaires encore dehors (A-ENVOYER ou ENVOYEE) et nombre  *
      * de jours depuis leur signalement, au jour de l'édition         *
      *----------------------------------------------------------------*
           MOVE SPACE TO REC-BILAN.
           WRITE REC-BILAN AFTER 1.
           MOVE SPACE TO REC-BILAN.
           STRING "== 1. EXEMPLAIRES EN REPARATION (site, exemplaire,"
                  DELIMITED BY SIZE
                  " titre, motif, statut, signalé le, jours dehors)"
                  DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           EXEC SQL
              DECLARE curseur_rel_dehors CURSOR FOR
              SELECT R.fk_exemplaire, R.motif, R.statut,
                     R.date_signalement, L.Titre, X.site
              FROM reparations R
              JOIN exemplaires X
                ON R.fk_exemplaire = X.id_exemplaire
              JOIN Livres L ON X.fk_livres = L.ID_Livres
              WHERE R.statut IN ('A-ENVOYER', 'ENVOYEE')
              ORDER BY X.site, R.date_signalement
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_rel_dehors
           END-EXEC.

           EXEC SQL
              FETCH curseur_rel_dehors
              INTO :REL-FK-EXEMPLAIRE, :REL-MOTIF, :REL-STATUT,
                   :REL-DATE-SIGNAL, :REL-TITRE, :REL-SITE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-EN-REPARATION
               COMPUTE WS-NB-JOURS =
                  FUNCTION INTEGER-OF-DATE(REL-DATE-JOUR)
                  - FUNCTION INTEGER-OF-DATE(REL-DATE-SIGNAL)
               ADD WS-NB-JOURS TO WS-TOTAL-JOURS-DEHORS
               MOVE SPACE TO REC-BILAN
               STRING "   " DELIMITED BY SIZE
                      REL-SITE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-FK-EXEMPLAIRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-TITRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-MOTIF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-STATUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-DATE-SIGNAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NB-JOURS DELIMITED BY SIZE
                      "j" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
               WRITE REC-BILAN AFTER 1

               EXEC SQL
                  FETCH curseur_rel_dehors
                  INTO :REL-FK-EXEMPLAIRE, :REL-MOTIF, :REL-STATUT,
                       :REL-DATE-SIGNAL, :REL-TITRE, :REL-SITE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_rel_dehors
           END-EXEC.

           MOVE SPACE TO REC-BILAN.
           IF WS-NB-EN-REPARATION = 0
               STRING "   aucun" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           ELSE
               COMPUTE WS-MOYENNE-JOURS ROUNDED =
                  WS-TOTAL-JOURS-DEHORS / WS-NB-EN-REPARATION
               STRING "   " DELIMITED BY SIZE
                      WS-NB-EN-REPARATION DELIMITED BY SIZE
                      " exemplaire(s) dehors depuis " DELIMITED BY SIZE
                      WS-MOYENNE-JOURS DELIMITED BY SIZE
                      " jour(s) en moyenne" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           END-IF.
           WRITE REC-BILAN AFTER 1.

       3100-EN-REPARATION-FIN.
           EXIT.

       3200-RETOURS-DU-MOIS-DEB.
      *----------------------------------------------------------------*
      * 2. Réparations revenues dans le mois : coût, valeur de         *
      * remplacement et durée de l'absence (signalement au retour)     *
      *----------------------------------------------------------------*
           MOVE SPACE TO REC-BILAN.
           WRITE REC-BILAN AFTER 1.
           MOVE SPACE TO REC-BILAN.
           STRING "== 2. RETOURS DU MOIS (site, exemplaire, titre,"
                  DELIMITED BY SIZE
                  " motif, coût, valeur, jours dehors)"
                  DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           EXEC SQL
              DECLARE curseur_rel_retours CURSOR FOR
              SELECT R.fk_exemplaire, R.motif, R.date_signalement,
                     R.date_retour, COALESCE(R.cout, 0),
                     L.Titre, X.site,
                     COALESCE(X.prix_remplacement, 0)
              FROM reparations R
              JOIN exemplaires X
                ON R.fk_exemplaire = X.id_exemplaire
              JOIN Livres L ON X.fk_livres = L.ID_Livres
              WHERE R.statut = 'REVENUE'
                AND R.date_retour BETWEEN :REL-MOIS-DEBUT
                                      AND :REL-MOIS-FIN
              ORDER BY X.site, R.date_retour
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_rel_retours
           END-EXEC.

           EXEC SQL
              FETCH curseur_rel_retours
              INTO :REL-FK-EXEMPLAIRE, :REL-MOTIF, :REL-DATE-SIGNAL,
                   :REL-DATE-RETOUR, :REL-COUT, :REL-TITRE,
                   :REL-SITE, :REL-PRIX-REMPL
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-RETOURS-MOIS
               ADD REL-COUT TO WS-COUT-MOIS
               ADD REL-PRIX-REMPL TO WS-VALEUR-MOIS
               COMPUTE WS-NB-JOURS =
                  FUNCTION INTEGER-OF-DATE(REL-DATE-RETOUR)
                  - FUNCTION INTEGER-OF-DATE(REL-DATE-SIGNAL)
               MOVE REL-COUT TO WS-MONTANT-AFF
               MOVE REL-PRIX-REMPL TO WS-VALEUR-AFF
               MOVE SPACE TO REC-BILAN
               STRING "   " DELIMITED BY SIZE
                      REL-SITE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-FK-EXEMPLAIRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-TITRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-MOTIF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MONTANT-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NB-JOURS DELIMITED BY SIZE
                      "j" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
               WRITE REC-BILAN AFTER 1

               EXEC SQL
                  FETCH curseur_rel_retours
                  INTO :REL-FK-EXEMPLAIRE, :REL-MOTIF,
                       :REL-DATE-SIGNAL, :REL-DATE-RETOUR, :REL-COUT,
                       :REL-TITRE, :REL-SITE, :REL-PRIX-REMPL
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_rel_retours
           END-EXEC.

           MOVE SPACE TO REC-BILAN.
           IF WS-NB-RETOURS-MOIS = 0
               STRING "   aucun" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                      WS-NB-RETOURS-MOIS DELIMITED BY SIZE
                      " retour(s)" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           END-IF.
           WRITE REC-BILAN AFTER 1.

       3200-RETOURS-DU-MOIS-FIN.
           EXIT.

       3300-DEPENSES-DU-MOIS-DEB.
      *----------------------------------------------------------------*
      * 3. Dépenses de reliure du mois rapportées à la valeur de       *
      * remplacement des exemplaires réparés : au-delà de 100 %,       *
      * racheter aurait coûté moins cher                               *
      *----------------------------------------------------------------*
           MOVE SPACE TO REC-BILAN.
           WRITE REC-BILAN AFTER 1.
           MOVE SPACE TO REC-BILAN.
           STRING "== 3. DEPENSES DU MOIS" DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           MOVE WS-COUT-MOIS TO WS-TOTAL-AFF.
           MOVE SPACE TO REC-BILAN.
           STRING "   Coût des réparations revenues      : "
                  DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           MOVE WS-VALEUR-MOIS TO WS-TOTAL-AFF.
           MOVE SPACE TO REC-BILAN.
           STRING "   Valeur de remplacement de ces ex.  : "
                  DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           MOVE SPACE TO REC-BILAN.
           IF WS-VALEUR-MOIS = 0
               STRING "   Part de la valeur de remplacement  : "
                      DELIMITED BY SIZE
                      "sans objet (valeur inconnue)" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           ELSE
               COMPUTE WS-POURCENTAGE ROUNDED =
                  WS-COUT-MOIS * 100 / WS-VALEUR-MOIS
               MOVE WS-POURCENTAGE TO WS-POURCENTAGE-AFF
               STRING "   Part de la valeur de remplacement  : "
                      DELIMITED BY SIZE
                      WS-POURCENTAGE-AFF DELIMITED BY SIZE
                      " %" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           END-IF.
           WRITE REC-BILAN AFTER 1.

       3300-DEPENSES-DU-MOIS-FIN.
           EXIT.

       3400-CONSEILS-DESHERBAGE-DEB.
      *----------------------------------------------------------------*
      * 4. Exemplaires qui ne valent plus une réparation : toutes      *
      * réparations confondues (y compris celle en cours), coût        *
      * cumulé au moins égal à SEUIL-REPARATION % de la valeur de      *
      * remplacement, ou MAX-REPARATIONS passages à l'atelier. Le      *
      * retrait reste une décision humaine (écran des exemplaires,     *
      * choix 6, après le retour de l'atelier).                        *
      *----------------------------------------------------------------*
           MOVE SPACE TO REC-BILAN.
           WRITE REC-BILAN AFTER 1.
           MOVE SPACE TO REC-BILAN.
           STRING "== 4. A PROPOSER AU DESHERBAGE (site, exemplaire,"
                  DELIMITED BY SIZE
                  " titre, état, réparations, coût cumulé, valeur,"
                  DELIMITED BY SIZE
                  " raison)" DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

           EXEC SQL
              DECLARE curseur_rel_cumuls CURSOR FOR
              SELECT X.id_exemplaire, L.Titre, X.site,
                     COALESCE(X.etat, ' '),
                     COALESCE(X.prix_remplacement, 0),
                     COUNT(*), COALESCE(SUM(R.cout), 0)
              FROM reparations R
              JOIN exemplaires X
                ON R.fk_exemplaire = X.id_exemplaire
              JOIN Livres L ON X.fk_livres = L.ID_Livres
              WHERE COALESCE(X.etat, ' ') <> 'RETIRE'
              GROUP BY X.id_exemplaire, L.Titre, X.site, X.etat,
                       X.prix_remplacement
              ORDER BY X.site, X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_rel_cumuls
           END-EXEC.

           EXEC SQL
              FETCH curseur_rel_cumuls
              INTO :REL-FK-EXEMPLAIRE, :REL-TITRE, :REL-SITE,
                   :REL-ETAT, :REL-PRIX-REMPL,
                   :REL-NB-REPARATIONS, :REL-CUMUL-COUT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 3410-EXAMINER-EXEMPLAIRE-DEB
                  THRU 3410-EXAMINER-EXEMPLAIRE-FIN

               EXEC SQL
                  FETCH curseur_rel_cumuls
                  INTO :REL-FK-EXEMPLAIRE, :REL-TITRE, :REL-SITE,
                       :REL-ETAT, :REL-PRIX-REMPL,
                       :REL-NB-REPARATIONS, :REL-CUMUL-COUT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_rel_cumuls
           END-EXEC.

           MOVE SPACE TO REC-BILAN.
           IF WS-NB-A-DESHERBER = 0
               STRING "   aucun" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                      WS-NB-A-DESHERBER DELIMITED BY SIZE
                      " exemplaire(s)" DELIMITED BY SIZE
                 INTO REC-BILAN
               END-STRING
           END-IF.
           WRITE REC-BILAN AFTER 1.

       3400-CONSEILS-DESHERBAGE-FIN.
           EXIT.

       3410-EXAMINER-EXEMPLAIRE-DEB.
           MOVE SPACE TO WS-CONSEIL.
           IF REL-PRIX-REMPL > 0
               COMPUTE WS-POURCENTAGE ROUNDED =
                  REL-CUMUL-COUT * 100 / REL-PRIX-REMPL
               IF WS-POURCENTAGE >= WS-SEUIL-REPARATION
                   MOVE WS-POURCENTAGE TO WS-POURCENTAGE-AFF
                   STRING "coût cumulé " DELIMITED BY SIZE
                          WS-POURCENTAGE-AFF DELIMITED BY SIZE
                          " % de la valeur" DELIMITED BY SIZE
                     INTO WS-CONSEIL
                   END-STRING
               END-IF
           END-IF.
           IF WS-CONSEIL = SPACE
              AND REL-NB-REPARATIONS >= WS-MAX-REPARATIONS
               STRING REL-NB-REPARATIONS DELIMITED BY SIZE
                      " passages à l'atelier" DELIMITED BY SIZE
                 INTO WS-CONSEIL
               END-STRING
           END-IF.
           IF WS-CONSEIL = SPACE
               GO TO 3410-EXAMINER-EXEMPLAIRE-FIN
           END-IF.

           ADD 1 TO WS-NB-A-DESHERBER.
           MOVE REL-CUMUL-COUT TO WS-TOTAL-AFF.
           MOVE REL-PRIX-REMPL TO WS-VALEUR-AFF.
      *titre ramené à 30 caractères : la raison doit tenir entière
      *dans les 132 colonnes
           MOVE SPACE TO REC-BILAN.
           STRING "   " DELIMITED BY SIZE
                  REL-SITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-FK-EXEMPLAIRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-TITRE(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-ETAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-NB-REPARATIONS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONSEIL DELIMITED BY SIZE
             INTO REC-BILAN
           END-STRING.
           WRITE REC-BILAN AFTER 1.

       3410-EXAMINER-EXEMPLAIRE-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           IF WS-MODE-BORDEREAU
               CLOSE F-BORDEREAU
               DISPLAY "=== BORDEREAU D'ENVOI EN RELIURE ==="
               DISPLAY "Exemplaires envoyés    : " WS-NB-ENVOYES
               DISPLAY "Bordereau généré       : "
                       "reliure-bordereau.txt"
           ELSE
               CLOSE F-BILAN
               DISPLAY "=== BILAN DES REPARATIONS ==="
               DISPLAY "Exemplaires dehors     : " WS-NB-EN-REPARATION
               DISPLAY "Retours du mois        : " WS-NB-RETOURS-MOIS
               DISPLAY "A proposer au désherb. : " WS-NB-A-DESHERBER
               DISPLAY "Bilan généré           : reliure-bilan.txt"
           END-IF.

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion, atelier et seuils du bilan. L'absence du fichier *
      * est une erreur franche ; une clé absente laisse la valeur par  *
      * défaut du programme.                                           *
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
               WHEN "RELIEUR"
                   MOVE PRM-VALEUR(1:30) TO WS-RELIEUR
               WHEN "SEUIL-REPARATION"
                   COMPUTE WS-SEUIL-REPARATION =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "MAX-REPARATIONS"
                   COMPUTE WS-MAX-REPARATIONS =
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
