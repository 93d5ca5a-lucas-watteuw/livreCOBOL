      ******************************************************************
      * Programme : LRE-matieres.cbl                                   *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Rapport de suivi de l'indexation matière, pour le service du   *
      * catalogue qui rattrape le fonds ancien :                       *
      *  1 vedettes de la liste contrôlée qu'aucun livre ne porte      *
      *    (vedette créée d'avance, ou vidée par des fusions) avec le  *
      *    nombre de leurs renvois "voir aussi" - une vedette sans     *
      *    titre ni renvoi peut être supprimée par l'écran 21 de       *
      *    crud/menu.cbl ;                                             *
      *  2 livres qui ne portent encore aucune vedette matière, du     *
      *    plus ancien au plus récent numéro (le reste à indexer).     *
      * Un récapitulatif donne le nombre de vedettes et de livres, et  *
      * la part de chaque liste.                                       *
      *                                                                *
      * Le programme ne fait que lire ; trouver des lignes n'est pas   *
      * une erreur d'exécution (code retour 0), seul un incident       *
      * technique rend 1.                                              *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : matieres-rapport.txt (rapport de suivi, 132 col.)   *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-matieres.
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
               ASSIGN TO 'matieres-rapport.txt'
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
      *lignes lues par les curseurs du rapport
       01  MAT-ID-SUJET       PIC 9(13).
       01  MAT-LIBELLE        PIC X(40).
       01  MAT-NB-RENVOIS     PIC 9(05).
       01  MAT-ID-LIVRES      PIC 9(13).
       01  MAT-TITRE          PIC X(38).
       01  MAT-AUTEUR         PIC X(22).
       01  MAT-DATE-PARUTION  PIC X(04).
      *totaux relus dans la base pour le récapitulatif
       01  MAT-NB-VEDETTES    PIC 9(07).
       01  MAT-NB-LIVRES      PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-RAPPORT-STATUS               PIC X(02)     VALUE SPACE.
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

       01 WS-DATE-JOUR                     PIC 9(08).

      *----------------------------------------------------------------*
      * VARIABLES DE COMPTAGE                                          *
      *----------------------------------------------------------------*
       01 WS-NB-VEDETTES-SANS-TITRE        PIC 9(07)    VALUE ZEROS.
       01 WS-NB-LIVRES-SANS-VEDETTE        PIC 9(07)    VALUE ZEROS.
      *nombre de lignes de la liste en cours, pour la ligne "aucune"
      *d'une liste vide
       01 WS-NB-CATEGORIE                  PIC 9(07)    VALUE ZEROS.
       01 WS-TITRE-CATEGORIE               PIC X(60)    VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2100-VEDETTES-SANS-TITRE-DEB
              THRU 2100-VEDETTES-SANS-TITRE-FIN.

           PERFORM 2200-LIVRES-SANS-VEDETTE-DEB
              THRU 2200-LIVRES-SANS-VEDETTE-FIN.

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

           MOVE SPACE TO REC-RAPPORT.
           STRING "SUIVI DE L'INDEXATION MATIERE AU "
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2100 === VEDETTES QU'AUCUN LIVRE NE PORTE                  *
      ******************************************************************

       2100-VEDETTES-SANS-TITRE-DEB.
           MOVE "1 VEDETTES SANS TITRE (numéro, libellé, renvois)"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_mat_vedettes CURSOR FOR
              SELECT S.id_sujet, S.libelle,
                     (SELECT COUNT(*)
                      FROM sujets_voir_aussi V
                      WHERE V.fk_sujet = S.id_sujet)
              FROM sujets S
              WHERE NOT EXISTS
                    (SELECT 1 FROM livres_sujets LS
                     WHERE LS.fk_sujet = S.id_sujet)
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_mat_vedettes
           END-EXEC.

           EXEC SQL
              FETCH curseur_mat_vedettes
              INTO :MAT-ID-SUJET, :MAT-LIBELLE, :MAT-NB-RENVOIS
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-VEDETTES-SANS-TITRE
               MOVE SPACE TO REC-RAPPORT
               STRING "   " DELIMITED BY SIZE
                      MAT-ID-SUJET DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MAT-LIBELLE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MAT-NB-RENVOIS DELIMITED BY SIZE
                      " renvoi(s) voir aussi" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_mat_vedettes
                  INTO :MAT-ID-SUJET, :MAT-LIBELLE, :MAT-NB-RENVOIS
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_mat_vedettes
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2100-VEDETTES-SANS-TITRE-FIN.
           EXIT.

      ******************************************************************
      * === 2200 === LIVRES QUI NE PORTENT AUCUNE VEDETTE              *
      * Du plus petit numéro au plus grand : le fonds le plus ancien   *
      * vient en tête, c'est l'ordre du rattrapage.                    *
      ******************************************************************

       2200-LIVRES-SANS-VEDETTE-DEB.
           MOVE "2 LIVRES SANS VEDETTE MATIERE (numéro, titre, auteur)"
                TO WS-TITRE-CATEGORIE.
           PERFORM 3000-TITRE-CATEGORIE-DEB
              THRU 3000-TITRE-CATEGORIE-FIN.

           EXEC SQL
              DECLARE curseur_mat_livres CURSOR FOR
              SELECT L.ID_Livres, L.Titre,
                     COALESCE(A.nom, ' '),
                     COALESCE(L.Date_Parution, ' ')
              FROM Livres L
              LEFT JOIN auteurs A ON L.fk_auteur = A.id_auteur
              WHERE NOT EXISTS
                    (SELECT 1 FROM livres_sujets LS
                     WHERE LS.fk_livres = L.ID_Livres)
              ORDER BY L.ID_Livres
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_mat_livres
           END-EXEC.

           EXEC SQL
              FETCH curseur_mat_livres
              INTO :MAT-ID-LIVRES, :MAT-TITRE, :MAT-AUTEUR,
                   :MAT-DATE-PARUTION
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-CATEGORIE
               ADD 1 TO WS-NB-LIVRES-SANS-VEDETTE
               MOVE SPACE TO REC-RAPPORT
               STRING "   " DELIMITED BY SIZE
                      MAT-ID-LIVRES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MAT-TITRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MAT-AUTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MAT-DATE-PARUTION DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 1

               EXEC SQL
                  FETCH curseur_mat_livres
                  INTO :MAT-ID-LIVRES, :MAT-TITRE, :MAT-AUTEUR,
                       :MAT-DATE-PARUTION
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_mat_livres
           END-EXEC.

           PERFORM 3100-FIN-CATEGORIE-DEB
              THRU 3100-FIN-CATEGORIE-FIN.

       2200-LIVRES-SANS-VEDETTE-FIN.
           EXIT.

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

       3100-FIN-CATEGORIE-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === RÉCAPITULATIF                                     *
      ******************************************************************

       4000-RECAPITULATIF-DEB.
           EXEC SQL
              SELECT (SELECT COUNT(*) FROM sujets),
                     (SELECT COUNT(*) FROM Livres)
              INTO :MAT-NB-VEDETTES, :MAT-NB-LIVRES
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de comptage SQLCODE: " SQLCODE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "RECAPITULATIF" DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

           MOVE SPACE TO REC-RAPPORT.
           STRING "Vedettes de la liste contrôlée : "
                  DELIMITED BY SIZE
                  MAT-NB-VEDETTES DELIMITED BY SIZE
                  " dont sans titre : " DELIMITED BY SIZE
                  WS-NB-VEDETTES-SANS-TITRE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "Livres au catalogue            : "
                  DELIMITED BY SIZE
                  MAT-NB-LIVRES DELIMITED BY SIZE
                  " dont sans vedette : " DELIMITED BY SIZE
                  WS-NB-LIVRES-SANS-VEDETTE DELIMITED BY SIZE
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

           DISPLAY "=== STATISTIQUES DE L'INDEXATION MATIERE ===".
           DISPLAY "Vedettes sans titre   : "
                   WS-NB-VEDETTES-SANS-TITRE.
           DISPLAY "Livres sans vedette   : "
                   WS-NB-LIVRES-SANS-VEDETTE.
           DISPLAY "Rapport généré        : matieres-rapport.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les identifiants de connexion depuis les paramètres     *
      * d'exploitation partagés. L'absence du fichier est une erreur   *
      * franche.                                                       *
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
