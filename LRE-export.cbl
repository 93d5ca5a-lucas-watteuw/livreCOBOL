      * Programme : LRE-export.cbl                                     *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 08/08/2026                                         *
      * Mise à jour : 15/10/2026 - Colonne contributeurs au CSV :      *
      *   tous les contributeurs du livre avec leur rôle, auteur       *
      *   principal en tête (le format fixe n'en porte qu'un).         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      *            virgules, avec ligne d'en-tête : titre, auteur,     *
      *            genre, année, éditeur, plus ce que le format fixe   *
      *            ne sait pas porter - nombre d'exemplaires et        *
      *            nombre actuellement en prêt, et la liste des        *
      *            contributeurs avec leur rôle - pour le catalogue    *
      *            collectif régional et les tableurs du guichet ;     *
      *            le point-virgule est le séparateur attendu par les  *
      *            tableurs configurés avec la virgule décimale)       *
       01  REC-EXPORT                      PIC X(150).

       FD  F-EXPORT-CSV
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.

       01  REC-EXPORT-CSV                  PIC X(400).

      *fichier des paramètres d'exploitation partagés (une valeur par
      *ligne : CLE en 1-20, VALEUR en 21-60), entretenu par l'écran
       01  EXP-NB-EXEMPLAIRES PIC 9(05).
       01  EXP-NB-EN-PRET     PIC 9(05).
       01  EXP-FK-EMPRUNT     PIC 9(13).
      *autres contributeurs du livre, lus dans leur ordre
       01  EXP-CTB-NOM        PIC X(22).
       01  EXP-CTB-PRENOM     PIC X(22).
       01  EXP-CTB-ROLE       PIC X(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


       01 WS-NB-LIVRES-EXPORTES            PIC 9(06)    VALUE ZEROS.
       01 WS-NB-LIGNES-CSV                 PIC 9(06)    VALUE ZEROS.
      *position d'écriture dans la ligne CSV en construction
       01 WS-POS-CSV                       PIC 9(03)    VALUE 1.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE SPACE TO REC-EXPORT-CSV.
           STRING "titre;auteur_nom;auteur_prenom;genre;annee;"
                  DELIMITED BY SIZE
                  "editeur;nb_exemplaires;nb_en_pret;contributeurs"
                  DELIMITED BY SIZE
             INTO REC-EXPORT-CSV
           END-STRING.
      * de remplissage. Un livre sans exemplaire enregistré garde      *
      * l'ancien comportement porté par Livres.fk_emprunt (voir        *
      * 0310 dans crud/menu.cbl) : il compte pour un exemplaire,       *
      * en prêt si fk_emprunt est renseigné. La dernière colonne       *
      * reprend l'auteur principal (rôle AUT) suivi des autres         *
      * contributeurs, "ROLE NOM PRENOM" séparés par des barres.       *
      *----------------------------------------------------------------*
           IF EXP-NB-EXEMPLAIRES = 0
               MOVE 1 TO EXP-NB-EXEMPLAIRES
           END-IF.

           MOVE SPACE TO REC-EXPORT-CSV.
           MOVE 1 TO WS-POS-CSV.
           STRING FUNCTION TRIM(EXP-TITRE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-NOM) DELIMITED BY SIZE
                  EXP-NB-EXEMPLAIRES DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EXP-NB-EN-PRET DELIMITED BY SIZE
                  ";AUT " DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-PRENOM) DELIMITED BY SIZE
             INTO REC-EXPORT-CSV
             WITH POINTER WS-POS-CSV
           END-STRING.

      *le curseur principal reste ouvert pendant la lecture des
      *autres contributeurs du livre
           EXEC SQL
              DECLARE curseur_contributeurs CURSOR FOR
              SELECT A.nom, A.prenom, C.role
              FROM contributions C
              JOIN auteurs A ON C.fk_auteur = A.id_auteur
              WHERE C.fk_livres = :EXP-ID-LIVRES
              ORDER BY C.ordre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_contributeurs
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               EXEC SQL
                  FETCH curseur_contributeurs
                  INTO :EXP-CTB-NOM, :EXP-CTB-PRENOM, :EXP-CTB-ROLE
               END-EXEC
               IF SQLCODE = 0
                   STRING "|" DELIMITED BY SIZE
                          EXP-CTB-ROLE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EXP-CTB-NOM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EXP-CTB-PRENOM)
                          DELIMITED BY SIZE
                     INTO REC-EXPORT-CSV
                     WITH POINTER WS-POS-CSV
                   END-STRING
               END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_contributeurs
           END-EXEC.
           WRITE REC-EXPORT-CSV.
           ADD 1 TO WS-NB-LIGNES-CSV.

