      * Programme : LRE-notices.cbl                                    *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Jusqu'à trois contributeurs en      *
      *   plus de l'auteur principal (co-auteur, traducteur,           *
      *   illustrateur, directeur de publication), résolus comme       *
      *   l'auteur et passés au lot dans les zones 105-152.            *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      *                                                                *
      * Chaque notice est une ligne délimitée par des points-virgules :*
      *   ISBN;TITRE;NOM AUTEUR;PRENOM AUTEUR;EDITEUR;ANNEE;GENRE      *
      * suivie, le cas échéant, des autres contributeurs :             *
      *   ;ROLE;NOM;PRENOM (trois au plus, ROLE = AUT co-auteur,       *
      *   TRA traducteur, ILL illustrateur, DIR directeur de           *
      *   publication ; un rôle à blanc vaut AUT)                      *
      *                                                                *
      * Les auteurs et genres sont dédoublonnés comme dans             *
      * LRE-livres.cbl (clé nom+prénom pour l'auteur, libellé pour le  *
      * - TRAVAIL : notices-isbn-index.dat (index temporaire des ISBN  *
      *             du lot, reconstruit à chaque exécution, même       *
      *             principe que les index de LRE-reconciliation.cbl)  *
      * - SORTIE  : livres-batch.dat (152 caractères fixes, format du  *
      *             chargement en lot 0110 de crud/menu.cbl)           *
      *             notices-rejets.txt (notices rejetées, code raison) *
      ******************************************************************
       FILE SECTION.

       FD  F-NOTICES
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS V.

       01  REC-NOTICE.
           05 NOT-LIGNE                    PIC X(400).

      *même découpage que le fichier de chargement en lot attendu par
      *0110-CHARGER-LOT-LIVRES-DEB : ID_LIVRES 1-13, TITRE 14-51,
      *DATE_PARUTION 52-55, EDITEUR 56-78, FK_GENRE 79-91,
      *FK_AUTEUR 92-104, puis trois contributeurs (FK_AUTEUR sur 13,
      *ROLE sur 3) en 105-152, à blanc quand il n'y en a pas
       FD  F-LOT-LIVRES
           RECORD CONTAINS 152 CHARACTERS
           RECORDING MODE IS F.

       01  REC-LOT-LIVRE.
           05 LOT-EDITEUR                  PIC X(23).
           05 LOT-FK-GENRE                 PIC 9(13).
           05 LOT-FK-AUTEUR                PIC 9(13).
           05 LOT-CONTRIBUTEUR OCCURS 3 TIMES.
               10 LOT-CTB-FK-AUTEUR        PIC X(13).
               10 LOT-CTB-ROLE             PIC X(03).

       FD  F-REJETS
           RECORD CONTAINS 200 CHARACTERS
       01  NTC-ID-LIVRE       PIC 9(13).
       01  NTC-FK-AUTEUR      PIC 9(13).
       01  NTC-FK-GENRE       PIC 9(13).
      *contributeur supplémentaire en cours de résolution
       01  NTC-CTB-NOM        PIC X(22).
       01  NTC-CTB-PRENOM     PIC X(22).
       01  NTC-CTB-FK-AUTEUR  PIC 9(13).
       01  WS-NB-LIVRES-BASE  PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-ANNEE-ED                      PIC 9(04).
       01 WS-LIGNE-REJET                   PIC X(200).

      *----------------------------------------------------------------*
      * CONTRIBUTEURS SUPPLÉMENTAIRES DE LA NOTICE (rôle, nom, prénom  *
      * redécoupés par l'UNSTRING, puis numéro d'auteur résolu)        *
      *----------------------------------------------------------------*
       01 TAB-CONTRIBUTEURS.
           05 CTN-CONTRIBUTEUR OCCURS 3 TIMES.
               10 CTN-ROLE                 PIC X(03).
                   88 CTN-ROLE-VALIDE      VALUE "AUT" "TRA" "ILL"
                                                 "DIR".
               10 CTN-NOM                  PIC X(22).
               10 CTN-PRENOM               PIC X(22).
               10 CTN-FK-AUTEUR            PIC 9(13).
       01 WS-IDX-CTN                       PIC 9(01).

      *----------------------------------------------------------------*
      * VARIABLES DE COMPTAGE                                          *
      *----------------------------------------------------------------*
      * redécoupage de la notice délimitée par des points-virgules
               MOVE SPACE TO NTC-ISBN NTC-TITRE NTC-NOM NTC-PRENOM
                             NTC-EDITEUR NTC-ANNEE NTC-GENRE
               INITIALIZE TAB-CONTRIBUTEURS
               UNSTRING NOT-LIGNE DELIMITED BY ";"
                   INTO NTC-ISBN, NTC-TITRE, NTC-NOM, NTC-PRENOM,
                        NTC-EDITEUR, NTC-ANNEE, NTC-GENRE,
                        CTN-ROLE(1), CTN-NOM(1), CTN-PRENOM(1),
                        CTN-ROLE(2), CTN-NOM(2), CTN-PRENOM(2),
                        CTN-ROLE(3), CTN-NOM(3), CTN-PRENOM(3)
               END-UNSTRING

               PERFORM 2050-VALIDER-NOTICE-DEB
               END-IF
           END-IF.

      * contributeurs supplémentaires : nom et prénom obligatoires
      * dès que l'un des deux est donné, rôle connu (à blanc = AUT)
           IF WS-LIGNE-EST-VALIDE
               PERFORM VARYING WS-IDX-CTN FROM 1 BY 1
                       UNTIL WS-IDX-CTN > 3
                   IF CTN-NOM(WS-IDX-CTN) NOT = SPACE
                      OR CTN-PRENOM(WS-IDX-CTN) NOT = SPACE
                       IF CTN-ROLE(WS-IDX-CTN) = SPACE
                           MOVE "AUT" TO CTN-ROLE(WS-IDX-CTN)
                       END-IF
                       IF CTN-NOM(WS-IDX-CTN) = SPACE
                          OR CTN-PRENOM(WS-IDX-CTN) = SPACE
                          OR NOT CTN-ROLE-VALIDE(WS-IDX-CTN)
                           MOVE 'N' TO WS-LIGNE-VALIDE
                           MOVE "CONTRIB-INVALIDE" TO WS-CODE-REJET
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * doublon d'ISBN à l'intérieur du lot : l'écriture dans
      * l'index échoue sur une clé déjà vue
           IF WS-LIGNE-EST-VALIDE

      ******************************************************************
      * === 2100 === CONVERSION D'UNE NOTICE VALIDE                    *
      * Résout (ou crée) l'auteur, les autres contributeurs et le      *
      * genre dans la base, puis écrit la ligne de lot au format du    *
      * chargement 0110                                                *
      ******************************************************************

       2100-CONVERTIR-UNE-NOTICE-DEB.
               PERFORM 2060-ECRIRE-REJET-DEB
                  THRU 2060-ECRIRE-REJET-FIN
           ELSE
               PERFORM 2250-RESOUDRE-CONTRIBUTEUR-DEB
                  THRU 2250-RESOUDRE-CONTRIBUTEUR-FIN
                  VARYING WS-IDX-CTN FROM 1 BY 1
                  UNTIL WS-IDX-CTN > 3
               PERFORM 2300-RESOUDRE-GENRE-DEB
                  THRU 2300-RESOUDRE-GENRE-FIN
               IF NTC-FK-GENRE = 0
                   MOVE NTC-EDITEUR   TO LOT-EDITEUR
                   MOVE NTC-FK-GENRE  TO LOT-FK-GENRE
                   MOVE NTC-FK-AUTEUR TO LOT-FK-AUTEUR
                   PERFORM VARYING WS-IDX-CTN FROM 1 BY 1
                           UNTIL WS-IDX-CTN > 3
                       IF CTN-FK-AUTEUR(WS-IDX-CTN) = 0
                           MOVE SPACE
                             TO LOT-CONTRIBUTEUR(WS-IDX-CTN)
                       ELSE
                           MOVE CTN-FK-AUTEUR(WS-IDX-CTN)
                             TO LOT-CTB-FK-AUTEUR(WS-IDX-CTN)
                           MOVE CTN-ROLE(WS-IDX-CTN)
                             TO LOT-CTB-ROLE(WS-IDX-CTN)
                       END-IF
                   END-PERFORM
                   WRITE REC-LOT-LIVRE
                   IF F-LOT-LIVRES-STATUS-OK
                       ADD 1 TO WS-NB-NOTICES-CONVERTIES
       2200-RESOUDRE-AUTEUR-FIN.
           EXIT.

       2250-RESOUDRE-CONTRIBUTEUR-DEB.
      *----------------------------------------------------------------*
      * Résout le contributeur WS-IDX-CTN de la notice comme l'auteur  *
      * principal (2200) : fiche existante par nom+prénom, sinon       *
      * créée. Une zone vide laisse CTN-FK-AUTEUR à 0 ; un échec est   *
      * signalé et le contributeur est abandonné, le livre reste.      *
      *----------------------------------------------------------------*
           MOVE 0 TO CTN-FK-AUTEUR(WS-IDX-CTN).
           IF CTN-NOM(WS-IDX-CTN) NOT = SPACE
               MOVE CTN-NOM(WS-IDX-CTN)    TO NTC-CTB-NOM
               MOVE CTN-PRENOM(WS-IDX-CTN) TO NTC-CTB-PRENOM
               MOVE 0 TO NTC-CTB-FK-AUTEUR
               EXEC SQL
                  SELECT id_auteur
                  INTO :NTC-CTB-FK-AUTEUR
                  FROM auteurs
                  WHERE nom = :NTC-CTB-NOM
                    AND prenom = :NTC-CTB-PRENOM
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                      INSERT INTO auteurs (nom, prenom)
                      VALUES (:NTC-CTB-NOM, :NTC-CTB-PRENOM)
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-NB-AUTEURS-CREES
                       EXEC SQL
                          SELECT id_auteur
                          INTO :NTC-CTB-FK-AUTEUR
                          FROM auteurs
                          WHERE nom = :NTC-CTB-NOM
                            AND prenom = :NTC-CTB-PRENOM
                       END-EXEC
                   ELSE
                       DISPLAY "Erreur de création du contributeur "
                               "SQLCODE: " SQLCODE
                       MOVE 0 TO NTC-CTB-FK-AUTEUR
                   END-IF
               ELSE
                   IF SQLCODE NOT = 0
                       DISPLAY "Erreur de lecture du contributeur "
                               "SQLCODE: " SQLCODE
                       MOVE 0 TO NTC-CTB-FK-AUTEUR
                   END-IF
               END-IF
               MOVE NTC-CTB-FK-AUTEUR TO CTN-FK-AUTEUR(WS-IDX-CTN)
           END-IF.

       2250-RESOUDRE-CONTRIBUTEUR-FIN.
           EXIT.

       2300-RESOUDRE-GENRE-DEB.
      *----------------------------------------------------------------*
      * Cherche le genre par son libellé ; le crée s'il n'existe pas   *
