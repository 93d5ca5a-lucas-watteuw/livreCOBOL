      ******************************************************************
      * Programme : LRE-portage.cbl                                    *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Travail mensuel du portage à domicile. Les bénévoles passent   *
      * chaque mois chez les adhérents âgés ou empêchés dont la fiche  *
      * porte le portage (écran 22 de crud/menu.cbl : tournée, jour    *
      * de passage, consignes d'accès, gros caractères, genres et      *
      * auteurs préférés). Pour chaque lecteur de portage ACTIF et à   *
      * jour de son adhésion, le programme :                           *
      *  1. PROPOSE jusqu'à PORTAGE-NB-TITRES titres : un exemplaire   *
      *     en rayon (même lecture de la disponibilité que             *
      *     crud/borne.cbl), d'un livre sans réservation ouverte, pas  *
      *     déjà proposé à un autre lecteur, d'un genre ou d'un auteur *
      *     (principal ou contributeur) préféré du lecteur - sans      *
      *     préférence, tout le fonds convient - et de type            *
      *     PORTAGE-GROS-CARAC pour un lecteur en gros caractères.     *
      *     Tout livre déjà emprunté par le lecteur est écarté, qu'il  *
      *     soit dans la table emprunts ou déjà archivé dans           *
      *     archives-emprunts.dat. Les acquisitions les plus récentes  *
      *     passent en premier. Chaque titre retenu est enregistré     *
      *     dans portage_propositions au statut PROPOSEE ;             *
      *  2. ÉDITE sa feuille de passage : adresse, consignes, titres   *
      *     apportés, prêts de portage à reprendre, signatures.        *
      * Un lecteur qui a encore des propositions en attente (tournée   *
      * pas encore confirmée) n'en reçoit pas de nouvelles : un second *
      * passage réédite les mêmes feuilles. Vient ensuite la liste de  *
      * prélèvement en rayon, une page par tournée, par site et titre. *
      *                                                                *
      * La confirmation de la tournée (prêts en bloc, sans amende de   *
      * retard, à la durée PORTAGE-DUREE-PRET) et le retour en bloc    *
      * au passage suivant se font à l'écran 22 de crud/menu.cbl.      *
      * Tous les changements de la base sont validés d'un seul COMMIT  *
      * en fin de traitement.                                          *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - ENTREE  : archives-emprunts.dat (76 caractères fixes, voir   *
      *             LRE-archivage.cbl)                                 *
      * - TRAVAIL : portage-historique.dat (couples adhérent x livre   *
      *             des emprunts archivés, reconstruit à chaque        *
      *             passage)                                           *
      * - SORTIE  : portage-prelevement.txt (liste de prélèvement par  *
      *             tournée, 132 col.)                                 *
      *             portage-feuilles.txt (une feuille par lecteur)     *
      *             portage-compte-rendu.txt (compte rendu, 132 col.)  *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-portage.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARCH-EMPRUNTS
               ASSIGN TO 'archives-emprunts.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ARCH-EMPRUNTS-STATUS.

      *livres déjà empruntés par chaque adhérent d'après les
      *archives, reconstruit à chaque passage (même principe que le
      *fichier des retraits de LRE-valorisation.cbl)
           SELECT F-HISTORIQUE
               ASSIGN TO 'portage-historique.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS HST-CLE
               FILE STATUS IS F-HISTORIQUE-STATUS.

           SELECT F-PRELEVEMENT
               ASSIGN TO 'portage-prelevement.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PRELEVEMENT-STATUS.

           SELECT F-FEUILLES
               ASSIGN TO 'portage-feuilles.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FEUILLES-STATUS.

           SELECT F-COMPTE-RENDU
               ASSIGN TO 'portage-compte-rendu.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COMPTE-RENDU-STATUS.

           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      *même découpage que les enregistrements écrits par
      *LRE-archivage.cbl
       FD  F-ARCH-EMPRUNTS
           RECORD CONTAINS 76 CHARACTERS
           RECORDING MODE IS F.

       01  REC-ARCH-EMPRUNT.
           05 ARC-ID-EMPRUNT               PIC 9(13).
           05 ARC-FK-LIVRES                PIC 9(13).
           05 ARC-FK-EXEMPLAIRE            PIC 9(13).
           05 ARC-FK-EMPRUNTEUR            PIC 9(13).
           05 ARC-DATE-EMPRUNT             PIC 9(08).
           05 ARC-DATE-RETOUR-PR           PIC 9(08).
           05 ARC-DATE-RETOUR-RE           PIC 9(08).

      *un couple adhérent x livre par ligne, quel que soit le nombre
      *d'emprunts archivés
       FD  F-HISTORIQUE.
       01  REC-HISTORIQUE.
           05 HST-CLE.
               10 HST-FK-EMPRUNTEUR        PIC 9(13).
               10 HST-FK-LIVRES            PIC 9(13).
           05 HST-DATE-EMPRUNT             PIC 9(08).

       FD  F-PRELEVEMENT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PRELEVEMENT                 PIC X(132).

       FD  F-FEUILLES
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-FEUILLE                     PIC X(132).

       FD  F-COMPTE-RENDU
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-COMPTE-RENDU                PIC X(132).

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
       01  PTG-DATE-JOUR      PIC 9(08).
      *lecteur de portage en cours
       01  PTG-ID-LECTEUR     PIC 9(13).
       01  PTG-NOM            PIC X(22).
       01  PTG-PRENOM         PIC X(22).
       01  PTG-TELEPHONE      PIC X(15).
       01  PTG-ADRESSE        PIC X(38).
       01  PTG-CODE-POSTAL    PIC X(05).
       01  PTG-VILLE          PIC X(25).
       01  PTG-TOURNEE        PIC X(10).
       01  PTG-JOUR           PIC X(12).
       01  PTG-GROS-CARAC     PIC X(01).
       01  PTG-CONSIGNES      PIC X(38).
       01  PTG-NB-EN-ATTENTE  PIC 9(05).
      *type de document exigé pour ce lecteur ('*' : tous)
       01  PTG-TYPE-EXIGE     PIC X(10).
      *exemplaire candidat, proposé ou à reprendre
       01  PTG-ID-PROPOSITION PIC 9(13).
       01  PTG-ID-EXEMPLAIRE  PIC 9(13).
       01  PTG-ID-LIVRES      PIC 9(13).
       01  PTG-TITRE          PIC X(38).
       01  PTG-AUTEUR         PIC X(22).
       01  PTG-SITE           PIC X(03).
       01  PTG-DATE-RETOUR-PR PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-ARCH-EMPRUNTS-STATUS         PIC X(02)     VALUE SPACE.
           88 F-ARCH-EMPRUNTS-STATUS-OK                 VALUE '00'.
           88 F-ARCH-EMPRUNTS-STATUS-EOF                VALUE '10'.
           88 F-ARCH-EMPRUNTS-ABSENT                    VALUE '35'.

       01  F-HISTORIQUE-STATUS            PIC X(02)     VALUE SPACE.
           88 F-HISTORIQUE-STATUS-OK                    VALUE '00'.

       01  F-PRELEVEMENT-STATUS           PIC X(02)     VALUE SPACE.
           88 F-PRELEVEMENT-STATUS-OK                   VALUE '00'.

       01  F-FEUILLES-STATUS              PIC X(02)     VALUE SPACE.
           88 F-FEUILLES-STATUS-OK                      VALUE '00'.

       01  F-COMPTE-RENDU-STATUS          PIC X(02)     VALUE SPACE.
           88 F-COMPTE-RENDU-STATUS-OK                  VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * SÉLECTION                                                      *
      * PORTAGE-NB-TITRES : titres proposés par passage (au plus 20) ; *
      * PORTAGE-GROS-CARAC : type de document des exemplaires en gros  *
      * caractères. Valeurs de secours si les clés manquent.           *
      *----------------------------------------------------------------*
       01 WS-NB-TITRES                     PIC 9(02)    VALUE 4.
       01 WS-TYPE-GROS-CARAC               PIC X(10)    VALUE
                                           "GROS-CARAC".

      *livres déjà retenus pour le lecteur en cours : un seul
      *exemplaire par livre
       01 TAB-LIVRES-RETENUS.
           05 WS-NB-RETENUS                PIC 9(02)    VALUE ZEROS.
           05 WS-LIVRE-RETENU OCCURS 20 TIMES
                                           PIC 9(13).
       01 WS-IDX-RETENU                    PIC 9(02).
       01 WS-CANDIDAT-OK                   PIC X(01).

      *----------------------------------------------------------------*
      * ÉDITION                                                        *
      *----------------------------------------------------------------*
       01 WS-LIGNE                         PIC X(132).
       01 WS-TOURNEE-PRECEDENTE            PIC X(10)    VALUE SPACE.
       01 WS-NB-LIGNES-FEUILLE             PIC 9(03)    VALUE ZEROS.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ               PIC 9(02).
           05 FILLER                       PIC X(01)    VALUE "/".
           05 WS-DATE-AFF-MM               PIC 9(02).
           05 FILLER                       PIC X(01)    VALUE "/".
           05 WS-DATE-AFF-AAAA             PIC 9(04).
       01 WS-DATE-TRAVAIL                  PIC 9(08).
       01 WS-DATE-TRAVAIL-R REDEFINES WS-DATE-TRAVAIL.
           05 WS-DATE-TRAVAIL-AAAA         PIC 9(04).
           05 WS-DATE-TRAVAIL-MM           PIC 9(02).
           05 WS-DATE-TRAVAIL-JJ           PIC 9(02).

      *----------------------------------------------------------------*
      * COMPTEURS DU TRAITEMENT                                        *
      *----------------------------------------------------------------*
       01 WS-NB-LIGNES-ARCHIVES            PIC 9(07)    VALUE ZEROS.
       01 WS-NB-LECTEURS                   PIC 9(05)    VALUE ZEROS.
       01 WS-NB-FEUILLES                   PIC 9(05)    VALUE ZEROS.
       01 WS-NB-EN-ATTENTE                 PIC 9(05)    VALUE ZEROS.
       01 WS-NB-SANS-ADRESSE               PIC 9(05)    VALUE ZEROS.
       01 WS-NB-SANS-TITRE                 PIC 9(05)    VALUE ZEROS.
       01 WS-NB-PROPOSITIONS               PIC 9(06)    VALUE ZEROS.
       01 WS-NB-ECARTES-ARCHIVES           PIC 9(06)    VALUE ZEROS.
       01 WS-NB-A-PRELEVER                 PIC 9(06)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-LECTEURS-DEB
              THRU 2000-TRAITER-LECTEURS-FIN.

           PERFORM 3000-LISTE-PRELEVEMENT-DEB
              THRU 3000-LISTE-PRELEVEMENT-FIN.

           PERFORM 4000-CLORE-TRAITEMENT-DEB
              THRU 4000-CLORE-TRAITEMENT-FIN.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO PTG-DATE-JOUR.
           MOVE PTG-DATE-JOUR TO WS-DATE-TRAVAIL.
           MOVE WS-DATE-TRAVAIL-JJ   TO WS-DATE-AFF-JJ.
           MOVE WS-DATE-TRAVAIL-MM   TO WS-DATE-AFF-MM.
           MOVE WS-DATE-TRAVAIL-AAAA TO WS-DATE-AFF-AAAA.

           PERFORM 1200-CHARGER-HISTORIQUE-DEB
              THRU 1200-CHARGER-HISTORIQUE-FIN.

           OPEN OUTPUT F-PRELEVEMENT.
           IF NOT F-PRELEVEMENT-STATUS-OK
               DISPLAY "ERREUR: création de portage-prelevement.txt"
               DISPLAY "Code erreur : " F-PRELEVEMENT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-FEUILLES.
           IF NOT F-FEUILLES-STATUS-OK
               DISPLAY "ERREUR: création de portage-feuilles.txt"
               DISPLAY "Code erreur : " F-FEUILLES-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-COMPTE-RENDU.
           IF NOT F-COMPTE-RENDU-STATUS-OK
               DISPLAY "ERREUR: création du compte rendu impossible"
               DISPLAY "Code erreur : " F-COMPTE-RENDU-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "PORTAGE A DOMICILE - SELECTION DU " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Titres proposés par lecteur : " DELIMITED BY SIZE
                  WS-NB-TITRES DELIMITED BY SIZE
                  " - gros caractères : type " DELIMITED BY SIZE
                  WS-TYPE-GROS-CARAC DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

       1200-CHARGER-HISTORIQUE-DEB.
      *----------------------------------------------------------------*
      * Reporte les emprunts archivés dans le fichier indexé, un       *
      * couple adhérent x livre par ligne (un livre emprunté deux fois *
      * ne donne qu'une ligne). L'absence des archives n'est pas une   *
      * erreur : aucune campagne d'archivage n'a encore tourné.        *
      *----------------------------------------------------------------*
           OPEN OUTPUT F-HISTORIQUE.
           IF NOT F-HISTORIQUE-STATUS-OK
               DISPLAY "ERREUR: création de portage-historique.dat"
               DISPLAY "Code erreur : " F-HISTORIQUE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-HISTORIQUE.
           OPEN I-O F-HISTORIQUE.
           IF NOT F-HISTORIQUE-STATUS-OK
               DISPLAY "ERREUR: ouverture de portage-historique.dat"
               DISPLAY "Code erreur : " F-HISTORIQUE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN INPUT F-ARCH-EMPRUNTS.
           IF F-ARCH-EMPRUNTS-ABSENT
               DISPLAY "Archives des emprunts absentes : aucun"
                       " emprunt archivé"
               GO TO 1200-CHARGER-HISTORIQUE-FIN
           END-IF.
           IF NOT F-ARCH-EMPRUNTS-STATUS-OK
               DISPLAY "ERREUR: lecture de archives-emprunts.dat"
               DISPLAY "Code erreur : " F-ARCH-EMPRUNTS-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           READ F-ARCH-EMPRUNTS
           AT END
               SET F-ARCH-EMPRUNTS-STATUS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL F-ARCH-EMPRUNTS-STATUS-EOF
               ADD 1 TO WS-NB-LIGNES-ARCHIVES
               MOVE ARC-FK-EMPRUNTEUR TO HST-FK-EMPRUNTEUR
               MOVE ARC-FK-LIVRES     TO HST-FK-LIVRES
               MOVE ARC-DATE-EMPRUNT  TO HST-DATE-EMPRUNT
      *couple déjà connu : la ligne existante suffit
               WRITE REC-HISTORIQUE
               INVALID KEY
                   CONTINUE
               END-WRITE
               READ F-ARCH-EMPRUNTS
               AT END
                   SET F-ARCH-EMPRUNTS-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE F-ARCH-EMPRUNTS.
           DISPLAY "Emprunts archivés lus : " WS-NB-LIGNES-ARCHIVES.

       1200-CHARGER-HISTORIQUE-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === LECTEURS DU PORTAGE                               *
      * Un passage par lecteur, dans l'ordre des tournées : sélection  *
      * des titres puis feuille de passage                             *
      ******************************************************************

       2000-TRAITER-LECTEURS-DEB.
           EXEC SQL
              DECLARE curseur_ptg_lecteurs CURSOR FOR
              SELECT P.id_emprunteur, P.nom, P.prenom,
                     COALESCE(P.telephone, ' '),
                     COALESCE(P.adresse, ' '),
                     COALESCE(P.code_postal, ' '),
                     COALESCE(P.ville, ' '),
                     COALESCE(P.portage_tournee, ' '),
                     COALESCE(P.portage_jour, ' '),
                     COALESCE(P.gros_caracteres, 'N'),
                     COALESCE(P.portage_consignes, ' '),
                     (SELECT COUNT(*) FROM portage_propositions R
                      WHERE R.fk_emprunteur = P.id_emprunteur
                        AND R.statut = 'PROPOSEE')
              FROM emprunteurs P
              WHERE COALESCE(P.portage, 'N') = 'O'
                AND P.statut = 'ACTIF'
                AND (P.date_fin_adhesion IS NULL
                     OR P.date_fin_adhesion = 0
                     OR P.date_fin_adhesion >= :PTG-DATE-JOUR)
              ORDER BY COALESCE(P.portage_tournee, ' '), P.nom,
                       P.prenom, P.id_emprunteur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_lecteurs
           END-EXEC.

           EXEC SQL
              FETCH curseur_ptg_lecteurs
              INTO :PTG-ID-LECTEUR, :PTG-NOM, :PTG-PRENOM,
                   :PTG-TELEPHONE, :PTG-ADRESSE, :PTG-CODE-POSTAL,
                   :PTG-VILLE, :PTG-TOURNEE, :PTG-JOUR,
                   :PTG-GROS-CARAC, :PTG-CONSIGNES,
                   :PTG-NB-EN-ATTENTE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-LECTEURS
               PERFORM 2100-TRAITER-UN-LECTEUR-DEB
                  THRU 2100-TRAITER-UN-LECTEUR-FIN

               EXEC SQL
                  FETCH curseur_ptg_lecteurs
                  INTO :PTG-ID-LECTEUR, :PTG-NOM, :PTG-PRENOM,
                       :PTG-TELEPHONE, :PTG-ADRESSE,
                       :PTG-CODE-POSTAL, :PTG-VILLE, :PTG-TOURNEE,
                       :PTG-JOUR, :PTG-GROS-CARAC, :PTG-CONSIGNES,
                       :PTG-NB-EN-ATTENTE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_ptg_lecteurs
           END-EXEC.

       2000-TRAITER-LECTEURS-FIN.
           EXIT.

       2100-TRAITER-UN-LECTEUR-DEB.
      *----------------------------------------------------------------*
      * Sans adresse ni tournée, les bénévoles ne peuvent pas passer : *
      * la fiche est signalée pour être complétée (écran 22). Des      *
      * propositions encore en attente sont rééditées telles quelles.  *
      *----------------------------------------------------------------*
           IF PTG-ADRESSE = SPACE OR PTG-VILLE = SPACE
              OR PTG-TOURNEE = SPACE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "A COMPLETER   adhérent " DELIMITED BY SIZE
                      PTG-ID-LECTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PTG-NOM DELIMITED BY SIZE
                      " - adresse ou tournée manquante, pas de"
                      DELIMITED BY SIZE
                      " passage" DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
               GO TO 2100-TRAITER-UN-LECTEUR-FIN
           END-IF.

           IF PTG-NB-EN-ATTENTE > 0
               ADD 1 TO WS-NB-EN-ATTENTE
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "EN ATTENTE    adhérent " DELIMITED BY SIZE
                      PTG-ID-LECTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PTG-NOM DELIMITED BY SIZE
                      " - tournée " DELIMITED BY SIZE
                      PTG-TOURNEE DELIMITED BY SIZE
                      " pas encore confirmée, feuille rééditée"
                      DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
           ELSE
               PERFORM 2200-CHOISIR-TITRES-DEB
                  THRU 2200-CHOISIR-TITRES-FIN
           END-IF.

           PERFORM 2300-EDITER-FEUILLE-DEB
              THRU 2300-EDITER-FEUILLE-FIN.

       2100-TRAITER-UN-LECTEUR-FIN.
           EXIT.

       2200-CHOISIR-TITRES-DEB.
      *----------------------------------------------------------------*
      * Candidats du lecteur, les plus récemment entrés au fonds en    *
      * premier. Le filtre SQL écarte ce que la base sait déjà (prêt,  *
      * réservation, proposition ouverte, emprunt passé encore en      *
      * table, préférences, gros caractères) ; 2210 écarte le second   *
      * exemplaire d'un même livre et les livres des archives.         *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-RETENUS.
           IF PTG-GROS-CARAC = 'O'
               MOVE WS-TYPE-GROS-CARAC TO PTG-TYPE-EXIGE
           ELSE
               MOVE "*" TO PTG-TYPE-EXIGE
           END-IF.

           EXEC SQL
              DECLARE curseur_ptg_candidats CURSOR FOR
              SELECT X.id_exemplaire, L.ID_Livres
              FROM exemplaires X
              JOIN Livres L ON X.fk_livres = L.ID_Livres
              WHERE COALESCE(X.fk_emprunt, 0) = 0
                AND COALESCE(X.etat, ' ') NOT IN ('PERDU',
                    'MANQUANT', 'RETIRE', 'TRANSIT', 'PEB',
                    'REPARATION')
                AND (:PTG-TYPE-EXIGE = '*'
                     OR X.type_document = :PTG-TYPE-EXIGE)
                AND NOT EXISTS
                    (SELECT 1 FROM reservations R
                     WHERE R.fk_livres = L.ID_Livres
                       AND R.statut IN ('ATTENTE', 'PREVENU'))
                AND NOT EXISTS
                    (SELECT 1 FROM portage_propositions Q
                     WHERE Q.fk_exemplaire = X.id_exemplaire
                       AND Q.statut = 'PROPOSEE')
                AND NOT EXISTS
                    (SELECT 1 FROM emprunts E
                     WHERE E.fk_emprunteur = :PTG-ID-LECTEUR
                       AND E.fk_livres = L.ID_Livres)
                AND (NOT EXISTS
                     (SELECT 1 FROM portage_preferences F
                      WHERE F.fk_emprunteur = :PTG-ID-LECTEUR)
                     OR EXISTS
                     (SELECT 1 FROM portage_preferences F
                      WHERE F.fk_emprunteur = :PTG-ID-LECTEUR
                        AND ((F.type_pref = 'G'
                              AND F.fk_reference = L.fk_genre)
                          OR (F.type_pref = 'A'
                              AND (F.fk_reference = L.fk_auteur
                                   OR EXISTS
                                   (SELECT 1 FROM contributions C
                                    WHERE C.fk_livres = L.ID_Livres
                                      AND C.fk_auteur =
                                          F.fk_reference))))))
              ORDER BY COALESCE(X.date_creation, 0) DESC,
                       L.ID_Livres, X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_candidats
           END-EXEC.

           EXEC SQL
              FETCH curseur_ptg_candidats
              INTO :PTG-ID-EXEMPLAIRE, :PTG-ID-LIVRES
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                      OR WS-NB-RETENUS >= WS-NB-TITRES
               PERFORM 2210-RETENIR-CANDIDAT-DEB
                  THRU 2210-RETENIR-CANDIDAT-FIN

               IF WS-NB-RETENUS < WS-NB-TITRES
                   EXEC SQL
                      FETCH curseur_ptg_candidats
                      INTO :PTG-ID-EXEMPLAIRE, :PTG-ID-LIVRES
                   END-EXEC
               END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_ptg_candidats
           END-EXEC.

           IF WS-NB-RETENUS = 0
               ADD 1 TO WS-NB-SANS-TITRE
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "SANS TITRE    adhérent " DELIMITED BY SIZE
                      PTG-ID-LECTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PTG-NOM DELIMITED BY SIZE
                      " - aucun exemplaire disponible selon ses"
                      DELIMITED BY SIZE
                      " préférences" DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
           ELSE
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "SELECTION     adhérent " DELIMITED BY SIZE
                      PTG-ID-LECTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PTG-NOM DELIMITED BY SIZE
                      " - tournée " DELIMITED BY SIZE
                      PTG-TOURNEE DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-NB-RETENUS DELIMITED BY SIZE
                      " titre(s)" DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
           END-IF.

       2200-CHOISIR-TITRES-FIN.
           EXIT.

       2210-RETENIR-CANDIDAT-DEB.
      *----------------------------------------------------------------*
      * Un livre déjà retenu pour ce lecteur (autre exemplaire) ou     *
      * déjà emprunté d'après les archives est passé ; sinon           *
      * l'exemplaire est proposé                                       *
      *----------------------------------------------------------------*
           MOVE 'O' TO WS-CANDIDAT-OK.
           PERFORM VARYING WS-IDX-RETENU FROM 1 BY 1
                   UNTIL WS-IDX-RETENU > WS-NB-RETENUS
               IF WS-LIVRE-RETENU(WS-IDX-RETENU) = PTG-ID-LIVRES
                   MOVE 'N' TO WS-CANDIDAT-OK
               END-IF
           END-PERFORM.
           IF WS-CANDIDAT-OK = 'N'
               GO TO 2210-RETENIR-CANDIDAT-FIN
           END-IF.

           MOVE PTG-ID-LECTEUR TO HST-FK-EMPRUNTEUR.
           MOVE PTG-ID-LIVRES  TO HST-FK-LIVRES.
           READ F-HISTORIQUE
               KEY IS HST-CLE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO WS-CANDIDAT-OK
               ADD 1 TO WS-NB-ECARTES-ARCHIVES
           END-READ.
           IF WS-CANDIDAT-OK = 'N'
               GO TO 2210-RETENIR-CANDIDAT-FIN
           END-IF.

           EXEC SQL
              SELECT nextval('seq_portage')
              INTO :PTG-ID-PROPOSITION
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                  INSERT INTO portage_propositions (id_proposition,
                  fk_emprunteur, fk_exemplaire, fk_livres, tournee,
                  date_selection, statut, fk_emprunt, date_statut)
                  VALUES (:PTG-ID-PROPOSITION, :PTG-ID-LECTEUR,
                  :PTG-ID-EXEMPLAIRE, :PTG-ID-LIVRES, :PTG-TOURNEE,
                  :PTG-DATE-JOUR, 'PROPOSEE', 0, :PTG-DATE-JOUR)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'enregistrement de la proposition "
                       "de l'exemplaire " PTG-ID-EXEMPLAIRE
                       " - SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

           ADD 1 TO WS-NB-RETENUS.
           MOVE PTG-ID-LIVRES TO WS-LIVRE-RETENU(WS-NB-RETENUS).
           ADD 1 TO WS-NB-PROPOSITIONS.

       2210-RETENIR-CANDIDAT-FIN.
           EXIT.

      ******************************************************************
      * === 2300 === FEUILLE DE PASSAGE                                *
      * Une page par lecteur : ce que le bénévole apporte, ce qu'il    *
      * reprend, et la signature du lecteur                            *
      ******************************************************************

       2300-EDITER-FEUILLE-DEB.
           ADD 1 TO WS-NB-FEUILLES.
           IF WS-NB-FEUILLES > 1
               MOVE SPACE TO REC-FEUILLE
               WRITE REC-FEUILLE BEFORE PAGE
           END-IF.

           MOVE SPACE TO WS-LIGNE.
           STRING "PORTAGE A DOMICILE - FEUILLE DE PASSAGE DU "
                  DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           STRING "Tournée " DELIMITED BY SIZE
                  PTG-TOURNEE DELIMITED BY SIZE
                  " - passage : " DELIMITED BY SIZE
                  PTG-JOUR DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.

           MOVE SPACE TO WS-LIGNE.
           STRING "Adhérent " DELIMITED BY SIZE
                  PTG-ID-LECTEUR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  PTG-PRENOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTG-NOM DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           MOVE PTG-ADRESSE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           STRING PTG-CODE-POSTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTG-VILLE DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           STRING "Téléphone : " DELIMITED BY SIZE
                  PTG-TELEPHONE DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           IF PTG-CONSIGNES NOT = SPACE
               MOVE SPACE TO WS-LIGNE
               STRING "Consignes : " DELIMITED BY SIZE
                      PTG-CONSIGNES DELIMITED BY SIZE
                 INTO WS-LIGNE
               END-STRING
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1
           END-IF.
           IF PTG-GROS-CARAC = 'O'
               MOVE "Lecteur en gros caractères" TO WS-LIGNE
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1
           END-IF.

           MOVE SPACE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE "DOCUMENTS APPORTES :" TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           PERFORM 2310-LISTER-APPORTS-DEB
              THRU 2310-LISTER-APPORTS-FIN.

           MOVE SPACE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE "DOCUMENTS A REPRENDRE :" TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           PERFORM 2320-LISTER-REPRISES-DEB
              THRU 2320-LISTER-REPRISES-FIN.

           MOVE SPACE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           STRING "Documents non désirés par le lecteur : les rayer "
                  DELIMITED BY SIZE
                  "et les rapporter (ils ne seront pas prêtés)."
                  DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           MOVE "Signature du lecteur :                    Bénévole :"
             TO WS-LIGNE.
           WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1.
           IF NOT F-FEUILLES-STATUS-OK
               DISPLAY "ERREUR: écriture de portage-feuilles.txt"
               DISPLAY "Code erreur : " F-FEUILLES-STATUS
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

       2300-EDITER-FEUILLE-FIN.
           EXIT.

       2310-LISTER-APPORTS-DEB.
           MOVE 0 TO WS-NB-LIGNES-FEUILLE.
           EXEC SQL
              DECLARE curseur_ptg_apports CURSOR FOR
              SELECT Q.fk_exemplaire, COALESCE(L.Titre, ' '),
                     COALESCE(A.nom, ' ')
              FROM portage_propositions Q
              JOIN Livres L ON Q.fk_livres = L.ID_Livres
              LEFT JOIN auteurs A ON L.fk_auteur = A.id_auteur
              WHERE Q.fk_emprunteur = :PTG-ID-LECTEUR
                AND Q.statut = 'PROPOSEE'
              ORDER BY L.Titre, Q.fk_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_apports
           END-EXEC.

           EXEC SQL
              FETCH curseur_ptg_apports
              INTO :PTG-ID-EXEMPLAIRE, :PTG-TITRE, :PTG-AUTEUR
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-LIGNES-FEUILLE
               MOVE SPACE TO WS-LIGNE
               STRING "   [ ] " DELIMITED BY SIZE
                      PTG-ID-EXEMPLAIRE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PTG-TITRE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PTG-AUTEUR DELIMITED BY SIZE
                 INTO WS-LIGNE
               END-STRING
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1

               EXEC SQL
                  FETCH curseur_ptg_apports
                  INTO :PTG-ID-EXEMPLAIRE, :PTG-TITRE, :PTG-AUTEUR
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_ptg_apports
           END-EXEC.

           IF WS-NB-LIGNES-FEUILLE = 0
               MOVE "   (aucun document ce mois-ci)" TO WS-LIGNE
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1
           END-IF.

       2310-LISTER-APPORTS-FIN.
           EXIT.

       2320-LISTER-REPRISES-DEB.
      *----------------------------------------------------------------*
      * Prêts de portage encore ouverts chez le lecteur : le bénévole  *
      * les reprend au passage, le retour se passe en bloc à l'écran   *
      * 22 de crud/menu.cbl                                            *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-LIGNES-FEUILLE.
           EXEC SQL
              DECLARE curseur_ptg_reprises CURSOR FOR
              SELECT E.fk_exemplaire, COALESCE(L.Titre, ' '),
                     E.date_retour_prevue
              FROM emprunts E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.fk_emprunteur = :PTG-ID-LECTEUR
                AND E.portage = 'O'
                AND E.date_retour_reelle IS NULL
              ORDER BY L.Titre, E.fk_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_reprises
           END-EXEC.

           EXEC SQL
              FETCH curseur_ptg_reprises
              INTO :PTG-ID-EXEMPLAIRE, :PTG-TITRE,
                   :PTG-DATE-RETOUR-PR
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-LIGNES-FEUILLE
               MOVE SPACE TO WS-LIGNE
               STRING "   [ ] " DELIMITED BY SIZE
                      PTG-ID-EXEMPLAIRE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PTG-TITRE DELIMITED BY SIZE
                      "  prêté jusqu'au " DELIMITED BY SIZE
                      PTG-DATE-RETOUR-PR DELIMITED BY SIZE
                 INTO WS-LIGNE
               END-STRING
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1

               EXEC SQL
                  FETCH curseur_ptg_reprises
                  INTO :PTG-ID-EXEMPLAIRE, :PTG-TITRE,
                       :PTG-DATE-RETOUR-PR
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_ptg_reprises
           END-EXEC.

           IF WS-NB-LIGNES-FEUILLE = 0
               MOVE "   (rien à reprendre)" TO WS-LIGNE
               WRITE REC-FEUILLE FROM WS-LIGNE AFTER 1
           END-IF.

       2320-LISTER-REPRISES-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === LISTE DE PRÉLÈVEMENT                              *
      * Toutes les propositions en attente, une page par tournée,      *
      * rangées par site puis titre pour le passage en rayon           *
      ******************************************************************

       3000-LISTE-PRELEVEMENT-DEB.
           EXEC SQL
              DECLARE curseur_ptg_prelevement CURSOR FOR
              SELECT Q.tournee, COALESCE(X.site, ' '),
                     Q.fk_exemplaire, COALESCE(L.Titre, ' '),
                     Q.fk_emprunteur, P.nom
              FROM portage_propositions Q
              JOIN exemplaires X ON Q.fk_exemplaire = X.id_exemplaire
              JOIN Livres L ON Q.fk_livres = L.ID_Livres
              JOIN emprunteurs P ON Q.fk_emprunteur = P.id_emprunteur
              WHERE Q.statut = 'PROPOSEE'
              ORDER BY Q.tournee, X.site, L.Titre, Q.fk_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_prelevement
           END-EXEC.

           EXEC SQL
              FETCH curseur_ptg_prelevement
              INTO :PTG-TOURNEE, :PTG-SITE, :PTG-ID-EXEMPLAIRE,
                   :PTG-TITRE, :PTG-ID-LECTEUR, :PTG-NOM
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               IF PTG-TOURNEE NOT = WS-TOURNEE-PRECEDENTE
                  OR WS-NB-A-PRELEVER = 0
                   PERFORM 3100-ENTETE-TOURNEE-DEB
                      THRU 3100-ENTETE-TOURNEE-FIN
               END-IF
               ADD 1 TO WS-NB-A-PRELEVER
               MOVE SPACE TO WS-LIGNE
               STRING "[ ] " DELIMITED BY SIZE
                      PTG-SITE DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      PTG-ID-EXEMPLAIRE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PTG-TITRE DELIMITED BY SIZE
                      "  pour " DELIMITED BY SIZE
                      PTG-ID-LECTEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PTG-NOM DELIMITED BY SIZE
                 INTO WS-LIGNE
               END-STRING
               WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1
               IF NOT F-PRELEVEMENT-STATUS-OK
                   DISPLAY "ERREUR: écriture de la liste de "
                           "prélèvement"
                   DISPLAY "Code erreur : " F-PRELEVEMENT-STATUS
                   PERFORM 9000-ABANDONNER-DEB
                      THRU 9000-ABANDONNER-FIN
               END-IF

               EXEC SQL
                  FETCH curseur_ptg_prelevement
                  INTO :PTG-TOURNEE, :PTG-SITE, :PTG-ID-EXEMPLAIRE,
                       :PTG-TITRE, :PTG-ID-LECTEUR, :PTG-NOM
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_ptg_prelevement
           END-EXEC.

           IF WS-NB-A-PRELEVER = 0
               MOVE "PORTAGE A DOMICILE - aucun document à prélever"
                 TO WS-LIGNE
               WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1
           END-IF.

       3000-LISTE-PRELEVEMENT-FIN.
           EXIT.

       3100-ENTETE-TOURNEE-DEB.
           IF WS-NB-A-PRELEVER > 0
               MOVE SPACE TO REC-PRELEVEMENT
               WRITE REC-PRELEVEMENT BEFORE PAGE
           END-IF.
           MOVE PTG-TOURNEE TO WS-TOURNEE-PRECEDENTE.
           MOVE SPACE TO WS-LIGNE.
           STRING "PORTAGE A DOMICILE - LISTE DE PRELEVEMENT DU "
                  DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  " - TOURNEE " DELIMITED BY SIZE
                  PTG-TOURNEE DELIMITED BY SIZE
             INTO WS-LIGNE
           END-STRING.
           WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1.
           MOVE SPACE TO WS-LIGNE.
           WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1.
           MOVE "    SITE  EXEMPLAIRE     TITRE" TO WS-LIGNE.
           WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1.
           MOVE ALL "-" TO WS-LIGNE.
           WRITE REC-PRELEVEMENT FROM WS-LIGNE AFTER 1.

       3100-ENTETE-TOURNEE-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === CLÔTURE DU TRAITEMENT                             *
      ******************************************************************

       4000-CLORE-TRAITEMENT-DEB.
           CLOSE F-HISTORIQUE.
           CLOSE F-PRELEVEMENT.
           CLOSE F-FEUILLES.

           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de validation SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

           MOVE SPACE TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Lecteurs du portage         : " DELIMITED BY SIZE
                  WS-NB-LECTEURS DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Feuilles de passage         : " DELIMITED BY SIZE
                  WS-NB-FEUILLES DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Titres proposés             : " DELIMITED BY SIZE
                  WS-NB-PROPOSITIONS DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Écartés (déjà lus, archives): " DELIMITED BY SIZE
                  WS-NB-ECARTES-ARCHIVES DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Tournées non confirmées     : " DELIMITED BY SIZE
                  WS-NB-EN-ATTENTE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Lecteurs sans titre         : " DELIMITED BY SIZE
                  WS-NB-SANS-TITRE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Fiches à compléter          : " DELIMITED BY SIZE
                  WS-NB-SANS-ADRESSE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Documents à prélever        : " DELIMITED BY SIZE
                  WS-NB-A-PRELEVER DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           CLOSE F-COMPTE-RENDU.

       4000-CLORE-TRAITEMENT-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           DISPLAY "=== PORTAGE A DOMICILE ===".
           DISPLAY "Lecteurs du portage    : " WS-NB-LECTEURS.
           DISPLAY "Feuilles de passage    : " WS-NB-FEUILLES.
           DISPLAY "Titres proposés        : " WS-NB-PROPOSITIONS.
           DISPLAY "Documents à prélever   : " WS-NB-A-PRELEVER.
           DISPLAY "Fiches à compléter     : " WS-NB-SANS-ADRESSE.
           DISPLAY "Fichiers générés       : "
                   "portage-prelevement.txt".
           DISPLAY "                         portage-feuilles.txt".
           DISPLAY "                         portage-compte-rendu.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion, nombre de titres et type des gros caractères.    *
      * L'absence du fichier est une erreur franche ; une clé absente  *
      * laisse la valeur par défaut du programme.                      *
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
               WHEN "PORTAGE-NB-TITRES"
                   COMPUTE WS-NB-TITRES =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "PORTAGE-GROS-CARAC"
                   MOVE PRM-VALEUR(1:10) TO WS-TYPE-GROS-CARAC
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ F-PARAMS
               AT END
                   SET F-PARAMS-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE F-PARAMS.

      *la table des livres retenus borne le nombre de titres
           IF WS-NB-TITRES > 20
               MOVE 20 TO WS-NB-TITRES
           END-IF.
           IF WS-NB-TITRES = 0
               MOVE 4 TO WS-NB-TITRES
           END-IF.

       1100-LIRE-PARAMETRES-FIN.
           EXIT.

       9000-ABANDONNER-DEB.
      *----------------------------------------------------------------*
      * Annule tous les changements du traitement : aucune proposition *
      * n'est enregistrée. Les feuilles et la liste déjà écrites ne    *
      * doivent pas servir.                                            *
      *----------------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "Traitement abandonné : ne pas utiliser les "
                   "feuilles ni la liste de prélèvement.".
           PERFORM 9999-ERREUR-PROGRAMME-DEB
              THRU 9999-ERREUR-PROGRAMME-FIN.

       9000-ABANDONNER-FIN.
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
