      ******************************************************************
      * Programme : LRE-valorisation.cbl                               *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * État annuel de valorisation du fonds pour la mairie, par site  *
      * et par genre, dans le style de LRE-statistiques.cbl (132       *
      * colonnes paginées) :                                           *
      *     stock d'ouverture au 01/01                                 *
      *   + entrées de l'année (réceptions de commandes 1430,          *
      *     bulletinage 1920, autres créations d'exemplaires)          *
      *   - retraits de l'année (registre-retraits.dat)                *
      *   - pertes facturées dans l'année (amendes REMPLACEMENT de     *
      *     0220)                                                      *
      *   = stock de clôture au 31/12                                  *
      *                                                                *
      * Un exemplaire vaut son prix de remplacement ; à défaut, le     *
      * prix de la dernière commande reçue de son livre (celui que     *
      * 1435 sème à la réception) ; à défaut, rien.                    *
      *                                                                *
      * Le stock de clôture est constaté indépendamment des            *
      * mouvements, sur l'état actuel de l'exemplaire (RETIRE et       *
      * PERDU sortent du stock à la date de leur retrait ou de leur    *
      * facturation) : l'état s'équilibre de lui-même tant que les     *
      * mouvements sont tracés. Tout écart est expliqué, exemplaire    *
      * par exemplaire, dans la liste des exceptions, qui reprend      *
      * aussi les exemplaires sans valeur ou sans date de création     *
      * (ces derniers, antérieurs à la colonne, comptent au stock      *
      * d'ouverture) et les lignes du registre des retraits dont       *
      * l'exemplaire a depuis été supprimé de la base.                 *
      *                                                                *
      * L'année vient de la variable d'environnement LRE-ANNEE (même   *
      * mécanisme que LRE-statistiques.cbl) ; à défaut, l'année en     *
      * cours.                                                         *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - ENTREE  : registre-retraits.dat (95 caractères fixes, voir   *
      *             0850 de crud/menu.cbl pour le découpage)           *
      * - TRAVAIL : valorisation-retraits.dat (fichier indexé des      *
      *             dates de retrait par exemplaire)                   *
      * - SORTIE  : valorisation-fonds.txt (état paginé, 132 col.)     *
      * - SORTIE  : valorisation-exceptions.txt (132 colonnes)         *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-valorisation.
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
               ASSIGN TO 'valorisation-fonds.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

           SELECT F-EXCEPTIONS
               ASSIGN TO 'valorisation-exceptions.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXCEPTIONS-STATUS.

      *registre permanent des retraits d'inventaire, alimenté par
      *0850 de crud/menu.cbl
           SELECT F-RETRAITS
               ASSIGN TO 'registre-retraits.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETRAITS-STATUS.

      *date de retrait retenue pour chaque exemplaire du registre,
      *reconstruit à chaque passage (même principe que le fichier de
      *cumul de LRE-statistiques.cbl)
           SELECT F-DATES-RETRAIT
               ASSIGN TO 'valorisation-retraits.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS DRT-ID-EXEMPLAIRE
               FILE STATUS IS F-DATES-RETRAIT-STATUS.

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

       FD  F-EXCEPTIONS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-EXCEPTION                   PIC X(132).

      *même découpage que les lignes écrites par 0850 de
      *crud/menu.cbl
       FD  F-RETRAITS
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-RETRAIT.
           05 RET-DATE                     PIC 9(08).
           05 RET-ID-EXEMPLAIRE            PIC 9(13).
           05 RET-FK-LIVRES                PIC 9(13).
           05 RET-TITRE                    PIC X(38).
           05 RET-SITE                     PIC X(03).
           05 RET-ETAT-AVANT               PIC X(12).
           05 RET-OPERATEUR                PIC X(08).

      *une ligne par exemplaire retiré : date retenue, site et titre
      *pour la liste des exceptions, et marque de rapprochement avec
      *la base
       FD  F-DATES-RETRAIT.
       01  REC-DATE-RETRAIT.
           05 DRT-ID-EXEMPLAIRE            PIC 9(13).
           05 DRT-DATE                     PIC 9(08).
           05 DRT-SITE                     PIC X(03).
           05 DRT-TITRE                    PIC X(38).
           05 DRT-RAPPROCHE                PIC X(01).

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
      *exemplaire lu par le curseur, avec son genre, ses deux
      *sources de valeur, la date de facturation de sa perte et son
      *origine (B bulletinage, C commande, S saisie directe)
       01  VAL-ID-EXEMPLAIRE  PIC 9(13).
       01  VAL-SITE           PIC X(03).
       01  VAL-GENRE          PIC X(16).
       01  VAL-TITRE          PIC X(38).
       01  VAL-ETAT           PIC X(12).
       01  VAL-DATE-CREATION  PIC 9(08).
       01  VAL-PRIX-REMPL     PIC 9(05)V99.
       01  VAL-PRIX-COMMANDE  PIC 9(05)V99.
       01  VAL-DATE-PERTE     PIC 9(08).
       01  VAL-ORIGINE        PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-RAPPORT-STATUS               PIC X(02)     VALUE SPACE.
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

       01  F-EXCEPTIONS-STATUS            PIC X(02)     VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK                    VALUE '00'.

       01  F-RETRAITS-STATUS              PIC X(02)     VALUE SPACE.
           88 F-RETRAITS-STATUS-OK                      VALUE '00'.
           88 F-RETRAITS-STATUS-EOF                     VALUE '10'.
           88 F-RETRAITS-ABSENT                         VALUE '35'.

       01  F-DATES-RETRAIT-STATUS         PIC X(02)     VALUE SPACE.
           88 F-DATES-RETRAIT-STATUS-OK                 VALUE '00'.
           88 F-DATES-RETRAIT-STATUS-EOF                VALUE '10'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * ANNÉE DE L'ÉTAT (LRE-ANNEE, sinon l'année en cours)            *
      *----------------------------------------------------------------*
       01 WS-ANNEE-RAPPORT                 PIC X(04)    VALUE SPACE.
       01 WS-ANNEE-RAPPORT-9 REDEFINES WS-ANNEE-RAPPORT
                                           PIC 9(04).
       01 WS-BORNE-DEBUT                   PIC 9(08).
       01 WS-BORNE-FIN                     PIC 9(08).

      *----------------------------------------------------------------*
      * VARIABLES DE PAGINATION (mêmes principes que LRE-catalogue)    *
      *----------------------------------------------------------------*
       01 WS-PAGINATION.
           05 WS-NO-PAGE                  PIC 9(04)    VALUE ZEROS.
           05 WS-LIGNES-PAGE               PIC 9(03)    VALUE ZEROS.
           05 WS-LIGNES-PAR-PAGE           PIC 9(03)    VALUE 60.

      *----------------------------------------------------------------*
      * MOUVEMENTS DE L'EXEMPLAIRE COURANT : 1 ouverture, 2 entrée,    *
      * 3 retrait, 4 perte, 5 clôture (0 ou 1 chacun). L'écart         *
      * ouverture + entrée - retrait - perte - clôture vaut 0 pour un  *
      * exemplaire dont les mouvements sont tous tracés.               *
      *----------------------------------------------------------------*
       01 TAB-MOUVEMENTS-EX.
           05 WS-MVT-EX OCCURS 5 TIMES     PIC 9(01).
       01 WS-IDX-MVT                       PIC 9(01).
       01 WS-ECART-EX                      PIC S9(02).
       01 WS-ECART-EX-AFF                  PIC -9.
       01 WS-NB-MVT-EX                     PIC 9(02).
       01 WS-VALEUR-EX                     PIC 9(05)V99.
       01 WS-DATE-RETRAIT-EX               PIC 9(08).
       01 WS-SORTI-AVANT                   PIC X(01).
       01 WS-MOTIF-EXCEPTION               PIC X(44).

      *----------------------------------------------------------------*
      * CUMULS PAR GENRE, PAR SITE ET GÉNÉRAUX (mêmes cinq colonnes)   *
      *----------------------------------------------------------------*
       01 TAB-CUMUL-GENRE.
           05 WS-GEN-COLONNE OCCURS 5 TIMES.
               10 WS-GEN-NB                PIC 9(07).
               10 WS-GEN-VAL               PIC 9(09)V99.
       01 TAB-CUMUL-SITE.
           05 WS-SIT-COLONNE OCCURS 5 TIMES.
               10 WS-SIT-NB                PIC 9(07).
               10 WS-SIT-VAL               PIC 9(09)V99.
       01 TAB-CUMUL-TOTAL.
           05 WS-TOT-COLONNE OCCURS 5 TIMES.
               10 WS-TOT-NB                PIC 9(07).
               10 WS-TOT-VAL               PIC 9(09)V99.

      *rupture site / genre du curseur
       01 WS-SITE-COURANT                  PIC X(03)    VALUE SPACE.
       01 WS-GENRE-COURANT                 PIC X(16)    VALUE SPACE.
       01 WS-PREMIER-EXEMPLAIRE            PIC X(01)    VALUE 'O'.

      *détail des entrées de l'année par origine
       01 WS-NB-ENTREES-CMD                PIC 9(07)    VALUE ZEROS.
       01 WS-VAL-ENTREES-CMD               PIC 9(09)V99 VALUE ZEROS.
       01 WS-NB-ENTREES-BUL                PIC 9(07)    VALUE ZEROS.
       01 WS-VAL-ENTREES-BUL               PIC 9(09)V99 VALUE ZEROS.
       01 WS-NB-ENTREES-AUT                PIC 9(07)    VALUE ZEROS.
       01 WS-VAL-ENTREES-AUT               PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTRÔLE D'ÉQUILIBRE ET EXCEPTIONS                             *
      *----------------------------------------------------------------*
       01 WS-NB-CALCULE                    PIC S9(07).
       01 WS-VAL-CALCULEE                  PIC S9(09)V99.
       01 WS-NB-ECART                      PIC S9(07).
       01 WS-VAL-ECART                     PIC S9(09)V99.
       01 WS-NB-EXEMPLAIRES-LUS            PIC 9(07)    VALUE ZEROS.
       01 WS-NB-VALEUR-COMMANDE            PIC 9(07)    VALUE ZEROS.
       01 WS-NB-EXCEPTIONS                 PIC 9(07)    VALUE ZEROS.
       01 WS-NB-SANS-VALEUR                PIC 9(07)    VALUE ZEROS.
       01 WS-NB-SANS-DATE                  PIC 9(07)    VALUE ZEROS.
       01 WS-NB-EN-ECART                   PIC 9(07)    VALUE ZEROS.
       01 WS-NB-RETRAITS-ORPHELINS         PIC 9(07)    VALUE ZEROS.
       01 WS-NB-LIGNES-REGISTRE            PIC 9(07)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * ÉDITION : une ligne de l'état (site, genre, cinq colonnes      *
      * nombre / valeur et écart en valeur) et ses deux en-têtes       *
      *----------------------------------------------------------------*
       01 WS-LIGNE-ETAT.
           05 LIG-SITE                     PIC X(03).
           05 FILLER                       PIC X(01).
           05 LIG-GENRE                    PIC X(16).
           05 LIG-COLONNE OCCURS 5 TIMES.
               10 FILLER                   PIC X(01).
               10 LIG-NB                   PIC ZZZZZ9.
               10 FILLER                   PIC X(01).
               10 LIG-VAL                  PIC ZZZZZZZ9,99.
           05 FILLER                       PIC X(01).
           05 LIG-ECART                    PIC -ZZZZZZZ9,99.

       01 WS-ENTETE-ETAT-1.
           05 FILLER PIC X(20) VALUE "SIT GENRE".
           05 FILLER PIC X(19) VALUE "          OUVERTURE".
           05 FILLER PIC X(19) VALUE "            ENTREES".
           05 FILLER PIC X(19) VALUE "           RETRAITS".
           05 FILLER PIC X(19) VALUE "             PERTES".
           05 FILLER PIC X(19) VALUE "            CLOTURE".
           05 FILLER PIC X(13) VALUE "        ECART".

       01 WS-ENTETE-ETAT-2.
           05 FILLER PIC X(20) VALUE SPACE.
           05 FILLER PIC X(19) VALUE "     NB      VALEUR".
           05 FILLER PIC X(19) VALUE "     NB      VALEUR".
           05 FILLER PIC X(19) VALUE "     NB      VALEUR".
           05 FILLER PIC X(19) VALUE "     NB      VALEUR".
           05 FILLER PIC X(19) VALUE "     NB      VALEUR".
           05 FILLER PIC X(13) VALUE "       VALEUR".

      *nombres et montants du récapitulatif, signés pour le stock
      *calculé et l'écart
       01 WS-NB-AFF                        PIC -ZZZZZZ9.
       01 WS-VALEUR-AFF                    PIC ZZZZ9,99.
       01 WS-TOTAL-AFF                     PIC -ZZZZZZZZ9,99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 1200-CHARGER-RETRAITS-DEB
              THRU 1200-CHARGER-RETRAITS-FIN.

           PERFORM 2000-PARCOURIR-EXEMPLAIRES-DEB
              THRU 2000-PARCOURIR-EXEMPLAIRES-FIN.

           PERFORM 4000-RETRAITS-ORPHELINS-DEB
              THRU 4000-RETRAITS-ORPHELINS-FIN.

           PERFORM 4500-RECAPITULATIF-DEB
              THRU 4500-RECAPITULATIF-FIN.

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

      * Année de l'état : LRE-ANNEE si elle est renseignée et
      * numérique, sinon l'année en cours
           ACCEPT WS-ANNEE-RAPPORT FROM ENVIRONMENT "LRE-ANNEE".
           IF WS-ANNEE-RAPPORT IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-RAPPORT
           END-IF.
           DISPLAY "Année de l'état : " WS-ANNEE-RAPPORT.

           COMPUTE WS-BORNE-DEBUT = WS-ANNEE-RAPPORT-9 * 10000 + 101.
           COMPUTE WS-BORNE-FIN   = WS-ANNEE-RAPPORT-9 * 10000 + 1231.

           OPEN OUTPUT F-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
               DISPLAY "ERREUR: création du fichier rapport impossible"
               DISPLAY "Code erreur : " F-RAPPORT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-EXCEPTIONS.
           IF NOT F-EXCEPTIONS-STATUS-OK
               DISPLAY "ERREUR: création de la liste des exceptions"
               DISPLAY "Code erreur : " F-EXCEPTIONS-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           INITIALIZE TAB-CUMUL-GENRE TAB-CUMUL-SITE TAB-CUMUL-TOTAL.

           PERFORM 3000-ENTETE-PAGE-DEB
              THRU 3000-ENTETE-PAGE-FIN.

           MOVE SPACE TO REC-EXCEPTION.
           STRING "EXCEPTIONS DE LA VALORISATION DU FONDS "
                  DELIMITED BY SIZE
                  WS-ANNEE-RAPPORT DELIMITED BY SIZE
             INTO REC-EXCEPTION
           END-STRING.
           WRITE REC-EXCEPTION AFTER 1.
           MOVE SPACE TO REC-EXCEPTION.
           WRITE REC-EXCEPTION AFTER 1.
           MOVE SPACE TO REC-EXCEPTION.
           STRING "Sit Exemplaire    Titre                         "
                  DELIMITED BY SIZE
                  " Etat         Création   Valeur Ec Motif"
                  DELIMITED BY SIZE
             INTO REC-EXCEPTION
           END-STRING.
           WRITE REC-EXCEPTION AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

       1200-CHARGER-RETRAITS-DEB.
      *----------------------------------------------------------------*
      * Reporte le registre des retraits dans le fichier indexé, une   *
      * ligne par exemplaire. Un exemplaire retiré, réactivé puis      *
      * retiré de nouveau garde son dernier retrait jusqu'à la fin de  *
      * l'année de l'état (le registre est chronologique), ou à        *
      * défaut son premier retrait postérieur. L'absence du registre   *
      * n'est pas une erreur : aucun retrait n'a encore été fait.      *
      *----------------------------------------------------------------*
           OPEN OUTPUT F-DATES-RETRAIT.
           IF NOT F-DATES-RETRAIT-STATUS-OK
               DISPLAY "ERREUR: création du fichier des retraits"
               DISPLAY "Code erreur : " F-DATES-RETRAIT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-DATES-RETRAIT.
           OPEN I-O F-DATES-RETRAIT.
           IF NOT F-DATES-RETRAIT-STATUS-OK
               DISPLAY "ERREUR: ouverture du fichier des retraits"
               DISPLAY "Code erreur : " F-DATES-RETRAIT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN INPUT F-RETRAITS.
           IF F-RETRAITS-ABSENT
               DISPLAY "Registre des retraits absent : aucun retrait"
               GO TO 1200-CHARGER-RETRAITS-FIN
           END-IF.
           IF NOT F-RETRAITS-STATUS-OK
               DISPLAY "ERREUR: lecture de registre-retraits.dat"
               DISPLAY "Code erreur : " F-RETRAITS-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           READ F-RETRAITS
           AT END
               SET F-RETRAITS-STATUS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL F-RETRAITS-STATUS-EOF
               ADD 1 TO WS-NB-LIGNES-REGISTRE
               PERFORM 1210-RETENIR-RETRAIT-DEB
                  THRU 1210-RETENIR-RETRAIT-FIN
               READ F-RETRAITS
               AT END
                   SET F-RETRAITS-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE F-RETRAITS.
           DISPLAY "Lignes du registre des retraits : "
                   WS-NB-LIGNES-REGISTRE.

       1200-CHARGER-RETRAITS-FIN.
           EXIT.

       1210-RETENIR-RETRAIT-DEB.
           MOVE RET-ID-EXEMPLAIRE TO DRT-ID-EXEMPLAIRE.
           READ F-DATES-RETRAIT
               KEY IS DRT-ID-EXEMPLAIRE
           INVALID KEY
               MOVE RET-ID-EXEMPLAIRE TO DRT-ID-EXEMPLAIRE
               MOVE RET-DATE          TO DRT-DATE
               MOVE RET-SITE          TO DRT-SITE
               MOVE RET-TITRE         TO DRT-TITRE
               MOVE 'N'               TO DRT-RAPPROCHE
               WRITE REC-DATE-RETRAIT
           NOT INVALID KEY
               IF RET-DATE <= WS-BORNE-FIN
                   MOVE RET-DATE TO DRT-DATE
                   REWRITE REC-DATE-RETRAIT
               END-IF
           END-READ.

       1210-RETENIR-RETRAIT-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === PARCOURS DES EXEMPLAIRES                          *
      * Un seul passage sur tous les exemplaires, retirés et perdus    *
      * compris, par site et genre : chacun est valorisé, ses          *
      * mouvements de l'année sont établis et cumulés, et les ruptures *
      * impriment les lignes de l'état.                                *
      ******************************************************************

       2000-PARCOURIR-EXEMPLAIRES-DEB.
           MOVE SPACE TO REC-RAPPORT.
           STRING "VALORISATION DU FONDS PAR SITE ET PAR GENRE - "
                  DELIMITED BY SIZE
                  "ANNEE " DELIMITED BY SIZE
                  WS-ANNEE-RAPPORT DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.
           MOVE WS-ENTETE-ETAT-1 TO REC-RAPPORT.
           PERFORM 3200-ECRIRE-TITRE-DEB
              THRU 3200-ECRIRE-TITRE-FIN.
           MOVE WS-ENTETE-ETAT-2 TO REC-RAPPORT.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

      *la date de perte est celle de la première facture de
      *remplacement (0230) émise sur un emprunt de l'exemplaire ;
      *l'origine distingue le bulletinage (fascicule rattaché), la
      *réception de commande (commande de son livre reçue le jour
      *de sa création) et la saisie directe
           EXEC SQL
              DECLARE curseur_val_exemplaires CURSOR FOR
              SELECT X.id_exemplaire, COALESCE(X.site, ' '),
                     COALESCE(G.nom, ' '), COALESCE(L.Titre, ' '),
                     COALESCE(X.etat, ' '),
                     COALESCE(X.date_creation, 0),
                     COALESCE(X.prix_remplacement, 0),
                     COALESCE((SELECT C.prix
                               FROM commandes C
                               WHERE C.isbn = X.fk_livres
                                 AND C.statut = 'RECUE'
                               ORDER BY C.date_reception DESC,
                                        C.id_commande DESC
                               LIMIT 1), 0),
                     COALESCE((SELECT MIN(A.date_calcul)
                               FROM amendes A
                               JOIN emprunts E
                                 ON A.fk_emprunt = E.id_emprunt
                               WHERE E.fk_exemplaire = X.id_exemplaire
                                 AND A.type_amende = 'REMPLACEMENT'),
                              0),
                     CASE WHEN EXISTS
                               (SELECT 1 FROM fascicules F
                                WHERE F.fk_exemplaire = X.id_exemplaire)
                          THEN 'B'
                          WHEN EXISTS
                               (SELECT 1 FROM commandes C
                                WHERE C.isbn = X.fk_livres
                                  AND C.statut = 'RECUE'
                                  AND C.date_reception =
                                      X.date_creation)
                          THEN 'C'
                          ELSE 'S'
                     END
              FROM exemplaires X
              LEFT JOIN Livres L ON X.fk_livres = L.ID_Livres
              LEFT JOIN genre G ON L.fk_genre = G.id_genre
              ORDER BY 2, 3, X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_val_exemplaires
           END-EXEC.

           EXEC SQL
              FETCH curseur_val_exemplaires
              INTO :VAL-ID-EXEMPLAIRE, :VAL-SITE, :VAL-GENRE,
                   :VAL-TITRE, :VAL-ETAT, :VAL-DATE-CREATION,
                   :VAL-PRIX-REMPL, :VAL-PRIX-COMMANDE,
                   :VAL-DATE-PERTE, :VAL-ORIGINE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-EXEMPLAIRES-LUS
               IF WS-PREMIER-EXEMPLAIRE = 'O'
                   MOVE VAL-SITE  TO WS-SITE-COURANT
                   MOVE VAL-GENRE TO WS-GENRE-COURANT
                   MOVE 'N' TO WS-PREMIER-EXEMPLAIRE
               END-IF
               IF VAL-SITE NOT = WS-SITE-COURANT
                   PERFORM 2300-LIGNE-GENRE-DEB
                      THRU 2300-LIGNE-GENRE-FIN
                   PERFORM 2400-TOTAL-SITE-DEB
                      THRU 2400-TOTAL-SITE-FIN
               ELSE
                   IF VAL-GENRE NOT = WS-GENRE-COURANT
                       PERFORM 2300-LIGNE-GENRE-DEB
                          THRU 2300-LIGNE-GENRE-FIN
                   END-IF
               END-IF
               MOVE VAL-SITE  TO WS-SITE-COURANT
               MOVE VAL-GENRE TO WS-GENRE-COURANT

               PERFORM 2100-TRAITER-EXEMPLAIRE-DEB
                  THRU 2100-TRAITER-EXEMPLAIRE-FIN

               EXEC SQL
                  FETCH curseur_val_exemplaires
                  INTO :VAL-ID-EXEMPLAIRE, :VAL-SITE, :VAL-GENRE,
                       :VAL-TITRE, :VAL-ETAT, :VAL-DATE-CREATION,
                       :VAL-PRIX-REMPL, :VAL-PRIX-COMMANDE,
                       :VAL-DATE-PERTE, :VAL-ORIGINE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_val_exemplaires
           END-EXEC.

           IF WS-PREMIER-EXEMPLAIRE = 'N'
               PERFORM 2300-LIGNE-GENRE-DEB
                  THRU 2300-LIGNE-GENRE-FIN
               PERFORM 2400-TOTAL-SITE-DEB
                  THRU 2400-TOTAL-SITE-FIN
           END-IF.

       2000-PARCOURIR-EXEMPLAIRES-FIN.
           EXIT.

       2100-TRAITER-EXEMPLAIRE-DEB.
      *----------------------------------------------------------------*
      * Valeur de l'exemplaire, date de son retrait au registre, puis  *
      * ses cinq mouvements de l'année. Un exemplaire sans date de     *
      * création est antérieur à la colonne : il compte au stock       *
      * d'ouverture. Le stock de clôture se lit sur l'état actuel :    *
      * un RETIRE ou un PERDU y est encore si son retrait ou sa        *
      * facturation est postérieur au 31/12, un exemplaire sans trace  *
      * de l'un ou de l'autre n'y est plus.                            *
      *----------------------------------------------------------------*
           IF VAL-PRIX-REMPL > 0
               MOVE VAL-PRIX-REMPL TO WS-VALEUR-EX
           ELSE
               MOVE VAL-PRIX-COMMANDE TO WS-VALEUR-EX
           END-IF.

           MOVE 0 TO WS-DATE-RETRAIT-EX.
           MOVE VAL-ID-EXEMPLAIRE TO DRT-ID-EXEMPLAIRE.
           READ F-DATES-RETRAIT
               KEY IS DRT-ID-EXEMPLAIRE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE DRT-DATE TO WS-DATE-RETRAIT-EX
               MOVE 'O' TO DRT-RAPPROCHE
               REWRITE REC-DATE-RETRAIT
           END-READ.

           MOVE 'N' TO WS-SORTI-AVANT.
           IF WS-DATE-RETRAIT-EX > 0
              AND WS-DATE-RETRAIT-EX < WS-BORNE-DEBUT
               MOVE 'O' TO WS-SORTI-AVANT
           END-IF.
           IF VAL-DATE-PERTE > 0
              AND VAL-DATE-PERTE < WS-BORNE-DEBUT
               MOVE 'O' TO WS-SORTI-AVANT
           END-IF.

           INITIALIZE TAB-MOUVEMENTS-EX.
           IF VAL-DATE-CREATION < WS-BORNE-DEBUT
              AND WS-SORTI-AVANT = 'N'
               MOVE 1 TO WS-MVT-EX(1)
           END-IF.
           IF VAL-DATE-CREATION >= WS-BORNE-DEBUT
              AND VAL-DATE-CREATION <= WS-BORNE-FIN
               MOVE 1 TO WS-MVT-EX(2)
           END-IF.
           IF WS-DATE-RETRAIT-EX >= WS-BORNE-DEBUT
              AND WS-DATE-RETRAIT-EX <= WS-BORNE-FIN
               MOVE 1 TO WS-MVT-EX(3)
           END-IF.
           IF VAL-DATE-PERTE >= WS-BORNE-DEBUT
              AND VAL-DATE-PERTE <= WS-BORNE-FIN
               MOVE 1 TO WS-MVT-EX(4)
           END-IF.
           IF VAL-DATE-CREATION <= WS-BORNE-FIN
               EVALUATE VAL-ETAT
               WHEN "RETIRE"
                   IF WS-DATE-RETRAIT-EX > WS-BORNE-FIN
                       MOVE 1 TO WS-MVT-EX(5)
                   END-IF
               WHEN "PERDU"
                   IF VAL-DATE-PERTE > WS-BORNE-FIN
                       MOVE 1 TO WS-MVT-EX(5)
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-MVT-EX(5)
               END-EVALUATE
           END-IF.

           COMPUTE WS-NB-MVT-EX = WS-MVT-EX(1) + WS-MVT-EX(2)
                                + WS-MVT-EX(3) + WS-MVT-EX(4)
                                + WS-MVT-EX(5).
      * exemplaire hors de l'année (créé après, ou sorti avant) :
      * il n'entre ni dans l'état ni dans les exceptions
           IF WS-NB-MVT-EX = 0
               GO TO 2100-TRAITER-EXEMPLAIRE-FIN
           END-IF.

           COMPUTE WS-ECART-EX = WS-MVT-EX(1) + WS-MVT-EX(2)
                               - WS-MVT-EX(3) - WS-MVT-EX(4)
                               - WS-MVT-EX(5).

           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1 UNTIL WS-IDX-MVT > 5
               IF WS-MVT-EX(WS-IDX-MVT) = 1
                   ADD 1 TO WS-GEN-NB(WS-IDX-MVT)
                   ADD WS-VALEUR-EX TO WS-GEN-VAL(WS-IDX-MVT)
               END-IF
           END-PERFORM.

           IF WS-MVT-EX(2) = 1
               EVALUATE VAL-ORIGINE
               WHEN "C"
                   ADD 1 TO WS-NB-ENTREES-CMD
                   ADD WS-VALEUR-EX TO WS-VAL-ENTREES-CMD
               WHEN "B"
                   ADD 1 TO WS-NB-ENTREES-BUL
                   ADD WS-VALEUR-EX TO WS-VAL-ENTREES-BUL
               WHEN OTHER
                   ADD 1 TO WS-NB-ENTREES-AUT
                   ADD WS-VALEUR-EX TO WS-VAL-ENTREES-AUT
               END-EVALUATE
           END-IF.
           IF VAL-PRIX-REMPL = 0 AND VAL-PRIX-COMMANDE > 0
               ADD 1 TO WS-NB-VALEUR-COMMANDE
           END-IF.

           IF WS-ECART-EX NOT = 0 OR WS-VALEUR-EX = 0
              OR VAL-DATE-CREATION = 0
               PERFORM 2200-ECRIRE-EXCEPTION-DEB
                  THRU 2200-ECRIRE-EXCEPTION-FIN
           END-IF.

       2100-TRAITER-EXEMPLAIRE-FIN.
           EXIT.

       2200-ECRIRE-EXCEPTION-DEB.
      *----------------------------------------------------------------*
      * Une ligne par exemplaire en exception ; l'écart prime sur      *
      * l'absence de valeur ou de date dans le motif, chaque cas étant *
      * compté à part pour le récapitulatif                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-NB-EXCEPTIONS.
           IF WS-VALEUR-EX = 0
               ADD 1 TO WS-NB-SANS-VALEUR
           END-IF.
           IF VAL-DATE-CREATION = 0
               ADD 1 TO WS-NB-SANS-DATE
           END-IF.

           EVALUATE TRUE
           WHEN WS-ECART-EX NOT = 0
               ADD 1 TO WS-NB-EN-ECART
               EVALUATE TRUE
               WHEN VAL-ETAT = "RETIRE" AND WS-DATE-RETRAIT-EX = 0
                   MOVE "RETIRE sans ligne au registre des retraits"
                     TO WS-MOTIF-EXCEPTION
               WHEN VAL-ETAT = "PERDU" AND VAL-DATE-PERTE = 0
                   MOVE "PERDU sans facture de remplacement"
                     TO WS-MOTIF-EXCEPTION
               WHEN VAL-ETAT NOT = "RETIRE" AND WS-DATE-RETRAIT-EX > 0
                   MOVE "au registre des retraits mais pas RETIRE"
                     TO WS-MOTIF-EXCEPTION
               WHEN VAL-ETAT NOT = "PERDU" AND VAL-DATE-PERTE > 0
                   MOVE "perte facturée mais pas à l'état PERDU"
                     TO WS-MOTIF-EXCEPTION
               WHEN OTHER
                   MOVE "retrait et perte sur le même exemplaire"
                     TO WS-MOTIF-EXCEPTION
               END-EVALUATE
           WHEN VAL-DATE-CREATION = 0 AND WS-VALEUR-EX = 0
               MOVE "sans date de création ni valeur"
                 TO WS-MOTIF-EXCEPTION
           WHEN VAL-DATE-CREATION = 0
               MOVE "sans date de création (compté à l'ouverture)"
                 TO WS-MOTIF-EXCEPTION
           WHEN OTHER
               MOVE "sans valeur (ni prix de remplacement ni commande)"
                 TO WS-MOTIF-EXCEPTION
           END-EVALUATE.

           MOVE WS-VALEUR-EX TO WS-VALEUR-AFF.
           MOVE WS-ECART-EX TO WS-ECART-EX-AFF.
           MOVE SPACE TO REC-EXCEPTION.
           STRING VAL-SITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAL-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAL-TITRE(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAL-ETAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAL-DATE-CREATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ECART-EX-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIF-EXCEPTION DELIMITED BY SIZE
             INTO REC-EXCEPTION
           END-STRING.
           WRITE REC-EXCEPTION AFTER 1.

       2200-ECRIRE-EXCEPTION-FIN.
           EXIT.

       2300-LIGNE-GENRE-DEB.
      *----------------------------------------------------------------*
      * Imprime la ligne du genre courant (si l'un de ses exemplaires  *
      * a compté dans l'année), la reporte au site et la remet à zéro  *
      *----------------------------------------------------------------*
           IF WS-GEN-NB(1) + WS-GEN-NB(2) + WS-GEN-NB(3)
              + WS-GEN-NB(4) + WS-GEN-NB(5) = 0
               GO TO 2300-LIGNE-GENRE-FIN
           END-IF.

           MOVE SPACE TO WS-LIGNE-ETAT.
           MOVE WS-SITE-COURANT TO LIG-SITE.
           MOVE WS-GENRE-COURANT TO LIG-GENRE.
           IF WS-GENRE-COURANT = SPACE
               MOVE "(sans genre)" TO LIG-GENRE
           END-IF.
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1 UNTIL WS-IDX-MVT > 5
               MOVE WS-GEN-NB(WS-IDX-MVT)  TO LIG-NB(WS-IDX-MVT)
               MOVE WS-GEN-VAL(WS-IDX-MVT) TO LIG-VAL(WS-IDX-MVT)
               ADD WS-GEN-NB(WS-IDX-MVT)  TO WS-SIT-NB(WS-IDX-MVT)
               ADD WS-GEN-VAL(WS-IDX-MVT) TO WS-SIT-VAL(WS-IDX-MVT)
           END-PERFORM.
           COMPUTE WS-VAL-ECART = WS-GEN-VAL(1) + WS-GEN-VAL(2)
                                - WS-GEN-VAL(3) - WS-GEN-VAL(4)
                                - WS-GEN-VAL(5).
           MOVE WS-VAL-ECART TO LIG-ECART.
           MOVE WS-LIGNE-ETAT TO REC-RAPPORT.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           INITIALIZE TAB-CUMUL-GENRE.

       2300-LIGNE-GENRE-FIN.
           EXIT.

       2400-TOTAL-SITE-DEB.
      *----------------------------------------------------------------*
      * Imprime le total du site courant, le reporte au total général  *
      * et le remet à zéro                                             *
      *----------------------------------------------------------------*
           IF WS-SIT-NB(1) + WS-SIT-NB(2) + WS-SIT-NB(3)
              + WS-SIT-NB(4) + WS-SIT-NB(5) = 0
               GO TO 2400-TOTAL-SITE-FIN
           END-IF.

           MOVE SPACE TO WS-LIGNE-ETAT.
           MOVE WS-SITE-COURANT TO LIG-SITE.
           MOVE "TOTAL DU SITE" TO LIG-GENRE.
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1 UNTIL WS-IDX-MVT > 5
               MOVE WS-SIT-NB(WS-IDX-MVT)  TO LIG-NB(WS-IDX-MVT)
               MOVE WS-SIT-VAL(WS-IDX-MVT) TO LIG-VAL(WS-IDX-MVT)
               ADD WS-SIT-NB(WS-IDX-MVT)  TO WS-TOT-NB(WS-IDX-MVT)
               ADD WS-SIT-VAL(WS-IDX-MVT) TO WS-TOT-VAL(WS-IDX-MVT)
           END-PERFORM.
           COMPUTE WS-VAL-ECART = WS-SIT-VAL(1) + WS-SIT-VAL(2)
                                - WS-SIT-VAL(3) - WS-SIT-VAL(4)
                                - WS-SIT-VAL(5).
           MOVE WS-VAL-ECART TO LIG-ECART.
           MOVE WS-LIGNE-ETAT TO REC-RAPPORT.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.
           MOVE SPACE TO REC-RAPPORT.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           INITIALIZE TAB-CUMUL-SITE.

       2400-TOTAL-SITE-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === PAGINATION (mêmes principes que LRE-catalogue)    *
      ******************************************************************

       3000-ENTETE-PAGE-DEB.
           ADD 1 TO WS-NO-PAGE.
           MOVE ZEROS TO WS-LIGNES-PAGE.

           IF WS-NO-PAGE > 1
               MOVE SPACE TO REC-RAPPORT
               WRITE REC-RAPPORT BEFORE PAGE
           END-IF.

           MOVE SPACE TO REC-RAPPORT.
           STRING "VALORISATION DU FONDS " DELIMITED BY SIZE
                  WS-ANNEE-RAPPORT DELIMITED BY SIZE
                  " - PAGE " DELIMITED BY SIZE
                  WS-NO-PAGE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           ADD 2 TO WS-LIGNES-PAGE.

       3000-ENTETE-PAGE-FIN.
           EXIT.

       3100-ECRIRE-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Écrit la ligne de détail préparée dans REC-RAPPORT, en         *
      * redémarrant une page quand la page courante est pleine         *
      *----------------------------------------------------------------*
           IF WS-LIGNES-PAGE >= WS-LIGNES-PAR-PAGE
               PERFORM 3000-ENTETE-PAGE-DEB
                  THRU 3000-ENTETE-PAGE-FIN
           END-IF.
           WRITE REC-RAPPORT AFTER 1.
           ADD 1 TO WS-LIGNES-PAGE.

       3100-ECRIRE-LIGNE-FIN.
           EXIT.

       3200-ECRIRE-TITRE-DEB.
      *----------------------------------------------------------------*
      * Écrit un titre de section préparé dans REC-RAPPORT (précédé    *
      * d'une ligne blanche), en redémarrant une page quand la page    *
      * courante est pleine                                            *
      *----------------------------------------------------------------*
           IF WS-LIGNES-PAGE >= WS-LIGNES-PAR-PAGE
               PERFORM 3000-ENTETE-PAGE-DEB
                  THRU 3000-ENTETE-PAGE-FIN
           END-IF.
           WRITE REC-RAPPORT AFTER 2.
           ADD 2 TO WS-LIGNES-PAGE.

       3200-ECRIRE-TITRE-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === RETRAITS DU REGISTRE SANS EXEMPLAIRE EN BASE      *
      * Exemplaires retirés dans l'année puis supprimés de la base     *
      * (écran des exemplaires, choix 2) : le registre les connaît     *
      * encore mais ni leur valeur ni leur genre ne sont plus          *
      * lisibles. Ils sortent en exception, hors de l'état.            *
      ******************************************************************

       4000-RETRAITS-ORPHELINS-DEB.
           CLOSE F-DATES-RETRAIT.
           OPEN INPUT F-DATES-RETRAIT.
           IF NOT F-DATES-RETRAIT-STATUS-OK
               DISPLAY "ERREUR: relecture du fichier des retraits"
               DISPLAY "Code erreur : " F-DATES-RETRAIT-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM UNTIL F-DATES-RETRAIT-STATUS-EOF
               READ F-DATES-RETRAIT NEXT RECORD
               AT END
                   SET F-DATES-RETRAIT-STATUS-EOF TO TRUE
               NOT AT END
                   IF DRT-RAPPROCHE = 'N'
                      AND DRT-DATE >= WS-BORNE-DEBUT
                      AND DRT-DATE <= WS-BORNE-FIN
                       PERFORM 4100-ECRIRE-ORPHELIN-DEB
                          THRU 4100-ECRIRE-ORPHELIN-FIN
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATES-RETRAIT.

       4000-RETRAITS-ORPHELINS-FIN.
           EXIT.

       4100-ECRIRE-ORPHELIN-DEB.
           ADD 1 TO WS-NB-EXCEPTIONS.
           ADD 1 TO WS-NB-RETRAITS-ORPHELINS.
           MOVE SPACE TO REC-EXCEPTION.
           STRING DRT-SITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DRT-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DRT-TITRE(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "RETIRE      " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "retiré le " DELIMITED BY SIZE
                  DRT-DATE DELIMITED BY SIZE
                  ", exemplaire absent de la base" DELIMITED BY SIZE
             INTO REC-EXCEPTION
           END-STRING.
           WRITE REC-EXCEPTION AFTER 1.

       4100-ECRIRE-ORPHELIN-FIN.
           EXIT.

      ******************************************************************
      * === 4500 === RÉCAPITULATIF ET CONTRÔLE D'ÉQUILIBRE             *
      ******************************************************************

       4500-RECAPITULATIF-DEB.
           MOVE SPACE TO WS-LIGNE-ETAT.
           MOVE "TOTAL GENERAL" TO LIG-GENRE.
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1 UNTIL WS-IDX-MVT > 5
               MOVE WS-TOT-NB(WS-IDX-MVT)  TO LIG-NB(WS-IDX-MVT)
               MOVE WS-TOT-VAL(WS-IDX-MVT) TO LIG-VAL(WS-IDX-MVT)
           END-PERFORM.
           COMPUTE WS-VAL-ECART = WS-TOT-VAL(1) + WS-TOT-VAL(2)
                                - WS-TOT-VAL(3) - WS-TOT-VAL(4)
                                - WS-TOT-VAL(5).
           MOVE WS-VAL-ECART TO LIG-ECART.
           MOVE WS-LIGNE-ETAT TO REC-RAPPORT.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "RECAPITULATIF DE L'ANNEE " DELIMITED BY SIZE
                  WS-ANNEE-RAPPORT DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3200-ECRIRE-TITRE-DEB
              THRU 3200-ECRIRE-TITRE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-TOT-NB(1) TO WS-NB-AFF.
           MOVE WS-TOT-VAL(1) TO WS-TOTAL-AFF.
           STRING "   Stock d'ouverture au 01/01         : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-TOT-NB(2) TO WS-NB-AFF.
           MOVE WS-TOT-VAL(2) TO WS-TOTAL-AFF.
           STRING " + Entrées de l'année                 : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-NB-ENTREES-CMD TO WS-NB-AFF.
           MOVE WS-VAL-ENTREES-CMD TO WS-TOTAL-AFF.
           STRING "     dont réceptions de commandes     : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-NB-ENTREES-BUL TO WS-NB-AFF.
           MOVE WS-VAL-ENTREES-BUL TO WS-TOTAL-AFF.
           STRING "     dont bulletinage des périodiques : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-NB-ENTREES-AUT TO WS-NB-AFF.
           MOVE WS-VAL-ENTREES-AUT TO WS-TOTAL-AFF.
           STRING "     dont autres créations            : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-TOT-NB(3) TO WS-NB-AFF.
           MOVE WS-TOT-VAL(3) TO WS-TOTAL-AFF.
           STRING " - Retraits de l'année                : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-TOT-NB(4) TO WS-NB-AFF.
           MOVE WS-TOT-VAL(4) TO WS-TOTAL-AFF.
           STRING " - Pertes facturées de l'année        : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           COMPUTE WS-NB-CALCULE = WS-TOT-NB(1) + WS-TOT-NB(2)
                                 - WS-TOT-NB(3) - WS-TOT-NB(4).
           COMPUTE WS-VAL-CALCULEE = WS-TOT-VAL(1) + WS-TOT-VAL(2)
                                   - WS-TOT-VAL(3) - WS-TOT-VAL(4).
           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-NB-CALCULE TO WS-NB-AFF.
           MOVE WS-VAL-CALCULEE TO WS-TOTAL-AFF.
           STRING " = Stock de clôture calculé au 31/12  : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-TOT-NB(5) TO WS-NB-AFF.
           MOVE WS-TOT-VAL(5) TO WS-TOTAL-AFF.
           STRING "   Stock de clôture constaté au 31/12 : "
                  DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           COMPUTE WS-NB-ECART = WS-NB-CALCULE - WS-TOT-NB(5).
           COMPUTE WS-VAL-ECART = WS-VAL-CALCULEE - WS-TOT-VAL(5).
           MOVE SPACE TO REC-RAPPORT.
           IF WS-NB-ECART = 0 AND WS-VAL-ECART = 0
               STRING "   Ecart                              : "
                      DELIMITED BY SIZE
                      "aucun, l'état est équilibré" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           ELSE
               MOVE WS-NB-ECART TO WS-NB-AFF
               MOVE WS-VAL-ECART TO WS-TOTAL-AFF
               STRING "   Ecart                              : "
                      DELIMITED BY SIZE
                      WS-NB-AFF DELIMITED BY SIZE
                      " ex. " DELIMITED BY SIZE
                      WS-TOTAL-AFF DELIMITED BY SIZE
                      " (détail : valorisation-exceptions.txt)"
                      DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           END-IF.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "VALEUR ET EXCEPTIONS" DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3200-ECRIRE-TITRE-DEB
              THRU 3200-ECRIRE-TITRE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "   Exemplaires valorisés au prix de commande : "
                  DELIMITED BY SIZE
                  WS-NB-VALEUR-COMMANDE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "   Exceptions listées                        : "
                  DELIMITED BY SIZE
                  WS-NB-EXCEPTIONS DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "     dont mouvements non tracés (écart)      : "
                  DELIMITED BY SIZE
                  WS-NB-EN-ECART DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "     dont sans valeur                        : "
                  DELIMITED BY SIZE
                  WS-NB-SANS-VALEUR DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "     dont sans date de création              : "
                  DELIMITED BY SIZE
                  WS-NB-SANS-DATE DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           MOVE SPACE TO REC-RAPPORT.
           STRING "     dont retraits sans exemplaire en base   : "
                  DELIMITED BY SIZE
                  WS-NB-RETRAITS-ORPHELINS DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN.

           IF WS-NB-EXCEPTIONS = 0
               MOVE SPACE TO REC-EXCEPTION
               WRITE REC-EXCEPTION AFTER 1
               MOVE SPACE TO REC-EXCEPTION
               STRING "Aucune exception." DELIMITED BY SIZE
                 INTO REC-EXCEPTION
               END-STRING
               WRITE REC-EXCEPTION AFTER 1
           END-IF.

       4500-RECAPITULATIF-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           CLOSE F-RAPPORT.
           CLOSE F-EXCEPTIONS.

           DISPLAY "=== VALORISATION DU FONDS ===".
           DISPLAY "Année                  : " WS-ANNEE-RAPPORT.
           DISPLAY "Exemplaires lus        : " WS-NB-EXEMPLAIRES-LUS.
           MOVE WS-VAL-ECART TO WS-TOTAL-AFF.
           DISPLAY "Ecart en valeur        : " WS-TOTAL-AFF.
           DISPLAY "Exceptions             : " WS-NB-EXCEPTIONS.
           DISPLAY "Etat généré            : valorisation-fonds.txt".
           DISPLAY "Exceptions générées    : "
                   "valorisation-exceptions.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion. L'absence du fichier est une erreur franche.     *
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
