      ******************************************************************
      * Programme : LRE-tresor.cbl                                     *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Travail mensuel de mise en recouvrement des dettes anciennes   *
      * par le Trésor public. Une amende restée DUE (le plus souvent   *
      * le remplacement d'un livre perdu) ne rapporte rien à la ville  *
      * et bloque la carte indéfiniment ; elle suit désormais deux     *
      * étapes :                                                       *
      *  1. DERNIER AVIS : une amende DUE dont le montant est figé     *
      *     depuis plus de TRESOR-ANCIENNETE jours (date_calcul, que   *
      *     LRE-amendes.cbl ne rafraîchit plus une fois le livre       *
      *     rendu ou perdu) et dont le reste dû atteint TRESOR-SEUIL   *
      *     vaut au débiteur un dernier avis, composé comme ceux de    *
      *     LRE-avis.cbl (une page par débiteur, courriel ou poste),   *
      *     qui annonce la transmission au Trésor passé un délai de    *
      *     TRESOR-DELAI-GRACE jours ; l'amende en garde la date       *
      *     (date_avis_final).                                         *
      *  2. TITRE DE RECETTE : une amende toujours DUE, avisée depuis  *
      *     au moins TRESOR-DELAI-GRACE jours et dont le reste dû      *
      *     atteint encore le seuil, part dans le fichier des titres   *
      *     de recette adressé au Trésor (identité et adresse du       *
      *     débiteur, montant, motif, imputation budgétaire lue dans   *
      *     les paramètres de l'interface comptable) et passe au       *
      *     statut TRESOR : elle ne s'encaisse plus au guichet.        *
      * Le débiteur d'un mineur rattaché à un foyer est son garant,    *
      * qui répond des amendes du foyer (comme dans LRE-avis.cbl). Un  *
      * débiteur sans adresse postale complète ne peut faire l'objet   *
      * d'un titre : son amende reste DUE et il est signalé au compte  *
      * rendu, pour que la fiche soit complétée (écran 9).             *
      *                                                                *
      * Le retour du Trésor (somme recouvrée ou admise en non-valeur)  *
      * est saisi à l'écran des amendes de crud/menu.cbl, qui passe    *
      * l'amende à RECOUVREE ou NON-VALEUR.                            *
      *                                                                *
      * Les fichiers du jour portent la date d'exécution et sont       *
      * ouverts en extension : un second passage le même jour ajoute   *
      * un bordereau sans écraser le premier. Tous les changements de  *
      * la base sont validés d'un seul COMMIT en fin de traitement.    *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : tresor-titres-AAAAMMJJ.dat (titres de recette, 280  *
      *            caractères fixes : en-tête E, titres D, fin T)      *
      *            tresor-avis-courrier-AAAAMMJJ.txt (derniers avis    *
      *            postaux, une page par débiteur, 132 col.)           *
      *            tresor-avis-courriel-AAAAMMJJ.txt (derniers avis    *
      *            prêts pour l'envoi en courriel)                     *
      *            tresor-compte-rendu.txt (compte rendu, 132 col.)    *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-tresor.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *fichiers du jour : leur nom porte la date d'exécution, il est
      *construit avant l'ouverture (voir 1000)
           SELECT F-TITRES
               ASSIGN USING WS-NOM-TITRES
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TITRES-STATUS.

           SELECT F-COURRIER
               ASSIGN USING WS-NOM-COURRIER
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURRIER-STATUS.

           SELECT F-COURRIEL
               ASSIGN USING WS-NOM-COURRIEL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURRIEL-STATUS.

           SELECT F-COMPTE-RENDU
               ASSIGN TO 'tresor-compte-rendu.txt'
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

      *trois vues du même enregistrement de 280 caractères, selon le
      *type en colonne 1 ; montants sans virgule, deux décimales
      *implicites
       FD  F-TITRES
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F.

       01  REC-TIT-ENTETE.
           05 TTE-TYPE                     PIC X(01).
           05 TTE-DATE-BORDEREAU           PIC 9(08).
           05 TTE-HEURE-BORDEREAU          PIC 9(06).
           05 TTE-CODE-BUDGET              PIC X(10).
           05 TTE-EMETTEUR                 PIC X(30).
           05 FILLER                       PIC X(225).

       01  REC-TIT-LIGNE.
           05 TTL-TYPE                     PIC X(01).
           05 TTL-NO-LIGNE                 PIC 9(06).
           05 TTL-ID-AMENDE                PIC 9(13).
           05 TTL-ID-DEBITEUR              PIC 9(13).
           05 TTL-NOM                      PIC X(22).
           05 TTL-PRENOM                   PIC X(22).
           05 TTL-ADRESSE                  PIC X(38).
           05 TTL-CODE-POSTAL              PIC X(05).
           05 TTL-VILLE                    PIC X(25).
           05 TTL-MONTANT                  PIC 9(07)V99.
           05 TTL-NATURE                   PIC X(12).
           05 TTL-MOTIF                    PIC X(40).
           05 TTL-ID-LECTEUR               PIC 9(13).
           05 TTL-DATE-CALCUL              PIC 9(08).
           05 TTL-DATE-AVIS                PIC 9(08).
           05 TTL-CODE-BUDGET              PIC X(10).
           05 TTL-FONCTION                 PIC X(04).
           05 TTL-SERVICE                  PIC X(10).
           05 TTL-COMPTE                   PIC X(08).
           05 FILLER                       PIC X(13).

       01  REC-TIT-FIN.
           05 TTF-TYPE                     PIC X(01).
           05 TTF-NB-TITRES                PIC 9(06).
           05 TTF-TOTAL                    PIC 9(09)V99.
           05 FILLER                       PIC X(262).

       FD  F-COURRIER
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-COURRIER                    PIC X(132).

       FD  F-COURRIEL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-COURRIEL                    PIC X(132).

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
      *bornes de sélection (voir 1000)
       01  TRS-DATE-JOUR      PIC 9(08).
       01  TRS-DATE-ANCIENNETE PIC 9(08).
       01  TRS-DATE-FIN-GRACE PIC 9(08).
       01  TRS-SEUIL          PIC 9(05)V99.
      *débiteur : l'adhérent lui-même, ou le garant de son foyer
       01  TRS-ID-DEBITEUR    PIC 9(13).
       01  TRS-NOM            PIC X(22).
       01  TRS-PRENOM         PIC X(22).
       01  TRS-COURRIEL       PIC X(30).
       01  TRS-ADRESSE        PIC X(38).
       01  TRS-CODE-POSTAL    PIC X(05).
       01  TRS-VILLE          PIC X(25).
      *amende et lecteur qui l'a encourue
       01  TRS-ID-AMENDE      PIC 9(13).
       01  TRS-RESTE-DU       PIC 9(05)V99.
       01  TRS-TYPE-AMENDE    PIC X(12).
       01  TRS-DATE-CALCUL    PIC 9(08).
       01  TRS-DATE-AVIS      PIC 9(08).
       01  TRS-ID-MEMBRE      PIC 9(13).
       01  TRS-PRENOM-MEMBRE  PIC X(22).
       01  TRS-TITRE          PIC X(38).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-TITRES-STATUS                PIC X(02)     VALUE SPACE.
           88 F-TITRES-STATUS-OK                        VALUE '00'.
           88 F-TITRES-ABSENT                           VALUE '35'.

       01  F-COURRIER-STATUS              PIC X(02)     VALUE SPACE.
           88 F-COURRIER-STATUS-OK                      VALUE '00'.
           88 F-COURRIER-ABSENT                         VALUE '35'.

       01  F-COURRIEL-STATUS              PIC X(02)     VALUE SPACE.
           88 F-COURRIEL-STATUS-OK                      VALUE '00'.
           88 F-COURRIEL-ABSENT                         VALUE '35'.

       01  F-COMPTE-RENDU-STATUS          PIC X(02)     VALUE SPACE.
           88 F-COMPTE-RENDU-STATUS-OK                  VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * NOMS DES FICHIERS DU JOUR                                      *
      *----------------------------------------------------------------*
       01 WS-NOM-TITRES                    PIC X(40)    VALUE SPACE.
       01 WS-NOM-COURRIER                  PIC X(40)    VALUE SPACE.
       01 WS-NOM-COURRIEL                  PIC X(40)    VALUE SPACE.

      *----------------------------------------------------------------*
      * DÉLAIS, SEUIL ET IMPUTATION                                    *
      * TRESOR-ANCIENNETE : jours depuis le dernier calcul de          *
      * l'amende avant le dernier avis ; TRESOR-DELAI-GRACE : jours    *
      * laissés par le dernier avis avant le titre ; TRESOR-SEUIL :    *
      * reste dû minimal. L'imputation reprend les paramètres de       *
      * l'interface comptable (LRE-compta.cbl). Valeurs de secours si  *
      * les clés manquent.                                             *
      *----------------------------------------------------------------*
       01 WS-ANCIENNETE                    PIC 9(05)    VALUE 90.
       01 WS-DELAI-GRACE                   PIC 9(05)    VALUE 30.
       01 WS-CODE-BUDGET                   PIC X(10)    VALUE "BIB".
       01 WS-FONCTION                      PIC X(04)    VALUE "321".
       01 WS-SERVICE                       PIC X(10)    VALUE "BIBLIO".
       01 WS-COMPTE-AMENDES                PIC X(08)    VALUE "7788".
       01 WS-COMPTE-REMPLACEMENT           PIC X(08)    VALUE "7588".
       01 WS-EMETTEUR                      PIC X(30)    VALUE
                                           "BIBLIOTHEQUE MUNICIPALE".
       01 WS-JOUR-JULIEN                   PIC 9(07).
       01 WS-DATE-ECHEANCE                 PIC 9(08).

      *----------------------------------------------------------------*
      * VARIABLES DE L'AVIS EN COURS D'ÉDITION (comme LRE-avis.cbl)    *
      *----------------------------------------------------------------*
       01 WS-CANAL-AVIS                    PIC X(01)    VALUE 'P'.
           88 WS-CANAL-POSTE                            VALUE 'P'.
           88 WS-CANAL-COURRIEL                         VALUE 'E'.
       01 WS-LIGNE-AVIS                    PIC X(132).
       01 WS-NB-AMENDES-AVIS               PIC 9(05)    VALUE ZEROS.
       01 WS-TOTAL-AVIS                    PIC 9(07)V99 VALUE ZEROS.
       01 WS-MONTANT-AFF                   PIC ZZZZ9,99.
       01 WS-TOTAL-AFF                     PIC ZZZZZZZZ9,99.

      *----------------------------------------------------------------*
      * COMPTEURS ET TOTAUX DU TRAITEMENT                              *
      *----------------------------------------------------------------*
       01 WS-NB-AVIS-POSTE                 PIC 9(06)    VALUE ZEROS.
       01 WS-NB-AVIS-COURRIEL              PIC 9(06)    VALUE ZEROS.
       01 WS-NB-AMENDES-AVISEES            PIC 9(06)    VALUE ZEROS.
       01 WS-NB-TITRES                     PIC 9(06)    VALUE ZEROS.
       01 WS-TOTAL-TITRES                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-NB-SANS-ADRESSE               PIC 9(06)    VALUE ZEROS.
       01 WS-NB-DEJA-REGLEES               PIC 9(06)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-EMETTRE-TITRES-DEB
              THRU 2000-EMETTRE-TITRES-FIN.

           PERFORM 3000-DERNIERS-AVIS-DEB
              THRU 3000-DERNIERS-AVIS-FIN.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO TRS-DATE-JOUR.

      * Amende figée avant cette date : dernier avis
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(TRS-DATE-JOUR)
              - WS-ANCIENNETE.
           COMPUTE TRS-DATE-ANCIENNETE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).
      * Dernier avis au plus tard à cette date : titre de recette
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(TRS-DATE-JOUR)
              - WS-DELAI-GRACE.
           COMPUTE TRS-DATE-FIN-GRACE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).
      * Échéance annoncée dans les avis de ce jour
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(TRS-DATE-JOUR)
              + WS-DELAI-GRACE.
           COMPUTE WS-DATE-ECHEANCE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).

           STRING "tresor-titres-" DELIMITED BY SIZE
                  TRS-DATE-JOUR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-NOM-TITRES
           END-STRING.
           STRING "tresor-avis-courrier-" DELIMITED BY SIZE
                  TRS-DATE-JOUR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-NOM-COURRIER
           END-STRING.
           STRING "tresor-avis-courriel-" DELIMITED BY SIZE
                  TRS-DATE-JOUR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-NOM-COURRIEL
           END-STRING.

      * les fichiers du jour ne se réécrivent jamais : ils s'étendent
           OPEN EXTEND F-TITRES.
           IF F-TITRES-ABSENT
               OPEN OUTPUT F-TITRES
           END-IF.
           IF NOT F-TITRES-STATUS-OK
               DISPLAY "ERREUR: fichier des titres inaccessible"
               DISPLAY "Code erreur : " F-TITRES-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-COURRIER.
           IF F-COURRIER-ABSENT
               OPEN OUTPUT F-COURRIER
           END-IF.
           IF NOT F-COURRIER-STATUS-OK
               DISPLAY "ERREUR: fichier courrier inaccessible"
               DISPLAY "Code erreur : " F-COURRIER-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-COURRIEL.
           IF F-COURRIEL-ABSENT
               OPEN OUTPUT F-COURRIEL
           END-IF.
           IF NOT F-COURRIEL-STATUS-OK
               DISPLAY "ERREUR: fichier courriel inaccessible"
               DISPLAY "Code erreur : " F-COURRIEL-STATUS
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

           MOVE SPACE TO REC-TIT-ENTETE.
           MOVE "E"                        TO TTE-TYPE.
           MOVE TRS-DATE-JOUR              TO TTE-DATE-BORDEREAU.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TTE-HEURE-BORDEREAU.
           MOVE WS-CODE-BUDGET             TO TTE-CODE-BUDGET.
           MOVE WS-EMETTEUR                TO TTE-EMETTEUR.
           WRITE REC-TIT-ENTETE.
           PERFORM 2900-CONTROLER-TITRES-DEB
              THRU 2900-CONTROLER-TITRES-FIN.

           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "MISE EN RECOUVREMENT PAR LE TRESOR PUBLIC DU "
                  DELIMITED BY SIZE
                  TRS-DATE-JOUR DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           MOVE TRS-SEUIL TO WS-MONTANT-AFF.
           STRING "Dernier avis : amendes figées avant le "
                  DELIMITED BY SIZE
                  TRS-DATE-ANCIENNETE DELIMITED BY SIZE
                  ", reste dû d'au moins " DELIMITED BY SIZE
                  WS-MONTANT-AFF DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Titre de recette : dernier avis envoyé au plus "
                  DELIMITED BY SIZE
                  "tard le " DELIMITED BY SIZE
                  TRS-DATE-FIN-GRACE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === TITRES DE RECETTE                                 *
      * Les amendes avisées dont le délai de grâce est échu partent    *
      * au Trésor, regroupées par débiteur. Passé en premier : une     *
      * amende avisée ce jour ne peut devenir un titre que dans un     *
      * mois au plus tôt.                                              *
      ******************************************************************

       2000-EMETTRE-TITRES-DEB.
           EXEC SQL
              DECLARE curseur_trs_titres CURSOR FOR
              SELECT A.id_amende, A.montant - A.montant_regle,
                     COALESCE(A.type_amende, 'RETARD'),
                     A.date_calcul, A.date_avis_final,
                     M.id_emprunteur, D.id_emprunteur, D.nom,
                     D.prenom, COALESCE(D.adresse, ' '),
                     COALESCE(D.code_postal, ' '),
                     COALESCE(D.ville, ' '), COALESCE(L.titre, ' ')
              FROM amendes A
              JOIN emprunteurs M ON A.fk_emprunteur = M.id_emprunteur
              JOIN emprunteurs D
                ON D.id_emprunteur =
                   COALESCE(M.fk_garant, M.id_emprunteur)
              LEFT JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
              LEFT JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE A.statut = 'DUE'
                AND A.date_avis_final > 0
                AND A.date_avis_final <= :TRS-DATE-FIN-GRACE
                AND A.montant - A.montant_regle >= :TRS-SEUIL
              ORDER BY D.id_emprunteur, A.id_amende
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_trs_titres
           END-EXEC.

           EXEC SQL
              FETCH curseur_trs_titres
              INTO :TRS-ID-AMENDE, :TRS-RESTE-DU, :TRS-TYPE-AMENDE,
                   :TRS-DATE-CALCUL, :TRS-DATE-AVIS, :TRS-ID-MEMBRE,
                   :TRS-ID-DEBITEUR, :TRS-NOM, :TRS-PRENOM,
                   :TRS-ADRESSE, :TRS-CODE-POSTAL, :TRS-VILLE,
                   :TRS-TITRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2100-EMETTRE-UN-TITRE-DEB
                  THRU 2100-EMETTRE-UN-TITRE-FIN

               EXEC SQL
                  FETCH curseur_trs_titres
                  INTO :TRS-ID-AMENDE, :TRS-RESTE-DU,
                       :TRS-TYPE-AMENDE, :TRS-DATE-CALCUL,
                       :TRS-DATE-AVIS, :TRS-ID-MEMBRE,
                       :TRS-ID-DEBITEUR, :TRS-NOM, :TRS-PRENOM,
                       :TRS-ADRESSE, :TRS-CODE-POSTAL, :TRS-VILLE,
                       :TRS-TITRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_trs_titres
           END-EXEC.

       2000-EMETTRE-TITRES-FIN.
           EXIT.

       2100-EMETTRE-UN-TITRE-DEB.
      *----------------------------------------------------------------*
      * Sans adresse postale complète, le Trésor ne peut pas           *
      * poursuivre : l'amende reste DUE et la fiche est signalée.      *
      * Sinon passage de l'amende au statut TRESOR, puis ligne de      *
      * titre. Le curseur ne verrouille rien : le passage au statut    *
      * TRESOR exige que l'amende soit toujours DUE pour le montant    *
      * lu. Une amende réglée ou remise au guichet entre-temps (1115,  *
      * 1117) ne donne donc jamais de titre, sinon le débiteur         *
      * paierait deux fois.                                            *
      *----------------------------------------------------------------*
           IF TRS-ADRESSE = SPACE OR TRS-CODE-POSTAL = SPACE
              OR TRS-VILLE = SPACE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "SANS ADRESSE  amende " DELIMITED BY SIZE
                      TRS-ID-AMENDE DELIMITED BY SIZE
                      " : adhérent " DELIMITED BY SIZE
                      TRS-ID-DEBITEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRS-NOM DELIMITED BY SIZE
                      " - titre non émis, compléter la fiche"
                      DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
               GO TO 2100-EMETTRE-UN-TITRE-FIN
           END-IF.

           EXEC SQL
              UPDATE amendes
              SET statut = 'TRESOR',
                  date_titre = :TRS-DATE-JOUR
              WHERE id_amende = :TRS-ID-AMENDE
                AND statut = 'DUE'
                AND montant - montant_regle = :TRS-RESTE-DU
           END-EXEC.
           IF SQLCODE = 100
               ADD 1 TO WS-NB-DEJA-REGLEES
               MOVE SPACE TO REC-COMPTE-RENDU
               STRING "DEJA REGLEE   amende " DELIMITED BY SIZE
                      TRS-ID-AMENDE DELIMITED BY SIZE
                      " : adhérent " DELIMITED BY SIZE
                      TRS-ID-DEBITEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRS-NOM DELIMITED BY SIZE
                      " - réglée au guichet, titre non émis"
                      DELIMITED BY SIZE
                 INTO REC-COMPTE-RENDU
               END-STRING
               WRITE REC-COMPTE-RENDU AFTER 1
               GO TO 2100-EMETTRE-UN-TITRE-FIN
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de mise à jour de l'amende "
                       TRS-ID-AMENDE " - SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

           ADD 1 TO WS-NB-TITRES.
           ADD TRS-RESTE-DU TO WS-TOTAL-TITRES.

           MOVE SPACE TO REC-TIT-LIGNE.
           MOVE "D"             TO TTL-TYPE.
           MOVE WS-NB-TITRES    TO TTL-NO-LIGNE.
           MOVE TRS-ID-AMENDE   TO TTL-ID-AMENDE.
           MOVE TRS-ID-DEBITEUR TO TTL-ID-DEBITEUR.
           MOVE TRS-NOM         TO TTL-NOM.
           MOVE TRS-PRENOM      TO TTL-PRENOM.
           MOVE TRS-ADRESSE     TO TTL-ADRESSE.
           MOVE TRS-CODE-POSTAL TO TTL-CODE-POSTAL.
           MOVE TRS-VILLE       TO TTL-VILLE.
           MOVE TRS-RESTE-DU    TO TTL-MONTANT.
           MOVE TRS-TYPE-AMENDE TO TTL-NATURE.
           MOVE TRS-ID-MEMBRE   TO TTL-ID-LECTEUR.
           MOVE TRS-DATE-CALCUL TO TTL-DATE-CALCUL.
           MOVE TRS-DATE-AVIS   TO TTL-DATE-AVIS.
           MOVE WS-CODE-BUDGET  TO TTL-CODE-BUDGET.
           MOVE WS-FONCTION     TO TTL-FONCTION.
           MOVE WS-SERVICE      TO TTL-SERVICE.
           IF TRS-TYPE-AMENDE = "REMPLACEMENT"
               MOVE WS-COMPTE-REMPLACEMENT TO TTL-COMPTE
               STRING "DOCUMENT NON RESTITUE : " DELIMITED BY SIZE
                      TRS-TITRE DELIMITED BY SIZE
                 INTO TTL-MOTIF
               END-STRING
           ELSE
               MOVE WS-COMPTE-AMENDES TO TTL-COMPTE
               STRING "PENALITE DE RETARD : " DELIMITED BY SIZE
                      TRS-TITRE DELIMITED BY SIZE
                 INTO TTL-MOTIF
               END-STRING
           END-IF.
           WRITE REC-TIT-LIGNE.
           PERFORM 2900-CONTROLER-TITRES-DEB
              THRU 2900-CONTROLER-TITRES-FIN.

           MOVE TRS-RESTE-DU TO WS-MONTANT-AFF.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "TITRE        amende " DELIMITED BY SIZE
                  TRS-ID-AMENDE DELIMITED BY SIZE
                  " : adhérent " DELIMITED BY SIZE
                  TRS-ID-DEBITEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRS-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTANT-AFF DELIMITED BY SIZE
                  " EUR " DELIMITED BY SIZE
                  TRS-TYPE-AMENDE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.

       2100-EMETTRE-UN-TITRE-FIN.
           EXIT.

       2900-CONTROLER-TITRES-DEB.
      *----------------------------------------------------------------*
      * Un titre perdu serait une dette que personne ne réclame : une  *
      * erreur d'écriture abandonne tout le traitement                 *
      *----------------------------------------------------------------*
           IF NOT F-TITRES-STATUS-OK
               DISPLAY "ERREUR: écriture de " WS-NOM-TITRES
               DISPLAY "Code erreur : " F-TITRES-STATUS
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

       2900-CONTROLER-TITRES-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === DERNIERS AVIS                                     *
      * Le curseur principal ramène chaque débiteur (adhérent sans     *
      * garant) dont le foyer a au moins une amende à aviser ; l'avis  *
      * liste ces amendes, puis elles reçoivent la date du jour.       *
      ******************************************************************

       3000-DERNIERS-AVIS-DEB.
           EXEC SQL
              DECLARE curseur_trs_debiteurs CURSOR FOR
              SELECT P.id_emprunteur, P.nom, P.prenom,
                     COALESCE(P.courriel, ' '),
                     COALESCE(P.adresse, ' '),
                     COALESCE(P.code_postal, ' '),
                     COALESCE(P.ville, ' ')
              FROM emprunteurs P
              WHERE P.fk_garant IS NULL
                AND EXISTS
                    (SELECT 1 FROM amendes A
                     JOIN emprunteurs M
                       ON A.fk_emprunteur = M.id_emprunteur
                     WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                           = P.id_emprunteur
                       AND A.statut = 'DUE'
                       AND A.date_avis_final = 0
                       AND A.date_calcul < :TRS-DATE-ANCIENNETE
                       AND A.montant - A.montant_regle >= :TRS-SEUIL)
              ORDER BY P.id_emprunteur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_trs_debiteurs
           END-EXEC.

           EXEC SQL
              FETCH curseur_trs_debiteurs
              INTO :TRS-ID-DEBITEUR, :TRS-NOM, :TRS-PRENOM,
                   :TRS-COURRIEL, :TRS-ADRESSE, :TRS-CODE-POSTAL,
                   :TRS-VILLE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 3100-EDITER-UN-AVIS-DEB
                  THRU 3100-EDITER-UN-AVIS-FIN

               EXEC SQL
                  FETCH curseur_trs_debiteurs
                  INTO :TRS-ID-DEBITEUR, :TRS-NOM, :TRS-PRENOM,
                       :TRS-COURRIEL, :TRS-ADRESSE, :TRS-CODE-POSTAL,
                       :TRS-VILLE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_trs_debiteurs
           END-EXEC.

       3000-DERNIERS-AVIS-FIN.
           EXIT.

       3100-EDITER-UN-AVIS-DEB.
      *----------------------------------------------------------------*
      * Compose le dernier avis d'un débiteur (canal choisi comme dans *
      * LRE-avis.cbl), puis date les amendes avisées                   *
      *----------------------------------------------------------------*
           IF TRS-COURRIEL = SPACE
               SET WS-CANAL-POSTE TO TRUE
               ADD 1 TO WS-NB-AVIS-POSTE
           ELSE
               SET WS-CANAL-COURRIEL TO TRUE
               ADD 1 TO WS-NB-AVIS-COURRIEL
           END-IF.
           MOVE 0 TO WS-NB-AMENDES-AVIS.
           MOVE 0 TO WS-TOTAL-AVIS.

           PERFORM 3110-ENTETE-AVIS-DEB
              THRU 3110-ENTETE-AVIS-FIN.

           PERFORM 3200-LISTE-AMENDES-DEB
              THRU 3200-LISTE-AMENDES-FIN.

           PERFORM 3120-PIED-AVIS-DEB
              THRU 3120-PIED-AVIS-FIN.

           EXEC SQL
              UPDATE amendes
              SET date_avis_final = :TRS-DATE-JOUR
              WHERE statut = 'DUE'
                AND date_avis_final = 0
                AND date_calcul < :TRS-DATE-ANCIENNETE
                AND montant - montant_regle >= :TRS-SEUIL
                AND fk_emprunteur IN
                    (SELECT id_emprunteur FROM emprunteurs
                     WHERE COALESCE(fk_garant, id_emprunteur)
                           = :TRS-ID-DEBITEUR)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de datation des amendes de l'adhérent "
                       TRS-ID-DEBITEUR " - SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.
           ADD WS-NB-AMENDES-AVIS TO WS-NB-AMENDES-AVISEES.

           MOVE WS-TOTAL-AVIS TO WS-TOTAL-AFF.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "DERNIER AVIS adhérent " DELIMITED BY SIZE
                  TRS-ID-DEBITEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRS-NOM DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-NB-AMENDES-AVIS DELIMITED BY SIZE
                  " amende(s), " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           IF TRS-ADRESSE = SPACE OR TRS-CODE-POSTAL = SPACE
              OR TRS-VILLE = SPACE
               MOVE "- ADRESSE A COMPLETER" TO REC-COMPTE-RENDU(100:33)
           END-IF.
           WRITE REC-COMPTE-RENDU AFTER 1.

       3100-EDITER-UN-AVIS-FIN.
           EXIT.

       3110-ENTETE-AVIS-DEB.
      *----------------------------------------------------------------*
      * En-tête : une page par débiteur pour la poste, avec l'adresse  *
      * pour la fenêtre de l'enveloppe ; un bloc adressé pour le       *
      * courriel                                                       *
      *----------------------------------------------------------------*
           IF WS-CANAL-POSTE
               IF WS-NB-AVIS-POSTE > 1
                   MOVE SPACE TO REC-COURRIER
                   WRITE REC-COURRIER BEFORE PAGE
               END-IF
           ELSE
               IF WS-NB-AVIS-COURRIEL > 1
                   MOVE SPACE TO WS-LIGNE-AVIS
                   PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                      THRU 3900-ECRIRE-LIGNE-AVIS-FIN
                   MOVE ALL "-" TO WS-LIGNE-AVIS
                   PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                      THRU 3900-ECRIRE-LIGNE-AVIS-FIN
               END-IF
               MOVE SPACE TO WS-LIGNE-AVIS
               STRING "A : " DELIMITED BY SIZE
                      TRS-COURRIEL DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 3900-ECRIRE-LIGNE-AVIS-FIN
               MOVE SPACE TO WS-LIGNE-AVIS
               STRING "Objet : dernier avis avant transmission au "
                      DELIMITED BY SIZE
                      "Trésor public" DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 3900-ECRIRE-LIGNE-AVIS-FIN
           END-IF.

           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "DERNIER AVIS AVANT RECOUVREMENT - " DELIMITED BY SIZE
                  TRS-DATE-JOUR DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "Adhérent " DELIMITED BY SIZE
                  TRS-ID-DEBITEUR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TRS-PRENOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRS-NOM DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

           IF WS-CANAL-POSTE
               MOVE SPACE TO WS-LIGNE-AVIS
               MOVE TRS-ADRESSE TO WS-LIGNE-AVIS
               PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 3900-ECRIRE-LIGNE-AVIS-FIN
               MOVE SPACE TO WS-LIGNE-AVIS
               STRING TRS-CODE-POSTAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRS-VILLE DELIMITED BY SIZE
                 INTO WS-LIGNE-AVIS
               END-STRING
               PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 3900-ECRIRE-LIGNE-AVIS-FIN
           END-IF.

           MOVE SPACE TO WS-LIGNE-AVIS.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.
           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "Malgré nos précédents avis, les sommes suivantes "
                  DELIMITED BY SIZE
                  "restent dues à la bibliothèque :" DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

       3110-ENTETE-AVIS-FIN.
           EXIT.

       3120-PIED-AVIS-DEB.
           MOVE WS-TOTAL-AVIS TO WS-TOTAL-AFF.
           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "   Total dû : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

           MOVE SPACE TO WS-LIGNE-AVIS.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.
           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "Sans règlement au guichet de la bibliothèque "
                  DELIMITED BY SIZE
                  "avant le " DELIMITED BY SIZE
                  WS-DATE-ECHEANCE DELIMITED BY SIZE
                  ", ces sommes seront transmises" DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.
           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "au Trésor public, qui en assurera le recouvrement "
                  DELIMITED BY SIZE
                  "par un titre de recette." DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

           MOVE SPACE TO WS-LIGNE-AVIS.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.
           MOVE SPACE TO WS-LIGNE-AVIS.
           STRING "Votre bibliothèque" DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING.
           PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
              THRU 3900-ECRIRE-LIGNE-AVIS-FIN.

       3120-PIED-AVIS-FIN.
           EXIT.

      ******************************************************************
      * === 3200 === AMENDES DU DERNIER AVIS                           *
      ******************************************************************

       3200-LISTE-AMENDES-DEB.
           EXEC SQL
              DECLARE curseur_trs_amendes CURSOR FOR
              SELECT A.montant - A.montant_regle,
                     COALESCE(A.type_amende, 'RETARD'),
                     COALESCE(L.titre, ' '),
                     M.id_emprunteur, M.prenom
              FROM amendes A
              JOIN emprunteurs M ON A.fk_emprunteur = M.id_emprunteur
              LEFT JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
              LEFT JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE COALESCE(M.fk_garant, M.id_emprunteur)
                    = :TRS-ID-DEBITEUR
                AND A.statut = 'DUE'
                AND A.date_avis_final = 0
                AND A.date_calcul < :TRS-DATE-ANCIENNETE
                AND A.montant - A.montant_regle >= :TRS-SEUIL
              ORDER BY A.id_amende
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_trs_amendes
           END-EXEC.

           EXEC SQL
              FETCH curseur_trs_amendes
              INTO :TRS-RESTE-DU, :TRS-TYPE-AMENDE, :TRS-TITRE,
                   :TRS-ID-MEMBRE, :TRS-PRENOM-MEMBRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-AMENDES-AVIS
               ADD TRS-RESTE-DU TO WS-TOTAL-AVIS
               MOVE TRS-RESTE-DU TO WS-MONTANT-AFF
               MOVE SPACE TO WS-LIGNE-AVIS
               IF TRS-TYPE-AMENDE = "REMPLACEMENT"
                   STRING "   - remplacement de " DELIMITED BY SIZE
                          TRS-TITRE DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          WS-MONTANT-AFF DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                     INTO WS-LIGNE-AVIS
                   END-STRING
               ELSE
                   STRING "   - retard sur " DELIMITED BY SIZE
                          TRS-TITRE DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          WS-MONTANT-AFF DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                     INTO WS-LIGNE-AVIS
                   END-STRING
               END-IF
      *dans l'avis d'un foyer, le prénom du lecteur concerné
               IF TRS-ID-MEMBRE NOT = TRS-ID-DEBITEUR
                   STRING "- pour " DELIMITED BY SIZE
                          TRS-PRENOM-MEMBRE DELIMITED BY SIZE
                     INTO WS-LIGNE-AVIS(90:43)
                   END-STRING
               END-IF
               PERFORM 3900-ECRIRE-LIGNE-AVIS-DEB
                  THRU 3900-ECRIRE-LIGNE-AVIS-FIN

               EXEC SQL
                  FETCH curseur_trs_amendes
                  INTO :TRS-RESTE-DU, :TRS-TYPE-AMENDE, :TRS-TITRE,
                       :TRS-ID-MEMBRE, :TRS-PRENOM-MEMBRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_trs_amendes
           END-EXEC.

       3200-LISTE-AMENDES-FIN.
           EXIT.

       3900-ECRIRE-LIGNE-AVIS-DEB.
      *----------------------------------------------------------------*
      * Écrit la ligne préparée dans WS-LIGNE-AVIS dans le fichier du  *
      * canal de l'avis courant (courrier postal ou courriel)          *
      *----------------------------------------------------------------*
           IF WS-CANAL-POSTE
               WRITE REC-COURRIER FROM WS-LIGNE-AVIS AFTER 1
           ELSE
               WRITE REC-COURRIEL FROM WS-LIGNE-AVIS AFTER 1
           END-IF.

       3900-ECRIRE-LIGNE-AVIS-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === CLÔTURE DU TRAITEMENT                             *
      * Fin du bordereau de titres (nombre et total), validation de    *
      * tous les changements, récapitulatif du compte rendu            *
      ******************************************************************

       4000-CLORE-TRAITEMENT-DEB.
           MOVE SPACE TO REC-TIT-FIN.
           MOVE "T"             TO TTF-TYPE.
           MOVE WS-NB-TITRES    TO TTF-NB-TITRES.
           MOVE WS-TOTAL-TITRES TO TTF-TOTAL.
           WRITE REC-TIT-FIN.
           PERFORM 2900-CONTROLER-TITRES-DEB
              THRU 2900-CONTROLER-TITRES-FIN.

           CLOSE F-TITRES.
           CLOSE F-COURRIER.
           CLOSE F-COURRIEL.

           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de validation SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-DEB
                  THRU 9000-ABANDONNER-FIN
           END-IF.

           MOVE SPACE TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Derniers avis par courriel : " DELIMITED BY SIZE
                  WS-NB-AVIS-COURRIEL DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Derniers avis à poster     : " DELIMITED BY SIZE
                  WS-NB-AVIS-POSTE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Amendes avisées            : " DELIMITED BY SIZE
                  WS-NB-AMENDES-AVISEES DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE WS-TOTAL-TITRES TO WS-TOTAL-AFF.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Titres de recette émis     : " DELIMITED BY SIZE
                  WS-NB-TITRES DELIMITED BY SIZE
                  " pour " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Titres retenus (adresse)   : " DELIMITED BY SIZE
                  WS-NB-SANS-ADRESSE DELIMITED BY SIZE
             INTO REC-COMPTE-RENDU
           END-STRING.
           WRITE REC-COMPTE-RENDU AFTER 1.
           MOVE SPACE TO REC-COMPTE-RENDU.
           STRING "Réglées pendant le travail : " DELIMITED BY SIZE
                  WS-NB-DEJA-REGLEES DELIMITED BY SIZE
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
           DISPLAY "=== MISE EN RECOUVREMENT ===".
           DISPLAY "Derniers avis courriel : " WS-NB-AVIS-COURRIEL.
           DISPLAY "Derniers avis poste    : " WS-NB-AVIS-POSTE.
           DISPLAY "Amendes avisées        : " WS-NB-AMENDES-AVISEES.
           DISPLAY "Titres de recette      : " WS-NB-TITRES.
           MOVE WS-TOTAL-TITRES TO WS-TOTAL-AFF.
           DISPLAY "Montant transmis       : " WS-TOTAL-AFF.
           DISPLAY "Titres retenus         : " WS-NB-SANS-ADRESSE.
           DISPLAY "Réglées entre-temps    : " WS-NB-DEJA-REGLEES.
           DISPLAY "Fichiers générés       : " WS-NOM-TITRES.
           DISPLAY "                         " WS-NOM-COURRIER.
           DISPLAY "                         " WS-NOM-COURRIEL.
           DISPLAY "                         tresor-compte-rendu.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion, délais, seuil et imputation. L'absence du        *
      * fichier est une erreur franche ; une clé absente laisse la     *
      * valeur par défaut du programme.                                *
      *----------------------------------------------------------------*
           MOVE 15 TO TRS-SEUIL.
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
               WHEN "TRESOR-ANCIENNETE"
                   COMPUTE WS-ANCIENNETE =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "TRESOR-DELAI-GRACE"
                   COMPUTE WS-DELAI-GRACE =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "TRESOR-SEUIL"
                   COMPUTE TRS-SEUIL =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "COMPTA-BUDGET"
                   MOVE PRM-VALEUR(1:10) TO WS-CODE-BUDGET
               WHEN "COMPTA-FONCTION"
                   MOVE PRM-VALEUR(1:4) TO WS-FONCTION
               WHEN "COMPTA-SERVICE"
                   MOVE PRM-VALEUR(1:10) TO WS-SERVICE
               WHEN "COMPTE-AMENDES"
                   MOVE PRM-VALEUR(1:8) TO WS-COMPTE-AMENDES
               WHEN "COMPTE-REMPLACEMENT"
                   MOVE PRM-VALEUR(1:8) TO WS-COMPTE-REMPLACEMENT
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

       9000-ABANDONNER-DEB.
      *----------------------------------------------------------------*
      * Annule tous les changements du traitement : aucune amende ne   *
      * change de statut ni n'est datée. Les lignes déjà ajoutées aux  *
      * fichiers du jour ne doivent pas être transmises.               *
      *----------------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "Traitement abandonné : ne transmettre ni "
                   WS-NOM-TITRES.
           DISPLAY "ni les avis du jour.".
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
