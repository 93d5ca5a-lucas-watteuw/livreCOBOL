      ******************************************************************
      * Programme : LRE-compta.cbl                                     *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Fichier d'interface comptable pour le service des finances de  *
      * la mairie, qui ressaisissait jusqu'ici l'arrêté de caisse      *
      * (caisse-arrete.txt) et les bons de commande papier. Une ligne  *
      * par écriture :                                                 *
      *  - régie de recettes : chaque session de caisse CLOTUREE       *
      *    (crud/menu.cbl, 1700) donne jusqu'à trois lignes, les       *
      *    amendes de retard encaissées (RA), les remplacements        *
      *    d'exemplaires perdus encaissés (RR) et les remises          *
      *    gracieuses (RM) ;                                           *
      *  - acquisitions : chaque commande donne un engagement (EN) à   *
      *    la date de commande, puis une liquidation (LQ) à sa         *
      *    réception (1430).                                           *
      * Chaque ligne porte le code budget, la fonction, le service et  *
      * le compte par nature de la section de la bibliothèque, lus     *
      * dans le fichier des paramètres partagés.                       *
      *                                                                *
      * Un extrait ne contient que les mouvements pas encore           *
      * transmis : la session ou la commande reçoit le numéro de       *
      * l'extrait qui l'a portée, dans la même transaction que         *
      * l'enregistrement de l'extrait dans Extraits_compta. Les        *
      * numéros se suivent sans trou (dernier numéro + 1, sous         *
      * verrou) : un fichier manquant ou reçu deux fois se voit au     *
      * premier coup d'oeil côté finances, et l'enregistrement de fin  *
      * porte le nombre de lignes et les totaux de contrôle. Un        *
      * extrait sans mouvement est tout de même émis, pour que la      *
      * suite des numéros reste continue.                              *
      *                                                                *
      * Variable d'environnement LRE-COMPTA-REEDITION (même mécanisme  *
      * que LRE-SAUVEGARDE) : un numéro d'extrait déjà émis le         *
      * réédite à l'identique, sans rien marquer, pour remplacer un    *
      * fichier perdu ; l'en-tête le signale comme réédition.          *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : compta-interface.dat (128 caractères fixes :        *
      *            en-tête E, lignes D, fin T)                         *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-compta.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INTERFACE
               ASSIGN TO 'compta-interface.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INTERFACE-STATUS.

           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      *trois vues du même enregistrement de 128 caractères, selon le
      *type en colonne 1 ; montants sans virgule, deux décimales
      *implicites
       FD  F-INTERFACE
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.

       01  REC-CPT-ENTETE.
           05 CPE-TYPE                     PIC X(01).
           05 CPE-NO-EXTRAIT               PIC 9(06).
           05 CPE-DATE-EXTRAIT             PIC 9(08).
           05 CPE-HEURE-EXTRAIT            PIC 9(06).
           05 CPE-CODE-BUDGET              PIC X(10).
           05 CPE-EMETTEUR                 PIC X(30).
           05 CPE-REEDITION                PIC X(01).
           05 FILLER                       PIC X(66).

       01  REC-CPT-LIGNE.
           05 CPL-TYPE                     PIC X(01).
           05 CPL-NO-EXTRAIT               PIC 9(06).
           05 CPL-NO-LIGNE                 PIC 9(06).
           05 CPL-NATURE                   PIC X(02).
           05 CPL-DATE                     PIC 9(08).
           05 CPL-CODE-BUDGET              PIC X(10).
           05 CPL-FONCTION                 PIC X(04).
           05 CPL-SERVICE                  PIC X(10).
           05 CPL-COMPTE                   PIC X(08).
           05 CPL-SENS                     PIC X(01).
           05 CPL-MONTANT                  PIC 9(11)V99.
           05 CPL-PIECE-TYPE               PIC X(03).
           05 CPL-PIECE-NUMERO             PIC 9(13).
           05 CPL-LIBELLE                  PIC X(40).
           05 FILLER                       PIC X(03).

       01  REC-CPT-FIN.
           05 CPF-TYPE                     PIC X(01).
           05 CPF-NO-EXTRAIT               PIC 9(06).
           05 CPF-NB-LIGNES                PIC 9(06).
           05 CPF-TOTAL-RA                 PIC 9(11)V99.
           05 CPF-TOTAL-RR                 PIC 9(11)V99.
           05 CPF-TOTAL-RM                 PIC 9(11)V99.
           05 CPF-TOTAL-EN                 PIC 9(11)V99.
           05 CPF-TOTAL-LQ                 PIC 9(11)V99.
           05 CPF-TOTAL-GENERAL            PIC 9(11)V99.
           05 FILLER                       PIC X(37).

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
      *numéro de l'extrait produit, et numéro porté par les
      *mouvements à reprendre (0 : pas encore transmis ; l'extrait
      *lui-même en réédition)
       01  CPT-NO-EXTRAIT     PIC 9(06).
       01  CPT-EXTRAIT-CIBLE  PIC 9(06).
       01  CPT-NB-EXTRAITS    PIC 9(06).
      *session de caisse et ses cumuls par nature
       01  CPT-ID-SESSION     PIC 9(13).
       01  CPT-OPERATEUR      PIC X(08).
       01  CPT-DATE-CLOTURE   PIC 9(08).
       01  CPT-MONTANT-RA     PIC 9(07)V99.
       01  CPT-MONTANT-RR     PIC 9(07)V99.
       01  CPT-MONTANT-RM     PIC 9(07)V99.
      *commande engagée ou liquidée
       01  CPT-ID-COMMANDE    PIC 9(13).
       01  CPT-FOURNISSEUR    PIC X(30).
       01  CPT-TITRE          PIC X(38).
       01  CPT-PRIX           PIC 9(05)V99.
       01  CPT-DATE-COMMANDE  PIC 9(08).
       01  CPT-DATE-RECEPTION PIC 9(08).
      *enregistrement de l'extrait
       01  CPT-DATE-JOUR      PIC 9(08).
       01  CPT-HEURE-JOUR     PIC 9(06).
       01  CPT-NB-LIGNES      PIC 9(06).
       01  CPT-TOTAL-RECETTES PIC 9(09)V99.
       01  CPT-TOTAL-REMISES  PIC 9(09)V99.
       01  CPT-TOTAL-ENGAGE   PIC 9(09)V99.
       01  CPT-TOTAL-LIQUIDE  PIC 9(09)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-INTERFACE-STATUS             PIC X(02)     VALUE SPACE.
           88 F-INTERFACE-STATUS-OK                     VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * MODE D'EXÉCUTION ET IMPUTATIONS                                *
      * LRE-COMPTA-REEDITION : numéro d'un extrait à rééditer ;        *
      * COMPTA-BUDGET, COMPTA-FONCTION, COMPTA-SERVICE : imputation de *
      * la section de la bibliothèque ; COMPTE-AMENDES,                *
      * COMPTE-REMPLACEMENT, COMPTE-REMISES, COMPTE-ACQUISITIONS :     *
      * compte par nature de chaque mouvement. Valeurs de secours si   *
      * les clés manquent.                                             *
      *----------------------------------------------------------------*
       01 WS-REEDITION                     PIC X(06)    VALUE SPACE.
       01 WS-REEDITION-9 REDEFINES WS-REEDITION
                                           PIC 9(06).
       01 WS-MODE-REEDITION                PIC X(01)    VALUE 'N'.
           88 WS-EN-REEDITION                           VALUE 'O'.
       01 WS-CODE-BUDGET                   PIC X(10)    VALUE "BIB".
       01 WS-FONCTION                      PIC X(04)    VALUE "321".
       01 WS-SERVICE                       PIC X(10)    VALUE "BIBLIO".
       01 WS-COMPTE-AMENDES                PIC X(08)    VALUE "7788".
       01 WS-COMPTE-REMPLACEMENT           PIC X(08)    VALUE "7588".
       01 WS-COMPTE-REMISES                PIC X(08)    VALUE "6718".
       01 WS-COMPTE-ACQUISITIONS           PIC X(08)    VALUE "6065".
       01 WS-EMETTEUR                      PIC X(30)    VALUE
                                           "BIBLIOTHEQUE MUNICIPALE".

      *----------------------------------------------------------------*
      * LIGNE EN COURS DE PRÉPARATION (voir 6000) ET CUMULS DE         *
      * CONTRÔLE DE L'EXTRAIT                                          *
      *----------------------------------------------------------------*
       01 WS-LIG-NATURE                    PIC X(02).
       01 WS-LIG-DATE                      PIC 9(08).
       01 WS-LIG-MONTANT                   PIC 9(07)V99.
       01 WS-LIG-PIECE-TYPE                PIC X(03).
       01 WS-LIG-PIECE-NUMERO              PIC 9(13).
       01 WS-LIG-LIBELLE                   PIC X(40).

       01 WS-TOTAL-RA                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-RR                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-RM                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-EN                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-LQ                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-NB-SESSIONS                   PIC 9(06)    VALUE ZEROS.
       01 WS-NB-ENGAGEMENTS                PIC 9(06)    VALUE ZEROS.
       01 WS-NB-LIQUIDATIONS               PIC 9(06)    VALUE ZEROS.
       01 WS-TOTAL-AFF                     PIC ZZZZZZZZ9,99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-REGIE-RECETTES-DEB
              THRU 2000-REGIE-RECETTES-FIN.

           PERFORM 3000-ENGAGEMENTS-DEB
              THRU 3000-ENGAGEMENTS-FIN.

           PERFORM 3500-LIQUIDATIONS-DEB
              THRU 3500-LIQUIDATIONS-FIN.

           PERFORM 4000-CLORE-EXTRAIT-DEB
              THRU 4000-CLORE-EXTRAIT-FIN.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO CPT-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CPT-HEURE-JOUR.

      * Réédition : LRE-COMPTA-REEDITION renseignée et numérique, et
      * l'extrait doit exister ; sinon nouvel extrait
           ACCEPT WS-REEDITION FROM ENVIRONMENT "LRE-COMPTA-REEDITION".
           IF WS-REEDITION NOT = SPACE
               IF WS-REEDITION IS NOT NUMERIC
                   DISPLAY "ERREUR: LRE-COMPTA-REEDITION doit être un"
                   DISPLAY "numéro d'extrait sur 6 chiffres : "
                           WS-REEDITION
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE 'O' TO WS-MODE-REEDITION
           END-IF.

           IF WS-EN-REEDITION
               MOVE WS-REEDITION-9 TO CPT-NO-EXTRAIT
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :CPT-NB-EXTRAITS
                  FROM extraits_compta
                  WHERE no_extrait = :CPT-NO-EXTRAIT
               END-EXEC
               IF CPT-NB-EXTRAITS = 0
                   DISPLAY "ERREUR: l'extrait " CPT-NO-EXTRAIT
                           " n'a jamais été émis"
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               MOVE CPT-NO-EXTRAIT TO CPT-EXTRAIT-CIBLE
               DISPLAY "Mode : réédition de l'extrait " CPT-NO-EXTRAIT
           ELSE
      * le verrou tient jusqu'au COMMIT final : deux extractions
      * lancées ensemble ne peuvent ni prendre le même numéro ni
      * transmettre deux fois le même mouvement
               EXEC SQL
                  LOCK TABLE extraits_compta IN EXCLUSIVE MODE
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Erreur de verrouillage SQLCODE: " SQLCODE
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               EXEC SQL
                  SELECT COALESCE(MAX(no_extrait), 0) + 1
                  INTO :CPT-NO-EXTRAIT
                  FROM extraits_compta
               END-EXEC
               MOVE 0 TO CPT-EXTRAIT-CIBLE
               DISPLAY "Mode : extrait numéro " CPT-NO-EXTRAIT
           END-IF.

           OPEN OUTPUT F-INTERFACE.
           IF NOT F-INTERFACE-STATUS-OK
               DISPLAY "ERREUR: création de compta-interface.dat"
               DISPLAY "Code erreur : " F-INTERFACE-STATUS
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACE TO REC-CPT-ENTETE.
           MOVE "E"             TO CPE-TYPE.
           MOVE CPT-NO-EXTRAIT  TO CPE-NO-EXTRAIT.
           MOVE CPT-DATE-JOUR   TO CPE-DATE-EXTRAIT.
           MOVE CPT-HEURE-JOUR  TO CPE-HEURE-EXTRAIT.
           MOVE WS-CODE-BUDGET  TO CPE-CODE-BUDGET.
           MOVE WS-EMETTEUR     TO CPE-EMETTEUR.
           MOVE WS-MODE-REEDITION TO CPE-REEDITION.
           WRITE REC-CPT-ENTETE.
           PERFORM 6100-CONTROLER-ECRITURE-DEB
              THRU 6100-CONTROLER-ECRITURE-FIN.

           MOVE 0 TO CPT-NB-LIGNES.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === RÉGIE DE RECETTES                                 *
      * Une passe sur les sessions CLOTUREE pas encore transmises (ou  *
      * celles de l'extrait réédité) : encaissements ventilés selon le *
      * type de l'amende réglée (REMPLACEMENT ou retard), remises à    *
      * part. Une session encore OUVERTE attend l'extrait suivant.     *
      ******************************************************************

       2000-REGIE-RECETTES-DEB.
           EXEC SQL
              DECLARE curseur_cpt_sessions CURSOR FOR
              SELECT S.id_session, COALESCE(S.code_operateur, ' '),
                     COALESCE(S.date_cloture, 0),
                     COALESCE(SUM(CASE
                        WHEN E.type_mouvement = 'ENCAISSEMENT'
                         AND COALESCE(A.type_amende, ' ')
                             <> 'REMPLACEMENT'
                        THEN E.montant ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN E.type_mouvement = 'ENCAISSEMENT'
                         AND A.type_amende = 'REMPLACEMENT'
                        THEN E.montant ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN E.type_mouvement = 'REMISE'
                        THEN E.montant ELSE 0 END), 0)
              FROM caisse_sessions S
              LEFT JOIN encaissements E
                ON E.fk_session = S.id_session
              LEFT JOIN amendes A
                ON E.fk_amende = A.id_amende
              WHERE S.statut = 'CLOTUREE'
                AND S.no_extrait_compta = :CPT-EXTRAIT-CIBLE
              GROUP BY S.id_session, S.code_operateur, S.date_cloture
              ORDER BY S.id_session
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_cpt_sessions
           END-EXEC.

           EXEC SQL
              FETCH curseur_cpt_sessions
              INTO :CPT-ID-SESSION, :CPT-OPERATEUR,
                   :CPT-DATE-CLOTURE, :CPT-MONTANT-RA,
                   :CPT-MONTANT-RR, :CPT-MONTANT-RM
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2100-TRANSMETTRE-SESSION-DEB
                  THRU 2100-TRANSMETTRE-SESSION-FIN

               EXEC SQL
                  FETCH curseur_cpt_sessions
                  INTO :CPT-ID-SESSION, :CPT-OPERATEUR,
                       :CPT-DATE-CLOTURE, :CPT-MONTANT-RA,
                       :CPT-MONTANT-RR, :CPT-MONTANT-RM
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_cpt_sessions
           END-EXEC.

       2000-REGIE-RECETTES-FIN.
           EXIT.

       2100-TRANSMETTRE-SESSION-DEB.
      *----------------------------------------------------------------*
      * Une ligne par nature non nulle de la session, pièce SES et     *
      * date de clôture ; la session est marquée de l'extrait même si  *
      * elle n'a rien encaissé, pour ne plus revenir                   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-NB-SESSIONS.
           MOVE CPT-DATE-CLOTURE TO WS-LIG-DATE.
           MOVE "SES"            TO WS-LIG-PIECE-TYPE.
           MOVE CPT-ID-SESSION   TO WS-LIG-PIECE-NUMERO.

           IF CPT-MONTANT-RA > 0
               MOVE "RA" TO WS-LIG-NATURE
               MOVE CPT-MONTANT-RA TO WS-LIG-MONTANT
               MOVE SPACE TO WS-LIG-LIBELLE
               STRING "REGIE AMENDES DE RETARD " DELIMITED BY SIZE
                      CPT-OPERATEUR DELIMITED BY SIZE
                 INTO WS-LIG-LIBELLE
               END-STRING
               PERFORM 6000-ECRIRE-LIGNE-DEB
                  THRU 6000-ECRIRE-LIGNE-FIN
           END-IF.

           IF CPT-MONTANT-RR > 0
               MOVE "RR" TO WS-LIG-NATURE
               MOVE CPT-MONTANT-RR TO WS-LIG-MONTANT
               MOVE SPACE TO WS-LIG-LIBELLE
               STRING "REGIE REMPLACEMENTS " DELIMITED BY SIZE
                      CPT-OPERATEUR DELIMITED BY SIZE
                 INTO WS-LIG-LIBELLE
               END-STRING
               PERFORM 6000-ECRIRE-LIGNE-DEB
                  THRU 6000-ECRIRE-LIGNE-FIN
           END-IF.

           IF CPT-MONTANT-RM > 0
               MOVE "RM" TO WS-LIG-NATURE
               MOVE CPT-MONTANT-RM TO WS-LIG-MONTANT
               MOVE SPACE TO WS-LIG-LIBELLE
               STRING "REGIE REMISES GRACIEUSES " DELIMITED BY SIZE
                      CPT-OPERATEUR DELIMITED BY SIZE
                 INTO WS-LIG-LIBELLE
               END-STRING
               PERFORM 6000-ECRIRE-LIGNE-DEB
                  THRU 6000-ECRIRE-LIGNE-FIN
           END-IF.

           IF NOT WS-EN-REEDITION
               EXEC SQL
                  UPDATE caisse_sessions
                  SET no_extrait_compta = :CPT-NO-EXTRAIT
                  WHERE id_session = :CPT-ID-SESSION
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Erreur de marquage de la session "
                           CPT-ID-SESSION " - SQLCODE: " SQLCODE
                   PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                      THRU 9000-ABANDONNER-EXTRAIT-FIN
               END-IF
           END-IF.

       2100-TRANSMETTRE-SESSION-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === ENGAGEMENTS DES COMMANDES                         *
      * Toute commande pas encore engagée auprès des finances, reçue   *
      * ou non : une commande passée et reçue entre deux extraits      *
      * part avec son engagement puis sa liquidation.                  *
      ******************************************************************

       3000-ENGAGEMENTS-DEB.
           EXEC SQL
              DECLARE curseur_cpt_engagements CURSOR FOR
              SELECT id_commande, COALESCE(fournisseur, ' '),
                     COALESCE(titre, ' '), COALESCE(prix, 0),
                     COALESCE(date_commande, 0)
              FROM commandes
              WHERE no_extrait_engagement = :CPT-EXTRAIT-CIBLE
              ORDER BY id_commande
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_cpt_engagements
           END-EXEC.

           EXEC SQL
              FETCH curseur_cpt_engagements
              INTO :CPT-ID-COMMANDE, :CPT-FOURNISSEUR, :CPT-TITRE,
                   :CPT-PRIX, :CPT-DATE-COMMANDE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-ENGAGEMENTS
               MOVE "EN" TO WS-LIG-NATURE
               MOVE CPT-DATE-COMMANDE TO WS-LIG-DATE
               PERFORM 3100-LIGNE-COMMANDE-DEB
                  THRU 3100-LIGNE-COMMANDE-FIN

               IF NOT WS-EN-REEDITION
                   EXEC SQL
                      UPDATE commandes
                      SET no_extrait_engagement = :CPT-NO-EXTRAIT
                      WHERE id_commande = :CPT-ID-COMMANDE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Erreur de marquage de la commande "
                               CPT-ID-COMMANDE " - SQLCODE: " SQLCODE
                       PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                          THRU 9000-ABANDONNER-EXTRAIT-FIN
                   END-IF
               END-IF

               EXEC SQL
                  FETCH curseur_cpt_engagements
                  INTO :CPT-ID-COMMANDE, :CPT-FOURNISSEUR, :CPT-TITRE,
                       :CPT-PRIX, :CPT-DATE-COMMANDE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_cpt_engagements
           END-EXEC.

       3000-ENGAGEMENTS-FIN.
           EXIT.

       3100-LIGNE-COMMANDE-DEB.
      *----------------------------------------------------------------*
      * Ligne d'engagement ou de liquidation de la commande courante : *
      * pièce CMD, libellé fournisseur et titre                        *
      *----------------------------------------------------------------*
           MOVE CPT-PRIX        TO WS-LIG-MONTANT.
           MOVE "CMD"           TO WS-LIG-PIECE-TYPE.
           MOVE CPT-ID-COMMANDE TO WS-LIG-PIECE-NUMERO.
           MOVE SPACE TO WS-LIG-LIBELLE.
           STRING CPT-FOURNISSEUR(1:18) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CPT-TITRE(1:21) DELIMITED BY SIZE
             INTO WS-LIG-LIBELLE
           END-STRING.
           PERFORM 6000-ECRIRE-LIGNE-DEB
              THRU 6000-ECRIRE-LIGNE-FIN.

       3100-LIGNE-COMMANDE-FIN.
           EXIT.

      ******************************************************************
      * === 3500 === LIQUIDATIONS DES COMMANDES REÇUES                 *
      ******************************************************************

       3500-LIQUIDATIONS-DEB.
           EXEC SQL
              DECLARE curseur_cpt_liquidations CURSOR FOR
              SELECT id_commande, COALESCE(fournisseur, ' '),
                     COALESCE(titre, ' '), COALESCE(prix, 0),
                     COALESCE(date_reception, 0)
              FROM commandes
              WHERE statut = 'RECUE'
                AND no_extrait_liquidation = :CPT-EXTRAIT-CIBLE
              ORDER BY id_commande
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_cpt_liquidations
           END-EXEC.

           EXEC SQL
              FETCH curseur_cpt_liquidations
              INTO :CPT-ID-COMMANDE, :CPT-FOURNISSEUR, :CPT-TITRE,
                   :CPT-PRIX, :CPT-DATE-RECEPTION
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               ADD 1 TO WS-NB-LIQUIDATIONS
               MOVE "LQ" TO WS-LIG-NATURE
               MOVE CPT-DATE-RECEPTION TO WS-LIG-DATE
               PERFORM 3100-LIGNE-COMMANDE-DEB
                  THRU 3100-LIGNE-COMMANDE-FIN

               IF NOT WS-EN-REEDITION
                   EXEC SQL
                      UPDATE commandes
                      SET no_extrait_liquidation = :CPT-NO-EXTRAIT
                      WHERE id_commande = :CPT-ID-COMMANDE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Erreur de marquage de la commande "
                               CPT-ID-COMMANDE " - SQLCODE: " SQLCODE
                       PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                          THRU 9000-ABANDONNER-EXTRAIT-FIN
                   END-IF
               END-IF

               EXEC SQL
                  FETCH curseur_cpt_liquidations
                  INTO :CPT-ID-COMMANDE, :CPT-FOURNISSEUR, :CPT-TITRE,
                       :CPT-PRIX, :CPT-DATE-RECEPTION
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_cpt_liquidations
           END-EXEC.

       3500-LIQUIDATIONS-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === CLÔTURE DE L'EXTRAIT                              *
      * Enregistrement de fin avec les totaux de contrôle, puis        *
      * inscription de l'extrait dans Extraits_compta et validation    *
      * de tous les marquages d'un seul COMMIT : un extrait dont le    *
      * fichier est incomplet n'est jamais réputé transmis.            *
      ******************************************************************

       4000-CLORE-EXTRAIT-DEB.
           MOVE SPACE TO REC-CPT-FIN.
           MOVE "T"            TO CPF-TYPE.
           MOVE CPT-NO-EXTRAIT TO CPF-NO-EXTRAIT.
           MOVE CPT-NB-LIGNES  TO CPF-NB-LIGNES.
           MOVE WS-TOTAL-RA    TO CPF-TOTAL-RA.
           MOVE WS-TOTAL-RR    TO CPF-TOTAL-RR.
           MOVE WS-TOTAL-RM    TO CPF-TOTAL-RM.
           MOVE WS-TOTAL-EN    TO CPF-TOTAL-EN.
           MOVE WS-TOTAL-LQ    TO CPF-TOTAL-LQ.
           COMPUTE CPF-TOTAL-GENERAL = WS-TOTAL-RA + WS-TOTAL-RR
                                     + WS-TOTAL-RM + WS-TOTAL-EN
                                     + WS-TOTAL-LQ.
           WRITE REC-CPT-FIN.
           PERFORM 6100-CONTROLER-ECRITURE-DEB
              THRU 6100-CONTROLER-ECRITURE-FIN.

           CLOSE F-INTERFACE.
           IF NOT F-INTERFACE-STATUS-OK
               DISPLAY "ERREUR: fermeture de compta-interface.dat"
               DISPLAY "Code erreur : " F-INTERFACE-STATUS
               PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                  THRU 9000-ABANDONNER-EXTRAIT-FIN
           END-IF.

           IF WS-EN-REEDITION
               GO TO 4000-CLORE-EXTRAIT-FIN
           END-IF.

           COMPUTE CPT-TOTAL-RECETTES = WS-TOTAL-RA + WS-TOTAL-RR.
           MOVE WS-TOTAL-RM TO CPT-TOTAL-REMISES.
           MOVE WS-TOTAL-EN TO CPT-TOTAL-ENGAGE.
           MOVE WS-TOTAL-LQ TO CPT-TOTAL-LIQUIDE.
           EXEC SQL
              INSERT INTO extraits_compta (no_extrait, date_extrait,
                     heure_extrait, nb_lignes, total_recettes,
                     total_remises, total_engagements,
                     total_liquidations)
              VALUES (:CPT-NO-EXTRAIT, :CPT-DATE-JOUR,
                      :CPT-HEURE-JOUR, :CPT-NB-LIGNES,
                      :CPT-TOTAL-RECETTES, :CPT-TOTAL-REMISES,
                      :CPT-TOTAL-ENGAGE, :CPT-TOTAL-LIQUIDE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'enregistrement de l'extrait "
                       CPT-NO-EXTRAIT " - SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                  THRU 9000-ABANDONNER-EXTRAIT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de validation SQLCODE: " SQLCODE
               PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                  THRU 9000-ABANDONNER-EXTRAIT-FIN
           END-IF.

       4000-CLORE-EXTRAIT-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           DISPLAY "=== INTERFACE COMPTABLE ===".
           IF WS-EN-REEDITION
               DISPLAY "Extrait réédité        : " CPT-NO-EXTRAIT
           ELSE
               DISPLAY "Extrait émis           : " CPT-NO-EXTRAIT
           END-IF.
           DISPLAY "Sessions de caisse     : " WS-NB-SESSIONS.
           DISPLAY "Engagements            : " WS-NB-ENGAGEMENTS.
           DISPLAY "Liquidations           : " WS-NB-LIQUIDATIONS.
           DISPLAY "Lignes d'écriture      : " CPT-NB-LIGNES.
           COMPUTE CPT-TOTAL-RECETTES = WS-TOTAL-RA + WS-TOTAL-RR.
           MOVE CPT-TOTAL-RECETTES TO WS-TOTAL-AFF.
           DISPLAY "Recettes               : " WS-TOTAL-AFF.
           MOVE WS-TOTAL-RM TO WS-TOTAL-AFF.
           DISPLAY "Remises                : " WS-TOTAL-AFF.
           MOVE WS-TOTAL-EN TO WS-TOTAL-AFF.
           DISPLAY "Engagé                 : " WS-TOTAL-AFF.
           MOVE WS-TOTAL-LQ TO WS-TOTAL-AFF.
           DISPLAY "Liquidé                : " WS-TOTAL-AFF.
           DISPLAY "Fichier généré         : compta-interface.dat".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

      ******************************************************************
      * === 6000 === ÉCRITURE D'UNE LIGNE D'INTERFACE                  *
      ******************************************************************

       6000-ECRIRE-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Écrit la ligne préparée dans WS-LIG-* avec l'imputation de la  *
      * nature (compte et sens : R recette, D dépense) et la cumule    *
      * dans les totaux de contrôle                                    *
      *----------------------------------------------------------------*
           ADD 1 TO CPT-NB-LIGNES.
           MOVE SPACE TO REC-CPT-LIGNE.
           MOVE "D"                 TO CPL-TYPE.
           MOVE CPT-NO-EXTRAIT      TO CPL-NO-EXTRAIT.
           MOVE CPT-NB-LIGNES       TO CPL-NO-LIGNE.
           MOVE WS-LIG-NATURE       TO CPL-NATURE.
           MOVE WS-LIG-DATE         TO CPL-DATE.
           MOVE WS-CODE-BUDGET      TO CPL-CODE-BUDGET.
           MOVE WS-FONCTION         TO CPL-FONCTION.
           MOVE WS-SERVICE          TO CPL-SERVICE.
           MOVE WS-LIG-MONTANT      TO CPL-MONTANT.
           MOVE WS-LIG-PIECE-TYPE   TO CPL-PIECE-TYPE.
           MOVE WS-LIG-PIECE-NUMERO TO CPL-PIECE-NUMERO.
           MOVE WS-LIG-LIBELLE      TO CPL-LIBELLE.

           EVALUATE WS-LIG-NATURE
           WHEN "RA"
               MOVE WS-COMPTE-AMENDES TO CPL-COMPTE
               MOVE "R" TO CPL-SENS
               ADD WS-LIG-MONTANT TO WS-TOTAL-RA
           WHEN "RR"
               MOVE WS-COMPTE-REMPLACEMENT TO CPL-COMPTE
               MOVE "R" TO CPL-SENS
               ADD WS-LIG-MONTANT TO WS-TOTAL-RR
           WHEN "RM"
               MOVE WS-COMPTE-REMISES TO CPL-COMPTE
               MOVE "D" TO CPL-SENS
               ADD WS-LIG-MONTANT TO WS-TOTAL-RM
           WHEN "EN"
               MOVE WS-COMPTE-ACQUISITIONS TO CPL-COMPTE
               MOVE "D" TO CPL-SENS
               ADD WS-LIG-MONTANT TO WS-TOTAL-EN
           WHEN OTHER
               MOVE WS-COMPTE-ACQUISITIONS TO CPL-COMPTE
               MOVE "D" TO CPL-SENS
               ADD WS-LIG-MONTANT TO WS-TOTAL-LQ
           END-EVALUATE.

           WRITE REC-CPT-LIGNE.
           PERFORM 6100-CONTROLER-ECRITURE-DEB
              THRU 6100-CONTROLER-ECRITURE-FIN.

       6000-ECRIRE-LIGNE-FIN.
           EXIT.

       6100-CONTROLER-ECRITURE-DEB.
      *----------------------------------------------------------------*
      * Une ligne perdue serait une recette ou une dépense absente des *
      * comptes de la ville : toute erreur d'écriture abandonne        *
      * l'extrait                                                      *
      *----------------------------------------------------------------*
           IF NOT F-INTERFACE-STATUS-OK
               DISPLAY "ERREUR: écriture de compta-interface.dat"
               DISPLAY "Code erreur : " F-INTERFACE-STATUS
               PERFORM 9000-ABANDONNER-EXTRAIT-DEB
                  THRU 9000-ABANDONNER-EXTRAIT-FIN
           END-IF.

       6100-CONTROLER-ECRITURE-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants   *
      * de connexion et imputations comptables. L'absence du fichier   *
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
               WHEN "COMPTE-REMISES"
                   MOVE PRM-VALEUR(1:8) TO WS-COMPTE-REMISES
               WHEN "COMPTE-ACQUISITIONS"
                   MOVE PRM-VALEUR(1:8) TO WS-COMPTE-ACQUISITIONS
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

       9000-ABANDONNER-EXTRAIT-DEB.
      *----------------------------------------------------------------*
      * Annule tous les marquages de l'extrait en cours : ses          *
      * mouvements repartiront dans le prochain, sous le même numéro.  *
      * Le fichier éventuellement produit ne doit pas être transmis.   *
      *----------------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "Extrait " CPT-NO-EXTRAIT " abandonné :"
           DISPLAY "ne pas transmettre compta-interface.dat".
           PERFORM 9999-ERREUR-PROGRAMME-DEB
              THRU 9999-ERREUR-PROGRAMME-FIN.

       9000-ABANDONNER-EXTRAIT-FIN.
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
