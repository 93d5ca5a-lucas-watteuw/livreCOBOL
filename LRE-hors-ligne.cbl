      ******************************************************************
      * Programme : LRE-hors-ligne.cbl                                 *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Passage en base de la circulation saisie hors ligne : quand    *
      * la base était injoignable, les écrans de prêt de              *
      * crud/menu.cbl (0300 et circulation rapide 1300) ont noté      *
      * chaque prêt et chaque retour dans circulation-hors-ligne.dat. *
      * Au retour de la base, ce programme rejoue ces transactions     *
      * dans l'ordre chronologique (date, heure au centième ; les      *
      * fichiers de plusieurs postes peuvent être mis bout à bout     *
      * avant le passage) contre les tables emprunts et exemplaires,  *
      * avec les contrôles du guichet :                               *
      *  - prêt : exemplaire libre et en rayon (ni PERDU, MANQUANT,    *
      *    RETIRE, TRANSIT, PEB ou REPARATION), adhérent ACTIF et à    *
      *    jour d'adhésion à la date du prêt, quota de la matrice de   *
      *    prêt pour sa catégorie et le type du document, plafond      *
      *    PLAFOND-DETTE, porté sur le foyer avec DETTE-FOYER (comme   *
      *    0330/0335 de crud/menu.cbl) ;                               *
      *    la réservation de l'emprunteur sur le titre est soldée ;    *
      *  - retour : l'exemplaire porte un emprunt ouvert antérieur au  *
      *    retour noté ; la plus ancienne réservation en ATTENTE sur   *
      *    le titre passe à PREVENU et l'exemplaire est signalé à      *
      *    mettre de côté ;                                            *
      *  - l'opérateur noté doit exister et avoir le droit de prêt     *
      *    (hors ligne, son mot de passe n'a pas pu être contrôlé).    *
      * Une transaction refusée n'est pas appliquée : elle sort sur    *
      * la liste des conflits, à régler au guichet. Une transaction    *
      * déjà passée (relance après un arrêt) est reconnue et sautée.  *
      * Chaque transaction appliquée est écrite au journal de          *
      * circulation, datée du passage en base (c'est ce jour-là que    *
      * le nombre d'emprunts ouverts bouge) : le pointage du soir de   *
      * LRE-journal.cbl reste équilibré. Les dates d'emprunt et de     *
      * retour en base sont celles notées hors ligne.                  *
      * Chaque ligne traitée est recopiée avec son résultat dans       *
      * l'historique des rejeux, puis le fichier hors ligne est vidé. *
      * Si la base lâche de nouveau en cours de passage, le passage   *
      * s'arrête en erreur et le fichier hors ligne ne garde que les  *
      * lignes non encore traitées : une relance reprend là.          *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - E/S    : circulation-hors-ligne.dat (58 caractères fixes)    *
      * - SORTIE : journal-circulation.dat (ajout, 69 car. fixes)      *
      * - SORTIE : circulation-hors-ligne-rejouee.dat (historique des  *
      *            rejeux, ajout, 74 caractères fixes)                 *
      * - SORTIE : hors-ligne-conflits.txt (conflits et mises de côté, *
      *            132 col.)                                           *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-hors-ligne.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HORS-LIGNE
               ASSIGN TO 'circulation-hors-ligne.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HORS-LIGNE-STATUS.

      *fichier de travail du tri chronologique
           SELECT F-TRI
               ASSIGN TO 'hors-ligne-tri.tmp'.

      *lignes non traitées quand le passage s'arrête en cours de
      *route : elles remplacent ensuite le fichier hors ligne
           SELECT F-RESTE
               ASSIGN TO 'hors-ligne-reste.tmp'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RESTE-STATUS.

           SELECT F-JOURNAL
               ASSIGN TO 'journal-circulation.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

           SELECT F-HISTORIQUE
               ASSIGN TO 'circulation-hors-ligne-rejouee.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORIQUE-STATUS.

           SELECT F-CONFLITS
               ASSIGN TO 'hors-ligne-conflits.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONFLITS-STATUS.

           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      *calendrier des fermetures partagé avec crud/menu.cbl (écran
      *1600) : une date de retour tombant un jour fermé glisse au
      *jour d'ouverture suivant, comme au guichet
           SELECT F-FERMETURES
               ASSIGN TO 'calendrier-fermetures.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FERMETURES-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      *même découpage que REC-HORS-LIGNE dans crud/menu.cbl
       FD  F-HORS-LIGNE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HORS-LIGNE.
           05 HOL-DATE                     PIC 9(08).
           05 HOL-HEURE                    PIC 9(08).
           05 HOL-ID-EXEMPLAIRE            PIC 9(13).
           05 HOL-FK-EMPRUNTEUR            PIC 9(13).
           05 HOL-OPERATION                PIC X(08).
           05 HOL-OPERATEUR                PIC X(08).

       SD  F-TRI.
       01  REC-TRI.
           05 TRI-DATE                     PIC 9(08).
           05 TRI-HEURE                    PIC 9(08).
           05 TRI-ID-EXEMPLAIRE            PIC 9(13).
           05 TRI-FK-EMPRUNTEUR            PIC 9(13).
           05 TRI-OPERATION                PIC X(08).
           05 TRI-OPERATEUR                PIC X(08).

       FD  F-RESTE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01  REC-RESTE                       PIC X(58).

      *même découpage que REC-JOURNAL dans crud/menu.cbl
       FD  F-JOURNAL
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-JOURNAL.
           05 JRN-DATE                     PIC 9(08).
           05 JRN-HEURE                    PIC 9(06).
           05 JRN-ID-EXEMPLAIRE            PIC 9(13).
           05 JRN-FK-LIVRES                PIC 9(13).
           05 JRN-FK-EMPRUNTEUR            PIC 9(13).
           05 JRN-OPERATION                PIC X(08).
           05 JRN-POSTE                    PIC X(08).

      *la ligne hors ligne d'origine (1-58), la date du passage en
      *base (59-66) et son résultat (67-74 : APPLIQUE, CONFLIT ou
      *DOUBLON pour une ligne déjà passée)
       FD  F-HISTORIQUE
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HISTORIQUE.
           05 HIS-SAISIE                   PIC X(58).
           05 HIS-DATE-REJEU               PIC 9(08).
           05 HIS-RESULTAT                 PIC X(08).

       FD  F-CONFLITS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-CONFLITS                    PIC X(132).

      *fichier des paramètres d'exploitation partagés (une valeur par
      *ligne : CLE en 1-20, VALEUR en 21-60), entretenu par l'écran
      *des paramètres de crud/menu.cbl
       FD  F-PARAMS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM.
           05 PRM-CLE                      PIC X(20).
           05 PRM-VALEUR                   PIC X(40).

      *une date de jour fermé par ligne
       FD  F-FERMETURES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.

       01  REC-FERMETURE.
           05 FRM-DATE                     PIC 9(08).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *pour se connecter à la base de donnée (valeurs chargées
      *depuis le fichier des paramètres partagés, voir 1100)
       01  USERNAME           PIC X(30) VALUE SPACE.
       01  PASSWD             PIC X(30) VALUE SPACE.
       01  DBNAME             PIC X(10) VALUE SPACE.
      *opérateur noté sur la ligne hors ligne et son droit de prêt
       01  CODE_OPERATEUR     PIC X(08).
       01  OPE-DROIT-PRET     PIC X(01).
      *exemplaire scanné, son livre et son emprunt en cours
       01  ID_EXEMPLAIRE      PIC 9(13).
       01  EX-FK-LIVRES       PIC 9(13).
       01  EX-FK-EMPRUNT      PIC 9(13).
       01  TITRE              PIC X(38).
       01  EX-TYPE-DOCUMENT   PIC X(10).
       01  EX-ETAT            PIC X(12).
      *adhérent du prêt noté hors ligne
       01  ID_EMPRUNTEUR      PIC 9(13).
       01  EMPR-NOM           PIC X(22).
       01  EMPR-PRENOM        PIC X(22).
       01  EMPR-STATUT        PIC X(10).
       01  EMPR-DATE-FIN      PIC 9(08).
       01  EMPR-CATEGORIE     PIC X(10).
      *règle de la matrice de prêt retenue pour le quota (2360)
       01  POL-TYPE-RETENU    PIC X(10).
       01  POL-MAX-EMPRUNTS   PIC 9(03).
       01  WS-NB-EMPRUNTS-OUVERTS PIC 9(05).
       01  WS-DETTE-DUE       PIC 9(07)V99.
      *emprunt créé (prêt) ou soldé (retour)
       01  ID_EMPRUNT         PIC 9(13).
       01  EMP-FK-EMPRUNTEUR  PIC 9(13).
       01  EMP-DATE-EMPRUNT   PIC 9(08).
       01  EMP-DATE-RETOUR-PR PIC 9(08).
       01  EMP-DATE-RETOUR-RE PIC 9(08).
      *réservation soldée (prêt) ou annoncée (retour)
       01  ID_RESERVATION     PIC 9(13).
       01  RES-FK-EMPRUNTEUR  PIC 9(13).
       01  RES-DATE-PREVENU   PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-HORS-LIGNE-STATUS            PIC X(02)     VALUE SPACE.
           88 F-HORS-LIGNE-STATUS-OK                    VALUE '00'.
           88 F-HORS-LIGNE-STATUS-EOF                   VALUE '10'.
           88 F-HORS-LIGNE-ABSENT                       VALUE '35'.

       01  F-RESTE-STATUS                 PIC X(02)     VALUE SPACE.
           88 F-RESTE-STATUS-OK                         VALUE '00'.
           88 F-RESTE-STATUS-EOF                        VALUE '10'.

       01  F-JOURNAL-STATUS               PIC X(02)     VALUE SPACE.
           88 F-JOURNAL-STATUS-OK                       VALUE '00'.
           88 F-JOURNAL-ABSENT                          VALUE '35'.

       01  F-HISTORIQUE-STATUS            PIC X(02)     VALUE SPACE.
           88 F-HISTORIQUE-STATUS-OK                    VALUE '00'.
           88 F-HISTORIQUE-ABSENT                       VALUE '35'.

       01  F-CONFLITS-STATUS              PIC X(02)     VALUE SPACE.
           88 F-CONFLITS-STATUS-OK                      VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

       01  F-FERMETURES-STATUS            PIC X(02)     VALUE SPACE.
           88 F-FERMETURES-STATUS-OK                    VALUE '00'.
           88 F-FERMETURES-STATUS-EOF                   VALUE '10'.
           88 F-FERMETURES-ABSENT                       VALUE '35'.

      *----------------------------------------------------------------*
      * CALENDRIER DES FERMETURES EN MÉMOIRE (même table que dans      *
      * crud/menu.cbl et LRE-amendes.cbl)                              *
      *----------------------------------------------------------------*
       01 TAB-FERMETURES.
           05 WS-NB-FERMETURES             PIC 9(03)    VALUE ZEROS.
           05 WS-FERMETURE OCCURS 500 TIMES
                                           PIC 9(08).
       01 WS-IDX-FERM                      PIC 9(03).
       01 WS-FERM-TROUVEE                  PIC X(01).
       01 WS-JOUR-JULIEN                   PIC 9(07).

      *----------------------------------------------------------------*
      * POLITIQUE DE PRÊT : mêmes paramètres partagés et mêmes         *
      * valeurs de secours que le guichet. Le quota vient de la        *
      * matrice de prêt ; la durée reste DUREE-PRET, celle que le      *
      * poste hors ligne a annoncée au lecteur.                        *
      *----------------------------------------------------------------*
       01 WS-DUREE-PRET                    PIC 9(03)    VALUE 21.
       01 WS-MAX-EMPRUNTS                  PIC 9(03)    VALUE 5.
       01 WS-PLAFOND-DETTE                 PIC 9(05)V99 VALUE 10.
      *'O' : le plafond de dette porte sur tout le foyer du lecteur
      *(garant et mineurs rattachés), comme au guichet
       01 WS-DETTE-FOYER                   PIC X(01)    VALUE 'N'.

      *----------------------------------------------------------------*
      * VARIABLES DU PASSAGE                                           *
      *----------------------------------------------------------------*
       01 WS-DATE-JOUR                     PIC 9(08).
      *résultat de la ligne courante et motif d'un conflit
       01 WS-RESULTAT                      PIC X(08).
       01 WS-MOTIF-CONFLIT                 PIC X(70).
      *'O' quand la base ne répond plus : les lignes restantes sont
      *mises de côté sans être traitées
       01 WS-ARRET-REJEU                   PIC X(01)    VALUE 'N'.
       01 WS-FIN-DE-TRI                    PIC X(01)    VALUE 'N'.
      *mouvement à journaliser une fois la transaction validée
       01 WS-JRN-LIVRES                    PIC 9(13).
       01 WS-JRN-EMPRUNTEUR                PIC 9(13).
      *réservation à signaler pour mise de côté après validation
       01 WS-MISE-DE-COTE                  PIC X(01).
       01 WS-DETTE-AFF                     PIC ZZZZ9,99.

       01 WS-NB-LUES                       PIC 9(06)    VALUE ZEROS.
       01 WS-NB-PRETS                      PIC 9(06)    VALUE ZEROS.
       01 WS-NB-RETOURS                    PIC 9(06)    VALUE ZEROS.
       01 WS-NB-CONFLITS                   PIC 9(06)    VALUE ZEROS.
       01 WS-NB-DOUBLONS                   PIC 9(06)    VALUE ZEROS.
       01 WS-NB-MISES-DE-COTE              PIC 9(06)    VALUE ZEROS.
       01 WS-NB-RESTE                      PIC 9(06)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-REJOUER-HORS-LIGNE-DEB
              THRU 2000-REJOUER-HORS-LIGNE-FIN.

           PERFORM 3000-VIDER-HORS-LIGNE-DEB
              THRU 3000-VIDER-HORS-LIGNE-FIN.

           PERFORM 5000-FIN-PROGRAMME-DEB
              THRU 5000-FIN-PROGRAMME-FIN.

      ******************************************************************
      * === 1000 === INITIALISATION                                    *
      ******************************************************************

       1000-INITIALISATION-DEB.
           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.

           PERFORM 1200-CHARGER-FERMETURES-DEB
              THRU 1200-CHARGER-FERMETURES-FIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

      * Rien de noté hors ligne : fin normale sans toucher à la base
           OPEN INPUT F-HORS-LIGNE.
           IF F-HORS-LIGNE-ABSENT
               DISPLAY "Aucune saisie hors ligne à passer en base."
               PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
                  THRU 9999-FIN-NORMALE-PROGRAMME-FIN
           END-IF.
           IF NOT F-HORS-LIGNE-STATUS-OK
               DISPLAY "ERREUR: circulation-hors-ligne.dat illisible"
               DISPLAY "Code erreur : " F-HORS-LIGNE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-HORS-LIGNE.

           DISPLAY "Connexion à la base de données...".
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               DISPLAY "La base est encore injoignable : relancer"
               DISPLAY "le passage plus tard."
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-CONFLITS.
           IF NOT F-CONFLITS-STATUS-OK
               DISPLAY "ERREUR: création de la liste des conflits"
               DISPLAY "Code erreur : " F-CONFLITS-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-JOURNAL.
           IF F-JOURNAL-ABSENT
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT F-JOURNAL-STATUS-OK
               DISPLAY "ERREUR: journal de circulation inaccessible"
               DISPLAY "Code erreur : " F-JOURNAL-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN EXTEND F-HISTORIQUE.
           IF F-HISTORIQUE-ABSENT
               OPEN OUTPUT F-HISTORIQUE
           END-IF.
           IF NOT F-HISTORIQUE-STATUS-OK
               DISPLAY "ERREUR: historique des rejeux inaccessible"
               DISPLAY "Code erreur : " F-HISTORIQUE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-RESTE.
           IF NOT F-RESTE-STATUS-OK
               DISPLAY "ERREUR: création du fichier de reprise"
               DISPLAY "Code erreur : " F-RESTE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE SPACE TO REC-CONFLITS.
           STRING "PASSAGE EN BASE DE LA CIRCULATION HORS LIGNE LE "
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
             INTO REC-CONFLITS
           END-STRING.
           WRITE REC-CONFLITS AFTER 1.
           MOVE SPACE TO REC-CONFLITS.
           STRING "Transactions non appliquées (à régler au guichet)"
                  DELIMITED BY SIZE
                  " et exemplaires rendus à mettre de côté"
                  DELIMITED BY SIZE
             INTO REC-CONFLITS
           END-STRING.
           WRITE REC-CONFLITS AFTER 1.
           MOVE SPACE TO REC-CONFLITS.
           WRITE REC-CONFLITS AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === REJEU CHRONOLOGIQUE                               *
      * Le fichier hors ligne est trié par date et heure (deux lignes  *
      * du même centième gardent leur ordre d'écriture) puis chaque    *
      * ligne est rejouée dans sa propre transaction                   *
      ******************************************************************

       2000-REJOUER-HORS-LIGNE-DEB.
           SORT F-TRI
               ON ASCENDING KEY TRI-DATE TRI-HEURE
               WITH DUPLICATES IN ORDER
               USING F-HORS-LIGNE
               OUTPUT PROCEDURE IS 2100-RESTITUER-TRI-DEB
                                THRU 2100-RESTITUER-TRI-FIN.

       2000-REJOUER-HORS-LIGNE-FIN.
           EXIT.

       2100-RESTITUER-TRI-DEB.
           MOVE 'N' TO WS-FIN-DE-TRI.
           PERFORM UNTIL WS-FIN-DE-TRI = 'O'
               RETURN F-TRI
               AT END
                   MOVE 'O' TO WS-FIN-DE-TRI
               NOT AT END
                   IF WS-ARRET-REJEU = 'O'
                       MOVE REC-TRI TO REC-RESTE
                       WRITE REC-RESTE
                       ADD 1 TO WS-NB-RESTE
                   ELSE
                       PERFORM 2200-REJOUER-UNE-LIGNE-DEB
                          THRU 2200-REJOUER-UNE-LIGNE-FIN
                   END-IF
               END-RETURN
           END-PERFORM.

       2100-RESTITUER-TRI-FIN.
           EXIT.

       2200-REJOUER-UNE-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Rejoue la ligne courante : contrôle de l'opérateur, puis prêt  *
      * ou retour. Sans motif de conflit la transaction est validée    *
      * et journalisée ; sinon elle est annulée et listée.             *
      *----------------------------------------------------------------*
           ADD 1 TO WS-NB-LUES.
           MOVE "APPLIQUE" TO WS-RESULTAT.
           MOVE SPACE TO WS-MOTIF-CONFLIT.
           MOVE 'N' TO WS-MISE-DE-COTE.
           MOVE TRI-ID-EXEMPLAIRE TO ID_EXEMPLAIRE.

           PERFORM 2250-CONTROLER-OPERATEUR-DEB
              THRU 2250-CONTROLER-OPERATEUR-FIN.

           IF WS-RESULTAT = "APPLIQUE"
               EVALUATE TRI-OPERATION
               WHEN "PRET"
                   PERFORM 2300-REJOUER-PRET-DEB
                      THRU 2300-REJOUER-PRET-FIN
               WHEN "RETOUR"
                   PERFORM 2400-REJOUER-RETOUR-DEB
                      THRU 2400-REJOUER-RETOUR-FIN
               WHEN OTHER
                   MOVE "CONFLIT" TO WS-RESULTAT
                   MOVE "opération inconnue" TO WS-MOTIF-CONFLIT
               END-EVALUATE
           END-IF.

           IF WS-RESULTAT = "APPLIQUE"
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2700-INCIDENT-BASE-DEB
                      THRU 2700-INCIDENT-BASE-FIN
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           EVALUATE WS-RESULTAT
           WHEN "APPLIQUE"
               PERFORM 2800-JOURNALISER-DEB
                  THRU 2800-JOURNALISER-FIN
               IF WS-MISE-DE-COTE = 'O'
                   PERFORM 2650-IMPRIMER-MISE-DE-COTE-DEB
                      THRU 2650-IMPRIMER-MISE-DE-COTE-FIN
               END-IF
           WHEN "DOUBLON"
               ADD 1 TO WS-NB-DOUBLONS
           WHEN OTHER
               ADD 1 TO WS-NB-CONFLITS
               PERFORM 2600-IMPRIMER-CONFLIT-DEB
                  THRU 2600-IMPRIMER-CONFLIT-FIN
           END-EVALUATE.

      * Base perdue en cours de route : la ligne n'a pas été traitée,
      * elle part avec le reste pour la relance
           IF WS-ARRET-REJEU = 'O'
               MOVE REC-TRI TO REC-RESTE
               WRITE REC-RESTE
               ADD 1 TO WS-NB-RESTE
           ELSE
               MOVE REC-TRI      TO HIS-SAISIE
               MOVE WS-DATE-JOUR TO HIS-DATE-REJEU
               MOVE WS-RESULTAT  TO HIS-RESULTAT
               WRITE REC-HISTORIQUE
           END-IF.

       2200-REJOUER-UNE-LIGNE-FIN.
           EXIT.

       2250-CONTROLER-OPERATEUR-DEB.
      *----------------------------------------------------------------*
      * Hors ligne, seul le code opérateur a été saisi : il doit       *
      * exister et porter le droit de prêt                             *
      *----------------------------------------------------------------*
           MOVE TRI-OPERATEUR TO CODE_OPERATEUR.
           EXEC SQL
              SELECT COALESCE(droit_pret, 'N')
              INTO :OPE-DROIT-PRET
              FROM operateurs
              WHERE code_operateur = :CODE_OPERATEUR
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = 100
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE "opérateur inconnu" TO WS-MOTIF-CONFLIT
           WHEN SQLCODE NOT = 0
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
           WHEN OPE-DROIT-PRET NOT = 'O'
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE "opérateur sans droit de prêt" TO WS-MOTIF-CONFLIT
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2250-CONTROLER-OPERATEUR-FIN.
           EXIT.

      ******************************************************************
      * === 2300 === PRÊT NOTÉ HORS LIGNE                              *
      ******************************************************************

       2300-REJOUER-PRET-DEB.
           PERFORM 2500-LIRE-EXEMPLAIRE-DEB
              THRU 2500-LIRE-EXEMPLAIRE-FIN.

      * L'exemplaire porte déjà un emprunt : soit c'est ce même prêt,
      * passé lors d'un premier passage interrompu, soit il est sorti
      * au nom de quelqu'un d'autre
           IF WS-RESULTAT = "APPLIQUE" AND EX-FK-EMPRUNT NOT = 0
               MOVE EX-FK-EMPRUNT TO ID_EMPRUNT
               EXEC SQL
                  SELECT COALESCE(fk_emprunteur, 0), date_emprunt
                  INTO :EMP-FK-EMPRUNTEUR, :EMP-DATE-EMPRUNT
                  FROM emprunts
                  WHERE id_emprunt = :ID_EMPRUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2700-INCIDENT-BASE-DEB
                      THRU 2700-INCIDENT-BASE-FIN
               ELSE
                   IF EMP-FK-EMPRUNTEUR = TRI-FK-EMPRUNTEUR
                      AND EMP-DATE-EMPRUNT = TRI-DATE
                       MOVE "DOUBLON" TO WS-RESULTAT
                   ELSE
                       MOVE "CONFLIT" TO WS-RESULTAT
                       STRING "exemplaire déjà en prêt à "
                              DELIMITED BY SIZE
                              "l'adhérent " DELIMITED BY SIZE
                              EMP-FK-EMPRUNTEUR DELIMITED BY SIZE
                         INTO WS-MOTIF-CONFLIT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      * Un exemplaire qui n'est pas en rayon (perdu, retiré, en
      * transit, prêté à un partenaire, à la reliure) ne se prête pas,
      * comme à la borne : le prêt noté hors ligne est à revoir au
      * guichet
           IF WS-RESULTAT = "APPLIQUE"
              AND (EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
                OR EX-ETAT = "RETIRE" OR EX-ETAT = "TRANSIT"
                OR EX-ETAT = "PEB" OR EX-ETAT = "REPARATION")
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "exemplaire non empruntable (état "
                      DELIMITED BY SIZE
                      EX-ETAT DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           END-IF.

           IF WS-RESULTAT = "APPLIQUE"
               PERFORM 2350-CONTROLER-EMPRUNTEUR-DEB
                  THRU 2350-CONTROLER-EMPRUNTEUR-FIN
           END-IF.

           IF WS-RESULTAT = "APPLIQUE"
               PERFORM 2370-CREER-EMPRUNT-DEB
                  THRU 2370-CREER-EMPRUNT-FIN
           END-IF.

       2300-REJOUER-PRET-FIN.
           EXIT.

       2350-CONTROLER-EMPRUNTEUR-DEB.
      *----------------------------------------------------------------*
      * Mêmes refus que 0330/0335 de crud/menu.cbl, à la date du prêt  *
      * noté : adhérent connu, ACTIF, adhésion non échue, quota        *
      * d'emprunts ouverts de la matrice de prêt (2360) et plafond de  *
      * dette d'amendes DUES                                           *
      *----------------------------------------------------------------*
           MOVE TRI-FK-EMPRUNTEUR TO ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, statut,
                     COALESCE(date_fin_adhesion, 0),
                     COALESCE(categorie, '*')
              INTO :EMPR-NOM, :EMPR-PRENOM, :EMPR-STATUT,
                   :EMPR-DATE-FIN, :EMPR-CATEGORIE
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE = 100
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE "adhérent inconnu au registre" TO WS-MOTIF-CONFLIT
           ELSE
               IF SQLCODE NOT = 0
                   PERFORM 2700-INCIDENT-BASE-DEB
                      THRU 2700-INCIDENT-BASE-FIN
               END-IF
           END-IF.
           IF WS-RESULTAT NOT = "APPLIQUE"
               GO TO 2350-CONTROLER-EMPRUNTEUR-FIN
           END-IF.

           PERFORM 2360-LIRE-POLITIQUE-DEB
              THRU 2360-LIRE-POLITIQUE-FIN.
           IF WS-RESULTAT NOT = "APPLIQUE"
               GO TO 2350-CONTROLER-EMPRUNTEUR-FIN
           END-IF.

           IF POL-TYPE-RETENU = '*'
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :WS-NB-EMPRUNTS-OUVERTS
                  FROM emprunts
                  WHERE fk_emprunteur = :ID_EMPRUNTEUR
                    AND date_retour_reelle IS NULL
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :WS-NB-EMPRUNTS-OUVERTS
                  FROM emprunts E
                  JOIN exemplaires X
                    ON E.fk_exemplaire = X.id_exemplaire
                  WHERE E.fk_emprunteur = :ID_EMPRUNTEUR
                    AND E.date_retour_reelle IS NULL
                    AND X.type_document = :POL-TYPE-RETENU
               END-EXEC
           END-IF.
           IF SQLCODE = 0 AND WS-DETTE-FOYER = 'O'
               EXEC SQL
                  SELECT COALESCE(SUM(A.montant - A.montant_regle), 0)
                  INTO :WS-DETTE-DUE
                  FROM amendes A
                  JOIN emprunteurs P
                    ON A.fk_emprunteur = P.id_emprunteur
                  WHERE A.statut IN ('DUE', 'TRESOR')
                    AND COALESCE(P.fk_garant, P.id_emprunteur) =
                        (SELECT COALESCE(G.fk_garant, G.id_emprunteur)
                         FROM emprunteurs G
                         WHERE G.id_emprunteur = :ID_EMPRUNTEUR)
               END-EXEC
           END-IF.
           IF SQLCODE = 0 AND WS-DETTE-FOYER NOT = 'O'
               EXEC SQL
                  SELECT COALESCE(SUM(montant - montant_regle), 0)
                  INTO :WS-DETTE-DUE
                  FROM amendes
                  WHERE fk_emprunteur = :ID_EMPRUNTEUR
                    AND statut IN ('DUE', 'TRESOR')
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
               GO TO 2350-CONTROLER-EMPRUNTEUR-FIN
           END-IF.

           EVALUATE TRUE
           WHEN EMPR-STATUT NOT = "ACTIF"
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "adhésion " DELIMITED BY SIZE
                      EMPR-STATUT DELIMITED BY SPACE
                      " : prêt refusé pour " DELIMITED BY SIZE
                      EMPR-PRENOM DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      EMPR-NOM DELIMITED BY SPACE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           WHEN EMPR-DATE-FIN NOT = 0
                AND EMPR-DATE-FIN < TRI-DATE
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "adhésion échue le " DELIMITED BY SIZE
                      EMPR-DATE-FIN DELIMITED BY SIZE
                      " : prêt refusé" DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           WHEN POL-MAX-EMPRUNTS = 0
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "document " DELIMITED BY SIZE
                      EX-TYPE-DOCUMENT DELIMITED BY SPACE
                      " exclu du prêt pour la catégorie "
                      DELIMITED BY SIZE
                      EMPR-CATEGORIE DELIMITED BY SPACE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           WHEN WS-NB-EMPRUNTS-OUVERTS >= POL-MAX-EMPRUNTS
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "quota atteint : " DELIMITED BY SIZE
                      WS-NB-EMPRUNTS-OUVERTS DELIMITED BY SIZE
                      " emprunt(s) ouvert(s) sur " DELIMITED BY SIZE
                      POL-MAX-EMPRUNTS DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           WHEN WS-DETTE-DUE > WS-PLAFOND-DETTE
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE WS-DETTE-DUE TO WS-DETTE-AFF
               STRING "dette d'amendes " DELIMITED BY SIZE
                      WS-DETTE-AFF DELIMITED BY SIZE
                      " EUR au-dessus du plafond" DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2350-CONTROLER-EMPRUNTEUR-FIN.
           EXIT.

       2360-LIRE-POLITIQUE-DEB.
      *----------------------------------------------------------------*
      * Quota de la matrice de prêt pour la catégorie de l'adhérent    *
      * et le type de l'exemplaire, cherché comme 0045 au guichet :    *
      * ligne exacte, type toutes catégories, catégorie tous types,    *
      * ligne par défaut. Sans ligne, le paramètre MAX-EMPRUNTS.       *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT type_document, max_emprunts
              INTO :POL-TYPE-RETENU, :POL-MAX-EMPRUNTS
              FROM politique_pret
              WHERE categorie IN (:EMPR-CATEGORIE, '*')
                AND type_document IN (:EX-TYPE-DOCUMENT, '*')
              ORDER BY CASE WHEN type_document = '*'
                            THEN 1 ELSE 0 END,
                       CASE WHEN categorie = '*'
                            THEN 1 ELSE 0 END
              LIMIT 1
           END-EXEC.
           IF SQLCODE = 100
               MOVE '*'             TO POL-TYPE-RETENU
               MOVE WS-MAX-EMPRUNTS TO POL-MAX-EMPRUNTS
           ELSE
               IF SQLCODE NOT = 0
                   PERFORM 2700-INCIDENT-BASE-DEB
                      THRU 2700-INCIDENT-BASE-FIN
               END-IF
           END-IF.

       2360-LIRE-POLITIQUE-FIN.
           EXIT.

       2370-CREER-EMPRUNT-DEB.
      *----------------------------------------------------------------*
      * Crée l'emprunt daté du jour du prêt noté, avec la date de      *
      * retour que le guichet a annoncée au lecteur (même durée, même  *
      * glissement sur le calendrier des fermetures), marque           *
      * l'exemplaire et solde la réservation de l'emprunteur sur le    *
      * titre (comme 0370 au guichet)                                  *
      *----------------------------------------------------------------*
           MOVE TRI-DATE TO EMP-DATE-EMPRUNT.
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(EMP-DATE-EMPRUNT)
              + WS-DUREE-PRET.
           PERFORM 1300-ROULER-DATE-OUVERTE-DEB
              THRU 1300-ROULER-DATE-OUVERTE-FIN.

           EXEC SQL
              SELECT nextval('seq_emprunts')
              INTO :ID_EMPRUNT
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                  INSERT INTO emprunts (id_emprunt, fk_livres,
                  fk_exemplaire, fk_emprunteur, date_emprunt,
                  date_retour_prevue, date_retour_reelle)
                  VALUES (:ID_EMPRUNT, :EX-FK-LIVRES,
                  :ID_EXEMPLAIRE, :ID_EMPRUNTEUR,
                  :EMP-DATE-EMPRUNT, :EMP-DATE-RETOUR-PR, NULL)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL
                  UPDATE exemplaires
                  SET fk_emprunt = :ID_EMPRUNT
                  WHERE id_exemplaire = :ID_EXEMPLAIRE
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL
                  UPDATE reservations
                  SET statut = 'SOLDEE'
                  WHERE id_reservation =
                        (SELECT MIN(id_reservation)
                         FROM reservations
                         WHERE fk_livres = :EX-FK-LIVRES
                           AND fk_emprunteur = :ID_EMPRUNTEUR
                           AND statut IN ('PREVENU', 'ATTENTE'))
               END-EXEC
      * aucune réservation à solder est le cas courant
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
           ELSE
               ADD 1 TO WS-NB-PRETS
               MOVE "PRET"        TO JRN-OPERATION
               MOVE ID_EMPRUNTEUR TO WS-JRN-EMPRUNTEUR
           END-IF.

       2370-CREER-EMPRUNT-FIN.
           EXIT.

      ******************************************************************
      * === 2400 === RETOUR NOTÉ HORS LIGNE                            *
      ******************************************************************

       2400-REJOUER-RETOUR-DEB.
           PERFORM 2500-LIRE-EXEMPLAIRE-DEB
              THRU 2500-LIRE-EXEMPLAIRE-FIN.

           IF WS-RESULTAT = "APPLIQUE" AND EX-FK-EMPRUNT = 0
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE "exemplaire pas en prêt (retour déjà passé ?)"
                 TO WS-MOTIF-CONFLIT
           END-IF.
           IF WS-RESULTAT NOT = "APPLIQUE"
               GO TO 2400-REJOUER-RETOUR-FIN
           END-IF.

           MOVE EX-FK-EMPRUNT TO ID_EMPRUNT.
           EXEC SQL
              SELECT COALESCE(fk_emprunteur, 0), date_emprunt
              INTO :EMP-FK-EMPRUNTEUR, :EMP-DATE-EMPRUNT
              FROM emprunts
              WHERE id_emprunt = :ID_EMPRUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
               GO TO 2400-REJOUER-RETOUR-FIN
           END-IF.

      * un emprunt ouvert après le retour noté n'est pas celui que le
      * lecteur a rendu pendant la panne
           IF EMP-DATE-EMPRUNT > TRI-DATE
               MOVE "CONFLIT" TO WS-RESULTAT
               STRING "emprunt du " DELIMITED BY SIZE
                      EMP-DATE-EMPRUNT DELIMITED BY SIZE
                      " postérieur au retour noté" DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
               GO TO 2400-REJOUER-RETOUR-FIN
           END-IF.

           MOVE TRI-DATE TO EMP-DATE-RETOUR-RE.
           EXEC SQL
              UPDATE emprunts
              SET date_retour_reelle = :EMP-DATE-RETOUR-RE
              WHERE id_emprunt = :ID_EMPRUNT
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                  UPDATE exemplaires
                  SET fk_emprunt = 0
                  WHERE id_exemplaire = :ID_EXEMPLAIRE
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
               GO TO 2400-REJOUER-RETOUR-FIN
           END-IF.

           PERFORM 2450-ANNONCER-RESERVATION-DEB
              THRU 2450-ANNONCER-RESERVATION-FIN.

           IF WS-RESULTAT = "APPLIQUE"
               ADD 1 TO WS-NB-RETOURS
               MOVE "RETOUR"          TO JRN-OPERATION
               MOVE EMP-FK-EMPRUNTEUR TO WS-JRN-EMPRUNTEUR
           END-IF.

       2400-REJOUER-RETOUR-FIN.
           EXIT.

       2450-ANNONCER-RESERVATION-DEB.
      *----------------------------------------------------------------*
      * Comme 0350 au guichet : la plus ancienne réservation en        *
      * ATTENTE sur le titre passe à PREVENU, datée du passage en      *
      * base (c'est de ce jour que court le délai de retrait de        *
      * LRE-mises-de-cote.cbl) ; l'exemplaire est signalé sur la       *
      * liste pour être mis de côté                                    *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT id_reservation, fk_emprunteur
              INTO :ID_RESERVATION, :RES-FK-EMPRUNTEUR
              FROM reservations
              WHERE fk_livres = :EX-FK-LIVRES
                AND statut = 'ATTENTE'
              ORDER BY id_reservation
              LIMIT 1
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-DATE-JOUR TO RES-DATE-PREVENU
               EXEC SQL
                  UPDATE reservations
                  SET statut = 'PREVENU',
                      date_prevenu = :RES-DATE-PREVENU
                  WHERE id_reservation = :ID_RESERVATION
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'O' TO WS-MISE-DE-COTE
               END-IF
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2700-INCIDENT-BASE-DEB
                  THRU 2700-INCIDENT-BASE-FIN
           END-IF.

       2450-ANNONCER-RESERVATION-FIN.
           EXIT.

       2500-LIRE-EXEMPLAIRE-DEB.
      *----------------------------------------------------------------*
      * Lit et verrouille l'exemplaire de la ligne courante jusqu'à la *
      * fin de sa transaction : un guichet rouvert pendant le passage  *
      * ne peut pas le prêter ou le rendre en même temps               *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT E.fk_livres, COALESCE(E.fk_emprunt, 0), L.Titre,
                     COALESCE(E.type_document, '*'),
                     COALESCE(E.etat, ' ')
              INTO :EX-FK-LIVRES, :EX-FK-EMPRUNT, :TITRE,
                   :EX-TYPE-DOCUMENT, :EX-ETAT
              FROM exemplaires E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE OF E
           END-EXEC.
           IF SQLCODE = 100
               MOVE "CONFLIT" TO WS-RESULTAT
               MOVE "exemplaire inconnu" TO WS-MOTIF-CONFLIT
           ELSE
               IF SQLCODE NOT = 0
                   PERFORM 2700-INCIDENT-BASE-DEB
                      THRU 2700-INCIDENT-BASE-FIN
               ELSE
                   MOVE EX-FK-LIVRES TO WS-JRN-LIVRES
               END-IF
           END-IF.

       2500-LIRE-EXEMPLAIRE-FIN.
           EXIT.

      ******************************************************************
      * === 2600 === LISTE DES CONFLITS ET DES MISES DE CÔTÉ           *
      ******************************************************************

       2600-IMPRIMER-CONFLIT-DEB.
           MOVE SPACE TO REC-CONFLITS.
           STRING "CONFLIT " DELIMITED BY SIZE
                  TRI-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRI-HEURE(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRI-OPERATION DELIMITED BY SIZE
                  " ex. " DELIMITED BY SIZE
                  TRI-ID-EXEMPLAIRE DELIMITED BY SIZE
                  " adh. " DELIMITED BY SIZE
                  TRI-FK-EMPRUNTEUR DELIMITED BY SIZE
                  " op. " DELIMITED BY SIZE
                  TRI-OPERATEUR DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-MOTIF-CONFLIT DELIMITED BY SIZE
             INTO REC-CONFLITS
           END-STRING.
           WRITE REC-CONFLITS AFTER 1.

       2600-IMPRIMER-CONFLIT-FIN.
           EXIT.

       2650-IMPRIMER-MISE-DE-COTE-DEB.
           ADD 1 TO WS-NB-MISES-DE-COTE.
           MOVE SPACE TO REC-CONFLITS.
           STRING "A METTRE DE COTE : exemplaire " DELIMITED BY SIZE
                  ID_EXEMPLAIRE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TITRE DELIMITED BY SIZE
                  " - réservation " DELIMITED BY SIZE
                  ID_RESERVATION DELIMITED BY SIZE
                  " adhérent " DELIMITED BY SIZE
                  RES-FK-EMPRUNTEUR DELIMITED BY SIZE
             INTO REC-CONFLITS
           END-STRING.
           WRITE REC-CONFLITS AFTER 1.

       2650-IMPRIMER-MISE-DE-COTE-FIN.
           EXIT.

       2700-INCIDENT-BASE-DEB.
      *----------------------------------------------------------------*
      * Échec SQL sur la ligne courante : la ligne passe en conflit    *
      * avec le code de l'incident ; si la base ne répond plus du      *
      * tout (classe 08, serveur arrêté), le passage s'arrête et les   *
      * lignes restantes sont gardées pour la relance                  *
      *----------------------------------------------------------------*
           MOVE "CONFLIT" TO WS-RESULTAT.
           IF SQLSTATE(1:2) = "08"
              OR SQLSTATE = "57P01"
              OR SQLSTATE = "57P02"
              OR SQLSTATE = "57P03"
               MOVE 'O' TO WS-ARRET-REJEU
               MOVE "base injoignable, passage interrompu"
                 TO WS-MOTIF-CONFLIT
               DISPLAY "ERREUR: base injoignable en cours de passage"
           ELSE
               MOVE SPACE TO WS-MOTIF-CONFLIT
               STRING "incident de base, SQLSTATE " DELIMITED BY SIZE
                      SQLSTATE DELIMITED BY SIZE
                 INTO WS-MOTIF-CONFLIT
               END-STRING
           END-IF.

       2700-INCIDENT-BASE-FIN.
           EXIT.

       2800-JOURNALISER-DEB.
      *----------------------------------------------------------------*
      * Ligne du journal de circulation de la transaction validée,     *
      * datée du passage en base pour le pointage de LRE-journal       *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HEURE.
           MOVE ID_EXEMPLAIRE              TO JRN-ID-EXEMPLAIRE.
           MOVE WS-JRN-LIVRES              TO JRN-FK-LIVRES.
           MOVE WS-JRN-EMPRUNTEUR          TO JRN-FK-EMPRUNTEUR.
           MOVE TRI-OPERATEUR              TO JRN-POSTE.
           WRITE REC-JOURNAL.

       2800-JOURNALISER-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === VIDAGE DU FICHIER HORS LIGNE                      *
      * Le fichier hors ligne est réécrit avec les seules lignes non   *
      * traitées (aucune après un passage complet) : une relance ne    *
      * rejoue jamais ce qui est déjà dans l'historique                *
      ******************************************************************

       3000-VIDER-HORS-LIGNE-DEB.
           CLOSE F-RESTE.
           OPEN INPUT F-RESTE.
           OPEN OUTPUT F-HORS-LIGNE.
           IF NOT F-HORS-LIGNE-STATUS-OK OR NOT F-RESTE-STATUS-OK
               DISPLAY "ERREUR: réécriture du fichier hors ligne"
               DISPLAY "Code erreur : " F-HORS-LIGNE-STATUS
                       " / " F-RESTE-STATUS
               DISPLAY "Ne pas relancer avant d'avoir retiré de"
               DISPLAY "circulation-hors-ligne.dat les lignes de"
               DISPLAY "circulation-hors-ligne-rejouee.dat"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ F-RESTE
           AT END
               SET F-RESTE-STATUS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL F-RESTE-STATUS-EOF
               MOVE REC-RESTE TO REC-HORS-LIGNE
               WRITE REC-HORS-LIGNE
               READ F-RESTE
               AT END
                   SET F-RESTE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-RESTE.
           CLOSE F-HORS-LIGNE.

       3000-VIDER-HORS-LIGNE-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           MOVE SPACE TO REC-CONFLITS.
           WRITE REC-CONFLITS AFTER 1.
           MOVE SPACE TO REC-CONFLITS.
           STRING "Lignes lues " DELIMITED BY SIZE
                  WS-NB-LUES DELIMITED BY SIZE
                  " - prêts passés " DELIMITED BY SIZE
                  WS-NB-PRETS DELIMITED BY SIZE
                  " - retours passés " DELIMITED BY SIZE
                  WS-NB-RETOURS DELIMITED BY SIZE
                  " - déjà passées " DELIMITED BY SIZE
                  WS-NB-DOUBLONS DELIMITED BY SIZE
                  " - conflits " DELIMITED BY SIZE
                  WS-NB-CONFLITS DELIMITED BY SIZE
                  " - non traitées " DELIMITED BY SIZE
                  WS-NB-RESTE DELIMITED BY SIZE
             INTO REC-CONFLITS
           END-STRING.
           WRITE REC-CONFLITS AFTER 1.

           CLOSE F-CONFLITS.
           CLOSE F-JOURNAL.
           CLOSE F-HISTORIQUE.

           DISPLAY "=== PASSAGE DE LA CIRCULATION HORS LIGNE ===".
           DISPLAY "Lignes lues            : " WS-NB-LUES.
           DISPLAY "Prêts passés en base   : " WS-NB-PRETS.
           DISPLAY "Retours passés en base : " WS-NB-RETOURS.
           DISPLAY "Lignes déjà passées    : " WS-NB-DOUBLONS.
           DISPLAY "Conflits à régler      : " WS-NB-CONFLITS.
           DISPLAY "Mises de côté          : " WS-NB-MISES-DE-COTE.
           DISPLAY "Lignes non traitées    : " WS-NB-RESTE.
           DISPLAY "Liste générée          : "
                   "hors-ligne-conflits.txt".

           IF WS-ARRET-REJEU = 'O'
               DISPLAY "Passage interrompu : relancer au retour de"
               DISPLAY "la base, il reprendra aux lignes non traitées"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           ELSE
               PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
                  THRU 9999-FIN-NORMALE-PROGRAMME-FIN
           END-IF.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les paramètres d'exploitation partagés : identifiants  *
      * de connexion et politique de prêt du guichet. L'absence du    *
      * fichier est une erreur franche ; une clé absente laisse la    *
      * valeur par défaut du programme.                               *
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
               WHEN "DUREE-PRET"
                   COMPUTE WS-DUREE-PRET =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "MAX-EMPRUNTS"
                   COMPUTE WS-MAX-EMPRUNTS =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "PLAFOND-DETTE"
                   COMPUTE WS-PLAFOND-DETTE =
                      FUNCTION NUMVAL(PRM-VALEUR)
               WHEN "DETTE-FOYER"
                   MOVE PRM-VALEUR(1:1) TO WS-DETTE-FOYER
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

       1200-CHARGER-FERMETURES-DEB.
      *----------------------------------------------------------------*
      * Charge le calendrier des fermetures dans TAB-FERMETURES.      *
      * L'absence du fichier n'est pas une erreur : aucun jour fermé. *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-FERMETURES.
           OPEN INPUT F-FERMETURES.
           IF F-FERMETURES-ABSENT
               CONTINUE
           ELSE
               IF NOT F-FERMETURES-STATUS-OK
                   DISPLAY "ERREUR: calendrier-fermetures.dat"
                   DISPLAY "illisible, code : " F-FERMETURES-STATUS
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               READ F-FERMETURES
               AT END
                   SET F-FERMETURES-STATUS-EOF TO TRUE
               END-READ
               PERFORM UNTIL F-FERMETURES-STATUS-EOF
                          OR WS-NB-FERMETURES >= 500
                   ADD 1 TO WS-NB-FERMETURES
                   MOVE FRM-DATE TO WS-FERMETURE(WS-NB-FERMETURES)
                   READ F-FERMETURES
                   AT END
                       SET F-FERMETURES-STATUS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE F-FERMETURES
           END-IF.

       1200-CHARGER-FERMETURES-FIN.
           EXIT.

       1300-ROULER-DATE-OUVERTE-DEB.
      *----------------------------------------------------------------*
      * Même glissement que 0040 de crud/menu.cbl : la date de retour  *
      * portée par WS-JOUR-JULIEN avance tant qu'elle tombe un jour    *
      * fermé. Résultat dans EMP-DATE-RETOUR-PR.                       *
      *----------------------------------------------------------------*
           COMPUTE EMP-DATE-RETOUR-PR =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).
           MOVE 'O' TO WS-FERM-TROUVEE.
           PERFORM UNTIL WS-FERM-TROUVEE = 'N'
               MOVE 'N' TO WS-FERM-TROUVEE
               PERFORM VARYING WS-IDX-FERM FROM 1 BY 1
                       UNTIL WS-IDX-FERM > WS-NB-FERMETURES
                   IF WS-FERMETURE(WS-IDX-FERM) = EMP-DATE-RETOUR-PR
                       MOVE 'O' TO WS-FERM-TROUVEE
                   END-IF
               END-PERFORM
               IF WS-FERM-TROUVEE = 'O'
                   ADD 1 TO WS-JOUR-JULIEN
                   COMPUTE EMP-DATE-RETOUR-PR =
                      FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN)
               END-IF
           END-PERFORM.

       1300-ROULER-DATE-OUVERTE-FIN.
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
