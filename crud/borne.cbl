      ******************************************************************
      * Programme : borne.cbl                                          *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Borne de prêt et de retour en libre service, sur un poste      *
      * public à côté de l'OPAC : l'adhérent scanne sa carte (ligne    *
      * code de cartes-adherents.txt, LRE-etiquettes.cbl), puis        *
      * chaque exemplaire à emprunter ou à rendre. La borne applique   *
      * les mêmes contrôles que le guichet (0330 et 0335 de            *
      * crud/menu.cbl : adhésion ACTIVE et non échue, quota et durée   *
      * de la matrice de prêt pour la catégorie du lecteur et le type  *
      * du document, plafond PLAFOND-DETTE, porté sur le foyer avec    *
      * DETTE-FOYER) et refuse en plus un exemplaire mis de côté pour  *
      * un autre lecteur ; chaque refus est expliqué en clair et       *
      * renvoie à l'accueil. En fin de passage, un ticket liste les    *
      * documents empruntés et rendus et tous les prêts en cours du    *
      * lecteur avec leur date de retour.                              *
      *                                                                *
      * Comme opac.cbl, ce programme est fait pour un poste public :   *
      * pas de session d'opérateur, aucune modification du catalogue,  *
      * et seules les données du lecteur dont la carte a été scannée   *
      * sont affichées (un retour ou un refus ne dit jamais qui a      *
      * emprunté ou réservé le document).                              *
      * Chaque prêt et chaque retour est écrit au journal de           *
      * circulation comme au guichet, avec l'identifiant de la borne   *
      * à la place du code opérateur : le pointage de LRE-journal.cbl  *
      * les compte avec les autres. L'identifiant vient de la          *
      * variable d'environnement LRE-BORNE (même mécanisme que         *
      * LRE-MODE dans LRE-livres.cbl), "BORNE" si elle est vide ; les  *
      * identifiants de bornes ne sont pas donnés à des opérateurs.    *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - SORTIE : journal-circulation.dat (ajout, 69 car. fixes)      *
      * - SORTIE : ticket-borne.txt (ticket du dernier passage,        *
      *            repris par l'imprimante de la borne)                *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. borne.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *fichier des paramètres d'exploitation partagés : identifiants
      *de connexion et règles de prêt du guichet
           SELECT F-PARAMS
               ASSIGN TO 'parametres-bibliotheque.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      *calendrier des fermetures partagé avec crud/menu.cbl : une
      *date de retour tombant un jour fermé glisse au jour suivant
           SELECT F-FERMETURES
               ASSIGN TO 'calendrier-fermetures.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FERMETURES-STATUS.

           SELECT F-JOURNAL
               ASSIGN TO 'journal-circulation.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

           SELECT F-TICKET
               ASSIGN TO 'ticket-borne.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TICKET-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  F-PARAMS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PARAM.
           05 PRM-CLE                      PIC X(20).
           05 PRM-VALEUR                   PIC X(40).

       FD  F-FERMETURES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.

       01  REC-FERMETURE.
           05 FRM-DATE                     PIC 9(08).

      *même découpage que REC-JOURNAL dans crud/menu.cbl ; le poste
      *porte ici l'identifiant de la borne
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

       FD  F-TICKET
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-TICKET                      PIC X(60).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *pour se connecter à la base de donnée (valeurs chargées
      *depuis le fichier des paramètres partagés, voir 8100)
       01  USERNAME           PIC X(30) VALUE SPACE.
       01  PASSWD             PIC X(30) VALUE SPACE.
       01  DBNAME             PIC X(10) VALUE SPACE.
      *le lecteur dont la carte a été scannée
       01  ID_EMPRUNTEUR      PIC 9(13).
       01  BRN-NOM            PIC X(22).
       01  BRN-PRENOM         PIC X(22).
       01  BRN-STATUT         PIC X(10).
       01  BRN-DATE-FIN       PIC 9(08).
       01  BRN-NB-OUVERTS     PIC 9(05).
       01  BRN-DETTE-DUE      PIC 9(07)V99.
       01  BRN-CATEGORIE      PIC X(10).
      *l'exemplaire scanné, son livre, son emprunt et son état
       01  ID_EXEMPLAIRE      PIC 9(13).
       01  BRN-FK-LIVRES      PIC 9(13).
       01  BRN-FK-EMPRUNT     PIC 9(13).
       01  BRN-ETAT           PIC X(12).
       01  BRN-TITRE          PIC X(38).
       01  BRN-TYPE-DOCUMENT  PIC X(10).
      *règle de la matrice de prêt retenue pour le lecteur et le
      *document (table politique_pret, voir 0325)
       01  BRN-TYPE-RETENU    PIC X(10).
       01  BRN-DUREE-PRET     PIC 9(03).
       01  BRN-MAX-EMPRUNTS   PIC 9(03).
      *l'emprunt créé ou soldé
       01  ID_EMPRUNT         PIC 9(13).
       01  BRN-EMP-EMPRUNTEUR PIC 9(13).
       01  BRN-DATE-EMPRUNT   PIC 9(08).
       01  BRN-DATE-RETOUR-PR PIC 9(08).
       01  BRN-DATE-RETOUR-RE PIC 9(08).
      *mises de côté pour d'autres lecteurs et exemplaires en rayon
      *du livre scanné ; réservation annoncée au retour
       01  BRN-NB-MISES-AUTRES PIC 9(05).
       01  BRN-NB-EN-RAYON    PIC 9(05).
       01  ID_RESERVATION     PIC 9(13).
       01  BRN-DATE-PREVENU   PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

       01  F-FERMETURES-STATUS            PIC X(02)     VALUE SPACE.
           88 F-FERMETURES-STATUS-OK                    VALUE '00'.
           88 F-FERMETURES-STATUS-EOF                   VALUE '10'.
           88 F-FERMETURES-ABSENT                       VALUE '35'.

       01  F-JOURNAL-STATUS               PIC X(02)     VALUE SPACE.
           88 F-JOURNAL-STATUS-OK                       VALUE '00'.
           88 F-JOURNAL-ABSENT                          VALUE '35'.

       01  F-TICKET-STATUS                PIC X(02)     VALUE SPACE.
           88 F-TICKET-STATUS-OK                        VALUE '00'.

      *identifiant de la borne porté au journal (LRE-BORNE)
       01 WS-BORNE                         PIC X(08)    VALUE SPACE.

      *règles de prêt : mêmes paramètres partagés et mêmes valeurs
      *de secours que le guichet (durée et quota ne servent que si
      *la matrice de prêt est vide)
       01 WS-DUREE-PRET                    PIC 9(03)    VALUE 21.
       01 WS-MAX-EMPRUNTS                  PIC 9(03)    VALUE 5.
       01 WS-PLAFOND-DETTE                 PIC 9(05)V99 VALUE 10.
      *'O' : le plafond de dette porte sur tout le foyer du lecteur
      *(garant et mineurs rattachés), comme au guichet
       01 WS-DETTE-FOYER                   PIC X(01)    VALUE 'N'.

      *calendrier des fermetures en mémoire (même table que dans
      *crud/menu.cbl)
       01 TAB-FERMETURES.
           05 WS-NB-FERMETURES             PIC 9(03)    VALUE ZEROS.
           05 WS-FERMETURE OCCURS 500 TIMES
                                           PIC 9(08).
       01 WS-IDX-FERM                      PIC 9(03).
       01 WS-FERM-TROUVEE                  PIC X(01).
       01 WS-JOUR-JULIEN                   PIC 9(07).

      *code lu à la douchette (le numéro entre astérisques de la
      *ligne code, ou saisi au clavier) et numéro qui en est tiré
       01 WS-CODE-LU                       PIC X(20).
       01 WS-NUMERO-LU                     PIC 9(13).
       01 WS-CODE-VALIDE                   PIC X(01).
       01 WS-LONGUEUR-CODE                 PIC 9(02).
       01 WS-DATE-JOUR                     PIC 9(08).

      *'O' pour éteindre la borne (0 au lieu d'une carte)
       01 WS-ARRET-BORNE                   PIC X(01)    VALUE 'N'.
      *'O' tant qu'un lecteur est identifié sur la borne
       01 WS-LECTEUR-PRESENT               PIC X(01)    VALUE 'N'.
      *le choix du lecteur (1 emprunter, 2 rendre, 0 terminer)
       01 WS-COMMANDE-LECTEUR              PIC 9.
      *'O' quand le prêt demandé passe tous les contrôles
       01 WS-PRET-POSSIBLE                 PIC X(01).

      *documents du passage, repris sur le ticket
       01 TAB-TICKET.
           05 WS-NB-TICKET                 PIC 9(03)    VALUE ZEROS.
           05 WS-TICKET OCCURS 100 TIMES.
               10 WS-TIC-OPERATION         PIC X(08).
               10 WS-TIC-TITRE             PIC X(38).
               10 WS-TIC-DATE-RETOUR       PIC 9(08).
       01 WS-IDX-TICKET                    PIC 9(03).
       01 WS-OPERATION-TICKET              PIC X(08).

      *zones d'affichage
       01 WS-DATE-A-AFFICHER               PIC 9(08).
       01 WS-DATE-AFF                      PIC X(10).
       01 WS-DETTE-AFF                     PIC ZZZZ9,99.
       01 WS-NB-AFF                        PIC ZZ9.
       01 WS-MAX-AFF                       PIC ZZ9.
       01 WS-HORODATAGE                    PIC X(21).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      *paramètres partagés, puis calendrier des fermetures dont
      *dépendent les dates de retour
           PERFORM 8100-LIRE-PARAMETRES-DEB
              THRU 8100-FIN-LIRE-PARAMETRES.
           PERFORM 8200-CHARGER-FERMETURES-DEB
              THRU 8200-FIN-CHARGER-FERMETURES.

           ACCEPT WS-BORNE FROM ENVIRONMENT "LRE-BORNE".
           IF WS-BORNE = SPACE
               MOVE "BORNE" TO WS-BORNE
           END-IF.

           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "borne momentanément indisponible,"
               DISPLAY "merci de vous adresser à l'accueil"
               STOP RUN
           END-IF.

      *pas d'ouverture de session d'opérateur : c'est la carte du
      *lecteur qui ouvre chaque passage
           PERFORM UNTIL WS-ARRET-BORNE = 'O'
              PERFORM 0100-IDENTIFIER-LECTEUR-DEB
                 THRU 0100-FIN-IDENTIFIER-LECTEUR
              IF WS-LECTEUR-PRESENT = 'O'
                 PERFORM 0200-SERVIR-LECTEUR-DEB
                    THRU 0200-FIN-SERVIR-LECTEUR
                 PERFORM 0500-IMPRIMER-TICKET-DEB
                    THRU 0500-FIN-IMPRIMER-TICKET
                 PERFORM 0600-OUBLIER-LECTEUR-DEB
                    THRU 0600-FIN-OUBLIER-LECTEUR
              END-IF
           END-PERFORM.

           STOP RUN.


       0100-IDENTIFIER-LECTEUR-DEB.
      *----------------------------------------------------------------*
      * Attend une carte d'adhérent et retrouve le lecteur. Une carte  *
      * inconnue est refusée sans autre détail ; 0 éteint la borne.    *
      * L'état de l'adhésion n'est pas contrôlé ici : un lecteur dont  *
      * l'adhésion est échue peut encore rendre ses documents, ses     *
      * emprunts sont refusés au scan avec la raison.                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LECTEUR-PRESENT.
           DISPLAY " ".
           DISPLAY "=== EMPRUNTS ET RETOURS EN LIBRE SERVICE ===".
           DISPLAY "scannez votre carte de lecteur".
           ACCEPT WS-CODE-LU.
           PERFORM 0900-DECODER-CODE-BARRE-DEB
              THRU 0900-FIN-DECODER-CODE-BARRE.
           IF WS-CODE-VALIDE = 'N'
              DISPLAY "carte illisible, merci de la scanner à nouveau"
              GO TO 0100-FIN-IDENTIFIER-LECTEUR
           END-IF.
           IF WS-NUMERO-LU = 0
              DISPLAY "borne fermée"
              MOVE 'O' TO WS-ARRET-BORNE
              GO TO 0100-FIN-IDENTIFIER-LECTEUR
           END-IF.

           MOVE WS-NUMERO-LU TO ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, statut,
                     COALESCE(date_fin_adhesion, 0)
              INTO :BRN-NOM, :BRN-PRENOM, :BRN-STATUT,
                   :BRN-DATE-FIN
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'O' TO WS-LECTEUR-PRESENT
              MOVE 0 TO WS-NB-TICKET
              DISPLAY "bonjour " BRN-PRENOM " " BRN-NOM
           ELSE
              IF SQLCODE = 100
                 DISPLAY "carte non reconnue,"
                 DISPLAY "merci de vous adresser à l'accueil"
              ELSE
                 DISPLAY "borne momentanément indisponible,"
                 DISPLAY "merci de vous adresser à l'accueil"
              END-IF
           END-IF.
           EXEC SQL ROLLBACK END-EXEC.

       0100-FIN-IDENTIFIER-LECTEUR.


       0200-SERVIR-LECTEUR-DEB.
      *----------------------------------------------------------------*
      * Le passage du lecteur : emprunter, rendre, autant de fois que  *
      * voulu, puis terminer pour imprimer le ticket                   *
      *----------------------------------------------------------------*
           MOVE 9 TO WS-COMMANDE-LECTEUR.
           PERFORM UNTIL WS-COMMANDE-LECTEUR EQUAL 0
              DISPLAY " "
              DISPLAY "1 pour emprunter des documents"
              DISPLAY "2 pour rendre des documents"
              DISPLAY "0 pour terminer et imprimer votre ticket"
              ACCEPT WS-COMMANDE-LECTEUR

              EVALUATE WS-COMMANDE-LECTEUR
              WHEN EQUAL 1
                 PERFORM 0300-EMPRUNTER-DEB
                    THRU 0300-FIN-EMPRUNTER
              WHEN EQUAL 2
                 PERFORM 0400-RENDRE-DEB
                    THRU 0400-FIN-RENDRE
              WHEN EQUAL 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY "choix non compris"
              END-EVALUATE
           END-PERFORM.

       0200-FIN-SERVIR-LECTEUR.


       0300-EMPRUNTER-DEB.
      *----------------------------------------------------------------*
      * Scans d'emprunt jusqu'à 0 : chaque document est prêté ou       *
      * refusé avec sa raison, dans sa propre transaction              *
      *----------------------------------------------------------------*
           DISPLAY "scannez le document à emprunter (0 pour finir)".
           ACCEPT WS-CODE-LU.
           PERFORM 0900-DECODER-CODE-BARRE-DEB
              THRU 0900-FIN-DECODER-CODE-BARRE.
           PERFORM UNTIL WS-CODE-VALIDE = 'O' AND WS-NUMERO-LU = 0
              IF WS-CODE-VALIDE = 'N'
                 DISPLAY "code illisible, merci de scanner à nouveau"
              ELSE
                 MOVE WS-NUMERO-LU TO ID_EXEMPLAIRE
                 PERFORM 0310-PRETER-UN-DOCUMENT-DEB
                    THRU 0310-FIN-PRETER-UN-DOCUMENT
              END-IF
              DISPLAY "scannez le document suivant (0 pour finir)"
              ACCEPT WS-CODE-LU
              PERFORM 0900-DECODER-CODE-BARRE-DEB
                 THRU 0900-FIN-DECODER-CODE-BARRE
           END-PERFORM.

       0300-FIN-EMPRUNTER.


       0310-PRETER-UN-DOCUMENT-DEB.
      *----------------------------------------------------------------*
      * Prêt d'un exemplaire au lecteur identifié. L'exemplaire est    *
      * verrouillé (NOWAIT, comme 0190 au guichet) le temps des        *
      * contrôles et de l'écriture. Refus, dans l'ordre : document     *
      * inconnu ou déjà sorti, document pas en rayon (perdu, retiré,   *
      * en transit, en PEB), contrôles de 0320 sur le lecteur, mise    *
      * de côté pour un autre lecteur (0330).                          *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRET-POSSIBLE.
           EXEC SQL
              SELECT E.fk_livres, COALESCE(E.fk_emprunt, 0),
                     COALESCE(E.etat, ' '), L.Titre,
                     COALESCE(E.type_document, '*')
              INTO :BRN-FK-LIVRES, :BRN-FK-EMPRUNT,
                   :BRN-ETAT, :BRN-TITRE, :BRN-TYPE-DOCUMENT
              FROM exemplaires E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE OF E NOWAIT
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = 100
              DISPLAY "document non reconnu,"
              DISPLAY "merci de le présenter à l'accueil"
           WHEN SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
           WHEN BRN-FK-EMPRUNT NOT = 0
              PERFORM 0315-DEJA-SORTI-DEB
                 THRU 0315-FIN-DEJA-SORTI
           WHEN BRN-ETAT = "PERDU" OR BRN-ETAT = "MANQUANT"
             OR BRN-ETAT = "RETIRE" OR BRN-ETAT = "TRANSIT"
             OR BRN-ETAT = "PEB" OR BRN-ETAT = "REPARATION"
              DISPLAY BRN-TITRE
              DISPLAY "ce document ne peut pas être emprunté ici,"
              DISPLAY "merci de le présenter à l'accueil"
           WHEN OTHER
              PERFORM 0320-CONTROLER-LECTEUR-DEB
                 THRU 0320-FIN-CONTROLER-LECTEUR
              IF WS-PRET-POSSIBLE = 'O'
                 PERFORM 0330-CONTROLER-MISE-DE-COTE-DEB
                    THRU 0330-FIN-CONTROLER-MISE-DE-COTE
              END-IF
           END-EVALUATE.

           IF WS-PRET-POSSIBLE = 'O'
              PERFORM 0340-ENREGISTRER-PRET-DEB
                 THRU 0340-FIN-ENREGISTRER-PRET
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0310-FIN-PRETER-UN-DOCUMENT.


       0315-DEJA-SORTI-DEB.
      *----------------------------------------------------------------*
      * Exemplaire qui porte déjà un emprunt : on dit seulement au     *
      * lecteur s'il est à son nom, jamais à qui il est prêté          *
      *----------------------------------------------------------------*
           MOVE BRN-FK-EMPRUNT TO ID_EMPRUNT.
           EXEC SQL
              SELECT COALESCE(fk_emprunteur, 0)
              INTO :BRN-EMP-EMPRUNTEUR
              FROM emprunts
              WHERE id_emprunt = :ID_EMPRUNT
           END-EXEC.
           DISPLAY BRN-TITRE.
           IF SQLCODE = 0 AND BRN-EMP-EMPRUNTEUR = ID_EMPRUNTEUR
              DISPLAY "ce document est déjà en prêt à votre nom"
           ELSE
              DISPLAY "ce document est enregistré comme sorti,"
              DISPLAY "merci de le présenter à l'accueil"
           END-IF.

       0315-FIN-DEJA-SORTI.


       0320-CONTROLER-LECTEUR-DEB.
      *----------------------------------------------------------------*
      * Mêmes règles que 0330 et 0335 de crud/menu.cbl, dites au       *
      * lecteur en clair : adhésion ACTIVE, non échue, quota           *
      * d'emprunts ouverts de la matrice de prêt (0325), dette         *
      * d'amendes DUES sous le plafond (PLAFOND-DETTE). Relu à chaque  *
      * document : le quota bouge au fil des emprunts du passage.      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           EXEC SQL
              SELECT statut, COALESCE(date_fin_adhesion, 0),
                     COALESCE(categorie, '*')
              INTO :BRN-STATUT, :BRN-DATE-FIN, :BRN-CATEGORIE
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0320-FIN-CONTROLER-LECTEUR
           END-IF.
           PERFORM 0325-LIRE-POLITIQUE-DEB
              THRU 0325-FIN-LIRE-POLITIQUE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0320-FIN-CONTROLER-LECTEUR
           END-IF.
           IF BRN-TYPE-RETENU = '*'
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :BRN-NB-OUVERTS
                 FROM emprunts
                 WHERE fk_emprunteur = :ID_EMPRUNTEUR
                   AND date_retour_reelle IS NULL
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :BRN-NB-OUVERTS
                 FROM emprunts E
                 JOIN exemplaires X
                   ON E.fk_exemplaire = X.id_exemplaire
                 WHERE E.fk_emprunteur = :ID_EMPRUNTEUR
                   AND E.date_retour_reelle IS NULL
                   AND X.type_document = :BRN-TYPE-RETENU
              END-EXEC
           END-IF.
           IF SQLCODE = 0 AND WS-DETTE-FOYER = 'O'
              EXEC SQL
                 SELECT COALESCE(SUM(A.montant - A.montant_regle), 0)
                 INTO :BRN-DETTE-DUE
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
                 INTO :BRN-DETTE-DUE
                 FROM amendes
                 WHERE fk_emprunteur = :ID_EMPRUNTEUR
                   AND statut IN ('DUE', 'TRESOR')
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0320-FIN-CONTROLER-LECTEUR
           END-IF.

           EVALUATE TRUE
           WHEN BRN-STATUT NOT = "ACTIF"
              DISPLAY "votre abonnement n'est pas actif : emprunt"
              DISPLAY "impossible, merci de vous adresser à l'accueil"
           WHEN BRN-DATE-FIN NOT = 0
                AND BRN-DATE-FIN < WS-DATE-JOUR
              MOVE BRN-DATE-FIN TO WS-DATE-A-AFFICHER
              PERFORM 0910-FORMATER-DATE-DEB
                 THRU 0910-FIN-FORMATER-DATE
              DISPLAY "votre abonnement a pris fin le " WS-DATE-AFF
              DISPLAY "vous pouvez le renouveler à l'accueil"
           WHEN BRN-MAX-EMPRUNTS = 0
              DISPLAY BRN-TITRE
              DISPLAY "ce document ne se prête pas à votre"
              DISPLAY "abonnement, merci de vous adresser à l'accueil"
           WHEN BRN-NB-OUVERTS >= BRN-MAX-EMPRUNTS
              MOVE BRN-NB-OUVERTS  TO WS-NB-AFF
              MOVE BRN-MAX-EMPRUNTS TO WS-MAX-AFF
              DISPLAY "vous avez déjà " WS-NB-AFF
                      " document(s) en prêt, le maximum est de "
                      WS-MAX-AFF
              DISPLAY "rendez-en un pour emprunter celui-ci"
           WHEN BRN-DETTE-DUE > WS-PLAFOND-DETTE
              MOVE BRN-DETTE-DUE TO WS-DETTE-AFF
              IF WS-DETTE-FOYER = 'O'
                 DISPLAY "votre famille a " WS-DETTE-AFF
                         " EUR d'amendes à régler"
              ELSE
                 DISPLAY "vous avez " WS-DETTE-AFF
                         " EUR d'amendes à régler"
              END-IF
              DISPLAY "merci de passer à l'accueil avant d'emprunter"
           WHEN OTHER
              MOVE 'O' TO WS-PRET-POSSIBLE
           END-EVALUATE.

       0320-FIN-CONTROLER-LECTEUR.


       0325-LIRE-POLITIQUE-DEB.
      *----------------------------------------------------------------*
      * Règle de la matrice de prêt pour la catégorie du lecteur et    *
      * le type du document, cherchée comme 0045 au guichet : ligne    *
      * exacte, type toutes catégories, catégorie tous types, ligne    *
      * par défaut. Sans ligne (SQLCODE 100), les paramètres           *
      * DUREE-PRET et MAX-EMPRUNTS.                                    *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT type_document, duree_pret, max_emprunts
              INTO :BRN-TYPE-RETENU, :BRN-DUREE-PRET,
                   :BRN-MAX-EMPRUNTS
              FROM politique_pret
              WHERE categorie IN (:BRN-CATEGORIE, '*')
                AND type_document IN (:BRN-TYPE-DOCUMENT, '*')
              ORDER BY CASE WHEN type_document = '*'
                            THEN 1 ELSE 0 END,
                       CASE WHEN categorie = '*'
                            THEN 1 ELSE 0 END
              LIMIT 1
           END-EXEC.
           IF SQLCODE = 100
              MOVE '*'             TO BRN-TYPE-RETENU
              MOVE WS-DUREE-PRET   TO BRN-DUREE-PRET
              MOVE WS-MAX-EMPRUNTS TO BRN-MAX-EMPRUNTS
           END-IF.

       0325-FIN-LIRE-POLITIQUE.


       0330-CONTROLER-MISE-DE-COTE-DEB.
      *----------------------------------------------------------------*
      * Les réservations portent sur le titre : un exemplaire en       *
      * rayon est considéré comme mis de côté pour un autre lecteur    *
      * quand les réservations PREVENU des autres lecteurs sur ce      *
      * titre sont au moins aussi nombreuses que les exemplaires en    *
      * rayon (celui qu'on scanne compris). La mise de côté du lecteur *
      * lui-même ne le bloque pas : elle sera soldée par le prêt.      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRET-POSSIBLE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :BRN-NB-MISES-AUTRES
              FROM reservations
              WHERE fk_livres = :BRN-FK-LIVRES
                AND statut = 'PREVENU'
                AND fk_emprunteur <> :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :BRN-NB-EN-RAYON
                 FROM exemplaires
                 WHERE fk_livres = :BRN-FK-LIVRES
                   AND COALESCE(fk_emprunt, 0) = 0
                   AND COALESCE(etat, ' ') NOT IN ('PERDU',
                       'MANQUANT', 'RETIRE', 'TRANSIT', 'PEB',
                       'REPARATION')
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
           ELSE
              IF BRN-NB-MISES-AUTRES >= BRN-NB-EN-RAYON
                 DISPLAY BRN-TITRE
                 DISPLAY "ce document est réservé pour un autre"
                 DISPLAY "lecteur, merci de le déposer à l'accueil"
              ELSE
                 MOVE 'O' TO WS-PRET-POSSIBLE
              END-IF
           END-IF.

       0330-FIN-CONTROLER-MISE-DE-COTE.


       0340-ENREGISTRER-PRET-DEB.
      *----------------------------------------------------------------*
      * Écrit le prêt comme 1330 au guichet : emprunt du jour, date    *
      * de retour à la durée de la matrice de prêt (0325) glissée au   *
      * jour d'ouverture,                                              *
      * exemplaire marqué, réservation du lecteur sur le titre soldée  *
      * (comme 0370), puis COMMIT, journal et ligne de ticket          *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO BRN-DATE-EMPRUNT.
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(BRN-DATE-EMPRUNT)
              + BRN-DUREE-PRET.
           PERFORM 8300-ROULER-DATE-OUVERTE-DEB
              THRU 8300-FIN-ROULER-DATE-OUVERTE.

           EXEC SQL
              SELECT nextval('seq_emprunts')
              INTO :ID_EMPRUNT
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO emprunts (id_emprunt, fk_livres,
                 fk_exemplaire, fk_emprunteur, date_emprunt,
                 date_retour_prevue, date_retour_reelle)
                 VALUES (:ID_EMPRUNT, :BRN-FK-LIVRES,
                 :ID_EXEMPLAIRE, :ID_EMPRUNTEUR,
                 :BRN-DATE-EMPRUNT, :BRN-DATE-RETOUR-PR, NULL)
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
                 SELECT COALESCE(MIN(id_reservation), 0)
                 INTO :ID_RESERVATION
                 FROM reservations
                 WHERE fk_livres = :BRN-FK-LIVRES
                   AND fk_emprunteur = :ID_EMPRUNTEUR
                   AND statut IN ('PREVENU', 'ATTENTE')
              END-EXEC
           END-IF.
           IF SQLCODE = 0 AND ID_RESERVATION NOT = 0
              EXEC SQL
                 UPDATE reservations
                 SET statut = 'SOLDEE'
                 WHERE id_reservation = :ID_RESERVATION
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0340-FIN-ENREGISTRER-PRET
           END-IF.

           MOVE BRN-DATE-RETOUR-PR TO WS-DATE-A-AFFICHER.
           PERFORM 0910-FORMATER-DATE-DEB
              THRU 0910-FIN-FORMATER-DATE.
           DISPLAY "emprunté : " BRN-TITRE.
           DISPLAY "   à rendre le " WS-DATE-AFF.

           MOVE ID_EMPRUNTEUR TO JRN-FK-EMPRUNTEUR.
           MOVE "PRET"        TO JRN-OPERATION.
           PERFORM 0700-ECRIRE-JOURNAL-DEB
              THRU 0700-FIN-ECRIRE-JOURNAL.
           MOVE "EMPRUNT"     TO WS-OPERATION-TICKET.
           PERFORM 0710-AJOUTER-AU-TICKET-DEB
              THRU 0710-FIN-AJOUTER-AU-TICKET.

       0340-FIN-ENREGISTRER-PRET.


       0400-RENDRE-DEB.
      *----------------------------------------------------------------*
      * Scans de retour jusqu'à 0. Un document peut être rendu par le  *
      * lecteur présent pour un autre (famille) : le retour est        *
      * enregistré sans rien dire de l'emprunteur.                     *
      *----------------------------------------------------------------*
           DISPLAY "scannez le document à rendre (0 pour finir)".
           ACCEPT WS-CODE-LU.
           PERFORM 0900-DECODER-CODE-BARRE-DEB
              THRU 0900-FIN-DECODER-CODE-BARRE.
           PERFORM UNTIL WS-CODE-VALIDE = 'O' AND WS-NUMERO-LU = 0
              IF WS-CODE-VALIDE = 'N'
                 DISPLAY "code illisible, merci de scanner à nouveau"
              ELSE
                 MOVE WS-NUMERO-LU TO ID_EXEMPLAIRE
                 PERFORM 0410-RENDRE-UN-DOCUMENT-DEB
                    THRU 0410-FIN-RENDRE-UN-DOCUMENT
              END-IF
              DISPLAY "scannez le document suivant (0 pour finir)"
              ACCEPT WS-CODE-LU
              PERFORM 0900-DECODER-CODE-BARRE-DEB
                 THRU 0900-FIN-DECODER-CODE-BARRE
           END-PERFORM.

       0400-FIN-RENDRE.


       0410-RENDRE-UN-DOCUMENT-DEB.
      *----------------------------------------------------------------*
      * Retour comme 1320 au guichet : solde l'emprunt ouvert porté    *
      * par l'exemplaire verrouillé, libère l'exemplaire et passe la   *
      * plus ancienne réservation en ATTENTE sur le titre à PREVENU    *
      * (comme 0350) ; le document attendu est alors à déposer à       *
      * l'accueil pour être mis de côté, sans dire pour qui.           *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT E.fk_livres, COALESCE(E.fk_emprunt, 0), L.Titre
              INTO :BRN-FK-LIVRES, :BRN-FK-EMPRUNT, :BRN-TITRE
              FROM exemplaires E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE OF E NOWAIT
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY "document non reconnu,"
              DISPLAY "merci de le déposer à l'accueil"
              EXEC SQL ROLLBACK END-EXEC
              GO TO 0410-FIN-RENDRE-UN-DOCUMENT
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0410-FIN-RENDRE-UN-DOCUMENT
           END-IF.
           IF BRN-FK-EMPRUNT = 0
              DISPLAY BRN-TITRE
              DISPLAY "ce document n'est pas enregistré en prêt,"
              DISPLAY "merci de le déposer à l'accueil"
              EXEC SQL ROLLBACK END-EXEC
              GO TO 0410-FIN-RENDRE-UN-DOCUMENT
           END-IF.

           MOVE BRN-FK-EMPRUNT TO ID_EMPRUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BRN-DATE-RETOUR-RE.
           EXEC SQL
              SELECT COALESCE(fk_emprunteur, 0)
              INTO :BRN-EMP-EMPRUNTEUR
              FROM emprunts
              WHERE id_emprunt = :ID_EMPRUNT
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE emprunts
                 SET date_retour_reelle = :BRN-DATE-RETOUR-RE
                 WHERE id_emprunt = :ID_EMPRUNT
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE exemplaires
                 SET fk_emprunt = 0
                 WHERE id_exemplaire = :ID_EXEMPLAIRE
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL
                 SELECT COALESCE(MIN(id_reservation), 0)
                 INTO :ID_RESERVATION
                 FROM reservations
                 WHERE fk_livres = :BRN-FK-LIVRES
                   AND statut = 'ATTENTE'
              END-EXEC
           END-IF.
           IF SQLCODE = 0 AND ID_RESERVATION NOT = 0
              MOVE BRN-DATE-RETOUR-RE TO BRN-DATE-PREVENU
              EXEC SQL
                 UPDATE reservations
                 SET statut = 'PREVENU',
                     date_prevenu = :BRN-DATE-PREVENU
                 WHERE id_reservation = :ID_RESERVATION
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 0800-SIGNALER-INCIDENT-DEB
                 THRU 0800-FIN-SIGNALER-INCIDENT
              GO TO 0410-FIN-RENDRE-UN-DOCUMENT
           END-IF.

           DISPLAY "rendu : " BRN-TITRE.
           IF ID_RESERVATION NOT = 0
              DISPLAY "   ce document est attendu :"
              DISPLAY "   merci de le déposer à l'accueil"
           END-IF.

           MOVE BRN-EMP-EMPRUNTEUR TO JRN-FK-EMPRUNTEUR.
           MOVE "RETOUR"           TO JRN-OPERATION.
           PERFORM 0700-ECRIRE-JOURNAL-DEB
              THRU 0700-FIN-ECRIRE-JOURNAL.
           MOVE 0                  TO BRN-DATE-RETOUR-PR.
           MOVE "RETOUR"           TO WS-OPERATION-TICKET.
           PERFORM 0710-AJOUTER-AU-TICKET-DEB
              THRU 0710-FIN-AJOUTER-AU-TICKET.

       0410-FIN-RENDRE-UN-DOCUMENT.


       0500-IMPRIMER-TICKET-DEB.
      *----------------------------------------------------------------*
      * Ticket du passage : documents empruntés (avec date de retour)  *
      * et rendus, puis tous les prêts en cours du lecteur. Affiché    *
      * et écrit dans ticket-borne.txt pour l'imprimante de la borne.  *
      *----------------------------------------------------------------*
           OPEN OUTPUT F-TICKET.
           IF NOT F-TICKET-STATUS-OK
              DISPLAY "impression du ticket impossible"
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-DATE-A-AFFICHER.
           PERFORM 0910-FORMATER-DATE-DEB
              THRU 0910-FIN-FORMATER-DATE.
           MOVE SPACE TO REC-TICKET.
           STRING "BIBLIOTHEQUE - " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORODATAGE(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORODATAGE(11:2) DELIMITED BY SIZE
             INTO REC-TICKET
           END-STRING.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.
           MOVE SPACE TO REC-TICKET.
           STRING BRN-PRENOM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  BRN-NOM DELIMITED BY SPACE
             INTO REC-TICKET
           END-STRING.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.
           MOVE SPACE TO REC-TICKET.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.

           PERFORM VARYING WS-IDX-TICKET FROM 1 BY 1
                   UNTIL WS-IDX-TICKET > WS-NB-TICKET
              MOVE SPACE TO REC-TICKET
              STRING WS-TIC-OPERATION(WS-IDX-TICKET)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TIC-TITRE(WS-IDX-TICKET) DELIMITED BY SIZE
                INTO REC-TICKET
              END-STRING
              PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
                 THRU 0510-FIN-ECRIRE-LIGNE-TICKET
              IF WS-TIC-DATE-RETOUR(WS-IDX-TICKET) NOT = 0
                 MOVE WS-TIC-DATE-RETOUR(WS-IDX-TICKET)
                   TO WS-DATE-A-AFFICHER
                 PERFORM 0910-FORMATER-DATE-DEB
                    THRU 0910-FIN-FORMATER-DATE
                 MOVE SPACE TO REC-TICKET
                 STRING "         à rendre le " DELIMITED BY SIZE
                        WS-DATE-AFF DELIMITED BY SIZE
                   INTO REC-TICKET
                 END-STRING
                 PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
                    THRU 0510-FIN-ECRIRE-LIGNE-TICKET
              END-IF
           END-PERFORM.
           IF WS-NB-TICKET = 0
              MOVE "aucun document emprunté ou rendu" TO REC-TICKET
              PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
                 THRU 0510-FIN-ECRIRE-LIGNE-TICKET
           END-IF.

           PERFORM 0520-LISTER-PRETS-EN-COURS-DEB
              THRU 0520-FIN-LISTER-PRETS-EN-COURS.

           MOVE SPACE TO REC-TICKET.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.
           MOVE "merci et bonne lecture !" TO REC-TICKET.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.

           IF F-TICKET-STATUS-OK
              CLOSE F-TICKET
           END-IF.

       0500-FIN-IMPRIMER-TICKET.


       0510-ECRIRE-LIGNE-TICKET-DEB.
           DISPLAY REC-TICKET.
           IF F-TICKET-STATUS-OK
              WRITE REC-TICKET
           END-IF.

       0510-FIN-ECRIRE-LIGNE-TICKET.


       0520-LISTER-PRETS-EN-COURS-DEB.
      *----------------------------------------------------------------*
      * Tous les emprunts ouverts du lecteur, du plus proche retour    *
      * au plus lointain (ceux du guichet compris)                     *
      *----------------------------------------------------------------*
           MOVE SPACE TO REC-TICKET.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.
           MOVE "vos documents en prêt :" TO REC-TICKET.
           PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
              THRU 0510-FIN-ECRIRE-LIGNE-TICKET.
           EXEC SQL
              DECLARE curseur_borne_prets CURSOR FOR
              SELECT L.Titre, E.date_retour_prevue
              FROM emprunts E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.fk_emprunteur = :ID_EMPRUNTEUR
                AND E.date_retour_reelle IS NULL
              ORDER BY E.date_retour_prevue, L.Titre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_borne_prets
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_borne_prets
                 INTO :BRN-TITRE, :BRN-DATE-RETOUR-PR
              END-EXEC
              IF SQLCODE = 0
                 MOVE BRN-DATE-RETOUR-PR TO WS-DATE-A-AFFICHER
                 PERFORM 0910-FORMATER-DATE-DEB
                    THRU 0910-FIN-FORMATER-DATE
                 MOVE SPACE TO REC-TICKET
                 STRING WS-DATE-AFF DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        BRN-TITRE DELIMITED BY SIZE
                   INTO REC-TICKET
                 END-STRING
                 PERFORM 0510-ECRIRE-LIGNE-TICKET-DEB
                    THRU 0510-FIN-ECRIRE-LIGNE-TICKET
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_borne_prets
           END-EXEC.
           EXEC SQL ROLLBACK END-EXEC.

       0520-FIN-LISTER-PRETS-EN-COURS.


       0600-OUBLIER-LECTEUR-DEB.
      *----------------------------------------------------------------*
      * Fin du passage : plus rien du lecteur ne reste en mémoire      *
      * pour le suivant                                                *
      *----------------------------------------------------------------*
           MOVE 'N'   TO WS-LECTEUR-PRESENT.
           MOVE 0     TO ID_EMPRUNTEUR.
           MOVE SPACE TO BRN-NOM BRN-PRENOM BRN-STATUT.
           MOVE 0     TO BRN-DATE-FIN BRN-NB-OUVERTS BRN-DETTE-DUE.
           MOVE 0     TO WS-NB-TICKET.
           DISPLAY " ".
           DISPLAY "au revoir, n'oubliez pas votre ticket".

       0600-FIN-OUBLIER-LECTEUR.


       0700-ECRIRE-JOURNAL-DEB.
      *----------------------------------------------------------------*
      * Ajoute au journal de circulation la transaction validée        *
      * (JRN-OPERATION et JRN-FK-EMPRUNTEUR préparés par l'appelant),  *
      * avec l'identifiant de la borne comme poste. Comme 0160 au      *
      * guichet, une erreur d'écriture est signalée sans annuler la    *
      * transaction déjà faite en base.                                *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8)  TO JRN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO JRN-HEURE.
           MOVE ID_EXEMPLAIRE               TO JRN-ID-EXEMPLAIRE.
           MOVE BRN-FK-LIVRES               TO JRN-FK-LIVRES.
           MOVE WS-BORNE                    TO JRN-POSTE.
           OPEN EXTEND F-JOURNAL.
           IF F-JOURNAL-ABSENT
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT F-JOURNAL-STATUS-OK
               DISPLAY "ATTENTION: journal de circulation inaccessible"
               DISPLAY "Code erreur : " F-JOURNAL-STATUS
           ELSE
               WRITE REC-JOURNAL
               CLOSE F-JOURNAL
           END-IF.

       0700-FIN-ECRIRE-JOURNAL.


       0710-AJOUTER-AU-TICKET-DEB.
      *----------------------------------------------------------------*
      * Retient le document pour le ticket (opération préparée en      *
      * WS-OPERATION-TICKET par l'appelant, date de retour 0 pour un   *
      * retour) ; au-delà de 100 documents, le ticket s'arrête là mais *
      * les prêts en cours restent tous listés                         *
      *----------------------------------------------------------------*
           IF WS-NB-TICKET < 100
              ADD 1 TO WS-NB-TICKET
              MOVE WS-OPERATION-TICKET
                TO WS-TIC-OPERATION(WS-NB-TICKET)
              MOVE BRN-TITRE TO WS-TIC-TITRE(WS-NB-TICKET)
              MOVE BRN-DATE-RETOUR-PR
                TO WS-TIC-DATE-RETOUR(WS-NB-TICKET)
           END-IF.

       0710-FIN-AJOUTER-AU-TICKET.


       0800-SIGNALER-INCIDENT-DEB.
      *----------------------------------------------------------------*
      * Échec en base (document en cours de traitement à un autre      *
      * poste, base indisponible...) : rien n'est écrit, le lecteur    *
      * peut réessayer ou passer à l'accueil                           *
      *----------------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'N' TO WS-PRET-POSSIBLE.
           DISPLAY "opération impossible pour le moment :".
           DISPLAY "réessayez dans un instant ou adressez-vous".
           DISPLAY "à l'accueil".

       0800-FIN-SIGNALER-INCIDENT.


       0900-DECODER-CODE-BARRE-DEB.
      *----------------------------------------------------------------*
      * Tire le numéro du code lu : la ligne code des cartes et des    *
      * étiquettes encadre le numéro d'astérisques, que certaines      *
      * douchettes transmettent. WS-CODE-VALIDE à 'N' si ce qui reste  *
      * n'est pas un nombre d'au plus 13 chiffres.                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CODE-VALIDE.
           MOVE 0 TO WS-NUMERO-LU.
           MOVE 0 TO WS-LONGUEUR-CODE.
           INSPECT WS-CODE-LU CONVERTING "*" TO " ".
           MOVE FUNCTION TRIM(WS-CODE-LU) TO WS-CODE-LU.
           INSPECT WS-CODE-LU TALLYING WS-LONGUEUR-CODE
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LONGUEUR-CODE > 0 AND WS-LONGUEUR-CODE <= 13
              IF WS-CODE-LU(1:WS-LONGUEUR-CODE) IS NUMERIC
                 AND WS-CODE-LU(WS-LONGUEUR-CODE + 1:) = SPACE
                 MOVE WS-CODE-LU(1:WS-LONGUEUR-CODE) TO WS-NUMERO-LU
                 MOVE 'O' TO WS-CODE-VALIDE
              END-IF
           END-IF.

       0900-FIN-DECODER-CODE-BARRE.


       0910-FORMATER-DATE-DEB.
      *----------------------------------------------------------------*
      * WS-DATE-A-AFFICHER (AAAAMMJJ) en JJ/MM/AAAA dans WS-DATE-AFF   *
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-DATE-AFF.
           STRING WS-DATE-A-AFFICHER(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATE-A-AFFICHER(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATE-A-AFFICHER(1:4) DELIMITED BY SIZE
             INTO WS-DATE-AFF
           END-STRING.

       0910-FIN-FORMATER-DATE.


       8100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les identifiants de connexion et les règles de prêt     *
      * depuis le fichier des paramètres partagés. L'absence du        *
      * fichier met la borne hors service.                             *
      *----------------------------------------------------------------*
           OPEN INPUT F-PARAMS.
           IF NOT F-PARAMS-STATUS-OK
               DISPLAY "borne momentanément indisponible,"
               DISPLAY "merci de vous adresser à l'accueil"
               STOP RUN
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

       8100-FIN-LIRE-PARAMETRES.
           EXIT.


       8200-CHARGER-FERMETURES-DEB.
      *----------------------------------------------------------------*
      * Charge le calendrier des fermetures dans TAB-FERMETURES.       *
      * L'absence du fichier n'est pas une erreur : aucun jour fermé.  *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-FERMETURES.
           OPEN INPUT F-FERMETURES.
           IF F-FERMETURES-STATUS-OK
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

       8200-FIN-CHARGER-FERMETURES.
           EXIT.


       8300-ROULER-DATE-OUVERTE-DEB.
      *----------------------------------------------------------------*
      * Même glissement que 0040 de crud/menu.cbl : la date de retour  *
      * portée par WS-JOUR-JULIEN avance tant qu'elle tombe un jour    *
      * fermé. Résultat dans BRN-DATE-RETOUR-PR.                       *
      *----------------------------------------------------------------*
           COMPUTE BRN-DATE-RETOUR-PR =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN).
           MOVE 'O' TO WS-FERM-TROUVEE.
           PERFORM UNTIL WS-FERM-TROUVEE = 'N'
               MOVE 'N' TO WS-FERM-TROUVEE
               PERFORM VARYING WS-IDX-FERM FROM 1 BY 1
                       UNTIL WS-IDX-FERM > WS-NB-FERMETURES
                   IF WS-FERMETURE(WS-IDX-FERM) = BRN-DATE-RETOUR-PR
                       MOVE 'O' TO WS-FERM-TROUVEE
                   END-IF
               END-PERFORM
               IF WS-FERM-TROUVEE = 'O'
                   ADD 1 TO WS-JOUR-JULIEN
                   COMPUTE BRN-DATE-RETOUR-PR =
                      FUNCTION DATE-OF-INTEGER(WS-JOUR-JULIEN)
               END-IF
           END-PERFORM.

       8300-FIN-ROULER-DATE-OUVERTE.
           EXIT.
