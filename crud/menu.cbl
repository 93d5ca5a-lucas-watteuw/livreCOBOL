               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FERMETURES-STATUS.

      *saisie hors ligne de la circulation (base injoignable) : le
      *poste y note chaque prêt et chaque retour scanné pendant la
      *panne ; LRE-hors-ligne.cbl les passe en base au retour de la
      *base, dans l'ordre chronologique, avec les contrôles du guichet
           SELECT F-HORS-LIGNE
               ASSIGN TO 'circulation-hors-ligne.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HORS-LIGNE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *ID_LIVRES 1-13, TITRE 14-51, DATE_PARUTION 52-55, EDITEUR 56-78,
      *FK_GENRE 79-91, FK_AUTEUR 92-104, puis jusqu'à trois autres
      *contributeurs (FK_AUTEUR sur 13 et ROLE sur 3 chacun) en
      *105-152 ; à blanc ou absents sur les lignes plus anciennes
       FD  F-LOT-LIVRES
           RECORD CONTAINS 152 CHARACTERS
           RECORDING MODE IS F.

       01  REC-LOT-LIVRE                    PIC X(152).

      *une valeur par ligne : CLE en 1-20, VALEUR en 21-60
       FD  F-PARAMS

      *DATE 1-8, HEURE 9-14, ID_EXEMPLAIRE 15-27 (0 pour un livre
      *sans exemplaire), FK_LIVRES 28-40, FK_EMPRUNTEUR 41-53 (0
      *quand l'adhérent n'est pas en jeu), OPERATION 54-61, POSTE
      *62-69 (code de l'opérateur connecté, ou identifiant de la
      *borne de libre service ; à blanc sur les lignes plus
      *anciennes)
       FD  F-JOURNAL
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-JOURNAL.
           05 JRN-FK-LIVRES                 PIC 9(13).
           05 JRN-FK-EMPRUNTEUR             PIC 9(13).
           05 JRN-OPERATION                 PIC X(08).
           05 JRN-POSTE                     PIC X(08).

      *une date de jour fermé par ligne
       FD  F-FERMETURES
       01  REC-FERMETURE.
           05 FRM-DATE                      PIC 9(08).

      *DATE 1-8, HEURE 9-16 (HHMMSSCC : les centièmes départagent deux
      *scans de la même seconde), ID_EXEMPLAIRE 17-29, FK_EMPRUNTEUR
      *30-42 (0 pour un retour), OPERATION 43-50 (PRET ou RETOUR),
      *OPERATEUR 51-58
       FD  F-HORS-LIGNE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HORS-LIGNE.
           05 HOL-DATE                      PIC 9(08).
           05 HOL-HEURE                     PIC 9(08).
           05 HOL-ID-EXEMPLAIRE             PIC 9(13).
           05 HOL-FK-EMPRUNTEUR             PIC 9(13).
           05 HOL-OPERATION                 PIC X(08).
           05 HOL-OPERATEUR                 PIC X(08).

       FD  F-RECUS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  FK_GENRE       PIC 9(13).
       01  FK_AUTEUR      PIC 9(13).
       01  FK_EMPRUNT     PIC 9(13) VALUE ZEROES.
      *champ de la table Contributions : les contributeurs d'un livre
      *en plus de l'auteur principal porté par fk_auteur (rang 1) -
      *co-auteur, traducteur, illustrateur, directeur de publication -
      *avec leur rôle et leur rang d'affichage (2, 3...)
       01  CTB-FK-AUTEUR      PIC 9(13).
       01  CTB-ROLE           PIC X(03).
       01  CTB-ORDRE          PIC 9(03).
       01  CTB-NOM            PIC X(22).
       01  CTB-PRENOM         PIC X(22).
       01  WS-NB-CONTRIB      PIC 9(05).
      *champs des tables Sujets (liste contrôlée des vedettes
      *matière), Sujets_voir_aussi (renvois entre vedettes voisines,
      *enregistrés dans les deux sens) et Livres_sujets (vedettes
      *portées par chaque livre)
       01  SUJ-ID             PIC 9(13).
       01  SUJ-LIBELLE        PIC X(40).
       01  SUJ-ID-LIE         PIC 9(13).
       01  SUJ-LIBELLE-LIE    PIC X(40).
       01  SUJ-MOTIF          PIC X(42).
       01  SUJ-NB             PIC 9(05).
      *disponibilité par site des titres trouvés par sujet (0545)
       01  SUJ-SITE           PIC X(03).
       01  SUJ-NB-EXEMPLAIRES PIC 9(05).
       01  SUJ-NB-DISPONIBLES PIC 9(05).
      *champ de la table Emprunts
       01  ID_EMPRUNT         PIC 9(13).
       01  EMP-FK-LIVRES      PIC 9(13).
      *transfert (exemplaire à l'état TRANSIT)
       01  EX-SITE            PIC X(03).
       01  EX-SITE-DEST       PIC X(03).
      *date de départ d'un transfert, pour le contrôle de nuit des
      *exemplaires restés trop longtemps en transit
       01  EX-DATE-TRANSIT    PIC 9(08).
      *type de document de l'exemplaire (NORMAL, DVD, REVUE,
      *NOUVEAUTE...) : avec la catégorie de l'adhérent, il désigne
      *la ligne de la matrice de prêt qui s'applique
       01  EX-TYPE-DOCUMENT   PIC X(10).
      *champ de la table Reparations (cycle de reliure : signalée
      *A-ENVOYER au retour ou en rayon, ENVOYEE par le bordereau de
      *LRE-reliure, REVENUE avec son coût au retour de l'atelier)
       01  ID_REPARATION      PIC 9(13).
       01  REP-FK-EXEMPLAIRE  PIC 9(13).
       01  REP-MOTIF          PIC X(40).
       01  REP-DATE-SIGNAL    PIC 9(08).
       01  REP-DATE-RETOUR    PIC 9(08).
       01  REP-COUT           PIC 9(05)V99.
       01  REP-STATUT         PIC X(10).
       01  REP-OPERATEUR      PIC X(08).
      *champs des tables portage_preferences (genres 'G' et auteurs
      *'A' préférés d'un lecteur livré à domicile) et
      *portage_propositions (titres choisis chaque mois par
      *LRE-portage.cbl : PROPOSEE, puis PRETEE ou ECARTEE)
       01  PTG-TYPE-PREF      PIC X(01).
       01  PTG-FK-REFERENCE   PIC 9(13).
       01  PTG-LIBELLE        PIC X(45).
       01  PTG-ID-PROPOSITION PIC 9(13).
       01  PTG-TOURNEE        PIC X(10).
       01  PTG-STATUT         PIC X(10).
       01  PTG-DATE-STATUT    PIC 9(08).
       01  PTG-NB             PIC 9(05).
       01  PTG-NB-PRETS       PIC 9(05).
      *champ de la table Emprunteurs (registre des adhérents : le prêt
      *est rattaché au numéro d'adhérent et non plus à un nom saisi
      *librement, pour pouvoir répondre à "que doit ce lecteur ?")
       01  EMPR-PRENOM        PIC X(22).
       01  EMPR-TELEPHONE     PIC X(15).
       01  EMPR-COURRIEL      PIC X(30).
      *adresse postale de l'adhérent : c'est à elle que le Trésor
      *public poursuit une dette transmise (LRE-tresor.cbl)
       01  EMPR-ADRESSE       PIC X(38).
       01  EMPR-CODE-POSTAL   PIC X(05).
       01  EMPR-VILLE         PIC X(25).
      *fiche portage à domicile (écran 22) : lecteur livré chez lui
      *par les bénévoles, sa tournée, son jour de passage, s'il lit en
      *gros caractères et les consignes d'accès au domicile
       01  EMPR-PORTAGE       PIC X(01).
       01  EMPR-TOURNEE       PIC X(10).
       01  EMPR-JOUR-PORTAGE  PIC X(12).
       01  EMPR-GROS-CARAC    PIC X(01).
       01  EMPR-CONSIGNES     PIC X(38).
       01  EMPR-STATUT        PIC X(10).
      *date de fin d'adhésion (AAAAMMJJ, 0 pour une adhésion sans
      *terme) : au-delà, le prêt est refusé et le travail de nuit
      *travail d'étiquettes (LRE-etiquettes.cbl) sélectionne les
      *cartes des nouveaux adhérents à imprimer
       01  EMPR-DATE-INSCR    PIC 9(08) VALUE ZEROES.
      *catégorie de l'adhérent (ADULTE, JEUNE, COLLECTIVITE...) pour
      *la matrice de prêt
       01  EMPR-CATEGORIE     PIC X(10).
      *garant de l'adhérent : numéro de l'adulte responsable d'un
      *mineur (0 s'il n'en a pas). Le garant et les fiches qui le
      *désignent forment un foyer, repéré par le numéro du garant
      *(EMPR-ID-FOYER) : le garant répond des amendes du foyer et
      *reçoit ses avis
       01  EMPR-GARANT        PIC 9(13) VALUE ZEROES.
       01  EMPR-ID-FOYER      PIC 9(13) VALUE ZEROES.
       01  EMPR-NB-GARANTIS   PIC 9(05) VALUE ZEROES.
       01  GAR-NOM            PIC X(22).
       01  GAR-PRENOM         PIC X(22).
      *champs lus par le curseur des membres d'un foyer et cumuls
      *du foyer affichés par la consultation 0910
       01  FOY-ID-MEMBRE      PIC 9(13).
       01  FOY-NOM            PIC X(22).
       01  FOY-PRENOM         PIC X(22).
       01  FOY-NB-EMPRUNTS    PIC 9(05).
       01  FOY-NB-AMENDES     PIC 9(05).
       01  FOY-DETTE          PIC 9(07)V99.
      *cumuls du contrôle avant prêt : emprunts ouverts et dette
      *d'amendes DUES de l'adhérent
       01  WS-NB-EMPRUNTS-OUVERTS PIC 9(05) VALUE ZEROES.
      *champs lus par le curseur des emprunts en cours d'un adhérent
       01  EMPC-TITRE         PIC X(38).
       01  EMPC-DATE-RETOUR   PIC 9(08).
       01  EMPC-PRENOM        PIC X(22).
      *champ de la table Reservations (file d'attente sur un livre
      *dont tous les exemplaires sont prêtés : ATTENTE tant que rien
      *n'est revenu, PREVENU quand un exemplaire rendu est mis de
       01  AMD-TYPE           PIC X(12).
       01  AMD-FK-EMPRUNTEUR  PIC 9(13).
       01  AMD-DATE-CALCUL    PIC 9(08).
      *date de passage au Trésor public (statut TRESOR, posé par
      *LRE-tresor.cbl) : l'amende ne s'encaisse plus au guichet
       01  AMD-DATE-TITRE     PIC 9(08).
      *relecture de l'amende sous verrou juste avant l'écriture
      *(0195), comparée à la lecture affichée au guichet
       01  AMD-MONTANT-VERROU PIC 9(05)V99.
       01  AMD-REGLE-VERROU   PIC 9(05)V99.
       01  AMD-STATUT-VERROU  PIC X(10).
      *champ de la table Caisse_Sessions (une session de caisse par
      *opérateur et par jour : fond déclaré à l'ouverture, montant
      *compté à la clôture ; chaque encaissement et chaque remise
       01  SUG-FK-EMPRUNTEUR  PIC 9(13).
       01  SUG-DATE           PIC 9(08).
       01  SUG-STATUT         PIC X(10).
      *origine LECTEUR (guichet) ou SYSTEME (LRE-suggestions, titre
      *trop réservé : livre du catalogue, exemplaires proposés, ratio
      *réservations/exemplaires et attente moyenne en jours)
       01  SUG-ORIGINE        PIC X(10).
       01  SUG-FK-LIVRES      PIC 9(13).
       01  SUG-NB-EXEMPL      PIC 9(02).
       01  SUG-RATIO          PIC 9(04)V99.
       01  SUG-ATTENTE        PIC 9(05).
      *champ de la table Commandes (lignes de commande fournisseur ;
      *la réception crée le livre et ses exemplaires en un geste)
       01  ID_COMMANDE        PIC 9(13).
       01  CMD-FK-GENRE       PIC 9(13).
       01  CMD-FK-AUTEUR      PIC 9(13).
       01  CMD-NB-EXEMPL      PIC 9(02).
      *livre déjà au catalogue à la réception (réassort)
       01  WS-NB-LIVRES-CMD   PIC 9(05).
      *cumuls du point budgétaire (engagé = commandes en cours,
      *dépensé = commandes reçues de l'année)
       01  WS-BUDGET-ENGAGE   PIC 9(07)V99.
       01  OPE-DROIT-PRET     PIC X(01).
       01  OPE-DROIT-CATAL    PIC X(01).
       01  OPE-DROIT-ADMIN    PIC X(01).
      *champ de la table Politique_Pret (matrice de prêt : une ligne
      *par catégorie d'adhérent et type de document, '*' valant pour
      *toutes les catégories ou tous les types ; la ligne '*','*'
      *est la règle par défaut) et ligne retenue par 0045
       01  POL-CATEGORIE      PIC X(10).
       01  POL-TYPE-DOCUMENT  PIC X(10).
       01  POL-DUREE-PRET     PIC 9(03).
       01  POL-MAX-EMPRUNTS   PIC 9(03).
       01  POL-MAX-RENOUVEL   PIC 9(02).
       01  POL-TAUX-AMENDE    PIC 9(03)V99.
       01  POL-PLAFOND-AMENDE PIC 9(05)V99.
       01  POL-CAT-RETENUE    PIC X(10).
       01  POL-TYPE-RETENU    PIC X(10).
       01  WS-NB-REGLES       PIC 9(05).
      *allocation des clés (0170) : séquence de la table visée
      *(seq_emprunts, seq_amendes...) et valeur qu'elle a délivrée
       01  WS-SEQUENCE        PIC X(30).
       01  WS-NOUVEL-ID       PIC 9(13).
      *réponse de la sonde de 0187 (la base répond-elle encore ?)
       01  WS-SONDE-BASE      PIC 9(01).
      *pour se connecter à la database (valeurs chargées depuis le
      *fichier des paramètres partagés, voir 0010-LIRE-PARAMETRES)
       01  USERNAME       PIC X(30) VALUE SPACE.
      *(paramètre partagé DUREE-PRET ; la valeur ici n'est qu'un
      *secours si la clé manque dans le fichier)
       01 WS-DUREE-PRET PIC 9(03) VALUE 21.
      *durée d'un prêt de portage à domicile, allongée pour couvrir
      *l'intervalle entre deux passages (paramètre PORTAGE-DUREE-PRET)
       01 WS-DUREE-PORTAGE PIC 9(03) VALUE 42.
      *jour julien utilisé pour calculer la date de retour prévue
       01 WS-JOUR-JULIEN PIC 9(07).
      *nombre maximal de renouvellements d'un même emprunt
       01 WS-MAX-EMPRUNTS PIC 9(03) VALUE 5.
       01 WS-PLAFOND-DETTE PIC 9(05)V99 VALUE 10.
       01 WS-DETTE-AFF PIC ZZZZ9.99.
      *'O' quand le plafond de dette s'applique au total des amendes
      *DUES du foyer (paramètre partagé DETTE-FOYER), 'N' pour la
      *seule dette de l'adhérent
       01 WS-DETTE-FOYER PIC X(01) VALUE 'N'.
       01 WS-DATE-JOUR-CTRL PIC 9(08).
      *barème d'amende de retard (paramètres partagés TAUX-AMENDE et
      *PLAFOND-AMENDE, lus aussi par LRE-amendes.cbl) : ils ne
      *servent plus ici qu'à semer la ligne par défaut de la matrice
      *de prêt, et de secours si la table est vide
       01 WS-TAUX-AMENDE PIC 9(03)V99 VALUE 0.25.
       01 WS-PLAFOND-AMENDE PIC 9(05)V99 VALUE 15.

      *la manière de gérer l'auteur/le genre sélectionnée par l'utilisateur
       01 WS-SELECTION-AUTEUR PIC 9.
      *nombre d'emprunts en cours listés pour un adhérent (écran de
      *consultation du 0900)
       01 WS-NB-EMPRUNTS-LECTEUR PIC 9(05).
      *'O' quand l'adhérent consulté appartient à un foyer (il a un
      *garant ou il est garant), et résultat du contrôle du garant
      *saisi à l'ajout ou à la modification d'une fiche
       01 WS-FOYER-FAMILLE PIC X(01).
       01 WS-GARANT-OK PIC X(01).

      *la manière de gérer les amendes sélectionnée par l'utilisateur,
      *montant saisi au clavier (converti par NUMVAL) et cumuls du
       01 WS-RESTE-DU PIC 9(05)V99.
       01 WS-TOTAL-DU PIC 9(07)V99.
       01 WS-NB-AMENDES-DUES PIC 9(05).
       01 WS-TOTAL-TRESOR PIC 9(07)V99.
       01 WS-NB-AMENDES-TRESOR PIC 9(05).
      *retour du Trésor public sur une amende transmise (1140) :
      *R recouvrée, N admise en non-valeur
       01 WS-RETOUR-TRESOR PIC X(01).
       01 WS-MONTANT-AFF PIC ZZZZ9.99.
       01 WS-RESTE-AFF PIC ZZZZ9.99.
       01 WS-TOTAL-AFF PIC ZZZZZZ9.99.
      *règlement groupé des amendes d'un foyer par son garant (1117) :
      *les amendes DUES relevées au guichet sont gardées en table,
      *soldées ensemble puis portées sur un seul reçu
       01 WS-SELECTION-ENCAISSEMENT PIC 9.
       01 TAB-AMENDES-FOYER.
           05 WS-NB-AMF PIC 9(03) VALUE ZEROES.
           05 WS-AMF OCCURS 100 TIMES.
               10 WS-AMF-ID PIC 9(13).
               10 WS-AMF-MONTANT PIC 9(05)V99.
               10 WS-AMF-REGLE PIC 9(05)V99.
       01 WS-IDX-AMF PIC 9(03).
       01 WS-AMF-TRONQUE PIC X(01).
      *champs de la table Auteurs et de la table Genre, utilisés par les
      *écrans de gestion autonome (le nom/prénom ne sont pas portés par
      *FK_AUTEUR/FK_GENRE, qui ne servent que de clés étrangères)
      *la manière d'ajouter un livre sélectionnée par l'utilisateur :
      *au clavier, ligne par ligne, ou en lot depuis un fichier
       01 WS-SELECTION-AJOUT PIC 9.
      *la manière de gérer les contributeurs d'un livre (0120) et le
      *rôle saisi pour un contributeur
       01 WS-SELECTION-CONTRIB PIC 9.
       01 WS-ROLE-CONTRIB PIC X(03).
           88 WS-ROLE-CONTRIB-VALIDE VALUE "AUT" "TRA" "ILL" "DIR".
      *la manière de gérer les vedettes matière d'un livre (0140)
       01 WS-SELECTION-SUJET PIC 9.
      *statut du fichier de chargement en lot
       01 F-LOT-LIVRES-STATUS PIC X(02) VALUE SPACE.
           88 F-LOT-LIVRES-STATUS-OK VALUE '00'.
      *compteurs du chargement en lot
       01 WS-NB-LOT-OK PIC 9(05) VALUE ZEROES.
       01 WS-NB-LOT-ERREUR PIC 9(05) VALUE ZEROES.
      *position du contributeur courant dans la ligne de lot
       01 WS-IDX-LOT-CTB PIC 9(03).

      *statut du fichier des paramètres partagés et table en mémoire
      *pour l'écran de gestion des paramètres (1200) : le fichier est
       01 WS-VALEUR-NORMALISEE PIC X(40).
       01 TAB-PARAMS.
           05 WS-NB-PARAMS PIC 9(02) VALUE ZEROES.
           05 WS-PARAM OCCURS 60 TIMES.
               10 WS-PRM-CLE PIC X(20).
               10 WS-PRM-VALEUR PIC X(40).
       01 WS-IDX-PARAM PIC 9(02).
           88 F-RETRAITS-ABSENT VALUE '35'.
       01 WS-CONFIRMATION PIC X(01).

      *la manière de gérer la matrice de prêt sélectionnée par
      *l'utilisateur et zones d'affichage de ses barèmes
       01 WS-SELECTION-POLITIQUE PIC 9.
       01 WS-TAUX-AFF PIC ZZ9.99.
       01 WS-PLAFOND-AFF PIC ZZZZ9.99.

      *la manière de gérer la liste des vedettes matière sélectionnée
      *par l'utilisateur (écran 21)
       01 WS-SELECTION-VEDETTE PIC 9.

      *la manière de gérer le portage à domicile sélectionnée par
      *l'utilisateur (écran 22) et ses réponses au guichet
       01 WS-SELECTION-PORTAGE PIC 9.
       01 WS-SELECTION-PREFERENCE PIC 9.
       01 WS-REPONSE-PORTAGE PIC X(01).
       01 WS-EXEMPLAIRE-ECARTE PIC 9(13).
      *lignes d'une tournée relevées avant les prêts ou les retours en
      *bloc : propositions à prêter (2230) ou prêts à rendre (2240) ;
      *le guichet écarte une ligne en passant WS-PTG-RETENU à 'N'
       01 TAB-PORTAGE.
          05 WS-NB-PTG PIC 9(03) VALUE 0.
          05 WS-PTG OCCURS 200.
             10 WS-PTG-ID         PIC 9(13).
             10 WS-PTG-EXEMPLAIRE PIC 9(13).
             10 WS-PTG-LIVRES     PIC 9(13).
             10 WS-PTG-EMPRUNTEUR PIC 9(13).
             10 WS-PTG-EMPRUNT    PIC 9(13).
             10 WS-PTG-TITRE      PIC X(38).
             10 WS-PTG-RETENU     PIC X(01).
       01 WS-IDX-PTG PIC 9(03).
       01 WS-PTG-TRONQUE PIC X(01).
       01 WS-NB-PTG-TRAITES PIC 9(03).

      *la manière de gérer les périodiques sélectionnée par
      *l'utilisateur et zone d'affichage du budget des abonnements
       01 WS-SELECTION-PERIODIQUE PIC 9.
       01 WS-BUDGET-AFF PIC ZZZZZZ9.99.
       01 WS-RESTE-BUDGET PIC S9(07)V99.
       01 WS-RESTE-BUDGET-AFF PIC -ZZZZZZ9.99.
      *traitement d'une suggestion en attente (1420) : la commander
      *ou la rejeter ; N quand le livre d'une suggestion du système
      *n'est plus au catalogue
       01 WS-SELECTION-SUGGESTION PIC 9.
       01 WS-SUGGESTION-VALIDE PIC X(01).
       01 WS-RATIO-AFF PIC ZZZ9.99.
      *réception d'un réassort (1430) : le livre est déjà au catalogue
       01 WS-REASSORT PIC X(01).

      *statut du journal de circulation et champs préparés par les
      *écrans de prêt avant l'appel de 0160-ECRIRE-JOURNAL-DEB
       01 WS-JRN-EMPRUNTEUR PIC 9(13).
       01 WS-JRN-OPERATION PIC X(08).

      *'O' quand une écriture vient d'échouer parce qu'un autre poste
      *travaille sur la même ligne (ou sur incident de base) : la
      *transaction est déjà annulée par 0180, l'appelant abandonne
       01 WS-CONFLIT PIC X(01) VALUE 'N'.

      *envoi en réparation (0325) : 'O' quand l'exemplaire est parti
      *à l'état REPARATION, l'appelant ne le donne alors à aucune
      *réservation ; à la circulation rapide, le code de commande
      *scanné avant un retour demande la réparation de l'exemplaire
      *suivant
       01 WS-REPARATION-OK PIC X(01) VALUE 'N'.
       01 WS-RETOUR-REPARATION PIC X(01) VALUE 'N'.
       01 WS-CODE-REPARATION PIC 9(13) VALUE 9999999999999.

      *'O' quand la base ne répond plus (connexion perdue ou serveur
      *arrêté, voir 0185) : prêts et retours passent alors en saisie
      *hors ligne (1350) ; statut du fichier de cette saisie, choix
      *prêts/retours, adhérent et opération des scans en cours
       01 WS-BASE-PERDUE PIC X(01) VALUE 'N'.
       01 F-HORS-LIGNE-STATUS PIC X(02) VALUE SPACE.
           88 F-HORS-LIGNE-STATUS-OK VALUE '00'.
           88 F-HORS-LIGNE-ABSENT VALUE '35'.
       01 WS-SELECTION-HORS-LIGNE PIC 9.
       01 WS-HOL-EMPRUNTEUR PIC 9(13).
       01 WS-HOL-OPERATION PIC X(08).
       01 WS-NB-HORS-LIGNE PIC 9(05) VALUE ZEROES.

      *champs pour la traçabilité des modifications (table AUDIT_LOG) ;
      *un INSERT/DELETE ne touche que le titre (ancien ou nouveau resté
      *à blanc selon le sens), mais un UPDATE (0400) peut changer
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           
      *si on n'arrive pas à se connecter : le guichet peut encore
      *noter ses prêts et retours hors ligne en attendant la base
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               PERFORM 1360-DEMARRER-HORS-LIGNE-DEB
                  THRU 1360-FIN-DEMARRER-HORS-LIGNE
               STOP RUN
           END-IF.

              DISPLAY "entrer 17 pour gérer la caisse"
              DISPLAY "entrer 18 pour le prêt entre bibliothèques"
              DISPLAY "entrer 19 pour gérer les périodiques"
              DISPLAY "entrer 20 pour la politique de prêt"
              DISPLAY "entrer 21 pour les vedettes matière"
              DISPLAY "entrer 22 pour le portage à domicile"
              DISPLAY "entrer 9 pour quitter le programme"
              ACCEPT WS-COMMANDE-UTILISATEUR

                       PERFORM 0060-REFUSER-FONCTION-DEB
                       THRU 0060-FIN-REFUSER-FONCTION
                    END-IF
      *on entretient la matrice de prêt (catégorie x type)
                 WHEN EQUAL 20
                    IF WS-DROIT-ADMIN = 'O'
                       PERFORM 2000-GERER-POLITIQUE-PRET
                       THRU 2000-FIN-GERER-POLITIQUE-PRET
                    ELSE
                       PERFORM 0060-REFUSER-FONCTION-DEB
                       THRU 0060-FIN-REFUSER-FONCTION
                    END-IF
      *on entretient la liste contrôlée des vedettes matière
                 WHEN EQUAL 21
                    IF WS-DROIT-CATALOGUE = 'O'
                       PERFORM 2100-GERER-SUJETS
                       THRU 2100-FIN-GERER-SUJETS
                    ELSE
                       PERFORM 0060-REFUSER-FONCTION-DEB
                       THRU 0060-FIN-REFUSER-FONCTION
                    END-IF
      *on gère le portage à domicile (droits contrôlés par choix)
                 WHEN EQUAL 22
                    PERFORM 2200-GERER-PORTAGE
                    THRU 2200-FIN-GERER-PORTAGE
      *on arrête le programme
                 WHEN EQUAL 9 
                    DISPLAY "vous voulez quitter la bibliothèque"
                      THRU 0020-FIN-NORMALISER-VALEUR
                   COMPUTE WS-BUDGET-ACQUISITIONS =
                      FUNCTION NUMVAL(WS-VALEUR-NORMALISEE)
               WHEN "DETTE-FOYER"
                   MOVE PRM-VALEUR(1:1) TO WS-DETTE-FOYER
               WHEN "TAUX-AMENDE"
                   PERFORM 0020-NORMALISER-VALEUR-DEB
                      THRU 0020-FIN-NORMALISER-VALEUR
                   COMPUTE WS-TAUX-AMENDE =
                      FUNCTION NUMVAL(WS-VALEUR-NORMALISEE)
               WHEN "PLAFOND-AMENDE"
                   PERFORM 0020-NORMALISER-VALEUR-DEB
                      THRU 0020-FIN-NORMALISER-VALEUR
                   COMPUTE WS-PLAFOND-AMENDE =
                      FUNCTION NUMVAL(WS-VALEUR-NORMALISEE)
               WHEN "PORTAGE-DUREE-PRET"
                   PERFORM 0020-NORMALISER-VALEUR-DEB
                      THRU 0020-FIN-NORMALISER-VALEUR
                   COMPUTE WS-DUREE-PORTAGE =
                      FUNCTION NUMVAL(WS-VALEUR-NORMALISEE)
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           EXIT.


       0045-LIRE-POLITIQUE-DEB.
      *----------------------------------------------------------------*
      * Cherche dans la matrice de prêt la règle qui s'applique à la   *
      * catégorie d'adhérent POL-CATEGORIE et au type de document      *
      * POL-TYPE-DOCUMENT : la ligne exacte d'abord, puis le type      *
      * pour toutes catégories, puis la catégorie tous types, enfin    *
      * la ligne par défaut ('*','*'). Le type passe avant la          *
      * catégorie : un DVD se prête sept jours à tout le monde même    *
      * si la catégorie a sa propre durée. Rend durée, quota,          *
      * renouvellements et barème d'amende dans les champs POL-, et    *
      * dans POL-TYPE-RETENU le type de la ligne retenue ('*' pour     *
      * une ligne tous types), qui dit comment compter le quota.       *
      * Table vide ou illisible : on retombe sur les paramètres        *
      * partagés (DUREE-PRET, MAX-EMPRUNTS, MAX-RENOUVEL...).          *
      *----------------------------------------------------------------*
           IF POL-CATEGORIE = SPACE
              MOVE '*' TO POL-CATEGORIE
           END-IF.
           IF POL-TYPE-DOCUMENT = SPACE
              MOVE '*' TO POL-TYPE-DOCUMENT
           END-IF.
           EXEC SQL
              SELECT categorie, type_document, duree_pret,
                     max_emprunts, max_renouvel, taux_amende,
                     plafond_amende
              INTO :POL-CAT-RETENUE, :POL-TYPE-RETENU,
                   :POL-DUREE-PRET, :POL-MAX-EMPRUNTS,
                   :POL-MAX-RENOUVEL, :POL-TAUX-AMENDE,
                   :POL-PLAFOND-AMENDE
              FROM politique_pret
              WHERE categorie IN (:POL-CATEGORIE, '*')
                AND type_document IN (:POL-TYPE-DOCUMENT, '*')
              ORDER BY CASE WHEN type_document = '*'
                            THEN 1 ELSE 0 END,
                       CASE WHEN categorie = '*'
                            THEN 1 ELSE 0 END
              LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '*'               TO POL-CAT-RETENUE
              MOVE '*'               TO POL-TYPE-RETENU
              MOVE WS-DUREE-PRET     TO POL-DUREE-PRET
              MOVE WS-MAX-EMPRUNTS   TO POL-MAX-EMPRUNTS
              MOVE WS-MAX-RENOUVEL   TO POL-MAX-RENOUVEL
              MOVE WS-TAUX-AMENDE    TO POL-TAUX-AMENDE
              MOVE WS-PLAFOND-AMENDE TO POL-PLAFOND-AMENDE
           END-IF.

       0045-FIN-LIRE-POLITIQUE.
           EXIT.


       0046-SAISIR-TYPE-DOCUMENT-DEB.
      *----------------------------------------------------------------*
      * Saisie du type de document d'un exemplaire (0800) : à blanc,   *
      * l'exemplaire est NORMAL, le type courant de la matrice de prêt *
      *----------------------------------------------------------------*
           DISPLAY "entrer le type de document (NORMAL, DVD,".
           DISPLAY "REVUE... à blanc : NORMAL)".
           MOVE SPACE TO EX-TYPE-DOCUMENT.
           ACCEPT EX-TYPE-DOCUMENT.
           IF EX-TYPE-DOCUMENT = SPACE
              MOVE "NORMAL" TO EX-TYPE-DOCUMENT
           END-IF.

       0046-FIN-SAISIR-TYPE-DOCUMENT.
           EXIT.


       0047-SAISIR-CATEGORIE-DEB.
      *----------------------------------------------------------------*
      * Saisie de la catégorie d'un adhérent (0900) : à blanc,         *
      * l'adhérent est ADULTE, la catégorie courante de la matrice     *
      *----------------------------------------------------------------*
           DISPLAY "entrer la catégorie (ADULTE, JEUNE,".
           DISPLAY "COLLECTIVITE... à blanc : ADULTE)".
           MOVE SPACE TO EMPR-CATEGORIE.
           ACCEPT EMPR-CATEGORIE.
           IF EMPR-CATEGORIE = SPACE
              MOVE "ADULTE" TO EMPR-CATEGORIE
           END-IF.

       0047-FIN-SAISIR-CATEGORIE.
           EXIT.


       0050-OUVRIR-SESSION-DEB.
      *----------------------------------------------------------------*
      * Ouverture de session d'un opérateur du guichet : code et mot   *
                   MOVE TITRE      TO AUDIT-NOUVEAU-TITRE
                   PERFORM 0150-ECRIRE-AUDIT-DEB
                      THRU 0150-FIN-ECRIRE-AUDIT
                   EXEC SQL COMMIT END-EXEC
      *le numéro saisi est l'auteur principal ; traducteur,
      *illustrateur, co-auteurs... se saisissent à la suite
                   PERFORM 0120-SAISIR-CONTRIBUTEURS-DEB
                      THRU 0120-FIN-SAISIR-CONTRIBUTEURS
      *puis les vedettes matière du nouveau livre
                   PERFORM 0140-SAISIR-SUJETS-DEB
                      THRU 0140-FIN-SAISIR-SUJETS
               ELSE
                   DISPLAY "Erreur d'insertion SQLCODE: " SQLCODE
                   DISPLAY "vérifiez que l'auteur ou le genre exite"
      * ID_LIVRES 1-13, TITRE 14-51, DATE_PARUTION 52-55, EDITEUR      *
      * 56-78, FK_GENRE 79-91, FK_AUTEUR 92-104), en rejouant pour      *
      * chaque ligne l'INSERT déjà utilisé pour la saisie au clavier.  *
      * Les contributeurs supplémentaires éventuels (105-152, posés    *
      * par LRE-notices.cbl) sont enregistrés avec le livre.           *
      * Un résumé (SQLCODE ligne par ligne, puis total réussites/      *
      * erreurs) remplace la saisie interactive champ par champ.       *
      *----------------------------------------------------------------*

                   IF SQLCODE = 0
                       ADD 1 TO WS-NB-LOT-OK
                       MOVE 'N' TO WS-CONFLIT
                       MOVE "INSERT"   TO AUDIT-OPERATION
                       MOVE SPACE      TO AUDIT-ANCIEN-TITRE
                       MOVE TITRE      TO AUDIT-NOUVEAU-TITRE
                       PERFORM 0150-ECRIRE-AUDIT-DEB
                          THRU 0150-FIN-ECRIRE-AUDIT
                       MOVE 2 TO CTB-ORDRE
                       PERFORM 0115-CHARGER-CONTRIBUTEUR-DEB
                          THRU 0115-FIN-CHARGER-CONTRIBUTEUR
                          VARYING WS-IDX-LOT-CTB FROM 105 BY 16
                          UNTIL WS-IDX-LOT-CTB > 137
                   ELSE
                       ADD 1 TO WS-NB-LOT-ERREUR
                   END-IF
       0110-FIN-CHARGER-LOT-LIVRES.
           EXIT.

       0115-CHARGER-CONTRIBUTEUR-DEB.
      *----------------------------------------------------------------*
      * Enregistre le contributeur de la ligne de lot qui commence en  *
      * WS-IDX-LOT-CTB (FK_AUTEUR sur 13, ROLE sur 3), au rang         *
      * CTB-ORDRE ; une zone à blanc ou à zéro est ignorée. Un         *
      * contributeur refusé (auteur inconnu, rôle inconnu, doublon)    *
      * est signalé et annule la ligne comme un livre en erreur        *
      * (WS-CONFLIT à 'O' : les zones suivantes sont ignorées).        *
      *----------------------------------------------------------------*
           IF REC-LOT-LIVRE(WS-IDX-LOT-CTB:13) IS NUMERIC
              MOVE REC-LOT-LIVRE(WS-IDX-LOT-CTB:13) TO CTB-FK-AUTEUR
           ELSE
              MOVE 0 TO CTB-FK-AUTEUR
           END-IF.
           MOVE REC-LOT-LIVRE(WS-IDX-LOT-CTB + 13:3) TO CTB-ROLE.
           IF CTB-ROLE = SPACE
              MOVE "AUT" TO CTB-ROLE
           END-IF.

           IF CTB-FK-AUTEUR NOT = 0 AND WS-CONFLIT = 'N'
              EXEC SQL
                 INSERT INTO contributions (fk_livres, fk_auteur,
                 role, ordre)
                 VALUES (:ID_LIVRES, :CTB-FK-AUTEUR, :CTB-ROLE,
                 :CTB-ORDRE)
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO CTB-ORDRE
              ELSE
                 DISPLAY "Livre " ID_LIVRES " - contributeur "
                         CTB-FK-AUTEUR " refusé, SQLCODE: " SQLCODE
                 SUBTRACT 1 FROM WS-NB-LOT-OK
                 ADD 1 TO WS-NB-LOT-ERREUR
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 'O' TO WS-CONFLIT
              END-IF
           END-IF.

       0115-FIN-CHARGER-CONTRIBUTEUR.
           EXIT.

       0120-SAISIR-CONTRIBUTEURS-DEB.
      *----------------------------------------------------------------*
      * Contributeurs du livre ID_LIVRES en plus de l'auteur principal *
      * (fk_auteur de Livres, rang 1) : co-auteur (AUT), traducteur    *
      * (TRA), illustrateur (ILL), directeur de publication (DIR).     *
      * Appelé après l'ajout (0100), la modification (0400) et la      *
      * réception d'une commande (1430), une fois le livre validé :    *
      * chaque ajout ou retrait de contributeur est validé à part.     *
      *----------------------------------------------------------------*
           MOVE 9 TO WS-SELECTION-CONTRIB.
           PERFORM UNTIL WS-SELECTION-CONTRIB = 0
              PERFORM 0125-LISTER-CONTRIBUTEURS-DEB
                 THRU 0125-FIN-LISTER-CONTRIBUTEURS
              DISPLAY "1 pour ajouter un contributeur"
              DISPLAY "2 pour retirer un contributeur"
              DISPLAY "0 pour terminer"
              ACCEPT WS-SELECTION-CONTRIB
              EVALUATE WS-SELECTION-CONTRIB
              WHEN EQUAL 1
                 PERFORM 0130-AJOUTER-CONTRIBUTEUR-DEB
                    THRU 0130-FIN-AJOUTER-CONTRIBUTEUR
              WHEN EQUAL 2
                 PERFORM 0135-RETIRER-CONTRIBUTEUR-DEB
                    THRU 0135-FIN-RETIRER-CONTRIBUTEUR
              WHEN EQUAL 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY "votre commande n'a pas été comprise"
              END-EVALUATE
           END-PERFORM.

       0120-FIN-SAISIR-CONTRIBUTEURS.


       0125-LISTER-CONTRIBUTEURS-DEB.
      *----------------------------------------------------------------*
      * Affiche tous les contributeurs du livre ID_LIVRES dans leur    *
      * ordre : l'auteur principal (rang 1) puis la table              *
      * Contributions                                                  *
      *----------------------------------------------------------------*
           DISPLAY "contributeurs du livre " ID_LIVRES " :".
           EXEC SQL
              DECLARE curseur_contrib CURSOR FOR
              SELECT A.id_auteur, A.nom, A.prenom, 'AUT', 1
              FROM Livres L
              JOIN auteurs A ON L.fk_auteur = A.id_auteur
              WHERE L.ID_Livres = :ID_LIVRES
              UNION ALL
              SELECT A.id_auteur, A.nom, A.prenom, C.role, C.ordre
              FROM contributions C
              JOIN auteurs A ON C.fk_auteur = A.id_auteur
              WHERE C.fk_livres = :ID_LIVRES
              ORDER BY 5
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_contrib
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_contrib
                 INTO :CTB-FK-AUTEUR, :CTB-NOM, :CTB-PRENOM,
                      :CTB-ROLE, :CTB-ORDRE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   " CTB-ORDRE " " CTB-ROLE " "
                         CTB-FK-AUTEUR " " CTB-NOM " " CTB-PRENOM
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_contrib
           END-EXEC.

       0125-FIN-LISTER-CONTRIBUTEURS.


       0130-AJOUTER-CONTRIBUTEUR-DEB.
      *----------------------------------------------------------------*
      * Ajoute un contributeur au livre ID_LIVRES, au rang qui suit le *
      * dernier enregistré. L'auteur doit déjà exister (écran 6) ; le  *
      * même auteur ne peut pas tenir deux fois le même rôle.          *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'auteur contributeur".
           ACCEPT CTB-FK-AUTEUR.
           EXEC SQL
              SELECT nom, prenom
              INTO :CTB-NOM, :CTB-PRENOM
              FROM auteurs
              WHERE id_auteur = :CTB-FK-AUTEUR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "cet auteur n'existe pas : le créer d'abord"
              DISPLAY "par la gestion des auteurs (6)"
           ELSE
              DISPLAY "entrer le rôle de " CTB-NOM " " CTB-PRENOM
              DISPLAY "AUT co-auteur, TRA traducteur,"
              DISPLAY "ILL illustrateur, DIR directeur de publication"
              ACCEPT WS-ROLE-CONTRIB
              IF NOT WS-ROLE-CONTRIB-VALIDE
                 DISPLAY "rôle inconnu, contributeur non enregistré"
              ELSE
                 MOVE WS-ROLE-CONTRIB TO CTB-ROLE
                 EXEC SQL
                    SELECT (SELECT COUNT(*)
                            FROM contributions
                            WHERE fk_livres = :ID_LIVRES
                              AND fk_auteur = :CTB-FK-AUTEUR
                              AND role = :CTB-ROLE)
                         + (SELECT COUNT(*)
                            FROM Livres
                            WHERE ID_Livres = :ID_LIVRES
                              AND fk_auteur = :CTB-FK-AUTEUR
                              AND :CTB-ROLE = 'AUT')
                    INTO :WS-NB-CONTRIB
                 END-EXEC
                 IF WS-NB-CONTRIB > 0
                    DISPLAY "ce contributeur est déjà enregistré"
                    DISPLAY "avec ce rôle"
                 ELSE
                    EXEC SQL
                       SELECT COALESCE(MAX(ordre), 1) + 1
                       INTO :CTB-ORDRE
                       FROM contributions
                       WHERE fk_livres = :ID_LIVRES
                    END-EXEC
                    EXEC SQL
                       INSERT INTO contributions (fk_livres,
                       fk_auteur, role, ordre)
                       VALUES (:ID_LIVRES, :CTB-FK-AUTEUR,
                       :CTB-ROLE, :CTB-ORDRE)
                    END-EXEC
                    IF SQLCODE = 0
                       MOVE "AJOUT-CTB"   TO AUDIT-OPERATION
                       MOVE SPACE         TO AUDIT-ANCIEN-TITRE
                       MOVE CTB-ROLE      TO AUDIT-NOUVEAU-TITRE
                       MOVE CTB-FK-AUTEUR TO AUDIT-NOUVEAU-AUTEUR
                       PERFORM 0150-ECRIRE-AUDIT-DEB
                          THRU 0150-FIN-ECRIRE-AUDIT
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY "contributeur enregistré au rang "
                               CTB-ORDRE
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0130-FIN-AJOUTER-CONTRIBUTEUR.


       0135-RETIRER-CONTRIBUTEUR-DEB.
      *----------------------------------------------------------------*
      * Retire un contributeur du livre ID_LIVRES (l'auteur principal  *
      * ne se retire pas ici : il se remplace par la modification du   *
      * livre, écran 4)                                                *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'auteur à retirer".
           ACCEPT CTB-FK-AUTEUR.
           DISPLAY "entrer son rôle (AUT, TRA, ILL, DIR)".
           ACCEPT CTB-ROLE.
           EXEC SQL
              DELETE FROM contributions
              WHERE fk_livres = :ID_LIVRES
                AND fk_auteur = :CTB-FK-AUTEUR
                AND role = :CTB-ROLE
           END-EXEC.
           EVALUATE SQLCODE
           WHEN 0
              MOVE "RETRAIT-CT"  TO AUDIT-OPERATION
              MOVE CTB-ROLE      TO AUDIT-ANCIEN-TITRE
              MOVE SPACE         TO AUDIT-NOUVEAU-TITRE
              MOVE CTB-FK-AUTEUR TO AUDIT-ANCIEN-AUTEUR
              PERFORM 0150-ECRIRE-AUDIT-DEB
                 THRU 0150-FIN-ECRIRE-AUDIT
              EXEC SQL COMMIT END-EXEC
              DISPLAY "contributeur retiré."
           WHEN 100
              DISPLAY "ce contributeur n'est pas enregistré"
              DISPLAY "avec ce rôle sur ce livre"
           WHEN OTHER
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-EVALUATE.

       0135-FIN-RETIRER-CONTRIBUTEUR.


       0140-SAISIR-SUJETS-DEB.
      *----------------------------------------------------------------*
      * Vedettes matière du livre ID_LIVRES, prises dans la liste      *
      * contrôlée entretenue par l'écran 21 : un livre en porte        *
      * autant qu'il en faut (le genre reste l'étiquette unique et     *
      * large du livre). Appelé après les contributeurs, aux mêmes     *
      * moments (ajout 0100, modification 0400, réception 1430) ;      *
      * chaque ajout ou retrait de vedette est validé à part.          *
      *----------------------------------------------------------------*
           MOVE 9 TO WS-SELECTION-SUJET.
           PERFORM UNTIL WS-SELECTION-SUJET = 0
              PERFORM 0142-LISTER-SUJETS-DEB
                 THRU 0142-FIN-LISTER-SUJETS
              DISPLAY "1 pour ajouter une vedette matière"
              DISPLAY "2 pour retirer une vedette matière"
              DISPLAY "0 pour terminer"
              ACCEPT WS-SELECTION-SUJET
              EVALUATE WS-SELECTION-SUJET
              WHEN EQUAL 1
                 PERFORM 0144-INDEXER-SUJET-DEB
                    THRU 0144-FIN-INDEXER-SUJET
              WHEN EQUAL 2
                 PERFORM 0146-RETIRER-SUJET-DEB
                    THRU 0146-FIN-RETIRER-SUJET
              WHEN EQUAL 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY "votre commande n'a pas été comprise"
              END-EVALUATE
           END-PERFORM.

       0140-FIN-SAISIR-SUJETS.


       0142-LISTER-SUJETS-DEB.
      *----------------------------------------------------------------*
      * Affiche les vedettes matière du livre ID_LIVRES                *
      *----------------------------------------------------------------*
           DISPLAY "vedettes matière du livre " ID_LIVRES " :".
           EXEC SQL
              DECLARE curseur_sujets_livre CURSOR FOR
              SELECT S.id_sujet, S.libelle
              FROM livres_sujets LS
              JOIN sujets S ON LS.fk_sujet = S.id_sujet
              WHERE LS.fk_livres = :ID_LIVRES
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sujets_livre
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_sujets_livre
                 INTO :SUJ-ID, :SUJ-LIBELLE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   " SUJ-ID " " SUJ-LIBELLE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_sujets_livre
           END-EXEC.

       0142-FIN-LISTER-SUJETS.


       0144-INDEXER-SUJET-DEB.
      *----------------------------------------------------------------*
      * Ajoute une vedette au livre ID_LIVRES. La vedette doit déjà    *
      * figurer dans la liste contrôlée (la majuscule n'importe        *
      * pas) : on ne crée pas de vedette en cataloguant, sinon la      *
      * liste redeviendrait libre. Un libellé inconnu fait proposer    *
      * les vedettes qui le contiennent.                               *
      *----------------------------------------------------------------*
           DISPLAY "entrer le libellé de la vedette matière".
           ACCEPT SUJ-LIBELLE.
           EXEC SQL
              SELECT id_sujet, libelle
              INTO :SUJ-ID, :SUJ-LIBELLE
              FROM sujets
              WHERE UPPER(libelle) = UPPER(:SUJ-LIBELLE)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "cette vedette n'est pas dans la liste"
                      " contrôlée"
              PERFORM 0148-PROPOSER-SUJETS-DEB
                 THRU 0148-FIN-PROPOSER-SUJETS
              DISPLAY "(une vedette nouvelle se crée par l'écran 21)"
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :SUJ-NB
                 FROM livres_sujets
                 WHERE fk_livres = :ID_LIVRES
                   AND fk_sujet = :SUJ-ID
              END-EXEC
              IF SUJ-NB > 0
                 DISPLAY "le livre porte déjà cette vedette"
              ELSE
                 EXEC SQL
                    INSERT INTO livres_sujets (fk_livres, fk_sujet)
                    VALUES (:ID_LIVRES, :SUJ-ID)
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE "AJOUT-SUJ" TO AUDIT-OPERATION
                    MOVE SPACE       TO AUDIT-ANCIEN-TITRE
                    MOVE SUJ-LIBELLE TO AUDIT-NOUVEAU-TITRE
                    PERFORM 0150-ECRIRE-AUDIT-DEB
                       THRU 0150-FIN-ECRIRE-AUDIT
                    EXEC SQL COMMIT END-EXEC
                    DISPLAY "vedette ajoutée : " SUJ-LIBELLE
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

       0144-FIN-INDEXER-SUJET.


       0146-RETIRER-SUJET-DEB.
      *----------------------------------------------------------------*
      * Retire une vedette du livre ID_LIVRES (la vedette reste dans   *
      * la liste contrôlée)                                            *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de la vedette à retirer".
           ACCEPT SUJ-ID.
           EXEC SQL
              SELECT libelle
              INTO :SUJ-LIBELLE
              FROM sujets
              WHERE id_sujet = :SUJ-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACE TO SUJ-LIBELLE
           END-IF.
           EXEC SQL
              DELETE FROM livres_sujets
              WHERE fk_livres = :ID_LIVRES
                AND fk_sujet = :SUJ-ID
           END-EXEC.
           EVALUATE SQLCODE
           WHEN 0
              MOVE "RETRAIT-SJ" TO AUDIT-OPERATION
              MOVE SUJ-LIBELLE  TO AUDIT-ANCIEN-TITRE
              MOVE SPACE        TO AUDIT-NOUVEAU-TITRE
              PERFORM 0150-ECRIRE-AUDIT-DEB
                 THRU 0150-FIN-ECRIRE-AUDIT
              EXEC SQL COMMIT END-EXEC
              DISPLAY "vedette retirée."
           WHEN 100
              DISPLAY "le livre ne porte pas cette vedette"
           WHEN OTHER
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-EVALUATE.

       0146-FIN-RETIRER-SUJET.


       0148-PROPOSER-SUJETS-DEB.
      *----------------------------------------------------------------*
      * Liste les vedettes dont le libellé contient SUJ-LIBELLE, avec  *
      * leur numéro (la majuscule n'importe pas)                       *
      *----------------------------------------------------------------*
           MOVE FUNCTION CONCATENATE(
              "%", FUNCTION TRIM(SUJ-LIBELLE), "%")
              TO SUJ-MOTIF.
           DISPLAY "vedettes approchantes :".
           EXEC SQL
              DECLARE curseur_sujets_proches CURSOR FOR
              SELECT id_sujet, libelle
              FROM sujets
              WHERE UPPER(libelle) LIKE UPPER(:SUJ-MOTIF)
              ORDER BY libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sujets_proches
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_sujets_proches
                 INTO :SUJ-ID-LIE, :SUJ-LIBELLE-LIE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   " SUJ-ID-LIE " " SUJ-LIBELLE-LIE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_sujets_proches
           END-EXEC.

       0148-FIN-PROPOSER-SUJETS.


       0150-ECRIRE-AUDIT-DEB.
      *----------------------------------------------------------------*
      * seulement quand). L'appelant ne renseigne que les champs       *
      * qu'il a réellement changés ; les autres restent à blanc/zéro.  *
      *----------------------------------------------------------------*
           MOVE "seq_audit_log" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO AUDIT-ID.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-HORODATAGE.
           MOVE WS-OPERATEUR-CONNECTE TO AUDIT-OPERATEUR.

      *sans clé, l'opération tracée est déjà annulée par 0180
           IF AUDIT-ID NOT = 0
              EXEC SQL
                 INSERT INTO audit_log (id_audit, operation,
                 id_livres, ancien_titre, nouveau_titre,
                 ancien_date_parution, nouveau_date_parution,
                 ancien_editions, nouveau_editions,
                 ancien_fk_genre, nouveau_fk_genre,
                 ancien_fk_auteur, nouveau_fk_auteur, horodatage,
                 operateur)
                 VALUES (:AUDIT-ID, :AUDIT-OPERATION, :ID_LIVRES,
                 :AUDIT-ANCIEN-TITRE, :AUDIT-NOUVEAU-TITRE,
                 :AUDIT-ANCIEN-DATE, :AUDIT-NOUVEAU-DATE,
                 :AUDIT-ANCIEN-EDITEUR, :AUDIT-NOUVEAU-EDITEUR,
                 :AUDIT-ANCIEN-GENRE, :AUDIT-NOUVEAU-GENRE,
                 :AUDIT-ANCIEN-AUTEUR, :AUDIT-NOUVEAU-AUTEUR,
                 :AUDIT-HORODATAGE, :AUDIT-OPERATEUR)
              END-EXEC
      *une trace d'audit manquante annule l'opération tracée : en
      *PostgreSQL la transaction en erreur ne se validerait plus
              IF SQLCODE NOT = 0
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

           MOVE SPACE TO AUDIT-ANCIEN-DATE AUDIT-NOUVEAU-DATE
               MOVE WS-JRN-LIVRES               TO JRN-FK-LIVRES
               MOVE WS-JRN-EMPRUNTEUR           TO JRN-FK-EMPRUNTEUR
               MOVE WS-JRN-OPERATION            TO JRN-OPERATION
               MOVE WS-OPERATEUR-CONNECTE       TO JRN-POSTE
               WRITE REC-JOURNAL
               CLOSE F-JOURNAL
           END-IF.
       0160-FIN-ECRIRE-JOURNAL.


       0170-ALLOUER-IDENTIFIANT-DEB.
      *----------------------------------------------------------------*
      * Délivre la clé d'une nouvelle ligne depuis la séquence de la   *
      * table (WS-SEQUENCE préparé par l'appelant) : nextval ne rend   *
      * jamais deux fois la même valeur, même quand le guichet         *
      * principal, celui de l'annexe et le bureau insèrent à la même   *
      * seconde - le MAX()+1 qu'on pratiquait donnait la même clé aux  *
      * deux postes et l'un des deux prêts était perdu. Une séquence   *
      * ne revient pas en arrière sur un ROLLBACK : une clé abandonnée *
      * laisse un trou dans la numérotation, sans conséquence.         *
      * Résultat dans WS-NOUVEL-ID (0 si l'allocation a échoué, le     *
      * message de reprise est alors déjà affiché).                    *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NOUVEL-ID.
           EXEC SQL
              SELECT nextval(:WS-SEQUENCE)
              INTO :WS-NOUVEL-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
              MOVE 0 TO WS-NOUVEL-ID
           END-IF.

       0170-FIN-ALLOUER-IDENTIFIANT.


       0180-SIGNALER-CONFLIT-DEB.
      *----------------------------------------------------------------*
      * Échec d'une écriture partagée entre plusieurs postes : la      *
      * transaction en cours est annulée (PostgreSQL refuse de toute   *
      * façon la suite d'une transaction en erreur) et le guichet      *
      * reçoit un message qu'il comprend - rien n'a été enregistré,    *
      * il suffit de recommencer. Le SQLCODE n'est affiché que pour    *
      * une erreur qui n'est pas un conflit entre postes, pour le      *
      * support. WS-CONFLIT passe à 'O' pour l'appelant.               *
      *   55P03 : ligne verrouillée par un autre poste (NOWAIT)        *
      *   40001 / 40P01 : sérialisation impossible / interblocage      *
      *   23505 : clé déjà prise (séquence en retard sur la table)     *
      *   08xxx / 57P0x : base injoignable (voir 0185)                 *
      *----------------------------------------------------------------*
           MOVE 'O' TO WS-CONFLIT.
           PERFORM 0185-TESTER-BASE-PERDUE-DEB
              THRU 0185-FIN-TESTER-BASE-PERDUE.
           EVALUATE TRUE
           WHEN WS-BASE-PERDUE = 'O'
              DISPLAY "*** base de données injoignable : rien"
              DISPLAY "*** n'a été enregistré ; la circulation"
              DISPLAY "*** rapide (13) passe en saisie hors ligne"
           WHEN SQLSTATE = "55P03"
           WHEN SQLSTATE = "40001"
           WHEN SQLSTATE = "40P01"
           WHEN SQLSTATE = "23505"
              DISPLAY "*** opération en cours sur un autre poste :"
              DISPLAY "*** rien n'a été enregistré, réessayer"
           WHEN OTHER
              DISPLAY "*** incident de base de données :"
              DISPLAY "*** rien n'a été enregistré, réessayer"
              DISPLAY "*** (si l'incident persiste, code technique "
                      SQLCODE " à signaler)"
           END-EVALUATE.
           EXEC SQL ROLLBACK END-EXEC.

       0180-FIN-SIGNALER-CONFLIT.


       0185-TESTER-BASE-PERDUE-DEB.
      *----------------------------------------------------------------*
      * La dernière instruction SQL a-t-elle échoué parce que la base  *
      * ne répond plus ? Classe 08 (connexion perdue ou refusée) et    *
      * 57P01 à 57P03 (serveur arrêté ou en cours de démarrage) : le   *
      * guichet ne peut plus rien écrire en base. WS-BASE-PERDUE à 'O' *
      * dans ce cas, à 'N' sinon.                                      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-BASE-PERDUE.
           IF SQLSTATE(1:2) = "08"
              OR SQLSTATE = "57P01"
              OR SQLSTATE = "57P02"
              OR SQLSTATE = "57P03"
              MOVE 'O' TO WS-BASE-PERDUE
           END-IF.

       0185-FIN-TESTER-BASE-PERDUE.


       0187-SONDER-BASE-DEB.
      *----------------------------------------------------------------*
      * Sonde la base avant un écran de prêt ou de retour : une        *
      * requête sans table, qui ne peut échouer que si la base est     *
      * injoignable. WS-BASE-PERDUE positionné par 0185.               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-BASE-PERDUE.
           EXEC SQL
              SELECT 1
              INTO :WS-SONDE-BASE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 0185-TESTER-BASE-PERDUE-DEB
                 THRU 0185-FIN-TESTER-BASE-PERDUE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0187-FIN-SONDER-BASE.


       0190-VERROUILLER-EXEMPLAIRE-DEB.
      *----------------------------------------------------------------*
      * Verrouille la ligne de l'exemplaire ID_EXEMPLAIRE jusqu'au     *
      * COMMIT de l'écran et relit son emprunt et son état :           *
      * l'appelant refait ses contrôles sur cette relecture, juste     *
      * avant d'écrire. Un second poste qui vise le même exemplaire    *
      * au même moment n'attend pas (NOWAIT) : il reçoit le message    *
      * de reprise de 0180, au lieu de prêter une seconde fois un      *
      * exemplaire que le premier poste vient de sortir. WS-CONFLIT à  *
      * 'O' si le verrou n'a pas pu être pris.                         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT fk_emprunt, COALESCE(etat, ' ')
              INTO :EX-FK-EMPRUNT, :EX-ETAT
              FROM exemplaires
              WHERE id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE NOWAIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.

       0190-FIN-VERROUILLER-EXEMPLAIRE.


       0195-VERROUILLER-AMENDE-DEB.
      *----------------------------------------------------------------*
      * Même principe que 0190 pour l'amende ID_AMENDE : verrou        *
      * jusqu'au COMMIT et relecture du montant, du déjà réglé et du   *
      * statut, que l'appelant compare à ce qu'il a affiché au         *
      * guichet avant la saisie - deux caisses ne peuvent plus         *
      * encaisser ou remettre la même amende en même temps.            *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT montant, montant_regle, statut
              INTO :AMD-MONTANT-VERROU, :AMD-REGLE-VERROU,
                   :AMD-STATUT-VERROU
              FROM amendes
              WHERE id_amende = :ID_AMENDE
              FOR UPDATE NOWAIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           ELSE
              IF AMD-MONTANT-VERROU NOT = AMD-MONTANT
                 OR AMD-REGLE-VERROU NOT = AMD-REGLE
                 OR AMD-STATUT-VERROU NOT = AMD-STATUT
                 MOVE 'O' TO WS-CONFLIT
                 DISPLAY "*** amende modifiée à un autre poste"
                 DISPLAY "*** pendant la saisie : rien n'a été"
                 DISPLAY "*** enregistré, réessayer"
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.

       0195-FIN-VERROUILLER-AMENDE.


       0200-PERDRE-LIVRE.

           DISPLAY "vous voulez déclarer une perte".
           DISPLAY "1 pour supprimer un livre du catalogue".
           DISPLAY "2 pour déclarer perdu un exemplaire (le prix de".
           DISPLAY "remplacement est facturé au lecteur s'il était".
           DISPLAY "en prêt)".
           ACCEPT WS-SELECTION-PERTE.

           EVALUATE WS-SELECTION-PERTE
           WHEN EQUAL 1
              PERFORM 0205-PERDRE-LIVRE-CATALOGUE-DEB
                 THRU 0205-FIN-PERDRE-LIVRE-CATALOGUE

           WHEN EQUAL 2
              PERFORM 0210-PERDRE-EXEMPLAIRE-DEB
                 THRU 0210-FIN-PERDRE-EXEMPLAIRE

           WHEN OTHER
              DISPLAY "abandon de la déclaration de perte"

           END-EVALUATE.

           EXEC SQL COMMIT END-EXEC.

       0200-FIN-PERDRE-LIVRE.


       0205-PERDRE-LIVRE-CATALOGUE-DEB.
      *----------------------------------------------------------------*
      * Suppression d'un livre du catalogue (comportement historique   *
      * de l'écran 2)                                                  *
      *----------------------------------------------------------------*
           DISPLAY "entrer un id de livre(13 chiffres)".
           ACCEPT ID_LIVRES.

      *on garde le titre avant suppression pour la traçabilité
           EXEC SQL
              WHERE ID_Livres = :ID_LIVRES
           END-EXEC.

      *les contributeurs et les vedettes matière du livre partent
      *avec lui
           EXEC SQL
           DELETE FROM contributions
           WHERE fk_livres = :ID_LIVRES
           END-EXEC.

           EXEC SQL
           DELETE FROM livres_sujets
           WHERE fk_livres = :ID_LIVRES
           END-EXEC.

           EXEC SQL
           DELETE FROM Livres
           WHERE ID_Livres = :ID_LIVRES
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'exemplaire perdu".
           ACCEPT ID_EXEMPLAIRE.
      *lecture sous verrou : un autre poste ne peut ni prêter ni
      *rendre l'exemplaire pendant qu'on le déclare perdu
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT fk_livres, fk_emprunt,
                     COALESCE(prix_remplacement, 0)
              INTO :EX-FK-LIVRES, :EX-FK-EMPRUNT, :EX-PRIX-REMPL
              FROM exemplaires
              WHERE id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE NOWAIT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.
           IF SQLCODE = 100
              DISPLAY "cet exemplaire n'existe pas"
           END-IF.
           IF SQLCODE = 0 AND WS-CONFLIT = 'N'
              MOVE EX-FK-LIVRES TO ID_LIVRES
              IF EX-FK-EMPRUNT = 0
      *perte constatée en rayon : pas de lecteur à facturer
                    PERFORM 0160-ECRIRE-JOURNAL-DEB
                       THRU 0160-FIN-ECRIRE-JOURNAL
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              ELSE
                 PERFORM 0220-FACTURER-PERTE-DEB
                 WHERE id_exemplaire = :ID_EXEMPLAIRE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              ELSE
      *l'amende d'abord : si sa création échoue, toute la perte est
      *annulée et rien ne doit encore figurer au journal
                 IF EX-PRIX-REMPL = 0
                    DISPLAY "ATTENTION: prix de remplacement à zéro,"
                    DISPLAY "aucune facturation (renseigner le prix"
                    PERFORM 0230-CREER-AMENDE-REMPL-DEB
                       THRU 0230-FIN-CREER-AMENDE-REMPL
                 END-IF
                 IF WS-CONFLIT = 'N'
                    DISPLAY "exemplaire déclaré PERDU, emprunt"
                            " soldé."
                    MOVE ID_EXEMPLAIRE     TO WS-JRN-EXEMPLAIRE
                    MOVE ID_LIVRES         TO WS-JRN-LIVRES
                    MOVE EMP-FK-EMPRUNTEUR TO WS-JRN-EMPRUNTEUR
                    MOVE "PERTEEMP"        TO WS-JRN-OPERATION
                    PERFORM 0160-ECRIRE-JOURNAL-DEB
                       THRU 0160-FIN-ECRIRE-JOURNAL
                 END-IF
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO AMD-DATE-CALCUL.
           MOVE EMP-FK-EMPRUNTEUR TO AMD-FK-EMPRUNTEUR.
           MOVE ID_EMPRUNT TO AMD-FK-EMPRUNT.
           MOVE "seq_amendes" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO ID_AMENDE.
           IF ID_AMENDE NOT = 0
              EXEC SQL
                 INSERT INTO amendes (id_amende, fk_emprunt,
                 fk_emprunteur, jours_retard, montant, montant_regle,
                 statut, type_amende, date_calcul, date_reglement)
                 VALUES (:ID_AMENDE, :AMD-FK-EMPRUNT,
                 :AMD-FK-EMPRUNTEUR, 0, :AMD-MONTANT, 0,
                 :AMD-STATUT, :AMD-TYPE, :AMD-DATE-CALCUL, NULL)
              END-EXEC
              IF SQLCODE = 0
                 MOVE AMD-MONTANT TO WS-MONTANT-AFF
                 DISPLAY "remplacement facturé : amende " ID_AMENDE
                         " de " WS-MONTANT-AFF " EUR pour l'adhérent "
                         AMD-FK-EMPRUNTEUR
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       0230-FIN-CREER-AMENDE-REMPL.
           DISPLAY "5 pour renouveler (prolonger) un prêt en cours".
           ACCEPT WS-SELECTION-PRET.

      *base injoignable : les prêts et les retours se notent hors
      *ligne, à passer en base par LRE-hors-ligne.cbl au retour
           IF WS-SELECTION-PRET = 1 OR WS-SELECTION-PRET = 2
              PERFORM 0187-SONDER-BASE-DEB
                 THRU 0187-FIN-SONDER-BASE
              IF WS-BASE-PERDUE = 'O'
                 PERFORM 1350-SAISIR-HORS-LIGNE-DEB
                    THRU 1350-FIN-SAISIR-HORS-LIGNE
                 MOVE 0 TO WS-SELECTION-PRET
              END-IF
           END-IF.

           EVALUATE WS-SELECTION-PRET
           WHEN EQUAL 0
      *saisie hors ligne déjà faite ci-dessus
              CONTINUE

           WHEN EQUAL 1
              DISPLAY "entrer l'id du livre à prêter(13 chiffres)"
              ACCEPT ID_LIVRES
                       DISPLAY "(le choix 3 permet de le réserver)"
                    ELSE
      *le prêt est rattaché au numéro d'adhérent, contrôlé dans le
      *registre des emprunteurs avant toute écriture ; un livre sans
      *exemplaire n'a pas de type de document : règle tous types
                       MOVE '*' TO EX-TYPE-DOCUMENT
                       PERFORM 0330-CONTROLER-EMPRUNTEUR-DEB
                          THRU 0330-FIN-CONTROLER-EMPRUNTEUR
      *le livre a pu être prêté à un autre poste pendant la saisie
      *de l'adhérent : relecture sous verrou avant d'écrire
                       IF WS-EMPRUNTEUR-OK = 'O'
                          MOVE 'N' TO WS-CONFLIT
                          EXEC SQL
                             SELECT fk_emprunt
                             INTO :FK_EMPRUNT
                             FROM Livres
                             WHERE ID_Livres = :ID_LIVRES
                             FOR UPDATE NOWAIT
                          END-EXEC
                          IF SQLCODE NOT = 0
                             PERFORM 0180-SIGNALER-CONFLIT-DEB
                                THRU 0180-FIN-SIGNALER-CONFLIT
                             MOVE 'N' TO WS-EMPRUNTEUR-OK
                          ELSE
                             IF FK_EMPRUNT NOT = 0
                                DISPLAY "ce livre vient d'être prêté"
                                        " à un autre poste"
                                MOVE 'N' TO WS-EMPRUNTEUR-OK
                             END-IF
                          END-IF
                       END-IF
                       IF WS-EMPRUNTEUR-OK = 'O'
                       MOVE ID_LIVRES TO EMP-FK-LIVRES
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO EMP-DATE-EMPRUNT
                       COMPUTE WS-JOUR-JULIEN =
                          FUNCTION INTEGER-OF-DATE(EMP-DATE-EMPRUNT)
                          + POL-DUREE-PRET
      *une date de retour tombant un jour fermé glisse au prochain
      *jour d'ouverture
                       PERFORM 0040-ROULER-DATE-OUVERTE-DEB
                          THRU 0040-FIN-ROULER-DATE-OUVERTE
                       MOVE 0 TO EMP-DATE-RETOUR-RE
      *l'identifiant d'emprunt vient de la séquence de la table
                       MOVE "seq_emprunts" TO WS-SEQUENCE
                       PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                          THRU 0170-FIN-ALLOUER-IDENTIFIANT
                       MOVE WS-NOUVEL-ID TO ID_EMPRUNT
                       END-IF
                       IF WS-EMPRUNTEUR-OK = 'O' AND ID_EMPRUNT NOT = 0
      *on crée l'emprunt
                       EXEC SQL
                          INSERT INTO emprunts (id_emprunt, fk_livres,
                          PERFORM 0160-ECRIRE-JOURNAL-DEB
                             THRU 0160-FIN-ECRIRE-JOURNAL
                       ELSE
                          PERFORM 0180-SIGNALER-CONFLIT-DEB
                             THRU 0180-FIN-SIGNALER-CONFLIT
                       END-IF
                       END-IF
                    END-IF
                 PERFORM 0320-RENDRE-EXEMPLAIRE-DEB
                    THRU 0320-FIN-RENDRE-EXEMPLAIRE
              ELSE
      *lecture sous verrou : le même retour passé en même temps à
      *un autre poste ne solde pas l'emprunt deux fois
                 EXEC SQL
                    SELECT fk_emprunt
                    INTO :FK_EMPRUNT
                    FROM Livres
                    WHERE ID_Livres = :ID_LIVRES
                    FOR UPDATE NOWAIT
                 END-EXEC
                 IF SQLCODE NOT = 0
                    IF SQLCODE = 100
                       DISPLAY "ce livre n'existe pas"
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 ELSE
                    IF FK_EMPRUNT = 0
                       DISPLAY "ce livre n'est pas actuellement prêté"
                          PERFORM 0350-ANNONCER-RESERVATION-DEB
                             THRU 0350-FIN-ANNONCER-RESERVATION
                       ELSE
                          PERFORM 0180-SIGNALER-CONFLIT-DEB
                             THRU 0180-FIN-SIGNALER-CONFLIT
                       END-IF
                    END-IF
                 END-IF
           DISPLAY "entrer le numéro de l'exemplaire à prêter".
           ACCEPT ID_EXEMPLAIRE.
           EXEC SQL
              SELECT fk_emprunt, COALESCE(type_document, '*'),
                     COALESCE(etat, ' ')
              INTO :EX-FK-EMPRUNT, :EX-TYPE-DOCUMENT, :EX-ETAT
              FROM exemplaires
              WHERE id_exemplaire = :ID_EXEMPLAIRE
                AND fk_livres = :ID_LIVRES
           IF SQLCODE NOT = 0
              DISPLAY "cet exemplaire n'existe pas pour ce livre"
           ELSE
              MOVE 'N' TO WS-EMPRUNTEUR-OK
              IF EX-FK-EMPRUNT NOT = 0
                 DISPLAY "cet exemplaire est déjà prêté"
                 DISPLAY "(le choix 3 permet de réserver le livre)"
              ELSE
      *un exemplaire parti à la reliure, en transit, chez un
      *partenaire, perdu ou retiré n'est pas en rayon
                 EVALUATE TRUE
                 WHEN EX-ETAT = "REPARATION"
                    DISPLAY "cet exemplaire est en réparation"
                    DISPLAY "(le choix 3 permet de réserver le livre)"
                 WHEN EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
                   OR EX-ETAT = "RETIRE" OR EX-ETAT = "TRANSIT"
                   OR EX-ETAT = "PEB"
                    DISPLAY "cet exemplaire est " EX-ETAT
                            ", prêt impossible"
                 WHEN OTHER
                    PERFORM 0330-CONTROLER-EMPRUNTEUR-DEB
                       THRU 0330-FIN-CONTROLER-EMPRUNTEUR
                 END-EVALUATE
              END-IF
      *l'exemplaire a pu partir à un autre poste pendant la saisie de
      *l'adhérent (prêté, envoyé à la reliure...) : on le relit sous
      *verrou et on refait les contrôles avant d'écrire
              IF EX-FK-EMPRUNT = 0 AND WS-EMPRUNTEUR-OK = 'O'
                 PERFORM 0190-VERROUILLER-EXEMPLAIRE-DEB
                    THRU 0190-FIN-VERROUILLER-EXEMPLAIRE
                 IF WS-CONFLIT = 'N' AND EX-FK-EMPRUNT NOT = 0
                    DISPLAY "cet exemplaire vient d'être prêté à un"
                    DISPLAY "autre poste, prêt abandonné"
                 END-IF
                 IF WS-CONFLIT = 'N' AND EX-FK-EMPRUNT = 0
                    AND (EX-ETAT = "REPARATION" OR EX-ETAT = "PERDU"
                      OR EX-ETAT = "MANQUANT" OR EX-ETAT = "RETIRE"
                      OR EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB")
                    DISPLAY "cet exemplaire vient de passer " EX-ETAT
                    DISPLAY "à un autre poste, prêt abandonné"
                    MOVE 'N' TO WS-EMPRUNTEUR-OK
                 END-IF
              END-IF
              IF EX-FK-EMPRUNT = 0 AND WS-EMPRUNTEUR-OK = 'O'
                 AND WS-CONFLIT = 'N'
                 MOVE ID_LIVRES      TO EMP-FK-LIVRES
                 MOVE ID_EXEMPLAIRE  TO EMP-FK-EXEMPLAIRE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-DATE-EMPRUNT
                 COMPUTE WS-JOUR-JULIEN =
                    FUNCTION INTEGER-OF-DATE(EMP-DATE-EMPRUNT)
                    + POL-DUREE-PRET
                 PERFORM 0040-ROULER-DATE-OUVERTE-DEB
                    THRU 0040-FIN-ROULER-DATE-OUVERTE
                 MOVE 0 TO EMP-DATE-RETOUR-RE
                 MOVE "seq_emprunts" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_EMPRUNT
              END-IF
              IF EX-FK-EMPRUNT = 0 AND WS-EMPRUNTEUR-OK = 'O'
                 AND WS-CONFLIT = 'N'
                 EXEC SQL
                    INSERT INTO emprunts (id_emprunt, fk_livres,
                    fk_exemplaire, fk_emprunteur, date_emprunt,
                       SET fk_emprunt = :EX-FK-EMPRUNT
                       WHERE id_exemplaire = :ID_EXEMPLAIRE
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    DISPLAY "prêt enregistré, retour prévu le "
                            EMP-DATE-RETOUR-PR
                    PERFORM 0370-RETIRER-RESERVATION-DEB
                    PERFORM 0160-ECRIRE-JOURNAL-DEB
                       THRU 0160-FIN-ECRIRE-JOURNAL
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.
           DISPLAY "ce livre a des exemplaires enregistrés".
           DISPLAY "entrer le numéro de l'exemplaire à rendre".
           ACCEPT ID_EXEMPLAIRE.
      *lecture sous verrou : le même retour passé en même temps à un
      *autre poste ne solde pas l'emprunt deux fois
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT fk_emprunt
              INTO :EX-FK-EMPRUNT
              FROM exemplaires
              WHERE id_exemplaire = :ID_EXEMPLAIRE
                AND fk_livres = :ID_LIVRES
              FOR UPDATE NOWAIT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.
           IF SQLCODE = 100
              DISPLAY "cet exemplaire n'existe pas pour ce livre"
           END-IF.
           IF SQLCODE = 0 AND WS-CONFLIT = 'N'
              IF EX-FK-EMPRUNT = 0
                 DISPLAY "cet exemplaire n'est pas actuellement prêté"
              ELSE
                       SET fk_emprunt = :EX-FK-EMPRUNT
                       WHERE id_exemplaire = :ID_EXEMPLAIRE
                    END-EXEC
                 END-IF
      *un exemplaire rendu abîmé part en réparation au lieu de
      *retourner en rayon ou de servir une réservation
                 MOVE 'N' TO WS-REPARATION-OK
                 IF SQLCODE NOT = 0
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 ELSE
                    DISPLAY "exemplaire abîmé ? R pour l'envoyer en"
                    DISPLAY "réparation, entrée sinon"
                    ACCEPT WS-CONFIRMATION
                    IF WS-CONFIRMATION = 'R'
                       PERFORM 0325-ENVOYER-EN-REPARATION-DEB
                          THRU 0325-FIN-ENVOYER-EN-REPARATION
                    END-IF
                 END-IF
                 IF WS-CONFLIT = 'N'
                    DISPLAY "retour enregistré."
                    PERFORM 0360-JOURNALISER-RETOUR-DEB
                       THRU 0360-FIN-JOURNALISER-RETOUR
                    IF WS-REPARATION-OK = 'O'
                       DISPLAY "exemplaire mis de côté pour la"
                       DISPLAY "reliure (réparation numéro "
                               ID_REPARATION ")"
                    ELSE
                       PERFORM 0350-ANNONCER-RESERVATION-DEB
                          THRU 0350-FIN-ANNONCER-RESERVATION
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0320-FIN-RENDRE-EXEMPLAIRE.


       0325-ENVOYER-EN-REPARATION-DEB.
      *----------------------------------------------------------------*
      * Met de côté pour la reliure l'exemplaire ID_EXEMPLAIRE, rendu  *
      * abîmé au guichet (0320, 1320) ou repéré en rayon (0870) : le   *
      * motif est demandé, une ligne A-ENVOYER est ouverte dans        *
      * Reparations (le bordereau de LRE-reliure la reprend) et        *
      * l'exemplaire passe à l'état REPARATION - il ne compte plus     *
      * comme disponible et ne sert aucune réservation tant que son    *
      * retour de l'atelier n'est pas enregistré (0880).               *
      * WS-REPARATION-OK à 'O' si tout est écrit ; sans motif,         *
      * l'exemplaire reste en rayon.                                   *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-REPARATION-OK.
           DISPLAY "motif de la réparation (reliure, pages,".
           DISPLAY "couverture, tache...)".
           ACCEPT REP-MOTIF.
           IF REP-MOTIF = SPACE
              DISPLAY "motif obligatoire : l'exemplaire reste en rayon"
           ELSE
              MOVE "seq_reparations" TO WS-SEQUENCE
              PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                 THRU 0170-FIN-ALLOUER-IDENTIFIANT
              MOVE WS-NOUVEL-ID TO ID_REPARATION
              IF ID_REPARATION NOT = 0
                 MOVE ID_EXEMPLAIRE TO REP-FK-EXEMPLAIRE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO REP-DATE-SIGNAL
                 MOVE "A-ENVOYER" TO REP-STATUT
                 MOVE WS-OPERATEUR-CONNECTE TO REP-OPERATEUR
                 EXEC SQL
                    INSERT INTO reparations (id_reparation,
                    fk_exemplaire, motif, date_signalement,
                    date_envoi, date_retour, cout, statut,
                    operateur)
                    VALUES (:ID_REPARATION, :REP-FK-EXEMPLAIRE,
                    :REP-MOTIF, :REP-DATE-SIGNAL, 0, 0, 0,
                    :REP-STATUT, :REP-OPERATEUR)
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE "REPARATION" TO EX-ETAT
                    EXEC SQL
                       UPDATE exemplaires
                       SET etat = :EX-ETAT
                       WHERE id_exemplaire = :ID_EXEMPLAIRE
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    MOVE 'O' TO WS-REPARATION-OK
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

       0325-FIN-ENVOYER-EN-REPARATION.


       0330-CONTROLER-EMPRUNTEUR-DEB.
      *----------------------------------------------------------------*
      * Demande le numéro d'adhérent et le contrôle dans le registre   *
      *    RADIE ou EXPIRE ne peut plus emprunter) ;                   *
      *  - son adhésion ne doit pas être échue (date de fin passée :   *
      *    le guichet n'attend pas le passage de LRE-adhesions.cbl) ;  *
      *  - il ne doit pas dépasser le quota d'emprunts ouverts que     *
      *    la matrice de prêt fixe pour sa catégorie et le type du     *
      *    document (EX-TYPE-DOCUMENT, posé par l'appelant, '*' quand  *
      *    il n'y a pas d'exemplaire en jeu - voir 0045) ;             *
      *  - sa dette d'amendes DUES ne doit pas dépasser le plafond     *
      *    (paramètre PLAFOND-DETTE), appliqué à la dette de tout son  *
      *    foyer quand le paramètre DETTE-FOYER vaut 'O'.              *
      * Chaque refus affiche sa raison exacte (statut, échéance,       *
      * quota ou dette) pour que le guichet puisse l'expliquer au      *
      * lecteur. Positionne WS-EMPRUNTEUR-OK à 'O' si le prêt peut se  *
           MOVE EMP-FK-EMPRUNTEUR TO ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, statut,
                     COALESCE(date_fin_adhesion, 0),
                     COALESCE(categorie, '*')
              INTO :EMPR-NOM, :EMPR-PRENOM, :EMPR-STATUT,
                   :EMPR-DATE-FIN, :EMPR-CATEGORIE
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
      * ouverts et plafond de dette d'amendes DUES (montant calculé    *
      * moins montant déjà réglé, comme le relevé 1130). Appelé        *
      * seulement pour un adhérent ACTIF à jour d'adhésion.            *
      * Le quota et la durée du prêt viennent de la matrice de prêt    *
      * (0045) : une ligne propre au type de document ne compte que    *
      * les emprunts ouverts de ce type, une ligne tous types les      *
      * compte tous. Un quota à 0 exclut le type du prêt pour la       *
      * catégorie (consultation sur place).                            *
      *----------------------------------------------------------------*
           MOVE EMPR-CATEGORIE   TO POL-CATEGORIE.
           MOVE EX-TYPE-DOCUMENT TO POL-TYPE-DOCUMENT.
           PERFORM 0045-LIRE-POLITIQUE-DEB
              THRU 0045-FIN-LIRE-POLITIQUE.
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
      *avec DETTE-FOYER à 'O', la dette comptée est celle de tout le
      *foyer de l'adhérent (garant et mineurs rattachés)
           IF WS-DETTE-FOYER = 'O'
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
           ELSE
              EXEC SQL
                 SELECT COALESCE(SUM(montant - montant_regle), 0)
                 INTO :WS-DETTE-DUE
                 FROM amendes
                 WHERE fk_emprunteur = :ID_EMPRUNTEUR
                   AND statut IN ('DUE', 'TRESOR')
              END-EXEC
           END-IF.
           EVALUATE TRUE
           WHEN POL-MAX-EMPRUNTS = 0
              DISPLAY "document " EX-TYPE-DOCUMENT " exclu du prêt"
                      " pour la catégorie " EMPR-CATEGORIE
              DISPLAY "prêt refusé pour " EMPR-PRENOM " " EMPR-NOM
           WHEN WS-NB-EMPRUNTS-OUVERTS >= POL-MAX-EMPRUNTS
              DISPLAY "quota atteint : " WS-NB-EMPRUNTS-OUVERTS
                      " emprunt(s) ouvert(s) sur " POL-MAX-EMPRUNTS
                      " autorisés"
              IF POL-TYPE-RETENU NOT = '*'
                 DISPLAY "(quota propre aux documents "
                         POL-TYPE-RETENU ")"
              END-IF
              DISPLAY "prêt refusé pour " EMPR-PRENOM " " EMPR-NOM
           WHEN WS-DETTE-DUE > WS-PLAFOND-DETTE
              MOVE WS-DETTE-DUE TO WS-DETTE-AFF
              IF WS-DETTE-FOYER = 'O'
                 DISPLAY "dette d'amendes du foyer : " WS-DETTE-AFF
                         " EUR, au-dessus du plafond"
              ELSE
                 DISPLAY "dette d'amendes : " WS-DETTE-AFF
                         " EUR, au-dessus du plafond"
              END-IF
              DISPLAY "prêt refusé pour " EMPR-PRENOM " " EMPR-NOM
              DISPLAY "(encaisser ou remettre les amendes d'abord ;"
              DISPLAY "une dette transmise au Trésor public se règle"
              DISPLAY "auprès du Trésor)"
           WHEN OTHER
              DISPLAY "emprunteur : " EMPR-PRENOM " " EMPR-NOM
              MOVE 'O' TO WS-EMPRUNTEUR-OK
           IF SQLCODE NOT = 0
              DISPLAY "ce livre n'existe pas dans la base"
           ELSE
              MOVE '*' TO EX-TYPE-DOCUMENT
              PERFORM 0330-CONTROLER-EMPRUNTEUR-DEB
                 THRU 0330-FIN-CONTROLER-EMPRUNTEUR
              IF WS-EMPRUNTEUR-OK = 'O'
                 MOVE EMP-FK-EMPRUNTEUR TO RES-FK-EMPRUNTEUR
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RES-DATE
                 MOVE "ATTENTE" TO RES-STATUT
                 MOVE "seq_reservations" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_RESERVATION
                 IF ID_RESERVATION NOT = 0
                    EXEC SQL
                       INSERT INTO reservations (id_reservation,
                       fk_livres, fk_emprunteur, date_reservation,
                       statut)
                       VALUES (:ID_RESERVATION, :RES-FK-LIVRES,
                       :RES-FK-EMPRUNTEUR, :RES-DATE, :RES-STATUT)
                    END-EXEC
                    IF SQLCODE = 0
                       DISPLAY "réservation enregistrée, numéro "
                               ID_RESERVATION " sur " TITRE
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * pratiquait, qui écrivait deux lignes fictives au journal et    *
      * remettait les amendes à zéro. Le renouvellement est refusé     *
      * si un autre lecteur attend le livre (réservation ATTENTE) ou   *
      * si le plafond de renouvellements est atteint. Plafond et       *
      * durée de prolongation viennent de la matrice de prêt (0045),   *
      * pour la catégorie de l'adhérent et le type de l'exemplaire.    *
      * L'opération est journalisée en RENOUVEL pour que le            *
      * pointage du soir de LRE-journal reste équilibré.               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           DISPLAY "entrer le numéro de l'emprunt à renouveler".
           ACCEPT ID_EMPRUNT.
           EXEC SQL
              SELECT E.fk_livres, COALESCE(E.fk_exemplaire, 0),
                     COALESCE(E.fk_emprunteur, 0),
                     E.date_retour_prevue,
                     COALESCE(E.nb_renouvellements, 0),
                     COALESCE((SELECT P.categorie
                               FROM emprunteurs P
                               WHERE P.id_emprunteur =
                                     E.fk_emprunteur), '*'),
                     COALESCE((SELECT X.type_document
                               FROM exemplaires X
                               WHERE X.id_exemplaire =
                                     E.fk_exemplaire), '*')
              INTO :EMP-FK-LIVRES, :EMP-FK-EXEMPLAIRE,
                   :EMP-FK-EMPRUNTEUR, :EMP-DATE-RETOUR-PR,
                   :EMP-NB-RENOUVEL, :POL-CATEGORIE,
                   :POL-TYPE-DOCUMENT
              FROM emprunts E
              WHERE E.id_emprunt = :ID_EMPRUNT
                AND E.date_retour_reelle IS NULL
              FOR UPDATE NOWAIT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           ELSE
              IF SQLCODE = 100
                 DISPLAY "cet emprunt n'existe pas ou est déjà rendu"
              END-IF
           END-IF.
           IF SQLCODE = 0 AND WS-CONFLIT = 'N'
              PERFORM 0045-LIRE-POLITIQUE-DEB
                 THRU 0045-FIN-LIRE-POLITIQUE
      *un lecteur en attente sur le livre passe avant la prolongation
              EXEC SQL
                 SELECT COUNT(*)
                 DISPLAY "livre réservé par un autre lecteur,"
                 DISPLAY "renouvellement refusé"
              ELSE
                 IF EMP-NB-RENOUVEL >= POL-MAX-RENOUVEL
                    DISPLAY "plafond de " POL-MAX-RENOUVEL
                            " renouvellement(s) atteint, refusé"
                 ELSE
      *la prolongation part de la date de retour prévue, pas de la
      *date du jour : renouveler en avance ne fait pas gagner de jours
                    COMPUTE WS-JOUR-JULIEN =
                       FUNCTION INTEGER-OF-DATE(EMP-DATE-RETOUR-PR)
                       + POL-DUREE-PRET
                    PERFORM 0040-ROULER-DATE-OUVERTE-DEB
                       THRU 0040-FIN-ROULER-DATE-OUVERTE
                    ADD 1 TO EMP-NB-RENOUVEL
                       PERFORM 0160-ECRIRE-JOURNAL-DEB
                          THRU 0160-FIN-ECRIRE-JOURNAL
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      *l'auteur saisi ci-dessus est l'auteur principal ; les autres
      *contributeurs, puis les vedettes matière, se revoient ici
      *(ajout ou retrait)
           IF SQLCODE = 0
              PERFORM 0120-SAISIR-CONTRIBUTEURS-DEB
                 THRU 0120-FIN-SAISIR-CONTRIBUTEURS
              PERFORM 0140-SAISIR-SUJETS-DEB
                 THRU 0140-FIN-SAISIR-SUJETS
           END-IF.
       0400-FIN-MODIFIER-LIVRE.

       0500-CHERCHER-LIVRE.
           DISPLAY "3 pour chercher par nom d'auteur".
           DISPLAY "4 pour chercher par genre".
           DISPLAY "5 pour chercher par plage d'années de parution".
           DISPLAY "6 pour chercher par sujet (vedette matière)".
           ACCEPT WS-SELECTION-LIVRE.
          
           EVALUATE WS-SELECTION-LIVRE
              DISPLAY "quel est le nom de l'auteur?"
              ACCEPT NOM_AUTEUR
      *on déclare un cursor joignant les livres à leur auteur
      *principal ou à l'un de leurs autres contributeurs
              EXEC SQL
              DECLARE curseur_auteur CURSOR FOR
              SELECT L.Titre
              FROM Livres L
              JOIN auteurs A ON L.fk_auteur = A.id_auteur
              WHERE A.nom = :NOM_AUTEUR
                 OR EXISTS (SELECT 1
                            FROM contributions C
                            JOIN auteurs CA
                              ON C.fk_auteur = CA.id_auteur
                            WHERE C.fk_livres = L.ID_Livres
                              AND CA.nom = :NOM_AUTEUR)
              ORDER BY L.Titre
                 FOR READ ONLY
              END-EXEC
              EXEC SQL
                 CLOSE curseur_annee
              END-EXEC

           WHEN EQUAL 6
              PERFORM 0540-CHERCHER-PAR-SUJET-DEB
                 THRU 0540-FIN-CHERCHER-PAR-SUJET

           WHEN OTHER
              DISPLAY "abandon de la rechercher de livre"

       0500-FIN-CHERCHER-LIVRE.


       0540-CHERCHER-PAR-SUJET-DEB.
      *----------------------------------------------------------------*
      * Recherche par sujet : les vedettes matière dont le libellé     *
      * contient le mot saisi (la majuscule n'importe pas), chacune    *
      * avec ses renvois "voir aussi", puis les titres qui portent     *
      * l'une de ces vedettes avec leur disponibilité par site.        *
      *----------------------------------------------------------------*
           DISPLAY "quel mot de la vedette matière?".
           ACCEPT SUJ-LIBELLE.
           MOVE FUNCTION CONCATENATE(
              "%", FUNCTION TRIM(SUJ-LIBELLE), "%")
              TO SUJ-MOTIF.

           EXEC SQL
              DECLARE curseur_sujet_vedettes CURSOR FOR
              SELECT S.id_sujet, S.libelle,
                     (SELECT COUNT(*)
                      FROM livres_sujets LS
                      WHERE LS.fk_sujet = S.id_sujet)
              FROM sujets S
              WHERE UPPER(S.libelle) LIKE UPPER(:SUJ-MOTIF)
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sujet_vedettes
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_sujet_vedettes
                 INTO :SUJ-ID, :SUJ-LIBELLE, :SUJ-NB
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "vedette " SUJ-LIBELLE " (" SUJ-NB
                         " titre(s))"
                 PERFORM 2110-AFFICHER-VOIR-AUSSI-DEB
                    THRU 2110-FIN-AFFICHER-VOIR-AUSSI
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_sujet_vedettes
           END-EXEC.

           EXEC SQL
              DECLARE curseur_sujet_titres CURSOR FOR
              SELECT DISTINCT L.ID_Livres, L.Titre
              FROM Livres L
              JOIN livres_sujets LS ON LS.fk_livres = L.ID_Livres
              JOIN sujets S ON LS.fk_sujet = S.id_sujet
              WHERE UPPER(S.libelle) LIKE UPPER(:SUJ-MOTIF)
              ORDER BY L.Titre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sujet_titres
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_sujet_titres INTO :ID_LIVRES, :TITRE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "un titre"
                 DISPLAY ID_LIVRES " " TITRE
                 PERFORM 0545-DISPONIBILITE-SITES-DEB
                    THRU 0545-FIN-DISPONIBILITE-SITES
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_sujet_titres
           END-EXEC.

       0540-FIN-CHERCHER-PAR-SUJET.


       0545-DISPONIBILITE-SITES-DEB.
      *----------------------------------------------------------------*
      * Exemplaires du livre ID_LIVRES par site, et combien sont en    *
      * rayon - même lecture que l'OPAC : perdus, manquants et         *
      * retirés ne comptent pas, un exemplaire en prêt, en transit, en *
      * PEB ou en réparation n'est pas disponible.                     *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_sujet_sites CURSOR FOR
              SELECT site, COUNT(*),
                     SUM(CASE WHEN fk_emprunt = 0
                               AND etat NOT IN ('TRANSIT', 'PEB',
                                                'REPARATION')
                         THEN 1 ELSE 0 END)
              FROM exemplaires
              WHERE fk_livres = :ID_LIVRES
                AND etat NOT IN ('PERDU', 'MANQUANT', 'RETIRE')
              GROUP BY site
              ORDER BY site
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_sujet_sites
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_sujet_sites
                 INTO :SUJ-SITE, :SUJ-NB-EXEMPLAIRES,
                      :SUJ-NB-DISPONIBLES
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "   site " SUJ-SITE " : "
                         SUJ-NB-EXEMPLAIRES " exemplaire(s), "
                         SUJ-NB-DISPONIBLES " disponible(s)"
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_sujet_sites
           END-EXEC.

       0545-FIN-DISPONIBILITE-SITES.


       0600-GERER-AUTEURS.

           DISPLAY "vous voulez gérer les auteurs".
           DISPLAY "1 pour ajouter, 2 pour supprimer, 3 pour modifier".
           DISPLAY "4 pour fusionner deux fiches en doublon".
           ACCEPT WS-SELECTION-AUTEUR.

           EVALUATE WS-SELECTION-AUTEUR
           WHEN EQUAL 1
              DISPLAY "entrer le nom de l'auteur"
              ACCEPT NOM_AUTEUR
              DISPLAY "entrer le prénom de l'auteur"
              ACCEPT PRENOM_AUTEUR
              EXEC SQL
                 INSERT INTO auteurs (nom, prenom)
                 VALUES (:NOM_AUTEUR, :PRENOM_AUTEUR)
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "ajout de l'auteur réussi."
              ELSE
                 DISPLAY "Erreur d'insertion SQLCODE: " SQLCODE
              END-IF

           WHEN EQUAL 2
              DISPLAY "entrer le numéro de l'auteur à supprimer"
              ACCEPT FK_AUTEUR
              EXEC SQL
                 DELETE FROM auteurs
                 WHERE id_auteur = :FK_AUTEUR
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "suppression réussie."
              ELSE
                 DISPLAY "Erreur de suppression SQLCODE: " SQLCODE
                 DISPLAY "vérifiez qu'aucun livre n'utilise cet auteur"
                          WHERE fk_auteur = :ID_AUTEUR_PERDU
                       END-EXEC
                    END-IF
      *les contributions suivent aussi la fiche conservée ; celles
      *qui feraient doublon avec une contribution déjà portée par
      *la fiche conservée (même livre, même rôle) sont supprimées
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM contributions C
                          WHERE C.fk_auteur = :ID_AUTEUR_PERDU
                            AND EXISTS (SELECT 1
                                 FROM contributions D
                                 WHERE D.fk_livres = C.fk_livres
                                   AND D.fk_auteur = :ID_AUTEUR_GARDE
                                   AND D.role = C.role)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          UPDATE contributions
                          SET fk_auteur = :ID_AUTEUR_GARDE
                          WHERE fk_auteur = :ID_AUTEUR_PERDU
                       END-EXEC
                    END-IF
      *un co-auteur devenu identique à l'auteur principal du livre
      *ferait double emploi
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM contributions C
                          WHERE C.fk_auteur = :ID_AUTEUR_GARDE
                            AND C.role = 'AUT'
                            AND EXISTS (SELECT 1
                                 FROM Livres L
                                 WHERE L.ID_Livres = C.fk_livres
                                   AND L.fk_auteur = :ID_AUTEUR_GARDE)
                       END-EXEC
                    END-IF
      *les lecteurs livrés à domicile qui préféraient la fiche
      *supprimée gardent leur préférence sur la fiche conservée
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM portage_preferences F
                          WHERE F.type_pref = 'A'
                            AND F.fk_reference = :ID_AUTEUR_PERDU
                            AND EXISTS (SELECT 1
                                 FROM portage_preferences G
                                 WHERE G.fk_emprunteur = F.fk_emprunteur
                                   AND G.type_pref = 'A'
                                   AND G.fk_reference =
                                       :ID_AUTEUR_GARDE)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          UPDATE portage_preferences
                          SET fk_reference = :ID_AUTEUR_GARDE
                          WHERE type_pref = 'A'
                            AND fk_reference = :ID_AUTEUR_PERDU
                       END-EXEC
                    END-IF
                    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY "Erreur de rattachement SQLCODE: "
                               SQLCODE
           DISPLAY "5 pour confirmer une arrivée de transfert".
           DISPLAY "6 pour retirer un exemplaire (désherbage)".
           DISPLAY "7 pour réimprimer l'étiquette d'un exemplaire".
           DISPLAY "8 pour envoyer un exemplaire en réparation".
           DISPLAY "9 pour enregistrer un retour de réparation".
           ACCEPT WS-SELECTION-EXEMPLAIRE.

           EVALUATE WS-SELECTION-EXEMPLAIRE
                 ACCEPT WS-MONTANT-SAISI
                 COMPUTE EX-PRIX-REMPL =
                    FUNCTION NUMVAL(WS-MONTANT-SAISI)
                 PERFORM 0046-SAISIR-TYPE-DOCUMENT-DEB
                    THRU 0046-FIN-SAISIR-TYPE-DOCUMENT
                 MOVE 0 TO EX-FK-EMPRUNT
                 MOVE SPACE TO EX-SITE-DEST
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO EX-DATE-CREATION
                 MOVE "seq_exemplaires" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_EXEMPLAIRE
                 IF ID_EXEMPLAIRE NOT = 0
                    EXEC SQL
                       INSERT INTO exemplaires (id_exemplaire,
                       fk_livres, etat, fk_emprunt, site,
                       site_destination, prix_remplacement,
                       date_creation, type_document)
                       VALUES (:ID_EXEMPLAIRE, :EX-FK-LIVRES, :EX-ETAT,
                       :EX-FK-EMPRUNT, :EX-SITE, :EX-SITE-DEST,
                       :EX-PRIX-REMPL, :EX-DATE-CREATION,
                       :EX-TYPE-DOCUMENT)
                    END-EXEC
                    IF SQLCODE = 0
                       DISPLAY "ajout de l'exemplaire réussi, numéro "
                               ID_EXEMPLAIRE
                    ELSE
                       DISPLAY "Erreur d'insertion SQLCODE: " SQLCODE
                       DISPLAY "vérifiez que ce livre existe déjà"
                    END-IF
                 END-IF
              END-IF

           WHEN EQUAL 3
              DISPLAY "entrer le numéro de l'exemplaire à modifier"
              ACCEPT ID_EXEMPLAIRE
      *l'état REPARATION ne se pose et ne se lève que par le cycle
      *de reliure (choix 8 et 9), qui tient la table Reparations
              MOVE SPACE TO EX-ETAT
              EXEC SQL
                 SELECT COALESCE(etat, ' ')
                 INTO :EX-ETAT
                 FROM exemplaires
                 WHERE id_exemplaire = :ID_EXEMPLAIRE
              END-EXEC
              IF EX-ETAT = "REPARATION"
                 DISPLAY "exemplaire en réparation : enregistrer"
                 DISPLAY "d'abord son retour (choix 9)"
              ELSE
                 DISPLAY "entrer le nouvel état de l'exemplaire"
                 ACCEPT EX-ETAT
              END-IF
              IF EX-ETAT = "REPARATION"
                 DISPLAY "modification abandonnée (réparation par"
                 DISPLAY "les choix 8 et 9)"
              ELSE
                 DISPLAY "entrer le prix de remplacement (ex. 19.90,"
                 DISPLAY "0 si inconnu)"
                 ACCEPT WS-MONTANT-SAISI
                 COMPUTE EX-PRIX-REMPL =
                    FUNCTION NUMVAL(WS-MONTANT-SAISI)
                 PERFORM 0046-SAISIR-TYPE-DOCUMENT-DEB
                    THRU 0046-FIN-SAISIR-TYPE-DOCUMENT
                 EXEC SQL
                    UPDATE exemplaires
                    SET etat = :EX-ETAT,
                        prix_remplacement = :EX-PRIX-REMPL,
                        type_document = :EX-TYPE-DOCUMENT
                    WHERE id_exemplaire = :ID_EXEMPLAIRE
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "modification réussie."
                 ELSE
                    DISPLAY "Erreur de modification SQLCODE: " SQLCODE
                 END-IF
              END-IF

           WHEN EQUAL 4
                    THRU 0860-FIN-DEMANDER-REIMPRESSION
              END-IF

           WHEN EQUAL 8
              PERFORM 0870-ENVOYER-REPARATION-DEB
                 THRU 0870-FIN-ENVOYER-REPARATION

           WHEN EQUAL 9
              PERFORM 0880-RETOUR-REPARATION-DEB
                 THRU 0880-FIN-RETOUR-REPARATION

           WHEN OTHER
              DISPLAY "abandon de la gestion des exemplaires"

              IF EX-FK-EMPRUNT NOT = 0
                 DISPLAY "exemplaire en prêt, transfert impossible"
              ELSE
                 IF EX-ETAT = "TRANSIT" OR EX-ETAT = "REPARATION"
                    DISPLAY "exemplaire " EX-ETAT
                            ", transfert impossible"
                 ELSE
                    DISPLAY "site actuel : " EX-SITE
                    DISPLAY "entrer le site de destination"
                       DISPLAY "destination invalide, abandon"
                    ELSE
                       MOVE "TRANSIT" TO EX-ETAT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO EX-DATE-TRANSIT
                       EXEC SQL
                          UPDATE exemplaires
                          SET etat = :EX-ETAT,
                              site_destination = :EX-SITE-DEST,
                              date_transit = :EX-DATE-TRANSIT
                          WHERE id_exemplaire = :ID_EXEMPLAIRE
                       END-EXEC
                       IF SQLCODE = 0
      * ligne est ajoutée au registre permanent des retraits, le       *
      * fichier que les commissaires aux comptes demandent chaque      *
      * année. Un exemplaire en prêt, en transit ou en PEB ne se       *
      * retire pas ; un exemplaire en réparation non plus, tant que    *
      * son retour de l'atelier n'est pas enregistré (0880).           *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'exemplaire à retirer".
           ACCEPT ID_EXEMPLAIRE.
              DISPLAY "exemplaire en prêt, retrait impossible"
           WHEN EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB"
              DISPLAY "exemplaire " EX-ETAT ", retrait impossible"
           WHEN EX-ETAT = "REPARATION"
              DISPLAY "exemplaire en réparation : enregistrer"
              DISPLAY "d'abord son retour (choix 9)"
           WHEN EX-ETAT = "RETIRE"
              DISPLAY "exemplaire déjà retiré de l'inventaire"
           WHEN OTHER
       0860-FIN-DEMANDER-REIMPRESSION.


       0870-ENVOYER-REPARATION-DEB.
      *----------------------------------------------------------------*
      * Envoi en réparation d'un exemplaire repéré abîmé en rayon (le  *
      * cas du retour abîmé se traite au guichet, 0320 et 1320). Un    *
      * exemplaire en prêt, en transit, en PEB, perdu, manquant,       *
      * retiré ou déjà en réparation ne part pas.                      *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'exemplaire à réparer".
           ACCEPT ID_EXEMPLAIRE.
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT fk_emprunt, COALESCE(etat, ' ')
              INTO :EX-FK-EMPRUNT, :EX-ETAT
              FROM exemplaires
              WHERE id_exemplaire = :ID_EXEMPLAIRE
              FOR UPDATE NOWAIT
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = 100
              DISPLAY "cet exemplaire n'existe pas"
           WHEN SQLCODE NOT = 0
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           WHEN EX-FK-EMPRUNT NOT = 0
              DISPLAY "exemplaire en prêt : l'envoyer en réparation"
              DISPLAY "à son retour"
           WHEN EX-ETAT = "REPARATION"
              DISPLAY "exemplaire déjà en réparation"
           WHEN EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB"
             OR EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
             OR EX-ETAT = "RETIRE"
              DISPLAY "exemplaire " EX-ETAT ", réparation impossible"
           WHEN OTHER
              PERFORM 0325-ENVOYER-EN-REPARATION-DEB
                 THRU 0325-FIN-ENVOYER-EN-REPARATION
              IF WS-REPARATION-OK = 'O'
                 DISPLAY "exemplaire mis de côté pour la reliure"
                 DISPLAY "(réparation numéro " ID_REPARATION ")"
              END-IF
           END-EVALUATE.

       0870-FIN-ENVOYER-REPARATION.


       0880-RETOUR-REPARATION-DEB.
      *----------------------------------------------------------------*
      * Retour de l'atelier de reliure : la réparation ouverte de      *
      * l'exemplaire passe à REVENUE avec sa date et son coût (repris  *
      * par le bilan mensuel de LRE-reliure), l'état constaté au       *
      * déballage remplace REPARATION et l'exemplaire, de nouveau en   *
      * rayon, sert la plus ancienne réservation en attente sur son    *
      * titre (0350). Une réparation encore A-ENVOYER se solde de la   *
      * même façon : réparée sur place, elle n'est jamais partie.      *
      * Un exemplaire irréparable revient BON ou USAGE puis se retire  *
      * par le choix 6, qui l'inscrit au registre des retraits.        *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'exemplaire revenu".
           ACCEPT ID_EXEMPLAIRE.
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT R.id_reparation, R.motif, R.statut,
                     E.fk_livres
              INTO :ID_REPARATION, :REP-MOTIF, :REP-STATUT,
                   :EX-FK-LIVRES
              FROM reparations R
              JOIN exemplaires E
                ON R.fk_exemplaire = E.id_exemplaire
              WHERE R.fk_exemplaire = :ID_EXEMPLAIRE
                AND R.statut IN ('A-ENVOYER', 'ENVOYEE')
              FOR UPDATE OF R NOWAIT
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = 100
              DISPLAY "aucune réparation en cours pour cet exemplaire"
           WHEN SQLCODE NOT = 0
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           WHEN OTHER
              DISPLAY "réparation " ID_REPARATION " : " REP-MOTIF
              IF REP-STATUT = "A-ENVOYER"
                 DISPLAY "(jamais partie à l'atelier)"
              END-IF
              DISPLAY "entrer le coût de la réparation (ex. 4.50,"
              DISPLAY "0 si gratuite)"
              ACCEPT WS-MONTANT-SAISI
              COMPUTE REP-COUT = FUNCTION NUMVAL(WS-MONTANT-SAISI)
              DISPLAY "entrer l'état constaté au retour"
              DISPLAY "(BON, USAGE... ; entrée pour BON)"
              ACCEPT EX-ETAT
      *les états tenus par d'autres circuits (transfert, PEB, perte,
      *retrait) ne se posent pas ici
              IF EX-ETAT = SPACE OR EX-ETAT = "REPARATION"
                 OR EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB"
                 OR EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
                 OR EX-ETAT = "RETIRE"
                 MOVE "BON" TO EX-ETAT
                 DISPLAY "état retenu : BON"
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8) TO REP-DATE-RETOUR
              MOVE "REVENUE" TO REP-STATUT
              EXEC SQL
                 UPDATE reparations
                 SET statut = :REP-STATUT,
                     date_retour = :REP-DATE-RETOUR,
                     cout = :REP-COUT
                 WHERE id_reparation = :ID_REPARATION
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                    UPDATE exemplaires
                    SET etat = :EX-ETAT
                    WHERE id_exemplaire = :ID_EXEMPLAIRE
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 DISPLAY "retour de réparation enregistré."
                 MOVE EX-FK-LIVRES TO ID_LIVRES
                 PERFORM 0350-ANNONCER-RESERVATION-DEB
                    THRU 0350-FIN-ANNONCER-RESERVATION
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-EVALUATE.

       0880-FIN-RETOUR-REPARATION.


       0900-GERER-EMPRUNTEURS.
      *----------------------------------------------------------------*
      * Gestion du registre des emprunteurs (table Emprunteurs) : un   *
      * désormais porté par les emprunts, à la place du nom saisi      *
      * librement. L'écran de consultation répond à "qu'a ce lecteur   *
      * actuellement en prêt ?"                                        *
      * Une fiche peut désigner un garant (l'adulte responsable d'un   *
      * mineur) : le garant et les fiches qui le désignent forment un  *
      * foyer, vu d'un bloc à la consultation, à la caisse (1110) et   *
      * dans les avis de nuit (LRE-avis.cbl).                          *
      *----------------------------------------------------------------*

           DISPLAY "vous voulez gérer les emprunteurs".
              ACCEPT EMPR-TELEPHONE
              DISPLAY "entrer le courriel de l'adhérent"
              ACCEPT EMPR-COURRIEL
              PERFORM 0925-SAISIR-ADRESSE-DEB
                 THRU 0925-FIN-SAISIR-ADRESSE
              DISPLAY "entrer la fin d'adhésion (AAAAMMJJ, 0 si"
              DISPLAY "adhésion sans terme)"
              ACCEPT EMPR-DATE-FIN
              PERFORM 0047-SAISIR-CATEGORIE-DEB
                 THRU 0047-FIN-SAISIR-CATEGORIE
              MOVE 0 TO ID_EMPRUNTEUR
              PERFORM 0920-SAISIR-GARANT-DEB
                 THRU 0920-FIN-SAISIR-GARANT
              MOVE "ACTIF" TO EMPR-STATUT
              MOVE FUNCTION CURRENT-DATE(1:8) TO EMPR-DATE-INSCR
              IF WS-GARANT-OK = 'O'
                 MOVE "seq_emprunteurs" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_EMPRUNTEUR
              END-IF
              IF ID_EMPRUNTEUR NOT = 0
                 EXEC SQL
                    INSERT INTO emprunteurs (id_emprunteur, nom, prenom,
                    telephone, courriel, statut, date_fin_adhesion,
                    date_inscription, categorie, fk_garant, adresse,
                    code_postal, ville)
                    VALUES (:ID_EMPRUNTEUR, :EMPR-NOM, :EMPR-PRENOM,
                    :EMPR-TELEPHONE, :EMPR-COURRIEL, :EMPR-STATUT,
                    :EMPR-DATE-FIN, :EMPR-DATE-INSCR, :EMPR-CATEGORIE,
                    NULLIF(:EMPR-GARANT, 0), :EMPR-ADRESSE,
                    :EMPR-CODE-POSTAL, :EMPR-VILLE)
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "ajout de l'adhérent réussi, numéro "
                            ID_EMPRUNTEUR
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF

           WHEN EQUAL 2
              ELSE
                 DISPLAY "Erreur de suppression SQLCODE: " SQLCODE
                 DISPLAY "vérifiez qu'aucun emprunt n'utilise cet"
                 DISPLAY "adhérent et qu'aucune fiche ne le désigne"
                 DISPLAY "pour garant (préférer le statut RADIE)"
              END-IF

           WHEN EQUAL 3
              ACCEPT EMPR-TELEPHONE
              DISPLAY "entrer le nouveau courriel"
              ACCEPT EMPR-COURRIEL
              PERFORM 0925-SAISIR-ADRESSE-DEB
                 THRU 0925-FIN-SAISIR-ADRESSE
              DISPLAY "entrer le statut (ACTIF, SUSPENDU, RADIE)"
              ACCEPT EMPR-STATUT
              DISPLAY "entrer la fin d'adhésion (AAAAMMJJ, 0 si"
              DISPLAY "adhésion sans terme)"
              ACCEPT EMPR-DATE-FIN
              PERFORM 0047-SAISIR-CATEGORIE-DEB
                 THRU 0047-FIN-SAISIR-CATEGORIE
              PERFORM 0920-SAISIR-GARANT-DEB
                 THRU 0920-FIN-SAISIR-GARANT
              IF WS-GARANT-OK = 'O'
                 EXEC SQL
                    UPDATE emprunteurs
                    SET nom = :EMPR-NOM, prenom = :EMPR-PRENOM,
                    telephone = :EMPR-TELEPHONE,
                    courriel = :EMPR-COURRIEL,
                    adresse = :EMPR-ADRESSE,
                    code_postal = :EMPR-CODE-POSTAL,
                    ville = :EMPR-VILLE,
                    statut = :EMPR-STATUT,
                    date_fin_adhesion = :EMPR-DATE-FIN,
                    categorie = :EMPR-CATEGORIE,
                    fk_garant = NULLIF(:EMPR-GARANT, 0)
                    WHERE id_emprunteur = :ID_EMPRUNTEUR
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "modification réussie."
                 ELSE
                    DISPLAY "Erreur de modification SQLCODE: " SQLCODE
                 END-IF
              END-IF

           WHEN EQUAL 4
      *----------------------------------------------------------------*
      * Affiche la fiche d'un adhérent puis la liste de ses emprunts   *
      * non rendus (date_retour_reelle à NULL), avec le titre et la    *
      * date de retour prévue de chacun. Pour un adhérent rattaché à   *
      * un foyer, les emprunts et les amendes DUES de tout le foyer    *
      * sont présentés ensemble (voir 0915).                           *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'adhérent à consulter".
           ACCEPT ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, telephone, courriel, statut,
                     COALESCE(date_fin_adhesion, 0),
                     COALESCE(categorie, '*'),
                     COALESCE(fk_garant, 0),
                     COALESCE(adresse, ' '), COALESCE(code_postal, ' '),
                     COALESCE(ville, ' ')
              INTO :EMPR-NOM, :EMPR-PRENOM, :EMPR-TELEPHONE,
                   :EMPR-COURRIEL, :EMPR-STATUT, :EMPR-DATE-FIN,
                   :EMPR-CATEGORIE, :EMPR-GARANT, :EMPR-ADRESSE,
                   :EMPR-CODE-POSTAL, :EMPR-VILLE
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
                      EMPR-PRENOM " " EMPR-NOM
              DISPLAY "téléphone : " EMPR-TELEPHONE
              DISPLAY "courriel  : " EMPR-COURRIEL
              DISPLAY "adresse   : " EMPR-ADRESSE
              DISPLAY "            " EMPR-CODE-POSTAL " " EMPR-VILLE
              DISPLAY "statut    : " EMPR-STATUT
              DISPLAY "catégorie : " EMPR-CATEGORIE
              IF EMPR-DATE-FIN = 0
                 DISPLAY "adhésion  : sans terme"
              ELSE
                 DISPLAY "adhésion  : jusqu'au " EMPR-DATE-FIN
              END-IF
              PERFORM 0915-AFFICHER-FOYER-DEB
                 THRU 0915-FIN-AFFICHER-FOYER
              MOVE 0 TO WS-NB-EMPRUNTS-LECTEUR
      *un adhérent sans foyer est son propre foyer : le curseur ne
      *ramène alors que ses emprunts
              EXEC SQL
                 DECLARE curseur_lecteur CURSOR FOR
                 SELECT L.Titre, E.date_retour_prevue, P.prenom
                 FROM emprunts E
                 JOIN Livres L ON E.fk_livres = L.ID_Livres
                 JOIN emprunteurs P
                   ON E.fk_emprunteur = P.id_emprunteur
                 WHERE COALESCE(P.fk_garant, P.id_emprunteur)
                       = :EMPR-ID-FOYER
                   AND E.date_retour_reelle IS NULL
                 ORDER BY E.date_retour_prevue
                    FOR READ ONLY
              PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                 EXEC SQL
                    FETCH curseur_lecteur
                    INTO :EMPC-TITRE, :EMPC-DATE-RETOUR,
                         :EMPC-PRENOM
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-NB-EMPRUNTS-LECTEUR
                    DISPLAY "en prêt : " EMPC-TITRE
                            " - retour prévu le " EMPC-DATE-RETOUR
                    IF WS-FOYER-FAMILLE = 'O'
                       DISPLAY "          emprunté par " EMPC-PRENOM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE curseur_lecteur
              END-EXEC
              EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(SUM(A.montant - A.montant_regle), 0)
                 INTO :FOY-NB-AMENDES, :FOY-DETTE
                 FROM amendes A
                 JOIN emprunteurs P
                   ON A.fk_emprunteur = P.id_emprunteur
                 WHERE COALESCE(P.fk_garant, P.id_emprunteur)
                       = :EMPR-ID-FOYER
                   AND A.statut = 'DUE'
              END-EXEC
              MOVE FOY-DETTE TO WS-TOTAL-AFF
              IF WS-FOYER-FAMILLE = 'O'
                 DISPLAY WS-NB-EMPRUNTS-LECTEUR
                         " emprunt(s) en cours pour le foyer"
                 DISPLAY FOY-NB-AMENDES " amende(s) due(s) pour le"
                         " foyer, total " WS-TOTAL-AFF " EUR"
              ELSE
                 DISPLAY WS-NB-EMPRUNTS-LECTEUR " emprunt(s) en cours"
                 DISPLAY FOY-NB-AMENDES " amende(s) due(s), total "
                         WS-TOTAL-AFF " EUR"
              END-IF
           END-IF.

       0910-FIN-CONSULTER-EMPRUNTEUR.


       0915-AFFICHER-FOYER-DEB.
      *----------------------------------------------------------------*
      * Rattachement familial de l'adhérent consulté : son garant s'il *
      * en a un, sinon le nombre d'adhérents qui le désignent pour     *
      * garant ; puis, pour un foyer de plusieurs fiches, une ligne    *
      * par membre (garant en tête) avec ses emprunts en cours et sa   *
      * dette d'amendes DUES. Le foyer est repéré par le numéro du     *
      * garant (EMPR-ID-FOYER), ou par celui de l'adhérent lui-même    *
      * s'il n'a pas de garant.                                        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FOYER-FAMILLE.
           MOVE 0 TO EMPR-NB-GARANTIS.
           IF EMPR-GARANT NOT = 0
              MOVE 'O' TO WS-FOYER-FAMILLE
              MOVE EMPR-GARANT TO EMPR-ID-FOYER
              EXEC SQL
                 SELECT nom, prenom
                 INTO :GAR-NOM, :GAR-PRENOM
                 FROM emprunteurs
                 WHERE id_emprunteur = :EMPR-GARANT
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "garant    : " EMPR-GARANT " - "
                         GAR-PRENOM " " GAR-NOM
              ELSE
                 DISPLAY "garant    : " EMPR-GARANT " (introuvable)"
              END-IF
           ELSE
              MOVE ID_EMPRUNTEUR TO EMPR-ID-FOYER
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :EMPR-NB-GARANTIS
                 FROM emprunteurs
                 WHERE fk_garant = :ID_EMPRUNTEUR
              END-EXEC
              IF EMPR-NB-GARANTIS > 0
                 MOVE 'O' TO WS-FOYER-FAMILLE
                 DISPLAY "garant de : " EMPR-NB-GARANTIS
                         " adhérent(s) rattaché(s)"
              END-IF
           END-IF.

           IF WS-FOYER-FAMILLE = 'O'
              DISPLAY "membres du foyer :"
              EXEC SQL
                 DECLARE curseur_foyer CURSOR FOR
                 SELECT P.id_emprunteur, P.nom, P.prenom,
                        (SELECT COUNT(*) FROM emprunts E
                         WHERE E.fk_emprunteur = P.id_emprunteur
                           AND E.date_retour_reelle IS NULL),
                        (SELECT COALESCE(SUM(A.montant
                                             - A.montant_regle), 0)
                         FROM amendes A
                         WHERE A.fk_emprunteur = P.id_emprunteur
                           AND A.statut = 'DUE')
                 FROM emprunteurs P
                 WHERE COALESCE(P.fk_garant, P.id_emprunteur)
                       = :EMPR-ID-FOYER
                 ORDER BY CASE WHEN P.fk_garant IS NULL
                               THEN 0 ELSE 1 END,
                          P.id_emprunteur
                    FOR READ ONLY
              END-EXEC
              EXEC SQL
                 OPEN curseur_foyer
              END-EXEC
              PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                 EXEC SQL
                    FETCH curseur_foyer
                    INTO :FOY-ID-MEMBRE, :FOY-NOM, :FOY-PRENOM,
                         :FOY-NB-EMPRUNTS, :FOY-DETTE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE FOY-DETTE TO WS-TOTAL-AFF
                    DISPLAY "   " FOY-ID-MEMBRE " " FOY-PRENOM " "
                            FOY-NOM
                    DISPLAY "      " FOY-NB-EMPRUNTS " prêt(s), "
                            WS-TOTAL-AFF " EUR dus"
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE curseur_foyer
              END-EXEC
           END-IF.

       0915-FIN-AFFICHER-FOYER.


       0920-SAISIR-GARANT-DEB.
      *----------------------------------------------------------------*
      * Saisie du garant d'une fiche (ajout ou modification de         *
      * l'adhérent ID_EMPRUNTEUR, 0 pour un ajout) : 0 pour aucun      *
      * garant. Le garant doit exister, ne pas être l'adhérent         *
      * lui-même et ne pas avoir lui-même de garant ; un adhérent qui  *
      * est déjà garant d'autres fiches ne peut pas en recevoir un (le *
      * foyer n'a qu'un niveau). WS-GARANT-OK passe à 'N' sur refus,   *
      * et l'appelant abandonne alors l'écriture de la fiche.          *
      *----------------------------------------------------------------*
           MOVE 'O' TO WS-GARANT-OK.
           DISPLAY "entrer le numéro du garant (adulte responsable".
           DISPLAY "d'un mineur), 0 si aucun".
           ACCEPT EMPR-GARANT.
           IF EMPR-GARANT NOT = 0
              EXEC SQL
                 SELECT COALESCE(fk_garant, 0)
                 INTO :EMPR-ID-FOYER
                 FROM emprunteurs
                 WHERE id_emprunteur = :EMPR-GARANT
              END-EXEC
              EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-GARANT-OK
                 DISPLAY "ce garant n'existe pas dans le registre"
              WHEN EMPR-GARANT = ID_EMPRUNTEUR
                 MOVE 'N' TO WS-GARANT-OK
                 DISPLAY "un adhérent ne peut pas être son propre"
                         " garant"
              WHEN EMPR-ID-FOYER NOT = 0
                 MOVE 'N' TO WS-GARANT-OK
                 DISPLAY "ce garant est lui-même rattaché au garant "
                         EMPR-ID-FOYER
              WHEN OTHER
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :EMPR-NB-GARANTIS
                    FROM emprunteurs
                    WHERE fk_garant = :ID_EMPRUNTEUR
                 END-EXEC
                 IF EMPR-NB-GARANTIS > 0
                    MOVE 'N' TO WS-GARANT-OK
                    DISPLAY "cet adhérent est déjà garant de "
                            EMPR-NB-GARANTIS " fiche(s)"
                 END-IF
              END-EVALUATE
              IF WS-GARANT-OK = 'N'
                 DISPLAY "fiche non enregistrée"
              END-IF
           END-IF.

       0920-FIN-SAISIR-GARANT.


       0925-SAISIR-ADRESSE-DEB.
      *----------------------------------------------------------------*
      * Adresse postale de l'adhérent (celle du garant pour un         *
      * mineur rattaché) : sans elle, une dette ancienne ne peut pas   *
      * être transmise au Trésor public                                *
      *----------------------------------------------------------------*
           DISPLAY "entrer l'adresse (numéro et voie)".
           ACCEPT EMPR-ADRESSE.
           DISPLAY "entrer le code postal".
           ACCEPT EMPR-CODE-POSTAL.
           DISPLAY "entrer la ville".
           ACCEPT EMPR-VILLE.

       0925-FIN-SAISIR-ADRESSE.


       1100-GERER-AMENDES.
      *----------------------------------------------------------------*
      * Gestion des amendes de retard calculées chaque nuit par le     *
      * travail LRE-amendes : encaissement d'un paiement (total ou     *
      * partiel), remise gracieuse, et relevé des sommes dues par un   *
      * adhérent. Le montant dû n'est jamais saisi ici : il vient du   *
      * calcul de la nuit, ce qui coupe court aux litiges de guichet.  *
      * Une amende transmise au Trésor public (statut TRESOR, travail  *
      * LRE-tresor.cbl) ne s'encaisse plus ici : on y enregistre       *
      * seulement le retour du Trésor (1140).                          *
      *----------------------------------------------------------------*

           DISPLAY "vous voulez gérer les amendes".
           DISPLAY "1 pour encaisser un paiement".
           DISPLAY "2 pour accorder une remise gracieuse".
           DISPLAY "3 pour le relevé des amendes d'un adhérent".
           DISPLAY "4 pour enregistrer le retour du Trésor public".
           ACCEPT WS-SELECTION-AMENDE.

           EVALUATE WS-SELECTION-AMENDE
           WHEN EQUAL 1
              PERFORM 1110-ENCAISSER-AMENDE-DEB
                 THRU 1110-FIN-ENCAISSER-AMENDE

           WHEN EQUAL 2
      *la remise gracieuse engage les finances : réservée aux
      *opérateurs ayant le droit d'administration
              IF WS-DROIT-ADMIN = 'O'
                 PERFORM 1120-REMETTRE-AMENDE-DEB
                    THRU 1120-FIN-REMETTRE-AMENDE
              ELSE
                 PERFORM 0060-REFUSER-FONCTION-DEB
                    THRU 0060-FIN-REFUSER-FONCTION
              END-IF

           WHEN EQUAL 3
              PERFORM 1130-RELEVE-ADHERENT-DEB
                 THRU 1130-FIN-RELEVE-ADHERENT

           WHEN EQUAL 4
      *solde une créance de la ville : même droit que la remise
              IF WS-DROIT-ADMIN = 'O'
                 PERFORM 1140-RETOUR-TRESOR-DEB
                    THRU 1140-FIN-RETOUR-TRESOR
              ELSE
                 PERFORM 0060-REFUSER-FONCTION-DEB
                    THRU 0060-FIN-REFUSER-FONCTION
              END-IF

           WHEN OTHER
              DISPLAY "abandon de la gestion des amendes"
      * exige une session de caisse ouverte par l'opérateur (écran     *
      * 17) : il y est estampillé, pour l'arrêté de caisse du soir     *
      * (LRE-caisse.cbl), et une ligne de reçu est imprimée pour le    *
      * lecteur. Le garant d'un foyer peut aussi solder en une fois    *
      * toutes les amendes DUES du foyer (1117), sous un seul reçu.    *
      *----------------------------------------------------------------*
           PERFORM 1740-TROUVER-SESSION-CAISSE-DEB
              THRU 1740-FIN-TROUVER-SESSION-CAISSE.
              DISPLAY "aucune session de caisse ouverte : ouvrir la"
              DISPLAY "caisse d'abord (écran 17)"
           ELSE
              DISPLAY "1 pour encaisser une amende"
              DISPLAY "2 pour solder toutes les amendes d'un foyer"
              DISPLAY "  (règlement par le garant)"
              ACCEPT WS-SELECTION-ENCAISSEMENT
              EVALUATE WS-SELECTION-ENCAISSEMENT
              WHEN EQUAL 1
                 PERFORM 1115-SAISIR-ENCAISSEMENT-DEB
                    THRU 1115-FIN-SAISIR-ENCAISSEMENT
              WHEN EQUAL 2
                 PERFORM 1117-SOLDER-FOYER-DEB
                    THRU 1117-FIN-SOLDER-FOYER
              WHEN OTHER
                 DISPLAY "abandon de l'encaissement"
              END-EVALUATE
           END-IF.

       1110-FIN-ENCAISSER-AMENDE.


       1115-SAISIR-ENCAISSEMENT-DEB.
           MOVE 'N' TO WS-CONFLIT.
           DISPLAY "entrer le numéro de l'amende".
           ACCEPT ID_AMENDE.
           EXEC SQL
              DISPLAY "cette amende n'existe pas"
           ELSE
              IF AMD-STATUT NOT = "DUE"
                 PERFORM 1135-REFUSER-AMENDE-DEB
                    THRU 1135-FIN-REFUSER-AMENDE
              ELSE
                 COMPUTE WS-RESTE-DU = AMD-MONTANT - AMD-REGLE
                 MOVE WS-RESTE-DU TO WS-RESTE-AFF
                 IF WS-PAIEMENT = 0 OR WS-PAIEMENT > WS-RESTE-DU
                    DISPLAY "montant invalide, encaissement abandonné"
                 ELSE
      *une autre caisse a pu encaisser la même amende pendant la
      *saisie du montant : relecture sous verrou avant d'écrire
                    PERFORM 0195-VERROUILLER-AMENDE-DEB
                       THRU 0195-FIN-VERROUILLER-AMENDE
                 END-IF
                 IF WS-PAIEMENT > 0 AND WS-PAIEMENT <= WS-RESTE-DU
                    AND WS-CONFLIT = 'N'
                    ADD WS-PAIEMENT TO AMD-REGLE
                    IF AMD-REGLE >= AMD-MONTANT
                       MOVE "REGLEE" TO AMD-STATUT
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0
                       MOVE WS-PAIEMENT TO ENC-MONTANT
                       MOVE "ENCAISSEMENT" TO ENC-TYPE
                       PERFORM 1750-ENREGISTRER-MOUVEMENT-DEB
                          THRU 1750-FIN-ENREGISTRER-MOUVEMENT
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
      *le reçu n'est remis que pour un encaissement complet (amende
      *et mouvement de caisse écrits ensemble)
                    IF WS-CONFLIT = 'N'
                       DISPLAY "encaissement enregistré, statut "
                               AMD-STATUT
                       PERFORM 1760-IMPRIMER-RECU-DEB
                          THRU 1760-FIN-IMPRIMER-RECU
                    END-IF
                 END-IF
              END-IF
       1115-FIN-SAISIR-ENCAISSEMENT.


       1117-SOLDER-FOYER-DEB.
      *----------------------------------------------------------------*
      * Règlement par le garant de toutes les amendes DUES de son      *
      * foyer (ses propres amendes et celles des fiches qui le         *
      * désignent pour garant). Les amendes sont relevées et           *
      * affichées (1118), puis, sur confirmation, soldées ensemble     *
      * (1119) et récapitulées sur un seul reçu (1765).                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           DISPLAY "entrer le numéro du garant".
           ACCEPT ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, COALESCE(fk_garant, 0)
              INTO :EMPR-NOM, :EMPR-PRENOM, :EMPR-GARANT
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "cet adhérent n'existe pas dans le registre"
           ELSE
              IF EMPR-GARANT NOT = 0
                 DISPLAY "cet adhérent est rattaché au garant "
                         EMPR-GARANT
                 DISPLAY "(saisir le numéro du garant du foyer)"
              ELSE
                 PERFORM 1118-RELEVER-AMENDES-FOYER-DEB
                    THRU 1118-FIN-RELEVER-AMENDES-FOYER
                 IF WS-NB-AMF = 0
                    DISPLAY "aucune amende due pour ce foyer"
                 ELSE
                    MOVE WS-TOTAL-DU TO WS-TOTAL-AFF
                    DISPLAY WS-NB-AMF " amende(s), total à régler "
                            WS-TOTAL-AFF " EUR"
                    DISPLAY "confirmer le règlement du total (O/N)"
                    ACCEPT WS-CONFIRMATION
                    IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       PERFORM 1119-REGLER-AMENDES-FOYER-DEB
                          THRU 1119-FIN-REGLER-AMENDES-FOYER
                    ELSE
                       DISPLAY "règlement du foyer abandonné"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1117-FIN-SOLDER-FOYER.


       1118-RELEVER-AMENDES-FOYER-DEB.
      *----------------------------------------------------------------*
      * Relève dans TAB-AMENDES-FOYER les amendes DUES du foyer du     *
      * garant ID_EMPRUNTEUR (montant et déjà réglé tels qu'affichés,  *
      * pour la relecture sous verrou de 1119) et en cumule le reste   *
      * dû dans WS-TOTAL-DU                                            *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-AMF.
           MOVE 'N' TO WS-AMF-TRONQUE.
           MOVE 0 TO WS-TOTAL-DU.
           DISPLAY "amendes dues du foyer de " EMPR-PRENOM " "
                   EMPR-NOM.
           EXEC SQL
              DECLARE curseur_amendes_foyer CURSOR FOR
              SELECT A.id_amende, A.montant, A.montant_regle,
                     L.Titre, P.prenom
              FROM amendes A
              JOIN emprunteurs P ON A.fk_emprunteur = P.id_emprunteur
              JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE COALESCE(P.fk_garant, P.id_emprunteur)
                    = :ID_EMPRUNTEUR
                AND A.statut = 'DUE'
              ORDER BY A.id_amende
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_amendes_foyer
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_amendes_foyer
                 INTO :ID_AMENDE, :AMD-MONTANT, :AMD-REGLE,
                      :AMD-TITRE, :EMPC-PRENOM
              END-EXEC
              IF SQLCODE = 0
                 IF WS-NB-AMF < 100
                    ADD 1 TO WS-NB-AMF
                    MOVE ID_AMENDE TO WS-AMF-ID(WS-NB-AMF)
                    MOVE AMD-MONTANT TO WS-AMF-MONTANT(WS-NB-AMF)
                    MOVE AMD-REGLE TO WS-AMF-REGLE(WS-NB-AMF)
                    COMPUTE WS-RESTE-DU = AMD-MONTANT - AMD-REGLE
                    ADD WS-RESTE-DU TO WS-TOTAL-DU
                    MOVE WS-RESTE-DU TO WS-RESTE-AFF
                    DISPLAY "amende " ID_AMENDE " - " EMPC-PRENOM
                            " - " AMD-TITRE
                    DISPLAY "   reste dû " WS-RESTE-AFF " EUR"
                 ELSE
                    MOVE 'O' TO WS-AMF-TRONQUE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_amendes_foyer
           END-EXEC.
           IF WS-AMF-TRONQUE = 'O'
              DISPLAY "(seules les " WS-NB-AMF " premières amendes"
                      " sont soldées ici, repasser pour la suite)"
           END-IF.

       1118-FIN-RELEVER-AMENDES-FOYER.


       1119-REGLER-AMENDES-FOYER-DEB.
      *----------------------------------------------------------------*
      * Solde les amendes relevées par 1118 : chacune est relue sous   *
      * verrou (0195), passée à REGLEE pour son reste dû et portée en  *
      * caisse (1750). Le tout forme une seule transaction : au        *
      * moindre conflit avec un autre poste, 0180/0195 annulent tout   *
      * et aucun reçu n'est remis.                                     *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO AMD-DATE-REGL.
           PERFORM VARYING WS-IDX-AMF FROM 1 BY 1
                   UNTIL WS-IDX-AMF > WS-NB-AMF OR WS-CONFLIT = 'O'
              MOVE WS-AMF-ID(WS-IDX-AMF) TO ID_AMENDE
              MOVE WS-AMF-MONTANT(WS-IDX-AMF) TO AMD-MONTANT
              MOVE WS-AMF-REGLE(WS-IDX-AMF) TO AMD-REGLE
              MOVE "DUE" TO AMD-STATUT
              PERFORM 0195-VERROUILLER-AMENDE-DEB
                 THRU 0195-FIN-VERROUILLER-AMENDE
              IF WS-CONFLIT = 'N'
                 COMPUTE ENC-MONTANT = AMD-MONTANT - AMD-REGLE
                 MOVE "REGLEE" TO AMD-STATUT
                 EXEC SQL
                    UPDATE amendes
                    SET montant_regle = :AMD-MONTANT,
                        statut = :AMD-STATUT,
                        date_reglement = :AMD-DATE-REGL
                    WHERE id_amende = :ID_AMENDE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE "ENCAISSEMENT" TO ENC-TYPE
                    PERFORM 1750-ENREGISTRER-MOUVEMENT-DEB
                       THRU 1750-FIN-ENREGISTRER-MOUVEMENT
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-PERFORM.
      *le reçu n'est remis que si toutes les amendes du foyer ont été
      *soldées ensemble
           IF WS-CONFLIT = 'N'
              DISPLAY "règlement du foyer enregistré, " WS-NB-AMF
                      " amende(s) soldée(s)"
              PERFORM 1765-IMPRIMER-RECU-FOYER-DEB
                 THRU 1765-FIN-IMPRIMER-RECU-FOYER
           END-IF.

       1119-FIN-REGLER-AMENDES-FOYER.


       1120-REMETTRE-AMENDE-DEB.
      *----------------------------------------------------------------*
      * Remise gracieuse : l'amende passe à ANNULEE et ne sera plus    *


       1125-SAISIR-REMISE-DEB.
           MOVE 'N' TO WS-CONFLIT.
           DISPLAY "entrer le numéro de l'amende à remettre".
           ACCEPT ID_AMENDE.
           EXEC SQL
              DISPLAY "cette amende n'existe pas"
           ELSE
              IF AMD-STATUT NOT = "DUE"
                 PERFORM 1135-REFUSER-AMENDE-DEB
                    THRU 1135-FIN-REFUSER-AMENDE
              ELSE
                 PERFORM 0195-VERROUILLER-AMENDE-DEB
                    THRU 0195-FIN-VERROUILLER-AMENDE
              END-IF
              IF AMD-STATUT = "DUE" AND WS-CONFLIT = 'N'
                 MOVE "ANNULEE" TO AMD-STATUT
                 MOVE FUNCTION CURRENT-DATE(1:8) TO AMD-DATE-REGL
                 EXEC SQL
                    WHERE id_amende = :ID_AMENDE
                 END-EXEC
                 IF SQLCODE = 0
                    COMPUTE ENC-MONTANT = AMD-MONTANT - AMD-REGLE
                    MOVE "REMISE" TO ENC-TYPE
                    PERFORM 1750-ENREGISTRER-MOUVEMENT-DEB
                       THRU 1750-FIN-ENREGISTRER-MOUVEMENT
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
                 IF WS-CONFLIT = 'N'
                    DISPLAY "remise gracieuse enregistrée."
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      * Relevé des amendes encore dues par un adhérent : une ligne     *
      * par amende DUE (titre du livre, jours de retard, montant,      *
      * déjà réglé, reste dû) puis le total restant dû. Les amendes    *
      * transmises au Trésor public (TRESOR) y figurent aussi, avec    *
      * la date de transmission, sous un total à part : elles restent  *
      * dues, mais au Trésor et non au guichet.                        *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'adhérent".
           ACCEPT ID_EMPRUNTEUR.
                      EMPR-NOM
              MOVE 0 TO WS-TOTAL-DU
              MOVE 0 TO WS-NB-AMENDES-DUES
              MOVE 0 TO WS-TOTAL-TRESOR
              MOVE 0 TO WS-NB-AMENDES-TRESOR
              EXEC SQL
                 DECLARE curseur_releve CURSOR FOR
                 SELECT A.id_amende, A.jours_retard, A.montant,
                        A.montant_regle, L.Titre, A.statut,
                        COALESCE(A.date_titre, 0)
                 FROM amendes A
                 JOIN emprunts E ON A.fk_emprunt = E.id_emprunt
                 JOIN Livres L ON E.fk_livres = L.ID_Livres
                 WHERE A.fk_emprunteur = :ID_EMPRUNTEUR
                   AND A.statut IN ('DUE', 'TRESOR')
                 ORDER BY A.id_amende
                    FOR READ ONLY
              END-EXEC
                 EXEC SQL
                    FETCH curseur_releve
                    INTO :ID_AMENDE, :AMD-JOURS-RETARD, :AMD-MONTANT,
                         :AMD-REGLE, :AMD-TITRE, :AMD-STATUT,
                         :AMD-DATE-TITRE
                 END-EXEC
                 IF SQLCODE = 0
                    COMPUTE WS-RESTE-DU = AMD-MONTANT - AMD-REGLE
                    IF AMD-STATUT = "TRESOR"
                       ADD 1 TO WS-NB-AMENDES-TRESOR
                       ADD WS-RESTE-DU TO WS-TOTAL-TRESOR
                    ELSE
                       ADD 1 TO WS-NB-AMENDES-DUES
                       ADD WS-RESTE-DU TO WS-TOTAL-DU
                    END-IF
                    MOVE AMD-MONTANT TO WS-MONTANT-AFF
                    MOVE WS-RESTE-DU TO WS-RESTE-AFF
                    DISPLAY "amende " ID_AMENDE " - " AMD-TITRE
                    DISPLAY "   " AMD-JOURS-RETARD " jour(s), "
                            WS-MONTANT-AFF " EUR, reste dû "
                            WS-RESTE-AFF " EUR"
                    IF AMD-STATUT = "TRESOR"
                       DISPLAY "   TRESOR : transmise au Trésor public"
                               " le " AMD-DATE-TITRE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC SQL
              MOVE WS-TOTAL-DU TO WS-TOTAL-AFF
              DISPLAY WS-NB-AMENDES-DUES " amende(s) due(s), total "
                      WS-TOTAL-AFF " EUR"
              IF WS-NB-AMENDES-TRESOR > 0
                 MOVE WS-TOTAL-TRESOR TO WS-TOTAL-AFF
                 DISPLAY WS-NB-AMENDES-TRESOR " amende(s) transmise(s)"
                         " au Trésor public, total " WS-TOTAL-AFF
                         " EUR"
                 DISPLAY "(à régler auprès du Trésor public, pas au"
                         " guichet)"
              END-IF
           END-IF.

       1130-FIN-RELEVE-ADHERENT.


       1135-REFUSER-AMENDE-DEB.
      *----------------------------------------------------------------*
      * Motif du refus d'encaisser ou de remettre une amende qui n'est *
      * plus DUE. Une amende transmise au Trésor public se règle       *
      * auprès du Trésor, qui en informe la bibliothèque (1140).       *
      *----------------------------------------------------------------*
           IF AMD-STATUT = "TRESOR"
              DISPLAY "cette amende a été transmise au Trésor"
                      " public : elle ne s'encaisse ni ne se remet"
              DISPLAY "plus au guichet, le lecteur la règle auprès"
                      " du Trésor"
           ELSE
              DISPLAY "cette amende est déjà " AMD-STATUT
           END-IF.

       1135-FIN-REFUSER-AMENDE.


       1140-RETOUR-TRESOR-DEB.
      *----------------------------------------------------------------*
      * Retour du Trésor public sur une amende transmise : RECOUVREE   *
      * quand le Trésor a encaissé la somme, NON-VALEUR quand il l'a   *
      * admise en non-valeur (débiteur insolvable ou introuvable).     *
      * L'amende ne compte plus dans la dette de l'adhérent. Aucun     *
      * mouvement de caisse : l'argent n'est pas passé par le tiroir.  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           DISPLAY "entrer le numéro de l'amende".
           ACCEPT ID_AMENDE.
           EXEC SQL
              SELECT montant, montant_regle, statut,
                     COALESCE(date_titre, 0)
              INTO :AMD-MONTANT, :AMD-REGLE, :AMD-STATUT,
                   :AMD-DATE-TITRE
              FROM amendes
              WHERE id_amende = :ID_AMENDE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "cette amende n'existe pas"
           ELSE
              IF AMD-STATUT NOT = "TRESOR"
                 DISPLAY "cette amende n'a pas été transmise au"
                         " Trésor (statut " AMD-STATUT ")"
              ELSE
                 COMPUTE WS-RESTE-DU = AMD-MONTANT - AMD-REGLE
                 MOVE WS-RESTE-DU TO WS-RESTE-AFF
                 DISPLAY "transmise le " AMD-DATE-TITRE " pour "
                         WS-RESTE-AFF " EUR"
                 DISPLAY "R si le Trésor l'a recouvrée, N si"
                         " admise en non-valeur"
                 ACCEPT WS-RETOUR-TRESOR
                 EVALUATE WS-RETOUR-TRESOR
                 WHEN "R"
                 WHEN "r"
                    PERFORM 0195-VERROUILLER-AMENDE-DEB
                       THRU 0195-FIN-VERROUILLER-AMENDE
                    MOVE "RECOUVREE" TO AMD-STATUT
                 WHEN "N"
                 WHEN "n"
                    PERFORM 0195-VERROUILLER-AMENDE-DEB
                       THRU 0195-FIN-VERROUILLER-AMENDE
                    MOVE "NON-VALEUR" TO AMD-STATUT
                 WHEN OTHER
                    DISPLAY "abandon du retour du Trésor"
                 END-EVALUATE
              END-IF
              IF (AMD-STATUT = "RECOUVREE"
                  OR AMD-STATUT = "NON-VALEUR")
                 AND WS-CONFLIT = 'N'
                 MOVE FUNCTION CURRENT-DATE(1:8) TO AMD-DATE-REGL
                 EXEC SQL
                    UPDATE amendes
                    SET statut = :AMD-STATUT,
                        date_reglement = :AMD-DATE-REGL
                    WHERE id_amende = :ID_AMENDE
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "retour du Trésor enregistré, statut "
                            AMD-STATUT
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

       1140-FIN-RETOUR-TRESOR.


       1200-GERER-PARAMETRES.
      *----------------------------------------------------------------*
      * Consultation et modification du fichier des paramètres         *
                   SET F-PARAMS-STATUS-EOF TO TRUE
               END-READ
               PERFORM UNTIL F-PARAMS-STATUS-EOF
                          OR WS-NB-PARAMS >= 60
                   ADD 1 TO WS-NB-PARAMS
                   MOVE PRM-CLE    TO WS-PRM-CLE(WS-NB-PARAMS)
                   MOVE PRM-VALEUR TO WS-PRM-VALEUR(WS-NB-PARAMS)
               END-PERFORM
               IF NOT F-PARAMS-STATUS-EOF
                   MOVE 'O' TO WS-PARAMS-TRONQUES
                   DISPLAY "ATTENTION: plus de 60 paramètres, les"
                   DISPLAY "suivants ne sont pas affichables ici"
               END-IF
               CLOSE F-PARAMS
      * la question du numéro d'adhérent reste posée. Une ligne de    *
      * confirmation par passage, un COMMIT par transaction, et on    *
      * enchaîne sur le scan suivant (0 pour terminer).               *
      * Un exemplaire rendu abîmé : scanner d'abord le code de        *
      * commande 9999999999999 (collé sur la banque de prêt), puis    *
      * l'exemplaire - le retour est passé et l'exemplaire part en    *
      * réparation (0325) au lieu de retourner en rayon.              *
      *----------------------------------------------------------------*

      *base déjà injoignable à l'ouverture de l'écran : on passe
      *directement en saisie hors ligne
           PERFORM 0187-SONDER-BASE-DEB
              THRU 0187-FIN-SONDER-BASE.
           IF WS-BASE-PERDUE = 'O'
              PERFORM 1350-SAISIR-HORS-LIGNE-DEB
                 THRU 1350-FIN-SAISIR-HORS-LIGNE
              MOVE 0 TO ID_EXEMPLAIRE
           ELSE
              DISPLAY "circulation rapide : scanner un exemplaire"
              DISPLAY "(0 pour revenir au menu)"
              ACCEPT ID_EXEMPLAIRE
           END-IF.

           MOVE 'N' TO WS-RETOUR-REPARATION.
           PERFORM UNTIL ID_EXEMPLAIRE = 0
              IF ID_EXEMPLAIRE = WS-CODE-REPARATION
                 MOVE 'O' TO WS-RETOUR-REPARATION
                 DISPLAY "réparation : scanner l'exemplaire abîmé"
              ELSE
                 PERFORM 1310-TRAITER-UN-SCAN-DEB
                    THRU 1310-FIN-TRAITER-UN-SCAN
                 MOVE 'N' TO WS-RETOUR-REPARATION
              END-IF
      *la base a lâché pendant la pointe : le scan en cours et les
      *suivants passent en saisie hors ligne
              IF WS-BASE-PERDUE = 'O'
                 PERFORM 1350-SAISIR-HORS-LIGNE-DEB
                    THRU 1350-FIN-SAISIR-HORS-LIGNE
                 MOVE 0 TO ID_EXEMPLAIRE
              ELSE
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "scanner l'exemplaire suivant (0 pour"
                         " terminer)"
                 ACCEPT ID_EXEMPLAIRE
              END-IF
           END-PERFORM.

       1300-FIN-CIRCULATION-RAPIDE.
       1310-TRAITER-UN-SCAN-DEB.
      *----------------------------------------------------------------*
      * Une transaction de circulation rapide : l'exemplaire scanné   *
      * est rendu s'il porte un emprunt ouvert, prêté sinon. Une base *
      * injoignable lève WS-BASE-PERDUE pour l'appelant.              *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-BASE-PERDUE.
           EXEC SQL
              SELECT E.fk_livres, E.fk_emprunt, L.Titre,
                     COALESCE(E.type_document, '*'),
                     COALESCE(E.etat, ' ')
              INTO :EX-FK-LIVRES, :EX-FK-EMPRUNT, :TITRE,
                   :EX-TYPE-DOCUMENT, :EX-ETAT
              FROM exemplaires E
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.id_exemplaire = :ID_EXEMPLAIRE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0185-TESTER-BASE-PERDUE-DEB
                 THRU 0185-FIN-TESTER-BASE-PERDUE
           END-IF.

           IF WS-BASE-PERDUE = 'O'
              DISPLAY "*** base de données injoignable : scan "
                      ID_EXEMPLAIRE " non passé, à rescanner"
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY "exemplaire inconnu : " ID_EXEMPLAIRE
              ELSE
                 MOVE EX-FK-LIVRES TO ID_LIVRES
                 EVALUATE TRUE
                 WHEN EX-FK-EMPRUNT NOT = 0
                    PERFORM 1320-SCAN-RETOUR-DEB
                       THRU 1320-FIN-SCAN-RETOUR
                 WHEN WS-RETOUR-REPARATION = 'O'
                    DISPLAY "REFUS   " ID_EXEMPLAIRE
                            " - pas en prêt (réparation : écran des"
                            " exemplaires)"
                 WHEN EX-ETAT = "REPARATION"
                    DISPLAY "REFUS   " ID_EXEMPLAIRE
                            " - en réparation"
                 WHEN EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
                   OR EX-ETAT = "RETIRE" OR EX-ETAT = "TRANSIT"
                   OR EX-ETAT = "PEB"
                    DISPLAY "REFUS   " ID_EXEMPLAIRE " - " EX-ETAT
                 WHEN OTHER
                    PERFORM 1330-SCAN-PRET-DEB
                       THRU 1330-FIN-SCAN-PRET
                 END-EVALUATE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Retour en un scan : solde l'emprunt ouvert porté par          *
      * l'exemplaire, libère l'exemplaire, confirme en une ligne et   *
      * signale une éventuelle réservation en attente sur le titre ;  *
      * après le code de commande de réparation, l'exemplaire part à  *
      * la reliure et ne sert pas la réservation                      *
      *----------------------------------------------------------------*
           MOVE EX-FK-EMPRUNT TO ID_EMPRUNT.
      *relecture sous verrou : un retour déjà passé à un autre poste
      *ne se solde pas deux fois
           PERFORM 0190-VERROUILLER-EXEMPLAIRE-DEB
              THRU 0190-FIN-VERROUILLER-EXEMPLAIRE.
           IF WS-CONFLIT = 'N' AND EX-FK-EMPRUNT NOT = ID_EMPRUNT
              DISPLAY "REFUS   " ID_EXEMPLAIRE
                      " - retour déjà passé à un autre poste"
              MOVE 'O' TO WS-CONFLIT
           END-IF.
           IF WS-CONFLIT = 'N'
              MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-DATE-RETOUR-RE
              EXEC SQL
                 UPDATE emprunts
                 SET date_retour_reelle = :EMP-DATE-RETOUR-RE
                 WHERE id_emprunt = :ID_EMPRUNT
              END-EXEC
              IF SQLCODE = 0
                 MOVE 0 TO EX-FK-EMPRUNT
                 EXEC SQL
                    UPDATE exemplaires
                    SET fk_emprunt = :EX-FK-EMPRUNT
                    WHERE id_exemplaire = :ID_EXEMPLAIRE
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.
           MOVE 'N' TO WS-REPARATION-OK.
           IF WS-CONFLIT = 'N' AND WS-RETOUR-REPARATION = 'O'
              PERFORM 0325-ENVOYER-EN-REPARATION-DEB
                 THRU 0325-FIN-ENVOYER-EN-REPARATION
           END-IF.
           IF WS-CONFLIT = 'N'
              DISPLAY "RETOUR  " ID_EXEMPLAIRE " - " TITRE
              PERFORM 0360-JOURNALISER-RETOUR-DEB
                 THRU 0360-FIN-JOURNALISER-RETOUR
              IF WS-REPARATION-OK = 'O'
                 DISPLAY "REPARAT " ID_EXEMPLAIRE " - " REP-MOTIF
              ELSE
                 PERFORM 0350-ANNONCER-RESERVATION-DEB
                    THRU 0350-FIN-ANNONCER-RESERVATION
              END-IF
           END-IF.

       1320-FIN-SCAN-RETOUR.
      *----------------------------------------------------------------*
           PERFORM 0330-CONTROLER-EMPRUNTEUR-DEB
              THRU 0330-FIN-CONTROLER-EMPRUNTEUR.
      *relecture sous verrou : le même exemplaire a pu être scanné à
      *un autre poste pendant la saisie de l'adhérent
           IF WS-EMPRUNTEUR-OK = 'O'
              PERFORM 0190-VERROUILLER-EXEMPLAIRE-DEB
                 THRU 0190-FIN-VERROUILLER-EXEMPLAIRE
              IF WS-CONFLIT = 'N' AND EX-FK-EMPRUNT NOT = 0
                 DISPLAY "REFUS   " ID_EXEMPLAIRE
                         " - prêté à un autre poste entre-temps"
                 MOVE 'N' TO WS-EMPRUNTEUR-OK
              END-IF
              IF WS-CONFLIT = 'N' AND EX-FK-EMPRUNT = 0
                 AND (EX-ETAT = "REPARATION" OR EX-ETAT = "PERDU"
                   OR EX-ETAT = "MANQUANT" OR EX-ETAT = "RETIRE"
                   OR EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB")
                 DISPLAY "REFUS   " ID_EXEMPLAIRE " - passé "
                         EX-ETAT " entre-temps, prêt abandonné"
                 MOVE 'N' TO WS-EMPRUNTEUR-OK
              END-IF
           END-IF.
           IF WS-EMPRUNTEUR-OK = 'O' AND WS-CONFLIT = 'N'
              MOVE ID_LIVRES      TO EMP-FK-LIVRES
              MOVE ID_EXEMPLAIRE  TO EMP-FK-EXEMPLAIRE
              MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-DATE-EMPRUNT
              COMPUTE WS-JOUR-JULIEN =
                 FUNCTION INTEGER-OF-DATE(EMP-DATE-EMPRUNT)
                 + POL-DUREE-PRET
              PERFORM 0040-ROULER-DATE-OUVERTE-DEB
                 THRU 0040-FIN-ROULER-DATE-OUVERTE
              MOVE 0 TO EMP-DATE-RETOUR-RE
              MOVE "seq_emprunts" TO WS-SEQUENCE
              PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                 THRU 0170-FIN-ALLOUER-IDENTIFIANT
              MOVE WS-NOUVEL-ID TO ID_EMPRUNT
           END-IF.
           IF WS-EMPRUNTEUR-OK = 'O' AND WS-CONFLIT = 'N'
              EXEC SQL
                 INSERT INTO emprunts (id_emprunt, fk_livres,
                 fk_exemplaire, fk_emprunteur, date_emprunt,
                    SET fk_emprunt = :EX-FK-EMPRUNT
                    WHERE id_exemplaire = :ID_EXEMPLAIRE
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 DISPLAY "PRET    " ID_EXEMPLAIRE " - " TITRE
                         " - retour le " EMP-DATE-RETOUR-PR
                 PERFORM 0370-RETIRER-RESERVATION-DEB
                 PERFORM 0160-ECRIRE-JOURNAL-DEB
                    THRU 0160-FIN-ECRIRE-JOURNAL
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       1330-FIN-SCAN-PRET.


       1350-SAISIR-HORS-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Mode dégradé de la circulation quand la base est injoignable  *
      * (serveur arrêté, réseau coupé) : plutôt que de revenir aux    *
      * fiches papier, le poste note chaque prêt et chaque retour     *
      * dans circulation-hors-ligne.dat (exemplaire, adhérent,        *
      * opération, date et heure, opérateur). Aucun contrôle n'est    *
      * possible ici : quota, blocage et réservations sont contrôlés  *
      * par LRE-hors-ligne.cbl quand il passe ces transactions en     *
      * base, et ce qu'il ne peut pas appliquer sort sur sa liste de  *
      * conflits. Sans base on ne sait pas distinguer un prêt d'un    *
      * retour au scan : l'opérateur choisit le sens, et donne le     *
      * numéro d'adhérent une fois pour toute sa pile de prêts.       *
      *----------------------------------------------------------------*
           DISPLAY "*** SAISIE HORS LIGNE : base injoignable ***".
           DISPLAY "prêts et retours sont notés sur ce poste et".
           DISPLAY "passés en base au retour de la base (quota,".
           DISPLAY "blocage et réservations contrôlés à ce moment)".
           MOVE 0 TO WS-NB-HORS-LIGNE.
           MOVE 9 TO WS-SELECTION-HORS-LIGNE.

           PERFORM UNTIL WS-SELECTION-HORS-LIGNE = 0
              DISPLAY "1 pour des prêts, 2 pour des retours,"
                      " 0 pour terminer"
              ACCEPT WS-SELECTION-HORS-LIGNE
              EVALUATE WS-SELECTION-HORS-LIGNE
              WHEN EQUAL 1
                 DISPLAY "entrer le numéro de l'emprunteur"
                         "(13 chiffres)"
                 ACCEPT WS-HOL-EMPRUNTEUR
                 IF WS-HOL-EMPRUNTEUR = 0
                    DISPLAY "numéro d'adhérent obligatoire pour un"
                            " prêt"
                 ELSE
                    MOVE "PRET" TO WS-HOL-OPERATION
                    PERFORM 1355-SCANNER-HORS-LIGNE-DEB
                       THRU 1355-FIN-SCANNER-HORS-LIGNE
                 END-IF
              WHEN EQUAL 2
                 MOVE 0 TO WS-HOL-EMPRUNTEUR
                 MOVE "RETOUR" TO WS-HOL-OPERATION
                 PERFORM 1355-SCANNER-HORS-LIGNE-DEB
                    THRU 1355-FIN-SCANNER-HORS-LIGNE
              WHEN EQUAL 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY "votre commande n'a pas été comprise"
              END-EVALUATE
           END-PERFORM.

           DISPLAY WS-NB-HORS-LIGNE " transaction(s) notée(s) hors"
                   " ligne, à passer en base par LRE-hors-ligne".

       1350-FIN-SAISIR-HORS-LIGNE.


       1355-SCANNER-HORS-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Pile de scans hors ligne d'un même sens (WS-HOL-OPERATION) et *
      * d'un même adhérent pour les prêts, jusqu'au scan 0            *
      *----------------------------------------------------------------*
           DISPLAY "scanner un exemplaire (0 pour terminer)".
           ACCEPT ID_EXEMPLAIRE.
           PERFORM UNTIL ID_EXEMPLAIRE = 0
              PERFORM 1357-NOTER-HORS-LIGNE-DEB
                 THRU 1357-FIN-NOTER-HORS-LIGNE
              DISPLAY "scanner l'exemplaire suivant (0 pour terminer)"
              ACCEPT ID_EXEMPLAIRE
           END-PERFORM.

       1355-FIN-SCANNER-HORS-LIGNE.


       1357-NOTER-HORS-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Ajoute le scan courant au fichier hors ligne, horodaté au     *
      * centième. Pour un prêt, la date de retour annoncée au lecteur *
      * est celle du barème par défaut (DUREE-PRET et calendrier des  *
      * fermetures, tous deux lus avant la connexion) : c'est celle   *
      * que LRE-hors-ligne recalculera à partir de la même date.      *
      *----------------------------------------------------------------*
           OPEN EXTEND F-HORS-LIGNE.
           IF F-HORS-LIGNE-ABSENT
               OPEN OUTPUT F-HORS-LIGNE
           END-IF.
           IF NOT F-HORS-LIGNE-STATUS-OK
               DISPLAY "ATTENTION: fichier hors ligne inaccessible,"
                       " code " F-HORS-LIGNE-STATUS
               DISPLAY "noter ce passage sur papier : exemplaire "
                       ID_EXEMPLAIRE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HOL-DATE
               MOVE FUNCTION CURRENT-DATE(9:8)  TO HOL-HEURE
               MOVE ID_EXEMPLAIRE               TO HOL-ID-EXEMPLAIRE
               MOVE WS-HOL-EMPRUNTEUR           TO HOL-FK-EMPRUNTEUR
               MOVE WS-HOL-OPERATION            TO HOL-OPERATION
               MOVE WS-OPERATEUR-CONNECTE       TO HOL-OPERATEUR
               WRITE REC-HORS-LIGNE
               CLOSE F-HORS-LIGNE
               ADD 1 TO WS-NB-HORS-LIGNE
               IF WS-HOL-OPERATION = "PRET"
                  COMPUTE WS-JOUR-JULIEN =
                     FUNCTION INTEGER-OF-DATE(HOL-DATE)
                     + WS-DUREE-PRET
                  PERFORM 0040-ROULER-DATE-OUVERTE-DEB
                     THRU 0040-FIN-ROULER-DATE-OUVERTE
                  DISPLAY "NOTE    " ID_EXEMPLAIRE " - PRET adhérent "
                          WS-HOL-EMPRUNTEUR " - retour le "
                          EMP-DATE-RETOUR-PR
               ELSE
                  DISPLAY "NOTE    " ID_EXEMPLAIRE " - RETOUR"
               END-IF
           END-IF.

       1357-FIN-NOTER-HORS-LIGNE.


       1360-DEMARRER-HORS-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Connexion impossible au démarrage : le poste peut encore      *
      * noter la circulation hors ligne. Sans base, ni le mot de      *
      * passe ni les droits ne peuvent être contrôlés : seul le code  *
      * opérateur est demandé, pour être porté sur chaque ligne, et   *
      * LRE-hors-ligne refuse au passage en base les lignes d'un code *
      * inconnu ou sans droit de prêt.                                *
      *----------------------------------------------------------------*
           DISPLAY "la base de données est injoignable : entrer O".
           DISPLAY "pour noter les prêts et retours hors ligne,".
           DISPLAY "toute autre réponse pour quitter".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
              DISPLAY "entrer votre code opérateur"
              ACCEPT WS-OPERATEUR-CONNECTE
              PERFORM 1350-SAISIR-HORS-LIGNE-DEB
                 THRU 1350-FIN-SAISIR-HORS-LIGNE
           END-IF.

       1360-FIN-DEMARRER-HORS-LIGNE.


       1400-GERER-ACQUISITIONS.
      *----------------------------------------------------------------*
      * Circuit des acquisitions : la suggestion d'un lecteur devient  *
      * cours permet de répondre "il arrive la semaine prochaine", et  *
      * le point budgétaire donne l'engagé et le dépensé de l'année    *
      * face au budget voté (paramètre BUDGET-ACQUISITIONS).           *
      * Les suggestions de réassort déposées la nuit par               *
      * LRE-suggestions (titres trop réservés) se commandent ou se     *
      * rejettent au même écran que celles des lecteurs.               *
      *----------------------------------------------------------------*

           DISPLAY "vous voulez gérer les acquisitions".
           DISPLAY "1 pour déposer une suggestion".
           DISPLAY "2 pour commander ou rejeter une suggestion".
           DISPLAY "3 pour réceptionner une commande".
           DISPLAY "4 pour la liste des commandes en cours".
           DISPLAY "5 pour le point budgétaire de l'année".
           ACCEPT SUG-FK-EMPRUNTEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUG-DATE.
           MOVE "DEPOSEE" TO SUG-STATUT.
           MOVE "LECTEUR" TO SUG-ORIGINE.
           MOVE "seq_suggestions" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO ID_SUGGESTION.
           IF ID_SUGGESTION NOT = 0
              EXEC SQL
                 INSERT INTO suggestions (id_suggestion, titre,
                 auteur_libre, fk_emprunteur, date_suggestion, statut,
                 origine)
                 VALUES (:ID_SUGGESTION, :SUG-TITRE, :SUG-AUTEUR,
                 :SUG-FK-EMPRUNTEUR, :SUG-DATE, :SUG-STATUT,
                 :SUG-ORIGINE)
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "suggestion déposée, numéro " ID_SUGGESTION
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       1410-FIN-DEPOSER-SUGGESTION.

       1420-COMMANDER-SUGGESTION-DEB.
      *----------------------------------------------------------------*
      * Traite une suggestion DEPOSEE : le bibliothécaire la commande  *
      * ou la rejette (statut REJETEE). Les suggestions en attente     *
      * sont listées d'abord, celles du système avec ce qui les a      *
      * déclenchées (voir 1425). La suggestion commandée passe à       *
      * COMMANDEE.                                                     *
      *----------------------------------------------------------------*
           PERFORM 1425-LISTER-SUGGESTIONS-DEB
              THRU 1425-FIN-LISTER-SUGGESTIONS.
           DISPLAY "entrer le numéro de la suggestion".
           ACCEPT ID_SUGGESTION.
           EXEC SQL
              SELECT titre, statut, COALESCE(origine, 'LECTEUR'),
                     COALESCE(fk_livres, 0),
                     COALESCE(nb_exemplaires, 0)
              INTO :SUG-TITRE, :SUG-STATUT, :SUG-ORIGINE,
                   :SUG-FK-LIVRES, :SUG-NB-EXEMPL
              FROM suggestions
              WHERE id_suggestion = :ID_SUGGESTION
           END-EXEC.
              IF SUG-STATUT NOT = "DEPOSEE"
                 DISPLAY "cette suggestion est déjà " SUG-STATUT
              ELSE
                 DISPLAY "suggestion : " SUG-TITRE
                 DISPLAY "1 pour la commander"
                 DISPLAY "2 pour la rejeter"
                 ACCEPT WS-SELECTION-SUGGESTION
                 EVALUATE WS-SELECTION-SUGGESTION
                 WHEN EQUAL 1
                    PERFORM 1421-PASSER-COMMANDE-DEB
                       THRU 1421-FIN-PASSER-COMMANDE
                 WHEN EQUAL 2
                    PERFORM 1422-REJETER-SUGGESTION-DEB
                       THRU 1422-FIN-REJETER-SUGGESTION
                 WHEN OTHER
                    DISPLAY "suggestion laissée en attente"
                 END-EVALUATE
              END-IF
           END-IF.

       1420-FIN-COMMANDER-SUGGESTION.


       1421-PASSER-COMMANDE-DEB.
      *----------------------------------------------------------------*
      * Ligne de commande d'une suggestion. Pour une suggestion de     *
      * lecteur, le bibliothécaire complète ce qu'elle ne porte pas    *
      * (ISBN, genre et auteur du catalogue) ; pour une suggestion du  *
      * système le livre est déjà au catalogue et la commande          *
      * (réassort) reprend ses données. Restent le fournisseur, le     *
      * prix et le nombre d'exemplaires. Une commande qui dépasse le   *
      * disponible de l'année (budget voté moins engagé, dépensé et    *
      * abonnements, voir 1455) est refusée.                           *
      *----------------------------------------------------------------*
           MOVE 'O' TO WS-SUGGESTION-VALIDE.
           IF SUG-FK-LIVRES NOT = 0
              MOVE SUG-FK-LIVRES TO CMD-ISBN
              EXEC SQL
                 SELECT titre, COALESCE(date_parution, ' '),
                        COALESCE(editions, ' '), fk_genre, fk_auteur
                 INTO :CMD-TITRE, :CMD-DATE-PARUTION, :CMD-EDITEUR,
                      :CMD-FK-GENRE, :CMD-FK-AUTEUR
                 FROM livres
                 WHERE id_livres = :CMD-ISBN
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-SUGGESTION-VALIDE
                 DISPLAY "le livre " CMD-ISBN
                         " n'est plus au catalogue :"
                 DISPLAY "cette suggestion ne peut qu'être rejetée"
              ELSE
                 DISPLAY "réassort du livre " CMD-ISBN
              END-IF
           ELSE
              DISPLAY "entrer l'ISBN du livre(13 chiffres)"
              ACCEPT CMD-ISBN
              DISPLAY "entrer le titre exact du livre"
              ACCEPT CMD-TITRE
              DISPLAY "entrer la date de parution (4 chiffres)"
              ACCEPT CMD-DATE-PARUTION
              DISPLAY "entrer l'éditeur"
              ACCEPT CMD-EDITEUR
              DISPLAY "entrer le numéro du genre"
              ACCEPT CMD-FK-GENRE
              DISPLAY "entrer le numéro de l'auteur"
              ACCEPT CMD-FK-AUTEUR
           END-IF.

           IF WS-SUGGESTION-VALIDE = 'O'
              DISPLAY "entrer le fournisseur"
              ACCEPT CMD-FOURNISSEUR
              DISPLAY "entrer le prix (ex. 19.90)"
              ACCEPT WS-MONTANT-SAISI
              COMPUTE CMD-PRIX =
                 FUNCTION NUMVAL(WS-MONTANT-SAISI)
              IF SUG-NB-EXEMPL > 0
                 DISPLAY "entrer le nombre d'exemplaires"
                 DISPLAY "(0 pour les " SUG-NB-EXEMPL " proposés)"
              ELSE
                 DISPLAY "entrer le nombre d'exemplaires"
              END-IF
              ACCEPT CMD-NB-EXEMPL
              IF CMD-NB-EXEMPL = 0
                 MOVE SUG-NB-EXEMPL TO CMD-NB-EXEMPL
              END-IF
              PERFORM 1455-CALCULER-BUDGET-DEB
                 THRU 1455-FIN-CALCULER-BUDGET
              IF CMD-PRIX > WS-RESTE-BUDGET
                 MOVE WS-RESTE-BUDGET TO WS-RESTE-BUDGET-AFF
                 DISPLAY "commande refusée : elle dépasse le budget"
                 DISPLAY "disponible de l'année : "
                         WS-RESTE-BUDGET-AFF " EUR"
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO CMD-DATE-COMMANDE
                 MOVE "EN-COURS" TO CMD-STATUT
                 MOVE ID_SUGGESTION TO CMD-FK-SUGGESTION
                 MOVE "seq_commandes" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_COMMANDE
                 IF ID_COMMANDE NOT = 0
                    EXEC SQL
                       INSERT INTO commandes (id_commande,
                       fk_suggestion, fournisseur, prix,
                       date_commande, date_reception, statut,
                       isbn, titre, date_parution, editeur,
                       fk_genre, fk_auteur, nb_exemplaires)
                       VALUES (:ID_COMMANDE, :CMD-FK-SUGGESTION,
                       :CMD-FOURNISSEUR, :CMD-PRIX,
                       :CMD-DATE-COMMANDE, NULL, :CMD-STATUT,
                       :CMD-ISBN, :CMD-TITRE, :CMD-DATE-PARUTION,
                       :CMD-EDITEUR, :CMD-FK-GENRE, :CMD-FK-AUTEUR,
                       :CMD-NB-EXEMPL)
                    END-EXEC
                    IF SQLCODE = 0
                       MOVE "COMMANDEE" TO SUG-STATUT
                       EXEC SQL
                          UPDATE suggestions
                          SET statut = :SUG-STATUT
                          WHERE id_suggestion = :ID_SUGGESTION
                       END-EXEC
                       DISPLAY "commande enregistrée, numéro "
                               ID_COMMANDE
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1421-FIN-PASSER-COMMANDE.


       1422-REJETER-SUGGESTION-DEB.
      *----------------------------------------------------------------*
      * Rejette une suggestion en attente : elle reste en base (la     *
      * nuit suivante, LRE-suggestions peut en redéposer une pour le   *
      * même titre si la pression des réservations persiste)           *
      *----------------------------------------------------------------*
           MOVE "REJETEE" TO SUG-STATUT.
           EXEC SQL
              UPDATE suggestions
              SET statut = :SUG-STATUT
              WHERE id_suggestion = :ID_SUGGESTION
                AND statut = 'DEPOSEE'
           END-EXEC.
           IF SQLCODE = 0
              DISPLAY "suggestion " ID_SUGGESTION " rejetée"
           ELSE
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.

       1422-FIN-REJETER-SUGGESTION.


       1425-LISTER-SUGGESTIONS-DEB.
      *----------------------------------------------------------------*
      * Suggestions en attente (DEPOSEE), des plus anciennes aux plus  *
      * récentes ; pour celles du système, le ratio réservations       *
      * actives par exemplaire en circulation, l'attente moyenne       *
      * jusqu'à la mise de côté et le nombre d'exemplaires proposé     *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_suggestions CURSOR FOR
              SELECT id_suggestion, titre, date_suggestion,
                     COALESCE(origine, 'LECTEUR'),
                     COALESCE(nb_exemplaires, 0),
                     COALESCE(ratio_reservations, 0),
                     COALESCE(attente_moyenne, 0)
              FROM suggestions
              WHERE statut = 'DEPOSEE'
              ORDER BY date_suggestion, id_suggestion
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_suggestions
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_suggestions
                 INTO :ID_SUGGESTION, :SUG-TITRE, :SUG-DATE,
                      :SUG-ORIGINE, :SUG-NB-EXEMPL, :SUG-RATIO,
                      :SUG-ATTENTE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "suggestion " ID_SUGGESTION " du "
                         SUG-DATE " (" SUG-ORIGINE ")"
                 DISPLAY "   " SUG-TITRE
                 IF SUG-ORIGINE = "SYSTEME"
                    MOVE SUG-RATIO TO WS-RATIO-AFF
                    DISPLAY "   " WS-RATIO-AFF
                            " réservation(s) par exemplaire, attente"
                            " moyenne " SUG-ATTENTE " jour(s)"
                    DISPLAY "   " SUG-NB-EXEMPL
                            " exemplaire(s) proposé(s)"
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_suggestions
           END-EXEC.

       1425-FIN-LISTER-SUGGESTIONS.


       1430-RECEPTIONNER-COMMANDE-DEB.
      * (même INSERT et même ligne d'audit que la saisie au clavier    *
      * de 0100) puis ses exemplaires un par un, et solde la          *
      * commande. Le lecteur qui attendait le titre peut le voir au    *
      * catalogue dès ce moment. Pour un réassort (livre déjà au       *
      * catalogue, suggestion du système) seuls les exemplaires sont   *
      * créés.                                                         *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de la commande reçue".
           ACCEPT ID_COMMANDE.
                 MOVE CMD-FK-GENRE      TO FK_GENRE
                 MOVE CMD-FK-AUTEUR     TO FK_AUTEUR
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-NB-LIVRES-CMD
                    FROM livres
                    WHERE id_livres = :ID_LIVRES
                 END-EXEC
                 IF WS-NB-LIVRES-CMD > 0
                    MOVE 'O' TO WS-REASSORT
                    DISPLAY "réassort : livre déjà au catalogue"
                 ELSE
                    MOVE 'N' TO WS-REASSORT
                    EXEC SQL
                        INSERT INTO livres (id_livres, titre,
                        date_parution, editions, fk_auteur, fk_genre)
                        VALUES (:ID_LIVRES,
                        :TITRE,
                        :DATE_PARUTION,
                        :EDITEUR,
                        :FK_AUTEUR,
                        :FK_GENRE)
                    END-EXEC
                 END-IF
                 IF SQLCODE NOT = 0
                    DISPLAY "Erreur de création du livre SQLCODE: "
                            SQLCODE
                    DISPLAY "vérifiez l'auteur, le genre et l'ISBN"
                 ELSE
                    IF WS-REASSORT = 'N'
                       MOVE "INSERT"   TO AUDIT-OPERATION
                       MOVE SPACE      TO AUDIT-ANCIEN-TITRE
                       MOVE TITRE      TO AUDIT-NOUVEAU-TITRE
                       PERFORM 0150-ECRIRE-AUDIT-DEB
                          THRU 0150-FIN-ECRIRE-AUDIT
                    END-IF
                    DISPLAY "entrer le site des exemplaires"
                    DISPLAY "(CEN, ANN...)"
                    ACCEPT EX-SITE
                       DISPLAY "réception enregistrée : livre "
                               ID_LIVRES " et " CMD-NB-EXEMPL
                               " exemplaire(s) créés"
      *la commande ne connaît que l'auteur principal : traducteur,
      *illustrateur... et vedettes matière se relèvent sur le livre
      *reçu
                       EXEC SQL COMMIT END-EXEC
                       IF WS-REASSORT = 'N'
                          PERFORM 0120-SAISIR-CONTRIBUTEURS-DEB
                             THRU 0120-FIN-SAISIR-CONTRIBUTEURS
                          PERFORM 0140-SAISIR-SUJETS-DEB
                             THRU 0140-FIN-SAISIR-SUJETS
                       END-IF
                    ELSE
                       DISPLAY "Erreur de mise à jour SQLCODE: "
                               SQLCODE
           MOVE SPACE TO EX-SITE-DEST.
           MOVE CMD-PRIX TO EX-PRIX-REMPL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE-CREATION.
           MOVE "seq_exemplaires" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO ID_EXEMPLAIRE.
           IF ID_EXEMPLAIRE NOT = 0
              EXEC SQL
                 INSERT INTO exemplaires (id_exemplaire, fk_livres,
                 etat, fk_emprunt, site, site_destination,
                 prix_remplacement, date_creation)
                 VALUES (:ID_EXEMPLAIRE, :EX-FK-LIVRES, :EX-ETAT,
                 :EX-FK-EMPRUNT, :EX-SITE, :EX-SITE-DEST,
                 :EX-PRIX-REMPL, :EX-DATE-CREATION)
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "exemplaire créé, numéro " ID_EXEMPLAIRE
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       1435-FIN-CREER-UN-EXEMPLAIRE.
      * commande, et le coût des abonnements de périodiques en cours   *
      * sur l'année, face au budget voté (paramètre                    *
      * BUDGET-ACQUISITIONS)                                           *
      *----------------------------------------------------------------*
           PERFORM 1455-CALCULER-BUDGET-DEB
              THRU 1455-FIN-CALCULER-BUDGET.

           MOVE WS-BUDGET-ENGAGE  TO WS-ENGAGE-AFF.
           MOVE WS-BUDGET-DEPENSE TO WS-DEPENSE-AFF.
           MOVE WS-BUDGET-ABONNE  TO WS-ABONNE-AFF.
           MOVE WS-BUDGET-ACQUISITIONS TO WS-BUDGET-AFF.
           MOVE WS-RESTE-BUDGET TO WS-RESTE-BUDGET-AFF.

           DISPLAY "budget voté     : " WS-BUDGET-AFF " EUR".
           DISPLAY "engagé (en cours): " WS-ENGAGE-AFF " EUR".
           DISPLAY "dépensé (reçu)  : " WS-DEPENSE-AFF " EUR".
           DISPLAY "abonnements     : " WS-ABONNE-AFF " EUR".
           DISPLAY "disponible      : " WS-RESTE-BUDGET-AFF " EUR".

       1450-FIN-POINT-BUDGETAIRE.


       1455-CALCULER-BUDGET-DEB.
      *----------------------------------------------------------------*
      * Cumuls de l'année civile et disponible (WS-RESTE-BUDGET) :     *
      * affichés par le point budgétaire, contrôlés avant toute        *
      * commande par 1421                                              *
      *----------------------------------------------------------------*
           COMPUTE WS-BORNE-AN-DEBUT =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                     OR date_fin >= :WS-BORNE-AN-DEBUT)
           END-EXEC.

           COMPUTE WS-RESTE-BUDGET = WS-BUDGET-ACQUISITIONS
              - WS-BUDGET-ENGAGE - WS-BUDGET-DEPENSE
              - WS-BUDGET-ABONNE.

       1455-FIN-CALCULER-BUDGET.


       1500-GERER-OPERATEURS.
              MOVE FUNCTION CURRENT-DATE(1:8) TO CAI-DATE-OUVERTURE
              MOVE FUNCTION CURRENT-DATE(9:6) TO CAI-HEURE-OUVERT
              MOVE "OUVERTE" TO CAI-STATUT
              MOVE "seq_caisse_sessions" TO WS-SEQUENCE
              PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                 THRU 0170-FIN-ALLOUER-IDENTIFIANT
              MOVE WS-NOUVEL-ID TO ID_SESSION
              IF ID_SESSION NOT = 0
                 EXEC SQL
                    INSERT INTO caisse_sessions (id_session,
                    code_operateur, date_ouverture, heure_ouverture,
                    fond_declare, date_cloture, heure_cloture,
                    montant_compte, statut)
                    VALUES (:ID_SESSION, :CAI-OPERATEUR,
                    :CAI-DATE-OUVERTURE, :CAI-HEURE-OUVERT,
                    :CAI-FOND, NULL, NULL, NULL, :CAI-STATUT)
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE CAI-FOND TO WS-FOND-AFF
                    DISPLAY "session de caisse " ID_SESSION
                            " ouverte, fond " WS-FOND-AFF " EUR"
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

           MOVE ID_SESSION TO ENC-FK-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ENC-HEURE.
           MOVE "seq_encaissements" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO ID_ENCAISSEMENT.
           IF ID_ENCAISSEMENT NOT = 0
              EXEC SQL
                 INSERT INTO encaissements (id_encaissement, fk_amende,
                 fk_session, montant, type_mouvement, date_mouvement,
                 heure_mouvement)
                 VALUES (:ID_ENCAISSEMENT, :ENC-FK-AMENDE,
                 :ENC-FK-SESSION, :ENC-MONTANT, :ENC-TYPE,
                 :ENC-DATE, :ENC-HEURE)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       1750-FIN-ENREGISTRER-MOUVEMENT.
       1760-FIN-IMPRIMER-RECU.


       1765-IMPRIMER-RECU-FOYER-DEB.
      *----------------------------------------------------------------*
      * Reçu unique du règlement d'un foyer par son garant (1117) :    *
      * une ligne de tête avec le total, puis une ligne par amende     *
      * soldée. Même règle que 1760 pour une erreur d'écriture.        *
      *----------------------------------------------------------------*
           OPEN EXTEND F-RECUS.
           IF F-RECUS-ABSENT
               OPEN OUTPUT F-RECUS
           END-IF.
           IF NOT F-RECUS-STATUS-OK
               DISPLAY "ATTENTION: fichier des reçus inaccessible"
               DISPLAY "Code erreur : " F-RECUS-STATUS
           ELSE
               MOVE WS-TOTAL-DU TO WS-TOTAL-AFF
               MOVE SPACE TO REC-RECU
               STRING "RECU " DELIMITED BY SIZE
                      ENC-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ENC-HEURE DELIMITED BY SIZE
                      " - foyer du garant " DELIMITED BY SIZE
                      ID_EMPRUNTEUR DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-TOTAL-AFF DELIMITED BY SIZE
                      " EUR - session " DELIMITED BY SIZE
                      ID_SESSION DELIMITED BY SIZE
                      " - merci" DELIMITED BY SIZE
                 INTO REC-RECU
               END-STRING
               WRITE REC-RECU AFTER 1
               PERFORM VARYING WS-IDX-AMF FROM 1 BY 1
                       UNTIL WS-IDX-AMF > WS-NB-AMF
                  COMPUTE WS-RESTE-DU = WS-AMF-MONTANT(WS-IDX-AMF)
                                      - WS-AMF-REGLE(WS-IDX-AMF)
                  MOVE WS-RESTE-DU TO WS-MONTANT-AFF
                  MOVE SPACE TO REC-RECU
                  STRING "     amende " DELIMITED BY SIZE
                         WS-AMF-ID(WS-IDX-AMF) DELIMITED BY SIZE
                         " - " DELIMITED BY SIZE
                         WS-MONTANT-AFF DELIMITED BY SIZE
                         " EUR" DELIMITED BY SIZE
                    INTO REC-RECU
                  END-STRING
                  WRITE REC-RECU AFTER 1
               END-PERFORM
               CLOSE F-RECUS
           END-IF.

       1765-FIN-IMPRIMER-RECU-FOYER.


       1800-GERER-PEB.
      *----------------------------------------------------------------*
      * Prêt entre bibliothèques (PEB), qui remplace le classeur       *
              ACCEPT PRT-TELEPHONE
              DISPLAY "entrer son courriel"
              ACCEPT PRT-COURRIEL
              MOVE "seq_partenaires" TO WS-SEQUENCE
              PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                 THRU 0170-FIN-ALLOUER-IDENTIFIANT
              MOVE WS-NOUVEL-ID TO ID_PARTENAIRE
              IF ID_PARTENAIRE NOT = 0
                 EXEC SQL
                    INSERT INTO partenaires (id_partenaire, nom,
                    telephone, courriel)
                    VALUES (:ID_PARTENAIRE, :PRT-NOM, :PRT-TELEPHONE,
                    :PRT-COURRIEL)
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "partenaire ajouté, numéro " ID_PARTENAIRE
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF

           WHEN EQUAL 2
       1820-PRET-SORTANT-DEB.
      *----------------------------------------------------------------*
      * Départ d'un de nos exemplaires chez un partenaire : un         *
      * exemplaire en prêt, en transit, déjà en PEB, à la reliure,     *
      * perdu, manquant ou retiré ne part pas.                         *
      * L'exemplaire passe à l'état PEB avec la date de retour         *
      * promise par le partenaire.                                     *
      *----------------------------------------------------------------*
              DISPLAY "exemplaire en prêt, PEB impossible"
           WHEN EX-ETAT = "TRANSIT" OR EX-ETAT = "PEB"
              DISPLAY "exemplaire déjà " EX-ETAT ", PEB impossible"
           WHEN EX-ETAT = "REPARATION"
              DISPLAY "exemplaire en réparation : enregistrer"
              DISPLAY "d'abord son retour (choix 9)"
           WHEN EX-ETAT = "PERDU" OR EX-ETAT = "MANQUANT"
             OR EX-ETAT = "RETIRE"
              DISPLAY "exemplaire " EX-ETAT ", PEB impossible"
           WHEN OTHER
              DISPLAY "entrer le numéro du partenaire"
              ACCEPT PEB-FK-PARTENAIRE
                 MOVE "EN-COURS" TO PEB-STATUT
                 PERFORM 1860-CREER-MOUVEMENT-PEB-DEB
                    THRU 1860-FIN-CREER-MOUVEMENT-PEB
                 IF WS-CONFLIT = 'N'
                    MOVE "PEB" TO EX-ETAT
                    EXEC SQL
                       UPDATE exemplaires
                 MOVE "EN-COURS" TO PEB-STATUT
                 PERFORM 1860-CREER-MOUVEMENT-PEB-DEB
                    THRU 1860-FIN-CREER-MOUVEMENT-PEB
                 IF WS-CONFLIT = 'N'
                    DISPLAY "PEB " ID_PEB " : emprunt entrant chez "
                            PRT-NOM
                    MOVE 0 TO WS-JRN-EXEMPLAIRE
      *----------------------------------------------------------------*
      * Crée le mouvement PEB préparé par l'appelant (sens,            *
      * partenaire, exemplaire ou titre libre, adhérent, dates).       *
      * L'appelant teste WS-CONFLIT au retour ('O' : rien n'a été      *
      * enregistré, le message de reprise est déjà affiché).           *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFLIT.
           MOVE "seq_peb" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           MOVE WS-NOUVEL-ID TO ID_PEB.
           IF ID_PEB NOT = 0
              EXEC SQL
                 INSERT INTO peb (id_peb, sens, fk_partenaire,
                 fk_exemplaire, titre, fk_emprunteur, date_depart,
                 date_retour_promise, date_retour_reelle, statut)
                 VALUES (:ID_PEB, :PEB-SENS, :PEB-FK-PARTENAIRE,
                 :PEB-FK-EXEMPLAIRE, :PEB-TITRE, :PEB-FK-EMPRUNTEUR,
                 :PEB-DATE-DEPART, :PEB-DATE-PROMISE, NULL,
                 :PEB-STATUT)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       1860-FIN-CREER-MOUVEMENT-PEB.
              ACCEPT WS-MONTANT-SAISI
              COMPUTE ABO-PRIX =
                 FUNCTION NUMVAL(WS-MONTANT-SAISI)
              MOVE "seq_abonnements" TO WS-SEQUENCE
              PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                 THRU 0170-FIN-ALLOUER-IDENTIFIANT
              MOVE WS-NOUVEL-ID TO ID_ABONNEMENT
              IF ID_ABONNEMENT NOT = 0
                 EXEC SQL
                    INSERT INTO abonnements (id_abonnement, titre,
                    fournisseur, nb_par_an, date_debut, date_fin,
                    prix_annuel, fk_livres)
                    VALUES (:ID_ABONNEMENT, :ABO-TITRE,
                    :ABO-FOURNISSEUR, :ABO-NB-PAR-AN, :ABO-DATE-DEBUT,
                    :ABO-DATE-FIN, :ABO-PRIX, :ABO-FK-LIVRES)
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "abonnement créé, numéro " ID_ABONNEMENT
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

                 MOVE 0 TO EX-PRIX-REMPL
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO EX-DATE-CREATION
                 MOVE "seq_exemplaires" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 MOVE WS-NOUVEL-ID TO ID_EXEMPLAIRE
                 IF ID_EXEMPLAIRE NOT = 0
                    EXEC SQL
                       INSERT INTO exemplaires (id_exemplaire,
                       fk_livres, etat, fk_emprunt, site,
                       site_destination, prix_remplacement,
                       date_creation)
                       VALUES (:ID_EXEMPLAIRE, :EX-FK-LIVRES, :EX-ETAT,
                       :EX-FK-EMPRUNT, :EX-SITE, :EX-SITE-DEST,
                       :EX-PRIX-REMPL, :EX-DATE-CREATION)
                    END-EXEC
                    IF SQLCODE NOT = 0
                       DISPLAY "Erreur de création de l'exemplaire"
                               " SQLCODE: " SQLCODE
                    ELSE
                       MOVE ID_EXEMPLAIRE TO FAS-FK-EXEMPLAIRE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO FAS-DATE-RECEPT
                       MOVE "seq_fascicules" TO WS-SEQUENCE
                       PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                          THRU 0170-FIN-ALLOUER-IDENTIFIANT
                       MOVE WS-NOUVEL-ID TO ID_FASCICULE
                       IF ID_FASCICULE NOT = 0
                          EXEC SQL
                             INSERT INTO fascicules (id_fascicule,
                             fk_abonnement, numero, date_reception,
                             fk_exemplaire)
                             VALUES (:ID_FASCICULE, :ID_ABONNEMENT,
                             :FAS-NUMERO, :FAS-DATE-RECEPT,
                             :FAS-FK-EXEMPLAIRE)
                          END-EXEC
                          IF SQLCODE = 0
                             DISPLAY "numéro " FAS-NUMERO " pointé,"
                                     " exemplaire " ID_EXEMPLAIRE
                                     " créé"
                          ELSE
                             PERFORM 0180-SIGNALER-CONFLIT-DEB
                                THRU 0180-FIN-SIGNALER-CONFLIT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF

       1930-FIN-LISTER-ABONNEMENTS.



       2000-GERER-POLITIQUE-PRET.
      *----------------------------------------------------------------*
      * Entretien de la matrice de prêt (réservé au droit              *
      * d'administration) : une ligne par catégorie d'adhérent et      *
      * type de document, avec durée de prêt, quota d'emprunts         *
      * ouverts, renouvellements permis, taux d'amende par jour de     *
      * retard et plafond d'amende par emprunt. '*' vaut pour toutes   *
      * les catégories ou tous les types ; la ligne '*','*' est la     *
      * règle par défaut, semée au premier passage depuis les          *
      * paramètres partagés (DUREE-PRET, MAX-EMPRUNTS, MAX-RENOUVEL,   *
      * TAUX-AMENDE, PLAFOND-AMENDE) et jamais supprimée. Les écrans   *
      * de prêt la lisent par 0045, le calcul des amendes de la nuit   *
      * (LRE-amendes.cbl) par la même règle de recherche.              *
      *----------------------------------------------------------------*

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-REGLES
              FROM politique_pret
              WHERE categorie = '*'
                AND type_document = '*'
           END-EXEC.
           IF SQLCODE = 0 AND WS-NB-REGLES = 0
              MOVE WS-DUREE-PRET     TO POL-DUREE-PRET
              MOVE WS-MAX-EMPRUNTS   TO POL-MAX-EMPRUNTS
              MOVE WS-MAX-RENOUVEL   TO POL-MAX-RENOUVEL
              MOVE WS-TAUX-AMENDE    TO POL-TAUX-AMENDE
              MOVE WS-PLAFOND-AMENDE TO POL-PLAFOND-AMENDE
              EXEC SQL
                 INSERT INTO politique_pret (categorie,
                 type_document, duree_pret, max_emprunts,
                 max_renouvel, taux_amende, plafond_amende)
                 VALUES ('*', '*', :POL-DUREE-PRET,
                 :POL-MAX-EMPRUNTS, :POL-MAX-RENOUVEL,
                 :POL-TAUX-AMENDE, :POL-PLAFOND-AMENDE)
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "règle par défaut créée depuis les"
                         " paramètres"
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

           DISPLAY "vous voulez gérer la politique de prêt".
           DISPLAY "1 pour afficher la matrice".
           DISPLAY "2 pour ajouter ou modifier une règle".
           DISPLAY "3 pour supprimer une règle".
           ACCEPT WS-SELECTION-POLITIQUE.

           EVALUATE WS-SELECTION-POLITIQUE
           WHEN EQUAL 1
              EXEC SQL
                 DECLARE curseur_politique CURSOR FOR
                 SELECT categorie, type_document, duree_pret,
                        max_emprunts, max_renouvel, taux_amende,
                        plafond_amende
                 FROM politique_pret
                 ORDER BY categorie, type_document
                    FOR READ ONLY
              END-EXEC
              EXEC SQL
                 OPEN curseur_politique
              END-EXEC
              DISPLAY "catégorie  type       durée quota renouv."
                      "  taux/j  plafond"
              PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                 EXEC SQL
                    FETCH curseur_politique
                    INTO :POL-CATEGORIE, :POL-TYPE-DOCUMENT,
                         :POL-DUREE-PRET, :POL-MAX-EMPRUNTS,
                         :POL-MAX-RENOUVEL, :POL-TAUX-AMENDE,
                         :POL-PLAFOND-AMENDE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE POL-TAUX-AMENDE    TO WS-TAUX-AFF
                    MOVE POL-PLAFOND-AMENDE TO WS-PLAFOND-AFF
                    DISPLAY POL-CATEGORIE " " POL-TYPE-DOCUMENT " "
                            POL-DUREE-PRET "j   " POL-MAX-EMPRUNTS
                            "   " POL-MAX-RENOUVEL "     "
                            WS-TAUX-AFF " " WS-PLAFOND-AFF
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE curseur_politique
              END-EXEC

           WHEN EQUAL 2
              DISPLAY "entrer la catégorie d'adhérent (* pour toutes)"
              ACCEPT POL-CATEGORIE
              DISPLAY "entrer le type de document (* pour tous)"
              ACCEPT POL-TYPE-DOCUMENT
              IF POL-CATEGORIE = SPACE OR POL-TYPE-DOCUMENT = SPACE
                 DISPLAY "catégorie ou type à blanc, abandon"
              ELSE
                 DISPLAY "entrer la durée de prêt en jours"
                 ACCEPT POL-DUREE-PRET
                 DISPLAY "entrer le quota d'emprunts ouverts"
                 DISPLAY "(0 : type exclu du prêt)"
                 ACCEPT POL-MAX-EMPRUNTS
                 DISPLAY "entrer le nombre de renouvellements permis"
                 ACCEPT POL-MAX-RENOUVEL
                 DISPLAY "entrer le taux d'amende par jour (ex. 0.25)"
                 ACCEPT WS-MONTANT-SAISI
                 COMPUTE POL-TAUX-AMENDE =
                    FUNCTION NUMVAL(WS-MONTANT-SAISI)
                 DISPLAY "entrer le plafond d'amende par emprunt"
                 DISPLAY "(ex. 15.00)"
                 ACCEPT WS-MONTANT-SAISI
                 COMPUTE POL-PLAFOND-AMENDE =
                    FUNCTION NUMVAL(WS-MONTANT-SAISI)
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-NB-REGLES
                    FROM politique_pret
                    WHERE categorie = :POL-CATEGORIE
                      AND type_document = :POL-TYPE-DOCUMENT
                 END-EXEC
                 IF WS-NB-REGLES > 0
                    EXEC SQL
                       UPDATE politique_pret
                       SET duree_pret = :POL-DUREE-PRET,
                           max_emprunts = :POL-MAX-EMPRUNTS,
                           max_renouvel = :POL-MAX-RENOUVEL,
                           taux_amende = :POL-TAUX-AMENDE,
                           plafond_amende = :POL-PLAFOND-AMENDE
                       WHERE categorie = :POL-CATEGORIE
                         AND type_document = :POL-TYPE-DOCUMENT
                    END-EXEC
                 ELSE
                    EXEC SQL
                       INSERT INTO politique_pret (categorie,
                       type_document, duree_pret, max_emprunts,
                       max_renouvel, taux_amende, plafond_amende)
                       VALUES (:POL-CATEGORIE, :POL-TYPE-DOCUMENT,
                       :POL-DUREE-PRET, :POL-MAX-EMPRUNTS,
                       :POL-MAX-RENOUVEL, :POL-TAUX-AMENDE,
                       :POL-PLAFOND-AMENDE)
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    DISPLAY "règle enregistrée."
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF

           WHEN EQUAL 3
              DISPLAY "entrer la catégorie de la règle à supprimer"
              ACCEPT POL-CATEGORIE
              DISPLAY "entrer le type de document de la règle"
              ACCEPT POL-TYPE-DOCUMENT
              IF POL-CATEGORIE = '*' AND POL-TYPE-DOCUMENT = '*'
                 DISPLAY "la règle par défaut ne se supprime pas"
                 DISPLAY "(la modifier par le choix 2)"
              ELSE
                 EXEC SQL
                    DELETE FROM politique_pret
                    WHERE categorie = :POL-CATEGORIE
                      AND type_document = :POL-TYPE-DOCUMENT
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "suppression réussie."
                 ELSE
                    DISPLAY "Erreur de suppression SQLCODE: " SQLCODE
                    DISPLAY "vérifiez la catégorie et le type saisis"
                 END-IF
              END-IF

           WHEN OTHER
              DISPLAY "abandon de la gestion de la politique de prêt"

           END-EVALUATE.

           EXEC SQL COMMIT END-EXEC.

       2000-FIN-GERER-POLITIQUE-PRET.


       2100-GERER-SUJETS.
      *----------------------------------------------------------------*
      * Entretien de la liste contrôlée des vedettes matière (droit    *
      * de catalogage) : les vedettes que l'on porte sur les livres    *
      * au catalogage (0140) et que cherchent l'écran 0500 et          *
      * l'OPAC. Chaque vedette peut renvoyer à des vedettes voisines   *
      * ("voir aussi"), le renvoi étant enregistré dans les deux       *
      * sens. Renommage, fusion et suppression sont tracés dans        *
      * AUDIT_LOG (libellés dans les zones de titre). Le rapport       *
      * LRE-matieres.cbl signale les vedettes sans titre et les        *
      * livres sans vedette.                                           *
      *----------------------------------------------------------------*
           DISPLAY "vous voulez gérer les vedettes matière".
           DISPLAY "1 pour lister les vedettes".
           DISPLAY "2 pour ajouter une vedette".
           DISPLAY "3 pour renommer une vedette".
           DISPLAY "4 pour fusionner deux vedettes".
           DISPLAY "5 pour créer un renvoi voir aussi".
           DISPLAY "6 pour supprimer un renvoi voir aussi".
           DISPLAY "7 pour supprimer une vedette sans titre".
           ACCEPT WS-SELECTION-VEDETTE.

           MOVE 'N' TO WS-CONFLIT.
           MOVE 0 TO ID_LIVRES.

           EVALUATE WS-SELECTION-VEDETTE
           WHEN EQUAL 1
              DISPLAY "entrer un mot de la vedette (vide pour toutes)"
              ACCEPT SUJ-LIBELLE
              MOVE FUNCTION CONCATENATE(
                 "%", FUNCTION TRIM(SUJ-LIBELLE), "%")
                 TO SUJ-MOTIF
              EXEC SQL
                 DECLARE curseur_vedettes CURSOR FOR
                 SELECT S.id_sujet, S.libelle,
                        (SELECT COUNT(*)
                         FROM livres_sujets LS
                         WHERE LS.fk_sujet = S.id_sujet)
                 FROM sujets S
                 WHERE UPPER(S.libelle) LIKE UPPER(:SUJ-MOTIF)
                 ORDER BY S.libelle
                    FOR READ ONLY
              END-EXEC
              EXEC SQL
                 OPEN curseur_vedettes
              END-EXEC
              DISPLAY "numéro        vedette (titres)"
              PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
                 EXEC SQL
                    FETCH curseur_vedettes
                    INTO :SUJ-ID, :SUJ-LIBELLE, :SUJ-NB
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY SUJ-ID " " SUJ-LIBELLE " (" SUJ-NB ")"
                    PERFORM 2110-AFFICHER-VOIR-AUSSI-DEB
                       THRU 2110-FIN-AFFICHER-VOIR-AUSSI
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE curseur_vedettes
              END-EXEC

           WHEN EQUAL 2
              DISPLAY "entrer le libellé de la nouvelle vedette"
              ACCEPT SUJ-LIBELLE
              MOVE 0 TO SUJ-ID
              PERFORM 2120-CONTROLER-LIBELLE-DEB
                 THRU 2120-FIN-CONTROLER-LIBELLE
              IF WS-CONFLIT = 'N'
                 MOVE "seq_sujets" TO WS-SEQUENCE
                 PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
                    THRU 0170-FIN-ALLOUER-IDENTIFIANT
                 IF WS-NOUVEL-ID NOT = 0
                    MOVE WS-NOUVEL-ID TO SUJ-ID
                    EXEC SQL
                       INSERT INTO sujets (id_sujet, libelle)
                       VALUES (:SUJ-ID, :SUJ-LIBELLE)
                    END-EXEC
                    IF SQLCODE = 0
                       DISPLAY "vedette créée sous le numéro " SUJ-ID
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF

           WHEN EQUAL 3
              DISPLAY "entrer le numéro de la vedette à renommer"
              ACCEPT SUJ-ID
              EXEC SQL
                 SELECT libelle
                 INTO :SUJ-LIBELLE-LIE
                 FROM sujets
                 WHERE id_sujet = :SUJ-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "cette vedette n'existe pas"
              ELSE
                 DISPLAY "libellé actuel : " SUJ-LIBELLE-LIE
                 DISPLAY "entrer le nouveau libellé"
                 ACCEPT SUJ-LIBELLE
                 PERFORM 2120-CONTROLER-LIBELLE-DEB
                    THRU 2120-FIN-CONTROLER-LIBELLE
                 IF WS-CONFLIT = 'N'
                    EXEC SQL
                       UPDATE sujets
                       SET libelle = :SUJ-LIBELLE
                       WHERE id_sujet = :SUJ-ID
                    END-EXEC
                    IF SQLCODE = 0
                       MOVE "RENOM-SUJ"     TO AUDIT-OPERATION
                       MOVE SUJ-LIBELLE-LIE TO AUDIT-ANCIEN-TITRE
                       MOVE SUJ-LIBELLE     TO AUDIT-NOUVEAU-TITRE
                       PERFORM 0150-ECRIRE-AUDIT-DEB
                          THRU 0150-FIN-ECRIRE-AUDIT
                       DISPLAY "vedette renommée."
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF

           WHEN EQUAL 4
              PERFORM 2130-FUSIONNER-SUJETS-DEB
                 THRU 2130-FIN-FUSIONNER-SUJETS

           WHEN EQUAL 5
              DISPLAY "entrer le numéro de la première vedette"
              ACCEPT SUJ-ID
              DISPLAY "entrer le numéro de la vedette voisine"
              ACCEPT SUJ-ID-LIE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :SUJ-NB
                 FROM sujets
                 WHERE id_sujet IN (:SUJ-ID, :SUJ-ID-LIE)
              END-EXEC
              IF SUJ-ID = SUJ-ID-LIE OR SUJ-NB NOT = 2
                 DISPLAY "il faut deux vedettes existantes et"
                         " différentes"
              ELSE
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :SUJ-NB
                    FROM sujets_voir_aussi
                    WHERE fk_sujet = :SUJ-ID
                      AND fk_sujet_lie = :SUJ-ID-LIE
                 END-EXEC
                 IF SUJ-NB > 0
                    DISPLAY "ce renvoi existe déjà"
                 ELSE
                    EXEC SQL
                       INSERT INTO sujets_voir_aussi (fk_sujet,
                       fk_sujet_lie)
                       VALUES (:SUJ-ID, :SUJ-ID-LIE)
                    END-EXEC
                    IF SQLCODE = 0
                       EXEC SQL
                          INSERT INTO sujets_voir_aussi (fk_sujet,
                          fk_sujet_lie)
                          VALUES (:SUJ-ID-LIE, :SUJ-ID)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0
                       DISPLAY "renvoi voir aussi enregistré."
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF

           WHEN EQUAL 6
              DISPLAY "entrer le numéro de la première vedette"
              ACCEPT SUJ-ID
              DISPLAY "entrer le numéro de la vedette voisine"
              ACCEPT SUJ-ID-LIE
              EXEC SQL
                 DELETE FROM sujets_voir_aussi
                 WHERE (fk_sujet = :SUJ-ID
                        AND fk_sujet_lie = :SUJ-ID-LIE)
                    OR (fk_sujet = :SUJ-ID-LIE
                        AND fk_sujet_lie = :SUJ-ID)
              END-EXEC
              EVALUATE SQLCODE
              WHEN 0
                 DISPLAY "renvoi supprimé."
              WHEN 100
                 DISPLAY "pas de renvoi entre ces deux vedettes"
              WHEN OTHER
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-EVALUATE

           WHEN EQUAL 7
              DISPLAY "entrer le numéro de la vedette à supprimer"
              ACCEPT SUJ-ID
              EXEC SQL
                 SELECT libelle,
                        (SELECT COUNT(*)
                         FROM livres_sujets
                         WHERE fk_sujet = :SUJ-ID)
                 INTO :SUJ-LIBELLE, :SUJ-NB
                 FROM sujets
                 WHERE id_sujet = :SUJ-ID
              END-EXEC
              EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY "cette vedette n'existe pas"
              WHEN SUJ-NB > 0
                 DISPLAY "vedette portée par " SUJ-NB " titre(s) :"
                 DISPLAY "la fusionner avec une autre (choix 4)"
              WHEN OTHER
                 EXEC SQL
                    DELETE FROM sujets_voir_aussi
                    WHERE fk_sujet = :SUJ-ID
                       OR fk_sujet_lie = :SUJ-ID
                 END-EXEC
                 IF SQLCODE = 0 OR SQLCODE = 100
                    EXEC SQL
                       DELETE FROM sujets
                       WHERE id_sujet = :SUJ-ID
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    MOVE "SUPPR-SUJ" TO AUDIT-OPERATION
                    MOVE SUJ-LIBELLE TO AUDIT-ANCIEN-TITRE
                    MOVE SPACE       TO AUDIT-NOUVEAU-TITRE
                    PERFORM 0150-ECRIRE-AUDIT-DEB
                       THRU 0150-FIN-ECRIRE-AUDIT
                    DISPLAY "vedette supprimée."
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-EVALUATE

           WHEN OTHER
              DISPLAY "abandon de la gestion des vedettes matière"

           END-EVALUATE.

           EXEC SQL COMMIT END-EXEC.

       2100-FIN-GERER-SUJETS.


       2110-AFFICHER-VOIR-AUSSI-DEB.
      *----------------------------------------------------------------*
      * Renvois "voir aussi" de la vedette SUJ-ID                      *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_voir_aussi CURSOR FOR
              SELECT S.id_sujet, S.libelle
              FROM sujets_voir_aussi V
              JOIN sujets S ON V.fk_sujet_lie = S.id_sujet
              WHERE V.fk_sujet = :SUJ-ID
              ORDER BY S.libelle
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_voir_aussi
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_voir_aussi
                 INTO :SUJ-ID-LIE, :SUJ-LIBELLE-LIE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "      voir aussi " SUJ-ID-LIE " "
                         SUJ-LIBELLE-LIE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_voir_aussi
           END-EXEC.

       2110-FIN-AFFICHER-VOIR-AUSSI.


       2120-CONTROLER-LIBELLE-DEB.
      *----------------------------------------------------------------*
      * Un libellé de vedette (SUJ-LIBELLE) n'est ni vide ni déjà      *
      * pris par une autre vedette que SUJ-ID, majuscules mises à      *
      * part. WS-CONFLIT passe à 'O' s'il est refusé.                  *
      *----------------------------------------------------------------*
           IF SUJ-LIBELLE = SPACE
              DISPLAY "libellé vide, abandon"
              MOVE 'O' TO WS-CONFLIT
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :SUJ-NB
                 FROM sujets
                 WHERE UPPER(libelle) = UPPER(:SUJ-LIBELLE)
                   AND id_sujet <> :SUJ-ID
              END-EXEC
              IF SUJ-NB > 0
                 DISPLAY "une vedette porte déjà ce libellé"
                 MOVE 'O' TO WS-CONFLIT
              END-IF
           END-IF.

       2120-FIN-CONTROLER-LIBELLE.


       2130-FUSIONNER-SUJETS-DEB.
      *----------------------------------------------------------------*
      * Fusionne deux vedettes qui disent la même chose : les livres   *
      * et les renvois de la vedette absorbée passent à la vedette     *
      * conservée (sans doublon), puis la vedette absorbée est         *
      * supprimée. Tracé dans AUDIT_LOG (FUSION-SUJ, libellé absorbé   *
      * et libellé conservé).                                          *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de la vedette à CONSERVER".
           ACCEPT SUJ-ID.
           EXEC SQL
              SELECT libelle
              INTO :SUJ-LIBELLE
              FROM sujets
              WHERE id_sujet = :SUJ-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "la vedette à conserver n'existe pas"
           ELSE
              DISPLAY "entrer le numéro de la vedette à ABSORBER"
              ACCEPT SUJ-ID-LIE
              EXEC SQL
                 SELECT libelle
                 INTO :SUJ-LIBELLE-LIE
                 FROM sujets
                 WHERE id_sujet = :SUJ-ID-LIE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "la vedette à absorber n'existe pas"
              ELSE
                 IF SUJ-ID = SUJ-ID-LIE
                    DISPLAY "les deux numéros sont identiques"
                 ELSE
                    DISPLAY "fusion de " SUJ-LIBELLE-LIE
                    DISPLAY "     vers " SUJ-LIBELLE
      *un livre qui portait les deux vedettes ne garde que la
      *vedette conservée
                    EXEC SQL
                       DELETE FROM livres_sujets A
                       WHERE A.fk_sujet = :SUJ-ID-LIE
                         AND EXISTS (SELECT 1
                              FROM livres_sujets B
                              WHERE B.fk_livres = A.fk_livres
                                AND B.fk_sujet = :SUJ-ID)
                    END-EXEC
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          UPDATE livres_sujets
                          SET fk_sujet = :SUJ-ID
                          WHERE fk_sujet = :SUJ-ID-LIE
                       END-EXEC
                    END-IF
      *les renvois entre les deux vedettes disparaissent, ceux que
      *la vedette conservée a déjà aussi, puis les autres suivent
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM sujets_voir_aussi
                          WHERE (fk_sujet = :SUJ-ID-LIE
                                 AND fk_sujet_lie = :SUJ-ID)
                             OR (fk_sujet = :SUJ-ID
                                 AND fk_sujet_lie = :SUJ-ID-LIE)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM sujets_voir_aussi A
                          WHERE A.fk_sujet = :SUJ-ID-LIE
                            AND EXISTS (SELECT 1
                                 FROM sujets_voir_aussi B
                                 WHERE B.fk_sujet = :SUJ-ID
                                   AND B.fk_sujet_lie
                                       = A.fk_sujet_lie)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM sujets_voir_aussi A
                          WHERE A.fk_sujet_lie = :SUJ-ID-LIE
                            AND EXISTS (SELECT 1
                                 FROM sujets_voir_aussi B
                                 WHERE B.fk_sujet_lie = :SUJ-ID
                                   AND B.fk_sujet = A.fk_sujet)
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          UPDATE sujets_voir_aussi
                          SET fk_sujet = :SUJ-ID
                          WHERE fk_sujet = :SUJ-ID-LIE
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          UPDATE sujets_voir_aussi
                          SET fk_sujet_lie = :SUJ-ID
                          WHERE fk_sujet_lie = :SUJ-ID-LIE
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          DELETE FROM sujets
                          WHERE id_sujet = :SUJ-ID-LIE
                       END-EXEC
                    END-IF
                    IF SQLCODE = 0
                       MOVE "FUSION-SUJ"    TO AUDIT-OPERATION
                       MOVE SUJ-LIBELLE-LIE TO AUDIT-ANCIEN-TITRE
                       MOVE SUJ-LIBELLE     TO AUDIT-NOUVEAU-TITRE
                       PERFORM 0150-ECRIRE-AUDIT-DEB
                          THRU 0150-FIN-ECRIRE-AUDIT
                       DISPLAY "fusion enregistrée."
                    ELSE
                       PERFORM 0180-SIGNALER-CONFLIT-DEB
                          THRU 0180-FIN-SIGNALER-CONFLIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2130-FIN-FUSIONNER-SUJETS.


       2200-GERER-PORTAGE.
      *----------------------------------------------------------------*
      * Portage à domicile : les bénévoles portent chaque mois des     *
      * livres aux adhérents âgés ou empêchés, tournée par tournée.    *
      * La fiche portage d'un adhérent (tournée, jour de passage,      *
      * consignes, gros caractères, genres et auteurs préférés) est    *
      * tenue ici ; LRE-portage.cbl en tire chaque mois les titres     *
      * proposés, la liste de prélèvement et les feuilles de passage.  *
      * Au retour de la tournée, ses propositions deviennent des       *
      * prêts en bloc (durée PORTAGE-DUREE-PRET, sans amende de        *
      * retard) et les documents repris au passage sont rendus en      *
      * bloc.                                                          *
      *----------------------------------------------------------------*
           DISPLAY "vous voulez gérer le portage à domicile".
           DISPLAY "1 pour la fiche portage d'un adhérent".
           DISPLAY "2 pour lister les lecteurs d'une tournée".
           DISPLAY "3 pour confirmer une tournée (prêts en bloc)".
           DISPLAY "4 pour les retours d'une tournée".
           ACCEPT WS-SELECTION-PORTAGE.

      *la fiche relève du registre des adhérents (catalogue ou
      *administration, comme l'écran 10) ; la tournée elle-même
      *relève du prêt
           EVALUATE TRUE
           WHEN WS-SELECTION-PORTAGE = 1
                AND WS-DROIT-CATALOGUE NOT = 'O'
                AND WS-DROIT-ADMIN NOT = 'O'
              PERFORM 0060-REFUSER-FONCTION-DEB
                 THRU 0060-FIN-REFUSER-FONCTION
              MOVE 0 TO WS-SELECTION-PORTAGE
           WHEN WS-SELECTION-PORTAGE >= 2
                AND WS-SELECTION-PORTAGE <= 4
                AND WS-DROIT-PRET NOT = 'O'
              PERFORM 0060-REFUSER-FONCTION-DEB
                 THRU 0060-FIN-REFUSER-FONCTION
              MOVE 0 TO WS-SELECTION-PORTAGE
           WHEN OTHER
              CONTINUE
           END-EVALUATE.

           MOVE 'N' TO WS-CONFLIT.

           EVALUATE WS-SELECTION-PORTAGE
           WHEN EQUAL 1
              PERFORM 2210-FICHE-PORTAGE-DEB
                 THRU 2210-FIN-FICHE-PORTAGE

           WHEN EQUAL 2
              PERFORM 2220-LISTER-TOURNEE-DEB
                 THRU 2220-FIN-LISTER-TOURNEE

           WHEN EQUAL 3
              PERFORM 2230-CONFIRMER-TOURNEE-DEB
                 THRU 2230-FIN-CONFIRMER-TOURNEE

           WHEN EQUAL 4
              PERFORM 2240-RETOURS-TOURNEE-DEB
                 THRU 2240-FIN-RETOURS-TOURNEE

           WHEN OTHER
              DISPLAY "abandon de la gestion du portage"

           END-EVALUATE.

           EXEC SQL COMMIT END-EXEC.

       2200-FIN-GERER-PORTAGE.


       2210-FICHE-PORTAGE-DEB.
      *----------------------------------------------------------------*
      * Consulte la fiche portage d'un adhérent, puis l'inscrit (ou    *
      * met à jour sa fiche) ou le retire du portage                   *
      *----------------------------------------------------------------*
           DISPLAY "entrer le numéro de l'adhérent".
           ACCEPT ID_EMPRUNTEUR.
           EXEC SQL
              SELECT nom, prenom, statut,
                     COALESCE(adresse, ' '),
                     COALESCE(code_postal, ' '),
                     COALESCE(ville, ' '),
                     COALESCE(portage, 'N'),
                     COALESCE(portage_tournee, ' '),
                     COALESCE(portage_jour, ' '),
                     COALESCE(gros_caracteres, 'N'),
                     COALESCE(portage_consignes, ' ')
              INTO :EMPR-NOM, :EMPR-PRENOM, :EMPR-STATUT,
                   :EMPR-ADRESSE, :EMPR-CODE-POSTAL, :EMPR-VILLE,
                   :EMPR-PORTAGE, :EMPR-TOURNEE, :EMPR-JOUR-PORTAGE,
                   :EMPR-GROS-CARAC, :EMPR-CONSIGNES
              FROM emprunteurs
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "cet adhérent n'existe pas"
           ELSE
              DISPLAY "adhérent " ID_EMPRUNTEUR " " EMPR-PRENOM " "
                      EMPR-NOM " (" EMPR-STATUT ")"
              DISPLAY "adresse : " EMPR-ADRESSE
              DISPLAY "          " EMPR-CODE-POSTAL " " EMPR-VILLE
              IF EMPR-PORTAGE = 'O'
                 DISPLAY "portage : tournée " EMPR-TOURNEE
                         " - passage " EMPR-JOUR-PORTAGE
                 DISPLAY "gros caractères : " EMPR-GROS-CARAC
                 DISPLAY "consignes : " EMPR-CONSIGNES
                 PERFORM 2215-AFFICHER-PREFERENCES-DEB
                    THRU 2215-FIN-AFFICHER-PREFERENCES
              ELSE
                 DISPLAY "pas inscrit au portage à domicile"
              END-IF
              DISPLAY "entrer O pour inscrire au portage ou mettre à"
              DISPLAY "jour la fiche, N pour retirer du portage,"
              DISPLAY "autre chose pour ne rien changer"
              ACCEPT WS-REPONSE-PORTAGE
              EVALUATE WS-REPONSE-PORTAGE
              WHEN 'O'
                 PERFORM 2212-INSCRIRE-PORTAGE-DEB
                    THRU 2212-FIN-INSCRIRE-PORTAGE
              WHEN 'N'
                 PERFORM 2214-RETIRER-PORTAGE-DEB
                    THRU 2214-FIN-RETIRER-PORTAGE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF.

       2210-FIN-FICHE-PORTAGE.


       2212-INSCRIRE-PORTAGE-DEB.
      *----------------------------------------------------------------*
      * Saisie de la fiche portage de ID_EMPRUNTEUR. On livre à        *
      * l'adresse postale de la fiche (0925) : sans adresse ni         *
      * tournée, les bénévoles ne pourraient pas passer et rien n'est  *
      * enregistré. Les titres déjà proposés suivent le lecteur dans   *
      * sa nouvelle tournée.                                           *
      *----------------------------------------------------------------*
           IF EMPR-ADRESSE = SPACE
              DISPLAY "adresse de livraison manquante :"
              PERFORM 0925-SAISIR-ADRESSE-DEB
                 THRU 0925-FIN-SAISIR-ADRESSE
           ELSE
              DISPLAY "modifier l'adresse de livraison ? (O/N)"
              ACCEPT WS-REPONSE-PORTAGE
              IF WS-REPONSE-PORTAGE = 'O'
                 PERFORM 0925-SAISIR-ADRESSE-DEB
                    THRU 0925-FIN-SAISIR-ADRESSE
              END-IF
           END-IF.
           DISPLAY "entrer la tournée (NORD, CENTRE...)".
           ACCEPT EMPR-TOURNEE.
           DISPLAY "entrer le jour de passage (1ER MARDI...)".
           ACCEPT EMPR-JOUR-PORTAGE.
           DISPLAY "lecteur en gros caractères ? (O/N)".
           ACCEPT EMPR-GROS-CARAC.
           IF EMPR-GROS-CARAC NOT = 'O'
              MOVE 'N' TO EMPR-GROS-CARAC
           END-IF.
           DISPLAY "entrer les consignes d'accès (digicode, étage,".
           DISPLAY "voisin qui garde la clé...) ou laisser vide".
           ACCEPT EMPR-CONSIGNES.

           IF EMPR-ADRESSE = SPACE OR EMPR-VILLE = SPACE
              OR EMPR-TOURNEE = SPACE
              DISPLAY "sans adresse ni tournée, le portage n'est pas"
                      " enregistré"
           ELSE
              MOVE 'O' TO EMPR-PORTAGE
              EXEC SQL
                 UPDATE emprunteurs
                 SET portage = :EMPR-PORTAGE,
                     portage_tournee = :EMPR-TOURNEE,
                     portage_jour = :EMPR-JOUR-PORTAGE,
                     gros_caracteres = :EMPR-GROS-CARAC,
                     portage_consignes = :EMPR-CONSIGNES,
                     adresse = :EMPR-ADRESSE,
                     code_postal = :EMPR-CODE-POSTAL,
                     ville = :EMPR-VILLE
                 WHERE id_emprunteur = :ID_EMPRUNTEUR
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                    UPDATE portage_propositions
                    SET tournee = :EMPR-TOURNEE
                    WHERE fk_emprunteur = :ID_EMPRUNTEUR
                      AND statut = 'PROPOSEE'
                 END-EXEC
              END-IF
              IF SQLCODE = 0 OR SQLCODE = 100
                 DISPLAY "fiche portage enregistrée."
                 PERFORM 2216-GERER-PREFERENCES-DEB
                    THRU 2216-FIN-GERER-PREFERENCES
              ELSE
                 PERFORM 0180-SIGNALER-CONFLIT-DEB
                    THRU 0180-FIN-SIGNALER-CONFLIT
              END-IF
           END-IF.

       2212-FIN-INSCRIRE-PORTAGE.


       2214-RETIRER-PORTAGE-DEB.
      *----------------------------------------------------------------*
      * Retire ID_EMPRUNTEUR du portage : ses titres proposés et pas   *
      * encore prêtés retournent au fonds. La tournée reste sur la     *
      * fiche, pour que ses prêts en cours se rendent avec elle.       *
      *----------------------------------------------------------------*
           MOVE 'N' TO EMPR-PORTAGE.
           EXEC SQL
              UPDATE emprunteurs
              SET portage = :EMPR-PORTAGE
              WHERE id_emprunteur = :ID_EMPRUNTEUR
           END-EXEC.
           IF SQLCODE = 0
              MOVE "ECARTEE" TO PTG-STATUT
              MOVE FUNCTION CURRENT-DATE(1:8) TO PTG-DATE-STATUT
              EXEC SQL
                 UPDATE portage_propositions
                 SET statut = :PTG-STATUT,
                     date_statut = :PTG-DATE-STATUT
                 WHERE fk_emprunteur = :ID_EMPRUNTEUR
                   AND statut = 'PROPOSEE'
              END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
              DISPLAY "adhérent retiré du portage ; ses prêts en"
              DISPLAY "cours se rendent avec les retours de la"
              DISPLAY "tournée " EMPR-TOURNEE
           ELSE
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.

       2214-FIN-RETIRER-PORTAGE.


       2215-AFFICHER-PREFERENCES-DEB.
      *----------------------------------------------------------------*
      * Genres et auteurs préférés de ID_EMPRUNTEUR (sans préférence,  *
      * LRE-portage.cbl choisit dans tout le fonds)                    *
      *----------------------------------------------------------------*
           MOVE 0 TO PTG-NB.
           EXEC SQL
              DECLARE curseur_ptg_preferences CURSOR FOR
              SELECT F.type_pref, F.fk_reference,
                     CASE WHEN F.type_pref = 'G'
                          THEN COALESCE(G.nom, '?')
                          ELSE COALESCE(A.nom || ' ' || A.prenom, '?')
                     END
              FROM portage_preferences F
              LEFT JOIN genre G
                ON F.type_pref = 'G' AND G.id_genre = F.fk_reference
              LEFT JOIN auteurs A
                ON F.type_pref = 'A' AND A.id_auteur = F.fk_reference
              WHERE F.fk_emprunteur = :ID_EMPRUNTEUR
              ORDER BY F.type_pref DESC, F.fk_reference
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_preferences
           END-EXEC.
           DISPLAY "préférences de lecture :".
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_ptg_preferences
                 INTO :PTG-TYPE-PREF, :PTG-FK-REFERENCE, :PTG-LIBELLE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PTG-NB
                 IF PTG-TYPE-PREF = 'G'
                    DISPLAY "   genre  " PTG-FK-REFERENCE " "
                            PTG-LIBELLE
                 ELSE
                    DISPLAY "   auteur " PTG-FK-REFERENCE " "
                            PTG-LIBELLE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_ptg_preferences
           END-EXEC.
           IF PTG-NB = 0
              DISPLAY "   aucune : tout le fonds peut être proposé"
           END-IF.

       2215-FIN-AFFICHER-PREFERENCES.


       2216-GERER-PREFERENCES-DEB.
      *----------------------------------------------------------------*
      * Ajout et retrait des genres et auteurs préférés, jusqu'à 0     *
      *----------------------------------------------------------------*
           MOVE 9 TO WS-SELECTION-PREFERENCE.
           PERFORM UNTIL WS-SELECTION-PREFERENCE = 0
              DISPLAY "préférences : 1 ajouter un genre, 2 ajouter un"
              DISPLAY "auteur, 3 retirer une préférence, 4 les"
              DISPLAY "afficher, 0 pour terminer"
              ACCEPT WS-SELECTION-PREFERENCE
              EVALUATE WS-SELECTION-PREFERENCE
              WHEN 1
                 DISPLAY "entrer le numéro du genre"
                 ACCEPT PTG-FK-REFERENCE
                 MOVE 'G' TO PTG-TYPE-PREF
                 PERFORM 2217-AJOUTER-PREFERENCE-DEB
                    THRU 2217-FIN-AJOUTER-PREFERENCE
              WHEN 2
                 DISPLAY "entrer le numéro de l'auteur"
                 ACCEPT PTG-FK-REFERENCE
                 MOVE 'A' TO PTG-TYPE-PREF
                 PERFORM 2217-AJOUTER-PREFERENCE-DEB
                    THRU 2217-FIN-AJOUTER-PREFERENCE
              WHEN 3
                 DISPLAY "entrer G (genre) ou A (auteur)"
                 ACCEPT PTG-TYPE-PREF
                 DISPLAY "entrer le numéro du genre ou de l'auteur"
                 ACCEPT PTG-FK-REFERENCE
                 EXEC SQL
                    DELETE FROM portage_preferences
                    WHERE fk_emprunteur = :ID_EMPRUNTEUR
                      AND type_pref = :PTG-TYPE-PREF
                      AND fk_reference = :PTG-FK-REFERENCE
                 END-EXEC
                 EVALUATE SQLCODE
                 WHEN 0
                    DISPLAY "préférence retirée."
                 WHEN 100
                    DISPLAY "cette préférence n'existe pas"
                 WHEN OTHER
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-EVALUATE
              WHEN 4
                 PERFORM 2215-AFFICHER-PREFERENCES-DEB
                    THRU 2215-FIN-AFFICHER-PREFERENCES
              WHEN OTHER
                 MOVE 0 TO WS-SELECTION-PREFERENCE
              END-EVALUATE
      *après un conflit la transaction est annulée : on s'arrête là
              IF WS-CONFLIT = 'O'
                 MOVE 0 TO WS-SELECTION-PREFERENCE
              END-IF
           END-PERFORM.

       2216-FIN-GERER-PREFERENCES.


       2217-AJOUTER-PREFERENCE-DEB.
      *----------------------------------------------------------------*
      * Ajoute la préférence PTG-TYPE-PREF / PTG-FK-REFERENCE de       *
      * ID_EMPRUNTEUR : le genre ou l'auteur doit exister (écrans 6 et *
      * 7), et n'être pas déjà enregistré                              *
      *----------------------------------------------------------------*
           IF PTG-TYPE-PREF = 'G'
              EXEC SQL
                 SELECT nom
                 INTO :PTG-LIBELLE
                 FROM genre
                 WHERE id_genre = :PTG-FK-REFERENCE
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT nom || ' ' || prenom
                 INTO :PTG-LIBELLE
                 FROM auteurs
                 WHERE id_auteur = :PTG-FK-REFERENCE
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY "ce numéro n'existe pas (voir les écrans 6"
                      " et 7)"
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :PTG-NB
                 FROM portage_preferences
                 WHERE fk_emprunteur = :ID_EMPRUNTEUR
                   AND type_pref = :PTG-TYPE-PREF
                   AND fk_reference = :PTG-FK-REFERENCE
              END-EXEC
              IF PTG-NB > 0
                 DISPLAY "préférence déjà enregistrée"
              ELSE
                 EXEC SQL
                    INSERT INTO portage_preferences (fk_emprunteur,
                    type_pref, fk_reference)
                    VALUES (:ID_EMPRUNTEUR, :PTG-TYPE-PREF,
                    :PTG-FK-REFERENCE)
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "préférence ajoutée : " PTG-LIBELLE
                 ELSE
                    PERFORM 0180-SIGNALER-CONFLIT-DEB
                       THRU 0180-FIN-SIGNALER-CONFLIT
                 END-IF
              END-IF
           END-IF.

       2217-FIN-AJOUTER-PREFERENCE.


       2220-LISTER-TOURNEE-DEB.
      *----------------------------------------------------------------*
      * Lecteurs inscrits sur une tournée, avec ce que le bénévole     *
      * doit apporter (propositions en attente) et reprendre (prêts    *
      * de portage ouverts)                                            *
      *----------------------------------------------------------------*
           DISPLAY "entrer la tournée".
           ACCEPT PTG-TOURNEE.
           MOVE 0 TO WS-NB-PTG.
           EXEC SQL
              DECLARE curseur_ptg_tournee CURSOR FOR
              SELECT P.id_emprunteur, P.nom, P.prenom,
                     COALESCE(P.portage_jour, ' '),
                     COALESCE(P.adresse, ' '),
                     COALESCE(P.ville, ' '),
                     (SELECT COUNT(*) FROM portage_propositions Q
                      WHERE Q.fk_emprunteur = P.id_emprunteur
                        AND Q.statut = 'PROPOSEE'),
                     (SELECT COUNT(*) FROM emprunts E
                      WHERE E.fk_emprunteur = P.id_emprunteur
                        AND E.portage = 'O'
                        AND E.date_retour_reelle IS NULL)
              FROM emprunteurs P
              WHERE P.portage = 'O'
                AND P.portage_tournee = :PTG-TOURNEE
              ORDER BY P.nom, P.prenom, P.id_emprunteur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_tournee
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_ptg_tournee
                 INTO :ID_EMPRUNTEUR, :EMPR-NOM, :EMPR-PRENOM,
                      :EMPR-JOUR-PORTAGE, :EMPR-ADRESSE, :EMPR-VILLE,
                      :PTG-NB, :PTG-NB-PRETS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-NB-PTG
                 DISPLAY ID_EMPRUNTEUR " " EMPR-PRENOM " " EMPR-NOM
                         " - " EMPR-JOUR-PORTAGE
                 DISPLAY "   " EMPR-ADRESSE " " EMPR-VILLE
                 DISPLAY "   " PTG-NB " à apporter, " PTG-NB-PRETS
                         " à reprendre"
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_ptg_tournee
           END-EXEC.
           IF WS-NB-PTG = 0
              DISPLAY "aucun lecteur sur cette tournée"
           END-IF.

       2220-FIN-LISTER-TOURNEE.


       2230-CONFIRMER-TOURNEE-DEB.
      *----------------------------------------------------------------*
      * Confirmation d'une tournée au retour des bénévoles : les       *
      * titres proposés par LRE-portage.cbl sont relevés en table      *
      * (même principe que 1117), le guichet écarte ceux que le        *
      * lecteur a refusés ou qu'on n'a pas trouvés en rayon, puis      *
      * chaque titre retenu devient un prêt de portage et chaque titre *
      * écarté retourne au fonds. Un COMMIT par prêt, comme la         *
      * circulation rapide.                                            *
      *----------------------------------------------------------------*
           DISPLAY "entrer la tournée à confirmer".
           ACCEPT PTG-TOURNEE.
           MOVE 0 TO WS-NB-PTG.
           MOVE 'N' TO WS-PTG-TRONQUE.
           MOVE 0 TO ID_EMPRUNT.
           DISPLAY "titres proposés sur la tournée " PTG-TOURNEE " :".
           EXEC SQL
              DECLARE curseur_ptg_propositions CURSOR FOR
              SELECT Q.id_proposition, Q.fk_exemplaire, Q.fk_livres,
                     Q.fk_emprunteur, COALESCE(L.Titre, ' '), P.nom
              FROM portage_propositions Q
              JOIN Livres L ON Q.fk_livres = L.ID_Livres
              JOIN emprunteurs P ON Q.fk_emprunteur = P.id_emprunteur
              WHERE Q.tournee = :PTG-TOURNEE
                AND Q.statut = 'PROPOSEE'
              ORDER BY P.nom, Q.fk_emprunteur, L.Titre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_propositions
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_ptg_propositions
                 INTO :PTG-ID-PROPOSITION, :ID_EXEMPLAIRE, :ID_LIVRES,
                      :EMP-FK-EMPRUNTEUR, :TITRE, :EMPR-NOM
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2245-RANGER-LIGNE-DEB
                    THRU 2245-FIN-RANGER-LIGNE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_ptg_propositions
           END-EXEC.

           IF WS-NB-PTG = 0
              DISPLAY "aucune proposition en attente sur cette tournée"
           ELSE
              DISPLAY "entrer un exemplaire refusé par le lecteur ou"
              DISPLAY "introuvable en rayon (0 pour terminer)"
              ACCEPT WS-EXEMPLAIRE-ECARTE
              PERFORM UNTIL WS-EXEMPLAIRE-ECARTE = 0
                 PERFORM 2250-MARQUER-EXEMPLAIRE-DEB
                    THRU 2250-FIN-MARQUER-EXEMPLAIRE
                 DISPLAY "exemplaire suivant (0 pour terminer)"
                 ACCEPT WS-EXEMPLAIRE-ECARTE
              END-PERFORM
              DISPLAY "confirmer les prêts de la tournée ? (O/N)"
              ACCEPT WS-REPONSE-PORTAGE
              IF WS-REPONSE-PORTAGE = 'O'
                 MOVE 0 TO WS-NB-PTG-TRAITES
                 PERFORM VARYING WS-IDX-PTG FROM 1 BY 1
                         UNTIL WS-IDX-PTG > WS-NB-PTG
                    IF WS-PTG-RETENU(WS-IDX-PTG) = 'O'
                       PERFORM 2235-PRETER-PROPOSITION-DEB
                          THRU 2235-FIN-PRETER-PROPOSITION
                    ELSE
                       PERFORM 2236-ECARTER-PROPOSITION-DEB
                          THRU 2236-FIN-ECARTER-PROPOSITION
                    END-IF
                    EXEC SQL COMMIT END-EXEC
                 END-PERFORM
                 DISPLAY WS-NB-PTG-TRAITES " prêt(s) de portage"
                         " enregistré(s)"
                 IF WS-PTG-TRONQUE = 'O'
                    DISPLAY "(seuls les " WS-NB-PTG " premiers titres"
                            " sont traités, confirmer de nouveau pour"
                            " la suite)"
                 END-IF
              ELSE
                 DISPLAY "confirmation abandonnée : rien n'est prêté"
              END-IF
           END-IF.

       2230-FIN-CONFIRMER-TOURNEE.


       2235-PRETER-PROPOSITION-DEB.
      *----------------------------------------------------------------*
      * Prêt de portage de la ligne WS-IDX-PTG, construit comme le     *
      * prêt en un scan (1330) : relecture sous verrou, retour prévu   *
      * à WS-DUREE-PORTAGE jours roulé au prochain jour d'ouverture,   *
      * emprunt marqué portage (LRE-amendes.cbl ne le pénalise pas).   *
      * Un lecteur qui n'est plus ACTIF, ou un exemplaire sorti du     *
      * rayon depuis la sélection, écarte la proposition.              *
      *----------------------------------------------------------------*
           MOVE WS-PTG-ID(WS-IDX-PTG)         TO PTG-ID-PROPOSITION.
           MOVE WS-PTG-EXEMPLAIRE(WS-IDX-PTG) TO ID_EXEMPLAIRE.
           MOVE WS-PTG-LIVRES(WS-IDX-PTG)     TO ID_LIVRES.
           MOVE WS-PTG-EMPRUNTEUR(WS-IDX-PTG) TO EMP-FK-EMPRUNTEUR.
           MOVE WS-PTG-TITRE(WS-IDX-PTG)      TO TITRE.
           MOVE 'O' TO WS-EMPRUNTEUR-OK.
           MOVE 'N' TO WS-CONFLIT.
           EXEC SQL
              SELECT statut
              INTO :EMPR-STATUT
              FROM emprunteurs
              WHERE id_emprunteur = :EMP-FK-EMPRUNTEUR
           END-EXEC.
           IF SQLCODE NOT = 0 OR EMPR-STATUT NOT = "ACTIF"
              DISPLAY "REFUS   " ID_EXEMPLAIRE " - adhérent "
                      EMP-FK-EMPRUNTEUR " " EMPR-STATUT
              MOVE 'N' TO WS-EMPRUNTEUR-OK
           ELSE
              PERFORM 0190-VERROUILLER-EXEMPLAIRE-DEB
                 THRU 0190-FIN-VERROUILLER-EXEMPLAIRE
              IF WS-CONFLIT = 'O'
                 MOVE 'N' TO WS-EMPRUNTEUR-OK
              ELSE
                 IF EX-FK-EMPRUNT NOT = 0
                    OR EX-ETAT = "PERDU" OR "MANQUANT" OR "RETIRE"
                       OR "TRANSIT" OR "PEB" OR "REPARATION"
                    DISPLAY "REFUS   " ID_EXEMPLAIRE
                            " - sorti du rayon depuis la sélection"
                    MOVE 'N' TO WS-EMPRUNTEUR-OK
                 END-IF
              END-IF
           END-IF.
      *refus sans conflit : la proposition retourne au fonds
           IF WS-EMPRUNTEUR-OK = 'N'
              IF WS-CONFLIT = 'N'
                 PERFORM 2236-ECARTER-PROPOSITION-DEB
                    THRU 2236-FIN-ECARTER-PROPOSITION
              END-IF
              GO TO 2235-FIN-PRETER-PROPOSITION
           END-IF.

           MOVE ID_LIVRES      TO EMP-FK-LIVRES.
           MOVE ID_EXEMPLAIRE  TO EMP-FK-EXEMPLAIRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-DATE-EMPRUNT.
           COMPUTE WS-JOUR-JULIEN =
              FUNCTION INTEGER-OF-DATE(EMP-DATE-EMPRUNT)
              + WS-DUREE-PORTAGE.
           PERFORM 0040-ROULER-DATE-OUVERTE-DEB
              THRU 0040-FIN-ROULER-DATE-OUVERTE.
           MOVE 0 TO EMP-DATE-RETOUR-RE.
           MOVE "seq_emprunts" TO WS-SEQUENCE.
           PERFORM 0170-ALLOUER-IDENTIFIANT-DEB
              THRU 0170-FIN-ALLOUER-IDENTIFIANT.
           IF WS-NOUVEL-ID = 0
              GO TO 2235-FIN-PRETER-PROPOSITION
           END-IF.
           MOVE WS-NOUVEL-ID TO ID_EMPRUNT.

           EXEC SQL
              INSERT INTO emprunts (id_emprunt, fk_livres,
              fk_exemplaire, fk_emprunteur, date_emprunt,
              date_retour_prevue, date_retour_reelle, portage)
              VALUES (:ID_EMPRUNT,
              :EMP-FK-LIVRES,
              :EMP-FK-EXEMPLAIRE,
              :EMP-FK-EMPRUNTEUR,
              :EMP-DATE-EMPRUNT,
              :EMP-DATE-RETOUR-PR,
              NULL, 'O')
           END-EXEC.
           IF SQLCODE = 0
              MOVE ID_EMPRUNT TO EX-FK-EMPRUNT
              EXEC SQL
                 UPDATE exemplaires
                 SET fk_emprunt = :EX-FK-EMPRUNT
                 WHERE id_exemplaire = :ID_EXEMPLAIRE
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              MOVE "PRETEE" TO PTG-STATUT
              EXEC SQL
                 UPDATE portage_propositions
                 SET statut = :PTG-STATUT,
                     fk_emprunt = :ID_EMPRUNT,
                     date_statut = :EMP-DATE-EMPRUNT
                 WHERE id_proposition = :PTG-ID-PROPOSITION
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              ADD 1 TO WS-NB-PTG-TRAITES
              DISPLAY "PRET    " ID_EXEMPLAIRE " - " TITRE
                      " - retour le " EMP-DATE-RETOUR-PR
              PERFORM 0370-RETIRER-RESERVATION-DEB
                 THRU 0370-FIN-RETIRER-RESERVATION
              MOVE ID_EXEMPLAIRE TO WS-JRN-EXEMPLAIRE
              MOVE ID_LIVRES     TO WS-JRN-LIVRES
              MOVE EMP-FK-EMPRUNTEUR TO WS-JRN-EMPRUNTEUR
              MOVE "PRET"        TO WS-JRN-OPERATION
              PERFORM 0160-ECRIRE-JOURNAL-DEB
                 THRU 0160-FIN-ECRIRE-JOURNAL
           ELSE
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.

       2235-FIN-PRETER-PROPOSITION.


       2236-ECARTER-PROPOSITION-DEB.
      *----------------------------------------------------------------*
      * La proposition PTG-ID-PROPOSITION ne sera pas prêtée :         *
      * l'exemplaire retourne au fonds du prochain passage             *
      *----------------------------------------------------------------*
           MOVE WS-PTG-ID(WS-IDX-PTG) TO PTG-ID-PROPOSITION.
           MOVE "ECARTEE" TO PTG-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PTG-DATE-STATUT.
           EXEC SQL
              UPDATE portage_propositions
              SET statut = :PTG-STATUT,
                  date_statut = :PTG-DATE-STATUT
              WHERE id_proposition = :PTG-ID-PROPOSITION
                AND statut = 'PROPOSEE'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 0180-SIGNALER-CONFLIT-DEB
                 THRU 0180-FIN-SIGNALER-CONFLIT
           END-IF.

       2236-FIN-ECARTER-PROPOSITION.


       2240-RETOURS-TOURNEE-DEB.
      *----------------------------------------------------------------*
      * Retours en bloc des documents repris par les bénévoles : les   *
      * prêts de portage ouverts des lecteurs de la tournée sont       *
      * relevés en table, le guichet signale ceux qui ne sont pas      *
      * revenus (ils restent en prêt et figureront sur la prochaine    *
      * feuille), et tous les autres sont rendus comme en              *
      * circulation rapide (1320), un COMMIT par retour                *
      *----------------------------------------------------------------*
           DISPLAY "entrer la tournée dont les documents sont revenus".
           ACCEPT PTG-TOURNEE.
           MOVE 0 TO WS-NB-PTG.
           MOVE 'N' TO WS-PTG-TRONQUE.
           MOVE 0 TO PTG-ID-PROPOSITION.
           DISPLAY "prêts de portage en cours sur la tournée "
                   PTG-TOURNEE " :".
           EXEC SQL
              DECLARE curseur_ptg_retours CURSOR FOR
              SELECT E.id_emprunt, E.fk_exemplaire, E.fk_livres,
                     E.fk_emprunteur, COALESCE(L.Titre, ' '), P.nom
              FROM emprunts E
              JOIN emprunteurs P ON E.fk_emprunteur = P.id_emprunteur
              JOIN Livres L ON E.fk_livres = L.ID_Livres
              WHERE E.portage = 'O'
                AND E.date_retour_reelle IS NULL
                AND E.fk_exemplaire IS NOT NULL
                AND P.portage_tournee = :PTG-TOURNEE
              ORDER BY P.nom, E.fk_emprunteur, L.Titre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_ptg_retours
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_ptg_retours
                 INTO :ID_EMPRUNT, :ID_EXEMPLAIRE, :ID_LIVRES,
                      :EMP-FK-EMPRUNTEUR, :TITRE, :EMPR-NOM
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2245-RANGER-LIGNE-DEB
                    THRU 2245-FIN-RANGER-LIGNE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_ptg_retours
           END-EXEC.

           IF WS-NB-PTG = 0
              DISPLAY "aucun prêt de portage en cours sur cette"
                      " tournée"
           ELSE
              DISPLAY "entrer un exemplaire NON rapporté (0 pour"
              DISPLAY "terminer)"
              ACCEPT WS-EXEMPLAIRE-ECARTE
              PERFORM UNTIL WS-EXEMPLAIRE-ECARTE = 0
                 PERFORM 2250-MARQUER-EXEMPLAIRE-DEB
                    THRU 2250-FIN-MARQUER-EXEMPLAIRE
                 DISPLAY "exemplaire suivant (0 pour terminer)"
                 ACCEPT WS-EXEMPLAIRE-ECARTE
              END-PERFORM
              DISPLAY "rendre tous les autres exemplaires ? (O/N)"
              ACCEPT WS-REPONSE-PORTAGE
              IF WS-REPONSE-PORTAGE = 'O'
                 MOVE 0 TO WS-NB-PTG-TRAITES
                 MOVE 'N' TO WS-RETOUR-REPARATION
                 PERFORM VARYING WS-IDX-PTG FROM 1 BY 1
                         UNTIL WS-IDX-PTG > WS-NB-PTG
                    IF WS-PTG-RETENU(WS-IDX-PTG) = 'O'
                       MOVE WS-PTG-EXEMPLAIRE(WS-IDX-PTG)
                         TO ID_EXEMPLAIRE
                       MOVE WS-PTG-EMPRUNT(WS-IDX-PTG)
                         TO EX-FK-EMPRUNT
                       MOVE WS-PTG-LIVRES(WS-IDX-PTG) TO ID_LIVRES
                       MOVE WS-PTG-TITRE(WS-IDX-PTG)  TO TITRE
                       PERFORM 1320-SCAN-RETOUR-DEB
                          THRU 1320-FIN-SCAN-RETOUR
                       IF WS-CONFLIT = 'N'
                          ADD 1 TO WS-NB-PTG-TRAITES
                       END-IF
                       EXEC SQL COMMIT END-EXEC
                    END-IF
                 END-PERFORM
                 DISPLAY WS-NB-PTG-TRAITES " retour(s) enregistré(s)"
                 DISPLAY "un document revenu abîmé part en"
                 DISPLAY "réparation par l'écran des exemplaires (8)"
                 IF WS-PTG-TRONQUE = 'O'
                    DISPLAY "(seuls les " WS-NB-PTG " premiers prêts"
                            " sont traités, repasser pour la suite)"
                 END-IF
              ELSE
                 DISPLAY "retours abandonnés : rien n'est rendu"
              END-IF
           END-IF.

       2240-FIN-RETOURS-TOURNEE.


       2245-RANGER-LIGNE-DEB.
      *----------------------------------------------------------------*
      * Range en table TAB-PORTAGE la ligne lue par le curseur de 2230 *
      * (proposition) ou de 2240 (prêt de portage) et l'affiche ;      *
      * chaque ligne est retenue tant que le guichet ne l'écarte pas   *
      *----------------------------------------------------------------*
           IF WS-NB-PTG < 200
              ADD 1 TO WS-NB-PTG
              MOVE PTG-ID-PROPOSITION TO WS-PTG-ID(WS-NB-PTG)
              MOVE ID_EXEMPLAIRE TO WS-PTG-EXEMPLAIRE(WS-NB-PTG)
              MOVE ID_LIVRES TO WS-PTG-LIVRES(WS-NB-PTG)
              MOVE EMP-FK-EMPRUNTEUR TO WS-PTG-EMPRUNTEUR(WS-NB-PTG)
              MOVE ID_EMPRUNT TO WS-PTG-EMPRUNT(WS-NB-PTG)
              MOVE TITRE TO WS-PTG-TITRE(WS-NB-PTG)
              MOVE 'O' TO WS-PTG-RETENU(WS-NB-PTG)
              DISPLAY "   " ID_EXEMPLAIRE " " TITRE
              DISPLAY "      adhérent " EMP-FK-EMPRUNTEUR " " EMPR-NOM
           ELSE
              MOVE 'O' TO WS-PTG-TRONQUE
           END-IF.

       2245-FIN-RANGER-LIGNE.


       2250-MARQUER-EXEMPLAIRE-DEB.
      *----------------------------------------------------------------*
      * Retire de la table l'exemplaire WS-EXEMPLAIRE-ECARTE saisi au  *
      * guichet                                                        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-REPONSE-PORTAGE.
           PERFORM VARYING WS-IDX-PTG FROM 1 BY 1
                   UNTIL WS-IDX-PTG > WS-NB-PTG
              IF WS-PTG-EXEMPLAIRE(WS-IDX-PTG) = WS-EXEMPLAIRE-ECARTE
                 MOVE 'N' TO WS-PTG-RETENU(WS-IDX-PTG)
                 MOVE 'O' TO WS-REPONSE-PORTAGE
              END-IF
           END-PERFORM.
           IF WS-REPONSE-PORTAGE = 'O'
              DISPLAY "exemplaire " WS-EXEMPLAIRE-ECARTE " écarté"
           ELSE
              DISPLAY "exemplaire absent de la liste"
           END-IF.

       2250-FIN-MARQUER-EXEMPLAIRE.
