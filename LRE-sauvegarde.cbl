      ******************************************************************
      * Programme : LRE-sauvegarde.cbl                                 *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 15/10/2026                                         *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Déchargement complet de la base exobibli vers des fichiers     *
      * plats à format fixe, et rechargement d'une base vide depuis    *
      * l'un de ces déchargements : c'est la procédure de reprise      *
      * après la perte du serveur. Les extractions de chaque           *
      * programme (livres-export.dat, archives-emprunts.dat...) ne     *
      * couvrent chacune que leur part ; ici, toutes les tables du     *
      * système partent, dans l'ordre des clés étrangères :            *
      *   genre, auteurs, livres, operateurs, partenaires,             *
      *   emprunteurs (garants d'abord), exemplaires, emprunts,        *
      *   reservations, amendes, caisse_sessions, encaissements,       *
      *   suggestions, commandes, peb, abonnements, fascicules,        *
      *   politique_pret, audit_log, contributions, sujets,            *
      *   sujets_voir_aussi, livres_sujets, reparations,               *
      *   extraits_compta, portage_preferences, portage_propositions.  *
      *                                                                *
      * MODE (variable d'environnement LRE-SAUVEGARDE, même mécanisme  *
      * que LRE-MODE dans LRE-livres.cbl) :                            *
      * - DECHARGER (défaut) : une lecture cohérente de toute la base  *
      *   (transaction REPEATABLE READ en lecture seule) écrit         *
      *   sauvegarde-AAAAMMJJ-<table>.dat pour chaque table, et        *
      *   sauvegarde-AAAAMMJJ-controle.dat : une ligne par table avec  *
      *   le nombre de lignes et les totaux de ses colonnes de         *
      *   montant (montant et montant_regle des amendes, montant des   *
      *   encaissements, prix_remplacement, prix, fond_declare,        *
      *   montant_compte, prix_annuel, cout des réparations, total     *
      *   des recettes et des engagements des extraits comptables).    *
      * - RECHARGER : relit le déchargement du jour donné par          *
      *   LRE-SAUVEGARDE-DATE (AAAAMMJJ), recharge chaque table dans   *
      *   le même ordre puis compare, table par table, les lignes et   *
      *   les totaux du fichier et de la base à la ligne de contrôle.  *
      *   Tout le rechargement est une seule transaction : il n'est    *
      *   validé (COMMIT) que si tout concorde, sinon rien n'est       *
      *   gardé. Les séquences d'identifiants (seq_xxx, et celles de   *
      *   auteurs et genre) sont recalées sur les clés rechargées.     *
      *   Une base qui contient déjà des données est refusée, sauf     *
      *   avec LRE-SAUVEGARDE-FORCER à O : elle est alors vidée dans   *
      *   la même transaction avant le rechargement.                   *
      *                                                                *
      * Une valeur absente (NULL) est déchargée à zéro ou à blanc ;    *
      * au rechargement, les clés étrangères facultatives et les       *
      * dates non encore connues (retour réel, règlement, clôture...)  *
      * redeviennent NULL (NULLIF), comme les écrivent les écrans.     *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - E/S    : sauvegarde-AAAAMMJJ-<table>.dat (une par table)     *
      *            sauvegarde-AAAAMMJJ-controle.dat (95 caractères)    *
      * - SORTIE : sauvegarde-rapport.txt (compte rendu, 132 col.)     *
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LRE-sauvegarde.
       AUTHOR. Vincent-Cmd1, Lucas et Sibory.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *fichier d'une table et fichier de contrôle : leur nom porte la
      *date du déchargement, il est construit avant chaque ouverture
           SELECT F-TABLE
               ASSIGN USING WS-NOM-FICHIER
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TABLE-STATUS.

           SELECT F-CONTROLE
               ASSIGN USING WS-NOM-CONTROLE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROLE-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'sauvegarde-rapport.txt'
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

      *une ligne d'une table : un enregistrement par table, colonnes
      *dans l'ordre de la table, à largeur fixe (numériques cadrés à
      *zéro, montants avec deux décimales implicites)
       FD  F-TABLE.

       01  REC-SV-GENRE.
           05 SV-GEN-ID-GENRE              PIC 9(13).
           05 SV-GEN-NOM                   PIC X(16).

       01  REC-SV-AUTEURS.
           05 SV-AUT-ID-AUTEUR             PIC 9(13).
           05 SV-AUT-NOM                   PIC X(22).
           05 SV-AUT-PRENOM                PIC X(22).

       01  REC-SV-LIVRES.
           05 SV-LIV-ID-LIVRES             PIC 9(13).
           05 SV-LIV-TITRE                 PIC X(38).
           05 SV-LIV-DATE-PARUTION         PIC X(04).
           05 SV-LIV-EDITIONS              PIC X(23).
           05 SV-LIV-FK-AUTEUR             PIC 9(13).
           05 SV-LIV-FK-GENRE              PIC 9(13).
           05 SV-LIV-FK-EMPRUNT            PIC 9(13).

       01  REC-SV-OPERATEURS.
           05 SV-OPE-CODE-OPERATEUR        PIC X(08).
           05 SV-OPE-NOM                   PIC X(22).
           05 SV-OPE-MOT-DE-PASSE          PIC X(20).
           05 SV-OPE-DROIT-PRET            PIC X(01).
           05 SV-OPE-DROIT-CATALOGUE       PIC X(01).
           05 SV-OPE-DROIT-ADMIN           PIC X(01).

       01  REC-SV-PARTENAIRES.
           05 SV-PRT-ID-PARTENAIRE         PIC 9(13).
           05 SV-PRT-NOM                   PIC X(30).
           05 SV-PRT-TELEPHONE             PIC X(15).
           05 SV-PRT-COURRIEL              PIC X(30).

       01  REC-SV-EMPRUNTEURS.
           05 SV-EMR-ID-EMPRUNTEUR         PIC 9(13).
           05 SV-EMR-NOM                   PIC X(22).
           05 SV-EMR-PRENOM                PIC X(22).
           05 SV-EMR-TELEPHONE             PIC X(15).
           05 SV-EMR-COURRIEL              PIC X(30).
           05 SV-EMR-STATUT                PIC X(10).
           05 SV-EMR-DATE-FIN-ADHESION     PIC 9(08).
           05 SV-EMR-DATE-INSCRIPTION      PIC 9(08).
           05 SV-EMR-CATEGORIE             PIC X(10).
           05 SV-EMR-FK-GARANT             PIC 9(13).
           05 SV-EMR-ADRESSE               PIC X(38).
           05 SV-EMR-CODE-POSTAL           PIC X(05).
           05 SV-EMR-VILLE                 PIC X(25).
           05 SV-EMR-PORTAGE               PIC X(01).
           05 SV-EMR-PORTAGE-TOURNEE       PIC X(10).
           05 SV-EMR-PORTAGE-JOUR          PIC X(12).
           05 SV-EMR-GROS-CARACTERES       PIC X(01).
           05 SV-EMR-PORTAGE-CONSIGNES     PIC X(38).

       01  REC-SV-EXEMPLAIRES.
           05 SV-EXE-ID-EXEMPLAIRE         PIC 9(13).
           05 SV-EXE-FK-LIVRES             PIC 9(13).
           05 SV-EXE-ETAT                  PIC X(12).
           05 SV-EXE-FK-EMPRUNT            PIC 9(13).
           05 SV-EXE-SITE                  PIC X(03).
           05 SV-EXE-SITE-DESTINATION      PIC X(03).
           05 SV-EXE-PRIX-REMPLACEMENT     PIC 9(05)V99.
           05 SV-EXE-DATE-CREATION         PIC 9(08).
           05 SV-EXE-TYPE-DOCUMENT         PIC X(10).
           05 SV-EXE-DATE-TRANSIT          PIC 9(08).

       01  REC-SV-EMPRUNTS.
           05 SV-EMP-ID-EMPRUNT            PIC 9(13).
           05 SV-EMP-FK-LIVRES             PIC 9(13).
           05 SV-EMP-FK-EXEMPLAIRE         PIC 9(13).
           05 SV-EMP-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-EMP-DATE-EMPRUNT          PIC 9(08).
           05 SV-EMP-DATE-RETOUR-PREVUE    PIC 9(08).
           05 SV-EMP-DATE-RETOUR-REELLE    PIC 9(08).
           05 SV-EMP-NB-RENOUVELLEMENTS    PIC 9(02).
           05 SV-EMP-PORTAGE               PIC X(01).

       01  REC-SV-RESERVATIONS.
           05 SV-RES-ID-RESERVATION        PIC 9(13).
           05 SV-RES-FK-LIVRES             PIC 9(13).
           05 SV-RES-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-RES-DATE-RESERVATION      PIC 9(08).
           05 SV-RES-STATUT                PIC X(10).
           05 SV-RES-DATE-PREVENU          PIC 9(08).

       01  REC-SV-AMENDES.
           05 SV-AMD-ID-AMENDE             PIC 9(13).
           05 SV-AMD-FK-EMPRUNT            PIC 9(13).
           05 SV-AMD-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-AMD-JOURS-RETARD          PIC 9(05).
           05 SV-AMD-MONTANT               PIC 9(05)V99.
           05 SV-AMD-MONTANT-REGLE         PIC 9(05)V99.
           05 SV-AMD-STATUT                PIC X(10).
           05 SV-AMD-TYPE-AMENDE           PIC X(12).
           05 SV-AMD-DATE-CALCUL           PIC 9(08).
           05 SV-AMD-DATE-REGLEMENT        PIC 9(08).
           05 SV-AMD-DATE-AVIS-FINAL       PIC 9(08).
           05 SV-AMD-DATE-TITRE            PIC 9(08).

       01  REC-SV-CAISSE.
           05 SV-CAI-ID-SESSION            PIC 9(13).
           05 SV-CAI-CODE-OPERATEUR        PIC X(08).
           05 SV-CAI-DATE-OUVERTURE        PIC 9(08).
           05 SV-CAI-HEURE-OUVERTURE       PIC 9(06).
           05 SV-CAI-FOND-DECLARE          PIC 9(07)V99.
           05 SV-CAI-DATE-CLOTURE          PIC 9(08).
           05 SV-CAI-HEURE-CLOTURE         PIC 9(06).
           05 SV-CAI-MONTANT-COMPTE        PIC 9(07)V99.
           05 SV-CAI-STATUT                PIC X(10).
           05 SV-CAI-NO-EXTRAIT-COMPTA     PIC 9(06).

       01  REC-SV-ENCAISSEMENTS.
           05 SV-ENC-ID-ENCAISSEMENT       PIC 9(13).
           05 SV-ENC-FK-AMENDE             PIC 9(13).
           05 SV-ENC-FK-SESSION            PIC 9(13).
           05 SV-ENC-MONTANT               PIC 9(05)V99.
           05 SV-ENC-TYPE-MOUVEMENT        PIC X(12).
           05 SV-ENC-DATE-MOUVEMENT        PIC 9(08).
           05 SV-ENC-HEURE-MOUVEMENT       PIC 9(06).

       01  REC-SV-SUGGESTIONS.
           05 SV-SUG-ID-SUGGESTION         PIC 9(13).
           05 SV-SUG-TITRE                 PIC X(38).
           05 SV-SUG-AUTEUR-LIBRE          PIC X(44).
           05 SV-SUG-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-SUG-DATE-SUGGESTION       PIC 9(08).
           05 SV-SUG-STATUT                PIC X(10).
           05 SV-SUG-ORIGINE               PIC X(10).
           05 SV-SUG-FK-LIVRES             PIC 9(13).
           05 SV-SUG-NB-EXEMPLAIRES        PIC 9(02).
           05 SV-SUG-RATIO-RESERVATIONS    PIC 9(04)V99.
           05 SV-SUG-ATTENTE-MOYENNE       PIC 9(05).

       01  REC-SV-COMMANDES.
           05 SV-CMD-ID-COMMANDE           PIC 9(13).
           05 SV-CMD-FK-SUGGESTION         PIC 9(13).
           05 SV-CMD-FOURNISSEUR           PIC X(30).
           05 SV-CMD-PRIX                  PIC 9(05)V99.
           05 SV-CMD-DATE-COMMANDE         PIC 9(08).
           05 SV-CMD-DATE-RECEPTION        PIC 9(08).
           05 SV-CMD-STATUT                PIC X(10).
           05 SV-CMD-ISBN                  PIC 9(13).
           05 SV-CMD-TITRE                 PIC X(38).
           05 SV-CMD-DATE-PARUTION         PIC X(04).
           05 SV-CMD-EDITEUR               PIC X(23).
           05 SV-CMD-FK-GENRE              PIC 9(13).
           05 SV-CMD-FK-AUTEUR             PIC 9(13).
           05 SV-CMD-NB-EXEMPLAIRES        PIC 9(02).
           05 SV-CMD-NO-EXTRAIT-ENGAGEMENT PIC 9(06).
           05 SV-CMD-NO-EXTRAIT-LIQUIDATION
                                           PIC 9(06).

       01  REC-SV-PEB.
           05 SV-PEB-ID-PEB                PIC 9(13).
           05 SV-PEB-SENS                  PIC X(08).
           05 SV-PEB-FK-PARTENAIRE         PIC 9(13).
           05 SV-PEB-FK-EXEMPLAIRE         PIC 9(13).
           05 SV-PEB-TITRE                 PIC X(38).
           05 SV-PEB-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-PEB-DATE-DEPART           PIC 9(08).
           05 SV-PEB-DATE-RETOUR-PROMISE   PIC 9(08).
           05 SV-PEB-DATE-RETOUR-REELLE    PIC 9(08).
           05 SV-PEB-STATUT                PIC X(10).

       01  REC-SV-ABONNEMENTS.
           05 SV-ABO-ID-ABONNEMENT         PIC 9(13).
           05 SV-ABO-TITRE                 PIC X(38).
           05 SV-ABO-FOURNISSEUR           PIC X(30).
           05 SV-ABO-NB-PAR-AN             PIC 9(03).
           05 SV-ABO-DATE-DEBUT            PIC 9(08).
           05 SV-ABO-DATE-FIN              PIC 9(08).
           05 SV-ABO-PRIX-ANNUEL           PIC 9(05)V99.
           05 SV-ABO-FK-LIVRES             PIC 9(13).

       01  REC-SV-FASCICULES.
           05 SV-FAS-ID-FASCICULE          PIC 9(13).
           05 SV-FAS-FK-ABONNEMENT         PIC 9(13).
           05 SV-FAS-NUMERO                PIC X(10).
           05 SV-FAS-DATE-RECEPTION        PIC 9(08).
           05 SV-FAS-FK-EXEMPLAIRE         PIC 9(13).

       01  REC-SV-POLITIQUE.
           05 SV-POL-CATEGORIE             PIC X(10).
           05 SV-POL-TYPE-DOCUMENT         PIC X(10).
           05 SV-POL-DUREE-PRET            PIC 9(03).
           05 SV-POL-MAX-EMPRUNTS          PIC 9(03).
           05 SV-POL-MAX-RENOUVEL          PIC 9(02).
           05 SV-POL-TAUX-AMENDE           PIC 9(03)V99.
           05 SV-POL-PLAFOND-AMENDE        PIC 9(05)V99.

       01  REC-SV-AUDIT.
           05 SV-AUD-ID-AUDIT              PIC 9(13).
           05 SV-AUD-OPERATION             PIC X(10).
           05 SV-AUD-ID-LIVRES             PIC 9(13).
           05 SV-AUD-ANCIEN-TITRE          PIC X(38).
           05 SV-AUD-NOUVEAU-TITRE         PIC X(38).
           05 SV-AUD-ANCIEN-DATE-PARUTION  PIC X(04).
           05 SV-AUD-NOUVEAU-DATE-PARUTION PIC X(04).
           05 SV-AUD-ANCIEN-EDITIONS       PIC X(23).
           05 SV-AUD-NOUVEAU-EDITIONS      PIC X(23).
           05 SV-AUD-ANCIEN-FK-GENRE       PIC 9(13).
           05 SV-AUD-NOUVEAU-FK-GENRE      PIC 9(13).
           05 SV-AUD-ANCIEN-FK-AUTEUR      PIC 9(13).
           05 SV-AUD-NOUVEAU-FK-AUTEUR     PIC 9(13).
           05 SV-AUD-HORODATAGE            PIC X(21).
           05 SV-AUD-OPERATEUR             PIC X(08).
       01  REC-SV-CONTRIB.
           05 SV-CTB-FK-LIVRES             PIC 9(13).
           05 SV-CTB-FK-AUTEUR             PIC 9(13).
           05 SV-CTB-ROLE                  PIC X(03).
           05 SV-CTB-ORDRE                 PIC 9(03).
       01  REC-SV-SUJETS.
           05 SV-SUJ-ID-SUJET              PIC 9(13).
           05 SV-SUJ-LIBELLE               PIC X(40).
       01  REC-SV-VOIR-AUSSI.
           05 SV-SVA-FK-SUJET              PIC 9(13).
           05 SV-SVA-FK-SUJET-LIE          PIC 9(13).
       01  REC-SV-LIVRES-SUJETS.
           05 SV-LSU-FK-LIVRES             PIC 9(13).
           05 SV-LSU-FK-SUJET              PIC 9(13).
       01  REC-SV-REPARATIONS.
           05 SV-REP-ID-REPARATION         PIC 9(13).
           05 SV-REP-FK-EXEMPLAIRE         PIC 9(13).
           05 SV-REP-MOTIF                 PIC X(40).
           05 SV-REP-DATE-SIGNALEMENT      PIC 9(08).
           05 SV-REP-DATE-ENVOI            PIC 9(08).
           05 SV-REP-DATE-RETOUR           PIC 9(08).
           05 SV-REP-COUT                  PIC 9(05)V99.
           05 SV-REP-STATUT                PIC X(10).
           05 SV-REP-OPERATEUR             PIC X(08).
       01  REC-SV-EXTRAITS-CPT.
           05 SV-EXC-NO-EXTRAIT            PIC 9(06).
           05 SV-EXC-DATE-EXTRAIT          PIC 9(08).
           05 SV-EXC-HEURE-EXTRAIT         PIC 9(06).
           05 SV-EXC-NB-LIGNES             PIC 9(06).
           05 SV-EXC-TOTAL-RECETTES        PIC 9(09)V99.
           05 SV-EXC-TOTAL-REMISES         PIC 9(09)V99.
           05 SV-EXC-TOTAL-ENGAGEMENTS     PIC 9(09)V99.
           05 SV-EXC-TOTAL-LIQUIDATIONS    PIC 9(09)V99.
       01  REC-SV-PTG-PREFERENCES.
           05 SV-PPF-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-PPF-TYPE-PREF             PIC X(01).
           05 SV-PPF-FK-REFERENCE          PIC 9(13).
       01  REC-SV-PTG-PROPOSITIONS.
           05 SV-PPR-ID-PROPOSITION        PIC 9(13).
           05 SV-PPR-FK-EMPRUNTEUR         PIC 9(13).
           05 SV-PPR-FK-EXEMPLAIRE         PIC 9(13).
           05 SV-PPR-FK-LIVRES             PIC 9(13).
           05 SV-PPR-TOURNEE               PIC X(10).
           05 SV-PPR-DATE-SELECTION        PIC 9(08).
           05 SV-PPR-STATUT                PIC X(10).
           05 SV-PPR-FK-EMPRUNT            PIC 9(13).
           05 SV-PPR-DATE-STATUT           PIC 9(08).
      *ligne de contrôle d'une table : nom 1-20, lignes 21-29,
      *première colonne de montant 30-49 et son total 50-62, seconde
      *colonne 63-82 et son total 83-95 (colonnes à blanc et totaux à
      *zéro pour une table sans montant)
       FD  F-CONTROLE
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-CONTROLE.
           05 SVC-TABLE                    PIC X(20).
           05 SVC-NB-LIGNES                PIC 9(09).
           05 SVC-COLONNE-1                PIC X(20).
           05 SVC-TOTAL-1                  PIC 9(11)V99.
           05 SVC-COLONNE-2                PIC X(20).
           05 SVC-TOTAL-2                  PIC 9(11)V99.

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
      *une ligne de chaque table, colonne par colonne
      *genre
       01  GEN-ID-GENRE               PIC 9(13).
       01  GEN-NOM                    PIC X(16).
      *auteurs
       01  AUT-ID-AUTEUR              PIC 9(13).
       01  AUT-NOM                    PIC X(22).
       01  AUT-PRENOM                 PIC X(22).
      *livres
       01  LIV-ID-LIVRES              PIC 9(13).
       01  LIV-TITRE                  PIC X(38).
       01  LIV-DATE-PARUTION          PIC X(04).
       01  LIV-EDITIONS               PIC X(23).
       01  LIV-FK-AUTEUR              PIC 9(13).
       01  LIV-FK-GENRE               PIC 9(13).
       01  LIV-FK-EMPRUNT             PIC 9(13).
      *operateurs
       01  OPE-CODE-OPERATEUR         PIC X(08).
       01  OPE-NOM                    PIC X(22).
       01  OPE-MOT-DE-PASSE           PIC X(20).
       01  OPE-DROIT-PRET             PIC X(01).
       01  OPE-DROIT-CATALOGUE        PIC X(01).
       01  OPE-DROIT-ADMIN            PIC X(01).
      *partenaires
       01  PRT-ID-PARTENAIRE          PIC 9(13).
       01  PRT-NOM                    PIC X(30).
       01  PRT-TELEPHONE              PIC X(15).
       01  PRT-COURRIEL               PIC X(30).
      *emprunteurs
       01  EMR-ID-EMPRUNTEUR          PIC 9(13).
       01  EMR-NOM                    PIC X(22).
       01  EMR-PRENOM                 PIC X(22).
       01  EMR-TELEPHONE              PIC X(15).
       01  EMR-COURRIEL               PIC X(30).
       01  EMR-STATUT                 PIC X(10).
       01  EMR-DATE-FIN-ADHESION      PIC 9(08).
       01  EMR-DATE-INSCRIPTION       PIC 9(08).
       01  EMR-CATEGORIE              PIC X(10).
       01  EMR-FK-GARANT              PIC 9(13).
       01  EMR-ADRESSE                PIC X(38).
       01  EMR-CODE-POSTAL            PIC X(05).
       01  EMR-VILLE                  PIC X(25).
       01  EMR-PORTAGE                PIC X(01).
       01  EMR-PORTAGE-TOURNEE        PIC X(10).
       01  EMR-PORTAGE-JOUR           PIC X(12).
       01  EMR-GROS-CARACTERES        PIC X(01).
       01  EMR-PORTAGE-CONSIGNES      PIC X(38).
      *exemplaires
       01  EXE-ID-EXEMPLAIRE          PIC 9(13).
       01  EXE-FK-LIVRES              PIC 9(13).
       01  EXE-ETAT                   PIC X(12).
       01  EXE-FK-EMPRUNT             PIC 9(13).
       01  EXE-SITE                   PIC X(03).
       01  EXE-SITE-DESTINATION       PIC X(03).
       01  EXE-PRIX-REMPLACEMENT      PIC 9(05)V99.
       01  EXE-DATE-CREATION          PIC 9(08).
       01  EXE-TYPE-DOCUMENT          PIC X(10).
       01  EXE-DATE-TRANSIT           PIC 9(08).
      *emprunts
       01  EMP-ID-EMPRUNT             PIC 9(13).
       01  EMP-FK-LIVRES              PIC 9(13).
       01  EMP-FK-EXEMPLAIRE          PIC 9(13).
       01  EMP-FK-EMPRUNTEUR          PIC 9(13).
       01  EMP-DATE-EMPRUNT           PIC 9(08).
       01  EMP-DATE-RETOUR-PREVUE     PIC 9(08).
       01  EMP-DATE-RETOUR-REELLE     PIC 9(08).
       01  EMP-NB-RENOUVELLEMENTS     PIC 9(02).
       01  EMP-PORTAGE                PIC X(01).
      *reservations
       01  RES-ID-RESERVATION         PIC 9(13).
       01  RES-FK-LIVRES              PIC 9(13).
       01  RES-FK-EMPRUNTEUR          PIC 9(13).
       01  RES-DATE-RESERVATION       PIC 9(08).
       01  RES-STATUT                 PIC X(10).
       01  RES-DATE-PREVENU           PIC 9(08).
      *amendes
       01  AMD-ID-AMENDE              PIC 9(13).
       01  AMD-FK-EMPRUNT             PIC 9(13).
       01  AMD-FK-EMPRUNTEUR          PIC 9(13).
       01  AMD-JOURS-RETARD           PIC 9(05).
       01  AMD-MONTANT                PIC 9(05)V99.
       01  AMD-MONTANT-REGLE          PIC 9(05)V99.
       01  AMD-STATUT                 PIC X(10).
       01  AMD-TYPE-AMENDE            PIC X(12).
       01  AMD-DATE-CALCUL            PIC 9(08).
       01  AMD-DATE-REGLEMENT         PIC 9(08).
       01  AMD-DATE-AVIS-FINAL        PIC 9(08).
       01  AMD-DATE-TITRE             PIC 9(08).
      *caisse_sessions
       01  CAI-ID-SESSION             PIC 9(13).
       01  CAI-CODE-OPERATEUR         PIC X(08).
       01  CAI-DATE-OUVERTURE         PIC 9(08).
       01  CAI-HEURE-OUVERTURE        PIC 9(06).
       01  CAI-FOND-DECLARE           PIC 9(07)V99.
       01  CAI-DATE-CLOTURE           PIC 9(08).
       01  CAI-HEURE-CLOTURE          PIC 9(06).
       01  CAI-MONTANT-COMPTE         PIC 9(07)V99.
       01  CAI-STATUT                 PIC X(10).
       01  CAI-NO-EXTRAIT-COMPTA      PIC 9(06).
      *encaissements
       01  ENC-ID-ENCAISSEMENT        PIC 9(13).
       01  ENC-FK-AMENDE              PIC 9(13).
       01  ENC-FK-SESSION             PIC 9(13).
       01  ENC-MONTANT                PIC 9(05)V99.
       01  ENC-TYPE-MOUVEMENT         PIC X(12).
       01  ENC-DATE-MOUVEMENT         PIC 9(08).
       01  ENC-HEURE-MOUVEMENT        PIC 9(06).
      *suggestions
       01  SUG-ID-SUGGESTION          PIC 9(13).
       01  SUG-TITRE                  PIC X(38).
       01  SUG-AUTEUR-LIBRE           PIC X(44).
       01  SUG-FK-EMPRUNTEUR          PIC 9(13).
       01  SUG-DATE-SUGGESTION        PIC 9(08).
       01  SUG-STATUT                 PIC X(10).
       01  SUG-ORIGINE                PIC X(10).
       01  SUG-FK-LIVRES              PIC 9(13).
       01  SUG-NB-EXEMPLAIRES         PIC 9(02).
       01  SUG-RATIO-RESERVATIONS     PIC 9(04)V99.
       01  SUG-ATTENTE-MOYENNE        PIC 9(05).
      *commandes
       01  CMD-ID-COMMANDE            PIC 9(13).
       01  CMD-FK-SUGGESTION          PIC 9(13).
       01  CMD-FOURNISSEUR            PIC X(30).
       01  CMD-PRIX                   PIC 9(05)V99.
       01  CMD-DATE-COMMANDE          PIC 9(08).
       01  CMD-DATE-RECEPTION         PIC 9(08).
       01  CMD-STATUT                 PIC X(10).
       01  CMD-ISBN                   PIC 9(13).
       01  CMD-TITRE                  PIC X(38).
       01  CMD-DATE-PARUTION          PIC X(04).
       01  CMD-EDITEUR                PIC X(23).
       01  CMD-FK-GENRE               PIC 9(13).
       01  CMD-FK-AUTEUR              PIC 9(13).
       01  CMD-NB-EXEMPLAIRES         PIC 9(02).
       01  CMD-NO-EXTRAIT-ENGAGEMENT  PIC 9(06).
       01  CMD-NO-EXTRAIT-LIQUIDATION PIC 9(06).
      *peb
       01  PEB-ID-PEB                 PIC 9(13).
       01  PEB-SENS                   PIC X(08).
       01  PEB-FK-PARTENAIRE          PIC 9(13).
       01  PEB-FK-EXEMPLAIRE          PIC 9(13).
       01  PEB-TITRE                  PIC X(38).
       01  PEB-FK-EMPRUNTEUR          PIC 9(13).
       01  PEB-DATE-DEPART            PIC 9(08).
       01  PEB-DATE-RETOUR-PROMISE    PIC 9(08).
       01  PEB-DATE-RETOUR-REELLE     PIC 9(08).
       01  PEB-STATUT                 PIC X(10).
      *abonnements
       01  ABO-ID-ABONNEMENT          PIC 9(13).
       01  ABO-TITRE                  PIC X(38).
       01  ABO-FOURNISSEUR            PIC X(30).
       01  ABO-NB-PAR-AN              PIC 9(03).
       01  ABO-DATE-DEBUT             PIC 9(08).
       01  ABO-DATE-FIN               PIC 9(08).
       01  ABO-PRIX-ANNUEL            PIC 9(05)V99.
       01  ABO-FK-LIVRES              PIC 9(13).
      *fascicules
       01  FAS-ID-FASCICULE           PIC 9(13).
       01  FAS-FK-ABONNEMENT          PIC 9(13).
       01  FAS-NUMERO                 PIC X(10).
       01  FAS-DATE-RECEPTION         PIC 9(08).
       01  FAS-FK-EXEMPLAIRE          PIC 9(13).
      *politique_pret
       01  POL-CATEGORIE              PIC X(10).
       01  POL-TYPE-DOCUMENT          PIC X(10).
       01  POL-DUREE-PRET             PIC 9(03).
       01  POL-MAX-EMPRUNTS           PIC 9(03).
       01  POL-MAX-RENOUVEL           PIC 9(02).
       01  POL-TAUX-AMENDE            PIC 9(03)V99.
       01  POL-PLAFOND-AMENDE         PIC 9(05)V99.
      *audit_log
       01  AUD-ID-AUDIT               PIC 9(13).
       01  AUD-OPERATION              PIC X(10).
       01  AUD-ID-LIVRES              PIC 9(13).
       01  AUD-ANCIEN-TITRE           PIC X(38).
       01  AUD-NOUVEAU-TITRE          PIC X(38).
       01  AUD-ANCIEN-DATE-PARUTION   PIC X(04).
       01  AUD-NOUVEAU-DATE-PARUTION  PIC X(04).
       01  AUD-ANCIEN-EDITIONS        PIC X(23).
       01  AUD-NOUVEAU-EDITIONS       PIC X(23).
       01  AUD-ANCIEN-FK-GENRE        PIC 9(13).
       01  AUD-NOUVEAU-FK-GENRE       PIC 9(13).
       01  AUD-ANCIEN-FK-AUTEUR       PIC 9(13).
       01  AUD-NOUVEAU-FK-AUTEUR      PIC 9(13).
       01  AUD-HORODATAGE             PIC X(21).
       01  AUD-OPERATEUR              PIC X(08).
      *contributions
       01  CTB-FK-LIVRES              PIC 9(13).
       01  CTB-FK-AUTEUR              PIC 9(13).
       01  CTB-ROLE                   PIC X(03).
       01  CTB-ORDRE                  PIC 9(03).
      *sujets
       01  SUJ-ID-SUJET               PIC 9(13).
       01  SUJ-LIBELLE                PIC X(40).
      *sujets_voir_aussi
       01  SVA-FK-SUJET               PIC 9(13).
       01  SVA-FK-SUJET-LIE           PIC 9(13).
      *livres_sujets
       01  LSU-FK-LIVRES              PIC 9(13).
       01  LSU-FK-SUJET               PIC 9(13).
      *reparations
       01  REP-ID-REPARATION          PIC 9(13).
       01  REP-FK-EXEMPLAIRE          PIC 9(13).
       01  REP-MOTIF                  PIC X(40).
       01  REP-DATE-SIGNALEMENT       PIC 9(08).
       01  REP-DATE-ENVOI             PIC 9(08).
       01  REP-DATE-RETOUR            PIC 9(08).
       01  REP-COUT                   PIC 9(05)V99.
       01  REP-STATUT                 PIC X(10).
       01  REP-OPERATEUR              PIC X(08).
      *extraits_compta
       01  EXC-NO-EXTRAIT             PIC 9(06).
       01  EXC-DATE-EXTRAIT           PIC 9(08).
       01  EXC-HEURE-EXTRAIT          PIC 9(06).
       01  EXC-NB-LIGNES              PIC 9(06).
       01  EXC-TOTAL-RECETTES         PIC 9(09)V99.
       01  EXC-TOTAL-REMISES          PIC 9(09)V99.
       01  EXC-TOTAL-ENGAGEMENTS      PIC 9(09)V99.
       01  EXC-TOTAL-LIQUIDATIONS     PIC 9(09)V99.
      *portage_preferences
       01  PPF-FK-EMPRUNTEUR          PIC 9(13).
       01  PPF-TYPE-PREF              PIC X(01).
       01  PPF-FK-REFERENCE           PIC 9(13).
      *portage_propositions
       01  PPR-ID-PROPOSITION         PIC 9(13).
       01  PPR-FK-EMPRUNTEUR          PIC 9(13).
       01  PPR-FK-EXEMPLAIRE          PIC 9(13).
       01  PPR-FK-LIVRES              PIC 9(13).
       01  PPR-TOURNEE                PIC X(10).
       01  PPR-DATE-SELECTION         PIC 9(08).
       01  PPR-STATUT                 PIC X(10).
       01  PPR-FK-EMPRUNT             PIC 9(13).
       01  PPR-DATE-STATUT            PIC 9(08).
      *lignes et totaux relus dans la base après le rechargement
      *d'une table
       01  WS-BASE-NB                 PIC 9(09).
       01  WS-BASE-TOTAL-1            PIC 9(11)V99.
       01  WS-BASE-TOTAL-2            PIC 9(11)V99.
      *nombre total de lignes de la base (contrôle de base vide)
       01  WS-NB-LIGNES-BASE          PIC 9(09).
      *valeur rendue par le recalage d'une séquence
       01  WS-ID-SEQUENCE             PIC 9(13).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  F-TABLE-STATUS                 PIC X(02)     VALUE SPACE.
           88 F-TABLE-STATUS-OK                         VALUE '00'.
           88 F-TABLE-STATUS-EOF                        VALUE '10'.

       01  F-CONTROLE-STATUS              PIC X(02)     VALUE SPACE.
           88 F-CONTROLE-STATUS-OK                      VALUE '00'.
           88 F-CONTROLE-STATUS-EOF                     VALUE '10'.

       01  F-RAPPORT-STATUS               PIC X(02)     VALUE SPACE.
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

       01  F-PARAMS-STATUS                PIC X(02)     VALUE SPACE.
           88 F-PARAMS-STATUS-OK                        VALUE '00'.
           88 F-PARAMS-STATUS-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      * MODE D'EXÉCUTION ET DÉCHARGEMENT VISÉ                          *
      *----------------------------------------------------------------*
       01 WS-MODE-EXEC                     PIC X(10)    VALUE SPACE.
           88 WS-MODE-DECHARGER                         VALUE
              "DECHARGER" SPACE.
           88 WS-MODE-RECHARGER                         VALUE
              "RECHARGER".
       01 WS-FORCER                        PIC X(01)    VALUE 'N'.
           88 WS-FORCER-OK                              VALUE 'O'.
      *date du déchargement : celle du jour pour DECHARGER, celle de
      *LRE-SAUVEGARDE-DATE pour RECHARGER
       01 WS-DATE-SAUVEGARDE               PIC X(08)    VALUE SPACE.
       01 WS-NOM-FICHIER                   PIC X(60)    VALUE SPACE.
       01 WS-NOM-CONTROLE                  PIC X(60)    VALUE SPACE.

      *----------------------------------------------------------------*
      * TABLE EN COURS : nom, colonnes de montant, lignes et totaux    *
      * comptés dans le fichier (écrits au déchargement, lus au        *
      * rechargement)                                                  *
      *----------------------------------------------------------------*
       01 WS-NOM-TABLE                     PIC X(20)    VALUE SPACE.
       01 WS-COLONNE-1                     PIC X(20)    VALUE SPACE.
       01 WS-COLONNE-2                     PIC X(20)    VALUE SPACE.
       01 WS-NB-LIGNES                     PIC 9(09)    VALUE ZEROS.
       01 WS-TOTAL-1                       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-2                       PIC 9(11)V99 VALUE ZEROS.
       01 WS-STATUT-TABLE                  PIC X(05)    VALUE SPACE.

      *----------------------------------------------------------------*
      * LIGNES DU FICHIER DE CONTRÔLE relues au rechargement, dans     *
      * l'ordre du déchargement (qui est celui du rechargement)        *
      *----------------------------------------------------------------*
       01 WS-NB-TABLES-ATTENDUES           PIC 9(02)    VALUE 27.
       01 WS-NB-CONTROLES                  PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-TABLE                     PIC 9(02)    VALUE ZEROS.
       01 TAB-CONTROLE.
           05 WS-CONTROLE OCCURS 27 TIMES.
               10 WS-CTL-TABLE             PIC X(20).
               10 WS-CTL-NB-LIGNES         PIC 9(09).
               10 WS-CTL-COLONNE-1         PIC X(20).
               10 WS-CTL-TOTAL-1           PIC 9(11)V99.
               10 WS-CTL-COLONNE-2         PIC X(20).
               10 WS-CTL-TOTAL-2           PIC 9(11)V99.

      *----------------------------------------------------------------*
      * COMPTEURS ET ZONES D'ÉDITION DU RAPPORT                        *
      *----------------------------------------------------------------*
       01 WS-NB-TABLES                     PIC 9(02)    VALUE ZEROS.
       01 WS-NB-ERREURS                    PIC 9(06)    VALUE ZEROS.
       01 WS-NB-ECARTS                     PIC 9(02)    VALUE ZEROS.
       01 WS-ED-NB                         PIC Z(08)9.
       01 WS-ED-TOTAL-1                    PIC Z(10)9,99.
       01 WS-ED-TOTAL-2                    PIC Z(10)9,99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-MODE-RECHARGER
               PERFORM 3000-RECHARGER-DEB
                  THRU 3000-RECHARGER-FIN
           ELSE
               PERFORM 2000-DECHARGER-DEB
                  THRU 2000-DECHARGER-FIN
           END-IF.

           PERFORM 5000-FIN-PROGRAMME-DEB
              THRU 5000-FIN-PROGRAMME-FIN.

      ******************************************************************
      * === 1000 === INITIALISATION                                    *
      ******************************************************************

       1000-INITIALISATION-DEB.
           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.

           ACCEPT WS-MODE-EXEC FROM ENVIRONMENT "LRE-SAUVEGARDE".
           IF NOT WS-MODE-DECHARGER AND NOT WS-MODE-RECHARGER
               DISPLAY "ERREUR: LRE-SAUVEGARDE inconnu : " WS-MODE-EXEC
               DISPLAY "(DECHARGER ou RECHARGER)"
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           IF WS-MODE-RECHARGER
               ACCEPT WS-DATE-SAUVEGARDE
                  FROM ENVIRONMENT "LRE-SAUVEGARDE-DATE"
               IF WS-DATE-SAUVEGARDE IS NOT NUMERIC
                   DISPLAY "ERREUR: LRE-SAUVEGARDE-DATE (AAAAMMJJ) "
                           "obligatoire pour recharger"
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               ACCEPT WS-FORCER FROM ENVIRONMENT "LRE-SAUVEGARDE-FORCER"
               DISPLAY "Mode : rechargement du déchargement du "
                       WS-DATE-SAUVEGARDE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SAUVEGARDE
               DISPLAY "Mode : déchargement du " WS-DATE-SAUVEGARDE
           END-IF.

           MOVE SPACE TO WS-NOM-CONTROLE.
           STRING "sauvegarde-" DELIMITED BY SIZE
                  WS-DATE-SAUVEGARDE DELIMITED BY SIZE
                  "-controle.dat" DELIMITED BY SIZE
             INTO WS-NOM-CONTROLE
           END-STRING.

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

           MOVE SPACE TO REC-RAPPORT.
           IF WS-MODE-RECHARGER
               STRING "RECHARGEMENT DE LA BASE DEPUIS LE DECHARGEMENT "
                      DELIMITED BY SIZE
                      "DU " DELIMITED BY SIZE
                      WS-DATE-SAUVEGARDE DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING "DECHARGEMENT COMPLET DE LA BASE DU "
                      DELIMITED BY SIZE
                      WS-DATE-SAUVEGARDE DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           WRITE REC-RAPPORT AFTER 1.
           MOVE SPACE TO REC-RAPPORT.
           STRING "TABLE                   LIGNES "
                  DELIMITED BY SIZE
                  "MONTANT 1                    TOTAL "
                  DELIMITED BY SIZE
                  "MONTANT 2                    TOTAL STATUT"
                  DELIMITED BY SIZE
             INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT AFTER 1.

       1000-INITIALISATION-FIN.
           EXIT.

      ******************************************************************
      * === 2000 === DÉCHARGEMENT                                      *
      * Toutes les tables sont lues dans une seule transaction         *
      * REPEATABLE READ en lecture seule : les fichiers forment une    *
      * image cohérente de la base même si le guichet travaille        *
      * pendant le déchargement                                        *
      ******************************************************************

       2000-DECHARGER-DEB.
           EXEC SQL
              SET TRANSACTION ISOLATION LEVEL REPEATABLE READ READ ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur d'ouverture de la transaction SQLCODE: "
                       SQLCODE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           OPEN OUTPUT F-CONTROLE.
           IF NOT F-CONTROLE-STATUS-OK
               DISPLAY "ERREUR: création de " WS-NOM-CONTROLE
               DISPLAY "Code erreur : " F-CONTROLE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 2100-DECHARGER-GENRE-DEB
              THRU 2100-DECHARGER-GENRE-FIN.
           PERFORM 2110-DECHARGER-AUTEURS-DEB
              THRU 2110-DECHARGER-AUTEURS-FIN.
           PERFORM 2120-DECHARGER-LIVRES-DEB
              THRU 2120-DECHARGER-LIVRES-FIN.
           PERFORM 2130-DECHARGER-OPERATEURS-DEB
              THRU 2130-DECHARGER-OPERATEURS-FIN.
           PERFORM 2140-DECHARGER-PARTENAIRES-DEB
              THRU 2140-DECHARGER-PARTENAIRES-FIN.
           PERFORM 2150-DECHARGER-EMPRUNTEURS-DEB
              THRU 2150-DECHARGER-EMPRUNTEURS-FIN.
           PERFORM 2160-DECHARGER-EXEMPLAIRES-DEB
              THRU 2160-DECHARGER-EXEMPLAIRES-FIN.
           PERFORM 2170-DECHARGER-EMPRUNTS-DEB
              THRU 2170-DECHARGER-EMPRUNTS-FIN.
           PERFORM 2180-DECHARGER-RESERVATIONS-DEB
              THRU 2180-DECHARGER-RESERVATIONS-FIN.
           PERFORM 2190-DECHARGER-AMENDES-DEB
              THRU 2190-DECHARGER-AMENDES-FIN.
           PERFORM 2200-DECHARGER-CAISSE-DEB
              THRU 2200-DECHARGER-CAISSE-FIN.
           PERFORM 2210-DECHARGER-ENCAISSEMENTS-DEB
              THRU 2210-DECHARGER-ENCAISSEMENTS-FIN.
           PERFORM 2220-DECHARGER-SUGGESTIONS-DEB
              THRU 2220-DECHARGER-SUGGESTIONS-FIN.
           PERFORM 2230-DECHARGER-COMMANDES-DEB
              THRU 2230-DECHARGER-COMMANDES-FIN.
           PERFORM 2240-DECHARGER-PEB-DEB
              THRU 2240-DECHARGER-PEB-FIN.
           PERFORM 2250-DECHARGER-ABONNEMENTS-DEB
              THRU 2250-DECHARGER-ABONNEMENTS-FIN.
           PERFORM 2260-DECHARGER-FASCICULES-DEB
              THRU 2260-DECHARGER-FASCICULES-FIN.
           PERFORM 2270-DECHARGER-POLITIQUE-DEB
              THRU 2270-DECHARGER-POLITIQUE-FIN.
           PERFORM 2280-DECHARGER-AUDIT-DEB
              THRU 2280-DECHARGER-AUDIT-FIN.
           PERFORM 2290-DECHARGER-CONTRIB-DEB
              THRU 2290-DECHARGER-CONTRIB-FIN.
           PERFORM 2300-DECHARGER-SUJETS-DEB
              THRU 2300-DECHARGER-SUJETS-FIN.
           PERFORM 2310-DECHARGER-VOIR-AUSSI-DEB
              THRU 2310-DECHARGER-VOIR-AUSSI-FIN.
           PERFORM 2320-DECHARGER-LIVRES-SUJETS-DEB
              THRU 2320-DECHARGER-LIVRES-SUJETS-FIN.
           PERFORM 2330-DECHARGER-REPARATIONS-DEB
              THRU 2330-DECHARGER-REPARATIONS-FIN.
           PERFORM 2340-DECHARGER-EXTRAITS-CPT-DEB
              THRU 2340-DECHARGER-EXTRAITS-CPT-FIN.
           PERFORM 2350-DECHARGER-PTG-PREFERENCES-DEB
              THRU 2350-DECHARGER-PTG-PREFERENCES-FIN.
           PERFORM 2351-DECHARGER-PTG-PROPOSITIONS-DEB
              THRU 2351-DECHARGER-PTG-PROPOSITIONS-FIN.

           CLOSE F-CONTROLE.
           EXEC SQL COMMIT END-EXEC.

       2000-DECHARGER-FIN.
           EXIT.

       2100-DECHARGER-GENRE-DEB.
           MOVE "genre" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_genre CURSOR FOR
              SELECT id_genre, COALESCE(nom, ' ')
              FROM genre
              ORDER BY id_genre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_genre
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_genre
              INTO :GEN-ID-GENRE, :GEN-NOM
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2101-ECRIRE-GENRE-DEB
                  THRU 2101-ECRIRE-GENRE-FIN
               EXEC SQL
                  FETCH curseur_svg_genre
                  INTO :GEN-ID-GENRE, :GEN-NOM
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_genre
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2100-DECHARGER-GENRE-FIN.
           EXIT.

       2101-ECRIRE-GENRE-DEB.
           MOVE SPACE TO REC-SV-GENRE.
           MOVE GEN-ID-GENRE TO SV-GEN-ID-GENRE.
           MOVE GEN-NOM      TO SV-GEN-NOM.
           WRITE REC-SV-GENRE.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture genre - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2101-ECRIRE-GENRE-FIN.
           EXIT.

       2110-DECHARGER-AUTEURS-DEB.
           MOVE "auteurs" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_auteurs CURSOR FOR
              SELECT id_auteur, COALESCE(nom, ' '),
                     COALESCE(prenom, ' ')
              FROM auteurs
              ORDER BY id_auteur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_auteurs
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_auteurs
              INTO :AUT-ID-AUTEUR, :AUT-NOM, :AUT-PRENOM
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2111-ECRIRE-AUTEURS-DEB
                  THRU 2111-ECRIRE-AUTEURS-FIN
               EXEC SQL
                  FETCH curseur_svg_auteurs
                  INTO :AUT-ID-AUTEUR, :AUT-NOM, :AUT-PRENOM
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_auteurs
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2110-DECHARGER-AUTEURS-FIN.
           EXIT.

       2111-ECRIRE-AUTEURS-DEB.
           MOVE SPACE TO REC-SV-AUTEURS.
           MOVE AUT-ID-AUTEUR TO SV-AUT-ID-AUTEUR.
           MOVE AUT-NOM       TO SV-AUT-NOM.
           MOVE AUT-PRENOM    TO SV-AUT-PRENOM.
           WRITE REC-SV-AUTEURS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture auteurs - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2111-ECRIRE-AUTEURS-FIN.
           EXIT.

       2120-DECHARGER-LIVRES-DEB.
           MOVE "livres" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_livres CURSOR FOR
              SELECT id_livres, COALESCE(titre, ' '),
                     COALESCE(date_parution, ' '),
                     COALESCE(editions, ' '), COALESCE(fk_auteur, 0),
                     COALESCE(fk_genre, 0), COALESCE(fk_emprunt, 0)
              FROM livres
              ORDER BY id_livres
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_livres
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_livres
              INTO :LIV-ID-LIVRES, :LIV-TITRE, :LIV-DATE-PARUTION,
                   :LIV-EDITIONS, :LIV-FK-AUTEUR, :LIV-FK-GENRE,
                   :LIV-FK-EMPRUNT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2121-ECRIRE-LIVRES-DEB
                  THRU 2121-ECRIRE-LIVRES-FIN
               EXEC SQL
                  FETCH curseur_svg_livres
                  INTO :LIV-ID-LIVRES, :LIV-TITRE, :LIV-DATE-PARUTION,
                       :LIV-EDITIONS, :LIV-FK-AUTEUR, :LIV-FK-GENRE,
                       :LIV-FK-EMPRUNT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_livres
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2120-DECHARGER-LIVRES-FIN.
           EXIT.

       2121-ECRIRE-LIVRES-DEB.
           MOVE SPACE TO REC-SV-LIVRES.
           MOVE LIV-ID-LIVRES     TO SV-LIV-ID-LIVRES.
           MOVE LIV-TITRE         TO SV-LIV-TITRE.
           MOVE LIV-DATE-PARUTION TO SV-LIV-DATE-PARUTION.
           MOVE LIV-EDITIONS      TO SV-LIV-EDITIONS.
           MOVE LIV-FK-AUTEUR     TO SV-LIV-FK-AUTEUR.
           MOVE LIV-FK-GENRE      TO SV-LIV-FK-GENRE.
           MOVE LIV-FK-EMPRUNT    TO SV-LIV-FK-EMPRUNT.
           WRITE REC-SV-LIVRES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture livres - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2121-ECRIRE-LIVRES-FIN.
           EXIT.

       2130-DECHARGER-OPERATEURS-DEB.
           MOVE "operateurs" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_operateurs CURSOR FOR
              SELECT code_operateur, COALESCE(nom, ' '),
                     COALESCE(mot_de_passe, ' '),
                     COALESCE(droit_pret, ' '),
                     COALESCE(droit_catalogue, ' '),
                     COALESCE(droit_admin, ' ')
              FROM operateurs
              ORDER BY code_operateur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_operateurs
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_operateurs
              INTO :OPE-CODE-OPERATEUR, :OPE-NOM, :OPE-MOT-DE-PASSE,
                   :OPE-DROIT-PRET, :OPE-DROIT-CATALOGUE,
                   :OPE-DROIT-ADMIN
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2131-ECRIRE-OPERATEURS-DEB
                  THRU 2131-ECRIRE-OPERATEURS-FIN
               EXEC SQL
                  FETCH curseur_svg_operateurs
                  INTO :OPE-CODE-OPERATEUR, :OPE-NOM, :OPE-MOT-DE-PASSE,
                       :OPE-DROIT-PRET, :OPE-DROIT-CATALOGUE,
                       :OPE-DROIT-ADMIN
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_operateurs
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2130-DECHARGER-OPERATEURS-FIN.
           EXIT.

       2131-ECRIRE-OPERATEURS-DEB.
           MOVE SPACE TO REC-SV-OPERATEURS.
           MOVE OPE-CODE-OPERATEUR  TO SV-OPE-CODE-OPERATEUR.
           MOVE OPE-NOM             TO SV-OPE-NOM.
           MOVE OPE-MOT-DE-PASSE    TO SV-OPE-MOT-DE-PASSE.
           MOVE OPE-DROIT-PRET      TO SV-OPE-DROIT-PRET.
           MOVE OPE-DROIT-CATALOGUE TO SV-OPE-DROIT-CATALOGUE.
           MOVE OPE-DROIT-ADMIN     TO SV-OPE-DROIT-ADMIN.
           WRITE REC-SV-OPERATEURS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture operateurs - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2131-ECRIRE-OPERATEURS-FIN.
           EXIT.

       2140-DECHARGER-PARTENAIRES-DEB.
           MOVE "partenaires" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_partenaires CURSOR FOR
              SELECT id_partenaire, COALESCE(nom, ' '),
                     COALESCE(telephone, ' '), COALESCE(courriel, ' ')
              FROM partenaires
              ORDER BY id_partenaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_partenaires
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_partenaires
              INTO :PRT-ID-PARTENAIRE, :PRT-NOM, :PRT-TELEPHONE,
                   :PRT-COURRIEL
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2141-ECRIRE-PARTENAIRES-DEB
                  THRU 2141-ECRIRE-PARTENAIRES-FIN
               EXEC SQL
                  FETCH curseur_svg_partenaires
                  INTO :PRT-ID-PARTENAIRE, :PRT-NOM, :PRT-TELEPHONE,
                       :PRT-COURRIEL
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_partenaires
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2140-DECHARGER-PARTENAIRES-FIN.
           EXIT.

       2141-ECRIRE-PARTENAIRES-DEB.
           MOVE SPACE TO REC-SV-PARTENAIRES.
           MOVE PRT-ID-PARTENAIRE TO SV-PRT-ID-PARTENAIRE.
           MOVE PRT-NOM           TO SV-PRT-NOM.
           MOVE PRT-TELEPHONE     TO SV-PRT-TELEPHONE.
           MOVE PRT-COURRIEL      TO SV-PRT-COURRIEL.
           WRITE REC-SV-PARTENAIRES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture partenaires - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2141-ECRIRE-PARTENAIRES-FIN.
           EXIT.

       2150-DECHARGER-EMPRUNTEURS-DEB.
           MOVE "emprunteurs" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_emprunteurs CURSOR FOR
              SELECT id_emprunteur, COALESCE(nom, ' '),
                     COALESCE(prenom, ' '), COALESCE(telephone, ' '),
                     COALESCE(courriel, ' '), COALESCE(statut, ' '),
                     COALESCE(date_fin_adhesion, 0),
                     COALESCE(date_inscription, 0),
                     COALESCE(categorie, ' '), COALESCE(fk_garant, 0),
                     COALESCE(adresse, ' '), COALESCE(code_postal, ' '),
                     COALESCE(ville, ' '), COALESCE(portage, 'N'),
                     COALESCE(portage_tournee, ' '),
                     COALESCE(portage_jour, ' '),
                     COALESCE(gros_caracteres, 'N'),
                     COALESCE(portage_consignes, ' ')
              FROM emprunteurs
              ORDER BY COALESCE(fk_garant, 0), id_emprunteur
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_emprunteurs
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_emprunteurs
              INTO :EMR-ID-EMPRUNTEUR, :EMR-NOM, :EMR-PRENOM,
                   :EMR-TELEPHONE, :EMR-COURRIEL, :EMR-STATUT,
                   :EMR-DATE-FIN-ADHESION, :EMR-DATE-INSCRIPTION,
                   :EMR-CATEGORIE, :EMR-FK-GARANT, :EMR-ADRESSE,
                   :EMR-CODE-POSTAL, :EMR-VILLE, :EMR-PORTAGE,
                   :EMR-PORTAGE-TOURNEE, :EMR-PORTAGE-JOUR,
                   :EMR-GROS-CARACTERES, :EMR-PORTAGE-CONSIGNES
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2151-ECRIRE-EMPRUNTEURS-DEB
                  THRU 2151-ECRIRE-EMPRUNTEURS-FIN
               EXEC SQL
                  FETCH curseur_svg_emprunteurs
                  INTO :EMR-ID-EMPRUNTEUR, :EMR-NOM, :EMR-PRENOM,
                       :EMR-TELEPHONE, :EMR-COURRIEL, :EMR-STATUT,
                       :EMR-DATE-FIN-ADHESION, :EMR-DATE-INSCRIPTION,
                       :EMR-CATEGORIE, :EMR-FK-GARANT, :EMR-ADRESSE,
                       :EMR-CODE-POSTAL, :EMR-VILLE, :EMR-PORTAGE,
                       :EMR-PORTAGE-TOURNEE, :EMR-PORTAGE-JOUR,
                       :EMR-GROS-CARACTERES, :EMR-PORTAGE-CONSIGNES
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_emprunteurs
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2150-DECHARGER-EMPRUNTEURS-FIN.
           EXIT.

       2151-ECRIRE-EMPRUNTEURS-DEB.
           MOVE SPACE TO REC-SV-EMPRUNTEURS.
           MOVE EMR-ID-EMPRUNTEUR     TO SV-EMR-ID-EMPRUNTEUR.
           MOVE EMR-NOM               TO SV-EMR-NOM.
           MOVE EMR-PRENOM            TO SV-EMR-PRENOM.
           MOVE EMR-TELEPHONE         TO SV-EMR-TELEPHONE.
           MOVE EMR-COURRIEL          TO SV-EMR-COURRIEL.
           MOVE EMR-STATUT            TO SV-EMR-STATUT.
           MOVE EMR-DATE-FIN-ADHESION TO SV-EMR-DATE-FIN-ADHESION.
           MOVE EMR-DATE-INSCRIPTION  TO SV-EMR-DATE-INSCRIPTION.
           MOVE EMR-CATEGORIE         TO SV-EMR-CATEGORIE.
           MOVE EMR-FK-GARANT         TO SV-EMR-FK-GARANT.
           MOVE EMR-ADRESSE           TO SV-EMR-ADRESSE.
           MOVE EMR-CODE-POSTAL       TO SV-EMR-CODE-POSTAL.
           MOVE EMR-VILLE             TO SV-EMR-VILLE.
           MOVE EMR-PORTAGE           TO SV-EMR-PORTAGE.
           MOVE EMR-PORTAGE-TOURNEE   TO SV-EMR-PORTAGE-TOURNEE.
           MOVE EMR-PORTAGE-JOUR      TO SV-EMR-PORTAGE-JOUR.
           MOVE EMR-GROS-CARACTERES   TO SV-EMR-GROS-CARACTERES.
           MOVE EMR-PORTAGE-CONSIGNES TO SV-EMR-PORTAGE-CONSIGNES.
           WRITE REC-SV-EMPRUNTEURS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture emprunteurs - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2151-ECRIRE-EMPRUNTEURS-FIN.
           EXIT.

       2160-DECHARGER-EXEMPLAIRES-DEB.
           MOVE "exemplaires" TO WS-NOM-TABLE.
           MOVE "prix_remplacement" TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_exemplaires CURSOR FOR
              SELECT id_exemplaire, COALESCE(fk_livres, 0),
                     COALESCE(etat, ' '), COALESCE(fk_emprunt, 0),
                     COALESCE(site, ' '),
                     COALESCE(site_destination, ' '),
                     COALESCE(prix_remplacement, 0),
                     COALESCE(date_creation, 0),
                     COALESCE(type_document, ' '),
                     COALESCE(date_transit, 0)
              FROM exemplaires
              ORDER BY id_exemplaire
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_exemplaires
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_exemplaires
              INTO :EXE-ID-EXEMPLAIRE, :EXE-FK-LIVRES, :EXE-ETAT,
                   :EXE-FK-EMPRUNT, :EXE-SITE, :EXE-SITE-DESTINATION,
                   :EXE-PRIX-REMPLACEMENT, :EXE-DATE-CREATION,
                   :EXE-TYPE-DOCUMENT, :EXE-DATE-TRANSIT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2161-ECRIRE-EXEMPLAIRES-DEB
                  THRU 2161-ECRIRE-EXEMPLAIRES-FIN
               EXEC SQL
                  FETCH curseur_svg_exemplaires
                  INTO :EXE-ID-EXEMPLAIRE, :EXE-FK-LIVRES, :EXE-ETAT,
                       :EXE-FK-EMPRUNT, :EXE-SITE,
                       :EXE-SITE-DESTINATION, :EXE-PRIX-REMPLACEMENT,
                       :EXE-DATE-CREATION, :EXE-TYPE-DOCUMENT,
                       :EXE-DATE-TRANSIT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_exemplaires
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2160-DECHARGER-EXEMPLAIRES-FIN.
           EXIT.

       2161-ECRIRE-EXEMPLAIRES-DEB.
           MOVE SPACE TO REC-SV-EXEMPLAIRES.
           MOVE EXE-ID-EXEMPLAIRE     TO SV-EXE-ID-EXEMPLAIRE.
           MOVE EXE-FK-LIVRES         TO SV-EXE-FK-LIVRES.
           MOVE EXE-ETAT              TO SV-EXE-ETAT.
           MOVE EXE-FK-EMPRUNT        TO SV-EXE-FK-EMPRUNT.
           MOVE EXE-SITE              TO SV-EXE-SITE.
           MOVE EXE-SITE-DESTINATION  TO SV-EXE-SITE-DESTINATION.
           MOVE EXE-PRIX-REMPLACEMENT TO SV-EXE-PRIX-REMPLACEMENT.
           MOVE EXE-DATE-CREATION     TO SV-EXE-DATE-CREATION.
           MOVE EXE-TYPE-DOCUMENT     TO SV-EXE-TYPE-DOCUMENT.
           MOVE EXE-DATE-TRANSIT      TO SV-EXE-DATE-TRANSIT.
           WRITE REC-SV-EXEMPLAIRES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture exemplaires - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD EXE-PRIX-REMPLACEMENT TO WS-TOTAL-1.

       2161-ECRIRE-EXEMPLAIRES-FIN.
           EXIT.

       2170-DECHARGER-EMPRUNTS-DEB.
           MOVE "emprunts" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_emprunts CURSOR FOR
              SELECT id_emprunt, COALESCE(fk_livres, 0),
                     COALESCE(fk_exemplaire, 0),
                     COALESCE(fk_emprunteur, 0),
                     COALESCE(date_emprunt, 0),
                     COALESCE(date_retour_prevue, 0),
                     COALESCE(date_retour_reelle, 0),
                     COALESCE(nb_renouvellements, 0),
                     COALESCE(portage, 'N')
              FROM emprunts
              ORDER BY id_emprunt
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_emprunts
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_emprunts
              INTO :EMP-ID-EMPRUNT, :EMP-FK-LIVRES, :EMP-FK-EXEMPLAIRE,
                   :EMP-FK-EMPRUNTEUR, :EMP-DATE-EMPRUNT,
                   :EMP-DATE-RETOUR-PREVUE, :EMP-DATE-RETOUR-REELLE,
                   :EMP-NB-RENOUVELLEMENTS, :EMP-PORTAGE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2171-ECRIRE-EMPRUNTS-DEB
                  THRU 2171-ECRIRE-EMPRUNTS-FIN
               EXEC SQL
                  FETCH curseur_svg_emprunts
                  INTO :EMP-ID-EMPRUNT, :EMP-FK-LIVRES,
                       :EMP-FK-EXEMPLAIRE, :EMP-FK-EMPRUNTEUR,
                       :EMP-DATE-EMPRUNT, :EMP-DATE-RETOUR-PREVUE,
                       :EMP-DATE-RETOUR-REELLE, :EMP-NB-RENOUVELLEMENTS,
                       :EMP-PORTAGE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_emprunts
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2170-DECHARGER-EMPRUNTS-FIN.
           EXIT.

       2171-ECRIRE-EMPRUNTS-DEB.
           MOVE SPACE TO REC-SV-EMPRUNTS.
           MOVE EMP-ID-EMPRUNT         TO SV-EMP-ID-EMPRUNT.
           MOVE EMP-FK-LIVRES          TO SV-EMP-FK-LIVRES.
           MOVE EMP-FK-EXEMPLAIRE      TO SV-EMP-FK-EXEMPLAIRE.
           MOVE EMP-FK-EMPRUNTEUR      TO SV-EMP-FK-EMPRUNTEUR.
           MOVE EMP-DATE-EMPRUNT       TO SV-EMP-DATE-EMPRUNT.
           MOVE EMP-DATE-RETOUR-PREVUE TO SV-EMP-DATE-RETOUR-PREVUE.
           MOVE EMP-DATE-RETOUR-REELLE TO SV-EMP-DATE-RETOUR-REELLE.
           MOVE EMP-NB-RENOUVELLEMENTS TO SV-EMP-NB-RENOUVELLEMENTS.
           MOVE EMP-PORTAGE            TO SV-EMP-PORTAGE.
           WRITE REC-SV-EMPRUNTS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture emprunts - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2171-ECRIRE-EMPRUNTS-FIN.
           EXIT.

       2180-DECHARGER-RESERVATIONS-DEB.
           MOVE "reservations" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_reservations CURSOR FOR
              SELECT id_reservation, COALESCE(fk_livres, 0),
                     COALESCE(fk_emprunteur, 0),
                     COALESCE(date_reservation, 0),
                     COALESCE(statut, ' '), COALESCE(date_prevenu, 0)
              FROM reservations
              ORDER BY id_reservation
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_reservations
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_reservations
              INTO :RES-ID-RESERVATION, :RES-FK-LIVRES,
                   :RES-FK-EMPRUNTEUR, :RES-DATE-RESERVATION,
                   :RES-STATUT, :RES-DATE-PREVENU
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2181-ECRIRE-RESERVATIONS-DEB
                  THRU 2181-ECRIRE-RESERVATIONS-FIN
               EXEC SQL
                  FETCH curseur_svg_reservations
                  INTO :RES-ID-RESERVATION, :RES-FK-LIVRES,
                       :RES-FK-EMPRUNTEUR, :RES-DATE-RESERVATION,
                       :RES-STATUT, :RES-DATE-PREVENU
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_reservations
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2180-DECHARGER-RESERVATIONS-FIN.
           EXIT.

       2181-ECRIRE-RESERVATIONS-DEB.
           MOVE SPACE TO REC-SV-RESERVATIONS.
           MOVE RES-ID-RESERVATION   TO SV-RES-ID-RESERVATION.
           MOVE RES-FK-LIVRES        TO SV-RES-FK-LIVRES.
           MOVE RES-FK-EMPRUNTEUR    TO SV-RES-FK-EMPRUNTEUR.
           MOVE RES-DATE-RESERVATION TO SV-RES-DATE-RESERVATION.
           MOVE RES-STATUT           TO SV-RES-STATUT.
           MOVE RES-DATE-PREVENU     TO SV-RES-DATE-PREVENU.
           WRITE REC-SV-RESERVATIONS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture reservations - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2181-ECRIRE-RESERVATIONS-FIN.
           EXIT.

       2190-DECHARGER-AMENDES-DEB.
           MOVE "amendes" TO WS-NOM-TABLE.
           MOVE "montant" TO WS-COLONNE-1.
           MOVE "montant_regle" TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_amendes CURSOR FOR
              SELECT id_amende, COALESCE(fk_emprunt, 0),
                     COALESCE(fk_emprunteur, 0),
                     COALESCE(jours_retard, 0), COALESCE(montant, 0),
                     COALESCE(montant_regle, 0), COALESCE(statut, ' '),
                     COALESCE(type_amende, ' '),
                     COALESCE(date_calcul, 0),
                     COALESCE(date_reglement, 0),
                     COALESCE(date_avis_final, 0),
                     COALESCE(date_titre, 0)
              FROM amendes
              ORDER BY id_amende
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_amendes
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_amendes
              INTO :AMD-ID-AMENDE, :AMD-FK-EMPRUNT, :AMD-FK-EMPRUNTEUR,
                   :AMD-JOURS-RETARD, :AMD-MONTANT, :AMD-MONTANT-REGLE,
                   :AMD-STATUT, :AMD-TYPE-AMENDE, :AMD-DATE-CALCUL,
                   :AMD-DATE-REGLEMENT, :AMD-DATE-AVIS-FINAL,
                   :AMD-DATE-TITRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2191-ECRIRE-AMENDES-DEB
                  THRU 2191-ECRIRE-AMENDES-FIN
               EXEC SQL
                  FETCH curseur_svg_amendes
                  INTO :AMD-ID-AMENDE, :AMD-FK-EMPRUNT,
                       :AMD-FK-EMPRUNTEUR, :AMD-JOURS-RETARD,
                       :AMD-MONTANT, :AMD-MONTANT-REGLE, :AMD-STATUT,
                       :AMD-TYPE-AMENDE, :AMD-DATE-CALCUL,
                       :AMD-DATE-REGLEMENT, :AMD-DATE-AVIS-FINAL,
                       :AMD-DATE-TITRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_amendes
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2190-DECHARGER-AMENDES-FIN.
           EXIT.

       2191-ECRIRE-AMENDES-DEB.
           MOVE SPACE TO REC-SV-AMENDES.
           MOVE AMD-ID-AMENDE      TO SV-AMD-ID-AMENDE.
           MOVE AMD-FK-EMPRUNT     TO SV-AMD-FK-EMPRUNT.
           MOVE AMD-FK-EMPRUNTEUR  TO SV-AMD-FK-EMPRUNTEUR.
           MOVE AMD-JOURS-RETARD   TO SV-AMD-JOURS-RETARD.
           MOVE AMD-MONTANT        TO SV-AMD-MONTANT.
           MOVE AMD-MONTANT-REGLE  TO SV-AMD-MONTANT-REGLE.
           MOVE AMD-STATUT         TO SV-AMD-STATUT.
           MOVE AMD-TYPE-AMENDE    TO SV-AMD-TYPE-AMENDE.
           MOVE AMD-DATE-CALCUL    TO SV-AMD-DATE-CALCUL.
           MOVE AMD-DATE-REGLEMENT TO SV-AMD-DATE-REGLEMENT.
           MOVE AMD-DATE-AVIS-FINAL TO SV-AMD-DATE-AVIS-FINAL.
           MOVE AMD-DATE-TITRE     TO SV-AMD-DATE-TITRE.
           WRITE REC-SV-AMENDES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture amendes - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD AMD-MONTANT TO WS-TOTAL-1.
           ADD AMD-MONTANT-REGLE TO WS-TOTAL-2.

       2191-ECRIRE-AMENDES-FIN.
           EXIT.

       2200-DECHARGER-CAISSE-DEB.
           MOVE "caisse_sessions" TO WS-NOM-TABLE.
           MOVE "fond_declare" TO WS-COLONNE-1.
           MOVE "montant_compte" TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_caisse CURSOR FOR
              SELECT id_session, COALESCE(code_operateur, ' '),
                     COALESCE(date_ouverture, 0),
                     COALESCE(heure_ouverture, 0),
                     COALESCE(fond_declare, 0),
                     COALESCE(date_cloture, 0),
                     COALESCE(heure_cloture, 0),
                     COALESCE(montant_compte, 0), COALESCE(statut, ' '),
                     COALESCE(no_extrait_compta, 0)
              FROM caisse_sessions
              ORDER BY id_session
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_caisse
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_caisse
              INTO :CAI-ID-SESSION, :CAI-CODE-OPERATEUR,
                   :CAI-DATE-OUVERTURE, :CAI-HEURE-OUVERTURE,
                   :CAI-FOND-DECLARE, :CAI-DATE-CLOTURE,
                   :CAI-HEURE-CLOTURE, :CAI-MONTANT-COMPTE, :CAI-STATUT,
                   :CAI-NO-EXTRAIT-COMPTA
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2201-ECRIRE-CAISSE-DEB
                  THRU 2201-ECRIRE-CAISSE-FIN
               EXEC SQL
                  FETCH curseur_svg_caisse
                  INTO :CAI-ID-SESSION, :CAI-CODE-OPERATEUR,
                       :CAI-DATE-OUVERTURE, :CAI-HEURE-OUVERTURE,
                       :CAI-FOND-DECLARE, :CAI-DATE-CLOTURE,
                       :CAI-HEURE-CLOTURE, :CAI-MONTANT-COMPTE,
                       :CAI-STATUT, :CAI-NO-EXTRAIT-COMPTA
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_caisse
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2200-DECHARGER-CAISSE-FIN.
           EXIT.

       2201-ECRIRE-CAISSE-DEB.
           MOVE SPACE TO REC-SV-CAISSE.
           MOVE CAI-ID-SESSION      TO SV-CAI-ID-SESSION.
           MOVE CAI-CODE-OPERATEUR  TO SV-CAI-CODE-OPERATEUR.
           MOVE CAI-DATE-OUVERTURE  TO SV-CAI-DATE-OUVERTURE.
           MOVE CAI-HEURE-OUVERTURE TO SV-CAI-HEURE-OUVERTURE.
           MOVE CAI-FOND-DECLARE    TO SV-CAI-FOND-DECLARE.
           MOVE CAI-DATE-CLOTURE    TO SV-CAI-DATE-CLOTURE.
           MOVE CAI-HEURE-CLOTURE   TO SV-CAI-HEURE-CLOTURE.
           MOVE CAI-MONTANT-COMPTE  TO SV-CAI-MONTANT-COMPTE.
           MOVE CAI-STATUT          TO SV-CAI-STATUT.
           MOVE CAI-NO-EXTRAIT-COMPTA TO SV-CAI-NO-EXTRAIT-COMPTA.
           WRITE REC-SV-CAISSE.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture caisse_sessions - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD CAI-FOND-DECLARE TO WS-TOTAL-1.
           ADD CAI-MONTANT-COMPTE TO WS-TOTAL-2.

       2201-ECRIRE-CAISSE-FIN.
           EXIT.

       2210-DECHARGER-ENCAISSEMENTS-DEB.
           MOVE "encaissements" TO WS-NOM-TABLE.
           MOVE "montant" TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_encaissements CURSOR FOR
              SELECT id_encaissement, COALESCE(fk_amende, 0),
                     COALESCE(fk_session, 0), COALESCE(montant, 0),
                     COALESCE(type_mouvement, ' '),
                     COALESCE(date_mouvement, 0),
                     COALESCE(heure_mouvement, 0)
              FROM encaissements
              ORDER BY id_encaissement
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_encaissements
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_encaissements
              INTO :ENC-ID-ENCAISSEMENT, :ENC-FK-AMENDE,
                   :ENC-FK-SESSION, :ENC-MONTANT, :ENC-TYPE-MOUVEMENT,
                   :ENC-DATE-MOUVEMENT, :ENC-HEURE-MOUVEMENT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2211-ECRIRE-ENCAISSEMENTS-DEB
                  THRU 2211-ECRIRE-ENCAISSEMENTS-FIN
               EXEC SQL
                  FETCH curseur_svg_encaissements
                  INTO :ENC-ID-ENCAISSEMENT, :ENC-FK-AMENDE,
                       :ENC-FK-SESSION, :ENC-MONTANT,
                       :ENC-TYPE-MOUVEMENT, :ENC-DATE-MOUVEMENT,
                       :ENC-HEURE-MOUVEMENT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_encaissements
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2210-DECHARGER-ENCAISSEMENTS-FIN.
           EXIT.

       2211-ECRIRE-ENCAISSEMENTS-DEB.
           MOVE SPACE TO REC-SV-ENCAISSEMENTS.
           MOVE ENC-ID-ENCAISSEMENT TO SV-ENC-ID-ENCAISSEMENT.
           MOVE ENC-FK-AMENDE       TO SV-ENC-FK-AMENDE.
           MOVE ENC-FK-SESSION      TO SV-ENC-FK-SESSION.
           MOVE ENC-MONTANT         TO SV-ENC-MONTANT.
           MOVE ENC-TYPE-MOUVEMENT  TO SV-ENC-TYPE-MOUVEMENT.
           MOVE ENC-DATE-MOUVEMENT  TO SV-ENC-DATE-MOUVEMENT.
           MOVE ENC-HEURE-MOUVEMENT TO SV-ENC-HEURE-MOUVEMENT.
           WRITE REC-SV-ENCAISSEMENTS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture encaissements - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD ENC-MONTANT TO WS-TOTAL-1.

       2211-ECRIRE-ENCAISSEMENTS-FIN.
           EXIT.

       2220-DECHARGER-SUGGESTIONS-DEB.
           MOVE "suggestions" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_suggestions CURSOR FOR
              SELECT id_suggestion, COALESCE(titre, ' '),
                     COALESCE(auteur_libre, ' '),
                     COALESCE(fk_emprunteur, 0),
                     COALESCE(date_suggestion, 0),
                     COALESCE(statut, ' '),
                     COALESCE(origine, 'LECTEUR'),
                     COALESCE(fk_livres, 0),
                     COALESCE(nb_exemplaires, 0),
                     COALESCE(ratio_reservations, 0),
                     COALESCE(attente_moyenne, 0)
              FROM suggestions
              ORDER BY id_suggestion
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_suggestions
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_suggestions
              INTO :SUG-ID-SUGGESTION, :SUG-TITRE, :SUG-AUTEUR-LIBRE,
                   :SUG-FK-EMPRUNTEUR, :SUG-DATE-SUGGESTION,
                   :SUG-STATUT,
                   :SUG-ORIGINE, :SUG-FK-LIVRES, :SUG-NB-EXEMPLAIRES,
                   :SUG-RATIO-RESERVATIONS, :SUG-ATTENTE-MOYENNE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2221-ECRIRE-SUGGESTIONS-DEB
                  THRU 2221-ECRIRE-SUGGESTIONS-FIN
               EXEC SQL
                  FETCH curseur_svg_suggestions
                  INTO :SUG-ID-SUGGESTION, :SUG-TITRE,
                       :SUG-AUTEUR-LIBRE, :SUG-FK-EMPRUNTEUR,
                       :SUG-DATE-SUGGESTION, :SUG-STATUT,
                       :SUG-ORIGINE, :SUG-FK-LIVRES,
                       :SUG-NB-EXEMPLAIRES, :SUG-RATIO-RESERVATIONS,
                       :SUG-ATTENTE-MOYENNE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_suggestions
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2220-DECHARGER-SUGGESTIONS-FIN.
           EXIT.

       2221-ECRIRE-SUGGESTIONS-DEB.
           MOVE SPACE TO REC-SV-SUGGESTIONS.
           MOVE SUG-ID-SUGGESTION   TO SV-SUG-ID-SUGGESTION.
           MOVE SUG-TITRE           TO SV-SUG-TITRE.
           MOVE SUG-AUTEUR-LIBRE    TO SV-SUG-AUTEUR-LIBRE.
           MOVE SUG-FK-EMPRUNTEUR   TO SV-SUG-FK-EMPRUNTEUR.
           MOVE SUG-DATE-SUGGESTION TO SV-SUG-DATE-SUGGESTION.
           MOVE SUG-STATUT          TO SV-SUG-STATUT.
           MOVE SUG-ORIGINE         TO SV-SUG-ORIGINE.
           MOVE SUG-FK-LIVRES       TO SV-SUG-FK-LIVRES.
           MOVE SUG-NB-EXEMPLAIRES  TO SV-SUG-NB-EXEMPLAIRES.
           MOVE SUG-RATIO-RESERVATIONS
                                    TO SV-SUG-RATIO-RESERVATIONS.
           MOVE SUG-ATTENTE-MOYENNE TO SV-SUG-ATTENTE-MOYENNE.
           WRITE REC-SV-SUGGESTIONS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture suggestions - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2221-ECRIRE-SUGGESTIONS-FIN.
           EXIT.

       2230-DECHARGER-COMMANDES-DEB.
           MOVE "commandes" TO WS-NOM-TABLE.
           MOVE "prix" TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_commandes CURSOR FOR
              SELECT id_commande, COALESCE(fk_suggestion, 0),
                     COALESCE(fournisseur, ' '), COALESCE(prix, 0),
                     COALESCE(date_commande, 0),
                     COALESCE(date_reception, 0), COALESCE(statut, ' '),
                     COALESCE(isbn, 0), COALESCE(titre, ' '),
                     COALESCE(date_parution, ' '),
                     COALESCE(editeur, ' '), COALESCE(fk_genre, 0),
                     COALESCE(fk_auteur, 0),
                     COALESCE(nb_exemplaires, 0),
                     COALESCE(no_extrait_engagement, 0),
                     COALESCE(no_extrait_liquidation, 0)
              FROM commandes
              ORDER BY id_commande
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_commandes
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_commandes
              INTO :CMD-ID-COMMANDE, :CMD-FK-SUGGESTION,
                   :CMD-FOURNISSEUR, :CMD-PRIX, :CMD-DATE-COMMANDE,
                   :CMD-DATE-RECEPTION, :CMD-STATUT, :CMD-ISBN,
                   :CMD-TITRE, :CMD-DATE-PARUTION, :CMD-EDITEUR,
                   :CMD-FK-GENRE, :CMD-FK-AUTEUR, :CMD-NB-EXEMPLAIRES,
                   :CMD-NO-EXTRAIT-ENGAGEMENT,
                   :CMD-NO-EXTRAIT-LIQUIDATION
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2231-ECRIRE-COMMANDES-DEB
                  THRU 2231-ECRIRE-COMMANDES-FIN
               EXEC SQL
                  FETCH curseur_svg_commandes
                  INTO :CMD-ID-COMMANDE, :CMD-FK-SUGGESTION,
                       :CMD-FOURNISSEUR, :CMD-PRIX, :CMD-DATE-COMMANDE,
                       :CMD-DATE-RECEPTION, :CMD-STATUT, :CMD-ISBN,
                       :CMD-TITRE, :CMD-DATE-PARUTION, :CMD-EDITEUR,
                       :CMD-FK-GENRE, :CMD-FK-AUTEUR,
                       :CMD-NB-EXEMPLAIRES, :CMD-NO-EXTRAIT-ENGAGEMENT,
                       :CMD-NO-EXTRAIT-LIQUIDATION
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_commandes
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2230-DECHARGER-COMMANDES-FIN.
           EXIT.

       2231-ECRIRE-COMMANDES-DEB.
           MOVE SPACE TO REC-SV-COMMANDES.
           MOVE CMD-ID-COMMANDE    TO SV-CMD-ID-COMMANDE.
           MOVE CMD-FK-SUGGESTION  TO SV-CMD-FK-SUGGESTION.
           MOVE CMD-FOURNISSEUR    TO SV-CMD-FOURNISSEUR.
           MOVE CMD-PRIX           TO SV-CMD-PRIX.
           MOVE CMD-DATE-COMMANDE  TO SV-CMD-DATE-COMMANDE.
           MOVE CMD-DATE-RECEPTION TO SV-CMD-DATE-RECEPTION.
           MOVE CMD-STATUT         TO SV-CMD-STATUT.
           MOVE CMD-ISBN           TO SV-CMD-ISBN.
           MOVE CMD-TITRE          TO SV-CMD-TITRE.
           MOVE CMD-DATE-PARUTION  TO SV-CMD-DATE-PARUTION.
           MOVE CMD-EDITEUR        TO SV-CMD-EDITEUR.
           MOVE CMD-FK-GENRE       TO SV-CMD-FK-GENRE.
           MOVE CMD-FK-AUTEUR      TO SV-CMD-FK-AUTEUR.
           MOVE CMD-NB-EXEMPLAIRES TO SV-CMD-NB-EXEMPLAIRES.
           MOVE CMD-NO-EXTRAIT-ENGAGEMENT
                                   TO SV-CMD-NO-EXTRAIT-ENGAGEMENT.
           MOVE CMD-NO-EXTRAIT-LIQUIDATION
                                   TO SV-CMD-NO-EXTRAIT-LIQUIDATION.
           WRITE REC-SV-COMMANDES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture commandes - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD CMD-PRIX TO WS-TOTAL-1.

       2231-ECRIRE-COMMANDES-FIN.
           EXIT.

       2240-DECHARGER-PEB-DEB.
           MOVE "peb" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_peb CURSOR FOR
              SELECT id_peb, COALESCE(sens, ' '),
                     COALESCE(fk_partenaire, 0),
                     COALESCE(fk_exemplaire, 0), COALESCE(titre, ' '),
                     COALESCE(fk_emprunteur, 0),
                     COALESCE(date_depart, 0),
                     COALESCE(date_retour_promise, 0),
                     COALESCE(date_retour_reelle, 0),
                     COALESCE(statut, ' ')
              FROM peb
              ORDER BY id_peb
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_peb
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_peb
              INTO :PEB-ID-PEB, :PEB-SENS, :PEB-FK-PARTENAIRE,
                   :PEB-FK-EXEMPLAIRE, :PEB-TITRE, :PEB-FK-EMPRUNTEUR,
                   :PEB-DATE-DEPART, :PEB-DATE-RETOUR-PROMISE,
                   :PEB-DATE-RETOUR-REELLE, :PEB-STATUT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2241-ECRIRE-PEB-DEB
                  THRU 2241-ECRIRE-PEB-FIN
               EXEC SQL
                  FETCH curseur_svg_peb
                  INTO :PEB-ID-PEB, :PEB-SENS, :PEB-FK-PARTENAIRE,
                       :PEB-FK-EXEMPLAIRE, :PEB-TITRE,
                       :PEB-FK-EMPRUNTEUR, :PEB-DATE-DEPART,
                       :PEB-DATE-RETOUR-PROMISE,
                       :PEB-DATE-RETOUR-REELLE, :PEB-STATUT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_peb
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2240-DECHARGER-PEB-FIN.
           EXIT.

       2241-ECRIRE-PEB-DEB.
           MOVE SPACE TO REC-SV-PEB.
           MOVE PEB-ID-PEB              TO SV-PEB-ID-PEB.
           MOVE PEB-SENS                TO SV-PEB-SENS.
           MOVE PEB-FK-PARTENAIRE       TO SV-PEB-FK-PARTENAIRE.
           MOVE PEB-FK-EXEMPLAIRE       TO SV-PEB-FK-EXEMPLAIRE.
           MOVE PEB-TITRE               TO SV-PEB-TITRE.
           MOVE PEB-FK-EMPRUNTEUR       TO SV-PEB-FK-EMPRUNTEUR.
           MOVE PEB-DATE-DEPART         TO SV-PEB-DATE-DEPART.
           MOVE PEB-DATE-RETOUR-PROMISE TO SV-PEB-DATE-RETOUR-PROMISE.
           MOVE PEB-DATE-RETOUR-REELLE  TO SV-PEB-DATE-RETOUR-REELLE.
           MOVE PEB-STATUT              TO SV-PEB-STATUT.
           WRITE REC-SV-PEB.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture peb - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2241-ECRIRE-PEB-FIN.
           EXIT.

       2250-DECHARGER-ABONNEMENTS-DEB.
           MOVE "abonnements" TO WS-NOM-TABLE.
           MOVE "prix_annuel" TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_abonnements CURSOR FOR
              SELECT id_abonnement, COALESCE(titre, ' '),
                     COALESCE(fournisseur, ' '), COALESCE(nb_par_an, 0),
                     COALESCE(date_debut, 0), COALESCE(date_fin, 0),
                     COALESCE(prix_annuel, 0), COALESCE(fk_livres, 0)
              FROM abonnements
              ORDER BY id_abonnement
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_abonnements
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_abonnements
              INTO :ABO-ID-ABONNEMENT, :ABO-TITRE, :ABO-FOURNISSEUR,
                   :ABO-NB-PAR-AN, :ABO-DATE-DEBUT, :ABO-DATE-FIN,
                   :ABO-PRIX-ANNUEL, :ABO-FK-LIVRES
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2251-ECRIRE-ABONNEMENTS-DEB
                  THRU 2251-ECRIRE-ABONNEMENTS-FIN
               EXEC SQL
                  FETCH curseur_svg_abonnements
                  INTO :ABO-ID-ABONNEMENT, :ABO-TITRE, :ABO-FOURNISSEUR,
                       :ABO-NB-PAR-AN, :ABO-DATE-DEBUT, :ABO-DATE-FIN,
                       :ABO-PRIX-ANNUEL, :ABO-FK-LIVRES
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_abonnements
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2250-DECHARGER-ABONNEMENTS-FIN.
           EXIT.

       2251-ECRIRE-ABONNEMENTS-DEB.
           MOVE SPACE TO REC-SV-ABONNEMENTS.
           MOVE ABO-ID-ABONNEMENT TO SV-ABO-ID-ABONNEMENT.
           MOVE ABO-TITRE         TO SV-ABO-TITRE.
           MOVE ABO-FOURNISSEUR   TO SV-ABO-FOURNISSEUR.
           MOVE ABO-NB-PAR-AN     TO SV-ABO-NB-PAR-AN.
           MOVE ABO-DATE-DEBUT    TO SV-ABO-DATE-DEBUT.
           MOVE ABO-DATE-FIN      TO SV-ABO-DATE-FIN.
           MOVE ABO-PRIX-ANNUEL   TO SV-ABO-PRIX-ANNUEL.
           MOVE ABO-FK-LIVRES     TO SV-ABO-FK-LIVRES.
           WRITE REC-SV-ABONNEMENTS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture abonnements - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD ABO-PRIX-ANNUEL TO WS-TOTAL-1.

       2251-ECRIRE-ABONNEMENTS-FIN.
           EXIT.

       2260-DECHARGER-FASCICULES-DEB.
           MOVE "fascicules" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_fascicules CURSOR FOR
              SELECT id_fascicule, COALESCE(fk_abonnement, 0),
                     COALESCE(numero, ' '), COALESCE(date_reception, 0),
                     COALESCE(fk_exemplaire, 0)
              FROM fascicules
              ORDER BY id_fascicule
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_fascicules
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_fascicules
              INTO :FAS-ID-FASCICULE, :FAS-FK-ABONNEMENT, :FAS-NUMERO,
                   :FAS-DATE-RECEPTION, :FAS-FK-EXEMPLAIRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2261-ECRIRE-FASCICULES-DEB
                  THRU 2261-ECRIRE-FASCICULES-FIN
               EXEC SQL
                  FETCH curseur_svg_fascicules
                  INTO :FAS-ID-FASCICULE, :FAS-FK-ABONNEMENT,
                       :FAS-NUMERO, :FAS-DATE-RECEPTION,
                       :FAS-FK-EXEMPLAIRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_fascicules
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2260-DECHARGER-FASCICULES-FIN.
           EXIT.

       2261-ECRIRE-FASCICULES-DEB.
           MOVE SPACE TO REC-SV-FASCICULES.
           MOVE FAS-ID-FASCICULE   TO SV-FAS-ID-FASCICULE.
           MOVE FAS-FK-ABONNEMENT  TO SV-FAS-FK-ABONNEMENT.
           MOVE FAS-NUMERO         TO SV-FAS-NUMERO.
           MOVE FAS-DATE-RECEPTION TO SV-FAS-DATE-RECEPTION.
           MOVE FAS-FK-EXEMPLAIRE  TO SV-FAS-FK-EXEMPLAIRE.
           WRITE REC-SV-FASCICULES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture fascicules - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2261-ECRIRE-FASCICULES-FIN.
           EXIT.

       2270-DECHARGER-POLITIQUE-DEB.
           MOVE "politique_pret" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_politique CURSOR FOR
              SELECT categorie, type_document, COALESCE(duree_pret, 0),
                     COALESCE(max_emprunts, 0),
                     COALESCE(max_renouvel, 0),
                     COALESCE(taux_amende, 0),
                     COALESCE(plafond_amende, 0)
              FROM politique_pret
              ORDER BY categorie, type_document
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_politique
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_politique
              INTO :POL-CATEGORIE, :POL-TYPE-DOCUMENT, :POL-DUREE-PRET,
                   :POL-MAX-EMPRUNTS, :POL-MAX-RENOUVEL,
                   :POL-TAUX-AMENDE, :POL-PLAFOND-AMENDE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2271-ECRIRE-POLITIQUE-DEB
                  THRU 2271-ECRIRE-POLITIQUE-FIN
               EXEC SQL
                  FETCH curseur_svg_politique
                  INTO :POL-CATEGORIE, :POL-TYPE-DOCUMENT,
                       :POL-DUREE-PRET, :POL-MAX-EMPRUNTS,
                       :POL-MAX-RENOUVEL, :POL-TAUX-AMENDE,
                       :POL-PLAFOND-AMENDE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_politique
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2270-DECHARGER-POLITIQUE-FIN.
           EXIT.

       2271-ECRIRE-POLITIQUE-DEB.
           MOVE SPACE TO REC-SV-POLITIQUE.
           MOVE POL-CATEGORIE      TO SV-POL-CATEGORIE.
           MOVE POL-TYPE-DOCUMENT  TO SV-POL-TYPE-DOCUMENT.
           MOVE POL-DUREE-PRET     TO SV-POL-DUREE-PRET.
           MOVE POL-MAX-EMPRUNTS   TO SV-POL-MAX-EMPRUNTS.
           MOVE POL-MAX-RENOUVEL   TO SV-POL-MAX-RENOUVEL.
           MOVE POL-TAUX-AMENDE    TO SV-POL-TAUX-AMENDE.
           MOVE POL-PLAFOND-AMENDE TO SV-POL-PLAFOND-AMENDE.
           WRITE REC-SV-POLITIQUE.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture politique_pret - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2271-ECRIRE-POLITIQUE-FIN.
           EXIT.

       2280-DECHARGER-AUDIT-DEB.
           MOVE "audit_log" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_audit CURSOR FOR
              SELECT id_audit, COALESCE(operation, ' '),
                     COALESCE(id_livres, 0),
                     COALESCE(ancien_titre, ' '),
                     COALESCE(nouveau_titre, ' '),
                     COALESCE(ancien_date_parution, ' '),
                     COALESCE(nouveau_date_parution, ' '),
                     COALESCE(ancien_editions, ' '),
                     COALESCE(nouveau_editions, ' '),
                     COALESCE(ancien_fk_genre, 0),
                     COALESCE(nouveau_fk_genre, 0),
                     COALESCE(ancien_fk_auteur, 0),
                     COALESCE(nouveau_fk_auteur, 0),
                     COALESCE(horodatage, ' '), COALESCE(operateur, ' ')
              FROM audit_log
              ORDER BY id_audit
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_audit
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_audit
              INTO :AUD-ID-AUDIT, :AUD-OPERATION, :AUD-ID-LIVRES,
                   :AUD-ANCIEN-TITRE, :AUD-NOUVEAU-TITRE,
                   :AUD-ANCIEN-DATE-PARUTION,
                   :AUD-NOUVEAU-DATE-PARUTION, :AUD-ANCIEN-EDITIONS,
                   :AUD-NOUVEAU-EDITIONS, :AUD-ANCIEN-FK-GENRE,
                   :AUD-NOUVEAU-FK-GENRE, :AUD-ANCIEN-FK-AUTEUR,
                   :AUD-NOUVEAU-FK-AUTEUR, :AUD-HORODATAGE,
                   :AUD-OPERATEUR
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2281-ECRIRE-AUDIT-DEB
                  THRU 2281-ECRIRE-AUDIT-FIN
               EXEC SQL
                  FETCH curseur_svg_audit
                  INTO :AUD-ID-AUDIT, :AUD-OPERATION, :AUD-ID-LIVRES,
                       :AUD-ANCIEN-TITRE, :AUD-NOUVEAU-TITRE,
                       :AUD-ANCIEN-DATE-PARUTION,
                       :AUD-NOUVEAU-DATE-PARUTION, :AUD-ANCIEN-EDITIONS,
                       :AUD-NOUVEAU-EDITIONS, :AUD-ANCIEN-FK-GENRE,
                       :AUD-NOUVEAU-FK-GENRE, :AUD-ANCIEN-FK-AUTEUR,
                       :AUD-NOUVEAU-FK-AUTEUR, :AUD-HORODATAGE,
                       :AUD-OPERATEUR
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_audit
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2280-DECHARGER-AUDIT-FIN.
           EXIT.

       2281-ECRIRE-AUDIT-DEB.
           MOVE SPACE TO REC-SV-AUDIT.
           MOVE AUD-ID-AUDIT              TO SV-AUD-ID-AUDIT.
           MOVE AUD-OPERATION             TO SV-AUD-OPERATION.
           MOVE AUD-ID-LIVRES             TO SV-AUD-ID-LIVRES.
           MOVE AUD-ANCIEN-TITRE          TO SV-AUD-ANCIEN-TITRE.
           MOVE AUD-NOUVEAU-TITRE         TO SV-AUD-NOUVEAU-TITRE.
           MOVE AUD-ANCIEN-DATE-PARUTION
                  TO SV-AUD-ANCIEN-DATE-PARUTION.
           MOVE AUD-NOUVEAU-DATE-PARUTION
                  TO SV-AUD-NOUVEAU-DATE-PARUTION.
           MOVE AUD-ANCIEN-EDITIONS       TO SV-AUD-ANCIEN-EDITIONS.
           MOVE AUD-NOUVEAU-EDITIONS      TO SV-AUD-NOUVEAU-EDITIONS.
           MOVE AUD-ANCIEN-FK-GENRE       TO SV-AUD-ANCIEN-FK-GENRE.
           MOVE AUD-NOUVEAU-FK-GENRE      TO SV-AUD-NOUVEAU-FK-GENRE.
           MOVE AUD-ANCIEN-FK-AUTEUR      TO SV-AUD-ANCIEN-FK-AUTEUR.
           MOVE AUD-NOUVEAU-FK-AUTEUR     TO SV-AUD-NOUVEAU-FK-AUTEUR.
           MOVE AUD-HORODATAGE            TO SV-AUD-HORODATAGE.
           MOVE AUD-OPERATEUR             TO SV-AUD-OPERATEUR.
           WRITE REC-SV-AUDIT.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture audit_log - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2281-ECRIRE-AUDIT-FIN.
           EXIT.

       2290-DECHARGER-CONTRIB-DEB.
           MOVE "contributions" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_contributions CURSOR FOR
              SELECT COALESCE(fk_livres, 0), COALESCE(fk_auteur, 0),
                     COALESCE(role, ' '), COALESCE(ordre, 0)
              FROM contributions
              ORDER BY fk_livres, ordre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_contributions
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_contributions
              INTO :CTB-FK-LIVRES, :CTB-FK-AUTEUR, :CTB-ROLE, :CTB-ORDRE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2291-ECRIRE-CONTRIB-DEB
                  THRU 2291-ECRIRE-CONTRIB-FIN
               EXEC SQL
                  FETCH curseur_svg_contributions
                  INTO :CTB-FK-LIVRES, :CTB-FK-AUTEUR, :CTB-ROLE,
                       :CTB-ORDRE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_contributions
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2290-DECHARGER-CONTRIB-FIN.
           EXIT.

       2291-ECRIRE-CONTRIB-DEB.
           MOVE SPACE TO REC-SV-CONTRIB.
           MOVE CTB-FK-LIVRES TO SV-CTB-FK-LIVRES.
           MOVE CTB-FK-AUTEUR TO SV-CTB-FK-AUTEUR.
           MOVE CTB-ROLE      TO SV-CTB-ROLE.
           MOVE CTB-ORDRE     TO SV-CTB-ORDRE.
           WRITE REC-SV-CONTRIB.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture contributions - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2291-ECRIRE-CONTRIB-FIN.
           EXIT.

       2300-DECHARGER-SUJETS-DEB.
           MOVE "sujets" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_sujets CURSOR FOR
              SELECT id_sujet, COALESCE(libelle, ' ')
              FROM sujets
              ORDER BY id_sujet
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_sujets
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_sujets
              INTO :SUJ-ID-SUJET, :SUJ-LIBELLE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2301-ECRIRE-SUJETS-DEB
                  THRU 2301-ECRIRE-SUJETS-FIN
               EXEC SQL
                  FETCH curseur_svg_sujets
                  INTO :SUJ-ID-SUJET, :SUJ-LIBELLE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_sujets
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2300-DECHARGER-SUJETS-FIN.
           EXIT.

       2301-ECRIRE-SUJETS-DEB.
           MOVE SPACE TO REC-SV-SUJETS.
           MOVE SUJ-ID-SUJET TO SV-SUJ-ID-SUJET.
           MOVE SUJ-LIBELLE  TO SV-SUJ-LIBELLE.
           WRITE REC-SV-SUJETS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture sujets - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2301-ECRIRE-SUJETS-FIN.
           EXIT.

       2310-DECHARGER-VOIR-AUSSI-DEB.
           MOVE "sujets_voir_aussi" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_sujets_voir_aussi CURSOR FOR
              SELECT COALESCE(fk_sujet, 0), COALESCE(fk_sujet_lie, 0)
              FROM sujets_voir_aussi
              ORDER BY fk_sujet, fk_sujet_lie
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_sujets_voir_aussi
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_sujets_voir_aussi
              INTO :SVA-FK-SUJET, :SVA-FK-SUJET-LIE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2311-ECRIRE-VOIR-AUSSI-DEB
                  THRU 2311-ECRIRE-VOIR-AUSSI-FIN
               EXEC SQL
                  FETCH curseur_svg_sujets_voir_aussi
                  INTO :SVA-FK-SUJET, :SVA-FK-SUJET-LIE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_sujets_voir_aussi
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2310-DECHARGER-VOIR-AUSSI-FIN.
           EXIT.

       2311-ECRIRE-VOIR-AUSSI-DEB.
           MOVE SPACE TO REC-SV-VOIR-AUSSI.
           MOVE SVA-FK-SUJET     TO SV-SVA-FK-SUJET.
           MOVE SVA-FK-SUJET-LIE TO SV-SVA-FK-SUJET-LIE.
           WRITE REC-SV-VOIR-AUSSI.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture sujets_voir_aussi - statut"
                       " : " F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2311-ECRIRE-VOIR-AUSSI-FIN.
           EXIT.

       2320-DECHARGER-LIVRES-SUJETS-DEB.
           MOVE "livres_sujets" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_livres_sujets CURSOR FOR
              SELECT COALESCE(fk_livres, 0), COALESCE(fk_sujet, 0)
              FROM livres_sujets
              ORDER BY fk_livres, fk_sujet
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_livres_sujets
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_livres_sujets
              INTO :LSU-FK-LIVRES, :LSU-FK-SUJET
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2321-ECRIRE-LIVRES-SUJETS-DEB
                  THRU 2321-ECRIRE-LIVRES-SUJETS-FIN
               EXEC SQL
                  FETCH curseur_svg_livres_sujets
                  INTO :LSU-FK-LIVRES, :LSU-FK-SUJET
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_livres_sujets
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2320-DECHARGER-LIVRES-SUJETS-FIN.
           EXIT.

       2321-ECRIRE-LIVRES-SUJETS-DEB.
           MOVE SPACE TO REC-SV-LIVRES-SUJETS.
           MOVE LSU-FK-LIVRES TO SV-LSU-FK-LIVRES.
           MOVE LSU-FK-SUJET  TO SV-LSU-FK-SUJET.
           WRITE REC-SV-LIVRES-SUJETS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture livres_sujets - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2321-ECRIRE-LIVRES-SUJETS-FIN.
           EXIT.

       2330-DECHARGER-REPARATIONS-DEB.
           MOVE "reparations" TO WS-NOM-TABLE.
           MOVE "cout" TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_reparations CURSOR FOR
              SELECT id_reparation, COALESCE(fk_exemplaire, 0),
                     COALESCE(motif, ' '),
                     COALESCE(date_signalement, 0),
                     COALESCE(date_envoi, 0), COALESCE(date_retour, 0),
                     COALESCE(cout, 0), COALESCE(statut, ' '),
                     COALESCE(operateur, ' ')
              FROM reparations
              ORDER BY id_reparation
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_reparations
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_reparations
              INTO :REP-ID-REPARATION, :REP-FK-EXEMPLAIRE, :REP-MOTIF,
                   :REP-DATE-SIGNALEMENT, :REP-DATE-ENVOI,
                   :REP-DATE-RETOUR, :REP-COUT, :REP-STATUT,
                   :REP-OPERATEUR
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2331-ECRIRE-REPARATIONS-DEB
                  THRU 2331-ECRIRE-REPARATIONS-FIN
               EXEC SQL
                  FETCH curseur_svg_reparations
                  INTO :REP-ID-REPARATION, :REP-FK-EXEMPLAIRE,
                       :REP-MOTIF, :REP-DATE-SIGNALEMENT,
                       :REP-DATE-ENVOI, :REP-DATE-RETOUR, :REP-COUT,
                       :REP-STATUT, :REP-OPERATEUR
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_reparations
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2330-DECHARGER-REPARATIONS-FIN.
           EXIT.

       2331-ECRIRE-REPARATIONS-DEB.
           MOVE SPACE TO REC-SV-REPARATIONS.
           MOVE REP-ID-REPARATION    TO SV-REP-ID-REPARATION.
           MOVE REP-FK-EXEMPLAIRE    TO SV-REP-FK-EXEMPLAIRE.
           MOVE REP-MOTIF            TO SV-REP-MOTIF.
           MOVE REP-DATE-SIGNALEMENT TO SV-REP-DATE-SIGNALEMENT.
           MOVE REP-DATE-ENVOI       TO SV-REP-DATE-ENVOI.
           MOVE REP-DATE-RETOUR      TO SV-REP-DATE-RETOUR.
           MOVE REP-COUT             TO SV-REP-COUT.
           MOVE REP-STATUT           TO SV-REP-STATUT.
           MOVE REP-OPERATEUR        TO SV-REP-OPERATEUR.
           WRITE REC-SV-REPARATIONS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture reparations - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD REP-COUT TO WS-TOTAL-1.

       2331-ECRIRE-REPARATIONS-FIN.
           EXIT.

       2340-DECHARGER-EXTRAITS-CPT-DEB.
           MOVE "extraits_compta" TO WS-NOM-TABLE.
           MOVE "total_recettes" TO WS-COLONNE-1.
           MOVE "total_engagements" TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_extraits_compta CURSOR FOR
              SELECT no_extrait, COALESCE(date_extrait, 0),
                     COALESCE(heure_extrait, 0), COALESCE(nb_lignes, 0),
                     COALESCE(total_recettes, 0),
                     COALESCE(total_remises, 0),
                     COALESCE(total_engagements, 0),
                     COALESCE(total_liquidations, 0)
              FROM extraits_compta
              ORDER BY no_extrait
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_extraits_compta
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_extraits_compta
              INTO :EXC-NO-EXTRAIT, :EXC-DATE-EXTRAIT,
                   :EXC-HEURE-EXTRAIT, :EXC-NB-LIGNES,
                   :EXC-TOTAL-RECETTES, :EXC-TOTAL-REMISES,
                   :EXC-TOTAL-ENGAGEMENTS, :EXC-TOTAL-LIQUIDATIONS
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2341-ECRIRE-EXTRAITS-CPT-DEB
                  THRU 2341-ECRIRE-EXTRAITS-CPT-FIN
               EXEC SQL
                  FETCH curseur_svg_extraits_compta
                  INTO :EXC-NO-EXTRAIT, :EXC-DATE-EXTRAIT,
                       :EXC-HEURE-EXTRAIT, :EXC-NB-LIGNES,
                       :EXC-TOTAL-RECETTES, :EXC-TOTAL-REMISES,
                       :EXC-TOTAL-ENGAGEMENTS, :EXC-TOTAL-LIQUIDATIONS
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_extraits_compta
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2340-DECHARGER-EXTRAITS-CPT-FIN.
           EXIT.

       2341-ECRIRE-EXTRAITS-CPT-DEB.
           MOVE SPACE TO REC-SV-EXTRAITS-CPT.
           MOVE EXC-NO-EXTRAIT         TO SV-EXC-NO-EXTRAIT.
           MOVE EXC-DATE-EXTRAIT       TO SV-EXC-DATE-EXTRAIT.
           MOVE EXC-HEURE-EXTRAIT      TO SV-EXC-HEURE-EXTRAIT.
           MOVE EXC-NB-LIGNES          TO SV-EXC-NB-LIGNES.
           MOVE EXC-TOTAL-RECETTES     TO SV-EXC-TOTAL-RECETTES.
           MOVE EXC-TOTAL-REMISES      TO SV-EXC-TOTAL-REMISES.
           MOVE EXC-TOTAL-ENGAGEMENTS  TO SV-EXC-TOTAL-ENGAGEMENTS.
           MOVE EXC-TOTAL-LIQUIDATIONS TO SV-EXC-TOTAL-LIQUIDATIONS.
           WRITE REC-SV-EXTRAITS-CPT.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture extraits_compta - statut : "
                       F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD EXC-TOTAL-RECETTES TO WS-TOTAL-1.
           ADD EXC-TOTAL-ENGAGEMENTS TO WS-TOTAL-2.

       2341-ECRIRE-EXTRAITS-CPT-FIN.
           EXIT.

       2350-DECHARGER-PTG-PREFERENCES-DEB.
           MOVE "portage_preferences" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_portage_preferences CURSOR FOR
              SELECT COALESCE(fk_emprunteur, 0),
                     COALESCE(type_pref, ' '), COALESCE(fk_reference, 0)
              FROM portage_preferences
              ORDER BY fk_emprunteur, type_pref, fk_reference
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_portage_preferences
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_portage_preferences
              INTO :PPF-FK-EMPRUNTEUR, :PPF-TYPE-PREF, :PPF-FK-REFERENCE
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2351-ECRIRE-PTG-PREFERENCES-DEB
                  THRU 2351-ECRIRE-PTG-PREFERENCES-FIN
               EXEC SQL
                  FETCH curseur_svg_portage_preferences
                  INTO :PPF-FK-EMPRUNTEUR, :PPF-TYPE-PREF,
                       :PPF-FK-REFERENCE
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_portage_preferences
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2350-DECHARGER-PTG-PREFERENCES-FIN.
           EXIT.

       2351-ECRIRE-PTG-PREFERENCES-DEB.
           MOVE SPACE TO REC-SV-PTG-PREFERENCES.
           MOVE PPF-FK-EMPRUNTEUR TO SV-PPF-FK-EMPRUNTEUR.
           MOVE PPF-TYPE-PREF     TO SV-PPF-TYPE-PREF.
           MOVE PPF-FK-REFERENCE  TO SV-PPF-FK-REFERENCE.
           WRITE REC-SV-PTG-PREFERENCES.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture portage_preferences - statut"
                       " : " F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2351-ECRIRE-PTG-PREFERENCES-FIN.
           EXIT.

       2351-DECHARGER-PTG-PROPOSITIONS-DEB.
           MOVE "portage_propositions" TO WS-NOM-TABLE.
           MOVE SPACE TO WS-COLONNE-1.
           MOVE SPACE TO WS-COLONNE-2.
           PERFORM 2800-OUVRIR-TABLE-DEB
              THRU 2800-OUVRIR-TABLE-FIN.

           EXEC SQL
              DECLARE curseur_svg_portage_propositions CURSOR FOR
              SELECT id_proposition, COALESCE(fk_emprunteur, 0),
                     COALESCE(fk_exemplaire, 0), COALESCE(fk_livres, 0),
                     COALESCE(tournee, ' '),
                     COALESCE(date_selection, 0), COALESCE(statut, ' '),
                     COALESCE(fk_emprunt, 0), COALESCE(date_statut, 0)
              FROM portage_propositions
              ORDER BY id_proposition
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_svg_portage_propositions
           END-EXEC.

           EXEC SQL
              FETCH curseur_svg_portage_propositions
              INTO :PPR-ID-PROPOSITION, :PPR-FK-EMPRUNTEUR,
                   :PPR-FK-EXEMPLAIRE, :PPR-FK-LIVRES, :PPR-TOURNEE,
                   :PPR-DATE-SELECTION, :PPR-STATUT, :PPR-FK-EMPRUNT,
                   :PPR-DATE-STATUT
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
               PERFORM 2352-ECRIRE-PTG-PROPOSITIONS-DEB
                  THRU 2352-ECRIRE-PTG-PROPOSITIONS-FIN
               EXEC SQL
                  FETCH curseur_svg_portage_propositions
                  INTO :PPR-ID-PROPOSITION, :PPR-FK-EMPRUNTEUR,
                       :PPR-FK-EXEMPLAIRE, :PPR-FK-LIVRES, :PPR-TOURNEE,
                       :PPR-DATE-SELECTION, :PPR-STATUT,
                       :PPR-FK-EMPRUNT, :PPR-DATE-STATUT
               END-EXEC
           END-PERFORM.

           EXEC SQL
              CLOSE curseur_svg_portage_propositions
           END-EXEC.

           PERFORM 2900-FERMER-TABLE-DEB
              THRU 2900-FERMER-TABLE-FIN.

       2351-DECHARGER-PTG-PROPOSITIONS-FIN.
           EXIT.

       2352-ECRIRE-PTG-PROPOSITIONS-DEB.
           MOVE SPACE TO REC-SV-PTG-PROPOSITIONS.
           MOVE PPR-ID-PROPOSITION TO SV-PPR-ID-PROPOSITION.
           MOVE PPR-FK-EMPRUNTEUR  TO SV-PPR-FK-EMPRUNTEUR.
           MOVE PPR-FK-EXEMPLAIRE  TO SV-PPR-FK-EXEMPLAIRE.
           MOVE PPR-FK-LIVRES      TO SV-PPR-FK-LIVRES.
           MOVE PPR-TOURNEE        TO SV-PPR-TOURNEE.
           MOVE PPR-DATE-SELECTION TO SV-PPR-DATE-SELECTION.
           MOVE PPR-STATUT         TO SV-PPR-STATUT.
           MOVE PPR-FK-EMPRUNT     TO SV-PPR-FK-EMPRUNT.
           MOVE PPR-DATE-STATUT    TO SV-PPR-DATE-STATUT.
           WRITE REC-SV-PTG-PROPOSITIONS.
           IF NOT F-TABLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture portage_propositions"
                       " - statut : " F-TABLE-STATUS
           END-IF.
           ADD 1 TO WS-NB-LIGNES.

       2352-ECRIRE-PTG-PROPOSITIONS-FIN.
           EXIT.
       2800-OUVRIR-TABLE-DEB.
      *----------------------------------------------------------------*
      * Crée le fichier du jour de la table en cours et remet ses      *
      * compteurs à zéro                                               *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-TOTAL-1.
           MOVE 0 TO WS-TOTAL-2.
           PERFORM 2850-NOMMER-FICHIER-DEB
              THRU 2850-NOMMER-FICHIER-FIN.

           OPEN OUTPUT F-TABLE.
           IF NOT F-TABLE-STATUS-OK
               DISPLAY "ERREUR: création de " WS-NOM-FICHIER
               DISPLAY "Code erreur : " F-TABLE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       2800-OUVRIR-TABLE-FIN.
           EXIT.

       2850-NOMMER-FICHIER-DEB.
           MOVE SPACE TO WS-NOM-FICHIER.
           STRING "sauvegarde-" DELIMITED BY SIZE
                  WS-DATE-SAUVEGARDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOM-TABLE DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
             INTO WS-NOM-FICHIER
           END-STRING.

       2850-NOMMER-FICHIER-FIN.
           EXIT.

       2900-FERMER-TABLE-DEB.
      *----------------------------------------------------------------*
      * Ferme le fichier de la table et écrit sa ligne de contrôle     *
      *----------------------------------------------------------------*
           CLOSE F-TABLE.

           MOVE WS-NOM-TABLE  TO SVC-TABLE.
           MOVE WS-NB-LIGNES  TO SVC-NB-LIGNES.
           MOVE WS-COLONNE-1  TO SVC-COLONNE-1.
           MOVE WS-TOTAL-1    TO SVC-TOTAL-1.
           MOVE WS-COLONNE-2  TO SVC-COLONNE-2.
           MOVE WS-TOTAL-2    TO SVC-TOTAL-2.
           WRITE REC-CONTROLE.
           IF NOT F-CONTROLE-STATUS-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur d'écriture du contrôle - statut : "
                       F-CONTROLE-STATUS
           END-IF.

           ADD 1 TO WS-NB-TABLES.
           MOVE "OK" TO WS-STATUT-TABLE.
           PERFORM 4000-LIGNE-RAPPORT-DEB
              THRU 4000-LIGNE-RAPPORT-FIN.

       2900-FERMER-TABLE-FIN.
           EXIT.

      ******************************************************************
      * === 3000 === RECHARGEMENT                                      *
      * Une seule transaction : contrôle de base vide (ou vidage       *
      * forcé), chargement des tables dans l'ordre des clés            *
      * étrangères, recalage des séquences, puis COMMIT seulement si   *
      * aucune erreur ni aucun écart avec le fichier de contrôle       *
      ******************************************************************

       3000-RECHARGER-DEB.
           PERFORM 3010-LIRE-CONTROLE-DEB
              THRU 3010-LIRE-CONTROLE-FIN.

           PERFORM 3020-VERIFIER-BASE-VIDE-DEB
              THRU 3020-VERIFIER-BASE-VIDE-FIN.

           MOVE 0 TO WS-IDX-TABLE.
           PERFORM 3100-RECHARGER-GENRE-DEB
              THRU 3100-RECHARGER-GENRE-FIN.
           PERFORM 3110-RECHARGER-AUTEURS-DEB
              THRU 3110-RECHARGER-AUTEURS-FIN.
           PERFORM 3120-RECHARGER-LIVRES-DEB
              THRU 3120-RECHARGER-LIVRES-FIN.
           PERFORM 3130-RECHARGER-OPERATEURS-DEB
              THRU 3130-RECHARGER-OPERATEURS-FIN.
           PERFORM 3140-RECHARGER-PARTENAIRES-DEB
              THRU 3140-RECHARGER-PARTENAIRES-FIN.
           PERFORM 3150-RECHARGER-EMPRUNTEURS-DEB
              THRU 3150-RECHARGER-EMPRUNTEURS-FIN.
           PERFORM 3160-RECHARGER-EXEMPLAIRES-DEB
              THRU 3160-RECHARGER-EXEMPLAIRES-FIN.
           PERFORM 3170-RECHARGER-EMPRUNTS-DEB
              THRU 3170-RECHARGER-EMPRUNTS-FIN.
           PERFORM 3180-RECHARGER-RESERVATIONS-DEB
              THRU 3180-RECHARGER-RESERVATIONS-FIN.
           PERFORM 3190-RECHARGER-AMENDES-DEB
              THRU 3190-RECHARGER-AMENDES-FIN.
           PERFORM 3200-RECHARGER-CAISSE-DEB
              THRU 3200-RECHARGER-CAISSE-FIN.
           PERFORM 3210-RECHARGER-ENCAISSEMENTS-DEB
              THRU 3210-RECHARGER-ENCAISSEMENTS-FIN.
           PERFORM 3220-RECHARGER-SUGGESTIONS-DEB
              THRU 3220-RECHARGER-SUGGESTIONS-FIN.
           PERFORM 3230-RECHARGER-COMMANDES-DEB
              THRU 3230-RECHARGER-COMMANDES-FIN.
           PERFORM 3240-RECHARGER-PEB-DEB
              THRU 3240-RECHARGER-PEB-FIN.
           PERFORM 3250-RECHARGER-ABONNEMENTS-DEB
              THRU 3250-RECHARGER-ABONNEMENTS-FIN.
           PERFORM 3260-RECHARGER-FASCICULES-DEB
              THRU 3260-RECHARGER-FASCICULES-FIN.
           PERFORM 3270-RECHARGER-POLITIQUE-DEB
              THRU 3270-RECHARGER-POLITIQUE-FIN.
           PERFORM 3280-RECHARGER-AUDIT-DEB
              THRU 3280-RECHARGER-AUDIT-FIN.
           PERFORM 3290-RECHARGER-CONTRIB-DEB
              THRU 3290-RECHARGER-CONTRIB-FIN.
           PERFORM 3300-RECHARGER-SUJETS-DEB
              THRU 3300-RECHARGER-SUJETS-FIN.
           PERFORM 3310-RECHARGER-VOIR-AUSSI-DEB
              THRU 3310-RECHARGER-VOIR-AUSSI-FIN.
           PERFORM 3320-RECHARGER-LIVRES-SUJETS-DEB
              THRU 3320-RECHARGER-LIVRES-SUJETS-FIN.
           PERFORM 3330-RECHARGER-REPARATIONS-DEB
              THRU 3330-RECHARGER-REPARATIONS-FIN.
           PERFORM 3340-RECHARGER-EXTRAITS-CPT-DEB
              THRU 3340-RECHARGER-EXTRAITS-CPT-FIN.
           PERFORM 3350-RECHARGER-PTG-PREFERENCES-DEB
              THRU 3350-RECHARGER-PTG-PREFERENCES-FIN.
           PERFORM 3351-RECHARGER-PTG-PROPOSITIONS-DEB
              THRU 3351-RECHARGER-PTG-PROPOSITIONS-FIN.

           PERFORM 3700-RECALER-SEQUENCES-DEB
              THRU 3700-RECALER-SEQUENCES-FIN.

           IF WS-NB-ERREURS = 0 AND WS-NB-ECARTS = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Rechargement validé (COMMIT)."
           ELSE
               MOVE SPACE TO REC-RAPPORT
               STRING "RECHARGEMENT ANNULE : " DELIMITED BY SIZE
                      WS-NB-ERREURS DELIMITED BY SIZE
                      " erreur(s), " DELIMITED BY SIZE
                      WS-NB-ECARTS DELIMITED BY SIZE
                      " table(s) en écart" DELIMITED BY SIZE
                 INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT AFTER 2
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.

       3000-RECHARGER-FIN.
           EXIT.

       3010-LIRE-CONTROLE-DEB.
      *----------------------------------------------------------------*
      * Charge les lignes du fichier de contrôle ; il en faut une par  *
      * table, sinon le déchargement est incomplet et rien n'est       *
      * rechargé                                                       *
      *----------------------------------------------------------------*
           OPEN INPUT F-CONTROLE.
           IF NOT F-CONTROLE-STATUS-OK
               DISPLAY "ERREUR: " WS-NOM-CONTROLE " introuvable"
               DISPLAY "Code erreur : " F-CONTROLE-STATUS
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 0 TO WS-NB-CONTROLES.
           READ F-CONTROLE
           AT END
               SET F-CONTROLE-STATUS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL F-CONTROLE-STATUS-EOF
               IF WS-NB-CONTROLES < 27
                   ADD 1 TO WS-NB-CONTROLES
                   MOVE SVC-TABLE
                     TO WS-CTL-TABLE(WS-NB-CONTROLES)
                   MOVE SVC-NB-LIGNES
                     TO WS-CTL-NB-LIGNES(WS-NB-CONTROLES)
                   MOVE SVC-COLONNE-1
                     TO WS-CTL-COLONNE-1(WS-NB-CONTROLES)
                   MOVE SVC-TOTAL-1
                     TO WS-CTL-TOTAL-1(WS-NB-CONTROLES)
                   MOVE SVC-COLONNE-2
                     TO WS-CTL-COLONNE-2(WS-NB-CONTROLES)
                   MOVE SVC-TOTAL-2
                     TO WS-CTL-TOTAL-2(WS-NB-CONTROLES)
               END-IF
               READ F-CONTROLE
               AT END
                   SET F-CONTROLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE F-CONTROLE.

           IF WS-NB-CONTROLES NOT = WS-NB-TABLES-ATTENDUES
               DISPLAY "ERREUR: " WS-NOM-CONTROLE " porte "
                       WS-NB-CONTROLES " table(s) au lieu de "
                       WS-NB-TABLES-ATTENDUES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       3010-LIRE-CONTROLE-FIN.
           EXIT.

       3020-VERIFIER-BASE-VIDE-DEB.
      *----------------------------------------------------------------*
      * Refuse de charger par-dessus des données existantes, sauf      *
      * demande expresse : la base est alors vidée, enfants d'abord,   *
      * dans la transaction du rechargement (un rechargement annulé    *
      * rend donc aussi les données d'origine)                         *
      *----------------------------------------------------------------*
           PERFORM 3025-COMPTER-LIGNES-BASE-DEB
              THRU 3025-COMPTER-LIGNES-BASE-FIN.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de lecture de la base SQLCODE: " SQLCODE
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.

           IF WS-NB-LIGNES-BASE = 0
               GO TO 3020-VERIFIER-BASE-VIDE-FIN
           END-IF.

           IF NOT WS-FORCER-OK
               DISPLAY "ERREUR: la base contient déjà "
                       WS-NB-LIGNES-BASE " ligne(s)."
               DISPLAY "Rechargement refusé ; poser "
                       "LRE-SAUVEGARDE-FORCER=O pour la remplacer."
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.

           DISPLAY "Base non vide (" WS-NB-LIGNES-BASE
                   " ligne(s)) : vidage forcé".
           EXEC SQL DELETE FROM portage_propositions END-EXEC.
           EXEC SQL DELETE FROM portage_preferences END-EXEC.
           EXEC SQL DELETE FROM extraits_compta END-EXEC.
           EXEC SQL DELETE FROM reparations END-EXEC.
           EXEC SQL DELETE FROM livres_sujets END-EXEC.
           EXEC SQL DELETE FROM sujets_voir_aussi END-EXEC.
           EXEC SQL DELETE FROM sujets END-EXEC.
           EXEC SQL DELETE FROM contributions END-EXEC.
           EXEC SQL DELETE FROM audit_log END-EXEC.
           EXEC SQL DELETE FROM politique_pret END-EXEC.
           EXEC SQL DELETE FROM fascicules END-EXEC.
           EXEC SQL DELETE FROM abonnements END-EXEC.
           EXEC SQL DELETE FROM peb END-EXEC.
           EXEC SQL DELETE FROM commandes END-EXEC.
           EXEC SQL DELETE FROM suggestions END-EXEC.
           EXEC SQL DELETE FROM encaissements END-EXEC.
           EXEC SQL DELETE FROM caisse_sessions END-EXEC.
           EXEC SQL DELETE FROM amendes END-EXEC.
           EXEC SQL DELETE FROM reservations END-EXEC.
           EXEC SQL DELETE FROM emprunts END-EXEC.
           EXEC SQL DELETE FROM exemplaires END-EXEC.
           EXEC SQL DELETE FROM emprunteurs END-EXEC.
           EXEC SQL DELETE FROM partenaires END-EXEC.
           EXEC SQL DELETE FROM operateurs END-EXEC.
           EXEC SQL DELETE FROM livres END-EXEC.
           EXEC SQL DELETE FROM auteurs END-EXEC.
           EXEC SQL DELETE FROM genre END-EXEC.

      *une commande en échec annule la transaction et fait échouer
      *toutes les suivantes : un seul contrôle, par recomptage
           PERFORM 3025-COMPTER-LIGNES-BASE-DEB
              THRU 3025-COMPTER-LIGNES-BASE-FIN.
           IF SQLCODE NOT = 0 OR WS-NB-LIGNES-BASE NOT = 0
               DISPLAY "Erreur au vidage de la base SQLCODE: " SQLCODE
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.

       3020-VERIFIER-BASE-VIDE-FIN.
           EXIT.

       3025-COMPTER-LIGNES-BASE-DEB.
           EXEC SQL
              SELECT (SELECT COUNT(*) FROM genre)
                   + (SELECT COUNT(*) FROM auteurs)
                   + (SELECT COUNT(*) FROM livres)
                   + (SELECT COUNT(*) FROM operateurs)
                   + (SELECT COUNT(*) FROM partenaires)
                   + (SELECT COUNT(*) FROM emprunteurs)
                   + (SELECT COUNT(*) FROM exemplaires)
                   + (SELECT COUNT(*) FROM emprunts)
                   + (SELECT COUNT(*) FROM reservations)
                   + (SELECT COUNT(*) FROM amendes)
                   + (SELECT COUNT(*) FROM caisse_sessions)
                   + (SELECT COUNT(*) FROM encaissements)
                   + (SELECT COUNT(*) FROM suggestions)
                   + (SELECT COUNT(*) FROM commandes)
                   + (SELECT COUNT(*) FROM peb)
                   + (SELECT COUNT(*) FROM abonnements)
                   + (SELECT COUNT(*) FROM fascicules)
                   + (SELECT COUNT(*) FROM politique_pret)
                   + (SELECT COUNT(*) FROM audit_log)
                   + (SELECT COUNT(*) FROM contributions)
                   + (SELECT COUNT(*) FROM sujets)
                   + (SELECT COUNT(*) FROM sujets_voir_aussi)
                   + (SELECT COUNT(*) FROM livres_sujets)
                   + (SELECT COUNT(*) FROM reparations)
                   + (SELECT COUNT(*) FROM extraits_compta)
                   + (SELECT COUNT(*) FROM portage_preferences)
                   + (SELECT COUNT(*) FROM portage_propositions)
              INTO :WS-NB-LIGNES-BASE
           END-EXEC.

       3025-COMPTER-LIGNES-BASE-FIN.
           EXIT.

       3100-RECHARGER-GENRE-DEB.
           MOVE "genre" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3101-INSERER-GENRE-DEB
                  THRU 3101-INSERER-GENRE-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM genre
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3100-RECHARGER-GENRE-FIN.
           EXIT.

       3101-INSERER-GENRE-DEB.
           MOVE SV-GEN-ID-GENRE TO GEN-ID-GENRE.
           MOVE SV-GEN-NOM      TO GEN-NOM.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO genre (id_genre, nom)
              VALUES (:GEN-ID-GENRE, :GEN-NOM)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement genre "
                       GEN-ID-GENRE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3101-INSERER-GENRE-FIN.
           EXIT.

       3110-RECHARGER-AUTEURS-DEB.
           MOVE "auteurs" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3111-INSERER-AUTEURS-DEB
                  THRU 3111-INSERER-AUTEURS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM auteurs
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3110-RECHARGER-AUTEURS-FIN.
           EXIT.

       3111-INSERER-AUTEURS-DEB.
           MOVE SV-AUT-ID-AUTEUR TO AUT-ID-AUTEUR.
           MOVE SV-AUT-NOM       TO AUT-NOM.
           MOVE SV-AUT-PRENOM    TO AUT-PRENOM.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO auteurs (id_auteur, nom, prenom)
              VALUES (:AUT-ID-AUTEUR, :AUT-NOM, :AUT-PRENOM)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement auteurs "
                       AUT-ID-AUTEUR
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3111-INSERER-AUTEURS-FIN.
           EXIT.

       3120-RECHARGER-LIVRES-DEB.
           MOVE "livres" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3121-INSERER-LIVRES-DEB
                  THRU 3121-INSERER-LIVRES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM livres
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3120-RECHARGER-LIVRES-FIN.
           EXIT.

       3121-INSERER-LIVRES-DEB.
           MOVE SV-LIV-ID-LIVRES     TO LIV-ID-LIVRES.
           MOVE SV-LIV-TITRE         TO LIV-TITRE.
           MOVE SV-LIV-DATE-PARUTION TO LIV-DATE-PARUTION.
           MOVE SV-LIV-EDITIONS      TO LIV-EDITIONS.
           MOVE SV-LIV-FK-AUTEUR     TO LIV-FK-AUTEUR.
           MOVE SV-LIV-FK-GENRE      TO LIV-FK-GENRE.
           MOVE SV-LIV-FK-EMPRUNT    TO LIV-FK-EMPRUNT.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO livres (id_livres, titre, date_parution,
                     editions, fk_auteur, fk_genre, fk_emprunt)
              VALUES (:LIV-ID-LIVRES, :LIV-TITRE, :LIV-DATE-PARUTION,
                      :LIV-EDITIONS, NULLIF(:LIV-FK-AUTEUR, 0),
                      NULLIF(:LIV-FK-GENRE, 0),
                      NULLIF(:LIV-FK-EMPRUNT, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement livres "
                       LIV-ID-LIVRES
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3121-INSERER-LIVRES-FIN.
           EXIT.

       3130-RECHARGER-OPERATEURS-DEB.
           MOVE "operateurs" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3131-INSERER-OPERATEURS-DEB
                  THRU 3131-INSERER-OPERATEURS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM operateurs
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3130-RECHARGER-OPERATEURS-FIN.
           EXIT.

       3131-INSERER-OPERATEURS-DEB.
           MOVE SV-OPE-CODE-OPERATEUR  TO OPE-CODE-OPERATEUR.
           MOVE SV-OPE-NOM             TO OPE-NOM.
           MOVE SV-OPE-MOT-DE-PASSE    TO OPE-MOT-DE-PASSE.
           MOVE SV-OPE-DROIT-PRET      TO OPE-DROIT-PRET.
           MOVE SV-OPE-DROIT-CATALOGUE TO OPE-DROIT-CATALOGUE.
           MOVE SV-OPE-DROIT-ADMIN     TO OPE-DROIT-ADMIN.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO operateurs (code_operateur, nom, mot_de_passe,
                     droit_pret, droit_catalogue, droit_admin)
              VALUES (:OPE-CODE-OPERATEUR, :OPE-NOM, :OPE-MOT-DE-PASSE,
                      :OPE-DROIT-PRET, :OPE-DROIT-CATALOGUE,
                      :OPE-DROIT-ADMIN)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement operateurs "
                       OPE-CODE-OPERATEUR
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3131-INSERER-OPERATEURS-FIN.
           EXIT.

       3140-RECHARGER-PARTENAIRES-DEB.
           MOVE "partenaires" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3141-INSERER-PARTENAIRES-DEB
                  THRU 3141-INSERER-PARTENAIRES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM partenaires
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3140-RECHARGER-PARTENAIRES-FIN.
           EXIT.

       3141-INSERER-PARTENAIRES-DEB.
           MOVE SV-PRT-ID-PARTENAIRE TO PRT-ID-PARTENAIRE.
           MOVE SV-PRT-NOM           TO PRT-NOM.
           MOVE SV-PRT-TELEPHONE     TO PRT-TELEPHONE.
           MOVE SV-PRT-COURRIEL      TO PRT-COURRIEL.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO partenaires (id_partenaire, nom, telephone,
                     courriel)
              VALUES (:PRT-ID-PARTENAIRE, :PRT-NOM, :PRT-TELEPHONE,
                      :PRT-COURRIEL)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement partenaires "
                       PRT-ID-PARTENAIRE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3141-INSERER-PARTENAIRES-FIN.
           EXIT.

       3150-RECHARGER-EMPRUNTEURS-DEB.
           MOVE "emprunteurs" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3151-INSERER-EMPRUNTEURS-DEB
                  THRU 3151-INSERER-EMPRUNTEURS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM emprunteurs
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3150-RECHARGER-EMPRUNTEURS-FIN.
           EXIT.

       3151-INSERER-EMPRUNTEURS-DEB.
           MOVE SV-EMR-ID-EMPRUNTEUR     TO EMR-ID-EMPRUNTEUR.
           MOVE SV-EMR-NOM               TO EMR-NOM.
           MOVE SV-EMR-PRENOM            TO EMR-PRENOM.
           MOVE SV-EMR-TELEPHONE         TO EMR-TELEPHONE.
           MOVE SV-EMR-COURRIEL          TO EMR-COURRIEL.
           MOVE SV-EMR-STATUT            TO EMR-STATUT.
           MOVE SV-EMR-DATE-FIN-ADHESION TO EMR-DATE-FIN-ADHESION.
           MOVE SV-EMR-DATE-INSCRIPTION  TO EMR-DATE-INSCRIPTION.
           MOVE SV-EMR-CATEGORIE         TO EMR-CATEGORIE.
           MOVE SV-EMR-FK-GARANT         TO EMR-FK-GARANT.
           MOVE SV-EMR-ADRESSE           TO EMR-ADRESSE.
           MOVE SV-EMR-CODE-POSTAL       TO EMR-CODE-POSTAL.
           MOVE SV-EMR-VILLE             TO EMR-VILLE.
           MOVE SV-EMR-PORTAGE           TO EMR-PORTAGE.
           MOVE SV-EMR-PORTAGE-TOURNEE   TO EMR-PORTAGE-TOURNEE.
           MOVE SV-EMR-PORTAGE-JOUR      TO EMR-PORTAGE-JOUR.
           MOVE SV-EMR-GROS-CARACTERES   TO EMR-GROS-CARACTERES.
           MOVE SV-EMR-PORTAGE-CONSIGNES TO EMR-PORTAGE-CONSIGNES.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO emprunteurs (id_emprunteur, nom, prenom,
                     telephone, courriel, statut, date_fin_adhesion,
                     date_inscription, categorie, fk_garant, adresse,
                     code_postal, ville, portage, portage_tournee,
                     portage_jour, gros_caracteres, portage_consignes)
              VALUES (:EMR-ID-EMPRUNTEUR, :EMR-NOM, :EMR-PRENOM,
                      :EMR-TELEPHONE, :EMR-COURRIEL, :EMR-STATUT,
                      :EMR-DATE-FIN-ADHESION, :EMR-DATE-INSCRIPTION,
                      :EMR-CATEGORIE, NULLIF(:EMR-FK-GARANT, 0),
                      :EMR-ADRESSE, :EMR-CODE-POSTAL, :EMR-VILLE,
                      :EMR-PORTAGE, :EMR-PORTAGE-TOURNEE,
                      :EMR-PORTAGE-JOUR, :EMR-GROS-CARACTERES,
                      :EMR-PORTAGE-CONSIGNES)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement emprunteurs "
                       EMR-ID-EMPRUNTEUR
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3151-INSERER-EMPRUNTEURS-FIN.
           EXIT.

       3160-RECHARGER-EXEMPLAIRES-DEB.
           MOVE "exemplaires" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3161-INSERER-EXEMPLAIRES-DEB
                  THRU 3161-INSERER-EXEMPLAIRES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(prix_remplacement), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1
              FROM exemplaires
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3160-RECHARGER-EXEMPLAIRES-FIN.
           EXIT.

       3161-INSERER-EXEMPLAIRES-DEB.
           MOVE SV-EXE-ID-EXEMPLAIRE     TO EXE-ID-EXEMPLAIRE.
           MOVE SV-EXE-FK-LIVRES         TO EXE-FK-LIVRES.
           MOVE SV-EXE-ETAT              TO EXE-ETAT.
           MOVE SV-EXE-FK-EMPRUNT        TO EXE-FK-EMPRUNT.
           MOVE SV-EXE-SITE              TO EXE-SITE.
           MOVE SV-EXE-SITE-DESTINATION  TO EXE-SITE-DESTINATION.
           MOVE SV-EXE-PRIX-REMPLACEMENT TO EXE-PRIX-REMPLACEMENT.
           MOVE SV-EXE-DATE-CREATION     TO EXE-DATE-CREATION.
           MOVE SV-EXE-TYPE-DOCUMENT     TO EXE-TYPE-DOCUMENT.
           MOVE SV-EXE-DATE-TRANSIT      TO EXE-DATE-TRANSIT.
           ADD 1 TO WS-NB-LIGNES.
           ADD EXE-PRIX-REMPLACEMENT TO WS-TOTAL-1.

           EXEC SQL
              INSERT INTO exemplaires (id_exemplaire, fk_livres, etat,
                     fk_emprunt, site, site_destination,
                     prix_remplacement, date_creation, type_document,
                     date_transit)
              VALUES (:EXE-ID-EXEMPLAIRE, :EXE-FK-LIVRES, :EXE-ETAT,
                      :EXE-FK-EMPRUNT, :EXE-SITE, :EXE-SITE-DESTINATION,
                      :EXE-PRIX-REMPLACEMENT,
                      NULLIF(:EXE-DATE-CREATION, 0), :EXE-TYPE-DOCUMENT,
                      NULLIF(:EXE-DATE-TRANSIT, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement exemplaires "
                       EXE-ID-EXEMPLAIRE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3161-INSERER-EXEMPLAIRES-FIN.
           EXIT.

       3170-RECHARGER-EMPRUNTS-DEB.
           MOVE "emprunts" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3171-INSERER-EMPRUNTS-DEB
                  THRU 3171-INSERER-EMPRUNTS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM emprunts
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3170-RECHARGER-EMPRUNTS-FIN.
           EXIT.

       3171-INSERER-EMPRUNTS-DEB.
           MOVE SV-EMP-ID-EMPRUNT         TO EMP-ID-EMPRUNT.
           MOVE SV-EMP-FK-LIVRES          TO EMP-FK-LIVRES.
           MOVE SV-EMP-FK-EXEMPLAIRE      TO EMP-FK-EXEMPLAIRE.
           MOVE SV-EMP-FK-EMPRUNTEUR      TO EMP-FK-EMPRUNTEUR.
           MOVE SV-EMP-DATE-EMPRUNT       TO EMP-DATE-EMPRUNT.
           MOVE SV-EMP-DATE-RETOUR-PREVUE TO EMP-DATE-RETOUR-PREVUE.
           MOVE SV-EMP-DATE-RETOUR-REELLE TO EMP-DATE-RETOUR-REELLE.
           MOVE SV-EMP-NB-RENOUVELLEMENTS TO EMP-NB-RENOUVELLEMENTS.
           MOVE SV-EMP-PORTAGE            TO EMP-PORTAGE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO emprunts (id_emprunt, fk_livres,
                     fk_exemplaire, fk_emprunteur, date_emprunt,
                     date_retour_prevue, date_retour_reelle,
                     nb_renouvellements, portage)
              VALUES (:EMP-ID-EMPRUNT, :EMP-FK-LIVRES,
                      NULLIF(:EMP-FK-EXEMPLAIRE, 0),
                      NULLIF(:EMP-FK-EMPRUNTEUR, 0), :EMP-DATE-EMPRUNT,
                      :EMP-DATE-RETOUR-PREVUE,
                      NULLIF(:EMP-DATE-RETOUR-REELLE, 0),
                      :EMP-NB-RENOUVELLEMENTS, :EMP-PORTAGE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement emprunts "
                       EMP-ID-EMPRUNT
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3171-INSERER-EMPRUNTS-FIN.
           EXIT.

       3180-RECHARGER-RESERVATIONS-DEB.
           MOVE "reservations" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3181-INSERER-RESERVATIONS-DEB
                  THRU 3181-INSERER-RESERVATIONS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM reservations
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3180-RECHARGER-RESERVATIONS-FIN.
           EXIT.

       3181-INSERER-RESERVATIONS-DEB.
           MOVE SV-RES-ID-RESERVATION   TO RES-ID-RESERVATION.
           MOVE SV-RES-FK-LIVRES        TO RES-FK-LIVRES.
           MOVE SV-RES-FK-EMPRUNTEUR    TO RES-FK-EMPRUNTEUR.
           MOVE SV-RES-DATE-RESERVATION TO RES-DATE-RESERVATION.
           MOVE SV-RES-STATUT           TO RES-STATUT.
           MOVE SV-RES-DATE-PREVENU     TO RES-DATE-PREVENU.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO reservations (id_reservation, fk_livres,
                     fk_emprunteur, date_reservation, statut,
                     date_prevenu)
              VALUES (:RES-ID-RESERVATION, :RES-FK-LIVRES,
                      :RES-FK-EMPRUNTEUR, :RES-DATE-RESERVATION,
                      :RES-STATUT, NULLIF(:RES-DATE-PREVENU, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement reservations "
                       RES-ID-RESERVATION
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3181-INSERER-RESERVATIONS-FIN.
           EXIT.

       3190-RECHARGER-AMENDES-DEB.
           MOVE "amendes" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3191-INSERER-AMENDES-DEB
                  THRU 3191-INSERER-AMENDES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(montant), 0),
                     COALESCE(SUM(montant_regle), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1, :WS-BASE-TOTAL-2
              FROM amendes
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3190-RECHARGER-AMENDES-FIN.
           EXIT.

       3191-INSERER-AMENDES-DEB.
           MOVE SV-AMD-ID-AMENDE      TO AMD-ID-AMENDE.
           MOVE SV-AMD-FK-EMPRUNT     TO AMD-FK-EMPRUNT.
           MOVE SV-AMD-FK-EMPRUNTEUR  TO AMD-FK-EMPRUNTEUR.
           MOVE SV-AMD-JOURS-RETARD   TO AMD-JOURS-RETARD.
           MOVE SV-AMD-MONTANT        TO AMD-MONTANT.
           MOVE SV-AMD-MONTANT-REGLE  TO AMD-MONTANT-REGLE.
           MOVE SV-AMD-STATUT         TO AMD-STATUT.
           MOVE SV-AMD-TYPE-AMENDE    TO AMD-TYPE-AMENDE.
           MOVE SV-AMD-DATE-CALCUL    TO AMD-DATE-CALCUL.
           MOVE SV-AMD-DATE-REGLEMENT TO AMD-DATE-REGLEMENT.
           MOVE SV-AMD-DATE-AVIS-FINAL TO AMD-DATE-AVIS-FINAL.
           MOVE SV-AMD-DATE-TITRE     TO AMD-DATE-TITRE.
           ADD 1 TO WS-NB-LIGNES.
           ADD AMD-MONTANT TO WS-TOTAL-1.
           ADD AMD-MONTANT-REGLE TO WS-TOTAL-2.

           EXEC SQL
              INSERT INTO amendes (id_amende, fk_emprunt, fk_emprunteur,
                     jours_retard, montant, montant_regle, statut,
                     type_amende, date_calcul, date_reglement,
                     date_avis_final, date_titre)
              VALUES (:AMD-ID-AMENDE, NULLIF(:AMD-FK-EMPRUNT, 0),
                      NULLIF(:AMD-FK-EMPRUNTEUR, 0), :AMD-JOURS-RETARD,
                      :AMD-MONTANT, :AMD-MONTANT-REGLE, :AMD-STATUT,
                      :AMD-TYPE-AMENDE, :AMD-DATE-CALCUL,
                      NULLIF(:AMD-DATE-REGLEMENT, 0),
                      :AMD-DATE-AVIS-FINAL, :AMD-DATE-TITRE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement amendes "
                       AMD-ID-AMENDE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3191-INSERER-AMENDES-FIN.
           EXIT.

       3200-RECHARGER-CAISSE-DEB.
           MOVE "caisse_sessions" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3201-INSERER-CAISSE-DEB
                  THRU 3201-INSERER-CAISSE-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

      *une session encore ouverte n'a ni heure de clôture ni montant
      *compté : les zéros du fichier redeviennent NULL, comme à
      *l'ouverture (1710-OUVRIR-CAISSE-DEB de crud/menu.cbl)
           EXEC SQL
              UPDATE caisse_sessions
              SET heure_cloture = NULL, montant_compte = NULL
              WHERE date_cloture IS NULL
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(fond_declare), 0),
                     COALESCE(SUM(montant_compte), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1, :WS-BASE-TOTAL-2
              FROM caisse_sessions
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3200-RECHARGER-CAISSE-FIN.
           EXIT.

       3201-INSERER-CAISSE-DEB.
           MOVE SV-CAI-ID-SESSION      TO CAI-ID-SESSION.
           MOVE SV-CAI-CODE-OPERATEUR  TO CAI-CODE-OPERATEUR.
           MOVE SV-CAI-DATE-OUVERTURE  TO CAI-DATE-OUVERTURE.
           MOVE SV-CAI-HEURE-OUVERTURE TO CAI-HEURE-OUVERTURE.
           MOVE SV-CAI-FOND-DECLARE    TO CAI-FOND-DECLARE.
           MOVE SV-CAI-DATE-CLOTURE    TO CAI-DATE-CLOTURE.
           MOVE SV-CAI-HEURE-CLOTURE   TO CAI-HEURE-CLOTURE.
           MOVE SV-CAI-MONTANT-COMPTE  TO CAI-MONTANT-COMPTE.
           MOVE SV-CAI-STATUT          TO CAI-STATUT.
           MOVE SV-CAI-NO-EXTRAIT-COMPTA TO CAI-NO-EXTRAIT-COMPTA.
           ADD 1 TO WS-NB-LIGNES.
           ADD CAI-FOND-DECLARE TO WS-TOTAL-1.
           ADD CAI-MONTANT-COMPTE TO WS-TOTAL-2.

           EXEC SQL
              INSERT INTO caisse_sessions (id_session, code_operateur,
                     date_ouverture, heure_ouverture, fond_declare,
                     date_cloture, heure_cloture, montant_compte,
                     statut, no_extrait_compta)
              VALUES (:CAI-ID-SESSION, :CAI-CODE-OPERATEUR,
                      :CAI-DATE-OUVERTURE, :CAI-HEURE-OUVERTURE,
                      :CAI-FOND-DECLARE, NULLIF(:CAI-DATE-CLOTURE, 0),
                      :CAI-HEURE-CLOTURE, :CAI-MONTANT-COMPTE,
                      :CAI-STATUT, :CAI-NO-EXTRAIT-COMPTA)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement caisse_sessions "
                       CAI-ID-SESSION
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3201-INSERER-CAISSE-FIN.
           EXIT.

       3210-RECHARGER-ENCAISSEMENTS-DEB.
           MOVE "encaissements" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3211-INSERER-ENCAISSEMENTS-DEB
                  THRU 3211-INSERER-ENCAISSEMENTS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(montant), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1
              FROM encaissements
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3210-RECHARGER-ENCAISSEMENTS-FIN.
           EXIT.

       3211-INSERER-ENCAISSEMENTS-DEB.
           MOVE SV-ENC-ID-ENCAISSEMENT TO ENC-ID-ENCAISSEMENT.
           MOVE SV-ENC-FK-AMENDE       TO ENC-FK-AMENDE.
           MOVE SV-ENC-FK-SESSION      TO ENC-FK-SESSION.
           MOVE SV-ENC-MONTANT         TO ENC-MONTANT.
           MOVE SV-ENC-TYPE-MOUVEMENT  TO ENC-TYPE-MOUVEMENT.
           MOVE SV-ENC-DATE-MOUVEMENT  TO ENC-DATE-MOUVEMENT.
           MOVE SV-ENC-HEURE-MOUVEMENT TO ENC-HEURE-MOUVEMENT.
           ADD 1 TO WS-NB-LIGNES.
           ADD ENC-MONTANT TO WS-TOTAL-1.

           EXEC SQL
              INSERT INTO encaissements (id_encaissement, fk_amende,
                     fk_session, montant, type_mouvement,
                     date_mouvement, heure_mouvement)
              VALUES (:ENC-ID-ENCAISSEMENT, NULLIF(:ENC-FK-AMENDE, 0),
                      :ENC-FK-SESSION, :ENC-MONTANT,
                      :ENC-TYPE-MOUVEMENT, :ENC-DATE-MOUVEMENT,
                      :ENC-HEURE-MOUVEMENT)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement encaissements "
                       ENC-ID-ENCAISSEMENT
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3211-INSERER-ENCAISSEMENTS-FIN.
           EXIT.

       3220-RECHARGER-SUGGESTIONS-DEB.
           MOVE "suggestions" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3221-INSERER-SUGGESTIONS-DEB
                  THRU 3221-INSERER-SUGGESTIONS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM suggestions
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3220-RECHARGER-SUGGESTIONS-FIN.
           EXIT.

       3221-INSERER-SUGGESTIONS-DEB.
           MOVE SV-SUG-ID-SUGGESTION   TO SUG-ID-SUGGESTION.
           MOVE SV-SUG-TITRE           TO SUG-TITRE.
           MOVE SV-SUG-AUTEUR-LIBRE    TO SUG-AUTEUR-LIBRE.
           MOVE SV-SUG-FK-EMPRUNTEUR   TO SUG-FK-EMPRUNTEUR.
           MOVE SV-SUG-DATE-SUGGESTION TO SUG-DATE-SUGGESTION.
           MOVE SV-SUG-STATUT          TO SUG-STATUT.
           MOVE SV-SUG-ORIGINE         TO SUG-ORIGINE.
           MOVE SV-SUG-FK-LIVRES       TO SUG-FK-LIVRES.
           MOVE SV-SUG-NB-EXEMPLAIRES  TO SUG-NB-EXEMPLAIRES.
           MOVE SV-SUG-RATIO-RESERVATIONS
                                       TO SUG-RATIO-RESERVATIONS.
           MOVE SV-SUG-ATTENTE-MOYENNE TO SUG-ATTENTE-MOYENNE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO suggestions (id_suggestion, titre,
                     auteur_libre, fk_emprunteur, date_suggestion,
                     statut, origine, fk_livres, nb_exemplaires,
                     ratio_reservations, attente_moyenne)
              VALUES (:SUG-ID-SUGGESTION, :SUG-TITRE, :SUG-AUTEUR-LIBRE,
                      NULLIF(:SUG-FK-EMPRUNTEUR, 0),
                      :SUG-DATE-SUGGESTION, :SUG-STATUT,
                      :SUG-ORIGINE, NULLIF(:SUG-FK-LIVRES, 0),
                      :SUG-NB-EXEMPLAIRES, :SUG-RATIO-RESERVATIONS,
                      :SUG-ATTENTE-MOYENNE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement suggestions "
                       SUG-ID-SUGGESTION
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3221-INSERER-SUGGESTIONS-FIN.
           EXIT.

       3230-RECHARGER-COMMANDES-DEB.
           MOVE "commandes" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3231-INSERER-COMMANDES-DEB
                  THRU 3231-INSERER-COMMANDES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(prix), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1
              FROM commandes
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3230-RECHARGER-COMMANDES-FIN.
           EXIT.

       3231-INSERER-COMMANDES-DEB.
           MOVE SV-CMD-ID-COMMANDE    TO CMD-ID-COMMANDE.
           MOVE SV-CMD-FK-SUGGESTION  TO CMD-FK-SUGGESTION.
           MOVE SV-CMD-FOURNISSEUR    TO CMD-FOURNISSEUR.
           MOVE SV-CMD-PRIX           TO CMD-PRIX.
           MOVE SV-CMD-DATE-COMMANDE  TO CMD-DATE-COMMANDE.
           MOVE SV-CMD-DATE-RECEPTION TO CMD-DATE-RECEPTION.
           MOVE SV-CMD-STATUT         TO CMD-STATUT.
           MOVE SV-CMD-ISBN           TO CMD-ISBN.
           MOVE SV-CMD-TITRE          TO CMD-TITRE.
           MOVE SV-CMD-DATE-PARUTION  TO CMD-DATE-PARUTION.
           MOVE SV-CMD-EDITEUR        TO CMD-EDITEUR.
           MOVE SV-CMD-FK-GENRE       TO CMD-FK-GENRE.
           MOVE SV-CMD-FK-AUTEUR      TO CMD-FK-AUTEUR.
           MOVE SV-CMD-NB-EXEMPLAIRES TO CMD-NB-EXEMPLAIRES.
           MOVE SV-CMD-NO-EXTRAIT-ENGAGEMENT
                                      TO CMD-NO-EXTRAIT-ENGAGEMENT.
           MOVE SV-CMD-NO-EXTRAIT-LIQUIDATION
                                      TO CMD-NO-EXTRAIT-LIQUIDATION.
           ADD 1 TO WS-NB-LIGNES.
           ADD CMD-PRIX TO WS-TOTAL-1.

           EXEC SQL
              INSERT INTO commandes (id_commande, fk_suggestion,
                     fournisseur, prix, date_commande, date_reception,
                     statut, isbn, titre, date_parution, editeur,
                     fk_genre, fk_auteur, nb_exemplaires,
                     no_extrait_engagement, no_extrait_liquidation)
              VALUES (:CMD-ID-COMMANDE, NULLIF(:CMD-FK-SUGGESTION, 0),
                      :CMD-FOURNISSEUR, :CMD-PRIX, :CMD-DATE-COMMANDE,
                      NULLIF(:CMD-DATE-RECEPTION, 0), :CMD-STATUT,
                      :CMD-ISBN, :CMD-TITRE, :CMD-DATE-PARUTION,
                      :CMD-EDITEUR, NULLIF(:CMD-FK-GENRE, 0),
                      NULLIF(:CMD-FK-AUTEUR, 0), :CMD-NB-EXEMPLAIRES,
                      :CMD-NO-EXTRAIT-ENGAGEMENT,
                      :CMD-NO-EXTRAIT-LIQUIDATION)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement commandes "
                       CMD-ID-COMMANDE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3231-INSERER-COMMANDES-FIN.
           EXIT.

       3240-RECHARGER-PEB-DEB.
           MOVE "peb" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3241-INSERER-PEB-DEB
                  THRU 3241-INSERER-PEB-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM peb
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3240-RECHARGER-PEB-FIN.
           EXIT.

       3241-INSERER-PEB-DEB.
           MOVE SV-PEB-ID-PEB              TO PEB-ID-PEB.
           MOVE SV-PEB-SENS                TO PEB-SENS.
           MOVE SV-PEB-FK-PARTENAIRE       TO PEB-FK-PARTENAIRE.
           MOVE SV-PEB-FK-EXEMPLAIRE       TO PEB-FK-EXEMPLAIRE.
           MOVE SV-PEB-TITRE               TO PEB-TITRE.
           MOVE SV-PEB-FK-EMPRUNTEUR       TO PEB-FK-EMPRUNTEUR.
           MOVE SV-PEB-DATE-DEPART         TO PEB-DATE-DEPART.
           MOVE SV-PEB-DATE-RETOUR-PROMISE TO PEB-DATE-RETOUR-PROMISE.
           MOVE SV-PEB-DATE-RETOUR-REELLE  TO PEB-DATE-RETOUR-REELLE.
           MOVE SV-PEB-STATUT              TO PEB-STATUT.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO peb (id_peb, sens, fk_partenaire,
                     fk_exemplaire, titre, fk_emprunteur, date_depart,
                     date_retour_promise, date_retour_reelle, statut)
              VALUES (:PEB-ID-PEB, :PEB-SENS, :PEB-FK-PARTENAIRE,
                      NULLIF(:PEB-FK-EXEMPLAIRE, 0), :PEB-TITRE,
                      NULLIF(:PEB-FK-EMPRUNTEUR, 0), :PEB-DATE-DEPART,
                      :PEB-DATE-RETOUR-PROMISE,
                      NULLIF(:PEB-DATE-RETOUR-REELLE, 0), :PEB-STATUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement peb "
                       PEB-ID-PEB
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3241-INSERER-PEB-FIN.
           EXIT.

       3250-RECHARGER-ABONNEMENTS-DEB.
           MOVE "abonnements" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3251-INSERER-ABONNEMENTS-DEB
                  THRU 3251-INSERER-ABONNEMENTS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(prix_annuel), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1
              FROM abonnements
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3250-RECHARGER-ABONNEMENTS-FIN.
           EXIT.

       3251-INSERER-ABONNEMENTS-DEB.
           MOVE SV-ABO-ID-ABONNEMENT TO ABO-ID-ABONNEMENT.
           MOVE SV-ABO-TITRE         TO ABO-TITRE.
           MOVE SV-ABO-FOURNISSEUR   TO ABO-FOURNISSEUR.
           MOVE SV-ABO-NB-PAR-AN     TO ABO-NB-PAR-AN.
           MOVE SV-ABO-DATE-DEBUT    TO ABO-DATE-DEBUT.
           MOVE SV-ABO-DATE-FIN      TO ABO-DATE-FIN.
           MOVE SV-ABO-PRIX-ANNUEL   TO ABO-PRIX-ANNUEL.
           MOVE SV-ABO-FK-LIVRES     TO ABO-FK-LIVRES.
           ADD 1 TO WS-NB-LIGNES.
           ADD ABO-PRIX-ANNUEL TO WS-TOTAL-1.

           EXEC SQL
              INSERT INTO abonnements (id_abonnement, titre,
                     fournisseur, nb_par_an, date_debut, date_fin,
                     prix_annuel, fk_livres)
              VALUES (:ABO-ID-ABONNEMENT, :ABO-TITRE, :ABO-FOURNISSEUR,
                      :ABO-NB-PAR-AN, :ABO-DATE-DEBUT, :ABO-DATE-FIN,
                      :ABO-PRIX-ANNUEL, NULLIF(:ABO-FK-LIVRES, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement abonnements "
                       ABO-ID-ABONNEMENT
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3251-INSERER-ABONNEMENTS-FIN.
           EXIT.

       3260-RECHARGER-FASCICULES-DEB.
           MOVE "fascicules" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3261-INSERER-FASCICULES-DEB
                  THRU 3261-INSERER-FASCICULES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM fascicules
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3260-RECHARGER-FASCICULES-FIN.
           EXIT.

       3261-INSERER-FASCICULES-DEB.
           MOVE SV-FAS-ID-FASCICULE   TO FAS-ID-FASCICULE.
           MOVE SV-FAS-FK-ABONNEMENT  TO FAS-FK-ABONNEMENT.
           MOVE SV-FAS-NUMERO         TO FAS-NUMERO.
           MOVE SV-FAS-DATE-RECEPTION TO FAS-DATE-RECEPTION.
           MOVE SV-FAS-FK-EXEMPLAIRE  TO FAS-FK-EXEMPLAIRE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO fascicules (id_fascicule, fk_abonnement,
                     numero, date_reception, fk_exemplaire)
              VALUES (:FAS-ID-FASCICULE, :FAS-FK-ABONNEMENT,
                      :FAS-NUMERO, :FAS-DATE-RECEPTION,
                      NULLIF(:FAS-FK-EXEMPLAIRE, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement fascicules "
                       FAS-ID-FASCICULE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3261-INSERER-FASCICULES-FIN.
           EXIT.

       3270-RECHARGER-POLITIQUE-DEB.
           MOVE "politique_pret" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3271-INSERER-POLITIQUE-DEB
                  THRU 3271-INSERER-POLITIQUE-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM politique_pret
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3270-RECHARGER-POLITIQUE-FIN.
           EXIT.

       3271-INSERER-POLITIQUE-DEB.
           MOVE SV-POL-CATEGORIE      TO POL-CATEGORIE.
           MOVE SV-POL-TYPE-DOCUMENT  TO POL-TYPE-DOCUMENT.
           MOVE SV-POL-DUREE-PRET     TO POL-DUREE-PRET.
           MOVE SV-POL-MAX-EMPRUNTS   TO POL-MAX-EMPRUNTS.
           MOVE SV-POL-MAX-RENOUVEL   TO POL-MAX-RENOUVEL.
           MOVE SV-POL-TAUX-AMENDE    TO POL-TAUX-AMENDE.
           MOVE SV-POL-PLAFOND-AMENDE TO POL-PLAFOND-AMENDE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO politique_pret (categorie, type_document,
                     duree_pret, max_emprunts, max_renouvel,
                     taux_amende, plafond_amende)
              VALUES (:POL-CATEGORIE, :POL-TYPE-DOCUMENT,
                      :POL-DUREE-PRET, :POL-MAX-EMPRUNTS,
                      :POL-MAX-RENOUVEL, :POL-TAUX-AMENDE,
                      :POL-PLAFOND-AMENDE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement politique_pret "
                       POL-CATEGORIE
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3271-INSERER-POLITIQUE-FIN.
           EXIT.

       3280-RECHARGER-AUDIT-DEB.
           MOVE "audit_log" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3281-INSERER-AUDIT-DEB
                  THRU 3281-INSERER-AUDIT-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM audit_log
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3280-RECHARGER-AUDIT-FIN.
           EXIT.

       3281-INSERER-AUDIT-DEB.
           MOVE SV-AUD-ID-AUDIT              TO AUD-ID-AUDIT.
           MOVE SV-AUD-OPERATION             TO AUD-OPERATION.
           MOVE SV-AUD-ID-LIVRES             TO AUD-ID-LIVRES.
           MOVE SV-AUD-ANCIEN-TITRE          TO AUD-ANCIEN-TITRE.
           MOVE SV-AUD-NOUVEAU-TITRE         TO AUD-NOUVEAU-TITRE.
           MOVE SV-AUD-ANCIEN-DATE-PARUTION
                  TO AUD-ANCIEN-DATE-PARUTION.
           MOVE SV-AUD-NOUVEAU-DATE-PARUTION
                  TO AUD-NOUVEAU-DATE-PARUTION.
           MOVE SV-AUD-ANCIEN-EDITIONS       TO AUD-ANCIEN-EDITIONS.
           MOVE SV-AUD-NOUVEAU-EDITIONS      TO AUD-NOUVEAU-EDITIONS.
           MOVE SV-AUD-ANCIEN-FK-GENRE       TO AUD-ANCIEN-FK-GENRE.
           MOVE SV-AUD-NOUVEAU-FK-GENRE      TO AUD-NOUVEAU-FK-GENRE.
           MOVE SV-AUD-ANCIEN-FK-AUTEUR      TO AUD-ANCIEN-FK-AUTEUR.
           MOVE SV-AUD-NOUVEAU-FK-AUTEUR     TO AUD-NOUVEAU-FK-AUTEUR.
           MOVE SV-AUD-HORODATAGE            TO AUD-HORODATAGE.
           MOVE SV-AUD-OPERATEUR             TO AUD-OPERATEUR.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO audit_log (id_audit, operation, id_livres,
                     ancien_titre, nouveau_titre, ancien_date_parution,
                     nouveau_date_parution, ancien_editions,
                     nouveau_editions, ancien_fk_genre,
                     nouveau_fk_genre, ancien_fk_auteur,
                     nouveau_fk_auteur, horodatage, operateur)
              VALUES (:AUD-ID-AUDIT, :AUD-OPERATION, :AUD-ID-LIVRES,
                      :AUD-ANCIEN-TITRE, :AUD-NOUVEAU-TITRE,
                      :AUD-ANCIEN-DATE-PARUTION,
                      :AUD-NOUVEAU-DATE-PARUTION, :AUD-ANCIEN-EDITIONS,
                      :AUD-NOUVEAU-EDITIONS, :AUD-ANCIEN-FK-GENRE,
                      :AUD-NOUVEAU-FK-GENRE, :AUD-ANCIEN-FK-AUTEUR,
                      :AUD-NOUVEAU-FK-AUTEUR, :AUD-HORODATAGE,
                      :AUD-OPERATEUR)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement audit_log "
                       AUD-ID-AUDIT
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3281-INSERER-AUDIT-FIN.
           EXIT.

       3290-RECHARGER-CONTRIB-DEB.
           MOVE "contributions" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3291-INSERER-CONTRIB-DEB
                  THRU 3291-INSERER-CONTRIB-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM contributions
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3290-RECHARGER-CONTRIB-FIN.
           EXIT.

       3291-INSERER-CONTRIB-DEB.
           MOVE SV-CTB-FK-LIVRES TO CTB-FK-LIVRES.
           MOVE SV-CTB-FK-AUTEUR TO CTB-FK-AUTEUR.
           MOVE SV-CTB-ROLE      TO CTB-ROLE.
           MOVE SV-CTB-ORDRE     TO CTB-ORDRE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO contributions (fk_livres, fk_auteur, role,
                     ordre)
              VALUES (:CTB-FK-LIVRES, :CTB-FK-AUTEUR, :CTB-ROLE,
                      :CTB-ORDRE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement contributions "
                       CTB-FK-LIVRES
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3291-INSERER-CONTRIB-FIN.
           EXIT.

       3300-RECHARGER-SUJETS-DEB.
           MOVE "sujets" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3301-INSERER-SUJETS-DEB
                  THRU 3301-INSERER-SUJETS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM sujets
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3300-RECHARGER-SUJETS-FIN.
           EXIT.

       3301-INSERER-SUJETS-DEB.
           MOVE SV-SUJ-ID-SUJET TO SUJ-ID-SUJET.
           MOVE SV-SUJ-LIBELLE  TO SUJ-LIBELLE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO sujets (id_sujet, libelle)
              VALUES (:SUJ-ID-SUJET, :SUJ-LIBELLE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement sujets "
                       SUJ-ID-SUJET
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3301-INSERER-SUJETS-FIN.
           EXIT.

       3310-RECHARGER-VOIR-AUSSI-DEB.
           MOVE "sujets_voir_aussi" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3311-INSERER-VOIR-AUSSI-DEB
                  THRU 3311-INSERER-VOIR-AUSSI-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM sujets_voir_aussi
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3310-RECHARGER-VOIR-AUSSI-FIN.
           EXIT.

       3311-INSERER-VOIR-AUSSI-DEB.
           MOVE SV-SVA-FK-SUJET     TO SVA-FK-SUJET.
           MOVE SV-SVA-FK-SUJET-LIE TO SVA-FK-SUJET-LIE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO sujets_voir_aussi (fk_sujet, fk_sujet_lie)
              VALUES (:SVA-FK-SUJET, :SVA-FK-SUJET-LIE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement sujets_voir_aussi "
                       SVA-FK-SUJET
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3311-INSERER-VOIR-AUSSI-FIN.
           EXIT.

       3320-RECHARGER-LIVRES-SUJETS-DEB.
           MOVE "livres_sujets" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3321-INSERER-LIVRES-SUJETS-DEB
                  THRU 3321-INSERER-LIVRES-SUJETS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM livres_sujets
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3320-RECHARGER-LIVRES-SUJETS-FIN.
           EXIT.

       3321-INSERER-LIVRES-SUJETS-DEB.
           MOVE SV-LSU-FK-LIVRES TO LSU-FK-LIVRES.
           MOVE SV-LSU-FK-SUJET  TO LSU-FK-SUJET.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO livres_sujets (fk_livres, fk_sujet)
              VALUES (:LSU-FK-LIVRES, :LSU-FK-SUJET)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement livres_sujets "
                       LSU-FK-LIVRES
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3321-INSERER-LIVRES-SUJETS-FIN.
           EXIT.

       3330-RECHARGER-REPARATIONS-DEB.
           MOVE "reparations" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3331-INSERER-REPARATIONS-DEB
                  THRU 3331-INSERER-REPARATIONS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(cout), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1
              FROM reparations
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3330-RECHARGER-REPARATIONS-FIN.
           EXIT.

       3331-INSERER-REPARATIONS-DEB.
           MOVE SV-REP-ID-REPARATION    TO REP-ID-REPARATION.
           MOVE SV-REP-FK-EXEMPLAIRE    TO REP-FK-EXEMPLAIRE.
           MOVE SV-REP-MOTIF            TO REP-MOTIF.
           MOVE SV-REP-DATE-SIGNALEMENT TO REP-DATE-SIGNALEMENT.
           MOVE SV-REP-DATE-ENVOI       TO REP-DATE-ENVOI.
           MOVE SV-REP-DATE-RETOUR      TO REP-DATE-RETOUR.
           MOVE SV-REP-COUT             TO REP-COUT.
           MOVE SV-REP-STATUT           TO REP-STATUT.
           MOVE SV-REP-OPERATEUR        TO REP-OPERATEUR.
           ADD 1 TO WS-NB-LIGNES.
           ADD REP-COUT TO WS-TOTAL-1.

           EXEC SQL
              INSERT INTO reparations (id_reparation, fk_exemplaire,
                     motif, date_signalement, date_envoi, date_retour,
                     cout, statut, operateur)
              VALUES (:REP-ID-REPARATION, :REP-FK-EXEMPLAIRE,
                      :REP-MOTIF, :REP-DATE-SIGNALEMENT,
                      :REP-DATE-ENVOI, :REP-DATE-RETOUR, :REP-COUT,
                      :REP-STATUT, :REP-OPERATEUR)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement reparations "
                       REP-ID-REPARATION
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3331-INSERER-REPARATIONS-FIN.
           EXIT.

       3340-RECHARGER-EXTRAITS-CPT-DEB.
           MOVE "extraits_compta" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3341-INSERER-EXTRAITS-CPT-DEB
                  THRU 3341-INSERER-EXTRAITS-CPT-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(total_recettes), 0),
                     COALESCE(SUM(total_engagements), 0)
              INTO :WS-BASE-NB, :WS-BASE-TOTAL-1, :WS-BASE-TOTAL-2
              FROM extraits_compta
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3340-RECHARGER-EXTRAITS-CPT-FIN.
           EXIT.

       3341-INSERER-EXTRAITS-CPT-DEB.
           MOVE SV-EXC-NO-EXTRAIT         TO EXC-NO-EXTRAIT.
           MOVE SV-EXC-DATE-EXTRAIT       TO EXC-DATE-EXTRAIT.
           MOVE SV-EXC-HEURE-EXTRAIT      TO EXC-HEURE-EXTRAIT.
           MOVE SV-EXC-NB-LIGNES          TO EXC-NB-LIGNES.
           MOVE SV-EXC-TOTAL-RECETTES     TO EXC-TOTAL-RECETTES.
           MOVE SV-EXC-TOTAL-REMISES      TO EXC-TOTAL-REMISES.
           MOVE SV-EXC-TOTAL-ENGAGEMENTS  TO EXC-TOTAL-ENGAGEMENTS.
           MOVE SV-EXC-TOTAL-LIQUIDATIONS TO EXC-TOTAL-LIQUIDATIONS.
           ADD 1 TO WS-NB-LIGNES.
           ADD EXC-TOTAL-RECETTES TO WS-TOTAL-1.
           ADD EXC-TOTAL-ENGAGEMENTS TO WS-TOTAL-2.

           EXEC SQL
              INSERT INTO extraits_compta (no_extrait, date_extrait,
                     heure_extrait, nb_lignes, total_recettes,
                     total_remises, total_engagements,
                     total_liquidations)
              VALUES (:EXC-NO-EXTRAIT, :EXC-DATE-EXTRAIT,
                      :EXC-HEURE-EXTRAIT, :EXC-NB-LIGNES,
                      :EXC-TOTAL-RECETTES, :EXC-TOTAL-REMISES,
                      :EXC-TOTAL-ENGAGEMENTS, :EXC-TOTAL-LIQUIDATIONS)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement extraits_compta "
                       EXC-NO-EXTRAIT
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3341-INSERER-EXTRAITS-CPT-FIN.
           EXIT.

       3350-RECHARGER-PTG-PREFERENCES-DEB.
           MOVE "portage_preferences" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3351-INSERER-PTG-PREFERENCES-DEB
                  THRU 3351-INSERER-PTG-PREFERENCES-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM portage_preferences
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3350-RECHARGER-PTG-PREFERENCES-FIN.
           EXIT.

       3351-INSERER-PTG-PREFERENCES-DEB.
           MOVE SV-PPF-FK-EMPRUNTEUR TO PPF-FK-EMPRUNTEUR.
           MOVE SV-PPF-TYPE-PREF     TO PPF-TYPE-PREF.
           MOVE SV-PPF-FK-REFERENCE  TO PPF-FK-REFERENCE.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO portage_preferences (fk_emprunteur, type_pref,
                     fk_reference)
              VALUES (:PPF-FK-EMPRUNTEUR, :PPF-TYPE-PREF,
                      :PPF-FK-REFERENCE)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement portage_preferences "
                       PPF-FK-EMPRUNTEUR
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3351-INSERER-PTG-PREFERENCES-FIN.
           EXIT.

       3351-RECHARGER-PTG-PROPOSITIONS-DEB.
           MOVE "portage_propositions" TO WS-NOM-TABLE.
           PERFORM 3800-OUVRIR-TABLE-DEB
              THRU 3800-OUVRIR-TABLE-FIN.

           PERFORM UNTIL F-TABLE-STATUS-EOF
               PERFORM 3352-INSERER-PTG-PROPOSITIONS-DEB
                  THRU 3352-INSERER-PTG-PROPOSITIONS-FIN
               READ F-TABLE
               AT END
                   SET F-TABLE-STATUS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE F-TABLE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-BASE-NB
              FROM portage_propositions
           END-EXEC.
           PERFORM 3900-VERIFIER-TABLE-DEB
              THRU 3900-VERIFIER-TABLE-FIN.

       3351-RECHARGER-PTG-PROPOSITIONS-FIN.
           EXIT.

       3352-INSERER-PTG-PROPOSITIONS-DEB.
           MOVE SV-PPR-ID-PROPOSITION TO PPR-ID-PROPOSITION.
           MOVE SV-PPR-FK-EMPRUNTEUR  TO PPR-FK-EMPRUNTEUR.
           MOVE SV-PPR-FK-EXEMPLAIRE  TO PPR-FK-EXEMPLAIRE.
           MOVE SV-PPR-FK-LIVRES      TO PPR-FK-LIVRES.
           MOVE SV-PPR-TOURNEE        TO PPR-TOURNEE.
           MOVE SV-PPR-DATE-SELECTION TO PPR-DATE-SELECTION.
           MOVE SV-PPR-STATUT         TO PPR-STATUT.
           MOVE SV-PPR-FK-EMPRUNT     TO PPR-FK-EMPRUNT.
           MOVE SV-PPR-DATE-STATUT    TO PPR-DATE-STATUT.
           ADD 1 TO WS-NB-LIGNES.

           EXEC SQL
              INSERT INTO portage_propositions (id_proposition,
                     fk_emprunteur, fk_exemplaire, fk_livres, tournee,
                     date_selection, statut, fk_emprunt, date_statut)
              VALUES (:PPR-ID-PROPOSITION, :PPR-FK-EMPRUNTEUR,
                      :PPR-FK-EXEMPLAIRE, :PPR-FK-LIVRES, :PPR-TOURNEE,
                      :PPR-DATE-SELECTION, :PPR-STATUT, :PPR-FK-EMPRUNT,
                      :PPR-DATE-STATUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de chargement portage_propositions "
                       PPR-ID-PROPOSITION
               DISPLAY "  SQLCODE: " SQLCODE
           END-IF.

       3352-INSERER-PTG-PROPOSITIONS-FIN.
           EXIT.
       3700-RECALER-SEQUENCES-DEB.
      *----------------------------------------------------------------*
      * Les lignes rechargées gardent leurs clés : chaque séquence     *
      * repart après la plus grande clé de sa table, sans quoi le      *
      * prochain identifiant attribué au guichet (0170) serait déjà    *
      * pris. Une erreur annule la transaction et fait échouer toutes  *
      * les commandes suivantes : la dernière suffit au contrôle.      *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT setval(pg_get_serial_sequence('genre', 'id_genre'),
                     COALESCE(MAX(id_genre), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM genre
           END-EXEC.
           EXEC SQL
              SELECT setval(pg_get_serial_sequence('auteurs',
                     'id_auteur'), COALESCE(MAX(id_auteur), 0) + 1,
                     false)
              INTO :WS-ID-SEQUENCE FROM auteurs
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_exemplaires',
                     COALESCE(MAX(id_exemplaire), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM exemplaires
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_emprunteurs',
                     COALESCE(MAX(id_emprunteur), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM emprunteurs
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_emprunts',
                     COALESCE(MAX(id_emprunt), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM emprunts
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_reservations',
                     COALESCE(MAX(id_reservation), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM reservations
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_amendes',
                     COALESCE(MAX(id_amende), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM amendes
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_caisse_sessions',
                     COALESCE(MAX(id_session), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM caisse_sessions
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_encaissements',
                     COALESCE(MAX(id_encaissement), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM encaissements
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_suggestions',
                     COALESCE(MAX(id_suggestion), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM suggestions
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_commandes',
                     COALESCE(MAX(id_commande), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM commandes
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_partenaires',
                     COALESCE(MAX(id_partenaire), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM partenaires
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_peb',
                     COALESCE(MAX(id_peb), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM peb
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_abonnements',
                     COALESCE(MAX(id_abonnement), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM abonnements
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_fascicules',
                     COALESCE(MAX(id_fascicule), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM fascicules
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_audit_log',
                     COALESCE(MAX(id_audit), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM audit_log
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_sujets',
                     COALESCE(MAX(id_sujet), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM sujets
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_reparations',
                     COALESCE(MAX(id_reparation), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM reparations
           END-EXEC.
           EXEC SQL
              SELECT setval('seq_portage',
                     COALESCE(MAX(id_proposition), 0) + 1, false)
              INTO :WS-ID-SEQUENCE FROM portage_propositions
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur au recalage des séquences SQLCODE: "
                       SQLCODE
           END-IF.

       3700-RECALER-SEQUENCES-FIN.
           EXIT.

       3800-OUVRIR-TABLE-DEB.
      *----------------------------------------------------------------*
      * Passe à la ligne de contrôle suivante (elle doit nommer la     *
      * table attendue), ouvre le fichier de la table et lit sa        *
      * première ligne                                                 *
      *----------------------------------------------------------------*
           ADD 1 TO WS-IDX-TABLE.
           IF WS-CTL-TABLE(WS-IDX-TABLE) NOT = WS-NOM-TABLE
               DISPLAY "ERREUR: contrôle " WS-IDX-TABLE " pour "
                       WS-CTL-TABLE(WS-IDX-TABLE) ", attendu "
                       WS-NOM-TABLE
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.
           MOVE WS-CTL-COLONNE-1(WS-IDX-TABLE) TO WS-COLONNE-1.
           MOVE WS-CTL-COLONNE-2(WS-IDX-TABLE) TO WS-COLONNE-2.

           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-TOTAL-1.
           MOVE 0 TO WS-TOTAL-2.
           PERFORM 2850-NOMMER-FICHIER-DEB
              THRU 2850-NOMMER-FICHIER-FIN.

           OPEN INPUT F-TABLE.
           IF NOT F-TABLE-STATUS-OK
               DISPLAY "ERREUR: " WS-NOM-FICHIER " introuvable"
               DISPLAY "Code erreur : " F-TABLE-STATUS
               PERFORM 3990-ABANDONNER-DEB
                  THRU 3990-ABANDONNER-FIN
           END-IF.

           READ F-TABLE
           AT END
               SET F-TABLE-STATUS-EOF TO TRUE
           END-READ.

       3800-OUVRIR-TABLE-FIN.
           EXIT.

       3900-VERIFIER-TABLE-DEB.
      *----------------------------------------------------------------*
      * Compare la ligne de contrôle de la table à ce qui a été lu     *
      * dans le fichier et à ce que contient maintenant la base        *
      * (lignes et totaux des colonnes de montant)                     *
      *----------------------------------------------------------------*
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "Erreur de recomptage " WS-NOM-TABLE
                       " SQLCODE: " SQLCODE
               MOVE 0 TO WS-BASE-NB
           END-IF.
           IF WS-COLONNE-1 = SPACE
               MOVE 0 TO WS-BASE-TOTAL-1
           END-IF.
           IF WS-COLONNE-2 = SPACE
               MOVE 0 TO WS-BASE-TOTAL-2
           END-IF.

           IF  WS-NB-LIGNES = WS-CTL-NB-LIGNES(WS-IDX-TABLE)
           AND WS-BASE-NB   = WS-CTL-NB-LIGNES(WS-IDX-TABLE)
           AND WS-TOTAL-1   = WS-CTL-TOTAL-1(WS-IDX-TABLE)
           AND WS-BASE-TOTAL-1 = WS-CTL-TOTAL-1(WS-IDX-TABLE)
           AND WS-TOTAL-2   = WS-CTL-TOTAL-2(WS-IDX-TABLE)
           AND WS-BASE-TOTAL-2 = WS-CTL-TOTAL-2(WS-IDX-TABLE)
               MOVE "OK" TO WS-STATUT-TABLE
           ELSE
               MOVE "ECART" TO WS-STATUT-TABLE
               ADD 1 TO WS-NB-ECARTS
           END-IF.

      * la ligne du rapport donne ce qui a été lu dans le fichier ;
      * en cas d'écart, le contrôle et la base suivent sur deux lignes
           ADD 1 TO WS-NB-TABLES.
           PERFORM 4000-LIGNE-RAPPORT-DEB
              THRU 4000-LIGNE-RAPPORT-FIN.

           IF WS-STATUT-TABLE = "ECART"
               MOVE "  - contrôle" TO WS-NOM-TABLE
               MOVE WS-CTL-NB-LIGNES(WS-IDX-TABLE) TO WS-NB-LIGNES
               MOVE WS-CTL-TOTAL-1(WS-IDX-TABLE) TO WS-TOTAL-1
               MOVE WS-CTL-TOTAL-2(WS-IDX-TABLE) TO WS-TOTAL-2
               MOVE SPACE TO WS-STATUT-TABLE
               PERFORM 4000-LIGNE-RAPPORT-DEB
                  THRU 4000-LIGNE-RAPPORT-FIN
               MOVE "  - base" TO WS-NOM-TABLE
               MOVE WS-BASE-NB TO WS-NB-LIGNES
               MOVE WS-BASE-TOTAL-1 TO WS-TOTAL-1
               MOVE WS-BASE-TOTAL-2 TO WS-TOTAL-2
               PERFORM 4000-LIGNE-RAPPORT-DEB
                  THRU 4000-LIGNE-RAPPORT-FIN
           END-IF.

       3900-VERIFIER-TABLE-FIN.
           EXIT.

       3990-ABANDONNER-DEB.
      *----------------------------------------------------------------*
      * Rechargement impossible ou faux : rien n'est gardé             *
      *----------------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "Rechargement annulé (ROLLBACK).".
           IF F-RAPPORT-STATUS-OK
               CLOSE F-RAPPORT
           END-IF.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
              THRU 9999-ERREUR-PROGRAMME-FIN.

       3990-ABANDONNER-FIN.
           EXIT.

      ******************************************************************
      * === 4000 === LIGNE DU RAPPORT D'UNE TABLE                      *
      ******************************************************************

       4000-LIGNE-RAPPORT-DEB.
           MOVE SPACE TO REC-RAPPORT.
           MOVE WS-NB-LIGNES TO WS-ED-NB.
           MOVE WS-TOTAL-1 TO WS-ED-TOTAL-1.
           MOVE WS-TOTAL-2 TO WS-ED-TOTAL-2.
           MOVE WS-NOM-TABLE    TO REC-RAPPORT(1:20).
           MOVE WS-ED-NB        TO REC-RAPPORT(22:9).
           MOVE WS-COLONNE-1    TO REC-RAPPORT(32:20).
           MOVE WS-ED-TOTAL-1   TO REC-RAPPORT(52:14).
           MOVE WS-COLONNE-2    TO REC-RAPPORT(67:20).
           MOVE WS-ED-TOTAL-2   TO REC-RAPPORT(87:14).
           MOVE WS-STATUT-TABLE TO REC-RAPPORT(102:5).
           WRITE REC-RAPPORT AFTER 1.

       4000-LIGNE-RAPPORT-FIN.
           EXIT.

      ******************************************************************
      * === 5000 === FINALISATION                                      *
      ******************************************************************

       5000-FIN-PROGRAMME-DEB.
           CLOSE F-RAPPORT.

           DISPLAY "=== STATISTIQUES DE LA SAUVEGARDE ===".
           DISPLAY "Tables traitées       : " WS-NB-TABLES.
           DISPLAY "Erreurs               : " WS-NB-ERREURS.
           IF WS-MODE-RECHARGER
               DISPLAY "Tables en écart       : " WS-NB-ECARTS
           ELSE
               DISPLAY "Contrôle              : " WS-NOM-CONTROLE
           END-IF.
           DISPLAY "Rapport généré        : sauvegarde-rapport.txt".

           IF WS-NB-ERREURS > 0
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
              THRU 9999-FIN-NORMALE-PROGRAMME-FIN.

       5000-FIN-PROGRAMME-FIN.
           EXIT.

       1100-LIRE-PARAMETRES-DEB.
      *----------------------------------------------------------------*
      * Charge les identifiants de connexion depuis le fichier des     *
      * paramètres partagés. L'absence du fichier est une erreur       *
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
