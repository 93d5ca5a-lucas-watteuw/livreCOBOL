      * Programme : LRE-chaine.cbl                                     *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 22/08/2026                                         *
      * Mise à jour : 15/10/2026 - Cinquième étape : contrôle          *
      *   d'intégrité de la circulation (LRE-integrite) après les      *
      *   restitutions.                                                *
      * Mise à jour : 15/10/2026 - Sixième étape : suggestions d'achat *
      *   sur la pression des réservations (LRE-suggestions).          *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Superviseur de la chaîne de nuit : enchaîne LRE-livres,        *
      * LRE-reconciliation, LRE-relances, LRE-catalogue,               *
      * LRE-integrite et LRE-suggestions dans cet ordre, contrôle le   *
      * code retour de chaque étape (les programmes rendent 0 en fin   *
      * normale et 1 par 9999-ERREUR-PROGRAMME-DEB), et note           *
      * l'avancement dans le fichier de pilotage chaine-controle.dat.  *
      * Une étape en échec arrête la chaîne ; à la relance, les étapes *
      * déjà OK sont sautées et la chaîne reprend à la première étape  *
      * non terminée - plus personne ne rejoue tout depuis le début    *
      * parce que l'étape deux est tombée à 23 heures. Après une       *
      * chaîne entièrement bonne, le pilotage est purgé : la nuit      *
      * suivante repart de l'étape une.                                *
           88 F-RAPPORT-STATUS-OK                       VALUE '00'.

      *----------------------------------------------------------------*
      * LA CHAÎNE : six étapes dans l'ordre imposé par les             *
      * dépendances (le générateur SQL d'abord, la réconciliation      *
      * sur son fichier source ensuite, puis les restitutions, le      *
      * contrôle d'intégrité sur la base de la nuit, et les            *
      * suggestions d'achat sur les files de réservations en dernier)  *
      *----------------------------------------------------------------*
       01 TAB-CHAINE-VALEURS.
           05 FILLER PIC X(23) VALUE "1LRE-livres            ".
           05 FILLER PIC X(23) VALUE "2LRE-reconciliation    ".
           05 FILLER PIC X(23) VALUE "3LRE-relances          ".
           05 FILLER PIC X(23) VALUE "4LRE-catalogue         ".
           05 FILLER PIC X(23) VALUE "5LRE-integrite         ".
           05 FILLER PIC X(23) VALUE "6LRE-suggestions       ".
       01 TAB-CHAINE REDEFINES TAB-CHAINE-VALEURS.
           05 WS-ETAPE OCCURS 6 TIMES.
               10 WS-ETP-NUMERO            PIC 9(01).
               10 WS-ETP-PROGRAMME         PIC X(20).
               10 FILLER                   PIC X(02).
      *statut courant de chaque étape, relu du fichier de pilotage
      *d'une exécution précédente interrompue, complété par celle-ci
       01 TAB-STATUTS.
           05 WS-STATUT-ETAPE OCCURS 6 TIMES
                                           PIC X(02).
      *heures de début et de fin de chaque étape, pour le rapport
       01 TAB-HORAIRES.
           05 WS-HORAIRE-ETAPE OCCURS 6 TIMES.
               10 WS-ETP-DEBUT             PIC 9(06).
               10 WS-ETP-FIN               PIC 9(06).
               10 WS-ETP-RC                PIC 9(05).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > 6
               MOVE SPACE TO WS-STATUT-ETAPE(WS-IDX-ETAPE)
               MOVE ZEROS TO WS-HORAIRE-ETAPE(WS-IDX-ETAPE)
           END-PERFORM.
                   SET F-CONTROLE-STATUS-EOF TO TRUE
               END-READ
               PERFORM UNTIL F-CONTROLE-STATUS-EOF
                   IF CTL-ETAPE >= 1 AND CTL-ETAPE <= 6
                       MOVE CTL-STATUT
                            TO WS-STATUT-ETAPE(CTL-ETAPE)
      *l'heure mémorisée resservira au rapport pour les étapes

       2000-DEROULER-CHAINE-DEB.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > 6
                      OR WS-CHAINE-EN-ECHEC = 'O'
               IF WS-STATUT-ETAPE(WS-IDX-ETAPE) = "OK"
                   ADD 1 TO WS-NB-ETAPES-SAUTEES

      ******************************************************************
      * === 3000 === ÉCRITURE DU PILOTAGE                              *
      * Le fichier est réécrit en entier (six lignes) après chaque     *
      * étape ; après une chaîne entièrement bonne il est purgé (tous  *
      * statuts à blanc) pour que la prochaine nuit reparte de zéro,   *
      * comme le point de reprise de LRE-livres.cbl                    *
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM VARYING CTL-ETAPE FROM 1 BY 1
                   UNTIL CTL-ETAPE > 6
               MOVE WS-ETP-PROGRAMME(CTL-ETAPE) TO CTL-PROGRAMME
               MOVE WS-STATUT-ETAPE(CTL-ETAPE)  TO CTL-STATUT
               MOVE WS-DATE-JOUR                TO CTL-DATE

       3100-PURGER-PILOTAGE-DEB.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > 6
               MOVE SPACE TO WS-STATUT-ETAPE(WS-IDX-ETAPE)
           END-PERFORM.
           PERFORM 3000-ECRIRE-PILOTAGE-DEB
           WRITE REC-RAPPORT AFTER 1.

           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > 6
               MOVE SPACE TO REC-RAPPORT
               EVALUATE WS-STATUT-ETAPE(WS-IDX-ETAPE)
               WHEN "OK"
