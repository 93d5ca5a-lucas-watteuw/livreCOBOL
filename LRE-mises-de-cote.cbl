      * Programme : LRE-mises-de-cote.cbl                              *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Le suivant en attente n'est promu   *
      *   que si un exemplaire du livre est réellement en rayon : un   *
      *   exemplaire parti en réparation (ou sorti) ne sert aucune     *
      *   réservation.                                                 *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
       01  PRO-PRENOM         PIC X(22).
       01  PRO-TELEPHONE      PIC X(15).
       01  MDC-STATUT         PIC X(10).
      *exemplaires du livre en rayon (ni prêtés, ni en transit, PEB
      *ou réparation, ni perdus, manquants ou retirés) et mises de
      *côté encore ouvertes sur ce livre, qui les occupent déjà
       01  MDC-NB-EN-RAYON    PIC 9(05).
       01  MDC-NB-PREVENUS    PIC 9(05).
      *date du jour et date limite de mise de côté (au-delà, périmé)
       01  WS-DATE-JOUR-SQL   PIC 9(08).
       01  WS-DATE-LIMITE     PIC 9(08).
       01 WS-NB-PERIMEES                   PIC 9(06)    VALUE ZEROS.
       01 WS-NB-PROMUES                    PIC 9(06)    VALUE ZEROS.
       01 WS-NB-RETOURS-RAYON              PIC 9(06)    VALUE ZEROS.
       01 WS-NB-SANS-EXEMPLAIRE            PIC 9(06)    VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
      * Périme la mise de côté couramment lue puis fait avancer la     *
      * file : le plus petit numéro en ATTENTE sur le même livre est   *
      * promu PREVENU (même règle de service que 0350 dans             *
      * crud/menu.cbl), pourvu qu'un exemplaire du livre soit encore   *
      * en rayon pour lui (2150). La ligne imprimée dit quoi faire de  *
      * l'exemplaire mis de côté.                                      *
      *----------------------------------------------------------------*
           MOVE "PERIMEE" TO MDC-STATUT.
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 2150-COMPTER-EN-RAYON-DEB
                  THRU 2150-COMPTER-EN-RAYON-FIN
               IF MDC-NB-EN-RAYON > MDC-NB-PREVENUS
                   PERFORM 2200-PROMOUVOIR-SUIVANT-DEB
                      THRU 2200-PROMOUVOIR-SUIVANT-FIN
               ELSE
                   ADD 1 TO WS-NB-SANS-EXEMPLAIRE
                   MOVE SPACE TO REC-COMPTE-RENDU
                   STRING "     => aucun exemplaire en rayon (sorti"
                          DELIMITED BY SIZE
                          " ou en réparation) : la réservation "
                          DELIMITED BY SIZE
                          PRO-ID-RESERVATION DELIMITED BY SIZE
                          " reste en attente" DELIMITED BY SIZE
                     INTO REC-COMPTE-RENDU
                   END-STRING
                   WRITE REC-COMPTE-RENDU AFTER 1
               END-IF
           ELSE
               ADD 1 TO WS-NB-RETOURS-RAYON
               MOVE SPACE TO REC-COMPTE-RENDU
       2100-PERIMER-UNE-MISE-FIN.
           EXIT.

       2150-COMPTER-EN-RAYON-DEB.
      *----------------------------------------------------------------*
      * L'exemplaire de la mise de côté périmée a pu quitter l'étagère *
      * entre-temps (envoyé en réparation, prêté au comptoir) : on     *
      * compte les exemplaires du livre réellement en rayon et les     *
      * mises de côté PREVENU qui restent ouvertes sur ce livre. Le    *
      * suivant n'est promu que s'il reste un exemplaire pour lui      *
      * (même lecture de la disponibilité que crud/borne.cbl).         *
      *----------------------------------------------------------------*
           MOVE 0 TO MDC-NB-EN-RAYON.
           MOVE 0 TO MDC-NB-PREVENUS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :MDC-NB-EN-RAYON
              FROM exemplaires
              WHERE fk_livres = :MDC-FK-LIVRES
                AND COALESCE(fk_emprunt, 0) = 0
                AND COALESCE(etat, ' ') NOT IN ('PERDU',
                    'MANQUANT', 'RETIRE', 'TRANSIT', 'PEB',
                    'REPARATION')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO MDC-NB-EN-RAYON
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :MDC-NB-PREVENUS
              FROM reservations
              WHERE fk_livres = :MDC-FK-LIVRES
                AND statut = 'PREVENU'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO MDC-NB-PREVENUS
           END-IF.

       2150-COMPTER-EN-RAYON-FIN.
           EXIT.

       2200-PROMOUVOIR-SUIVANT-DEB.
           MOVE "PREVENU" TO MDC-STATUT.
           EXEC SQL
           DISPLAY "Mises de côté périmées : " WS-NB-PERIMEES.
           DISPLAY "Réservations promues   : " WS-NB-PROMUES.
           DISPLAY "Retours en rayon       : " WS-NB-RETOURS-RAYON.
           DISPLAY "Sans exemplaire        : " WS-NB-SANS-EXEMPLAIRE.
           DISPLAY "Liste générée          : mises-de-cote-jour.txt".

           PERFORM 9999-FIN-NORMALE-PROGRAMME-DEB
