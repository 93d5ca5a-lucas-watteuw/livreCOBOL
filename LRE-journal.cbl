      * Programme : LRE-journal.cbl                                    *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 22/08/2026                                         *
      * Mise à jour : 15/10/2026 - Journal porté à 69 caractères : le  *
      *   poste (opérateur du guichet ou borne de libre service) est   *
      *   imprimé sur chaque ligne du pointage.                        *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      *                                                                *
      * FICHIERS :                                                     *
      * ----------                                                     *
      * - ENTREE : journal-circulation.dat (69 caractères fixes)       *
      * - E/S    : solde-circulation.dat (solde de la veille)          *
      * - SORTIE : journal-pointage.txt (pointage du jour, 132 col.)   *
      ******************************************************************

      *même découpage que REC-JOURNAL dans crud/menu.cbl
       FD  F-JOURNAL
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-JOURNAL.
           05 JRN-FK-LIVRES                 PIC 9(13).
           05 JRN-FK-EMPRUNTEUR             PIC 9(13).
           05 JRN-OPERATION                 PIC X(08).
           05 JRN-POSTE                     PIC X(08).

      *solde de fermeture de la veille : date du pointage et nombre
      *d'emprunts ouverts constatés ce soir-là
                  JRN-FK-LIVRES DELIMITED BY SIZE
                  " adhérent " DELIMITED BY SIZE
                  JRN-FK-EMPRUNTEUR DELIMITED BY SIZE
                  " poste " DELIMITED BY SIZE
                  JRN-POSTE DELIMITED BY SIZE
             INTO REC-POINTAGE
           END-STRING.
           WRITE REC-POINTAGE AFTER 1.
