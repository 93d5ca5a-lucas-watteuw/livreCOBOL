      * Programme : LRE-desherbage.cbl                                 *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Un exemplaire en réparation n'est   *
      *   pas proposé : le bilan de LRE-reliure dit s'il vaut mieux le *
      *   retirer à son retour.                                        *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      ******************************************************************
      * === 2000 === SÉLECTION DES CANDIDATS                           *
      * Le curseur ramène tous les exemplaires examinables (ni en      *
      * prêt, ni en transit/PEB/réparation, ni déjà retirés ou         *
      * perdus), avec leur nombre de prêts et la date du dernier ; la  *
      * sélection se fait en mémoire, la double rupture site/genre à   *
      * l'impression                                                   *
      ******************************************************************

       2000-PROPOSER-CANDIDATS-DEB.
              JOIN genre G ON L.fk_genre = G.id_genre
              WHERE COALESCE(X.fk_emprunt, 0) = 0
                AND X.etat NOT IN
                    ('RETIRE', 'TRANSIT', 'PEB', 'PERDU',
                     'REPARATION')
              ORDER BY X.site, G.nom, X.id_exemplaire
                 FOR READ ONLY
           END-EXEC.
