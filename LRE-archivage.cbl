      * Programme : LRE-archivage.cbl                                  *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 22/08/2026                                         *
      * Mise à jour : 15/10/2026 - Un emprunt dont l'amende est        *
      *   transmise au Trésor public (TRESOR) reste en base, comme     *
      *   celui d'une amende DUE.                                      *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
                AND NOT EXISTS
                    (SELECT 1 FROM amendes A
                     WHERE A.fk_emprunt = emprunts.id_emprunt
                       AND A.statut IN ('DUE', 'TRESOR'))
              ORDER BY id_emprunt
                 FOR READ ONLY
           END-EXEC.
      *les amendes soldées (réglées ou remises) de cet emprunt
      *partent avec lui : elles référencent l'emprunt et
      *bloqueraient sinon sa suppression. Un emprunt avec une
      *amende encore DUE ou transmise au Trésor (TRESOR) n'entre
      *jamais dans le curseur.
               EXEC SQL
                  DELETE FROM amendes
                  WHERE fk_emprunt = :ARH-ID-EMPRUNT
