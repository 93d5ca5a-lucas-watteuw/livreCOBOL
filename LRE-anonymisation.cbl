      * Programme : LRE-anonymisation.cbl                              *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 02/09/2026                                         *
      * Mise à jour : 15/10/2026 - Une amende transmise au Trésor      *
      *   public (TRESOR) bloque l'anonymisation comme une amende      *
      *   DUE ; l'adresse postale est effacée avec l'identité.         *
      * Mise à jour : 15/10/2026 - La fiche portage à domicile         *
      *   (tournée, jour, consignes d'accès, préférences de lecture)   *
      *   est effacée avec l'identité.                                 *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * Travail annuel de conservation des données, demandé par le     *
      * délégué à la protection des données : les adhérents sans       *
      * aucune activité depuis N ans (ni emprunt ni réservation),      *
      * sans emprunt ouvert, sans amende DUE ou TRESOR et sans PEB en  *
      * cours sont ANONYMISÉS SUR PLACE : nom, prénom, téléphone,      *
      * courriel et adresse sont effacés, le statut passe à ANONYME,   *
      * mais le numéro d'adhérent est conservé - les emprunts          *
      * archivés dans archives-emprunts.dat continuent de pointer une  *
      * fiche et les pointages d'hier restent justes.                  *
      *                                                                *
      * Un adhérent inactif mais avec un élément encore ouvert         *
      * (emprunt non rendu, amende DUE ou TRESOR, PEB en cours)        *
      * n'est JAMAIS touché : il est signalé dans le compte rendu      *
      * pour traitement manuel.                                        *
      *                                                                *
      * Chaque anonymisation laisse une ligne dans le registre de      *
      * destruction permanent (date, numéro, statut avant), sans nom   *
       2100-TRAITER-UN-INACTIF-DEB.
      *----------------------------------------------------------------*
      * Règle de blocage : un élément encore ouvert (emprunt non       *
      * rendu, amende DUE ou TRESOR, PEB en cours) signale la fiche    *
      * au lieu de la toucher - on n'efface pas l'identité de          *
      * quelqu'un qui nous doit un livre ou de l'argent                *
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT COUNT(*)
              INTO :ANO-NB-AMENDES
              FROM amendes
              WHERE fk_emprunteur = :ANO-ID
                AND statut IN ('DUE', 'TRESOR')
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*)
      * emprunts archivés continuent de pointer une fiche              *
      *----------------------------------------------------------------*
           MOVE "ANONYMISE" TO ANO-NOM.
      *les goûts de lecture notés pour le portage partent aussi ; une
      *erreur ici fait échouer la mise à jour qui suit
           EXEC SQL
              DELETE FROM portage_preferences
              WHERE fk_emprunteur = :ANO-ID
           END-EXEC.
           EXEC SQL
              UPDATE emprunteurs
              SET nom = :ANO-NOM,
                  prenom = ' ',
                  telephone = ' ',
                  courriel = ' ',
                  adresse = ' ',
                  code_postal = ' ',
                  ville = ' ',
                  portage = 'N',
                  portage_tournee = ' ',
                  portage_jour = ' ',
                  gros_caracteres = 'N',
                  portage_consignes = ' ',
                  statut = 'ANONYME',
                  date_fin_adhesion = 0
              WHERE id_emprunteur = :ANO-ID
