      * Programme : LRE-recolement.cbl                                 *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 22/08/2026                                         *
      * Mise à jour : 15/10/2026 - Un exemplaire en réparation n'est   *
      *   pas signalé manquant.                                        *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
      * LRE-reconciliation.cbl compare la base aux fichiers sources :  *
      *  - sens base vers scan : tout exemplaire qui n'est ni en       *
      *    prêt (pas d'emprunt ouvert), ni en transit entre sites,     *
      *    ni en réparation, ni scanné est signalé manquant ;          *
      *  - sens scan vers base : tout identifiant scanné inconnu de    *
      *    la base est signalé comme intrus.                           *
      * Les deux sections et les totaux se lisent comme ceux de la     *
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
      *un exemplaire en transit entre sites n'est ni en prêt ni sur
      *les rayons de son site d'origine : il n'est pas manquant, il
      *voyage (son arrivée se confirme par 0830 dans crud/menu.cbl) ;
      *de même un exemplaire parti à l'atelier de reliure
               IF REC-ETAT NOT = "MANQUANT" AND
                  REC-ETAT NOT = "TRANSIT" AND
                  REC-ETAT NOT = "REPARATION"
                   MOVE REC-ID-EXEMPLAIRE TO SCN-ID
                   READ F-SCAN-INDEX
                       KEY IS SCN-ID
