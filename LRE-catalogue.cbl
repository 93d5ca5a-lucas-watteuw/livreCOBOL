      * Programme : LRE-catalogue.cbl                                  *
      * Auteur    : Vincent-Cmd1, Lucas et Sibory                      *
      * Création  : 08/08/2026                                         *
      * Mise à jour : 15/10/2026 - Sous chaque livre, ses autres       *
      *   contributeurs (co-auteur, traducteur, illustrateur,          *
      *   directeur de publication) avec leur rôle.                    *
      *                                                                *
      * OBJET :                                                        *
      * -------                                                        *
       01  RPT-TITRE          PIC X(38).
       01  RPT-DATE-PARUTION  PIC X(04).
       01  RPT-EDITEUR        PIC X(23).
       01  RPT-ID-LIVRES      PIC 9(13).
      *autres contributeurs du livre imprimé, dans leur ordre
       01  RPT-CTB-NOM        PIC X(22).
       01  RPT-CTB-PRENOM     PIC X(22).
       01  RPT-CTB-ROLE       PIC X(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SITE-COURANT                  PIC X(03)    VALUE SPACE.
       01 WS-PREMIER-SITE                  PIC X(01)    VALUE 'O'.
       01 WS-NB-SITES                      PIC 9(03)    VALUE ZEROS.
      *libellé imprimé pour le rôle d'un contributeur
       01 WS-LIBELLE-ROLE                  PIC X(24)    VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
              DECLARE curseur_catalogue CURSOR FOR
              SELECT DISTINCT COALESCE(X.site, '---'),
                     G.nom, A.nom, A.prenom, L.titre,
                     L.date_parution, L.editions, L.ID_Livres
              FROM Livres L
              JOIN genre G ON L.fk_genre = G.id_genre
              JOIN auteurs A ON L.fk_auteur = A.id_auteur
              FETCH curseur_catalogue
              INTO :RPT-SITE, :RPT-GENRE, :RPT-NOM-AUTEUR,
                   :RPT-PRENOM-AUTEUR, :RPT-TITRE,
                   :RPT-DATE-PARUTION, :RPT-EDITEUR, :RPT-ID-LIVRES
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400

               PERFORM 2300-IMPRIMER-LIGNE-LIVRE-DEB
                  THRU 2300-IMPRIMER-LIGNE-LIVRE-FIN
               PERFORM 2350-IMPRIMER-CONTRIBUTEURS-DEB
                  THRU 2350-IMPRIMER-CONTRIBUTEURS-FIN

               ADD 1 TO WS-LIVRES-GENRE
               ADD 1 TO WS-TOTAL-LIVRES
                  FETCH curseur_catalogue
                  INTO :RPT-SITE, :RPT-GENRE, :RPT-NOM-AUTEUR,
                       :RPT-PRENOM-AUTEUR, :RPT-TITRE,
                       :RPT-DATE-PARUTION, :RPT-EDITEUR,
                       :RPT-ID-LIVRES
               END-EXEC
           END-PERFORM.

       2300-IMPRIMER-LIGNE-LIVRE-FIN.
           EXIT.

       2350-IMPRIMER-CONTRIBUTEURS-DEB.
      *----------------------------------------------------------------*
      * Sous la ligne du livre (qui porte l'auteur principal), une     *
      * ligne par autre contributeur, dans son ordre, avec son rôle.   *
      * Le curseur principal reste ouvert pendant la lecture.          *
      *----------------------------------------------------------------*
           EXEC SQL
              DECLARE curseur_contributeurs CURSOR FOR
              SELECT A.nom, A.prenom, C.role
              FROM contributions C
              JOIN auteurs A ON C.fk_auteur = A.id_auteur
              WHERE C.fk_livres = :RPT-ID-LIVRES
              ORDER BY C.ordre
                 FOR READ ONLY
           END-EXEC.
           EXEC SQL
              OPEN curseur_contributeurs
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE = -400
              EXEC SQL
                 FETCH curseur_contributeurs
                 INTO :RPT-CTB-NOM, :RPT-CTB-PRENOM, :RPT-CTB-ROLE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-LIGNES-PAGE >= WS-LIGNES-PAR-PAGE
                    PERFORM 3000-ENTETE-PAGE-DEB
                       THRU 3000-ENTETE-PAGE-FIN
                    PERFORM 2100-IMPRIMER-ENTETE-GENRE-DEB
                       THRU 2100-IMPRIMER-ENTETE-GENRE-FIN
                 END-IF
                 EVALUATE RPT-CTB-ROLE
                 WHEN "TRA"
                    MOVE "traduction" TO WS-LIBELLE-ROLE
                 WHEN "ILL"
                    MOVE "illustrations" TO WS-LIBELLE-ROLE
                 WHEN "DIR"
                    MOVE "sous la direction de" TO WS-LIBELLE-ROLE
                 WHEN OTHER
                    MOVE "avec" TO WS-LIBELLE-ROLE
                 END-EVALUATE
                 MOVE SPACE TO REC-RAPPORT
                 STRING "      " DELIMITED BY SIZE
                        WS-LIBELLE-ROLE DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        RPT-CTB-NOM DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        RPT-CTB-PRENOM DELIMITED BY SIZE
                   INTO REC-RAPPORT
                 END-STRING
                 WRITE REC-RAPPORT AFTER 1
                 ADD 1 TO WS-LIGNES-PAGE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE curseur_contributeurs
           END-EXEC.

       2350-IMPRIMER-CONTRIBUTEURS-FIN.
           EXIT.

       3000-ENTETE-PAGE-DEB.
      *----------------------------------------------------------------*
      * En-tête de page : numéro de page et horodatage de génération  *
