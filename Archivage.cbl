       01 S-LIMITE-EMPRUNTS          PIC X(08).
       01 S-LIMITE-ADHERENTS         PIC X(08).

      * FOYERS : UN ADHÉRENT NÉ APRÈS LA DATE DE MAJORITÉ EST MINEUR.
      * LE RESPONSABLE D'UN MINEUR RATTACHÉ À UN FOYER EST SON GARANT,
      * CELUI DE TOUT AUTRE ADHÉRENT EST L'ADHÉRENT LUI-MÊME
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-ID-RESPONSABLE           PIC X(10).
       01 S-ID-GARANT                PIC X(10).

       01 S-ACTIVITE-DATE            PIC X(08).

       01  USERNAME       PIC X(30) VALUE "postgres".
      * PLUS DE TROIS ANS, AUCUNE LIGNE D'EMPRUNT RESTANTE (OUVERTE
      * OU RÉCENTE), AUCUNE ACTIVITÉ ARCHIVÉE DANS LA FENÊTRE DE
      * RÉTENTION (TABLE DE TRAVAIL REMPLIE DEPUIS LE FICHIER
      * D'ARCHIVE), AUCUN SOLDE D'AMENDES IMPAYÉ, ET PLUS AUCUN
      * ADHÉRENT RATTACHÉ À SON FOYER COMME GARANT. LE SOLDE EST CELUI
      * DU COMPTE DU RESPONSABLE (FOYER) : LES AMENDES D'UN MINEUR
      * RATTACHÉ SONT PAYABLES PAR SON GARANT, SOUS SON NUMÉRO. LA
      * TABLE FOYER DONNE LE RESPONSABLE DE CHAQUE ADHÉRENT
       EXEC SQL
          DECLARE C-PURGEABLES CURSOR FOR
             WITH foyer AS
                  (SELECT m.id_membre,
                          CASE WHEN m.id_garant IS NOT NULL
                                AND (m.code_categorie = 'E'
                                     OR m.date_naissance
                                        > :S-DATE-MAJORITE)
                               THEN m.id_garant
                               ELSE m.id_membre END AS id_responsable
                     FROM adherents m)
             SELECT a.id_membre, f.id_responsable,
                    COALESCE(a.id_garant, ' ')
               FROM adherents a
               JOIN foyer f ON f.id_membre = a.id_membre
              WHERE a.date_expiration < :S-LIMITE-ADHERENTS
                AND NOT EXISTS
                    (SELECT 1 FROM adherents g
                      WHERE g.id_garant = a.id_membre)
                AND NOT EXISTS
                    (SELECT 1 FROM emprunts e
                      WHERE e.id_membre = a.id_membre)
                      WHERE act.id_membre = a.id_membre)
                AND (SELECT COALESCE(SUM(am.montant_centimes), 0)
                       FROM amendes am
                       JOIN foyer fa ON fa.id_membre = am.id_membre
                      WHERE fa.id_responsable = f.id_responsable)
                 <= (SELECT COALESCE(SUM(rg.montant_centimes), 0)
                       FROM reglements rg
                       JOIN foyer fr ON fr.id_membre = rg.id_membre
                      WHERE fr.id_responsable = f.id_responsable
                        AND COALESCE(rg.type_reglement, 'A') = 'A')
              ORDER BY a.id_membre
       END-EXEC.
       01  C-ARCHIVES                PIC 9(09) VALUE ZERO.
       01  C-ERREURS-SUPPRESSION     PIC 9(10) VALUE ZERO.
       01  C-ADHERENTS-PURGES        PIC 9(10) VALUE ZERO.
       01  C-RATTACHES-PURGES        PIC 9(10) VALUE ZERO.
       01  C-ERREURS-PURGE           PIC 9(10) VALUE ZERO.


              SELECT TO_CHAR(CURRENT_DATE - INTERVAL '2 YEARS',
                        'YYYYMMDD'),
                     TO_CHAR(CURRENT_DATE - INTERVAL '3 YEARS',
                        'YYYYMMDD'),
                     TO_CHAR(CURRENT_DATE - INTERVAL '18 YEARS',
                        'YYYYMMDD')
                INTO :S-LIMITE-EMPRUNTS, :S-LIMITE-ADHERENTS,
                     :S-DATE-MAJORITE
           END-EXEC

           PERFORM 0100-ARCHIVAGE-EMPRUNTS-DEB
           PERFORM 0300-CHARGEMENT-ACTIVITE-DEB
              THRU 0300-CHARGEMENT-ACTIVITE-FIN

      * UN GARANT NE PART QU'APRÈS LES ADHÉRENTS RATTACHÉS À SON
      * FOYER : SI DES RATTACHÉS ONT ÉTÉ PURGÉS AU PREMIER PASSAGE, UN
      * SECOND PASSAGE REPREND LES GARANTS QUI N'ONT PLUS PERSONNE
           IF ARCHIVE-LISIBLE
                PERFORM 0500-PURGE-ADHERENTS-DEB
                   THRU 0500-PURGE-ADHERENTS-FIN
                IF C-RATTACHES-PURGES > 0
                     PERFORM 0500-PURGE-ADHERENTS-DEB
                        THRU 0500-PURGE-ADHERENTS-FIN
                END-IF
           ELSE
                DISPLAY " PURGE DES ADHÉRENTS SAUTÉE : RECENSEMENT"
                   " D'ACTIVITÉ INCOMPLET"
      * ANNEXES (RELANCES, RÉSERVATIONS, AMENDES SOLDÉES ET
      * RÈGLEMENTS) PARTENT AVEC EUX POUR NE PAS LAISSER DE DONNÉES
      * NOMINATIVES ORPHELINES
           MOVE ZERO TO C-RATTACHES-PURGES.
           EXEC SQL
              OPEN C-PURGEABLES
           END-EXEC

           EXEC SQL
              FETCH C-PURGEABLES INTO :S-ID-MEMBRE, :S-ID-RESPONSABLE,
                 :S-ID-GARANT
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

                   THRU 0550-SUPPRESSION-ADHERENT-FIN

           EXEC SQL
              FETCH C-PURGEABLES INTO :S-ID-MEMBRE, :S-ID-RESPONSABLE,
                 :S-ID-GARANT
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

              SAVEPOINT SP_PURGE
           END-EXEC

      * LES AMENDES ET RÈGLEMENTS D'AMENDES D'UN MINEUR RATTACHÉ
      * APPARTIENNENT AU COMPTE DU FOYER : ILS PASSENT AU GARANT,
      * POUR QUE LES RÈGLEMENTS QU'IL A FAITS POUR LE MINEUR NE
      * DEVIENNENT PAS UN AVOIR SUR SES PROPRES AMENDES
           IF S-ID-RESPONSABLE NOT = S-ID-MEMBRE
           EXEC SQL
              UPDATE amendes SET id_membre = :S-ID-RESPONSABLE
              WHERE id_membre = :S-ID-MEMBRE
           END-EXEC
                IF SQLCODE = 0
           EXEC SQL
              UPDATE reglements SET id_membre = :S-ID-RESPONSABLE
              WHERE id_membre = :S-ID-MEMBRE
                AND COALESCE(type_reglement, 'A') = 'A'
           END-EXEC
                END-IF
           END-IF

           IF SQLCODE = 0
           EXEC SQL
              DELETE FROM relances WHERE id_membre = :S-ID-MEMBRE
           END-EXEC
           END-IF

           IF SQLCODE = 0
           EXEC SQL
                ADD 1 TO C-ERREURS-PURGE
           ELSE
                ADD 1 TO C-ADHERENTS-PURGES
                IF S-ID-GARANT NOT = SPACE
                     ADD 1 TO C-RATTACHES-PURGES
                END-IF
           END-IF.
       0550-SUPPRESSION-ADHERENT-FIN.

