      * POUR CELLES PRÊTES À RETIRER, LA DATE LIMITE DE RETRAIT
      * (DATE DE MISE À DISPOSITION PLUS DÉLAI DE RETRAIT DU FICHIER
      * DE PARAMÈTRES DU GUICHET), ET LE SOLDE AMENDES MOINS
      * RÈGLEMENTS : TOUTE LA SITUATION SUR UNE SEULE PAGE. LE
      * RELEVÉ D'UN GARANT PRÉSENTE EN PLUS SON FOYER (PRÊTS EN COURS
      * DE CHAQUE ADHÉRENT RATTACHÉ, TOTAL DU FOYER ET PLAFOND) ET
      * REPREND DANS SON SOLDE LES AMENDES ET FRAIS DE REMPLACEMENT
      * DES MINEURS DONT IL RÉPOND : UN RÈGLEMENT ENREGISTRÉ À SON
      * NOM LES SOLDE. LE RELEVÉ D'UN TEL MINEUR RENVOIE AU GARANT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 S-ADRESSE-MEMBRE           PIC X(60).
       01 S-DATE-EXPIRATION          PIC X(08).

      * FOYER : ADHÉRENT QUI RÉPOND DU COMPTE (LUI-MÊME, OU SON GARANT
      * POUR UN MINEUR RATTACHÉ), NOM DU GARANT ET PLAFOND DE PRÊTS
      * DU FOYER (ZÉRO SI AUCUN). UN ADHÉRENT NÉ APRÈS LA DATE DE
      * MAJORITÉ DU JOUR EST MINEUR
       01 S-ID-RESPONSABLE           PIC X(10).
       01 S-NOM-GARANT               PIC X(40).
       01 S-PLAFOND-FOYER            PIC 9(03).
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-FOYER-COUNT              PIC 9(10).

      * ADHÉRENT RATTACHÉ AU FOYER DU GARANT EN COURS D'ÉDITION
       01 S-ID-RATTACHE              PIC X(10).
       01 S-NOM-RATTACHE             PIC X(40).
       01 S-MINEUR                   PIC X(01).
       01 S-PRETS-RATTACHE           PIC 9(05).
       01 S-AMENDES-RATTACHE         PIC 9(10).

       01 S-CODE-BARRES              PIC X(13).
       01 S-TITRE                    PIC X(50).
       01 S-DATE-RETOUR-PREVUE       PIC X(08).
      * LA VARIABLE HÔTE ARRIVE COMPLÉTÉE D'ESPACES, D'OÙ LE TRIM
       EXEC SQL
          DECLARE C-ADHERENTS CURSOR FOR
             SELECT a.id_membre, a.nom, a.adresse, a.date_expiration,
                    CASE WHEN a.id_garant IS NOT NULL
                          AND (a.code_categorie = 'E'
                               OR a.date_naissance > :S-DATE-MAJORITE)
                         THEN a.id_garant
                         ELSE a.id_membre END,
                    COALESCE(g.nom, ' '),
                    COALESCE(a.plafond_foyer, 0)
               FROM adherents a
               LEFT JOIN adherents g ON g.id_membre = a.id_garant
              WHERE TRIM(:S-ID-DEMANDE) = '*'
                 OR a.id_membre = :S-ID-DEMANDE
              ORDER BY a.id_membre
       END-EXEC.

      * PRÊTS ENCORE OUVERTS DE L'ADHÉRENT EN COURS D'ÉDITION
              ORDER BY r.id_reservation
       END-EXEC.

      * ADHÉRENTS RATTACHÉS AU FOYER DONT L'ADHÉRENT EN COURS EST LE
      * GARANT : MINEUR OU NON, PRÊTS EN COURS ET TOTAL DES AMENDES
       EXEC SQL
          DECLARE C-FOYER CURSOR FOR
             SELECT f.id_membre, f.nom,
                    CASE WHEN f.code_categorie = 'E'
                           OR f.date_naissance > :S-DATE-MAJORITE
                         THEN 'O' ELSE 'N' END,
                    (SELECT COUNT(*) FROM emprunts e
                      WHERE e.id_membre = f.id_membre
                        AND e.date_retour_effective IS NULL),
                    (SELECT COALESCE(SUM(a.montant_centimes), 0)
                       FROM amendes a
                      WHERE a.id_membre = f.id_membre)
               FROM adherents f
              WHERE f.id_garant = :S-ID-MEMBRE
              ORDER BY f.id_membre
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  S-SOLDE                   PIC S9(10) VALUE ZERO.

      * CUMULS DU FOYER : PRÊTS EN COURS DE L'ADHÉRENT ET DE TOUT SON
      * FOYER, AMENDES DES MINEURS DONT IL RÉPOND
       01  C-PRETS-ADHERENT          PIC 9(05) VALUE ZERO.
       01  C-PRETS-FOYER             PIC 9(05) VALUE ZERO.
       01  S-AMENDES-FOYER           PIC 9(10) VALUE ZERO.

      * LIGNES D'ÉDITION DU RELEVÉ
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-SO-LIBELLE           PIC X(24).
           05 R-SO-MONTANT           PIC -(6)9.99.
       01  R-LIGNE-FOYER.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-FO-ID-MEMBRE         PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FO-NOM               PIC X(40).
           05 FILLER                 PIC X(07) VALUE " PRETS ".
           05 R-FO-PRETS             PIC Z(02)9.
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 R-FO-COMPLEMENT        PIC X(30).
       01  R-LIGNE-TOTAL-FOYER.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 FILLER                 PIC X(24)
              VALUE "PRETS EN COURS DU FOYER".
           05 R-TF-PRETS             PIC Z(02)9.
           05 R-TF-PLAFOND-LIBELLE   PIC X(10).
           05 R-TF-PLAFOND           PIC Z(02)9 BLANK WHEN ZERO.
       01  R-LIGNE-GARANT.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 FILLER                 PIC X(32)
              VALUE "AMENDES PORTEES AU COMPTE DE    ".
           05 R-GA-ID-MEMBRE         PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-GA-NOM               PIC X(40).

      * ZONES DE COMPOSITION DU COMPLÉMENT DE RÉSERVATION
       01  S-COMPLEMENT-ATTENTE.
           05 FILLER                 PIC X(21)
              VALUE "A RETIRER AVANT LE   ".
           05 S-RT-DATE-LIMITE       PIC X(08).
       01  S-COMPLEMENT-MINEUR.
           05 FILLER                 PIC X(18)
              VALUE "MINEUR - AMENDES  ".
           05 S-MI-MONTANT           PIC Z(06)9.99.
       01  S-COMPLEMENT-ADULTE       PIC X(30)
           VALUE "ADULTE - COMPTE PERSONNEL".

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-RELEVES-EDITES          PIC 9(10) VALUE ZERO.
       0050-LECTURE-PARAMETRES-FIN.

       0100-EDITION-RELEVES-DEB.
           EXEC SQL
              SELECT TO_CHAR(CURRENT_DATE - INTERVAL '18 years',
                             'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           OPEN OUTPUT FICHIER-RELEVES.

           EXEC SQL

           EXEC SQL
              FETCH C-ADHERENTS INTO :S-ID-MEMBRE, :S-NOM-MEMBRE,
                 :S-ADRESSE-MEMBRE, :S-DATE-EXPIRATION,
                 :S-ID-RESPONSABLE, :S-NOM-GARANT, :S-PLAFOND-FOYER
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH


           EXEC SQL
              FETCH C-ADHERENTS INTO :S-ID-MEMBRE, :S-NOM-MEMBRE,
                 :S-ADRESSE-MEMBRE, :S-DATE-EXPIRATION,
                 :S-ID-RESPONSABLE, :S-NOM-GARANT, :S-PLAFOND-FOYER
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH


       0200-EDITION-UN-RELEVE-DEB.
      * UN RELEVÉ COMPLET : EN-TÊTE, PRÊTS OUVERTS, RÉSERVATIONS
      * ACTIVES, FOYER ÉVENTUEL, SOLDE RESTANT DÛ
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SEPARATION.
           IF NOT F-RELEVES-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER RELEVÉS - STATUT "
           PERFORM 0400-EDITION-RESERVATIONS-DEB
              THRU 0400-EDITION-RESERVATIONS-FIN.

           PERFORM 0450-EDITION-FOYER-DEB
              THRU 0450-EDITION-FOYER-FIN.

           PERFORM 0500-EDITION-SOLDE-DEB
              THRU 0500-EDITION-SOLDE-FIN.
       0200-EDITION-UN-RELEVE-FIN.
       0300-EDITION-PRETS-DEB.
           MOVE " PRETS EN COURS" TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SECTION.
           MOVE ZERO TO C-PRETS-ADHERENT.

           EXEC SQL
              OPEN C-PRETS
                MOVE S-NB-PROLONGATIONS   TO R-PR-PROLONGATIONS
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-PRET
                ADD 1 TO C-PRETS-EDITES
                ADD 1 TO C-PRETS-ADHERENT

           EXEC SQL
              FETCH C-PRETS INTO :S-CODE-BARRES, :S-TITRE,
           END-EXEC.
       0400-EDITION-RESERVATIONS-FIN.

       0450-EDITION-FOYER-DEB.
      * FOYER DU GARANT : UNE LIGNE PAR ADHÉRENT RATTACHÉ AVEC SES
      * PRÊTS EN COURS ET, POUR UN MINEUR, LES AMENDES QUE LE GARANT
      * PREND À SA CHARGE ; PUIS LE TOTAL DES PRÊTS DU FOYER ET SON
      * PLAFOND. RIEN POUR UN ADHÉRENT QUI N'EST LE GARANT DE PERSONNE
           MOVE ZERO TO S-AMENDES-FOYER.
           MOVE C-PRETS-ADHERENT TO C-PRETS-FOYER.

           EXEC SQL
              SELECT COUNT(*) INTO :S-FOYER-COUNT FROM adherents
              WHERE id_garant = :S-ID-MEMBRE
           END-EXEC

           IF S-FOYER-COUNT NOT = 0
                MOVE " FOYER" TO R-LIGNE-SECTION
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SECTION

           EXEC SQL
              OPEN C-FOYER
           END-EXEC

           EXEC SQL
              FETCH C-FOYER INTO :S-ID-RATTACHE, :S-NOM-RATTACHE,
                 :S-MINEUR, :S-PRETS-RATTACHE, :S-AMENDES-RATTACHE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-DETAIL

           PERFORM UNTIL S-SQLCODE-DETAIL NOT = 0

                MOVE S-ID-RATTACHE    TO R-FO-ID-MEMBRE
                MOVE S-NOM-RATTACHE   TO R-FO-NOM
                MOVE S-PRETS-RATTACHE TO R-FO-PRETS
                IF S-MINEUR = 'O'
                     COMPUTE S-MI-MONTANT = S-AMENDES-RATTACHE / 100
                     MOVE S-COMPLEMENT-MINEUR TO R-FO-COMPLEMENT
                     ADD S-AMENDES-RATTACHE TO S-AMENDES-FOYER
                ELSE
                     MOVE S-COMPLEMENT-ADULTE TO R-FO-COMPLEMENT
                END-IF
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-FOYER
                ADD S-PRETS-RATTACHE TO C-PRETS-FOYER

           EXEC SQL
              FETCH C-FOYER INTO :S-ID-RATTACHE, :S-NOM-RATTACHE,
                 :S-MINEUR, :S-PRETS-RATTACHE, :S-AMENDES-RATTACHE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-DETAIL

           END-PERFORM

                IF S-SQLCODE-DETAIL NOT = 100
                     DISPLAY " ERREUR LECTURE CURSEUR C-FOYER : "
                        S-SQLCODE-DETAIL
                END-IF

           EXEC SQL
              CLOSE C-FOYER
           END-EXEC

                MOVE C-PRETS-FOYER TO R-TF-PRETS
                IF S-PLAFOND-FOYER = 0
                     MOVE SPACE TO R-TF-PLAFOND-LIBELLE
                ELSE
                     MOVE " PLAFOND " TO R-TF-PLAFOND-LIBELLE
                END-IF
                MOVE S-PLAFOND-FOYER TO R-TF-PLAFOND
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-TOTAL-FOYER
           END-IF.
       0450-EDITION-FOYER-FIN.

       0500-EDITION-SOLDE-DEB.
      * SOLDE RESTANT DÛ : TOTAL DES AMENDES MOINS LES RÈGLEMENTS
      * D'AMENDES. LES COTISATIONS D'ABONNEMENT (TYPE 'B') NE
      * VIENNENT PAS EN DÉDUCTION, COMME SUR LES RELEVÉS D'AMENDES.
      * LE COMPTE D'UN MINEUR RATTACHÉ À UN FOYER EST TENU PAR SON
      * GARANT : LE RELEVÉ Y RENVOIE SANS MONTANT
           MOVE " COMPTE" TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SECTION.

           IF S-ID-RESPONSABLE NOT = S-ID-MEMBRE
                MOVE S-ID-RESPONSABLE TO R-GA-ID-MEMBRE
                MOVE S-NOM-GARANT     TO R-GA-NOM
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-GARANT
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-VIDE
           ELSE
                PERFORM 0550-CALCUL-SOLDE-DEB
                   THRU 0550-CALCUL-SOLDE-FIN
           END-IF.
       0500-EDITION-SOLDE-FIN.

       0550-CALCUL-SOLDE-DEB.
      * LES RÈGLEMENTS SONT CEUX DE L'ADHÉRENT ET DES MINEURS DONT IL
      * RÉPOND, QUEL QUE SOIT LE NOM SOUS LEQUEL ILS ONT ÉTÉ SAISIS
           EXEC SQL
              SELECT COALESCE(SUM(montant_centimes), 0)
                INTO :S-TOTAL-AMENDES
           END-EXEC

           EXEC SQL
              SELECT COALESCE(SUM(r.montant_centimes), 0)
                INTO :S-TOTAL-REGLEMENTS
              FROM reglements r
              JOIN adherents ar ON ar.id_membre = r.id_membre
              WHERE CASE WHEN ar.id_garant IS NOT NULL
                          AND (ar.code_categorie = 'E'
                               OR ar.date_naissance > :S-DATE-MAJORITE)
                         THEN ar.id_garant
                         ELSE ar.id_membre END = :S-ID-MEMBRE
                AND COALESCE(r.type_reglement, 'A') = 'A'
           END-EXEC

           COMPUTE S-SOLDE = S-TOTAL-AMENDES + S-AMENDES-FOYER
                           - S-TOTAL-REGLEMENTS.

           MOVE "TOTAL AMENDES" TO R-SO-LIBELLE.
           COMPUTE R-SO-MONTANT = S-TOTAL-AMENDES / 100.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SOLDE.
           IF S-AMENDES-FOYER NOT = 0
                MOVE "AMENDES MINEURS DU FOYER" TO R-SO-LIBELLE
                COMPUTE R-SO-MONTANT = S-AMENDES-FOYER / 100
                WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SOLDE
           END-IF.
           MOVE "REGLEMENTS RECUS" TO R-SO-LIBELLE.
           COMPUTE R-SO-MONTANT = S-TOTAL-REGLEMENTS / 100.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SOLDE.
           COMPUTE R-SO-MONTANT = S-SOLDE / 100.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-SOLDE.
           WRITE LIGNE-FICHIER-RELEVES FROM R-LIGNE-VIDE.
       0550-CALCUL-SOLDE-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
