              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RELEVES-STATUS.

      * TABLE DES CATÉGORIES D'ADHÉRENTS (ENFANT, ADULTE, SENIOR,
      * GROUPE) : RÈGLES DE PRÊT ET TARIFS DU BARÈME MUNICIPAL,
      * COMMUNE AU GUICHET, AUX AMENDES ET AUX RENOUVELLEMENTS
           SELECT OPTIONAL FICHIER-CATEGORIES
              ASSIGN TO 'categories-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CATEGORIES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * TARIF JOURNALIER ET PLAFOND PAR EMPRUNT, EN CENTIMES :
      * '0050' = 0,50 PAR JOUR, '01000' = 10,00 PAR EMPRUNT, PUIS
      * SEUIL DE BLOCAGE DU SOLDE DÛ : '002000' = 20,00
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-TARIF-JOUR            PIC 9(04).
           05 P-PLAFOND-AMENDE        PIC 9(05).
           05 P-SEUIL-BLOCAGE         PIC 9(06).

       FD FICHIER-PAIEMENTS.
       01 LIGNE-FICHIER-PAIEMENTS.
      * POUR LE RAPPROCHEMENT QUOTIDIEN AVEC LE TIROIR
           05 P-MODE-PAIEMENT         PIC X(01).
           05 P-CODE-CAISSE           PIC X(03).
      * COMPTE DE RECETTE DE LA RÉGIE ('A' AMENDES, 'R' FACTURE DE
      * REMPLACEMENT, 'N' FRAIS DE PRÊT RÉSEAU, VIDE = AMENDES)
           05 P-COMPTE-RECETTE        PIC X(01).

       FD FICHIER-CORRECTIONS.
       01 LIGNE-FICHIER-CORRECTIONS.
           05 FC-MONTANT-PAIEMENT     PIC 9(06).
           05 FC-MODE-PAIEMENT        PIC X(01).
           05 FC-CODE-CAISSE          PIC X(03).
           05 FC-COMPTE-RECETTE       PIC X(01).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
       FD FICHIER-RELEVES.
       01 LIGNE-FICHIER-RELEVES      PIC X(100).

      * UNE LIGNE PAR CATÉGORIE : CODE, PLAFOND D'EMPRUNTS, DURÉE DE
      * PRÊT EN JOURS, NOMBRE DE PROLONGATIONS, TARIF JOURNALIER ET
      * PLAFOND D'AMENDE EN CENTIMES, COTISATION ANNUELLE EN
      * CENTIMES, LIBELLÉ : 'E0502101000000300000000ENFANT'
       FD FICHIER-CATEGORIES.
       01 LIGNE-FICHIER-CATEGORIES.
           05 PC-CODE-CATEGORIE       PIC X(01).
           05 PC-PLAFOND-EMPRUNTS     PIC 9(02).
           05 PC-DUREE-PRET           PIC 9(03).
           05 PC-NB-PROLONGATIONS     PIC 9(02).
           05 PC-TARIF-JOUR           PIC 9(04).
           05 PC-PLAFOND-AMENDE       PIC 9(05).
           05 PC-TARIF-ABONNEMENT     PIC 9(06).
           05 PC-LIBELLE              PIC X(20).


       WORKING-STORAGE SECTION.

       01 S-DATE-PAIEMENT            PIC X(08).
       01 S-MODE-PAIEMENT            PIC X(01).
       01 S-CODE-CAISSE              PIC X(03).
       01 S-COMPTE-RECETTE           PIC X(01).
       01 S-TOTAL-REGLEMENTS         PIC 9(09).
       01 S-MEMBRE-COUNT             PIC 9(10).
       01 S-CODE-CATEGORIE           PIC X(01).

      * FOYERS : LES AMENDES ET LES RÈGLEMENTS D'UN MINEUR RATTACHÉ À
      * UN FOYER SONT PORTÉS AU COMPTE DE SON GARANT, QUI REÇOIT LE
      * RELEVÉ ET RÉPOND DU SOLDE. UN ADHÉRENT NÉ APRÈS LA DATE DE
      * MAJORITÉ DU JOUR EST MINEUR
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-ID-EMPRUNTEUR            PIC X(10).
       01 S-NOM-EMPRUNTEUR           PIC X(40).

      * REGISTRE DES BLOCAGES : SEUIL DU SOLDE DÛ AU-DELÀ DUQUEL
      * L'ADHÉRENT EST BLOQUÉ, EN CENTIMES, ET NOMBRE DE LIGNES
      * CONCERNÉES PAR LE PASSAGE DU JOUR
       01 S-SEUIL-BLOCAGE            PIC 9(06) VALUE 002000.
       01 S-BLOCAGE-COUNT            PIC 9(10).

      * ZONE DE RUPTURE : ADHÉRENT DU RELEVÉ EN COURS D'ÉDITION,
      * ÉGALEMENT UTILISÉE POUR RAPATRIER SES RÈGLEMENTS ET CEUX DES
      * MINEURS DONT IL EST LE GARANT
       01 S-ID-MEMBRE-PREC           PIC X(10).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS

      * CURSEUR DES EMPRUNTS RENDUS EN RETARD QUI N'ONT PAS ENCORE
      * DONNÉ LIEU À UNE AMENDE : LE NOT EXISTS GARANTIT QU'UN EMPRUNT
      * N'EST JAMAIS FACTURÉ DEUX FOIS, MÊME SI LE BATCH EST RELANCÉ.
      * LA CATÉGORIE DE L'ADHÉRENT DÉTERMINE SON TARIF ET SON PLAFOND.
      * LES JOURS OÙ LE SITE DE L'EXEMPLAIRE ÉTAIT FERMÉ NE SONT PAS
      * FACTURÉS : LE LECTEUR NE POUVAIT PAS RENDRE LE LIVRE. UN
      * RETARD ENTIÈREMENT COUVERT PAR DES FERMETURES NE DONNE RIEN.
      * LES FRAIS DE DÉGRADATION (NATURE 'D') FACTURÉS AU GUICHET
      * AU RETOUR N'EMPÊCHENT PAS L'AMENDE DE RETARD DU MÊME PRÊT
       EXEC SQL
          DECLARE C-FACTURABLES CURSOR FOR
             SELECT x.id_emprunt, x.id_membre, x.jours, x.categorie
               FROM (SELECT e.id_emprunt, e.id_membre,
                            TO_DATE(e.date_retour_effective,
                                    'YYYYMMDD')
                            - TO_DATE(e.date_retour_prevue, 'YYYYMMDD')
                            - (SELECT COUNT(*) FROM fermetures f
                                WHERE f.code_site =
                                      COALESCE(ex.localisation, 'PRI')
                                  AND f.date_fermeture
                                      > e.date_retour_prevue
                                  AND f.date_fermeture
                                      <= e.date_retour_effective)
                               AS jours,
                            COALESCE(ad.code_categorie, ' ')
                               AS categorie
                       FROM emprunts e
                       LEFT JOIN adherents ad
                              ON ad.id_membre = e.id_membre
                       LEFT JOIN exemplaires ex
                              ON ex.code_barres = e.code_barres
                      WHERE e.date_retour_effective IS NOT NULL
                        AND e.date_retour_effective
                            > e.date_retour_prevue
                        AND NOT EXISTS
                            (SELECT 1 FROM amendes a
                              WHERE a.id_emprunt = e.id_emprunt
                                AND COALESCE(a.nature_amende, ' ')
                                    <> 'D')) x
              WHERE x.jours > 0
              ORDER BY x.id_membre, x.id_emprunt
       END-EXEC.

      * CURSEUR D'ÉDITION DES RELEVÉS : TOUTES LES LIGNES D'AMENDE,
      * GROUPÉES PAR ADHÉRENT RESPONSABLE POUR LA RUPTURE : LES
      * AMENDES D'UN MINEUR RATTACHÉ À UN FOYER VONT SUR LE RELEVÉ DE
      * SON GARANT, APRÈS CELLES DU GARANT, MINEUR PAR MINEUR.
      * JOINTURES EXTERNES VERS L'EMPRUNT ET LE LIVRE : UNE AMENDE
      * IMPAYÉE DONT LE PRÊT A ÉTÉ ARCHIVÉ EN FIN D'ANNÉE DOIT RESTER
      * SUR LE RELEVÉ ET DANS LE SOLDE, MÊME SANS TITRE À AFFICHER
       EXEC SQL
          DECLARE C-RELEVES CURSOR FOR
             SELECT d.id_membre, d.nom, a.id_membre, ad.nom,
                    COALESCE(l.titre, '(EMPRUNT ARCHIVE)'),
                    a.date_amende, a.jours_retard, a.montant_centimes
               FROM amendes a
               JOIN adherents ad ON ad.id_membre = a.id_membre
               JOIN adherents d
                 ON d.id_membre =
                    CASE WHEN ad.id_garant IS NOT NULL
                          AND (ad.code_categorie = 'E'
                               OR ad.date_naissance > :S-DATE-MAJORITE)
                         THEN ad.id_garant
                         ELSE ad.id_membre END
               LEFT JOIN emprunts e ON e.id_emprunt = a.id_emprunt
               LEFT JOIN livres l ON l.isbn = e.isbn
              ORDER BY d.id_membre,
                       CASE WHEN a.id_membre = d.id_membre
                            THEN 0 ELSE 1 END,
                       a.id_membre, a.date_amende, a.id_amende
       END-EXEC.


       01  C-TARIF-JOUR              PIC 9(04) VALUE 50.
       01  C-PLAFOND-AMENDE          PIC 9(05) VALUE 1000.

       01  F-CATEGORIES-STATUS        PIC X(02) VALUE SPACE.
           88 F-CATEGORIES-STATUS-OK  VALUE '00'.
           88 F-CATEGORIES-STATUS-EOF VALUE '10'.

      * BARÈME DES CATÉGORIES CHARGÉ EN MÉMOIRE AU DÉMARRAGE. SEULS
      * LES TARIFS D'AMENDE SERVENT ICI. UN TARIF À ZÉRO EST VOULU
      * (PAS D'AMENDE POUR LA CATÉGORIE) ET S'APPLIQUE TEL QUEL
       01  T-CATEGORIES.
           05 T-CATEGORIE            OCCURS 10 INDEXED BY I-CAT.
              10 T-CAT-CODE          PIC X(01).
              10 T-CAT-TARIF-JOUR    PIC 9(04).
              10 T-CAT-PLAFOND-AMENDE PIC 9(05).
       01  C-NB-CATEGORIES           PIC 9(02) VALUE ZERO.
       01  C-MAX-CATEGORIES          PIC 9(02) VALUE 10.

      * TARIF ET PLAFOND APPLICABLES À L'ADHÉRENT EN COURS
       01  C-TARIF-ADHERENT          PIC 9(04) VALUE ZERO.
       01  C-PLAFOND-ADHERENT        PIC 9(05) VALUE ZERO.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
       01  S-PREMIER-RELEVE          PIC X(01) VALUE 'O'.
           88 PREMIER-RELEVE         VALUE 'O'.
       01  S-TOTAL-AMENDES-MEMBRE    PIC 9(09) VALUE ZERO.
       01  S-ID-EMPRUNTEUR-PREC      PIC X(10) VALUE SPACE.
       01  S-SOLDE-MEMBRE            PIC S9(09) VALUE ZERO.

      * ZONES DE CONVERSION CENTIMES -> EUROS POUR L'ÉDITION
           05 R-EN-ID-MEMBRE         PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-EN-NOM-MEMBRE        PIC X(40).
       01  R-LIGNE-EMPRUNTEUR.
           05 FILLER                 PIC X(16)
              VALUE " AMENDES DE :".
           05 R-EMP-ID-MEMBRE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-EMP-NOM-MEMBRE       PIC X(40).
       01  R-LIGNE-DETAIL.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-DET-DATE-AMENDE      PIC X(08).
       01  C-PAIEMENTS-ENREGISTRES   PIC 9(10) VALUE ZERO.
       01  C-PAIEMENTS-REJETES       PIC 9(10) VALUE ZERO.
       01  C-RELEVES-EDITES          PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-POSES          PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-LEVES          PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.
           PERFORM 0300-TRAITEMENT-PAIEMENTS-DEB
              THRU 0300-TRAITEMENT-PAIEMENTS-FIN

           PERFORM 0400-CONTROLE-BLOCAGES-DEB
              THRU 0400-CONTROLE-BLOCAGES-FIN

           PERFORM 0500-EDITION-RELEVES-DEB
              THRU 0500-EDITION-RELEVES-FIN

                           AND P-PLAFOND-AMENDE > 0
                             MOVE P-PLAFOND-AMENDE TO C-PLAFOND-AMENDE
                        END-IF
                        IF P-SEUIL-BLOCAGE NUMERIC
                           AND P-SEUIL-BLOCAGE > 0
                             MOVE P-SEUIL-BLOCAGE TO S-SEUIL-BLOCAGE
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

           PERFORM 0060-LECTURE-CATEGORIES-DEB
              THRU 0060-LECTURE-CATEGORIES-FIN.
       0050-LECTURE-PARAMETRES-FIN.

       0060-LECTURE-CATEGORIES-DEB.
      * CHARGEMENT DU BARÈME DES CATÉGORIES. LE FICHIER EST
      * FACULTATIF : SANS LUI, OU POUR UNE CATÉGORIE QUI N'Y FIGURE
      * PAS, LE TARIF ET LE PLAFOND GÉNÉRAUX S'APPLIQUENT. UNE LIGNE
      * AUX ZONES NON NUMÉRIQUES EST ÉCARTÉE
           MOVE SPACE TO T-CATEGORIES.
           MOVE ZERO TO C-NB-CATEGORIES.
           OPEN INPUT FICHIER-CATEGORIES.
           IF NOT F-CATEGORIES-STATUS-OK
                MOVE '10' TO F-CATEGORIES-STATUS
           END-IF

             PERFORM UNTIL F-CATEGORIES-STATUS-EOF
               READ FICHIER-CATEGORIES
                  NOT AT END
                    CONTINUE
               END-READ

           IF F-CATEGORIES-STATUS-OK

           IF PC-CODE-CATEGORIE NOT = SPACE
              AND PC-TARIF-JOUR NUMERIC
              AND PC-PLAFOND-AMENDE NUMERIC
              AND C-NB-CATEGORIES < C-MAX-CATEGORIES
                ADD 1 TO C-NB-CATEGORIES
                SET I-CAT TO C-NB-CATEGORIES
                MOVE PC-CODE-CATEGORIE TO T-CAT-CODE (I-CAT)
                MOVE PC-TARIF-JOUR     TO T-CAT-TARIF-JOUR (I-CAT)
                MOVE PC-PLAFOND-AMENDE TO T-CAT-PLAFOND-AMENDE (I-CAT)
           ELSE
                DISPLAY " LIGNE CATEGORIE ECARTEE : "
                   LIGNE-FICHIER-CATEGORIES
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-CATEGORIES.
       0060-LECTURE-CATEGORIES-FIN.

       0070-TARIF-CATEGORIE-DEB.
      * TARIF ET PLAFOND DE L'ADHÉRENT EN COURS : CEUX DE SA
      * CATÉGORIE SI ELLE FIGURE AU BARÈME, SINON LES GÉNÉRAUX
           MOVE C-TARIF-JOUR     TO C-TARIF-ADHERENT.
           MOVE C-PLAFOND-AMENDE TO C-PLAFOND-ADHERENT.

           IF S-CODE-CATEGORIE NOT = SPACE
                SET I-CAT TO 1
                SEARCH T-CATEGORIE
                   AT END
                        CONTINUE
                   WHEN T-CAT-CODE (I-CAT) = S-CODE-CATEGORIE
                        MOVE T-CAT-TARIF-JOUR (I-CAT)
                          TO C-TARIF-ADHERENT
                        MOVE T-CAT-PLAFOND-AMENDE (I-CAT)
                          TO C-PLAFOND-ADHERENT
                END-SEARCH
           END-IF.
       0070-TARIF-CATEGORIE-FIN.

       0100-CALCUL-AMENDES-DEB.
      * PARCOURS DES RETOURS EN RETARD NON ENCORE FACTURÉS ET CRÉATION
      * DES AMENDES : TARIF PAR JOUR DE RETARD, PLAFONNÉ PAR EMPRUNT,
      * SELON LA CATÉGORIE DE L'ADHÉRENT
           EXEC SQL
              OPEN C-FACTURABLES
           END-EXEC

           EXEC SQL
              FETCH C-FACTURABLES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-JOURS-RETARD, :S-CODE-CATEGORIE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                PERFORM 0070-TARIF-CATEGORIE-DEB
                   THRU 0070-TARIF-CATEGORIE-FIN
                COMPUTE S-MONTANT-AMENDE =
                   S-JOURS-RETARD * C-TARIF-ADHERENT
                IF S-MONTANT-AMENDE > C-PLAFOND-ADHERENT
                     MOVE C-PLAFOND-ADHERENT TO S-MONTANT-AMENDE
                END-IF

           EXEC SQL

           EXEC SQL
              FETCH C-FACTURABLES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-JOURS-RETARD, :S-CODE-CATEGORIE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

                    ELSE
                         MOVE P-CODE-CAISSE TO S-CODE-CAISSE
                    END-IF
                    IF P-COMPTE-RECETTE = SPACE
                         MOVE 'A' TO S-COMPTE-RECETTE
                    ELSE
                         MOVE P-COMPTE-RECETTE TO S-COMPTE-RECETTE
                    END-IF

                    IF P-MONTANT-PAIEMENT NUMERIC
                       AND P-MONTANT-PAIEMENT > 0
                    ELSE
                         MOVE FC-CODE-CAISSE TO S-CODE-CAISSE
                    END-IF
                    IF FC-COMPTE-RECETTE = SPACE
                         MOVE 'A' TO S-COMPTE-RECETTE
                    ELSE
                         MOVE FC-COMPTE-RECETTE TO S-COMPTE-RECETTE
                    END-IF
                    IF FC-MONTANT-PAIEMENT NUMERIC
                       AND FC-MONTANT-PAIEMENT > 0
                         MOVE 'O' TO S-MONTANT-OK
                ADD 1 TO C-PAIEMENTS-REJETES
           ELSE

      * LE COMPTE DE RECETTE VENTILE LE FICHIER MENSUEL DE LA RÉGIE :
      * UN CODE FANTAISIE Y TOMBERAIT DANS UN COMPTE INEXISTANT
           IF S-COMPTE-RECETTE NOT = 'A'
              AND S-COMPTE-RECETTE NOT = 'R'
              AND S-COMPTE-RECETTE NOT = 'N'
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M125"      TO S-CODE-MOTIF
                MOVE "COMPTE RECETTE INCONNU" TO E-LIBELLE
                PERFORM 0350-ECRITURE-EXCEPTION-DEB
                   THRU 0350-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-PAIEMENTS-REJETES
           ELSE

           IF MONTANT-INVALIDE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
           END-EXEC

      * TYPE 'A' = RÈGLEMENT D'AMENDE, POUR NE PAS MÉLANGER CES
      * ENCAISSEMENTS AVEC LES COTISATIONS D'ABONNEMENT (TYPE 'B').
      * LE COMPTE DE RECETTE NE SERT QU'À LA VENTILATION DE LA RÉGIE,
      * LE SOLDE DÛ RESTE CALCULÉ SUR TOUT LE TYPE 'A'
           EXEC SQL
              INSERT INTO reglements (id_membre, date_reglement,
                   montant_centimes, type_reglement, mode_paiement,
                   code_caisse, compte_recette)
              VALUES (:S-ID-MEMBRE, :S-DATE-PAIEMENT,
                     :S-MONTANT-PAIEMENT, 'A', :S-MODE-PAIEMENT,
                     :S-CODE-CAISSE, :S-COMPTE-RECETTE)
           END-EXEC

           IF SQLCODE NOT = 0

           END-IF

           END-IF

           END-IF.
       0320-TRAITEMENT-PAIEMENT-FIN.

           END-IF.
       0360-SOLDE-REJET-FIN.

       0400-CONTROLE-BLOCAGES-DEB.
      * TENUE DU REGISTRE DES BLOCAGES POUR DETTE (MOTIF 'S'), UNE
      * FOIS LES AMENDES DU JOUR CRÉÉES ET LES PAIEMENTS DU GUICHET
      * ENREGISTRÉS. LE SOLDE EST CELUI DU RELEVÉ : AMENDES MOINS
      * RÈGLEMENTS D'AMENDES. AU-DELÀ DU SEUIL, L'ADHÉRENT EST
      * BLOQUÉ ; REVENU SOUS LE SEUIL, SON BLOCAGE EST LEVÉ. LE
      * BLOCAGE POUR AVIS DE SUSPENSION (MOTIF 'R') N'EST PAS
      * CONCERNÉ : IL TOMBE AU RETOUR DU DERNIER LIVRE EN RETARD.
      * COMME SUR LE RELEVÉ, LES AMENDES ET LES RÈGLEMENTS D'UN
      * MINEUR RATTACHÉ À UN FOYER COMPTENT AU SOLDE DE SON GARANT :
      * C'EST LE GARANT QUI EST BLOQUÉ
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

      * TABLE DE TRAVAIL DES SOLDES, RECALCULÉE À CHAQUE RUN : UNE
      * LIGNE PAR RESPONSABLE (L'ADHÉRENT LUI-MÊME, OU LE GARANT D'UN
      * MINEUR RATTACHÉ) AVEC LE SOLDE DE TOUTES LES AMENDES ET DE
      * TOUS LES RÈGLEMENTS D'AMENDES DONT IL RÉPOND
           EXEC SQL
              DELETE FROM soldes_foyer
           END-EXEC

           EXEC SQL
              INSERT INTO soldes_foyer (id_membre, solde_centimes)
              SELECT rs.id_resp, SUM(mv.montant)
                FROM (SELECT a.id_membre,
                             a.montant_centimes AS montant
                        FROM amendes a
                      UNION ALL
                      SELECT r.id_membre,
                             - r.montant_centimes AS montant
                        FROM reglements r
                       WHERE COALESCE(r.type_reglement, 'A') = 'A')
                     mv
                JOIN (SELECT ad.id_membre,
                             CASE WHEN ad.id_garant IS NOT NULL
                                   AND (ad.code_categorie = 'E'
                                        OR ad.date_naissance
                                           > :S-DATE-MAJORITE)
                                  THEN ad.id_garant
                                  ELSE ad.id_membre END AS id_resp
                        FROM adherents ad) rs
                  ON rs.id_membre = mv.id_membre
               GROUP BY rs.id_resp
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY " ERREUR CALCUL SOLDES FOYER SQLCODE " SQLCODE
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT
              FROM soldes_foyer s
              WHERE s.solde_centimes > CAST(:S-SEUIL-BLOCAGE AS INTEGER)
                AND NOT EXISTS
                    (SELECT 1 FROM blocages b
                      WHERE b.id_membre = s.id_membre
                        AND b.motif = 'S'
                        AND b.statut = 'A')
           END-EXEC

           IF S-BLOCAGE-COUNT NOT = 0
           EXEC SQL
              INSERT INTO blocages (id_membre, motif, date_blocage,
                   statut)
              SELECT s.id_membre, 'S', :S-DATE-TRAITEMENT, 'A'
              FROM soldes_foyer s
              WHERE s.solde_centimes > CAST(:S-SEUIL-BLOCAGE AS INTEGER)
                AND NOT EXISTS
                    (SELECT 1 FROM blocages b
                      WHERE b.id_membre = s.id_membre
                        AND b.motif = 'S'
                        AND b.statut = 'A')
           END-EXEC
                IF SQLCODE = 0
                     MOVE S-BLOCAGE-COUNT TO C-BLOCAGES-POSES
                ELSE
                     DISPLAY " ERREUR POSE BLOCAGES SQLCODE " SQLCODE
                END-IF
           END-IF

      * LEVÉE DES BLOCAGES POUR DETTE DONT LE SOLDE EST REVENU SOUS
      * LE SEUIL, QUE CE SOIT PAR UN PAIEMENT AU GUICHET OU PAR UN
      * RÈGLEMENT REPRIS EN CORRECTION. UN MINEUR BLOQUÉ AVANT SON
      * RATTACHEMENT À UN FOYER N'A PLUS DE SOLDE PROPRE : SA DETTE
      * EST PASSÉE AU GARANT ET SON BLOCAGE TOMBE
           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT
              FROM blocages b
              WHERE b.motif = 'S'
                AND b.statut = 'A'
                AND COALESCE((SELECT s.solde_centimes
                                FROM soldes_foyer s
                               WHERE s.id_membre = b.id_membre), 0)
                    <= CAST(:S-SEUIL-BLOCAGE AS INTEGER)
           END-EXEC

           IF S-BLOCAGE-COUNT NOT = 0
           EXEC SQL
              UPDATE blocages b
                 SET statut = 'L',
                     date_deblocage = :S-DATE-TRAITEMENT
               WHERE b.motif = 'S'
                 AND b.statut = 'A'
                 AND COALESCE((SELECT s.solde_centimes
                                 FROM soldes_foyer s
                                WHERE s.id_membre = b.id_membre), 0)
                     <= CAST(:S-SEUIL-BLOCAGE AS INTEGER)
           END-EXEC
                IF SQLCODE = 0
                     MOVE S-BLOCAGE-COUNT TO C-BLOCAGES-LEVES
                ELSE
                     DISPLAY " ERREUR LEVEE BLOCAGES SQLCODE " SQLCODE
                END-IF
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.
       0400-CONTROLE-BLOCAGES-FIN.

       0500-EDITION-RELEVES-DEB.
      * ÉDITION DES RELEVÉS PAR ADHÉRENT AVEC RUPTURE SUR id_membre :
      * UNE LIGNE PAR AMENDE PUIS LE CUMUL, LES RÈGLEMENTS REÇUS ET LE
      * SOLDE RESTANT DÛ. LE RELEVÉ D'UN GARANT REPREND LES AMENDES
      * DES MINEURS DE SON FOYER, CHACUN SOUS UNE LIGNE À SON NOM
           OPEN OUTPUT FICHIER-RELEVES.

           MOVE SPACE TO S-ID-MEMBRE-PREC.

           EXEC SQL
              FETCH C-RELEVES INTO :S-ID-MEMBRE, :S-NOM-MEMBRE,
                 :S-ID-EMPRUNTEUR, :S-NOM-EMPRUNTEUR, :S-TITRE,
                 :S-DATE-AMENDE, :S-JOURS-RETARD, :S-MONTANT-AMENDE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

                     END-IF
                     MOVE 'N' TO S-PREMIER-RELEVE
                     MOVE S-ID-MEMBRE TO S-ID-MEMBRE-PREC
                     MOVE S-ID-MEMBRE TO S-ID-EMPRUNTEUR-PREC
                     MOVE ZERO TO S-TOTAL-AMENDES-MEMBRE
                     WRITE LIGNE-FICHIER-RELEVES
                        FROM R-LIGNE-SEPARATION
                     ADD 1 TO C-RELEVES-EDITES
                END-IF

                IF S-ID-EMPRUNTEUR NOT = S-ID-EMPRUNTEUR-PREC
                     MOVE S-ID-EMPRUNTEUR  TO S-ID-EMPRUNTEUR-PREC
                     MOVE S-ID-EMPRUNTEUR  TO R-EMP-ID-MEMBRE
                     MOVE S-NOM-EMPRUNTEUR TO R-EMP-NOM-MEMBRE
                     WRITE LIGNE-FICHIER-RELEVES
                        FROM R-LIGNE-EMPRUNTEUR
                END-IF

                MOVE S-DATE-AMENDE    TO R-DET-DATE-AMENDE
                MOVE S-TITRE          TO R-DET-TITRE
                MOVE S-JOURS-RETARD   TO R-DET-JOURS

           EXEC SQL
              FETCH C-RELEVES INTO :S-ID-MEMBRE, :S-NOM-MEMBRE,
                 :S-ID-EMPRUNTEUR, :S-NOM-EMPRUNTEUR, :S-TITRE,
                 :S-DATE-AMENDE, :S-JOURS-RETARD, :S-MONTANT-AMENDE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

      * RÈGLEMENTS REÇUS ET SOLDE RESTANT DÛ
      * SEULS LES RÈGLEMENTS D'AMENDES ENTRENT DANS LE SOLDE : LES
      * COTISATIONS D'ABONNEMENT (TYPE 'B') N'EFFACENT PAS UNE
      * AMENDE. LES LIGNES HISTORIQUES SANS TYPE SONT DES AMENDES.
      * LES RÈGLEMENTS DES MINEURS DU FOYER S'AJOUTENT À CEUX DU
      * GARANT, COMME LEURS AMENDES
           EXEC SQL
              SELECT COALESCE(SUM(r.montant_centimes), 0)
                INTO :S-TOTAL-REGLEMENTS
              FROM reglements r
              JOIN adherents ar ON ar.id_membre = r.id_membre
              WHERE CASE WHEN ar.id_garant IS NOT NULL
                          AND (ar.code_categorie = 'E'
                               OR ar.date_naissance > :S-DATE-MAJORITE)
                         THEN ar.id_garant
                         ELSE ar.id_membre END = :S-ID-MEMBRE-PREC
                AND COALESCE(r.type_reglement, 'A') = 'A'
           END-EXEC

           COMPUTE S-SOLDE-MEMBRE =
           DISPLAY " PAIEMENTS REJETÉS     : " C-PAIEMENTS-REJETES.
           DISPLAY " REJETS SOLDÉS         : " C-REJETS-SOLDES.
           DISPLAY " RELEVÉS ÉDITÉS        : " C-RELEVES-EDITES.
           DISPLAY " ADHÉRENTS BLOQUÉS     : " C-BLOCAGES-POSES.
           DISPLAY " BLOCAGES LEVÉS        : " C-BLOCAGES-LEVES.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

