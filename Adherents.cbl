           05 F-NOM-MEMBRE            PIC X(40).
           05 F-ADRESSE-MEMBRE        PIC X(60).
           05 F-DATE-EXPIRATION       PIC X(08).
           05 F-CODE-CATEGORIE        PIC X(01).
           05 F-DATE-NAISSANCE        PIC X(08).
      * COORDONNÉES ÉLECTRONIQUES ET CANAL PRÉFÉRÉ POUR LES AVIS :
      * 'E' E-MAIL, 'S' SMS, 'P' COURRIER PAPIER. VIDES SUR LES
      * ANCIENS FICHIERS
           05 F-EMAIL                 PIC X(60).
           05 F-MOBILE                PIC X(15).
           05 F-CANAL-PREFERE         PIC X(01).
      * FOYER : ADHÉRENT GARANT (UN ADULTE QUI RÉPOND DES MINEURS DU
      * FOYER ET REÇOIT LEURS COURRIERS), '*' EN PREMIÈRE POSITION
      * POUR DÉTACHER L'ADHÉRENT DE SON FOYER. PLAFOND DE PRÊTS EN
      * COURS POUR TOUT LE FOYER, PORTÉ PAR LE GARANT : '000' POUR
      * LE SUPPRIMER. NON SAISIS, LES VALEURS CONNUES SONT GARDÉES
           05 F-ID-GARANT             PIC X(10).
           05 F-PLAFOND-FOYER         PIC X(03).

       FD FICHIER-CORRECTIONS.
       01 LIGNE-FICHIER-CORRECTIONS.
           05 FC-NOM-MEMBRE           PIC X(40).
           05 FC-ADRESSE-MEMBRE       PIC X(60).
           05 FC-DATE-EXPIRATION      PIC X(08).
           05 FC-CODE-CATEGORIE       PIC X(01).
           05 FC-DATE-NAISSANCE       PIC X(08).
           05 FC-EMAIL                PIC X(60).
           05 FC-MOBILE               PIC X(15).
           05 FC-CANAL-PREFERE        PIC X(01).
           05 FC-ID-GARANT            PIC X(10).
           05 FC-PLAFOND-FOYER        PIC X(03).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-ADRESSE-MEMBRE           PIC X(60).
       01 S-DATE-EXPIRATION          PIC X(08).
       01 S-CODE-CATEGORIE           PIC X(01).
       01 S-DATE-NAISSANCE           PIC X(08).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).
       01 S-ID-GARANT                PIC X(10).
       01 S-PLAFOND-FOYER            PIC X(03).

      * IMAGES AVANT MODIFICATION POUR LE JOURNAL D'AUDIT
       01 S-NOM-AVANT                PIC X(40).
       01 S-ADRESSE-AVANT            PIC X(60).
       01 S-EXPIRATION-AVANT         PIC X(08).
       01 S-CATEGORIE-AVANT          PIC X(01).
       01 S-NAISSANCE-AVANT          PIC X(08).
       01 S-EMAIL-AVANT              PIC X(60).
       01 S-MOBILE-AVANT             PIC X(15).
       01 S-CANAL-AVANT              PIC X(01).
       01 S-GARANT-AVANT             PIC X(10).
       01 S-PLAFOND-AVANT            PIC X(03).

      * SITUATION DU GARANT DÉSIGNÉ : CATÉGORIE, DATE DE NAISSANCE
      * ET SON PROPRE GARANT ; NOMBRE D'ADHÉRENTS DONT L'ADHÉRENT
      * DE LA LIGNE EST DÉJÀ LE GARANT
       01 S-GARANT-COUNT             PIC 9(10).
       01 S-GARANT-CATEGORIE         PIC X(01).
       01 S-GARANT-NAISSANCE         PIC X(08).
       01 S-GARANT-DU-GARANT         PIC X(10).
       01 S-PERSONNES-A-CHARGE       PIC 9(10).

       01 S-MEMBRE-COUNT             PIC 9(10).

      * DATE DU RUN : JOURNAL D'AUDIT ET BAC DE RECYCLAGE DES REJETS
       01 S-DATE-TRAITEMENT          PIC X(08).

      * DATE DE NAISSANCE DES ADHÉRENTS QUI ONT 18 ANS CE JOUR : UN
      * ADHÉRENT NÉ APRÈS CETTE DATE EST MINEUR
       01 S-DATE-MAJORITE            PIC X(08).

      * ZONES DU BAC DE RECYCLAGE DES REJETS : CODE MOTIF NORMALISÉ,
      * CLÉ DE LA LIGNE ET IMAGE COMPLÈTE POUR LA RESSAISIE. CODES
      * COMMUNS AUX CHARGEURS : M1NN CONTRÔLES MÉTIER, M2NN
      * CONTRÔLES DE FORME, M900 ERREUR SQL
       01 S-CODE-MOTIF               PIC X(04).
       01 S-CLE-REJET                PIC X(26).
       01 S-IMAGE-REJET              PIC X(250).
       01 S-REJET-COUNT              PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
           88 CONTROLE-VALIDE        VALUE 'O'.
           88 CONTROLE-INVALIDE      VALUE 'N'.

      * CATÉGORIES D'ADHÉRENTS DU BARÈME : ENFANT, ADULTE, SENIOR,
      * GROUPE. LES RÈGLES ET TARIFS DE CHAQUE CATÉGORIE SONT DANS
      * LE FICHIER CATEGORIES-PARAMETRES.TXT DES PROGRAMMES DE PRÊT
       01  S-CATEGORIE-SAISIE        PIC X(01).
           88 CATEGORIE-CONNUE       VALUES 'E' 'A' 'S' 'G'.
           88 CATEGORIE-ABSENTE      VALUE SPACE.

      * CANAUX DE CONTACT POUR LES AVIS ET RELANCES : E-MAIL, SMS OU
      * COURRIER PAPIER. NON SAISI, L'AVIS PART PAR VOIE ÉLECTRONIQUE
      * DÈS QU'UNE COORDONNÉE EST CONNUE
       01  S-CANAL-SAISI             PIC X(01).
           88 CANAL-CONNU            VALUES 'E' 'S' 'P'.
           88 CANAL-ABSENT           VALUE SPACE.

      * CONTRÔLE DE FORME DES COORDONNÉES ÉLECTRONIQUES
       01  S-COORDONNEE-OK           PIC X(01) VALUE 'O'.
           88 COORDONNEE-VALIDE      VALUE 'O'.
           88 COORDONNEE-INVALIDE    VALUE 'N'.
       01  C-NB-AROBASES             PIC 9(02) VALUE ZERO.
       01  C-NB-ESPACES              PIC 9(02) VALUE ZERO.
       01  C-NB-POINTS               PIC 9(02) VALUE ZERO.

      * CONTRÔLE DU RATTACHEMENT À UN FOYER
       01  S-GARANT-OK               PIC X(01) VALUE 'O'.
           88 GARANT-VALIDE          VALUE 'O'.
           88 GARANT-INVALIDE        VALUE 'N'.

       01  S-MEMBRE-EXISTE           PIC X(01) VALUE 'N'.
           88 MEMBRE-EXISTE          VALUE 'O'.
           88 MEMBRE-INEXISTANT      VALUE 'N'.

       0100-LECTURE-ET-INSERTION-DONNEES-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC
           OPEN INPUT FICHIER-ADHERENTS.
           OPEN OUTPUT FICHIER-EXCEPTIONS.
           OPEN EXTEND FICHIER-JOURNAL.
                    MOVE F-NOM-MEMBRE       TO S-NOM-MEMBRE
                    MOVE F-ADRESSE-MEMBRE   TO S-ADRESSE-MEMBRE
                    MOVE F-DATE-EXPIRATION  TO S-DATE-EXPIRATION
                    MOVE F-CODE-CATEGORIE   TO S-CODE-CATEGORIE
                    MOVE F-DATE-NAISSANCE   TO S-DATE-NAISSANCE
                    MOVE F-EMAIL            TO S-EMAIL
                    MOVE F-MOBILE           TO S-MOBILE
                    MOVE F-CANAL-PREFERE    TO S-CANAL-PREFERE
                    MOVE F-ID-GARANT        TO S-ID-GARANT
                    MOVE F-PLAFOND-FOYER    TO S-PLAFOND-FOYER

                    MOVE LIGNE-FICHIER-ADHERENTS TO S-IMAGE-REJET

                    MOVE FC-NOM-MEMBRE      TO S-NOM-MEMBRE
                    MOVE FC-ADRESSE-MEMBRE  TO S-ADRESSE-MEMBRE
                    MOVE FC-DATE-EXPIRATION TO S-DATE-EXPIRATION
                    MOVE FC-CODE-CATEGORIE  TO S-CODE-CATEGORIE
                    MOVE FC-DATE-NAISSANCE  TO S-DATE-NAISSANCE
                    MOVE FC-EMAIL           TO S-EMAIL
                    MOVE FC-MOBILE          TO S-MOBILE
                    MOVE FC-CANAL-PREFERE   TO S-CANAL-PREFERE
                    MOVE FC-ID-GARANT       TO S-ID-GARANT
                    MOVE FC-PLAFOND-FOYER   TO S-PLAFOND-FOYER
                    MOVE LIGNE-FICHIER-CORRECTIONS TO S-IMAGE-REJET

               END-READ
                ADD 1 TO C-REJETES
           ELSE

      * LA CATÉGORIE, SI ELLE EST SAISIE, DOIT ÊTRE CONNUE DU BARÈME :
      * UNE CATÉGORIE FANTAISISTE FERAIT PRÊTER L'ADHÉRENT AUX
      * CONDITIONS PAR DÉFAUT SANS QUE PERSONNE NE S'EN APERÇOIVE
           MOVE S-CODE-CATEGORIE TO S-CATEGORIE-SAISIE
           IF NOT CATEGORIE-CONNUE
              AND NOT CATEGORIE-ABSENTE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M122"      TO S-CODE-MOTIF
                MOVE "CATEGORIE INCONNUE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * LA DATE DE NAISSANCE EST FACULTATIVE (ANCIENS DOSSIERS), MAIS
      * SI ELLE EST SAISIE ELLE DOIT ÊTRE UNE VRAIE DATE : ELLE SERT
      * AUX TRANCHES D'ÂGE DE L'ENQUÊTE ANNUELLE DU MINISTÈRE
           MOVE 'O' TO V-RESULTAT-CONTROLE
           IF S-DATE-NAISSANCE NOT = SPACE
                MOVE 'D' TO V-TYPE-CONTROLE
                MOVE S-DATE-NAISSANCE TO V-VALEUR-CONTROLE
                CALL "Validation" USING V-TYPE-CONTROLE,
                   V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE
           END-IF

           IF CONTROLE-INVALIDE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M204"      TO S-CODE-MOTIF
                MOVE "DATE NAISSANCE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * L'ADRESSE E-MAIL, SI ELLE EST SAISIE, EST TRANSMISE TELLE
      * QUELLE À LA PASSERELLE DE MESSAGERIE DE LA VILLE : UN SEUL
      * AROBASE, RIEN DEVANT NI ESPACE AVANT LUI, UN POINT APRÈS
           MOVE 'O' TO S-COORDONNEE-OK
           IF S-EMAIL NOT = SPACE
                MOVE ZERO TO C-NB-AROBASES
                MOVE ZERO TO C-NB-ESPACES
                MOVE ZERO TO C-NB-POINTS
                INSPECT S-EMAIL TALLYING C-NB-AROBASES FOR ALL "@"
                INSPECT S-EMAIL TALLYING C-NB-ESPACES
                   FOR ALL SPACE BEFORE INITIAL "@"
                INSPECT S-EMAIL TALLYING C-NB-POINTS
                   FOR ALL "." AFTER INITIAL "@"
                IF C-NB-AROBASES NOT = 1
                   OR C-NB-ESPACES NOT = 0
                   OR C-NB-POINTS = 0
                   OR S-EMAIL (1:1) = "@"
                     MOVE 'N' TO S-COORDONNEE-OK
                END-IF
           END-IF

           IF COORDONNEE-INVALIDE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M205"      TO S-CODE-MOTIF
                MOVE "ADRESSE E-MAIL INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * LE MOBILE, S'IL EST SAISI : DIX CHIFFRES ('0612345678') OU LE
      * FORMAT INTERNATIONAL '+' SUIVI DE ONZE CHIFFRES
           MOVE 'O' TO S-COORDONNEE-OK
           IF S-MOBILE NOT = SPACE
                IF (S-MOBILE (1:10) NUMERIC
                    AND S-MOBILE (11:5) = SPACE)
                   OR (S-MOBILE (1:1) = "+"
                    AND S-MOBILE (2:11) NUMERIC
                    AND S-MOBILE (13:3) = SPACE)
                     CONTINUE
                ELSE
                     MOVE 'N' TO S-COORDONNEE-OK
                END-IF
           END-IF

           IF COORDONNEE-INVALIDE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M206"      TO S-CODE-MOTIF
                MOVE "NUMERO DE MOBILE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           MOVE S-CANAL-PREFERE TO S-CANAL-SAISI
           IF NOT CANAL-CONNU
              AND NOT CANAL-ABSENT
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M131"      TO S-CODE-MOTIF
                MOVE "CANAL DE CONTACT INCONNU" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * LE PLAFOND DE PRÊTS DU FOYER, S'IL EST SAISI, EST UN NOMBRE
           IF S-PLAFOND-FOYER NOT = SPACE
              AND S-PLAFOND-FOYER NOT NUMERIC
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M207"      TO S-CODE-MOTIF
                MOVE "PLAFOND FOYER INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * VÉRIFICATION DE L'EXISTENCE DE L'ADHÉRENT : DÉCIDE SI LA LIGNE
      * DOIT ÊTRE INSÉRÉE (NOUVEL ADHÉRENT) OU MISE À JOUR (CHANGEMENT
      * D'ADRESSE, RENOUVELLEMENT D'ABONNEMENT)
      * JOURNAL D'AUDIT : EN CRÉATION, LES IMAGES AVANT RESTENT VIDES
           IF MEMBRE-EXISTE
           EXEC SQL
              SELECT nom, adresse, date_expiration,
                     COALESCE(code_categorie, ' '),
                     COALESCE(date_naissance, ' '),
                     COALESCE(email, ' '), COALESCE(mobile, ' '),
                     COALESCE(canal_prefere, ' '),
                     COALESCE(id_garant, ' '),
                     COALESCE(LPAD(CAST(plafond_foyer AS VARCHAR),
                                   3, '0'), ' ')
                INTO :S-NOM-AVANT, :S-ADRESSE-AVANT,
                     :S-EXPIRATION-AVANT, :S-CATEGORIE-AVANT,
                     :S-NAISSANCE-AVANT, :S-EMAIL-AVANT,
                     :S-MOBILE-AVANT, :S-CANAL-AVANT,
                     :S-GARANT-AVANT, :S-PLAFOND-AVANT
              FROM adherents
              WHERE id_membre = :S-ID-MEMBRE
           END-EXEC
                MOVE SPACE TO S-NOM-AVANT
                MOVE SPACE TO S-ADRESSE-AVANT
                MOVE SPACE TO S-EXPIRATION-AVANT
                MOVE SPACE TO S-CATEGORIE-AVANT
                MOVE SPACE TO S-NAISSANCE-AVANT
                MOVE SPACE TO S-EMAIL-AVANT
                MOVE SPACE TO S-MOBILE-AVANT
                MOVE SPACE TO S-CANAL-AVANT
                MOVE SPACE TO S-GARANT-AVANT
                MOVE SPACE TO S-PLAFOND-AVANT
           END-IF

      * CATÉGORIE NON SAISIE : UN ADHÉRENT CONNU GARDE LA SIENNE, UN
      * NOUVEL ADHÉRENT (OU UN ANCIEN SANS CATÉGORIE) EST ADULTE
           IF CATEGORIE-ABSENTE
                MOVE S-CATEGORIE-AVANT TO S-CODE-CATEGORIE
                IF S-CODE-CATEGORIE = SPACE
                     MOVE 'A' TO S-CODE-CATEGORIE
                END-IF
           END-IF

      * DATE DE NAISSANCE NON SAISIE : CELLE DÉJÀ CONNUE EST GARDÉE
           IF S-DATE-NAISSANCE = SPACE
                MOVE S-NAISSANCE-AVANT TO S-DATE-NAISSANCE
           END-IF

      * COORDONNÉES ET CANAL NON SAISIS : CEUX DÉJÀ CONNUS SONT GARDÉS
           IF S-EMAIL = SPACE
                MOVE S-EMAIL-AVANT TO S-EMAIL
           END-IF
           IF S-MOBILE = SPACE
                MOVE S-MOBILE-AVANT TO S-MOBILE
           END-IF
           IF S-CANAL-PREFERE = SPACE
                MOVE S-CANAL-AVANT TO S-CANAL-PREFERE
           END-IF

      * GARANT ET PLAFOND DU FOYER NON SAISIS : CEUX DÉJÀ CONNUS SONT
      * GARDÉS ; '*' DÉTACHE L'ADHÉRENT, '000' RETIRE LE PLAFOND
           IF S-ID-GARANT = SPACE
                MOVE S-GARANT-AVANT TO S-ID-GARANT
           ELSE
                IF S-ID-GARANT (1:1) = "*"
                     MOVE SPACE TO S-ID-GARANT
                END-IF
           END-IF
           IF S-PLAFOND-FOYER = SPACE
                MOVE S-PLAFOND-AVANT TO S-PLAFOND-FOYER
           ELSE
                IF S-PLAFOND-FOYER = "000"
                     MOVE SPACE TO S-PLAFOND-FOYER
                END-IF
           END-IF

      * UN CANAL ÉLECTRONIQUE CHOISI SANS LA COORDONNÉE QUI VA AVEC
      * LAISSERAIT L'ADHÉRENT SANS AUCUN AVIS : LA LIGNE EST REJETÉE
           IF (S-CANAL-PREFERE = 'E' AND S-EMAIL = SPACE)
              OR (S-CANAL-PREFERE = 'S' AND S-MOBILE = SPACE)
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M132"      TO S-CODE-MOTIF
                MOVE "CANAL SANS COORDONNEE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * NOUVEAU GARANT : UN AUTRE ADHÉRENT CONNU, MAJEUR, QUI N'EST
      * PAS LUI-MÊME RATTACHÉ À UN FOYER ; ET UN ADHÉRENT QUI EST DÉJÀ
      * LE GARANT D'AUTRES ADHÉRENTS NE PEUT PAS ÊTRE RATTACHÉ À SON
      * TOUR. UN RATTACHEMENT INCHANGÉ N'EST PAS CONTRÔLÉ À NOUVEAU
           MOVE 'O' TO S-GARANT-OK
           IF S-ID-GARANT NOT = SPACE
              AND S-ID-GARANT NOT = S-GARANT-AVANT
                MOVE ZERO TO S-GARANT-COUNT
                IF S-ID-GARANT NOT = S-ID-MEMBRE
           EXEC SQL
              SELECT COUNT(*) INTO :S-GARANT-COUNT FROM adherents
              WHERE id_membre = :S-ID-GARANT
           END-EXEC
                END-IF
                IF S-GARANT-COUNT = 0
                     MOVE 'N'    TO S-GARANT-OK
                     MOVE "M133" TO S-CODE-MOTIF
                     MOVE "GARANT INCONNU" TO E-LIBELLE
                ELSE
           EXEC SQL
              SELECT COALESCE(code_categorie, ' '),
                     COALESCE(date_naissance, ' '),
                     COALESCE(id_garant, ' ')
                INTO :S-GARANT-CATEGORIE, :S-GARANT-NAISSANCE,
                     :S-GARANT-DU-GARANT
              FROM adherents
              WHERE id_membre = :S-ID-GARANT
           END-EXEC
           EXEC SQL
              SELECT COUNT(*) INTO :S-PERSONNES-A-CHARGE
                FROM adherents
               WHERE id_garant = :S-ID-MEMBRE
           END-EXEC
                     IF S-GARANT-CATEGORIE = 'E'
                        OR (S-GARANT-NAISSANCE NOT = SPACE
                        AND S-GARANT-NAISSANCE > S-DATE-MAJORITE)
                          MOVE 'N'    TO S-GARANT-OK
                          MOVE "M134" TO S-CODE-MOTIF
                          MOVE "GARANT MINEUR" TO E-LIBELLE
                     END-IF
                     IF GARANT-VALIDE
                        AND S-GARANT-DU-GARANT NOT = SPACE
                          MOVE 'N'    TO S-GARANT-OK
                          MOVE "M135" TO S-CODE-MOTIF
                          MOVE "GARANT RATTACHE A UN FOYER"
                            TO E-LIBELLE
                     END-IF
                     IF GARANT-VALIDE
                        AND S-PERSONNES-A-CHARGE NOT = 0
                          MOVE 'N'    TO S-GARANT-OK
                          MOVE "M136" TO S-CODE-MOTIF
                          MOVE "ADHERENT DEJA GARANT" TO E-LIBELLE
                     END-IF
                END-IF
           END-IF

           IF GARANT-INVALIDE
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * POINT DE REPRISE AVANT L'ÉCRITURE DE L'ADHÉRENT, POUR POUVOIR
      * ANNULER UNIQUEMENT CETTE LIGNE SI L'OPÉRATION ÉCHOUE
           EXEC SQL
              UPDATE adherents
                 SET nom = :S-NOM-MEMBRE,
                     adresse = :S-ADRESSE-MEMBRE,
                     date_expiration = :S-DATE-EXPIRATION,
                     code_categorie = :S-CODE-CATEGORIE,
                     date_naissance =
                        NULLIF(TRIM(:S-DATE-NAISSANCE), ''),
                     email = NULLIF(TRIM(:S-EMAIL), ''),
                     mobile = NULLIF(TRIM(:S-MOBILE), ''),
                     canal_prefere = NULLIF(TRIM(:S-CANAL-PREFERE), ''),
                     id_garant = NULLIF(TRIM(:S-ID-GARANT), ''),
                     plafond_foyer =
                        CAST(NULLIF(TRIM(:S-PLAFOND-FOYER), '')
                             AS INTEGER)
               WHERE id_membre = :S-ID-MEMBRE
           END-EXEC
           ELSE
           EXEC SQL
              INSERT INTO adherents (id_membre, nom, adresse,
                   date_expiration, code_categorie, date_naissance,
                   email, mobile, canal_prefere, id_garant,
                   plafond_foyer)
              VALUES (:S-ID-MEMBRE, :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE,
                     :S-DATE-EXPIRATION, :S-CODE-CATEGORIE,
                     NULLIF(TRIM(:S-DATE-NAISSANCE), ''),
                     NULLIF(TRIM(:S-EMAIL), ''),
                     NULLIF(TRIM(:S-MOBILE), ''),
                     NULLIF(TRIM(:S-CANAL-PREFERE), ''),
                     NULLIF(TRIM(:S-ID-GARANT), ''),
                     CAST(NULLIF(TRIM(:S-PLAFOND-FOYER), '')
                          AS INTEGER))
           END-EXEC
           END-IF

                   THRU 0160-SOLDE-REJET-FIN
           END-IF

           END-IF

           END-IF

           END-IF

           END-IF

           END-IF

           END-IF

           END-IF

           END-IF

           END-IF.
       0120-TRAITEMENT-LIGNE-FIN.

                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-CATEGORIE-AVANT NOT = S-CODE-CATEGORIE
                MOVE "code_categorie"  TO J-CHAMP
                MOVE S-CATEGORIE-AVANT TO J-VALEUR-AVANT
                MOVE S-CODE-CATEGORIE  TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-NAISSANCE-AVANT NOT = S-DATE-NAISSANCE
                MOVE "date_naissance"  TO J-CHAMP
                MOVE S-NAISSANCE-AVANT TO J-VALEUR-AVANT
                MOVE S-DATE-NAISSANCE  TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-EMAIL-AVANT NOT = S-EMAIL
                MOVE "email"           TO J-CHAMP
                MOVE S-EMAIL-AVANT     TO J-VALEUR-AVANT
                MOVE S-EMAIL           TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-MOBILE-AVANT NOT = S-MOBILE
                MOVE "mobile"          TO J-CHAMP
                MOVE S-MOBILE-AVANT    TO J-VALEUR-AVANT
                MOVE S-MOBILE          TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-CANAL-AVANT NOT = S-CANAL-PREFERE
                MOVE "canal_prefere"   TO J-CHAMP
                MOVE S-CANAL-AVANT     TO J-VALEUR-AVANT
                MOVE S-CANAL-PREFERE   TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-GARANT-AVANT NOT = S-ID-GARANT
                MOVE "id_garant"       TO J-CHAMP
                MOVE S-GARANT-AVANT    TO J-VALEUR-AVANT
                MOVE S-ID-GARANT       TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-PLAFOND-AVANT NOT = S-PLAFOND-FOYER
                MOVE "plafond_foyer"   TO J-CHAMP
                MOVE S-PLAFOND-AVANT   TO J-VALEUR-AVANT
                MOVE S-PLAFOND-FOYER   TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           END-IF.
       0700-JOURNALISATION-FIN.

       0800-ECRITURE-JOURNAL-DEB.
