              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-AVIS-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

      * TABLE DES CATÉGORIES D'ADHÉRENTS (ENFANT, ADULTE, SENIOR,
      * GROUPE) : RÈGLES DE PRÊT ET TARIFS DU BARÈME MUNICIPAL,
      * COMMUNE AU GUICHET, AUX AMENDES ET AUX RENOUVELLEMENTS
           SELECT OPTIONAL FICHIER-CATEGORIES
              ASSIGN TO 'categories-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CATEGORIES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * VIDE SUR LES ANCIENS FICHIERS : LE CONTRÔLE DE SITE NE
      * S'APPLIQUE ALORS PAS
           05 F-CODE-SITE             PIC X(03).
      * ÉTAT DU LIVRE CONSTATÉ AU RETOUR ('R') : 'B' BON ÉTAT, 'U'
      * ABIMÉ MAIS UTILISABLE, 'X' À RÉPARER. À BLANC, BON ÉTAT
           05 F-ETAT-RETOUR           PIC X(01).

       FD FICHIER-CORRECTIONS.
       01 LIGNE-FICHIER-CORRECTIONS.
           05 FC-DATE-RETOUR-PREVUE   PIC X(08).
           05 FC-CODE-BARRES          PIC X(13).
           05 FC-CODE-SITE            PIC X(03).
           05 FC-ETAT-RETOUR          PIC X(01).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
           05 P-PLAFOND-EMPRUNTS      PIC 9(02).
           05 P-DELAI-RETRAIT         PIC 9(03).
           05 P-DUREE-PRET            PIC 9(03).
      * FRAIS DE DÉGRADATION EN POURCENTAGE DU PRIX DE REMPLACEMENT,
      * ET PRIX PAR DÉFAUT EN CENTIMES POUR LES TITRES SANS PRIX
           05 P-TAUX-DEGRADATION      PIC 9(03).
           05 P-PRIX-DEFAUT           PIC 9(06).

      * AVIS DE MISE À DISPOSITION ÉDITÉS QUAND UN RETOUR SATISFAIT
      * UNE RÉSERVATION EN ATTENTE
           05 AV-TITRE                PIC X(50).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AV-DATE-RESERVATION     PIC X(08).
      * ADHÉRENT QUI A RÉSERVÉ, QUAND L'AVIS EST ADRESSÉ À SON
      * GARANT, À BLANC SINON
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AV-ID-BENEFICIAIRE      PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AV-NOM-BENEFICIAIRE     PIC X(40).

      * UN MESSAGE PAR ADHÉRENT ET PAR CANAL : CANAL ('E' E-MAIL, 'S'
      * SMS) ET COORDONNÉE, ADHÉRENT, TYPE DE MESSAGE ('ECH' ÉCHÉANCE
      * PROCHE, 'REL' RELANCE, 'DIS' DOCUMENT À DISPOSITION, 'ABO'
      * RENOUVELLEMENT D'ABONNEMENT), NIVEAU DE RELANCE, DATE
      * D'ÉMISSION, DATE DE RÉFÉRENCE (ÉCHÉANCE, EXPIRATION...),
      * NOMBRE DE DOCUMENTS ET PREMIER TITRE, MONTANT EN CENTIMES,
      * OBJET ET PROGRAMME ÉMETTEUR, ENFIN L'ADHÉRENT CONCERNÉ
      * (NUMÉRO ET NOM) QUAND L'AVIS D'UN MINEUR EST ADRESSÉ À SON
      * GARANT, À BLANC SINON ; POUR UN MESSAGE QUI REGROUPE PLUSIEURS
      * TITRES, C'EST L'EMPRUNTEUR DU TITRE INDIQUÉ. LA PASSERELLE MET
      * EN FORME LE TEXTE SELON LE TYPE DE MESSAGE
       FD FICHIER-MESSAGES.
       01 LIGNE-FICHIER-MESSAGES.
           05 MS-CANAL                PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-COORDONNEE           PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-ID-MEMBRE            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-NOM-MEMBRE           PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-TYPE-MESSAGE         PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-NIVEAU               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-DATE-EMISSION        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-DATE-REFERENCE       PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-NB-DOCUMENTS         PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-TITRE                PIC X(50).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-MONTANT              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-OBJET                PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-PROGRAMME            PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-ID-BENEFICIAIRE      PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MS-NOM-BENEFICIAIRE     PIC X(40).

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
       01 S-DATE-EXPIRATION          PIC X(08).
       01 S-CODE-SITE                PIC X(03).
       01 S-LOCALISATION             PIC X(03).
       01 S-ETAT-RETOUR              PIC X(01).

      * DATE DU RUN : PORTÉE DANS date_maj POUR QUE L'EXTRACTION
      * DIFFÉRENTIELLE VOIE AUSSI LES MOUVEMENTS ANTIDATÉS SAISIS
       01 S-DATE-TRAITEMENT          PIC X(08).

      * ZONES DE TRAVAIL DES RÉSERVATIONS. L'ADHÉRENT RÉSERVATAIRE EST
      * DISTINCT DE CELUI DU MOUVEMENT EN COURS DE TRAITEMENT. L'AVIS
      * VA AU DESTINATAIRE : LE RÉSERVATAIRE OU, POUR UN MINEUR
      * RATTACHÉ À UN FOYER, SON GARANT, DONT SONT LUS LE NOM,
      * L'ADRESSE ET LES COORDONNÉES
       01 S-ID-RESERVATION           PIC 9(10).
       01 S-ID-MEMBRE-RESERV         PIC X(10).
       01 S-NOM-BENEFICIAIRE         PIC X(40).
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-ADRESSE-MEMBRE           PIC X(60).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).
       01 S-TITRE                    PIC X(50).
       01 S-DATE-RESERVATION         PIC X(08).
       01 S-DELAI-RETRAIT            PIC 9(03) VALUE 007.
       01 S-DATE-PREVUE-ACTUELLE     PIC X(08).
       01 S-NB-PROLONGATIONS         PIC 9(03).

      * CATÉGORIE DE L'ADHÉRENT DU MOUVEMENT ET DURÉE DE PRÊT QUI EN
      * DÉCOULE (DURÉE STANDARD SI LA CATÉGORIE N'EST PAS AU BARÈME)
       01 S-CODE-CATEGORIE           PIC X(01).
       01 S-DUREE-PRET-ADHERENT      PIC 9(03).

       01 S-LIVRE-COUNT              PIC 9(10).
       01 S-MEMBRE-COUNT             PIC 9(10).
       01 S-EMPRUNT-COUNT            PIC 9(10).
       01 S-EMPRUNTS-OUVERTS         PIC 9(10).
       01 S-RESERVATION-COUNT        PIC 9(10).
       01 S-DISPONIBLE-COUNT         PIC 9(10).
       01 S-BLOCAGE-COUNT            PIC 9(10).

      * FOYER DE L'ADHÉRENT : SON GARANT, OU LUI-MÊME S'IL N'EST
      * RATTACHÉ À PERSONNE, PORTE LE PLAFOND DE PRÊTS DU FOYER (ZÉRO
      * SI AUCUN). UN ADHÉRENT NÉ APRÈS LA DATE DE MAJORITÉ DU JOUR
      * EST MINEUR
       01 S-ID-CHEF-FOYER            PIC X(10).
       01 S-PLAFOND-FOYER            PIC 9(03).
       01 S-EMPRUNTS-FOYER           PIC 9(10).
       01 S-DATE-MAJORITE            PIC X(08).

      * ZONES DES RETOURS ABIMÉS : PRÊT CLÔTURÉ, PRIX DU TITRE ET
      * FRAIS DE DÉGRADATION FACTURÉS, EN CENTIMES
       01 S-ID-EMPRUNT               PIC 9(10).
       01 S-PRIX-CENTIMES            PIC 9(07).
       01 S-MONTANT-DEGRADATION      PIC 9(07).
       01 S-COPIE-RESEAU-COUNT       PIC 9(10).

      * SITE DONT LE CALENDRIER DE FERMETURE S'APPLIQUE À LA DATE DE
      * RETOUR PRÉVUE : CELUI OÙ L'EXEMPLAIRE EST RATTACHÉ
       01 S-SITE-CALENDRIER          PIC X(03).
       01 S-RETARD-COUNT             PIC 9(10).

      * PRÊTS ENTRANTS : EXEMPLAIRES EMPRUNTÉS À UNE BIBLIOTHÈQUE DU
      * RÉSEAU SOUS UN CODE-BARRES TEMPORAIRE, ET DATE À LAQUELLE LE
      * PRÊTEUR LES ATTEND EN RETOUR
       01 S-PRET-ENTRANT-COUNT       PIC 9(10) VALUE ZERO.
       01 S-DATE-RETOUR-PRETEUR      PIC X(08).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS
       01 S-HEURE-SUIVI              PIC X(06).
       01  F-AVIS-STATUS              PIC X(02) VALUE SPACE.
           88 F-AVIS-STATUS-OK        VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  F-CATEGORIES-STATUS        PIC X(02) VALUE SPACE.
           88 F-CATEGORIES-STATUS-OK  VALUE '00'.
           88 F-CATEGORIES-STATUS-EOF VALUE '10'.

      * PLAFOND D'EMPRUNTS SIMULTANÉS PAR ADHÉRENT. LA VALEUR PAR
      * DÉFAUT EST REMPLACÉE PAR CELLE DU FICHIER DE PARAMÈTRES SI
      * L'EXPLOITANT EN A DÉPOSÉ UN
       01  C-PLAFOND-EMPRUNTS        PIC 9(02) VALUE 05.

      * NOMBRE DE PROLONGATIONS AUTORISÉES PAR PRÊT, POUR LES
      * ADHÉRENTS DONT LA CATÉGORIE N'EST PAS AU BARÈME
       01  C-MAX-PROLONGATIONS       PIC 9(02) VALUE 02.

      * BARÈME DES CATÉGORIES CHARGÉ EN MÉMOIRE AU DÉMARRAGE. SEULES
      * LES RÈGLES DE PRÊT SERVENT AU GUICHET
       01  T-CATEGORIES.
           05 T-CATEGORIE            OCCURS 10 INDEXED BY I-CAT.
              10 T-CAT-CODE          PIC X(01).
              10 T-CAT-PLAFOND       PIC 9(02).
              10 T-CAT-DUREE-PRET    PIC 9(03).
              10 T-CAT-PROLONGATIONS PIC 9(02).
       01  C-NB-CATEGORIES           PIC 9(02) VALUE ZERO.
       01  C-MAX-CATEGORIES          PIC 9(02) VALUE 10.

      * RÈGLES APPLICABLES À L'ADHÉRENT DU MOUVEMENT EN COURS
       01  C-PLAFOND-ADHERENT        PIC 9(02) VALUE ZERO.
       01  C-PROLONGATIONS-ADHERENT  PIC 9(02) VALUE ZERO.

      * FRAIS DE DÉGRADATION : POURCENTAGE DU PRIX DE REMPLACEMENT
      * DU TITRE, ET PRIX RETENU QUAND LE CATALOGUE N'EN PORTE PAS
       01  C-TAUX-DEGRADATION        PIC 9(03) VALUE 030.
       01  C-PRIX-DEFAUT             PIC 9(06) VALUE 2000.

      * ÉTAT DU LIVRE CONSTATÉ AU RETOUR, ET ORIENTATION QUI EN
      * DÉCOULE : RAYON OU ATELIER DE RELIURE
       01  S-CONDITION-RETOUR        PIC X(01).
           88 CONDITION-CONNUE       VALUES SPACE 'B' 'U' 'X'.
           88 CONDITION-NON-SAISIE   VALUE SPACE.
           88 RETOUR-ABIME           VALUES 'U' 'X'.
           88 RETOUR-A-REPARER       VALUE 'X'.

       01  S-MISE-EN-RELIURE         PIC X(01) VALUE 'N'.
           88 MISE-EN-RELIURE        VALUE 'O'.
           88 RETOUR-EN-RAYON        VALUE 'N'.

      * ÉTAPE DU RETOUR EN COURS, POUR LE LIBELLÉ DU REJET EN CAS
      * D'ERREUR SQL : EMPRUNT, EXEMPLAIRE, RELIURE, AMENDE
       01  S-ETAPE-RETOUR            PIC 9(01) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
      * AUX CHARGEURS (DATES CALENDRIER, CLÉ ISBN)
       01  V-TYPE-CONTROLE           PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 S-CLE-REFERENCE        PIC X(13).

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CHOIX DU CANAL D'ENVOI
      * DES AVIS (E-MAIL, SMS OU COURRIER PAPIER)
       01  N-CANAL-PREFERE           PIC X(01).
       01  N-EMAIL                   PIC X(60).
       01  N-MOBILE                  PIC X(15).
       01  N-CANAL-RETENU            PIC X(01).
           88 CANAL-PAPIER           VALUE 'P'.
           88 CANAL-ELECTRONIQUE     VALUES 'E' 'S'.
       01  N-COORDONNEE              PIC X(60).

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-LUS                     PIC 9(10) VALUE ZERO.
       01  C-CORRECTIONS-LUES        PIC 9(10) VALUE ZERO.
       01  C-REJETES                 PIC 9(10) VALUE ZERO.
       01  C-REJETES-EXPIRES         PIC 9(10) VALUE ZERO.
       01  C-REJETES-PLAFOND         PIC 9(10) VALUE ZERO.
       01  C-REJETES-PLAFOND-FOYER   PIC 9(10) VALUE ZERO.
       01  C-PROLONGATIONS           PIC 9(10) VALUE ZERO.
       01  C-REJETES-RETARD          PIC 9(10) VALUE ZERO.
       01  C-REJETES-PROLONG-MAX     PIC 9(10) VALUE ZERO.
       01  C-REJETES-RESERVE         PIC 9(10) VALUE ZERO.
       01  C-REJETES-AUTRE-SITE      PIC 9(10) VALUE ZERO.
       01  C-REJETES-BLOQUES         PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-LEVES          PIC 9(10) VALUE ZERO.
       01  C-RESERVATIONS            PIC 9(10) VALUE ZERO.
       01  C-ANNULATIONS             PIC 9(10) VALUE ZERO.
       01  C-RESERVATIONS-HONOREES   PIC 9(10) VALUE ZERO.
       01  C-RESERVATIONS-EXPIREES   PIC 9(10) VALUE ZERO.
       01  C-AVIS-EMIS               PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-DEMANDES-RESEAU         PIC 9(10) VALUE ZERO.
       01  C-PRETS-ENTRANTS-RENDUS   PIC 9(10) VALUE ZERO.
       01  C-RETOURS-ABIMES          PIC 9(10) VALUE ZERO.
       01  C-MISES-EN-RELIURE        PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.
                             MOVE P-DUREE-PRET
                               TO S-DUREE-PRET
                        END-IF
                        IF P-TAUX-DEGRADATION NUMERIC
                           AND P-TAUX-DEGRADATION > 0
                             MOVE P-TAUX-DEGRADATION
                               TO C-TAUX-DEGRADATION
                        END-IF
                        IF P-PRIX-DEFAUT NUMERIC
                           AND P-PRIX-DEFAUT > 0
                             MOVE P-PRIX-DEFAUT
                               TO C-PRIX-DEFAUT
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
      * PAS, LES PARAMÈTRES GÉNÉRAUX DU GUICHET S'APPLIQUENT. UNE
      * LIGNE AUX ZONES NON NUMÉRIQUES EST ÉCARTÉE
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
              AND PC-PLAFOND-EMPRUNTS NUMERIC
              AND PC-DUREE-PRET NUMERIC
              AND PC-NB-PROLONGATIONS NUMERIC
              AND C-NB-CATEGORIES < C-MAX-CATEGORIES
                ADD 1 TO C-NB-CATEGORIES
                SET I-CAT TO C-NB-CATEGORIES
                MOVE PC-CODE-CATEGORIE   TO T-CAT-CODE (I-CAT)
                MOVE PC-PLAFOND-EMPRUNTS TO T-CAT-PLAFOND (I-CAT)
                MOVE PC-DUREE-PRET       TO T-CAT-DUREE-PRET (I-CAT)
                MOVE PC-NB-PROLONGATIONS TO T-CAT-PROLONGATIONS (I-CAT)
           ELSE
                DISPLAY " LIGNE CATEGORIE ECARTEE : "
                   LIGNE-FICHIER-CATEGORIES
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-CATEGORIES.
       0060-LECTURE-CATEGORIES-FIN.

       0100-LECTURE-ET-TRAITEMENT-EMPRUNTS-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC
           OPEN INPUT FICHIER-EMPRUNTS.
           OPEN OUTPUT FICHIER-EXCEPTIONS.
           OPEN OUTPUT FICHIER-AVIS.
           OPEN EXTEND FICHIER-MESSAGES.

      * LES CORRECTIONS DE REJETS PASSENT AVANT LE FICHIER DU JOUR
           PERFORM 0110-LECTURE-CORRECTIONS-DEB
                    MOVE F-DATE-RETOUR-PREVUE   TO S-DATE-RETOUR-PREVUE
                    MOVE F-CODE-BARRES          TO S-CODE-BARRES
                    MOVE F-CODE-SITE            TO S-CODE-SITE
                    MOVE F-ETAT-RETOUR          TO S-ETAT-RETOUR

                    MOVE LIGNE-FICHIER-EMPRUNTS TO S-IMAGE-REJET

           CLOSE FICHIER-EMPRUNTS.
           CLOSE FICHIER-EXCEPTIONS.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-MESSAGES.

           EXEC SQL COMMIT WORK END-EXEC.
       0100-LECTURE-ET-TRAITEMENT-EMPRUNTS-FIN.
                    MOVE FC-DATE-RETOUR-PREVUE TO S-DATE-RETOUR-PREVUE
                    MOVE FC-CODE-BARRES        TO S-CODE-BARRES
                    MOVE FC-CODE-SITE          TO S-CODE-SITE
                    MOVE FC-ETAT-RETOUR        TO S-ETAT-RETOUR
                    MOVE LIGNE-FICHIER-CORRECTIONS TO S-IMAGE-REJET

               END-READ
                ADD 1 TO C-REJETES
           ELSE

      * LA DATE DE RETOUR PRÉVUE N'EST PORTÉE QUE PAR LES SORTIES.
      * LAISSÉE À BLANC, ELLE EST CALCULÉE SELON LA CATÉGORIE (0200)
           IF S-TYPE-MVT = "E"
              AND S-DATE-RETOUR-PREVUE NOT = SPACE
                MOVE 'D' TO V-TYPE-CONTROLE
                MOVE S-DATE-RETOUR-PREVUE TO V-VALEUR-CONTROLE
                CALL "Validation" USING V-TYPE-CONTROLE,
                ADD 1 TO C-REJETES
           ELSE

      * VÉRIFICATION QUE LE LIVRE EXISTE BIEN DANS LE CATALOGUE. UNE
      * RÉSERVATION ("V") PEUT PORTER SUR UN TITRE QUE NOUS NE
      * POSSÉDONS PAS : ELLE PART ALORS EN DEMANDE AU RÉSEAU (0400)
           EXEC SQL
              SELECT COUNT(*) INTO :S-LIVRE-COUNT FROM livres
              WHERE isbn = :S-CODE-ISBN
           END-EXEC

           IF S-LIVRE-COUNT = 0 AND S-TYPE-MVT NOT = "V"
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
           END-IF.
       0160-SOLDE-REJET-FIN.

       0170-REGLES-CATEGORIE-DEB.
      * RÈGLES DE PRÊT DE L'ADHÉRENT DU MOUVEMENT : CELLES DE SA
      * CATÉGORIE SI ELLE FIGURE AU BARÈME, SINON LES PARAMÈTRES
      * GÉNÉRAUX DU GUICHET. UN PLAFOND OU UNE DURÉE À ZÉRO DANS LE
      * BARÈME EST TENU POUR NON RENSEIGNÉ
           MOVE C-PLAFOND-EMPRUNTS  TO C-PLAFOND-ADHERENT.
           MOVE S-DUREE-PRET        TO S-DUREE-PRET-ADHERENT.
           MOVE C-MAX-PROLONGATIONS TO C-PROLONGATIONS-ADHERENT.

           IF S-CODE-CATEGORIE NOT = SPACE
                SET I-CAT TO 1
                SEARCH T-CATEGORIE
                   AT END
                        CONTINUE
                   WHEN T-CAT-CODE (I-CAT) = S-CODE-CATEGORIE
                        IF T-CAT-PLAFOND (I-CAT) > 0
                             MOVE T-CAT-PLAFOND (I-CAT)
                               TO C-PLAFOND-ADHERENT
                        END-IF
                        IF T-CAT-DUREE-PRET (I-CAT) > 0
                             MOVE T-CAT-DUREE-PRET (I-CAT)
                               TO S-DUREE-PRET-ADHERENT
                        END-IF
                        MOVE T-CAT-PROLONGATIONS (I-CAT)
                          TO C-PROLONGATIONS-ADHERENT
                END-SEARCH
           END-IF.
       0170-REGLES-CATEGORIE-FIN.

       0180-CONTROLE-BLOCAGE-DEB.
      * RECHERCHE D'UN BLOCAGE ACTIF AU REGISTRE POUR L'ADHÉRENT DU
      * MOUVEMENT, QUEL QU'EN SOIT LE MOTIF. UN MINEUR RATTACHÉ À UN
      * FOYER EST AUSSI ARRÊTÉ PAR LE BLOCAGE POUR DETTE DE SON
      * GARANT, QUI RÉPOND DE SES AMENDES
           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT FROM blocages b
              WHERE b.statut = 'A'
                AND (b.id_membre = :S-ID-MEMBRE
                     OR (b.motif = 'S'
                         AND b.id_membre =
                             (SELECT CASE
                                     WHEN ad.id_garant IS NOT NULL
                                      AND (ad.code_categorie = 'E'
                                       OR ad.date_naissance
                                          > :S-DATE-MAJORITE)
                                     THEN ad.id_garant
                                     ELSE ad.id_membre END
                                FROM adherents ad
                               WHERE ad.id_membre = :S-ID-MEMBRE)))
           END-EXEC.
       0180-CONTROLE-BLOCAGE-FIN.

       0190-JOUR-OUVERT-DEB.
      * REPORT DE LA DATE DE RETOUR PRÉVUE AU PREMIER JOUR OÙ LE SITE
      * EST OUVERT, D'APRÈS LE CALENDRIER DES FERMETURES (DIMANCHES,
      * JOURS FÉRIÉS, FERMETURE ANNUELLE). UNE DATE DÉJÀ OUVERTE
      * RESTE TELLE QUELLE
           EXEC SQL
              SELECT TO_CHAR(MIN(j.jour), 'YYYYMMDD')
                INTO :S-DATE-RETOUR-PREVUE
              FROM GENERATE_SERIES(
                      TO_DATE(:S-DATE-RETOUR-PREVUE, 'YYYYMMDD'),
                      TO_DATE(:S-DATE-RETOUR-PREVUE, 'YYYYMMDD') + 366,
                      INTERVAL '1 day') AS j(jour)
              WHERE NOT EXISTS
                    (SELECT 1 FROM fermetures f
                      WHERE f.code_site = :S-SITE-CALENDRIER
                        AND f.date_fermeture =
                            TO_CHAR(j.jour, 'YYYYMMDD'))
           END-EXEC.
       0190-JOUR-OUVERT-FIN.

       0195-ECHEANCE-PRETEUR-DEB.
      * UN EXEMPLAIRE EMPRUNTÉ AU RÉSEAU (CODE-BARRES TEMPORAIRE) DOIT
      * ÊTRE RENDU À LA BIBLIOTHÈQUE PRÊTEUSE À LA DATE QU'ELLE A
      * FIXÉE : L'ÉCHÉANCE DE L'ADHÉRENT NE LA DÉPASSE JAMAIS
           EXEC SQL
              SELECT COUNT(*) INTO :S-PRET-ENTRANT-COUNT
              FROM prets_entrants
              WHERE code_barres_reseau = :S-CODE-BARRES
                AND statut = 'A'
           END-EXEC

           IF S-PRET-ENTRANT-COUNT NOT = 0
           EXEC SQL
              SELECT date_retour_preteur INTO :S-DATE-RETOUR-PRETEUR
              FROM prets_entrants
              WHERE code_barres_reseau = :S-CODE-BARRES
                AND statut = 'A'
           END-EXEC
                IF SQLCODE = 0
                   AND S-DATE-RETOUR-PRETEUR < S-DATE-RETOUR-PREVUE
                     MOVE S-DATE-RETOUR-PRETEUR
                       TO S-DATE-RETOUR-PREVUE
                END-IF
           END-IF.
       0195-ECHEANCE-PRETEUR-FIN.

       0200-ENREGISTREMENT-EMPRUNT-DEB.
      * VÉRIFICATION QUE L'ABONNEMENT DE L'ADHÉRENT COUVRE ENCORE LA
      * DATE DU MOUVEMENT : UN ABONNEMENT QUI EXPIRE LE JOUR MÊME
      * RESTE VALABLE, SEULE UNE EXPIRATION ANTÉRIEURE EST REFUSÉE
           EXEC SQL
              SELECT date_expiration, COALESCE(code_categorie, ' ')
                INTO :S-DATE-EXPIRATION, :S-CODE-CATEGORIE
              FROM adherents
              WHERE id_membre = :S-ID-MEMBRE
           END-EXEC

           PERFORM 0170-REGLES-CATEGORIE-DEB
              THRU 0170-REGLES-CATEGORIE-FIN

           IF S-DATE-EXPIRATION < S-DATE-MVT
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                ADD 1 TO C-REJETES-EXPIRES
           ELSE

      * UN ADHÉRENT INSCRIT AU REGISTRE DES BLOCAGES (DETTE AU-DELÀ
      * DU SEUIL OU AVIS DE SUSPENSION) N'EMPRUNTE PLUS TANT QUE LE
      * BLOCAGE N'EST PAS LEVÉ
           PERFORM 0180-CONTROLE-BLOCAGE-DEB
              THRU 0180-CONTROLE-BLOCAGE-FIN

           IF S-BLOCAGE-COUNT NOT = 0
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                MOVE S-CODE-BARRES TO E-CODE-BARRES
                MOVE ZERO          TO E-SQLCODE
                MOVE "M124"        TO S-CODE-MOTIF
                MOVE "ADHERENT BLOQUE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
                ADD 1 TO C-REJETES-BLOQUES
           ELSE

      * VÉRIFICATION DU PLAFOND D'EMPRUNTS SIMULTANÉS DE LA CATÉGORIE
      * DE L'ADHÉRENT : ON COMPTE SES PRÊTS ENCORE OUVERTS AVANT D'EN
      * OUVRIR UN DE PLUS
           EXEC SQL
              SELECT COUNT(*) INTO :S-EMPRUNTS-OUVERTS FROM emprunts
              WHERE id_membre = :S-ID-MEMBRE
                AND date_retour_effective IS NULL
           END-EXEC

           IF S-EMPRUNTS-OUVERTS >= C-PLAFOND-ADHERENT
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                ADD 1 TO C-REJETES-PLAFOND
           ELSE

      * PLAFOND DU FOYER, S'IL EN A UN : LES PRÊTS OUVERTS DU GARANT
      * ET DE TOUS LES ADHÉRENTS RATTACHÉS À LUI, MINEURS OU NON,
      * SONT COMPTÉS ENSEMBLE
           EXEC SQL
              SELECT g.id_membre, COALESCE(g.plafond_foyer, 0)
                INTO :S-ID-CHEF-FOYER, :S-PLAFOND-FOYER
              FROM adherents a
              JOIN adherents g
                ON g.id_membre = COALESCE(a.id_garant, a.id_membre)
              WHERE a.id_membre = :S-ID-MEMBRE
           END-EXEC
           IF SQLCODE NOT = 0
                MOVE ZERO TO S-PLAFOND-FOYER
           END-IF

           MOVE ZERO TO S-EMPRUNTS-FOYER
           IF S-PLAFOND-FOYER > 0
           EXEC SQL
              SELECT COUNT(*) INTO :S-EMPRUNTS-FOYER
              FROM emprunts e
              JOIN adherents a ON a.id_membre = e.id_membre
              WHERE COALESCE(a.id_garant, a.id_membre)
                    = :S-ID-CHEF-FOYER
                AND e.date_retour_effective IS NULL
           END-EXEC
           END-IF

           IF S-PLAFOND-FOYER > 0
              AND S-EMPRUNTS-FOYER >= S-PLAFOND-FOYER
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                MOVE S-CODE-BARRES TO E-CODE-BARRES
                MOVE ZERO          TO E-SQLCODE
                MOVE "M137"        TO S-CODE-MOTIF
                MOVE "PLAFOND FOYER ATTEINT" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
                ADD 1 TO C-REJETES-PLAFOND-FOYER
           ELSE

      * VÉRIFICATION DE L'ÉTAT DE L'EXEMPLAIRE SCANNÉ : SEUL UN
      * EXEMPLAIRE DISPONIBLE ('D') PEUT SORTIR. UN EXEMPLAIRE DÉJÀ
      * SORTI ('S'), ABIMÉ ('A'), PERDU ('P') OU À LA RELIURE ('L')
      * EST REFUSÉ AU GUICHET
           EXEC SQL
              SELECT etat, COALESCE(localisation, 'PRI')
                INTO :S-ETAT-EXEMPLAIRE, :S-LOCALISATION
                ADD 1 TO C-REJETES
           ELSE

      * DATE DE RETOUR NON SAISIE AU GUICHET : DATE DU MOUVEMENT PLUS
      * LA DURÉE DE PRÊT DE LA CATÉGORIE DE L'ADHÉRENT
           IF S-DATE-RETOUR-PREVUE = SPACE
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-MVT, 'YYYYMMDD')
                        + CAST(:S-DUREE-PRET-ADHERENT AS INTEGER),
                        'YYYYMMDD')
                INTO :S-DATE-RETOUR-PREVUE
           END-EXEC
           END-IF

      * UNE ÉCHÉANCE QUI TOMBE UN JOUR DE FERMETURE DU SITE DE
      * L'EXEMPLAIRE GLISSE AU PREMIER JOUR D'OUVERTURE SUIVANT
           MOVE S-LOCALISATION TO S-SITE-CALENDRIER
           PERFORM 0190-JOUR-OUVERT-DEB
              THRU 0190-JOUR-OUVERT-FIN
           PERFORM 0195-ECHEANCE-PRETEUR-DEB
              THRU 0195-ECHEANCE-PRETEUR-FIN

      * POINT DE REPRISE AVANT L'INSERTION DE L'EMPRUNT
           EXEC SQL
              SAVEPOINT SP_EMPRUNT

           END-IF

           END-IF

           END-IF

           END-IF.
       0200-ENREGISTREMENT-EMPRUNT-FIN.

       0300-ENREGISTREMENT-RETOUR-DEB.
      * L'ÉTAT DU LIVRE RENDU, S'IL EST SAISI, DOIT ÊTRE UN CODE
      * CONNU : C'EST LUI QUI DÉCIDE DU RAYON OU DE LA RELIURE ET DES
      * FRAIS DE DÉGRADATION
           MOVE S-ETAT-RETOUR TO S-CONDITION-RETOUR
           IF NOT CONDITION-CONNUE
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                MOVE S-CODE-BARRES TO E-CODE-BARRES
                MOVE ZERO          TO E-SQLCODE
                MOVE "M130"        TO S-CODE-MOTIF
                MOVE "ETAT DE RETOUR INCONNU" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           IF CONDITION-NON-SAISIE
                MOVE 'B' TO S-ETAT-RETOUR
           END-IF

      * VÉRIFICATION QU'IL EXISTE BIEN UN EMPRUNT EN COURS POUR CET
      * ADHÉRENT ET CET EXEMPLAIRE AVANT D'ENREGISTRER LE RETOUR
           EXEC SQL
                ADD 1 TO C-REJETES
           ELSE

      * UN LIVRE À RÉPARER PART À LA RELIURE ('L') ET QUITTE LE
      * CIRCUIT JUSQU'À SON RETOUR DE L'ATELIER. UN EXEMPLAIRE
      * TEMPORAIRE DU RÉSEAU N'Y VA PAS : IL RETOURNE CHEZ SON
      * PRÊTEUR, QUI EN FAIT SON AFFAIRE
           MOVE 'N' TO S-MISE-EN-RELIURE
           MOVE 'D' TO S-ETAT-EXEMPLAIRE
           IF RETOUR-A-REPARER
           EXEC SQL
              SELECT COUNT(*) INTO :S-COPIE-RESEAU-COUNT
              FROM prets_entrants
              WHERE code_barres_reseau = :S-CODE-BARRES
           END-EXEC
                IF S-COPIE-RESEAU-COUNT = 0
                     MOVE 'O' TO S-MISE-EN-RELIURE
                     MOVE 'L' TO S-ETAT-EXEMPLAIRE
                END-IF
           END-IF

      * FRAIS DE DÉGRADATION D'UN LIVRE RENDU ABIMÉ : UN POURCENTAGE
      * DU PRIX DE REMPLACEMENT DU TITRE (PRIX PAR DÉFAUT SI LE
      * CATALOGUE N'EN PORTE PAS), RATTACHÉ AU PRÊT QUI SE CLÔT
           MOVE ZERO TO S-MONTANT-DEGRADATION
           IF RETOUR-ABIME
           EXEC SQL
              SELECT MAX(id_emprunt) INTO :S-ID-EMPRUNT FROM emprunts
              WHERE code_barres = :S-CODE-BARRES
                AND id_membre = :S-ID-MEMBRE
                AND date_retour_effective IS NULL
           END-EXEC
           EXEC SQL
              SELECT COALESCE(prix_centimes, 0)
                INTO :S-PRIX-CENTIMES
              FROM livres
              WHERE isbn = :S-CODE-ISBN
           END-EXEC
                IF S-PRIX-CENTIMES = 0
                     MOVE C-PRIX-DEFAUT TO S-PRIX-CENTIMES
                END-IF
                COMPUTE S-MONTANT-DEGRADATION ROUNDED =
                   S-PRIX-CENTIMES * C-TAUX-DEGRADATION / 100
           END-IF

      * POINT DE REPRISE AVANT LA MISE À JOUR DU RETOUR : EMPRUNT,
      * EXEMPLAIRE, RELIURE ET FRAIS PASSENT ENSEMBLE OU PAS DU TOUT
           EXEC SQL
              SAVEPOINT SP_RETOUR
           END-EXEC

      * MISE À JOUR DE L'EMPRUNT EN COURS POUR ENREGISTRER LE RETOUR
      * ET L'ÉTAT DANS LEQUEL LE LIVRE EST REVENU
           MOVE 1 TO S-ETAPE-RETOUR
           EXEC SQL
              UPDATE emprunts SET date_retour_effective = :S-DATE-MVT,
                     etat_retour = :S-ETAT-RETOUR
              WHERE code_barres = :S-CODE-BARRES
                AND id_membre = :S-ID-MEMBRE
                AND date_retour_effective IS NULL
           END-EXEC

      * RETOUR DE L'EXEMPLAIRE À L'ÉTAT DISPONIBLE ('D') : L'EXEMPLAIRE
      * EST DE NOUVEAU EN RAYON, SAUF S'IL PART À LA RELIURE ('L').
      * UN LIVRE RENDU À UN AUTRE GUICHET RESTE SUR LE SITE OÙ IL A
      * ÉTÉ RENDU : LE RATTACHEMENT SUIT
           IF SQLCODE = 0
                MOVE 2 TO S-ETAPE-RETOUR
           EXEC SQL
              UPDATE exemplaires SET etat = :S-ETAT-EXEMPLAIRE,
                     localisation = CASE WHEN TRIM(:S-CODE-SITE) = ''
                        THEN localisation ELSE :S-CODE-SITE END,
                     date_maj = :S-DATE-TRAITEMENT
           END-EXEC
           END-IF

      * OUVERTURE DU DOSSIER DE RELIURE : LE LIVRE ATTEND SON ENVOI
      * À L'ATELIER, QUE LE BATCH DE LA RELIURE ENREGISTRERA
           IF SQLCODE = 0
              AND MISE-EN-RELIURE
                MOVE 3 TO S-ETAPE-RETOUR
           EXEC SQL
              INSERT INTO reliures (code_barres, isbn, date_depot,
                   id_membre)
              VALUES (:S-CODE-BARRES, :S-CODE-ISBN, :S-DATE-MVT,
                     :S-ID-MEMBRE)
           END-EXEC
           END-IF

      * FACTURATION DES FRAIS DE DÉGRADATION À L'ADHÉRENT QUI REND
      * LE LIVRE, AVEC LA NATURE 'D' QUI LES DISTINGUE DES AMENDES
      * DE RETARD : LE BATCH DES AMENDES FACTURE QUAND MÊME LE RETARD
           IF SQLCODE = 0
              AND S-MONTANT-DEGRADATION > 0
                MOVE 4 TO S-ETAPE-RETOUR
           EXEC SQL
              INSERT INTO amendes (id_emprunt, id_membre, date_amende,
                   jours_retard, montant_centimes, nature_amende)
              VALUES (:S-ID-EMPRUNT, :S-ID-MEMBRE, :S-DATE-MVT, 0,
                     :S-MONTANT-DEGRADATION, 'D')
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_RETOUR
                MOVE S-CODE-BARRES TO E-CODE-BARRES
                MOVE SQLCODE       TO E-SQLCODE
                MOVE "M900"        TO S-CODE-MOTIF
                EVALUATE S-ETAPE-RETOUR
                   WHEN 1
                      MOVE "ERREUR ENREGISTREMENT RETOUR" TO E-LIBELLE
                   WHEN 2
                      MOVE "ERREUR MAJ ETAT EXEMPLAIRE" TO E-LIBELLE
                   WHEN 3
                      MOVE "ERREUR OUVERTURE RELIURE" TO E-LIBELLE
                   WHEN OTHER
                      MOVE "ERREUR FACTURATION DEGRADATION"
                        TO E-LIBELLE
                END-EVALUATE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-RETOURS
                IF S-MONTANT-DEGRADATION > 0
                     ADD 1 TO C-RETOURS-ABIMES
                END-IF
                IF MISE-EN-RELIURE
                     ADD 1 TO C-MISES-EN-RELIURE
                END-IF
                PERFORM 0160-SOLDE-REJET-DEB
                   THRU 0160-SOLDE-REJET-FIN

      * UN EXEMPLAIRE EMPRUNTÉ AU RÉSEAU NE REVIENT PAS EN RAYON : IL
      * EST MIS DE CÔTÉ POUR ÊTRE RENVOYÉ À LA BIBLIOTHÈQUE PRÊTEUSE
                PERFORM 0380-RENDU-PRET-ENTRANT-DEB
                   THRU 0380-RENDU-PRET-ENTRANT-FIN

      * LE TITRE REVIENT EN RAYON : S'IL EST RÉSERVÉ, LA PLUS ANCIENNE
      * RÉSERVATION EN ATTENTE PASSE "PRÊTE À RETIRER" ET UN AVIS DE
      * MISE À DISPOSITION EST ÉDITÉ POUR L'ADHÉRENT. UN LIVRE PARTI
      * À LA RELIURE NE SERT PAS LA RÉSERVATION : ELLE ATTEND LE
      * PROCHAIN EXEMPLAIRE RENDU OU SON RETOUR DE L'ATELIER
                IF S-PRET-ENTRANT-COUNT = 0
                   AND RETOUR-EN-RAYON
                     PERFORM 0350-AVIS-MISE-A-DISPOSITION-DEB
                        THRU 0350-AVIS-MISE-A-DISPOSITION-FIN
                END-IF

      * LE DERNIER LIVRE EN RETARD EST RENTRÉ : LE BLOCAGE POSÉ PAR
      * L'AVIS DE SUSPENSION TOMBE AUSSITÔT
                PERFORM 0370-LEVEE-BLOCAGE-DEB
                   THRU 0370-LEVEE-BLOCAGE-FIN
           END-IF

           END-IF

           END-IF.
           END-EXEC

           EXEC SQL
              SELECT r.id_membre, a.nom, d.id_membre, d.nom,
                     d.adresse, r.date_reservation, l.titre,
                     COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                     COALESCE(d.canal_prefere, ' ')
                INTO :S-ID-MEMBRE-RESERV, :S-NOM-BENEFICIAIRE,
                     :S-ID-DESTINATAIRE, :S-NOM-MEMBRE,
                     :S-ADRESSE-MEMBRE, :S-DATE-RESERVATION, :S-TITRE,
                     :S-EMAIL, :S-MOBILE, :S-CANAL-PREFERE
              FROM reservations r
              JOIN adherents a ON a.id_membre = r.id_membre
              JOIN adherents d ON d.id_membre =
                   CASE WHEN a.id_garant IS NOT NULL
                         AND (a.code_categorie = 'E'
                              OR a.date_naissance > :S-DATE-MAJORITE)
                        THEN a.id_garant
                        ELSE a.id_membre END
              JOIN livres l ON l.isbn = r.isbn
              WHERE r.id_reservation = :S-ID-RESERVATION
           END-EXEC
           END-EXEC

           IF SQLCODE = 0
                MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE
                MOVE S-EMAIL         TO N-EMAIL
                MOVE S-MOBILE        TO N-MOBILE
                CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
                   N-CANAL-RETENU, N-COORDONNEE
                IF CANAL-ELECTRONIQUE
                     PERFORM 0360-ECRITURE-MESSAGE-DEB
                        THRU 0360-ECRITURE-MESSAGE-FIN
                ELSE
                     MOVE S-ID-DESTINATAIRE   TO AV-ID-MEMBRE
                     MOVE S-NOM-MEMBRE        TO AV-NOM-MEMBRE
                     MOVE S-ADRESSE-MEMBRE    TO AV-ADRESSE-MEMBRE
                     MOVE S-TITRE             TO AV-TITRE
                     MOVE S-DATE-RESERVATION  TO AV-DATE-RESERVATION
                     MOVE SPACE               TO AV-ID-BENEFICIAIRE
                     MOVE SPACE               TO AV-NOM-BENEFICIAIRE
      * LE RÉSERVATAIRE N'EST NOMMÉ QUE S'IL N'EST PAS DESTINATAIRE
                     IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE-RESERV
                          MOVE S-ID-MEMBRE-RESERV
                            TO AV-ID-BENEFICIAIRE
                          MOVE S-NOM-BENEFICIAIRE
                            TO AV-NOM-BENEFICIAIRE
                     END-IF
                     WRITE LIGNE-FICHIER-AVIS
                     IF NOT F-AVIS-STATUS-OK
                          DISPLAY " ERREUR ÉCRITURE FICHIER AVIS - "
                             "STATUT " F-AVIS-STATUS
                     END-IF
                     ADD 1 TO C-AVIS-EMIS
                END-IF
           ELSE
                DISPLAY " ERREUR MISE A DISPOSITION RESERVATION "
                   S-ID-RESERVATION " SQLCODE " SQLCODE
           END-IF.
       0350-AVIS-MISE-A-DISPOSITION-FIN.

       0360-ECRITURE-MESSAGE-DEB.
      * AVIS DE MISE À DISPOSITION PAR E-MAIL OU SMS, AVEC CONTRÔLE
      * DU STATUT POUR NE PAS PERDRE UN AVIS EN SILENCE
           MOVE SPACE             TO LIGNE-FICHIER-MESSAGES.
           MOVE N-CANAL-RETENU    TO MS-CANAL.
           MOVE N-COORDONNEE      TO MS-COORDONNEE.
           MOVE S-ID-DESTINATAIRE TO MS-ID-MEMBRE.
           MOVE S-NOM-MEMBRE      TO MS-NOM-MEMBRE.
           MOVE "DIS"             TO MS-TYPE-MESSAGE.
           MOVE S-DATE-TRAITEMENT TO MS-DATE-EMISSION.
           MOVE S-DATE-MVT        TO MS-DATE-REFERENCE.
           MOVE 1                 TO MS-NB-DOCUMENTS.
           MOVE S-TITRE           TO MS-TITRE.
           MOVE ZERO              TO MS-MONTANT.
           MOVE "DOCUMENT RESERVE A VOTRE DISPOSITION" TO MS-OBJET.
           MOVE "EMPRUNTS" TO MS-PROGRAMME.
           IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE-RESERV
                MOVE S-ID-MEMBRE-RESERV TO MS-ID-BENEFICIAIRE
                MOVE S-NOM-BENEFICIAIRE TO MS-NOM-BENEFICIAIRE
           END-IF.
           WRITE LIGNE-FICHIER-MESSAGES.
           IF NOT F-MESSAGES-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER MESSAGES - STATUT "
                   F-MESSAGES-STATUS
           ELSE
                ADD 1 TO C-MESSAGES-EMIS
           END-IF.
       0360-ECRITURE-MESSAGE-FIN.

       0370-LEVEE-BLOCAGE-DEB.
      * LEVÉE DU BLOCAGE POUR AVIS DE SUSPENSION (MOTIF 'R') QUAND
      * L'ADHÉRENT N'A PLUS AUCUN PRÊT OUVERT EN RETARD. UN BLOCAGE
      * POUR DETTE (MOTIF 'S') NE TOMBE QU'AVEC LE RÈGLEMENT, AU
      * BATCH DES AMENDES
           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT FROM blocages
              WHERE id_membre = :S-ID-MEMBRE
                AND motif = 'R'
                AND statut = 'A'
           END-EXEC

           IF S-BLOCAGE-COUNT NOT = 0
           EXEC SQL
              SELECT COUNT(*) INTO :S-RETARD-COUNT FROM emprunts
              WHERE id_membre = :S-ID-MEMBRE
                AND date_retour_effective IS NULL
                AND date_retour_prevue < :S-DATE-TRAITEMENT
           END-EXEC
                IF S-RETARD-COUNT = 0
           EXEC SQL
              UPDATE blocages
                 SET statut = 'L',
                     date_deblocage = :S-DATE-TRAITEMENT
               WHERE id_membre = :S-ID-MEMBRE
                 AND motif = 'R'
                 AND statut = 'A'
           END-EXEC
                     IF SQLCODE = 0
                          ADD 1 TO C-BLOCAGES-LEVES
                     ELSE
                          DISPLAY " ERREUR LEVEE BLOCAGE ADHERENT "
                             S-ID-MEMBRE " SQLCODE " SQLCODE
                     END-IF
                END-IF
           END-IF.
       0370-LEVEE-BLOCAGE-FIN.

       0380-RENDU-PRET-ENTRANT-DEB.
      * RETOUR D'UN EXEMPLAIRE EMPRUNTÉ AU RÉSEAU : LE PRÊT ENTRANT
      * PASSE "À RENVOYER" ('V') ET L'EXEMPLAIRE TEMPORAIRE SORT DU
      * CIRCUIT ('R') POUR QU'AUCUN AUTRE ADHÉRENT NE LE RÉSERVE
      * NI NE L'EMPRUNTE AVANT SON RENVOI AU PRÊTEUR
           EXEC SQL
              SELECT COUNT(*) INTO :S-PRET-ENTRANT-COUNT
              FROM prets_entrants
              WHERE code_barres_reseau = :S-CODE-BARRES
                AND statut = 'A'
           END-EXEC

           IF S-PRET-ENTRANT-COUNT NOT = 0
           EXEC SQL
              UPDATE prets_entrants
                 SET statut = 'V',
                     date_rendu = :S-DATE-MVT
              WHERE code_barres_reseau = :S-CODE-BARRES
                AND statut = 'A'
           END-EXEC
                IF SQLCODE = 0
           EXEC SQL
              UPDATE exemplaires SET etat = 'R',
                     date_maj = :S-DATE-TRAITEMENT
              WHERE code_barres = :S-CODE-BARRES
           END-EXEC
                END-IF
                IF SQLCODE = 0
                     ADD 1 TO C-PRETS-ENTRANTS-RENDUS
                ELSE
                     DISPLAY " ERREUR RENDU PRET ENTRANT "
                        S-CODE-BARRES " SQLCODE " SQLCODE
                END-IF
           END-IF.
       0380-RENDU-PRET-ENTRANT-FIN.

       0400-ENREGISTREMENT-RESERVATION-DEB.
      * UNE RÉSERVATION N'A DE SENS QUE SI AUCUN EXEMPLAIRE N'EST EN
      * RAYON : SINON L'ADHÉRENT PEUT EMPRUNTER DIRECTEMENT
              SAVEPOINT SP_RESERVATION
           END-EXEC

      * UN TITRE ABSENT DU CATALOGUE Y ENTRE SOUS UNE NOTICE MINIMALE,
      * À LAQUELLE SE RATTACHENT LA RÉSERVATION ET LA DEMANDE AU
      * RÉSEAU ; L'ISBN EN EST LA SEULE DONNÉE CONNUE
           IF S-LIVRE-COUNT = 0
                MOVE "OUVRAGE DEMANDE AU RESEAU" TO S-TITRE
           EXEC SQL
              INSERT INTO livres (isbn, titre, date_maj)
              VALUES (:S-CODE-ISBN, :S-TITRE, :S-DATE-TRAITEMENT)
           END-EXEC
           END-IF

      * MISE EN FILE D'ATTENTE : LE NUMÉRO DE RÉSERVATION CROISSANT
      * MATÉRIALISE L'ORDRE D'ARRIVÉE
           IF SQLCODE = 0
           EXEC SQL
              INSERT INTO reservations (isbn, id_membre,
                   date_reservation, statut)
              VALUES (:S-CODE-ISBN, :S-ID-MEMBRE, :S-DATE-MVT, 'A')
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0
           EXEC SQL
                ADD 1 TO C-RESERVATIONS
                PERFORM 0160-SOLDE-REJET-DEB
                   THRU 0160-SOLDE-REJET-FIN

      * TITRE ABSENT DU FONDS OU SANS PLUS AUCUN EXEMPLAIRE EN
      * CIRCULATION : LA RÉSERVATION NE SERA JAMAIS SATISFAITE SUR
      * PLACE, ELLE EST DEMANDÉE AU RÉSEAU
                PERFORM 0420-DEMANDE-RESEAU-DEB
                   THRU 0420-DEMANDE-RESEAU-FIN
           END-IF

           END-IF
           END-IF.
       0400-ENREGISTREMENT-RESERVATION-FIN.

       0420-DEMANDE-RESEAU-DEB.
      * SONT EN CIRCULATION LES EXEMPLAIRES NI PERDUS ('P') NI RETIRÉS
      * ('R'), HORS EXEMPLAIRES TEMPORAIRES DÉJÀ EMPRUNTÉS AU RÉSEAU
      * QUI REPARTIRONT CHEZ LEUR PRÊTEUR
           EXEC SQL
              SELECT COUNT(*) INTO :S-EXEMPLAIRE-COUNT
              FROM exemplaires ex
              WHERE ex.isbn = :S-CODE-ISBN
                AND ex.etat NOT IN ('P', 'R')
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = ex.code_barres)
           END-EXEC

           IF S-EXEMPLAIRE-COUNT = 0
           EXEC SQL
              SELECT MAX(id_reservation) INTO :S-ID-RESERVATION
              FROM reservations
              WHERE isbn = :S-CODE-ISBN
                AND id_membre = :S-ID-MEMBRE
                AND statut = 'A'
           END-EXEC

      * LA DEMANDE EST MISE EN ATTENTE D'ÉMISSION ('D') : LE BATCH DES
      * EMPRUNTS AU RÉSEAU LA PORTE DANS LE FICHIER DU SOIR
           EXEC SQL
              INSERT INTO prets_entrants (id_reservation, isbn,
                   id_membre, date_demande, statut)
              VALUES (:S-ID-RESERVATION, :S-CODE-ISBN, :S-ID-MEMBRE,
                     :S-DATE-MVT, 'D')
           END-EXEC
                IF SQLCODE = 0
                     ADD 1 TO C-DEMANDES-RESEAU
                ELSE
                     DISPLAY " ERREUR DEMANDE RESEAU RESERVATION "
                        S-ID-RESERVATION " SQLCODE " SQLCODE
                END-IF
           END-IF.
       0420-DEMANDE-RESEAU-FIN.

       0450-ANNULATION-RESERVATION-DEB.
      * ANNULATION D'UNE RÉSERVATION ENCORE ACTIVE (EN ATTENTE OU
      * PRÊTE À RETIRER) POUR CE TITRE ET CET ADHÉRENT

       0500-ENREGISTREMENT-PROLONGATION-DEB.
      * PROLONGATION TÉLÉPHONIQUE D'UN PRÊT EN COURS : LA DATE DE
      * RETOUR PRÉVUE EST REPOUSSÉE DE LA DURÉE DE PRÊT DE LA
      * CATÉGORIE DE L'ADHÉRENT, PUIS AU PREMIER JOUR D'OUVERTURE,
      * SANS TOUCHER À LA DATE D'EMPRUNT D'ORIGINE
           EXEC SQL
              SELECT COUNT(*) INTO :S-EMPRUNT-COUNT FROM emprunts
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour_effective IS NULL
           END-EXEC

      * LE NOMBRE DE PROLONGATIONS ET LA DURÉE AJOUTÉE SUIVENT LA
      * CATÉGORIE DE L'ADHÉRENT
           EXEC SQL
              SELECT COALESCE(code_categorie, ' ')
                INTO :S-CODE-CATEGORIE
              FROM adherents
              WHERE id_membre = :S-ID-MEMBRE
           END-EXEC

           PERFORM 0170-REGLES-CATEGORIE-DEB
              THRU 0170-REGLES-CATEGORIE-FIN

      * UN ADHÉRENT BLOQUÉ NE PROLONGE PAS PLUS QU'IL N'EMPRUNTE
           PERFORM 0180-CONTROLE-BLOCAGE-DEB
              THRU 0180-CONTROLE-BLOCAGE-FIN

           IF S-BLOCAGE-COUNT NOT = 0
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                MOVE S-CODE-BARRES TO E-CODE-BARRES
                MOVE ZERO          TO E-SQLCODE
                MOVE "M124"        TO S-CODE-MOTIF
                MOVE "ADHERENT BLOQUE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
                ADD 1 TO C-REJETES-BLOQUES
           ELSE

      * UN PRÊT DÉJÀ EN RETARD NE SE PROLONGE PAS : LE LIVRE DOIT
      * D'ABORD REVENIR AU GUICHET
           IF S-DATE-PREVUE-ACTUELLE < S-DATE-MVT
                ADD 1 TO C-REJETES-RETARD
           ELSE

      * NOMBRE MAXIMUM DE PROLONGATIONS PAR PRÊT SELON LA CATÉGORIE
           IF S-NB-PROLONGATIONS >= C-PROLONGATIONS-ADHERENT
                MOVE S-TYPE-MVT    TO E-TYPE-MVT
                MOVE S-ID-MEMBRE   TO E-ID-MEMBRE
                MOVE S-CODE-ISBN   TO E-CODE-ISBN
                ADD 1 TO C-REJETES-RESERVE
           ELSE

      * NOUVELLE ÉCHÉANCE : ÉCHÉANCE ACTUELLE PLUS LA DURÉE DE PRÊT
      * DE LA CATÉGORIE, REPORTÉE AU PREMIER JOUR D'OUVERTURE DU SITE
      * DE L'EXEMPLAIRE
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-PREVUE-ACTUELLE,
                                     'YYYYMMDD')
                        + CAST(:S-DUREE-PRET-ADHERENT AS INTEGER),
                        'YYYYMMDD')
                INTO :S-DATE-RETOUR-PREVUE
           END-EXEC

           EXEC SQL
              SELECT COALESCE(localisation, 'PRI')
                INTO :S-SITE-CALENDRIER
              FROM exemplaires
              WHERE code_barres = :S-CODE-BARRES
           END-EXEC

           PERFORM 0190-JOUR-OUVERT-DEB
              THRU 0190-JOUR-OUVERT-FIN
           PERFORM 0195-ECHEANCE-PRETEUR-DEB
              THRU 0195-ECHEANCE-PRETEUR-FIN

      * POINT DE REPRISE AVANT LA PROLONGATION
           EXEC SQL
              SAVEPOINT SP_PROLONGATION

           EXEC SQL
              UPDATE emprunts
                 SET date_retour_prevue = :S-DATE-RETOUR-PREVUE,
                     nb_prolongations = nb_prolongations + 1
              WHERE code_barres = :S-CODE-BARRES
                AND id_membre = :S-ID-MEMBRE

           END-IF

           END-IF

           END-IF.
       0500-ENREGISTREMENT-PROLONGATION-FIN.

           DISPLAY " REJETS SOLDÉS        : " C-REJETS-SOLDES.
           DISPLAY " EMPRUNTS ENREGISTRÉS : " C-EMPRUNTS.
           DISPLAY " RETOURS ENREGISTRÉS  : " C-RETOURS.
           DISPLAY "   DONT FRAIS DÉGRADATION   : " C-RETOURS-ABIMES.
           DISPLAY "   DONT MIS EN RELIURE      : " C-MISES-EN-RELIURE.
           DISPLAY " PROLONGATIONS        : " C-PROLONGATIONS.
           DISPLAY " RÉSERVATIONS PRISES  : " C-RESERVATIONS.
           DISPLAY " RÉSERVATIONS ANNULÉES: " C-ANNULATIONS.
           DISPLAY " RÉSERVATIONS HONORÉES: " C-RESERVATIONS-HONOREES.
           DISPLAY " RÉSERVATIONS EXPIRÉES: " C-RESERVATIONS-EXPIREES.
           DISPLAY " AVIS DE RETRAIT ÉMIS : " C-AVIS-EMIS.
           DISPLAY " AVIS E-MAIL / SMS    : " C-MESSAGES-EMIS.
           DISPLAY " DEMANDES AU RÉSEAU   : " C-DEMANDES-RESEAU.
           DISPLAY " PRÊTS RÉSEAU RENDUS  : " C-PRETS-ENTRANTS-RENDUS.
           DISPLAY " LIGNES REJETÉES      : " C-REJETES.
           DISPLAY "   DONT ABONNEMENTS EXPIRÉS : " C-REJETES-EXPIRES.
           DISPLAY "   DONT PLAFOND ATTEINT     : " C-REJETES-PLAFOND.
           DISPLAY "   DONT PLAFOND FOYER       : "
              C-REJETES-PLAFOND-FOYER.
           DISPLAY "   DONT PRÊTS EN RETARD     : " C-REJETES-RETARD.
           DISPLAY "   DONT MAX PROLONGATIONS   : "
              C-REJETES-PROLONG-MAX.
           DISPLAY "   DONT TITRES RÉSERVÉS     : " C-REJETES-RESERVE.
           DISPLAY "   DONT AUTRE SITE          : "
              C-REJETES-AUTRE-SITE.
           DISPLAY "   DONT ADHÉRENTS BLOQUÉS   : " C-REJETES-BLOQUES.
           DISPLAY " BLOCAGES LEVÉS       : " C-BLOCAGES-LEVES.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

