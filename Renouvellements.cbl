      * RENOUVELLEMENT : LA DATE D'EXPIRATION AVANCE DE LA DURÉE
      * D'ABONNEMENT ET LA COTISATION REJOINT LES RÈGLEMENTS (TYPE
      * 'B' ABONNEMENT, DISTINCT DES RÈGLEMENTS D'AMENDES TYPE 'A').
      * LA COTISATION EST CELLE DE LA CATÉGORIE DE L'ADHÉRENT AU
      * BARÈME (GRATUITE POUR LES ENFANTS). UNE SYNTHÈSE DES
      * RECETTES EST ÉDITÉE POUR LE TRÉSORIER

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-AVIS-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

           SELECT OPTIONAL FICHIER-PAIEMENTS
              ASSIGN TO 'renouvellements-paiements.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-SYNTHESE-STATUS.

      * TABLE DES CATÉGORIES D'ADHÉRENTS (ENFANT, ADULTE, SENIOR,
      * GROUPE) : RÈGLES DE PRÊT ET TARIFS DU BARÈME MUNICIPAL,
      * COMMUNE AU GUICHET, AUX AMENDES ET AUX RENOUVELLEMENTS
           SELECT OPTIONAL FICHIER-CATEGORIES
              ASSIGN TO 'categories-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CATEGORIES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-AVIS.
       01 LIGNE-FICHIER-AVIS         PIC X(110).

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

       FD FICHIER-PAIEMENTS.
       01 LIGNE-FICHIER-PAIEMENTS.
           05 P-ID-MEMBRE             PIC X(10).
       FD FICHIER-SYNTHESE.
       01 LIGNE-FICHIER-SYNTHESE     PIC X(80).

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

       01 S-DATE-LIMITE              PIC X(08).
       01 S-DATE-TRAITEMENT          PIC X(08).
       01 S-MEMBRE-COUNT             PIC 9(10).
       01 S-CODE-CATEGORIE           PIC X(01).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).

      * DESTINATAIRE DU PRÉAVIS : L'ADHÉRENT LUI-MÊME OU, POUR UN
      * MINEUR RATTACHÉ À UN FOYER, SON GARANT, DONT SONT LUS LE NOM,
      * L'ADRESSE ET LES COORDONNÉES. UN ADHÉRENT NÉ APRÈS LA DATE DE
      * MAJORITÉ DU JOUR EST MINEUR
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-NOM-BENEFICIAIRE         PIC X(40).
       01 S-DATE-MAJORITE            PIC X(08).

       01 S-PREAVIS-JOURS            PIC 9(03) VALUE 030.
       01 S-DUREE-MOIS               PIC 9(02) VALUE 12.
      * ADHÉRENTS DONT L'ABONNEMENT EXPIRE ENTRE AUJOURD'HUI ET LA
      * FIN DU PRÉAVIS : ILS REÇOIVENT UNE LETTRE. LES ABONNEMENTS
      * DÉJÀ ÉCHUS NE SONT PAS RELANCÉS ICI, L'ADHÉRENT L'APPREND
      * AU GUICHET ET LE PAIEMENT RESTE POSSIBLE. LE PRÉAVIS D'UN
      * MINEUR RATTACHÉ À UN FOYER EST ADRESSÉ À SON GARANT
       EXEC SQL
          DECLARE C-A-PREVENIR CURSOR FOR
             SELECT a.id_membre, a.nom, d.id_membre, d.nom, d.adresse,
                    a.date_expiration,
                    COALESCE(a.code_categorie, ' '),
                    COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                    COALESCE(d.canal_prefere, ' ')
               FROM adherents a
               JOIN adherents d ON d.id_membre =
                    CASE WHEN a.id_garant IS NOT NULL
                          AND (a.code_categorie = 'E'
                               OR a.date_naissance > :S-DATE-MAJORITE)
                         THEN a.id_garant
                         ELSE a.id_membre END
              WHERE a.date_expiration >= :S-DATE-TRAITEMENT
                AND a.date_expiration <= :S-DATE-LIMITE
              ORDER BY a.date_expiration, a.id_membre
       END-EXEC.


       01  F-AVIS-STATUS              PIC X(02) VALUE SPACE.
           88 F-AVIS-STATUS-OK        VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  F-PAIEMENTS-STATUS         PIC X(02) VALUE SPACE.
           88 F-PAIEMENTS-STATUS-OK   VALUE '00'.
           88 F-PAIEMENTS-STATUS-EOF  VALUE '10'.
       01  F-SYNTHESE-STATUS          PIC X(02) VALUE SPACE.
           88 F-SYNTHESE-STATUS-OK    VALUE '00'.

       01  F-CATEGORIES-STATUS        PIC X(02) VALUE SPACE.
           88 F-CATEGORIES-STATUS-OK  VALUE '00'.
           88 F-CATEGORIES-STATUS-EOF VALUE '10'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * COTISATION AFFICHÉE SUR LES LETTRES, EN CENTIMES. LA VALEUR
      * PAR DÉFAUT EST REMPLACÉE PAR CELLE DU FICHIER DE PARAMÈTRES
       01  C-TARIF-CENTIMES          PIC 9(06) VALUE 2000.

      * BARÈME DES CATÉGORIES CHARGÉ EN MÉMOIRE AU DÉMARRAGE. SEULE
      * LA COTISATION ANNUELLE SERT ICI ; UNE COTISATION À ZÉRO
      * (ENFANTS) EST VOULUE ET S'APPLIQUE TELLE QUELLE
       01  T-CATEGORIES.
           05 T-CATEGORIE            OCCURS 10 INDEXED BY I-CAT.
              10 T-CAT-CODE          PIC X(01).
              10 T-CAT-TARIF         PIC 9(06).
       01  C-NB-CATEGORIES           PIC 9(02) VALUE ZERO.
       01  C-MAX-CATEGORIES          PIC 9(02) VALUE 10.

      * COTISATION DUE PAR L'ADHÉRENT EN COURS, EN CENTIMES
       01  C-TARIF-ADHERENT          PIC 9(06) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CHOIX DU CANAL D'ENVOI
      * DES AVIS (E-MAIL, SMS OU COURRIER PAPIER)
       01  N-CANAL-PREFERE           PIC X(01).
       01  N-EMAIL                   PIC X(60).
       01  N-MOBILE                  PIC X(15).
       01  N-CANAL-RETENU            PIC X(01).
           88 CANAL-PAPIER           VALUE 'P'.
           88 CANAL-ELECTRONIQUE     VALUES 'E' 'S'.
       01  N-COORDONNEE              PIC X(60).

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
      * AUX CHARGEURS (DATES CALENDRIER, CLÉ ISBN)
       01  V-TYPE-CONTROLE           PIC X(01).

      * VALIDITÉ DU MONTANT DE LA LIGNE EN COURS, CONTRÔLÉE DANS LES
      * BOUCLES DE LECTURE AVANT LE TRAITEMENT COMMUN
      * UN MONTANT À ZÉRO N'EST RECEVABLE QUE POUR UNE CATÉGORIE
      * DONT LA COTISATION EST GRATUITE
       01  S-MONTANT-OK              PIC X(01) VALUE 'N'.
           88 MONTANT-VALIDE         VALUE 'O'.
           88 MONTANT-NUL            VALUE 'Z'.
           88 MONTANT-INVALIDE       VALUE 'N'.

      * CLÉ DU BAC DE RECYCLAGE : ADHÉRENT PUIS DATE DU PAIEMENT
       01  R-LIGNE-OBJET.
           05 FILLER                 PIC X(08) VALUE "OBJET : ".
           05 R-OBJET                PIC X(60).
       01  R-LIGNE-BENEFICIAIRE.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 FILLER                 PIC X(33)
              VALUE "ADHERENT CONCERNE :".
           05 R-BEN-ID-MEMBRE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-BEN-NOM-MEMBRE       PIC X(40).
       01  R-LIGNE-DETAIL.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-DET-LIBELLE          PIC X(33).
           05 R-DET-DATE-EXPIRATION  PIC X(08).
       01  R-LIGNE-TARIF.
           05 FILLER                 PIC X(03) VALUE SPACE.

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-AVIS-EMIS               PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-PAIEMENTS-LUS           PIC 9(10) VALUE ZERO.
       01  C-CORRECTIONS-LUES        PIC 9(10) VALUE ZERO.
       01  C-RENOUVELLEMENTS         PIC 9(10) VALUE ZERO.
                CLOSE FICHIER-PARAMETRES
           END-IF.

           PERFORM 0060-LECTURE-CATEGORIES-DEB
              THRU 0060-LECTURE-CATEGORIES-FIN.

      * BORNE HAUTE DU PRÉAVIS : AUJOURD'HUI PLUS N JOURS, AU FORMAT
      * CHAÎNE AAAAMMJJ COMME TOUTES LES DATES DU DOSSIER
           EXEC SQL
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0060-LECTURE-CATEGORIES-DEB.
      * CHARGEMENT DU BARÈME DES CATÉGORIES. LE FICHIER EST
      * FACULTATIF : SANS LUI, OU POUR UNE CATÉGORIE QUI N'Y FIGURE
      * PAS, LA COTISATION GÉNÉRALE S'APPLIQUE. UNE LIGNE À LA
      * COTISATION NON NUMÉRIQUE EST ÉCARTÉE
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
              AND PC-TARIF-ABONNEMENT NUMERIC
              AND C-NB-CATEGORIES < C-MAX-CATEGORIES
                ADD 1 TO C-NB-CATEGORIES
                SET I-CAT TO C-NB-CATEGORIES
                MOVE PC-CODE-CATEGORIE   TO T-CAT-CODE (I-CAT)
                MOVE PC-TARIF-ABONNEMENT TO T-CAT-TARIF (I-CAT)
           ELSE
                DISPLAY " LIGNE CATEGORIE ECARTEE : "
                   LIGNE-FICHIER-CATEGORIES
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-CATEGORIES.
       0060-LECTURE-CATEGORIES-FIN.

       0070-TARIF-CATEGORIE-DEB.
      * COTISATION DE L'ADHÉRENT EN COURS : CELLE DE SA CATÉGORIE SI
      * ELLE FIGURE AU BARÈME, SINON LA COTISATION GÉNÉRALE
           MOVE C-TARIF-CENTIMES TO C-TARIF-ADHERENT.

           IF S-CODE-CATEGORIE NOT = SPACE
                SET I-CAT TO 1
                SEARCH T-CATEGORIE
                   AT END
                        CONTINUE
                   WHEN T-CAT-CODE (I-CAT) = S-CODE-CATEGORIE
                        MOVE T-CAT-TARIF (I-CAT) TO C-TARIF-ADHERENT
                END-SEARCH
           END-IF.
       0070-TARIF-CATEGORIE-FIN.

       0100-EDITION-AVIS-DEB.
      * ÉDITION DES LETTRES DE PRÉAVIS : UNE LETTRE PAR ADHÉRENT DONT
      * L'ABONNEMENT EXPIRE PENDANT LE PRÉAVIS. UN ADHÉRENT JOIGNABLE
      * PAR E-MAIL OU SMS REÇOIT À LA PLACE UN MESSAGE PAR LA
      * PASSERELLE DE LA VILLE
           OPEN OUTPUT FICHIER-AVIS.
           OPEN EXTEND FICHIER-MESSAGES.

           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           EXEC SQL
              OPEN C-A-PREVENIR
           END-EXEC

           EXEC SQL
              FETCH C-A-PREVENIR INTO :S-ID-MEMBRE,
                 :S-NOM-BENEFICIAIRE, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE, :S-DATE-EXPIRATION,
                 :S-CODE-CATEGORIE, :S-EMAIL, :S-MOBILE,
                 :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                PERFORM 0070-TARIF-CATEGORIE-DEB
                   THRU 0070-TARIF-CATEGORIE-FIN
      * POUR UN MINEUR, LA LETTRE AU GARANT NOMME L'ADHÉRENT CONCERNÉ
                IF S-ID-DESTINATAIRE = S-ID-MEMBRE
                     MOVE "RENOUVELLEMENT DE VOTRE ABONNEMENT"
                       TO R-OBJET
                     MOVE "VOTRE ABONNEMENT EXPIRE LE"
                       TO R-DET-LIBELLE
                ELSE
                     MOVE "RENOUVELLEMENT DE L'ABONNEMENT D'UN MINEUR"
                       TO R-OBJET
                     MOVE "SON ABONNEMENT EXPIRE LE"
                       TO R-DET-LIBELLE
                END-IF

                MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE
                MOVE S-EMAIL         TO N-EMAIL
                MOVE S-MOBILE        TO N-MOBILE
                CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
                   N-CANAL-RETENU, N-COORDONNEE

                IF CANAL-ELECTRONIQUE
                     PERFORM 0150-ECRITURE-MESSAGE-DEB
                        THRU 0150-ECRITURE-MESSAGE-FIN
                ELSE
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-SEPARATION
                     IF NOT F-AVIS-STATUS-OK
                          DISPLAY " ERREUR ÉCRITURE FICHIER AVIS - "
                             "STATUT " F-AVIS-STATUS
                     END-IF
                     MOVE S-NOM-MEMBRE     TO R-NOM-MEMBRE
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-NOM
                     MOVE S-ADRESSE-MEMBRE TO R-ADRESSE-MEMBRE
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-ADRESSE
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-VIDE
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-OBJET
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-VIDE
                     IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE
                          MOVE S-ID-MEMBRE        TO R-BEN-ID-MEMBRE
                          MOVE S-NOM-BENEFICIAIRE TO R-BEN-NOM-MEMBRE
                          WRITE LIGNE-FICHIER-AVIS
                             FROM R-LIGNE-BENEFICIAIRE
                     END-IF
                     MOVE S-DATE-EXPIRATION TO R-DET-DATE-EXPIRATION
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-DETAIL
                     COMPUTE S-EDIT-MONTANT = C-TARIF-ADHERENT / 100
                     MOVE S-EDIT-MONTANT TO R-TAR-MONTANT
                     WRITE LIGNE-FICHIER-AVIS FROM R-LIGNE-TARIF
                     ADD 1 TO C-AVIS-EMIS
                END-IF

           EXEC SQL
              FETCH C-A-PREVENIR INTO :S-ID-MEMBRE,
                 :S-NOM-BENEFICIAIRE, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE, :S-DATE-EXPIRATION,
                 :S-CODE-CATEGORIE, :S-EMAIL, :S-MOBILE,
                 :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

              CLOSE C-A-PREVENIR
           END-EXEC.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-MESSAGES.
       0100-EDITION-AVIS-FIN.

       0150-ECRITURE-MESSAGE-DEB.
      * PRÉAVIS ÉLECTRONIQUE : DATE D'EXPIRATION ET COTISATION DUE,
      * AVEC CONTRÔLE DU STATUT POUR NE PAS PERDRE UN AVIS EN SILENCE
           MOVE SPACE             TO LIGNE-FICHIER-MESSAGES.
           MOVE N-CANAL-RETENU    TO MS-CANAL.
           MOVE N-COORDONNEE      TO MS-COORDONNEE.
           MOVE S-ID-DESTINATAIRE TO MS-ID-MEMBRE.
           MOVE S-NOM-MEMBRE      TO MS-NOM-MEMBRE.
           MOVE "ABO"             TO MS-TYPE-MESSAGE.
           MOVE S-DATE-TRAITEMENT TO MS-DATE-EMISSION.
           MOVE S-DATE-EXPIRATION TO MS-DATE-REFERENCE.
           MOVE ZERO              TO MS-NB-DOCUMENTS.
           MOVE C-TARIF-ADHERENT  TO MS-MONTANT.
           MOVE R-OBJET           TO MS-OBJET.
           MOVE "RENOUVELLEMENTS" TO MS-PROGRAMME.
           IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE
                MOVE S-ID-MEMBRE        TO MS-ID-BENEFICIAIRE
                MOVE S-NOM-BENEFICIAIRE TO MS-NOM-BENEFICIAIRE
           END-IF.
           WRITE LIGNE-FICHIER-MESSAGES.
           IF NOT F-MESSAGES-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER MESSAGES - STATUT "
                   F-MESSAGES-STATUS
           ELSE
                ADD 1 TO C-MESSAGES-EMIS
           END-IF.
       0150-ECRITURE-MESSAGE-FIN.

       0300-TRAITEMENT-PAIEMENTS-DEB.
      * ENREGISTREMENT DES PAIEMENTS DE RENOUVELLEMENT : LA DATE
      * D'EXPIRATION AVANCE DE LA DURÉE D'ABONNEMENT À PARTIR DE
                    END-IF

                    IF P-MONTANT-PAIEMENT NUMERIC
                         MOVE P-MONTANT-PAIEMENT
                           TO S-MONTANT-PAIEMENT
                         IF P-MONTANT-PAIEMENT > 0
                              MOVE 'O' TO S-MONTANT-OK
                         ELSE
                              MOVE 'Z' TO S-MONTANT-OK
                         END-IF
                    ELSE
                         MOVE 'N' TO S-MONTANT-OK
                    END-IF
                         MOVE FC-CODE-CAISSE TO S-CODE-CAISSE
                    END-IF
                    IF FC-MONTANT-PAIEMENT NUMERIC
                         MOVE FC-MONTANT-PAIEMENT
                           TO S-MONTANT-PAIEMENT
                         IF FC-MONTANT-PAIEMENT > 0
                              MOVE 'O' TO S-MONTANT-OK
                         ELSE
                              MOVE 'Z' TO S-MONTANT-OK
                         END-IF
                    ELSE
                         MOVE 'N' TO S-MONTANT-OK
                    END-IF
                ADD 1 TO C-PAIEMENTS-REJETES
           ELSE

      * LA SOMME VERSÉE DOIT COUVRIR LA COTISATION DE LA CATÉGORIE DE
      * L'ADHÉRENT : UN ADULTE NE RENOUVELLE PAS AU TARIF ENFANT
           EXEC SQL
              SELECT COALESCE(code_categorie, ' ')
                INTO :S-CODE-CATEGORIE
              FROM adherents
              WHERE id_membre = :S-ID-MEMBRE
           END-EXEC

           PERFORM 0070-TARIF-CATEGORIE-DEB
              THRU 0070-TARIF-CATEGORIE-FIN

           IF S-MONTANT-PAIEMENT < C-TARIF-ADHERENT
                MOVE S-ID-MEMBRE TO E-ID-MEMBRE
                MOVE ZERO        TO E-SQLCODE
                MOVE "M123"      TO S-CODE-MOTIF
                MOVE "COTISATION INSUFFISANTE" TO E-LIBELLE
                PERFORM 0350-ECRITURE-EXCEPTION-DEB
                   THRU 0350-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-PAIEMENTS-REJETES
           ELSE

      * POINT DE REPRISE AVANT LA PROLONGATION DE L'ABONNEMENT
           EXEC SQL
              SAVEPOINT SP_RENOUVELLEMENT
           END-EXEC

      * LA COTISATION REJOINT LES RÈGLEMENTS, TYPE 'B' ABONNEMENT :
      * ELLE NE DOIT PAS VENIR EN DÉDUCTION DU SOLDE D'AMENDES. UN
      * RENOUVELLEMENT GRATUIT N'ENCAISSE RIEN ET NE CRÉE PAS DE
      * RÈGLEMENT
           IF SQLCODE = 0
              AND MONTANT-VALIDE
                MOVE 'O' TO S-ABONNEMENT-PROLONGE
           EXEC SQL
              INSERT INTO reglements (id_membre, date_reglement,

           END-IF

           END-IF

           END-IF.
       0320-TRAITEMENT-PAIEMENT-FIN.

           DISPLAY " RAPPORT DE CONTRÔLE - RENOUVELLEMENTS".
           DISPLAY "=========================================".
           DISPLAY " LETTRES DE PRÉAVIS   : " C-AVIS-EMIS.
           DISPLAY " PRÉAVIS E-MAIL / SMS : " C-MESSAGES-EMIS.
           DISPLAY " PAIEMENTS LUS        : " C-PAIEMENTS-LUS.
           DISPLAY "   DONT CORRECTIONS   : " C-CORRECTIONS-LUES.
           DISPLAY " RENOUVELLEMENTS      : " C-RENOUVELLEMENTS.
