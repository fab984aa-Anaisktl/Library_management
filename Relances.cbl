              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-COURRIERS-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-COURRIERS.
       01 LIGNE-FICHIER-COURRIERS    PIC X(110).

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


       WORKING-STORAGE SECTION.

       01 S-DATE-RETOUR-PREVUE       PIC X(08).
       01 S-JOURS-RETARD             PIC 9(05).
       01 S-NIVEAU                   PIC 9(01).
       01 S-BLOCAGE-COUNT            PIC 9(10).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).

      * DESTINATAIRE DU COURRIER : L'EMPRUNTEUR LUI-MÊME OU, POUR UN
      * MINEUR RATTACHÉ À UN FOYER, SON GARANT. UN ADHÉRENT NÉ APRÈS
      * LA DATE DE MAJORITÉ DU JOUR EST MINEUR
       01 S-NOM-EMPRUNTEUR           PIC X(40).
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-DATE-MAJORITE            PIC X(08).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS
       01 S-DATE-TRAITEMENT          PIC X(08).

      * CURSEUR DES PRÊTS EN RETARD D'AU MOINS 7 JOURS AVEC LE NIVEAU
      * DE RELANCE QU'ILS APPELLENT : 1ER RAPPEL À 7 JOURS, MISE EN
      * DEMEURE À 21 JOURS, AVIS DE SUSPENSION À 45 JOURS. LES JOURS
      * DE RETARD SONT DES JOURS D'OUVERTURE : LES FERMETURES DU SITE
      * DE L'EXEMPLAIRE DEPUIS L'ÉCHÉANCE NE COMPTENT PAS. LE NOT
      * EXISTS SUR L'HISTORIQUE GARANTIT QU'UN NIVEAU DÉJÀ ENVOYÉ
      * (OU DÉPASSÉ) N'EST JAMAIS RÉEXPÉDIÉ, MÊME EN RELANÇANT LE
      * BATCH TOUS LES SOIRS. LE COURRIER D'UN MINEUR RATTACHÉ À UN
      * FOYER EST ADRESSÉ À SON GARANT (NOM, ADRESSE, COORDONNÉES).
      * TRI PAR DESTINATAIRE PUIS NIVEAU POUR REGROUPER DANS UN MÊME
      * COURRIER TOUS LES TITRES DU FOYER, CEUX DU GARANT D'ABORD
      * PUIS EMPRUNTEUR PAR EMPRUNTEUR
       EXEC SQL
          DECLARE C-RELANCES CURSOR FOR
             SELECT x.id_emprunt, x.id_membre, m.nom, d.id_membre,
                    d.nom, d.adresse,
                    x.titre, x.date_retour_prevue, x.jours, x.niveau,
                    COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                    COALESCE(d.canal_prefere, ' ')
               FROM (SELECT y.id_emprunt, y.id_membre, y.titre,
                            y.date_retour_prevue, y.jours,
                            CASE WHEN y.jours >= 45 THEN 3
                                 WHEN y.jours >= 21 THEN 2
                                 ELSE 1 END AS niveau
                       FROM (SELECT e.id_emprunt, e.id_membre,
                                    l.titre, e.date_retour_prevue,
                                    CURRENT_DATE
                                     - TO_DATE(e.date_retour_prevue,
                                               'YYYYMMDD')
                                     - (SELECT COUNT(*)
                                          FROM fermetures f
                                         WHERE f.code_site =
                                               COALESCE(ex.localisation,
                                                        'PRI')
                                           AND f.date_fermeture
                                               > e.date_retour_prevue
                                           AND f.date_fermeture
                                               <= TO_CHAR(CURRENT_DATE,
                                                          'YYYYMMDD'))
                                       AS jours
                               FROM emprunts e
                               JOIN livres l ON l.isbn = e.isbn
                               LEFT JOIN exemplaires ex
                                      ON ex.code_barres = e.code_barres
                              WHERE e.date_retour_effective IS NULL
                                AND e.date_retour_prevue
                                    < TO_CHAR(CURRENT_DATE,
                                              'YYYYMMDD')) y
                      WHERE y.jours >= 7) x
               JOIN adherents m ON m.id_membre = x.id_membre
               JOIN adherents d
                 ON d.id_membre =
                    CASE WHEN m.id_garant IS NOT NULL
                          AND (m.code_categorie = 'E'
                               OR m.date_naissance > :S-DATE-MAJORITE)
                         THEN m.id_garant
                         ELSE m.id_membre END
              WHERE NOT EXISTS
                    (SELECT 1 FROM relances r
                      WHERE r.id_emprunt = x.id_emprunt
                        AND r.niveau >= x.niveau)
              ORDER BY d.id_membre, x.niveau,
                       CASE WHEN x.id_membre = d.id_membre
                            THEN 0 ELSE 1 END,
                       x.id_membre, x.date_retour_prevue,
                       x.id_emprunt
       END-EXEC.

       01  F-COURRIERS-STATUS        PIC X(02) VALUE SPACE.
           88 F-COURRIERS-STATUS-OK  VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONES DE RUPTURE : UN COURRIER PAR COUPLE DESTINATAIRE/
      * NIVEAU. LE NIVEAU INITIAL ZÉRO N'EXISTE PAS EN BASE, LA
      * PREMIÈRE LIGNE LUE DÉCLENCHE DONC TOUJOURS L'OUVERTURE D'UN
      * COURRIER. DANS LE COURRIER D'UN FOYER, CHAQUE CHANGEMENT
      * D'EMPRUNTEUR OUVRE UN PARAGRAPHE À SON NOM
       01  S-ID-MEMBRE-PREC          PIC X(10) VALUE SPACE.
       01  S-NIVEAU-PREC             PIC 9(01) VALUE ZERO.
       01  S-ID-EMPRUNTEUR-PREC      PIC X(10) VALUE SPACE.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CHOIX DU CANAL D'ENVOI
      * DES AVIS (E-MAIL, SMS OU COURRIER PAPIER)
       01  N-CANAL-PREFERE           PIC X(01).
       01  N-EMAIL                   PIC X(60).
       01  N-MOBILE                  PIC X(15).
       01  N-CANAL-RETENU            PIC X(01).
           88 CANAL-PAPIER           VALUE 'P'.
           88 CANAL-ELECTRONIQUE     VALUES 'E' 'S'.
       01  N-COORDONNEE              PIC X(60).

      * RELANCE ÉLECTRONIQUE EN COURS DE CONSTITUTION : LE MESSAGE
      * N'EST ÉCRIT QU'À LA RUPTURE SUIVANTE, QUAND LE NOMBRE DE
      * TITRES EN RETARD EST CONNU
       01  S-MESSAGE-EN-COURS        PIC X(01) VALUE 'N'.
           88 MESSAGE-EN-COURS       VALUE 'O'.
       01  C-DOCUMENTS-MESSAGE       PIC 9(03) VALUE ZERO.

      * LIGNES D'ÉDITION DES COURRIERS
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
           05 R-DET-JOURS            PIC Z(04)9.
           05 FILLER                 PIC X(16)
              VALUE " JOURS DE RETARD".
       01  R-LIGNE-EMPRUNTEUR.
           05 FILLER                 PIC X(28)
              VALUE " DOCUMENTS EMPRUNTES PAR : ".
           05 R-EMP-NOM              PIC X(40).

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-COURRIERS-NIVEAU-1      PIC 9(10) VALUE ZERO.
       01  C-COURRIERS-NIVEAU-2      PIC 9(10) VALUE ZERO.
       01  C-COURRIERS-NIVEAU-3      PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-PRETS-RELANCES          PIC 9(10) VALUE ZERO.
       01  C-ERREURS-HISTORIQUE      PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-POSES          PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-LEVES          PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.
           PERFORM 0100-EDITION-RELANCES-DEB
              THRU 0100-EDITION-RELANCES-FIN

           PERFORM 0400-LEVEE-BLOCAGES-DEB
              THRU 0400-LEVEE-BLOCAGES-FIN

           PERFORM 0950-FIN-SUIVI-DEB
              THRU 0950-FIN-SUIVI-FIN

       0010-DEBUT-SUIVI-FIN.

       0100-EDITION-RELANCES-DEB.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           OPEN OUTPUT FICHIER-COURRIERS.
           OPEN EXTEND FICHIER-MESSAGES.

           EXEC SQL
              OPEN C-RELANCES

           EXEC SQL
              FETCH C-RELANCES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-EMPRUNTEUR, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE, :S-TITRE,
                 :S-DATE-RETOUR-PREVUE, :S-JOURS-RETARD, :S-NIVEAU,
                 :S-EMAIL, :S-MOBILE, :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

      * RUPTURE : CHAQUE COUPLE DESTINATAIRE/NIVEAU OUVRE UN NOUVEAU
      * COURRIER AVEC SON BLOC ADRESSE ET SON OBJET, OU UN NOUVEAU
      * MESSAGE ÉLECTRONIQUE APRÈS ENVOI DU PRÉCÉDENT
                IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE-PREC
                   OR S-NIVEAU NOT = S-NIVEAU-PREC
                     PERFORM 0250-ENVOI-MESSAGE-DEB
                        THRU 0250-ENVOI-MESSAGE-FIN
                     PERFORM 0200-ENTETE-COURRIER-DEB
                        THRU 0200-ENTETE-COURRIER-FIN
                END-IF

                IF MESSAGE-EN-COURS
                     ADD 1 TO C-DOCUMENTS-MESSAGE
                ELSE
                     IF S-ID-MEMBRE NOT = S-ID-EMPRUNTEUR-PREC
                          MOVE S-ID-MEMBRE TO S-ID-EMPRUNTEUR-PREC
                          IF S-ID-MEMBRE NOT = S-ID-DESTINATAIRE
                               MOVE S-NOM-EMPRUNTEUR TO R-EMP-NOM
                               WRITE LIGNE-FICHIER-COURRIERS
                                  FROM R-LIGNE-EMPRUNTEUR
                          END-IF
                     END-IF
                     MOVE S-TITRE              TO R-DET-TITRE
                     MOVE S-DATE-RETOUR-PREVUE TO R-DET-DATE-PREVUE
                     MOVE S-JOURS-RETARD       TO R-DET-JOURS
                     WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-DETAIL
                END-IF

      * HISTORISATION : CE PRÊT A REÇU CE NIVEAU DE RELANCE CE JOUR,
      * IL NE LE RECEVRA PLUS. L'HISTORIQUE ET LE BLOCAGE DE NIVEAU 3
      * RESTENT AU NOM DE L'EMPRUNTEUR
           EXEC SQL
              INSERT INTO relances (id_emprunt, id_membre, niveau,
                   date_relance)
                     ADD 1 TO C-ERREURS-HISTORIQUE
                ELSE
                     ADD 1 TO C-PRETS-RELANCES
      * L'AVIS DE SUSPENSION SUSPEND VRAIMENT : L'ADHÉRENT ENTRE AU
      * REGISTRE DES BLOCAGES
                     IF S-NIVEAU = 3
                          PERFORM 0300-BLOCAGE-SUSPENSION-DEB
                             THRU 0300-BLOCAGE-SUSPENSION-FIN
                     END-IF
                END-IF

           EXEC SQL
              FETCH C-RELANCES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-EMPRUNTEUR, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE, :S-TITRE,
                 :S-DATE-RETOUR-PREVUE, :S-JOURS-RETARD, :S-NIVEAU,
                 :S-EMAIL, :S-MOBILE, :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

      * LE DERNIER MESSAGE ÉLECTRONIQUE N'A PAS EU DE RUPTURE
           PERFORM 0250-ENVOI-MESSAGE-DEB
              THRU 0250-ENVOI-MESSAGE-FIN

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-RELANCES : "
                   S-SQLCODE-FETCH
           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE FICHIER-COURRIERS.
           CLOSE FICHIER-MESSAGES.
       0100-EDITION-RELANCES-FIN.

       0200-ENTETE-COURRIER-DEB.
      * OUVERTURE D'UN NOUVEAU COURRIER : BLOC ADRESSE PUIS OBJET
      * SELON LE NIVEAU D'ESCALADE. UN ADHÉRENT JOIGNABLE PAR E-MAIL
      * OU SMS REÇOIT À LA PLACE UN MESSAGE PAR LA PASSERELLE DE LA
      * VILLE ; LE PAPIER RESTE POUR CEUX QUI N'ONT AUCUNE
      * COORDONNÉE ÉLECTRONIQUE OU QUI L'ONT DEMANDÉ. LE CANAL EST
      * CELUI DU DESTINATAIRE
           MOVE S-ID-DESTINATAIRE TO S-ID-MEMBRE-PREC.
           MOVE S-NIVEAU          TO S-NIVEAU-PREC.
           MOVE SPACE             TO S-ID-EMPRUNTEUR-PREC.

           MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE.
           MOVE S-EMAIL         TO N-EMAIL.
           MOVE S-MOBILE        TO N-MOBILE.
           CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
              N-CANAL-RETENU, N-COORDONNEE.

           EVALUATE S-NIVEAU
              WHEN 1
                   ADD 1 TO C-COURRIERS-NIVEAU-3
           END-EVALUATE.

      * LE MESSAGE ÉLECTRONIQUE PORTE LE PREMIER TITRE DU GROUPE ET
      * SON ÉCHÉANCE (TRI DU CURSEUR), AVEC SON EMPRUNTEUR S'IL N'EST
      * PAS LE DESTINATAIRE ; LE NOMBRE DE TITRES EST COMPLÉTÉ À
      * L'ENVOI
           IF CANAL-ELECTRONIQUE
                MOVE SPACE                TO LIGNE-FICHIER-MESSAGES
                MOVE N-CANAL-RETENU       TO MS-CANAL
                MOVE N-COORDONNEE         TO MS-COORDONNEE
                MOVE S-ID-DESTINATAIRE    TO MS-ID-MEMBRE
                MOVE S-NOM-MEMBRE         TO MS-NOM-MEMBRE
                MOVE "REL"                TO MS-TYPE-MESSAGE
                MOVE S-NIVEAU             TO MS-NIVEAU
                MOVE S-DATE-TRAITEMENT    TO MS-DATE-EMISSION
                MOVE S-DATE-RETOUR-PREVUE TO MS-DATE-REFERENCE
                MOVE S-TITRE              TO MS-TITRE
                MOVE ZERO                 TO MS-MONTANT
                MOVE R-OBJET              TO MS-OBJET
                MOVE "RELANCES"           TO MS-PROGRAMME
                IF S-ID-MEMBRE NOT = S-ID-DESTINATAIRE
                     MOVE S-ID-MEMBRE      TO MS-ID-BENEFICIAIRE
                     MOVE S-NOM-EMPRUNTEUR TO MS-NOM-BENEFICIAIRE
                END-IF
                MOVE ZERO                 TO C-DOCUMENTS-MESSAGE
                MOVE 'O'                  TO S-MESSAGE-EN-COURS
           ELSE
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-SEPARATION
                IF NOT F-COURRIERS-STATUS-OK
                     DISPLAY " ERREUR ÉCRITURE FICHIER COURRIERS - "
                        "STATUT " F-COURRIERS-STATUS
                END-IF
                MOVE S-NOM-MEMBRE     TO R-NOM-MEMBRE
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-NOM
                MOVE S-ADRESSE-MEMBRE TO R-ADRESSE-MEMBRE
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-ADRESSE
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-VIDE
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-OBJET
                WRITE LIGNE-FICHIER-COURRIERS FROM R-LIGNE-VIDE
           END-IF.
       0200-ENTETE-COURRIER-FIN.

       0250-ENVOI-MESSAGE-DEB.
      * ÉCRITURE DE LA RELANCE ÉLECTRONIQUE EN COURS, AVEC SON NOMBRE
      * DE TITRES, ET CONTRÔLE DU STATUT POUR NE PAS PERDRE UN AVIS
      * EN SILENCE
           IF MESSAGE-EN-COURS
                MOVE C-DOCUMENTS-MESSAGE TO MS-NB-DOCUMENTS
                WRITE LIGNE-FICHIER-MESSAGES
                IF NOT F-MESSAGES-STATUS-OK
                     DISPLAY " ERREUR ÉCRITURE FICHIER MESSAGES - "
                        "STATUT " F-MESSAGES-STATUS
                ELSE
                     ADD 1 TO C-MESSAGES-EMIS
                END-IF
                MOVE 'N' TO S-MESSAGE-EN-COURS
           END-IF.
       0250-ENVOI-MESSAGE-FIN.

       0300-BLOCAGE-SUSPENSION-DEB.
      * INSCRIPTION AU REGISTRE DES BLOCAGES AVEC LE MOTIF 'R' (AVIS
      * DE SUSPENSION). UN SEUL BLOCAGE ACTIF PAR ADHÉRENT ET PAR
      * MOTIF : PLUSIEURS PRÊTS AU NIVEAU 3 N'EN POSENT QU'UN
           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT FROM blocages
              WHERE id_membre = :S-ID-MEMBRE
                AND motif = 'R'
                AND statut = 'A'
           END-EXEC

           IF S-BLOCAGE-COUNT = 0
           EXEC SQL
              INSERT INTO blocages (id_membre, motif, date_blocage,
                   statut)
              VALUES (:S-ID-MEMBRE, 'R', :S-DATE-TRAITEMENT, 'A')
           END-EXEC
                IF SQLCODE = 0
                     ADD 1 TO C-BLOCAGES-POSES
                ELSE
                     DISPLAY " ERREUR POSE BLOCAGE ADHERENT "
                        S-ID-MEMBRE " SQLCODE " SQLCODE
                END-IF
           END-IF.
       0300-BLOCAGE-SUSPENSION-FIN.

       0400-LEVEE-BLOCAGES-DEB.
      * LE GUICHET LÈVE LE BLOCAGE 'R' AU RETOUR DU DERNIER LIVRE EN
      * RETARD. LES PRÊTS CLOS AUTREMENT (FACTURATION DU REMPLACEMENT
      * D'UN LIVRE PERDU) NE PASSENT PAS PAR LE GUICHET : LES
      * BLOCAGES 'R' SANS PLUS AUCUN PRÊT OUVERT EN RETARD SONT DONC
      * LEVÉS ICI. LA DETTE ÉVENTUELLE RELÈVE DU BLOCAGE 'S'
           EXEC SQL
              SELECT COUNT(*) INTO :S-BLOCAGE-COUNT
              FROM blocages b
              WHERE b.motif = 'R'
                AND b.statut = 'A'
                AND NOT EXISTS
                    (SELECT 1 FROM emprunts e
                      WHERE e.id_membre = b.id_membre
                        AND e.date_retour_effective IS NULL
                        AND e.date_retour_prevue < :S-DATE-TRAITEMENT)
           END-EXEC

           IF S-BLOCAGE-COUNT NOT = 0
           EXEC SQL
              UPDATE blocages b
                 SET statut = 'L',
                     date_deblocage = :S-DATE-TRAITEMENT
               WHERE b.motif = 'R'
                 AND b.statut = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM emprunts e
                       WHERE e.id_membre = b.id_membre
                         AND e.date_retour_effective IS NULL
                         AND e.date_retour_prevue < :S-DATE-TRAITEMENT)
           END-EXEC
                IF SQLCODE = 0
                     MOVE S-BLOCAGE-COUNT TO C-BLOCAGES-LEVES
                ELSE
                     DISPLAY " ERREUR LEVEE BLOCAGES SQLCODE " SQLCODE
                END-IF
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.
       0400-LEVEE-BLOCAGES-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " COURRIERS NIVEAU 1   : " C-COURRIERS-NIVEAU-1.
           DISPLAY " COURRIERS NIVEAU 2   : " C-COURRIERS-NIVEAU-2.
           DISPLAY " COURRIERS NIVEAU 3   : " C-COURRIERS-NIVEAU-3.
           DISPLAY "   DONT E-MAIL / SMS  : " C-MESSAGES-EMIS.
           DISPLAY " PRÊTS RELANCÉS       : " C-PRETS-RELANCES.
           DISPLAY " ERREURS HISTORIQUE   : " C-ERREURS-HISTORIQUE.
           DISPLAY " ADHÉRENTS BLOQUÉS    : " C-BLOCAGES-POSES.
           DISPLAY " BLOCAGES LEVÉS       : " C-BLOCAGES-LEVES.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

