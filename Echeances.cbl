       IDENTIFICATION DIVISION.
       PROGRAM-ID. Echeances.

      * AVIS DE COURTOISIE AVANT ÉCHÉANCE : CHAQUE JOUR, LES
      * ADHÉRENTS JOIGNABLES PAR E-MAIL OU SMS SONT PRÉVENUS QUE DES
      * PRÊTS ARRIVENT À ÉCHÉANCE DANS LES N PROCHAINS JOURS (N DANS
      * LE FICHIER DE PARAMÈTRES). UN SEUL MESSAGE PAR ADHÉRENT ET
      * PAR CANAL, QUI REGROUPE TOUS SES PRÊTS CONCERNÉS, DÉPOSÉ DANS
      * LE FICHIER DES MESSAGES SORTANTS DE LA PASSERELLE DE LA VILLE.
      * PAS DE COURRIER PAPIER POUR UN SIMPLE RAPPEL DE COURTOISIE :
      * LES ADHÉRENTS SANS COORDONNÉE ÉLECTRONIQUE SONT SEULEMENT
      * COMPTÉS. L'HISTORIQUE DES AVIS GARANTIT QU'UNE MÊME ÉCHÉANCE
      * N'EST ANNONCÉE QU'UNE FOIS ; UNE PROLONGATION, QUI DÉPLACE
      * L'ÉCHÉANCE, DONNERA LIEU À UN NOUVEL AVIS.
      * LES PRÊTS D'UN MINEUR RATTACHÉ À UN FOYER SONT ANNONCÉS À SON
      * GARANT, DANS LE MÊME MESSAGE QUE CEUX DU RESTE DU FOYER

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-PARAMETRES
              ASSIGN TO 'echeances-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * DÉLAI DE PRÉVENANCE EN JOURS : '003' = LES PRÊTS ÉCHUS D'ICI
      * TROIS JOURS
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-DELAI-JOURS           PIC 9(03).

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-ID-EMPRUNT               PIC 9(10).
       01 S-ID-MEMBRE                PIC X(10).
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-NOM-EMPRUNTEUR           PIC X(40).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-TITRE                    PIC X(50).
       01 S-DATE-RETOUR-PREVUE       PIC X(08).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).
       01 S-CANAL-RETENU             PIC X(01).

       01 S-DELAI-JOURS              PIC 9(03) VALUE 003.
       01 S-DATE-LIMITE              PIC X(08).

      * UN ADHÉRENT NÉ APRÈS CETTE DATE EST MINEUR
       01 S-DATE-MAJORITE            PIC X(08).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS
       01 S-DATE-TRAITEMENT          PIC X(08).
       01 S-HEURE-SUIVI              PIC X(06).
       01 S-SUIVI-LUS                PIC 9(10).
       01 S-SUIVI-TRAITES            PIC 9(10).
       01 S-SUIVI-REJETES            PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * PRÊTS EN COURS DONT L'ÉCHÉANCE TOMBE ENTRE DEMAIN ET LA FIN
      * DU DÉLAI DE PRÉVENANCE ET QUI N'ONT PAS ENCORE ÉTÉ ANNONCÉS
      * POUR CETTE ÉCHÉANCE. LE DESTINATAIRE EST L'EMPRUNTEUR, OU
      * SON GARANT S'IL EST MINEUR ET RATTACHÉ À UN FOYER. TRI PAR
      * DESTINATAIRE PUIS ÉCHÉANCE POUR REGROUPER TOUS LES TITRES
      * D'UN MÊME MESSAGE
       EXEC SQL
          DECLARE C-ECHEANCES CURSOR FOR
             SELECT e.id_emprunt, e.id_membre, a.nom, d.id_membre,
                    d.nom, l.titre, e.date_retour_prevue,
                    COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                    COALESCE(d.canal_prefere, ' ')
               FROM emprunts e
               JOIN adherents a ON a.id_membre = e.id_membre
               JOIN adherents d ON d.id_membre =
                    CASE WHEN a.id_garant IS NOT NULL
                          AND (a.code_categorie = 'E'
                               OR a.date_naissance > :S-DATE-MAJORITE)
                         THEN a.id_garant
                         ELSE a.id_membre END
               JOIN livres l ON l.isbn = e.isbn
              WHERE e.date_retour_effective IS NULL
                AND e.date_retour_prevue > :S-DATE-TRAITEMENT
                AND e.date_retour_prevue <= :S-DATE-LIMITE
                AND NOT EXISTS
                    (SELECT 1 FROM avis_echeances v
                      WHERE v.id_emprunt = e.id_emprunt
                        AND v.date_retour_prevue = e.date_retour_prevue)
              ORDER BY d.id_membre, e.date_retour_prevue, e.id_emprunt
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONE DE RUPTURE : UN MESSAGE PAR DESTINATAIRE
       01  S-ID-MEMBRE-PREC          PIC X(10) VALUE SPACE.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CHOIX DU CANAL D'ENVOI
      * DES AVIS (E-MAIL, SMS OU COURRIER PAPIER)
       01  N-CANAL-PREFERE           PIC X(01).
       01  N-EMAIL                   PIC X(60).
       01  N-MOBILE                  PIC X(15).
       01  N-CANAL-RETENU            PIC X(01).
           88 CANAL-PAPIER           VALUE 'P'.
           88 CANAL-ELECTRONIQUE     VALUES 'E' 'S'.
       01  N-COORDONNEE              PIC X(60).

      * MESSAGE EN COURS DE CONSTITUTION : IL N'EST ÉCRIT QU'À LA
      * RUPTURE SUIVANTE, QUAND LE NOMBRE DE TITRES EST CONNU
       01  S-MESSAGE-EN-COURS        PIC X(01) VALUE 'N'.
           88 MESSAGE-EN-COURS       VALUE 'O'.
       01  C-DOCUMENTS-MESSAGE       PIC 9(03) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-PRETS-LUS               PIC 9(10) VALUE ZERO.
       01  C-PRETS-AVISES            PIC 9(10) VALUE ZERO.
       01  C-PRETS-SANS-CANAL        PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-ERREURS-HISTORIQUE      PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0010-DEBUT-SUIVI-DEB
              THRU 0010-DEBUT-SUIVI-FIN

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           PERFORM 0100-EDITION-AVIS-DEB
              THRU 0100-EDITION-AVIS-FIN

           PERFORM 0950-FIN-SUIVI-DEB
              THRU 0950-FIN-SUIVI-FIN

           PERFORM 0900-RAPPORT-CONTROLE-DEB
              THRU 0900-RAPPORT-CONTROLE-FIN

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0010-DEBUT-SUIVI-DEB.
      * ENREGISTREMENT DU DÉMARRAGE DANS LA TABLE DE SUIVI DES
      * BATCHS : UNE LIGNE PAR PROGRAMME ET PAR JOUR, REMPLACÉE EN
      * CAS DE RELANCE. LE COMMIT IMMÉDIAT REND LE DÉMARRAGE VISIBLE
      * MÊME SI LE RUN S'INTERROMPT ENSUITE
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           ACCEPT S-HEURE-SUIVI FROM TIME.
           EXEC SQL
              DELETE FROM suivi_batchs
              WHERE programme = 'ECHEANCES'
                AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           EXEC SQL
              INSERT INTO suivi_batchs (programme, date_traitement,
                   heure_debut, statut, lus, traites, rejetes)
              VALUES ('ECHEANCES', :S-DATE-TRAITEMENT,
                     :S-HEURE-SUIVI, 'D', 0, 0, 0)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR ENREGISTREMENT SUIVI BATCH SQLCODE "
                   SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0010-DEBUT-SUIVI-FIN.

       0050-LECTURE-PARAMETRES-DEB.
      * LECTURE DU DÉLAI DE PRÉVENANCE. LE FICHIER EST FACULTATIF ET
      * SEULE UNE VALEUR PLAUSIBLE REMPLACE LA VALEUR PAR DÉFAUT
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-DELAI-JOURS NUMERIC
                           AND P-DELAI-JOURS > 0
                             MOVE P-DELAI-JOURS TO S-DELAI-JOURS
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

      * BORNE HAUTE DU DÉLAI : AUJOURD'HUI PLUS N JOURS, AU FORMAT
      * CHAÎNE AAAAMMJJ COMME TOUTES LES DATES DU DOSSIER
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        + CAST(:S-DELAI-JOURS AS INTEGER),
                        'YYYYMMDD')
                INTO :S-DATE-LIMITE
           END-EXEC

           IF SQLCODE NOT = 0
                DISPLAY " ERREUR CALCUL DE LA BORNE SQLCODE " SQLCODE
                MOVE S-DATE-TRAITEMENT TO S-DATE-LIMITE
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-EDITION-AVIS-DEB.
           OPEN EXTEND FICHIER-MESSAGES.

           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           EXEC SQL
              OPEN C-ECHEANCES
           END-EXEC

           EXEC SQL
              FETCH C-ECHEANCES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-EMPRUNTEUR, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-TITRE,
                 :S-DATE-RETOUR-PREVUE, :S-EMAIL, :S-MOBILE,
                 :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                ADD 1 TO C-PRETS-LUS

      * RUPTURE : CHAQUE DESTINATAIRE OUVRE UN NOUVEAU MESSAGE APRÈS
      * ENVOI DU PRÉCÉDENT
                IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE-PREC
                     PERFORM 0250-ENVOI-MESSAGE-DEB
                        THRU 0250-ENVOI-MESSAGE-FIN
                     PERFORM 0200-ENTETE-MESSAGE-DEB
                        THRU 0200-ENTETE-MESSAGE-FIN
                END-IF

                IF MESSAGE-EN-COURS
                     ADD 1 TO C-DOCUMENTS-MESSAGE
                     PERFORM 0300-HISTORISATION-DEB
                        THRU 0300-HISTORISATION-FIN
                ELSE
                     ADD 1 TO C-PRETS-SANS-CANAL
                END-IF

           EXEC SQL
              FETCH C-ECHEANCES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-EMPRUNTEUR, :S-ID-DESTINATAIRE,
                 :S-NOM-MEMBRE, :S-TITRE,
                 :S-DATE-RETOUR-PREVUE, :S-EMAIL, :S-MOBILE,
                 :S-CANAL-PREFERE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

      * LE DERNIER MESSAGE N'A PAS EU DE RUPTURE
           PERFORM 0250-ENVOI-MESSAGE-DEB
              THRU 0250-ENVOI-MESSAGE-FIN

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-ECHEANCES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-ECHEANCES
           END-EXEC

           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE FICHIER-MESSAGES.
       0100-EDITION-AVIS-FIN.

       0200-ENTETE-MESSAGE-DEB.
      * NOUVEL ADHÉRENT : CHOIX DU CANAL. LE MESSAGE PORTE LE PREMIER
      * TITRE ET LA PLUS PROCHE ÉCHÉANCE (TRI DU CURSEUR) ; LE NOMBRE
      * DE TITRES EST COMPLÉTÉ À L'ENVOI. SANS COORDONNÉE
      * ÉLECTRONIQUE, OU SI L'ADHÉRENT A CHOISI LE PAPIER, RIEN N'EST
      * ENVOYÉ
           MOVE S-ID-DESTINATAIRE TO S-ID-MEMBRE-PREC.

           MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE.
           MOVE S-EMAIL         TO N-EMAIL.
           MOVE S-MOBILE        TO N-MOBILE.
           CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
              N-CANAL-RETENU, N-COORDONNEE.

           IF CANAL-ELECTRONIQUE
                MOVE SPACE                TO LIGNE-FICHIER-MESSAGES
                MOVE N-CANAL-RETENU       TO MS-CANAL
                MOVE N-COORDONNEE         TO MS-COORDONNEE
                MOVE S-ID-DESTINATAIRE    TO MS-ID-MEMBRE
                MOVE S-NOM-MEMBRE         TO MS-NOM-MEMBRE
                MOVE "ECH"                TO MS-TYPE-MESSAGE
                MOVE S-DATE-TRAITEMENT    TO MS-DATE-EMISSION
                MOVE S-DATE-RETOUR-PREVUE TO MS-DATE-REFERENCE
                MOVE S-TITRE              TO MS-TITRE
                MOVE ZERO                 TO MS-MONTANT
                MOVE "VOS PRETS ARRIVENT BIENTOT A ECHEANCE"
                  TO MS-OBJET
                MOVE "ECHEANCES"          TO MS-PROGRAMME
                IF S-ID-MEMBRE NOT = S-ID-DESTINATAIRE
                     MOVE S-ID-MEMBRE      TO MS-ID-BENEFICIAIRE
                     MOVE S-NOM-EMPRUNTEUR TO MS-NOM-BENEFICIAIRE
                END-IF
                MOVE N-CANAL-RETENU       TO S-CANAL-RETENU
                MOVE ZERO                 TO C-DOCUMENTS-MESSAGE
                MOVE 'O'                  TO S-MESSAGE-EN-COURS
           END-IF.
       0200-ENTETE-MESSAGE-FIN.

       0250-ENVOI-MESSAGE-DEB.
      * ÉCRITURE DU MESSAGE EN COURS, AVEC SON NOMBRE DE TITRES, ET
      * CONTRÔLE DU STATUT POUR NE PAS PERDRE UN AVIS EN SILENCE
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

       0300-HISTORISATION-DEB.
      * CE PRÊT A ÉTÉ ANNONCÉ POUR CETTE ÉCHÉANCE, IL NE LE SERA PLUS
           EXEC SQL
              INSERT INTO avis_echeances (id_emprunt,
                   date_retour_prevue, id_membre, canal, date_avis)
              VALUES (:S-ID-EMPRUNT, :S-DATE-RETOUR-PREVUE,
                     :S-ID-MEMBRE, :S-CANAL-RETENU, :S-DATE-TRAITEMENT)
           END-EXEC

           IF SQLCODE NOT = 0
                DISPLAY " ERREUR HISTORISATION AVIS EMPRUNT "
                   S-ID-EMPRUNT " SQLCODE " SQLCODE
                ADD 1 TO C-ERREURS-HISTORIQUE
           ELSE
                ADD 1 TO C-PRETS-AVISES
           END-IF.
       0300-HISTORISATION-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - AVIS D'ÉCHÉANCE".
           DISPLAY "=========================================".
           DISPLAY " DÉLAI (JOURS)        : " S-DELAI-JOURS.
           DISPLAY " PRÊTS À ÉCHÉANCE     : " C-PRETS-LUS.
           DISPLAY " PRÊTS ANNONCÉS       : " C-PRETS-AVISES.
           DISPLAY " PRÊTS SANS E-MAIL/SMS: " C-PRETS-SANS-CANAL.
           DISPLAY " MESSAGES ÉMIS        : " C-MESSAGES-EMIS.
           DISPLAY " ERREURS HISTORIQUE   : " C-ERREURS-HISTORIQUE.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

       0950-FIN-SUIVI-DEB.
      * CLÔTURE DU SUIVI : HEURE DE FIN, STATUT TERMINÉ ET TOTAUX DE
      * CONTRÔLE POUR LE CONTRÔLE D'ENCHAÎNEMENT ET LE RAPPORT DU
      * MATIN
           ACCEPT S-HEURE-SUIVI FROM TIME.
           MOVE C-PRETS-LUS TO S-SUIVI-LUS.
           MOVE C-PRETS-AVISES TO S-SUIVI-TRAITES.
           MOVE C-ERREURS-HISTORIQUE TO S-SUIVI-REJETES.
           EXEC SQL
              UPDATE suivi_batchs
                 SET heure_fin = :S-HEURE-SUIVI,
                     statut = 'T',
                     lus = :S-SUIVI-LUS,
                     traites = :S-SUIVI-TRAITES,
                     rejetes = :S-SUIVI-REJETES
               WHERE programme = 'ECHEANCES'
                 AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR CLOTURE SUIVI BATCH SQLCODE " SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0950-FIN-SUIVI-FIN.
