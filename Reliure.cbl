       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reliure.

      * ATELIER DE RELIURE : LES LIVRES RENDUS "À RÉPARER" AU GUICHET
      * SONT MIS DE CÔTÉ À L'ÉTAT 'L' AVEC UN DOSSIER DE RELIURE
      * OUVERT. LE FICHIER DES MOUVEMENTS PORTE LES ENVOIS AU RELIEUR
      * ('E') ET LES RETOURS DE L'ATELIER ('R'). UN ENVOI PEUT AUSSI
      * CONCERNER UN EXEMPLAIRE RETIRÉ DU RAYON PAR LE PERSONNEL ('D'
      * OU 'A'). LES ENVOIS DU JOUR SONT ÉDITÉS SUR LE BORDEREAU QUI
      * ACCOMPAGNE LE CARTON. UN LIVRE REVENU DE L'ATELIER RETOURNE EN
      * RAYON ET SERT LA PLUS ANCIENNE RÉSERVATION EN ATTENTE DU TITRE,
      * COMME UN RETOUR AU GUICHET. EN FIN DE RUN, LES DOSSIERS OUVERTS
      * DEPUIS PLUS DU NOMBRE DE JOURS PARAMÉTRÉ SONT ÉDITÉS POUR LA
      * RELANCE DU RELIEUR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-PARAMETRES
              ASSIGN TO 'reliure-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT OPTIONAL FICHIER-MOUVEMENTS
              ASSIGN TO 'reliure-mouvements.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MOUVEMENTS-STATUS.

           SELECT FICHIER-EXCEPTIONS ASSIGN TO 'reliure-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-EXCEPTIONS-STATUS.

           SELECT FICHIER-BORDEREAU ASSIGN TO 'reliure-bordereau.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-BORDEREAU-STATUS.

           SELECT FICHIER-AVIS ASSIGN TO 'reliure-avis.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-AVIS-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

           SELECT FICHIER-RETARDS ASSIGN TO 'reliure-retards.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RETARDS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * NOMBRE DE JOURS AU-DELÀ DUQUEL UN LIVRE À LA RELIURE EST
      * SIGNALÉ EN RETARD
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-SEUIL-JOURS           PIC 9(03).

      * MOUVEMENTS DE L'ATELIER : 'E' ENVOI AU RELIEUR, AVEC LA
      * CONSIGNE DE RÉPARATION POUR LE BORDEREAU, 'R' RETOUR DE
      * L'ATELIER. UNE DATE ABSENTE VAUT LA DATE DU RUN
       FD FICHIER-MOUVEMENTS.
       01 LIGNE-FICHIER-MOUVEMENTS.
           05 F-TYPE-MVT              PIC X(01).
           05 F-CODE-BARRES           PIC X(13).
           05 F-DATE-MVT              PIC X(08).
           05 F-CONSIGNE              PIC X(30).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
           05 E-TYPE-MVT              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-CODE-BARRES           PIC X(13).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-DATE-MVT              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-SQLCODE               PIC -(6)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-LIBELLE               PIC X(30).

       FD FICHIER-BORDEREAU.
       01 LIGNE-FICHIER-BORDEREAU    PIC X(110).

      * MÊME DESSIN QUE LES AVIS DE MISE À DISPOSITION DU GUICHET
       FD FICHIER-AVIS.
       01 LIGNE-FICHIER-AVIS.
           05 AV-ID-MEMBRE            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AV-NOM-MEMBRE           PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AV-ADRESSE-MEMBRE       PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACE.
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

       FD FICHIER-RETARDS.
       01 LIGNE-FICHIER-RETARDS      PIC X(110).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-TYPE-MVT                 PIC X(01).
       01 S-CODE-BARRES              PIC X(13).
       01 S-DATE-MVT                 PIC X(08).
       01 S-CONSIGNE                 PIC X(30).
       01 S-CODE-ISBN                PIC X(13).
       01 S-TITRE                    PIC X(50).
       01 S-ETAT-EXEMPLAIRE          PIC X(01).
       01 S-DATE-DEPOT               PIC X(08).
       01 S-DATE-ENVOI               PIC X(08).
       01 S-NB-JOURS                 PIC 9(05).
       01 S-DATE-TRAITEMENT          PIC X(08).
       01 S-SEUIL-JOURS              PIC 9(03) VALUE 030.

       01 S-EXEMPLAIRE-COUNT         PIC 9(10).
       01 S-RELIURE-COUNT            PIC 9(10).
       01 S-ENVOI-COUNT              PIC 9(10).

      * ZONES DE LA MISE À DISPOSITION D'UNE RÉSERVATION. L'AVIS VA
      * AU RÉSERVATAIRE OU, POUR UN MINEUR RATTACHÉ À UN FOYER, À SON
      * GARANT, DONT SONT LUS LE NOM, L'ADRESSE ET LES COORDONNÉES. UN
      * ADHÉRENT NÉ APRÈS LA DATE DE MAJORITÉ DU JOUR EST MINEUR
       01 S-RESERVATION-COUNT        PIC 9(10).
       01 S-ID-RESERVATION           PIC 9(10).
       01 S-ID-MEMBRE-RESERV         PIC X(10).
       01 S-NOM-BENEFICIAIRE         PIC X(40).
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-ADRESSE-MEMBRE           PIC X(60).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).
       01 S-DATE-RESERVATION         PIC X(08).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * DOSSIERS DE RELIURE ENCORE OUVERTS DEPUIS PLUS DE
      * S-SEUIL-JOURS : DEPUIS L'ENVOI S'IL A EU LIEU, SINON DEPUIS
      * LA MISE DE CÔTÉ AU RETOUR. LES PLUS ANCIENS D'ABORD
       EXEC SQL
          DECLARE C-RETARDS CURSOR FOR
             SELECT r.code_barres, r.isbn, COALESCE(l.titre, ' '),
                    r.date_depot, COALESCE(r.date_envoi, ' '),
                    TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                    - TO_DATE(COALESCE(r.date_envoi, r.date_depot),
                              'YYYYMMDD')
               FROM reliures r
               LEFT JOIN livres l ON l.isbn = r.isbn
              WHERE r.date_retour IS NULL
                AND COALESCE(r.date_envoi, r.date_depot) <
                    TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                       - CAST(:S-SEUIL-JOURS AS INTEGER),
                       'YYYYMMDD')
              ORDER BY COALESCE(r.date_envoi, r.date_depot),
                       r.code_barres
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-MOUVEMENTS-STATUS        PIC X(02) VALUE SPACE.
           88 F-MOUVEMENTS-STATUS-OK  VALUE '00'.
           88 F-MOUVEMENTS-STATUS-EOF VALUE '10'.

       01  F-EXCEPTIONS-STATUS        PIC X(02) VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK  VALUE '00'.

       01  F-BORDEREAU-STATUS         PIC X(02) VALUE SPACE.
           88 F-BORDEREAU-STATUS-OK   VALUE '00'.

       01  F-AVIS-STATUS              PIC X(02) VALUE SPACE.
           88 F-AVIS-STATUS-OK        VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  F-RETARDS-STATUS           PIC X(02) VALUE SPACE.
           88 F-RETARDS-STATUS-OK     VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
      * AUX CHARGEURS (DATES CALENDRIER, CLÉ ISBN)
       01  V-TYPE-CONTROLE           PIC X(01).
       01  V-VALEUR-CONTROLE         PIC X(13).
       01  V-RESULTAT-CONTROLE       PIC X(01).
           88 CONTROLE-VALIDE        VALUE 'O'.
           88 CONTROLE-INVALIDE      VALUE 'N'.

      * DISTINGUE, EN CAS D'ERREUR SQL, L'ÉCRITURE DU DOSSIER DE
      * RELIURE DE LA MISE À JOUR DE L'ÉTAT DE L'EXEMPLAIRE QUI LA SUIT
       01  S-RELIURE-ECRITE          PIC X(01) VALUE 'N'.
           88 RELIURE-ECRITE         VALUE 'O'.
           88 RELIURE-NON-ECRITE     VALUE 'N'.

      * LIGNES D'ÉDITION DU BORDEREAU D'ENVOI
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.
       01  R-LIGNE-TITRE-BORDEREAU.
           05 FILLER                 PIC X(40) VALUE
              " BORDEREAU D'ENVOI A LA RELIURE DU".
           05 R-TBO-DATE             PIC X(08).
       01  R-LIGNE-ENTETE-BORDEREAU.
           05 FILLER                 PIC X(29) VALUE
              " CODE-BARRES   ISBN".
           05 FILLER                 PIC X(41) VALUE "TITRE".
           05 FILLER                 PIC X(30) VALUE "CONSIGNE".
       01  R-LIGNE-DETAIL-BORDEREAU.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DBO-CODE-BARRES      PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DBO-ISBN             PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DBO-TITRE            PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DBO-CONSIGNE         PIC X(30).

      * LIGNES D'ÉDITION DE L'ÉTAT DES RELIURES EN RETARD
       01  R-LIGNE-TITRE-RETARDS.
           05 FILLER                 PIC X(34) VALUE
              " RELIURES EN COURS DEPUIS PLUS DE".
           05 R-TRE-SEUIL            PIC ZZ9.
           05 FILLER                 PIC X(10) VALUE " JOURS AU ".
           05 R-TRE-DATE             PIC X(08).
       01  R-LIGNE-ENTETE-RETARDS.
           05 FILLER                 PIC X(29) VALUE
              " CODE-BARRES   ISBN".
           05 FILLER                 PIC X(41) VALUE "TITRE".
           05 FILLER                 PIC X(28) VALUE
              "SITUATION    DEPUIS   JOURS".
       01  R-LIGNE-DETAIL-RETARDS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-CODE-BARRES      PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-ISBN             PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-TITRE            PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-SITUATION        PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-DATE             PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DRE-JOURS            PIC Z(04)9.
       01  R-LIGNE-TOTAL.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-TOT-LIBELLE          PIC X(40).
           05 R-TOT-NB               PIC Z(09)9.

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
       01  C-ENVOIS                  PIC 9(10) VALUE ZERO.
       01  C-RETOURS                 PIC 9(10) VALUE ZERO.
       01  C-REJETES                 PIC 9(10) VALUE ZERO.
       01  C-AVIS-EMIS               PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-RELIURES-EN-RETARD      PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           PERFORM 0100-LECTURE-ET-TRAITEMENT-MOUVEMENTS-DEB
              THRU 0100-LECTURE-ET-TRAITEMENT-MOUVEMENTS-FIN

           PERFORM 0600-EDITION-RETARDS-DEB
              THRU 0600-EDITION-RETARDS-FIN

           PERFORM 0900-RAPPORT-CONTROLE-DEB
              THRU 0900-RAPPORT-CONTROLE-FIN

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0050-LECTURE-PARAMETRES-DEB.
      * LECTURE DU SEUIL DE RETARD. LE FICHIER EST FACULTATIF ET
      * SEULE UNE VALEUR PLAUSIBLE REMPLACE LA VALEUR PAR DÉFAUT
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-SEUIL-JOURS NUMERIC
                           AND P-SEUIL-JOURS > 0
                             MOVE P-SEUIL-JOURS TO S-SEUIL-JOURS
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-LECTURE-ET-TRAITEMENT-MOUVEMENTS-DEB.
           OPEN INPUT FICHIER-MOUVEMENTS.
           OPEN OUTPUT FICHIER-EXCEPTIONS.
           OPEN OUTPUT FICHIER-BORDEREAU.
           OPEN OUTPUT FICHIER-AVIS.
           OPEN EXTEND FICHIER-MESSAGES.

           MOVE S-DATE-TRAITEMENT TO R-TBO-DATE.
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-SEPARATION.
           IF NOT F-BORDEREAU-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE BORDEREAU - STATUT "
                   F-BORDEREAU-STATUS
           END-IF.
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-TITRE-BORDEREAU.
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-ENTETE-BORDEREAU.

      * LE FICHIER DES MOUVEMENTS PEUT LÉGITIMEMENT NE PAS EXISTER
      * LES JOURS SANS PASSAGE DU RELIEUR : L'ÉTAT DES RETARDS EST
      * QUAND MÊME ÉDITÉ
           IF NOT F-MOUVEMENTS-STATUS-OK
                MOVE '10' TO F-MOUVEMENTS-STATUS
           END-IF

             PERFORM UNTIL F-MOUVEMENTS-STATUS-EOF
               READ FICHIER-MOUVEMENTS
                  NOT AT END

                    MOVE F-TYPE-MVT     TO S-TYPE-MVT
                    MOVE F-CODE-BARRES  TO S-CODE-BARRES
                    MOVE F-CONSIGNE     TO S-CONSIGNE
                    IF F-DATE-MVT = SPACE
                         MOVE S-DATE-TRAITEMENT TO S-DATE-MVT
                    ELSE
                         MOVE F-DATE-MVT TO S-DATE-MVT
                    END-IF

               END-READ

           IF F-MOUVEMENTS-STATUS-OK

                ADD 1 TO C-LUS

      * CONTRÔLE DE FORME : LA DATE DU MOUVEMENT PART TELLE QUELLE
      * DANS date_envoi OU date_retour DU DOSSIER DE RELIURE
           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-MVT TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
                MOVE ZERO TO E-SQLCODE
                MOVE "DATE MOUVEMENT INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           EXEC SQL
              SELECT COUNT(*) INTO :S-EXEMPLAIRE-COUNT
              FROM exemplaires
              WHERE code_barres = :S-CODE-BARRES
           END-EXEC

           IF S-EXEMPLAIRE-COUNT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "CODE-BARRES INCONNU" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           EXEC SQL
              SELECT x.etat, x.isbn, COALESCE(l.titre, ' ')
                INTO :S-ETAT-EXEMPLAIRE, :S-CODE-ISBN, :S-TITRE
              FROM exemplaires x
              LEFT JOIN livres l ON l.isbn = x.isbn
              WHERE x.code_barres = :S-CODE-BARRES
           END-EXEC

                EVALUATE S-TYPE-MVT
                   WHEN "E"
                      PERFORM 0200-TRAITEMENT-ENVOI-DEB
                         THRU 0200-TRAITEMENT-ENVOI-FIN
                   WHEN "R"
                      PERFORM 0400-TRAITEMENT-RETOUR-DEB
                         THRU 0400-TRAITEMENT-RETOUR-FIN
                   WHEN OTHER
                      MOVE ZERO TO E-SQLCODE
                      MOVE "TYPE DE MOUVEMENT INCONNU" TO E-LIBELLE
                      PERFORM 0150-ECRITURE-EXCEPTION-DEB
                         THRU 0150-ECRITURE-EXCEPTION-FIN
                      ADD 1 TO C-REJETES
                END-EVALUATE

           END-IF

           END-IF

           END-IF

             END-PERFORM.

      * PIED DU BORDEREAU : NOMBRE D'OUVRAGES DANS LE CARTON
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-VIDE.
           MOVE "OUVRAGES CONFIES AU RELIEUR" TO R-TOT-LIBELLE.
           MOVE C-ENVOIS TO R-TOT-NB.
           WRITE LIGNE-FICHIER-BORDEREAU FROM R-LIGNE-TOTAL.

           CLOSE FICHIER-MOUVEMENTS.
           CLOSE FICHIER-EXCEPTIONS.
           CLOSE FICHIER-BORDEREAU.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-MESSAGES.

           EXEC SQL COMMIT WORK END-EXEC.
       0100-LECTURE-ET-TRAITEMENT-MOUVEMENTS-FIN.

       0150-ECRITURE-EXCEPTION-DEB.
      * ÉCRITURE DE LA LIGNE DE REJET DANS LE FICHIER D'EXCEPTIONS, AVEC
      * CONTRÔLE DU STATUT POUR NE PAS PERDRE UN REJET EN SILENCE SI
      * L'ÉCRITURE ELLE-MÊME ÉCHOUE (DISQUE PLEIN, DROITS...)
           MOVE S-TYPE-MVT    TO E-TYPE-MVT.
           MOVE S-CODE-BARRES TO E-CODE-BARRES.
           MOVE S-DATE-MVT    TO E-DATE-MVT.
           WRITE LIGNE-FICHIER-EXCEPTIONS.
           IF NOT F-EXCEPTIONS-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER EXCEPTIONS - STATUT "
                   F-EXCEPTIONS-STATUS
           END-IF.
       0150-ECRITURE-EXCEPTION-FIN.

       0200-TRAITEMENT-ENVOI-DEB.
      * ENVOI AU RELIEUR. PART À L'ATELIER UN LIVRE MIS DE CÔTÉ AU
      * RETOUR ('L') OU UN EXEMPLAIRE RETIRÉ DU RAYON PAR LE
      * PERSONNEL ('D' OU 'A'). UN EXEMPLAIRE SORTI, PERDU OU RETIRÉ
      * DU FONDS N'EST PAS EN MAIN ET NE PART PAS
           IF S-ETAT-EXEMPLAIRE NOT = 'L'
              AND S-ETAT-EXEMPLAIRE NOT = 'D'
              AND S-ETAT-EXEMPLAIRE NOT = 'A'
                MOVE ZERO TO E-SQLCODE
                MOVE "EXEMPLAIRE NON DISPONIBLE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           EXEC SQL
              SELECT COUNT(*) INTO :S-ENVOI-COUNT FROM reliures
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour IS NULL
                AND date_envoi IS NOT NULL
           END-EXEC

           IF S-ENVOI-COUNT NOT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "DEJA CHEZ LE RELIEUR" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * LE DOSSIER OUVERT AU RETOUR EST COMPLÉTÉ ; UN EXEMPLAIRE PRIS
      * EN RAYON N'EN A PAS ENCORE, IL EST CRÉÉ DÉJÀ ENVOYÉ
           EXEC SQL
              SELECT COUNT(*) INTO :S-RELIURE-COUNT FROM reliures
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour IS NULL
           END-EXEC

      * POINT DE REPRISE AVANT L'ENREGISTREMENT DE L'ENVOI
           EXEC SQL
              SAVEPOINT SP_ENVOI_RELIURE
           END-EXEC

           MOVE 'N' TO S-RELIURE-ECRITE
           IF S-RELIURE-COUNT = 0
           EXEC SQL
              INSERT INTO reliures (code_barres, isbn, date_depot,
                   date_envoi, consigne)
              VALUES (:S-CODE-BARRES, :S-CODE-ISBN, :S-DATE-MVT,
                     :S-DATE-MVT, NULLIF(TRIM(:S-CONSIGNE), ''))
           END-EXEC
           ELSE
           EXEC SQL
              UPDATE reliures
                 SET date_envoi = :S-DATE-MVT,
                     consigne = NULLIF(TRIM(:S-CONSIGNE), '')
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour IS NULL
           END-EXEC
           END-IF

      * L'EXEMPLAIRE QUITTE LE CIRCUIT ('L') JUSQU'À SON RETOUR
           IF SQLCODE = 0
                MOVE 'O' TO S-RELIURE-ECRITE
           EXEC SQL
              UPDATE exemplaires SET etat = 'L',
                     date_maj = :S-DATE-TRAITEMENT
              WHERE code_barres = :S-CODE-BARRES
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_ENVOI_RELIURE
           END-EXEC
                MOVE SQLCODE TO E-SQLCODE
                IF RELIURE-ECRITE
                     MOVE "ERREUR MAJ ETAT EXEMPLAIRE" TO E-LIBELLE
                ELSE
                     MOVE "ERREUR ENREGISTREMENT ENVOI" TO E-LIBELLE
                END-IF
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-ENVOIS
                MOVE S-CODE-BARRES TO R-DBO-CODE-BARRES
                MOVE S-CODE-ISBN   TO R-DBO-ISBN
                MOVE S-TITRE       TO R-DBO-TITRE
                MOVE S-CONSIGNE    TO R-DBO-CONSIGNE
                WRITE LIGNE-FICHIER-BORDEREAU
                   FROM R-LIGNE-DETAIL-BORDEREAU
                IF NOT F-BORDEREAU-STATUS-OK
                     DISPLAY " ERREUR ÉCRITURE BORDEREAU - STATUT "
                        F-BORDEREAU-STATUS
                END-IF
           END-IF

           END-IF

           END-IF.
       0200-TRAITEMENT-ENVOI-FIN.

       0400-TRAITEMENT-RETOUR-DEB.
      * RETOUR DE L'ATELIER : CLÔTURE DU DOSSIER ENVOYÉ POUR CE
      * CODE-BARRES, PUIS REMISE EN RAYON DE L'EXEMPLAIRE
           EXEC SQL
              SELECT COUNT(*) INTO :S-ENVOI-COUNT FROM reliures
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour IS NULL
                AND date_envoi IS NOT NULL
           END-EXEC

           IF S-ENVOI-COUNT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "AUCUN ENVOI EN COURS" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * POINT DE REPRISE AVANT LA CLÔTURE DU DOSSIER
           EXEC SQL
              SAVEPOINT SP_RETOUR_RELIURE
           END-EXEC

           MOVE 'N' TO S-RELIURE-ECRITE
           EXEC SQL
              UPDATE reliures SET date_retour = :S-DATE-MVT
              WHERE code_barres = :S-CODE-BARRES
                AND date_retour IS NULL
                AND date_envoi IS NOT NULL
           END-EXEC

           IF SQLCODE = 0
                MOVE 'O' TO S-RELIURE-ECRITE
           EXEC SQL
              UPDATE exemplaires SET etat = 'D',
                     date_maj = :S-DATE-TRAITEMENT
              WHERE code_barres = :S-CODE-BARRES
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_RETOUR_RELIURE
           END-EXEC
                MOVE SQLCODE TO E-SQLCODE
                IF RELIURE-ECRITE
                     MOVE "ERREUR MAJ ETAT EXEMPLAIRE" TO E-LIBELLE
                ELSE
                     MOVE "ERREUR CLOTURE RELIURE" TO E-LIBELLE
                END-IF
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-RETOURS

      * LE TITRE REVIENT EN RAYON : S'IL EST RÉSERVÉ, LA PLUS ANCIENNE
      * RÉSERVATION EN ATTENTE EN PROFITE, COMME AU GUICHET
                PERFORM 0450-AVIS-MISE-A-DISPOSITION-DEB
                   THRU 0450-AVIS-MISE-A-DISPOSITION-FIN
           END-IF

           END-IF.
       0400-TRAITEMENT-RETOUR-FIN.

       0450-AVIS-MISE-A-DISPOSITION-DEB.
      * RECHERCHE DE LA RÉSERVATION EN ATTENTE LA PLUS ANCIENNE POUR CE
      * TITRE : LES NUMÉROS DE RÉSERVATION CROISSENT DANS L'ORDRE DE
      * SAISIE, MIN() DONNE DONC LE PREMIER ARRIVÉ
           EXEC SQL
              SELECT COUNT(*) INTO :S-RESERVATION-COUNT
              FROM reservations
              WHERE isbn = :S-CODE-ISBN AND statut = 'A'
           END-EXEC

           IF S-RESERVATION-COUNT NOT = 0

           EXEC SQL
              SELECT MIN(id_reservation) INTO :S-ID-RESERVATION
              FROM reservations
              WHERE isbn = :S-CODE-ISBN AND statut = 'A'
           END-EXEC

           EXEC SQL
              SELECT r.id_membre, a.nom, d.id_membre, d.nom,
                     d.adresse, r.date_reservation,
                     COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                     COALESCE(d.canal_prefere, ' ')
                INTO :S-ID-MEMBRE-RESERV, :S-NOM-BENEFICIAIRE,
                     :S-ID-DESTINATAIRE, :S-NOM-MEMBRE,
                     :S-ADRESSE-MEMBRE, :S-DATE-RESERVATION,
                     :S-EMAIL, :S-MOBILE, :S-CANAL-PREFERE
              FROM reservations r
              JOIN adherents a ON a.id_membre = r.id_membre
              JOIN adherents d ON d.id_membre =
                   CASE WHEN a.id_garant IS NOT NULL
                         AND (a.code_categorie = 'E'
                              OR a.date_naissance > :S-DATE-MAJORITE)
                        THEN a.id_garant
                        ELSE a.id_membre END
              WHERE r.id_reservation = :S-ID-RESERVATION
           END-EXEC

           EXEC SQL
              UPDATE reservations
                 SET statut = 'P',
                     date_disponible = :S-DATE-MVT
              WHERE id_reservation = :S-ID-RESERVATION
           END-EXEC

           IF SQLCODE = 0
                MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE
                MOVE S-EMAIL         TO N-EMAIL
                MOVE S-MOBILE        TO N-MOBILE
                CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
                   N-CANAL-RETENU, N-COORDONNEE
                IF CANAL-ELECTRONIQUE
                     PERFORM 0460-ECRITURE-MESSAGE-DEB
                        THRU 0460-ECRITURE-MESSAGE-FIN
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
           END-IF

           END-IF.
       0450-AVIS-MISE-A-DISPOSITION-FIN.

       0460-ECRITURE-MESSAGE-DEB.
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
           MOVE "RELIURE" TO MS-PROGRAMME.
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
       0460-ECRITURE-MESSAGE-FIN.

       0600-EDITION-RETARDS-DEB.
      * ÉTAT DES LIVRES RESTÉS TROP LONGTEMPS À LA RELIURE : CEUX
      * QUI ATTENDENT ENCORE LEUR ENVOI ET CEUX QUE LE RELIEUR N'A
      * PAS RENDUS
           OPEN OUTPUT FICHIER-RETARDS.

           MOVE S-SEUIL-JOURS     TO R-TRE-SEUIL.
           MOVE S-DATE-TRAITEMENT TO R-TRE-DATE.
           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-SEPARATION.
           IF NOT F-RETARDS-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER RETARDS - STATUT "
                   F-RETARDS-STATUS
           END-IF.
           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-TITRE-RETARDS.
           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-ENTETE-RETARDS.

           EXEC SQL
              OPEN C-RETARDS
           END-EXEC

           EXEC SQL
              FETCH C-RETARDS INTO :S-CODE-BARRES, :S-CODE-ISBN,
                 :S-TITRE, :S-DATE-DEPOT, :S-DATE-ENVOI, :S-NB-JOURS
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-CODE-BARRES TO R-DRE-CODE-BARRES
                MOVE S-CODE-ISBN   TO R-DRE-ISBN
                MOVE S-TITRE       TO R-DRE-TITRE
                IF S-DATE-ENVOI = SPACE
                     MOVE "A ENVOYER"    TO R-DRE-SITUATION
                     MOVE S-DATE-DEPOT   TO R-DRE-DATE
                ELSE
                     MOVE "CHEZ RELIEUR" TO R-DRE-SITUATION
                     MOVE S-DATE-ENVOI   TO R-DRE-DATE
                END-IF
                MOVE S-NB-JOURS    TO R-DRE-JOURS
                WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-DETAIL-RETARDS
                ADD 1 TO C-RELIURES-EN-RETARD

           EXEC SQL
              FETCH C-RETARDS INTO :S-CODE-BARRES, :S-CODE-ISBN,
                 :S-TITRE, :S-DATE-DEPOT, :S-DATE-ENVOI, :S-NB-JOURS
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-RETARDS : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-RETARDS
           END-EXEC.

           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-VIDE.
           MOVE "RELIURES EN RETARD" TO R-TOT-LIBELLE.
           MOVE C-RELIURES-EN-RETARD TO R-TOT-NB.
           WRITE LIGNE-FICHIER-RETARDS FROM R-LIGNE-TOTAL.
           CLOSE FICHIER-RETARDS.
       0600-EDITION-RETARDS-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - RELIURE".
           DISPLAY "=========================================".
           DISPLAY " LIGNES LUES          : " C-LUS.
           DISPLAY " ENVOIS AU RELIEUR    : " C-ENVOIS.
           DISPLAY " RETOURS DE L'ATELIER : " C-RETOURS.
           DISPLAY " LIGNES REJETÉES      : " C-REJETES.
           DISPLAY " AVIS DE RETRAIT ÉMIS : " C-AVIS-EMIS.
           DISPLAY " AVIS E-MAIL / SMS    : " C-MESSAGES-EMIS.
           DISPLAY " RELIURES EN RETARD   : " C-RELIURES-EN-RETARD.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
