       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calendrier.

      * CHARGEMENT DU CALENDRIER ANNUEL DES FERMETURES PAR SITE
      * (DIMANCHES, JOURS FÉRIÉS, FERMETURE ANNUELLE D'AOÛT...) DANS
      * LA TABLE fermetures. LE GUICHET Y REPORTE LES ÉCHÉANCES AU
      * PREMIER JOUR D'OUVERTURE, LES AMENDES ET LES RELANCES N'Y
      * COMPTENT QUE LES JOURS OUVERTS. UNE FERMETURE DÉJÀ CONNUE
      * EST IGNORÉE, CE QUI PERMET DE RECHARGER LE FICHIER CORRIGÉ.
      * POUR CHAQUE FERMETURE NOUVELLE, LES PRÊTS OUVERTS DONT
      * L'ÉCHÉANCE TOMBE CE JOUR-LÀ SUR CE SITE SONT LISTÉS : LEUR
      * DATE A ÉTÉ CALCULÉE AVANT QUE LA FERMETURE SOIT CONNUE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CALENDRIER ASSIGN TO 'calendrier-input.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CALENDRIER-STATUS.

           SELECT FICHIER-EXCEPTIONS
              ASSIGN TO 'calendrier-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-EXCEPTIONS-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO 'calendrier-rapport.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * UNE LIGNE PAR JOUR DE FERMETURE ET PAR SITE :
      * 'PRI20260815ASSOMPTION'
       FD FICHIER-CALENDRIER.
       01 LIGNE-FICHIER-CALENDRIER.
           05 F-CODE-SITE             PIC X(03).
           05 F-DATE-FERMETURE        PIC X(08).
           05 F-LIBELLE-FERMETURE     PIC X(30).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
           05 E-CODE-SITE             PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-DATE-FERMETURE        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-SQLCODE               PIC -(6)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-CODE-MOTIF            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-LIBELLE               PIC X(30).

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(110).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-CODE-SITE                PIC X(03).
       01 S-DATE-FERMETURE           PIC X(08).
       01 S-LIBELLE-FERMETURE        PIC X(30).
       01 S-FERMETURE-COUNT          PIC 9(10).

      * PRÊT OUVERT DONT L'ÉCHÉANCE TOMBE SUR LA FERMETURE
       01 S-ID-EMPRUNT               PIC 9(10).
       01 S-ID-MEMBRE                PIC X(10).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-CODE-BARRES              PIC X(13).
       01 S-TITRE                    PIC X(50).

      * DATE DU RUN : DATE DE CHARGEMENT ET BAC DE RECYCLAGE
       01 S-DATE-TRAITEMENT          PIC X(08).

      * ZONES DU BAC DE RECYCLAGE DES REJETS : CODE MOTIF NORMALISÉ,
      * CLÉ DE LA LIGNE ET IMAGE COMPLÈTE POUR LA RESSAISIE. CODES
      * COMMUNS AUX CHARGEURS : M1NN CONTRÔLES MÉTIER, M2NN
      * CONTRÔLES DE FORME, M900 ERREUR SQL
       01 S-CODE-MOTIF               PIC X(04).
       01 S-CLE-REJET                PIC X(26).
       01 S-IMAGE-REJET              PIC X(200).
       01 S-REJET-COUNT              PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * PRÊTS OUVERTS DU SITE DONT L'ÉCHÉANCE TOMBE SUR LA FERMETURE
      * QUI VIENT D'ÊTRE CHARGÉE. LE SITE DU PRÊT EST CELUI DE
      * L'EXEMPLAIRE, COMME AU GUICHET
       EXEC SQL
          DECLARE C-PRETS-IMPACTES CURSOR FOR
             SELECT e.id_emprunt, e.id_membre, COALESCE(a.nom, ' '),
                    e.code_barres, COALESCE(l.titre, ' ')
               FROM emprunts e
               JOIN exemplaires ex ON ex.code_barres = e.code_barres
               LEFT JOIN adherents a ON a.id_membre = e.id_membre
               LEFT JOIN livres l ON l.isbn = e.isbn
              WHERE e.date_retour_effective IS NULL
                AND e.date_retour_prevue = :S-DATE-FERMETURE
                AND COALESCE(ex.localisation, 'PRI') = :S-CODE-SITE
              ORDER BY e.id_membre, e.id_emprunt
       END-EXEC.


       01  F-CALENDRIER-STATUS        PIC X(02) VALUE SPACE.
           88 F-CALENDRIER-STATUS-OK  VALUE '00'.
           88 F-CALENDRIER-STATUS-EOF VALUE '10'.

       01  F-EXCEPTIONS-STATUS        PIC X(02) VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK  VALUE '00'.

       01  F-RAPPORT-STATUS           PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK     VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
      * AUX CHARGEURS (DATES CALENDRIER, CLÉ ISBN)
       01  V-TYPE-CONTROLE           PIC X(01).
       01  V-VALEUR-CONTROLE         PIC X(13).
       01  V-RESULTAT-CONTROLE       PIC X(01).
           88 CONTROLE-VALIDE        VALUE 'O'.
           88 CONTROLE-INVALIDE      VALUE 'N'.

      * CLÉ DU BAC DE RECYCLAGE : SITE PUIS DATE DE FERMETURE
       01  S-CLE-FERMETURE.
           05 S-CLE-CODE-SITE        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 S-CLE-DATE-FERMETURE   PIC X(08).

      * LIGNES D'ÉDITION DU RAPPORT DES PRÊTS À ÉCHÉANCE FERMÉE
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-SECTION           PIC X(110).
       01  R-LIGNE-FERMETURE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FER-CODE-SITE        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FER-DATE             PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FER-LIBELLE          PIC X(30).
       01  R-LIGNE-DETAIL.
           05 FILLER                 PIC X(05) VALUE SPACE.
           05 R-DET-ID-MEMBRE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-NOM              PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-CODE-BARRES      PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-TITRE            PIC X(38).

      * LA FERMETURE EN COURS A-T-ELLE DÉJÀ SON EN-TÊTE AU RAPPORT
       01  S-ENTETE-ECRITE           PIC X(01) VALUE 'N'.
           88 ENTETE-ECRITE          VALUE 'O'.

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-LUS                     PIC 9(10) VALUE ZERO.
       01  C-INSERES                 PIC 9(10) VALUE ZERO.
       01  C-DEJA-CONNUS             PIC 9(10) VALUE ZERO.
       01  C-REJETES                 PIC 9(10) VALUE ZERO.
       01  C-REJETS-SOLDES           PIC 9(10) VALUE ZERO.
       01  C-PRETS-IMPACTES          PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0100-LECTURE-ET-INSERTION-DONNEES-DEB
              THRU 0100-LECTURE-ET-INSERTION-DONNEES-FIN

           PERFORM 0900-RAPPORT-CONTROLE-DEB
              THRU 0900-RAPPORT-CONTROLE-FIN

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0100-LECTURE-ET-INSERTION-DONNEES-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FICHIER-CALENDRIER.
           OPEN OUTPUT FICHIER-EXCEPTIONS.
           OPEN OUTPUT FICHIER-RAPPORT.

           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           MOVE " PRETS OUVERTS DONT L'ECHEANCE TOMBE SUR UNE FERMETURE"
             TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           IF NOT F-RAPPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE RAPPORT - STATUT "
                   F-RAPPORT-STATUS
           END-IF.

             PERFORM UNTIL F-CALENDRIER-STATUS-EOF
               READ FICHIER-CALENDRIER
                  NOT AT END

                    MOVE F-CODE-SITE          TO S-CODE-SITE
                    MOVE F-DATE-FERMETURE     TO S-DATE-FERMETURE
                    MOVE F-LIBELLE-FERMETURE  TO S-LIBELLE-FERMETURE

                    MOVE LIGNE-FICHIER-CALENDRIER TO S-IMAGE-REJET

               END-READ

           IF F-CALENDRIER-STATUS-OK

                ADD 1 TO C-LUS
                PERFORM 0120-TRAITEMENT-LIGNE-DEB
                   THRU 0120-TRAITEMENT-LIGNE-FIN

           END-IF

             END-PERFORM.
           CLOSE FICHIER-CALENDRIER.
           CLOSE FICHIER-EXCEPTIONS.
           CLOSE FICHIER-RAPPORT.

           EXEC SQL COMMIT WORK END-EXEC.
       0100-LECTURE-ET-INSERTION-DONNEES-FIN.

       0120-TRAITEMENT-LIGNE-DEB.
           MOVE S-CODE-SITE      TO S-CLE-CODE-SITE
           MOVE S-DATE-FERMETURE TO S-CLE-DATE-FERMETURE
           MOVE S-CLE-FERMETURE  TO S-CLE-REJET

      * CONTRÔLE DE FORME : LA DATE DE FERMETURE DOIT ÊTRE UNE DATE
      * CALENDRIER, SINON ELLE NE CORRESPONDRAIT À AUCUNE ÉCHÉANCE
           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-FERMETURE TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
                MOVE S-CODE-SITE      TO E-CODE-SITE
                MOVE S-DATE-FERMETURE TO E-DATE-FERMETURE
                MOVE ZERO             TO E-SQLCODE
                MOVE "M201"           TO S-CODE-MOTIF
                MOVE "DATE FERMETURE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * UNE FERMETURE SANS SITE NE S'APPLIQUERAIT À AUCUN GUICHET
           IF S-CODE-SITE = SPACE
                MOVE S-CODE-SITE      TO E-CODE-SITE
                MOVE S-DATE-FERMETURE TO E-DATE-FERMETURE
                MOVE ZERO             TO E-SQLCODE
                MOVE "M203"           TO S-CODE-MOTIF
                MOVE "CODE SITE ABSENT" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * UNE FERMETURE DÉJÀ CONNUE N'EST NI RECHARGÉE NI RAPPORTÉE
           EXEC SQL
              SELECT COUNT(*) INTO :S-FERMETURE-COUNT FROM fermetures
              WHERE code_site = :S-CODE-SITE
                AND date_fermeture = :S-DATE-FERMETURE
           END-EXEC

           IF S-FERMETURE-COUNT NOT = 0
                ADD 1 TO C-DEJA-CONNUS
                PERFORM 0160-SOLDE-REJET-DEB
                   THRU 0160-SOLDE-REJET-FIN
           ELSE

      * POINT DE REPRISE AVANT L'ÉCRITURE DE LA FERMETURE
           EXEC SQL
              SAVEPOINT SP_FERMETURE
           END-EXEC

           EXEC SQL
              INSERT INTO fermetures (code_site, date_fermeture,
                   libelle, date_chargement)
              VALUES (:S-CODE-SITE, :S-DATE-FERMETURE,
                     :S-LIBELLE-FERMETURE, :S-DATE-TRAITEMENT)
           END-EXEC

           IF SQLCODE NOT = 0
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_FERMETURE
           END-EXEC
                MOVE S-CODE-SITE      TO E-CODE-SITE
                MOVE S-DATE-FERMETURE TO E-DATE-FERMETURE
                MOVE SQLCODE          TO E-SQLCODE
                MOVE "M900"           TO S-CODE-MOTIF
                MOVE "ERREUR INSERTION FERMETURE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-INSERES
                PERFORM 0160-SOLDE-REJET-DEB
                   THRU 0160-SOLDE-REJET-FIN
                PERFORM 0200-PRETS-IMPACTES-DEB
                   THRU 0200-PRETS-IMPACTES-FIN
           END-IF

           END-IF

           END-IF

           END-IF.
       0120-TRAITEMENT-LIGNE-FIN.

       0150-ECRITURE-EXCEPTION-DEB.
      * ÉCRITURE DE LA LIGNE DE REJET DANS LE FICHIER D'EXCEPTIONS, AVEC
      * CONTRÔLE DU STATUT POUR NE PAS PERDRE UN REJET EN SILENCE SI
      * L'ÉCRITURE ELLE-MÊME ÉCHOUE (DISQUE PLEIN, DROITS...)
           MOVE S-CODE-MOTIF TO E-CODE-MOTIF.
           WRITE LIGNE-FICHIER-EXCEPTIONS.
           IF NOT F-EXCEPTIONS-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER EXCEPTIONS - STATUT "
                   F-EXCEPTIONS-STATUS
           END-IF.

      * LE REJET EST AUSSI VERSÉ AU BAC DE RECYCLAGE EN BASE, QUI
      * SURVIT À L'ÉCRASEMENT DU FICHIER D'EXCEPTIONS AU PROCHAIN
      * RUN. UNE SEULE LIGNE ACTIVE PAR CLÉ : UN NOUVEAU REJET DE LA
      * MÊME LIGNE REMPLACE L'ANCIEN
           EXEC SQL
              DELETE FROM rejets
              WHERE programme = 'CALENDRIER'
                AND cle = :S-CLE-REJET
                AND statut = 'A'
           END-EXEC.
           EXEC SQL
              INSERT INTO rejets (programme, date_rejet, code_motif,
                   cle, image, statut)
              VALUES ('CALENDRIER', :S-DATE-TRAITEMENT,
                     :S-CODE-MOTIF, :S-CLE-REJET, :S-IMAGE-REJET,
                     'A')
           END-EXEC.
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR ECRITURE BAC DE RECYCLAGE SQLCODE "
                   SQLCODE
           END-IF.
       0150-ECRITURE-EXCEPTION-FIN.

       0160-SOLDE-REJET-DEB.
      * LA LIGNE EST PASSÉE : SI UN REJET ACTIF ATTENDAIT CETTE CLÉ
      * DANS LE BAC DE RECYCLAGE, IL EST SOLDÉ
           EXEC SQL
              SELECT COUNT(*) INTO :S-REJET-COUNT FROM rejets
              WHERE programme = 'CALENDRIER'
                AND cle = :S-CLE-REJET
                AND statut = 'A'
           END-EXEC
           IF S-REJET-COUNT NOT = 0
           EXEC SQL
              UPDATE rejets
                 SET statut = 'C',
                     date_correction = :S-DATE-TRAITEMENT
               WHERE programme = 'CALENDRIER'
                 AND cle = :S-CLE-REJET
                 AND statut = 'A'
           END-EXEC
                IF SQLCODE = 0
                     ADD 1 TO C-REJETS-SOLDES
                ELSE
                     DISPLAY " ERREUR SOLDE BAC DE RECYCLAGE SQLCODE "
                        SQLCODE
                END-IF
           END-IF.
       0160-SOLDE-REJET-FIN.

       0200-PRETS-IMPACTES-DEB.
      * LISTE DES PRÊTS OUVERTS DONT L'ÉCHÉANCE TOMBE SUR LA
      * FERMETURE NOUVELLE : LE GUICHET PRÉVIENT LES LECTEURS OU
      * PROLONGE. L'EN-TÊTE DE LA FERMETURE N'EST ÉCRIT QUE SI AU
      * MOINS UN PRÊT EST CONCERNÉ
           MOVE 'N' TO S-ENTETE-ECRITE.

           EXEC SQL
              OPEN C-PRETS-IMPACTES
           END-EXEC

           EXEC SQL
              FETCH C-PRETS-IMPACTES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-MEMBRE, :S-CODE-BARRES, :S-TITRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                IF NOT ENTETE-ECRITE
                     MOVE S-CODE-SITE         TO R-FER-CODE-SITE
                     MOVE S-DATE-FERMETURE    TO R-FER-DATE
                     MOVE S-LIBELLE-FERMETURE TO R-FER-LIBELLE
                     WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-FERMETURE
                     MOVE 'O' TO S-ENTETE-ECRITE
                END-IF

                MOVE S-ID-MEMBRE   TO R-DET-ID-MEMBRE
                MOVE S-NOM-MEMBRE  TO R-DET-NOM
                MOVE S-CODE-BARRES TO R-DET-CODE-BARRES
                MOVE S-TITRE       TO R-DET-TITRE
                WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-DETAIL
                ADD 1 TO C-PRETS-IMPACTES

           EXEC SQL
              FETCH C-PRETS-IMPACTES INTO :S-ID-EMPRUNT, :S-ID-MEMBRE,
                 :S-NOM-MEMBRE, :S-CODE-BARRES, :S-TITRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-PRETS-IMPACTES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-PRETS-IMPACTES
           END-EXEC.
       0200-PRETS-IMPACTES-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - CALENDRIER FERMETURES".
           DISPLAY "=========================================".
           DISPLAY " LIGNES LUES          : " C-LUS.
           DISPLAY " FERMETURES AJOUTÉES  : " C-INSERES.
           DISPLAY " DÉJÀ CONNUES         : " C-DEJA-CONNUS.
           DISPLAY " LIGNES REJETÉES      : " C-REJETES.
           DISPLAY " REJETS SOLDÉS        : " C-REJETS-SOLDES.
           DISPLAY " PRÊTS À ÉCHÉANCE FERMÉE : " C-PRETS-IMPACTES.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
