       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnqueteAnnuelle.

      * ENQUÊTE ANNUELLE D'ACTIVITÉ DES BIBLIOTHÈQUES POUR LE
      * MINISTÈRE DE LA CULTURE, À PRODUIRE EN JANVIER POUR L'ANNÉE
      * ÉCOULÉE : FONDS AU 31 DÉCEMBRE PAR TYPE DE DOCUMENT ET GENRE,
      * TITRES ET EXEMPLAIRES ACQUIS ET ÉLIMINÉS DANS L'ANNÉE,
      * EMPRUNTEURS ACTIFS PAR CATÉGORIE ET TRANCHE D'ÂGE, PRÊTS PAR
      * SITE, PRÊTS ENTRE BIBLIOTHÈQUES CONSENTIS ET REÇUS, JOURS
      * D'OUVERTURE PAR SITE.
      * LES PRÊTS DE L'ANNÉE SONT PRIS DANS LA TABLE DES EMPRUNTS ET
      * DANS LE FICHIER D'ARCHIVE, POUR QUE L'ARCHIVAGE N'EN FASSE
      * PERDRE AUCUN ; UN TABLEAU MOIS PAR MOIS PERMET DE LES
      * RAPPROCHER DES ÉTATS STATISTIQUES MENSUELS DE LA MÊME ANNÉE.
      * SORTIES : UN ÉTAT IMPRIMABLE ET LE FICHIER D'IMPORT DE
      * L'ENQUÊTE (EN-TÊTE, UNE LIGNE PAR INDICATEUR, PIED DE
      * CONTRÔLE). L'ANNÉE (AAAA) EST PASSÉE EN PARAMÈTRE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PARAMETRES
              ASSIGN TO 'enquete-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT OPTIONAL FICHIER-ARCHIVE
              ASSIGN TO 'emprunts-archive.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ARCHIVE-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO 'enquete-rapport.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RAPPORT-STATUS.

           SELECT FICHIER-IMPORT ASSIGN TO 'enquete-import.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-IMPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ANNÉE DEMANDÉE (AAAA), PUIS CODE DE L'ÉTABLISSEMENT DANS LA
      * NOMENCLATURE DU MINISTÈRE (FACULTATIF)
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-ANNEE                 PIC X(04).
           05 P-CODE-BIBLIO           PIC X(05).

      * MÊMES DESSINS QUE DANS LE BATCH D'ARCHIVAGE : '1' EN-TÊTE DE
      * RUN, 'E' EMPRUNT ARCHIVÉ, '9' PIED DE RUN. SEULS LES BLOCS
      * MUNIS DE LEUR PIED SONT EXPLOITÉS
       FD FICHIER-ARCHIVE.
       01 LIGNE-FICHIER-ARCHIVE      PIC X(100).

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(110).

       FD FICHIER-IMPORT.
       01 LIGNE-FICHIER-IMPORT       PIC X(80).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-DATE-DEBUT               PIC X(08).
       01 S-DATE-FIN                 PIC X(08).
       01 S-ANNEE-NUM                PIC 9(04).
       01 S-NB-JOURS-ANNEE           PIC 9(03).

      * PRÊT ARCHIVÉ VERSÉ À LA TABLE DE TRAVAIL
       01 S-ID-EMPRUNT               PIC 9(10).
       01 S-CODE-ISBN                PIC X(13).
       01 S-CODE-BARRES              PIC X(13).
       01 S-ID-MEMBRE                PIC X(10).
       01 S-DATE-EMPRUNT             PIC X(08).

      * TOTAUX DE L'ANNÉE
       01 S-NB-PRETS                 PIC 9(10).
       01 S-NB-PRETS-TABLE           PIC 9(10).
       01 S-NB-PRETS-ARCHIVE         PIC 9(10).
       01 S-NB-ACTIFS                PIC 9(10).
       01 S-FONDS-TITRES             PIC 9(10).
       01 S-FONDS-EXEMPLAIRES        PIC 9(10).
       01 S-ACQUIS-TITRES            PIC 9(10).
       01 S-ACQUIS-EXEMPLAIRES       PIC 9(10).
       01 S-ELIMINES-TITRES          PIC 9(10).
       01 S-ELIMINES-EXEMPLAIRES     PIC 9(10).
       01 S-PEB-PRETES               PIC 9(10).
       01 S-PEB-EMPRUNTES            PIC 9(10).

      * LIGNES DE VENTILATION LUES PAR LES CURSEURS
       01 S-TYPE-DOCUMENT            PIC X(01).
       01 S-GENRE                    PIC X(50).
       01 S-NB-TITRES                PIC 9(10).
       01 S-NB-EXEMPLAIRES           PIC 9(10).
       01 S-CODE-CATEGORIE           PIC X(01).
       01 S-TRANCHE-AGE              PIC X(05).
       01 S-CODE-SITE                PIC X(03).
       01 S-MOIS                     PIC X(06).
       01 S-NB-LIGNE                 PIC 9(10).
       01 S-NB-LIGNE-TABLE           PIC 9(10).
       01 S-NB-LIGNE-ARCHIVE         PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * FONDS AU 31 DÉCEMBRE : EXEMPLAIRES ACQUIS AU PLUS TARD CE
      * JOUR-LÀ ET PAS ENCORE PERDUS NI RETIRÉS À CETTE DATE (UN
      * EXEMPLAIRE PERDU OU RETIRÉ DEPUIS L'A ÉTÉ APRÈS LE 31, SA
      * DERNIÈRE MISE À JOUR FAISANT FOI). LES EXEMPLAIRES
      * TEMPORAIRES EMPRUNTÉS AU RÉSEAU NE SONT PAS À NOUS. UN TITRE
      * SANS TYPE EST UN LIVRE
       EXEC SQL
          DECLARE C-FONDS CURSOR FOR
             SELECT COALESCE(l.type_document, 'L'),
                    COALESCE(g.genre, 'NON RENSEIGNE'),
                    COUNT(DISTINCT x.isbn), COUNT(*)
               FROM exemplaires x
               JOIN livres l ON l.isbn = x.isbn
               LEFT JOIN genre g ON g.id_genre = l.id_genre
              WHERE COALESCE(x.date_acquisition, ' ') <= :S-DATE-FIN
                AND (x.etat NOT IN ('P', 'R')
                     OR x.date_maj > :S-DATE-FIN)
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
              GROUP BY 1, 2
              ORDER BY 1, 2
       END-EXEC.

      * EMPRUNTEURS ACTIFS : ADHÉRENTS AYANT EMPRUNTÉ AU MOINS UNE
      * FOIS DANS L'ANNÉE, PAR CATÉGORIE ET PAR TRANCHE D'ÂGE AU 31
      * DÉCEMBRE. UN ADHÉRENT PURGÉ DEPUIS OU SANS DATE DE NAISSANCE
      * TOMBE DANS LES LIGNES NON RENSEIGNÉES
       EXEC SQL
          DECLARE C-ACTIFS CURSOR FOR
             SELECT COALESCE(a.code_categorie, '-'),
                    CASE WHEN a.date_naissance IS NULL THEN 'NR'
                         WHEN :S-ANNEE-NUM - CAST(SUBSTR(
                              a.date_naissance, 1, 4) AS INTEGER)
                              < 15 THEN '00-14'
                         WHEN :S-ANNEE-NUM - CAST(SUBSTR(
                              a.date_naissance, 1, 4) AS INTEGER)
                              < 25 THEN '15-24'
                         WHEN :S-ANNEE-NUM - CAST(SUBSTR(
                              a.date_naissance, 1, 4) AS INTEGER)
                              < 65 THEN '25-64'
                         ELSE '65+' END,
                    COUNT(*)
               FROM (SELECT DISTINCT p.id_membre
                       FROM enquete_prets p) m
               LEFT JOIN adherents a ON a.id_membre = m.id_membre
              GROUP BY 1, 2
              ORDER BY 1, 2
       END-EXEC.

      * PRÊTS DE L'ANNÉE PAR SITE DE L'EXEMPLAIRE
       EXEC SQL
          DECLARE C-SITES CURSOR FOR
             SELECT COALESCE(x.localisation, 'PRI'), COUNT(*)
               FROM enquete_prets p
               LEFT JOIN exemplaires x ON x.code_barres = p.code_barres
              GROUP BY 1
              ORDER BY 1
       END-EXEC.

      * JOURS D'OUVERTURE PAR SITE : JOURS DE L'ANNÉE MOINS LES
      * FERMETURES DU CALENDRIER. LES SITES SONT CEUX QUI PORTENT DES
      * EXEMPLAIRES OU DES FERMETURES
       EXEC SQL
          DECLARE C-OUVERTURE CURSOR FOR
             SELECT s.code_site, :S-NB-JOURS-ANNEE -
                    (SELECT COUNT(*) FROM fermetures f
                      WHERE f.code_site = s.code_site
                        AND f.date_fermeture >= :S-DATE-DEBUT
                        AND f.date_fermeture <= :S-DATE-FIN)
               FROM (SELECT COALESCE(localisation, 'PRI')
                            AS code_site
                       FROM exemplaires
                     UNION
                     SELECT code_site FROM fermetures) s
              ORDER BY 1
       END-EXEC.

      * PRÊTS MOIS PAR MOIS, EN TABLE ET EN ARCHIVE : LE TOTAL DE
      * CHAQUE MOIS EST CELUI DE L'ÉTAT STATISTIQUE MENSUEL
       EXEC SQL
          DECLARE C-MOIS CURSOR FOR
             SELECT SUBSTR(p.date_emprunt, 1, 6),
                    SUM(CASE WHEN p.origine = 'T' THEN 1 ELSE 0 END),
                    SUM(CASE WHEN p.origine = 'A' THEN 1 ELSE 0 END),
                    COUNT(*)
               FROM enquete_prets p
              GROUP BY 1
              ORDER BY 1
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-ARCHIVE-STATUS          PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK    VALUE '00'.
           88 F-ARCHIVE-STATUS-EOF   VALUE '10'.
      * '05' = FICHIER OPTIONNEL ABSENT (RIEN ENCORE ARCHIVÉ)
           88 F-ARCHIVE-OUVERTE      VALUES '00' '05'.

       01  F-RAPPORT-STATUS           PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK     VALUE '00'.

       01  F-IMPORT-STATUS            PIC X(02) VALUE SPACE.
           88 F-IMPORT-STATUS-OK      VALUE '00'.

       01  S-ANNEE-DEMANDEE          PIC X(04) VALUE SPACE.
       01  S-CODE-BIBLIO             PIC X(05) VALUE "BM001".
       01  S-DATE-TRAITEMENT         PIC X(08) VALUE SPACE.
       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * UNE ENQUÊTE SANS LES PRÊTS ARCHIVÉS SERAIT FAUSSE : SI LE
      * FICHIER D'ARCHIVE N'A PAS PU ÊTRE RELU, L'ÉTAT LE SIGNALE
      * ET LE RUN REND UN CODE RETOUR 16
       01  S-ARCHIVE-LISIBLE         PIC X(01) VALUE 'O'.
           88 ARCHIVE-LISIBLE        VALUE 'O'.

      * LES TOTAUX DES VENTILATIONS RETOMBENT-ILS SUR LE TOTAL
       01  S-EQUILIBRE               PIC X(01) VALUE 'O'.
           88 ENQUETE-EQUILIBREE     VALUE 'O'.

      * REPÉRAGE DES BLOCS DU FICHIER D'ARCHIVE MUNIS DE LEUR PIED DE
      * CONTRÔLE : SEULS CES BLOCS SONT EXPLOITÉS EN RELECTURE
       01  T-BLOCS-VALIDES.
           05 T-BLOC-VALIDE          OCCURS 500 PIC X(01).
       01  S-NUMERO-BLOC             PIC 9(03) VALUE ZERO.
       01  C-MAX-BLOCS               PIC 9(03) VALUE 500.

       01  A-ENREG-LECTURE.
           05 A-LU-TYPE              PIC X(01).
           05 A-LU-ID-EMPRUNT        PIC X(10).
           05 A-LU-CODE-ISBN         PIC X(13).
           05 A-LU-CODE-BARRES       PIC X(13).
           05 A-LU-ID-MEMBRE         PIC X(10).
           05 A-LU-DATE-EMPRUNT      PIC X(08).
           05 A-LU-DATE-PREVUE       PIC X(08).
           05 A-LU-DATE-EFFECTIVE    PIC X(08).
           05 A-LU-NB-PROLONGATIONS  PIC X(03).

      * DESSINS DU FICHIER D'IMPORT DE L'ENQUÊTE : TYPE '1' EN-TÊTE,
      * TYPE '2' INDICATEUR AVEC SES DEUX NIVEAUX DE VENTILATION,
      * TYPE '9' PIED AVEC LE NOMBRE DE LIGNES ET LE TOTAL DES PRÊTS
       01  X-ENREG-ENTETE.
           05 FILLER                 PIC X(01) VALUE "1".
           05 X-EN-CODE-BIBLIO       PIC X(05).
           05 X-EN-ANNEE             PIC X(04).
           05 X-EN-DATE-CREATION     PIC X(08).
           05 X-EN-NB-PRETS          PIC 9(10).
       01  X-ENREG-LIGNE.
           05 FILLER                 PIC X(01) VALUE "2".
           05 X-LI-INDICATEUR        PIC X(06).
           05 X-LI-VENTILATION-1     PIC X(05).
           05 X-LI-VENTILATION-2     PIC X(50).
           05 X-LI-VALEUR            PIC 9(10).
       01  X-ENREG-PIED.
           05 FILLER                 PIC X(01) VALUE "9".
           05 X-PI-NB-LIGNES         PIC 9(06).
           05 X-PI-NB-PRETS          PIC 9(10).

      * PAGINATION DE L'ÉTAT : 55 LIGNES UTILES PAR PAGE
       01  C-LIGNES-PAR-PAGE         PIC 9(02) VALUE 55.
       01  C-LIGNES-PAGE             PIC 9(02) VALUE 99.
       01  C-NUMERO-PAGE             PIC 9(03) VALUE ZERO.

      * LIGNES D'ÉDITION
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.

      * SAUVEGARDE DE LA LIGNE EN COURS PENDANT L'EN-TÊTE DE PAGE
       01  S-LIGNE-SAUVE             PIC X(110) VALUE SPACE.
       01  R-LIGNE-TITRE-PAGE.
           05 FILLER                 PIC X(38) VALUE
              " ENQUETE ANNUELLE D'ACTIVITE -- ANNEE ".
           05 R-PAG-ANNEE            PIC X(04).
           05 FILLER                 PIC X(16) VALUE
              "  ETABLISSEMENT ".
           05 R-PAG-CODE-BIBLIO      PIC X(05).
           05 FILLER                 PIC X(33) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE "PAGE ".
           05 R-PAG-NUMERO           PIC ZZ9.
       01  R-LIGNE-SECTION           PIC X(110).
       01  R-LIGNE-COMPTEUR.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-CPT-LIBELLE          PIC X(45).
           05 R-CPT-VALEUR           PIC Z(09)9.
       01  R-LIGNE-ENTETE-FONDS.
           05 FILLER                 PIC X(49) VALUE
              "   TYPE GENRE".
           05 FILLER                 PIC X(22) VALUE
              "    TITRES EXEMPLAIRES".
       01  R-LIGNE-FONDS.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-FON-TYPE             PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FON-GENRE            PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FON-TITRES           PIC Z(09)9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-FON-EXEMPLAIRES      PIC Z(10)9.
       01  R-LIGNE-ENTETE-ACTIFS.
           05 FILLER                 PIC X(49) VALUE
              "   CATEGORIE            TRANCHE D'AGE".
           05 FILLER                 PIC X(10) VALUE
              " ADHERENTS".
       01  R-LIGNE-ACTIFS.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-ACT-CATEGORIE        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ACT-TRANCHE          PIC X(25).
           05 R-ACT-NB               PIC Z(09)9.
       01  R-LIGNE-ENTETE-MOIS.
           05 FILLER                 PIC X(49) VALUE
              "   MOIS".
           05 FILLER                 PIC X(33) VALUE
              "  EN TABLE ARCHIVES      TOTAL".
       01  R-LIGNE-MOIS.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-MOI-MOIS             PIC X(46).
           05 R-MOI-TABLE            PIC Z(09)9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MOI-ARCHIVE          PIC Z(07)9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MOI-TOTAL            PIC Z(09)9.

      * COMPTEURS DE CHARGEMENT ET DE CONTRÔLE DES VENTILATIONS
       01  C-ARCHIVES-LUS            PIC 9(10) VALUE ZERO.
       01  C-ARCHIVES-RETENUS        PIC 9(10) VALUE ZERO.
       01  C-ARCHIVES-DOUBLONS       PIC 9(10) VALUE ZERO.
       01  C-LIGNES-IMPORT           PIC 9(06) VALUE ZERO.
       01  C-TOTAL-FONDS             PIC 9(10) VALUE ZERO.
       01  C-TOTAL-ACTIFS            PIC 9(10) VALUE ZERO.
       01  C-TOTAL-SITES             PIC 9(10) VALUE ZERO.
       01  C-TOTAL-MOIS              PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           IF S-ANNEE-DEMANDEE = SPACE
                DISPLAY " ANNÉE ABSENTE OU INVALIDE DANS "
                   "enquete-parametres.txt - ARRÊT"
                MOVE 16 TO RETURN-CODE
           ELSE
                DISPLAY " CONNEXION À LA BASE DE DONNÉES..."
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC

                PERFORM 0100-CHARGEMENT-PRETS-DEB
                   THRU 0100-CHARGEMENT-PRETS-FIN

                PERFORM 0200-CALCUL-TOTAUX-DEB
                   THRU 0200-CALCUL-TOTAUX-FIN

                PERFORM 0300-EDITION-ENQUETE-DEB
                   THRU 0300-EDITION-ENQUETE-FIN

                IF NOT ARCHIVE-LISIBLE
                   OR NOT ENQUETE-EQUILIBREE
                     MOVE 16 TO RETURN-CODE
                END-IF

                PERFORM 0900-RAPPORT-CONTROLE-DEB
                   THRU 0900-RAPPORT-CONTROLE-FIN
           END-IF

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0050-LECTURE-PARAMETRES-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-ANNEE NUMERIC
                           AND P-ANNEE > "1900"
                             MOVE P-ANNEE TO S-ANNEE-DEMANDEE
                        END-IF
                        IF P-CODE-BIBLIO NOT = SPACE
                             MOVE P-CODE-BIBLIO TO S-CODE-BIBLIO
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

      * BORNES DE L'ANNÉE AU FORMAT AAAAMMJJ
           IF S-ANNEE-DEMANDEE NOT = SPACE
                MOVE S-ANNEE-DEMANDEE TO S-ANNEE-NUM
                STRING S-ANNEE-DEMANDEE "0101" DELIMITED BY SIZE
                   INTO S-DATE-DEBUT
                STRING S-ANNEE-DEMANDEE "1231" DELIMITED BY SIZE
                   INTO S-DATE-FIN
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-CHARGEMENT-PRETS-DEB.
      * TABLE DE TRAVAIL DES PRÊTS DE L'ANNÉE : D'ABORD CEUX ENCORE
      * EN TABLE, PUIS CEUX DÉJÀ PASSÉS À L'ARCHIVE. TOUTES LES
      * VENTILATIONS DE PRÊTS ET D'EMPRUNTEURS PARTENT DE CETTE TABLE
           EXEC SQL
              DELETE FROM enquete_prets
           END-EXEC

           EXEC SQL
              INSERT INTO enquete_prets (id_emprunt, isbn,
                   code_barres, id_membre, date_emprunt, origine)
              SELECT id_emprunt, isbn, code_barres, id_membre,
                     date_emprunt, 'T'
                FROM emprunts
               WHERE date_emprunt >= :S-DATE-DEBUT
                 AND date_emprunt <= :S-DATE-FIN
           END-EXEC
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
                DISPLAY " ERREUR CHARGEMENT DES EMPRUNTS SQLCODE "
                   SQLCODE
           END-IF

           PERFORM 0110-REPERAGE-BLOCS-DEB
              THRU 0110-REPERAGE-BLOCS-FIN

           IF ARCHIVE-LISIBLE
                PERFORM 0120-LECTURE-ARCHIVE-DEB
                   THRU 0120-LECTURE-ARCHIVE-FIN
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.
       0100-CHARGEMENT-PRETS-FIN.

       0110-REPERAGE-BLOCS-DEB.
      * PREMIÈRE PASSE SUR LE FICHIER D'ARCHIVE : NOTE QUELS BLOCS
      * POSSÈDENT LEUR PIED DE CONTRÔLE. LES LIGNES D'UN BLOC SANS
      * PIED (RUN INTERROMPU AVANT VALIDATION) SONT ENCORE EN TABLE
           MOVE ALL "N" TO T-BLOCS-VALIDES.
           MOVE ZERO TO S-NUMERO-BLOC.

           OPEN INPUT FICHIER-ARCHIVE.
           IF NOT F-ARCHIVE-OUVERTE
                DISPLAY " FICHIER ARCHIVE ILLISIBLE - STATUT "
                   F-ARCHIVE-STATUS
                MOVE 'N' TO S-ARCHIVE-LISIBLE
                GO TO 0110-REPERAGE-BLOCS-FIN
           END-IF.

             PERFORM UNTIL F-ARCHIVE-STATUS-EOF
               READ FICHIER-ARCHIVE INTO A-ENREG-LECTURE
                  NOT AT END
                    CONTINUE
               END-READ

           IF F-ARCHIVE-STATUS-OK

           EVALUATE A-LU-TYPE
              WHEN "1"
                   ADD 1 TO S-NUMERO-BLOC
                   IF S-NUMERO-BLOC > C-MAX-BLOCS
                        DISPLAY " TROP DE BLOCS DANS L'ARCHIVE ("
                           S-NUMERO-BLOC ") - BLOCS EXCEDENTAIRES"
                           " IGNORES"
                        MOVE 'N' TO S-ARCHIVE-LISIBLE
                   END-IF
              WHEN "9"
                   IF S-NUMERO-BLOC >= 1
                      AND S-NUMERO-BLOC <= C-MAX-BLOCS
                        MOVE "O" TO T-BLOC-VALIDE (S-NUMERO-BLOC)
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           END-IF

             END-PERFORM.
           CLOSE FICHIER-ARCHIVE.
       0110-REPERAGE-BLOCS-FIN.

       0120-LECTURE-ARCHIVE-DEB.
      * SECONDE PASSE : LES EMPRUNTS ARCHIVÉS DE L'ANNÉE, DANS LES
      * SEULS BLOCS VALIDÉS, REJOIGNENT LA TABLE DE TRAVAIL. UN
      * EMPRUNT DÉJÀ PRÉSENT N'EST PAS COMPTÉ DEUX FOIS
           MOVE ZERO TO S-NUMERO-BLOC.
           OPEN INPUT FICHIER-ARCHIVE.

             PERFORM UNTIL F-ARCHIVE-STATUS-EOF
               READ FICHIER-ARCHIVE INTO A-ENREG-LECTURE
                  NOT AT END
                    CONTINUE
               END-READ

           IF F-ARCHIVE-STATUS-OK

           IF A-LU-TYPE = "1"
                ADD 1 TO S-NUMERO-BLOC
           END-IF

           IF A-LU-TYPE = "E"
              AND S-NUMERO-BLOC >= 1
              AND S-NUMERO-BLOC <= C-MAX-BLOCS
              AND T-BLOC-VALIDE (S-NUMERO-BLOC) = "O"
              AND A-LU-DATE-EMPRUNT >= S-DATE-DEBUT
              AND A-LU-DATE-EMPRUNT <= S-DATE-FIN
                ADD 1 TO C-ARCHIVES-LUS
                MOVE A-LU-ID-EMPRUNT   TO S-ID-EMPRUNT
                MOVE A-LU-CODE-ISBN    TO S-CODE-ISBN
                MOVE A-LU-CODE-BARRES  TO S-CODE-BARRES
                MOVE A-LU-ID-MEMBRE    TO S-ID-MEMBRE
                MOVE A-LU-DATE-EMPRUNT TO S-DATE-EMPRUNT
           EXEC SQL
              INSERT INTO enquete_prets (id_emprunt, isbn,
                   code_barres, id_membre, date_emprunt, origine)
              SELECT :S-ID-EMPRUNT, :S-CODE-ISBN, :S-CODE-BARRES,
                     :S-ID-MEMBRE, :S-DATE-EMPRUNT, 'A'
               WHERE NOT EXISTS
                     (SELECT 1 FROM enquete_prets
                       WHERE id_emprunt = :S-ID-EMPRUNT)
           END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO C-ARCHIVES-RETENUS
                   WHEN 100
                        ADD 1 TO C-ARCHIVES-DOUBLONS
                   WHEN OTHER
                        DISPLAY " ERREUR CHARGEMENT ARCHIVE "
                           S-ID-EMPRUNT " SQLCODE " SQLCODE
                END-EVALUATE
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-ARCHIVE.
       0120-LECTURE-ARCHIVE-FIN.

       0200-CALCUL-TOTAUX-DEB.
      * TOTAUX DE L'ANNÉE : PRÊTS ET EMPRUNTEURS DEPUIS LA TABLE DE
      * TRAVAIL, FONDS, ACQUISITIONS ET ÉLIMINATIONS DEPUIS LES
      * EXEMPLAIRES, PRÊTS ENTRE BIBLIOTHÈQUES DEPUIS LEURS TABLES
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN origine = 'T'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN origine = 'A'
                                       THEN 1 ELSE 0 END), 0),
                     COUNT(DISTINCT id_membre)
                INTO :S-NB-PRETS, :S-NB-PRETS-TABLE,
                     :S-NB-PRETS-ARCHIVE, :S-NB-ACTIFS
              FROM enquete_prets
           END-EXEC

           EXEC SQL
              SELECT COUNT(DISTINCT x.isbn), COUNT(*)
                INTO :S-FONDS-TITRES, :S-FONDS-EXEMPLAIRES
              FROM exemplaires x
              WHERE COALESCE(x.date_acquisition, ' ') <= :S-DATE-FIN
                AND (x.etat NOT IN ('P', 'R')
                     OR x.date_maj > :S-DATE-FIN)
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
           END-EXEC

      * ACQUISITIONS : EXEMPLAIRES ENTRÉS DANS L'ANNÉE ; UN TITRE
      * N'EST ACQUIS QUE SI AUCUN EXEMPLAIRE N'EN EXISTAIT AVANT
           EXEC SQL
              SELECT COUNT(*) INTO :S-ACQUIS-EXEMPLAIRES
              FROM exemplaires x
              WHERE x.date_acquisition >= :S-DATE-DEBUT
                AND x.date_acquisition <= :S-DATE-FIN
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
           END-EXEC

           EXEC SQL
              SELECT COUNT(DISTINCT x.isbn) INTO :S-ACQUIS-TITRES
              FROM exemplaires x
              WHERE x.date_acquisition >= :S-DATE-DEBUT
                AND x.date_acquisition <= :S-DATE-FIN
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
                AND NOT EXISTS
                    (SELECT 1 FROM exemplaires y
                      WHERE y.isbn = x.isbn
                        AND y.date_acquisition < :S-DATE-DEBUT)
           END-EXEC

      * ÉLIMINATIONS : EXEMPLAIRES PERDUS OU RETIRÉS DANS L'ANNÉE ;
      * UN TITRE N'EST ÉLIMINÉ QUE S'IL NE LUI RESTE AUCUN EXEMPLAIRE
      * AU FONDS DU 31 DÉCEMBRE
           EXEC SQL
              SELECT COUNT(*) INTO :S-ELIMINES-EXEMPLAIRES
              FROM exemplaires x
              WHERE x.etat IN ('P', 'R')
                AND x.date_maj >= :S-DATE-DEBUT
                AND x.date_maj <= :S-DATE-FIN
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
           END-EXEC

           EXEC SQL
              SELECT COUNT(DISTINCT x.isbn) INTO :S-ELIMINES-TITRES
              FROM exemplaires x
              WHERE x.etat IN ('P', 'R')
                AND x.date_maj >= :S-DATE-DEBUT
                AND x.date_maj <= :S-DATE-FIN
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.code_barres_reseau = x.code_barres)
                AND NOT EXISTS
                    (SELECT 1 FROM exemplaires y
                      WHERE y.isbn = x.isbn
                        AND COALESCE(y.date_acquisition, ' ')
                            <= :S-DATE-FIN
                        AND (y.etat NOT IN ('P', 'R')
                             OR y.date_maj > :S-DATE-FIN))
           END-EXEC

      * PRÊTS ENTRE BIBLIOTHÈQUES : CONSENTIS = ENVOIS DE L'ANNÉE À
      * UNE AUTRE BIBLIOTHÈQUE, REÇUS = DEMANDES ACCEPTÉES DANS
      * L'ANNÉE PAR UNE BIBLIOTHÈQUE PRÊTEUSE
           EXEC SQL
              SELECT COUNT(*) INTO :S-PEB-PRETES
              FROM prets_reseau
              WHERE date_envoi >= :S-DATE-DEBUT
                AND date_envoi <= :S-DATE-FIN
           END-EXEC

           EXEC SQL
              SELECT COUNT(*) INTO :S-PEB-EMPRUNTES
              FROM prets_entrants
              WHERE statut IN ('A', 'V', 'C')
                AND date_reponse >= :S-DATE-DEBUT
                AND date_reponse <= :S-DATE-FIN
           END-EXEC

           EXEC SQL
              SELECT TO_DATE(:S-DATE-FIN, 'YYYYMMDD')
                     - TO_DATE(:S-DATE-DEBUT, 'YYYYMMDD') + 1
                INTO :S-NB-JOURS-ANNEE
           END-EXEC.
       0200-CALCUL-TOTAUX-FIN.

       0300-EDITION-ENQUETE-DEB.
           OPEN OUTPUT FICHIER-RAPPORT.
           OPEN OUTPUT FICHIER-IMPORT.
           MOVE S-ANNEE-DEMANDEE TO R-PAG-ANNEE.
           MOVE S-CODE-BIBLIO    TO R-PAG-CODE-BIBLIO.
           MOVE ZERO TO C-NUMERO-PAGE.
           MOVE 99 TO C-LIGNES-PAGE.

           MOVE S-CODE-BIBLIO     TO X-EN-CODE-BIBLIO.
           MOVE S-ANNEE-DEMANDEE  TO X-EN-ANNEE.
           MOVE S-DATE-TRAITEMENT TO X-EN-DATE-CREATION.
           MOVE S-NB-PRETS        TO X-EN-NB-PRETS.
           WRITE LIGNE-FICHIER-IMPORT FROM X-ENREG-ENTETE.
           IF NOT F-IMPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER IMPORT - STATUT "
                   F-IMPORT-STATUS
           END-IF.

           PERFORM 0310-SECTION-FONDS-DEB
              THRU 0310-SECTION-FONDS-FIN

           PERFORM 0320-SECTION-MOUVEMENTS-DEB
              THRU 0320-SECTION-MOUVEMENTS-FIN

           PERFORM 0330-SECTION-ACTIFS-DEB
              THRU 0330-SECTION-ACTIFS-FIN

           PERFORM 0340-SECTION-SITES-DEB
              THRU 0340-SECTION-SITES-FIN

           PERFORM 0350-SECTION-RESEAU-DEB
              THRU 0350-SECTION-RESEAU-FIN

           PERFORM 0360-SECTION-OUVERTURE-DEB
              THRU 0360-SECTION-OUVERTURE-FIN

           PERFORM 0370-SECTION-RAPPROCHEMENT-DEB
              THRU 0370-SECTION-RAPPROCHEMENT-FIN

      * PIED DU FICHIER D'IMPORT : NOMBRE DE LIGNES INDICATEURS ET
      * TOTAL DES PRÊTS, QUE LE MINISTÈRE RAPPROCHE DE L'EN-TÊTE
           MOVE C-LIGNES-IMPORT TO X-PI-NB-LIGNES.
           MOVE C-TOTAL-SITES   TO X-PI-NB-PRETS.
           WRITE LIGNE-FICHIER-IMPORT FROM X-ENREG-PIED.

           CLOSE FICHIER-IMPORT.
           CLOSE FICHIER-RAPPORT.
       0300-EDITION-ENQUETE-FIN.

       0310-SECTION-FONDS-DEB.
      * SECTION 1 : FONDS AU 31 DÉCEMBRE PAR TYPE ET GENRE
           MOVE " FONDS AU 31 DECEMBRE PAR TYPE DE DOCUMENT ET GENRE"
             TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.
           MOVE R-LIGNE-ENTETE-FONDS TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           EXEC SQL
              OPEN C-FONDS
           END-EXEC

           EXEC SQL
              FETCH C-FONDS INTO :S-TYPE-DOCUMENT, :S-GENRE,
                 :S-NB-TITRES, :S-NB-EXEMPLAIRES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-TYPE-DOCUMENT  TO R-FON-TYPE
                MOVE S-GENRE          TO R-FON-GENRE
                MOVE S-NB-TITRES      TO R-FON-TITRES
                MOVE S-NB-EXEMPLAIRES TO R-FON-EXEMPLAIRES
                MOVE R-LIGNE-FONDS TO LIGNE-FICHIER-RAPPORT
                PERFORM 0800-ECRITURE-LIGNE-DEB
                   THRU 0800-ECRITURE-LIGNE-FIN
                ADD S-NB-EXEMPLAIRES TO C-TOTAL-FONDS

                MOVE "FONTIT"        TO X-LI-INDICATEUR
                MOVE S-TYPE-DOCUMENT TO X-LI-VENTILATION-1
                MOVE S-GENRE         TO X-LI-VENTILATION-2
                MOVE S-NB-TITRES     TO X-LI-VALEUR
                PERFORM 0750-ECRITURE-IMPORT-DEB
                   THRU 0750-ECRITURE-IMPORT-FIN
                MOVE "FONEXE"        TO X-LI-INDICATEUR
                MOVE S-TYPE-DOCUMENT TO X-LI-VENTILATION-1
                MOVE S-GENRE         TO X-LI-VENTILATION-2
                MOVE S-NB-EXEMPLAIRES TO X-LI-VALEUR
                PERFORM 0750-ECRITURE-IMPORT-DEB
                   THRU 0750-ECRITURE-IMPORT-FIN

           EXEC SQL
              FETCH C-FONDS INTO :S-TYPE-DOCUMENT, :S-GENRE,
                 :S-NB-TITRES, :S-NB-EXEMPLAIRES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-FONDS : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-FONDS
           END-EXEC

      * TOTAUX DU FONDS : UN TITRE RANGÉ SOUS DEUX GENRES N'EST
      * COMPTÉ QU'UNE FOIS, D'OÙ UN TOTAL DE TITRES CALCULÉ À PART
           MOVE R-LIGNE-VIDE TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "TITRES AU FONDS" TO R-CPT-LIBELLE.
           MOVE S-FONDS-TITRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "EXEMPLAIRES AU FONDS" TO R-CPT-LIBELLE.
           MOVE S-FONDS-EXEMPLAIRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           IF C-TOTAL-FONDS NOT = S-FONDS-EXEMPLAIRES
                MOVE 'N' TO S-EQUILIBRE
                DISPLAY " ÉCART SUR LE FONDS : VENTILÉ " C-TOTAL-FONDS
                   " TOTAL " S-FONDS-EXEMPLAIRES
           END-IF.
       0310-SECTION-FONDS-FIN.

       0320-SECTION-MOUVEMENTS-DEB.
      * SECTION 2 : ACQUISITIONS ET ÉLIMINATIONS DE L'ANNÉE
           MOVE " ACQUISITIONS ET ELIMINATIONS DE L'ANNEE"
             TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.

           MOVE "TITRES ACQUIS" TO R-CPT-LIBELLE.
           MOVE S-ACQUIS-TITRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "ACQTIT"        TO X-LI-INDICATEUR.
           MOVE SPACE           TO X-LI-VENTILATION-1.
           MOVE SPACE           TO X-LI-VENTILATION-2.
           MOVE S-ACQUIS-TITRES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.

           MOVE "EXEMPLAIRES ACQUIS" TO R-CPT-LIBELLE.
           MOVE S-ACQUIS-EXEMPLAIRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "ACQEXE"             TO X-LI-INDICATEUR.
           MOVE S-ACQUIS-EXEMPLAIRES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.

           MOVE "TITRES ELIMINES" TO R-CPT-LIBELLE.
           MOVE S-ELIMINES-TITRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "ELITIT"          TO X-LI-INDICATEUR.
           MOVE S-ELIMINES-TITRES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.

           MOVE "EXEMPLAIRES ELIMINES (PERDUS, RETIRES)"
             TO R-CPT-LIBELLE.
           MOVE S-ELIMINES-EXEMPLAIRES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "ELIEXE"               TO X-LI-INDICATEUR.
           MOVE S-ELIMINES-EXEMPLAIRES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.
       0320-SECTION-MOUVEMENTS-FIN.

       0330-SECTION-ACTIFS-DEB.
      * SECTION 3 : EMPRUNTEURS ACTIFS PAR CATÉGORIE ET TRANCHE D'ÂGE
           MOVE " EMPRUNTEURS ACTIFS PAR CATEGORIE ET TRANCHE D'AGE"
             TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.
           MOVE R-LIGNE-ENTETE-ACTIFS TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           EXEC SQL
              OPEN C-ACTIFS
           END-EXEC

           EXEC SQL
              FETCH C-ACTIFS INTO :S-CODE-CATEGORIE, :S-TRANCHE-AGE,
                 :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                EVALUATE S-CODE-CATEGORIE
                   WHEN "E"
                        MOVE "E ENFANT"       TO R-ACT-CATEGORIE
                   WHEN "A"
                        MOVE "A ADULTE"       TO R-ACT-CATEGORIE
                   WHEN "S"
                        MOVE "S SENIOR"       TO R-ACT-CATEGORIE
                   WHEN "G"
                        MOVE "G GROUPE"       TO R-ACT-CATEGORIE
                   WHEN OTHER
                        MOVE "- NON RENSEIGNE" TO R-ACT-CATEGORIE
                END-EVALUATE
                IF S-TRANCHE-AGE = "NR"
                     MOVE "NON RENSEIGNEE" TO R-ACT-TRANCHE
                ELSE
                     MOVE S-TRANCHE-AGE TO R-ACT-TRANCHE
                END-IF
                MOVE S-NB-LIGNE TO R-ACT-NB
                MOVE R-LIGNE-ACTIFS TO LIGNE-FICHIER-RAPPORT
                PERFORM 0800-ECRITURE-LIGNE-DEB
                   THRU 0800-ECRITURE-LIGNE-FIN
                ADD S-NB-LIGNE TO C-TOTAL-ACTIFS

                MOVE "ACTIFS"         TO X-LI-INDICATEUR
                MOVE S-CODE-CATEGORIE TO X-LI-VENTILATION-1
                MOVE S-TRANCHE-AGE    TO X-LI-VENTILATION-2
                MOVE S-NB-LIGNE       TO X-LI-VALEUR
                PERFORM 0750-ECRITURE-IMPORT-DEB
                   THRU 0750-ECRITURE-IMPORT-FIN

           EXEC SQL
              FETCH C-ACTIFS INTO :S-CODE-CATEGORIE, :S-TRANCHE-AGE,
                 :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-ACTIFS : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-ACTIFS
           END-EXEC

           MOVE R-LIGNE-VIDE TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "EMPRUNTEURS ACTIFS DISTINCTS" TO R-CPT-LIBELLE.
           MOVE S-NB-ACTIFS TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           IF C-TOTAL-ACTIFS NOT = S-NB-ACTIFS
                MOVE 'N' TO S-EQUILIBRE
                DISPLAY " ÉCART SUR LES ACTIFS : VENTILÉ "
                   C-TOTAL-ACTIFS " TOTAL " S-NB-ACTIFS
           END-IF.
       0330-SECTION-ACTIFS-FIN.

       0340-SECTION-SITES-DEB.
      * SECTION 4 : PRÊTS DE L'ANNÉE PAR SITE, ARCHIVES COMPRISES
           MOVE " PRETS DE L'ANNEE PAR SITE" TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.

           EXEC SQL
              OPEN C-SITES
           END-EXEC

           EXEC SQL
              FETCH C-SITES INTO :S-CODE-SITE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE SPACE TO R-CPT-LIBELLE
                STRING "SITE " S-CODE-SITE DELIMITED BY SIZE
                   INTO R-CPT-LIBELLE
                MOVE S-NB-LIGNE TO R-CPT-VALEUR
                MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT
                PERFORM 0800-ECRITURE-LIGNE-DEB
                   THRU 0800-ECRITURE-LIGNE-FIN
                ADD S-NB-LIGNE TO C-TOTAL-SITES

                MOVE "PRETS"     TO X-LI-INDICATEUR
                MOVE S-CODE-SITE TO X-LI-VENTILATION-1
                MOVE SPACE       TO X-LI-VENTILATION-2
                MOVE S-NB-LIGNE  TO X-LI-VALEUR
                PERFORM 0750-ECRITURE-IMPORT-DEB
                   THRU 0750-ECRITURE-IMPORT-FIN

           EXEC SQL
              FETCH C-SITES INTO :S-CODE-SITE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-SITES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-SITES
           END-EXEC

           MOVE R-LIGNE-VIDE TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "TOTAL DES PRETS DE L'ANNEE" TO R-CPT-LIBELLE.
           MOVE S-NB-PRETS TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "  DONT PRETS PRIS DANS L'ARCHIVE" TO R-CPT-LIBELLE.
           MOVE S-NB-PRETS-ARCHIVE TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           IF C-TOTAL-SITES NOT = S-NB-PRETS
                MOVE 'N' TO S-EQUILIBRE
                DISPLAY " ÉCART SUR LES PRÊTS PAR SITE : VENTILÉ "
                   C-TOTAL-SITES " TOTAL " S-NB-PRETS
           END-IF.
       0340-SECTION-SITES-FIN.

       0350-SECTION-RESEAU-DEB.
      * SECTION 5 : PRÊTS ENTRE BIBLIOTHÈQUES
           MOVE " PRETS ENTRE BIBLIOTHEQUES" TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.

           MOVE "DOCUMENTS PRETES A D'AUTRES BIBLIOTHEQUES"
             TO R-CPT-LIBELLE.
           MOVE S-PEB-PRETES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "PEBPRE"     TO X-LI-INDICATEUR.
           MOVE SPACE        TO X-LI-VENTILATION-1.
           MOVE SPACE        TO X-LI-VENTILATION-2.
           MOVE S-PEB-PRETES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.

           MOVE "DOCUMENTS EMPRUNTES A D'AUTRES BIBLIOTHEQUES"
             TO R-CPT-LIBELLE.
           MOVE S-PEB-EMPRUNTES TO R-CPT-VALEUR.
           MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE "PEBEMP"        TO X-LI-INDICATEUR.
           MOVE S-PEB-EMPRUNTES TO X-LI-VALEUR.
           PERFORM 0750-ECRITURE-IMPORT-DEB
              THRU 0750-ECRITURE-IMPORT-FIN.
       0350-SECTION-RESEAU-FIN.

       0360-SECTION-OUVERTURE-DEB.
      * SECTION 6 : JOURS D'OUVERTURE PAR SITE
           MOVE " JOURS D'OUVERTURE PAR SITE" TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.

           EXEC SQL
              OPEN C-OUVERTURE
           END-EXEC

           EXEC SQL
              FETCH C-OUVERTURE INTO :S-CODE-SITE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE SPACE TO R-CPT-LIBELLE
                STRING "SITE " S-CODE-SITE DELIMITED BY SIZE
                   INTO R-CPT-LIBELLE
                MOVE S-NB-LIGNE TO R-CPT-VALEUR
                MOVE R-LIGNE-COMPTEUR TO LIGNE-FICHIER-RAPPORT
                PERFORM 0800-ECRITURE-LIGNE-DEB
                   THRU 0800-ECRITURE-LIGNE-FIN

                MOVE "OUVERT"    TO X-LI-INDICATEUR
                MOVE S-CODE-SITE TO X-LI-VENTILATION-1
                MOVE SPACE       TO X-LI-VENTILATION-2
                MOVE S-NB-LIGNE  TO X-LI-VALEUR
                PERFORM 0750-ECRITURE-IMPORT-DEB
                   THRU 0750-ECRITURE-IMPORT-FIN

           EXEC SQL
              FETCH C-OUVERTURE INTO :S-CODE-SITE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-OUVERTURE : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-OUVERTURE
           END-EXEC.
       0360-SECTION-OUVERTURE-FIN.

       0370-SECTION-RAPPROCHEMENT-DEB.
      * DERNIÈRE PAGE : PRÊTS MOIS PAR MOIS, À POINTER CONTRE LES
      * ÉTATS STATISTIQUES MENSUELS DE L'ANNÉE (LIGNE "EMPRUNTS
      * ENREGISTRES DANS LE MOIS"). LES PRÊTS ARCHIVÉS DEPUIS Y
      * FIGURAIENT ENCORE EN TABLE AU MOMENT DE L'ÉTAT MENSUEL
           MOVE 99 TO C-LIGNES-PAGE.
           MOVE " RAPPROCHEMENT AVEC LES STATISTIQUES MENSUELLES"
             TO R-LIGNE-SECTION.
           PERFORM 0700-ECRITURE-SECTION-DEB
              THRU 0700-ECRITURE-SECTION-FIN.
           MOVE R-LIGNE-ENTETE-MOIS TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           EXEC SQL
              OPEN C-MOIS
           END-EXEC

           EXEC SQL
              FETCH C-MOIS INTO :S-MOIS, :S-NB-LIGNE-TABLE,
                 :S-NB-LIGNE-ARCHIVE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-MOIS             TO R-MOI-MOIS
                MOVE S-NB-LIGNE-TABLE   TO R-MOI-TABLE
                MOVE S-NB-LIGNE-ARCHIVE TO R-MOI-ARCHIVE
                MOVE S-NB-LIGNE         TO R-MOI-TOTAL
                MOVE R-LIGNE-MOIS TO LIGNE-FICHIER-RAPPORT
                PERFORM 0800-ECRITURE-LIGNE-DEB
                   THRU 0800-ECRITURE-LIGNE-FIN
                ADD S-NB-LIGNE TO C-TOTAL-MOIS

           EXEC SQL
              FETCH C-MOIS INTO :S-MOIS, :S-NB-LIGNE-TABLE,
                 :S-NB-LIGNE-ARCHIVE, :S-NB-LIGNE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-MOIS : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-MOIS
           END-EXEC

           MOVE "TOTAL" TO R-MOI-MOIS.
           MOVE S-NB-PRETS-TABLE   TO R-MOI-TABLE.
           MOVE S-NB-PRETS-ARCHIVE TO R-MOI-ARCHIVE.
           MOVE C-TOTAL-MOIS       TO R-MOI-TOTAL.
           MOVE R-LIGNE-MOIS TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.

           IF C-TOTAL-MOIS NOT = S-NB-PRETS
                MOVE 'N' TO S-EQUILIBRE
                DISPLAY " ÉCART SUR LES PRÊTS PAR MOIS : VENTILÉ "
                   C-TOTAL-MOIS " TOTAL " S-NB-PRETS
           END-IF.

           MOVE R-LIGNE-VIDE TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           IF NOT ARCHIVE-LISIBLE
                MOVE " ATTENTION : ARCHIVE NON RELUE, PRETS INCOMPLETS"
                  TO LIGNE-FICHIER-RAPPORT
           ELSE
                IF ENQUETE-EQUILIBREE
                     MOVE " VENTILATIONS EQUILIBREES AVEC LES TOTAUX"
                       TO LIGNE-FICHIER-RAPPORT
                ELSE
                     MOVE " ATTENTION : VENTILATIONS EN ECART"
                       TO LIGNE-FICHIER-RAPPORT
                END-IF
           END-IF.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
       0370-SECTION-RAPPROCHEMENT-FIN.

       0700-ECRITURE-SECTION-DEB.
      * OUVERTURE D'UNE SECTION : SÉPARATEUR, TITRE, SÉPARATEUR
           MOVE R-LIGNE-SEPARATION TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE R-LIGNE-SECTION TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
           MOVE R-LIGNE-SEPARATION TO LIGNE-FICHIER-RAPPORT.
           PERFORM 0800-ECRITURE-LIGNE-DEB
              THRU 0800-ECRITURE-LIGNE-FIN.
       0700-ECRITURE-SECTION-FIN.

       0750-ECRITURE-IMPORT-DEB.
      * ÉCRITURE D'UNE LIGNE INDICATEUR DU FICHIER D'IMPORT
           WRITE LIGNE-FICHIER-IMPORT FROM X-ENREG-LIGNE.
           IF NOT F-IMPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER IMPORT - STATUT "
                   F-IMPORT-STATUS
           END-IF.
           ADD 1 TO C-LIGNES-IMPORT.
       0750-ECRITURE-IMPORT-FIN.

       0800-ECRITURE-LIGNE-DEB.
      * ÉCRITURE PAGINÉE : L'EN-TÊTE DE PAGE EST REPRIS À CHAQUE
      * CHANGEMENT DE PAGE
           IF C-LIGNES-PAGE >= C-LIGNES-PAR-PAGE
                PERFORM 0850-ENTETE-PAGE-DEB
                   THRU 0850-ENTETE-PAGE-FIN
           END-IF.
           WRITE LIGNE-FICHIER-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE RAPPORT - STATUT "
                   F-RAPPORT-STATUS
           END-IF.
           ADD 1 TO C-LIGNES-PAGE.
       0800-ECRITURE-LIGNE-FIN.

       0850-ENTETE-PAGE-DEB.
      * EN-TÊTE DE PAGE : TITRE DE L'ÉTAT, ANNÉE ET NUMÉRO DE PAGE.
      * LA LIGNE EN COURS D'ÉCRITURE EST PRÉSERVÉE PENDANT L'EN-TÊTE
           ADD 1 TO C-NUMERO-PAGE.
           MOVE LIGNE-FICHIER-RAPPORT TO S-LIGNE-SAUVE.
           MOVE C-NUMERO-PAGE TO R-PAG-NUMERO.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-TITRE-PAGE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
           MOVE S-LIGNE-SAUVE TO LIGNE-FICHIER-RAPPORT.
           MOVE 2 TO C-LIGNES-PAGE.
       0850-ENTETE-PAGE-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - ENQUÊTE ANNUELLE".
           DISPLAY "=========================================".
           DISPLAY " ANNÉE TRAITÉE        : " S-ANNEE-DEMANDEE.
           DISPLAY " PRÊTS DE L'ANNÉE     : " S-NB-PRETS.
           DISPLAY "   DONT EN TABLE      : " S-NB-PRETS-TABLE.
           DISPLAY "   DONT ARCHIVÉS      : " S-NB-PRETS-ARCHIVE.
           DISPLAY " ARCHIVES DE L'ANNÉE  : " C-ARCHIVES-LUS.
           DISPLAY "   DÉJÀ EN TABLE      : " C-ARCHIVES-DOUBLONS.
           DISPLAY " EMPRUNTEURS ACTIFS   : " S-NB-ACTIFS.
           DISPLAY " EXEMPLAIRES AU FONDS : " S-FONDS-EXEMPLAIRES.
           DISPLAY " LIGNES D'IMPORT      : " C-LIGNES-IMPORT.
           DISPLAY " PAGES ÉDITÉES        : " C-NUMERO-PAGE.
           IF NOT ARCHIVE-LISIBLE
                DISPLAY " VERDICT              : ARCHIVE NON RELUE"
           ELSE
                IF ENQUETE-EQUILIBREE
                     DISPLAY " VERDICT              : ÉQUILIBRÉE"
                ELSE
                     DISPLAY " VERDICT              : EN ÉCART"
                END-IF
           END-IF.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
