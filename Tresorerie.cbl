       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tresorerie.

      * FICHIER MENSUEL D'INTERFACE AVEC LA TRÉSORERIE MUNICIPALE
      * (RÉGIE DE RECETTES) : UN ENREGISTREMENT PAR COMPTE DE RECETTE
      * (AMENDES, ABONNEMENTS, REMPLACEMENTS, FRAIS DE PRÊT RÉSEAU),
      * PAR CAISSE ET PAR MODE DE PAIEMENT, ENTRE UN EN-TÊTE ET UN
      * PIED PORTANT LES TOTAUX DE CONTRÔLE. LE FICHIER DOIT
      * S'ÉQUILIBRER AVEC LE TOTAL DES RÈGLEMENTS DU MOIS.
      * LE FICHIER N'EST PAS PRODUIT SI UNE LIGNE DE RAPPROCHEMENT DE
      * CAISSE DU MOIS EST ENCORE EN ÉCART, NI SI LE MOIS A DÉJÀ ÉTÉ
      * TRANSMIS : UN MOIS ÉQUILIBRÉ EST MARQUÉ TRANSMIS EN BASE.
      * LE MOIS (AAAAMM) EST PASSÉ EN PARAMÈTRE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PARAMETRES
              ASSIGN TO 'tresorerie-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT FICHIER-INTERFACE
              ASSIGN TO 'tresorerie-interface.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-INTERFACE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * MOIS DEMANDÉ, AU FORMAT AAAAMM, PUIS CODE DE LA RÉGIE DANS
      * LA NOMENCLATURE DE LA TRÉSORERIE (FACULTATIF)
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-MOIS.
              10 P-MOIS-ANNEE         PIC X(04).
              10 P-MOIS-MM            PIC X(02).
           05 P-CODE-REGIE            PIC X(05).

       FD FICHIER-INTERFACE.
       01 LIGNE-FICHIER-INTERFACE    PIC X(80).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-MOIS-DEMANDE             PIC X(06) VALUE SPACE.
       01 S-DATE-DEBUT               PIC X(08).
       01 S-DATE-FIN                 PIC X(08).
       01 S-DATE-TRAITEMENT          PIC X(08).

      * CONTRÔLES PRÉALABLES : MOIS DÉJÀ TRANSMIS, CLÔTURES EN ÉCART
       01 S-TRANSMISSION-COUNT       PIC 9(10).
       01 S-DATE-TRANSMISSION        PIC X(08).
       01 S-ECART-COUNT              PIC 9(10).
       01 S-CODE-CAISSE              PIC X(03).
       01 S-DATE-CLOTURE             PIC X(08).
       01 S-MODE-PAIEMENT            PIC X(01).
       01 S-ECART-CENTIMES           PIC S9(10).

      * TOTAUX DU MOIS DANS LES RÈGLEMENTS, REPRIS EN EN-TÊTE ET
      * RAPPROCHÉS DU PIED DE FICHIER
       01 S-NB-REGLEMENTS-MOIS       PIC 9(09).
       01 S-TOTAL-MOIS               PIC 9(12).

      * LIGNE DE VENTILATION : COMPTE, CAISSE, MODE, NOMBRE, MONTANT
       01 S-COMPTE-RECETTE           PIC X(01).
       01 S-NB-REGLEMENTS            PIC 9(09).
       01 S-MONTANT-CENTIMES         PIC 9(12).

      * MARQUE DE TRANSMISSION DU MOIS
       01 S-NB-LIGNES                PIC 9(06).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * LIGNES DE RAPPROCHEMENT DE CAISSE DU MOIS ENCORE EN ÉCART,
      * LISTÉES À L'EXPLOITANT QUAND LA PRODUCTION EST REFUSÉE
       EXEC SQL
          DECLARE C-ECARTS CURSOR FOR
             SELECT code_caisse, date_cloture, mode_paiement,
                    ecart_centimes
               FROM rapprochements_caisse
              WHERE date_cloture >= :S-DATE-DEBUT
                AND date_cloture <= :S-DATE-FIN
                AND statut = 'E'
              ORDER BY date_cloture, code_caisse, mode_paiement
       END-EXEC.

      * VENTILATION DES RÈGLEMENTS DU MOIS PAR COMPTE DE RECETTE,
      * CAISSE ET MODE. LES RÈGLEMENTS SANS COMPTE SONT RANGÉS SELON
      * LEUR TYPE ('B' ABONNEMENT, SINON AMENDE) ; SANS CAISSE NI
      * MODE, ESPÈCES À LA CAISSE PRINCIPALE COMME AU RAPPROCHEMENT
       EXEC SQL
          DECLARE C-VENTILATION CURSOR FOR
             SELECT x.compte, x.caisse, x.mode, COUNT(*),
                    SUM(x.montant_centimes)
               FROM (SELECT COALESCE(r.compte_recette,
                              CASE WHEN COALESCE(r.type_reglement,
                                        'A') = 'B'
                                   THEN 'B' ELSE 'A' END) AS compte,
                            COALESCE(r.code_caisse, 'C01') AS caisse,
                            COALESCE(r.mode_paiement, 'E') AS mode,
                            r.montant_centimes
                       FROM reglements r
                      WHERE r.date_reglement >= :S-DATE-DEBUT
                        AND r.date_reglement <= :S-DATE-FIN) x
              GROUP BY x.compte, x.caisse, x.mode
              ORDER BY x.compte, x.caisse, x.mode
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-INTERFACE-STATUS         PIC X(02) VALUE SPACE.
           88 F-INTERFACE-STATUS-OK   VALUE '00'.

       01  S-CODE-REGIE              PIC X(05) VALUE "BM001".
       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * LE MOIS PEUT-IL PARTIR : 'O' OUI, 'T' DÉJÀ TRANSMIS, 'E'
      * RAPPROCHEMENT DE CAISSE EN ÉCART
       01  S-CONTROLE-MOIS           PIC X(01) VALUE 'O'.
           88 MOIS-TRANSMISSIBLE     VALUE 'O'.
           88 MOIS-DEJA-TRANSMIS     VALUE 'T'.
           88 MOIS-EN-ECART          VALUE 'E'.

      * LE FICHIER PRODUIT S'ÉQUILIBRE-T-IL AVEC LES RÈGLEMENTS
       01  S-EQUILIBRE               PIC X(01) VALUE 'N'.
           88 FICHIER-EQUILIBRE      VALUE 'O'.

      * DESSINS DES ENREGISTREMENTS DU FICHIER DE LA RÉGIE : TYPE '1'
      * EN-TÊTE, TYPE '2' LIGNE DE RECETTE, TYPE '9' PIED DE FICHIER.
      * MONTANTS EN CENTIMES
       01  X-ENREG-ENTETE.
           05 FILLER                 PIC X(01) VALUE "1".
           05 X-EN-CODE-REGIE        PIC X(05).
           05 X-EN-MOIS              PIC X(06).
           05 X-EN-DATE-CREATION     PIC X(08).
           05 X-EN-NB-REGLEMENTS     PIC 9(09).
           05 X-EN-TOTAL-CENTIMES    PIC 9(12).
       01  X-ENREG-LIGNE.
           05 FILLER                 PIC X(01) VALUE "2".
           05 X-LI-COMPTE            PIC X(01).
           05 X-LI-IMPUTATION        PIC X(06).
           05 X-LI-LIBELLE           PIC X(20).
           05 X-LI-CODE-CAISSE       PIC X(03).
           05 X-LI-MODE              PIC X(01).
           05 X-LI-NB-REGLEMENTS     PIC 9(09).
           05 X-LI-MONTANT           PIC 9(12).
       01  X-ENREG-PIED.
           05 FILLER                 PIC X(01) VALUE "9".
           05 X-PI-NB-LIGNES         PIC 9(06).
           05 X-PI-NB-REGLEMENTS     PIC 9(09).
           05 X-PI-TOTAL-CENTIMES    PIC 9(12).

      * ZONES D'ÉDITION DU RAPPORT DE CONTRÔLE
       01  R-MONTANT                 PIC Z(09)9.99.
       01  R-ECART                   PIC -(9)9.99.

      * COMPTEURS POUR LE PIED DE FICHIER ET LE RAPPORT DE CONTRÔLE
       01  C-LIGNES-ECRITES          PIC 9(06) VALUE ZERO.
       01  C-NB-REGLEMENTS           PIC 9(09) VALUE ZERO.
       01  C-TOTAL-CENTIMES          PIC 9(12) VALUE ZERO.


       PROCEDURE DIVISION.

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           IF S-MOIS-DEMANDE = SPACE
                DISPLAY " MOIS ABSENT OU INVALIDE DANS "
                   "tresorerie-parametres.txt - ARRÊT"
                MOVE 16 TO RETURN-CODE
           ELSE
                DISPLAY " CONNEXION À LA BASE DE DONNÉES..."
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC

                PERFORM 0100-CONTROLES-PREALABLES-DEB
                   THRU 0100-CONTROLES-PREALABLES-FIN

                IF MOIS-TRANSMISSIBLE
                     PERFORM 0200-PRODUCTION-FICHIER-DEB
                        THRU 0200-PRODUCTION-FICHIER-FIN

                     PERFORM 0300-MARQUE-TRANSMISSION-DEB
                        THRU 0300-MARQUE-TRANSMISSION-FIN
                ELSE
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
      * LE MOIS DOIT ÊTRE NUMÉRIQUE ET LA PARTIE MM COMPRISE ENTRE
      * 01 ET 12 : UN MOIS FANTAISIE NE DOIT PAS ÊTRE MARQUÉ
      * TRANSMIS AVEC UN FICHIER VIDE
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-MOIS NUMERIC
                           AND P-MOIS-MM >= "01"
                           AND P-MOIS-MM <= "12"
                             MOVE P-MOIS TO S-MOIS-DEMANDE
                        END-IF
                        IF P-CODE-REGIE NOT = SPACE
                             MOVE P-CODE-REGIE TO S-CODE-REGIE
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

      * BORNES DU MOIS AU FORMAT AAAAMMJJ : DU 01 AU 31, LES DATES
      * ÉTANT DES CHAÎNES LA BORNE HAUTE 31 COUVRE TOUS LES MOIS
           IF S-MOIS-DEMANDE NOT = SPACE
                STRING S-MOIS-DEMANDE "01" DELIMITED BY SIZE
                   INTO S-DATE-DEBUT
                STRING S-MOIS-DEMANDE "31" DELIMITED BY SIZE
                   INTO S-DATE-FIN
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-CONTROLES-PREALABLES-DEB.
      * UN MOIS DÉJÀ TRANSMIS NE REPART PAS : LA TRÉSORERIE LE
      * COMPTERAIT DEUX FOIS
           EXEC SQL
              SELECT COUNT(*), COALESCE(MAX(date_transmission), ' ')
                INTO :S-TRANSMISSION-COUNT, :S-DATE-TRANSMISSION
              FROM transmissions_tresorerie
              WHERE mois = :S-MOIS-DEMANDE
           END-EXEC

           IF S-TRANSMISSION-COUNT NOT = 0
                MOVE 'T' TO S-CONTROLE-MOIS
                DISPLAY " MOIS " S-MOIS-DEMANDE " DÉJÀ TRANSMIS LE "
                   S-DATE-TRANSMISSION " - ARRÊT"
           ELSE

      * TANT QU'UNE CLÔTURE DE CAISSE DU MOIS RESTE EN ÉCART AU-DELÀ
      * DE LA TOLÉRANCE, LES RÈGLEMENTS NE SONT PAS FIABLES : LA
      * CLÔTURE DOIT ÊTRE RECOMPTÉE ET REPASSÉE DANS LE RAPPROCHEMENT
           EXEC SQL
              SELECT COUNT(*) INTO :S-ECART-COUNT
              FROM rapprochements_caisse
              WHERE date_cloture >= :S-DATE-DEBUT
                AND date_cloture <= :S-DATE-FIN
                AND statut = 'E'
           END-EXEC

           IF S-ECART-COUNT NOT = 0
                MOVE 'E' TO S-CONTROLE-MOIS
                DISPLAY " RAPPROCHEMENTS DE CAISSE EN ÉCART POUR LE "
                   "MOIS " S-MOIS-DEMANDE " - ARRÊT"
                PERFORM 0150-LISTE-ECARTS-DEB
                   THRU 0150-LISTE-ECARTS-FIN
           END-IF

           END-IF.
       0100-CONTROLES-PREALABLES-FIN.

       0150-LISTE-ECARTS-DEB.
           EXEC SQL
              OPEN C-ECARTS
           END-EXEC

           EXEC SQL
              FETCH C-ECARTS INTO :S-CODE-CAISSE, :S-DATE-CLOTURE,
                 :S-MODE-PAIEMENT, :S-ECART-CENTIMES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                COMPUTE R-ECART = S-ECART-CENTIMES / 100
                DISPLAY "   CAISSE " S-CODE-CAISSE " DU "
                   S-DATE-CLOTURE " MODE " S-MODE-PAIEMENT
                   " ECART " R-ECART

           EXEC SQL
              FETCH C-ECARTS INTO :S-CODE-CAISSE, :S-DATE-CLOTURE,
                 :S-MODE-PAIEMENT, :S-ECART-CENTIMES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-ECARTS : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-ECARTS
           END-EXEC.
       0150-LISTE-ECARTS-FIN.

       0200-PRODUCTION-FICHIER-DEB.
      * TOTAUX DE CONTRÔLE DU MOIS PRIS DIRECTEMENT DANS LES
      * RÈGLEMENTS : ILS PARTENT EN EN-TÊTE ET LE PIED, CALCULÉ LIGNE
      * À LIGNE, DOIT LEUR ÊTRE ÉGAL
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(montant_centimes), 0)
                INTO :S-NB-REGLEMENTS-MOIS, :S-TOTAL-MOIS
              FROM reglements
              WHERE date_reglement >= :S-DATE-DEBUT
                AND date_reglement <= :S-DATE-FIN
           END-EXEC

           OPEN OUTPUT FICHIER-INTERFACE.

           MOVE S-CODE-REGIE         TO X-EN-CODE-REGIE.
           MOVE S-MOIS-DEMANDE       TO X-EN-MOIS.
           MOVE S-DATE-TRAITEMENT    TO X-EN-DATE-CREATION.
           MOVE S-NB-REGLEMENTS-MOIS TO X-EN-NB-REGLEMENTS.
           MOVE S-TOTAL-MOIS         TO X-EN-TOTAL-CENTIMES.
           WRITE LIGNE-FICHIER-INTERFACE FROM X-ENREG-ENTETE.
           IF NOT F-INTERFACE-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE INTERFACE - STATUT "
                   F-INTERFACE-STATUS
           END-IF.

           EXEC SQL
              OPEN C-VENTILATION
           END-EXEC

           EXEC SQL
              FETCH C-VENTILATION INTO :S-COMPTE-RECETTE,
                 :S-CODE-CAISSE, :S-MODE-PAIEMENT, :S-NB-REGLEMENTS,
                 :S-MONTANT-CENTIMES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                PERFORM 0250-IMPUTATION-COMPTE-DEB
                   THRU 0250-IMPUTATION-COMPTE-FIN
                MOVE S-COMPTE-RECETTE   TO X-LI-COMPTE
                MOVE S-CODE-CAISSE      TO X-LI-CODE-CAISSE
                MOVE S-MODE-PAIEMENT    TO X-LI-MODE
                MOVE S-NB-REGLEMENTS    TO X-LI-NB-REGLEMENTS
                MOVE S-MONTANT-CENTIMES TO X-LI-MONTANT
                WRITE LIGNE-FICHIER-INTERFACE FROM X-ENREG-LIGNE

                ADD 1 TO C-LIGNES-ECRITES
                ADD S-NB-REGLEMENTS    TO C-NB-REGLEMENTS
                ADD S-MONTANT-CENTIMES TO C-TOTAL-CENTIMES

           EXEC SQL
              FETCH C-VENTILATION INTO :S-COMPTE-RECETTE,
                 :S-CODE-CAISSE, :S-MODE-PAIEMENT, :S-NB-REGLEMENTS,
                 :S-MONTANT-CENTIMES
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-VENTILATION : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-VENTILATION
           END-EXEC

      * PIED DE FICHIER : TOTAUX CUMULÉS LIGNE À LIGNE, QUE LA
      * TRÉSORERIE RAPPROCHE DE L'EN-TÊTE
           MOVE C-LIGNES-ECRITES TO X-PI-NB-LIGNES.
           MOVE C-NB-REGLEMENTS  TO X-PI-NB-REGLEMENTS.
           MOVE C-TOTAL-CENTIMES TO X-PI-TOTAL-CENTIMES.
           WRITE LIGNE-FICHIER-INTERFACE FROM X-ENREG-PIED.

           CLOSE FICHIER-INTERFACE.

      * LE FICHIER N'EST ÉQUILIBRÉ QUE SI LE CURSEUR A ÉTÉ LU
      * JUSQU'AU BOUT ET QUE LE PIED ÉGALE L'EN-TÊTE
           IF S-SQLCODE-FETCH = 100
              AND C-NB-REGLEMENTS = S-NB-REGLEMENTS-MOIS
              AND C-TOTAL-CENTIMES = S-TOTAL-MOIS
                MOVE 'O' TO S-EQUILIBRE
           END-IF.
       0200-PRODUCTION-FICHIER-FIN.

       0250-IMPUTATION-COMPTE-DEB.
      * IMPUTATION DE CHAQUE COMPTE DE RECETTE DANS LA NOMENCLATURE
      * DE LA TRÉSORERIE
           EVALUATE S-COMPTE-RECETTE
              WHEN "A"
                   MOVE "7788"          TO X-LI-IMPUTATION
                   MOVE "AMENDES"       TO X-LI-LIBELLE
              WHEN "B"
                   MOVE "7062"          TO X-LI-IMPUTATION
                   MOVE "ABONNEMENTS"   TO X-LI-LIBELLE
              WHEN "R"
                   MOVE "7718"          TO X-LI-IMPUTATION
                   MOVE "REMPLACEMENTS" TO X-LI-LIBELLE
              WHEN "N"
                   MOVE "70688"         TO X-LI-IMPUTATION
                   MOVE "FRAIS RESEAU"  TO X-LI-LIBELLE
              WHEN OTHER
                   MOVE "NC"            TO X-LI-IMPUTATION
                   MOVE "COMPTE INCONNU" TO X-LI-LIBELLE
           END-EVALUATE.
       0250-IMPUTATION-COMPTE-FIN.

       0300-MARQUE-TRANSMISSION-DEB.
      * UN FICHIER ÉQUILIBRÉ MARQUE LE MOIS TRANSMIS : UN SECOND RUN
      * SUR LE MÊME MOIS S'ARRÊTERA AU CONTRÔLE PRÉALABLE. UN FICHIER
      * DÉSÉQUILIBRÉ NE DOIT PAS PARTIR ET LE MOIS RESTE OUVERT
           IF FICHIER-EQUILIBRE
                MOVE C-LIGNES-ECRITES TO S-NB-LIGNES
           EXEC SQL
              INSERT INTO transmissions_tresorerie (mois,
                   date_transmission, nb_lignes, nb_reglements,
                   total_centimes)
              VALUES (:S-MOIS-DEMANDE, :S-DATE-TRAITEMENT,
                     :S-NB-LIGNES, :S-NB-REGLEMENTS-MOIS,
                     :S-TOTAL-MOIS)
           END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY " ERREUR MARQUE DE TRANSMISSION SQLCODE "
                        SQLCODE
                     MOVE 16 TO RETURN-CODE
                END-IF
           EXEC SQL COMMIT WORK END-EXEC
           ELSE
                DISPLAY " FICHIER DÉSÉQUILIBRÉ AVEC LES RÈGLEMENTS "
                   "DU MOIS - NE PAS TRANSMETTRE"
                MOVE 16 TO RETURN-CODE
           END-IF.
       0300-MARQUE-TRANSMISSION-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - INTERFACE TRÉSORERIE".
           DISPLAY "=========================================".
           DISPLAY " MOIS                 : " S-MOIS-DEMANDE.
           DISPLAY " CODE RÉGIE           : " S-CODE-REGIE.
           IF MOIS-DEJA-TRANSMIS
                DISPLAY " VERDICT              : DÉJÀ TRANSMIS"
           END-IF.
           IF MOIS-EN-ECART
                DISPLAY " VERDICT              : CAISSE EN ÉCART ("
                   S-ECART-COUNT " LIGNES)"
           END-IF.
           IF MOIS-TRANSMISSIBLE
                DISPLAY " LIGNES DE RECETTE    : " C-LIGNES-ECRITES
                DISPLAY " RÈGLEMENTS DU MOIS   : " S-NB-REGLEMENTS-MOIS
                DISPLAY " RÈGLEMENTS VENTILÉS  : " C-NB-REGLEMENTS
                COMPUTE R-MONTANT = S-TOTAL-MOIS / 100
                DISPLAY " TOTAL DU MOIS        : " R-MONTANT
                COMPUTE R-MONTANT = C-TOTAL-CENTIMES / 100
                DISPLAY " TOTAL DU FICHIER     : " R-MONTANT
                IF FICHIER-EQUILIBRE
                     DISPLAY " VERDICT              : ÉQUILIBRÉ, "
                        "MOIS MARQUÉ TRANSMIS"
                ELSE
                     DISPLAY " VERDICT              : DÉSÉQUILIBRÉ"
                END-IF
           END-IF.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
