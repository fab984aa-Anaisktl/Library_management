       IDENTIFICATION DIVISION.
       PROGRAM-ID. Blocages.

      * LISTE QUOTIDIENNE DU REGISTRE DES BLOCAGES POUR LE GUICHET :
      * LES ADHÉRENTS BLOQUÉS DANS LA JOURNÉE (DETTE AU-DELÀ DU
      * SEUIL, POSÉE PAR LE BATCH AMENDES, OU AVIS DE SUSPENSION,
      * POSÉ PAR LE BATCH RELANCES) PUIS CEUX DONT LE BLOCAGE A ÉTÉ
      * LEVÉ (RÈGLEMENT, RETOUR DU DERNIER LIVRE EN RETARD), AVEC LE
      * SOLDE RESTANT DÛ, POUR QUE LA BANQUE DE PRÊT SACHE AVANT
      * L'ARRIVÉE DU LECTEUR. À LANCER APRÈS AMENDES ET RELANCES. LA
      * DATE (AAAAMMJJ) EST LUE DANS LE FICHIER DE PARAMÈTRES ;
      * ABSENTE, C'EST AUJOURD'HUI

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-PARAMETRES
              ASSIGN TO 'blocages-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT FICHIER-LISTE ASSIGN TO 'blocages-liste.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-LISTE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-DATE-DEMANDEE         PIC X(08).

       FD FICHIER-LISTE.
       01 LIGNE-FICHIER-LISTE        PIC X(100).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-DATE-DEMANDEE            PIC X(08).
       01 S-SENS                     PIC X(01).
       01 S-ID-MEMBRE                PIC X(10).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-MOTIF                    PIC X(01).
       01 S-DATE-BLOCAGE             PIC X(08).
       01 S-SOLDE-MEMBRE             PIC S9(09).
       01 S-BLOCAGE-COUNT            PIC 9(10).

      * UN ADHÉRENT NÉ APRÈS LA DATE DE MAJORITÉ DU JOUR EST MINEUR
       01 S-DATE-MAJORITE            PIC X(08).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS
       01 S-DATE-TRAITEMENT          PIC X(08).
       01 S-HEURE-SUIVI              PIC X(06).
       01 S-SUIVI-LUS                PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * MOUVEMENTS DU REGISTRE À LA DATE DEMANDÉE : 'B' LES BLOCAGES
      * POSÉS CE JOUR, 'L' LES BLOCAGES LEVÉS CE JOUR. LE SOLDE EST
      * CELUI DU RELEVÉ D'AMENDES : AMENDES MOINS RÈGLEMENTS
      * D'AMENDES, LES LIGNES HISTORIQUES SANS TYPE ÉTANT DES AMENDES.
      * LE SOLDE D'UN GARANT COMPREND CELUI DES MINEURS DE SON FOYER
       EXEC SQL
          DECLARE C-BLOCAGES CURSOR FOR
             SELECT x.sens, x.id_membre, COALESCE(ad.nom, ' '),
                    x.motif, x.date_blocage,
                    COALESCE((SELECT SUM(a.montant_centimes)
                                FROM amendes a
                                JOIN adherents am
                                  ON am.id_membre = a.id_membre
                               WHERE CASE
                                     WHEN am.id_garant IS NOT NULL
                                      AND (am.code_categorie = 'E'
                                       OR am.date_naissance
                                          > :S-DATE-MAJORITE)
                                     THEN am.id_garant
                                     ELSE am.id_membre END
                                     = x.id_membre), 0)
                  - COALESCE((SELECT SUM(r.montant_centimes)
                                FROM reglements r
                                JOIN adherents ar
                                  ON ar.id_membre = r.id_membre
                               WHERE CASE
                                     WHEN ar.id_garant IS NOT NULL
                                      AND (ar.code_categorie = 'E'
                                       OR ar.date_naissance
                                          > :S-DATE-MAJORITE)
                                     THEN ar.id_garant
                                     ELSE ar.id_membre END
                                     = x.id_membre
                                 AND COALESCE(r.type_reglement,
                                              'A') = 'A'), 0)
               FROM (SELECT 'B' AS sens, b.id_membre, b.motif,
                            b.date_blocage
                       FROM blocages b
                      WHERE b.date_blocage = :S-DATE-DEMANDEE
                     UNION ALL
                     SELECT 'L' AS sens, b.id_membre, b.motif,
                            b.date_blocage
                       FROM blocages b
                      WHERE b.date_deblocage = :S-DATE-DEMANDEE) x
               LEFT JOIN adherents ad ON ad.id_membre = x.id_membre
              ORDER BY x.sens, x.id_membre, x.motif
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-LISTE-STATUS             PIC X(02) VALUE SPACE.
           88 F-LISTE-STATUS-OK       VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONE DE RUPTURE : UN TITRE DE SECTION À CHAQUE CHANGEMENT DE
      * SENS (BLOCAGES POSÉS PUIS BLOCAGES LEVÉS)
       01  S-SENS-PREC               PIC X(01) VALUE SPACE.

      * ZONE DE CONVERSION CENTIMES -> EUROS POUR L'ÉDITION
       01  S-EDIT-SOLDE              PIC S9(07)V99 VALUE ZERO.

      * LIGNES D'ÉDITION DE LA LISTE
       01  R-LIGNE-SEPARATION        PIC X(100) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(100) VALUE SPACE.
       01  R-LIGNE-TITRE.
           05 FILLER                 PIC X(34)
              VALUE " REGISTRE DES BLOCAGES - JOURNEE ".
           05 R-TIT-DATE             PIC X(08).
       01  R-LIGNE-SECTION           PIC X(100).
       01  R-LIGNE-DETAIL.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-ID-MEMBRE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-NOM              PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-MOTIF            PIC X(18).
           05 FILLER                 PIC X(04) VALUE " DU ".
           05 R-DET-DATE-BLOCAGE     PIC X(08).
           05 FILLER                 PIC X(07) VALUE " SOLDE ".
           05 R-DET-SOLDE            PIC -(6)9.99.
       01  R-LIGNE-TOTAL.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-TOT-LIBELLE          PIC X(40).
           05 R-TOT-NOMBRE           PIC Z(09)9.

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-BLOCAGES-POSES          PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-LEVES          PIC 9(10) VALUE ZERO.
       01  C-BLOCAGES-ACTIFS         PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0010-DEBUT-SUIVI-DEB
              THRU 0010-DEBUT-SUIVI-FIN

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           PERFORM 0100-EDITION-LISTE-DEB
              THRU 0100-EDITION-LISTE-FIN

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
              WHERE programme = 'BLOCAGES'
                AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           EXEC SQL
              INSERT INTO suivi_batchs (programme, date_traitement,
                   heure_debut, statut, lus, traites, rejetes)
              VALUES ('BLOCAGES', :S-DATE-TRAITEMENT,
                     :S-HEURE-SUIVI, 'D', 0, 0, 0)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR ENREGISTREMENT SUIVI BATCH SQLCODE "
                   SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0010-DEBUT-SUIVI-FIN.

       0050-LECTURE-PARAMETRES-DEB.
      * DATE À LISTER : CELLE DU FICHIER DE PARAMÈTRES POUR RÉÉDITER
      * UNE JOURNÉE PASSÉE, SINON LA DATE DU JOUR
           MOVE S-DATE-TRAITEMENT TO S-DATE-DEMANDEE.
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-DATE-DEMANDEE NUMERIC
                             MOVE P-DATE-DEMANDEE TO S-DATE-DEMANDEE
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-EDITION-LISTE-DEB.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           OPEN OUTPUT FICHIER-LISTE.

           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-SEPARATION.
           IF NOT F-LISTE-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE LISTE - STATUT "
                   F-LISTE-STATUS
           END-IF.
           MOVE S-DATE-DEMANDEE TO R-TIT-DATE.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-TITRE.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-SEPARATION.

           EXEC SQL
              OPEN C-BLOCAGES
           END-EXEC

           EXEC SQL
              FETCH C-BLOCAGES INTO :S-SENS, :S-ID-MEMBRE,
                 :S-NOM-MEMBRE, :S-MOTIF, :S-DATE-BLOCAGE,
                 :S-SOLDE-MEMBRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                IF S-SENS NOT = S-SENS-PREC
                     PERFORM 0200-ENTETE-SECTION-DEB
                        THRU 0200-ENTETE-SECTION-FIN
                END-IF

                MOVE S-ID-MEMBRE    TO R-DET-ID-MEMBRE
                MOVE S-NOM-MEMBRE   TO R-DET-NOM
                IF S-MOTIF = 'R'
                     MOVE "AVIS DE SUSPENSION" TO R-DET-MOTIF
                ELSE
                     MOVE "SOLDE IMPAYE"       TO R-DET-MOTIF
                END-IF
                MOVE S-DATE-BLOCAGE TO R-DET-DATE-BLOCAGE
                COMPUTE S-EDIT-SOLDE = S-SOLDE-MEMBRE / 100
                MOVE S-EDIT-SOLDE   TO R-DET-SOLDE
                WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-DETAIL

                IF S-SENS = 'B'
                     ADD 1 TO C-BLOCAGES-POSES
                ELSE
                     ADD 1 TO C-BLOCAGES-LEVES
                END-IF

           EXEC SQL
              FETCH C-BLOCAGES INTO :S-SENS, :S-ID-MEMBRE,
                 :S-NOM-MEMBRE, :S-MOTIF, :S-DATE-BLOCAGE,
                 :S-SOLDE-MEMBRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-BLOCAGES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-BLOCAGES
           END-EXEC

      * EN PIED DE LISTE, LE NOMBRE D'ADHÉRENTS ENCORE BLOQUÉS TOUS
      * MOTIFS CONFONDUS
           EXEC SQL
              SELECT COUNT(DISTINCT id_membre) INTO :S-BLOCAGE-COUNT
              FROM blocages
              WHERE statut = 'A'
           END-EXEC
           MOVE S-BLOCAGE-COUNT TO C-BLOCAGES-ACTIFS

           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-SEPARATION.
           MOVE "BLOCAGES POSES"             TO R-TOT-LIBELLE.
           MOVE C-BLOCAGES-POSES             TO R-TOT-NOMBRE.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-TOTAL.
           MOVE "BLOCAGES LEVES"             TO R-TOT-LIBELLE.
           MOVE C-BLOCAGES-LEVES             TO R-TOT-NOMBRE.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-TOTAL.
           MOVE "ADHERENTS ENCORE BLOQUES"   TO R-TOT-LIBELLE.
           MOVE C-BLOCAGES-ACTIFS            TO R-TOT-NOMBRE.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-TOTAL.

           CLOSE FICHIER-LISTE.
       0100-EDITION-LISTE-FIN.

       0200-ENTETE-SECTION-DEB.
      * OUVERTURE D'UNE SECTION DE LA LISTE À CHAQUE CHANGEMENT DE
      * SENS
           MOVE S-SENS TO S-SENS-PREC.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-VIDE.
           IF S-SENS = 'B'
                MOVE " ADHERENTS BLOQUES - PRETS REFUSES AU GUICHET"
                  TO R-LIGNE-SECTION
           ELSE
                MOVE " BLOCAGES LEVES - PRETS DE NOUVEAU AUTORISES"
                  TO R-LIGNE-SECTION
           END-IF.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-LISTE FROM R-LIGNE-VIDE.
       0200-ENTETE-SECTION-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - REGISTRE DES BLOCAGES".
           DISPLAY "=========================================".
           DISPLAY " JOURNÉE LISTÉE       : " S-DATE-DEMANDEE.
           DISPLAY " BLOCAGES POSÉS       : " C-BLOCAGES-POSES.
           DISPLAY " BLOCAGES LEVÉS       : " C-BLOCAGES-LEVES.
           DISPLAY " ENCORE BLOQUÉS       : " C-BLOCAGES-ACTIFS.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

       0950-FIN-SUIVI-DEB.
      * CLÔTURE DU SUIVI : HEURE DE FIN, STATUT TERMINÉ ET TOTAUX DE
      * CONTRÔLE POUR LE CONTRÔLE D'ENCHAÎNEMENT ET LE RAPPORT DU
      * MATIN
           ACCEPT S-HEURE-SUIVI FROM TIME.
           COMPUTE S-SUIVI-LUS = C-BLOCAGES-POSES + C-BLOCAGES-LEVES.
           EXEC SQL
              UPDATE suivi_batchs
                 SET heure_fin = :S-HEURE-SUIVI,
                     statut = 'T',
                     lus = :S-SUIVI-LUS,
                     traites = :S-SUIVI-LUS,
                     rejetes = 0
               WHERE programme = 'BLOCAGES'
                 AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR CLOTURE SUIVI BATCH SQLCODE " SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0950-FIN-SUIVI-FIN.
