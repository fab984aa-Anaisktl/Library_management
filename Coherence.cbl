       IDENTIFICATION DIVISION.
       PROGRAM-ID. Coherence.

      * CONTRÔLE NOCTURNE DE COHÉRENCE DES TABLES DE CIRCULATION.
      * CHAQUE BATCH MET À JOUR SES TABLES DE SON CÔTÉ ; CE PROGRAMME
      * PASSE UNE LISTE FIXE DE RÈGLES CROISÉES ET ÉDITE CHAQUE
      * VIOLATION AVEC SON CODE RÈGLE ET LES CLÉS EN CAUSE :
      *  C01 EXEMPLAIRE SORTI ('S') SANS EMPRUNT NI PRÊT RÉSEAU OUVERT
      *  C02 EMPRUNT OUVERT SUR UN EXEMPLAIRE DISPONIBLE, PERDU,
      *      RETIRÉ OU À LA RELIURE ('D', 'P', 'R', 'L')
      *  C03 RÉSERVATION EN ATTENTE SUR UN TITRE SANS PLUS AUCUN
      *      EXEMPLAIRE EN CIRCULATION NI DEMANDE AU RÉSEAU EN COURS
      *  C04 AMENDE RATTACHÉE À UN EMPRUNT QUI N'EST PLUS EN TABLE,
      *      DONC DÉJÀ PASSÉ À L'ARCHIVE PAR LE BATCH D'ARCHIVAGE
      *  C05 ADHÉRENT MINEUR (CATÉGORIE ENFANT OU MOINS DE 18 ANS)
      *      RATTACHÉ À AUCUN GARANT
      *  C06 GARANT D'UN FOYER DONT LE PROPRE ABONNEMENT A EXPIRÉ
      * EN MODE RÉPARATION, DEMANDÉ PAR LE FICHIER DE PARAMÈTRES, LES
      * CAS SÛRS SONT CORRIGÉS EN RECALANT L'ÉTAT DE L'EXEMPLAIRE SUR
      * SA SITUATION DE PRÊT RÉELLE (C01 : 'S' -> 'D', C02 SUR UN
      * EXEMPLAIRE 'D' : -> 'S'), CHAQUE CORRECTION ÉTANT TRACÉE
      * DANS LE JOURNAL D'AUDIT DES CHARGEURS. LES AUTRES CAS
      * DEMANDENT UNE DÉCISION DU PERSONNEL ET SONT SEULEMENT ÉDITÉS.
      * À LANCER EN FIN DE CHAÎNE, APRÈS LA LISTE DES BLOCAGES

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-PARAMETRES
              ASSIGN TO 'coherence-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO 'coherence-rapport.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RAPPORT-STATUS.

      * JOURNAL D'AUDIT COMMUN AUX CHARGEURS : OUVERT EN EXTENSION,
      * IL CUMULE LES CORRECTIONS DE TOUS LES RUNS
           SELECT OPTIONAL FICHIER-JOURNAL
              ASSIGN TO 'journal-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * 'R' POUR LE MODE RÉPARATION ; ABSENT OU AUTRE VALEUR : LE
      * PROGRAMME NE FAIT QUE CONSTATER
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-MODE                  PIC X(01).

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(110).

      * MÊME DESSIN QUE LE JOURNAL ÉCRIT PAR LES CHARGEURS
       FD FICHIER-JOURNAL.
       01 LIGNE-FICHIER-JOURNAL.
           05 J-DATE-TRAITEMENT       PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 J-PROGRAMME             PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 J-CLE                   PIC X(26).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 J-CHAMP                 PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 J-VALEUR-AVANT          PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 J-VALEUR-APRES          PIC X(60).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-CODE-REGLE               PIC X(03).
       01 S-CLE-1                    PIC X(13).
       01 S-CLE-2                    PIC X(13).
       01 S-CLE-3                    PIC X(10).
       01 S-ETAT                     PIC X(01).
       01 S-ETAT-CIBLE               PIC X(01).

      * ZONES DU SUIVI D'ENCHAÎNEMENT DES BATCHS
       01 S-DATE-TRAITEMENT          PIC X(08).

      * UN ADHÉRENT NÉ APRÈS CETTE DATE EST MINEUR
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-HEURE-SUIVI              PIC X(06).
       01 S-SUIVI-LUS                PIC 9(10).
       01 S-SUIVI-TRAITES            PIC 9(10).
       01 S-SUIVI-REJETES            PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * TOUTES LES VIOLATIONS, RÈGLE PAR RÈGLE. CLÉS SELON LA RÈGLE :
      *  C01 CODE-BARRES, ISBN
      *  C02 CODE-BARRES, NUMÉRO D'EMPRUNT, ADHÉRENT
      *  C03 NUMÉRO DE RÉSERVATION, ISBN, ADHÉRENT
      *  C04 NUMÉRO D'AMENDE, NUMÉRO D'EMPRUNT, ADHÉRENT
      *  C05 ADHÉRENT, DATE DE NAISSANCE (ÉTAT : CATÉGORIE)
      *  C06 GARANT, DATE D'EXPIRATION DE SON ABONNEMENT
      * LES EXEMPLAIRES TEMPORAIRES EMPRUNTÉS AU RÉSEAU NE COMPTENT
      * PAS DANS LE FONDS EN CIRCULATION DE LA RÈGLE C03
       EXEC SQL
          DECLARE C-ANOMALIES CURSOR FOR
             SELECT 'C01', x.code_barres, x.isbn, ' ', x.etat
               FROM exemplaires x
              WHERE x.etat = 'S'
                AND NOT EXISTS
                    (SELECT 1 FROM emprunts e
                      WHERE e.code_barres = x.code_barres
                        AND e.date_retour_effective IS NULL)
                AND NOT EXISTS
                    (SELECT 1 FROM prets_reseau p
                      WHERE p.code_barres = x.code_barres
                        AND p.date_retour IS NULL)
             UNION ALL
             SELECT 'C02', e.code_barres,
                    CAST(e.id_emprunt AS VARCHAR(13)),
                    e.id_membre, x.etat
               FROM emprunts e
               JOIN exemplaires x ON x.code_barres = e.code_barres
              WHERE e.date_retour_effective IS NULL
                AND x.etat IN ('D', 'P', 'R', 'L')
             UNION ALL
             SELECT 'C03', CAST(r.id_reservation AS VARCHAR(13)),
                    r.isbn, r.id_membre, r.statut
               FROM reservations r
              WHERE r.statut = 'A'
                AND NOT EXISTS
                    (SELECT 1 FROM exemplaires x
                      WHERE x.isbn = r.isbn
                        AND x.etat NOT IN ('P', 'R')
                        AND NOT EXISTS
                            (SELECT 1 FROM prets_entrants pe
                              WHERE pe.code_barres_reseau =
                                    x.code_barres))
                AND NOT EXISTS
                    (SELECT 1 FROM prets_entrants pe
                      WHERE pe.id_reservation = r.id_reservation
                        AND pe.statut IN ('D', 'E', 'A'))
             UNION ALL
             SELECT 'C04', CAST(a.id_amende AS VARCHAR(13)),
                    CAST(a.id_emprunt AS VARCHAR(13)),
                    a.id_membre, ' '
               FROM amendes a
              WHERE a.id_emprunt IS NOT NULL
                AND NOT EXISTS
                    (SELECT 1 FROM emprunts e
                      WHERE e.id_emprunt = a.id_emprunt)
             UNION ALL
             SELECT 'C05', a.id_membre,
                    COALESCE(a.date_naissance, ' '), ' ',
                    a.code_categorie
               FROM adherents a
              WHERE a.id_garant IS NULL
                AND (a.code_categorie = 'E'
                     OR a.date_naissance > :S-DATE-MAJORITE)
             UNION ALL
             SELECT 'C06', g.id_membre, g.date_expiration, ' ', ' '
               FROM adherents g
              WHERE g.date_expiration < :S-DATE-TRAITEMENT
                AND EXISTS
                    (SELECT 1 FROM adherents m
                      WHERE m.id_garant = g.id_membre)
              ORDER BY 1, 2
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-RAPPORT-STATUS           PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK     VALUE '00'.

       01  F-JOURNAL-STATUS           PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK     VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

       01  S-MODE                    PIC X(01) VALUE 'C'.
           88 MODE-REPARATION        VALUE 'R'.
           88 MODE-CONTROLE          VALUE 'C'.

      * LIGNES D'ÉDITION DU RAPPORT
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.
       01  R-LIGNE-TITRE.
           05 FILLER                 PIC X(34) VALUE
              " CONTROLE DE COHERENCE DU".
           05 R-TIT-DATE             PIC X(08).
           05 FILLER                 PIC X(08) VALUE " MODE : ".
           05 R-TIT-MODE             PIC X(12).
       01  R-LIGNE-ENTETE.
           05 FILLER                 PIC X(37) VALUE
              " REGLE LIBELLE".
           05 FILLER                 PIC X(51) VALUE
              "CLE 1         CLE 2         CLE 3      ETAT SUITE".
       01  R-LIGNE-DETAIL.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-CODE-REGLE       PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-LIBELLE          PIC X(29).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-CLE-1            PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-CLE-2            PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-DET-CLE-3            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 R-DET-ETAT             PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-DET-SUITE            PIC X(16).
       01  R-LIGNE-SYNTHESE.
           05 FILLER                 PIC X(03) VALUE SPACE.
           05 R-SYN-LIBELLE          PIC X(40).
           05 R-SYN-NB               PIC Z(09)9.

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-ANOMALIES               PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C01           PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C02           PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C03           PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C04           PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C05           PIC 9(10) VALUE ZERO.
       01  C-ANOMALIES-C06           PIC 9(10) VALUE ZERO.
       01  C-CORRECTIONS             PIC 9(10) VALUE ZERO.
       01  C-ECHECS-CORRECTION       PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0010-DEBUT-SUIVI-DEB
              THRU 0010-DEBUT-SUIVI-FIN

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           PERFORM 0100-CONTROLE-REGLES-DEB
              THRU 0100-CONTROLE-REGLES-FIN

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
              WHERE programme = 'COHERENCE'
                AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           EXEC SQL
              INSERT INTO suivi_batchs (programme, date_traitement,
                   heure_debut, statut, lus, traites, rejetes)
              VALUES ('COHERENCE', :S-DATE-TRAITEMENT,
                     :S-HEURE-SUIVI, 'D', 0, 0, 0)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR ENREGISTREMENT SUIVI BATCH SQLCODE "
                   SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0010-DEBUT-SUIVI-FIN.

       0050-LECTURE-PARAMETRES-DEB.
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-MODE = 'R'
                             MOVE 'R' TO S-MODE
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0100-CONTROLE-REGLES-DEB.
           OPEN OUTPUT FICHIER-RAPPORT.
           OPEN EXTEND FICHIER-JOURNAL.

           MOVE S-DATE-TRAITEMENT TO R-TIT-DATE.
           IF MODE-REPARATION
                MOVE "REPARATION" TO R-TIT-MODE
           ELSE
                MOVE "CONSTAT"    TO R-TIT-MODE
           END-IF.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           IF NOT F-RAPPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE RAPPORT - STATUT "
                   F-RAPPORT-STATUS
           END-IF.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-TITRE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE.

           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

           EXEC SQL
              OPEN C-ANOMALIES
           END-EXEC

           EXEC SQL
              FETCH C-ANOMALIES INTO :S-CODE-REGLE, :S-CLE-1,
                 :S-CLE-2, :S-CLE-3, :S-ETAT
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                PERFORM 0200-TRAITEMENT-ANOMALIE-DEB
                   THRU 0200-TRAITEMENT-ANOMALIE-FIN

           EXEC SQL
              FETCH C-ANOMALIES INTO :S-CODE-REGLE, :S-CLE-1,
                 :S-CLE-2, :S-CLE-3, :S-ETAT
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-ANOMALIES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-ANOMALIES
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

      * SYNTHÈSE PAR RÈGLE
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           MOVE "C01 EXEMPLAIRES SORTIS SANS PRET" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C01 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "C02 PRETS SUR EXEMPLAIRE NON SORTI" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C02 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "C03 RESERVATIONS SANS EXEMPLAIRE" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C03 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "C04 AMENDES SUR EMPRUNT ARCHIVE" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C04 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "C05 MINEURS SANS GARANT" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C05 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "C06 GARANTS A L'ABONNEMENT EXPIRE" TO R-SYN-LIBELLE.
           MOVE C-ANOMALIES-C06 TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.
           MOVE "CORRECTIONS EFFECTUEES" TO R-SYN-LIBELLE.
           MOVE C-CORRECTIONS TO R-SYN-NB.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SYNTHESE.

           CLOSE FICHIER-JOURNAL.
           CLOSE FICHIER-RAPPORT.
       0100-CONTROLE-REGLES-FIN.

       0200-TRAITEMENT-ANOMALIE-DEB.
           ADD 1 TO C-ANOMALIES.
           MOVE SPACE TO S-ETAT-CIBLE.

      * LIBELLÉ DE LA RÈGLE ET, POUR LES CAS SÛRS, L'ÉTAT QUE LA
      * SITUATION DE PRÊT RÉELLE IMPOSE À L'EXEMPLAIRE
           EVALUATE S-CODE-REGLE
              WHEN "C01"
                   ADD 1 TO C-ANOMALIES-C01
                   MOVE "SORTI SANS PRET OUVERT" TO R-DET-LIBELLE
                   MOVE 'D' TO S-ETAT-CIBLE
              WHEN "C02"
                   ADD 1 TO C-ANOMALIES-C02
                   MOVE "PRET OUVERT, EXEMPLAIRE NON S"
                     TO R-DET-LIBELLE
                   IF S-ETAT = 'D'
                        MOVE 'S' TO S-ETAT-CIBLE
                   END-IF
              WHEN "C03"
                   ADD 1 TO C-ANOMALIES-C03
                   MOVE "RESERVATION SANS EXEMPLAIRE" TO R-DET-LIBELLE
              WHEN "C04"
                   ADD 1 TO C-ANOMALIES-C04
                   MOVE "AMENDE SUR EMPRUNT ARCHIVE" TO R-DET-LIBELLE
              WHEN "C05"
                   ADD 1 TO C-ANOMALIES-C05
                   MOVE "MINEUR SANS GARANT" TO R-DET-LIBELLE
              WHEN OTHER
                   ADD 1 TO C-ANOMALIES-C06
                   MOVE "GARANT ABONNEMENT EXPIRE" TO R-DET-LIBELLE
           END-EVALUATE

           MOVE S-CODE-REGLE TO R-DET-CODE-REGLE
           MOVE S-CLE-1      TO R-DET-CLE-1
           MOVE S-CLE-2      TO R-DET-CLE-2
           MOVE S-CLE-3      TO R-DET-CLE-3
           MOVE S-ETAT       TO R-DET-ETAT

           IF S-ETAT-CIBLE = SPACE
                MOVE "A TRAITER" TO R-DET-SUITE
           ELSE
                IF MODE-REPARATION
                     PERFORM 0300-CORRECTION-ETAT-DEB
                        THRU 0300-CORRECTION-ETAT-FIN
                ELSE
                     MOVE "CORRIGEABLE" TO R-DET-SUITE
                END-IF
           END-IF

           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-DETAIL.
       0200-TRAITEMENT-ANOMALIE-FIN.

       0300-CORRECTION-ETAT-DEB.
      * RECALAGE DE L'ÉTAT DE L'EXEMPLAIRE. LA CONDITION SUR L'ÉTAT
      * CONSTATÉ ÉVITE D'ÉCRASER UN MOUVEMENT PASSÉ ENTRE-TEMPS
           EXEC SQL
              UPDATE exemplaires
                 SET etat = :S-ETAT-CIBLE,
                     date_maj = :S-DATE-TRAITEMENT
               WHERE code_barres = :S-CLE-1
                 AND etat = :S-ETAT
           END-EXEC

           IF SQLCODE = 0
                ADD 1 TO C-CORRECTIONS
                MOVE "CORRIGE"         TO R-DET-SUITE
                MOVE S-DATE-TRAITEMENT TO J-DATE-TRAITEMENT
                MOVE "COHERENCE"       TO J-PROGRAMME
                MOVE S-CLE-1           TO J-CLE
                MOVE "etat"            TO J-CHAMP
                MOVE S-ETAT            TO J-VALEUR-AVANT
                MOVE S-ETAT-CIBLE      TO J-VALEUR-APRES
                PERFORM 0800-ECRITURE-JOURNAL-DEB
                   THRU 0800-ECRITURE-JOURNAL-FIN
           ELSE
                ADD 1 TO C-ECHECS-CORRECTION
                MOVE "ECHEC CORRECTION" TO R-DET-SUITE
                DISPLAY " ERREUR CORRECTION EXEMPLAIRE " S-CLE-1
                   " SQLCODE " SQLCODE
           END-IF.
       0300-CORRECTION-ETAT-FIN.

       0800-ECRITURE-JOURNAL-DEB.
      * ÉCRITURE D'UNE LIGNE DE JOURNAL, AVEC CONTRÔLE DU STATUT POUR
      * NE PAS PERDRE UNE TRACE D'AUDIT EN SILENCE
           WRITE LIGNE-FICHIER-JOURNAL.
           IF NOT F-JOURNAL-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE JOURNAL AUDIT - STATUT "
                   F-JOURNAL-STATUS
           END-IF.
       0800-ECRITURE-JOURNAL-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - COHÉRENCE".
           DISPLAY "=========================================".
           DISPLAY " MODE                 : " S-MODE.
           DISPLAY " ANOMALIES RELEVÉES   : " C-ANOMALIES.
           DISPLAY "   DONT C01 SORTIS    : " C-ANOMALIES-C01.
           DISPLAY "   DONT C02 PRÊTS     : " C-ANOMALIES-C02.
           DISPLAY "   DONT C03 RÉSERV.   : " C-ANOMALIES-C03.
           DISPLAY "   DONT C04 AMENDES   : " C-ANOMALIES-C04.
           DISPLAY "   DONT C05 MINEURS   : " C-ANOMALIES-C05.
           DISPLAY "   DONT C06 GARANTS   : " C-ANOMALIES-C06.
           DISPLAY " CORRECTIONS          : " C-CORRECTIONS.
           DISPLAY " ÉCHECS DE CORRECTION : " C-ECHECS-CORRECTION.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.

       0950-FIN-SUIVI-DEB.
      * CLÔTURE DU SUIVI : LES ANOMALIES RELEVÉES TIENNENT LIEU DE
      * LIGNES LUES, LES CORRECTIONS DE LIGNES TRAITÉES, ET CE QUI
      * RESTE À TRAITER PAR LE PERSONNEL DE REJETS, POUR QUE LE
      * RAPPORT DU MATIN LES SIGNALE
           ACCEPT S-HEURE-SUIVI FROM TIME.
           MOVE C-ANOMALIES TO S-SUIVI-LUS.
           MOVE C-CORRECTIONS TO S-SUIVI-TRAITES.
           COMPUTE S-SUIVI-REJETES = C-ANOMALIES - C-CORRECTIONS.
           EXEC SQL
              UPDATE suivi_batchs
                 SET heure_fin = :S-HEURE-SUIVI,
                     statut = 'T',
                     lus = :S-SUIVI-LUS,
                     traites = :S-SUIVI-TRAITES,
                     rejetes = :S-SUIVI-REJETES
               WHERE programme = 'COHERENCE'
                 AND date_traitement = :S-DATE-TRAITEMENT
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR CLOTURE SUIVI BATCH SQLCODE " SQLCODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC.
       0950-FIN-SUIVI-FIN.
