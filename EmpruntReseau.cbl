       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpruntReseau.

      * PRÊTS ENTRE BIBLIOTHÈQUES DU RÉSEAU DÉPARTEMENTAL : LE SENS
      * SORTANT, SYMÉTRIQUE DE PRETRESEAU. C'EST NOUS QUI EMPRUNTONS
      * AUX PARTENAIRES POUR NOS PROPRES ADHÉRENTS. UNE RÉSERVATION
      * PRISE AU GUICHET SUR UN TITRE QUE NOUS N'AVONS PAS, OU DONT
      * TOUS LES EXEMPLAIRES SONT PERDUS OU RETIRÉS, OUVRE UNE
      * DEMANDE DANS LA TABLE PRETS_ENTRANTS. CE BATCH :
      *  - PREND LES RÉPONSES DES PARTENAIRES : UNE ACCEPTATION CRÉE
      *    UN EXEMPLAIRE TEMPORAIRE SOUS UN CODE-BARRES RÉSEAU ('RS'
      *    SUIVI DU NUMÉRO DE DEMANDE) QUI SORT ENSUITE PAR LE GUICHET
      *    NORMAL DES EMPRUNTS, PASSE LA RÉSERVATION "PRÊTE À RETIRER"
      *    ET ÉDITE L'AVIS DE MISE À DISPOSITION ;
      *  - ENREGISTRE LES RENVOIS AUX PRÊTEURS ;
      *  - ÉMET LE FICHIER DES DEMANDES EN ATTENTE VERS LE RÉSEAU ;
      *  - ÉDITE LES EXEMPLAIRES À RENVOYER OU À RÉCUPÉRER, LES
      *    DEMANDES REFUSÉES ENCORE EN ATTENTE, ET LE NOMBRE DE PRÊTS
      *    ENTRANTS DU MOIS PAR BIBLIOTHÈQUE PRÊTEUSE, BASE DE LA
      *    FACTURATION DU RÉSEAU

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-PARAMETRES
              ASSIGN TO 'reseau-sortant-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT OPTIONAL FICHIER-REPONSES
              ASSIGN TO 'reseau-sortant-reponses.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-REPONSES-STATUS.

           SELECT OPTIONAL FICHIER-RENVOIS
              ASSIGN TO 'reseau-sortant-renvois.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RENVOIS-STATUS.

           SELECT FICHIER-DEMANDES
              ASSIGN TO 'reseau-sortant-demandes.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-DEMANDES-STATUS.

           SELECT FICHIER-EXCEPTIONS
              ASSIGN TO 'reseau-sortant-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-EXCEPTIONS-STATUS.

           SELECT FICHIER-AVIS ASSIGN TO 'reseau-sortant-avis.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-AVIS-STATUS.

      * MESSAGES SORTANTS VERS LA PASSERELLE DE MESSAGERIE DE LA
      * VILLE, COMMUNS À TOUS LES PROGRAMMES D'AVIS : OUVERT EN
      * EXTENSION, LA PASSERELLE RELÈVE ET VIDE LE FICHIER
           SELECT OPTIONAL FICHIER-MESSAGES
              ASSIGN TO 'messages-sortants.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MESSAGES-STATUS.

           SELECT FICHIER-RAPPORT
              ASSIGN TO 'reseau-sortant-rapport.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PARAMÈTRES D'EXPLOITATION : CODE DE NOTRE BIBLIOTHÈQUE DANS LE
      * RÉSEAU, NOMBRE DE JOURS AVANT L'ÉCHÉANCE DU PRÊTEUR À PARTIR
      * DUQUEL UN EXEMPLAIRE EST À RÉCUPÉRER, MOIS DE FACTURATION
      * (AAAAMM, MOIS DU RUN SI ABSENT)
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-CODE-BIBLIO           PIC X(05).
           05 P-DELAI-ALERTE          PIC 9(03).
           05 P-MOIS.
              10 P-MOIS-ANNEE         PIC X(04).
              10 P-MOIS-MM            PIC X(02).

      * RÉPONSE D'UN PARTENAIRE À UNE DEMANDE ÉMISE : 'A' ACCEPTÉE
      * (CODE-BARRES DU PRÊTEUR, DATE À LAQUELLE IL ATTEND LE RETOUR,
      * TITRE POUR LES OUVRAGES ABSENTS DE NOTRE CATALOGUE), 'R'
      * REFUSÉE. LA RÉFÉRENCE EST LE NUMÉRO DE DEMANDE ÉMIS
       FD FICHIER-REPONSES.
       01 LIGNE-FICHIER-REPONSES.
           05 F-REFERENCE             PIC 9(10).
           05 F-CODE-BIBLIO           PIC X(05).
           05 F-REPONSE               PIC X(01).
           05 F-CODE-BARRES-PRETEUR   PIC X(13).
           05 F-DATE-REPONSE          PIC X(08).
           05 F-DATE-RETOUR-PRETEUR   PIC X(08).
           05 F-TITRE                 PIC X(50).

      * RENVOIS AUX PRÊTEURS SAISIS À L'EXPÉDITION DU CARTON : LE
      * CODE-BARRES RÉSEAU SCANNÉ FAIT FOI
       FD FICHIER-RENVOIS.
       01 LIGNE-FICHIER-RENVOIS.
           05 RV-CODE-BARRES          PIC X(13).
           05 RV-DATE-RENVOI          PIC X(08).

      * DEMANDES ÉMISES VERS LE RÉSEAU : LE PARTENAIRE N'EST PAS
      * DÉSIGNÉ, C'EST LE RÉSEAU QUI ROUTE LA DEMANDE
       FD FICHIER-DEMANDES.
       01 LIGNE-FICHIER-DEMANDES.
           05 DM-CODE-BIBLIO          PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DM-REFERENCE            PIC 9(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DM-CODE-ISBN            PIC X(13).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DM-DATE-DEMANDE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DM-TITRE                PIC X(50).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
           05 E-TYPE-MVT              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-CODE-BIBLIO           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-REFERENCE             PIC X(13).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-SQLCODE               PIC -(6)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 E-LIBELLE               PIC X(30).

      * AVIS DE MISE À DISPOSITION : MÊME DESSIN QUE CEUX DU GUICHET
      * DES EMPRUNTS
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

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(110).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-ID-PRET-ENTRANT          PIC 9(10).
       01 S-ID-RESERVATION           PIC 9(10).
       01 S-ID-MEMBRE                PIC X(10).
       01 S-CODE-BIBLIO              PIC X(05).
       01 S-CODE-ISBN                PIC X(13).
       01 S-TITRE                    PIC X(50).
       01 S-CODE-BARRES-RESEAU       PIC X(13).
       01 S-CODE-BARRES-PRETEUR      PIC X(13).
       01 S-DATE-DEMANDE             PIC X(08).
       01 S-DATE-REPONSE             PIC X(08).
       01 S-DATE-RETOUR-PRETEUR      PIC X(08).
       01 S-DATE-RENVOI              PIC X(08).
       01 S-DATE-TRAITEMENT          PIC X(08).
       01 S-STATUT-PRET              PIC X(01).
       01 S-SITUATION                PIC X(01).

      * AVIS DE MISE À DISPOSITION, ADRESSÉ À L'ADHÉRENT QUI A
      * RÉSERVÉ OU, POUR UN MINEUR RATTACHÉ À UN FOYER, À SON GARANT,
      * DONT SONT LUS LE NOM, L'ADRESSE ET LES COORDONNÉES. UN
      * ADHÉRENT NÉ APRÈS LA DATE DE MAJORITÉ DU JOUR EST MINEUR
       01 S-ID-DESTINATAIRE          PIC X(10).
       01 S-NOM-BENEFICIAIRE         PIC X(40).
       01 S-DATE-MAJORITE            PIC X(08).
       01 S-NOM-MEMBRE               PIC X(40).
       01 S-ADRESSE-MEMBRE           PIC X(60).
       01 S-EMAIL                    PIC X(60).
       01 S-MOBILE                   PIC X(15).
       01 S-CANAL-PREFERE            PIC X(01).
       01 S-DATE-RESERVATION         PIC X(08).

      * ÉCHÉANCE PRÊTEUR EN DEÇÀ DE LAQUELLE UN EXEMPLAIRE EST À
      * RÉCUPÉRER, ET BORNES DU MOIS DE FACTURATION
       01 S-DELAI-ALERTE             PIC 9(03) VALUE 007.
       01 S-DATE-ALERTE              PIC X(08).
       01 S-DATE-DEBUT               PIC X(08).
       01 S-DATE-FIN                 PIC X(08).

       01 S-PRET-COUNT               PIC 9(10).
       01 S-LIVRE-COUNT              PIC 9(10).
       01 S-EMPRUNT-COUNT            PIC 9(10).
       01 S-NB-PRETS                 PIC 9(10).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * DEMANDES EN ATTENTE D'ÉMISSION, DANS L'ORDRE DE SAISIE DES
      * RÉSERVATIONS QUI LES ONT OUVERTES
       EXEC SQL
          DECLARE C-A-EMETTRE CURSOR FOR
             SELECT pe.id_pret_entrant, pe.isbn, pe.date_demande,
                    COALESCE(l.titre, ' ')
               FROM prets_entrants pe
               LEFT JOIN livres l ON l.isbn = pe.isbn
              WHERE pe.statut = 'D'
              ORDER BY pe.id_pret_entrant
       END-EXEC.

      * EXEMPLAIRES EMPRUNTÉS AU RÉSEAU QUI DOIVENT REPARTIR : RENDUS
      * PAR L'ADHÉRENT ('R'), JAMAIS RETIRÉS ALORS QUE LA RÉSERVATION
      * N'ATTEND PLUS ('N'), OU ENCORE CHEZ L'ADHÉRENT À L'APPROCHE DE
      * L'ÉCHÉANCE DU PRÊTEUR ('E')
       EXEC SQL
          DECLARE C-A-RENVOYER CURSOR FOR
             SELECT pe.code_barres_reseau, pe.code_biblio,
                    pe.code_barres_preteur, pe.isbn,
                    COALESCE(l.titre, ' '), pe.date_retour_preteur,
                    CASE WHEN pe.statut = 'V' THEN 'R'
                         WHEN NOT EXISTS
                              (SELECT 1 FROM emprunts e
                                WHERE e.code_barres =
                                      pe.code_barres_reseau
                                  AND e.date_retour_effective IS NULL)
                          AND COALESCE(r.statut, 'X') <> 'P'
                         THEN 'N'
                         ELSE 'E' END
               FROM prets_entrants pe
               LEFT JOIN livres l ON l.isbn = pe.isbn
               LEFT JOIN reservations r
                      ON r.id_reservation = pe.id_reservation
              WHERE pe.statut = 'V'
                 OR (pe.statut = 'A'
                     AND (pe.date_retour_preteur <= :S-DATE-ALERTE
                          OR (COALESCE(r.statut, 'X') <> 'P'
                              AND NOT EXISTS
                              (SELECT 1 FROM emprunts e
                                WHERE e.code_barres =
                                      pe.code_barres_reseau
                                  AND e.date_retour_effective
                                      IS NULL))))
              ORDER BY pe.code_biblio, pe.date_retour_preteur,
                       pe.code_barres_reseau
       END-EXEC.

      * DEMANDES REFUSÉES DONT L'ADHÉRENT ATTEND TOUJOURS : À
      * TRAITER PAR LE PERSONNEL (ANNULATION OU ACHAT)
       EXEC SQL
          DECLARE C-REFUSEES CURSOR FOR
             SELECT pe.id_pret_entrant, pe.id_membre, pe.isbn,
                    COALESCE(l.titre, ' '), pe.code_biblio,
                    pe.date_reponse
               FROM prets_entrants pe
               JOIN reservations r
                 ON r.id_reservation = pe.id_reservation
               LEFT JOIN livres l ON l.isbn = pe.isbn
              WHERE pe.statut = 'F'
                AND r.statut = 'A'
              ORDER BY pe.date_reponse, pe.id_pret_entrant
       END-EXEC.

      * PRÊTS ENTRANTS ACCEPTÉS DANS LE MOIS, PAR BIBLIOTHÈQUE
      * PRÊTEUSE : LE RÉSEAU NOUS FACTURE CHACUN D'EUX
       EXEC SQL
          DECLARE C-FACTURATION CURSOR FOR
             SELECT code_biblio, COUNT(*)
               FROM prets_entrants
              WHERE statut IN ('A', 'V', 'C')
                AND date_reponse BETWEEN :S-DATE-DEBUT
                                     AND :S-DATE-FIN
              GROUP BY code_biblio
              ORDER BY code_biblio
       END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-REPONSES-STATUS          PIC X(02) VALUE SPACE.
           88 F-REPONSES-STATUS-OK    VALUE '00'.
           88 F-REPONSES-STATUS-EOF   VALUE '10'.

       01  F-RENVOIS-STATUS           PIC X(02) VALUE SPACE.
           88 F-RENVOIS-STATUS-OK     VALUE '00'.
           88 F-RENVOIS-STATUS-EOF    VALUE '10'.

       01  F-DEMANDES-STATUS          PIC X(02) VALUE SPACE.
           88 F-DEMANDES-STATUS-OK    VALUE '00'.

       01  F-EXCEPTIONS-STATUS        PIC X(02) VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK  VALUE '00'.

       01  F-AVIS-STATUS              PIC X(02) VALUE SPACE.
           88 F-AVIS-STATUS-OK        VALUE '00'.

       01  F-MESSAGES-STATUS         PIC X(02) VALUE SPACE.
           88 F-MESSAGES-STATUS-OK   VALUE '00'.

       01  F-RAPPORT-STATUS           PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK     VALUE '00'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * CODE DE NOTRE BIBLIOTHÈQUE DANS LE RÉSEAU, COMME DANS
      * L'EXTRACTION VERS LE CATALOGUE COLLECTIF
       01  S-CODE-BIBLIO-LOCAL       PIC X(05) VALUE "BM001".
       01  S-MOIS-FACTURATION        PIC X(06) VALUE SPACE.

      * CODE-BARRES TEMPORAIRE DE L'EXEMPLAIRE EMPRUNTÉ : PRÉFIXE
      * RÉSERVÉ AU RÉSEAU SUIVI DU NUMÉRO DE DEMANDE
       01  S-CODE-RESEAU-CONSTRUIT.
           05 FILLER                 PIC X(02) VALUE "RS".
           05 S-CODE-RESEAU-NUMERO   PIC 9(11).

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
      * AUX CHARGEURS (DATES CALENDRIER, CLÉ ISBN)
       01  V-TYPE-CONTROLE           PIC X(01).
       01  V-VALEUR-CONTROLE         PIC X(13).
       01  V-RESULTAT-CONTROLE       PIC X(01).
           88 CONTROLE-VALIDE        VALUE 'O'.
           88 CONTROLE-INVALIDE      VALUE 'N'.

      * LIBELLÉ DE L'ÉTAPE EN COURS, POUR DIRE EN CAS D'ERREUR SQL
      * LAQUELLE DES ÉCRITURES D'UNE ACCEPTATION A ÉCHOUÉ
       01  S-LIBELLE-ETAPE           PIC X(30) VALUE SPACE.

      * LIGNES D'ÉDITION
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.
       01  R-LIGNE-SECTION           PIC X(110).
       01  R-LIGNE-TITRE.
           05 FILLER                 PIC X(35) VALUE
              " EMPRUNTS AU RESEAU -- SITUATION AU".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-TIT-DATE             PIC X(08).
       01  R-LIGNE-ENTETE-RENVOI.
           05 FILLER                 PIC X(49) VALUE
              " CODE RESEAU   PRET. CODE PRETEUR  ISBN".
           05 FILLER                 PIC X(61) VALUE
              "TITRE                          ECHEANCE SITUATION".
       01  R-LIGNE-RENVOI.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-CODE-RESEAU      PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-CODE-BIBLIO      PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-CODE-PRETEUR     PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-CODE-ISBN        PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-TITRE            PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-ECHEANCE         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REN-SITUATION        PIC X(20).
       01  R-LIGNE-ENTETE-REFUS.
           05 FILLER                 PIC X(52) VALUE
              " DEMANDE    ADHERENT   ISBN          TITRE".
           05 FILLER                 PIC X(40) VALUE
              "                PRET. REPONSE".
       01  R-LIGNE-REFUS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-REFERENCE        PIC 9(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-ID-MEMBRE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-CODE-ISBN        PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-TITRE            PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-CODE-BIBLIO      PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REF-DATE-REPONSE     PIC X(08).
       01  R-LIGNE-ENTETE-MOIS.
           05 FILLER                 PIC X(35) VALUE
              " PRETS ENTRANTS FACTURABLES DU MOIS".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MOI-MOIS             PIC X(06).
       01  R-LIGNE-ENTETE-PRETEUR.
           05 FILLER                 PIC X(30) VALUE
              " PRETEUR       NOMBRE".
       01  R-LIGNE-PRETEUR.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-PRE-CODE-BIBLIO      PIC X(05).
           05 FILLER                 PIC X(05) VALUE SPACE.
           05 R-PRE-NOMBRE           PIC Z(09)9.

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
       01  C-REPONSES-LUES           PIC 9(10) VALUE ZERO.
       01  C-ACCEPTATIONS            PIC 9(10) VALUE ZERO.
       01  C-REFUS                   PIC 9(10) VALUE ZERO.
       01  C-AVIS-EMIS               PIC 9(10) VALUE ZERO.
       01  C-MESSAGES-EMIS           PIC 9(10) VALUE ZERO.
       01  C-RENVOIS-LUS             PIC 9(10) VALUE ZERO.
       01  C-RENVOIS                 PIC 9(10) VALUE ZERO.
       01  C-REJETES                 PIC 9(10) VALUE ZERO.
       01  C-DEMANDES-CADUQUES       PIC 9(10) VALUE ZERO.
       01  C-DEMANDES-EMISES         PIC 9(10) VALUE ZERO.
       01  C-A-RENVOYER              PIC 9(10) VALUE ZERO.
       01  C-REFUS-EN-ATTENTE        PIC 9(10) VALUE ZERO.
       01  C-PRETS-DU-MOIS           PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           DISPLAY " CONNEXION À LA BASE DE DONNÉES...".
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.


           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           OPEN OUTPUT FICHIER-EXCEPTIONS.

           PERFORM 0100-TRAITEMENT-REPONSES-DEB
              THRU 0100-TRAITEMENT-REPONSES-FIN

           PERFORM 0400-TRAITEMENT-RENVOIS-DEB
              THRU 0400-TRAITEMENT-RENVOIS-FIN

           CLOSE FICHIER-EXCEPTIONS.

           PERFORM 0500-EMISSION-DEMANDES-DEB
              THRU 0500-EMISSION-DEMANDES-FIN

           PERFORM 0600-EDITION-RAPPORT-DEB
              THRU 0600-EDITION-RAPPORT-FIN

           PERFORM 0900-RAPPORT-CONTROLE-DEB
              THRU 0900-RAPPORT-CONTROLE-FIN

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0050-LECTURE-PARAMETRES-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE S-DATE-TRAITEMENT (1:6) TO S-MOIS-FACTURATION.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        - INTERVAL '18 years', 'YYYYMMDD')
                INTO :S-DATE-MAJORITE
           END-EXEC

      * LE FICHIER DE PARAMÈTRES EST FACULTATIF : CHAQUE ZONE NE
      * REMPLACE LA VALEUR PAR DÉFAUT QUE SI ELLE EST RENSEIGNÉE ET
      * VALIDE
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-CODE-BIBLIO NOT = SPACE
                             MOVE P-CODE-BIBLIO TO S-CODE-BIBLIO-LOCAL
                        END-IF
                        IF P-DELAI-ALERTE NUMERIC
                             MOVE P-DELAI-ALERTE TO S-DELAI-ALERTE
                        END-IF
                        IF P-MOIS NUMERIC
                           AND P-MOIS-MM >= "01"
                           AND P-MOIS-MM <= "12"
                             MOVE P-MOIS TO S-MOIS-FACTURATION
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

      * BORNES DU MOIS DE FACTURATION : LES DATES ÉTANT DES CHAÎNES,
      * LA BORNE HAUTE 31 COUVRE TOUS LES MOIS
           STRING S-MOIS-FACTURATION "01" DELIMITED BY SIZE
              INTO S-DATE-DEBUT.
           STRING S-MOIS-FACTURATION "31" DELIMITED BY SIZE
              INTO S-DATE-FIN.

           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:S-DATE-TRAITEMENT, 'YYYYMMDD')
                        + CAST(:S-DELAI-ALERTE AS INTEGER),
                        'YYYYMMDD')
                INTO :S-DATE-ALERTE
           END-EXEC.
       0050-LECTURE-PARAMETRES-FIN.

       0100-TRAITEMENT-REPONSES-DEB.
           OPEN INPUT FICHIER-REPONSES.
           OPEN OUTPUT FICHIER-AVIS.
           OPEN EXTEND FICHIER-MESSAGES.

      * PAS DE RÉPONSE DU RÉSEAU CERTAINS SOIRS : RIEN À TRAITER
           IF NOT F-REPONSES-STATUS-OK
                MOVE '10' TO F-REPONSES-STATUS
           END-IF

             PERFORM UNTIL F-REPONSES-STATUS-EOF
               READ FICHIER-REPONSES
                  NOT AT END

                    MOVE F-CODE-BIBLIO         TO S-CODE-BIBLIO
                    MOVE F-CODE-BARRES-PRETEUR TO S-CODE-BARRES-PRETEUR
                    MOVE F-DATE-RETOUR-PRETEUR TO S-DATE-RETOUR-PRETEUR
                    MOVE F-TITRE               TO S-TITRE

      * UNE DATE DE RÉPONSE ABSENTE VAUT LA DATE DU RUN
                    IF F-DATE-REPONSE = SPACE
                         MOVE S-DATE-TRAITEMENT TO S-DATE-REPONSE
                    ELSE
                         MOVE F-DATE-REPONSE TO S-DATE-REPONSE
                    END-IF

               END-READ

           IF F-REPONSES-STATUS-OK

                ADD 1 TO C-REPONSES-LUES
                MOVE F-REPONSE     TO E-TYPE-MVT
                MOVE F-CODE-BIBLIO TO E-CODE-BIBLIO
                MOVE F-REFERENCE   TO E-REFERENCE

      * LA RÉFÉRENCE DOIT ÊTRE UNE DEMANDE ÉMISE ET PAS ENCORE
      * RÉPONDUE : UNE RÉPONSE EN DOUBLE NE CRÉE PAS DEUX EXEMPLAIRES
           MOVE ZERO TO S-PRET-COUNT
           IF F-REFERENCE NUMERIC
                MOVE F-REFERENCE TO S-ID-PRET-ENTRANT
           EXEC SQL
              SELECT COUNT(*) INTO :S-PRET-COUNT
              FROM prets_entrants
              WHERE id_pret_entrant = :S-ID-PRET-ENTRANT
                AND statut = 'E'
           END-EXEC
           END-IF

           IF S-PRET-COUNT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "DEMANDE INCONNUE OU DEJA SOLDEE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           IF S-CODE-BIBLIO = SPACE
                MOVE ZERO TO E-SQLCODE
                MOVE "BIBLIOTHEQUE PRETEUSE ABSENTE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-REPONSE TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
                MOVE ZERO TO E-SQLCODE
                MOVE "DATE REPONSE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

                EVALUATE F-REPONSE
                   WHEN "A"
                      PERFORM 0200-ACCEPTATION-DEB
                         THRU 0200-ACCEPTATION-FIN
                   WHEN "R"
                      PERFORM 0300-REFUS-DEB
                         THRU 0300-REFUS-FIN
                   WHEN OTHER
                      MOVE ZERO TO E-SQLCODE
                      MOVE "TYPE DE REPONSE INCONNU" TO E-LIBELLE
                      PERFORM 0150-ECRITURE-EXCEPTION-DEB
                         THRU 0150-ECRITURE-EXCEPTION-FIN
                      ADD 1 TO C-REJETES
                END-EVALUATE

           END-IF

           END-IF

           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-REPONSES.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-MESSAGES.

           EXEC SQL COMMIT WORK END-EXEC.
       0100-TRAITEMENT-REPONSES-FIN.

       0150-ECRITURE-EXCEPTION-DEB.
      * ÉCRITURE DE LA LIGNE DE REJET DANS LE FICHIER D'EXCEPTIONS, AVEC
      * CONTRÔLE DU STATUT POUR NE PAS PERDRE UN REJET EN SILENCE SI
      * L'ÉCRITURE ELLE-MÊME ÉCHOUE (DISQUE PLEIN, DROITS...)
           WRITE LIGNE-FICHIER-EXCEPTIONS.
           IF NOT F-EXCEPTIONS-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE FICHIER EXCEPTIONS - STATUT "
                   F-EXCEPTIONS-STATUS
           END-IF.
       0150-ECRITURE-EXCEPTION-FIN.

       0200-ACCEPTATION-DEB.
      * L'ÉCHÉANCE DU PRÊTEUR EST OBLIGATOIRE : C'EST ELLE QUI BORNE
      * LA DATE DE RETOUR DE L'ADHÉRENT AU GUICHET
           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-RETOUR-PRETEUR TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
              OR S-DATE-RETOUR-PRETEUR NOT > S-DATE-REPONSE
                MOVE ZERO TO E-SQLCODE
                MOVE "ECHEANCE PRETEUR INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           EXEC SQL
              SELECT isbn, id_reservation, id_membre
                INTO :S-CODE-ISBN, :S-ID-RESERVATION, :S-ID-MEMBRE
              FROM prets_entrants
              WHERE id_pret_entrant = :S-ID-PRET-ENTRANT
           END-EXEC

           MOVE S-ID-PRET-ENTRANT TO S-CODE-RESEAU-NUMERO
           MOVE S-CODE-RESEAU-CONSTRUIT TO S-CODE-BARRES-RESEAU

           EXEC SQL
              SELECT COUNT(*) INTO :S-LIVRE-COUNT FROM livres
              WHERE isbn = :S-CODE-ISBN
           END-EXEC

      * POINT DE REPRISE AVANT LES ÉCRITURES DE L'ACCEPTATION
           EXEC SQL
              SAVEPOINT SP_ACCEPTATION
           END-EXEC

      * UN TITRE ABSENT DU CATALOGUE Y ENTRE AVEC LE SEUL TITRE
      * TRANSMIS PAR LE PRÊTEUR : LES AVIS ET LES EMPRUNTS EN ONT
      * BESOIN
           MOVE ZERO TO SQLCODE
           IF S-LIVRE-COUNT = 0
                MOVE "ERREUR CREATION NOTICE" TO S-LIBELLE-ETAPE
                IF S-TITRE = SPACE
                     MOVE "OUVRAGE EMPRUNTE AU RESEAU" TO S-TITRE
                END-IF
           EXEC SQL
              INSERT INTO livres (isbn, titre, date_maj)
              VALUES (:S-CODE-ISBN, :S-TITRE, :S-DATE-TRAITEMENT)
           END-EXEC
           END-IF

      * EXEMPLAIRE TEMPORAIRE DISPONIBLE AU SITE PRINCIPAL, OÙ
      * ARRIVENT LES CARTONS DU RÉSEAU
           IF SQLCODE = 0
                MOVE "ERREUR CREATION EXEMPLAIRE" TO S-LIBELLE-ETAPE
           EXEC SQL
              INSERT INTO exemplaires (code_barres, isbn, etat,
                   date_acquisition, localisation, date_maj)
              VALUES (:S-CODE-BARRES-RESEAU, :S-CODE-ISBN, 'D',
                     :S-DATE-REPONSE, 'PRI', :S-DATE-TRAITEMENT)
           END-EXEC
           END-IF

           IF SQLCODE = 0
                MOVE "ERREUR MAJ PRET ENTRANT" TO S-LIBELLE-ETAPE
           EXEC SQL
              UPDATE prets_entrants
                 SET statut = 'A',
                     code_biblio = :S-CODE-BIBLIO,
                     code_barres_preteur = :S-CODE-BARRES-PRETEUR,
                     code_barres_reseau = :S-CODE-BARRES-RESEAU,
                     date_reponse = :S-DATE-REPONSE,
                     date_retour_preteur = :S-DATE-RETOUR-PRETEUR
              WHERE id_pret_entrant = :S-ID-PRET-ENTRANT
           END-EXEC
           END-IF

      * LA RÉSERVATION PASSE "PRÊTE À RETIRER" SI L'ADHÉRENT ATTEND
      * TOUJOURS. ANNULÉE ENTRE-TEMPS, AUCUNE LIGNE N'EST TOUCHÉE ET
      * L'EXEMPLAIRE RESSORTIRA À L'ÉTAT DES RENVOIS
           IF SQLCODE = 0
                MOVE "ERREUR MAJ RESERVATION" TO S-LIBELLE-ETAPE
           EXEC SQL
              UPDATE reservations
                 SET statut = 'P',
                     date_disponible = :S-DATE-REPONSE
              WHERE id_reservation = :S-ID-RESERVATION
                AND statut = 'A'
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_ACCEPTATION
           END-EXEC
                MOVE SQLCODE         TO E-SQLCODE
                MOVE S-LIBELLE-ETAPE TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-ACCEPTATIONS
                IF SQLCODE = 0
                     PERFORM 0250-AVIS-MISE-A-DISPOSITION-DEB
                        THRU 0250-AVIS-MISE-A-DISPOSITION-FIN
                END-IF
           END-IF

           END-IF.
       0200-ACCEPTATION-FIN.

       0250-AVIS-MISE-A-DISPOSITION-DEB.
      * AVIS À L'ADHÉRENT : L'OUVRAGE DEMANDÉ AU RÉSEAU EST ARRIVÉ.
      * UN MINEUR RATTACHÉ À UN FOYER EST PRÉVENU PAR SON GARANT
           EXEC SQL
              SELECT a.nom, d.id_membre, d.nom, d.adresse,
                     r.date_reservation, l.titre,
                     COALESCE(d.email, ' '), COALESCE(d.mobile, ' '),
                     COALESCE(d.canal_prefere, ' ')
                INTO :S-NOM-BENEFICIAIRE, :S-ID-DESTINATAIRE,
                     :S-NOM-MEMBRE, :S-ADRESSE-MEMBRE,
                     :S-DATE-RESERVATION, :S-TITRE,
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

           IF SQLCODE = 0
                MOVE S-CANAL-PREFERE TO N-CANAL-PREFERE
                MOVE S-EMAIL         TO N-EMAIL
                MOVE S-MOBILE        TO N-MOBILE
                CALL "Canal" USING N-CANAL-PREFERE, N-EMAIL, N-MOBILE,
                   N-CANAL-RETENU, N-COORDONNEE
                IF CANAL-ELECTRONIQUE
                     PERFORM 0260-ECRITURE-MESSAGE-DEB
                        THRU 0260-ECRITURE-MESSAGE-FIN
                ELSE
                     MOVE S-ID-DESTINATAIRE   TO AV-ID-MEMBRE
                     MOVE S-NOM-MEMBRE        TO AV-NOM-MEMBRE
                     MOVE S-ADRESSE-MEMBRE    TO AV-ADRESSE-MEMBRE
                     MOVE S-TITRE             TO AV-TITRE
                     MOVE S-DATE-RESERVATION  TO AV-DATE-RESERVATION
                     MOVE SPACE               TO AV-ID-BENEFICIAIRE
                     MOVE SPACE               TO AV-NOM-BENEFICIAIRE
      * LE RÉSERVATAIRE N'EST NOMMÉ QUE S'IL N'EST PAS DESTINATAIRE
                     IF S-ID-DESTINATAIRE NOT = S-ID-MEMBRE
                          MOVE S-ID-MEMBRE        TO AV-ID-BENEFICIAIRE
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
                DISPLAY " ERREUR LECTURE RESERVATION "
                   S-ID-RESERVATION " SQLCODE " SQLCODE
           END-IF.
       0250-AVIS-MISE-A-DISPOSITION-FIN.

       0260-ECRITURE-MESSAGE-DEB.
      * AVIS DE MISE À DISPOSITION PAR E-MAIL OU SMS, AVEC CONTRÔLE
      * DU STATUT POUR NE PAS PERDRE UN AVIS EN SILENCE
           MOVE SPACE             TO LIGNE-FICHIER-MESSAGES.
           MOVE N-CANAL-RETENU    TO MS-CANAL.
           MOVE N-COORDONNEE      TO MS-COORDONNEE.
           MOVE S-ID-DESTINATAIRE TO MS-ID-MEMBRE.
           MOVE S-NOM-MEMBRE      TO MS-NOM-MEMBRE.
           MOVE "DIS"             TO MS-TYPE-MESSAGE.
           MOVE S-DATE-TRAITEMENT TO MS-DATE-EMISSION.
           MOVE S-DATE-REPONSE    TO MS-DATE-REFERENCE.
           MOVE 1                 TO MS-NB-DOCUMENTS.
           MOVE S-TITRE           TO MS-TITRE.
           MOVE ZERO              TO MS-MONTANT.
           MOVE "DOCUMENT RESERVE A VOTRE DISPOSITION" TO MS-OBJET.
           MOVE "EMPRUNTRESEAU" TO MS-PROGRAMME.
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
       0260-ECRITURE-MESSAGE-FIN.

       0300-REFUS-DEB.
      * REFUS DU RÉSEAU : LA DEMANDE EST SOLDÉE ET LA RÉSERVATION
      * RESTE EN ATTENTE ; ELLE RESSORT À L'ÉTAT DES REFUS POUR QUE
      * LE PERSONNEL PRÉVIENNE L'ADHÉRENT
           EXEC SQL
              UPDATE prets_entrants
                 SET statut = 'F',
                     code_biblio = :S-CODE-BIBLIO,
                     date_reponse = :S-DATE-REPONSE
              WHERE id_pret_entrant = :S-ID-PRET-ENTRANT
           END-EXEC

           IF SQLCODE NOT = 0
                MOVE SQLCODE TO E-SQLCODE
                MOVE "ERREUR ENREGISTREMENT REFUS" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-REFUS
           END-IF.
       0300-REFUS-FIN.

       0400-TRAITEMENT-RENVOIS-DEB.
           OPEN INPUT FICHIER-RENVOIS.

           IF NOT F-RENVOIS-STATUS-OK
                MOVE '10' TO F-RENVOIS-STATUS
           END-IF

             PERFORM UNTIL F-RENVOIS-STATUS-EOF
               READ FICHIER-RENVOIS
                  NOT AT END

                    MOVE RV-CODE-BARRES TO S-CODE-BARRES-RESEAU
                    IF RV-DATE-RENVOI = SPACE
                         MOVE S-DATE-TRAITEMENT TO S-DATE-RENVOI
                    ELSE
                         MOVE RV-DATE-RENVOI TO S-DATE-RENVOI
                    END-IF

               END-READ

           IF F-RENVOIS-STATUS-OK

                ADD 1 TO C-RENVOIS-LUS
                MOVE "V"            TO E-TYPE-MVT
                MOVE SPACE          TO E-CODE-BIBLIO
                MOVE RV-CODE-BARRES TO E-REFERENCE

           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-RENVOI TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
                MOVE ZERO TO E-SQLCODE
                MOVE "DATE RENVOI INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                PERFORM 0450-RENVOI-DEB
                   THRU 0450-RENVOI-FIN
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-RENVOIS.

           EXEC SQL COMMIT WORK END-EXEC.
       0400-TRAITEMENT-RENVOIS-FIN.

       0450-RENVOI-DEB.
      * SEUL UN PRÊT ENTRANT ENCORE CHEZ NOUS ('A' OU 'V') REPART
           MOVE SPACE TO S-STATUT-PRET
           EXEC SQL
              SELECT statut, code_biblio, id_reservation
                INTO :S-STATUT-PRET, :S-CODE-BIBLIO,
                     :S-ID-RESERVATION
              FROM prets_entrants
              WHERE code_barres_reseau = :S-CODE-BARRES-RESEAU
                AND statut IN ('A', 'V')
           END-EXEC

           IF SQLCODE NOT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "AUCUN PRET ENTRANT EN COURS" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

           MOVE S-CODE-BIBLIO TO E-CODE-BIBLIO

      * UN EXEMPLAIRE ENCORE EMPRUNTÉ NE PEUT PAS ÊTRE DANS LE CARTON
           EXEC SQL
              SELECT COUNT(*) INTO :S-EMPRUNT-COUNT FROM emprunts
              WHERE code_barres = :S-CODE-BARRES-RESEAU
                AND date_retour_effective IS NULL
           END-EXEC

           IF S-EMPRUNT-COUNT NOT = 0
                MOVE ZERO TO E-SQLCODE
                MOVE "EXEMPLAIRE ENCORE EMPRUNTE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

      * POINT DE REPRISE AVANT LA CLÔTURE DU PRÊT ENTRANT
           EXEC SQL
              SAVEPOINT SP_RENVOI
           END-EXEC

           MOVE "ERREUR CLOTURE PRET ENTRANT" TO S-LIBELLE-ETAPE
           EXEC SQL
              UPDATE prets_entrants
                 SET statut = 'C',
                     date_renvoi = :S-DATE-RENVOI
              WHERE code_barres_reseau = :S-CODE-BARRES-RESEAU
                AND statut IN ('A', 'V')
           END-EXEC

      * L'EXEMPLAIRE TEMPORAIRE SORT DÉFINITIVEMENT DU CIRCUIT ; IL
      * RESTE EN TABLE POUR L'HISTORIQUE DES EMPRUNTS QUI LE CITENT
           IF SQLCODE = 0
                MOVE "ERREUR MAJ ETAT EXEMPLAIRE" TO S-LIBELLE-ETAPE
           EXEC SQL
              UPDATE exemplaires SET etat = 'R',
                     date_maj = :S-DATE-TRAITEMENT
              WHERE code_barres = :S-CODE-BARRES-RESEAU
           END-EXEC
           END-IF

      * RENVOYÉ SANS AVOIR ÉTÉ RETIRÉ : LA MISE À DISPOSITION TOMBE
           IF SQLCODE = 0 AND S-STATUT-PRET = 'A'
                MOVE "ERREUR MAJ RESERVATION" TO S-LIBELLE-ETAPE
           EXEC SQL
              UPDATE reservations SET statut = 'X'
              WHERE id_reservation = :S-ID-RESERVATION
                AND statut IN ('A', 'P')
           END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_RENVOI
           END-EXEC
                MOVE SQLCODE         TO E-SQLCODE
                MOVE S-LIBELLE-ETAPE TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE
                ADD 1 TO C-RENVOIS
           END-IF

           END-IF

           END-IF.
       0450-RENVOI-FIN.

       0500-EMISSION-DEMANDES-DEB.
      * UNE DEMANDE DONT LA RÉSERVATION N'ATTEND PLUS (ANNULÉE,
      * HONORÉE PAR UN RETOUR LOCAL) EST CADUQUE ET NE PART PAS
           EXEC SQL
              SELECT COUNT(*) INTO :S-PRET-COUNT
              FROM prets_entrants pe
              WHERE pe.statut = 'D'
                AND NOT EXISTS
                    (SELECT 1 FROM reservations r
                      WHERE r.id_reservation = pe.id_reservation
                        AND r.statut = 'A')
           END-EXEC

           IF S-PRET-COUNT NOT = 0
           EXEC SQL
              UPDATE prets_entrants SET statut = 'X'
              WHERE statut = 'D'
                AND NOT EXISTS
                    (SELECT 1 FROM reservations r
                      WHERE r.id_reservation =
                            prets_entrants.id_reservation
                        AND r.statut = 'A')
           END-EXEC
                IF SQLCODE = 0
                     MOVE S-PRET-COUNT TO C-DEMANDES-CADUQUES
                ELSE
                     DISPLAY " ERREUR CLOTURE DEMANDES CADUQUES "
                        "SQLCODE " SQLCODE
                END-IF
           END-IF

           OPEN OUTPUT FICHIER-DEMANDES.

           EXEC SQL
              OPEN C-A-EMETTRE
           END-EXEC

           EXEC SQL
              FETCH C-A-EMETTRE INTO :S-ID-PRET-ENTRANT, :S-CODE-ISBN,
                 :S-DATE-DEMANDE, :S-TITRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-CODE-BIBLIO-LOCAL TO DM-CODE-BIBLIO
                MOVE S-ID-PRET-ENTRANT   TO DM-REFERENCE
                MOVE S-CODE-ISBN         TO DM-CODE-ISBN
                MOVE S-DATE-DEMANDE      TO DM-DATE-DEMANDE
                MOVE S-TITRE             TO DM-TITRE
                WRITE LIGNE-FICHIER-DEMANDES
                IF NOT F-DEMANDES-STATUS-OK
                     DISPLAY " ERREUR ÉCRITURE FICHIER DEMANDES "
                        "- STATUT " F-DEMANDES-STATUS
                ELSE
           EXEC SQL
              UPDATE prets_entrants
                 SET statut = 'E',
                     date_emission = :S-DATE-TRAITEMENT
              WHERE id_pret_entrant = :S-ID-PRET-ENTRANT
           END-EXEC
                     IF SQLCODE = 0
                          ADD 1 TO C-DEMANDES-EMISES
                     ELSE
                          DISPLAY " ERREUR EMISSION DEMANDE "
                             S-ID-PRET-ENTRANT " SQLCODE " SQLCODE
                     END-IF
                END-IF

           EXEC SQL
              FETCH C-A-EMETTRE INTO :S-ID-PRET-ENTRANT, :S-CODE-ISBN,
                 :S-DATE-DEMANDE, :S-TITRE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-A-EMETTRE : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-A-EMETTRE
           END-EXEC.
           CLOSE FICHIER-DEMANDES.

           EXEC SQL COMMIT WORK END-EXEC.
       0500-EMISSION-DEMANDES-FIN.

       0600-EDITION-RAPPORT-DEB.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE S-DATE-TRAITEMENT TO R-TIT-DATE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-TITRE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           IF NOT F-RAPPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE RAPPORT - STATUT "
                   F-RAPPORT-STATUS
           END-IF.

      * PREMIÈRE PARTIE : CE QUI DOIT REPARTIR CHEZ LES PRÊTEURS
           MOVE " EXEMPLAIRES A RENVOYER OU A RECUPERER"
             TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE-RENVOI.

           EXEC SQL
              OPEN C-A-RENVOYER
           END-EXEC

           EXEC SQL
              FETCH C-A-RENVOYER INTO :S-CODE-BARRES-RESEAU,
                 :S-CODE-BIBLIO, :S-CODE-BARRES-PRETEUR, :S-CODE-ISBN,
                 :S-TITRE, :S-DATE-RETOUR-PRETEUR, :S-SITUATION
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-CODE-BARRES-RESEAU  TO R-REN-CODE-RESEAU
                MOVE S-CODE-BIBLIO         TO R-REN-CODE-BIBLIO
                MOVE S-CODE-BARRES-PRETEUR TO R-REN-CODE-PRETEUR
                MOVE S-CODE-ISBN           TO R-REN-CODE-ISBN
                MOVE S-TITRE               TO R-REN-TITRE
                MOVE S-DATE-RETOUR-PRETEUR TO R-REN-ECHEANCE
                EVALUATE S-SITUATION
                   WHEN "R"
                      MOVE "RENDU - A RENVOYER" TO R-REN-SITUATION
                   WHEN "N"
                      MOVE "NON RETIRE - RENVOI" TO R-REN-SITUATION
                   WHEN OTHER
                      MOVE "CHEZ L'ADHERENT"    TO R-REN-SITUATION
                END-EVALUATE
                WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-RENVOI
                ADD 1 TO C-A-RENVOYER

           EXEC SQL
              FETCH C-A-RENVOYER INTO :S-CODE-BARRES-RESEAU,
                 :S-CODE-BIBLIO, :S-CODE-BARRES-PRETEUR, :S-CODE-ISBN,
                 :S-TITRE, :S-DATE-RETOUR-PRETEUR, :S-SITUATION
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-A-RENVOYER : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-A-RENVOYER
           END-EXEC.

      * DEUXIÈME PARTIE : DEMANDES REFUSÉES, ADHÉRENT EN ATTENTE
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           MOVE " DEMANDES REFUSEES PAR LE RESEAU" TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE-REFUS.

           EXEC SQL
              OPEN C-REFUSEES
           END-EXEC

           EXEC SQL
              FETCH C-REFUSEES INTO :S-ID-PRET-ENTRANT, :S-ID-MEMBRE,
                 :S-CODE-ISBN, :S-TITRE, :S-CODE-BIBLIO,
                 :S-DATE-REPONSE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-ID-PRET-ENTRANT TO R-REF-REFERENCE
                MOVE S-ID-MEMBRE       TO R-REF-ID-MEMBRE
                MOVE S-CODE-ISBN       TO R-REF-CODE-ISBN
                MOVE S-TITRE           TO R-REF-TITRE
                MOVE S-CODE-BIBLIO     TO R-REF-CODE-BIBLIO
                MOVE S-DATE-REPONSE    TO R-REF-DATE-REPONSE
                WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-REFUS
                ADD 1 TO C-REFUS-EN-ATTENTE

           EXEC SQL
              FETCH C-REFUSEES INTO :S-ID-PRET-ENTRANT, :S-ID-MEMBRE,
                 :S-CODE-ISBN, :S-TITRE, :S-CODE-BIBLIO,
                 :S-DATE-REPONSE
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-REFUSEES : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-REFUSEES
           END-EXEC.

      * TROISIÈME PARTIE : PRÊTS ENTRANTS DU MOIS PAR PRÊTEUR, POUR
      * LE CONTRÔLE DE LA FACTURE DU RÉSEAU
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           MOVE S-MOIS-FACTURATION TO R-MOI-MOIS.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE-MOIS.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE-PRETEUR.

           EXEC SQL
              OPEN C-FACTURATION
           END-EXEC

           EXEC SQL
              FETCH C-FACTURATION INTO :S-CODE-BIBLIO, :S-NB-PRETS
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           PERFORM UNTIL S-SQLCODE-FETCH NOT = 0

                MOVE S-CODE-BIBLIO TO R-PRE-CODE-BIBLIO
                MOVE S-NB-PRETS    TO R-PRE-NOMBRE
                WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-PRETEUR
                ADD S-NB-PRETS TO C-PRETS-DU-MOIS

           EXEC SQL
              FETCH C-FACTURATION INTO :S-CODE-BIBLIO, :S-NB-PRETS
           END-EXEC
           MOVE SQLCODE TO S-SQLCODE-FETCH

           END-PERFORM.

           IF S-SQLCODE-FETCH NOT = 100
                DISPLAY " ERREUR LECTURE CURSEUR C-FACTURATION : "
                   S-SQLCODE-FETCH
           END-IF

           EXEC SQL
              CLOSE C-FACTURATION
           END-EXEC.

           MOVE "TOTAL"         TO R-PRE-CODE-BIBLIO.
           MOVE C-PRETS-DU-MOIS TO R-PRE-NOMBRE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-PRETEUR.

           CLOSE FICHIER-RAPPORT.
       0600-EDITION-RAPPORT-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - EMPRUNTS AU RÉSEAU".
           DISPLAY "=========================================".
           DISPLAY " RÉPONSES LUES        : " C-REPONSES-LUES.
           DISPLAY "   DONT ACCEPTÉES     : " C-ACCEPTATIONS.
           DISPLAY "   DONT REFUSÉES      : " C-REFUS.
           DISPLAY " AVIS DE RETRAIT ÉMIS : " C-AVIS-EMIS.
           DISPLAY " AVIS E-MAIL / SMS    : " C-MESSAGES-EMIS.
           DISPLAY " RENVOIS LUS          : " C-RENVOIS-LUS.
           DISPLAY " RENVOIS ENREGISTRÉS  : " C-RENVOIS.
           DISPLAY " LIGNES REJETÉES      : " C-REJETES.
           DISPLAY " DEMANDES CADUQUES    : " C-DEMANDES-CADUQUES.
           DISPLAY " DEMANDES ÉMISES      : " C-DEMANDES-EMISES.
           DISPLAY " À RENVOYER/RÉCUPÉRER : " C-A-RENVOYER.
           DISPLAY " REFUS EN ATTENTE     : " C-REFUS-EN-ATTENTE.
           DISPLAY " PRÊTS DU MOIS        : " C-PRETS-DU-MOIS.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
