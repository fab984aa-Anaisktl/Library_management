      * COMMANDES PASSÉES AU FOURNISSEUR DANS LA TABLE COMMANDES,
      * PUIS RÉCEPTION DES CARTONS : CHAQUE CODE-BARRES REÇU CRÉE
      * DIRECTEMENT SA LIGNE EXEMPLAIRE AVEC SA DATE D'ACQUISITION,
      * SANS RESSAISIE DANS LE FICHIER DES EXEMPLAIRES.
      * CHAQUE COMMANDE PORTE SON FOURNISSEUR, SON PRIX UNITAIRE ET
      * SA LIGNE BUDGÉTAIRE : LE COUPLE LIGNE/FOURNISSEUR DOIT FIGURER
      * AUX DOTATIONS DE L'EXERCICE (UN LIBRAIRE PAR LOT DU MARCHÉ).
      * LES FACTURES DES LIBRAIRES SONT RAPPROCHÉES DES COMMANDES
      * REÇUES ET LES ÉCARTS DE PRIX ET DE QUANTITÉ SONT ÉDITÉS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-COMMANDES-STATUS.

      * DOTATIONS BUDGÉTAIRES PAR EXERCICE, LIGNE ET FOURNISSEUR,
      * COMMUNES AVEC L'ÉTAT BUDGÉTAIRE MENSUEL
           SELECT OPTIONAL FICHIER-DOTATIONS
              ASSIGN TO 'budget-dotations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-DOTATIONS-STATUS.

      * CARTONS REÇUS : UN CODE-BARRES PAR LIGNE, FACULTATIF AUSSI
           SELECT OPTIONAL FICHIER-RECEPTIONS
              ASSIGN TO 'receptions-input.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RECEPTIONS-STATUS.

      * FACTURES DES LIBRAIRES : UNE LIGNE PAR TITRE FACTURÉ,
      * FACULTATIF AUSSI
           SELECT OPTIONAL FICHIER-FACTURES
              ASSIGN TO 'factures-input.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-FACTURES-STATUS.

           SELECT FICHIER-ECARTS
              ASSIGN TO 'factures-ecarts.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ECARTS-STATUS.

           SELECT FICHIER-EXCEPTIONS
              ASSIGN TO 'commandes-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
           05 F-CODE-ISBN             PIC X(13).
           05 F-QUANTITE              PIC 9(03).
           05 F-DATE-COMMANDE         PIC X(08).
      * LIBRAIRE TITULAIRE DU LOT, PRIX UNITAIRE EN CENTIMES ET
      * LIGNE BUDGÉTAIRE ('ADU' FICTION ADULTE, 'JEU' JEUNESSE, 'DOC'
      * DOCUMENTAIRES, 'AUD' AUDIO...)
           05 F-CODE-FOURNISSEUR      PIC X(05).
           05 F-PRIX-UNITAIRE         PIC 9(07).
           05 F-LIGNE-BUDGET          PIC X(03).

      * UNE LIGNE PAR EXERCICE, LIGNE BUDGÉTAIRE ET FOURNISSEUR :
      * '2026ADUL0001000150000FICTION ADULTE'
       FD FICHIER-DOTATIONS.
       01 LIGNE-FICHIER-DOTATIONS.
           05 BD-EXERCICE             PIC X(04).
           05 BD-LIGNE-BUDGET         PIC X(03).
           05 BD-CODE-FOURNISSEUR     PIC X(05).
           05 BD-MONTANT-ALLOUE       PIC 9(09).
           05 BD-LIBELLE              PIC X(20).

       FD FICHIER-RECEPTIONS.
       01 LIGNE-FICHIER-RECEPTIONS.
      * SITE DESTINATAIRE DU CARTON ('PRI', 'ANN'...), 'PRI' SI VIDE
           05 F-LOCALISATION          PIC X(03).

      * LIGNE DE FACTURE : QUANTITÉ ET PRIX UNITAIRE FACTURÉS, EN
      * CENTIMES, POUR UN TITRE D'UNE COMMANDE AU LIBRAIRE
       FD FICHIER-FACTURES.
       01 LIGNE-FICHIER-FACTURES.
           05 FF-CODE-FOURNISSEUR     PIC X(05).
           05 FF-NUMERO-FACTURE       PIC X(12).
           05 FF-CODE-ISBN            PIC X(13).
           05 FF-QUANTITE             PIC 9(03).
           05 FF-PRIX-UNITAIRE        PIC 9(07).
           05 FF-DATE-FACTURE         PIC X(08).

       FD FICHIER-ECARTS.
       01 LIGNE-FICHIER-ECARTS       PIC X(110).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
           05 E-CODE-BARRES           PIC X(13).
       01 S-QUANTITE-CDE             PIC 9(03).
       01 S-QUANTITE-RECUE           PIC 9(03).

      * COMMANDE AU LIBRAIRE : FOURNISSEUR, PRIX UNITAIRE EN
      * CENTIMES, LIGNE BUDGÉTAIRE
       01 S-CODE-FOURNISSEUR         PIC X(05).
       01 S-PRIX-UNITAIRE            PIC 9(07).
       01 S-LIGNE-BUDGET             PIC X(03).

      * LIGNE DE FACTURE EN COURS DE RAPPROCHEMENT
       01 S-NUMERO-FACTURE           PIC X(12).
       01 S-DATE-FACTURE             PIC X(08).
       01 S-QUANTITE-FACTUREE        PIC 9(03).
       01 S-PRIX-FACTURE             PIC 9(07).
       01 S-PRIX-COMMANDE            PIC 9(07).
      * 'O' CONFORME, 'E' EN ÉCART DE PRIX OU DE QUANTITÉ
       01 S-STATUT-FACTURE           PIC X(01).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".
       01  F-EXCEPTIONS-STATUS        PIC X(02) VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK  VALUE '00'.

       01  F-DOTATIONS-STATUS         PIC X(02) VALUE SPACE.
           88 F-DOTATIONS-STATUS-OK   VALUE '00'.
           88 F-DOTATIONS-STATUS-EOF  VALUE '10'.

       01  F-FACTURES-STATUS          PIC X(02) VALUE SPACE.
           88 F-FACTURES-STATUS-OK    VALUE '00'.
           88 F-FACTURES-STATUS-EOF   VALUE '10'.

       01  F-ECARTS-STATUS            PIC X(02) VALUE SPACE.
           88 F-ECARTS-STATUS-OK      VALUE '00'.

      * COUPLES LIGNE BUDGÉTAIRE / FOURNISSEUR DOTÉS PAR EXERCICE :
      * UNE COMMANDE HORS DE CES COUPLES SORT DU MARCHÉ
       01  T-DOTATIONS.
           05 T-DOTATION             OCCURS 100 INDEXED BY I-DOT.
              10 T-DOT-EXERCICE      PIC X(04).
              10 T-DOT-LIGNE-BUDGET  PIC X(03).
              10 T-DOT-FOURNISSEUR   PIC X(05).
       01  C-NB-DOTATIONS            PIC 9(03) VALUE ZERO.
       01  C-MAX-DOTATIONS           PIC 9(03) VALUE 100.

       01  S-MARCHE-TROUVE           PIC X(01) VALUE 'N'.
           88 MARCHE-TROUVE          VALUE 'O'.

       01  S-SQLCODE-FETCH           PIC S9(9) VALUE ZERO.

      * ZONES D'APPEL DU SOUS-PROGRAMME DE CONTRÔLE DE FORME COMMUN
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-SUG-MOTIF            PIC X(25).

      * CLÉ DU BAC DE RECYCLAGE D'UNE LIGNE DE FACTURE
       01  S-CLE-FACTURE.
           05 S-CLE-NUMERO-FACTURE   PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 S-CLE-CODE-ISBN        PIC X(13).

      * LIGNES D'ÉDITION DES ÉCARTS DE FACTURATION
       01  R-LIGNE-ENTETE-ECARTS.
           05 FILLER                 PIC X(47) VALUE
              " FOURN FACTURE      ISBN          CDE RECU FACT".
           05 FILLER                 PIC X(27) VALUE
              "  PRIX CDE PRIX FACT  MOTIF".
       01  R-LIGNE-ECART.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-FOURNISSEUR      PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-NUMERO-FACTURE   PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-CODE-ISBN        PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-QTE-CDE          PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-QTE-RECUE        PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-QTE-FACT         PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-PRIX-CDE         PIC Z(05)9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-ECA-PRIX-FACT        PIC Z(05)9.99.
           05 FILLER                 PIC X(02) VALUE SPACE.
           05 R-ECA-MOTIF            PIC X(20).

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-SUGGESTIONS             PIC 9(10) VALUE ZERO.
       01  C-COMMANDES-LUES          PIC 9(10) VALUE ZERO.
       01  C-COMMANDES-SOLDEES       PIC 9(10) VALUE ZERO.
       01  C-RECEPTIONS-REJETEES     PIC 9(10) VALUE ZERO.
       01  C-REJETS-SOLDES           PIC 9(10) VALUE ZERO.
       01  C-FACTURES-LUES           PIC 9(10) VALUE ZERO.
       01  C-FACTURES-CONFORMES      PIC 9(10) VALUE ZERO.
       01  C-FACTURES-EN-ECART       PIC 9(10) VALUE ZERO.
       01  C-FACTURES-REJETEES       PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           OPEN OUTPUT FICHIER-EXCEPTIONS

           PERFORM 0060-LECTURE-DOTATIONS-DEB
              THRU 0060-LECTURE-DOTATIONS-FIN

           PERFORM 0100-EDITION-SUGGESTIONS-DEB
              THRU 0100-EDITION-SUGGESTIONS-FIN

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0060-LECTURE-DOTATIONS-DEB.
      * CHARGEMENT DES COUPLES LIGNE BUDGÉTAIRE / FOURNISSEUR DOTÉS.
      * UNE LIGNE INCOMPLÈTE EST ÉCARTÉE, COMME AU BARÈME DES
      * CATÉGORIES. SANS FICHIER, AUCUNE COMMANDE NE PASSE
           MOVE SPACE TO T-DOTATIONS.
           MOVE ZERO TO C-NB-DOTATIONS.
           OPEN INPUT FICHIER-DOTATIONS.
           IF NOT F-DOTATIONS-STATUS-OK
                MOVE '10' TO F-DOTATIONS-STATUS
           END-IF

             PERFORM UNTIL F-DOTATIONS-STATUS-EOF
               READ FICHIER-DOTATIONS
                  NOT AT END
                    CONTINUE
               END-READ

           IF F-DOTATIONS-STATUS-OK

           IF BD-EXERCICE NUMERIC
              AND BD-LIGNE-BUDGET NOT = SPACE
              AND BD-CODE-FOURNISSEUR NOT = SPACE
              AND C-NB-DOTATIONS < C-MAX-DOTATIONS
                ADD 1 TO C-NB-DOTATIONS
                SET I-DOT TO C-NB-DOTATIONS
                MOVE BD-EXERCICE         TO T-DOT-EXERCICE (I-DOT)
                MOVE BD-LIGNE-BUDGET     TO T-DOT-LIGNE-BUDGET (I-DOT)
                MOVE BD-CODE-FOURNISSEUR TO T-DOT-FOURNISSEUR (I-DOT)
           ELSE
                DISPLAY " LIGNE DOTATION ECARTEE : "
                   LIGNE-FICHIER-DOTATIONS
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-DOTATIONS.
       0060-LECTURE-DOTATIONS-FIN.

       0100-EDITION-SUGGESTIONS-DEB.
      * ÉDITION DES SUGGESTIONS D'ACHAT : D'ABORD LES TITRES ATTENDUS
      * PAR DES RÉSERVATAIRES, PUIS LES TITRES À REMPLACER
               READ FICHIER-COMMANDES
                  NOT AT END

                    MOVE F-CODE-ISBN        TO S-CODE-ISBN
                    MOVE F-DATE-COMMANDE    TO S-DATE-COMMANDE
                    MOVE F-CODE-FOURNISSEUR TO S-CODE-FOURNISSEUR
                    MOVE F-LIGNE-BUDGET     TO S-LIGNE-BUDGET
                    MOVE S-CODE-ISBN        TO S-CLE-REJET
                    MOVE LIGNE-FICHIER-COMMANDES TO S-IMAGE-REJET

               END-READ
                ADD 1 TO C-COMMANDES-REJETEES
           ELSE

      * LE PRIX UNITAIRE ENGAGE LE BUDGET : UNE COMMANDE SANS PRIX
      * N'APPARAÎTRAIT NULLE PART DANS L'ÉTAT BUDGÉTAIRE
           IF F-PRIX-UNITAIRE NOT NUMERIC OR F-PRIX-UNITAIRE = 0
                MOVE SPACE       TO E-CODE-BARRES
                MOVE S-CODE-ISBN TO E-CODE-ISBN
                MOVE ZERO        TO E-SQLCODE
                MOVE "M126"      TO S-CODE-MOTIF
                MOVE "PRIX UNITAIRE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-COMMANDES-REJETEES
           ELSE
                MOVE F-PRIX-UNITAIRE TO S-PRIX-UNITAIRE

      * RÈGLES DES MARCHÉS PUBLICS : CHAQUE LOT (LIGNE BUDGÉTAIRE)
      * EST ATTRIBUÉ À SES LIBRAIRES. LE COUPLE DOIT ÊTRE DOTÉ POUR
      * L'EXERCICE DE LA DATE DE COMMANDE
           PERFORM 0320-CONTROLE-MARCHE-DEB
              THRU 0320-CONTROLE-MARCHE-FIN

           IF NOT MARCHE-TROUVE
                MOVE SPACE       TO E-CODE-BARRES
                MOVE S-CODE-ISBN TO E-CODE-ISBN
                MOVE ZERO        TO E-SQLCODE
                MOVE "M127"      TO S-CODE-MOTIF
                MOVE "FOURNISSEUR HORS MARCHE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-COMMANDES-REJETEES
           ELSE

      * POINT DE REPRISE AVANT L'INSERTION DE LA COMMANDE
           EXEC SQL
              SAVEPOINT SP_COMMANDE

           EXEC SQL
              INSERT INTO commandes (isbn, quantite, quantite_recue,
                   date_commande, statut, code_fournisseur,
                   prix_unitaire_centimes, ligne_budget)
              VALUES (:S-CODE-ISBN, :S-QUANTITE, 0,
                     :S-DATE-COMMANDE, 'C', :S-CODE-FOURNISSEUR,
                     :S-PRIX-UNITAIRE, :S-LIGNE-BUDGET)
           END-EXEC

           IF SQLCODE NOT = 0

           END-IF

           END-IF

           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-COMMANDES.
       0300-CHARGEMENT-COMMANDES-FIN.

       0320-CONTROLE-MARCHE-DEB.
      * RECHERCHE DU COUPLE LIGNE BUDGÉTAIRE / FOURNISSEUR DE LA
      * COMMANDE PARMI LES DOTATIONS DE SON EXERCICE
           MOVE 'N' TO S-MARCHE-TROUVE.
           IF S-CODE-FOURNISSEUR NOT = SPACE
              AND S-LIGNE-BUDGET NOT = SPACE
                SET I-DOT TO 1
                SEARCH T-DOTATION
                   AT END
                        CONTINUE
                   WHEN T-DOT-EXERCICE (I-DOT) = S-DATE-COMMANDE (1:4)
                    AND T-DOT-LIGNE-BUDGET (I-DOT) = S-LIGNE-BUDGET
                    AND T-DOT-FOURNISSEUR (I-DOT) = S-CODE-FOURNISSEUR
                        MOVE 'O' TO S-MARCHE-TROUVE
                END-SEARCH
           END-IF.
       0320-CONTROLE-MARCHE-FIN.

       0500-TRAITEMENT-RECEPTIONS-DEB.
      * RÉCEPTION DES CARTONS : CHAQUE LIGNE CRÉE L'EXEMPLAIRE AVEC
      * SON CODE-BARRES, À L'ÉTAT DISPONIBLE, AVEC LA DATE DE

             END-PERFORM.
           CLOSE FICHIER-RECEPTIONS.

      * LES FACTURES SONT RAPPROCHÉES APRÈS LES CARTONS DU JOUR :
      * UNE FACTURE ARRIVÉE AVEC SON CARTON TROUVE SA QUANTITÉ REÇUE
           PERFORM 0600-RAPPROCHEMENT-FACTURES-DEB
              THRU 0600-RAPPROCHEMENT-FACTURES-FIN.
       0500-TRAITEMENT-RECEPTIONS-FIN.

       0550-AVANCEMENT-COMMANDE-DEB.
           END-IF.
       0550-AVANCEMENT-COMMANDE-FIN.

       0600-RAPPROCHEMENT-FACTURES-DEB.
      * RAPPROCHEMENT DES FACTURES DES LIBRAIRES : CHAQUE LIGNE EST
      * IMPUTÉE À LA PLUS ANCIENNE COMMANDE NON FACTURÉE DU MÊME
      * FOURNISSEUR POUR LE TITRE. LA QUANTITÉ FACTURÉE EST COMPARÉE
      * À LA QUANTITÉ REÇUE ET LE PRIX FACTURÉ AU PRIX COMMANDÉ ; LES
      * ÉCARTS SONT ÉDITÉS POUR LE SERVICE DES ACQUISITIONS AVANT
      * MANDATEMENT. LE FICHIER EST FACULTATIF
           OPEN INPUT FICHIER-FACTURES.
           OPEN OUTPUT FICHIER-ECARTS.

           WRITE LIGNE-FICHIER-ECARTS FROM R-LIGNE-SEPARATION.
           MOVE " ECARTS ENTRE FACTURES ET COMMANDES RECUES"
             TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-ECARTS FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-ECARTS FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-ECARTS FROM R-LIGNE-ENTETE-ECARTS.
           IF NOT F-ECARTS-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE ECARTS - STATUT "
                   F-ECARTS-STATUS
           END-IF.

           IF NOT F-FACTURES-STATUS-OK
                MOVE '10' TO F-FACTURES-STATUS
           END-IF

             PERFORM UNTIL F-FACTURES-STATUS-EOF
               READ FICHIER-FACTURES
                  NOT AT END

                    MOVE FF-CODE-FOURNISSEUR TO S-CODE-FOURNISSEUR
                    MOVE FF-NUMERO-FACTURE   TO S-NUMERO-FACTURE
                    MOVE FF-CODE-ISBN        TO S-CODE-ISBN
                    MOVE FF-DATE-FACTURE     TO S-DATE-FACTURE
                    MOVE S-NUMERO-FACTURE    TO S-CLE-NUMERO-FACTURE
                    MOVE S-CODE-ISBN         TO S-CLE-CODE-ISBN
                    MOVE S-CLE-FACTURE       TO S-CLE-REJET
                    MOVE LIGNE-FICHIER-FACTURES TO S-IMAGE-REJET

               END-READ

           IF F-FACTURES-STATUS-OK

                ADD 1 TO C-FACTURES-LUES
                PERFORM 0650-TRAITEMENT-FACTURE-DEB
                   THRU 0650-TRAITEMENT-FACTURE-FIN

           END-IF

             END-PERFORM.
           CLOSE FICHIER-FACTURES.
           CLOSE FICHIER-ECARTS.
       0600-RAPPROCHEMENT-FACTURES-FIN.

       0650-TRAITEMENT-FACTURE-DEB.
           IF S-DATE-FACTURE = SPACE
                MOVE S-DATE-TRAITEMENT TO S-DATE-FACTURE
           END-IF

           MOVE 'D' TO V-TYPE-CONTROLE
           MOVE S-DATE-FACTURE TO V-VALEUR-CONTROLE
           CALL "Validation" USING V-TYPE-CONTROLE,
              V-VALEUR-CONTROLE, V-RESULTAT-CONTROLE

           IF CONTROLE-INVALIDE
                MOVE S-NUMERO-FACTURE TO E-CODE-BARRES
                MOVE S-CODE-ISBN      TO E-CODE-ISBN
                MOVE ZERO             TO E-SQLCODE
                MOVE "M201"           TO S-CODE-MOTIF
                MOVE "DATE FACTURE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-FACTURES-REJETEES
           ELSE

           IF FF-QUANTITE NOT NUMERIC OR FF-QUANTITE = 0
                MOVE S-NUMERO-FACTURE TO E-CODE-BARRES
                MOVE S-CODE-ISBN      TO E-CODE-ISBN
                MOVE ZERO             TO E-SQLCODE
                MOVE "M120"           TO S-CODE-MOTIF
                MOVE "QUANTITE FACTUREE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-FACTURES-REJETEES
           ELSE
                MOVE FF-QUANTITE TO S-QUANTITE-FACTUREE

           IF FF-PRIX-UNITAIRE NOT NUMERIC OR FF-PRIX-UNITAIRE = 0
                MOVE S-NUMERO-FACTURE TO E-CODE-BARRES
                MOVE S-CODE-ISBN      TO E-CODE-ISBN
                MOVE ZERO             TO E-SQLCODE
                MOVE "M126"           TO S-CODE-MOTIF
                MOVE "PRIX FACTURE INVALIDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-FACTURES-REJETEES
           ELSE
                MOVE FF-PRIX-UNITAIRE TO S-PRIX-FACTURE

      * LA FACTURE DOIT CORRESPONDRE À UNE COMMANDE DU MÊME LIBRAIRE
      * POUR CE TITRE, PAS ENCORE FACTURÉE
           EXEC SQL
              SELECT COUNT(*) INTO :S-COMMANDE-COUNT FROM commandes
              WHERE isbn = :S-CODE-ISBN
                AND code_fournisseur = :S-CODE-FOURNISSEUR
                AND numero_facture IS NULL
                AND statut IN ('C', 'R')
           END-EXEC

           IF S-COMMANDE-COUNT = 0
                MOVE S-NUMERO-FACTURE TO E-CODE-BARRES
                MOVE S-CODE-ISBN      TO E-CODE-ISBN
                MOVE ZERO             TO E-SQLCODE
                MOVE "M128"           TO S-CODE-MOTIF
                MOVE "FACTURE SANS COMMANDE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-FACTURES-REJETEES
           ELSE

           EXEC SQL
              SELECT MIN(id_commande) INTO :S-ID-COMMANDE
              FROM commandes
              WHERE isbn = :S-CODE-ISBN
                AND code_fournisseur = :S-CODE-FOURNISSEUR
                AND numero_facture IS NULL
                AND statut IN ('C', 'R')
           END-EXEC

           EXEC SQL
              SELECT quantite, quantite_recue,
                     COALESCE(prix_unitaire_centimes, 0)
                INTO :S-QUANTITE-CDE, :S-QUANTITE-RECUE,
                     :S-PRIX-COMMANDE
              FROM commandes
              WHERE id_commande = :S-ID-COMMANDE
           END-EXEC

                IF S-QUANTITE-FACTUREE = S-QUANTITE-RECUE
                   AND S-PRIX-FACTURE = S-PRIX-COMMANDE
                     MOVE 'O' TO S-STATUT-FACTURE
                ELSE
                     MOVE 'E' TO S-STATUT-FACTURE
                END-IF

      * POINT DE REPRISE AVANT LE RAPPROCHEMENT DE LA FACTURE
           EXEC SQL
              SAVEPOINT SP_FACTURE
           END-EXEC

           EXEC SQL
              UPDATE commandes
                 SET numero_facture = :S-NUMERO-FACTURE,
                     date_facture = :S-DATE-FACTURE,
                     quantite_facturee = :S-QUANTITE-FACTUREE,
                     prix_facture_centimes = :S-PRIX-FACTURE,
                     statut_facture = :S-STATUT-FACTURE
               WHERE id_commande = :S-ID-COMMANDE
           END-EXEC

           IF SQLCODE NOT = 0
           EXEC SQL
              ROLLBACK TO SAVEPOINT SP_FACTURE
           END-EXEC
                MOVE S-NUMERO-FACTURE TO E-CODE-BARRES
                MOVE S-CODE-ISBN      TO E-CODE-ISBN
                MOVE SQLCODE          TO E-SQLCODE
                MOVE "M900"           TO S-CODE-MOTIF
                MOVE "ERREUR RAPPROCHEMENT FACTURE" TO E-LIBELLE
                PERFORM 0150-ECRITURE-EXCEPTION-DEB
                   THRU 0150-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-FACTURES-REJETEES
           ELSE
                PERFORM 0160-SOLDE-REJET-DEB
                   THRU 0160-SOLDE-REJET-FIN
                IF S-STATUT-FACTURE = 'O'
                     ADD 1 TO C-FACTURES-CONFORMES
                ELSE
                     ADD 1 TO C-FACTURES-EN-ECART
                     PERFORM 0680-EDITION-ECART-DEB
                        THRU 0680-EDITION-ECART-FIN
                END-IF
           END-IF

           END-IF

           END-IF

           END-IF

           END-IF.
       0650-TRAITEMENT-FACTURE-FIN.

       0680-EDITION-ECART-DEB.
      * UNE LIGNE PAR FACTURE EN ÉCART, AVEC LE MOTIF : PRIX,
      * QUANTITÉ, OU LES DEUX
           MOVE S-CODE-FOURNISSEUR  TO R-ECA-FOURNISSEUR.
           MOVE S-NUMERO-FACTURE    TO R-ECA-NUMERO-FACTURE.
           MOVE S-CODE-ISBN         TO R-ECA-CODE-ISBN.
           MOVE S-QUANTITE-CDE      TO R-ECA-QTE-CDE.
           MOVE S-QUANTITE-RECUE    TO R-ECA-QTE-RECUE.
           MOVE S-QUANTITE-FACTUREE TO R-ECA-QTE-FACT.
           COMPUTE R-ECA-PRIX-CDE = S-PRIX-COMMANDE / 100.
           COMPUTE R-ECA-PRIX-FACT = S-PRIX-FACTURE / 100.
           IF S-QUANTITE-FACTUREE NOT = S-QUANTITE-RECUE
                IF S-PRIX-FACTURE NOT = S-PRIX-COMMANDE
                     MOVE "PRIX ET QUANTITE" TO R-ECA-MOTIF
                ELSE
                     MOVE "QUANTITE" TO R-ECA-MOTIF
                END-IF
           ELSE
                MOVE "PRIX" TO R-ECA-MOTIF
           END-IF.
           WRITE LIGNE-FICHIER-ECARTS FROM R-LIGNE-ECART.
       0680-EDITION-ECART-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " COMMANDES SOLDÉES    : " C-COMMANDES-SOLDEES.
           DISPLAY " RÉCEPTIONS REJETÉES  : " C-RECEPTIONS-REJETEES.
           DISPLAY " REJETS SOLDÉS        : " C-REJETS-SOLDES.
           DISPLAY " FACTURES LUES        : " C-FACTURES-LUES.
           DISPLAY " FACTURES CONFORMES   : " C-FACTURES-CONFORMES.
           DISPLAY " FACTURES EN ÉCART    : " C-FACTURES-EN-ECART.
           DISPLAY " FACTURES REJETÉES    : " C-FACTURES-REJETEES.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
