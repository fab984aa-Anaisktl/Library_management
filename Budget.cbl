       IDENTIFICATION DIVISION.
       PROGRAM-ID. Budget.

      * ÉTAT BUDGÉTAIRE MENSUEL DES ACQUISITIONS : POUR L'EXERCICE DU
      * MOIS DEMANDÉ, PAR LIGNE BUDGÉTAIRE PUIS PAR FOURNISSEUR, LE
      * MONTANT DOTÉ, LE MONTANT ENGAGÉ (COMMANDÉ, PAS ENCORE REÇU),
      * LE MONTANT DÉPENSÉ (REÇU, AU PRIX FACTURÉ QUAND LA FACTURE
      * EST RAPPROCHÉE, SINON AU PRIX COMMANDÉ) ET LE DISPONIBLE.
      * LES COMMANDES COMPTÉES SONT CELLES DU 1ER JANVIER À LA FIN DU
      * MOIS DEMANDÉ. LE MOIS (AAAAMM) EST PASSÉ EN PARAMÈTRE ; LES
      * DOTATIONS SONT CELLES DU CHARGEMENT DES COMMANDES, TENUES
      * TRIÉES PAR LIGNE BUDGÉTAIRE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PARAMETRES
              ASSIGN TO 'budget-parametres.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PARAMETRES-STATUS.

           SELECT OPTIONAL FICHIER-DOTATIONS
              ASSIGN TO 'budget-dotations.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-DOTATIONS-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO 'budget-rapport.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * MOIS DEMANDÉ, AU FORMAT AAAAMM
       FD FICHIER-PARAMETRES.
       01 LIGNE-FICHIER-PARAMETRES.
           05 P-MOIS.
              10 P-MOIS-ANNEE         PIC X(04).
              10 P-MOIS-MM            PIC X(02).

      * MÊME DESSIN QUE DANS LE CHARGEMENT DES COMMANDES
       FD FICHIER-DOTATIONS.
       01 LIGNE-FICHIER-DOTATIONS.
           05 BD-EXERCICE             PIC X(04).
           05 BD-LIGNE-BUDGET         PIC X(03).
           05 BD-CODE-FOURNISSEUR     PIC X(05).
           05 BD-MONTANT-ALLOUE       PIC 9(09).
           05 BD-LIBELLE              PIC X(20).

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(110).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 S-DATE-DEBUT               PIC X(08).
       01 S-DATE-FIN                 PIC X(08).
       01 S-LIGNE-BUDGET             PIC X(03).
       01 S-CODE-FOURNISSEUR         PIC X(05).
      * MONTANTS EN CENTIMES
       01 S-MONTANT-ENGAGE           PIC 9(12).
       01 S-MONTANT-DEPENSE          PIC 9(12).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
       01  DBNAME         PIC X(20) VALUE "gestion_bibliotheque".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.


       01  F-PARAMETRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAMETRES-STATUS-OK  VALUE '00'.

       01  F-DOTATIONS-STATUS         PIC X(02) VALUE SPACE.
           88 F-DOTATIONS-STATUS-OK   VALUE '00'.
           88 F-DOTATIONS-STATUS-EOF  VALUE '10'.

       01  F-RAPPORT-STATUS           PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK     VALUE '00'.

       01  S-MOIS-DEMANDE            PIC X(06) VALUE SPACE.

      * DOTATIONS DE L'EXERCICE DU MOIS DEMANDÉ, DANS L'ORDRE DU
      * FICHIER
       01  T-DOTATIONS.
           05 T-DOTATION             OCCURS 100 INDEXED BY I-DOT.
              10 T-DOT-LIGNE-BUDGET  PIC X(03).
              10 T-DOT-FOURNISSEUR   PIC X(05).
              10 T-DOT-ALLOUE        PIC 9(09).
              10 T-DOT-LIBELLE       PIC X(20).
       01  C-NB-DOTATIONS            PIC 9(03) VALUE ZERO.
       01  C-MAX-DOTATIONS           PIC 9(03) VALUE 100.

      * CUMULS PAR FOURNISSEUR, TOUTES LIGNES CONFONDUES, POUR LA
      * SECONDE PARTIE DE L'ÉTAT
       01  T-FOURNISSEURS.
           05 T-FOURNISSEUR          OCCURS 50 INDEXED BY I-FOU.
              10 T-FOU-CODE          PIC X(05).
              10 T-FOU-ALLOUE        PIC 9(12).
              10 T-FOU-ENGAGE        PIC 9(12).
              10 T-FOU-DEPENSE       PIC 9(12).
       01  C-NB-FOURNISSEURS         PIC 9(03) VALUE ZERO.
       01  C-MAX-FOURNISSEURS        PIC 9(03) VALUE 50.

      * RUPTURE SUR LA LIGNE BUDGÉTAIRE
       01  S-LIGNE-PRECEDENTE        PIC X(03) VALUE SPACE.
       01  S-DISPONIBLE              PIC S9(12) VALUE ZERO.

      * CUMULS DE LA LIGNE BUDGÉTAIRE EN COURS ET DE L'EXERCICE
       01  C-LIGNE-ALLOUE            PIC 9(12) VALUE ZERO.
       01  C-LIGNE-ENGAGE            PIC 9(12) VALUE ZERO.
       01  C-LIGNE-DEPENSE           PIC 9(12) VALUE ZERO.
       01  C-TOTAL-ALLOUE            PIC 9(12) VALUE ZERO.
       01  C-TOTAL-ENGAGE            PIC 9(12) VALUE ZERO.
       01  C-TOTAL-DEPENSE           PIC 9(12) VALUE ZERO.

      * LIGNES D'ÉDITION
       01  R-LIGNE-SEPARATION        PIC X(110) VALUE ALL "=".
       01  R-LIGNE-VIDE              PIC X(110) VALUE SPACE.
       01  R-LIGNE-SECTION           PIC X(110).
       01  R-LIGNE-TITRE.
           05 FILLER                 PIC X(40) VALUE
              " ETAT BUDGETAIRE DES ACQUISITIONS --  ".
           05 R-TIT-MOIS             PIC X(06).
       01  R-LIGNE-ENTETE.
           05 FILLER                 PIC X(33) VALUE
              " LIGNE FOURN LIBELLE".
           05 FILLER                 PIC X(44) VALUE
              "       DOTE     ENGAGE    DEPENSE DISPONIBLE".
       01  R-LIGNE-MONTANTS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MON-LIGNE-BUDGET     PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MON-FOURNISSEUR      PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-MON-LIBELLE          PIC X(20).
           05 R-MON-ALLOUE           PIC Z(07)9.99.
           05 R-MON-ENGAGE           PIC Z(07)9.99.
           05 R-MON-DEPENSE          PIC Z(07)9.99.
           05 R-MON-DISPONIBLE       PIC -(7)9.99.

       01  C-LIGNES-EDITEES          PIC 9(10) VALUE ZERO.


       PROCEDURE DIVISION.

           PERFORM 0050-LECTURE-PARAMETRES-DEB
              THRU 0050-LECTURE-PARAMETRES-FIN

           IF S-MOIS-DEMANDE = SPACE
                DISPLAY " MOIS ABSENT OU INVALIDE DANS "
                   "budget-parametres.txt - ARRÊT"
                MOVE 16 TO RETURN-CODE
           ELSE
                DISPLAY " CONNEXION À LA BASE DE DONNÉES..."
       EXEC SQL
           CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC

                PERFORM 0060-LECTURE-DOTATIONS-DEB
                   THRU 0060-LECTURE-DOTATIONS-FIN

                PERFORM 0100-EDITION-LIGNES-DEB
                   THRU 0100-EDITION-LIGNES-FIN

                PERFORM 0900-RAPPORT-CONTROLE-DEB
                   THRU 0900-RAPPORT-CONTROLE-FIN
           END-IF

           STOP RUN.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0050-LECTURE-PARAMETRES-DEB.
           OPEN INPUT FICHIER-PARAMETRES.
           IF F-PARAMETRES-STATUS-OK
      * LE MOIS DOIT ÊTRE NUMÉRIQUE ET LA PARTIE MM COMPRISE ENTRE
      * 01 ET 12
                READ FICHIER-PARAMETRES
                   NOT AT END
                        IF P-MOIS NUMERIC
                           AND P-MOIS-MM >= "01"
                           AND P-MOIS-MM <= "12"
                             MOVE P-MOIS TO S-MOIS-DEMANDE
                        END-IF
                END-READ
                CLOSE FICHIER-PARAMETRES
           END-IF.

      * BORNES : DU 1ER JANVIER DE L'EXERCICE AU 31 DU MOIS, LES
      * DATES ÉTANT DES CHAÎNES LA BORNE HAUTE 31 COUVRE TOUS LES MOIS
           IF S-MOIS-DEMANDE NOT = SPACE
                STRING S-MOIS-DEMANDE (1:4) "0101" DELIMITED BY SIZE
                   INTO S-DATE-DEBUT
                STRING S-MOIS-DEMANDE "31" DELIMITED BY SIZE
                   INTO S-DATE-FIN
           END-IF.
       0050-LECTURE-PARAMETRES-FIN.

       0060-LECTURE-DOTATIONS-DEB.
      * CHARGEMENT DES DOTATIONS DE L'EXERCICE DEMANDÉ. UNE LIGNE
      * INCOMPLÈTE EST ÉCARTÉE, COMME AU CHARGEMENT DES COMMANDES
           MOVE SPACE TO T-DOTATIONS.
           MOVE ZERO TO C-NB-DOTATIONS.
           OPEN INPUT FICHIER-DOTATIONS.
           IF NOT F-DOTATIONS-STATUS-OK
                DISPLAY " FICHIER DES DOTATIONS ABSENT"
                MOVE '10' TO F-DOTATIONS-STATUS
           END-IF

             PERFORM UNTIL F-DOTATIONS-STATUS-EOF
               READ FICHIER-DOTATIONS
                  NOT AT END
                    CONTINUE
               END-READ

           IF F-DOTATIONS-STATUS-OK
              AND BD-EXERCICE = S-MOIS-DEMANDE (1:4)

           IF BD-LIGNE-BUDGET NOT = SPACE
              AND BD-CODE-FOURNISSEUR NOT = SPACE
              AND BD-MONTANT-ALLOUE NUMERIC
              AND C-NB-DOTATIONS < C-MAX-DOTATIONS
                ADD 1 TO C-NB-DOTATIONS
                SET I-DOT TO C-NB-DOTATIONS
                MOVE BD-LIGNE-BUDGET     TO T-DOT-LIGNE-BUDGET (I-DOT)
                MOVE BD-CODE-FOURNISSEUR TO T-DOT-FOURNISSEUR (I-DOT)
                MOVE BD-MONTANT-ALLOUE   TO T-DOT-ALLOUE (I-DOT)
                MOVE BD-LIBELLE          TO T-DOT-LIBELLE (I-DOT)
           ELSE
                DISPLAY " LIGNE DOTATION ECARTEE : "
                   LIGNE-FICHIER-DOTATIONS
           END-IF

           END-IF

             END-PERFORM.
           CLOSE FICHIER-DOTATIONS.
       0060-LECTURE-DOTATIONS-FIN.

       0100-EDITION-LIGNES-DEB.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE S-MOIS-DEMANDE TO R-TIT-MOIS.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-TITRE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           IF NOT F-RAPPORT-STATUS-OK
                DISPLAY " ERREUR ÉCRITURE RAPPORT - STATUT "
                   F-RAPPORT-STATUS
           END-IF.

      * PREMIÈRE PARTIE : PAR LIGNE BUDGÉTAIRE, UN SOUS-TOTAL À
      * CHAQUE CHANGEMENT DE LIGNE
           MOVE " PAR LIGNE BUDGETAIRE ET FOURNISSEUR"
             TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE.

           MOVE SPACE TO T-FOURNISSEURS.
           MOVE ZERO TO C-NB-FOURNISSEURS.
           MOVE SPACE TO S-LIGNE-PRECEDENTE.

           PERFORM 0200-LIGNE-DOTATION-DEB
              THRU 0200-LIGNE-DOTATION-FIN
              VARYING I-DOT FROM 1 BY 1
              UNTIL I-DOT > C-NB-DOTATIONS.

           IF S-LIGNE-PRECEDENTE NOT = SPACE
                PERFORM 0300-SOUS-TOTAL-LIGNE-DEB
                   THRU 0300-SOUS-TOTAL-LIGNE-FIN
           END-IF.

           MOVE "TOTAL"          TO R-MON-LIGNE-BUDGET.
           MOVE SPACE            TO R-MON-FOURNISSEUR.
           MOVE "EXERCICE"       TO R-MON-LIBELLE.
           COMPUTE R-MON-ALLOUE = C-TOTAL-ALLOUE / 100.
           COMPUTE R-MON-ENGAGE = C-TOTAL-ENGAGE / 100.
           COMPUTE R-MON-DEPENSE = C-TOTAL-DEPENSE / 100.
           COMPUTE S-DISPONIBLE =
              C-TOTAL-ALLOUE - C-TOTAL-ENGAGE - C-TOTAL-DEPENSE.
           COMPUTE R-MON-DISPONIBLE = S-DISPONIBLE / 100.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-MONTANTS.

      * SECONDE PARTIE : PAR FOURNISSEUR, TOUTES LIGNES CONFONDUES
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SEPARATION.
           MOVE " PAR FOURNISSEUR" TO R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-SECTION.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-ENTETE.

           PERFORM 0400-LIGNE-FOURNISSEUR-DEB
              THRU 0400-LIGNE-FOURNISSEUR-FIN
              VARYING I-FOU FROM 1 BY 1
              UNTIL I-FOU > C-NB-FOURNISSEURS.

           CLOSE FICHIER-RAPPORT.
       0100-EDITION-LIGNES-FIN.

       0200-LIGNE-DOTATION-DEB.
      * RUPTURE : LA LIGNE BUDGÉTAIRE PRÉCÉDENTE EST CLOSE PAR SON
      * SOUS-TOTAL AVANT LE PREMIER FOURNISSEUR DE LA SUIVANTE
           IF T-DOT-LIGNE-BUDGET (I-DOT) NOT = S-LIGNE-PRECEDENTE
                IF S-LIGNE-PRECEDENTE NOT = SPACE
                     PERFORM 0300-SOUS-TOTAL-LIGNE-DEB
                        THRU 0300-SOUS-TOTAL-LIGNE-FIN
                END-IF
                MOVE T-DOT-LIGNE-BUDGET (I-DOT) TO S-LIGNE-PRECEDENTE
                MOVE ZERO TO C-LIGNE-ALLOUE
                MOVE ZERO TO C-LIGNE-ENGAGE
                MOVE ZERO TO C-LIGNE-DEPENSE
           END-IF

           MOVE T-DOT-LIGNE-BUDGET (I-DOT) TO S-LIGNE-BUDGET
           MOVE T-DOT-FOURNISSEUR (I-DOT)  TO S-CODE-FOURNISSEUR

      * ENGAGÉ : RESTE À RECEVOIR DES COMMANDES EN COURS, AU PRIX
      * COMMANDÉ
           EXEC SQL
              SELECT COALESCE(SUM((quantite - quantite_recue)
                        * prix_unitaire_centimes), 0)
                INTO :S-MONTANT-ENGAGE
              FROM commandes
              WHERE ligne_budget = :S-LIGNE-BUDGET
                AND code_fournisseur = :S-CODE-FOURNISSEUR
                AND statut = 'C'
                AND date_commande >= :S-DATE-DEBUT
                AND date_commande <= :S-DATE-FIN
           END-EXEC

      * DÉPENSÉ : QUANTITÉS REÇUES, AU PRIX FACTURÉ S'IL EST CONNU
           EXEC SQL
              SELECT COALESCE(SUM(quantite_recue
                        * COALESCE(prix_facture_centimes,
                                   prix_unitaire_centimes)), 0)
                INTO :S-MONTANT-DEPENSE
              FROM commandes
              WHERE ligne_budget = :S-LIGNE-BUDGET
                AND code_fournisseur = :S-CODE-FOURNISSEUR
                AND statut IN ('C', 'R')
                AND date_commande >= :S-DATE-DEBUT
                AND date_commande <= :S-DATE-FIN
           END-EXEC

           MOVE T-DOT-LIGNE-BUDGET (I-DOT) TO R-MON-LIGNE-BUDGET
           MOVE T-DOT-FOURNISSEUR (I-DOT)  TO R-MON-FOURNISSEUR
           MOVE T-DOT-LIBELLE (I-DOT)      TO R-MON-LIBELLE
           COMPUTE R-MON-ALLOUE = T-DOT-ALLOUE (I-DOT) / 100
           COMPUTE R-MON-ENGAGE = S-MONTANT-ENGAGE / 100
           COMPUTE R-MON-DEPENSE = S-MONTANT-DEPENSE / 100
           COMPUTE S-DISPONIBLE = T-DOT-ALLOUE (I-DOT)
              - S-MONTANT-ENGAGE - S-MONTANT-DEPENSE
           COMPUTE R-MON-DISPONIBLE = S-DISPONIBLE / 100
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-MONTANTS
           ADD 1 TO C-LIGNES-EDITEES

           ADD T-DOT-ALLOUE (I-DOT) TO C-LIGNE-ALLOUE
           ADD S-MONTANT-ENGAGE     TO C-LIGNE-ENGAGE
           ADD S-MONTANT-DEPENSE    TO C-LIGNE-DEPENSE
           ADD T-DOT-ALLOUE (I-DOT) TO C-TOTAL-ALLOUE
           ADD S-MONTANT-ENGAGE     TO C-TOTAL-ENGAGE
           ADD S-MONTANT-DEPENSE    TO C-TOTAL-DEPENSE

           PERFORM 0250-CUMUL-FOURNISSEUR-DEB
              THRU 0250-CUMUL-FOURNISSEUR-FIN.
       0200-LIGNE-DOTATION-FIN.

       0250-CUMUL-FOURNISSEUR-DEB.
      * REPORT DES MONTANTS DANS LE CUMUL DU FOURNISSEUR, CRÉÉ À SA
      * PREMIÈRE APPARITION
           SET I-FOU TO 1
           SEARCH T-FOURNISSEUR
              AT END
                   IF C-NB-FOURNISSEURS < C-MAX-FOURNISSEURS
                        ADD 1 TO C-NB-FOURNISSEURS
                        SET I-FOU TO C-NB-FOURNISSEURS
                        MOVE S-CODE-FOURNISSEUR TO T-FOU-CODE (I-FOU)
                        MOVE T-DOT-ALLOUE (I-DOT)
                          TO T-FOU-ALLOUE (I-FOU)
                        MOVE S-MONTANT-ENGAGE TO T-FOU-ENGAGE (I-FOU)
                        MOVE S-MONTANT-DEPENSE
                          TO T-FOU-DEPENSE (I-FOU)
                   END-IF
              WHEN T-FOU-CODE (I-FOU) = S-CODE-FOURNISSEUR
                   ADD T-DOT-ALLOUE (I-DOT) TO T-FOU-ALLOUE (I-FOU)
                   ADD S-MONTANT-ENGAGE     TO T-FOU-ENGAGE (I-FOU)
                   ADD S-MONTANT-DEPENSE    TO T-FOU-DEPENSE (I-FOU)
           END-SEARCH.
       0250-CUMUL-FOURNISSEUR-FIN.

       0300-SOUS-TOTAL-LIGNE-DEB.
           MOVE S-LIGNE-PRECEDENTE TO R-MON-LIGNE-BUDGET.
           MOVE "*"                TO R-MON-FOURNISSEUR.
           MOVE "TOTAL LIGNE"      TO R-MON-LIBELLE.
           COMPUTE R-MON-ALLOUE = C-LIGNE-ALLOUE / 100.
           COMPUTE R-MON-ENGAGE = C-LIGNE-ENGAGE / 100.
           COMPUTE R-MON-DEPENSE = C-LIGNE-DEPENSE / 100.
           COMPUTE S-DISPONIBLE =
              C-LIGNE-ALLOUE - C-LIGNE-ENGAGE - C-LIGNE-DEPENSE.
           COMPUTE R-MON-DISPONIBLE = S-DISPONIBLE / 100.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-MONTANTS.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-VIDE.
       0300-SOUS-TOTAL-LIGNE-FIN.

       0400-LIGNE-FOURNISSEUR-DEB.
           MOVE SPACE               TO R-MON-LIGNE-BUDGET.
           MOVE T-FOU-CODE (I-FOU)  TO R-MON-FOURNISSEUR.
           MOVE SPACE               TO R-MON-LIBELLE.
           COMPUTE R-MON-ALLOUE = T-FOU-ALLOUE (I-FOU) / 100.
           COMPUTE R-MON-ENGAGE = T-FOU-ENGAGE (I-FOU) / 100.
           COMPUTE R-MON-DEPENSE = T-FOU-DEPENSE (I-FOU) / 100.
           COMPUTE S-DISPONIBLE = T-FOU-ALLOUE (I-FOU)
              - T-FOU-ENGAGE (I-FOU) - T-FOU-DEPENSE (I-FOU).
           COMPUTE R-MON-DISPONIBLE = S-DISPONIBLE / 100.
           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-MONTANTS.
       0400-LIGNE-FOURNISSEUR-FIN.

       0900-RAPPORT-CONTROLE-DEB.
      * RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT POUR L'EXPLOITATION
           DISPLAY "=========================================".
           DISPLAY " RAPPORT DE CONTRÔLE - ÉTAT BUDGÉTAIRE".
           DISPLAY "=========================================".
           DISPLAY " MOIS                 : " S-MOIS-DEMANDE.
           DISPLAY " DOTATIONS CHARGÉES   : " C-NB-DOTATIONS.
           DISPLAY " LIGNES ÉDITÉES       : " C-LIGNES-EDITEES.
           DISPLAY " FOURNISSEURS         : " C-NB-FOURNISSEURS.
           DISPLAY "=========================================".
       0900-RAPPORT-CONTROLE-FIN.
