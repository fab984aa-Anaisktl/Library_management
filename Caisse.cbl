      * CONFONDUS) POUR CETTE CAISSE, CE JOUR ET CE MODE. TOUT ÉCART
      * AU-DELÀ DE LA TOLÉRANCE EST SIGNALÉ ET LES RÈGLEMENTS
      * INDIVIDUELS DU JOUR EN ÉCART SONT LISTÉS, POUR NE PLUS
      * PASSER UNE APRÈS-MIDI À TROIS SUR QUATORZE EUROS. LE VERDICT
      * DE CHAQUE LIGNE EST CONSERVÉ EN BASE (RAPPROCHEMENTS_CAISSE) :
      * LE FICHIER MENSUEL DE LA RÉGIE N'EST PAS PRODUIT TANT QU'UNE
      * LIGNE DU MOIS RESTE EN ÉCART. UNE CLÔTURE RECOMPTÉE ET
      * REPASSÉE REMPLACE LE VERDICT PRÉCÉDENT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 S-ID-MEMBRE                PIC X(10).
       01 S-TYPE-REGLEMENT           PIC X(01).
       01 S-MONTANT-REGLEMENT        PIC 9(08).
       01 S-MONTANT-COMPTE           PIC 9(08) VALUE ZERO.
       01 S-ECART                    PIC S9(10) VALUE ZERO.
      * VERDICT CONSERVÉ : 'O' ÉQUILIBRÉE, 'E' EN ÉCART
       01 S-STATUT-RAPPROCHEMENT     PIC X(01).
       01 S-DATE-TRAITEMENT          PIC X(08).

       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "postgres".
      * ÉCART ET SES RÈGLEMENTS SONT LISTÉS
       01  C-TOLERANCE-CENTIMES      PIC 9(05) VALUE 100.

       01  S-ECART-ABSOLU            PIC 9(10) VALUE ZERO.

      * LIGNES D'ÉDITION DU RAPPORT DE RAPPROCHEMENT
       0050-LECTURE-PARAMETRES-FIN.

       0100-RAPPROCHEMENT-DEB.
           ACCEPT S-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FICHIER-CLOTURES.
           OPEN OUTPUT FICHIER-RAPPORT.

             END-PERFORM.
           CLOSE FICHIER-CLOTURES.
           CLOSE FICHIER-RAPPORT.

           EXEC SQL COMMIT WORK END-EXEC.
       0100-RAPPROCHEMENT-FIN.

       0200-RAPPROCHEMENT-LIGNE-DEB.

           IF S-ECART-ABSOLU > C-TOLERANCE-CENTIMES
                MOVE "** ECART **" TO R-CLO-VERDICT
                MOVE 'E' TO S-STATUT-RAPPROCHEMENT
                ADD 1 TO C-EN-ECART
           ELSE
                MOVE "OK" TO R-CLO-VERDICT
                MOVE 'O' TO S-STATUT-RAPPROCHEMENT
                ADD 1 TO C-EQUILIBREES
           END-IF

           WRITE LIGNE-FICHIER-RAPPORT FROM R-LIGNE-CLOTURE

           PERFORM 0220-CONSERVATION-VERDICT-DEB
              THRU 0220-CONSERVATION-VERDICT-FIN

      * POUR LES JOURS EN ÉCART, LES RÈGLEMENTS INDIVIDUELS SONT
      * LISTÉS SOUS LA LIGNE : C'EST LÀ-DEDANS QUE SE CACHE LE TROU
           IF S-ECART-ABSOLU > C-TOLERANCE-CENTIMES
           END-IF.
       0200-RAPPROCHEMENT-LIGNE-FIN.

       0220-CONSERVATION-VERDICT-DEB.
      * LE VERDICT DE LA LIGNE EST CONSERVÉ POUR LE FICHIER MENSUEL
      * DE LA RÉGIE. UNE SEULE LIGNE PAR CAISSE, JOUR ET MODE : UN
      * NOUVEAU PASSAGE DE LA MÊME CLÔTURE REMPLACE L'ANCIEN
           EXEC SQL
              DELETE FROM rapprochements_caisse
              WHERE code_caisse = :S-CODE-CAISSE
                AND date_cloture = :S-DATE-CLOTURE
                AND mode_paiement = :S-MODE-PAIEMENT
           END-EXEC.
           EXEC SQL
              INSERT INTO rapprochements_caisse (code_caisse,
                   date_cloture, mode_paiement, montant_compte,
                   total_enregistre, ecart_centimes, statut,
                   date_rapprochement)
              VALUES (:S-CODE-CAISSE, :S-DATE-CLOTURE,
                     :S-MODE-PAIEMENT, :S-MONTANT-COMPTE,
                     :S-TOTAL-ENREGISTRE, :S-ECART,
                     :S-STATUT-RAPPROCHEMENT, :S-DATE-TRAITEMENT)
           END-EXEC.
           IF SQLCODE NOT = 0
                DISPLAY " ERREUR CONSERVATION RAPPROCHEMENT "
                   S-CODE-CAISSE " " S-DATE-CLOTURE " SQLCODE "
                   SQLCODE
           END-IF.
       0220-CONSERVATION-VERDICT-FIN.

       0250-CLOTURE-REJETEE-DEB.
      * LIGNE DE CLÔTURE AU MODE INCONNU : ELLE EST SIGNALÉE SUR LE
      * RAPPORT, SANS RAPPROCHEMENT, ET DEVRA ÊTRE RESSAISIE
