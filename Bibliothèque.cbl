           05 F-EDITEUR               PIC X(50).
      * PRIX DE REMPLACEMENT DU TITRE, EN CENTIMES
           05 F-PRIX-CENTIMES         PIC 9(06).
      * TYPE DE DOCUMENT AU SENS DE L'ENQUÊTE ANNUELLE DU MINISTÈRE :
      * L LIVRE, P PÉRIODIQUE, S DOCUMENT SONORE, V VIDÉO,
      * M MULTIMÉDIA. À BLANC, LE TYPE DÉJÀ CONNU EST GARDÉ ET UN
      * NOUVEAU TITRE EST UN LIVRE
           05 F-TYPE-DOCUMENT         PIC X(01).

       FD FICHIER-CORRECTIONS.
       01 LIGNE-FICHIER-CORRECTIONS.
           05 FC-ANNEE-PUB            PIC X(04).
           05 FC-EDITEUR              PIC X(50).
           05 FC-PRIX-CENTIMES        PIC 9(06).
           05 FC-TYPE-DOCUMENT        PIC X(01).

       FD FICHIER-EXCEPTIONS.
       01 LIGNE-FICHIER-EXCEPTIONS.
       01 S-ANNEE-PUB                PIC X(04).
       01 S-EDITEUR                  PIC X(50).
       01 S-PRIX-CENTIMES            PIC 9(06).
       01 S-TYPE-DOCUMENT            PIC X(01).

       01 S-ID-GENRE                 PIC 9(10).
       01 S-ID-AUTEUR                PIC 9(10).
       01 S-PRIX-AVANT               PIC 9(06).
       01 S-ID-AUTEUR-AVANT          PIC 9(10).
       01 S-ID-GENRE-AVANT           PIC 9(10).
       01 S-TYPE-AVANT               PIC X(01).

       01 S-LIVRE-COUNT              PIC 9(10).
       01 S-GENRE-COUNT              PIC 9(10).
           88 LIGNE-VALIDE          VALUE 'O'.
           88 LIGNE-INVALIDE        VALUE 'N'.

       01  S-TYPE-SAISI             PIC X(01).
           88 TYPE-CONNU            VALUES 'L' 'P' 'S' 'V' 'M'.
           88 TYPE-ABSENT           VALUE SPACE.

       01  S-LIVRE-EXISTE           PIC X(01) VALUE 'N'.
           88 LIVRE-EXISTE          VALUE 'O'.
           88 LIVRE-INEXISTANT      VALUE 'N'.
                    MOVE F-GENRE-LIVRE    TO S-GENRE-LIVRE
                    MOVE F-ANNEE-PUB      TO S-ANNEE-PUB
                    MOVE F-EDITEUR        TO S-EDITEUR
                    MOVE F-TYPE-DOCUMENT  TO S-TYPE-DOCUMENT

      * PRIX DE REMPLACEMENT : LES ANCIENS FICHIERS VENDEUR N'EN ONT
      * PAS, UN PRIX ABSENT OU ILLISIBLE EST CHARGÉ À ZÉRO ET LA
                    MOVE FC-GENRE-LIVRE   TO S-GENRE-LIVRE
                    MOVE FC-ANNEE-PUB     TO S-ANNEE-PUB
                    MOVE FC-EDITEUR       TO S-EDITEUR
                    MOVE FC-TYPE-DOCUMENT TO S-TYPE-DOCUMENT
                    IF FC-PRIX-CENTIMES NUMERIC
                         MOVE FC-PRIX-CENTIMES TO S-PRIX-CENTIMES
                    ELSE
                ADD 1 TO C-REJETES
           ELSE

      * LE TYPE DE DOCUMENT, S'IL EST SAISI, DOIT ÊTRE L'UN DES TYPES
      * DE L'ENQUÊTE : UN CODE INCONNU FAUSSERAIT LE FONDS DÉCLARÉ
           MOVE S-TYPE-DOCUMENT TO S-TYPE-SAISI
           IF NOT TYPE-CONNU
              AND NOT TYPE-ABSENT
                MOVE S-CODE-ISBN TO E-CODE-ISBN
                MOVE ZERO        TO E-SQLCODE
                MOVE "M129"      TO S-CODE-MOTIF
                MOVE "TYPE DOCUMENT INCONNU" TO E-LIBELLE
                PERFORM 0195-ECRITURE-EXCEPTION-DEB
                   THRU 0195-ECRITURE-EXCEPTION-FIN
                ADD 1 TO C-REJETES
           ELSE

                MOVE 'O' TO S-LIGNE-VALIDE

      * VÉRIFICATION DE L'EXISTENCE DU LIVRE : DÉCIDE SI LA LIGNE DOIT
           IF LIVRE-EXISTE
           EXEC SQL
              SELECT editeur, date_pub, id_auteur, id_genre,
                     COALESCE(prix_centimes, 0),
                     COALESCE(type_document, ' ')
                INTO :S-EDITEUR-AVANT, :S-ANNEE-AVANT,
                     :S-ID-AUTEUR-AVANT, :S-ID-GENRE-AVANT,
                     :S-PRIX-AVANT, :S-TYPE-AVANT
              FROM livres
              WHERE isbn = :S-CODE-ISBN
           END-EXEC
                MOVE ZERO  TO S-ID-AUTEUR-AVANT
                MOVE ZERO  TO S-ID-GENRE-AVANT
                MOVE ZERO  TO S-PRIX-AVANT
                MOVE SPACE TO S-TYPE-AVANT
           END-IF

      * TYPE NON SAISI : UN TITRE CONNU GARDE LE SIEN, UN NOUVEAU
      * TITRE (OU UN ANCIEN SANS TYPE) EST UN LIVRE
           IF TYPE-ABSENT
                MOVE S-TYPE-AVANT TO S-TYPE-DOCUMENT
                IF S-TYPE-DOCUMENT = SPACE
                     MOVE 'L' TO S-TYPE-DOCUMENT
                END-IF
           END-IF

      * POINT DE REPRISE AVANT L'ÉCRITURE DU LIVRE, POUR POUVOIR
                     id_auteur = :S-ID-AUTEUR,
                     id_genre  = :S-ID-GENRE,
                     prix_centimes = :S-PRIX-CENTIMES,
                     type_document = :S-TYPE-DOCUMENT,
                     date_maj = :S-DATE-TRAITEMENT
               WHERE isbn = :S-CODE-ISBN
           END-EXEC
      * PRINCIPALE RELIANT TOUTES LES INFORMATIONS SUR UN LIVRE
           EXEC SQL
              INSERT INTO livres (isbn, titre, editeur, date_pub,
                   id_auteur, id_genre, prix_centimes, type_document,
                   date_maj)
              VALUES (:S-CODE-ISBN, :S-TITRE,:S-EDITEUR,:S-ANNEE-PUB,
                     :S-ID-AUTEUR, :S-ID-GENRE, :S-PRIX-CENTIMES,
                     :S-TYPE-DOCUMENT, :S-DATE-TRAITEMENT)
           END-EXEC
           END-IF


           END-IF

           END-IF

           END-IF.
       0120-TRAITEMENT-LIGNE-FIN.

                PERFORM 0185-ECRITURE-JOURNAL-DEB
                   THRU 0185-ECRITURE-JOURNAL-FIN
           END-IF.

           IF S-TYPE-AVANT NOT = S-TYPE-DOCUMENT
                MOVE "type_document"   TO J-CHAMP
                MOVE S-TYPE-AVANT      TO J-VALEUR-AVANT
                MOVE S-TYPE-DOCUMENT   TO J-VALEUR-APRES
                PERFORM 0185-ECRITURE-JOURNAL-DEB
                   THRU 0185-ECRITURE-JOURNAL-FIN
           END-IF.
       0180-JOURNALISATION-FIN.

       0185-ECRITURE-JOURNAL-DEB.
