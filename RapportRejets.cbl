           05 P-ANCIENNETE-JOURS      PIC 9(03).

       FD FICHIER-RAPPORT.
       01 LIGNE-FICHIER-RAPPORT      PIC X(310).


       WORKING-STORAGE SECTION.
       01 S-DATE-REJET               PIC X(08).
       01 S-CODE-MOTIF               PIC X(04).
       01 S-CLE-REJET                PIC X(26).
       01 S-IMAGE-REJET              PIC X(250).
       01 S-DATE-LIMITE              PIC X(08).
       01 S-ANCIENNETE-JOURS         PIC 9(03) VALUE 007.
       01 S-NB-ACTIFS                PIC 9(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REJ-CLE              PIC X(26).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 R-REJ-IMAGE            PIC X(250).

      * COMPTEURS POUR LE RAPPORT DE CONTRÔLE DE FIN DE TRAITEMENT
       01  C-ANCIENS-EDITES          PIC 9(10) VALUE ZERO.
