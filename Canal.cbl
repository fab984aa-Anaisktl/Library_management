       IDENTIFICATION DIVISION.
       PROGRAM-ID. Canal.

      * CHOIX DU CANAL D'ENVOI D'UN AVIS À UN ADHÉRENT, PARTAGÉ PAR
      * TOUS LES PROGRAMMES QUI ÉDITENT DES AVIS OU DES RELANCES,
      * POUR QUE CHACUN APPLIQUE LA MÊME RÈGLE :
      *   - COURRIER PAPIER SI L'ADHÉRENT L'A DEMANDÉ ('P') ;
      *   - SMS SI L'ADHÉRENT L'A DEMANDÉ ('S') ET QU'UN MOBILE EST
      *     CONNU ;
      *   - E-MAIL SI L'ADHÉRENT L'A DEMANDÉ ('E') ET QU'UNE ADRESSE
      *     EST CONNUE ;
      *   - SANS PRÉFÉRENCE UTILISABLE : E-MAIL S'IL EST CONNU, SINON
      *     SMS, SINON COURRIER PAPIER.
      * LE CANAL RETENU VAUT 'E', 'S' OU 'P' ; LA COORDONNÉE RETENUE
      * EST L'ADRESSE E-MAIL OU LE MOBILE, À BLANC POUR LE PAPIER

       DATA DIVISION.

       LINKAGE SECTION.

      * PRÉFÉRENCE ET COORDONNÉES DE L'ADHÉRENT, TELLES QUE LUES EN
      * BASE (À BLANC SI NON RENSEIGNÉES)
       01  L-CANAL-PREFERE           PIC X(01).
       01  L-EMAIL                   PIC X(60).
       01  L-MOBILE                  PIC X(15).

       01  L-CANAL-RETENU            PIC X(01).
       01  L-COORDONNEE              PIC X(60).


       PROCEDURE DIVISION USING L-CANAL-PREFERE, L-EMAIL, L-MOBILE,
                                L-CANAL-RETENU, L-COORDONNEE.

           PERFORM 0100-CHOIX-CANAL-DEB
              THRU 0100-CHOIX-CANAL-FIN

           GOBACK.

      ******************************************************************
      **************************PARAGRAPHES*****************************

       0100-CHOIX-CANAL-DEB.
      * LA PRÉFÉRENCE EXPRIMÉE PASSE D'ABORD, PUIS L'E-MAIL, PUIS LE
      * SMS ; LE PAPIER EN DERNIER RECOURS
           MOVE 'P'   TO L-CANAL-RETENU.
           MOVE SPACE TO L-COORDONNEE.

           IF L-CANAL-PREFERE = 'P'
                GO TO 0100-CHOIX-CANAL-FIN
           END-IF

           IF L-CANAL-PREFERE = 'S'
              AND L-MOBILE NOT = SPACE
                MOVE 'S'      TO L-CANAL-RETENU
                MOVE L-MOBILE TO L-COORDONNEE
                GO TO 0100-CHOIX-CANAL-FIN
           END-IF

           IF L-EMAIL NOT = SPACE
                MOVE 'E'     TO L-CANAL-RETENU
                MOVE L-EMAIL TO L-COORDONNEE
                GO TO 0100-CHOIX-CANAL-FIN
           END-IF

           IF L-MOBILE NOT = SPACE
                MOVE 'S'      TO L-CANAL-RETENU
                MOVE L-MOBILE TO L-COORDONNEE
           END-IF.
       0100-CHOIX-CANAL-FIN.
           EXIT.
