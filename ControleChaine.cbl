
      * GARDE-FOU DE L'ENCHAÎNEMENT NOCTURNE : L'ORDRE DES BATCHS
      * COMPTE (BIBLIOTHEQUE PUIS EXEMPLAIRES PUIS EXTRACTION, ET
      * EMPRUNTS AVANT AMENDES ET AVIS D'ÉCHÉANCE, AMENDES AVANT
      * RELANCES, RELANCES AVANT LA LISTE DES BLOCAGES, QUI REPREND
      * AINSI LES BLOCAGES POUR DETTE POSÉS OU LEVÉS PAR AMENDES, LE
      * CONTRÔLE DE COHÉRENCE EN DERNIER) MAIS RIEN NE L'IMPOSAIT.
      * À LANCER AVANT CHAQUE ÉTAPE : LE PROGRAMME LIT L'ÉTAPE À
      * DÉMARRER DANS SON FICHIER DE PARAMÈTRES, VÉRIFIE DANS LA
      * TABLE DE SUIVI QUE SON PRÉDÉCESSEUR S'EST TERMINÉ AUJOURD'HUI
              WHEN "AMENDES"
                   MOVE "EMPRUNTS"     TO S-PREDECESSEUR
              WHEN "RELANCES"
                   MOVE "AMENDES"      TO S-PREDECESSEUR
              WHEN "ECHEANCES"
                   MOVE "EMPRUNTS"     TO S-PREDECESSEUR
              WHEN "BLOCAGES"
                   MOVE "RELANCES"     TO S-PREDECESSEUR
              WHEN "COHERENCE"
                   MOVE "BLOCAGES"     TO S-PREDECESSEUR
              WHEN OTHER
                   MOVE SPACE          TO S-PREDECESSEUR
           END-EVALUATE
