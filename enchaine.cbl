                 ', chaîne arrêtée'
           END-IF.

      * calcul2 rend 0 propre, 4 terminé avec rejets, suspens,
      * doublons ou un lot écarté à côté de lots consignés (la
      * chaîne continue en avertissement) et 8 interrompu ou sans
      * aucun lot consigné ; les autres étapes ne connaissent que
      * 0 ou l'échec. Un rapprochement déséquilibré arrête la
      * chaîne même avec un code retour nul
       EVALUER-ISSUE.
           EVALUATE TRUE
              WHEN WS-RC = 0
