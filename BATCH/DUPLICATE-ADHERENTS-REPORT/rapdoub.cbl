      *    [MF-RD] Fichier des adhérents absent ou inaccessible :
      *    aucun contrôle possible, on saute directement à la fin de
      *    fichier pour ne produire que l'entête et les totaux à zéro
      *    plutôt que de lire un fichier non ouvert. Code retour 8 :
      *    l'enchaînement de nuit (chainuit) s'arrête sur cette étape.
           IF WS-CUS-FS-OK THEN
               SET WS-CUSTOMER-IS-OPEN TO TRUE
           ELSE
               SET WS-EOF-YES TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
