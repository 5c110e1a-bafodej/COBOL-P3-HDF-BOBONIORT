               SET WS-FAMILY-IS-OPEN TO TRUE
           END-IF.

      *    [MF-RD] Fichier illisible : code retour 8, l'enchaînement
      *    de nuit (chainuit) s'arrête sur cette étape.
           IF WS-FAMILY-NOT-OPEN
              OR WS-CUSTOMER-NOT-OPEN THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
