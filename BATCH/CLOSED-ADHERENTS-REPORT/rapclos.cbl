
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.

      *    [MF-RD] Paramètre invalide ou fichier des adhérents
      *    illisible : code retour 8, l'enchaînement de nuit (chainuit)
      *    s'arrête sur cette étape pour qu'on la relance.
           IF WS-PARAM-INVALID THEN
               WRITE REPORT-LINE FROM WS-BADPARAM-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-YES TO TRUE
               SET WS-RANGE-EMPTY TO TRUE
               GO TO END-1000-INITIALIZE
      *    "couverte, zéro clôture" auprès du service résiliations.
           IF WS-CUSTOMER-NOT-OPEN THEN
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-RANGE-EMPTY THEN
