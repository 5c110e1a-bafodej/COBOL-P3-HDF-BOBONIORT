           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    [MF-RD] Fichier des adhérents illisible : code retour 8,
      *    l'enchaînement de nuit (chainuit) s'arrête sur cette étape
      *    sans la marquer faite, elle reste relançable dans la journée.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-FS-OK THEN
               SET WS-CUSTOMER-IS-OPEN TO TRUE
           ELSE
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.
