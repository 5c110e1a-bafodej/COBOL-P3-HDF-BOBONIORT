      *    comptées.                                                    *
      ******************************************************************
       2000-START-FILTER-AUDIT.
      *    [MF-RD] Journal d'audit illisible : code retour 8,
      *    l'enchaînement de nuit (chainuit) s'arrête sur cette étape
      *    sans la marquer faite, elle reste relançable dans la journée.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUD-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-YES TO TRUE
               GO TO END-2000-FILTER-AUDIT
           END-IF.
