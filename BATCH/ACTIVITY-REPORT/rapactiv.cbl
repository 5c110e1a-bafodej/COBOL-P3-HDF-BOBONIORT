
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.

      *    [MF-RD] Paramètre invalide ou fichier illisible (voir les
      *    passes suivantes) : code retour 8, l'enchaînement de nuit
      *    (chainuit) s'arrête sur cette étape.
           IF WS-PARAM-INVALID THEN
               WRITE REPORT-LINE FROM WS-BADPARAM-LINE
               MOVE 8 TO RETURN-CODE
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUD-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOAUDIT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO END-2000-AUDIT-PASS
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HIS-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOHIST-LINE
               MOVE 8 TO RETURN-CODE
               GO TO END-3000-HISTORY-PASS
           END-IF.

                  THRU END-4010-COUNT-NEXT-CUSTOMER
                  UNTIL WS-EOF-YES
               CLOSE CUSTOMER-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           SET WS-EOF-NO TO TRUE.
                  THRU END-4020-COUNT-NEXT-FAMILY
                  UNTIL WS-EOF-YES
               CLOSE FAMILY-MEMBER-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       END-4000-MASTER-TOTALS.
           EXIT.
