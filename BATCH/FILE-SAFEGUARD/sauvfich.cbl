      ******************************************************************
      *    [MF-RD] Trace un fichier indexé absent (pas d'image         *
      *    produite pour lui).                                          *
      *    Sauvegarde alors incomplète : code retour 8, l'enchaînement  *
      *    de nuit (chainuit) s'arrête sur cette étape.                 *
      ******************************************************************
       9100-REPORT-ABSENT.
           MOVE 'ABSENT' TO WS-DL-STATE.
           MOVE ZERO     TO WS-DL-COUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE 8 TO RETURN-CODE.
       END-9100-REPORT-ABSENT.
           EXIT.

