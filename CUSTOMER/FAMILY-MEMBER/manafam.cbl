       01  WS-HIST-BEFORE-IMAGE      PIC X(600).
       01  WS-HIST-AFTER-IMAGE       PIC X(600).

      *    [MF-RD] Contrôle de l'adresse de la fiche promue par
      *    verifcp, comme à la création dans manacust : couple code
      *    postal / ville vérifié contre le fichier de référence La
      *    Poste, communes du code proposées si la ville est inconnue.
       COPY 'postcode-check.cpy'.
       01  WS-TOWN-TYPED             PIC X(50).
       01  WS-TOWN-CHOICE            PIC X(02).
       01  WS-TOWN-CHOICE-NUM REDEFINES WS-TOWN-CHOICE
                                     PIC 9(02).
       01  WS-TOWN-MAX               PIC 9(02).
       01  WS-ADDRESS-VALID-SWITCH   PIC X(01).
           88 WS-ADDRESS-IS-VALID    VALUE 'Y'.
           88 WS-ADDRESS-NOT-VALID   VALUE 'N'.

      *    [MF-RD] Date du jour, au format JJ-MM-AAAA utilisé par
      *    WS-FAM-BIRTH-DATE, calculée à partir de la date système.
       01  WS-TODAY-YYYYMMDD         PIC 9(08).

       COPY 'screen-promote-member.cpy'.

       COPY 'screen-town-picklist.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-OWNER-UUID.
               GO TO 5300-START-PROMOTE-EDIT-SCREEN
           END-IF.

           PERFORM 5350-START-VALIDATE-ADDRESS
              THRU END-5350-VALIDATE-ADDRESS.

           IF WS-ADDRESS-NOT-VALID THEN
               GO TO 5300-START-PROMOTE-EDIT-SCREEN
           END-IF.

           PERFORM 5400-START-PROMOTE-SAVE
              THRU END-5400-PROMOTE-SAVE.

       END-5300-PROMOTE-EDIT-SCREEN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Vérifie que le couple code postal / ville de la     *
      *    fiche promue existe dans le fichier de référence La Poste   *
      *    (verifcp), reprise de manacust. Couple connu : la ville est *
      *    rangée sous sa forme de référence. Ville inconnue : les     *
      *    communes du code postal sont proposées (5360). Adresse hors *
      *    de France ou fichier de référence pas encore chargé :       *
      *    contrôle laissé ouvert.                                     *
      ******************************************************************
       5350-START-VALIDATE-ADDRESS.
           SET WS-ADDRESS-NOT-VALID TO TRUE.

           INITIALIZE POSTCODE-CHECK.
           SET PCK-REQUEST-VERIFY TO TRUE.
           MOVE WS-CUS-ZIPCODE TO PCK-ZIPCODE.
           MOVE WS-CUS-TOWN    TO PCK-TOWN.
           MOVE WS-CUS-COUNTRY TO PCK-COUNTRY.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.

           EVALUATE TRUE
               WHEN PCK-VALID
                   MOVE PCK-ZIPCODE TO WS-CUS-ZIPCODE
                   MOVE PCK-TOWN    TO WS-CUS-TOWN
                   SET WS-ADDRESS-IS-VALID TO TRUE
               WHEN PCK-NOT-CHECKED
                   SET WS-ADDRESS-IS-VALID TO TRUE
               WHEN PCK-ZIP-BAD-FORMAT
                   MOVE 'Code postal invalide (5 chiffres).'
                   TO WS-ERROR-MESSAGE
               WHEN PCK-ZIP-UNKNOWN
                   MOVE 'Code postal inconnu.' TO WS-ERROR-MESSAGE
               WHEN PCK-TOWN-UNKNOWN
                   PERFORM 5360-START-TOWN-PICKLIST
                      THRU END-5360-TOWN-PICKLIST
           END-EVALUATE.

           SET PCK-REQUEST-FINISH TO TRUE.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.
       END-5350-VALIDATE-ADDRESS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Propose les communes du code postal saisi. Un       *
      *    numéro de la liste remplace la ville saisie ; un choix      *
      *    laissé à blanc renvoie à l'écran de promotion.              *
      ******************************************************************
       5360-START-TOWN-PICKLIST.
           MOVE WS-CUS-TOWN TO WS-TOWN-TYPED.
           MOVE SPACES      TO WS-TOWN-CHOICE.
           MOVE SPACES      TO WS-ERROR-MESSAGE.

           IF PCK-TOWN-COUNT GREATER THAN 10 THEN
               MOVE 10 TO WS-TOWN-MAX
           ELSE
               MOVE PCK-TOWN-COUNT TO WS-TOWN-MAX
           END-IF.

       5360-PICKLIST-SCREEN.
           ACCEPT SCREEN-TOWN-PICKLIST.

           IF WS-TOWN-CHOICE EQUAL SPACES THEN
               MOVE 'Ville inconnue pour ce code postal.'
               TO WS-ERROR-MESSAGE
               GO TO END-5360-TOWN-PICKLIST
           END-IF.

           IF WS-TOWN-CHOICE(2:1) EQUAL SPACE THEN
               MOVE WS-TOWN-CHOICE(1:1) TO WS-TOWN-CHOICE(2:1)
               MOVE '0'                 TO WS-TOWN-CHOICE(1:1)
           END-IF.

           IF    WS-TOWN-CHOICE IS NOT NUMERIC
              OR WS-TOWN-CHOICE-NUM LESS THAN 1
              OR WS-TOWN-CHOICE-NUM GREATER THAN WS-TOWN-MAX THEN
               MOVE 'Numero de commune invalide.' TO WS-ERROR-MESSAGE
               GO TO 5360-PICKLIST-SCREEN
           END-IF.

           MOVE PCK-TOWN-ENTRY(WS-TOWN-CHOICE-NUM) TO WS-CUS-TOWN.
           MOVE PCK-ZIPCODE TO WS-CUS-ZIPCODE.
           MOVE SPACES      TO WS-ERROR-MESSAGE.
           SET WS-ADDRESS-IS-VALID TO TRUE.
       END-5360-TOWN-PICKLIST.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre la nouvelle fiche adhérent issue de la   *
      *    promotion, après contrôle que le numéro de sécu repris ne   *
