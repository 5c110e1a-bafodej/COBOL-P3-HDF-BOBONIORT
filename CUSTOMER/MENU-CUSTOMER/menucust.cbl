               RECORD KEY IS ARF-UUID
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

      *    [MF-RD] Journal des courriers adressés aux adhérents, tenu
      *    par le passage de nuit courrier ; consulté ici pour l'option
      *    Courriers de la fiche.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRF-KEY
               FILE STATUS IS WS-CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHE-FILE.
           05 ARF-DATA.
               COPY 'arrears-fields-arf.cpy'.

       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-FILE-RECORD.
           05 CRF-DATA.
               COPY 'correspondence-fields-crf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FICHE-FILE-STATUS      PIC X(02).
       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-PRINT-TIMESTAMP        PIC X(21).
       01  WS-FAMILY-CHOICE          PIC X(01).

      *    [MF-RD] Accès aux remboursements de soins de l'adhérent
      *    (saisie et consultation des actes, programme manarmb).
       01  WS-CLAIM-CHOICE           PIC X(01).

      *    [MF-RD] Date d'edition de la fiche, remise au format
      *    JJ-MM-AAAA utilise partout ailleurs sur la fiche.
       01  WS-PRINT-YYYYMMDD         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-HLF-ACTION          PIC X(10).

      *    [MF-RD] Consultation des courriers adressés à l'adhérent :
      *    les dix plus récents sont formatés dans la même table
      *    d'affichage que l'historique, pour SCREEN-MAIL-LIST.
       01  WS-MAIL-CHOICE            PIC X(01).
       01  WS-CORR-FILE-STATUS       PIC X(02).
           88 WS-CRF-FS-OK           VALUE '00'.
           88 WS-CRF-FS-NO-FILE      VALUE '35'.
           88 WS-CRF-FS-NOT-FOUND    VALUE '23'.
       01  WS-MAIL-LINE-FMT.
           05 WS-MLF-SEND-DATE       PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-MLF-LETTER-LABEL    PIC X(26).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-MLF-REASON-CODE     PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-MLF-AMOUNT          PIC ZZZZ9.99 BLANK WHEN ZERO.

       LINKAGE SECTION.
       01  LK-CUSTOMER.
           05 LK-CUSTOMER-DATA.
           05 LINE 15 COLUMN 26 PIC X(01) USING WS-FAMILY-CHOICE.
           05 LINE 16 COLUMN 01 VALUE "Historique (O)         :".
           05 LINE 16 COLUMN 26 PIC X(01) USING WS-HISTORY-CHOICE.
           05 LINE 17 COLUMN 01 VALUE "Remboursements (O)     :".
           05 LINE 17 COLUMN 26 PIC X(01) USING WS-CLAIM-CHOICE.
           05 LINE 18 COLUMN 01 VALUE "Courriers (O)          :".
           05 LINE 18 COLUMN 26 PIC X(01) USING WS-MAIL-CHOICE.
           05 LINE 19 COLUMN 01 VALUE "Quitter (O)       :".
           05 LINE 19 COLUMN 21 PIC X(01) USING WS-MENU-CHOICE.
           05 LINE 21 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       COPY 'screen-history-list.cpy'.
       COPY 'screen-mail-list.cpy'.

      ******************************************************************

                      WS-PRINT-CHOICE
                      WS-FAMILY-CHOICE
                      WS-HISTORY-CHOICE
                      WS-CLAIM-CHOICE
                      WS-MAIL-CHOICE
                      WS-ERROR-MESSAGE.

           PERFORM 0100-START-CHECK-ARREARS
               MOVE SPACE TO WS-HISTORY-CHOICE
               GO TO 1000-START-SCREEN
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CLAIM-CHOICE)
               TO WS-CLAIM-CHOICE.
           IF WS-CLAIM-CHOICE EQUAL 'O' THEN
               CALL
                   'manarmb'
                   USING BY REFERENCE
                   LK-CUS-UUID
               END-CALL

               MOVE SPACE TO WS-CLAIM-CHOICE
               GO TO 1000-START-SCREEN
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-MAIL-CHOICE)
               TO WS-MAIL-CHOICE.
           IF WS-MAIL-CHOICE EQUAL 'O' THEN
               PERFORM 1300-START-SHOW-MAIL
                  THRU END-1300-SHOW-MAIL

               MOVE SPACE TO WS-MAIL-CHOICE
               GO TO 1000-START-SCREEN
           END-IF.
       END-1000-SCREEN.
           EXIT.

               TO WS-HIST-DISPLAY-LINE(WS-HIST-SHIFT-CTR).
       END-1230-SHIFT-HISTORY-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Affiche les dix derniers courriers adressés à       *
      *    l'adhérent, lus dans le journal CORRLOG à partir de la clé  *
      *    (identifiant + événement), avec la même liste glissante que *
      *    l'historique.                                               *
      ******************************************************************
       1300-START-SHOW-MAIL.
           INITIALIZE WS-HIST-DISPLAY-TABLE
                      WS-HIST-RETURN.
           MOVE ZERO TO WS-HIST-COUNT.

           OPEN INPUT CORRESPONDENCE-FILE.
           IF WS-CRF-FS-NO-FILE THEN
               MOVE 'Aucun courrier enregistre.'
               TO WS-ERROR-MESSAGE
               GO TO END-1300-SHOW-MAIL
           END-IF.

           MOVE LK-CUS-UUID TO CRF-UUID.
           MOVE LOW-VALUES  TO CRF-EVENT-REF
                               CRF-LETTER-TYPE.
           START CORRESPONDENCE-FILE
               KEY IS NOT LESS THAN CRF-KEY
               INVALID KEY
                   SET WS-CRF-FS-NOT-FOUND TO TRUE
           END-START.

           IF NOT WS-CRF-FS-NOT-FOUND THEN
               PERFORM 1310-READ-NEXT-MAIL
                  THRU END-1310-READ-NEXT-MAIL
                  UNTIL WS-CRF-FS-NOT-FOUND
           END-IF.

           CLOSE CORRESPONDENCE-FILE.

           IF WS-HIST-COUNT EQUAL ZERO THEN
               MOVE 'Aucun courrier pour cette fiche.'
               TO WS-ERROR-MESSAGE
               GO TO END-1300-SHOW-MAIL
           END-IF.

           DISPLAY SCREEN-MAIL-LIST.
           ACCEPT SCREEN-MAIL-LIST.
       END-1300-SHOW-MAIL.
           EXIT.

       1310-READ-NEXT-MAIL.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-CRF-FS-NOT-FOUND TO TRUE
               NOT AT END
                   IF CRF-UUID NOT EQUAL LK-CUS-UUID THEN
                       SET WS-CRF-FS-NOT-FOUND TO TRUE
                   ELSE
                       PERFORM 1320-ADD-MAIL-TO-LIST
                          THRU END-1320-ADD-MAIL-TO-LIST
                   END-IF
           END-READ.
       END-1310-READ-NEXT-MAIL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Formate le courrier courant en une ligne            *
      *    d'affichage : date d'envoi, lettre, motif banque et montant *
      *    dû pour une relance.                                        *
      ******************************************************************
       1320-ADD-MAIL-TO-LIST.
           MOVE CRF-SEND-DATE   TO WS-MLF-SEND-DATE.
      *    [MF-RD] Lettre en attente d'une adresse complète.
           IF CRF-SEND-DATE EQUAL SPACES THEN
               MOVE 'NON ENVOYE' TO WS-MLF-SEND-DATE
           END-IF.
           MOVE CRF-REASON-CODE TO WS-MLF-REASON-CODE.
           MOVE CRF-AMOUNT      TO WS-MLF-AMOUNT.

           EVALUATE CRF-LETTER-TYPE
               WHEN 'BIENVENU'
                   MOVE 'BIENVENUE'           TO WS-MLF-LETTER-LABEL
               WHEN 'CLOTURE'
                   MOVE 'CONFIRMATION CLOTURE' TO WS-MLF-LETTER-LABEL
               WHEN 'RAPPEL'
                   MOVE 'PREMIER RAPPEL'      TO WS-MLF-LETTER-LABEL
               WHEN 'DEMEURE'
                   MOVE 'MISE EN DEMEURE'     TO WS-MLF-LETTER-LABEL
               WHEN 'SUSPENS'
                   MOVE 'AVIS DE SUSPENSION'  TO WS-MLF-LETTER-LABEL
               WHEN OTHER
                   MOVE CRF-LETTER-TYPE       TO WS-MLF-LETTER-LABEL
           END-EVALUATE.

           IF WS-HIST-COUNT < 10 THEN
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM 1230-SHIFT-HISTORY-LINE
                  THRU END-1230-SHIFT-HISTORY-LINE
                  VARYING WS-HIST-SHIFT-CTR FROM 1 BY 1
                  UNTIL WS-HIST-SHIFT-CTR > 9
           END-IF.

           MOVE WS-MAIL-LINE-FMT
               TO WS-HIST-DISPLAY-LINE(WS-HIST-COUNT).
       END-1320-ADD-MAIL-TO-LIST.
           EXIT.
