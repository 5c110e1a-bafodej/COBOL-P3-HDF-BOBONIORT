      ******************************************************************
      *    [MF-RD] Validation des demandes de modification d'IBAN et   *
      *    de code mutuelle déposées par manacust dans CUSTPEND. Le    *
      *    superviseur voit la liste des demandes en attente, ouvre    *
      *    chacune (valeurs avant/après, demandeur, date) et l'approuve*
      *    ou la rejette. Une demande approuvée est appliquée à la     *
      *    fiche et tracée dans CUSTHIST (opération VALIDATION, au nom *
      *    du superviseur), et le registre des mandats suit le         *
      *    changement d'IBAN par l'intermédiaire de majmand. Un        *
      *    superviseur ne peut pas approuver sa propre demande. Une    *
      *    fiche dont l'IBAN ou le code mutuelle ont changé depuis la  *
      *    demande, ou clôturée entre-temps, n'est pas modifiée : la   *
      *    demande est à rejeter. Réservé aux superviseurs, comme      *
      *    managar ; tant que le fichier des opérateurs n'existe pas   *
      *    encore, l'accès est laissé ouvert.                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. validmod.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-UUID
               ALTERNATE RECORD KEY IS CF-CODE-SECU WITH DUPLICATES
               ALTERNATE RECORD KEY IS CF-LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *    [MF-RD] Demandes de modification déposées par manacust.
           SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNF-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

      *    [MF-RD] Journal des modifications de fiches : une ligne
      *    avec images avant/après pour chaque demande appliquée.
           SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIF-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

      *    [MF-RD] Fichier de référence des opérateurs (tenu par
      *    manaoper) : la validation est réservée aux superviseurs.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPF-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD.
           05 PNF-DATA.
               COPY 'pending-fields-pnf.cpy'.

       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIF-DATA.
               COPY 'history-fields-hf.cpy'.

       FD  OPERATOR-FILE.
       01  OPERATOR-FILE-RECORD.
           05 OPF-DATA.
               COPY 'operator-fields-opf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC X(02).
           88 WS-FS-OK               VALUE '00'.
           88 WS-FS-NO-FILE          VALUE '35'.

       01  WS-PEND-FILE-STATUS       PIC X(02).
           88 WS-PEND-FS-OK          VALUE '00'.
           88 WS-PEND-FS-NO-FILE     VALUE '35'.

       01  WS-HIST-FILE-STATUS       PIC X(02).
           88 WS-HIST-FS-OK          VALUE '00'.
           88 WS-HIST-FS-NO-FILE     VALUE '35'.

       01  WS-OPER-FILE-STATUS       PIC X(02).
           88 WS-OPER-FS-OK          VALUE '00'.
           88 WS-OPER-FS-NO-FILE     VALUE '35'.

       01  WS-ERROR-MESSAGE          PIC X(70).

      *    [MF-RD] Contrôle d'accès : l'opérateur courant (variable
      *    USER) doit être un superviseur actif du fichier de
      *    référence pour valider les demandes.
       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-ACCESS-SWITCH          PIC X(01).
           88 WS-ACCESS-GRANTED      VALUE 'Y'.
           88 WS-ACCESS-DENIED       VALUE 'N'.

      *    [MF-RD] Demandes en attente présentées sur la liste : clé
      *    de la demande et ligne affichée (numéro, date, demandeur,
      *    adhérent, nature du changement), dix au plus à la fois.
       01  WS-PEND-EOF-SWITCH        PIC X(01).
           88 WS-PEND-EOF-YES        VALUE 'Y'.
           88 WS-PEND-EOF-NO         VALUE 'N'.
       01  WS-PEND-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-PEND-IDX               PIC 9(02) COMP.
       01  WS-PEND-MORE-SWITCH       PIC X(01).
           88 WS-PEND-MORE           VALUE 'Y'.
           88 WS-PEND-NO-MORE        VALUE 'N'.
       01  WS-PEND-CHOICE            PIC X(02).
       01  WS-PEND-CHOICE-NUM REDEFINES WS-PEND-CHOICE
                                     PIC 9(02).
       01  WS-PEND-TABLE.
           05 WS-PEND-KEY            PIC X(57) OCCURS 10 TIMES.
       01  WS-PEND-DISPLAY-TABLE.
           05 WS-PEND-DISPLAY-LINE   PIC X(80) OCCURS 10 TIMES.
       01  WS-PEND-LINE-FORMAT.
           05 WS-PLF-NUMBER          PIC 99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-PLF-DATE            PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-PLF-REQUESTER-ID    PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-PLF-NAME            PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-PLF-NATURE          PIC X(15).

      *    [MF-RD] Demande ouverte sur l'écran de détail, et décision
      *    du superviseur (A = approuver, R = rejeter).
       01  WS-VAL-UUID               PIC X(36).
       01  WS-VAL-NAME               PIC X(41).
       01  WS-VAL-REQUESTER-ID       PIC X(08).
       01  WS-VAL-REQUEST-DATE       PIC X(10).
       01  WS-VAL-REQUEST-TIME       PIC X(05).
       01  WS-VAL-OLD-IBAN           PIC X(34).
       01  WS-VAL-NEW-IBAN           PIC X(34).
       01  WS-VAL-OLD-PLAN-CODE      PIC X(10).
       01  WS-VAL-NEW-PLAN-CODE      PIC X(10).
       01  WS-DECISION               PIC X(01).
       01  WS-APPLY-SWITCH           PIC X(01).
           88 WS-APPLY-DONE          VALUE 'Y'.
           88 WS-APPLY-FAILED        VALUE 'N'.

      *    [MF-RD] Registre des mandats de prélèvement SEPA, tenu par
      *    majmand : un changement d'IBAN approuvé y est consigné
      *    (avenant, nouveau mandat, ou révocation quand l'IBAN est
      *    effacé).
       COPY 'mandate-update.cpy'.

      *    [MF-RD] Zones de préparation d'une ligne du journal des
      *    modifications : la fiche visée, la nature de l'opération
      *    et les images avant/après de la fiche.
       01  WS-HIST-UUID              PIC X(36).
       01  WS-HIST-ACTION            PIC X(10).
       01  WS-HIST-BEFORE-IMAGE      PIC X(600).
       01  WS-HIST-AFTER-IMAGE       PIC X(600).

      *    [MF-RD] Date du jour, au format JJ-MM-AAAA, pour la date de
      *    décision et la date de mise à jour de la fiche.
       01  WS-TODAY-YYYYMMDD         PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS             PIC X(02).
           05 FILLER                 PIC X(01) VALUE '-'.
           05 WS-TD-MONTH            PIC X(02).
           05 FILLER                 PIC X(01) VALUE '-'.
           05 WS-TD-YEAR             PIC X(04).

       SCREEN SECTION.
       COPY 'screen-change-approval.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           INITIALIZE WS-PEND-CHOICE
                      WS-ERROR-MESSAGE.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 0100-START-CHECK-ACCESS
              THRU END-0100-CHECK-ACCESS.

           IF WS-ACCESS-DENIED THEN
               DISPLAY 'Acces reserve aux superviseurs.'
               GO TO END-0000-MAIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           PERFORM 1000-START-LIST
              THRU END-1000-LIST.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Vérifie que l'opérateur courant est un superviseur  *
      *    actif. Fichier de référence encore absent : accès laissé    *
      *    ouvert.                                                     *
      ******************************************************************
       0100-START-CHECK-ACCESS.
           SET WS-ACCESS-DENIED TO TRUE.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FS-NO-FILE THEN
               SET WS-ACCESS-GRANTED TO TRUE
               GO TO END-0100-CHECK-ACCESS
           END-IF.

           MOVE WS-OPERATOR-ID TO OPF-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-OPER-FS-OK
              AND OPF-ACTIVE EQUAL 'O'
              AND OPF-ROLE   EQUAL 'S' THEN
               SET WS-ACCESS-GRANTED TO TRUE
           END-IF.

           CLOSE OPERATOR-FILE.
       END-0100-CHECK-ACCESS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Présente la liste des demandes en attente et ouvre  *
      *    celle dont le superviseur saisit le numéro ; numéro laissé  *
      *    à blanc : fin de la validation. La liste est relue après    *
      *    chaque décision.                                            *
      ******************************************************************
       1000-START-LIST.
           PERFORM 1100-START-LOAD-PENDING
              THRU END-1100-LOAD-PENDING.

           MOVE SPACES TO WS-PEND-CHOICE.
           DISPLAY SCREEN-PENDING-LIST.
           ACCEPT SCREEN-PENDING-LIST.
           MOVE SPACES TO WS-ERROR-MESSAGE.

           IF WS-PEND-CHOICE EQUAL SPACES THEN
               GO TO END-1000-LIST
           END-IF.

           IF WS-PEND-CHOICE(2:1) EQUAL SPACE THEN
               MOVE WS-PEND-CHOICE(1:1) TO WS-PEND-CHOICE(2:1)
               MOVE '0'                 TO WS-PEND-CHOICE(1:1)
           END-IF.

           IF    WS-PEND-CHOICE IS NOT NUMERIC
              OR WS-PEND-CHOICE-NUM EQUAL ZERO
              OR WS-PEND-CHOICE-NUM GREATER THAN WS-PEND-COUNT THEN
               MOVE 'Numero invalide.' TO WS-ERROR-MESSAGE
               GO TO 1000-START-LIST
           END-IF.

           MOVE WS-PEND-CHOICE-NUM TO WS-PEND-IDX.
           PERFORM 2000-START-DECIDE
              THRU END-2000-DECIDE.
           GO TO 1000-START-LIST.
       END-1000-LIST.
           EXIT.

      ******************************************************************
      *    [MF-RD] Charge les dix premières demandes en attente du     *
      *    fichier, avec le nom de l'adhérent relu sur sa fiche.       *
      *    Au-delà de dix, un message invite à traiter celles-ci pour  *
      *    voir les suivantes.                                         *
      ******************************************************************
       1100-START-LOAD-PENDING.
           MOVE ZERO   TO WS-PEND-COUNT.
           MOVE SPACES TO WS-PEND-TABLE.
           MOVE SPACES TO WS-PEND-DISPLAY-TABLE.
           SET WS-PEND-NO-MORE TO TRUE.

           OPEN INPUT PENDING-FILE.
           IF NOT WS-PEND-FS-OK THEN
               IF WS-ERROR-MESSAGE EQUAL SPACES THEN
                   MOVE 'Aucune demande en attente.' TO WS-ERROR-MESSAGE
               END-IF
               GO TO END-1100-LOAD-PENDING
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-FS-OK THEN
               MOVE 'Aucun adherent enregistre.' TO WS-ERROR-MESSAGE
               CLOSE PENDING-FILE
               GO TO END-1100-LOAD-PENDING
           END-IF.

           SET WS-PEND-EOF-NO TO TRUE.
           PERFORM 1110-READ-NEXT-PENDING
              THRU END-1110-READ-NEXT-PENDING
              UNTIL WS-PEND-EOF-YES.

           CLOSE PENDING-FILE.
           CLOSE CUSTOMER-FILE.

           IF WS-ERROR-MESSAGE NOT EQUAL SPACES THEN
               GO TO END-1100-LOAD-PENDING
           END-IF.

           IF WS-PEND-COUNT EQUAL ZERO THEN
               MOVE 'Aucune demande en attente.' TO WS-ERROR-MESSAGE
           END-IF.

           IF WS-PEND-MORE THEN
               MOVE 'Autres demandes en attente : traiter celles-ci.'
                   TO WS-ERROR-MESSAGE
           END-IF.
       END-1100-LOAD-PENDING.
           EXIT.

       1110-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
                   GO TO END-1110-READ-NEXT-PENDING
           END-READ.

           IF PNF-STATUS NOT EQUAL 'P' THEN
               GO TO END-1110-READ-NEXT-PENDING
           END-IF.

           IF WS-PEND-COUNT NOT LESS THAN 10 THEN
               SET WS-PEND-MORE TO TRUE
               SET WS-PEND-EOF-YES TO TRUE
               GO TO END-1110-READ-NEXT-PENDING
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PEND-COUNT TO WS-PEND-IDX.
           MOVE PNF-KEY       TO WS-PEND-KEY(WS-PEND-IDX).

           MOVE SPACES TO WS-PEND-LINE-FORMAT.
           MOVE WS-PEND-COUNT       TO WS-PLF-NUMBER.
           MOVE PNF-TIMESTAMP(7:2)  TO WS-PLF-DATE(1:2).
           MOVE '-'                 TO WS-PLF-DATE(3:1).
           MOVE PNF-TIMESTAMP(5:2)  TO WS-PLF-DATE(4:2).
           MOVE '-'                 TO WS-PLF-DATE(6:1).
           MOVE PNF-TIMESTAMP(1:4)  TO WS-PLF-DATE(7:4).
           MOVE PNF-REQUESTER-ID    TO WS-PLF-REQUESTER-ID.

           PERFORM 1200-GET-CUSTOMER-NAME
              THRU END-1200-GET-CUSTOMER-NAME.
           MOVE WS-VAL-NAME TO WS-PLF-NAME.

           IF PNF-NEW-IBAN NOT EQUAL PNF-OLD-IBAN THEN
               IF PNF-NEW-PLAN-CODE NOT EQUAL PNF-OLD-PLAN-CODE THEN
                   MOVE 'IBAN + MUTUELLE' TO WS-PLF-NATURE
               ELSE
                   MOVE 'IBAN'            TO WS-PLF-NATURE
               END-IF
           ELSE
               MOVE 'CODE MUTUELLE'       TO WS-PLF-NATURE
           END-IF.

           MOVE WS-PEND-LINE-FORMAT
               TO WS-PEND-DISPLAY-LINE(WS-PEND-IDX).
       END-1110-READ-NEXT-PENDING.
           EXIT.

      *    [MF-RD] Nom et prénom de l'adhérent visé par la demande
      *    courante, relus sur sa fiche.
       1200-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-VAL-NAME.
           MOVE PNF-UUID TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(fiche introuvable)' TO WS-VAL-NAME
                   GO TO END-1200-GET-CUSTOMER-NAME
           END-READ.

           STRING CF-LASTNAME  DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  CF-FIRSTNAME DELIMITED BY '  '
               INTO WS-VAL-NAME
           END-STRING.
       END-1200-GET-CUSTOMER-NAME.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ouvre la demande choisie et recueille la décision   *
      *    du superviseur. Approbation : interdite sur sa propre       *
      *    demande ; sinon la demande est appliquée à la fiche puis    *
      *    marquée approuvée. Rejet : la demande est marquée rejetée,  *
      *    la fiche n'est pas touchée. Décision laissée à blanc :      *
      *    retour à la liste, la demande reste en attente.             *
      ******************************************************************
       2000-START-DECIDE.
           OPEN I-O PENDING-FILE.
           IF NOT WS-PEND-FS-OK THEN
               MOVE 'Aucune demande en attente.' TO WS-ERROR-MESSAGE
               GO TO END-2000-DECIDE
           END-IF.

           MOVE WS-PEND-KEY(WS-PEND-IDX) TO PNF-KEY.
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'Demande introuvable.' TO WS-ERROR-MESSAGE
                   GO TO 2000-CLOSE-PENDING-FILE
           END-READ.

           IF PNF-STATUS NOT EQUAL 'P' THEN
               MOVE 'Demande deja traitee.' TO WS-ERROR-MESSAGE
               GO TO 2000-CLOSE-PENDING-FILE
           END-IF.

           MOVE PNF-UUID            TO WS-VAL-UUID.
           MOVE PNF-REQUESTER-ID    TO WS-VAL-REQUESTER-ID.
           MOVE SPACES              TO WS-VAL-REQUEST-DATE.
           MOVE PNF-TIMESTAMP(7:2)  TO WS-VAL-REQUEST-DATE(1:2).
           MOVE '-'                 TO WS-VAL-REQUEST-DATE(3:1).
           MOVE PNF-TIMESTAMP(5:2)  TO WS-VAL-REQUEST-DATE(4:2).
           MOVE '-'                 TO WS-VAL-REQUEST-DATE(6:1).
           MOVE PNF-TIMESTAMP(1:4)  TO WS-VAL-REQUEST-DATE(7:4).
           MOVE PNF-TIMESTAMP(9:2)  TO WS-VAL-REQUEST-TIME(1:2).
           MOVE ':'                 TO WS-VAL-REQUEST-TIME(3:1).
           MOVE PNF-TIMESTAMP(11:2) TO WS-VAL-REQUEST-TIME(4:2).
           MOVE PNF-OLD-IBAN        TO WS-VAL-OLD-IBAN.
           MOVE PNF-NEW-IBAN        TO WS-VAL-NEW-IBAN.
           MOVE PNF-OLD-PLAN-CODE   TO WS-VAL-OLD-PLAN-CODE.
           MOVE PNF-NEW-PLAN-CODE   TO WS-VAL-NEW-PLAN-CODE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-FS-OK THEN
               PERFORM 1200-GET-CUSTOMER-NAME
                  THRU END-1200-GET-CUSTOMER-NAME
               CLOSE CUSTOMER-FILE
           ELSE
               MOVE '(fiche introuvable)' TO WS-VAL-NAME
           END-IF.

       2000-DETAIL-SCREEN.
           MOVE SPACE TO WS-DECISION.
           DISPLAY SCREEN-PENDING-DETAIL.
           ACCEPT SCREEN-PENDING-DETAIL.
           MOVE SPACES TO WS-ERROR-MESSAGE.

           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN SPACE
                   GO TO 2000-CLOSE-PENDING-FILE

               WHEN 'R'
                   MOVE 'R' TO PNF-STATUS
                   MOVE 'Demande rejetee.' TO WS-ERROR-MESSAGE

               WHEN 'A'
                   IF PNF-REQUESTER-ID EQUAL WS-OPERATOR-ID THEN
                       MOVE 'Validation de sa propre demande interdite.'
                           TO WS-ERROR-MESSAGE
                       GO TO 2000-DETAIL-SCREEN
                   END-IF

                   PERFORM 2100-START-APPLY-CHANGE
                      THRU END-2100-APPLY-CHANGE

                   IF WS-APPLY-FAILED THEN
                       GO TO 2000-CLOSE-PENDING-FILE
                   END-IF

                   MOVE 'A' TO PNF-STATUS
                   MOVE 'Demande approuvee et appliquee a la fiche.'
                       TO WS-ERROR-MESSAGE

               WHEN OTHER
                   MOVE 'Decision invalide (A ou R).'
                       TO WS-ERROR-MESSAGE
                   GO TO 2000-DETAIL-SCREEN
           END-EVALUATE.

           MOVE WS-OPERATOR-ID TO PNF-DECIDER-ID.
           MOVE WS-TODAY-DATE  TO PNF-DECISION-DATE.
           REWRITE PENDING-FILE-RECORD.

       2000-CLOSE-PENDING-FILE.
           CLOSE PENDING-FILE.
       END-2000-DECIDE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Applique la demande ouverte à la fiche : IBAN et    *
      *    code mutuelle demandés, date de mise à jour, ligne          *
      *    VALIDATION dans CUSTHIST et suivi du registre des mandats.  *
      *    La fiche doit être active et porter encore les valeurs      *
      *    "avant" de la demande ; sinon rien n'est écrit et la        *
      *    demande reste en attente, à rejeter.                        *
      ******************************************************************
       2100-START-APPLY-CHANGE.
           SET WS-APPLY-FAILED TO TRUE.

           OPEN I-O CUSTOMER-FILE.
           IF WS-FS-NO-FILE THEN
               MOVE 'Aucun adherent enregistre.' TO WS-ERROR-MESSAGE
               GO TO END-2100-APPLY-CHANGE
           END-IF.

           MOVE PNF-UUID TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'Adherent introuvable.' TO WS-ERROR-MESSAGE
                   GO TO 2100-CLOSE-CUSTOMER-FILE
           END-READ.

           IF CF-ACTIVE NOT EQUAL 'O' THEN
               MOVE 'Adherent cloture : demande a rejeter.'
                   TO WS-ERROR-MESSAGE
               GO TO 2100-CLOSE-CUSTOMER-FILE
           END-IF.

           IF CF-CODE-IBAN NOT EQUAL PNF-OLD-IBAN
              OR CF-PLAN-CODE NOT EQUAL PNF-OLD-PLAN-CODE THEN
               MOVE 'Fiche modifiee depuis la demande : a rejeter.'
                   TO WS-ERROR-MESSAGE
               GO TO 2100-CLOSE-CUSTOMER-FILE
           END-IF.

           MOVE CF-DATA           TO WS-HIST-BEFORE-IMAGE.

           MOVE PNF-NEW-IBAN      TO CF-CODE-IBAN.
           MOVE PNF-NEW-PLAN-CODE TO CF-PLAN-CODE.
           MOVE WS-TODAY-DATE     TO CF-UPDATE-DATE.

           REWRITE CUSTOMER-FILE-RECORD.
           IF NOT WS-FS-OK THEN
               MOVE 'Erreur a l''ecriture de la fiche.'
                   TO WS-ERROR-MESSAGE
               GO TO 2100-CLOSE-CUSTOMER-FILE
           END-IF.

           SET WS-APPLY-DONE TO TRUE.

           MOVE CF-UUID      TO WS-HIST-UUID.
           MOVE 'VALIDATION' TO WS-HIST-ACTION.
           MOVE CF-DATA      TO WS-HIST-AFTER-IMAGE.
           PERFORM 8000-START-WRITE-HISTORY
              THRU END-8000-WRITE-HISTORY.

           INITIALIZE MANDATE-UPDATE.
           SET MDU-REQUEST-IBAN TO TRUE.
           MOVE CF-UUID       TO MDU-UUID.
           MOVE PNF-OLD-IBAN  TO MDU-OLD-IBAN.
           MOVE CF-CODE-IBAN  TO MDU-NEW-IBAN.
           MOVE WS-TODAY-DATE TO MDU-DATE.
           CALL 'majmand' USING BY REFERENCE MANDATE-UPDATE.

       2100-CLOSE-CUSTOMER-FILE.
           CLOSE CUSTOMER-FILE.
       END-2100-APPLY-CHANGE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ecrit une ligne du journal des modifications        *
      *    (CUSTHIST) : fiche visée et horodatage en clé, opérateur,   *
      *    nature de l'opération et images avant/après préparées par   *
      *    l'appelant. Le journal est créé au premier appel.           *
      ******************************************************************
       8000-START-WRITE-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HIST-FS-NO-FILE THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           MOVE WS-HIST-UUID          TO HIF-UUID.
           MOVE FUNCTION CURRENT-DATE TO HIF-TIMESTAMP.
           MOVE WS-OPERATOR-ID        TO HIF-OPERATOR-ID.
           MOVE WS-HIST-ACTION        TO HIF-ACTION.
           MOVE WS-HIST-BEFORE-IMAGE  TO HIF-BEFORE-IMAGE.
           MOVE WS-HIST-AFTER-IMAGE   TO HIF-AFTER-IMAGE.

           WRITE HISTORY-FILE-RECORD.

           CLOSE HISTORY-FILE.
       END-8000-WRITE-HISTORY.
           EXIT.
