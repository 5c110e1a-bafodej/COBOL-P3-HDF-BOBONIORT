      ******************************************************************
      *    [MF-RD] Administration du fichier de référence des          *
      *    garanties (GUARANTEES) : création et mise à jour, par code  *
      *    mutuelle et catégorie d'acte, du taux de prise en charge et *
      *    du plafond par acte, avec leur date d'effet. Une garantie   *
      *    revue pour janvier se saisit à l'avance avec sa date        *
      *    d'effet ; manarmb prendra la garantie en vigueur à la date  *
      *    des soins. Réservé aux superviseurs, comme manaplan ; tant  *
      *    que le fichier des opérateurs n'existe pas encore, l'accès  *
      *    est laissé ouvert.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. managar.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARANTEE-FILE ASSIGN TO "GUARANTEES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTF-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    [MF-RD] Fichier de référence des opérateurs (tenu par
      *    manaoper) : l'administration des garanties est réservée aux
      *    superviseurs.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPF-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUARANTEE-FILE.
       01  GUARANTEE-FILE-RECORD.
           05 GTF-DATA.
               COPY 'guarantee-fields-gtf.cpy'.

       FD  OPERATOR-FILE.
       01  OPERATOR-FILE-RECORD.
           05 OPF-DATA.
               COPY 'operator-fields-opf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC X(02).
           88 WS-FS-OK               VALUE '00'.
           88 WS-FS-NO-FILE          VALUE '35'.
           88 WS-FS-DUPLICATE-KEY    VALUE '22'.

       01  WS-OPER-FILE-STATUS       PIC X(02).
           88 WS-OPER-FS-OK          VALUE '00'.
           88 WS-OPER-FS-NO-FILE     VALUE '35'.

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-CONFIRM                PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).

      *    [MF-RD] Garantie en cours de saisie sur les écrans de
      *    création/modification : la date d'effet se saisit en
      *    JJ-MM-AAAA, le taux en 999 et le plafond en 99999.99,
      *    contrôlés avant de passer dans la clé et les montants du
      *    fichier.
       01  WS-GAR-PLAN-CODE          PIC X(10).
       01  WS-GAR-ACT-CATEGORY       PIC X(10).
           88 WS-GAR-CATEGORY-VALID  VALUE 'CONSULT' 'PHARMACIE'
                                           'OPTIQUE' 'DENTAIRE'
                                           'HOSPITAL'.
       01  WS-GAR-EFFECT-DATE        PIC X(10).
       01  WS-GAR-RATE-X             PIC X(03).
       01  WS-GAR-RATE               PIC 9(03).
       01  WS-GAR-CEILING-X          PIC X(08).
       01  WS-GAR-CEILING            PIC 9(05)V99.
       01  WS-GAR-CEILING-FMT        PIC 9(05).99.
       01  WS-GAR-EFFECT-YYYYMMDD    PIC X(08).

      *    [MF-RD] Découpage de la date d'effet saisie pour contrôle
      *    et conversion en AAAAMMJJ, comme dans manaplan.
       01  WS-CONV-DATE.
           05 WS-CV-DAYS             PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-CV-MONTH            PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-CV-YEAR             PIC X(04).
       01  WS-CONV-VALID-SWITCH      PIC X(01).
           88 WS-CONV-VALID          VALUE 'Y'.
           88 WS-CONV-INVALID        VALUE 'N'.

      *    [MF-RD] Contrôle d'accès : l'opérateur courant (variable
      *    USER) doit être un superviseur actif du fichier de
      *    référence pour administrer les garanties.
       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-ACCESS-SWITCH          PIC X(01).
           88 WS-ACCESS-GRANTED      VALUE 'Y'.
           88 WS-ACCESS-DENIED       VALUE 'N'.

       01  WS-MODIFY-FOUND-SWITCH    PIC X(01).
           88 WS-MODIFY-FOUND        VALUE 'Y'.
           88 WS-MODIFY-NOT-FOUND    VALUE 'N'.

       SCREEN SECTION.
       COPY 'screen-guarantee-admin.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           INITIALIZE WS-MENU-CHOICE
                      WS-ERROR-MESSAGE.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 0100-START-CHECK-ACCESS
              THRU END-0100-CHECK-ACCESS.

           IF WS-ACCESS-DENIED THEN
               DISPLAY 'Acces reserve aux superviseurs.'
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1000-START-MENU
              THRU END-1000-MENU.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Vérifie que l'opérateur courant est un superviseur  *
      *    actif. Fichier de référence encore absent : accès laissé    *
      *    ouvert.                                                      *
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
      *    [MF-RD] Affiche le menu d'administration et redirige selon  *
      *    le choix de l'opérateur.                                    *
      ******************************************************************
       1000-START-MENU.
           DISPLAY SCREEN-MENU-GUARANTEE.
           ACCEPT SCREEN-MENU-GUARANTEE.

           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2000-START-CREATE-GUARANTEE
                      THRU END-2000-CREATE-GUARANTEE
                   GO TO 1000-START-MENU

               WHEN '2'
                   PERFORM 3000-START-MODIFY-GUARANTEE
                      THRU END-3000-MODIFY-GUARANTEE
                   GO TO 1000-START-MENU

               WHEN '3'
                   CONTINUE

               WHEN OTHER
                   MOVE 'Choix invalide.' TO WS-ERROR-MESSAGE
                   GO TO 1000-START-MENU
           END-EVALUATE.
       END-1000-MENU.
           EXIT.

      ******************************************************************
      *    [MF-RD] Saisie d'une nouvelle garantie et enregistrement    *
      *    dans le fichier de référence.                                *
      ******************************************************************
       2000-START-CREATE-GUARANTEE.
           INITIALIZE WS-GAR-PLAN-CODE
                      WS-GAR-ACT-CATEGORY
                      WS-GAR-EFFECT-DATE
                      WS-GAR-RATE-X
                      WS-GAR-CEILING-X
                      WS-CONFIRM
                      WS-ERROR-MESSAGE.

           PERFORM 2100-START-CREATE-SCREEN
              THRU END-2100-CREATE-SCREEN.
       END-2000-CREATE-GUARANTEE.
           EXIT.

       2100-START-CREATE-SCREEN.
           ACCEPT SCREEN-CREATE-GUARANTEE.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL 'O' THEN
               MOVE 'Saisie annulee.' TO WS-ERROR-MESSAGE
               GO TO END-2100-CREATE-SCREEN
           END-IF.

           IF WS-GAR-PLAN-CODE EQUAL SPACES THEN
               MOVE 'Code mutuelle obligatoire.' TO WS-ERROR-MESSAGE
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2200-START-VALIDATE-GUARANTEE
              THRU END-2200-VALIDATE-GUARANTEE.

           IF WS-CONV-INVALID THEN
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2300-START-SAVE-GUARANTEE
              THRU END-2300-SAVE-GUARANTEE.
       END-2100-CREATE-SCREEN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Contrôle la catégorie d'acte (liste fermée), la     *
      *    date d'effet (JJ-MM-AAAA plausible, convertie en AAAAMMJJ   *
      *    pour la clé), puis le taux et le plafond saisis. Les codes  *
      *    sont rangés en majuscules, comme les valeurs attendues sur  *
      *    les fiches.                                                  *
      ******************************************************************
       2200-START-VALIDATE-GUARANTEE.
           SET WS-CONV-INVALID TO TRUE.

           MOVE FUNCTION UPPER-CASE(WS-GAR-PLAN-CODE)
               TO WS-GAR-PLAN-CODE.
           MOVE FUNCTION UPPER-CASE(WS-GAR-ACT-CATEGORY)
               TO WS-GAR-ACT-CATEGORY.

           IF NOT WS-GAR-CATEGORY-VALID THEN
               MOVE 'Categorie d''acte inconnue.' TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-GUARANTEE
           END-IF.

           PERFORM 2210-CONVERT-EFFECT-DATE
              THRU END-2210-CONVERT-EFFECT-DATE.

           IF WS-CONV-INVALID THEN
               GO TO END-2200-VALIDATE-GUARANTEE
           END-IF.

           PERFORM 2220-VALIDATE-AMOUNTS
              THRU END-2220-VALIDATE-AMOUNTS.
       END-2200-VALIDATE-GUARANTEE.
           EXIT.

       2210-CONVERT-EFFECT-DATE.
           SET WS-CONV-INVALID TO TRUE.

           MOVE WS-GAR-EFFECT-DATE TO WS-CONV-DATE.
           IF     WS-CV-DAYS  IS NOT NUMERIC
              OR  WS-CV-MONTH IS NOT NUMERIC
              OR  WS-CV-YEAR  IS NOT NUMERIC
              OR  WS-CV-DAYS  LESS THAN '01'
              OR  WS-CV-DAYS  GREATER THAN '31'
              OR  WS-CV-MONTH LESS THAN '01'
              OR  WS-CV-MONTH GREATER THAN '12' THEN
               MOVE 'Date d''effet invalide (JJ-MM-AAAA).'
               TO WS-ERROR-MESSAGE
               GO TO END-2210-CONVERT-EFFECT-DATE
           END-IF.

           MOVE WS-CV-YEAR  TO WS-GAR-EFFECT-YYYYMMDD(1:4).
           MOVE WS-CV-MONTH TO WS-GAR-EFFECT-YYYYMMDD(5:2).
           MOVE WS-CV-DAYS  TO WS-GAR-EFFECT-YYYYMMDD(7:2).

           SET WS-CONV-VALID TO TRUE.
       END-2210-CONVERT-EFFECT-DATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Contrôle le taux (pourcentage entier de 0 à 100 du  *
      *    reste à charge) et le plafond par acte (99999.99 ; zéro     *
      *    vaut absence de plafond).                                    *
      ******************************************************************
       2220-VALIDATE-AMOUNTS.
           SET WS-CONV-INVALID TO TRUE.

           IF WS-GAR-RATE-X IS NOT NUMERIC THEN
               MOVE 'Taux invalide (999 attendu).' TO WS-ERROR-MESSAGE
               GO TO END-2220-VALIDATE-AMOUNTS
           END-IF.

           MOVE WS-GAR-RATE-X TO WS-GAR-RATE.

           IF WS-GAR-RATE GREATER THAN 100 THEN
               MOVE 'Taux superieur a 100 refuse.' TO WS-ERROR-MESSAGE
               GO TO END-2220-VALIDATE-AMOUNTS
           END-IF.

           IF     WS-GAR-CEILING-X(1:5) IS NOT NUMERIC
              OR  WS-GAR-CEILING-X(6:1) NOT EQUAL '.'
              OR  WS-GAR-CEILING-X(7:2) IS NOT NUMERIC THEN
               MOVE 'Plafond invalide (99999.99 attendu).'
               TO WS-ERROR-MESSAGE
               GO TO END-2220-VALIDATE-AMOUNTS
           END-IF.

           COMPUTE WS-GAR-CEILING = FUNCTION NUMVAL(WS-GAR-CEILING-X).

           SET WS-CONV-VALID TO TRUE.
       END-2220-VALIDATE-AMOUNTS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre la nouvelle garantie dans le fichier de  *
      *    référence.                                                   *
      ******************************************************************
       2300-START-SAVE-GUARANTEE.
           OPEN I-O GUARANTEE-FILE.
           IF WS-FS-NO-FILE THEN
               OPEN OUTPUT GUARANTEE-FILE
           END-IF.

           MOVE WS-GAR-PLAN-CODE       TO GTF-PLAN-CODE.
           MOVE WS-GAR-ACT-CATEGORY    TO GTF-ACT-CATEGORY.
           MOVE WS-GAR-EFFECT-YYYYMMDD TO GTF-EFFECT-YYYYMMDD.
           MOVE WS-GAR-RATE            TO GTF-RATE.
           MOVE WS-GAR-CEILING         TO GTF-CEILING.
           WRITE GUARANTEE-FILE-RECORD.

           IF WS-FS-DUPLICATE-KEY THEN
               MOVE 'Une garantie existe deja a cette date d''effet.'
               TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'Garantie enregistree.' TO WS-ERROR-MESSAGE
           END-IF.

           CLOSE GUARANTEE-FILE.
       END-2300-SAVE-GUARANTEE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Sélection d'une garantie existante (code, catégorie *
      *    et date d'effet) puis mise à jour de son taux et de son     *
      *    plafond. Corriger une date d'effet se fait en créant la     *
      *    bonne ligne : la clé ne se réécrit pas.                      *
      ******************************************************************
       3000-START-MODIFY-GUARANTEE.
           INITIALIZE WS-GAR-PLAN-CODE
                      WS-GAR-ACT-CATEGORY
                      WS-GAR-EFFECT-DATE
                      WS-GAR-RATE-X
                      WS-GAR-CEILING-X
                      WS-CONFIRM
                      WS-ERROR-MESSAGE.

           SET WS-MODIFY-NOT-FOUND TO TRUE.

           PERFORM 3100-START-MODIFY-SELECT-SCREEN
              THRU END-3100-MODIFY-SELECT-SCREEN.
       END-3000-MODIFY-GUARANTEE.
           EXIT.

       3100-START-MODIFY-SELECT-SCREEN.
           ACCEPT SCREEN-MODIFY-GUARANTEE-SELECT.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL 'O' THEN
               MOVE 'Saisie annulee.' TO WS-ERROR-MESSAGE
               GO TO END-3100-MODIFY-SELECT-SCREEN
           END-IF.

           IF WS-GAR-PLAN-CODE EQUAL SPACES THEN
               MOVE 'Code mutuelle obligatoire.' TO WS-ERROR-MESSAGE
               GO TO 3100-START-MODIFY-SELECT-SCREEN
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-GAR-PLAN-CODE)
               TO WS-GAR-PLAN-CODE.
           MOVE FUNCTION UPPER-CASE(WS-GAR-ACT-CATEGORY)
               TO WS-GAR-ACT-CATEGORY.

           PERFORM 2210-CONVERT-EFFECT-DATE
              THRU END-2210-CONVERT-EFFECT-DATE.

           IF WS-CONV-INVALID THEN
               GO TO 3100-START-MODIFY-SELECT-SCREEN
           END-IF.

           PERFORM 3200-START-MODIFY-LOAD
              THRU END-3200-MODIFY-LOAD.

           IF WS-MODIFY-NOT-FOUND THEN
               GO TO END-3100-MODIFY-SELECT-SCREEN
           END-IF.

           MOVE SPACE TO WS-CONFIRM.

           PERFORM 3300-START-MODIFY-EDIT-SCREEN
              THRU END-3300-MODIFY-EDIT-SCREEN.
       END-3100-MODIFY-SELECT-SCREEN.
           EXIT.

       3200-START-MODIFY-LOAD.
           OPEN INPUT GUARANTEE-FILE.
           IF WS-FS-NO-FILE THEN
               MOVE 'Aucune garantie enregistree.' TO WS-ERROR-MESSAGE
               GO TO END-3200-MODIFY-LOAD
           END-IF.

           MOVE WS-GAR-PLAN-CODE       TO GTF-PLAN-CODE.
           MOVE WS-GAR-ACT-CATEGORY    TO GTF-ACT-CATEGORY.
           MOVE WS-GAR-EFFECT-YYYYMMDD TO GTF-EFFECT-YYYYMMDD.
           READ GUARANTEE-FILE
               INVALID KEY
                   MOVE 'Garantie introuvable.' TO WS-ERROR-MESSAGE
           END-READ.

           IF WS-FS-OK THEN
               MOVE GTF-RATE           TO WS-GAR-RATE-X
               MOVE GTF-CEILING        TO WS-GAR-CEILING-FMT
               MOVE WS-GAR-CEILING-FMT TO WS-GAR-CEILING-X
               SET WS-MODIFY-FOUND TO TRUE
           END-IF.

           CLOSE GUARANTEE-FILE.
       END-3200-MODIFY-LOAD.
           EXIT.

       3300-START-MODIFY-EDIT-SCREEN.
           ACCEPT SCREEN-MODIFY-GUARANTEE.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL 'O' THEN
               MOVE 'Saisie annulee.' TO WS-ERROR-MESSAGE
               GO TO END-3300-MODIFY-EDIT-SCREEN
           END-IF.

           PERFORM 2220-VALIDATE-AMOUNTS
              THRU END-2220-VALIDATE-AMOUNTS.

           IF WS-CONV-INVALID THEN
               GO TO 3300-START-MODIFY-EDIT-SCREEN
           END-IF.

           PERFORM 3500-START-MODIFY-SAVE
              THRU END-3500-MODIFY-SAVE.
       END-3300-MODIFY-EDIT-SCREEN.
           EXIT.

       3500-START-MODIFY-SAVE.
           OPEN I-O GUARANTEE-FILE.
           IF WS-FS-NO-FILE THEN
               MOVE 'Aucune garantie enregistree.' TO WS-ERROR-MESSAGE
               GO TO END-3500-MODIFY-SAVE
           END-IF.

           MOVE WS-GAR-PLAN-CODE       TO GTF-PLAN-CODE.
           MOVE WS-GAR-ACT-CATEGORY    TO GTF-ACT-CATEGORY.
           MOVE WS-GAR-EFFECT-YYYYMMDD TO GTF-EFFECT-YYYYMMDD.
           READ GUARANTEE-FILE
               INVALID KEY
                   MOVE 'Garantie introuvable.' TO WS-ERROR-MESSAGE
           END-READ.

           IF WS-FS-OK THEN
               MOVE WS-GAR-RATE    TO GTF-RATE
               MOVE WS-GAR-CEILING TO GTF-CEILING

               REWRITE GUARANTEE-FILE-RECORD
               MOVE 'Garantie modifiee.' TO WS-ERROR-MESSAGE
           END-IF.

           CLOSE GUARANTEE-FILE.
       END-3500-MODIFY-SAVE.
           EXIT.
