      ******************************************************************
      *    [MF-RD] Courriers aux adhérents, passage de nuit : édite    *
      *    sur LETTRES (une lettre par page) la lettre de bienvenue de *
      *    chaque fiche créée dans la journée et la confirmation de    *
      *    chaque clôture de la journée (entrées CREATION et CLOTURE   *
      *    du journal CUSTHIST), puis les relances d'impayés tirées    *
      *    du fichier ARREARS, graduées sur le nombre de rejets :      *
      *    premier rappel, mise en demeure, puis avis de suspension    *
      *    des garanties. La relance reprend le motif du dernier rejet *
      *    banque (AM04, AC04, MD01, ...) et le montant dû.            *
      *                                                                *
      *    Journée traitée : paramètre d'exploitation COURRIER_DATE    *
      *    (JJ-MM-AAAA), sinon la veille, comme rapactiv. Les lettres  *
      *    sont adressées à l'adresse de la fiche au moment du         *
      *    passage. Chaque lettre éditée est consignée au journal des  *
      *    courriers CORRLOG (voir 'correspondence-fields-crf.cpy') :  *
      *    une lettre déjà consignée pour le même événement n'est pas  *
      *    rééditée, le passage peut donc être relancé sans risque de  *
      *    doublon. Une fiche à l'adresse incomplète n'a pas de lettre *
      *    et figure sur le compte-rendu COURRPT pour reprise ; sa     *
      *    relance part au passage qui suit la correction. Sa lettre   *
      *    de bienvenue ou de clôture, qui ne serait plus retrouvée    *
      *    dans CUSTHIST, est consignée en attente au journal (sans    *
      *    date d'envoi) et chaque passage la retente jusqu'à ce que   *
      *    l'adresse soit complète. Les fiches anonymisées ne          *
      *    reçoivent rien, les fiches clôturées pas de relance.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. courrier.
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
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIF-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARF-UUID
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

      *    [MF-RD] Journal des courriers : créé au premier passage.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRF-KEY
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LETTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIF-DATA.
               COPY 'history-fields-hf.cpy'.

       FD  ARREARS-FILE.
       01  ARREARS-FILE-RECORD.
           05 ARF-DATA.
               COPY 'arrears-fields-arf.cpy'.

       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-FILE-RECORD.
           05 CRF-DATA.
               COPY 'correspondence-fields-crf.cpy'.

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-HIST-FILE-STATUS          PIC X(02).
           88 WS-HIST-FS-OK             VALUE '00'.

       01  WS-ARREARS-FILE-STATUS       PIC X(02).
           88 WS-ARR-FS-OK              VALUE '00'.

       01  WS-CORR-FILE-STATUS          PIC X(02).
           88 WS-CRF-FS-OK              VALUE '00'.
           88 WS-CRF-FS-NO-FILE         VALUE '35'.

       01  WS-LETTER-FILE-STATUS        PIC X(02).
           88 WS-LET-FS-OK              VALUE '00'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).
           88 WS-REP-FS-OK              VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

      *    [MF-RD] Lettre déjà consignée en attente d'une adresse
      *    complète (date d'envoi à blanc) : elle est rééditée et sa
      *    fiche au journal réécrite au lieu d'être créée.
       01  WS-LETTER-PENDING-SWITCH     PIC X(01).
           88 WS-LETTER-PENDING         VALUE 'Y'.
           88 WS-LETTER-NEW             VALUE 'N'.

      *    [MF-RD] Le passage n'édite rien sans fichier des adhérents
      *    (pas d'adresse) ni avec une date invalide.
       01  WS-RUN-SWITCH                PIC X(01) VALUE 'Y'.
           88 WS-RUN-OK                 VALUE 'Y'.
           88 WS-RUN-REFUSED            VALUE 'N'.

       01  WS-OPERATOR-ID               PIC X(08).

      *    [MF-RD] Journée traitée : paramètre d'exploitation
      *    COURRIER_DATE (JJ-MM-AAAA), sinon la veille.
       01  WS-PARAM-DATE                PIC X(10).
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-INTEGER             PIC 9(07).
       01  WS-YESTERDAY-INTEGER         PIC 9(07).
       01  WS-DAY-YYYYMMDD              PIC X(08).
       01  WS-PARAM-VALID-SWITCH        PIC X(01) VALUE 'Y'.
           88 WS-PARAM-VALID            VALUE 'Y'.
           88 WS-PARAM-INVALID          VALUE 'N'.

      *    [MF-RD] Conversion d'une date JJ-MM-AAAA en AAAAMMJJ,
      *    comme dans rapclos.
       01  WS-CONV-DATE.
           05 WS-CV-DAYS                PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-MONTH               PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-YEAR                PIC X(04).

      *    [MF-RD] Date des lettres (date du passage) et journée
      *    traitée, au format JJ-MM-AAAA.
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-FMT-DATE.
           05 WS-FD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-FD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-FD-YEAR                PIC X(04).

      *    [MF-RD] Lettre à éditer : destinataire, événement d'origine
      *    (clé du journal des courriers), type de lettre, et pour une
      *    relance le motif banque, le nombre de rejets, la date du
      *    dernier rejet et le montant dû.
       01  WS-LETTER-UUID               PIC X(36).
       01  WS-LETTER-EVENT-REF          PIC X(21).
       01  WS-LETTER-TYPE               PIC X(08).
           88 WS-LETTER-WELCOME         VALUE 'BIENVENU'.
           88 WS-LETTER-CLOSURE         VALUE 'CLOTURE'.
           88 WS-LETTER-REMINDER        VALUE 'RAPPEL'.
           88 WS-LETTER-NOTICE          VALUE 'DEMEURE'.
           88 WS-LETTER-SUSPENSION      VALUE 'SUSPENS'.
           88 WS-LETTER-DUNNING         VALUE 'RAPPEL' 'DEMEURE'
                                              'SUSPENS'.
       01  WS-LETTER-REASON-CODE        PIC X(04).
       01  WS-LETTER-UNPAID-COUNT       PIC 9(03).
       01  WS-LETTER-REJECT-DATE        PIC X(10).
       01  WS-LETTER-AMOUNT             PIC 9(05)V99.
       01  WS-LETTER-OUTCOME            PIC X(24).

       01  WS-AMOUNT-EDIT               PIC ZZZZ9.99.
       01  WS-COUNT-EDIT                PIC ZZ9.

       01  WS-WELCOME-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CLOSURE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REMINDER-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NOTICE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SUSPENSION-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-ALREADY-SENT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-SKIP-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-RETRY-COUNT               PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'COURRIERS AUX ADHERENTS'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Journee du   : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(18)
                  VALUE '   Edite le    : '.
           05 WS-HL2-TODAY              PIC X(10).
       01  WS-HEADING-LINE-3.
           05 FILLER                    PIC X(38)
                  VALUE 'Identifiant'.
           05 FILLER                    PIC X(22) VALUE 'Nom'.
           05 FILLER                    PIC X(10) VALUE 'Lettre'.
           05 FILLER                    PIC X(24) VALUE 'Resultat'.
       01  WS-BADPARAM-LINE      PIC X(60)
               VALUE 'PARAMETRE DE DATE INVALIDE (JJ-MM-AAAA ATTENDU).'.
       01  WS-NOFILE-LINE        PIC X(60) VALUE
           'FICHIER ADHERENTS ABSENT - AUCUN COURRIER EDITE.'.
       01  WS-NOHIST-LINE        PIC X(60) VALUE
           'JOURNAL DES FICHES ABSENT - NI BIENVENUE NI CLOTURE.'.
       01  WS-NOARREARS-LINE     PIC X(60) VALUE
           'FICHIER DES IMPAYES ABSENT - AUCUNE RELANCE.'.

       01  WS-DETAIL-LINE.
           05 WS-DL-UUID                PIC X(36).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-LETTER-TYPE         PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-OUTCOME             PIC X(24).

       01  WS-WELCOME-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Lettres de bienvenue:'.
           05 WS-WS-COUNT   PIC ZZZZ9.
       01  WS-CLOSURE-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Confirmations cloture:'.
           05 WS-CS-COUNT   PIC ZZZZ9.
       01  WS-REMINDER-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Premiers rappels    :'.
           05 WS-RS-COUNT   PIC ZZZZ9.
       01  WS-NOTICE-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Mises en demeure    :'.
           05 WS-NS-COUNT   PIC ZZZZ9.
       01  WS-SUSPENSION-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Avis de suspension  :'.
           05 WS-SS-COUNT   PIC ZZZZ9.
       01  WS-ALREADY-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Deja envoyees       :'.
           05 WS-AS-COUNT   PIC ZZZZ9.
       01  WS-NO-ADDRESS-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Adresse incomplete  :'.
           05 WS-NA-COUNT   PIC ZZZZ9.
       01  WS-CLOSED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Relances fiche close:'.
           05 WS-CL-COUNT   PIC ZZZZ9.
       01  WS-NOT-FOUND-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Fiches introuvables :'.
           05 WS-NF-COUNT   PIC ZZZZ9.
       01  WS-RETRY-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Attentes levees     :'.
           05 WS-RT-COUNT   PIC ZZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 1500-START-PENDING-LETTERS
              THRU END-1500-PENDING-LETTERS.

           PERFORM 2000-START-HISTORY-LETTERS
              THRU END-2000-HISTORY-LETTERS.

           PERFORM 3000-START-DUNNING-LETTERS
              THRU END-3000-DUNNING-LETTERS.

           PERFORM 4000-START-WRITE-SUMMARY
              THRU END-4000-WRITE-SUMMARY.

           PERFORM 5000-START-CLOSE-FILES
              THRU END-5000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Arrête la journée traitée (paramètre                *
      *    d'exploitation, sinon la veille), ouvre les fichiers et     *
      *    écrit l'entête du compte-rendu. Date invalide ou fichier    *
      *    des adhérents absent : signalé, rien n'est édité.           *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-YESTERDAY-INTEGER = WS-TODAY-INTEGER - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-YESTERDAY-INTEGER)
                                          TO WS-DAY-YYYYMMDD.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           DISPLAY 'COURRIER_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-DATE FROM ENVIRONMENT-VALUE.

           IF WS-PARAM-DATE NOT EQUAL SPACES THEN
               MOVE WS-PARAM-DATE TO WS-CONV-DATE
               IF     WS-CV-DAYS  IS NUMERIC
                  AND WS-CV-MONTH IS NUMERIC
                  AND WS-CV-YEAR  IS NUMERIC
                  AND WS-CV-DAYS  NOT LESS THAN '01'
                  AND WS-CV-DAYS  NOT GREATER THAN '31'
                  AND WS-CV-MONTH NOT LESS THAN '01'
                  AND WS-CV-MONTH NOT GREATER THAN '12' THEN
                   MOVE WS-CV-YEAR  TO WS-DAY-YYYYMMDD(1:4)
                   MOVE WS-CV-MONTH TO WS-DAY-YYYYMMDD(5:2)
                   MOVE WS-CV-DAYS  TO WS-DAY-YYYYMMDD(7:2)
               ELSE
                   SET WS-PARAM-INVALID TO TRUE
               END-IF
           END-IF.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.

      *    [MF-RD] Date de traitement ou fichier des adhérents
      *    illisible : code retour 8, l'enchaînement de nuit
      *    (chainuit) s'arrête sur cette étape.
           IF WS-PARAM-INVALID THEN
               WRITE REPORT-LINE FROM WS-BADPARAM-LINE
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO END-1000-INITIALIZE
           END-IF.

           MOVE WS-DAY-YYYYMMDD(7:2) TO WS-FD-DAYS.
           MOVE WS-DAY-YYYYMMDD(5:2) TO WS-FD-MONTH.
           MOVE WS-DAY-YYYYMMDD(1:4) TO WS-FD-YEAR.
           MOVE WS-FMT-DATE   TO WS-HL2-DATE.
           MOVE WS-TODAY-DATE TO WS-HL2-TODAY.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUS-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN I-O CORRESPONDENCE-FILE.
           IF WS-CRF-FS-NO-FILE THEN
               OPEN OUTPUT CORRESPONDENCE-FILE
               CLOSE CORRESPONDENCE-FILE
               OPEN I-O CORRESPONDENCE-FILE
           END-IF.

           OPEN OUTPUT LETTER-FILE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-3.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Retente, avant les lettres de la journée, chaque    *
      *    lettre de bienvenue ou de clôture consignée en attente      *
      *    d'une adresse complète lors d'un passage précédent.         *
      ******************************************************************
       1500-START-PENDING-LETTERS.
           IF WS-RUN-REFUSED THEN
               GO TO END-1500-PENDING-LETTERS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO CRF-KEY.
           START CORRESPONDENCE-FILE
               KEY IS NOT LESS THAN CRF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 1510-READ-NEXT-PENDING
              THRU END-1510-READ-NEXT-PENDING
              UNTIL WS-EOF-YES.
       END-1500-PENDING-LETTERS.
           EXIT.

       1510-READ-NEXT-PENDING.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-1510-READ-NEXT-PENDING
           END-READ.

           IF CRF-SEND-DATE NOT EQUAL SPACES THEN
               GO TO END-1510-READ-NEXT-PENDING
           END-IF.

           MOVE CRF-LETTER-TYPE TO WS-LETTER-TYPE.
           IF NOT WS-LETTER-WELCOME
              AND NOT WS-LETTER-CLOSURE THEN
               GO TO END-1510-READ-NEXT-PENDING
           END-IF.

           MOVE CRF-UUID      TO WS-LETTER-UUID.
           MOVE CRF-EVENT-REF TO WS-LETTER-EVENT-REF.
           MOVE SPACES        TO WS-LETTER-REASON-CODE.
           MOVE ZERO          TO WS-LETTER-AMOUNT.

           PERFORM 6000-START-SEND-LETTER
              THRU END-6000-SEND-LETTER.
       END-1510-READ-NEXT-PENDING.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le journal des fiches et retient les       *
      *    créations et les clôtures de la journée traitée : lettre de *
      *    bienvenue ou confirmation de clôture, l'événement étant     *
      *    l'horodatage de l'entrée.                                   *
      ******************************************************************
       2000-START-HISTORY-LETTERS.
           IF WS-RUN-REFUSED THEN
               GO TO END-2000-HISTORY-LETTERS
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HIST-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOHIST-LINE
               GO TO END-2000-HISTORY-LETTERS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 2010-READ-NEXT-HISTORY
              THRU END-2010-READ-NEXT-HISTORY
              UNTIL WS-EOF-YES.

           CLOSE HISTORY-FILE.
       END-2000-HISTORY-LETTERS.
           EXIT.

       2010-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2010-READ-NEXT-HISTORY
           END-READ.

           IF HIF-TIMESTAMP(1:8) NOT EQUAL WS-DAY-YYYYMMDD THEN
               GO TO END-2010-READ-NEXT-HISTORY
           END-IF.

           EVALUATE HIF-ACTION
               WHEN 'CREATION'
                   SET WS-LETTER-WELCOME TO TRUE
               WHEN 'CLOTURE'
                   SET WS-LETTER-CLOSURE TO TRUE
               WHEN OTHER
                   GO TO END-2010-READ-NEXT-HISTORY
           END-EVALUATE.

           MOVE HIF-UUID      TO WS-LETTER-UUID.
           MOVE HIF-TIMESTAMP TO WS-LETTER-EVENT-REF.
           MOVE SPACES        TO WS-LETTER-REASON-CODE.
           MOVE ZERO          TO WS-LETTER-AMOUNT.

           PERFORM 6000-START-SEND-LETTER
              THRU END-6000-SEND-LETTER.
       END-2010-READ-NEXT-HISTORY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le fichier des impayés : chaque adhérent   *
      *    débiteur reçoit la relance de son niveau (1 rejet : premier *
      *    rappel, 2 : mise en demeure, 3 et plus : avis de            *
      *    suspension), l'événement étant la date du dernier rejet.    *
      *    Un nouveau rejet appelle donc une nouvelle relance, un      *
      *    passage sans nouveau rejet n'en réédite aucune.             *
      ******************************************************************
       3000-START-DUNNING-LETTERS.
           IF WS-RUN-REFUSED THEN
               GO TO END-3000-DUNNING-LETTERS
           END-IF.

           OPEN INPUT ARREARS-FILE.
           IF NOT WS-ARR-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOARREARS-LINE
               GO TO END-3000-DUNNING-LETTERS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 3010-READ-NEXT-ARREARS
              THRU END-3010-READ-NEXT-ARREARS
              UNTIL WS-EOF-YES.

           CLOSE ARREARS-FILE.
       END-3000-DUNNING-LETTERS.
           EXIT.

       3010-READ-NEXT-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-3010-READ-NEXT-ARREARS
           END-READ.

           IF ARF-UNPAID-COUNT  EQUAL ZERO
              OR ARF-UNPAID-AMOUNT EQUAL ZERO THEN
               GO TO END-3010-READ-NEXT-ARREARS
           END-IF.

           EVALUATE ARF-UNPAID-COUNT
               WHEN 1
                   SET WS-LETTER-REMINDER   TO TRUE
               WHEN 2
                   SET WS-LETTER-NOTICE     TO TRUE
               WHEN OTHER
                   SET WS-LETTER-SUSPENSION TO TRUE
           END-EVALUATE.

           MOVE ARF-UUID                 TO WS-LETTER-UUID.
           MOVE SPACES                   TO WS-LETTER-EVENT-REF.
           MOVE ARF-LAST-REJECT-DATE(7:4) TO WS-LETTER-EVENT-REF(1:4).
           MOVE ARF-LAST-REJECT-DATE(4:2) TO WS-LETTER-EVENT-REF(5:2).
           MOVE ARF-LAST-REJECT-DATE(1:2) TO WS-LETTER-EVENT-REF(7:2).
           MOVE ARF-LAST-REASON-CODE     TO WS-LETTER-REASON-CODE.
           MOVE ARF-UNPAID-COUNT         TO WS-LETTER-UNPAID-COUNT.
           MOVE ARF-LAST-REJECT-DATE     TO WS-LETTER-REJECT-DATE.
           MOVE ARF-UNPAID-AMOUNT        TO WS-LETTER-AMOUNT.

           PERFORM 6000-START-SEND-LETTER
              THRU END-6000-SEND-LETTER.
       END-3010-READ-NEXT-ARREARS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime les volumes du passage.                     *
      ******************************************************************
       4000-START-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-WELCOME-COUNT TO WS-WS-COUNT.
           WRITE REPORT-LINE FROM WS-WELCOME-SUMMARY-LINE.

           MOVE WS-CLOSURE-COUNT TO WS-CS-COUNT.
           WRITE REPORT-LINE FROM WS-CLOSURE-SUMMARY-LINE.

           MOVE WS-REMINDER-COUNT TO WS-RS-COUNT.
           WRITE REPORT-LINE FROM WS-REMINDER-SUMMARY-LINE.

           MOVE WS-NOTICE-COUNT TO WS-NS-COUNT.
           WRITE REPORT-LINE FROM WS-NOTICE-SUMMARY-LINE.

           MOVE WS-SUSPENSION-COUNT TO WS-SS-COUNT.
           WRITE REPORT-LINE FROM WS-SUSPENSION-SUMMARY-LINE.

           MOVE WS-ALREADY-SENT-COUNT TO WS-AS-COUNT.
           WRITE REPORT-LINE FROM WS-ALREADY-SUMMARY-LINE.

           MOVE WS-NO-ADDRESS-COUNT TO WS-NA-COUNT.
           WRITE REPORT-LINE FROM WS-NO-ADDRESS-SUMMARY-LINE.

           MOVE WS-CLOSED-SKIP-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-CLOSED-SUMMARY-LINE.

           MOVE WS-NOT-FOUND-COUNT TO WS-NF-COUNT.
           WRITE REPORT-LINE FROM WS-NOT-FOUND-SUMMARY-LINE.

           MOVE WS-RETRY-COUNT TO WS-RT-COUNT.
           WRITE REPORT-LINE FROM WS-RETRY-SUMMARY-LINE.
       END-4000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers ouverts.                       *
      ******************************************************************
       5000-START-CLOSE-FILES.
           IF WS-RUN-OK THEN
               CLOSE CUSTOMER-FILE
               CLOSE CORRESPONDENCE-FILE
               CLOSE LETTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
       END-5000-CLOSE-FILES.
           EXIT.

      ******************************************************************
      *    [MF-RD] Edite la lettre préparée si elle n'a pas déjà été   *
      *    envoyée pour le même événement, à l'adresse de la fiche,    *
      *    puis la consigne au journal des courriers. Une lettre       *
      *    consignée sans date d'envoi est en attente d'adresse : elle *
      *    n'est pas encore partie. Fiche absente, anonymisée ou       *
      *    clôturée (relance) : pas de lettre, ni de trace au journal. *
      *    Adresse postale incomplète : pas de lettre ; une lettre de  *
      *    bienvenue ou de clôture est consignée en attente pour être  *
      *    retentée aux passages suivants.                             *
      ******************************************************************
       6000-START-SEND-LETTER.
           SET WS-LETTER-NEW TO TRUE.
           MOVE WS-LETTER-UUID      TO CRF-UUID.
           MOVE WS-LETTER-EVENT-REF TO CRF-EVENT-REF.
           MOVE WS-LETTER-TYPE      TO CRF-LETTER-TYPE.
           READ CORRESPONDENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRF-SEND-DATE NOT EQUAL SPACES THEN
                       ADD 1 TO WS-ALREADY-SENT-COUNT
                       GO TO END-6000-SEND-LETTER
                   END-IF
                   SET WS-LETTER-PENDING TO TRUE
           END-READ.

           MOVE WS-LETTER-UUID TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE SPACES TO CF-LASTNAME
                   MOVE 'FICHE INTROUVABLE' TO WS-LETTER-OUTCOME
                   PERFORM 6900-WRITE-DETAIL-LINE
                      THRU END-6900-WRITE-DETAIL-LINE
                   GO TO END-6000-SEND-LETTER
           END-READ.

           IF CF-LASTNAME EQUAL 'ANONYMISE' THEN
               GO TO END-6000-SEND-LETTER
           END-IF.

           IF WS-LETTER-DUNNING AND CF-ACTIVE NOT EQUAL 'O' THEN
               ADD 1 TO WS-CLOSED-SKIP-COUNT
               MOVE 'FICHE CLOSE' TO WS-LETTER-OUTCOME
               PERFORM 6900-WRITE-DETAIL-LINE
                  THRU END-6900-WRITE-DETAIL-LINE
               GO TO END-6000-SEND-LETTER
           END-IF.

           IF    CF-ADRESS1 EQUAL SPACES
              OR CF-ZIPCODE EQUAL SPACES
              OR CF-TOWN    EQUAL SPACES THEN
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 'ADRESSE INCOMPLETE' TO WS-LETTER-OUTCOME
               IF WS-LETTER-WELCOME OR WS-LETTER-CLOSURE THEN
                   MOVE 'ATTENTE ADRESSE COMPLETE' TO WS-LETTER-OUTCOME
                   PERFORM 6050-HOLD-LETTER
                      THRU END-6050-HOLD-LETTER
               END-IF
               PERFORM 6900-WRITE-DETAIL-LINE
                  THRU END-6900-WRITE-DETAIL-LINE
               GO TO END-6000-SEND-LETTER
           END-IF.

           PERFORM 6100-WRITE-LETTER-HEAD
              THRU END-6100-WRITE-LETTER-HEAD.

           EVALUATE TRUE
               WHEN WS-LETTER-WELCOME
                   PERFORM 6200-WRITE-WELCOME-BODY
                      THRU END-6200-WRITE-WELCOME-BODY
                   ADD 1 TO WS-WELCOME-COUNT
               WHEN WS-LETTER-CLOSURE
                   PERFORM 6300-WRITE-CLOSURE-BODY
                      THRU END-6300-WRITE-CLOSURE-BODY
                   ADD 1 TO WS-CLOSURE-COUNT
               WHEN OTHER
                   PERFORM 6400-WRITE-DUNNING-BODY
                      THRU END-6400-WRITE-DUNNING-BODY
           END-EVALUATE.

           PERFORM 6500-WRITE-LETTER-FOOT
              THRU END-6500-WRITE-LETTER-FOOT.

           MOVE WS-LETTER-UUID        TO CRF-UUID.
           MOVE WS-LETTER-EVENT-REF   TO CRF-EVENT-REF.
           MOVE WS-LETTER-TYPE        TO CRF-LETTER-TYPE.
           MOVE WS-TODAY-DATE         TO CRF-SEND-DATE.
           MOVE WS-OPERATOR-ID        TO CRF-OPERATOR-ID.
           MOVE WS-LETTER-REASON-CODE TO CRF-REASON-CODE.
           MOVE WS-LETTER-AMOUNT      TO CRF-AMOUNT.
           IF WS-LETTER-PENDING THEN
               REWRITE CORRESPONDENCE-FILE-RECORD
               ADD 1 TO WS-RETRY-COUNT
           ELSE
               WRITE CORRESPONDENCE-FILE-RECORD
           END-IF.

           MOVE 'EDITEE' TO WS-LETTER-OUTCOME.
           PERFORM 6900-WRITE-DETAIL-LINE
              THRU END-6900-WRITE-DETAIL-LINE.
       END-6000-SEND-LETTER.
           EXIT.

      *    [MF-RD] Consigne la lettre en attente d'adresse : date
      *    d'envoi à blanc, opérateur ADRESSE. Déjà en attente : rien
      *    à consigner de plus.
       6050-HOLD-LETTER.
           IF WS-LETTER-PENDING THEN
               GO TO END-6050-HOLD-LETTER
           END-IF.

           MOVE WS-LETTER-UUID        TO CRF-UUID.
           MOVE WS-LETTER-EVENT-REF   TO CRF-EVENT-REF.
           MOVE WS-LETTER-TYPE        TO CRF-LETTER-TYPE.
           MOVE SPACES                TO CRF-SEND-DATE.
           MOVE 'ADRESSE'             TO CRF-OPERATOR-ID.
           MOVE WS-LETTER-REASON-CODE TO CRF-REASON-CODE.
           MOVE WS-LETTER-AMOUNT      TO CRF-AMOUNT.
           WRITE CORRESPONDENCE-FILE-RECORD.
       END-6050-HOLD-LETTER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Bloc adresse du destinataire, date, objet et        *
      *    référence de la fiche.                                      *
      ******************************************************************
       6100-WRITE-LETTER-HEAD.
           MOVE SPACES TO LETTER-LINE.
           STRING CF-LASTNAME DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  CF-FIRSTNAME DELIMITED BY '  '
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE CF-ADRESS1 TO LETTER-LINE.
           WRITE LETTER-LINE.

           IF CF-ADRESS2 NOT EQUAL SPACES THEN
               MOVE CF-ADRESS2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           STRING CF-ZIPCODE DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  CF-TOWN    DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           IF  CF-COUNTRY NOT EQUAL SPACES
           AND FUNCTION UPPER-CASE(CF-COUNTRY) NOT EQUAL 'FRANCE' THEN
               MOVE CF-COUNTRY TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.

           STRING 'Le ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           EVALUATE TRUE
               WHEN WS-LETTER-WELCOME
                   MOVE 'Objet : Confirmation de votre adhesion'
                       TO LETTER-LINE
               WHEN WS-LETTER-CLOSURE
                   MOVE 'Objet : Cloture de votre adhesion'
                       TO LETTER-LINE
               WHEN WS-LETTER-REMINDER
                   MOVE 'Objet : Premier rappel - cotisation impayee'
                       TO LETTER-LINE
               WHEN WS-LETTER-NOTICE
                   MOVE 'Objet : Mise en demeure de payer'
                       TO LETTER-LINE
               WHEN WS-LETTER-SUSPENSION
                   MOVE 'Objet : Avis de suspension de vos garanties'
                       TO LETTER-LINE
           END-EVALUATE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'Reference adherent : ' CF-UUID
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Madame, Monsieur,' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       END-6100-WRITE-LETTER-HEAD.
           EXIT.

      ******************************************************************
      *    [MF-RD] Lettre de bienvenue : date d'adhésion, code         *
      *    mutuelle souscrit, mode de paiement des cotisations.        *
      ******************************************************************
       6200-WRITE-WELCOME-BODY.
           MOVE 'Nous avons le plaisir de vous confirmer votre'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'adhesion a notre mutuelle, enregistree le '
                  CF-CREATE-DATE '.'
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING 'Code mutuelle souscrit : ' CF-PLAN-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF CF-CODE-IBAN NOT EQUAL SPACES THEN
               MOVE 'Vos cotisations seront prelevees chaque mois'
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 'sur le compte dont vous nous avez communique'
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 'les coordonnees bancaires.' TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE 'Afin de mettre en place le prelevement mensuel'
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 'de vos cotisations, merci de nous retourner'
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 'un releve d''identite bancaire (RIB).'
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Rappelez votre reference adherent dans tout'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'courrier ou appel.' TO LETTER-LINE.
           WRITE LETTER-LINE.
       END-6200-WRITE-WELCOME-BODY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Confirmation de clôture : date d'effet, fin des     *
      *    remboursements.                                             *
      ******************************************************************
       6300-WRITE-CLOSURE-BODY.
           MOVE 'Nous vous confirmons la cloture de votre adhesion'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'a notre mutuelle a compter du ' CF-CLOSE-DATE '.'
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Les soins recus apres cette date ne pourront plus'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'etre rembourses, et aucune cotisation ne sera plus'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'prelevee. Les actes anterieurs deja declares'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'restent rembourses normalement.' TO LETTER-LINE.
           WRITE LETTER-LINE.
       END-6300-WRITE-CLOSURE-BODY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relance d'impayé : motif du dernier rejet en clair, *
      *    montant dû, puis la demande graduée selon le niveau.        *
      ******************************************************************
       6400-WRITE-DUNNING-BODY.
           EVALUATE WS-LETTER-REASON-CODE
               WHEN 'AM04'
                   MOVE 'Votre banque a rejete le prelevement de'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'votre cotisation faute de provision'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'suffisante sur votre compte.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 'AC04'
                   MOVE 'Votre banque a rejete le prelevement de'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'votre cotisation : le compte sur lequel nous'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'le presentions est clos. Merci de nous'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'adresser le releve d''identite bancaire (RIB)'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'de votre nouveau compte.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 'MD01'
                   MOVE 'Votre banque nous indique que vous avez'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'revoque le mandat de prelevement de vos'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'cotisations.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'Sans nouveau mandat signe, elles ne peuvent'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'plus etre prelevees : merci de nous en'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'retourner un.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE 'Votre banque a rejete le prelevement de'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING 'votre cotisation (motif '
                          WS-LETTER-REASON-CODE ').'
                       DELIMITED BY SIZE INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-LINE
           END-EVALUATE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-LETTER-AMOUNT       TO WS-AMOUNT-EDIT.
           MOVE WS-LETTER-UNPAID-COUNT TO WS-COUNT-EDIT.
           STRING 'Montant du : ' WS-AMOUNT-EDIT ' EUR ('
                  WS-COUNT-EDIT ' prelevement(s) rejete(s),'
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'dernier rejet le ' WS-LETTER-REJECT-DATE ').'
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           EVALUATE TRUE
               WHEN WS-LETTER-REMINDER
                   MOVE 'Nous vous remercions de bien vouloir'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'regulariser cette somme par virement ou par'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'cheque. Si vous l''avez deja reglee, ne tenez'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'pas compte de ce courrier.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-REMINDER-COUNT
               WHEN WS-LETTER-NOTICE
                   MOVE 'Malgre notre precedent rappel, cette somme'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'reste impayee. Nous vous mettons en demeure'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'de la regler dans un delai de quinze jours'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'a compter de la date du present courrier.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-NOTICE-COUNT
               WHEN WS-LETTER-SUSPENSION
                   MOVE 'Malgre nos precedentes relances, cette somme'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'reste impayee. A defaut de reglement sous'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'huit jours, vos garanties seront suspendues'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'et vos soins ne seront plus rembourses'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'jusqu''a regularisation.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-SUSPENSION-COUNT
           END-EVALUATE.
       END-6400-WRITE-DUNNING-BODY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Formule de politesse, signature et saut de page     *
      *    pour que la lettre suivante démarre sur une nouvelle        *
      *    feuille.                                                    *
      ******************************************************************
       6500-WRITE-LETTER-FOOT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Nous vous prions d''agreer, Madame, Monsieur,'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'nos salutations distinguees.' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'Le service adherents' TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE X'0C' TO LETTER-LINE.
           WRITE LETTER-LINE.
       END-6500-WRITE-LETTER-FOOT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ligne du compte-rendu pour la lettre traitée.       *
      ******************************************************************
       6900-WRITE-DETAIL-LINE.
           MOVE WS-LETTER-UUID    TO WS-DL-UUID.
           MOVE CF-LASTNAME       TO WS-DL-LASTNAME.
           MOVE WS-LETTER-TYPE    TO WS-DL-LETTER-TYPE.
           MOVE WS-LETTER-OUTCOME TO WS-DL-OUTCOME.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       END-6900-WRITE-DETAIL-LINE.
           EXIT.
