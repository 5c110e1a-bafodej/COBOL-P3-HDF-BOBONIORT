      *    remises (REMITHIST, tenu par prelsepa) la remise qui a      *
      *    produit l'ordre rejeté ; sa référence figure sur la liste   *
      *    de relance.                                                  *
      *                                                                *
      *    Un rejet MD01 (mandat révoqué par le débiteur) révoque le   *
      *    mandat de l'adhérent dans le registre des mandats           *
      *    (MANDATES) : la remise suivante ne prélève plus ce compte   *
      *    et liste l'adhérent en relance jusqu'à un nouveau mandat.   *
      *                                                                *
      *    Chaque rejet est aussi cumulé par mois de rejet dans        *
      *    ARRMONTH (voir 'arrears-month-fields-amf.cpy') pour la      *
      *    comptabilité (exptcomp).                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS ARF-UUID
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

      *    [MF-RD] Ventilation des impayés par adhérent et mois de
      *    rejet. Créée au premier rejet rencontré.
           SELECT ARREARS-MONTH-FILE ASSIGN TO "ARRMONTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMF-KEY
               FILE STATUS IS WS-ARR-MONTH-FILE-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "IMPAYEADH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-FILE-STATUS.
               RECORD KEY IS RMF-COLLECT-MONTH
               FILE STATUS IS WS-REMIT-FILE-STATUS.

      *    [MF-RD] Registre des mandats (tenu par majmand et
      *    prelsepa) : révocation sur rejet MD01. Registre encore
      *    absent : aucun mandat à révoquer.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-UUID
               FILE STATUS IS WS-MAND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
           05 ARF-DATA.
               COPY 'arrears-fields-arf.cpy'.

       FD  ARREARS-MONTH-FILE.
       01  ARREARS-MONTH-FILE-RECORD.
           05 AMF-DATA.
               COPY 'arrears-month-fields-amf.cpy'.

       FD  DUNNING-FILE.
       01  DUNNING-LINE                 PIC X(160).

           05 RMF-DATA.
               COPY 'remit-fields-rmf.cpy'.

       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD.
           05 MDF-DATA.
               COPY 'mandate-fields-mdf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-RETURN-FILE-STATUS        PIC X(02).
           88 WS-RET-FS-OK              VALUE '00'.
           88 WS-ARR-FS-OK              VALUE '00'.
           88 WS-ARR-FS-NO-FILE         VALUE '35'.

       01  WS-ARR-MONTH-FILE-STATUS     PIC X(02).
           88 WS-AMF-FS-OK              VALUE '00'.
           88 WS-AMF-FS-NO-FILE         VALUE '35'.

       01  WS-DUNNING-FILE-STATUS       PIC X(02).
           88 WS-DUN-FS-OK              VALUE '00'.

           88 WS-REMIT-IS-OPEN          VALUE 'Y'.
           88 WS-REMIT-NOT-OPEN         VALUE 'N'.

       01  WS-MAND-FILE-STATUS          PIC X(02).
           88 WS-MAND-FS-OK             VALUE '00'.

       01  WS-MAND-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-MAND-IS-OPEN           VALUE 'Y'.
           88 WS-MAND-NOT-OPEN          VALUE 'N'.

      *    [MF-RD] Référence de la remise d'origine du rejet courant,
      *    retrouvée dans l'historique par le mois de la date de
      *    collecte ; à blanc quand l'historique ne la connaît pas.

       01  WS-REJECT-AMOUNT             PIC 9(03)V99.

      *    [MF-RD] Mois du rejet (AAAAMM), tiré de la date de rejet ou
      *    à défaut de la date du jour, pour la ventilation mensuelle
      *    des impayés.
       01  WS-REJECT-MONTH              PIC X(06).

      *    [MF-RD] Motif banque remis en clair pour la liste de
      *    relance ; un code inconnu est restitué tel quel.
       01  WS-REASON-LABEL              PIC X(24).

       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REVOKED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-UNPAID              PIC 9(07)V99 VALUE ZERO.

      *    [MF-RD] Date d'édition, au format JJ-MM-AAAA utilisé
       01  WS-UNKNOWN-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'References inconnues:'.
           05 WS-US-COUNT   PIC ZZZZ9.
       01  WS-REVOKED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Mandats revoques    :'.
           05 WS-VS-COUNT   PIC ZZZZ9.
       01  WS-TOTAL-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Montant total rejete:'.
           05 WS-TS-AMOUNT  PIC Z(06)9.99.
               OPEN I-O ARREARS-FILE
           END-IF.

           OPEN I-O ARREARS-MONTH-FILE.
           IF WS-AMF-FS-NO-FILE THEN
               OPEN OUTPUT ARREARS-MONTH-FILE
               CLOSE ARREARS-MONTH-FILE
               OPEN I-O ARREARS-MONTH-FILE
           END-IF.

           OPEN INPUT REMIT-FILE.
           IF WS-RMT-FS-OK THEN
               SET WS-REMIT-IS-OPEN TO TRUE
           END-IF.

           OPEN I-O MANDATE-FILE.
           IF WS-MAND-FS-OK THEN
               SET WS-MAND-IS-OPEN TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

                      THRU END-2030-ACCUMULATE-ARREARS
                   PERFORM 2050-WRITE-DUNNING-LINE
                      THRU END-2050-WRITE-DUNNING-LINE
                   PERFORM 2070-REVOKE-MANDATE
                      THRU END-2070-REVOKE-MANDATE
                   ADD 1 TO WS-REJECT-COUNT
                   ADD WS-REJECT-AMOUNT TO WS-TOTAL-UNPAID
           END-READ.
      *    [MF-RD] Cumule le montant rejeté sur la fiche d'impayés de  *
      *    l'adhérent : la fiche est créée au premier rejet, puis le   *
      *    cumul, le nombre de rejets et le dernier rejet reçu sont    *
      *    mis à jour à chaque passage. Le rejet est aussi cumulé sur  *
      *    la fiche du mois du rejet (ARRMONTH), créée au premier      *
      *    rejet de l'adhérent dans le mois.                           *
      ******************************************************************
       2030-ACCUMULATE-ARREARS.
           IF     WS-RT-REJECT-DATE(4:2) IS NUMERIC
              AND WS-RT-REJECT-DATE(7:4) IS NUMERIC THEN
               MOVE WS-RT-REJECT-DATE(7:4) TO WS-REJECT-MONTH(1:4)
               MOVE WS-RT-REJECT-DATE(4:2) TO WS-REJECT-MONTH(5:2)
           ELSE
               MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REJECT-MONTH
           END-IF.

           MOVE CF-UUID TO ARF-UUID.
           READ ARREARS-FILE
               INVALID KEY
                   MOVE WS-RT-REASON-CODE TO ARF-LAST-REASON-CODE
                   REWRITE ARREARS-FILE-RECORD
           END-READ.

           MOVE CF-UUID         TO AMF-UUID.
           MOVE WS-REJECT-MONTH TO AMF-MONTH.
           READ ARREARS-MONTH-FILE
               INVALID KEY
                   MOVE 1                TO AMF-REJECT-COUNT
                   MOVE WS-REJECT-AMOUNT TO AMF-AMOUNT
                   WRITE ARREARS-MONTH-FILE-RECORD
               NOT INVALID KEY
                   ADD 1                TO AMF-REJECT-COUNT
                   ADD WS-REJECT-AMOUNT TO AMF-AMOUNT
                   REWRITE ARREARS-MONTH-FILE-RECORD
           END-READ.
       END-2030-ACCUMULATE-ARREARS.
           EXIT.

       END-2060-LOOKUP-ORIGIN-REMISE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Rejet MD01 : le débiteur a révoqué son mandat. Le   *
      *    mandat de l'adhérent passe à l'état R, daté du rejet, pour  *
      *    que prelsepa ne prélève plus ce compte. Autre motif, mandat *
      *    inconnu ou déjà révoqué, registre absent : rien à faire.    *
      ******************************************************************
       2070-REVOKE-MANDATE.
           IF WS-RT-REASON-CODE NOT EQUAL 'MD01'
              OR WS-MAND-NOT-OPEN THEN
               GO TO END-2070-REVOKE-MANDATE
           END-IF.

           MOVE CF-UUID TO MDF-UUID.
           READ MANDATE-FILE
               INVALID KEY
                   GO TO END-2070-REVOKE-MANDATE
           END-READ.

           IF MDF-STATUS EQUAL 'R' THEN
               GO TO END-2070-REVOKE-MANDATE
           END-IF.

           MOVE 'R'               TO MDF-STATUS.
           MOVE WS-RT-REJECT-DATE TO MDF-REVOKE-DATE.
           REWRITE MANDATE-FILE-RECORD.
           ADD 1 TO WS-REVOKED-COUNT.
       END-2070-REVOKE-MANDATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime les totaux de la liste de relance.          *
      ******************************************************************
           MOVE WS-UNKNOWN-COUNT TO WS-US-COUNT.
           WRITE DUNNING-LINE FROM WS-UNKNOWN-SUMMARY-LINE.

           MOVE WS-REVOKED-COUNT TO WS-VS-COUNT.
           WRITE DUNNING-LINE FROM WS-REVOKED-SUMMARY-LINE.

           MOVE WS-TOTAL-UNPAID TO WS-TS-AMOUNT.
           WRITE DUNNING-LINE FROM WS-TOTAL-SUMMARY-LINE.
       END-3000-WRITE-SUMMARY.
           IF WS-CUSTOMER-IS-OPEN THEN
               CLOSE CUSTOMER-FILE
               CLOSE ARREARS-FILE
               CLOSE ARREARS-MONTH-FILE
           END-IF.
           IF WS-REMIT-IS-OPEN THEN
               CLOSE REMIT-FILE
           END-IF.
           IF WS-MAND-IS-OPEN THEN
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE DUNNING-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
