      ******************************************************************
      *    [MF-RD] Traitement mensuel : parcourt le registre des       *
      *    mandats de prélèvement SEPA (MANDATES) et liste comme       *
      *    expirés les mandats non révoqués qui n'ont servi à aucun    *
      *    prélèvement depuis 36 mois (date du dernier prélèvement, à  *
      *    défaut date de signature, antérieure à la date limite). Un  *
      *    mandat expiré ne peut plus être prélevé : prelsepa les      *
      *    écarte de la remise, cet état permet au service            *
      *    cotisations de faire signer un nouveau mandat.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapmand.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-UUID
               FILE STATUS IS WS-MANDATE-FILE-STATUS.

      *    [MF-RD] Fichier des adhérents : nom de l'adhérent du
      *    mandat sur l'état. Fichier absent : nom laissé à blanc.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-UUID
               ALTERNATE RECORD KEY IS CF-CODE-SECU WITH DUPLICATES
               ALTERNATE RECORD KEY IS CF-LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MANDEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD.
           05 MDF-DATA.
               COPY 'mandate-fields-mdf.cpy'.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-FILE-STATUS       PIC X(02).
           88 WS-MAND-FS-OK             VALUE '00'.

       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).
           88 WS-REP-FS-OK              VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

      *    [MF-RD] Mémorise que chaque fichier s'est bien ouvert, les
      *    file status repassant à autre chose au fil des lectures.
       01  WS-MANDATE-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-MANDATE-IS-OPEN        VALUE 'Y'.
           88 WS-MANDATE-NOT-OPEN       VALUE 'N'.
       01  WS-CUSTOMER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-IS-OPEN       VALUE 'Y'.
           88 WS-CUSTOMER-NOT-OPEN      VALUE 'N'.

      *    [MF-RD] Date du jour et date limite (36 mois plus tôt) au
      *    format AAAAMMJJ ; date de référence du mandat lu remise
      *    dans le même format pour comparaison.
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-LIMIT-YYYYMMDD            PIC 9(08).
       01  WS-LIMIT-X REDEFINES WS-LIMIT-YYYYMMDD
                                        PIC X(08).
       01  WS-LIMIT-DATE.
           05 WS-LD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-LD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-LD-YEAR                PIC X(04).
       01  WS-REF-DATE                  PIC X(10).
       01  WS-REF-YYYYMMDD              PIC X(08).

       01  WS-READ-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 WS-DL-RUM                 PIC X(35).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-DL-FIRSTNAME           PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-SIGN-DATE           PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-LAST-COLLECT-DATE   PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-UUID                PIC X(36).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'MANDATS SEPA EXPIRES - INUTILISES DEPUIS 36 MOIS'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Edite le     : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(26)
                  VALUE '   Dernier prelevement < '.
           05 WS-HL2-LIMIT              PIC X(10).
       01  WS-HEADING-LINE-3.
           05 FILLER                    PIC X(37) VALUE 'RUM'.
           05 FILLER                    PIC X(43) VALUE 'ADHERENT'.
           05 FILLER                    PIC X(12) VALUE 'SIGNATURE'.
           05 FILLER                    PIC X(12) VALUE 'DERNIER PRL'.
           05 FILLER                    PIC X(11) VALUE 'IDENTIFIANT'.
       01  WS-NOFILE-LINE        PIC X(60)
           VALUE 'REGISTRE DES MANDATS ABSENT - AUCUN MANDAT EXAMINE.'.
       01  WS-READ-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Mandats examines    :'.
           05 WS-RS-COUNT   PIC ZZZZ9.
       01  WS-EXPIRED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Mandats expires     :'.
           05 WS-ES-COUNT   PIC ZZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-PROCESS-MANDATES
              THRU END-2000-PROCESS-MANDATES.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Ouvre les fichiers, calcule la date limite et écrit *
      *    l'entête. Registre absent : le signaler en clair et        *
      *    n'examiner aucun mandat.                                    *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           COMPUTE WS-LIMIT-YYYYMMDD = WS-TODAY-YYYYMMDD - 30000.
           MOVE WS-LIMIT-X(7:2) TO WS-LD-DAYS.
           MOVE WS-LIMIT-X(5:2) TO WS-LD-MONTH.
           MOVE WS-LIMIT-X(1:4) TO WS-LD-YEAR.

           MOVE WS-TODAY-DATE TO WS-HL2-DATE.
           MOVE WS-LIMIT-DATE TO WS-HL2-LIMIT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT MANDATE-FILE.
           IF WS-MAND-FS-OK THEN
               SET WS-MANDATE-IS-OPEN TO TRUE
           ELSE
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-FS-OK THEN
               SET WS-CUSTOMER-IS-OPEN TO TRUE
           END-IF.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-3.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le registre des mandats.                   *
      ******************************************************************
       2000-START-PROCESS-MANDATES.
           PERFORM 2010-READ-NEXT-MANDATE
              THRU END-2010-READ-NEXT-MANDATE
              UNTIL WS-EOF-YES.
       END-2000-PROCESS-MANDATES.
           EXIT.

       2010-READ-NEXT-MANDATE.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2020-EVALUATE-MANDATE
                      THRU END-2020-EVALUATE-MANDATE
           END-READ.
       END-2010-READ-NEXT-MANDATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Retient les mandats non révoqués dont la date de    *
      *    référence (dernier prélèvement, à défaut signature) est     *
      *    antérieure à la date limite. Une date illisible est         *
      *    ignorée.                                                    *
      ******************************************************************
       2020-EVALUATE-MANDATE.
           IF MDF-STATUS EQUAL 'R' THEN
               GO TO END-2020-EVALUATE-MANDATE
           END-IF.

           IF MDF-LAST-COLLECT-DATE NOT EQUAL SPACES THEN
               MOVE MDF-LAST-COLLECT-DATE TO WS-REF-DATE
           ELSE
               MOVE MDF-SIGN-DATE         TO WS-REF-DATE
           END-IF.

           IF    WS-REF-DATE(1:2) IS NOT NUMERIC
              OR WS-REF-DATE(4:2) IS NOT NUMERIC
              OR WS-REF-DATE(7:4) IS NOT NUMERIC THEN
               GO TO END-2020-EVALUATE-MANDATE
           END-IF.

           MOVE WS-REF-DATE(7:4) TO WS-REF-YYYYMMDD(1:4).
           MOVE WS-REF-DATE(4:2) TO WS-REF-YYYYMMDD(5:2).
           MOVE WS-REF-DATE(1:2) TO WS-REF-YYYYMMDD(7:2).

           IF WS-REF-YYYYMMDD NOT LESS THAN WS-LIMIT-X THEN
               GO TO END-2020-EVALUATE-MANDATE
           END-IF.

           MOVE SPACES TO WS-DL-LASTNAME.
           MOVE SPACES TO WS-DL-FIRSTNAME.
           IF WS-CUSTOMER-IS-OPEN THEN
               MOVE MDF-UUID TO CF-UUID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CF-LASTNAME  TO WS-DL-LASTNAME
                       MOVE CF-FIRSTNAME TO WS-DL-FIRSTNAME
               END-READ
           END-IF.

           MOVE MDF-RUM               TO WS-DL-RUM.
           MOVE MDF-SIGN-DATE         TO WS-DL-SIGN-DATE.
           MOVE MDF-LAST-COLLECT-DATE TO WS-DL-LAST-COLLECT-DATE.
           MOVE MDF-UUID              TO WS-DL-UUID.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-EXPIRED-COUNT.
       END-2020-EVALUATE-MANDATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime les totaux de l'état.                       *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-READ-COUNT TO WS-RS-COUNT.
           WRITE REPORT-LINE FROM WS-READ-SUMMARY-LINE.

           MOVE WS-EXPIRED-COUNT TO WS-ES-COUNT.
           WRITE REPORT-LINE FROM WS-EXPIRED-SUMMARY-LINE.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers.                                *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-MANDATE-IS-OPEN THEN
               CLOSE MANDATE-FILE
           END-IF.
           IF WS-CUSTOMER-IS-OPEN THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
