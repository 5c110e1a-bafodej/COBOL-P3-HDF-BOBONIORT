      ******************************************************************
      *    [MF-RD] Etat de contrôle des adresses du stock : passe      *
      *    chaque fiche du fichier des adhérents au contrôle du couple *
      *    code postal / ville contre le fichier de référence La Poste *
      *    (verifcp, comme à la saisie) et liste celles en anomalie    *
      *    (code postal mal formé, code postal inconnu, ville inconnue *
      *    pour le code postal), pour reprise des adresses à l'écran   *
      *    de modification. Les fiches anonymisées (anonadh) et les    *
      *    adresses hors de France ne sont pas contrôlées. Sans        *
      *    fichier de référence chargé (chargcp), l'état le signale et *
      *    ne liste rien.                                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapadr.
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

      *    [MF-RD] Fichier de référence des codes postaux : ouvert ici
      *    seulement pour vérifier qu'il a bien été chargé, le
      *    contrôle lui-même passe par verifcp.
           SELECT POSTCODE-FILE ASSIGN TO "POSTCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCF-KEY
               FILE STATUS IS WS-PCOD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ADRANOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  POSTCODE-FILE.
       01  POSTCODE-FILE-RECORD.
           05 PCF-DATA.
               COPY 'postcode-fields-pcf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-PCOD-FILE-STATUS          PIC X(02).
           88 WS-PCOD-FS-OK             VALUE '00'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).
           88 WS-REP-FS-OK              VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

       01  WS-CUSTOMER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-IS-OPEN       VALUE 'Y'.
           88 WS-CUSTOMER-NOT-OPEN      VALUE 'N'.

       COPY 'postcode-check.cpy'.

       01  WS-CHECKED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-ANOMALY-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NOT-CHECKED-COUNT         PIC 9(05) VALUE ZERO.

      *    [MF-RD] Date du jour, au format JJ-MM-AAAA utilisé partout
      *    ailleurs, calculée à partir de la date système.
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).

       01  WS-DETAIL-LINE.
           05 WS-DL-UUID                PIC X(36).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-ACTIVE              PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-ZIPCODE             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-TOWN                PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-ANOMALY             PIC X(23).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'CONTROLE DES ADRESSES DU FICHIER DES ADHERENTS'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Execute le   : '.
           05 WS-HL2-DATE               PIC X(10).
       01  WS-HEADING-LINE-3.
           05 FILLER                    PIC X(38)
                  VALUE 'Identifiant'.
           05 FILLER                    PIC X(22) VALUE 'Nom'.
           05 FILLER                    PIC X(03) VALUE 'A'.
           05 FILLER                    PIC X(12) VALUE 'Code postal'.
           05 FILLER                    PIC X(32) VALUE 'Ville'.
           05 FILLER                    PIC X(23) VALUE 'Anomalie'.
       01  WS-NOFILE-LINE        PIC X(60) VALUE
           'FICHIER ADHERENTS ABSENT - CONTROLE NON EFFECTUE.'.
       01  WS-NOREF-LINE         PIC X(60) VALUE
           'REFERENTIEL CODES POSTAUX ABSENT - CONTROLE NON EFFECTUE.'.
       01  WS-CHECKED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Adresses controlees :'.
           05 WS-CK-COUNT   PIC ZZZZ9.
       01  WS-ANOMALY-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Adresses en anomalie:'.
           05 WS-AN-COUNT   PIC ZZZZ9.
       01  WS-NOT-CHECKED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Non controlees      :'.
           05 WS-NC-COUNT   PIC ZZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-PROCESS-CUSTOMERS
              THRU END-2000-PROCESS-CUSTOMERS.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Ouvre les fichiers et écrit l'entête. Fichier des   *
      *    adhérents ou fichier de référence absent : signalé en clair *
      *    et rien n'est listé, pour qu'un état vide ne passe pas pour *
      *    un stock sans anomalie.                                     *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           MOVE WS-TODAY-DATE TO WS-HL2-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT POSTCODE-FILE.
           IF NOT WS-PCOD-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOREF-LINE
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.
           CLOSE POSTCODE-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-FS-OK THEN
               SET WS-CUSTOMER-IS-OPEN TO TRUE
           ELSE
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-3.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le fichier des adhérents.                  *
      ******************************************************************
       2000-START-PROCESS-CUSTOMERS.
           PERFORM 2010-READ-NEXT-CUSTOMER
              THRU END-2010-READ-NEXT-CUSTOMER
              UNTIL WS-EOF-YES.
       END-2000-PROCESS-CUSTOMERS.
           EXIT.

       2010-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2020-EVALUATE-CUSTOMER
                      THRU END-2020-EVALUATE-CUSTOMER
           END-READ.
       END-2010-READ-NEXT-CUSTOMER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Contrôle l'adresse de la fiche lue et l'imprime si  *
      *    elle est en anomalie, avec le libellé de l'anomalie. Les    *
      *    fiches actives comme clôturées sont contrôlées : une fiche  *
      *    clôturée peut encore recevoir un courrier.                  *
      ******************************************************************
       2020-EVALUATE-CUSTOMER.
           IF CF-LASTNAME EQUAL 'ANONYMISE' THEN
               GO TO END-2020-EVALUATE-CUSTOMER
           END-IF.

           INITIALIZE POSTCODE-CHECK.
           SET PCK-REQUEST-VERIFY TO TRUE.
           MOVE CF-ZIPCODE TO PCK-ZIPCODE.
           MOVE CF-TOWN    TO PCK-TOWN.
           MOVE CF-COUNTRY TO PCK-COUNTRY.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.

           IF PCK-NOT-CHECKED THEN
               ADD 1 TO WS-NOT-CHECKED-COUNT
               GO TO END-2020-EVALUATE-CUSTOMER
           END-IF.

           ADD 1 TO WS-CHECKED-COUNT.

           IF PCK-VALID THEN
               GO TO END-2020-EVALUATE-CUSTOMER
           END-IF.

           EVALUATE TRUE
               WHEN PCK-ZIP-BAD-FORMAT
                   MOVE 'CODE POSTAL MAL FORME'   TO WS-DL-ANOMALY
               WHEN PCK-ZIP-UNKNOWN
                   MOVE 'CODE POSTAL INCONNU'     TO WS-DL-ANOMALY
               WHEN PCK-TOWN-UNKNOWN
                   MOVE 'VILLE INCONNUE POUR CP'  TO WS-DL-ANOMALY
           END-EVALUATE.

           MOVE CF-UUID     TO WS-DL-UUID.
           MOVE CF-LASTNAME TO WS-DL-LASTNAME.
           MOVE CF-ACTIVE   TO WS-DL-ACTIVE.
           MOVE CF-ZIPCODE  TO WS-DL-ZIPCODE.
           MOVE CF-TOWN     TO WS-DL-TOWN.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-ANOMALY-COUNT.
       END-2020-EVALUATE-CUSTOMER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime les volumes contrôlés, en anomalie et non   *
      *    contrôlés (adresses hors de France).                        *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CHECKED-COUNT TO WS-CK-COUNT.
           WRITE REPORT-LINE FROM WS-CHECKED-SUMMARY-LINE.

           MOVE WS-ANOMALY-COUNT TO WS-AN-COUNT.
           WRITE REPORT-LINE FROM WS-ANOMALY-SUMMARY-LINE.

           MOVE WS-NOT-CHECKED-COUNT TO WS-NC-COUNT.
           WRITE REPORT-LINE FROM WS-NOT-CHECKED-SUMMARY-LINE.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers et fait refermer le fichier de *
      *    référence par verifcp.                                      *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-CUSTOMER-IS-OPEN THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.

           SET PCK-REQUEST-FINISH TO TRUE.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.
       END-4000-CLOSE-FILES.
           EXIT.
