      ******************************************************************
      *    [MF-RD] Traitement mensuel : export comptable d'un mois     *
      *    clos vers la comptabilité générale. Reprend les             *
      *    cotisations prélevées (historique des remises REMITHIST,    *
      *    tenu par prelsepa), les rejets de prélèvement du mois       *
      *    (impayés ventilés par mois ARRMONTH, tenus par rejsepa) et  *
      *    les remboursements payés par virement (historique des       *
      *    remises de virements PAYRUNHIST, tenu par virsepa), et      *
      *    produit un fichier d'écritures en colonnes fixes (ECRITCPT) *
      *    importable par la comptabilité : journal, date, compte,     *
      *    sens D/C, montant, libellé et référence de remise           *
      *    REM-AAAAMM. Un état de contrôle (CTRLCPT) reprend les       *
      *    totaux par origine et vérifie l'équilibre débit/crédit.     *
      *                                                                *
      *    Le mois exporté (EXPTCOMP_MOIS, AAAAMM, par défaut le mois  *
      *    précédent) doit être clos : antérieur au mois en cours, et  *
      *    sans remise de prélèvements ni de virements encore en cours *
      *    sur le mois. Un mois déjà exporté (historique EXPORTHIST)   *
      *    est refusé sauf forçage explicite (EXPTCOMP_FORCE=O). Un    *
      *    export déséquilibré n'est pas enregistré dans l'historique. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. exptcomp.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [MF-RD] Historique des remises de prélèvements (prelsepa) :
      *    cotisations prélevées sur le mois.
           SELECT REMIT-FILE ASSIGN TO "REMITHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-COLLECT-MONTH
               FILE STATUS IS WS-REMIT-FILE-STATUS.

      *    [MF-RD] Ventilation des impayés (rejsepa) : rejets par
      *    adhérent et par mois de rejet.
           SELECT ARREARS-MONTH-FILE ASSIGN TO "ARRMONTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMF-KEY
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

      *    [MF-RD] Historique des remises de virements (virsepa) :
      *    remboursements payés sur le mois.
           SELECT PAYRUN-FILE ASSIGN TO "PAYRUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PAYRUN-FILE-STATUS.

      *    [MF-RD] Historique des exports comptables : un mois n'y
      *    figure qu'une fois exporté complet et équilibré.
           SELECT EXPORT-FILE ASSIGN TO "EXPORTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-MONTH
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

           SELECT ENTRY-FILE ASSIGN TO "ECRITCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CTRLCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  REMIT-FILE-RECORD.
           05 RMF-DATA.
               COPY 'remit-fields-rmf.cpy'.

       FD  ARREARS-MONTH-FILE.
       01  ARREARS-MONTH-FILE-RECORD.
           05 AMF-DATA.
               COPY 'arrears-month-fields-amf.cpy'.

       FD  PAYRUN-FILE.
       01  PAYRUN-FILE-RECORD.
           05 PRF-DATA.
               COPY 'payrun-fields-prf.cpy'.

       FD  EXPORT-FILE.
       01  EXPORT-FILE-RECORD.
           05 EXF-DATA.
               COPY 'export-fields-exf.cpy'.

       FD  ENTRY-FILE.
       01  ENTRY-LINE                   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REMIT-FILE-STATUS         PIC X(02).
           88 WS-RMT-FS-OK              VALUE '00'.

       01  WS-ARREARS-FILE-STATUS       PIC X(02).
           88 WS-ARR-FS-OK              VALUE '00'.

       01  WS-PAYRUN-FILE-STATUS        PIC X(02).
           88 WS-PRF-FS-OK              VALUE '00'.

       01  WS-EXPORT-FILE-STATUS        PIC X(02).
           88 WS-EXF-FS-OK              VALUE '00'.
           88 WS-EXF-FS-NO-FILE         VALUE '35'.

       01  WS-ENTRY-FILE-STATUS         PIC X(02).
       01  WS-REPORT-FILE-STATUS        PIC X(02).

      *    [MF-RD] Mémorise que chaque fichier source s'est bien
      *    ouvert : un historique encore absent ne produit simplement
      *    aucune écriture.
       01  WS-REMIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-REMIT-IS-OPEN          VALUE 'Y'.
           88 WS-REMIT-NOT-OPEN         VALUE 'N'.
       01  WS-ARREARS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-ARREARS-IS-OPEN        VALUE 'Y'.
           88 WS-ARREARS-NOT-OPEN       VALUE 'N'.
       01  WS-PAYRUN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PAYRUN-IS-OPEN         VALUE 'Y'.
           88 WS-PAYRUN-NOT-OPEN        VALUE 'N'.

       01  WS-EOF-SWITCH                PIC X(01).
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

      *    [MF-RD] Pilotage du passage : mois exporté (AAAAMM),
      *    référence de remise du mois, forçage, fiche déjà présente
      *    dans l'historique des exports, et motif de refus (mois
      *    invalide ou pas encore clos, remise du mois en cours, mois
      *    déjà exporté sans forçage).
       01  WS-PARAM-MONTH               PIC X(06).
       01  WS-PARAM-FORCE               PIC X(01).
       01  WS-EXPORT-MONTH              PIC X(06).
       01  WS-EXPORT-MONTH-R REDEFINES WS-EXPORT-MONTH.
           05 WS-EM-YEAR                PIC 9(04).
           05 WS-EM-MONTH               PIC 9(02).
       01  WS-REMISE-REF                PIC X(13).
       01  WS-RUN-MODE                  PIC X(01) VALUE 'F'.
           88 WS-RUN-FRESH              VALUE 'F'.
           88 WS-RUN-REFUSED            VALUE 'X'.
       01  WS-REFUSED-REASON            PIC X(60).
       01  WS-EXPORT-EXISTS-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-EXPORT-EXISTS          VALUE 'Y'.
           88 WS-EXPORT-NEW             VALUE 'N'.

      *    [MF-RD] Date du jour, opérateur (variable USER) et date
      *    comptable des écritures : dernier jour du mois exporté, au
      *    format AAAAMMJJ attendu par la comptabilité.
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-NEXT-MONTH-YYYYMMDD       PIC 9(08).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-YYYYMMDD.
           05 WS-NM-YEAR                PIC 9(04).
           05 WS-NM-MONTH               PIC 9(02).
           05 WS-NM-DAY                 PIC 9(02).
       01  WS-ENTRY-DATE-INTEGER        PIC 9(07).
       01  WS-ENTRY-YYYYMMDD            PIC 9(08).

      *    [MF-RD] Comptes et journaux de l'export, arrêtés avec la
      *    comptabilité : cotisations prélevées (banque au débit,
      *    cotisations au crédit), rejets (adhérents au débit, banque
      *    au crédit), remboursements (prestations au débit, banque
      *    au crédit).
       01  WS-JOURNAL-DUES              PIC X(03) VALUE 'PRE'.
       01  WS-JOURNAL-REJECTS           PIC X(03) VALUE 'IMP'.
       01  WS-JOURNAL-BENEFITS          PIC X(03) VALUE 'VIR'.
       01  WS-ACCOUNT-BANK              PIC X(08) VALUE '512000'.
       01  WS-ACCOUNT-DUES              PIC X(08) VALUE '756000'.
       01  WS-ACCOUNT-MEMBERS           PIC X(08) VALUE '411000'.
       01  WS-ACCOUNT-BENEFITS          PIC X(08) VALUE '656000'.

      *    [MF-RD] Ecriture comptable, colonnes fixes sans séparateur :
      *    journal, date AAAAMMJJ, compte, sens (D/C), montant en
      *    centimes sur 11 chiffres (virgule implicite), libellé et
      *    référence de remise.
       01  WS-ENTRY-RECORD.
           05 WS-ENT-JOURNAL            PIC X(03).
           05 WS-ENT-DATE               PIC 9(08).
           05 WS-ENT-ACCOUNT            PIC X(08).
           05 WS-ENT-SENS               PIC X(01).
           05 WS-ENT-AMOUNT             PIC 9(09)V99.
           05 WS-ENT-LABEL              PIC X(30).
           05 WS-ENT-REFERENCE          PIC X(13).

      *    [MF-RD] Totaux par origine et totaux de contrôle.
       01  WS-DUES-ORDER-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DUES-AMOUNT               PIC 9(09)V99 VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJECT-AMOUNT             PIC 9(09)V99 VALUE ZERO.
       01  WS-PAYRUN-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-BENEFIT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DEBIT               PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT              PIC 9(09)V99 VALUE ZERO.

      *    [MF-RD] Remise de virements du mois en cours de lecture :
      *    mois de la date de passage (JJ-MM-AAAA) remis en AAAAMM.
       01  WS-PAYRUN-MONTH              PIC X(06).
       01  WS-PAYRUN-OPEN-RUN-SWITCH    PIC X(01).
           88 WS-PAYRUN-RUN-OPEN        VALUE 'Y'.
           88 WS-PAYRUN-RUN-CLOSED      VALUE 'N'.

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'EXPORT COMPTABLE MENSUEL - ETAT DE CONTROLE'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Mois exporte : '.
           05 WS-HL2-MONTH              PIC X(06).
           05 FILLER                    PIC X(14)
                  VALUE '   Edite le : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(15)
                  VALUE '   Reference : '.
           05 WS-HL2-REF                PIC X(13).
       01  WS-FORCED-LINE        PIC X(60) VALUE
               'EXPORT FORCE : MOIS DEJA EXPORTE, FICHIER REMPLACE.'.
       01  WS-REFUSED-LINE-1     PIC X(60) VALUE
               'EXPORT COMPTABLE REFUSE.'.
       01  WS-REFUSED-LINE-2     PIC X(60) VALUE
               'MOIS DEJA EXPORTE : RELANCER AVEC EXPTCOMP_FORCE=O.'.

       01  WS-DUES-REPORT-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Cotisations prelevees     :'.
           05 WS-DR-COUNT   PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE ' ordres   '.
           05 WS-DR-AMOUNT  PIC Z(08)9.99.
       01  WS-REJECT-REPORT-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Rejets de prelevement     :'.
           05 WS-RR-COUNT   PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE ' adherents'.
           05 WS-RR-AMOUNT  PIC Z(08)9.99.
       01  WS-BENEFIT-REPORT-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Remboursements payes      :'.
           05 WS-BR-COUNT   PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE ' remises  '.
           05 WS-BR-AMOUNT  PIC Z(08)9.99.
       01  WS-PAYRUN-DETAIL-LINE.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-PD-REF     PIC X(13).
           05 FILLER        PIC X(04) VALUE ' du '.
           05 WS-PD-DATE    PIC X(10).
           05 FILLER        PIC X(14) VALUE SPACES.
           05 WS-PD-AMOUNT  PIC Z(08)9.99.
       01  WS-ENTRY-SUMMARY-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Ecritures generees        :'.
           05 WS-ES-COUNT   PIC ZZZZ9.
       01  WS-DEBIT-SUMMARY-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Total debit               :'.
           05 WS-DS-AMOUNT  PIC Z(08)9.99.
       01  WS-CREDIT-SUMMARY-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Total credit              :'.
           05 WS-CS-AMOUNT  PIC Z(08)9.99.
       01  WS-BALANCED-LINE      PIC X(60) VALUE
               'EXPORT EQUILIBRE - MOIS ENREGISTRE COMME EXPORTE.'.
       01  WS-UNBALANCED-LINE    PIC X(60) VALUE
               '*** EXPORT DESEQUILIBRE - MOIS NON ENREGISTRE ***'.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-EXPORT-DUES
              THRU END-2000-EXPORT-DUES.

           PERFORM 2200-START-EXPORT-REJECTS
              THRU END-2200-EXPORT-REJECTS.

           PERFORM 2400-START-EXPORT-BENEFITS
              THRU END-2400-EXPORT-BENEFITS.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 3500-START-RECORD-EXPORT
              THRU END-3500-RECORD-EXPORT.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Arrête le mois à exporter, contrôle qu'il est clos  *
      *    et pas encore exporté, puis ouvre les fichiers de sortie et *
      *    écrit l'entête de l'état de contrôle. Passage refusé : le   *
      *    motif est signalé à l'exploitation sans toucher ECRITCPT ni *
      *    CTRLCPT, qui portent l'export précédent.                    *
      ******************************************************************
       1000-START-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 1100-READ-PARAMETERS
              THRU END-1100-READ-PARAMETERS.

           IF NOT WS-RUN-REFUSED THEN
               PERFORM 1200-CHECK-EXPORT-HISTORY
                  THRU END-1200-CHECK-EXPORT-HISTORY
           END-IF.

           IF NOT WS-RUN-REFUSED THEN
               PERFORM 1300-CHECK-SOURCES-CLOSED
                  THRU END-1300-CHECK-SOURCES-CLOSED
           END-IF.

           IF WS-RUN-REFUSED THEN
               DISPLAY WS-REFUSED-LINE-1
               DISPLAY WS-REFUSED-REASON
               GO TO END-1000-INITIALIZE
           END-IF.

      *    [MF-RD] Date comptable : veille du premier jour du mois
      *    suivant le mois exporté.
           MOVE WS-EM-YEAR  TO WS-NM-YEAR.
           MOVE WS-EM-MONTH TO WS-NM-MONTH.
           MOVE 01          TO WS-NM-DAY.
           IF WS-NM-MONTH EQUAL 12 THEN
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-ENTRY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-YYYYMMDD) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ENTRY-DATE-INTEGER)
               TO WS-ENTRY-YYYYMMDD.

           MOVE SPACES TO WS-REMISE-REF.
           STRING 'REM-' WS-EXPORT-MONTH
               DELIMITED BY SIZE INTO WS-REMISE-REF
           END-STRING.

           OPEN OUTPUT ENTRY-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-EXPORT-MONTH TO WS-HL2-MONTH.
           MOVE WS-TODAY-DATE   TO WS-HL2-DATE.
           MOVE WS-REMISE-REF   TO WS-HL2-REF.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           IF WS-EXPORT-EXISTS THEN
               WRITE REPORT-LINE FROM WS-FORCED-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit le mois à exporter (EXPTCOMP_MOIS, AAAAMM) et *
      *    le forçage (EXPTCOMP_FORCE). Sans paramètre, le mois        *
      *    précédent. Le mois doit être une date plausible et          *
      *    strictement antérieur au mois en cours.                     *
      ******************************************************************
       1100-READ-PARAMETERS.
           DISPLAY 'EXPTCOMP_MOIS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-MONTH FROM ENVIRONMENT-VALUE.

           DISPLAY 'EXPTCOMP_FORCE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-FORCE FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-PARAM-FORCE) TO WS-PARAM-FORCE.

           IF WS-PARAM-MONTH NOT EQUAL SPACES THEN
               MOVE WS-PARAM-MONTH TO WS-EXPORT-MONTH
               GO TO 1100-CHECK-MONTH
           END-IF.

           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-EXPORT-MONTH.
           IF WS-EM-MONTH EQUAL 01 THEN
               SUBTRACT 1 FROM WS-EM-YEAR
               MOVE 12 TO WS-EM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-EM-MONTH
           END-IF.

       1100-CHECK-MONTH.
           IF    WS-EXPORT-MONTH IS NOT NUMERIC
              OR WS-EM-MONTH LESS THAN 01
              OR WS-EM-MONTH GREATER THAN 12
              OR WS-EXPORT-MONTH NOT LESS THAN
                 WS-TODAY-YYYYMMDD(1:6) THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'MOIS INVALIDE OU NON CLOS (AAAAMM ANTERIEUR).'
                   TO WS-REFUSED-REASON
           END-IF.
       END-1100-READ-PARAMETERS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Consulte l'historique des exports : mois déjà       *
      *    exporté sans EXPTCOMP_FORCE=O, le passage est refusé ; avec *
      *    forçage, la fiche du mois sera réécrite en fin de passage.  *
      *    L'historique est créé au premier passage.                   *
      ******************************************************************
       1200-CHECK-EXPORT-HISTORY.
           OPEN I-O EXPORT-FILE.
           IF WS-EXF-FS-NO-FILE THEN
               OPEN OUTPUT EXPORT-FILE
               CLOSE EXPORT-FILE
               OPEN I-O EXPORT-FILE
           END-IF.

           MOVE WS-EXPORT-MONTH TO EXF-MONTH.
           READ EXPORT-FILE
               INVALID KEY
                   GO TO END-1200-CHECK-EXPORT-HISTORY
           END-READ.

           SET WS-EXPORT-EXISTS TO TRUE.
           IF WS-PARAM-FORCE NOT EQUAL 'O' THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE WS-REFUSED-LINE-2 TO WS-REFUSED-REASON
           END-IF.
       END-1200-CHECK-EXPORT-HISTORY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ouvre les historiques sources et vérifie qu'aucune  *
      *    remise du mois n'est restée en cours (statut E) : la remise *
      *    de prélèvements du mois, et toute remise de virements       *
      *    passée dans le mois. Historique absent : rien à exporter    *
      *    de cette origine.                                           *
      ******************************************************************
       1300-CHECK-SOURCES-CLOSED.
           OPEN INPUT REMIT-FILE.
           IF WS-RMT-FS-OK THEN
               SET WS-REMIT-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT ARREARS-MONTH-FILE.
           IF WS-ARR-FS-OK THEN
               SET WS-ARREARS-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT PAYRUN-FILE.
           IF WS-PRF-FS-OK THEN
               SET WS-PAYRUN-IS-OPEN TO TRUE
           END-IF.

           IF WS-REMIT-IS-OPEN THEN
               MOVE WS-EXPORT-MONTH TO RMF-COLLECT-MONTH
               READ REMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RMF-STATUS NOT EQUAL 'T' THEN
                           SET WS-RUN-REFUSED TO TRUE
                           MOVE 'REMISE DE PRELEVEMENTS EN COURS.'
                               TO WS-REFUSED-REASON
                           GO TO END-1300-CHECK-SOURCES-CLOSED
                       END-IF
               END-READ
           END-IF.

           IF WS-PAYRUN-NOT-OPEN THEN
               GO TO END-1300-CHECK-SOURCES-CLOSED
           END-IF.

           SET WS-PAYRUN-RUN-CLOSED TO TRUE.
           SET WS-EOF-NO TO TRUE.
           PERFORM 1310-CHECK-NEXT-PAYRUN
              THRU END-1310-CHECK-NEXT-PAYRUN
              UNTIL WS-EOF-YES.

           IF WS-PAYRUN-RUN-OPEN THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'REMISE DE VIREMENTS DU MOIS EN COURS.'
                   TO WS-REFUSED-REASON
           END-IF.
       END-1300-CHECK-SOURCES-CLOSED.
           EXIT.

       1310-CHECK-NEXT-PAYRUN.
           READ PAYRUN-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2450-DERIVE-PAYRUN-MONTH
                      THRU END-2450-DERIVE-PAYRUN-MONTH
                   IF     WS-PAYRUN-MONTH EQUAL WS-EXPORT-MONTH
                      AND PRF-STATUS NOT EQUAL 'T' THEN
                       SET WS-PAYRUN-RUN-OPEN TO TRUE
                   END-IF
           END-READ.
       END-1310-CHECK-NEXT-PAYRUN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Cotisations prélevées : la remise soldée du mois    *
      *    produit une écriture banque au débit et cotisations au      *
      *    crédit pour son montant total.                              *
      ******************************************************************
       2000-START-EXPORT-DUES.
           IF WS-RUN-REFUSED
              OR WS-REMIT-NOT-OPEN THEN
               GO TO END-2000-EXPORT-DUES
           END-IF.

           MOVE WS-EXPORT-MONTH TO RMF-COLLECT-MONTH.
           READ REMIT-FILE
               INVALID KEY
                   GO TO END-2000-EXPORT-DUES
           END-READ.

           MOVE RMF-ORDER-COUNT  TO WS-DUES-ORDER-COUNT.
           MOVE RMF-TOTAL-AMOUNT TO WS-DUES-AMOUNT.

           MOVE WS-JOURNAL-DUES  TO WS-ENT-JOURNAL.
           MOVE WS-DUES-AMOUNT   TO WS-ENT-AMOUNT.
           MOVE 'PRELEVEMENTS COTISATIONS' TO WS-ENT-LABEL.

           MOVE WS-ACCOUNT-BANK  TO WS-ENT-ACCOUNT.
           MOVE 'D'              TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.

           MOVE WS-ACCOUNT-DUES  TO WS-ENT-ACCOUNT.
           MOVE 'C'              TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.
       END-2000-EXPORT-DUES.
           EXIT.

      ******************************************************************
      *    [MF-RD] Rejets de prélèvement : cumule sur la ventilation   *
      *    mensuelle des impayés les rejets datés du mois exporté,     *
      *    puis une écriture adhérents au débit et banque au crédit    *
      *    pour le total.                                              *
      ******************************************************************
       2200-START-EXPORT-REJECTS.
           IF WS-RUN-REFUSED
              OR WS-ARREARS-NOT-OPEN THEN
               GO TO END-2200-EXPORT-REJECTS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 2210-READ-NEXT-ARREARS
              THRU END-2210-READ-NEXT-ARREARS
              UNTIL WS-EOF-YES.

           MOVE WS-JOURNAL-REJECTS TO WS-ENT-JOURNAL.
           MOVE WS-REJECT-AMOUNT   TO WS-ENT-AMOUNT.
           MOVE 'REJETS PRELEVEMENTS COTISATIONS' TO WS-ENT-LABEL.

           MOVE WS-ACCOUNT-MEMBERS TO WS-ENT-ACCOUNT.
           MOVE 'D'                TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.

           MOVE WS-ACCOUNT-BANK    TO WS-ENT-ACCOUNT.
           MOVE 'C'                TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.
       END-2200-EXPORT-REJECTS.
           EXIT.

       2210-READ-NEXT-ARREARS.
           READ ARREARS-MONTH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   IF AMF-MONTH EQUAL WS-EXPORT-MONTH THEN
                       ADD AMF-REJECT-COUNT TO WS-REJECT-COUNT
                       ADD AMF-AMOUNT       TO WS-REJECT-AMOUNT
                   END-IF
           END-READ.
       END-2210-READ-NEXT-ARREARS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Remboursements : chaque remise de virements soldée  *
      *    passée dans le mois (mensuelle ou hebdomadaire) produit une *
      *    écriture prestations au débit et banque au crédit, libellée *
      *    avec sa référence de remise, et une ligne de détail sur     *
      *    l'état de contrôle.                                         *
      ******************************************************************
       2400-START-EXPORT-BENEFITS.
           IF WS-RUN-REFUSED
              OR WS-PAYRUN-NOT-OPEN THEN
               GO TO END-2400-EXPORT-BENEFITS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO PRF-KEY.
           START PAYRUN-FILE
               KEY IS NOT LESS THAN PRF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2410-READ-NEXT-PAYRUN
              THRU END-2410-READ-NEXT-PAYRUN
              UNTIL WS-EOF-YES.
       END-2400-EXPORT-BENEFITS.
           EXIT.

       2410-READ-NEXT-PAYRUN.
           READ PAYRUN-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2420-EVALUATE-PAYRUN
                      THRU END-2420-EVALUATE-PAYRUN
           END-READ.
       END-2410-READ-NEXT-PAYRUN.
           EXIT.

       2420-EVALUATE-PAYRUN.
           PERFORM 2450-DERIVE-PAYRUN-MONTH
              THRU END-2450-DERIVE-PAYRUN-MONTH.

           IF WS-PAYRUN-MONTH NOT EQUAL WS-EXPORT-MONTH
              OR PRF-STATUS NOT EQUAL 'T'
              OR PRF-TOTAL-AMOUNT EQUAL ZERO THEN
               GO TO END-2420-EVALUATE-PAYRUN
           END-IF.

           ADD 1 TO WS-PAYRUN-COUNT.
           ADD PRF-TOTAL-AMOUNT TO WS-BENEFIT-AMOUNT.

           MOVE PRF-TRANSFER-REF TO WS-PD-REF.
           MOVE PRF-RUN-DATE     TO WS-PD-DATE.
           MOVE PRF-TOTAL-AMOUNT TO WS-PD-AMOUNT.
           WRITE REPORT-LINE FROM WS-PAYRUN-DETAIL-LINE.

           MOVE WS-JOURNAL-BENEFITS TO WS-ENT-JOURNAL.
           MOVE PRF-TOTAL-AMOUNT    TO WS-ENT-AMOUNT.
           MOVE SPACES              TO WS-ENT-LABEL.
           STRING 'REMBOURSEMENTS ' PRF-TRANSFER-REF
               DELIMITED BY SIZE INTO WS-ENT-LABEL
           END-STRING.

           MOVE WS-ACCOUNT-BENEFITS TO WS-ENT-ACCOUNT.
           MOVE 'D'                 TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.

           MOVE WS-ACCOUNT-BANK     TO WS-ENT-ACCOUNT.
           MOVE 'C'                 TO WS-ENT-SENS.
           PERFORM 2900-WRITE-ENTRY
              THRU END-2900-WRITE-ENTRY.
       END-2420-EVALUATE-PAYRUN.
           EXIT.

      *    [MF-RD] Mois (AAAAMM) de la date de passage JJ-MM-AAAA de
      *    la remise de virements lue ; à blanc si illisible.
       2450-DERIVE-PAYRUN-MONTH.
           MOVE SPACES TO WS-PAYRUN-MONTH.
           IF     PRF-RUN-DATE(4:2) IS NUMERIC
              AND PRF-RUN-DATE(7:4) IS NUMERIC THEN
               MOVE PRF-RUN-DATE(7:4) TO WS-PAYRUN-MONTH(1:4)
               MOVE PRF-RUN-DATE(4:2) TO WS-PAYRUN-MONTH(5:2)
           END-IF.
       END-2450-DERIVE-PAYRUN-MONTH.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ecrit l'écriture préparée dans WS-ENTRY-RECORD      *
      *    (journal, compte, sens, montant, libellé), datée du dernier *
      *    jour du mois et portant la référence de remise du mois, et  *
      *    la cumule dans les totaux de contrôle. Montant nul : pas    *
      *    d'écriture.                                                 *
      ******************************************************************
       2900-WRITE-ENTRY.
           IF WS-ENT-AMOUNT EQUAL ZERO THEN
               GO TO END-2900-WRITE-ENTRY
           END-IF.

           MOVE WS-ENTRY-YYYYMMDD TO WS-ENT-DATE.
           MOVE WS-REMISE-REF     TO WS-ENT-REFERENCE.

           WRITE ENTRY-LINE FROM WS-ENTRY-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.

           IF WS-ENT-SENS EQUAL 'D' THEN
               ADD WS-ENT-AMOUNT TO WS-TOTAL-DEBIT
           ELSE
               ADD WS-ENT-AMOUNT TO WS-TOTAL-CREDIT
           END-IF.
       END-2900-WRITE-ENTRY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime l'état de contrôle : totaux par origine,    *
      *    nombre d'écritures, totaux débit et crédit, et verdict      *
      *    d'équilibre.                                                *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           IF WS-RUN-REFUSED THEN
               GO TO END-3000-WRITE-SUMMARY
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-DUES-ORDER-COUNT TO WS-DR-COUNT.
           MOVE WS-DUES-AMOUNT      TO WS-DR-AMOUNT.
           WRITE REPORT-LINE FROM WS-DUES-REPORT-LINE.

           MOVE WS-REJECT-COUNT  TO WS-RR-COUNT.
           MOVE WS-REJECT-AMOUNT TO WS-RR-AMOUNT.
           WRITE REPORT-LINE FROM WS-REJECT-REPORT-LINE.

           MOVE WS-PAYRUN-COUNT   TO WS-BR-COUNT.
           MOVE WS-BENEFIT-AMOUNT TO WS-BR-AMOUNT.
           WRITE REPORT-LINE FROM WS-BENEFIT-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ENTRY-COUNT TO WS-ES-COUNT.
           WRITE REPORT-LINE FROM WS-ENTRY-SUMMARY-LINE.

           MOVE WS-TOTAL-DEBIT TO WS-DS-AMOUNT.
           WRITE REPORT-LINE FROM WS-DEBIT-SUMMARY-LINE.

           MOVE WS-TOTAL-CREDIT TO WS-CS-AMOUNT.
           WRITE REPORT-LINE FROM WS-CREDIT-SUMMARY-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-TOTAL-DEBIT EQUAL WS-TOTAL-CREDIT THEN
               WRITE REPORT-LINE FROM WS-BALANCED-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-UNBALANCED-LINE
               DISPLAY WS-UNBALANCED-LINE
           END-IF.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre le mois dans l'historique des exports    *
      *    (création, ou réécriture sur un export forcé), seulement    *
      *    quand l'export est équilibré.                               *
      ******************************************************************
       3500-START-RECORD-EXPORT.
           IF WS-RUN-REFUSED
              OR WS-TOTAL-DEBIT NOT EQUAL WS-TOTAL-CREDIT THEN
               GO TO END-3500-RECORD-EXPORT
           END-IF.

           MOVE WS-EXPORT-MONTH TO EXF-MONTH.
           MOVE WS-TODAY-DATE   TO EXF-EXPORT-DATE.
           MOVE WS-OPERATOR-ID  TO EXF-OPERATOR-ID.
           MOVE WS-ENTRY-COUNT  TO EXF-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBIT  TO EXF-TOTAL-DEBIT.
           MOVE WS-TOTAL-CREDIT TO EXF-TOTAL-CREDIT.

           IF WS-EXPORT-EXISTS THEN
               REWRITE EXPORT-FILE-RECORD
           ELSE
               WRITE EXPORT-FILE-RECORD
           END-IF.
       END-3500-RECORD-EXPORT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers.                               *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-REMIT-IS-OPEN THEN
               CLOSE REMIT-FILE
           END-IF.
           IF WS-ARREARS-IS-OPEN THEN
               CLOSE ARREARS-MONTH-FILE
           END-IF.
           IF WS-PAYRUN-IS-OPEN THEN
               CLOSE PAYRUN-FILE
           END-IF.

      *    [MF-RD] Passage refusé : ECRITCPT et CTRLCPT n'ont pas été
      *    ouverts et ne doivent pas l'être.
           IF NOT WS-RUN-REFUSED THEN
               CLOSE ENTRY-FILE
               CLOSE REPORT-FILE
           END-IF.

           CLOSE EXPORT-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
