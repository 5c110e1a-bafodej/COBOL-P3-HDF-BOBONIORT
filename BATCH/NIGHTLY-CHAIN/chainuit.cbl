      ******************************************************************
      *    [MF-RD] Traitement de nuit : pilote de la chaîne batch.     *
      *    Enchaîne les programmes listés dans le fichier de           *
      *    définition CHAINDEF (par défaut rapclos, rapfam, rapdoub,   *
      *    anonadh, purgaudi, sauvfich, rapactiv), dans l'ordre des    *
      *    numéros d'étape, et trace chaque étape dans le journal      *
      *    d'exécution CHAINLOG : heures de début et de fin, code      *
      *    retour et issue.                                            *
      *                                                                *
      *    Une étape en échec (code retour non nul, ou programme       *
      *    introuvable) arrête la chaîne. Le fichier de pilotage       *
      *    CHAINCTL garde la dernière étape terminée : le lancement    *
      *    suivant reprend à l'étape en échec sans rejouer celles déjà *
      *    passées. Une étape protégée (O dans CHAINDEF : anonadh,     *
      *    purgaudi) déjà passée avec succès le jour même d'après le   *
      *    journal n'est jamais relancée. Un compte-rendu d'une page   *
      *    (CHAINRAP) résume le lancement pour l'équipe du matin, et   *
      *    le code retour du pilote (0 ou 8) signale l'issue de la     *
      *    chaîne à l'ordonnanceur.                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainuit.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "CHAINDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

      *    [MF-RD] Pilotage de la chaîne : état du dernier lancement
      *    et dernière étape terminée, pour la reprise.
           SELECT CONTROL-FILE ASSIGN TO "CHAINCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-CHAIN-ID
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CHAINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHAINRAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       01  STEP-FILE-RECORD.
           05 CSF-DATA.
               COPY 'chainstep-fields-csf.cpy'.

       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD.
           05 CCF-DATA.
               COPY 'chainctl-fields-ccf.cpy'.

       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD.
           05 JNF-DATA.
               COPY 'chainlog-fields-jnf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STEP-FILE-STATUS          PIC X(02).
           88 WS-STP-FS-OK              VALUE '00'.

       01  WS-CONTROL-FILE-STATUS       PIC X(02).
           88 WS-CTL-FS-OK              VALUE '00'.
           88 WS-CTL-FS-NO-FILE         VALUE '35'.

       01  WS-JOURNAL-FILE-STATUS       PIC X(02).
           88 WS-JNL-FS-OK              VALUE '00'.
           88 WS-JNL-FS-NO-FILE         VALUE '35'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

      *    [MF-RD] Mode du lancement : normal, reprise après un
      *    lancement arrêté en échec, ou refusé (définition de chaîne
      *    absente ou invalide). Issue de la chaîne pour le
      *    compte-rendu et le code retour du pilote.
       01  WS-CHAIN-ID                  PIC X(08) VALUE 'NUIT'.
       01  WS-RUN-MODE                  PIC X(01) VALUE 'F'.
           88 WS-RUN-FRESH              VALUE 'F'.
           88 WS-RUN-RESUME             VALUE 'R'.
           88 WS-RUN-REFUSED            VALUE 'X'.
       01  WS-REFUSED-REASON            PIC X(60).
       01  WS-CHAIN-OUTCOME-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CHAIN-FAILED           VALUE 'Y'.
           88 WS-CHAIN-NOT-FAILED       VALUE 'N'.
       01  WS-RESUME-AFTER-STEP         PIC 9(02) VALUE ZERO.
       01  WS-CONTROL-EXISTS-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-CONTROL-EXISTS         VALUE 'Y'.
           88 WS-CONTROL-NEW            VALUE 'N'.

      *    [MF-RD] Etapes de la chaîne chargées depuis CHAINDEF, avec
      *    pour chacune son exécution dans ce lancement : heures,
      *    code retour et issue (NON LANCE, OK, ECHEC, DEJA FAIT pour
      *    une étape protégée déjà passée le jour même, FAIT AVANT
      *    pour une étape terminée lors du lancement repris).
       01  WS-STEP-MAX                  PIC 9(02) VALUE 20.
       01  WS-STEP-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-STEP-IDX                  PIC 9(02) COMP.
       01  WS-PREV-STEP-NUMBER          PIC 9(02) VALUE ZERO.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-ST-NUMBER          PIC 9(02).
               10 WS-ST-PROGRAM         PIC X(08).
               10 WS-ST-ONCE-A-DAY      PIC X(01).
               10 WS-ST-LABEL           PIC X(40).
               10 WS-ST-START-TIME      PIC X(08).
               10 WS-ST-END-TIME        PIC X(08).
               10 WS-ST-RC              PIC S9(04).
               10 WS-ST-OUTCOME         PIC X(10).

      *    [MF-RD] Programmes protégés déjà passés avec succès
      *    aujourd'hui, relevés dans le journal avant le lancement.
       01  WS-DONE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-DONE-IDX                  PIC 9(02) COMP.
       01  WS-DONE-TABLE.
           05 WS-DONE-PROGRAM           PIC X(08) OCCURS 20 TIMES.
       01  WS-DONE-FOUND-SWITCH         PIC X(01).
           88 WS-DONE-FOUND             VALUE 'Y'.
           88 WS-DONE-NOT-FOUND         VALUE 'N'.

       01  WS-RAN-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-OK-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-FAILED-STEP               PIC 9(02) VALUE ZERO.

       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-NOW-HHMMSS                PIC X(06).
       01  WS-NOW-TIME.
           05 WS-NT-HOUR                PIC X(02).
           05 FILLER                    PIC X(01) VALUE ':'.
           05 WS-NT-MINUTE              PIC X(02).
           05 FILLER                    PIC X(01) VALUE ':'.
           05 WS-NT-SECOND              PIC X(02).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'CHAINE DE NUIT - COMPTE-RENDU D''EXECUTION'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Lancee le    : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(04) VALUE ' a '.
           05 WS-HL2-TIME               PIC X(08).
       01  WS-FRESH-LINE         PIC X(60)
               VALUE 'LANCEMENT NORMAL : CHAINE COMPLETE.'.
       01  WS-RESUME-LINE.
           05 FILLER                    PIC X(44)
                  VALUE 'REPRISE APRES ECHEC - DERNIERE ETAPE FAITE :'.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-RL-STEP                PIC 99.
       01  WS-COLUMN-LINE.
           05 FILLER PIC X(04) VALUE 'Et.'.
           05 FILLER PIC X(10) VALUE 'Programme'.
           05 FILLER PIC X(42) VALUE 'Libelle'.
           05 FILLER PIC X(10) VALUE 'Debut'.
           05 FILLER PIC X(10) VALUE 'Fin'.
           05 FILLER PIC X(07) VALUE 'Retour'.
           05 FILLER PIC X(10) VALUE 'Issue'.
       01  WS-STEP-LINE.
           05 WS-SL-NUMBER              PIC 99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-PROGRAM             PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-LABEL               PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-START-TIME          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-END-TIME            PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-RC                  PIC -(04)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-SL-OUTCOME             PIC X(10).
       01  WS-RAN-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Etapes lancees      :'.
           05 WS-RS-COUNT   PIC Z9.
       01  WS-OK-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Etapes reussies     :'.
           05 WS-OS-COUNT   PIC Z9.
       01  WS-SKIPPED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Etapes ecartees     :'.
           05 WS-SS-COUNT   PIC Z9.
       01  WS-SUCCESS-LINE       PIC X(60)
               VALUE 'CHAINE TERMINEE NORMALEMENT.'.
       01  WS-FAILURE-LINE.
           05 FILLER                    PIC X(30)
                  VALUE '*** CHAINE ARRETEE A L''ETAPE '.
           05 WS-FL-STEP                PIC 99.
           05 FILLER                    PIC X(40)
                  VALUE ' - RELANCER POUR REPRENDRE ICI ***'.
       01  WS-REFUSED-LINE       PIC X(60)
               VALUE 'CHAINE DE NUIT NON LANCEE.'.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-RUN-CHAIN
              THRU END-2000-RUN-CHAIN.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.

      *    [MF-RD] Code retour du pilote pour l'ordonnanceur.
           IF WS-RUN-REFUSED
              OR WS-CHAIN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Charge la définition de la chaîne, relève les       *
      *    étapes protégées déjà passées aujourd'hui, puis décide du   *
      *    mode de lancement d'après le fichier de pilotage : reprise  *
      *    si le lancement précédent s'est arrêté en échec, lancement  *
      *    normal sinon. Définition absente ou invalide : la chaîne    *
      *    n'est pas lancée et rien n'est écrit.                       *
      ******************************************************************
       1000-START-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           PERFORM 1100-LOAD-STEPS
              THRU END-1100-LOAD-STEPS.

           IF WS-RUN-REFUSED THEN
               DISPLAY WS-REFUSED-LINE
               DISPLAY WS-REFUSED-REASON
               GO TO END-1000-INITIALIZE
           END-IF.

           PERFORM 1200-LOAD-DONE-TODAY
              THRU END-1200-LOAD-DONE-TODAY.

           PERFORM 1300-START-CONTROL
              THRU END-1300-START-CONTROL.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JNL-FS-NO-FILE THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 1900-GET-TIME
              THRU END-1900-GET-TIME.
           MOVE WS-TODAY-DATE TO WS-HL2-DATE.
           MOVE WS-NOW-TIME   TO WS-HL2-TIME.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           IF WS-RUN-RESUME THEN
               MOVE WS-RESUME-AFTER-STEP TO WS-RL-STEP
               WRITE REPORT-LINE FROM WS-RESUME-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-FRESH-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Charge les étapes de CHAINDEF dans la table. Les    *
      *    lignes vides ou en commentaire (étoile) sont ignorées ; les *
      *    numéros d'étape doivent être numériques et croissants, pour *
      *    que la reprise désigne sans ambiguïté l'étape suivante.     *
      ******************************************************************
       1100-LOAD-STEPS.
           OPEN INPUT STEP-FILE.
           IF NOT WS-STP-FS-OK THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'DEFINITION DE CHAINE CHAINDEF ABSENTE.'
                   TO WS-REFUSED-REASON
               GO TO END-1100-LOAD-STEPS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 1110-READ-NEXT-STEP
              THRU END-1110-READ-NEXT-STEP
              UNTIL WS-EOF-YES
                 OR WS-RUN-REFUSED.

           CLOSE STEP-FILE.

           IF WS-STEP-COUNT EQUAL ZERO
              AND NOT WS-RUN-REFUSED THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'DEFINITION DE CHAINE CHAINDEF VIDE.'
                   TO WS-REFUSED-REASON
           END-IF.
       END-1100-LOAD-STEPS.
           EXIT.

       1110-READ-NEXT-STEP.
           READ STEP-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-1110-READ-NEXT-STEP
           END-READ.

           IF STEP-FILE-RECORD EQUAL SPACES
              OR STEP-FILE-RECORD(1:1) EQUAL '*' THEN
               GO TO END-1110-READ-NEXT-STEP
           END-IF.

           IF    CSF-STEP-NUMBER IS NOT NUMERIC
              OR CSF-PROGRAM EQUAL SPACES THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'LIGNE DE CHAINDEF INVALIDE.' TO WS-REFUSED-REASON
               GO TO END-1110-READ-NEXT-STEP
           END-IF.

           IF CSF-STEP-NUMBER NOT GREATER THAN WS-PREV-STEP-NUMBER
              THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'NUMEROS D''ETAPE DE CHAINDEF NON CROISSANTS.'
                   TO WS-REFUSED-REASON
               GO TO END-1110-READ-NEXT-STEP
           END-IF.

           IF WS-STEP-COUNT NOT LESS THAN WS-STEP-MAX THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'CHAINDEF DEPASSE 20 ETAPES.' TO WS-REFUSED-REASON
               GO TO END-1110-READ-NEXT-STEP
           END-IF.

           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT   TO WS-STEP-IDX.
           MOVE CSF-STEP-NUMBER TO WS-ST-NUMBER(WS-STEP-IDX).
           MOVE CSF-STEP-NUMBER TO WS-PREV-STEP-NUMBER.
           MOVE FUNCTION LOWER-CASE(CSF-PROGRAM)
               TO WS-ST-PROGRAM(WS-STEP-IDX).
           MOVE FUNCTION UPPER-CASE(CSF-ONCE-A-DAY)
               TO WS-ST-ONCE-A-DAY(WS-STEP-IDX).
           MOVE CSF-LABEL       TO WS-ST-LABEL(WS-STEP-IDX).
           MOVE SPACES          TO WS-ST-START-TIME(WS-STEP-IDX).
           MOVE SPACES          TO WS-ST-END-TIME(WS-STEP-IDX).
           MOVE ZERO            TO WS-ST-RC(WS-STEP-IDX).
           MOVE 'NON LANCE'     TO WS-ST-OUTCOME(WS-STEP-IDX).
       END-1110-READ-NEXT-STEP.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relève dans le journal les programmes passés avec   *
      *    succès aujourd'hui (issue OK ou PROTEG). Journal absent :   *
      *    rien n'est encore passé.                                    *
      ******************************************************************
       1200-LOAD-DONE-TODAY.
           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JNL-FS-OK THEN
               GO TO END-1200-LOAD-DONE-TODAY
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 1210-READ-NEXT-JOURNAL
              THRU END-1210-READ-NEXT-JOURNAL
              UNTIL WS-EOF-YES.

           CLOSE JOURNAL-FILE.
       END-1200-LOAD-DONE-TODAY.
           EXIT.

       1210-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-1210-READ-NEXT-JOURNAL
           END-READ.

           IF JNF-RUN-DATE NOT EQUAL WS-TODAY-YYYYMMDD
              OR (JNF-OUTCOME NOT EQUAL 'OK'
                  AND JNF-OUTCOME NOT EQUAL 'PROTEG') THEN
               GO TO END-1210-READ-NEXT-JOURNAL
           END-IF.


           PERFORM 1220-FIND-DONE-PROGRAM
              THRU END-1220-FIND-DONE-PROGRAM.

           IF WS-DONE-NOT-FOUND
              AND WS-DONE-COUNT LESS THAN 20 THEN
               ADD 1 TO WS-DONE-COUNT
               MOVE JNF-PROGRAM TO WS-DONE-PROGRAM(WS-DONE-COUNT)
           END-IF.
       END-1210-READ-NEXT-JOURNAL.
           EXIT.

      *    [MF-RD] Cherche JNF-PROGRAM parmi les programmes déjà
      *    passés aujourd'hui.
       1220-FIND-DONE-PROGRAM.
           SET WS-DONE-NOT-FOUND TO TRUE.
           PERFORM 1230-COMPARE-DONE-PROGRAM
              THRU END-1230-COMPARE-DONE-PROGRAM
              VARYING WS-DONE-IDX FROM 1 BY 1
              UNTIL WS-DONE-IDX > WS-DONE-COUNT
                 OR WS-DONE-FOUND.
       END-1220-FIND-DONE-PROGRAM.
           EXIT.

       1230-COMPARE-DONE-PROGRAM.
           IF WS-DONE-PROGRAM(WS-DONE-IDX) EQUAL JNF-PROGRAM THEN
               SET WS-DONE-FOUND TO TRUE
           END-IF.
       END-1230-COMPARE-DONE-PROGRAM.
           EXIT.

      ******************************************************************
      *    [MF-RD] Lit la fiche de pilotage de la chaîne. Lancement    *
      *    précédent arrêté en échec (état E) : reprise après la       *
      *    dernière étape terminée, les étapes antérieures étant       *
      *    marquées FAIT AVANT. Sinon lancement normal, et la fiche    *
      *    repart à l'état E, aucune étape terminée. Le fichier est    *
      *    créé au premier lancement.                                  *
      ******************************************************************
       1300-START-CONTROL.
           OPEN I-O CONTROL-FILE.
           IF WS-CTL-FS-NO-FILE THEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

           MOVE WS-CHAIN-ID TO CCF-CHAIN-ID.
           READ CONTROL-FILE
               INVALID KEY
                   GO TO 1300-NEW-LAUNCH
           END-READ.

           SET WS-CONTROL-EXISTS TO TRUE.
           IF CCF-STATUS NOT EQUAL 'E' THEN
               GO TO 1300-NEW-LAUNCH
           END-IF.

           SET WS-RUN-RESUME TO TRUE.
           MOVE CCF-LAST-STEP TO WS-RESUME-AFTER-STEP.
           PERFORM 1310-MARK-DONE-BEFORE
              THRU END-1310-MARK-DONE-BEFORE
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           GO TO 1300-SAVE-CONTROL.

       1300-NEW-LAUNCH.
           MOVE WS-CHAIN-ID   TO CCF-CHAIN-ID.
           MOVE 'E'           TO CCF-STATUS.
           MOVE ZERO          TO CCF-LAST-STEP.
           IF WS-CONTROL-NEW THEN
               MOVE ZERO      TO CCF-LAUNCH-COUNT
           END-IF.

       1300-SAVE-CONTROL.
           MOVE WS-TODAY-DATE TO CCF-RUN-DATE.
           MOVE ZERO          TO CCF-FAILED-STEP.
           MOVE ZERO          TO CCF-FAILED-RC.
           ADD 1              TO CCF-LAUNCH-COUNT.

           IF WS-CONTROL-EXISTS THEN
               REWRITE CONTROL-FILE-RECORD
           ELSE
               WRITE CONTROL-FILE-RECORD
           END-IF.
       END-1300-START-CONTROL.
           EXIT.

       1310-MARK-DONE-BEFORE.
           IF WS-ST-NUMBER(WS-STEP-IDX)
              NOT GREATER THAN WS-RESUME-AFTER-STEP THEN
               MOVE 'FAIT AVANT' TO WS-ST-OUTCOME(WS-STEP-IDX)
           END-IF.
       END-1310-MARK-DONE-BEFORE.
           EXIT.

      *    [MF-RD] Heure courante, au format HH:MM:SS.
       1900-GET-TIME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS.
           MOVE WS-NOW-HHMMSS(1:2) TO WS-NT-HOUR.
           MOVE WS-NOW-HHMMSS(3:2) TO WS-NT-MINUTE.
           MOVE WS-NOW-HHMMSS(5:2) TO WS-NT-SECOND.
       END-1900-GET-TIME.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enchaîne les étapes restant à passer, jusqu'à la    *
      *    fin de la chaîne ou à la première étape en échec.           *
      ******************************************************************
       2000-START-RUN-CHAIN.
           IF WS-RUN-REFUSED THEN
               GO TO END-2000-RUN-CHAIN
           END-IF.

           PERFORM 2100-RUN-STEP
              THRU END-2100-RUN-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 OR WS-CHAIN-FAILED.
       END-2000-RUN-CHAIN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Passe une étape : écartée si déjà faite lors du     *
      *    lancement repris, ou si elle est protégée et déjà passée    *
      *    aujourd'hui ; sinon le programme est appelé et son code     *
      *    retour relevé. Un programme introuvable compte comme un     *
      *    échec (code retour 9999). Chaque étape lancée ou protégée   *
      *    est journalisée et la fiche de pilotage mise à jour         *
      *    aussitôt, pour qu'un arrêt brutal reprenne à la bonne       *
      *    étape.                                                      *
      ******************************************************************
       2100-RUN-STEP.
           IF WS-ST-OUTCOME(WS-STEP-IDX) EQUAL 'FAIT AVANT' THEN
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO END-2100-RUN-STEP
           END-IF.

           PERFORM 1900-GET-TIME
              THRU END-1900-GET-TIME.
           MOVE WS-NOW-TIME TO WS-ST-START-TIME(WS-STEP-IDX).

           IF WS-ST-ONCE-A-DAY(WS-STEP-IDX) EQUAL 'O' THEN
               MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO JNF-PROGRAM
               PERFORM 1220-FIND-DONE-PROGRAM
                  THRU END-1220-FIND-DONE-PROGRAM
               IF WS-DONE-FOUND THEN
                   MOVE WS-NOW-TIME TO WS-ST-END-TIME(WS-STEP-IDX)
                   MOVE 'DEJA FAIT' TO WS-ST-OUTCOME(WS-STEP-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2100-RECORD-STEP
               END-IF
           END-IF.

           ADD 1 TO WS-RAN-COUNT.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-ST-PROGRAM(WS-STEP-IDX)
               ON EXCEPTION
                   MOVE 9999 TO WS-ST-RC(WS-STEP-IDX)
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-ST-RC(WS-STEP-IDX)
                   CANCEL WS-ST-PROGRAM(WS-STEP-IDX)
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 1900-GET-TIME
              THRU END-1900-GET-TIME.
           MOVE WS-NOW-TIME TO WS-ST-END-TIME(WS-STEP-IDX).

           IF WS-ST-RC(WS-STEP-IDX) EQUAL ZERO THEN
               MOVE 'OK'    TO WS-ST-OUTCOME(WS-STEP-IDX)
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE 'ECHEC' TO WS-ST-OUTCOME(WS-STEP-IDX)
               SET WS-CHAIN-FAILED TO TRUE
               MOVE WS-ST-NUMBER(WS-STEP-IDX) TO WS-FAILED-STEP
           END-IF.

       2100-RECORD-STEP.
           PERFORM 2200-WRITE-JOURNAL
              THRU END-2200-WRITE-JOURNAL.

           IF WS-CHAIN-FAILED THEN
               MOVE WS-ST-NUMBER(WS-STEP-IDX) TO CCF-FAILED-STEP
               MOVE WS-ST-RC(WS-STEP-IDX)     TO CCF-FAILED-RC
           ELSE
               MOVE WS-ST-NUMBER(WS-STEP-IDX) TO CCF-LAST-STEP
           END-IF.
           REWRITE CONTROL-FILE-RECORD.
       END-2100-RUN-STEP.
           EXIT.

      *    [MF-RD] Ligne du journal d'exécution pour l'étape courante.
       2200-WRITE-JOURNAL.
           MOVE SPACES                     TO JOURNAL-FILE-RECORD.
           MOVE WS-TODAY-YYYYMMDD          TO JNF-RUN-DATE.
           MOVE WS-ST-NUMBER(WS-STEP-IDX)  TO JNF-STEP-NUMBER.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO JNF-PROGRAM.
           MOVE WS-ST-START-TIME(WS-STEP-IDX) TO JNF-START-TIME.
           MOVE WS-ST-END-TIME(WS-STEP-IDX)   TO JNF-END-TIME.
           MOVE WS-ST-RC(WS-STEP-IDX)      TO JNF-RETURN-CODE.

           EVALUATE WS-ST-OUTCOME(WS-STEP-IDX)
               WHEN 'OK'
                   MOVE 'OK'     TO JNF-OUTCOME
               WHEN 'DEJA FAIT'
                   MOVE 'PROTEG' TO JNF-OUTCOME
               WHEN OTHER
                   MOVE 'ECHEC'  TO JNF-OUTCOME
           END-EVALUATE.

           WRITE JOURNAL-FILE-RECORD.
       END-2200-WRITE-JOURNAL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Compte-rendu d'une page : une ligne par étape de la *
      *    chaîne, volumes et issue. Chaîne terminée : la fiche de     *
      *    pilotage passe à l'état T et le lancement suivant repartira *
      *    du début.                                                   *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           IF WS-RUN-REFUSED THEN
               GO TO END-3000-WRITE-SUMMARY
           END-IF.

           PERFORM 3100-WRITE-STEP-LINE
              THRU END-3100-WRITE-STEP-LINE
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RAN-COUNT TO WS-RS-COUNT.
           WRITE REPORT-LINE FROM WS-RAN-SUMMARY-LINE.
           MOVE WS-OK-COUNT TO WS-OS-COUNT.
           WRITE REPORT-LINE FROM WS-OK-SUMMARY-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-SS-COUNT.
           WRITE REPORT-LINE FROM WS-SKIPPED-SUMMARY-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CHAIN-FAILED THEN
               MOVE WS-FAILED-STEP TO WS-FL-STEP
               WRITE REPORT-LINE FROM WS-FAILURE-LINE
               DISPLAY WS-FAILURE-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-SUCCESS-LINE
               MOVE 'T' TO CCF-STATUS
               REWRITE CONTROL-FILE-RECORD
           END-IF.
       END-3000-WRITE-SUMMARY.
           EXIT.

       3100-WRITE-STEP-LINE.
           MOVE WS-ST-NUMBER(WS-STEP-IDX)     TO WS-SL-NUMBER.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX)    TO WS-SL-PROGRAM.
           MOVE WS-ST-LABEL(WS-STEP-IDX)      TO WS-SL-LABEL.
           MOVE WS-ST-START-TIME(WS-STEP-IDX) TO WS-SL-START-TIME.
           MOVE WS-ST-END-TIME(WS-STEP-IDX)   TO WS-SL-END-TIME.
           MOVE WS-ST-RC(WS-STEP-IDX)         TO WS-SL-RC.
           MOVE WS-ST-OUTCOME(WS-STEP-IDX)    TO WS-SL-OUTCOME.
           WRITE REPORT-LINE FROM WS-STEP-LINE.
       END-3100-WRITE-STEP-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers.                               *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-RUN-REFUSED THEN
               GO TO END-4000-CLOSE-FILES
           END-IF.

           CLOSE CONTROL-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
