      ******************************************************************
      *    [MF-RD] Remise de virements SEPA de remboursement : pour    *
      *    chaque adhérent, regroupe les actes de soins approuvés et   *
      *    non encore payés (CLAIMS, état A) en un virement vers       *
      *    CF-CODE-IBAN (SEPACREDIT), imprime un décompte de           *
      *    remboursement d'une page listant chaque acte, la part       *
      *    Sécurité sociale et la part mutuelle (DECOMPTE), puis solde *
      *    les actes (état P, référence et date du virement) pour      *
      *    qu'ils ne soient jamais payés deux fois. Les adhérents sans *
      *    IBAN sont listés en attente (VIRHOLD) comme NOIBANADH pour  *
      *    les prélèvements ; leurs actes restent à payer. Passage     *
      *    mensuel par défaut, hebdomadaire avec VIRSEPA_PERIODE=H ;   *
      *    l'historique des remises (PAYRUNHIST) pilote le passage sur *
      *    le modèle de REMITHIST : période soldée refusée sauf        *
      *    VIRSEPA_FORCE=O, reprise après échec à la fiche suivant la  *
      *    dernière traitée.                                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. virsepa.
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

      *    [MF-RD] Actes de soins saisis par manarmb : lus par
      *    adhérent, puis soldés une fois le virement émis.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLF-KEY
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

      *    [MF-RD] Membres de la famille : prénom du bénéficiaire
      *    d'un acte sur le décompte.
           SELECT FAMILY-MEMBER-FILE ASSIGN TO "FAMILYMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMF-MEMBER-UUID
               ALTERNATE RECORD KEY IS FMF-OWNER-UUID WITH DUPLICATES
               FILE STATUS IS WS-FAMILY-FILE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "SEPACREDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "VIRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    [MF-RD] Décomptes de remboursement à envoyer aux
      *    adhérents, une page par adhérent payé.
           SELECT DECOMPTE-FILE ASSIGN TO "DECOMPTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECOMPTE-FILE-STATUS.

      *    [MF-RD] Historique des remises de virements : une fiche
      *    par passage (période de paiement et rang du passage), pour
      *    ne jamais réémettre une période soldée et reprendre un
      *    passage interrompu.
           SELECT PAYRUN-FILE ASSIGN TO "PAYRUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PAYRUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  CLAIM-FILE.
       01  CLAIM-FILE-RECORD.
           05 CLF-DATA.
               COPY 'claim-fields-clf.cpy'.

       FD  FAMILY-MEMBER-FILE.
       01  FAMILY-MEMBER-FILE-RECORD.
           05 FMF-DATA.
               COPY 'family-fields-cf.cpy'.

       FD  CREDIT-FILE.
       01  CREDIT-LINE                  PIC X(132).

       FD  HOLD-FILE.
       01  HOLD-LINE                    PIC X(144).

       FD  DECOMPTE-FILE.
       01  DECOMPTE-LINE                PIC X(80).

       FD  PAYRUN-FILE.
       01  PAYRUN-FILE-RECORD.
           05 PRF-DATA.
               COPY 'payrun-fields-prf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-CLAIM-FILE-STATUS         PIC X(02).
           88 WS-CLM-FS-OK              VALUE '00'.

       01  WS-FAMILY-FILE-STATUS        PIC X(02).
           88 WS-FAM-FS-OK              VALUE '00'.

       01  WS-CREDIT-FILE-STATUS        PIC X(02).
       01  WS-HOLD-FILE-STATUS          PIC X(02).
       01  WS-DECOMPTE-FILE-STATUS      PIC X(02).

      *    [MF-RD] Mémorise que les fichiers se sont bien ouverts :
      *    le file status repasse à '10' en fin de lecture et ne peut
      *    plus servir à distinguer "fichier absent" de "fin de
      *    fichier" au moment de solder la période.
       01  WS-CUSTOMER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-IS-OPEN       VALUE 'Y'.
           88 WS-CUSTOMER-NOT-OPEN      VALUE 'N'.
       01  WS-CLAIM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CLAIM-IS-OPEN          VALUE 'Y'.
           88 WS-CLAIM-NOT-OPEN         VALUE 'N'.
       01  WS-FAMILY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FAMILY-IS-OPEN         VALUE 'Y'.
           88 WS-FAMILY-NOT-OPEN        VALUE 'N'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.
       01  WS-CLAIM-EOF-SWITCH          PIC X(01).
           88 WS-CLAIM-EOF-YES          VALUE 'Y'.
           88 WS-CLAIM-EOF-NO           VALUE 'N'.

      *    [MF-RD] Pilotage du passage par l'historique des remises de
      *    virements : périodicité (M = mensuelle, H = hebdomadaire),
      *    période (AAAAMM ou AAAASnn), rang du passage dans la
      *    période, référence de remise, mode du passage (remise
      *    neuve, reprise après échec, ou refus car la période est
      *    soldée et VIRSEPA_FORCE ne vaut pas O) et dernière fiche
      *    traitée par le passage interrompu.
       01  WS-PAYRUN-FILE-STATUS        PIC X(02).
           88 WS-PRF-FS-OK              VALUE '00'.
           88 WS-PRF-FS-NO-FILE         VALUE '35'.
       01  WS-PARAM-PERIOD              PIC X(01).
           88 WS-PERIOD-WEEKLY          VALUE 'H'.
       01  WS-PERIOD                    PIC X(07).
       01  WS-RUN-NUMBER                PIC 9(02).
       01  WS-PRF-SCAN-SWITCH           PIC X(01).
           88 WS-PRF-SCAN-END           VALUE 'Y'.
           88 WS-PRF-SCAN-MORE          VALUE 'N'.
       01  WS-TRANSFER-REF              PIC X(13).
       01  WS-PARAM-FORCE               PIC X(01).
       01  WS-RUN-MODE                  PIC X(01).
           88 WS-RUN-FRESH              VALUE 'F'.
           88 WS-RUN-RESUME             VALUE 'R'.
           88 WS-RUN-REFUSED            VALUE 'X'.
       01  WS-RESUME-FROM-UUID          PIC X(36).

      *    [MF-RD] Numéro de semaine d'un passage hebdomadaire : rang
      *    de la semaine de sept jours comptée depuis le 1er janvier.
       01  WS-YEAR-START-YYYYMMDD       PIC 9(08).
       01  WS-YEAR-START-R REDEFINES WS-YEAR-START-YYYYMMDD.
           05 WS-YS-YEAR                PIC 9(04).
           05 WS-YS-MONTH-DAY           PIC 9(04).
       01  WS-WEEK-NUMBER               PIC 9(02).

      *    [MF-RD] Date d'exécution des virements, au format
      *    JJ-MM-AAAA utilisé partout ailleurs, calculée à partir de
      *    la date système.
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).

      *    [MF-RD] Actes à payer de l'adhérent en cours, relevés avant
      *    d'écrire son virement. Le décompte tenant sur une page, un
      *    virement couvre au plus 40 actes ; les suivants restent à
      *    payer et partent au virement suivant.
       01  WS-PAY-COUNT                 PIC 9(02) COMP.
       01  WS-PAY-IDX                   PIC 9(02) COMP.
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY              OCCURS 40 TIMES.
              10 WS-PT-KEY              PIC X(57).
              10 WS-PT-MEMBER-UUID      PIC X(36).
              10 WS-PT-CARE-DATE        PIC X(10).
              10 WS-PT-CATEGORY         PIC X(10).
              10 WS-PT-SPENT            PIC 9(05)V99.
              10 WS-PT-SS               PIC 9(05)V99.
              10 WS-PT-MUTUAL           PIC 9(05)V99.
       01  WS-PAY-TRUNCATED-SWITCH      PIC X(01).
           88 WS-PAY-TRUNCATED          VALUE 'Y'.
           88 WS-PAY-COMPLETE           VALUE 'N'.
       01  WS-ADH-SPENT                 PIC 9(07)V99.
       01  WS-ADH-SS                    PIC 9(07)V99.
       01  WS-ADH-MUTUAL                PIC 9(07)V99.

      *    [MF-RD] Fin d'IBAN imprimée sur le décompte (le numéro
      *    complet n'y figure pas).
       01  WS-IBAN-LENGTH               PIC 9(02) COMP.
       01  WS-IBAN-END                  PIC X(04).

       01  WS-TRANSFER-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-CLAIM-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-HOLD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-AMOUNT              PIC 9(07)V99 VALUE ZERO.

      *    [MF-RD] Ordre de virement : un ordre par ligne, colonnes
      *    fixes (date d'exécution, référence de bout en bout reprise
      *    de l'identifiant de la fiche, IBAN du bénéficiaire,
      *    montant, nom du bénéficiaire), pour intégration par la
      *    banque.
       01  WS-CREDIT-DETAIL-LINE.
           05 WS-CD-EXEC-DATE           PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CD-END-TO-END-REF      PIC X(36).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CD-IBAN                PIC X(34).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CD-AMOUNT              PIC 9(05).99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CD-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-CD-FIRSTNAME           PIC X(15).

      *    [MF-RD] Ligne d'attente : adhérent à rembourser sans IBAN,
      *    avec ses coordonnées et le montant qui l'attend.
       01  WS-HOLD-DETAIL-LINE.
           05 WS-HD-UUID                PIC X(36).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HD-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HD-FIRSTNAME           PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HD-PHONE               PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HD-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HD-MAIL                PIC X(38).

       01  WS-CREDIT-HEADING-LINE-1     PIC X(60)
               VALUE 'REMISE DE VIREMENTS SEPA - REMBOURSEMENTS'.
       01  WS-CREDIT-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Remise du    : '.
           05 WS-CH2-DATE               PIC X(10).
       01  WS-CREDIT-HEADING-LINE-3.
           05 FILLER                    PIC X(15)
                  VALUE 'Reference    : '.
           05 WS-CH3-REF                PIC X(13).
       01  WS-REFUSED-LINE-1     PIC X(60) VALUE
               'VIREMENTS DEJA EMIS POUR CETTE PERIODE - REFUS.'.
       01  WS-REFUSED-LINE-2     PIC X(60) VALUE
               'POUR RELANCER, RELANCER AVEC VIRSEPA_FORCE=O.'.
       01  WS-RESUME-LINE        PIC X(60) VALUE
               'REPRISE APRES ECHEC : VIREMENTS DEJA EMIS CONSERVES.'.

       01  WS-HOLD-HEADING-LINE-1       PIC X(60)
               VALUE 'REMBOURSEMENTS EN ATTENTE - ADHERENTS SANS IBAN'.
       01  WS-HOLD-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Edite le     : '.
           05 WS-HH2-DATE               PIC X(10).

      *    [MF-RD] Lignes du décompte de remboursement : entête du
      *    tableau, une ligne par acte (date des soins, bénéficiaire,
      *    catégorie, dépense, part Sécurité sociale, part mutuelle)
      *    et ligne de totaux.
       01  WS-DECOMPTE-TABLE-HEADING.
           05 FILLER                    PIC X(10) VALUE 'DATE SOINS'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE 'BENEFICIAIRE'.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FILLER                    PIC X(10) VALUE 'CATEGORIE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE ' DEPENSE'.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE '    SECU'.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'MUTUELLE'.
       01  WS-DECOMPTE-DETAIL-LINE.
           05 WS-DC-CARE-DATE           PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DC-BENEFICIARY         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-DC-CATEGORY            PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DC-SPENT               PIC ZZZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-DC-SS                  PIC ZZZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-DC-MUTUAL              PIC ZZZZ9.99.
       01  WS-DECOMPTE-TOTAL-LINE.
           05 FILLER                    PIC X(38) VALUE 'TOTAL'.
           05 WS-DT-SPENT               PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-DT-SS                  PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-DT-MUTUAL              PIC ZZZZZZ9.99.

       01  WS-CREDIT-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Nombre de virements :'.
           05 WS-CS-COUNT   PIC ZZZZ9.
       01  WS-CLAIM-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Actes soldes        :'.
           05 WS-AS-COUNT   PIC ZZZZ9.
       01  WS-TOTAL-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Montant total       :'.
           05 WS-TS-AMOUNT  PIC Z(06)9.99.
       01  WS-HOLD-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Adherents en attente:'.
           05 WS-HS-COUNT   PIC ZZZZ9.
       01  WS-REF-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Reference remise    :'.
           05 WS-RR-REF     PIC X(13).

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-PROCESS-CUSTOMERS
              THRU END-2000-PROCESS-CUSTOMERS.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 3500-START-FINALIZE-RUN
              THRU END-3500-FINALIZE-RUN.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Ouvre les fichiers, date la remise et écrit les     *
      *    entêtes de la remise et de la liste d'attente.               *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN I-O CLAIM-FILE.

           OPEN INPUT FAMILY-MEMBER-FILE.
           IF WS-FAM-FS-OK THEN
               SET WS-FAMILY-IS-OPEN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           PERFORM 1500-START-RUN-CONTROL
              THRU END-1500-RUN-CONTROL.

      *    [MF-RD] Période déjà soldée sans forçage : le refus est
      *    signalé à l'exploitation sans toucher SEPACREDIT, VIRHOLD
      *    ni DECOMPTE, qui portent la remise complète du passage
      *    soldé. Aucune fiche n'est lue.
           IF WS-RUN-REFUSED THEN
               DISPLAY WS-REFUSED-LINE-1
               DISPLAY WS-REFUSED-LINE-2
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

      *    [MF-RD] Reprise après un échec en cours de fichier : les
      *    fichiers de sortie sont poursuivis (les virements déjà
      *    émis restent), les compteurs repartent de l'historique et
      *    le parcours sautera les fiches déjà traitées.
           IF WS-RUN-RESUME THEN
               OPEN EXTEND CREDIT-FILE
               OPEN EXTEND HOLD-FILE
               OPEN EXTEND DECOMPTE-FILE
               WRITE CREDIT-LINE FROM WS-RESUME-LINE
               GO TO 1000-CHECK-INPUT-FILES
           END-IF.

           OPEN OUTPUT CREDIT-FILE.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT DECOMPTE-FILE.

           MOVE WS-TODAY-DATE   TO WS-CH2-DATE.
           MOVE WS-TRANSFER-REF TO WS-CH3-REF.
           WRITE CREDIT-LINE FROM WS-CREDIT-HEADING-LINE-1.
           WRITE CREDIT-LINE FROM WS-CREDIT-HEADING-LINE-2.
           WRITE CREDIT-LINE FROM WS-CREDIT-HEADING-LINE-3.
           MOVE SPACES TO CREDIT-LINE.
           WRITE CREDIT-LINE.

           MOVE WS-TODAY-DATE TO WS-HH2-DATE.
           WRITE HOLD-LINE FROM WS-HOLD-HEADING-LINE-1.
           WRITE HOLD-LINE FROM WS-HOLD-HEADING-LINE-2.
           MOVE SPACES TO HOLD-LINE.
           WRITE HOLD-LINE.

      *    [MF-RD] Fichier des adhérents ou des actes absent : aucun
      *    virement possible, on saute directement à la fin de
      *    fichier pour ne produire que les entêtes et les totaux à
      *    zéro plutôt que de lire un fichier non ouvert.
       1000-CHECK-INPUT-FILES.
           IF WS-CUS-FS-OK THEN
               SET WS-CUSTOMER-IS-OPEN TO TRUE
           END-IF.

           IF WS-CLM-FS-OK THEN
               SET WS-CLAIM-IS-OPEN TO TRUE
           END-IF.

           IF WS-CUSTOMER-NOT-OPEN
              OR WS-CLAIM-NOT-OPEN THEN
               SET WS-EOF-YES TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Consulte l'historique des remises de virements pour *
      *    la période courante et arrête le mode du passage : période  *
      *    soldée sans VIRSEPA_FORCE=O, le passage est refusé ; fiche  *
      *    en cours (échec précédent), le passage reprend à la fiche   *
      *    suivant la dernière traitée ; sinon remise neuve, une fiche *
      *    est créée en statut E avant le premier virement. Seul le    *
      *    dernier passage de la période est examiné. Un forçage crée  *
      *    une fiche de rang suivant, avec sa propre référence de      *
      *    remise : les passages précédents restent dans l'historique  *
      *    et chacun est journalisé par exptcomp. Un forçage ne repaie *
      *    rien : les actes déjà soldés sont à l'état P et ne sont     *
      *    plus repris.                                                *
      ******************************************************************
       1500-START-RUN-CONTROL.
           SET WS-RUN-FRESH TO TRUE.
           MOVE SPACES TO WS-RESUME-FROM-UUID.

           DISPLAY 'VIRSEPA_PERIODE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-PERIOD FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-PARAM-PERIOD) TO WS-PARAM-PERIOD.

           MOVE SPACES TO WS-PERIOD.
           IF WS-PERIOD-WEEKLY THEN
               MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-YS-YEAR
               MOVE 0101 TO WS-YS-MONTH-DAY
               COMPUTE WS-WEEK-NUMBER =
                     (FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                    - FUNCTION INTEGER-OF-DATE(WS-YEAR-START-YYYYMMDD))
                     / 7 + 1
               STRING WS-TODAY-YYYYMMDD(1:4) 'S' WS-WEEK-NUMBER
                   DELIMITED BY SIZE INTO WS-PERIOD
               END-STRING
           ELSE
               MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           END-IF.

           MOVE SPACES TO WS-TRANSFER-REF.
           STRING 'VIR-' WS-PERIOD
               DELIMITED BY SPACE INTO WS-TRANSFER-REF
           END-STRING.

           DISPLAY 'VIRSEPA_FORCE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-FORCE FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-PARAM-FORCE) TO WS-PARAM-FORCE.

           OPEN I-O PAYRUN-FILE.
           IF WS-PRF-FS-NO-FILE THEN
               OPEN OUTPUT PAYRUN-FILE
               CLOSE PAYRUN-FILE
               OPEN I-O PAYRUN-FILE
           END-IF.

      *    [MF-RD] Recherche du dernier passage de la période : les
      *    fiches d'une même période se suivent par rang croissant.
           MOVE ZERO      TO WS-RUN-NUMBER.
           MOVE WS-PERIOD TO PRF-PERIOD.
           MOVE ZERO      TO PRF-RUN-NUMBER.
           SET WS-PRF-SCAN-MORE TO TRUE.
           START PAYRUN-FILE
               KEY IS GREATER THAN PRF-KEY
               INVALID KEY
                   SET WS-PRF-SCAN-END TO TRUE
           END-START.

           PERFORM 1510-READ-PERIOD-RUN
              THRU END-1510-READ-PERIOD-RUN
              UNTIL WS-PRF-SCAN-END.

           IF WS-RUN-NUMBER EQUAL ZERO THEN
               MOVE 1 TO WS-RUN-NUMBER
               GO TO 1500-CREATE-RUN-RECORD
           END-IF.

           MOVE WS-PERIOD     TO PRF-PERIOD.
           MOVE WS-RUN-NUMBER TO PRF-RUN-NUMBER.
           READ PAYRUN-FILE
               INVALID KEY
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO END-1500-RUN-CONTROL
           END-READ.

           IF PRF-STATUS EQUAL 'T' THEN
               IF WS-PARAM-FORCE EQUAL 'O' THEN
                   GO TO 1500-NEXT-RUN-RECORD
               ELSE
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO END-1500-RUN-CONTROL
               END-IF
           END-IF.

      *    [MF-RD] Fiche de la période en statut E : le passage
      *    précédent s'est interrompu. Les compteurs repartent de
      *    l'historique et la lecture reprendra après la dernière
      *    fiche traitée.
           SET WS-RUN-RESUME TO TRUE.
           MOVE PRF-LAST-UUID      TO WS-RESUME-FROM-UUID.
           MOVE PRF-TRANSFER-REF   TO WS-TRANSFER-REF.
           MOVE PRF-TRANSFER-COUNT TO WS-TRANSFER-COUNT.
           MOVE PRF-CLAIM-COUNT    TO WS-CLAIM-COUNT.
           MOVE PRF-TOTAL-AMOUNT   TO WS-TOTAL-AMOUNT.
           MOVE PRF-HOLD-COUNT     TO WS-HOLD-COUNT.
           GO TO END-1500-RUN-CONTROL.

      *    [MF-RD] Relance forcée d'une période soldée : nouvelle
      *    remise au rang suivant, dont la référence porte le rang
      *    pour ne pas être confondue avec les remises précédentes.
       1500-NEXT-RUN-RECORD.
           ADD 1 TO WS-RUN-NUMBER
               ON SIZE ERROR
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO END-1500-RUN-CONTROL
           END-ADD.

           MOVE SPACES TO WS-TRANSFER-REF.
           STRING 'VIR-' WS-PERIOD
               DELIMITED BY SPACE
               WS-RUN-NUMBER
               DELIMITED BY SIZE
               INTO WS-TRANSFER-REF
           END-STRING.

       1500-CREATE-RUN-RECORD.
           MOVE WS-PERIOD       TO PRF-PERIOD.
           MOVE WS-RUN-NUMBER   TO PRF-RUN-NUMBER.
           MOVE WS-TRANSFER-REF TO PRF-TRANSFER-REF.
           MOVE WS-TODAY-DATE   TO PRF-RUN-DATE.
           MOVE 'E'             TO PRF-STATUS.
           MOVE ZERO            TO PRF-TRANSFER-COUNT.
           MOVE ZERO            TO PRF-CLAIM-COUNT.
           MOVE ZERO            TO PRF-TOTAL-AMOUNT.
           MOVE ZERO            TO PRF-HOLD-COUNT.
           MOVE SPACES          TO PRF-LAST-UUID.
           WRITE PAYRUN-FILE-RECORD.
       END-1500-RUN-CONTROL.
           EXIT.

       1510-READ-PERIOD-RUN.
           READ PAYRUN-FILE NEXT RECORD
               AT END
                   SET WS-PRF-SCAN-END TO TRUE
               NOT AT END
                   IF PRF-PERIOD EQUAL WS-PERIOD THEN
                       MOVE PRF-RUN-NUMBER TO WS-RUN-NUMBER
                   ELSE
                       SET WS-PRF-SCAN-END TO TRUE
                   END-IF
           END-READ.
       END-1510-READ-PERIOD-RUN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le fichier des adhérents et règle, pour    *
      *    chacun, ses actes à payer.                                   *
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
      *    [MF-RD] Relève les actes à payer de la fiche courante. Part *
      *    mutuelle nulle : les actes sont soldés sans virement. Sans  *
      *    IBAN : l'adhérent est listé en attente et ses actes restent *
      *    à payer. Sinon : virement, décompte, puis actes soldés. Une *
      *    fiche clôturée est payée comme les autres, ses actes ayant  *
      *    été acceptés avant la clôture.                               *
      ******************************************************************
       2020-EVALUATE-CUSTOMER.
      *    [MF-RD] Reprise : les fiches jusqu'à la dernière traitée
      *    par le passage interrompu (parcours en ordre de clé
      *    primaire) sont sautées pour ne pas réémettre leurs
      *    virements.
           IF WS-RUN-RESUME
              AND CF-UUID NOT GREATER THAN WS-RESUME-FROM-UUID THEN
               GO TO END-2020-EVALUATE-CUSTOMER
           END-IF.

           PERFORM 2100-GATHER-CLAIMS
              THRU END-2100-GATHER-CLAIMS.

           IF WS-PAY-COUNT EQUAL ZERO THEN
               GO TO END-2020-EVALUATE-CUSTOMER
           END-IF.

           IF WS-ADH-MUTUAL EQUAL ZERO THEN
               PERFORM 2060-MARK-CLAIMS-PAID
                  THRU END-2060-MARK-CLAIMS-PAID
           ELSE
               IF CF-CODE-IBAN EQUAL SPACES THEN
                   PERFORM 2040-WRITE-HOLD-LINE
                      THRU END-2040-WRITE-HOLD-LINE
               ELSE
                   PERFORM 2030-WRITE-TRANSFER-ORDER
                      THRU END-2030-WRITE-TRANSFER-ORDER
                   PERFORM 2050-WRITE-DECOMPTE
                      THRU END-2050-WRITE-DECOMPTE
                   PERFORM 2060-MARK-CLAIMS-PAID
                      THRU END-2060-MARK-CLAIMS-PAID
               END-IF
           END-IF.

           PERFORM 2080-UPDATE-RUN-CONTROL
              THRU END-2080-UPDATE-RUN-CONTROL.
       END-2020-EVALUATE-CUSTOMER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relève dans CLAIMS les actes à l'état A de la fiche *
      *    courante (clé identifiant + horodatage), au plus 40, et     *
      *    cumule dépense, part Sécurité sociale et part mutuelle.     *
      ******************************************************************
       2100-GATHER-CLAIMS.
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE ZERO TO WS-ADH-SPENT.
           MOVE ZERO TO WS-ADH-SS.
           MOVE ZERO TO WS-ADH-MUTUAL.
           SET WS-PAY-COMPLETE TO TRUE.
           SET WS-CLAIM-EOF-NO TO TRUE.

           MOVE CF-UUID TO CLF-UUID.
           MOVE SPACES  TO CLF-TIMESTAMP.
           START CLAIM-FILE
               KEY IS NOT LESS THAN CLF-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF-YES TO TRUE
           END-START.

           PERFORM 2110-READ-NEXT-CLAIM
              THRU END-2110-READ-NEXT-CLAIM
              UNTIL WS-CLAIM-EOF-YES.
       END-2100-GATHER-CLAIMS.
           EXIT.

       2110-READ-NEXT-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF-YES TO TRUE
               NOT AT END
                   IF CLF-UUID NOT EQUAL CF-UUID THEN
                       SET WS-CLAIM-EOF-YES TO TRUE
                   ELSE
                       IF CLF-STATUS EQUAL 'A' THEN
                           PERFORM 2120-ADD-CLAIM-TO-TABLE
                              THRU END-2120-ADD-CLAIM-TO-TABLE
                       END-IF
                   END-IF
           END-READ.
       END-2110-READ-NEXT-CLAIM.
           EXIT.

       2120-ADD-CLAIM-TO-TABLE.
           IF WS-PAY-COUNT NOT LESS THAN 40 THEN
               SET WS-PAY-TRUNCATED TO TRUE
               GO TO END-2120-ADD-CLAIM-TO-TABLE
           END-IF.

           ADD 1 TO WS-PAY-COUNT.
           MOVE CLF-KEY           TO WS-PT-KEY(WS-PAY-COUNT).
           MOVE CLF-MEMBER-UUID   TO WS-PT-MEMBER-UUID(WS-PAY-COUNT).
           MOVE CLF-CARE-DATE     TO WS-PT-CARE-DATE(WS-PAY-COUNT).
           MOVE CLF-ACT-CATEGORY  TO WS-PT-CATEGORY(WS-PAY-COUNT).
           MOVE CLF-AMOUNT-SPENT  TO WS-PT-SPENT(WS-PAY-COUNT).
           MOVE CLF-SS-AMOUNT     TO WS-PT-SS(WS-PAY-COUNT).
           MOVE CLF-MUTUAL-AMOUNT TO WS-PT-MUTUAL(WS-PAY-COUNT).

           ADD CLF-AMOUNT-SPENT  TO WS-ADH-SPENT.
           ADD CLF-SS-AMOUNT     TO WS-ADH-SS.
           ADD CLF-MUTUAL-AMOUNT TO WS-ADH-MUTUAL.
       END-2120-ADD-CLAIM-TO-TABLE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ecrit l'ordre de virement de la fiche courante :    *
      *    montant cumulé des parts mutuelle, référence de bout en     *
      *    bout reprise de l'identifiant de la fiche.                   *
      ******************************************************************
       2030-WRITE-TRANSFER-ORDER.
           MOVE WS-TODAY-DATE  TO WS-CD-EXEC-DATE.
           MOVE CF-UUID        TO WS-CD-END-TO-END-REF.
           MOVE CF-CODE-IBAN   TO WS-CD-IBAN.
           MOVE WS-ADH-MUTUAL  TO WS-CD-AMOUNT.
           MOVE CF-LASTNAME    TO WS-CD-LASTNAME.
           MOVE CF-FIRSTNAME   TO WS-CD-FIRSTNAME.

           WRITE CREDIT-LINE FROM WS-CREDIT-DETAIL-LINE.
           ADD 1 TO WS-TRANSFER-COUNT.
           ADD WS-ADH-MUTUAL TO WS-TOTAL-AMOUNT.
       END-2030-WRITE-TRANSFER-ORDER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Liste l'adhérent à rembourser sans IBAN, avec ses   *
      *    coordonnées et le montant qui l'attend, pour relance.       *
      ******************************************************************
       2040-WRITE-HOLD-LINE.
           MOVE CF-UUID       TO WS-HD-UUID.
           MOVE CF-LASTNAME   TO WS-HD-LASTNAME.
           MOVE CF-FIRSTNAME  TO WS-HD-FIRSTNAME.
           MOVE CF-PHONE      TO WS-HD-PHONE.
           MOVE WS-ADH-MUTUAL TO WS-HD-AMOUNT.
           MOVE CF-MAIL       TO WS-HD-MAIL.

           WRITE HOLD-LINE FROM WS-HOLD-DETAIL-LINE.
           ADD 1 TO WS-HOLD-COUNT.
       END-2040-WRITE-HOLD-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime le décompte de remboursement de l'adhérent, *
      *    sur une page : adresse, référence et date du virement, fin  *
      *    de l'IBAN crédité, puis chaque acte payé avec la part       *
      *    Sécurité sociale et la part mutuelle, et les totaux.        *
      ******************************************************************
       2050-WRITE-DECOMPTE.
           MOVE 'DECOMPTE DE REMBOURSEMENT'    TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE ALL '='                        TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES                         TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           STRING CF-LASTNAME DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  CF-FIRSTNAME DELIMITED BY '  '
               INTO DECOMPTE-LINE
           END-STRING.
           WRITE DECOMPTE-LINE.

           MOVE CF-ADRESS1 TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           IF CF-ADRESS2 NOT EQUAL SPACES THEN
               MOVE CF-ADRESS2 TO DECOMPTE-LINE
               WRITE DECOMPTE-LINE
           END-IF.

           MOVE SPACES TO DECOMPTE-LINE.
           STRING CF-ZIPCODE DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  CF-TOWN    DELIMITED BY SIZE
               INTO DECOMPTE-LINE
           END-STRING.
           WRITE DECOMPTE-LINE.

           MOVE SPACES TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'Reference virement : ' WS-TRANSFER-REF
               DELIMITED BY SIZE INTO DECOMPTE-LINE
           END-STRING.
           WRITE DECOMPTE-LINE.

           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'Date du virement   : ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO DECOMPTE-LINE
           END-STRING.
           WRITE DECOMPTE-LINE.

           MOVE ZERO TO WS-IBAN-LENGTH.
           INSPECT CF-CODE-IBAN TALLYING WS-IBAN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-IBAN-END.
           IF WS-IBAN-LENGTH NOT LESS THAN 4 THEN
               MOVE CF-CODE-IBAN(WS-IBAN-LENGTH - 3:4) TO WS-IBAN-END
           END-IF.

           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'Compte credite     : IBAN se terminant par '
                  WS-IBAN-END
               DELIMITED BY SIZE INTO DECOMPTE-LINE
           END-STRING.
           WRITE DECOMPTE-LINE.

           MOVE SPACES TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           WRITE DECOMPTE-LINE FROM WS-DECOMPTE-TABLE-HEADING.
           MOVE ALL '-' TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           PERFORM 2055-WRITE-DECOMPTE-DETAIL
              THRU END-2055-WRITE-DECOMPTE-DETAIL
              VARYING WS-PAY-IDX FROM 1 BY 1
              UNTIL WS-PAY-IDX > WS-PAY-COUNT.

           MOVE ALL '-' TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           MOVE WS-ADH-SPENT  TO WS-DT-SPENT.
           MOVE WS-ADH-SS     TO WS-DT-SS.
           MOVE WS-ADH-MUTUAL TO WS-DT-MUTUAL.
           WRITE DECOMPTE-LINE FROM WS-DECOMPTE-TOTAL-LINE.

           IF WS-PAY-TRUNCATED THEN
               MOVE SPACES TO DECOMPTE-LINE
               WRITE DECOMPTE-LINE
               MOVE 'Autres actes : repris au prochain virement.'
                   TO DECOMPTE-LINE
               WRITE DECOMPTE-LINE
           END-IF.

      *    [MF-RD] Saut de page pour que le décompte suivant démarre
      *    sur une nouvelle feuille.
           MOVE X'0C' TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
       END-2050-WRITE-DECOMPTE.
           EXIT.

       2055-WRITE-DECOMPTE-DETAIL.
           MOVE WS-PT-CARE-DATE(WS-PAY-IDX) TO WS-DC-CARE-DATE.
           MOVE WS-PT-CATEGORY(WS-PAY-IDX)  TO WS-DC-CATEGORY.
           MOVE WS-PT-SPENT(WS-PAY-IDX)     TO WS-DC-SPENT.
           MOVE WS-PT-SS(WS-PAY-IDX)        TO WS-DC-SS.
           MOVE WS-PT-MUTUAL(WS-PAY-IDX)    TO WS-DC-MUTUAL.

      *    [MF-RD] Bénéficiaire : l'adhérent lui-même, ou le membre de
      *    la famille relu dans FAMILYMBR (retiré depuis : mention
      *    FAMILLE).
           IF WS-PT-MEMBER-UUID(WS-PAY-IDX) EQUAL SPACES THEN
               MOVE CF-FIRSTNAME TO WS-DC-BENEFICIARY
               GO TO 2055-WRITE-LINE
           END-IF.

           MOVE 'FAMILLE' TO WS-DC-BENEFICIARY.
           IF WS-FAMILY-IS-OPEN THEN
               MOVE WS-PT-MEMBER-UUID(WS-PAY-IDX) TO FMF-MEMBER-UUID
               READ FAMILY-MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FMF-FIRSTNAME TO WS-DC-BENEFICIARY
               END-READ
           END-IF.

       2055-WRITE-LINE.
           WRITE DECOMPTE-LINE FROM WS-DECOMPTE-DETAIL-LINE.
       END-2055-WRITE-DECOMPTE-DETAIL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Solde les actes payés : chaque acte relevé est relu *
      *    par sa clé et passe à l'état P avec la référence et la date *
      *    du virement, pour qu'aucun passage ne le paie de nouveau.   *
      ******************************************************************
       2060-MARK-CLAIMS-PAID.
           PERFORM 2065-MARK-ONE-CLAIM
              THRU END-2065-MARK-ONE-CLAIM
              VARYING WS-PAY-IDX FROM 1 BY 1
              UNTIL WS-PAY-IDX > WS-PAY-COUNT.
       END-2060-MARK-CLAIMS-PAID.
           EXIT.

       2065-MARK-ONE-CLAIM.
           MOVE WS-PT-KEY(WS-PAY-IDX) TO CLF-KEY.
           READ CLAIM-FILE
               INVALID KEY
                   GO TO END-2065-MARK-ONE-CLAIM
           END-READ.

           MOVE 'P'             TO CLF-STATUS.
           MOVE WS-TRANSFER-REF TO CLF-PAY-REF.
           MOVE WS-TODAY-DATE   TO CLF-PAY-DATE.
           REWRITE CLAIM-FILE-RECORD.

           ADD 1 TO WS-CLAIM-COUNT.
       END-2065-MARK-ONE-CLAIM.
           EXIT.

      ******************************************************************
      *    [MF-RD] Avance l'historique des remises de virements au fil *
      *    de l'eau : volumes émis et dernière fiche traitée, pour     *
      *    qu'une reprise après échec sache exactement où reprendre    *
      *    sans réémettre.                                              *
      ******************************************************************
       2080-UPDATE-RUN-CONTROL.
           MOVE WS-TRANSFER-COUNT TO PRF-TRANSFER-COUNT.
           MOVE WS-CLAIM-COUNT    TO PRF-CLAIM-COUNT.
           MOVE WS-TOTAL-AMOUNT   TO PRF-TOTAL-AMOUNT.
           MOVE WS-HOLD-COUNT     TO PRF-HOLD-COUNT.
           MOVE CF-UUID           TO PRF-LAST-UUID.
           REWRITE PAYRUN-FILE-RECORD.
       END-2080-UPDATE-RUN-CONTROL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Imprime les totaux de la remise et de la liste      *
      *    d'attente.                                                   *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           IF WS-RUN-REFUSED THEN
               GO TO END-3000-WRITE-SUMMARY
           END-IF.

           MOVE SPACES TO CREDIT-LINE.
           WRITE CREDIT-LINE.

           MOVE WS-TRANSFER-REF TO WS-RR-REF.
           WRITE CREDIT-LINE FROM WS-REF-SUMMARY-LINE.

           MOVE WS-TRANSFER-COUNT TO WS-CS-COUNT.
           WRITE CREDIT-LINE FROM WS-CREDIT-SUMMARY-LINE.

           MOVE WS-CLAIM-COUNT TO WS-AS-COUNT.
           WRITE CREDIT-LINE FROM WS-CLAIM-SUMMARY-LINE.

           MOVE WS-TOTAL-AMOUNT TO WS-TS-AMOUNT.
           WRITE CREDIT-LINE FROM WS-TOTAL-SUMMARY-LINE.

           MOVE SPACES TO HOLD-LINE.
           WRITE HOLD-LINE.

           MOVE WS-HOLD-COUNT TO WS-HS-COUNT.
           WRITE HOLD-LINE FROM WS-HOLD-SUMMARY-LINE.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Solde la fiche de la période dans l'historique des  *
      *    remises de virements (statut T). Rien à solder sur un       *
      *    passage refusé, ni quand un fichier d'entrée n'a pas pu     *
      *    être ouvert : la fiche reste en statut E et le prochain     *
      *    lancement reprend.                                           *
      ******************************************************************
       3500-START-FINALIZE-RUN.
           IF WS-RUN-REFUSED
              OR WS-CUSTOMER-NOT-OPEN
              OR WS-CLAIM-NOT-OPEN THEN
               GO TO END-3500-FINALIZE-RUN
           END-IF.

           MOVE WS-PERIOD     TO PRF-PERIOD.
           MOVE WS-RUN-NUMBER TO PRF-RUN-NUMBER.
           READ PAYRUN-FILE
               INVALID KEY
                   GO TO END-3500-FINALIZE-RUN
           END-READ.

           MOVE 'T' TO PRF-STATUS.
           MOVE WS-TRANSFER-COUNT TO PRF-TRANSFER-COUNT.
           MOVE WS-CLAIM-COUNT    TO PRF-CLAIM-COUNT.
           MOVE WS-TOTAL-AMOUNT   TO PRF-TOTAL-AMOUNT.
           MOVE WS-HOLD-COUNT     TO PRF-HOLD-COUNT.
           REWRITE PAYRUN-FILE-RECORD.
       END-3500-FINALIZE-RUN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers.                                *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-CUSTOMER-IS-OPEN THEN
               CLOSE CUSTOMER-FILE
           END-IF.

           IF WS-CLAIM-IS-OPEN THEN
               CLOSE CLAIM-FILE
           END-IF.

           IF WS-FAMILY-IS-OPEN THEN
               CLOSE FAMILY-MEMBER-FILE
           END-IF.

      *    [MF-RD] Passage refusé : SEPACREDIT, VIRHOLD et DECOMPTE
      *    n'ont pas été ouverts et ne doivent pas l'être.
           IF NOT WS-RUN-REFUSED THEN
               CLOSE CREDIT-FILE
               CLOSE HOLD-FILE
               CLOSE DECOMPTE-FILE
           END-IF.

           CLOSE PAYRUN-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
