      *    remise (REM-AAAAMM) figure sur l'entête et permet à         *
      *    rejsepa de rattacher un retour banque à la remise qui l'a   *
      *    produit.                                                     *
      *                                                                *
      *    Chaque ordre porte la référence unique du mandat (RUM) et   *
      *    son type de séquence (FRST pour le premier prélèvement d'un *
      *    mandat ou après un avenant, RCUR ensuite), lus dans le      *
      *    registre des mandats (MANDATES). Une fiche avec IBAN sans   *
      *    mandat enregistré (antérieure au registre) reçoit un mandat *
      *    actif à sa date de création. Un mandat révoqué, ou expiré   *
      *    faute de prélèvement depuis 36 mois, n'est plus prélevé :   *
      *    l'adhérent passe sur la liste de relance pour signer un     *
      *    nouveau mandat, enregistré ensuite dans manacust.            *
      *                                                                *
      *    Les changements d'IBAN saisis en maintenance et encore en   *
      *    attente de validation (CUSTPEND) sont listés à part         *
      *    (PENDIBAN) : l'ordre part sur l'IBAN en vigueur, le service *
      *    cotisations sait ainsi quels adhérents vont changer de      *
      *    compte et peut presser la validation avant la remise.       *
      *                                                                *
      *    Chaque ordre émis est aussi consigné au détail par adhérent *
      *    de l'historique des remises (REMITORD), pour retrouver les  *
      *    prélèvements faits au nom d'un adhérent (dossrgpd).         *
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS RMF-COLLECT-MONTH
               FILE STATUS IS WS-REMIT-FILE-STATUS.

      *    [MF-RD] Registre des mandats (tenu par majmand) : RUM et
      *    séquence de chaque ordre, date du dernier prélèvement émis.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-UUID
               FILE STATUS IS WS-MAND-FILE-STATUS.

      *    [MF-RD] Demandes de modification d'IBAN ou de code mutuelle
      *    en attente de validation (déposées par manacust, traitées
      *    par validmod), et liste des adhérents concernés par un
      *    changement d'IBAN.
           SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNF-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT PENDIBAN-FILE ASSIGN TO "PENDIBAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIBAN-FILE-STATUS.

      *    [MF-RD] Détail par adhérent de l'historique des remises :
      *    un enregistrement par ordre émis. Créé au premier passage.
           SELECT REMIT-ORDER-FILE ASSIGN TO "REMITORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROF-KEY
               FILE STATUS IS WS-RORD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
               COPY 'customer-fields-cf.cpy'.

       FD  DEBIT-FILE.
       01  DEBIT-LINE                   PIC X(180).

       FD  NOIBAN-FILE.
       01  NOIBAN-LINE                  PIC X(144).
           05 RMF-DATA.
               COPY 'remit-fields-rmf.cpy'.

       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD.
           05 MDF-DATA.
               COPY 'mandate-fields-mdf.cpy'.

       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD.
           05 PNF-DATA.
               COPY 'pending-fields-pnf.cpy'.

       FD  PENDIBAN-FILE.
       01  PENDIBAN-LINE                PIC X(180).

       FD  REMIT-ORDER-FILE.
       01  REMIT-ORDER-FILE-RECORD.
           05 ROF-DATA.
               COPY 'remit-order-fields-rof.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.
           88 WS-PLAN-EOF-YES           VALUE 'Y'.
           88 WS-PLAN-EOF-NO            VALUE 'N'.

      *    [MF-RD] Mandat de la fiche courante : utilisable ou non
      *    (révoqué ou expiré), et date de référence de l'expiration
      *    (dernier prélèvement, à défaut signature) remise en
      *    AAAAMMJJ pour comparaison avec la date limite, 36 mois
      *    avant la date de la remise. La RUM d'un mandat ouvert à la
      *    volée est construite par majmand.
       01  WS-MAND-FILE-STATUS          PIC X(02).
           88 WS-MAND-FS-OK             VALUE '00'.
           88 WS-MAND-FS-NO-FILE        VALUE '35'.
       01  WS-MAND-USABLE-SWITCH        PIC X(01).
           88 WS-MAND-USABLE            VALUE 'Y'.
           88 WS-MAND-NOT-USABLE        VALUE 'N'.
       01  WS-MAND-REF-DATE             PIC X(10).
       01  WS-MAND-REF-YYYYMMDD         PIC X(08).
       01  WS-MAND-LIMIT-YYYYMMDD       PIC 9(08).
       01  WS-MAND-LIMIT-X REDEFINES WS-MAND-LIMIT-YYYYMMDD
                                        PIC X(08).
       COPY 'mandate-update.cpy'.

      *    [MF-RD] Parcours des demandes en attente de validation.
       01  WS-PEND-FILE-STATUS          PIC X(02).
           88 WS-PND-FS-OK              VALUE '00'.
       01  WS-PENDIBAN-FILE-STATUS      PIC X(02).
           88 WS-PNI-FS-OK              VALUE '00'.
       01  WS-PEND-EOF-SWITCH           PIC X(01).
           88 WS-PEND-EOF-YES           VALUE 'Y'.
           88 WS-PEND-EOF-NO            VALUE 'N'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.
           88 WS-RUN-REFUSED            VALUE 'X'.
       01  WS-RESUME-FROM-UUID          PIC X(36).

       01  WS-RORD-FILE-STATUS          PIC X(02).
           88 WS-ROR-FS-OK              VALUE '00'.
           88 WS-ROR-FS-NO-FILE         VALUE '35'.
           88 WS-ROR-FS-DUPLICATE       VALUE '22'.

      *    [MF-RD] Date d'exécution de la remise, au format JJ-MM-AAAA
      *    utilisé partout ailleurs, calculée à partir de la date
      *    système.
       01  WS-NOIBAN-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DEFAULT-PLAN-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-AMOUNT              PIC 9(07)V99 VALUE ZERO.
       01  WS-PENDIBAN-COUNT            PIC 9(05) VALUE ZERO.

      *    [MF-RD] Ordre de prélèvement : un ordre par ligne, colonnes
      *    fixes (date d'exécution, référence de bout en bout reprise
      *    de l'identifiant de la fiche, IBAN du débiteur, montant,
      *    nom du débiteur, RUM et type de séquence du mandat), pour
      *    intégration par la banque.
       01  WS-DEBIT-DETAIL-LINE.
           05 WS-DD-COLLECT-DATE        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DD-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-DD-FIRSTNAME           PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DD-RUM                 PIC X(35).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DD-SEQUENCE-TYPE       PIC X(04).

      *    [MF-RD] Ligne de relance : adhérent actif sans IBAN, avec
      *    ses coordonnées pour que le service cotisations le joigne.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NI-MAIL                PIC X(50).

      *    [MF-RD] Ligne de la liste des IBAN en attente : adhérent,
      *    IBAN en vigueur (celui de la remise), IBAN demandé,
      *    opérateur et date de la demande.
       01  WS-PENDIBAN-DETAIL-LINE.
           05 WS-PI-UUID                PIC X(36).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PI-LASTNAME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-PI-FIRSTNAME           PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PI-OLD-IBAN            PIC X(34).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PI-NEW-IBAN            PIC X(34).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PI-REQUESTER-ID        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PI-REQUEST-DATE        PIC X(10).

       01  WS-DEBIT-HEADING-LINE-1      PIC X(60)
               VALUE 'REMISE DE PRELEVEMENTS SEPA - COTISATIONS'.
       01  WS-DEBIT-HEADING-LINE-2.
               'REPRISE APRES ECHEC : ORDRES DEJA EMIS CONSERVES.'.

       01  WS-NOIBAN-HEADING-LINE-1     PIC X(60)
           VALUE 'ADHERENTS SANS IBAN OU MANDAT - RELANCE COTISATIONS'.
       01  WS-NOIBAN-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Edite le     : '.
           05 WS-NH2-DATE               PIC X(10).

       01  WS-PENDIBAN-HEADING-LINE-1   PIC X(60)
           VALUE 'CHANGEMENTS D''IBAN EN ATTENTE DE VALIDATION'.
       01  WS-PENDIBAN-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Edite le     : '.
           05 WS-PH2-DATE               PIC X(10).

       01  WS-DEBIT-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Nombre d''ordres     :'.
           05 WS-DS-COUNT   PIC ZZZZ9.
           05 FILLER        PIC X(22) VALUE 'Dont tarif de base  :'.
           05 WS-DF-COUNT   PIC ZZZZ9.
       01  WS-NOIBAN-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Sans mandat valide  :'.
           05 WS-NS-COUNT   PIC ZZZZ9.
       01  WS-PENDIBAN-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'IBAN en attente     :'.
           05 WS-PS-COUNT   PIC ZZZZ9.
       01  WS-REF-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Reference remise    :'.
           05 WS-RR-REF     PIC X(13).
           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 3200-START-LIST-PENDING-IBAN
              THRU END-3200-LIST-PENDING-IBAN.

           PERFORM 3500-START-FINALIZE-RUN
              THRU END-3500-FINALIZE-RUN.

           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.
           COMPUTE WS-MAND-LIMIT-YYYYMMDD = WS-TODAY-YYYYMMDD - 30000.

           PERFORM 1500-START-RUN-CONTROL
              THRU END-1500-RUN-CONTROL.
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN I-O REMIT-ORDER-FILE.
           IF WS-ROR-FS-NO-FILE THEN
               OPEN OUTPUT REMIT-ORDER-FILE
               CLOSE REMIT-ORDER-FILE
               OPEN I-O REMIT-ORDER-FILE
           END-IF.

      *    [MF-RD] Reprise après un échec en cours de fichier : les
      *    fichiers de sortie sont poursuivis (les ordres déjà émis
      *    restent), les compteurs repartent de l'historique et le
      *    parcours sautera les fiches déjà traitées. Le registre des
      *    mandats peut ne pas exister encore si la remise interrompue
      *    date d'avant sa mise en place : il est alors créé.
           IF WS-RUN-RESUME THEN
               OPEN EXTEND DEBIT-FILE
               OPEN EXTEND NOIBAN-FILE
               OPEN I-O MANDATE-FILE
               IF WS-MAND-FS-NO-FILE THEN
                   OPEN OUTPUT MANDATE-FILE
                   CLOSE MANDATE-FILE
                   OPEN I-O MANDATE-FILE
               END-IF
               WRITE DEBIT-LINE FROM WS-RESUME-LINE
               GO TO 1000-CHECK-CUSTOMER-FILE
           END-IF.
           OPEN OUTPUT DEBIT-FILE.
           OPEN OUTPUT NOIBAN-FILE.

           OPEN I-O MANDATE-FILE.
           IF WS-MAND-FS-NO-FILE THEN
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.

           MOVE WS-TODAY-DATE TO WS-DH2-DATE.
           MOVE WS-REMISE-REF TO WS-DH3-REF.
           WRITE DEBIT-LINE FROM WS-DEBIT-HEADING-LINE-1.
           EXIT.

      ******************************************************************
      *    [MF-RD] Sélectionne les fiches actives : avec IBAN et un    *
      *    mandat utilisable, un ordre de prélèvement est écrit ; sans *
      *    IBAN, ou mandat révoqué ou expiré, l'adhérent est listé     *
      *    pour relance.                                                *
      ******************************************************************
       2020-EVALUATE-CUSTOMER.
      *    [MF-RD] Reprise : les fiches jusqu'à la dernière traitée
               PERFORM 2040-WRITE-NOIBAN-LINE
                  THRU END-2040-WRITE-NOIBAN-LINE
           ELSE
               PERFORM 2100-GET-MANDATE
                  THRU END-2100-GET-MANDATE

               IF WS-MAND-USABLE THEN
                   PERFORM 2030-WRITE-DEBIT-ORDER
                      THRU END-2030-WRITE-DEBIT-ORDER
                   PERFORM 2150-RECORD-COLLECTION
                      THRU END-2150-RECORD-COLLECTION
               ELSE
                   PERFORM 2040-WRITE-NOIBAN-LINE
                      THRU END-2040-WRITE-NOIBAN-LINE
               END-IF
           END-IF.

           PERFORM 2080-UPDATE-RUN-CONTROL
           MOVE WS-PLAN-AMOUNT TO WS-DD-AMOUNT.
           MOVE CF-LASTNAME    TO WS-DD-LASTNAME.
           MOVE CF-FIRSTNAME   TO WS-DD-FIRSTNAME.
           MOVE MDF-RUM        TO WS-DD-RUM.
           MOVE MDF-SEQUENCE-TYPE TO WS-DD-SEQUENCE-TYPE.

           WRITE DEBIT-LINE FROM WS-DEBIT-DETAIL-LINE.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD WS-PLAN-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM 2035-RECORD-ORDER-DETAIL
              THRU END-2035-RECORD-ORDER-DETAIL.
       END-2030-WRITE-DEBIT-ORDER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Consigne l'ordre au détail par adhérent de          *
      *    l'historique des remises. Une remise du mois réémise par    *
      *    forçage remplace le détail déjà consigné.                   *
      ******************************************************************
       2035-RECORD-ORDER-DETAIL.
           MOVE CF-UUID           TO ROF-UUID.
           MOVE WS-COLLECT-MONTH  TO ROF-COLLECT-MONTH.
           MOVE WS-REMISE-REF     TO ROF-REMISE-REF.
           MOVE WS-TODAY-DATE     TO ROF-COLLECT-DATE.
           MOVE WS-PLAN-AMOUNT    TO ROF-AMOUNT.
           MOVE CF-CODE-IBAN      TO ROF-IBAN.
           MOVE MDF-RUM           TO ROF-RUM.
           MOVE MDF-SEQUENCE-TYPE TO ROF-SEQUENCE-TYPE.
           MOVE CF-PLAN-CODE      TO ROF-PLAN-CODE.

           WRITE REMIT-ORDER-FILE-RECORD.
           IF WS-ROR-FS-DUPLICATE THEN
               REWRITE REMIT-ORDER-FILE-RECORD
           END-IF.
       END-2035-RECORD-ORDER-DETAIL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit le mandat de la fiche courante et dit s'il    *
      *    peut être prélevé. Fiche sans mandat enregistré (antérieure *
      *    au registre) : un mandat actif est ouvert sur son IBAN, à   *
      *    sa date de création. IBAN de la fiche différent de celui du *
      *    mandat : l'écart est consigné comme un avenant (retour en   *
      *    FRST). Mandat révoqué, ou sans prélèvement depuis 36 mois   *
      *    (date du dernier prélèvement, à défaut de signature,        *
      *    antérieure à la date limite) : non utilisable.              *
      ******************************************************************
       2100-GET-MANDATE.
           SET WS-MAND-USABLE TO TRUE.

           MOVE CF-UUID TO MDF-UUID.
           READ MANDATE-FILE
               INVALID KEY
                   GO TO 2100-CREATE-MANDATE
           END-READ.

           IF MDF-STATUS EQUAL 'R' THEN
               SET WS-MAND-NOT-USABLE TO TRUE
               GO TO END-2100-GET-MANDATE
           END-IF.

           IF MDF-IBAN NOT EQUAL CF-CODE-IBAN THEN
               MOVE MDF-IBAN      TO MDF-PREV-IBAN
               MOVE CF-CODE-IBAN  TO MDF-IBAN
               MOVE WS-TODAY-DATE TO MDF-AMEND-DATE
               MOVE 'M'           TO MDF-STATUS
               MOVE 'FRST'        TO MDF-SEQUENCE-TYPE
               REWRITE MANDATE-FILE-RECORD
           END-IF.

           IF MDF-LAST-COLLECT-DATE NOT EQUAL SPACES THEN
               MOVE MDF-LAST-COLLECT-DATE TO WS-MAND-REF-DATE
           ELSE
               MOVE MDF-SIGN-DATE         TO WS-MAND-REF-DATE
           END-IF.

           IF    WS-MAND-REF-DATE(1:2) IS NOT NUMERIC
              OR WS-MAND-REF-DATE(4:2) IS NOT NUMERIC
              OR WS-MAND-REF-DATE(7:4) IS NOT NUMERIC THEN
               GO TO END-2100-GET-MANDATE
           END-IF.

           MOVE WS-MAND-REF-DATE(7:4) TO WS-MAND-REF-YYYYMMDD(1:4).
           MOVE WS-MAND-REF-DATE(4:2) TO WS-MAND-REF-YYYYMMDD(5:2).
           MOVE WS-MAND-REF-DATE(1:2) TO WS-MAND-REF-YYYYMMDD(7:2).

           IF WS-MAND-REF-YYYYMMDD LESS THAN WS-MAND-LIMIT-X THEN
               SET WS-MAND-NOT-USABLE TO TRUE
           END-IF.
           GO TO END-2100-GET-MANDATE.

       2100-CREATE-MANDATE.
           MOVE CF-UUID TO MDF-UUID.
           MOVE 1       TO MDF-RANK.

           INITIALIZE MANDATE-UPDATE.
           SET MDU-REQUEST-RUM TO TRUE.
           MOVE MDF-UUID TO MDU-UUID.
           MOVE MDF-RANK TO MDU-RANK.
           CALL 'majmand' USING BY REFERENCE MANDATE-UPDATE.
           MOVE MDU-RUM  TO MDF-RUM.

           IF CF-CREATE-DATE NOT EQUAL SPACES THEN
               MOVE CF-CREATE-DATE TO MDF-SIGN-DATE
           ELSE
               MOVE WS-TODAY-DATE  TO MDF-SIGN-DATE
           END-IF.

           MOVE 'A'          TO MDF-STATUS.
           MOVE CF-CODE-IBAN TO MDF-IBAN.
           MOVE 'FRST'       TO MDF-SEQUENCE-TYPE.
           MOVE SPACES       TO MDF-LAST-COLLECT-DATE.
           MOVE SPACES       TO MDF-AMEND-DATE.
           MOVE SPACES       TO MDF-PREV-IBAN.
           MOVE SPACES       TO MDF-REVOKE-DATE.
           WRITE MANDATE-FILE-RECORD.
       END-2100-GET-MANDATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Date le prélèvement émis sur le mandat : les ordres *
      *    suivants partent en RCUR.                                    *
      ******************************************************************
       2150-RECORD-COLLECTION.
           MOVE WS-TODAY-DATE TO MDF-LAST-COLLECT-DATE.
           MOVE 'RCUR'        TO MDF-SEQUENCE-TYPE.
           REWRITE MANDATE-FILE-RECORD.
       END-2150-RECORD-COLLECTION.
           EXIT.

      ******************************************************************
      *    [MF-RD] Liste l'adhérent actif sans IBAN ou sans mandat     *
      *    utilisable, avec ses coordonnées, pour relance par le       *
      *    service cotisations.                                         *
      ******************************************************************
       2040-WRITE-NOIBAN-LINE.
           MOVE CF-UUID      TO WS-NI-UUID.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Liste les adhérents dont un changement d'IBAN       *
      *    attend la validation d'un superviseur, avec l'IBAN de la    *
      *    remise et l'IBAN demandé. La liste est refaite en entier à  *
      *    chaque passage, reprise comprise ; rien sur un passage      *
      *    refusé. Sans fichier des demandes, la liste est vide.       *
      ******************************************************************
       3200-START-LIST-PENDING-IBAN.
           IF WS-RUN-REFUSED THEN
               GO TO END-3200-LIST-PENDING-IBAN
           END-IF.

           OPEN OUTPUT PENDIBAN-FILE.
           MOVE WS-TODAY-DATE TO WS-PH2-DATE.
           WRITE PENDIBAN-LINE FROM WS-PENDIBAN-HEADING-LINE-1.
           WRITE PENDIBAN-LINE FROM WS-PENDIBAN-HEADING-LINE-2.
           MOVE SPACES TO PENDIBAN-LINE.
           WRITE PENDIBAN-LINE.

           SET WS-PEND-EOF-YES TO TRUE.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-FS-OK THEN
               SET WS-PEND-EOF-NO TO TRUE
           END-IF.

           PERFORM 3210-READ-NEXT-PENDING
              THRU END-3210-READ-NEXT-PENDING
              UNTIL WS-PEND-EOF-YES.

           IF WS-PND-FS-OK OR WS-PEND-FILE-STATUS EQUAL '10' THEN
               CLOSE PENDING-FILE
           END-IF.

           MOVE SPACES TO PENDIBAN-LINE.
           WRITE PENDIBAN-LINE.
           MOVE WS-PENDIBAN-COUNT TO WS-PS-COUNT.
           WRITE PENDIBAN-LINE FROM WS-PENDIBAN-SUMMARY-LINE.

           CLOSE PENDIBAN-FILE.
       END-3200-LIST-PENDING-IBAN.
           EXIT.

       3210-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
                   GO TO END-3210-READ-NEXT-PENDING
           END-READ.

           IF PNF-STATUS NOT EQUAL 'P'
              OR PNF-NEW-IBAN EQUAL PNF-OLD-IBAN THEN
               GO TO END-3210-READ-NEXT-PENDING
           END-IF.

           MOVE SPACES TO WS-PI-LASTNAME WS-PI-FIRSTNAME.
           IF WS-CUSTOMER-IS-OPEN THEN
               MOVE PNF-UUID TO CF-UUID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CF-LASTNAME CF-FIRSTNAME
               END-READ
               MOVE CF-LASTNAME  TO WS-PI-LASTNAME
               MOVE CF-FIRSTNAME TO WS-PI-FIRSTNAME
           END-IF.

           MOVE PNF-UUID            TO WS-PI-UUID.
           MOVE PNF-OLD-IBAN        TO WS-PI-OLD-IBAN.
           MOVE PNF-NEW-IBAN        TO WS-PI-NEW-IBAN.
           MOVE PNF-REQUESTER-ID    TO WS-PI-REQUESTER-ID.
           MOVE PNF-TIMESTAMP(7:2)  TO WS-PI-REQUEST-DATE(1:2).
           MOVE '-'                 TO WS-PI-REQUEST-DATE(3:1).
           MOVE PNF-TIMESTAMP(5:2)  TO WS-PI-REQUEST-DATE(4:2).
           MOVE '-'                 TO WS-PI-REQUEST-DATE(6:1).
           MOVE PNF-TIMESTAMP(1:4)  TO WS-PI-REQUEST-DATE(7:4).

           WRITE PENDIBAN-LINE FROM WS-PENDIBAN-DETAIL-LINE.
           ADD 1 TO WS-PENDIBAN-COUNT.
       END-3210-READ-NEXT-PENDING.
           EXIT.

      ******************************************************************
      *    [MF-RD] Solde la fiche du mois dans l'historique des        *
      *    remises (statut T) : la remise est complète, un nouveau     *
           IF NOT WS-RUN-REFUSED THEN
               CLOSE DEBIT-FILE
               CLOSE NOIBAN-FILE
               CLOSE MANDATE-FILE
               CLOSE REMIT-ORDER-FILE
           END-IF.

           IF WS-PLAN-IS-OPEN THEN
