      ******************************************************************
      *    [MF-RD] Saisie et consultation des actes de soins d'un      *
      *    adhérent (ou d'un membre de sa famille), rattachés à sa     *
      *    fiche par LK-OWNER-UUID. Reçu de menucust via l'option      *
      *    "Remboursements". La part mutuelle de chaque acte est       *
      *    calculée à la saisie selon la garantie du code mutuelle en  *
      *    vigueur à la date des soins (GUARANTEES) : taux appliqué au *
      *    reste à charge après la Sécurité sociale, plafonné par      *
      *    acte. Un acte est refusé sur une fiche clôturée ou pour des *
      *    soins postérieurs à la date de clôture. Chaque acte saisi   *
      *    est tracé au journal des modifications (CUSTHIST).          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. manarmb RECURSIVE.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLF-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    [MF-RD] Fichier des adhérents : relu pour l'état de la
      *    fiche (active, date de clôture) et son code mutuelle.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-UUID
               ALTERNATE RECORD KEY IS CF-CODE-SECU WITH DUPLICATES
               ALTERNATE RECORD KEY IS CF-LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CUS-FILE-STATUS.

      *    [MF-RD] Membres de la famille : le bénéficiaire saisi doit
      *    être rattaché à l'adhérent en cours.
           SELECT FAMILY-MEMBER-FILE ASSIGN TO "FAMILYMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMF-MEMBER-UUID
               ALTERNATE RECORD KEY IS FMF-OWNER-UUID WITH DUPLICATES
               FILE STATUS IS WS-FAM-FILE-STATUS.

      *    [MF-RD] Table des garanties (tenue par managar).
           SELECT GUARANTEE-FILE ASSIGN TO "GUARANTEES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTF-KEY
               FILE STATUS IS WS-GAR-FILE-STATUS.

      *    [MF-RD] Journal des modifications de fiches : chaque acte
      *    saisi y est tracé comme les autres mises à jour de fiche.
           SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIF-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

      *    [MF-RD] Fichier de référence des opérateurs (tenu par
      *    manaoper) : la saisie des actes est réservée aux profils
      *    maintenance et superviseur.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPF-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-FILE-RECORD.
           05 CLF-DATA.
               COPY 'claim-fields-clf.cpy'.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  FAMILY-MEMBER-FILE.
       01  FAMILY-MEMBER-FILE-RECORD.
           05 FMF-DATA.
               COPY 'family-fields-cf.cpy'.

       FD  GUARANTEE-FILE.
       01  GUARANTEE-FILE-RECORD.
           05 GTF-DATA.
               COPY 'guarantee-fields-gtf.cpy'.

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
           88 WS-FS-DUPLICATE-KEY    VALUE '22'.
           88 WS-FS-NOT-FOUND        VALUE '23'.

       01  WS-CUS-FILE-STATUS        PIC X(02).
           88 WS-CUS-FS-OK           VALUE '00'.
           88 WS-CUS-FS-NO-FILE      VALUE '35'.

       01  WS-FAM-FILE-STATUS        PIC X(02).
           88 WS-FAM-FS-OK           VALUE '00'.
           88 WS-FAM-FS-NO-FILE      VALUE '35'.

       01  WS-GAR-FILE-STATUS        PIC X(02).
           88 WS-GAR-FS-OK           VALUE '00'.
           88 WS-GAR-FS-NO-FILE      VALUE '35'.

       01  WS-HIST-FILE-STATUS       PIC X(02).
           88 WS-HIST-FS-OK          VALUE '00'.
           88 WS-HIST-FS-NO-FILE     VALUE '35'.

       01  WS-OPER-FILE-STATUS       PIC X(02).
           88 WS-OPER-FS-OK          VALUE '00'.
           88 WS-OPER-FS-NO-FILE     VALUE '35'.

      *    [MF-RD] Contrôle d'accès à l'entrée : la saisie des actes
      *    est réservée aux profils maintenance (M) et superviseur (S)
      *    du fichier de référence. Fichier encore absent : accès
      *    laissé ouvert (comportement d'avant sa mise en service).
       01  WS-ACCESS-SWITCH          PIC X(01).
           88 WS-ACCESS-GRANTED      VALUE 'Y'.
           88 WS-ACCESS-DENIED       VALUE 'N'.

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-CONFIRM                PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).

      *    [MF-RD] Acte en cours de saisie : la date des soins se
      *    saisit en JJ-MM-AAAA et les montants en 99999.99, contrôlés
      *    avant calcul de la part mutuelle.
       01  WS-CLM-MEMBER-UUID        PIC X(36).
       01  WS-CLM-CARE-DATE          PIC X(10).
       01  WS-CLM-ACT-CATEGORY       PIC X(10).
           88 WS-CLM-CATEGORY-VALID  VALUE 'CONSULT' 'PHARMACIE'
                                           'OPTIQUE' 'DENTAIRE'
                                           'HOSPITAL'.
       01  WS-CLM-SPENT-X            PIC X(08).
       01  WS-CLM-SS-X               PIC X(08).
       01  WS-CLM-SPENT              PIC 9(05)V99.
       01  WS-CLM-SS                 PIC 9(05)V99.
       01  WS-CLM-REMAINDER          PIC 9(05)V99.
       01  WS-CLM-MUTUAL             PIC 9(05)V99.
       01  WS-CLM-MUTUAL-FMT         PIC ZZZZ9.99.
       01  WS-CLM-PLAN-CODE          PIC X(10).
       01  WS-CLM-CARE-YYYYMMDD      PIC X(08).
       01  WS-CLOSE-YYYYMMDD         PIC X(08).

      *    [MF-RD] Suivi du contrôle de l'acte : saisie et fiche
      *    acceptées, garantie trouvée à la date des soins.
       01  WS-CLAIM-VALID-SWITCH     PIC X(01).
           88 WS-CLAIM-VALID         VALUE 'Y'.
           88 WS-CLAIM-INVALID       VALUE 'N'.
       01  WS-GAR-FOUND-SWITCH       PIC X(01).
           88 WS-GAR-FOUND           VALUE 'Y'.
           88 WS-GAR-NOT-FOUND       VALUE 'N'.
       01  WS-GAR-EOF-SWITCH         PIC X(01).
           88 WS-GAR-EOF-YES         VALUE 'Y'.
           88 WS-GAR-EOF-NO          VALUE 'N'.
       01  WS-GAR-RATE               PIC 9(03).
       01  WS-GAR-CEILING            PIC 9(05)V99.

      *    [MF-RD] Découpage d'une date JJ-MM-AAAA pour contrôle et
      *    conversion en AAAAMMJJ, comme dans manaplan.
       01  WS-CONV-DATE.
           05 WS-CV-DAYS             PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-CV-MONTH            PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-CV-YEAR             PIC X(04).

      *    [MF-RD] Zones du journal des modifications, préparées comme
      *    dans manacust. L'opérateur est repris de l'environnement
      *    d'exploitation.
       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-HIST-UUID              PIC X(36).
       01  WS-HIST-ACTION            PIC X(10).
       01  WS-HIST-BEFORE-IMAGE      PIC X(600).
       01  WS-HIST-AFTER-IMAGE       PIC X(600).

       01  WS-TODAY-YYYYMMDD         PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-YYYYMMDD
                                     PIC X(08).

      *    [MF-RD] Liste des actes de l'adhérent en cours, formatée
      *    pour l'affichage sur SCREEN-CLAIM-LIST : les dix plus
      *    récents, la table pleine glissant d'un cran.
       01  WS-CLM-COUNT              PIC 9(02) COMP.
       01  WS-CLM-SHIFT-CTR          PIC 9(02) COMP.
       01  WS-CLM-DISPLAY-TABLE.
           05 WS-CLM-DISPLAY-LINE    PIC X(80) OCCURS 10 TIMES
                                      INDEXED BY WS-CLM-DISP-IDX.
       01  WS-CLM-LINE-FMT.
           05 WS-CLF-CARE-DATE       PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-CLF-CATEGORY        PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-CLF-SPENT           PIC ZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-CLF-SS              PIC ZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-CLF-MUTUAL          PIC ZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-CLF-STATUS          PIC X(08).

       LINKAGE SECTION.
       01  LK-OWNER-UUID             PIC X(36).

       SCREEN SECTION.
       COPY 'screen-claims.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-OWNER-UUID.
       0000-START-MAIN.
           INITIALIZE WS-MENU-CHOICE
                      WS-ERROR-MESSAGE.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 0100-START-CHECK-ACCESS
              THRU END-0100-CHECK-ACCESS.

           IF WS-ACCESS-DENIED THEN
               DISPLAY 'Acces reserve aux profils maintenance.'
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1000-START-MENU
              THRU END-1000-MENU.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Vérifie que l'opérateur courant est un profil       *
      *    maintenance ou superviseur actif du fichier de référence.   *
      *    Fichier encore absent : accès laissé ouvert.                *
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
              AND (OPF-ROLE EQUAL 'M' OR OPF-ROLE EQUAL 'S') THEN
               SET WS-ACCESS-GRANTED TO TRUE
           END-IF.

           CLOSE OPERATOR-FILE.
       END-0100-CHECK-ACCESS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Affiche le menu des remboursements et redirige      *
      *    selon le choix de l'opérateur.                               *
      ******************************************************************
       1000-START-MENU.
           DISPLAY SCREEN-MENU-CLAIM.
           ACCEPT SCREEN-MENU-CLAIM.

           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2000-START-CREATE-CLAIM
                      THRU END-2000-CREATE-CLAIM
                   GO TO 1000-START-MENU

               WHEN '2'
                   PERFORM 3000-START-LIST-CLAIMS
                      THRU END-3000-LIST-CLAIMS
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
      *    [MF-RD] Saisie d'un acte de soins : contrôle de la saisie,  *
      *    de la fiche et du bénéficiaire, recherche de la garantie,   *
      *    calcul de la part mutuelle puis enregistrement.             *
      ******************************************************************
       2000-START-CREATE-CLAIM.
           INITIALIZE WS-CLM-MEMBER-UUID
                      WS-CLM-CARE-DATE
                      WS-CLM-ACT-CATEGORY
                      WS-CLM-SPENT-X
                      WS-CLM-SS-X
                      WS-CONFIRM
                      WS-ERROR-MESSAGE.

           PERFORM 2100-START-CREATE-SCREEN
              THRU END-2100-CREATE-SCREEN.
       END-2000-CREATE-CLAIM.
           EXIT.

       2100-START-CREATE-SCREEN.
           ACCEPT SCREEN-CREATE-CLAIM.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL 'O' THEN
               MOVE 'Saisie annulee.' TO WS-ERROR-MESSAGE
               GO TO END-2100-CREATE-SCREEN
           END-IF.

           PERFORM 2200-START-VALIDATE-INPUT
              THRU END-2200-VALIDATE-INPUT.

           IF WS-CLAIM-INVALID THEN
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2300-START-CHECK-FICHE
              THRU END-2300-CHECK-FICHE.

           IF WS-CLAIM-INVALID THEN
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2400-START-LOOKUP-GUARANTEE
              THRU END-2400-LOOKUP-GUARANTEE.

           IF WS-GAR-NOT-FOUND THEN
               MOVE 'Aucune garantie pour cet acte a cette date.'
               TO WS-ERROR-MESSAGE
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2500-START-COMPUTE-SHARE
              THRU END-2500-COMPUTE-SHARE.

           PERFORM 2600-START-SAVE-CLAIM
              THRU END-2600-SAVE-CLAIM.
       END-2100-CREATE-SCREEN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Contrôle la saisie : date des soins plausible et    *
      *    pas dans le futur, catégorie d'acte de la liste fermée,     *
      *    montants au format 99999.99, dépense non nulle et part      *
      *    Sécurité sociale ne dépassant pas la dépense.                *
      ******************************************************************
       2200-START-VALIDATE-INPUT.
           SET WS-CLAIM-INVALID TO TRUE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.

           MOVE WS-CLM-CARE-DATE TO WS-CONV-DATE.
           IF     WS-CV-DAYS  IS NOT NUMERIC
              OR  WS-CV-MONTH IS NOT NUMERIC
              OR  WS-CV-YEAR  IS NOT NUMERIC
              OR  WS-CV-DAYS  LESS THAN '01'
              OR  WS-CV-DAYS  GREATER THAN '31'
              OR  WS-CV-MONTH LESS THAN '01'
              OR  WS-CV-MONTH GREATER THAN '12' THEN
               MOVE 'Date des soins invalide (JJ-MM-AAAA).'
               TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           MOVE WS-CV-YEAR  TO WS-CLM-CARE-YYYYMMDD(1:4).
           MOVE WS-CV-MONTH TO WS-CLM-CARE-YYYYMMDD(5:2).
           MOVE WS-CV-DAYS  TO WS-CLM-CARE-YYYYMMDD(7:2).

           IF WS-CLM-CARE-YYYYMMDD GREATER THAN WS-TODAY-X THEN
               MOVE 'Date des soins dans le futur.' TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CLM-ACT-CATEGORY)
               TO WS-CLM-ACT-CATEGORY.
           IF NOT WS-CLM-CATEGORY-VALID THEN
               MOVE 'Categorie d''acte inconnue.' TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           IF     WS-CLM-SPENT-X(1:5) IS NOT NUMERIC
              OR  WS-CLM-SPENT-X(6:1) NOT EQUAL '.'
              OR  WS-CLM-SPENT-X(7:2) IS NOT NUMERIC THEN
               MOVE 'Montant depense invalide (99999.99 attendu).'
               TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           IF     WS-CLM-SS-X(1:5) IS NOT NUMERIC
              OR  WS-CLM-SS-X(6:1) NOT EQUAL '.'
              OR  WS-CLM-SS-X(7:2) IS NOT NUMERIC THEN
               MOVE 'Part secu invalide (99999.99 attendu).'
               TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           COMPUTE WS-CLM-SPENT = FUNCTION NUMVAL(WS-CLM-SPENT-X).
           COMPUTE WS-CLM-SS    = FUNCTION NUMVAL(WS-CLM-SS-X).

           IF WS-CLM-SPENT EQUAL ZERO THEN
               MOVE 'Montant depense a zero refuse.' TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           IF WS-CLM-SS GREATER THAN WS-CLM-SPENT THEN
               MOVE 'Part secu superieure a la depense.'
               TO WS-ERROR-MESSAGE
               GO TO END-2200-VALIDATE-INPUT
           END-IF.

           SET WS-CLAIM-VALID TO TRUE.
       END-2200-VALIDATE-INPUT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit la fiche de l'adhérent : un acte est refusé   *
      *    sur une fiche clôturée (CF-ACTIVE = 'N') ou pour des soins  *
      *    postérieurs à la date de clôture. Le code mutuelle de la    *
      *    fiche est gardé pour la garantie (en blanc : garanties du   *
      *    code BASE, comme prelsepa facture ces fiches au tarif de    *
      *    base). Le membre de famille saisi doit dépendre de          *
      *    l'adhérent en cours.                                         *
      ******************************************************************
       2300-START-CHECK-FICHE.
           SET WS-CLAIM-INVALID TO TRUE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-FS-NO-FILE THEN
               MOVE 'Fiche adherent introuvable.' TO WS-ERROR-MESSAGE
               GO TO END-2300-CHECK-FICHE
           END-IF.

           MOVE LK-OWNER-UUID TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'Fiche adherent introuvable.'
                   TO WS-ERROR-MESSAGE
           END-READ.

           CLOSE CUSTOMER-FILE.

           IF NOT WS-CUS-FS-OK THEN
               GO TO END-2300-CHECK-FICHE
           END-IF.

           IF CF-ACTIVE EQUAL 'N' THEN
               MOVE 'Fiche cloturee : acte refuse.' TO WS-ERROR-MESSAGE
               GO TO END-2300-CHECK-FICHE
           END-IF.

           IF CF-CLOSE-DATE NOT EQUAL SPACES THEN
               MOVE CF-CLOSE-DATE(7:4) TO WS-CLOSE-YYYYMMDD(1:4)
               MOVE CF-CLOSE-DATE(4:2) TO WS-CLOSE-YYYYMMDD(5:2)
               MOVE CF-CLOSE-DATE(1:2) TO WS-CLOSE-YYYYMMDD(7:2)

               IF WS-CLM-CARE-YYYYMMDD GREATER THAN WS-CLOSE-YYYYMMDD
                  THEN
                   MOVE 'Soins posterieurs a la cloture : acte refuse.'
                   TO WS-ERROR-MESSAGE
                   GO TO END-2300-CHECK-FICHE
               END-IF
           END-IF.

           IF CF-PLAN-CODE EQUAL SPACES THEN
               MOVE 'BASE'       TO WS-CLM-PLAN-CODE
           ELSE
               MOVE CF-PLAN-CODE TO WS-CLM-PLAN-CODE
           END-IF.

           IF WS-CLM-MEMBER-UUID EQUAL SPACES THEN
               SET WS-CLAIM-VALID TO TRUE
               GO TO END-2300-CHECK-FICHE
           END-IF.

           OPEN INPUT FAMILY-MEMBER-FILE.
           IF WS-FAM-FS-NO-FILE THEN
               MOVE 'Membre introuvable.' TO WS-ERROR-MESSAGE
               GO TO END-2300-CHECK-FICHE
           END-IF.

           MOVE WS-CLM-MEMBER-UUID TO FMF-MEMBER-UUID.
           READ FAMILY-MEMBER-FILE
               INVALID KEY
                   MOVE 'Membre introuvable.' TO WS-ERROR-MESSAGE
           END-READ.

           IF WS-FAM-FS-OK THEN
               IF FMF-OWNER-UUID NOT EQUAL LK-OWNER-UUID THEN
                   MOVE 'Ce membre depend d''un autre adherent.'
                   TO WS-ERROR-MESSAGE
               ELSE
                   SET WS-CLAIM-VALID TO TRUE
               END-IF
           END-IF.

           CLOSE FAMILY-MEMBER-FILE.
       END-2300-CHECK-FICHE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Recherche la garantie du code mutuelle pour la      *
      *    catégorie d'acte, en vigueur à la date des soins : la ligne *
      *    dont la date d'effet est la plus récente sans dépasser      *
      *    cette date. Les lignes étant rangées par date d'effet       *
      *    croissante, on retient la dernière lue encore dans le       *
      *    passé, comme pour les tarifs dans prelsepa.                  *
      ******************************************************************
       2400-START-LOOKUP-GUARANTEE.
           SET WS-GAR-NOT-FOUND TO TRUE.
           SET WS-GAR-EOF-NO TO TRUE.

           OPEN INPUT GUARANTEE-FILE.
           IF NOT WS-GAR-FS-OK THEN
               GO TO END-2400-LOOKUP-GUARANTEE
           END-IF.

           MOVE WS-CLM-PLAN-CODE    TO GTF-PLAN-CODE.
           MOVE WS-CLM-ACT-CATEGORY TO GTF-ACT-CATEGORY.
           MOVE '00000000'          TO GTF-EFFECT-YYYYMMDD.
           START GUARANTEE-FILE
               KEY IS NOT LESS THAN GTF-KEY
               INVALID KEY
                   SET WS-GAR-EOF-YES TO TRUE
           END-START.

           PERFORM 2410-READ-NEXT-GUARANTEE
              THRU END-2410-READ-NEXT-GUARANTEE
              UNTIL WS-GAR-EOF-YES.

           CLOSE GUARANTEE-FILE.
       END-2400-LOOKUP-GUARANTEE.
           EXIT.

       2410-READ-NEXT-GUARANTEE.
           READ GUARANTEE-FILE NEXT RECORD
               AT END
                   SET WS-GAR-EOF-YES TO TRUE
               NOT AT END
                   IF GTF-PLAN-CODE    NOT EQUAL WS-CLM-PLAN-CODE
                      OR GTF-ACT-CATEGORY NOT EQUAL WS-CLM-ACT-CATEGORY
                      OR GTF-EFFECT-YYYYMMDD
                         GREATER THAN WS-CLM-CARE-YYYYMMDD THEN
                       SET WS-GAR-EOF-YES TO TRUE
                   ELSE
                       MOVE GTF-RATE    TO WS-GAR-RATE
                       MOVE GTF-CEILING TO WS-GAR-CEILING
                       SET WS-GAR-FOUND TO TRUE
                   END-IF
           END-READ.
       END-2410-READ-NEXT-GUARANTEE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Part mutuelle : taux de la garantie appliqué au     *
      *    reste à charge après la Sécurité sociale, arrondi au        *
      *    centime, puis ramené au plafond par acte quand la garantie  *
      *    en fixe un.                                                  *
      ******************************************************************
       2500-START-COMPUTE-SHARE.
           COMPUTE WS-CLM-REMAINDER = WS-CLM-SPENT - WS-CLM-SS.

           COMPUTE WS-CLM-MUTUAL ROUNDED =
                   WS-CLM-REMAINDER * WS-GAR-RATE / 100.

           IF     WS-GAR-CEILING GREATER THAN ZERO
              AND WS-CLM-MUTUAL  GREATER THAN WS-GAR-CEILING THEN
               MOVE WS-GAR-CEILING TO WS-CLM-MUTUAL
           END-IF.
       END-2500-COMPUTE-SHARE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre l'acte (état A : à payer) puis le trace  *
      *    au journal des modifications de la fiche, l'image après     *
      *    portant la ligne d'acte telle qu'écrite.                     *
      ******************************************************************
       2600-START-SAVE-CLAIM.
           OPEN I-O CLAIM-FILE.
           IF WS-FS-NO-FILE THEN
               OPEN OUTPUT CLAIM-FILE
           END-IF.

           MOVE LK-OWNER-UUID         TO CLF-UUID.
           MOVE FUNCTION CURRENT-DATE TO CLF-TIMESTAMP.
           MOVE WS-CLM-MEMBER-UUID    TO CLF-MEMBER-UUID.
           MOVE WS-CLM-CARE-DATE      TO CLF-CARE-DATE.
           MOVE WS-CLM-ACT-CATEGORY   TO CLF-ACT-CATEGORY.
           MOVE WS-CLM-SPENT          TO CLF-AMOUNT-SPENT.
           MOVE WS-CLM-SS             TO CLF-SS-AMOUNT.
           MOVE WS-CLM-MUTUAL         TO CLF-MUTUAL-AMOUNT.
           MOVE 'A'                   TO CLF-STATUS.
           MOVE WS-OPERATOR-ID        TO CLF-OPERATOR-ID.
           MOVE SPACES                TO CLF-PAY-REF.
           MOVE SPACES                TO CLF-PAY-DATE.
           WRITE CLAIM-FILE-RECORD.

           IF WS-FS-DUPLICATE-KEY THEN
               MOVE 'Acte deja enregistre, recommencer la saisie.'
               TO WS-ERROR-MESSAGE
           END-IF.

           IF WS-FS-OK THEN
               MOVE LK-OWNER-UUID TO WS-HIST-UUID
               MOVE 'SOIN'        TO WS-HIST-ACTION
               MOVE SPACES        TO WS-HIST-BEFORE-IMAGE
               MOVE CLF-DATA      TO WS-HIST-AFTER-IMAGE
               PERFORM 8000-START-WRITE-HISTORY
                  THRU END-8000-WRITE-HISTORY

               MOVE WS-CLM-MUTUAL TO WS-CLM-MUTUAL-FMT
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Acte enregistre. Part mutuelle : '
                      WS-CLM-MUTUAL-FMT ' EUR.'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.

           CLOSE CLAIM-FILE.
       END-2600-SAVE-CLAIM.
           EXIT.

      ******************************************************************
      *    [MF-RD] Affiche les dix derniers actes de l'adhérent en     *
      *    cours, lus dans CLAIMS à partir de la clé (identifiant +    *
      *    horodatage). La liste est glissante comme l'historique de   *
      *    la fiche : au-delà de dix actes, les plus anciens sortent   *
      *    de l'affichage.                                              *
      ******************************************************************
       3000-START-LIST-CLAIMS.
           INITIALIZE WS-CLM-DISPLAY-TABLE
                      WS-CONFIRM.
           MOVE ZERO TO WS-CLM-COUNT.

           OPEN INPUT CLAIM-FILE.
           IF WS-FS-NO-FILE THEN
               MOVE 'Aucun acte de soins enregistre.'
               TO WS-ERROR-MESSAGE
               GO TO END-3000-LIST-CLAIMS
           END-IF.

           MOVE LK-OWNER-UUID TO CLF-UUID.
           MOVE SPACES        TO CLF-TIMESTAMP.
           START CLAIM-FILE
               KEY IS NOT LESS THAN CLF-KEY
               INVALID KEY
                   SET WS-FS-NOT-FOUND TO TRUE
           END-START.

           IF NOT WS-FS-NOT-FOUND THEN
               PERFORM 3010-READ-NEXT-CLAIM
                  THRU END-3010-READ-NEXT-CLAIM
                  UNTIL WS-FS-NOT-FOUND
           END-IF.

           CLOSE CLAIM-FILE.

           IF WS-CLM-COUNT EQUAL ZERO THEN
               MOVE 'Aucun acte de soins pour cet adherent.'
               TO WS-ERROR-MESSAGE
               GO TO END-3000-LIST-CLAIMS
           END-IF.

           DISPLAY SCREEN-CLAIM-LIST.
           ACCEPT SCREEN-CLAIM-LIST.
       END-3000-LIST-CLAIMS.
           EXIT.

       3010-READ-NEXT-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-FS-NOT-FOUND TO TRUE
               NOT AT END
                   IF CLF-UUID NOT EQUAL LK-OWNER-UUID THEN
                       SET WS-FS-NOT-FOUND TO TRUE
                   ELSE
                       PERFORM 3020-ADD-CLAIM-TO-LIST
                          THRU END-3020-ADD-CLAIM-TO-LIST
                   END-IF
           END-READ.
       END-3010-READ-NEXT-CLAIM.
           EXIT.

      ******************************************************************
      *    [MF-RD] Formate l'acte courant en une ligne d'affichage.    *
      *    La table pleine glisse d'un cran pour que les dix lignes    *
      *    affichées restent les plus récentes.                        *
      ******************************************************************
       3020-ADD-CLAIM-TO-LIST.
           MOVE CLF-CARE-DATE     TO WS-CLF-CARE-DATE.
           MOVE CLF-ACT-CATEGORY  TO WS-CLF-CATEGORY.
           MOVE CLF-AMOUNT-SPENT  TO WS-CLF-SPENT.
           MOVE CLF-SS-AMOUNT     TO WS-CLF-SS.
           MOVE CLF-MUTUAL-AMOUNT TO WS-CLF-MUTUAL.

           EVALUATE CLF-STATUS
               WHEN 'A'
                   MOVE 'A PAYER'  TO WS-CLF-STATUS
               WHEN 'P'
                   MOVE 'PAYE'     TO WS-CLF-STATUS
               WHEN OTHER
                   MOVE CLF-STATUS TO WS-CLF-STATUS
           END-EVALUATE.

           IF WS-CLM-COUNT < 10 THEN
               ADD 1 TO WS-CLM-COUNT
           ELSE
               PERFORM 3030-SHIFT-CLAIM-LINE
                  THRU END-3030-SHIFT-CLAIM-LINE
                  VARYING WS-CLM-SHIFT-CTR FROM 1 BY 1
                  UNTIL WS-CLM-SHIFT-CTR > 9
           END-IF.

           MOVE WS-CLM-LINE-FMT
               TO WS-CLM-DISPLAY-LINE(WS-CLM-COUNT).
       END-3020-ADD-CLAIM-TO-LIST.
           EXIT.

       3030-SHIFT-CLAIM-LINE.
           MOVE WS-CLM-DISPLAY-LINE(WS-CLM-SHIFT-CTR + 1)
               TO WS-CLM-DISPLAY-LINE(WS-CLM-SHIFT-CTR).
       END-3030-SHIFT-CLAIM-LINE.
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
