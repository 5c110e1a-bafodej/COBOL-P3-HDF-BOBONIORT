      ******************************************************************
      *    [MF-RD] Tenue du registre des mandats de prélèvement SEPA   *
      *    (MANDATES), seul endroit où un mandat est ouvert, amendé ou *
      *    remplacé depuis la gestion des fiches. Appelé par manacust  *
      *    (création d'une fiche, nouveau mandat signé), par validmod  *
      *    (changement d'IBAN approuvé) et par prelsepa (RUM d'un      *
      *    mandat ouvert à la volée), avec la zone MANDATE-UPDATE      *
      *    (voir 'mandate-update.cpy').                                *
      *                                                                *
      *    Changement d'IBAN : premier IBAN, mandat ouvert ; IBAN      *
      *    remplacé, avenant au mandat en cours (le prochain           *
      *    prélèvement repart en FRST sur le nouveau compte) ; IBAN    *
      *    effacé, mandat révoqué ; nouvel IBAN après révocation,      *
      *    nouveau mandat au rang suivant. IBAN inchangé : rien à      *
      *    consigner.                                                  *
      *                                                                *
      *    Nouveau mandat signé : l'adhérent dont le mandat a été      *
      *    révoqué (MD01 traité par rejsepa, IBAN effacé) ou a expiré  *
      *    faute de prélèvement depuis 36 mois (règle de prelsepa et   *
      *    rapmand) a signé un nouveau mandat : il est ouvert au rang  *
      *    suivant, daté de ce jour. Un mandat en cours encore valide  *
      *    n'est pas remplacé.                                         *
      *                                                                *
      *    La RUM est faite des caractères significatifs de            *
      *    l'identifiant de la fiche (sans tirets ni espaces, 33 au    *
      *    plus) suivis du rang du mandat sur deux chiffres, soit 35   *
      *    caractères au plus comme l'exige la norme.                  *
      *                                                                *
      *    Le registre est ouvert et refermé à chaque appel (il est    *
      *    créé au premier) : les appelants sont des écrans, et        *
      *    prelsepa, qui le tient ouvert pour sa remise, ne demande    *
      *    que la construction de la RUM.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majmand.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-UUID
               FILE STATUS IS WS-MAND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD.
           05 MDF-DATA.
               COPY 'mandate-fields-mdf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MAND-FILE-STATUS       PIC X(02).
           88 WS-MAND-FS-OK          VALUE '00'.
           88 WS-MAND-FS-NO-FILE     VALUE '35'.

      *    [MF-RD] Construction de la RUM : identifiant de la fiche
      *    recopié caractère par caractère sans tirets ni espaces.
       01  WS-RUM-BASE               PIC X(33).
       01  WS-RUM-LEN                PIC 9(02) COMP.
       01  WS-RUM-SRC-CTR            PIC 9(02) COMP.
       01  WS-RUM-SRC-CHAR           PIC X(01).

      *    [MF-RD] Expiration du mandat en cours pour un nouveau
      *    mandat signé : date de référence (dernier prélèvement, à
      *    défaut signature) remise en AAAAMMJJ et comparée à la date
      *    limite, 36 mois avant la date de l'opération.
       01  WS-EXPIRED-SWITCH         PIC X(01).
           88 WS-MAND-EXPIRED        VALUE 'Y'.
           88 WS-MAND-NOT-EXPIRED    VALUE 'N'.
       01  WS-REF-DATE               PIC X(10).
       01  WS-REF-YYYYMMDD           PIC X(08).
       01  WS-OPER-YYYYMMDD-X        PIC X(08).
       01  WS-OPER-YYYYMMDD REDEFINES WS-OPER-YYYYMMDD-X
                                     PIC 9(08).
       01  WS-LIMIT-YYYYMMDD         PIC 9(08).
       01  WS-LIMIT-X REDEFINES WS-LIMIT-YYYYMMDD
                                     PIC X(08).

       LINKAGE SECTION.
       COPY 'mandate-update.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING MANDATE-UPDATE.
       0000-START-MAIN.
           SET MDU-UNCHANGED TO TRUE.

           EVALUATE TRUE
               WHEN MDU-REQUEST-RUM
                   PERFORM 7100-START-BUILD-RUM
                      THRU END-7100-BUILD-RUM

               WHEN MDU-REQUEST-IBAN
                   PERFORM 1000-START-CHANGE-IBAN
                      THRU END-1000-CHANGE-IBAN

               WHEN MDU-REQUEST-NEW
                   PERFORM 2000-START-NEW-MANDATE
                      THRU END-2000-NEW-MANDATE
           END-EVALUATE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Consigne le passage de MDU-OLD-IBAN à MDU-NEW-IBAN  *
      *    pour la fiche MDU-UUID, daté de MDU-DATE.                   *
      ******************************************************************
       1000-START-CHANGE-IBAN.
           IF MDU-NEW-IBAN EQUAL MDU-OLD-IBAN THEN
               GO TO END-1000-CHANGE-IBAN
           END-IF.

           PERFORM 7000-START-OPEN-REGISTER
              THRU END-7000-OPEN-REGISTER.
           IF MDU-FILE-ERROR THEN
               GO TO END-1000-CHANGE-IBAN
           END-IF.

           MOVE MDU-UUID TO MDF-UUID.
           READ MANDATE-FILE
               INVALID KEY
                   GO TO 1000-CREATE-MANDATE
           END-READ.

           IF MDU-NEW-IBAN EQUAL SPACES THEN
               IF MDF-STATUS NOT EQUAL 'R' THEN
                   MOVE 'R'      TO MDF-STATUS
                   MOVE MDU-DATE TO MDF-REVOKE-DATE
                   PERFORM 7300-REWRITE-MANDATE
                      THRU END-7300-REWRITE-MANDATE
               END-IF
               GO TO 1000-CLOSE-MANDATE-FILE
           END-IF.

           IF MDF-STATUS EQUAL 'R' THEN
               ADD 1 TO MDF-RANK
               PERFORM 7200-INIT-MANDATE
                  THRU END-7200-INIT-MANDATE
               PERFORM 7300-REWRITE-MANDATE
                  THRU END-7300-REWRITE-MANDATE
               GO TO 1000-CLOSE-MANDATE-FILE
           END-IF.

           MOVE MDF-IBAN     TO MDF-PREV-IBAN.
           MOVE MDU-NEW-IBAN TO MDF-IBAN.
           MOVE MDU-DATE     TO MDF-AMEND-DATE.
           MOVE 'M'          TO MDF-STATUS.
           MOVE 'FRST'       TO MDF-SEQUENCE-TYPE.
           PERFORM 7300-REWRITE-MANDATE
              THRU END-7300-REWRITE-MANDATE.
           GO TO 1000-CLOSE-MANDATE-FILE.

      *    [MF-RD] Aucun mandat encore : sans IBAN il n'y a rien à
      *    ouvrir, sinon premier mandat de l'adhérent.
       1000-CREATE-MANDATE.
           IF MDU-NEW-IBAN EQUAL SPACES THEN
               GO TO 1000-CLOSE-MANDATE-FILE
           END-IF.

           PERFORM 7400-WRITE-FIRST-MANDATE
              THRU END-7400-WRITE-FIRST-MANDATE.

       1000-CLOSE-MANDATE-FILE.
           CLOSE MANDATE-FILE.
       END-1000-CHANGE-IBAN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre le nouveau mandat signé par l'adhérent   *
      *    MDU-UUID sur MDU-NEW-IBAN, daté de MDU-DATE : au rang       *
      *    suivant si le mandat en cours est révoqué ou expiré, au     *
      *    rang 1 s'il n'en a encore aucun. Mandat en cours encore     *
      *    valide : refusé (MDU-STILL-VALID), rien n'est écrit.        *
      ******************************************************************
       2000-START-NEW-MANDATE.
           IF MDU-NEW-IBAN EQUAL SPACES THEN
               GO TO END-2000-NEW-MANDATE
           END-IF.

           PERFORM 7000-START-OPEN-REGISTER
              THRU END-7000-OPEN-REGISTER.
           IF MDU-FILE-ERROR THEN
               GO TO END-2000-NEW-MANDATE
           END-IF.

           MOVE MDU-UUID TO MDF-UUID.
           READ MANDATE-FILE
               INVALID KEY
                   PERFORM 7400-WRITE-FIRST-MANDATE
                      THRU END-7400-WRITE-FIRST-MANDATE
                   GO TO 2000-CLOSE-MANDATE-FILE
           END-READ.

           IF MDF-STATUS NOT EQUAL 'R' THEN
               PERFORM 2100-CHECK-EXPIRY
                  THRU END-2100-CHECK-EXPIRY

               IF WS-MAND-NOT-EXPIRED THEN
                   SET MDU-STILL-VALID TO TRUE
                   MOVE MDF-RANK TO MDU-RANK
                   MOVE MDF-RUM  TO MDU-RUM
                   GO TO 2000-CLOSE-MANDATE-FILE
               END-IF
           END-IF.

           ADD 1 TO MDF-RANK.
           PERFORM 7200-INIT-MANDATE
              THRU END-7200-INIT-MANDATE.
           PERFORM 7300-REWRITE-MANDATE
              THRU END-7300-REWRITE-MANDATE.

       2000-CLOSE-MANDATE-FILE.
           CLOSE MANDATE-FILE.
       END-2000-NEW-MANDATE.
           EXIT.

      *    [MF-RD] Mandat sans prélèvement depuis 36 mois à la date de
      *    l'opération : date du dernier prélèvement, à défaut de
      *    signature, antérieure à la date limite. Date illisible :
      *    le mandat est tenu pour valide, comme dans prelsepa.
       2100-CHECK-EXPIRY.
           SET WS-MAND-NOT-EXPIRED TO TRUE.

           IF MDF-LAST-COLLECT-DATE NOT EQUAL SPACES THEN
               MOVE MDF-LAST-COLLECT-DATE TO WS-REF-DATE
           ELSE
               MOVE MDF-SIGN-DATE         TO WS-REF-DATE
           END-IF.

           IF    WS-REF-DATE(1:2) IS NOT NUMERIC
              OR WS-REF-DATE(4:2) IS NOT NUMERIC
              OR WS-REF-DATE(7:4) IS NOT NUMERIC
              OR MDU-DATE(1:2)    IS NOT NUMERIC
              OR MDU-DATE(4:2)    IS NOT NUMERIC
              OR MDU-DATE(7:4)    IS NOT NUMERIC THEN
               GO TO END-2100-CHECK-EXPIRY
           END-IF.

           MOVE WS-REF-DATE(7:4) TO WS-REF-YYYYMMDD(1:4).
           MOVE WS-REF-DATE(4:2) TO WS-REF-YYYYMMDD(5:2).
           MOVE WS-REF-DATE(1:2) TO WS-REF-YYYYMMDD(7:2).

           MOVE MDU-DATE(7:4)    TO WS-OPER-YYYYMMDD-X(1:4).
           MOVE MDU-DATE(4:2)    TO WS-OPER-YYYYMMDD-X(5:2).
           MOVE MDU-DATE(1:2)    TO WS-OPER-YYYYMMDD-X(7:2).
           COMPUTE WS-LIMIT-YYYYMMDD = WS-OPER-YYYYMMDD - 30000.

           IF WS-REF-YYYYMMDD LESS THAN WS-LIMIT-X THEN
               SET WS-MAND-EXPIRED TO TRUE
           END-IF.
       END-2100-CHECK-EXPIRY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ouvre le registre en mise à jour ; il est créé au   *
      *    premier appel. Registre inaccessible : MDU-FILE-ERROR.      *
      ******************************************************************
       7000-START-OPEN-REGISTER.
           OPEN I-O MANDATE-FILE.
           IF WS-MAND-FS-NO-FILE THEN
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.

           IF NOT WS-MAND-FS-OK THEN
               SET MDU-FILE-ERROR TO TRUE
           END-IF.
       END-7000-OPEN-REGISTER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Construit dans MDU-RUM la RUM du mandat de rang     *
      *    MDU-RANK de la fiche MDU-UUID.                              *
      ******************************************************************
       7100-START-BUILD-RUM.
           MOVE SPACES TO WS-RUM-BASE.
           MOVE ZERO   TO WS-RUM-LEN.

           PERFORM 7110-STRIP-RUM-CHAR
              THRU END-7110-STRIP-RUM-CHAR
              VARYING WS-RUM-SRC-CTR FROM 1 BY 1
              UNTIL WS-RUM-SRC-CTR > 36.

           MOVE SPACES TO MDU-RUM.
           STRING WS-RUM-BASE DELIMITED BY SPACE
                  MDU-RANK    DELIMITED BY SIZE
               INTO MDU-RUM
           END-STRING.
       END-7100-BUILD-RUM.
           EXIT.

       7110-STRIP-RUM-CHAR.
           MOVE MDU-UUID(WS-RUM-SRC-CTR:1) TO WS-RUM-SRC-CHAR.

           IF WS-RUM-SRC-CHAR NOT EQUAL SPACE
              AND WS-RUM-SRC-CHAR NOT EQUAL '-'
              AND WS-RUM-LEN < 33 THEN
               ADD 1 TO WS-RUM-LEN
               MOVE WS-RUM-SRC-CHAR TO WS-RUM-BASE(WS-RUM-LEN:1)
           END-IF.
       END-7110-STRIP-RUM-CHAR.
           EXIT.

      ******************************************************************
      *    [MF-RD] Prépare le mandat de rang MDF-RANK signé ce jour    *
      *    sur MDU-NEW-IBAN : RUM du rang, actif, premier prélèvement  *
      *    en FRST, sans historique.                                   *
      ******************************************************************
       7200-INIT-MANDATE.
           MOVE MDF-RANK TO MDU-RANK.
           PERFORM 7100-START-BUILD-RUM
              THRU END-7100-BUILD-RUM.

           MOVE MDU-RUM      TO MDF-RUM.
           MOVE MDU-DATE     TO MDF-SIGN-DATE.
           MOVE 'A'          TO MDF-STATUS.
           MOVE MDU-NEW-IBAN TO MDF-IBAN.
           MOVE 'FRST'       TO MDF-SEQUENCE-TYPE.
           MOVE SPACES       TO MDF-LAST-COLLECT-DATE.
           MOVE SPACES       TO MDF-AMEND-DATE.
           MOVE SPACES       TO MDF-PREV-IBAN.
           MOVE SPACES       TO MDF-REVOKE-DATE.
       END-7200-INIT-MANDATE.
           EXIT.

      *    [MF-RD] Réécrit le mandat lu et rend le mandat en vigueur.
       7300-REWRITE-MANDATE.
           REWRITE MANDATE-FILE-RECORD.
           IF WS-MAND-FS-OK THEN
               SET MDU-UPDATED TO TRUE
               MOVE MDF-RANK TO MDU-RANK
               MOVE MDF-RUM  TO MDU-RUM
           ELSE
               SET MDU-FILE-ERROR TO TRUE
           END-IF.
       END-7300-REWRITE-MANDATE.
           EXIT.

      *    [MF-RD] Ecrit le premier mandat (rang 1) de la fiche.
       7400-WRITE-FIRST-MANDATE.
           MOVE MDU-UUID TO MDF-UUID.
           MOVE 1        TO MDF-RANK.
           PERFORM 7200-INIT-MANDATE
              THRU END-7200-INIT-MANDATE.

           WRITE MANDATE-FILE-RECORD.
           IF WS-MAND-FS-OK THEN
               SET MDU-UPDATED TO TRUE
           ELSE
               SET MDU-FILE-ERROR TO TRUE
           END-IF.
       END-7400-WRITE-FIRST-MANDATE.
           EXIT.
