               RECORD KEY IS PLF-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.

      *    [MF-RD] Demandes de modification d'IBAN et de code mutuelle
      *    en attente de validation par un superviseur (validmod) :
      *    ces deux zones ne sont plus écrites directement sur la
      *    fiche depuis la modification.
           SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNF-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05 PLF-DATA.
               COPY 'plan-fields-plf.cpy'.

       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD.
           05 PNF-DATA.
               COPY 'pending-fields-pnf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC X(02).
           88 WS-FS-OK               VALUE '00'.
           88 WS-PLAN-IS-VALID       VALUE 'Y'.
           88 WS-PLAN-NOT-VALID      VALUE 'N'.

      *    [MF-RD] Contrôle du couple code postal / ville par verifcp
      *    contre le fichier de référence La Poste. Ville inconnue :
      *    les communes du code postal sont proposées à l'opérateur
      *    (SCREEN-TOWN-PICKLIST), qui en choisit une par son numéro.
       COPY 'postcode-check.cpy'.
       01  WS-TOWN-TYPED             PIC X(50).
       01  WS-TOWN-CHOICE            PIC X(02).
       01  WS-TOWN-CHOICE-NUM REDEFINES WS-TOWN-CHOICE
                                     PIC 9(02).
       01  WS-TOWN-MAX               PIC 9(02).
       01  WS-ADDRESS-VALID-SWITCH   PIC X(01).
           88 WS-ADDRESS-IS-VALID    VALUE 'Y'.
           88 WS-ADDRESS-NOT-VALID   VALUE 'N'.

      *    [MF-RD] Registre des mandats de prélèvement SEPA, tenu par
      *    majmand : premier mandat ouvert à la création d'une fiche
      *    avec IBAN, nouveau mandat signé par l'adhérent dont le
      *    mandat est révoqué ou expiré. Les changements d'IBAN
      *    passent par validmod, qui le tient à jour à l'approbation.
       COPY 'mandate-update.cpy'.

      *    [MF-RD] Demande de modification d'IBAN ou de code mutuelle
      *    à soumettre à validation : nouvelles valeurs saisies, et
      *    parcours des demandes encore en attente pour la même fiche
      *    (remplacées par la nouvelle demande).
       01  WS-PEND-FILE-STATUS       PIC X(02).
           88 WS-PEND-FS-OK          VALUE '00'.
           88 WS-PEND-FS-NO-FILE     VALUE '35'.
       01  WS-PEND-REQUIRED-SWITCH   PIC X(01).
           88 WS-PEND-REQUIRED       VALUE 'Y'.
           88 WS-PEND-NOT-REQUIRED   VALUE 'N'.
      *    [MF-RD] Issue de la relecture et de la réécriture de la
      *    fiche, notée avant sa fermeture : la demande n'est déposée
      *    que sur une fiche relue (et réécrite si besoin) sans erreur.
       01  WS-SAVE-SWITCH            PIC X(01).
           88 WS-SAVE-DONE           VALUE 'Y'.
           88 WS-SAVE-FAILED         VALUE 'N'.
       01  WS-PEND-EOF-SWITCH        PIC X(01).
           88 WS-PEND-EOF-YES        VALUE 'Y'.
           88 WS-PEND-EOF-NO         VALUE 'N'.
       01  WS-PEND-UUID              PIC X(36).
       01  WS-PEND-OLD-IBAN          PIC X(34).
       01  WS-PEND-NEW-IBAN          PIC X(34).
       01  WS-PEND-OLD-PLAN-CODE     PIC X(10).
       01  WS-PEND-NEW-PLAN-CODE     PIC X(10).

      *    [MF-RD] Contrôle d'accès à l'entrée : la maintenance est
      *    réservée aux profils maintenance (M) et superviseur (S) du
      *    fichier de référence. Fichier encore absent : accès laissé
           88 WS-MODIFY-FOUND        VALUE 'Y'.
           88 WS-MODIFY-NOT-FOUND    VALUE 'N'.

      *    [MF-RD] Indique si la fiche de l'adhérent qui a signé un
      *    nouveau mandat a bien été relue.
       01  WS-MANDATE-FICHE-SWITCH   PIC X(01).
           88 WS-MANDATE-FICHE-FOUND     VALUE 'Y'.
           88 WS-MANDATE-FICHE-NOT-FOUND VALUE 'N'.

      *    [MF-RD] Détection de mise à jour concurrente : l'image de
      *    la fiche telle que chargée pour l'écran de modification.
      *    Au moment d'enregistrer, la fiche relue doit encore lui

       COPY 'screen-concurrent-warning.cpy'.

       COPY 'screen-town-picklist.cpy'.

       COPY 'screen-new-mandate.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.
                   GO TO 1000-START-MENU

               WHEN '4'
                   PERFORM 5000-START-NEW-MANDATE
                      THRU END-5000-NEW-MANDATE
                   GO TO 1000-START-MENU

               WHEN '5'
                   CONTINUE

               WHEN OTHER
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2600-START-VALIDATE-ADDRESS
              THRU END-2600-VALIDATE-ADDRESS.

           IF WS-ADDRESS-NOT-VALID THEN
               GO TO 2100-START-CREATE-SCREEN
           END-IF.

           PERFORM 2400-START-CHECK-DUPLICATE
              THRU END-2400-CHECK-DUPLICATE.

               MOVE CF-DATA    TO WS-HIST-AFTER-IMAGE
               PERFORM 8000-START-WRITE-HISTORY
                  THRU END-8000-WRITE-HISTORY

               INITIALIZE MANDATE-UPDATE
               SET MDU-REQUEST-IBAN TO TRUE
               MOVE CF-UUID       TO MDU-UUID
               MOVE SPACES        TO MDU-OLD-IBAN
               MOVE CF-CODE-IBAN  TO MDU-NEW-IBAN
               MOVE WS-TODAY-DATE TO MDU-DATE
               CALL 'majmand' USING BY REFERENCE MANDATE-UPDATE
           END-IF.

           CLOSE CUSTOMER-FILE.
       END-2500-VALIDATE-PLAN-CODE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Vérifie que le couple code postal / ville existe    *
      *    dans le fichier de référence La Poste (verifcp). Couple     *
      *    connu : la ville est rangée sous sa forme de référence.     *
      *    Ville inconnue pour le code postal : les communes du code   *
      *    sont proposées (2610). Adresse hors de France ou fichier de *
      *    référence pas encore chargé : contrôle laissé ouvert. En    *
      *    cas d'échec, WS-ADDRESS-NOT-VALID est positionné avec le    *
      *    message d'erreur ; l'écran appelant redemande la saisie.    *
      ******************************************************************
       2600-START-VALIDATE-ADDRESS.
           SET WS-ADDRESS-NOT-VALID TO TRUE.

           INITIALIZE POSTCODE-CHECK.
           SET PCK-REQUEST-VERIFY TO TRUE.
           MOVE WS-CUS-ZIPCODE TO PCK-ZIPCODE.
           MOVE WS-CUS-TOWN    TO PCK-TOWN.
           MOVE WS-CUS-COUNTRY TO PCK-COUNTRY.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.

           EVALUATE TRUE
               WHEN PCK-VALID
                   MOVE PCK-ZIPCODE TO WS-CUS-ZIPCODE
                   MOVE PCK-TOWN    TO WS-CUS-TOWN
                   SET WS-ADDRESS-IS-VALID TO TRUE
               WHEN PCK-NOT-CHECKED
                   SET WS-ADDRESS-IS-VALID TO TRUE
               WHEN PCK-ZIP-BAD-FORMAT
                   MOVE 'Code postal invalide (5 chiffres).'
                   TO WS-ERROR-MESSAGE
               WHEN PCK-ZIP-UNKNOWN
                   MOVE 'Code postal inconnu.' TO WS-ERROR-MESSAGE
               WHEN PCK-TOWN-UNKNOWN
                   PERFORM 2610-START-TOWN-PICKLIST
                      THRU END-2610-TOWN-PICKLIST
           END-EVALUATE.

           SET PCK-REQUEST-FINISH TO TRUE.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.
       END-2600-VALIDATE-ADDRESS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Propose les communes du code postal saisi. Un       *
      *    numéro de la liste remplace la ville saisie ; un choix      *
      *    laissé à blanc renvoie à l'écran de saisie pour corriger    *
      *    l'adresse.                                                  *
      ******************************************************************
       2610-START-TOWN-PICKLIST.
           MOVE WS-CUS-TOWN TO WS-TOWN-TYPED.
           MOVE SPACES      TO WS-TOWN-CHOICE.
           MOVE SPACES      TO WS-ERROR-MESSAGE.

           IF PCK-TOWN-COUNT GREATER THAN 10 THEN
               MOVE 10 TO WS-TOWN-MAX
           ELSE
               MOVE PCK-TOWN-COUNT TO WS-TOWN-MAX
           END-IF.

       2610-PICKLIST-SCREEN.
           ACCEPT SCREEN-TOWN-PICKLIST.

           IF WS-TOWN-CHOICE EQUAL SPACES THEN
               MOVE 'Ville inconnue pour ce code postal.'
               TO WS-ERROR-MESSAGE
               GO TO END-2610-TOWN-PICKLIST
           END-IF.

           IF WS-TOWN-CHOICE(2:1) EQUAL SPACE THEN
               MOVE WS-TOWN-CHOICE(1:1) TO WS-TOWN-CHOICE(2:1)
               MOVE '0'                 TO WS-TOWN-CHOICE(1:1)
           END-IF.

           IF    WS-TOWN-CHOICE IS NOT NUMERIC
              OR WS-TOWN-CHOICE-NUM LESS THAN 1
              OR WS-TOWN-CHOICE-NUM GREATER THAN WS-TOWN-MAX THEN
               MOVE 'Numero de commune invalide.' TO WS-ERROR-MESSAGE
               GO TO 2610-PICKLIST-SCREEN
           END-IF.

           MOVE PCK-TOWN-ENTRY(WS-TOWN-CHOICE-NUM) TO WS-CUS-TOWN.
           MOVE PCK-ZIPCODE TO WS-CUS-ZIPCODE.
           MOVE SPACES      TO WS-ERROR-MESSAGE.
           SET WS-ADDRESS-IS-VALID TO TRUE.
       END-2610-TOWN-PICKLIST.
           EXIT.

      ******************************************************************
      *    [MF-RD] Saisie de l'identifiant d'un adhérent à clôturer,   *
      *    puis marquage inactif dans le fichier des adhérents.         *
      *    [MF-RD] Recherche la fiche de l'adhérent par son identifiant*
      *    et la recopie dans WS-CUSTOMER pour présenter l'écran de    *
      *    mise à jour. L'IBAN enregistré est replacé dans la zone de  *
      *    saisie brute : l'effacer sur l'écran dépose une demande de  *
      *    retrait, et le mandat n'est révoqué qu'à son approbation    *
      *    (validmod).                                                 *
      ******************************************************************
       4200-START-MODIFY-LOAD.
           OPEN INPUT CUSTOMER-FILE.
               GO TO 4300-START-MODIFY-EDIT-SCREEN
           END-IF.

           PERFORM 2600-START-VALIDATE-ADDRESS
              THRU END-2600-VALIDATE-ADDRESS.

           IF WS-ADDRESS-NOT-VALID THEN
               GO TO 4300-START-MODIFY-EDIT-SCREEN
           END-IF.

           PERFORM 4400-START-MODIFY-SAVE
              THRU END-4400-MODIFY-SAVE.
       END-4300-MODIFY-EDIT-SCREEN.
      *    actuel est présenté à l'opérateur et la modification est    *
      *    abandonnée plutôt que d'écraser en aveugle le travail de    *
      *    l'autre ; il recharge la fiche avant de recommencer.        *
      *    L'IBAN et le code mutuelle ne sont pas réécrits ici : un    *
      *    changement de l'un ou de l'autre est déposé dans CUSTPEND   *
      *    (7500) et ne sera porté sur la fiche, avec son mandat, qu'à *
      *    l'approbation d'un superviseur (validmod).                  *
      ******************************************************************
       4400-START-MODIFY-SAVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.
           MOVE WS-TODAY-DATE          TO WS-CUS-UPDATE-DATE.

           SET WS-PEND-NOT-REQUIRED TO TRUE.
           SET WS-SAVE-FAILED       TO TRUE.

           OPEN I-O CUSTOMER-FILE.
           IF WS-FS-NO-FILE THEN
               MOVE 'Aucun adherent enregistre.' TO WS-ERROR-MESSAGE
                   GO TO END-4400-MODIFY-SAVE
               END-IF

               MOVE CF-DATA      TO WS-HIST-BEFORE-IMAGE
               SET WS-SAVE-DONE  TO TRUE

               IF WS-CUS-CODE-IBAN NOT EQUAL CF-CODE-IBAN
                  OR WS-CUS-PLAN-CODE NOT EQUAL CF-PLAN-CODE THEN
                   SET WS-PEND-REQUIRED TO TRUE
                   MOVE CF-UUID          TO WS-PEND-UUID
                   MOVE CF-CODE-IBAN     TO WS-PEND-OLD-IBAN
                   MOVE WS-CUS-CODE-IBAN TO WS-PEND-NEW-IBAN
                   MOVE CF-PLAN-CODE     TO WS-PEND-OLD-PLAN-CODE
                   MOVE WS-CUS-PLAN-CODE TO WS-PEND-NEW-PLAN-CODE
               END-IF

               MOVE WS-CUS-ADRESS1     TO CF-ADRESS1
               MOVE WS-CUS-ADRESS2     TO CF-ADRESS2
               MOVE WS-CUS-PHONE       TO CF-PHONE
               MOVE WS-CUS-MAIL        TO CF-MAIL
               MOVE WS-CUS-DOCTOR      TO CF-DOCTOR
               MOVE WS-CUS-EMERG-NAME  TO CF-EMERG-NAME
               MOVE WS-CUS-EMERG-PHONE TO CF-EMERG-PHONE

               IF CF-DATA EQUAL WS-HIST-BEFORE-IMAGE THEN
                   GO TO 4400-SUBMIT-PENDING
               END-IF

               MOVE WS-CUS-UPDATE-DATE TO CF-UPDATE-DATE

               REWRITE CUSTOMER-FILE-RECORD
                   MOVE CF-DATA  TO WS-HIST-AFTER-IMAGE
                   PERFORM 8000-START-WRITE-HISTORY
                      THRU END-8000-WRITE-HISTORY
               ELSE
                   SET WS-SAVE-FAILED TO TRUE
                   MOVE 'Erreur a l''ecriture de la fiche.'
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       4400-SUBMIT-PENDING.
           CLOSE CUSTOMER-FILE.

           IF WS-SAVE-DONE AND WS-PEND-REQUIRED THEN
               PERFORM 7500-START-WRITE-PENDING
                  THRU END-7500-WRITE-PENDING
               MOVE 'Changement IBAN/mutuelle soumis a validation.'
                   TO WS-ERROR-MESSAGE
           END-IF.
       END-4400-MODIFY-SAVE.
           EXIT.

       END-4500-CONCURRENT-WARNING.
           EXIT.

      ******************************************************************
      *    [MF-RD] Saisie de l'identifiant d'un adhérent qui a signé   *
      *    un nouveau mandat de prélèvement SEPA, son mandat ayant été *
      *    révoqué (rejet MD01) ou ayant expiré faute de prélèvement   *
      *    depuis 36 mois : prelsepa ne le prélevait plus et le        *
      *    listait pour relance.                                       *
      ******************************************************************
       5000-START-NEW-MANDATE.
           INITIALIZE WS-CUSTOMER
                      WS-CONFIRM
                      WS-ERROR-MESSAGE.

           PERFORM 5100-START-NEW-MANDATE-SCREEN
              THRU END-5100-NEW-MANDATE-SCREEN.
       END-5000-NEW-MANDATE.
           EXIT.

       5100-START-NEW-MANDATE-SCREEN.
           ACCEPT SCREEN-NEW-MANDATE.
           MOVE SPACES TO WS-ERROR-MESSAGE.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL 'O' THEN
               MOVE 'Saisie annulee.' TO WS-ERROR-MESSAGE
               GO TO END-5100-NEW-MANDATE-SCREEN
           END-IF.

           IF WS-CUS-UUID EQUAL SPACES THEN
               MOVE 'Identifiant obligatoire.' TO WS-ERROR-MESSAGE
               GO TO 5100-START-NEW-MANDATE-SCREEN
           END-IF.

           PERFORM 5200-START-NEW-MANDATE-SAVE
              THRU END-5200-NEW-MANDATE-SAVE.
       END-5100-NEW-MANDATE-SCREEN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit la fiche de l'adhérent et fait ouvrir par     *
      *    majmand le nouveau mandat, au rang suivant, sur l'IBAN      *
      *    enregistré. La fiche doit être active et porter un IBAN :   *
      *    un nouvel IBAN passe par la modification de la fiche et la  *
      *    validation d'un superviseur, qui ouvre alors le mandat.     *
      *    Mandat en cours encore valide : rien n'est enregistré.      *
      ******************************************************************
       5200-START-NEW-MANDATE-SAVE.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-FS-OK THEN
               MOVE 'Aucun adherent enregistre.' TO WS-ERROR-MESSAGE
               GO TO END-5200-NEW-MANDATE-SAVE
           END-IF.

           MOVE WS-CUS-UUID TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-MANDATE-FICHE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-MANDATE-FICHE-FOUND     TO TRUE
           END-READ.

           CLOSE CUSTOMER-FILE.

           IF WS-MANDATE-FICHE-NOT-FOUND THEN
               MOVE 'Adherent introuvable.' TO WS-ERROR-MESSAGE
               GO TO END-5200-NEW-MANDATE-SAVE
           END-IF.

           IF CF-ACTIVE NOT EQUAL 'O' THEN
               MOVE 'Adherent cloture.' TO WS-ERROR-MESSAGE
               GO TO END-5200-NEW-MANDATE-SAVE
           END-IF.

           IF CF-CODE-IBAN EQUAL SPACES THEN
               MOVE 'Adherent sans IBAN : le saisir en modification.'
                   TO WS-ERROR-MESSAGE
               GO TO END-5200-NEW-MANDATE-SAVE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           INITIALIZE MANDATE-UPDATE.
           SET MDU-REQUEST-NEW TO TRUE.
           MOVE CF-UUID       TO MDU-UUID.
           MOVE CF-CODE-IBAN  TO MDU-NEW-IBAN.
           MOVE WS-TODAY-DATE TO MDU-DATE.
           CALL 'majmand' USING BY REFERENCE MANDATE-UPDATE.

           EVALUATE TRUE
               WHEN MDU-UPDATED
                   STRING 'Nouveau mandat enregistre, RUM '
                                       DELIMITED BY SIZE
                          MDU-RUM      DELIMITED BY SPACE
                       INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN MDU-STILL-VALID
                   MOVE 'Mandat en cours encore valide.'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'Registre des mandats inaccessible.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
       END-5200-NEW-MANDATE-SAVE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Dépose dans CUSTPEND la demande de changement       *
      *    d'IBAN et/ou de code mutuelle de la fiche WS-PEND-UUID :    *
      *    demandeur, horodatage, valeurs actuelles et demandées. Une  *
      *    demande encore en attente pour la même fiche est remplacée  *
      *    (statut X) ; la zone qu'elle modifiait et que la nouvelle   *
      *    ne touche pas est reprise, pour que le superviseur n'ait    *
      *    qu'une demande à juger. Le fichier est créé au premier      *
      *    appel.                                                      *
      ******************************************************************
       7500-START-WRITE-PENDING.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-FS-NO-FILE THEN
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.

           SET WS-PEND-EOF-NO TO TRUE.
           MOVE WS-PEND-UUID TO PNF-UUID.
           MOVE LOW-VALUES   TO PNF-TIMESTAMP.
           START PENDING-FILE KEY IS NOT LESS THAN PNF-KEY
               INVALID KEY
                   SET WS-PEND-EOF-YES TO TRUE
           END-START.

           PERFORM 7510-SUPERSEDE-PENDING
              THRU END-7510-SUPERSEDE-PENDING
              UNTIL WS-PEND-EOF-YES.

           IF WS-PEND-NEW-IBAN EQUAL WS-PEND-OLD-IBAN
              AND WS-PEND-NEW-PLAN-CODE EQUAL WS-PEND-OLD-PLAN-CODE THEN
               GO TO 7500-CLOSE-PENDING-FILE
           END-IF.

           MOVE SPACES                TO PNF-DATA.
           MOVE WS-PEND-UUID          TO PNF-UUID.
           MOVE FUNCTION CURRENT-DATE TO PNF-TIMESTAMP.
           MOVE WS-OPERATOR-ID        TO PNF-REQUESTER-ID.
           MOVE 'P'                   TO PNF-STATUS.
           MOVE WS-PEND-OLD-IBAN      TO PNF-OLD-IBAN.
           MOVE WS-PEND-NEW-IBAN      TO PNF-NEW-IBAN.
           MOVE WS-PEND-OLD-PLAN-CODE TO PNF-OLD-PLAN-CODE.
           MOVE WS-PEND-NEW-PLAN-CODE TO PNF-NEW-PLAN-CODE.
           WRITE PENDING-FILE-RECORD.

       7500-CLOSE-PENDING-FILE.
           CLOSE PENDING-FILE.
       END-7500-WRITE-PENDING.
           EXIT.

       7510-SUPERSEDE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
                   GO TO END-7510-SUPERSEDE-PENDING
           END-READ.

           IF PNF-UUID NOT EQUAL WS-PEND-UUID THEN
               SET WS-PEND-EOF-YES TO TRUE
               GO TO END-7510-SUPERSEDE-PENDING
           END-IF.

           IF PNF-STATUS NOT EQUAL 'P' THEN
               GO TO END-7510-SUPERSEDE-PENDING
           END-IF.

           IF WS-PEND-NEW-IBAN EQUAL WS-PEND-OLD-IBAN THEN
               MOVE PNF-NEW-IBAN TO WS-PEND-NEW-IBAN
           END-IF.
           IF WS-PEND-NEW-PLAN-CODE EQUAL WS-PEND-OLD-PLAN-CODE THEN
               MOVE PNF-NEW-PLAN-CODE TO WS-PEND-NEW-PLAN-CODE
           END-IF.

           MOVE 'X'            TO PNF-STATUS.
           MOVE WS-OPERATOR-ID TO PNF-DECIDER-ID.
           MOVE WS-TODAY-DATE  TO PNF-DECISION-DATE.
           REWRITE PENDING-FILE-RECORD.
       END-7510-SUPERSEDE-PENDING.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ecrit une ligne du journal des modifications        *
      *    (CUSTHIST) : fiche visée et horodatage en clé, opérateur,   *
