      ******************************************************************
      *    [MF-RD] Champs du fichier des demandes de modification en   *
      *    attente de validation (CUSTPEND), vue fichier (préfixe      *
      *    PNF-). Un changement d'IBAN ou de code mutuelle saisi dans  *
      *    manacust n'est pas écrit sur la fiche : il est déposé ici,  *
      *    avec l'identifiant de la fiche et l'horodatage de la        *
      *    demande en clé, le demandeur, l'état (P = en attente,       *
      *    A = approuvée, R = rejetée, X = remplacée par une demande   *
      *    plus récente sur la même fiche), les valeurs avant/après    *
      *    des deux zones (identiques quand la zone ne change pas), le *
      *    superviseur qui a tranché et la date de sa décision. Tenu   *
      *    par manacust (dépôt) et validmod (décision) ; prelsepa y    *
      *    relève les IBAN en attente.                                 *
      ******************************************************************
           10 PNF-KEY.
              15 PNF-UUID          PIC X(36).
              15 PNF-TIMESTAMP     PIC X(21).
           10 PNF-REQUESTER-ID     PIC X(08).
           10 PNF-STATUS           PIC X(01).
           10 PNF-OLD-IBAN         PIC X(34).
           10 PNF-NEW-IBAN         PIC X(34).
           10 PNF-OLD-PLAN-CODE    PIC X(10).
           10 PNF-NEW-PLAN-CODE    PIC X(10).
           10 PNF-DECIDER-ID       PIC X(08).
           10 PNF-DECISION-DATE    PIC X(10).
