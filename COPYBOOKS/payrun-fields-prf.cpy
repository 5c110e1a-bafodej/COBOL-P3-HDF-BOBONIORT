      ******************************************************************
      *    [MF-RD] Champs de l'historique des remises de virements de  *
      *    remboursement (PAYRUNHIST), vue fichier (préfixe PRF-).     *
      *    Une fiche par passage, clé période de paiement (AAAAMM      *
      *    pour un passage mensuel, AAAASnn pour un passage            *
      *    hebdomadaire) et rang du passage dans la période (01,       *
      *    puis 02, 03... pour chaque relance forcée, qui reste ainsi  *
      *    une remise distincte) : référence de remise (VIR-période,   *
      *    suivie du rang à partir du deuxième passage), date          *
      *    d'exécution, état (E = en cours, T = terminée), volumes     *
      *    émis par le passage (virements, actes soldés, total,        *
      *    adhérents en attente faute d'IBAN) et dernière fiche        *
      *    adhérent traitée (pour reprendre après un échec sans        *
      *    réémettre les virements déjà écrits). Tenu par virsepa,     *
      *    sur le modèle de REMITHIST.                                 *
      ******************************************************************
           10 PRF-KEY.
              15 PRF-PERIOD        PIC X(07).
              15 PRF-RUN-NUMBER    PIC 9(02).
           10 PRF-TRANSFER-REF     PIC X(13).
           10 PRF-RUN-DATE         PIC X(10).
           10 PRF-STATUS           PIC X(01).
           10 PRF-TRANSFER-COUNT   PIC 9(05).
           10 PRF-CLAIM-COUNT      PIC 9(05).
           10 PRF-TOTAL-AMOUNT     PIC 9(07)V99.
           10 PRF-HOLD-COUNT       PIC 9(05).
           10 PRF-LAST-UUID        PIC X(36).
