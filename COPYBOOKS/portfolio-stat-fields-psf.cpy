      ******************************************************************
      *    [MF-RD] Champs de l'instantané mensuel du portefeuille      *
      *    (PORTSTAT), vue fichier (préfixe PSF-). Une fiche par mois  *
      *    (AAAAMM) et par code mutuelle, plus une fiche de total du   *
      *    mois (code '*TOTAL*') : adhérents actifs en début et en fin *
      *    de mois, entrées et sorties du mois, bénéficiaires couverts *
      *    (adhérents et membres de la famille), cotisations           *
      *    mensuelles attendues, et répartition des adhérents actifs   *
      *    en fin de mois par tranche d'âge (9 tranches) et par        *
      *    département (108 positions), décrites dans statport. Ecrite *
      *    par statport à chaque mois statistique et conservée : les   *
      *    comparaisons d'une année sur l'autre se font sur ces        *
      *    chiffres, que l'anonymisation des fiches closes (anonadh)   *
      *    ne permet plus de recalculer. Aucune donnée nominative.     *
      ******************************************************************
           10 PSF-KEY.
              15 PSF-MONTH            PIC X(06).
              15 PSF-PLAN-CODE        PIC X(10).
           10 PSF-RUN-DATE            PIC X(10).
           10 PSF-OPERATOR-ID         PIC X(08).
           10 PSF-ACTIVE-START        PIC 9(07).
           10 PSF-ENTRY-COUNT         PIC 9(07).
           10 PSF-EXIT-COUNT          PIC 9(07).
           10 PSF-ACTIVE-END          PIC 9(07).
           10 PSF-BENEFICIARY-COUNT   PIC 9(07).
           10 PSF-DUES-AMOUNT         PIC 9(09)V99.
           10 PSF-AGE-BAND-COUNT      PIC 9(07) OCCURS 9 TIMES.
           10 PSF-DEPT-COUNT          PIC 9(07) OCCURS 108 TIMES.
