      ******************************************************************
      *    [MF-RD] Champs du détail par adhérent de l'historique des   *
      *    remises (REMITORD), vue fichier (préfixe ROF-). Une fiche   *
      *    par ordre de prélèvement émis (clé identifiant de la fiche  *
      *    adhérent + mois de collecte AAAAMM, le même que la fiche    *
      *    REMITHIST de la remise) : référence de remise, date de      *
      *    collecte, montant, IBAN débité, RUM et type de séquence du  *
      *    mandat, code mutuelle facturé. Ecrit par prelsepa avec      *
      *    chaque ordre (une remise réémise par forçage remplace le    *
      *    détail du mois) ; relu par dossrgpd pour lister les ordres  *
      *    émis au nom d'un adhérent.                                  *
      ******************************************************************
           10 ROF-KEY.
              15 ROF-UUID          PIC X(36).
              15 ROF-COLLECT-MONTH PIC X(06).
           10 ROF-REMISE-REF       PIC X(13).
           10 ROF-COLLECT-DATE     PIC X(10).
           10 ROF-AMOUNT           PIC 9(03)V99.
           10 ROF-IBAN             PIC X(34).
           10 ROF-RUM              PIC X(35).
           10 ROF-SEQUENCE-TYPE    PIC X(04).
           10 ROF-PLAN-CODE        PIC X(10).
