      ******************************************************************
      *    [MF-RD] Champs de l'historique des exports comptables       *
      *    (EXPORTHIST), vue fichier (préfixe EXF-). Une fiche par     *
      *    mois exporté (clé AAAAMM), écrite quand le fichier des      *
      *    écritures du mois est complet et équilibré : date et        *
      *    opérateur de l'export, nombre d'écritures, totaux débit et  *
      *    crédit. Tenu par exptcomp, qui refuse de réexporter un mois *
      *    déjà présent sauf forçage explicite.                        *
      ******************************************************************
           10 EXF-MONTH            PIC X(06).
           10 EXF-EXPORT-DATE      PIC X(10).
           10 EXF-OPERATOR-ID      PIC X(08).
           10 EXF-ENTRY-COUNT      PIC 9(05).
           10 EXF-TOTAL-DEBIT      PIC 9(09)V99.
           10 EXF-TOTAL-CREDIT     PIC 9(09)V99.
