      ******************************************************************
      *    [MF-RD] Champs de la ventilation mensuelle des impayés      *
      *    (ARRMONTH), vue fichier (préfixe AMF-). Une fiche par       *
      *    adhérent et par mois de rejet (AAAAMM) : nombre de rejets   *
      *    reçus et montant rejeté dans le mois. Alimentée par rejsepa *
      *    à côté de la fiche d'impayés (ARREARS), lue par exptcomp    *
      *    pour passer en comptabilité les rejets d'un mois clos et    *
      *    reprise au dossier de droit d'accès (dossrgpd). La clé      *
      *    commence par l'identifiant de la fiche : les mois d'un      *
      *    adhérent se lisent dans l'ordre chronologique.              *
      ******************************************************************
           10 AMF-KEY.
              15 AMF-UUID          PIC X(36).
              15 AMF-MONTH         PIC X(06).
           10 AMF-REJECT-COUNT     PIC 9(03).
           10 AMF-AMOUNT           PIC 9(05)V99.
