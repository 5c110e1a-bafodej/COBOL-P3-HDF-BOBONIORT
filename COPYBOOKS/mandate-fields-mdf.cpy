      ******************************************************************
      *    [MF-RD] Champs du registre des mandats de prélèvement SEPA  *
      *    (MANDATES), vue fichier (préfixe MDF-). Une fiche par       *
      *    adhérent (clé identifiant de la fiche) : référence unique   *
      *    du mandat (RUM, 35 caractères au plus), date de signature,  *
      *    état (A = actif, M = modifié par avenant, R = révoqué),     *
      *    IBAN couvert par le mandat, type de séquence du prochain    *
      *    prélèvement (FRST premier, RCUR récurrent), date du dernier *
      *    prélèvement émis (à blanc tant qu'aucun), dernier avenant   *
      *    (date et IBAN remplacé), date de révocation et rang du      *
      *    mandat pour l'adhérent (un nouveau mandat après révocation  *
      *    prend le rang suivant et donc une nouvelle RUM). Dates au   *
      *    format JJ-MM-AAAA. Tenu par majmand : ouvert à la création  *
      *    de la fiche (manacust), modifié quand un changement d'IBAN  *
      *    est approuvé (validmod), remplacé au rang suivant quand     *
      *    l'adhérent signe un nouveau mandat (manacust). Révoqué par  *
      *    rejsepa sur un rejet MD01 ; prelsepa y lit la RUM et la     *
      *    séquence de chaque ordre et y date le dernier prélèvement.  *
      ******************************************************************
           10 MDF-UUID              PIC X(36).
           10 MDF-RUM               PIC X(35).
           10 MDF-SIGN-DATE         PIC X(10).
           10 MDF-STATUS            PIC X(01).
           10 MDF-IBAN              PIC X(34).
           10 MDF-SEQUENCE-TYPE     PIC X(04).
           10 MDF-LAST-COLLECT-DATE PIC X(10).
           10 MDF-AMEND-DATE        PIC X(10).
           10 MDF-PREV-IBAN         PIC X(34).
           10 MDF-REVOKE-DATE       PIC X(10).
           10 MDF-RANK              PIC 9(02).
