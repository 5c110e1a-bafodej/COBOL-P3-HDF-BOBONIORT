      ******************************************************************
      *    [MF-RD] Champs du fichier de référence des garanties        *
      *    (GUARANTEES), vue fichier (préfixe GTF-). Une ligne par     *
      *    code mutuelle, catégorie d'acte et date d'effet (AAAAMMJJ), *
      *    dans l'esprit de PLANCODES : la garantie applicable à un    *
      *    acte est la ligne dont la date d'effet est la plus récente  *
      *    sans dépasser la date des soins. Le taux (en pourcentage)   *
      *    s'applique au reste à charge après la Sécurité sociale, et  *
      *    la part mutuelle obtenue est plafonnée par acte (plafond à  *
      *    zéro : pas de plafond). Tenu par managar, lu par manarmb.   *
      ******************************************************************
           10 GTF-KEY.
              15 GTF-PLAN-CODE       PIC X(10).
              15 GTF-ACT-CATEGORY    PIC X(10).
              15 GTF-EFFECT-YYYYMMDD PIC X(08).
           10 GTF-RATE               PIC 9(03).
           10 GTF-CEILING            PIC 9(05)V99.
