      ******************************************************************
      *    [MF-RD] Champs du fichier de référence des codes postaux    *
      *    (POSTCODES), vue fichier (préfixe PCF-). Une fiche par      *
      *    couple code postal + commune, chargée par chargcp depuis le *
      *    fichier officiel de La Poste : commune en majuscules sans   *
      *    tiret ni apostrophe (forme La Poste), code commune INSEE,   *
      *    libellé d'acheminement et date du chargement. Consulté par  *
      *    verifcp pour contrôler l'adresse d'une fiche.               *
      ******************************************************************
           10 PCF-KEY.
              15 PCF-ZIPCODE       PIC X(05).
              15 PCF-TOWN          PIC X(50).
           10 PCF-INSEE-CODE       PIC X(05).
           10 PCF-DELIVERY-LABEL   PIC X(32).
           10 PCF-LOAD-DATE        PIC X(10).
