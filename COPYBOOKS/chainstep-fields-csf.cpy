      ******************************************************************
      *    [MF-RD] Ligne du fichier de définition de la chaîne de nuit *
      *    (CHAINDEF), vue fichier (préfixe CSF-). Une ligne par       *
      *    étape, dans l'ordre d'exécution : numéro d'étape (deux      *
      *    chiffres, croissant), nom du programme appelé, indicateur   *
      *    d'étape protégée (O = jamais deux fois le même jour, pour   *
      *    les traitements destructifs comme anonadh ou purgaudi) et   *
      *    libellé repris sur le compte-rendu. Les lignes commençant   *
      *    par une étoile sont des commentaires. Lu par chainuit.      *
      ******************************************************************
           10 CSF-STEP-NUMBER      PIC X(02).
           10 FILLER               PIC X(01).
           10 CSF-PROGRAM          PIC X(08).
           10 FILLER               PIC X(01).
           10 CSF-ONCE-A-DAY       PIC X(01).
           10 FILLER               PIC X(01).
           10 CSF-LABEL            PIC X(40).
