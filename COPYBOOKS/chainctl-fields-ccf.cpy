      ******************************************************************
      *    [MF-RD] Champs du fichier de pilotage de la chaîne de nuit  *
      *    (CHAINCTL), vue fichier (préfixe CCF-). Une fiche par       *
      *    chaîne (clé nom de chaîne) : état du dernier lancement      *
      *    (E = en cours ou arrêté en échec, T = terminé), date de     *
      *    lancement, dernière étape terminée (pour reprendre à        *
      *    l'étape suivante au lancement d'après), étape en échec et   *
      *    son code retour, nombre de lancements de la chaîne. Tenu    *
      *    par chainuit, sur le modèle de REMITHIST.                   *
      ******************************************************************
           10 CCF-CHAIN-ID         PIC X(08).
           10 CCF-STATUS           PIC X(01).
           10 CCF-RUN-DATE         PIC X(10).
           10 CCF-LAST-STEP        PIC 9(02).
           10 CCF-FAILED-STEP      PIC 9(02).
           10 CCF-FAILED-RC        PIC S9(04).
           10 CCF-LAUNCH-COUNT     PIC 9(05).
