      ******************************************************************
      *    [MF-RD] Ligne du journal d'exécution de la chaîne de nuit   *
      *    (CHAINLOG), vue fichier (préfixe JNF-). Une ligne par étape *
      *    lancée ou écartée : date AAAAMMJJ, numéro d'étape,          *
      *    programme, heures de début et de fin (HH:MM:SS), code       *
      *    retour et issue (OK, ECHEC, ou PROTEG pour une étape        *
      *    protégée déjà passée avec succès le même jour). Complété à  *
      *    chaque lancement par chainuit, qui le relit pour protéger   *
      *    les étapes à ne jamais rejouer dans la journée.             *
      ******************************************************************
           10 JNF-RUN-DATE         PIC X(08).
           10 FILLER               PIC X(01).
           10 JNF-STEP-NUMBER      PIC X(02).
           10 FILLER               PIC X(01).
           10 JNF-PROGRAM          PIC X(08).
           10 FILLER               PIC X(01).
           10 JNF-START-TIME       PIC X(08).
           10 FILLER               PIC X(01).
           10 JNF-END-TIME         PIC X(08).
           10 FILLER               PIC X(01).
           10 JNF-RETURN-CODE      PIC -(04)9.
           10 FILLER               PIC X(01).
           10 JNF-OUTCOME          PIC X(06).
