      ******************************************************************
      *    [MF-RD] Ligne du registre des demandes de droit d'accès     *
      *    (DOSSLOG), vue fichier (préfixe DLF-). Une ligne par        *
      *    dossier produit par dossrgpd : date et heure de production, *
      *    opérateur, date de réception de la demande, date limite de  *
      *    réponse (un mois après réception), identifiant fourni (type *
      *    UUID ou SECU et valeur), nombre de fiches trouvées et       *
      *    respect du délai (DELAI, ou RETARD si le dossier est        *
      *    produit après la date limite). Sert de preuve auprès de la  *
      *    CNIL que chaque demande a reçu réponse, et quand.           *
      ******************************************************************
           10 DLF-PRODUCE-DATE     PIC X(10).
           10 FILLER               PIC X(01).
           10 DLF-PRODUCE-TIME     PIC X(08).
           10 FILLER               PIC X(01).
           10 DLF-OPERATOR-ID      PIC X(08).
           10 FILLER               PIC X(01).
           10 DLF-REQUEST-DATE     PIC X(10).
           10 FILLER               PIC X(01).
           10 DLF-DEADLINE-DATE    PIC X(10).
           10 FILLER               PIC X(01).
           10 DLF-ID-TYPE          PIC X(04).
           10 FILLER               PIC X(01).
           10 DLF-ID-VALUE         PIC X(36).
           10 FILLER               PIC X(01).
           10 DLF-FICHE-COUNT      PIC 9(02).
           10 FILLER               PIC X(01).
           10 DLF-DELAY-STATUS     PIC X(06).
