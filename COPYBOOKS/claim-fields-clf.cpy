      ******************************************************************
      *    [MF-RD] Champs du fichier des actes de soins (CLAIMS), vue  *
      *    fichier (préfixe CLF-). Une ligne par acte déclaré : fiche  *
      *    adhérent titulaire + horodatage de saisie en clé, membre de *
      *    la famille bénéficiaire (à blanc quand l'acte concerne      *
      *    l'adhérent lui-même), date des soins (JJ-MM-AAAA),          *
      *    catégorie d'acte (CONSULT, PHARMACIE, OPTIQUE, DENTAIRE,    *
      *    HOSPITAL), montant dépensé, part déjà remboursée par la     *
      *    Sécurité sociale et part mutuelle calculée à la saisie      *
      *    selon la table des garanties (GUARANTEES). L'état vaut A    *
      *    (à payer) à la saisie, puis P (payé) quand virsepa a émis   *
      *    le virement, avec la référence et la date du virement.      *
      *    Tenu par manarmb, soldé par virsepa.                         *
      ******************************************************************
           10 CLF-KEY.
              15 CLF-UUID            PIC X(36).
              15 CLF-TIMESTAMP       PIC X(21).
           10 CLF-MEMBER-UUID        PIC X(36).
           10 CLF-CARE-DATE          PIC X(10).
           10 CLF-ACT-CATEGORY       PIC X(10).
           10 CLF-AMOUNT-SPENT       PIC 9(05)V99.
           10 CLF-SS-AMOUNT          PIC 9(05)V99.
           10 CLF-MUTUAL-AMOUNT      PIC 9(05)V99.
           10 CLF-STATUS             PIC X(01).
           10 CLF-OPERATOR-ID        PIC X(08).
           10 CLF-PAY-REF            PIC X(13).
           10 CLF-PAY-DATE           PIC X(10).
