      ******************************************************************
      *    [MF-RD] Champs du journal des courriers adressés aux        *
      *    adhérents (CORRLOG), vue fichier (préfixe CRF-). Une fiche  *
      *    par lettre éditée : fiche adhérent destinataire, événement  *
      *    à l'origine du courrier (horodatage de l'entrée CUSTHIST    *
      *    pour une création ou une clôture, date AAAAMMJJ du dernier  *
      *    rejet pour une relance d'impayé) et type de lettre en clé,  *
      *    pour qu'un même courrier ne parte jamais deux fois ; date   *
      *    d'envoi, opérateur du passage, motif banque et montant dû   *
      *    rappelés (relances). La clé commence par l'identifiant de   *
      *    la fiche puis l'événement, les courriers d'un adhérent se   *
      *    lisent donc dans l'ordre chronologique. Tenu par courrier,  *
      *    consulté depuis la fiche (menucust) et repris au dossier de *
      *    droit d'accès (dossrgpd). Date d'envoi à blanc (opérateur   *
      *    ADRESSE) : lettre de bienvenue ou de clôture en attente     *
      *    d'une adresse complète, pas encore envoyée.                 *
      *                                                                *
      *    Types de lettre : BIENVENU (création de la fiche), CLOTURE  *
      *    (confirmation de clôture), RAPPEL (premier impayé),         *
      *    DEMEURE (mise en demeure, deuxième impayé), SUSPENS (avis   *
      *    de suspension des garanties, trois impayés et plus).        *
      ******************************************************************
           10 CRF-KEY.
              15 CRF-UUID          PIC X(36).
              15 CRF-EVENT-REF     PIC X(21).
              15 CRF-LETTER-TYPE   PIC X(08).
           10 CRF-SEND-DATE        PIC X(10).
           10 CRF-OPERATOR-ID      PIC X(08).
           10 CRF-REASON-CODE      PIC X(04).
           10 CRF-AMOUNT           PIC 9(05)V99.
