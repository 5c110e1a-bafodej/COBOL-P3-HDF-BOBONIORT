      ******************************************************************
      *    [MF-RD] Tenue du registre des mandats de prélèvement SEPA   *
      *    (MANDATES). Partagé entre les appelants (WORKING-STORAGE :  *
      *    manacust, validmod, prelsepa) et majmand (LINKAGE SECTION)  *
      *    pour que tous voient exactement la même structure.          *
      *                                                                *
      *    MDU-REQUEST : I = changement d'IBAN de la fiche MDU-UUID    *
      *    (MDU-OLD-IBAN vers MDU-NEW-IBAN), N = nouveau mandat signé  *
      *    par l'adhérent sur MDU-NEW-IBAN, U = construction de la RUM *
      *    du mandat de rang MDU-RANK (le registre n'est pas lu).      *
      *    MDU-DATE    : date de l'opération, au format JJ-MM-AAAA.    *
      *    MDU-RESULT  : O = registre mis à jour (MDU-RANK et MDU-RUM  *
      *    rendent le mandat en vigueur), N = rien à consigner, V =    *
      *    nouveau mandat refusé, le mandat en cours est encore        *
      *    valide (ni révoqué ni expiré), E = registre inaccessible.   *
      ******************************************************************
       01  MANDATE-UPDATE.
           05 MDU-REQUEST            PIC X(01).
              88 MDU-REQUEST-IBAN    VALUE 'I'.
              88 MDU-REQUEST-NEW     VALUE 'N'.
              88 MDU-REQUEST-RUM     VALUE 'U'.
           05 MDU-UUID               PIC X(36).
           05 MDU-OLD-IBAN           PIC X(34).
           05 MDU-NEW-IBAN           PIC X(34).
           05 MDU-DATE               PIC X(10).
           05 MDU-RANK               PIC 9(02).
           05 MDU-RUM                PIC X(35).
           05 MDU-RESULT             PIC X(01).
              88 MDU-UPDATED         VALUE 'O'.
              88 MDU-UNCHANGED       VALUE 'N'.
              88 MDU-STILL-VALID     VALUE 'V'.
              88 MDU-FILE-ERROR      VALUE 'E'.
