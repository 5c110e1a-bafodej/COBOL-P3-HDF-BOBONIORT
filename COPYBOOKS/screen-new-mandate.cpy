      ******************************************************************
      *    [MF-RD] Ecran d'enregistrement d'un nouveau mandat SEPA     *
      *    signé par un adhérent dont le mandat est révoqué ou expiré. *
      *    Utilisé par manacust ; le mandat est ouvert par majmand sur *
      *    l'IBAN enregistré sur la fiche de l'identifiant saisi.      *
      ******************************************************************
       01  SCREEN-NEW-MANDATE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "NOUVEAU MANDAT SEPA SIGNE".
           05 LINE 03 COLUMN 01 VALUE "Identifiant       :".
           05 LINE 03 COLUMN 21 PIC X(36) USING WS-CUS-UUID.
           05 LINE 05 COLUMN 01 VALUE "Confirmer (O)     :".
           05 LINE 05 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 07 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
