      ******************************************************************
      *    [MF-RD] Ecrans de validation des demandes de modification   *
      *    d'IBAN et de code mutuelle. Utilisés par validmod : liste   *
      *    des demandes en attente (validmod formate au préalable une  *
      *    ligne "NO DATE DEMANDEUR ADHERENT NATURE" par demande dans  *
      *    WS-PEND-DISPLAY-LINE(01) à (10), dans l'ordre du fichier),  *
      *    puis détail d'une demande avec les valeurs avant et après   *
      *    et la décision du superviseur.                              *
      ******************************************************************
       01  SCREEN-PENDING-LIST.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              VALUE "DEMANDES DE MODIFICATION EN ATTENTE DE VALIDATION".
           05 LINE 02 COLUMN 01
              VALUE "NO DATE       DEMANDEUR  ADHERENT".
           05 LINE 02 COLUMN 66 VALUE "NATURE".
           05 LINE 03 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(01).
           05 LINE 04 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(02).
           05 LINE 05 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(03).
           05 LINE 06 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(04).
           05 LINE 07 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(05).
           05 LINE 08 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(06).
           05 LINE 09 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(07).
           05 LINE 10 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(08).
           05 LINE 11 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(09).
           05 LINE 12 COLUMN 01 PIC X(80) FROM WS-PEND-DISPLAY-LINE(10).
           05 LINE 14 COLUMN 01 VALUE "Numero a traiter  :".
           05 LINE 14 COLUMN 21 PIC X(02) USING WS-PEND-CHOICE.
           05 LINE 14 COLUMN 25 VALUE "(vide = quitter)".
           05 LINE 16 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-PENDING-DETAIL.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              VALUE "VALIDATION D'UNE DEMANDE DE MODIFICATION".
           05 LINE 03 COLUMN 01 VALUE "Adherent          :".
           05 LINE 03 COLUMN 21 PIC X(36) FROM WS-VAL-UUID.
           05 LINE 04 COLUMN 01 VALUE "Nom               :".
           05 LINE 04 COLUMN 21 PIC X(41) FROM WS-VAL-NAME.
           05 LINE 05 COLUMN 01 VALUE "Demandee par      :".
           05 LINE 05 COLUMN 21 PIC X(08) FROM WS-VAL-REQUESTER-ID.
           05 LINE 05 COLUMN 31 VALUE "le".
           05 LINE 05 COLUMN 34 PIC X(10) FROM WS-VAL-REQUEST-DATE.
           05 LINE 05 COLUMN 45 VALUE "a".
           05 LINE 05 COLUMN 47 PIC X(05) FROM WS-VAL-REQUEST-TIME.
           05 LINE 07 COLUMN 01 VALUE "IBAN actuel       :".
           05 LINE 07 COLUMN 21 PIC X(34) FROM WS-VAL-OLD-IBAN.
           05 LINE 08 COLUMN 01 VALUE "IBAN demande      :".
           05 LINE 08 COLUMN 21 PIC X(34) FROM WS-VAL-NEW-IBAN.
           05 LINE 09 COLUMN 01 VALUE "Code mutuelle     :".
           05 LINE 09 COLUMN 21 PIC X(10) FROM WS-VAL-OLD-PLAN-CODE.
           05 LINE 10 COLUMN 01 VALUE "Code demande      :".
           05 LINE 10 COLUMN 21 PIC X(10) FROM WS-VAL-NEW-PLAN-CODE.
           05 LINE 12 COLUMN 01 VALUE "Decision (A/R)    :".
           05 LINE 12 COLUMN 21 PIC X(01) USING WS-DECISION.
           05 LINE 12 COLUMN 25
              VALUE "(A = approuver, R = rejeter, vide = retour)".
           05 LINE 14 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
