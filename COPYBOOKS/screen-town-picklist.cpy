      ******************************************************************
      *    [MF-RD] Ecran de choix de la commune : la ville saisie      *
      *    n'existe pas pour le code postal, verifcp a renvoyé les     *
      *    communes connues du code (dix au plus). L'opérateur saisit  *
      *    le numéro de la bonne commune, ou laisse à blanc pour       *
      *    revenir corriger l'adresse. Utilisé par manacust et manafam.*
      ******************************************************************
       01  SCREEN-TOWN-PICKLIST.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
                 VALUE "VILLE INCONNUE POUR CE CODE POSTAL".
           05 LINE 03 COLUMN 01 VALUE "Code postal       :".
           05 LINE 03 COLUMN 21 PIC X(15) FROM PCK-ZIPCODE.
           05 LINE 04 COLUMN 01 VALUE "Ville saisie      :".
           05 LINE 04 COLUMN 21 PIC X(50) FROM WS-TOWN-TYPED.
           05 LINE 06 COLUMN 01 VALUE "Communes du code postal :".
           05 LINE 07 COLUMN 01 VALUE "01".
           05 LINE 07 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(01).
           05 LINE 08 COLUMN 01 VALUE "02".
           05 LINE 08 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(02).
           05 LINE 09 COLUMN 01 VALUE "03".
           05 LINE 09 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(03).
           05 LINE 10 COLUMN 01 VALUE "04".
           05 LINE 10 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(04).
           05 LINE 11 COLUMN 01 VALUE "05".
           05 LINE 11 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(05).
           05 LINE 12 COLUMN 01 VALUE "06".
           05 LINE 12 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(06).
           05 LINE 13 COLUMN 01 VALUE "07".
           05 LINE 13 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(07).
           05 LINE 14 COLUMN 01 VALUE "08".
           05 LINE 14 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(08).
           05 LINE 15 COLUMN 01 VALUE "09".
           05 LINE 15 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(09).
           05 LINE 16 COLUMN 01 VALUE "10".
           05 LINE 16 COLUMN 05 PIC X(50) FROM PCK-TOWN-ENTRY(10).
           05 LINE 18 COLUMN 01 VALUE "Numero de la commune :".
           05 LINE 18 COLUMN 24 PIC X(02) USING WS-TOWN-CHOICE.
           05 LINE 18 COLUMN 28 VALUE "(vide = corriger l'adresse)".
           05 LINE 20 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
