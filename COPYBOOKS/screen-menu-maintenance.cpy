           05 LINE 03 COLUMN 01 VALUE "1. Creer un nouvel adherent".
           05 LINE 04 COLUMN 01 VALUE "2. Cloturer un adherent".
           05 LINE 05 COLUMN 01 VALUE "3. Modifier un adherent".
           05 LINE 06 COLUMN 01 VALUE "4. Nouveau mandat SEPA signe".
           05 LINE 07 COLUMN 01 VALUE "5. Quitter".
           05 LINE 09 COLUMN 01 VALUE "Votre choix       :".
           05 LINE 09 COLUMN 21 PIC X(01) USING WS-MENU-CHOICE.
           05 LINE 11 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
