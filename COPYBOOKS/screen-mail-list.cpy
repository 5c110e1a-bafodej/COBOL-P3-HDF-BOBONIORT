      ******************************************************************
      *    [MF-RD] Liste des derniers courriers adressés à l'adhérent  *
      *    en cours. menucust formate au préalable une ligne "DATE     *
      *    LETTRE MOTIF MONTANT" par entrée du journal CORRLOG dans    *
      *    WS-HIST-DISPLAY-LINE(01) à (10), les dix plus récentes.     *
      ******************************************************************
       01  SCREEN-MAIL-LIST.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "COURRIERS ADRESSES A L'ADHERENT".
           05 LINE 02 COLUMN 01 VALUE "DATE/LETTRE/MOTIF/MONTANT DU".
           05 LINE 03 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(01).
           05 LINE 04 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(02).
           05 LINE 05 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(03).
           05 LINE 06 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(04).
           05 LINE 07 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(05).
           05 LINE 08 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(06).
           05 LINE 09 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(07).
           05 LINE 10 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(08).
           05 LINE 11 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(09).
           05 LINE 12 COLUMN 01 PIC X(80) FROM WS-HIST-DISPLAY-LINE(10).
           05 LINE 14 COLUMN 01 VALUE "Retour (O)        :".
           05 LINE 14 COLUMN 21 PIC X(01) USING WS-HIST-RETURN.
           05 LINE 15 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
