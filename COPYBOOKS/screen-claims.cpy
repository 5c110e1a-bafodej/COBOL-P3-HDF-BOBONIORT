      ******************************************************************
      *    [MF-RD] Ecrans des remboursements de soins de l'adhérent en *
      *    cours. Utilisés par manarmb : menu, saisie d'un acte de     *
      *    soins (bénéficiaire, date, catégorie, montant dépensé et    *
      *    part Sécurité sociale), puis liste des derniers actes       *
      *    saisis. manarmb formate au préalable une ligne "DATE        *
      *    CATEGORIE DEPENSE SECU MUTUELLE ETAT" par acte dans         *
      *    WS-CLM-DISPLAY-LINE(01) à (10), les dix plus récents.       *
      ******************************************************************
       01  SCREEN-MENU-CLAIM.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "REMBOURSEMENTS DE SOINS".
           05 LINE 03 COLUMN 01 VALUE "1. Saisir un acte de soins".
           05 LINE 04 COLUMN 01 VALUE "2. Consulter les actes".
           05 LINE 05 COLUMN 01 VALUE "3. Quitter".
           05 LINE 07 COLUMN 01 VALUE "Votre choix       :".
           05 LINE 07 COLUMN 21 PIC X(01) USING WS-MENU-CHOICE.
           05 LINE 09 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-CREATE-CLAIM.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "SAISIE D'UN ACTE DE SOINS".
           05 LINE 03 COLUMN 01 VALUE "Membre famille    :".
           05 LINE 03 COLUMN 21 PIC X(36) USING WS-CLM-MEMBER-UUID.
           05 LINE 04 COLUMN 21
                 VALUE "(identifiant du membre, vide = l'adherent)".
           05 LINE 05 COLUMN 01 VALUE "Date des soins    :".
           05 LINE 05 COLUMN 21 PIC X(10) USING WS-CLM-CARE-DATE.
           05 LINE 06 COLUMN 01 VALUE "Categorie d'acte  :".
           05 LINE 06 COLUMN 21 PIC X(10) USING WS-CLM-ACT-CATEGORY.
           05 LINE 06 COLUMN 33
                 VALUE "(CONSULT PHARMACIE OPTIQUE DENTAIRE HOSPITAL)".
           05 LINE 07 COLUMN 01 VALUE "Montant depense   :".
           05 LINE 07 COLUMN 21 PIC X(08) USING WS-CLM-SPENT-X.
           05 LINE 08 COLUMN 01 VALUE "Part secu         :".
           05 LINE 08 COLUMN 21 PIC X(08) USING WS-CLM-SS-X.
           05 LINE 10 COLUMN 01 VALUE "Confirmer (O)     :".
           05 LINE 10 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 12 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-CLAIM-LIST.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "ACTES DE SOINS DE L'ADHERENT.".
           05 LINE 02 COLUMN 01
                 VALUE "DATE/CATEGORIE/DEPENSE/SECU/MUTUELLE/ETAT".
           05 LINE 03 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(01).
           05 LINE 04 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(02).
           05 LINE 05 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(03).
           05 LINE 06 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(04).
           05 LINE 07 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(05).
           05 LINE 08 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(06).
           05 LINE 09 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(07).
           05 LINE 10 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(08).
           05 LINE 11 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(09).
           05 LINE 12 COLUMN 01 PIC X(80) FROM WS-CLM-DISPLAY-LINE(10).
           05 LINE 14 COLUMN 01 VALUE "Retour (O)        :".
           05 LINE 14 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 15 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
