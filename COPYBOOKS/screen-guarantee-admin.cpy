      ******************************************************************
      *    [MF-RD] Ecrans d'administration du fichier de référence     *
      *    des garanties. Utilisés par managar : menu, création d'une  *
      *    garantie (code mutuelle + catégorie d'acte + date d'effet + *
      *    taux + plafond), puis sélection et mise à jour du taux et   *
      *    du plafond d'une garantie existante. La date d'effet se     *
      *    saisit en JJ-MM-AAAA, le taux en 999 (pourcentage) et le    *
      *    plafond en 99999.99 (euros).                                 *
      ******************************************************************
       01  SCREEN-MENU-GUARANTEE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "ADMINISTRATION DES GARANTIES".
           05 LINE 03 COLUMN 01 VALUE "1. Creer une garantie".
           05 LINE 04 COLUMN 01 VALUE "2. Modifier une garantie".
           05 LINE 05 COLUMN 01 VALUE "3. Quitter".
           05 LINE 07 COLUMN 01 VALUE "Votre choix       :".
           05 LINE 07 COLUMN 21 PIC X(01) USING WS-MENU-CHOICE.
           05 LINE 09 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-CREATE-GUARANTEE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "CREATION D'UNE GARANTIE".
           05 LINE 03 COLUMN 01 VALUE "Code mutuelle     :".
           05 LINE 03 COLUMN 21 PIC X(10) USING WS-GAR-PLAN-CODE.
           05 LINE 04 COLUMN 01 VALUE "Categorie d'acte  :".
           05 LINE 04 COLUMN 21 PIC X(10) USING WS-GAR-ACT-CATEGORY.
           05 LINE 04 COLUMN 33
                 VALUE "(CONSULT PHARMACIE OPTIQUE DENTAIRE HOSPITAL)".
           05 LINE 05 COLUMN 01 VALUE "Date d'effet      :".
           05 LINE 05 COLUMN 21 PIC X(10) USING WS-GAR-EFFECT-DATE.
           05 LINE 06 COLUMN 01 VALUE "Taux (%)          :".
           05 LINE 06 COLUMN 21 PIC X(03) USING WS-GAR-RATE-X.
           05 LINE 07 COLUMN 01 VALUE "Plafond par acte  :".
           05 LINE 07 COLUMN 21 PIC X(08) USING WS-GAR-CEILING-X.
           05 LINE 09 COLUMN 01 VALUE "Confirmer (O)     :".
           05 LINE 09 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 11 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-MODIFY-GUARANTEE-SELECT.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "MODIFICATION D'UNE GARANTIE".
           05 LINE 03 COLUMN 01 VALUE "Code mutuelle     :".
           05 LINE 03 COLUMN 21 PIC X(10) USING WS-GAR-PLAN-CODE.
           05 LINE 04 COLUMN 01 VALUE "Categorie d'acte  :".
           05 LINE 04 COLUMN 21 PIC X(10) USING WS-GAR-ACT-CATEGORY.
           05 LINE 05 COLUMN 01 VALUE "Date d'effet      :".
           05 LINE 05 COLUMN 21 PIC X(10) USING WS-GAR-EFFECT-DATE.
           05 LINE 07 COLUMN 01 VALUE "Confirmer (O)     :".
           05 LINE 07 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 09 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.

       01  SCREEN-MODIFY-GUARANTEE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "MODIFICATION D'UNE GARANTIE".
           05 LINE 03 COLUMN 01 VALUE "Code mutuelle     :".
           05 LINE 03 COLUMN 21 PIC X(10) FROM WS-GAR-PLAN-CODE.
           05 LINE 04 COLUMN 01 VALUE "Categorie d'acte  :".
           05 LINE 04 COLUMN 21 PIC X(10) FROM WS-GAR-ACT-CATEGORY.
           05 LINE 05 COLUMN 01 VALUE "Date d'effet      :".
           05 LINE 05 COLUMN 21 PIC X(10) FROM WS-GAR-EFFECT-DATE.
           05 LINE 06 COLUMN 01 VALUE "Taux (%)          :".
           05 LINE 06 COLUMN 21 PIC X(03) USING WS-GAR-RATE-X.
           05 LINE 07 COLUMN 01 VALUE "Plafond par acte  :".
           05 LINE 07 COLUMN 21 PIC X(08) USING WS-GAR-CEILING-X.
           05 LINE 09 COLUMN 01 VALUE "Confirmer (O)     :".
           05 LINE 09 COLUMN 21 PIC X(01) USING WS-CONFIRM.
           05 LINE 11 COLUMN 01 PIC X(70) USING WS-ERROR-MESSAGE.
