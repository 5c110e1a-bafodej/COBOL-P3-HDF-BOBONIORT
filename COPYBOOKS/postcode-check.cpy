      ******************************************************************
      *    [MF-RD] Contrôle d'un couple code postal / ville contre le  *
      *    fichier de référence des codes postaux. Partagé entre les   *
      *    appelants (WORKING-STORAGE : manacust, manafam, chargadh,   *
      *    rapadr) et verifcp (LINKAGE SECTION) pour que tous voient   *
      *    exactement la même structure.                               *
      *                                                                *
      *    PCK-REQUEST : V = vérifier le couple, F = fin de passage    *
      *    (verifcp referme le fichier de référence).                  *
      *    PCK-RESULT  : O = couple connu (PCK-TOWN reçoit la forme    *
      *    de référence de la commune), V = ville inconnue pour ce     *
      *    code postal (PCK-TOWN-LIST propose les communes du code,    *
      *    dix au plus, PCK-TOWN-COUNT les compte toutes), C = code    *
      *    postal inconnu, F = code postal mal formé (cinq chiffres    *
      *    attendus), N = non contrôlé (adresse hors de France, ou     *
      *    fichier de référence pas encore chargé).                    *
      ******************************************************************
       01  POSTCODE-CHECK.
           05 PCK-REQUEST            PIC X(01).
              88 PCK-REQUEST-VERIFY  VALUE 'V'.
              88 PCK-REQUEST-FINISH  VALUE 'F'.
           05 PCK-ZIPCODE            PIC X(15).
           05 PCK-TOWN               PIC X(50).
           05 PCK-COUNTRY            PIC X(20).
           05 PCK-RESULT             PIC X(01).
              88 PCK-VALID           VALUE 'O'.
              88 PCK-TOWN-UNKNOWN    VALUE 'V'.
              88 PCK-ZIP-UNKNOWN     VALUE 'C'.
              88 PCK-ZIP-BAD-FORMAT  VALUE 'F'.
              88 PCK-NOT-CHECKED     VALUE 'N'.
           05 PCK-TOWN-COUNT         PIC 9(03).
           05 PCK-TOWN-LIST.
              10 PCK-TOWN-ENTRY      PIC X(50) OCCURS 10 TIMES.
