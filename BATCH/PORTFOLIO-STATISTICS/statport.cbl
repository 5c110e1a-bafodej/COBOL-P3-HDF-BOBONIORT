      ******************************************************************
      *    [MF-RD] Traitement mensuel : statistiques du portefeuille   *
      *    pour la direction. Relit le fichier des adhérents, les      *
      *    membres de la famille (FAMILYMBR) et les tarifs (PLANCODES) *
      *    et donne, par code mutuelle, pour un mois clos :            *
      *      - les adhérents actifs en fin de mois, ventilés par       *
      *        tranche d'âge (date de naissance) et par département    *
      *        (code postal de la fiche) ;                             *
      *      - les bénéficiaires couverts (l'adhérent et les membres   *
      *        de sa famille) et les cotisations mensuelles attendues  *
      *        au tarif en vigueur ;                                   *
      *      - les entrées et sorties du mois (dates de création et de *
      *        clôture des fiches) et le taux de sortie (sorties du    *
      *        mois rapportées aux adhérents actifs en début de mois), *
      *        comparés au même mois de l'année précédente.            *
      *    Produit l'état imprimable STATPORT et le fichier STATCSV    *
      *    (champs séparés par des points-virgules) pour le tableur de *
      *    la direction.                                               *
      *                                                                *
      *    Chaque mois est conservé dans l'instantané PORTSTAT (voir   *
      *    'portfolio-stat-fields-psf.cpy') : la comparaison avec      *
      *    l'année précédente se fait sur l'instantané, seul à garder  *
      *    âge et département des fiches anonymisées depuis par        *
      *    anonadh. Le mois traité (STATPORT_MOIS, AAAAMM, par défaut  *
      *    le mois précédent) doit être clos. Un mois déjà dans        *
      *    l'instantané n'y est pas remplacé sauf forçage explicite    *
      *    (STATPORT_FORCE=O) ; l'état et le fichier sont produits     *
      *    dans tous les cas.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. statport.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-UUID
               ALTERNATE RECORD KEY IS CF-CODE-SECU WITH DUPLICATES
               ALTERNATE RECORD KEY IS CF-LASTNAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT FAMILY-MEMBER-FILE ASSIGN TO "FAMILYMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMF-MEMBER-UUID
               ALTERNATE RECORD KEY IS FMF-OWNER-UUID WITH DUPLICATES
               FILE STATUS IS WS-FAMILY-FILE-STATUS.

      *    [MF-RD] Fichier de référence des tarifs (tenu par
      *    manaplan). Fichier absent ou code sans tarif : montants
      *    historiques câblés, comme dans prelsepa.
           SELECT PLAN-FILE ASSIGN TO "PLANCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLF-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.

      *    [MF-RD] Instantané mensuel du portefeuille : créé au
      *    premier passage, une fiche par mois et par code mutuelle.
           SELECT SNAPSHOT-FILE ASSIGN TO "PORTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSF-KEY
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STATPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CSV-FILE ASSIGN TO "STATCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05 CF-DATA.
               COPY 'customer-fields-cf.cpy'.

       FD  FAMILY-MEMBER-FILE.
       01  FAMILY-MEMBER-FILE-RECORD.
           05 FMF-DATA.
               COPY 'family-fields-cf.cpy'.

       FD  PLAN-FILE.
       01  PLAN-FILE-RECORD.
           05 PLF-DATA.
               COPY 'plan-fields-plf.cpy'.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-FILE-RECORD.
           05 PSF-DATA.
               COPY 'portfolio-stat-fields-psf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  CSV-FILE.
       01  CSV-LINE                     PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-FAMILY-FILE-STATUS        PIC X(02).
           88 WS-FAM-FS-OK              VALUE '00'.

       01  WS-PLAN-FILE-STATUS          PIC X(02).
           88 WS-PLN-FS-OK              VALUE '00'.

       01  WS-SNAPSHOT-FILE-STATUS      PIC X(02).
           88 WS-PSF-FS-OK              VALUE '00'.
           88 WS-PSF-FS-NO-FILE         VALUE '35'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).
       01  WS-CSV-FILE-STATUS           PIC X(02).

      *    [MF-RD] Mémorise que chaque fichier s'est bien ouvert :
      *    sans famille, chaque adhérent compte pour un seul
      *    bénéficiaire ; sans tarifs, les montants câblés s'appliquent.
       01  WS-CUSTOMER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-IS-OPEN       VALUE 'Y'.
           88 WS-CUSTOMER-NOT-OPEN      VALUE 'N'.
       01  WS-FAMILY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FAMILY-IS-OPEN         VALUE 'Y'.
           88 WS-FAMILY-NOT-OPEN        VALUE 'N'.
       01  WS-PLAN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PLAN-IS-OPEN           VALUE 'Y'.
           88 WS-PLAN-NOT-OPEN          VALUE 'N'.

       01  WS-EOF-SWITCH                PIC X(01).
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.
       01  WS-FAM-EOF-SWITCH            PIC X(01).
           88 WS-FAM-EOF-YES            VALUE 'Y'.
           88 WS-FAM-EOF-NO             VALUE 'N'.

      *    [MF-RD] Pilotage du passage : mois traité (AAAAMM), même
      *    mois de l'année précédente, forçage, mois déjà présent
      *    dans l'instantané, et motif de refus.
       01  WS-PARAM-MONTH               PIC X(06).
       01  WS-PARAM-FORCE               PIC X(01).
       01  WS-STAT-MONTH                PIC X(06).
       01  WS-STAT-MONTH-R REDEFINES WS-STAT-MONTH.
           05 WS-SM-YEAR                PIC 9(04).
           05 WS-SM-MONTH               PIC 9(02).
       01  WS-PREV-YEAR-MONTH           PIC X(06).
       01  WS-PREV-YEAR-MONTH-R REDEFINES WS-PREV-YEAR-MONTH.
           05 WS-PY-YEAR                PIC 9(04).
           05 WS-PY-MONTH               PIC 9(02).
       01  WS-RUN-MODE                  PIC X(01) VALUE 'F'.
           88 WS-RUN-FRESH              VALUE 'F'.
           88 WS-RUN-REFUSED            VALUE 'X'.
       01  WS-REFUSED-REASON            PIC X(60).
       01  WS-SNAPSHOT-EXISTS-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-SNAPSHOT-EXISTS        VALUE 'Y'.
           88 WS-SNAPSHOT-NEW           VALUE 'N'.
       01  WS-SNAPSHOT-OUTCOME          PIC X(60).

      *    [MF-RD] Date du jour, opérateur (variable USER), premier
      *    et dernier jour du mois traité (AAAAMMJJ).
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-YYYYMMDD
                                        PIC X(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-MONTH-START               PIC X(08).
       01  WS-NEXT-MONTH-YYYYMMDD       PIC 9(08).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-YYYYMMDD.
           05 WS-NM-YEAR                PIC 9(04).
           05 WS-NM-MONTH               PIC 9(02).
           05 WS-NM-DAY                 PIC 9(02).
       01  WS-MONTH-END-INTEGER         PIC 9(07).
       01  WS-MONTH-END-YYYYMMDD        PIC 9(08).
       01  WS-MONTH-END-X REDEFINES WS-MONTH-END-YYYYMMDD
                                        PIC X(08).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END-YYYYMMDD.
           05 WS-ME-YEAR                PIC 9(04).
           05 WS-ME-MMDD                PIC X(04).

      *    [MF-RD] Conversion d'une date de fiche JJ-MM-AAAA en
      *    AAAAMMJJ, à blanc si la date n'est pas exploitable.
       01  WS-CONV-DATE.
           05 WS-CV-DAYS                PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-MONTH               PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-YEAR                PIC X(04).
       01  WS-CONV-YYYYMMDD             PIC X(08).

      *    [MF-RD] Fiche en cours : dates de création, de clôture et
      *    de naissance en AAAAMMJJ, état clôturé, âge en fin de mois.
       01  WS-CREATE-YYYYMMDD           PIC X(08).
       01  WS-CLOSE-YYYYMMDD            PIC X(08).
       01  WS-BIRTH-YYYYMMDD.
           05 WS-BD-YEAR                PIC 9(04).
           05 WS-BD-MMDD                PIC X(04).
       01  WS-FICHE-CLOSED-SWITCH       PIC X(01).
           88 WS-FICHE-CLOSED           VALUE 'Y'.
           88 WS-FICHE-OPEN             VALUE 'N'.
       01  WS-AGE                       PIC 9(03).
       01  WS-MEMBER-COUNT              PIC 9(03).

      *    [MF-RD] Tranches d'âge en fin de mois : moins de 18 ans,
      *    18-25, 26-35, 36-45, 46-55, 56-65, 66-75, 76 ans et plus,
      *    date de naissance inconnue.
       01  WS-BAND-IDX                  PIC 9(03) COMP.
       01  WS-BAND-MAX                  PIC 9(03) COMP VALUE 9.
       01  WS-BAND-LABEL-VALUES.
           05 FILLER                    PIC X(06) VALUE '-18'.
           05 FILLER                    PIC X(06) VALUE '18-25'.
           05 FILLER                    PIC X(06) VALUE '26-35'.
           05 FILLER                    PIC X(06) VALUE '36-45'.
           05 FILLER                    PIC X(06) VALUE '46-55'.
           05 FILLER                    PIC X(06) VALUE '56-65'.
           05 FILLER                    PIC X(06) VALUE '66-75'.
           05 FILLER                    PIC X(06) VALUE '76+'.
           05 FILLER                    PIC X(06) VALUE 'INC'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL             PIC X(06) OCCURS 9 TIMES.

      *    [MF-RD] Départements : positions 1 à 95 pour la métropole
      *    (numéro du département), puis Corse du Sud et Haute-Corse
      *    (code postal 200xx-201xx et 202xx-206xx), les
      *    départements et collectivités d'outre-mer 971 à 978, les
      *    collectivités du Pacifique (98x), code postal inexploitable
      *    et adresse à l'étranger.
       01  WS-DEPT-IDX                  PIC 9(03) COMP.
       01  WS-DEPT-MAX                  PIC 9(03) COMP VALUE 108.
       01  WS-DEPT-NUMBER               PIC 9(02).
       01  WS-DEPT-DIGIT                PIC 9(01).
       01  WS-DEPT-LABEL                PIC X(03).
       01  WS-DEPT-EXTRA-VALUES.
           05 FILLER                    PIC X(03) VALUE '2A'.
           05 FILLER                    PIC X(03) VALUE '2B'.
           05 FILLER                    PIC X(03) VALUE '971'.
           05 FILLER                    PIC X(03) VALUE '972'.
           05 FILLER                    PIC X(03) VALUE '973'.
           05 FILLER                    PIC X(03) VALUE '974'.
           05 FILLER                    PIC X(03) VALUE '975'.
           05 FILLER                    PIC X(03) VALUE '976'.
           05 FILLER                    PIC X(03) VALUE '977'.
           05 FILLER                    PIC X(03) VALUE '978'.
           05 FILLER                    PIC X(03) VALUE '98X'.
           05 FILLER                    PIC X(03) VALUE 'INC'.
           05 FILLER                    PIC X(03) VALUE 'ETR'.
       01  WS-DEPT-EXTRA-TABLE REDEFINES WS-DEPT-EXTRA-VALUES.
           05 WS-DEPT-EXTRA-LABEL       PIC X(03) OCCURS 13 TIMES.

      *    [MF-RD] Compteurs par code mutuelle : les codes du fichier
      *    des tarifs puis ceux rencontrés sur les fiches, 29 au plus.
      *    La trentième ligne est réservée au code AUTRES, qui regroupe
      *    les codes au-delà ; chacune de ses fiches y est comptée au
      *    tarif de son propre code. La 31e ligne porte le total du
      *    portefeuille. Chiffres du même mois de l'année précédente
      *    relus de l'instantané.
       01  WS-PLAN-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-PLAN-MAX                  PIC 9(03) COMP VALUE 30.
       01  WS-PLAN-IDX                  PIC 9(03) COMP.
       01  WS-PLAN-CTR                  PIC 9(03) COMP.
       01  WS-TOTAL-IDX                 PIC 9(03) COMP VALUE 31.
       01  WS-SEARCH-CODE               PIC X(10).
       01  WS-TOTAL-CODE                PIC X(10) VALUE '*TOTAL*'.
       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 31 TIMES.
               10 WS-PT-CODE                PIC X(10).
               10 WS-PT-TARIFF-SWITCH       PIC X(01).
                   88 WS-PT-TARIFF-FOUND    VALUE 'Y'.
               10 WS-PT-TARIFF              PIC 9(03)V99.
               10 WS-PT-ACTIVE-START        PIC 9(07).
               10 WS-PT-ENTRY-COUNT         PIC 9(07).
               10 WS-PT-EXIT-COUNT          PIC 9(07).
               10 WS-PT-ACTIVE-END          PIC 9(07).
               10 WS-PT-BENEFICIARY-COUNT   PIC 9(07).
               10 WS-PT-DUES-AMOUNT         PIC 9(09)V99.
               10 WS-PT-AGE-BAND-COUNT      PIC 9(07) OCCURS 9 TIMES.
               10 WS-PT-DEPT-COUNT          PIC 9(07) OCCURS 108 TIMES.
               10 WS-PT-PREV-SWITCH         PIC X(01).
                   88 WS-PT-PREV-FOUND      VALUE 'Y'.
               10 WS-PT-PREV-ACTIVE-START   PIC 9(07).
               10 WS-PT-PREV-ENTRY-COUNT    PIC 9(07).
               10 WS-PT-PREV-EXIT-COUNT     PIC 9(07).
               10 WS-PT-PREV-ACTIVE-END     PIC 9(07).
       01  WS-PREV-DEPT-TABLE.
           05 WS-PREV-DEPT-COUNT        PIC 9(07) OCCURS 108 TIMES.

      *    [MF-RD] Tarif en vigueur du code d'une fiche regroupée sous
      *    AUTRES, relu dans le fichier des tarifs.
       01  WS-OTHER-TARIFF              PIC 9(03)V99.
       01  WS-OTHER-TARIFF-SWITCH       PIC X(01).
           88 WS-OTHER-TARIFF-FOUND     VALUE 'Y'.
           88 WS-OTHER-TARIFF-MISSING   VALUE 'N'.
       01  WS-PLF-EOF-SWITCH            PIC X(01).
           88 WS-PLF-EOF-YES            VALUE 'Y'.
           88 WS-PLF-EOF-NO             VALUE 'N'.

      *    [MF-RD] Montants historiques câblés (voir prelsepa), pour
      *    les codes sans tarif au fichier de référence.
       01  WS-AMOUNT-BASE               PIC 9(03)V99 VALUE 25.00.
       01  WS-AMOUNT-FAMILLE            PIC 9(03)V99 VALUE 40.00.
       01  WS-AMOUNT-ETUDIANT           PIC 9(03)V99 VALUE 15.00.
       01  WS-AMOUNT-SENIOR             PIC 9(03)V99 VALUE 20.00.
       01  WS-DEFAULT-TARIFF            PIC 9(03)V99.

      *    [MF-RD] Taux de sortie : sorties du mois pour 100 adhérents
      *    actifs en début de mois.
       01  WS-RATE-BASE                 PIC 9(07).
       01  WS-RATE-EXITS                PIC 9(07).
       01  WS-RATE                      PIC 9(03)V99.

       01  WS-READ-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-NO-DATE-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-PLAN-LABEL                PIC X(12).
       01  WS-COUNT-EDIT                PIC Z(06)9.
       01  WS-RATE-EDIT                 PIC ZZ9.99.
       01  WS-AMOUNT-EDIT               PIC Z(08)9.99.

      *    [MF-RD] Ligne du fichier tableur : chaque valeur est
      *    cadrée à gauche et précédée d'un point-virgule, sauf la
      *    première ; virgule décimale pour le tableur.
       01  WS-CSV-PTR                   PIC 9(03).
       01  WS-CSV-VALUE                 PIC X(20).
       01  WS-CSV-LEAD                  PIC 9(03).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'STATISTIQUES MENSUELLES DU PORTEFEUILLE'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(15)
                  VALUE 'Mois         : '.
           05 WS-HL2-MONTH              PIC X(06).
           05 FILLER                    PIC X(14)
                  VALUE '   Edite le : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(15)
                  VALUE '   Compare a : '.
           05 WS-HL2-PREV-MONTH         PIC X(06).
       01  WS-REFUSED-LINE       PIC X(60) VALUE
               'STATISTIQUES DU PORTEFEUILLE NON PRODUITES.'.
       01  WS-NO-PREVIOUS-LINE.
           05 FILLER                    PIC X(40)
                  VALUE 'N.D. : PAS D''INSTANTANE POUR LE MEME '.
           05 FILLER                    PIC X(40)
                  VALUE 'MOIS DE L''ANNEE PRECEDENTE.'.

       01  WS-SECTION-LINE.
           05 FILLER                    PIC X(04) VALUE '--- '.
           05 WS-SEC-TITLE              PIC X(60).

       01  WS-DUES-HEADER-LINE.
           05 FILLER                    PIC X(14)
                  VALUE 'Code mutuelle'.
           05 FILLER                    PIC X(11) VALUE '  Adherents'.
           05 FILLER                    PIC X(15)
                  VALUE '  Beneficiaires'.
           05 FILLER                    PIC X(11) VALUE '      Tarif'.
           05 FILLER                    PIC X(16)
                  VALUE '     Cotisations'.
           05 FILLER                    PIC X(11) VALUE ' Adherents'.
       01  WS-DUES-HEADER-LINE-2.
           05 FILLER                    PIC X(51) VALUE SPACES.
           05 FILLER                    PIC X(16)
                  VALUE '     mensuelles'.
           05 FILLER                    PIC X(11) VALUE '       N-1'.
       01  WS-DUES-LINE.
           05 WS-DL-PLAN                PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-ACTIVE-END          PIC Z(08)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-BENEFICIARY         PIC Z(12)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-TARIFF              PIC Z(05)9.99 BLANK WHEN ZERO.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-DUES                PIC Z(10)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DL-PREV-ACTIVE-END     PIC X(09).

       01  WS-BAND-HEADER-LINE.
           05 FILLER                    PIC X(14)
                  VALUE 'Code mutuelle'.
           05 WS-BHL-BAND               PIC X(08) OCCURS 9 TIMES.
           05 FILLER                    PIC X(10) VALUE '     Total'.
       01  WS-BAND-LINE.
           05 WS-BL-PLAN                PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BL-BAND-ENTRY OCCURS 9 TIMES.
               10 WS-BL-BAND-COUNT      PIC Z(06)9.
               10 FILLER                PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BL-TOTAL               PIC Z(08)9.

       01  WS-MOVE-HEADER-LINE.
           05 FILLER                    PIC X(14)
                  VALUE 'Code mutuelle'.
           05 FILLER                    PIC X(09) VALUE '  Debut'.
           05 FILLER                    PIC X(09) VALUE 'Entrees'.
           05 FILLER                    PIC X(09) VALUE 'Sorties'.
           05 FILLER                    PIC X(07) VALUE '    Fin'.
           05 FILLER                    PIC X(12) VALUE ' Taux sortie'.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'Entr. N-1'.
           05 FILLER                    PIC X(11) VALUE 'Sort. N-1'.
           05 FILLER                    PIC X(08) VALUE 'Taux N-1'.
       01  WS-MOVE-LINE.
           05 WS-ML-PLAN                PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ML-ACTIVE-START        PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ML-ENTRY-COUNT         PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ML-EXIT-COUNT          PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ML-ACTIVE-END          PIC Z(06)9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ML-RATE                PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE ' %'.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ML-PREV-ENTRY-COUNT    PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ML-PREV-EXIT-COUNT     PIC X(07).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ML-PREV-RATE           PIC X(06).
           05 FILLER                    PIC X(02) VALUE ' %'.

       01  WS-DEPT-HEADER-LINE.
           05 FILLER                    PIC X(14) VALUE 'Departement'.
           05 FILLER                    PIC X(09) VALUE 'Adherents'.
           05 FILLER                    PIC X(11) VALUE '   Adh. N-1'.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(14)
                  VALUE 'Code mutuelle'.
           05 FILLER                    PIC X(09) VALUE 'Adherents'.
       01  WS-DEPT-LINE.
           05 WS-DPL-DEPT               PIC X(03).
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 WS-DPL-COUNT              PIC Z(06)9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-DPL-PREV-COUNT         PIC X(07).
       01  WS-DEPT-PLAN-LINE.
           05 FILLER                    PIC X(38) VALUE SPACES.
           05 WS-DPP-PLAN               PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DPP-COUNT              PIC Z(06)9.

       01  WS-READ-SUMMARY-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Fiches lues               :'.
           05 WS-RS-COUNT   PIC Z(06)9.
       01  WS-NO-DATE-SUMMARY-LINE.
           05 FILLER        PIC X(30)
                  VALUE 'Fiches sans date creation :'.
           05 WS-NDS-COUNT  PIC Z(06)9.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-LOAD-PLANS
              THRU END-2000-LOAD-PLANS.

           PERFORM 3000-START-SCAN-CUSTOMERS
              THRU END-3000-SCAN-CUSTOMERS.

           PERFORM 3500-START-DERIVE-DUES
              THRU END-3500-DERIVE-DUES.

           PERFORM 4000-START-READ-PREVIOUS-YEAR
              THRU END-4000-READ-PREVIOUS-YEAR.

           PERFORM 5000-START-RECORD-SNAPSHOT
              THRU END-5000-RECORD-SNAPSHOT.

           PERFORM 6000-START-WRITE-REPORT
              THRU END-6000-WRITE-REPORT.

           PERFORM 7000-START-WRITE-CSV
              THRU END-7000-WRITE-CSV.

           PERFORM 8000-START-CLOSE-FILES
              THRU END-8000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Arrête le mois traité et ses bornes, consulte       *
      *    l'instantané, ouvre les fichiers. Mois invalide ou non      *
      *    clos, ou fichier des adhérents absent : le motif est        *
      *    signalé à l'exploitation et rien n'est produit.             *
      ******************************************************************
       1000-START-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 1100-READ-PARAMETERS
              THRU END-1100-READ-PARAMETERS.

           IF NOT WS-RUN-REFUSED THEN
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUS-FS-OK THEN
                   SET WS-CUSTOMER-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 'FICHIER DES ADHERENTS ABSENT.'
                       TO WS-REFUSED-REASON
               END-IF
           END-IF.

           IF WS-RUN-REFUSED THEN
               DISPLAY WS-REFUSED-LINE
               DISPLAY WS-REFUSED-REASON
               GO TO END-1000-INITIALIZE
           END-IF.

      *    [MF-RD] Premier jour du mois, et dernier : veille du
      *    premier jour du mois suivant.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-STAT-MONTH '01'
               DELIMITED BY SIZE INTO WS-MONTH-START
           END-STRING.
           MOVE WS-SM-YEAR  TO WS-NM-YEAR.
           MOVE WS-SM-MONTH TO WS-NM-MONTH.
           MOVE 01          TO WS-NM-DAY.
           IF WS-NM-MONTH EQUAL 12 THEN
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-YYYYMMDD) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER)
               TO WS-MONTH-END-YYYYMMDD.

           MOVE WS-STAT-MONTH TO WS-PREV-YEAR-MONTH.
           SUBTRACT 1 FROM WS-PY-YEAR.

           PERFORM 1200-CHECK-SNAPSHOT
              THRU END-1200-CHECK-SNAPSHOT.

           OPEN INPUT FAMILY-MEMBER-FILE.
           IF WS-FAM-FS-OK THEN
               SET WS-FAMILY-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT PLAN-FILE.
           IF WS-PLN-FS-OK THEN
               SET WS-PLAN-IS-OPEN TO TRUE
           END-IF.

           INITIALIZE WS-PLAN-TABLE
                      WS-PREV-DEPT-TABLE.
           MOVE WS-TOTAL-CODE TO WS-PT-CODE(WS-TOTAL-IDX).

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CSV-FILE.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit le mois à traiter (STATPORT_MOIS, AAAAMM) et  *
      *    le forçage (STATPORT_FORCE). Sans paramètre, le mois        *
      *    précédent. Le mois doit être une date plausible et          *
      *    strictement antérieur au mois en cours.                     *
      ******************************************************************
       1100-READ-PARAMETERS.
           DISPLAY 'STATPORT_MOIS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-MONTH FROM ENVIRONMENT-VALUE.

           DISPLAY 'STATPORT_FORCE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-FORCE FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-PARAM-FORCE) TO WS-PARAM-FORCE.

           IF WS-PARAM-MONTH NOT EQUAL SPACES THEN
               MOVE WS-PARAM-MONTH TO WS-STAT-MONTH
               GO TO 1100-CHECK-MONTH
           END-IF.

           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-STAT-MONTH.
           IF WS-SM-MONTH EQUAL 01 THEN
               SUBTRACT 1 FROM WS-SM-YEAR
               MOVE 12 TO WS-SM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-SM-MONTH
           END-IF.

       1100-CHECK-MONTH.
           IF    WS-STAT-MONTH IS NOT NUMERIC
              OR WS-SM-MONTH LESS THAN 01
              OR WS-SM-MONTH GREATER THAN 12
              OR WS-STAT-MONTH NOT LESS THAN
                 WS-TODAY-YYYYMMDD(1:6) THEN
               SET WS-RUN-REFUSED TO TRUE
               MOVE 'MOIS INVALIDE OU NON CLOS (AAAAMM ANTERIEUR).'
                   TO WS-REFUSED-REASON
           END-IF.
       END-1100-READ-PARAMETERS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ouvre l'instantané (créé au premier passage) et     *
      *    regarde si le mois y figure déjà : il n'y sera alors        *
      *    remplacé qu'avec STATPORT_FORCE=O, pour ne pas écraser des  *
      *    chiffres d'époque par un recalcul fait après anonymisation. *
      ******************************************************************
       1200-CHECK-SNAPSHOT.
           OPEN I-O SNAPSHOT-FILE.
           IF WS-PSF-FS-NO-FILE THEN
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF.

           MOVE WS-STAT-MONTH TO PSF-MONTH.
           MOVE WS-TOTAL-CODE TO PSF-PLAN-CODE.
           READ SNAPSHOT-FILE
               INVALID KEY
                   GO TO END-1200-CHECK-SNAPSHOT
           END-READ.

           SET WS-SNAPSHOT-EXISTS TO TRUE.
       END-1200-CHECK-SNAPSHOT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Charge les codes du fichier des tarifs, avec pour   *
      *    chacun le tarif en vigueur ce jour : les lignes d'un code   *
      *    étant rangées par date d'effet croissante, on retient la    *
      *    dernière lue encore dans le passé (même règle que prelsepa).*
      ******************************************************************
       2000-START-LOAD-PLANS.
           IF WS-RUN-REFUSED OR WS-PLAN-NOT-OPEN THEN
               GO TO END-2000-LOAD-PLANS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 2010-READ-NEXT-TARIFF
              THRU END-2010-READ-NEXT-TARIFF
              UNTIL WS-EOF-YES.
       END-2000-LOAD-PLANS.
           EXIT.

       2010-READ-NEXT-TARIFF.
           READ PLAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2010-READ-NEXT-TARIFF
           END-READ.

           MOVE PLF-PLAN-CODE TO WS-SEARCH-CODE.
           PERFORM 9100-FIND-PLAN
              THRU END-9100-FIND-PLAN.

      *    [MF-RD] Code regroupé sous AUTRES : pas de tarif de ligne,
      *    ses fiches sont comptées chacune au tarif de leur code.
           IF WS-PLAN-IDX EQUAL WS-PLAN-MAX THEN
               GO TO END-2010-READ-NEXT-TARIFF
           END-IF.

           IF PLF-EFFECT-YYYYMMDD NOT GREATER THAN WS-TODAY-X THEN
               MOVE PLF-AMOUNT TO WS-PT-TARIFF(WS-PLAN-IDX)
               SET WS-PT-TARIFF-FOUND(WS-PLAN-IDX) TO TRUE
           END-IF.
       END-2010-READ-NEXT-TARIFF.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt les fiches et compte, sous le code         *
      *    mutuelle de la fiche et au total :                          *
      *      - entrée : fiche créée dans le mois ;                     *
      *      - sortie : fiche clôturée dans le mois ;                  *
      *      - actif en début de mois : créée avant le premier jour et *
      *        pas clôturée avant ;                                    *
      *      - actif en fin de mois : créée au plus tard le dernier    *
      *        jour et pas clôturée à cette date ; ventilé par tranche *
      *        d'âge et par département, avec ses bénéficiaires.       *
      *    Une fiche clôturée sans date de clôture lisible est tenue   *
      *    pour sortie avant le mois. Une fiche sans date de création  *
      *    lisible n'est pas comptée, elle figure au récapitulatif.    *
      ******************************************************************
       3000-START-SCAN-CUSTOMERS.
           IF WS-RUN-REFUSED THEN
               GO TO END-3000-SCAN-CUSTOMERS
           END-IF.

           SET WS-EOF-NO TO TRUE.
           PERFORM 3010-READ-NEXT-CUSTOMER
              THRU END-3010-READ-NEXT-CUSTOMER
              UNTIL WS-EOF-YES.
       END-3000-SCAN-CUSTOMERS.
           EXIT.

       3010-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-3010-READ-NEXT-CUSTOMER
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           MOVE CF-CREATE-DATE TO WS-CONV-DATE.
           PERFORM 9000-CONVERT-DATE
              THRU END-9000-CONVERT-DATE.
           MOVE WS-CONV-YYYYMMDD TO WS-CREATE-YYYYMMDD.
           IF WS-CREATE-YYYYMMDD EQUAL SPACES THEN
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO END-3010-READ-NEXT-CUSTOMER
           END-IF.

           IF WS-CREATE-YYYYMMDD GREATER THAN WS-MONTH-END-X THEN
               GO TO END-3010-READ-NEXT-CUSTOMER
           END-IF.

           SET WS-FICHE-OPEN TO TRUE.
           IF CF-ACTIVE NOT EQUAL 'O' THEN
               SET WS-FICHE-CLOSED TO TRUE
               MOVE CF-CLOSE-DATE TO WS-CONV-DATE
               PERFORM 9000-CONVERT-DATE
                  THRU END-9000-CONVERT-DATE
               MOVE WS-CONV-YYYYMMDD TO WS-CLOSE-YYYYMMDD
               IF WS-CLOSE-YYYYMMDD EQUAL SPACES THEN
                   MOVE '00000000' TO WS-CLOSE-YYYYMMDD
               END-IF
           END-IF.

           MOVE CF-PLAN-CODE TO WS-SEARCH-CODE.
           PERFORM 9100-FIND-PLAN
              THRU END-9100-FIND-PLAN.

           IF WS-CREATE-YYYYMMDD NOT LESS THAN WS-MONTH-START THEN
               ADD 1 TO WS-PT-ENTRY-COUNT(WS-PLAN-IDX)
                        WS-PT-ENTRY-COUNT(WS-TOTAL-IDX)
           ELSE
               IF WS-FICHE-OPEN
                  OR WS-CLOSE-YYYYMMDD NOT LESS THAN WS-MONTH-START
                  THEN
                   ADD 1 TO WS-PT-ACTIVE-START(WS-PLAN-IDX)
                            WS-PT-ACTIVE-START(WS-TOTAL-IDX)
               END-IF
           END-IF.

           IF WS-FICHE-CLOSED
              AND WS-CLOSE-YYYYMMDD NOT LESS THAN WS-MONTH-START
              AND WS-CLOSE-YYYYMMDD NOT GREATER THAN WS-MONTH-END-X
              THEN
               ADD 1 TO WS-PT-EXIT-COUNT(WS-PLAN-IDX)
                        WS-PT-EXIT-COUNT(WS-TOTAL-IDX)
           END-IF.

           IF WS-FICHE-CLOSED
              AND WS-CLOSE-YYYYMMDD NOT GREATER THAN WS-MONTH-END-X
              THEN
               GO TO END-3010-READ-NEXT-CUSTOMER
           END-IF.

           ADD 1 TO WS-PT-ACTIVE-END(WS-PLAN-IDX)
                    WS-PT-ACTIVE-END(WS-TOTAL-IDX).

           PERFORM 3100-COUNT-AGE-BAND
              THRU END-3100-COUNT-AGE-BAND.

           PERFORM 3200-COUNT-DEPARTMENT
              THRU END-3200-COUNT-DEPARTMENT.

           PERFORM 3300-COUNT-BENEFICIARIES
              THRU END-3300-COUNT-BENEFICIARIES.

           IF WS-PLAN-IDX EQUAL WS-PLAN-MAX THEN
               PERFORM 3400-ADD-OTHER-DUES
                  THRU END-3400-ADD-OTHER-DUES
           END-IF.
       END-3010-READ-NEXT-CUSTOMER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Tranche d'âge de l'adhérent au dernier jour du      *
      *    mois ; date de naissance illisible ou postérieure : INC.    *
      ******************************************************************
       3100-COUNT-AGE-BAND.
           MOVE WS-BAND-MAX TO WS-BAND-IDX.

           MOVE CF-BIRTH-DATE TO WS-CONV-DATE.
           PERFORM 9000-CONVERT-DATE
              THRU END-9000-CONVERT-DATE.
           IF WS-CONV-YYYYMMDD EQUAL SPACES
              OR WS-CONV-YYYYMMDD GREATER THAN WS-MONTH-END-X THEN
               GO TO 3100-ADD-COUNT
           END-IF.

           MOVE WS-CONV-YYYYMMDD TO WS-BIRTH-YYYYMMDD.
           COMPUTE WS-AGE = WS-ME-YEAR - WS-BD-YEAR.
           IF WS-ME-MMDD LESS THAN WS-BD-MMDD THEN
               SUBTRACT 1 FROM WS-AGE
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE LESS THAN 18
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 25
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 35
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 45
                   MOVE 4 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 55
                   MOVE 5 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 65
                   MOVE 6 TO WS-BAND-IDX
               WHEN WS-AGE NOT GREATER THAN 75
                   MOVE 7 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 8 TO WS-BAND-IDX
           END-EVALUATE.

       3100-ADD-COUNT.
           ADD 1 TO WS-PT-AGE-BAND-COUNT(WS-PLAN-IDX, WS-BAND-IDX)
                    WS-PT-AGE-BAND-COUNT(WS-TOTAL-IDX, WS-BAND-IDX).
       END-3100-COUNT-AGE-BAND.
           EXIT.

      ******************************************************************
      *    [MF-RD] Département de l'adhérent, tiré du code postal de   *
      *    la fiche : deux premiers chiffres en métropole, 2A/2B pour  *
      *    la Corse, trois chiffres outre-mer. Adresse hors de France  *
      *    : ETR ; code postal inexploitable : INC.                    *
      ******************************************************************
       3200-COUNT-DEPARTMENT.
           IF  CF-COUNTRY NOT EQUAL SPACES
           AND FUNCTION UPPER-CASE(CF-COUNTRY) NOT EQUAL 'FRANCE' THEN
               MOVE 108 TO WS-DEPT-IDX
               GO TO 3200-ADD-COUNT
           END-IF.

           MOVE 107 TO WS-DEPT-IDX.
           IF CF-ZIPCODE(1:5) IS NOT NUMERIC THEN
               GO TO 3200-ADD-COUNT
           END-IF.

           EVALUATE CF-ZIPCODE(1:2)
               WHEN '20'
                   IF CF-ZIPCODE(3:1) LESS THAN '2' THEN
                       MOVE 96 TO WS-DEPT-IDX
                   ELSE
                       MOVE 97 TO WS-DEPT-IDX
                   END-IF
               WHEN '97'
                   MOVE CF-ZIPCODE(3:1) TO WS-DEPT-DIGIT
                   IF WS-DEPT-DIGIT GREATER THAN ZERO
                      AND WS-DEPT-DIGIT LESS THAN 9 THEN
                       COMPUTE WS-DEPT-IDX = 97 + WS-DEPT-DIGIT
                   END-IF
               WHEN '98'
                   MOVE 106 TO WS-DEPT-IDX
               WHEN OTHER
                   MOVE CF-ZIPCODE(1:2) TO WS-DEPT-NUMBER
                   IF WS-DEPT-NUMBER GREATER THAN ZERO
                      AND WS-DEPT-NUMBER LESS THAN 96 THEN
                       MOVE WS-DEPT-NUMBER TO WS-DEPT-IDX
                   END-IF
           END-EVALUATE.

       3200-ADD-COUNT.
           ADD 1 TO WS-PT-DEPT-COUNT(WS-PLAN-IDX, WS-DEPT-IDX)
                    WS-PT-DEPT-COUNT(WS-TOTAL-IDX, WS-DEPT-IDX).
       END-3200-COUNT-DEPARTMENT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Bénéficiaires couverts par l'adhérent : lui-même et *
      *    les membres de sa famille enregistrés au plus tard le       *
      *    dernier jour du mois (date d'ajout illisible : compté).     *
      ******************************************************************
       3300-COUNT-BENEFICIARIES.
           MOVE 1 TO WS-MEMBER-COUNT.

           IF WS-FAMILY-NOT-OPEN THEN
               GO TO 3300-ADD-COUNT
           END-IF.

           SET WS-FAM-EOF-NO TO TRUE.
           MOVE CF-UUID TO FMF-OWNER-UUID.
           START FAMILY-MEMBER-FILE KEY IS EQUAL TO FMF-OWNER-UUID
               INVALID KEY
                   SET WS-FAM-EOF-YES TO TRUE
           END-START.

           PERFORM 3310-READ-NEXT-MEMBER
              THRU END-3310-READ-NEXT-MEMBER
              UNTIL WS-FAM-EOF-YES.

       3300-ADD-COUNT.
           ADD WS-MEMBER-COUNT
               TO WS-PT-BENEFICIARY-COUNT(WS-PLAN-IDX)
                  WS-PT-BENEFICIARY-COUNT(WS-TOTAL-IDX).
       END-3300-COUNT-BENEFICIARIES.
           EXIT.

       3310-READ-NEXT-MEMBER.
           READ FAMILY-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-FAM-EOF-YES TO TRUE
                   GO TO END-3310-READ-NEXT-MEMBER
           END-READ.

           IF FMF-OWNER-UUID NOT EQUAL CF-UUID THEN
               SET WS-FAM-EOF-YES TO TRUE
               GO TO END-3310-READ-NEXT-MEMBER
           END-IF.

           MOVE FMF-CREATE-DATE TO WS-CONV-DATE.
           PERFORM 9000-CONVERT-DATE
              THRU END-9000-CONVERT-DATE.
           IF WS-CONV-YYYYMMDD NOT GREATER THAN WS-MONTH-END-X
              OR WS-CONV-YYYYMMDD EQUAL SPACES THEN
               ADD 1 TO WS-MEMBER-COUNT
           END-IF.
       END-3310-READ-NEXT-MEMBER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Cotisation d'une fiche active regroupée sous AUTRES *
      *    : tarif en vigueur ce jour de son code (dernière ligne du   *
      *    code dans le fichier des tarifs dont la date d'effet n'est  *
      *    pas dépassée), sinon montant câblé du code.                 *
      ******************************************************************
       3400-ADD-OTHER-DUES.
           MOVE ZERO TO WS-OTHER-TARIFF.
           SET WS-OTHER-TARIFF-MISSING TO TRUE.

           IF WS-PLAN-NOT-OPEN THEN
               GO TO 3400-ADD-AMOUNT
           END-IF.

           SET WS-PLF-EOF-NO TO TRUE.
           MOVE WS-SEARCH-CODE TO PLF-PLAN-CODE.
           MOVE LOW-VALUES     TO PLF-EFFECT-YYYYMMDD.
           START PLAN-FILE KEY IS NOT LESS THAN PLF-KEY
               INVALID KEY
                   SET WS-PLF-EOF-YES TO TRUE
           END-START.

           PERFORM 3410-READ-OTHER-TARIFF
              THRU END-3410-READ-OTHER-TARIFF
              UNTIL WS-PLF-EOF-YES.

       3400-ADD-AMOUNT.
           IF WS-OTHER-TARIFF-MISSING THEN
               PERFORM 9150-SET-DEFAULT-TARIFF
                  THRU END-9150-SET-DEFAULT-TARIFF
               MOVE WS-DEFAULT-TARIFF TO WS-OTHER-TARIFF
           END-IF.

           ADD WS-OTHER-TARIFF TO WS-PT-DUES-AMOUNT(WS-PLAN-MAX).
       END-3400-ADD-OTHER-DUES.
           EXIT.

       3410-READ-OTHER-TARIFF.
           READ PLAN-FILE NEXT RECORD
               AT END
                   SET WS-PLF-EOF-YES TO TRUE
                   GO TO END-3410-READ-OTHER-TARIFF
           END-READ.

           IF PLF-PLAN-CODE NOT EQUAL WS-SEARCH-CODE
              OR PLF-EFFECT-YYYYMMDD GREATER THAN WS-TODAY-X THEN
               SET WS-PLF-EOF-YES TO TRUE
               GO TO END-3410-READ-OTHER-TARIFF
           END-IF.

           MOVE PLF-AMOUNT TO WS-OTHER-TARIFF.
           SET WS-OTHER-TARIFF-FOUND TO TRUE.
       END-3410-READ-OTHER-TARIFF.
           EXIT.

      ******************************************************************
      *    [MF-RD] Cotisations mensuelles attendues : adhérents actifs *
      *    en fin de mois au tarif en vigueur de leur code. Code sans  *
      *    tarif au fichier de référence : montant câblé du code, ou   *
      *    tarif de base (même règle que prelsepa). La ligne AUTRES a  *
      *    déjà ses cotisations, cumulées fiche par fiche.             *
      ******************************************************************
       3500-START-DERIVE-DUES.
           IF WS-RUN-REFUSED THEN
               GO TO END-3500-DERIVE-DUES
           END-IF.

           PERFORM 3510-DERIVE-PLAN-DUES
              THRU END-3510-DERIVE-PLAN-DUES
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
       END-3500-DERIVE-DUES.
           EXIT.

       3510-DERIVE-PLAN-DUES.
           IF WS-PLAN-CTR EQUAL WS-PLAN-MAX THEN
               GO TO 3510-ADD-TOTAL
           END-IF.

           IF NOT WS-PT-TARIFF-FOUND(WS-PLAN-CTR) THEN
               MOVE WS-PT-CODE(WS-PLAN-CTR) TO WS-SEARCH-CODE
               PERFORM 9150-SET-DEFAULT-TARIFF
                  THRU END-9150-SET-DEFAULT-TARIFF
               MOVE WS-DEFAULT-TARIFF TO WS-PT-TARIFF(WS-PLAN-CTR)
           END-IF.

           COMPUTE WS-PT-DUES-AMOUNT(WS-PLAN-CTR) =
               WS-PT-TARIFF(WS-PLAN-CTR)
             * WS-PT-ACTIVE-END(WS-PLAN-CTR).

       3510-ADD-TOTAL.
           ADD WS-PT-DUES-AMOUNT(WS-PLAN-CTR)
               TO WS-PT-DUES-AMOUNT(WS-TOTAL-IDX).
       END-3510-DERIVE-PLAN-DUES.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit dans l'instantané les chiffres du même mois   *
      *    de l'année précédente, pour chaque code et pour le total.   *
      *    Mois absent de l'instantané : comparaison N.D.              *
      ******************************************************************
       4000-START-READ-PREVIOUS-YEAR.
           IF WS-RUN-REFUSED THEN
               GO TO END-4000-READ-PREVIOUS-YEAR
           END-IF.

           PERFORM 4010-READ-PREVIOUS-PLAN
              THRU END-4010-READ-PREVIOUS-PLAN
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.

           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 4010-READ-PREVIOUS-PLAN
              THRU END-4010-READ-PREVIOUS-PLAN.

           IF WS-PT-PREV-FOUND(WS-TOTAL-IDX) THEN
               PERFORM 4020-KEEP-PREVIOUS-DEPT
                  THRU END-4020-KEEP-PREVIOUS-DEPT
                  VARYING WS-DEPT-IDX FROM 1 BY 1
                  UNTIL WS-DEPT-IDX > WS-DEPT-MAX
           END-IF.
       END-4000-READ-PREVIOUS-YEAR.
           EXIT.

       4010-READ-PREVIOUS-PLAN.
           MOVE WS-PREV-YEAR-MONTH      TO PSF-MONTH.
           MOVE WS-PT-CODE(WS-PLAN-CTR) TO PSF-PLAN-CODE.
           READ SNAPSHOT-FILE
               INVALID KEY
                   GO TO END-4010-READ-PREVIOUS-PLAN
           END-READ.

           SET WS-PT-PREV-FOUND(WS-PLAN-CTR) TO TRUE.
           MOVE PSF-ACTIVE-START
               TO WS-PT-PREV-ACTIVE-START(WS-PLAN-CTR).
           MOVE PSF-ENTRY-COUNT  TO WS-PT-PREV-ENTRY-COUNT(WS-PLAN-CTR).
           MOVE PSF-EXIT-COUNT   TO WS-PT-PREV-EXIT-COUNT(WS-PLAN-CTR).
           MOVE PSF-ACTIVE-END   TO WS-PT-PREV-ACTIVE-END(WS-PLAN-CTR).
       END-4010-READ-PREVIOUS-PLAN.
           EXIT.

       4020-KEEP-PREVIOUS-DEPT.
           MOVE PSF-DEPT-COUNT(WS-DEPT-IDX)
               TO WS-PREV-DEPT-COUNT(WS-DEPT-IDX).
       END-4020-KEEP-PREVIOUS-DEPT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Enregistre le mois dans l'instantané : une fiche    *
      *    par code puis la fiche de total. Mois déjà présent sans     *
      *    forçage : l'instantané d'origine est conservé.              *
      ******************************************************************
       5000-START-RECORD-SNAPSHOT.
           IF WS-RUN-REFUSED THEN
               GO TO END-5000-RECORD-SNAPSHOT
           END-IF.

           IF WS-SNAPSHOT-EXISTS AND WS-PARAM-FORCE NOT EQUAL 'O' THEN
               MOVE 'INSTANTANE DU MOIS DEJA ENREGISTRE, CONSERVE.'
                   TO WS-SNAPSHOT-OUTCOME
               GO TO END-5000-RECORD-SNAPSHOT
           END-IF.

           PERFORM 5010-WRITE-SNAPSHOT-PLAN
              THRU END-5010-WRITE-SNAPSHOT-PLAN
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.

           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 5010-WRITE-SNAPSHOT-PLAN
              THRU END-5010-WRITE-SNAPSHOT-PLAN.

           IF WS-SNAPSHOT-EXISTS THEN
               MOVE 'INSTANTANE DU MOIS REMPLACE (FORCAGE).'
                   TO WS-SNAPSHOT-OUTCOME
           ELSE
               MOVE 'INSTANTANE DU MOIS ENREGISTRE.'
                   TO WS-SNAPSHOT-OUTCOME
           END-IF.
       END-5000-RECORD-SNAPSHOT.
           EXIT.

       5010-WRITE-SNAPSHOT-PLAN.
           MOVE WS-STAT-MONTH            TO PSF-MONTH.
           MOVE WS-PT-CODE(WS-PLAN-CTR)  TO PSF-PLAN-CODE.
           MOVE WS-TODAY-DATE            TO PSF-RUN-DATE.
           MOVE WS-OPERATOR-ID           TO PSF-OPERATOR-ID.
           MOVE WS-PT-ACTIVE-START(WS-PLAN-CTR) TO PSF-ACTIVE-START.
           MOVE WS-PT-ENTRY-COUNT(WS-PLAN-CTR)  TO PSF-ENTRY-COUNT.
           MOVE WS-PT-EXIT-COUNT(WS-PLAN-CTR)   TO PSF-EXIT-COUNT.
           MOVE WS-PT-ACTIVE-END(WS-PLAN-CTR)   TO PSF-ACTIVE-END.
           MOVE WS-PT-BENEFICIARY-COUNT(WS-PLAN-CTR)
               TO PSF-BENEFICIARY-COUNT.
           MOVE WS-PT-DUES-AMOUNT(WS-PLAN-CTR)  TO PSF-DUES-AMOUNT.

           PERFORM 5020-MOVE-SNAPSHOT-BAND
              THRU END-5020-MOVE-SNAPSHOT-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-MAX.

           PERFORM 5030-MOVE-SNAPSHOT-DEPT
              THRU END-5030-MOVE-SNAPSHOT-DEPT
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-MAX.

           WRITE SNAPSHOT-FILE-RECORD
               INVALID KEY
                   REWRITE SNAPSHOT-FILE-RECORD
           END-WRITE.
       END-5010-WRITE-SNAPSHOT-PLAN.
           EXIT.

       5020-MOVE-SNAPSHOT-BAND.
           MOVE WS-PT-AGE-BAND-COUNT(WS-PLAN-CTR, WS-BAND-IDX)
               TO PSF-AGE-BAND-COUNT(WS-BAND-IDX).
       END-5020-MOVE-SNAPSHOT-BAND.
           EXIT.

       5030-MOVE-SNAPSHOT-DEPT.
           MOVE WS-PT-DEPT-COUNT(WS-PLAN-CTR, WS-DEPT-IDX)
               TO PSF-DEPT-COUNT(WS-DEPT-IDX).
       END-5030-MOVE-SNAPSHOT-DEPT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Etat imprimable : adhérents, bénéficiaires et       *
      *    cotisations par code ; tranches d'âge ; mouvements du mois  *
      *    et taux de sortie comparés à l'année précédente ;           *
      *    départements ; récapitulatif du passage.                    *
      ******************************************************************
       6000-START-WRITE-REPORT.
           IF WS-RUN-REFUSED THEN
               GO TO END-6000-WRITE-REPORT
           END-IF.

           MOVE WS-STAT-MONTH      TO WS-HL2-MONTH.
           MOVE WS-TODAY-DATE      TO WS-HL2-DATE.
           MOVE WS-PREV-YEAR-MONTH TO WS-HL2-PREV-MONTH.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           IF NOT WS-PT-PREV-FOUND(WS-TOTAL-IDX) THEN
               WRITE REPORT-LINE FROM WS-NO-PREVIOUS-LINE
           END-IF.

           MOVE 'ADHERENTS ACTIFS, BENEFICIAIRES ET COTISATIONS'
               TO WS-SEC-TITLE.
           PERFORM 9200-WRITE-SECTION-TITLE
              THRU END-9200-WRITE-SECTION-TITLE.
           WRITE REPORT-LINE FROM WS-DUES-HEADER-LINE.
           WRITE REPORT-LINE FROM WS-DUES-HEADER-LINE-2.
           PERFORM 6110-WRITE-DUES-LINE
              THRU END-6110-WRITE-DUES-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 6110-WRITE-DUES-LINE
              THRU END-6110-WRITE-DUES-LINE.

           MOVE 'ADHERENTS ACTIFS PAR TRANCHE D''AGE' TO WS-SEC-TITLE.
           PERFORM 9200-WRITE-SECTION-TITLE
              THRU END-9200-WRITE-SECTION-TITLE.
           PERFORM 6200-SET-BAND-HEADER
              THRU END-6200-SET-BAND-HEADER
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-MAX.
           WRITE REPORT-LINE FROM WS-BAND-HEADER-LINE.
           PERFORM 6210-WRITE-BAND-LINE
              THRU END-6210-WRITE-BAND-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 6210-WRITE-BAND-LINE
              THRU END-6210-WRITE-BAND-LINE.

           MOVE 'MOUVEMENTS DU MOIS ET TAUX DE SORTIE' TO WS-SEC-TITLE.
           PERFORM 9200-WRITE-SECTION-TITLE
              THRU END-9200-WRITE-SECTION-TITLE.
           WRITE REPORT-LINE FROM WS-MOVE-HEADER-LINE.
           PERFORM 6310-WRITE-MOVE-LINE
              THRU END-6310-WRITE-MOVE-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 6310-WRITE-MOVE-LINE
              THRU END-6310-WRITE-MOVE-LINE.

           MOVE 'ADHERENTS ACTIFS PAR DEPARTEMENT' TO WS-SEC-TITLE.
           PERFORM 9200-WRITE-SECTION-TITLE
              THRU END-9200-WRITE-SECTION-TITLE.
           WRITE REPORT-LINE FROM WS-DEPT-HEADER-LINE.
           PERFORM 6410-WRITE-DEPT-LINES
              THRU END-6410-WRITE-DEPT-LINES
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-MAX.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-RS-COUNT.
           WRITE REPORT-LINE FROM WS-READ-SUMMARY-LINE.
           MOVE WS-NO-DATE-COUNT TO WS-NDS-COUNT.
           WRITE REPORT-LINE FROM WS-NO-DATE-SUMMARY-LINE.
           MOVE WS-SNAPSHOT-OUTCOME TO REPORT-LINE.
           WRITE REPORT-LINE.
       END-6000-WRITE-REPORT.
           EXIT.

       6110-WRITE-DUES-LINE.
           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-DL-PLAN.
           MOVE WS-PT-ACTIVE-END(WS-PLAN-CTR)   TO WS-DL-ACTIVE-END.
           MOVE WS-PT-BENEFICIARY-COUNT(WS-PLAN-CTR)
               TO WS-DL-BENEFICIARY.
           MOVE WS-PT-TARIFF(WS-PLAN-CTR)       TO WS-DL-TARIFF.
           MOVE WS-PT-DUES-AMOUNT(WS-PLAN-CTR)  TO WS-DL-DUES.
           IF WS-PT-PREV-FOUND(WS-PLAN-CTR) THEN
               MOVE WS-PT-PREV-ACTIVE-END(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DL-PREV-ACTIVE-END
               MOVE WS-COUNT-EDIT TO WS-DL-PREV-ACTIVE-END(3:7)
           ELSE
               MOVE '     N.D.' TO WS-DL-PREV-ACTIVE-END
           END-IF.
           WRITE REPORT-LINE FROM WS-DUES-LINE.
       END-6110-WRITE-DUES-LINE.
           EXIT.

       6200-SET-BAND-HEADER.
           MOVE SPACES TO WS-BHL-BAND(WS-BAND-IDX).
           MOVE WS-BAND-LABEL(WS-BAND-IDX)
               TO WS-BHL-BAND(WS-BAND-IDX)(2:6).
       END-6200-SET-BAND-HEADER.
           EXIT.

       6210-WRITE-BAND-LINE.
           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-BL-PLAN.
           PERFORM 6220-MOVE-BAND-COUNT
              THRU END-6220-MOVE-BAND-COUNT
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-MAX.
           MOVE WS-PT-ACTIVE-END(WS-PLAN-CTR) TO WS-BL-TOTAL.
           WRITE REPORT-LINE FROM WS-BAND-LINE.
       END-6210-WRITE-BAND-LINE.
           EXIT.

       6220-MOVE-BAND-COUNT.
           MOVE WS-PT-AGE-BAND-COUNT(WS-PLAN-CTR, WS-BAND-IDX)
               TO WS-BL-BAND-COUNT(WS-BAND-IDX).
       END-6220-MOVE-BAND-COUNT.
           EXIT.

       6310-WRITE-MOVE-LINE.
           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-ML-PLAN.
           MOVE WS-PT-ACTIVE-START(WS-PLAN-CTR) TO WS-ML-ACTIVE-START.
           MOVE WS-PT-ENTRY-COUNT(WS-PLAN-CTR)  TO WS-ML-ENTRY-COUNT.
           MOVE WS-PT-EXIT-COUNT(WS-PLAN-CTR)   TO WS-ML-EXIT-COUNT.
           MOVE WS-PT-ACTIVE-END(WS-PLAN-CTR)   TO WS-ML-ACTIVE-END.

           MOVE WS-PT-ACTIVE-START(WS-PLAN-CTR) TO WS-RATE-BASE.
           MOVE WS-PT-EXIT-COUNT(WS-PLAN-CTR)   TO WS-RATE-EXITS.
           PERFORM 9400-COMPUTE-RATE
              THRU END-9400-COMPUTE-RATE.
           MOVE WS-RATE TO WS-ML-RATE.

           IF WS-PT-PREV-FOUND(WS-PLAN-CTR) THEN
               MOVE WS-PT-PREV-ENTRY-COUNT(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-ML-PREV-ENTRY-COUNT
               MOVE WS-PT-PREV-EXIT-COUNT(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-ML-PREV-EXIT-COUNT
               MOVE WS-PT-PREV-ACTIVE-START(WS-PLAN-CTR)
                   TO WS-RATE-BASE
               MOVE WS-PT-PREV-EXIT-COUNT(WS-PLAN-CTR)
                   TO WS-RATE-EXITS
               PERFORM 9400-COMPUTE-RATE
                  THRU END-9400-COMPUTE-RATE
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-ML-PREV-RATE
           ELSE
               MOVE '   N.D.' TO WS-ML-PREV-ENTRY-COUNT
                                 WS-ML-PREV-EXIT-COUNT
               MOVE '  N.D.' TO WS-ML-PREV-RATE
           END-IF.
           WRITE REPORT-LINE FROM WS-MOVE-LINE.
       END-6310-WRITE-MOVE-LINE.
           EXIT.

       6410-WRITE-DEPT-LINES.
           IF  WS-PT-DEPT-COUNT(WS-TOTAL-IDX, WS-DEPT-IDX) EQUAL ZERO
           AND WS-PREV-DEPT-COUNT(WS-DEPT-IDX) EQUAL ZERO THEN
               GO TO END-6410-WRITE-DEPT-LINES
           END-IF.

           PERFORM 9600-SET-DEPT-LABEL
              THRU END-9600-SET-DEPT-LABEL.
           MOVE WS-DEPT-LABEL TO WS-DPL-DEPT.
           MOVE WS-PT-DEPT-COUNT(WS-TOTAL-IDX, WS-DEPT-IDX)
               TO WS-DPL-COUNT.
           IF WS-PT-PREV-FOUND(WS-TOTAL-IDX) THEN
               MOVE WS-PREV-DEPT-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DPL-PREV-COUNT
           ELSE
               MOVE '   N.D.' TO WS-DPL-PREV-COUNT
           END-IF.
           WRITE REPORT-LINE FROM WS-DEPT-LINE.

           PERFORM 6420-WRITE-DEPT-PLAN-LINE
              THRU END-6420-WRITE-DEPT-PLAN-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
       END-6410-WRITE-DEPT-LINES.
           EXIT.

       6420-WRITE-DEPT-PLAN-LINE.
           IF WS-PT-DEPT-COUNT(WS-PLAN-CTR, WS-DEPT-IDX) EQUAL ZERO
              THEN
               GO TO END-6420-WRITE-DEPT-PLAN-LINE
           END-IF.

           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-DPP-PLAN.
           MOVE WS-PT-DEPT-COUNT(WS-PLAN-CTR, WS-DEPT-IDX)
               TO WS-DPP-COUNT.
           WRITE REPORT-LINE FROM WS-DEPT-PLAN-LINE.
       END-6420-WRITE-DEPT-PLAN-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Fichier tableur STATCSV : un bloc PLAN (une ligne   *
      *    par code et une ligne TOTAL, avec les tranches d'âge en     *
      *    colonnes), puis un bloc DEPT (une ligne par département et  *
      *    par code, plus le total du département).                    *
      ******************************************************************
       7000-START-WRITE-CSV.
           IF WS-RUN-REFUSED THEN
               GO TO END-7000-WRITE-CSV
           END-IF.

           MOVE SPACES TO CSV-LINE.
           STRING 'TYPE;MOIS;CODE;ADH DEBUT;ENTREES;SORTIES;ADH FIN;'
                  'TAUX SORTIE;BENEFICIAIRES;TARIF;COTISATIONS;'
                  'ADH FIN N-1;ENTREES N-1;SORTIES N-1;TAUX SORTIE N-1;'
                  'AGE -18;AGE 18-25;AGE 26-35;AGE 36-45;AGE 46-55;'
                  'AGE 56-65;AGE 66-75;AGE 76+;AGE INC'
               DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.

           PERFORM 7110-WRITE-CSV-PLAN-LINE
              THRU END-7110-WRITE-CSV-PLAN-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 7110-WRITE-CSV-PLAN-LINE
              THRU END-7110-WRITE-CSV-PLAN-LINE.

           MOVE SPACES TO CSV-LINE.
           WRITE CSV-LINE.
           MOVE 'TYPE;MOIS;DEPARTEMENT;CODE;ADHERENTS' TO CSV-LINE.
           WRITE CSV-LINE.

           PERFORM 7210-WRITE-CSV-DEPT-LINES
              THRU END-7210-WRITE-CSV-DEPT-LINES
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-MAX.
       END-7000-WRITE-CSV.
           EXIT.

       7110-WRITE-CSV-PLAN-LINE.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.

           IF WS-PLAN-CTR EQUAL WS-TOTAL-IDX THEN
               MOVE 'TOTAL' TO WS-CSV-VALUE
           ELSE
               MOVE 'PLAN' TO WS-CSV-VALUE
           END-IF.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           MOVE WS-STAT-MONTH TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.

           MOVE WS-PT-ACTIVE-START(WS-PLAN-CTR) TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.
           MOVE WS-PT-ENTRY-COUNT(WS-PLAN-CTR) TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.
           MOVE WS-PT-EXIT-COUNT(WS-PLAN-CTR) TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.
           MOVE WS-PT-ACTIVE-END(WS-PLAN-CTR) TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.

           MOVE WS-PT-ACTIVE-START(WS-PLAN-CTR) TO WS-RATE-BASE.
           MOVE WS-PT-EXIT-COUNT(WS-PLAN-CTR)   TO WS-RATE-EXITS.
           PERFORM 9400-COMPUTE-RATE
              THRU END-9400-COMPUTE-RATE.
           MOVE WS-RATE TO WS-RATE-EDIT.
           PERFORM 9520-APPEND-CSV-RATE
              THRU END-9520-APPEND-CSV-RATE.

           MOVE WS-PT-BENEFICIARY-COUNT(WS-PLAN-CTR) TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.

           IF WS-PLAN-CTR EQUAL WS-TOTAL-IDX
              OR WS-PLAN-CTR EQUAL WS-PLAN-MAX THEN
               MOVE SPACES TO WS-CSV-VALUE
               PERFORM 9500-APPEND-CSV-FIELD
                  THRU END-9500-APPEND-CSV-FIELD
           ELSE
               MOVE WS-PT-TARIFF(WS-PLAN-CTR) TO WS-AMOUNT-EDIT
               PERFORM 9530-APPEND-CSV-AMOUNT
                  THRU END-9530-APPEND-CSV-AMOUNT
           END-IF.
           MOVE WS-PT-DUES-AMOUNT(WS-PLAN-CTR) TO WS-AMOUNT-EDIT.
           PERFORM 9530-APPEND-CSV-AMOUNT
              THRU END-9530-APPEND-CSV-AMOUNT.

           IF WS-PT-PREV-FOUND(WS-PLAN-CTR) THEN
               MOVE WS-PT-PREV-ACTIVE-END(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               PERFORM 9510-APPEND-CSV-COUNT
                  THRU END-9510-APPEND-CSV-COUNT
               MOVE WS-PT-PREV-ENTRY-COUNT(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               PERFORM 9510-APPEND-CSV-COUNT
                  THRU END-9510-APPEND-CSV-COUNT
               MOVE WS-PT-PREV-EXIT-COUNT(WS-PLAN-CTR)
                   TO WS-COUNT-EDIT
               PERFORM 9510-APPEND-CSV-COUNT
                  THRU END-9510-APPEND-CSV-COUNT
               MOVE WS-PT-PREV-ACTIVE-START(WS-PLAN-CTR)
                   TO WS-RATE-BASE
               MOVE WS-PT-PREV-EXIT-COUNT(WS-PLAN-CTR)
                   TO WS-RATE-EXITS
               PERFORM 9400-COMPUTE-RATE
                  THRU END-9400-COMPUTE-RATE
               MOVE WS-RATE TO WS-RATE-EDIT
               PERFORM 9520-APPEND-CSV-RATE
                  THRU END-9520-APPEND-CSV-RATE
           ELSE
               MOVE SPACES TO WS-CSV-VALUE
               PERFORM 9500-APPEND-CSV-FIELD
                  THRU END-9500-APPEND-CSV-FIELD
               PERFORM 9500-APPEND-CSV-FIELD
                  THRU END-9500-APPEND-CSV-FIELD
               PERFORM 9500-APPEND-CSV-FIELD
                  THRU END-9500-APPEND-CSV-FIELD
               PERFORM 9500-APPEND-CSV-FIELD
                  THRU END-9500-APPEND-CSV-FIELD
           END-IF.

           PERFORM 7120-APPEND-CSV-BAND
              THRU END-7120-APPEND-CSV-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-MAX.

           WRITE CSV-LINE.
       END-7110-WRITE-CSV-PLAN-LINE.
           EXIT.

       7120-APPEND-CSV-BAND.
           MOVE WS-PT-AGE-BAND-COUNT(WS-PLAN-CTR, WS-BAND-IDX)
               TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.
       END-7120-APPEND-CSV-BAND.
           EXIT.

       7210-WRITE-CSV-DEPT-LINES.
           IF WS-PT-DEPT-COUNT(WS-TOTAL-IDX, WS-DEPT-IDX) EQUAL ZERO
              THEN
               GO TO END-7210-WRITE-CSV-DEPT-LINES
           END-IF.

           PERFORM 9600-SET-DEPT-LABEL
              THRU END-9600-SET-DEPT-LABEL.

           PERFORM 7220-WRITE-CSV-DEPT-LINE
              THRU END-7220-WRITE-CSV-DEPT-LINE
              VARYING WS-PLAN-CTR FROM 1 BY 1
              UNTIL WS-PLAN-CTR > WS-PLAN-COUNT.
           MOVE WS-TOTAL-IDX TO WS-PLAN-CTR.
           PERFORM 7220-WRITE-CSV-DEPT-LINE
              THRU END-7220-WRITE-CSV-DEPT-LINE.
       END-7210-WRITE-CSV-DEPT-LINES.
           EXIT.

       7220-WRITE-CSV-DEPT-LINE.
           IF WS-PT-DEPT-COUNT(WS-PLAN-CTR, WS-DEPT-IDX) EQUAL ZERO
              THEN
               GO TO END-7220-WRITE-CSV-DEPT-LINE
           END-IF.

           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 'DEPT' TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           MOVE WS-STAT-MONTH TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           MOVE WS-DEPT-LABEL TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           PERFORM 9300-SET-PLAN-LABEL
              THRU END-9300-SET-PLAN-LABEL.
           MOVE WS-PLAN-LABEL TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
           MOVE WS-PT-DEPT-COUNT(WS-PLAN-CTR, WS-DEPT-IDX)
               TO WS-COUNT-EDIT.
           PERFORM 9510-APPEND-CSV-COUNT
              THRU END-9510-APPEND-CSV-COUNT.
           WRITE CSV-LINE.
       END-7220-WRITE-CSV-DEPT-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers ouverts.                       *
      ******************************************************************
       8000-START-CLOSE-FILES.
           IF WS-RUN-REFUSED THEN
               IF WS-CUSTOMER-IS-OPEN THEN
                   CLOSE CUSTOMER-FILE
               END-IF
               GO TO END-8000-CLOSE-FILES
           END-IF.

           CLOSE CUSTOMER-FILE.
           IF WS-FAMILY-IS-OPEN THEN
               CLOSE FAMILY-MEMBER-FILE
           END-IF.
           IF WS-PLAN-IS-OPEN THEN
               CLOSE PLAN-FILE
           END-IF.
           CLOSE SNAPSHOT-FILE.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.

           DISPLAY 'STATPORT : MOIS ' WS-STAT-MONTH ', '
                   WS-PT-ACTIVE-END(WS-TOTAL-IDX) ' ADHERENTS ACTIFS.'.
       END-8000-CLOSE-FILES.
           EXIT.

      ******************************************************************
      *    [MF-RD] Date JJ-MM-AAAA de WS-CONV-DATE remise en AAAAMMJJ  *
      *    dans WS-CONV-YYYYMMDD, à blanc si elle est illisible.       *
      ******************************************************************
       9000-CONVERT-DATE.
           MOVE SPACES TO WS-CONV-YYYYMMDD.
           IF     WS-CV-DAYS  IS NUMERIC
              AND WS-CV-MONTH IS NUMERIC
              AND WS-CV-YEAR  IS NUMERIC
              AND WS-CV-DAYS  NOT LESS THAN '01'
              AND WS-CV-DAYS  NOT GREATER THAN '31'
              AND WS-CV-MONTH NOT LESS THAN '01'
              AND WS-CV-MONTH NOT GREATER THAN '12' THEN
               MOVE WS-CV-YEAR  TO WS-CONV-YYYYMMDD(1:4)
               MOVE WS-CV-MONTH TO WS-CONV-YYYYMMDD(5:2)
               MOVE WS-CV-DAYS  TO WS-CONV-YYYYMMDD(7:2)
           END-IF.
       END-9000-CONVERT-DATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ligne du code WS-SEARCH-CODE dans la table des      *
      *    codes, ajoutée si besoin, rendue dans WS-PLAN-IDX. Au-delà  *
      *    de 29 codes, la ligne réservée AUTRES (WS-PLAN-MAX), qui    *
      *    entre alors dans le décompte des lignes.                    *
      ******************************************************************
       9100-FIND-PLAN.
           PERFORM 9110-COMPARE-PLAN
              THRU END-9110-COMPARE-PLAN
              VARYING WS-PLAN-IDX FROM 1 BY 1
              UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                 OR WS-PT-CODE(WS-PLAN-IDX) EQUAL WS-SEARCH-CODE.

           IF WS-PLAN-IDX NOT GREATER THAN WS-PLAN-COUNT THEN
               GO TO END-9100-FIND-PLAN
           END-IF.

           IF WS-PLAN-COUNT LESS THAN WS-PLAN-MAX - 1 THEN
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT  TO WS-PLAN-IDX
               MOVE WS-SEARCH-CODE TO WS-PT-CODE(WS-PLAN-IDX)
           ELSE
               MOVE WS-PLAN-MAX TO WS-PLAN-IDX
                                   WS-PLAN-COUNT
               MOVE 'AUTRES'    TO WS-PT-CODE(WS-PLAN-IDX)
           END-IF.
       END-9100-FIND-PLAN.
           EXIT.

       9110-COMPARE-PLAN.
           CONTINUE.
       END-9110-COMPARE-PLAN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Montant câblé du code WS-SEARCH-CODE, sans tarif au *
      *    fichier de référence, dans WS-DEFAULT-TARIFF : tarif de     *
      *    base pour un code inconnu (même règle que prelsepa).        *
      ******************************************************************
       9150-SET-DEFAULT-TARIFF.
           EVALUATE WS-SEARCH-CODE
               WHEN 'BASE'
                   MOVE WS-AMOUNT-BASE     TO WS-DEFAULT-TARIFF
               WHEN 'FAMILLE'
                   MOVE WS-AMOUNT-FAMILLE  TO WS-DEFAULT-TARIFF
               WHEN 'ETUDIANT'
                   MOVE WS-AMOUNT-ETUDIANT TO WS-DEFAULT-TARIFF
               WHEN 'SENIOR'
                   MOVE WS-AMOUNT-SENIOR   TO WS-DEFAULT-TARIFF
               WHEN OTHER
                   MOVE WS-AMOUNT-BASE     TO WS-DEFAULT-TARIFF
           END-EVALUATE.
       END-9150-SET-DEFAULT-TARIFF.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ligne blanche puis titre de section WS-SEC-TITLE.   *
      ******************************************************************
       9200-WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
       END-9200-WRITE-SECTION-TITLE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Libellé du code de la ligne WS-PLAN-CTR : TOTAL     *
      *    pour la ligne de total, SANS-CODE pour un code à blanc.     *
      ******************************************************************
       9300-SET-PLAN-LABEL.
           EVALUATE TRUE
               WHEN WS-PLAN-CTR EQUAL WS-TOTAL-IDX
                   MOVE 'TOTAL'     TO WS-PLAN-LABEL
               WHEN WS-PT-CODE(WS-PLAN-CTR) EQUAL SPACES
                   MOVE 'SANS-CODE' TO WS-PLAN-LABEL
               WHEN OTHER
                   MOVE WS-PT-CODE(WS-PLAN-CTR) TO WS-PLAN-LABEL
           END-EVALUATE.
       END-9300-SET-PLAN-LABEL.
           EXIT.

      ******************************************************************
      *    [MF-RD] Taux de sortie en pourcentage : WS-RATE-EXITS pour  *
      *    100 WS-RATE-BASE, zéro sans adhérent en début de mois.      *
      ******************************************************************
       9400-COMPUTE-RATE.
           MOVE ZERO TO WS-RATE.
           IF WS-RATE-BASE GREATER THAN ZERO THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-EXITS * 100 / WS-RATE-BASE
           END-IF.
       END-9400-COMPUTE-RATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ajoute WS-CSV-VALUE, cadrée à gauche, à la ligne du *
      *    tableur, précédée d'un point-virgule sauf en début de       *
      *    ligne. Les variantes 9510 à 9530 y portent un compte, un    *
      *    taux ou un montant édités, avec la virgule décimale.        *
      ******************************************************************
       9500-APPEND-CSV-FIELD.
           IF WS-CSV-PTR GREATER THAN 1 THEN
               STRING ';' DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

           MOVE ZERO TO WS-CSV-LEAD.
           INSPECT WS-CSV-VALUE TALLYING WS-CSV-LEAD
               FOR LEADING SPACES.
           IF WS-CSV-LEAD LESS THAN 20 THEN
               STRING WS-CSV-VALUE(WS-CSV-LEAD + 1:)
                      DELIMITED BY SPACE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.
       END-9500-APPEND-CSV-FIELD.
           EXIT.

       9510-APPEND-CSV-COUNT.
           MOVE WS-COUNT-EDIT TO WS-CSV-VALUE.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
       END-9510-APPEND-CSV-COUNT.
           EXIT.

       9520-APPEND-CSV-RATE.
           MOVE WS-RATE-EDIT TO WS-CSV-VALUE.
           INSPECT WS-CSV-VALUE REPLACING ALL '.' BY ','.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
       END-9520-APPEND-CSV-RATE.
           EXIT.

       9530-APPEND-CSV-AMOUNT.
           MOVE WS-AMOUNT-EDIT TO WS-CSV-VALUE.
           INSPECT WS-CSV-VALUE REPLACING ALL '.' BY ','.
           PERFORM 9500-APPEND-CSV-FIELD
              THRU END-9500-APPEND-CSV-FIELD.
       END-9530-APPEND-CSV-AMOUNT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Code du département de la position WS-DEPT-IDX.     *
      ******************************************************************
       9600-SET-DEPT-LABEL.
           MOVE SPACES TO WS-DEPT-LABEL.
           IF WS-DEPT-IDX NOT GREATER THAN 95 THEN
               MOVE WS-DEPT-IDX TO WS-DEPT-NUMBER
               MOVE WS-DEPT-NUMBER TO WS-DEPT-LABEL(1:2)
           ELSE
               MOVE WS-DEPT-EXTRA-LABEL(WS-DEPT-IDX - 95)
                   TO WS-DEPT-LABEL
           END-IF.
       END-9600-SET-DEPT-LABEL.
           EXIT.
