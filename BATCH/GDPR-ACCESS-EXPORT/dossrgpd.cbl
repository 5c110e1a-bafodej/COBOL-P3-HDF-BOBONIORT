      ******************************************************************
      *    [MF-RD] Dossier de droit d'accès (RGPD) d'un adhérent :     *
      *    lancé à la demande pour un identifiant de fiche             *
      *    (DOSSRGPD_UUID) ou un numéro de sécurité sociale            *
      *    (DOSSRGPD_SECU, toutes les fiches portant ce numéro),       *
      *    rassemble sur l'état DOSSRGPD tout ce que le système        *
      *    détient sur la personne : fiche en clair, membres de la     *
      *    famille (FAMILYMBR), chaque modification de l'historique    *
      *    (CUSTHIST) avec valeurs avant et après, consultations de la *
      *    fiche au journal d'audit (AUDITLOG, qui et quand), impayés  *
      *    (ARREARS, ARRMONTH), mandat SEPA (MANDATES), ordres de      *
      *    prélèvement émis à son nom (détail REMITORD, état de la     *
      *    remise dans REMITHIST), actes de soins (CLAIMS) et          *
      *    courriers qui lui ont été adressés (CORRLOG).               *
      *                                                                *
      *    La date de réception de la demande (DOSSRGPD_DATE_DEM,      *
      *    JJ-MM-AAAA, date du jour par défaut) fixe la date limite de *
      *    réponse, un mois plus tard. Chaque dossier produit est      *
      *    inscrit au registre DOSSLOG (voir                           *
      *    'dossier-log-fields-dlf.cpy') avec le respect ou non du     *
      *    délai, pour pouvoir justifier auprès de la CNIL de la       *
      *    réponse apportée à chaque demande. Un paramètre invalide ne *
      *    produit ni dossier ni inscription au registre.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dossrgpd.
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

           SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIF-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARF-UUID
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

           SELECT ARREARS-MONTH-FILE ASSIGN TO "ARRMONTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMF-KEY
               FILE STATUS IS WS-ARR-MONTH-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-UUID
               FILE STATUS IS WS-MANDATE-FILE-STATUS.

      *    [MF-RD] Détail des ordres de prélèvement par adhérent
      *    (prelsepa), et historique des remises pour l'état de la
      *    remise qui porte chaque ordre.
           SELECT REMIT-ORDER-FILE ASSIGN TO "REMITORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROF-KEY
               FILE STATUS IS WS-RORD-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN TO "REMITHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-COLLECT-MONTH
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "CLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLF-KEY
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRF-KEY
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DOSSRGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    [MF-RD] Registre des demandes de droit d'accès, complété à
      *    chaque passage (créé au premier).
           SELECT DOSSIER-LOG-FILE ASSIGN TO "DOSSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.

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

       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIF-DATA.
               COPY 'history-fields-hf.cpy'.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY 'audit-record.cpy'.

       FD  ARREARS-FILE.
       01  ARREARS-FILE-RECORD.
           05 ARF-DATA.
               COPY 'arrears-fields-arf.cpy'.

       FD  ARREARS-MONTH-FILE.
       01  ARREARS-MONTH-FILE-RECORD.
           05 AMF-DATA.
               COPY 'arrears-month-fields-amf.cpy'.

       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD.
           05 MDF-DATA.
               COPY 'mandate-fields-mdf.cpy'.

       FD  REMIT-ORDER-FILE.
       01  REMIT-ORDER-FILE-RECORD.
           05 ROF-DATA.
               COPY 'remit-order-fields-rof.cpy'.

       FD  REMIT-FILE.
       01  REMIT-FILE-RECORD.
           05 RMF-DATA.
               COPY 'remit-fields-rmf.cpy'.

       FD  CLAIM-FILE.
       01  CLAIM-FILE-RECORD.
           05 CLF-DATA.
               COPY 'claim-fields-clf.cpy'.

       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-FILE-RECORD.
           05 CRF-DATA.
               COPY 'correspondence-fields-crf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  DOSSIER-LOG-FILE.
       01  DOSSIER-LOG-RECORD.
           05 DLF-DATA.
               COPY 'dossier-log-fields-dlf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS      PIC X(02).
           88 WS-CUS-FS-OK              VALUE '00'.

       01  WS-FAMILY-FILE-STATUS        PIC X(02).
           88 WS-FAM-FS-OK              VALUE '00'.

       01  WS-HIST-FILE-STATUS          PIC X(02).
           88 WS-HIST-FS-OK             VALUE '00'.

       01  WS-AUDIT-FILE-STATUS         PIC X(02).
           88 WS-AUD-FS-OK              VALUE '00'.

       01  WS-ARREARS-FILE-STATUS       PIC X(02).
           88 WS-ARR-FS-OK              VALUE '00'.

       01  WS-ARR-MONTH-FILE-STATUS     PIC X(02).
           88 WS-AMF-FS-OK              VALUE '00'.

       01  WS-MANDATE-FILE-STATUS       PIC X(02).
           88 WS-MDT-FS-OK              VALUE '00'.

       01  WS-RORD-FILE-STATUS          PIC X(02).
           88 WS-ROR-FS-OK              VALUE '00'.

       01  WS-REMIT-FILE-STATUS         PIC X(02).
           88 WS-REM-FS-OK              VALUE '00'.

       01  WS-CLAIM-FILE-STATUS         PIC X(02).
           88 WS-CLM-FS-OK              VALUE '00'.

       01  WS-CORR-FILE-STATUS          PIC X(02).
           88 WS-CRF-FS-OK              VALUE '00'.

       01  WS-REPORT-FILE-STATUS        PIC X(02).
           88 WS-REP-FS-OK              VALUE '00'.

       01  WS-DLOG-FILE-STATUS          PIC X(02).
           88 WS-DLOG-FS-OK             VALUE '00'.
           88 WS-DLOG-FS-NO-FILE        VALUE '35'.

       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
           88 WS-EOF-NO                 VALUE 'N'.

       01  WS-CUSTOMER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-IS-OPEN       VALUE 'Y'.
           88 WS-CUSTOMER-NOT-OPEN      VALUE 'N'.

       01  WS-REMIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-REMIT-IS-OPEN          VALUE 'Y'.
           88 WS-REMIT-NOT-OPEN         VALUE 'N'.

       01  WS-OPERATOR-ID               PIC X(08).

      *    [MF-RD] Paramètres reçus de l'environnement d'exploitation :
      *    identifiant de fiche ou numéro de sécurité sociale (le
      *    premier l'emporte si les deux sont fournis), date de
      *    réception de la demande.
       01  WS-PARAM-UUID                PIC X(36).
       01  WS-PARAM-SECU                PIC X(15).
       01  WS-PARAM-SECU-NUM REDEFINES WS-PARAM-SECU
                                        PIC 9(15).
       01  WS-PARAM-DATE-DEM            PIC X(10).
       01  WS-PARAM-VALID-SWITCH        PIC X(01) VALUE 'Y'.
           88 WS-PARAM-VALID            VALUE 'Y'.
           88 WS-PARAM-INVALID          VALUE 'N'.
       01  WS-BADPARAM-REASON           PIC X(60).

       01  WS-ID-TYPE                   PIC X(04).
           88 WS-ID-BY-UUID             VALUE 'UUID'.
           88 WS-ID-BY-SECU             VALUE 'SECU'.
       01  WS-ID-VALUE                  PIC X(36).

      *    [MF-RD] Conversion d'une date JJ-MM-AAAA en AAAAMMJJ.
       01  WS-CONV-DATE.
           05 WS-CV-DAYS                PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-MONTH               PIC X(02).
           05 FILLER                    PIC X(01).
           05 WS-CV-YEAR                PIC X(04).
       01  WS-CONV-YYYYMMDD             PIC X(08).
       01  WS-CONV-VALID-SWITCH         PIC X(01).
           88 WS-CONV-VALID             VALUE 'Y'.
           88 WS-CONV-INVALID           VALUE 'N'.

      *    [MF-RD] Nombre de jours d'un mois donné, février des années
      *    bissextiles compris.
       01  WS-MONTH-DAYS-VALUES         PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
       01  WS-ML-YEAR                   PIC 9(04).
       01  WS-ML-MONTH                  PIC 9(02).
       01  WS-ML-DAYS                   PIC 9(02).
       01  WS-LEAP-QUOTIENT             PIC 9(04).
       01  WS-LEAP-REM-4                PIC 9(03).
       01  WS-LEAP-REM-100              PIC 9(03).
       01  WS-LEAP-REM-400              PIC 9(03).

      *    [MF-RD] Date de réception de la demande et date limite de
      *    réponse (un mois plus tard, ramenée au dernier jour du mois
      *    quand ce jour n'existe pas : 31-01 donne 28 ou 29-02).
       01  WS-REQUEST-YYYYMMDD          PIC X(08).
       01  WS-REQUEST-DATE              PIC X(10).
       01  WS-DEADLINE-YYYYMMDD.
           05 WS-DDL-YEAR               PIC 9(04).
           05 WS-DDL-MONTH              PIC 9(02).
           05 WS-DDL-DAYS               PIC 9(02).
       01  WS-DEADLINE-X REDEFINES WS-DEADLINE-YYYYMMDD
                                        PIC X(08).
       01  WS-DEADLINE-DATE             PIC X(10).
       01  WS-DELAY-STATUS              PIC X(06).

      *    [MF-RD] Date et heure du jour, au format JJ-MM-AAAA utilisé
      *    partout ailleurs, calculées à partir de la date système.
       01  WS-TODAY-YYYYMMDD            PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-YYYYMMDD
                                        PIC X(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS                PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-MONTH               PIC X(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-TD-YEAR                PIC X(04).
       01  WS-NOW-HHMMSS                PIC X(06).
       01  WS-NOW-TIME.
           05 WS-NT-HOUR                PIC X(02).
           05 FILLER                    PIC X(01) VALUE ':'.
           05 WS-NT-MINUTE              PIC X(02).
           05 FILLER                    PIC X(01) VALUE ':'.
           05 WS-NT-SECOND              PIC X(02).

      *    [MF-RD] Fiches retrouvées pour l'identifiant fourni : une
      *    seule par identifiant de fiche, toutes celles qui portent
      *    le numéro de sécurité sociale (doublons compris, dix au
      *    plus).
       01  WS-FICHE-TABLE.
           05 WS-FICHE-UUID             PIC X(36) OCCURS 10 TIMES.
       01  WS-FICHE-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-FICHE-CTR                 PIC 9(02).
       01  WS-FICHE-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-FICHE-OVERFLOW         VALUE 'Y'.

      *    [MF-RD] Fiche en cours d'édition : identifiant et numéro de
      *    sécurité sociale sous la forme du journal d'audit.
       01  WS-CURRENT-UUID              PIC X(36).
       01  WS-CURRENT-SECU              PIC X(15).

      *    [MF-RD] Description des champs de la fiche adhérent
      *    (position et longueur dans CF-DATA, libellé en clair) :
      *    sert à éditer la fiche comme les images avant/après de
      *    l'historique, qui en sont la copie.
       01  WS-FIELD-DEFS.
           05 FILLER PIC X(24) VALUE '001036Identifiant       '.
           05 FILLER PIC X(24) VALUE '037010Civilite          '.
           05 FILLER PIC X(24) VALUE '047020Nom               '.
           05 FILLER PIC X(24) VALUE '067020Prenom            '.
           05 FILLER PIC X(24) VALUE '087050Adresse           '.
           05 FILLER PIC X(24) VALUE '137050Complement adresse'.
           05 FILLER PIC X(24) VALUE '187015Code postal       '.
           05 FILLER PIC X(24) VALUE '202050Ville             '.
           05 FILLER PIC X(24) VALUE '252020Pays              '.
           05 FILLER PIC X(24) VALUE '272010Telephone         '.
           05 FILLER PIC X(24) VALUE '282050Adresse mail      '.
           05 FILLER PIC X(24) VALUE '332010Date de naissance '.
           05 FILLER PIC X(24) VALUE '342050Medecin traitant  '.
           05 FILLER PIC X(24) VALUE '392015Numero secu       '.
           05 FILLER PIC X(24) VALUE '407034IBAN              '.
           05 FILLER PIC X(24) VALUE '441003Enfants a charge  '.
           05 FILLER PIC X(24) VALUE '444005Situation couple  '.
           05 FILLER PIC X(24) VALUE '449010Date de creation  '.
           05 FILLER PIC X(24) VALUE '459010Date mise a jour  '.
           05 FILLER PIC X(24) VALUE '469010Date de cloture   '.
           05 FILLER PIC X(24) VALUE '479001Fiche active      '.
           05 FILLER PIC X(24) VALUE '480040Contact urgence   '.
           05 FILLER PIC X(24) VALUE '520010Tel. urgence      '.
           05 FILLER PIC X(24) VALUE '530010Code mutuelle     '.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DEFS.
           05 WS-FIELD-DEF              OCCURS 24 TIMES.
              10 WS-FD-OFFSET           PIC 9(03).
              10 WS-FD-LENGTH           PIC 9(03).
              10 WS-FD-LABEL            PIC X(18).
       01  WS-FD-CTR                    PIC 9(02).
       01  WS-DIFF-COUNT                PIC 9(02).

      *    [MF-RD] Acte de soins recopié dans l'image après d'une
      *    entrée SOIN de l'historique (même disposition que CLF-DATA).
       01  WS-CLAIM-IMAGE.
           05 WS-CI-UUID                PIC X(36).
           05 WS-CI-TIMESTAMP           PIC X(21).
           05 WS-CI-MEMBER-UUID         PIC X(36).
           05 WS-CI-CARE-DATE           PIC X(10).
           05 WS-CI-ACT-CATEGORY        PIC X(10).
           05 WS-CI-AMOUNT-SPENT        PIC 9(05)V99.
           05 WS-CI-SS-AMOUNT           PIC 9(05)V99.
           05 WS-CI-MUTUAL-AMOUNT       PIC 9(05)V99.
           05 WS-CI-STATUS              PIC X(01).

       01  WS-SECTION-COUNT             PIC 9(05).
       01  WS-ORDER-TOTAL               PIC 9(07)V99.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-AMOUNT-EDIT               PIC Z(08)9.99.

      *    [MF-RD] Remise en clair d'un mois AAAAMM (MM-AAAA) et d'un
      *    horodatage AAAAMMJJHHMM... (JJ-MM-AAAA et HH:MM).
       01  WS-MONTH-IN                  PIC X(06).
       01  WS-MONTH-OUT                 PIC X(07).
       01  WS-STAMP-IN                  PIC X(21).
       01  WS-STAMP-DATE                PIC X(10).
       01  WS-STAMP-TIME                PIC X(05).

       01  WS-REASON-LABEL              PIC X(30).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'DOSSIER DE DROIT D''ACCES (RGPD)'.
       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(22)
                  VALUE 'Demande recue le    : '.
           05 WS-HL2-DATE               PIC X(10).
           05 FILLER                    PIC X(22)
                  VALUE '   Reponse avant le : '.
           05 WS-HL2-DEADLINE           PIC X(10).
       01  WS-HEADING-LINE-3.
           05 FILLER                    PIC X(22)
                  VALUE 'Dossier produit le  : '.
           05 WS-HL3-DATE               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-HL3-TIME               PIC X(08).
           05 FILLER                    PIC X(12)
                  VALUE '   par    : '.
           05 WS-HL3-OPERATOR           PIC X(08).
       01  WS-HEADING-LINE-4.
           05 FILLER                    PIC X(22)
                  VALUE 'Identifiant fourni  : '.
           05 WS-HL4-ID-TYPE            PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-HL4-ID-VALUE           PIC X(36).
       01  WS-HEADING-LINE-5.
           05 FILLER                    PIC X(22)
                  VALUE 'Fiches trouvees     : '.
           05 WS-HL5-COUNT              PIC Z9.
       01  WS-BADPARAM-LINE      PIC X(60) VALUE
           'PARAMETRE INVALIDE - DOSSIER NON PRODUIT :'.
       01  WS-NOFILE-LINE        PIC X(60) VALUE
           'FICHIER ADHERENTS ABSENT - DOSSIER NON PRODUIT.'.
       01  WS-NOFICHE-LINE       PIC X(60) VALUE
           'AUCUNE FICHE NE CORRESPOND A L''IDENTIFIANT FOURNI.'.
       01  WS-OVERFLOW-LINE      PIC X(60) VALUE
           'PLUS DE 10 FICHES POUR CE NUMERO - SEULES 10 SONT EDITEES.'.

       01  WS-FICHE-TITLE-LINE.
           05 FILLER                    PIC X(06) VALUE 'FICHE '.
           05 WS-FTL-RANK               PIC Z9.
           05 FILLER                    PIC X(03) VALUE ' / '.
           05 WS-FTL-COUNT              PIC Z9.
           05 FILLER                    PIC X(03) VALUE ' : '.
           05 WS-FTL-UUID               PIC X(36).
       01  WS-SECTION-LINE.
           05 FILLER                    PIC X(04) VALUE '--- '.
           05 WS-SEC-TITLE              PIC X(60).
       01  WS-NOTE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-NOTE-TEXT              PIC X(80).
       01  WS-FIELD-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-FLD-LABEL              PIC X(18).
           05 FILLER                    PIC X(03) VALUE ' : '.
           05 WS-FLD-VALUE              PIC X(60).
       01  WS-CHANGE-LINE.
           05 FILLER                    PIC X(08) VALUE SPACES.
           05 WS-CHG-LABEL              PIC X(18).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-CHG-TAG                PIC X(08).
           05 WS-CHG-VALUE              PIC X(50).
       01  WS-HIST-ENTRY-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-HEL-DATE               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-HEL-TIME               PIC X(05).
           05 FILLER                    PIC X(13)
                  VALUE '  Operateur '.
           05 WS-HEL-OPERATOR-ID        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-HEL-ACTION-LABEL       PIC X(40).
       01  WS-FAMILY-HEADER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'Lien'.
           05 FILLER                    PIC X(22) VALUE 'Nom'.
           05 FILLER                    PIC X(22) VALUE 'Prenom'.
           05 FILLER                    PIC X(12) VALUE 'Naissance'.
           05 FILLER                    PIC X(17) VALUE 'Numero secu'.
           05 FILLER                    PIC X(10) VALUE 'Cree le'.
       01  WS-FAMILY-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-FAM-RELATIONSHIP       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-FAM-LASTNAME           PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-FAM-FIRSTNAME          PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-FAM-BIRTH-DATE         PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-FAM-CODE-SECU          PIC 9(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-FAM-CREATE-DATE        PIC X(10).
       01  WS-AUDIT-HEADER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'Date'.
           05 FILLER                    PIC X(07) VALUE 'Heure'.
           05 FILLER                    PIC X(10) VALUE 'Operateur'.
           05 FILLER                    PIC X(22) VALUE 'Recherche'.
           05 FILLER                    PIC X(12) VALUE 'Resultat'.
       01  WS-AUDIT-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-AUL-DATE               PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AUL-TIME               PIC X(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AUL-OPERATOR-ID        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AUL-MODE               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AUL-FOUND              PIC X(12).
       01  WS-ORDER-HEADER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'Collecte'.
           05 FILLER                    PIC X(15) VALUE 'Remise'.
           05 FILLER                    PIC X(14) VALUE '     Montant'.
           05 FILLER                    PIC X(36) VALUE 'IBAN debite'.
           05 FILLER                    PIC X(06) VALUE 'Seq.'.
           05 FILLER                    PIC X(12) VALUE 'Mutuelle'.
           05 FILLER                    PIC X(10) VALUE 'Remise'.
       01  WS-ORDER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ORL-COLLECT-DATE       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-REMISE-REF         PIC X(13).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-AMOUNT             PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-IBAN               PIC X(34).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-SEQUENCE-TYPE      PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-PLAN-CODE          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ORL-REMIT-STATUS       PIC X(10).
       01  WS-ORDER-TOTAL-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(22)
                  VALUE 'Ordres emis         : '.
           05 WS-OTL-COUNT              PIC ZZZZ9.
           05 FILLER                    PIC X(14)
                  VALUE '   Total    : '.
           05 WS-OTL-AMOUNT             PIC Z(08)9.99.
       01  WS-CLAIM-HEADER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'Soins du'.
           05 FILLER                    PIC X(12) VALUE 'Acte'.
           05 FILLER                    PIC X(14) VALUE '     Depense'.
           05 FILLER                    PIC X(14) VALUE '     Part SS'.
           05 FILLER                    PIC X(14)
                  VALUE ' Part mutuelle'.
           05 FILLER                    PIC X(10) VALUE 'Etat'.
           05 FILLER                    PIC X(15) VALUE 'Virement'.
           05 FILLER                    PIC X(10) VALUE 'Paye le'.
       01  WS-CLAIM-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-CLL-CARE-DATE          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-ACT-CATEGORY       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-AMOUNT-SPENT       PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-SS-AMOUNT          PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-MUTUAL-AMOUNT      PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-STATUS             PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-PAY-REF            PIC X(13).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLL-PAY-DATE           PIC X(10).
       01  WS-LETTER-HEADER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'Envoye le'.
           05 FILLER                    PIC X(22) VALUE 'Lettre'.
           05 FILLER                    PIC X(10) VALUE 'Operateur'.
           05 FILLER                    PIC X(07) VALUE 'Motif'.
           05 FILLER                    PIC X(14) VALUE '   Montant du'.
       01  WS-LETTER-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-LTL-SEND-DATE          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LTL-LETTER-LABEL       PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LTL-OPERATOR-ID        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LTL-REASON-CODE        PIC X(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-LTL-AMOUNT             PIC Z(08)9.99 BLANK WHEN ZERO.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-PRODUCE-DOSSIER
              THRU END-2000-PRODUCE-DOSSIER.

           PERFORM 3000-START-LOG-REQUEST
              THRU END-3000-LOG-REQUEST.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Relit les paramètres, retrouve les fiches de la     *
      *    personne et écrit l'entête du dossier. Paramètre invalide   *
      *    ou fichier des adhérents absent : signalé en clair, aucun   *
      *    dossier n'est produit.                                      *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS.
           MOVE WS-NOW-HHMMSS(1:2) TO WS-NT-HOUR.
           MOVE WS-NOW-HHMMSS(3:2) TO WS-NT-MINUTE.
           MOVE WS-NOW-HHMMSS(5:2) TO WS-NT-SECOND.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM 1100-READ-PARAMETERS
              THRU END-1100-READ-PARAMETERS.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.

           IF WS-PARAM-INVALID THEN
               WRITE REPORT-LINE FROM WS-BADPARAM-LINE
               MOVE WS-BADPARAM-REASON TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUS-FS-OK THEN
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               GO TO END-1000-INITIALIZE
           END-IF.
           SET WS-CUSTOMER-IS-OPEN TO TRUE.

           PERFORM 1200-FIND-FICHES
              THRU END-1200-FIND-FICHES.

           PERFORM 1300-COMPUTE-DEADLINE
              THRU END-1300-COMPUTE-DEADLINE.

           MOVE WS-REQUEST-DATE  TO WS-HL2-DATE.
           MOVE WS-DEADLINE-DATE TO WS-HL2-DEADLINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE WS-TODAY-DATE    TO WS-HL3-DATE.
           MOVE WS-NOW-TIME      TO WS-HL3-TIME.
           MOVE WS-OPERATOR-ID   TO WS-HL3-OPERATOR.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-3.
           MOVE WS-ID-TYPE       TO WS-HL4-ID-TYPE.
           MOVE WS-ID-VALUE      TO WS-HL4-ID-VALUE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-4.
           MOVE WS-FICHE-COUNT   TO WS-HL5-COUNT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-5.
           IF WS-FICHE-OVERFLOW THEN
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Relit l'identifiant de la personne et la date de    *
      *    réception de la demande (DOSSRGPD_UUID / DOSSRGPD_SECU /    *
      *    DOSSRGPD_DATE_DEM). Le numéro de sécurité sociale doit      *
      *    compter 15 chiffres ; la date, au format JJ-MM-AAAA, doit   *
      *    exister et ne pas être postérieure au jour.                 *
      ******************************************************************
       1100-READ-PARAMETERS.
           DISPLAY 'DOSSRGPD_UUID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-UUID FROM ENVIRONMENT-VALUE.

           DISPLAY 'DOSSRGPD_SECU' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-SECU FROM ENVIRONMENT-VALUE.

           DISPLAY 'DOSSRGPD_DATE_DEM' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-DATE-DEM FROM ENVIRONMENT-VALUE.

           IF WS-PARAM-UUID NOT EQUAL SPACES THEN
               SET WS-ID-BY-UUID TO TRUE
               MOVE WS-PARAM-UUID TO WS-ID-VALUE
           ELSE
               IF WS-PARAM-SECU EQUAL SPACES THEN
                   SET WS-PARAM-INVALID TO TRUE
                   MOVE 'Aucun identifiant (DOSSRGPD_UUID ou _SECU).'
                   TO WS-BADPARAM-REASON
                   GO TO END-1100-READ-PARAMETERS
               END-IF
               IF WS-PARAM-SECU IS NOT NUMERIC THEN
                   SET WS-PARAM-INVALID TO TRUE
                   MOVE 'Numero de securite sociale sur 15 chiffres.'
                   TO WS-BADPARAM-REASON
                   GO TO END-1100-READ-PARAMETERS
               END-IF
               SET WS-ID-BY-SECU TO TRUE
               MOVE WS-PARAM-SECU TO WS-ID-VALUE
           END-IF.

           IF WS-PARAM-DATE-DEM EQUAL SPACES THEN
               MOVE WS-TODAY-X    TO WS-REQUEST-YYYYMMDD
               MOVE WS-TODAY-DATE TO WS-REQUEST-DATE
               GO TO END-1100-READ-PARAMETERS
           END-IF.

           MOVE WS-PARAM-DATE-DEM TO WS-CONV-DATE.
           PERFORM 1110-CONVERT-DATE
              THRU END-1110-CONVERT-DATE.

           IF WS-CONV-INVALID
              OR WS-CONV-YYYYMMDD > WS-TODAY-X THEN
               SET WS-PARAM-INVALID TO TRUE
               MOVE 'Date de demande invalide ou future (JJ-MM-AAAA).'
               TO WS-BADPARAM-REASON
               GO TO END-1100-READ-PARAMETERS
           END-IF.

           MOVE WS-CONV-YYYYMMDD  TO WS-REQUEST-YYYYMMDD.
           MOVE WS-PARAM-DATE-DEM TO WS-REQUEST-DATE.
       END-1100-READ-PARAMETERS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Convertit WS-CONV-DATE (JJ-MM-AAAA) en AAAAMMJJ     *
      *    dans WS-CONV-YYYYMMDD, après contrôle que les trois parties *
      *    sont numériques et que le jour existe dans le mois : la     *
      *    date de réception fonde la date limite opposable.           *
      ******************************************************************
       1110-CONVERT-DATE.
           SET WS-CONV-INVALID TO TRUE.
           MOVE SPACES TO WS-CONV-YYYYMMDD.

           IF     WS-CV-DAYS  IS NUMERIC
              AND WS-CV-MONTH IS NUMERIC
              AND WS-CV-YEAR  IS NUMERIC
              AND WS-CV-DAYS  NOT LESS THAN '01'
              AND WS-CV-MONTH NOT LESS THAN '01'
              AND WS-CV-MONTH NOT GREATER THAN '12' THEN

               MOVE WS-CV-YEAR  TO WS-ML-YEAR
               MOVE WS-CV-MONTH TO WS-ML-MONTH
               PERFORM 9000-COMPUTE-MONTH-LENGTH
                  THRU END-9000-COMPUTE-MONTH-LENGTH

               IF WS-CV-DAYS NOT GREATER THAN WS-ML-DAYS THEN
                   MOVE WS-CV-YEAR  TO WS-CONV-YYYYMMDD(1:4)
                   MOVE WS-CV-MONTH TO WS-CONV-YYYYMMDD(5:2)
                   MOVE WS-CV-DAYS  TO WS-CONV-YYYYMMDD(7:2)
                   SET WS-CONV-VALID TO TRUE
               END-IF
           END-IF.
       END-1110-CONVERT-DATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Retrouve la ou les fiches de la personne : lecture  *
      *    directe sur l'identifiant, ou parcours de la clé secondaire *
      *    du numéro de sécurité sociale. Les identifiants sont        *
      *    gardés en table, chaque fiche est relue à son édition.      *
      ******************************************************************
       1200-FIND-FICHES.
           IF WS-ID-BY-UUID THEN
               MOVE WS-PARAM-UUID TO CF-UUID
               READ CUSTOMER-FILE
                   INVALID KEY
                       GO TO END-1200-FIND-FICHES
               END-READ
               MOVE 1       TO WS-FICHE-COUNT
               MOVE CF-UUID TO WS-FICHE-UUID(1)
               GO TO END-1200-FIND-FICHES
           END-IF.

           SET WS-EOF-NO TO TRUE.
           MOVE WS-PARAM-SECU-NUM TO CF-CODE-SECU.
           START CUSTOMER-FILE KEY IS EQUAL TO CF-CODE-SECU
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 1210-READ-NEXT-BY-SECU
              THRU END-1210-READ-NEXT-BY-SECU
              UNTIL WS-EOF-YES.
       END-1200-FIND-FICHES.
           EXIT.

       1210-READ-NEXT-BY-SECU.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-1210-READ-NEXT-BY-SECU
           END-READ.

           IF CF-CODE-SECU NOT EQUAL WS-PARAM-SECU-NUM THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-1210-READ-NEXT-BY-SECU
           END-IF.

           IF WS-FICHE-COUNT EQUAL 10 THEN
               SET WS-FICHE-OVERFLOW TO TRUE
               SET WS-EOF-YES TO TRUE
               GO TO END-1210-READ-NEXT-BY-SECU
           END-IF.

           ADD 1 TO WS-FICHE-COUNT.
           MOVE CF-UUID TO WS-FICHE-UUID(WS-FICHE-COUNT).
       END-1210-READ-NEXT-BY-SECU.
           EXIT.

      ******************************************************************
      *    [MF-RD] Date limite de réponse : un mois après réception,   *
      *    le jour ramené au dernier jour du mois d'arrivée s'il n'y   *
      *    existe pas. Dossier produit après cette date : RETARD.      *
      ******************************************************************
       1300-COMPUTE-DEADLINE.
           MOVE WS-REQUEST-YYYYMMDD TO WS-DEADLINE-X.

           IF WS-DDL-MONTH EQUAL 12 THEN
               MOVE 1 TO WS-DDL-MONTH
               ADD 1 TO WS-DDL-YEAR
           ELSE
               ADD 1 TO WS-DDL-MONTH
           END-IF.

           MOVE WS-DDL-YEAR  TO WS-ML-YEAR.
           MOVE WS-DDL-MONTH TO WS-ML-MONTH.
           PERFORM 9000-COMPUTE-MONTH-LENGTH
              THRU END-9000-COMPUTE-MONTH-LENGTH.
           IF WS-DDL-DAYS GREATER THAN WS-ML-DAYS THEN
               MOVE WS-ML-DAYS TO WS-DDL-DAYS
           END-IF.

           MOVE SPACES TO WS-DEADLINE-DATE.
           MOVE WS-DEADLINE-X(7:2) TO WS-DEADLINE-DATE(1:2).
           MOVE '-'                TO WS-DEADLINE-DATE(3:1).
           MOVE WS-DEADLINE-X(5:2) TO WS-DEADLINE-DATE(4:2).
           MOVE '-'                TO WS-DEADLINE-DATE(6:1).
           MOVE WS-DEADLINE-X(1:4) TO WS-DEADLINE-DATE(7:4).

           IF WS-TODAY-X GREATER THAN WS-DEADLINE-X THEN
               MOVE 'RETARD' TO WS-DELAY-STATUS
           ELSE
               MOVE 'DELAI'  TO WS-DELAY-STATUS
           END-IF.
       END-1300-COMPUTE-DEADLINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Edite le dossier de chacune des fiches retrouvées.  *
      ******************************************************************
       2000-START-PRODUCE-DOSSIER.
           IF WS-PARAM-INVALID OR WS-CUSTOMER-NOT-OPEN THEN
               GO TO END-2000-PRODUCE-DOSSIER
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-FICHE-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-NOFICHE-LINE
               GO TO END-2000-PRODUCE-DOSSIER
           END-IF.

           PERFORM 2010-PRODUCE-FICHE
              THRU END-2010-PRODUCE-FICHE
              VARYING WS-FICHE-CTR FROM 1 BY 1
              UNTIL WS-FICHE-CTR > WS-FICHE-COUNT.
       END-2000-PRODUCE-DOSSIER.
           EXIT.

       2010-PRODUCE-FICHE.
           MOVE WS-FICHE-UUID(WS-FICHE-CTR) TO CF-UUID.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO END-2010-PRODUCE-FICHE
           END-READ.

           MOVE CF-UUID      TO WS-CURRENT-UUID.
           MOVE CF-CODE-SECU TO WS-CURRENT-SECU.

           MOVE WS-FICHE-CTR   TO WS-FTL-RANK.
           MOVE WS-FICHE-COUNT TO WS-FTL-COUNT.
           MOVE CF-UUID        TO WS-FTL-UUID.
           WRITE REPORT-LINE FROM WS-FICHE-TITLE-LINE.

           PERFORM 2100-START-PRINT-FICHE
              THRU END-2100-PRINT-FICHE.

           PERFORM 2200-START-PRINT-FAMILY
              THRU END-2200-PRINT-FAMILY.

           PERFORM 2300-START-PRINT-HISTORY
              THRU END-2300-PRINT-HISTORY.

           PERFORM 2400-START-PRINT-AUDIT
              THRU END-2400-PRINT-AUDIT.

           PERFORM 2500-START-PRINT-ARREARS
              THRU END-2500-PRINT-ARREARS.

           PERFORM 2600-START-PRINT-MANDATE
              THRU END-2600-PRINT-MANDATE.

           PERFORM 2700-START-PRINT-ORDERS
              THRU END-2700-PRINT-ORDERS.

           PERFORM 2800-START-PRINT-CLAIMS
              THRU END-2800-PRINT-CLAIMS.

           PERFORM 2900-START-PRINT-LETTERS
              THRU END-2900-PRINT-LETTERS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       END-2010-PRODUCE-FICHE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Fiche adhérent en clair, champ par champ.           *
      ******************************************************************
       2100-START-PRINT-FICHE.
           MOVE 'FICHE ADHERENT (CUSTOMER)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           IF CF-LASTNAME EQUAL 'ANONYMISE' THEN
               MOVE 'Fiche anonymisee au terme de la conservation.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           PERFORM 2110-PRINT-FICHE-FIELD
              THRU END-2110-PRINT-FICHE-FIELD
              VARYING WS-FD-CTR FROM 1 BY 1
              UNTIL WS-FD-CTR > 24.
       END-2100-PRINT-FICHE.
           EXIT.

       2110-PRINT-FICHE-FIELD.
           MOVE WS-FD-LABEL(WS-FD-CTR) TO WS-FLD-LABEL.
           MOVE CF-DATA(WS-FD-OFFSET(WS-FD-CTR):
                        WS-FD-LENGTH(WS-FD-CTR))
                                       TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.
       END-2110-PRINT-FICHE-FIELD.
           EXIT.

      ******************************************************************
      *    [MF-RD] Membres de la famille rattachés à la fiche.         *
      ******************************************************************
       2200-START-PRINT-FAMILY.
           MOVE 'MEMBRES DE LA FAMILLE (FAMILYMBR)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT FAMILY-MEMBER-FILE.
           IF NOT WS-FAM-FS-OK THEN
               MOVE 'Aucun membre de la famille enregistre.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2200-PRINT-FAMILY
           END-IF.

           MOVE WS-CURRENT-UUID TO FMF-OWNER-UUID.
           START FAMILY-MEMBER-FILE KEY IS EQUAL TO FMF-OWNER-UUID
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2210-READ-NEXT-MEMBER
              THRU END-2210-READ-NEXT-MEMBER
              UNTIL WS-EOF-YES.

           CLOSE FAMILY-MEMBER-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucun membre de la famille enregistre.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2200-PRINT-FAMILY.
           EXIT.

       2210-READ-NEXT-MEMBER.
           READ FAMILY-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2210-READ-NEXT-MEMBER
           END-READ.

           IF FMF-OWNER-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2210-READ-NEXT-MEMBER
           END-IF.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-FAMILY-HEADER-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.

           MOVE FMF-RELATIONSHIP TO WS-FAM-RELATIONSHIP.
           MOVE FMF-LASTNAME     TO WS-FAM-LASTNAME.
           MOVE FMF-FIRSTNAME    TO WS-FAM-FIRSTNAME.
           MOVE FMF-BIRTH-DATE   TO WS-FAM-BIRTH-DATE.
           MOVE FMF-CODE-SECU    TO WS-FAM-CODE-SECU.
           MOVE FMF-CREATE-DATE  TO WS-FAM-CREATE-DATE.
           WRITE REPORT-LINE FROM WS-FAMILY-LINE.
       END-2210-READ-NEXT-MEMBER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Historique des modifications de la fiche, de la     *
      *    plus ancienne à la plus récente : création (valeurs         *
      *    saisies), modifications (champs changés, valeur avant et    *
      *    valeur après), actes de soins. Les images effacées à        *
      *    l'anonymisation sont signalées comme telles.                *
      ******************************************************************
       2300-START-PRINT-HISTORY.
           MOVE 'HISTORIQUE DES MODIFICATIONS (CUSTHIST)'
           TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HIST-FS-OK THEN
               MOVE 'Aucune modification enregistree.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2300-PRINT-HISTORY
           END-IF.

           MOVE WS-CURRENT-UUID TO HIF-UUID.
           MOVE SPACES          TO HIF-TIMESTAMP.
           START HISTORY-FILE
               KEY IS NOT LESS THAN HIF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2310-READ-NEXT-HISTORY
              THRU END-2310-READ-NEXT-HISTORY
              UNTIL WS-EOF-YES.

           CLOSE HISTORY-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucune modification enregistree.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2300-PRINT-HISTORY.
           EXIT.

       2310-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2310-READ-NEXT-HISTORY
           END-READ.

           IF HIF-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2310-READ-NEXT-HISTORY
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           PERFORM 2320-PRINT-HISTORY-ENTRY
              THRU END-2320-PRINT-HISTORY-ENTRY.
       END-2310-READ-NEXT-HISTORY.
           EXIT.

       2320-PRINT-HISTORY-ENTRY.
           MOVE HIF-TIMESTAMP TO WS-STAMP-IN.
           PERFORM 9200-FORMAT-TIMESTAMP
              THRU END-9200-FORMAT-TIMESTAMP.
           MOVE WS-STAMP-DATE   TO WS-HEL-DATE.
           MOVE WS-STAMP-TIME   TO WS-HEL-TIME.
           MOVE HIF-OPERATOR-ID TO WS-HEL-OPERATOR-ID.

           EVALUATE HIF-ACTION
               WHEN 'CREATION'
                   MOVE 'Creation de la fiche'
                   TO WS-HEL-ACTION-LABEL
               WHEN 'MODIF'
                   MOVE 'Modification de la fiche'
                   TO WS-HEL-ACTION-LABEL
               WHEN 'VALIDATION'
                   MOVE 'Modification validee par un superviseur'
                   TO WS-HEL-ACTION-LABEL
               WHEN 'CLOTURE'
                   MOVE 'Cloture de la fiche'
                   TO WS-HEL-ACTION-LABEL
               WHEN 'PLAN-AGE'
                   MOVE 'Changement de code mutuelle (age)'
                   TO WS-HEL-ACTION-LABEL
               WHEN 'SOIN'
                   MOVE 'Declaration d''un acte de soins'
                   TO WS-HEL-ACTION-LABEL
               WHEN OTHER
                   MOVE HIF-ACTION TO WS-HEL-ACTION-LABEL
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-HIST-ENTRY-LINE.

           IF  HIF-BEFORE-IMAGE EQUAL SPACES
           AND HIF-AFTER-IMAGE  EQUAL SPACES THEN
               MOVE '    Valeurs effacees a l''anonymisation.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2320-PRINT-HISTORY-ENTRY
           END-IF.

           IF HIF-ACTION EQUAL 'SOIN' THEN
               MOVE HIF-AFTER-IMAGE     TO WS-CLAIM-IMAGE
               MOVE WS-CI-CARE-DATE     TO WS-CLL-CARE-DATE
               MOVE WS-CI-ACT-CATEGORY  TO WS-CLL-ACT-CATEGORY
               MOVE WS-CI-AMOUNT-SPENT  TO WS-CLL-AMOUNT-SPENT
               MOVE WS-CI-SS-AMOUNT     TO WS-CLL-SS-AMOUNT
               MOVE WS-CI-MUTUAL-AMOUNT TO WS-CLL-MUTUAL-AMOUNT
               MOVE WS-CI-STATUS        TO WS-CLL-STATUS
               MOVE SPACES              TO WS-CLL-PAY-REF
               MOVE SPACES              TO WS-CLL-PAY-DATE
               WRITE REPORT-LINE FROM WS-CLAIM-LINE
               GO TO END-2320-PRINT-HISTORY-ENTRY
           END-IF.

           IF HIF-BEFORE-IMAGE EQUAL SPACES THEN
               PERFORM 2330-PRINT-CREATED-VALUE
                  THRU END-2330-PRINT-CREATED-VALUE
                  VARYING WS-FD-CTR FROM 1 BY 1
                  UNTIL WS-FD-CTR > 24
               GO TO END-2320-PRINT-HISTORY-ENTRY
           END-IF.

           MOVE ZERO TO WS-DIFF-COUNT.
           PERFORM 2340-PRINT-CHANGED-VALUE
              THRU END-2340-PRINT-CHANGED-VALUE
              VARYING WS-FD-CTR FROM 1 BY 1
              UNTIL WS-FD-CTR > 24.

           IF WS-DIFF-COUNT EQUAL ZERO THEN
               MOVE '    Aucune donnee de la fiche modifiee.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2320-PRINT-HISTORY-ENTRY.
           EXIT.

       2330-PRINT-CREATED-VALUE.
           IF HIF-AFTER-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                              WS-FD-LENGTH(WS-FD-CTR)) EQUAL SPACES
               THEN
               GO TO END-2330-PRINT-CREATED-VALUE
           END-IF.

           MOVE WS-FD-LABEL(WS-FD-CTR) TO WS-CHG-LABEL.
           MOVE 'saisi : '             TO WS-CHG-TAG.
           MOVE HIF-AFTER-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                                WS-FD-LENGTH(WS-FD-CTR))
                                       TO WS-CHG-VALUE.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.
       END-2330-PRINT-CREATED-VALUE.
           EXIT.

       2340-PRINT-CHANGED-VALUE.
           IF HIF-BEFORE-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                               WS-FD-LENGTH(WS-FD-CTR))
              EQUAL
              HIF-AFTER-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                              WS-FD-LENGTH(WS-FD-CTR)) THEN
               GO TO END-2340-PRINT-CHANGED-VALUE
           END-IF.

           ADD 1 TO WS-DIFF-COUNT.

           MOVE WS-FD-LABEL(WS-FD-CTR) TO WS-CHG-LABEL.
           MOVE 'avant : '             TO WS-CHG-TAG.
           MOVE HIF-BEFORE-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                                 WS-FD-LENGTH(WS-FD-CTR))
                                       TO WS-CHG-VALUE.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.

           MOVE SPACES                 TO WS-CHG-LABEL.
           MOVE 'apres : '             TO WS-CHG-TAG.
           MOVE HIF-AFTER-IMAGE(WS-FD-OFFSET(WS-FD-CTR):
                                WS-FD-LENGTH(WS-FD-CTR))
                                       TO WS-CHG-VALUE.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.
       END-2340-PRINT-CHANGED-VALUE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Consultations de la fiche relevées au journal       *
      *    d'audit des recherches : recherche ayant abouti sur la      *
      *    fiche, ou recherche faite sur son numéro de sécurité        *
      *    sociale (même sans résultat). Qui, quand, et comment.       *
      ******************************************************************
       2400-START-PRINT-AUDIT.
           MOVE 'CONSULTATIONS DE LA FICHE (AUDITLOG)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUD-FS-OK THEN
               MOVE 'Aucune consultation enregistree.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2400-PRINT-AUDIT
           END-IF.

           PERFORM 2410-READ-NEXT-AUDIT
              THRU END-2410-READ-NEXT-AUDIT
              UNTIL WS-EOF-YES.

           CLOSE AUDIT-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucune consultation enregistree.'
               TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2400-PRINT-AUDIT.
           EXIT.

       2410-READ-NEXT-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2410-READ-NEXT-AUDIT
           END-READ.

           IF AUD-UUID NOT EQUAL WS-CURRENT-UUID THEN
               IF WS-CURRENT-SECU EQUAL ZEROES
                  OR AUD-CODE-SECU NOT EQUAL WS-CURRENT-SECU THEN
                   GO TO END-2410-READ-NEXT-AUDIT
               END-IF
           END-IF.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-AUDIT-HEADER-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.

           MOVE AUD-TIMESTAMP TO WS-STAMP-IN.
           PERFORM 9200-FORMAT-TIMESTAMP
              THRU END-9200-FORMAT-TIMESTAMP.
           MOVE WS-STAMP-DATE   TO WS-AUL-DATE.
           MOVE WS-STAMP-TIME   TO WS-AUL-TIME.
           MOVE AUD-OPERATOR-ID TO WS-AUL-OPERATOR-ID.

           EVALUATE AUD-CODE-REQUEST-SQL
               WHEN 1
                   MOVE 'Par numero secu'      TO WS-AUL-MODE
               WHEN 2
                   MOVE 'Par nom, naissance'   TO WS-AUL-MODE
               WHEN 3
                   MOVE 'Par secu et identite' TO WS-AUL-MODE
               WHEN 4
                   MOVE 'Par telephone/mail'   TO WS-AUL-MODE
               WHEN 5
                   MOVE 'Par medecin traitant' TO WS-AUL-MODE
               WHEN OTHER
                   MOVE 'Autre recherche'      TO WS-AUL-MODE
           END-EVALUATE.

           IF AUD-FOUND-FLAG EQUAL 'O' THEN
               MOVE 'Trouvee'     TO WS-AUL-FOUND
           ELSE
               MOVE 'Non trouvee' TO WS-AUL-FOUND
           END-IF.
           WRITE REPORT-LINE FROM WS-AUDIT-LINE.
       END-2410-READ-NEXT-AUDIT.
           EXIT.

      ******************************************************************
      *    [MF-RD] Situation des impayés de prélèvement (rejsepa),     *
      *    avec le motif du dernier rejet en clair, puis les rejets    *
      *    mois par mois.                                              *
      ******************************************************************
       2500-START-PRINT-ARREARS.
           MOVE 'SITUATION DES IMPAYES (ARREARS)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           OPEN INPUT ARREARS-FILE.
           IF NOT WS-ARR-FS-OK THEN
               MOVE 'Aucun impaye enregistre.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2500-PRINT-ARREARS
           END-IF.

           MOVE WS-CURRENT-UUID TO ARF-UUID.
           READ ARREARS-FILE
               INVALID KEY
                   MOVE 'Aucun impaye enregistre.' TO WS-NOTE-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
                   CLOSE ARREARS-FILE
                   GO TO END-2500-PRINT-ARREARS
           END-READ.

           MOVE 'Rejets impayes' TO WS-FLD-LABEL.
           MOVE ARF-UNPAID-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT    TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Montant du'      TO WS-FLD-LABEL.
           MOVE ARF-UNPAID-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Dernier rejet'      TO WS-FLD-LABEL.
           MOVE ARF-LAST-REJECT-DATE TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           EVALUATE ARF-LAST-REASON-CODE
               WHEN 'AM04'
                   MOVE 'PROVISION INSUFFISANTE' TO WS-REASON-LABEL
               WHEN 'AC04'
                   MOVE 'COMPTE CLOS'            TO WS-REASON-LABEL
               WHEN 'MD01'
                   MOVE 'MANDAT REVOQUE'         TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE SPACES                   TO WS-REASON-LABEL
           END-EVALUATE.
           MOVE 'Motif du rejet' TO WS-FLD-LABEL.
           MOVE SPACES           TO WS-FLD-VALUE.
           STRING ARF-LAST-REASON-CODE ' ' WS-REASON-LABEL
               DELIMITED BY SIZE
               INTO WS-FLD-VALUE
           END-STRING.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           CLOSE ARREARS-FILE.

      *    [MF-RD] Rejets ventilés par mois de rejet (ARRMONTH).
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT ARREARS-MONTH-FILE.
           IF NOT WS-AMF-FS-OK THEN
               GO TO END-2500-PRINT-ARREARS
           END-IF.

           MOVE WS-CURRENT-UUID TO AMF-UUID.
           MOVE LOW-VALUES      TO AMF-MONTH.
           START ARREARS-MONTH-FILE
               KEY IS NOT LESS THAN AMF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2510-READ-NEXT-ARREARS-MONTH
              THRU END-2510-READ-NEXT-ARREARS-MONTH
              UNTIL WS-EOF-YES.

           CLOSE ARREARS-MONTH-FILE.
       END-2500-PRINT-ARREARS.
           EXIT.

       2510-READ-NEXT-ARREARS-MONTH.
           READ ARREARS-MONTH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2510-READ-NEXT-ARREARS-MONTH
           END-READ.

           IF AMF-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2510-READ-NEXT-ARREARS-MONTH
           END-IF.

           MOVE AMF-MONTH TO WS-MONTH-IN.
           PERFORM 9300-FORMAT-MONTH
              THRU END-9300-FORMAT-MONTH.
           MOVE AMF-AMOUNT       TO WS-AMOUNT-EDIT.
           MOVE AMF-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE 'Impaye du mois' TO WS-FLD-LABEL.
           MOVE SPACES           TO WS-FLD-VALUE.
           STRING WS-MONTH-OUT ' : ' WS-AMOUNT-EDIT
                  ' (rejets : ' WS-COUNT-EDIT ')'
               DELIMITED BY SIZE
               INTO WS-FLD-VALUE
           END-STRING.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.
       END-2510-READ-NEXT-ARREARS-MONTH.
           EXIT.

      ******************************************************************
      *    [MF-RD] Mandat de prélèvement SEPA de l'adhérent.           *
      ******************************************************************
       2600-START-PRINT-MANDATE.
           MOVE 'MANDAT DE PRELEVEMENT SEPA (MANDATES)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           OPEN INPUT MANDATE-FILE.
           IF NOT WS-MDT-FS-OK THEN
               MOVE 'Aucun mandat enregistre.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2600-PRINT-MANDATE
           END-IF.

           MOVE WS-CURRENT-UUID TO MDF-UUID.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE 'Aucun mandat enregistre.' TO WS-NOTE-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
                   CLOSE MANDATE-FILE
                   GO TO END-2600-PRINT-MANDATE
           END-READ.

           MOVE 'RUM'   TO WS-FLD-LABEL.
           MOVE MDF-RUM TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Date de signature' TO WS-FLD-LABEL.
           MOVE MDF-SIGN-DATE       TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Etat du mandat' TO WS-FLD-LABEL.
           EVALUATE MDF-STATUS
               WHEN 'A'
                   MOVE 'ACTIF'   TO WS-FLD-VALUE
               WHEN 'M'
                   MOVE 'MODIFIE' TO WS-FLD-VALUE
               WHEN 'R'
                   MOVE 'REVOQUE' TO WS-FLD-VALUE
               WHEN OTHER
                   MOVE MDF-STATUS TO WS-FLD-VALUE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'IBAN du mandat' TO WS-FLD-LABEL.
           MOVE MDF-IBAN         TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Sequence'        TO WS-FLD-LABEL.
           MOVE MDF-SEQUENCE-TYPE TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           MOVE 'Derniere collecte'   TO WS-FLD-LABEL.
           MOVE MDF-LAST-COLLECT-DATE TO WS-FLD-VALUE.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

           IF MDF-AMEND-DATE NOT EQUAL SPACES THEN
               MOVE 'Modifie le'   TO WS-FLD-LABEL
               MOVE MDF-AMEND-DATE TO WS-FLD-VALUE
               WRITE REPORT-LINE FROM WS-FIELD-LINE
               MOVE 'IBAN precedent' TO WS-FLD-LABEL
               MOVE MDF-PREV-IBAN    TO WS-FLD-VALUE
               WRITE REPORT-LINE FROM WS-FIELD-LINE
           END-IF.

           IF MDF-REVOKE-DATE NOT EQUAL SPACES THEN
               MOVE 'Revoque le'    TO WS-FLD-LABEL
               MOVE MDF-REVOKE-DATE TO WS-FLD-VALUE
               WRITE REPORT-LINE FROM WS-FIELD-LINE
           END-IF.

           CLOSE MANDATE-FILE.
       END-2600-PRINT-MANDATE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ordres de prélèvement émis au nom de l'adhérent,    *
      *    mois par mois, avec l'état de la remise qui les porte et    *
      *    le total prélevé.                                           *
      ******************************************************************
       2700-START-PRINT-ORDERS.
           MOVE 'ORDRES DE PRELEVEMENT EMIS (REMITORD)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-ORDER-TOTAL.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT REMIT-ORDER-FILE.
           IF NOT WS-ROR-FS-OK THEN
               MOVE 'Aucun ordre de prelevement emis.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2700-PRINT-ORDERS
           END-IF.

           OPEN INPUT REMIT-FILE.
           IF WS-REM-FS-OK THEN
               SET WS-REMIT-IS-OPEN TO TRUE
           ELSE
               SET WS-REMIT-NOT-OPEN TO TRUE
           END-IF.

           MOVE WS-CURRENT-UUID TO ROF-UUID.
           MOVE LOW-VALUES      TO ROF-COLLECT-MONTH.
           START REMIT-ORDER-FILE
               KEY IS NOT LESS THAN ROF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2710-READ-NEXT-ORDER
              THRU END-2710-READ-NEXT-ORDER
              UNTIL WS-EOF-YES.

           IF WS-REMIT-IS-OPEN THEN
               CLOSE REMIT-FILE
           END-IF.
           CLOSE REMIT-ORDER-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucun ordre de prelevement emis.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2700-PRINT-ORDERS
           END-IF.

           MOVE WS-SECTION-COUNT TO WS-OTL-COUNT.
           MOVE WS-ORDER-TOTAL   TO WS-OTL-AMOUNT.
           WRITE REPORT-LINE FROM WS-ORDER-TOTAL-LINE.
       END-2700-PRINT-ORDERS.
           EXIT.

       2710-READ-NEXT-ORDER.
           READ REMIT-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2710-READ-NEXT-ORDER
           END-READ.

           IF ROF-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2710-READ-NEXT-ORDER
           END-IF.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-ORDER-HEADER-LINE
           END-IF.
           ADD 1          TO WS-SECTION-COUNT.
           ADD ROF-AMOUNT TO WS-ORDER-TOTAL.

           MOVE ROF-COLLECT-DATE  TO WS-ORL-COLLECT-DATE.
           MOVE ROF-REMISE-REF    TO WS-ORL-REMISE-REF.
           MOVE ROF-AMOUNT        TO WS-ORL-AMOUNT.
           MOVE ROF-IBAN          TO WS-ORL-IBAN.
           MOVE ROF-SEQUENCE-TYPE TO WS-ORL-SEQUENCE-TYPE.
           MOVE ROF-PLAN-CODE     TO WS-ORL-PLAN-CODE.

           MOVE 'INCONNUE' TO WS-ORL-REMIT-STATUS.
           IF WS-REMIT-IS-OPEN THEN
               MOVE ROF-COLLECT-MONTH TO RMF-COLLECT-MONTH
               READ REMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RMF-STATUS EQUAL 'T' THEN
                           MOVE 'TERMINEE' TO WS-ORL-REMIT-STATUS
                       ELSE
                           MOVE 'EN COURS' TO WS-ORL-REMIT-STATUS
                       END-IF
               END-READ
           END-IF.
           WRITE REPORT-LINE FROM WS-ORDER-LINE.
       END-2710-READ-NEXT-ORDER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Actes de soins déclarés sur la fiche, avec le       *
      *    remboursement calculé et le virement qui l'a payé.          *
      ******************************************************************
       2800-START-PRINT-CLAIMS.
           MOVE 'ACTES DE SOINS (CLAIMS)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT CLAIM-FILE.
           IF NOT WS-CLM-FS-OK THEN
               MOVE 'Aucun acte de soins declare.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2800-PRINT-CLAIMS
           END-IF.

           MOVE WS-CURRENT-UUID TO CLF-UUID.
           MOVE LOW-VALUES      TO CLF-TIMESTAMP.
           START CLAIM-FILE
               KEY IS NOT LESS THAN CLF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2810-READ-NEXT-CLAIM
              THRU END-2810-READ-NEXT-CLAIM
              UNTIL WS-EOF-YES.

           CLOSE CLAIM-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucun acte de soins declare.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2800-PRINT-CLAIMS.
           EXIT.

       2810-READ-NEXT-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2810-READ-NEXT-CLAIM
           END-READ.

           IF CLF-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2810-READ-NEXT-CLAIM
           END-IF.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-CLAIM-HEADER-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.

           MOVE CLF-CARE-DATE     TO WS-CLL-CARE-DATE.
           MOVE CLF-ACT-CATEGORY  TO WS-CLL-ACT-CATEGORY.
           MOVE CLF-AMOUNT-SPENT  TO WS-CLL-AMOUNT-SPENT.
           MOVE CLF-SS-AMOUNT     TO WS-CLL-SS-AMOUNT.
           MOVE CLF-MUTUAL-AMOUNT TO WS-CLL-MUTUAL-AMOUNT.
           EVALUATE CLF-STATUS
               WHEN 'A'
                   MOVE 'A PAYER' TO WS-CLL-STATUS
               WHEN 'P'
                   MOVE 'PAYE'    TO WS-CLL-STATUS
               WHEN OTHER
                   MOVE CLF-STATUS TO WS-CLL-STATUS
           END-EVALUATE.
           MOVE CLF-PAY-REF       TO WS-CLL-PAY-REF.
           MOVE CLF-PAY-DATE      TO WS-CLL-PAY-DATE.
           WRITE REPORT-LINE FROM WS-CLAIM-LINE.
       END-2810-READ-NEXT-CLAIM.
           EXIT.

      ******************************************************************
      *    [MF-RD] Courriers adressés à l'adhérent (bienvenue, clôture *
      *    et relances d'impayés), tels que consignés par courrier.    *
      ******************************************************************
       2900-START-PRINT-LETTERS.
           MOVE 'COURRIERS ADRESSES (CORRLOG)' TO WS-SEC-TITLE.
           PERFORM 9100-WRITE-SECTION-TITLE
              THRU END-9100-WRITE-SECTION-TITLE.

           MOVE ZERO TO WS-SECTION-COUNT.
           SET WS-EOF-NO TO TRUE.

           OPEN INPUT CORRESPONDENCE-FILE.
           IF NOT WS-CRF-FS-OK THEN
               MOVE 'Aucun courrier adresse.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               GO TO END-2900-PRINT-LETTERS
           END-IF.

           MOVE WS-CURRENT-UUID TO CRF-UUID.
           MOVE LOW-VALUES      TO CRF-EVENT-REF
                                   CRF-LETTER-TYPE.
           START CORRESPONDENCE-FILE
               KEY IS NOT LESS THAN CRF-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

           PERFORM 2910-READ-NEXT-LETTER
              THRU END-2910-READ-NEXT-LETTER
              UNTIL WS-EOF-YES.

           CLOSE CORRESPONDENCE-FILE.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               MOVE 'Aucun courrier adresse.' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       END-2900-PRINT-LETTERS.
           EXIT.

       2910-READ-NEXT-LETTER.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO END-2910-READ-NEXT-LETTER
           END-READ.

           IF CRF-UUID NOT EQUAL WS-CURRENT-UUID THEN
               SET WS-EOF-YES TO TRUE
               GO TO END-2910-READ-NEXT-LETTER
           END-IF.

           IF WS-SECTION-COUNT EQUAL ZERO THEN
               WRITE REPORT-LINE FROM WS-LETTER-HEADER-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.

           MOVE CRF-SEND-DATE   TO WS-LTL-SEND-DATE.
      *    [MF-RD] Lettre en attente d'une adresse complète.
           IF CRF-SEND-DATE EQUAL SPACES THEN
               MOVE 'NON ENVOYE' TO WS-LTL-SEND-DATE
           END-IF.
           EVALUATE CRF-LETTER-TYPE
               WHEN 'BIENVENU'
                   MOVE 'BIENVENUE'            TO WS-LTL-LETTER-LABEL
               WHEN 'CLOTURE'
                   MOVE 'CONFIRMATION CLOTURE' TO WS-LTL-LETTER-LABEL
               WHEN 'RAPPEL'
                   MOVE 'PREMIER RAPPEL'       TO WS-LTL-LETTER-LABEL
               WHEN 'DEMEURE'
                   MOVE 'MISE EN DEMEURE'      TO WS-LTL-LETTER-LABEL
               WHEN 'SUSPENS'
                   MOVE 'AVIS DE SUSPENSION'   TO WS-LTL-LETTER-LABEL
               WHEN OTHER
                   MOVE CRF-LETTER-TYPE        TO WS-LTL-LETTER-LABEL
           END-EVALUATE.
           MOVE CRF-OPERATOR-ID TO WS-LTL-OPERATOR-ID.
           MOVE CRF-REASON-CODE TO WS-LTL-REASON-CODE.
           MOVE CRF-AMOUNT      TO WS-LTL-AMOUNT.
           WRITE REPORT-LINE FROM WS-LETTER-LINE.
       END-2910-READ-NEXT-LETTER.
           EXIT.

      ******************************************************************
      *    [MF-RD] Inscrit le dossier produit au registre DOSSLOG      *
      *    (créé au premier passage) et le signale à l'exploitation.   *
      *    Une demande sans fiche correspondante est inscrite aussi :  *
      *    la réponse "rien n'est détenu" doit pouvoir être prouvée.   *
      ******************************************************************
       3000-START-LOG-REQUEST.
           IF WS-PARAM-INVALID OR WS-CUSTOMER-NOT-OPEN THEN
               DISPLAY 'DOSSRGPD : DOSSIER NON PRODUIT, VOIR DOSSRGPD.'
               GO TO END-3000-LOG-REQUEST
           END-IF.

           OPEN EXTEND DOSSIER-LOG-FILE.
           IF WS-DLOG-FS-NO-FILE THEN
               OPEN OUTPUT DOSSIER-LOG-FILE
           END-IF.

           MOVE SPACES            TO DOSSIER-LOG-RECORD.
           MOVE WS-TODAY-DATE     TO DLF-PRODUCE-DATE.
           MOVE WS-NOW-TIME       TO DLF-PRODUCE-TIME.
           MOVE WS-OPERATOR-ID    TO DLF-OPERATOR-ID.
           MOVE WS-REQUEST-DATE   TO DLF-REQUEST-DATE.
           MOVE WS-DEADLINE-DATE  TO DLF-DEADLINE-DATE.
           MOVE WS-ID-TYPE        TO DLF-ID-TYPE.
           MOVE WS-ID-VALUE       TO DLF-ID-VALUE.
           MOVE WS-FICHE-COUNT    TO DLF-FICHE-COUNT.
           MOVE WS-DELAY-STATUS   TO DLF-DELAY-STATUS.
           WRITE DOSSIER-LOG-RECORD.

           CLOSE DOSSIER-LOG-FILE.

           DISPLAY 'DOSSRGPD : ' WS-FICHE-COUNT ' FICHE(S), REPONSE '
                   WS-DELAY-STATUS ' (LIMITE ' WS-DEADLINE-DATE ').'.
       END-3000-LOG-REQUEST.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers encore ouverts.                *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-CUSTOMER-IS-OPEN THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.
       END-4000-CLOSE-FILES.
           EXIT.

      ******************************************************************
      *    [MF-RD] Nombre de jours du mois WS-ML-MONTH de l'année      *
      *    WS-ML-YEAR, rendu dans WS-ML-DAYS.                          *
      ******************************************************************
       9000-COMPUTE-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-ML-MONTH) TO WS-ML-DAYS.

           IF WS-ML-MONTH NOT EQUAL 2 THEN
               GO TO END-9000-COMPUTE-MONTH-LENGTH
           END-IF.

           DIVIDE WS-ML-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
                                    REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-ML-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                                    REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-ML-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                                    REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 EQUAL ZERO
              AND (WS-LEAP-REM-100 NOT EQUAL ZERO
                   OR WS-LEAP-REM-400 EQUAL ZERO) THEN
               MOVE 29 TO WS-ML-DAYS
           END-IF.
       END-9000-COMPUTE-MONTH-LENGTH.
           EXIT.

      ******************************************************************
      *    [MF-RD] Titre de rubrique, précédé d'une ligne blanche.     *
      ******************************************************************
       9100-WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
       END-9100-WRITE-SECTION-TITLE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Horodatage AAAAMMJJHHMM... remis en JJ-MM-AAAA et   *
      *    HH:MM.                                                      *
      ******************************************************************
       9200-FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-STAMP-DATE.
           MOVE WS-STAMP-IN(7:2)  TO WS-STAMP-DATE(1:2).
           MOVE '-'               TO WS-STAMP-DATE(3:1).
           MOVE WS-STAMP-IN(5:2)  TO WS-STAMP-DATE(4:2).
           MOVE '-'               TO WS-STAMP-DATE(6:1).
           MOVE WS-STAMP-IN(1:4)  TO WS-STAMP-DATE(7:4).

           MOVE SPACES TO WS-STAMP-TIME.
           MOVE WS-STAMP-IN(9:2)  TO WS-STAMP-TIME(1:2).
           MOVE ':'               TO WS-STAMP-TIME(3:1).
           MOVE WS-STAMP-IN(11:2) TO WS-STAMP-TIME(4:2).
       END-9200-FORMAT-TIMESTAMP.
           EXIT.

      ******************************************************************
      *    [MF-RD] Mois AAAAMM remis en MM-AAAA.                       *
      ******************************************************************
       9300-FORMAT-MONTH.
           MOVE SPACES TO WS-MONTH-OUT.
           MOVE WS-MONTH-IN(5:2) TO WS-MONTH-OUT(1:2).
           MOVE '-'              TO WS-MONTH-OUT(3:1).
           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-OUT(4:4).
       END-9300-FORMAT-MONTH.
           EXIT.
