      ******************************************************************
      *    [MF-RD] Chargement du fichier de référence des codes        *
      *    postaux (POSTCODES) depuis le fichier officiel de La Poste  *
      *    (base des codes postaux, LAPOSTE), une ligne par commune et *
      *    code postal, champs séparés par des points-virgules :       *
      *                                                                *
      *    CODE_COMMUNE_INSEE;NOM_DE_LA_COMMUNE;CODE_POSTAL;           *
      *    LIBELLE_D_ACHEMINEMENT;LIGNE_5;COORDONNEES_GPS              *
      *                                                                *
      *    Le fichier de référence est reconstruit en entier à chaque  *
      *    chargement. Chaque ligne donne le couple code postal +      *
      *    commune ; quand le libellé d'acheminement diffère du nom de *
      *    la commune (arrondissements de Paris, Lyon, Marseille,      *
      *    communes déléguées...), le couple code postal + libellé     *
      *    d'acheminement est enregistré aussi, c'est celui que les    *
      *    adhérents écrivent sur leurs courriers. Les lieux-dits      *
      *    (LIGNE_5) redonnent le même couple et sont comptés comme    *
      *    doublons. La ligne d'entête et les lignes sans code postal  *
      *    numérique sont ignorées. Fichier LAPOSTE absent : le        *
      *    fichier de référence en place est conservé tel quel.        *
      *    Un compte-rendu (CPRPT) trace les volumes.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargcp.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAPOSTE-FILE ASSIGN TO "LAPOSTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPOSTE-FILE-STATUS.

           SELECT POSTCODE-FILE ASSIGN TO "POSTCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCF-KEY
               FILE STATUS IS WS-PCOD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAPOSTE-FILE.
       01  LAPOSTE-LINE              PIC X(300).

       FD  POSTCODE-FILE.
       01  POSTCODE-FILE-RECORD.
           05 PCF-DATA.
               COPY 'postcode-fields-pcf.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LAPOSTE-FILE-STATUS    PIC X(02).
           88 WS-LAP-FS-OK           VALUE '00'.

       01  WS-PCOD-FILE-STATUS       PIC X(02).
           88 WS-PCOD-FS-OK          VALUE '00'.
           88 WS-PCOD-FS-DUPLICATE   VALUE '22'.

       01  WS-REPORT-FILE-STATUS     PIC X(02).
           88 WS-REP-FS-OK           VALUE '00'.

       01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-EOF-YES             VALUE 'Y'.
           88 WS-EOF-NO              VALUE 'N'.

      *    [MF-RD] Mémorise que le fichier La Poste s'est bien ouvert :
      *    sans lui, le fichier de référence n'est pas touché.
       01  WS-LAPOSTE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-LAPOSTE-IS-OPEN     VALUE 'Y'.
           88 WS-LAPOSTE-NOT-OPEN    VALUE 'N'.

      *    [MF-RD] Champs de la ligne en cours, après découpage sur
      *    les points-virgules.
       01  WS-IN-INSEE-CODE          PIC X(05).
       01  WS-IN-TOWN                PIC X(50).
       01  WS-IN-ZIPCODE             PIC X(15).
       01  WS-IN-DELIVERY-LABEL      PIC X(32).
       01  WS-IN-LINE-5              PIC X(50).

      *    [MF-RD] Mise sous la forme La Poste d'un nom de commune,
      *    reprise de verifcp : majuscules, tirets et apostrophes
      *    remplacés par des espaces, espaces de tête et espaces
      *    doublés retirés.
       01  WS-TOWN-SOURCE            PIC X(50).
       01  WS-TOWN-WORK              PIC X(50).
       01  WS-TOWN-LEN               PIC 9(02) COMP.
       01  WS-TOWN-SRC-CTR           PIC 9(02) COMP.
       01  WS-TOWN-SRC-CHAR          PIC X(01).
       01  WS-TOWN-NAME              PIC X(50).
       01  WS-TOWN-LABEL             PIC X(50).

       01  WS-READ-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-LOADED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-DUPLICATE-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-IGNORED-COUNT          PIC 9(07) VALUE ZERO.

      *    [MF-RD] Date du jour, au format JJ-MM-AAAA utilisé partout
      *    ailleurs, calculée à partir de la date système.
       01  WS-TODAY-YYYYMMDD         PIC 9(08).
       01  WS-TODAY-DATE.
           05 WS-TD-DAYS             PIC X(02).
           05 FILLER                 PIC X(01) VALUE '-'.
           05 WS-TD-MONTH            PIC X(02).
           05 FILLER                 PIC X(01) VALUE '-'.
           05 WS-TD-YEAR             PIC X(04).

       01  WS-HEADING-LINE-1     PIC X(60)
               VALUE 'CHARGEMENT DU FICHIER DES CODES POSTAUX'.
       01  WS-HEADING-LINE-2.
           05 FILLER                 PIC X(15)
                  VALUE 'Execute le   : '.
           05 WS-HL2-DATE            PIC X(10).
       01  WS-NOFILE-LINE        PIC X(60) VALUE
               'FICHIER LAPOSTE ABSENT - REFERENTIEL CONSERVE.'.
       01  WS-READ-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Lignes lues         :'.
           05 WS-RD-COUNT   PIC ZZZZZZ9.
       01  WS-LOADED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Couples charges     :'.
           05 WS-LD-COUNT   PIC ZZZZZZ9.
       01  WS-DUPLICATE-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Doublons (lieux-dits):'.
           05 WS-DP-COUNT   PIC ZZZZZZ9.
       01  WS-IGNORED-SUMMARY-LINE.
           05 FILLER        PIC X(22) VALUE 'Lignes ignorees     :'.
           05 WS-IG-COUNT   PIC ZZZZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-START-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-START-PROCESS-LINES
              THRU END-2000-PROCESS-LINES.

           PERFORM 3000-START-WRITE-SUMMARY
              THRU END-3000-WRITE-SUMMARY.

           PERFORM 4000-START-CLOSE-FILES
              THRU END-4000-CLOSE-FILES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Ouvre les fichiers, date le compte-rendu et écrit   *
      *    son entête. Le fichier de référence n'est recréé que si le  *
      *    fichier La Poste est bien là.                               *
      ******************************************************************
       1000-START-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TD-DAYS.
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TD-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TD-YEAR.

           MOVE WS-TODAY-DATE TO WS-HL2-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT LAPOSTE-FILE.
           IF WS-LAP-FS-OK THEN
               SET WS-LAPOSTE-IS-OPEN TO TRUE
           ELSE
               WRITE REPORT-LINE FROM WS-NOFILE-LINE
               SET WS-EOF-YES TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           OPEN OUTPUT POSTCODE-FILE.
           CLOSE POSTCODE-FILE.
           OPEN I-O POSTCODE-FILE.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Parcourt le fichier La Poste.                       *
      ******************************************************************
       2000-START-PROCESS-LINES.
           PERFORM 2010-READ-NEXT-LINE
              THRU END-2010-READ-NEXT-LINE
              UNTIL WS-EOF-YES.
       END-2000-PROCESS-LINES.
           EXIT.

       2010-READ-NEXT-LINE.
           READ LAPOSTE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   IF LAPOSTE-LINE EQUAL SPACES THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2020-LOAD-ONE-LINE
                          THRU END-2020-LOAD-ONE-LINE
                   END-IF
           END-READ.
       END-2010-READ-NEXT-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Découpe la ligne courante et enregistre le couple   *
      *    code postal + commune, puis le couple code postal + libellé *
      *    d'acheminement s'il est différent.                          *
      ******************************************************************
       2020-LOAD-ONE-LINE.
           INITIALIZE WS-IN-INSEE-CODE
                      WS-IN-TOWN
                      WS-IN-ZIPCODE
                      WS-IN-DELIVERY-LABEL
                      WS-IN-LINE-5.

           UNSTRING LAPOSTE-LINE DELIMITED BY ';'
               INTO WS-IN-INSEE-CODE
                    WS-IN-TOWN
                    WS-IN-ZIPCODE
                    WS-IN-DELIVERY-LABEL
                    WS-IN-LINE-5
           END-UNSTRING.

           IF    WS-IN-ZIPCODE(1:5)  IS NOT NUMERIC
              OR WS-IN-ZIPCODE(6:10) NOT EQUAL SPACES
              OR WS-IN-TOWN          EQUAL SPACES THEN
               ADD 1 TO WS-IGNORED-COUNT
               GO TO END-2020-LOAD-ONE-LINE
           END-IF.

           MOVE WS-IN-TOWN TO WS-TOWN-SOURCE.
           PERFORM 2100-NORMALIZE-TOWN
              THRU END-2100-NORMALIZE-TOWN.
           MOVE WS-TOWN-WORK TO WS-TOWN-NAME.

           MOVE WS-IN-DELIVERY-LABEL TO WS-TOWN-SOURCE.
           PERFORM 2100-NORMALIZE-TOWN
              THRU END-2100-NORMALIZE-TOWN.
           MOVE WS-TOWN-WORK TO WS-TOWN-LABEL.

           MOVE WS-TOWN-NAME TO PCF-TOWN.
           PERFORM 2200-WRITE-POSTCODE
              THRU END-2200-WRITE-POSTCODE.

           IF  WS-TOWN-LABEL NOT EQUAL SPACES
           AND WS-TOWN-LABEL NOT EQUAL WS-TOWN-NAME THEN
               MOVE WS-TOWN-LABEL TO PCF-TOWN
               PERFORM 2200-WRITE-POSTCODE
                  THRU END-2200-WRITE-POSTCODE
           END-IF.
       END-2020-LOAD-ONE-LINE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Met WS-TOWN-SOURCE sous la forme La Poste dans      *
      *    WS-TOWN-WORK, comme verifcp le fait pour la ville saisie.   *
      ******************************************************************
       2100-NORMALIZE-TOWN.
           MOVE FUNCTION UPPER-CASE(WS-TOWN-SOURCE) TO WS-TOWN-SOURCE.
           INSPECT WS-TOWN-SOURCE CONVERTING "-'" TO "  ".
           MOVE SPACES TO WS-TOWN-WORK.
           MOVE ZERO   TO WS-TOWN-LEN.
           PERFORM 2110-COMPACT-TOWN-CHAR
              THRU END-2110-COMPACT-TOWN-CHAR
              VARYING WS-TOWN-SRC-CTR FROM 1 BY 1
              UNTIL WS-TOWN-SRC-CTR > 50.
       END-2100-NORMALIZE-TOWN.
           EXIT.

       2110-COMPACT-TOWN-CHAR.
           MOVE WS-TOWN-SOURCE(WS-TOWN-SRC-CTR:1) TO WS-TOWN-SRC-CHAR.

           IF WS-TOWN-SRC-CHAR EQUAL SPACE THEN
               IF WS-TOWN-LEN EQUAL ZERO
                  OR WS-TOWN-WORK(WS-TOWN-LEN:1) EQUAL SPACE THEN
                   GO TO END-2110-COMPACT-TOWN-CHAR
               END-IF
           END-IF.

           ADD 1 TO WS-TOWN-LEN.
           MOVE WS-TOWN-SRC-CHAR TO WS-TOWN-WORK(WS-TOWN-LEN:1).
       END-2110-COMPACT-TOWN-CHAR.
           EXIT.

      ******************************************************************
      *    [MF-RD] Ecrit le couple code postal + PCF-TOWN. Un couple   *
      *    déjà chargé (lieu-dit de la même commune) est compté en     *
      *    doublon.                                                    *
      ******************************************************************
       2200-WRITE-POSTCODE.
           MOVE WS-IN-ZIPCODE(1:5)   TO PCF-ZIPCODE.
           MOVE WS-IN-INSEE-CODE     TO PCF-INSEE-CODE.
           MOVE WS-IN-DELIVERY-LABEL TO PCF-DELIVERY-LABEL.
           MOVE WS-TODAY-DATE        TO PCF-LOAD-DATE.

           WRITE POSTCODE-FILE-RECORD.

           IF WS-PCOD-FS-DUPLICATE THEN
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               ADD 1 TO WS-LOADED-COUNT
           END-IF.
       END-2200-WRITE-POSTCODE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Trace les volumes lus, chargés, en doublon et       *
      *    ignorés.                                                    *
      ******************************************************************
       3000-START-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO WS-RD-COUNT.
           WRITE REPORT-LINE FROM WS-READ-SUMMARY-LINE.

           MOVE WS-LOADED-COUNT TO WS-LD-COUNT.
           WRITE REPORT-LINE FROM WS-LOADED-SUMMARY-LINE.

           MOVE WS-DUPLICATE-COUNT TO WS-DP-COUNT.
           WRITE REPORT-LINE FROM WS-DUPLICATE-SUMMARY-LINE.

           MOVE WS-IGNORED-COUNT TO WS-IG-COUNT.
           WRITE REPORT-LINE FROM WS-IGNORED-SUMMARY-LINE.
       END-3000-WRITE-SUMMARY.
           EXIT.

      ******************************************************************
      *    [MF-RD] Referme les fichiers.                               *
      ******************************************************************
       4000-START-CLOSE-FILES.
           IF WS-LAPOSTE-IS-OPEN THEN
               CLOSE LAPOSTE-FILE
               CLOSE POSTCODE-FILE
           END-IF.
           CLOSE REPORT-FILE.
       END-4000-CLOSE-FILES.
           EXIT.
