      ******************************************************************
      *    [MF-RD] Contrôle d'un couple code postal / ville contre le  *
      *    fichier de référence des codes postaux (POSTCODES, chargé   *
      *    par chargcp depuis le fichier officiel de La Poste). Appelé *
      *    par les écrans de création et de modification de manacust,  *
      *    par la promotion d'un membre dans manafam, par chargadh et  *
      *    par l'état de contrôle des adresses rapadr, avec la zone    *
      *    POSTCODE-CHECK (voir 'postcode-check.cpy').                 *
      *                                                                *
      *    La ville est comparée sous la forme La Poste : majuscules,  *
      *    tirets et apostrophes remplacés par des espaces, espaces    *
      *    superflus retirés. Couple connu : la forme de référence     *
      *    remplace la saisie. Ville inconnue : les communes du code   *
      *    postal sont renvoyées pour que l'appelant les propose.      *
      *    Une adresse hors de France (pays renseigné autre que        *
      *    FRANCE) n'est pas contrôlée, pas plus que tant que le       *
      *    fichier de référence n'a pas été chargé.                    *
      *                                                                *
      *    Le fichier de référence reste ouvert d'un appel à l'autre   *
      *    pour les traitements de masse ; l'appelant le fait refermer *
      *    par une demande de fin (PCK-REQUEST = F).                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifcp.
       AUTHOR. Martial&Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCODE-FILE ASSIGN TO "POSTCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCF-KEY
               FILE STATUS IS WS-PCOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTCODE-FILE.
       01  POSTCODE-FILE-RECORD.
           05 PCF-DATA.
               COPY 'postcode-fields-pcf.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PCOD-FILE-STATUS       PIC X(02).
           88 WS-PCOD-FS-OK          VALUE '00'.

      *    [MF-RD] Etat du fichier de référence entre deux appels :
      *    pas encore ouvert, ouvert, ou absent (contrôle laissé
      *    ouvert jusqu'à la prochaine demande de fin).
       01  WS-PCOD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-PCOD-NOT-OPENED     VALUE 'N'.
           88 WS-PCOD-IS-OPEN        VALUE 'Y'.
           88 WS-PCOD-ABSENT         VALUE 'A'.

       01  WS-PCOD-EOF-SWITCH        PIC X(01).
           88 WS-PCOD-EOF-YES        VALUE 'Y'.
           88 WS-PCOD-EOF-NO         VALUE 'N'.

      *    [MF-RD] Pays et ville mis sous la forme La Poste avant
      *    comparaison : la ville est recopiée caractère par caractère
      *    en sautant les espaces de tête et les espaces doublés.
       01  WS-COUNTRY-WORK           PIC X(20).
       01  WS-TOWN-SOURCE            PIC X(50).
       01  WS-TOWN-WORK              PIC X(50).
       01  WS-TOWN-LEN               PIC 9(02) COMP.
       01  WS-TOWN-SRC-CTR           PIC 9(02) COMP.
       01  WS-TOWN-SRC-CHAR          PIC X(01).
       01  WS-ZIPCODE-WORK           PIC X(05).

       LINKAGE SECTION.
       COPY 'postcode-check.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING POSTCODE-CHECK.
       0000-START-MAIN.
           IF PCK-REQUEST-FINISH THEN
               PERFORM 3000-START-CLOSE-REFERENCE
                  THRU END-3000-CLOSE-REFERENCE
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1000-START-OPEN-REFERENCE
              THRU END-1000-OPEN-REFERENCE.

           PERFORM 2000-START-CHECK-ADDRESS
              THRU END-2000-CHECK-ADDRESS.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [MF-RD] Ouvre le fichier de référence au premier appel.     *
      *    Fichier absent : mémorisé, le contrôle est laissé ouvert.   *
      ******************************************************************
       1000-START-OPEN-REFERENCE.
           IF NOT WS-PCOD-NOT-OPENED THEN
               GO TO END-1000-OPEN-REFERENCE
           END-IF.

           OPEN INPUT POSTCODE-FILE.
           IF WS-PCOD-FS-OK THEN
               SET WS-PCOD-IS-OPEN TO TRUE
           ELSE
               SET WS-PCOD-ABSENT TO TRUE
           END-IF.
       END-1000-OPEN-REFERENCE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Contrôle le couple reçu et rend le résultat dans    *
      *    PCK-RESULT (voir 'postcode-check.cpy').                     *
      ******************************************************************
       2000-START-CHECK-ADDRESS.
           MOVE ZERO   TO PCK-TOWN-COUNT.
           MOVE SPACES TO PCK-TOWN-LIST.
           SET PCK-NOT-CHECKED TO TRUE.

           MOVE FUNCTION UPPER-CASE(PCK-COUNTRY) TO WS-COUNTRY-WORK.
           IF  WS-COUNTRY-WORK NOT EQUAL SPACES
           AND WS-COUNTRY-WORK NOT EQUAL 'FRANCE' THEN
               GO TO END-2000-CHECK-ADDRESS
           END-IF.

           IF NOT WS-PCOD-IS-OPEN THEN
               GO TO END-2000-CHECK-ADDRESS
           END-IF.

           IF    PCK-ZIPCODE(1:5)  IS NOT NUMERIC
              OR PCK-ZIPCODE(6:10) NOT EQUAL SPACES THEN
               SET PCK-ZIP-BAD-FORMAT TO TRUE
               GO TO END-2000-CHECK-ADDRESS
           END-IF.
           MOVE PCK-ZIPCODE(1:5) TO WS-ZIPCODE-WORK.

           MOVE FUNCTION UPPER-CASE(PCK-TOWN) TO WS-TOWN-SOURCE.
           INSPECT WS-TOWN-SOURCE CONVERTING "-'" TO "  ".
           MOVE SPACES TO WS-TOWN-WORK.
           MOVE ZERO   TO WS-TOWN-LEN.
           PERFORM 2010-COMPACT-TOWN-CHAR
              THRU END-2010-COMPACT-TOWN-CHAR
              VARYING WS-TOWN-SRC-CTR FROM 1 BY 1
              UNTIL WS-TOWN-SRC-CTR > 50.

           MOVE WS-ZIPCODE-WORK TO PCF-ZIPCODE.
           MOVE WS-TOWN-WORK    TO PCF-TOWN.
           READ POSTCODE-FILE
               INVALID KEY
                   GO TO 2000-LIST-TOWNS
           END-READ.

           SET PCK-VALID TO TRUE.
           MOVE PCF-ZIPCODE TO PCK-ZIPCODE.
           MOVE PCF-TOWN    TO PCK-TOWN.
           GO TO END-2000-CHECK-ADDRESS.

      *    [MF-RD] Couple inconnu : relève les communes du code postal
      *    (clé code postal + commune, donc à la suite l'une de
      *    l'autre). Aucune : c'est le code postal qui est inconnu.
       2000-LIST-TOWNS.
           SET WS-PCOD-EOF-NO TO TRUE.
           MOVE WS-ZIPCODE-WORK TO PCF-ZIPCODE.
           MOVE LOW-VALUES      TO PCF-TOWN.
           START POSTCODE-FILE KEY IS NOT LESS THAN PCF-KEY
               INVALID KEY
                   SET WS-PCOD-EOF-YES TO TRUE
           END-START.

           PERFORM 2100-READ-NEXT-TOWN
              THRU END-2100-READ-NEXT-TOWN
              UNTIL WS-PCOD-EOF-YES.

           IF PCK-TOWN-COUNT EQUAL ZERO THEN
               SET PCK-ZIP-UNKNOWN TO TRUE
           ELSE
               SET PCK-TOWN-UNKNOWN TO TRUE
           END-IF.
       END-2000-CHECK-ADDRESS.
           EXIT.

       2010-COMPACT-TOWN-CHAR.
           MOVE WS-TOWN-SOURCE(WS-TOWN-SRC-CTR:1) TO WS-TOWN-SRC-CHAR.

           IF WS-TOWN-SRC-CHAR EQUAL SPACE THEN
               IF WS-TOWN-LEN EQUAL ZERO
                  OR WS-TOWN-WORK(WS-TOWN-LEN:1) EQUAL SPACE THEN
                   GO TO END-2010-COMPACT-TOWN-CHAR
               END-IF
           END-IF.

           ADD 1 TO WS-TOWN-LEN.
           MOVE WS-TOWN-SRC-CHAR TO WS-TOWN-WORK(WS-TOWN-LEN:1).
       END-2010-COMPACT-TOWN-CHAR.
           EXIT.

       2100-READ-NEXT-TOWN.
           READ POSTCODE-FILE NEXT RECORD
               AT END
                   SET WS-PCOD-EOF-YES TO TRUE
                   GO TO END-2100-READ-NEXT-TOWN
           END-READ.

           IF PCF-ZIPCODE NOT EQUAL WS-ZIPCODE-WORK THEN
               SET WS-PCOD-EOF-YES TO TRUE
               GO TO END-2100-READ-NEXT-TOWN
           END-IF.

           ADD 1 TO PCK-TOWN-COUNT.
           IF PCK-TOWN-COUNT NOT GREATER THAN 10 THEN
               MOVE PCF-TOWN TO PCK-TOWN-ENTRY(PCK-TOWN-COUNT)
           END-IF.
       END-2100-READ-NEXT-TOWN.
           EXIT.

      ******************************************************************
      *    [MF-RD] Fin de passage : referme le fichier de référence,   *
      *    qui sera rouvert (ou recherché s'il était absent) au        *
      *    prochain contrôle.                                          *
      ******************************************************************
       3000-START-CLOSE-REFERENCE.
           IF WS-PCOD-IS-OPEN THEN
               CLOSE POSTCODE-FILE
           END-IF.

           SET WS-PCOD-NOT-OPENED TO TRUE.
       END-3000-CLOSE-REFERENCE.
           EXIT.
