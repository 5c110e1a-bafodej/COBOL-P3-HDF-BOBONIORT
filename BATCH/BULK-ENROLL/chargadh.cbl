      *    Chaque ligne passe les mêmes contrôles que l'écran de       *
      *    création de manacust : numéro de sécu numérique, format et  *
      *    clé mod-97 de l'IBAN, code mutuelle connu du fichier des    *
      *    tarifs, couple code postal / ville connu du fichier de      *
      *    référence La Poste (verifcp), doublon sur le numéro de sécu *
      *    et sur nom + prénom + date de naissance. Les lignes valides *
      *    sont écrites dans le fichier des adhérents avec leur trace  *
      *    au journal des modifications (CUSTHIST) ; les lignes        *
      *    rejetées partent dans le fichier d'anomalies ENROLLREJ avec *
      *    un code motif en tête, pour correction et nouvelle          *
      *    soumission des seules lignes en erreur. Un compte-rendu     *
      *    (ENROLLRPT) trace les volumes lus/charges/rejetés.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    de la ligne d'anomalie : IDVIDE (identifiant absent),
      *    IDPRIS (identifiant deja utilise), SECU (numero de secu non
      *    numerique), IBAN (format ou cle mod-97), CODMUT (code
      *    mutuelle inconnu), CPVILL (code postal mal forme ou
      *    inconnu, ou ville inconnue pour ce code postal), DOUBLE
      *    (doublon secu ou nom+naissance), ECRIT (echec d'ecriture).
       01  WS-REJECT-REASON          PIC X(06).
       01  WS-REJECT-SWITCH          PIC X(01).
           88 WS-LINE-REJECTED       VALUE 'Y'.
           88 WS-LINE-ACCEPTED       VALUE 'N'.

      *    [MF-RD] Contrôle du couple code postal / ville par verifcp
      *    contre le fichier de référence La Poste, comme à l'écran de
      *    création ; le fichier de référence reste ouvert le temps
      *    du chargement.
       COPY 'postcode-check.cpy'.

       01  WS-REJECT-DETAIL-LINE.
           05 WS-RJ-REASON           PIC X(06).
           05 FILLER                 PIC X(01) VALUE ';'.
               GO TO END-2200-VALIDATE-LINE
           END-IF.

           PERFORM 2450-VALIDATE-ADDRESS
              THRU END-2450-VALIDATE-ADDRESS.

           IF     NOT PCK-VALID
              AND NOT PCK-NOT-CHECKED THEN
               SET WS-LINE-REJECTED TO TRUE
               MOVE 'CPVILL' TO WS-REJECT-REASON
               GO TO END-2200-VALIDATE-LINE
           END-IF.

           PERFORM 2500-START-CHECK-DUPLICATE
              THRU END-2500-CHECK-DUPLICATE.

       END-2400-VALIDATE-PLAN-CODE.
           EXIT.

      ******************************************************************
      *    [MF-RD] Vérifie que le couple code postal / ville de la     *
      *    ligne existe dans le fichier de référence La Poste          *
      *    (verifcp). Couple connu : la forme de référence remplace la *
      *    saisie. En batch, pas d'opérateur pour choisir parmi les    *
      *    communes du code postal : la ligne part en anomalie. Une    *
      *    adresse hors de France, ou un fichier de référence pas      *
      *    encore chargé, laisse le contrôle ouvert.                   *
      ******************************************************************
       2450-VALIDATE-ADDRESS.
           INITIALIZE POSTCODE-CHECK.
           SET PCK-REQUEST-VERIFY TO TRUE.
           MOVE WS-IN-ZIPCODE TO PCK-ZIPCODE.
           MOVE WS-IN-TOWN    TO PCK-TOWN.
           MOVE WS-IN-COUNTRY TO PCK-COUNTRY.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.

           IF PCK-VALID THEN
               MOVE PCK-ZIPCODE TO WS-IN-ZIPCODE
               MOVE PCK-TOWN    TO WS-IN-TOWN
           END-IF.
       END-2450-VALIDATE-ADDRESS.
           EXIT.

      ******************************************************************
      *    [MF-RD] Recherche une fiche existante portant le même       *
      *    numéro de sécu (clé alternative CF-CODE-SECU) ou le même    *
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.

           SET PCK-REQUEST-FINISH TO TRUE.
           CALL 'verifcp' USING BY REFERENCE POSTCODE-CHECK.
       END-4000-CLOSE-FILES.
           EXIT.

