       IDENTIFICATION DIVISION.
       PROGRAM-ID. histinq.
       AUTHOR. Thomas Baudrin.

      *Recherche de calculs dans l'historique partagé HISTFILE et
      *    dans les archives annuelles HISTARCaaaa demandées, selon
      *    toute combinaison des critères suivants : plage de dates
      *    du calcul, opérateur, origine I/B, plage de montants du
      *    résultat et texte contenu dans le calcul (nom de valeur,
      *    code de taux...). Chaque réponse donne son numéro de
      *    séquence, l'endroit où elle a été trouvée et son état
      *    d'annulation, reconnu comme dans corrpt.cbl à l'écriture
      *    inverse "annul NNNNNN" qui la désigne. Dans l'historique,
      *    la recherche part de la clé secondaire opérateur ou date
      *    quand l'un de ces critères est donné, au lieu de relire
      *    tout le fichier, et l'écriture inverse d'une réponse est
      *    retrouvée par la clé secondaire du texte du calcul. Les
      *    réponses sont affichées et, sur demande, imprimées dans
      *    HISTINQR
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier d'historique partagé, à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Archive annuelle de l'historique écrite par histarc.cbl,
      *    nommée HISTARC suivi de l'année demandée
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

      *Impression des réponses, sur demande
           SELECT INQUIRY-FILE ASSIGN TO "HISTINQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Enregistrement de l'historique, à l'identique de calcul.cbl
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-SEQ-NO         PIC 9(6).
           05  HIST-CALCUL         PIC X(100).
           05  HIST-RESULT         PIC X(18).
           05  HIST-DATE           PIC 9(8).
           05  HIST-TIME           PIC 9(6).
           05  HIST-USER           PIC X(10).
           05  HIST-ORIGIN         PIC X.
           05  HIST-COST-CENTRE    PIC X(6).

      *Une ligne d'archive, à l'identique de histarc.cbl
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  ARC-SEQ             PIC 9(6).
           05  FILLER              PIC X.
           05  ARC-CALCUL          PIC X(100).
           05  FILLER              PIC X.
           05  ARC-RESULT          PIC X(18).
           05  FILLER              PIC X.
           05  ARC-CALC-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  ARC-CALC-TIME       PIC 9(6).
           05  FILLER              PIC X.
           05  ARC-USER            PIC X(10).
           05  FILLER              PIC X.
           05  ARC-ORIGIN          PIC X.
           05  FILLER              PIC X.
           05  ARC-COST-CENTRE     PIC X(6).

      *Une ligne de l'impression des réponses
       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-HIST-STATUS      PIC XX.
       01  WS-ARC-STATUS       PIC XX.
       01  WS-INQ-STATUS       PIC XX.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-ARC-EOF          PIC X            VALUE 'N'.
           88  WS-ARC-EOF-YES               VALUE 'Y'.

      *Critères de recherche ; un critère laissé à blanc ne filtre
      *    rien, une borne à blanc ouvre la plage de ce côté
       01  WS-FROM-DATE        PIC 9(8)         VALUE 0.
       01  WS-TO-DATE          PIC 9(8)         VALUE 99999999.
       01  WS-USER-FILTER      PIC X(10)        VALUE SPACES.
       01  WS-ORIGIN-FILTER    PIC X            VALUE SPACE.
       01  WS-MIN-SET          PIC X            VALUE 'N'.
       01  WS-MIN-AMOUNT       PIC S9(13)V99    VALUE 0.
       01  WS-MAX-SET          PIC X            VALUE 'N'.
       01  WS-MAX-AMOUNT       PIC S9(13)V99    VALUE 0.
       01  WS-TEXT-FILTER      PIC X(30)        VALUE SPACES.
       01  WS-TEXT-LEN         PIC 9(3)         VALUE 0.

      *Années d'archive à fouiller, dans l'ordre de saisie, et
      *    témoin d'une archive absente, signalée en fin de liste
       01  WS-YEAR-MAX         PIC 9(2)         VALUE 10.
       01  WS-YEAR-COUNT       PIC 9(2)         VALUE 0.
       01  WS-YEAR-IDX         PIC 9(2)         VALUE 0.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-T           PIC X(4) OCCURS 10.
       01  WS-YEAR-ABSENT-TABLE.
           05  WS-YEAR-ABSENT      PIC X    OCCURS 10.
       01  WS-ARCHIVE-NAME     PIC X(11).

      *Chemin d'accès retenu dans l'historique : U = clé secondaire
      *    opérateur, D = clé secondaire date, S = parcours complet
      *    en ordre de séquence, faute de critère indexé
       01  WS-ACCESS-PATH      PIC X            VALUE 'S'.
           88  WS-PATH-USER                 VALUE 'U'.
           88  WS-PATH-DATE                 VALUE 'D'.

      *Calcul candidat, relu de l'historique ou d'une archive, sur
      *    lequel les critères sont appliqués
       01  WS-CAND-SEQ         PIC 9(6)         VALUE 0.
       01  WS-CAND-CALCUL      PIC X(100)       VALUE SPACES.
       01  WS-CAND-RESULT      PIC X(18)        VALUE SPACES.
       01  WS-CAND-DATE        PIC 9(8)         VALUE 0.
       01  WS-CAND-USER        PIC X(10)        VALUE SPACES.
       01  WS-CAND-ORIGIN      PIC X            VALUE SPACE.
       01  WS-CAND-MATCH       PIC X            VALUE 'N'.
       01  WS-CAND-AMOUNT      PIC S9(13)V99    VALUE 0.
       01  WS-AMOUNT-CHECK     PIC X(18)        VALUE SPACES.

      *Table des réponses, imprimées une fois la recherche terminée
      *    afin que la recherche de l'écriture inverse de chaque
      *    réponse de l'historique ne dérange pas le parcours ;
      *    au-delà de sa capacité la liste est tronquée et le
      *    signale, la recherche devant être affinée
       01  WS-HIT-MAX          PIC 9(4)         VALUE 500.
       01  WS-HIT-COUNT        PIC 9(4)         VALUE 0.
       01  WS-HIT-OVFL         PIC X            VALUE 'N'.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 500.
               10  WS-HIT-T-SEQ        PIC 9(6).
               10  WS-HIT-T-WHERE      PIC X(11).
               10  WS-HIT-T-DATE       PIC 9(8).
               10  WS-HIT-T-USER       PIC X(10).
               10  WS-HIT-T-ORIGIN     PIC X.
               10  WS-HIT-T-RESULT     PIC X(18).
               10  WS-HIT-T-CALCUL     PIC X(100).
               10  WS-HIT-T-STATE      PIC X.
               10  WS-HIT-T-REF        PIC X(6).

      *Table des écritures inverses d'une archive, relevées en
      *    première lecture : chaque purge renumérotant l'historique,
      *    une référence "annul NNNNNN" ne vaut qu'à l'intérieur du
      *    passage d'archivage qui l'a écrite, repéré par un
      *    changement de date d'archivage ou une séquence qui repart
      *    en arrière
       01  WS-AREF-MAX         PIC 9(4)         VALUE 500.
       01  WS-AREF-COUNT       PIC 9(4)         VALUE 0.
       01  WS-AREF-OVFL        PIC X            VALUE 'N'.
       01  WS-AREF-TABLE.
           05  WS-AREF-ENTRY OCCURS 500.
               10  WS-AREF-T-PASS      PIC 9(4).
               10  WS-AREF-T-ORIG      PIC X(6).
               10  WS-AREF-T-SEQ       PIC 9(6).
       01  WS-ARC-PASS         PIC 9(4)         VALUE 0.
       01  WS-ARC-LAST-DATE    PIC 9(8)         VALUE 0.
       01  WS-ARC-LAST-SEQ     PIC 9(6)         VALUE 0.

      *Indices de parcours et texte de séquence cherché
       01  WS-IDX              PIC 9(4)         VALUE 0.
       01  WS-AREF-IDX         PIC 9(4)         VALUE 0.
       01  WS-TALLY            PIC 9(4)         VALUE 0.
       01  WS-SEQ-TEXT         PIC X(6).
       01  WS-VOID-KEY         PIC X(12).

      *Variables de saisie et d'affichage
       01  WS-INPUT            PIC X(30).
       01  WS-CHECK-INPUT      PIC X(30).
       01  WS-FOUND            PIC X            VALUE 'N'.
       01  WS-PRINT-FLAG       PIC X            VALUE 'N'.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-AMOUNT    PIC -(12)9.99.
       01  WS-OUT-LINE         PIC X(200).

      *Ligne de réponse mise en colonnes
       01  WS-HIT-LINE.
           05  HL-SEQ              PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-WHERE            PIC X(11).
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-DATE             PIC 9999/99/99.
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-USER             PIC X(10).
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-ORIGIN           PIC X.
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-RESULT           PIC X(18).
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-STATE            PIC X(20).
           05  FILLER              PIC X            VALUE SPACE.
           05  HL-CALCUL           PIC X(100).

       PROCEDURE DIVISION.

           OPEN INPUT HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *Paragraphe saisissant les critères de recherche, les années
      *    d'archive à fouiller et le choix de l'impression
           PERFORM 0100-GET-CRITERIA THRU 0100-GET-CRITERIA-END

           IF WS-PRINT-FLAG = 'Y'
               OPEN OUTPUT INQUIRY-FILE

               IF WS-INQ-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture HISTINQR, code statut "
                       WS-INQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *Paragraphe cherchant dans l'historique par le chemin d'accès
      *    le plus court que permettent les critères
           PERFORM 0200-SEARCH-HISTORY THRU 0200-SEARCH-HISTORY-END

      *Paragraphe retrouvant par sa clé l'écriture inverse de chaque
      *    réponse de l'historique
           PERFORM 0250-MARK-LIVE-VOIDS THRU 0250-MARK-LIVE-VOIDS-END

           CLOSE HISTORY-FILE

      *Paragraphe fouillant chaque archive annuelle demandée
           MOVE 0 TO WS-YEAR-IDX
           PERFORM UNTIL WS-YEAR-IDX = WS-YEAR-COUNT
               ADD 1 TO WS-YEAR-IDX
               PERFORM 0400-SEARCH-ARCHIVE
                   THRU 0400-SEARCH-ARCHIVE-END
           END-PERFORM

      *Paragraphe affichant, et imprimant sur demande, les réponses
           PERFORM 0500-WRITE-HITS THRU 0500-WRITE-HITS-END

           IF WS-PRINT-FLAG = 'Y'
               CLOSE INQUIRY-FILE
               DISPLAY "Réponses imprimées dans HISTINQR"
           END-IF

      *Code retour : 0 si la recherche a donné des réponses, 4 si
      *    elle n'en a donné aucune ou si la liste a été tronquée
           IF WS-HIT-COUNT = 0 OR WS-HIT-OVFL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      ******************************************************************

      *Paragraphe saisissant les critères de recherche, chacun
      *    pouvant être laissé à blanc, puis les années d'archive et
      *    le choix de l'impression
       0100-GET-CRITERIA.
           PERFORM 0110-GET-FROM-DATE THRU 0110-GET-FROM-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0120-GET-TO-DATE THRU 0120-GET-TO-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           DISPLAY "Opérateur (blanc = tous) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-USER-FILTER

           PERFORM 0130-GET-ORIGIN THRU 0130-GET-ORIGIN-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0140-GET-MIN-AMOUNT THRU 0140-GET-MIN-AMOUNT-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0150-GET-MAX-AMOUNT THRU 0150-GET-MAX-AMOUNT-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           DISPLAY "Texte contenu dans le calcul (blanc = aucun) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE WS-INPUT TO WS-TEXT-FILTER
           IF WS-TEXT-FILTER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-FILTER
                   TRAILING)) TO WS-TEXT-LEN
           END-IF

           PERFORM 0160-GET-YEARS THRU 0160-GET-YEARS-END

           DISPLAY "Imprimer les réponses dans HISTINQR ? (oui/non)"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) = "oui"
               MOVE 'Y' TO WS-PRINT-FLAG
           END-IF
       .

       0100-GET-CRITERIA-END.
           EXIT
       .

      *Paragraphe saisissant la date de début de la plage
       0110-GET-FROM-DATE.
           DISPLAY "Date de début (AAAAMMJJ, blanc = sans borne) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE 0 TO WS-FROM-DATE
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789" TO "          "
               IF WS-CHECK-INPUT NOT = SPACES
                   DISPLAY "Saisissez une date AAAAMMJJ"
               ELSE
                   COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(WS-INPUT)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
       .

       0110-GET-FROM-DATE-END.
           EXIT
       .

      *Paragraphe saisissant la date de fin de la plage
       0120-GET-TO-DATE.
           DISPLAY "Date de fin (AAAAMMJJ, blanc = sans borne) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE 99999999 TO WS-TO-DATE
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789" TO "          "
               IF WS-CHECK-INPUT NOT = SPACES
                   DISPLAY "Saisissez une date AAAAMMJJ"
               ELSE
                   COMPUTE WS-TO-DATE = FUNCTION NUMVAL(WS-INPUT)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
       .

       0120-GET-TO-DATE-END.
           EXIT
       .

      *Paragraphe saisissant l'origine : I interactive, B batch
       0130-GET-ORIGIN.
           DISPLAY "Origine (I = interactive, B = batch, "
               "blanc = toutes) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           MOVE FUNCTION UPPER-CASE(WS-INPUT(1:1)) TO WS-ORIGIN-FILTER

           IF WS-ORIGIN-FILTER = SPACE
               OR WS-ORIGIN-FILTER = "I"
               OR WS-ORIGIN-FILTER = "B"
               MOVE 'Y' TO WS-FOUND
           ELSE
               DISPLAY "Mauvaise saisi"
           END-IF
       .

       0130-GET-ORIGIN-END.
           EXIT
       .

      *Paragraphe saisissant le montant minimal du résultat ; le
      *    signe moins et le point décimal sont admis
       0140-GET-MIN-AMOUNT.
           DISPLAY "Résultat minimal (blanc = sans borne) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE 'N' TO WS-MIN-SET
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789.-" TO "            "
               IF WS-CHECK-INPUT NOT = SPACES
                   DISPLAY "Saisissez un montant"
               ELSE
                   COMPUTE WS-MIN-AMOUNT = FUNCTION NUMVAL(WS-INPUT)
                   MOVE 'Y' TO WS-MIN-SET
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
       .

       0140-GET-MIN-AMOUNT-END.
           EXIT
       .

      *Paragraphe saisissant le montant maximal du résultat
       0150-GET-MAX-AMOUNT.
           DISPLAY "Résultat maximal (blanc = sans borne) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE 'N' TO WS-MAX-SET
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789.-" TO "            "
               IF WS-CHECK-INPUT NOT = SPACES
                   DISPLAY "Saisissez un montant"
               ELSE
                   COMPUTE WS-MAX-AMOUNT = FUNCTION NUMVAL(WS-INPUT)
                   MOVE 'Y' TO WS-MAX-SET
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
       .

       0150-GET-MAX-AMOUNT-END.
           EXIT
       .

      *Paragraphe saisissant les années d'archive à fouiller, une par
      *    ligne, jusqu'à une ligne à blanc ou la capacité de la table
       0160-GET-YEARS.
           MOVE 0 TO WS-YEAR-COUNT

           PERFORM UNTIL WS-FOUND = 'Y'
               DISPLAY "Année d'archive à fouiller (AAAA, "
                   "blanc = fin) :"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               IF WS-INPUT = SPACES
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   IF WS-INPUT(1:4) IS NUMERIC
                       AND WS-INPUT(5:) = SPACES
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE WS-INPUT(1:4) TO WS-YEAR-T(WS-YEAR-COUNT)
                       IF WS-YEAR-COUNT = WS-YEAR-MAX
                           DISPLAY "Nombre maximal d'années atteint"
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   ELSE
                       DISPLAY "Saisissez une année AAAA"
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FOUND
       .

       0160-GET-YEARS-END.
           EXIT
       .

      *Paragraphe cherchant dans l'historique : un opérateur demandé
      *    fait partir la recherche de sa clé secondaire et l'arrête
      *    au premier opérateur différent ; à défaut, une borne de
      *    date fait partir de la clé secondaire date et arrête la
      *    recherche au-delà de la date de fin ; sans l'un ni l'autre
      *    tout l'historique est relu en ordre de séquence. Le
      *    contrôle de séquence en clé 0 n'est jamais une réponse
       0200-SEARCH-HISTORY.
           MOVE "N" TO WS-HIST-EOF

           IF WS-USER-FILTER NOT = SPACES
               MOVE 'U' TO WS-ACCESS-PATH
               MOVE WS-USER-FILTER TO HIST-USER
               START HISTORY-FILE KEY IS EQUAL TO HIST-USER
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
           ELSE
               IF WS-FROM-DATE > 0 OR WS-TO-DATE < 99999999
                   MOVE 'D' TO WS-ACCESS-PATH
                   MOVE WS-FROM-DATE TO HIST-DATE
                   START HISTORY-FILE
                       KEY IS NOT LESS THAN HIST-DATE
                       INVALID KEY
                           MOVE "Y" TO WS-HIST-EOF
                   END-START
               ELSE
                   MOVE 'S' TO WS-ACCESS-PATH
                   MOVE 1 TO HIST-SEQ-NO
                   START HISTORY-FILE
                       KEY IS NOT LESS THAN HIST-SEQ-NO
                       INVALID KEY
                           MOVE "Y" TO WS-HIST-EOF
                   END-START
               END-IF
           END-IF

           PERFORM UNTIL WS-HIST-EOF-YES
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END

      *Fin de la recherche dès que la clé de départ est dépassée
                       IF WS-PATH-USER
                           AND HIST-USER NOT = WS-USER-FILTER
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF
                       IF WS-PATH-DATE AND HIST-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF

                       IF NOT WS-HIST-EOF-YES AND HIST-SEQ-NO > 0
                           PERFORM 0210-LOAD-LIVE-CANDIDATE
                               THRU 0210-LOAD-LIVE-CANDIDATE-END
                       END-IF

               END-READ
           END-PERFORM
       .

       0200-SEARCH-HISTORY-END.
           EXIT
       .

      *Paragraphe appliquant les critères au calcul courant de
      *    l'historique et le retenant en réponse s'il y satisfait ;
      *    un enregistrement d'avant les zones de date et d'opérateur
      *    les voit à zéro et à blanc, comme dans histarc.cbl
       0210-LOAD-LIVE-CANDIDATE.
           MOVE HIST-SEQ-NO TO WS-CAND-SEQ
           MOVE HIST-CALCUL TO WS-CAND-CALCUL
           MOVE HIST-RESULT TO WS-CAND-RESULT

           IF HIST-DATE IS NUMERIC
               MOVE HIST-DATE TO WS-CAND-DATE
               MOVE HIST-USER TO WS-CAND-USER
               MOVE HIST-ORIGIN TO WS-CAND-ORIGIN
           ELSE
               MOVE 0 TO WS-CAND-DATE
               MOVE SPACES TO WS-CAND-USER
               MOVE SPACE TO WS-CAND-ORIGIN
           END-IF

           PERFORM 0300-MATCH-CRITERIA THRU 0300-MATCH-CRITERIA-END

           IF WS-CAND-MATCH = 'Y'
               PERFORM 0310-ADD-HIT THRU 0310-ADD-HIT-END
               IF WS-HIT-OVFL NOT = 'Y'
                   MOVE "HISTFILE" TO WS-HIT-T-WHERE(WS-HIT-COUNT)
               END-IF
           END-IF
       .

       0210-LOAD-LIVE-CANDIDATE-END.
           EXIT
       .

      *Paragraphe retrouvant, pour chaque réponse de l'historique,
      *    l'écriture inverse qui l'annule : son texte commence par
      *    "annul " suivi du numéro de la réponse, et la clé
      *    secondaire du texte du calcul y mène directement. Une
      *    réponse qui est elle-même une écriture inverse est marquée
      *    comme telle avec le numéro qu'elle annule
       0250-MARK-LIVE-VOIDS.
           MOVE 0 TO WS-IDX

           PERFORM UNTIL WS-IDX = WS-HIT-COUNT
               ADD 1 TO WS-IDX

               IF WS-HIT-T-CALCUL(WS-IDX)(1:6) = "annul "

                   MOVE 'R' TO WS-HIT-T-STATE(WS-IDX)
                   MOVE WS-HIT-T-CALCUL(WS-IDX)(7:6)
                       TO WS-HIT-T-REF(WS-IDX)

               ELSE

                   MOVE WS-HIT-T-SEQ(WS-IDX) TO WS-SEQ-TEXT
                   MOVE SPACES TO WS-VOID-KEY
                   STRING
                       "annul " DELIMITED BY SIZE
                       WS-SEQ-TEXT DELIMITED BY SIZE
                       INTO WS-VOID-KEY
                   END-STRING

                   MOVE SPACES TO HIST-CALCUL
                   MOVE WS-VOID-KEY TO HIST-CALCUL
                   MOVE "N" TO WS-HIST-EOF

                   START HISTORY-FILE KEY IS NOT LESS THAN HIST-CALCUL
                       INVALID KEY
                           MOVE "Y" TO WS-HIST-EOF
                   END-START

                   IF NOT WS-HIST-EOF-YES
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HIST-CALCUL(1:12) = WS-VOID-KEY
                                   MOVE 'V' TO WS-HIT-T-STATE(WS-IDX)
                                   MOVE HIST-SEQ-NO
                                       TO WS-HIT-T-REF(WS-IDX)
                               END-IF
                       END-READ
                   END-IF

               END-IF
           END-PERFORM
       .

       0250-MARK-LIVE-VOIDS-END.
           EXIT
       .

      *Paragraphe appliquant tous les critères demandés au calcul
      *    candidat ; WS-CAND-MATCH reste à 'Y' s'il les satisfait
      *    tous. Un résultat illisible (ancien enregistrement, texte
      *    d'erreur) ne satisfait aucune borne de montant
       0300-MATCH-CRITERIA.
           MOVE 'Y' TO WS-CAND-MATCH

           IF WS-CAND-DATE < WS-FROM-DATE
               OR WS-CAND-DATE > WS-TO-DATE
               MOVE 'N' TO WS-CAND-MATCH
           END-IF

           IF WS-USER-FILTER NOT = SPACES
               AND WS-CAND-USER NOT = WS-USER-FILTER
               MOVE 'N' TO WS-CAND-MATCH
           END-IF

           IF WS-ORIGIN-FILTER NOT = SPACE
               AND WS-CAND-ORIGIN NOT = WS-ORIGIN-FILTER
               MOVE 'N' TO WS-CAND-MATCH
           END-IF

           IF WS-CAND-MATCH = 'Y'
               AND (WS-MIN-SET = 'Y' OR WS-MAX-SET = 'Y')

               MOVE WS-CAND-RESULT TO WS-AMOUNT-CHECK
               INSPECT WS-AMOUNT-CHECK
                   CONVERTING "0123456789.-" TO "            "

               IF WS-CAND-RESULT = SPACES
                   OR WS-AMOUNT-CHECK NOT = SPACES
                   MOVE 'N' TO WS-CAND-MATCH
               ELSE
                   COMPUTE WS-CAND-AMOUNT =
                       FUNCTION NUMVAL(WS-CAND-RESULT)
                   IF WS-MIN-SET = 'Y'
                       AND WS-CAND-AMOUNT < WS-MIN-AMOUNT
                       MOVE 'N' TO WS-CAND-MATCH
                   END-IF
                   IF WS-MAX-SET = 'Y'
                       AND WS-CAND-AMOUNT > WS-MAX-AMOUNT
                       MOVE 'N' TO WS-CAND-MATCH
                   END-IF
               END-IF

           END-IF

           IF WS-CAND-MATCH = 'Y' AND WS-TEXT-LEN > 0
               MOVE 0 TO WS-TALLY
               INSPECT WS-CAND-CALCUL TALLYING WS-TALLY
                   FOR ALL WS-TEXT-FILTER(1:WS-TEXT-LEN)
               IF WS-TALLY = 0
                   MOVE 'N' TO WS-CAND-MATCH
               END-IF
           END-IF
       .

       0300-MATCH-CRITERIA-END.
           EXIT
       .

      *Paragraphe retenant le calcul candidat dans la table des
      *    réponses ; une table pleine tronque la liste, ce qui est
      *    signalé en fin de liste
       0310-ADD-HIT.
           IF WS-HIT-COUNT = WS-HIT-MAX
               MOVE 'Y' TO WS-HIT-OVFL
           ELSE
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-CAND-SEQ TO WS-HIT-T-SEQ(WS-HIT-COUNT)
               MOVE WS-CAND-DATE TO WS-HIT-T-DATE(WS-HIT-COUNT)
               MOVE WS-CAND-USER TO WS-HIT-T-USER(WS-HIT-COUNT)
               MOVE WS-CAND-ORIGIN TO WS-HIT-T-ORIGIN(WS-HIT-COUNT)
               MOVE WS-CAND-RESULT TO WS-HIT-T-RESULT(WS-HIT-COUNT)
               MOVE WS-CAND-CALCUL TO WS-HIT-T-CALCUL(WS-HIT-COUNT)
               MOVE SPACE TO WS-HIT-T-STATE(WS-HIT-COUNT)
               MOVE SPACES TO WS-HIT-T-REF(WS-HIT-COUNT)
               MOVE SPACES TO WS-HIT-T-WHERE(WS-HIT-COUNT)
           END-IF
       .

       0310-ADD-HIT-END.
           EXIT
       .

      *Paragraphe fouillant l'archive de l'année WS-YEAR-IDX ; une
      *    archive absente est signalée, retenue pour les remarques de
      *    fin de liste imprimée, et la recherche continue
       0400-SEARCH-ARCHIVE.
           MOVE 'N' TO WS-YEAR-ABSENT(WS-YEAR-IDX)

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING
               "HISTARC" DELIMITED BY SIZE
               WS-YEAR-T(WS-YEAR-IDX) DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING

           OPEN INPUT ARCHIVE-FILE

           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "Archive " WS-ARCHIVE-NAME
                   " absente, code statut " WS-ARC-STATUS
               MOVE 'Y' TO WS-YEAR-ABSENT(WS-YEAR-IDX)
           ELSE
               CLOSE ARCHIVE-FILE
               PERFORM 0405-SCAN-ARCHIVE THRU 0405-SCAN-ARCHIVE-END
           END-IF
       .

       0400-SEARCH-ARCHIVE-END.
           EXIT
       .

      *Paragraphe lisant deux fois l'archive trouvée par
      *    0400-SEARCH-ARCHIVE : une première lecture relève ses
      *    écritures inverses, une seconde applique les critères à
      *    chaque calcul archivé et reconnaît les calculs annulés
      *    dans le même passage d'archivage
       0405-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE

      *Première lecture : relevé des écritures inverses par passage
      *    d'archivage
           MOVE 0 TO WS-AREF-COUNT
           MOVE 'N' TO WS-AREF-OVFL
           MOVE 0 TO WS-ARC-PASS
           MOVE 0 TO WS-ARC-LAST-DATE
           MOVE 0 TO WS-ARC-LAST-SEQ
           MOVE "N" TO WS-ARC-EOF

           PERFORM UNTIL WS-ARC-EOF-YES
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARC-EOF
                   NOT AT END
                       PERFORM 0410-SET-ARCHIVE-PASS
                           THRU 0410-SET-ARCHIVE-PASS-END

                       IF ARC-CALCUL(1:6) = "annul "
                           AND ARC-CALCUL(7:6) IS NUMERIC
                           IF WS-AREF-COUNT = WS-AREF-MAX
                               MOVE 'Y' TO WS-AREF-OVFL
                           ELSE
                               ADD 1 TO WS-AREF-COUNT
                               MOVE WS-ARC-PASS
                                   TO WS-AREF-T-PASS(WS-AREF-COUNT)
                               MOVE ARC-CALCUL(7:6)
                                   TO WS-AREF-T-ORIG(WS-AREF-COUNT)
                               MOVE ARC-SEQ
                                   TO WS-AREF-T-SEQ(WS-AREF-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE

           IF WS-AREF-OVFL = 'Y'
               DISPLAY "Trop d'annulations dans " WS-ARCHIVE-NAME
                   ", état d'annulation incomplet"
           END-IF

      *Seconde lecture : application des critères
           OPEN INPUT ARCHIVE-FILE
           MOVE 0 TO WS-ARC-PASS
           MOVE 0 TO WS-ARC-LAST-DATE
           MOVE 0 TO WS-ARC-LAST-SEQ
           MOVE "N" TO WS-ARC-EOF

           PERFORM UNTIL WS-ARC-EOF-YES
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARC-EOF
                   NOT AT END
                       PERFORM 0410-SET-ARCHIVE-PASS
                           THRU 0410-SET-ARCHIVE-PASS-END
                       PERFORM 0420-LOAD-ARCHIVE-CANDIDATE
                           THRU 0420-LOAD-ARCHIVE-CANDIDATE-END
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
       .

       0405-SCAN-ARCHIVE-END.
           EXIT
       .

      *Paragraphe numérotant le passage d'archivage de la ligne
      *    courante : histarc.cbl renumérotant l'historique à partir
      *    de 1 après chaque purge, un nouveau passage commence quand
      *    la date d'archivage change ou que la séquence repart en
      *    arrière
       0410-SET-ARCHIVE-PASS.
           IF WS-ARC-PASS = 0
               OR ARC-DATE NOT = WS-ARC-LAST-DATE
               OR ARC-SEQ NOT > WS-ARC-LAST-SEQ
               ADD 1 TO WS-ARC-PASS
           END-IF

           MOVE ARC-DATE TO WS-ARC-LAST-DATE
           MOVE ARC-SEQ TO WS-ARC-LAST-SEQ
       .

       0410-SET-ARCHIVE-PASS-END.
           EXIT
       .

      *Paragraphe appliquant les critères au calcul archivé courant
      *    et le retenant en réponse, avec son état d'annulation
      *    relevé dans la table des écritures inverses du même
      *    passage
       0420-LOAD-ARCHIVE-CANDIDATE.
           MOVE ARC-SEQ TO WS-CAND-SEQ
           MOVE ARC-CALCUL TO WS-CAND-CALCUL
           MOVE ARC-RESULT TO WS-CAND-RESULT

           IF ARC-CALC-DATE IS NUMERIC
               MOVE ARC-CALC-DATE TO WS-CAND-DATE
           ELSE
               MOVE 0 TO WS-CAND-DATE
           END-IF
           MOVE ARC-USER TO WS-CAND-USER
           MOVE ARC-ORIGIN TO WS-CAND-ORIGIN

           PERFORM 0300-MATCH-CRITERIA THRU 0300-MATCH-CRITERIA-END

           IF WS-CAND-MATCH = 'Y'
               PERFORM 0310-ADD-HIT THRU 0310-ADD-HIT-END

               IF WS-HIT-OVFL NOT = 'Y'
                   MOVE WS-ARCHIVE-NAME TO WS-HIT-T-WHERE(WS-HIT-COUNT)

                   IF ARC-CALCUL(1:6) = "annul "
                       MOVE 'R' TO WS-HIT-T-STATE(WS-HIT-COUNT)
                       MOVE ARC-CALCUL(7:6)
                           TO WS-HIT-T-REF(WS-HIT-COUNT)
                   ELSE
                       MOVE ARC-SEQ TO WS-SEQ-TEXT
                       MOVE 0 TO WS-AREF-IDX
                       PERFORM UNTIL WS-AREF-IDX = WS-AREF-COUNT
                           ADD 1 TO WS-AREF-IDX
                           IF WS-AREF-T-PASS(WS-AREF-IDX) = WS-ARC-PASS
                               AND WS-AREF-T-ORIG(WS-AREF-IDX)
                                   = WS-SEQ-TEXT
                               MOVE 'V'
                                   TO WS-HIT-T-STATE(WS-HIT-COUNT)
                               MOVE WS-AREF-T-SEQ(WS-AREF-IDX)
                                   TO WS-HIT-T-REF(WS-HIT-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF
       .

       0420-LOAD-ARCHIVE-CANDIDATE-END.
           EXIT
       .

      *Paragraphe affichant les réponses et, sur demande, les
      *    imprimant sous un en-tête rappelant les critères ; l'état
      *    donne le numéro de l'écriture inverse d'un calcul annulé,
      *    ou le numéro annulé par une écriture inverse
       0500-WRITE-HITS.
           IF WS-PRINT-FLAG = 'Y'
               PERFORM 0510-WRITE-HEADER THRU 0510-WRITE-HEADER-END
           END-IF

           MOVE 0 TO WS-IDX

           PERFORM UNTIL WS-IDX = WS-HIT-COUNT
               ADD 1 TO WS-IDX

               MOVE WS-HIT-T-SEQ(WS-IDX) TO HL-SEQ
               MOVE WS-HIT-T-WHERE(WS-IDX) TO HL-WHERE
               MOVE WS-HIT-T-DATE(WS-IDX) TO HL-DATE
               MOVE WS-HIT-T-USER(WS-IDX) TO HL-USER
               MOVE WS-HIT-T-ORIGIN(WS-IDX) TO HL-ORIGIN
               MOVE WS-HIT-T-RESULT(WS-IDX) TO HL-RESULT
               MOVE WS-HIT-T-CALCUL(WS-IDX) TO HL-CALCUL

               MOVE SPACES TO HL-STATE
               IF WS-HIT-T-STATE(WS-IDX) = 'V'
                   STRING
                       "annulé par " DELIMITED BY SIZE
                       WS-HIT-T-REF(WS-IDX) DELIMITED BY SIZE
                       INTO HL-STATE
                   END-STRING
               END-IF
               IF WS-HIT-T-STATE(WS-IDX) = 'R'
                   STRING
                       "annule " DELIMITED BY SIZE
                       WS-HIT-T-REF(WS-IDX) DELIMITED BY SIZE
                       INTO HL-STATE
                   END-STRING
               END-IF

               MOVE WS-HIT-LINE TO WS-OUT-LINE
               PERFORM 0520-OUTPUT-LINE THRU 0520-OUTPUT-LINE-END
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           IF WS-HIT-COUNT = 0
               STRING
                   "Aucun calcul ne répond aux critères"
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE WS-HIT-COUNT TO WS-VISUAL-COUNT
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " réponse(s)" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM 0520-OUTPUT-LINE THRU 0520-OUTPUT-LINE-END

           IF WS-HIT-OVFL = 'Y'
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "Liste limitée à 500 réponses, "
                       DELIMITED BY SIZE
                   "affinez les critères" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM 0520-OUTPUT-LINE THRU 0520-OUTPUT-LINE-END
           END-IF

      *Paragraphe imprimant, après les réponses, les archives
      *    demandées mais absentes, déjà signalées à l'écran
           IF WS-PRINT-FLAG = 'Y'
               PERFORM 0530-WRITE-REMARKS THRU 0530-WRITE-REMARKS-END
           END-IF
       .

       0500-WRITE-HITS-END.
           EXIT
       .

      *Paragraphe imprimant l'en-tête de HISTINQR : date
      *    d'exécution, critères appliqués et titres des colonnes
       0510-WRITE-HEADER.
           MOVE WS-RUN-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO INQUIRY-RECORD
           STRING
               "Recherche dans l'historique - " DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING
           WRITE INQUIRY-RECORD

           MOVE SPACES TO INQUIRY-RECORD
           STRING
               "Dates " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " à " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               ", opérateur " DELIMITED BY SIZE
               WS-USER-FILTER DELIMITED BY SPACE
               ", origine " DELIMITED BY SIZE
               WS-ORIGIN-FILTER DELIMITED BY SIZE
               ", texte " DELIMITED BY SIZE
               WS-TEXT-FILTER DELIMITED BY "  "
               INTO INQUIRY-RECORD
           END-STRING
           WRITE INQUIRY-RECORD

           IF WS-MIN-SET = 'Y'
               MOVE SPACES TO INQUIRY-RECORD
               MOVE WS-MIN-AMOUNT TO WS-VISUAL-AMOUNT
               STRING
                   "Résultat à partir de " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-AMOUNT) DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING
               WRITE INQUIRY-RECORD
           END-IF

           IF WS-MAX-SET = 'Y'
               MOVE SPACES TO INQUIRY-RECORD
               MOVE WS-MAX-AMOUNT TO WS-VISUAL-AMOUNT
               STRING
                   "Résultat jusqu'à " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-AMOUNT) DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING
               WRITE INQUIRY-RECORD
           END-IF

      *Les années d'archive sont listées à la suite, séparées par un
      *    blanc
           MOVE SPACES TO INQUIRY-RECORD
           MOVE "Archives fouillées :" TO INQUIRY-RECORD
           MOVE 0 TO WS-YEAR-IDX
           PERFORM UNTIL WS-YEAR-IDX = WS-YEAR-COUNT
               ADD 1 TO WS-YEAR-IDX
               COMPUTE WS-IDX = 18 + WS-YEAR-IDX * 5
               MOVE WS-YEAR-T(WS-YEAR-IDX) TO INQUIRY-RECORD(WS-IDX:4)
           END-PERFORM
           IF WS-YEAR-COUNT = 0
               MOVE "aucune" TO INQUIRY-RECORD(23:6)
           END-IF
           WRITE INQUIRY-RECORD

           MOVE ALL "-" TO INQUIRY-RECORD
           WRITE INQUIRY-RECORD

           MOVE SPACES TO INQUIRY-RECORD
           STRING
               "Seq    Trouvé dans Date       Opérateur  O "
                   DELIMITED BY SIZE
               "Résultat           État                 Calcul"
                   DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING
           WRITE INQUIRY-RECORD
       .

       0510-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe affichant la ligne préparée et l'imprimant dans
      *    HISTINQR quand l'impression est demandée
       0520-OUTPUT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)

           IF WS-PRINT-FLAG = 'Y'
               MOVE WS-OUT-LINE TO INQUIRY-RECORD
               WRITE INQUIRY-RECORD
           END-IF
       .

       0520-OUTPUT-LINE-END.
           EXIT
       .

      *Paragraphe imprimant dans HISTINQR une remarque par archive
      *    demandée mais absente, sous les réponses et leur total,
      *    afin que la liste commence toujours par son en-tête
       0530-WRITE-REMARKS.
           MOVE 0 TO WS-YEAR-IDX

           PERFORM UNTIL WS-YEAR-IDX = WS-YEAR-COUNT
               ADD 1 TO WS-YEAR-IDX
               IF WS-YEAR-ABSENT(WS-YEAR-IDX) = 'Y'
                   MOVE SPACES TO INQUIRY-RECORD
                   STRING
                       "Archive HISTARC" DELIMITED BY SIZE
                       WS-YEAR-T(WS-YEAR-IDX) DELIMITED BY SIZE
                       " absente, non fouillée" DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   WRITE INQUIRY-RECORD
               END-IF
           END-PERFORM
       .

       0530-WRITE-REMARKS-END.
           EXIT
       .
