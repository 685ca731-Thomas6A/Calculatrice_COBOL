       IDENTIFICATION DIVISION.
       PROGRAM-ID. perclo.
       AUTHOR. Thomas Baudrin.

      *Clôture mensuelle de l'historique partagé HISTFILE : un mois
      *    (AAAAMM) déjà passé est gelé dans le fichier de contrôle
      *    des périodes PERCTL, et le compte-rendu de contrôle PERCTLR
      *    en donne les nombres de calculs et les totaux de résultat
      *    par origine (I = interactif, B = batch) et par opérateur,
      *    chaque écriture inverse "annul NNNNNN" étant imputée au
      *    groupe de son calcul d'origine afin que les paires annulées
      *    s'y compensent. Une fois le mois clos, calcul.cbl refuse
      *    d'en annuler un calcul, calcbat.cbl refuse une livraison
      *    CALCIN créée ce mois-là et histarc.cbl ne peut archiver que
      *    les mois clos. Seul un superviseur (profil S) identifié sur
      *    OPERMAST peut rouvrir un mois, avec un code motif. Chaque
      *    clôture et chaque réouverture est tracée au journal d'audit
      *    par une ligne d'administration "admin ...", chaque refus
      *    par une ligne "refus ...", toutes chaînées comme les lignes
      *    de calcul
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier d'historique partagé, à l'identique de calcul.cbl,
      *    parcouru sur sa clé secondaire de date
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier de contrôle des périodes : une période par mois clos
      *    ou rouvert, un mois absent du fichier étant ouvert
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.

      *Journal d'audit partagé, à l'identique de calcul.cbl
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Fichier maître des opérateurs autorisés, entretenu par
      *    opermnt.cbl, sur lequel l'identification est contrôlée
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Compte-rendu de contrôle de la période, refait à chaque
      *    clôture ou à la demande
           SELECT REPORT-FILE ASSIGN TO "PERCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

      *Une période du fichier de contrôle : mois en clé, état
      *    (C = close, O = rouverte), date, heure et opérateur de la
      *    dernière clôture, date et opérateur de la dernière
      *    réouverture, puis nombre de calculs, nombre d'annulations
      *    et total net relevés à la clôture
       FD  PERIOD-FILE.
       01  PER-RECORD.
           05  PER-PERIOD          PIC 9(6).
           05  PER-STATE           PIC X.
           05  PER-CLOSE-DATE      PIC 9(8).
           05  PER-CLOSE-TIME      PIC 9(6).
           05  PER-CLOSE-USER      PIC X(10).
           05  PER-REOPEN-DATE     PIC 9(8).
           05  PER-REOPEN-USER     PIC X(10).
           05  PER-CALC-COUNT      PIC 9(6).
           05  PER-VOID-COUNT      PIC 9(6).
           05  PER-NET-TOTAL       PIC S9(13)V99.

      *Enregistrement du journal d'audit, à l'identique de calcul.cbl
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC 9(8).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-TIME            PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-USER            PIC X(10).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-CALCUL          PIC X(100).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-RESULT          PIC X(18).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-SEQ             PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  AUD-CHECK           PIC 9(6).

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

      *Une ligne du compte-rendu de contrôle
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-HIST-STATUS      PIC XX.
       01  WS-PER-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-PER-EOF          PIC X            VALUE 'N'.
           88  WS-PER-EOF-YES               VALUE 'Y'.

      *Variables de pilotage du journal d'audit et de son chaînage
      *    d'inviolabilité, à l'identique de calcul.cbl
       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-AUDIT-EOF        PIC X            VALUE 'N'.
           88  WS-AUDIT-EOF-YES             VALUE 'Y'.
       01  WS-AUD-LAST-SEQ     PIC 9(6)         VALUE 0.
       01  WS-AUD-LAST-CHECK   PIC 9(6)         VALUE 0.
       01  WS-CHK-WORK         PIC 9(12)        VALUE 0.
       01  WS-CHK-POS          PIC 9(3)         VALUE 0.
       01  WS-DIGEST-FIELD     PIC X(100)       VALUE SPACES.
       01  WS-DIGEST-LEN       PIC 9(3)         VALUE 0.
       01  WS-AUDIT-TEXT       PIC X(100)       VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(18)        VALUE SPACES.

      *Variables de contrôle de l'identification sur le fichier
      *    maître des opérateurs, à l'identique de calcul.cbl ; la
      *    réouverture exige un superviseur effectivement identifié,
      *    ce qu'un fichier maître absent ou vide ne permet pas
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.
       01  WS-SIGNON-OK        PIC X            VALUE 'N'.
           88  WS-SIGNON-OK-YES             VALUE 'Y'.
       01  WS-USER-ID          PIC X(10)        VALUE SPACES.
       01  WS-OPR-PROFILE      PIC X            VALUE 'S'.

      *Variables de saisie, de date d'exécution et de période
       01  WS-INPUT            PIC X(11).
       01  WS-CHECK-INPUT      PIC X(11).
       01  WS-REASON-CODE      PIC X(2).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CURRENT-PERIOD   PIC 9(6)         VALUE 0.
       01  WS-PERIOD           PIC 9(6)         VALUE 0.
       01  WS-PERIOD-MONTH     PIC 9(2)         VALUE 0.
       01  WS-HIST-PERIOD      PIC 9(6)         VALUE 0.
       01  WS-REPORT-KIND      PIC X            VALUE 'P'.
           88  WS-REPORT-CLOSE              VALUE 'C'.
           88  WS-REPORT-PROVISIONAL        VALUE 'P'.
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-TOTAL     PIC -Z(12)9.99.

      *Table des groupes du compte-rendu : un groupe par origine
      *    (genre O) et par opérateur (genre U), avec le nombre de
      *    calculs et leur total brut, puis le nombre d'annulations
      *    imputées au groupe et le total de leurs écritures inverses,
      *    négatif, qui vient compenser le total brut
       01  WS-GRP-MAX          PIC 9(3)         VALUE 200.
       01  WS-GRP-COUNT        PIC 9(3)         VALUE 0.
       01  WS-GRP-IDX          PIC 9(3)         VALUE 0.
       01  WS-FIND-IDX         PIC 9(3)         VALUE 0.
       01  WS-GRP-KIND-IN      PIC X            VALUE SPACE.
       01  WS-GRP-KEY-IN       PIC X(10)        VALUE SPACES.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200.
               10  WS-GRP-KIND         PIC X.
               10  WS-GRP-KEY          PIC X(10).
               10  WS-GRP-CALC         PIC 9(6).
               10  WS-GRP-GROSS        PIC S9(13)V99.
               10  WS-GRP-VOID         PIC 9(6).
               10  WS-GRP-VOID-AMT     PIC S9(13)V99.

      *Table des écritures inverses datées de la période, imputées
      *    après le parcours au groupe de leur original relu par sa
      *    clé ; au-delà de la capacité le compte-rendu est abandonné
       01  WS-REV-MAX          PIC 9(3)         VALUE 500.
       01  WS-REV-COUNT        PIC 9(3)         VALUE 0.
       01  WS-REV-IDX          PIC 9(3)         VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 500.
               10  WS-REV-ORIG         PIC X(6).
               10  WS-REV-AMOUNT       PIC S9(13)V99.
               10  WS-REV-USER         PIC X(10).
               10  WS-REV-ORIGIN       PIC X.

      *Montant du résultat courant, relu du texte de HIST-RESULT, et
      *    nature de l'imputation (calcul ou annulation)
       01  WS-AMOUNT           PIC S9(13)V99    VALUE 0.
       01  WS-AMOUNT-CHECK     PIC X(18)        VALUE SPACES.
       01  WS-ADD-VOID         PIC X            VALUE 'N'.
       01  WS-ORIG-SEQ         PIC 9(6)         VALUE 0.
       01  WS-ORIG-FOUND       PIC X            VALUE 'N'.

      *Totaux de la période et compteurs des remarques du
      *    compte-rendu
       01  WS-TOT-CALC         PIC 9(6)         VALUE 0.
       01  WS-TOT-GROSS        PIC S9(13)V99    VALUE 0.
       01  WS-TOT-VOID         PIC 9(6)         VALUE 0.
       01  WS-TOT-VOID-AMT     PIC S9(13)V99    VALUE 0.
       01  WS-TOT-NET          PIC S9(13)V99    VALUE 0.
       01  WS-BAD-COUNT        PIC 9(6)         VALUE 0.
       01  WS-CROSS-COUNT      PIC 9(6)         VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(6)         VALUE 0.

      *Ligne de détail du compte-rendu et ses titres de colonnes
       01  WS-RPT-LINE.
           05  RL-LABEL            PIC X(14).
           05  FILLER              PIC X            VALUE SPACE.
           05  RL-CALC             PIC Z(5)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  RL-GROSS            PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  RL-VOID             PIC Z(5)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  RL-VOID-AMT         PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  RL-NET-COUNT        PIC -Z(5)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  RL-NET              PIC -Z(12)9.99.
       01  WS-RPT-TITLE.
           05  FILLER              PIC X(15)        VALUE "Groupe".
           05  FILLER              PIC X(8)         VALUE "Calculs".
           05  FILLER              PIC X(20)
                   VALUE "          Total brut".
           05  FILLER              PIC X(8)         VALUE "  Annul.".
           05  FILLER              PIC X(20)
                   VALUE "      Montant annul.".
           05  FILLER              PIC X(9)         VALUE "      Net".
           05  FILLER              PIC X(20)
                   VALUE "           Total net".
       01  WS-NET-COUNT        PIC S9(6)        VALUE 0.

       PROCEDURE DIVISION.

      *Ouverture du fichier de contrôle des périodes en le créant
      *    seulement s'il n'existe pas encore (code statut 35), à
      *    l'identique de opermnt.cbl
           OPEN I-O PERIOD-FILE

           IF WS-PER-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF

           IF WS-PER-STATUS NOT = "00"
               DISPLAY "Erreur ouverture PERCTL, code statut "
                   WS-PER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               CLOSE PERIOD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD

      *Paragraphe permettant de s'identifier, chaque clôture et
      *    chaque réouverture devant rester attribuable au journal
      *    d'audit
           PERFORM 0040-SIGNON THRU 0040-SIGNON-END

      *Boucle affichant le menu jusqu'à ce que l'utilisateur quitte
           MOVE SPACES TO WS-INPUT
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-INPUT(1:1)) = "Q"

               DISPLAY "Contrôle des périodes :"
               DISPLAY "C = clôturer, R = rouvrir, L = lister"
               DISPLAY "P = compte-rendu provisoire, Q = quitter"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))

                   WHEN "C"
                       PERFORM 0100-CLOSE-PERIOD
                           THRU 0100-CLOSE-PERIOD-END

                   WHEN "R"
                       PERFORM 0200-REOPEN-PERIOD
                           THRU 0200-REOPEN-PERIOD-END

                   WHEN "L"
                       PERFORM 0300-LIST-PERIODS
                           THRU 0300-LIST-PERIODS-END

                   WHEN "P"
                       PERFORM 0150-GET-PERIOD
                           THRU 0150-GET-PERIOD-END
                       IF WS-PERIOD NOT = 0
                           MOVE 'P' TO WS-REPORT-KIND
                           PERFORM 0400-BUILD-REPORT
                               THRU 0400-BUILD-REPORT-END
                       END-IF

                   WHEN "Q"
                       CONTINUE

                   WHEN OTHER
                       DISPLAY "Mauvaise saisi"

               END-EVALUATE

           END-PERFORM

           CLOSE PERIOD-FILE
           CLOSE HISTORY-FILE
           STOP RUN.

      ******************************************************************

      *Paragraphe permettant de saisir l'identifiant de l'opérateur,
      *    contrôlé sur le fichier maître OPERMAST comme dans
      *    calcul.cbl, avec son profil (blanc = S) ; fichier maître
      *    absent ou vide, l'identification n'est pas contrôlée et la
      *    réouverture reste interdite
       0040-SIGNON.
           MOVE 'N' TO WS-OPR-USABLE
           OPEN INPUT OPERATOR-FILE

           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       CLOSE OPERATOR-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-OPR-USABLE
               END-READ
           END-IF

           IF NOT WS-OPR-USABLE-YES

               DISPLAY "Fichier OPERMAST absent ou vide, "
                   "identification non contrôlée"
               DISPLAY "Identifiant opérateur (pour le journal "
                   "d'audit) :"
               MOVE SPACES TO WS-USER-ID
               ACCEPT WS-USER-ID
               MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID

           ELSE

               MOVE 'N' TO WS-SIGNON-OK
               PERFORM UNTIL WS-SIGNON-OK-YES

                   DISPLAY "Identifiant opérateur (pour le journal "
                       "d'audit, quit pour abandonner) :"
                   MOVE SPACES TO WS-USER-ID
                   ACCEPT WS-USER-ID
                   MOVE FUNCTION UPPER-CASE(WS-USER-ID)
                       TO WS-USER-ID

                   IF WS-USER-ID(1:5) = "QUIT "
                       CLOSE OPERATOR-FILE
                       CLOSE PERIOD-FILE
                       CLOSE HISTORY-FILE
                       STOP RUN
                   END-IF

                   IF WS-USER-ID = SPACES
                       DISPLAY "Identifiant obligatoire"
                   ELSE

                       MOVE WS-USER-ID TO OPR-ID
                       READ OPERATOR-FILE
                           INVALID KEY
                               DISPLAY "Identifiant inconnu"
                           NOT INVALID KEY
                               IF OPR-ACTIVE = 'A'
                                   MOVE 'Y' TO WS-SIGNON-OK
                                   DISPLAY "Bonjour "
                                       FUNCTION TRIM(OPR-NAME)
                                   MOVE OPR-PROFILE
                                       TO WS-OPR-PROFILE
                                   IF WS-OPR-PROFILE = SPACE
                                       MOVE 'S' TO WS-OPR-PROFILE
                                   END-IF
                               ELSE
                                   DISPLAY "Identifiant désactivé"
                               END-IF
                       END-READ

                   END-IF

               END-PERFORM

               CLOSE OPERATOR-FILE

           END-IF
       .

       0040-SIGNON-END.
           EXIT
       .

      *Paragraphe clôturant une période : le profil J n'a pas ce
      *    droit, le mois doit être révolu et pas déjà clos ; après
      *    confirmation, le compte-rendu de contrôle est produit, la
      *    période est écrite (ou réécrite après une réouverture) à
      *    l'état C avec ses totaux, et la clôture est tracée au
      *    journal d'audit avec le total net
       0100-CLOSE-PERIOD.
           PERFORM 0150-GET-PERIOD THRU 0150-GET-PERIOD-END

           IF WS-PERIOD NOT = 0

               IF WS-OPR-PROFILE = 'J'

                   DISPLAY "Clôture non autorisée pour votre profil"
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "refus clôture période " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " (profil " DELIMITED BY SIZE
                       WS-OPR-PROFILE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE "refusé" TO WS-AUDIT-RESULT
                   PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

               END-IF

               IF WS-OPR-PROFILE NOT = 'J'
                   AND WS-PERIOD NOT < WS-CURRENT-PERIOD

                   DISPLAY "Seul un mois révolu peut être clôturé"

               END-IF

               IF WS-OPR-PROFILE NOT = 'J'
                   AND WS-PERIOD < WS-CURRENT-PERIOD

                   MOVE WS-PERIOD TO PER-PERIOD
                   READ PERIOD-FILE
                       INVALID KEY
                           MOVE SPACES TO PER-RECORD
                           MOVE WS-PERIOD TO PER-PERIOD
                           MOVE 0 TO PER-REOPEN-DATE
                   END-READ

                   IF PER-STATE = 'C'
                       MOVE PER-CLOSE-DATE TO WS-VISUAL-DATE
                       DISPLAY "Période déjà close le "
                           WS-VISUAL-DATE " par "
                           FUNCTION TRIM(PER-CLOSE-USER)
                   ELSE
                       PERFORM 0110-CONFIRM-CLOSE
                           THRU 0110-CONFIRM-CLOSE-END
                   END-IF

               END-IF

           END-IF
       .

       0100-CLOSE-PERIOD-END.
           EXIT
       .

      *Paragraphe confirmant puis enregistrant la clôture : le
      *    compte-rendu est produit d'abord, ses totaux étant repris
      *    dans l'enregistrement de la période et au journal d'audit
       0110-CONFIRM-CLOSE.
           DISPLAY "Clôturer la période " WS-PERIOD " ? (oui/non)"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
               DISPLAY "Clôture abandonnée"
           ELSE

               ACCEPT WS-RUN-TIME FROM TIME

               MOVE 'C' TO WS-REPORT-KIND
               PERFORM 0400-BUILD-REPORT THRU 0400-BUILD-REPORT-END

               MOVE WS-PERIOD TO PER-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       MOVE SPACES TO PER-RECORD
                       MOVE WS-PERIOD TO PER-PERIOD
                       MOVE 0 TO PER-REOPEN-DATE
               END-READ

               MOVE 'C' TO PER-STATE
               MOVE WS-RUN-DATE TO PER-CLOSE-DATE
               MOVE WS-RUN-TIME(1:6) TO PER-CLOSE-TIME
               MOVE WS-USER-ID TO PER-CLOSE-USER
               MOVE WS-TOT-CALC TO PER-CALC-COUNT
               MOVE WS-TOT-VOID TO PER-VOID-COUNT
               MOVE WS-TOT-NET TO PER-NET-TOTAL

      *La période rouverte existe déjà et se réécrit, une période
      *    jamais close s'écrit
               IF WS-PER-STATUS = "00"
                   REWRITE PER-RECORD
               ELSE
                   WRITE PER-RECORD
               END-IF

               IF WS-PER-STATUS NOT = "00"
                   DISPLAY "Erreur d'écriture dans PERCTL, code "
                       "statut " WS-PER-STATUS
               ELSE

                   DISPLAY "Période " WS-PERIOD " close, compte-rendu "
                       "dans PERCTLR"

                   MOVE WS-TOT-NET TO WS-VISUAL-TOTAL
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "admin clôture période " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE FUNCTION TRIM(WS-VISUAL-TOTAL)
                       TO WS-AUDIT-RESULT
                   PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

               END-IF

           END-IF
       .

       0110-CONFIRM-CLOSE-END.
           EXIT
       .

      *Paragraphe saisissant une période au format AAAAMM ; une
      *    saisie non numérique ou un mois hors de 01 à 12 laisse la
      *    période à zéro et l'opération en cours est abandonnée
       0150-GET-PERIOD.
           MOVE 0 TO WS-PERIOD

           DISPLAY "Période (AAAAMM) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           MOVE WS-INPUT TO WS-CHECK-INPUT
           INSPECT WS-CHECK-INPUT
               CONVERTING "0123456789" TO "          "

           IF WS-INPUT(1:6) = SPACES
               OR WS-INPUT(7:5) NOT = SPACES
               OR WS-CHECK-INPUT NOT = SPACES
               OR WS-INPUT(6:1) = SPACE
               DISPLAY "Saisissez une période AAAAMM"
           ELSE

               MOVE WS-INPUT(5:2) TO WS-PERIOD-MONTH

               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "Mois hors de 01 à 12"
               ELSE
                   MOVE WS-INPUT(1:6) TO WS-PERIOD
               END-IF

           END-IF
       .

       0150-GET-PERIOD-END.
           EXIT
       .

      *Paragraphe rouvrant une période close : réservé au profil S
      *    d'un superviseur identifié sur OPERMAST, tout autre essai
      *    étant refusé et tracé ; un code motif est obligatoire et
      *    la réouverture est tracée au journal d'audit avec lui
       0200-REOPEN-PERIOD.
           PERFORM 0150-GET-PERIOD THRU 0150-GET-PERIOD-END

           IF WS-PERIOD NOT = 0

               IF WS-OPR-PROFILE NOT = 'S'
                   OR NOT WS-OPR-USABLE-YES

                   DISPLAY "Réouverture réservée à un superviseur "
                       "identifié"
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "refus réouverture période " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " (profil " DELIMITED BY SIZE
                       WS-OPR-PROFILE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE "refusé" TO WS-AUDIT-RESULT
                   PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

               ELSE

                   MOVE WS-PERIOD TO PER-PERIOD
                   READ PERIOD-FILE
                       INVALID KEY
                           DISPLAY "Période jamais close"
                       NOT INVALID KEY
                           IF PER-STATE NOT = 'C'
                               DISPLAY "Période déjà rouverte"
                           ELSE
                               PERFORM 0210-CONFIRM-REOPEN
                                   THRU 0210-CONFIRM-REOPEN-END
                           END-IF
                   END-READ

               END-IF

           END-IF
       .

       0200-REOPEN-PERIOD-END.
           EXIT
       .

      *Paragraphe demandant le code motif et la confirmation de la
      *    réouverture, puis réécrivant la période à l'état O
       0210-CONFIRM-REOPEN.
           DISPLAY "Code motif de la réouverture "
               "(2 caractères, ex. ER) :"
           MOVE SPACES TO WS-REASON-CODE
           ACCEPT WS-REASON-CODE
           MOVE FUNCTION UPPER-CASE(WS-REASON-CODE) TO WS-REASON-CODE

           IF WS-REASON-CODE = SPACES
               DISPLAY "Code motif obligatoire, "
                   "réouverture abandonnée"
           ELSE

               DISPLAY "Rouvrir la période " WS-PERIOD " ? (oui/non)"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
                   DISPLAY "Réouverture abandonnée"
               ELSE

                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE 'O' TO PER-STATE
                   MOVE WS-RUN-DATE TO PER-REOPEN-DATE
                   MOVE WS-USER-ID TO PER-REOPEN-USER

                   REWRITE PER-RECORD

                   IF WS-PER-STATUS NOT = "00"
                       DISPLAY "Erreur d'écriture dans PERCTL, code "
                           "statut " WS-PER-STATUS
                   ELSE

                       DISPLAY "Période " WS-PERIOD " rouverte"

                       MOVE SPACES TO WS-AUDIT-TEXT
                       STRING
                           "admin réouverture période "
                               DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           " motif " DELIMITED BY SIZE
                           WS-REASON-CODE DELIMITED BY SIZE
                           INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "rouverte" TO WS-AUDIT-RESULT
                       PERFORM 0700-WRITE-AUDIT
                           THRU 0700-WRITE-AUDIT-END

                   END-IF

               END-IF

           END-IF
       .

       0210-CONFIRM-REOPEN-END.
           EXIT
       .

      *Paragraphe listant toutes les périodes du fichier de contrôle
      *    avec leur état, leur dernière clôture et leurs totaux
       0300-LIST-PERIODS.
           MOVE 0 TO PER-PERIOD
           MOVE "N" TO WS-PER-EOF

           START PERIOD-FILE KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-PER-EOF
           END-START

           IF WS-PER-EOF-YES
               DISPLAY "Aucune période close"
           ELSE
               DISPLAY "-- Périodes --"
           END-IF

           PERFORM UNTIL WS-PER-EOF-YES
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PER-EOF
                   NOT AT END

                       MOVE PER-CLOSE-DATE TO WS-VISUAL-DATE
                       MOVE PER-CALC-COUNT TO WS-VISUAL-COUNT
                       MOVE PER-NET-TOTAL TO WS-VISUAL-TOTAL

                       IF PER-STATE = 'C'
                           DISPLAY PER-PERIOD " close le "
                               WS-VISUAL-DATE " par "
                               FUNCTION TRIM(PER-CLOSE-USER) ", "
                               FUNCTION TRIM(WS-VISUAL-COUNT)
                               " calcul(s), net "
                               FUNCTION TRIM(WS-VISUAL-TOTAL)
                       ELSE
                           MOVE PER-REOPEN-DATE TO WS-VISUAL-DATE
                           DISPLAY PER-PERIOD " rouverte le "
                               WS-VISUAL-DATE " par "
                               FUNCTION TRIM(PER-REOPEN-USER)
                       END-IF

               END-READ
           END-PERFORM
       .

       0300-LIST-PERIODS-END.
           EXIT
       .

      *Paragraphe produisant le compte-rendu de contrôle PERCTLR de
      *    la période WS-PERIOD : relevé des calculs du mois sur la
      *    clé de date, imputation des annulations au groupe de leur
      *    original, puis impression par origine, par opérateur et
      *    pour toute la période
       0400-BUILD-REPORT.
           OPEN OUTPUT REPORT-FILE

           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture PERCTLR, code statut "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PERIOD-FILE
               CLOSE HISTORY-FILE
               STOP RUN
           END-IF

           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-REV-COUNT
           MOVE 0 TO WS-TOT-CALC
           MOVE 0 TO WS-TOT-GROSS
           MOVE 0 TO WS-TOT-VOID
           MOVE 0 TO WS-TOT-VOID-AMT
           MOVE 0 TO WS-TOT-NET
           MOVE 0 TO WS-BAD-COUNT
           MOVE 0 TO WS-CROSS-COUNT
           MOVE 0 TO WS-ORPHAN-COUNT

      *Paragraphe relevant les calculs et les écritures inverses
      *    datés de la période
           PERFORM 0410-COLLECT-PERIOD THRU 0410-COLLECT-PERIOD-END

      *Paragraphe imputant chaque écriture inverse au groupe de son
      *    calcul d'origine
           PERFORM 0430-ATTRIBUTE-VOIDS THRU 0430-ATTRIBUTE-VOIDS-END

           COMPUTE WS-TOT-NET = WS-TOT-GROSS + WS-TOT-VOID-AMT

           PERFORM 0440-WRITE-HEADER THRU 0440-WRITE-HEADER-END

           MOVE "Par origine" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'O' TO WS-GRP-KIND-IN
           PERFORM 0450-WRITE-SECTION THRU 0450-WRITE-SECTION-END

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Par opérateur" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'U' TO WS-GRP-KIND-IN
           PERFORM 0450-WRITE-SECTION THRU 0450-WRITE-SECTION-END

           PERFORM 0460-WRITE-TOTALS THRU 0460-WRITE-TOTALS-END

           CLOSE REPORT-FILE

           MOVE WS-TOT-CALC TO WS-VISUAL-COUNT
           MOVE WS-TOT-NET TO WS-VISUAL-TOTAL
           DISPLAY "Période " WS-PERIOD " : "
               FUNCTION TRIM(WS-VISUAL-COUNT) " calcul(s), total net "
               FUNCTION TRIM(WS-VISUAL-TOTAL)
       .

       0400-BUILD-REPORT-END.
           EXIT
       .

      *Paragraphe parcourant l'historique sur sa clé secondaire de
      *    date, du premier au dernier jour du mois : chaque calcul
      *    est cumulé dans son groupe d'origine et d'opérateur, chaque
      *    écriture inverse est mise en table pour l'imputation ; le
      *    contrôle de séquence en clé 0, redaté à chaque attribution
      *    de numéro, n'est pas un calcul et est écarté
       0410-COLLECT-PERIOD.
           COMPUTE HIST-DATE = WS-PERIOD * 100 + 1
           MOVE "N" TO WS-HIST-EOF

           START HISTORY-FILE KEY IS NOT LESS THAN HIST-DATE
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START

           PERFORM UNTIL WS-HIST-EOF-YES
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END

                       MOVE HIST-DATE(1:6) TO WS-HIST-PERIOD

                       IF WS-HIST-PERIOD NOT = WS-PERIOD
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF

                       IF WS-HIST-PERIOD = WS-PERIOD
                           AND HIST-SEQ-NO NOT = 0

                           PERFORM 0415-READ-AMOUNT
                               THRU 0415-READ-AMOUNT-END

                           IF HIST-CALCUL(1:6) = "annul "
                               PERFORM 0420-STORE-REVERSAL
                                   THRU 0420-STORE-REVERSAL-END
                           ELSE
                               MOVE 'N' TO WS-ADD-VOID
                               MOVE 'O' TO WS-GRP-KIND-IN
                               MOVE HIST-ORIGIN TO WS-GRP-KEY-IN
                               PERFORM 0425-ADD-TO-GROUP
                                   THRU 0425-ADD-TO-GROUP-END
                               MOVE 'U' TO WS-GRP-KIND-IN
                               MOVE HIST-USER TO WS-GRP-KEY-IN
                               PERFORM 0425-ADD-TO-GROUP
                                   THRU 0425-ADD-TO-GROUP-END
                           END-IF

                       END-IF

               END-READ
           END-PERFORM
       .

       0410-COLLECT-PERIOD-END.
           EXIT
       .

      *Paragraphe relisant le montant du résultat dans son texte ; un
      *    résultat illisible compte pour zéro et est signalé en fin
      *    de compte-rendu
       0415-READ-AMOUNT.
           MOVE 0 TO WS-AMOUNT

           MOVE HIST-RESULT TO WS-AMOUNT-CHECK
           INSPECT WS-AMOUNT-CHECK
               CONVERTING "0123456789.-" TO "            "

           IF HIST-RESULT = SPACES
               OR WS-AMOUNT-CHECK NOT = SPACES
               ADD 1 TO WS-BAD-COUNT
           ELSE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(HIST-RESULT)
           END-IF
       .

       0415-READ-AMOUNT-END.
           EXIT
       .

      *Paragraphe mettant en table l'écriture inverse courante, avec
      *    le numéro d'origine relu à sa place fixe dans le texte
      *    "annul NNNNNN motif XX : ..."
       0420-STORE-REVERSAL.
           IF WS-REV-COUNT = WS-REV-MAX
               DISPLAY "Trop d'annulations dans la période pour le "
                   "compte-rendu"
               CLOSE REPORT-FILE
               CLOSE PERIOD-FILE
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REV-COUNT
           MOVE HIST-CALCUL(7:6) TO WS-REV-ORIG(WS-REV-COUNT)
           MOVE WS-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
           MOVE HIST-USER TO WS-REV-USER(WS-REV-COUNT)
           MOVE HIST-ORIGIN TO WS-REV-ORIGIN(WS-REV-COUNT)
       .

       0420-STORE-REVERSAL-END.
           EXIT
       .

      *Paragraphe cumulant le montant WS-AMOUNT dans le groupe de
      *    genre WS-GRP-KIND-IN et de clé WS-GRP-KEY-IN, créé au
      *    premier passage : comme calcul, ou comme annulation quand
      *    WS-ADD-VOID vaut Y ; les totaux de la période sont tenus
      *    sur les groupes d'origine, où chaque calcul passe une fois
       0425-ADD-TO-GROUP.
           MOVE 0 TO WS-GRP-IDX
           MOVE 0 TO WS-FIND-IDX

           PERFORM UNTIL WS-FIND-IDX = WS-GRP-COUNT
               OR WS-GRP-IDX NOT = 0
               ADD 1 TO WS-FIND-IDX
               IF WS-GRP-KIND(WS-FIND-IDX) = WS-GRP-KIND-IN
                   AND WS-GRP-KEY(WS-FIND-IDX) = WS-GRP-KEY-IN
                   MOVE WS-FIND-IDX TO WS-GRP-IDX
               END-IF
           END-PERFORM

           IF WS-GRP-IDX = 0

               IF WS-GRP-COUNT = WS-GRP-MAX
                   DISPLAY "Trop d'opérateurs dans la période pour "
                       "le compte-rendu"
                   CLOSE REPORT-FILE
                   CLOSE PERIOD-FILE
                   CLOSE HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-IDX
               MOVE WS-GRP-KIND-IN TO WS-GRP-KIND(WS-GRP-IDX)
               MOVE WS-GRP-KEY-IN TO WS-GRP-KEY(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-CALC(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-GROSS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-VOID(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-VOID-AMT(WS-GRP-IDX)

           END-IF

           IF WS-ADD-VOID = 'Y'
               ADD 1 TO WS-GRP-VOID(WS-GRP-IDX)
               ADD WS-AMOUNT TO WS-GRP-VOID-AMT(WS-GRP-IDX)
               IF WS-GRP-KIND-IN = 'O'
                   ADD 1 TO WS-TOT-VOID
                   ADD WS-AMOUNT TO WS-TOT-VOID-AMT
               END-IF
           ELSE
               ADD 1 TO WS-GRP-CALC(WS-GRP-IDX)
               ADD WS-AMOUNT TO WS-GRP-GROSS(WS-GRP-IDX)
               IF WS-GRP-KIND-IN = 'O'
                   ADD 1 TO WS-TOT-CALC
                   ADD WS-AMOUNT TO WS-TOT-GROSS
               END-IF
           END-IF
       .

       0425-ADD-TO-GROUP-END.
           EXIT
       .

      *Paragraphe imputant chaque écriture inverse de la période au
      *    groupe d'origine et d'opérateur de son calcul d'origine,
      *    relu par sa clé, afin que la paire se compense dans le
      *    même groupe ; un original d'une autre période est imputé
      *    de même et signalé, un original introuvable (archivé,
      *    marque ARCHIV ou numéro illisible) est imputé au groupe
      *    de l'écriture inverse elle-même et signalé
       0430-ATTRIBUTE-VOIDS.
           MOVE 'Y' TO WS-ADD-VOID
           MOVE 0 TO WS-REV-IDX

           PERFORM UNTIL WS-REV-IDX = WS-REV-COUNT
               ADD 1 TO WS-REV-IDX

               MOVE WS-REV-AMOUNT(WS-REV-IDX) TO WS-AMOUNT
               MOVE 'N' TO WS-ORIG-FOUND

               IF WS-REV-ORIG(WS-REV-IDX) IS NUMERIC
                   MOVE WS-REV-ORIG(WS-REV-IDX) TO WS-ORIG-SEQ
                   MOVE WS-ORIG-SEQ TO HIST-SEQ-NO
                   READ HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ORIG-FOUND
                   END-READ
               END-IF

               IF WS-ORIG-FOUND = 'Y'
                   MOVE HIST-ORIGIN TO WS-GRP-KEY-IN
                   IF HIST-DATE(1:6) NOT = WS-PERIOD
                       ADD 1 TO WS-CROSS-COUNT
                   END-IF
               ELSE
                   MOVE WS-REV-ORIGIN(WS-REV-IDX) TO WS-GRP-KEY-IN
                   MOVE WS-REV-USER(WS-REV-IDX) TO HIST-USER
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF

               MOVE 'O' TO WS-GRP-KIND-IN
               PERFORM 0425-ADD-TO-GROUP THRU 0425-ADD-TO-GROUP-END

               MOVE 'U' TO WS-GRP-KIND-IN
               MOVE HIST-USER TO WS-GRP-KEY-IN
               PERFORM 0425-ADD-TO-GROUP THRU 0425-ADD-TO-GROUP-END

           END-PERFORM
       .

       0430-ATTRIBUTE-VOIDS-END.
           EXIT
       .

      *Paragraphe imprimant l'en-tête du compte-rendu : période, nature
      *    (clôture ou provisoire), date et opérateur, puis les titres
      *    des colonnes
       0440-WRITE-HEADER.
           MOVE WS-RUN-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO REPORT-RECORD
           IF WS-REPORT-CLOSE
               STRING
                   "Contrôle de la période " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " - clôture du " DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING
                   "Contrôle de la période " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " - provisoire, sans clôture, du "
                       DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RPT-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
       .

       0440-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe imprimant une ligne par groupe du genre
      *    WS-GRP-KIND-IN, dans l'ordre de première apparition ; le
      *    net est le nombre de calculs moins les annulations
      *    imputées et le total brut compensé par leurs écritures
      *    inverses
       0450-WRITE-SECTION.
           MOVE 0 TO WS-GRP-IDX

           PERFORM UNTIL WS-GRP-IDX = WS-GRP-COUNT
               ADD 1 TO WS-GRP-IDX

               IF WS-GRP-KIND(WS-GRP-IDX) = WS-GRP-KIND-IN

                   MOVE SPACES TO RL-LABEL
                   IF WS-GRP-KIND-IN = 'U'
                       MOVE WS-GRP-KEY(WS-GRP-IDX) TO RL-LABEL
                   ELSE IF WS-GRP-KEY(WS-GRP-IDX) = 'I'
                       MOVE "Interactif" TO RL-LABEL
                   ELSE IF WS-GRP-KEY(WS-GRP-IDX) = 'B'
                       MOVE "Batch" TO RL-LABEL
                   ELSE
                       MOVE "Sans origine" TO RL-LABEL
                   END-IF
                   END-IF
                   END-IF

                   MOVE WS-GRP-CALC(WS-GRP-IDX) TO RL-CALC
                   MOVE WS-GRP-GROSS(WS-GRP-IDX) TO RL-GROSS
                   MOVE WS-GRP-VOID(WS-GRP-IDX) TO RL-VOID
                   MOVE WS-GRP-VOID-AMT(WS-GRP-IDX) TO RL-VOID-AMT
                   COMPUTE WS-NET-COUNT = WS-GRP-CALC(WS-GRP-IDX)
                       - WS-GRP-VOID(WS-GRP-IDX)
                   MOVE WS-NET-COUNT TO RL-NET-COUNT
                   COMPUTE RL-NET = WS-GRP-GROSS(WS-GRP-IDX)
                       + WS-GRP-VOID-AMT(WS-GRP-IDX)

                   MOVE WS-RPT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD

               END-IF

           END-PERFORM
       .

       0450-WRITE-SECTION-END.
           EXIT
       .

      *Paragraphe imprimant le total de la période puis les
      *    remarques : annulations d'un original d'une autre période
      *    ou introuvable, résultats illisibles comptés pour zéro
       0460-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "Total période" TO RL-LABEL
           MOVE WS-TOT-CALC TO RL-CALC
           MOVE WS-TOT-GROSS TO RL-GROSS
           MOVE WS-TOT-VOID TO RL-VOID
           MOVE WS-TOT-VOID-AMT TO RL-VOID-AMT
           COMPUTE WS-NET-COUNT = WS-TOT-CALC - WS-TOT-VOID
           MOVE WS-NET-COUNT TO RL-NET-COUNT
           MOVE WS-TOT-NET TO RL-NET
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-CROSS-COUNT > 0
               MOVE WS-CROSS-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " annulation(s) d'un calcul d'une autre période"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-ORPHAN-COUNT > 0
               MOVE WS-ORPHAN-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " annulation(s) d'un original absent de "
                       DELIMITED BY SIZE
                   "l'historique, imputée(s) à l'annulation"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-BAD-COUNT > 0
               MOVE WS-BAD-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " résultat(s) illisible(s), comptés pour zéro"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
       .

       0460-WRITE-TOTALS-END.
           EXIT
       .

      *Paragraphe écrivant au journal d'audit la ligne WS-AUDIT-TEXT
      *    avec le résultat WS-AUDIT-RESULT : le journal est relu
      *    pour relever la fin de sa chaîne d'inviolabilité, ouvert
      *    en ajout le temps d'une ligne puis refermé, afin qu'une
      *    session calcul ouverte en même temps ne garde pas une fin
      *    de chaîne périmée plus longtemps que nécessaire
       0700-WRITE-AUDIT.
           PERFORM 0745-READ-AUDIT-TAIL THRU 0745-READ-AUDIT-TAIL-END

           OPEN EXTEND AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture AUDITLOG, code statut "
                   WS-AUDIT-STATUS
           ELSE

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-RUN-DATE TO AUD-DATE
               MOVE WS-RUN-TIME(1:6) TO AUD-TIME
               MOVE WS-USER-ID TO AUD-USER
               MOVE WS-AUDIT-TEXT TO AUD-CALCUL
               MOVE WS-AUDIT-RESULT TO AUD-RESULT

               PERFORM 0735-CHAIN-AUDIT-LINE
                   THRU 0735-CHAIN-AUDIT-LINE-END

               WRITE AUDIT-RECORD

               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "Erreur d'écriture dans le journal d'audit"
               END-IF

               CLOSE AUDIT-FILE

           END-IF
       .

       0700-WRITE-AUDIT-END.
           EXIT
       .

      *Paragraphe numérotant la ligne d'audit courante et calculant
      *    son empreinte chaînée, à l'identique de calcul.cbl
       0735-CHAIN-AUDIT-LINE.
           ADD 1 TO WS-AUD-LAST-SEQ
           MOVE WS-AUD-LAST-SEQ TO AUD-SEQ

           COMPUTE WS-CHK-WORK = WS-AUD-LAST-CHECK * 31
               + AUD-SEQ + AUD-DATE + AUD-TIME

           MOVE AUD-USER TO WS-DIGEST-FIELD
           MOVE 10 TO WS-DIGEST-LEN
           PERFORM 0736-DIGEST-FIELD THRU 0736-DIGEST-FIELD-END

           MOVE AUD-CALCUL TO WS-DIGEST-FIELD
           MOVE 100 TO WS-DIGEST-LEN
           PERFORM 0736-DIGEST-FIELD THRU 0736-DIGEST-FIELD-END

           MOVE AUD-RESULT TO WS-DIGEST-FIELD
           MOVE 18 TO WS-DIGEST-LEN
           PERFORM 0736-DIGEST-FIELD THRU 0736-DIGEST-FIELD-END

           COMPUTE AUD-CHECK = FUNCTION MOD(WS-CHK-WORK 1000000)
           MOVE AUD-CHECK TO WS-AUD-LAST-CHECK
       .

       0735-CHAIN-AUDIT-LINE-END.
           EXIT
       .

      *Paragraphe cumulant dans le calcul d'empreinte chaque
      *    caractère de la zone, pondéré par sa position
       0736-DIGEST-FIELD.
           MOVE 0 TO WS-CHK-POS

           PERFORM UNTIL WS-CHK-POS = WS-DIGEST-LEN
               ADD 1 TO WS-CHK-POS
               COMPUTE WS-CHK-WORK = WS-CHK-WORK
                   + FUNCTION ORD(WS-DIGEST-FIELD(WS-CHK-POS:1))
                       * WS-CHK-POS
           END-PERFORM
       .

       0736-DIGEST-FIELD-END.
           EXIT
       .

      *Paragraphe parcourant le journal d'audit existant pour relever
      *    le dernier numéro de ligne et la dernière empreinte de la
      *    chaîne, à l'identique de calcul.cbl
       0745-READ-AUDIT-TAIL.
           MOVE 0 TO WS-AUD-LAST-SEQ
           MOVE 0 TO WS-AUD-LAST-CHECK

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-STATUS = "00"

               MOVE "N" TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF-YES
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF AUD-SEQ IS NUMERIC
                               AND AUD-CHECK IS NUMERIC
                               MOVE AUD-SEQ TO WS-AUD-LAST-SEQ
                               MOVE AUD-CHECK TO WS-AUD-LAST-CHECK
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AUDIT-FILE

           END-IF
       .

       0745-READ-AUDIT-TAIL-END.
           EXIT
       .
