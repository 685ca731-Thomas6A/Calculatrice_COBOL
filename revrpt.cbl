       IDENTIFICATION DIVISION.
       PROGRAM-ID. revrpt.
       AUTHOR. Thomas Baudrin.

      *Réévaluation des conversions passées au taux du fichier maître
      *    RATEMAST en vigueur à une date de réévaluation choisie
      *    (par défaut la date d'exécution), pour la fin de mois de
      *    la comptabilité : chaque conversion de l'historique
      *    HISTFILE, et sur demande d'une archive annuelle
      *    HISTARCaaaa, datée de la plage demandée est relue dans son
      *    texte "... cnv CODE @ taux)" afin d'en retrouver le
      *    montant d'origine, le code et le taux appliqué ; le
      *    compte-rendu REVRPTR donne pour chacune le résultat
      *    d'origine, le résultat réévalué et l'écart de change, puis
      *    les totaux par code de taux et par mois et le total
      *    général. Les conversions annulées (écriture inverse
      *    "annul NNNNNN", reconnue comme dans corrpt.cbl et
      *    histinq.cbl) sont écartées ; celles dont le code est
      *    depuis expiré dans RATEMAST (état E) sont listées à part
      *    au lieu d'être réévaluées, de même que celles qui ne
      *    peuvent l'être (code inconnu, pas de taux en vigueur à la
      *    date, conversion suivie d'un autre calcul, texte illisible)
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

      *Fichier maître des taux entretenu par ratemnt.cbl, à
      *    l'identique de calcul.cbl
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-KEY
               FILE STATUS IS WS-RTM-STATUS.

      *Compte-rendu de réévaluation
           SELECT REPORT-FILE ASSIGN TO "REVRPTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *Petit fichier de paramètres pour la marche sans surveillance :
      *    s'il est présent, la plage de dates, la date de
      *    réévaluation et l'année d'archive y sont lues et aucune
      *    saisie n'est demandée ; absent, elles sont saisies
           SELECT PARAM-FILE ASSIGN TO "REVRPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *Journal d'exécution partagé de la chaîne de nuit : une ligne
      *    par passage (programme, début, fin, code retour, compteurs,
      *    fichier de paramètres), ajoutée avant chaque arrêt pour
      *    l'enchaîneur runchn.cbl et le compte-rendu du matin
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

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

      *Un taux du fichier maître : code et date d'effet en clé,
      *    valeur du taux et état (A = en vigueur, E = expiré), à
      *    l'identique de ratemnt.cbl
       FD  RATE-MASTER-FILE.
       01  RTM-RECORD.
           05  RTM-KEY.
               10  RTM-CODE        PIC X(8).
               10  RTM-EFF-DATE    PIC 9(8).
           05  RTM-VALUE           PIC 9(7)V9(6).
           05  RTM-STATE           PIC X.

      *Une ligne du compte-rendu de réévaluation
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

      *Les paramètres de la marche sans surveillance : dates de début
      *    et de fin AAAAMMJJ (une borne à blanc ouvrant la plage de
      *    ce côté), date de réévaluation AAAAMMJJ (à blanc, la date
      *    d'exécution) et année d'archive AAAA (à blanc, aucune)
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-FROM-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  PRM-TO-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  PRM-REVAL-DATE      PIC X(8).
           05  FILLER              PIC X.
           05  PRM-ARC-YEAR        PIC X(4).

      *Une ligne du journal d'exécution, commune aux programmes de la
      *    chaîne de nuit : état T pour un passage terminé (code retour
      *    réel), S pour une étape sautée par runchn.cbl
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RLG-PROGRAM         PIC X(8).
           05  FILLER              PIC X.
           05  RLG-START-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  RLG-START-TIME      PIC 9(6).
           05  FILLER              PIC X.
           05  RLG-END-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  RLG-END-TIME        PIC 9(6).
           05  FILLER              PIC X.
           05  RLG-RC              PIC 9(2).
           05  FILLER              PIC X.
           05  RLG-READ            PIC 9(7).
           05  FILLER              PIC X.
           05  RLG-WRITTEN         PIC 9(7).
           05  FILLER              PIC X.
           05  RLG-REJECTED        PIC 9(7).
           05  FILLER              PIC X.
           05  RLG-PARAM           PIC X(12).
           05  FILLER              PIC X.
           05  RLG-STATE           PIC X.

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-HIST-STATUS      PIC XX.
       01  WS-ARC-STATUS       PIC XX.
       01  WS-RTM-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-ARC-EOF          PIC X            VALUE 'N'.
           88  WS-ARC-EOF-YES               VALUE 'Y'.
       01  WS-RTM-EOF          PIC X            VALUE 'N'.
           88  WS-RTM-EOF-YES               VALUE 'Y'.

      *Plage de dates des conversions, bornes comprises (une borne
      *    laissée à blanc ouvre la plage de ce côté), date de
      *    réévaluation et année d'archive à relire (à blanc, aucune)
       01  WS-FROM-DATE        PIC 9(8)         VALUE 0.
       01  WS-TO-DATE          PIC 9(8)         VALUE 99999999.
       01  WS-REVAL-DATE       PIC 9(8)         VALUE 0.
       01  WS-ARC-YEAR         PIC X(4)         VALUE SPACES.
       01  WS-ARCHIVE-NAME     PIC X(11)        VALUE SPACES.
       01  WS-ARC-ABSENT       PIC X            VALUE 'N'.

      *Variables de la marche sans surveillance sur le fichier de
      *    paramètres REVRPTP
       01  WS-PRM-STATUS       PIC XX.
       01  WS-PRM-PRESENT      PIC X            VALUE 'N'.
       01  WS-PRM-CHECK        PIC X(8).

      *Table des numéros d'origine des écritures inverses de
      *    l'historique, relevés sur la clé secondaire du texte du
      *    calcul ; au-delà de la capacité le compte-rendu est
      *    abandonné, l'archivage devant d'abord réduire
      *    l'historique. Une écriture inverse marquée ARCHIV par
      *    histarc.cbl désigne un original parti à l'archive qui ne
      *    peut plus être reconnu : elle est seulement comptée
       01  WS-VOID-MAX         PIC 9(4)         VALUE 500.
       01  WS-VOID-COUNT       PIC 9(4)         VALUE 0.
       01  WS-VOID-TABLE.
           05  WS-VOID-T-ORIG OCCURS 500   PIC X(6).
       01  WS-LOST-REF-COUNT   PIC 9(6)         VALUE 0.

      *Table des écritures inverses de l'archive, relevées en
      *    première lecture avec leur passage d'archivage comme dans
      *    histinq.cbl : chaque purge renumérotant l'historique, une
      *    référence "annul NNNNNN" ne vaut qu'à l'intérieur du
      *    passage qui l'a écrite
       01  WS-AREF-MAX         PIC 9(4)         VALUE 500.
       01  WS-AREF-COUNT       PIC 9(4)         VALUE 0.
       01  WS-AREF-OVFL        PIC X            VALUE 'N'.
       01  WS-AREF-TABLE.
           05  WS-AREF-ENTRY OCCURS 500.
               10  WS-AREF-T-PASS      PIC 9(4).
               10  WS-AREF-T-ORIG      PIC X(6).
       01  WS-ARC-PASS         PIC 9(4)         VALUE 0.
       01  WS-ARC-LAST-DATE    PIC 9(8)         VALUE 0.
       01  WS-ARC-LAST-SEQ     PIC 9(6)         VALUE 0.

      *Calcul candidat, relu de l'historique ou de l'archive
       01  WS-CAND-SEQ         PIC 9(6)         VALUE 0.
       01  WS-CAND-WHERE       PIC X(11)        VALUE SPACES.
       01  WS-CAND-CALCUL      PIC X(100)       VALUE SPACES.
       01  WS-CAND-RESULT      PIC X(18)        VALUE SPACES.
       01  WS-CAND-DATE        PIC 9(8)         VALUE 0.
       01  WS-CAND-VOIDED      PIC X            VALUE 'N'.

      *Lecture du texte de la conversion : position de la dernière
      *    marque " cnv ", code, taux appliqué et ce qui le suit,
      *    montant d'origine, puis état retenu pour la conversion :
      *    R = réévaluée, E = code expiré, A = code absent de
      *    RATEMAST, N = aucun taux en vigueur à la date,
      *    C = conversion suivie d'un autre calcul, I = illisible
       01  WS-CNV-POS          PIC 9(3)         VALUE 0.
       01  WS-SCAN-POS         PIC 9(3)         VALUE 0.
       01  WS-VAL-POS          PIC 9(3)         VALUE 0.
       01  WS-PTR              PIC 9(3)         VALUE 0.
       01  WS-TEXT-LEN         PIC 9(3)         VALUE 0.
       01  WS-TALLY            PIC 9(4)         VALUE 0.
       01  WS-CNV-CODE         PIC X(8)         VALUE SPACES.
       01  WS-CNV-TAIL         PIC X(100)       VALUE SPACES.
       01  WS-RATE-TEXT        PIC X(20)        VALUE SPACES.
       01  WS-REST-TEXT        PIC X(100)       VALUE SPACES.
       01  WS-AMT-TEXT         PIC X(100)       VALUE SPACES.
       01  WS-CHECK-TEXT       PIC X(100)       VALUE SPACES.
       01  WS-AMOUNT-CHECK     PIC X(18)        VALUE SPACES.
       01  WS-CNV-STATE        PIC X            VALUE SPACE.
           88  WS-CNV-REVALUED              VALUE 'R'.
           88  WS-CNV-EXPIRED               VALUE 'E'.
       01  WS-AMT-DERIVED      PIC X            VALUE 'N'.

      *Montants de la conversion et de sa réévaluation
       01  WS-APPLIED-RATE     PIC 9(7)V9(6)    VALUE 0.
       01  WS-NEW-RATE         PIC 9(7)V9(6)    VALUE 0.
       01  WS-ORIG-AMOUNT      PIC S9(13)V99    VALUE 0.
       01  WS-ORIG-RESULT      PIC S9(13)V99    VALUE 0.
       01  WS-NEW-RESULT       PIC S9(13)V99    VALUE 0.
       01  WS-GAIN             PIC S9(13)V99    VALUE 0.

      *Recherche du taux en vigueur à la date de réévaluation : code
      *    rencontré dans le fichier maître, taux A retrouvé et état
      *    de la dernière entrée datée au plus tard de la date
       01  WS-CODE-SEEN        PIC X            VALUE 'N'.
       01  WS-RATE-FOUND       PIC X            VALUE 'N'.
       01  WS-LAST-STATE       PIC X            VALUE SPACE.

      *Table des totaux par code de taux et par mois, tenue dans
      *    l'ordre du code puis du mois pour l'impression ; au-delà
      *    de la capacité le compte-rendu est abandonné, la plage de
      *    dates devant être réduite
       01  WS-GRP-MAX          PIC 9(4)         VALUE 300.
       01  WS-GRP-COUNT        PIC 9(4)         VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 300.
               10  WS-GRP-T-KEY.
                   15  WS-GRP-T-CODE   PIC X(8).
                   15  WS-GRP-T-MONTH  PIC 9(6).
               10  WS-GRP-T-CALC       PIC 9(6).
               10  WS-GRP-T-ORIG       PIC S9(13)V99.
               10  WS-GRP-T-REVAL      PIC S9(13)V99.
               10  WS-GRP-T-GAIN       PIC S9(13)V99.
       01  WS-GRP-KEY-IN.
           05  WS-GRP-CODE-IN      PIC X(8).
           05  WS-GRP-MONTH-IN     PIC 9(6).
       01  WS-GRP-IDX          PIC 9(4)         VALUE 0.
       01  WS-FIND-IDX         PIC 9(4)         VALUE 0.
       01  WS-MOVE-IDX         PIC 9(4)         VALUE 0.
       01  WS-PREV-CODE        PIC X(8)         VALUE SPACES.

      *Sous-totaux du code en cours d'impression et total général
       01  WS-SUB-CALC         PIC 9(6)         VALUE 0.
       01  WS-SUB-ORIG         PIC S9(13)V99    VALUE 0.
       01  WS-SUB-REVAL        PIC S9(13)V99    VALUE 0.
       01  WS-SUB-GAIN         PIC S9(13)V99    VALUE 0.
       01  WS-TOT-ORIG         PIC S9(13)V99    VALUE 0.
       01  WS-TOT-REVAL        PIC S9(13)V99    VALUE 0.
       01  WS-TOT-GAIN         PIC S9(13)V99    VALUE 0.

      *Table des conversions non réévaluées, imprimées après les
      *    totaux : les codes expirés dans une section propre, les
      *    autres ensuite ; au-delà de la capacité la liste est
      *    tronquée et le signale
       01  WS-EXC-MAX          PIC 9(4)         VALUE 500.
       01  WS-EXC-COUNT        PIC 9(4)         VALUE 0.
       01  WS-EXC-LOST         PIC 9(6)         VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500.
               10  WS-EXC-T-STATE      PIC X.
               10  WS-EXC-T-DATE       PIC 9(8).
               10  WS-EXC-T-WHERE      PIC X(11).
               10  WS-EXC-T-SEQ        PIC 9(6).
               10  WS-EXC-T-CODE       PIC X(8).
               10  WS-EXC-T-RESULT     PIC X(18).
               10  WS-EXC-T-CALCUL     PIC X(100).
       01  WS-EXC-IDX          PIC 9(4)         VALUE 0.
       01  WS-EXC-KIND         PIC X            VALUE SPACE.
       01  WS-EXC-PRINTED      PIC 9(4)         VALUE 0.

      *Compteurs du compte-rendu
       01  WS-READ-COUNT       PIC 9(7)         VALUE 0.
       01  WS-VOIDED-COUNT     PIC 9(6)         VALUE 0.
       01  WS-REVAL-COUNT      PIC 9(7)         VALUE 0.
       01  WS-EXPIRED-COUNT    PIC 9(6)         VALUE 0.
       01  WS-OTHER-COUNT      PIC 9(6)         VALUE 0.
       01  WS-DERIVED-COUNT    PIC 9(6)         VALUE 0.

      *Indices de parcours et texte de séquence cherché
       01  WS-IDX              PIC 9(4)         VALUE 0.
       01  WS-SEQ-TEXT         PIC X(6).

      *Variables de saisie et d'affichage
       01  WS-INPUT            PIC X(11).
       01  WS-CHECK-INPUT      PIC X(11).
       01  WS-FOUND            PIC X            VALUE 'N'.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-FROM      PIC 9999/99/99.
       01  WS-VISUAL-TO        PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-AMOUNT    PIC -(12)9.99.

      *Ligne de détail d'une conversion réévaluée ; l'astérisque
      *    final signale un montant d'origine déduit du résultat et
      *    du taux appliqué, le texte ne le donnant pas en clair
       01  WS-DET-LINE.
           05  DL-DATE             PIC 9999/99/99.
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-WHERE            PIC X(11).
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-SEQ              PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-CODE             PIC X(8).
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-AMOUNT           PIC -Z(12)9.99.
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-RATE             PIC Z(6)9.9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-RESULT           PIC -Z(12)9.99.
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-NEW-RATE         PIC Z(6)9.9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-NEW-RESULT       PIC -Z(12)9.99.
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-GAIN             PIC -Z(12)9.99.
           05  FILLER              PIC X            VALUE SPACE.
           05  DL-FLAG             PIC X.
       01  WS-DET-TITLE.
           05  FILLER              PIC X(11)        VALUE "Date".
           05  FILLER              PIC X(12)        VALUE "Fichier".
           05  FILLER              PIC X(7)         VALUE "Seq".
           05  FILLER              PIC X(9)         VALUE "Code".
           05  FILLER              PIC X(18)
                   VALUE "  Montant origine".
           05  FILLER              PIC X(15)
                   VALUE " Taux appliqué".
           05  FILLER              PIC X(18)
                   VALUE "  Résultat orig.".
           05  FILLER              PIC X(15)
                   VALUE "   Taux réév.".
           05  FILLER              PIC X(18)
                   VALUE " Résultat réév.".
           05  FILLER              PIC X(18)
                   VALUE "       Écart".

      *Ligne de total par code et par mois, sous-total du code et
      *    total général
       01  WS-TOT-LINE.
           05  TL-LABEL            PIC X(24).
           05  FILLER              PIC X            VALUE SPACE.
           05  TL-CALC             PIC Z(5)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-ORIG             PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-REVAL            PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-GAIN             PIC -Z(12)9.99.
       01  WS-TOT-TITLE.
           05  FILLER              PIC X(25)
                   VALUE "Code / mois".
           05  FILLER              PIC X(8)         VALUE "Conv.".
           05  FILLER              PIC X(19)
                   VALUE "   Résultat orig.".
           05  FILLER              PIC X(19)
                   VALUE "  Résultat réév.".
           05  FILLER              PIC X(19)
                   VALUE "             Écart".

      *Ligne d'une conversion non réévaluée
       01  WS-EXC-LINE.
           05  XL-DATE             PIC 9999/99/99.
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-WHERE            PIC X(11).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-SEQ              PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-CODE             PIC X(8).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-RESULT           PIC X(18).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-REASON           PIC X(36).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-CALCUL           PIC X(64).

      *Variables du journal d'exécution RUNLOG : début du passage
      *    relevé au lancement, fin et code retour relevés à l'arrêt
       01  WS-RLG-STATUS       PIC XX.
       01  WS-RLG-START-DATE   PIC 9(8)         VALUE 0.
       01  WS-RLG-START-TIME   PIC 9(8)         VALUE 0.
       01  WS-RLG-END-DATE     PIC 9(8)         VALUE 0.
       01  WS-RLG-END-TIME     PIC 9(8)         VALUE 0.
       01  WS-RLG-RC           PIC 9(2)         VALUE 0.

       PROCEDURE DIVISION.

      *Début du passage, reporté au journal d'exécution RUNLOG
           ACCEPT WS-RLG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-START-TIME FROM TIME

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-REVAL-DATE

      *Paragraphe lisant la plage, la date de réévaluation et l'année
      *    d'archive dans le fichier de paramètres REVRPTP s'il est
      *    présent (marche sans surveillance) ; absent, elles sont
      *    saisies
           PERFORM 0050-READ-PARAMETERS THRU 0050-READ-PARAMETERS-END

           IF WS-PRM-PRESENT NOT = 'Y'
               PERFORM 0100-GET-CRITERIA THRU 0100-GET-CRITERIA-END
           END-IF

           OPEN INPUT HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Sans fichier maître des taux aucune conversion ne peut être
      *    réévaluée : l'ancienne table RATEFILE n'a pas de dates
      *    d'effet et ne dit pas quel taux était en vigueur
           OPEN INPUT RATE-MASTER-FILE

           IF WS-RTM-STATUS NOT = "00"
               DISPLAY "Erreur ouverture RATEMAST, code statut "
                   WS-RTM-STATUS
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture REVRPTR, code statut "
                   WS-RPT-STATUS
               CLOSE HISTORY-FILE
               CLOSE RATE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Paragraphe imprimant l'en-tête du compte-rendu et les titres
      *    des colonnes du détail
           PERFORM 0150-WRITE-HEADER THRU 0150-WRITE-HEADER-END

      *Paragraphe relevant les numéros d'origine des écritures
      *    inverses de l'historique
           PERFORM 0200-COLLECT-LIVE-VOIDS
               THRU 0200-COLLECT-LIVE-VOIDS-END

      *Paragraphe réévaluant les conversions de l'historique datées
      *    de la plage
           PERFORM 0250-SCAN-HISTORY THRU 0250-SCAN-HISTORY-END

           CLOSE HISTORY-FILE

      *Paragraphe réévaluant les conversions de l'archive demandée
           IF WS-ARC-YEAR NOT = SPACES
               PERFORM 0400-SCAN-ARCHIVE THRU 0400-SCAN-ARCHIVE-END
           END-IF

           CLOSE RATE-MASTER-FILE

           IF WS-REVAL-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "Aucune conversion réévaluée dans la plage"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

      *Paragraphe imprimant les totaux par code de taux et par mois,
      *    les sous-totaux par code et le total général
           PERFORM 0500-WRITE-TOTALS THRU 0500-WRITE-TOTALS-END

      *Paragraphe imprimant les conversions non réévaluées, les codes
      *    expirés d'abord, puis les remarques
           PERFORM 0600-WRITE-EXCEPTIONS THRU 0600-WRITE-EXCEPTIONS-END

           PERFORM 0650-WRITE-REMARKS THRU 0650-WRITE-REMARKS-END

           CLOSE REPORT-FILE

           MOVE WS-REVAL-COUNT TO WS-VISUAL-COUNT
           MOVE WS-TOT-GAIN TO WS-VISUAL-AMOUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " conversion(s) réévaluée(s), écart total "
               FUNCTION TRIM(WS-VISUAL-AMOUNT)
           COMPUTE WS-IDX = WS-EXPIRED-COUNT + WS-OTHER-COUNT
           MOVE WS-IDX TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " conversion(s) non réévaluée(s)"
           DISPLAY "Compte-rendu de réévaluation écrit dans REVRPTR"

      *Code retour gradué pour le planificateur : 0 si toutes les
      *    conversions de la plage ont été réévaluées, 4 si certaines
      *    ne l'ont pas été, si aucune ne l'a été ou si l'archive
      *    demandée est absente (le compte-rendu mérite alors un
      *    second regard), les erreurs fichier ayant déjà remis 8
           IF WS-REVAL-COUNT = 0
               OR WS-EXPIRED-COUNT > 0
               OR WS-OTHER-COUNT > 0
               OR WS-ARC-ABSENT = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************

      *Paragraphe lisant les critères dans le fichier de paramètres
      *    REVRPTP s'il est présent : une borne à blanc ouvre la plage
      *    de ce côté, une date de réévaluation à blanc prend la date
      *    d'exécution ; une zone illisible abandonne le compte-rendu
      *    avec le code 8, personne n'étant là pour resaisir
       0050-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE

           IF WS-PRM-STATUS = "00"

               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PRM-PRESENT

                       IF PRM-FROM-DATE = SPACES
                           MOVE 0 TO WS-FROM-DATE
                       ELSE
                           MOVE PRM-FROM-DATE TO WS-PRM-CHECK
                           INSPECT WS-PRM-CHECK
                               CONVERTING "0123456789" TO "          "
                           IF WS-PRM-CHECK NOT = SPACES
                               DISPLAY "Date de début illisible "
                                   "dans REVRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-FROM-DATE =
                               FUNCTION NUMVAL(PRM-FROM-DATE)
                       END-IF

                       IF PRM-TO-DATE = SPACES
                           MOVE 99999999 TO WS-TO-DATE
                       ELSE
                           MOVE PRM-TO-DATE TO WS-PRM-CHECK
                           INSPECT WS-PRM-CHECK
                               CONVERTING "0123456789" TO "          "
                           IF WS-PRM-CHECK NOT = SPACES
                               DISPLAY "Date de fin illisible "
                                   "dans REVRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL(PRM-TO-DATE)
                       END-IF

                       IF PRM-REVAL-DATE NOT = SPACES
                           MOVE PRM-REVAL-DATE TO WS-PRM-CHECK
                           INSPECT WS-PRM-CHECK
                               CONVERTING "0123456789" TO "          "
                           IF WS-PRM-CHECK NOT = SPACES
                               DISPLAY "Date de réévaluation "
                                   "illisible dans REVRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-REVAL-DATE =
                               FUNCTION NUMVAL(PRM-REVAL-DATE)
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                               WS-REVAL-DATE) NOT = 0
                               DISPLAY "Date de réévaluation "
                                   "inexistante dans REVRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                       END-IF

                       IF PRM-ARC-YEAR NOT = SPACES
                           IF PRM-ARC-YEAR IS NOT NUMERIC
                               DISPLAY "Année d'archive illisible "
                                   "dans REVRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           MOVE PRM-ARC-YEAR TO WS-ARC-YEAR
                       END-IF

               END-READ

               CLOSE PARAM-FILE

           END-IF
       .

       0050-READ-PARAMETERS-END.
           EXIT
       .

      *Paragraphe saisissant la plage de dates, la date de
      *    réévaluation et l'année d'archive, chacune redemandée tant
      *    que la saisie n'est pas exploitable
       0100-GET-CRITERIA.
           PERFORM 0110-GET-FROM-DATE THRU 0110-GET-FROM-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0120-GET-TO-DATE THRU 0120-GET-TO-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0130-GET-REVAL-DATE THRU 0130-GET-REVAL-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0140-GET-YEAR THRU 0140-GET-YEAR-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND
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

      *Paragraphe saisissant la date de réévaluation, dont le taux en
      *    vigueur sera appliqué ; à blanc, la date d'exécution
       0130-GET-REVAL-DATE.
           DISPLAY "Date de réévaluation (AAAAMMJJ, blanc = ce "
               "jour) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-REVAL-DATE
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789" TO "          "
               IF WS-CHECK-INPUT NOT = SPACES
                   OR WS-INPUT(8:1) = SPACE
                   DISPLAY "Saisissez une date AAAAMMJJ"
               ELSE
                   COMPUTE WS-REVAL-DATE = FUNCTION NUMVAL(WS-INPUT)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVAL-DATE)
                       NOT = 0
                       DISPLAY "Date inexistante"
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-IF
       .

       0130-GET-REVAL-DATE-END.
           EXIT
       .

      *Paragraphe saisissant l'année d'archive à relire en plus de
      *    l'historique ; à blanc, l'historique seul
       0140-GET-YEAR.
           DISPLAY "Année d'archive à relire (AAAA, blanc = "
               "aucune) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE SPACES TO WS-ARC-YEAR
               MOVE 'Y' TO WS-FOUND
           ELSE
               IF WS-INPUT(1:4) IS NUMERIC
                   AND WS-INPUT(5:) = SPACES
                   MOVE WS-INPUT(1:4) TO WS-ARC-YEAR
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY "Saisissez une année AAAA"
               END-IF
           END-IF
       .

       0140-GET-YEAR-END.
           EXIT
       .

      *Paragraphe imprimant l'en-tête du compte-rendu : plage de
      *    dates, date de réévaluation, archive relue et date
      *    d'exécution, puis les titres des colonnes du détail
       0150-WRITE-HEADER.
           MOVE WS-FROM-DATE TO WS-VISUAL-FROM
           MOVE WS-TO-DATE TO WS-VISUAL-TO
           MOVE WS-REVAL-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO REPORT-RECORD
           STRING
               "Réévaluation des conversions du " DELIMITED BY SIZE
               WS-VISUAL-FROM DELIMITED BY SIZE
               " au " DELIMITED BY SIZE
               WS-VISUAL-TO DELIMITED BY SIZE
               " aux taux en vigueur le " DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-RUN-DATE TO WS-VISUAL-DATE
           MOVE SPACES TO REPORT-RECORD
           IF WS-ARC-YEAR = SPACES
               STRING
                   "Historique HISTFILE seul - édité le "
                       DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING
                   "Historique HISTFILE et archive HISTARC"
                       DELIMITED BY SIZE
                   WS-ARC-YEAR DELIMITED BY SIZE
                   " - édité le " DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DET-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
       .

       0150-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe relevant sur la clé secondaire du texte du calcul
      *    le numéro d'origine de chaque écriture inverse
      *    "annul NNNNNN ..." de l'historique, de la première à la
      *    dernière, sans reparcourir tout le fichier
       0200-COLLECT-LIVE-VOIDS.
           MOVE SPACES TO HIST-CALCUL
           MOVE "annul " TO HIST-CALCUL
           MOVE "N" TO WS-HIST-EOF

           START HISTORY-FILE KEY IS NOT LESS THAN HIST-CALCUL
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START

           PERFORM UNTIL WS-HIST-EOF-YES
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END

                       IF HIST-CALCUL(1:6) NOT = "annul "
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE IF HIST-CALCUL(7:6) IS NOT NUMERIC
                           ADD 1 TO WS-LOST-REF-COUNT
                       ELSE

                           IF WS-VOID-COUNT = WS-VOID-MAX
                               DISPLAY "Trop d'annulations pour le "
                                   "compte-rendu, archivez d'abord"
                               CLOSE REPORT-FILE
                               CLOSE RATE-MASTER-FILE
                               CLOSE HISTORY-FILE
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF

                           ADD 1 TO WS-VOID-COUNT
                           MOVE HIST-CALCUL(7:6)
                               TO WS-VOID-T-ORIG(WS-VOID-COUNT)

                       END-IF
                       END-IF

               END-READ
           END-PERFORM
       .

       0200-COLLECT-LIVE-VOIDS-END.
           EXIT
       .

      *Paragraphe parcourant l'historique sur sa clé secondaire de
      *    date, de la date de début à la date de fin : chaque calcul
      *    non annulé est soumis à la réévaluation ; le contrôle de
      *    séquence en clé 0, redaté à chaque attribution de numéro,
      *    n'est pas un calcul et est écarté
       0250-SCAN-HISTORY.
           MOVE WS-FROM-DATE TO HIST-DATE
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

                       IF HIST-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF

                       IF NOT WS-HIST-EOF-YES AND HIST-SEQ-NO > 0
                           MOVE HIST-SEQ-NO TO WS-CAND-SEQ
                           MOVE "HISTFILE" TO WS-CAND-WHERE
                           MOVE HIST-CALCUL TO WS-CAND-CALCUL
                           MOVE HIST-RESULT TO WS-CAND-RESULT
                           MOVE HIST-DATE TO WS-CAND-DATE

      *Un calcul de l'historique est annulé quand une écriture
      *    inverse porte son numéro
                           MOVE 'N' TO WS-CAND-VOIDED
                           MOVE HIST-SEQ-NO TO WS-SEQ-TEXT
                           MOVE 0 TO WS-IDX
                           PERFORM UNTIL WS-IDX = WS-VOID-COUNT
                               ADD 1 TO WS-IDX
                               IF WS-VOID-T-ORIG(WS-IDX) = WS-SEQ-TEXT
                                   MOVE 'Y' TO WS-CAND-VOIDED
                               END-IF
                           END-PERFORM

                           PERFORM 0300-PROCESS-CANDIDATE
                               THRU 0300-PROCESS-CANDIDATE-END
                       END-IF

               END-READ
           END-PERFORM
       .

       0250-SCAN-HISTORY-END.
           EXIT
       .

      *Paragraphe traitant le calcul candidat : un calcul sans
      *    marque " cnv " ou une écriture inverse est ignoré, une
      *    conversion annulée est comptée et écartée, toute autre
      *    conversion est lue puis réévaluée ou mise de côté
       0300-PROCESS-CANDIDATE.
           MOVE SPACE TO WS-CNV-STATE

      *La dernière marque " cnv " du texte est retenue : dans un
      *    calcul enchaîné c'est la conversion qui a donné le résultat
           MOVE 0 TO WS-CNV-POS
           MOVE 0 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS = 96
               ADD 1 TO WS-SCAN-POS
               IF WS-CAND-CALCUL(WS-SCAN-POS:5) = " cnv "
                   MOVE WS-SCAN-POS TO WS-CNV-POS
               END-IF
           END-PERFORM

           IF WS-CNV-POS > 0
               AND WS-CAND-CALCUL(1:6) NOT = "annul "

               ADD 1 TO WS-READ-COUNT

               IF WS-CAND-VOIDED = 'Y'
                   ADD 1 TO WS-VOIDED-COUNT
               ELSE

      *Paragraphe relisant le code, le taux appliqué, le résultat et
      *    le montant d'origine dans le texte de la conversion
                   PERFORM 0310-READ-CONVERSION
                       THRU 0310-READ-CONVERSION-END

      *Paragraphe cherchant le taux en vigueur à la date de
      *    réévaluation pour une conversion lisible
                   IF WS-CNV-STATE = SPACE
                       PERFORM 0330-FIND-REVAL-RATE
                           THRU 0330-FIND-REVAL-RATE-END
                   END-IF

                   IF WS-CNV-REVALUED
                       PERFORM 0340-REVALUE THRU 0340-REVALUE-END
                   ELSE
                       PERFORM 0350-ADD-EXCEPTION
                           THRU 0350-ADD-EXCEPTION-END
                   END-IF

               END-IF

           END-IF
       .

       0300-PROCESS-CANDIDATE-END.
           EXIT
       .

      *Paragraphe relisant la conversion "... cnv CODE @ taux)" :
      *    le code va jusqu'au " @ ", le taux jusqu'à la parenthèse
      *    ou l'espace qui le suit ; après le taux, seules des
      *    parenthèses fermantes et la marque " appr " d'une
      *    approbation sont admises, sans quoi la conversion a été
      *    suivie d'un autre calcul et son résultat n'est plus le
      *    montant converti. Un texte ou un résultat illisible met la
      *    conversion de côté (état I)
       0310-READ-CONVERSION.
           MOVE SPACES TO WS-CNV-CODE
           MOVE SPACES TO WS-CNV-TAIL
           COMPUTE WS-PTR = WS-CNV-POS + 5

           UNSTRING WS-CAND-CALCUL DELIMITED BY " @ "
               INTO WS-CNV-CODE WS-CNV-TAIL
               WITH POINTER WS-PTR
           END-UNSTRING

           MOVE SPACES TO WS-RATE-TEXT
           MOVE SPACES TO WS-REST-TEXT
           MOVE 1 TO WS-PTR

           UNSTRING WS-CNV-TAIL DELIMITED BY ")" OR SPACE
               INTO WS-RATE-TEXT
               WITH POINTER WS-PTR
           END-UNSTRING

           IF WS-PTR NOT > 100
               MOVE WS-CNV-TAIL(WS-PTR:) TO WS-REST-TEXT
           END-IF
           INSPECT WS-REST-TEXT REPLACING ALL ")" BY SPACE
           MOVE FUNCTION TRIM(WS-REST-TEXT) TO WS-REST-TEXT

           MOVE WS-RATE-TEXT TO WS-CHECK-TEXT
           INSPECT WS-CHECK-TEXT
               CONVERTING "0123456789." TO "           "

           MOVE WS-CAND-RESULT TO WS-AMOUNT-CHECK
           INSPECT WS-AMOUNT-CHECK
               CONVERTING "0123456789.-" TO "            "

           IF WS-CNV-CODE = SPACES
               OR WS-RATE-TEXT = SPACES
               OR WS-CHECK-TEXT NOT = SPACES
               OR WS-CAND-RESULT = SPACES
               OR WS-AMOUNT-CHECK NOT = SPACES
               MOVE 'I' TO WS-CNV-STATE
           ELSE IF WS-REST-TEXT NOT = SPACES
               AND WS-REST-TEXT(1:5) NOT = "appr "
               MOVE 'C' TO WS-CNV-STATE
           ELSE
               COMPUTE WS-APPLIED-RATE = FUNCTION NUMVAL(WS-RATE-TEXT)
               COMPUTE WS-ORIG-RESULT = FUNCTION NUMVAL(WS-CAND-RESULT)
               IF WS-APPLIED-RATE = 0
                   MOVE 'I' TO WS-CNV-STATE
               ELSE
                   PERFORM 0320-FIND-AMOUNT THRU 0320-FIND-AMOUNT-END
               END-IF
           END-IF
           END-IF
       .

       0310-READ-CONVERSION-END.
           EXIT
       .

      *Paragraphe retrouvant le montant d'origine dans le texte qui
      *    précède la marque " cnv " : la valeur nommée
      *    "val NOM @ montant" est réduite à son montant, les
      *    parenthèses du texte sont ôtées, et s'il reste un nombre
      *    seul (signe moins et point décimal admis) c'est le montant
      *    converti. Derrière un calcul enchaîné il n'y a pas de
      *    nombre seul : le montant est alors déduit du résultat et
      *    du taux appliqué, et la ligne le signale
       0320-FIND-AMOUNT.
           MOVE 'N' TO WS-AMT-DERIVED
           MOVE SPACES TO WS-AMT-TEXT
           IF WS-CNV-POS > 1
               COMPUTE WS-TEXT-LEN = WS-CNV-POS - 1
               MOVE WS-CAND-CALCUL(1:WS-TEXT-LEN) TO WS-AMT-TEXT
           END-IF

           MOVE 0 TO WS-VAL-POS
           MOVE 0 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS = 99
               ADD 1 TO WS-SCAN-POS
               IF WS-AMT-TEXT(WS-SCAN-POS:2) = "@ "
                   MOVE WS-SCAN-POS TO WS-VAL-POS
               END-IF
           END-PERFORM

           IF WS-VAL-POS > 0
               MOVE WS-AMT-TEXT(WS-VAL-POS + 2:) TO WS-CHECK-TEXT
               MOVE WS-CHECK-TEXT TO WS-AMT-TEXT
           END-IF

           INSPECT WS-AMT-TEXT REPLACING ALL "(" BY SPACE
                                         ALL ")" BY SPACE

           MOVE 1 TO WS-TALLY
           IF WS-AMT-TEXT NOT = SPACES
               MOVE FUNCTION TRIM(WS-AMT-TEXT) TO WS-AMT-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-TEXT))
                   TO WS-TEXT-LEN
               MOVE 0 TO WS-TALLY
               INSPECT WS-AMT-TEXT(1:WS-TEXT-LEN)
                   TALLYING WS-TALLY FOR ALL SPACE
               MOVE WS-AMT-TEXT TO WS-CHECK-TEXT
               INSPECT WS-CHECK-TEXT
                   CONVERTING "0123456789.-" TO "            "
               IF WS-CHECK-TEXT NOT = SPACES
                   MOVE 1 TO WS-TALLY
               END-IF
           END-IF

           IF WS-TALLY = 0
               COMPUTE WS-ORIG-AMOUNT = FUNCTION NUMVAL(WS-AMT-TEXT)
           ELSE
               COMPUTE WS-ORIG-AMOUNT ROUNDED =
                   WS-ORIG-RESULT / WS-APPLIED-RATE
               MOVE 'Y' TO WS-AMT-DERIVED
           END-IF
       .

       0320-FIND-AMOUNT-END.
           EXIT
       .

      *Paragraphe cherchant dans le fichier maître le taux du code
      *    en vigueur à la date de réévaluation, comme
      *    0332-FIND-MASTER-RATE de calcul.cbl : les entrées du code
      *    sont parcourues en ordre de date d'effet jusqu'à la date,
      *    le dernier taux A rencontré est retenu. Un code absent du
      *    fichier (état A), dont la dernière entrée à la date est
      *    expirée (état E) ou sans taux en vigueur à la date (état N)
      *    n'est pas réévalué
       0330-FIND-REVAL-RATE.
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-RATE-FOUND
           MOVE SPACE TO WS-LAST-STATE
           MOVE 0 TO WS-NEW-RATE

           MOVE WS-CNV-CODE TO RTM-CODE
           MOVE 0 TO RTM-EFF-DATE
           MOVE "N" TO WS-RTM-EOF

           START RATE-MASTER-FILE KEY IS NOT LESS THAN RTM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RTM-EOF
           END-START

           PERFORM UNTIL WS-RTM-EOF-YES
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RTM-EOF
                   NOT AT END
                       IF RTM-CODE NOT = WS-CNV-CODE
                           MOVE "Y" TO WS-RTM-EOF
                       ELSE
                           MOVE 'Y' TO WS-CODE-SEEN
                           IF RTM-EFF-DATE > WS-REVAL-DATE
                               MOVE "Y" TO WS-RTM-EOF
                           ELSE
                               MOVE RTM-STATE TO WS-LAST-STATE
                               IF RTM-STATE = 'A'
                                   MOVE 'Y' TO WS-RATE-FOUND
                                   MOVE RTM-VALUE TO WS-NEW-RATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CODE-SEEN NOT = 'Y'
               MOVE 'A' TO WS-CNV-STATE
           ELSE IF WS-LAST-STATE = 'E'
               MOVE 'E' TO WS-CNV-STATE
           ELSE IF WS-RATE-FOUND NOT = 'Y' OR WS-NEW-RATE = 0
               MOVE 'N' TO WS-CNV-STATE
           ELSE
               MOVE 'R' TO WS-CNV-STATE
           END-IF
           END-IF
           END-IF
       .

       0330-FIND-REVAL-RATE-END.
           EXIT
       .

      *Paragraphe réévaluant la conversion au nouveau taux, arrondi
      *    au centime, imprimant sa ligne de détail et la cumulant
      *    dans les totaux de son code et de son mois
       0340-REVALUE.
           COMPUTE WS-NEW-RESULT ROUNDED =
               WS-ORIG-AMOUNT * WS-NEW-RATE
           COMPUTE WS-GAIN = WS-NEW-RESULT - WS-ORIG-RESULT

           ADD 1 TO WS-REVAL-COUNT

           MOVE WS-CAND-DATE TO DL-DATE
           MOVE WS-CAND-WHERE TO DL-WHERE
           MOVE WS-CAND-SEQ TO DL-SEQ
           MOVE WS-CNV-CODE TO DL-CODE
           MOVE WS-ORIG-AMOUNT TO DL-AMOUNT
           MOVE WS-APPLIED-RATE TO DL-RATE
           MOVE WS-ORIG-RESULT TO DL-RESULT
           MOVE WS-NEW-RATE TO DL-NEW-RATE
           MOVE WS-NEW-RESULT TO DL-NEW-RESULT
           MOVE WS-GAIN TO DL-GAIN
           IF WS-AMT-DERIVED = 'Y'
               MOVE "*" TO DL-FLAG
               ADD 1 TO WS-DERIVED-COUNT
           ELSE
               MOVE SPACE TO DL-FLAG
           END-IF
           MOVE WS-DET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CNV-CODE TO WS-GRP-CODE-IN
           MOVE WS-CAND-DATE(1:6) TO WS-GRP-MONTH-IN

      *Paragraphe retrouvant, ou insérant à sa place, la ligne de
      *    totaux du code et du mois
           PERFORM 0345-FIND-GROUP THRU 0345-FIND-GROUP-END

           ADD 1 TO WS-GRP-T-CALC(WS-GRP-IDX)
           ADD WS-ORIG-RESULT TO WS-GRP-T-ORIG(WS-GRP-IDX)
           ADD WS-NEW-RESULT TO WS-GRP-T-REVAL(WS-GRP-IDX)
           ADD WS-GAIN TO WS-GRP-T-GAIN(WS-GRP-IDX)

           ADD WS-ORIG-RESULT TO WS-TOT-ORIG
           ADD WS-NEW-RESULT TO WS-TOT-REVAL
           ADD WS-GAIN TO WS-TOT-GAIN
       .

       0340-REVALUE-END.
           EXIT
       .

      *Paragraphe retrouvant la ligne de totaux de clé WS-GRP-KEY-IN,
      *    dont l'indice est laissé dans WS-GRP-IDX ; une clé nouvelle
      *    est insérée à sa place dans l'ordre du code puis du mois,
      *    les lignes suivantes étant décalées d'un rang
       0345-FIND-GROUP.
           MOVE 0 TO WS-GRP-IDX
           MOVE 0 TO WS-FIND-IDX

           PERFORM UNTIL WS-FIND-IDX = WS-GRP-COUNT
               OR WS-GRP-IDX NOT = 0
               ADD 1 TO WS-FIND-IDX
               IF WS-GRP-T-KEY(WS-FIND-IDX) NOT < WS-GRP-KEY-IN
                   MOVE WS-FIND-IDX TO WS-GRP-IDX
               END-IF
           END-PERFORM

           IF WS-GRP-IDX = 0
               OR WS-GRP-T-KEY(WS-GRP-IDX) NOT = WS-GRP-KEY-IN

               IF WS-GRP-COUNT = WS-GRP-MAX
                   DISPLAY "Trop de codes et de mois pour le "
                       "compte-rendu, réduisez la plage de dates"
                   CLOSE REPORT-FILE
                   CLOSE RATE-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               IF WS-GRP-IDX = 0
                   COMPUTE WS-GRP-IDX = WS-GRP-COUNT + 1
               END-IF

               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-MOVE-IDX
               PERFORM UNTIL WS-MOVE-IDX = WS-GRP-IDX
                   MOVE WS-GRP-ENTRY(WS-MOVE-IDX - 1)
                       TO WS-GRP-ENTRY(WS-MOVE-IDX)
                   SUBTRACT 1 FROM WS-MOVE-IDX
               END-PERFORM

               MOVE WS-GRP-KEY-IN TO WS-GRP-T-KEY(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-CALC(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-ORIG(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-REVAL(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-GAIN(WS-GRP-IDX)

           END-IF
       .

       0345-FIND-GROUP-END.
           EXIT
       .

      *Paragraphe mettant de côté la conversion non réévaluée, pour
      *    la section des codes expirés ou celle des autres
      *    conversions ; une table pleine tronque la liste, ce qui
      *    est signalé en fin de compte-rendu
       0350-ADD-EXCEPTION.
           IF WS-CNV-EXPIRED
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF

           IF WS-EXC-COUNT = WS-EXC-MAX
               ADD 1 TO WS-EXC-LOST
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-CNV-STATE TO WS-EXC-T-STATE(WS-EXC-COUNT)
               MOVE WS-CAND-DATE TO WS-EXC-T-DATE(WS-EXC-COUNT)
               MOVE WS-CAND-WHERE TO WS-EXC-T-WHERE(WS-EXC-COUNT)
               MOVE WS-CAND-SEQ TO WS-EXC-T-SEQ(WS-EXC-COUNT)
               MOVE WS-CNV-CODE TO WS-EXC-T-CODE(WS-EXC-COUNT)
               MOVE WS-CAND-RESULT TO WS-EXC-T-RESULT(WS-EXC-COUNT)
               MOVE WS-CAND-CALCUL TO WS-EXC-T-CALCUL(WS-EXC-COUNT)
           END-IF
       .

       0350-ADD-EXCEPTION-END.
           EXIT
       .

      *Paragraphe relisant l'archive de l'année demandée ; une
      *    archive absente est signalée dans le compte-rendu et le
      *    code retour, l'historique restant réévalué
       0400-SCAN-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING
               "HISTARC" DELIMITED BY SIZE
               WS-ARC-YEAR DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING

           OPEN INPUT ARCHIVE-FILE

           IF WS-ARC-STATUS NOT = "00"
               MOVE 'Y' TO WS-ARC-ABSENT
               DISPLAY "Archive " WS-ARCHIVE-NAME
                   " absente, code statut " WS-ARC-STATUS
           ELSE

      *Première lecture : relevé des écritures inverses par passage
      *    d'archivage, comme dans histinq.cbl
               MOVE 0 TO WS-AREF-COUNT
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
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE

      *Seconde lecture : réévaluation des conversions archivées
      *    datées de la plage
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

           END-IF
       .

       0400-SCAN-ARCHIVE-END.
           EXIT
       .

      *Paragraphe numérotant le passage d'archivage de la ligne
      *    courante, à l'identique de histinq.cbl : un nouveau passage
      *    commence quand la date d'archivage change ou que la
      *    séquence repart en arrière
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

      *Paragraphe soumettant à la réévaluation le calcul archivé
      *    courant quand sa date est dans la plage, annulé quand une
      *    écriture inverse du même passage porte son numéro ; un
      *    calcul d'avant les zones de date est hors de toute plage
      *    bornée
       0420-LOAD-ARCHIVE-CANDIDATE.
           IF ARC-CALC-DATE IS NUMERIC
               MOVE ARC-CALC-DATE TO WS-CAND-DATE
           ELSE
               MOVE 0 TO WS-CAND-DATE
           END-IF

           IF WS-CAND-DATE NOT < WS-FROM-DATE
               AND WS-CAND-DATE NOT > WS-TO-DATE

               MOVE ARC-SEQ TO WS-CAND-SEQ
               MOVE WS-ARCHIVE-NAME TO WS-CAND-WHERE
               MOVE ARC-CALCUL TO WS-CAND-CALCUL
               MOVE ARC-RESULT TO WS-CAND-RESULT

               MOVE 'N' TO WS-CAND-VOIDED
               MOVE ARC-SEQ TO WS-SEQ-TEXT
               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX = WS-AREF-COUNT
                   ADD 1 TO WS-IDX
                   IF WS-AREF-T-PASS(WS-IDX) = WS-ARC-PASS
                       AND WS-AREF-T-ORIG(WS-IDX) = WS-SEQ-TEXT
                       MOVE 'Y' TO WS-CAND-VOIDED
                   END-IF
               END-PERFORM

               PERFORM 0300-PROCESS-CANDIDATE
                   THRU 0300-PROCESS-CANDIDATE-END

           END-IF
       .

       0420-LOAD-ARCHIVE-CANDIDATE-END.
           EXIT
       .

      *Paragraphe imprimant une ligne de totaux par code de taux et
      *    par mois, dans l'ordre du code puis du mois, un sous-total
      *    à chaque changement de code, puis le total général
       0500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Totaux par code de taux et par mois" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-PREV-CODE
           MOVE 0 TO WS-GRP-IDX

           PERFORM UNTIL WS-GRP-IDX = WS-GRP-COUNT
               ADD 1 TO WS-GRP-IDX

               IF WS-GRP-IDX > 1
                   AND WS-GRP-T-CODE(WS-GRP-IDX) NOT = WS-PREV-CODE
                   PERFORM 0510-WRITE-SUBTOTAL
                       THRU 0510-WRITE-SUBTOTAL-END
               END-IF
               MOVE WS-GRP-T-CODE(WS-GRP-IDX) TO WS-PREV-CODE

               MOVE SPACES TO TL-LABEL
               STRING
                   WS-GRP-T-CODE(WS-GRP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GRP-T-MONTH(WS-GRP-IDX)(1:4) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-GRP-T-MONTH(WS-GRP-IDX)(5:2) DELIMITED BY SIZE
                   INTO TL-LABEL
               END-STRING
               MOVE WS-GRP-T-CALC(WS-GRP-IDX) TO TL-CALC
               MOVE WS-GRP-T-ORIG(WS-GRP-IDX) TO TL-ORIG
               MOVE WS-GRP-T-REVAL(WS-GRP-IDX) TO TL-REVAL
               MOVE WS-GRP-T-GAIN(WS-GRP-IDX) TO TL-GAIN
               MOVE WS-TOT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD

               ADD WS-GRP-T-CALC(WS-GRP-IDX) TO WS-SUB-CALC
               ADD WS-GRP-T-ORIG(WS-GRP-IDX) TO WS-SUB-ORIG
               ADD WS-GRP-T-REVAL(WS-GRP-IDX) TO WS-SUB-REVAL
               ADD WS-GRP-T-GAIN(WS-GRP-IDX) TO WS-SUB-GAIN

           END-PERFORM

           IF WS-GRP-COUNT > 0
               PERFORM 0510-WRITE-SUBTOTAL
                   THRU 0510-WRITE-SUBTOTAL-END
           END-IF

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "Total général" TO TL-LABEL
           MOVE WS-REVAL-COUNT TO TL-CALC
           MOVE WS-TOT-ORIG TO TL-ORIG
           MOVE WS-TOT-REVAL TO TL-REVAL
           MOVE WS-TOT-GAIN TO TL-GAIN
           MOVE WS-TOT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       .

       0500-WRITE-TOTALS-END.
           EXIT
       .

      *Paragraphe imprimant le sous-total du code WS-PREV-CODE, puis
      *    remettant les sous-totaux à zéro pour le code suivant
       0510-WRITE-SUBTOTAL.
           MOVE SPACES TO TL-LABEL
           STRING
               WS-PREV-CODE DELIMITED BY SIZE
               " total" DELIMITED BY SIZE
               INTO TL-LABEL
           END-STRING
           MOVE WS-SUB-CALC TO TL-CALC
           MOVE WS-SUB-ORIG TO TL-ORIG
           MOVE WS-SUB-REVAL TO TL-REVAL
           MOVE WS-SUB-GAIN TO TL-GAIN
           MOVE WS-TOT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-SUB-CALC
           MOVE 0 TO WS-SUB-ORIG
           MOVE 0 TO WS-SUB-REVAL
           MOVE 0 TO WS-SUB-GAIN
       .

       0510-WRITE-SUBTOTAL-END.
           EXIT
       .

      *Paragraphe imprimant les conversions non réévaluées : une
      *    section pour les codes expirés dans RATEMAST depuis la
      *    conversion, puis une section pour les autres, chacune avec
      *    son motif
       0600-WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Conversions à code expiré, non réévaluées"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'E' TO WS-EXC-KIND
           PERFORM 0610-WRITE-EXC-SECTION
               THRU 0610-WRITE-EXC-SECTION-END

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Autres conversions non réévaluées" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'X' TO WS-EXC-KIND
           PERFORM 0610-WRITE-EXC-SECTION
               THRU 0610-WRITE-EXC-SECTION-END
       .

       0600-WRITE-EXCEPTIONS-END.
           EXIT
       .

      *Paragraphe imprimant les conversions mises de côté de la
      *    section WS-EXC-KIND : E pour les codes expirés, X pour tous
      *    les autres motifs
       0610-WRITE-EXC-SECTION.
           MOVE 0 TO WS-EXC-PRINTED
           MOVE 0 TO WS-EXC-IDX

           PERFORM UNTIL WS-EXC-IDX = WS-EXC-COUNT
               ADD 1 TO WS-EXC-IDX

               IF (WS-EXC-KIND = 'E'
                       AND WS-EXC-T-STATE(WS-EXC-IDX) = 'E')
                   OR (WS-EXC-KIND = 'X'
                       AND WS-EXC-T-STATE(WS-EXC-IDX) NOT = 'E')

                   ADD 1 TO WS-EXC-PRINTED
                   MOVE WS-EXC-T-DATE(WS-EXC-IDX) TO XL-DATE
                   MOVE WS-EXC-T-WHERE(WS-EXC-IDX) TO XL-WHERE
                   MOVE WS-EXC-T-SEQ(WS-EXC-IDX) TO XL-SEQ
                   MOVE WS-EXC-T-CODE(WS-EXC-IDX) TO XL-CODE
                   MOVE WS-EXC-T-RESULT(WS-EXC-IDX) TO XL-RESULT

                   EVALUATE WS-EXC-T-STATE(WS-EXC-IDX)
                       WHEN "E"
                           MOVE "code expiré dans RATEMAST"
                               TO XL-REASON
                       WHEN "A"
                           MOVE "code absent de RATEMAST"
                               TO XL-REASON
                       WHEN "N"
                           MOVE "aucun taux en vigueur à la date"
                               TO XL-REASON
                       WHEN "C"
                           MOVE "conversion suivie d'un autre calcul"
                               TO XL-REASON
                       WHEN OTHER
                           MOVE "texte ou résultat illisible"
                               TO XL-REASON
                   END-EVALUATE

                   MOVE WS-EXC-T-CALCUL(WS-EXC-IDX) TO XL-CALCUL
                   MOVE WS-EXC-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD

               END-IF

           END-PERFORM

           IF WS-EXC-PRINTED = 0
               MOVE "Aucune" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       .

       0610-WRITE-EXC-SECTION-END.
           EXIT
       .

      *Paragraphe imprimant les remarques de fin de compte-rendu :
      *    conversions annulées écartées, montants déduits, annulations
      *    d'originaux archivés qui ne peuvent plus être reconnues,
      *    archive absente et listes tronquées
       0650-WRITE-REMARKS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-READ-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
               " conversion(s) dans la plage" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-VOIDED-COUNT > 0
               MOVE WS-VOIDED-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " conversion(s) annulée(s), écartée(s)"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-DERIVED-COUNT > 0
               MOVE WS-DERIVED-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " montant(s) d'origine (*) déduit(s) du résultat "
                       DELIMITED BY SIZE
                   "et du taux appliqué" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-LOST-REF-COUNT > 0
               MOVE WS-LOST-REF-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " annulation(s) d'un original archivé (ARCHIV), "
                       DELIMITED BY SIZE
                   "non rapprochée(s) : vérifiez l'archive"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-ARC-ABSENT = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "Archive " DELIMITED BY SIZE
                   WS-ARCHIVE-NAME DELIMITED BY SIZE
                   " absente, non relue" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-AREF-OVFL = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "Trop d'annulations dans " DELIMITED BY SIZE
                   WS-ARCHIVE-NAME DELIMITED BY SIZE
                   ", annulations archivées incomplètes"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-EXC-LOST > 0
               MOVE WS-EXC-LOST TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " conversion(s) non réévaluée(s) non listée(s), "
                       DELIMITED BY SIZE
                   "réduisez la plage de dates" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
       .

       0650-WRITE-REMARKS-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, conversions lues dans la plage,
      *    conversions réévaluées, conversions non réévaluées et
      *    REVRPTP s'il a été lu ; un journal d'exécution illisible
      *    est signalé sans empêcher l'arrêt ni toucher au code retour
       0900-WRITE-RUN-LOG.
           MOVE RETURN-CODE TO WS-RLG-RC
           ACCEPT WS-RLG-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-END-TIME FROM TIME

           OPEN EXTEND RUN-LOG-FILE

           IF WS-RLG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF

           IF WS-RLG-STATUS NOT = "00"
               DISPLAY "Erreur ouverture RUNLOG, code statut "
                   WS-RLG-STATUS
           ELSE

               MOVE SPACES TO RUN-LOG-RECORD
               MOVE "revrpt" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-COUNT TO RLG-READ
               MOVE WS-REVAL-COUNT TO RLG-WRITTEN
               COMPUTE RLG-REJECTED = WS-EXPIRED-COUNT + WS-OTHER-COUNT
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "REVRPTP" TO RLG-PARAM
               END-IF
               MOVE 'T' TO RLG-STATE

               WRITE RUN-LOG-RECORD

               IF WS-RLG-STATUS NOT = "00"
                   DISPLAY "Erreur d'écriture dans RUNLOG"
               END-IF

               CLOSE RUN-LOG-FILE

           END-IF

           MOVE WS-RLG-RC TO RETURN-CODE
       .

       0900-WRITE-RUN-LOG-END.
           EXIT
       .
