       IDENTIFICATION DIVISION.
       PROGRAM-ID. costrpt.
       AUTHOR. Thomas Baudrin.

      *Compte-rendu des résultats par centre de coût et par mois pour
      *    le contrôle de gestion : chaque calcul de l'historique
      *    HISTFILE, et sur demande d'une archive annuelle
      *    HISTARCaaaa, daté de la plage demandée est cumulé dans le
      *    groupe de son centre de coût et de son mois ; chaque
      *    écriture inverse "annul NNNNNN" de la plage est imputée au
      *    groupe de son calcul d'origine, relu par sa clé comme dans
      *    perclo.cbl, afin que la paire se compense dans le même
      *    groupe. Le compte-rendu COSTRPTR donne par centre et par
      *    mois le nombre de calculs, le total brut, les annulations
      *    et le total net, le sous-total de chaque centre avec son
      *    libellé du fichier maître COSTMAST et le total général ;
      *    les calculs historisés sans centre de coût sont listés un
      *    à un dans une section d'exceptions
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

      *Fichier maître des centres de coût entretenu par costmnt.cbl,
      *    à l'identique de calcul.cbl
           SELECT COST-CENTRE-FILE ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CODE
               FILE STATUS IS WS-CST-STATUS.

      *Compte-rendu par centre de coût
           SELECT REPORT-FILE ASSIGN TO "COSTRPTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *Petit fichier de paramètres pour la marche sans surveillance :
      *    s'il est présent, la plage de dates et l'année d'archive y
      *    sont lues et aucune saisie n'est demandée ; absent, elles
      *    sont saisies
           SELECT PARAM-FILE ASSIGN TO "COSTRPTP"
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

      *Un centre de coût du fichier maître : code, libellé, opérateur
      *    responsable et état (A = actif, I = désactivé), à
      *    l'identique de costmnt.cbl
       FD  COST-CENTRE-FILE.
       01  CST-RECORD.
           05  CST-CODE            PIC X(6).
           05  CST-NAME            PIC X(30).
           05  CST-RESP-USER       PIC X(10).
           05  CST-ACTIVE          PIC X.

      *Une ligne du compte-rendu par centre de coût
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

      *Les paramètres de la marche sans surveillance : dates de début
      *    et de fin AAAAMMJJ (une borne à blanc ouvrant la plage de
      *    ce côté) et année d'archive AAAA (à blanc, aucune)
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-FROM-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  PRM-TO-DATE         PIC X(8).
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
       01  WS-CST-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-ARC-EOF          PIC X            VALUE 'N'.
           88  WS-ARC-EOF-YES               VALUE 'Y'.

      *Fichier maître des centres de coût : absent, le compte-rendu
      *    est tout de même édité, sans les libellés des centres
       01  WS-CST-AVAILABLE    PIC X            VALUE 'N'.
           88  WS-CST-AVAILABLE-YES         VALUE 'Y'.
       01  WS-CST-STATE-TEXT   PIC X(16)        VALUE SPACES.

      *Plage de dates des calculs, bornes comprises (une borne
      *    laissée à blanc ouvre la plage de ce côté) et année
      *    d'archive à relire (à blanc, aucune)
       01  WS-FROM-DATE        PIC 9(8)         VALUE 0.
       01  WS-TO-DATE          PIC 9(8)         VALUE 99999999.
       01  WS-ARC-YEAR         PIC X(4)         VALUE SPACES.
       01  WS-ARCHIVE-NAME     PIC X(11)        VALUE SPACES.
       01  WS-ARC-ABSENT       PIC X            VALUE 'N'.

      *Variables de la marche sans surveillance sur le fichier de
      *    paramètres COSTRPTP
       01  WS-PRM-STATUS       PIC XX.
       01  WS-PRM-PRESENT      PIC X            VALUE 'N'.
       01  WS-PRM-CHECK        PIC X(8).

      *Table des écritures inverses de la plage, mises de côté pour
      *    être imputées au groupe de leur calcul d'origine une fois
      *    la lecture finie : passage 0 pour l'historique, numéro du
      *    passage d'archivage pour l'archive (chaque purge
      *    renumérotant l'historique, une référence "annul NNNNNN" de
      *    l'archive ne vaut qu'à l'intérieur du passage qui l'a
      *    écrite, comme dans histinq.cbl), avec le centre et le mois
      *    de l'écriture inverse elle-même pour le cas où l'original
      *    est introuvable ; au-delà de la capacité le compte-rendu
      *    est abandonné, la plage de dates devant être réduite
       01  WS-REV-MAX          PIC 9(4)         VALUE 500.
       01  WS-REV-COUNT        PIC 9(4)         VALUE 0.
       01  WS-REV-IDX          PIC 9(4)         VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 500.
               10  WS-REV-PASS         PIC 9(4).
               10  WS-REV-ORIG         PIC X(6).
               10  WS-REV-AMOUNT       PIC S9(13)V99.
               10  WS-REV-CENTRE       PIC X(6).
               10  WS-REV-MONTH        PIC 9(6).
               10  WS-REV-DONE         PIC X.

      *Passage d'archivage de la ligne d'archive courante, numéroté
      *    comme dans histinq.cbl
       01  WS-ARC-PASS         PIC 9(4)         VALUE 0.
       01  WS-ARC-LAST-DATE    PIC 9(8)         VALUE 0.
       01  WS-ARC-LAST-SEQ     PIC 9(6)         VALUE 0.

      *Calcul candidat, relu de l'historique ou de l'archive
       01  WS-CAND-PASS        PIC 9(4)         VALUE 0.
       01  WS-CAND-SEQ         PIC 9(6)         VALUE 0.
       01  WS-CAND-WHERE       PIC X(11)        VALUE SPACES.
       01  WS-CAND-CALCUL      PIC X(100)       VALUE SPACES.
       01  WS-CAND-RESULT      PIC X(18)        VALUE SPACES.
       01  WS-CAND-DATE        PIC 9(8)         VALUE 0.
       01  WS-CAND-USER        PIC X(10)        VALUE SPACES.
       01  WS-CAND-CENTRE      PIC X(6)         VALUE SPACES.

      *Montant du résultat relu dans son texte et numéro d'origine
      *    d'une écriture inverse
       01  WS-AMOUNT           PIC S9(13)V99    VALUE 0.
       01  WS-AMOUNT-CHECK     PIC X(18)        VALUE SPACES.
       01  WS-ORIG-SEQ         PIC 9(6)         VALUE 0.
       01  WS-ORIG-FOUND       PIC X            VALUE 'N'.
       01  WS-SEQ-TEXT         PIC X(6).

      *Table des totaux par centre de coût et par mois, tenue dans
      *    l'ordre du centre puis du mois pour l'impression ; au-delà
      *    de la capacité le compte-rendu est abandonné, la plage de
      *    dates devant être réduite
       01  WS-GRP-MAX          PIC 9(4)         VALUE 300.
       01  WS-GRP-COUNT        PIC 9(4)         VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 300.
               10  WS-GRP-T-KEY.
                   15  WS-GRP-T-CENTRE PIC X(6).
                   15  WS-GRP-T-MONTH  PIC 9(6).
               10  WS-GRP-T-CALC       PIC 9(6).
               10  WS-GRP-T-GROSS      PIC S9(13)V99.
               10  WS-GRP-T-VOID       PIC 9(6).
               10  WS-GRP-T-VOID-AMT   PIC S9(13)V99.
       01  WS-GRP-KEY-IN.
           05  WS-GRP-CENTRE-IN    PIC X(6).
           05  WS-GRP-MONTH-IN     PIC 9(6).
       01  WS-GRP-IDX          PIC 9(4)         VALUE 0.
       01  WS-FIND-IDX         PIC 9(4)         VALUE 0.
       01  WS-MOVE-IDX         PIC 9(4)         VALUE 0.
       01  WS-PREV-CENTRE      PIC X(6)         VALUE SPACES.

      *Sous-totaux du centre en cours d'impression et total général
       01  WS-SUB-CALC         PIC 9(6)         VALUE 0.
       01  WS-SUB-GROSS        PIC S9(13)V99    VALUE 0.
       01  WS-SUB-VOID         PIC 9(6)         VALUE 0.
       01  WS-SUB-VOID-AMT     PIC S9(13)V99    VALUE 0.
       01  WS-TOT-CALC         PIC 9(7)         VALUE 0.
       01  WS-TOT-GROSS        PIC S9(13)V99    VALUE 0.
       01  WS-TOT-VOID         PIC 9(7)         VALUE 0.
       01  WS-TOT-VOID-AMT     PIC S9(13)V99    VALUE 0.
       01  WS-TOT-NET          PIC S9(13)V99    VALUE 0.
       01  WS-NET-COUNT        PIC S9(7)        VALUE 0.

      *Table des calculs sans centre de coût, imprimés après les
      *    totaux, chacun marqué quand une écriture inverse lui a été
      *    imputée ; au-delà de la capacité la liste est tronquée et
      *    le signale
       01  WS-EXC-MAX          PIC 9(4)         VALUE 500.
       01  WS-EXC-COUNT        PIC 9(4)         VALUE 0.
       01  WS-EXC-LOST         PIC 9(6)         VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500.
               10  WS-EXC-T-PASS       PIC 9(4).
               10  WS-EXC-T-DATE       PIC 9(8).
               10  WS-EXC-T-WHERE      PIC X(11).
               10  WS-EXC-T-SEQ        PIC 9(6).
               10  WS-EXC-T-USER       PIC X(10).
               10  WS-EXC-T-RESULT     PIC X(18).
               10  WS-EXC-T-VOIDED     PIC X.
               10  WS-EXC-T-CALCUL     PIC X(100).
       01  WS-EXC-IDX          PIC 9(4)         VALUE 0.

      *Compteurs du compte-rendu
       01  WS-READ-COUNT       PIC 9(7)         VALUE 0.
       01  WS-CENTRE-COUNT     PIC 9(7)         VALUE 0.
       01  WS-NO-CENTRE-COUNT  PIC 9(7)         VALUE 0.
       01  WS-BAD-COUNT        PIC 9(6)         VALUE 0.
       01  WS-CROSS-COUNT      PIC 9(6)         VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(6)         VALUE 0.
       01  WS-UNKNOWN-COUNT    PIC 9(6)         VALUE 0.

      *Variables de saisie et d'affichage
       01  WS-INPUT            PIC X(11).
       01  WS-CHECK-INPUT      PIC X(11).
       01  WS-FOUND            PIC X            VALUE 'N'.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-FROM      PIC 9999/99/99.
       01  WS-VISUAL-TO        PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(6)9.
       01  WS-VISUAL-AMOUNT    PIC -(12)9.99.

      *Ligne de totaux par centre et par mois, sous-total du centre
      *    et total général, avec ses titres de colonnes ; le net est
      *    le nombre de calculs moins les annulations imputées et le
      *    total brut compensé par leurs écritures inverses, comme
      *    dans perclo.cbl
       01  WS-TOT-LINE.
           05  TL-LABEL            PIC X(24).
           05  FILLER              PIC X            VALUE SPACE.
           05  TL-CALC             PIC Z(6)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-GROSS            PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-VOID             PIC Z(6)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-VOID-AMT         PIC -Z(12)9.99.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-NET-COUNT        PIC -Z(6)9.
           05  FILLER              PIC X(2)         VALUE SPACES.
           05  TL-NET              PIC -Z(12)9.99.
       01  WS-TOT-TITLE.
           05  FILLER              PIC X(25)
                   VALUE "Centre / mois".
           05  FILLER              PIC X(9)         VALUE "Calculs".
           05  FILLER              PIC X(20)
                   VALUE "          Total brut".
           05  FILLER              PIC X(9)         VALUE "   Annul.".
           05  FILLER              PIC X(20)
                   VALUE "      Montant annul.".
           05  FILLER              PIC X(10)        VALUE "       Net".
           05  FILLER              PIC X(20)
                   VALUE "           Total net".

      *Ligne d'un calcul sans centre de coût et ses titres
       01  WS-EXC-LINE.
           05  XL-DATE             PIC 9999/99/99.
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-WHERE            PIC X(11).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-SEQ              PIC 9(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-USER             PIC X(10).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-RESULT           PIC X(18).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-VOIDED           PIC X(7).
           05  FILLER              PIC X            VALUE SPACE.
           05  XL-CALCUL           PIC X(80).
       01  WS-EXC-TITLE.
           05  FILLER              PIC X(11)        VALUE "Date".
           05  FILLER              PIC X(12)        VALUE "Fichier".
           05  FILLER              PIC X(7)         VALUE "Seq".
           05  FILLER              PIC X(11)        VALUE "Opérateur".
           05  FILLER              PIC X(19)        VALUE "Résultat".
           05  FILLER              PIC X(8)         VALUE "Annulé".
           05  FILLER              PIC X(6)         VALUE "Calcul".

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

      *Paragraphe lisant la plage et l'année d'archive dans le
      *    fichier de paramètres COSTRPTP s'il est présent (marche
      *    sans surveillance) ; absent, elles sont saisies
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

      *Sans fichier maître des centres de coût les totaux restent
      *    justes, seuls les libellés des centres manquent
           OPEN INPUT COST-CENTRE-FILE

           IF WS-CST-STATUS = "00"
               MOVE 'Y' TO WS-CST-AVAILABLE
           ELSE
               DISPLAY "Fichier COSTMAST absent, code statut "
                   WS-CST-STATUS ", centres édités sans libellé"
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture COSTRPTR, code statut "
                   WS-RPT-STATUS
               CLOSE HISTORY-FILE
               IF WS-CST-AVAILABLE-YES
                   CLOSE COST-CENTRE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Paragraphe imprimant l'en-tête du compte-rendu
           PERFORM 0150-WRITE-HEADER THRU 0150-WRITE-HEADER-END

      *Paragraphe cumulant les calculs de l'historique datés de la
      *    plage et mettant de côté ses écritures inverses
           PERFORM 0250-SCAN-HISTORY THRU 0250-SCAN-HISTORY-END

      *Paragraphe imputant les écritures inverses de l'historique au
      *    groupe de leur calcul d'origine, relu par sa clé
           PERFORM 0270-ATTRIBUTE-LIVE-VOIDS
               THRU 0270-ATTRIBUTE-LIVE-VOIDS-END

           CLOSE HISTORY-FILE

      *Paragraphe cumulant les calculs de l'archive demandée
           IF WS-ARC-YEAR NOT = SPACES
               PERFORM 0400-SCAN-ARCHIVE THRU 0400-SCAN-ARCHIVE-END
           END-IF

           IF WS-READ-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "Aucun calcul dans la plage" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

      *Paragraphe imprimant les totaux par centre de coût et par
      *    mois, les sous-totaux par centre et le total général
           PERFORM 0500-WRITE-TOTALS THRU 0500-WRITE-TOTALS-END

           IF WS-CST-AVAILABLE-YES
               CLOSE COST-CENTRE-FILE
           END-IF

      *Paragraphe imprimant les calculs sans centre de coût, puis les
      *    remarques
           PERFORM 0600-WRITE-EXCEPTIONS THRU 0600-WRITE-EXCEPTIONS-END

           PERFORM 0650-WRITE-REMARKS THRU 0650-WRITE-REMARKS-END

           CLOSE REPORT-FILE

           MOVE WS-TOT-CALC TO WS-VISUAL-COUNT
           MOVE WS-TOT-NET TO WS-VISUAL-AMOUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " calcul(s) dans la plage, total net "
               FUNCTION TRIM(WS-VISUAL-AMOUNT)
           MOVE WS-NO-CENTRE-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " calcul(s) sans centre de coût"
           DISPLAY "Compte-rendu par centre de coût écrit dans "
               "COSTRPTR"

      *Code retour gradué pour le planificateur : 0 si tous les
      *    calculs de la plage portent un centre de coût et que toutes
      *    les annulations ont retrouvé leur original, 4 s'il reste
      *    des calculs sans centre, des annulations non rapprochées,
      *    des résultats illisibles, aucun calcul, ou si l'archive ou
      *    le fichier maître manquent (le compte-rendu mérite alors un
      *    second regard), les erreurs fichier ayant déjà remis 8
           IF WS-READ-COUNT = 0
               OR WS-NO-CENTRE-COUNT > 0
               OR WS-ORPHAN-COUNT > 0
               OR WS-BAD-COUNT > 0
               OR WS-ARC-ABSENT = 'Y'
               OR NOT WS-CST-AVAILABLE-YES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************

      *Paragraphe lisant les critères dans le fichier de paramètres
      *    COSTRPTP s'il est présent : une borne à blanc ouvre la
      *    plage de ce côté ; une zone illisible abandonne le
      *    compte-rendu avec le code 8, personne n'étant là pour
      *    resaisir
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
                                   "dans COSTRPTP"
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
                                   "dans COSTRPTP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL(PRM-TO-DATE)
                       END-IF

                       IF PRM-ARC-YEAR NOT = SPACES
                           IF PRM-ARC-YEAR IS NOT NUMERIC
                               DISPLAY "Année d'archive illisible "
                                   "dans COSTRPTP"
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

      *Paragraphe saisissant la plage de dates et l'année d'archive,
      *    chacune redemandée tant que la saisie n'est pas exploitable
       0100-GET-CRITERIA.
           PERFORM 0110-GET-FROM-DATE THRU 0110-GET-FROM-DATE-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0120-GET-TO-DATE THRU 0120-GET-TO-DATE-END
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
      *    dates, archive relue et date d'exécution
       0150-WRITE-HEADER.
           MOVE WS-FROM-DATE TO WS-VISUAL-FROM
           MOVE WS-TO-DATE TO WS-VISUAL-TO

           MOVE SPACES TO REPORT-RECORD
           STRING
               "Résultats par centre de coût et par mois du "
                   DELIMITED BY SIZE
               WS-VISUAL-FROM DELIMITED BY SIZE
               " au " DELIMITED BY SIZE
               WS-VISUAL-TO DELIMITED BY SIZE
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
       .

       0150-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe parcourant l'historique sur sa clé secondaire de
      *    date, de la date de début à la date de fin : chaque calcul
      *    est cumulé dans le groupe de son centre et de son mois,
      *    chaque écriture inverse est mise en table pour
      *    l'imputation ; le contrôle de séquence en clé 0, redaté à
      *    chaque attribution de numéro, n'est pas un calcul et est
      *    écarté
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
                           MOVE 0 TO WS-CAND-PASS
                           MOVE HIST-SEQ-NO TO WS-CAND-SEQ
                           MOVE "HISTFILE" TO WS-CAND-WHERE
                           MOVE HIST-CALCUL TO WS-CAND-CALCUL
                           MOVE HIST-RESULT TO WS-CAND-RESULT
                           MOVE HIST-DATE TO WS-CAND-DATE
                           MOVE HIST-USER TO WS-CAND-USER
                           MOVE HIST-COST-CENTRE TO WS-CAND-CENTRE

                           PERFORM 0300-PROCESS-CANDIDATE
                               THRU 0300-PROCESS-CANDIDATE-END
                       END-IF

               END-READ
           END-PERFORM
       .

       0250-SCAN-HISTORY-END.
           EXIT
       .

      *Paragraphe imputant chaque écriture inverse de l'historique
      *    au groupe du centre et du mois de son calcul d'origine,
      *    relu par sa clé ; un original d'un mois hors de la plage
      *    est imputé de même et signalé, un original introuvable
      *    (archivé, marque ARCHIV ou numéro illisible) est imputé au
      *    centre et au mois de l'écriture inverse elle-même et
      *    signalé
       0270-ATTRIBUTE-LIVE-VOIDS.
           MOVE 0 TO WS-REV-IDX

           PERFORM UNTIL WS-REV-IDX = WS-REV-COUNT
               ADD 1 TO WS-REV-IDX

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
                   MOVE 'Y' TO WS-REV-DONE(WS-REV-IDX)
                   MOVE 0 TO WS-CAND-PASS
                   MOVE "HISTFILE" TO WS-CAND-WHERE
                   MOVE HIST-SEQ-NO TO WS-CAND-SEQ
                   MOVE HIST-DATE TO WS-CAND-DATE
                   MOVE HIST-COST-CENTRE TO WS-CAND-CENTRE
                   PERFORM 0330-ADD-VOID-TO-ORIGINAL
                       THRU 0330-ADD-VOID-TO-ORIGINAL-END
               END-IF

           END-PERFORM

           PERFORM 0340-ADD-ORPHAN-VOIDS THRU 0340-ADD-ORPHAN-VOIDS-END
       .

       0270-ATTRIBUTE-LIVE-VOIDS-END.
           EXIT
       .

      *Paragraphe traitant le calcul candidat daté de la plage : son
      *    montant est relu, une écriture inverse est mise en table,
      *    tout autre calcul est cumulé dans le groupe de son centre
      *    et de son mois, et listé à part s'il n'a pas de centre
       0300-PROCESS-CANDIDATE.
           ADD 1 TO WS-READ-COUNT

           PERFORM 0310-READ-AMOUNT THRU 0310-READ-AMOUNT-END

           IF WS-CAND-CALCUL(1:6) = "annul "
               PERFORM 0320-STORE-REVERSAL THRU 0320-STORE-REVERSAL-END
           ELSE

               MOVE WS-CAND-CENTRE TO WS-GRP-CENTRE-IN
               MOVE WS-CAND-DATE(1:6) TO WS-GRP-MONTH-IN

      *Paragraphe retrouvant, ou insérant à sa place, la ligne de
      *    totaux du centre et du mois
               PERFORM 0345-FIND-GROUP THRU 0345-FIND-GROUP-END

               ADD 1 TO WS-GRP-T-CALC(WS-GRP-IDX)
               ADD WS-AMOUNT TO WS-GRP-T-GROSS(WS-GRP-IDX)

               IF WS-CAND-CENTRE = SPACES
                   ADD 1 TO WS-NO-CENTRE-COUNT
                   PERFORM 0350-ADD-EXCEPTION
                       THRU 0350-ADD-EXCEPTION-END
               ELSE
                   ADD 1 TO WS-CENTRE-COUNT
               END-IF

           END-IF
       .

       0300-PROCESS-CANDIDATE-END.
           EXIT
       .

      *Paragraphe relisant le montant du résultat dans son texte ; un
      *    résultat illisible compte pour zéro et est signalé en fin
      *    de compte-rendu
       0310-READ-AMOUNT.
           MOVE 0 TO WS-AMOUNT

           MOVE WS-CAND-RESULT TO WS-AMOUNT-CHECK
           INSPECT WS-AMOUNT-CHECK
               CONVERTING "0123456789.-" TO "            "

           IF WS-CAND-RESULT = SPACES
               OR WS-AMOUNT-CHECK NOT = SPACES
               ADD 1 TO WS-BAD-COUNT
           ELSE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-CAND-RESULT)
           END-IF
       .

       0310-READ-AMOUNT-END.
           EXIT
       .

      *Paragraphe mettant en table l'écriture inverse courante, avec
      *    le numéro d'origine relu à sa place fixe dans le texte
      *    "annul NNNNNN motif XX : ...", son passage, son montant,
      *    son centre et son mois
       0320-STORE-REVERSAL.
           IF WS-REV-COUNT = WS-REV-MAX
               DISPLAY "Trop d'annulations pour le compte-rendu, "
                   "réduisez la plage de dates"
               CLOSE REPORT-FILE
               IF WS-CST-AVAILABLE-YES
                   CLOSE COST-CENTRE-FILE
               END-IF
               IF WS-CAND-PASS = 0
                   CLOSE HISTORY-FILE
               ELSE
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           ADD 1 TO WS-REV-COUNT
           MOVE WS-CAND-PASS TO WS-REV-PASS(WS-REV-COUNT)
           MOVE WS-CAND-CALCUL(7:6) TO WS-REV-ORIG(WS-REV-COUNT)
           MOVE WS-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
           MOVE WS-CAND-CENTRE TO WS-REV-CENTRE(WS-REV-COUNT)
           MOVE WS-CAND-DATE(1:6) TO WS-REV-MONTH(WS-REV-COUNT)
           MOVE 'N' TO WS-REV-DONE(WS-REV-COUNT)
       .

       0320-STORE-REVERSAL-END.
           EXIT
       .

      *Paragraphe imputant l'écriture inverse WS-REV-IDX au groupe du
      *    centre et du mois de son calcul d'origine, décrit par les
      *    zones du candidat ; un original hors de la plage est
      *    signalé, un original sans centre est marqué annulé dans la
      *    liste des calculs sans centre
       0330-ADD-VOID-TO-ORIGINAL.
           IF WS-CAND-DATE < WS-FROM-DATE
               OR WS-CAND-DATE > WS-TO-DATE
               ADD 1 TO WS-CROSS-COUNT
           END-IF

           MOVE WS-CAND-CENTRE TO WS-GRP-CENTRE-IN
           MOVE WS-CAND-DATE(1:6) TO WS-GRP-MONTH-IN
           PERFORM 0345-FIND-GROUP THRU 0345-FIND-GROUP-END

           ADD 1 TO WS-GRP-T-VOID(WS-GRP-IDX)
           ADD WS-REV-AMOUNT(WS-REV-IDX)
               TO WS-GRP-T-VOID-AMT(WS-GRP-IDX)

           IF WS-CAND-CENTRE = SPACES
               MOVE 0 TO WS-EXC-IDX
               PERFORM UNTIL WS-EXC-IDX = WS-EXC-COUNT
                   ADD 1 TO WS-EXC-IDX
                   IF WS-EXC-T-WHERE(WS-EXC-IDX) = WS-CAND-WHERE
                       AND WS-EXC-T-PASS(WS-EXC-IDX) = WS-CAND-PASS
                       AND WS-EXC-T-SEQ(WS-EXC-IDX) = WS-CAND-SEQ
                       MOVE 'Y' TO WS-EXC-T-VOIDED(WS-EXC-IDX)
                   END-IF
               END-PERFORM
           END-IF
       .

       0330-ADD-VOID-TO-ORIGINAL-END.
           EXIT
       .

      *Paragraphe imputant les écritures inverses restées sans
      *    original au centre et au mois de l'écriture inverse
      *    elle-même, chacune comptée comme non rapprochée
       0340-ADD-ORPHAN-VOIDS.
           MOVE 0 TO WS-REV-IDX

           PERFORM UNTIL WS-REV-IDX = WS-REV-COUNT
               ADD 1 TO WS-REV-IDX

               IF WS-REV-DONE(WS-REV-IDX) = 'N'
                   MOVE 'Y' TO WS-REV-DONE(WS-REV-IDX)
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE WS-REV-CENTRE(WS-REV-IDX) TO WS-GRP-CENTRE-IN
                   MOVE WS-REV-MONTH(WS-REV-IDX) TO WS-GRP-MONTH-IN
                   PERFORM 0345-FIND-GROUP THRU 0345-FIND-GROUP-END
                   ADD 1 TO WS-GRP-T-VOID(WS-GRP-IDX)
                   ADD WS-REV-AMOUNT(WS-REV-IDX)
                       TO WS-GRP-T-VOID-AMT(WS-GRP-IDX)
               END-IF

           END-PERFORM
       .

       0340-ADD-ORPHAN-VOIDS-END.
           EXIT
       .

      *Paragraphe retrouvant la ligne de totaux de clé WS-GRP-KEY-IN,
      *    dont l'indice est laissé dans WS-GRP-IDX ; une clé nouvelle
      *    est insérée à sa place dans l'ordre du centre puis du mois,
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
                   DISPLAY "Trop de centres et de mois pour le "
                       "compte-rendu, réduisez la plage de dates"
                   CLOSE REPORT-FILE
                   IF WS-CST-AVAILABLE-YES
                       CLOSE COST-CENTRE-FILE
                   END-IF
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
               MOVE 0 TO WS-GRP-T-GROSS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-VOID(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-T-VOID-AMT(WS-GRP-IDX)

           END-IF
       .

       0345-FIND-GROUP-END.
           EXIT
       .

      *Paragraphe mettant de côté le calcul sans centre de coût pour
      *    la section des exceptions ; une table pleine tronque la
      *    liste, ce qui est signalé en fin de compte-rendu
       0350-ADD-EXCEPTION.
           IF WS-EXC-COUNT = WS-EXC-MAX
               ADD 1 TO WS-EXC-LOST
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-CAND-PASS TO WS-EXC-T-PASS(WS-EXC-COUNT)
               MOVE WS-CAND-DATE TO WS-EXC-T-DATE(WS-EXC-COUNT)
               MOVE WS-CAND-WHERE TO WS-EXC-T-WHERE(WS-EXC-COUNT)
               MOVE WS-CAND-SEQ TO WS-EXC-T-SEQ(WS-EXC-COUNT)
               MOVE WS-CAND-USER TO WS-EXC-T-USER(WS-EXC-COUNT)
               MOVE WS-CAND-RESULT TO WS-EXC-T-RESULT(WS-EXC-COUNT)
               MOVE 'N' TO WS-EXC-T-VOIDED(WS-EXC-COUNT)
               MOVE WS-CAND-CALCUL TO WS-EXC-T-CALCUL(WS-EXC-COUNT)
           END-IF
       .

       0350-ADD-EXCEPTION-END.
           EXIT
       .

      *Paragraphe relisant l'archive de l'année demandée en deux
      *    lectures : la première cumule les calculs datés de la plage
      *    et met de côté ses écritures inverses, la seconde retrouve
      *    l'original de chacune dans le même passage d'archivage ;
      *    une archive absente est signalée dans le compte-rendu et le
      *    code retour, l'historique restant compté
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

      *Première lecture : cumul des calculs archivés datés de la
      *    plage, par passage d'archivage
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
                           IF WS-CAND-DATE NOT < WS-FROM-DATE
                               AND WS-CAND-DATE NOT > WS-TO-DATE
                               PERFORM 0300-PROCESS-CANDIDATE
                                   THRU 0300-PROCESS-CANDIDATE-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE

      *Seconde lecture : imputation des écritures inverses archivées
      *    à leur original du même passage, quelle que soit sa date
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
                           IF ARC-CALCUL(1:6) NOT = "annul "
                               PERFORM 0420-LOAD-ARCHIVE-CANDIDATE
                                   THRU 0420-LOAD-ARCHIVE-CANDIDATE-END
                               PERFORM 0430-MATCH-ARCHIVE-VOIDS
                                   THRU 0430-MATCH-ARCHIVE-VOIDS-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE

      *Paragraphe imputant à leur propre centre les écritures
      *    inverses archivées restées sans original
               PERFORM 0340-ADD-ORPHAN-VOIDS
                   THRU 0340-ADD-ORPHAN-VOIDS-END

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

      *Paragraphe chargeant dans les zones du candidat la ligne
      *    d'archive courante ; un calcul d'avant les zones de date
      *    est hors de toute plage bornée
       0420-LOAD-ARCHIVE-CANDIDATE.
           IF ARC-CALC-DATE IS NUMERIC
               MOVE ARC-CALC-DATE TO WS-CAND-DATE
           ELSE
               MOVE 0 TO WS-CAND-DATE
           END-IF

           MOVE WS-ARC-PASS TO WS-CAND-PASS
           MOVE ARC-SEQ TO WS-CAND-SEQ
           MOVE WS-ARCHIVE-NAME TO WS-CAND-WHERE
           MOVE ARC-CALCUL TO WS-CAND-CALCUL
           MOVE ARC-RESULT TO WS-CAND-RESULT
           MOVE ARC-USER TO WS-CAND-USER
           MOVE ARC-COST-CENTRE TO WS-CAND-CENTRE
       .

       0420-LOAD-ARCHIVE-CANDIDATE-END.
           EXIT
       .

      *Paragraphe imputant au calcul archivé courant chaque écriture
      *    inverse archivée encore sans original qui porte son numéro
      *    dans le même passage
       0430-MATCH-ARCHIVE-VOIDS.
           MOVE ARC-SEQ TO WS-SEQ-TEXT
           MOVE 0 TO WS-REV-IDX

           PERFORM UNTIL WS-REV-IDX = WS-REV-COUNT
               ADD 1 TO WS-REV-IDX
               IF WS-REV-DONE(WS-REV-IDX) = 'N'
                   AND WS-REV-PASS(WS-REV-IDX) = WS-ARC-PASS
                   AND WS-REV-ORIG(WS-REV-IDX) = WS-SEQ-TEXT
                   MOVE 'Y' TO WS-REV-DONE(WS-REV-IDX)
                   PERFORM 0330-ADD-VOID-TO-ORIGINAL
                       THRU 0330-ADD-VOID-TO-ORIGINAL-END
               END-IF
           END-PERFORM
       .

       0430-MATCH-ARCHIVE-VOIDS-END.
           EXIT
       .

      *Paragraphe imprimant une ligne de totaux par centre de coût et
      *    par mois, dans l'ordre du centre puis du mois, un titre
      *    avant chaque centre et un sous-total à chaque changement de
      *    centre, puis le total général
       0500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Totaux par centre de coût et par mois"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-PREV-CENTRE
           MOVE 0 TO WS-GRP-IDX

           PERFORM UNTIL WS-GRP-IDX = WS-GRP-COUNT
               ADD 1 TO WS-GRP-IDX

               IF WS-GRP-IDX > 1
                   AND WS-GRP-T-CENTRE(WS-GRP-IDX) NOT = WS-PREV-CENTRE
                   PERFORM 0510-WRITE-SUBTOTAL
                       THRU 0510-WRITE-SUBTOTAL-END
               END-IF

               IF WS-GRP-IDX = 1
                   OR WS-GRP-T-CENTRE(WS-GRP-IDX) NOT = WS-PREV-CENTRE
                   MOVE WS-GRP-T-CENTRE(WS-GRP-IDX) TO WS-PREV-CENTRE
                   PERFORM 0505-WRITE-CENTRE-TITLE
                       THRU 0505-WRITE-CENTRE-TITLE-END
               END-IF

               MOVE SPACES TO TL-LABEL
               STRING
                   "  " DELIMITED BY SIZE
                   WS-GRP-T-MONTH(WS-GRP-IDX)(1:4) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-GRP-T-MONTH(WS-GRP-IDX)(5:2) DELIMITED BY SIZE
                   INTO TL-LABEL
               END-STRING
               MOVE WS-GRP-T-CALC(WS-GRP-IDX) TO TL-CALC
               MOVE WS-GRP-T-GROSS(WS-GRP-IDX) TO TL-GROSS
               MOVE WS-GRP-T-VOID(WS-GRP-IDX) TO TL-VOID
               MOVE WS-GRP-T-VOID-AMT(WS-GRP-IDX) TO TL-VOID-AMT
               COMPUTE WS-NET-COUNT = WS-GRP-T-CALC(WS-GRP-IDX)
                   - WS-GRP-T-VOID(WS-GRP-IDX)
               MOVE WS-NET-COUNT TO TL-NET-COUNT
               COMPUTE TL-NET = WS-GRP-T-GROSS(WS-GRP-IDX)
                   + WS-GRP-T-VOID-AMT(WS-GRP-IDX)
               MOVE WS-TOT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD

               ADD WS-GRP-T-CALC(WS-GRP-IDX) TO WS-SUB-CALC
               ADD WS-GRP-T-GROSS(WS-GRP-IDX) TO WS-SUB-GROSS
               ADD WS-GRP-T-VOID(WS-GRP-IDX) TO WS-SUB-VOID
               ADD WS-GRP-T-VOID-AMT(WS-GRP-IDX) TO WS-SUB-VOID-AMT

               ADD WS-GRP-T-CALC(WS-GRP-IDX) TO WS-TOT-CALC
               ADD WS-GRP-T-GROSS(WS-GRP-IDX) TO WS-TOT-GROSS
               ADD WS-GRP-T-VOID(WS-GRP-IDX) TO WS-TOT-VOID
               ADD WS-GRP-T-VOID-AMT(WS-GRP-IDX) TO WS-TOT-VOID-AMT

           END-PERFORM

           IF WS-GRP-COUNT > 0
               PERFORM 0510-WRITE-SUBTOTAL
                   THRU 0510-WRITE-SUBTOTAL-END
           END-IF

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           COMPUTE WS-TOT-NET = WS-TOT-GROSS + WS-TOT-VOID-AMT
           MOVE "Total général" TO TL-LABEL
           MOVE WS-TOT-CALC TO TL-CALC
           MOVE WS-TOT-GROSS TO TL-GROSS
           MOVE WS-TOT-VOID TO TL-VOID
           MOVE WS-TOT-VOID-AMT TO TL-VOID-AMT
           COMPUTE WS-NET-COUNT = WS-TOT-CALC - WS-TOT-VOID
           MOVE WS-NET-COUNT TO TL-NET-COUNT
           MOVE WS-TOT-NET TO TL-NET
           MOVE WS-TOT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       .

       0500-WRITE-TOTALS-END.
           EXIT
       .

      *Paragraphe imprimant le titre du centre WS-PREV-CENTRE avec
      *    son libellé et son responsable relus dans COSTMAST ; un
      *    centre absent du fichier maître est signalé, les calculs
      *    sans centre sont regroupés sous un titre propre
       0505-WRITE-CENTRE-TITLE.
           MOVE SPACES TO REPORT-RECORD

           IF WS-PREV-CENTRE = SPACES
               MOVE "Sans centre de coût (voir les exceptions)"
                   TO REPORT-RECORD
           ELSE IF NOT WS-CST-AVAILABLE-YES
               STRING
                   "Centre " DELIMITED BY SIZE
                   WS-PREV-CENTRE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-PREV-CENTRE TO CST-CODE
               READ COST-CENTRE-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-COUNT
                       STRING
                           "Centre " DELIMITED BY SIZE
                           WS-PREV-CENTRE DELIMITED BY SIZE
                           " - inconnu de COSTMAST" DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       IF CST-ACTIVE = 'A'
                           MOVE SPACES TO WS-CST-STATE-TEXT
                       ELSE
                           MOVE " - désactivé" TO WS-CST-STATE-TEXT
                       END-IF
                       STRING
                           "Centre " DELIMITED BY SIZE
                           WS-PREV-CENTRE DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(CST-NAME) DELIMITED BY SIZE
                           " (responsable " DELIMITED BY SIZE
                           FUNCTION TRIM(CST-RESP-USER)
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           WS-CST-STATE-TEXT DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
               END-READ
           END-IF
           END-IF

           WRITE REPORT-RECORD
       .

       0505-WRITE-CENTRE-TITLE-END.
           EXIT
       .

      *Paragraphe imprimant le sous-total du centre WS-PREV-CENTRE,
      *    puis remettant les sous-totaux à zéro pour le centre suivant
       0510-WRITE-SUBTOTAL.
           MOVE SPACES TO TL-LABEL
           IF WS-PREV-CENTRE = SPACES
               MOVE "Sans centre total" TO TL-LABEL
           ELSE
               STRING
                   WS-PREV-CENTRE DELIMITED BY SIZE
                   " total" DELIMITED BY SIZE
                   INTO TL-LABEL
               END-STRING
           END-IF
           MOVE WS-SUB-CALC TO TL-CALC
           MOVE WS-SUB-GROSS TO TL-GROSS
           MOVE WS-SUB-VOID TO TL-VOID
           MOVE WS-SUB-VOID-AMT TO TL-VOID-AMT
           COMPUTE WS-NET-COUNT = WS-SUB-CALC - WS-SUB-VOID
           MOVE WS-NET-COUNT TO TL-NET-COUNT
           COMPUTE TL-NET = WS-SUB-GROSS + WS-SUB-VOID-AMT
           MOVE WS-TOT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-SUB-CALC
           MOVE 0 TO WS-SUB-GROSS
           MOVE 0 TO WS-SUB-VOID
           MOVE 0 TO WS-SUB-VOID-AMT
       .

       0510-WRITE-SUBTOTAL-END.
           EXIT
       .

      *Paragraphe imprimant la section des calculs historisés sans
      *    centre de coût, un par ligne, marqués quand une écriture
      *    inverse les compense
       0600-WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Calculs sans centre de coût" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXC-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-EXC-IDX

           PERFORM UNTIL WS-EXC-IDX = WS-EXC-COUNT
               ADD 1 TO WS-EXC-IDX

               MOVE WS-EXC-T-DATE(WS-EXC-IDX) TO XL-DATE
               MOVE WS-EXC-T-WHERE(WS-EXC-IDX) TO XL-WHERE
               MOVE WS-EXC-T-SEQ(WS-EXC-IDX) TO XL-SEQ
               MOVE WS-EXC-T-USER(WS-EXC-IDX) TO XL-USER
               MOVE WS-EXC-T-RESULT(WS-EXC-IDX) TO XL-RESULT
               IF WS-EXC-T-VOIDED(WS-EXC-IDX) = 'Y'
                   MOVE "oui" TO XL-VOIDED
               ELSE
                   MOVE SPACES TO XL-VOIDED
               END-IF
               MOVE WS-EXC-T-CALCUL(WS-EXC-IDX) TO XL-CALCUL
               MOVE WS-EXC-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD

           END-PERFORM

           IF WS-EXC-COUNT = 0
               MOVE "Aucun" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       .

       0600-WRITE-EXCEPTIONS-END.
           EXIT
       .

      *Paragraphe imprimant les remarques de fin de compte-rendu :
      *    annulations d'un calcul hors de la plage ou non
      *    rapprochées, résultats illisibles, centres inconnus de
      *    COSTMAST, fichiers absents et liste tronquée
       0650-WRITE-REMARKS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-READ-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
               " calcul(s) et annulation(s) dans la plage"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-CROSS-COUNT > 0
               MOVE WS-CROSS-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " annulation(s) d'un calcul daté hors de la plage, "
                       DELIMITED BY SIZE
                   "imputée(s) à son mois" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-ORPHAN-COUNT > 0
               MOVE WS-ORPHAN-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " annulation(s) d'un original introuvable, "
                       DELIMITED BY SIZE
                   "imputée(s) au centre de l'annulation"
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

           IF WS-UNKNOWN-COUNT > 0
               MOVE WS-UNKNOWN-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " centre(s) de coût inconnu(s) de COSTMAST"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF NOT WS-CST-AVAILABLE-YES
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "Fichier COSTMAST absent, centres édités sans "
                       DELIMITED BY SIZE
                   "libellé" DELIMITED BY SIZE
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

           IF WS-EXC-LOST > 0
               MOVE WS-EXC-LOST TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " calcul(s) sans centre non listé(s), "
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
      *    fin, code retour, calculs et annulations lus dans la plage,
      *    calculs portant un centre de coût, calculs sans centre et
      *    COSTRPTP s'il a été lu ; un journal d'exécution illisible
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
               MOVE "costrpt" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-COUNT TO RLG-READ
               MOVE WS-CENTRE-COUNT TO RLG-WRITTEN
               MOVE WS-NO-CENTRE-COUNT TO RLG-REJECTED
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "COSTRPTP" TO RLG-PARAM
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
