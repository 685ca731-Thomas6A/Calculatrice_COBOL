       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstsav.
       AUTHOR. Thomas Baudrin.

      *Sauvegarde des fichiers maîtres indexés OPERMAST, VALFILE,
      *    RATEMAST et HISTFILE : chaque fichier maître est déchargé
      *    en entier, dans l'ordre de sa clé, dans un fichier de
      *    génération séquentiel daté nommé d'après lui
      *    (HISTFILE.AAAAMMJJ.nnnn), encadré comme CALCIN par un
      *    en-tête "H*" et une fin "T*" portant le nombre
      *    d'enregistrements et un total de contrôle : somme des
      *    plafonds OPR-MAX-AMOUNT, des montants VAL-AMOUNT ou des
      *    taux RTM-VALUE, et pour l'historique le dernier numéro
      *    HIST-SEQ-NO avec le numéro porté par l'enregistrement de
      *    contrôle de séquence 000000, déchargé comme les autres.
      *    Chaque génération est inscrite au catalogue BKPCAT ; seules
      *    les N dernières générations de chaque fichier maître sont
      *    gardées, les plus anciennes étant retirées du catalogue
      *    puis supprimées. Chaque sauvegarde est tracée au journal
      *    d'audit par une ligne d'administration "admin ...", chaînée
      *    comme les lignes de calcul. La restauration d'une
      *    génération, après contrôle, est faite par mstrst.cbl
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maître des opérateurs, à l'identique de opermnt.cbl
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Fichier maître des valeurs nommées, à l'identique de
      *    valmnt.cbl
           SELECT VALUE-FILE ASSIGN TO "VALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NAME
               FILE STATUS IS WS-VAL-STATUS.

      *Fichier maître des taux, à l'identique de ratemnt.cbl
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-KEY
               FILE STATUS IS WS-RTM-STATUS.

      *Fichier d'historique partagé, à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier de génération recevant le déchargement, nommé d'après
      *    le fichier maître, la date et le numéro de génération
           SELECT GENERATION-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

      *Catalogue des générations gardées, partagé avec mstrst.cbl
           SELECT CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

      *Journal d'audit partagé, à l'identique de calcul.cbl
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Petit fichier de paramètres pour la marche sans surveillance :
      *    s'il est présent, le fichier maître à sauvegarder et le
      *    nombre de générations à garder y sont lus et aucune saisie
      *    n'est demandée ; absent, ils sont saisis
           SELECT PARAM-FILE ASSIGN TO "MSTSAVP"
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

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

      *Une valeur nommée, à l'identique de valmnt.cbl
       FD  VALUE-FILE.
       01  VAL-RECORD.
           05  VAL-NAME            PIC X(10).
           05  VAL-LABEL           PIC X(30).
           05  VAL-AMOUNT          PIC S9(7)V99.

      *Un taux du fichier maître, à l'identique de ratemnt.cbl
       FD  RATE-MASTER-FILE.
       01  RTM-RECORD.
           05  RTM-KEY.
               10  RTM-CODE        PIC X(8).
               10  RTM-EFF-DATE    PIC 9(8).
           05  RTM-VALUE           PIC 9(7)V9(6).
           05  RTM-STATE           PIC X.

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

      *Un enregistrement du fichier de génération : marque "D*" puis
      *    l'image de l'enregistrement du fichier maître telle quelle
       FD  GENERATION-FILE.
       01  GEN-RECORD.
           05  GEN-MARKER          PIC XX.
           05  GEN-DATA            PIC X(158).

      *L'en-tête du fichier de génération, vu au travers de la même
      *    zone : marque "H*", fichier maître, numéro de génération,
      *    date et heure du début du déchargement
       01  GEN-HEADER-RECORD.
           05  GNH-MARKER          PIC XX.
           05  GNH-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  GNH-GEN             PIC 9(4).
           05  FILLER              PIC X.
           05  GNH-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  GNH-TIME            PIC 9(6).
           05  FILLER              PIC X(129).

      *La fin du fichier de génération, vue au travers de la même
      *    zone : marque "T*", fichier maître, nombre
      *    d'enregistrements déchargés, total de contrôle et, pour
      *    l'historique, numéro porté par le contrôle de séquence
       01  GEN-TRAILER-RECORD.
           05  GNT-MARKER          PIC XX.
           05  GNT-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  GNT-COUNT           PIC 9(9).
           05  FILLER              PIC X.
           05  GNT-HASH            PIC S9(13)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  GNT-CTL-SEQ         PIC 9(6).
           05  FILLER              PIC X(112).

      *Une génération du catalogue : fichier maître, numéro de
      *    génération, date et heure, nom du fichier de génération,
      *    puis nombre, total de contrôle et contrôle de séquence
      *    repris de sa fin "T*"
       FD  CATALOG-FILE.
       01  CAT-RECORD.
           05  CAT-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  CAT-GEN             PIC 9(4).
           05  FILLER              PIC X.
           05  CAT-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  CAT-TIME            PIC 9(6).
           05  FILLER              PIC X.
           05  CAT-FILE            PIC X(24).
           05  FILLER              PIC X.
           05  CAT-COUNT           PIC 9(9).
           05  FILLER              PIC X.
           05  CAT-HASH            PIC S9(13)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-CTL-SEQ         PIC 9(6).

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

      *Les paramètres de la marche sans surveillance : fichier maître
      *    à sauvegarder (à blanc, les quatre) et nombre de
      *    générations à garder par fichier maître (à blanc, 7)
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  PRM-KEEP            PIC X(2).

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
       01  WS-OPR-STATUS       PIC XX.
       01  WS-VAL-STATUS       PIC XX.
       01  WS-RTM-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-GEN-STATUS       PIC XX.
       01  WS-CAT-STATUS       PIC XX.
       01  WS-MST-STATUS       PIC XX.
       01  WS-MST-EOF          PIC X            VALUE 'N'.
           88  WS-MST-EOF-YES               VALUE 'Y'.
       01  WS-CAT-EOF          PIC X            VALUE 'N'.
           88  WS-CAT-EOF-YES               VALUE 'Y'.

      *Fichier maître demandé (à blanc, les quatre), fichier maître
      *    en cours de sauvegarde et nombre de générations à garder
       01  WS-MASTER           PIC X(8)         VALUE SPACES.
       01  WS-CUR-MASTER       PIC X(8)         VALUE SPACES.
       01  WS-KEEP             PIC 9(2)         VALUE 7.

      *Génération en cours : numéro, nom du fichier, nombre
      *    d'enregistrements, total de contrôle et contrôle de
      *    séquence de l'historique
       01  WS-GEN-NAME         PIC X(24)        VALUE SPACES.
       01  WS-GEN-NO           PIC 9(4)         VALUE 0.
       01  WS-GEN-COUNT        PIC 9(9)         VALUE 0.
       01  WS-GEN-HASH         PIC S9(13)V9(6)  VALUE 0.
       01  WS-GEN-CTL-SEQ      PIC 9(6)         VALUE 0.
       01  WS-SAVE-OK          PIC X            VALUE 'N'.

      *Table du catalogue des générations, relue au lancement et
      *    réécrite après chaque sauvegarde ; une génération retirée
      *    au-delà du nombre à garder est marquée avant d'être
      *    supprimée, le catalogue étant réécrit sans elle d'abord
       01  WS-CAT-MAX          PIC 9(4)         VALUE 400.
       01  WS-CAT-COUNT        PIC 9(4)         VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 400.
               10  WS-CAT-T-MASTER     PIC X(8).
               10  WS-CAT-T-GEN        PIC 9(4).
               10  WS-CAT-T-DATE       PIC 9(8).
               10  WS-CAT-T-TIME       PIC 9(6).
               10  WS-CAT-T-FILE       PIC X(24).
               10  WS-CAT-T-COUNT      PIC 9(9).
               10  WS-CAT-T-HASH       PIC S9(13)V9(6).
               10  WS-CAT-T-CTL-SEQ    PIC 9(6).
               10  WS-CAT-T-DROP       PIC X.
       01  WS-CAT-IDX          PIC 9(4)         VALUE 0.
       01  WS-KEEP-IDX         PIC 9(4)         VALUE 0.
       01  WS-OLDEST-IDX       PIC 9(4)         VALUE 0.
       01  WS-MASTER-GENS      PIC 9(4)         VALUE 0.
       01  WS-DEL-NAME         PIC X(24)        VALUE SPACES.

      *Compteurs du passage : enregistrements lus et écrits, fichiers
      *    maîtres sauvegardés, absents ou en erreur
       01  WS-READ-COUNT       PIC 9(7)         VALUE 0.
       01  WS-WRITTEN-COUNT    PIC 9(7)         VALUE 0.
       01  WS-SAVED-COUNT      PIC 9(2)         VALUE 0.
       01  WS-ABSENT-COUNT     PIC 9(2)         VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(2)         VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(4)         VALUE 0.

      *Variables de la marche sans surveillance sur le fichier de
      *    paramètres MSTSAVP
       01  WS-PRM-STATUS       PIC XX.
       01  WS-PRM-PRESENT      PIC X            VALUE 'N'.

      *Variables de pilotage du journal d'audit et de son chaînage
      *    d'inviolabilité, à l'identique de calcul.cbl ; la
      *    sauvegarde est une étape de la chaîne de nuit, tracée sous
      *    l'identifiant BATCH comme calcbat.cbl
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
       01  WS-BATCH-USER       PIC X(10)        VALUE "BATCH".

      *Variables de saisie, d'horodatage et d'affichage
       01  WS-INPUT            PIC X(11).
       01  WS-FOUND            PIC X            VALUE 'N'.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-VISUAL-COUNT     PIC Z(8)9.

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

      *Paragraphe lisant le fichier maître et le nombre de
      *    générations dans le fichier de paramètres MSTSAVP s'il est
      *    présent (marche sans surveillance) ; absent, ils sont
      *    saisis
           PERFORM 0050-READ-PARAMETERS THRU 0050-READ-PARAMETERS-END

           IF WS-PRM-PRESENT NOT = 'Y'
               PERFORM 0100-GET-CRITERIA THRU 0100-GET-CRITERIA-END
           END-IF

      *Paragraphe relisant le catalogue des générations gardées
           PERFORM 0150-LOAD-CATALOG THRU 0150-LOAD-CATALOG-END

      *Sauvegarde de chacun des fichiers maîtres demandés, dans un
      *    ordre fixe
           IF WS-MASTER = SPACES OR WS-MASTER = "OPERMAST"
               MOVE "OPERMAST" TO WS-CUR-MASTER
               PERFORM 0200-SAVE-MASTER THRU 0200-SAVE-MASTER-END
           END-IF

           IF WS-MASTER = SPACES OR WS-MASTER = "VALFILE"
               MOVE "VALFILE" TO WS-CUR-MASTER
               PERFORM 0200-SAVE-MASTER THRU 0200-SAVE-MASTER-END
           END-IF

           IF WS-MASTER = SPACES OR WS-MASTER = "RATEMAST"
               MOVE "RATEMAST" TO WS-CUR-MASTER
               PERFORM 0200-SAVE-MASTER THRU 0200-SAVE-MASTER-END
           END-IF

           IF WS-MASTER = SPACES OR WS-MASTER = "HISTFILE"
               MOVE "HISTFILE" TO WS-CUR-MASTER
               PERFORM 0200-SAVE-MASTER THRU 0200-SAVE-MASTER-END
           END-IF

           MOVE WS-SAVED-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " fichier(s) maître(s) sauvegardé(s)"
           MOVE WS-DROPPED-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " génération(s) ancienne(s) supprimée(s)"

      *Code retour gradué pour le planificateur : 0 si tous les
      *    fichiers maîtres demandés sont sauvegardés, 4 si l'un
      *    d'eux n'existe pas encore, 8 si l'un d'eux n'a pu être
      *    sauvegardé
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-ABSENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************

      *Paragraphe lisant les critères dans le fichier de paramètres
      *    MSTSAVP s'il est présent ; un fichier maître inconnu ou un
      *    nombre de générations illisible abandonne la sauvegarde
      *    avec le code 8, personne n'étant là pour resaisir
       0050-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE

           IF WS-PRM-STATUS = "00"

               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PRM-PRESENT

                       MOVE FUNCTION UPPER-CASE(PRM-MASTER)
                           TO WS-MASTER
                       IF WS-MASTER NOT = SPACES
                           AND WS-MASTER NOT = "OPERMAST"
                           AND WS-MASTER NOT = "VALFILE"
                           AND WS-MASTER NOT = "RATEMAST"
                           AND WS-MASTER NOT = "HISTFILE"
                           DISPLAY "Fichier maître inconnu dans "
                               "MSTSAVP : " PRM-MASTER
                           MOVE 8 TO RETURN-CODE
                           PERFORM 0900-WRITE-RUN-LOG
                               THRU 0900-WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF

                       IF PRM-KEEP NOT = SPACES
                           IF PRM-KEEP IS NOT NUMERIC
                               OR PRM-KEEP = "00"
                               DISPLAY "Nombre de générations "
                                   "illisible dans MSTSAVP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           MOVE PRM-KEEP TO WS-KEEP
                       END-IF

               END-READ

               CLOSE PARAM-FILE

           END-IF
       .

       0050-READ-PARAMETERS-END.
           EXIT
       .

      *Paragraphe saisissant le fichier maître à sauvegarder et le
      *    nombre de générations à garder, chacun redemandé tant que
      *    la saisie n'est pas exploitable
       0100-GET-CRITERIA.
           PERFORM 0110-GET-MASTER THRU 0110-GET-MASTER-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND

           PERFORM 0120-GET-KEEP THRU 0120-GET-KEEP-END
               UNTIL WS-FOUND = 'Y'
           MOVE 'N' TO WS-FOUND
       .

       0100-GET-CRITERIA-END.
           EXIT
       .

      *Paragraphe saisissant le fichier maître à sauvegarder
       0110-GET-MASTER.
           DISPLAY "Fichier maître à sauvegarder (OPERMAST, VALFILE,"
           DISPLAY "    RATEMAST, HISTFILE, blanc = les quatre) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-MASTER

           IF WS-MASTER = SPACES
               OR WS-MASTER = "OPERMAST"
               OR WS-MASTER = "VALFILE"
               OR WS-MASTER = "RATEMAST"
               OR WS-MASTER = "HISTFILE"
               MOVE 'Y' TO WS-FOUND
           ELSE
               DISPLAY "Fichier maître inconnu"
           END-IF
       .

       0110-GET-MASTER-END.
           EXIT
       .

      *Paragraphe saisissant le nombre de générations à garder
       0120-GET-KEEP.
           DISPLAY "Nombre de générations à garder (1 à 99, "
               "blanc = 7) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               MOVE 7 TO WS-KEEP
               MOVE 'Y' TO WS-FOUND
           ELSE IF WS-INPUT(1:1) IS NUMERIC
               AND WS-INPUT(2:) = SPACES
               AND WS-INPUT(1:1) NOT = "0"
               MOVE WS-INPUT(1:1) TO WS-KEEP
               MOVE 'Y' TO WS-FOUND
           ELSE IF WS-INPUT(1:2) IS NUMERIC
               AND WS-INPUT(3:) = SPACES
               AND WS-INPUT(1:2) NOT = "00"
               MOVE WS-INPUT(1:2) TO WS-KEEP
               MOVE 'Y' TO WS-FOUND
           ELSE
               DISPLAY "Saisissez un nombre de 1 à 99"
           END-IF
           END-IF
           END-IF
       .

       0120-GET-KEEP-END.
           EXIT
       .

      *Paragraphe relisant le catalogue des générations dans la
      *    table ; un catalogue absent est vide. Un catalogue plus
      *    grand que la table arrête la sauvegarde
       0150-LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE

           IF WS-CAT-STATUS = "00"

               MOVE "N" TO WS-CAT-EOF
               PERFORM UNTIL WS-CAT-EOF-YES
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END

                           IF WS-CAT-COUNT = WS-CAT-MAX
                               DISPLAY "Catalogue BKPCAT trop grand"
                               CLOSE CATALOG-FILE
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF

                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-MASTER
                               TO WS-CAT-T-MASTER(WS-CAT-COUNT)
                           MOVE CAT-GEN TO WS-CAT-T-GEN(WS-CAT-COUNT)
                           MOVE CAT-DATE
                               TO WS-CAT-T-DATE(WS-CAT-COUNT)
                           MOVE CAT-TIME
                               TO WS-CAT-T-TIME(WS-CAT-COUNT)
                           MOVE CAT-FILE
                               TO WS-CAT-T-FILE(WS-CAT-COUNT)
                           MOVE CAT-COUNT
                               TO WS-CAT-T-COUNT(WS-CAT-COUNT)
                           MOVE CAT-HASH
                               TO WS-CAT-T-HASH(WS-CAT-COUNT)
                           MOVE CAT-CTL-SEQ
                               TO WS-CAT-T-CTL-SEQ(WS-CAT-COUNT)
                           MOVE 'N' TO WS-CAT-T-DROP(WS-CAT-COUNT)

                   END-READ
               END-PERFORM

               CLOSE CATALOG-FILE

           END-IF
       .

       0150-LOAD-CATALOG-END.
           EXIT
       .

      *Paragraphe sauvegardant le fichier maître WS-CUR-MASTER dans
      *    sa génération suivante : un fichier maître qui n'existe
      *    pas encore (statut 35) est signalé et sauté, tout autre
      *    statut d'ouverture compte en erreur. La génération n'est
      *    inscrite au catalogue qu'une fois sa fin "T*" écrite et le
      *    fichier refermé ; les générations en trop sont ensuite
      *    retirées du catalogue réécrit, puis supprimées
       0200-SAVE-MASTER.
           MOVE 'N' TO WS-SAVE-OK

      *Numéro de la génération suivante du fichier maître
           MOVE 0 TO WS-GEN-NO
           MOVE 0 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               IF WS-CAT-T-MASTER(WS-CAT-IDX) = WS-CUR-MASTER
                   AND WS-CAT-T-GEN(WS-CAT-IDX) > WS-GEN-NO
                   MOVE WS-CAT-T-GEN(WS-CAT-IDX) TO WS-GEN-NO
               END-IF
           END-PERFORM
           ADD 1 TO WS-GEN-NO

           IF WS-CAT-COUNT = WS-CAT-MAX
               DISPLAY "Catalogue BKPCAT plein, " WS-CUR-MASTER
                   " non sauvegardé"
               ADD 1 TO WS-ERROR-COUNT
           ELSE

               EVALUATE WS-CUR-MASTER
                   WHEN "OPERMAST"
                       OPEN INPUT OPERATOR-FILE
                       MOVE WS-OPR-STATUS TO WS-MST-STATUS
                   WHEN "VALFILE"
                       OPEN INPUT VALUE-FILE
                       MOVE WS-VAL-STATUS TO WS-MST-STATUS
                   WHEN "RATEMAST"
                       OPEN INPUT RATE-MASTER-FILE
                       MOVE WS-RTM-STATUS TO WS-MST-STATUS
                   WHEN OTHER
                       OPEN INPUT HISTORY-FILE
                       MOVE WS-HIST-STATUS TO WS-MST-STATUS
               END-EVALUATE

               IF WS-MST-STATUS = "35"
                   DISPLAY WS-CUR-MASTER " absent, non sauvegardé"
                   ADD 1 TO WS-ABSENT-COUNT
               ELSE IF WS-MST-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture " WS-CUR-MASTER
                       ", code statut " WS-MST-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM 0210-UNLOAD-MASTER
                       THRU 0210-UNLOAD-MASTER-END
               END-IF
               END-IF

           END-IF

           IF WS-SAVE-OK = 'Y'

               ADD 1 TO WS-SAVED-COUNT
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CUR-MASTER TO WS-CAT-T-MASTER(WS-CAT-COUNT)
               MOVE WS-GEN-NO TO WS-CAT-T-GEN(WS-CAT-COUNT)
               MOVE WS-RUN-DATE TO WS-CAT-T-DATE(WS-CAT-COUNT)
               MOVE WS-RUN-TIME(1:6) TO WS-CAT-T-TIME(WS-CAT-COUNT)
               MOVE WS-GEN-NAME TO WS-CAT-T-FILE(WS-CAT-COUNT)
               MOVE WS-GEN-COUNT TO WS-CAT-T-COUNT(WS-CAT-COUNT)
               MOVE WS-GEN-HASH TO WS-CAT-T-HASH(WS-CAT-COUNT)
               MOVE WS-GEN-CTL-SEQ TO WS-CAT-T-CTL-SEQ(WS-CAT-COUNT)
               MOVE 'N' TO WS-CAT-T-DROP(WS-CAT-COUNT)

      *Paragraphe marquant les générations du fichier maître en sus
      *    du nombre à garder, des plus anciennes aux plus récentes
               PERFORM 0300-MARK-OLD-GENERATIONS
                   THRU 0300-MARK-OLD-GENERATIONS-END

      *Paragraphe réécrivant le catalogue sans les générations
      *    marquées, puis supprimant leurs fichiers
               PERFORM 0400-WRITE-CATALOG THRU 0400-WRITE-CATALOG-END

               PERFORM 0410-DROP-GENERATIONS
                   THRU 0410-DROP-GENERATIONS-END

               MOVE WS-GEN-COUNT TO WS-VISUAL-COUNT
               DISPLAY WS-CUR-MASTER " sauvegardé dans "
                   FUNCTION TRIM(WS-GEN-NAME) " : "
                   FUNCTION TRIM(WS-VISUAL-COUNT)
                   " enregistrement(s)"

               MOVE SPACES TO WS-AUDIT-TEXT
               STRING
                   "admin sauvegarde " DELIMITED BY SIZE
                   WS-CUR-MASTER DELIMITED BY SPACE
                   " génération " DELIMITED BY SIZE
                   WS-GEN-NO DELIMITED BY SIZE
                   " dans " DELIMITED BY SIZE
                   WS-GEN-NAME DELIMITED BY SPACE
                   " nombre " DELIMITED BY SIZE
                   WS-GEN-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT
               END-STRING
               MOVE "sauvegardé" TO WS-AUDIT-RESULT
               PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

           END-IF
       .

       0200-SAVE-MASTER-END.
           EXIT
       .

      *Paragraphe déchargeant le fichier maître ouvert dans le
      *    fichier de génération : en-tête "H*", un enregistrement
      *    "D*" par enregistrement du fichier maître dans l'ordre de
      *    sa clé, puis fin "T*" avec le nombre et le total de
      *    contrôle
       0210-UNLOAD-MASTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE SPACES TO WS-GEN-NAME
           STRING
               WS-CUR-MASTER DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-GEN-NO DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING

           OPEN OUTPUT GENERATION-FILE

           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-GEN-NAME)
                   ", code statut " WS-GEN-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE

               MOVE SPACES TO GEN-HEADER-RECORD
               MOVE "H*" TO GNH-MARKER
               MOVE WS-CUR-MASTER TO GNH-MASTER
               MOVE WS-GEN-NO TO GNH-GEN
               MOVE WS-RUN-DATE TO GNH-DATE
               MOVE WS-RUN-TIME(1:6) TO GNH-TIME
               WRITE GEN-HEADER-RECORD

               MOVE 0 TO WS-GEN-COUNT
               MOVE 0 TO WS-GEN-HASH
               MOVE 0 TO WS-GEN-CTL-SEQ
               MOVE "N" TO WS-MST-EOF

               EVALUATE WS-CUR-MASTER
                   WHEN "OPERMAST"
                       PERFORM 0220-UNLOAD-OPERATORS
                           THRU 0220-UNLOAD-OPERATORS-END
                   WHEN "VALFILE"
                       PERFORM 0230-UNLOAD-VALUES
                           THRU 0230-UNLOAD-VALUES-END
                   WHEN "RATEMAST"
                       PERFORM 0240-UNLOAD-RATES
                           THRU 0240-UNLOAD-RATES-END
                   WHEN OTHER
                       PERFORM 0250-UNLOAD-HISTORY
                           THRU 0250-UNLOAD-HISTORY-END
               END-EVALUATE

               MOVE SPACES TO GEN-TRAILER-RECORD
               MOVE "T*" TO GNT-MARKER
               MOVE WS-CUR-MASTER TO GNT-MASTER
               MOVE WS-GEN-COUNT TO GNT-COUNT
               MOVE WS-GEN-HASH TO GNT-HASH
               MOVE WS-GEN-CTL-SEQ TO GNT-CTL-SEQ
               WRITE GEN-TRAILER-RECORD

               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY "Erreur d'écriture dans "
                       FUNCTION TRIM(WS-GEN-NAME)
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF

               CLOSE GENERATION-FILE

           END-IF

           EVALUATE WS-CUR-MASTER
               WHEN "OPERMAST"
                   CLOSE OPERATOR-FILE
               WHEN "VALFILE"
                   CLOSE VALUE-FILE
               WHEN "RATEMAST"
                   CLOSE RATE-MASTER-FILE
               WHEN OTHER
                   CLOSE HISTORY-FILE
           END-EVALUATE
       .

       0210-UNLOAD-MASTER-END.
           EXIT
       .

      *Paragraphe déchargeant les opérateurs, le total de contrôle
      *    étant la somme des plafonds de montant
       0220-UNLOAD-OPERATORS.
           MOVE SPACES TO OPR-ID

           START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START

           PERFORM UNTIL WS-MST-EOF-YES
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO GEN-RECORD
                       MOVE "D*" TO GEN-MARKER
                       MOVE OPR-RECORD TO GEN-DATA
                       WRITE GEN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD 1 TO WS-GEN-COUNT
                       ADD OPR-MAX-AMOUNT TO WS-GEN-HASH
               END-READ
           END-PERFORM
       .

       0220-UNLOAD-OPERATORS-END.
           EXIT
       .

      *Paragraphe déchargeant les valeurs nommées, le total de
      *    contrôle étant la somme des montants
       0230-UNLOAD-VALUES.
           MOVE SPACES TO VAL-NAME

           START VALUE-FILE KEY IS NOT LESS THAN VAL-NAME
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START

           PERFORM UNTIL WS-MST-EOF-YES
               READ VALUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO GEN-RECORD
                       MOVE "D*" TO GEN-MARKER
                       MOVE VAL-RECORD TO GEN-DATA
                       WRITE GEN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD 1 TO WS-GEN-COUNT
                       ADD VAL-AMOUNT TO WS-GEN-HASH
               END-READ
           END-PERFORM
       .

       0230-UNLOAD-VALUES-END.
           EXIT
       .

      *Paragraphe déchargeant les taux, le total de contrôle étant
      *    la somme des valeurs de taux
       0240-UNLOAD-RATES.
           MOVE SPACES TO RTM-CODE
           MOVE 0 TO RTM-EFF-DATE

           START RATE-MASTER-FILE KEY IS NOT LESS THAN RTM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START

           PERFORM UNTIL WS-MST-EOF-YES
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO GEN-RECORD
                       MOVE "D*" TO GEN-MARKER
                       MOVE RTM-RECORD TO GEN-DATA
                       WRITE GEN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD 1 TO WS-GEN-COUNT
                       ADD RTM-VALUE TO WS-GEN-HASH
               END-READ
           END-PERFORM
       .

       0240-UNLOAD-RATES-END.
           EXIT
       .

      *Paragraphe déchargeant l'historique depuis la clé 0, le
      *    contrôle de séquence compris : le total de contrôle est le
      *    dernier numéro de séquence déchargé, et le numéro porté par
      *    le contrôle de séquence est relevé à part
       0250-UNLOAD-HISTORY.
           MOVE 0 TO HIST-SEQ-NO

           START HISTORY-FILE KEY IS NOT LESS THAN HIST-SEQ-NO
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START

           PERFORM UNTIL WS-MST-EOF-YES
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO GEN-RECORD
                       MOVE "D*" TO GEN-MARKER
                       MOVE HIST-RECORD TO GEN-DATA
                       WRITE GEN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD 1 TO WS-GEN-COUNT
                       MOVE HIST-SEQ-NO TO WS-GEN-HASH
                       IF HIST-SEQ-NO = 0
                           AND HIST-RESULT(1:6) IS NUMERIC
                           MOVE HIST-RESULT(1:6) TO WS-GEN-CTL-SEQ
                       END-IF
               END-READ
           END-PERFORM
       .

       0250-UNLOAD-HISTORY-END.
           EXIT
       .

      *Paragraphe marquant, tant que le fichier maître garde plus de
      *    générations que le nombre demandé, sa plus ancienne
      *    génération restante
       0300-MARK-OLD-GENERATIONS.
           MOVE 0 TO WS-MASTER-GENS
           MOVE 0 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               IF WS-CAT-T-MASTER(WS-CAT-IDX) = WS-CUR-MASTER
                   AND WS-CAT-T-DROP(WS-CAT-IDX) = 'N'
                   ADD 1 TO WS-MASTER-GENS
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-MASTER-GENS NOT > WS-KEEP

               MOVE 0 TO WS-OLDEST-IDX
               MOVE 0 TO WS-CAT-IDX
               PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
                   ADD 1 TO WS-CAT-IDX
                   IF WS-CAT-T-MASTER(WS-CAT-IDX) = WS-CUR-MASTER
                       AND WS-CAT-T-DROP(WS-CAT-IDX) = 'N'
                       IF WS-OLDEST-IDX = 0
                           MOVE WS-CAT-IDX TO WS-OLDEST-IDX
                       ELSE IF WS-CAT-T-GEN(WS-CAT-IDX)
                           < WS-CAT-T-GEN(WS-OLDEST-IDX)
                           MOVE WS-CAT-IDX TO WS-OLDEST-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE 'Y' TO WS-CAT-T-DROP(WS-OLDEST-IDX)
               SUBTRACT 1 FROM WS-MASTER-GENS

           END-PERFORM
       .

       0300-MARK-OLD-GENERATIONS-END.
           EXIT
       .

      *Paragraphe réécrivant le catalogue avec les générations non
      *    marquées
       0400-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE

           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture BKPCAT, code statut "
                   WS-CAT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           MOVE 0 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               IF WS-CAT-T-DROP(WS-CAT-IDX) = 'N'
                   MOVE SPACES TO CAT-RECORD
                   MOVE WS-CAT-T-MASTER(WS-CAT-IDX) TO CAT-MASTER
                   MOVE WS-CAT-T-GEN(WS-CAT-IDX) TO CAT-GEN
                   MOVE WS-CAT-T-DATE(WS-CAT-IDX) TO CAT-DATE
                   MOVE WS-CAT-T-TIME(WS-CAT-IDX) TO CAT-TIME
                   MOVE WS-CAT-T-FILE(WS-CAT-IDX) TO CAT-FILE
                   MOVE WS-CAT-T-COUNT(WS-CAT-IDX) TO CAT-COUNT
                   MOVE WS-CAT-T-HASH(WS-CAT-IDX) TO CAT-HASH
                   MOVE WS-CAT-T-CTL-SEQ(WS-CAT-IDX) TO CAT-CTL-SEQ
                   WRITE CAT-RECORD
               END-IF
           END-PERFORM

           CLOSE CATALOG-FILE
       .

       0400-WRITE-CATALOG-END.
           EXIT
       .

      *Paragraphe supprimant les fichiers des générations marquées,
      *    désormais absentes du catalogue, puis les ôtant de la table
       0410-DROP-GENERATIONS.
           MOVE 0 TO WS-KEEP-IDX
           MOVE 0 TO WS-CAT-IDX

           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX

               IF WS-CAT-T-DROP(WS-CAT-IDX) = 'Y'
                   MOVE WS-CAT-T-FILE(WS-CAT-IDX) TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                   IF RETURN-CODE NOT = 0
                       DISPLAY "Génération "
                           FUNCTION TRIM(WS-DEL-NAME) " déjà absente"
                   ELSE
                       DISPLAY "Génération "
                           FUNCTION TRIM(WS-DEL-NAME) " supprimée"
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-KEEP-IDX
                   IF WS-KEEP-IDX NOT = WS-CAT-IDX
                       MOVE WS-CAT-ENTRY(WS-CAT-IDX)
                           TO WS-CAT-ENTRY(WS-KEEP-IDX)
                   END-IF
               END-IF

           END-PERFORM

           MOVE WS-KEEP-IDX TO WS-CAT-COUNT
       .

       0410-DROP-GENERATIONS-END.
           EXIT
       .

      *Paragraphe écrivant au journal d'audit la ligne WS-AUDIT-TEXT
      *    avec le résultat WS-AUDIT-RESULT, à l'identique de
      *    perclo.cbl : le journal est relu pour relever la fin de sa
      *    chaîne d'inviolabilité, ouvert en ajout le temps d'une
      *    ligne puis refermé
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
               MOVE WS-BATCH-USER TO AUD-USER
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

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, enregistrements lus dans les fichiers
      *    maîtres, enregistrements écrits dans les générations,
      *    fichiers maîtres non sauvegardés et MSTSAVP s'il a été lu ;
      *    un journal d'exécution illisible est signalé sans empêcher
      *    l'arrêt ni toucher au code retour
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
               MOVE "mstsav" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-COUNT TO RLG-READ
               MOVE WS-WRITTEN-COUNT TO RLG-WRITTEN
               COMPUTE RLG-REJECTED = WS-ABSENT-COUNT + WS-ERROR-COUNT
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "MSTSAVP" TO RLG-PARAM
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
