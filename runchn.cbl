       IDENTIFICATION DIVISION.
       PROGRAM-ID. runchn.
       AUTHOR. Thomas Baudrin.

      *Enchaîneur de la chaîne de nuit : les étapes décrites dans le
      *    fichier d'ordonnancement CHAINSCH (calcbat, histrec,
      *    audver, audsum, histarc...) sont lancées dans l'ordre, une
      *    à une. Le code retour de chaque étape est repris de la
      *    ligne qu'elle a ajoutée au journal d'exécution RUNLOG, à
      *    défaut du code rendu par le système, et comparé au code
      *    maximal admis pour l'étape. Une étape dont un prédécesseur
      *    déclaré n'a pas abouti est sautée et tracée comme telle
      *    dans RUNLOG. L'état de la chaîne est tenu après chaque
      *    étape dans CHAINCTL, si bien qu'une chaîne interrompue ou
      *    en échec se reprend à l'étape fautive sans relancer celles
      *    qui ont abouti
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier d'ordonnancement de la chaîne, une ligne par étape
           SELECT SCHEDULE-FILE ASSIGN TO "CHAINSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

      *État de la dernière chaîne lancée, réécrit après chaque étape
      *    pour la reprise
           SELECT CONTROL-FILE ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *Petit fichier de paramètres pour la marche sans surveillance :
      *    N pour une nouvelle chaîne, R pour reprendre la chaîne
      *    incomplète ; absent, la reprise est proposée au terminal
      *    quand CHAINCTL montre une chaîne incomplète
           SELECT PARAM-FILE ASSIGN TO "CHAINP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *Journal d'exécution partagé de la chaîne de nuit, à
      *    l'identique de calcbat.cbl
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Une étape de la chaîne :
      *      colonnes  1-  2 : numéro d'étape, deux chiffres
      *      colonnes  4- 11 : programme, tel qu'il paraît dans RUNLOG
      *      colonnes 13- 14 : code retour maximal admis (blanc = 4)
      *      colonnes 16- 17, 19- 20, 22- 23 : numéros des étapes
      *                        prédécesseurs, à blanc si aucune
      *      colonnes 25- 80 : commande de lancement (blanc = ./prog)
      *    Une ligne commençant par * est un commentaire
       FD  SCHEDULE-FILE.
       01  SCH-RECORD.
           05  SCH-STEP            PIC X(2).
           05  FILLER              PIC X.
           05  SCH-PROGRAM         PIC X(8).
           05  FILLER              PIC X.
           05  SCH-MAX-RC          PIC X(2).
           05  FILLER              PIC X.
           05  SCH-PREDS.
               10  SCH-PRED-ENTRY OCCURS 3.
                   15  SCH-PRED        PIC X(2).
                   15  FILLER          PIC X.
           05  SCH-COMMAND         PIC X(56).

      *L'état de la chaîne : un en-tête (date et heure de lancement
      *    de la chaîne, état E incomplète ou T terminée) puis une
      *    ligne par étape (état à blanc à faire, O aboutie, F en
      *    échec, S sautée, et code retour)
       FD  CONTROL-FILE.
       01  CTL-HEADER.
           05  CTLH-TYPE           PIC X.
           05  FILLER              PIC X.
           05  CTLH-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  CTLH-TIME           PIC 9(6).
           05  FILLER              PIC X.
           05  CTLH-STATE          PIC X.
       01  CTL-STEP-RECORD.
           05  CTLS-TYPE           PIC X.
           05  FILLER              PIC X.
           05  CTLS-STEP           PIC 9(2).
           05  FILLER              PIC X.
           05  CTLS-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  CTLS-STATE          PIC X.
           05  FILLER              PIC X.
           05  CTLS-RC             PIC 9(2).

      *Les paramètres de la marche sans surveillance : mode N ou R
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-MODE            PIC X.

      *Une ligne du journal d'exécution, à l'identique de calcbat.cbl
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
       01  WS-SCH-STATUS       PIC XX.
       01  WS-CTL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-RLG-STATUS       PIC XX.
       01  WS-SCH-EOF          PIC X            VALUE 'N'.
           88  WS-SCH-EOF-YES               VALUE 'Y'.
       01  WS-CTL-EOF          PIC X            VALUE 'N'.
           88  WS-CTL-EOF-YES               VALUE 'Y'.
       01  WS-RLG-EOF          PIC X            VALUE 'N'.
           88  WS-RLG-EOF-YES               VALUE 'Y'.

      *Table des étapes chargée depuis CHAINSCH, dans l'ordre du
      *    fichier qui est l'ordre de lancement ; un prédécesseur doit
      *    précéder l'étape qui en dépend
       01  WS-STEP-MAX         PIC 9(2)         VALUE 20.
       01  WS-STEP-COUNT       PIC 9(2)         VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20.
               10  WS-STP-T-NO         PIC 9(2).
               10  WS-STP-T-PROGRAM    PIC X(8).
               10  WS-STP-T-MAX-RC     PIC 9(2).
               10  WS-STP-T-PRED       PIC 9(2) OCCURS 3.
               10  WS-STP-T-COMMAND    PIC X(56).
               10  WS-STP-T-STATE      PIC X.
               10  WS-STP-T-RC         PIC 9(2).

      *Table des étapes relues dans CHAINCTL, pour la reprise
       01  WS-SAV-COUNT        PIC 9(2)         VALUE 0.
       01  WS-SAV-TABLE.
           05  WS-SAV-ENTRY OCCURS 20.
               10  WS-SAV-T-NO         PIC 9(2).
               10  WS-SAV-T-PROGRAM    PIC X(8).
               10  WS-SAV-T-STATE      PIC X.
               10  WS-SAV-T-RC         PIC 9(2).

      *En-tête de la chaîne relu dans CHAINCTL : une chaîne
      *    incomplète (état E) peut être reprise
       01  WS-CTL-PRESENT      PIC X            VALUE 'N'.
       01  WS-CTL-DATE         PIC 9(8)         VALUE 0.
       01  WS-CTL-TIME         PIC 9(6)         VALUE 0.
       01  WS-CTL-STATE        PIC X            VALUE SPACE.

      *Mode de lancement : N nouvelle chaîne, R reprise
       01  WS-CHAIN-MODE       PIC X            VALUE 'N'.
           88  WS-MODE-NEW                  VALUE 'N'.
           88  WS-MODE-RESUME               VALUE 'R'.
       01  WS-CHAIN-DATE       PIC 9(8)         VALUE 0.
       01  WS-CHAIN-TIME       PIC 9(6)         VALUE 0.

      *Indices de parcours des tables
       01  WS-IDX              PIC 9(2)         VALUE 0.
       01  WS-IDX-2            PIC 9(2)         VALUE 0.
       01  WS-PRED-IDX         PIC 9(2)         VALUE 0.
       01  WS-FOUND            PIC X            VALUE 'N'.

      *Contrôle des prédécesseurs de l'étape courante
       01  WS-PRED-OK          PIC X            VALUE 'Y'.
       01  WS-PRED-FAILED      PIC 9(2)         VALUE 0.

      *Lancement de l'étape courante : commande, instant du
      *    lancement, code rendu par le système et ligne retrouvée
      *    dans le journal d'exécution
       01  WS-COMMAND          PIC X(80)        VALUE SPACES.
       01  WS-NOW-DATE         PIC 9(8)         VALUE 0.
       01  WS-NOW-TIME         PIC 9(8)         VALUE 0.
       01  WS-LAUNCH-STAMP     PIC 9(14)        VALUE 0.
       01  WS-LOG-STAMP        PIC 9(14)        VALUE 0.
       01  WS-SYS-RC           PIC S9(9)        VALUE 0.
       01  WS-LOG-FOUND        PIC X            VALUE 'N'.
       01  WS-LOG-RC           PIC 9(2)         VALUE 0.

      *Bilan de la chaîne et code retour de l'enchaîneur
       01  WS-CHAIN-RC         PIC 9(2)         VALUE 0.
       01  WS-DONE-COUNT       PIC 9(2)         VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(2)         VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(2)         VALUE 0.

      *Variables de saisie et d'affichage
       01  WS-INPUT            PIC X(11).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-RC        PIC Z9.
       01  WS-VISUAL-COUNT     PIC Z9.

       PROCEDURE DIVISION.

           OPEN INPUT SCHEDULE-FILE

           IF WS-SCH-STATUS NOT = "00"
               DISPLAY "Erreur ouverture CHAINSCH, code statut "
                   WS-SCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Paragraphe chargeant et contrôlant les étapes de la chaîne
      *    avant tout lancement : une ligne illisible arrête tout
           PERFORM 0100-LOAD-SCHEDULE THRU 0100-LOAD-SCHEDULE-END

           CLOSE SCHEDULE-FILE

           IF WS-STEP-COUNT = 0
               DISPLAY "Aucune étape dans CHAINSCH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Paragraphe relisant l'état de la chaîne précédente et
      *    choisissant entre une nouvelle chaîne et la reprise d'une
      *    chaîne incomplète
           PERFORM 0200-CHOOSE-MODE THRU 0200-CHOOSE-MODE-END

      *L'état de la chaîne est posé avant la première étape, afin
      *    qu'un arrêt brutal de l'enchaîneur laisse une chaîne
      *    incomplète reprenable
           MOVE 'E' TO WS-CTL-STATE
           PERFORM 0300-SAVE-CONTROL THRU 0300-SAVE-CONTROL-END

      *Paragraphe lançant chaque étape dans l'ordre, ou la sautant
      *    quand un prédécesseur n'a pas abouti
           MOVE 0 TO WS-IDX
           PERFORM UNTIL WS-IDX = WS-STEP-COUNT
               ADD 1 TO WS-IDX
               PERFORM 0400-RUN-STEP THRU 0400-RUN-STEP-END
               PERFORM 0300-SAVE-CONTROL THRU 0300-SAVE-CONTROL-END
           END-PERFORM

      *Paragraphe dressant le bilan de la chaîne et son code retour
           PERFORM 0500-CHAIN-SUMMARY THRU 0500-CHAIN-SUMMARY-END

      *La chaîne n'est marquée terminée que si toutes ses étapes ont
      *    abouti ; sinon elle reste reprenable depuis l'étape fautive
           IF WS-FAILED-COUNT = 0 AND WS-SKIPPED-COUNT = 0
               MOVE 'T' TO WS-CTL-STATE
           ELSE
               MOVE 'E' TO WS-CTL-STATE
           END-IF
           PERFORM 0300-SAVE-CONTROL THRU 0300-SAVE-CONTROL-END

           MOVE WS-CHAIN-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************

      *Paragraphe chargeant les étapes de CHAINSCH dans la table : les
      *    commentaires et lignes blanches sont ignorés, un numéro
      *    d'étape, un code maximal ou un prédécesseur illisibles, un
      *    programme à blanc, un prédécesseur inconnu ou placé après
      *    l'étape arrêtent l'enchaîneur avec le code 8 avant tout
      *    lancement
       0100-LOAD-SCHEDULE.
           PERFORM UNTIL WS-SCH-EOF-YES

               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCH-EOF
                   NOT AT END

                       IF SCH-RECORD = SPACES
                           OR SCH-STEP(1:1) = "*"

                           CONTINUE

                       ELSE

                           IF WS-STEP-COUNT = WS-STEP-MAX
                               DISPLAY "Trop d'étapes dans CHAINSCH"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF

                           IF SCH-STEP IS NOT NUMERIC
                               OR SCH-PROGRAM = SPACES
                               OR (SCH-MAX-RC NOT = SPACES
                                   AND SCH-MAX-RC IS NOT NUMERIC)
                               DISPLAY "Ligne illisible dans "
                                   "CHAINSCH : " SCH-RECORD(1:23)
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF

                           ADD 1 TO WS-STEP-COUNT
                           MOVE SCH-STEP TO WS-STP-T-NO(WS-STEP-COUNT)
                           MOVE SCH-PROGRAM
                               TO WS-STP-T-PROGRAM(WS-STEP-COUNT)
                           IF SCH-MAX-RC = SPACES
                               MOVE 4 TO WS-STP-T-MAX-RC(WS-STEP-COUNT)
                           ELSE
                               MOVE SCH-MAX-RC
                                   TO WS-STP-T-MAX-RC(WS-STEP-COUNT)
                           END-IF
                           MOVE SCH-COMMAND
                               TO WS-STP-T-COMMAND(WS-STEP-COUNT)
                           MOVE SPACE TO WS-STP-T-STATE(WS-STEP-COUNT)
                           MOVE 0 TO WS-STP-T-RC(WS-STEP-COUNT)

                           MOVE 0 TO WS-PRED-IDX
                           PERFORM UNTIL WS-PRED-IDX = 3
                               ADD 1 TO WS-PRED-IDX
                               PERFORM 0110-LOAD-PREDECESSOR
                                   THRU 0110-LOAD-PREDECESSOR-END
                           END-PERFORM

                       END-IF

               END-READ

           END-PERFORM
       .

       0100-LOAD-SCHEDULE-END.
           EXIT
       .

      *Paragraphe reprenant un prédécesseur de l'étape en cours de
      *    chargement : à blanc il n'y en a pas, sinon il doit désigner
      *    une étape déjà chargée, donc lancée avant celle-ci
       0110-LOAD-PREDECESSOR.
           MOVE 0 TO WS-STP-T-PRED(WS-STEP-COUNT, WS-PRED-IDX)

           IF SCH-PRED(WS-PRED-IDX) NOT = SPACES

               IF SCH-PRED(WS-PRED-IDX) IS NOT NUMERIC
                   DISPLAY "Prédécesseur illisible à l'étape "
                       SCH-STEP " de CHAINSCH"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-FOUND
               MOVE 0 TO WS-IDX-2
               PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-IDX-2 + 1 = WS-STEP-COUNT
                   ADD 1 TO WS-IDX-2
                   IF WS-STP-T-NO(WS-IDX-2) = SCH-PRED(WS-PRED-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM

               IF WS-FOUND NOT = 'Y'
                   DISPLAY "L'étape " SCH-STEP " de CHAINSCH dépend "
                       "de l'étape " SCH-PRED(WS-PRED-IDX)
                       ", absente ou placée après elle"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE SCH-PRED(WS-PRED-IDX)
                   TO WS-STP-T-PRED(WS-STEP-COUNT, WS-PRED-IDX)

           END-IF
       .

       0110-LOAD-PREDECESSOR-END.
           EXIT
       .

      *Paragraphe relisant l'état de la chaîne précédente dans
      *    CHAINCTL puis choisissant le mode de lancement : CHAINP
      *    impose N ou R ; absent, la reprise n'est proposée au
      *    terminal que si la chaîne précédente est incomplète. Une
      *    reprise garde la date de la chaîne reprise et les étapes
      *    qui avaient abouti ; les étapes en échec, sautées ou pas
      *    encore lancées repartent
       0200-CHOOSE-MODE.
           PERFORM 0210-LOAD-CONTROL THRU 0210-LOAD-CONTROL-END

           MOVE 'N' TO WS-CHAIN-MODE

           OPEN INPUT PARAM-FILE

           IF WS-PRM-STATUS = "00"

               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(PRM-MODE)
                           TO WS-CHAIN-MODE
                       IF NOT WS-MODE-NEW AND NOT WS-MODE-RESUME
                           DISPLAY "Mode illisible dans CHAINP "
                               "(N ou R attendu)"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ

               CLOSE PARAM-FILE

           ELSE

               IF WS-CTL-STATE = 'E'
                   MOVE WS-CTL-DATE TO WS-VISUAL-DATE
                   DISPLAY "La chaîne du " WS-VISUAL-DATE
                       " est incomplète, la reprendre ? (oui/non)"
                   MOVE SPACES TO WS-INPUT
                   ACCEPT WS-INPUT
                   IF FUNCTION LOWER-CASE(WS-INPUT) = "oui"
                       MOVE 'R' TO WS-CHAIN-MODE
                   END-IF
               END-IF

           END-IF

           IF WS-MODE-RESUME AND WS-CTL-STATE NOT = 'E'
               DISPLAY "Aucune chaîne incomplète à reprendre, "
                   "nouvelle chaîne"
               MOVE 'N' TO WS-CHAIN-MODE
           END-IF

           IF WS-MODE-RESUME

               MOVE WS-CTL-DATE TO WS-CHAIN-DATE
               MOVE WS-CTL-TIME TO WS-CHAIN-TIME
               MOVE WS-CHAIN-DATE TO WS-VISUAL-DATE
               DISPLAY "Reprise de la chaîne du " WS-VISUAL-DATE

               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX = WS-STEP-COUNT
                   ADD 1 TO WS-IDX
                   PERFORM 0220-RESTORE-STEP
                       THRU 0220-RESTORE-STEP-END
               END-PERFORM

           ELSE

               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME(1:6) TO WS-CHAIN-TIME
               MOVE WS-CHAIN-DATE TO WS-VISUAL-DATE
               DISPLAY "Nouvelle chaîne du " WS-VISUAL-DATE

           END-IF
       .

       0200-CHOOSE-MODE-END.
           EXIT
       .

      *Paragraphe relisant CHAINCTL : l'en-tête donne la date et
      *    l'état de la chaîne précédente, les lignes d'étape sont
      *    gardées pour la reprise ; fichier absent, il n'y a pas de
      *    chaîne précédente
       0210-LOAD-CONTROL.
           MOVE SPACE TO WS-CTL-STATE
           MOVE 0 TO WS-SAV-COUNT

           OPEN INPUT CONTROL-FILE

           IF WS-CTL-STATUS = "00"

               MOVE 'Y' TO WS-CTL-PRESENT
               MOVE "N" TO WS-CTL-EOF

               PERFORM UNTIL WS-CTL-EOF-YES
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-CTL-EOF
                       NOT AT END

                           IF CTLH-TYPE = 'H'
                               MOVE CTLH-DATE TO WS-CTL-DATE
                               MOVE CTLH-TIME TO WS-CTL-TIME
                               MOVE CTLH-STATE TO WS-CTL-STATE
                           ELSE IF CTLS-TYPE = 'S'
                               AND WS-SAV-COUNT < WS-STEP-MAX
                               ADD 1 TO WS-SAV-COUNT
                               MOVE CTLS-STEP
                                   TO WS-SAV-T-NO(WS-SAV-COUNT)
                               MOVE CTLS-PROGRAM
                                   TO WS-SAV-T-PROGRAM(WS-SAV-COUNT)
                               MOVE CTLS-STATE
                                   TO WS-SAV-T-STATE(WS-SAV-COUNT)
                               MOVE CTLS-RC
                                   TO WS-SAV-T-RC(WS-SAV-COUNT)
                           END-IF
                           END-IF

                   END-READ
               END-PERFORM

               CLOSE CONTROL-FILE

           END-IF
       .

       0210-LOAD-CONTROL-END.
           EXIT
       .

      *Paragraphe reprenant l'état d'une étape de la chaîne reprise :
      *    seule une étape aboutie, retrouvée sous le même numéro et
      *    le même programme, est tenue pour faite
       0220-RESTORE-STEP.
           MOVE 0 TO WS-IDX-2
           PERFORM UNTIL WS-IDX-2 = WS-SAV-COUNT
               ADD 1 TO WS-IDX-2
               IF WS-SAV-T-NO(WS-IDX-2) = WS-STP-T-NO(WS-IDX)
                   AND WS-SAV-T-PROGRAM(WS-IDX-2)
                       = WS-STP-T-PROGRAM(WS-IDX)
                   AND WS-SAV-T-STATE(WS-IDX-2) = 'O'
                   MOVE 'O' TO WS-STP-T-STATE(WS-IDX)
                   MOVE WS-SAV-T-RC(WS-IDX-2) TO WS-STP-T-RC(WS-IDX)
               END-IF
           END-PERFORM
       .

       0220-RESTORE-STEP-END.
           EXIT
       .

      *Paragraphe réécrivant CHAINCTL en entier : en-tête de la
      *    chaîne puis état et code retour de chaque étape
       0300-SAVE-CONTROL.
           OPEN OUTPUT CONTROL-FILE

           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture CHAINCTL, code statut "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CTL-HEADER
           MOVE 'H' TO CTLH-TYPE
           MOVE WS-CHAIN-DATE TO CTLH-DATE
           MOVE WS-CHAIN-TIME TO CTLH-TIME
           MOVE WS-CTL-STATE TO CTLH-STATE
           WRITE CTL-HEADER

           MOVE 0 TO WS-IDX-2
           PERFORM UNTIL WS-IDX-2 = WS-STEP-COUNT
               ADD 1 TO WS-IDX-2
               MOVE SPACES TO CTL-STEP-RECORD
               MOVE 'S' TO CTLS-TYPE
               MOVE WS-STP-T-NO(WS-IDX-2) TO CTLS-STEP
               MOVE WS-STP-T-PROGRAM(WS-IDX-2) TO CTLS-PROGRAM
               MOVE WS-STP-T-STATE(WS-IDX-2) TO CTLS-STATE
               MOVE WS-STP-T-RC(WS-IDX-2) TO CTLS-RC
               WRITE CTL-STEP-RECORD
           END-PERFORM

           CLOSE CONTROL-FILE
       .

       0300-SAVE-CONTROL-END.
           EXIT
       .

      *Paragraphe traitant l'étape courante : déjà aboutie lors d'une
      *    reprise elle n'est pas relancée ; un prédécesseur qui n'a
      *    pas abouti la fait sauter, ce qui est tracé dans RUNLOG ;
      *    sinon elle est lancée
       0400-RUN-STEP.
           IF WS-STP-T-STATE(WS-IDX) = 'O'

               MOVE WS-STP-T-RC(WS-IDX) TO WS-VISUAL-RC
               DISPLAY "Étape " WS-STP-T-NO(WS-IDX) " "
                   FUNCTION TRIM(WS-STP-T-PROGRAM(WS-IDX))
                   " déjà aboutie, code retour "
                   FUNCTION TRIM(WS-VISUAL-RC)

           ELSE

               PERFORM 0410-CHECK-PREDECESSORS
                   THRU 0410-CHECK-PREDECESSORS-END

               IF WS-PRED-OK = 'Y'
                   PERFORM 0420-EXECUTE-STEP
                       THRU 0420-EXECUTE-STEP-END
               ELSE
                   MOVE 'S' TO WS-STP-T-STATE(WS-IDX)
                   MOVE 0 TO WS-STP-T-RC(WS-IDX)
                   DISPLAY "Étape " WS-STP-T-NO(WS-IDX) " "
                       FUNCTION TRIM(WS-STP-T-PROGRAM(WS-IDX))
                       " sautée : l'étape " WS-PRED-FAILED
                       " n'a pas abouti"
                   PERFORM 0440-LOG-SKIPPED
                       THRU 0440-LOG-SKIPPED-END
               END-IF

           END-IF
       .

       0400-RUN-STEP-END.
           EXIT
       .

      *Paragraphe vérifiant que chaque prédécesseur déclaré de
      *    l'étape courante a abouti ; le premier qui ne l'a pas fait
      *    est retenu pour le message
       0410-CHECK-PREDECESSORS.
           MOVE 'Y' TO WS-PRED-OK
           MOVE 0 TO WS-PRED-FAILED

           MOVE 0 TO WS-PRED-IDX
           PERFORM UNTIL WS-PRED-IDX = 3 OR WS-PRED-OK = 'N'
               ADD 1 TO WS-PRED-IDX

               IF WS-STP-T-PRED(WS-IDX, WS-PRED-IDX) > 0

                   MOVE 0 TO WS-IDX-2
                   PERFORM UNTIL WS-IDX-2 = WS-IDX
                       ADD 1 TO WS-IDX-2
                       IF WS-STP-T-NO(WS-IDX-2)
                           = WS-STP-T-PRED(WS-IDX, WS-PRED-IDX)
                           AND WS-STP-T-STATE(WS-IDX-2) NOT = 'O'
                           MOVE 'N' TO WS-PRED-OK
                           MOVE WS-STP-T-NO(WS-IDX-2)
                               TO WS-PRED-FAILED
                       END-IF
                   END-PERFORM

               END-IF
           END-PERFORM
       .

       0410-CHECK-PREDECESSORS-END.
           EXIT
       .

      *Paragraphe lançant l'étape courante par le système puis
      *    relevant son code retour : la ligne que l'étape a ajoutée à
      *    RUNLOG depuis son lancement fait foi ; à défaut (programme
      *    introuvable, arrêt brutal, programme hors journal), le code
      *    rendu par le système est pris, ramené à 99 s'il sort des
      *    deux chiffres. L'étape aboutit si son code ne dépasse pas
      *    le code maximal admis
       0420-EXECUTE-STEP.
           MOVE SPACES TO WS-COMMAND
           IF WS-STP-T-COMMAND(WS-IDX) = SPACES
               STRING
                   "./" DELIMITED BY SIZE
                   WS-STP-T-PROGRAM(WS-IDX) DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               MOVE WS-STP-T-COMMAND(WS-IDX) TO WS-COMMAND
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-LAUNCH-STAMP =
               WS-NOW-DATE * 1000000 + WS-NOW-TIME / 100

           DISPLAY "Étape " WS-STP-T-NO(WS-IDX) " : "
               FUNCTION TRIM(WS-COMMAND)

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-RC
           MOVE 0 TO RETURN-CODE

      *Selon le système, le code rendu est le code de sortie ou l'état
      *    d'attente brut, le code de sortie étant alors l'octet de
      *    poids fort
           IF WS-SYS-RC > 255
               DIVIDE 256 INTO WS-SYS-RC
           END-IF

           PERFORM 0430-FIND-RUN-LOG THRU 0430-FIND-RUN-LOG-END

           IF WS-LOG-FOUND = 'Y'
               MOVE WS-LOG-RC TO WS-STP-T-RC(WS-IDX)
           ELSE IF WS-SYS-RC < 0 OR WS-SYS-RC > 99
               MOVE 99 TO WS-STP-T-RC(WS-IDX)
           ELSE
               MOVE WS-SYS-RC TO WS-STP-T-RC(WS-IDX)
           END-IF
           END-IF

           IF WS-STP-T-RC(WS-IDX) > WS-STP-T-MAX-RC(WS-IDX)
               MOVE 'F' TO WS-STP-T-STATE(WS-IDX)
           ELSE
               MOVE 'O' TO WS-STP-T-STATE(WS-IDX)
           END-IF

           MOVE WS-STP-T-RC(WS-IDX) TO WS-VISUAL-RC
           IF WS-STP-T-STATE(WS-IDX) = 'O'
               DISPLAY "Étape " WS-STP-T-NO(WS-IDX) " "
                   FUNCTION TRIM(WS-STP-T-PROGRAM(WS-IDX))
                   " aboutie, code retour "
                   FUNCTION TRIM(WS-VISUAL-RC)
           ELSE
               DISPLAY "Étape " WS-STP-T-NO(WS-IDX) " "
                   FUNCTION TRIM(WS-STP-T-PROGRAM(WS-IDX))
                   " en échec, code retour "
                   FUNCTION TRIM(WS-VISUAL-RC)
           END-IF

           IF WS-LOG-FOUND NOT = 'Y'
               DISPLAY "    (pas de ligne dans RUNLOG, code retour "
                   "rendu par le système)"
           END-IF
       .

       0420-EXECUTE-STEP-END.
           EXIT
       .

      *Paragraphe cherchant dans RUNLOG la dernière ligne terminée du
      *    programme de l'étape courante commencée depuis son
      *    lancement
       0430-FIND-RUN-LOG.
           MOVE 'N' TO WS-LOG-FOUND
           MOVE 0 TO WS-LOG-RC

           OPEN INPUT RUN-LOG-FILE

           IF WS-RLG-STATUS = "00"

               MOVE "N" TO WS-RLG-EOF
               PERFORM UNTIL WS-RLG-EOF-YES
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-RLG-EOF
                       NOT AT END
                           IF RLG-PROGRAM = WS-STP-T-PROGRAM(WS-IDX)
                               AND RLG-STATE = 'T'
                               AND RLG-START-DATE IS NUMERIC
                               AND RLG-START-TIME IS NUMERIC
                               AND RLG-RC IS NUMERIC
                               COMPUTE WS-LOG-STAMP =
                                   RLG-START-DATE * 1000000
                                   + RLG-START-TIME
                               IF WS-LOG-STAMP NOT < WS-LAUNCH-STAMP
                                   MOVE 'Y' TO WS-LOG-FOUND
                                   MOVE RLG-RC TO WS-LOG-RC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RUN-LOG-FILE

           END-IF
       .

       0430-FIND-RUN-LOG-END.
           EXIT
       .

      *Paragraphe traçant dans RUNLOG l'étape courante sautée (état
      *    S, sans compteur), afin que le compte-rendu du matin la
      *    montre à sa place dans la chaîne
       0440-LOG-SKIPPED.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN EXTEND RUN-LOG-FILE

           IF WS-RLG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF

           IF WS-RLG-STATUS NOT = "00"
               DISPLAY "Erreur ouverture RUNLOG, code statut "
                   WS-RLG-STATUS
           ELSE

               MOVE SPACES TO RUN-LOG-RECORD
               MOVE WS-STP-T-PROGRAM(WS-IDX) TO RLG-PROGRAM
               MOVE WS-NOW-DATE TO RLG-START-DATE
               MOVE WS-NOW-TIME(1:6) TO RLG-START-TIME
               MOVE WS-NOW-DATE TO RLG-END-DATE
               MOVE WS-NOW-TIME(1:6) TO RLG-END-TIME
               MOVE 0 TO RLG-RC
               MOVE 0 TO RLG-READ
               MOVE 0 TO RLG-WRITTEN
               MOVE 0 TO RLG-REJECTED
               MOVE 'S' TO RLG-STATE

               WRITE RUN-LOG-RECORD

               IF WS-RLG-STATUS NOT = "00"
                   DISPLAY "Erreur d'écriture dans RUNLOG"
               END-IF

               CLOSE RUN-LOG-FILE

           END-IF
       .

       0440-LOG-SKIPPED-END.
           EXIT
       .

      *Paragraphe dressant le bilan de la chaîne : étapes abouties,
      *    en échec et sautées ; le code retour de l'enchaîneur est le
      *    plus fort code des étapes abouties, porté à 8 dès qu'une
      *    étape est en échec ou sautée
       0500-CHAIN-SUMMARY.
           MOVE 0 TO WS-CHAIN-RC
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT

           MOVE 0 TO WS-IDX
           PERFORM UNTIL WS-IDX = WS-STEP-COUNT
               ADD 1 TO WS-IDX
               EVALUATE WS-STP-T-STATE(WS-IDX)
                   WHEN 'O'
                       ADD 1 TO WS-DONE-COUNT
                       IF WS-STP-T-RC(WS-IDX) > WS-CHAIN-RC
                           MOVE WS-STP-T-RC(WS-IDX) TO WS-CHAIN-RC
                       END-IF
                   WHEN 'F'
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN 'S'
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-PERFORM

           IF (WS-FAILED-COUNT > 0 OR WS-SKIPPED-COUNT > 0)
               AND WS-CHAIN-RC < 8
               MOVE 8 TO WS-CHAIN-RC
           END-IF

           MOVE WS-DONE-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " étape(s) aboutie(s)"
           MOVE WS-FAILED-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " étape(s) en échec"
           MOVE WS-SKIPPED-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " étape(s) sautée(s)"

           IF WS-FAILED-COUNT > 0 OR WS-SKIPPED-COUNT > 0
               DISPLAY "Chaîne incomplète : après correction, "
                   "relancer runchn en reprise (R dans CHAINP)"
           END-IF
       .

       0500-CHAIN-SUMMARY-END.
           EXIT
       .
