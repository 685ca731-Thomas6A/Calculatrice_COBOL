       IDENTIFICATION DIVISION.
       PROGRAM-ID. runrpt.
       AUTHOR. Thomas Baudrin.

      *Compte-rendu d'exploitation du matin : chaque passage consigné
      *    dans le journal d'exécution RUNLOG depuis la veille (ou
      *    depuis la date portée au fichier de paramètres RUNRPTP)
      *    est listé dans RUNRPT avec son issue, ses heures de début
      *    et de fin, son code retour et ses compteurs. Les points à
      *    examiner sont signalés sous le passage concerné : arrêt en
      *    erreur, étape sautée par runchn.cbl, calculs classés par
      *    calcbat.cbl qui ne se retrouvent pas en entrées d'origine B
      *    dans HISTFILE sur la plage du passage, écarts relevés par
      *    histrec.cbl, chaîne d'audit rompue selon audver.cbl. Le
      *    code retour vaut 4 dès qu'un point est à examiner
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Journal d'exécution partagé de la chaîne de nuit, à
      *    l'identique de calcbat.cbl
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

      *Fichier d'historique partagé, à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Compte-rendu d'exploitation du matin
           SELECT STATUS-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.

      *Petit fichier de paramètres : date de début AAAAMMJJ en
      *    colonnes 1-8 ; absent ou à blanc, le compte-rendu part de
      *    la veille
           SELECT PARAM-FILE ASSIGN TO "RUNRPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

      *Une ligne du compte-rendu d'exploitation
       FD  STATUS-FILE.
       01  STATUS-RECORD           PIC X(160).

      *Les paramètres : date de début du compte-rendu
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-FROM-DATE       PIC X(8).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-RLG-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-STA-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-RLG-EOF          PIC X            VALUE 'N'.
           88  WS-RLG-EOF-YES               VALUE 'Y'.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-HIST-AVAILABLE   PIC X            VALUE 'N'.
       01  WS-RLG-AVAILABLE    PIC X            VALUE 'N'.

      *Date d'exécution et date de début du compte-rendu
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-FROM-DATE        PIC 9(8)         VALUE 0.
       01  WS-PRM-CHECK        PIC X(8).

      *Plage du passage calcbat courant, en date et heure accolées,
      *    et nombre d'entrées d'origine B de l'historique qui y
      *    tombent
       01  WS-START-STAMP      PIC 9(14)        VALUE 0.
       01  WS-END-STAMP        PIC 9(14)        VALUE 0.
       01  WS-HIST-STAMP       PIC 9(14)        VALUE 0.
       01  WS-BATCH-ENTRIES    PIC 9(7)         VALUE 0.

      *Issue du passage courant
       01  WS-OUTCOME          PIC X(13).

      *Compteurs du bilan
       01  WS-RUN-COUNT        PIC 9(6)         VALUE 0.
       01  WS-OK-COUNT         PIC 9(6)         VALUE 0.
       01  WS-WARN-COUNT       PIC 9(6)         VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(6)         VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6)         VALUE 0.
       01  WS-FLAG-COUNT       PIC 9(6)         VALUE 0.

      *Variables d'affichage
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-START     PIC X(8).
       01  WS-VISUAL-END       PIC X(8).
       01  WS-VISUAL-RC        PIC Z9.
       01  WS-VISUAL-READ      PIC Z(6)9.
       01  WS-VISUAL-WRITTEN   PIC Z(6)9.
       01  WS-VISUAL-REJECTED  PIC Z(6)9.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-COUNT-2   PIC Z(6)9.

       PROCEDURE DIVISION.

      *Paragraphe fixant la date de début du compte-rendu : celle de
      *    RUNRPTP si elle y est portée, sinon la veille
           PERFORM 0050-READ-PARAMETERS THRU 0050-READ-PARAMETERS-END

           OPEN INPUT RUN-LOG-FILE

      *Journal absent : aucun programme de la chaîne n'a encore
      *    tourné, le compte-rendu est produit vide
           IF WS-RLG-STATUS = "00"
               MOVE 'Y' TO WS-RLG-AVAILABLE
           ELSE IF WS-RLG-STATUS NOT = "35"
               DISPLAY "Erreur ouverture RUNLOG, code statut "
                   WS-RLG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF

           OPEN OUTPUT STATUS-FILE

           IF WS-STA-STATUS NOT = "00"
               DISPLAY "Erreur ouverture RUNRPT, code statut "
                   WS-STA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Ouverture de l'historique s'il existe, pour la concordance des
      *    passages calcbat ; illisible, la concordance est signalée
      *    comme non vérifiée
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF

      *Paragraphe imprimant l'en-tête du compte-rendu
           PERFORM 0100-WRITE-HEADER THRU 0100-WRITE-HEADER-END

      *Paragraphe imprimant chaque passage de la période et ses points
      *    à examiner
           IF WS-RLG-AVAILABLE = 'Y'
               PERFORM 0200-REPORT-RUNS THRU 0200-REPORT-RUNS-END
               CLOSE RUN-LOG-FILE
           END-IF

      *Paragraphe imprimant le bilan et le verdict
           PERFORM 0400-WRITE-SUMMARY THRU 0400-WRITE-SUMMARY-END

           CLOSE STATUS-FILE

           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF

           DISPLAY "Compte-rendu d'exploitation écrit dans RUNRPT"

      *Code retour gradué : 0 si la chaîne est passée sans point à
      *    examiner, 4 sinon ou si aucun passage n'est consigné
           IF WS-FLAG-COUNT > 0 OR WS-RUN-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      ******************************************************************

      *Paragraphe lisant la date de début dans RUNRPTP s'il est
      *    présent ; une date illisible arrête le compte-rendu avec le
      *    code 8, une date à blanc ou un fichier absent donnent la
      *    veille de la date d'exécution
       0050-READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-FROM-DATE

           OPEN INPUT PARAM-FILE

           IF WS-PRM-STATUS = "00"

               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-FROM-DATE NOT = SPACES
                           MOVE PRM-FROM-DATE TO WS-PRM-CHECK
                           INSPECT WS-PRM-CHECK
                               CONVERTING "0123456789" TO "          "
                           IF WS-PRM-CHECK NOT = SPACES
                               DISPLAY "Date illisible dans RUNRPTP"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE PRM-FROM-DATE TO WS-FROM-DATE
                       END-IF
               END-READ

               CLOSE PARAM-FILE

           END-IF

           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF
       .

       0050-READ-PARAMETERS-END.
           EXIT
       .

      *Paragraphe imprimant l'en-tête du compte-rendu : date
      *    d'exécution, date de début et titres de colonnes
       0100-WRITE-HEADER.
           MOVE WS-RUN-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO STATUS-RECORD
           STRING
               "Compte-rendu d'exploitation de la chaîne de nuit - "
                   DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE WS-FROM-DATE TO WS-VISUAL-DATE
           MOVE SPACES TO STATUS-RECORD
           STRING
               "Passages consignés dans RUNLOG depuis le "
                   DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE ALL "-" TO STATUS-RECORD
           WRITE STATUS-RECORD

           MOVE SPACES TO STATUS-RECORD
           STRING
               "Programme  Date        Début     Fin       CR"
                   DELIMITED BY SIZE
               "      Lus   Écrits  Rejetés  Paramètres    Issue"
                   DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD
       .

       0100-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe parcourant le journal d'exécution dans l'ordre des
      *    passages et imprimant ceux commencés depuis la date de
      *    début ; une ligne illisible est ignorée
       0200-REPORT-RUNS.
           PERFORM UNTIL WS-RLG-EOF-YES

               READ RUN-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-RLG-EOF
                   NOT AT END
                       IF RLG-START-DATE IS NUMERIC
                           AND RLG-START-TIME IS NUMERIC
                           AND RLG-END-DATE IS NUMERIC
                           AND RLG-END-TIME IS NUMERIC
                           AND RLG-RC IS NUMERIC
                           AND RLG-READ IS NUMERIC
                           AND RLG-WRITTEN IS NUMERIC
                           AND RLG-REJECTED IS NUMERIC
                           AND RLG-START-DATE NOT < WS-FROM-DATE
                           PERFORM 0210-REPORT-ONE
                               THRU 0210-REPORT-ONE-END
                       END-IF
               END-READ

           END-PERFORM
       .

       0200-REPORT-RUNS-END.
           EXIT
       .

      *Paragraphe imprimant un passage puis ses points à examiner :
      *    étape sautée, arrêt en erreur, concordance calcbat /
      *    historique, écarts histrec, rupture audver
       0210-REPORT-ONE.
           ADD 1 TO WS-RUN-COUNT

           IF RLG-STATE = 'S'
               MOVE "SAUTÉE" TO WS-OUTCOME
               ADD 1 TO WS-SKIP-COUNT
           ELSE IF RLG-RC NOT < 8
               MOVE "ÉCHEC" TO WS-OUTCOME
               ADD 1 TO WS-FAIL-COUNT
           ELSE IF RLG-RC > 0
               MOVE "AVERTISSEMENT" TO WS-OUTCOME
               ADD 1 TO WS-WARN-COUNT
           ELSE
               MOVE "OK" TO WS-OUTCOME
               ADD 1 TO WS-OK-COUNT
           END-IF
           END-IF
           END-IF

           MOVE RLG-START-DATE TO WS-VISUAL-DATE
           MOVE SPACES TO WS-VISUAL-START
           STRING
               RLG-START-TIME(1:2) ":" RLG-START-TIME(3:2) ":"
               RLG-START-TIME(5:2) DELIMITED BY SIZE
               INTO WS-VISUAL-START
           END-STRING
           MOVE SPACES TO WS-VISUAL-END
           STRING
               RLG-END-TIME(1:2) ":" RLG-END-TIME(3:2) ":"
               RLG-END-TIME(5:2) DELIMITED BY SIZE
               INTO WS-VISUAL-END
           END-STRING
           MOVE RLG-RC TO WS-VISUAL-RC
           MOVE RLG-READ TO WS-VISUAL-READ
           MOVE RLG-WRITTEN TO WS-VISUAL-WRITTEN
           MOVE RLG-REJECTED TO WS-VISUAL-REJECTED

           MOVE SPACES TO STATUS-RECORD
           STRING
               RLG-PROGRAM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-START DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-END DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-RC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-READ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-WRITTEN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VISUAL-REJECTED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RLG-PARAM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           IF RLG-STATE = 'S'
               MOVE SPACES TO STATUS-RECORD
               STRING
                   "    >> étape sautée par runchn : un "
                       DELIMITED BY SIZE
                   "prédécesseur n'a pas abouti" DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
               WRITE STATUS-RECORD
               ADD 1 TO WS-FLAG-COUNT
           END-IF

           IF RLG-STATE NOT = 'S' AND RLG-RC NOT < 8
               MOVE SPACES TO STATUS-RECORD
               STRING
                   "    >> arrêt en erreur, code retour "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-RC) DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
               WRITE STATUS-RECORD
               ADD 1 TO WS-FLAG-COUNT
           END-IF

           IF RLG-PROGRAM = "calcbat" AND RLG-STATE NOT = 'S'
               PERFORM 0300-CHECK-BATCH THRU 0300-CHECK-BATCH-END
           END-IF

           IF RLG-PROGRAM = "histrec" AND RLG-STATE NOT = 'S'
               AND RLG-REJECTED > 0
               MOVE SPACES TO STATUS-RECORD
               STRING
                   "    >> histrec : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-REJECTED) DELIMITED BY SIZE
                   " écart(s) entre historique et journal d'audit"
                       DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
               WRITE STATUS-RECORD
               ADD 1 TO WS-FLAG-COUNT
           END-IF

           IF RLG-PROGRAM = "audver" AND RLG-STATE NOT = 'S'
               AND RLG-REJECTED > 0
               MOVE SPACES TO STATUS-RECORD
               STRING
                   "    >> audver : chaîne d'audit rompue dans "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-REJECTED) DELIMITED BY SIZE
                   " fichier(s)" DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
               WRITE STATUS-RECORD
               ADD 1 TO WS-FLAG-COUNT
           END-IF
       .

       0210-REPORT-ONE-END.
           EXIT
       .

      *Paragraphe rapprochant un passage calcbat de l'historique :
      *    chaque calcul classé (état OK de CALCRES) a produit une
      *    entrée d'origine B datée dans la plage du passage, les deux
      *    nombres doivent donc être égaux. Les entrées sont
      *    parcourues par la clé secondaire date, du jour de début au
      *    jour de fin du passage ; le contrôle de séquence en clé 0,
      *    redaté sous l'origine B à chaque attribution de numéro par
      *    calcbat.cbl, n'est pas un calcul et est écarté
       0300-CHECK-BATCH.
           IF WS-HIST-AVAILABLE NOT = 'Y'

               MOVE SPACES TO STATUS-RECORD
               STRING
                   "    >> HISTFILE illisible, concordance calcbat "
                       DELIMITED BY SIZE
                   "non vérifiée" DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
               WRITE STATUS-RECORD
               ADD 1 TO WS-FLAG-COUNT

           ELSE

               COMPUTE WS-START-STAMP =
                   RLG-START-DATE * 1000000 + RLG-START-TIME
               COMPUTE WS-END-STAMP =
                   RLG-END-DATE * 1000000 + RLG-END-TIME
               MOVE 0 TO WS-BATCH-ENTRIES

               MOVE RLG-START-DATE TO HIST-DATE
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
                           IF HIST-DATE > RLG-END-DATE
                               MOVE "Y" TO WS-HIST-EOF
                           ELSE
                               COMPUTE WS-HIST-STAMP =
                                   HIST-DATE * 1000000 + HIST-TIME
                               IF HIST-ORIGIN = "B"
                                   AND HIST-SEQ-NO NOT = 0
                                   AND WS-HIST-STAMP
                                       NOT < WS-START-STAMP
                                   AND WS-HIST-STAMP
                                       NOT > WS-END-STAMP
                                   ADD 1 TO WS-BATCH-ENTRIES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-BATCH-ENTRIES TO WS-VISUAL-COUNT-2
               MOVE SPACES TO STATUS-RECORD

               IF WS-BATCH-ENTRIES = RLG-WRITTEN
                   STRING
                       "    concordance calcbat / HISTFILE : "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-COUNT-2)
                           DELIMITED BY SIZE
                       " entrée(s) d'origine B" DELIMITED BY SIZE
                       INTO STATUS-RECORD
                   END-STRING
               ELSE
                   STRING
                       "    >> calcbat : " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-WRITTEN)
                           DELIMITED BY SIZE
                       " calcul(s) classé(s), " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-COUNT-2)
                           DELIMITED BY SIZE
                       " entrée(s) d'origine B dans HISTFILE "
                           DELIMITED BY SIZE
                       "sur la plage du passage" DELIMITED BY SIZE
                       INTO STATUS-RECORD
                   END-STRING
                   ADD 1 TO WS-FLAG-COUNT
               END-IF

               WRITE STATUS-RECORD

           END-IF
       .

       0300-CHECK-BATCH-END.
           EXIT
       .

      *Paragraphe imprimant le bilan de la période : passages par
      *    issue, points à examiner et verdict
       0400-WRITE-SUMMARY.
           MOVE ALL "-" TO STATUS-RECORD
           WRITE STATUS-RECORD

           IF WS-RUN-COUNT = 0
               MOVE SPACES TO STATUS-RECORD
               MOVE "Aucun passage consigné sur la période"
                   TO STATUS-RECORD
               WRITE STATUS-RECORD
           END-IF

           MOVE WS-RUN-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO STATUS-RECORD
           STRING
               "Passages            : " DELIMITED BY SIZE
               WS-VISUAL-COUNT DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE WS-OK-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO STATUS-RECORD
           STRING
               "  dont OK           : " DELIMITED BY SIZE
               WS-VISUAL-COUNT DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE WS-WARN-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO STATUS-RECORD
           STRING
               "  avertissements    : " DELIMITED BY SIZE
               WS-VISUAL-COUNT DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE WS-FAIL-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO STATUS-RECORD
           STRING
               "  échecs            : " DELIMITED BY SIZE
               WS-VISUAL-COUNT DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE WS-SKIP-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO STATUS-RECORD
           STRING
               "  étapes sautées    : " DELIMITED BY SIZE
               WS-VISUAL-COUNT DELIMITED BY SIZE
               INTO STATUS-RECORD
           END-STRING
           WRITE STATUS-RECORD

           MOVE SPACES TO STATUS-RECORD
           IF WS-FLAG-COUNT = 0
               MOVE "Verdict : chaîne passée sans point à examiner"
                   TO STATUS-RECORD
           ELSE
               MOVE WS-FLAG-COUNT TO WS-VISUAL-COUNT
               STRING
                   "Verdict : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " point(s) à examiner (lignes >>)"
                       DELIMITED BY SIZE
                   INTO STATUS-RECORD
               END-STRING
           END-IF
           WRITE STATUS-RECORD
       .

       0400-WRITE-SUMMARY-END.
           EXIT
       .
