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
       01  PARAM-RECORD.
           05  PRM-YEAR            PIC X(4).

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
       01  WS-INPUT            PIC X(11).
       01  WS-VISUAL-COUNT     PIC Z(5)9.

      *Variables du journal d'exécution RUNLOG : début du passage
      *    relevé au lancement, fin et code retour relevés à l'arrêt
       01  WS-RLG-STATUS       PIC XX.
       01  WS-RLG-START-DATE   PIC 9(8)         VALUE 0.
       01  WS-RLG-START-TIME   PIC 9(8)         VALUE 0.
       01  WS-RLG-END-DATE     PIC 9(8)         VALUE 0.
       01  WS-RLG-END-TIME     PIC 9(8)         VALUE 0.
       01  WS-RLG-RC           PIC 9(2)         VALUE 0.
      *Cumuls de tous les fichiers vérifiés, reportés au journal
      *    d'exécution : lignes relues et fichiers en rupture
       01  WS-READ-TOTAL       PIC 9(7)         VALUE 0.
       01  WS-BROKEN-FILES     PIC 9(7)         VALUE 0.

       PROCEDURE DIVISION.

      *Début du passage, reporté au journal d'exécution RUNLOG
           ACCEPT WS-RLG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-START-TIME FROM TIME

      *Paragraphe lisant l'année d'archive dans le fichier de
      *    paramètres AUDVERP s'il est présent ; absent, elle est
      *    demandée au terminal
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************
                           IF WS-YEAR-CHECK NOT = SPACES
                               DISPLAY "Année illisible dans AUDVERP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           MOVE PRM-YEAR TO WS-ARC-YEAR
               DISPLAY "Erreur ouverture AUDITLOG, code statut "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture " WS-ARC-NAME
                   ", code statut " WS-ARC-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *    reparcouru : première rupture avec son numéro de ligne et
      *    son motif, ou chaîne intacte avec les comptes de lignes
       0600-REPORT-FILE-VERDICT.
           ADD WS-LINE-NO TO WS-READ-TOTAL

           IF WS-BROKEN = 'Y'

               MOVE 'Y' TO WS-ANY-BROKEN
               ADD 1 TO WS-BROKEN-FILES
               MOVE WS-BROKEN-LINE TO WS-VISUAL-COUNT
               DISPLAY "Rupture de chaîne à la ligne "
                   FUNCTION TRIM(WS-VISUAL-COUNT) " : "
       0600-REPORT-FILE-VERDICT-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, lignes d'audit relues (aucune écriture),
      *    fichiers dont la chaîne est rompue et AUDVERP s'il a été
      *    lu ; un journal d'exécution illisible est signalé sans
      *    empêcher l'arrêt ni toucher au code retour
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
               MOVE "audver" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-TOTAL TO RLG-READ
               MOVE 0 TO RLG-WRITTEN
               MOVE WS-BROKEN-FILES TO RLG-REJECTED
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "AUDVERP" TO RLG-PARAM
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
