               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Journal d'exécution partagé de la chaîne de nuit : une ligne
      *    par passage (programme, début, fin, code retour, compteurs,
      *    fichier de paramètres), ajoutée avant chaque arrêt pour
      *    l'enchaîneur runchn.cbl et le compte-rendu du matin
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

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
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-HOUR      PIC Z9.

      *Variables du journal d'exécution RUNLOG : début du passage
      *    relevé au lancement, fin et code retour relevés à l'arrêt
       01  WS-RLG-STATUS       PIC XX.
       01  WS-RLG-START-DATE   PIC 9(8)         VALUE 0.
       01  WS-RLG-START-TIME   PIC 9(8)         VALUE 0.
       01  WS-RLG-END-DATE     PIC 9(8)         VALUE 0.
       01  WS-RLG-END-TIME     PIC 9(8)         VALUE 0.
       01  WS-RLG-RC           PIC 9(2)         VALUE 0.
      *Nombre de lignes lues dans le journal d'audit, reporté au
      *    journal d'exécution
       01  WS-READ-COUNT       PIC 9(7)         VALUE 0.

       PROCEDURE DIVISION.

      *Début du passage, reporté au journal d'exécution RUNLOG
           ACCEPT WS-RLG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-START-TIME FROM TIME

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture AUDITLOG, code statut "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture AUDSUMR, code statut "
                   WS-SUM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************
                               DISPLAY "Date de début illisible "
                                   "dans AUDSUMP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-FROM-DATE =
                               DISPLAY "Date de fin illisible "
                                   "dans AUDSUMP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-TO-DATE =
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT

      *Les lignes d'administration "admin ..." de tout programme
      *    (période, demandes d'approbation, sauvegarde et
      *    restauration des fichiers maîtres) ne sont ni des calculs
      *    ni des refus et restent hors de la synthèse
                       IF AUD-DATE NOT < WS-FROM-DATE
                           AND AUD-DATE NOT > WS-TO-DATE
                           AND AUD-CALCUL(1:6) NOT = "admin "

                           PERFORM 0210-FIND-ROW
                               THRU 0210-FIND-ROW-END
                   DISPLAY "Journal d'audit trop grand pour la "
                       "synthèse, réduisez la plage de dates"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

       0500-RESOLVE-USER-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, lignes d'audit lues, calculs retenus dans
      *    la synthèse (aucun rejet) et AUDSUMP s'il a été lu ; un
      *    journal d'exécution illisible est signalé sans empêcher
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
               MOVE "audsum" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-COUNT TO RLG-READ
               MOVE WS-GRAND-TOTAL TO RLG-WRITTEN
               MOVE 0 TO RLG-REJECTED
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "AUDSUMP" TO RLG-PARAM
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
