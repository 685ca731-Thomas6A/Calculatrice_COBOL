               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Journal d'audit partagé, à l'identique de calcul.cbl
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
           05  HIST-TIME           PIC 9(6).
           05  HIST-USER           PIC X(10).
           05  HIST-ORIGIN         PIC X.
           05  HIST-COST-CENTRE    PIC X(6).

      *Enregistrement du journal d'audit, à l'identique de calcul.cbl
       FD  AUDIT-FILE.
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
      *    destination portée au fichier de paramètres RECONP
       01  WS-RECON-NAME       PIC X(12)        VALUE "RECONRPT".
       01  WS-PRM-STATUS       PIC XX.
       01  WS-PRM-PRESENT      PIC X            VALUE 'N'.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.
       01  WS-AUDIT-EOF        PIC X            VALUE 'N'.
      *    rapprochement afin de ne pas fausser le verdict ni le code
      *    retour du matin
       01  WS-REFUSAL-COUNT    PIC 9(6)         VALUE 0.
      *Compteur des lignes d'administration "admin ..." de tout
      *    programme (clôture et réouverture de période par
      *    perclo.cbl, dépôt d'une demande par calcul.cbl,
      *    approbation, rejet et expiration par approb.cbl,
      *    sauvegarde et restauration par mstsav.cbl et mstrst.cbl),
      *    sans contrepartie dans l'historique elles aussi et tenues
      *    hors du rapprochement de la même façon
       01  WS-ADMIN-COUNT      PIC 9(6)         VALUE 0.
       01  WS-ECART-TOTAL      PIC 9(6)         VALUE 0.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-COUNT-2   PIC Z(5)9.
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-AUD-VISUAL-DATE  PIC 9999/99/99.

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

           OPEN INPUT HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture AUDITLOG, code statut "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture " WS-RECON-NAME
                   ", code statut " WS-RECON-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           DISPLAY "Rapprochement terminé, compte-rendu dans "
               FUNCTION TRIM(WS-RECON-NAME)

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PRM-PRESENT
                       IF PRM-RECON-NAME NOT = SPACES
                           MOVE PRM-RECON-NAME TO WS-RECON-NAME
                       END-IF

                           ADD 1 TO WS-REFUSAL-COUNT

                       ELSE IF AUD-CALCUL(1:6) = "admin "

                           ADD 1 TO WS-ADMIN-COUNT

                       ELSE

                           IF WS-AUD-COUNT = WS-AUD-MAX
                                   "pour le rapprochement, archivez "
                                   "d'abord"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF

                               THRU 0220-TALLY-USER-END

                       END-IF
                       END-IF

               END-READ

                   DISPLAY "Trop de jours distincts pour le "
                       "rapprochement, archivez d'abord"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

                   DISPLAY "Trop d'opérateurs distincts pour le "
                       "rapprochement, archivez d'abord"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               WRITE RECON-RECORD
           END-IF

      *Condition signalant les lignes d'administration relevées au
      *    journal, tenues hors du rapprochement comme les refus
           IF WS-ADMIN-COUNT > 0
               MOVE WS-ADMIN-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO RECON-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " ligne(s) d'administration, hors rapprochement"
                       DELIMITED BY SIZE
                   INTO RECON-RECORD
               END-STRING
               WRITE RECON-RECORD
           END-IF

      *Condition signalant les paires annulées relevées : chaque
      *    écriture inverse et son original se rapprochent
      *    normalement, leur compte est donné pour mémoire
       0600-RESOLVE-USER-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, calculs de l'historique examinés, calculs
      *    rapprochés, écarts relevés dans les deux sens et RECONP
      *    s'il a été lu ; un journal d'exécution illisible est
      *    signalé sans empêcher l'arrêt ni toucher au code retour
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
               MOVE "histrec" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               COMPUTE RLG-READ = WS-MATCHED-COUNT + WS-HIST-ONLY
               MOVE WS-MATCHED-COUNT TO RLG-WRITTEN
               COMPUTE RLG-REJECTED = WS-HIST-ONLY + WS-AUDIT-ONLY
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "RECONP" TO RLG-PARAM
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
