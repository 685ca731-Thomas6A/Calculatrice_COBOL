       IDENTIFICATION DIVISION.
       PROGRAM-ID. histkey.
       AUTHOR. Thomas Baudrin.

      *Conversion, à passer une seule fois, de l'historique partagé
      *    HISTFILE vers l'organisation avec clés secondaires : date
      *    du calcul, opérateur et texte du calcul, toutes avec
      *    doublons, afin que les recherches de histinq.cbl partent
      *    de la clé au lieu de relire tout l'historique et que
      *    l'écriture inverse "annul NNNNNN" d'un calcul se retrouve
      *    par sa clé. Les enregistrements sont recopiés tels quels,
      *    numéros de séquence et contrôle de séquence en clé 0
      *    compris. L'historique est d'abord déchargé en entier dans
      *    le fichier de travail, puis reconstruit avec ses clés :
      *    rien n'est perdu si la reconstruction échoue, le
      *    déchargement restant dans HISTWORK
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier d'historique dans son organisation à clé unique, lu
      *    avant conversion
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-SEQ-NO
               FILE STATUS IS WS-OLD-STATUS.

      *Le même fichier d'historique, recréé avec ses clés
      *    secondaires, à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier de travail recevant le déchargement de l'historique
      *    pendant la conversion
           SELECT WORK-FILE ASSIGN TO "HISTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Enregistrement de l'historique, même disposition avant et
      *    après conversion
       FD  OLD-HISTORY-FILE.
       01  OLD-HIST-RECORD.
           05  OLD-HIST-SEQ-NO     PIC 9(6).
           05  OLD-HIST-CALCUL     PIC X(100).
           05  OLD-HIST-RESULT     PIC X(18).
           05  OLD-HIST-DATE       PIC 9(8).
           05  OLD-HIST-TIME       PIC 9(6).
           05  OLD-HIST-USER       PIC X(10).
           05  OLD-HIST-ORIGIN     PIC X.

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

      *Un enregistrement déchargé, en attente de rechargement
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(149).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-OLD-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-WRK-STATUS       PIC XX.
       01  WS-OLD-EOF          PIC X            VALUE 'N'.
           88  WS-OLD-EOF-YES               VALUE 'Y'.
       01  WS-WRK-EOF          PIC X            VALUE 'N'.
           88  WS-WRK-EOF-YES               VALUE 'Y'.

      *Variables de comptage et de saisie
       01  WS-READ-COUNT       PIC 9(6)         VALUE 0.
       01  WS-LOAD-COUNT       PIC 9(6)         VALUE 0.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-INPUT            PIC X(11).

       PROCEDURE DIVISION.

           DISPLAY "Conversion de HISTFILE vers l'organisation avec"
           DISPLAY "    clés secondaires date, opérateur et calcul"
           DISPLAY "À ne passer qu'une seule fois, après histcnv.cbl,"
           DISPLAY "    sur un historique à clé unique"
           DISPLAY "Convertir ? (oui/non)"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
               DISPLAY "Conversion abandonnée, historique inchangé"
               STOP RUN
           END-IF

      *Paragraphe déchargeant l'historique entier dans le fichier de
      *    travail
           PERFORM 0100-UNLOAD-HISTORY THRU 0100-UNLOAD-HISTORY-END

      *Paragraphe reconstruisant l'historique avec ses clés
      *    secondaires à partir du fichier de travail
           PERFORM 0200-RELOAD-HISTORY THRU 0200-RELOAD-HISTORY-END

           MOVE WS-LOAD-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " enregistrement(s) rechargé(s)"

      *Condition signalant un rechargement incomplet : le
      *    déchargement est alors gardé dans HISTWORK pour reprise
           IF WS-LOAD-COUNT NOT = WS-READ-COUNT
               MOVE WS-READ-COUNT TO WS-VISUAL-COUNT
               DISPLAY "Écart avec les " FUNCTION TRIM(WS-VISUAL-COUNT)
                   " enregistrement(s) déchargé(s), "
                   "HISTWORK conservé"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Le fichier de travail est vidé, son contenu étant désormais
      *    dans l'historique reconstruit
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE

           STOP RUN.

      ******************************************************************

      *Paragraphe déchargeant chaque enregistrement de l'historique,
      *    contrôle de séquence en clé 0 compris, dans le fichier de
      *    travail
       0100-UNLOAD-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE

           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WORK-FILE

           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTWORK, code statut "
                   WS-WRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO OLD-HIST-SEQ-NO
           MOVE "N" TO WS-OLD-EOF

           START OLD-HISTORY-FILE
               KEY IS NOT LESS THAN OLD-HIST-SEQ-NO
               INVALID KEY
                   MOVE "Y" TO WS-OLD-EOF
           END-START

           PERFORM UNTIL WS-OLD-EOF-YES
               READ OLD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF
                   NOT AT END
                       MOVE OLD-HIST-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                       ADD 1 TO WS-READ-COUNT
               END-READ
           END-PERFORM

           CLOSE OLD-HISTORY-FILE
           CLOSE WORK-FILE
       .

       0100-UNLOAD-HISTORY-END.
           EXIT
       .

      *Paragraphe recréant l'historique avec ses clés secondaires et
      *    le regarnissant depuis le fichier de travail, chaque
      *    enregistrement gardant son numéro de séquence
       0200-RELOAD-HISTORY.
           OPEN OUTPUT HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur recréation HISTFILE, code statut "
                   WS-HIST-STATUS
               DISPLAY "Le déchargement reste dans HISTWORK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WORK-FILE

           MOVE 0 TO WS-LOAD-COUNT
           MOVE "N" TO WS-WRK-EOF

           PERFORM UNTIL WS-WRK-EOF-YES
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO HIST-RECORD
                       WRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "Erreur d'écriture dans "
                                   "l'historique"
                           NOT INVALID KEY
                               ADD 1 TO WS-LOAD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
       .

       0200-RELOAD-HISTORY-END.
           EXIT
       .
