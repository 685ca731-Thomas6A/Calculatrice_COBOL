       IDENTIFICATION DIVISION.
       PROGRAM-ID. cstcnv.
       AUTHOR. Thomas Baudrin.

      *Conversion, à passer une seule fois (après histkey.cbl), de
      *    l'historique partagé HISTFILE, de la file d'attente
      *    d'approbation APPROVQ et du fichier maître des instructions
      *    permanentes STDINST vers la disposition avec centre de
      *    coût : la zone est ajoutée en fin d'enregistrement, à blanc
      *    pour les calculs, les demandes et les instructions d'avant
      *    les centres de coût, que le compte-rendu costrpt.cbl liste
      *    à part (une instruction se voit donner son centre par
      *    stdmnt.cbl).
      *    Les enregistrements sont recopiés tels quels, numéros de
      *    séquence et contrôle de séquence en clé 0 compris. Chaque
      *    fichier est d'abord déchargé en entier dans son fichier de
      *    travail, puis reconstruit : rien n'est perdu si la
      *    reconstruction échoue, le déchargement restant dans
      *    HISTWORK, APQWORK ou STDWORK. Une file APPROVQ ou un
      *    fichier STDINST absents n'ont rien à convertir
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier d'historique dans la disposition sans centre de coût,
      *    lu avant conversion
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-SEQ-NO
               ALTERNATE RECORD KEY IS OLD-HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

      *Le même fichier d'historique, recréé avec le centre de coût,
      *    à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *File d'attente d'approbation dans la disposition sans centre
      *    de coût, lue avant conversion
           SELECT OLD-APPROVAL-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-APQ-ID
               FILE STATUS IS WS-OLD-APQ-STATUS.

      *La même file d'attente, recréée avec le centre de coût, à
      *    l'identique de approb.cbl
           SELECT APPROVAL-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ID
               FILE STATUS IS WS-APQ-STATUS.

      *Fichier maître des instructions permanentes dans la
      *    disposition sans centre de coût, lu avant conversion
           SELECT OLD-STANDING-FILE ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SIN-ID
               FILE STATUS IS WS-OLD-SIN-STATUS.

      *Le même fichier maître, recréé avec le centre de coût, à
      *    l'identique de stdmnt.cbl
           SELECT STANDING-FILE ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-ID
               FILE STATUS IS WS-SIN-STATUS.

      *Fichier de travail recevant le déchargement de l'historique
      *    pendant la conversion
           SELECT WORK-FILE ASSIGN TO "HISTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

      *Fichier de travail recevant le déchargement de la file
      *    d'attente pendant la conversion
           SELECT APQ-WORK-FILE ASSIGN TO "APQWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWK-STATUS.

      *Fichier de travail recevant le déchargement des instructions
      *    permanentes pendant la conversion
           SELECT SIN-WORK-FILE ASSIGN TO "STDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWK-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Enregistrement de l'historique avant conversion
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
           05  HIST-COST-CENTRE    PIC X(6).

      *Une demande de la file d'attente avant conversion
       FD  OLD-APPROVAL-FILE.
       01  OLD-APQ-RECORD.
           05  OLD-APQ-ID          PIC 9(6).
           05  FILLER              PIC X(260).

      *Une demande de la file d'attente, à l'identique de approb.cbl
       FD  APPROVAL-FILE.
       01  APQ-RECORD.
           05  APQ-ID              PIC 9(6).
           05  APQ-TYPE            PIC X.
           05  APQ-STATE           PIC X.
           05  APQ-CALCUL          PIC X(100).
           05  APQ-RESULT          PIC X(18).
           05  APQ-ORIG-SEQ        PIC 9(6).
           05  APQ-REQ-USER        PIC X(10).
           05  APQ-REQ-DATE        PIC 9(8).
           05  APQ-REQ-TIME        PIC 9(6).
           05  APQ-REQ-REASON      PIC X(40).
           05  APQ-APP-USER        PIC X(10).
           05  APQ-APP-DATE        PIC 9(8).
           05  APQ-APP-TIME        PIC 9(6).
           05  APQ-APP-REASON      PIC X(40).
           05  APQ-HIST-SEQ        PIC 9(6).
           05  APQ-COST-CENTRE     PIC X(6).

      *Une instruction permanente avant conversion
       FD  OLD-STANDING-FILE.
       01  OLD-SIN-RECORD.
           05  OLD-SIN-ID          PIC X(8).
           05  FILLER              PIC X(165).

      *Une instruction permanente, à l'identique de stdmnt.cbl
       FD  STANDING-FILE.
       01  SIN-RECORD.
           05  SIN-ID              PIC X(8).
           05  SIN-LABEL           PIC X(30).
           05  SIN-FIRST-NAME      PIC X(10).
           05  SIN-FIRST-AMOUNT    PIC S9(7)V99.
           05  SIN-STEP-COUNT      PIC 9.
           05  SIN-STEP-TABLE.
               10  SIN-STEP        OCCURS 4.
                   15  SIN-OPERATOR    PIC X.
                   15  SIN-OPD-NAME    PIC X(10).
                   15  SIN-OPD-AMOUNT  PIC S9(7)V99.
           05  SIN-FREQ            PIC X.
           05  SIN-START-DATE      PIC 9(8).
           05  SIN-END-DATE        PIC 9(8).
           05  SIN-OWNER           PIC X(10).
           05  SIN-LAST-DATE       PIC 9(8).
           05  SIN-COST-CENTRE     PIC X(6).

      *Un enregistrement d'historique déchargé, en attente de
      *    rechargement
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(149).

      *Une demande déchargée, en attente de rechargement
       FD  APQ-WORK-FILE.
       01  APQ-WORK-RECORD         PIC X(266).

      *Une instruction déchargée, en attente de rechargement
       FD  SIN-WORK-FILE.
       01  SIN-WORK-RECORD         PIC X(173).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-OLD-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-WRK-STATUS       PIC XX.
       01  WS-OLD-APQ-STATUS   PIC XX.
       01  WS-APQ-STATUS       PIC XX.
       01  WS-AWK-STATUS       PIC XX.
       01  WS-OLD-EOF          PIC X            VALUE 'N'.
           88  WS-OLD-EOF-YES               VALUE 'Y'.
       01  WS-WRK-EOF          PIC X            VALUE 'N'.
           88  WS-WRK-EOF-YES               VALUE 'Y'.
       01  WS-APQ-PRESENT      PIC X            VALUE 'N'.
       01  WS-OLD-SIN-STATUS   PIC XX.
       01  WS-SIN-STATUS       PIC XX.
       01  WS-SWK-STATUS       PIC XX.
       01  WS-SIN-PRESENT      PIC X            VALUE 'N'.

      *Variables de comptage et de saisie
       01  WS-READ-COUNT       PIC 9(6)         VALUE 0.
       01  WS-LOAD-COUNT       PIC 9(6)         VALUE 0.
       01  WS-APQ-READ-COUNT   PIC 9(6)         VALUE 0.
       01  WS-APQ-LOAD-COUNT   PIC 9(6)         VALUE 0.
       01  WS-SIN-READ-COUNT   PIC 9(6)         VALUE 0.
       01  WS-SIN-LOAD-COUNT   PIC 9(6)         VALUE 0.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-INPUT            PIC X(11).

       PROCEDURE DIVISION.

           DISPLAY "Conversion de HISTFILE, APPROVQ et STDINST vers la "
               "disposition"
           DISPLAY "    avec centre de coût"
           DISPLAY "À ne passer qu'une seule fois, après histkey.cbl,"
           DISPLAY "    sur un historique sans centre de coût"
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

      *Paragraphe reconstruisant l'historique avec le centre de coût
      *    à partir du fichier de travail
           PERFORM 0200-RELOAD-HISTORY THRU 0200-RELOAD-HISTORY-END

           MOVE WS-LOAD-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " enregistrement(s) d'historique rechargé(s)"

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

      *Paragraphe déchargeant la file d'attente d'approbation, si
      *    elle existe, dans son fichier de travail
           PERFORM 0300-UNLOAD-APPROVALS THRU 0300-UNLOAD-APPROVALS-END

           IF WS-APQ-PRESENT = 'Y'

      *Paragraphe reconstruisant la file d'attente avec le centre de
      *    coût à partir de son fichier de travail
               PERFORM 0400-RELOAD-APPROVALS
                   THRU 0400-RELOAD-APPROVALS-END

               MOVE WS-APQ-LOAD-COUNT TO WS-VISUAL-COUNT
               DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
                   " demande(s) d'approbation rechargée(s)"

               IF WS-APQ-LOAD-COUNT NOT = WS-APQ-READ-COUNT
                   MOVE WS-APQ-READ-COUNT TO WS-VISUAL-COUNT
                   DISPLAY "Écart avec les "
                       FUNCTION TRIM(WS-VISUAL-COUNT)
                       " demande(s) déchargée(s), APQWORK conservé"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT APQ-WORK-FILE
               CLOSE APQ-WORK-FILE

           ELSE
               DISPLAY "File APPROVQ absente, rien à convertir"
           END-IF

      *Paragraphe déchargeant le fichier maître des instructions
      *    permanentes, s'il existe, dans son fichier de travail
           PERFORM 0500-UNLOAD-STANDING THRU 0500-UNLOAD-STANDING-END

           IF WS-SIN-PRESENT = 'Y'

      *Paragraphe reconstruisant le fichier maître avec le centre de
      *    coût à partir de son fichier de travail
               PERFORM 0600-RELOAD-STANDING
                   THRU 0600-RELOAD-STANDING-END

               MOVE WS-SIN-LOAD-COUNT TO WS-VISUAL-COUNT
               DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
                   " instruction(s) permanente(s) rechargée(s)"

               IF WS-SIN-LOAD-COUNT NOT = WS-SIN-READ-COUNT
                   MOVE WS-SIN-READ-COUNT TO WS-VISUAL-COUNT
                   DISPLAY "Écart avec les "
                       FUNCTION TRIM(WS-VISUAL-COUNT)
                       " instruction(s) déchargée(s), "
                       "STDWORK conservé"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT SIN-WORK-FILE
               CLOSE SIN-WORK-FILE

           ELSE
               DISPLAY "Fichier STDINST absent, rien à convertir"
           END-IF

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

      *Paragraphe recréant l'historique avec le centre de coût et le
      *    regarnissant depuis le fichier de travail, chaque
      *    enregistrement gardant son numéro de séquence et recevant
      *    un centre de coût à blanc
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
                       MOVE SPACES TO HIST-COST-CENTRE
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

      *Paragraphe déchargeant chaque demande de la file d'attente,
      *    dernier numéro attribué en clé 0 compris, dans son fichier
      *    de travail ; une file absente (statut 35) est laissée telle
      *    quelle, calcul.cbl la créant dans la nouvelle disposition
       0300-UNLOAD-APPROVALS.
           MOVE 'N' TO WS-APQ-PRESENT

           OPEN INPUT OLD-APPROVAL-FILE

           IF WS-OLD-APQ-STATUS = "35"
               CONTINUE
           ELSE IF WS-OLD-APQ-STATUS NOT = "00"
               DISPLAY "Erreur ouverture APPROVQ, code statut "
                   WS-OLD-APQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE

               MOVE 'Y' TO WS-APQ-PRESENT

               OPEN OUTPUT APQ-WORK-FILE

               IF WS-AWK-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture APQWORK, code statut "
                       WS-AWK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 0 TO WS-APQ-READ-COUNT
               MOVE 0 TO OLD-APQ-ID
               MOVE "N" TO WS-OLD-EOF

               START OLD-APPROVAL-FILE
                   KEY IS NOT LESS THAN OLD-APQ-ID
                   INVALID KEY
                       MOVE "Y" TO WS-OLD-EOF
               END-START

               PERFORM UNTIL WS-OLD-EOF-YES
                   READ OLD-APPROVAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-OLD-EOF
                       NOT AT END
                           MOVE OLD-APQ-RECORD TO APQ-WORK-RECORD
                           WRITE APQ-WORK-RECORD
                           ADD 1 TO WS-APQ-READ-COUNT
                   END-READ
               END-PERFORM

               CLOSE OLD-APPROVAL-FILE
               CLOSE APQ-WORK-FILE

           END-IF
           END-IF
       .

       0300-UNLOAD-APPROVALS-END.
           EXIT
       .

      *Paragraphe recréant la file d'attente avec le centre de coût
      *    et la regarnissant depuis son fichier de travail ; les
      *    demandes d'avant les centres de coût en reçoivent un à
      *    blanc
       0400-RELOAD-APPROVALS.
           OPEN OUTPUT APPROVAL-FILE

           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "Erreur recréation APPROVQ, code statut "
                   WS-APQ-STATUS
               DISPLAY "Le déchargement reste dans APQWORK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT APQ-WORK-FILE

           MOVE 0 TO WS-APQ-LOAD-COUNT
           MOVE "N" TO WS-WRK-EOF

           PERFORM UNTIL WS-WRK-EOF-YES
               READ APQ-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-EOF
                   NOT AT END
                       MOVE APQ-WORK-RECORD TO APQ-RECORD
                       MOVE SPACES TO APQ-COST-CENTRE
                       WRITE APQ-RECORD
                           INVALID KEY
                               DISPLAY "Erreur d'écriture dans "
                                   "la file d'attente"
                           NOT INVALID KEY
                               ADD 1 TO WS-APQ-LOAD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE APQ-WORK-FILE
           CLOSE APPROVAL-FILE
       .

       0400-RELOAD-APPROVALS-END.
           EXIT
       .

      *Paragraphe déchargeant chaque instruction permanente dans son
      *    fichier de travail ; un fichier absent (statut 35) est
      *    laissé tel quel, stdmnt.cbl le créant dans la nouvelle
      *    disposition
       0500-UNLOAD-STANDING.
           MOVE 'N' TO WS-SIN-PRESENT

           OPEN INPUT OLD-STANDING-FILE

           IF WS-OLD-SIN-STATUS = "35"
               CONTINUE
           ELSE IF WS-OLD-SIN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture STDINST, code statut "
                   WS-OLD-SIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE

               MOVE 'Y' TO WS-SIN-PRESENT

               OPEN OUTPUT SIN-WORK-FILE

               IF WS-SWK-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture STDWORK, code statut "
                       WS-SWK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 0 TO WS-SIN-READ-COUNT
               MOVE SPACES TO OLD-SIN-ID
               MOVE "N" TO WS-OLD-EOF

               START OLD-STANDING-FILE
                   KEY IS NOT LESS THAN OLD-SIN-ID
                   INVALID KEY
                       MOVE "Y" TO WS-OLD-EOF
               END-START

               PERFORM UNTIL WS-OLD-EOF-YES
                   READ OLD-STANDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-OLD-EOF
                       NOT AT END
                           MOVE OLD-SIN-RECORD TO SIN-WORK-RECORD
                           WRITE SIN-WORK-RECORD
                           ADD 1 TO WS-SIN-READ-COUNT
                   END-READ
               END-PERFORM

               CLOSE OLD-STANDING-FILE
               CLOSE SIN-WORK-FILE

           END-IF
           END-IF
       .

       0500-UNLOAD-STANDING-END.
           EXIT
       .

      *Paragraphe recréant le fichier maître des instructions avec le
      *    centre de coût et le regarnissant depuis son fichier de
      *    travail ; les instructions d'avant les centres de coût en
      *    reçoivent un à blanc, à compléter par stdmnt.cbl
       0600-RELOAD-STANDING.
           OPEN OUTPUT STANDING-FILE

           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "Erreur recréation STDINST, code statut "
                   WS-SIN-STATUS
               DISPLAY "Le déchargement reste dans STDWORK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SIN-WORK-FILE

           MOVE 0 TO WS-SIN-LOAD-COUNT
           MOVE "N" TO WS-WRK-EOF

           PERFORM UNTIL WS-WRK-EOF-YES
               READ SIN-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WRK-EOF
                   NOT AT END
                       MOVE SIN-WORK-RECORD TO SIN-RECORD
                       MOVE SPACES TO SIN-COST-CENTRE
                       WRITE SIN-RECORD
                           INVALID KEY
                               DISPLAY "Erreur d'écriture dans "
                                   "STDINST"
                           NOT INVALID KEY
                               ADD 1 TO WS-SIN-LOAD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE SIN-WORK-FILE
           CLOSE STANDING-FILE
       .

       0600-RELOAD-STANDING-END.
           EXIT
       .
