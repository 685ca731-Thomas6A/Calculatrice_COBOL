       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprrpt.
       AUTHOR. Thomas Baudrin.

      *Compte-rendu de fin de journée des demandes d'approbation
      *    encore en attente dans la file APPROVQ, garnie par
      *    calcul.cbl et traitée par approb.cbl : chaque demande en
      *    état P est listée dans APPRRPT de la plus ancienne à la
      *    plus récente avec son demandeur, son âge en jours, le
      *    calcul, son résultat et son motif, puis les demandes sont
      *    ventilées par tranche d'âge et les décisions du jour
      *    (approuvées, rejetées, expirées) sont comptées. Le code
      *    retour vaut 4 quand des demandes attendent encore, afin
      *    que l'exploitation les signale aux superviseurs
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *File d'attente des demandes d'approbation, à l'identique de
      *    calcul.cbl
           SELECT APPROVAL-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ID
               FILE STATUS IS WS-APQ-STATUS.

      *Compte-rendu des demandes en attente
           SELECT AGE-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Une demande d'approbation, à l'identique de calcul.cbl
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
       01  APQ-CONTROL.
           05  APQC-ID             PIC 9(6).
           05  APQC-LAST-ID        PIC 9(6).
           05  FILLER              PIC X(260).

      *Une ligne du compte-rendu des demandes en attente
       FD  AGE-FILE.
       01  AGE-RECORD              PIC X(160).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-APQ-STATUS       PIC XX.
       01  WS-AGE-STATUS       PIC XX.
       01  WS-APQ-EOF          PIC X            VALUE 'N'.
           88  WS-APQ-EOF-YES               VALUE 'Y'.

      *Date d'exécution, âge de la demande courante en jours et
      *    variables d'affichage
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-REQ-VISUAL-DATE  PIC 9999/99/99.
       01  WS-AGE-DAYS         PIC S9(7)        VALUE 0.
       01  WS-VISUAL-AGE       PIC Z(5)9.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-TYPE-LABEL       PIC X(24).

      *Compteurs des demandes en attente par tranche d'âge (moins de
      *    2 jours, 2 à 5, 6 à 10, plus de 10, date illisible) et des
      *    décisions prises dans la journée
       01  WS-PENDING-COUNT    PIC 9(6)         VALUE 0.
       01  WS-AGE-0-1          PIC 9(6)         VALUE 0.
       01  WS-AGE-2-5          PIC 9(6)         VALUE 0.
       01  WS-AGE-6-10         PIC 9(6)         VALUE 0.
       01  WS-AGE-OVER-10      PIC 9(6)         VALUE 0.
       01  WS-AGE-UNKNOWN      PIC 9(6)         VALUE 0.
       01  WS-TODAY-APPROVED   PIC 9(6)         VALUE 0.
       01  WS-TODAY-REJECTED   PIC 9(6)         VALUE 0.
       01  WS-TODAY-EXPIRED    PIC 9(6)         VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT APPROVAL-FILE

      *File absente : aucune demande n'a encore été déposée, le
      *    compte-rendu est produit vide
           IF WS-APQ-STATUS NOT = "00" AND WS-APQ-STATUS NOT = "35"
               DISPLAY "Erreur ouverture APPROVQ, code statut "
                   WS-APQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGE-FILE

           IF WS-AGE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture APPRRPT, code statut "
                   WS-AGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Paragraphe imprimant l'en-tête du compte-rendu
           PERFORM 0100-WRITE-HEADER THRU 0100-WRITE-HEADER-END

      *Paragraphe imprimant chaque demande en attente, les plus
      *    anciennes d'abord
           IF WS-APQ-STATUS = "00"
               PERFORM 0200-REPORT-PENDING
                   THRU 0200-REPORT-PENDING-END
               CLOSE APPROVAL-FILE
           END-IF

      *Paragraphe imprimant la ventilation par âge et les décisions
      *    de la journée
           PERFORM 0300-WRITE-SUMMARY THRU 0300-WRITE-SUMMARY-END

           CLOSE AGE-FILE

           MOVE WS-PENDING-COUNT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " demande(s) en attente au compte-rendu APPRRPT"

           IF WS-PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************

      *Paragraphe imprimant l'en-tête du compte-rendu avec la date
      *    d'exécution
       0100-WRITE-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO AGE-RECORD
           STRING
               "Demandes d'approbation en attente - " DELIMITED BY SIZE
               WS-VISUAL-DATE DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE ALL "-" TO AGE-RECORD
           WRITE AGE-RECORD
       .

       0100-WRITE-HEADER-END.
           EXIT
       .

      *Paragraphe parcourant la file de la première demande (clé 1,
      *    le contrôle de la file en clé 0 n'étant pas une demande) à
      *    la dernière, dans l'ordre des dépôts donc de la plus
      *    ancienne à la plus récente ; les demandes en attente sont
      *    imprimées, les décisions du jour comptées
       0200-REPORT-PENDING.
           MOVE 1 TO APQ-ID
           MOVE "N" TO WS-APQ-EOF

           START APPROVAL-FILE KEY IS NOT LESS THAN APQ-ID
               INVALID KEY
                   MOVE "Y" TO WS-APQ-EOF
           END-START

           PERFORM UNTIL WS-APQ-EOF-YES
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-APQ-EOF
                   NOT AT END

                       IF APQ-STATE = 'P'
                           PERFORM 0210-REPORT-ONE
                               THRU 0210-REPORT-ONE-END
                       END-IF

                       IF APQ-APP-DATE = WS-RUN-DATE
                           EVALUATE APQ-STATE
                               WHEN 'A'
                                   ADD 1 TO WS-TODAY-APPROVED
                               WHEN 'R'
                                   ADD 1 TO WS-TODAY-REJECTED
                               WHEN 'E'
                                   ADD 1 TO WS-TODAY-EXPIRED
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF

               END-READ
           END-PERFORM
       .

       0200-REPORT-PENDING-END.
           EXIT
       .

      *Paragraphe imprimant la demande en attente courante sur deux
      *    lignes (référence, demandeur et âge, puis calcul, résultat
      *    et motif) et la rangeant dans sa tranche d'âge ; une date
      *    de demande illisible est signalée plutôt que tue. Une
      *    annulation montre l'original tel que porté par son texte,
      *    ARCHIV compris quand histarc.cbl l'a archivé entre-temps
       0210-REPORT-ONE.
           ADD 1 TO WS-PENDING-COUNT

           IF APQ-TYPE = 'V'
               MOVE SPACES TO WS-TYPE-LABEL
               STRING
                   "annulation du " DELIMITED BY SIZE
                   APQ-CALCUL(7:6) DELIMITED BY SIZE
                   INTO WS-TYPE-LABEL
               END-STRING
           ELSE
               MOVE "calcul" TO WS-TYPE-LABEL
           END-IF

           MOVE SPACES TO AGE-RECORD

           IF APQ-REQ-DATE IS NUMERIC
               AND APQ-REQ-DATE NOT < 16010101

               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(APQ-REQ-DATE)

               IF WS-AGE-DAYS < 2
                   ADD 1 TO WS-AGE-0-1
               ELSE IF WS-AGE-DAYS < 6
                   ADD 1 TO WS-AGE-2-5
               ELSE IF WS-AGE-DAYS < 11
                   ADD 1 TO WS-AGE-6-10
               ELSE
                   ADD 1 TO WS-AGE-OVER-10
               END-IF
               END-IF
               END-IF

               MOVE APQ-REQ-DATE TO WS-REQ-VISUAL-DATE
               MOVE WS-AGE-DAYS TO WS-VISUAL-AGE
               STRING
                   "Demande " DELIMITED BY SIZE
                   APQ-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TYPE-LABEL) DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   WS-REQ-VISUAL-DATE DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   FUNCTION TRIM(APQ-REQ-USER) DELIMITED BY SIZE
                   ", en attente depuis " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-AGE) DELIMITED BY SIZE
                   " jour(s)" DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING

           ELSE

               ADD 1 TO WS-AGE-UNKNOWN
               STRING
                   "Demande " DELIMITED BY SIZE
                   APQ-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TYPE-LABEL) DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   FUNCTION TRIM(APQ-REQ-USER) DELIMITED BY SIZE
                   ", date de demande illisible" DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING

           END-IF

           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING
               "    " DELIMITED BY SIZE
               FUNCTION TRIM(APQ-CALCUL) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(APQ-RESULT) DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING
               "    motif : " DELIMITED BY SIZE
               FUNCTION TRIM(APQ-REQ-REASON) DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD
       .

       0210-REPORT-ONE-END.
           EXIT
       .

      *Paragraphe imprimant la ventilation des demandes en attente
      *    par tranche d'âge puis les décisions prises dans la journée
       0300-WRITE-SUMMARY.
           MOVE ALL "-" TO AGE-RECORD
           WRITE AGE-RECORD

           IF WS-PENDING-COUNT = 0
               MOVE "Aucune demande en attente" TO AGE-RECORD
               WRITE AGE-RECORD
           ELSE

               MOVE WS-PENDING-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO AGE-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " demande(s) en attente" DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD

               MOVE WS-AGE-0-1 TO WS-VISUAL-COUNT
               MOVE SPACES TO AGE-RECORD
               STRING
                   "    moins de 2 jours : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD

               MOVE WS-AGE-2-5 TO WS-VISUAL-COUNT
               MOVE SPACES TO AGE-RECORD
               STRING
                   "    de 2 à 5 jours : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD

               MOVE WS-AGE-6-10 TO WS-VISUAL-COUNT
               MOVE SPACES TO AGE-RECORD
               STRING
                   "    de 6 à 10 jours : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD

               MOVE WS-AGE-OVER-10 TO WS-VISUAL-COUNT
               MOVE SPACES TO AGE-RECORD
               STRING
                   "    plus de 10 jours : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD

               IF WS-AGE-UNKNOWN > 0
                   MOVE WS-AGE-UNKNOWN TO WS-VISUAL-COUNT
                   MOVE SPACES TO AGE-RECORD
                   STRING
                       "    date illisible : " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-COUNT)
                           DELIMITED BY SIZE
                       INTO AGE-RECORD
                   END-STRING
                   WRITE AGE-RECORD
               END-IF

           END-IF

           MOVE "Décisions du jour :" TO AGE-RECORD
           WRITE AGE-RECORD

           MOVE WS-TODAY-APPROVED TO WS-VISUAL-COUNT
           MOVE SPACES TO AGE-RECORD
           STRING
               "    approuvée(s) : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE WS-TODAY-REJECTED TO WS-VISUAL-COUNT
           MOVE SPACES TO AGE-RECORD
           STRING
               "    rejetée(s) : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE WS-TODAY-EXPIRED TO WS-VISUAL-COUNT
           MOVE SPACES TO AGE-RECORD
           STRING
               "    expirée(s) : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
               INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD
       .

       0300-WRITE-SUMMARY-END.
           EXIT
       .
