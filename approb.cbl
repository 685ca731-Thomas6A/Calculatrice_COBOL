       IDENTIFICATION DIVISION.
       PROGRAM-ID. approb.
       AUTHOR. Thomas Baudrin.

      *Traitement de la file d'attente d'approbation APPROVQ, garnie
      *    par calcul.cbl : un calcul dont un opérande dépasse le
      *    plafond de l'opérateur, ou une annulation demandée par un
      *    profil J, y attend en état P la décision d'un superviseur
      *    au lieu d'être refusé. Seul un superviseur (profil S)
      *    identifié sur OPERMAST peut lister, approuver, rejeter ou
      *    faire expirer les demandes, et jamais approuver la sienne.
      *    Une demande approuvée est historisée dans HISTFILE sous le
      *    demandeur, le texte du calcul portant la marque
      *    "appr IDENTIFIANT" du superviseur, puis tracée au journal
      *    d'audit sous les deux identifiants : la ligne du calcul
      *    sous le demandeur, qui se rapproche de l'historique, et une
      *    ligne d'administration "admin approbation ..." sous le
      *    superviseur. Une demande rejetée ou expirée est tracée par
      *    une ligne "admin rejet ..." ou "admin expiration ..." avec
      *    le superviseur et le motif. Chaque refus est tracé par une
      *    ligne "refus ...", toutes chaînées comme les lignes de
      *    calcul
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

      *Fichier d'historique partagé, à l'identique de calcul.cbl,
      *    servi par le contrôle de séquence en clé 0 à chaque
      *    approbation
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier de contrôle des périodes, entretenu par perclo.cbl :
      *    l'annulation d'un calcul d'une période close ne s'approuve
      *    pas
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.

      *Journal d'audit partagé, à l'identique de calcul.cbl
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Fichier maître des opérateurs autorisés, entretenu par
      *    opermnt.cbl, sur lequel l'identification est contrôlée
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Une demande d'approbation, à l'identique de calcul.cbl : type
      *    C (calcul) ou V (annulation, avec le numéro de séquence de
      *    l'original), état P (en attente), A (approuvée), R
      *    (rejetée) ou E (expirée), texte complet du calcul et son
      *    résultat, demandeur, date, heure et motif de la demande,
      *    puis superviseur, date, heure et motif de la décision,
      *    numéro de séquence attribué dans l'historique et centre de
      *    coût du calcul (celui de l'original pour une annulation) ;
      *    la clé
      *    000000 porte le dernier numéro de demande attribué
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

      *Une période du fichier de contrôle, à l'identique de perclo.cbl
       FD  PERIOD-FILE.
       01  PER-RECORD.
           05  PER-PERIOD          PIC 9(6).
           05  PER-STATE           PIC X.
           05  PER-CLOSE-DATE      PIC 9(8).
           05  PER-CLOSE-TIME      PIC 9(6).
           05  PER-CLOSE-USER      PIC X(10).
           05  PER-REOPEN-DATE     PIC 9(8).
           05  PER-REOPEN-USER     PIC X(10).
           05  PER-CALC-COUNT      PIC 9(6).
           05  PER-VOID-COUNT      PIC 9(6).
           05  PER-NET-TOTAL       PIC S9(13)V99.

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

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-APQ-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-PER-STATUS       PIC XX.
       01  WS-APQ-EOF          PIC X            VALUE 'N'.
           88  WS-APQ-EOF-YES               VALUE 'Y'.
       01  WS-HIST-EOF         PIC X            VALUE 'N'.
           88  WS-HIST-EOF-YES              VALUE 'Y'.

      *Variables de pilotage du journal d'audit et de son chaînage
      *    d'inviolabilité, à l'identique de calcul.cbl ; chaque ligne
      *    est écrite sous l'identifiant WS-AUDIT-USER avec
      *    l'horodatage WS-AUDIT-DATE et WS-AUDIT-TIME
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
       01  WS-AUDIT-USER       PIC X(10)        VALUE SPACES.
       01  WS-AUDIT-DATE       PIC 9(8)         VALUE 0.
       01  WS-AUDIT-TIME       PIC 9(8)         VALUE 0.

      *Variables de contrôle de l'identification sur le fichier
      *    maître des opérateurs, à l'identique de perclo.cbl ; le
      *    traitement des demandes exige un superviseur effectivement
      *    identifié, ce qu'un fichier maître absent ou vide ne permet
      *    pas
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.
       01  WS-SIGNON-OK        PIC X            VALUE 'N'.
           88  WS-SIGNON-OK-YES             VALUE 'Y'.
       01  WS-USER-ID          PIC X(10)        VALUE SPACES.
       01  WS-OPR-PROFILE      PIC X            VALUE 'S'.

      *Variables d'attribution du numéro de séquence dans
      *    l'historique, à l'identique de calcul.cbl
       01  WS-HIST-NEXT-SEQ    PIC 9(6)         VALUE 0.
       01  WS-SEQ-ALLOC-OK     PIC X            VALUE 'N'.

      *Variables de saisie et de recherche d'une demande
       01  WS-INPUT            PIC X(11).
       01  WS-REQ-INPUT        PIC X(6).
       01  WS-REQ-CHECK        PIC X(6).
       01  WS-REQ-ID           PIC 9(6)         VALUE 0.
       01  WS-REQ-FOUND        PIC X            VALUE 'N'.
       01  WS-DECISION-REASON  PIC X(40)        VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(5)9.

      *Variables du contrôle d'une annulation avant son approbation :
      *    l'original doit être encore dans l'historique, ne pas être
      *    déjà annulé et ne pas dater d'une période close ; son
      *    centre de coût est relevé pour l'écriture inverse
       01  WS-VOID-BLOCKED     PIC X            VALUE 'N'.
       01  WS-ORIG-SEQ-TEXT    PIC X(6).
       01  WS-ORIG-PERIOD      PIC 9(6)         VALUE 0.
       01  WS-ORIG-COST-CENTRE PIC X(6)         VALUE SPACES.
       01  WS-VOID-REF         PIC X(12).

      *Texte historisé d'une demande approuvée, portant la marque du
      *    superviseur : "appr IDENTIFIANT" en fin de calcul, ou
      *    derrière le code motif pour une annulation, les références
      *    "annul NNNNNN motif XX" gardant leurs positions
       01  WS-APPR-CALCUL      PIC X(100)       VALUE SPACES.
       01  WS-APPR-MARK        PIC X(16)        VALUE SPACES.
       01  WS-APPR-SEQ-TEXT    PIC X(6).

      *Variables de l'expiration des demandes trop anciennes : délai
      *    en jours depuis la demande, 5 par défaut
       01  WS-EXPIRE-INPUT     PIC X(3).
       01  WS-EXPIRE-CHECK     PIC X(3).
       01  WS-EXPIRE-DAYS      PIC 9(3)         VALUE 5.
       01  WS-EXPIRE-VISUAL    PIC ZZ9.
       01  WS-AGE-DAYS         PIC S9(7)        VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6)         VALUE 0.
       01  WS-EXPIRED-COUNT    PIC 9(6)         VALUE 0.

       PROCEDURE DIVISION.

      *Ouverture de la file d'attente en la créant seulement si elle
      *    n'existe pas encore (code statut 35), à l'identique de
      *    perclo.cbl
           OPEN I-O APPROVAL-FILE

           IF WS-APQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF

           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "Erreur ouverture APPROVQ, code statut "
                   WS-APQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HISTORY-FILE

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               CLOSE APPROVAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Paragraphe permettant de s'identifier, chaque décision devant
      *    rester attribuable au journal d'audit
           PERFORM 0040-SIGNON THRU 0040-SIGNON-END

      *Condition réservant le traitement des demandes à un
      *    superviseur identifié : tout autre essai est refusé, tracé
      *    au journal d'audit, et arrête le programme
           IF WS-OPR-PROFILE NOT = 'S'
               OR NOT WS-OPR-USABLE-YES

               DISPLAY "Approbation réservée à un superviseur "
                   "identifié"
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING
                   "refus accès approbation (profil " DELIMITED BY SIZE
                   WS-OPR-PROFILE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT
               END-STRING
               MOVE "refusé" TO WS-AUDIT-RESULT
               PERFORM 0710-WRITE-OWN-AUDIT
                   THRU 0710-WRITE-OWN-AUDIT-END

               CLOSE APPROVAL-FILE
               CLOSE HISTORY-FILE
               STOP RUN

           END-IF

      *Boucle affichant le menu jusqu'à ce que l'utilisateur quitte
           MOVE SPACES TO WS-INPUT
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-INPUT(1:1)) = "Q"

               DISPLAY "Demandes d'approbation :"
               DISPLAY "L = lister, A = approuver, R = rejeter"
               DISPLAY "E = faire expirer, Q = quitter"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))

                   WHEN "L"
                       PERFORM 0100-LIST-PENDING
                           THRU 0100-LIST-PENDING-END

                   WHEN "A"
                       PERFORM 0200-APPROVE-REQUEST
                           THRU 0200-APPROVE-REQUEST-END

                   WHEN "R"
                       PERFORM 0300-REJECT-REQUEST
                           THRU 0300-REJECT-REQUEST-END

                   WHEN "E"
                       PERFORM 0400-EXPIRE-REQUESTS
                           THRU 0400-EXPIRE-REQUESTS-END

                   WHEN "Q"
                       CONTINUE

                   WHEN OTHER
                       DISPLAY "Mauvaise saisi"

               END-EVALUATE

           END-PERFORM

           CLOSE APPROVAL-FILE
           CLOSE HISTORY-FILE
           STOP RUN.

      ******************************************************************

      *Paragraphe attribuant le numéro de séquence du prochain calcul
      *    depuis l'enregistrement de contrôle partagé, à l'identique
      *    de 0015-ALLOCATE-SEQ dans calcul.cbl
       0015-ALLOCATE-SEQ.
           MOVE 'N' TO WS-SEQ-ALLOC-OK

           MOVE 0 TO HIST-SEQ-NO
           READ HISTORY-FILE
               INVALID KEY
                   PERFORM 0016-SCAN-LAST-SEQ
                       THRU 0016-SCAN-LAST-SEQ-END
                   PERFORM 0017-CREATE-CONTROL
                       THRU 0017-CREATE-CONTROL-END
               NOT INVALID KEY
                   IF HIST-RESULT(1:6) IS NUMERIC
                       MOVE HIST-RESULT(1:6) TO WS-HIST-NEXT-SEQ
                   ELSE
                       PERFORM 0016-SCAN-LAST-SEQ
                           THRU 0016-SCAN-LAST-SEQ-END
                   END-IF
           END-READ

           ADD 1 TO WS-HIST-NEXT-SEQ

           MOVE 0 TO HIST-SEQ-NO
           MOVE SPACES TO HIST-CALCUL
           MOVE "*CONTROLE DE SEQUENCE*" TO HIST-CALCUL
           MOVE SPACES TO HIST-RESULT
           MOVE WS-HIST-NEXT-SEQ TO HIST-RESULT(1:6)
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO HIST-DATE
           MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
           MOVE WS-USER-ID TO HIST-USER
           MOVE "I" TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           REWRITE HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-SEQ-ALLOC-OK
           END-IF
       .

       0015-ALLOCATE-SEQ-END.
           EXIT
       .

      *Paragraphe retrouvant le dernier numéro de séquence employé en
      *    parcourant l'historique, à l'identique de calcul.cbl
       0016-SCAN-LAST-SEQ.
           MOVE 0 TO WS-HIST-NEXT-SEQ
           MOVE 1 TO HIST-SEQ-NO
           MOVE "N" TO WS-HIST-EOF

           START HISTORY-FILE KEY IS NOT LESS THAN HIST-SEQ-NO
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START

           PERFORM UNTIL WS-HIST-EOF-YES
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       MOVE HIST-SEQ-NO TO WS-HIST-NEXT-SEQ
               END-READ
           END-PERFORM
       .

       0016-SCAN-LAST-SEQ-END.
           EXIT
       .

      *Paragraphe créant l'enregistrement de contrôle de séquence
      *    avec le dernier numéro connu, à l'identique de calcul.cbl
       0017-CREATE-CONTROL.
           MOVE 0 TO HIST-SEQ-NO
           MOVE SPACES TO HIST-CALCUL
           MOVE "*CONTROLE DE SEQUENCE*" TO HIST-CALCUL
           MOVE SPACES TO HIST-RESULT
           MOVE WS-HIST-NEXT-SEQ TO HIST-RESULT(1:6)
           MOVE 0 TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE SPACES TO HIST-USER
           MOVE SPACE TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           WRITE HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       .

       0017-CREATE-CONTROL-END.
           EXIT
       .

      *Paragraphe permettant de saisir l'identifiant de l'opérateur,
      *    contrôlé sur le fichier maître OPERMAST comme dans
      *    perclo.cbl, avec son profil (blanc = S) ; fichier maître
      *    absent ou vide, l'identifiant est seulement relevé pour
      *    tracer le refus
       0040-SIGNON.
           MOVE 'N' TO WS-OPR-USABLE
           OPEN INPUT OPERATOR-FILE

           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       CLOSE OPERATOR-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-OPR-USABLE
               END-READ
           END-IF

           IF NOT WS-OPR-USABLE-YES

               DISPLAY "Fichier OPERMAST absent ou vide, "
                   "identification non contrôlée"
               DISPLAY "Identifiant opérateur (pour le journal "
                   "d'audit) :"
               MOVE SPACES TO WS-USER-ID
               ACCEPT WS-USER-ID
               MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID

           ELSE

               MOVE 'N' TO WS-SIGNON-OK
               PERFORM UNTIL WS-SIGNON-OK-YES

                   DISPLAY "Identifiant opérateur (pour le journal "
                       "d'audit, quit pour abandonner) :"
                   MOVE SPACES TO WS-USER-ID
                   ACCEPT WS-USER-ID
                   MOVE FUNCTION UPPER-CASE(WS-USER-ID)
                       TO WS-USER-ID

                   IF WS-USER-ID(1:5) = "QUIT "
                       CLOSE OPERATOR-FILE
                       CLOSE APPROVAL-FILE
                       CLOSE HISTORY-FILE
                       STOP RUN
                   END-IF

                   IF WS-USER-ID = SPACES
                       DISPLAY "Identifiant obligatoire"
                   ELSE

                       MOVE WS-USER-ID TO OPR-ID
                       READ OPERATOR-FILE
                           INVALID KEY
                               DISPLAY "Identifiant inconnu"
                           NOT INVALID KEY
                               IF OPR-ACTIVE = 'A'
                                   MOVE 'Y' TO WS-SIGNON-OK
                                   DISPLAY "Bonjour "
                                       FUNCTION TRIM(OPR-NAME)
                                   MOVE OPR-PROFILE
                                       TO WS-OPR-PROFILE
                                   IF WS-OPR-PROFILE = SPACE
                                       MOVE 'S' TO WS-OPR-PROFILE
                                   END-IF
                               ELSE
                                   DISPLAY "Identifiant désactivé"
                               END-IF
                       END-READ

                   END-IF

               END-PERFORM

               CLOSE OPERATOR-FILE

           END-IF
       .

       0040-SIGNON-END.
           EXIT
       .

      *Paragraphe listant les demandes en attente (état P), de la
      *    plus ancienne à la plus récente, avec leur demandeur, leur
      *    date, le calcul, son résultat et le motif de la demande
       0100-LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
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
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM 0110-DISPLAY-REQUEST
                               THRU 0110-DISPLAY-REQUEST-END
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = 0
               DISPLAY "Aucune demande en attente"
           ELSE
               MOVE WS-PENDING-COUNT TO WS-VISUAL-COUNT
               DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
                   " demande(s) en attente"
           END-IF
       .

       0100-LIST-PENDING-END.
           EXIT
       .

      *Paragraphe affichant la demande courante de APQ-RECORD
       0110-DISPLAY-REQUEST.
           MOVE APQ-REQ-DATE TO WS-VISUAL-DATE

           IF APQ-TYPE = 'V'
               DISPLAY "Demande " APQ-ID " annulation du calcul "
                   APQ-ORIG-SEQ " le " WS-VISUAL-DATE " par "
                   FUNCTION TRIM(APQ-REQ-USER)
           ELSE
               DISPLAY "Demande " APQ-ID " calcul le "
                   WS-VISUAL-DATE " par "
                   FUNCTION TRIM(APQ-REQ-USER)
           END-IF

           DISPLAY "    " FUNCTION TRIM(APQ-CALCUL) " = "
               FUNCTION TRIM(APQ-RESULT)
           DISPLAY "    motif : " FUNCTION TRIM(APQ-REQ-REASON)
       .

       0110-DISPLAY-REQUEST-END.
           EXIT
       .

      *Paragraphe saisissant le numéro d'une demande et la relisant
      *    par sa clé : WS-REQ-FOUND passe à 'Y' seulement pour une
      *    demande encore en attente, affichée pour décision
       0150-GET-REQUEST.
           MOVE 'N' TO WS-REQ-FOUND

           DISPLAY "Numéro de la demande :"
           MOVE SPACES TO WS-REQ-INPUT
           ACCEPT WS-REQ-INPUT

      *INSPECT effaçant les chiffres de la copie de contrôle, à
      *    l'identique du rappel rcl de calcul.cbl
           MOVE WS-REQ-INPUT TO WS-REQ-CHECK
           INSPECT WS-REQ-CHECK
               CONVERTING "0123456789" TO "          "

           IF WS-REQ-INPUT = SPACES
               OR WS-REQ-CHECK NOT = SPACES
               DISPLAY "Saisissez un numéro de demande"
           ELSE

               COMPUTE WS-REQ-ID = FUNCTION NUMVAL(WS-REQ-INPUT)

      *Condition écartant le numéro 0, qui porte le contrôle de la
      *    file et jamais une demande
               IF WS-REQ-ID = 0
                   DISPLAY "Aucune demande n'a ce numéro"
               ELSE

                   MOVE WS-REQ-ID TO APQ-ID

                   READ APPROVAL-FILE
                       INVALID KEY
                           DISPLAY "Aucune demande n'a ce numéro"
                       NOT INVALID KEY
                           IF APQ-STATE NOT = 'P'
                               DISPLAY "Demande déjà traitée (état "
                                   APQ-STATE ")"
                           ELSE
                               MOVE 'Y' TO WS-REQ-FOUND
                               PERFORM 0110-DISPLAY-REQUEST
                                   THRU 0110-DISPLAY-REQUEST-END
                           END-IF
                   END-READ

               END-IF

           END-IF
       .

       0150-GET-REQUEST-END.
           EXIT
       .

      *Paragraphe approuvant une demande en attente : un superviseur
      *    n'approuve jamais sa propre demande (le refus est tracé),
      *    une annulation est recontrôlée sur l'historique et les
      *    périodes, puis après confirmation la demande est historisée
      *    et passée à l'état A
       0200-APPROVE-REQUEST.
           PERFORM 0150-GET-REQUEST THRU 0150-GET-REQUEST-END

           IF WS-REQ-FOUND = 'Y'

               IF APQ-REQ-USER = WS-USER-ID

                   DISPLAY "Vous ne pouvez pas approuver votre propre "
                       "demande"
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "refus approbation " DELIMITED BY SIZE
                       APQ-ID DELIMITED BY SIZE
                       " propre demande" DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE "refusé" TO WS-AUDIT-RESULT
                   PERFORM 0710-WRITE-OWN-AUDIT
                       THRU 0710-WRITE-OWN-AUDIT-END

               ELSE

                   MOVE 'N' TO WS-VOID-BLOCKED

      *Paragraphe recontrôlant l'annulation demandée, l'historique
      *    ayant pu changer depuis la demande
                   IF APQ-TYPE = 'V'
                       PERFORM 0220-CHECK-VOID
                           THRU 0220-CHECK-VOID-END
                   END-IF

                   IF WS-VOID-BLOCKED = 'N'
                       PERFORM 0210-CONFIRM-APPROVE
                           THRU 0210-CONFIRM-APPROVE-END
                   END-IF

               END-IF

           END-IF
       .

       0200-APPROVE-REQUEST-END.
           EXIT
       .

      *Paragraphe confirmant l'approbation puis historisant la
      *    demande sous le demandeur avec la marque du superviseur,
      *    traçant la ligne du calcul sous le demandeur et la ligne
      *    d'administration sous le superviseur, et réécrivant la
      *    demande à l'état A avec le numéro de séquence attribué
       0210-CONFIRM-APPROVE.
           DISPLAY "Approuver la demande " APQ-ID " ? (oui/non)"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
               DISPLAY "Approbation abandonnée"
           ELSE

      *Paragraphe historisant le calcul approuvé
               PERFORM 0230-POST-HISTORY THRU 0230-POST-HISTORY-END

               IF WS-HIST-STATUS NOT = "00"
                   OR WS-SEQ-ALLOC-OK NOT = 'Y'
                   DISPLAY "Historique occupé (batch en cours ?), "
                       "demande laissée en attente"
               ELSE

      *La ligne du calcul est tracée sous le demandeur avec
      *    l'horodatage de l'historique, afin que histrec.cbl la
      *    rapproche de son enregistrement
                   MOVE HIST-CALCUL TO WS-AUDIT-TEXT
                   MOVE HIST-RESULT TO WS-AUDIT-RESULT
                   MOVE HIST-USER TO WS-AUDIT-USER
                   MOVE HIST-DATE TO WS-AUDIT-DATE
                   MOVE HIST-TIME TO WS-AUDIT-TIME(1:6)
                   PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

                   MOVE HIST-SEQ-NO TO WS-APPR-SEQ-TEXT
                   MOVE 'A' TO APQ-STATE
                   MOVE WS-USER-ID TO APQ-APP-USER
                   MOVE HIST-DATE TO APQ-APP-DATE
                   MOVE HIST-TIME TO APQ-APP-TIME
                   MOVE SPACES TO APQ-APP-REASON
                   MOVE HIST-SEQ-NO TO APQ-HIST-SEQ

                   REWRITE APQ-RECORD

                   IF WS-APQ-STATUS NOT = "00"
                       DISPLAY "Erreur d'écriture dans APPROVQ, code "
                           "statut " WS-APQ-STATUS
                   END-IF

                   DISPLAY "Demande " APQ-ID " approuvée, calcul "
                       "historisé sous le numéro " WS-APPR-SEQ-TEXT

                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "admin approbation " DELIMITED BY SIZE
                       APQ-ID DELIMITED BY SIZE
                       " seq " DELIMITED BY SIZE
                       WS-APPR-SEQ-TEXT DELIMITED BY SIZE
                       " demandeur " DELIMITED BY SIZE
                       FUNCTION TRIM(APQ-REQ-USER) DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE "approuvée" TO WS-AUDIT-RESULT
                   PERFORM 0710-WRITE-OWN-AUDIT
                       THRU 0710-WRITE-OWN-AUDIT-END

               END-IF

           END-IF
       .

       0210-CONFIRM-APPROVE-END.
           EXIT
       .

      *Paragraphe recontrôlant une annulation avant son approbation :
      *    l'original doit être encore dans l'historique (un original
      *    archivé ne s'annule plus ici), ne pas avoir déjà son
      *    écriture inverse, retrouvée par la clé secondaire du texte
      *    "annul NNNNNN", et ne pas dater d'une période close ;
      *    WS-VOID-BLOCKED passe alors à 'Y' et la demande reste en
      *    attente, à rejeter. Une demande dont histarc.cbl a marqué
      *    l'original ARCHIV (numéro d'origine à zéro) est refusée
      *    d'emblée, la clé 0 étant le contrôle de séquence
       0220-CHECK-VOID.
           MOVE APQ-ORIG-SEQ TO WS-ORIG-SEQ-TEXT
           MOVE APQ-ORIG-SEQ TO HIST-SEQ-NO

           IF APQ-ORIG-SEQ = 0 OR APQ-CALCUL(7:6) = "ARCHIV"
               MOVE 'Y' TO WS-VOID-BLOCKED
               DISPLAY "Original archivé, annulation impossible"
           ELSE
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-VOID-BLOCKED
                       DISPLAY "Calcul " WS-ORIG-SEQ-TEXT
                           " absent de l'historique (archivé ?)"
                   NOT INVALID KEY
                       MOVE HIST-DATE(1:6) TO WS-ORIG-PERIOD
                       MOVE HIST-COST-CENTRE TO WS-ORIG-COST-CENTRE
               END-READ
           END-IF

           IF WS-VOID-BLOCKED = 'N'

               MOVE SPACES TO WS-VOID-REF
               STRING
                   "annul " DELIMITED BY SIZE
                   WS-ORIG-SEQ-TEXT DELIMITED BY SIZE
                   INTO WS-VOID-REF
               END-STRING

               MOVE SPACES TO HIST-CALCUL
               MOVE WS-VOID-REF TO HIST-CALCUL
               MOVE "N" TO WS-HIST-EOF

               START HISTORY-FILE KEY IS NOT LESS THAN HIST-CALCUL
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START

               IF NOT WS-HIST-EOF-YES
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-CALCUL(1:12) = WS-VOID-REF
                               MOVE 'Y' TO WS-VOID-BLOCKED
                               DISPLAY "Calcul " WS-ORIG-SEQ-TEXT
                                   " déjà annulé"
                           END-IF
                   END-READ
               END-IF

           END-IF

           IF WS-VOID-BLOCKED = 'N'

               OPEN INPUT PERIOD-FILE

               IF WS-PER-STATUS = "00"

                   MOVE WS-ORIG-PERIOD TO PER-PERIOD

                   READ PERIOD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-STATE = 'C'
                               MOVE 'Y' TO WS-VOID-BLOCKED
                               DISPLAY "Période " WS-ORIG-PERIOD
                                   " close, annulation impossible"
                           END-IF
                   END-READ

                   CLOSE PERIOD-FILE

               END-IF

           END-IF

           IF WS-VOID-BLOCKED = 'Y'
               DISPLAY "Demande laissée en attente, à rejeter avec "
                   "un motif"
           END-IF
       .

       0220-CHECK-VOID-END.
           EXIT
       .

      *Paragraphe historisant la demande approuvée : numéro attribué
      *    par le contrôle de séquence partagé, texte portant la
      *    marque du superviseur, demandeur en opérateur et origine
      *    interactive, comme si le calcul avait été historisé par
      *    calcul.cbl au moment de l'approbation
       0230-POST-HISTORY.
           MOVE SPACES TO WS-APPR-MARK
           STRING
               " appr " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
               INTO WS-APPR-MARK
           END-STRING

      *Une annulation garde "annul NNNNNN motif XX" en tête, relu à
      *    ces positions par les compte-rendus et l'archivage : la
      *    marque suit le code motif ; un calcul la reçoit à la fin
           MOVE SPACES TO WS-APPR-CALCUL

           IF APQ-TYPE = 'V'
               STRING
                   APQ-CALCUL(1:21) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-MARK TRAILING)
                       DELIMITED BY SIZE
                   APQ-CALCUL(22:79) DELIMITED BY SIZE
                   INTO WS-APPR-CALCUL
                   ON OVERFLOW
                       DISPLAY "Calcul trop long, texte tronqué"
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(APQ-CALCUL TRAILING)
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-MARK TRAILING)
                       DELIMITED BY SIZE
                   INTO WS-APPR-CALCUL
                   ON OVERFLOW
                       DISPLAY "Calcul trop long, marque "
                           "d'approbation tronquée"
               END-STRING
           END-IF

           PERFORM 0015-ALLOCATE-SEQ THRU 0015-ALLOCATE-SEQ-END

           IF WS-SEQ-ALLOC-OK = 'Y'

               MOVE WS-HIST-NEXT-SEQ TO HIST-SEQ-NO
               MOVE WS-APPR-CALCUL TO HIST-CALCUL
               MOVE APQ-RESULT TO HIST-RESULT
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE WS-AUDIT-DATE TO HIST-DATE
               MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
               MOVE APQ-REQ-USER TO HIST-USER
               MOVE "I" TO HIST-ORIGIN

      *Une annulation porte le centre de coût de l'original relu par
      *    0220-CHECK-VOID, une demande déposée avant la zone n'en
      *    portant pas ; un calcul porte celui de sa demande
               IF APQ-TYPE = 'V'
                   MOVE WS-ORIG-COST-CENTRE TO HIST-COST-CENTRE
               ELSE
                   MOVE APQ-COST-CENTRE TO HIST-COST-CENTRE
               END-IF

               WRITE HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

           END-IF
       .

       0230-POST-HISTORY-END.
           EXIT
       .

      *Paragraphe rejetant une demande en attente avec un motif
      *    obligatoire : la demande passe à l'état R avec le
      *    superviseur et son motif, et le rejet est tracé au journal
      *    d'audit ; rien n'est historisé
       0300-REJECT-REQUEST.
           PERFORM 0150-GET-REQUEST THRU 0150-GET-REQUEST-END

           IF WS-REQ-FOUND = 'Y'

               DISPLAY "Motif du rejet (40 caractères max) :"
               MOVE SPACES TO WS-DECISION-REASON
               ACCEPT WS-DECISION-REASON

               IF WS-DECISION-REASON = SPACES
                   DISPLAY "Motif obligatoire, rejet abandonné"
               ELSE

                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME

                   MOVE 'R' TO APQ-STATE
                   MOVE WS-USER-ID TO APQ-APP-USER
                   MOVE WS-AUDIT-DATE TO APQ-APP-DATE
                   MOVE WS-AUDIT-TIME(1:6) TO APQ-APP-TIME
                   MOVE WS-DECISION-REASON TO APQ-APP-REASON
                   MOVE 0 TO APQ-HIST-SEQ

                   REWRITE APQ-RECORD

                   IF WS-APQ-STATUS NOT = "00"
                       DISPLAY "Erreur d'écriture dans APPROVQ, code "
                           "statut " WS-APQ-STATUS
                   ELSE

                       DISPLAY "Demande " APQ-ID " rejetée"

                       MOVE SPACES TO WS-AUDIT-TEXT
                       STRING
                           "admin rejet " DELIMITED BY SIZE
                           APQ-ID DELIMITED BY SIZE
                           " demandeur " DELIMITED BY SIZE
                           FUNCTION TRIM(APQ-REQ-USER)
                               DELIMITED BY SIZE
                           " motif " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DECISION-REASON)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "rejetée" TO WS-AUDIT-RESULT
                       PERFORM 0710-WRITE-OWN-AUDIT
                           THRU 0710-WRITE-OWN-AUDIT-END

                   END-IF

               END-IF

           END-IF
       .

       0300-REJECT-REQUEST-END.
           EXIT
       .

      *Paragraphe faisant expirer, après confirmation, toutes les
      *    demandes encore en attente depuis plus du délai saisi (5
      *    jours par défaut) : chacune passe à l'état E avec le
      *    superviseur et le motif du délai, et son expiration est
      *    tracée au journal d'audit
       0400-EXPIRE-REQUESTS.
           DISPLAY "Délai d'expiration en jours (entrée = 5) :"
           MOVE SPACES TO WS-EXPIRE-INPUT
           ACCEPT WS-EXPIRE-INPUT

           MOVE WS-EXPIRE-INPUT TO WS-EXPIRE-CHECK
           INSPECT WS-EXPIRE-CHECK
               CONVERTING "0123456789" TO "          "

           IF WS-EXPIRE-INPUT = SPACES
               MOVE 5 TO WS-EXPIRE-DAYS
           ELSE IF WS-EXPIRE-CHECK NOT = SPACES
               MOVE 0 TO WS-EXPIRE-DAYS
           ELSE
               COMPUTE WS-EXPIRE-DAYS =
                   FUNCTION NUMVAL(WS-EXPIRE-INPUT)
           END-IF
           END-IF

           IF WS-EXPIRE-DAYS = 0
               DISPLAY "Saisissez un nombre de jours"
           ELSE

               MOVE WS-EXPIRE-DAYS TO WS-EXPIRE-VISUAL
               DISPLAY "Faire expirer les demandes en attente depuis "
                   "plus de " FUNCTION TRIM(WS-EXPIRE-VISUAL)
                   " jour(s) ? (oui/non)"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
                   DISPLAY "Expiration abandonnée"
               ELSE

                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE 0 TO WS-EXPIRED-COUNT
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
                                   PERFORM 0410-EXPIRE-ONE
                                       THRU 0410-EXPIRE-ONE-END
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE WS-EXPIRED-COUNT TO WS-VISUAL-COUNT
                   DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
                       " demande(s) expirée(s)"

               END-IF

           END-IF
       .

       0400-EXPIRE-REQUESTS-END.
           EXIT
       .

      *Paragraphe faisant expirer la demande courante si son âge en
      *    jours dépasse le délai ; une date de demande illisible est
      *    laissée en attente
       0410-EXPIRE-ONE.
           IF APQ-REQ-DATE IS NUMERIC
               AND APQ-REQ-DATE NOT < 16010101

               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(APQ-REQ-DATE)

               IF WS-AGE-DAYS > WS-EXPIRE-DAYS

                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME

                   MOVE SPACES TO WS-DECISION-REASON
                   STRING
                       "délai de " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EXPIRE-VISUAL)
                           DELIMITED BY SIZE
                       " jour(s) dépassé" DELIMITED BY SIZE
                       INTO WS-DECISION-REASON
                   END-STRING

                   MOVE 'E' TO APQ-STATE
                   MOVE WS-USER-ID TO APQ-APP-USER
                   MOVE WS-AUDIT-DATE TO APQ-APP-DATE
                   MOVE WS-AUDIT-TIME(1:6) TO APQ-APP-TIME
                   MOVE WS-DECISION-REASON TO APQ-APP-REASON
                   MOVE 0 TO APQ-HIST-SEQ

                   REWRITE APQ-RECORD

                   IF WS-APQ-STATUS NOT = "00"
                       DISPLAY "Erreur d'écriture dans APPROVQ, code "
                           "statut " WS-APQ-STATUS
                   ELSE

                       ADD 1 TO WS-EXPIRED-COUNT
                       DISPLAY "Demande " APQ-ID " de "
                           FUNCTION TRIM(APQ-REQ-USER) " expirée"

                       MOVE SPACES TO WS-AUDIT-TEXT
                       STRING
                           "admin expiration " DELIMITED BY SIZE
                           APQ-ID DELIMITED BY SIZE
                           " demandeur " DELIMITED BY SIZE
                           FUNCTION TRIM(APQ-REQ-USER)
                               DELIMITED BY SIZE
                           " motif " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DECISION-REASON)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "expirée" TO WS-AUDIT-RESULT
                       PERFORM 0710-WRITE-OWN-AUDIT
                           THRU 0710-WRITE-OWN-AUDIT-END

                   END-IF

               END-IF

           END-IF
       .

       0410-EXPIRE-ONE-END.
           EXIT
       .

      *Paragraphe écrivant au journal d'audit la ligne WS-AUDIT-TEXT
      *    avec le résultat WS-AUDIT-RESULT sous l'identifiant
      *    WS-AUDIT-USER et l'horodatage WS-AUDIT-DATE et
      *    WS-AUDIT-TIME : le journal est relu pour relever la fin de
      *    sa chaîne d'inviolabilité, ouvert en ajout le temps d'une
      *    ligne puis refermé, à l'identique de perclo.cbl
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

               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-AUDIT-DATE TO AUD-DATE
               MOVE WS-AUDIT-TIME(1:6) TO AUD-TIME
               MOVE WS-AUDIT-USER TO AUD-USER
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

      *Paragraphe écrivant au journal d'audit une ligne de refus ou
      *    d'administration sous l'identifiant du superviseur signé,
      *    horodatée au moment de l'écriture
       0710-WRITE-OWN-AUDIT.
           MOVE WS-USER-ID TO WS-AUDIT-USER
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END
       .

       0710-WRITE-OWN-AUDIT-END.
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
