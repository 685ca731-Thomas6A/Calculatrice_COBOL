       FILE-CONTROL.

      *Fichier permettant de conserver l'historique des calculs d'une
      *    exécution à l'autre du programme ; les clés secondaires
      *    (date, opérateur, texte du calcul) servent aux recherches
      *    de histinq.cbl et à retrouver une écriture inverse
      *    "annul NNNNNN" sans parcourir tout le fichier
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Journal d'audit permanent : une ligne horodatée par calcul
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Fichier de contrôle des périodes, entretenu par perclo.cbl :
      *    un calcul daté d'une période close ne s'annule plus
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.

      *File d'attente des demandes d'approbation, traitée par
      *    approb.cbl : un calcul au-dessus du plafond de l'opérateur,
      *    ou une annulation demandée par un profil J, y attend la
      *    décision d'un superviseur au lieu d'être refusé
           SELECT APPROVAL-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ID
               FILE STATUS IS WS-APQ-STATUS.

      *Fichier maître des centres de coût, entretenu par costmnt.cbl :
      *    chaque calcul historisé porte le centre de coût de la
      *    session, contrôlé sur ce fichier au moment de l'historiser
           SELECT COST-CENTRE-FILE ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CODE
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    (I = interactif, B = batch) afin que le rapprochement et
      *    l'archivage retrouvent chaque calcul sur de vraies clés ;
      *    les enregistrements d'avant ces zones portent une date à
      *    zéro après conversion par histcnv.cbl. Le fichier est
      *    indexé avec ses clés secondaires depuis la conversion par
      *    histkey.cbl. Le centre de coût suit, à blanc pour un
      *    calcul d'avant la conversion par cstcnv.cbl (passée après
      *    histkey.cbl) ou historisé sans fichier COSTMAST
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-SEQ-NO         PIC 9(6).
           05  HIST-TIME           PIC 9(6).
           05  HIST-USER           PIC X(10).
           05  HIST-ORIGIN         PIC X.
           05  HIST-COST-CENTRE    PIC X(6).

      *Enregistrement du journal d'audit : date, heure, opérateur,
      *    calcul et résultat, suivis du numéro de ligne et de
           05  RST-NUM-1           PIC S9(7)V99.
           05  FILLER              PIC X            VALUE SPACE.
           05  RST-CONTINUE        PIC X.
           05  FILLER              PIC X            VALUE SPACE.
           05  RST-APPROVAL        PIC X.

      *Une ligne de l'export CSV : un calcul et son résultat séparés
      *    par une virgule
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

      *Une période du fichier de contrôle (AAAAMM), close (C) ou
      *    rouverte (O), à l'identique de perclo.cbl
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

      *Une demande d'approbation (type C calcul ou V annulation,
      *    état P en attente, A approuvée, R rejetée ou E expirée) avec
      *    le texte complet du calcul, son résultat, le demandeur et
      *    son motif, puis le superviseur, sa décision, le numéro de
      *    séquence attribué dans l'historique à l'approbation et le
      *    centre de coût qu'il y portera ; la
      *    clé 000000 porte le dernier numéro de demande attribué, à
      *    l'identique de approb.cbl
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

      *Un centre de coût : code, libellé, opérateur responsable et
      *    état (A = actif, I = inactif), à l'identique de costmnt.cbl
       FD  COST-CENTRE-FILE.
       01  CST-RECORD.
           05  CST-CODE            PIC X(6).
           05  CST-NAME            PIC X(30).
           05  CST-RESP-USER       PIC X(10).
           05  CST-ACTIVE          PIC X.

       WORKING-STORAGE SECTION.

      *Variables correspondant aux nombres saisi par l'utilisateur
       01  WS-ORIG-SEQ-TEXT    PIC X(6).
       01  WS-ORIG-CALCUL      PIC X(100).
       01  WS-ORIG-RESULT      PIC X(18).
       01  WS-ORIG-COST-CENTRE PIC X(6)         VALUE SPACES.
       01  WS-REASON-CODE      PIC X(2).
       01  WS-VOID-REF         PIC X(12).
       01  WS-VOID-FOUND       PIC X            VALUE 'N'.
       01  WS-VOID-RESULT      PIC S9(12)V99    VALUE 0.
      *Demande d'approbation attendue pour l'écriture inverse, relevée
      *    avant 0710-RESULT-STRING qui remet WS-APPROVAL-NEEDED à 'N'
       01  WS-VOID-APPROVAL    PIC X            VALUE 'N'.
      *Mois de l'original cherché dans le fichier de contrôle des
      *    périodes : une période close interdit l'annulation
       01  WS-PER-STATUS       PIC XX.
       01  WS-PER-CLOSED       PIC X            VALUE 'N'.
       01  WS-ORIG-PERIOD      PIC 9(6)         VALUE 0.

      *Variables de la file d'attente d'approbation APPROVAL-FILE : un
      *    calcul soumis (montant au-dessus du plafond accepté en
      *    attente) ou une annulation d'un profil J n'est pas
      *    historisé par 0710-RESULT-STRING mais déposé dans la file,
      *    avec un motif obligatoire, jusqu'à la décision d'un
      *    superviseur dans approb.cbl
       01  WS-APQ-STATUS       PIC XX.
       01  WS-APQ-EOF          PIC X            VALUE 'N'.
           88  WS-APQ-EOF-YES               VALUE 'Y'.
       01  WS-APPROVAL-NEEDED  PIC X            VALUE 'N'.
       01  WS-APPROVAL-TYPE    PIC X            VALUE 'C'.
       01  WS-APPROVAL-QUEUED  PIC X            VALUE 'N'.
       01  WS-APQ-PENDING      PIC X            VALUE 'N'.
       01  WS-APQ-NEXT-ID      PIC 9(6)         VALUE 0.
       01  WS-APQ-REASON       PIC X(40)        VALUE SPACES.
       01  WS-APQ-ANSWER       PIC X(11)        VALUE SPACES.
       01  WS-ADMIN-TEXT       PIC X(100)       VALUE SPACES.
       01  WS-ADMIN-RESULT     PIC X(18)        VALUE SPACES.

      *Variables de pagination de l'affichage de l'historique
       01  WS-HIST-PAGE-SIZE   PIC 9(2)         VALUE 10.
      *    défaut, blanc compris pour les enregistrements d'avant le
      *    profil) autorise tout, le profil O tout sauf l'export csv,
      *    le profil J ni csv, ni print, ni mode, ni rcl, ni la
      *    conversion par taux, et son annulation void passe par
      *    l'approbation d'un superviseur ; un plafond non nul borne
      *    chaque opérande saisi, un dépassement pouvant être soumis
      *    à l'approbation. Chaque refus est tracé au journal d'audit
       01  WS-OPR-PROFILE      PIC X            VALUE 'S'.
       01  WS-OPR-MAX-AMOUNT   PIC 9(7)V99      VALUE 0.
       01  WS-CMD-NAME         PIC X(5)         VALUE SPACES.
      *Variable de pilotage de l'export CSV CSV-FILE
       01  WS-CSV-STATUS       PIC XX.

      *Variables du centre de coût de la session : demandé après
      *    l'identification quand le fichier maître COSTMAST existe et
      *    contient au moins un centre, changé par la commande cc,
      *    puis contrôlé de nouveau (connu et actif) avant chaque
      *    calcul historisé ou déposé dans la file d'attente ; une
      *    écriture inverse porte le centre de coût de l'original
       01  WS-CST-STATUS       PIC XX.
       01  WS-CST-USABLE       PIC X            VALUE 'N'.
           88  WS-CST-USABLE-YES            VALUE 'Y'.
       01  WS-COST-CENTRE      PIC X(6)         VALUE SPACES.
       01  WS-CST-INPUT        PIC X(6)         VALUE SPACES.
       01  WS-CST-OK           PIC X            VALUE 'N'.
           88  WS-CST-OK-YES                VALUE 'Y'.
       01  WS-FILE-COST-CENTRE PIC X(6)         VALUE SPACES.
      *Abandon de la saisie du centre de coût (quit, ou COSTMAST
      *    devenu illisible), les calculs passant alors sans centre
       01  WS-CST-QUIT         PIC X            VALUE 'N'.
       01  WS-CST-EOF          PIC X            VALUE 'N'.

       PROCEDURE DIVISION.

      *Ouverture (ou création) du fichier d'historique et repérage du
      *    d'audit
           PERFORM 0040-OPEN-AUDIT THRU 0040-OPEN-AUDIT-END

      *Paragraphe vérifiant que le fichier maître des centres de coût
      *    est utilisable, puis demandant le centre de coût de la
      *    session
           PERFORM 0050-OPEN-COST-CENTRE
               THRU 0050-OPEN-COST-CENTRE-END

      *Boucle permettant d'afficher le menu en permanence jusqu'à ce
      *    que l'utilisateur ecris quit et avec la vérification de
      *    WS-INPUT tous les espaces devienne des 0 donc quit0

           ELSE

      *Un nouveau calcul part sans demande d'approbation en cours :
      *    seul un calcul repris du fichier de reprise garde la sienne
               MOVE 'N' TO WS-APPROVAL-NEEDED
               MOVE 'C' TO WS-APPROVAL-TYPE

      *Affichage du menu puis saisi de l'utilisateur
               DISPLAY "Entrez quit pour quitter"
               DISPLAY "Entrez last pour voir les précédents calculs"
               DISPLAY "Entrez print pour imprimer un compte-rendu"
               DISPLAY "Entrez csv pour exporter l'historique en CSV"
               DISPLAY "Entrez mode pour changer le mode d'arrondi"
               IF WS-CST-USABLE-YES
                   DISPLAY "Entrez cc pour changer de centre de coût ("
                       FUNCTION TRIM(WS-COST-CENTRE) ")"
               END-IF
               DISPLAY "Entrez un nombre (7 chiffres max et 2 décimal)"
               DISPLAY "Ou le nom d'une valeur nommée (VALFILE)"
               DISPLAY "Ou une expression, ex : 1250.50 + 320 x 1.196"

      *L'historique n'est créé que s'il n'existe pas encore (code
      *    statut 35) : tout autre statut est signalé et arrête le
      *    programme. Un historique resté dans une ancienne
      *    disposition (statut 39) doit passer, dans l'ordre, par
      *    histcnv.cbl (disposition d'avant la date seulement),
      *    histkey.cbl puis cstcnv.cbl, et non être recréé vide, ce
      *    qui détruirait tous les calculs
           OPEN I-O HISTORY-FILE

           IF WS-HIST-STATUS = "35"
                   WS-HIST-STATUS
               IF WS-HIST-STATUS = "39"
                   DISPLAY "Disposition inattendue : historique à "
                       "convertir (histcnv, histkey puis cstcnv)"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
           MOVE WS-USER-ID TO HIST-USER
           MOVE "I" TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           REWRITE HIST-RECORD
               INVALID KEY
           MOVE 0 TO HIST-TIME
           MOVE SPACES TO HIST-USER
           MOVE SPACE TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           WRITE HIST-RECORD
               INVALID KEY
                       MOVE RST-CALCUL TO WS-CALCUL
                       MOVE RST-NUM-1 TO WS-NUM-1
                       MOVE RST-CONTINUE TO WS-CONTINUE

      *Un calcul soumis à l'approbation avant l'arrêt le reste à la
      *    reprise ; un fichier de reprise d'avant la file d'attente
      *    ne porte pas la zone
                       IF RST-APPROVAL = 'Y'
                           MOVE 'Y' TO WS-APPROVAL-NEEDED
                       END-IF
                       MOVE 'Y' TO WS-RESUME-PENDING
                       DISPLAY "Reprise du calcul interrompu : "
                           FUNCTION TRIM(WS-CALCUL)
           EXIT
       .

      *Paragraphe vérifiant que le fichier maître des centres de coût
      *    contient au moins un centre actif, comme l'identification
      *    le fait pour OPERMAST, puis demandant le centre de coût de
      *    la session ; absent, vide ou sans centre actif, les calculs
      *    sont historisés sans centre de coût, comme avant
       0050-OPEN-COST-CENTRE.
           MOVE 'N' TO WS-CST-USABLE
           MOVE SPACES TO WS-COST-CENTRE
           OPEN INPUT COST-CENTRE-FILE

           IF WS-CST-STATUS = "00"
               MOVE 'N' TO WS-CST-EOF
               PERFORM UNTIL WS-CST-EOF = 'Y' OR WS-CST-USABLE-YES
                   READ COST-CENTRE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CST-EOF
                       NOT AT END
                           IF CST-ACTIVE = 'A'
                               MOVE 'Y' TO WS-CST-USABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-CENTRE-FILE
           END-IF

           IF WS-CST-USABLE-YES
               PERFORM 0057-SELECT-COST-CENTRE
                   THRU 0057-SELECT-COST-CENTRE-END
           ELSE
               DISPLAY "Fichier COSTMAST absent, vide ou sans centre "
                   "actif, centres de coût non contrôlés"
           END-IF
       .

       0050-OPEN-COST-CENTRE-END.
           EXIT
       .

      *Paragraphe vérifiant que le profil d'habilitation de
      *    l'opérateur signé autorise la commande WS-CMD-NAME : le
      *    profil J (junior) n'a droit ni à csv, ni à print, ni à
      *    mode, ni à rcl, ni à la conversion par taux, et son
      *    annulation void est soumise à l'approbation d'un
      *    superviseur, le profil O
      *    n'a pas droit à l'export csv, le profil S a tous les
      *    droits ; un refus est affiché et tracé au journal d'audit
       0055-VERIFY-COMMAND.

               IF WS-CMD-NAME = "csv" OR WS-CMD-NAME = "print"
                   OR WS-CMD-NAME = "mode" OR WS-CMD-NAME = "rcl"
                   OR WS-CMD-NAME = "cnv"
                   MOVE 'N' TO WS-CMD-ALLOWED
               END-IF


      *Paragraphe vérifiant que le montant WS-AMOUNT-CHECK ne dépasse
      *    pas le plafond par opérande de l'opérateur signé (zéro =
      *    sans plafond) ; au-dessus, l'opérateur peut soumettre le
      *    calcul à l'approbation d'un superviseur (il sera alors
      *    déposé dans la file d'attente au lieu d'être historisé),
      *    sinon le refus est affiché et tracé au journal d'audit.
      *    Un calcul déjà soumis n'est pas redemandé pour les
      *    opérandes suivants
       0056-VERIFY-AMOUNT.
           MOVE 'Y' TO WS-AMOUNT-ALLOWED

           IF WS-OPR-MAX-AMOUNT > 0 AND WS-APPROVAL-NEEDED NOT = 'Y'

               IF WS-AMOUNT-CHECK > WS-OPR-MAX-AMOUNT
                   OR WS-AMOUNT-CHECK < (0 - WS-OPR-MAX-AMOUNT)
                   MOVE WS-OPR-MAX-AMOUNT TO WS-VISUAL-MAX
                   DISPLAY "Montant au-dessus de votre plafond de "
                       FUNCTION TRIM(WS-VISUAL-MAX)
                   DISPLAY "Soumettre le calcul à l'approbation d'un "
                       "superviseur ? (oui/non)"
                   MOVE SPACES TO WS-APQ-ANSWER
                   ACCEPT WS-APQ-ANSWER

                   IF FUNCTION LOWER-CASE(WS-APQ-ANSWER(1:3)) = "oui"
                       MOVE 'Y' TO WS-AMOUNT-ALLOWED
                       MOVE 'Y' TO WS-APPROVAL-NEEDED
                       MOVE 'C' TO WS-APPROVAL-TYPE
                       DISPLAY "Le calcul sera mis en attente "
                           "d'approbation à la fin"
                   END-IF

               END-IF

           END-IF

           IF WS-AMOUNT-ALLOWED = 'N'

               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "refus montant au-dessus du plafond "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VISUAL-MAX)
                       DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING

      *Paragraphe traçant le refus au journal d'audit
               PERFORM 0750-WRITE-REFUSAL
                   THRU 0750-WRITE-REFUSAL-END

           END-IF
       .

       0056-VERIFY-AMOUNT-END.
           EXIT
       .

      *Paragraphe demandant le centre de coût de la session jusqu'à
      *    ce qu'un code connu et actif du fichier maître soit saisi ;
      *    il est retenu pour tous les calculs suivants de la session.
      *    La saisie de quit, ou un fichier maître devenu illisible,
      *    abandonne la saisie : la session passe alors sans centre de
      *    coût contrôlé, comme sans COSTMAST, plutôt que de rester
      *    bloquée sur l'invite
       0057-SELECT-COST-CENTRE.
           MOVE 'N' TO WS-CST-OK
           MOVE 'N' TO WS-CST-QUIT

           PERFORM UNTIL WS-CST-OK-YES OR WS-CST-QUIT = 'Y'

               DISPLAY "Centre de coût des calculs de la session "
                   "(quit = sans centre) :"
               MOVE SPACES TO WS-CST-INPUT
               ACCEPT WS-CST-INPUT

               IF FUNCTION LOWER-CASE(WS-CST-INPUT) = "quit"
                   MOVE 'Y' TO WS-CST-QUIT
               ELSE IF WS-CST-INPUT = SPACES
                   DISPLAY "Centre de coût obligatoire"
               ELSE
                   PERFORM 0058-CHECK-COST-CENTRE
                       THRU 0058-CHECK-COST-CENTRE-END
                   IF WS-CST-OK-YES
                       DISPLAY "Centre de coût "
                           FUNCTION TRIM(CST-CODE) " : "
                           FUNCTION TRIM(CST-NAME)
                   END-IF
               END-IF
               END-IF

           END-PERFORM

           IF WS-CST-QUIT = 'Y'
               MOVE 'N' TO WS-CST-USABLE
               MOVE SPACES TO WS-COST-CENTRE
               DISPLAY "Centres de coût non contrôlés, calculs "
                   "enregistrés sans centre de coût"
           ELSE
               MOVE CST-CODE TO WS-COST-CENTRE
           END-IF
       .

       0057-SELECT-COST-CENTRE-END.
           EXIT
       .

      *Paragraphe contrôlant le code WS-CST-INPUT sur le fichier
      *    maître des centres de coût : WS-CST-OK passe à 'Y' pour un
      *    centre connu et actif, le refus étant affiché sinon ; un
      *    fichier qui ne s'ouvre plus arme WS-CST-QUIT
       0058-CHECK-COST-CENTRE.
           MOVE 'N' TO WS-CST-OK

           OPEN INPUT COST-CENTRE-FILE

           IF WS-CST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture COSTMAST, code statut "
                   WS-CST-STATUS
               MOVE 'Y' TO WS-CST-QUIT
           ELSE

               MOVE FUNCTION UPPER-CASE(WS-CST-INPUT) TO CST-CODE

               READ COST-CENTRE-FILE
                   INVALID KEY
                       DISPLAY "Centre de coût inconnu dans COSTMAST"
                   NOT INVALID KEY
                       IF CST-ACTIVE = 'A'
                           MOVE 'Y' TO WS-CST-OK
                       ELSE
                           DISPLAY "Centre de coût désactivé"
                       END-IF
               END-READ

               CLOSE COST-CENTRE-FILE

           END-IF
       .

       0058-CHECK-COST-CENTRE-END.
           EXIT
       .

               END-IF
               MOVE "non" TO WS-INPUT

      *Si cc on change le centre de coût de la session, porté par
      *    les calculs suivants ; sans fichier COSTMAST utilisable les
      *    calculs restent sans centre de coût
           ELSE IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) = "cc0"

               IF WS-CST-USABLE-YES
                   PERFORM 0057-SELECT-COST-CENTRE
                       THRU 0057-SELECT-COST-CENTRE-END
               ELSE
                   DISPLAY "Fichier COSTMAST absent ou vide, "
                       "centres de coût non contrôlés"
               END-IF
               MOVE "non" TO WS-INPUT

      *Si rcl on rappelle le résultat d'un calcul de l'historique
      *    comme premier nombre du nouveau calcul, sous réserve du
      *    profil d'habilitation

      *Si void on annule un calcul de l'historique par une écriture
      *    inverse qui référence l'original sans jamais le supprimer,
      *    sous réserve du profil d'habilitation ; l'annulation d'un
      *    profil J est déposée dans la file d'attente d'approbation
           ELSE IF FUNCTION LOWER-CASE(WS-INPUT(1:5)) = "void0"

               MOVE "void" TO WS-CMD-NAME
               PERFORM 0055-VERIFY-COMMAND
                   THRU 0055-VERIFY-COMMAND-END
               IF WS-CMD-ALLOWED = 'Y'
                   IF WS-OPR-PROFILE = 'J'
                       MOVE 'Y' TO WS-APPROVAL-NEEDED
                       MOVE 'V' TO WS-APPROVAL-TYPE
                       DISPLAY "Votre annulation sera soumise à "
                           "l'approbation d'un superviseur"
                   END-IF
                   PERFORM 0290-VOID-CALCUL
                       THRU 0290-VOID-CALCUL-END
               END-IF
               MOVE 'N' TO WS-APPROVAL-NEEDED
               MOVE 'C' TO WS-APPROVAL-TYPE
               MOVE "non" TO WS-INPUT

      *Si la saisi commence par une lettre sans être une commande du
           MOVE HIST-SEQ-NO TO WS-ORIG-SEQ-TEXT
           MOVE HIST-CALCUL TO WS-ORIG-CALCUL
           MOVE HIST-RESULT TO WS-ORIG-RESULT
           MOVE HIST-COST-CENTRE TO WS-ORIG-COST-CENTRE

           MOVE HIST-DATE(1:6) TO WS-ORIG-PERIOD

           IF WS-ORIG-CALCUL(1:6) = "annul "
               DISPLAY "Une annulation ne peut pas être annulée"
           ELSE

      *Paragraphe refusant, et traçant au journal d'audit,
      *    l'annulation d'un calcul daté d'une période close
               PERFORM 0294-CHECK-PERIOD THRU 0294-CHECK-PERIOD-END

      *Paragraphe vérifiant que le calcul n'a pas déjà son écriture
      *    inverse dans l'historique
               IF WS-PER-CLOSED = 'N'
                   PERFORM 0292-CHECK-ALREADY-VOIDED
                       THRU 0292-CHECK-ALREADY-VOIDED-END
               END-IF

      *Paragraphe vérifiant qu'aucune annulation du calcul n'attend
      *    déjà l'approbation d'un superviseur
               IF WS-PER-CLOSED = 'N' AND WS-VOID-FOUND = 'N'
                   PERFORM 0295-CHECK-PENDING-VOID
                       THRU 0295-CHECK-PENDING-VOID-END
               END-IF

               IF WS-PER-CLOSED = 'Y'
                   CONTINUE
               ELSE IF WS-VOID-FOUND = 'Y'
                   DISPLAY "Ce calcul est déjà annulé"
               ELSE IF WS-APQ-PENDING = 'Y'
                   DISPLAY "Une annulation de ce calcul attend déjà "
                       "l'approbation d'un superviseur"
               ELSE

                   DISPLAY "Calcul à annuler : "
                   END-IF

               END-IF
               END-IF
               END-IF

           END-IF
       .
           EXIT
       .

      *Paragraphe cherchant une écriture inverse référençant déjà le
      *    calcul, reconnue à sa marque "annul NNNNNN" en tête de
      *    texte : la clé secondaire du texte du calcul positionne
      *    directement sur la première écriture de cette marque, à
      *    l'identique de 0220-CHECK-VOID dans approb.cbl, sans
      *    parcourir tout l'historique
       0292-CHECK-ALREADY-VOIDED.
           MOVE 'N' TO WS-VOID-FOUND

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
                           MOVE 'Y' TO WS-VOID-FOUND
                       END-IF
               END-READ
           END-IF
       .

       0292-CHECK-ALREADY-VOIDED-END.
           EXIT
       .

      *Paragraphe cherchant le mois de l'original dans le fichier de
      *    contrôle des périodes : une période close par perclo.cbl
      *    (et non rouverte par un superviseur) refuse l'annulation,
      *    le refus étant tracé au journal d'audit. Fichier absent ou
      *    original d'avant la date (zéro), aucune période n'est close
       0294-CHECK-PERIOD.
           MOVE 'N' TO WS-PER-CLOSED

           OPEN INPUT PERIOD-FILE

           IF WS-PER-STATUS = "00"

               MOVE WS-ORIG-PERIOD TO PER-PERIOD

               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATE = 'C'
                           MOVE 'Y' TO WS-PER-CLOSED
                       END-IF
               END-READ

               CLOSE PERIOD-FILE

           END-IF

           IF WS-PER-CLOSED = 'Y'

               DISPLAY "Période " WS-ORIG-PERIOD
                   " close, annulation refusée"

               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "refus annulation seq " DELIMITED BY SIZE
                   WS-ORIG-SEQ-TEXT DELIMITED BY SIZE
                   " période close " DELIMITED BY SIZE
                   WS-ORIG-PERIOD DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING

      *Paragraphe traçant le refus au journal d'audit
               PERFORM 0750-WRITE-REFUSAL
                   THRU 0750-WRITE-REFUSAL-END

           END-IF
       .

       0294-CHECK-PERIOD-END.
           EXIT
       .

      *Paragraphe parcourant la file d'attente d'approbation à la
      *    recherche d'une annulation du même calcul encore en
      *    attente (type V, état P) : deux demandes sur le même
      *    original donneraient deux écritures inverses. File absente,
      *    rien n'est en attente
       0295-CHECK-PENDING-VOID.
           MOVE 'N' TO WS-APQ-PENDING

           OPEN INPUT APPROVAL-FILE

           IF WS-APQ-STATUS = "00"

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
                           IF APQ-TYPE = 'V' AND APQ-STATE = 'P'
                               AND APQ-ORIG-SEQ = WS-ORIG-SEQ
                               MOVE 'Y' TO WS-APQ-PENDING
                               MOVE "Y" TO WS-APQ-EOF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE APPROVAL-FILE

           END-IF
       .

       0295-CHECK-PENDING-VOID-END.
           EXIT
       .

      *Paragraphe écrivant l'écriture inverse : le texte
      *    "annul NNNNNN motif XX : ..." référence l'original et le
      *    résultat inverse annule le sien, puis l'écriture passe par
           MOVE WS-VOID-RESULT TO WS-RESULT
           MOVE WS-RESULT TO WS-VISUAL-RESULT

           MOVE WS-APPROVAL-NEEDED TO WS-VOID-APPROVAL

           PERFORM 0710-RESULT-STRING THRU 0710-RESULT-STRING-END

      *Compte-rendu de l'annulation : en attente quand la demande a
      *    été déposée, abandonnée quand le dépôt n'a pas abouti
      *    (motif à blanc, file indisponible) ou que l'historique n'a
      *    pas reçu l'écriture inverse, réussie seulement quand
      *    l'écriture inverse a bien été historisée
           IF WS-APPROVAL-QUEUED = 'Y'
               DISPLAY "Annulation du calcul "
                   FUNCTION TRIM(WS-ORIG-SEQ-TEXT)
                   " en attente d'approbation"
           ELSE IF WS-VOID-APPROVAL = 'Y'
               DISPLAY "Annulation du calcul "
                   FUNCTION TRIM(WS-ORIG-SEQ-TEXT)
                   " abandonnée, demande non déposée"
           ELSE IF WS-SEQ-ALLOC-OK NOT = 'Y'
               OR WS-HIST-STATUS NOT = "00"
               DISPLAY "Annulation du calcul "
                   FUNCTION TRIM(WS-ORIG-SEQ-TEXT)
                   " abandonnée, écriture inverse non enregistrée"
           ELSE
               DISPLAY "Calcul " FUNCTION TRIM(WS-ORIG-SEQ-TEXT)
                   " annulé par écriture inverse"
           END-IF
           END-IF
           END-IF

           MOVE SPACES TO WS-CALCUL
           MOVE 0 TO WS-RESULT
      *    survivent à l'arrêt du programme ; le numéro de séquence
      *    est demandé au contrôle partagé au dernier moment, si bien
      *    qu'un batch écrivant dans le même créneau ne reçoive
      *    jamais le même numéro. Un calcul soumis à l'approbation
      *    d'un superviseur n'est pas historisé ici mais déposé dans
      *    la file d'attente, approb.cbl l'historisant à l'approbation.
      *    Le centre de coût à porter est arrêté avant l'un comme
      *    l'autre
       0710-RESULT-STRING.
           MOVE 'N' TO WS-APPROVAL-QUEUED

      *Paragraphe arrêtant le centre de coût du calcul : celui de
      *    l'original pour une écriture inverse, sinon celui de la
      *    session contrôlé de nouveau sur le fichier maître
           PERFORM 0715-FILE-COST-CENTRE
               THRU 0715-FILE-COST-CENTRE-END

           IF WS-APPROVAL-NEEDED = 'Y'

      *Paragraphe déposant le calcul dans la file d'attente
      *    d'approbation avec le motif du demandeur
               PERFORM 0760-QUEUE-APPROVAL
                   THRU 0760-QUEUE-APPROVAL-END

           ELSE

               PERFORM 0015-ALLOCATE-SEQ THRU 0015-ALLOCATE-SEQ-END

      *Condition affichant un message d'historique occupé, au lieu
      *    d'une erreur d'écriture muette, quand l'attribution n'a
      *    pas abouti ; le calcul n'est alors ni historisé ni
      *    journalisé afin que les deux pistes restent d'accord
               IF WS-SEQ-ALLOC-OK NOT = 'Y'
                   DISPLAY "Historique occupé (batch en cours ?), "
                       "calcul non enregistré, refaites-le plus tard"
               ELSE

                   MOVE WS-HIST-NEXT-SEQ TO HIST-SEQ-NO
                   MOVE WS-CALCUL TO HIST-CALCUL

      *La date, l'heure, l'opérateur et l'origine interactive sont
      *    portés sur l'enregistrement, afin que le rapprochement et
      *    l'archivage retrouvent le calcul sur de vraies clés
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME
                   MOVE WS-AUDIT-DATE TO HIST-DATE
                   MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
                   MOVE WS-USER-ID TO HIST-USER
                   MOVE "I" TO HIST-ORIGIN
                   MOVE WS-FILE-COST-CENTRE TO HIST-COST-CENTRE

      *Condition vérifiant si le résultat est positif et négatif
                   IF WS-RESULT < 0
                       STRING
                           "-" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VISUAL-RESULT)
                               DELIMITED BY SIZE
                           INTO HIST-RESULT
                       END-STRING
                   ELSE
                       MOVE FUNCTION TRIM(WS-VISUAL-RESULT)
                           TO HIST-RESULT
                   END-IF

                   WRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "Historique occupé, calcul non "
                               "enregistré, refaites-le plus tard"
                   END-WRITE

      *Paragraphe permettant d'écrire le même calcul dans le journal
      *    d'audit horodaté, seulement si l'historique a bien été
      *    servi
                   IF WS-HIST-STATUS = "00"
                       PERFORM 0730-WRITE-AUDIT
                           THRU 0730-WRITE-AUDIT-END
                   END-IF

               END-IF

           END-IF

           MOVE 'N' TO WS-APPROVAL-NEEDED
           MOVE 'C' TO WS-APPROVAL-TYPE
       .

       0710-RESULT-STRING-END.
           EXIT
       .

      *Paragraphe arrêtant le centre de coût porté par le calcul à
      *    historiser : une écriture inverse "annul NNNNNN" reprend
      *    celui de l'original, afin que le rapport par centre de
      *    coût la compense avec lui ; un calcul ordinaire porte celui
      *    de la session, contrôlé de nouveau sur le fichier maître
      *    (un centre désactivé entre-temps est redemandé), et à
      *    blanc quand COSTMAST n'est pas utilisable
       0715-FILE-COST-CENTRE.
           MOVE SPACES TO WS-FILE-COST-CENTRE

           IF WS-CALCUL(1:6) = "annul "

               MOVE WS-ORIG-COST-CENTRE TO WS-FILE-COST-CENTRE

           ELSE IF WS-CST-USABLE-YES

               MOVE WS-COST-CENTRE TO WS-CST-INPUT
               PERFORM 0058-CHECK-COST-CENTRE
                   THRU 0058-CHECK-COST-CENTRE-END

               IF NOT WS-CST-OK-YES
                   DISPLAY "Centre de coût de la session à saisir "
                       "avant d'enregistrer le calcul"
                   PERFORM 0057-SELECT-COST-CENTRE
                       THRU 0057-SELECT-COST-CENTRE-END
               END-IF

               MOVE WS-COST-CENTRE TO WS-FILE-COST-CENTRE

           END-IF
           END-IF
       .

       0715-FILE-COST-CENTRE-END.
           EXIT
       .

      *Paragraphe permettant d'ajouter une ligne horodatée au journal
      *    d'audit pour le calcul qui vient de se terminer ;
      *    l'horodatage est celui relevé par 0710-RESULT-STRING pour
           EXIT
       .

      *Paragraphe traçant au journal d'audit une ligne
      *    d'administration "admin ..." (dépôt d'une demande dans la
      *    file d'attente d'approbation), écartée du rapprochement
      *    par histrec.cbl et du cumul par audsum.cbl comme celles de
      *    perclo.cbl et approb.cbl
       0755-WRITE-ADMIN.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUDIT-DATE TO AUD-DATE
           MOVE WS-AUDIT-TIME(1:6) TO AUD-TIME
           MOVE WS-USER-ID TO AUD-USER
           MOVE WS-ADMIN-TEXT TO AUD-CALCUL
           MOVE WS-ADMIN-RESULT TO AUD-RESULT

      *Paragraphe numérotant la ligne et calculant son empreinte
      *    chaînée, comme pour toute ligne du journal
           PERFORM 0735-CHAIN-AUDIT-LINE
               THRU 0735-CHAIN-AUDIT-LINE-END

           WRITE AUDIT-RECORD

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur d'écriture dans le journal d'audit"
           END-IF
       .

       0755-WRITE-ADMIN-END.
           EXIT
       .

      *Paragraphe déposant le calcul terminé (ou l'écriture inverse
      *    d'une annulation) dans la file d'attente d'approbation, en
      *    état P, avec le texte complet, le résultat mis en forme
      *    comme dans l'historique, le demandeur et son motif
      *    obligatoire ; le dépôt est tracé au journal d'audit. Rien
      *    n'est historisé tant qu'un superviseur n'a pas approuvé
      *    la demande dans approb.cbl
       0760-QUEUE-APPROVAL.
           DISPLAY "Motif de la demande d'approbation (40 caractères"
               " max) :"
           MOVE SPACES TO WS-APQ-REASON
           ACCEPT WS-APQ-REASON

           IF WS-APQ-REASON = SPACES
               DISPLAY "Motif obligatoire, demande abandonnée, "
                   "calcul non enregistré"
           ELSE

      *Paragraphe ouvrant (ou créant) la file d'attente et
      *    attribuant le numéro de la demande sur son enregistrement
      *    de contrôle
               PERFORM 0765-ALLOCATE-REQUEST
                   THRU 0765-ALLOCATE-REQUEST-END

               IF WS-APQ-NEXT-ID = 0
                   DISPLAY "File d'attente d'approbation indisponible,"
                       " calcul non enregistré"
               ELSE

                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME

                   MOVE SPACES TO APQ-RECORD
                   MOVE WS-APQ-NEXT-ID TO APQ-ID
                   MOVE WS-APPROVAL-TYPE TO APQ-TYPE
                   MOVE 'P' TO APQ-STATE
                   MOVE WS-CALCUL TO APQ-CALCUL

                   IF WS-RESULT < 0
                       STRING
                           "-" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VISUAL-RESULT)
                               DELIMITED BY SIZE
                           INTO APQ-RESULT
                       END-STRING
                   ELSE
                       MOVE FUNCTION TRIM(WS-VISUAL-RESULT)
                           TO APQ-RESULT
                   END-IF

                   IF WS-APPROVAL-TYPE = 'V'
                       MOVE WS-ORIG-SEQ TO APQ-ORIG-SEQ
                   ELSE
                       MOVE 0 TO APQ-ORIG-SEQ
                   END-IF

                   MOVE WS-USER-ID TO APQ-REQ-USER
                   MOVE WS-AUDIT-DATE TO APQ-REQ-DATE
                   MOVE WS-AUDIT-TIME(1:6) TO APQ-REQ-TIME
                   MOVE WS-APQ-REASON TO APQ-REQ-REASON
                   MOVE 0 TO APQ-APP-DATE
                   MOVE 0 TO APQ-APP-TIME
                   MOVE 0 TO APQ-HIST-SEQ
                   MOVE WS-FILE-COST-CENTRE TO APQ-COST-CENTRE

                   WRITE APQ-RECORD
                       INVALID KEY
                           DISPLAY "Erreur d'écriture dans la file "
                               "d'attente, calcul non enregistré"
                   END-WRITE

                   IF WS-APQ-STATUS = "00"

                       MOVE 'Y' TO WS-APPROVAL-QUEUED
                       DISPLAY "Demande " APQ-ID
                           " en attente d'approbation d'un "
                           "superviseur"

                       MOVE SPACES TO WS-ADMIN-TEXT
                       STRING
                           "admin demande approbation "
                               DELIMITED BY SIZE
                           APQ-ID DELIMITED BY SIZE
                           " type " DELIMITED BY SIZE
                           APQ-TYPE DELIMITED BY SIZE
                           " motif " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-APQ-REASON)
                               DELIMITED BY SIZE
                           INTO WS-ADMIN-TEXT
                       END-STRING
                       MOVE "en attente" TO WS-ADMIN-RESULT

      *Paragraphe traçant le dépôt au journal d'audit
                       PERFORM 0755-WRITE-ADMIN
                           THRU 0755-WRITE-ADMIN-END

                   END-IF

                   CLOSE APPROVAL-FILE

               END-IF

           END-IF
       .

       0760-QUEUE-APPROVAL-END.
           EXIT
       .

      *Paragraphe ouvrant la file d'attente d'approbation en la
      *    créant si elle n'existe pas encore, puis attribuant le
      *    numéro de demande suivant sur l'enregistrement de contrôle
      *    de clé 000000, créé au premier dépôt ; WS-APQ-NEXT-ID reste
      *    à zéro si la file n'a pu être ouverte ou le contrôle servi
       0765-ALLOCATE-REQUEST.
           MOVE 0 TO WS-APQ-NEXT-ID

           OPEN I-O APPROVAL-FILE

           IF WS-APQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF

           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "Erreur ouverture APPROVQ, code statut "
                   WS-APQ-STATUS
           ELSE

               MOVE 0 TO APQ-ID

               READ APPROVAL-FILE
                   INVALID KEY
                       MOVE SPACES TO APQ-CONTROL
                       MOVE 0 TO APQC-ID
                       MOVE 1 TO APQC-LAST-ID
                       WRITE APQ-CONTROL
                   NOT INVALID KEY
                       ADD 1 TO APQC-LAST-ID
                       REWRITE APQ-CONTROL
               END-READ

               IF WS-APQ-STATUS = "00"
                   MOVE APQC-LAST-ID TO WS-APQ-NEXT-ID
               ELSE
                   CLOSE APPROVAL-FILE
               END-IF

           END-IF
       .

       0765-ALLOCATE-REQUEST-END.
           EXIT
       .

      *Paragraphe permettant de proposer à l'utilisateur de sauvegarder
      *    le calcul enchaîné en cours (non terminé) dans le fichier de
      *    reprise, afin de le recharger automatiquement au prochain
                           MOVE WS-CALCUL TO RST-CALCUL
                           MOVE WS-NUM-1 TO RST-NUM-1
                           MOVE WS-CONTINUE TO RST-CONTINUE
                           MOVE WS-APPROVAL-NEEDED TO RST-APPROVAL
                           WRITE RESTART-RECORD
                           CLOSE RESTART-FILE
                           DISPLAY "Calcul sauvegardé"
