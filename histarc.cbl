      *    d'audit annuelle, afin que le rapprochement quotidien reste
      *    possible après la purge et que le journal ne grossisse pas
      *    sans fin. L'archivage précède toujours la purge : rien
      *    n'est supprimé sans avoir été archivé, et seuls les mois
      *    clos par perclo.cbl peuvent l'être
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier d'archive annuel, nommé HISTARC suivi de l'année
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *Fichier de contrôle des périodes, entretenu par perclo.cbl :
      *    l'archivage s'arrête au premier calcul d'un mois non clos
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.

      *File d'attente des demandes d'approbation, à l'identique de
      *    approb.cbl : les demandes d'annulation en attente portent le
      *    numéro de l'original, réécrit comme celui des écritures
      *    inverses lors de la renumérotation
           SELECT APPROVAL-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ID
               FILE STATUS IS WS-APQ-STATUS.

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

      *Une ligne d'archive : date de l'archivage, ancien numéro de
      *    séquence, calcul, résultat, puis la date, l'heure,
      *    l'opérateur, l'origine et le centre de coût du calcul, le
      *    tout imprimable tel quel (zones à zéro ou à blanc pour un
      *    calcul d'avant ces zones)
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-DATE            PIC 9(8).
           05  ARC-USER            PIC X(10).
           05  FILLER              PIC X.
           05  ARC-ORIGIN          PIC X.
           05  FILLER              PIC X.
           05  ARC-COST-CENTRE     PIC X(6).

      *Un calcul conservé, en attente de renumérotation, avec sa
      *    date, son heure, son opérateur, son origine et son centre
      *    de coût
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WRK-CALCUL          PIC X(100).
           05  WRK-USER            PIC X(10).
           05  FILLER              PIC X.
           05  WRK-ORIGIN          PIC X.
           05  FILLER              PIC X.
           05  WRK-COST-CENTRE     PIC X(6).

      *Enregistrement du journal d'audit, à l'identique de calcul.cbl
       FD  AUDIT-FILE.
           05  FILLER              PIC X.
           05  PRM-VALUE           PIC X(6).

      *Une période du fichier de contrôle, à l'identique de
      *    perclo.cbl
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

      *Une demande d'approbation, à l'identique de approb.cbl ; la clé
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
       01  WS-HIST-CALC-TIME   PIC 9(6)         VALUE 0.
       01  WS-HIST-CALC-USER   PIC X(10)        VALUE SPACES.
       01  WS-HIST-CALC-ORIG   PIC X            VALUE SPACE.
       01  WS-HIST-CALC-CENTRE PIC X(6)         VALUE SPACES.

      *Table des numéros d'origine référencés par les écritures
      *    inverses "annul NNNNNN" de la commande void : la
      *    calcul ; la même réécriture est appliquée aux lignes
      *    conservées du journal d'audit, réécrit et rechaîné de
      *    toute façon, pour que les deux textes restent identiques
      *    au rapprochement, ainsi qu'aux demandes d'annulation encore
      *    en attente dans APPROVQ. Au-delà de la capacité de la table,
      *    l'archivage est abandonné avant toute modification
       01  WS-REF-MAX          PIC 9(3)         VALUE 200.
       01  WS-REF-COUNT        PIC 9(3)         VALUE 0.
       01  WS-SEQ-TEXT         PIC X(6).
       01  WS-FIX-TEXT         PIC X(100)       VALUE SPACES.

      *Variables de pilotage de la file d'attente d'approbation :
      *    présence relevée au relevé des références, nombre de
      *    demandes d'annulation en attente réécrites et témoin d'une
      *    réécriture en échec repris dans le code retour
       01  WS-APQ-STATUS       PIC XX.
       01  WS-APQ-PRESENT      PIC X            VALUE 'N'.
       01  WS-APQ-ERROR        PIC X            VALUE 'N'.
       01  WS-APQ-EOF          PIC X            VALUE 'N'.
           88  WS-APQ-EOF-YES               VALUE 'Y'.
       01  WS-APQ-FIXED        PIC 9(6)         VALUE 0.

      *Compteurs du découpage archivé / conservé côté audit
       01  WS-AUD-ARCHIVED     PIC 9(6)         VALUE 0.
       01  WS-AUD-KEPT         PIC 9(6)         VALUE 0.
       01  WS-PRM-CHECK        PIC X(6).
       01  WS-PARTIAL-FLAG     PIC X            VALUE 'N'.

      *Variables du contrôle des périodes closes : rang du premier
      *    calcul dont le mois n'est pas clos (zéro tant qu'il n'y en
      *    a pas), dernier mois cherché et son état gardés pour ne
      *    pas relire le fichier à chaque calcul du même mois
       01  WS-PER-STATUS       PIC XX.
       01  WS-PER-PRESENT      PIC X            VALUE 'N'.
       01  WS-PER-LAST         PIC 9(6)         VALUE 0.
       01  WS-PER-CLOSED       PIC X            VALUE 'N'.
       01  WS-PER-FIRST-OPEN   PIC 9(6)         VALUE 0.
       01  WS-OPEN-RANK        PIC 9(6)         VALUE 0.

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

           OPEN I-O HISTORY-FILE

      *Condition vérifiant que l'historique existe : sans historique
               DISPLAY "Erreur ouverture HISTFILE, code statut "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Aucun calcul à archiver, historique inchangé"
               CLOSE HISTORY-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           PERFORM 0250-COLLECT-VOID-REFS
               THRU 0250-COLLECT-VOID-REFS-END

      *Paragraphe relevant de même les numéros d'origine des
      *    demandes d'annulation en attente d'approbation
           PERFORM 0260-COLLECT-PENDING-REFS
               THRU 0260-COLLECT-PENDING-REFS-END

      *Paragraphe recopiant les calculs les plus anciens dans
      *    l'archive et les calculs conservés dans le fichier de
      *    travail
      *    à partir du fichier de travail
           PERFORM 0400-REBUILD-HISTORY THRU 0400-REBUILD-HISTORY-END

      *Paragraphe réécrivant le numéro d'origine des demandes
      *    d'annulation en attente, afin qu'approb.cbl n'annule jamais
      *    un autre calcul que celui demandé
           PERFORM 0450-FIX-PENDING-VOIDS
               THRU 0450-FIX-PENDING-VOIDS-END

      *Paragraphes déplaçant vers l'archive d'audit annuelle les
      *    lignes du journal correspondant aux calculs archivés, puis
      *    réécrivant le journal avec les seules lignes conservées,
           MOVE WS-AUD-KEPT TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " ligne(s) d'audit conservée(s)"
           MOVE WS-APQ-FIXED TO WS-VISUAL-COUNT
           DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
               " demande(s) d'annulation en attente réécrite(s)"

      *Code retour gradué pour le planificateur : 0 si tout ce qui
      *    devait être archivé l'a été, 4 si l'archivage a été
      *    plafonné et demande un nouveau passage, 8 si une demande
      *    d'annulation en attente n'a pas pu être réécrite ou si
      *    APPROVQ ne s'est pas ouvert (demandes à rejeter
      *    à la main), les abandons ayant déjà remis 8 plus haut
           IF WS-APQ-ERROR = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-PARTIAL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************
                           DISPLAY "Critère de purge illisible "
                               "dans HISTARCP"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 0900-WRITE-RUN-LOG
                               THRU 0900-WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF

                           DISPLAY "Valeur de purge illisible "
                               "dans HISTARCP"
                           MOVE 8 TO RETURN-CODE
                           PERFORM 0900-WRITE-RUN-LOG
                               THRU 0900-WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF

       0200-COUNT-RECORDS.
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-ARCHIVE-LIMIT
           MOVE 0 TO WS-OPEN-RANK

      *Fichier des périodes absent, aucun mois n'est clos et seuls
      *    les calculs d'avant la date (zéro) restent archivables
           OPEN INPUT PERIOD-FILE

           IF WS-PER-STATUS = "00"
               MOVE 'Y' TO WS-PER-PRESENT
           ELSE
               MOVE 'N' TO WS-PER-PRESENT
           END-IF

           MOVE 999999 TO WS-PER-LAST

      *Le parcours part de la clé 1, le contrôle de séquence partagé
      *    en clé 0 n'étant pas un calcul à archiver
                           AND HIST-SEQ-NO NOT > WS-PURGE-VALUE
                           MOVE WS-TOTAL-COUNT TO WS-ARCHIVE-LIMIT
                       END-IF

      *Paragraphe cherchant si le mois du calcul est clos ; le rang
      *    du premier calcul d'un mois non clos borne l'archivage
                       IF WS-OPEN-RANK = 0
                           PERFORM 0210-CHECK-PERIOD
                               THRU 0210-CHECK-PERIOD-END
                           IF WS-PER-CLOSED = 'N'
                               MOVE WS-TOTAL-COUNT TO WS-OPEN-RANK
                               MOVE HIST-DATE(1:6)
                                   TO WS-PER-FIRST-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PER-PRESENT = 'Y'
               CLOSE PERIOD-FILE
           END-IF

      *En mode conservation, tout ce qui précède les WS-PURGE-VALUE
      *    derniers calculs est à archiver
           IF WS-MODE-KEEP
                   MOVE 0 TO WS-ARCHIVE-LIMIT
               END-IF
           END-IF

      *Condition arrêtant l'archivage avant le premier calcul d'un
      *    mois non clos, quel que soit le critère de purge : la
      *    suite attend la clôture de son mois
           IF WS-OPEN-RANK > 0
               AND WS-ARCHIVE-LIMIT NOT < WS-OPEN-RANK
               COMPUTE WS-ARCHIVE-LIMIT = WS-OPEN-RANK - 1
               DISPLAY "Archivage arrêté à la période non close "
                   WS-PER-FIRST-OPEN
           END-IF
       .

       0200-COUNT-RECORDS-END.
           EXIT
       .

      *Paragraphe cherchant le mois du calcul courant dans le fichier
      *    de contrôle des périodes : seul l'état C (clos) autorise
      *    l'archivage, un mois absent du fichier ou rouvert (O)
      *    l'interdit ; un calcul d'avant la date (zéro) est
      *    considéré comme clos
       0210-CHECK-PERIOD.
           IF HIST-DATE = 0
               MOVE 0 TO WS-PER-LAST
               MOVE 'Y' TO WS-PER-CLOSED
           ELSE IF HIST-DATE(1:6) NOT = WS-PER-LAST

               MOVE HIST-DATE(1:6) TO WS-PER-LAST
               MOVE 'N' TO WS-PER-CLOSED

               IF WS-PER-PRESENT = 'Y'
                   MOVE WS-PER-LAST TO PER-PERIOD
                   READ PERIOD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-STATE = 'C'
                               MOVE 'Y' TO WS-PER-CLOSED
                           END-IF
                   END-READ
               END-IF

           END-IF
       .

       0210-CHECK-PERIOD-END.
           EXIT
       .

      *Paragraphe parcourant l'historique et relevant le numéro
      *    d'origine porté par chaque écriture inverse
      *    "annul NNNNNN ..." de la commande void ; la marque ARCHIV
                               DISPLAY "Trop d'annulations pour "
                                   "l'archivage, historique inchangé"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF

           EXIT
       .

      *Paragraphe parcourant la file d'attente d'approbation et
      *    relevant, dans la table des références, le numéro
      *    d'origine de chaque demande d'annulation en attente qui n'y
      *    figure pas encore ; une file absente n'a rien à réécrire.
      *    Une table pleine abandonne l'archivage avant toute
      *    modification, comme au relevé de l'historique
       0260-COLLECT-PENDING-REFS.
           MOVE 'N' TO WS-APQ-PRESENT

           OPEN INPUT APPROVAL-FILE

           IF WS-APQ-STATUS = "00"

               MOVE 'Y' TO WS-APQ-PRESENT
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
                               AND APQ-CALCUL(1:6) = "annul "
                               AND APQ-CALCUL(7:6) IS NUMERIC

                               MOVE 'N' TO WS-REF-FOUND
                               MOVE 0 TO WS-REF-IDX

                               PERFORM UNTIL WS-REF-FOUND = 'Y'
                                   OR WS-REF-IDX = WS-REF-COUNT
                                   ADD 1 TO WS-REF-IDX
                                   IF WS-REF-OLD(WS-REF-IDX)
                                       = APQ-CALCUL(7:6)
                                       MOVE 'Y' TO WS-REF-FOUND
                                   END-IF
                               END-PERFORM

                               IF WS-REF-FOUND = 'N'

                                   IF WS-REF-COUNT = WS-REF-MAX
                                       DISPLAY "Trop d'annulations "
                                           "pour l'archivage, "
                                           "historique inchangé"
                                       CLOSE APPROVAL-FILE
                                       MOVE 8 TO RETURN-CODE
                                       PERFORM 0900-WRITE-RUN-LOG
                                           THRU 0900-WRITE-RUN-LOG-END
                                       STOP RUN
                                   END-IF

                                   ADD 1 TO WS-REF-COUNT
                                   MOVE APQ-CALCUL(7:6)
                                       TO WS-REF-OLD(WS-REF-COUNT)
                                   MOVE 0 TO WS-REF-NEW(WS-REF-COUNT)
                                   MOVE 'N'
                                       TO WS-REF-KEPT(WS-REF-COUNT)

                               END-IF

                           END-IF

                   END-READ
               END-PERFORM

               CLOSE APPROVAL-FILE

           END-IF
       .

       0260-COLLECT-PENDING-REFS-END.
           EXIT
       .

      *Paragraphe relisant l'historique en ordre de séquence et
      *    recopiant les WS-ARCHIVE-LIMIT premiers calculs dans
      *    l'archive annuelle, les suivants dans le fichier de
               DISPLAY "Erreur ouverture " WS-ARCHIVE-NAME
                   ", code statut " WS-ARC-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture HISTWORK, code statut "
                   WS-WRK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

                           MOVE WS-HIST-CALC-TIME TO ARC-CALC-TIME
                           MOVE WS-HIST-CALC-USER TO ARC-USER
                           MOVE WS-HIST-CALC-ORIG TO ARC-ORIGIN
                           MOVE WS-HIST-CALC-CENTRE TO ARC-COST-CENTRE
                           WRITE ARCHIVE-RECORD
                           ADD 1 TO WS-ARCHIVED-COUNT

                           MOVE WS-HIST-CALC-TIME TO WRK-TIME
                           MOVE WS-HIST-CALC-USER TO WRK-USER
                           MOVE WS-HIST-CALC-ORIG TO WRK-ORIGIN
                           MOVE WS-HIST-CALC-CENTRE TO WRK-COST-CENTRE
                           WRITE WORK-RECORD
                           ADD 1 TO WS-KEPT-COUNT

      *Paragraphe relevant la date, l'heure, l'opérateur et l'origine
      *    du calcul courant de l'historique ; un enregistrement
      *    d'avant ces zones (date non numérique ou nulle) les laisse
      *    à zéro et à blanc. Le centre de coût est repris tel quel,
      *    à blanc pour un calcul qui n'en porte pas
       0310-EXTRACT-HIST-KEYS.
           MOVE HIST-COST-CENTRE TO WS-HIST-CALC-CENTRE

           IF HIST-DATE IS NUMERIC AND HIST-DATE NOT = 0
               MOVE HIST-DATE TO WS-HIST-CALC-DATE
               IF HIST-TIME IS NUMERIC
               DISPLAY "Erreur recréation HISTFILE, code statut "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

                       MOVE WRK-TIME TO HIST-TIME
                       MOVE WRK-USER TO HIST-USER
                       MOVE WRK-ORIGIN TO HIST-ORIGIN
                       MOVE WRK-COST-CENTRE TO HIST-COST-CENTRE

      *Paragraphe réécrivant le numéro d'origine d'une écriture
      *    inverse conservée, la renumérotation l'ayant déplacé
           MOVE 0 TO HIST-TIME
           MOVE SPACES TO HIST-USER
           MOVE SPACE TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           WRITE HIST-RECORD
               INVALID KEY
           EXIT
       .

      *Paragraphe réécrivant chaque demande d'annulation en attente
      *    de la file d'approbation d'après la table des références :
      *    le texte "annul NNNNNN" et le numéro d'origine reçoivent le
      *    nouveau numéro de l'original conservé ; pour un original
      *    parti à l'archive, le texte reçoit la marque ARCHIV et le
      *    numéro d'origine zéro, qu'approb.cbl refuse. L'historique
      *    étant déjà reconstruit, une file qui ne s'ouvre plus ne
      *    l'interrompt pas : la mise à jour est sautée et le
      *    traitement se termine avec le code 8 pour reprise
      *    manuelle des demandes
       0450-FIX-PENDING-VOIDS.
           MOVE 0 TO WS-APQ-FIXED

           IF WS-APQ-PRESENT = 'Y'

               OPEN I-O APPROVAL-FILE

               IF WS-APQ-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture APPROVQ, code statut "
                       WS-APQ-STATUS ", demandes d'annulation en "
                       "attente à rejeter"
                   MOVE 'Y' TO WS-APQ-ERROR
               ELSE

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
                                   AND APQ-CALCUL(1:6) = "annul "
                                   AND APQ-CALCUL(7:6) IS NUMERIC

                                   MOVE APQ-CALCUL TO WS-FIX-TEXT
                                   PERFORM 0540-FIX-VOID-REF
                                       THRU 0540-FIX-VOID-REF-END
                                   MOVE WS-FIX-TEXT TO APQ-CALCUL

                                   IF APQ-CALCUL(7:6) IS NUMERIC
                                       MOVE APQ-CALCUL(7:6)
                                           TO APQ-ORIG-SEQ
                                   ELSE
                                       MOVE 0 TO APQ-ORIG-SEQ
                                   END-IF

                                   REWRITE APQ-RECORD

                                   IF WS-APQ-STATUS NOT = "00"
                                       DISPLAY "Erreur d'écriture "
                                           "dans APPROVQ, demande "
                                           APQ-ID ", code statut "
                                           WS-APQ-STATUS
                                       MOVE 'Y' TO WS-APQ-ERROR
                                   ELSE
                                       ADD 1 TO WS-APQ-FIXED
                                   END-IF

                               END-IF

                       END-READ
                   END-PERFORM

                   CLOSE APPROVAL-FILE
               END-IF

           END-IF
       .

       0450-FIX-PENDING-VOIDS-END.
           EXIT
       .

      *Paragraphe déplaçant vers l'archive d'audit annuelle la
      *    première ligne d'audit libre correspondant à chaque calcul
      *    archivé (même calcul, même résultat, comme le rapprochement
                   DISPLAY "Erreur ouverture " WS-AUD-ARCH-NAME
                       ", code statut " WS-AUD-ARC-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

                   DISPLAY "Erreur ouverture AUDWORK, code statut "
                       WS-AUD-WRK-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0900-WRITE-RUN-LOG
                       THRU 0900-WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               DISPLAY "Erreur réécriture AUDITLOG, code statut "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

       0520-REBUILD-AUDIT-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, calculs de l'historique lus, calculs
      *    archivés (aucun rejet) et HISTARCP s'il a été lu ; un
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
               MOVE "histarc" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-TOTAL-COUNT TO RLG-READ
               MOVE WS-ARCHIVED-COUNT TO RLG-WRITTEN
               MOVE 0 TO RLG-REJECTED
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "HISTARCP" TO RLG-PARAM
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
