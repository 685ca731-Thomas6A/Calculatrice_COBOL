       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdgen.
       AUTHOR. Thomas Baudrin.

      *Génération des calculs récurrents à partir du fichier maître
      *    des instructions permanentes STDINST entretenu par
      *    stdmnt.cbl : pour une date de gestion, chaque instruction
      *    échue est écrite dans un fichier CALCIN encadré (en-tête H*
      *    de source STANDING daté de la date de gestion, fin T* dont
      *    le compte et le total de contrôle suivent les règles de
      *    0070-VERIFY-CONTROLS de calcbat.cbl), que calcbat.cbl
      *    traite ensuite comme une livraison de l'extrait amont.
      *    La dernière échéance générée est mémorisée sur chaque
      *    instruction, si bien qu'un second passage pour la même date
      *    ne génère rien deux fois. La liste STDGENR reprend chaque
      *    instruction lue avec ce qui a été généré ou la raison pour
      *    laquelle elle a été sautée
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maître des instructions permanentes, entretenu par
      *    stdmnt.cbl, relu puis mis à jour de la dernière échéance
      *    générée
           SELECT STANDING-FILE ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-ID
               FILE STATUS IS WS-SIN-STATUS.

      *Fichier de calculs produit pour calcbat.cbl, CALCIN sauf nom
      *    donné dans le fichier de paramètres STDGENP
           SELECT CALCIN-FILE ASSIGN USING WS-CALCIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIN-STATUS.

      *Fichier mémorisant l'en-tête de la dernière livraison CALCIN
      *    traitée par calcbat.cbl : une livraison encadrée encore
      *    présente sous un autre en-tête n'a pas été traitée et ne
      *    doit pas être écrasée
           SELECT LAST-DELIVERY-FILE ASSIGN TO "CALCLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *Liste de la génération : une ligne par instruction lue,
      *    générée ou sautée avec sa raison, puis les totaux
           SELECT LIST-FILE ASSIGN TO "STDGENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

      *Fichier de paramètres de la marche sans surveillance : date de
      *    gestion et nom du fichier produit ; absent, la date de
      *    gestion est saisie
           SELECT PARAM-FILE ASSIGN TO "STDGENP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *Fichier maître des valeurs nommées, entretenu par valmnt.cbl,
      *    sur lequel les noms de valeur des instructions sont
      *    contrôlés avant génération
           SELECT VALUE-FILE ASSIGN TO "VALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NAME
               FILE STATUS IS WS-VAL-STATUS.

      *Fichier maître des opérateurs autorisés, entretenu par
      *    opermnt.cbl, sur lequel l'opérateur propriétaire de chaque
      *    instruction est contrôlé avant génération
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

      *Un enregistrement de calcul de CALCIN, à l'identique de
      *    calcbat.cbl : premier nombre ou nom de valeur, opérateur,
      *    second nombre, nom de valeur ou code de taux, marque de
      *    suite "C", référence de transaction et centre de coût,
      *    repris de l'instruction permanente
       FD  CALCIN-FILE.
       01  CALC-IN-RECORD.
           05  CALC-IN-NUM-1       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CALC-IN-NAME-1      REDEFINES CALC-IN-NUM-1
                                   PIC X(10).
           05  CALC-IN-OPERATOR    PIC X.
           05  CALC-IN-NUM-2       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  CALC-IN-NAME-2      REDEFINES CALC-IN-NUM-2
                                   PIC X(10).
           05  CALC-IN-CONT        PIC X.
           05  CALC-IN-REF         PIC X(16).
           05  CALC-IN-COST-CENTRE PIC X(6).

      *L'enregistrement d'en-tête de CALCIN, à l'identique de
      *    calcbat.cbl
       01  CALC-IN-HEADER-RECORD.
           05  CIH-MARKER          PIC XX.
           05  CIH-SOURCE          PIC X(8).
           05  CIH-CREA-DATE       PIC 9(8).
           05  FILLER              PIC X(26).

      *L'enregistrement de fin de CALCIN, à l'identique de
      *    calcbat.cbl
       01  CALC-IN-TRAILER-RECORD.
           05  CIT-MARKER          PIC XX.
           05  CIT-COUNT           PIC 9(6).
           05  CIT-HASH            PIC 9(11)V99.
           05  FILLER              PIC X(23).

      *L'en-tête de la dernière livraison traitée, à l'identique de
      *    calcbat.cbl
       FD  LAST-DELIVERY-FILE.
       01  LAST-DELIVERY-RECORD.
           05  LST-SOURCE          PIC X(8).
           05  FILLER              PIC X.
           05  LST-DATE            PIC 9(8).

      *Une ligne de la liste de génération
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(132).

      *Les paramètres de la marche sans surveillance : date de
      *    gestion AAAAMMJJ (à blanc = date du jour) et nom du fichier
      *    produit (à blanc = CALCIN)
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-BUS-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  PRM-OUT-NAME        PIC X(12).

      *Une valeur nommée, à l'identique de valmnt.cbl
       FD  VALUE-FILE.
       01  VAL-RECORD.
           05  VAL-NAME            PIC X(10).
           05  VAL-LABEL           PIC X(30).
           05  VAL-AMOUNT          PIC S9(7)V99.

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
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
       01  WS-SIN-STATUS       PIC XX.
       01  WS-SIN-EOF          PIC X            VALUE 'N'.
           88  WS-SIN-EOF-YES               VALUE 'Y'.
       01  WS-CIN-STATUS       PIC XX.
       01  WS-CALCIN-NAME      PIC X(12)        VALUE "CALCIN".
       01  WS-LAST-STATUS      PIC XX.
       01  WS-LST-STATUS       PIC XX.
       01  WS-VAL-STATUS       PIC XX.
       01  WS-VAL-USABLE       PIC X            VALUE 'N'.
           88  WS-VAL-USABLE-YES            VALUE 'Y'.
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.

      *Variables du fichier de paramètres STDGENP
       01  WS-PRM-STATUS       PIC XX.
       01  WS-PRM-PRESENT      PIC X            VALUE 'N'.
       01  WS-PRM-CHECK        PIC X(8).

      *Variables de saisie de la date de gestion
       01  WS-INPUT            PIC X(11).
       01  WS-CHECK-INPUT      PIC X(11).
       01  WS-FOUND            PIC X            VALUE 'N'.

      *Date de gestion, date de référence de l'instruction courante
      *    (date de gestion bornée par sa date de fin) et date de
      *    début, découpées en année, mois et jour
       01  WS-BUSINESS-DATE    PIC 9(8)         VALUE 0.
       01  WS-REF-PARTS.
           05  WS-REF-YEAR     PIC 9(4).
           05  WS-REF-MONTH    PIC 99.
           05  WS-REF-DAY      PIC 99.
       01  WS-REF-DATE         REDEFINES WS-REF-PARTS
                               PIC 9(8).
       01  WS-START-PARTS.
           05  WS-START-YEAR   PIC 9(4).
           05  WS-START-MONTH  PIC 99.
           05  WS-START-DAY    PIC 99.
       01  WS-START-DATE       REDEFINES WS-START-PARTS
                               PIC 9(8).

      *Échéance candidate d'une instruction mensuelle ou
      *    trimestrielle, découpée en année, mois et jour, et premier
      *    jour du mois suivant servant à trouver le dernier jour du
      *    mois de l'échéance
       01  WS-CAND-PARTS.
           05  WS-CAND-YEAR    PIC 9(4).
           05  WS-CAND-MONTH   PIC 99.
           05  WS-CAND-DAY     PIC 99.
       01  WS-CAND-DATE        REDEFINES WS-CAND-PARTS
                               PIC 9(8).
       01  WS-NEXT-PARTS.
           05  WS-NEXT-YEAR    PIC 9(4).
           05  WS-NEXT-MONTH   PIC 99.
           05  WS-NEXT-DAY     PIC 99.
       01  WS-NEXT-DATE        REDEFINES WS-NEXT-PARTS
                               PIC 9(8).
       01  WS-MONTH-END        PIC 9(8)         VALUE 0.

      *Variables du calcul d'échéance : dernière échéance échue à la
      *    date de référence, échéance qui la précède, écart en jours
      *    ou en mois depuis la date de début et période en mois
       01  WS-DUE-DATE         PIC 9(8)         VALUE 0.
       01  WS-PREV-DUE-DATE    PIC 9(8)         VALUE 0.
       01  WS-DAY-DIFF         PIC S9(7)        VALUE 0.
       01  WS-DAY-INT          PIC 9(7)         VALUE 0.
       01  WS-MONTH-DIFF       PIC S9(6)        VALUE 0.
       01  WS-MONTH-TOTAL      PIC 9(6)         VALUE 0.
       01  WS-PERIOD           PIC 9            VALUE 1.

      *Issue de l'instruction courante : état (G = générée,
      *    S = sautée, A = sautée sur anomalie), raison ou détail
      *    imprimé et marque d'échéances antérieures manquées
       01  WS-OUTCOME          PIC X            VALUE SPACE.
       01  WS-DETAIL           PIC X(70).
       01  WS-MISSED           PIC X            VALUE 'N'.
       01  WS-BAD-NAME         PIC X(10).

      *Instructions générées pendant le passage, mises à jour de leur
      *    dernière échéance seulement une fois le fichier CALCIN
      *    complet et fermé : un passage interrompu ne marque rien et
      *    se relance tel quel
       01  WS-GEN-MAX          PIC 9(4)         VALUE 500.
       01  WS-GEN-COUNT        PIC 9(4)         VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY    OCCURS 500.
               10  WS-GEN-ID       PIC X(8).
               10  WS-GEN-DUE      PIC 9(8).
       01  WS-IDX              PIC 9(4)         VALUE 0.
       01  WS-STEP-IDX         PIC 9            VALUE 0.

      *Compteurs et total de contrôle du fichier produit, cumulé par
      *    les règles de 0073-HASH-RECORD de calcbat.cbl
       01  WS-READ-COUNT       PIC 9(7)         VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(7)         VALUE 0.
       01  WS-ANOMALY-COUNT    PIC 9(7)         VALUE 0.
       01  WS-REC-COUNT        PIC 9(6)         VALUE 0.
       01  WS-INST-RECORDS     PIC 9            VALUE 0.
       01  WS-HASH-TOTAL       PIC 9(11)V99     VALUE 0.
       01  WS-HASH-WORK        PIC S9(7)V99     VALUE 0.

      *Variables d'impression
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-DUE       PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(5)9.
       01  WS-VISUAL-HASH      PIC Z(10)9.99.
       01  WS-STATE-TEXT       PIC X(10).
       01  WS-DUE-TEXT         PIC X(10).
       01  WS-REF-TEXT         PIC X(16).

      *Variables du journal d'exécution RUNLOG : début du passage
      *    relevé à l'entrée, fin et code retour relevés à l'arrêt
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

      *Paragraphe lisant la date de gestion et le nom du fichier
      *    produit dans STDGENP s'il est présent (marche sans
      *    surveillance) ; absent, la date de gestion est saisie
           PERFORM 0050-READ-PARAMETERS THRU 0050-READ-PARAMETERS-END

           IF WS-PRM-PRESENT NOT = 'Y'
               PERFORM 0100-GET-BUSINESS-DATE
                   THRU 0100-GET-BUSINESS-DATE-END
                   UNTIL WS-FOUND = 'Y'
           END-IF

           OPEN I-O STANDING-FILE

           IF WS-SIN-STATUS = "35"
               DISPLAY "Fichier STDINST absent, aucune instruction "
                   "permanente à générer"
               MOVE 4 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture STDINST, code statut "
                   WS-SIN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Paragraphe refusant d'écraser une livraison encadrée que
      *    calcbat.cbl n'a pas encore traitée
           PERFORM 0060-CHECK-PREVIOUS THRU 0060-CHECK-PREVIOUS-END

           OPEN OUTPUT LIST-FILE

           IF WS-LST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture STDGENR, code statut "
                   WS-LST-STATUS
               CLOSE STANDING-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           OPEN OUTPUT CALCIN-FILE

           IF WS-CIN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-CALCIN-NAME)
                   ", code statut " WS-CIN-STATUS
               CLOSE STANDING-FILE
               CLOSE LIST-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Ouverture facultative des fichiers maîtres des valeurs et des
      *    opérateurs : absents, les noms de valeur seront contrôlés
      *    par calcbat.cbl et le propriétaire ne l'est pas
           OPEN INPUT VALUE-FILE
           IF WS-VAL-STATUS = "00"
               MOVE 'Y' TO WS-VAL-USABLE
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS = "00"
               MOVE 'Y' TO WS-OPR-USABLE
           END-IF

      *Paragraphe écrivant l'en-tête de la liste et l'en-tête H* de
      *    la livraison, de source STANDING et datée de la date de
      *    gestion
           PERFORM 0150-WRITE-HEADERS THRU 0150-WRITE-HEADERS-END

      *Boucle lisant les instructions dans l'ordre de leur code et
      *    traitant chacune d'elles
           MOVE SPACES TO SIN-ID
           MOVE "N" TO WS-SIN-EOF

           START STANDING-FILE KEY IS NOT LESS THAN SIN-ID
               INVALID KEY
                   MOVE "Y" TO WS-SIN-EOF
           END-START

           PERFORM UNTIL WS-SIN-EOF-YES
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SIN-EOF
                   NOT AT END
                       PERFORM 0200-PROCESS-INSTRUCTION
                           THRU 0200-PROCESS-INSTRUCTION-END
               END-READ
           END-PERFORM

      *Enregistrement de fin T* : nombre d'enregistrements de calcul
      *    écrits et total de contrôle
           MOVE SPACES TO CALC-IN-TRAILER-RECORD
           MOVE "T*" TO CIT-MARKER
           MOVE WS-REC-COUNT TO CIT-COUNT
           MOVE WS-HASH-TOTAL TO CIT-HASH
           WRITE CALC-IN-TRAILER-RECORD

           IF WS-CIN-STATUS NOT = "00"
               DISPLAY "Erreur d'écriture dans "
                   FUNCTION TRIM(WS-CALCIN-NAME) ", code statut "
                   WS-CIN-STATUS
               CLOSE CALCIN-FILE
               CLOSE STANDING-FILE
               CLOSE LIST-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           CLOSE CALCIN-FILE

      *Paragraphe mémorisant la dernière échéance générée sur chaque
      *    instruction écrite, le fichier produit étant complet
           PERFORM 0500-STAMP-INSTRUCTIONS
               THRU 0500-STAMP-INSTRUCTIONS-END

      *Paragraphe imprimant les totaux de la liste
           PERFORM 0600-WRITE-TOTALS THRU 0600-WRITE-TOTALS-END

           CLOSE STANDING-FILE
           CLOSE LIST-FILE

           IF WS-VAL-USABLE-YES
               CLOSE VALUE-FILE
           END-IF

           IF WS-OPR-USABLE-YES
               CLOSE OPERATOR-FILE
           END-IF

           DISPLAY FUNCTION TRIM(WS-CALCIN-NAME) " écrit : "
               WS-GEN-COUNT " instruction(s), "
               WS-REC-COUNT " enregistrement(s)"
           DISPLAY "Liste de la génération écrite dans STDGENR"

      *Code retour gradué pour le planificateur : 4 si une instruction
      *    a été sautée sur anomalie (elle sera reprise au prochain
      *    passage) ou si des échéances antérieures ont été manquées,
      *    0 sinon, les erreurs fichier ayant déjà remis 8 plus haut
           IF WS-ANOMALY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************

      *Paragraphe lisant le fichier de paramètres STDGENP s'il est
      *    présent : date de gestion (à blanc = date du jour) et nom du
      *    fichier produit (à blanc = CALCIN) ; une date illisible ou
      *    inexistante abandonne le passage avec le code 8, personne
      *    n'étant là pour resaisir dans la chaîne de nuit
       0050-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE

           IF WS-PRM-STATUS = "00"

               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PRM-PRESENT

                       IF PRM-BUS-DATE = SPACES
                           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                       ELSE
                           MOVE PRM-BUS-DATE TO WS-PRM-CHECK
                           INSPECT WS-PRM-CHECK
                               CONVERTING "0123456789" TO "          "
                           IF WS-PRM-CHECK NOT = SPACES
                               DISPLAY "Date de gestion illisible "
                                   "dans STDGENP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                           COMPUTE WS-BUSINESS-DATE =
                               FUNCTION NUMVAL(PRM-BUS-DATE)
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                               WS-BUSINESS-DATE) NOT = 0
                               DISPLAY "Date de gestion inexistante "
                                   "dans STDGENP"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 0900-WRITE-RUN-LOG
                                   THRU 0900-WRITE-RUN-LOG-END
                               STOP RUN
                           END-IF
                       END-IF

                       IF PRM-OUT-NAME NOT = SPACES
                           MOVE PRM-OUT-NAME TO WS-CALCIN-NAME
                       END-IF

               END-READ

               CLOSE PARAM-FILE

           END-IF
       .

       0050-READ-PARAMETERS-END.
           EXIT
       .

      *Paragraphe lisant l'en-tête du fichier à produire s'il existe
      *    déjà : une livraison encadrée dont l'en-tête n'est pas celui
      *    de la dernière livraison traitée (CALCLAST) n'est pas encore
      *    passée dans calcbat.cbl, et l'écraser perdrait des calculs
      *    dont les échéances sont déjà marquées générées ; le passage
      *    est alors abandonné avec le code 8. Un fichier sans
      *    en-tête n'est pas contrôlé
       0060-CHECK-PREVIOUS.
           OPEN INPUT CALCIN-FILE

           IF WS-CIN-STATUS = "00"

               READ CALCIN-FILE
                   AT END
                       MOVE SPACES TO CALC-IN-RECORD
               END-READ

               CLOSE CALCIN-FILE

               IF CIH-MARKER = "H*"

                   MOVE 'N' TO WS-FOUND
                   OPEN INPUT LAST-DELIVERY-FILE

                   IF WS-LAST-STATUS = "00"
                       READ LAST-DELIVERY-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LST-SOURCE = CIH-SOURCE
                                   AND LST-DATE = CIH-CREA-DATE
                                   MOVE 'Y' TO WS-FOUND
                               END-IF
                       END-READ
                       CLOSE LAST-DELIVERY-FILE
                   END-IF

                   IF WS-FOUND NOT = 'Y'
                       MOVE CIH-CREA-DATE TO WS-VISUAL-DATE
                       DISPLAY FUNCTION TRIM(WS-CALCIN-NAME)
                           " contient une livraison "
                           FUNCTION TRIM(CIH-SOURCE) " du "
                           WS-VISUAL-DATE
                       DISPLAY "pas encore traitée par calcbat, "
                           "génération abandonnée"
                       CLOSE STANDING-FILE
                       MOVE 8 TO RETURN-CODE
                       PERFORM 0900-WRITE-RUN-LOG
                           THRU 0900-WRITE-RUN-LOG-END
                       STOP RUN
                   END-IF

               END-IF

           END-IF
       .

       0060-CHECK-PREVIOUS-END.
           EXIT
       .

      *Paragraphe saisissant la date de gestion au format AAAAMMJJ ;
      *    à blanc, la date du jour est retenue, une saisie non
      *    numérique ou une date inexistante est redemandée
       0100-GET-BUSINESS-DATE.
           DISPLAY "Date de gestion (AAAAMMJJ, blanc = aujourd'hui) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT

           IF WS-INPUT = SPACES
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE WS-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT
                   CONVERTING "0123456789" TO "          "
               IF WS-CHECK-INPUT NOT = SPACES
                   OR WS-INPUT(8:1) = SPACE
                   OR WS-INPUT(9:3) NOT = SPACES
                   DISPLAY "Saisissez une date AAAAMMJJ"
               ELSE
                   COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-INPUT)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = 0
                       DISPLAY "Date inexistante"
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-IF
       .

       0100-GET-BUSINESS-DATE-END.
           EXIT
       .

      *Paragraphe écrivant l'en-tête de la liste puis l'en-tête H* du
      *    fichier produit
       0150-WRITE-HEADERS.
           MOVE WS-BUSINESS-DATE TO WS-VISUAL-DATE

           MOVE SPACES TO LIST-RECORD
           STRING "Génération des instructions permanentes - date "
               "de gestion " WS-VISUAL-DATE " - fichier "
               FUNCTION TRIM(WS-CALCIN-NAME)
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD

           MOVE SPACES TO LIST-RECORD
           STRING "CODE     LIBELLÉ                        ÉTAT     "
               "ÉCHÉANCE   DÉTAIL"
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE SPACES TO CALC-IN-HEADER-RECORD
           MOVE "H*" TO CIH-MARKER
           MOVE "STANDING" TO CIH-SOURCE
           MOVE WS-BUSINESS-DATE TO CIH-CREA-DATE
           WRITE CALC-IN-HEADER-RECORD
       .

       0150-WRITE-HEADERS-END.
           EXIT
       .

      *Paragraphe traitant l'instruction courante : contrôle de la
      *    définition, calcul de la dernière échéance échue, puis soit
      *    saut avec sa raison, soit écriture des enregistrements de
      *    calcul ; une anomalie (définition incomplète, valeur ou
      *    propriétaire inconnu, capacité du passage atteinte) laisse
      *    l'instruction non marquée, reprise au prochain passage
       0200-PROCESS-INSTRUCTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-DETAIL
           MOVE 'N' TO WS-MISSED
           MOVE 0 TO WS-DUE-DATE

           IF SIN-STEP-COUNT < 1 OR SIN-STEP-COUNT > 4
               OR (SIN-FREQ NOT = "J" AND SIN-FREQ NOT = "H"
               AND SIN-FREQ NOT = "M" AND SIN-FREQ NOT = "T")
               OR FUNCTION TEST-DATE-YYYYMMDD(SIN-START-DATE) NOT = 0

               MOVE 'A' TO WS-OUTCOME
               MOVE "définition incomplète, à reprendre dans stdmnt"
                   TO WS-DETAIL

           ELSE IF WS-BUSINESS-DATE < SIN-START-DATE

               MOVE 'S' TO WS-OUTCOME
               MOVE SIN-START-DATE TO WS-VISUAL-DATE
               STRING "pas encore commencée (début " WS-VISUAL-DATE
                   ")" DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING

           ELSE

      *Paragraphe calculant la dernière échéance échue à la date de
      *    gestion, bornée par la date de fin de l'instruction
               PERFORM 0300-COMPUTE-DUE THRU 0300-COMPUTE-DUE-END

               IF WS-DUE-DATE NOT > SIN-LAST-DATE

                   MOVE 'S' TO WS-OUTCOME
                   IF WS-BUSINESS-DATE > SIN-END-DATE
                       MOVE SIN-END-DATE TO WS-VISUAL-DATE
                       STRING "terminée (fin " WS-VISUAL-DATE ")"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                   ELSE
                       MOVE SIN-LAST-DATE TO WS-VISUAL-DATE
                       STRING "rien d'échu depuis l'échéance du "
                           WS-VISUAL-DATE DELIMITED BY SIZE
                           INTO WS-DETAIL
                       END-STRING
                   END-IF

               ELSE

      *Paragraphe contrôlant les noms de valeur et l'opérateur
      *    propriétaire de l'instruction
                   PERFORM 0220-CHECK-REFERENCES
                       THRU 0220-CHECK-REFERENCES-END

                   IF WS-OUTCOME NOT = 'A'
                       AND WS-GEN-COUNT = WS-GEN-MAX
                       MOVE 'A' TO WS-OUTCOME
                       STRING "capacité du passage atteinte, "
                           "reprise au prochain passage"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                   END-IF

                   IF WS-OUTCOME NOT = 'A'

      *Paragraphe écrivant les enregistrements de calcul de
      *    l'instruction dans le fichier produit
                       PERFORM 0400-WRITE-INSTRUCTION
                           THRU 0400-WRITE-INSTRUCTION-END

                       ADD 1 TO WS-GEN-COUNT
                       MOVE SIN-ID TO WS-GEN-ID(WS-GEN-COUNT)
                       MOVE WS-DUE-DATE TO WS-GEN-DUE(WS-GEN-COUNT)
                       MOVE 'G' TO WS-OUTCOME

      *Paragraphe repérant une échéance antérieure tombée entre la
      *    dernière génération et l'échéance générée : seule la
      *    dernière échéance est générée, les précédentes sont
      *    signalées pour être passées à la main
                       PERFORM 0330-CHECK-MISSED
                           THRU 0330-CHECK-MISSED-END

                       MOVE WS-INST-RECORDS TO WS-VISUAL-COUNT
                       STRING FUNCTION TRIM(WS-VISUAL-COUNT)
                           " enregistrement(s), référence "
                           WS-REF-TEXT DELIMITED BY SIZE
                           INTO WS-DETAIL
                       END-STRING

                   END-IF

               END-IF

           END-IF
           END-IF

           IF WS-OUTCOME = 'A'
               ADD 1 TO WS-ANOMALY-COUNT
           END-IF

           IF WS-OUTCOME NOT = 'G'
               ADD 1 TO WS-SKIP-COUNT
           END-IF

      *Paragraphe imprimant la ligne de l'instruction dans la liste
           PERFORM 0250-WRITE-LIST-LINE THRU 0250-WRITE-LIST-LINE-END

           IF WS-MISSED = 'Y'
               ADD 1 TO WS-ANOMALY-COUNT
               MOVE WS-PREV-DUE-DATE TO WS-VISUAL-DATE
               MOVE SPACES TO LIST-RECORD
               STRING "         >> échéance(s) antérieure(s) non "
                   "générée(s), la dernière au " WS-VISUAL-DATE
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               WRITE LIST-RECORD
           END-IF
       .

       0200-PROCESS-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe contrôlant, quand les fichiers maîtres sont
      *    disponibles, que chaque nom de valeur de l'instruction
      *    existe dans VALFILE et que l'opérateur propriétaire existe
      *    et est actif dans OPERMAST ; le code de taux d'une
      *    conversion est laissé au contrôle de calcbat.cbl, le taux
      *    applicable dépendant de la date de la livraison
       0220-CHECK-REFERENCES.
           MOVE 'G' TO WS-OUTCOME

           IF WS-VAL-USABLE-YES

               IF SIN-FIRST-NAME NOT = SPACES
                   MOVE SIN-FIRST-NAME TO WS-BAD-NAME
                   PERFORM 0230-CHECK-VALUE THRU 0230-CHECK-VALUE-END
               END-IF

               MOVE 0 TO WS-STEP-IDX
               PERFORM UNTIL WS-STEP-IDX = SIN-STEP-COUNT
                   OR WS-OUTCOME = 'A'
                   ADD 1 TO WS-STEP-IDX
                   IF SIN-OPD-NAME(WS-STEP-IDX) NOT = SPACES
                       AND SIN-OPERATOR(WS-STEP-IDX) NOT = "r"
                       AND SIN-OPERATOR(WS-STEP-IDX) NOT = "c"
                       MOVE SIN-OPD-NAME(WS-STEP-IDX) TO WS-BAD-NAME
                       PERFORM 0230-CHECK-VALUE
                           THRU 0230-CHECK-VALUE-END
                   END-IF
               END-PERFORM

           END-IF

           IF WS-OUTCOME NOT = 'A' AND WS-OPR-USABLE-YES

               MOVE SIN-OWNER TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE 'A' TO WS-OUTCOME
                   NOT INVALID KEY
                       IF OPR-ACTIVE NOT = 'A'
                           MOVE 'A' TO WS-OUTCOME
                       END-IF
               END-READ

               IF WS-OUTCOME = 'A'
                   STRING "propriétaire "
                       FUNCTION TRIM(SIN-OWNER)
                       " inconnu ou désactivé dans OPERMAST"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               END-IF

           END-IF
       .

       0220-CHECK-REFERENCES-END.
           EXIT
       .

      *Paragraphe cherchant le nom de valeur WS-BAD-NAME dans
      *    VALFILE ; un nom inconnu fait sauter l'instruction
       0230-CHECK-VALUE.
           MOVE WS-BAD-NAME TO VAL-NAME
           READ VALUE-FILE
               INVALID KEY
                   MOVE 'A' TO WS-OUTCOME
                   STRING "valeur " FUNCTION TRIM(WS-BAD-NAME)
                       " inconnue dans VALFILE"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               NOT INVALID KEY
                   CONTINUE
           END-READ
       .

       0230-CHECK-VALUE-END.
           EXIT
       .

      *Paragraphe imprimant la ligne de l'instruction courante : code,
      *    libellé, état, échéance et détail
       0250-WRITE-LIST-LINE.
           EVALUATE WS-OUTCOME
               WHEN 'G'
                   MOVE "GÉNÉRÉE" TO WS-STATE-TEXT
               WHEN 'A'
                   MOVE "ANOMALIE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "SAUTÉE" TO WS-STATE-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-DUE-TEXT
           IF WS-DUE-DATE NOT = 0
               MOVE WS-DUE-DATE TO WS-VISUAL-DUE
               MOVE WS-VISUAL-DUE TO WS-DUE-TEXT
           END-IF

           MOVE SPACES TO LIST-RECORD
           STRING SIN-ID " " SIN-LABEL " " WS-STATE-TEXT " "
               WS-DUE-TEXT " " WS-DETAIL
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
       .

       0250-WRITE-LIST-LINE-END.
           EXIT
       .

      *Paragraphe calculant la dernière échéance échue de
      *    l'instruction courante à la date de référence, c'est-à-dire
      *    la date de gestion bornée par la date de fin : chaque jour
      *    de gestion pour une instruction quotidienne, le même jour de
      *    semaine que la date de début pour une hebdomadaire, le même
      *    jour du mois (ramené au dernier jour d'un mois plus court)
      *    tous les mois ou tous les trois mois pour une mensuelle ou
      *    une trimestrielle
       0300-COMPUTE-DUE.
           MOVE WS-BUSINESS-DATE TO WS-REF-DATE
           IF SIN-END-DATE < WS-REF-DATE
               MOVE SIN-END-DATE TO WS-REF-DATE
           END-IF

           MOVE SIN-START-DATE TO WS-START-DATE

           EVALUATE SIN-FREQ

               WHEN "J"
                   MOVE WS-REF-DATE TO WS-DUE-DATE

               WHEN "H"
                   COMPUTE WS-DAY-DIFF =
                       FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
                       - FUNCTION MOD(WS-DAY-DIFF, 7)
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

               WHEN OTHER
                   IF SIN-FREQ = "T"
                       MOVE 3 TO WS-PERIOD
                   ELSE
                       MOVE 1 TO WS-PERIOD
                   END-IF

      *Nombre de mois entiers de périodes écoulés depuis la date de
      *    début, puis échéance correspondante ; si elle tombe après
      *    la date de référence (jour du mois pas encore atteint),
      *    l'échéance retenue est celle de la période précédente
                   COMPUTE WS-MONTH-DIFF =
                       (WS-REF-YEAR * 12 + WS-REF-MONTH)
                       - (WS-START-YEAR * 12 + WS-START-MONTH)
                   COMPUTE WS-MONTH-DIFF = WS-MONTH-DIFF
                       - FUNCTION MOD(WS-MONTH-DIFF, WS-PERIOD)

                   PERFORM 0320-MONTH-DATE THRU 0320-MONTH-DATE-END

                   IF WS-CAND-DATE > WS-REF-DATE
                       SUBTRACT WS-PERIOD FROM WS-MONTH-DIFF
                       PERFORM 0320-MONTH-DATE
                           THRU 0320-MONTH-DATE-END
                   END-IF

                   MOVE WS-CAND-DATE TO WS-DUE-DATE

           END-EVALUATE
       .

       0300-COMPUTE-DUE-END.
           EXIT
       .

      *Paragraphe calculant l'échéance tombant WS-MONTH-DIFF mois
      *    après la date de début : même jour du mois, ramené au
      *    dernier jour du mois quand celui-ci est plus court
       0320-MONTH-DATE.
           COMPUTE WS-MONTH-TOTAL = WS-START-YEAR * 12
               + WS-START-MONTH - 1 + WS-MONTH-DIFF
           DIVIDE WS-MONTH-TOTAL BY 12
               GIVING WS-CAND-YEAR REMAINDER WS-CAND-MONTH
           ADD 1 TO WS-CAND-MONTH
           MOVE WS-START-DAY TO WS-CAND-DAY

           IF WS-CAND-DAY > 28

      *Dernier jour du mois de l'échéance : veille du premier jour du
      *    mois suivant
               IF WS-CAND-MONTH = 12
                   COMPUTE WS-NEXT-YEAR = WS-CAND-YEAR + 1
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   MOVE WS-CAND-YEAR TO WS-NEXT-YEAR
                   COMPUTE WS-NEXT-MONTH = WS-CAND-MONTH + 1
               END-IF
               MOVE 1 TO WS-NEXT-DAY

               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1)

               IF WS-CAND-DAY > WS-MONTH-END(7:2)
                   MOVE WS-MONTH-END(7:2) TO WS-CAND-DAY
               END-IF

           END-IF
       .

       0320-MONTH-DATE-END.
           EXIT
       .

      *Paragraphe calculant l'échéance qui précède l'échéance générée
      *    et la comparant à la dernière génération : une instruction
      *    hebdomadaire, mensuelle ou trimestrielle déjà générée dont
      *    l'échéance précédente n'a pas été générée a manqué au moins
      *    un passage ; une instruction quotidienne ne suit que les
      *    jours de gestion effectivement passés et n'est pas contrôlée
       0330-CHECK-MISSED.
           MOVE 0 TO WS-PREV-DUE-DATE

           IF SIN-LAST-DATE NOT = 0

               EVALUATE SIN-FREQ

                   WHEN "H"
                       COMPUTE WS-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) - 7
                       COMPUTE WS-PREV-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

                   WHEN "M"
                   WHEN "T"
                       IF WS-MONTH-DIFF NOT < WS-PERIOD
                           SUBTRACT WS-PERIOD FROM WS-MONTH-DIFF
                           PERFORM 0320-MONTH-DATE
                               THRU 0320-MONTH-DATE-END
                           MOVE WS-CAND-DATE TO WS-PREV-DUE-DATE
                       END-IF

                   WHEN OTHER
                       CONTINUE

               END-EVALUATE

               IF WS-PREV-DUE-DATE > SIN-LAST-DATE
                   AND WS-PREV-DUE-DATE NOT < SIN-START-DATE
                   MOVE 'Y' TO WS-MISSED
               END-IF

           END-IF
       .

       0330-CHECK-MISSED-END.
           EXIT
       .

      *Paragraphe écrivant les enregistrements de calcul de
      *    l'instruction courante : le premier porte le premier
      *    opérande, les suivants une première zone à zéro (ignorée
      *    par calcbat.cbl sur un enregistrement de suite) ; tous sauf
      *    le dernier portent la marque de suite "C". La référence de
      *    transaction est le code de l'instruction suivi de la date
      *    d'échéance, si bien que chaque calcul généré reste
      *    rattachable à son instruction et à son échéance ; chaque
      *    enregistrement porte le centre de coût de l'instruction,
      *    contrôlé par calcbat.cbl comme celui d'une livraison amont
       0400-WRITE-INSTRUCTION.
           MOVE SPACES TO WS-REF-TEXT
           STRING SIN-ID DELIMITED BY SPACE
               WS-DUE-DATE DELIMITED BY SIZE
               INTO WS-REF-TEXT
           END-STRING

           MOVE 0 TO WS-INST-RECORDS
           MOVE 0 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = SIN-STEP-COUNT

               ADD 1 TO WS-STEP-IDX
               MOVE SPACES TO CALC-IN-RECORD

               IF WS-STEP-IDX = 1
                   IF SIN-FIRST-NAME NOT = SPACES
                       MOVE SIN-FIRST-NAME TO CALC-IN-NAME-1
                   ELSE
                       MOVE SIN-FIRST-AMOUNT TO CALC-IN-NUM-1
                   END-IF
               ELSE
                   MOVE 0 TO CALC-IN-NUM-1
               END-IF

               MOVE SIN-OPERATOR(WS-STEP-IDX) TO CALC-IN-OPERATOR

               IF SIN-OPERATOR(WS-STEP-IDX) = "r"
                   MOVE 0 TO CALC-IN-NUM-2
               ELSE IF SIN-OPD-NAME(WS-STEP-IDX) NOT = SPACES
                   MOVE SIN-OPD-NAME(WS-STEP-IDX) TO CALC-IN-NAME-2
               ELSE
                   MOVE SIN-OPD-AMOUNT(WS-STEP-IDX) TO CALC-IN-NUM-2
               END-IF
               END-IF

               IF WS-STEP-IDX < SIN-STEP-COUNT
                   MOVE "C" TO CALC-IN-CONT
               END-IF

               MOVE WS-REF-TEXT TO CALC-IN-REF
               MOVE SIN-COST-CENTRE TO CALC-IN-COST-CENTRE

      *Paragraphe cumulant l'enregistrement dans le total de contrôle
               PERFORM 0410-HASH-RECORD THRU 0410-HASH-RECORD-END

               WRITE CALC-IN-RECORD
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO WS-INST-RECORDS

           END-PERFORM
       .

       0400-WRITE-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe cumulant dans le total de contrôle la valeur
      *    absolue des deux zones d'opérande de l'enregistrement
      *    courant, quand elles sont numériques, à l'identique de
      *    0073-HASH-RECORD de calcbat.cbl : une zone portant un nom
      *    de valeur compte pour zéro, de même que la seconde zone
      *    d'un enregistrement "r" ou "c"
       0410-HASH-RECORD.
           IF CALC-IN-NUM-1 IS NUMERIC
               MOVE CALC-IN-NUM-1 TO WS-HASH-WORK
               IF WS-HASH-WORK < 0
                   COMPUTE WS-HASH-WORK = 0 - WS-HASH-WORK
               END-IF
               ADD WS-HASH-WORK TO WS-HASH-TOTAL
           END-IF

           IF CALC-IN-NUM-2 IS NUMERIC
               AND CALC-IN-OPERATOR NOT = "r"
               AND CALC-IN-OPERATOR NOT = "c"
               MOVE CALC-IN-NUM-2 TO WS-HASH-WORK
               IF WS-HASH-WORK < 0
                   COMPUTE WS-HASH-WORK = 0 - WS-HASH-WORK
               END-IF
               ADD WS-HASH-WORK TO WS-HASH-TOTAL
           END-IF
       .

       0410-HASH-RECORD-END.
           EXIT
       .

      *Paragraphe reportant sur chaque instruction écrite l'échéance
      *    générée comme dernière échéance générée ; une instruction
      *    disparue entre-temps est signalée
       0500-STAMP-INSTRUCTIONS.
           MOVE 0 TO WS-IDX
           PERFORM UNTIL WS-IDX = WS-GEN-COUNT
               ADD 1 TO WS-IDX

               MOVE WS-GEN-ID(WS-IDX) TO SIN-ID
               READ STANDING-FILE
                   INVALID KEY
                       DISPLAY "Instruction " FUNCTION TRIM(SIN-ID)
                           " introuvable, échéance non marquée"
                   NOT INVALID KEY
                       MOVE WS-GEN-DUE(WS-IDX) TO SIN-LAST-DATE
                       REWRITE SIN-RECORD
                       IF WS-SIN-STATUS NOT = "00"
                           DISPLAY "Erreur de mise à jour de "
                               "l'instruction " FUNCTION TRIM(SIN-ID)
                               ", code statut " WS-SIN-STATUS
                       END-IF
               END-READ
           END-PERFORM
       .

       0500-STAMP-INSTRUCTIONS-END.
           EXIT
       .

      *Paragraphe imprimant les totaux de la liste : instructions
      *    lues, générées et sautées (dont anomalies), puis le compte
      *    et le total de contrôle portés sur la fin T*
       0600-WRITE-TOTALS.
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD

           MOVE WS-READ-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING "Instructions lues        : " WS-VISUAL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE WS-GEN-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING "Instructions générées    : " WS-VISUAL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE WS-SKIP-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING "Instructions sautées     : " WS-VISUAL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE WS-ANOMALY-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING "Anomalies à revoir       : " WS-VISUAL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE WS-REC-COUNT TO WS-VISUAL-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING "Enregistrements écrits   : " WS-VISUAL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD

           MOVE WS-HASH-TOTAL TO WS-VISUAL-HASH
           MOVE SPACES TO LIST-RECORD
           STRING "Total de contrôle T*     : "
               FUNCTION TRIM(WS-VISUAL-HASH)
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
       .

       0600-WRITE-TOTALS-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, instructions lues, enregistrements de
      *    calcul écrits, instructions sautées sur anomalie et STDGENP
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
               MOVE "stdgen" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               MOVE WS-READ-COUNT TO RLG-READ
               MOVE WS-REC-COUNT TO RLG-WRITTEN
               MOVE WS-ANOMALY-COUNT TO RLG-REJECTED
               IF WS-PRM-PRESENT = 'Y'
                   MOVE "STDGENP" TO RLG-PARAM
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
