               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

      *Fichier retour des résultats pour l'extrait amont : une ligne
      *    de disposition fixe par calcul abouti, portant la référence
      *    de transaction de l'appelant, le résultat, le numéro de
      *    séquence d'historique et l'état, encadrée d'un en-tête et
      *    d'une fin de contrôle
           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

      *Fichier de travail de la reprise : les lignes de CALCRES déjà
      *    couvertes par le point de contrôle y sont recopiées, puis
      *    CALCRES est recréé à partir de lui, si bien que les calculs
      *    retraités après le point n'y figurent jamais deux fois
           SELECT RESULT-WORK-FILE ASSIGN TO "CALCRESW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSW-STATUS.

      *Fichier de point de contrôle : mémorise périodiquement le nombre
      *    d'enregistrements déjà traités afin qu'une reprise après
      *    incident continue le traitement au lieu de tout refaire
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *Fichier de contrôle des périodes, entretenu par perclo.cbl :
      *    une livraison dont la date de création tombe dans une
      *    période close est refusée
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PER-STATUS.

      *Fichier maître des valeurs nommées, entretenu par valmnt.cbl,
      *    dont le nom peut figurer dans CALCIN à la place d'un
      *    opérande littéral
               RECORD KEY IS VAL-NAME
               FILE STATUS IS WS-VAL-STATUS.

      *Fichier maître des taux entretenu par ratemnt.cbl, où est
      *    cherché le code de taux d'un enregistrement de conversion
      *    (même organisation et même enregistrement que dans
      *    calcul.cbl)
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-KEY
               FILE STATUS IS WS-RTM-STATUS.

      *Fichier maître des centres de coût entretenu par costmnt.cbl,
      *    sur lequel est contrôlé le centre de coût porté par un
      *    enregistrement de CALCIN
           SELECT COST-CENTRE-FILE ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CODE
               FILE STATUS IS WS-CST-STATUS.

      *Fichier d'historique partagé avec calcul.cbl : les calculs
      *    aboutis du batch y sont ajoutés à la suite des calculs
      *    interactifs, afin qu'un seul historique couvre les deux
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Journal d'audit partagé avec calcul.cbl : une ligne horodatée
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Journal d'exécution partagé de la chaîne de nuit : une ligne
      *    par passage (programme, début, fin, code retour, compteurs,
      *    fichier de paramètres), ajoutée avant chaque arrêt pour
      *    l'enchaîneur runchn.cbl et le compte-rendu du matin
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *                        2 chiffres décimaux, zéros de tête
      *                        inclus (ex. 12.45 -> "000001245")
      *      colonne      10 : signe du premier nombre, "+" ou "-"
      *      colonne      11 : opérateur (+, -, x, /, ^, %, r, c)
      *      colonnes 12- 20 : second nombre, même format que le premier
      *      colonne      21 : signe du second nombre, "+" ou "-"
      *      colonne      22 : "C" si le calcul se poursuit sur
      *                        l'enregistrement suivant, blanc (ou
      *                        ligne de 21 caractères) s'il se termine
      *                        ici
      *      colonnes 23- 38 : référence de transaction de l'appelant,
      *                        facultative, reprise telle quelle dans
      *                        le fichier retour CALCRES ; pour un
      *                        calcul enchaîné, la référence du premier
      *                        enregistrement de la chaîne qui en porte
      *                        une vaut pour toute la chaîne
      *      colonnes 39- 44 : centre de coût du calcul, facultatif,
      *                        contrôlé sur le fichier maître COSTMAST
      *                        (code connu et actif) et porté par
      *                        l'historique ; pour un calcul enchaîné,
      *                        le premier centre de coût non blanc de
      *                        la chaîne vaut pour toute la chaîne. Un
      *                        calcul sans centre de coût est historisé
      *                        tel quel et relevé en exception par le
      *                        rapport costrpt.cbl
      *    Sur un enregistrement de suite (celui qui suit un "C"), le
      *    premier nombre est ignoré : le résultat courant du calcul
      *    enchaîné prend sa place, comme le fait le programme
      *    le nom d'une valeur du fichier maître VALFILE à la place du
      *    nombre : le montant de la valeur nommée prend la place de
      *    l'opérande et son nom est repris dans le texte du calcul
      *    Les opérateurs %, r et c suivent calcul.cbl : "%" prend le
      *    premier nombre pourcent du second, "r" est la racine carrée
      *    du premier nombre (opérateur unaire, la seconde zone est
      *    ignorée) et "c" la conversion par taux du premier nombre,
      *    la seconde zone portant alors, cadré à gauche et complété
      *    de blancs, le code du taux dans le fichier maître RATEMAST
      *    ; le taux appliqué est celui en vigueur à la date de
      *    création portée à l'en-tête de la livraison
      *    Le fichier est encadré par deux enregistrements de
      *    contrôle produits par l'extrait amont, reconnus à leur
      *    marque en colonnes 1 et 2 (l'étoile ne pouvant figurer ni
      *                      somme des valeurs absolues des deux
      *                      zones d'opérande numériques ; une zone
      *                      portant un nom de valeur compte pour
      *                      zéro, de même que la seconde zone d'un
      *                      enregistrement "r" ou "c", qui ne porte
      *                      pas de montant)
      *    Un fichier encadré dont le compte ou le total ne colle pas
      *    est abandonné avant toute écriture ; un fichier sans
      *    encadrement est traité comme avant, le temps que l'extrait
           05  CALC-IN-NAME-2      REDEFINES CALC-IN-NUM-2
                                   PIC X(10).
           05  CALC-IN-CONT        PIC X.
           05  CALC-IN-REF         PIC X(16).
           05  CALC-IN-COST-CENTRE PIC X(6).

      *L'enregistrement d'en-tête de CALCIN, vu au travers de la même
      *    zone d'entrée
           05  CIH-MARKER          PIC XX.
           05  CIH-SOURCE          PIC X(8).
           05  CIH-CREA-DATE       PIC 9(8).
           05  FILLER              PIC X(26).

      *L'enregistrement de fin de CALCIN, vu au travers de la même
      *    zone d'entrée
           05  CIT-MARKER          PIC XX.
           05  CIT-COUNT           PIC 9(6).
           05  CIT-HASH            PIC 9(11)V99.
           05  FILLER              PIC X(23).

      *Une ligne de compte-rendu (en-tête, détail ou total)
       FD  CALC-REPORT-FILE.
      *      VN = valeur nommée inconnue dans VALFILE
      *      CH = enregistrement d'un calcul enchaîné dont un autre
      *           membre est en erreur
      *      TI = code de taux inconnu dans RATEMAST, ou sans taux
      *           utilisable à la date de création de la livraison
      *      TE = code de taux dont tous les taux en vigueur à la date
      *           de création de la livraison sont expirés
      *      RN = racine carrée d'un nombre négatif
      *      CC = centre de coût inconnu dans COSTMAST ou désactivé
      *    Un calcul enchaîné en erreur est rejeté en entier et dans
      *    l'ordre (enregistrements de tête déjà traités, puis
      *    l'enregistrement fautif, puis les suites), si bien que les
      *    colonnes 1 à 44 (référence de transaction et centre de coût
      *    compris) peuvent être resoumises telles quelles dans CALCIN
      *    après correction du membre fautif ; le code motif est en
      *    colonnes 46 et 47
       FD  CALC-REJECT-FILE.
       01  CALC-REJ-RECORD.
           05  CALC-REJ-DATA       PIC X(44).
           05  FILLER              PIC X.
           05  CALC-REJ-REASON     PIC XX.

      *Une ligne du fichier retour CALCRES, de disposition fixe :
      *    référence de transaction de l'appelant, résultat signé,
      *    numéro de séquence sous lequel le calcul a été historisé,
      *    date d'exécution et état :
      *      OK = calcul abouti et historisé
      *      HO = calcul abouti mais historique occupé, non historisé
      *           (numéro de séquence à zéro)
      *    Le fichier commence par un en-tête "H*" (système source et
      *    date de création de la livraison CALCIN, date d'exécution)
      *    et finit par un enregistrement "T*" portant le compte et le
      *    total de contrôle des enregistrements de calcul relus, à
      *    rapprocher de la fin "T*" envoyée par l'extrait amont, puis
      *    le nombre de lignes retour, le nombre de lignes à l'état OK,
      *    le nombre d'enregistrements en erreur et le total de
      *    contrôle des résultats retournés (somme de leurs valeurs
      *    absolues)
       FD  CALC-RESULT-FILE.
       01  CALC-RES-RECORD.
           05  RES-REF             PIC X(16).
           05  FILLER              PIC X.
           05  RES-RESULT          PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  RES-SEQ-NO          PIC 9(6).
           05  FILLER              PIC X.
           05  RES-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  RES-STATUS          PIC XX.
           05  FILLER              PIC X(29).

      *L'en-tête du fichier retour, vu au travers de la même zone
       01  CALC-RES-HEADER-RECORD.
           05  RSH-MARKER          PIC XX.
           05  RSH-SOURCE          PIC X(8).
           05  FILLER              PIC X.
           05  RSH-CREA-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  RSH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(52).

      *La fin du fichier retour, vue au travers de la même zone
       01  CALC-RES-TRAILER-RECORD.
           05  RST-MARKER          PIC XX.
           05  RST-IN-COUNT        PIC 9(6).
           05  RST-IN-HASH         PIC 9(11)V99.
           05  FILLER              PIC X.
           05  RST-RES-COUNT       PIC 9(6).
           05  FILLER              PIC X.
           05  RST-OK-COUNT        PIC 9(6).
           05  FILLER              PIC X.
           05  RST-ERROR-COUNT     PIC 9(6).
           05  FILLER              PIC X.
           05  RST-RES-HASH        PIC 9(15)V99.
           05  FILLER              PIC X(20).

      *Une ligne du fichier retour recopiée pendant la reprise
       FD  RESULT-WORK-FILE.
       01  RESULT-WORK-RECORD      PIC X(80).

      *Le point de contrôle : nombre d'enregistrements déjà traités,
      *    nombre d'erreurs déjà comptées et, si un calcul enchaîné
      *    était en cours, son état complet (résultat courant et texte
      *    du calcul), afin qu'une reprise au milieu d'une chaîne la
      *    poursuive correctement et que le total de fin de
      *    compte-rendu reste juste ; s'y ajoutent la référence de
      *    transaction de la chaîne en cours et les compteurs du
      *    fichier retour CALCRES, qui est ramené à ce point lors de
      *    la reprise, puis le centre de coût de la chaîne en cours
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHK-RECORD-COUNT    PIC 9(6).
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CHK-CALCUL          PIC X(100).
           05  FILLER              PIC X.
           05  CHK-CALC-REF        PIC X(16).
           05  FILLER              PIC X.
           05  CHK-RES-COUNT       PIC 9(6).
           05  FILLER              PIC X.
           05  CHK-RES-OK          PIC 9(6).
           05  FILLER              PIC X.
           05  CHK-RES-HASH        PIC 9(15)V99.
           05  FILLER              PIC X.
           05  CHK-CALC-CENTRE     PIC X(6).

      *L'en-tête de la dernière livraison CALCIN traitée : système
      *    source et date de création, pour le repérage des doubles
           05  FILLER              PIC X.
           05  LST-DATE            PIC 9(8).

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

      *Une valeur nommée : nom court, libellé de gestion et montant,
      *    à l'identique de valmnt.cbl
       FD  VALUE-FILE.
           05  VAL-LABEL           PIC X(30).
           05  VAL-AMOUNT          PIC S9(7)V99.

      *Un taux daté : code, date d'effet, valeur et état A/E, à
      *    l'identique de ratemnt.cbl
       FD  RATE-MASTER-FILE.
       01  RTM-RECORD.
           05  RTM-KEY.
               10  RTM-CODE        PIC X(8).
               10  RTM-EFF-DATE    PIC 9(8).
           05  RTM-VALUE           PIC 9(7)V9(6).
           05  RTM-STATE           PIC X.

      *Un centre de coût : code, libellé, opérateur responsable et
      *    état A/I, à l'identique de costmnt.cbl
       FD  COST-CENTRE-FILE.
       01  CST-RECORD.
           05  CST-CODE            PIC X(6).
           05  CST-NAME            PIC X(30).
           05  CST-RESP-USER       PIC X(10).
           05  CST-ACTIVE          PIC X.

      *Enregistrement de l'historique, à l'identique de calcul.cbl
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-TIME           PIC 9(6).
           05  HIST-USER           PIC X(10).
           05  HIST-ORIGIN         PIC X.
           05  HIST-COST-CENTRE    PIC X(6).

      *Enregistrement du journal d'audit, à l'identique de calcul.cbl
       FD  AUDIT-FILE.
           05  FILLER              PIC X.
           05  AUD-CHECK           PIC 9(6).

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

      *Variables de pilotage des fichiers en entrée et en sortie
       01  WS-CTL-TRL-HASH     PIC 9(11)V99     VALUE 0.
       01  WS-HASH-WORK        PIC S9(7)V99     VALUE 0.
       01  WS-CTL-MESSAGE      PIC X(70)        VALUE SPACES.

      *Variables du contrôle de la date de création sur le fichier
      *    des périodes closes
       01  WS-PER-STATUS       PIC XX.
       01  WS-VISUAL-DATE-CTL  PIC 9999/99/99.

      *Variables de rappel des valeurs nommées du fichier maître
       01  WS-VAL-TEXT-1       PIC X(40)        VALUE SPACES.
       01  WS-VAL-TEXT-2       PIC X(40)        VALUE SPACES.

      *Variables de la conversion par taux : le code porté dans la
      *    seconde zone d'opérande est cherché dans le fichier maître
      *    RATEMAST, ouvert une fois pour toute la passe, et le
      *    dernier taux en vigueur (état A) à la date de création de
      *    la livraison est retenu, à l'image de 0332-FIND-MASTER-RATE
      *    dans calcul.cbl ; fichier absent ou code sans taux à cette
      *    date, l'enregistrement est rejeté avec le motif TI, code
      *    dont tous les taux à cette date sont expirés avec le motif
      *    TE
       01  WS-RTM-STATUS       PIC XX.
       01  WS-RTM-AVAILABLE    PIC X            VALUE 'N'.
       01  WS-RTM-EOF          PIC X            VALUE 'N'.
           88  WS-RTM-EOF-YES               VALUE 'Y'.
       01  WS-RATE-CODE        PIC X(8)         VALUE SPACES.
       01  WS-RATE-VALUE       PIC 9(7)V9(6)    VALUE 0.
       01  WS-RATE-DATE        PIC 9(8)         VALUE 0.
       01  WS-RATE-FOUND       PIC X            VALUE 'N'.
       01  WS-RATE-SEEN        PIC X            VALUE 'N'.
       01  WS-RATE-ERROR       PIC XX           VALUE SPACES.
       01  WS-VISUAL-RATE      PIC Z(6)9.9(6).

      *Variables du contrôle des centres de coût : le fichier maître
      *    COSTMAST est ouvert une fois pour toute la passe ; un code
      *    non blanc inconnu ou désactivé, ou un code porté alors que
      *    le fichier est absent, rejette l'enregistrement avec le
      *    motif CC. Le centre de coût du calcul en cours est celui du
      *    premier enregistrement de la chaîne qui en porte un
       01  WS-CST-STATUS       PIC XX.
       01  WS-CST-AVAILABLE    PIC X            VALUE 'N'.
       01  WS-CST-ERROR        PIC X            VALUE 'N'.
       01  WS-CST-CODE         PIC X(6)         VALUE SPACES.
       01  WS-CALC-CENTRE      PIC X(6)         VALUE SPACES.

      *Variables du fichier retour CALCRES : référence de transaction
      *    du calcul en cours (celle du premier enregistrement de la
      *    chaîne qui en porte une), compteurs et totaux de contrôle
      *    repris par la fin "T*" du fichier ; le total de contrôle des
      *    enregistrements de calcul est refait au fil de la lecture
      *    quand CALCIN n'est pas encadré. En reprise, CALCRES est
      *    ramené aux WS-RES-COUNT lignes couvertes par le point de
      *    contrôle avant de reprendre
       01  WS-RES-STATUS       PIC XX.
       01  WS-RSW-STATUS       PIC XX.
       01  WS-RSW-EOF          PIC X            VALUE 'N'.
           88  WS-RSW-EOF-YES               VALUE 'Y'.
       01  WS-CALC-REF         PIC X(16)        VALUE SPACES.
       01  WS-RES-COUNT        PIC 9(6)         VALUE 0.
       01  WS-RES-OK           PIC 9(6)         VALUE 0.
       01  WS-RES-HASH         PIC 9(15)V99     VALUE 0.
       01  WS-RES-WORK         PIC S9(12)V99    VALUE 0.
       01  WS-RES-KEPT         PIC 9(6)         VALUE 0.
       01  WS-IN-HASH          PIC 9(11)V99     VALUE 0.

      *Variables de pilotage du point de contrôle : un point est écrit
      *    tous les WS-CHECKPOINT-FREQ enregistrements traités ; au
      *    lancement, un point non vide déclenche le mode reprise qui
      *    parenthèses décale le texte, un STRING relisant WS-CALCUL
      *    tout en y écrivant relirait des octets déjà remplacés
       01  WS-CALCUL-WORK      PIC X(100)       VALUE SPACES.

      *Texte de l'opération courante accrochée au calcul : opérateur
      *    et second nombre, "cnv CODE @ taux" pour une conversion ou
      *    "r" seul pour une racine carrée
       01  WS-OPERATION-TEXT   PIC X(60)        VALUE SPACES.
       01  WS-RESULT-TEXT      PIC X(18).

      *Le code retour remis au planificateur est gradué :
       01  WS-CHAIN-BUF-IDX    PIC 9(3)         VALUE 0.
       01  WS-CHAIN-BUF-OVFL   PIC X            VALUE 'N'.
       01  WS-CHAIN-BUF-TABLE.
           05  WS-CHAIN-BUF-REC OCCURS 200 PIC X(44).
       01  WS-VISUAL-NUM-1     PIC Z(6)9.99.
       01  WS-VISUAL-NUM-2     PIC Z(6)9.99.
       01  WS-VISUAL-RESULT    PIC Z(11)9.99.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.

      *Variables du journal d'exécution RUNLOG : début du passage
      *    relevé au lancement, fin et code retour relevés à l'arrêt
       01  WS-RLG-STATUS       PIC XX.
       01  WS-RLG-START-DATE   PIC 9(8)         VALUE 0.
       01  WS-RLG-START-TIME   PIC 9(8)         VALUE 0.
       01  WS-RLG-END-DATE     PIC 9(8)         VALUE 0.
       01  WS-RLG-END-TIME     PIC 9(8)         VALUE 0.
       01  WS-RLG-RC           PIC 9(2)         VALUE 0.
      *Compteurs repris d'un point de contrôle au lancement, ôtés de
      *    ceux reportés au journal d'exécution afin que chaque passage
      *    n'y compte que ce qu'il a lui-même traité
       01  WS-RLG-BASE-OK      PIC 9(6)         VALUE 0.
       01  WS-RLG-BASE-REJ     PIC 9(6)         VALUE 0.

       PROCEDURE DIVISION.

      *Début du passage, reporté au journal d'exécution RUNLOG
           ACCEPT WS-RLG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-START-TIME FROM TIME

           OPEN INPUT CALC-INPUT-FILE

      *Condition vérifiant que le fichier d'entrée a pu être ouvert,
               DISPLAY "Erreur ouverture CALCIN, code statut "
                   WS-IN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *    exécution interrompue et armant le mode reprise
           PERFORM 0050-LOAD-CHECKPOINT THRU 0050-LOAD-CHECKPOINT-END

      *Compteurs repris du point de contrôle, ôtés en fin de passage
      *    de ceux reportés au journal d'exécution
           MOVE WS-RES-OK TO WS-RLG-BASE-OK
           MOVE WS-ERROR-COUNT TO WS-RLG-BASE-REJ

      *En mode reprise le compte-rendu et les rejets déjà écrits sont
      *    conservés : les fichiers sont poursuivis en ajout au lieu
      *    d'être recréés
               DISPLAY "Erreur ouverture CALCOUT, code statut "
                   WS-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

               DISPLAY "Erreur ouverture CALCREJ, code statut "
                   WS-REJ-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *Paragraphe ouvrant le fichier retour CALCRES : recréé pour une
      *    nouvelle livraison, ramené en reprise aux lignes couvertes
      *    par le point de contrôle
           PERFORM 0090-OPEN-RESULTS THRU 0090-OPEN-RESULTS-END

      *Paragraphe vérifiant l'encadrement de CALCIN (en-tête, fin,
      *    compte et total de contrôle) avant de toucher à
      *    l'historique ou au journal d'audit : un fichier encadré en
               MOVE 'Y' TO WS-VAL-AVAILABLE
           END-IF

      *Ouverture du fichier maître des taux s'il existe, une fois pour
      *    toute la passe ; fichier absent, toute conversion de CALCIN
      *    sera rejetée avec le motif TI. Les taux sont pris à la date
      *    de création de la livraison, à défaut (CALCIN sans
      *    encadrement) à la date d'exécution
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RTM-STATUS = "00"
               MOVE 'Y' TO WS-RTM-AVAILABLE
           END-IF

      *Ouverture du fichier maître des centres de coût s'il existe,
      *    une fois pour toute la passe ; fichier absent, tout centre
      *    de coût porté par CALCIN sera rejeté avec le motif CC
           OPEN INPUT COST-CENTRE-FILE
           IF WS-CST-STATUS = "00"
               MOVE 'Y' TO WS-CST-AVAILABLE
           END-IF

           IF WS-CTL-PRESENT = 'Y'
               MOVE WS-CTL-DATE TO WS-RATE-DATE
           ELSE
               ACCEPT WS-RATE-DATE FROM DATE YYYYMMDD
           END-IF

      *Paragraphe permettant d'imprimer l'en-tête du compte-rendu ;
      *    en mode reprise l'en-tête figure déjà dans CALCOUT et les
      *    enregistrements déjà traités sont sautés
               PERFORM 0060-SKIP-PROCESSED THRU 0060-SKIP-PROCESSED-END
           ELSE
               PERFORM 0100-WRITE-HEADER THRU 0100-WRITE-HEADER-END
               PERFORM 0110-WRITE-RESULT-HEADER
                   THRU 0110-WRITE-RESULT-HEADER-END
           END-IF

      *Boucle permettant de traiter chaque calcul du fichier d'entrée
                           CONTINUE
                       ELSE

      *Sur un CALCIN sans encadrement, le total de contrôle repris
      *    par la fin de CALCRES est refait au fil de la lecture
                           IF WS-CTL-PRESENT NOT = 'Y'
                               PERFORM 0073-HASH-RECORD
                                   THRU 0073-HASH-RECORD-END
                           END-IF

      *Paragraphe permettant de traiter un calcul et d'en écrire le
      *    résultat dans le compte-rendu
                           PERFORM 0200-PROCESS-RECORD
      *Paragraphe permettant d'imprimer le total de fin de compte-rendu
           PERFORM 0300-WRITE-TRAILER THRU 0300-WRITE-TRAILER-END

      *Paragraphe écrivant la fin de contrôle du fichier retour
           PERFORM 0310-WRITE-RESULT-TRAILER
               THRU 0310-WRITE-RESULT-TRAILER-END

           CLOSE CALC-INPUT-FILE
           CLOSE CALC-REPORT-FILE
           CLOSE CALC-REJECT-FILE
           CLOSE CALC-RESULT-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE

               CLOSE VALUE-FILE
           END-IF

           IF WS-RTM-AVAILABLE = 'Y'
               CLOSE RATE-MASTER-FILE
           END-IF

           IF WS-CST-AVAILABLE = 'Y'
               CLOSE COST-CENTRE-FILE
           END-IF

      *Le traitement s'étant terminé normalement, le point de contrôle
      *    est vidé afin que la prochaine exécution reparte du premier
      *    enregistrement
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN.

      ******************************************************************

      *L'historique n'est créé que s'il n'existe pas encore (code
      *    statut 35) : tout autre statut est signalé et arrête le
      *    traitement. Un historique resté dans une ancienne
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
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
           MOVE WS-BATCH-USER TO HIST-USER
           MOVE "B" TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           REWRITE HIST-RECORD
               INVALID KEY
           MOVE 0 TO HIST-TIME
           MOVE SPACES TO HIST-USER
           MOVE SPACE TO HIST-ORIGIN
           MOVE SPACES TO HIST-COST-CENTRE

           WRITE HIST-RECORD
               INVALID KEY
                                   TO WS-CHAIN-DEAD-FLAG
                               MOVE CHK-RESULT TO WS-RESULT
                               MOVE CHK-CALCUL TO WS-CALCUL
                               MOVE CHK-CALC-REF TO WS-CALC-REF
                               MOVE CHK-CALC-CENTRE TO WS-CALC-CENTRE
                           END-IF

      *Les compteurs du fichier retour sont restaurés avec lui ; un
      *    point de contrôle d'avant le fichier retour n'en porte pas
      *    et repart de zéro
                           IF CHK-RES-COUNT IS NUMERIC
                               AND CHK-RES-OK IS NUMERIC
                               AND CHK-RES-HASH IS NUMERIC
                               MOVE CHK-RES-COUNT TO WS-RES-COUNT
                               MOVE CHK-RES-OK TO WS-RES-OK
                               MOVE CHK-RES-HASH TO WS-RES-HASH
                           END-IF

                           DISPLAY "Reprise : "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-SKIP-COUNT

      *Sur un CALCIN sans encadrement, les enregistrements sautés
      *    restent comptés au total de contrôle de CALCRES
                           IF WS-CTL-PRESENT NOT = 'Y'
                               PERFORM 0073-HASH-RECORD
                                   THRU 0073-HASH-RECORD-END
                           END-IF
                       END-IF
               END-READ

           EXIT
       .

      *Paragraphe ouvrant le fichier retour CALCRES : une nouvelle
      *    livraison le recrée vide ; en reprise, les lignes couvertes
      *    par le point de contrôle (en-tête compris) sont recopiées
      *    dans CALCRESW puis CALCRES est recréé à partir d'elles et
      *    laissé ouvert à la suite, si bien que les calculs retraités
      *    après le point n'y figurent pas deux fois et qu'aucun
      *    calcul couvert par le point n'y manque
       0090-OPEN-RESULTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-RESTART-YES
               PERFORM 0095-RESTORE-RESULTS
                   THRU 0095-RESTORE-RESULTS-END
           ELSE
               OPEN OUTPUT CALC-RESULT-FILE
           END-IF

           IF WS-RES-STATUS NOT = "00"
               DISPLAY "Erreur ouverture CALCRES, code statut "
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF
       .

       0090-OPEN-RESULTS-END.
           EXIT
       .

      *Paragraphe ramenant, en reprise, le fichier retour CALCRES aux
      *    WS-RES-COUNT lignes de résultat couvertes par le point de
      *    contrôle : l'en-tête et ces lignes sont recopiés dans le
      *    fichier de travail, la suite (lignes retraitées et fin de
      *    contrôle d'une exécution interrompue) est écartée, puis
      *    CALCRES est recréé depuis le fichier de travail. Un
      *    fichier retour plus court que le point (perdu ou tronqué)
      *    abandonne la reprise avec le code retour 8 avant toute
      *    écriture, CALCRES et le point de contrôle étant laissés en
      *    l'état pour être repris à la main
       0095-RESTORE-RESULTS.
           MOVE 0 TO WS-RES-KEPT

           OPEN OUTPUT RESULT-WORK-FILE

           IF WS-RSW-STATUS NOT = "00"
               DISPLAY "Erreur ouverture CALCRESW, code statut "
                   WS-RSW-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           OPEN INPUT CALC-RESULT-FILE

           IF WS-RES-STATUS = "00"

               MOVE "N" TO WS-RSW-EOF
               PERFORM UNTIL WS-RSW-EOF-YES
                   READ CALC-RESULT-FILE
                       AT END
                           MOVE "Y" TO WS-RSW-EOF
                       NOT AT END
                           IF RSH-MARKER = "H*"
                               MOVE CALC-RES-RECORD
                                   TO RESULT-WORK-RECORD
                               WRITE RESULT-WORK-RECORD
                           ELSE
                               IF RST-MARKER NOT = "T*"
                                   AND WS-RES-KEPT < WS-RES-COUNT
                                   ADD 1 TO WS-RES-KEPT
                                   MOVE CALC-RES-RECORD
                                       TO RESULT-WORK-RECORD
                                   WRITE RESULT-WORK-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CALC-RESULT-FILE

           END-IF

           CLOSE RESULT-WORK-FILE

           IF WS-RES-KEPT < WS-RES-COUNT
               MOVE SPACES TO CALC-OUT-RECORD
               STRING
                   "CALCRES plus court que le point de contrôle : "
                       DELIMITED BY SIZE
                   "reprise abandonnée" DELIMITED BY SIZE
                   INTO CALC-OUT-RECORD
               END-STRING
               WRITE CALC-OUT-RECORD
               DISPLAY "CALCRES incomplet à la reprise, reprise "
                   "abandonnée"

               CLOSE CALC-INPUT-FILE
               CLOSE CALC-REPORT-FILE
               CLOSE CALC-REJECT-FILE

               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

      *CALCRES est recréé depuis le fichier de travail et reste
      *    ouvert pour la suite du traitement
           OPEN OUTPUT CALC-RESULT-FILE

           IF WS-RES-STATUS = "00"

               OPEN INPUT RESULT-WORK-FILE
               MOVE "N" TO WS-RSW-EOF
               PERFORM UNTIL WS-RSW-EOF-YES
                   READ RESULT-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-RSW-EOF
                       NOT AT END
                           MOVE RESULT-WORK-RECORD TO CALC-RES-RECORD
                           WRITE CALC-RES-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESULT-WORK-FILE

           END-IF
       .

       0095-RESTORE-RESULTS-END.
           EXIT
       .

      *Paragraphe vérifiant l'encadrement de CALCIN avant tout
      *    traitement : si le premier enregistrement porte la marque
      *    d'en-tête "H*", le fichier entier est parcouru pour
                       THRU 0078-ABANDON-CONTROLS-END
               END-IF

      *Paragraphe refusant une livraison dont la date de création
      *    tombe dans une période close par perclo.cbl
               PERFORM 0077-CHECK-PERIOD THRU 0077-CHECK-PERIOD-END

               IF WS-CTL-BAD = 'Y'
                   PERFORM 0078-ABANDON-CONTROLS
                       THRU 0078-ABANDON-CONTROLS-END
               END-IF

      *Le repérage des doubles soumissions est sauté en mode reprise,
      *    la livraison en cours étant justement celle qui a été
      *    interrompue
      *Paragraphe cumulant dans le total de contrôle la valeur
      *    absolue des deux zones d'opérande de l'enregistrement
      *    courant, quand elles sont numériques ; une zone portant un
      *    nom de valeur ou illisible compte pour zéro, de même que la
      *    seconde zone d'un enregistrement "r" ou "c", à l'identique
      *    de la règle de l'extrait amont
       0073-HASH-RECORD.
           IF CALC-IN-NUM-1 IS NUMERIC
               ADD WS-HASH-WORK TO WS-HASH-TOTAL
           END-IF

      *La seconde zone d'une racine carrée ou d'une conversion ne
      *    porte pas de montant (zone ignorée ou code de taux) : elle
      *    compte pour zéro quel que soit son contenu
           IF CALC-IN-NUM-2 IS NUMERIC
               AND CALC-IN-OPERATOR NOT = "r"
               AND CALC-IN-OPERATOR NOT = "c"
               MOVE CALC-IN-NUM-2 TO WS-HASH-WORK
               IF WS-HASH-WORK < 0
                   COMPUTE WS-HASH-WORK = 0 - WS-HASH-WORK
           EXIT
       .

      *Paragraphe cherchant le mois de la date de création de la
      *    livraison dans le fichier de contrôle des périodes : une
      *    période close arme WS-CTL-BAD avec son message, la
      *    livraison devant alors être redatée par l'extrait amont ou
      *    la période rouverte par un superviseur. Fichier absent,
      *    aucune période n'est close
       0077-CHECK-PERIOD.
           OPEN INPUT PERIOD-FILE

           IF WS-PER-STATUS = "00"

               MOVE WS-CTL-DATE(1:6) TO PER-PERIOD

               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATE = 'C'
                           MOVE 'Y' TO WS-CTL-BAD
                           MOVE SPACES TO WS-CTL-MESSAGE
                           STRING
                               "date de création dans la période "
                                   DELIMITED BY SIZE
                               "close " DELIMITED BY SIZE
                               WS-CTL-DATE(1:6) DELIMITED BY SIZE
                               INTO WS-CTL-MESSAGE
                           END-STRING
                       END-IF
               END-READ

               CLOSE PERIOD-FILE

           END-IF
       .

       0077-CHECK-PERIOD-END.
           EXIT
       .

      *Paragraphe abandonnant le traitement sur un encadrement de
      *    CALCIN en écart ou une livraison datée d'une période
      *    close : le message est écrit dans CALCOUT, rien
      *    n'a encore été écrit dans l'historique ni au journal
      *    d'audit, et le code retour 12 distingue cet abandon des
      *    rejets ordinaires auprès du planificateur. Pour une
      *    nouvelle livraison, CALCRES, déjà recréé vide, reçoit son
      *    en-tête et une fin de contrôle à zéro, afin que le système
      *    amont reçoive un retour encadré sans aucun résultat plutôt
      *    qu'un fichier vide ; en reprise, CALCRES reste ramené au
      *    point de contrôle, sans fin, la reprise restant à refaire
       0078-ABANDON-CONTROLS.
           MOVE WS-CTL-DATE TO WS-VISUAL-DATE-CTL
           MOVE SPACES TO CALC-OUT-RECORD
           END-STRING
           WRITE CALC-OUT-RECORD

           IF NOT WS-RESTART-YES
               PERFORM 0110-WRITE-RESULT-HEADER
                   THRU 0110-WRITE-RESULT-HEADER-END
               MOVE SPACES TO CALC-RES-TRAILER-RECORD
               MOVE "T*" TO RST-MARKER
               MOVE 0 TO RST-IN-COUNT
               MOVE 0 TO RST-IN-HASH
               MOVE 0 TO RST-RES-COUNT
               MOVE 0 TO RST-OK-COUNT
               MOVE 0 TO RST-ERROR-COUNT
               MOVE 0 TO RST-RES-HASH
               WRITE CALC-RES-TRAILER-RECORD
           END-IF

           CLOSE CALC-INPUT-FILE
           CLOSE CALC-REPORT-FILE
           CLOSE CALC-REJECT-FILE
           CLOSE CALC-RESULT-FILE

           MOVE 12 TO RETURN-CODE
           PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
           STOP RUN
       .

           EXIT
       .

      *Paragraphe écrivant l'en-tête du fichier retour CALCRES :
      *    système source et date de création de la livraison (à
      *    blanc et à zéro pour un CALCIN sans encadrement), puis date
      *    d'exécution
       0110-WRITE-RESULT-HEADER.
           MOVE SPACES TO CALC-RES-HEADER-RECORD
           MOVE "H*" TO RSH-MARKER
           MOVE WS-CTL-SOURCE TO RSH-SOURCE
           MOVE WS-CTL-DATE TO RSH-CREA-DATE
           MOVE WS-RUN-DATE TO RSH-RUN-DATE
           WRITE CALC-RES-HEADER-RECORD
       .

       0110-WRITE-RESULT-HEADER-END.
           EXIT
       .

      *Paragraphe permettant de traiter un calcul et d'écrire la ligne
      *    de résultat correspondante dans le compte-rendu
       0200-PROCESS-RECORD.

           MOVE CALC-IN-OPERATOR TO WS-OPERATOR

      *La référence de transaction est prise sur le premier
      *    enregistrement d'un calcul ; dans une chaîne, la première
      *    référence non blanche vaut pour toute la chaîne
           IF NOT WS-CHAIN-YES
               MOVE CALC-IN-REF TO WS-CALC-REF
           ELSE
               IF WS-CALC-REF = SPACES
                   MOVE CALC-IN-REF TO WS-CALC-REF
               END-IF
           END-IF

      *Le centre de coût suit la même règle que la référence : le
      *    premier centre non blanc de la chaîne vaut pour toute la
      *    chaîne, rangé en majuscules comme dans COSTMAST
           MOVE FUNCTION UPPER-CASE(CALC-IN-COST-CENTRE) TO WS-CST-CODE
           IF NOT WS-CHAIN-YES
               MOVE WS-CST-CODE TO WS-CALC-CENTRE
           ELSE
               IF WS-CALC-CENTRE = SPACES
                   MOVE WS-CST-CODE TO WS-CALC-CENTRE
               END-IF
           END-IF

      *Condition écartant les enregistrements de suite d'une chaîne
      *    déjà en erreur : ils sont rejetés avec le motif CH jusqu'à
      *    la fin de la chaîne, faute de résultat courant à reporter
               PERFORM 0205-RESOLVE-OPERANDS
                   THRU 0205-RESOLVE-OPERANDS-END

      *Paragraphe cherchant dans RATEMAST le taux d'un enregistrement
      *    de conversion ; un code sans taux utilisable arme
      *    WS-RATE-ERROR avec le motif de rejet TI ou TE
               PERFORM 0202-RESOLVE-RATE THRU 0202-RESOLVE-RATE-END

      *Paragraphe contrôlant sur COSTMAST le centre de coût porté par
      *    l'enregistrement ; un code inconnu ou désactivé arme
      *    WS-CST-ERROR et l'enregistrement sera rejeté avec le motif
      *    CC
               PERFORM 0212-CHECK-COST-CENTRE
                   THRU 0212-CHECK-COST-CENTRE-END

      *Sur un enregistrement de suite, le résultat courant remplace le
      *    premier nombre lu, comme le programme interactif reporte
      *    WS-RESULT dans WS-NUM-1 au fil de la boucle oui ; une
                       MOVE CALC-IN-NUM-1 TO WS-NUM-1
                   END-IF
               END-IF
      *La seconde zone d'une racine carrée ou d'une conversion ne
      *    porte pas de nombre : le second nombre reste à zéro, comme
      *    dans calcul.cbl pour ces opérateurs unaires
               IF WS-OPERATOR = "r" OR WS-OPERATOR = "c"
                   MOVE 0 TO WS-NUM-2
               ELSE
                   IF WS-NAME-2-USED = 'Y'
                       MOVE WS-VAL-AMOUNT-2 TO WS-NUM-2
                   ELSE
                       MOVE CALC-IN-NUM-2 TO WS-NUM-2
                   END-IF
               END-IF

               MOVE WS-NUM-1 TO WS-VISUAL-NUM-1
                   THRU 0206-BUILD-EXPRESSION-END

      *Condition écartant un enregistrement référençant une valeur
      *    nommée inconnue, un taux sans valeur utilisable ou un
      *    centre de coût inconnu, puis
      *    vérifiant la division par 0, la racine d'un nombre négatif
      *    et un opérateur reconnu
               IF WS-VAL-ERROR = 'Y'

                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0208-SET-CHAIN-AFTER-ERROR
                       THRU 0208-SET-CHAIN-AFTER-ERROR-END

               ELSE IF WS-RATE-ERROR NOT = SPACES

                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO CALC-OUT-RECORD
                   IF WS-RATE-ERROR = "TE"
                       STRING
                           FUNCTION TRIM(WS-CALCUL) DELIMITED BY SIZE
                           " : taux expiré dans RATEMAST"
                               DELIMITED BY SIZE
                           INTO CALC-OUT-RECORD
                       END-STRING
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-CALCUL) DELIMITED BY SIZE
                           " : code de taux inconnu dans RATEMAST"
                               DELIMITED BY SIZE
                           INTO CALC-OUT-RECORD
                       END-STRING
                   END-IF
                   WRITE CALC-OUT-RECORD

      *Paragraphes rejetant d'abord les enregistrements de tête de
      *    la chaîne, puis l'enregistrement fautif avec son code
      *    motif, puis marquant la chaîne morte si le calcul devait
      *    se poursuivre
                   PERFORM 0215-REJECT-CHAIN-HEAD
                       THRU 0215-REJECT-CHAIN-HEAD-END
                   MOVE WS-RATE-ERROR TO WS-REJECT-REASON
                   PERFORM 0220-WRITE-REJECT
                       THRU 0220-WRITE-REJECT-END
                   PERFORM 0208-SET-CHAIN-AFTER-ERROR
                       THRU 0208-SET-CHAIN-AFTER-ERROR-END

               ELSE IF WS-CST-ERROR = 'Y'

                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO CALC-OUT-RECORD
                   STRING
                       FUNCTION TRIM(WS-CALCUL) DELIMITED BY SIZE
                       " : centre de coût " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CST-CODE) DELIMITED BY SIZE
                       " inconnu ou désactivé dans COSTMAST"
                           DELIMITED BY SIZE
                       INTO CALC-OUT-RECORD
                   END-STRING
                   WRITE CALC-OUT-RECORD

      *Paragraphes rejetant d'abord les enregistrements de tête de
      *    la chaîne, puis l'enregistrement fautif avec son code
      *    motif, puis marquant la chaîne morte si le calcul devait
      *    se poursuivre
                   PERFORM 0215-REJECT-CHAIN-HEAD
                       THRU 0215-REJECT-CHAIN-HEAD-END
                   MOVE "CC" TO WS-REJECT-REASON
                   PERFORM 0220-WRITE-REJECT
                       THRU 0220-WRITE-REJECT-END
                   PERFORM 0208-SET-CHAIN-AFTER-ERROR
                       THRU 0208-SET-CHAIN-AFTER-ERROR-END

               ELSE IF WS-OPERATOR = "/" AND WS-NUM-2 = 0

                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0208-SET-CHAIN-AFTER-ERROR
                       THRU 0208-SET-CHAIN-AFTER-ERROR-END

               ELSE IF WS-OPERATOR = "r" AND WS-NUM-1 < 0

                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO CALC-OUT-RECORD
                   STRING
                       FUNCTION TRIM(WS-CALCUL) DELIMITED BY SIZE
                       " : racine d'un nombre négatif impossible"
                           DELIMITED BY SIZE
                       INTO CALC-OUT-RECORD
                   END-STRING
                   WRITE CALC-OUT-RECORD

      *Paragraphes rejetant d'abord les enregistrements de tête de
      *    la chaîne, puis l'enregistrement fautif avec son code
      *    motif, puis marquant la chaîne morte si le calcul devait
      *    se poursuivre
                   PERFORM 0215-REJECT-CHAIN-HEAD
                       THRU 0215-REJECT-CHAIN-HEAD-END
                   MOVE "RN" TO WS-REJECT-REASON
                   PERFORM 0220-WRITE-REJECT
                       THRU 0220-WRITE-REJECT-END
                   PERFORM 0208-SET-CHAIN-AFTER-ERROR
                       THRU 0208-SET-CHAIN-AFTER-ERROR-END

               ELSE IF WS-OPERATOR NOT = "+" AND WS-OPERATOR NOT = "-"
                   AND WS-OPERATOR NOT = "x" AND WS-OPERATOR NOT = "/"
                   AND WS-OPERATOR NOT = "^" AND WS-OPERATOR NOT = "%"
                   AND WS-OPERATOR NOT = "r" AND WS-OPERATOR NOT = "c"

                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO CALC-OUT-RECORD
                               THRU 0240-WRITE-AUDIT-END
                       END-IF

      *Paragraphe retournant le calcul abouti à l'extrait amont dans
      *    le fichier retour, une seule ligne pour toute une chaîne
                       PERFORM 0260-WRITE-RESULT
                           THRU 0260-WRITE-RESULT-END

                   END-IF

               END-IF
           EXIT
       .

      *Paragraphe composant le texte de l'opération courante accrochée
      *    au calcul : "op n" en règle générale, "r" seul pour la
      *    racine carrée (opérateur unaire) et "cnv CODE @ taux" pour
      *    la conversion, à l'identique du texte que 0340-RATE-STRING
      *    inscrit dans calcul.cbl, afin que l'historique et le
      *    journal d'audit montrent quel taux a servi ; un code sans
      *    taux utilisable garde un texte lisible "cnv CODE ?" pour la
      *    ligne de compte-rendu du rejet
       0201-SET-OPERATION-TEXT.
           MOVE SPACES TO WS-OPERATION-TEXT

           IF WS-OPERATOR = "r"
               MOVE "r" TO WS-OPERATION-TEXT
           ELSE IF WS-OPERATOR = "c"
               IF WS-RATE-ERROR = SPACES
                   MOVE WS-RATE-VALUE TO WS-VISUAL-RATE
                   STRING
                       "cnv " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RATE-CODE) DELIMITED BY SIZE
                       " @ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-RATE) DELIMITED BY SIZE
                       INTO WS-OPERATION-TEXT
                   END-STRING
               ELSE
                   STRING
                       "cnv " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RATE-CODE) DELIMITED BY SIZE
                       " ?" DELIMITED BY SIZE
                       INTO WS-OPERATION-TEXT
                   END-STRING
               END-IF
           ELSE
               STRING
                   WS-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERAND-2-TEXT)
                       DELIMITED BY SIZE
                   INTO WS-OPERATION-TEXT
               END-STRING
           END-IF
       .

       0201-SET-OPERATION-TEXT-END.
           EXIT
       .

      *Paragraphe cherchant dans le fichier maître RATEMAST le taux à
      *    appliquer à un enregistrement de conversion : les taux du
      *    code sont parcourus en ordre de date d'effet jusqu'à la
      *    date de création de la livraison et le dernier taux en
      *    vigueur (état A) est retenu, à l'identique de
      *    0332-FIND-MASTER-RATE dans calcul.cbl. Un code sans aucun
      *    taux à cette date (ou un taux nul) est rejeté avec le motif
      *    TI, un code dont tous les taux à cette date sont expirés
      *    avec le motif TE
       0202-RESOLVE-RATE.
           MOVE SPACES TO WS-RATE-ERROR
           MOVE SPACES TO WS-RATE-CODE
           MOVE 0 TO WS-RATE-VALUE

           IF WS-OPERATOR = "c"

               MOVE FUNCTION UPPER-CASE(CALC-IN-NAME-2(1:8))
                   TO WS-RATE-CODE
               MOVE 'N' TO WS-RATE-FOUND
               MOVE 'N' TO WS-RATE-SEEN

               IF WS-RTM-AVAILABLE = 'Y' AND WS-RATE-CODE NOT = SPACES
                   AND CALC-IN-NAME-2(9:2) = SPACES

                   MOVE WS-RATE-CODE TO RTM-CODE
                   MOVE 0 TO RTM-EFF-DATE
                   MOVE "N" TO WS-RTM-EOF

                   START RATE-MASTER-FILE KEY IS NOT LESS THAN RTM-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-RTM-EOF
                   END-START

                   PERFORM UNTIL WS-RTM-EOF-YES
                       READ RATE-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-RTM-EOF
                           NOT AT END
                               IF RTM-CODE NOT = WS-RATE-CODE
                                   OR RTM-EFF-DATE > WS-RATE-DATE
                                   MOVE "Y" TO WS-RTM-EOF
                               ELSE
                                   MOVE 'Y' TO WS-RATE-SEEN
                                   IF RTM-STATE = 'A'
                                       MOVE 'Y' TO WS-RATE-FOUND
                                       MOVE RTM-VALUE TO WS-RATE-VALUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

               END-IF

               IF WS-RATE-FOUND = 'Y' AND WS-RATE-VALUE NOT = 0
                   CONTINUE
               ELSE IF WS-RATE-SEEN = 'Y' AND WS-RATE-FOUND NOT = 'Y'
                   MOVE "TE" TO WS-RATE-ERROR
               ELSE
                   MOVE "TI" TO WS-RATE-ERROR
               END-IF

           END-IF
       .

       0202-RESOLVE-RATE-END.
           EXIT
       .

      *Paragraphe cherchant dans le fichier maître VALFILE la valeur
      *    nommée WS-VAL-LOOKUP et préparant son texte "val NOM @
      *    montant", à l'image de ce que fait calcul.cbl pour une

           END-IF

      *La seconde zone d'une racine carrée ou d'une conversion n'est
      *    jamais un nom de valeur : ignorée pour la première, elle
      *    porte le code de taux pour la seconde
           IF CALC-IN-NAME-2(1:1) IS ALPHABETIC
               AND CALC-IN-NAME-2(1:1) NOT = SPACE
               AND CALC-IN-OPERATOR NOT = "r"
               AND CALC-IN-OPERATOR NOT = "c"

               MOVE CALC-IN-NAME-2 TO WS-VAL-LOOKUP
               PERFORM 0203-LOOKUP-VALUE THRU 0203-LOOKUP-VALUE-END
           PERFORM 0207-SET-OPERAND-TEXTS
               THRU 0207-SET-OPERAND-TEXTS-END

      *Paragraphe composant le texte de l'opération courante :
      *    opérateur et second nombre, ou la forme propre à la racine
      *    carrée et à la conversion par taux
           PERFORM 0201-SET-OPERATION-TEXT
               THRU 0201-SET-OPERATION-TEXT-END

           IF WS-CHAIN-YES
               MOVE SPACES TO WS-CALCUL-WORK
               STRING
                   "(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CALCUL) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATION-TEXT)
                       DELIMITED BY SIZE
                   INTO WS-CALCUL-WORK
                   ON OVERFLOW
               STRING
                   FUNCTION TRIM(WS-OPERAND-1-TEXT)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATION-TEXT)
                       DELIMITED BY SIZE
                   INTO WS-CALCUL
               END-STRING
           EXIT
       .

      *Paragraphe contrôlant le centre de coût porté par
      *    l'enregistrement courant sur le fichier maître COSTMAST : un
      *    code à blanc est accepté, un code inconnu, désactivé ou
      *    porté alors que le fichier est absent arme WS-CST-ERROR
       0212-CHECK-COST-CENTRE.
           MOVE 'N' TO WS-CST-ERROR

           IF WS-CST-CODE NOT = SPACES

               IF WS-CST-AVAILABLE NOT = 'Y'
                   MOVE 'Y' TO WS-CST-ERROR
               ELSE
                   MOVE WS-CST-CODE TO CST-CODE
                   READ COST-CENTRE-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-CST-ERROR
                       NOT INVALID KEY
                           IF CST-ACTIVE NOT = 'A'
                               MOVE 'Y' TO WS-CST-ERROR
                           END-IF
                   END-READ
               END-IF

           END-IF
       .

       0212-CHECK-COST-CENTRE-END.
           EXIT
       .

      *Paragraphe permettant le calcul, à l'identique de 0600-CALCUL
      *    dans calcul.cbl
       0210-CALCUL.
               WHEN "^"
                  COMPUTE WS-RESULT = WS-NUM-1 ** WS-NUM-2

      *WS-NUM-1 pourcent de WS-NUM-2
               WHEN "%"
                  COMPUTE WS-RESULT = WS-NUM-1 * WS-NUM-2 / 100

      *Racine carrée de WS-NUM-1, opérateur unaire ; un nombre négatif
      *    a déjà été rejeté avec le motif RN
               WHEN "r"
                  COMPUTE WS-RESULT = FUNCTION SQRT(WS-NUM-1)

      *Conversion par taux : WS-NUM-1 multiplié par le taux retrouvé
      *    dans RATEMAST par 0202-RESOLVE-RATE
               WHEN "c"
                  COMPUTE WS-RESULT = WS-NUM-1 * WS-RATE-VALUE

           END-EVALUATE
       .

               MOVE WS-AUDIT-TIME(1:6) TO HIST-TIME
               MOVE WS-BATCH-USER TO HIST-USER
               MOVE "B" TO HIST-ORIGIN
               MOVE WS-CALC-CENTRE TO HIST-COST-CENTRE

               WRITE HIST-RECORD
                   INVALID KEY
           EXIT
       .

      *Paragraphe écrivant la ligne du fichier retour du calcul qui
      *    vient d'aboutir : référence de transaction, résultat signé,
      *    numéro de séquence d'historique et état OK, ou HO avec un
      *    numéro à zéro quand l'historique était occupé ; les
      *    compteurs et le total de contrôle des résultats sont
      *    cumulés pour la fin du fichier
       0260-WRITE-RESULT.
           MOVE SPACES TO CALC-RES-RECORD
           MOVE WS-CALC-REF TO RES-REF
           MOVE WS-RESULT TO RES-RESULT
           MOVE WS-RUN-DATE TO RES-RUN-DATE

           IF WS-HIST-WRITTEN = 'Y'
               MOVE WS-HIST-NEXT-SEQ TO RES-SEQ-NO
               MOVE "OK" TO RES-STATUS
               ADD 1 TO WS-RES-OK
           ELSE
               MOVE 0 TO RES-SEQ-NO
               MOVE "HO" TO RES-STATUS
           END-IF

           WRITE CALC-RES-RECORD

           IF WS-RES-STATUS NOT = "00"
               DISPLAY "Erreur d'écriture dans CALCRES, code statut "
                   WS-RES-STATUS
           END-IF

           ADD 1 TO WS-RES-COUNT
           MOVE WS-RESULT TO WS-RES-WORK
           IF WS-RES-WORK < 0
               COMPUTE WS-RES-WORK = 0 - WS-RES-WORK
           END-IF
           ADD WS-RES-WORK TO WS-RES-HASH

           MOVE SPACES TO WS-CALC-REF
       .

       0260-WRITE-RESULT-END.
           EXIT
       .

      *Paragraphe posant un point de contrôle : le fichier CALCCHKP est
      *    réécrit en entier avec les compteurs courants, puis refermé
      *    aussitôt afin que le point survive à un arrêt brutal. CALCRES
      *    est d'abord refermé puis rouvert en ajout, afin que toutes
      *    les lignes de résultat comptées par le point soient sur
      *    disque et non dans le tampon ; s'il ne peut être rouvert le
      *    traitement est abandonné, le point précédent restant valable
       0250-WRITE-CHECKPOINT.
           CLOSE CALC-RESULT-FILE
           OPEN EXTEND CALC-RESULT-FILE

           IF WS-RES-STATUS NOT = "00"
               DISPLAY "Erreur réouverture CALCRES, code statut "
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-WRITE-RUN-LOG THRU 0900-WRITE-RUN-LOG-END
               STOP RUN
           END-IF

           OPEN OUTPUT CHECKPOINT-FILE

           IF WS-CHK-STATUS = "00"
               MOVE WS-CHAIN-DEAD-FLAG TO CHK-CHAIN-DEAD
               MOVE WS-RESULT TO CHK-RESULT
               MOVE WS-CALCUL TO CHK-CALCUL
               MOVE WS-CALC-REF TO CHK-CALC-REF
               MOVE WS-CALC-CENTRE TO CHK-CALC-CENTRE
               MOVE WS-RES-COUNT TO CHK-RES-COUNT
               MOVE WS-RES-OK TO CHK-RES-OK
               MOVE WS-RES-HASH TO CHK-RES-HASH
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           ELSE
       0300-WRITE-TRAILER-END.
           EXIT
       .

      *Paragraphe écrivant la fin de contrôle du fichier retour : le
      *    compte et le total de contrôle des enregistrements de
      *    calcul relus dans CALCIN (à l'identique de ceux de sa fin
      *    "T*" pour un fichier encadré), puis le nombre de lignes
      *    retour, de lignes à l'état OK, d'enregistrements en erreur
      *    et le total de contrôle des résultats retournés
       0310-WRITE-RESULT-TRAILER.
           MOVE SPACES TO CALC-RES-TRAILER-RECORD
           MOVE "T*" TO RST-MARKER
           MOVE WS-LINE-COUNT TO RST-IN-COUNT
           MOVE WS-HASH-TOTAL TO RST-IN-HASH
           MOVE WS-RES-COUNT TO RST-RES-COUNT
           MOVE WS-RES-OK TO RST-OK-COUNT
           MOVE WS-ERROR-COUNT TO RST-ERROR-COUNT
           MOVE WS-RES-HASH TO RST-RES-HASH
           WRITE CALC-RES-TRAILER-RECORD
       .

       0310-WRITE-RESULT-TRAILER-END.
           EXIT
       .

      *Paragraphe ajoutant au journal d'exécution RUNLOG la ligne du
      *    passage avant chaque arrêt, normal ou sur erreur : début,
      *    fin, code retour, enregistrements CALCIN lus, calculs
      *    classés à l'historique et enregistrements rejetés par ce
      *    seul passage (hors reprise) ; le batch n'a pas de fichier
      *    de paramètres. Un journal d'exécution illisible est signalé
      *    sans empêcher l'arrêt ni toucher au code retour
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
               MOVE "calcbat" TO RLG-PROGRAM
               MOVE WS-RLG-START-DATE TO RLG-START-DATE
               MOVE WS-RLG-START-TIME(1:6) TO RLG-START-TIME
               MOVE WS-RLG-END-DATE TO RLG-END-DATE
               MOVE WS-RLG-END-TIME(1:6) TO RLG-END-TIME
               MOVE WS-RLG-RC TO RLG-RC
               COMPUTE RLG-READ = WS-LINE-COUNT - WS-RESTART-COUNT
               COMPUTE RLG-WRITTEN = WS-RES-OK - WS-RLG-BASE-OK
               COMPUTE RLG-REJECTED =
                   WS-ERROR-COUNT - WS-RLG-BASE-REJ
               MOVE SPACES TO RLG-PARAM
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
