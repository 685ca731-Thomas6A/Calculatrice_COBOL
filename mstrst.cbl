       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstrst.
       AUTHOR. Thomas Baudrin.

      *Contrôle et restauration des générations de sauvegarde des
      *    fichiers maîtres OPERMAST, VALFILE, RATEMAST et HISTFILE
      *    écrites par mstsav.cbl : liste des générations du
      *    catalogue BKPCAT, vérification d'une génération (en-tête
      *    "H*" du bon fichier maître, fin "T*" présente, nombre
      *    d'enregistrements et total de contrôle recalculés égaux à
      *    ceux de la fin et du catalogue, contrôle de séquence de
      *    l'historique), et restauration, qui reconstruit le fichier
      *    maître choisi à partir de la génération choisie, seulement
      *    après que ses contrôles ont été vérifiés. Après une
      *    restauration de l'historique, les calculs du journal
      *    d'audit postérieurs à la sauvegarde, donc absents de
      *    l'historique restauré, sont listés dans le compte-rendu
      *    MSTRSTR afin d'être ressaisis. La restauration est réservée
      *    à un superviseur (profil S) identifié sur OPERMAST ; un
      *    fichier OPERMAST absent ou vide ne permet que sa propre
      *    restauration. Chaque restauration, faite ou refusée, est
      *    tracée au journal d'audit, chaînée comme les lignes de
      *    calcul
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maître des opérateurs, à l'identique de opermnt.cbl,
      *    sur lequel l'identification est contrôlée
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Fichier maître des valeurs nommées, à l'identique de
      *    valmnt.cbl
           SELECT VALUE-FILE ASSIGN TO "VALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NAME
               FILE STATUS IS WS-VAL-STATUS.

      *Fichier maître des taux, à l'identique de ratemnt.cbl
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-KEY
               FILE STATUS IS WS-RTM-STATUS.

      *Fichier d'historique partagé, à l'identique de calcul.cbl
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Fichier de génération écrit par mstsav.cbl, nommé d'après
      *    le fichier maître, la date et le numéro de génération
           SELECT GENERATION-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

      *Catalogue des générations gardées, tenu par mstsav.cbl
           SELECT CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

      *Journal d'audit partagé, à l'identique de calcul.cbl
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *Compte-rendu de la dernière restauration
           SELECT REPORT-FILE ASSIGN TO "MSTRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

      *Une valeur nommée, à l'identique de valmnt.cbl
       FD  VALUE-FILE.
       01  VAL-RECORD.
           05  VAL-NAME            PIC X(10).
           05  VAL-LABEL           PIC X(30).
           05  VAL-AMOUNT          PIC S9(7)V99.

      *Un taux du fichier maître, à l'identique de ratemnt.cbl
       FD  RATE-MASTER-FILE.
       01  RTM-RECORD.
           05  RTM-KEY.
               10  RTM-CODE        PIC X(8).
               10  RTM-EFF-DATE    PIC 9(8).
           05  RTM-VALUE           PIC 9(7)V9(6).
           05  RTM-STATE           PIC X.

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

      *Un enregistrement du fichier de génération, à l'identique de
      *    mstsav.cbl : marque "D*" puis l'image de l'enregistrement
      *    du fichier maître
       FD  GENERATION-FILE.
       01  GEN-RECORD.
           05  GEN-MARKER          PIC XX.
           05  GEN-DATA            PIC X(158).

      *L'en-tête du fichier de génération, à l'identique de
      *    mstsav.cbl
       01  GEN-HEADER-RECORD.
           05  GNH-MARKER          PIC XX.
           05  GNH-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  GNH-GEN             PIC 9(4).
           05  FILLER              PIC X.
           05  GNH-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  GNH-TIME            PIC 9(6).
           05  FILLER              PIC X(129).

      *La fin du fichier de génération, à l'identique de mstsav.cbl
       01  GEN-TRAILER-RECORD.
           05  GNT-MARKER          PIC XX.
           05  GNT-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  GNT-COUNT           PIC 9(9).
           05  FILLER              PIC X.
           05  GNT-HASH            PIC S9(13)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  GNT-CTL-SEQ         PIC 9(6).
           05  FILLER              PIC X(112).

      *Une génération du catalogue, à l'identique de mstsav.cbl
       FD  CATALOG-FILE.
       01  CAT-RECORD.
           05  CAT-MASTER          PIC X(8).
           05  FILLER              PIC X.
           05  CAT-GEN             PIC 9(4).
           05  FILLER              PIC X.
           05  CAT-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  CAT-TIME            PIC 9(6).
           05  FILLER              PIC X.
           05  CAT-FILE            PIC X(24).
           05  FILLER              PIC X.
           05  CAT-COUNT           PIC 9(9).
           05  FILLER              PIC X.
           05  CAT-HASH            PIC S9(13)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-CTL-SEQ         PIC 9(6).

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

      *Une ligne du compte-rendu de restauration
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers
       01  WS-VAL-STATUS       PIC XX.
       01  WS-RTM-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-GEN-STATUS       PIC XX.
       01  WS-CAT-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-MST-STATUS       PIC XX.
       01  WS-GEN-EOF          PIC X            VALUE 'N'.
           88  WS-GEN-EOF-YES               VALUE 'Y'.
       01  WS-CAT-EOF          PIC X            VALUE 'N'.
           88  WS-CAT-EOF-YES               VALUE 'Y'.

      *Variables de contrôle de l'identification sur le fichier
      *    maître des opérateurs, à l'identique de perclo.cbl ; la
      *    restauration exige un superviseur effectivement identifié,
      *    ce qu'un fichier maître absent ou vide ne permet pas, sauf
      *    pour restaurer OPERMAST lui-même
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.
       01  WS-SIGNON-OK        PIC X            VALUE 'N'.
           88  WS-SIGNON-OK-YES             VALUE 'Y'.
       01  WS-USER-ID          PIC X(10)        VALUE SPACES.
       01  WS-OPR-PROFILE      PIC X            VALUE 'S'.

      *Table du catalogue des générations, relue avant chaque choix
       01  WS-CAT-MAX          PIC 9(4)         VALUE 400.
       01  WS-CAT-COUNT        PIC 9(4)         VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 400.
               10  WS-CAT-T-MASTER     PIC X(8).
               10  WS-CAT-T-GEN        PIC 9(4).
               10  WS-CAT-T-DATE       PIC 9(8).
               10  WS-CAT-T-TIME       PIC 9(6).
               10  WS-CAT-T-FILE       PIC X(24).
               10  WS-CAT-T-COUNT      PIC 9(9).
               10  WS-CAT-T-HASH       PIC S9(13)V9(6).
               10  WS-CAT-T-CTL-SEQ    PIC 9(6).
       01  WS-CAT-IDX          PIC 9(4)         VALUE 0.
       01  WS-SEL-IDX          PIC 9(4)         VALUE 0.

      *Génération choisie : fichier maître, numéro et nom du fichier
       01  WS-MASTER           PIC X(8)         VALUE SPACES.
       01  WS-GEN-NO           PIC 9(4)         VALUE 0.
       01  WS-GEN-NAME         PIC X(24)        VALUE SPACES.

      *Contrôles recalculés sur la génération : nombre, total de
      *    contrôle et contrôle de séquence, relevés de la fin "T*",
      *    verdict et motif d'un contrôle faux
       01  WS-GEN-COUNT        PIC 9(9)         VALUE 0.
       01  WS-GEN-HASH         PIC S9(13)V9(6)  VALUE 0.
       01  WS-GEN-CTL-SEQ      PIC 9(6)         VALUE 0.
       01  WS-GEN-DATE         PIC 9(8)         VALUE 0.
       01  WS-GEN-TIME         PIC 9(6)         VALUE 0.
       01  WS-TRL-COUNT        PIC 9(9)         VALUE 0.
       01  WS-TRL-HASH         PIC S9(13)V9(6)  VALUE 0.
       01  WS-TRL-CTL-SEQ      PIC 9(6)         VALUE 0.
       01  WS-TRL-SEEN         PIC X            VALUE 'N'.
       01  WS-HDR-SEEN         PIC X            VALUE 'N'.
       01  WS-PREV-SEQ         PIC 9(6)         VALUE 0.
       01  WS-VERIFY-OK        PIC X            VALUE 'N'.
           88  WS-VERIFY-OK-YES             VALUE 'Y'.
       01  WS-VERIFY-REASON    PIC X(60)        VALUE SPACES.

      *Image d'un enregistrement déchargé, relue au travers de la
      *    disposition de son fichier maître pour le total de contrôle
       01  WS-IMAGE            PIC X(158).
       01  WS-OPR-IMAGE REDEFINES WS-IMAGE.
           05  FILLER              PIC X(42).
           05  WS-IMG-OPR-MAX      PIC 9(7)V99.
           05  FILLER              PIC X(107).
       01  WS-VAL-IMAGE REDEFINES WS-IMAGE.
           05  FILLER              PIC X(40).
           05  WS-IMG-VAL-AMOUNT   PIC S9(7)V99.
           05  FILLER              PIC X(109).
       01  WS-RTM-IMAGE REDEFINES WS-IMAGE.
           05  FILLER              PIC X(16).
           05  WS-IMG-RTM-VALUE    PIC 9(7)V9(6).
           05  FILLER              PIC X(129).
       01  WS-HIST-IMAGE REDEFINES WS-IMAGE.
           05  WS-IMG-HIST-SEQ     PIC 9(6).
           05  FILLER              PIC X(100).
           05  WS-IMG-HIST-RESULT  PIC X(18).
           05  FILLER              PIC X(34).

      *Compteurs de la restauration et retard de l'historique
      *    restauré sur le journal d'audit
       01  WS-LOAD-COUNT       PIC 9(9)         VALUE 0.
       01  WS-LOAD-ERRORS      PIC 9(9)         VALUE 0.
       01  WS-GAP-COUNT        PIC 9(6)         VALUE 0.
       01  WS-GEN-STAMP        PIC 9(14)        VALUE 0.
       01  WS-AUD-STAMP        PIC 9(14)        VALUE 0.

      *Variables de pilotage du journal d'audit et de son chaînage
      *    d'inviolabilité, à l'identique de calcul.cbl
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

      *Variables de saisie, d'horodatage et d'affichage
       01  WS-PTR              PIC 9(3)         VALUE 1.
       01  WS-INPUT            PIC X(11).
       01  WS-FOUND            PIC X            VALUE 'N'.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-COUNT     PIC Z(8)9.
       01  WS-VISUAL-HASH      PIC -(13)9.9(6).

       PROCEDURE DIVISION.

      *Paragraphe permettant de s'identifier, chaque restauration
      *    devant rester attribuable au journal d'audit
           PERFORM 0040-SIGNON THRU 0040-SIGNON-END

      *Boucle affichant le menu jusqu'à ce que l'utilisateur quitte
           MOVE SPACES TO WS-INPUT
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-INPUT(1:1)) = "Q"

               DISPLAY "Générations de sauvegarde :"
               DISPLAY "L = lister, V = vérifier, R = restaurer"
               DISPLAY "Q = quitter"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))

                   WHEN "L"
                       PERFORM 0100-LIST-GENERATIONS
                           THRU 0100-LIST-GENERATIONS-END

                   WHEN "V"
                       PERFORM 0200-CHOOSE-GENERATION
                           THRU 0200-CHOOSE-GENERATION-END
                       IF WS-SEL-IDX NOT = 0
                           PERFORM 0300-VERIFY-GENERATION
                               THRU 0300-VERIFY-GENERATION-END
                       END-IF

                   WHEN "R"
                       PERFORM 0400-RESTORE-MASTER
                           THRU 0400-RESTORE-MASTER-END

                   WHEN "Q"
                       CONTINUE

                   WHEN OTHER
                       DISPLAY "Mauvaise saisi"

               END-EVALUATE

           END-PERFORM

           STOP RUN.

      ******************************************************************

      *Paragraphe permettant de saisir l'identifiant de l'opérateur,
      *    contrôlé sur le fichier maître OPERMAST comme dans
      *    perclo.cbl, avec son profil (blanc = S) ; fichier maître
      *    absent ou vide, l'identification n'est pas contrôlée
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
               DISPLAY "Seule la restauration de OPERMAST est permise"
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

      *Paragraphe listant les générations du catalogue, dans l'ordre
      *    où mstsav.cbl les y a inscrites
       0100-LIST-GENERATIONS.
           PERFORM 0150-LOAD-CATALOG THRU 0150-LOAD-CATALOG-END

           IF WS-CAT-COUNT = 0
               DISPLAY "Aucune génération au catalogue BKPCAT"
           END-IF

           MOVE 0 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               MOVE WS-CAT-T-DATE(WS-CAT-IDX) TO WS-VISUAL-DATE
               MOVE WS-CAT-T-COUNT(WS-CAT-IDX) TO WS-VISUAL-COUNT
               DISPLAY WS-CAT-T-MASTER(WS-CAT-IDX) " "
                   WS-CAT-T-GEN(WS-CAT-IDX) " " WS-VISUAL-DATE " "
                   WS-CAT-T-TIME(WS-CAT-IDX) " " WS-VISUAL-COUNT
                   " enr. " FUNCTION TRIM(WS-CAT-T-FILE(WS-CAT-IDX))
           END-PERFORM
       .

       0100-LIST-GENERATIONS-END.
           EXIT
       .

      *Paragraphe relisant le catalogue des générations dans la
      *    table ; un catalogue absent est vide, les générations
      *    au-delà de la capacité de la table sont ignorées
       0150-LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE

           IF WS-CAT-STATUS = "00"

               MOVE "N" TO WS-CAT-EOF
               PERFORM UNTIL WS-CAT-EOF-YES
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           IF WS-CAT-COUNT < WS-CAT-MAX
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-MASTER
                                   TO WS-CAT-T-MASTER(WS-CAT-COUNT)
                               MOVE CAT-GEN
                                   TO WS-CAT-T-GEN(WS-CAT-COUNT)
                               MOVE CAT-DATE
                                   TO WS-CAT-T-DATE(WS-CAT-COUNT)
                               MOVE CAT-TIME
                                   TO WS-CAT-T-TIME(WS-CAT-COUNT)
                               MOVE CAT-FILE
                                   TO WS-CAT-T-FILE(WS-CAT-COUNT)
                               MOVE CAT-COUNT
                                   TO WS-CAT-T-COUNT(WS-CAT-COUNT)
                               MOVE CAT-HASH
                                   TO WS-CAT-T-HASH(WS-CAT-COUNT)
                               MOVE CAT-CTL-SEQ
                                   TO WS-CAT-T-CTL-SEQ(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CATALOG-FILE

           END-IF
       .

       0150-LOAD-CATALOG-END.
           EXIT
       .

      *Paragraphe saisissant le fichier maître et le numéro de
      *    génération (à blanc, la plus récente), et retrouvant la
      *    génération au catalogue ; WS-SEL-IDX reste à zéro si elle
      *    n'y est pas
       0200-CHOOSE-GENERATION.
           MOVE 0 TO WS-SEL-IDX
           PERFORM 0150-LOAD-CATALOG THRU 0150-LOAD-CATALOG-END

           DISPLAY "Fichier maître (OPERMAST, VALFILE, RATEMAST, "
               "HISTFILE) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-MASTER

           IF WS-MASTER NOT = "OPERMAST"
               AND WS-MASTER NOT = "VALFILE"
               AND WS-MASTER NOT = "RATEMAST"
               AND WS-MASTER NOT = "HISTFILE"
               DISPLAY "Fichier maître inconnu"
           ELSE

               DISPLAY "Numéro de génération (blanc = la plus "
                   "récente) :"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               MOVE 'Y' TO WS-FOUND
               IF WS-INPUT = SPACES
                   MOVE 0 TO WS-GEN-NO
               ELSE IF FUNCTION TRIM(WS-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT)) < 5
                   COMPUTE WS-GEN-NO = FUNCTION NUMVAL(WS-INPUT)
               ELSE
                   DISPLAY "Saisissez un numéro de génération"
                   MOVE 'N' TO WS-FOUND
               END-IF
               END-IF

               IF WS-FOUND = 'Y'

                   MOVE 0 TO WS-CAT-IDX
                   PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
                       ADD 1 TO WS-CAT-IDX
                       IF WS-CAT-T-MASTER(WS-CAT-IDX) = WS-MASTER
                           IF WS-GEN-NO = 0
                               IF WS-SEL-IDX = 0
                                   MOVE WS-CAT-IDX TO WS-SEL-IDX
                               ELSE IF WS-CAT-T-GEN(WS-CAT-IDX)
                                   > WS-CAT-T-GEN(WS-SEL-IDX)
                                   MOVE WS-CAT-IDX TO WS-SEL-IDX
                               END-IF
                               END-IF
                           ELSE IF WS-CAT-T-GEN(WS-CAT-IDX)
                               = WS-GEN-NO
                               MOVE WS-CAT-IDX TO WS-SEL-IDX
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM

                   IF WS-SEL-IDX = 0
                       DISPLAY "Génération absente du catalogue"
                   ELSE
                       MOVE WS-CAT-T-GEN(WS-SEL-IDX) TO WS-GEN-NO
                       MOVE WS-CAT-T-FILE(WS-SEL-IDX) TO WS-GEN-NAME
                   END-IF

               END-IF

           END-IF
       .

       0200-CHOOSE-GENERATION-END.
           EXIT
       .

      *Paragraphe vérifiant la génération choisie sans rien écrire :
      *    en-tête "H*" du fichier maître et du numéro attendus, une
      *    image "D*" lisible par enregistrement, puis une fin "T*"
      *    et rien après elle ; le nombre et le total de contrôle
      *    recalculés doivent égaler ceux de la fin et du catalogue.
      *    Pour l'historique, les numéros de séquence doivent croître
      *    et le dernier numéro porté par le contrôle de séquence
      *    000000 doit égaler celui de la fin. Le verdict est laissé dans
      *    WS-VERIFY-OK, le motif d'un contrôle faux dans
      *    WS-VERIFY-REASON
       0300-VERIFY-GENERATION.
           MOVE 'Y' TO WS-VERIFY-OK
           MOVE SPACES TO WS-VERIFY-REASON
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-GEN-HASH
           MOVE 0 TO WS-GEN-CTL-SEQ
           MOVE 0 TO WS-GEN-DATE
           MOVE 0 TO WS-GEN-TIME
           MOVE 0 TO WS-PREV-SEQ

           OPEN INPUT GENERATION-FILE

           IF WS-GEN-STATUS NOT = "00"
               MOVE 'N' TO WS-VERIFY-OK
               MOVE "fichier de génération absent ou illisible"
                   TO WS-VERIFY-REASON
           ELSE

               MOVE "N" TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF-YES OR NOT WS-VERIFY-OK-YES
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           PERFORM 0310-CHECK-GEN-RECORD
                               THRU 0310-CHECK-GEN-RECORD-END
                   END-READ
               END-PERFORM

               CLOSE GENERATION-FILE

               IF WS-VERIFY-OK-YES AND WS-TRL-SEEN NOT = 'Y'
                   MOVE 'N' TO WS-VERIFY-OK
                   MOVE "fin T* absente, génération tronquée"
                       TO WS-VERIFY-REASON
               END-IF

               IF WS-VERIFY-OK-YES
                   IF WS-GEN-COUNT NOT = WS-TRL-COUNT
                       OR WS-GEN-COUNT NOT = WS-CAT-T-COUNT(WS-SEL-IDX)
                       MOVE 'N' TO WS-VERIFY-OK
                       MOVE "nombre d'enregistrements faux"
                           TO WS-VERIFY-REASON
                   ELSE IF WS-GEN-HASH NOT = WS-TRL-HASH
                       OR WS-GEN-HASH NOT = WS-CAT-T-HASH(WS-SEL-IDX)
                       MOVE 'N' TO WS-VERIFY-OK
                       MOVE "total de contrôle faux"
                           TO WS-VERIFY-REASON
                   ELSE IF WS-GEN-CTL-SEQ NOT = WS-TRL-CTL-SEQ
                       OR WS-GEN-CTL-SEQ
                           NOT = WS-CAT-T-CTL-SEQ(WS-SEL-IDX)
                       MOVE 'N' TO WS-VERIFY-OK
                       MOVE "contrôle de séquence faux"
                           TO WS-VERIFY-REASON
                   END-IF
                   END-IF
                   END-IF
               END-IF

           END-IF

           MOVE WS-GEN-COUNT TO WS-VISUAL-COUNT
           MOVE WS-GEN-HASH TO WS-VISUAL-HASH
           IF WS-VERIFY-OK-YES
               DISPLAY WS-MASTER " génération " WS-GEN-NO
                   " contrôlée : " FUNCTION TRIM(WS-VISUAL-COUNT)
                   " enregistrement(s), total "
                   FUNCTION TRIM(WS-VISUAL-HASH)
           ELSE
               DISPLAY WS-MASTER " génération " WS-GEN-NO
                   " en écart : " FUNCTION TRIM(WS-VERIFY-REASON)
           END-IF
       .

       0300-VERIFY-GENERATION-END.
           EXIT
       .

      *Paragraphe contrôlant un enregistrement de la génération selon
      *    sa marque et cumulant les enregistrements "D*" dans le
      *    nombre et le total de contrôle recalculés
       0310-CHECK-GEN-RECORD.
           IF WS-TRL-SEEN = 'Y'
               MOVE 'N' TO WS-VERIFY-OK
               MOVE "enregistrement après la fin T*"
                   TO WS-VERIFY-REASON
           ELSE IF WS-HDR-SEEN NOT = 'Y'
               IF GNH-MARKER NOT = "H*"
                   OR GNH-MASTER NOT = WS-MASTER
                   OR GNH-GEN NOT = WS-GEN-NO
                   MOVE 'N' TO WS-VERIFY-OK
                   MOVE "en-tête H* absent ou d'une autre génération"
                       TO WS-VERIFY-REASON
               ELSE
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE GNH-DATE TO WS-GEN-DATE
                   MOVE GNH-TIME TO WS-GEN-TIME
               END-IF
           ELSE IF GNT-MARKER = "T*"
               IF GNT-MASTER NOT = WS-MASTER
                   OR GNT-COUNT IS NOT NUMERIC
                   OR GNT-HASH IS NOT NUMERIC
                   OR GNT-CTL-SEQ IS NOT NUMERIC
                   MOVE 'N' TO WS-VERIFY-OK
                   MOVE "fin T* illisible" TO WS-VERIFY-REASON
               ELSE
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE GNT-COUNT TO WS-TRL-COUNT
                   MOVE GNT-HASH TO WS-TRL-HASH
                   MOVE GNT-CTL-SEQ TO WS-TRL-CTL-SEQ
               END-IF
           ELSE IF GEN-MARKER NOT = "D*"
               MOVE 'N' TO WS-VERIFY-OK
               MOVE "enregistrement sans marque D*"
                   TO WS-VERIFY-REASON
           ELSE

               ADD 1 TO WS-GEN-COUNT
               MOVE GEN-DATA TO WS-IMAGE

               EVALUATE WS-MASTER
                   WHEN "OPERMAST"
                       IF WS-IMG-OPR-MAX IS NUMERIC
                           ADD WS-IMG-OPR-MAX TO WS-GEN-HASH
                       ELSE
                           MOVE 'N' TO WS-VERIFY-OK
                       END-IF
                   WHEN "VALFILE"
                       IF WS-IMG-VAL-AMOUNT IS NUMERIC
                           ADD WS-IMG-VAL-AMOUNT TO WS-GEN-HASH
                       ELSE
                           MOVE 'N' TO WS-VERIFY-OK
                       END-IF
                   WHEN "RATEMAST"
                       IF WS-IMG-RTM-VALUE IS NUMERIC
                           ADD WS-IMG-RTM-VALUE TO WS-GEN-HASH
                       ELSE
                           MOVE 'N' TO WS-VERIFY-OK
                       END-IF
                   WHEN OTHER
                       IF WS-IMG-HIST-SEQ IS NOT NUMERIC
                           MOVE 'N' TO WS-VERIFY-OK
                       ELSE IF WS-GEN-COUNT > 1
                           AND WS-IMG-HIST-SEQ NOT > WS-PREV-SEQ
                           MOVE 'N' TO WS-VERIFY-OK
                       ELSE IF WS-IMG-HIST-SEQ = 0
                           AND WS-IMG-HIST-RESULT(1:6) IS NUMERIC
                           MOVE WS-IMG-HIST-RESULT(1:6)
                               TO WS-GEN-CTL-SEQ
                       END-IF
                       END-IF
                       END-IF
                       MOVE WS-IMG-HIST-SEQ TO WS-GEN-HASH
                       MOVE WS-IMG-HIST-SEQ TO WS-PREV-SEQ
               END-EVALUATE

               IF NOT WS-VERIFY-OK-YES
                   MOVE WS-GEN-COUNT TO WS-VISUAL-COUNT
                   MOVE SPACES TO WS-VERIFY-REASON
                   STRING
                       "enregistrement " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VISUAL-COUNT)
                           DELIMITED BY SIZE
                       " illisible ou hors séquence"
                           DELIMITED BY SIZE
                       INTO WS-VERIFY-REASON
                   END-STRING
               END-IF

           END-IF
           END-IF
           END-IF
           END-IF
       .

       0310-CHECK-GEN-RECORD-END.
           EXIT
       .

      *Paragraphe restaurant un fichier maître : contrôle du profil,
      *    choix et vérification de la génération, confirmation, puis
      *    reconstruction du fichier maître ; une génération en écart
      *    n'est jamais restaurée et le refus est tracé au journal
      *    d'audit
       0400-RESTORE-MASTER.
           PERFORM 0200-CHOOSE-GENERATION
               THRU 0200-CHOOSE-GENERATION-END

           IF WS-SEL-IDX NOT = 0

               IF (WS-OPR-USABLE-YES AND WS-OPR-PROFILE NOT = 'S')
                   OR (NOT WS-OPR-USABLE-YES
                       AND WS-MASTER NOT = "OPERMAST")

                   DISPLAY "Restauration non autorisée"
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING
                       "refus restauration " DELIMITED BY SIZE
                       WS-MASTER DELIMITED BY SPACE
                       " génération " DELIMITED BY SIZE
                       WS-GEN-NO DELIMITED BY SIZE
                       " (profil " DELIMITED BY SIZE
                       WS-OPR-PROFILE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT
                   END-STRING
                   MOVE "refusé" TO WS-AUDIT-RESULT
                   PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

               ELSE

                   PERFORM 0300-VERIFY-GENERATION
                       THRU 0300-VERIFY-GENERATION-END

                   IF NOT WS-VERIFY-OK-YES

                       DISPLAY "Restauration refusée, fichier maître "
                           "inchangé"
                       MOVE SPACES TO WS-AUDIT-TEXT
                       STRING
                           "admin restauration " DELIMITED BY SIZE
                           WS-MASTER DELIMITED BY SPACE
                           " génération " DELIMITED BY SIZE
                           WS-GEN-NO DELIMITED BY SIZE
                           " en écart : " DELIMITED BY SIZE
                           WS-VERIFY-REASON DELIMITED BY SIZE
                           INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "refusé" TO WS-AUDIT-RESULT
                       PERFORM 0700-WRITE-AUDIT
                           THRU 0700-WRITE-AUDIT-END

                   ELSE

                       MOVE WS-GEN-DATE TO WS-VISUAL-DATE
                       DISPLAY "Le fichier maître " WS-MASTER
                           " sera remplacé par la sauvegarde du "
                           WS-VISUAL-DATE
                       DISPLAY "Personne ne doit s'en servir "
                           "pendant la restauration"
                       DISPLAY "Restaurer ? (oui/non)"
                       MOVE SPACES TO WS-INPUT
                       ACCEPT WS-INPUT

                       IF FUNCTION LOWER-CASE(WS-INPUT(1:3)) NOT = "oui"
                           DISPLAY "Restauration abandonnée, fichier "
                               "maître inchangé"
                       ELSE
                           PERFORM 0410-RELOAD-MASTER
                               THRU 0410-RELOAD-MASTER-END
                       END-IF

                   END-IF

               END-IF

           END-IF
       .

       0400-RESTORE-MASTER-END.
           EXIT
       .

      *Paragraphe recréant le fichier maître et le regarnissant
      *    depuis la génération vérifiée, puis écrivant le
      *    compte-rendu MSTRSTR, avec pour l'historique les calculs
      *    du journal d'audit à ressaisir, et la ligne d'audit de la
      *    restauration
       0410-RELOAD-MASTER.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 0 TO WS-LOAD-ERRORS
           MOVE 0 TO WS-GAP-COUNT

           EVALUATE WS-MASTER
               WHEN "OPERMAST"
                   OPEN OUTPUT OPERATOR-FILE
                   MOVE WS-OPR-STATUS TO WS-MST-STATUS
               WHEN "VALFILE"
                   OPEN OUTPUT VALUE-FILE
                   MOVE WS-VAL-STATUS TO WS-MST-STATUS
               WHEN "RATEMAST"
                   OPEN OUTPUT RATE-MASTER-FILE
                   MOVE WS-RTM-STATUS TO WS-MST-STATUS
               WHEN OTHER
                   OPEN OUTPUT HISTORY-FILE
                   MOVE WS-HIST-STATUS TO WS-MST-STATUS
           END-EVALUATE

           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erreur recréation " WS-MASTER
                   ", code statut " WS-MST-STATUS
           ELSE

               OPEN INPUT GENERATION-FILE
               MOVE "N" TO WS-GEN-EOF

               PERFORM UNTIL WS-GEN-EOF-YES
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           IF GEN-MARKER = "D*"
                               PERFORM 0420-WRITE-MASTER-RECORD
                                   THRU 0420-WRITE-MASTER-RECORD-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE GENERATION-FILE

               EVALUATE WS-MASTER
                   WHEN "OPERMAST"
                       CLOSE OPERATOR-FILE
                   WHEN "VALFILE"
                       CLOSE VALUE-FILE
                   WHEN "RATEMAST"
                       CLOSE RATE-MASTER-FILE
                   WHEN OTHER
                       CLOSE HISTORY-FILE
               END-EVALUATE

               MOVE WS-LOAD-COUNT TO WS-VISUAL-COUNT
               DISPLAY WS-MASTER " restauré : "
                   FUNCTION TRIM(WS-VISUAL-COUNT)
                   " enregistrement(s)"
               IF WS-LOAD-ERRORS > 0
                   MOVE WS-LOAD-ERRORS TO WS-VISUAL-COUNT
                   DISPLAY FUNCTION TRIM(WS-VISUAL-COUNT)
                       " enregistrement(s) refusé(s) à l'écriture"
               END-IF

      *Paragraphe écrivant le compte-rendu de la restauration
               PERFORM 0500-WRITE-REPORT THRU 0500-WRITE-REPORT-END

               MOVE SPACES TO WS-AUDIT-TEXT
               MOVE 1 TO WS-PTR
               STRING
                   "admin restauration " DELIMITED BY SIZE
                   WS-MASTER DELIMITED BY SPACE
                   " génération " DELIMITED BY SIZE
                   WS-GEN-NO DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   WS-GEN-DATE DELIMITED BY SIZE
                   " nombre " DELIMITED BY SIZE
                   WS-LOAD-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT WITH POINTER WS-PTR
               END-STRING
               IF WS-MASTER = "HISTFILE"
                   STRING
                       " retard " DELIMITED BY SIZE
                       WS-GAP-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-TEXT WITH POINTER WS-PTR
                   END-STRING
               END-IF
               IF WS-LOAD-ERRORS > 0
                   MOVE "restauré incomplet" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "restauré" TO WS-AUDIT-RESULT
               END-IF
               PERFORM 0700-WRITE-AUDIT THRU 0700-WRITE-AUDIT-END

           END-IF
       .

       0410-RELOAD-MASTER-END.
           EXIT
       .

      *Paragraphe écrivant l'image "D*" courante dans le fichier
      *    maître recréé ; une clé refusée est comptée et signalée
       0420-WRITE-MASTER-RECORD.
           EVALUATE WS-MASTER
               WHEN "OPERMAST"
                   MOVE GEN-DATA TO OPR-RECORD
                   WRITE OPR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
               WHEN "VALFILE"
                   MOVE GEN-DATA TO VAL-RECORD
                   WRITE VAL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
               WHEN "RATEMAST"
                   MOVE GEN-DATA TO RTM-RECORD
                   WRITE RTM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
               WHEN OTHER
                   MOVE GEN-DATA TO HIST-RECORD
                   WRITE HIST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
           END-EVALUATE
       .

       0420-WRITE-MASTER-RECORD-END.
           EXIT
       .

      *Paragraphe écrivant le compte-rendu MSTRSTR de la restauration :
      *    génération restaurée et nombres, puis pour l'historique
      *    chaque calcul du journal d'audit daté après le début de la
      *    sauvegarde, absent de l'historique restauré et à
      *    ressaisir ; les refus et les actes d'administration n'y
      *    figurent pas, n'étant pas des calculs
       0500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture MSTRSTR, code statut "
                   WS-RPT-STATUS
           ELSE

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-VISUAL-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "Restauration de " DELIMITED BY SIZE
                   WS-MASTER DELIMITED BY SPACE
                   " le " DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SPACE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD

               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE WS-GEN-DATE TO WS-VISUAL-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "Génération " DELIMITED BY SIZE
                   WS-GEN-NO DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   WS-VISUAL-DATE DELIMITED BY SIZE
                   " à " DELIMITED BY SIZE
                   WS-GEN-TIME DELIMITED BY SIZE
                   ", fichier " DELIMITED BY SIZE
                   WS-GEN-NAME DELIMITED BY SPACE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD

               MOVE WS-LOAD-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " enregistrement(s) restauré(s)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD

               IF WS-LOAD-ERRORS > 0
                   MOVE WS-LOAD-ERRORS TO WS-VISUAL-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING
                       FUNCTION TRIM(WS-VISUAL-COUNT)
                           DELIMITED BY SIZE
                       " enregistrement(s) refusé(s) à l'écriture"
                           DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF

               IF WS-MASTER = "HISTFILE"
                   PERFORM 0510-REPORT-AUDIT-GAP
                       THRU 0510-REPORT-AUDIT-GAP-END
               END-IF

               CLOSE REPORT-FILE

           END-IF
       .

       0500-WRITE-REPORT-END.
           EXIT
       .

      *Paragraphe listant les calculs du journal d'audit postérieurs
      *    au début de la sauvegarde restaurée : l'historique restauré
      *    a autant de retard sur le journal d'audit, et ces calculs
      *    sont à ressaisir
       0510-REPORT-AUDIT-GAP.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING
               "Dernier numéro de séquence restauré : "
                   DELIMITED BY SIZE
               WS-TRL-CTL-SEQ DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING
               "Calculs du journal d'audit postérieurs à la "
                   DELIMITED BY SIZE
               "sauvegarde, à ressaisir" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           COMPUTE WS-GEN-STAMP = WS-GEN-DATE * 1000000 + WS-GEN-TIME

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Journal d'audit AUDITLOG absent, retard inconnu"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "AUDITLOG absent, retard de l'historique "
                   "inconnu"
           ELSE

               MOVE "N" TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF-YES
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF AUD-DATE IS NUMERIC
                               AND AUD-TIME IS NUMERIC
                               AND AUD-CALCUL(1:6) NOT = "refus "
                               AND AUD-CALCUL(1:6) NOT = "admin "
                               COMPUTE WS-AUD-STAMP =
                                   AUD-DATE * 1000000 + AUD-TIME
                               IF WS-AUD-STAMP > WS-GEN-STAMP
                                   ADD 1 TO WS-GAP-COUNT
                                   MOVE SPACES TO REPORT-RECORD
                                   STRING
                                       AUD-DATE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       AUD-TIME DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       AUD-USER DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       FUNCTION TRIM(AUD-CALCUL)
                                           DELIMITED BY SIZE
                                       " = " DELIMITED BY SIZE
                                       FUNCTION TRIM(AUD-RESULT)
                                           DELIMITED BY SIZE
                                       INTO REPORT-RECORD
                                   END-STRING
                                   WRITE REPORT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AUDIT-FILE

               MOVE WS-GAP-COUNT TO WS-VISUAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VISUAL-COUNT) DELIMITED BY SIZE
                   " calcul(s) à ressaisir" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD

               DISPLAY "HISTFILE en retard de "
                   FUNCTION TRIM(WS-VISUAL-COUNT)
                   " calcul(s) sur AUDITLOG, listés dans MSTRSTR"

           END-IF
       .

       0510-REPORT-AUDIT-GAP-END.
           EXIT
       .

      *Paragraphe écrivant au journal d'audit la ligne WS-AUDIT-TEXT
      *    avec le résultat WS-AUDIT-RESULT, à l'identique de
      *    perclo.cbl : le journal est relu pour relever la fin de sa
      *    chaîne d'inviolabilité, ouvert en ajout le temps d'une
      *    ligne puis refermé
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

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-RUN-DATE TO AUD-DATE
               MOVE WS-RUN-TIME(1:6) TO AUD-TIME
               MOVE WS-USER-ID TO AUD-USER
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
