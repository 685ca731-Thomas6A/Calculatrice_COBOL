       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdmnt.
       AUTHOR. Thomas Baudrin.

      *Entretien du fichier maître des instructions permanentes
      *    STDINST : les calculs retapés chaque mois à l'identique
      *    (budgets multipliés par le taux de TVA, conversions de
      *    redevances, provisions trimestrielles en pourcentage) y sont
      *    décrits une fois pour toutes sous un code court, avec leurs
      *    opérandes (nombres ou noms de valeur de VALFILE), leurs
      *    opérations enchaînées, leur fréquence (J = quotidienne,
      *    H = hebdomadaire, M = mensuelle, T = trimestrielle), leurs
      *    dates de début et de fin, l'opérateur qui en répond et le
      *    centre de coût de COSTMAST auquel ses calculs sont imputés.
      *    stdgen.cbl en tire, pour une date de gestion, un fichier
      *    CALCIN encadré que calcbat.cbl traite comme une livraison de
      *    l'extrait amont. L'identification est contrôlée sur le
      *    fichier maître OPERMAST comme dans ratemnt.cbl
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maître des instructions permanentes, une instruction
      *    par code
           SELECT STANDING-FILE ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-ID
               FILE STATUS IS WS-SIN-STATUS.

      *Fichier maître des valeurs nommées, entretenu par valmnt.cbl,
      *    sur lequel les noms de valeur saisis sont contrôlés
           SELECT VALUE-FILE ASSIGN TO "VALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NAME
               FILE STATUS IS WS-VAL-STATUS.

      *Fichier maître des opérateurs autorisés, entretenu par
      *    opermnt.cbl, sur lequel l'identification et l'opérateur
      *    propriétaire sont contrôlés
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

      *Fichier maître des centres de coût, entretenu par costmnt.cbl,
      *    sur lequel le centre de coût de l'instruction est contrôlé
      *    comme dans calcul.cbl
           SELECT COST-CENTRE-FILE ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CODE
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Une instruction permanente : code, libellé, premier opérande,
      *    jusqu'à quatre opérations enchaînées (opérateur et second
      *    opérande ; pour une conversion "c" le second opérande porte
      *    le code du taux, pour une racine "r" il reste à blanc),
      *    fréquence, dates de début et de fin (99999999 = sans fin),
      *    opérateur propriétaire, date de la dernière échéance
      *    générée par stdgen.cbl (zéro = jamais générée) et centre de
      *    coût porté par les calculs générés (à blanc sans COSTMAST).
      *    Un opérande porte soit un nom de valeur (nom non blanc),
      *    soit un nombre
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

      *Une valeur nommée, à l'identique de valmnt.cbl
       FD  VALUE-FILE.
       01  VAL-RECORD.
           05  VAL-NAME            PIC X(10).
           05  VAL-LABEL           PIC X(30).
           05  VAL-AMOUNT          PIC S9(7)V99.

      *Un opérateur autorisé : identifiant, nom complet, état, profil
      *    et plafond de montant, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

      *Un centre de coût : code, libellé, opérateur responsable et
      *    état (A = actif, I = inactif), à l'identique de costmnt.cbl
       FD  COST-CENTRE-FILE.
       01  CST-RECORD.
           05  CST-CODE            PIC X(6).
           05  CST-NAME            PIC X(30).
           05  CST-RESP-USER       PIC X(10).
           05  CST-ACTIVE          PIC X.

       WORKING-STORAGE SECTION.

      *Variables de pilotage du fichier maître des instructions
       01  WS-SIN-STATUS       PIC XX.
       01  WS-SIN-EOF          PIC X            VALUE 'N'.
           88  WS-SIN-EOF-YES               VALUE 'Y'.

      *Variables de pilotage du fichier maître des valeurs nommées ;
      *    fichier absent, les noms saisis ne sont contrôlés que dans
      *    leur forme et stdgen.cbl les contrôlera à la génération
       01  WS-VAL-STATUS       PIC XX.
       01  WS-VAL-USABLE       PIC X            VALUE 'N'.
           88  WS-VAL-USABLE-YES            VALUE 'Y'.

      *Variables de contrôle de l'identification sur le fichier
      *    maître des opérateurs, à l'identique de ratemnt.cbl
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.
       01  WS-SIGNON-OK        PIC X            VALUE 'N'.
           88  WS-SIGNON-OK-YES             VALUE 'Y'.
       01  WS-USER-ID          PIC X(10)        VALUE SPACES.

      *Variables de contrôle du centre de coût sur le fichier maître
      *    COSTMAST, à l'identique de calcul.cbl ; fichier absent ou
      *    vide, les instructions restent sans centre de coût
       01  WS-CST-STATUS       PIC XX.
       01  WS-CST-USABLE       PIC X            VALUE 'N'.
           88  WS-CST-USABLE-YES            VALUE 'Y'.
       01  WS-CST-INPUT        PIC X(6)         VALUE SPACES.
       01  WS-CST-OK           PIC X            VALUE 'N'.
           88  WS-CST-OK-YES                VALUE 'Y'.

      *Variables de saisie du menu et des champs
       01  WS-INPUT            PIC X(14).
       01  WS-NAME-INPUT       PIC X(10).
       01  WS-NAME-CHECK       PIC X(10).
       01  WS-NAME-OK          PIC X            VALUE 'N'.
       01  WS-LABEL-INPUT      PIC X(30).
       01  WS-VALUE-INPUT      PIC X(11).
       01  WS-CHECK-INPUT      PIC X(11).
       01  WS-CODE-INPUT       PIC X(10).
       01  WS-DATE-INPUT       PIC X(8).
       01  WS-DATE-CHECK       PIC X(8).
       01  WS-PROMPT           PIC X(60).
       01  WS-ID-FOUND         PIC X            VALUE 'N'.

      *Résultat de la saisie d'un opérande : nom de valeur (à blanc
      *    pour un nombre) ou montant
       01  WS-OPD-NAME         PIC X(10).
       01  WS-OPD-AMOUNT       PIC S9(7)V99     VALUE 0.
       01  WS-OPD-OK           PIC X            VALUE 'N'.

      *Résultat de la saisie d'une date : date AAAAMMJJ, drapeau de
      *    saisie à blanc permise (date de fin) et drapeau de validité
       01  WS-DATE-VALUE       PIC 9(8)         VALUE 0.
       01  WS-DATE-BLANK-OK    PIC X            VALUE 'N'.
       01  WS-DATE-OK          PIC X            VALUE 'N'.

      *Variables de saisie de la définition d'une instruction : erreur
      *    de saisie abandonnant l'ajout ou la modification, opération
      *    courante et demande d'une opération de plus
       01  WS-DEF-ERROR        PIC X            VALUE 'N'.
       01  WS-STEP-IDX         PIC 9            VALUE 0.
       01  WS-MORE             PIC X            VALUE 'N'.
       01  WS-OWNER-INPUT      PIC X(10).

      *Variables d'affichage d'une instruction : texte du calcul
      *    reconstitué, pointeur de construction, montant et dates
       01  WS-CALC-TEXT        PIC X(120).
       01  WS-PTR              PIC 9(3)         VALUE 1.
       01  WS-VISUAL-AMOUNT    PIC Z(6)9.99.
       01  WS-VISUAL-DATE      PIC 9999/99/99.
       01  WS-VISUAL-END       PIC X(10).
       01  WS-FREQ-LABEL       PIC X(13).

       PROCEDURE DIVISION.

      *Ouverture du fichier maître des instructions en le créant
      *    seulement s'il n'existe pas encore (code statut 35), à
      *    l'identique de ratemnt.cbl : tout autre statut est signalé
      *    et arrête l'entretien au lieu de recréer le fichier vide
           OPEN I-O STANDING-FILE

           IF WS-SIN-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF

           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture STDINST, code statut "
                   WS-SIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Paragraphe permettant de s'identifier, l'identifiant servant
      *    d'opérateur propriétaire par défaut des instructions saisies
           PERFORM 0040-SIGNON THRU 0040-SIGNON-END

      *Ouverture facultative du fichier maître des valeurs nommées
      *    pour le contrôle des noms saisis
           OPEN INPUT VALUE-FILE

           IF WS-VAL-STATUS = "00"
               MOVE 'Y' TO WS-VAL-USABLE
           ELSE
               DISPLAY "Fichier VALFILE absent, noms de valeur "
                   "non contrôlés"
           END-IF

      *Vérification que le fichier maître des centres de coût
      *    contient au moins un centre, comme dans calcul.cbl
           OPEN INPUT COST-CENTRE-FILE

           IF WS-CST-STATUS = "00"
               READ COST-CENTRE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CST-USABLE
               END-READ
               CLOSE COST-CENTRE-FILE
           END-IF

           IF NOT WS-CST-USABLE-YES
               DISPLAY "Fichier COSTMAST absent ou vide, instructions "
                   "sans centre de coût"
           END-IF

      *Boucle affichant le menu d'entretien jusqu'à ce que
      *    l'utilisateur quitte
           MOVE SPACES TO WS-INPUT
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-INPUT(1:1)) = "Q"

               DISPLAY "Entretien des instructions permanentes :"
               DISPLAY "A = ajouter, M = modifier, S = supprimer"
               DISPLAY "L = lister, Q = quitter"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))

                   WHEN "A"
                       PERFORM 0100-ADD-INSTRUCTION
                           THRU 0100-ADD-INSTRUCTION-END

                   WHEN "M"
                       PERFORM 0200-CHANGE-INSTRUCTION
                           THRU 0200-CHANGE-INSTRUCTION-END

                   WHEN "S"
                       PERFORM 0300-DELETE-INSTRUCTION
                           THRU 0300-DELETE-INSTRUCTION-END

                   WHEN "L"
                       PERFORM 0400-LIST-INSTRUCTIONS
                           THRU 0400-LIST-INSTRUCTIONS-END

                   WHEN "Q"
                       CONTINUE

                   WHEN OTHER
                       DISPLAY "Mauvaise saisi"

               END-EVALUATE

           END-PERFORM

           IF WS-VAL-USABLE-YES
               CLOSE VALUE-FILE
           END-IF

           CLOSE STANDING-FILE
           STOP RUN.

      ******************************************************************

      *Paragraphe permettant de saisir l'identifiant de l'opérateur,
      *    contrôlé sur le fichier maître OPERMAST comme dans
      *    ratemnt.cbl ; fichier maître absent ou vide,
      *    l'identification n'est pas contrôlée
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
               DISPLAY "Identifiant opérateur :"
               MOVE SPACES TO WS-USER-ID
               ACCEPT WS-USER-ID
               MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID

           ELSE

               MOVE 'N' TO WS-SIGNON-OK
               PERFORM UNTIL WS-SIGNON-OK-YES

                   DISPLAY "Identifiant opérateur (quit pour "
                       "abandonner) :"
                   MOVE SPACES TO WS-USER-ID
                   ACCEPT WS-USER-ID
                   MOVE FUNCTION UPPER-CASE(WS-USER-ID)
                       TO WS-USER-ID

                   IF WS-USER-ID(1:5) = "QUIT "
                       CLOSE OPERATOR-FILE
                       CLOSE STANDING-FILE
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

      *Paragraphe ajoutant une instruction permanente : code rangé en
      *    majuscules et contrôlé comme un nom de valeur, libellé
      *    obligatoire, puis définition complète ; l'instruction n'a
      *    encore jamais été générée
       0100-ADD-INSTRUCTION.
           DISPLAY "Code de la nouvelle instruction (8 caractères "
               "max) :"
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT

      *Paragraphe contrôlant la forme du code : une lettre puis des
      *    lettres et des chiffres seulement, le code servant de
      *    référence de transaction dans CALCIN
           PERFORM 0150-CHECK-NAME THRU 0150-CHECK-NAME-END

           IF WS-NAME-INPUT = SPACES
               DISPLAY "Code obligatoire"
           ELSE IF WS-NAME-OK NOT = 'Y'
               OR WS-NAME-INPUT(9:2) NOT = SPACES
               DISPLAY "Code invalide : une lettre puis des lettres "
                   "et des chiffres, 8 au plus"
           ELSE

               MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT(1:8)) TO SIN-ID

               MOVE 'N' TO WS-ID-FOUND
               READ STANDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ID-FOUND
               END-READ

               IF WS-ID-FOUND = 'Y'
                   DISPLAY "Code déjà présent"
               ELSE

                   DISPLAY "Libellé de l'instruction :"
                   MOVE SPACES TO WS-LABEL-INPUT
                   ACCEPT WS-LABEL-INPUT

                   IF WS-LABEL-INPUT = SPACES
                       DISPLAY "Libellé obligatoire"
                   ELSE

                       MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT(1:8))
                           TO SIN-ID
                       MOVE WS-LABEL-INPUT TO SIN-LABEL
                       MOVE 0 TO SIN-LAST-DATE
                       MOVE SPACES TO SIN-COST-CENTRE

      *Paragraphe saisissant le calcul, la fréquence, les dates,
      *    l'opérateur propriétaire et le centre de coût de
      *    l'instruction
                       PERFORM 0500-GET-DEFINITION
                           THRU 0500-GET-DEFINITION-END

                       IF WS-DEF-ERROR = 'N'
                           WRITE SIN-RECORD
                               INVALID KEY
                                   DISPLAY "Code déjà présent"
                               NOT INVALID KEY
                                   DISPLAY "Instruction "
                                       FUNCTION TRIM(SIN-ID)
                                       " ajoutée"
                           END-WRITE
                       ELSE
                           DISPLAY "Ajout abandonné"
                       END-IF

                   END-IF

               END-IF

           END-IF
           END-IF
       .

       0100-ADD-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe contrôlant la forme d'un code ou d'un nom saisi :
      *    première position alphabétique, puis lettres et chiffres
      *    seulement, à l'identique de valmnt.cbl
       0150-CHECK-NAME.
           MOVE 'N' TO WS-NAME-OK

           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-CHECK

           IF WS-NAME-CHECK(1:1) IS ALPHABETIC
               AND WS-NAME-CHECK(1:1) NOT = SPACE

      *INSPECT effaçant les lettres et les chiffres de la copie de
      *    contrôle : s'il reste autre chose que des espaces, le nom
      *    porte un caractère interdit
               INSPECT WS-NAME-CHECK CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO
                   "                                    "

               IF WS-NAME-CHECK = SPACES
                   MOVE 'Y' TO WS-NAME-OK
               END-IF

           END-IF
       .

       0150-CHECK-NAME-END.
           EXIT
       .

      *Paragraphe modifiant une instruction existante : libellé
      *    facultatif puis définition complète ressaisie ; la date de
      *    dernière génération est conservée afin qu'une échéance déjà
      *    générée ne le soit pas une seconde fois
       0200-CHANGE-INSTRUCTION.
           DISPLAY "Code de l'instruction à modifier :"
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT

           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT(1:8)) TO SIN-ID

           READ STANDING-FILE
               INVALID KEY
                   DISPLAY "Code inconnu"
               NOT INVALID KEY

                   PERFORM 0450-DISPLAY-INSTRUCTION
                       THRU 0450-DISPLAY-INSTRUCTION-END

                   DISPLAY "Nouveau libellé (blanc = inchangé) :"
                   MOVE SPACES TO WS-LABEL-INPUT
                   ACCEPT WS-LABEL-INPUT

                   IF WS-LABEL-INPUT NOT = SPACES
                       MOVE WS-LABEL-INPUT TO SIN-LABEL
                   END-IF

                   PERFORM 0500-GET-DEFINITION
                       THRU 0500-GET-DEFINITION-END

                   IF WS-DEF-ERROR = 'N'
                       REWRITE SIN-RECORD
                       DISPLAY "Instruction " FUNCTION TRIM(SIN-ID)
                           " modifiée"
                   ELSE
                       DISPLAY "Modification abandonnée"
                   END-IF
           END-READ
       .

       0200-CHANGE-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe supprimant une instruction, après confirmation : les
      *    calculs déjà générés restent dans l'historique avec la
      *    référence de l'instruction
       0300-DELETE-INSTRUCTION.
           DISPLAY "Code de l'instruction à supprimer :"
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT

           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT(1:8)) TO SIN-ID

           READ STANDING-FILE
               INVALID KEY
                   DISPLAY "Code inconnu"
               NOT INVALID KEY
                   DISPLAY "Supprimer " FUNCTION TRIM(SIN-ID)
                       " (" FUNCTION TRIM(SIN-LABEL) ") ? (oui/non)"
                   MOVE SPACES TO WS-INPUT
                   ACCEPT WS-INPUT

                   IF FUNCTION LOWER-CASE(WS-INPUT) = "oui"
                       DELETE STANDING-FILE
                       DISPLAY "Instruction " FUNCTION TRIM(SIN-ID)
                           " supprimée"
                   ELSE
                       DISPLAY "Suppression abandonnée"
                   END-IF
           END-READ
       .

       0300-DELETE-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe listant toutes les instructions du fichier maître
       0400-LIST-INSTRUCTIONS.
           MOVE SPACES TO SIN-ID
           MOVE "N" TO WS-SIN-EOF

           START STANDING-FILE KEY IS NOT LESS THAN SIN-ID
               INVALID KEY
                   MOVE "Y" TO WS-SIN-EOF
           END-START

           IF NOT WS-SIN-EOF-YES
               DISPLAY "-- Instructions permanentes --"
           END-IF

           PERFORM UNTIL WS-SIN-EOF-YES
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SIN-EOF
                   NOT AT END
                       PERFORM 0450-DISPLAY-INSTRUCTION
                           THRU 0450-DISPLAY-INSTRUCTION-END
               END-READ
           END-PERFORM
       .

       0400-LIST-INSTRUCTIONS-END.
           EXIT
       .

      *Paragraphe affichant l'instruction courante sur trois lignes :
      *    code et libellé, calcul reconstitué, puis fréquence, dates,
      *    opérateur propriétaire et dernière échéance générée, le
      *    centre de coût s'y ajoutant quand l'instruction en porte un
       0450-DISPLAY-INSTRUCTION.
           MOVE SPACES TO WS-CALC-TEXT
           MOVE 1 TO WS-PTR

           MOVE SIN-FIRST-NAME TO WS-OPD-NAME
           MOVE SIN-FIRST-AMOUNT TO WS-OPD-AMOUNT
           PERFORM 0460-APPEND-OPERAND THRU 0460-APPEND-OPERAND-END

           MOVE 0 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = SIN-STEP-COUNT
               ADD 1 TO WS-STEP-IDX

               STRING " " SIN-OPERATOR(WS-STEP-IDX)
                   DELIMITED BY SIZE
                   INTO WS-CALC-TEXT WITH POINTER WS-PTR
               END-STRING

               IF SIN-OPERATOR(WS-STEP-IDX) = "c"
                   STRING " " FUNCTION TRIM(SIN-OPD-NAME(WS-STEP-IDX))
                       DELIMITED BY SIZE
                       INTO WS-CALC-TEXT WITH POINTER WS-PTR
                   END-STRING
               ELSE IF SIN-OPERATOR(WS-STEP-IDX) NOT = "r"
                   MOVE SIN-OPD-NAME(WS-STEP-IDX) TO WS-OPD-NAME
                   MOVE SIN-OPD-AMOUNT(WS-STEP-IDX) TO WS-OPD-AMOUNT
                   PERFORM 0460-APPEND-OPERAND
                       THRU 0460-APPEND-OPERAND-END
               END-IF
               END-IF
           END-PERFORM

           EVALUATE SIN-FREQ
               WHEN "J"
                   MOVE "quotidienne" TO WS-FREQ-LABEL
               WHEN "H"
                   MOVE "hebdomadaire" TO WS-FREQ-LABEL
               WHEN "M"
                   MOVE "mensuelle" TO WS-FREQ-LABEL
               WHEN OTHER
                   MOVE "trimestrielle" TO WS-FREQ-LABEL
           END-EVALUATE

           IF SIN-END-DATE = 99999999
               MOVE "sans fin" TO WS-VISUAL-END
           ELSE
               MOVE SIN-END-DATE TO WS-VISUAL-DATE
               MOVE WS-VISUAL-DATE TO WS-VISUAL-END
           END-IF

           MOVE SIN-START-DATE TO WS-VISUAL-DATE

           DISPLAY SIN-ID " " SIN-LABEL
           DISPLAY "    " FUNCTION TRIM(WS-CALC-TEXT)
           DISPLAY "    " FUNCTION TRIM(WS-FREQ-LABEL) " du "
               WS-VISUAL-DATE " au " FUNCTION TRIM(WS-VISUAL-END)
               ", propriétaire " FUNCTION TRIM(SIN-OWNER)

           IF SIN-COST-CENTRE NOT = SPACES
               DISPLAY "    centre de coût " SIN-COST-CENTRE
           END-IF

           IF SIN-LAST-DATE = 0
               DISPLAY "    jamais générée"
           ELSE
               MOVE SIN-LAST-DATE TO WS-VISUAL-DATE
               DISPLAY "    dernière échéance générée "
                   WS-VISUAL-DATE
           END-IF
       .

       0450-DISPLAY-INSTRUCTION-END.
           EXIT
       .

      *Paragraphe ajoutant au texte du calcul l'opérande courant : le
      *    nom de valeur s'il y en a un, sinon le montant signé
       0460-APPEND-OPERAND.
           IF WS-OPD-NAME NOT = SPACES
               STRING " " FUNCTION TRIM(WS-OPD-NAME)
                   DELIMITED BY SIZE
                   INTO WS-CALC-TEXT WITH POINTER WS-PTR
               END-STRING
           ELSE
               MOVE WS-OPD-AMOUNT TO WS-VISUAL-AMOUNT
               IF WS-OPD-AMOUNT < 0
                   STRING " -" FUNCTION TRIM(WS-VISUAL-AMOUNT)
                       DELIMITED BY SIZE
                       INTO WS-CALC-TEXT WITH POINTER WS-PTR
                   END-STRING
               ELSE
                   STRING " " FUNCTION TRIM(WS-VISUAL-AMOUNT)
                       DELIMITED BY SIZE
                       INTO WS-CALC-TEXT WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-IF
       .

       0460-APPEND-OPERAND-END.
           EXIT
       .

      *Paragraphe saisissant la définition complète de l'instruction
      *    courante : premier opérande, opérations enchaînées (quatre
      *    au plus, comme une chaîne de calcul.cbl répondue oui),
      *    fréquence, dates de début et de fin, opérateur
      *    propriétaire et centre de coût. La première saisie refusée
      *    arme WS-DEF-ERROR et abandonne le reste de la définition
       0500-GET-DEFINITION.
           MOVE 'N' TO WS-DEF-ERROR

           MOVE "Premier opérande (nombre ou nom de valeur) :"
               TO WS-PROMPT
           PERFORM 0510-GET-OPERAND THRU 0510-GET-OPERAND-END

           IF WS-OPD-OK = 'Y'
               MOVE WS-OPD-NAME TO SIN-FIRST-NAME
               MOVE WS-OPD-AMOUNT TO SIN-FIRST-AMOUNT
           ELSE
               MOVE 'Y' TO WS-DEF-ERROR
           END-IF

           MOVE 0 TO SIN-STEP-COUNT
           INITIALIZE SIN-STEP-TABLE

      *Boucle saisissant une opération après l'autre tant que
      *    l'opérateur demande à enchaîner
           MOVE 'O' TO WS-MORE
           PERFORM UNTIL WS-DEF-ERROR = 'Y' OR WS-MORE = 'N'

               ADD 1 TO SIN-STEP-COUNT
               PERFORM 0520-GET-STEP THRU 0520-GET-STEP-END

               IF WS-DEF-ERROR = 'N'
                   IF SIN-STEP-COUNT = 4
                       DISPLAY "Quatre opérations au plus par "
                           "instruction"
                       MOVE 'N' TO WS-MORE
                   ELSE
                       DISPLAY "Enchaîner une autre opération ? "
                           "(oui/non)"
                       MOVE SPACES TO WS-INPUT
                       ACCEPT WS-INPUT
                       IF FUNCTION LOWER-CASE(WS-INPUT(1:3))
                           NOT = "oui"
                           MOVE 'N' TO WS-MORE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

      *Paragraphe saisissant la fréquence de l'instruction
           IF WS-DEF-ERROR = 'N'
               PERFORM 0560-GET-FREQUENCY THRU 0560-GET-FREQUENCY-END
           END-IF

      *Saisie de la date de début, obligatoire, puis de la date de
      *    fin, à blanc pour une instruction sans fin
           IF WS-DEF-ERROR = 'N'
               MOVE "Date de début (AAAAMMJJ) :" TO WS-PROMPT
               MOVE 'N' TO WS-DATE-BLANK-OK
               PERFORM 0540-GET-DATE THRU 0540-GET-DATE-END
               IF WS-DATE-OK = 'Y'
                   MOVE WS-DATE-VALUE TO SIN-START-DATE
               ELSE
                   MOVE 'Y' TO WS-DEF-ERROR
               END-IF
           END-IF

           IF WS-DEF-ERROR = 'N'
               MOVE "Date de fin (AAAAMMJJ, blanc = sans fin) :"
                   TO WS-PROMPT
               MOVE 'Y' TO WS-DATE-BLANK-OK
               PERFORM 0540-GET-DATE THRU 0540-GET-DATE-END
               IF WS-DATE-OK NOT = 'Y'
                   MOVE 'Y' TO WS-DEF-ERROR
               ELSE IF WS-DATE-VALUE < SIN-START-DATE
                   DISPLAY "La date de fin précède la date de début"
                   MOVE 'Y' TO WS-DEF-ERROR
               ELSE
                   MOVE WS-DATE-VALUE TO SIN-END-DATE
               END-IF
               END-IF
           END-IF

      *Paragraphe saisissant l'opérateur propriétaire de l'instruction
           IF WS-DEF-ERROR = 'N'
               PERFORM 0550-GET-OWNER THRU 0550-GET-OWNER-END
           END-IF

      *Paragraphe saisissant le centre de coût de l'instruction
           IF WS-DEF-ERROR = 'N'
               PERFORM 0570-GET-COST-CENTRE
                   THRU 0570-GET-COST-CENTRE-END
           END-IF
       .

       0500-GET-DEFINITION-END.
           EXIT
       .

      *Paragraphe saisissant un opérande : une saisie commençant par
      *    une lettre est un nom de valeur, contrôlé dans sa forme comme
      *    dans valmnt.cbl puis sur VALFILE quand il est disponible ;
      *    toute autre saisie est un nombre, contrôlé comme les
      *    montants de valmnt.cbl
       0510-GET-OPERAND.
           MOVE 'N' TO WS-OPD-OK
           MOVE SPACES TO WS-OPD-NAME
           MOVE 0 TO WS-OPD-AMOUNT

           DISPLAY FUNCTION TRIM(WS-PROMPT)
           MOVE SPACES TO WS-VALUE-INPUT
           ACCEPT WS-VALUE-INPUT

           IF WS-VALUE-INPUT = SPACES
               DISPLAY "Opérande obligatoire"
           ELSE IF WS-VALUE-INPUT(1:1) IS ALPHABETIC

               MOVE WS-VALUE-INPUT(1:10) TO WS-NAME-INPUT
               PERFORM 0150-CHECK-NAME THRU 0150-CHECK-NAME-END

               IF WS-NAME-OK NOT = 'Y'
                   OR WS-VALUE-INPUT(11:1) NOT = SPACE
                   DISPLAY "Nom invalide : une lettre puis des "
                       "lettres et des chiffres seulement"
               ELSE

                   MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT)
                       TO WS-OPD-NAME
                   MOVE 'Y' TO WS-OPD-OK

                   IF WS-VAL-USABLE-YES
                       MOVE WS-OPD-NAME TO VAL-NAME
                       READ VALUE-FILE
                           INVALID KEY
                               DISPLAY "Valeur inconnue dans VALFILE"
                               MOVE 'N' TO WS-OPD-OK
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF

               END-IF

           ELSE

               MOVE WS-VALUE-INPUT TO WS-CHECK-INPUT
               INSPECT WS-CHECK-INPUT REPLACING ALL SPACES BY '0'
               INSPECT WS-CHECK-INPUT REPLACING FIRST "-" BY '0'
               INSPECT WS-CHECK-INPUT REPLACING FIRST "." BY '0'

               IF WS-CHECK-INPUT IS NOT NUMERIC
                   DISPLAY "Saisissez un nombre (7 chiffres max et "
                       "2 décimal) ou un nom de valeur"
               ELSE
                   COMPUTE WS-OPD-AMOUNT =
                       FUNCTION NUMVAL(WS-VALUE-INPUT)
                   MOVE 'Y' TO WS-OPD-OK
               END-IF

           END-IF
           END-IF
       .

       0510-GET-OPERAND-END.
           EXIT
       .

      *Paragraphe saisissant l'opération de rang SIN-STEP-COUNT :
      *    opérateur parmi ceux de calcbat.cbl, puis second opérande,
      *    code du taux pour une conversion, rien pour une racine
       0520-GET-STEP.
           MOVE SIN-STEP-COUNT TO WS-STEP-IDX

           DISPLAY "Opération (+, -, x, /, ^, %, r = racine carrée, "
               "c = conversion) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION LOWER-CASE(WS-INPUT(1:1))
               TO SIN-OPERATOR(WS-STEP-IDX)

           IF WS-INPUT(2:13) NOT = SPACES
               OR (SIN-OPERATOR(WS-STEP-IDX) NOT = "+"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "-"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "x"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "/"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "^"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "%"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "r"
               AND SIN-OPERATOR(WS-STEP-IDX) NOT = "c")

               DISPLAY "Opérateur inconnu"
               MOVE 'Y' TO WS-DEF-ERROR

           ELSE IF SIN-OPERATOR(WS-STEP-IDX) = "r"

               MOVE SPACES TO SIN-OPD-NAME(WS-STEP-IDX)
               MOVE 0 TO SIN-OPD-AMOUNT(WS-STEP-IDX)

           ELSE IF SIN-OPERATOR(WS-STEP-IDX) = "c"

      *Le code du taux est rangé en majuscules dans la zone du nom,
      *    comme il sera porté dans la seconde zone d'opérande de
      *    CALCIN ; son existence dans RATEMAST est contrôlée par
      *    calcbat.cbl au taux en vigueur à la date de la livraison
               DISPLAY "Code du taux de conversion :"
               MOVE SPACES TO WS-CODE-INPUT
               ACCEPT WS-CODE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                   TO WS-CODE-INPUT

               IF WS-CODE-INPUT = SPACES
                   OR WS-CODE-INPUT(9:2) NOT = SPACES
                   DISPLAY "Code de taux obligatoire, 8 caractères "
                       "au plus"
                   MOVE 'Y' TO WS-DEF-ERROR
               ELSE
                   MOVE WS-CODE-INPUT TO SIN-OPD-NAME(WS-STEP-IDX)
                   MOVE 0 TO SIN-OPD-AMOUNT(WS-STEP-IDX)
               END-IF

           ELSE

               MOVE "Second opérande (nombre ou nom de valeur) :"
                   TO WS-PROMPT
               PERFORM 0510-GET-OPERAND THRU 0510-GET-OPERAND-END

               IF WS-OPD-OK = 'Y'
                   MOVE WS-OPD-NAME TO SIN-OPD-NAME(WS-STEP-IDX)
                   MOVE WS-OPD-AMOUNT TO SIN-OPD-AMOUNT(WS-STEP-IDX)
               ELSE
                   MOVE 'Y' TO WS-DEF-ERROR
               END-IF

           END-IF
           END-IF
           END-IF
       .

       0520-GET-STEP-END.
           EXIT
       .

      *Paragraphe saisissant une date AAAAMMJJ sous l'invite
      *    WS-PROMPT : une saisie à blanc n'est permise que si
      *    WS-DATE-BLANK-OK vaut 'Y' et donne 99999999 (sans fin) ;
      *    une date non numérique ou inexistante est refusée
       0540-GET-DATE.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-VALUE

           DISPLAY FUNCTION TRIM(WS-PROMPT)
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT

           MOVE WS-DATE-INPUT TO WS-DATE-CHECK
           INSPECT WS-DATE-CHECK
               CONVERTING "0123456789" TO "          "

           IF WS-DATE-INPUT = SPACES
               IF WS-DATE-BLANK-OK = 'Y'
                   MOVE 99999999 TO WS-DATE-VALUE
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   DISPLAY "Date obligatoire"
               END-IF
           ELSE IF WS-DATE-CHECK NOT = SPACES
               OR WS-DATE-INPUT(8:1) = SPACE
               DISPLAY "Saisissez une date AAAAMMJJ"
           ELSE
               COMPUTE WS-DATE-VALUE = FUNCTION NUMVAL(WS-DATE-INPUT)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) NOT = 0
                   DISPLAY "Date inexistante"
               ELSE
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF
           END-IF
       .

       0540-GET-DATE-END.
           EXIT
       .

      *Paragraphe saisissant l'opérateur propriétaire : à blanc,
      *    l'opérateur identifié ; quand OPERMAST est utilisable,
      *    l'identifiant doit y être connu et actif
       0550-GET-OWNER.
           DISPLAY "Opérateur propriétaire (blanc = "
               FUNCTION TRIM(WS-USER-ID) ") :"
           MOVE SPACES TO WS-OWNER-INPUT
           ACCEPT WS-OWNER-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OWNER-INPUT) TO WS-OWNER-INPUT

           IF WS-OWNER-INPUT = SPACES
               MOVE WS-USER-ID TO WS-OWNER-INPUT
           END-IF

           IF WS-OWNER-INPUT = SPACES
               DISPLAY "Opérateur propriétaire obligatoire"
               MOVE 'Y' TO WS-DEF-ERROR
           ELSE IF WS-OPR-USABLE-YES

               OPEN INPUT OPERATOR-FILE
               MOVE WS-OWNER-INPUT TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Opérateur inconnu"
                       MOVE 'Y' TO WS-DEF-ERROR
                   NOT INVALID KEY
                       IF OPR-ACTIVE NOT = 'A'
                           DISPLAY "Opérateur désactivé"
                           MOVE 'Y' TO WS-DEF-ERROR
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE

           END-IF
           END-IF

           IF WS-DEF-ERROR = 'N'
               MOVE WS-OWNER-INPUT TO SIN-OWNER
           END-IF
       .

       0550-GET-OWNER-END.
           EXIT
       .

      *Paragraphe saisissant la fréquence : J = quotidienne,
      *    H = hebdomadaire (même jour de semaine que la date de
      *    début), M = mensuelle (même jour du mois), T = trimestrielle
      *    (même jour, tous les trois mois depuis la date de début)
       0560-GET-FREQUENCY.
           DISPLAY "Fréquence (J = quotidienne, H = hebdomadaire, "
               "M = mensuelle, T = trimestrielle) :"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT(1:1)) TO SIN-FREQ

           IF WS-INPUT(2:13) NOT = SPACES
               OR (SIN-FREQ NOT = "J" AND SIN-FREQ NOT = "H"
               AND SIN-FREQ NOT = "M" AND SIN-FREQ NOT = "T")
               DISPLAY "Fréquence inconnue"
               MOVE 'Y' TO WS-DEF-ERROR
           END-IF
       .

       0560-GET-FREQUENCY-END.
           EXIT
       .

      *Paragraphe saisissant le centre de coût de l'instruction quand
      *    COSTMAST est utilisable : à blanc, le centre déjà porté par
      *    une instruction modifiée est repris ; le centre retenu doit
      *    être connu et actif, comme dans calcul.cbl, faute de quoi
      *    calcbat.cbl rejetterait les calculs générés. Sans COSTMAST,
      *    l'instruction reste sans centre de coût
       0570-GET-COST-CENTRE.
           IF NOT WS-CST-USABLE-YES
               MOVE SPACES TO SIN-COST-CENTRE
           ELSE

               IF SIN-COST-CENTRE = SPACES
                   DISPLAY "Centre de coût :"
               ELSE
                   DISPLAY "Centre de coût (blanc = "
                       FUNCTION TRIM(SIN-COST-CENTRE) ") :"
               END-IF
               MOVE SPACES TO WS-CST-INPUT
               ACCEPT WS-CST-INPUT

               IF WS-CST-INPUT = SPACES
                   MOVE SIN-COST-CENTRE TO WS-CST-INPUT
               END-IF

               IF WS-CST-INPUT = SPACES
                   DISPLAY "Centre de coût obligatoire"
                   MOVE 'Y' TO WS-DEF-ERROR
               ELSE
                   PERFORM 0575-CHECK-COST-CENTRE
                       THRU 0575-CHECK-COST-CENTRE-END
                   IF WS-CST-OK-YES
                       MOVE CST-CODE TO SIN-COST-CENTRE
                   ELSE
                       MOVE 'Y' TO WS-DEF-ERROR
                   END-IF
               END-IF

           END-IF
       .

       0570-GET-COST-CENTRE-END.
           EXIT
       .

      *Paragraphe contrôlant le code WS-CST-INPUT sur le fichier
      *    maître des centres de coût, à l'identique de
      *    0058-CHECK-COST-CENTRE dans calcul.cbl : WS-CST-OK passe à
      *    'Y' pour un centre connu et actif, le refus étant affiché
      *    sinon
       0575-CHECK-COST-CENTRE.
           MOVE 'N' TO WS-CST-OK

           OPEN INPUT COST-CENTRE-FILE

           IF WS-CST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture COSTMAST, code statut "
                   WS-CST-STATUS
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

       0575-CHECK-COST-CENTRE-END.
           EXIT
       .
