       IDENTIFICATION DIVISION.
       PROGRAM-ID. costmnt.
       AUTHOR. Thomas Baudrin.

      *Entretien du fichier maître des centres de coût COSTMAST :
      *    ajout d'un centre (code, libellé, opérateur responsable),
      *    modification du libellé et du responsable, désactivation
      *    (le code est refusé par calcul.cbl et calcbat.cbl mais
      *    reste dans le fichier afin que les calculs passés restent
      *    attribuables), réactivation et liste. Les codes sont rangés
      *    en majuscules afin que ve01, VE01 et Ve01 désignent le même
      *    centre dans l'historique ; quand OPERMAST est utilisable,
      *    l'opérateur responsable doit y être connu et actif
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maître des centres de coût
           SELECT COST-CENTRE-FILE ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CODE
               FILE STATUS IS WS-CST-STATUS.

      *Fichier maître des opérateurs, à l'identique de opermnt.cbl,
      *    sur lequel l'opérateur responsable est contrôlé
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Un centre de coût : code, libellé, opérateur responsable et
      *    état (A = actif, I = inactif)
       FD  COST-CENTRE-FILE.
       01  CST-RECORD.
           05  CST-CODE            PIC X(6).
           05  CST-NAME            PIC X(30).
           05  CST-RESP-USER       PIC X(10).
           05  CST-ACTIVE          PIC X.

      *Un opérateur autorisé, à l'identique de opermnt.cbl
       FD  OPERATOR-FILE.
       01  OPR-RECORD.
           05  OPR-ID              PIC X(10).
           05  OPR-NAME            PIC X(30).
           05  OPR-ACTIVE          PIC X.
           05  OPR-PROFILE         PIC X.
           05  OPR-MAX-AMOUNT      PIC 9(7)V99.

       WORKING-STORAGE SECTION.

      *Variables de pilotage des fichiers maîtres
       01  WS-CST-STATUS       PIC XX.
       01  WS-CST-EOF          PIC X            VALUE 'N'.
           88  WS-CST-EOF-YES               VALUE 'Y'.
       01  WS-OPR-STATUS       PIC XX.
       01  WS-OPR-USABLE       PIC X            VALUE 'N'.
           88  WS-OPR-USABLE-YES            VALUE 'Y'.

      *Variables de saisie du menu et des champs
       01  WS-INPUT            PIC X(11).
       01  WS-CODE-INPUT       PIC X(6).
       01  WS-CODE-CHECK       PIC X(6).
       01  WS-CODE-OK          PIC X            VALUE 'N'.
       01  WS-NAME-INPUT       PIC X(30).
       01  WS-RESP-INPUT       PIC X(10).
       01  WS-RESP-OK          PIC X            VALUE 'N'.

       PROCEDURE DIVISION.

      *Ouverture du fichier maître en le créant seulement s'il
      *    n'existe pas encore (code statut 35), à l'identique de
      *    opermnt.cbl : tout autre statut est signalé et arrête
      *    l'entretien au lieu de recréer le fichier vide
           OPEN I-O COST-CENTRE-FILE

           IF WS-CST-STATUS = "35"
               OPEN OUTPUT COST-CENTRE-FILE
               CLOSE COST-CENTRE-FILE
               OPEN I-O COST-CENTRE-FILE
           END-IF

           IF WS-CST-STATUS NOT = "00"
               DISPLAY "Erreur ouverture COSTMAST, code statut "
                   WS-CST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Condition vérifiant que le fichier maître des opérateurs
      *    contient au moins un opérateur, comme pour la signature de
      *    calcul.cbl : sinon le responsable n'est pas contrôlé
           OPEN INPUT OPERATOR-FILE

           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-OPR-USABLE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF

           IF NOT WS-OPR-USABLE-YES
               DISPLAY "Fichier OPERMAST absent ou vide, "
                   "responsable non contrôlé"
           END-IF

      *Boucle affichant le menu d'entretien jusqu'à ce que
      *    l'utilisateur quitte
           MOVE SPACES TO WS-INPUT
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-INPUT(1:1)) = "Q"

               DISPLAY "Entretien des centres de coût :"
               DISPLAY "A = ajouter, M = modifier, D = désactiver"
               DISPLAY "R = réactiver, L = lister, Q = quitter"
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT

               EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))

                   WHEN "A"
                       PERFORM 0100-ADD-CENTRE
                           THRU 0100-ADD-CENTRE-END

                   WHEN "M"
                       PERFORM 0200-CHANGE-CENTRE
                           THRU 0200-CHANGE-CENTRE-END

                   WHEN "D"
                       PERFORM 0300-SET-INACTIVE
                           THRU 0300-SET-INACTIVE-END

                   WHEN "R"
                       PERFORM 0350-SET-ACTIVE
                           THRU 0350-SET-ACTIVE-END

                   WHEN "L"
                       PERFORM 0400-LIST-CENTRES
                           THRU 0400-LIST-CENTRES-END

                   WHEN "Q"
                       CONTINUE

                   WHEN OTHER
                       DISPLAY "Mauvaise saisi"

               END-EVALUATE

           END-PERFORM

           CLOSE COST-CENTRE-FILE
           STOP RUN.

      ******************************************************************

      *Paragraphe ajoutant un centre de coût : code rangé en
      *    majuscules, libellé et responsable obligatoires, créé à
      *    l'état actif
       0100-ADD-CENTRE.
           DISPLAY "Code du nouveau centre de coût :"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT

      *Paragraphe contrôlant la forme du code : lettres et chiffres
      *    seulement, cadré à gauche
           PERFORM 0150-CHECK-CODE THRU 0150-CHECK-CODE-END

           IF WS-CODE-INPUT = SPACES
               DISPLAY "Code obligatoire"
           ELSE IF WS-CODE-OK NOT = 'Y'
               DISPLAY "Code invalide : lettres et chiffres "
                   "seulement"
           ELSE

               DISPLAY "Libellé du centre de coût :"
               MOVE SPACES TO WS-NAME-INPUT
               ACCEPT WS-NAME-INPUT

               IF WS-NAME-INPUT = SPACES
                   DISPLAY "Libellé obligatoire"
               ELSE

                   PERFORM 0500-GET-RESPONSIBLE
                       THRU 0500-GET-RESPONSIBLE-END

                   IF WS-RESP-OK = 'Y'

                       MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                           TO CST-CODE
                       MOVE WS-NAME-INPUT TO CST-NAME
                       MOVE WS-RESP-INPUT TO CST-RESP-USER
                       MOVE 'A' TO CST-ACTIVE

                       WRITE CST-RECORD
                           INVALID KEY
                               DISPLAY "Code déjà présent"
                           NOT INVALID KEY
                               DISPLAY "Centre de coût "
                                   FUNCTION TRIM(CST-CODE)
                                   " ajouté"
                       END-WRITE

                   END-IF

               END-IF

           END-IF
           END-IF
       .

       0100-ADD-CENTRE-END.
           EXIT
       .

      *Paragraphe contrôlant la forme du code saisi : cadré à gauche,
      *    lettres et chiffres seulement, afin qu'il se porte sans
      *    ambiguïté dans CALCIN et dans les comptes-rendus
       0150-CHECK-CODE.
           MOVE 'N' TO WS-CODE-OK

           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-CHECK

           IF WS-CODE-CHECK(1:1) NOT = SPACE

      *INSPECT effaçant les lettres et les chiffres de la copie de
      *    contrôle : s'il reste autre chose que des espaces, le code
      *    porte un caractère interdit
               INSPECT WS-CODE-CHECK CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO
                   "                                    "

               IF WS-CODE-CHECK = SPACES
                   MOVE 'Y' TO WS-CODE-OK
               END-IF

           END-IF
       .

       0150-CHECK-CODE-END.
           EXIT
       .

      *Paragraphe modifiant le libellé et l'opérateur responsable
      *    d'un centre de coût existant ; le code reste inchangé afin
      *    que l'historique reste attribuable au même centre
       0200-CHANGE-CENTRE.
           DISPLAY "Code du centre de coût à modifier :"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT

           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO CST-CODE

           READ COST-CENTRE-FILE
               INVALID KEY
                   DISPLAY "Code inconnu"
               NOT INVALID KEY
                   PERFORM 0410-LIST-ONE-CENTRE
                       THRU 0410-LIST-ONE-CENTRE-END

                   DISPLAY "Nouveau libellé (blanc = inchangé) :"
                   MOVE SPACES TO WS-NAME-INPUT
                   ACCEPT WS-NAME-INPUT

                   PERFORM 0500-GET-RESPONSIBLE
                       THRU 0500-GET-RESPONSIBLE-END

                   IF WS-RESP-OK = 'Y'
                       IF WS-NAME-INPUT NOT = SPACES
                           MOVE WS-NAME-INPUT TO CST-NAME
                       END-IF
                       MOVE WS-RESP-INPUT TO CST-RESP-USER
                       REWRITE CST-RECORD
                       DISPLAY "Centre de coût "
                           FUNCTION TRIM(CST-CODE) " modifié"
                   END-IF
           END-READ
       .

       0200-CHANGE-CENTRE-END.
           EXIT
       .

      *Paragraphe désactivant un centre de coût : le code sera refusé
      *    pour les nouveaux calculs mais reste dans le fichier afin
      *    que les calculs passés restent attribuables
       0300-SET-INACTIVE.
           DISPLAY "Code à désactiver :"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT

           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO CST-CODE

           READ COST-CENTRE-FILE
               INVALID KEY
                   DISPLAY "Code inconnu"
               NOT INVALID KEY
                   MOVE 'I' TO CST-ACTIVE
                   REWRITE CST-RECORD
                   DISPLAY "Centre de coût " FUNCTION TRIM(CST-CODE)
                       " désactivé"
           END-READ
       .

       0300-SET-INACTIVE-END.
           EXIT
       .

      *Paragraphe réactivant un centre de coût précédemment désactivé
       0350-SET-ACTIVE.
           DISPLAY "Code à réactiver :"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT

           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO CST-CODE

           READ COST-CENTRE-FILE
               INVALID KEY
                   DISPLAY "Code inconnu"
               NOT INVALID KEY
                   MOVE 'A' TO CST-ACTIVE
                   REWRITE CST-RECORD
                   DISPLAY "Centre de coût " FUNCTION TRIM(CST-CODE)
                       " réactivé"
           END-READ
       .

       0350-SET-ACTIVE-END.
           EXIT
       .

      *Paragraphe listant tous les centres de coût du fichier maître
      *    avec leur libellé, leur responsable et leur état
       0400-LIST-CENTRES.
           MOVE SPACES TO CST-CODE
           MOVE "N" TO WS-CST-EOF

           START COST-CENTRE-FILE KEY IS NOT LESS THAN CST-CODE
               INVALID KEY
                   MOVE "Y" TO WS-CST-EOF
           END-START

           IF NOT WS-CST-EOF-YES
               DISPLAY "-- Centres de coût --"
           END-IF

           PERFORM UNTIL WS-CST-EOF-YES
               READ COST-CENTRE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CST-EOF
                   NOT AT END
                       PERFORM 0410-LIST-ONE-CENTRE
                           THRU 0410-LIST-ONE-CENTRE-END
               END-READ
           END-PERFORM
       .

       0400-LIST-CENTRES-END.
           EXIT
       .

      *Paragraphe affichant le centre de coût courant avec son
      *    libellé, son responsable et son état
       0410-LIST-ONE-CENTRE.
           IF CST-ACTIVE = 'A'
               DISPLAY CST-CODE " " CST-NAME " " CST-RESP-USER
                   " actif"
           ELSE
               DISPLAY CST-CODE " " CST-NAME " " CST-RESP-USER
                   " inactif"
           END-IF
       .

       0410-LIST-ONE-CENTRE-END.
           EXIT
       .

      *Paragraphe saisissant l'opérateur responsable du centre de
      *    coût : obligatoire, et quand OPERMAST est utilisable
      *    l'identifiant doit y être connu et actif, à l'identique du
      *    propriétaire d'une instruction permanente dans stdmnt.cbl
       0500-GET-RESPONSIBLE.
           MOVE 'N' TO WS-RESP-OK

           DISPLAY "Opérateur responsable :"
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RESP-INPUT) TO WS-RESP-INPUT

           IF WS-RESP-INPUT = SPACES
               DISPLAY "Opérateur responsable obligatoire"
           ELSE IF WS-OPR-USABLE-YES

               OPEN INPUT OPERATOR-FILE
               MOVE WS-RESP-INPUT TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Opérateur inconnu"
                   NOT INVALID KEY
                       IF OPR-ACTIVE NOT = 'A'
                           DISPLAY "Opérateur désactivé"
                       ELSE
                           MOVE 'Y' TO WS-RESP-OK
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE

           ELSE
               MOVE 'Y' TO WS-RESP-OK
           END-IF
           END-IF
       .

       0500-GET-RESPONSIBLE-END.
           EXIT
       .
