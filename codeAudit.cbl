           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
      * bibliothèque des formules nommées, partagée avec calcul2,
      * et journal de ses changements
           SELECT FORM-FILE ASSIGN TO 'FORMULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.
           SELECT FJRN-FILE ASSIGN TO 'FORMULES.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FJRN-STATUS.

      ******************************************************************
       DATA DIVISION.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD  PIC X(180).
       FD  VERROU-FILE.
       01  VERROU-RECORD  PIC X(40).

      * Une formule nommée : un terme de départ puis jusqu'à huit
      * couples opérateur/terme, évalués de gauche à droite. Un
      * terme est une valeur à saisir (type V, rang 1 à 8 dans
      * FORM-VAL) ou une constante (type K). Même dessin que dans
      * calcul2
       FD  FORM-FILE.
       01  FORM-RECORD.
           05  FORM-NOM        PIC X(10).
           05  FORM-NB-VAL     PIC 9(1).
           05  FORM-NB         PIC 9(1).
           05  FORM-TERME OCCURS 9 TIMES.
               10  FORM-OP     PIC X(1).
               10  FORM-TYPE   PIC X(1).
               10  FORM-VAL    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FORM-HORODATE   PIC X(19).
           05  FORM-OPER       PIC X(3).

       FD  FJRN-FILE.
       01  FJRN-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
      * declaration des variables
           01 NUM         PIC S9(9)V99.
               05 OPERATEUR-ENT OCCURS 20 TIMES.
                   10 OPER-CODE-T PIC X(3).
                   10 OPER-NOM-T PIC X(20).
                   10 OPER-DROITS-T PIC X(7).
           01 OPER-IDX    PIC 9(2) VALUE 0.
           01 OPERATEUR-CODE PIC X(3) VALUE SPACES.
           01 OPERATEUR-NOM PIC X(20) VALUE SPACES.
           01 OPERATEUR-DROITS PIC X(7) VALUE SPACES.
           01 OPERATEUR-OK PIC X VALUE 'N'.
           01 FICHIER-OPER PIC X VALUE 'N'.
           01 OPER-SAISIE PIC X(5).
           01 WS-CHN-LONG PIC 9(3) VALUE 0.
           01 FIN-AMORCE PIC X VALUE 'N'.
           01 AMORCE-VUE PIC X VALUE 'N'.
      * bibliothèque des formules, rechargée depuis FORMULES.DAT
      * avant chaque consultation et chaque changement
           01 WS-FORM-STATUS PIC X(2) VALUE '00'.
           01 WS-FJRN-STATUS PIC X(2) VALUE '00'.
           01 FIN-FORMULES PIC X VALUE 'N'.
           01 NB-FORMULES PIC 9(2) VALUE 0.
           01 FORM-MAX    PIC 9(2) VALUE 50.
           01 TABLE-FORMULES.
               05 FORMULE-ENT OCCURS 50 TIMES.
                   10 FOR-NOM-T PIC X(10).
                   10 FOR-NB-VAL-T PIC 9(1).
                   10 FOR-NB-T PIC 9(1).
                   10 FOR-TERME-T OCCURS 9 TIMES.
                       15 FOR-OP-T PIC X(1).
                       15 FOR-TYPE-T PIC X(1).
                       15 FOR-VAL-T PIC S9(9)V99
                           SIGN LEADING SEPARATE.
                   10 FOR-HORO-T PIC X(19).
                   10 FOR-OPER-T PIC X(3).
           01 FORM-IDX    PIC 9(2) VALUE 0.
           01 FORM-TROUVE PIC 9(2) VALUE 0.
      * formule en cours de saisie, même dessin qu'un poste de la
      * table
           01 FORMULE-COURANTE.
               05 FC-NOM PIC X(10).
               05 FC-NB-VAL PIC 9(1).
               05 FC-NB PIC 9(1).
               05 FC-TERME OCCURS 9 TIMES.
                   10 FC-OP PIC X(1).
                   10 FC-TYPE PIC X(1).
                   10 FC-VAL PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FC-HORODATE PIC X(19).
               05 FC-OPER PIC X(3).
           01 CHOIX-FORMULE PIC X VALUE SPACE.
           01 NOM-SAISI   PIC X(10) VALUE SPACES.
           01 SAISIE-TERME PIC X(15) VALUE SPACES.
           01 TERME-OK    PIC X VALUE 'N'.
           01 FIN-ETAPES  PIC X VALUE 'N'.
           01 TERME-IDX   PIC 9(2) VALUE 0.
           01 VAL-IDX     PIC 9 VALUE 0.
           01 TABLE-VALEURS.
               05 VALEUR-F PIC S9(9)V99 VALUE 0 OCCURS 8 TIMES.
           01 TEXTE-FORMULE PIC X(150) VALUE SPACES.
           01 TEXTE-PTR   PIC 9(3) VALUE 1.
           01 TERME-EDIT  PIC -(8)9.99.
           01 FORMULE-OK  PIC X VALUE 'O'.
           01 TOTAL-GARDE PIC S9(10)V99 VALUE 0.
           01 CALCUL-GARDE PIC X(200) VALUE SPACES.
           01 CONFIRME    PIC X VALUE SPACE.
           01 JRN-ACTION  PIC X(12) VALUE SPACES.


      ****************************************************************** 
           STOP RUN
           END-IF
      * on selectionne l'operateur
           DISPLAY "Entrez l'opérateur (+, -, *, /, S, R, F) : "
           ACCEPT OPERATEUR.
      * S et R travaillent sur les registres partagés et n'ont pas
      * de deuxième opérande à saisir
               PERFORM RAPPELER-REGISTRE
               GO TO CONTINUER-CALCUL
           END-IF
      * F ouvre la bibliothèque des formules nommées
           IF OPERATEUR = "F" OR OPERATEUR = "f"
               PERFORM MENU-FORMULES
               GO TO CONTINUER-CALCUL
           END-IF

           DISPLAY "Entrez le nombre suivant : " WITH NO ADVANCING.
           ACCEPT NUM.
      * FONCTIONS
      ******************************************************************
       ADDITION.
           COMPUTE TOTAL = TOTAL + NUM
               ON SIZE ERROR
                   DISPLAY "Erreur : dépassement de capacité."
                   MOVE 'N' TO FORMULE-OK
               NOT ON SIZE ERROR
                   PERFORM TRACER-ETAPE
           END-COMPUTE.
           EXIT.

       SOUSTRACTION.
           COMPUTE TOTAL = TOTAL - NUM
               ON SIZE ERROR
                   DISPLAY "Erreur : dépassement de capacité."
                   MOVE 'N' TO FORMULE-OK
               NOT ON SIZE ERROR
                   PERFORM TRACER-ETAPE
           END-COMPUTE.
           EXIT.

       MULTIPLICATION.
           COMPUTE TOTAL = TOTAL * NUM
               ON SIZE ERROR
                   DISPLAY "Erreur : dépassement de capacité."
                   MOVE 'N' TO FORMULE-OK
               NOT ON SIZE ERROR
                   PERFORM TRACER-ETAPE
           END-COMPUTE.
       LIBERER-VERROU.
           DELETE FILE VERROU-FILE.
           EXIT.

      ******************************************************************
      * FORMULES NOMMEES
      ******************************************************************
      * Menu de la bibliothèque des formules : liste, exécution,
      * enregistrement et suppression ; une saisie vide revient au
      * calcul en cours
       MENU-FORMULES.
           DISPLAY "Formules : L liste, E exécuter, A enregistrer, "
               "S supprimer : " WITH NO ADVANCING.
           MOVE SPACE TO CHOIX-FORMULE.
           ACCEPT CHOIX-FORMULE.
           MOVE FUNCTION UPPER-CASE(CHOIX-FORMULE) TO CHOIX-FORMULE.
           PERFORM CHARGER-FORMULES.
           EVALUATE CHOIX-FORMULE
               WHEN "L" PERFORM LISTER-FORMULES
               WHEN "E" PERFORM EXECUTER-FORMULE
               WHEN "A" PERFORM ENREGISTRER-FORMULE
               WHEN "S" PERFORM SUPPRIMER-FORMULE
               WHEN SPACE CONTINUE
               WHEN OTHER DISPLAY "Erreur : Choix inconnu."
           END-EVALUATE.
           EXIT.

      * charge la bibliothèque depuis FORMULES.DAT ; sans fichier
      * la bibliothèque est vide
       CHARGER-FORMULES.
           MOVE 0 TO NB-FORMULES.
           MOVE 'N' TO FIN-FORMULES.
           OPEN INPUT FORM-FILE.
           IF WS-FORM-STATUS = '00'
               PERFORM LIRE-FORMULE UNTIL FIN-FORMULES = 'Y'
               CLOSE FORM-FILE
           END-IF.
           EXIT.

       LIRE-FORMULE.
           READ FORM-FILE
               AT END MOVE 'Y' TO FIN-FORMULES
               NOT AT END
                   IF NB-FORMULES < FORM-MAX AND FORM-NOM NOT = SPACES
                    AND FORM-NB IS NUMERIC AND FORM-NB >= 1
                    AND FORM-NB <= 8 AND FORM-NB-VAL IS NUMERIC
                       ADD 1 TO NB-FORMULES
                       MOVE FORM-RECORD TO FORMULE-ENT(NB-FORMULES)
                   END-IF
           END-READ.
           EXIT.

      * cherche NOM-SAISI dans la bibliothèque, FORM-TROUVE à zéro
      * si la formule n'existe pas
       CHERCHER-FORMULE.
           MOVE 0 TO FORM-TROUVE.
           PERFORM VARYING FORM-IDX FROM 1 BY 1
               UNTIL FORM-IDX > NB-FORMULES OR FORM-TROUVE > 0
               IF FOR-NOM-T(FORM-IDX) = NOM-SAISI
                   MOVE FORM-IDX TO FORM-TROUVE
               END-IF
           END-PERFORM.
           EXIT.

       SAISIR-NOM-FORMULE.
           DISPLAY "Nom de la formule (10 caractères) : "
               WITH NO ADVANCING.
           MOVE SPACES TO NOM-SAISI.
           ACCEPT NOM-SAISI.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NOM-SAISI))
               TO NOM-SAISI.
           EXIT.

       LISTER-FORMULES.
           IF NB-FORMULES = 0
               DISPLAY "Aucune formule enregistrée."
           END-IF.
           PERFORM VARYING FORM-IDX FROM 1 BY 1
               UNTIL FORM-IDX > NB-FORMULES
               MOVE FORMULE-ENT(FORM-IDX) TO FORMULE-COURANTE
               PERFORM FORMER-TEXTE-FORMULE
               DISPLAY FC-NOM " " FUNCTION TRIM(TEXTE-FORMULE)
                   "  (" FC-NB-VAL " valeur(s), " FC-OPER " "
                   FC-HORODATE ")"
           END-PERFORM.
           EXIT.

      * met la formule courante en clair : V1 * 1.20 - V2
       FORMER-TEXTE-FORMULE.
           MOVE SPACES TO TEXTE-FORMULE.
           MOVE 1 TO TEXTE-PTR.
           PERFORM VARYING TERME-IDX FROM 1 BY 1
               UNTIL TERME-IDX > FC-NB + 1
               IF TERME-IDX > 1
                   STRING " " FC-OP(TERME-IDX) " " DELIMITED BY SIZE
                       INTO TEXTE-FORMULE WITH POINTER TEXTE-PTR
                   END-STRING
               END-IF
               IF FC-TYPE(TERME-IDX) = "V"
                   MOVE FC-VAL(TERME-IDX) TO VAL-IDX
                   STRING "V" VAL-IDX DELIMITED BY SIZE
                       INTO TEXTE-FORMULE WITH POINTER TEXTE-PTR
                   END-STRING
               ELSE
                   MOVE FC-VAL(TERME-IDX) TO TERME-EDIT
                   STRING FUNCTION TRIM(TERME-EDIT) DELIMITED BY SIZE
                       INTO TEXTE-FORMULE WITH POINTER TEXTE-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.

      * Exécute une formule : seules les valeurs V1 à Vn sont
      * demandées, puis les étapes sont évaluées comme au calcul
      * pas à pas et tracées dans l'audit ; le résultat devient le
      * total courant. Une étape en erreur rend le total précédent
       EXECUTER-FORMULE.
           PERFORM SAISIR-NOM-FORMULE.
           PERFORM CHERCHER-FORMULE.
           IF FORM-TROUVE = 0
               DISPLAY "Erreur : Formule inconnue."
           ELSE
               MOVE FORMULE-ENT(FORM-TROUVE) TO FORMULE-COURANTE
               PERFORM FORMER-TEXTE-FORMULE
               DISPLAY "Formule " FUNCTION TRIM(FC-NOM) " : "
                   FUNCTION TRIM(TEXTE-FORMULE)
               PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > FC-NB-VAL
                   DISPLAY "Valeur de V" VAL-IDX " : "
                       WITH NO ADVANCING
                   ACCEPT VALEUR-F(VAL-IDX)
               END-PERFORM
               MOVE TOTAL TO TOTAL-GARDE
               MOVE CALCUL-ENTIER TO CALCUL-GARDE
               MOVE 'O' TO FORMULE-OK
               MOVE 1 TO TERME-IDX
               PERFORM VALEUR-TERME
               MOVE NUM TO TOTAL
               MOVE NUM TO WS-NUM-EDIT
               MOVE FUNCTION TRIM(WS-NUM-EDIT) TO CALCUL-ENTIER
               MOVE "F" TO OPERATEUR
               PERFORM ECRIRE-AUDIT
               PERFORM VARYING TERME-IDX FROM 2 BY 1
                   UNTIL TERME-IDX > FC-NB + 1 OR FORMULE-OK = 'N'
                   PERFORM ETAPE-FORMULE
               END-PERFORM
               IF FORMULE-OK = 'N'
                   MOVE TOTAL-GARDE TO TOTAL
                   MOVE CALCUL-GARDE TO CALCUL-ENTIER
      * le retour au total précédent est tracé lui aussi, pour que
      * l'audit finisse sur le total que la session garde
                   MOVE "F" TO OPERATEUR
                   MOVE TOTAL-GARDE TO WS-NUM-EDIT
                   PERFORM ECRIRE-AUDIT
                   DISPLAY "Formule interrompue, total précédent "
                       "conservé."
               ELSE
                   MOVE TOTAL TO WS-TOTAL-EDIT
                   DISPLAY "Résultat de " FUNCTION TRIM(FC-NOM)
                       " : " WS-TOTAL-EDIT
               END-IF
           END-IF.
           EXIT.

      * valeur du terme TERME-IDX de la formule courante dans NUM
       VALEUR-TERME.
           IF FC-TYPE(TERME-IDX) = "V"
               MOVE FC-VAL(TERME-IDX) TO VAL-IDX
               MOVE VALEUR-F(VAL-IDX) TO NUM
           ELSE
               MOVE FC-VAL(TERME-IDX) TO NUM
           END-IF.
           EXIT.

       ETAPE-FORMULE.
           PERFORM VALEUR-TERME.
           MOVE FC-OP(TERME-IDX) TO OPERATEUR.
           IF OPERATEUR = "/" AND NUM = 0
               DISPLAY "Erreur : Division par zéro."
               MOVE 'N' TO FORMULE-OK
           ELSE
               EVALUATE OPERATEUR
                   WHEN "+" PERFORM ADDITION
                   WHEN "-" PERFORM SOUSTRACTION
                   WHEN "*" PERFORM MULTIPLICATION
                   WHEN "/" PERFORM DIVISER
                   WHEN OTHER
                       PERFORM UNKNOWN-OPERATOR
                       MOVE 'N' TO FORMULE-OK
               END-EVALUATE
           END-IF.
           EXIT.

      * Enregistre une formule : nom, terme de départ puis couples
      * opérateur/terme jusqu'à un opérateur vide ou huit étapes.
      * Un nom existant est remplacé après confirmation
       ENREGISTRER-FORMULE.
           PERFORM SAISIR-NOM-FORMULE.
           IF NOM-SAISI = SPACES
               DISPLAY "Erreur : Nom de formule obligatoire."
           ELSE
               PERFORM CHERCHER-FORMULE
               MOVE "O" TO CONFIRME
               IF FORM-TROUVE > 0
                   DISPLAY "Formule existante, la remplacer (O/N) ? "
                       WITH NO ADVANCING
                   ACCEPT CONFIRME
                   MOVE FUNCTION UPPER-CASE(CONFIRME) TO CONFIRME
               ELSE
                   IF NB-FORMULES >= FORM-MAX
                       DISPLAY "Erreur : Bibliothèque des formules "
                           "pleine."
                       MOVE "N" TO CONFIRME
                   END-IF
               END-IF
               IF CONFIRME = "O"
                   PERFORM SAISIR-FORMULE
               END-IF
           END-IF.
           EXIT.

       SAISIR-FORMULE.
           INITIALIZE FORMULE-COURANTE.
           MOVE NOM-SAISI TO FC-NOM.
           DISPLAY "Les valeurs à saisir s'écrivent V1 à V8."
           MOVE 1 TO TERME-IDX.
           MOVE 'N' TO TERME-OK.
           PERFORM SAISIR-TERME UNTIL TERME-OK = 'O'.
           MOVE 'N' TO FIN-ETAPES.
           PERFORM SAISIR-ETAPE-FORMULE
               UNTIL FIN-ETAPES = 'O' OR FC-NB >= 8.
           IF FC-NB = 0
               DISPLAY "Formule sans étape, non enregistrée."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
               STRING WS-AUDIT-AAAA '-' WS-AUDIT-MM '-' WS-AUDIT-JJ
                   ' ' WS-AUDIT-HH ':' WS-AUDIT-MN ':' WS-AUDIT-SS
                   DELIMITED BY SIZE INTO FC-HORODATE
               END-STRING
               MOVE OPERATEUR-CODE TO FC-OPER
      * la bibliothèque est relue juste avant la réécriture pour
      * ne pas perdre ce qu'un autre poste vient d'enregistrer
               PERFORM CHARGER-FORMULES
               PERFORM CHERCHER-FORMULE
               IF FORM-TROUVE > 0
                   MOVE "REMPLACEMENT" TO JRN-ACTION
                   MOVE FORMULE-COURANTE TO FORMULE-ENT(FORM-TROUVE)
                   PERFORM SAUVER-FORMULES
               ELSE
                   IF NB-FORMULES >= FORM-MAX
                       DISPLAY "Erreur : Bibliothèque des formules "
                           "pleine."
                   ELSE
                       MOVE "AJOUT" TO JRN-ACTION
                       ADD 1 TO NB-FORMULES
                       MOVE FORMULE-COURANTE TO FORMULE-ENT(NB-FORMULES)
                       PERFORM SAUVER-FORMULES
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * un couple opérateur/terme ; un opérateur vide termine la
      * formule
       SAISIR-ETAPE-FORMULE.
           DISPLAY "Opérateur (+, -, *, /, vide pour finir) : "
               WITH NO ADVANCING.
           MOVE SPACE TO OPERATEUR.
           ACCEPT OPERATEUR.
           EVALUATE OPERATEUR
               WHEN SPACE
                   MOVE 'O' TO FIN-ETAPES
               WHEN "+" WHEN "-" WHEN "*" WHEN "/"
                   ADD 1 TO FC-NB
                   COMPUTE TERME-IDX = FC-NB + 1
                   MOVE OPERATEUR TO FC-OP(TERME-IDX)
                   MOVE 'N' TO TERME-OK
                   PERFORM SAISIR-TERME UNTIL TERME-OK = 'O'
               WHEN OTHER
                   PERFORM UNKNOWN-OPERATOR
           END-EVALUATE.
           EXIT.

      * un terme : V1 à V8 pour une valeur à saisir à l'exécution,
      * sinon une constante ; une division par la constante zéro
      * est refusée dès la saisie
       SAISIR-TERME.
           DISPLAY "Terme (V1 à V8 ou nombre) : " WITH NO ADVANCING.
           MOVE SPACES TO SAISIE-TERME.
           ACCEPT SAISIE-TERME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SAISIE-TERME))
               TO SAISIE-TERME.
           MOVE 'O' TO TERME-OK.
           IF SAISIE-TERME(1:1) = "V"
               IF SAISIE-TERME(2:1) >= "1" AND SAISIE-TERME(2:1) <= "8"
                AND SAISIE-TERME(3:) = SPACES
                   MOVE "V" TO FC-TYPE(TERME-IDX)
                   MOVE SAISIE-TERME(2:1) TO VAL-IDX
                   MOVE VAL-IDX TO FC-VAL(TERME-IDX)
                   IF VAL-IDX > FC-NB-VAL
                       MOVE VAL-IDX TO FC-NB-VAL
                   END-IF
               ELSE
                   DISPLAY "Erreur : Valeur à saisir V1 à V8."
                   MOVE 'N' TO TERME-OK
               END-IF
           ELSE
               IF SAISIE-TERME = SPACES
                OR FUNCTION TEST-NUMVAL(SAISIE-TERME) NOT = 0
                   DISPLAY "Erreur : Terme invalide."
                   MOVE 'N' TO TERME-OK
               ELSE
                   MOVE "K" TO FC-TYPE(TERME-IDX)
                   MOVE FUNCTION NUMVAL(SAISIE-TERME)
                       TO FC-VAL(TERME-IDX)
                   IF FC-OP(TERME-IDX) = "/" AND FC-VAL(TERME-IDX) = 0
                       DISPLAY "Erreur : Division par zéro."
                       MOVE 'N' TO TERME-OK
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * supprime une formule après confirmation
       SUPPRIMER-FORMULE.
           PERFORM SAISIR-NOM-FORMULE.
           PERFORM CHERCHER-FORMULE.
           IF FORM-TROUVE = 0
               DISPLAY "Erreur : Formule inconnue."
           ELSE
               MOVE FORMULE-ENT(FORM-TROUVE) TO FORMULE-COURANTE
               PERFORM FORMER-TEXTE-FORMULE
               DISPLAY FC-NOM " " FUNCTION TRIM(TEXTE-FORMULE)
               DISPLAY "Supprimer cette formule (O/N) ? "
                   WITH NO ADVANCING
               MOVE SPACE TO CONFIRME
               ACCEPT CONFIRME
               IF CONFIRME = "O" OR CONFIRME = "o"
      * relue après la confirmation, comme à l'enregistrement, pour
      * ne pas perdre ce qu'un autre poste vient d'enregistrer
                   PERFORM CHARGER-FORMULES
                   PERFORM CHERCHER-FORMULE
                   IF FORM-TROUVE = 0
                       DISPLAY "Erreur : Formule inconnue."
                   ELSE
                       PERFORM VARYING FORM-IDX FROM FORM-TROUVE BY 1
                           UNTIL FORM-IDX >= NB-FORMULES
                           MOVE FORMULE-ENT(FORM-IDX + 1)
                               TO FORMULE-ENT(FORM-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM NB-FORMULES
                       MOVE "SUPPRESSION" TO JRN-ACTION
                       PERFORM SAUVER-FORMULES
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * réécrit FORMULES.DAT depuis la table et journalise le
      * changement de la formule courante
       SAUVER-FORMULES.
           OPEN OUTPUT FORM-FILE.
           IF WS-FORM-STATUS NOT = '00'
               DISPLAY "Erreur : FORMULES.DAT inaccessible, statut "
                   WS-FORM-STATUS
           ELSE
               PERFORM VARYING FORM-IDX FROM 1 BY 1
                   UNTIL FORM-IDX > NB-FORMULES
                   MOVE FORMULE-ENT(FORM-IDX) TO FORM-RECORD
                   WRITE FORM-RECORD
               END-PERFORM
               CLOSE FORM-FILE
               DISPLAY "FORMULES.DAT mis à jour : "
                   FUNCTION TRIM(JRN-ACTION) " " FUNCTION TRIM(FC-NOM)
               PERFORM JOURNALISER-FORMULE
           END-IF.
           EXIT.

      * une ligne par changement : action, nom, formule en clair et
      * opérateur de la session
       JOURNALISER-FORMULE.
           OPEN EXTEND FJRN-FILE.
           IF WS-FJRN-STATUS = '35'
               OPEN OUTPUT FJRN-FILE
               CLOSE FJRN-FILE
               OPEN EXTEND FJRN-FILE
           END-IF.
           IF WS-FJRN-STATUS NOT = '00'
               DISPLAY "Impossible d'écrire FORMULES.LOG, statut "
                   WS-FJRN-STATUS
           ELSE
               PERFORM FORMER-TEXTE-FORMULE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
               MOVE SPACES TO FJRN-RECORD
               STRING WS-AUDIT-AAAA '-' WS-AUDIT-MM '-' WS-AUDIT-JJ
                   ' ' WS-AUDIT-HH ':' WS-AUDIT-MN ':' WS-AUDIT-SS
                   ' ' FUNCTION TRIM(JRN-ACTION)
                   ' nom=' FUNCTION TRIM(FC-NOM)
                   ' formule=' FUNCTION TRIM(TEXTE-FORMULE)
                   ' op=' OPERATEUR-CODE
                   DELIMITED BY SIZE INTO FJRN-RECORD
               END-STRING
               WRITE FJRN-RECORD
               CLOSE FJRN-FILE
           END-IF.
           EXIT.
