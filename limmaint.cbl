      *=============================================================*
      * LIMMAINT:                                                   *
      *    L'objectif: Entretenir la table LIMITES.DAT des plafonds *
      *    de montant au-delà desquels calcul2 met une transaction  *
      *    en suspens, dans l'attente d'un second opérateur.        *
      *    Les étapes:                                              *
      *    J'identifie l'opérateur comme calcul2 le fait,           *
      *    je charge la table des plafonds, puis je propose un      *
      *    menu : lister les plafonds, ajouter un plafond pour un   *
      *    signe et, au besoin, un seul opérateur, modifier un      *
      *    plafond ou le supprimer. Un doublon de signe et          *
      *    d'opérateur est refusé, et chaque changement est         *
      *    consigné dans LIMMAINT.LOG avec l'ancienne valeur, la    *
      *    nouvelle, le code opérateur et l'horodatage.             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. limmaint.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIM-FILE ASSIGN TO 'LIMITES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT OPER-FILE ASSIGN TO 'OPERATEURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JRN-FILE ASSIGN TO 'LIMMAINT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * journal des exceptions partagé, pour les accès refusés
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Même dessin que dans calcul2 : un code opérateur à blanc
      * vaut plafond commun à tous les opérateurs
       FD  LIM-FILE.
       01  LIM-RECORD.
           05  LIM-SIGN        PIC X(1).
           05  LIM-OPER        PIC X(3).
           05  LIM-PLAFOND     PIC 9(11)V99.

      * Fichier des opérateurs habilités, partagé avec calcul2 ;
      * la sixième position du profil accorde les plafonds et la
      * libération des suspens, un profil à blanc accorde tout
       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Piste d'audit des changements de plafond
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-LIM-STATUS PIC X(2) VALUE '00'.
       01  WS-OPER-STATUS PIC X(2) VALUE '00'.
       01  WS-JRN-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-LIM PIC X VALUE 'N'.
       88  EOF-LIM VALUE 'Y'.
       01  WS-EOF-OPER PIC X VALUE 'N'.
       88  EOF-OPER VALUE 'Y'.
      * Table des plafonds chargée au lancement, réécrite à chaque
      * changement comme calcul2 la lit
       01  WS-LIM-NB PIC 9(2) VALUE 0.
       01  WS-LIM-MAX PIC 9(2) VALUE 50.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENT OCCURS 50 TIMES.
               10  WLIM-SIGN PIC X(1).
               10  WLIM-OPER PIC X(3).
               10  WLIM-PLAFOND PIC 9(11)V99.
       01  WS-LIM-IDX PIC 9(2) VALUE 0.
       01  WS-IDX-TROUVE PIC 9(2) VALUE 0.
      * Identification de l'opérateur, comme dans calcul2
       01  WS-OPER-NB PIC 9(2) VALUE 0.
       01  WS-OPER-MAX PIC 9(2) VALUE 20.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENT OCCURS 20 TIMES.
               10  WOP-CODE PIC X(3).
               10  WOP-NOM PIC X(20).
               10  WOP-DROITS PIC X(7).
       01  WS-OPER-IDX PIC 9(2) VALUE 0.
       01  WS-OPERATEUR PIC X(3) VALUE SPACES.
       01  WS-OPERATEUR-NOM PIC X(20) VALUE SPACES.
       01  WS-OPER-DROITS PIC X(7) VALUE SPACES.
       01  WS-OPER-OK PIC X VALUE 'N'.
       88  OPERATEUR-VALIDE VALUE 'O'.
       01  WS-OPER-FICHIER PIC X VALUE 'N'.
       88  FICHIER-OPER-PRESENT VALUE 'O'.
       01  WS-OPER-SAISIE PIC X(5).
      * Saisies du menu et du plafond en cours
       01  WS-CHOIX PIC X VALUE SPACE.
       88  FIN-DEMANDEE VALUE 'X'.
       01  WS-SAISIE PIC X(20).
       01  WS-SIGN-SAISI PIC X(1) VALUE SPACE.
       88  SIGNE-CONTROLABLE VALUES '+' '-' '*' '/' 'P' 'M' 'C' 'E'.
       01  WS-OPER-VISE PIC X(3) VALUE SPACES.
       01  WS-OPER-CONNU PIC X VALUE 'N'.
       88  OPERATEUR-CONNU VALUE 'O'.
       01  WS-PLAFOND-SAISI PIC 9(11)V99 VALUE 0.
       01  WS-PLAFOND-PREC PIC 9(11)V99 VALUE 0.
       01  WS-REPONSE PIC X(5).
      * Valeurs avant/après pour la piste d'audit
       01  WS-ANCIEN-AFF PIC Z(10)9.99.
       01  WS-NOUVEAU-AFF PIC Z(10)9.99.
       01  WS-PLAFOND-AFF PIC Z(10)9.99.
       01  WS-OPER-AFF PIC X(5).
       01  WS-ACTION PIC X(12).
       01  WS-JRN-PTR PIC 9(3) VALUE 1.
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TIME.
           05  WS-DT-AAAA PIC X(4).
           05  WS-DT-MM PIC X(2).
           05  WS-DT-JJ PIC X(2).
           05  WS-DT-HH PIC X(2).
           05  WS-DT-MN PIC X(2).
           05  WS-DT-SS PIC X(2).
           05  FILLER PIC X(12).
       01  WS-AFF-MENU PIC X(60) VALUE
           'L=lister, A=ajouter, M=modifier, S=supprimer, X=fin : '.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY '------ Entretien des plafonds de montant ------'.
           PERFORM CHARGER-OPERATEURS.
           MOVE 'N' TO WS-OPER-OK.
           PERFORM SAISIR-OPERATEUR UNTIL OPERATEUR-VALIDE.
           DISPLAY 'Opérateur de la session : ' WS-OPERATEUR ' '
              FUNCTION TRIM(WS-OPERATEUR-NOM).
      * le profil doit accorder le contrôle des montants (position 6)
           IF WS-OPER-DROITS NOT = SPACES
              AND WS-OPER-DROITS(6:1) NOT = 'O'
              DISPLAY 'Droit insuffisant pour l''entretien des '
                 'plafonds'
              PERFORM TRACER-ACCES-REFUSE
              STOP RUN
           END-IF.
           PERFORM CHARGER-LIMITES.
           PERFORM TRAITER-MENU UNTIL FIN-DEMANDEE.
           STOP RUN.
      **************************************************************

       TRAITER-MENU.
           DISPLAY WS-AFF-MENU WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           MOVE FUNCTION TRIM(WS-CHOIX) TO WS-CHOIX.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.
           EVALUATE WS-CHOIX
              WHEN 'L'
                 PERFORM LISTER-LIMITES
              WHEN 'A'
                 PERFORM AJOUTER-LIMITE
              WHEN 'M'
                 PERFORM MODIFIER-LIMITE
              WHEN 'S'
                 PERFORM SUPPRIMER-LIMITE
              WHEN 'X'
                 CONTINUE
              WHEN SPACE
      * une saisie vide met fin à l'entretien, comme X
                 MOVE 'X' TO WS-CHOIX
              WHEN OTHER
                 DISPLAY 'Choix inconnu'
           END-EVALUATE.

      **************************************************************
      * Liste les plafonds en vigueur ; un signe absent de la
      * table n'est pas contrôlé par calcul2
      **************************************************************
       LISTER-LIMITES.
           IF WS-LIM-NB = 0
              DISPLAY 'Aucun plafond, aucune transaction suspendue'
           END-IF.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIM-NB
              MOVE WLIM-PLAFOND(WS-LIM-IDX) TO WS-PLAFOND-AFF
              IF WLIM-OPER(WS-LIM-IDX) = SPACES
                 DISPLAY 'Signe ' WLIM-SIGN(WS-LIM-IDX)
                    ' tous opérateurs  plafond ' WS-PLAFOND-AFF
              ELSE
                 DISPLAY 'Signe ' WLIM-SIGN(WS-LIM-IDX)
                    ' opérateur ' WLIM-OPER(WS-LIM-IDX)
                    '    plafond ' WS-PLAFOND-AFF
              END-IF
           END-PERFORM.

      **************************************************************
      * Ajoute un plafond : signe, opérateur facultatif et montant,
      * doublon de signe et d'opérateur refusé
      **************************************************************
       AJOUTER-LIMITE.
           IF WS-LIM-NB >= WS-LIM-MAX
              DISPLAY 'Table des plafonds pleine, ajout impossible'
           ELSE
              PERFORM SAISIR-SIGNE
              IF WS-SIGN-SAISI NOT = SPACE
                 PERFORM SAISIR-OPER-VISE
                 IF OPERATEUR-CONNU
                    PERFORM CHERCHER-LIMITE
                    IF WS-IDX-TROUVE > 0
                       DISPLAY 'Un plafond existe déjà pour ce signe '
                          'et cet opérateur, ajout refusé'
                    ELSE
                       PERFORM SAISIR-PLAFOND
                       IF WS-PLAFOND-SAISI > 0
                          PERFORM INSCRIRE-LIMITE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       INSCRIRE-LIMITE.
           ADD 1 TO WS-LIM-NB.
           MOVE WS-SIGN-SAISI TO WLIM-SIGN(WS-LIM-NB).
           MOVE WS-OPER-VISE TO WLIM-OPER(WS-LIM-NB).
           MOVE WS-PLAFOND-SAISI TO WLIM-PLAFOND(WS-LIM-NB).
           PERFORM SAUVER-LIMITES.
           MOVE 0 TO WS-PLAFOND-PREC.
           MOVE 'AJOUT' TO WS-ACTION.
           PERFORM JOURNALISER-CHANGEMENT.
           MOVE WS-PLAFOND-SAISI TO WS-PLAFOND-AFF.
           DISPLAY 'Plafond du signe ' WS-SIGN-SAISI ' inscrit : '
              FUNCTION TRIM(WS-PLAFOND-AFF).

      **************************************************************
      * Modifie le montant d'un plafond existant
      **************************************************************
       MODIFIER-LIMITE.
           PERFORM SAISIR-SIGNE.
           IF WS-SIGN-SAISI NOT = SPACE
              PERFORM SAISIR-OPER-VISE
              IF OPERATEUR-CONNU
                 PERFORM CHERCHER-LIMITE
                 IF WS-IDX-TROUVE = 0
                    DISPLAY 'Aucun plafond pour ce signe et cet '
                       'opérateur'
                 ELSE
                    MOVE WLIM-PLAFOND(WS-IDX-TROUVE) TO WS-PLAFOND-AFF
                    DISPLAY 'Plafond actuel : '
                       FUNCTION TRIM(WS-PLAFOND-AFF)
                    PERFORM SAISIR-PLAFOND
                    IF WS-PLAFOND-SAISI > 0
                       MOVE WLIM-PLAFOND(WS-IDX-TROUVE)
                          TO WS-PLAFOND-PREC
                       MOVE WS-PLAFOND-SAISI
                          TO WLIM-PLAFOND(WS-IDX-TROUVE)
                       PERFORM SAUVER-LIMITES
                       MOVE 'MODIFICATION' TO WS-ACTION
                       PERFORM JOURNALISER-CHANGEMENT
                       DISPLAY 'Plafond modifié'
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **************************************************************
      * Supprime un plafond après confirmation ; le signe n'est
      * plus contrôlé, sauf par un plafond commun qui subsiste
      **************************************************************
       SUPPRIMER-LIMITE.
           PERFORM SAISIR-SIGNE.
           IF WS-SIGN-SAISI NOT = SPACE
              PERFORM SAISIR-OPER-VISE
              IF OPERATEUR-CONNU
                 PERFORM CHERCHER-LIMITE
                 IF WS-IDX-TROUVE = 0
                    DISPLAY 'Aucun plafond pour ce signe et cet '
                       'opérateur'
                 ELSE
                    MOVE WLIM-PLAFOND(WS-IDX-TROUVE) TO WS-PLAFOND-AFF
                    DISPLAY 'Supprimer le plafond '
                       FUNCTION TRIM(WS-PLAFOND-AFF) ' (O/N) ? '
                       WITH NO ADVANCING
                    MOVE SPACES TO WS-REPONSE
                    ACCEPT WS-REPONSE
                    MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-REPONSE)) TO WS-REPONSE
                    IF WS-REPONSE = 'O'
                       MOVE WLIM-PLAFOND(WS-IDX-TROUVE)
                          TO WS-PLAFOND-PREC
                       MOVE 0 TO WS-PLAFOND-SAISI
                       PERFORM RETIRER-LIMITE
                       PERFORM SAUVER-LIMITES
                       MOVE 'SUPPRESSION' TO WS-ACTION
                       PERFORM JOURNALISER-CHANGEMENT
                       DISPLAY 'Plafond supprimé'
                    ELSE
                       DISPLAY 'Suppression abandonnée'
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Retire l'entrée trouvée en resserrant la table
       RETIRER-LIMITE.
           PERFORM VARYING WS-LIM-IDX FROM WS-IDX-TROUVE BY 1
              UNTIL WS-LIM-IDX >= WS-LIM-NB
              MOVE WS-LIM-ENT(WS-LIM-IDX + 1)
                 TO WS-LIM-ENT(WS-LIM-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-LIM-NB.

      **************************************************************
      * Saisies élémentaires du signe, de l'opérateur et du montant
      **************************************************************
      * Seuls les signes qui produisent un montant sont plafonnés :
      * les registres mémoire S et R n'en produisent pas, les
      * annulations et régularisations corrigent un montant passé
       SAISIR-SIGNE.
           MOVE SPACES TO WS-SAISIE.
           DISPLAY 'Signe (+ - * / P M C E) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAISIE))
              TO WS-SAISIE.
           MOVE WS-SAISIE(1:1) TO WS-SIGN-SAISI.
           IF NOT SIGNE-CONTROLABLE
              DISPLAY 'Signe sans plafond possible, retour au menu'
              MOVE SPACE TO WS-SIGN-SAISI
           END-IF.

      * Un opérateur vide désigne le plafond commun ; un code
      * saisi doit figurer au fichier des opérateurs
       SAISIR-OPER-VISE.
           MOVE SPACES TO WS-SAISIE.
           DISPLAY 'Opérateur visé (vide=tous) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAISIE))
              TO WS-SAISIE.
           MOVE WS-SAISIE(1:3) TO WS-OPER-VISE.
           MOVE 'O' TO WS-OPER-CONNU.
           IF WS-OPER-VISE NOT = SPACES AND FICHIER-OPER-PRESENT
              MOVE 'N' TO WS-OPER-CONNU
              PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                 UNTIL WS-OPER-IDX > WS-OPER-NB OR OPERATEUR-CONNU
                 IF WOP-CODE(WS-OPER-IDX) = WS-OPER-VISE
                    MOVE 'O' TO WS-OPER-CONNU
                 END-IF
              END-PERFORM
              IF NOT OPERATEUR-CONNU
                 DISPLAY 'Opérateur inconnu, retour au menu'
              END-IF
           END-IF.

       SAISIR-PLAFOND.
           MOVE 0 TO WS-PLAFOND-SAISI.
           MOVE SPACES TO WS-SAISIE.
           DISPLAY 'Plafond du montant : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-PLAFOND-SAISI
           END-IF.
           IF WS-PLAFOND-SAISI = 0
              DISPLAY 'Un plafond nul suspendrait toutes les '
                 'transactions, saisie refusée'
           END-IF.

      * Retrouve l'entrée du signe pour l'opérateur visé exact
       CHERCHER-LIMITE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIM-NB OR WS-IDX-TROUVE > 0
              IF WLIM-SIGN(WS-LIM-IDX) = WS-SIGN-SAISI
                 AND WLIM-OPER(WS-LIM-IDX) = WS-OPER-VISE
                 MOVE WS-LIM-IDX TO WS-IDX-TROUVE
              END-IF
           END-PERFORM.

      **************************************************************
      * Piste d'audit : une ligne par changement avec l'action,
      * l'ancienne et la nouvelle valeur, l'opérateur et l'heure
      **************************************************************
       JOURNALISER-CHANGEMENT.
           OPEN EXTEND JRN-FILE.
           IF WS-JRN-STATUS = '35'
              OPEN OUTPUT JRN-FILE
              CLOSE JRN-FILE
              OPEN EXTEND JRN-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire LIMMAINT.LOG, statut '
                 WS-JRN-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
              MOVE WS-PLAFOND-PREC TO WS-ANCIEN-AFF
              MOVE WS-PLAFOND-SAISI TO WS-NOUVEAU-AFF
              IF WS-OPER-VISE = SPACES
                 MOVE '*' TO WS-OPER-AFF
              ELSE
                 MOVE WS-OPER-VISE TO WS-OPER-AFF
              END-IF
              MOVE SPACES TO JRN-RECORD
              MOVE 1 TO WS-JRN-PTR
              STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
                 ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
                 ' ' FUNCTION TRIM(WS-ACTION)
                 ' signe=' WS-SIGN-SAISI
                 ' pour=' FUNCTION TRIM(WS-OPER-AFF)
                 ' ancien=' FUNCTION TRIM(WS-ANCIEN-AFF)
                 ' nouveau=' FUNCTION TRIM(WS-NOUVEAU-AFF)
                 ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO JRN-RECORD
                 WITH POINTER WS-JRN-PTR
              END-STRING
              WRITE JRN-RECORD
              CLOSE JRN-FILE
           END-IF.

      **************************************************************
      * Table des plafonds : chargement au lancement et réécriture
      * complète après chaque changement
      **************************************************************
       CHARGER-LIMITES.
           MOVE 'N' TO WS-EOF-LIM.
           OPEN INPUT LIM-FILE.
           IF WS-LIM-STATUS = '00'
              PERFORM LIRE-LIMITE UNTIL EOF-LIM
              CLOSE LIM-FILE
           ELSE
              DISPLAY 'Fichier LIMITES.DAT absent, table vide'
           END-IF.

       LIRE-LIMITE.
           READ LIM-FILE
              AT END MOVE 'Y' TO WS-EOF-LIM
              NOT AT END
                 IF WS-LIM-NB < WS-LIM-MAX AND LIM-SIGN NOT = SPACE
                    AND LIM-PLAFOND IS NUMERIC
                    ADD 1 TO WS-LIM-NB
                    MOVE FUNCTION UPPER-CASE(LIM-SIGN)
                       TO WLIM-SIGN(WS-LIM-NB)
                    MOVE FUNCTION UPPER-CASE(LIM-OPER)
                       TO WLIM-OPER(WS-LIM-NB)
                    MOVE LIM-PLAFOND TO WLIM-PLAFOND(WS-LIM-NB)
                 END-IF
           END-READ.

       SAUVER-LIMITES.
           OPEN OUTPUT LIM-FILE.
           IF WS-LIM-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire LIMITES.DAT, statut '
                 WS-LIM-STATUS
           ELSE
              PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                 UNTIL WS-LIM-IDX > WS-LIM-NB
                 MOVE WLIM-SIGN(WS-LIM-IDX) TO LIM-SIGN
                 MOVE WLIM-OPER(WS-LIM-IDX) TO LIM-OPER
                 MOVE WLIM-PLAFOND(WS-LIM-IDX) TO LIM-PLAFOND
                 WRITE LIM-RECORD
              END-PERFORM
              CLOSE LIM-FILE
           END-IF.

      **************************************************************
      * Identification de l'opérateur, reprise de calcul2 : sans
      * fichier des opérateurs le code est accepté tel quel
      **************************************************************
       CHARGER-OPERATEURS.
           MOVE 'N' TO WS-EOF-OPER.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS = '00'
              MOVE 'O' TO WS-OPER-FICHIER
              PERFORM LIRE-OPERATEUR UNTIL EOF-OPER
              CLOSE OPER-FILE
           END-IF.

       LIRE-OPERATEUR.
           READ OPER-FILE
              AT END MOVE 'Y' TO WS-EOF-OPER
              NOT AT END
                 IF WS-OPER-NB < WS-OPER-MAX AND OPE-CODE NOT = SPACES
                    ADD 1 TO WS-OPER-NB
                    MOVE FUNCTION UPPER-CASE(OPE-CODE)
                       TO WOP-CODE(WS-OPER-NB)
                    MOVE OPE-NOM TO WOP-NOM(WS-OPER-NB)
                    MOVE FUNCTION UPPER-CASE(OPE-DROITS)
                       TO WOP-DROITS(WS-OPER-NB)
                 END-IF
           END-READ.

       SAISIR-OPERATEUR.
           MOVE SPACES TO WS-OPER-SAISIE.
           DISPLAY 'Code opérateur - 3 caractères ' WITH NO ADVANCING.
           ACCEPT WS-OPER-SAISIE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-SAISIE))
              TO WS-OPER-SAISIE.
           MOVE WS-OPER-SAISIE(1:3) TO WS-OPERATEUR.
           PERFORM VALIDER-OPERATEUR.
           IF NOT OPERATEUR-VALIDE
              DISPLAY 'Code opérateur inconnu'
           END-IF.

       VALIDER-OPERATEUR.
           MOVE 'N' TO WS-OPER-OK.
           MOVE SPACES TO WS-OPERATEUR-NOM.
           MOVE SPACES TO WS-OPER-DROITS.
           IF WS-OPERATEUR = SPACES
              CONTINUE
           ELSE
              IF FICHIER-OPER-PRESENT
                 PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                    UNTIL WS-OPER-IDX > WS-OPER-NB
                    OR OPERATEUR-VALIDE
                    IF WOP-CODE(WS-OPER-IDX) = WS-OPERATEUR
                       MOVE 'O' TO WS-OPER-OK
                       MOVE WOP-NOM(WS-OPER-IDX)
                          TO WS-OPERATEUR-NOM
                       MOVE WOP-DROITS(WS-OPER-IDX)
                          TO WS-OPER-DROITS
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'Fichier OPERATEURS.DAT absent, code '
                    'accepté sans contrôle'
                 MOVE 'O' TO WS-OPER-OK
              END-IF
           END-IF.

      * Trace l'accès refusé dans le journal des exceptions, sous
      * le code E008 dédié aux droits
       TRACER-ACCES-REFUSE.
           OPEN EXTEND EXCEPT-FILE.
           IF WS-EXCEPT-STATUS = '35'
              OPEN OUTPUT EXCEPT-FILE
              CLOSE EXCEPT-FILE
              OPEN EXTEND EXCEPT-FILE
           END-IF.
           IF WS-EXCEPT-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire EXCEPTION.LOG, statut '
                 WS-EXCEPT-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
              MOVE SPACES TO EXCEPT-RECORD
              STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
                 ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
                 ' E008 Droit insuffisant pour les plafonds'
                 ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
              END-STRING
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
           END-IF.
