           SELECT JRN-FILE ASSIGN TO 'TAUXMAIN.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * périodes comptables closes par clotper
           SELECT PER-FILE ASSIGN TO 'PERIODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
      * journal des exceptions partagé, pour les accès refusés
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Même dessin que dans clotper : l'état vaut C clos ou O
      * rouvert
       FD  PER-FILE.
       01  PER-RECORD.
           05  PER-MOIS        PIC 9(6).
           05  PER-ETAT        PIC X(1).
           05  PER-HORODATE    PIC X(19).
           05  PER-OPER        PIC X(3).

      * Piste d'audit des changements de taux
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(140).
       01  WS-OPER-STATUS PIC X(2) VALUE '00'.
       01  WS-JRN-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-PER-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-TAUX PIC X VALUE 'N'.
       88  EOF-TAUX VALUE 'Y'.
       01  WS-EOF-OPER PIC X VALUE 'N'.
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
       01  WS-FIN-SAISIE PIC 9(8) VALUE 0.
       01  WS-VALEUR-SAISIE PIC 9(7)V9(6) VALUE 0.
       01  WS-REPONSE PIC X(5).
      * Mois clos chargés au lancement : aucune date d'effet ni de
      * fin ne peut y tomber, le mois étant arrêté en comptabilité
       01  WS-EOF-PER PIC X VALUE 'N'.
       88  EOF-PER VALUE 'Y'.
       01  WS-PER-NB PIC 9(3) VALUE 0.
       01  WS-PER-MAX PIC 9(3) VALUE 200.
       01  WS-PER-TABLE.
           05  WPER-MOIS PIC 9(6) OCCURS 200 TIMES.
       01  WS-PER-IDX PIC 9(3) VALUE 0.
       01  WS-DATE-CTL PIC 9(8) VALUE 0.
       01  WS-PER-CLOSE PIC X VALUE 'N'.
       88  PERIODE-CLOSE VALUE 'O'.
      * Taux précédent du même code et calcul de l'écart ; au-delà
      * du seuil la saisie demande confirmation
       01  WS-VALEUR-PREC PIC 9(7)V9(6) VALUE 0.
       01  WS-NOUVEAU-AFF PIC Z(6)9.9(6).
       01  WS-TAUX-AFF PIC Z(6)9.9(6).
       01  WS-ACTION PIC X(12).
       01  WS-JRN-PTR PIC 9(3) VALUE 1.
       01  WS-CNT-LISTE PIC 9(3) VALUE 0.
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TIME.
              STOP RUN
           END-IF.
           PERFORM CHARGER-TAUX.
           PERFORM CHARGER-PERIODES.
           PERFORM TRAITER-MENU UNTIL FIN-DEMANDEE.
           STOP RUN.
      **************************************************************

      **************************************************************
      * Ajoute un taux : code, date d'effet et valeur, doublon de
      * code et de date refusé, écart au-delà du seuil confirmé,
      * date d'effet dans une période close refusée
      **************************************************************
       AJOUTER-TAUX.
           IF WS-TAUX-NB >= WS-TAUX-MAX
              PERFORM SAISIR-CODE
              IF WS-CODE-SAISI NOT = SPACES
                 PERFORM SAISIR-DATE-EFFET
                 MOVE WS-DATE-SAISIE TO WS-DATE-CTL
                 PERFORM CONTROLER-PERIODE
                 IF WS-DATE-SAISIE > 0 AND NOT PERIODE-CLOSE
                    PERFORM CHERCHER-CODE-DATE
                    IF WS-IDX-TROUVE > 0
                       DISPLAY 'Un taux existe déjà pour ce code à '

      **************************************************************
      * Clôt un taux : pose une date de fin de validité, au moins
      * égale à la date d'effet et hors période close ; calcul2
      * l'écarte au-delà
      **************************************************************
       CLORE-TAUX.
           PERFORM SAISIR-CODE.
                    DISPLAY 'Aucun taux pour ce code à cette date'
                 ELSE
                    PERFORM SAISIR-DATE-FIN
                    MOVE WS-FIN-SAISIE TO WS-DATE-CTL
                    PERFORM CONTROLER-PERIODE
                    EVALUATE TRUE
                       WHEN PERIODE-CLOSE
                          CONTINUE
                       WHEN WS-FIN-SAISIE >= WS-DATE-SAISIE
                          MOVE WTAUX-VALEUR(WS-IDX-TROUVE)
                             TO WS-VALEUR-PREC
                          MOVE WS-FIN-SAISIE
                             TO WTAUX-FIN(WS-IDX-TROUVE)
                          PERFORM SAUVER-TAUX
                          MOVE WTAUX-VALEUR(WS-IDX-TROUVE)
                             TO WS-VALEUR-SAISIE
                          MOVE 'CLOTURE' TO WS-ACTION
                          PERFORM JOURNALISER-CHANGEMENT
                          DISPLAY 'Taux clos au ' WS-FIN-SAISIE
                       WHEN OTHER
                          DISPLAY 'Date de fin avant la date '
                             'd''effet, clôture refusée'
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      **************************************************************
      * Supprime un taux après confirmation ; la piste d'audit
      * garde la valeur supprimée. Un taux entré en vigueur dans
      * une période close ne peut plus être supprimé
      **************************************************************
       SUPPRIMER-TAUX.
           PERFORM SAISIR-CODE.
           IF WS-CODE-SAISI NOT = SPACES
              PERFORM SAISIR-DATE-EFFET
              MOVE WS-DATE-SAISIE TO WS-DATE-CTL
              PERFORM CONTROLER-PERIODE
              IF WS-DATE-SAISIE > 0 AND NOT PERIODE-CLOSE
                 PERFORM CHERCHER-CODE-DATE
                 IF WS-IDX-TROUVE = 0
                    DISPLAY 'Aucun taux pour ce code à cette date'
              END-IF
           END-PERFORM.

      * Refuse une date tombant dans un mois clos par clotper ; la
      * date nulle d'une saisie invalide n'est pas contrôlée
       CONTROLER-PERIODE.
           MOVE 'N' TO WS-PER-CLOSE.
           IF WS-DATE-CTL > 0
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-NB OR PERIODE-CLOSE
                 IF WPER-MOIS(WS-PER-IDX) = WS-DATE-CTL(1:6)
                    MOVE 'O' TO WS-PER-CLOSE
                 END-IF
              END-PERFORM
           END-IF.
           IF PERIODE-CLOSE
              DISPLAY 'Date ' WS-DATE-CTL ' dans une période close, '
                 'changement refusé'
           END-IF.

      **************************************************************
      * Piste d'audit : une ligne par changement avec l'action,
      * l'ancienne et la nouvelle valeur, l'opérateur et l'heure
              MOVE WS-VALEUR-PREC TO WS-ANCIEN-AFF
              MOVE WS-VALEUR-SAISIE TO WS-NOUVEAU-AFF
              MOVE SPACES TO JRN-RECORD
              MOVE 1 TO WS-JRN-PTR
              STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
                 ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
                 ' ' FUNCTION TRIM(WS-ACTION)
                 ' effet=' WS-DATE-SAISIE
                 ' ancien=' FUNCTION TRIM(WS-ANCIEN-AFF)
                 ' nouveau=' FUNCTION TRIM(WS-NOUVEAU-AFF)
                 DELIMITED BY SIZE INTO JRN-RECORD
                 WITH POINTER WS-JRN-PTR
              END-STRING
      * une clôture porte aussi sa date de fin : la régularisation
      * des taux en déduit la période à revoir
              IF WS-ACTION = 'CLOTURE'
                 STRING ' fin=' WS-FIN-SAISIE
                    DELIMITED BY SIZE INTO JRN-RECORD
                    WITH POINTER WS-JRN-PTR
                 END-STRING
              END-IF
              STRING ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO JRN-RECORD
                 WITH POINTER WS-JRN-PTR
              END-STRING
              WRITE JRN-RECORD
              CLOSE JRN-FILE
              CLOSE TAUX-FILE
           END-IF.

      * Seuls les mois à l'état C sont retenus, un mois rouvert
      * accepte de nouveau les changements
       CHARGER-PERIODES.
           MOVE 'N' TO WS-EOF-PER.
           OPEN INPUT PER-FILE.
           IF WS-PER-STATUS = '00'
              PERFORM LIRE-PERIODE UNTIL EOF-PER
              CLOSE PER-FILE
           END-IF.

       LIRE-PERIODE.
           READ PER-FILE
              AT END MOVE 'Y' TO WS-EOF-PER
              NOT AT END
                 IF PER-ETAT = 'C' AND WS-PER-NB < WS-PER-MAX
                    ADD 1 TO WS-PER-NB
                    MOVE PER-MOIS TO WPER-MOIS(WS-PER-NB)
                 END-IF
           END-READ.

      **************************************************************
      * Identification de l'opérateur, reprise de calcul2 : sans
      * fichier des opérateurs le code est accepté tel quel
