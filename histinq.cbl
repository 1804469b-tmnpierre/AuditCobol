      *    transaction ou une fourchette de dates de lot,           *
      *    je parcours l'historique indexé et j'affiche chaque      *
      *    fiche retenue : opérandes, signe, résultat, marque de    *
      *    rejet, opérateur et horodatage ; une fiche annulée est   *
      *    suivie de son annulation, une annulation de la fiche     *
      *    qu'elle annule, pour voir les deux côtés de la paire.    *
      *    Une conversion montre son taux, et le taux corrigé       *
      *    après régularisation ; une régularisation est suivie     *
      *    de la conversion qu'elle corrige.                        *
      *    Je boucle sur la demande jusqu'à une saisie vide.        *
      *    auteur : Isabelle Marand                                 *
      *    Date création 02/09/2026                                 *
      *=============================================================*
           05  HIST-REJET      PIC X(1).
           05  HIST-OPER       PIC X(3).
           05  HIST-HORODATE   PIC X(19).
           05  HIST-ANNUL      PIC X(1).
           05  HIST-REF-DATE   PIC 9(8).
           05  HIST-REF-LOT    PIC 9(6).
           05  HIST-REF-TRANS  PIC 9(7).
           05  HIST-TAUX-CODE  PIC X(3).
           05  HIST-TAUX       PIC 9(7)V9(6).
           05  HIST-TAUX-REGUL PIC 9(7)V9(6).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS PIC X(2) VALUE '00'.
       01  WS-NUM1-AFF PIC -(9)9.99 VALUE 0.
       01  WS-NUM2-AFF PIC -(8)9.99 VALUE 0.
       01  WS-RESULT-AFF PIC -(9)9.99 VALUE 0.
       01  WS-TAUX-AFF PIC Z(6)9.9(6) VALUE 0.
       01  WS-REGUL-AFF PIC Z(6)9.9(6) VALUE 0.
      * Clé de la fiche affichée, gardée le temps de lire l'autre
      * fiche de la paire d'annulation, puis parcours repositionné
       01  WS-CLE-GARDE.
           05  WS-GARDE-DATE PIC 9(8).
           05  WS-GARDE-LOT PIC 9(6).
           05  WS-GARDE-TRANS PIC 9(7).
       01  WS-PAIRE PIC X VALUE 'N'.
       88  PAIRE-A-AFFICHER VALUE 'O'.

      **************************************************************
      * Exécution du programme

       AFFICHER-FICHE.
           ADD 1 TO WS-CNT-AFFICHEES.
           PERFORM EDITER-FICHE.
      * Une fiche annulée, une annulation ou une régularisation
      * renvoie à l'autre fiche de la paire, lue à part puis le
      * parcours est repositionné juste après la fiche affichée
           MOVE 'N' TO WS-PAIRE.
           IF HIST-REJET = SPACE
              AND (HIST-ANNUL = 'A' OR HIST-SIGN = 'A'
                 OR HIST-SIGN = 'G')
              AND HIST-REF-DATE IS NUMERIC
              AND HIST-REF-LOT IS NUMERIC
              AND HIST-REF-TRANS IS NUMERIC
              MOVE 'O' TO WS-PAIRE
           END-IF.
           IF PAIRE-A-AFFICHER
              MOVE HIST-CLE TO WS-CLE-GARDE
              MOVE HIST-REF-DATE TO HIST-DATE
              MOVE HIST-REF-LOT TO HIST-LOT
              MOVE HIST-REF-TRANS TO HIST-TRANS
              READ HIST-FILE KEY IS HIST-CLE
                 INVALID KEY
                    DISPLAY '   contrepartie ' HIST-DATE '/'
                       HIST-LOT '/' HIST-TRANS ' absente'
                 NOT INVALID KEY
                    DISPLAY '   contrepartie :'
                    PERFORM EDITER-FICHE
              END-READ
              MOVE WS-CLE-GARDE TO HIST-CLE
              START HIST-FILE KEY > HIST-CLE
                 INVALID KEY MOVE 'Y' TO WS-EOF-HIST
              END-START
           END-IF.

      * Édite une fiche : calcul, rejet, suspens, annulation,
      * régularisation ou fiche annulée ; une conversion porte
      * son taux
       EDITER-FICHE.
           MOVE HIST-NUM1 TO WS-NUM1-AFF.
           MOVE HIST-NUM2 TO WS-NUM2-AFF.
           MOVE HIST-RESULT TO WS-RESULT-AFF.
           EVALUATE TRUE
              WHEN HIST-REJET = 'R'
                 DISPLAY 'Lot ' HIST-LOT ' du ' HIST-DATE
                    ' trans ' HIST-TRANS ' : ' WS-NUM1-AFF
                    ' ' HIST-SIGN ' ' WS-NUM2-AFF
                    ' REJETEE  op=' HIST-OPER
                    ' le ' HIST-HORODATE
              WHEN HIST-REJET = 'S'
                 DISPLAY 'Lot ' HIST-LOT ' du ' HIST-DATE
                    ' trans ' HIST-TRANS ' : ' WS-NUM1-AFF
                    ' ' HIST-SIGN ' ' WS-NUM2-AFF
                    ' SUSPENDUE op=' HIST-OPER
                    ' le ' HIST-HORODATE
              WHEN HIST-SIGN = 'A'
                 DISPLAY 'Lot ' HIST-LOT ' du ' HIST-DATE
                    ' trans ' HIST-TRANS ' : ANNULATION de '
                    HIST-REF-DATE '/' HIST-REF-LOT '/'
                    HIST-REF-TRANS ' = ' WS-RESULT-AFF
                    '  op=' HIST-OPER ' le ' HIST-HORODATE
              WHEN HIST-SIGN = 'G'
                 MOVE HIST-TAUX TO WS-TAUX-AFF
                 DISPLAY 'Lot ' HIST-LOT ' du ' HIST-DATE
                    ' trans ' HIST-TRANS ' : REGULARISATION de '
                    HIST-REF-DATE '/' HIST-REF-LOT '/'
                    HIST-REF-TRANS ' = ' WS-RESULT-AFF
                    '  op=' HIST-OPER ' le ' HIST-HORODATE
                 DISPLAY '   taux corrigé ' HIST-TAUX-CODE ' '
                    FUNCTION TRIM(WS-TAUX-AFF)
              WHEN OTHER
                 DISPLAY 'Lot ' HIST-LOT ' du ' HIST-DATE
                    ' trans ' HIST-TRANS ' : ' WS-NUM1-AFF
                    ' ' HIST-SIGN ' ' WS-NUM2-AFF
                    ' = ' WS-RESULT-AFF '  op=' HIST-OPER
                    ' le ' HIST-HORODATE
                 IF HIST-SIGN = 'C' AND HIST-TAUX-CODE NOT = SPACES
                    PERFORM EDITER-TAUX
                 END-IF
                 IF HIST-ANNUL = 'A'
                    DISPLAY '   ANNULEE par lot ' HIST-REF-LOT
                       ' du ' HIST-REF-DATE ' trans '
                       HIST-REF-TRANS
                 END-IF
           END-EVALUATE.

      * Taux appliqué par la conversion, puis taux corrigé si une
      * régularisation est passée depuis
       EDITER-TAUX.
           MOVE HIST-TAUX TO WS-TAUX-AFF.
           IF HIST-TAUX-REGUL IS NUMERIC AND HIST-TAUX-REGUL > 0
              MOVE HIST-TAUX-REGUL TO WS-REGUL-AFF
              DISPLAY '   taux ' HIST-TAUX-CODE ' '
                 FUNCTION TRIM(WS-TAUX-AFF)
                 ' REGULARISE au taux ' FUNCTION TRIM(WS-REGUL-AFF)
           ELSE
              DISPLAY '   taux ' HIST-TAUX-CODE ' '
                 FUNCTION TRIM(WS-TAUX-AFF)
           END-IF.
