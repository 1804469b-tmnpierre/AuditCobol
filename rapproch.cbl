      *    Les étapes:                                              *
      *    Je compte les transactions de TRANSAC.DAT,               *
      *    j'extrais chaque numéro trans= trouvé dans RESULTAT.DAT  *
      *    et dans EXCEPTION.LOG, puis de chaque transaction mise   *
      *    en suspens dans SUSPENS.DAT, vers un fichier de travail  *
      *    que je trie par numéro, ce qui permet de contrôler des   *
      *    lots de n'importe quelle taille sans table en mémoire,   *
      *    et j'édite dans RAPPROCH.TXT l'équation d'équilibre      *
      *    lu = écrit + rejeté + suspendu avec la liste des écarts :*
      *    transactions sans trace, résultats en double, numéros    *
      *    à la fois en résultat et en exception.                   *
      *    Quand le fichier porte des en-têtes de lot, chaque lot   *
      *    est pointé pour son compte : seules les lignes marquées  *
      *    lot= d'un lot du fichier sont retenues, pour ne pas      *
      *    mélanger les traces d'anciens lots, et chaque lot reçoit *
      *    son propre verdict d'équilibre.                          *
      *    auteur : Isabelle Marand                                 *
      *    Date création 21/08/2026                                 *
      *=============================================================*
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
      * File des transactions suspendues par calcul2 au-delà de
      * leur plafond, en attente ou déjà décidées par libsusp
           SELECT SUSP-FILE ASSIGN TO 'SUSPENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'RAPPROCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Même dessin que dans calcul2
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05  SUS-DATE        PIC 9(8).
           05  SUS-LOT         PIC 9(6).
           05  SUS-TRANS       PIC 9(7).
           05  SUS-SOURCE      PIC X(8).
           05  SUS-SIGN        PIC X(1).
           05  SUS-RESULT      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  SUS-PLAFOND     PIC 9(11)V99.
           05  SUS-OPER        PIC X(3).
           05  SUS-HORODATE    PIC X(19).
           05  SUS-ETAT        PIC X(1).
           05  SUS-VALIDEUR    PIC X(3).
           05  SUS-DECISION    PIC X(19).
           05  SUS-ENREG       PIC X(120).

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

      * Un enregistrement de pointage par numéro trans= rencontré,
      * rattaché à son lot : R venu de RESULTAT.DAT, E venu de
      * EXCEPTION.LOG, S venu de SUSPENS.DAT
       FD  POINTAGE-FILE.
       01  PT-RECORD.
           05  PT-LOT          PIC X(6).
           05  PT-NO           PIC 9(7).
           05  PT-TYPE         PIC X(1).

       FD  TRI-FILE.
       01  TRI-RECORD.
           05  TRI-LOT         PIC X(6).
           05  TRI-NO          PIC 9(7).
           05  TRI-TYPE        PIC X(1).

       SD  TRAVAIL-TRI.
       01  SRT-RECORD.
           05  SRT-LOT         PIC X(6).
           05  SRT-NO          PIC 9(7).
           05  SRT-TYPE        PIC X(1).

       01  WS-RESULT-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-SUSP-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       88  EOF-FICHIER VALUE 'Y'.
       01  WS-LIGNE PIC X(200).
       01  WS-APRES PIC X(200).
       01  WS-NO-TXT PIC X(7).
       01  WS-NO-TRANS PIC 9(7) VALUE 0.
      * Lots des en-têtes de TRANSAC.DAT, rangés par numéro, avec
      * le compte de leurs transactions, et numéro de lot porté par
      * la ligne en cours de pointage
       01  WS-AVEC-LOT PIC X VALUE 'N'.
       88  LOT-CONNU VALUE 'O'.
       01  WS-LOT-LIGNE PIC X(6) VALUE SPACES.
       01  WS-LIGNE-RETENUE PIC X VALUE 'N'.
       01  WS-LOT-NB PIC 9(3) VALUE 0.
       01  WS-LOT-MAX PIC 9(3) VALUE 100.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENT OCCURS 100 TIMES.
               10  WLT-LOT PIC X(6).
               10  WLT-LUES PIC 9(7).
               10  WLT-ERREUR PIC X.
       01  WS-LOT-ECHANGE PIC X(14).
       01  WS-LOT-IDX PIC 9(3) VALUE 0.
       01  WS-LOT-IDX2 PIC 9(3) VALUE 0.
       01  WS-LOT-COURANT PIC 9(3) VALUE 0.
       01  WS-LOT-TROUVE PIC 9(3) VALUE 0.
      * Enregistrements lus hors de tout lot (avant le premier
      * en-tête ou après un pied), que calcul2 a refusés
       01  WS-CNT-SANS-LOT PIC 9(7) VALUE 0.
      * Récapitulatif du fichier, tous lots confondus
       01  WS-NB-LOTS-EQ PIC 9(3) VALUE 0.
       01  WS-NB-LOTS-DESEQ PIC 9(3) VALUE 0.
       01  WS-TOT-LUES PIC 9(7) VALUE 0.
       01  WS-TOT-ECRITES PIC 9(7) VALUE 0.
       01  WS-TOT-REJETEES PIC 9(7) VALUE 0.
       01  WS-TOT-SUSPENDUES PIC 9(7) VALUE 0.
       01  WS-TOT-ECARTS PIC 9(7) VALUE 0.
       01  WS-LOTS-AFF PIC ZZ9.
      * Pointage par fichiers triés : type de la ligne en cours
      * d'extraction et groupe de pointage de la passe de contrôle
       01  WS-POINTAGE-STATUS PIC X(2) VALUE '00'.
       88  EOF-TRI VALUE 'Y'.
       01  WS-NB-R PIC 9(7) VALUE 0.
       01  WS-NB-E PIC 9(7) VALUE 0.
       01  WS-NB-S PIC 9(7) VALUE 0.
      * Compteurs de l'équation d'équilibre
       01  WS-CNT-LUES PIC 9(7) VALUE 0.
       01  WS-CNT-ECRITES PIC 9(7) VALUE 0.
       01  WS-CNT-REJETEES PIC 9(7) VALUE 0.
       01  WS-CNT-SUSPENDUES PIC 9(7) VALUE 0.
       01  WS-CNT-ECARTS PIC 9(7) VALUE 0.
       01  WS-CNT-HORS-LOT PIC 9(7) VALUE 0.
       01  WS-IDX PIC 9(7) VALUE 0.
           END-IF.
           PERFORM POINTER-RESULTATS.
           PERFORM POINTER-EXCEPTIONS.
           PERFORM POINTER-SUSPENS.
           CLOSE POINTAGE-FILE.

           SORT TRAVAIL-TRI
              ON ASCENDING KEY SRT-LOT SRT-NO SRT-TYPE
              USING POINTAGE-FILE
              GIVING TRI-FILE.

           PERFORM CONTROLER-POINTAGE.
           PERFORM EDITER-RECAPITULATIF.

      * les fichiers de travail ne servent plus après le verdict
           DELETE FILE POINTAGE-FILE.
           IF WS-TRANS-STATUS = '00' OR WS-TRANS-STATUS = '10'
              CLOSE TRANS-FILE
           END-IF.
      * Sans aucun en-tête (ancien format) le fichier forme un
      * seul lot sans numéro et toutes les lignes sont retenues
           IF NOT LOT-CONNU
              MOVE 1 TO WS-LOT-NB
              MOVE SPACES TO WLT-LOT(1)
              MOVE WS-CNT-SANS-LOT TO WLT-LUES(1)
              MOVE 'N' TO WLT-ERREUR(1)
              MOVE 0 TO WS-CNT-SANS-LOT
           END-IF.
      * Les lots sont rangés par numéro, dans l'ordre du fichier
      * de pointage trié
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
              UNTIL WS-LOT-IDX >= WS-LOT-NB
              PERFORM VARYING WS-LOT-IDX2 FROM 1 BY 1
                 UNTIL WS-LOT-IDX2 > WS-LOT-NB - WS-LOT-IDX
                 IF WLT-LOT(WS-LOT-IDX2) > WLT-LOT(WS-LOT-IDX2 + 1)
                    MOVE WS-LOT-ENT(WS-LOT-IDX2) TO WS-LOT-ECHANGE
                    MOVE WS-LOT-ENT(WS-LOT-IDX2 + 1)
                       TO WS-LOT-ENT(WS-LOT-IDX2)
                    MOVE WS-LOT-ECHANGE
                       TO WS-LOT-ENT(WS-LOT-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Les enregistrements d'en-tête et de pied de lot ne sont pas
      * des transactions ; chaque en-tête ouvre un lot dont le
      * numéro sert ensuite de filtre de pointage, chaque pied le
      * ferme. Un même lot présent deux fois cumule ses comptes
       COMPTER-UNE-TRANS.
           READ TRANS-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 EVALUATE TRANS-RECORD(1:1)
                    WHEN 'H'
                       MOVE 'O' TO WS-AVEC-LOT
                       MOVE TRANS-RECORD(18:6) TO WS-LOT-LIGNE
                       PERFORM CHERCHER-LOT-TABLE
                       IF WS-LOT-TROUVE = 0
                          AND WS-LOT-NB < WS-LOT-MAX
                          ADD 1 TO WS-LOT-NB
                          MOVE WS-LOT-LIGNE TO WLT-LOT(WS-LOT-NB)
                          MOVE 0 TO WLT-LUES(WS-LOT-NB)
                          MOVE 'N' TO WLT-ERREUR(WS-LOT-NB)
                          MOVE WS-LOT-NB TO WS-LOT-TROUVE
                       END-IF
                       MOVE WS-LOT-TROUVE TO WS-LOT-COURANT
                    WHEN 'T'
                       MOVE 0 TO WS-LOT-COURANT
                    WHEN OTHER
                       IF WS-LOT-COURANT > 0
                          ADD 1 TO WLT-LUES(WS-LOT-COURANT)
                       ELSE
                          ADD 1 TO WS-CNT-SANS-LOT
                       END-IF
                 END-EVALUATE
           END-READ.

      * Cherche dans la table le lot WS-LOT-LIGNE ; zéro si absent
       CHERCHER-LOT-TABLE.
           MOVE 0 TO WS-LOT-TROUVE.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
              UNTIL WS-LOT-IDX > WS-LOT-NB OR WS-LOT-TROUVE > 0
              IF WLT-LOT(WS-LOT-IDX) = WS-LOT-LIGNE
                 MOVE WS-LOT-IDX TO WS-LOT-TROUVE
              END-IF
           END-PERFORM.

      * Extrait le numéro trans= de chaque ligne de résultat vers
      * le fichier de pointage ; les doubles se verront au tri
       POINTER-RESULTATS.
                 PERFORM EXTRAIRE-NO-TRANS
                 PERFORM FILTRER-PAR-LOT
      * Les codes E1xx portent sur le lot entier, pas sur une
      * transaction : ils ne participent pas au pointage mais le
      * lot concerné est signalé à son bilan
                 IF WS-LIGNE(21:2) = 'E1'
                    MOVE 0 TO WS-NO-TRANS
                    IF WS-LIGNE-RETENUE = 'O' AND LOT-CONNU
                       MOVE 'O' TO WLT-ERREUR(WS-LOT-TROUVE)
                    END-IF
                 END-IF
      * Le refus d'un suspens par libsusp (E014) reprend la
      * référence de la transaction, déjà pointée par la file des
      * suspens : il ne compte pas une seconde fois. De même le
      * rejet de ligne du chargeur comptable (E015) vise une
      * transaction déjà pointée comme résultat exporté
                 IF WS-LIGNE(21:4) = 'E014' OR
                    WS-LIGNE(21:4) = 'E015'
                    MOVE 0 TO WS-NO-TRANS
                 END-IF
                 IF WS-NO-TRANS > 0 AND WS-LIGNE-RETENUE = 'O'
                    MOVE 'E' TO WS-TYPE-POINTE
                 END-IF
           END-READ.

      * Pointe chaque transaction de la file des suspens, quelle
      * que soit la décision prise depuis : libérée ou refusée,
      * elle a été rendue compte pour son lot d'origine. Sans
      * en-tête (ancien format) toutes sont retenues
       POINTER-SUSPENS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS NOT = '00'
              IF WS-SUSP-STATUS NOT = '35'
                 DISPLAY 'Impossible d''ouvrir SUSPENS.DAT, statut '
                    WS-SUSP-STATUS
              END-IF
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM POINTER-UN-SUSPENS UNTIL EOF-FICHIER.
           IF WS-SUSP-STATUS = '00' OR WS-SUSP-STATUS = '10'
              CLOSE SUSP-FILE
           END-IF.

       POINTER-UN-SUSPENS.
           READ SUSP-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 MOVE 'O' TO WS-LIGNE-RETENUE
                 MOVE SPACES TO WS-LOT-LIGNE
                 MOVE 0 TO WS-NO-TRANS
                 IF SUS-TRANS IS NUMERIC
                    MOVE SUS-TRANS TO WS-NO-TRANS
                 END-IF
                 IF LOT-CONNU
                    MOVE SUS-LOT TO WS-LOT-LIGNE
                    PERFORM CHERCHER-LOT-TABLE
                    IF WS-LOT-TROUVE = 0
                       MOVE 'N' TO WS-LIGNE-RETENUE
                    END-IF
                 END-IF
                 IF WS-NO-TRANS > 0 AND WS-LIGNE-RETENUE = 'O'
                    MOVE 'S' TO WS-TYPE-POINTE
                    PERFORM ECRIRE-POINTAGE
                 END-IF
           END-READ.

       ECRIRE-POINTAGE.
           MOVE WS-LOT-LIGNE TO PT-LOT.
           MOVE WS-NO-TRANS TO PT-NO.
           MOVE WS-TYPE-POINTE TO PT-TYPE.
           WRITE PT-RECORD.
              END-IF
           END-IF.

      * Quand les en-têtes du fichier ont fourni des numéros de
      * lot, seule une ligne portant le lot= d'un de ces lots est
      * pointée ; sans en-tête (ancien format) toutes les lignes
      * sont retenues
       FILTRER-PAR-LOT.
           MOVE 'O' TO WS-LIGNE-RETENUE.
           MOVE SPACES TO WS-LOT-LIGNE.
           IF LOT-CONNU
              MOVE SPACES TO WS-AVANT WS-APRES
              UNSTRING WS-LIGNE DELIMITED BY ' lot='
                 INTO WS-AVANT WS-APRES
              END-UNSTRING
              MOVE WS-APRES(1:6) TO WS-LOT-LIGNE
              PERFORM CHERCHER-LOT-TABLE
              IF WS-APRES = SPACES OR WS-LOT-TROUVE = 0
                 MOVE 'N' TO WS-LIGNE-RETENUE
              END-IF
           END-IF.

      * Parcourt le fichier de pointage trié lot par lot, en
      * regard de chaque numéro attendu de 1 au compte des
      * transactions lues du lot, et constitue les compteurs et la
      * liste des écarts ; aucune limite de volume, un lot peut
      * être de n'importe quelle taille
       CONTROLER-POINTAGE.
           MOVE 'N' TO WS-EOF-TRI.
           OPEN INPUT TRI-FILE.
              MOVE 'Y' TO WS-EOF-TRI
           END-IF.
           PERFORM LIRE-TRI.
           PERFORM VARYING WS-LOT-COURANT FROM 1 BY 1
              UNTIL WS-LOT-COURANT > WS-LOT-NB
              PERFORM CONTROLER-UN-LOT
           END-PERFORM.
           IF WS-TRI-STATUS = '00' OR WS-TRI-STATUS = '10'
              CLOSE TRI-FILE
           END-IF.

      * Pointage et bilan d'un lot du fichier
       CONTROLER-UN-LOT.
           MOVE WLT-LUES(WS-LOT-COURANT) TO WS-CNT-LUES.
           MOVE 0 TO WS-CNT-ECRITES.
           MOVE 0 TO WS-CNT-REJETEES.
           MOVE 0 TO WS-CNT-SUSPENDUES.
           MOVE 0 TO WS-CNT-ECARTS.
           MOVE 0 TO WS-CNT-HORS-LOT.
           IF LOT-CONNU
              MOVE SPACES TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT ' WLT-LOT(WS-LOT-COURANT)
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              MOVE ALL '-' TO WS-EDIT-LIGNE(1:40)
              PERFORM ECRIRE-ETAT
           END-IF.
           PERFORM LIRE-TRI
              UNTIL EOF-TRI OR TRI-LOT >= WLT-LOT(WS-LOT-COURANT).
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CNT-LUES
              PERFORM CONTROLER-UNE-TRANS
           END-PERFORM.
      * les numéros restants du lot dépassent le compte de ses
      * transactions lues : des traces sans transaction, donc des
      * écarts
           PERFORM CONTROLER-HORS-LOT
              UNTIL EOF-TRI OR TRI-LOT NOT = WLT-LOT(WS-LOT-COURANT).
           PERFORM EDITER-BILAN.
           ADD WS-CNT-LUES TO WS-TOT-LUES.
           ADD WS-CNT-ECRITES TO WS-TOT-ECRITES.
           ADD WS-CNT-REJETEES TO WS-TOT-REJETEES.
           ADD WS-CNT-SUSPENDUES TO WS-TOT-SUSPENDUES.
           ADD WS-CNT-ECARTS TO WS-TOT-ECARTS.

      * Regroupe les pointages du numéro attendu et tranche : une
      * trace et une seule, la transaction est équilibrée
       CONTROLER-UNE-TRANS.
           MOVE 0 TO WS-NB-R.
           MOVE 0 TO WS-NB-E.
           MOVE 0 TO WS-NB-S.
           PERFORM CUMULER-GROUPE
              UNTIL EOF-TRI OR TRI-NO > WS-IDX
                 OR TRI-LOT NOT = WLT-LOT(WS-LOT-COURANT).
           MOVE WS-IDX TO WS-NO-AFF.
           EVALUATE TRUE
              WHEN WS-NB-R > 0 AND WS-NB-E > 0
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM ECRIRE-ETAT
              WHEN WS-NB-R > 0 AND WS-NB-S > 0
                 ADD 1 TO WS-CNT-ECARTS
                 MOVE SPACES TO WS-EDIT-LIGNE
                 STRING 'ECART TRANSACTION ' WS-NO-AFF
                    ' : A LA FOIS RESULTAT ET SUSPENS'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM ECRIRE-ETAT
              WHEN WS-NB-R > 1
                 ADD 1 TO WS-CNT-ECARTS
                 MOVE SPACES TO WS-EDIT-LIGNE
                 ADD 1 TO WS-CNT-ECRITES
              WHEN WS-NB-E > 0
                 ADD 1 TO WS-CNT-REJETEES
              WHEN WS-NB-S > 0
                 ADD 1 TO WS-CNT-SUSPENDUES
              WHEN OTHER
                 ADD 1 TO WS-CNT-ECARTS
                 MOVE SPACES TO WS-EDIT-LIGNE

       CUMULER-GROUPE.
           IF TRI-NO = WS-IDX
              EVALUATE TRI-TYPE
                 WHEN 'R'
                    ADD 1 TO WS-NB-R
                 WHEN 'S'
                    ADD 1 TO WS-NB-S
                 WHEN OTHER
                    ADD 1 TO WS-NB-E
              END-EVALUATE
           END-IF.
           PERFORM LIRE-TRI.

           END-STRING.
           PERFORM ECRIRE-ETAT.
           PERFORM LIRE-TRI
              UNTIL EOF-TRI OR TRI-NO NOT = WS-NO-TRANS
                 OR TRI-LOT NOT = WLT-LOT(WS-LOT-COURANT).

       LIRE-TRI.
           READ TRI-FILE
              AT END MOVE 'Y' TO WS-EOF-TRI
           END-READ.

      * Équation d'équilibre et verdict du rapprochement du lot
       EDITER-BILAN.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-SUSPENDUES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'TRANSACTIONS SUSPENDUES: ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ECARTS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'ECARTS CONSTATES       : ' WS-CNT-AFF
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.
      * un lot refusé ou en erreur à calcul2 est signalé, ses
      * lignes E1xx ne se pointent pas
           IF WLT-ERREUR(WS-LOT-COURANT) = 'O'
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'ANOMALIE DE LOT SIGNALEE PAR CALCUL2 (E1XX), '
                 'VOIR EXCEPTION.LOG'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           IF WS-CNT-ECARTS = 0 AND
              WS-CNT-LUES = WS-CNT-ECRITES + WS-CNT-REJETEES
                 + WS-CNT-SUSPENDUES
              ADD 1 TO WS-NB-LOTS-EQ
              MOVE 'LOT EQUILIBRE : LU = ECRIT + REJETE + SUSPENDU'
                 TO WS-EDIT-LIGNE
              DISPLAY 'Rapprochement lot ' WLT-LOT(WS-LOT-COURANT)
                 ' : équilibré'
           ELSE
              ADD 1 TO WS-NB-LOTS-DESEQ
              MOVE 'LOT DESEQUILIBRE : VOIR LA LISTE DES ECARTS'
                 TO WS-EDIT-LIGNE
              DISPLAY 'Rapprochement lot ' WLT-LOT(WS-LOT-COURANT)
                 ' : DESEQUILIBRE, voir RAPPROCH.TXT'
           END-IF.
           PERFORM ECRIRE-ETAT.

      * Récapitulatif du fichier quand il porte plusieurs lots ou
      * des enregistrements hors lot ; ces derniers, refusés par
      * calcul2, n'ont aucune trace et déséquilibrent le fichier
       EDITER-RECAPITULATIF.
           IF WS-CNT-SANS-LOT > 0
              MOVE SPACES TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
              MOVE WS-CNT-SANS-LOT TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'ENREGISTREMENTS HORS LOT : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT DESEQUILIBRE : ENREGISTREMENTS SANS '
                 'EN-TETE OU APRES UN PIED, NON POINTES'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              DISPLAY 'Rapprochement : enregistrements hors lot, '
                 'voir RAPPROCH.TXT'
           END-IF.
           IF WS-LOT-NB > 1
              MOVE SPACES TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              MOVE 'RECAPITULATIF DU FICHIER' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              MOVE ALL '-' TO WS-EDIT-LIGNE(1:40)
              PERFORM ECRIRE-ETAT
              MOVE WS-LOT-NB TO WS-LOTS-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'NOMBRE DE LOTS         : ' WS-LOTS-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-NB-LOTS-EQ TO WS-LOTS-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOTS EQUILIBRES        : ' WS-LOTS-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-NB-LOTS-DESEQ TO WS-LOTS-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOTS EN ECART          : ' WS-LOTS-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-TOT-LUES TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'TRANSACTIONS LUES      : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-TOT-ECRITES TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'RESULTATS ECRITS       : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-TOT-REJETEES TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'TRANSACTIONS REJETEES  : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-TOT-SUSPENDUES TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'TRANSACTIONS SUSPENDUES: ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE WS-TOT-ECARTS TO WS-CNT-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'ECARTS CONSTATES       : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.

       ECRIRE-ETAT.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.
