      *=============================================================*
      * LIBSUSP:                                                    *
      *    L'objectif: Faire valider par un second opérateur les    *
      *    transactions que calcul2 a mises en suspens dans         *
      *    SUSPENS.DAT parce qu'elles dépassaient leur plafond.     *
      *    Les étapes:                                              *
      *    Je relis chaque transaction encore en suspens et je la   *
      *    présente à un opérateur autre que celui qui a passé le   *
      *    lot, qui la libère, la refuse ou la laisse en attente.   *
      *    Les libérées forment dans LIBERE.DAT un lot complet au   *
      *    sens de calcul2, repris tel quel au prochain passage,    *
      *    les refusées partent dans EXCEPTION.LOG sous le code     *
      *    E014, et chaque décision est notée dans SUSPENS.DAT avec *
      *    le valideur et l'horodatage.                             *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. libsusp.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO 'SUSPENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT TRAVAIL-FILE ASSIGN TO 'SUSPENS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.
           SELECT LIB-FILE ASSIGN TO 'LIBERE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT OPER-FILE ASSIGN TO 'OPERATEURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Même dessin que dans calcul2 : l'état vaut S en suspens,
      * L libérée ou R refusée, l'enregistrement d'origine est
      * conservé tel quel en fin de ligne
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

       FD  TRAVAIL-FILE.
       01  TRAVAIL-RECORD      PIC X(220).

       FD  LIB-FILE.
      * Le fichier des libérées est un lot complet au sens de
      * calcul2 : en-tête, détails d'origine, pied avec compte et
      * hachage
       01  LIB-RECORD          PIC X(120).
       01  LIB-ENTETE.
           05  LE-TYPE         PIC X(1).
           05  LE-DATE         PIC 9(8).
           05  LE-SOURCE       PIC X(8).
           05  LE-LOT          PIC 9(6).
       01  LIB-PIED.
           05  LP-TYPE         PIC X(1).
           05  LP-COUNT        PIC 9(7).
           05  LP-HASH         PIC S9(13)V99 SIGN LEADING SEPARATE.

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Fichier des opérateurs habilités, partagé avec calcul2 ;
      * la sixième position du profil accorde les plafonds et la
      * libération des suspens, un profil à blanc accorde tout
       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS PIC X(2) VALUE '00'.
       01  WS-TRAVAIL-STATUS PIC X(2) VALUE '00'.
       01  WS-LIB-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-SUSP PIC X VALUE 'N'.
       88  EOF-SUSP VALUE 'Y'.
       01  WS-ARRET PIC X VALUE 'N'.
       88  ARRET-DEMANDE VALUE 'O'.
      * Enregistrement d'origine de la transaction suspendue, vu
      * selon son type comme calcul2 le lit dans TRANS-FILE
       01  WS-ENREG PIC X(120).
       01  WS-ENREG-DETAIL REDEFINES WS-ENREG.
           05  WE-SIGN         PIC X(1).
           05  WE-NUM1         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  WE-NUM2         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(95).
       01  WS-ENREG-CONV REDEFINES WS-ENREG.
           05  WC-TYPE         PIC X(1).
           05  WC-NUM1         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  WC-CODE         PIC X(3).
           05  FILLER          PIC X(104).
       01  WS-ENREG-EXPR REDEFINES WS-ENREG.
           05  WX-TYPE         PIC X(1).
           05  WX-NUM0         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  WX-NB           PIC 9(2).
           05  WX-COUPLE OCCURS 8 TIMES.
               10  WX-OP       PIC X(1).
               10  WX-NUM      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(1).
       01  WS-ETAPE PIC 9(2) VALUE 0.
      * Opérandes reportés sur la ligne d'exception d'un refus
       01  WS-NUM1 PIC S9(9)V99 VALUE 0.
       01  WS-NUM1-AFF PIC -(9)9.99 VALUE 0.
       01  WS-NUM2 PIC S9(9)V99 VALUE 0.
       01  WS-NUM2-AFF PIC -(8)9.99 VALUE 0.
       01  WS-MONTANT-AFF PIC -(10)9.99 VALUE 0.
       01  WS-PLAFOND-AFF PIC Z(10)9.99 VALUE 0.
       01  WS-TRANS-AFF PIC 9(7) VALUE 0.
       01  WS-EXC-PTR PIC 9(3) VALUE 1.
       01  WS-ACTION PIC X.
      * Horodatage des décisions et numéro du lot des libérées
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-JOUR REDEFINES WS-DATE-TIME.
           05  WS-DATE-AAAAMMJJ PIC X(8).
           05  WS-DATE-HHMMSS  PIC 9(6).
           05  FILLER          PIC X(12).
       01  WS-HORODATE PIC X(19).
      * Totaux de contrôle du lot des libérées en cours d'écriture ;
      * l'heure du passage sert de numéro de lot
       01  WS-LIB-COUNT PIC 9(7) VALUE 0.
       01  WS-LIB-HASH PIC S9(13)V99 VALUE 0.
      * Compteurs du compte rendu de fin de passage
       01  WS-CNT-LUES PIC 9(7) VALUE 0.
       01  WS-CNT-DEJA PIC 9(7) VALUE 0.
       01  WS-CNT-RESERVEES PIC 9(7) VALUE 0.
       01  WS-CNT-LIBEREES PIC 9(7) VALUE 0.
       01  WS-CNT-REFUSEES PIC 9(7) VALUE 0.
       01  WS-CNT-LAISSEES PIC 9(7) VALUE 0.
       01  WS-AFF-ACTION PIC X(60) VALUE
           'Action : L=libérer, R=refuser, P=passer, X=arrêter : '.
      * Identification de l'opérateur, reprise de calcul2, et
      * contrôle du droit de libération de son profil
       01  WS-OPER-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-OPER PIC X VALUE 'N'.
       88  EOF-OPER VALUE 'Y'.
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

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY '------ Libération des transactions en suspens ---'.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.

      * L'opérateur s'identifie comme dans calcul2 et son profil
      * doit accorder la libération des suspens
           PERFORM CHARGER-OPERATEURS.
           PERFORM SAISIR-OPERATEUR UNTIL OPERATEUR-VALIDE.
           DISPLAY 'Opérateur de la session : ' WS-OPERATEUR ' '
              FUNCTION TRIM(WS-OPERATEUR-NOM).
           IF WS-OPER-DROITS NOT = SPACES
              AND WS-OPER-DROITS(6:1) NOT = 'O'
              DISPLAY 'Droit insuffisant pour la libération des '
                 'suspens'
              PERFORM TRACER-ACCES-REFUSE
              STOP RUN
           END-IF.

           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '35'
              DISPLAY 'Aucun fichier SUSPENS.DAT, rien à libérer'
              STOP RUN
           END-IF.
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'Impossible d''ouvrir SUSPENS.DAT, statut '
                 WS-SUSP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TRAVAIL-FILE.
           IF WS-TRAVAIL-STATUS NOT = '00'
              DISPLAY 'Impossible de créer SUSPENS.TMP, statut '
                 WS-TRAVAIL-STATUS
              CLOSE SUSP-FILE
              STOP RUN
           END-IF.

      * Le fichier des libérées est un lot contrôlé complet : un
      * fichier d'un passage précédent non encore repris par
      * calcul2 ne doit pas être écrasé
           OPEN INPUT LIB-FILE.
           IF WS-LIB-STATUS = '00'
              READ LIB-FILE
                 AT END CONTINUE
                 NOT AT END
                    DISPLAY 'LIBERE.DAT non encore repris en lot, '
                       'passage refusé'
                    CLOSE LIB-FILE
                    CLOSE SUSP-FILE
                    CLOSE TRAVAIL-FILE
                    STOP RUN
              END-READ
              CLOSE LIB-FILE
           END-IF.
           OPEN OUTPUT LIB-FILE.
           IF WS-LIB-STATUS NOT = '00'
              DISPLAY 'Impossible de créer LIBERE.DAT, statut '
                 WS-LIB-STATUS
              CLOSE SUSP-FILE
              CLOSE TRAVAIL-FILE
              STOP RUN
           END-IF.

           PERFORM LIRE-SUSPENS.
           PERFORM TRAITER-SUSPENS UNTIL EOF-SUSP.

      * Clôture du lot des libérées par son pied de contrôle ; sans
      * transaction libérée le fichier reste simplement vide
           IF WS-LIB-COUNT > 0
              PERFORM ECRIRE-PIED-LIBERE
           END-IF.

           CLOSE SUSP-FILE.
           CLOSE TRAVAIL-FILE.
           CLOSE LIB-FILE.

      * Le fichier de travail devient la nouvelle file des suspens,
      * les transactions traitées portant leur décision
           PERFORM RECOPIER-SUSPENS.

           DISPLAY '------- Compte rendu de la libération -------'.
           DISPLAY 'Suspens lus               : ' WS-CNT-LUES.
           DISPLAY 'Déjà décidés              : ' WS-CNT-DEJA.
           DISPLAY 'Réservés à un autre opér. : ' WS-CNT-RESERVEES.
           DISPLAY 'Libérés ce passage        : ' WS-CNT-LIBEREES.
           DISPLAY 'Refusés ce passage        : ' WS-CNT-REFUSEES.
           DISPLAY 'Laissés en attente        : ' WS-CNT-LAISSEES.
           IF WS-LIB-COUNT > 0
              DISPLAY 'Transactions libérées écrites dans LIBERE.DAT'
           END-IF.
           DISPLAY '-----------------------------------------------'.
           STOP RUN.
      **************************************************************

       LIRE-SUSPENS.
           READ SUSP-FILE
              AT END MOVE 'Y' TO WS-EOF-SUSP
              NOT AT END
                 ADD 1 TO WS-CNT-LUES
           END-READ.

      * Présente une transaction en suspens et applique la décision ;
      * une transaction déjà décidée, ou suspendue dans un lot que
      * l'opérateur de la session a lui-même passé, est recopiée
      * telle quelle : la validation revient à un second opérateur
       TRAITER-SUSPENS.
           EVALUATE TRUE
              WHEN SUS-ETAT NOT = 'S'
                 ADD 1 TO WS-CNT-DEJA
              WHEN ARRET-DEMANDE
                 ADD 1 TO WS-CNT-LAISSEES
              WHEN SUS-OPER = WS-OPERATEUR
                 ADD 1 TO WS-CNT-RESERVEES
              WHEN OTHER
                 MOVE SUS-ENREG TO WS-ENREG
                 PERFORM PRESENTER-SUSPENS
                 PERFORM APPLIQUER-ACTION
           END-EVALUATE.
           PERFORM ECRIRE-TRAVAIL.
           PERFORM LIRE-SUSPENS.

      * Affiche la transaction en clair pour que l'opérateur décide
       PRESENTER-SUSPENS.
           MOVE SUS-RESULT TO WS-MONTANT-AFF.
           MOVE SUS-PLAFOND TO WS-PLAFOND-AFF.
           DISPLAY ' '.
           DISPLAY 'Lot ' SUS-LOT ' du ' SUS-DATE ' ('
              FUNCTION TRIM(SUS-SOURCE) ') transaction ' SUS-TRANS.
           DISPLAY 'Suspendue le ' SUS-HORODATE ' opérateur '
              SUS-OPER.
           DISPLAY 'Signe ' SUS-SIGN ' montant ' WS-MONTANT-AFF
              ' plafond ' WS-PLAFOND-AFF.
           EVALUATE SUS-SIGN
              WHEN 'C'
                 MOVE WC-NUM1 TO WS-NUM1-AFF
                 DISPLAY 'Conversion de ' WS-NUM1-AFF ' au taux '
                    WC-CODE
              WHEN 'E'
                 MOVE WX-NUM0 TO WS-NUM1-AFF
                 DISPLAY 'Expression depuis ' WS-NUM1-AFF
                 IF WX-NB IS NUMERIC AND WX-NB <= 8
                    PERFORM VARYING WS-ETAPE FROM 1 BY 1
                       UNTIL WS-ETAPE > WX-NB
                       MOVE WX-NUM(WS-ETAPE) TO WS-NUM2-AFF
                       DISPLAY '   ' WX-OP(WS-ETAPE) ' ' WS-NUM2-AFF
                    END-PERFORM
                 END-IF
              WHEN OTHER
                 MOVE WE-NUM1 TO WS-NUM1-AFF
                 MOVE WE-NUM2 TO WS-NUM2-AFF
                 DISPLAY 'num1  = ' WS-NUM1-AFF
                 DISPLAY 'num2  = ' WS-NUM2-AFF
           END-EVALUATE.

      * Demande la décision et l'applique : libération dans
      * LIBERE.DAT, refus dans EXCEPTION.LOG, passage ou arrêt.
      * Une saisie vide vaut passage, la décision sans risque
       APPLIQUER-ACTION.
           MOVE SPACES TO WS-ACTION.
           PERFORM SAISIR-ACTION UNTIL WS-ACTION = 'L'
              OR WS-ACTION = 'R' OR WS-ACTION = 'P'
              OR WS-ACTION = 'X'.
           EVALUATE WS-ACTION
              WHEN 'L'
                 PERFORM ECRIRE-LIBERE
                 PERFORM MARQUER-DECISION
                 ADD 1 TO WS-CNT-LIBEREES
              WHEN 'R'
                 PERFORM ECRIRE-REFUS
                 PERFORM MARQUER-DECISION
                 ADD 1 TO WS-CNT-REFUSEES
              WHEN 'P'
                 ADD 1 TO WS-CNT-LAISSEES
              WHEN 'X'
                 MOVE 'O' TO WS-ARRET
                 ADD 1 TO WS-CNT-LAISSEES
           END-EVALUATE.

       SAISIR-ACTION.
           DISPLAY WS-AFF-ACTION WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           MOVE FUNCTION TRIM(WS-ACTION) TO WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           IF WS-ACTION = SPACES
              MOVE 'P' TO WS-ACTION
           ELSE
              IF WS-ACTION NOT = 'L' AND WS-ACTION NOT = 'R'
                 AND WS-ACTION NOT = 'P' AND WS-ACTION NOT = 'X'
                 DISPLAY 'Action inconnue'
              END-IF
           END-IF.

      * Note la décision sur la transaction : état, valideur et
      * horodatage, pour qu'un prochain passage ne la reprenne pas
       MARQUER-DECISION.
           PERFORM FORMER-HORODATE.
           MOVE WS-ACTION TO SUS-ETAT.
           MOVE WS-OPERATEUR TO SUS-VALIDEUR.
           MOVE WS-HORODATE TO SUS-DECISION.

       FORMER-HORODATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE SPACES TO WS-HORODATE.
           STRING WS-DATE-AAAAMMJJ(1:4) '-'
              WS-DATE-AAAAMMJJ(5:2) '-' WS-DATE-AAAAMMJJ(7:2)
              ' ' WS-DATE-TIME(9:2) ':' WS-DATE-TIME(11:2) ':'
              WS-DATE-TIME(13:2)
              DELIMITED BY SIZE INTO WS-HORODATE
           END-STRING.

      * Recopie l'enregistrement d'origine dans le lot des libérées ;
      * le hachage suit la règle de calcul2 pour chaque type :
      * montant seul pour une conversion, nombre de départ et
      * opérandes pour une expression, deux opérandes sinon
       ECRIRE-LIBERE.
           IF WS-LIB-COUNT = 0
              PERFORM ECRIRE-ENTETE-LIBERE
           END-IF.
           MOVE WS-ENREG TO LIB-RECORD.
           WRITE LIB-RECORD.
           ADD 1 TO WS-LIB-COUNT.
           EVALUATE SUS-SIGN
              WHEN 'C'
                 ADD WC-NUM1 TO WS-LIB-HASH
              WHEN 'E'
                 ADD WX-NUM0 TO WS-LIB-HASH
                 IF WX-NB IS NUMERIC AND WX-NB >= 1 AND WX-NB <= 8
                    PERFORM VARYING WS-ETAPE FROM 1 BY 1
                       UNTIL WS-ETAPE > WX-NB
                       ADD WX-NUM(WS-ETAPE) TO WS-LIB-HASH
                    END-PERFORM
                 END-IF
              WHEN OTHER
                 ADD WE-NUM1 WE-NUM2 TO WS-LIB-HASH
           END-EVALUATE.

      * En-tête du lot des libérées : date du passage, source
      * LIBERE, qui dispense calcul2 du contrôle des plafonds, et
      * l'heure du passage comme numéro de lot
       ECRIRE-ENTETE-LIBERE.
           MOVE 'H' TO LE-TYPE.
           MOVE WS-DATE-AAAAMMJJ TO LE-DATE.
           MOVE 'LIBERE' TO LE-SOURCE.
           MOVE WS-DATE-HHMMSS TO LE-LOT.
           WRITE LIB-ENTETE.

      * Pied du lot des libérées : compte des détails et total de
      * hachage, contrôlés par calcul2 à la reprise
       ECRIRE-PIED-LIBERE.
           MOVE 'T' TO LP-TYPE.
           MOVE WS-LIB-COUNT TO LP-COUNT.
           MOVE WS-LIB-HASH TO LP-HASH.
           WRITE LIB-PIED.

      * Un refus part dans le journal des exceptions au format de
      * calcul2, avec les références et l'opérateur d'origine ;
      * le code E014 le distingue d'un rejet de calcul, et le
      * rapprochement ne le compte pas, la transaction l'étant
      * déjà comme suspendue
       ECRIRE-REFUS.
           EVALUATE SUS-SIGN
              WHEN 'C'
                 MOVE WC-NUM1 TO WS-NUM1
                 MOVE 0 TO WS-NUM2
              WHEN 'E'
                 MOVE WX-NUM0 TO WS-NUM1
                 MOVE 0 TO WS-NUM2
              WHEN OTHER
                 MOVE WE-NUM1 TO WS-NUM1
                 MOVE WE-NUM2 TO WS-NUM2
           END-EVALUATE.
           MOVE WS-NUM1 TO WS-NUM1-AFF.
           MOVE WS-NUM2 TO WS-NUM2-AFF.
           MOVE SUS-TRANS TO WS-TRANS-AFF.
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
              PERFORM FORMER-HORODATE
              MOVE SPACES TO EXCEPT-RECORD
              MOVE 1 TO WS-EXC-PTR
              STRING WS-HORODATE
                 ' E014 Suspens refusé par ' WS-OPERATEUR
                 ' num1=' WS-NUM1-AFF ' signe=' SUS-SIGN
                 ' num2=' WS-NUM2-AFF
                 ' trans=' WS-TRANS-AFF ' lot=' SUS-LOT
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
                 WITH POINTER WS-EXC-PTR
              END-STRING
              IF SUS-OPER NOT = SPACES
                 STRING ' op=' SUS-OPER DELIMITED BY SIZE
                    INTO EXCEPT-RECORD
                    WITH POINTER WS-EXC-PTR
                 END-STRING
              END-IF
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
           END-IF.

       ECRIRE-TRAVAIL.
           MOVE SUSP-RECORD TO TRAVAIL-RECORD.
           WRITE TRAVAIL-RECORD.

      * Recopie le fichier de travail sur SUSPENS.DAT pour que les
      * décisions notées soient conservées
       RECOPIER-SUSPENS.
           MOVE 'N' TO WS-EOF-SUSP.
           OPEN INPUT TRAVAIL-FILE.
           IF WS-TRAVAIL-STATUS NOT = '00'
              DISPLAY 'Impossible de relire SUSPENS.TMP, statut '
                 WS-TRAVAIL-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT SUSP-FILE.
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'Impossible de réécrire SUSPENS.DAT, statut '
                 WS-SUSP-STATUS
              CLOSE TRAVAIL-FILE
              STOP RUN
           END-IF.
           PERFORM RECOPIER-UNE-LIGNE UNTIL EOF-SUSP.
           CLOSE TRAVAIL-FILE.
           CLOSE SUSP-FILE.

       RECOPIER-UNE-LIGNE.
           READ TRAVAIL-FILE
              AT END MOVE 'Y' TO WS-EOF-SUSP
              NOT AT END
                 MOVE TRAVAIL-RECORD TO SUSP-RECORD
                 WRITE SUSP-RECORD
           END-READ.

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
              PERFORM FORMER-HORODATE
              MOVE SPACES TO EXCEPT-RECORD
              STRING WS-HORODATE
                 ' E008 Droit insuffisant pour les suspens'
                 ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
              END-STRING
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
           END-IF.
