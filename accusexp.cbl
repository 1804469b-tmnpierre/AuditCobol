      *=============================================================*
      * ACCUSEXP:                                                   *
      *    L'objectif: Rapprocher l'accusé de réception renvoyé par *
      *    le chargeur comptable de ce que calcul2 a exporté pour   *
      *    chaque lot, et tenir l'état d'export du lot dans         *
      *    LOTS.DAT : E envoyé, A accusé, R rejeté, O en retard.    *
      *    Les étapes:                                              *
      *    Je charge les accusés de lot de ACCUSE.DAT, je relis le  *
      *    registre des lots pour comparer compte et montant        *
      *    accusés à ceux exportés et noter l'état de chaque lot,   *
      *    un lot sans accusé au-delà du délai passe en retard.     *
      *    Les rejets de ligne du chargeur partent dans             *
      *    EXCEPTION.LOG sous le code E015 pour être corrigés par   *
      *    recycexc, et les écarts sont édités dans ACCUSEXP.TXT.   *
      *    Le délai vient de ACCUSEXP.PRM (DELAI=nnn), 2 jours à    *
      *    défaut.                                                  *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accusexp.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO 'ACCUSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT LOTS-FILE ASSIGN TO 'LOTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT TRAVAIL-FILE ASSIGN TO 'LOTS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.
           SELECT HIST-FILE ASSIGN TO 'HISTORIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT PRM-FILE ASSIGN TO 'ACCUSEXP.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'ACCUSEXP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Accusé du chargeur : un enregistrement L par lot reçu
      * (statut A accepté ou R rejeté, compte de lignes et montant
      * chargés) puis un enregistrement R par ligne rejetée, avec
      * le numéro de transaction de l'export et le motif
       FD  ACC-FILE.
       01  ACC-RECORD          PIC X(80).
       01  ACC-LOT.
           05  ACL-TYPE        PIC X(1).
           05  ACL-DATE        PIC 9(8).
           05  ACL-LOT         PIC 9(6).
           05  ACL-STATUT      PIC X(1).
           05  ACL-COUNT       PIC 9(7).
           05  ACL-SOMME       PIC S9(13)V99 SIGN LEADING SEPARATE.
       01  ACC-REJET.
           05  ACR-TYPE        PIC X(1).
           05  ACR-DATE        PIC 9(8).
           05  ACR-LOT         PIC 9(6).
           05  ACR-TRANS       PIC 9(7).
           05  ACR-MOTIF       PIC X(40).

      * Même dessin que dans calcul2
       FD  LOTS-FILE.
       01  LOTS-RECORD.
           05  LOT-DATE        PIC 9(8).
           05  LOT-NUM         PIC 9(6).
           05  LOT-SOURCE      PIC X(8).
           05  LOT-HORODATE    PIC X(19).
           05  LOT-EXP-COUNT   PIC 9(7).
           05  LOT-EXP-SOMME   PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  LOT-EXP-ETAT    PIC X(1).
           05  LOT-ACCUSE-HORODATE PIC X(19).

       FD  TRAVAIL-FILE.
       01  TRAVAIL-RECORD      PIC X(84).

      * Même dessin que dans calcul2 ; seuls le signe, les
      * opérandes et l'opérateur sont repris ici
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-CLE.
               10  HIST-DATE   PIC 9(8).
               10  HIST-LOT    PIC 9(6).
               10  HIST-TRANS  PIC 9(7).
           05  HIST-SIGN       PIC X(1).
           05  HIST-NUM1       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  HIST-NUM2       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  HIST-RESULT     PIC S9(10)V99 SIGN LEADING SEPARATE.
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

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

       FD  PRM-FILE.
       01  PRM-RECORD          PIC X(80).

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACC-STATUS PIC X(2) VALUE '00'.
       01  WS-LOTS-STATUS PIC X(2) VALUE '00'.
       01  WS-TRAVAIL-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-PRM-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       88  EOF-FICHIER VALUE 'Y'.
       01  WS-ACCUSE PIC X VALUE 'N'.
       88  ACCUSE-PRESENT VALUE 'O'.
       01  WS-HISTORIQUE PIC X VALUE 'N'.
       88  HISTORIQUE-OUVERT VALUE 'O'.
      * Délai en jours au-delà duquel un lot envoyé sans accusé
      * passe en retard
       01  WS-DELAI PIC 9(3) VALUE 2.
       01  WS-PRM-CLE PIC X(20).
       01  WS-PRM-VALEUR PIC X(20).
       01  WS-JOUR-COURANT PIC 9(8).
       01  WS-DATE-ENVOI PIC 9(8) VALUE 0.
       01  WS-DATE-ENVOI-X REDEFINES WS-DATE-ENVOI.
           05  WS-ENV-AAAA PIC X(4).
           05  WS-ENV-MM PIC X(2).
           05  WS-ENV-JJ PIC X(2).
       01  WS-AGE PIC 9(5) VALUE 0.
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TIME.
           05  WS-DT-AAAAMMJJ PIC 9(8).
           05  WS-DT-AAAAMMJJ-X REDEFINES WS-DT-AAAAMMJJ.
               10  WS-DT-AAAA PIC X(4).
               10  WS-DT-MM PIC X(2).
               10  WS-DT-JJ PIC X(2).
           05  WS-DT-HH PIC X(2).
           05  WS-DT-MN PIC X(2).
           05  WS-DT-SS PIC X(2).
           05  FILLER PIC X(12).
       01  WS-HORODATE PIC X(19).
      * Accusés de lot chargés en mémoire ; la suite notée pour
      * chacun vaut T rapproché, D déjà reçu, blanc non rapproché
       01  WS-ACC-MAX PIC 9(4) VALUE 500.
       01  WS-ACC-NB PIC 9(4) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENT OCCURS 500 TIMES.
               10  WAC-DATE PIC 9(8).
               10  WAC-LOT PIC 9(6).
               10  WAC-STATUT PIC X(1).
               10  WAC-COUNT PIC 9(7).
               10  WAC-SOMME PIC S9(13)V99.
               10  WAC-SUITE PIC X(1).
       01  WS-IDX PIC 9(4) VALUE 0.
       01  WS-IDX-TROUVE PIC 9(4) VALUE 0.
       01  WS-CHERCHE-DATE PIC 9(8) VALUE 0.
       01  WS-CHERCHE-LOT PIC 9(6) VALUE 0.
      * Opérandes reportés sur la ligne d'exception d'un rejet
       01  WS-SIGN PIC X(1) VALUE SPACE.
       01  WS-NUM1 PIC S9(9)V99 VALUE 0.
       01  WS-NUM1-AFF PIC -(9)9.99 VALUE 0.
       01  WS-NUM2 PIC S9(9)V99 VALUE 0.
       01  WS-NUM2-AFF PIC -(8)9.99 VALUE 0.
       01  WS-OPER PIC X(3) VALUE SPACES.
       01  WS-LIBELLE PIC X(60).
       01  WS-EXC-PTR PIC 9(3) VALUE 1.
      * Compteurs du compte rendu
       01  WS-CNT-LOTS PIC 9(7) VALUE 0.
       01  WS-CNT-ACCUSES PIC 9(7) VALUE 0.
       01  WS-CNT-REJETES PIC 9(7) VALUE 0.
       01  WS-CNT-RETARD PIC 9(7) VALUE 0.
       01  WS-CNT-ATTENTE PIC 9(7) VALUE 0.
       01  WS-CNT-ECARTS PIC 9(7) VALUE 0.
       01  WS-CNT-DEJA PIC 9(7) VALUE 0.
       01  WS-CNT-INCONNUS PIC 9(7) VALUE 0.
       01  WS-CNT-ILLISIBLES PIC 9(7) VALUE 0.
       01  WS-CNT-LIGNES PIC 9(7) VALUE 0.
       01  WS-CNT-IGNOREES PIC 9(7) VALUE 0.
       01  WS-RETOUR PIC 9(2) VALUE 0.
      * Zones d'édition de l'état
       01  WS-EDIT-LIGNE PIC X(132).
       01  WS-CNT-AFF PIC ZZZZZZ9.
       01  WS-CNT2-AFF PIC ZZZZZZ9.
       01  WS-SOMME-AFF PIC -(13)9.99.
       01  WS-SOMME2-AFF PIC -(13)9.99.
       01  WS-DELAI-AFF PIC ZZ9.
       01  WS-AGE-AFF PIC ZZZZ9.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DT-AAAAMMJJ TO WS-JOUR-COURANT.
           MOVE SPACES TO WS-HORODATE.
           STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
              ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
              DELIMITED BY SIZE INTO WS-HORODATE
           END-STRING.

           PERFORM LIRE-PARAMETRES.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer ACCUSEXP.TXT, statut '
                 WS-ETAT-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'RAPPROCHEMENT DES ACCUSES DU CHARGEUR DU '
              WS-DT-JJ '/' WS-DT-MM '/' WS-DT-AAAA
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-DELAI TO WS-DELAI-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'DELAI D''ACCUSE : ' WS-DELAI-AFF ' JOURS'
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE ALL '=' TO WS-EDIT-LIGNE(1:70).
           PERFORM ECRIRE-ETAT.

           PERFORM CHARGER-ACCUSES.
           PERFORM RAPPROCHER-LOTS.
           PERFORM SIGNALER-INCONNUS.
           IF ACCUSE-PRESENT
              PERFORM TRAITER-REJETS-LIGNE
           END-IF.
           PERFORM EDITER-BILAN.

           CLOSE ETAT-FILE.
      * 4 = écarts, rejets ou retards à suivre dans ACCUSEXP.TXT
           IF WS-CNT-ECARTS > 0 OR WS-CNT-REJETES > 0 OR
              WS-CNT-RETARD > 0 OR WS-CNT-LIGNES > 0 OR
              WS-CNT-INCONNUS > 0 OR WS-CNT-ILLISIBLES > 0
              MOVE 4 TO WS-RETOUR
           END-IF.
           DISPLAY 'Rapprochement terminé, voir ACCUSEXP.TXT'.
           MOVE WS-RETOUR TO RETURN-CODE.
           STOP RUN.
      **************************************************************

      * Le délai vient de ACCUSEXP.PRM si le fichier existe, sinon
      * 2 jours ; un délai nul mettrait en retard les lots du jour
       LIRE-PARAMETRES.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-UN-PARAMETRE UNTIL EOF-FICHIER
              CLOSE PRM-FILE
           END-IF.
           IF WS-DELAI = 0
              DISPLAY 'Délai invalide, 2 jours appliqués'
              MOVE 2 TO WS-DELAI
           END-IF.

       LIRE-UN-PARAMETRE.
           READ PRM-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 MOVE SPACES TO WS-PRM-CLE WS-PRM-VALEUR
                 UNSTRING PRM-RECORD DELIMITED BY '='
                    INTO WS-PRM-CLE WS-PRM-VALEUR
                 END-UNSTRING
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-CLE))
                    = 'DELAI'
                    MOVE FUNCTION NUMVAL(WS-PRM-VALEUR)
                       TO WS-DELAI
                 END-IF
           END-READ.

      **************************************************************
      * Charge en mémoire les accusés de lot ; un accusé illisible
      * ou reçu deux fois dans le même fichier est signalé et
      * écarté. Sans ACCUSE.DAT seuls les retards sont contrôlés
      **************************************************************
       CHARGER-ACCUSES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACC-FILE.
           IF WS-ACC-STATUS = '00'
              MOVE 'O' TO WS-ACCUSE
              PERFORM LIRE-ACCUSE UNTIL EOF-FICHIER
              CLOSE ACC-FILE
           ELSE
              MOVE 'ACCUSE.DAT ABSENT, SEULS LES RETARDS SONT CONTROLES'
                 TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.

       LIRE-ACCUSE.
           READ ACC-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF ACL-TYPE = 'L'
                    PERFORM NOTER-ACCUSE
                 END-IF
           END-READ.

       NOTER-ACCUSE.
           IF ACL-DATE IS NOT NUMERIC OR ACL-LOT IS NOT NUMERIC OR
              ACL-COUNT IS NOT NUMERIC OR
              ACL-SOMME IS NOT NUMERIC OR
              (ACL-STATUT NOT = 'A' AND ACL-STATUT NOT = 'R')
              ADD 1 TO WS-CNT-ILLISIBLES
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'ACCUSE ILLISIBLE, ECARTE : ' ACC-RECORD(1:46)
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           ELSE
              MOVE ACL-DATE TO WS-CHERCHE-DATE
              MOVE ACL-LOT TO WS-CHERCHE-LOT
              PERFORM CHERCHER-ACCUSE
              EVALUATE TRUE
                 WHEN WS-IDX-TROUVE > 0
                    ADD 1 TO WS-CNT-ILLISIBLES
                    MOVE SPACES TO WS-EDIT-LIGNE
                    STRING 'LOT ' ACL-LOT ' DU ' ACL-DATE
                       ' : ACCUSE EN DOUBLE DANS LE FICHIER, ECARTE'
                       DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    END-STRING
                    PERFORM ECRIRE-ETAT
                 WHEN WS-ACC-NB < WS-ACC-MAX
                    ADD 1 TO WS-ACC-NB
                    MOVE ACL-DATE TO WAC-DATE(WS-ACC-NB)
                    MOVE ACL-LOT TO WAC-LOT(WS-ACC-NB)
                    MOVE ACL-STATUT TO WAC-STATUT(WS-ACC-NB)
                    MOVE ACL-COUNT TO WAC-COUNT(WS-ACC-NB)
                    MOVE ACL-SOMME TO WAC-SOMME(WS-ACC-NB)
                    MOVE SPACE TO WAC-SUITE(WS-ACC-NB)
                 WHEN OTHER
                    ADD 1 TO WS-CNT-ILLISIBLES
                    MOVE SPACES TO WS-EDIT-LIGNE
                    STRING 'LOT ' ACL-LOT ' DU ' ACL-DATE
                       ' : TABLE DES ACCUSES PLEINE, ECARTE'
                       DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    END-STRING
                    PERFORM ECRIRE-ETAT
              END-EVALUATE
           END-IF.

      * Cherche l'accusé d'une date et d'un numéro de lot
       CHERCHER-ACCUSE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ACC-NB OR WS-IDX-TROUVE > 0
              IF WAC-DATE(WS-IDX) = WS-CHERCHE-DATE AND
                 WAC-LOT(WS-IDX) = WS-CHERCHE-LOT
                 MOVE WS-IDX TO WS-IDX-TROUVE
              END-IF
           END-PERFORM.

      **************************************************************
      * Relit le registre des lots vers LOTS.TMP en notant l'état
      * d'export de chaque lot, puis recopie le fichier de travail
      * sur LOTS.DAT. Un lot consigné avant le suivi des exports
      * (état à blanc) est recopié tel quel
      **************************************************************
       RAPPROCHER-LOTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOTS-FILE.
           IF WS-LOTS-STATUS NOT = '00'
              MOVE 'LOTS.DAT ABSENT, AUCUN LOT A RAPPROCHER'
                 TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           ELSE
              OPEN OUTPUT TRAVAIL-FILE
              IF WS-TRAVAIL-STATUS NOT = '00'
                 DISPLAY 'Impossible de créer LOTS.TMP, statut '
                    WS-TRAVAIL-STATUS
                 CLOSE LOTS-FILE
                 CLOSE ETAT-FILE
                 STOP RUN
              END-IF
              PERFORM LIRE-LOT-REGISTRE UNTIL EOF-FICHIER
              CLOSE LOTS-FILE
              CLOSE TRAVAIL-FILE
              PERFORM RECOPIER-LOTS
           END-IF.

       LIRE-LOT-REGISTRE.
           READ LOTS-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF LOT-EXP-ETAT NOT = SPACE
                    ADD 1 TO WS-CNT-LOTS
                    PERFORM RAPPROCHER-UN-LOT
                 END-IF
                 MOVE LOTS-RECORD TO TRAVAIL-RECORD
                 WRITE TRAVAIL-RECORD
           END-READ.

       RAPPROCHER-UN-LOT.
           MOVE LOT-DATE TO WS-CHERCHE-DATE.
           MOVE LOT-NUM TO WS-CHERCHE-LOT.
           PERFORM CHERCHER-ACCUSE.
           EVALUATE TRUE
              WHEN WS-IDX-TROUVE > 0 AND
                 (LOT-EXP-ETAT = 'A' OR LOT-EXP-ETAT = 'R')
      * Le lot a déjà reçu son accusé : celui-ci est un renvoi, ses
      * rejets de ligne ont déjà été portés au journal
                 MOVE 'D' TO WAC-SUITE(WS-IDX-TROUVE)
                 ADD 1 TO WS-CNT-DEJA
                 MOVE SPACES TO WS-EDIT-LIGNE
                 STRING 'LOT ' LOT-NUM ' DU ' LOT-DATE
                    ' : ACCUSE DEJA RECU LE ' LOT-ACCUSE-HORODATE
                    ', IGNORE'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM ECRIRE-ETAT
              WHEN WS-IDX-TROUVE > 0
                 PERFORM APPLIQUER-ACCUSE
              WHEN LOT-EXP-ETAT = 'E' OR LOT-EXP-ETAT = 'O'
                 PERFORM CONTROLER-DELAI
           END-EVALUATE.

      * Compare compte et montant accusés à ceux exportés, puis
      * note l'état donné par le chargeur ; un écart est édité
      * sans changer l'état, le chargeur restant seul juge
       APPLIQUER-ACCUSE.
           MOVE 'T' TO WAC-SUITE(WS-IDX-TROUVE).
           IF WAC-COUNT(WS-IDX-TROUVE) NOT = LOT-EXP-COUNT
              ADD 1 TO WS-CNT-ECARTS
              MOVE LOT-EXP-COUNT TO WS-CNT-AFF
              MOVE WAC-COUNT(WS-IDX-TROUVE) TO WS-CNT2-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT ' LOT-NUM ' DU ' LOT-DATE
                 ' : ECART DE COMPTE, EXPORTE ' WS-CNT-AFF
                 ' ACCUSE ' WS-CNT2-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.
           IF WAC-SOMME(WS-IDX-TROUVE) NOT = LOT-EXP-SOMME
              ADD 1 TO WS-CNT-ECARTS
              MOVE LOT-EXP-SOMME TO WS-SOMME-AFF
              MOVE WAC-SOMME(WS-IDX-TROUVE) TO WS-SOMME2-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT ' LOT-NUM ' DU ' LOT-DATE
                 ' : ECART DE MONTANT, EXPORTE ' WS-SOMME-AFF
                 ' ACCUSE ' WS-SOMME2-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.
           IF WAC-STATUT(WS-IDX-TROUVE) = 'R'
              MOVE 'R' TO LOT-EXP-ETAT
              ADD 1 TO WS-CNT-REJETES
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT ' LOT-NUM ' DU ' LOT-DATE
                 ' : REJETE PAR LE CHARGEUR'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           ELSE
              MOVE 'A' TO LOT-EXP-ETAT
              ADD 1 TO WS-CNT-ACCUSES
           END-IF.
           MOVE WS-HORODATE TO LOT-ACCUSE-HORODATE.

      * Un lot envoyé sans accusé passe en retard au-delà du délai,
      * compté depuis le jour de son traitement ; il est édité à
      * chaque passage tant que l'accusé n'est pas arrivé
       CONTROLER-DELAI.
           MOVE 0 TO WS-DATE-ENVOI.
           MOVE LOT-HORODATE(1:4) TO WS-ENV-AAAA.
           MOVE LOT-HORODATE(6:2) TO WS-ENV-MM.
           MOVE LOT-HORODATE(9:2) TO WS-ENV-JJ.
           IF WS-DATE-ENVOI IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENVOI) NOT = 0
              MOVE LOT-DATE TO WS-DATE-ENVOI
           END-IF.
           MOVE 0 TO WS-AGE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENVOI) = 0 AND
              WS-DATE-ENVOI < WS-JOUR-COURANT
              COMPUTE WS-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-JOUR-COURANT)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-ENVOI)
           END-IF.
           IF WS-AGE > WS-DELAI
              MOVE 'O' TO LOT-EXP-ETAT
              ADD 1 TO WS-CNT-RETARD
              MOVE WS-AGE TO WS-AGE-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'LOT ' LOT-NUM ' DU ' LOT-DATE
                 ' : SANS ACCUSE DEPUIS ' WS-AGE-AFF ' JOURS'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           ELSE
              ADD 1 TO WS-CNT-ATTENTE
           END-IF.

      * Recopie le fichier de travail sur LOTS.DAT pour que les
      * états notés soient conservés
       RECOPIER-LOTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRAVAIL-FILE.
           IF WS-TRAVAIL-STATUS NOT = '00'
              DISPLAY 'Impossible de relire LOTS.TMP, statut '
                 WS-TRAVAIL-STATUS
              CLOSE ETAT-FILE
              STOP RUN
           END-IF.
           OPEN OUTPUT LOTS-FILE.
           IF WS-LOTS-STATUS NOT = '00'
              DISPLAY 'Impossible de réécrire LOTS.DAT, statut '
                 WS-LOTS-STATUS
              CLOSE TRAVAIL-FILE
              CLOSE ETAT-FILE
              STOP RUN
           END-IF.
           PERFORM RECOPIER-UNE-LIGNE UNTIL EOF-FICHIER.
           CLOSE TRAVAIL-FILE.
           CLOSE LOTS-FILE.

       RECOPIER-UNE-LIGNE.
           READ TRAVAIL-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 MOVE TRAVAIL-RECORD TO LOTS-RECORD
                 WRITE LOTS-RECORD
           END-READ.

      * Un accusé resté sans lot suivi dans le registre vise un lot
      * inconnu ou consigné avant le suivi des exports
       SIGNALER-INCONNUS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ACC-NB
              IF WAC-SUITE(WS-IDX) = SPACE
                 ADD 1 TO WS-CNT-INCONNUS
                 MOVE SPACES TO WS-EDIT-LIGNE
                 STRING 'LOT ' WAC-LOT(WS-IDX) ' DU '
                    WAC-DATE(WS-IDX)
                    ' : ACCUSE SANS LOT EXPORTE AU REGISTRE'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM ECRIRE-ETAT
              END-IF
           END-PERFORM.

      **************************************************************
      * Rejets de ligne : seuls ceux d'un lot rapproché à ce
      * passage partent dans EXCEPTION.LOG, pour qu'un accusé
      * renvoyé ne les y porte pas deux fois
      **************************************************************
       TRAITER-REJETS-LIGNE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '00'
              MOVE 'O' TO WS-HISTORIQUE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACC-FILE.
           IF WS-ACC-STATUS = '00'
              PERFORM LIRE-REJET-LIGNE UNTIL EOF-FICHIER
              CLOSE ACC-FILE
           END-IF.
           IF HISTORIQUE-OUVERT
              CLOSE HIST-FILE
           END-IF.

       LIRE-REJET-LIGNE.
           READ ACC-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF ACR-TYPE = 'R'
                    PERFORM TRAITER-UN-REJET
                 END-IF
           END-READ.

       TRAITER-UN-REJET.
           MOVE 0 TO WS-IDX-TROUVE.
           IF ACR-DATE IS NUMERIC AND ACR-LOT IS NUMERIC AND
              ACR-TRANS IS NUMERIC
              MOVE ACR-DATE TO WS-CHERCHE-DATE
              MOVE ACR-LOT TO WS-CHERCHE-LOT
              PERFORM CHERCHER-ACCUSE
           END-IF.
           IF WS-IDX-TROUVE > 0
              IF WAC-SUITE(WS-IDX-TROUVE) = 'T'
                 PERFORM ECRIRE-REJET-LIGNE
              ELSE
                 ADD 1 TO WS-CNT-IGNOREES
              END-IF
           ELSE
              ADD 1 TO WS-CNT-IGNOREES
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING 'REJET DE LIGNE SANS ACCUSE DE LOT, IGNORE : '
                 ACC-RECORD(1:22)
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.

      * La ligne rejetée est portée au journal au format de
      * calcul2, avec les opérandes et l'opérateur repris de
      * l'historique pour que recycexc puisse la corriger ; sans
      * fiche les opérandes sont à zéro et le libellé le dit
       ECRIRE-REJET-LIGNE.
           MOVE SPACE TO WS-SIGN.
           MOVE 0 TO WS-NUM1 WS-NUM2.
           MOVE SPACES TO WS-OPER.
           MOVE SPACES TO WS-LIBELLE.
           IF HISTORIQUE-OUVERT
              MOVE ACR-DATE TO HIST-DATE
              MOVE ACR-LOT TO HIST-LOT
              MOVE ACR-TRANS TO HIST-TRANS
              READ HIST-FILE KEY IS HIST-CLE
                 INVALID KEY
                    MOVE '00' TO WS-HIST-STATUS
                    MOVE 'Rejet chargeur, fiche historique absente'
                       TO WS-LIBELLE
                 NOT INVALID KEY
                    MOVE HIST-SIGN TO WS-SIGN
                    MOVE HIST-NUM1 TO WS-NUM1
                    IF HIST-SIGN NOT = 'C' AND HIST-SIGN NOT = 'E'
                       MOVE HIST-NUM2 TO WS-NUM2
                    END-IF
                    MOVE HIST-OPER TO WS-OPER
              END-READ
           ELSE
              MOVE 'Rejet chargeur, historique indisponible'
                 TO WS-LIBELLE
           END-IF.
           IF WS-LIBELLE = SPACES
              STRING 'Rejet chargeur : ' FUNCTION TRIM(ACR-MOTIF)
                 DELIMITED BY SIZE INTO WS-LIBELLE
              END-STRING
           END-IF.
           MOVE WS-NUM1 TO WS-NUM1-AFF.
           MOVE WS-NUM2 TO WS-NUM2-AFF.
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
              MOVE SPACES TO EXCEPT-RECORD
              MOVE 1 TO WS-EXC-PTR
              STRING WS-HORODATE
                 ' E015 ' FUNCTION TRIM(WS-LIBELLE)
                 ' num1=' WS-NUM1-AFF ' signe=' WS-SIGN
                 ' num2=' WS-NUM2-AFF
                 ' trans=' ACR-TRANS ' lot=' ACR-LOT
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
                 WITH POINTER WS-EXC-PTR
              END-STRING
              IF WS-OPER NOT = SPACES
                 STRING ' op=' WS-OPER DELIMITED BY SIZE
                    INTO EXCEPT-RECORD
                    WITH POINTER WS-EXC-PTR
                 END-STRING
              END-IF
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
              ADD 1 TO WS-CNT-LIGNES
           END-IF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOT ' ACR-LOT ' DU ' ACR-DATE ' TRANS ' ACR-TRANS
              ' : LIGNE REJETEE PAR LE CHARGEUR, '
              FUNCTION TRIM(ACR-MOTIF)
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.

      **************************************************************
      * Compte rendu en fin d'état
      **************************************************************
       EDITER-BILAN.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-LOTS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOTS SUIVIS             : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ACCUSES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOTS ACCUSES CE JOUR    : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-REJETES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOTS REJETES CE JOUR    : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ECARTS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'ECARTS COMPTE OU MONTANT: ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-RETARD TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOTS EN RETARD          : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ATTENTE TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LOTS EN ATTENTE D''ACCUSE: ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-DEJA TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'ACCUSES DEJA RECUS      : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-INCONNUS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'ACCUSES SANS LOT        : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ILLISIBLES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'ACCUSES ECARTES         : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-LIGNES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LIGNES REJETEES (E015)  : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-IGNOREES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'REJETS DE LIGNE IGNORES : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.

       ECRIRE-ETAT.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.
