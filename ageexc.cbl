      *=============================================================*
      * AGEEXC:                                                     *
      *    L'objectif: Montrer ce qui reste ouvert dans le journal  *
      *    des exceptions, y compris dans les générations déjà      *
      *    archivées par archlog, pour que rien ne se perde avant   *
      *    la purge.                                                *
      *    Les étapes:                                              *
      *    Je relis EXCEPTION.LOG et chaque génération EXCEPTION    *
      *    active du catalogue ARCHCAT.DAT, je retiens toute ligne  *
      *    sans disposition *RECYCLE= et je la date en jours, puis  *
      *    je trie le tout par code d'exception et par opérateur.   *
      *    J'édite dans AGEEXC.TXT chaque exception ouverte avec    *
      *    son lot, sa transaction et sa tranche d'âge (0-1, 2-7,   *
      *    8-30, plus de 30 jours), en signalant celles dont la     *
      *    génération sera bientôt purgée selon la RETENTION de     *
      *    ARCHLOG.PRM (30 jours à défaut). Les totaux sont         *
      *    comparés à ceux du passage précédent, gardés dans        *
      *    AGEEXC.HIS.                                              *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ageexc.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-EXCEPT-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT CAT-FILE ASSIGN TO 'ARCHCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PRM-FILE ASSIGN TO 'ARCHLOG.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      * Totaux de chaque passage, pour suivre l'évolution du stock
           SELECT HIS-FILE ASSIGN TO 'AGEEXC.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'AGEEXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
      * Fichiers de travail : les exceptions ouvertes extraites de
      * tous les journaux, puis les mêmes triées par code et par
      * opérateur
           SELECT EXTRAIT-FILE ASSIGN TO 'AGEEXC.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRAIT-STATUS.
           SELECT TRI-FILE ASSIGN TO 'AGEEXC.TRI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRI-STATUS.
           SELECT TRAVAIL-TRI ASSIGN TO 'AGEEXC.SRT'.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(200).

      * Même dessin que dans archlog
       FD  CAT-FILE.
       01  CAT-RECORD.
           05  CAT-TYPE        PIC X(9).
           05  CAT-DATE        PIC 9(8).
           05  CAT-NB          PIC 9(7).
           05  CAT-HORODATE    PIC X(19).
           05  CAT-ETAT        PIC X(5).

       FD  PRM-FILE.
       01  PRM-RECORD          PIC X(80).

      * Un passage : sa date, le nombre d'exceptions ouvertes, leur
      * répartition par tranche d'âge et celles proches de la purge
       FD  HIS-FILE.
       01  HIS-RECORD.
           05  HIS-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  HIS-HORODATE    PIC X(19).
           05  FILLER          PIC X(1).
           05  HIS-TOTAL       PIC 9(7).
           05  HIS-TRANCHE     PIC 9(7) OCCURS 4 TIMES.
           05  HIS-PURGE       PIC 9(7).

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

      * Une exception ouverte : code, opérateur, horodatage, âge et
      * tranche, références lot et transaction, journal d'origine,
      * jours restant avant la purge de ce journal et libellé
       FD  EXTRAIT-FILE.
       01  EXT-RECORD.
           05  EXT-CODE        PIC X(4).
           05  EXT-OPER        PIC X(3).
           05  EXT-HORODATE    PIC X(19).
           05  EXT-AGE         PIC 9(5).
           05  EXT-TRANCHE     PIC 9(1).
           05  EXT-LOT         PIC X(6).
           05  EXT-TRANS       PIC X(7).
           05  EXT-SOURCE      PIC X(18).
           05  EXT-RESTE       PIC S9(5) SIGN LEADING SEPARATE.
           05  EXT-LIBELLE     PIC X(40).

       FD  TRI-FILE.
       01  TRI-RECORD.
           05  TRI-CODE        PIC X(4).
           05  TRI-OPER        PIC X(3).
           05  TRI-HORODATE    PIC X(19).
           05  TRI-AGE         PIC 9(5).
           05  TRI-TRANCHE     PIC 9(1).
           05  TRI-LOT         PIC X(6).
           05  TRI-TRANS       PIC X(7).
           05  TRI-SOURCE      PIC X(18).
           05  TRI-RESTE       PIC S9(5) SIGN LEADING SEPARATE.
           05  TRI-LIBELLE     PIC X(40).

       SD  TRAVAIL-TRI.
       01  SRT-RECORD.
           05  SRT-CODE        PIC X(4).
           05  SRT-OPER        PIC X(3).
           05  SRT-HORODATE    PIC X(19).
           05  FILLER          PIC X(83).

       WORKING-STORAGE SECTION.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-CAT-STATUS PIC X(2) VALUE '00'.
       01  WS-PRM-STATUS PIC X(2) VALUE '00'.
       01  WS-HIS-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-EXTRAIT-STATUS PIC X(2) VALUE '00'.
       01  WS-TRI-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-NOM PIC X(30).
       01  WS-EOF PIC X VALUE 'N'.
       88  EOF-FICHIER VALUE 'Y'.
       01  WS-EOF-TRI PIC X VALUE 'N'.
       88  EOF-TRI VALUE 'Y'.
       01  WS-PRM-CLE PIC X(20).
       01  WS-PRM-VALEUR PIC X(20).
      * Rétention de archlog et préavis de purge : une exception
      * dont le journal sera purgé dans moins de WS-PREAVIS jours
      * est signalée pour être traitée en premier
       01  WS-RETENTION PIC 9(3) VALUE 30.
       01  WS-PREAVIS PIC 9(3) VALUE 7.
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
       01  WS-JOURS-COURANT PIC 9(7) VALUE 0.
      * Journal en cours de lecture : nom, date de sa génération
      * (le jour même pour EXCEPTION.LOG, archivé ce soir) et
      * jours restant avant sa purge
       01  WS-SOURCE PIC X(18).
       01  WS-GEN-DATE PIC 9(8) VALUE 0.
       01  WS-GEN-RESTE PIC S9(5) VALUE 0.
       01  WS-CNT-LUES PIC 9(7) VALUE 0.
       01  WS-CNT-OUVERTES-SRC PIC 9(7) VALUE 0.
      * Découpage de la ligne d'exception
       01  WS-LIGNE PIC X(200).
       01  WS-AVANT PIC X(200).
       01  WS-APRES PIC X(200).
       01  WS-LIGNE-DATE PIC 9(8) VALUE 0.
       01  WS-LIGNE-DATE-X REDEFINES WS-LIGNE-DATE.
           05  WS-LD-AAAA PIC X(4).
           05  WS-LD-MM PIC X(2).
           05  WS-LD-JJ PIC X(2).
       01  WS-AGE PIC S9(7) VALUE 0.
       01  WS-TALLY PIC 9(3) VALUE 0.
      * Tranches d'âge : 1 = 0-1 jour, 2 = 2-7, 3 = 8-30, 4 = plus
       01  WS-TRANCHE-LIB.
           05  FILLER PIC X(5) VALUE '0-1  '.
           05  FILLER PIC X(5) VALUE '2-7  '.
           05  FILLER PIC X(5) VALUE '8-30 '.
           05  FILLER PIC X(5) VALUE '>30  '.
       01  WS-TRANCHE-LIB-R REDEFINES WS-TRANCHE-LIB.
           05  WS-LIB-TRANCHE PIC X(5) OCCURS 4 TIMES.
      * Cumuls par opérateur, par code et généraux : une colonne
      * par tranche d'âge, puis les exceptions proches de la purge
       01  WS-CUMULS.
           05  WS-CUM OCCURS 3 TIMES.
               10  WCU-TOTAL PIC 9(7).
               10  WCU-TRANCHE PIC 9(7) OCCURS 4 TIMES.
               10  WCU-PURGE PIC 9(7).
       01  WS-NIV PIC 9(1) VALUE 0.
       01  WS-NIV-OPER PIC 9(1) VALUE 1.
       01  WS-NIV-CODE PIC 9(1) VALUE 2.
       01  WS-NIV-TOTAL PIC 9(1) VALUE 3.
       01  WS-T PIC 9(1) VALUE 0.
       01  WS-CODE-COURANT PIC X(4).
       01  WS-OPER-COURANT PIC X(3).
      * Passage précédent relu dans l'historique
       01  WS-PREC-VU PIC X VALUE 'N'.
       88  PRECEDENT-CONNU VALUE 'O'.
       01  WS-PREC-HORODATE PIC X(19).
       01  WS-PREC-TOTAL PIC 9(7) VALUE 0.
       01  WS-PREC-TRANCHE PIC 9(7) OCCURS 4 TIMES.
       01  WS-PREC-PURGE PIC 9(7) VALUE 0.
       01  WS-ECART PIC S9(7) VALUE 0.
      * Compteurs généraux
       01  WS-CNT-JOURNAUX PIC 9(3) VALUE 0.
       01  WS-CNT-ILLISIBLES PIC 9(7) VALUE 0.
      * Zones d'édition
       01  WS-EDIT-LIGNE PIC X(132).
       01  WS-EDIT-PTR PIC 9(3) VALUE 1.
       01  WS-CNT-AFF PIC ZZZZZZ9.
       01  WS-CNT2-AFF PIC ZZZZZZ9.
       01  WS-AGE-AFF PIC ZZZZ9.
       01  WS-RESTE-AFF PIC -ZZZ9.
       01  WS-ECART-AFF PIC +++++++9.
       01  WS-RET-AFF PIC ZZ9.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE SPACES TO WS-HORODATE.
           STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
              ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
              DELIMITED BY SIZE INTO WS-HORODATE
           END-STRING.
           COMPUTE WS-JOURS-COURANT =
              FUNCTION INTEGER-OF-DATE(WS-DT-AAAAMMJJ).
           PERFORM LIRE-PARAMETRES.
      * même repli que archlog sur une rétention nulle
           IF WS-RETENTION = 0
              MOVE 30 TO WS-RETENTION
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer AGEEXC.TXT, statut '
                 WS-ETAT-STATUS
              STOP RUN
           END-IF.
           PERFORM ECRIRE-ENTETE.

      * Extraction des exceptions ouvertes de tous les journaux,
      * puis tri par code et par opérateur : l'état se fait en une
      * passe de lecture, quel que soit le volume
           OPEN OUTPUT EXTRAIT-FILE.
           IF WS-EXTRAIT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer AGEEXC.TMP, statut '
                 WS-EXTRAIT-STATUS
              CLOSE ETAT-FILE
              STOP RUN
           END-IF.
           MOVE 'EXCEPTION.LOG' TO WS-EXCEPT-NOM.
           MOVE WS-DT-AAAAMMJJ TO WS-GEN-DATE.
           PERFORM EXTRAIRE-JOURNAL.
           PERFORM PARCOURIR-CATALOGUE.
           CLOSE EXTRAIT-FILE.

           SORT TRAVAIL-TRI
              ON ASCENDING KEY SRT-CODE SRT-OPER SRT-HORODATE
              USING EXTRAIT-FILE
              GIVING TRI-FILE.

           INITIALIZE WS-CUMULS.
           PERFORM EDITER-OUVERTES.
           PERFORM LIRE-HISTORIQUE.
           PERFORM EDITER-EVOLUTION.
           PERFORM NOTER-HISTORIQUE.

      * les fichiers de travail ne servent plus après l'état
           DELETE FILE EXTRAIT-FILE.
           DELETE FILE TRI-FILE.

           CLOSE ETAT-FILE.
           MOVE WCU-TOTAL(WS-NIV-TOTAL) TO WS-CNT-AFF.
           DISPLAY 'Exceptions ouvertes : ' WS-CNT-AFF
              ', voir AGEEXC.TXT'.
      * des exceptions proches de la purge sont à traiter d'urgence
           IF WCU-PURGE(WS-NIV-TOTAL) > 0
              MOVE WCU-PURGE(WS-NIV-TOTAL) TO WS-CNT-AFF
              DISPLAY 'Dont ' WS-CNT-AFF ' bientôt purgées'
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************

      * La rétention est celle de ARCHLOG.PRM ; sans fichier, les
      * 30 jours par défaut de archlog
       LIRE-PARAMETRES.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-UN-PARAMETRE UNTIL EOF-FICHIER
              CLOSE PRM-FILE
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
                    = 'RETENTION'
                    MOVE FUNCTION NUMVAL(WS-PRM-VALEUR)
                       TO WS-RETENTION
                 END-IF
           END-READ.

       ECRIRE-ENTETE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'EXCEPTIONS OUVERTES ET VIEILLISSEMENT EDITE LE '
              WS-DT-JJ '/' WS-DT-MM '/' WS-DT-AAAA
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-RETENTION TO WS-RET-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'RETENTION ARCHLOG : ' WS-RET-AFF ' JOURS'
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           MOVE WS-PREAVIS TO WS-RET-AFF.
           STRING '   PREAVIS DE PURGE : ' WS-RET-AFF ' JOURS'
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE(37:)
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE ALL '=' TO WS-EDIT-LIGNE(1:110).
           PERFORM ECRIRE-ETAT.
           MOVE 'JOURNAUX LUS :' TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.

      **************************************************************
      * Extraction : chaque génération EXCEPTION active du
      * catalogue, après le journal du jour
      **************************************************************
       PARCOURIR-CATALOGUE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS NOT = '00'
              MOVE '   ARCHCAT.DAT ABSENT, AUCUNE GENERATION'
                 TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           ELSE
              PERFORM LIRE-CATALOGUE UNTIL EOF-FICHIER
              CLOSE CAT-FILE
           END-IF.

       LIRE-CATALOGUE.
           READ CAT-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF CAT-TYPE = 'EXCEPTION' AND CAT-ETAT = 'ACTIF'
                    AND CAT-DATE IS NUMERIC
                    MOVE SPACES TO WS-EXCEPT-NOM
                    STRING 'EXCEPTION.' CAT-DATE
                       DELIMITED BY SIZE INTO WS-EXCEPT-NOM
                    END-STRING
                    MOVE CAT-DATE TO WS-GEN-DATE
                    PERFORM EXTRAIRE-JOURNAL
      * EXTRAIRE-JOURNAL a sa propre fin de fichier ; celle du
      * catalogue est rétablie
                    MOVE 'N' TO WS-EOF
                 END-IF
           END-READ.

      * Un journal : les jours restant avant sa purge se déduisent
      * de la date de sa génération, archlog purgeant une
      * génération plus vieille que la rétention
       EXTRAIRE-JOURNAL.
           MOVE WS-EXCEPT-NOM TO WS-SOURCE.
           COMPUTE WS-GEN-RESTE =
              FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) + WS-RETENTION
              + 1 - WS-JOURS-COURANT.
           MOVE 0 TO WS-CNT-LUES.
           MOVE 0 TO WS-CNT-OUVERTES-SRC.
           MOVE SPACES TO WS-EDIT-LIGNE.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EXCEPT-STATUS NOT = '00'
              STRING '   ' WS-SOURCE ' ABSENT OU ILLISIBLE, STATUT '
                 WS-EXCEPT-STATUS
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           ELSE
              ADD 1 TO WS-CNT-JOURNAUX
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-EXCEPTION UNTIL EOF-FICHIER
              CLOSE EXCEPT-FILE
              MOVE WS-CNT-LUES TO WS-CNT-AFF
              MOVE WS-CNT-OUVERTES-SRC TO WS-CNT2-AFF
              STRING '   ' WS-SOURCE ' : ' WS-CNT-AFF
                 ' LIGNES, ' WS-CNT2-AFF ' OUVERTES'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-IF.

       LIRE-EXCEPTION.
           READ EXCEPT-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-CNT-LUES
                 MOVE EXCEPT-RECORD TO WS-LIGNE
                 PERFORM RETENIR-EXCEPTION
           END-READ.

      * Une ligne sans disposition *RECYCLE= reste ouverte ; une
      * ligne sans horodatage ni code lisible est comptée à part
       RETENIR-EXCEPTION.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-LIGNE TALLYING WS-TALLY FOR ALL '*RECYCLE='.
           MOVE WS-LIGNE(1:4) TO WS-LD-AAAA.
           MOVE WS-LIGNE(6:2) TO WS-LD-MM.
           MOVE WS-LIGNE(9:2) TO WS-LD-JJ.
           EVALUATE TRUE
              WHEN WS-LIGNE = SPACES
                 CONTINUE
              WHEN WS-TALLY > 0
                 CONTINUE
              WHEN WS-LIGNE-DATE IS NOT NUMERIC
                 ADD 1 TO WS-CNT-ILLISIBLES
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-LIGNE-DATE) NOT = 0
                 ADD 1 TO WS-CNT-ILLISIBLES
              WHEN WS-LIGNE(21:1) NOT = 'E'
                 ADD 1 TO WS-CNT-ILLISIBLES
              WHEN OTHER
                 PERFORM ECRIRE-EXTRAIT
           END-EVALUATE.

       ECRIRE-EXTRAIT.
           MOVE SPACES TO EXT-RECORD.
           MOVE WS-LIGNE(21:4) TO EXT-CODE.
           MOVE WS-LIGNE(1:19) TO EXT-HORODATE.
           COMPUTE WS-AGE = WS-JOURS-COURANT
              - FUNCTION INTEGER-OF-DATE(WS-LIGNE-DATE).
           IF WS-AGE < 0
              MOVE 0 TO WS-AGE
           END-IF.
           MOVE WS-AGE TO EXT-AGE.
           EVALUATE TRUE
              WHEN WS-AGE <= 1
                 MOVE 1 TO EXT-TRANCHE
              WHEN WS-AGE <= 7
                 MOVE 2 TO EXT-TRANCHE
              WHEN WS-AGE <= 30
                 MOVE 3 TO EXT-TRANCHE
              WHEN OTHER
                 MOVE 4 TO EXT-TRANCHE
           END-EVALUATE.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' op='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           MOVE WS-APRES(1:3) TO EXT-OPER.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' lot='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           MOVE WS-APRES(1:6) TO EXT-LOT.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' trans='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           MOVE WS-APRES(1:7) TO EXT-TRANS.
           MOVE SPACES TO WS-AVANT.
           UNSTRING WS-LIGNE(26:)
              DELIMITED BY ' num1=' OR ' trans=' OR ' lot=' OR ' op='
              INTO WS-AVANT
           END-UNSTRING.
           MOVE WS-AVANT TO EXT-LIBELLE.
           MOVE WS-SOURCE TO EXT-SOURCE.
           MOVE WS-GEN-RESTE TO EXT-RESTE.
           WRITE EXT-RECORD.
           ADD 1 TO WS-CNT-OUVERTES-SRC.

      **************************************************************
      * État des exceptions ouvertes : rupture par code puis par
      * opérateur, une ligne par exception, cumuls par tranche
      **************************************************************
       EDITER-OUVERTES.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           IF WS-CNT-ILLISIBLES > 0
              MOVE WS-CNT-ILLISIBLES TO WS-CNT-AFF
              STRING 'LIGNES ILLISIBLES IGNOREES : ' WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE SPACES TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.
           MOVE 'N' TO WS-EOF-TRI.
           OPEN INPUT TRI-FILE.
           IF WS-TRI-STATUS NOT = '00'
              DISPLAY 'Impossible de relire AGEEXC.TRI, statut '
                 WS-TRI-STATUS
              MOVE 'Y' TO WS-EOF-TRI
           END-IF.
           PERFORM LIRE-TRI.
           IF EOF-TRI
              MOVE 'AUCUNE EXCEPTION OUVERTE' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.
           PERFORM EDITER-CODE UNTIL EOF-TRI.
           IF WS-TRI-STATUS = '00' OR WS-TRI-STATUS = '10'
              CLOSE TRI-FILE
           END-IF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE WS-NIV-TOTAL TO WS-NIV.
           PERFORM EDITER-CUMUL.

       EDITER-CODE.
           MOVE TRI-CODE TO WS-CODE-COURANT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'CODE ' WS-CODE-COURANT
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE ALL '-' TO WS-EDIT-LIGNE(1:40).
           PERFORM ECRIRE-ETAT.
           PERFORM EDITER-OPERATEUR
              UNTIL EOF-TRI OR TRI-CODE NOT = WS-CODE-COURANT.
           MOVE WS-NIV-CODE TO WS-NIV.
           PERFORM EDITER-CUMUL.
           PERFORM REMETTRE-CUMUL.

       EDITER-OPERATEUR.
           MOVE TRI-OPER TO WS-OPER-COURANT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           IF WS-OPER-COURANT = SPACES
              MOVE '  OPERATEUR NON RENSEIGNE' TO WS-EDIT-LIGNE
           ELSE
              STRING '  OPERATEUR ' WS-OPER-COURANT
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
           END-IF.
           PERFORM ECRIRE-ETAT.
           PERFORM EDITER-EXCEPTION
              UNTIL EOF-TRI OR TRI-CODE NOT = WS-CODE-COURANT
                 OR TRI-OPER NOT = WS-OPER-COURANT.
           MOVE WS-NIV-OPER TO WS-NIV.
           PERFORM EDITER-CUMUL.
           PERFORM REMETTRE-CUMUL.

      * Une exception ouverte ; celle dont le journal sera purgé
      * dans le préavis est marquée A TRAITER EN PRIORITE
       EDITER-EXCEPTION.
           MOVE TRI-AGE TO WS-AGE-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE 1 TO WS-EDIT-PTR.
           STRING '    ' TRI-HORODATE ' AGE ' WS-AGE-AFF ' J '
              WS-LIB-TRANCHE(TRI-TRANCHE) ' lot=' TRI-LOT
              ' trans=' TRI-TRANS ' ' TRI-SOURCE ' '
              TRI-LIBELLE
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              WITH POINTER WS-EDIT-PTR
           END-STRING.
           PERFORM ECRIRE-ETAT.
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV > 3
              ADD 1 TO WCU-TOTAL(WS-NIV)
              ADD 1 TO WCU-TRANCHE(WS-NIV, TRI-TRANCHE)
           END-PERFORM.
           IF TRI-RESTE <= WS-PREAVIS
              MOVE TRI-RESTE TO WS-RESTE-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              IF TRI-RESTE <= 0
                 STRING '      A TRAITER EN PRIORITE : JOURNAL A '
                    'PURGER AU PROCHAIN ARCHIVAGE'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
              ELSE
                 STRING '      A TRAITER EN PRIORITE : JOURNAL PURGE '
                    'DANS ' WS-RESTE-AFF ' JOURS'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
              END-IF
              PERFORM ECRIRE-ETAT
              PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV > 3
                 ADD 1 TO WCU-PURGE(WS-NIV)
              END-PERFORM
           END-IF.
           PERFORM LIRE-TRI.

      * Ligne de cumul du niveau WS-NIV : total, tranches d'âge et
      * exceptions proches de la purge
       EDITER-CUMUL.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE 1 TO WS-EDIT-PTR.
           EVALUATE WS-NIV
              WHEN WS-NIV-OPER
                 STRING '  TOTAL OPERATEUR ' WS-OPER-COURANT ' :'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    WITH POINTER WS-EDIT-PTR
                 END-STRING
              WHEN WS-NIV-CODE
                 STRING 'TOTAL CODE ' WS-CODE-COURANT '      :'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    WITH POINTER WS-EDIT-PTR
                 END-STRING
              WHEN OTHER
                 STRING 'TOTAL GENERAL        :'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    WITH POINTER WS-EDIT-PTR
                 END-STRING
           END-EVALUATE.
           MOVE WCU-TOTAL(WS-NIV) TO WS-CNT-AFF.
           STRING WS-CNT-AFF DELIMITED BY SIZE
              INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
           END-STRING.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              MOVE WCU-TRANCHE(WS-NIV, WS-T) TO WS-CNT-AFF
              STRING '   ' WS-LIB-TRANCHE(WS-T) WS-CNT-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 WITH POINTER WS-EDIT-PTR
              END-STRING
           END-PERFORM.
           MOVE WCU-PURGE(WS-NIV) TO WS-CNT-AFF.
           STRING '   A PURGER ' WS-CNT-AFF DELIMITED BY SIZE
              INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
           END-STRING.
           PERFORM ECRIRE-ETAT.

       REMETTRE-CUMUL.
           MOVE 0 TO WCU-TOTAL(WS-NIV).
           MOVE 0 TO WCU-PURGE(WS-NIV).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              MOVE 0 TO WCU-TRANCHE(WS-NIV, WS-T)
           END-PERFORM.

       LIRE-TRI.
           READ TRI-FILE
              AT END MOVE 'Y' TO WS-EOF-TRI
           END-READ.

      **************************************************************
      * Évolution du stock : le dernier passage de AGEEXC.HIS sert
      * de référence, puis ce passage y est ajouté
      **************************************************************
       LIRE-HISTORIQUE.
           MOVE 'N' TO WS-PREC-VU.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIS-FILE.
           IF WS-HIS-STATUS = '00'
              PERFORM LIRE-UN-PASSAGE UNTIL EOF-FICHIER
              CLOSE HIS-FILE
           END-IF.

       LIRE-UN-PASSAGE.
           READ HIS-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF HIS-TOTAL IS NUMERIC AND HIS-PURGE IS NUMERIC
                    MOVE 'O' TO WS-PREC-VU
                    MOVE HIS-HORODATE TO WS-PREC-HORODATE
                    MOVE HIS-TOTAL TO WS-PREC-TOTAL
                    MOVE HIS-PURGE TO WS-PREC-PURGE
                    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                       MOVE HIS-TRANCHE(WS-T) TO WS-PREC-TRANCHE(WS-T)
                    END-PERFORM
                 END-IF
           END-READ.

       EDITER-EVOLUTION.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           IF NOT PRECEDENT-CONNU
              MOVE 'EVOLUTION DU STOCK : PREMIER PASSAGE, PAS DE '
                 & 'REFERENCE' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           ELSE
              STRING 'EVOLUTION DU STOCK DEPUIS LE PASSAGE DU '
                 WS-PREC-HORODATE
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
              MOVE '               ACTUEL  PRECEDENT     ECART'
                 TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
              MOVE WS-NIV-TOTAL TO WS-NIV
              MOVE WCU-TOTAL(WS-NIV) TO WS-CNT-AFF
              MOVE WS-PREC-TOTAL TO WS-CNT2-AFF
              COMPUTE WS-ECART = WCU-TOTAL(WS-NIV) - WS-PREC-TOTAL
              MOVE 'OUVERTES   ' TO WS-EDIT-LIGNE
              PERFORM EDITER-ECART
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 MOVE WCU-TRANCHE(WS-NIV, WS-T) TO WS-CNT-AFF
                 MOVE WS-PREC-TRANCHE(WS-T) TO WS-CNT2-AFF
                 COMPUTE WS-ECART = WCU-TRANCHE(WS-NIV, WS-T)
                    - WS-PREC-TRANCHE(WS-T)
                 MOVE SPACES TO WS-EDIT-LIGNE
                 STRING '  AGE ' WS-LIB-TRANCHE(WS-T)
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM EDITER-ECART
              END-PERFORM
              MOVE WCU-PURGE(WS-NIV) TO WS-CNT-AFF
              MOVE WS-PREC-PURGE TO WS-CNT2-AFF
              COMPUTE WS-ECART = WCU-PURGE(WS-NIV) - WS-PREC-PURGE
              MOVE 'A PURGER   ' TO WS-EDIT-LIGNE
              PERFORM EDITER-ECART
              MOVE SPACES TO WS-EDIT-LIGNE
              EVALUATE TRUE
                 WHEN WCU-TOTAL(WS-NIV) > WS-PREC-TOTAL
                    MOVE 'STOCK EN HAUSSE' TO WS-EDIT-LIGNE
                 WHEN WCU-TOTAL(WS-NIV) < WS-PREC-TOTAL
                    MOVE 'STOCK EN BAISSE' TO WS-EDIT-LIGNE
                 WHEN OTHER
                    MOVE 'STOCK STABLE' TO WS-EDIT-LIGNE
              END-EVALUATE
              PERFORM ECRIRE-ETAT
           END-IF.

       EDITER-ECART.
           MOVE WS-ECART TO WS-ECART-AFF.
           STRING WS-CNT-AFF '    ' WS-CNT2-AFF '  ' WS-ECART-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE(14:)
           END-STRING.
           PERFORM ECRIRE-ETAT.

       NOTER-HISTORIQUE.
           OPEN EXTEND HIS-FILE.
           IF WS-HIS-STATUS = '35'
              OPEN OUTPUT HIS-FILE
              CLOSE HIS-FILE
              OPEN EXTEND HIS-FILE
           END-IF.
           IF WS-HIS-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire AGEEXC.HIS, statut '
                 WS-HIS-STATUS
           ELSE
              MOVE SPACES TO HIS-RECORD
              MOVE WS-DT-AAAAMMJJ TO HIS-DATE
              MOVE WS-HORODATE TO HIS-HORODATE
              MOVE WCU-TOTAL(WS-NIV-TOTAL) TO HIS-TOTAL
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 MOVE WCU-TRANCHE(WS-NIV-TOTAL, WS-T)
                    TO HIS-TRANCHE(WS-T)
              END-PERFORM
              MOVE WCU-PURGE(WS-NIV-TOTAL) TO HIS-PURGE
              WRITE HIS-RECORD
              CLOSE HIS-FILE
           END-IF.

       ECRIRE-ETAT.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.
           MOVE SPACES TO WS-EDIT-LIGNE.
