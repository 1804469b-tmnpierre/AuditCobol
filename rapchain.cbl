      *=============================================================*
      * RAPCHAIN:                                                   *
      *    L'objectif: Suivre dans la durée la chaîne de fin de     *
      *    journée à partir du journal CHAINE.JNL tenu par          *
      *    enchaine, pour l'exploitation et sa direction.           *
      *    Les étapes:                                              *
      *    Je relis tout le journal et je regroupe les passages par *
      *    nuit : le premier passage et les reprises lancées pour   *
      *    terminer une chaîne en échec. Pour chaque nuit j'édite   *
      *    dans RAPCHAIN.TXT le début, la fin, l'issue, le nombre   *
      *    de reprises et la durée de chaque étape, et je signale   *
      *    celles finies après l'heure cible de RAPCHAIN.PRM        *
      *    (HEURE-CIBLE=HHMM, 0600 à défaut). Chaque mois se        *
      *    termine par la moyenne et le maximum de chaque étape,    *
      *    et l'état finit par la liste des chaînes restées en      *
      *    échec sans reprise.                                      *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapchain.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JNL-FILE ASSIGN TO 'CHAINE.JNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT PRM-FILE ASSIGN TO 'RAPCHAIN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'RAPCHAIN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Même dessin que dans enchaine : une ligne par début et par
      * fin d'étape, l'étape 0 encadrant le passage entier
       FD  JNL-FILE.
       01  JNL-RECORD.
           05  JNL-HORODATE    PIC X(19).
           05  FILLER          PIC X(1).
           05  JNL-ETAPE       PIC 9(1).
           05  FILLER          PIC X(1).
           05  JNL-NOM         PIC X(8).
           05  FILLER          PIC X(1).
           05  JNL-EVENT       PIC X(5).
           05  FILLER          PIC X(1).
           05  JNL-ISSUE       PIC X(5).
           05  FILLER          PIC X(1).
           05  JNL-RC          PIC 9(2).

       FD  PRM-FILE.
       01  PRM-RECORD          PIC X(80).

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JNL-STATUS PIC X(2) VALUE '00'.
       01  WS-PRM-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       88  EOF-FICHIER VALUE 'Y'.
       01  WS-PRM-CLE PIC X(20).
       01  WS-PRM-VALEUR PIC X(20).
      * Heure cible de fin de chaîne, HHMM ; une chaîne lancée
      * avant l'heure cible doit finir le jour même, sinon le
      * lendemain
       01  WS-HEURE-CIBLE PIC 9(4) VALUE 600.
       01  WS-CIBLE-X REDEFINES WS-HEURE-CIBLE.
           05  WS-CIBLE-HH PIC 9(2).
           05  WS-CIBLE-MN PIC 9(2).
       01  WS-CIBLE-SEC PIC 9(5) VALUE 0.
      * Une reprise n'est rattachée à la nuit en échec que si elle
      * est lancée dans les douze heures qui suivent son début
       01  WS-FENETRE-REPRISE PIC 9(5) VALUE 43200.
      * Étapes de la chaîne, dans l'ordre de enchaine
       01  WS-NB-ETAPES PIC 9(1) VALUE 4.
       01  WS-NOMS-ETAPES.
           05  FILLER PIC X(8) VALUE 'CALCUL2'.
           05  FILLER PIC X(8) VALUE 'RAPPROCH'.
           05  FILLER PIC X(8) VALUE 'RAPAUDIT'.
           05  FILLER PIC X(8) VALUE 'ARCHLOG'.
           05  FILLER PIC X(8) VALUE 'CHAINE'.
       01  WS-NOMS-R REDEFINES WS-NOMS-ETAPES.
           05  WS-NOM-ETAPE PIC X(8) OCCURS 5 TIMES.
      * Horodatage de la ligne lue, en secondes depuis l'origine
      * des dates pour mesurer les durées par-dessus minuit
       01  WS-HORO PIC X(19).
       01  WS-HORO-R REDEFINES WS-HORO.
           05  WS-HO-AAAA PIC X(4).
           05  FILLER PIC X(1).
           05  WS-HO-MM PIC X(2).
           05  FILLER PIC X(1).
           05  WS-HO-JJ PIC X(2).
           05  FILLER PIC X(1).
           05  WS-HO-HH PIC 9(2).
           05  FILLER PIC X(1).
           05  WS-HO-MN PIC 9(2).
           05  FILLER PIC X(1).
           05  WS-HO-SS PIC 9(2).
       01  WS-HO-DATE PIC 9(8) VALUE 0.
       01  WS-HO-DATE-X REDEFINES WS-HO-DATE.
           05  WS-HD-AAAA PIC X(4).
           05  WS-HD-MM PIC X(2).
           05  WS-HD-JJ PIC X(2).
       01  WS-SEC-LIGNE PIC 9(11) VALUE 0.
       01  WS-HORO-OK PIC X VALUE 'N'.
       88  HORODATE-VALIDE VALUE 'O'.
      * Étape en échec en attente de reprise, comme enchaine la
      * déduit du journal
       01  WS-ETAPE-ATTENTE PIC 9(1) VALUE 0.
      * Nuit en cours de regroupement
       01  WS-NUIT-OUVERTE PIC X VALUE 'N'.
       88  NUIT-OUVERTE VALUE 'O'.
       01  WS-N-HORO-DEBUT PIC X(19).
       01  WS-N-HORO-FIN PIC X(19).
       01  WS-N-SEC-DEBUT PIC 9(11) VALUE 0.
       01  WS-N-SEC-FIN PIC 9(11) VALUE 0.
       01  WS-N-MOIS PIC X(7).
       01  WS-N-ISSUE PIC X(5).
       01  WS-N-REPRISES PIC 9(3) VALUE 0.
       01  WS-N-TABLE.
           05  WS-N-ETAPE OCCURS 4 TIMES.
               10  WN-PASSE PIC X(1).
               10  WN-DUREE PIC 9(7).
               10  WN-SEC-DEBUT PIC 9(11).
       01  WS-N-DUREE-CHAINE PIC 9(7) VALUE 0.
       01  WS-N-RETARD PIC X VALUE 'N'.
       88  NUIT-EN-RETARD VALUE 'O'.
       01  WS-SEC-CIBLE PIC 9(11) VALUE 0.
       01  WS-SEC-JOUR PIC 9(11) VALUE 0.
       01  WS-IDX PIC 9(1) VALUE 0.
       01  WS-DUREE PIC 9(7) VALUE 0.
      * Cumuls du mois, rompus au changement de mois de la nuit ;
      * le rang 5 porte la chaîne entière
       01  WS-MOIS-COURANT PIC X(7) VALUE SPACES.
       01  WS-M-NUITS PIC 9(5) VALUE 0.
       01  WS-M-RETARDS PIC 9(5) VALUE 0.
       01  WS-M-REPRISES PIC 9(5) VALUE 0.
       01  WS-M-TABLE.
           05  WS-M-ETAPE OCCURS 5 TIMES.
               10  WM-NB PIC 9(5).
               10  WM-TOTAL PIC 9(11).
               10  WM-MAX PIC 9(7).
      * Chaînes restées en échec ou interrompues sans reprise
       01  WS-ECH-NB PIC 9(3) VALUE 0.
       01  WS-ECH-MAX PIC 9(3) VALUE 200.
       01  WS-ECH-TABLE.
           05  WS-ECH-ENT OCCURS 200 TIMES.
               10  WEC-DEBUT PIC X(19).
               10  WEC-FIN PIC X(19).
               10  WEC-ISSUE PIC X(10).
               10  WEC-ETAPE PIC 9(1).
       01  WS-ECH-IDX PIC 9(3) VALUE 0.
      * Compteurs généraux
       01  WS-CNT-LIGNES PIC 9(7) VALUE 0.
       01  WS-CNT-NUITS PIC 9(5) VALUE 0.
       01  WS-CNT-RETARDS PIC 9(5) VALUE 0.
      * Zones d'édition
       01  WS-EDIT-LIGNE PIC X(132).
       01  WS-EDIT-PTR PIC 9(3) VALUE 1.
       01  WS-HMS.
           05  WS-HMS-HH PIC 99.
           05  FILLER PIC X VALUE ':'.
           05  WS-HMS-MN PIC 99.
           05  FILLER PIC X VALUE ':'.
           05  WS-HMS-SS PIC 99.
       01  WS-HMS-MAX PIC X(8).
       01  WS-RESTE PIC 9(7) VALUE 0.
       01  WS-REP-AFF PIC ZZ9.
       01  WS-CNT-AFF PIC ZZZZ9.
       01  WS-CNT2-AFF PIC ZZZZ9.
       01  WS-CNT3-AFF PIC ZZZZ9.
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TIME.
           05  WS-DT-AAAA PIC X(4).
           05  WS-DT-MM PIC X(2).
           05  WS-DT-JJ PIC X(2).
           05  FILLER PIC X(18).

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           PERFORM LIRE-PARAMETRES.
           COMPUTE WS-CIBLE-SEC = WS-CIBLE-HH * 3600
              + WS-CIBLE-MN * 60.

           OPEN INPUT JNL-FILE.
           IF WS-JNL-STATUS NOT = '00'
              DISPLAY 'Impossible de lire CHAINE.JNL, statut '
                 WS-JNL-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer RAPCHAIN.TXT, statut '
                 WS-ETAT-STATUS
              CLOSE JNL-FILE
              STOP RUN
           END-IF.
           PERFORM ECRIRE-ENTETE.

           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-JOURNAL UNTIL EOF-FICHIER.
           CLOSE JNL-FILE.
           IF NUIT-OUVERTE
              PERFORM CLORE-NUIT
           END-IF.
           IF WS-MOIS-COURANT NOT = SPACES
              PERFORM EDITER-MOIS
           END-IF.
           PERFORM EDITER-ECHECS.
           PERFORM EDITER-BILAN.

           CLOSE ETAT-FILE.
           DISPLAY 'Historique de la chaîne édité : RAPCHAIN.TXT'.
           STOP RUN.
      **************************************************************

      * L'heure cible vient de RAPCHAIN.PRM si le fichier existe ;
      * une heure invalide ramène la valeur par défaut 0600
       LIRE-PARAMETRES.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-UN-PARAMETRE UNTIL EOF-FICHIER
              CLOSE PRM-FILE
           END-IF.
           IF WS-CIBLE-HH > 23 OR WS-CIBLE-MN > 59
              DISPLAY 'Heure cible invalide, 0600 appliquée'
              MOVE 600 TO WS-HEURE-CIBLE
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
                    = 'HEURE-CIBLE'
                    MOVE FUNCTION NUMVAL(WS-PRM-VALEUR)
                       TO WS-HEURE-CIBLE
                 END-IF
           END-READ.

       ECRIRE-ENTETE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'HISTORIQUE DE LA CHAINE DE FIN DE JOURNEE EDITE LE '
              WS-DT-JJ '/' WS-DT-MM '/' WS-DT-AAAA
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'HEURE CIBLE DE FIN : ' WS-CIBLE-HH ':'
              WS-CIBLE-MN
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE ALL '=' TO WS-EDIT-LIGNE(1:107).
           PERFORM ECRIRE-ETAT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'NUIT       DEBUT    FIN                 ISSUE '
              'REP CALCUL2  RAPPROCH RAPAUDIT ARCHLOG  CHAINE'
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.

      **************************************************************
      * Lecture du journal : chaque ligne datée ouvre ou complète
      * la nuit en cours ; une ligne à l'horodatage illisible est
      * ignorée
      **************************************************************
       LIRE-JOURNAL.
           READ JNL-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-CNT-LIGNES
                 MOVE JNL-HORODATE TO WS-HORO
                 PERFORM CALCULER-SECONDES
                 IF HORODATE-VALIDE AND JNL-ETAPE IS NUMERIC
                    PERFORM TRAITER-LIGNE
                 END-IF
           END-READ.

       CALCULER-SECONDES.
           MOVE 'N' TO WS-HORO-OK.
           MOVE WS-HO-AAAA TO WS-HD-AAAA.
           MOVE WS-HO-MM TO WS-HD-MM.
           MOVE WS-HO-JJ TO WS-HD-JJ.
           IF WS-HO-DATE IS NUMERIC AND WS-HO-HH IS NUMERIC AND
              WS-HO-MN IS NUMERIC AND WS-HO-SS IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HO-DATE) = 0
                 MOVE 'O' TO WS-HORO-OK
                 COMPUTE WS-SEC-LIGNE =
                    FUNCTION INTEGER-OF-DATE(WS-HO-DATE) * 86400
                    + WS-HO-HH * 3600 + WS-HO-MN * 60 + WS-HO-SS
              END-IF
           END-IF.

       TRAITER-LIGNE.
           EVALUATE TRUE
              WHEN JNL-ETAPE = 0 AND JNL-EVENT = 'DEBUT'
                 PERFORM DEBUTER-PASSAGE
              WHEN JNL-ETAPE = 0 AND JNL-EVENT = 'FIN'
                 IF NUIT-OUVERTE
                    MOVE JNL-ISSUE TO WS-N-ISSUE
                    MOVE WS-HORO TO WS-N-HORO-FIN
                    MOVE WS-SEC-LIGNE TO WS-N-SEC-FIN
                 END-IF
                 IF JNL-ISSUE NOT = 'ECHEC'
                    MOVE 0 TO WS-ETAPE-ATTENTE
                 END-IF
              WHEN JNL-ETAPE > WS-NB-ETAPES OR NOT NUIT-OUVERTE
                 CONTINUE
              WHEN JNL-EVENT = 'DEBUT'
                 MOVE WS-SEC-LIGNE TO WN-SEC-DEBUT(JNL-ETAPE)
      * une étape lancée sans fin journalisée laisse la nuit
      * inachevée jusqu'à sa fin ou à la fin du passage
                 MOVE WS-HORO TO WS-N-HORO-FIN
                 MOVE WS-SEC-LIGNE TO WS-N-SEC-FIN
              WHEN JNL-EVENT = 'FIN'
                 PERFORM TERMINER-ETAPE
           END-EVALUATE.

      * Un passage lancé alors qu'une étape attend sa reprise, dans
      * la fenêtre de reprise, complète la nuit en échec ; sinon il
      * ouvre une nouvelle nuit
       DEBUTER-PASSAGE.
           IF NUIT-OUVERTE AND WS-ETAPE-ATTENTE > 0 AND
              WS-SEC-LIGNE - WS-N-SEC-DEBUT <= WS-FENETRE-REPRISE
              ADD 1 TO WS-N-REPRISES
              MOVE SPACES TO WS-N-ISSUE
              MOVE WS-HORO TO WS-N-HORO-FIN
              MOVE WS-SEC-LIGNE TO WS-N-SEC-FIN
           ELSE
              IF NUIT-OUVERTE
                 PERFORM CLORE-NUIT
              END-IF
              PERFORM OUVRIR-NUIT
           END-IF.

       OUVRIR-NUIT.
           MOVE 'O' TO WS-NUIT-OUVERTE.
           MOVE WS-HORO TO WS-N-HORO-DEBUT.
           MOVE WS-HORO TO WS-N-HORO-FIN.
           MOVE WS-SEC-LIGNE TO WS-N-SEC-DEBUT.
           MOVE WS-SEC-LIGNE TO WS-N-SEC-FIN.
           MOVE WS-HORO(1:7) TO WS-N-MOIS.
           MOVE SPACES TO WS-N-ISSUE.
           MOVE 0 TO WS-N-REPRISES.
           MOVE 0 TO WS-ETAPE-ATTENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NB-ETAPES
              MOVE 'N' TO WN-PASSE(WS-IDX)
              MOVE 0 TO WN-DUREE(WS-IDX)
              MOVE 0 TO WN-SEC-DEBUT(WS-IDX)
           END-PERFORM.
           PERFORM HORODATE-CIBLE.

      * Instant cible de la nuit : l'heure cible du jour du
      * lancement, ou du lendemain si la chaîne part après elle
       HORODATE-CIBLE.
           COMPUTE WS-SEC-JOUR =
              FUNCTION INTEGER-OF-DATE(WS-HO-DATE) * 86400.
           IF WS-SEC-LIGNE - WS-SEC-JOUR < WS-CIBLE-SEC
              COMPUTE WS-SEC-CIBLE = WS-SEC-JOUR + WS-CIBLE-SEC
           ELSE
              COMPUTE WS-SEC-CIBLE = WS-SEC-JOUR + 86400
                 + WS-CIBLE-SEC
           END-IF.

      * Fin d'étape : la durée s'ajoute à celle de la nuit, une
      * étape rejouée en reprise cumulant ses passages
       TERMINER-ETAPE.
           IF WN-SEC-DEBUT(JNL-ETAPE) > 0 AND
              WS-SEC-LIGNE >= WN-SEC-DEBUT(JNL-ETAPE)
              COMPUTE WS-DUREE = WS-SEC-LIGNE
                 - WN-SEC-DEBUT(JNL-ETAPE)
              ADD WS-DUREE TO WN-DUREE(JNL-ETAPE)
           END-IF.
           MOVE 'O' TO WN-PASSE(JNL-ETAPE).
           MOVE WS-HORO TO WS-N-HORO-FIN.
           MOVE WS-SEC-LIGNE TO WS-N-SEC-FIN.
           IF JNL-ISSUE = 'ECHEC'
              MOVE JNL-ETAPE TO WS-ETAPE-ATTENTE
           END-IF.

      **************************************************************
      * Clôt la nuit : ligne de l'état, cumuls du mois avec rupture
      * au changement de mois, relevé des chaînes sans reprise
      **************************************************************
       CLORE-NUIT.
           MOVE 'N' TO WS-NUIT-OUVERTE.
           IF WS-N-MOIS NOT = WS-MOIS-COURANT
              IF WS-MOIS-COURANT NOT = SPACES
                 PERFORM EDITER-MOIS
              END-IF
              PERFORM INITIALISER-MOIS
           END-IF.
           COMPUTE WS-N-DUREE-CHAINE = WS-N-SEC-FIN - WS-N-SEC-DEBUT.
           MOVE 'N' TO WS-N-RETARD.
           IF WS-N-SEC-FIN > WS-SEC-CIBLE
              MOVE 'O' TO WS-N-RETARD
              ADD 1 TO WS-CNT-RETARDS
              ADD 1 TO WS-M-RETARDS
           END-IF.
           ADD 1 TO WS-CNT-NUITS.
           ADD 1 TO WS-M-NUITS.
           ADD WS-N-REPRISES TO WS-M-REPRISES.
           PERFORM EDITER-NUIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NB-ETAPES
              IF WN-PASSE(WS-IDX) = 'O'
                 MOVE WN-DUREE(WS-IDX) TO WS-DUREE
                 PERFORM CUMULER-DUREE
              END-IF
           END-PERFORM.
           MOVE 5 TO WS-IDX.
           MOVE WS-N-DUREE-CHAINE TO WS-DUREE.
           PERFORM CUMULER-DUREE.
           IF WS-N-ISSUE = 'ECHEC' OR WS-N-ISSUE = SPACES
              PERFORM NOTER-ECHEC
           END-IF.

       CUMULER-DUREE.
           ADD 1 TO WM-NB(WS-IDX).
           ADD WS-DUREE TO WM-TOTAL(WS-IDX).
           IF WS-DUREE > WM-MAX(WS-IDX)
              MOVE WS-DUREE TO WM-MAX(WS-IDX)
           END-IF.

       INITIALISER-MOIS.
           MOVE WS-N-MOIS TO WS-MOIS-COURANT.
           MOVE 0 TO WS-M-NUITS WS-M-RETARDS WS-M-REPRISES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              MOVE 0 TO WM-NB(WS-IDX)
              MOVE 0 TO WM-TOTAL(WS-IDX)
              MOVE 0 TO WM-MAX(WS-IDX)
           END-PERFORM.

      * Une nuit sans fin de passage journalisée a été interrompue
      * brutalement : elle est relevée avec les échecs
       NOTER-ECHEC.
           IF WS-ECH-NB < WS-ECH-MAX
              ADD 1 TO WS-ECH-NB
              MOVE WS-N-HORO-DEBUT TO WEC-DEBUT(WS-ECH-NB)
              MOVE WS-N-HORO-FIN TO WEC-FIN(WS-ECH-NB)
              MOVE WS-ETAPE-ATTENTE TO WEC-ETAPE(WS-ECH-NB)
              IF WS-N-ISSUE = SPACES
                 MOVE 'INTERROMPU' TO WEC-ISSUE(WS-ECH-NB)
              ELSE
                 MOVE 'ECHEC' TO WEC-ISSUE(WS-ECH-NB)
              END-IF
           END-IF.

       EDITER-NUIT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE 1 TO WS-EDIT-PTR.
           MOVE WS-N-REPRISES TO WS-REP-AFF.
           STRING WS-N-HORO-DEBUT(1:10) ' ' WS-N-HORO-DEBUT(12:8)
              ' ' WS-N-HORO-FIN ' '
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              WITH POINTER WS-EDIT-PTR
           END-STRING.
           IF WS-N-ISSUE = SPACES
              STRING '?????' DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 WITH POINTER WS-EDIT-PTR
              END-STRING
           ELSE
              STRING WS-N-ISSUE DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 WITH POINTER WS-EDIT-PTR
              END-STRING
           END-IF.
           STRING ' ' WS-REP-AFF ' ' DELIMITED BY SIZE
              INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
           END-STRING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NB-ETAPES
              IF WN-PASSE(WS-IDX) = 'O'
                 MOVE WN-DUREE(WS-IDX) TO WS-DUREE
                 PERFORM FORMER-HMS
                 STRING WS-HMS ' ' DELIMITED BY SIZE
                    INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
                 END-STRING
              ELSE
                 STRING '   -     ' DELIMITED BY SIZE
                    INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           MOVE WS-N-DUREE-CHAINE TO WS-DUREE.
           PERFORM FORMER-HMS.
           STRING WS-HMS DELIMITED BY SIZE
              INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
           END-STRING.
           IF NUIT-EN-RETARD
              STRING ' APRES L''HEURE CIBLE' DELIMITED BY SIZE
                 INTO WS-EDIT-LIGNE WITH POINTER WS-EDIT-PTR
              END-STRING
           END-IF.
           PERFORM ECRIRE-ETAT.

      * Durée en secondes mise en HH:MM:SS ; au-delà de 99 heures
      * l'heure est plafonnée
       FORMER-HMS.
           IF WS-DUREE > 359999
              MOVE 359999 TO WS-DUREE
           END-IF.
           DIVIDE WS-DUREE BY 3600 GIVING WS-HMS-HH
              REMAINDER WS-RESTE.
           DIVIDE WS-RESTE BY 60 GIVING WS-HMS-MN
              REMAINDER WS-HMS-SS.

      **************************************************************
      * Bilan du mois : nuits, retards, reprises, puis moyenne et
      * maximum de chaque étape et de la chaîne entière
      **************************************************************
       EDITER-MOIS.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE WS-M-NUITS TO WS-CNT-AFF.
           MOVE WS-M-RETARDS TO WS-CNT2-AFF.
           MOVE WS-M-REPRISES TO WS-CNT3-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '  MOIS ' WS-MOIS-COURANT ' : ' WS-CNT-AFF
              ' NUITS, ' WS-CNT2-AFF ' APRES L''HEURE CIBLE, '
              WS-CNT3-AFF ' REPRISES'
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE '  ETAPE     PASSAGES  MOYENNE   MAXIMUM'
              TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              PERFORM EDITER-MOIS-ETAPE
           END-PERFORM.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.

       EDITER-MOIS-ETAPE.
           MOVE WM-NB(WS-IDX) TO WS-CNT-AFF.
           MOVE WM-MAX(WS-IDX) TO WS-DUREE.
           PERFORM FORMER-HMS.
           MOVE WS-HMS TO WS-HMS-MAX.
           IF WM-NB(WS-IDX) > 0
              DIVIDE WM-TOTAL(WS-IDX) BY WM-NB(WS-IDX)
                 GIVING WS-DUREE ROUNDED
           ELSE
              MOVE 0 TO WS-DUREE
           END-IF.
           PERFORM FORMER-HMS.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '  ' WS-NOM-ETAPE(WS-IDX) '     ' WS-CNT-AFF
              '  ' WS-HMS '  ' WS-HMS-MAX
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.

      **************************************************************
      * Chaînes restées en échec sans reprise : l'étape en échec
      * est celle que enchaine proposera au prochain lancement
      **************************************************************
       EDITER-ECHECS.
           MOVE 'CHAINES EN ECHEC OU INTERROMPUES SANS REPRISE'
              TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           IF WS-ECH-NB = 0
              MOVE '   (AUCUNE)' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.
           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
              UNTIL WS-ECH-IDX > WS-ECH-NB
              MOVE SPACES TO WS-EDIT-LIGNE
              MOVE 1 TO WS-EDIT-PTR
              STRING '   NUIT DU ' WEC-DEBUT(WS-ECH-IDX)
                 ' ARRETEE LE ' WEC-FIN(WS-ECH-IDX) ' '
                 WEC-ISSUE(WS-ECH-IDX)
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 WITH POINTER WS-EDIT-PTR
              END-STRING
              IF WEC-ETAPE(WS-ECH-IDX) > 0
                 STRING ' A L''ETAPE '
                    WS-NOM-ETAPE(WEC-ETAPE(WS-ECH-IDX))
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                    WITH POINTER WS-EDIT-PTR
                 END-STRING
              END-IF
              PERFORM ECRIRE-ETAT
           END-PERFORM.

       EDITER-BILAN.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-NUITS TO WS-CNT-AFF.
           MOVE WS-CNT-RETARDS TO WS-CNT2-AFF.
           MOVE WS-ECH-NB TO WS-CNT3-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'NUITS : ' WS-CNT-AFF
              '   APRES L''HEURE CIBLE : ' WS-CNT2-AFF
              '   SANS REPRISE : ' WS-CNT3-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.

       ECRIRE-ETAT.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.
