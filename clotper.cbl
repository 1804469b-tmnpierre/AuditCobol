      *=============================================================*
      * CLOTPER:                                                    *
      *    L'objectif: Arrêter une période comptable mensuelle :    *
      *    éditer ses totaux de clôture à partir de HISTORIQ.DAT    *
      *    puis la marquer close dans PERIODES.DAT, pour que        *
      *    calcul2 refuse tout lot daté dans ce mois et que         *
      *    tauxmaint n'y change plus aucun taux.                    *
      *    Les étapes:                                              *
      *    J'identifie l'opérateur comme calcul2 le fait, puis je   *
      *    propose un menu : lister les périodes, clore un mois ou  *
      *    rouvrir un mois clos. La clôture édite dans CLOTPER.TXT  *
      *    le nombre et le total par signe, les rejets et les       *
      *    conversions par code de taux, puis demande confirmation. *
      *    Clôtures et réouvertures sont consignées dans            *
      *    CLOTPER.LOG avec l'opérateur et l'horodatage.            *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clotper.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER-FILE ASSIGN TO 'PERIODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT HIST-FILE ASSIGN TO 'HISTORIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'CLOTPER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
           SELECT OPER-FILE ASSIGN TO 'OPERATEURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JRN-FILE ASSIGN TO 'CLOTPER.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      * journal des exceptions partagé, pour les accès refusés
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par mois déjà arrêté : l'état vaut C clos ou O
      * rouvert, avec l'horodatage et l'opérateur du dernier
      * changement
       FD  PER-FILE.
       01  PER-RECORD.
           05  PER-MOIS        PIC 9(6).
           05  PER-ETAT        PIC X(1).
           05  PER-HORODATE    PIC X(19).
           05  PER-OPER        PIC X(3).

      * Même dessin que dans calcul2
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

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

      * Fichier des opérateurs habilités, partagé avec calcul2 ;
      * la septième position du profil accorde la clôture des
      * périodes, un profil à blanc accorde tout
       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Piste d'audit des clôtures et réouvertures
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-PER-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-OPER-STATUS PIC X(2) VALUE '00'.
       01  WS-JRN-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-PER PIC X VALUE 'N'.
       88  EOF-PER VALUE 'Y'.
       01  WS-EOF-HIST PIC X VALUE 'N'.
       88  EOF-HIST VALUE 'Y'.
       01  WS-EOF-OPER PIC X VALUE 'N'.
       88  EOF-OPER VALUE 'Y'.
      * Table des périodes chargée au lancement, réécrite à chaque
      * changement comme calcul2 et tauxmaint la lisent
       01  WS-PER-NB PIC 9(3) VALUE 0.
       01  WS-PER-MAX PIC 9(3) VALUE 200.
       01  WS-PER-TABLE.
           05  WS-PER-ENT OCCURS 200 TIMES.
               10  WPER-MOIS PIC 9(6).
               10  WPER-ETAT PIC X(1).
               10  WPER-HORODATE PIC X(19).
               10  WPER-OPER PIC X(3).
       01  WS-PER-IDX PIC 9(3) VALUE 0.
       01  WS-IDX-TROUVE PIC 9(3) VALUE 0.
       01  WS-ETAT-TROUVE PIC X(1) VALUE SPACE.
       88  PERIODE-DEJA-CLOSE VALUE 'C'.
      * Issue de la réécriture de PERIODES.DAT ; en échec la table
      * reprend l'état d'avant le changement, gardé ici
       01  WS-SAUVE-OK PIC X VALUE 'N'.
       88  PERIODES-SAUVEES VALUE 'O'.
       01  WS-ANCIEN-NB PIC 9(3) VALUE 0.
       01  WS-ANCIEN-ETAT PIC X(1) VALUE SPACE.
       01  WS-ANCIEN-HORODATE PIC X(19) VALUE SPACES.
       01  WS-ANCIEN-OPER PIC X(3) VALUE SPACES.
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
      * Saisies du menu et du mois en cours
       01  WS-CHOIX PIC X VALUE SPACE.
       88  FIN-DEMANDEE VALUE 'X'.
       01  WS-SAISIE PIC X(40).
       01  WS-MOIS-SAISI PIC 9(6) VALUE 0.
       01  WS-MOIS-SAISI-X REDEFINES WS-MOIS-SAISI.
           05  WS-MS-AAAA PIC X(4).
           05  WS-MS-MM PIC 9(2).
       01  WS-MOIS-COURANT PIC 9(6) VALUE 0.
       01  WS-REPONSE PIC X(5).
       01  WS-MOTIF PIC X(40) VALUE SPACES.
      * Bornes du parcours de l'historique sur le mois
       01  WS-DATE-MIN PIC 9(8) VALUE 0.
       01  WS-DATE-MAX PIC 9(8) VALUE 0.
       01  WS-TOTAUX-OK PIC X VALUE 'N'.
       88  TOTAUX-EDITES VALUE 'O'.
      * Totaux de clôture : par signe pour les transactions
      * acceptées, par code de taux pour les conversions
       01  WS-SGN-NB PIC 9(2) VALUE 0.
       01  WS-SGN-MAX PIC 9(2) VALUE 30.
       01  WS-SGN-TABLE.
           05  WS-SGN-ENT OCCURS 30 TIMES.
               10  WSG-SIGN PIC X(1).
               10  WSG-NB PIC 9(7).
               10  WSG-TOTAL PIC S9(13)V99.
       01  WS-SGN-IDX PIC 9(2) VALUE 0.
       01  WS-SGN-TROUVE PIC 9(2) VALUE 0.
       01  WS-CNV-NB PIC 9(3) VALUE 0.
       01  WS-CNV-MAX PIC 9(3) VALUE 100.
       01  WS-CNV-TABLE.
           05  WS-CNV-ENT OCCURS 100 TIMES.
               10  WCV-CODE PIC X(3).
               10  WCV-NB PIC 9(7).
               10  WCV-MONTANT PIC S9(13)V99.
               10  WCV-RESULTAT PIC S9(13)V99.
       01  WS-CNV-IDX PIC 9(3) VALUE 0.
       01  WS-CNV-TROUVE PIC 9(3) VALUE 0.
       01  WS-CNT-FICHES PIC 9(7) VALUE 0.
       01  WS-CNT-ACCEPTES PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCEPTE PIC S9(13)V99 VALUE 0.
       01  WS-CNT-REJETS PIC 9(7) VALUE 0.
       01  WS-CNT-SUSPENS PIC 9(7) VALUE 0.
       01  WS-CNT-ANNULEES PIC 9(7) VALUE 0.
      * Zones d'édition
       01  WS-EDIT-LIGNE PIC X(132).
       01  WS-CNT-AFF PIC ZZZZZZ9.
       01  WS-TOTAL-AFF PIC -(13)9.99.
       01  WS-MONTANT-AFF PIC -(13)9.99.
       01  WS-ACTION PIC X(12).
       01  WS-JRN-PTR PIC 9(3) VALUE 1.
       01  WS-HORODATE PIC X(19).
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
           'L=lister, C=clore, R=rouvrir, X=fin : '.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY '------ Clôture des périodes comptables ------'.
           PERFORM CHARGER-OPERATEURS.
           MOVE 'N' TO WS-OPER-OK.
           PERFORM SAISIR-OPERATEUR UNTIL OPERATEUR-VALIDE.
           DISPLAY 'Opérateur de la session : ' WS-OPERATEUR ' '
              FUNCTION TRIM(WS-OPERATEUR-NOM).
      * le profil doit accorder la clôture des périodes (position 7)
           IF WS-OPER-DROITS NOT = SPACES
              AND WS-OPER-DROITS(7:1) NOT = 'O'
              DISPLAY 'Droit insuffisant pour la clôture des '
                 'périodes'
              PERFORM TRACER-ACCES-REFUSE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:6) TO WS-MOIS-COURANT.
           PERFORM CHARGER-PERIODES.
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
                 PERFORM LISTER-PERIODES
              WHEN 'C'
                 PERFORM CLORE-PERIODE
              WHEN 'R'
                 PERFORM ROUVRIR-PERIODE
              WHEN 'X'
                 CONTINUE
              WHEN SPACE
      * une saisie vide met fin à la session, comme X
                 MOVE 'X' TO WS-CHOIX
              WHEN OTHER
                 DISPLAY 'Choix inconnu'
           END-EVALUATE.

      **************************************************************
      * Liste les mois déjà arrêtés avec leur état
      **************************************************************
       LISTER-PERIODES.
           IF WS-PER-NB = 0
              DISPLAY 'Aucune période close'
           END-IF.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-PER-NB
              IF WPER-ETAT(WS-PER-IDX) = 'C'
                 DISPLAY 'Mois ' WPER-MOIS(WS-PER-IDX)
                    ' clos le ' WPER-HORODATE(WS-PER-IDX)
                    ' par ' WPER-OPER(WS-PER-IDX)
              ELSE
                 DISPLAY 'Mois ' WPER-MOIS(WS-PER-IDX)
                    ' rouvert le ' WPER-HORODATE(WS-PER-IDX)
                    ' par ' WPER-OPER(WS-PER-IDX)
              END-IF
           END-PERFORM.

      **************************************************************
      * Clôt un mois : totaux de clôture édités dans CLOTPER.TXT,
      * puis confirmation avant de marquer la période close. Le
      * mois en cours et les mois à venir ne peuvent être clos
      **************************************************************
       CLORE-PERIODE.
           PERFORM SAISIR-MOIS.
           IF WS-MOIS-SAISI > 0
              PERFORM CHERCHER-PERIODE
              EVALUATE TRUE
                 WHEN WS-MOIS-SAISI >= WS-MOIS-COURANT
                    DISPLAY 'Le mois en cours ou à venir ne peut '
                       'pas être clos'
                 WHEN PERIODE-DEJA-CLOSE
                    DISPLAY 'Période déjà close le '
                       WPER-HORODATE(WS-IDX-TROUVE)
                 WHEN WS-IDX-TROUVE = 0 AND WS-PER-NB >= WS-PER-MAX
                    DISPLAY 'Table des périodes pleine, clôture '
                       'impossible'
                 WHEN OTHER
                    PERFORM EDITER-TOTAUX
                    IF TOTAUX-EDITES
                       PERFORM CONFIRMER-CLOTURE
                    END-IF
              END-EVALUATE
           END-IF.

       CONFIRMER-CLOTURE.
           MOVE WS-CNT-FICHES TO WS-CNT-AFF.
           DISPLAY 'Totaux édités dans CLOTPER.TXT, '
              FUNCTION TRIM(WS-CNT-AFF) ' fiches sur le mois'.
           DISPLAY 'Clore la période ' WS-MOIS-SAISI ' (O/N) ? '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPONSE))
              TO WS-REPONSE.
           IF WS-REPONSE = 'O'
              PERFORM FORMER-HORODATE
              MOVE WS-PER-NB TO WS-ANCIEN-NB
              IF WS-IDX-TROUVE = 0
                 ADD 1 TO WS-PER-NB
                 MOVE WS-PER-NB TO WS-IDX-TROUVE
                 MOVE WS-MOIS-SAISI TO WPER-MOIS(WS-IDX-TROUVE)
                 MOVE SPACE TO WPER-ETAT(WS-IDX-TROUVE)
                 MOVE SPACES TO WPER-HORODATE(WS-IDX-TROUVE)
                 MOVE SPACES TO WPER-OPER(WS-IDX-TROUVE)
              END-IF
              PERFORM GARDER-PERIODE
              MOVE 'C' TO WPER-ETAT(WS-IDX-TROUVE)
              MOVE WS-HORODATE TO WPER-HORODATE(WS-IDX-TROUVE)
              MOVE WS-OPERATEUR TO WPER-OPER(WS-IDX-TROUVE)
              PERFORM SAUVER-PERIODES
              IF PERIODES-SAUVEES
                 MOVE 'CLOTURE' TO WS-ACTION
                 MOVE SPACES TO WS-MOTIF
                 PERFORM JOURNALISER-CHANGEMENT
                 DISPLAY 'Période ' WS-MOIS-SAISI ' close'
              ELSE
                 PERFORM RETABLIR-PERIODE
              END-IF
           ELSE
              DISPLAY 'Clôture abandonnée, totaux seuls édités'
           END-IF.

      **************************************************************
      * Rouvre un mois clos, avec le même droit que la clôture ;
      * le motif saisi est gardé dans la piste d'audit
      **************************************************************
       ROUVRIR-PERIODE.
           PERFORM SAISIR-MOIS.
           IF WS-MOIS-SAISI > 0
              PERFORM CHERCHER-PERIODE
              IF NOT PERIODE-DEJA-CLOSE
                 DISPLAY 'Cette période n''est pas close'
              ELSE
                 MOVE SPACES TO WS-SAISIE
                 DISPLAY 'Motif de la réouverture : '
                    WITH NO ADVANCING
                 ACCEPT WS-SAISIE
                 MOVE WS-SAISIE TO WS-MOTIF
                 DISPLAY 'Rouvrir la période ' WS-MOIS-SAISI
                    ' (O/N) ? ' WITH NO ADVANCING
                 MOVE SPACES TO WS-REPONSE
                 ACCEPT WS-REPONSE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPONSE))
                    TO WS-REPONSE
                 IF WS-REPONSE = 'O'
                    PERFORM FORMER-HORODATE
                    MOVE WS-PER-NB TO WS-ANCIEN-NB
                    PERFORM GARDER-PERIODE
                    MOVE 'O' TO WPER-ETAT(WS-IDX-TROUVE)
                    MOVE WS-HORODATE TO WPER-HORODATE(WS-IDX-TROUVE)
                    MOVE WS-OPERATEUR TO WPER-OPER(WS-IDX-TROUVE)
                    PERFORM SAUVER-PERIODES
                    IF PERIODES-SAUVEES
                       MOVE 'REOUVERTURE' TO WS-ACTION
                       PERFORM JOURNALISER-CHANGEMENT
                       DISPLAY 'Période ' WS-MOIS-SAISI ' rouverte'
                    ELSE
                       PERFORM RETABLIR-PERIODE
                    END-IF
                 ELSE
                    DISPLAY 'Réouverture abandonnée'
                 END-IF
              END-IF
           END-IF.

      * Saisie du mois AAAAMM ; un mois invalide revient au menu
       SAISIR-MOIS.
           MOVE 0 TO WS-MOIS-SAISI.
           MOVE SPACES TO WS-SAISIE.
           DISPLAY 'Mois AAAAMM : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION TRIM(WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE(1:6) IS NUMERIC AND WS-SAISIE(7:1) = SPACE
              MOVE WS-SAISIE(1:6) TO WS-MOIS-SAISI
              IF WS-MS-MM < 1 OR WS-MS-MM > 12
                 MOVE 0 TO WS-MOIS-SAISI
              END-IF
           END-IF.
           IF WS-MOIS-SAISI = 0
              DISPLAY 'Mois invalide, retour au menu'
           END-IF.

      * Retrouve l'entrée du mois saisi dans la table des périodes
      * et son état, blanc si le mois n'a jamais été arrêté
       CHERCHER-PERIODE.
           MOVE 0 TO WS-IDX-TROUVE.
           MOVE SPACE TO WS-ETAT-TROUVE.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-PER-NB OR WS-IDX-TROUVE > 0
              IF WPER-MOIS(WS-PER-IDX) = WS-MOIS-SAISI
                 MOVE WS-PER-IDX TO WS-IDX-TROUVE
                 MOVE WPER-ETAT(WS-PER-IDX) TO WS-ETAT-TROUVE
              END-IF
           END-PERFORM.

      **************************************************************
      * Totaux de clôture du mois, tirés de l'historique parcouru
      * par date de lot : nombre et total du résultat par signe
      * pour les transactions acceptées, rejets et suspens
      * comptés à part, conversions détaillées par code de taux
      **************************************************************
       EDITER-TOTAUX.
           MOVE 'N' TO WS-TOTAUX-OK.
           MOVE 0 TO WS-SGN-NB WS-CNV-NB WS-CNT-FICHES
              WS-CNT-ACCEPTES WS-TOTAL-ACCEPTE WS-CNT-REJETS
              WS-CNT-SUSPENS WS-CNT-ANNULEES.
           COMPUTE WS-DATE-MIN = WS-MOIS-SAISI * 100 + 1.
           COMPUTE WS-DATE-MAX = WS-MOIS-SAISI * 100 + 31.
           MOVE 'N' TO WS-EOF-HIST.
           OPEN INPUT HIST-FILE.
      * 35 : pas encore d'historique, le mois se clôt à zéro
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '35'
              DISPLAY 'Impossible de lire HISTORIQ.DAT, statut '
                 WS-HIST-STATUS ', clôture refusée'
           ELSE
              IF WS-HIST-STATUS = '00'
                 MOVE WS-DATE-MIN TO HIST-DATE
                 MOVE 0 TO HIST-LOT
                 MOVE 0 TO HIST-TRANS
                 START HIST-FILE KEY IS NOT LESS THAN HIST-CLE
                    INVALID KEY MOVE 'Y' TO WS-EOF-HIST
                 END-START
                 PERFORM LIRE-FICHE UNTIL EOF-HIST
                 CLOSE HIST-FILE
              END-IF
              OPEN OUTPUT ETAT-FILE
              IF WS-ETAT-STATUS NOT = '00'
                 DISPLAY 'Impossible de créer CLOTPER.TXT, statut '
                    WS-ETAT-STATUS ', clôture refusée'
              ELSE
                 PERFORM ECRIRE-TOTAUX
                 CLOSE ETAT-FILE
                 MOVE 'O' TO WS-TOTAUX-OK
              END-IF
           END-IF.

       LIRE-FICHE.
           READ HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-HIST
              NOT AT END
                 IF HIST-DATE > WS-DATE-MAX
                    MOVE 'Y' TO WS-EOF-HIST
                 ELSE
                    PERFORM CUMULER-FICHE
                 END-IF
           END-READ.

       CUMULER-FICHE.
           ADD 1 TO WS-CNT-FICHES.
           IF HIST-ANNUL = 'A'
              ADD 1 TO WS-CNT-ANNULEES
           END-IF.
           EVALUATE HIST-REJET
              WHEN 'R'
                 ADD 1 TO WS-CNT-REJETS
              WHEN 'S'
                 ADD 1 TO WS-CNT-SUSPENS
              WHEN OTHER
                 ADD 1 TO WS-CNT-ACCEPTES
                 ADD HIST-RESULT TO WS-TOTAL-ACCEPTE
                 PERFORM CUMULER-SIGNE
                 IF HIST-SIGN = 'C'
                    PERFORM CUMULER-CONVERSION
                 END-IF
           END-EVALUATE.

       CUMULER-SIGNE.
           MOVE 0 TO WS-SGN-TROUVE.
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
              UNTIL WS-SGN-IDX > WS-SGN-NB OR WS-SGN-TROUVE > 0
              IF WSG-SIGN(WS-SGN-IDX) = HIST-SIGN
                 MOVE WS-SGN-IDX TO WS-SGN-TROUVE
              END-IF
           END-PERFORM.
           IF WS-SGN-TROUVE = 0 AND WS-SGN-NB < WS-SGN-MAX
              ADD 1 TO WS-SGN-NB
              MOVE WS-SGN-NB TO WS-SGN-TROUVE
              MOVE HIST-SIGN TO WSG-SIGN(WS-SGN-TROUVE)
              MOVE 0 TO WSG-NB(WS-SGN-TROUVE)
              MOVE 0 TO WSG-TOTAL(WS-SGN-TROUVE)
           END-IF.
           IF WS-SGN-TROUVE > 0
              ADD 1 TO WSG-NB(WS-SGN-TROUVE)
              ADD HIST-RESULT TO WSG-TOTAL(WS-SGN-TROUVE)
           END-IF.

       CUMULER-CONVERSION.
           MOVE 0 TO WS-CNV-TROUVE.
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
              UNTIL WS-CNV-IDX > WS-CNV-NB OR WS-CNV-TROUVE > 0
              IF WCV-CODE(WS-CNV-IDX) = HIST-TAUX-CODE
                 MOVE WS-CNV-IDX TO WS-CNV-TROUVE
              END-IF
           END-PERFORM.
           IF WS-CNV-TROUVE = 0 AND WS-CNV-NB < WS-CNV-MAX
              ADD 1 TO WS-CNV-NB
              MOVE WS-CNV-NB TO WS-CNV-TROUVE
              MOVE HIST-TAUX-CODE TO WCV-CODE(WS-CNV-TROUVE)
              MOVE 0 TO WCV-NB(WS-CNV-TROUVE)
              MOVE 0 TO WCV-MONTANT(WS-CNV-TROUVE)
              MOVE 0 TO WCV-RESULTAT(WS-CNV-TROUVE)
           END-IF.
           IF WS-CNV-TROUVE > 0
              ADD 1 TO WCV-NB(WS-CNV-TROUVE)
              ADD HIST-NUM1 TO WCV-MONTANT(WS-CNV-TROUVE)
              ADD HIST-RESULT TO WCV-RESULTAT(WS-CNV-TROUVE)
           END-IF.

      * Édition des totaux de clôture dans CLOTPER.TXT
       ECRIRE-TOTAUX.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'TOTAUX DE CLOTURE DE LA PERIODE '
              WS-MOIS-SAISI(1:4) '/' WS-MOIS-SAISI(5:2)
              ' EDITES LE ' WS-DT-JJ '/' WS-DT-MM '/' WS-DT-AAAA
              ' PAR ' WS-OPERATEUR
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE ALL '=' TO WS-EDIT-LIGNE(1:70).
           PERFORM ECRIRE-ETAT.
           MOVE 'TRANSACTIONS ACCEPTEES PAR SIGNE' TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           IF WS-SGN-NB = 0
              MOVE '   (AUCUNE)' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
              UNTIL WS-SGN-IDX > WS-SGN-NB
              MOVE WSG-NB(WS-SGN-IDX) TO WS-CNT-AFF
              MOVE WSG-TOTAL(WS-SGN-IDX) TO WS-TOTAL-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING '   SIGNE ' WSG-SIGN(WS-SGN-IDX)
                 '   NOMBRE ' WS-CNT-AFF
                 '   TOTAL ' WS-TOTAL-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-PERFORM.
           MOVE WS-CNT-ACCEPTES TO WS-CNT-AFF.
           MOVE WS-TOTAL-ACCEPTE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   ENSEMBLE  NOMBRE ' WS-CNT-AFF
              '   TOTAL ' WS-TOTAL-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-REJETS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'TRANSACTIONS REJETEES  : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-SUSPENS TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'TRANSACTIONS SUSPENDUES: ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-ANNULEES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'DONT ANNULEES DEPUIS   : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE WS-CNT-FICHES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'FICHES DU MOIS         : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-ETAT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           MOVE 'CONVERSIONS PAR CODE DE TAUX' TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-ETAT.
           IF WS-CNV-NB = 0
              MOVE '   (AUCUNE)' TO WS-EDIT-LIGNE
              PERFORM ECRIRE-ETAT
           END-IF.
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
              UNTIL WS-CNV-IDX > WS-CNV-NB
              MOVE WCV-NB(WS-CNV-IDX) TO WS-CNT-AFF
              MOVE WCV-MONTANT(WS-CNV-IDX) TO WS-MONTANT-AFF
              MOVE WCV-RESULTAT(WS-CNV-IDX) TO WS-TOTAL-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING '   CODE ' WCV-CODE(WS-CNV-IDX)
                 '   NOMBRE ' WS-CNT-AFF
                 '   MONTANT ' WS-MONTANT-AFF
                 '   CONVERTI ' WS-TOTAL-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-ETAT
           END-PERFORM.

       ECRIRE-ETAT.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.

       FORMER-HORODATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE SPACES TO WS-HORODATE.
           STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
              ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
              DELIMITED BY SIZE INTO WS-HORODATE
           END-STRING.

      **************************************************************
      * Piste d'audit : une ligne par clôture ou réouverture avec
      * le mois, l'opérateur, l'heure et le motif d'une réouverture
      **************************************************************
       JOURNALISER-CHANGEMENT.
           OPEN EXTEND JRN-FILE.
           IF WS-JRN-STATUS = '35'
              OPEN OUTPUT JRN-FILE
              CLOSE JRN-FILE
              OPEN EXTEND JRN-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire CLOTPER.LOG, statut '
                 WS-JRN-STATUS
           ELSE
              MOVE SPACES TO JRN-RECORD
              MOVE 1 TO WS-JRN-PTR
              STRING WS-HORODATE
                 ' ' FUNCTION TRIM(WS-ACTION)
                 ' mois=' WS-MOIS-SAISI
                 DELIMITED BY SIZE INTO JRN-RECORD
                 WITH POINTER WS-JRN-PTR
              END-STRING
              IF WS-ACTION = 'CLOTURE'
                 MOVE WS-CNT-FICHES TO WS-CNT-AFF
                 STRING ' fiches=' FUNCTION TRIM(WS-CNT-AFF)
                    DELIMITED BY SIZE INTO JRN-RECORD
                    WITH POINTER WS-JRN-PTR
                 END-STRING
              END-IF
              STRING ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO JRN-RECORD
                 WITH POINTER WS-JRN-PTR
              END-STRING
              IF WS-MOTIF NOT = SPACES
                 STRING ' motif=' FUNCTION TRIM(WS-MOTIF)
                    DELIMITED BY SIZE INTO JRN-RECORD
                    WITH POINTER WS-JRN-PTR
                 END-STRING
              END-IF
              WRITE JRN-RECORD
              CLOSE JRN-FILE
           END-IF.

      **************************************************************
      * Table des périodes : chargement au lancement et réécriture
      * complète après chaque changement
      **************************************************************
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
                 IF WS-PER-NB < WS-PER-MAX AND PER-MOIS IS NUMERIC
                    ADD 1 TO WS-PER-NB
                    MOVE PER-MOIS TO WPER-MOIS(WS-PER-NB)
                    MOVE PER-ETAT TO WPER-ETAT(WS-PER-NB)
                    MOVE PER-HORODATE TO WPER-HORODATE(WS-PER-NB)
                    MOVE PER-OPER TO WPER-OPER(WS-PER-NB)
                 END-IF
           END-READ.

      * Réécrit PERIODES.DAT depuis la table ; WS-SAUVE-OK dit à
      * l'appelant si le changement est bien porté dans le fichier
       SAUVER-PERIODES.
           MOVE 'O' TO WS-SAUVE-OK.
           OPEN OUTPUT PER-FILE.
           IF WS-PER-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire PERIODES.DAT, statut '
                 WS-PER-STATUS
              MOVE 'N' TO WS-SAUVE-OK
           ELSE
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-NB
                 MOVE WPER-MOIS(WS-PER-IDX) TO PER-MOIS
                 MOVE WPER-ETAT(WS-PER-IDX) TO PER-ETAT
                 MOVE WPER-HORODATE(WS-PER-IDX) TO PER-HORODATE
                 MOVE WPER-OPER(WS-PER-IDX) TO PER-OPER
                 WRITE PER-RECORD
                 IF WS-PER-STATUS NOT = '00'
                    DISPLAY 'Impossible d''écrire PERIODES.DAT, '
                       'statut ' WS-PER-STATUS
                    MOVE 'N' TO WS-SAUVE-OK
                 END-IF
              END-PERFORM
              CLOSE PER-FILE
           END-IF.

      * État de la période avant le changement demandé
       GARDER-PERIODE.
           MOVE WPER-ETAT(WS-IDX-TROUVE) TO WS-ANCIEN-ETAT.
           MOVE WPER-HORODATE(WS-IDX-TROUVE) TO WS-ANCIEN-HORODATE.
           MOVE WPER-OPER(WS-IDX-TROUVE) TO WS-ANCIEN-OPER.

      * PERIODES.DAT n'a pas pu être réécrit : la table reprend
      * l'état d'avant, rien n'est journalisé et la période reste
      * telle que calcul2 et tauxmaint la voient
       RETABLIR-PERIODE.
           MOVE WS-ANCIEN-ETAT TO WPER-ETAT(WS-IDX-TROUVE).
           MOVE WS-ANCIEN-HORODATE TO WPER-HORODATE(WS-IDX-TROUVE).
           MOVE WS-ANCIEN-OPER TO WPER-OPER(WS-IDX-TROUVE).
           MOVE WS-ANCIEN-NB TO WS-PER-NB.
           DISPLAY 'Période ' WS-MOIS-SAISI ' inchangée'.

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
                 ' E008 Droit insuffisant pour les périodes'
                 ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
              END-STRING
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
           END-IF.
