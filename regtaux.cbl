      *=============================================================*
      * REGTAUX:                                                    *
      *    L'objectif: Régulariser les conversions déjà passées    *
      *    par calcul2 quand un taux de TAUX.DAT est ajouté avec    *
      *    une date d'effet passée, clos ou supprimé après coup,    *
      *    au lieu de rapprocher les écarts sur tableur.            *
      *    Les étapes:                                              *
      *    J'identifie l'opérateur comme calcul2 le fait, son       *
      *    profil doit accorder l'entretien des taux,               *
      *    je relis dans TAUXMAIN.LOG les changements postérieurs   *
      *    au dernier passage (repère REGTAUX.CTL) et j'en déduis   *
      *    par code la première date de lot touchée,                *
      *    je parcours l'historique HISTORIQ.DAT à partir de cette  *
      *    date et je recalcule chaque conversion du code au taux   *
      *    en vigueur à la date de son lot,                         *
      *    j'édite REGTAUX.TXT, le relevé des écarts par code, et   *
      *    j'écris dans REGULTAU.DAT un lot équilibré (en-tête,    *
      *    régularisations, pied) que calcul2 passera comme tout    *
      *    autre lot jusqu'à l'export comptable.                    *
      *    auteur : Isabelle Marand                                 *
      *    Date création 15/10/2026                                 *
      *=============================================================*

      ***************************************************************
      *    identification et déclarations
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regtaux.
       AUTHOR. Isabelle Marand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO 'TAUXMAIN.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REPERE-FILE ASSIGN TO 'REGTAUX.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPERE-STATUS.
           SELECT TAUX-FILE ASSIGN TO 'TAUX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
      * Historique permanent des résultats, le même dessin que
      * dans calcul2
           SELECT HIST-FILE ASSIGN TO 'HISTORIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REGUL-FILE ASSIGN TO 'REGULTAU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGUL-STATUS.
           SELECT ETAT-FILE ASSIGN TO 'REGTAUX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
           SELECT OPER-FILE ASSIGN TO 'OPERATEURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      * journal des exceptions partagé, pour les accès refusés
           SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Piste d'audit des changements de taux tenue par tauxmaint
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(140).

      * Repère du dernier passage : horodatage de la dernière ligne
      * de TAUXMAIN.LOG déjà prise en compte
       FD  REPERE-FILE.
       01  REPERE-RECORD.
           05  REP-HORODATE    PIC X(19).
           05  REP-PASSAGE     PIC X(19).

      * Même dessin que dans calcul2 : la date de fin de validité
      * est facultative, zéro ou non numérique vaut sans fin
       FD  TAUX-FILE.
       01  TAUX-REC.
           05  TAUX-CODE       PIC X(3).
           05  TAUX-DATE-EFFET PIC 9(8).
           05  TAUX-VALEUR     PIC 9(7)V9(6).
           05  TAUX-DATE-FIN   PIC 9(8).

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

      * Le lot de régularisation est un lot complet au sens de
      * calcul2 : en-tête, une régularisation par conversion à
      * corriger, pied avec le compte et le hachage des écarts
       FD  REGUL-FILE.
       01  REGUL-DETAIL.
           05  TG-TYPE         PIC X(1).
           05  TG-DATE         PIC 9(8).
           05  TG-LOT          PIC 9(6).
           05  TG-TRANS        PIC 9(7).
           05  TG-MONTANT      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  TG-CODE         PIC X(3).
           05  TG-TAUX         PIC 9(7)V9(6).
       01  REGUL-ENTETE.
           05  RE-TYPE         PIC X(1).
           05  RE-DATE         PIC 9(8).
           05  RE-SOURCE       PIC X(8).
           05  RE-LOT          PIC 9(6).
       01  REGUL-PIED.
           05  RP-TYPE         PIC X(1).
           05  RP-COUNT        PIC 9(7).
           05  RP-HASH         PIC S9(13)V99 SIGN LEADING SEPARATE.

       FD  ETAT-FILE.
       01  ETAT-RECORD         PIC X(132).

      * Fichier des opérateurs habilités, partagé avec calcul2 ;
      * la cinquième position du profil accorde l'entretien des
      * taux, un profil à blanc accorde tout
       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS PIC X(2) VALUE '00'.
       01  WS-REPERE-STATUS PIC X(2) VALUE '00'.
       01  WS-TAUX-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-STATUS PIC X(2) VALUE '00'.
       01  WS-REGUL-STATUS PIC X(2) VALUE '00'.
       01  WS-ETAT-STATUS PIC X(2) VALUE '00'.
       01  WS-OPER-STATUS PIC X(2) VALUE '00'.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       88  EOF-FICHIER VALUE 'Y'.
       01  WS-EOF-TAUX PIC X VALUE 'N'.
       88  EOF-TAUX VALUE 'Y'.
       01  WS-EOF-HIST PIC X VALUE 'N'.
       88  EOF-HIST VALUE 'Y'.
       01  WS-EOF-OPER PIC X VALUE 'N'.
       88  EOF-OPER VALUE 'Y'.
      * Repère lu au lancement et ligne de journal en cours
       01  WS-REPERE PIC X(19) VALUE SPACES.
       01  WS-DERNIERE PIC X(19) VALUE SPACES.
       01  WS-LIGNE PIC X(140).
       01  WS-AVANT PIC X(140).
       01  WS-APRES PIC X(140).
       01  WS-JRN-ACTION PIC X(12).
       01  WS-JRN-CODE PIC X(3).
       01  WS-JRN-EFFET PIC 9(8) VALUE 0.
       01  WS-JRN-FIN PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT PIC 9(8) VALUE 0.
      * Codes touchés par un changement et première date de lot à
      * revoir pour chacun, avec les cumuls de leur relevé
       01  WS-CODE-NB PIC 9(2) VALUE 0.
       01  WS-CODE-MAX PIC 9(2) VALUE 50.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENT OCCURS 50 TIMES.
               10  WCD-CODE PIC X(3).
               10  WCD-DEBUT PIC 9(8).
               10  WCD-EXAMINEES PIC 9(7).
               10  WCD-CONFORMES PIC 9(7).
               10  WCD-REGULS PIC 9(7).
               10  WCD-SANS-TAUX PIC 9(7).
               10  WCD-ECART PIC S9(13)V99.
       01  WS-CODE-ECHANGE PIC X(64).
       01  WS-CODE-IDX PIC 9(2) VALUE 0.
       01  WS-CODE-IDX2 PIC 9(2) VALUE 0.
       01  WS-CODE-TROUVE PIC 9(2) VALUE 0.
      * Table des taux, chargée comme calcul2 la lit
       01  WS-TAUX-NB PIC 9(3) VALUE 0.
       01  WS-TAUX-MAX PIC 9(3) VALUE 100.
       01  WS-TAUX-TABLE.
           05  WS-TAUX-ENT OCCURS 100 TIMES.
               10  WTAUX-CODE PIC X(3).
               10  WTAUX-DATE PIC 9(8).
               10  WTAUX-VALEUR PIC 9(7)V9(6).
               10  WTAUX-FIN PIC 9(8).
       01  WS-TAUX-IDX PIC 9(3) VALUE 0.
       01  WS-TAUX-CODE PIC X(3) VALUE SPACES.
       01  WS-JOUR-REF PIC 9(8) VALUE 0.
       01  WS-TAUX-DATE-RETENUE PIC 9(8) VALUE 0.
       01  WS-TAUX-OK PIC X VALUE 'N'.
       88  TAUX-TROUVE VALUE 'O'.
      * Conversion examinée : taux appliqué (le taux corrigé d'une
      * régularisation précédente s'il y en a une), taux dû et
      * résultats recalculés comme CALC-CONV, sans arrondi
       01  WS-TAUX-APPLIQUE PIC 9(7)V9(6) VALUE 0.
       01  WS-TAUX-DU PIC 9(7)V9(6) VALUE 0.
       01  WS-ANCIEN PIC S9(10)V99 VALUE 0.
       01  WS-NOUVEAU PIC S9(10)V99 VALUE 0.
       01  WS-ECART PIC S9(10)V99 VALUE 0.
       01  WS-CALC-OK PIC X VALUE 'O'.
       88  CALCUL-POSSIBLE VALUE 'O'.
      * Totaux de contrôle du lot de régularisation ; l'heure du
      * passage sert de numéro de lot, comme pour RECYCLE.DAT
       01  WS-REG-COUNT PIC 9(7) VALUE 0.
       01  WS-REG-HASH PIC S9(13)V99 VALUE 0.
       01  WS-TOT-EXAMINEES PIC 9(7) VALUE 0.
       01  WS-TOT-SANS-TAUX PIC 9(7) VALUE 0.
       01  WS-CNT-LUES PIC 9(7) VALUE 0.
       01  WS-CNT-RETENUES PIC 9(7) VALUE 0.
       01  WS-CNT-IGNOREES PIC 9(7) VALUE 0.
      * Gestion de la mise en page de l'état, comme RAPMOIS.TXT
       01  WS-NO-PAGE PIC 9(3) VALUE 0.
       01  WS-NB-LIGNES PIC 9(2) VALUE 99.
       01  WS-LIGNES-PAGE PIC 9(2) VALUE 55.
       01  WS-DATE-TIME PIC X(26).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TIME.
           05  WS-DT-AAAA PIC X(4).
           05  WS-DT-MM PIC X(2).
           05  WS-DT-JJ PIC X(2).
           05  WS-DT-HH PIC X(2).
           05  WS-DT-MN PIC X(2).
           05  WS-DT-SS PIC X(2).
           05  FILLER PIC X(12).
       01  WS-DATE-JOUR REDEFINES WS-DATE-TIME.
           05  WS-DATE-AAAAMMJJ PIC 9(8).
           05  WS-DATE-HHMMSS PIC 9(6).
           05  FILLER PIC X(12).
       01  WS-HORODATE PIC X(19).
      * Zones d'édition des lignes de l'état
       01  WS-EDIT-LIGNE PIC X(132).
       01  WS-REF-AFF PIC X(23).
       01  WS-NUM1-AFF PIC -(9)9.99 VALUE 0.
       01  WS-MONTANT-AFF PIC -(10)9.99 VALUE 0.
       01  WS-ANCIEN-AFF PIC -(10)9.99 VALUE 0.
       01  WS-NOUVEAU-AFF PIC -(10)9.99 VALUE 0.
       01  WS-TOTAL-AFF PIC -(12)9.99 VALUE 0.
       01  WS-APPLIQUE-AFF PIC Z(6)9.9(6) VALUE 0.
       01  WS-DU-AFF PIC Z(6)9.9(6) VALUE 0.
       01  WS-CNT-AFF PIC ZZZZZZ9.
       01  WS-PAGE-AFF PIC ZZ9.
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

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY '------ Régularisation des conversions ------'.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE SPACES TO WS-HORODATE.
           STRING WS-DT-AAAA '-' WS-DT-MM '-' WS-DT-JJ
              ' ' WS-DT-HH ':' WS-DT-MN ':' WS-DT-SS
              DELIMITED BY SIZE INTO WS-HORODATE
           END-STRING.

      * L'opérateur s'identifie comme dans calcul2 et son profil
      * doit accorder l'entretien des taux (position 5)
           PERFORM CHARGER-OPERATEURS.
           PERFORM SAISIR-OPERATEUR UNTIL OPERATEUR-VALIDE.
           DISPLAY 'Opérateur de la session : ' WS-OPERATEUR ' '
              FUNCTION TRIM(WS-OPERATEUR-NOM).
           IF WS-OPER-DROITS NOT = SPACES
              AND WS-OPER-DROITS(5:1) NOT = 'O'
              DISPLAY 'Droit insuffisant pour la régularisation '
                 'des taux'
              PERFORM TRACER-ACCES-REFUSE
              STOP RUN
           END-IF.

      * Les changements de taux survenus depuis le dernier passage
           PERFORM LIRE-REPERE.
           PERFORM DEPOUILLER-JOURNAL.
           IF WS-CODE-NB = 0
              DISPLAY 'Aucun changement de taux depuis le dernier '
                 'passage, rien à régulariser'
              STOP RUN
           END-IF.
           PERFORM TRIER-CODES.
           PERFORM CHARGER-TAUX.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '35'
              DISPLAY 'Aucun historique HISTORIQ.DAT, rien à '
                 'régulariser'
              STOP RUN
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'Impossible d''ouvrir HISTORIQ.DAT, statut '
                 WS-HIST-STATUS
              STOP RUN
           END-IF.

      * Le lot de régularisation d'un passage précédent non encore
      * repris par calcul2 ne doit pas être écrasé
           OPEN INPUT REGUL-FILE.
           IF WS-REGUL-STATUS = '00'
              READ REGUL-FILE
                 AT END CONTINUE
                 NOT AT END
                    DISPLAY 'REGULTAU.DAT non encore repris en lot, '
                       'passage refusé'
                    CLOSE REGUL-FILE
                    CLOSE HIST-FILE
                    STOP RUN
              END-READ
              CLOSE REGUL-FILE
           END-IF.
           OPEN OUTPUT REGUL-FILE.
           IF WS-REGUL-STATUS NOT = '00'
              DISPLAY 'Impossible de créer REGULTAU.DAT, statut '
                 WS-REGUL-STATUS
              CLOSE HIST-FILE
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer REGTAUX.TXT, statut '
                 WS-ETAT-STATUS
              CLOSE HIST-FILE
              CLOSE REGUL-FILE
              STOP RUN
           END-IF.

      * Un relevé par code touché, puis la récapitulation
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-NB
              PERFORM REGULARISER-CODE
           END-PERFORM.
           PERFORM EDITER-RECAP.
           PERFORM PIED-DE-PAGE.

      * Clôture du lot par son pied de contrôle ; sans écart à
      * passer le fichier reste simplement vide
           IF WS-REG-COUNT > 0
              PERFORM ECRIRE-PIED-REGUL
           END-IF.
           CLOSE HIST-FILE.
           CLOSE REGUL-FILE.
           CLOSE ETAT-FILE.

      * Les changements dépouillés ne seront plus repris
           PERFORM ECRIRE-REPERE.

           MOVE WS-REG-HASH TO WS-TOTAL-AFF.
           DISPLAY '------- Compte rendu de la régularisation -------'.
           DISPLAY 'Changements de taux pris en compte : '
              WS-CNT-RETENUES.
           DISPLAY 'Codes de taux revus                : ' WS-CODE-NB.
           DISPLAY 'Conversions examinées              : '
              WS-TOT-EXAMINEES.
           DISPLAY 'Régularisations écrites            : '
              WS-REG-COUNT.
           DISPLAY 'Conversions sans taux à leur date  : '
              WS-TOT-SANS-TAUX.
           DISPLAY 'Total des écarts                   : '
              FUNCTION TRIM(WS-TOTAL-AFF).
           IF WS-REG-COUNT > 0
              DISPLAY 'Lot ' WS-DATE-HHMMSS ' du ' WS-DATE-AAAAMMJJ
                 ' écrit dans REGULTAU.DAT, à passer par calcul2'
           END-IF.
           DISPLAY 'Relevé REGTAUX.TXT édité'.
           DISPLAY '-------------------------------------------------'.
           STOP RUN.
      **************************************************************

      **************************************************************
      * Repère du dernier passage ; absent, tout le journal des
      * changements de taux est dépouillé
      **************************************************************
       LIRE-REPERE.
           MOVE SPACES TO WS-REPERE.
           OPEN INPUT REPERE-FILE.
           IF WS-REPERE-STATUS = '00'
              READ REPERE-FILE
                 AT END CONTINUE
                 NOT AT END MOVE REP-HORODATE TO WS-REPERE
              END-READ
              CLOSE REPERE-FILE
           END-IF.
           IF WS-REPERE = SPACES
              DISPLAY 'Premier passage, tout TAUXMAIN.LOG est relu'
           ELSE
              DISPLAY 'Changements postérieurs au ' WS-REPERE
           END-IF.

      * Le repère avance jusqu'à la dernière ligne dépouillée ;
      * sans ligne nouvelle il reste en place
       ECRIRE-REPERE.
           IF WS-DERNIERE NOT = SPACES
              OPEN OUTPUT REPERE-FILE
              IF WS-REPERE-STATUS NOT = '00'
                 DISPLAY 'Impossible d''écrire REGTAUX.CTL, statut '
                    WS-REPERE-STATUS
              ELSE
                 MOVE WS-DERNIERE TO REP-HORODATE
                 MOVE WS-HORODATE TO REP-PASSAGE
                 WRITE REPERE-RECORD
                 CLOSE REPERE-FILE
              END-IF
           END-IF.

      **************************************************************
      * Dépouillement de TAUXMAIN.LOG : chaque changement postérieur
      * au repère ouvre ou avance la période à revoir de son code
      **************************************************************
       DEPOUILLER-JOURNAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT JRN-FILE.
           IF WS-JRN-STATUS NOT = '00'
              IF WS-JRN-STATUS NOT = '35'
                 DISPLAY 'Impossible d''ouvrir TAUXMAIN.LOG, statut '
                    WS-JRN-STATUS
              END-IF
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM LIRE-CHANGEMENT UNTIL EOF-FICHIER.
           IF WS-JRN-STATUS = '00' OR WS-JRN-STATUS = '10'
              CLOSE JRN-FILE
           END-IF.

       LIRE-CHANGEMENT.
           READ JRN-FILE
              AT END MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-CNT-LUES
                 MOVE SPACES TO WS-LIGNE
                 MOVE JRN-RECORD TO WS-LIGNE
                 IF WS-LIGNE(1:19) > WS-REPERE
                    PERFORM ANALYSER-CHANGEMENT
                 END-IF
           END-READ.

      * Ligne de tauxmaint : horodatage, action, code=, effet=,
      * ancien=, nouveau=, fin= pour une clôture, op=
       ANALYSER-CHANGEMENT.
           MOVE SPACES TO WS-JRN-ACTION.
           UNSTRING WS-LIGNE(21:) DELIMITED BY SPACE
              INTO WS-JRN-ACTION
           END-UNSTRING.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' code='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           MOVE WS-APRES(1:3) TO WS-JRN-CODE.
           MOVE 0 TO WS-JRN-EFFET.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' effet='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           IF WS-APRES(1:8) IS NUMERIC
              MOVE WS-APRES(1:8) TO WS-JRN-EFFET
           END-IF.
           MOVE 0 TO WS-JRN-FIN.
           MOVE SPACES TO WS-AVANT WS-APRES.
           UNSTRING WS-LIGNE DELIMITED BY ' fin='
              INTO WS-AVANT WS-APRES
           END-UNSTRING.
           IF WS-APRES(1:8) IS NUMERIC
              MOVE WS-APRES(1:8) TO WS-JRN-FIN
           END-IF.
      * Un ajout ou une suppression touche les lots à partir de la
      * date d'effet ; une clôture, ceux d'après la date de fin.
      * Une ancienne clôture sans fin= est revue depuis son effet
           MOVE 0 TO WS-DATE-DEBUT.
           EVALUATE WS-JRN-ACTION
              WHEN 'AJOUT'
              WHEN 'SUPPRESSION'
                 MOVE WS-JRN-EFFET TO WS-DATE-DEBUT
              WHEN 'CLOTURE'
                 IF WS-JRN-FIN > 0
                    AND FUNCTION TEST-DATE-YYYYMMDD(WS-JRN-FIN) = 0
                    COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-JRN-FIN) + 1)
                 ELSE
                    MOVE WS-JRN-EFFET TO WS-DATE-DEBUT
                 END-IF
           END-EVALUATE.
           IF WS-JRN-CODE = SPACES OR WS-DATE-DEBUT = 0
              ADD 1 TO WS-CNT-IGNOREES
           ELSE
              ADD 1 TO WS-CNT-RETENUES
              MOVE WS-LIGNE(1:19) TO WS-DERNIERE
              PERFORM NOTER-CODE
           END-IF.

      * Retrouve (ou crée) l'entrée du code ; la date la plus
      * ancienne des changements du code ouvre sa période
       NOTER-CODE.
           MOVE 0 TO WS-CODE-TROUVE.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-NB OR WS-CODE-TROUVE > 0
              IF WCD-CODE(WS-CODE-IDX) = WS-JRN-CODE
                 MOVE WS-CODE-IDX TO WS-CODE-TROUVE
              END-IF
           END-PERFORM.
           IF WS-CODE-TROUVE = 0
              IF WS-CODE-NB < WS-CODE-MAX
                 ADD 1 TO WS-CODE-NB
                 MOVE WS-CODE-NB TO WS-CODE-TROUVE
                 INITIALIZE WS-CODE-ENT(WS-CODE-TROUVE)
                 MOVE WS-JRN-CODE TO WCD-CODE(WS-CODE-TROUVE)
                 MOVE WS-DATE-DEBUT TO WCD-DEBUT(WS-CODE-TROUVE)
              ELSE
                 DISPLAY 'Table des codes pleine, changement '
                    'ignoré : ' WS-JRN-CODE
              END-IF
           ELSE
              IF WS-DATE-DEBUT < WCD-DEBUT(WS-CODE-TROUVE)
                 MOVE WS-DATE-DEBUT TO WCD-DEBUT(WS-CODE-TROUVE)
              END-IF
           END-IF.

      * Range les codes dans l'ordre pour le relevé
       TRIER-CODES.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX >= WS-CODE-NB
              PERFORM VARYING WS-CODE-IDX2 FROM 1 BY 1
                 UNTIL WS-CODE-IDX2 > WS-CODE-NB - WS-CODE-IDX
                 IF WCD-CODE(WS-CODE-IDX2)
                    > WCD-CODE(WS-CODE-IDX2 + 1)
                    MOVE WS-CODE-ENT(WS-CODE-IDX2) TO WS-CODE-ECHANGE
                    MOVE WS-CODE-ENT(WS-CODE-IDX2 + 1)
                       TO WS-CODE-ENT(WS-CODE-IDX2)
                    MOVE WS-CODE-ECHANGE
                       TO WS-CODE-ENT(WS-CODE-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      **************************************************************
      * Relevé d'un code : parcours de l'historique depuis la
      * première date de lot touchée, une ligne par conversion dont
      * le résultat change au taux dû
      **************************************************************
       REGULARISER-CODE.
           MOVE 99 TO WS-NB-LIGNES.
           MOVE WCD-DEBUT(WS-CODE-IDX) TO WS-DATE-DEBUT.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'CODE DE TAUX ' WCD-CODE(WS-CODE-IDX)
              '   CONVERSIONS DES LOTS DATES A PARTIR DU '
              WS-DATE-DEBUT(7:2) '/' WS-DATE-DEBUT(5:2) '/'
              WS-DATE-DEBUT(1:4)
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE ALL '-' TO WS-EDIT-LIGNE(1:60).
           PERFORM ECRIRE-LIGNE.
           PERFORM EDITER-TITRES.

           MOVE 'N' TO WS-EOF-HIST.
           MOVE WS-DATE-DEBUT TO HIST-DATE.
           MOVE 0 TO HIST-LOT.
           MOVE 0 TO HIST-TRANS.
           START HIST-FILE KEY >= HIST-CLE
              INVALID KEY MOVE 'Y' TO WS-EOF-HIST
           END-START.
           PERFORM LIRE-HISTORIQUE UNTIL EOF-HIST.
           PERFORM EDITER-BILAN-CODE.

       LIRE-HISTORIQUE.
           READ HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-HIST
              NOT AT END
      * seules comptent les conversions passées du code, ni
      * rejetées, ni suspendues, ni annulées : une annulation a
      * déjà tout repris, une suspendue repassera libérée
                 IF HIST-SIGN = 'C' AND HIST-REJET = SPACE
                    AND HIST-ANNUL NOT = 'A'
                    AND HIST-TAUX-CODE = WCD-CODE(WS-CODE-IDX)
                    PERFORM EXAMINER-CONVERSION
                 END-IF
           END-READ.

      * Recalcule la conversion au taux en vigueur à la date de son
      * lot et compare au résultat déjà passé
       EXAMINER-CONVERSION.
           ADD 1 TO WCD-EXAMINEES(WS-CODE-IDX).
           ADD 1 TO WS-TOT-EXAMINEES.
           MOVE SPACES TO WS-REF-AFF.
           STRING HIST-DATE '/' HIST-LOT '/' HIST-TRANS
              DELIMITED BY SIZE INTO WS-REF-AFF
           END-STRING.
           IF HIST-TAUX-REGUL IS NUMERIC AND HIST-TAUX-REGUL > 0
              MOVE HIST-TAUX-REGUL TO WS-TAUX-APPLIQUE
           ELSE
              MOVE HIST-TAUX TO WS-TAUX-APPLIQUE
           END-IF.
           MOVE HIST-TAUX-CODE TO WS-TAUX-CODE.
           MOVE HIST-DATE TO WS-JOUR-REF.
           PERFORM CHERCHER-TAUX.
           IF NOT TAUX-TROUVE
              ADD 1 TO WCD-SANS-TAUX(WS-CODE-IDX)
              ADD 1 TO WS-TOT-SANS-TAUX
              MOVE HIST-NUM1 TO WS-NUM1-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING '  ' WS-REF-AFF '  ' WS-NUM1-AFF
                 '  AUCUN TAUX EN VIGUEUR A LA DATE DU LOT,'
                 ' NON REGULARISEE'
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-LIGNE
           ELSE
              MOVE 'O' TO WS-CALC-OK
              MULTIPLY HIST-NUM1 BY WS-TAUX-APPLIQUE GIVING WS-ANCIEN
                 ON SIZE ERROR MOVE 'N' TO WS-CALC-OK
              END-MULTIPLY
              MULTIPLY HIST-NUM1 BY WS-TAUX-DU GIVING WS-NOUVEAU
                 ON SIZE ERROR MOVE 'N' TO WS-CALC-OK
              END-MULTIPLY
              IF NOT CALCUL-POSSIBLE
                 ADD 1 TO WCD-SANS-TAUX(WS-CODE-IDX)
                 ADD 1 TO WS-TOT-SANS-TAUX
                 MOVE HIST-NUM1 TO WS-NUM1-AFF
                 MOVE SPACES TO WS-EDIT-LIGNE
                 STRING '  ' WS-REF-AFF '  ' WS-NUM1-AFF
                    '  RESULTAT TROP GRAND, NON REGULARISEE'
                    DELIMITED BY SIZE INTO WS-EDIT-LIGNE
                 END-STRING
                 PERFORM ECRIRE-LIGNE
              ELSE
                 COMPUTE WS-ECART = WS-NOUVEAU - WS-ANCIEN
                 IF WS-ECART = 0
                    ADD 1 TO WCD-CONFORMES(WS-CODE-IDX)
                 ELSE
                    PERFORM ECRIRE-REGULARISATION
                 END-IF
              END-IF
           END-IF.

      * Une ligne au relevé et une régularisation au lot
       ECRIRE-REGULARISATION.
           ADD 1 TO WCD-REGULS(WS-CODE-IDX).
           ADD WS-ECART TO WCD-ECART(WS-CODE-IDX).
           MOVE HIST-NUM1 TO WS-NUM1-AFF.
           MOVE WS-TAUX-APPLIQUE TO WS-APPLIQUE-AFF.
           MOVE WS-TAUX-DU TO WS-DU-AFF.
           MOVE WS-ANCIEN TO WS-ANCIEN-AFF.
           MOVE WS-NOUVEAU TO WS-NOUVEAU-AFF.
           MOVE WS-ECART TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '  ' WS-REF-AFF '  ' WS-NUM1-AFF
              '  ' WS-APPLIQUE-AFF '  ' WS-DU-AFF
              '  ' WS-ANCIEN-AFF '  ' WS-NOUVEAU-AFF
              '  ' WS-MONTANT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           IF WS-REG-COUNT = 0
              PERFORM ECRIRE-ENTETE-REGUL
           END-IF.
           MOVE 'G' TO TG-TYPE.
           MOVE HIST-DATE TO TG-DATE.
           MOVE HIST-LOT TO TG-LOT.
           MOVE HIST-TRANS TO TG-TRANS.
           MOVE WS-ECART TO TG-MONTANT.
           MOVE HIST-TAUX-CODE TO TG-CODE.
           MOVE WS-TAUX-DU TO TG-TAUX.
           WRITE REGUL-DETAIL.
           ADD 1 TO WS-REG-COUNT.
           ADD WS-ECART TO WS-REG-HASH.

      * En-tête du lot : date du passage, source REGULTAU et
      * l'heure du passage comme numéro de lot
       ECRIRE-ENTETE-REGUL.
           MOVE 'H' TO RE-TYPE.
           MOVE WS-DATE-AAAAMMJJ TO RE-DATE.
           MOVE 'REGULTAU' TO RE-SOURCE.
           MOVE WS-DATE-HHMMSS TO RE-LOT.
           WRITE REGUL-ENTETE.

      * Pied du lot : compte des régularisations et total de
      * hachage des écarts, contrôlés par calcul2
       ECRIRE-PIED-REGUL.
           MOVE 'T' TO RP-TYPE.
           MOVE WS-REG-COUNT TO RP-COUNT.
           MOVE WS-REG-HASH TO RP-HASH.
           WRITE REGUL-PIED.

       EDITER-TITRES.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE 'DATE/LOT/TRANSACTION' TO WS-EDIT-LIGNE(3:20).
           MOVE 'MONTANT' TO WS-EDIT-LIGNE(33:7).
           MOVE 'TAUX APPLIQUE' TO WS-EDIT-LIGNE(43:13).
           MOVE 'TAUX DU' TO WS-EDIT-LIGNE(65:7).
           MOVE 'RESULTAT PASSE' TO WS-EDIT-LIGNE(74:14).
           MOVE 'RESULTAT DU' TO WS-EDIT-LIGNE(93:11).
           MOVE 'ECART' TO WS-EDIT-LIGNE(115:5).
           PERFORM ECRIRE-LIGNE.

       EDITER-BILAN-CODE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WCD-EXAMINEES(WS-CODE-IDX) TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   CONVERSIONS EXAMINEES      : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE WCD-CONFORMES(WS-CODE-IDX) TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   DEJA AU BON TAUX           : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE WCD-REGULS(WS-CODE-IDX) TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   REGULARISEES               : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE WCD-SANS-TAUX(WS-CODE-IDX) TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   NON REGULARISABLES         : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE WCD-ECART(WS-CODE-IDX) TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING '   TOTAL DES ECARTS DU CODE   : ' WS-TOTAL-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

      * Récapitulation : une ligne par code et le lot produit
       EDITER-RECAP.
           MOVE 99 TO WS-NB-LIGNES.
           MOVE 'RECAPITULATION DE LA REGULARISATION'
              TO WS-EDIT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           MOVE ALL '=' TO WS-EDIT-LIGNE(1:40).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-NB
              MOVE WCD-REGULS(WS-CODE-IDX) TO WS-CNT-AFF
              MOVE WCD-ECART(WS-CODE-IDX) TO WS-TOTAL-AFF
              MOVE SPACES TO WS-EDIT-LIGNE
              STRING '   ' WCD-CODE(WS-CODE-IDX) ' DEPUIS LE '
                 WCD-DEBUT(WS-CODE-IDX) ' : ' WS-CNT-AFF
                 ' REGULARISATIONS, ECART ' WS-TOTAL-AFF
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
              PERFORM ECRIRE-LIGNE
           END-PERFORM.
           MOVE WS-REG-COUNT TO WS-CNT-AFF.
           MOVE WS-REG-HASH TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'TOTAL GENERAL              : ' WS-CNT-AFF
              ' REGULARISATIONS, ECART ' WS-TOTAL-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-EDIT-LIGNE.
           IF WS-REG-COUNT > 0
              STRING 'LOT DE REGULARISATION      : REGULTAU.DAT LOT '
                 WS-DATE-HHMMSS ' DU ' WS-DATE-AAAAMMJJ
                 DELIMITED BY SIZE INTO WS-EDIT-LIGNE
              END-STRING
           ELSE
              MOVE 'LOT DE REGULARISATION      : AUCUN, RIEN A PASSER'
                 TO WS-EDIT-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-CNT-RETENUES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'CHANGEMENTS DE TAUX RETENUS: ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-CNT-IGNOREES TO WS-CNT-AFF.
           MOVE SPACES TO WS-EDIT-LIGNE.
           STRING 'LIGNES DE JOURNAL IGNOREES : ' WS-CNT-AFF
              DELIMITED BY SIZE INTO WS-EDIT-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

      **************************************************************
      * Mise en page : saut de page avec en-tête numéroté dès que
      * la page est pleine, pied de page avant chaque saut
      **************************************************************
       ECRIRE-LIGNE.
           IF WS-NB-LIGNES >= WS-LIGNES-PAGE
              IF WS-NO-PAGE > 0
                 PERFORM PIED-DE-PAGE
              END-IF
              PERFORM ENTETE-PAGE
           END-IF.
           MOVE WS-EDIT-LIGNE TO ETAT-RECORD.
           WRITE ETAT-RECORD.
           ADD 1 TO WS-NB-LIGNES.

       ENTETE-PAGE.
           ADD 1 TO WS-NO-PAGE.
           MOVE WS-NO-PAGE TO WS-PAGE-AFF.
           MOVE SPACES TO ETAT-RECORD.
           STRING 'REGULARISATION DES CONVERSIONS APRES CHANGEMENT'
              ' DE TAUX     EDITE LE ' WS-DT-JJ '/' WS-DT-MM '/'
              WS-DT-AAAA '     PAR ' WS-OPERATEUR
              '     PAGE ' WS-PAGE-AFF
              DELIMITED BY SIZE INTO ETAT-RECORD
           END-STRING.
           WRITE ETAT-RECORD.
           MOVE SPACES TO ETAT-RECORD.
           MOVE ALL '=' TO ETAT-RECORD(1:120).
           WRITE ETAT-RECORD.
           MOVE 2 TO WS-NB-LIGNES.

       PIED-DE-PAGE.
           MOVE SPACES TO ETAT-RECORD.
           MOVE ALL '-' TO ETAT-RECORD(1:120).
           WRITE ETAT-RECORD.
           MOVE SPACES TO ETAT-RECORD.
           STRING 'ECARTS PASSES EN COMPTABILITE PAR LE LOT '
              'REGULTAU.DAT  -  DOCUMENT FINANCE'
              DELIMITED BY SIZE INTO ETAT-RECORD
           END-STRING.
           WRITE ETAT-RECORD.

      **************************************************************
      * Table des taux : chargement et recherche, reprises de
      * calcul2, la date de référence étant celle du lot
      **************************************************************
       CHARGER-TAUX.
           MOVE 'N' TO WS-EOF-TAUX.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS = '00'
              PERFORM LIRE-TAUX UNTIL EOF-TAUX
              CLOSE TAUX-FILE
           ELSE
              DISPLAY 'Fichier TAUX.DAT absent, aucune conversion '
                 'ne pourra être recalculée'
           END-IF.

       LIRE-TAUX.
           READ TAUX-FILE
              AT END MOVE 'Y' TO WS-EOF-TAUX
              NOT AT END
                 IF WS-TAUX-NB < WS-TAUX-MAX
                    AND TAUX-DATE-EFFET IS NUMERIC
                    AND TAUX-VALEUR IS NUMERIC
                    ADD 1 TO WS-TAUX-NB
                    MOVE FUNCTION UPPER-CASE(TAUX-CODE)
                       TO WTAUX-CODE(WS-TAUX-NB)
                    MOVE TAUX-DATE-EFFET TO WTAUX-DATE(WS-TAUX-NB)
                    MOVE TAUX-VALEUR TO WTAUX-VALEUR(WS-TAUX-NB)
                    IF TAUX-DATE-FIN IS NUMERIC
                       MOVE TAUX-DATE-FIN TO WTAUX-FIN(WS-TAUX-NB)
                    ELSE
                       MOVE 0 TO WTAUX-FIN(WS-TAUX-NB)
                    END-IF
                 END-IF
           END-READ.

      * Retient pour le code le taux à la date d'effet la plus
      * récente qui ne dépasse pas la date de référence ; un taux
      * clos avant cette date est hors jeu
       CHERCHER-TAUX.
           MOVE 'N' TO WS-TAUX-OK.
           MOVE 0 TO WS-TAUX-DATE-RETENUE.
           PERFORM VARYING WS-TAUX-IDX FROM 1 BY 1
              UNTIL WS-TAUX-IDX > WS-TAUX-NB
              IF WTAUX-CODE(WS-TAUX-IDX) = WS-TAUX-CODE
                 AND WTAUX-DATE(WS-TAUX-IDX) <= WS-JOUR-REF
                 AND (WTAUX-FIN(WS-TAUX-IDX) = 0
                    OR WTAUX-FIN(WS-TAUX-IDX) >= WS-JOUR-REF)
                 AND WTAUX-DATE(WS-TAUX-IDX) >= WS-TAUX-DATE-RETENUE
                 MOVE 'O' TO WS-TAUX-OK
                 MOVE WTAUX-DATE(WS-TAUX-IDX)
                    TO WS-TAUX-DATE-RETENUE
                 MOVE WTAUX-VALEUR(WS-TAUX-IDX) TO WS-TAUX-DU
              END-IF
           END-PERFORM.

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
                 ' E008 Droit insuffisant pour la régularisation'
                 ' op=' WS-OPERATEUR
                 DELIMITED BY SIZE INTO EXCEPT-RECORD
              END-STRING
              WRITE EXCEPT-RECORD
              CLOSE EXCEPT-FILE
           END-IF.
