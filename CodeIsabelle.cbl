           SELECT LOTS-FILE ASSIGN TO 'LOTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
      * Périodes comptables closes par clotper : un lot daté dans
      * un mois clos est refusé
           SELECT PER-FILE ASSIGN TO 'PERIODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT REG-FILE ASSIGN TO 'REGISTRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPER-FILE ASSIGN TO 'OPERATEURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      * Plafonds de montant par signe, entretenus par limmaint, et
      * file des transactions suspendues en attente de libération
      * par un second opérateur (libsusp)
           SELECT LIM-FILE ASSIGN TO 'LIMITES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT SUSP-FILE ASSIGN TO 'SUSPENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
      * Bibliothèque des formules nommées entretenue depuis
      * Calculatrice
           SELECT FORM-FILE ASSIGN TO 'FORMULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.
      * Compte rendu du contrôle préalable d'un lot, édité en mode
      * contrôle seul à la place de toute écriture de traitement
           SELECT CTL-FILE ASSIGN TO 'CONTROLE.TXT'
           SELECT EXPORT-FILE ASSIGN TO 'EXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
      * Relecture de l'export pendant qu'il est prolongé, pour
      * recopier en fin de fichier les détails d'un lot repris
           SELECT RELU-FILE ASSIGN TO 'EXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELU-STATUS.
      * Liste des doublons suspects du passage, chacun avec sa
      * référence et celle du détail qu'il reprend
           SELECT DBL-FILE ASSIGN TO 'DOUBLONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBL-STATUS.
      * Historique permanent des résultats, indexé par date de
      * lot, numéro de lot et numéro de transaction ; il survit à
      * la recréation de RESULTAT.DAT et se consulte avec histinq.
      * Il est aussi parcouru par dates pour la recherche des
      * doublons
           SELECT HIST-FILE ASSIGN TO 'HISTORIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.

           05  TC-TYPE         PIC X(1).
           05  TC-NUM1         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TC-CODE         PIC X(3).
      * Enregistrement d'annulation : désigne par sa date de lot,
      * son numéro de lot et son numéro de transaction une
      * transaction déjà traitée, dont le montant est contrepassé
       01  TRANS-ANNUL.
           05  TA-TYPE         PIC X(1).
           05  TA-DATE         PIC 9(8).
           05  TA-LOT          PIC 9(6).
           05  TA-TRANS        PIC 9(7).
      * Enregistrement de régularisation de taux, produit par
      * regtaux : la conversion d'origine, l'écart à passer et le
      * taux qui aurait dû s'appliquer
       01  TRANS-REGUL.
           05  TG-TYPE         PIC X(1).
           05  TG-DATE         PIC 9(8).
           05  TG-LOT          PIC 9(6).
           05  TG-TRANS        PIC 9(7).
           05  TG-MONTANT      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  TG-CODE         PIC X(3).
           05  TG-TAUX         PIC 9(7)V9(6).
      * Enregistrement de formule : le nom d'une formule de
      * FORMULES.DAT et les valeurs de ses termes V1 à V8, évalué
      * comme une expression chaînée
       01  TRANS-FORMULE.
           05  TF-TYPE         PIC X(1).
           05  TF-NOM          PIC X(10).
           05  TF-NB           PIC 9(1).
           05  TF-VAL          PIC S9(9)V99 SIGN LEADING SEPARATE
                               OCCURS 8 TIMES.

       FD  RESULT-FILE.
       01  RESULT-RECORD       PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(120).

      * Un point de reprise par lot du fichier resté inachevé :
      * dernière transaction traitée, date et numéro du lot. Un
      * ancien point sans date ni lot vaut pour le premier lot
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LAST-TRANS PIC 9(7).
           05  CKPT-LOT-DATE   PIC 9(8).
           05  CKPT-LOT-NUM    PIC 9(6).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD       PIC X(180).

      * Registre des lots déjà traités, consulté avant de démarrer
      * un lot et complété après chaque lot mené à son terme. Le
      * compte et la somme exportés servent au rapprochement avec
      * l'accusé du chargeur comptable (accusexp), qui tient l'état
      * de l'export : E envoyé, A accusé, R rejeté, O en retard
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

      * Même dessin que dans clotper : l'état vaut C clos ou O
      * rouvert, avec l'horodatage et l'opérateur du dernier
      * changement
       FD  PER-FILE.
       01  PER-RECORD.
           05  PER-MOIS        PIC 9(6).
           05  PER-ETAT        PIC X(1).
           05  PER-HORODATE    PIC X(19).
           05  PER-OPER        PIC X(3).

      * Registres mémoire M1 à M5 partagés entre les deux
      * calculatrices et conservés d'une session à l'autre
      * Fichier des opérateurs habilités : code, nom en clair et
      * profil de droits, un O par capacité accordée :
      * 1 calcul interactif, 2 lancement de lot, 3 recyclage des
      * exceptions, 4 entretien des registres, 5 entretien des taux,
      * 6 plafonds et libération des suspens (limmaint, libsusp),
      * 7 clôture de période (clotper).
      * Un profil à blanc (ancien fichier) accorde tout
       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

      * Plafond de montant d'un signe, pour un opérateur donné ou
      * pour tous quand le code opérateur est à blanc
       FD  LIM-FILE.
       01  LIM-RECORD.
           05  LIM-SIGN        PIC X(1).
           05  LIM-OPER        PIC X(3).
           05  LIM-PLAFOND     PIC 9(11)V99.

      * Formule nommée : un terme de départ puis jusqu'à huit
      * couples opérateur/terme ; un terme est une valeur fournie
      * par l'enregistrement (type V, rang 1 à 8 dans FORM-VAL) ou
      * une constante (type K). Même dessin que dans Calculatrice
       FD  FORM-FILE.
       01  FORM-RECORD.
           05  FORM-NOM        PIC X(10).
           05  FORM-NB-VAL     PIC 9(1).
           05  FORM-NB         PIC 9(1).
           05  FORM-TERME OCCURS 9 TIMES.
               10  FORM-OP     PIC X(1).
               10  FORM-TYPE   PIC X(1).
               10  FORM-VAL    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FORM-HORODATE   PIC X(19).
           05  FORM-OPER       PIC X(3).

      * Transaction suspendue : sa référence de lot, le montant et
      * le plafond dépassé, l'opérateur du lot, puis la décision du
      * second opérateur (S en attente, L libérée, R refusée) ;
      * l'enregistrement de transaction d'origine est conservé tel
      * quel pour repartir en lot à la libération
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

       FD  CTL-FILE.
       01  CTL-RECORD          PIC X(180).

       FD  DBL-FILE.
       01  DBL-RECORD          PIC X(180).

      * Export du lot pour le chargeur comptable : un en-tête, une
      * ligne de détail par transaction (les rejetées sont marquées
      * R, les suspendues S, et comptent pour zéro), et un pied
      * portant le compte des détails et la somme des résultats,
      * contrôlés par l'aval comme calcul2 contrôle TP-COUNT et
      * TP-HASH en entrée.
      * Une annulation ou une régularisation porte en fin de ligne
      * la référence de la transaction qu'elle corrige, à zéro sur
      * les autres
       FD  EXPORT-FILE.
       01  EXPORT-ENTETE.
           05  EXP-H-TYPE      PIC X(1).
           05  EXP-D-TAUX      PIC 9(7)V9(6).
           05  EXP-D-OPER      PIC X(3).
           05  EXP-D-HORODATE  PIC X(19).
           05  EXP-D-REF-DATE  PIC 9(8).
           05  EXP-D-REF-LOT   PIC 9(6).
           05  EXP-D-REF-TRANS PIC 9(7).
       01  EXPORT-PIED.
           05  EXP-P-TYPE      PIC X(1).
           05  EXP-P-COUNT     PIC 9(7).
           05  EXP-P-SOMME     PIC S9(13)V99 SIGN LEADING SEPARATE.

       FD  RELU-FILE.
       01  RELU-RECORD.
           05  RELU-TYPE       PIC X(1).
           05  RELU-DATE       PIC 9(8).
           05  RELU-LOT        PIC 9(6).
           05  FILLER          PIC X(200).

      * Historique permanent des résultats du mode lot, une fiche
      * par transaction, rejetée (R), suspendue (S) ou non. Une
      * fiche annulée est marquée A et pointe sur l'annulation ;
      * la fiche d'une annulation ou d'une régularisation pointe
      * sur la transaction corrigée. Une conversion garde son code
      * et son taux ; une fois régularisée, le taux corrigé s'y
      * ajoute
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-CLE.
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
       01  WS-CKPT-STATUS PIC X(2) VALUE '00'.
       88  PIED-VU VALUE 'O'.
       01  WS-LOT-DEJA PIC X VALUE 'N'.
       88  LOT-DEJA-TRAITE VALUE 'O'.
       01  WS-PER-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-PER PIC X VALUE 'N'.
       88  EOF-PER VALUE 'Y'.
       01  WS-PER-CLOSE PIC X VALUE 'N'.
       88  PERIODE-CLOSE VALUE 'O'.
       01  WS-LOT-ERREUR PIC X VALUE 'N'.
       88  LOT-EN-ERREUR VALUE 'O'.
       01  WS-CTL-COUNT PIC 9(7) VALUE 0.
       01  WS-HASH-AFF PIC -(13)9.99 VALUE 0.
       01  WS-AFF-ERR-LOT PIC X(50) VALUE
           'Lot refusé ou en erreur, voir EXCEPTION.LOG'.
      * Un fichier peut enchaîner plusieurs lots en-tête...pied,
      * chacun contrôlé, exporté et consigné pour son compte ; un
      * lot refusé n'empêche pas le traitement des suivants
       01  WS-APRES-PIED PIC X VALUE 'N'.
       88  SORTIE-DE-PIED VALUE 'O'.
       01  WS-SORTIES-OUVERTES PIC X VALUE 'N'.
       88  SORTIES-OUVERTES VALUE 'O'.
       01  WS-NB-LOTS-OK PIC 9(3) VALUE 0.
       01  WS-NB-LOTS-KO PIC 9(3) VALUE 0.
       01  WS-LOT-ETAT PIC X(12) VALUE SPACES.
       01  WS-LOT-REJET-DEB PIC 9(7) VALUE 0.
       01  WS-LOT-SUSP-DEB PIC 9(7) VALUE 0.
       01  WS-LOT-TOTAL-DEB PIC S9(11)V99 VALUE 0.
      * Bilan de chaque lot du fichier pour le sommaire et le
      * compte rendu du contrôle préalable
       01  WS-LOTR-NB PIC 9(3) VALUE 0.
       01  WS-LOTR-MAX PIC 9(3) VALUE 100.
       01  WS-LOTR-TABLE.
           05  WS-LOTR-ENT OCCURS 100 TIMES.
               10  WLR-DATE PIC 9(8).
               10  WLR-LOT PIC 9(6).
               10  WLR-ETAT PIC X(12).
               10  WLR-LUES PIC 9(7).
               10  WLR-REJET PIC 9(7).
               10  WLR-TOTAL PIC S9(11)V99.
               10  WLR-SUSP PIC 9(7).
       01  WS-LOTR-IDX PIC 9(3) VALUE 0.
       01  WS-LOTR-AFF PIC 9(7) VALUE 0.
       01  WS-LOTR-REJ-AFF PIC 9(7) VALUE 0.
       01  WS-LOTR-SUSP-AFF PIC 9(7) VALUE 0.
      * Points de reprise des lots inachevés, relus en reprise,
      * avec les totaux d'export réamorcés pour chacun d'eux
       01  WS-EOF-CKPT PIC X VALUE 'N'.
       88  EOF-CKPT VALUE 'Y'.
       01  WS-CKPT-NB PIC 9(3) VALUE 0.
       01  WS-CKPT-MAX PIC 9(3) VALUE 50.
       01  WS-CKPT-TABLE.
           05  WS-CKPT-ENT OCCURS 50 TIMES.
               10  WCK-DATE PIC 9(8).
               10  WCK-LOT PIC 9(6).
               10  WCK-TRANS PIC 9(7).
               10  WCK-EXP-COUNT PIC 9(7).
               10  WCK-EXP-SOMME PIC S9(13)V99.
               10  WCK-ENTETE PIC X.
       01  WS-CKPT-IDX PIC 9(3) VALUE 0.
       01  WS-CKPT-COURANT PIC 9(3) VALUE 0.
      * Dernier lot dont l'en-tête termine l'export : un lot repris
      * qui n'est plus en fin de fichier y reçoit un nouvel en-tête
      * suivi de la recopie de ses détails déjà exportés
       01  WS-EXP-FIN-DATE PIC 9(8) VALUE 0.
       01  WS-EXP-FIN-LOT PIC 9(6) VALUE 0.
       01  WS-RELU-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-RELU PIC X VALUE 'N'.
       88  EOF-RELU VALUE 'Y'.
       01  WS-RELU-NB-H PIC 9(3) VALUE 0.
       01  WS-RELU-CIBLE PIC 9(3) VALUE 0.
       01  WS-RELU-DANS PIC X VALUE 'N'.
       88  RELU-DANS-LOT VALUE 'O'.
      * Évaluation d'une expression chaînée : fil de l'expression
      * reconstitué comme CALCUL-ENTIER et numéro d'étape en cours
       01  WS-EXPR PIC X(200).
       01  WS-ETAPE PIC 9(2) VALUE 0.
       01  WS-AFF-ERR6 PIC X(47) VALUE
           'Nombre d''étapes de chaîne invalide, 1 à 8'.
      * Formules nommées chargées au lancement, et valeurs de
      * l'enregistrement de formule en cours
       01  WS-FORM-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-FORM PIC X VALUE 'N'.
       88  EOF-FORM VALUE 'Y'.
       01  WS-FORM-NB PIC 9(2) VALUE 0.
       01  WS-FORM-MAX PIC 9(2) VALUE 50.
       01  WS-FORM-TABLE.
           05  WS-FORM-ENT OCCURS 50 TIMES.
               10  WFOR-NOM PIC X(10).
               10  WFOR-NB-VAL PIC 9(1).
               10  WFOR-NB PIC 9(1).
               10  WFOR-TERME OCCURS 9 TIMES.
                   15  WFOR-OP PIC X(1).
                   15  WFOR-TYPE PIC X(1).
                   15  WFOR-VAL PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  WFOR-HORODATE PIC X(19).
               10  WFOR-OPER PIC X(3).
       01  WS-FORM-IDX PIC 9(2) VALUE 0.
       01  WS-FORM-TROUVE PIC 9(2) VALUE 0.
       01  WS-FORM-NOM PIC X(10).
       01  WS-FORM-NB-VAL PIC 9(1) VALUE 0.
       01  WS-FORM-VALEURS.
           05  WS-FORM-VALEUR PIC S9(9)V99 OCCURS 8 TIMES.
       01  WS-FORM-VAL-OK PIC X VALUE 'O'.
       88  VALEURS-FORMULE-NUMERIQUES VALUE 'O'.
       01  WS-VAL-IDX PIC 9(2) VALUE 0.
       01  WS-TERME PIC 9(2) VALUE 0.
       01  WS-TERME-VAL PIC S9(9)V99 VALUE 0.
      * Table des taux chargée au lancement et taux retenu pour la
      * conversion en cours
       01  WS-TAUX-STATUS PIC X(2) VALUE '00'.
       01  WS-AUD-PTR PIC 9(3) VALUE 1.
       01  WS-AFF-ERR7 PIC X(45) VALUE
           'Taux introuvable pour ce code à cette date'.
      * Annulation ou régularisation en cours : référence de la
      * transaction d'origine, éditée AAAAMMJJ/LLLLLL/TTTTTTT
       01  WS-ORIG-DATE PIC 9(8) VALUE 0.
       01  WS-ORIG-LOT PIC 9(6) VALUE 0.
       01  WS-ORIG-TRANS PIC 9(7) VALUE 0.
       01  WS-ORIG-REF PIC X(23) VALUE SPACES.
       01  WS-ORIG-OK PIC X VALUE 'N'.
       88  ORIGINE-TROUVEE VALUE 'O'.
       01  WS-CNT-ANNUL PIC 9(7) VALUE 0.
       01  WS-CNT-REGUL PIC 9(7) VALUE 0.
      * Plafonds de montant chargés de LIMITES.DAT au début du mode
      * lot ; une transaction dont le montant dépasse le plafond de
      * son signe est suspendue au lieu d'être passée. Un signe
      * sans plafond n'est pas contrôlé
       01  WS-LIM-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-LIM PIC X VALUE 'N'.
       88  EOF-LIM VALUE 'Y'.
       01  WS-LIM-NB PIC 9(2) VALUE 0.
       01  WS-LIM-MAX PIC 9(2) VALUE 50.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENT OCCURS 50 TIMES.
               10  WLIM-SIGN PIC X(1).
               10  WLIM-OPER PIC X(3).
               10  WLIM-PLAFOND PIC 9(11)V99.
       01  WS-LIM-IDX PIC 9(2) VALUE 0.
       01  WS-LIM-TROUVE PIC 9(2) VALUE 0.
       01  WS-SIGN-CTL PIC X(1) VALUE SPACE.
       01  WS-MONTANT-CTL PIC S9(10)V99 VALUE 0.
       01  WS-PLAFOND PIC 9(11)V99 VALUE 0.
       01  WS-PLAFOND-AFF PIC Z(10)9.99 VALUE 0.
       01  WS-SUSPENS PIC X VALUE 'N'.
       88  TRANS-SUSPENDUE VALUE 'O'.
       01  WS-SUSP-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-SUSP PIC X VALUE 'N'.
       88  EOF-SUSP VALUE 'Y'.
       01  WS-SUSP-DEJA PIC X VALUE 'N'.
       88  SUSPENS-DEJA-INSCRIT VALUE 'O'.
       01  WS-CNT-SUSPENS PIC 9(7) VALUE 0.
      * Détection des doublons : un détail dont le signe, les
      * opérandes et, pour une conversion, le code de taux
      * reprennent un autre détail du même lot, ou une fiche de
      * l'historique datée à moins de DOUBLONS-JOURS jours de la
      * date du lot. DOUBLONS=A avertit seulement, DOUBLONS=R
      * rejette en E012 ; chaque suspect part dans DOUBLONS.TXT
       01  WS-DBL-STATUS PIC X(2) VALUE '00'.
       01  WS-DBL-OUVERT PIC X VALUE 'N'.
       88  DOUBLONS-OUVERT VALUE 'O'.
       01  WS-DBL-REGLE PIC X VALUE 'A'.
       88  DOUBLON-A-REJETER VALUE 'R'.
       01  WS-DBL-JOURS PIC 9(3) VALUE 7.
       01  WS-DBL-DATE-MIN PIC 9(8) VALUE 0.
       01  WS-DBL-DATE-MAX PIC 9(8) VALUE 0.
       01  WS-DBL-NB PIC 9(4) VALUE 0.
       01  WS-DBL-MAX PIC 9(4) VALUE 2000.
       01  WS-DBL-TABLE.
           05  WS-DBL-ENT OCCURS 2000 TIMES.
               10  WDB-SIGN PIC X(1).
               10  WDB-NUM1 PIC S9(9)V99.
               10  WDB-NUM2 PIC S9(9)V99.
               10  WDB-CODE PIC X(3).
               10  WDB-TRANS PIC 9(7).
       01  WS-DBL-IDX PIC 9(4) VALUE 0.
       01  WS-DBL-SIGN PIC X(1) VALUE SPACE.
       01  WS-DBL-NUM1 PIC S9(9)V99 VALUE 0.
       01  WS-DBL-NUM2 PIC S9(9)V99 VALUE 0.
       01  WS-DBL-CODE PIC X(3) VALUE SPACES.
       01  WS-DBL-TROUVE PIC X VALUE 'N'.
       88  DOUBLON-TROUVE VALUE 'O'.
       01  WS-EOF-DBL PIC X VALUE 'N'.
       88  EOF-DBL VALUE 'Y'.
       01  WS-DBL-ORIG-DATE PIC 9(8) VALUE 0.
       01  WS-DBL-ORIG-LOT PIC 9(6) VALUE 0.
       01  WS-DBL-ORIG-TRANS PIC 9(7) VALUE 0.
       01  WS-DBL-ORIGINE PIC X(10) VALUE SPACES.
       01  WS-DBL-REF PIC X(23) VALUE SPACES.
       01  WS-DBL-SUITE PIC X(10) VALUE SPACES.
       01  WS-DBL-PTR PIC 9(3) VALUE 1.
       01  WS-DBL-LIGNE PIC X(180) VALUE SPACES.
       01  WS-DBL-NUM1-AFF PIC -(9)9.99.
       01  WS-DBL-NUM2-AFF PIC -(8)9.99.
       01  WS-CNT-DOUBLON PIC 9(7) VALUE 0.
      * Exécution planifiée sans opérateur : les réponses viennent
      * de CALCUL2.PRM et le code retour renseigne l'ordonnanceur
      * (0 = propre, 4 = terminé avec rejets, 8 = interrompu)
           05  WS-OPER-ENT OCCURS 20 TIMES.
               10  WOP-CODE PIC X(3).
               10  WOP-NOM PIC X(20).
               10  WOP-DROITS PIC X(7).
       01  WS-OPER-IDX PIC 9(2) VALUE 0.
       01  WS-OPERATEUR PIC X(3) VALUE SPACES.
       01  WS-OPERATEUR-NOM PIC X(20) VALUE SPACES.
      * Profil de droits de l'opérateur de la session et contrôle
      * d'un droit donné par sa position dans le profil
       01  WS-OPER-DROITS PIC X(7) VALUE SPACES.
       01  WS-DROIT-POS PIC 9 VALUE 1.
       01  WS-DROIT-OK PIC X VALUE 'N'.
       88  DROIT-ACCORDE VALUE 'O'.
       01  WS-HIST-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-OUVERT PIC X VALUE 'N'.
       88  HISTORIQUE-OUVERT VALUE 'O'.
      * En reprise, la fiche reconstruite est gardée le temps de
      * relire celle déjà écrite, dont l'annulation (marque et
      * référence de la transaction qui l'annule) et le taux
      * régularisé sont conservés
       01  WS-HIST-FICHE PIC X(133).
       01  WS-HIST-ANNUL PIC X(1).
       01  WS-HIST-REF-DATE PIC 9(8).
       01  WS-HIST-REF-LOT PIC 9(6).
       01  WS-HIST-REF-TRANS PIC 9(7).
       01  WS-HIST-TAUX-REGUL PIC 9(7)V9(6).
       01  WS-TRANS-STATUS PIC X(2) VALUE '00'.
       01  WS-RESULT-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF-TRANS PIC X VALUE 'N'.
           IF MODE-CONTROLE
              MOVE 'N' TO WS-RESTART
              PERFORM OUVRIR-CONTROLE
      * l'historique est seulement consulté, pour les annulations
      * et la recherche des doublons
              OPEN INPUT HIST-FILE
              IF WS-HIST-STATUS = '00'
                 MOVE 'O' TO WS-HIST-OUVERT
              END-IF
           END-IF.
           PERFORM LIRE-CHECKPOINT.
           PERFORM CHARGER-LIMITES.
           PERFORM CHARGER-FORMULES.
      * en contrôle seul les doublons vont au compte rendu
           IF NOT MODE-CONTROLE
              PERFORM OUVRIR-DOUBLONS
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
              PERFORM FIN-PROGRAMME
           END-IF.

      * Le fichier enchaîne un ou plusieurs lots, chacun ouvert par
      * son en-tête et fermé par son pied ; chaque lot est traité
      * pour son compte, un lot refusé ou en erreur est écarté sans
      * arrêter les suivants. Un fichier vide est refusé d'emblée
           PERFORM LIRE-TRANS-REC.
           IF EOF-TRANS
              PERFORM CONTROLER-ENTETE
              ADD 1 TO WS-NB-LOTS-KO
           ELSE
              PERFORM TRAITER-LOT UNTIL EOF-TRANS
           END-IF.

           CLOSE TRANS-FILE.
           IF SORTIES-OUVERTES
              CLOSE RESULT-FILE
              CLOSE EXPORT-FILE
           END-IF.
           IF HISTORIQUE-OUVERT
              CLOSE HIST-FILE
              MOVE 'N' TO WS-HIST-OUVERT
           END-IF.
           IF DOUBLONS-OUVERT
              PERFORM CLORE-DOUBLONS
           END-IF.
      * Sans aucun lot traité, un lot refusé ou en erreur rend 8
      * pour que l'ordonnanceur arrête la chaîne et fasse renvoyer
      * le fichier par l'amont. Si d'autres lots ont été consignés
      * et exportés, le passage rend 4 : la chaîne continue pour
      * eux (rapprochement, audit, archivage) et le lot écarté est
      * renvoyé à part, sans quoi une reprise le retrouverait aux
      * côtés des lots déjà consignés. Des transactions rejetées ou
      * suspendues dans des lots sains rendent 4 aussi, les
      * suspendues attendant leur libération, de même que des
      * doublons seulement signalés, à vérifier. Une erreur fatale
      * déjà relevée garde son 8
           EVALUATE TRUE
              WHEN WS-RETOUR = 8
                 CONTINUE
              WHEN WS-NB-LOTS-KO > 0 AND WS-NB-LOTS-OK = 0
                 DISPLAY WS-AFF-ERR-LOT
                 MOVE 8 TO WS-RETOUR
              WHEN WS-NB-LOTS-KO > 0
                 DISPLAY WS-AFF-ERR-LOT
                 MOVE 4 TO WS-RETOUR
              WHEN WS-CNT-REJET > 0 OR WS-CNT-SUSPENS > 0
                 OR WS-CNT-DOUBLON > 0
                 MOVE 4 TO WS-RETOUR
           END-EVALUATE.
           IF MODE-CONTROLE
              PERFORM CLORE-CONTROLE
           END-IF.
           PERFORM AFFICHE-SOMMAIRE.

      * Traite le lot qui commence sur l'enregistrement en cours :
      * en-tête contrôlé contre le registre des lots, puis détails
      * jusqu'au pied. Un lot refusé est sauté jusqu'à l'en-tête
      * suivant ; en reprise, un lot déjà consigné avant l'incident
      * est sauté sans erreur
       TRAITER-LOT.
           PERFORM INITIALISER-LOT.
           PERFORM CONTROLER-ENTETE.
           EVALUATE TRUE
              WHEN NOT ENTETE-VUE
                 MOVE 'HORS LOT' TO WS-LOT-ETAT
                 ADD 1 TO WS-NB-LOTS-KO
                 PERFORM SAUTER-LOT
              WHEN LOT-DEJA-TRAITE AND RESTART-DEMANDE
                 DISPLAY 'Lot ' WS-LOT-NUM ' du ' WS-LOT-DATE
                    ' déjà consigné avant l''incident, sauté'
                 MOVE 'DEJA TRAITE' TO WS-LOT-ETAT
                 PERFORM SAUTER-LOT
              WHEN LOT-DEJA-TRAITE OR PERIODE-CLOSE
                 MOVE 'REFUSE' TO WS-LOT-ETAT
                 ADD 1 TO WS-NB-LOTS-KO
                 PERFORM SAUTER-LOT
              WHEN OTHER
                 PERFORM DEROULER-LOT
           END-EVALUATE.
           PERFORM NOTER-BILAN-LOT.

      * Remet à zéro tout ce qui est propre au lot : contrôles
      * d'en-tête et de pied, numérotation des transactions,
      * point de reprise et totaux de l'export
       INITIALISER-LOT.
           MOVE 'N' TO WS-ENTETE-VU.
           MOVE 'N' TO WS-PIED-VU.
           MOVE 'N' TO WS-LOT-DEJA.
           MOVE 'N' TO WS-PER-CLOSE.
           MOVE 'N' TO WS-LOT-ERREUR.
           MOVE 'N' TO WS-EXP-ENTETE-VU.
           MOVE 0 TO WS-LOT-DATE.
           MOVE 0 TO WS-LOT-NUM.
           MOVE SPACES TO WS-LOT-SOURCE.
           MOVE 0 TO WS-CTL-COUNT.
           MOVE 0 TO WS-CTL-HASH.
           MOVE 0 TO WS-TRANS-COUNT.
           MOVE 0 TO WS-CKPT-LAST.
           MOVE 0 TO WS-CKPT-COURANT.
           MOVE 0 TO WS-EXP-COUNT.
           MOVE 0 TO WS-EXP-SOMME.
           MOVE 0 TO WS-DBL-NB.
           MOVE SPACES TO WS-LOT-ETAT.
           MOVE WS-CNT-REJET TO WS-LOT-REJET-DEB.
           MOVE WS-CNT-SUSPENS TO WS-LOT-SUSP-DEB.
           MOVE WS-GRAND-TOTAL TO WS-LOT-TOTAL-DEB.
      * une exception de lot ne doit pas reprendre les opérandes
      * de la dernière transaction du lot précédent
           MOVE SPACE TO WS-SIGN.
           MOVE 0 TO WS-NUM1.
           MOVE 0 TO WS-NUM2.
           MOVE WS-NUM1 TO WS-NUM1-AFF.
           MOVE WS-NUM2 TO WS-NUM2-AFF.

      * Écarte les enregistrements du lot refusé jusqu'à l'en-tête
      * du lot suivant ou la fin du fichier
       SAUTER-LOT.
           MOVE 'N' TO WS-APRES-PIED.
           PERFORM LIRE-TRANS-REC.
           PERFORM LIRE-TRANS-REC
              UNTIL EOF-TRANS OR TR-SIGN = 'H'.

      * Déroule un lot accepté : détails jusqu'au pied, contrôle du
      * pied, pied d'export et consignation du lot mené à son terme
       DEROULER-LOT.
      * Les sorties ne sont ouvertes qu'au premier lot accepté : un
      * fichier entièrement refusé laisse RESULTAT.DAT intact
           IF NOT MODE-CONTROLE
              IF NOT SORTIES-OUVERTES
                 PERFORM OUVRIR-SORTIES
              END-IF
           END-IF.
           PERFORM CHERCHER-REPRISE-LOT.
           IF NOT MODE-CONTROLE
              IF EXP-ENTETE-VUE
                 IF WS-EXP-FIN-DATE NOT = WS-LOT-DATE
                    OR WS-EXP-FIN-LOT NOT = WS-LOT-NUM
                    PERFORM RECOPIER-EXPORT-LOT
                 END-IF
              ELSE
                 PERFORM ECRIRE-ENTETE-EXPORT
              END-IF
      * le lot est inscrit dès son ouverture parmi les points de
      * reprise, pour qu'une reprise prolonge les sorties au lieu
      * de les recréer
              IF WS-CKPT-COURANT = 0
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.

           PERFORM LIRE-TRANS-REC.
           PERFORM UNTIL EOF-TRANS OR PIED-VU OR TR-SIGN = 'H'
              EVALUATE TR-SIGN
                 WHEN 'T'
                    MOVE 'O' TO WS-PIED-VU
                    PERFORM CONTROLER-PIED
                 WHEN 'E'
                    PERFORM TRAITER-EXPRESSION
                 WHEN 'F'
                    PERFORM TRAITER-FORMULE
                 WHEN 'A'
                    PERFORM TRAITER-ANNULATION
                 WHEN 'G'
                    PERFORM TRAITER-REGULARISATION
                 WHEN OTHER
                    PERFORM TRAITER-DETAIL
              END-EVALUATE
              END-IF
           END-PERFORM.

      * Sans pied avant la fin du fichier ou l'en-tête suivant, le
      * lot est incomplet ; ce qui suit un pied doit être un
      * nouvel en-tête, sinon c'est relevé au lot suivant
           IF NOT PIED-VU
              MOVE 'E102' TO WS-EXCEPT-CODE
              MOVE 'Pied de lot absent, lot incomplet'
                 TO WS-EXCEPT-LIBELLE
              PERFORM ECRIRE-EXCEPTION
              MOVE 'O' TO WS-LOT-ERREUR
              MOVE 'N' TO WS-APRES-PIED
           ELSE
              MOVE 'O' TO WS-APRES-PIED
              PERFORM LIRE-TRANS-REC
           END-IF.

      * Le pied d'export n'est posé que sur un lot mené à son
      * terme ; un export sans pied dit au chargeur aval que le
      * lot est incomplet ou en erreur
           IF NOT MODE-CONTROLE AND NOT LOT-EN-ERREUR
              PERFORM ECRIRE-PIED-EXPORT
           END-IF.
           IF LOT-EN-ERREUR
      * Le point de reprise du lot est conservé pour qu'une reprise
      * sur le fichier complet renvoyé par l'amont ne recalcule pas
      * ce qui a déjà été écrit ; le lot n'est pas consigné
              DISPLAY 'Lot ' WS-LOT-NUM ' : ' WS-AFF-ERR-LOT
              MOVE 'EN ERREUR' TO WS-LOT-ETAT
              ADD 1 TO WS-NB-LOTS-KO
           ELSE
      * Le lot est allé jusqu'au bout : il est consigné dans le
      * registre des lots et son point de reprise est retiré ; en
      * contrôle seul le lot reste à traiter et rien n'est consigné
              ADD 1 TO WS-NB-LOTS-OK
              IF MODE-CONTROLE
                 MOVE 'CONTROLE' TO WS-LOT-ETAT
              ELSE
                 MOVE 'TRAITE' TO WS-LOT-ETAT
                 PERFORM ENREGISTRER-LOT
                 PERFORM REINIT-CHECKPOINT
              END-IF
           END-IF.

      * Ouvre les sorties du mode lot pour tout le fichier. Une
      * reprise ne doit pas écraser les résultats déjà écrits avant
      * l'incident : avec des points de reprise en attente, les
      * sorties sont prolongées au lieu d'être recréées
       OUVRIR-SORTIES.
           IF RESTART-DEMANDE AND WS-CKPT-NB > 0
              OPEN EXTEND RESULT-FILE
              IF WS-RESULT-STATUS = '35'
                 OPEN OUTPUT RESULT-FILE
                 CLOSE RESULT-FILE
                 OPEN EXTEND RESULT-FILE
              END-IF
           ELSE
              OPEN OUTPUT RESULT-FILE
           END-IF.
           IF WS-RESULT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer RESULTAT.DAT, statut '
                 WS-RESULT-STATUS
              MOVE 8 TO WS-RETOUR
              CLOSE TRANS-FILE
              PERFORM FIN-PROGRAMME
           END-IF.
      * L'export comptable suit le même régime que RESULTAT.DAT :
      * recréé sur un passage neuf, prolongé en reprise après
      * réamorçage des totaux de chaque lot inachevé
           IF RESTART-DEMANDE AND WS-CKPT-NB > 0
              PERFORM PRIMER-EXPORT-REPRISE
              OPEN EXTEND EXPORT-FILE
              IF WS-EXPORT-STATUS = '35'
                 OPEN OUTPUT EXPORT-FILE
                 CLOSE EXPORT-FILE
                 OPEN EXTEND EXPORT-FILE
              END-IF
           ELSE
              OPEN OUTPUT EXPORT-FILE
           END-IF.
           IF WS-EXPORT-STATUS NOT = '00'
              DISPLAY 'Impossible de créer EXPORT.DAT, statut '
                 WS-EXPORT-STATUS
              MOVE 8 TO WS-RETOUR
              CLOSE TRANS-FILE
              CLOSE RESULT-FILE
              PERFORM FIN-PROGRAMME
           END-IF.
           MOVE 'O' TO WS-SORTIES-OUVERTES.
           PERFORM OUVRIR-HISTORIQUE.

      * Retient le bilan du lot qui vient d'être traité ou écarté
       NOTER-BILAN-LOT.
           IF WS-LOTR-NB < WS-LOTR-MAX
              ADD 1 TO WS-LOTR-NB
              MOVE WS-LOT-DATE TO WLR-DATE(WS-LOTR-NB)
              MOVE WS-LOT-NUM TO WLR-LOT(WS-LOTR-NB)
              MOVE WS-LOT-ETAT TO WLR-ETAT(WS-LOTR-NB)
              MOVE WS-CTL-COUNT TO WLR-LUES(WS-LOTR-NB)
              COMPUTE WLR-REJET(WS-LOTR-NB) =
                 WS-CNT-REJET - WS-LOT-REJET-DEB
              COMPUTE WLR-TOTAL(WS-LOTR-NB) =
                 WS-GRAND-TOTAL - WS-LOT-TOTAL-DEB
              COMPUTE WLR-SUSP(WS-LOTR-NB) =
                 WS-CNT-SUSPENS - WS-LOT-SUSP-DEB
           END-IF.

      * Traite un enregistrement de détail du lot : cumul des
      * totaux de contrôle du pied, puis calcul proprement dit.
              COMPUTE WS-CTL-HASH = WS-CTL-HASH + TR-NUM1 + TR-NUM2
           END-IF.
           ADD 1 TO WS-TRANS-COUNT.
           PERFORM PREPARER-CLE-DOUBLON.
           IF WS-TRANS-COUNT > WS-CKPT-LAST
              MOVE TR-SIGN TO WS-SIGN
              IF WS-SIGN = 'C'
                 PERFORM VALIDE-TRANS-BATCH
              END-IF

      * un détail qui reprend un autre détail du lot ou une fiche
      * récente de l'historique est signalé, voire rejeté
              IF WS-BON-OPE = 1
                 PERFORM CONTROLER-DOUBLON
              END-IF

              IF WS-BON-OPE = 1
                 EVALUATE WS-SIGN
                    WHEN '+'
                 END-EVALUATE
              END-IF

      * un résultat au-delà du plafond de son signe est suspendu
              MOVE 'N' TO WS-SUSPENS
              IF WS-BON-OPE = 1
                 MOVE WS-SIGN TO WS-SIGN-CTL
                 MOVE WS-RESULT TO WS-MONTANT-CTL
                 PERFORM CONTROLER-PLAFOND
              END-IF

              EVALUATE TRUE
                 WHEN TRANS-SUSPENDUE
                    PERFORM SUSPENDRE-TRANSACTION
                    INITIALIZE WS-RESULT
                 WHEN WS-BON-OPE = 1
                    PERFORM AFF-RESULT
                 WHEN OTHER
                    MOVE 1 TO WS-BON-OPE
                    ADD 1 TO WS-CNT-REJET
      * la transaction rejetée figure marquée R dans l'export,
      * pour zéro, afin qu'il s'équilibre toujours avec le lot
                    IF NOT MODE-CONTROLE
                       MOVE WS-SIGN TO EXP-D-SIGN
                       MOVE WS-NUM1 TO EXP-D-NUM1
                       MOVE WS-NUM2 TO EXP-D-NUM2
                       MOVE 0 TO EXP-D-RESULT
                       MOVE 'R' TO EXP-D-REJET
                       PERFORM ECRIRE-EXPORT-DETAIL
                    END-IF
              END-EVALUATE

              IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-INTERVAL) = 0
                 AND NOT MODE-CONTROLE
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.
      * même sauté en reprise, le détail compte pour les suivants
           PERFORM NOTER-DETAIL-LOT.

      * Traite un enregistrement d'expression chaînée : un nombre
      * de départ puis des couples opérateur/opérande évalués de
                    PERFORM ETAPE-EXPRESSION
                 END-PERFORM
              END-IF
              PERFORM CONCLURE-EXPRESSION
              IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-INTERVAL) = 0
                 AND NOT MODE-CONTROLE
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.

      * Issue d'une expression évaluée : le résultat final de la
      * chaîne est soumis au plafond des expressions, comme un
      * résultat simple à celui de son signe, puis il est écrit,
      * suspendu ou rejeté
       CONCLURE-EXPRESSION.
           MOVE 'N' TO WS-SUSPENS
           IF WS-BON-OPE = 1
              MOVE 'E' TO WS-SIGN-CTL
              MOVE WS-NUM1 TO WS-MONTANT-CTL
              PERFORM CONTROLER-PLAFOND
           END-IF
           EVALUATE TRUE
              WHEN TRANS-SUSPENDUE
                 PERFORM SUSPENDRE-TRANSACTION
              WHEN WS-BON-OPE = 1
                 PERFORM AFF-RESULT-EXPR
              WHEN OTHER
                 MOVE 1 TO WS-BON-OPE
                 ADD 1 TO WS-CNT-REJET
      * l'expression rejetée figure marquée R dans l'export
                    MOVE 'R' TO EXP-D-REJET
                    PERFORM ECRIRE-EXPORT-DETAIL
                 END-IF
           END-EVALUATE.

      * Traite un enregistrement de formule : la formule nommée est
      * cherchée dans FORMULES.DAT et ses termes reçoivent les
      * valeurs de l'enregistrement. La chaîne ainsi formée est
      * posée dans la zone d'expression et évaluée comme un
      * enregistrement E ; suspendue, elle part donc dans la file
      * sous cette forme. Une formule inconnue, une valeur non
      * numérique ou un nombre de valeurs différent de la formule
      * est rejeté en E013. Les valeurs fournies entrent dans le
      * hachage
       TRAITER-FORMULE.
           ADD 1 TO WS-CTL-COUNT.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE TF-NOM TO WS-FORM-NOM.
           MOVE 0 TO WS-FORM-NB-VAL.
           INITIALIZE WS-FORM-VALEURS.
           MOVE 'O' TO WS-FORM-VAL-OK.
           IF TF-NB IS NUMERIC AND TF-NB >= 1 AND TF-NB <= 8
              MOVE TF-NB TO WS-FORM-NB-VAL
              PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                 UNTIL WS-VAL-IDX > TF-NB
                 IF TF-VAL(WS-VAL-IDX) IS NUMERIC
                    MOVE TF-VAL(WS-VAL-IDX)
                       TO WS-FORM-VALEUR(WS-VAL-IDX)
                    ADD TF-VAL(WS-VAL-IDX) TO WS-CTL-HASH
                 ELSE
                    MOVE 'N' TO WS-FORM-VAL-OK
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-TRANS-COUNT > WS-CKPT-LAST
              MOVE 1 TO WS-BON-OPE
              PERFORM CHERCHER-FORMULE
              EVALUATE TRUE
                 WHEN NOT VALEURS-FORMULE-NUMERIQUES
                    MOVE 'Valeur de formule non numérique'
                       TO WS-EXCEPT-LIBELLE
                    PERFORM REJETER-FORMULE
                 WHEN WS-FORM-TROUVE = 0
                    MOVE SPACES TO WS-EXCEPT-LIBELLE
                    STRING 'Formule inconnue : '
                       FUNCTION TRIM(WS-FORM-NOM)
                       DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                    END-STRING
                    PERFORM REJETER-FORMULE
                 WHEN WS-FORM-NB-VAL NOT = WFOR-NB-VAL(WS-FORM-TROUVE)
                    MOVE 'Nombre de valeurs différent de la formule'
                       TO WS-EXCEPT-LIBELLE
                    PERFORM REJETER-FORMULE
                 WHEN OTHER
                    PERFORM PREPARER-FORMULE
                    MOVE TX-NUM0 TO WS-NUM1
                    MOVE WS-NUM1 TO WS-NUM1-AFF
                    MOVE SPACES TO WS-EXPR
                    STRING FUNCTION TRIM(WS-FORM-NOM) DELIMITED BY SIZE
                       ' : ' FUNCTION TRIM(WS-NUM1-AFF)
                       DELIMITED BY SIZE INTO WS-EXPR
                    END-STRING
                    PERFORM VARYING WS-ETAPE FROM 1 BY 1
                       UNTIL WS-ETAPE > TX-NB OR WS-BON-OPE = 0
                       PERFORM ETAPE-EXPRESSION
                    END-PERFORM
              END-EVALUATE
              PERFORM CONCLURE-EXPRESSION
              IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-INTERVAL) = 0
                 AND NOT MODE-CONTROLE
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.

      * Rejet E013 de l'enregistrement de formule, avec la première
      * valeur en premier opérande ; la formule étant traitée comme
      * une expression, elle porte le signe E dans le journal des
      * exceptions comme dans l'export et l'historique. La zone
      * d'expression est préparée pour la ligne R de l'export
       REJETER-FORMULE.
           DISPLAY WS-EXCEPT-LIBELLE.
           MOVE WS-FORM-VALEUR(1) TO WS-NUM1.
           MOVE WS-NUM1 TO WS-NUM1-AFF.
           MOVE 0 TO WS-NUM2.
           MOVE WS-NUM2 TO WS-NUM2-AFF.
           MOVE 'E' TO WS-SIGN.
           MOVE 'E013' TO WS-EXCEPT-CODE.
           PERFORM ECRIRE-EXCEPTION.
           MOVE 'E' TO TX-TYPE.
           MOVE WS-FORM-VALEUR(1) TO TX-NUM0.
           MOVE 0 TO WS-BON-OPE.

      * Forme dans la zone d'expression la chaîne de la formule
      * trouvée, chaque terme remplacé par sa valeur
       PREPARER-FORMULE.
           MOVE 'E' TO TX-TYPE.
           MOVE WFOR-NB(WS-FORM-TROUVE) TO TX-NB.
           MOVE 1 TO WS-TERME.
           PERFORM VALEUR-TERME-FORMULE.
           MOVE WS-TERME-VAL TO TX-NUM0.
           PERFORM VARYING WS-TERME FROM 2 BY 1
              UNTIL WS-TERME > WFOR-NB(WS-FORM-TROUVE) + 1
              MOVE WFOR-OP(WS-FORM-TROUVE, WS-TERME)
                 TO TX-OP(WS-TERME - 1)
              PERFORM VALEUR-TERME-FORMULE
              MOVE WS-TERME-VAL TO TX-NUM(WS-TERME - 1)
           END-PERFORM.

       VALEUR-TERME-FORMULE.
           IF WFOR-TYPE(WS-FORM-TROUVE, WS-TERME) = 'V'
              MOVE WFOR-VAL(WS-FORM-TROUVE, WS-TERME) TO WS-VAL-IDX
              MOVE WS-FORM-VALEUR(WS-VAL-IDX) TO WS-TERME-VAL
           ELSE
              MOVE WFOR-VAL(WS-FORM-TROUVE, WS-TERME) TO WS-TERME-VAL
           END-IF.

       CHERCHER-FORMULE.
           MOVE 0 TO WS-FORM-TROUVE.
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
              UNTIL WS-FORM-IDX > WS-FORM-NB OR WS-FORM-TROUVE > 0
              IF WFOR-NOM(WS-FORM-IDX) = WS-FORM-NOM
                 MOVE WS-FORM-IDX TO WS-FORM-TROUVE
              END-IF
           END-PERFORM.

      * Une étape de la chaîne : mêmes contrôles et mêmes
      * paragraphes de calcul qu'une transaction simple, puis le
      * résultat est tracé dans l'audit et ajouté au fil de
           PERFORM CUMULER-OPERATEUR.
           INITIALIZE WS-RESULT.

      * Traite un enregistrement d'annulation : la transaction
      * d'origine est cherchée dans l'historique ; introuvable,
      * rejetée, elle-même une annulation ou déjà annulée, le
      * rejet est journalisé en E009 à E011. Sinon son résultat
      * est contrepassé et sa fiche marquée annulée. Les numéros
      * de lot et de transaction visés entrent dans le hachage
       TRAITER-ANNULATION.
           ADD 1 TO WS-CTL-COUNT.
           ADD 1 TO WS-TRANS-COUNT.
           IF TA-LOT IS NUMERIC AND TA-TRANS IS NUMERIC
              ADD TA-LOT TA-TRANS TO WS-CTL-HASH
           END-IF.
           IF WS-TRANS-COUNT > WS-CKPT-LAST
              MOVE 'A' TO WS-SIGN
              MOVE 1 TO WS-BON-OPE
              MOVE 0 TO WS-NUM1
              MOVE 0 TO WS-NUM2
              MOVE 0 TO WS-ORIG-DATE
              MOVE 0 TO WS-ORIG-LOT
              MOVE 0 TO WS-ORIG-TRANS
              IF TA-DATE IS NUMERIC AND TA-LOT IS NUMERIC
                 AND TA-TRANS IS NUMERIC
                 MOVE TA-DATE TO WS-ORIG-DATE
                 MOVE TA-LOT TO WS-ORIG-LOT
                 MOVE TA-TRANS TO WS-ORIG-TRANS
              END-IF
              PERFORM CHERCHER-ORIGINE
              MOVE WS-NUM1 TO WS-NUM1-AFF
              MOVE WS-NUM2 TO WS-NUM2-AFF
              IF WS-BON-OPE = 1
                 PERFORM AFF-RESULT-ANNUL
              ELSE
                 MOVE 1 TO WS-BON-OPE
                 ADD 1 TO WS-CNT-REJET
      * l'annulation rejetée figure marquée R dans l'export
                 IF NOT MODE-CONTROLE
                    MOVE 'A' TO EXP-D-SIGN
                    MOVE WS-NUM1 TO EXP-D-NUM1
                    MOVE 0 TO EXP-D-NUM2
                    MOVE 0 TO EXP-D-RESULT
                    MOVE 'R' TO EXP-D-REJET
                    PERFORM ECRIRE-EXPORT-DETAIL
                 END-IF
              END-IF
              IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-INTERVAL) = 0
                 AND NOT MODE-CONTROLE
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.

      * Lit la fiche d'origine désignée par l'appelant et la
      * contrôle ; le montant de l'origine est repris en premier
      * opérande : son résultat pour une annulation, le montant
      * converti pour une régularisation. Une origine déjà annulée
      * par cette même transaction est acceptée : c'est une
      * reprise qui rejoue l'annulation. Une régularisation de
      * taux ne s'annule pas seule : l'annulation de la conversion
      * qu'elle corrige reprend déjà le montant au taux corrigé
       CHERCHER-ORIGINE.
           MOVE 'N' TO WS-ORIG-OK.
           MOVE SPACES TO WS-ORIG-REF.
           IF WS-ORIG-DATE > 0 AND HISTORIQUE-OUVERT
              MOVE WS-ORIG-DATE TO HIST-DATE
              MOVE WS-ORIG-LOT TO HIST-LOT
              MOVE WS-ORIG-TRANS TO HIST-TRANS
              READ HIST-FILE
                 INVALID KEY MOVE 'N' TO WS-ORIG-OK
                 NOT INVALID KEY MOVE 'O' TO WS-ORIG-OK
              END-READ
           END-IF.
           STRING WS-ORIG-DATE '/' WS-ORIG-LOT '/' WS-ORIG-TRANS
              DELIMITED BY SIZE INTO WS-ORIG-REF
           END-STRING.
           IF ORIGINE-TROUVEE
              IF WS-SIGN = 'G'
                 MOVE HIST-NUM1 TO WS-NUM1
              ELSE
                 MOVE HIST-RESULT TO WS-NUM1
      * une conversion déjà régularisée est passée au taux corrigé :
      * c'est ce montant que l'annulation doit reprendre
                 IF HIST-SIGN = 'C' AND HIST-TAUX-REGUL IS NUMERIC
                    AND HIST-TAUX-REGUL > 0
                    MULTIPLY HIST-NUM1 BY HIST-TAUX-REGUL
                       GIVING WS-NUM1
                       ON SIZE ERROR MOVE HIST-RESULT TO WS-NUM1
                    END-MULTIPLY
                 END-IF
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN NOT ORIGINE-TROUVEE
                 MOVE 'E009' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine introuvable ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN HIST-REJET = 'R'
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine rejetée ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN HIST-REJET = 'S'
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine en suspens ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN HIST-SIGN = 'A'
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine est une annulation ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN WS-SIGN = 'G' AND HIST-SIGN NOT = 'C'
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine sans conversion ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN WS-SIGN = 'G' AND HIST-ANNUL = 'A'
                 MOVE 'E011' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine déjà annulée ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN WS-SIGN = 'A' AND HIST-SIGN = 'G'
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine est une régul. ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
              WHEN HIST-ANNUL = 'A'
                 AND (HIST-REF-DATE NOT = WS-LOT-DATE
                    OR HIST-REF-LOT NOT = WS-LOT-NUM
                    OR HIST-REF-TRANS NOT = WS-TRANS-COUNT)
                 MOVE 'E011' TO WS-EXCEPT-CODE
                 MOVE SPACES TO WS-EXCEPT-LIBELLE
                 STRING 'Origine déjà annulée ' WS-ORIG-REF
                    DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
                 END-STRING
                 MOVE 0 TO WS-BON-OPE
           END-EVALUATE.
           IF WS-BON-OPE = 0
              MOVE WS-NUM1 TO WS-NUM1-AFF
              MOVE WS-NUM2 TO WS-NUM2-AFF
              IF WS-SIGN = 'G'
                 DISPLAY 'Régularisation rejetée : '
                    FUNCTION TRIM(WS-EXCEPT-LIBELLE)
              ELSE
                 DISPLAY 'Annulation rejetée : '
                    FUNCTION TRIM(WS-EXCEPT-LIBELLE)
              END-IF
              PERFORM ECRIRE-EXCEPTION
           END-IF.

      * Écrit la contrepassation dans le fichier des résultats et
      * l'export, puis marque la fiche d'origine annulée avec la
      * référence de l'annulation
       AFF-RESULT-ANNUL.
           COMPUTE WS-RESULT = 0 - WS-NUM1.
           MOVE WS-RESULT TO WS-AFF-RESULT.
           MOVE WS-TRANS-COUNT TO WS-TRANS-AFF.
           ADD 1 TO WS-CNT-ANNUL.
      * En contrôle seul rien n'est écrit ni marqué
           IF NOT MODE-CONTROLE
              MOVE SPACES TO RESULT-RECORD
              STRING 'ANNULATION orig=' WS-ORIG-REF DELIMITED BY SIZE
                 ' = ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AFF-RESULT) DELIMITED BY SIZE
                 ' trans=' WS-TRANS-AFF DELIMITED BY SIZE
                 ' lot=' WS-LOT-NUM DELIMITED BY SIZE
                 INTO RESULT-RECORD
              END-STRING
              WRITE RESULT-RECORD
              MOVE 'A' TO EXP-D-SIGN
              MOVE WS-NUM1 TO EXP-D-NUM1
              MOVE 0 TO EXP-D-NUM2
              MOVE WS-RESULT TO EXP-D-RESULT
              MOVE SPACE TO EXP-D-REJET
              PERFORM ECRIRE-EXPORT-DETAIL
              PERFORM MARQUER-ORIGINE
              PERFORM ECRIRE-AUDIT
           END-IF.
           ADD 1 TO WS-CNT-TOTAL-OPE.
           ADD WS-RESULT TO WS-GRAND-TOTAL.
           PERFORM CUMULER-OPERATEUR.
           INITIALIZE WS-RESULT.

      * La fiche d'origine, relue, reçoit la marque d'annulation et
      * la référence de la transaction qui l'annule
       MARQUER-ORIGINE.
           IF HISTORIQUE-OUVERT
              MOVE WS-ORIG-DATE TO HIST-DATE
              MOVE WS-ORIG-LOT TO HIST-LOT
              MOVE WS-ORIG-TRANS TO HIST-TRANS
              READ HIST-FILE
                 INVALID KEY
                    DISPLAY 'Fiche d''origine ' WS-ORIG-REF
                       ' non marquée, relecture impossible'
                 NOT INVALID KEY
                    MOVE 'A' TO HIST-ANNUL
                    MOVE WS-LOT-DATE TO HIST-REF-DATE
                    MOVE WS-LOT-NUM TO HIST-REF-LOT
                    MOVE WS-TRANS-COUNT TO HIST-REF-TRANS
                    REWRITE HIST-RECORD
                       INVALID KEY
                          DISPLAY 'Fiche d''origine ' WS-ORIG-REF
                             ' non marquée, statut ' WS-HIST-STATUS
                    END-REWRITE
              END-READ
           END-IF.

      * Traite un enregistrement de régularisation de taux : la
      * conversion d'origine doit exister, ne pas être rejetée ni
      * annulée. L'écart calculé par regtaux est passé tel quel et
      * le taux corrigé est reporté sur la fiche d'origine. L'écart
      * entre dans le hachage, comme regtaux le totalise au pied
       TRAITER-REGULARISATION.
           ADD 1 TO WS-CTL-COUNT.
           ADD 1 TO WS-TRANS-COUNT.
           IF TG-MONTANT IS NUMERIC
              ADD TG-MONTANT TO WS-CTL-HASH
           END-IF.
           IF WS-TRANS-COUNT > WS-CKPT-LAST
              MOVE 'G' TO WS-SIGN
              MOVE 1 TO WS-BON-OPE
              MOVE 0 TO WS-NUM1
              MOVE 0 TO WS-NUM2
              MOVE 0 TO WS-ORIG-DATE
              MOVE 0 TO WS-ORIG-LOT
              MOVE 0 TO WS-ORIG-TRANS
              IF TG-DATE IS NUMERIC AND TG-LOT IS NUMERIC
                 AND TG-TRANS IS NUMERIC
                 MOVE TG-DATE TO WS-ORIG-DATE
                 MOVE TG-LOT TO WS-ORIG-LOT
                 MOVE TG-TRANS TO WS-ORIG-TRANS
              END-IF
              MOVE FUNCTION UPPER-CASE(TG-CODE) TO WS-TAUX-CODE
              IF TG-TAUX IS NUMERIC
                 MOVE TG-TAUX TO WS-TAUX-APPLIQUE
                 MOVE TG-TAUX TO WS-NUM2
              ELSE
                 MOVE 0 TO WS-TAUX-APPLIQUE
              END-IF
              PERFORM CHERCHER-ORIGINE
              MOVE WS-NUM1 TO WS-NUM1-AFF
              MOVE WS-NUM2 TO WS-NUM2-AFF
              IF WS-BON-OPE = 1 AND TG-MONTANT IS NOT NUMERIC
                 MOVE 'E010' TO WS-EXCEPT-CODE
                 MOVE 'Montant de régularisation illisible'
                    TO WS-EXCEPT-LIBELLE
                 DISPLAY 'Régularisation rejetée : '
                    FUNCTION TRIM(WS-EXCEPT-LIBELLE)
                 PERFORM ECRIRE-EXCEPTION
                 MOVE 0 TO WS-BON-OPE
              END-IF
              IF WS-BON-OPE = 1
                 PERFORM AFF-RESULT-REGUL
              ELSE
                 MOVE 1 TO WS-BON-OPE
                 ADD 1 TO WS-CNT-REJET
      * la régularisation rejetée figure marquée R dans l'export
                 IF NOT MODE-CONTROLE
                    MOVE 'G' TO EXP-D-SIGN
                    MOVE WS-NUM1 TO EXP-D-NUM1
                    MOVE WS-NUM2 TO EXP-D-NUM2
                    MOVE 0 TO EXP-D-RESULT
                    MOVE 'R' TO EXP-D-REJET
                    PERFORM ECRIRE-EXPORT-DETAIL
                 END-IF
              END-IF
              IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-INTERVAL) = 0
                 AND NOT MODE-CONTROLE
                 PERFORM ECRIRE-CHECKPOINT
              END-IF
           END-IF.

      * Écrit l'écart de régularisation dans le fichier des
      * résultats et l'export, puis reporte le taux corrigé sur la
      * fiche de la conversion d'origine
       AFF-RESULT-REGUL.
           MOVE TG-MONTANT TO WS-RESULT.
           MOVE WS-RESULT TO WS-AFF-RESULT.
           MOVE WS-TRANS-COUNT TO WS-TRANS-AFF.
           ADD 1 TO WS-CNT-REGUL.
      * En contrôle seul rien n'est écrit ni reporté
           IF NOT MODE-CONTROLE
              MOVE WS-TAUX-APPLIQUE TO WS-TAUX-AFF
              MOVE SPACES TO RESULT-RECORD
              STRING 'REGULARISATION orig=' WS-ORIG-REF
                 ' taux=' WS-TAUX-CODE '@' FUNCTION TRIM(WS-TAUX-AFF)
                 ' = ' FUNCTION TRIM(WS-AFF-RESULT)
                 ' trans=' WS-TRANS-AFF
                 ' lot=' WS-LOT-NUM
                 DELIMITED BY SIZE INTO RESULT-RECORD
              END-STRING
              WRITE RESULT-RECORD
              MOVE 'G' TO EXP-D-SIGN
              MOVE WS-NUM1 TO EXP-D-NUM1
              MOVE WS-NUM2 TO EXP-D-NUM2
              MOVE WS-RESULT TO EXP-D-RESULT
              MOVE SPACE TO EXP-D-REJET
              PERFORM ECRIRE-EXPORT-DETAIL
              PERFORM REPORTER-TAUX-REGUL
              PERFORM ECRIRE-AUDIT
           END-IF.
           ADD 1 TO WS-CNT-TOTAL-OPE.
           ADD WS-RESULT TO WS-GRAND-TOTAL.
           PERFORM CUMULER-OPERATEUR.
           INITIALIZE WS-RESULT.

      * La fiche de la conversion, relue, reçoit le taux corrigé :
      * regtaux ne la régularise plus qu'à partir de ce taux
       REPORTER-TAUX-REGUL.
           IF HISTORIQUE-OUVERT
              MOVE WS-ORIG-DATE TO HIST-DATE
              MOVE WS-ORIG-LOT TO HIST-LOT
              MOVE WS-ORIG-TRANS TO HIST-TRANS
              READ HIST-FILE
                 INVALID KEY
                    DISPLAY 'Fiche d''origine ' WS-ORIG-REF
                       ' non régularisée, relecture impossible'
                 NOT INVALID KEY
                    MOVE WS-TAUX-APPLIQUE TO HIST-TAUX-REGUL
                    REWRITE HIST-RECORD
                       INVALID KEY
                          DISPLAY 'Fiche d''origine ' WS-ORIG-REF
                             ' non régularisée, statut '
                             WS-HIST-STATUS
                    END-REWRITE
              END-READ
           END-IF.

      **************************************************************
      * Plafonds de montant et file des suspens : une transaction
      * dont le montant dépasse le plafond de son signe n'est pas
      * passée, elle attend dans SUSPENS.DAT qu'un second opérateur
      * la libère ou la refuse avec libsusp. Un lot libéré (source
      * LIBERE) a déjà reçu cet accord et n'est pas recontrôlé
      **************************************************************
       CHARGER-LIMITES.
           MOVE 0 TO WS-LIM-NB.
           MOVE 'N' TO WS-EOF-LIM.
           OPEN INPUT LIM-FILE.
           IF WS-LIM-STATUS = '00'
              PERFORM LIRE-LIMITE UNTIL EOF-LIM
              CLOSE LIM-FILE
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

      * Formules nommées de FORMULES.DAT ; sans fichier, tout
      * enregistrement de formule est rejeté en E013
       CHARGER-FORMULES.
           MOVE 0 TO WS-FORM-NB.
           MOVE 'N' TO WS-EOF-FORM.
           OPEN INPUT FORM-FILE.
           IF WS-FORM-STATUS = '00'
              PERFORM LIRE-FORMULE UNTIL EOF-FORM
              CLOSE FORM-FILE
           END-IF.

       LIRE-FORMULE.
           READ FORM-FILE
              AT END MOVE 'Y' TO WS-EOF-FORM
              NOT AT END
                 IF WS-FORM-NB < WS-FORM-MAX AND FORM-NOM NOT = SPACES
                    AND FORM-NB IS NUMERIC AND FORM-NB >= 1
                    AND FORM-NB <= 8 AND FORM-NB-VAL IS NUMERIC
                    ADD 1 TO WS-FORM-NB
                    MOVE FORM-RECORD TO WS-FORM-ENT(WS-FORM-NB)
                 END-IF
           END-READ.

      * Compare WS-MONTANT-CTL, en valeur absolue, au plafond du
      * signe WS-SIGN-CTL ; les registres mémoire S et R ne sont
      * pas des montants et ne sont jamais suspendus
       CONTROLER-PLAFOND.
           MOVE 'N' TO WS-SUSPENS.
           IF WS-LIM-NB > 0 AND WS-LOT-SOURCE NOT = 'LIBERE'
              AND WS-SIGN-CTL NOT = 'S' AND WS-SIGN-CTL NOT = 'R'
              PERFORM CHERCHER-PLAFOND
              IF WS-LIM-TROUVE > 0
                 AND FUNCTION ABS(WS-MONTANT-CTL) > WS-PLAFOND
                 MOVE 'O' TO WS-SUSPENS
              END-IF
           END-IF.

      * Plafond du signe pour l'opérateur de la session s'il en a
      * un en propre, sinon plafond commun (opérateur à blanc)
       CHERCHER-PLAFOND.
           MOVE 0 TO WS-LIM-TROUVE.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIM-NB
              IF WLIM-SIGN(WS-LIM-IDX) = WS-SIGN-CTL
                 IF WLIM-OPER(WS-LIM-IDX) = WS-OPERATEUR
                    MOVE WS-LIM-IDX TO WS-LIM-TROUVE
                 ELSE
                    IF WLIM-OPER(WS-LIM-IDX) = SPACES
                       AND WS-LIM-TROUVE = 0
                       MOVE WS-LIM-IDX TO WS-LIM-TROUVE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LIM-TROUVE > 0
              MOVE WLIM-PLAFOND(WS-LIM-TROUVE) TO WS-PLAFOND
           ELSE
              MOVE 0 TO WS-PLAFOND
           END-IF.

      * Met la transaction en suspens : ni ligne de résultat ni
      * montant dans l'export, où elle figure marquée S pour zéro
      * comme une rejetée. En contrôle seul elle est seulement
      * signalée dans le compte rendu
       SUSPENDRE-TRANSACTION.
           ADD 1 TO WS-CNT-SUSPENS.
           MOVE WS-TRANS-COUNT TO WS-TRANS-AFF.
           MOVE WS-MONTANT-CTL TO WS-AFF-RESULT.
           MOVE WS-PLAFOND TO WS-PLAFOND-AFF.
           DISPLAY 'Transaction ' WS-TRANS-AFF ' du lot ' WS-LOT-NUM
              ' suspendue : ' FUNCTION TRIM(WS-AFF-RESULT)
              ' au-delà du plafond ' FUNCTION TRIM(WS-PLAFOND-AFF).
           IF MODE-CONTROLE
              IF CONTROLE-OUVERT
                 MOVE SPACES TO CTL-RECORD
                 STRING 'SUSPENDUE signe=' WS-SIGN-CTL
                    ' montant=' FUNCTION TRIM(WS-AFF-RESULT)
                    ' plafond=' FUNCTION TRIM(WS-PLAFOND-AFF)
                    ' trans=' WS-TRANS-AFF ' lot=' WS-LOT-NUM
                    DELIMITED BY SIZE INTO CTL-RECORD
                 END-STRING
                 WRITE CTL-RECORD
              END-IF
           ELSE
              PERFORM ECRIRE-SUSPENS
              MOVE WS-SIGN-CTL TO EXP-D-SIGN
              IF WS-SIGN-CTL = 'E'
                 MOVE TX-NUM0 TO EXP-D-NUM1
                 MOVE 0 TO EXP-D-NUM2
              ELSE
                 MOVE WS-NUM1 TO EXP-D-NUM1
                 MOVE WS-NUM2 TO EXP-D-NUM2
              END-IF
              MOVE 0 TO EXP-D-RESULT
              MOVE 'S' TO EXP-D-REJET
              PERFORM ECRIRE-EXPORT-DETAIL
           END-IF.

      * Ajoute la transaction à la file des suspens avec
      * l'enregistrement lu tel quel ; en reprise, une transaction
      * déjà mise en suspens avant l'incident n'est pas inscrite
      * deux fois. Une file inaccessible met le lot en erreur, la
      * transaction ne doit pas disparaître sans trace
       ECRIRE-SUSPENS.
           MOVE 'N' TO WS-SUSP-DEJA.
           IF RESTART-DEMANDE
              PERFORM CHERCHER-SUSPENS
           END-IF.
           IF NOT SUSPENS-DEJA-INSCRIT
              OPEN EXTEND SUSP-FILE
              IF WS-SUSP-STATUS = '35'
                 OPEN OUTPUT SUSP-FILE
                 CLOSE SUSP-FILE
                 OPEN EXTEND SUSP-FILE
              END-IF
              IF WS-SUSP-STATUS NOT = '00'
                 DISPLAY 'Impossible d''écrire SUSPENS.DAT, statut '
                    WS-SUSP-STATUS
                 MOVE 'E107' TO WS-EXCEPT-CODE
                 MOVE 'File des suspens SUSPENS.DAT inaccessible'
                    TO WS-EXCEPT-LIBELLE
                 PERFORM ECRIRE-EXCEPTION
                 MOVE 'O' TO WS-LOT-ERREUR
              ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
                 MOVE WS-LOT-DATE TO SUS-DATE
                 MOVE WS-LOT-NUM TO SUS-LOT
                 MOVE WS-TRANS-COUNT TO SUS-TRANS
                 MOVE WS-LOT-SOURCE TO SUS-SOURCE
                 MOVE WS-SIGN-CTL TO SUS-SIGN
                 MOVE WS-MONTANT-CTL TO SUS-RESULT
                 MOVE WS-PLAFOND TO SUS-PLAFOND
                 MOVE WS-OPERATEUR TO SUS-OPER
                 MOVE SPACES TO SUS-HORODATE
                 STRING WS-AUDIT-AAAA '-' WS-AUDIT-MM '-' WS-AUDIT-JJ
                    ' ' WS-AUDIT-HH ':' WS-AUDIT-MN ':' WS-AUDIT-SS
                    DELIMITED BY SIZE INTO SUS-HORODATE
                 END-STRING
                 MOVE 'S' TO SUS-ETAT
                 MOVE SPACES TO SUS-VALIDEUR
                 MOVE SPACES TO SUS-DECISION
      * la zone d'expression couvre l'enregistrement le plus long
                 MOVE TRANS-EXPR TO SUS-ENREG
                 WRITE SUSP-RECORD
                 CLOSE SUSP-FILE
              END-IF
           END-IF.

       CHERCHER-SUSPENS.
           MOVE 'N' TO WS-EOF-SUSP.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00'
              PERFORM LIRE-SUSPENS
                 UNTIL EOF-SUSP OR SUSPENS-DEJA-INSCRIT
              CLOSE SUSP-FILE
           END-IF.

       LIRE-SUSPENS.
           READ SUSP-FILE
              AT END MOVE 'Y' TO WS-EOF-SUSP
              NOT AT END
                 IF SUS-DATE = WS-LOT-DATE AND SUS-LOT = WS-LOT-NUM
                    AND SUS-TRANS = WS-TRANS-COUNT
                    MOVE 'O' TO WS-SUSP-DEJA
                 END-IF
           END-READ.

      **************************************************************
      * Doublons : chaque détail est comparé aux détails qui le
      * précèdent dans le lot, puis aux fiches de l'historique
      * datées à moins de DOUBLONS-JOURS jours de la date du lot.
      * Le suspect est listé avec la référence de l'original ; en
      * règle R il est de plus rejeté en E012
      **************************************************************
      * Clé de comparaison prise sur l'enregistrement lu : une
      * conversion n'a pas de deuxième opérande, son code de taux
      * en tient lieu
       PREPARER-CLE-DOUBLON.
           MOVE TR-SIGN TO WS-DBL-SIGN.
           IF TR-SIGN = 'C'
              MOVE TC-NUM1 TO WS-DBL-NUM1
              MOVE 0 TO WS-DBL-NUM2
              MOVE FUNCTION UPPER-CASE(TC-CODE) TO WS-DBL-CODE
           ELSE
              MOVE TR-NUM1 TO WS-DBL-NUM1
              MOVE TR-NUM2 TO WS-DBL-NUM2
              MOVE SPACES TO WS-DBL-CODE
           END-IF.

      * Retient le détail pour la comparaison des suivants ; au-delà
      * de la taille de la table, seuls les premiers détails du lot
      * servent d'originaux
       NOTER-DETAIL-LOT.
           IF WS-DBL-NB < WS-DBL-MAX
              ADD 1 TO WS-DBL-NB
              MOVE WS-DBL-SIGN TO WDB-SIGN(WS-DBL-NB)
              MOVE WS-DBL-NUM1 TO WDB-NUM1(WS-DBL-NB)
              MOVE WS-DBL-NUM2 TO WDB-NUM2(WS-DBL-NB)
              MOVE WS-DBL-CODE TO WDB-CODE(WS-DBL-NB)
              MOVE WS-TRANS-COUNT TO WDB-TRANS(WS-DBL-NB)
           END-IF.

      * Un lot recyclé ou libéré reprend à dessein des transactions
      * déjà vues et revues par un opérateur : il n'est pas contrôlé
       CONTROLER-DOUBLON.
           MOVE 'N' TO WS-DBL-TROUVE.
           IF WS-LOT-SOURCE NOT = 'RECYCLAG'
              AND WS-LOT-SOURCE NOT = 'LIBERE'
              PERFORM VARYING WS-DBL-IDX FROM 1 BY 1
                 UNTIL WS-DBL-IDX > WS-DBL-NB OR DOUBLON-TROUVE
                 IF WDB-SIGN(WS-DBL-IDX) = WS-DBL-SIGN
                    AND WDB-NUM1(WS-DBL-IDX) = WS-DBL-NUM1
                    AND WDB-NUM2(WS-DBL-IDX) = WS-DBL-NUM2
                    AND WDB-CODE(WS-DBL-IDX) = WS-DBL-CODE
                    MOVE 'O' TO WS-DBL-TROUVE
                    MOVE WS-LOT-DATE TO WS-DBL-ORIG-DATE
                    MOVE WS-LOT-NUM TO WS-DBL-ORIG-LOT
                    MOVE WDB-TRANS(WS-DBL-IDX) TO WS-DBL-ORIG-TRANS
                    MOVE 'MEME LOT' TO WS-DBL-ORIGINE
                 END-IF
              END-PERFORM
              IF NOT DOUBLON-TROUVE AND HISTORIQUE-OUVERT
                 PERFORM CHERCHER-DOUBLON-HIST
              END-IF
              IF DOUBLON-TROUVE
                 PERFORM SIGNALER-DOUBLON
              END-IF
           END-IF.

      * Parcourt l'historique par sa clé depuis le début de la
      * fenêtre jusqu'à sa fin ; sans date de lot valide la
      * fenêtre ne peut être posée et seul le lot est contrôlé
       CHERCHER-DOUBLON-HIST.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOT-DATE) = 0
              COMPUTE WS-DBL-DATE-MIN = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-LOT-DATE) - WS-DBL-JOURS)
              COMPUTE WS-DBL-DATE-MAX = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-LOT-DATE) + WS-DBL-JOURS)
              MOVE WS-DBL-DATE-MIN TO HIST-DATE
              MOVE 0 TO HIST-LOT
              MOVE 0 TO HIST-TRANS
              MOVE 'N' TO WS-EOF-DBL
              START HIST-FILE KEY >= HIST-CLE
                 INVALID KEY MOVE 'Y' TO WS-EOF-DBL
              END-START
              PERFORM LIRE-DOUBLON-HIST
                 UNTIL EOF-DBL OR DOUBLON-TROUVE
           END-IF.

       LIRE-DOUBLON-HIST.
           READ HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-DBL
              NOT AT END
                 IF HIST-DATE > WS-DBL-DATE-MAX
                    MOVE 'Y' TO WS-EOF-DBL
                 ELSE
                    PERFORM COMPARER-FICHE-DOUBLON
                 END-IF
           END-READ.

      * Ne comptent ni les fiches du lot en cours, couvertes par la
      * table du lot, ni les rejetées, suspendues ou annulées, qui
      * n'ont rien passé. Une conversion porte son taux en NUM2,
      * elle se compare sur son code de taux
       COMPARER-FICHE-DOUBLON.
           IF HIST-SIGN = WS-DBL-SIGN AND HIST-NUM1 = WS-DBL-NUM1
              AND HIST-REJET = SPACE AND HIST-ANNUL NOT = 'A'
              AND (HIST-DATE NOT = WS-LOT-DATE
                 OR HIST-LOT NOT = WS-LOT-NUM)
              IF (WS-DBL-SIGN = 'C' AND HIST-TAUX-CODE = WS-DBL-CODE)
                 OR (WS-DBL-SIGN NOT = 'C'
                    AND HIST-NUM2 = WS-DBL-NUM2)
                 MOVE 'O' TO WS-DBL-TROUVE
                 MOVE HIST-DATE TO WS-DBL-ORIG-DATE
                 MOVE HIST-LOT TO WS-DBL-ORIG-LOT
                 MOVE HIST-TRANS TO WS-DBL-ORIG-TRANS
                 MOVE 'HISTORIQUE' TO WS-DBL-ORIGINE
              END-IF
           END-IF.

      * Liste le suspect avec les deux références, dans
      * DOUBLONS.TXT ou, en contrôle seul, dans le compte rendu ;
      * en règle R la transaction est rejetée en E012
       SIGNALER-DOUBLON.
           ADD 1 TO WS-CNT-DOUBLON.
           MOVE SPACES TO WS-DBL-REF.
           STRING WS-DBL-ORIG-DATE '/' WS-DBL-ORIG-LOT '/'
              WS-DBL-ORIG-TRANS
              DELIMITED BY SIZE INTO WS-DBL-REF
           END-STRING.
           MOVE WS-TRANS-COUNT TO WS-TRANS-AFF.
           DISPLAY 'Transaction ' WS-TRANS-AFF ' du lot ' WS-LOT-NUM
              ' : doublon de ' WS-DBL-REF.
           EVALUATE TRUE
              WHEN DOUBLON-A-REJETER AND MODE-CONTROLE
                 MOVE 'A REJETER' TO WS-DBL-SUITE
              WHEN DOUBLON-A-REJETER
                 MOVE 'REJETE' TO WS-DBL-SUITE
              WHEN OTHER
                 MOVE 'AVERTI' TO WS-DBL-SUITE
           END-EVALUATE.
           MOVE WS-DBL-NUM1 TO WS-DBL-NUM1-AFF.
           MOVE WS-DBL-NUM2 TO WS-DBL-NUM2-AFF.
           MOVE SPACES TO WS-DBL-LIGNE.
           MOVE 1 TO WS-DBL-PTR.
           STRING 'LOT ' WS-LOT-NUM ' DU ' WS-LOT-DATE
              ' TRANS ' WS-TRANS-AFF ' SIGNE ' WS-DBL-SIGN
              ' NUM1 ' WS-DBL-NUM1-AFF
              DELIMITED BY SIZE INTO WS-DBL-LIGNE
              WITH POINTER WS-DBL-PTR
           END-STRING.
           IF WS-DBL-SIGN = 'C'
              STRING ' TAUX ' WS-DBL-CODE
                 DELIMITED BY SIZE INTO WS-DBL-LIGNE
                 WITH POINTER WS-DBL-PTR
              END-STRING
           ELSE
              STRING ' NUM2 ' WS-DBL-NUM2-AFF
                 DELIMITED BY SIZE INTO WS-DBL-LIGNE
                 WITH POINTER WS-DBL-PTR
              END-STRING
           END-IF.
           STRING ' DOUBLON DE ' WS-DBL-REF ' ' WS-DBL-ORIGINE
              ' ' WS-DBL-SUITE
              DELIMITED BY SIZE INTO WS-DBL-LIGNE
              WITH POINTER WS-DBL-PTR
           END-STRING.
           IF MODE-CONTROLE AND CONTROLE-OUVERT
              MOVE WS-DBL-LIGNE TO CTL-RECORD
              WRITE CTL-RECORD
           ELSE
              IF DOUBLONS-OUVERT
                 MOVE WS-DBL-LIGNE TO DBL-RECORD
                 WRITE DBL-RECORD
              END-IF
           END-IF.
           IF DOUBLON-A-REJETER
              MOVE 'E012' TO WS-EXCEPT-CODE
              MOVE SPACES TO WS-EXCEPT-LIBELLE
              STRING 'Doublon de ' WS-DBL-REF
                 DELIMITED BY SIZE INTO WS-EXCEPT-LIBELLE
              END-STRING
              PERFORM ECRIRE-EXCEPTION
              MOVE 0 TO WS-BON-OPE
           END-IF.

      * Ouvre la liste des doublons pour tout le passage ; une
      * reprise la prolonge au lieu de la recréer. Sans liste, les
      * doublons restent signalés à l'écran et dans les compteurs
       OUVRIR-DOUBLONS.
           IF RESTART-DEMANDE AND WS-CKPT-NB > 0
              OPEN EXTEND DBL-FILE
              IF WS-DBL-STATUS = '35'
                 OPEN OUTPUT DBL-FILE
                 CLOSE DBL-FILE
                 OPEN EXTEND DBL-FILE
              END-IF
           ELSE
              OPEN OUTPUT DBL-FILE
           END-IF.
           IF WS-DBL-STATUS NOT = '00'
              DISPLAY 'Impossible de créer DOUBLONS.TXT, statut '
                 WS-DBL-STATUS
           ELSE
              MOVE 'O' TO WS-DBL-OUVERT
              MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
              MOVE SPACES TO DBL-RECORD
              STRING 'DOUBLONS SUSPECTS DU FICHIER '
                 FUNCTION TRIM(WS-TRANS-NOM)
                 ' EDITE LE ' WS-AUDIT-JJ '/' WS-AUDIT-MM '/'
                 WS-AUDIT-AAAA
                 DELIMITED BY SIZE INTO DBL-RECORD
              END-STRING
              WRITE DBL-RECORD
              MOVE SPACES TO DBL-RECORD
              IF DOUBLON-A-REJETER
                 STRING 'REGLE : REJET EN E012, FENETRE HISTORIQUE '
                    WS-DBL-JOURS ' JOURS'
                    DELIMITED BY SIZE INTO DBL-RECORD
                 END-STRING
              ELSE
                 STRING 'REGLE : AVERTISSEMENT, FENETRE HISTORIQUE '
                    WS-DBL-JOURS ' JOURS'
                    DELIMITED BY SIZE INTO DBL-RECORD
                 END-STRING
              END-IF
              WRITE DBL-RECORD
              MOVE SPACES TO DBL-RECORD
              MOVE ALL '=' TO DBL-RECORD(1:70)
              WRITE DBL-RECORD
           END-IF.

       CLORE-DOUBLONS.
           MOVE SPACES TO DBL-RECORD.
           WRITE DBL-RECORD.
           MOVE WS-CNT-DOUBLON TO WS-CTL-AFF.
           MOVE SPACES TO DBL-RECORD.
           STRING 'DOUBLONS SUSPECTS      : ' WS-CTL-AFF
              DELIMITED BY SIZE INTO DBL-RECORD
           END-STRING.
           WRITE DBL-RECORD.
           CLOSE DBL-FILE.
           MOVE 'N' TO WS-DBL-OUVERT.

      * Prépare une conversion du lot : montant et code de taux de
      * l'enregistrement, taux cherché dans la table ; code sans
      * taux en vigueur à la date de traitement : rejet en E007
              MOVE 0 TO WS-BON-OPE
           END-IF.

      * Vérifie l'enregistrement d'en-tête du lot et consulte le
      * registre des lots pour refuser un lot déjà traité ; en
      * reprise, un lot déjà consigné est simplement sauté. Un lot
      * daté dans une période comptable close est refusé
       CONTROLER-ENTETE.
           MOVE 'N' TO WS-ENTETE-VU.
           MOVE 'N' TO WS-LOT-DEJA.
           MOVE 'N' TO WS-PER-CLOSE.
           IF EOF-TRANS OR TRANS-RECORD(1:1) NOT = 'H'
              EVALUATE TRUE
                 WHEN SORTIE-DE-PIED
                    MOVE 'E105' TO WS-EXCEPT-CODE
                    MOVE 'Enregistrement après le pied de lot'
                       TO WS-EXCEPT-LIBELLE
                 WHEN WS-LOTR-NB = 0
                    MOVE 'E100' TO WS-EXCEPT-CODE
                    MOVE 'Fichier sans en-tête de lot'
                       TO WS-EXCEPT-LIBELLE
                 WHEN OTHER
                    MOVE 'E100' TO WS-EXCEPT-CODE
                    MOVE 'Enregistrements sans en-tête de lot'
                       TO WS-EXCEPT-LIBELLE
              END-EVALUATE
              PERFORM ECRIRE-EXCEPTION
           ELSE
              MOVE 'O' TO WS-ENTETE-VU
              MOVE TE-LOT TO WS-LOT-NUM
              MOVE TE-SOURCE TO WS-LOT-SOURCE
              PERFORM CHERCHER-LOT
              IF LOT-DEJA-TRAITE AND NOT RESTART-DEMANDE
                 MOVE 'E101' TO WS-EXCEPT-CODE
                 MOVE 'Lot déjà traité, lot refusé'
                    TO WS-EXCEPT-LIBELLE
                 PERFORM ECRIRE-EXCEPTION
              END-IF
              IF NOT LOT-DEJA-TRAITE
                 PERFORM CHERCHER-PERIODE
                 IF PERIODE-CLOSE
                    MOVE 'E106' TO WS-EXCEPT-CODE
                    MOVE 'Lot daté dans une période close, refusé'
                       TO WS-EXCEPT-LIBELLE
                    PERFORM ECRIRE-EXCEPTION
                 END-IF
              END-IF
           END-IF.

      * Consulte le fichier des périodes pour le mois de la date
      * du lot ; sans fichier aucune période n'est close
       CHERCHER-PERIODE.
           MOVE 'N' TO WS-EOF-PER.
           OPEN INPUT PER-FILE.
           IF WS-PER-STATUS = '00'
              PERFORM LIRE-PERIODE UNTIL EOF-PER OR PERIODE-CLOSE
              CLOSE PER-FILE
           END-IF.

       LIRE-PERIODE.
           READ PER-FILE
              AT END MOVE 'Y' TO WS-EOF-PER
              NOT AT END
                 IF PER-MOIS = WS-LOT-DATE(1:6) AND PER-ETAT = 'C'
                    MOVE 'O' TO WS-PER-CLOSE
                 END-IF
           END-READ.

      * Parcourt le registre des lots traités à la recherche de la
      * date et du numéro de lot de l'en-tête
       CHERCHER-LOT.
                 ' ' WS-AUDIT-HH ':' WS-AUDIT-MN ':' WS-AUDIT-SS
                 DELIMITED BY SIZE INTO LOT-HORODATE
              END-STRING
              MOVE WS-EXP-COUNT TO LOT-EXP-COUNT
              MOVE WS-EXP-SOMME TO LOT-EXP-SOMME
              MOVE 'E' TO LOT-EXP-ETAT
              MOVE SPACES TO LOT-ACCUSE-HORODATE
              WRITE LOTS-RECORD
              CLOSE LOTS-FILE
           END-IF.
           END-STRING.
           WRITE EXPORT-ENTETE.
           MOVE 'O' TO WS-EXP-ENTETE-VU.
           MOVE WS-LOT-DATE TO WS-EXP-FIN-DATE.
           MOVE WS-LOT-NUM TO WS-EXP-FIN-LOT.

      * Le signe, les opérandes, le résultat et la marque de rejet
      * sont posés par l'appelant ; le reste de la ligne est commun
       ECRIRE-EXPORT-DETAIL.
           MOVE 'D' TO EXP-D-TYPE.
           MOVE WS-TRANS-COUNT TO EXP-D-TRANS.
           IF (EXP-D-SIGN = 'C' AND TAUX-TROUVE)
              OR EXP-D-SIGN = 'G'
              MOVE WS-TAUX-CODE TO EXP-D-TAUX-CODE
              MOVE WS-TAUX-APPLIQUE TO EXP-D-TAUX
           ELSE
              MOVE 0 TO EXP-D-TAUX
           END-IF.
           MOVE WS-OPERATEUR TO EXP-D-OPER.
           IF EXP-D-SIGN = 'A' OR EXP-D-SIGN = 'G'
              MOVE WS-ORIG-DATE TO EXP-D-REF-DATE
              MOVE WS-ORIG-LOT TO EXP-D-REF-LOT
              MOVE WS-ORIG-TRANS TO EXP-D-REF-TRANS
           ELSE
              MOVE 0 TO EXP-D-REF-DATE
              MOVE 0 TO EXP-D-REF-LOT
              MOVE 0 TO EXP-D-REF-TRANS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
           MOVE SPACES TO EXP-D-HORODATE.
           STRING WS-AUDIT-AAAA '-' WS-AUDIT-MM '-' WS-AUDIT-JJ
           END-IF.

      * Reprend les zones de la ligne d'export qui vient d'être
      * construite ; une reprise réécrit la fiche déjà présente,
      * sans perdre ce qu'une annulation ou regtaux y a porté
       ECRIRE-HISTORIQUE.
           IF HISTORIQUE-OUVERT
              MOVE WS-LOT-DATE TO HIST-DATE
              MOVE EXP-D-REJET TO HIST-REJET
              MOVE WS-OPERATEUR TO HIST-OPER
              MOVE EXP-D-HORODATE TO HIST-HORODATE
              MOVE SPACE TO HIST-ANNUL
              MOVE EXP-D-REF-DATE TO HIST-REF-DATE
              MOVE EXP-D-REF-LOT TO HIST-REF-LOT
              MOVE EXP-D-REF-TRANS TO HIST-REF-TRANS
              MOVE EXP-D-TAUX-CODE TO HIST-TAUX-CODE
              MOVE EXP-D-TAUX TO HIST-TAUX
              MOVE 0 TO HIST-TAUX-REGUL
              WRITE HIST-RECORD
                 INVALID KEY
                    PERFORM REECRIRE-HISTORIQUE
              END-WRITE
           END-IF.

      * La fiche existe déjà : elle est relue pour en garder la
      * marque d'annulation avec sa référence et le taux
      * régularisé, puis réécrite avec le reste de la fiche neuve
       REECRIRE-HISTORIQUE.
           MOVE HIST-RECORD TO WS-HIST-FICHE.
           READ HIST-FILE
              INVALID KEY
                 MOVE WS-HIST-FICHE TO HIST-RECORD
              NOT INVALID KEY
                 MOVE HIST-ANNUL TO WS-HIST-ANNUL
                 MOVE HIST-REF-DATE TO WS-HIST-REF-DATE
                 MOVE HIST-REF-LOT TO WS-HIST-REF-LOT
                 MOVE HIST-REF-TRANS TO WS-HIST-REF-TRANS
                 MOVE HIST-TAUX-REGUL TO WS-HIST-TAUX-REGUL
                 MOVE WS-HIST-FICHE TO HIST-RECORD
                 MOVE WS-HIST-TAUX-REGUL TO HIST-TAUX-REGUL
                 IF WS-HIST-ANNUL = 'A'
                    MOVE WS-HIST-ANNUL TO HIST-ANNUL
                    MOVE WS-HIST-REF-DATE TO HIST-REF-DATE
                    MOVE WS-HIST-REF-LOT TO HIST-REF-LOT
                    MOVE WS-HIST-REF-TRANS TO HIST-REF-TRANS
                 END-IF
           END-READ.
           REWRITE HIST-RECORD
              INVALID KEY
                 DISPLAY 'Fiche ' HIST-DATE '/' HIST-LOT '/'
                    HIST-TRANS ' non réécrite, statut ' WS-HIST-STATUS
           END-REWRITE.

      * En reprise, les détails déjà exportés avant l'incident
      * réamorcent le compte et la somme de chaque lot inachevé,
      * pour que son pied couvre le lot entier et non la seule
      * portion rejouée
       PRIMER-EXPORT-REPRISE.
           MOVE 0 TO WS-CKPT-IDX.
           MOVE 'N' TO WS-EOF-EXP.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS = '00'
              CLOSE EXPORT-FILE
           END-IF.

      * Un en-tête d'export désigne le lot dont les détails
      * suivants relèvent ; seul un lot ayant un point de reprise
      * est réamorcé
       LIRE-EXPORT-REPRISE.
           READ EXPORT-FILE
              AT END MOVE 'Y' TO WS-EOF-EXP
              NOT AT END
                 EVALUATE EXP-D-TYPE
                    WHEN 'H'
                       MOVE EXP-H-DATE TO WS-EXP-FIN-DATE
                       MOVE EXP-H-LOT TO WS-EXP-FIN-LOT
                       PERFORM RATTACHER-ENTETE-EXPORT
                    WHEN 'D'
                       IF WS-CKPT-IDX > 0
                          ADD 1 TO WCK-EXP-COUNT(WS-CKPT-IDX)
                          ADD EXP-D-RESULT
                             TO WCK-EXP-SOMME(WS-CKPT-IDX)
                       END-IF
                    WHEN OTHER
                       MOVE 0 TO WS-CKPT-IDX
                 END-EVALUATE
           END-READ.

      * Cherche le point de reprise du lot de l'en-tête d'export ;
      * un ancien point sans lot est rattaché au premier en-tête
       RATTACHER-ENTETE-EXPORT.
           MOVE 0 TO WS-CKPT-COURANT.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
              UNTIL WS-CKPT-IDX > WS-CKPT-NB OR WS-CKPT-COURANT > 0
              IF WCK-DATE(WS-CKPT-IDX) = EXP-H-DATE
                 AND WCK-LOT(WS-CKPT-IDX) = EXP-H-LOT
                 MOVE WS-CKPT-IDX TO WS-CKPT-COURANT
              END-IF
           END-PERFORM.
           IF WS-CKPT-COURANT = 0
              PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                 UNTIL WS-CKPT-IDX > WS-CKPT-NB
                 OR WS-CKPT-COURANT > 0
                 IF WCK-DATE(WS-CKPT-IDX) = 0
                    AND WCK-LOT(WS-CKPT-IDX) = 0
                    MOVE WS-CKPT-IDX TO WS-CKPT-COURANT
                    MOVE EXP-H-DATE TO WCK-DATE(WS-CKPT-IDX)
                    MOVE EXP-H-LOT TO WCK-LOT(WS-CKPT-IDX)
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-CKPT-COURANT TO WS-CKPT-IDX.
           MOVE 0 TO WS-CKPT-COURANT.
           IF WS-CKPT-IDX > 0
              MOVE 'O' TO WCK-ENTETE(WS-CKPT-IDX)
              MOVE 0 TO WCK-EXP-COUNT(WS-CKPT-IDX)
              MOVE 0 TO WCK-EXP-SOMME(WS-CKPT-IDX)
           END-IF.

      * Le lot repris a déjà des détails exportés, mais d'autres
      * lots les suivent dans l'export : son dernier groupe, resté
      * sans pied, est recopié en fin de fichier sous un nouvel
      * en-tête pour que le lot repris reste d'un seul tenant.
      * L'ancien groupe sans pied est ignoré par le chargeur aval
       RECOPIER-EXPORT-LOT.
           MOVE 0 TO WS-RELU-NB-H.
           MOVE 'N' TO WS-EOF-RELU.
           OPEN INPUT RELU-FILE.
           IF WS-RELU-STATUS = '00'
              PERFORM COMPTER-ENTETES-RELUS UNTIL EOF-RELU
              CLOSE RELU-FILE
           END-IF.
           MOVE WS-RELU-NB-H TO WS-RELU-CIBLE.
           PERFORM ECRIRE-ENTETE-EXPORT.
           MOVE 0 TO WS-RELU-NB-H.
           MOVE 'N' TO WS-RELU-DANS.
           MOVE 'N' TO WS-EOF-RELU.
           OPEN INPUT RELU-FILE.
           IF WS-RELU-STATUS = '00'
              PERFORM RECOPIER-DETAIL-RELU UNTIL EOF-RELU
              CLOSE RELU-FILE
           END-IF.

       COMPTER-ENTETES-RELUS.
           READ RELU-FILE
              AT END MOVE 'Y' TO WS-EOF-RELU
              NOT AT END
                 IF RELU-TYPE = 'H' AND RELU-DATE = WS-LOT-DATE
                    AND RELU-LOT = WS-LOT-NUM
                    ADD 1 TO WS-RELU-NB-H
                 END-IF
           END-READ.

      * Recopie les détails du groupe visé, jusqu'à l'enregistrement
      * d'en-tête ou de pied qui le termine
       RECOPIER-DETAIL-RELU.
           READ RELU-FILE
              AT END MOVE 'Y' TO WS-EOF-RELU
              NOT AT END
                 EVALUATE TRUE
                    WHEN RELU-DANS-LOT AND RELU-TYPE = 'D'
                       MOVE RELU-RECORD TO EXPORT-DETAIL
                       WRITE EXPORT-DETAIL
                    WHEN RELU-DANS-LOT
                       MOVE 'Y' TO WS-EOF-RELU
                    WHEN RELU-TYPE = 'H' AND RELU-DATE = WS-LOT-DATE
                       AND RELU-LOT = WS-LOT-NUM
                       ADD 1 TO WS-RELU-NB-H
                       IF WS-RELU-NB-H = WS-RELU-CIBLE
                          MOVE 'O' TO WS-RELU-DANS
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              AT END MOVE 'Y' TO WS-EOF-TRANS
           END-READ.

      * Relit les points de reprise des lots inachevés si une
      * reprise est demandée, sinon tous les lots partent de zéro
       LIRE-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LAST.
           MOVE 0 TO WS-CKPT-NB.
           IF RESTART-DEMANDE
              MOVE 'N' TO WS-EOF-CKPT
              OPEN INPUT CKPT-FILE
              IF WS-CKPT-STATUS = '00'
                 PERFORM LIRE-POINT-REPRISE UNTIL EOF-CKPT
                 CLOSE CKPT-FILE
              END-IF
           END-IF.

      * Un ancien point de reprise ne porte ni date ni lot : il est
      * gardé avec un lot à zéro et vaudra pour le premier lot
       LIRE-POINT-REPRISE.
           READ CKPT-FILE
              AT END MOVE 'Y' TO WS-EOF-CKPT
              NOT AT END
                 IF CKPT-LAST-TRANS IS NUMERIC
                    AND WS-CKPT-NB < WS-CKPT-MAX
                    ADD 1 TO WS-CKPT-NB
                    MOVE CKPT-LAST-TRANS TO WCK-TRANS(WS-CKPT-NB)
                    IF CKPT-LOT-DATE IS NUMERIC
                       AND CKPT-LOT-NUM IS NUMERIC
                       MOVE CKPT-LOT-DATE TO WCK-DATE(WS-CKPT-NB)
                       MOVE CKPT-LOT-NUM TO WCK-LOT(WS-CKPT-NB)
                    ELSE
                       MOVE 0 TO WCK-DATE(WS-CKPT-NB)
                       MOVE 0 TO WCK-LOT(WS-CKPT-NB)
                    END-IF
                    MOVE 0 TO WCK-EXP-COUNT(WS-CKPT-NB)
                    MOVE 0 TO WCK-EXP-SOMME(WS-CKPT-NB)
                    MOVE 'N' TO WCK-ENTETE(WS-CKPT-NB)
      * un point à zéro sans lot ne désigne rien à reprendre
                    IF WCK-TRANS(WS-CKPT-NB) = 0
                       AND WCK-LOT(WS-CKPT-NB) = 0
                       SUBTRACT 1 FROM WS-CKPT-NB
                    END-IF
                 END-IF
           END-READ.

      * Retrouve le point de reprise du lot qui démarre : dernière
      * transaction traitée et totaux d'export réamorcés
       CHERCHER-REPRISE-LOT.
           MOVE 0 TO WS-CKPT-COURANT.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
              UNTIL WS-CKPT-IDX > WS-CKPT-NB OR WS-CKPT-COURANT > 0
              IF WCK-DATE(WS-CKPT-IDX) = WS-LOT-DATE
                 AND WCK-LOT(WS-CKPT-IDX) = WS-LOT-NUM
                 MOVE WS-CKPT-IDX TO WS-CKPT-COURANT
              END-IF
           END-PERFORM.
           IF WS-CKPT-COURANT = 0
              PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                 UNTIL WS-CKPT-IDX > WS-CKPT-NB
                 OR WS-CKPT-COURANT > 0
                 IF WCK-DATE(WS-CKPT-IDX) = 0
                    AND WCK-LOT(WS-CKPT-IDX) = 0
                    MOVE WS-CKPT-IDX TO WS-CKPT-COURANT
                    MOVE WS-LOT-DATE TO WCK-DATE(WS-CKPT-IDX)
                    MOVE WS-LOT-NUM TO WCK-LOT(WS-CKPT-IDX)
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CKPT-COURANT > 0
              MOVE WCK-TRANS(WS-CKPT-COURANT) TO WS-CKPT-LAST
              MOVE WCK-EXP-COUNT(WS-CKPT-COURANT) TO WS-EXP-COUNT
              MOVE WCK-EXP-SOMME(WS-CKPT-COURANT) TO WS-EXP-SOMME
              MOVE WCK-ENTETE(WS-CKPT-COURANT) TO WS-EXP-ENTETE-VU
              IF WS-CKPT-LAST > 0
                 DISPLAY 'Reprise du lot ' WS-LOT-NUM
                    ' après la transaction ' WS-CKPT-LAST
              END-IF
           END-IF.

      * Porte la dernière transaction traitée avec succès sur le
      * point de reprise du lot en cours, créé au besoin, et
      * réécrit le fichier des points de reprise
       ECRIRE-CHECKPOINT.
           IF WS-CKPT-COURANT = 0 AND WS-CKPT-NB < WS-CKPT-MAX
              ADD 1 TO WS-CKPT-NB
              MOVE WS-CKPT-NB TO WS-CKPT-COURANT
              MOVE WS-LOT-DATE TO WCK-DATE(WS-CKPT-COURANT)
              MOVE WS-LOT-NUM TO WCK-LOT(WS-CKPT-COURANT)
              MOVE 0 TO WCK-EXP-COUNT(WS-CKPT-COURANT)
              MOVE 0 TO WCK-EXP-SOMME(WS-CKPT-COURANT)
              MOVE 'O' TO WCK-ENTETE(WS-CKPT-COURANT)
           END-IF.
           IF WS-CKPT-COURANT > 0
              MOVE WS-TRANS-COUNT TO WCK-TRANS(WS-CKPT-COURANT)
           END-IF.
           PERFORM REECRIRE-CHECKPOINT.

      * Retire le point de reprise du lot traité en entier, pour
      * qu'une reprise ultérieure ne saute pas les transactions
      * d'un nouveau fichier portant d'autres lots
       REINIT-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LAST.
           IF WS-CKPT-COURANT > 0
              PERFORM VARYING WS-CKPT-IDX FROM WS-CKPT-COURANT BY 1
                 UNTIL WS-CKPT-IDX >= WS-CKPT-NB
                 MOVE WS-CKPT-ENT(WS-CKPT-IDX + 1)
                    TO WS-CKPT-ENT(WS-CKPT-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CKPT-NB
              MOVE 0 TO WS-CKPT-COURANT
           END-IF.
           PERFORM REECRIRE-CHECKPOINT.

       REECRIRE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
              DISPLAY 'Impossible d''écrire CALCUL2.CKPT, statut '
                 WS-CKPT-STATUS
           ELSE
              PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                 UNTIL WS-CKPT-IDX > WS-CKPT-NB
                 MOVE WCK-TRANS(WS-CKPT-IDX) TO CKPT-LAST-TRANS
                 MOVE WCK-DATE(WS-CKPT-IDX) TO CKPT-LOT-DATE
                 MOVE WCK-LOT(WS-CKPT-IDX) TO CKPT-LOT-NUM
                 WRITE CKPT-RECORD
              END-PERFORM
              CLOSE CKPT-FILE
           END-IF.

           MOVE ALL '=' TO CTL-RECORD(1:70).
           WRITE CTL-RECORD.

      * Clôt le compte rendu du contrôle préalable : bilan de
      * chaque lot du fichier, compteurs cumulés et verdict pour
      * l'ordonnanceur, aligné sur WS-RETOUR (0 = le vrai passage
      * peut partir, 4 = partira avec rejets, doublons ou suspens,
      * 8 = un lot au moins est refusé, à renvoyer à l'amont)
       CLORE-CONTROLE.
           MOVE SPACES TO CTL-RECORD.
           WRITE CTL-RECORD.
           MOVE 0 TO WS-CTL-COUNT.
           PERFORM VARYING WS-LOTR-IDX FROM 1 BY 1
              UNTIL WS-LOTR-IDX > WS-LOTR-NB
              ADD WLR-LUES(WS-LOTR-IDX) TO WS-CTL-COUNT
              MOVE WLR-LUES(WS-LOTR-IDX) TO WS-LOTR-AFF
              MOVE WLR-REJET(WS-LOTR-IDX) TO WS-LOTR-REJ-AFF
              MOVE WLR-SUSP(WS-LOTR-IDX) TO WS-LOTR-SUSP-AFF
              MOVE SPACES TO CTL-RECORD
              STRING 'LOT ' WLR-LOT(WS-LOTR-IDX)
                 ' DU ' WLR-DATE(WS-LOTR-IDX)
                 ' : ' WLR-ETAT(WS-LOTR-IDX)
                 ' LUES ' WS-LOTR-AFF
                 ' REJETABLES ' WS-LOTR-REJ-AFF
                 ' SUSPENDUES ' WS-LOTR-SUSP-AFF
                 DELIMITED BY SIZE INTO CTL-RECORD
              END-STRING
              WRITE CTL-RECORD
           END-PERFORM.
           MOVE SPACES TO CTL-RECORD.
           WRITE CTL-RECORD.
           MOVE WS-CTL-COUNT TO WS-CTL-AFF.
              DELIMITED BY SIZE INTO CTL-RECORD
           END-STRING.
           WRITE CTL-RECORD.
           MOVE WS-CNT-SUSPENS TO WS-CTL-AFF.
           MOVE SPACES TO CTL-RECORD.
           STRING 'TRANSACTIONS SUSPENDUES: ' WS-CTL-AFF
              DELIMITED BY SIZE INTO CTL-RECORD
           END-STRING.
           WRITE CTL-RECORD.
           MOVE WS-CNT-DOUBLON TO WS-CTL-AFF.
           MOVE SPACES TO CTL-RECORD.
           STRING 'DOUBLONS SUSPECTS      : ' WS-CTL-AFF
              DELIMITED BY SIZE INTO CTL-RECORD
           END-STRING.
           WRITE CTL-RECORD.
           MOVE SPACES TO CTL-RECORD.
           EVALUATE TRUE
              WHEN WS-NB-LOTS-KO > 0 OR WS-RETOUR = 8
                 MOVE 'LOT REFUSE, NE PAS LANCER LE TRAITEMENT REEL'
                    TO CTL-RECORD
              WHEN WS-CNT-REJET > 0
                    'REJETS A RECYCLER'
                    DELIMITED BY SIZE INTO CTL-RECORD
                 END-STRING
              WHEN WS-CNT-DOUBLON > 0
                 STRING 'LOT ACCEPTE, DOUBLONS A VERIFIER AVANT LE '
                    'TRAITEMENT REEL'
                    DELIMITED BY SIZE INTO CTL-RECORD
                 END-STRING
              WHEN WS-CNT-SUSPENS > 0
                 STRING 'LOT ACCEPTE, LE TRAITEMENT REEL METTRA DES '
                    'TRANSACTIONS EN SUSPENS'
                    DELIMITED BY SIZE INTO CTL-RECORD
                 END-STRING
              WHEN OTHER
                 MOVE 'LOT ACCEPTE, LE TRAITEMENT REEL PEUT PARTIR'
                    TO CTL-RECORD
                    WHEN 'OPERATEUR'
                       MOVE FUNCTION UPPER-CASE(WS-PRM-VALEUR(1:3))
                          TO WS-OPERATEUR
      * une règle inconnue laisse l'avertissement simple
                    WHEN 'DOUBLONS'
                       IF FUNCTION UPPER-CASE(WS-PRM-VALEUR(1:1)) = 'R'
                          OR FUNCTION UPPER-CASE(WS-PRM-VALEUR(1:1))
                             = 'A'
                          MOVE FUNCTION UPPER-CASE(WS-PRM-VALEUR(1:1))
                             TO WS-DBL-REGLE
                       END-IF
                    WHEN 'DOUBLONS-JOURS'
                       IF WS-PRM-VALEUR NOT = SPACES
                          AND FUNCTION NUMVAL(WS-PRM-VALEUR) >= 0
                          AND FUNCTION NUMVAL(WS-PRM-VALEUR) <= 999
                          MOVE FUNCTION NUMVAL(WS-PRM-VALEUR)
                             TO WS-DBL-JOURS
                       END-IF
                 END-EVALUATE
           END-READ.

               WITH POINTER WS-AUD-PTR
           END-STRING.
      * Une conversion consigne le code et le taux réellement
      * appliqué, avec ses six décimales ; une régularisation le
      * taux corrigé
           IF WS-SIGN = 'C' OR WS-SIGN = 'G'
              MOVE WS-TAUX-APPLIQUE TO WS-TAUX-AFF
              STRING ' taux=' WS-TAUX-CODE '@'
                 FUNCTION TRIM(WS-TAUX-AFF)
           DISPLAY 'Modulos         (M) : ' WS-CNT-MODULO.
           DISPLAY 'Mémoire      (S/R)  : ' WS-CNT-MEMOIRE.
           DISPLAY 'Conversions     (C) : ' WS-CNT-CONV.
           IF BATCH-MODE
              DISPLAY 'Annulations     (A) : ' WS-CNT-ANNUL
              DISPLAY 'Régularisations (G) : ' WS-CNT-REGUL
           END-IF.
           DISPLAY 'Nombre total d''opérations : ' WS-CNT-TOTAL-OPE.
           IF BATCH-MODE
              DISPLAY 'Transactions rejetées     : ' WS-CNT-REJET
              DISPLAY 'Transactions en suspens   : ' WS-CNT-SUSPENS
              DISPLAY 'Doublons signalés         : ' WS-CNT-DOUBLON
           END-IF.
      * Bilan de chaque lot du fichier, traité ou écarté
           IF BATCH-MODE AND WS-LOTR-NB > 0
              DISPLAY 'Bilan par lot :'
              PERFORM VARYING WS-LOTR-IDX FROM 1 BY 1
                 UNTIL WS-LOTR-IDX > WS-LOTR-NB
                 MOVE WLR-TOTAL(WS-LOTR-IDX) TO WS-STAT-TOTAL-AFF
                 DISPLAY '  lot ' WLR-LOT(WS-LOTR-IDX)
                    ' du ' WLR-DATE(WS-LOTR-IDX) ' '
                    WLR-ETAT(WS-LOTR-IDX) ' lues '
                    WLR-LUES(WS-LOTR-IDX) ' rejets '
                    WLR-REJET(WS-LOTR-IDX) ' suspens '
                    WLR-SUSP(WS-LOTR-IDX) ' total '
                    WS-STAT-TOTAL-AFF
              END-PERFORM
           END-IF.
           DISPLAY 'Total de contrôle des résultats : '
              WS-GRAND-TOTAL-AFF.
