       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
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
              WHEN WS-LIGNE(21:2) = 'E1'
                 ADD 1 TO WS-CNT-LAISSEES
                 PERFORM ECRIRE-TRAVAIL
      * Une formule rejetée (E013) ne se ramène pas à un couple
      * d'opérandes : elle se corrige dans FORMULES.DAT ou dans le
      * lot d'origine, on la recopie telle quelle
              WHEN WS-LIGNE(21:4) = 'E013'
                 ADD 1 TO WS-CNT-LAISSEES
                 PERFORM ECRIRE-TRAVAIL
      * Une annulation (A) ou une régularisation de taux (G)
      * rejetée en E009 à E011 vise une fiche d'origine : elle se
      * corrige dans le lot d'origine ou par regtaux, pas ici où
      * elle deviendrait une opération de calcul sur le montant
      * d'origine ; on la recopie telle quelle
              WHEN WS-LIGNE(21:4) = 'E009' OR 'E010' OR 'E011'
                 ADD 1 TO WS-CNT-LAISSEES
                 PERFORM ECRIRE-TRAVAIL
              WHEN OTHER
                 PERFORM DECOUPER-EXCEPTION
                 PERFORM PRESENTER-EXCEPTION
