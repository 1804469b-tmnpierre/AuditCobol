       01  OPER-RECORD.
           05  OPE-CODE        PIC X(3).
           05  OPE-NOM         PIC X(20).
           05  OPE-DROITS      PIC X(7).

      * Chaque ligne d'audit porte un numéro de séquence de session
      * et une valeur de chaînage calculée sur la ligne précédente,
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
