      ******************************************************************
      *  Zones de travail du calcul d'empreinte des mots de passe
      *  (paragraphes HASH-CALC de CPHASHPR) : l'appelant place
      *  l'identifiant de l'operateur et le mot de passe saisi,
      *  l'empreinte est rendue dans WS-HASH-VALEUR.
      ******************************************************************
       01 WS-HASH-ENTREE.
           03 WS-HASH-OPER          PIC X(08) VALUE SPACE.
           03 WS-HASH-MDP           PIC X(20) VALUE SPACE.
       01 WS-HASH-CAR REDEFINES WS-HASH-ENTREE
                                    PIC X(01) OCCURS 28 TIMES.
       01 WS-HASH-VALEUR            PIC 9(10) VALUE 0.
       01 WS-HASH-TRAVAIL           PIC 9(18) VALUE 0.
       01 WS-HASH-QUOTIENT          PIC 9(18) VALUE 0.
       01 WS-HASH-IDX               PIC 9(02) VALUE 0.
