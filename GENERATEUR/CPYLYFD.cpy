      ******************************************************************
      *  Copybook a lire (assigne via WS-LY-FILE-NAME), en format fixe
      *  colonnes 8 a 72. Partage par les programmes qui relisent un
      *  dessin d'enregistrement (CPYLYWS / CPYLYPR).
      ******************************************************************
       FD  F-LAYOUT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-LAYOUT PIC X(100).
