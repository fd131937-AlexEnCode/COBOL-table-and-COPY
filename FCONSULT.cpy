      ******************************************************************
      *  Layout du journal des consultations du guichet
      *  (consultations.dat) alimente par empinfo : une ligne par
      *  connexion (CONNEXION / REFUS) et par fiche demandee (AFFICHE,
      *  MASQUE = salaire et bareme masques, INCONNU), avec
      *  l'horodatage AAAAMMJJHHMMSS
      ******************************************************************
       FD  F-CONSULT
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
       01  RCONSULT.
           03 CONS-HORODATE PIC X(14).
           03 CONS-OPER     PIC X(08).
           03 CONS-ROLE     PIC X(04).
           03 CONS-EMPLOYE  PIC X(08).
           03 CONS-RESULTAT PIC X(10).
