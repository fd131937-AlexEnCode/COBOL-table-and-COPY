      ******************************************************************
      *  Layout du journal d'audit des employes (journal-employes.dat)
      *  alimente par mvtclient : un enregistrement par zone modifiee
      *  d'un employe, avec l'ancienne et la nouvelle valeur,
      *  l'horodatage du run (AAAAMMJJHHMMSS) et la source du lot
      ******************************************************************
       FD  F-AUDIT
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE IS F.
       01  RAUDIT.
           03 AUD-ID        PIC X(08).
           03 AUD-CODE      PIC X(13).
           03 AUD-CHAMP     PIC X(10).
           03 AUD-ANCIEN    PIC X(20).
           03 AUD-NOUVEAU   PIC X(20).
           03 AUD-HORODATE  PIC X(14).
           03 AUD-SOURCE    PIC X(24).
