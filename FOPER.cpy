      ******************************************************************
      *  Layout du fichier des operateurs du guichet (operateurs.dat) :
      *  identifiant, empreinte du mot de passe (voir CPHASHPR), role
      *  et nom. Les roles PAIE et ADMN ont les droits paie (salaires
      *  et baremes visibles), les autres roles les voient masques.
      ******************************************************************
       FD  F-OPER
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  ROPER.
           03 OPER-ID       PIC X(08).
           03 OPER-HASH     PIC 9(10).
           03 OPER-ROLE     PIC X(04).
               88 OPER-DROIT-PAIE   VALUE 'PAIE' 'ADMN'.
           03 OPER-NOM      PIC X(18).
