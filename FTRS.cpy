      ******************************************************************
      *  Layout des transactions du fichier des employes
      *  (mouvements-saisie.dat) appliquees par mvtclient : code du
      *  mouvement puis les zones de FCLIENT ; seules les zones utiles
      *  au code sont exploitees
      ******************************************************************
       FD  F-TRS
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TRS.
           03 TRS-CODE          PIC X(13).
              88 TRS-EMBAUCHE       VALUE 'EMBAUCHE'.
              88 TRS-DEPART         VALUE 'DEPART'.
              88 TRS-MODIF-SAL      VALUE 'MODIF-SALAIRE'.
              88 TRS-MUTATION       VALUE 'MUTATION'.
           03 TRS-ID            PIC X(8).
           03 TRS-NOM           PIC X(20).
           03 TRS-PRENOM        PIC X(20).
           03 TRS-POSTE         PIC X(14).
           03 TRS-SALAIRE       PIC X(7).
           03 TRS-AGENCE        PIC X(3).
           03 TRS-EMBAUCHE-DATE PIC X(8).
           03 TRS-CONTRAT       PIC X(3).
