      *  dans mouvements-rejets.dat. Avant reecriture, la photographie
      *  du fichier est archivee dans fichierclient-prec.txt pour que
      *  la comparaison mensuelle de copyclient se nourrisse seule.
      *  Chaque zone modifiee par un mouvement applique est tracee
      *  dans le journal permanent journal-employes.dat (ancienne et
      *  nouvelle valeur, horodatage du run, source du lot donnee par
      *  la carte SOURCE de mvtclient.par).
      ******************************************************************
       ENVIRONMENT DIVISION.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-TRSREJ-STATUS.

           SELECT F-AUDIT ASSIGN TO 'journal-employes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-AUDIT-STATUS.

           SELECT F-PARAM ASSIGN TO 'mvtclient.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PARAM-STATUS.

           SELECT F-RUNSTATS ASSIGN TO 'run-stats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       COPY 'FCLIENT.cpy' REPLACING ==F-EMPLOYE== BY ==F-PREC==
                                    ==:CLIENT:== BY ==PEMPLOYE==.

      * transactions : code du mouvement puis les zones de FCLIENT
       COPY 'FTRS.cpy'.

       FD  F-TRSREJ
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TRSREJ           PIC X(100) VALUE SPACE.

       COPY 'FAUDIT.cpy'.

      * cartes parametres mvtclient.par : MOT-CLE puis valeur
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

       01 REC-PREC-STATUS           PIC X(2) VALUE SPACE.
       01 REC-TRS-STATUS            PIC X(2) VALUE SPACE.
       01 REC-TRSREJ-STATUS         PIC X(2) VALUE SPACE.
       01 REC-AUDIT-STATUS          PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-AUDIT-COUNT            PIC 9(6) VALUE 0.
       01 WS-AUD-IDX                PIC 9(5) VALUE 0.
       01 WS-RUN-HORODATE           PIC X(14) VALUE SPACE.
       01 WS-SOURCE                 PIC X(24)
                                    VALUE 'mouvements-saisie.dat'.
      * zone forcee au journal meme sans changement de valeur (zone
      * visee par un MODIF-SALAIRE ou une MUTATION)
       01 WS-AUD-FORCE              PIC X(10) VALUE SPACE.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-TRS-FINI               PIC X(3) VALUE 'NON'.
               DEPENDING ON WS-EMPLOYE-COUNT.
           03 WS-RAVANT-REC     PIC X(83) VALUE SPACE.

      * images avant/apres de l'employe touche par le mouvement,
      * comparees zone par zone pour le journal d'audit
       01 WS-AUD-AVANT.
           03 WS-AV-ID          PIC X(8).
           03 WS-AV-NOM         PIC X(20).
           03 WS-AV-PRENOM      PIC X(20).
           03 WS-AV-POSTE       PIC X(14).
           03 WS-AV-SALAIRE     PIC X(7).
           03 WS-AV-AGENCE      PIC X(3).
           03 WS-AV-EMBAUCHE    PIC X(8).
           03 WS-AV-CONTRAT     PIC X(3).
       01 WS-AUD-APRES.
           03 WS-AP-ID          PIC X(8).
           03 WS-AP-NOM         PIC X(20).
           03 WS-AP-PRENOM      PIC X(20).
           03 WS-AP-POSTE       PIC X(14).
           03 WS-AP-SALAIRE     PIC X(7).
           03 WS-AP-AGENCE      PIC X(3).
           03 WS-AP-EMBAUCHE    PIC X(8).
           03 WS-AP-CONTRAT     PIC X(3).

      * lignes du journal d'audit du run, gardees en table jusqu'a la
      * reecriture du fichier des employes : rien n'est journalise
      * pour un run dont la mise a jour n'a pas abouti
       01 WS-RAUD.
         02 WS-T-RAUD OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-AUDIT-COUNT.
           03 WS-RAUD-REC       PIC X(109) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
           MOVE 'MVTCLIENT' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

      * horodatage commun a toutes les lignes du journal de ce run,
      * et source du lot (carte SOURCE, sinon le fichier saisi)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-HORODATE.
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.

      * chargement du fichier des employes (meme double passe que
      * copyclient) puis application des transactions
           PERFORM 1000-LOAD-MASTER-START THRU 1000-LOAD-MASTER-END.
               PERFORM 3000-REWRITE-START THRU 3000-REWRITE-END
           END-IF.

      * journal d'audit ecrit seulement une fois la mise a jour
      * reecrite
           IF WS-PROCESS-OK-YES
               PERFORM 3500-WRITE-AUDIT-START THRU 3500-WRITE-AUDIT-END
           END-IF.

      * Statistiques d'execution partagees
           MOVE 'MVTCLIENT' TO WS-STAT-PROGRAM-ID.
           MOVE WS-TRS-COUNT TO WS-STAT-READ-CT.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres mvtclient.par : SOURCE = libelle du lot
      *  inscrit au journal d'audit (campagne, saisie RH...)
       0100-READ-PARAMS-START.
           MOVE 'N' TO WS-PARAM-FINI.
           OPEN INPUT F-PARAM.
           IF REC-PARAM-STATUS NOT = '00'
               GO TO 0100-READ-PARAMS-END
           END-IF.
           PERFORM UNTIL WS-PARAM-FINI = 'Y'
               READ F-PARAM
               AT END
                   MOVE 'Y' TO WS-PARAM-FINI
               NOT AT END
                   IF REC-PARAM(1:1) NOT = '*'
                       EVALUATE FUNCTION TRIM(PARAM-KEY)
                           WHEN 'SOURCE'
                               MOVE PARAM-VALUE(1:24) TO WS-SOURCE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PARAM.
       0100-READ-PARAMS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement du fichier des employes : comptage puis
      *  chargement, et copie brute pour l'archive
      *  Lecture du fichier des transactions et application de chaque
      *  mouvement a la table ; fichier absent = rien a appliquer
       2000-APPLY-TRS-START.
      * journal d'audit permanent : complete d'un run a l'autre, cree
      * s'il n'existe pas encore ; sans journal, pas de mise a jour.
      * Ici on verifie seulement qu'il est accessible, les lignes sont
      * ecrites apres la reecriture (3500)
           OPEN EXTEND F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
              AND REC-AUDIT-STATUS NOT = '05'
               OPEN OUTPUT F-AUDIT
           END-IF.
           IF REC-AUDIT-STATUS NOT = '00'
              AND REC-AUDIT-STATUS NOT = '05'
               DISPLAY 'ERREUR FICHIER JOURNAL : ' REC-AUDIT-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2000-APPLY-TRS-END
           END-IF.
           CLOSE F-AUDIT.

           OPEN OUTPUT F-TRSREJ.
           CLOSE F-TRSREJ.
           OPEN EXTEND F-TRSREJ.
                       MOVE TRS-CONTRAT
                          TO WS-RMAS-CONTRAT(WS-EMPLOYE-COUNT)
                       MOVE 'N' TO WS-RMAS-SUPPR(WS-EMPLOYE-COUNT)
                       MOVE SPACE TO WS-AUD-AVANT
                       MOVE WS-T-RMAS(WS-EMPLOYE-COUNT)(1:83)
                          TO WS-AUD-APRES
                       MOVE SPACE TO WS-AUD-FORCE
                       PERFORM 2300-AUDIT-START THRU 2300-AUDIT-END
                   END-IF
                   END-IF
               WHEN TRS-DEPART
                       PERFORM 2200-REJECT-START THRU 2200-REJECT-END
                   ELSE
                       MOVE 'Y' TO WS-RMAS-SUPPR(WS-MAS-IDX)
                       MOVE WS-T-RMAS(WS-MAS-IDX)(1:83) TO WS-AUD-AVANT
                       MOVE SPACE TO WS-AUD-APRES
                       MOVE SPACE TO WS-AUD-FORCE
                       PERFORM 2300-AUDIT-START THRU 2300-AUDIT-END
                   END-IF
               WHEN TRS-MODIF-SAL
                   IF NOT WS-MAS-FOUND-YES
                       MOVE 'IDENTIFIANT INCONNU' TO REC-TRSREJ
                       PERFORM 2200-REJECT-START THRU 2200-REJECT-END
                   ELSE
                       MOVE WS-T-RMAS(WS-MAS-IDX)(1:83) TO WS-AUD-AVANT
                       MOVE TRS-SALAIRE TO WS-RMAS-SALAIRE(WS-MAS-IDX)
                       MOVE WS-T-RMAS(WS-MAS-IDX)(1:83) TO WS-AUD-APRES
                       MOVE 'SALAIRE' TO WS-AUD-FORCE
                       PERFORM 2300-AUDIT-START THRU 2300-AUDIT-END
                   END-IF
               WHEN TRS-MUTATION
                   IF NOT WS-MAS-FOUND-YES
                       MOVE 'IDENTIFIANT INCONNU' TO REC-TRSREJ
                       PERFORM 2200-REJECT-START THRU 2200-REJECT-END
                   ELSE
                       MOVE WS-T-RMAS(WS-MAS-IDX)(1:83) TO WS-AUD-AVANT
                       MOVE TRS-AGENCE TO WS-RMAS-AGENCE(WS-MAS-IDX)
                       MOVE WS-T-RMAS(WS-MAS-IDX)(1:83) TO WS-AUD-APRES
                       MOVE 'AGENCE' TO WS-AUD-FORCE
                       PERFORM 2300-AUDIT-START THRU 2300-AUDIT-END
                   END-IF
               WHEN OTHER
                   MOVE 'CODE MOUVEMENT INCONNU' TO REC-TRSREJ
       2200-REJECT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Journal d'audit du mouvement applique : une ligne par zone
      *  dont la valeur differe entre les images avant et apres
      *  (embauche = avant a blanc, depart = apres a blanc), plus la
      *  zone visee par le code meme si la valeur est inchangee
       2300-AUDIT-START.
           IF WS-AV-NOM NOT = WS-AP-NOM OR WS-AUD-FORCE = 'NOM'
               MOVE 'NOM' TO AUD-CHAMP
               MOVE WS-AV-NOM TO AUD-ANCIEN
               MOVE WS-AP-NOM TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-PRENOM NOT = WS-AP-PRENOM
              OR WS-AUD-FORCE = 'PRENOM'
               MOVE 'PRENOM' TO AUD-CHAMP
               MOVE WS-AV-PRENOM TO AUD-ANCIEN
               MOVE WS-AP-PRENOM TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-POSTE NOT = WS-AP-POSTE OR WS-AUD-FORCE = 'POSTE'
               MOVE 'POSTE' TO AUD-CHAMP
               MOVE WS-AV-POSTE TO AUD-ANCIEN
               MOVE WS-AP-POSTE TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-SALAIRE NOT = WS-AP-SALAIRE
              OR WS-AUD-FORCE = 'SALAIRE'
               MOVE 'SALAIRE' TO AUD-CHAMP
               MOVE WS-AV-SALAIRE TO AUD-ANCIEN
               MOVE WS-AP-SALAIRE TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-AGENCE NOT = WS-AP-AGENCE
              OR WS-AUD-FORCE = 'AGENCE'
               MOVE 'AGENCE' TO AUD-CHAMP
               MOVE WS-AV-AGENCE TO AUD-ANCIEN
               MOVE WS-AP-AGENCE TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-EMBAUCHE NOT = WS-AP-EMBAUCHE
              OR WS-AUD-FORCE = 'EMBAUCHE'
               MOVE 'EMBAUCHE' TO AUD-CHAMP
               MOVE WS-AV-EMBAUCHE TO AUD-ANCIEN
               MOVE WS-AP-EMBAUCHE TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
           IF WS-AV-CONTRAT NOT = WS-AP-CONTRAT
              OR WS-AUD-FORCE = 'CONTRAT'
               MOVE 'CONTRAT' TO AUD-CHAMP
               MOVE WS-AV-CONTRAT TO AUD-ANCIEN
               MOVE WS-AP-CONTRAT TO AUD-NOUVEAU
               PERFORM 2310-AUDIT-WRITE-START
                  THRU 2310-AUDIT-WRITE-END
           END-IF.
       2300-AUDIT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Range une ligne du journal en table (zone et valeurs deja
      *  placees par l'appelant) ; table pleine = run en echec
       2310-AUDIT-WRITE-START.
           IF WS-AUDIT-COUNT = 9999
               DISPLAY 'CAPACITE DEPASSEE : TABLE DU JOURNAL'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2310-AUDIT-WRITE-END
           END-IF.
           MOVE TRS-ID TO AUD-ID.
           MOVE TRS-CODE TO AUD-CODE.
           MOVE WS-RUN-HORODATE TO AUD-HORODATE.
           MOVE WS-SOURCE TO AUD-SOURCE.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE RAUDIT TO WS-RAUD-REC(WS-AUDIT-COUNT).
       2310-AUDIT-WRITE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Archive la photographie pre-mise-a-jour dans
      *  fichierclient-prec.txt puis reecrit fichierclient.txt sans
       3000-REWRITE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecrit au journal d'audit les lignes gardees en table, une
      *  fois le fichier des employes reecrit
       3500-WRITE-AUDIT-START.
           IF WS-AUDIT-COUNT = 0
               GO TO 3500-WRITE-AUDIT-END
           END-IF.
           OPEN EXTEND F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
              AND REC-AUDIT-STATUS NOT = '05'
               OPEN OUTPUT F-AUDIT
           END-IF.
           IF REC-AUDIT-STATUS NOT = '00'
              AND REC-AUDIT-STATUS NOT = '05'
               DISPLAY 'ERREUR FICHIER JOURNAL : ' REC-AUDIT-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 3500-WRITE-AUDIT-END
           END-IF.
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
              UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
               MOVE WS-RAUD-REC(WS-AUD-IDX) TO RAUDIT
               WRITE RAUDIT
           END-PERFORM.
           CLOSE F-AUDIT.
       3500-WRITE-AUDIT-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
