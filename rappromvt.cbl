       IDENTIFICATION DIVISION.
               PROGRAM-ID. rappromvt.

      ******************************************************************
      *  Rapprochement des ecarts constates par copyclient entre le
      *  fichier du mois precedent et le fichier courant
      *  (mouvements.dat : lignes SALAIRE, MUTATION et POSTE) avec les
      *  transactions reellement appliquees par mvtclient (journal
      *  d'audit journal-employes.dat, MODIF-SALAIRE et MUTATION) sur
      *  la fenetre DU / AU de rappromvt.par (AAAAMMJJ, par defaut du
      *  jour du dernier passage de mvtclient au journal, sinon du
      *  premier du mois, a aujourd'hui). Les employes embauches ou
      *  partis dans le mois sont hors rapprochement.
      *  Trois types d'anomalies sont edites dans rapprochement.dat :
      *    - ECART SANS TRANSACTION : salaire, agence ou poste modifie
      *      sans transaction appliquee ;
      *    - TRANSACTION SANS ECART : transaction appliquee dont on ne
      *      retrouve pas l'effet dans le fichier ;
      *    - MONTANT DIFFERENT / VALEUR DIFFERENTE : les deux existent
      *      mais les valeurs ne concordent pas.
      *  Des anomalies (code retour 4) ou un fichier illisible (code
      *  retour 8) marquent l'etape FAILED dans batch-control.dat,
      *  l'action a mener appartient au plan de lot.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MVT ASSIGN TO 'mouvements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-MVT-STATUS.

           SELECT F-AUDIT ASSIGN TO 'journal-employes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-AUDIT-STATUS.

           SELECT F-RAPPRO ASSIGN TO 'rapprochement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAPPRO-STATUS.

           SELECT F-PARAM ASSIGN TO 'rappromvt.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PARAM-STATUS.

           SELECT F-RUNSTATS ASSIGN TO 'run-stats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RUNSTATS-STATUS.

           SELECT F-CONTROL ASSIGN TO 'batch-control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CONTROL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      * rapport des mouvements de copyclient
       FD  F-MVT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MVT                   PIC X(100) VALUE SPACE.

       COPY 'FAUDIT.cpy'.

      * rapport de rapprochement
       FD  F-RAPPRO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPRO                PIC X(132) VALUE SPACE.

      * cartes parametres rappromvt.par : MOT-CLE puis valeur
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'CPCTRLWS.cpy'.
       COPY 'CPSTATWS.cpy'.

       01 REC-MVT-STATUS            PIC X(2) VALUE SPACE.
       01 REC-AUDIT-STATUS          PIC X(2) VALUE SPACE.
       01 REC-RAPPRO-STATUS         PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-MVT-FINI               PIC X(3) VALUE 'NON'.
       01 WS-AUDIT-FINI             PIC X(3) VALUE 'NON'.
       01 WS-SANS-PREC              PIC X(1) VALUE 'N'.
           88 WS-SANS-PREC-YES          VALUE 'Y'.
       01 WS-FOUND                  PIC X(01) VALUE 'N'.
           88 WS-FOUND-YES              VALUE 'Y'.

      * fenetre du rapprochement AAAAMMJJ
       01 WS-DU                     PIC X(8) VALUE SPACE.
       01 WS-AU                     PIC X(8) VALUE SPACE.
       01 WS-DERNIER-RUN            PIC X(8) VALUE SPACE.

       01 WS-MVT-LUS                PIC 9(6) VALUE 0.
       01 WS-AUDIT-LUS              PIC 9(6) VALUE 0.
       01 WS-LIGNES-COUNT           PIC 9(6) VALUE 0.
       01 WS-NB-SANS-TRS            PIC 9(5) VALUE 0.
       01 WS-NB-SANS-ECART          PIC 9(5) VALUE 0.
       01 WS-NB-DIFFERENT           PIC 9(5) VALUE 0.
       01 WS-NB-CONCORDANT          PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES           PIC 9(5) VALUE 0.
       01 WS-PNT-NB                 PIC Z(4)9.

      * zone en cours de rapprochement
       01 WS-SAL-ANCIEN             PIC 9(7) VALUE 0.
       01 WS-SAL-NOUVEAU            PIC 9(7) VALUE 0.
       01 WS-SAL-DELTA              PIC S9(7) VALUE 0.
       01 WS-PNT-DELTA              PIC +9(7).

      * ecarts constates dans mouvements.dat
       01 WS-ECA-COUNT              PIC 9(4) VALUE 0.
       01 WS-ECA-IDX                PIC 9(4) VALUE 0.
       01 WS-RECA.
         02 WS-T-RECA OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ECA-COUNT.
           03 WS-ECA-ID          PIC X(8) VALUE SPACE.
           03 WS-ECA-CHAMP       PIC X(10) VALUE SPACE.
           03 WS-ECA-ANCIEN      PIC X(20) VALUE SPACE.
           03 WS-ECA-NOUVEAU     PIC X(20) VALUE SPACE.

      * employes embauches ou partis dans le mois (hors rapprochement)
       01 WS-EXC-COUNT              PIC 9(4) VALUE 0.
       01 WS-EXC-IDX                PIC 9(4) VALUE 0.
       01 WS-REXC.
         02 WS-T-REXC OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EXC-COUNT.
           03 WS-EXC-ID          PIC X(8) VALUE SPACE.

      * transactions appliquees, une par employe et zone : ancienne
      * valeur de la premiere, nouvelle valeur de la derniere
       01 WS-TRA-COUNT              PIC 9(4) VALUE 0.
       01 WS-TRA-IDX                PIC 9(4) VALUE 0.
       01 WS-RTRA.
         02 WS-T-RTRA OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-TRA-COUNT.
           03 WS-TRA-ID          PIC X(8) VALUE SPACE.
           03 WS-TRA-CHAMP       PIC X(10) VALUE SPACE.
           03 WS-TRA-CODE        PIC X(13) VALUE SPACE.
           03 WS-TRA-ANCIEN      PIC X(20) VALUE SPACE.
           03 WS-TRA-NOUVEAU     PIC X(20) VALUE SPACE.
           03 WS-TRA-NB          PIC 9(3) VALUE 0.
           03 WS-TRA-VU          PIC X(1) VALUE 'N'.

      * ligne d'anomalie
       01 WS-RAP-TITRES.
           03 FILLER PIC X(25) VALUE 'ANOMALIE'.
           03 FILLER PIC X(9)  VALUE 'EMPLOYE'.
           03 FILLER PIC X(8)  VALUE 'ZONE'.
           03 FILLER PIC X(33) VALUE 'FICHIER (ANCIEN -> NOUVEAU)'.
           03 FILLER PIC X(33) VALUE 'TRANSACTION (ANCIEN -> NOUV.)'.
           03 FILLER PIC X(14) VALUE 'CODE'.
           03 FILLER PIC X(9)  VALUE 'ECART'.
       01 WS-RAP-LIGNE.
           03 RAP-TYPE          PIC X(24) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-ID            PIC X(8) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-CHAMP         PIC X(7) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-MVT-ANCIEN    PIC X(14) VALUE SPACE.
           03 RAP-MVT-FLECHE    PIC X(4) VALUE SPACE.
           03 RAP-MVT-NOUVEAU   PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-TRS-ANCIEN    PIC X(14) VALUE SPACE.
           03 RAP-TRS-FLECHE    PIC X(4) VALUE SPACE.
           03 RAP-TRS-NOUVEAU   PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-CODE          PIC X(13) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 RAP-ECART         PIC X(8) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'RAPPROMVT' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AU.
           MOVE WS-AU TO WS-DU.
           MOVE '01' TO WS-DU(7:2).
           PERFORM 0050-DERNIER-RUN-START THRU 0050-DERNIER-RUN-END.
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           DISPLAY 'PARAMETRE DU = ' WS-DU ' AU = ' WS-AU.

           PERFORM 1000-LOAD-MVT-START THRU 1000-LOAD-MVT-END.
           IF WS-PROCESS-OK-YES AND NOT WS-SANS-PREC-YES
               PERFORM 1100-LOAD-JOURNAL-START
                  THRU 1100-LOAD-JOURNAL-END
           END-IF.
           IF WS-PROCESS-OK-YES
               PERFORM 2000-RAPPRO-START THRU 2000-RAPPRO-END
           END-IF.

      * Statistiques d'execution partagees
           MOVE 'RAPPROMVT' TO WS-STAT-PROGRAM-ID.
           COMPUTE WS-STAT-READ-CT = WS-MVT-LUS + WS-AUDIT-LUS.
           MOVE WS-LIGNES-COUNT TO WS-STAT-WRITTEN-CT.
           MOVE WS-NB-ANOMALIES TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

      * code retour : 8 fichier illisible, 4 anomalies, 0 concordant
           IF NOT WS-PROCESS-OK-YES
               MOVE 8 TO RETURN-CODE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           ELSE
               IF WS-NB-ANOMALIES > 0
                   DISPLAY 'ATTENTION : ' WS-NB-ANOMALIES
                      ' ANOMALIE(S) DE RAPPROCHEMENT'
                   MOVE 4 TO RETURN-CODE
                   PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
               ELSE
                   MOVE 0 TO RETURN-CODE
                   PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
               END-IF
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Debut de fenetre par defaut : les ecarts de mouvements.dat
      *  portent sur le dernier passage de mvtclient, la fenetre part
      *  donc du jour de ce passage (horodatage le plus recent du
      *  journal d'audit) ; journal absent ou vide = premier du mois
       0050-DERNIER-RUN-START.
           MOVE SPACE TO WS-DERNIER-RUN.
           OPEN INPUT F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
               GO TO 0050-DERNIER-RUN-END
           END-IF.
           MOVE 'NON' TO WS-AUDIT-FINI.
           PERFORM UNTIL WS-AUDIT-FINI = 'OUI'
               READ F-AUDIT
                AT END
                 MOVE 'OUI' TO WS-AUDIT-FINI
                NOT AT END
                 IF AUD-HORODATE(1:8) IS NUMERIC
                    AND AUD-HORODATE(1:8) > WS-DERNIER-RUN
                     MOVE AUD-HORODATE(1:8) TO WS-DERNIER-RUN
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT.
           MOVE 'NON' TO WS-AUDIT-FINI.
           IF WS-DERNIER-RUN NOT = SPACE
              AND WS-DERNIER-RUN <= WS-AU
               MOVE WS-DERNIER-RUN TO WS-DU
           END-IF.
       0050-DERNIER-RUN-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Cartes parametres rappromvt.par : DU AAAAMMJJ, AU AAAAMMJJ
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
                           WHEN 'DU'
                               IF PARAM-VALUE(1:8) IS NUMERIC
                                   MOVE PARAM-VALUE(1:8) TO WS-DU
                               END-IF
                           WHEN 'AU'
                               IF PARAM-VALUE(1:8) IS NUMERIC
                                   MOVE PARAM-VALUE(1:8) TO WS-AU
                               END-IF
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
      *  Ecarts du rapport des mouvements (positions fixes des lignes
      *  ecrites par copyclient) et employes entres ou sortis
       1000-LOAD-MVT-START.
           MOVE 0 TO WS-ECA-COUNT.
           MOVE 0 TO WS-EXC-COUNT.
           OPEN INPUT F-MVT.
           IF REC-MVT-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER MOUVEMENTS : ' REC-MVT-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-LOAD-MVT-END
           END-IF.
           PERFORM UNTIL WS-MVT-FINI = 'OUI'
               READ F-MVT
                AT END
                 MOVE 'OUI' TO WS-MVT-FINI
                NOT AT END
                 ADD 1 TO WS-MVT-LUS
                 PERFORM 1010-ONE-MVT-START THRU 1010-ONE-MVT-END
               END-READ
           END-PERFORM.
           CLOSE F-MVT.
       1000-LOAD-MVT-END.
           EXIT.

       1010-ONE-MVT-START.
           IF REC-MVT(1:32) = 'FICHIER DU MOIS PRECEDENT ABSENT'
               MOVE 'Y' TO WS-SANS-PREC
               GO TO 1010-ONE-MVT-END
           END-IF.
           IF REC-MVT(1:11) = 'EMBAUCHE : '
              OR REC-MVT(1:11) = 'DEPART   : '
               IF WS-EXC-COUNT < 9999
                   ADD 1 TO WS-EXC-COUNT
                   MOVE REC-MVT(12:8) TO WS-EXC-ID(WS-EXC-COUNT)
               END-IF
               GO TO 1010-ONE-MVT-END
           END-IF.
           IF REC-MVT(1:21) = 'ID RESAISI (EMBAUCHE '
               IF WS-EXC-COUNT < 9999
                   ADD 1 TO WS-EXC-COUNT
                   MOVE REC-MVT(34:8) TO WS-EXC-ID(WS-EXC-COUNT)
               END-IF
               GO TO 1010-ONE-MVT-END
           END-IF.
           IF REC-MVT(1:11) NOT = 'SALAIRE  : '
              AND REC-MVT(1:11) NOT = 'MUTATION : '
              AND REC-MVT(1:11) NOT = 'POSTE    : '
               GO TO 1010-ONE-MVT-END
           END-IF.
           IF WS-ECA-COUNT = 9999
               DISPLAY 'CAPACITE DEPASSEE : TABLE DES ECARTS'
               GO TO 1010-ONE-MVT-END
           END-IF.

           ADD 1 TO WS-ECA-COUNT.
           MOVE REC-MVT(12:8) TO WS-ECA-ID(WS-ECA-COUNT).
           MOVE SPACE TO WS-ECA-ANCIEN(WS-ECA-COUNT).
           MOVE SPACE TO WS-ECA-NOUVEAU(WS-ECA-COUNT).
           EVALUATE REC-MVT(1:11)
               WHEN 'SALAIRE  : '
                   MOVE 'SALAIRE' TO WS-ECA-CHAMP(WS-ECA-COUNT)
                   MOVE REC-MVT(28:7) TO WS-ECA-ANCIEN(WS-ECA-COUNT)
                   MOVE REC-MVT(44:7) TO WS-ECA-NOUVEAU(WS-ECA-COUNT)
               WHEN 'MUTATION : '
                   MOVE 'AGENCE' TO WS-ECA-CHAMP(WS-ECA-COUNT)
                   MOVE REC-MVT(28:3) TO WS-ECA-ANCIEN(WS-ECA-COUNT)
                   MOVE REC-MVT(35:3) TO WS-ECA-NOUVEAU(WS-ECA-COUNT)
               WHEN OTHER
                   MOVE 'POSTE' TO WS-ECA-CHAMP(WS-ECA-COUNT)
                   MOVE REC-MVT(28:14) TO WS-ECA-ANCIEN(WS-ECA-COUNT)
                   MOVE REC-MVT(51:14)
                      TO WS-ECA-NOUVEAU(WS-ECA-COUNT)
           END-EVALUATE.
       1010-ONE-MVT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Transactions appliquees de la fenetre : zones SALAIRE, AGENCE
      *  et POSTE des MODIF-SALAIRE et MUTATION du journal d'audit,
      *  cumulees par employe et zone
       1100-LOAD-JOURNAL-START.
           MOVE 0 TO WS-TRA-COUNT.
           OPEN INPUT F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
               DISPLAY 'JOURNAL D''AUDIT ABSENT - AUCUNE TRANSACTION'
               GO TO 1100-LOAD-JOURNAL-END
           END-IF.
           PERFORM UNTIL WS-AUDIT-FINI = 'OUI'
               READ F-AUDIT
                AT END
                 MOVE 'OUI' TO WS-AUDIT-FINI
                NOT AT END
                 ADD 1 TO WS-AUDIT-LUS
                 IF AUD-HORODATE(1:8) >= WS-DU
                    AND AUD-HORODATE(1:8) <= WS-AU
                    AND (AUD-CODE = 'MODIF-SALAIRE'
                         OR AUD-CODE = 'MUTATION')
                    AND (AUD-CHAMP = 'SALAIRE' OR AUD-CHAMP = 'AGENCE'
                         OR AUD-CHAMP = 'POSTE')
                     PERFORM 1110-ONE-TRS-START THRU 1110-ONE-TRS-END
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT.
       1100-LOAD-JOURNAL-END.
           EXIT.

       1110-ONE-TRS-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
              UNTIL WS-TRA-IDX > WS-TRA-COUNT OR WS-FOUND-YES
               IF WS-TRA-ID(WS-TRA-IDX) = AUD-ID
                  AND WS-TRA-CHAMP(WS-TRA-IDX) = AUD-CHAMP
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-TRA-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-YES
               MOVE AUD-NOUVEAU TO WS-TRA-NOUVEAU(WS-TRA-IDX)
               MOVE AUD-CODE TO WS-TRA-CODE(WS-TRA-IDX)
               ADD 1 TO WS-TRA-NB(WS-TRA-IDX)
               GO TO 1110-ONE-TRS-END
           END-IF.
           IF WS-TRA-COUNT = 9999
               DISPLAY 'CAPACITE DEPASSEE : TABLE DES TRANSACTIONS'
               GO TO 1110-ONE-TRS-END
           END-IF.
           ADD 1 TO WS-TRA-COUNT.
           MOVE AUD-ID TO WS-TRA-ID(WS-TRA-COUNT).
           MOVE AUD-CHAMP TO WS-TRA-CHAMP(WS-TRA-COUNT).
           MOVE AUD-CODE TO WS-TRA-CODE(WS-TRA-COUNT).
           MOVE AUD-ANCIEN TO WS-TRA-ANCIEN(WS-TRA-COUNT).
           MOVE AUD-NOUVEAU TO WS-TRA-NOUVEAU(WS-TRA-COUNT).
           MOVE 1 TO WS-TRA-NB(WS-TRA-COUNT).
           MOVE 'N' TO WS-TRA-VU(WS-TRA-COUNT).
       1110-ONE-TRS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Rapprochement : chaque ecart cherche sa transaction, puis les
      *  transactions restees sans ecart ; recapitulatif et statut
       2000-RAPPRO-START.
           OPEN OUTPUT F-RAPPRO.
           IF REC-RAPPRO-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER RAPPROCHEMENT : '
                  REC-RAPPRO-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2000-RAPPRO-END
           END-IF.

           MOVE SPACE TO REC-RAPPRO.
           STRING 'RAPPROCHEMENT MOUVEMENTS / TRANSACTIONS APPLIQUEES'
              DELIMITED BY SIZE
              ' - DU ' DELIMITED BY SIZE
              WS-DU DELIMITED BY SIZE
              ' AU ' DELIMITED BY SIZE
              WS-AU DELIMITED BY SIZE
              INTO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE ALL '=' TO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.

           IF WS-SANS-PREC-YES
               MOVE 'FICHIER DU MOIS PRECEDENT ABSENT - PAS DE '
                  & 'RAPPROCHEMENT' TO REC-RAPPRO
               PERFORM 2900-WRITE-START THRU 2900-WRITE-END
               CLOSE F-RAPPRO
               GO TO 2000-RAPPRO-END
           END-IF.

           MOVE WS-RAP-TITRES TO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE ALL '-' TO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.

           PERFORM VARYING WS-ECA-IDX FROM 1 BY 1
              UNTIL WS-ECA-IDX > WS-ECA-COUNT
               PERFORM 2100-ONE-ECART-START THRU 2100-ONE-ECART-END
           END-PERFORM.

           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
              UNTIL WS-TRA-IDX > WS-TRA-COUNT
               IF WS-TRA-VU(WS-TRA-IDX) = 'N'
                   PERFORM 2200-ONE-TRS-START THRU 2200-ONE-TRS-END
               END-IF
           END-PERFORM.

           MOVE ALL '-' TO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE WS-NB-CONCORDANT TO WS-PNT-NB.
           STRING 'CONCORDANTS             : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE WS-NB-SANS-TRS TO WS-PNT-NB.
           STRING 'ECARTS SANS TRANSACTION : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE WS-NB-SANS-ECART TO WS-PNT-NB.
           STRING 'TRANSACTIONS SANS ECART : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE WS-NB-DIFFERENT TO WS-PNT-NB.
           STRING 'VALEURS DIFFERENTES     : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           COMPUTE WS-NB-ANOMALIES = WS-NB-SANS-TRS + WS-NB-SANS-ECART
              + WS-NB-DIFFERENT.
           IF WS-NB-ANOMALIES > 0
               MOVE 'STATUT : ANOMALIES - CODE RETOUR 4' TO REC-RAPPRO
           ELSE
               MOVE 'STATUT : CONCORDANT' TO REC-RAPPRO
           END-IF.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           CLOSE F-RAPPRO.
       2000-RAPPRO-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Un ecart du fichier : employe entre ou sorti ignore, sinon
      *  transaction de meme employe et zone
       2100-ONE-ECART-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT OR WS-FOUND-YES
               IF WS-EXC-ID(WS-EXC-IDX) = WS-ECA-ID(WS-ECA-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND-YES
               GO TO 2100-ONE-ECART-END
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
              UNTIL WS-TRA-IDX > WS-TRA-COUNT OR WS-FOUND-YES
               IF WS-TRA-ID(WS-TRA-IDX) = WS-ECA-ID(WS-ECA-IDX)
                  AND WS-TRA-CHAMP(WS-TRA-IDX)
                     = WS-ECA-CHAMP(WS-ECA-IDX)
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-TRA-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-RAP-LIGNE.
           MOVE WS-ECA-ID(WS-ECA-IDX) TO RAP-ID.
           MOVE WS-ECA-CHAMP(WS-ECA-IDX) TO RAP-CHAMP.
           MOVE WS-ECA-ANCIEN(WS-ECA-IDX) TO RAP-MVT-ANCIEN.
           MOVE ' -> ' TO RAP-MVT-FLECHE.
           MOVE WS-ECA-NOUVEAU(WS-ECA-IDX) TO RAP-MVT-NOUVEAU.

           IF NOT WS-FOUND-YES
               ADD 1 TO WS-NB-SANS-TRS
               MOVE 'ECART SANS TRANSACTION' TO RAP-TYPE
               IF WS-ECA-CHAMP(WS-ECA-IDX) = 'SALAIRE'
                   PERFORM 2310-DELTA-ECART-START
                      THRU 2310-DELTA-ECART-END
               END-IF
               PERFORM 2300-LIGNE-START THRU 2300-LIGNE-END
               GO TO 2100-ONE-ECART-END
           END-IF.

           MOVE 'Y' TO WS-TRA-VU(WS-TRA-IDX).
           IF WS-TRA-ANCIEN(WS-TRA-IDX) = WS-ECA-ANCIEN(WS-ECA-IDX)
              AND WS-TRA-NOUVEAU(WS-TRA-IDX)
                 = WS-ECA-NOUVEAU(WS-ECA-IDX)
               ADD 1 TO WS-NB-CONCORDANT
               GO TO 2100-ONE-ECART-END
           END-IF.

           ADD 1 TO WS-NB-DIFFERENT.
           IF WS-ECA-CHAMP(WS-ECA-IDX) = 'SALAIRE'
               MOVE 'MONTANT DIFFERENT' TO RAP-TYPE
               PERFORM 2310-DELTA-ECART-START THRU 2310-DELTA-ECART-END
           ELSE
               MOVE 'VALEUR DIFFERENTE' TO RAP-TYPE
           END-IF.
           PERFORM 2320-ZONES-TRS-START THRU 2320-ZONES-TRS-END.
           PERFORM 2300-LIGNE-START THRU 2300-LIGNE-END.
       2100-ONE-ECART-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Transaction appliquee sans ecart correspondant (employe entre
      *  ou sorti dans le mois excepte)
       2200-ONE-TRS-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT OR WS-FOUND-YES
               IF WS-EXC-ID(WS-EXC-IDX) = WS-TRA-ID(WS-TRA-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND-YES
               GO TO 2200-ONE-TRS-END
           END-IF.

           ADD 1 TO WS-NB-SANS-ECART.
           MOVE SPACE TO WS-RAP-LIGNE.
           MOVE 'TRANSACTION SANS ECART' TO RAP-TYPE.
           MOVE WS-TRA-ID(WS-TRA-IDX) TO RAP-ID.
           MOVE WS-TRA-CHAMP(WS-TRA-IDX) TO RAP-CHAMP.
           PERFORM 2320-ZONES-TRS-START THRU 2320-ZONES-TRS-END.
           PERFORM 2300-LIGNE-START THRU 2300-LIGNE-END.
       2200-ONE-TRS-END.
           EXIT.

       2300-LIGNE-START.
           MOVE WS-RAP-LIGNE TO REC-RAPPRO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
       2300-LIGNE-END.
           EXIT.

      * delta de salaire du fichier (nouveau - ancien)
       2310-DELTA-ECART-START.
           MOVE 0 TO WS-SAL-ANCIEN.
           MOVE 0 TO WS-SAL-NOUVEAU.
           IF WS-ECA-ANCIEN(WS-ECA-IDX)(1:7) IS NUMERIC
               MOVE WS-ECA-ANCIEN(WS-ECA-IDX)(1:7) TO WS-SAL-ANCIEN
           END-IF.
           IF WS-ECA-NOUVEAU(WS-ECA-IDX)(1:7) IS NUMERIC
               MOVE WS-ECA-NOUVEAU(WS-ECA-IDX)(1:7) TO WS-SAL-NOUVEAU
           END-IF.
           COMPUTE WS-SAL-DELTA = WS-SAL-NOUVEAU - WS-SAL-ANCIEN.
           MOVE WS-SAL-DELTA TO WS-PNT-DELTA.
           MOVE WS-PNT-DELTA TO RAP-ECART.
       2310-DELTA-ECART-END.
           EXIT.

      * valeurs et code de la transaction courante
       2320-ZONES-TRS-START.
           MOVE WS-TRA-ANCIEN(WS-TRA-IDX) TO RAP-TRS-ANCIEN.
           MOVE ' -> ' TO RAP-TRS-FLECHE.
           MOVE WS-TRA-NOUVEAU(WS-TRA-IDX) TO RAP-TRS-NOUVEAU.
           MOVE WS-TRA-CODE(WS-TRA-IDX) TO RAP-CODE.
       2320-ZONES-TRS-END.
           EXIT.

       2900-WRITE-START.
           WRITE REC-RAPPRO.
           ADD 1 TO WS-LIGNES-COUNT.
           MOVE SPACE TO REC-RAPPRO.
       2900-WRITE-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
