       IDENTIFICATION DIVISION.
               PROGRAM-ID. effectifs.

      ******************************************************************
      *  Effectifs et rotation du personnel par departement et par
      *  region (fr-liste-dept.txt), a partir des seuls mouvements
      *  reellement appliques par mvtclient : les EMBAUCHE, DEPART et
      *  MUTATION du journal d'audit journal-employes.dat (les
      *  transactions rejetees n'y figurent pas).
      *  L'effectif de cloture de la periode (carte PERIODE AAAAMM de
      *  effectifs.par, mois courant par defaut) part du fichier des
      *  employes actuel dont on retire les mouvements posterieurs a
      *  la periode ; l'effectif d'ouverture s'en deduit par les
      *  entrees, sorties et mutations du mois. Le rapport
      *  effectifs-rotation.dat donne, pour chaque departement et
      *  region : ouverture, entrees, sorties, mutations entrantes et
      *  sortantes, cloture et taux de rotation (sorties / effectif
      *  moyen), puis la ventilation par type de contrat et la vue
      *  glissante des 12 derniers mois.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CLIENT-STATUS.

           SELECT F-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-DEPT-STATUS.

           SELECT F-AUDIT ASSIGN TO 'journal-employes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-AUDIT-STATUS.

           SELECT F-EFFECT ASSIGN TO 'effectifs-rotation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-EFFECT-STATUS.

           SELECT F-PARAM ASSIGN TO 'effectifs.par'
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

       COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.
       COPY 'FDEPT.cpy'.
       COPY 'FAUDIT.cpy'.

      * rapport des effectifs et de la rotation
       FD  F-EFFECT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-EFFECT                PIC X(132) VALUE SPACE.

      * cartes parametres effectifs.par : MOT-CLE puis valeur
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

       01 REC-CLIENT-STATUS         PIC X(2) VALUE SPACE.
       01 REC-DEPT-STATUS           PIC X(2) VALUE SPACE.
       01 REC-AUDIT-STATUS          PIC X(2) VALUE SPACE.
       01 REC-EFFECT-STATUS         PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-EMPLOYE-FINI           PIC X(3) VALUE 'NON'.
       01 WS-DEPT-FINI              PIC X(3) VALUE 'NON'.
       01 WS-AUDIT-FINI             PIC X(3) VALUE 'NON'.
       01 WS-EMPLOYE-LUS            PIC 9(4) VALUE 0.
       01 WS-AUDIT-LUS              PIC 9(6) VALUE 0.
       01 WS-LIGNES-COUNT           PIC 9(4) VALUE 0.
       01 WS-FOUND                  PIC X(01) VALUE 'N'.
           88 WS-FOUND-YES              VALUE 'Y'.

      * periode AAAAMM du rapport et mois courant de la vue glissante
       01 WS-PERIODE                PIC X(6) VALUE SPACE.
       01 WS-MOIS-CUR               PIC X(6) VALUE SPACE.
       01 WS-MOIS-CUR-R REDEFINES WS-MOIS-CUR.
           03 WS-MC-ANNEE           PIC 9(4).
           03 WS-MC-MOIS            PIC 9(2).

       01 WS-DEPT-COUNT             PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX               PIC 9(3) VALUE 0.
       01 WS-DEPT-INCONNU           PIC 9(3) VALUE 0.
       01 WS-REG-COUNT              PIC 9(3) VALUE 0.
       01 WS-REG-IDX                PIC 9(3) VALUE 0.
       01 WS-EMP-COUNT              PIC 9(4) VALUE 0.
       01 WS-EMP-IDX                PIC 9(4) VALUE 0.
       01 WS-EV-COUNT               PIC 9(4) VALUE 0.
       01 WS-EV-IDX                 PIC 9(4) VALUE 0.
       01 WS-EV-IDX2                PIC 9(4) VALUE 0.
       01 WS-CTR-IDX                PIC 9(1) VALUE 0.
       01 WS-MOIS-IDX               PIC 9(2) VALUE 0.
       01 WS-CHERCHE-AGENCE         PIC X(3) VALUE SPACE.
       01 WS-CHERCHE-CONTRAT        PIC X(3) VALUE SPACE.
       01 WS-TROUVE-IDX             PIC 9(3) VALUE 0.

      * calcul d'une ligne du rapport
       01 WS-L-OUV                  PIC S9(7) VALUE 0.
       01 WS-L-ENT                  PIC 9(7) VALUE 0.
       01 WS-L-SOR                  PIC 9(7) VALUE 0.
       01 WS-L-MIN                  PIC 9(7) VALUE 0.
       01 WS-L-MOUT                 PIC 9(7) VALUE 0.
       01 WS-L-CLO                  PIC S9(7) VALUE 0.
       01 WS-L-SOMEFF               PIC S9(9) VALUE 0.
       01 WS-MOYEN                  PIC S9(7)V99 VALUE 0.
       01 WS-TAUX                   PIC 9(5)V99 VALUE 0.

      * totaux du mois en cours d'edition (region ou societe)
       01 WS-T-OUV                  PIC S9(7) VALUE 0.
       01 WS-T-ENT                  PIC 9(7) VALUE 0.
       01 WS-T-SOR                  PIC 9(7) VALUE 0.
       01 WS-T-MIN                  PIC 9(7) VALUE 0.
       01 WS-T-MOUT                 PIC 9(7) VALUE 0.
       01 WS-T-CLO                  PIC S9(7) VALUE 0.
       01 WS-G-OUV                  PIC S9(7) VALUE 0.
       01 WS-G-ENT                  PIC 9(7) VALUE 0.
       01 WS-G-SOR                  PIC 9(7) VALUE 0.
       01 WS-G-MIN                  PIC 9(7) VALUE 0.
       01 WS-G-MOUT                 PIC 9(7) VALUE 0.
       01 WS-G-CLO                  PIC S9(7) VALUE 0.

      * libelles des types de contrat (5 = autre ou non renseigne)
       01 WS-CTR-LIBS.
           03 FILLER PIC X(3) VALUE 'CDI'.
           03 FILLER PIC X(3) VALUE 'CDD'.
           03 FILLER PIC X(3) VALUE 'INT'.
           03 FILLER PIC X(3) VALUE 'APP'.
           03 FILLER PIC X(3) VALUE 'AUT'.
       01 WS-CTR-LIBT REDEFINES WS-CTR-LIBS.
           03 WS-CTR-LIB OCCURS 5 TIMES PIC X(3).

      * departements (plus une ligne AGENCE INCONNUE en dernier) :
      * effectif par contrat a la cloture de la periode, mouvements
      * du mois, et cumuls de la vue glissante
       01 WS-RDEPT.
         02 WS-T-RDEPT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-DEPT-COUNT.
           03 WS-RDEPT-ID        PIC X(03) VALUE SPACE.
           03 WS-RDEPT-DEP       PIC X(23) VALUE SPACE.
           03 WS-RDEPT-REGION    PIC X(26) VALUE SPACE.
           03 WS-RDEPT-REG-IDX   PIC 9(03) VALUE 0.
           03 WS-RDEPT-CTR OCCURS 5 TIMES.
               05 WS-DC-EFF      PIC S9(5) VALUE 0.
               05 WS-DC-ENT      PIC 9(5) VALUE 0.
               05 WS-DC-SOR      PIC 9(5) VALUE 0.
               05 WS-DC-MIN      PIC 9(5) VALUE 0.
               05 WS-DC-MOUT     PIC 9(5) VALUE 0.
           03 WS-RDEPT-COURANT   PIC S9(5) VALUE 0.
           03 WS-RDEPT-ENT12     PIC 9(5) VALUE 0.
           03 WS-RDEPT-SOR12     PIC 9(5) VALUE 0.
           03 WS-RDEPT-SOMEFF    PIC S9(7) VALUE 0.

      * regions distinctes des departements
       01 WS-RREG.
         02 WS-T-RREG OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REG-COUNT.
           03 WS-RREG-NAME       PIC X(26) VALUE SPACE.

      * employes actuels : agence et contrat (effectif et contrat des
      * mutations)
       01 WS-REMP.
         02 WS-T-REMP OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT.
           03 WS-REMP-ID         PIC X(8) VALUE SPACE.
           03 WS-REMP-CONTRAT    PIC X(3) VALUE SPACE.

      * mouvements appliques reconstitues a partir du journal :
      * E = entree, D = sortie, M = mutation ; departement de depart
      * et d'arrivee (0 = aucun) et type de contrat
       01 WS-REV.
         02 WS-T-REV OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EV-COUNT.
           03 WS-EV-ID           PIC X(8) VALUE SPACE.
           03 WS-EV-CODE         PIC X(13) VALUE SPACE.
           03 WS-EV-HORODATE     PIC X(14) VALUE SPACE.
           03 WS-EV-MOIS         PIC X(6) VALUE SPACE.
           03 WS-EV-TYPE         PIC X(1) VALUE SPACE.
           03 WS-EV-DE           PIC 9(3) VALUE 0.
           03 WS-EV-VERS         PIC 9(3) VALUE 0.
           03 WS-EV-CTR          PIC 9(1) VALUE 0.

      * vue glissante : un poste par mois (1 = periode, 12 = onze
      * mois plus tot), totaux societe
       01 WS-RMOIS.
         02 WS-T-RMOIS OCCURS 12 TIMES.
           03 WS-M-MOIS          PIC X(6) VALUE SPACE.
           03 WS-M-OUV           PIC S9(7) VALUE 0.
           03 WS-M-ENT           PIC 9(7) VALUE 0.
           03 WS-M-SOR           PIC 9(7) VALUE 0.
           03 WS-M-CLO           PIC S9(7) VALUE 0.

      * lignes du rapport
       01 WS-EFF-TITRES.
           03 FILLER PIC X(28) VALUE 'DEPARTEMENT'.
           03 FILLER PIC X(8)  VALUE '  OUVERT'.
           03 FILLER PIC X(8)  VALUE ' ENTREES'.
           03 FILLER PIC X(8)  VALUE ' SORTIES'.
           03 FILLER PIC X(8)  VALUE '   MUT +'.
           03 FILLER PIC X(8)  VALUE '   MUT -'.
           03 FILLER PIC X(8)  VALUE ' CLOTURE'.
           03 FILLER PIC X(10) VALUE ' ROTATION%'.
       01 WS-EFF-LIGNE.
           03 EFF-CODE          PIC X(3) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-LIB           PIC X(23) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-OUV           PIC -(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-ENT           PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-SOR           PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-MIN           PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-MOUT          PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-CLO           PIC -(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 EFF-TAUX          PIC Z(5)9.99.
       01 WS-G12-TITRES.
           03 FILLER PIC X(28) VALUE 'REGION'.
           03 FILLER PIC X(8)  VALUE ' ENTREES'.
           03 FILLER PIC X(8)  VALUE ' SORTIES'.
           03 FILLER PIC X(10) VALUE '  EFF.MOY.'.
           03 FILLER PIC X(12) VALUE ' ROTATION12%'.
       01 WS-G12-LIGNE.
           03 G12-LIB           PIC X(27) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 G12-ENT           PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 G12-SOR           PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 G12-MOYEN         PIC Z(6)9.99.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 G12-TAUX          PIC Z(8)9.99.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'EFFECTIFS' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE.
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           DISPLAY 'PARAMETRE PERIODE = ' WS-PERIODE.

      * departements/regions, effectif actuel, mouvements du journal
           PERFORM 1000-LOAD-DEPTS-START THRU 1000-LOAD-DEPTS-END.
           IF WS-PROCESS-OK-YES
               PERFORM 1100-LOAD-EMPLOYES-START
                  THRU 1100-LOAD-EMPLOYES-END
           END-IF.
           IF WS-PROCESS-OK-YES
               PERFORM 1200-LOAD-JOURNAL-START
                  THRU 1200-LOAD-JOURNAL-END
           END-IF.

      * effectif de cloture de la periode, mouvements du mois puis
      * vue glissante
           IF WS-PROCESS-OK-YES
               PERFORM 2000-CLOTURE-START THRU 2000-CLOTURE-END
               PERFORM 2100-MOIS-START THRU 2100-MOIS-END
               PERFORM 2200-GLISSANT-START THRU 2200-GLISSANT-END
               PERFORM 3000-REPORT-START THRU 3000-REPORT-END
           END-IF.

      * Statistiques d'execution partagees
           MOVE 'EFFECTIFS' TO WS-STAT-PROGRAM-ID.
           MOVE WS-AUDIT-LUS TO WS-STAT-READ-CT.
           MOVE WS-LIGNES-COUNT TO WS-STAT-WRITTEN-CT.
           MOVE 0 TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

           IF WS-PROCESS-OK-YES
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres effectifs.par : PERIODE AAAAMM
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
                           WHEN 'PERIODE'
                               IF PARAM-VALUE(1:6) IS NUMERIC
                                   MOVE PARAM-VALUE(1:6) TO WS-PERIODE
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
      *  Departements et regions distinctes, plus la ligne d'attente
      *  des agences inconnues
       1000-LOAD-DEPTS-START.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-REG-COUNT.
           OPEN INPUT F-DEPT.
           IF REC-DEPT-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-LOAD-DEPTS-END
           END-IF.
           PERFORM UNTIL WS-DEPT-FINI = 'OUI'
                   READ F-DEPT
                    AT END
                     MOVE 'OUI' TO WS-DEPT-FINI
                    NOT AT END
                     IF WS-DEPT-COUNT < 998
                         ADD 1 TO WS-DEPT-COUNT
                         MOVE DEPT-ID TO WS-RDEPT-ID(WS-DEPT-COUNT)
                         MOVE DEPT-DEP TO WS-RDEPT-DEP(WS-DEPT-COUNT)
                         MOVE DEPT-REGION
                            TO WS-RDEPT-REGION(WS-DEPT-COUNT)
                         PERFORM 1010-ADD-REGION-START
                            THRU 1010-ADD-REGION-END
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-DEPT.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-INCONNU.
           MOVE '???' TO WS-RDEPT-ID(WS-DEPT-COUNT).
           MOVE 'AGENCE INCONNUE' TO WS-RDEPT-DEP(WS-DEPT-COUNT).
           MOVE 'REGION INCONNUE' TO WS-RDEPT-REGION(WS-DEPT-COUNT).
           PERFORM 1010-ADD-REGION-START THRU 1010-ADD-REGION-END.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                  UNTIL WS-CTR-IDX > 5
                   MOVE 0 TO WS-DC-EFF(WS-DEPT-IDX WS-CTR-IDX)
                   MOVE 0 TO WS-DC-ENT(WS-DEPT-IDX WS-CTR-IDX)
                   MOVE 0 TO WS-DC-SOR(WS-DEPT-IDX WS-CTR-IDX)
                   MOVE 0 TO WS-DC-MIN(WS-DEPT-IDX WS-CTR-IDX)
                   MOVE 0 TO WS-DC-MOUT(WS-DEPT-IDX WS-CTR-IDX)
               END-PERFORM
               MOVE 0 TO WS-RDEPT-COURANT(WS-DEPT-IDX)
               MOVE 0 TO WS-RDEPT-ENT12(WS-DEPT-IDX)
               MOVE 0 TO WS-RDEPT-SOR12(WS-DEPT-IDX)
               MOVE 0 TO WS-RDEPT-SOMEFF(WS-DEPT-IDX)
           END-PERFORM.
       1000-LOAD-DEPTS-END.
           EXIT.

      * rattache le departement courant a sa region (creee au besoin)
       1010-ADD-REGION-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-FOUND-YES
               IF WS-RREG-NAME(WS-REG-IDX)
                  = WS-RDEPT-REGION(WS-DEPT-COUNT)
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-REG-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND-YES
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-IDX
               MOVE WS-RDEPT-REGION(WS-DEPT-COUNT)
                  TO WS-RREG-NAME(WS-REG-IDX)
           END-IF.
           MOVE WS-REG-IDX TO WS-RDEPT-REG-IDX(WS-DEPT-COUNT).
       1010-ADD-REGION-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Effectif actuel par departement et contrat, et table des
      *  contrats par employe
       1100-LOAD-EMPLOYES-START.
           MOVE 0 TO WS-EMP-COUNT.
           OPEN INPUT F-EMPLOYE.
           IF REC-CLIENT-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1100-LOAD-EMPLOYES-END
           END-IF.
           PERFORM UNTIL WS-EMPLOYE-FINI = 'OUI'
                   READ F-EMPLOYE
                    AT END
                     MOVE 'OUI' TO WS-EMPLOYE-FINI
                    NOT AT END
                     ADD 1 TO WS-EMPLOYE-LUS
                     MOVE EMPLOYE-AGENCE TO WS-CHERCHE-AGENCE
                     PERFORM 1110-FIND-DEPT-START
                        THRU 1110-FIND-DEPT-END
                     MOVE EMPLOYE-CONTRAT TO WS-CHERCHE-CONTRAT
                     PERFORM 1120-FIND-CONTRAT-START
                        THRU 1120-FIND-CONTRAT-END
                     ADD 1 TO WS-DC-EFF(WS-TROUVE-IDX WS-CTR-IDX)
                     IF WS-EMP-COUNT < 9999
                         ADD 1 TO WS-EMP-COUNT
                         MOVE EMPLOYE-ID TO WS-REMP-ID(WS-EMP-COUNT)
                         MOVE EMPLOYE-CONTRAT
                            TO WS-REMP-CONTRAT(WS-EMP-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-EMPLOYE.
       1100-LOAD-EMPLOYES-END.
           EXIT.

      * indice du departement de WS-CHERCHE-AGENCE dans WS-TROUVE-IDX
      * (ligne AGENCE INCONNUE si absent)
       1110-FIND-DEPT-START.
           MOVE WS-DEPT-INCONNU TO WS-TROUVE-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX >= WS-DEPT-INCONNU
               IF WS-RDEPT-ID(WS-DEPT-IDX) = WS-CHERCHE-AGENCE
                   MOVE WS-DEPT-IDX TO WS-TROUVE-IDX
                   MOVE WS-DEPT-INCONNU TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
       1110-FIND-DEPT-END.
           EXIT.

      * indice du type de contrat de WS-CHERCHE-CONTRAT (5 = autre)
       1120-FIND-CONTRAT-START.
           MOVE 5 TO WS-CTR-IDX.
           EVALUATE WS-CHERCHE-CONTRAT
               WHEN 'CDI'
                   MOVE 1 TO WS-CTR-IDX
               WHEN 'CDD'
                   MOVE 2 TO WS-CTR-IDX
               WHEN 'INT'
                   MOVE 3 TO WS-CTR-IDX
               WHEN 'APP'
                   MOVE 4 TO WS-CTR-IDX
           END-EVALUATE.
       1120-FIND-CONTRAT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Reconstitution des mouvements appliques : la ligne AGENCE
      *  d'un EMBAUCHE, DEPART ou MUTATION cree le mouvement, la
      *  ligne CONTRAT qui suit (meme employe, code et horodatage) en
      *  donne le contrat. Une mutation sans changement d'agence
      *  n'est pas un mouvement d'effectif.
       1200-LOAD-JOURNAL-START.
           MOVE 0 TO WS-EV-COUNT.
           OPEN INPUT F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
               DISPLAY 'JOURNAL D''AUDIT ABSENT - AUCUN MOUVEMENT'
               GO TO 1200-LOAD-JOURNAL-END
           END-IF.
           PERFORM UNTIL WS-AUDIT-FINI = 'OUI'
               READ F-AUDIT
                AT END
                 MOVE 'OUI' TO WS-AUDIT-FINI
                NOT AT END
                 ADD 1 TO WS-AUDIT-LUS
                 IF AUD-CODE = 'EMBAUCHE' OR AUD-CODE = 'DEPART'
                    OR AUD-CODE = 'MUTATION'
                     PERFORM 1210-ONE-LIGNE-START
                        THRU 1210-ONE-LIGNE-END
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT.

      * contrat des mutations : employe encore present, sinon le
      * contrat de son depart ulterieur
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-CTR(WS-EV-IDX) = 0
                   PERFORM 1220-CONTRAT-MUTATION-START
                      THRU 1220-CONTRAT-MUTATION-END
               END-IF
           END-PERFORM.
       1200-LOAD-JOURNAL-END.
           EXIT.

       1210-ONE-LIGNE-START.
           IF AUD-CHAMP = 'AGENCE'
               IF AUD-CODE = 'MUTATION' AND AUD-ANCIEN = AUD-NOUVEAU
                   GO TO 1210-ONE-LIGNE-END
               END-IF
               IF WS-EV-COUNT = 9999
                   DISPLAY 'CAPACITE DEPASSEE : TABLE DES MOUVEMENTS'
                   GO TO 1210-ONE-LIGNE-END
               END-IF
               ADD 1 TO WS-EV-COUNT
               MOVE AUD-ID TO WS-EV-ID(WS-EV-COUNT)
               MOVE AUD-CODE TO WS-EV-CODE(WS-EV-COUNT)
               MOVE AUD-HORODATE TO WS-EV-HORODATE(WS-EV-COUNT)
               MOVE AUD-HORODATE(1:6) TO WS-EV-MOIS(WS-EV-COUNT)
               MOVE 0 TO WS-EV-DE(WS-EV-COUNT)
               MOVE 0 TO WS-EV-VERS(WS-EV-COUNT)
               MOVE 0 TO WS-EV-CTR(WS-EV-COUNT)
               IF AUD-CODE NOT = 'EMBAUCHE'
                   MOVE AUD-ANCIEN(1:3) TO WS-CHERCHE-AGENCE
                   PERFORM 1110-FIND-DEPT-START THRU 1110-FIND-DEPT-END
                   MOVE WS-TROUVE-IDX TO WS-EV-DE(WS-EV-COUNT)
               END-IF
               IF AUD-CODE NOT = 'DEPART'
                   MOVE AUD-NOUVEAU(1:3) TO WS-CHERCHE-AGENCE
                   PERFORM 1110-FIND-DEPT-START THRU 1110-FIND-DEPT-END
                   MOVE WS-TROUVE-IDX TO WS-EV-VERS(WS-EV-COUNT)
               END-IF
               EVALUATE AUD-CODE
                   WHEN 'EMBAUCHE'
                       MOVE 'E' TO WS-EV-TYPE(WS-EV-COUNT)
                       MOVE 5 TO WS-EV-CTR(WS-EV-COUNT)
                   WHEN 'DEPART'
                       MOVE 'D' TO WS-EV-TYPE(WS-EV-COUNT)
                       MOVE 5 TO WS-EV-CTR(WS-EV-COUNT)
                   WHEN OTHER
                       MOVE 'M' TO WS-EV-TYPE(WS-EV-COUNT)
               END-EVALUATE
               GO TO 1210-ONE-LIGNE-END
           END-IF.

           IF AUD-CHAMP = 'CONTRAT' AND WS-EV-COUNT > 0
               IF WS-EV-ID(WS-EV-COUNT) = AUD-ID
                  AND WS-EV-CODE(WS-EV-COUNT) = AUD-CODE
                  AND WS-EV-HORODATE(WS-EV-COUNT) = AUD-HORODATE
                   IF AUD-CODE = 'EMBAUCHE'
                       MOVE AUD-NOUVEAU(1:3) TO WS-CHERCHE-CONTRAT
                   ELSE
                       MOVE AUD-ANCIEN(1:3) TO WS-CHERCHE-CONTRAT
                   END-IF
                   PERFORM 1120-FIND-CONTRAT-START
                      THRU 1120-FIND-CONTRAT-END
                   MOVE WS-CTR-IDX TO WS-EV-CTR(WS-EV-COUNT)
               END-IF
           END-IF.
       1210-ONE-LIGNE-END.
           EXIT.

       1220-CONTRAT-MUTATION-START.
           MOVE 5 TO WS-EV-CTR(WS-EV-IDX).
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-REMP-ID(WS-EMP-IDX) = WS-EV-ID(WS-EV-IDX)
                   MOVE WS-REMP-CONTRAT(WS-EMP-IDX)
                      TO WS-CHERCHE-CONTRAT
                   PERFORM 1120-FIND-CONTRAT-START
                      THRU 1120-FIND-CONTRAT-END
                   MOVE WS-CTR-IDX TO WS-EV-CTR(WS-EV-IDX)
                   GO TO 1220-CONTRAT-MUTATION-END
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EV-IDX2 FROM WS-EV-IDX BY 1
              UNTIL WS-EV-IDX2 > WS-EV-COUNT
               IF WS-EV-ID(WS-EV-IDX2) = WS-EV-ID(WS-EV-IDX)
                  AND WS-EV-TYPE(WS-EV-IDX2) = 'D'
                   MOVE WS-EV-CTR(WS-EV-IDX2) TO WS-EV-CTR(WS-EV-IDX)
                   GO TO 1220-CONTRAT-MUTATION-END
               END-IF
           END-PERFORM.
       1220-CONTRAT-MUTATION-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Effectif de cloture de la periode : les mouvements
      *  posterieurs sont retires de l'effectif actuel
       2000-CLOTURE-START.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-MOIS(WS-EV-IDX) > WS-PERIODE
                   MOVE WS-EV-CTR(WS-EV-IDX) TO WS-CTR-IDX
                   IF WS-EV-VERS(WS-EV-IDX) > 0
                       SUBTRACT 1 FROM WS-DC-EFF(WS-EV-VERS(WS-EV-IDX)
                          WS-CTR-IDX)
                   END-IF
                   IF WS-EV-DE(WS-EV-IDX) > 0
                       ADD 1 TO WS-DC-EFF(WS-EV-DE(WS-EV-IDX)
                          WS-CTR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       2000-CLOTURE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Mouvements du mois de la periode par departement et contrat
       2100-MOIS-START.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-MOIS(WS-EV-IDX) = WS-PERIODE
                   MOVE WS-EV-CTR(WS-EV-IDX) TO WS-CTR-IDX
                   EVALUATE WS-EV-TYPE(WS-EV-IDX)
                       WHEN 'E'
                           ADD 1 TO WS-DC-ENT(WS-EV-VERS(WS-EV-IDX)
                              WS-CTR-IDX)
                       WHEN 'D'
                           ADD 1 TO WS-DC-SOR(WS-EV-DE(WS-EV-IDX)
                              WS-CTR-IDX)
                       WHEN 'M'
                           ADD 1 TO WS-DC-MIN(WS-EV-VERS(WS-EV-IDX)
                              WS-CTR-IDX)
                           ADD 1 TO WS-DC-MOUT(WS-EV-DE(WS-EV-IDX)
                              WS-CTR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       2100-MOIS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Vue glissante : on remonte mois par mois depuis la cloture
      *  de la periode ; chaque fin de mois alimente l'effectif moyen
      *  de chaque departement, les entrees et sorties du mois sont
      *  cumulees puis annulees pour retrouver la fin du mois
      *  precedent
       2200-GLISSANT-START.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE 0 TO WS-RDEPT-COURANT(WS-DEPT-IDX)
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                  UNTIL WS-CTR-IDX > 5
                   ADD WS-DC-EFF(WS-DEPT-IDX WS-CTR-IDX)
                      TO WS-RDEPT-COURANT(WS-DEPT-IDX)
               END-PERFORM
           END-PERFORM.

           MOVE WS-PERIODE TO WS-MOIS-CUR.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
              UNTIL WS-MOIS-IDX > 12
               MOVE WS-MOIS-CUR TO WS-M-MOIS(WS-MOIS-IDX)
               MOVE 0 TO WS-M-CLO(WS-MOIS-IDX)
               MOVE 0 TO WS-M-ENT(WS-MOIS-IDX)
               MOVE 0 TO WS-M-SOR(WS-MOIS-IDX)
               MOVE 0 TO WS-M-OUV(WS-MOIS-IDX)
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   ADD WS-RDEPT-COURANT(WS-DEPT-IDX)
                      TO WS-RDEPT-SOMEFF(WS-DEPT-IDX)
                   ADD WS-RDEPT-COURANT(WS-DEPT-IDX)
                      TO WS-M-CLO(WS-MOIS-IDX)
               END-PERFORM
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                  UNTIL WS-EV-IDX > WS-EV-COUNT
                   IF WS-EV-MOIS(WS-EV-IDX) = WS-MOIS-CUR
                       PERFORM 2210-ANNULE-MVT-START
                          THRU 2210-ANNULE-MVT-END
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   ADD WS-RDEPT-COURANT(WS-DEPT-IDX)
                      TO WS-M-OUV(WS-MOIS-IDX)
               END-PERFORM
               IF WS-MC-MOIS = 1
                   MOVE 12 TO WS-MC-MOIS
                   SUBTRACT 1 FROM WS-MC-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MC-MOIS
               END-IF
           END-PERFORM.
       2200-GLISSANT-END.
           EXIT.

       2210-ANNULE-MVT-START.
           EVALUATE WS-EV-TYPE(WS-EV-IDX)
               WHEN 'E'
                   ADD 1 TO WS-M-ENT(WS-MOIS-IDX)
                   ADD 1 TO WS-RDEPT-ENT12(WS-EV-VERS(WS-EV-IDX))
               WHEN 'D'
                   ADD 1 TO WS-M-SOR(WS-MOIS-IDX)
                   ADD 1 TO WS-RDEPT-SOR12(WS-EV-DE(WS-EV-IDX))
           END-EVALUATE.
           IF WS-EV-VERS(WS-EV-IDX) > 0
               SUBTRACT 1 FROM WS-RDEPT-COURANT(WS-EV-VERS(WS-EV-IDX))
           END-IF.
           IF WS-EV-DE(WS-EV-IDX) > 0
               ADD 1 TO WS-RDEPT-COURANT(WS-EV-DE(WS-EV-IDX))
           END-IF.
       2210-ANNULE-MVT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Rapport : par region, ses departements puis le sous-total ;
      *  ventilation par contrat ; vue glissante 12 mois
       3000-REPORT-START.
           OPEN OUTPUT F-EFFECT.
           IF REC-EFFECT-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER EFFECTIFS : ' REC-EFFECT-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 3000-REPORT-END
           END-IF.

           MOVE SPACE TO REC-EFFECT.
           STRING 'EFFECTIFS ET ROTATION DU PERSONNEL - PERIODE '
              DELIMITED BY SIZE
              WS-PERIODE DELIMITED BY SIZE
              INTO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE 'MOUVEMENTS APPLIQUES PAR MVTCLIENT (JOURNAL D''AUDIT)'
              TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE ALL '=' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.

           MOVE 0 TO WS-G-OUV WS-G-ENT WS-G-SOR WS-G-MIN WS-G-MOUT
                     WS-G-CLO.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
               PERFORM 3100-ONE-REGION-START THRU 3100-ONE-REGION-END
           END-PERFORM.

           MOVE ALL '=' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE SPACE TO WS-EFF-LIGNE.
           MOVE 'TOTAL SOCIETE' TO EFF-LIB.
           MOVE WS-G-OUV TO WS-L-OUV.
           MOVE WS-G-ENT TO WS-L-ENT.
           MOVE WS-G-SOR TO WS-L-SOR.
           MOVE WS-G-MIN TO WS-L-MIN.
           MOVE WS-G-MOUT TO WS-L-MOUT.
           MOVE WS-G-CLO TO WS-L-CLO.
           PERFORM 3800-LIGNE-START THRU 3800-LIGNE-END.

           PERFORM 3200-CONTRATS-START THRU 3200-CONTRATS-END.
           PERFORM 3300-GLISSANT-START THRU 3300-GLISSANT-END.
           CLOSE F-EFFECT.
       3000-REPORT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Une region : ses departements mouvementes ou non vides puis
      *  le sous-total de la region
       3100-ONE-REGION-START.
           MOVE 0 TO WS-T-OUV WS-T-ENT WS-T-SOR WS-T-MIN WS-T-MOUT
                     WS-T-CLO.
      * la region d'attente n'est editee que si elle est alimentee
           IF WS-REG-IDX = WS-RDEPT-REG-IDX(WS-DEPT-INCONNU)
              AND WS-REG-IDX = WS-REG-COUNT
               MOVE 0 TO WS-L-OUV WS-L-ENT WS-L-SOR WS-L-MIN
                         WS-L-MOUT WS-L-CLO
               MOVE WS-DEPT-INCONNU TO WS-DEPT-IDX
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                  UNTIL WS-CTR-IDX > 5
                   PERFORM 3810-ADD-CASE-START THRU 3810-ADD-CASE-END
               END-PERFORM
               IF WS-L-CLO = 0 AND WS-L-OUV = 0 AND WS-L-ENT = 0
                  AND WS-L-SOR = 0 AND WS-L-MIN = 0 AND WS-L-MOUT = 0
                   GO TO 3100-ONE-REGION-END
               END-IF
           END-IF.
           MOVE SPACE TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           STRING 'REGION : ' DELIMITED BY SIZE
              WS-RREG-NAME(WS-REG-IDX) DELIMITED BY SIZE
              INTO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE WS-EFF-TITRES TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-RDEPT-REG-IDX(WS-DEPT-IDX) = WS-REG-IDX
                   MOVE 0 TO WS-L-OUV WS-L-ENT WS-L-SOR WS-L-MIN
                             WS-L-MOUT WS-L-CLO
                   PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                      UNTIL WS-CTR-IDX > 5
                       PERFORM 3810-ADD-CASE-START
                          THRU 3810-ADD-CASE-END
                   END-PERFORM
                   IF WS-L-CLO NOT = 0 OR WS-L-ENT > 0
                      OR WS-L-SOR > 0 OR WS-L-MIN > 0 OR WS-L-MOUT > 0
                       MOVE SPACE TO WS-EFF-LIGNE
                       MOVE WS-RDEPT-ID(WS-DEPT-IDX) TO EFF-CODE
                       MOVE WS-RDEPT-DEP(WS-DEPT-IDX) TO EFF-LIB
                       PERFORM 3800-LIGNE-START THRU 3800-LIGNE-END
                   END-IF
                   ADD WS-L-OUV TO WS-T-OUV
                   ADD WS-L-ENT TO WS-T-ENT
                   ADD WS-L-SOR TO WS-T-SOR
                   ADD WS-L-MIN TO WS-T-MIN
                   ADD WS-L-MOUT TO WS-T-MOUT
                   ADD WS-L-CLO TO WS-T-CLO
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-EFF-LIGNE.
           MOVE 'TOTAL REGION' TO EFF-LIB.
           MOVE WS-T-OUV TO WS-L-OUV.
           MOVE WS-T-ENT TO WS-L-ENT.
           MOVE WS-T-SOR TO WS-L-SOR.
           MOVE WS-T-MIN TO WS-L-MIN.
           MOVE WS-T-MOUT TO WS-L-MOUT.
           MOVE WS-T-CLO TO WS-L-CLO.
           PERFORM 3800-LIGNE-START THRU 3800-LIGNE-END.
           ADD WS-T-OUV TO WS-G-OUV.
           ADD WS-T-ENT TO WS-G-ENT.
           ADD WS-T-SOR TO WS-G-SOR.
           ADD WS-T-MIN TO WS-G-MIN.
           ADD WS-T-MOUT TO WS-G-MOUT.
           ADD WS-T-CLO TO WS-G-CLO.
       3100-ONE-REGION-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ventilation par type de contrat : une ligne par region et
      *  contrat represente
       3200-CONTRATS-START.
           MOVE SPACE TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE 'VENTILATION PAR TYPE DE CONTRAT' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE ALL '=' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE WS-EFF-TITRES TO REC-EFFECT.
           MOVE 'CTR REGION' TO REC-EFFECT(1:28).
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                  UNTIL WS-CTR-IDX > 5
                   MOVE 0 TO WS-L-OUV WS-L-ENT WS-L-SOR WS-L-MIN
                             WS-L-MOUT WS-L-CLO
                   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                      UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       IF WS-RDEPT-REG-IDX(WS-DEPT-IDX) = WS-REG-IDX
                           PERFORM 3810-ADD-CASE-START
                              THRU 3810-ADD-CASE-END
                       END-IF
                   END-PERFORM
                   IF WS-L-CLO NOT = 0 OR WS-L-ENT > 0
                      OR WS-L-SOR > 0 OR WS-L-MIN > 0 OR WS-L-MOUT > 0
                       MOVE SPACE TO WS-EFF-LIGNE
                       MOVE WS-CTR-LIB(WS-CTR-IDX) TO EFF-CODE
                       MOVE WS-RREG-NAME(WS-REG-IDX) TO EFF-LIB
                       PERFORM 3800-LIGNE-START THRU 3800-LIGNE-END
                   END-IF
               END-PERFORM
           END-PERFORM.
       3200-CONTRATS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Vue glissante 12 mois : evolution mensuelle de la societe
      *  (du plus ancien au plus recent), puis entrees, sorties,
      *  effectif moyen et taux de rotation sur 12 mois par region
       3300-GLISSANT-START.
           MOVE SPACE TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE 'VUE GLISSANTE 12 MOIS - SOCIETE' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE ALL '=' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE WS-EFF-TITRES TO REC-EFFECT.
           MOVE 'MOIS' TO REC-EFFECT(1:28).
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           PERFORM VARYING WS-MOIS-IDX FROM 12 BY -1
              UNTIL WS-MOIS-IDX < 1
               MOVE SPACE TO WS-EFF-LIGNE
               MOVE WS-M-MOIS(WS-MOIS-IDX) TO EFF-LIB
               MOVE WS-M-OUV(WS-MOIS-IDX) TO WS-L-OUV
               MOVE WS-M-ENT(WS-MOIS-IDX) TO WS-L-ENT
               MOVE WS-M-SOR(WS-MOIS-IDX) TO WS-L-SOR
               MOVE 0 TO WS-L-MIN
               MOVE 0 TO WS-L-MOUT
               MOVE WS-M-CLO(WS-MOIS-IDX) TO WS-L-CLO
               PERFORM 3800-LIGNE-START THRU 3800-LIGNE-END
           END-PERFORM.

           MOVE SPACE TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE 'VUE GLISSANTE 12 MOIS - PAR REGION' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE ALL '=' TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           MOVE WS-G12-TITRES TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE 0 TO WS-L-ENT WS-L-SOR WS-L-SOMEFF
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-RDEPT-REG-IDX(WS-DEPT-IDX) = WS-REG-IDX
                       ADD WS-RDEPT-ENT12(WS-DEPT-IDX) TO WS-L-ENT
                       ADD WS-RDEPT-SOR12(WS-DEPT-IDX) TO WS-L-SOR
                       ADD WS-RDEPT-SOMEFF(WS-DEPT-IDX) TO WS-L-SOMEFF
                   END-IF
               END-PERFORM
               IF WS-L-SOMEFF NOT = 0 OR WS-L-ENT > 0 OR WS-L-SOR > 0
                   MOVE SPACE TO WS-G12-LIGNE
                   MOVE WS-RREG-NAME(WS-REG-IDX) TO G12-LIB
                   MOVE WS-L-ENT TO G12-ENT
                   MOVE WS-L-SOR TO G12-SOR
                   COMPUTE WS-MOYEN ROUNDED = WS-L-SOMEFF / 12
                   MOVE WS-MOYEN TO G12-MOYEN
                   MOVE 0 TO WS-TAUX
                   IF WS-MOYEN > 0
                       COMPUTE WS-TAUX ROUNDED =
                          WS-L-SOR * 100 / WS-MOYEN
                   END-IF
                   MOVE WS-TAUX TO G12-TAUX
                   MOVE WS-G12-LIGNE TO REC-EFFECT
                   PERFORM 3900-WRITE-START THRU 3900-WRITE-END
               END-IF
           END-PERFORM.
       3300-GLISSANT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Edition d'une ligne (code et libelle deja places) : ouverture
      *  deduite des mouvements si elle n'est pas fournie, taux de
      *  rotation = sorties / effectif moyen (ouverture + cloture) / 2
       3800-LIGNE-START.
           MOVE WS-L-OUV TO EFF-OUV.
           MOVE WS-L-ENT TO EFF-ENT.
           MOVE WS-L-SOR TO EFF-SOR.
           MOVE WS-L-MIN TO EFF-MIN.
           MOVE WS-L-MOUT TO EFF-MOUT.
           MOVE WS-L-CLO TO EFF-CLO.
           COMPUTE WS-MOYEN = (WS-L-OUV + WS-L-CLO) / 2.
           MOVE 0 TO WS-TAUX.
           IF WS-MOYEN > 0
               COMPUTE WS-TAUX ROUNDED = WS-L-SOR * 100 / WS-MOYEN
           END-IF.
           MOVE WS-TAUX TO EFF-TAUX.
           MOVE WS-EFF-LIGNE TO REC-EFFECT.
           PERFORM 3900-WRITE-START THRU 3900-WRITE-END.
       3800-LIGNE-END.
           EXIT.

      * cumule la case departement x contrat courante dans la ligne :
      * ouverture = cloture - entrees + sorties - mut+ + mut-
       3810-ADD-CASE-START.
           ADD WS-DC-EFF(WS-DEPT-IDX WS-CTR-IDX) TO WS-L-CLO.
           ADD WS-DC-ENT(WS-DEPT-IDX WS-CTR-IDX) TO WS-L-ENT.
           ADD WS-DC-SOR(WS-DEPT-IDX WS-CTR-IDX) TO WS-L-SOR.
           ADD WS-DC-MIN(WS-DEPT-IDX WS-CTR-IDX) TO WS-L-MIN.
           ADD WS-DC-MOUT(WS-DEPT-IDX WS-CTR-IDX) TO WS-L-MOUT.
           COMPUTE WS-L-OUV = WS-L-OUV
              + WS-DC-EFF(WS-DEPT-IDX WS-CTR-IDX)
              - WS-DC-ENT(WS-DEPT-IDX WS-CTR-IDX)
              + WS-DC-SOR(WS-DEPT-IDX WS-CTR-IDX)
              - WS-DC-MIN(WS-DEPT-IDX WS-CTR-IDX)
              + WS-DC-MOUT(WS-DEPT-IDX WS-CTR-IDX).
       3810-ADD-CASE-END.
           EXIT.

       3900-WRITE-START.
           WRITE REC-EFFECT.
           ADD 1 TO WS-LIGNES-COUNT.
           MOVE SPACE TO REC-EFFECT.
       3900-WRITE-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
