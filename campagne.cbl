       IDENTIFICATION DIVISION.
               PROGRAM-ID. campagne.

      ******************************************************************
      *  Campagne annuelle de revision des salaires. Les regles de
      *  campagne-regles.dat donnent un pourcentage ou un montant
      *  fixe par POSTE-ID, par region (DEPT-REGION de l'agence), par
      *  type de contrat (CDI/CDD/INT/APP) ou pour tous (regle
      *  generale). Toutes les regles qui s'appliquent a un employe
      *  se cumulent : nouveau salaire = ancien x (1 + somme des
      *  pourcentages) + somme des montants fixes, arrondi a l'euro
      *  et plafonne au POSTE-MAX de fr-liste-poste.txt (un salaire
      *  deja au-dessus du plafond reste inchange).
      *  Le rapport campagne-simulation.dat detaille chaque employe
      *  puis le cout par departement compare au budget de
      *  budget-dept.dat. Hors simulation (carte SIMULATION NON de
      *  campagne.par), les transactions MODIF-SALAIRE sont ecrites
      *  dans campagne-mouvements.dat au layout exact de mvtclient,
      *  a recopier dans mouvements-saisie.dat apres validation de la
      *  direction. Par defaut le programme tourne en simulation.
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

           SELECT F-POSTE ASSIGN TO 'fr-liste-poste.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-POSTE-STATUS.

           SELECT F-BUDGET ASSIGN TO 'budget-dept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-BUDGET-STATUS.

           SELECT F-REGLE ASSIGN TO 'campagne-regles.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REGLE-STATUS.

           SELECT F-TRS ASSIGN TO 'campagne-mouvements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-TRS-STATUS.

           SELECT F-SIMU ASSIGN TO 'campagne-simulation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-SIMU-STATUS.

           SELECT F-PARAM ASSIGN TO 'campagne.par'
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
       COPY 'FPOSTE.cpy'.
      * transactions MODIF-SALAIRE generees pour mvtclient
       COPY 'FTRS.cpy'.

      * budget mensuel de masse salariale autorise par departement
       FD  F-BUDGET
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BUDGET.
           03 BUD-DEPT-ID   PIC X(3).
           03 BUD-MONTANT   PIC 9(7).

      * regles de campagne : type (P = poste, R = region, C = contrat,
      * G = generale), cle (POSTE-ID, DEPT-REGION ou contrat ; blanc
      * pour la regle generale), mode (% ou M = montant fixe) et
      * valeur avec deux decimales ; lignes '*' = commentaires
       FD  F-REGLE
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REGLE.
           03 RGL-TYPE      PIC X(1).
              88 RGL-POSTE      VALUE 'P'.
              88 RGL-REGION     VALUE 'R'.
              88 RGL-CONTRAT    VALUE 'C'.
              88 RGL-GENERALE   VALUE 'G'.
           03 RGL-CLE       PIC X(26).
           03 RGL-MODE      PIC X(1).
              88 RGL-POURCENT   VALUE '%'.
              88 RGL-MONTANT    VALUE 'M'.
           03 RGL-VALEUR    PIC 9(5)V99.

      * rapport de simulation
       FD  F-SIMU
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SIMU                  PIC X(132) VALUE SPACE.

      * cartes parametres campagne.par : MOT-CLE puis valeur
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
       01 REC-POSTE-STATUS          PIC X(2) VALUE SPACE.
       01 REC-BUDGET-STATUS         PIC X(2) VALUE SPACE.
       01 REC-REGLE-STATUS          PIC X(2) VALUE SPACE.
       01 REC-TRS-STATUS            PIC X(2) VALUE SPACE.
       01 REC-SIMU-STATUS           PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-SIMULATION             PIC X(3) VALUE 'OUI'.
           88 WS-SIMULATION-YES         VALUE 'OUI'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-EMPLOYE-FINI           PIC X(3) VALUE 'NON'.
       01 WS-DEPT-FINI              PIC X(3) VALUE 'NON'.
       01 WS-POSTE-FINI             PIC X(3) VALUE 'NON'.
       01 WS-BUDGET-FINI            PIC X(3) VALUE 'NON'.
       01 WS-REGLE-FINI             PIC X(3) VALUE 'NON'.
       01 WS-BUD-ABSENT             PIC X(1) VALUE 'N'.
           88 WS-BUD-ABSENT-YES         VALUE 'Y'.
       01 WS-EMPLOYE-LUS            PIC 9(4) VALUE 0.
       01 WS-TRS-COUNT              PIC 9(4) VALUE 0.
       01 WS-REJET-COUNT            PIC 9(4) VALUE 0.
       01 WS-PLAFOND-COUNT          PIC 9(4) VALUE 0.
       01 WS-DEPASSE-COUNT          PIC 9(3) VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX               PIC 9(3) VALUE 0.
       01 WS-POSTE-COUNT            PIC 9(3) VALUE 0.
       01 WS-POSTE-IDX              PIC 9(3) VALUE 0.
       01 WS-REGLE-COUNT            PIC 9(3) VALUE 0.
       01 WS-REGLE-IDX              PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND             PIC X(01) VALUE 'N'.
           88 WS-DEPT-FOUND-YES         VALUE 'Y'.
       01 WS-POSTE-FOUND            PIC X(01) VALUE 'N'.
           88 WS-POSTE-FOUND-YES        VALUE 'Y'.
       01 WS-REGLE-OK               PIC X(01) VALUE 'N'.
           88 WS-REGLE-OK-YES           VALUE 'Y'.

      * calcul de l'employe courant
       01 WS-ANCIEN                 PIC 9(7) VALUE 0.
       01 WS-NOUVEAU                PIC 9(7) VALUE 0.
       01 WS-PCT                    PIC 9(5)V99 VALUE 0.
       01 WS-FIXE                   PIC 9(7)V99 VALUE 0.
       01 WS-REGION                 PIC X(26) VALUE SPACE.
       01 WS-MARQUE                 PIC X(13) VALUE SPACE.

      * totaux generaux
       01 WS-G-AVANT                PIC 9(9) VALUE 0.
       01 WS-G-APRES                PIC 9(9) VALUE 0.
       01 WS-G-BUDGET               PIC 9(9) VALUE 0.
       01 WS-ECART                  PIC S9(9) VALUE 0.
       01 WS-PNT-NB                 PIC ZZZ9.

      * table des regles de campagne
       01 WS-RREGLE.
         02 WS-T-RREGLE OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REGLE-COUNT.
           03 WS-RREGLE-TYPE     PIC X(1) VALUE SPACE.
           03 WS-RREGLE-CLE      PIC X(26) VALUE SPACE.
           03 WS-RREGLE-MODE     PIC X(1) VALUE SPACE.
           03 WS-RREGLE-VALEUR   PIC 9(5)V99 VALUE 0.

      * table de reference des postes
       01 WS-RPOSTE.
         02 WS-T-RPOSTE OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-POSTE-COUNT.
           03 WS-RPOSTE-ID       PIC X(04) VALUE SPACE.
           03 WS-RPOSTE-LIB      PIC X(14) VALUE SPACE.
           03 WS-RPOSTE-MIN      PIC 9(07) VALUE 0.
           03 WS-RPOSTE-MAX      PIC 9(07) VALUE 0.

      * departements avec masse avant/apres campagne et budget
       01 WS-RDEPT.
         02 WS-T-RDEPT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-DEPT-COUNT.
           03 WS-RDEPT-ID        PIC X(03) VALUE SPACE.
           03 WS-RDEPT-DEP       PIC X(23) VALUE SPACE.
           03 WS-RDEPT-REGION    PIC X(26) VALUE SPACE.
           03 WS-RDEPT-NB        PIC 9(04) VALUE 0.
           03 WS-RDEPT-AVANT     PIC 9(09) VALUE 0.
           03 WS-RDEPT-APRES     PIC 9(09) VALUE 0.
           03 WS-RDEPT-BUDGET    PIC 9(07) VALUE 0.
           03 WS-RDEPT-BUD-VU    PIC X(01) VALUE 'N'.
               88 WS-RDEPT-BUD-VU-YES   VALUE 'Y'.

      * ligne de detail par employe
       01 WS-SIM-TITRES.
           03 FILLER PIC X(9)  VALUE 'EMPLOYE'.
           03 FILLER PIC X(21) VALUE 'NOM'.
           03 FILLER PIC X(6)  VALUE 'POSTE'.
           03 FILLER PIC X(4)  VALUE 'AGC'.
           03 FILLER PIC X(4)  VALUE 'CTR'.
           03 FILLER PIC X(8)  VALUE ' ANCIEN'.
           03 FILLER PIC X(9)  VALUE '   HAUSSE'.
           03 FILLER PIC X(11) VALUE '     FIXE'.
           03 FILLER PIC X(8)  VALUE 'NOUVEAU'.
           03 FILLER PIC X(12) VALUE 'OBSERVATION'.
       01 WS-SIM-LIGNE.
           03 SIM-ID            PIC X(8) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-NOM           PIC X(20) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-POSTE         PIC X(4) VALUE SPACE.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 SIM-AGENCE        PIC X(3) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-CONTRAT       PIC X(3) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-ANCIEN        PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-PCT           PIC ZZZ9.99.
           03 FILLER            PIC X(1) VALUE '%'.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-FIXE          PIC Z(6)9.99.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-NOUVEAU       PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SIM-MARQUE        PIC X(30) VALUE SPACE.

      * ligne du cout par departement
       01 WS-DEP-TITRES.
           03 FILLER PIC X(28) VALUE 'DEPARTEMENT'.
           03 FILLER PIC X(5)  VALUE '   NB'.
           03 FILLER PIC X(11) VALUE ' MASSE AVT'.
           03 FILLER PIC X(11) VALUE ' MASSE APR'.
           03 FILLER PIC X(10) VALUE '   HAUSSE'.
           03 FILLER PIC X(9)  VALUE '   BUDGET'.
           03 FILLER PIC X(11) VALUE '  ECART BUD'.
           03 FILLER PIC X(10) VALUE ' STATUT'.
       01 WS-DEP-LIGNE.
           03 DEP-ID            PIC X(3) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-LIB           PIC X(23) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-NB            PIC ZZZ9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-AVANT         PIC Z(9)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-APRES         PIC Z(9)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-HAUSSE        PIC Z(8)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-BUDGET        PIC Z(7)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-ECART         PIC +(9)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DEP-STATUT        PIC X(12) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'CAMPAGNE' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           DISPLAY 'PARAMETRE SIMULATION = ' WS-SIMULATION.

      * references, budget et regles de la campagne
           PERFORM 1000-LOAD-REFS-START THRU 1000-LOAD-REFS-END.
           IF WS-PROCESS-OK-YES
               PERFORM 1100-LOAD-REGLES-START THRU 1100-LOAD-REGLES-END
           END-IF.

      * calcul employe par employe, puis cout par departement
           IF WS-PROCESS-OK-YES
               PERFORM 2000-CAMPAGNE-START THRU 2000-CAMPAGNE-END
           END-IF.
           IF WS-PROCESS-OK-YES
               PERFORM 3000-COUT-DEPT-START THRU 3000-COUT-DEPT-END
           END-IF.

      * Statistiques d'execution partagees
           MOVE 'CAMPAGNE' TO WS-STAT-PROGRAM-ID.
           MOVE WS-EMPLOYE-LUS TO WS-STAT-READ-CT.
           MOVE WS-TRS-COUNT TO WS-STAT-WRITTEN-CT.
           MOVE WS-REJET-COUNT TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

      * Controle/redemarrage partage
           IF WS-PROCESS-OK-YES
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres campagne.par : SIMULATION OUI/NON (OUI
      *  par defaut, rien n'est genere pour mvtclient)
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
                           WHEN 'SIMULATION'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-SIMULATION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PARAM.
           IF WS-SIMULATION NOT = 'NON'
               MOVE 'OUI' TO WS-SIMULATION
           END-IF.
       0100-READ-PARAMS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement des departements, des postes et du budget ; le
      *  fichier des postes est indispensable (plafonds et regles par
      *  POSTE-ID), le budget est facultatif
       1000-LOAD-REFS-START.
           MOVE 0 TO WS-DEPT-COUNT.
           OPEN INPUT F-DEPT.
           IF REC-DEPT-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-LOAD-REFS-END
           END-IF.
           PERFORM UNTIL WS-DEPT-FINI = 'OUI'
                   READ F-DEPT
                    AT END
                     MOVE 'OUI' TO WS-DEPT-FINI
                    NOT AT END
                     IF WS-DEPT-COUNT < 999
                         ADD 1 TO WS-DEPT-COUNT
                         MOVE DEPT-ID TO WS-RDEPT-ID(WS-DEPT-COUNT)
                         MOVE DEPT-DEP TO WS-RDEPT-DEP(WS-DEPT-COUNT)
                         MOVE DEPT-REGION
                            TO WS-RDEPT-REGION(WS-DEPT-COUNT)
                         MOVE 0 TO WS-RDEPT-NB(WS-DEPT-COUNT)
                         MOVE 0 TO WS-RDEPT-AVANT(WS-DEPT-COUNT)
                         MOVE 0 TO WS-RDEPT-APRES(WS-DEPT-COUNT)
                         MOVE 0 TO WS-RDEPT-BUDGET(WS-DEPT-COUNT)
                         MOVE 'N' TO WS-RDEPT-BUD-VU(WS-DEPT-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-DEPT.

           MOVE 0 TO WS-POSTE-COUNT.
           OPEN INPUT F-POSTE.
           IF REC-POSTE-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER POSTES : ' REC-POSTE-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-LOAD-REFS-END
           END-IF.
           PERFORM UNTIL WS-POSTE-FINI = 'OUI'
                   READ F-POSTE
                    AT END
                     MOVE 'OUI' TO WS-POSTE-FINI
                    NOT AT END
                     IF WS-POSTE-COUNT < 999
                         ADD 1 TO WS-POSTE-COUNT
                         MOVE RPOSTE TO WS-T-RPOSTE(WS-POSTE-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-POSTE.

           MOVE 'N' TO WS-BUD-ABSENT.
           OPEN INPUT F-BUDGET.
           IF REC-BUDGET-STATUS NOT = '00'
               MOVE 'Y' TO WS-BUD-ABSENT
               DISPLAY 'FICHIER BUDGET ABSENT - PAS DE COMPARAISON'
               GO TO 1000-LOAD-REFS-END
           END-IF.
           PERFORM UNTIL WS-BUDGET-FINI = 'OUI'
                   READ F-BUDGET
                    AT END
                     MOVE 'OUI' TO WS-BUDGET-FINI
                    NOT AT END
                     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                         IF WS-RDEPT-ID(WS-DEPT-IDX) = BUD-DEPT-ID
                            AND BUD-MONTANT IS NUMERIC
                             MOVE BUD-MONTANT
                                TO WS-RDEPT-BUDGET(WS-DEPT-IDX)
                             MOVE 'Y' TO WS-RDEPT-BUD-VU(WS-DEPT-IDX)
                         END-IF
                     END-PERFORM
                   END-READ
           END-PERFORM.
           CLOSE F-BUDGET.
       1000-LOAD-REFS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement des regles ; une regle mal formee (type, mode ou
      *  valeur) est signalee et ignoree, une campagne sans regle est
      *  une erreur
       1100-LOAD-REGLES-START.
           MOVE 0 TO WS-REGLE-COUNT.
           OPEN INPUT F-REGLE.
           IF REC-REGLE-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER REGLES : ' REC-REGLE-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1100-LOAD-REGLES-END
           END-IF.
           PERFORM UNTIL WS-REGLE-FINI = 'OUI'
                   READ F-REGLE
                    AT END
                     MOVE 'OUI' TO WS-REGLE-FINI
                    NOT AT END
                     IF REC-REGLE(1:1) NOT = '*'
                         IF (RGL-POSTE OR RGL-REGION OR RGL-CONTRAT
                             OR RGL-GENERALE)
                            AND (RGL-POURCENT OR RGL-MONTANT)
                            AND RGL-VALEUR IS NUMERIC
                            AND WS-REGLE-COUNT < 999
                             ADD 1 TO WS-REGLE-COUNT
                             MOVE REC-REGLE
                                TO WS-T-RREGLE(WS-REGLE-COUNT)
                         ELSE
                             DISPLAY 'REGLE IGNOREE : ' REC-REGLE
                         END-IF
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-REGLE.
           IF WS-REGLE-COUNT = 0
               DISPLAY 'AUCUNE REGLE DE CAMPAGNE'
               MOVE 'N' TO WS-PROCESS-OK
           END-IF.
       1100-LOAD-REGLES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lecture des employes : calcul, detail au rapport et, hors
      *  simulation, transaction MODIF-SALAIRE quand le salaire
      *  change
       2000-CAMPAGNE-START.
           OPEN INPUT F-EMPLOYE.
           IF REC-CLIENT-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2000-CAMPAGNE-END
           END-IF.

           OPEN OUTPUT F-SIMU.
           CLOSE F-SIMU.
           OPEN EXTEND F-SIMU.
           IF NOT WS-SIMULATION-YES
               OPEN OUTPUT F-TRS
               CLOSE F-TRS
               OPEN EXTEND F-TRS
           END-IF.

           MOVE SPACE TO REC-SIMU.
           IF WS-SIMULATION-YES
               MOVE 'CAMPAGNE DE REVISION DES SALAIRES - SIMULATION'
                  TO REC-SIMU
           ELSE
               MOVE 'CAMPAGNE DE REVISION DES SALAIRES - MOUVEMENTS '
                  TO REC-SIMU
               MOVE 'GENERES DANS campagne-mouvements.dat'
                  TO REC-SIMU(48:40)
           END-IF.
           WRITE REC-SIMU.
           MOVE ALL '-' TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE WS-SIM-TITRES TO REC-SIMU.
           WRITE REC-SIMU.

           PERFORM UNTIL WS-EMPLOYE-FINI = 'OUI'
                   READ F-EMPLOYE
                    AT END
                     MOVE 'OUI' TO WS-EMPLOYE-FINI
                    NOT AT END
                     ADD 1 TO WS-EMPLOYE-LUS
                     PERFORM 2100-ONE-EMPLOYE-START
                        THRU 2100-ONE-EMPLOYE-END
                   END-READ
           END-PERFORM.
           CLOSE F-EMPLOYE.
           IF NOT WS-SIMULATION-YES
               CLOSE F-TRS
           END-IF.
       2000-CAMPAGNE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Un employe : departement et region de l'agence, poste de
      *  reference, cumul des regles applicables, plafond du poste
       2100-ONE-EMPLOYE-START.
           MOVE SPACE TO WS-SIM-LIGNE.
           MOVE EMPLOYE-ID TO SIM-ID.
           MOVE EMPLOYE-NOM TO SIM-NOM.
           MOVE EMPLOYE-AGENCE TO SIM-AGENCE.
           MOVE EMPLOYE-CONTRAT TO SIM-CONTRAT.
           IF EMPLOYE-SALAIRE IS NOT NUMERIC
               ADD 1 TO WS-REJET-COUNT
               MOVE 'SALAIRE NON NUMERIQUE - IGNORE' TO SIM-MARQUE
               MOVE WS-SIM-LIGNE TO REC-SIMU
               WRITE REC-SIMU
               GO TO 2100-ONE-EMPLOYE-END
           END-IF.
           MOVE EMPLOYE-SALAIRE TO WS-ANCIEN.

           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACE TO WS-REGION.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND-YES
               IF WS-RDEPT-ID(WS-DEPT-IDX) = EMPLOYE-AGENCE
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE WS-RDEPT-REGION(WS-DEPT-IDX) TO WS-REGION
                   SUBTRACT 1 FROM WS-DEPT-IDX
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-POSTE-FOUND.
           PERFORM VARYING WS-POSTE-IDX FROM 1 BY 1
              UNTIL WS-POSTE-IDX > WS-POSTE-COUNT OR WS-POSTE-FOUND-YES
               IF WS-RPOSTE-LIB(WS-POSTE-IDX) = EMPLOYE-POSTE
                   MOVE 'Y' TO WS-POSTE-FOUND
                   MOVE WS-RPOSTE-ID(WS-POSTE-IDX) TO SIM-POSTE
                   SUBTRACT 1 FROM WS-POSTE-IDX
               END-IF
           END-PERFORM.

      * cumul des regles qui visent cet employe
           MOVE 0 TO WS-PCT.
           MOVE 0 TO WS-FIXE.
           PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
              UNTIL WS-REGLE-IDX > WS-REGLE-COUNT
               MOVE 'N' TO WS-REGLE-OK
               EVALUATE WS-RREGLE-TYPE(WS-REGLE-IDX)
                   WHEN 'G'
                       MOVE 'Y' TO WS-REGLE-OK
                   WHEN 'P'
                       IF WS-POSTE-FOUND-YES
                          AND WS-RREGLE-CLE(WS-REGLE-IDX)(1:4)
                              = WS-RPOSTE-ID(WS-POSTE-IDX)
                           MOVE 'Y' TO WS-REGLE-OK
                       END-IF
                   WHEN 'R'
                       IF WS-DEPT-FOUND-YES
                          AND WS-RREGLE-CLE(WS-REGLE-IDX) = WS-REGION
                           MOVE 'Y' TO WS-REGLE-OK
                       END-IF
                   WHEN 'C'
                       IF WS-RREGLE-CLE(WS-REGLE-IDX)(1:3)
                          = EMPLOYE-CONTRAT
                           MOVE 'Y' TO WS-REGLE-OK
                       END-IF
               END-EVALUATE
               IF WS-REGLE-OK-YES
                   IF WS-RREGLE-MODE(WS-REGLE-IDX) = '%'
                       ADD WS-RREGLE-VALEUR(WS-REGLE-IDX) TO WS-PCT
                   ELSE
                       ADD WS-RREGLE-VALEUR(WS-REGLE-IDX) TO WS-FIXE
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-NOUVEAU ROUNDED =
              WS-ANCIEN * (100 + WS-PCT) / 100 + WS-FIXE.

      * plafond du poste : jamais au-dela du POSTE-MAX, et jamais de
      * baisse pour un salaire deja hors fourchette
           MOVE SPACE TO WS-MARQUE.
           IF NOT WS-POSTE-FOUND-YES
               MOVE 'POSTE INCONNU' TO WS-MARQUE
           ELSE
           IF WS-RPOSTE-MAX(WS-POSTE-IDX) > 0
              AND WS-NOUVEAU > WS-RPOSTE-MAX(WS-POSTE-IDX)
               ADD 1 TO WS-PLAFOND-COUNT
               MOVE 'PLAFOND' TO WS-MARQUE
               IF WS-ANCIEN >= WS-RPOSTE-MAX(WS-POSTE-IDX)
                   MOVE WS-ANCIEN TO WS-NOUVEAU
                   MOVE 'DEJA AU PLAF.' TO WS-MARQUE
               ELSE
                   MOVE WS-RPOSTE-MAX(WS-POSTE-IDX) TO WS-NOUVEAU
               END-IF
           END-IF
           END-IF.
           IF NOT WS-DEPT-FOUND-YES
               MOVE 'AGENCE INCONNUE' TO SIM-MARQUE(14:17)
           END-IF.
           MOVE WS-MARQUE TO SIM-MARQUE(1:13).

           MOVE WS-ANCIEN TO SIM-ANCIEN.
           MOVE WS-PCT TO SIM-PCT.
           MOVE WS-FIXE TO SIM-FIXE.
           MOVE WS-NOUVEAU TO SIM-NOUVEAU.
           MOVE WS-SIM-LIGNE TO REC-SIMU.
           WRITE REC-SIMU.

           ADD WS-ANCIEN TO WS-G-AVANT.
           ADD WS-NOUVEAU TO WS-G-APRES.
           IF WS-DEPT-FOUND-YES
               ADD 1 TO WS-RDEPT-NB(WS-DEPT-IDX)
               ADD WS-ANCIEN TO WS-RDEPT-AVANT(WS-DEPT-IDX)
               ADD WS-NOUVEAU TO WS-RDEPT-APRES(WS-DEPT-IDX)
           END-IF.

           IF WS-NOUVEAU NOT = WS-ANCIEN AND NOT WS-SIMULATION-YES
               MOVE SPACE TO REC-TRS
               MOVE 'MODIF-SALAIRE' TO TRS-CODE
               MOVE EMPLOYE-ID TO TRS-ID
               MOVE EMPLOYE-NOM TO TRS-NOM
               MOVE EMPLOYE-PRENOM TO TRS-PRENOM
               MOVE EMPLOYE-POSTE TO TRS-POSTE
               MOVE WS-NOUVEAU TO TRS-SALAIRE
               MOVE EMPLOYE-AGENCE TO TRS-AGENCE
               MOVE EMPLOYE-EMBAUCHE TO TRS-EMBAUCHE-DATE
               MOVE EMPLOYE-CONTRAT TO TRS-CONTRAT
               WRITE REC-TRS
               ADD 1 TO WS-TRS-COUNT
           END-IF.
       2100-ONE-EMPLOYE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Cout de la campagne par departement : masse mensuelle avant
      *  et apres, hausse, budget autorise et ecart au budget
      *  (positif = depassement)
       3000-COUT-DEPT-START.
           MOVE SPACE TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE 'COUT DE LA CAMPAGNE PAR DEPARTEMENT (MASSE MENSUELLE)'
              TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE ALL '-' TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE WS-DEP-TITRES TO REC-SIMU.
           WRITE REC-SIMU.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-RDEPT-NB(WS-DEPT-IDX) > 0
                  OR WS-RDEPT-BUD-VU-YES(WS-DEPT-IDX)
                   MOVE SPACE TO WS-DEP-LIGNE
                   MOVE WS-RDEPT-ID(WS-DEPT-IDX) TO DEP-ID
                   MOVE WS-RDEPT-DEP(WS-DEPT-IDX) TO DEP-LIB
                   MOVE WS-RDEPT-NB(WS-DEPT-IDX) TO DEP-NB
                   MOVE WS-RDEPT-AVANT(WS-DEPT-IDX) TO DEP-AVANT
                   MOVE WS-RDEPT-APRES(WS-DEPT-IDX) TO DEP-APRES
                   COMPUTE DEP-HAUSSE = WS-RDEPT-APRES(WS-DEPT-IDX)
                      - WS-RDEPT-AVANT(WS-DEPT-IDX)
                   IF WS-RDEPT-BUD-VU-YES(WS-DEPT-IDX)
                       MOVE WS-RDEPT-BUDGET(WS-DEPT-IDX) TO DEP-BUDGET
                       ADD WS-RDEPT-BUDGET(WS-DEPT-IDX) TO WS-G-BUDGET
                       COMPUTE WS-ECART = WS-RDEPT-APRES(WS-DEPT-IDX)
                          - WS-RDEPT-BUDGET(WS-DEPT-IDX)
                       MOVE WS-ECART TO DEP-ECART
                       IF WS-ECART > 0
                           MOVE 'DEPASSEMENT' TO DEP-STATUT
                           ADD 1 TO WS-DEPASSE-COUNT
                       ELSE
                           MOVE 'OK' TO DEP-STATUT
                       END-IF
                   ELSE
                       MOVE 'SANS BUDGET' TO DEP-STATUT
                   END-IF
                   MOVE WS-DEP-LIGNE TO REC-SIMU
                   WRITE REC-SIMU
               END-IF
           END-PERFORM.

           MOVE ALL '-' TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE SPACE TO WS-DEP-LIGNE.
           MOVE 'TOTAL' TO DEP-LIB.
           MOVE WS-EMPLOYE-LUS TO DEP-NB.
           MOVE WS-G-AVANT TO DEP-AVANT.
           MOVE WS-G-APRES TO DEP-APRES.
           COMPUTE DEP-HAUSSE = WS-G-APRES - WS-G-AVANT.
           IF NOT WS-BUD-ABSENT-YES
               MOVE WS-G-BUDGET TO DEP-BUDGET
           END-IF.
           MOVE WS-DEP-LIGNE TO REC-SIMU.
           WRITE REC-SIMU.

           MOVE SPACE TO REC-SIMU.
           WRITE REC-SIMU.
           MOVE WS-PLAFOND-COUNT TO WS-PNT-NB.
           STRING 'SALAIRES PLAFONNES AU POSTE-MAX    : '
                  DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-SIMU.
           WRITE REC-SIMU.
           MOVE SPACE TO REC-SIMU.
           MOVE WS-DEPASSE-COUNT TO WS-PNT-NB.
           STRING 'DEPARTEMENTS EN DEPASSEMENT BUDGET : '
                  DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-SIMU.
           WRITE REC-SIMU.
           MOVE SPACE TO REC-SIMU.
           MOVE WS-TRS-COUNT TO WS-PNT-NB.
           STRING 'TRANSACTIONS MODIF-SALAIRE         : '
                  DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-SIMU.
           IF WS-SIMULATION-YES
               MOVE '(SIMULATION - AUCUN FICHIER GENERE)'
                  TO REC-SIMU(44:40)
           END-IF.
           WRITE REC-SIMU.
           CLOSE F-SIMU.
       3000-COUT-DEPT-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
