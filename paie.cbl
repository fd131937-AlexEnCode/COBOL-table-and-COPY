       IDENTIFICATION DIVISION.
               PROGRAM-ID. paie.

      ******************************************************************
      *  Paie mensuelle : un bulletin par employe du fichier
      *  fichierclient.txt, edite dans le fichier spoule
      *  bulletins-paie.dat. Le brut est le SALAIRE mensuel du
      *  fichier des employes ; chaque cotisation de la table
      *  taux-cotisations.dat (taux salarial, taux patronal,
      *  plafond mensuel) donne une ligne de retenue. Les cumuls de
      *  l'annee civile sont tenus dans cumuls-paie.dat (une relance
      *  du meme mois remplace le mois deja cumule au lieu de
      *  l'ajouter une deuxieme fois).
      *  Le listing de controle paie-controle.dat totalise le brut,
      *  les retenues, le net et les charges patronales par centre
      *  de cout (CC + DEPT-ID, CC999 pour les agences inconnues,
      *  comme l'interface comptable de copyclient) et rapproche le
      *  brut de chaque centre du montant de comptable.dat pour que
      *  la comptabilite impute le net et les charges du meme run.
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

           SELECT F-TAUX ASSIGN TO 'taux-cotisations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-TAUX-STATUS.

           SELECT F-CUMUL ASSIGN TO 'cumuls-paie.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CUMUL-STATUS.

           SELECT F-BULL ASSIGN TO 'bulletins-paie.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-BULL-STATUS.

           SELECT F-COMPTA ASSIGN TO 'comptable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-COMPTA-STATUS.

           SELECT F-PAICTL ASSIGN TO 'paie-controle.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PAICTL-STATUS.

           SELECT F-PARAM ASSIGN TO 'paie.par'
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

      * table des cotisations : code, libelle du bulletin, taux
      * salarial et taux patronal en pourcentage (3 decimales) et
      * plafond mensuel de l'assiette (zero = pas de plafond)
       FD  F-TAUX
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TAUX.
           03 TAUX-CODE         PIC X(6).
           03 TAUX-LIB          PIC X(24).
           03 TAUX-SAL          PIC 9(2)V9(3).
           03 TAUX-PAT          PIC 9(2)V9(3).
           03 TAUX-PLAFOND      PIC 9(7).

      * cumuls annuels par employe : annee et dernier mois cumule,
      * cumuls de l'annee, puis montants du dernier mois cumule (pour
      * remplacer proprement le mois en cas de relance)
       FD  F-CUMUL
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CUMUL.
           03 CUM-ID            PIC X(8).
           03 CUM-ANNEE         PIC 9(4).
           03 CUM-MOIS          PIC 9(2).
           03 CUM-BRUT          PIC 9(9)V99.
           03 CUM-RETENUES      PIC 9(9)V99.
           03 CUM-NET           PIC S9(9)V99.
           03 CUM-PATRONAL      PIC 9(9)V99.
           03 CUM-M-BRUT        PIC 9(7)V99.
           03 CUM-M-RETENUES    PIC 9(7)V99.
           03 CUM-M-NET         PIC S9(7)V99.
           03 CUM-M-PATRONAL    PIC 9(7)V99.

      * fichier spoule des bulletins, un bulletin apres l'autre
       FD  F-BULL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BULL                  PIC X(100) VALUE SPACE.

      * interface comptable produite par copyclient (relue pour le
      * rapprochement)
       FD  F-COMPTA
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.
       01  REC-COMPTA.
           03 CPT-TYPE          PIC X(1).
           03 FILLER            PIC X(1).
           03 CPT-CENTRE        PIC X(5).
           03 FILLER            PIC X(1).
           03 CPT-LIB           PIC X(23).
           03 FILLER            PIC X(1).
           03 CPT-MONTANT       PIC 9(9).
           03 FILLER            PIC X(4).

      * listing de controle de la paie par centre de cout
       FD  F-PAICTL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PAICTL                PIC X(120) VALUE SPACE.

      * cartes parametres paie.par : MOT-CLE puis valeur
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
       01 REC-TAUX-STATUS           PIC X(2) VALUE SPACE.
       01 REC-CUMUL-STATUS          PIC X(2) VALUE SPACE.
       01 REC-BULL-STATUS           PIC X(2) VALUE SPACE.
       01 REC-COMPTA-STATUS         PIC X(2) VALUE SPACE.
       01 REC-PAICTL-STATUS         PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-EMPLOYE-FINI           PIC X(3) VALUE 'NON'.
       01 WS-DEPT-FINI              PIC X(3) VALUE 'NON'.
       01 WS-POSTE-FINI             PIC X(3) VALUE 'NON'.
       01 WS-TAUX-FINI              PIC X(3) VALUE 'NON'.
       01 WS-CUMUL-FINI             PIC X(3) VALUE 'NON'.
       01 WS-COMPTA-FINI            PIC X(3) VALUE 'NON'.
       01 WS-COMPTA-ABSENT          PIC X(1) VALUE 'N'.
           88 WS-COMPTA-ABSENT-YES      VALUE 'Y'.
       01 WS-EMPLOYE-LUS            PIC 9(4) VALUE 0.
       01 WS-BULL-COUNT             PIC 9(4) VALUE 0.
       01 WS-REJET-COUNT            PIC 9(4) VALUE 0.
       01 WS-ECART-COUNT            PIC 9(3) VALUE 0.
       01 TIMING                    PIC 9(3) VALUE 1.
       01 WS-DEPT-COUNT             PIC 9(3) VALUE 0.
       01 WS-POSTE-COUNT            PIC 9(3) VALUE 0.
       01 WS-TAUX-COUNT             PIC 9(2) VALUE 0.
       01 WS-TAUX-IDX               PIC 9(2) VALUE 0.
       01 WS-CUMUL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CUMUL-IDX              PIC 9(4) VALUE 0.
       01 WS-CC-COUNT               PIC 9(3) VALUE 0.
       01 WS-CC-IDX                 PIC 9(3) VALUE 0.
       01 WS-POSTE-IDX              PIC 9(3) VALUE 0.
       01 WS-FOUND                  PIC X(01) VALUE 'N'.
           88 WS-FOUND-YES              VALUE 'Y'.
       01 WS-POSTE-FOUND            PIC X(01) VALUE 'N'.
           88 WS-POSTE-FOUND-YES        VALUE 'Y'.

      * periode de paie AAAAMM : carte PERIODE de paie.par, sinon le
      * mois courant
       01 WS-PERIODE                PIC X(6) VALUE SPACE.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
           03 WS-PER-ANNEE          PIC 9(4).
           03 WS-PER-MOIS           PIC 9(2).

      * montants de l'employe courant
       01 WS-BRUT                   PIC 9(7) VALUE 0.
       01 WS-BASE                   PIC 9(7)V99 VALUE 0.
       01 WS-RETENUE                PIC 9(7)V99 VALUE 0.
       01 WS-PATRONAL               PIC 9(7)V99 VALUE 0.
       01 WS-TOT-RETENUES           PIC 9(7)V99 VALUE 0.
       01 WS-TOT-PATRONAL           PIC 9(7)V99 VALUE 0.
       01 WS-NET                    PIC S9(7)V99 VALUE 0.
       01 WS-CENTRE                 PIC X(5) VALUE SPACE.
       01 WS-DEPT-LIB               PIC X(23) VALUE SPACE.

      * totaux generaux du listing de controle
       01 WS-G-BRUT                 PIC 9(9) VALUE 0.
       01 WS-G-COMPTA               PIC 9(9) VALUE 0.
       01 WS-G-RETENUES             PIC 9(9)V99 VALUE 0.
       01 WS-G-NET                  PIC S9(9)V99 VALUE 0.
       01 WS-G-PATRONAL             PIC 9(9)V99 VALUE 0.
       01 WS-ECART                  PIC S9(9) VALUE 0.

       01 WS-PNT-MONTANT            PIC Z(8)9.99.
       01 WS-PNT-NET                PIC -(8)9.99.
       01 WS-PNT-NB                 PIC ZZZ9.

      * table des cotisations
       01 WS-RTAUX.
         02 WS-T-RTAUX OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-TAUX-COUNT.
           03 WS-RTAUX-CODE     PIC X(6) VALUE SPACE.
           03 WS-RTAUX-LIB      PIC X(24) VALUE SPACE.
           03 WS-RTAUX-SAL      PIC 9(2)V9(3) VALUE 0.
           03 WS-RTAUX-PAT      PIC 9(2)V9(3) VALUE 0.
           03 WS-RTAUX-PLAFOND  PIC 9(7) VALUE 0.

      * table de reference des postes
       01 WS-RPOSTE.
         02 WS-T-RPOSTE OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-POSTE-COUNT.
           03 WS-RPOSTE-ID       PIC X(04) VALUE SPACE.
           03 WS-RPOSTE-LIB      PIC X(14) VALUE SPACE.
           03 WS-RPOSTE-MIN      PIC 9(07) VALUE 0.
           03 WS-RPOSTE-MAX      PIC 9(07) VALUE 0.

      * centres de cout : un par departement de fr-liste-dept.txt,
      * plus le centre d'attente CC999, avec les totaux de la paie
      * et le montant lu dans comptable.dat
       01 WS-RCC.
         02 WS-T-RCC OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CC-COUNT.
           03 WS-RCC-CENTRE      PIC X(5) VALUE SPACE.
           03 WS-RCC-LIB         PIC X(23) VALUE SPACE.
           03 WS-RCC-NB          PIC 9(4) VALUE 0.
           03 WS-RCC-BRUT        PIC 9(9) VALUE 0.
           03 WS-RCC-RETENUES    PIC 9(9)V99 VALUE 0.
           03 WS-RCC-NET         PIC S9(9)V99 VALUE 0.
           03 WS-RCC-PATRONAL    PIC 9(9)V99 VALUE 0.
           03 WS-RCC-COMPTA      PIC 9(9) VALUE 0.
           03 WS-RCC-COMPTA-VU   PIC X(1) VALUE 'N'.
               88 WS-RCC-COMPTA-VU-YES  VALUE 'Y'.

      * cumuls annuels en memoire, reecrits en fin de run
       01 WS-RCUMUL.
         02 WS-T-RCUMUL OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CUMUL-COUNT.
           03 WS-RCUM-ID         PIC X(8) VALUE SPACE.
           03 WS-RCUM-ANNEE      PIC 9(4) VALUE 0.
           03 WS-RCUM-MOIS       PIC 9(2) VALUE 0.
           03 WS-RCUM-BRUT       PIC 9(9)V99 VALUE 0.
           03 WS-RCUM-RETENUES   PIC 9(9)V99 VALUE 0.
           03 WS-RCUM-NET        PIC S9(9)V99 VALUE 0.
           03 WS-RCUM-PATRONAL   PIC 9(9)V99 VALUE 0.
           03 WS-RCUM-M-BRUT     PIC 9(7)V99 VALUE 0.
           03 WS-RCUM-M-RETENUES PIC 9(7)V99 VALUE 0.
           03 WS-RCUM-M-NET      PIC S9(7)V99 VALUE 0.
           03 WS-RCUM-M-PATRONAL PIC 9(7)V99 VALUE 0.

      * lignes du bulletin
       01 WS-BL-TITRES.
           03 FILLER PIC X(25) VALUE 'RUBRIQUE'.
           03 FILLER PIC X(12) VALUE '      BASE  '.
           03 FILLER PIC X(8)  VALUE 'TX SAL  '.
           03 FILLER PIC X(12) VALUE '   RETENUE  '.
           03 FILLER PIC X(8)  VALUE 'TX PAT  '.
           03 FILLER PIC X(10) VALUE 'CHARGE PAT'.
       01 WS-BL-COTIS.
           03 BL-LIB            PIC X(24) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 BL-BASE           PIC Z(6)9.99.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 BL-TAUX-SAL       PIC Z9.999.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 BL-RETENUE        PIC Z(6)9.99.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 BL-TAUX-PAT       PIC Z9.999.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 BL-PATRONAL       PIC Z(6)9.99.

      * ligne du listing de controle par centre
       01 WS-CTL-TITRES.
           03 FILLER PIC X(30) VALUE 'CENTRE LIBELLE'.
           03 FILLER PIC X(10) VALUE ' BRUT PAIE'.
           03 FILLER PIC X(10) VALUE ' BRUT CPTA'.
           03 FILLER PIC X(10) VALUE '     ECART'.
           03 FILLER PIC X(13) VALUE '     RETENUES'.
           03 FILLER PIC X(13) VALUE '          NET'.
           03 FILLER PIC X(13) VALUE '  CHARGES PAT'.
           03 FILLER PIC X(7)  VALUE ' STATUT'.
       01 WS-CTL-LIGNE.
           03 CTL-CENTRE        PIC X(5) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-LIB           PIC X(23) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-BRUT          PIC Z(8)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-COMPTA        PIC Z(8)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-ECART         PIC -(8)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-RETENUES      PIC Z(8)9.99.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-NET           PIC -(8)9.99.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-PATRONAL      PIC Z(8)9.99.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 CTL-STATUT        PIC X(5) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'PAIE' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE.
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           DISPLAY 'PARAMETRE PERIODE = ' WS-PERIODE.

      * tables de reference, cotisations et cumuls de l'annee
           PERFORM 1000-LOAD-REFS-START THRU 1000-LOAD-REFS-END.
           IF WS-PROCESS-OK-YES
               PERFORM 1100-LOAD-TAUX-START THRU 1100-LOAD-TAUX-END
           END-IF.
           IF WS-PROCESS-OK-YES
               PERFORM 1200-LOAD-CUMULS-START
                  THRU 1200-LOAD-CUMULS-END
           END-IF.

      * un bulletin par employe, puis mise a jour des cumuls
           IF WS-PROCESS-OK-YES
               PERFORM 2000-PAYROLL-START THRU 2000-PAYROLL-END
           END-IF.
           IF WS-PROCESS-OK-YES
               PERFORM 3000-REWRITE-CUMULS-START
                  THRU 3000-REWRITE-CUMULS-END
           END-IF.

      * listing de controle et rapprochement avec comptable.dat
           IF WS-PROCESS-OK-YES
               PERFORM 4000-CONTROLE-START THRU 4000-CONTROLE-END
           END-IF.

      * Statistiques d'execution partagees
           MOVE 'PAIE' TO WS-STAT-PROGRAM-ID.
           MOVE WS-EMPLOYE-LUS TO WS-STAT-READ-CT.
           MOVE WS-BULL-COUNT TO WS-STAT-WRITTEN-CT.
           MOVE WS-REJET-COUNT TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

      * Controle/redemarrage partage : un fichier d'entree manquant
      * met le programme en echec
           IF WS-PROCESS-OK-YES
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres paie.par : PERIODE AAAAMM pour rejouer un
      *  mois donne ; fichier absent = mois courant
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
      *  Chargement des departements (un centre de cout chacun, plus
      *  le centre d'attente CC999 en dernier) et des postes ; le
      *  fichier des postes est facultatif (libelle seulement)
       1000-LOAD-REFS-START.
           MOVE 0 TO WS-CC-COUNT.
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
                     IF WS-CC-COUNT < 998
                         ADD 1 TO WS-DEPT-COUNT
                         ADD 1 TO WS-CC-COUNT
                         MOVE SPACE TO WS-RCC-CENTRE(WS-CC-COUNT)
                         STRING 'CC' DELIMITED BY SIZE
                            DEPT-ID DELIMITED BY SIZE
                            INTO WS-RCC-CENTRE(WS-CC-COUNT)
                         MOVE DEPT-DEP TO WS-RCC-LIB(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-NB(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-BRUT(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-RETENUES(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-NET(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-PATRONAL(WS-CC-COUNT)
                         MOVE 0 TO WS-RCC-COMPTA(WS-CC-COUNT)
                         MOVE 'N' TO WS-RCC-COMPTA-VU(WS-CC-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-DEPT.

           ADD 1 TO WS-CC-COUNT.
           MOVE 'CC999' TO WS-RCC-CENTRE(WS-CC-COUNT).
           MOVE 'ATTENTE AGENCE INCONNUE' TO WS-RCC-LIB(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-NB(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-BRUT(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-RETENUES(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-NET(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-PATRONAL(WS-CC-COUNT).
           MOVE 0 TO WS-RCC-COMPTA(WS-CC-COUNT).
           MOVE 'N' TO WS-RCC-COMPTA-VU(WS-CC-COUNT).

           MOVE 0 TO WS-POSTE-COUNT.
           OPEN INPUT F-POSTE.
           IF REC-POSTE-STATUS NOT = '00'
               DISPLAY 'FICHIER POSTES ABSENT - BULLETINS SANS CODE '
                  'POSTE'
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
       1000-LOAD-REFS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement de la table des cotisations ; sans elle aucun
      *  bulletin ne peut etre calcule
       1100-LOAD-TAUX-START.
           MOVE 0 TO WS-TAUX-COUNT.
           OPEN INPUT F-TAUX.
           IF REC-TAUX-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER COTISATIONS : ' REC-TAUX-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1100-LOAD-TAUX-END
           END-IF.
           PERFORM UNTIL WS-TAUX-FINI = 'OUI'
                   READ F-TAUX
                    AT END
                     MOVE 'OUI' TO WS-TAUX-FINI
                    NOT AT END
                     IF TAUX-SAL IS NOT NUMERIC
                        OR TAUX-PAT IS NOT NUMERIC
                        OR TAUX-PLAFOND IS NOT NUMERIC
                         DISPLAY 'COTISATION IGNOREE (TAUX NON '
                            'NUMERIQUE) : ' TAUX-CODE
                     ELSE
                     IF WS-TAUX-COUNT < 99
                         ADD 1 TO WS-TAUX-COUNT
                         MOVE TAUX-CODE TO WS-RTAUX-CODE(WS-TAUX-COUNT)
                         MOVE TAUX-LIB TO WS-RTAUX-LIB(WS-TAUX-COUNT)
                         MOVE TAUX-SAL TO WS-RTAUX-SAL(WS-TAUX-COUNT)
                         MOVE TAUX-PAT TO WS-RTAUX-PAT(WS-TAUX-COUNT)
                         MOVE TAUX-PLAFOND
                            TO WS-RTAUX-PLAFOND(WS-TAUX-COUNT)
                     END-IF
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-TAUX.

           IF WS-TAUX-COUNT = 0
               DISPLAY 'TABLE DES COTISATIONS VIDE'
               MOVE 'N' TO WS-PROCESS-OK
           END-IF.
       1100-LOAD-TAUX-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement des cumuls annuels ; fichier absent = premier
      *  mois de paie, tous les cumuls partent de zero
       1200-LOAD-CUMULS-START.
           MOVE 0 TO WS-CUMUL-COUNT.
           OPEN INPUT F-CUMUL.
           IF REC-CUMUL-STATUS NOT = '00'
               DISPLAY 'FICHIER DES CUMULS ABSENT - CUMULS A ZERO'
               GO TO 1200-LOAD-CUMULS-END
           END-IF.
           PERFORM UNTIL WS-CUMUL-FINI = 'OUI'
                   READ F-CUMUL
                    AT END
                     MOVE 'OUI' TO WS-CUMUL-FINI
                    NOT AT END
                     IF WS-CUMUL-COUNT < 9999
                         ADD 1 TO WS-CUMUL-COUNT
                         MOVE REC-CUMUL
                            TO WS-T-RCUMUL(WS-CUMUL-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-CUMUL.
       1200-LOAD-CUMULS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lecture du fichier des employes et edition d'un bulletin par
      *  employe dans le fichier spoule
       2000-PAYROLL-START.
           OPEN INPUT F-EMPLOYE.
           IF REC-CLIENT-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2000-PAYROLL-END
           END-IF.

           OPEN OUTPUT F-BULL.
           CLOSE F-BULL.
           OPEN EXTEND F-BULL.

      * le listing de controle commence par les employes rejetes
           OPEN OUTPUT F-PAICTL.
           CLOSE F-PAICTL.
           OPEN EXTEND F-PAICTL.
           MOVE SPACE TO REC-PAICTL.
           STRING 'CONTROLE DE LA PAIE - PERIODE ' DELIMITED BY SIZE
              WS-PERIODE DELIMITED BY SIZE
              INTO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE ALL '-' TO REC-PAICTL.
           WRITE REC-PAICTL.

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
           CLOSE F-BULL.
       2000-PAYROLL-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Paie d'un employe : controle du salaire, centre de cout,
      *  cotisations, cumuls, puis edition du bulletin. Un salaire
      *  non numerique est rejete au listing de controle (le centre
      *  montrera alors un ecart avec comptable.dat)
       2100-ONE-EMPLOYE-START.
           IF EMPLOYE-SALAIRE IS NOT NUMERIC
               ADD 1 TO WS-REJET-COUNT
               MOVE SPACE TO REC-PAICTL
               STRING 'EMPLOYE ' DELIMITED BY SIZE
                  EMPLOYE-ID DELIMITED BY SIZE
                  ' : SALAIRE NON NUMERIQUE (' DELIMITED BY SIZE
                  EMPLOYE-SALAIRE DELIMITED BY SIZE
                  ') - PAS DE BULLETIN' DELIMITED BY SIZE
                  INTO REC-PAICTL
               WRITE REC-PAICTL
               GO TO 2100-ONE-EMPLOYE-END
           END-IF.
           MOVE EMPLOYE-SALAIRE TO WS-BRUT.

      * centre de cout de l'agence (le dernier poste de la table est
      * le centre d'attente CC999)
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX >= WS-CC-COUNT OR WS-FOUND-YES
               IF WS-RCC-CENTRE(WS-CC-IDX)(3:3) = EMPLOYE-AGENCE
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-CC-IDX
               END-IF
           END-PERFORM.
           MOVE WS-RCC-CENTRE(WS-CC-IDX) TO WS-CENTRE.
           MOVE WS-RCC-LIB(WS-CC-IDX) TO WS-DEPT-LIB.

      * poste de reference (libelle = EMPLOYE-POSTE)
           MOVE 'N' TO WS-POSTE-FOUND.
           PERFORM VARYING WS-POSTE-IDX FROM 1 BY 1
              UNTIL WS-POSTE-IDX > WS-POSTE-COUNT OR WS-POSTE-FOUND-YES
               IF WS-RPOSTE-LIB(WS-POSTE-IDX) = EMPLOYE-POSTE
                   MOVE 'Y' TO WS-POSTE-FOUND
                   SUBTRACT 1 FROM WS-POSTE-IDX
               END-IF
           END-PERFORM.

           PERFORM 2400-BULL-ENTETE-START THRU 2400-BULL-ENTETE-END.
           PERFORM 2200-COTISATIONS-START THRU 2200-COTISATIONS-END.
           COMPUTE WS-NET = WS-BRUT - WS-TOT-RETENUES.
           PERFORM 2300-CUMULS-START THRU 2300-CUMULS-END.
           PERFORM 2500-BULL-PIED-START THRU 2500-BULL-PIED-END.

           ADD 1 TO WS-BULL-COUNT.
           ADD 1 TO WS-RCC-NB(WS-CC-IDX).
           ADD WS-BRUT TO WS-RCC-BRUT(WS-CC-IDX).
           ADD WS-TOT-RETENUES TO WS-RCC-RETENUES(WS-CC-IDX).
           ADD WS-NET TO WS-RCC-NET(WS-CC-IDX).
           ADD WS-TOT-PATRONAL TO WS-RCC-PATRONAL(WS-CC-IDX).
       2100-ONE-EMPLOYE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Une ligne de bulletin par cotisation : assiette plafonnee,
      *  retenue salariale et charge patronale arrondies au centime
       2200-COTISATIONS-START.
           MOVE 0 TO WS-TOT-RETENUES.
           MOVE 0 TO WS-TOT-PATRONAL.
           PERFORM VARYING WS-TAUX-IDX FROM 1 BY 1
              UNTIL WS-TAUX-IDX > WS-TAUX-COUNT
               MOVE WS-BRUT TO WS-BASE
               IF WS-RTAUX-PLAFOND(WS-TAUX-IDX) > 0
                  AND WS-BASE > WS-RTAUX-PLAFOND(WS-TAUX-IDX)
                   MOVE WS-RTAUX-PLAFOND(WS-TAUX-IDX) TO WS-BASE
               END-IF
               COMPUTE WS-RETENUE ROUNDED =
                  WS-BASE * WS-RTAUX-SAL(WS-TAUX-IDX) / 100
               COMPUTE WS-PATRONAL ROUNDED =
                  WS-BASE * WS-RTAUX-PAT(WS-TAUX-IDX) / 100
               ADD WS-RETENUE TO WS-TOT-RETENUES
               ADD WS-PATRONAL TO WS-TOT-PATRONAL

               MOVE WS-RTAUX-LIB(WS-TAUX-IDX) TO BL-LIB
               MOVE WS-BASE TO BL-BASE
               MOVE WS-RTAUX-SAL(WS-TAUX-IDX) TO BL-TAUX-SAL
               MOVE WS-RETENUE TO BL-RETENUE
               MOVE WS-RTAUX-PAT(WS-TAUX-IDX) TO BL-TAUX-PAT
               MOVE WS-PATRONAL TO BL-PATRONAL
               MOVE SPACE TO REC-BULL
               MOVE WS-BL-COTIS TO REC-BULL
               WRITE REC-BULL
           END-PERFORM.
       2200-COTISATIONS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Cumuls annuels de l'employe : remis a zero au changement
      *  d'annee ; si le mois a deja ete cumule (relance), ses
      *  montants sont d'abord retires
       2300-CUMULS-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CUMUL-IDX FROM 1 BY 1
              UNTIL WS-CUMUL-IDX > WS-CUMUL-COUNT OR WS-FOUND-YES
               IF WS-RCUM-ID(WS-CUMUL-IDX) = EMPLOYE-ID
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-CUMUL-IDX
               END-IF
           END-PERFORM.

           IF NOT WS-FOUND-YES
               IF WS-CUMUL-COUNT = 9999
                   DISPLAY 'CAPACITE DEPASSEE : TABLE DES CUMULS'
                   GO TO 2300-CUMULS-END
               END-IF
               ADD 1 TO WS-CUMUL-COUNT
               MOVE WS-CUMUL-COUNT TO WS-CUMUL-IDX
               MOVE EMPLOYE-ID TO WS-RCUM-ID(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-ANNEE(WS-CUMUL-IDX)
           END-IF.

           IF WS-RCUM-ANNEE(WS-CUMUL-IDX) NOT = WS-PER-ANNEE
               MOVE WS-PER-ANNEE TO WS-RCUM-ANNEE(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-MOIS(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-BRUT(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-RETENUES(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-NET(WS-CUMUL-IDX)
               MOVE 0 TO WS-RCUM-PATRONAL(WS-CUMUL-IDX)
           ELSE
           IF WS-RCUM-MOIS(WS-CUMUL-IDX) = WS-PER-MOIS
               SUBTRACT WS-RCUM-M-BRUT(WS-CUMUL-IDX)
                  FROM WS-RCUM-BRUT(WS-CUMUL-IDX)
               SUBTRACT WS-RCUM-M-RETENUES(WS-CUMUL-IDX)
                  FROM WS-RCUM-RETENUES(WS-CUMUL-IDX)
               SUBTRACT WS-RCUM-M-NET(WS-CUMUL-IDX)
                  FROM WS-RCUM-NET(WS-CUMUL-IDX)
               SUBTRACT WS-RCUM-M-PATRONAL(WS-CUMUL-IDX)
                  FROM WS-RCUM-PATRONAL(WS-CUMUL-IDX)
           END-IF
           END-IF.

           MOVE WS-PER-MOIS TO WS-RCUM-MOIS(WS-CUMUL-IDX).
           MOVE WS-BRUT TO WS-RCUM-M-BRUT(WS-CUMUL-IDX).
           MOVE WS-TOT-RETENUES TO WS-RCUM-M-RETENUES(WS-CUMUL-IDX).
           MOVE WS-NET TO WS-RCUM-M-NET(WS-CUMUL-IDX).
           MOVE WS-TOT-PATRONAL TO WS-RCUM-M-PATRONAL(WS-CUMUL-IDX).
           ADD WS-BRUT TO WS-RCUM-BRUT(WS-CUMUL-IDX).
           ADD WS-TOT-RETENUES TO WS-RCUM-RETENUES(WS-CUMUL-IDX).
           ADD WS-NET TO WS-RCUM-NET(WS-CUMUL-IDX).
           ADD WS-TOT-PATRONAL TO WS-RCUM-PATRONAL(WS-CUMUL-IDX).
       2300-CUMULS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  En-tete du bulletin : periode, identite, poste, agence et
      *  contrat, puis la ligne du salaire de base
       2400-BULL-ENTETE-START.
           MOVE ALL '=' TO REC-BULL.
           WRITE REC-BULL.
           MOVE SPACE TO REC-BULL.
           STRING 'BULLETIN DE PAIE' DELIMITED BY SIZE
              '                              PERIODE : '
                 DELIMITED BY SIZE
              WS-PER-MOIS DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-PER-ANNEE DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE SPACE TO REC-BULL.
           STRING 'EMPLOYE : ' DELIMITED BY SIZE
              EMPLOYE-ID DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMPLOYE-NOM DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMPLOYE-PRENOM DELIMITED BY SIZE
              '  EMBAUCHE : ' DELIMITED BY SIZE
              EMPLOYE-EMBAUCHE DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE SPACE TO REC-BULL.
           IF WS-POSTE-FOUND-YES
               STRING 'POSTE   : ' DELIMITED BY SIZE
                  WS-RPOSTE-ID(WS-POSTE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMPLOYE-POSTE DELIMITED BY SIZE
                  INTO REC-BULL
           ELSE
               STRING 'POSTE   : ---- ' DELIMITED BY SIZE
                  EMPLOYE-POSTE DELIMITED BY SIZE
                  INTO REC-BULL
           END-IF.
           STRING '  CONTRAT : ' DELIMITED BY SIZE
              EMPLOYE-CONTRAT DELIMITED BY SIZE
              INTO REC-BULL(30:20).
           WRITE REC-BULL.
           MOVE SPACE TO REC-BULL.
           STRING 'AGENCE  : ' DELIMITED BY SIZE
              EMPLOYE-AGENCE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DEPT-LIB DELIMITED BY SIZE
              '  CENTRE : ' DELIMITED BY SIZE
              WS-CENTRE DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE ALL '-' TO REC-BULL.
           WRITE REC-BULL.
           MOVE WS-BL-TITRES TO REC-BULL.
           WRITE REC-BULL.
           MOVE SPACE TO WS-BL-COTIS.
           MOVE 'SALAIRE DE BASE' TO BL-LIB.
           MOVE WS-BRUT TO BL-BASE.
           MOVE SPACE TO REC-BULL.
           MOVE WS-BL-COTIS(1:35) TO REC-BULL.
           WRITE REC-BULL.
       2400-BULL-ENTETE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Pied du bulletin : brut, total des retenues, net a payer,
      *  charges patronales et cumuls de l'annee
       2500-BULL-PIED-START.
           MOVE ALL '-' TO REC-BULL.
           WRITE REC-BULL.
           MOVE WS-BRUT TO WS-PNT-MONTANT.
           MOVE SPACE TO REC-BULL.
           STRING 'SALAIRE BRUT              ' DELIMITED BY SIZE
              WS-PNT-MONTANT DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE WS-TOT-RETENUES TO WS-PNT-MONTANT.
           MOVE SPACE TO REC-BULL.
           STRING 'TOTAL DES RETENUES        ' DELIMITED BY SIZE
              WS-PNT-MONTANT DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE WS-NET TO WS-PNT-NET.
           MOVE SPACE TO REC-BULL.
           STRING 'NET A PAYER               ' DELIMITED BY SIZE
              WS-PNT-NET DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE WS-TOT-PATRONAL TO WS-PNT-MONTANT.
           MOVE SPACE TO REC-BULL.
           STRING 'TOTAL CHARGES PATRONALES  ' DELIMITED BY SIZE
              WS-PNT-MONTANT DELIMITED BY SIZE
              INTO REC-BULL.
           WRITE REC-BULL.
           MOVE ALL '-' TO REC-BULL.
           WRITE REC-BULL.
           IF WS-CUMUL-IDX > 0 AND WS-CUMUL-IDX <= WS-CUMUL-COUNT
               MOVE SPACE TO REC-BULL
               STRING 'CUMULS ' DELIMITED BY SIZE
                  WS-PER-ANNEE DELIMITED BY SIZE
                  '              BRUT     RETENUES' DELIMITED BY SIZE
                  '          NET  CHARGES PAT' DELIMITED BY SIZE
                  INTO REC-BULL
               WRITE REC-BULL
               MOVE SPACE TO REC-BULL
               MOVE WS-RCUM-BRUT(WS-CUMUL-IDX) TO WS-PNT-MONTANT
               MOVE WS-PNT-MONTANT TO REC-BULL(18:12)
               MOVE WS-RCUM-RETENUES(WS-CUMUL-IDX) TO WS-PNT-MONTANT
               MOVE WS-PNT-MONTANT TO REC-BULL(31:12)
               MOVE WS-RCUM-NET(WS-CUMUL-IDX) TO WS-PNT-NET
               MOVE WS-PNT-NET TO REC-BULL(44:12)
               MOVE WS-RCUM-PATRONAL(WS-CUMUL-IDX) TO WS-PNT-MONTANT
               MOVE WS-PNT-MONTANT TO REC-BULL(57:12)
               WRITE REC-BULL
           END-IF.
       2500-BULL-PIED-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Reecriture complete du fichier des cumuls
       3000-REWRITE-CUMULS-START.
           OPEN OUTPUT F-CUMUL.
           IF REC-CUMUL-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER CUMULS : ' REC-CUMUL-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 3000-REWRITE-CUMULS-END
           END-IF.
           PERFORM VARYING WS-CUMUL-IDX FROM 1 BY 1
              UNTIL WS-CUMUL-IDX > WS-CUMUL-COUNT
               MOVE WS-T-RCUMUL(WS-CUMUL-IDX) TO REC-CUMUL
               WRITE REC-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.
       3000-REWRITE-CUMULS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Listing de controle : relecture de comptable.dat (lignes D et
      *  S) puis une ligne par centre mouvemente avec le brut de la
      *  paie, le montant comptable, l'ecart, les retenues, le net a
      *  imputer et les charges patronales, et les totaux generaux
       4000-CONTROLE-START.
           PERFORM 4100-LOAD-COMPTA-START THRU 4100-LOAD-COMPTA-END.

           MOVE SPACE TO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE WS-CTL-TITRES TO REC-PAICTL.
           WRITE REC-PAICTL.

           MOVE 0 TO WS-ECART-COUNT.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-RCC-NB(WS-CC-IDX) > 0
                  OR WS-RCC-COMPTA-VU-YES(WS-CC-IDX)
                   MOVE SPACE TO WS-CTL-LIGNE
                   MOVE WS-RCC-CENTRE(WS-CC-IDX) TO CTL-CENTRE
                   MOVE WS-RCC-LIB(WS-CC-IDX) TO CTL-LIB
                   MOVE WS-RCC-BRUT(WS-CC-IDX) TO CTL-BRUT
                   MOVE WS-RCC-COMPTA(WS-CC-IDX) TO CTL-COMPTA
                   COMPUTE WS-ECART = WS-RCC-BRUT(WS-CC-IDX)
                      - WS-RCC-COMPTA(WS-CC-IDX)
                   MOVE WS-ECART TO CTL-ECART
                   MOVE WS-RCC-RETENUES(WS-CC-IDX) TO CTL-RETENUES
                   MOVE WS-RCC-NET(WS-CC-IDX) TO CTL-NET
                   MOVE WS-RCC-PATRONAL(WS-CC-IDX) TO CTL-PATRONAL
                   IF WS-COMPTA-ABSENT-YES
                       MOVE '-' TO CTL-STATUT
                   ELSE
                   IF WS-ECART = 0
                       MOVE 'OK' TO CTL-STATUT
                   ELSE
                       MOVE 'ECART' TO CTL-STATUT
                       ADD 1 TO WS-ECART-COUNT
                   END-IF
                   END-IF
                   MOVE WS-CTL-LIGNE TO REC-PAICTL
                   WRITE REC-PAICTL
                   ADD WS-RCC-BRUT(WS-CC-IDX) TO WS-G-BRUT
                   ADD WS-RCC-COMPTA(WS-CC-IDX) TO WS-G-COMPTA
                   ADD WS-RCC-RETENUES(WS-CC-IDX) TO WS-G-RETENUES
                   ADD WS-RCC-NET(WS-CC-IDX) TO WS-G-NET
                   ADD WS-RCC-PATRONAL(WS-CC-IDX) TO WS-G-PATRONAL
               END-IF
           END-PERFORM.

           MOVE ALL '-' TO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE SPACE TO WS-CTL-LIGNE.
           MOVE 'TOTAL' TO CTL-CENTRE.
           MOVE 'TOTAL GENERAL' TO CTL-LIB.
           MOVE WS-G-BRUT TO CTL-BRUT.
           MOVE WS-G-COMPTA TO CTL-COMPTA.
           COMPUTE WS-ECART = WS-G-BRUT - WS-G-COMPTA.
           MOVE WS-ECART TO CTL-ECART.
           MOVE WS-G-RETENUES TO CTL-RETENUES.
           MOVE WS-G-NET TO CTL-NET.
           MOVE WS-G-PATRONAL TO CTL-PATRONAL.
           MOVE WS-CTL-LIGNE TO REC-PAICTL.
           WRITE REC-PAICTL.

           MOVE SPACE TO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE WS-BULL-COUNT TO WS-PNT-NB.
           MOVE SPACE TO REC-PAICTL.
           STRING 'BULLETINS EDITES   : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE WS-REJET-COUNT TO WS-PNT-NB.
           MOVE SPACE TO REC-PAICTL.
           STRING 'EMPLOYES REJETES   : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-PAICTL.
           WRITE REC-PAICTL.
           MOVE SPACE TO REC-PAICTL.
           IF WS-COMPTA-ABSENT-YES
               STRING 'RAPPROCHEMENT COMPTABLE : FICHIER COMPTABLE '
                  DELIMITED BY SIZE
                  'ABSENT - PAS DE RAPPROCHEMENT' DELIMITED BY SIZE
                  INTO REC-PAICTL
           ELSE
           IF WS-ECART-COUNT = 0
               MOVE 'RAPPROCHEMENT COMPTABLE : OK - IMPUTATION POSSIBLE'
                  TO REC-PAICTL
           ELSE
               MOVE WS-ECART-COUNT TO WS-PNT-NB
               STRING 'RAPPROCHEMENT COMPTABLE : ' DELIMITED BY SIZE
                  WS-PNT-NB DELIMITED BY SIZE
                  ' CENTRE(S) EN ECART - IMPUTATION A BLOQUER'
                     DELIMITED BY SIZE
                  INTO REC-PAICTL
               DISPLAY 'ATTENTION : ECART PAIE / COMPTABLE SUR '
                  WS-PNT-NB ' CENTRE(S)'
           END-IF
           END-IF.
           WRITE REC-PAICTL.
           CLOSE F-PAICTL.
       4000-CONTROLE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Relecture de l'interface comptable : chaque ligne de debit ou
      *  d'attente est rattachee a son centre (un centre inconnu de
      *  la paie est ajoute pour que son montant apparaisse en ecart)
       4100-LOAD-COMPTA-START.
           MOVE 'N' TO WS-COMPTA-ABSENT.
           OPEN INPUT F-COMPTA.
           IF REC-COMPTA-STATUS NOT = '00'
               MOVE 'Y' TO WS-COMPTA-ABSENT
               DISPLAY 'FICHIER COMPTABLE ABSENT - PAS DE '
                  'RAPPROCHEMENT'
               GO TO 4100-LOAD-COMPTA-END
           END-IF.
           PERFORM UNTIL WS-COMPTA-FINI = 'OUI'
                   READ F-COMPTA
                    AT END
                     MOVE 'OUI' TO WS-COMPTA-FINI
                    NOT AT END
                     IF (CPT-TYPE = 'D' OR CPT-TYPE = 'S')
                        AND CPT-MONTANT IS NUMERIC
                         PERFORM 4110-ONE-COMPTA-START
                            THRU 4110-ONE-COMPTA-END
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-COMPTA.
       4100-LOAD-COMPTA-END.
           EXIT.

       4110-ONE-COMPTA-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-FOUND-YES
               IF WS-RCC-CENTRE(WS-CC-IDX) = CPT-CENTRE
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-CC-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND-YES
               IF WS-CC-COUNT = 999
                   GO TO 4110-ONE-COMPTA-END
               END-IF
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-IDX
               MOVE CPT-CENTRE TO WS-RCC-CENTRE(WS-CC-IDX)
               MOVE CPT-LIB TO WS-RCC-LIB(WS-CC-IDX)
               MOVE 0 TO WS-RCC-NB(WS-CC-IDX)
               MOVE 0 TO WS-RCC-BRUT(WS-CC-IDX)
               MOVE 0 TO WS-RCC-RETENUES(WS-CC-IDX)
               MOVE 0 TO WS-RCC-NET(WS-CC-IDX)
               MOVE 0 TO WS-RCC-PATRONAL(WS-CC-IDX)
               MOVE 0 TO WS-RCC-COMPTA(WS-CC-IDX)
           END-IF.
           ADD CPT-MONTANT TO WS-RCC-COMPTA(WS-CC-IDX).
           MOVE 'Y' TO WS-RCC-COMPTA-VU(WS-CC-IDX).
       4110-ONE-COMPTA-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
