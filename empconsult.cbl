       IDENTIFICATION DIVISION.
               PROGRAM-ID. empconsult.

      ******************************************************************
      *  Releve hebdomadaire des consultations du guichet pour le
      *  delegue a la protection des donnees : qui a consulte quelle
      *  fiche employe, combien de fois, premiere et derniere
      *  consultation, salaire vu ou masque, a partir du journal
      *  consultations.dat alimente par empinfo. Periode des cartes
      *  DU et AU (AAAAMMJJ) de empconsult.par, a defaut les sept
      *  derniers jours jusqu'a aujourd'hui inclus. Le journal est
      *  trie par operateur, employe puis horodatage ; le rapport
      *  consultations-hebdo.dat regroupe les fiches par operateur
      *  (nom et role de operateurs.dat, nom de l'employe de
      *  fichierclient.txt) et liste ensuite les connexions refusees.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONSULT ASSIGN TO 'consultations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CONSULT-STATUS.

           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CLIENT-STATUS.

           SELECT F-OPER ASSIGN TO 'operateurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OPER-STATUS.

           SELECT F-HEBDO ASSIGN TO 'consultations-hebdo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-HEBDO-STATUS.

           SELECT F-PARAM ASSIGN TO 'empconsult.par'
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

           SELECT F-TRI-CONS
               ASSIGN TO 'tri-consult.tmp'.

       DATA DIVISION.

       FILE SECTION.

       COPY 'FCONSULT.cpy'.
       COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.
       COPY 'FOPER.cpy'.

      * releve hebdomadaire
       FD  F-HEBDO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HEBDO                 PIC X(132) VALUE SPACE.

      * cartes parametres empconsult.par : MOT-CLE puis valeur
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

      * fichier de travail du tri : meme layout que le journal
       SD  F-TRI-CONS
           RECORD CONTAINS 44 CHARACTERS.
       01  TRI-CONS-REC.
           03 TRI-C-HORODATE    PIC X(14).
           03 TRI-C-OPER        PIC X(08).
           03 TRI-C-ROLE        PIC X(04).
           03 TRI-C-EMPLOYE     PIC X(08).
           03 TRI-C-RESULTAT    PIC X(10).

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'CPCTRLWS.cpy'.
       COPY 'CPSTATWS.cpy'.

       01 REC-CONSULT-STATUS        PIC X(2) VALUE SPACE.
       01 REC-CLIENT-STATUS         PIC X(2) VALUE SPACE.
       01 REC-OPER-STATUS           PIC X(2) VALUE SPACE.
       01 REC-HEBDO-STATUS          PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-CONSULT-FINI           PIC X(3) VALUE 'NON'.
       01 WS-EMPLOYE-FINI           PIC X(3) VALUE 'NON'.
       01 WS-OPER-FINI              PIC X(3) VALUE 'NON'.
       01 WS-TRI-FINI               PIC X(3) VALUE 'NON'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.

      * periode AAAAMMJJ bornes incluses
       01 WS-SEL-DU                 PIC X(8) VALUE SPACE.
       01 WS-SEL-AU                 PIC X(8) VALUE SPACE.
       01 WS-DU-N                   PIC 9(8) VALUE 0.
       01 WS-DU-INT                 PIC 9(8) VALUE 0.

       01 WS-LUS-COUNT              PIC 9(6) VALUE 0.
       01 WS-SEL-COUNT              PIC 9(6) VALUE 0.
       01 WS-LIGNES-COUNT           PIC 9(6) VALUE 0.
       01 WS-CONNEX-COUNT           PIC 9(6) VALUE 0.
       01 WS-OPS-COUNT              PIC 9(5) VALUE 0.
       01 WS-PNT-NB                 PIC ZZZZZ9.

      * ruptures operateur / employe
       01 WS-OPER-COURANT           PIC X(8) VALUE SPACE.
       01 WS-EMP-COURANT            PIC X(8) VALUE SPACE.
       01 WS-OPE-FICHES             PIC 9(5) VALUE 0.
       01 WS-OPE-CONSULT            PIC 9(6) VALUE 0.
       01 WS-EMP-CONSULT            PIC 9(5) VALUE 0.
       01 WS-EMP-PREMIERE           PIC X(14) VALUE SPACE.
       01 WS-EMP-DERNIERE           PIC X(14) VALUE SPACE.
       01 WS-EMP-VU                 PIC X(1) VALUE 'N'.
           88 WS-EMP-VU-YES             VALUE 'Y'.
       01 WS-EMP-INCONNU            PIC X(1) VALUE 'N'.
           88 WS-EMP-INCONNU-YES        VALUE 'Y'.
       01 WS-HORO                   PIC X(14) VALUE SPACE.
       01 WS-HORO-EDIT              PIC X(16) VALUE SPACE.

      * employes actuels : nom et prenom pour le releve
       01 WS-EMP-COUNT              PIC 9(4) VALUE 0.
       01 WS-EMP-IDX                PIC 9(4) VALUE 0.
       01 WS-EMP-FOUND              PIC X(1) VALUE 'N'.
           88 WS-EMP-FOUND-YES          VALUE 'Y'.
       01 WS-REMP.
         02 WS-T-REMP OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT.
           03 WS-REMP-ID         PIC X(8) VALUE SPACE.
           03 WS-REMP-NOM        PIC X(20) VALUE SPACE.
           03 WS-REMP-PRENOM     PIC X(20) VALUE SPACE.

      * operateurs : nom pour l'en-tete de rupture
       01 WS-OPER-COUNT             PIC 9(3) VALUE 0.
       01 WS-OPER-IDX               PIC 9(3) VALUE 0.
       01 WS-OPER-FOUND             PIC X(1) VALUE 'N'.
           88 WS-OPER-FOUND-YES         VALUE 'Y'.
       01 WS-ROPER.
         02 WS-T-ROPER OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-OPER-COUNT.
           03 WS-ROPER-ID        PIC X(8) VALUE SPACE.
           03 WS-ROPER-NOM       PIC X(18) VALUE SPACE.

      * connexions refusees de la periode, listees apres le tri
       01 WS-REFUS-COUNT            PIC 9(3) VALUE 0.
       01 WS-REFUS-TOTAL            PIC 9(6) VALUE 0.
       01 WS-REFUS-IDX              PIC 9(3) VALUE 0.
       01 WS-REFUS.
         02 WS-T-REFUS OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REFUS-COUNT.
           03 WS-REFUS-HORODATE  PIC X(14) VALUE SPACE.
           03 WS-REFUS-OPER      PIC X(8) VALUE SPACE.

      * lignes du releve
       01 WS-HEB-TITRES.
           03 FILLER PIC X(10) VALUE 'EMPLOYE'.
           03 FILLER PIC X(21) VALUE 'NOM'.
           03 FILLER PIC X(21) VALUE 'PRENOM'.
           03 FILLER PIC X(8)  VALUE '  NOMBRE'.
           03 FILLER PIC X(2)  VALUE SPACE.
           03 FILLER PIC X(18) VALUE 'PREMIERE'.
           03 FILLER PIC X(18) VALUE 'DERNIERE'.
           03 FILLER PIC X(7)  VALUE 'SALAIRE'.
       01 WS-HEB-LIGNE.
           03 HEB-EMPLOYE       PIC X(8) VALUE SPACE.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 HEB-NOM           PIC X(20) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HEB-PRENOM        PIC X(20) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HEB-NOMBRE        PIC ZZZZZZZ9.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 HEB-PREMIERE      PIC X(16) VALUE SPACE.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 HEB-DERNIERE      PIC X(16) VALUE SPACE.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 HEB-SALAIRE       PIC X(7) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'EMPCONSULT' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

      * periode : cartes parametres, sinon les 7 derniers jours
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           IF WS-SEL-AU = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEL-AU
           END-IF.
           IF WS-SEL-DU = SPACE
               COMPUTE WS-DU-N = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-SEL-AU)) - 6
               COMPUTE WS-DU-INT = FUNCTION DATE-OF-INTEGER(
                  WS-DU-N)
               MOVE WS-DU-INT TO WS-SEL-DU
           END-IF.
           DISPLAY 'PERIODE DU ' WS-SEL-DU ' AU ' WS-SEL-AU.

           PERFORM 1000-LOAD-REFS-START THRU 1000-LOAD-REFS-END.
           PERFORM 2000-REPORT-START THRU 2000-REPORT-END.

           MOVE WS-SEL-COUNT TO WS-PNT-NB.
           DISPLAY 'CONSULTATIONS DE FICHES RELEVEES : ' WS-PNT-NB.
           MOVE WS-REFUS-TOTAL TO WS-PNT-NB.
           DISPLAY 'CONNEXIONS REFUSEES              : ' WS-PNT-NB.

      * Statistiques d'execution partagees
           MOVE 'EMPCONSULT' TO WS-STAT-PROGRAM-ID.
           MOVE WS-LUS-COUNT TO WS-STAT-READ-CT.
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
      *  Cartes parametres empconsult.par : DU, AU
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
                               MOVE PARAM-VALUE(1:8) TO WS-SEL-DU
                           WHEN 'AU'
                               MOVE PARAM-VALUE(1:8) TO WS-SEL-AU
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
      *  Noms des employes actuels et des operateurs ; fichiers
      *  absents = releve sans les noms
       1000-LOAD-REFS-START.
           OPEN INPUT F-EMPLOYE.
           IF REC-CLIENT-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT - NOMS NON REPRIS'
               MOVE 'OUI' TO WS-EMPLOYE-FINI
           END-IF.
           PERFORM UNTIL WS-EMPLOYE-FINI = 'OUI'
                   READ F-EMPLOYE
                    AT END
                     MOVE 'OUI' TO WS-EMPLOYE-FINI
                    NOT AT END
                     IF WS-EMP-COUNT < 9999
                         ADD 1 TO WS-EMP-COUNT
                         MOVE EMPLOYE-ID TO WS-REMP-ID(WS-EMP-COUNT)
                         MOVE EMPLOYE-NOM TO WS-REMP-NOM(WS-EMP-COUNT)
                         MOVE EMPLOYE-PRENOM
                            TO WS-REMP-PRENOM(WS-EMP-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           IF REC-CLIENT-STATUS = '00' OR REC-CLIENT-STATUS = '10'
               CLOSE F-EMPLOYE
           END-IF.

           OPEN INPUT F-OPER.
           IF REC-OPER-STATUS NOT = '00'
               DISPLAY 'FICHIER OPERATEURS ABSENT - NOMS NON REPRIS'
               MOVE 'OUI' TO WS-OPER-FINI
           END-IF.
           PERFORM UNTIL WS-OPER-FINI = 'OUI'
                   READ F-OPER
                    AT END
                     MOVE 'OUI' TO WS-OPER-FINI
                    NOT AT END
                     IF WS-OPER-COUNT < 999
                         ADD 1 TO WS-OPER-COUNT
                         MOVE OPER-ID TO WS-ROPER-ID(WS-OPER-COUNT)
                         MOVE OPER-NOM TO WS-ROPER-NOM(WS-OPER-COUNT)
                     END-IF
                   END-READ
           END-PERFORM.
           IF REC-OPER-STATUS = '00' OR REC-OPER-STATUS = '10'
               CLOSE F-OPER
           END-IF.
       1000-LOAD-REFS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Releve : en-tete, tri des consultations de la periode par
      *  operateur, employe et horodatage, connexions refusees, totaux
       2000-REPORT-START.
           OPEN INPUT F-CONSULT.
           IF REC-CONSULT-STATUS NOT = '00'
               DISPLAY 'JOURNAL DES CONSULTATIONS ABSENT - RELEVE VIDE'
               MOVE 'OUI' TO WS-CONSULT-FINI
           ELSE
               CLOSE F-CONSULT
           END-IF.

           OPEN OUTPUT F-HEBDO.
           IF REC-HEBDO-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER RELEVE : ' REC-HEBDO-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 2000-REPORT-END
           END-IF.

           MOVE 'RELEVE HEBDOMADAIRE DES CONSULTATIONS DE FICHES '
              TO REC-HEBDO.
           MOVE 'EMPLOYES (QUI A CONSULTE QUI)' TO REC-HEBDO(49:29).
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE SPACE TO REC-HEBDO.
           STRING 'PERIODE DU ' DELIMITED BY SIZE
              WS-SEL-DU DELIMITED BY SIZE
              ' AU ' DELIMITED BY SIZE
              WS-SEL-AU DELIMITED BY SIZE
              INTO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE ALL '-' TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.

           SORT F-TRI-CONS
               ON ASCENDING KEY TRI-C-OPER TRI-C-EMPLOYE
                                TRI-C-HORODATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-RELEASE-START
                  THRU 2100-RELEASE-END
               OUTPUT PROCEDURE IS 2200-RETURN-START
                  THRU 2200-RETURN-END.

           PERFORM 2300-REFUS-START THRU 2300-REFUS-END.

           MOVE ALL '-' TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE SPACE TO REC-HEBDO.
           MOVE WS-OPS-COUNT TO WS-PNT-NB.
           STRING 'OPERATEURS AYANT CONSULTE : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE SPACE TO REC-HEBDO.
           MOVE WS-SEL-COUNT TO WS-PNT-NB.
           STRING 'CONSULTATIONS DE FICHES   : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE SPACE TO REC-HEBDO.
           MOVE WS-CONNEX-COUNT TO WS-PNT-NB.
           STRING 'CONNEXIONS REUSSIES       : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE SPACE TO REC-HEBDO.
           MOVE WS-REFUS-TOTAL TO WS-PNT-NB.
           STRING 'CONNEXIONS REFUSEES       : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           CLOSE F-HEBDO.
       2000-REPORT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lecture du journal : fiches consultees de la periode passees
      *  au tri, connexions comptees, refus mis de cote
       2100-RELEASE-START.
           IF WS-CONSULT-FINI = 'OUI'
               GO TO 2100-RELEASE-END
           END-IF.
           OPEN INPUT F-CONSULT.
           PERFORM UNTIL WS-CONSULT-FINI = 'OUI'
               READ F-CONSULT
                AT END
                 MOVE 'OUI' TO WS-CONSULT-FINI
                NOT AT END
                 ADD 1 TO WS-LUS-COUNT
                 IF CONS-HORODATE(1:8) >= WS-SEL-DU
                    AND CONS-HORODATE(1:8) <= WS-SEL-AU
                     EVALUATE CONS-RESULTAT
                         WHEN 'CONNEXION'
                             ADD 1 TO WS-CONNEX-COUNT
                         WHEN 'REFUS'
                             ADD 1 TO WS-REFUS-TOTAL
                             IF WS-REFUS-COUNT < 999
                                 ADD 1 TO WS-REFUS-COUNT
                                 MOVE CONS-HORODATE TO
                                    WS-REFUS-HORODATE(WS-REFUS-COUNT)
                                 MOVE CONS-OPER TO
                                    WS-REFUS-OPER(WS-REFUS-COUNT)
                             END-IF
                         WHEN OTHER
                             MOVE RCONSULT TO TRI-CONS-REC
                             RELEASE TRI-CONS-REC
                     END-EVALUATE
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONSULT.
       2100-RELEASE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Restitution triee : rupture par operateur puis par employe,
      *  une ligne par fiche consultee
       2200-RETURN-START.
           MOVE 'NON' TO WS-TRI-FINI.
           MOVE SPACE TO WS-OPER-COURANT.
           MOVE SPACE TO WS-EMP-COURANT.
           PERFORM UNTIL WS-TRI-FINI = 'OUI'
               RETURN F-TRI-CONS
                   AT END
                       MOVE 'OUI' TO WS-TRI-FINI
                   NOT AT END
                       IF WS-OPS-COUNT = 0
                          OR TRI-C-OPER NOT = WS-OPER-COURANT
                           PERFORM 2210-RUPTURE-OPER-START
                              THRU 2210-RUPTURE-OPER-END
                       ELSE
                           IF TRI-C-EMPLOYE NOT = WS-EMP-COURANT
                               PERFORM 2230-FICHE-START
                                  THRU 2230-FICHE-END
                               PERFORM 2220-DEBUT-FICHE-START
                                  THRU 2220-DEBUT-FICHE-END
                           END-IF
                       END-IF
                       ADD 1 TO WS-SEL-COUNT
                       ADD 1 TO WS-OPE-CONSULT
                       ADD 1 TO WS-EMP-CONSULT
                       MOVE TRI-C-HORODATE TO WS-EMP-DERNIERE
                       EVALUATE TRI-C-RESULTAT
                           WHEN 'AFFICHE'
                               MOVE 'Y' TO WS-EMP-VU
                           WHEN 'INCONNU'
                               MOVE 'Y' TO WS-EMP-INCONNU
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
           IF WS-OPS-COUNT > 0
               PERFORM 2230-FICHE-START THRU 2230-FICHE-END
               PERFORM 2240-PIED-OPER-START THRU 2240-PIED-OPER-END
           END-IF.
       2200-RETURN-END.
           EXIT.

       2210-RUPTURE-OPER-START.
           IF WS-OPS-COUNT > 0
               PERFORM 2230-FICHE-START THRU 2230-FICHE-END
               PERFORM 2240-PIED-OPER-START THRU 2240-PIED-OPER-END
           END-IF.
           ADD 1 TO WS-OPS-COUNT.
           MOVE 0 TO WS-OPE-FICHES.
           MOVE 0 TO WS-OPE-CONSULT.
           MOVE TRI-C-OPER TO WS-OPER-COURANT.

           MOVE 'N' TO WS-OPER-FOUND.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
                 OR WS-OPER-FOUND-YES
               IF WS-ROPER-ID(WS-OPER-IDX) = TRI-C-OPER
                   MOVE 'Y' TO WS-OPER-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPER-FOUND-YES
               SUBTRACT 1 FROM WS-OPER-IDX
           END-IF.

           MOVE SPACE TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           IF WS-OPER-FOUND-YES
               STRING 'OPERATEUR : ' DELIMITED BY SIZE
                  TRI-C-OPER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ROPER-NOM(WS-OPER-IDX) DELIMITED BY SIZE
                  '  ROLE : ' DELIMITED BY SIZE
                  TRI-C-ROLE DELIMITED BY SIZE
                  INTO REC-HEBDO
           ELSE
               STRING 'OPERATEUR : ' DELIMITED BY SIZE
                  TRI-C-OPER DELIMITED BY SIZE
                  '  (RETIRE DU FICHIER)' DELIMITED BY SIZE
                  '  ROLE : ' DELIMITED BY SIZE
                  TRI-C-ROLE DELIMITED BY SIZE
                  INTO REC-HEBDO
           END-IF.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE WS-HEB-TITRES TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           PERFORM 2220-DEBUT-FICHE-START THRU 2220-DEBUT-FICHE-END.
       2210-RUPTURE-OPER-END.
           EXIT.

       2220-DEBUT-FICHE-START.
           ADD 1 TO WS-OPE-FICHES.
           MOVE TRI-C-EMPLOYE TO WS-EMP-COURANT.
           MOVE 0 TO WS-EMP-CONSULT.
           MOVE TRI-C-HORODATE TO WS-EMP-PREMIERE.
           MOVE 'N' TO WS-EMP-VU.
           MOVE 'N' TO WS-EMP-INCONNU.
       2220-DEBUT-FICHE-END.
           EXIT.

      *  ligne de la fiche : nom courant de l'employe, nombre,
      *  premiere et derniere consultation, salaire vu au moins une
      *  fois (VISIBLE) ou toujours masque (MASQUE)
       2230-FICHE-START.
           MOVE SPACE TO WS-HEB-LIGNE.
           MOVE WS-EMP-COURANT TO HEB-EMPLOYE.
           MOVE 'N' TO WS-EMP-FOUND.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 OR WS-EMP-FOUND-YES
               IF WS-REMP-ID(WS-EMP-IDX) = WS-EMP-COURANT
                   MOVE 'Y' TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND-YES
               SUBTRACT 1 FROM WS-EMP-IDX
               MOVE WS-REMP-NOM(WS-EMP-IDX) TO HEB-NOM
               MOVE WS-REMP-PRENOM(WS-EMP-IDX) TO HEB-PRENOM
           ELSE
               IF WS-EMP-INCONNU-YES
                   MOVE 'EMPLOYE INCONNU' TO HEB-NOM
               ELSE
                   MOVE 'HORS FICHIER ACTUEL' TO HEB-NOM
               END-IF
           END-IF.
           MOVE WS-EMP-CONSULT TO HEB-NOMBRE.
           MOVE WS-EMP-PREMIERE TO WS-HORO.
           PERFORM 2910-EDIT-HORO-START THRU 2910-EDIT-HORO-END.
           MOVE WS-HORO-EDIT TO HEB-PREMIERE.
           MOVE WS-EMP-DERNIERE TO WS-HORO.
           PERFORM 2910-EDIT-HORO-START THRU 2910-EDIT-HORO-END.
           MOVE WS-HORO-EDIT TO HEB-DERNIERE.
           IF WS-EMP-VU-YES
               MOVE 'VISIBLE' TO HEB-SALAIRE
           ELSE
               IF WS-EMP-INCONNU-YES AND NOT WS-EMP-FOUND-YES
                   MOVE '-' TO HEB-SALAIRE
               ELSE
                   MOVE 'MASQUE' TO HEB-SALAIRE
               END-IF
           END-IF.
           MOVE WS-HEB-LIGNE TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
       2230-FICHE-END.
           EXIT.

       2240-PIED-OPER-START.
           MOVE SPACE TO REC-HEBDO.
           MOVE WS-OPE-FICHES TO WS-PNT-NB.
           STRING '   FICHES CONSULTEES : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              '   CONSULTATIONS : ' DELIMITED BY SIZE
              INTO REC-HEBDO.
           MOVE WS-OPE-CONSULT TO WS-PNT-NB.
           MOVE WS-PNT-NB TO REC-HEBDO(49:6).
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
       2240-PIED-OPER-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Connexions refusees de la periode (identifiant saisi)
       2300-REFUS-START.
           MOVE SPACE TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           MOVE 'CONNEXIONS REFUSEES (IDENTIFIANT SAISI)' TO REC-HEBDO.
           PERFORM 2900-WRITE-START THRU 2900-WRITE-END.
           IF WS-REFUS-COUNT = 0
               MOVE '   AUCUNE' TO REC-HEBDO
               PERFORM 2900-WRITE-START THRU 2900-WRITE-END
           END-IF.
           PERFORM VARYING WS-REFUS-IDX FROM 1 BY 1
              UNTIL WS-REFUS-IDX > WS-REFUS-COUNT
               MOVE WS-REFUS-HORODATE(WS-REFUS-IDX) TO WS-HORO
               PERFORM 2910-EDIT-HORO-START THRU 2910-EDIT-HORO-END
               MOVE SPACE TO REC-HEBDO
               STRING '   ' DELIMITED BY SIZE
                  WS-HORO-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REFUS-OPER(WS-REFUS-IDX) DELIMITED BY SIZE
                  INTO REC-HEBDO
               PERFORM 2900-WRITE-START THRU 2900-WRITE-END
           END-PERFORM.
           IF WS-REFUS-TOTAL > WS-REFUS-COUNT
               MOVE '   (LISTE LIMITEE AUX 999 PREMIERS REFUS)'
                  TO REC-HEBDO
               PERFORM 2900-WRITE-START THRU 2900-WRITE-END
           END-IF.
       2300-REFUS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecriture d'une ligne du releve
       2900-WRITE-START.
           WRITE REC-HEBDO.
           ADD 1 TO WS-LIGNES-COUNT.
           MOVE SPACE TO REC-HEBDO.
       2900-WRITE-END.
           EXIT.

      *  horodatage AAAAMMJJHHMMSS edite en AAAA-MM-JJ HH:MM
       2910-EDIT-HORO-START.
           MOVE SPACE TO WS-HORO-EDIT.
           STRING WS-HORO(1:4) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-HORO(5:2) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-HORO(7:2) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-HORO(9:2) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-HORO(11:2) DELIMITED BY SIZE
              INTO WS-HORO-EDIT.
       2910-EDIT-HORO-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
