      ******************************************************************
      *  Pilote de lot maitre : execute les etapes decrites dans le
      *  plan de lot batch-plan.dat (programme, actif, reprises,
      *  action sur echec, regle de calendrier, commande) pour les
      *  etapes que le calendrier d'exploitation (batch-calendrier.dat)
      *  retient ce soir, apres la sauvegarde des generations des
      *  fichiers maitres (sauvegen), verifie le statut de chaque
      *  etape dans le fichier de controle partage (batch-control.dat)
      *  et ecrit un journal de lot combine (batch-run.log). Sans
      *  fichier de plan, l'enchainement historique cpygenbatch,
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-DUREES-STATUS.

           SELECT F-CALENDRIER ASSIGN TO 'batch-calendrier.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CALENDRIER-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      * nombre de reprises, action sur echec H=arret C=continue,
      * groupe de parallelisme [0 = sequentiel, les etapes contigues
      * de meme groupe partent ensemble], limite de temps en secondes
      * [0000 = sans limite], regle de passage et son jour, commande
      * shell) ; les lignes commencant par * sont ignorees.
      * Regles : T ou blanc = tous les soirs, O = jours ouvres (du
      * lundi au vendredi hors feries), M = dernier jour ouvre du
      * mois, J = jour du mois donne (31 = dernier jour du mois),
      * H = une fois par semaine (jour 1 = lundi ... 7 = dimanche),
      * C = dates du calendrier d'exploitation (ces soirs-la, les
      * autres lignes du meme programme sont sautees)
       FD  F-PLAN
           RECORD CONTAINS 198 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PLAN.
           03 PLAN-PROGRAM     PIC X(10).
           03 PLAN-GROUP       PIC X(01).
           03 PLAN-LIMIT       PIC X(04).
           03 FILLER           PIC X(01).
           03 PLAN-RULE        PIC X(01).
           03 PLAN-RULE-DAY    PIC X(02).
           03 FILLER           PIC X(01).
           03 PLAN-COMMAND     PIC X(175).

      * calendrier d'exploitation : une ligne par date (AAAAMMJJ),
      * code FERIE pour un jour ferie, sinon nom du programme d'une
      * etape de regle C a passer ce jour-la, puis un libelle
       FD  F-CALENDRIER
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CALENDRIER.
           03 CAL-DATE         PIC X(08).
           03 FILLER           PIC X(01).
           03 CAL-CODE         PIC X(10).
           03 FILLER           PIC X(01).
           03 CAL-LIBELLE      PIC X(40).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-PLAN-TRY            PIC 9(02) VALUE 0.

       01  WS-PLAN-TABLE.
           03 WS-PLAN-ENTRY OCCURS 1 TO 21 TIMES
                 DEPENDING ON WS-PLAN-COUNT.
               05 WS-PLAN-PROGRAM  PIC X(10).
               05 WS-PLAN-ENABLED  PIC X(01).
               05 WS-PLAN-ONFAIL   PIC X(01).
               05 WS-PLAN-GROUP    PIC 9(01).
               05 WS-PLAN-LIMIT    PIC 9(04).
               05 WS-PLAN-RULE     PIC X(01).
               05 WS-PLAN-RULE-DAY PIC 9(02).
               05 WS-PLAN-REASON   PIC X(50).
               05 WS-PLAN-COMMAND  PIC X(175).

      * groupes de parallelisme : bornes du groupe en cours, budget
       01  WS-DUR-NB              PIC 9(04) VALUE 0.
       01  WS-DUR-AVG             PIC 9(06) VALUE 0.

      * calendrier d'exploitation : date de traitement (aujourd'hui,
      * ou carte DATE-TRAITEMENT pour rejouer une nuit), jours feries
      * et dates des etapes de regle C ; une etape dont la regle ne
      * tombe pas ce soir passe a 'P' (non planifiee) dans le plan et
      * est sautee comme une etape desactivee, motif au journal
       01  REC-CALENDRIER-STATUS  PIC X(02) VALUE SPACE.
       01  WS-CAL-FINI            PIC X(01) VALUE 'N'.
       01  WS-CAL-COUNT           PIC 9(03) VALUE 0.
       01  WS-CAL-IDX             PIC 9(03) VALUE 0.
       01  WS-CAL-PLAN-IDX        PIC 9(02) VALUE 0.
       01  WS-CAL-TABLE.
           03 WS-CAL-ENTRY OCCURS 300 TIMES.
               05 WS-CAL-E-DATE    PIC 9(08).
               05 WS-CAL-E-CODE    PIC X(10).
               05 WS-CAL-E-LIB     PIC X(40).
       01  WS-RUN-DATE            PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03 WS-RUN-YYYY         PIC 9(04).
           03 WS-RUN-MM           PIC 9(02).
           03 WS-RUN-DD           PIC 9(02).
       01  WS-RUN-DOW             PIC 9(01) VALUE 0.
       01  WS-RUN-OUVRE           PIC X(01) VALUE 'N'.
           88 WS-RUN-OUVRE-YES        VALUE 'Y'.
       01  WS-RUN-FERIE           PIC X(40) VALUE SPACE.
       01  WS-LAST-OUVRE          PIC 9(08) VALUE 0.
       01  WS-LAST-DD             PIC 9(02) VALUE 0.
       01  WS-RULE-DD             PIC 9(02) VALUE 0.
       01  WS-DAY-TEST            PIC 9(08) VALUE 0.
       01  WS-DAY-TEST-R REDEFINES WS-DAY-TEST.
           03 WS-DAY-YYYY         PIC 9(04).
           03 WS-DAY-MM           PIC 9(02).
           03 WS-DAY-DD           PIC 9(02).
       01  WS-DAY-INT             PIC 9(07) VALUE 0.
       01  WS-DAY-DOW             PIC 9(01) VALUE 0.
       01  WS-DAY-OUVRE           PIC X(01) VALUE 'N'.
       01  WS-DAY-FERIE           PIC X(40) VALUE SPACE.
       01  WS-DAY-LOOP            PIC 9(02) VALUE 0.
       01  WS-JOURS-NOMS          PIC X(56) VALUE
           'LUNDI   MARDI   MERCREDIJEUDI   VENDREDISAMEDI  DIMANCHE'.
       01  WS-JOURS-R REDEFINES WS-JOURS-NOMS.
           03 WS-JOUR-NOM         PIC X(08) OCCURS 7 TIMES.
       01  WS-PNT-DD              PIC Z9.

      * sauvegarde des generations des fichiers maitres (sauvegen),
      * passee en tete du plan de la nuit
       01  WS-SAUVEGARDE-MODE     PIC X(03) VALUE 'OUI'.
       01  WS-SAUV-IDX            PIC 9(02) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           OPEN OUTPUT F-RUNLOG.

           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           PERFORM 0200-CALENDRIER-START THRU 0200-CALENDRIER-END.

      * la nuit repart d'un fichier de statistiques vide
           OPEN OUTPUT F-RUNSTATS.
           CLOSE F-RUNSTATS.

           PERFORM 1000-LOAD-PLAN-START THRU 1000-LOAD-PLAN-END.
           PERFORM 1150-SAUVEGARDE-START THRU 1150-SAUVEGARDE-END.
           PERFORM 1200-APPLY-RULES-START THRU 1200-APPLY-RULES-END.

      * etapes de groupe 0 : enchainement sequentiel historique ;
      * etapes contigues d'un meme groupe non nul : lancement en
           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres batchdriver.par (SEUIL-REJETS,
      *  DATE-TRAITEMENT AAAAMMJJ pour rejouer le plan d'une autre
      *  nuit, SAUVEGARDE NON pour sauter la sauvegarde des fichiers
      *  maitres) ; fichier absent = seuil zero, tout rejet est signale
       0100-READ-PARAMS-START.
           MOVE 'N' TO WS-PARAM-FINI.
           OPEN INPUT F-PARAM.
                           WHEN 'SEUIL-REJETS'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-SEUIL-REJETS
                           WHEN 'DATE-TRAITEMENT'
                               IF PARAM-VALUE(1:8) NUMERIC
                                   MOVE PARAM-VALUE(1:8)
                                      TO WS-RUN-DATE
                               END-IF
                           WHEN 'SAUVEGARDE'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-SAUVEGARDE-MODE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
       0100-READ-PARAMS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Calendrier d'exploitation : charge batch-calendrier.dat (jours
      *  feries et dates des etapes de regle C), situe la date de
      *  traitement (jour de la semaine, ferie ou non) et cherche le
      *  dernier jour ouvre du mois ; fichier absent = aucun ferie
       0200-CALENDRIER-START.
           IF WS-RUN-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

           MOVE 0 TO WS-CAL-COUNT.
           MOVE 'N' TO WS-CAL-FINI.
           OPEN INPUT F-CALENDRIER.
           IF REC-CALENDRIER-STATUS = '00'
               PERFORM UNTIL WS-CAL-FINI = 'Y'
                   READ F-CALENDRIER
                   AT END
                       MOVE 'Y' TO WS-CAL-FINI
                   NOT AT END
                       IF REC-CALENDRIER(1:1) NOT = '*'
                          AND CAL-DATE NUMERIC
                          AND WS-CAL-COUNT < 300
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                              TO WS-CAL-E-DATE(WS-CAL-COUNT)
                           MOVE CAL-CODE
                              TO WS-CAL-E-CODE(WS-CAL-COUNT)
                           MOVE CAL-LIBELLE
                              TO WS-CAL-E-LIB(WS-CAL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CALENDRIER
           END-IF.

           MOVE WS-RUN-DATE TO WS-DAY-TEST.
           PERFORM DRV-JOUR-OUVRE-START THRU DRV-JOUR-OUVRE-END.
           MOVE WS-DAY-DOW TO WS-RUN-DOW.
           MOVE WS-DAY-OUVRE TO WS-RUN-OUVRE.
           MOVE WS-DAY-FERIE TO WS-RUN-FERIE.

      * dernier jour du mois = veille du premier du mois suivant, puis
      * on recule jusqu'au premier jour ouvre
           MOVE WS-RUN-DATE TO WS-DAY-TEST.
           MOVE 1 TO WS-DAY-DD.
           IF WS-DAY-MM = 12
               ADD 1 TO WS-DAY-YYYY
               MOVE 1 TO WS-DAY-MM
           ELSE
               ADD 1 TO WS-DAY-MM
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-TEST)
              - 1.
           COMPUTE WS-DAY-TEST = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-DD TO WS-LAST-DD.
           MOVE 0 TO WS-DAY-LOOP.
           PERFORM DRV-JOUR-OUVRE-START THRU DRV-JOUR-OUVRE-END.
           PERFORM UNTIL WS-DAY-OUVRE = 'Y' OR WS-DAY-LOOP > 27
               ADD 1 TO WS-DAY-LOOP
               SUBTRACT 1 FROM WS-DAY-INT
               COMPUTE WS-DAY-TEST =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM DRV-JOUR-OUVRE-START THRU DRV-JOUR-OUVRE-END
           END-PERFORM.
           MOVE WS-DAY-TEST TO WS-LAST-OUVRE.

           MOVE SPACE TO REC-RUNLOG.
           STRING 'DATE DE TRAITEMENT ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              ' (' DELIMITED BY SIZE
              WS-JOUR-NOM(WS-RUN-DOW) DELIMITED BY SPACE
              '), DERNIER JOUR OUVRE DU MOIS ' DELIMITED BY SIZE
              WS-LAST-OUVRE DELIMITED BY SIZE
              INTO REC-RUNLOG.
           WRITE REC-RUNLOG.
           IF WS-RUN-FERIE NOT = SPACE
               MOVE SPACE TO REC-RUNLOG
               STRING 'JOUR FERIE : ' DELIMITED BY SIZE
                  WS-RUN-FERIE DELIMITED BY SIZE
                  INTO REC-RUNLOG
               WRITE REC-RUNLOG
           END-IF.
       0200-CALENDRIER-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Resume d'exploitation : relit run-stats.dat et cloture
      *  batch-run.log avec les compteurs de chaque etape ; toute
                               MOVE 0
                                  TO WS-PLAN-LIMIT(WS-PLAN-COUNT)
                           END-IF
                           MOVE PLAN-RULE
                              TO WS-PLAN-RULE(WS-PLAN-COUNT)
                           IF PLAN-RULE-DAY NUMERIC
                               MOVE PLAN-RULE-DAY
                                  TO WS-PLAN-RULE-DAY(WS-PLAN-COUNT)
                           ELSE
                               MOVE 0
                                  TO WS-PLAN-RULE-DAY(WS-PLAN-COUNT)
                           END-IF
                           MOVE PLAN-COMMAND
                              TO WS-PLAN-COMMAND(WS-PLAN-COUNT)
                       END-IF
           MOVE 'H' TO WS-PLAN-ONFAIL(1).
           MOVE 0 TO WS-PLAN-GROUP(1).
           MOVE 600 TO WS-PLAN-LIMIT(1).
           MOVE 'T' TO WS-PLAN-RULE(1).
           MOVE 0 TO WS-PLAN-RULE-DAY(1).
           MOVE "cd GENERATEUR && printf 'NON\nNON\n\n\n\n\n' "
              & '| ./cpygenbatch >/dev/null 2>&1'
              TO WS-PLAN-COMMAND(1).
           MOVE 'H' TO WS-PLAN-ONFAIL(2).
           MOVE 0 TO WS-PLAN-GROUP(2).
           MOVE 600 TO WS-PLAN-LIMIT(2).
           MOVE 'T' TO WS-PLAN-RULE(2).
           MOVE 0 TO WS-PLAN-RULE-DAY(2).
           MOVE "cd 'Grade management' && "
              & "printf 'NON\nNON\nNON\nNON\n' "
              & '| ./notemgmt >/dev/null 2>&1'
              TO WS-PLAN-COMMAND(2).

           MOVE 'H' TO WS-PLAN-ONFAIL(3).
           MOVE 0 TO WS-PLAN-GROUP(3).
           MOVE 600 TO WS-PLAN-LIMIT(3).
           MOVE 'T' TO WS-PLAN-RULE(3).
           MOVE 0 TO WS-PLAN-RULE-DAY(3).
           MOVE "cd Train && printf 'TOU\n\n\n\n' "
              & '| ./train >/dev/null 2>&1'
              TO WS-PLAN-COMMAND(3).
           MOVE 'H' TO WS-PLAN-ONFAIL(4).
           MOVE 0 TO WS-PLAN-GROUP(4).
           MOVE 600 TO WS-PLAN-LIMIT(4).
           MOVE 'T' TO WS-PLAN-RULE(4).
           MOVE 0 TO WS-PLAN-RULE-DAY(4).
           MOVE "printf 'NON\n' | ./copyclient >/dev/null 2>&1"
              TO WS-PLAN-COMMAND(4).
       1100-DEFAULT-PLAN-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Sauvegarde des generations des fichiers maitres : l'etape
      *  SAUVEGEN est placee en tete du plan (sauf si le plan la porte
      *  deja), tous les soirs, arret du plan sur echec -- on ne passe
      *  pas la nuit sans pouvoir revenir en arriere. La carte
      *  SAUVEGARDE NON la desactive (journalisee comme telle).
       1150-SAUVEGARDE-START.
           PERFORM VARYING WS-SAUV-IDX FROM 1 BY 1
                   UNTIL WS-SAUV-IDX > WS-PLAN-COUNT
               IF WS-PLAN-PROGRAM(WS-SAUV-IDX) = 'SAUVEGEN'
                   GO TO 1150-SAUVEGARDE-END
               END-IF
           END-PERFORM.

           ADD 1 TO WS-PLAN-COUNT.
           PERFORM VARYING WS-SAUV-IDX FROM WS-PLAN-COUNT BY -1
                   UNTIL WS-SAUV-IDX < 2
               MOVE WS-PLAN-ENTRY(WS-SAUV-IDX - 1)
                  TO WS-PLAN-ENTRY(WS-SAUV-IDX)
           END-PERFORM.

           MOVE 'SAUVEGEN' TO WS-PLAN-PROGRAM(1).
           IF WS-SAUVEGARDE-MODE = 'NON'
               MOVE 'N' TO WS-PLAN-ENABLED(1)
           ELSE
               MOVE 'O' TO WS-PLAN-ENABLED(1)
           END-IF.
           MOVE 0 TO WS-PLAN-RETRY(1).
           MOVE 'H' TO WS-PLAN-ONFAIL(1).
           MOVE 0 TO WS-PLAN-GROUP(1).
           MOVE 600 TO WS-PLAN-LIMIT(1).
           MOVE 'T' TO WS-PLAN-RULE(1).
           MOVE 0 TO WS-PLAN-RULE-DAY(1).
           MOVE "printf 'S\n' | ./sauvegen >/dev/null 2>&1"
              TO WS-PLAN-COMMAND(1).
       1150-SAUVEGARDE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Applique la regle de passage de chaque etape active a la
      *  date de traitement ; une etape qui ne tombe pas ce soir passe
      *  a 'P' (non planifiee) avec son motif, pour que le journal et
      *  le bulletin du matin ne la confondent pas avec un echec.
       1200-APPLY-RULES-START.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE SPACE TO WS-PLAN-REASON(WS-PLAN-IDX)
               IF WS-PLAN-ENABLED(WS-PLAN-IDX) = 'O'
                   PERFORM 1210-RULE-START THRU 1210-RULE-END
                   IF WS-PLAN-REASON(WS-PLAN-IDX) NOT = SPACE
                       MOVE 'P' TO WS-PLAN-ENABLED(WS-PLAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       1200-APPLY-RULES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Regle de l'etape WS-PLAN-IDX : motif du saut rendu dans
      *  WS-PLAN-REASON, blanc si l'etape passe ce soir
       1210-RULE-START.
           MOVE WS-PLAN-RULE-DAY(WS-PLAN-IDX) TO WS-RULE-DD.
           EVALUATE WS-PLAN-RULE(WS-PLAN-IDX)
               WHEN 'T'
               WHEN SPACE
                   CONTINUE
               WHEN 'O'
                   IF NOT WS-RUN-OUVRE-YES
                       IF WS-RUN-FERIE NOT = SPACE
                           STRING 'JOURS OUVRES, FERIE : '
                              DELIMITED BY SIZE
                              WS-RUN-FERIE DELIMITED BY SIZE
                              INTO WS-PLAN-REASON(WS-PLAN-IDX)
                       ELSE
                           STRING 'JOURS OUVRES, PAS LE '
                              DELIMITED BY SIZE
                              WS-JOUR-NOM(WS-RUN-DOW)
                              DELIMITED BY SPACE
                              INTO WS-PLAN-REASON(WS-PLAN-IDX)
                       END-IF
                   END-IF
               WHEN 'M'
                   IF WS-RUN-DATE NOT = WS-LAST-OUVRE
                       STRING 'DERNIER JOUR OUVRE DU MOIS : '
                          DELIMITED BY SIZE
                          WS-LAST-OUVRE DELIMITED BY SIZE
                          INTO WS-PLAN-REASON(WS-PLAN-IDX)
                   END-IF
               WHEN 'J'
                   IF WS-RULE-DD = 0 OR WS-RULE-DD > 31
                       MOVE 'JOUR DE REGLE INVALIDE'
                          TO WS-PLAN-REASON(WS-PLAN-IDX)
                       GO TO 1210-RULE-END
                   END-IF
      * un jour au-dela de la fin du mois vaut dernier jour du mois
                   IF WS-RULE-DD > WS-LAST-DD
                       MOVE WS-LAST-DD TO WS-RULE-DD
                   END-IF
                   IF WS-RUN-DD NOT = WS-RULE-DD
                       MOVE WS-RULE-DD TO WS-PNT-DD
                       STRING 'MENSUEL, LE ' DELIMITED BY SIZE
                          WS-PNT-DD DELIMITED BY SIZE
                          ' DU MOIS' DELIMITED BY SIZE
                          INTO WS-PLAN-REASON(WS-PLAN-IDX)
                   END-IF
               WHEN 'H'
                   IF WS-RULE-DD = 0 OR WS-RULE-DD > 7
                       MOVE 'JOUR DE REGLE INVALIDE'
                          TO WS-PLAN-REASON(WS-PLAN-IDX)
                       GO TO 1210-RULE-END
                   END-IF
                   IF WS-RUN-DOW NOT = WS-RULE-DD
                       STRING 'HEBDOMADAIRE, LE ' DELIMITED BY SIZE
                          WS-JOUR-NOM(WS-RULE-DD) DELIMITED BY SPACE
                          INTO WS-PLAN-REASON(WS-PLAN-IDX)
                   END-IF
               WHEN 'C'
                   MOVE 'DATE ABSENTE DU CALENDRIER'
                      TO WS-PLAN-REASON(WS-PLAN-IDX)
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       IF WS-CAL-E-DATE(WS-CAL-IDX) = WS-RUN-DATE
                          AND WS-CAL-E-CODE(WS-CAL-IDX)
                              = WS-PLAN-PROGRAM(WS-PLAN-IDX)
                           MOVE SPACE TO WS-PLAN-REASON(WS-PLAN-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   STRING 'REGLE ' DELIMITED BY SIZE
                      WS-PLAN-RULE(WS-PLAN-IDX) DELIMITED BY SIZE
                      ' INCONNUE' DELIMITED BY SIZE
                      INTO WS-PLAN-REASON(WS-PLAN-IDX)
           END-EVALUATE.

           IF WS-PLAN-REASON(WS-PLAN-IDX) = SPACE
              AND WS-PLAN-RULE(WS-PLAN-IDX) NOT = 'C'
               PERFORM 1220-CAL-REMPLACE-START
                  THRU 1220-CAL-REMPLACE-END
           END-IF.
       1210-RULE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Un programme qui a aussi une ligne C active au plan et une
      *  entree au calendrier ce soir ne passe que par cette ligne :
      *  le passage ordinaire est saute (sinon le programme tournerait
      *  deux fois la meme nuit)
       1220-CAL-REMPLACE-START.
           PERFORM VARYING WS-CAL-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-CAL-PLAN-IDX > WS-PLAN-COUNT
               IF WS-CAL-PLAN-IDX NOT = WS-PLAN-IDX
                  AND WS-PLAN-RULE(WS-CAL-PLAN-IDX) = 'C'
                  AND WS-PLAN-ENABLED(WS-CAL-PLAN-IDX) = 'O'
                  AND WS-PLAN-PROGRAM(WS-CAL-PLAN-IDX)
                      = WS-PLAN-PROGRAM(WS-PLAN-IDX)
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       IF WS-CAL-E-DATE(WS-CAL-IDX) = WS-RUN-DATE
                          AND WS-CAL-E-CODE(WS-CAL-IDX)
                              = WS-PLAN-PROGRAM(WS-PLAN-IDX)
                           MOVE 'REMPLACE PAR LE PASSAGE DU CALENDRIER'
                              TO WS-PLAN-REASON(WS-PLAN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       1220-CAL-REMPLACE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Execute l'etape WS-PLAN-IDX du plan : etape desactivee ou
      *  non planifiee ce soir journalisee et sautee, sinon jusqu'a
      *  1 + reprises essais,
      *  puis action d'echec du plan (H = arret, C = on continue).
       2000-RUN-STEP-START.
           IF WS-PLAN-ENABLED(WS-PLAN-IDX) NOT = 'O'
               PERFORM DRV-LOG-SKIP-START THRU DRV-LOG-SKIP-END
               GO TO 2000-RUN-STEP-END
           END-IF.

              UNTIL WS-GRP-I > WS-GRP-LAST
               MOVE WS-GRP-I TO WS-PLAN-IDX
               IF WS-PLAN-ENABLED(WS-PLAN-IDX) NOT = 'O'
                   PERFORM DRV-LOG-SKIP-START THRU DRV-LOG-SKIP-END
               ELSE
                   MOVE SPACE TO WS-STEP-NAME
                   STRING 'batch-step-' DELIMITED BY SIZE
       DRV-LOG-STEP-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Journalise une etape sautee : desactivee dans le plan, ou non
      *  planifiee ce soir avec le motif tire de sa regle
       DRV-LOG-SKIP-START.
           MOVE SPACE TO REC-RUNLOG.
           IF WS-PLAN-ENABLED(WS-PLAN-IDX) = 'P'
               STRING WS-PLAN-PROGRAM(WS-PLAN-IDX) DELIMITED BY SPACE
                  ' : NON PLANIFIE (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLAN-REASON(WS-PLAN-IDX))
                     DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REC-RUNLOG
           ELSE
               STRING WS-PLAN-PROGRAM(WS-PLAN-IDX) DELIMITED BY SPACE
                  ' : DESACTIVE' DELIMITED BY SIZE
                  INTO REC-RUNLOG
           END-IF.
           WRITE REC-RUNLOG.
       DRV-LOG-SKIP-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Situe la date WS-DAY-TEST : jour de la semaine (1 = lundi,
      *  le 01/01/1601 etant un lundi), libelle du ferie si la date
      *  figure au calendrier en FERIE, WS-DAY-OUVRE a 'Y' pour un
      *  jour de semaine non ferie
       DRV-JOUR-OUVRE-START.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-TEST).
           COMPUTE WS-DAY-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE SPACE TO WS-DAY-FERIE.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-E-DATE(WS-CAL-IDX) = WS-DAY-TEST
                  AND WS-CAL-E-CODE(WS-CAL-IDX) = 'FERIE'
                   MOVE WS-CAL-E-LIB(WS-CAL-IDX) TO WS-DAY-FERIE
               END-IF
           END-PERFORM.
           IF WS-DAY-DOW < 6 AND WS-DAY-FERIE = SPACE
               MOVE 'Y' TO WS-DAY-OUVRE
           ELSE
               MOVE 'N' TO WS-DAY-OUVRE
           END-IF.
       DRV-JOUR-OUVRE-END.
           EXIT.

      * paragraphes partages du controle, pour marquer FAILED une
      * etape tuee par le chien de garde
       COPY 'CPCTRLPR.cpy'.
