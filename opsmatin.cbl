      *  statut de controle et l'horodatage de chaque programme
      *  (batch-control.dat), les compteurs lus/ecrits/rejetes
      *  (run-stats.dat), les anomalies du journal de lot
      *  (batch-run.log), les etapes non executees cette nuit (hors
      *  calendrier ou desactivees), les sauvegardes et restaurations
      *  des fichiers maitres (sauvegen-journal.dat) et les lignes
      *  d'exception de chaque programme, classees par gravite :
      *  etape FAILED/RUNNING ou fichier de controle absent =
      *  bloquant, rejets sous le seuil
      *  SEUIL-REJETS (batchdriver.par) = informatif. Verifie aussi
      *  l'enveloppe de fin de fichier (CPENVWS/CPENVPR) des remises
      *  de la nuit : une enveloppe absente ou fausse (fichier
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RUNLOG-STATUS.

           SELECT F-SAUVJ ASSIGN TO 'sauvegen-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-SAUVJ-STATUS.

           SELECT F-PARAM ASSIGN TO 'batchdriver.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           RECORDING MODE IS F.
       01  REC-RUNLOG                PIC X(80) VALUE SPACE.

       FD  F-SAUVJ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SAUVJ                 PIC X(132) VALUE SPACE.

       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 WS-LISTE-COUNT            PIC 9(3) VALUE 0.
       01 WS-SHELL-CMD              PIC X(250) VALUE SPACE.

      * etapes sautees par le pilote cette nuit (calendrier du plan ou
      * etape desactivee) : lignes du journal a recopier, et par
      * programme sautee / a tourne pour annoter les statuts
       01 WS-SKIP-DATE              PIC X(80) VALUE SPACE.
       01 WS-SKIP-PROG              PIC X(40) VALUE SPACE.
       01 WS-SKIP-REST              PIC X(80) VALUE SPACE.
       01 WS-SKIP-BLANCS            PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT             PIC 9(3) VALUE 0.
       01 WS-SKIP-IDX               PIC 9(3) VALUE 0.
       01 WS-SKIP-TABLE.
           03 WS-SKIP-LINE          PIC X(80) OCCURS 20 TIMES.
       01 WS-ETP-COUNT              PIC 9(3) VALUE 0.
       01 WS-ETP-IDX                PIC 9(3) VALUE 0.
       01 WS-ETP-FOUND              PIC 9(3) VALUE 0.
       01 WS-ETP-SKIPPED            PIC X(1) VALUE 'N'.

      * journal des sauvegardes : nombre de sauvegardes, rang de la
      * courante, bloc en cours recopie ou non
       01 REC-SAUVJ-STATUS          PIC X(2) VALUE SPACE.
       01 WS-SAUV-FINI              PIC X(1) VALUE 'N'.
       01 WS-SAUV-TOTAL             PIC 9(5) VALUE 0.
       01 WS-SAUV-RANG              PIC 9(5) VALUE 0.
       01 WS-SAUV-ECRITS            PIC 9(5) VALUE 0.
       01 WS-SAUV-COPIE             PIC X(1) VALUE 'N'.
       01 WS-ETP-TABLE.
           03 WS-ETP-ENTRY OCCURS 40 TIMES.
               05 WS-ETP-PROG       PIC X(40).
               05 WS-ETP-SAUTE      PIC X(1).
               05 WS-ETP-RAN        PIC X(1).

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : le bulletin se marque FAILED
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           PERFORM 0200-ETAPES-SAUTEES-START
              THRU 0200-ETAPES-SAUTEES-END.

           OPEN OUTPUT F-BULLETIN.

           PERFORM 1000-CONTROLES-START THRU 1000-CONTROLES-END.
           PERFORM 2000-COMPTEURS-START THRU 2000-COMPTEURS-END.
           PERFORM 3000-JOURNAL-START THRU 3000-JOURNAL-END.
           PERFORM 3500-NON-EXECUTEES-START
              THRU 3500-NON-EXECUTEES-END.
           PERFORM 3600-SAUVEGARDES-START THRU 3600-SAUVEGARDES-END.

      * les exceptions de chaque programme, groupees par programme
           MOVE ALL '-' TO REC-BULLETIN.
       0100-READ-PARAMS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Etapes sautees par le pilote cette nuit, relevees dans le
      *  journal de lot : non planifiees par leur regle de calendrier
      *  ou desactivees dans le plan. Une etape qui a aussi tourne
      *  (NOTEMGMT de tous les soirs et celui de la cloture, par
      *  exemple) n'est pas signalee comme sautee dans les statuts.
       0200-ETAPES-SAUTEES-START.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE 0 TO WS-ETP-COUNT.
           MOVE SPACE TO WS-SKIP-DATE.
           MOVE 'N' TO WS-LOG-FINI.
           OPEN INPUT F-RUNLOG.
           IF REC-RUNLOG-STATUS NOT = '00'
               GO TO 0200-ETAPES-SAUTEES-END
           END-IF.
           PERFORM UNTIL WS-LOG-FINI = 'Y'
               READ F-RUNLOG
                   AT END
                       MOVE 'Y' TO WS-LOG-FINI
                   NOT AT END
                       IF REC-RUNLOG(1:19) = 'DATE DE TRAITEMENT '
                           MOVE REC-RUNLOG TO WS-SKIP-DATE
                       END-IF
                       PERFORM 0210-LIGNE-ETAPE-START
                          THRU 0210-LIGNE-ETAPE-END
               END-READ
           END-PERFORM.
           CLOSE F-RUNLOG.
       0200-ETAPES-SAUTEES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ligne "PROGRAMME : ..." du journal : etape sautee (NON
      *  PLANIFIE, DESACTIVE) ou etape qui a tourne ; les autres
      *  lignes (resume, arret, ferie) ne portent pas un nom seul
      *  devant le ' : ' et sont ignorees
       0210-LIGNE-ETAPE-START.
           MOVE SPACE TO WS-SKIP-PROG WS-SKIP-REST.
           UNSTRING REC-RUNLOG DELIMITED BY ' : '
              INTO WS-SKIP-PROG WS-SKIP-REST.
           IF WS-SKIP-REST = SPACE OR WS-SKIP-PROG = SPACE
               GO TO 0210-LIGNE-ETAPE-END
           END-IF.
           MOVE 0 TO WS-SKIP-BLANCS.
           INSPECT FUNCTION TRIM(WS-SKIP-PROG) TALLYING WS-SKIP-BLANCS
              FOR ALL SPACE.
           IF WS-SKIP-BLANCS > 0
               GO TO 0210-LIGNE-ETAPE-END
           END-IF.

           MOVE 0 TO WS-ETP-FOUND.
           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                   UNTIL WS-ETP-IDX > WS-ETP-COUNT
               IF WS-ETP-PROG(WS-ETP-IDX) = WS-SKIP-PROG
                   MOVE WS-ETP-IDX TO WS-ETP-FOUND
               END-IF
           END-PERFORM.
           IF WS-ETP-FOUND = 0
               IF WS-ETP-COUNT = 40
                   GO TO 0210-LIGNE-ETAPE-END
               END-IF
               ADD 1 TO WS-ETP-COUNT
               MOVE WS-ETP-COUNT TO WS-ETP-FOUND
               MOVE WS-SKIP-PROG TO WS-ETP-PROG(WS-ETP-FOUND)
               MOVE 'N' TO WS-ETP-SAUTE(WS-ETP-FOUND)
               MOVE 'N' TO WS-ETP-RAN(WS-ETP-FOUND)
           END-IF.

           IF WS-SKIP-REST(1:12) = 'NON PLANIFIE'
              OR WS-SKIP-REST(1:9) = 'DESACTIVE'
               MOVE 'Y' TO WS-ETP-SAUTE(WS-ETP-FOUND)
               IF WS-SKIP-COUNT < 20
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE REC-RUNLOG TO WS-SKIP-LINE(WS-SKIP-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-ETP-RAN(WS-ETP-FOUND)
           END-IF.
       0210-LIGNE-ETAPE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Statuts de controle : FAILED ou RUNNING = bloquant ; fichier
      *  de controle absent = rien n'a tourne, bloquant aussi. La
      *  portent la photographie prise par CTRL-CHECK, qui sera
      *  reecrite telle quelle a la cloture du bulletin. Notre propre
      *  ligne (passee RUNNING par CTRL-CHECK) n'est pas bloquante.
      *  Une etape que le pilote n'a pas lancee cette nuit garde le
      *  statut d'une nuit precedente : elle est annotee, pas bloquante.
       1000-CONTROLES-START.
           MOVE 'STATUTS DE CONTROLE :' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
                       MOVE SPACE TO REC-BULLETIN
                       MOVE '  ' TO REC-BULLETIN(1:2)
                       MOVE REC-CONTROL TO REC-BULLETIN(3:40)
                       MOVE 'N' TO WS-ETP-SKIPPED
                       PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                               UNTIL WS-ETP-IDX > WS-ETP-COUNT
                           IF WS-ETP-PROG(WS-ETP-IDX) = CTRL-PROGRAM
                              AND WS-ETP-SAUTE(WS-ETP-IDX) = 'Y'
                              AND WS-ETP-RAN(WS-ETP-IDX) = 'N'
                               MOVE 'Y' TO WS-ETP-SKIPPED
                           END-IF
                       END-PERFORM
                       IF WS-ETP-SKIPPED = 'Y'
                           MOVE '(NON EXECUTE CE SOIR)'
                              TO REC-BULLETIN(46:21)
                       END-IF
                       IF CTRL-PROGRAM NOT = WS-CTRL-PROGRAM-ID
                          AND WS-ETP-SKIPPED = 'N'
                          AND (CTRL-STATUS = 'FAILED'
                             OR CTRL-STATUS = 'RUNNING')
                           ADD 1 TO WS-BLOQUANTS
       3000-JOURNAL-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Etapes non executees cette nuit, avec le motif du pilote :
      *  simple information, une etape hors calendrier n'est pas une
      *  etape en echec
       3500-NON-EXECUTEES-START.
           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE 'ETAPES NON EXECUTEES CE SOIR (CALENDRIER / '
              & 'DESACTIVEES) :'
              TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           IF WS-SKIP-DATE NOT = SPACE
               MOVE SPACE TO REC-BULLETIN
               MOVE WS-SKIP-DATE TO REC-BULLETIN(3:80)
               WRITE REC-BULLETIN
           END-IF.
           IF WS-SKIP-COUNT = 0
               MOVE '  AUCUNE' TO REC-BULLETIN
               WRITE REC-BULLETIN
               GO TO 3500-NON-EXECUTEES-END
           END-IF.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
               MOVE SPACE TO REC-BULLETIN
               MOVE WS-SKIP-LINE(WS-SKIP-IDX) TO REC-BULLETIN(3:80)
               WRITE REC-BULLETIN
           END-PERFORM.
       3500-NON-EXECUTEES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Sauvegardes et restaurations des fichiers maitres
      *  (sauvegen-journal.dat) : la derniere sauvegarde, et toute
      *  restauration faite depuis la sauvegarde precedente. Un
      *  premier passage compte les sauvegardes, le second recopie
      *  les blocs a partir de l'avant-derniere. Information seule :
      *  une sauvegarde en echec arrete le plan et ressort deja en
      *  FAILED dans les statuts de controle.
       3600-SAUVEGARDES-START.
           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE 'SAUVEGARDES ET RESTAURATIONS DES FICHIERS MAITRES :'
              TO REC-BULLETIN.
           WRITE REC-BULLETIN.

           MOVE 0 TO WS-SAUV-TOTAL.
           MOVE 'N' TO WS-SAUV-FINI.
           OPEN INPUT F-SAUVJ.
           IF REC-SAUVJ-STATUS NOT = '00'
               MOVE '  AUCUNE SAUVEGARDE JOURNALISEE' TO REC-BULLETIN
               WRITE REC-BULLETIN
               GO TO 3600-SAUVEGARDES-END
           END-IF.
           PERFORM UNTIL WS-SAUV-FINI = 'Y'
               READ F-SAUVJ
                   AT END
                       MOVE 'Y' TO WS-SAUV-FINI
                   NOT AT END
                       IF REC-SAUVJ(1:11) = 'SAUVEGARDE '
                           ADD 1 TO WS-SAUV-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SAUVJ.

           MOVE 0 TO WS-SAUV-RANG.
           MOVE 0 TO WS-SAUV-ECRITS.
           MOVE 'N' TO WS-SAUV-COPIE.
           MOVE 'N' TO WS-SAUV-FINI.
           OPEN INPUT F-SAUVJ.
           PERFORM UNTIL WS-SAUV-FINI = 'Y'
               READ F-SAUVJ
                   AT END
                       MOVE 'Y' TO WS-SAUV-FINI
                   NOT AT END
                       IF REC-SAUVJ(1:11) = 'SAUVEGARDE '
                           ADD 1 TO WS-SAUV-RANG
                           IF WS-SAUV-RANG = WS-SAUV-TOTAL
                               MOVE 'Y' TO WS-SAUV-COPIE
                           ELSE
                               MOVE 'N' TO WS-SAUV-COPIE
                           END-IF
                       END-IF
                       IF REC-SAUVJ(1:13) = 'RESTAURATION '
                           IF WS-SAUV-RANG + 1 >= WS-SAUV-TOTAL
                               MOVE 'Y' TO WS-SAUV-COPIE
                           ELSE
                               MOVE 'N' TO WS-SAUV-COPIE
                           END-IF
                       END-IF
                       IF WS-SAUV-COPIE = 'Y'
                           MOVE SPACE TO REC-BULLETIN
                           MOVE REC-SAUVJ TO REC-BULLETIN(3:118)
                           WRITE REC-BULLETIN
                           ADD 1 TO WS-SAUV-ECRITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SAUVJ.
           IF WS-SAUV-ECRITS = 0
               MOVE '  AUCUNE SAUVEGARDE JOURNALISEE' TO REC-BULLETIN
               WRITE REC-BULLETIN
           END-IF.
       3600-SAUVEGARDES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lignes d'exception du programme WS-EXC-PROG (fichier
      *  WS-EXCEPT-NAME) : recopiees sous leur programme, gravite
