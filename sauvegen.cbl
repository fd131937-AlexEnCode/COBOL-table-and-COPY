       IDENTIFICATION DIVISION.
               PROGRAM-ID. sauvegen.

      ******************************************************************
      *  Sauvegarde par generations des fichiers maitres, appelee par
      *  le pilote de lot avant le plan de la nuit. Chaque fichier de
      *  la liste (cartes FICHIER de sauvegen.par, sinon le jeu par
      *  defaut : fichierclient.txt, les fichiers de reference tenus
      *  par refmaint, Train/train1.dat et l'historique des moyennes
      *  de notemgmt) est copie sous le nom
      *  <repertoire>/<AAAAMMJJ>/<fichier> ; son nombre
      *  d'enregistrements et son empreinte sont inscrits au catalogue
      *  sauvegen-catalogue.dat, et la copie n'est gardee que si elle
      *  redonne la meme empreinte que l'original. Seules
      *  les GENERATIONS dernieres nuits sont conservees (7 par
      *  defaut), les plus anciennes sont supprimees avec leurs lignes
      *  de catalogue ; cette purge n'est pas faite si une copie de
      *  la nuit est en echec. Une sauvegarde relancee la meme nuit
      *  remplace la generation du jour.
      *  En restauration (reponse R a la premiere question), remet en
      *  place un fichier, ou tous les fichiers, tels qu'ils etaient
      *  la nuit demandee (blanc = derniere generation), apres avoir
      *  verifie que la copie redonne le nombre d'enregistrements et
      *  l'empreinte du catalogue ; une generation douteuse est
      *  refusee et le fichier en place n'est pas touche.
      *  Toute sauvegarde, suppression et restauration est tracee
      *  dans sauvegen-journal.dat, repris par le bulletin du matin.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM ASSIGN TO 'sauvegen.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PARAM-STATUS.

           SELECT F-CATAL ASSIGN TO 'sauvegen-catalogue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CATAL-STATUS.

           SELECT F-JOURNAL ASSIGN TO 'sauvegen-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-JOURNAL-STATUS.

      * fichier dont on calcule l'empreinte (original, generation ou
      * fichier restaure), ouvert via le nom dynamique
           SELECT F-IN ASSIGN DYNAMIC WS-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-IN-STATUS.

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

       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

      * une ligne par fichier et par nuit : date et heure de la
      * sauvegarde, nombre d'enregistrements, empreinte, fichier
       FD  F-CATAL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CATAL.
           03 CAT-DATE        PIC X(8).
           03 FILLER          PIC X(1).
           03 CAT-HEURE       PIC X(6).
           03 FILLER          PIC X(1).
           03 CAT-ENREG       PIC X(9).
           03 FILLER          PIC X(1).
           03 CAT-EMPREINTE   PIC X(10).
           03 FILLER          PIC X(1).
           03 CAT-FICHIER     PIC X(63).

       FD  F-JOURNAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL        PIC X(132) VALUE SPACE.

       FD  F-IN
           RECORD CONTAINS 1000 CHARACTERS
           RECORDING MODE IS F.
       01  REC-IN             PIC X(1000) VALUE SPACE.

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'CPCTRLWS.cpy'.
       COPY 'CPSTATWS.cpy'.

       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 REC-CATAL-STATUS          PIC X(2) VALUE SPACE.
       01 REC-JOURNAL-STATUS        PIC X(2) VALUE SPACE.
       01 REC-IN-STATUS             PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-CATAL-FINI             PIC X(1) VALUE 'N'.
       01 WS-IN-FINI                PIC X(1) VALUE 'N'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-AUJOURD                PIC X(8) VALUE SPACE.
       01 WS-HEURE                  PIC X(6) VALUE SPACE.
       01 WS-GENERATIONS            PIC 9(3) VALUE 7.
       01 WS-REPERTOIRE             PIC X(40) VALUE 'generations'.
       01 WS-MODE                   PIC X(1) VALUE SPACE.
           88 WS-MODE-RESTAURE          VALUE 'R'.
       01 WS-REST-FICHIER           PIC X(63) VALUE SPACE.
       01 WS-REST-NUIT              PIC X(8) VALUE SPACE.
       01 WS-SHELL-CMD              PIC X(300) VALUE SPACE.
       01 WS-IN-NAME                PIC X(120) VALUE SPACE.
       01 WS-GEN-NUIT               PIC X(8) VALUE SPACE.
       01 WS-GEN-FICHIER            PIC X(63) VALUE SPACE.
       01 WS-GEN-NAME               PIC X(120) VALUE SPACE.
       01 WS-GEN-DIR                PIC X(120) VALUE SPACE.
       01 WS-SLASH                  PIC 9(3) VALUE 0.
       01 WS-LUS-COUNT              PIC 9(4) VALUE 0.
       01 WS-TRAITE-COUNT           PIC 9(4) VALUE 0.
       01 WS-REJET-COUNT            PIC 9(4) VALUE 0.
       01 WS-PNT-NB                 PIC ZZZZZZZZ9.
       01 WS-PNT-EMP                PIC ZZZZZZZZZ9.
       01 WS-PNT-EMP2               PIC ZZZZZZZZZ9.

      * liste des fichiers sauvegardes
       01 WS-FIC-COUNT              PIC 9(2) VALUE 0.
       01 WS-FIC-IDX                PIC 9(2) VALUE 0.
       01 WS-FICHIERS.
           03 WS-FIC-NOM            PIC X(63) OCCURS 30 TIMES.

      * catalogue des generations, recharge puis reecrit en entier
       01 WS-CAT-COUNT              PIC 9(4) VALUE 0.
       01 WS-CAT-IDX                PIC 9(4) VALUE 0.
       01 WS-CAT-TROUVE             PIC 9(4) VALUE 0.
       01 WS-CATALOGUE.
         02 WS-T-CAT OCCURS 1 TO 600 TIMES
               DEPENDING ON WS-CAT-COUNT.
           03 WS-CT-DATE        PIC X(8) VALUE SPACE.
           03 WS-CT-HEURE       PIC X(6) VALUE SPACE.
           03 WS-CT-ENREG       PIC 9(9) VALUE 0.
           03 WS-CT-EMPREINTE   PIC 9(10) VALUE 0.
           03 WS-CT-FICHIER     PIC X(63) VALUE SPACE.

      * nuits presentes au catalogue, rangees par date croissante
       01 WS-NUIT-COUNT             PIC 9(3) VALUE 0.
       01 WS-NUIT-IDX               PIC 9(3) VALUE 0.
       01 WS-NUIT-POS               PIC 9(3) VALUE 0.
       01 WS-NUIT-BUTOIR            PIC X(8) VALUE SPACE.
       01 WS-NUITS.
           03 WS-NUIT               PIC X(8) OCCURS 200 TIMES.

      * empreinte d'un fichier : nombre d'enregistrements et hachage
      * multiplicatif de tous les caracteres (fin de ligne comprise),
      * modulo un nombre premier de 10 chiffres, comme CPHASHPR
       01 WS-EMP-PRESENT            PIC X(1) VALUE 'N'.
       01 WS-EMP-ENREG              PIC 9(9) VALUE 0.
       01 WS-EMP-SOMME              PIC 9(10) VALUE 0.
       01 WS-EMP-TRAVAIL            PIC 9(18) VALUE 0.
       01 WS-EMP-QUOTIENT           PIC 9(18) VALUE 0.
       01 WS-EMP-LONG               PIC 9(4) VALUE 0.
       01 WS-EMP-I                  PIC 9(4) VALUE 0.
       01 WS-SRC-ENREG              PIC 9(9) VALUE 0.
       01 WS-SRC-SOMME              PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'SAUVEGEN' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.

           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.
           IF WS-FIC-COUNT = 0
               PERFORM 0200-DEFAULT-FICHIERS-START
                  THRU 0200-DEFAULT-FICHIERS-END
           END-IF.
           IF WS-GENERATIONS = 0
               MOVE 1 TO WS-GENERATIONS
           END-IF.
           DISPLAY 'PARAMETRE GENERATIONS = ' WS-GENERATIONS.
           DISPLAY 'PARAMETRE REPERTOIRE = '
              FUNCTION TRIM(WS-REPERTOIRE).

      * le pilote de lot repond S (ou rien) ; la restauration est une
      * reprise manuelle de l'exploitant
           DISPLAY 'Sauvegarde ou restauration (S/R, blanc = S) ? '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE-RESTAURE
               DISPLAY 'Fichier a restaurer (blanc = tous) ? '
                  WITH NO ADVANCING
               ACCEPT WS-REST-FICHIER
               DISPLAY 'Nuit a restaurer (AAAAMMJJ, blanc = '
                  'derniere) ? ' WITH NO ADVANCING
               ACCEPT WS-REST-NUIT
           END-IF.

           OPEN EXTEND F-JOURNAL.
           IF REC-JOURNAL-STATUS NOT = '00'
              AND REC-JOURNAL-STATUS NOT = '05'
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF REC-JOURNAL-STATUS NOT = '00'
              AND REC-JOURNAL-STATUS NOT = '05'
               DISPLAY 'ERREUR JOURNAL SAUVEGEN : ' REC-JOURNAL-STATUS
               MOVE 'N' TO WS-PROCESS-OK
           END-IF.

           IF WS-PROCESS-OK-YES
               PERFORM 1000-LOAD-CATALOGUE-START
                  THRU 1000-LOAD-CATALOGUE-END
               IF WS-MODE-RESTAURE
                   PERFORM 4000-RESTAURATION-START
                      THRU 4000-RESTAURATION-END
               ELSE
                   PERFORM 2000-SAUVEGARDE-START
                      THRU 2000-SAUVEGARDE-END
      * pas de purge sur une sauvegarde en echec : la derniere bonne
      * generation d'un fichier doit survivre a une copie douteuse
                   IF WS-PROCESS-OK-YES
                       PERFORM 3000-PURGE-START THRU 3000-PURGE-END
                   ELSE
                       MOVE SPACE TO REC-JOURNAL
                       MOVE '  PURGE NON FAITE : SAUVEGARDE EN ECHEC, '
                          & 'GENERATIONS CONSERVEES' TO REC-JOURNAL
                       WRITE REC-JOURNAL
                   END-IF
                   PERFORM 1500-WRITE-CATALOGUE-START
                      THRU 1500-WRITE-CATALOGUE-END
               END-IF
               CLOSE F-JOURNAL
           END-IF.

      * Statistiques d'execution partagees : fichiers examines,
      * fichiers sauvegardes ou restaures, fichiers absents ou refuses
           MOVE 'SAUVEGEN' TO WS-STAT-PROGRAM-ID.
           MOVE WS-LUS-COUNT TO WS-STAT-READ-CT.
           MOVE WS-TRAITE-COUNT TO WS-STAT-WRITTEN-CT.
           MOVE WS-REJET-COUNT TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

      * code retour : 8 copie ou restauration en echec, 0 sinon
           IF WS-PROCESS-OK-YES
               MOVE 0 TO RETURN-CODE
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               MOVE 8 TO RETURN-CODE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres sauvegen.par : GENERATIONS (nuits gardees),
      *  REPERTOIRE (racine des generations), FICHIER (une carte par
      *  fichier a sauvegarder ; sans carte FICHIER, jeu par defaut)
       0100-READ-PARAMS-START.
           MOVE 'N' TO WS-PARAM-FINI.
           MOVE 0 TO WS-FIC-COUNT.
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
                           WHEN 'GENERATIONS'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-GENERATIONS
                           WHEN 'REPERTOIRE'
                               MOVE PARAM-VALUE TO WS-REPERTOIRE
                           WHEN 'FICHIER'
                               IF PARAM-VALUE NOT = SPACE
                                  AND WS-FIC-COUNT < 30
                                   ADD 1 TO WS-FIC-COUNT
                                   MOVE PARAM-VALUE
                                      TO WS-FIC-NOM(WS-FIC-COUNT)
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
      *  Jeu par defaut : les fichiers maitres qu'une remise fautive
      *  de la nuit peut abimer
       0200-DEFAULT-FICHIERS-START.
           MOVE 6 TO WS-FIC-COUNT.
           MOVE 'fichierclient.txt' TO WS-FIC-NOM(1).
      * fichiers de reference tenus par refmaint
           MOVE 'fr-liste-dept.txt' TO WS-FIC-NOM(2).
           MOVE 'fr-liste-poste.txt' TO WS-FIC-NOM(3).
           MOVE 'Train/stations.dat' TO WS-FIC-NOM(4).
           MOVE 'Train/train1.dat' TO WS-FIC-NOM(5).
           MOVE 'Grade management/moyennes-hist.dat' TO WS-FIC-NOM(6).
       0200-DEFAULT-FICHIERS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Charge le catalogue des generations (absent = aucune)
       1000-LOAD-CATALOGUE-START.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 'N' TO WS-CATAL-FINI.
           OPEN INPUT F-CATAL.
           IF REC-CATAL-STATUS NOT = '00'
               GO TO 1000-LOAD-CATALOGUE-END
           END-IF.
           PERFORM UNTIL WS-CATAL-FINI = 'Y'
               READ F-CATAL
                AT END
                 MOVE 'Y' TO WS-CATAL-FINI
                NOT AT END
                 IF REC-CATAL(1:1) NOT = '*'
                    AND CAT-DATE NUMERIC
                    AND CAT-ENREG NUMERIC
                    AND CAT-EMPREINTE NUMERIC
                    AND WS-CAT-COUNT < 600
                     ADD 1 TO WS-CAT-COUNT
                     MOVE CAT-DATE TO WS-CT-DATE(WS-CAT-COUNT)
                     MOVE CAT-HEURE TO WS-CT-HEURE(WS-CAT-COUNT)
                     MOVE CAT-ENREG TO WS-CT-ENREG(WS-CAT-COUNT)
                     MOVE CAT-EMPREINTE
                        TO WS-CT-EMPREINTE(WS-CAT-COUNT)
                     MOVE CAT-FICHIER TO WS-CT-FICHIER(WS-CAT-COUNT)
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CATAL.
       1000-LOAD-CATALOGUE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Reecrit le catalogue : les lignes des nuits purgees (date
      *  anterieure a la butoir) disparaissent
       1500-WRITE-CATALOGUE-START.
           OPEN OUTPUT F-CATAL.
           IF REC-CATAL-STATUS NOT = '00'
               DISPLAY 'ERREUR CATALOGUE SAUVEGEN : ' REC-CATAL-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1500-WRITE-CATALOGUE-END
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-DATE(WS-CAT-IDX) NOT < WS-NUIT-BUTOIR
                   MOVE SPACE TO REC-CATAL
                   MOVE WS-CT-DATE(WS-CAT-IDX) TO CAT-DATE
                   MOVE WS-CT-HEURE(WS-CAT-IDX) TO CAT-HEURE
                   MOVE WS-CT-ENREG(WS-CAT-IDX) TO CAT-ENREG
                   MOVE WS-CT-EMPREINTE(WS-CAT-IDX) TO CAT-EMPREINTE
                   MOVE WS-CT-FICHIER(WS-CAT-IDX) TO CAT-FICHIER
                   WRITE REC-CATAL
               END-IF
           END-PERFORM.
           CLOSE F-CATAL.
       1500-WRITE-CATALOGUE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Sauvegarde de la nuit : une generation datee par fichier
       2000-SAUVEGARDE-START.
           MOVE SPACE TO REC-JOURNAL.
           STRING 'SAUVEGARDE DU ' DELIMITED BY SIZE
              WS-AUJOURD DELIMITED BY SIZE
              ' A ' DELIMITED BY SIZE
              WS-HEURE DELIMITED BY SIZE
              ' (' DELIMITED BY SIZE
              WS-GENERATIONS DELIMITED BY SIZE
              ' GENERATIONS)' DELIMITED BY SIZE
              INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
              UNTIL WS-FIC-IDX > WS-FIC-COUNT
               PERFORM 2100-SAUVE-UN-START THRU 2100-SAUVE-UN-END
           END-PERFORM.
       2000-SAUVEGARDE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Sauvegarde du fichier WS-FIC-IDX : empreinte de l'original,
      *  copie dans la generation du jour, empreinte de la copie ; la
      *  ligne de catalogue n'est ecrite que si les deux concordent
       2100-SAUVE-UN-START.
           ADD 1 TO WS-LUS-COUNT.
           MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-IN-NAME.
           PERFORM 5000-EMPREINTE-START THRU 5000-EMPREINTE-END.
      * fichier absent (pas encore cree) : trace au journal, ce
      * n'est pas un rejet
           IF WS-EMP-PRESENT NOT = 'Y'
               MOVE SPACE TO REC-JOURNAL
               STRING '  ABSENT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIC-NOM(WS-FIC-IDX))
                  DELIMITED BY SIZE
                  ' : PAS DE GENERATION CETTE NUIT' DELIMITED BY SIZE
                  INTO REC-JOURNAL
               WRITE REC-JOURNAL
               GO TO 2100-SAUVE-UN-END
           END-IF.
           MOVE WS-EMP-ENREG TO WS-SRC-ENREG.
           MOVE WS-EMP-SOMME TO WS-SRC-SOMME.

           MOVE WS-AUJOURD TO WS-GEN-NUIT.
           MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-GEN-FICHIER.
           PERFORM 5500-GEN-NAME-START THRU 5500-GEN-NAME-END.
           MOVE SPACE TO WS-SHELL-CMD.
           STRING 'mkdir -p "' DELIMITED BY SIZE
              FUNCTION TRIM(WS-GEN-DIR) DELIMITED BY SIZE
              '" && cp "' DELIMITED BY SIZE
              FUNCTION TRIM(WS-FIC-NOM(WS-FIC-IDX)) DELIMITED BY SIZE
              '" "' DELIMITED BY SIZE
              FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
              '"' DELIMITED BY SIZE
              INTO WS-SHELL-CMD.
           CALL 'SYSTEM' USING WS-SHELL-CMD.

           MOVE WS-GEN-NAME TO WS-IN-NAME.
           PERFORM 5000-EMPREINTE-START THRU 5000-EMPREINTE-END.
           IF WS-EMP-PRESENT NOT = 'Y'
              OR WS-EMP-ENREG NOT = WS-SRC-ENREG
              OR WS-EMP-SOMME NOT = WS-SRC-SOMME
               MOVE 'N' TO WS-PROCESS-OK
               ADD 1 TO WS-REJET-COUNT
               MOVE SPACE TO REC-JOURNAL
               STRING '  ECHEC ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIC-NOM(WS-FIC-IDX))
                  DELIMITED BY SIZE
                  ' : COPIE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                  ' ABSENTE OU DIFFERENTE' DELIMITED BY SIZE
                  INTO REC-JOURNAL
               WRITE REC-JOURNAL
               GO TO 2100-SAUVE-UN-END
           END-IF.

      * la generation du jour remplace celle d'un passage precedent de
      * la meme nuit
           MOVE 0 TO WS-CAT-TROUVE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-DATE(WS-CAT-IDX) = WS-AUJOURD
                  AND WS-CT-FICHIER(WS-CAT-IDX)
                      = WS-FIC-NOM(WS-FIC-IDX)
                   MOVE WS-CAT-IDX TO WS-CAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CAT-TROUVE = 0
               IF WS-CAT-COUNT = 600
                   DISPLAY 'CAPACITE DEPASSEE : CATALOGUE'
                   MOVE 'N' TO WS-PROCESS-OK
                   GO TO 2100-SAUVE-UN-END
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-TROUVE
           END-IF.
           MOVE WS-AUJOURD TO WS-CT-DATE(WS-CAT-TROUVE).
           MOVE WS-HEURE TO WS-CT-HEURE(WS-CAT-TROUVE).
           MOVE WS-SRC-ENREG TO WS-CT-ENREG(WS-CAT-TROUVE).
           MOVE WS-SRC-SOMME TO WS-CT-EMPREINTE(WS-CAT-TROUVE).
           MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-CT-FICHIER(WS-CAT-TROUVE).

           ADD 1 TO WS-TRAITE-COUNT.
           MOVE WS-SRC-ENREG TO WS-PNT-NB.
           MOVE WS-SRC-SOMME TO WS-PNT-EMP.
           MOVE SPACE TO REC-JOURNAL.
           STRING '  SAUVE ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-FIC-NOM(WS-FIC-IDX)) DELIMITED BY SIZE
              ' : ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-PNT-NB) DELIMITED BY SIZE
              ' ENREG., EMPREINTE ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-PNT-EMP) DELIMITED BY SIZE
              INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
       2100-SAUVE-UN-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ne garde que les GENERATIONS nuits les plus recentes : les
      *  repertoires des nuits plus anciennes sont supprimes, leurs
      *  lignes de catalogue tombent a la reecriture
       3000-PURGE-START.
           MOVE 0 TO WS-NUIT-COUNT.
           MOVE LOW-VALUE TO WS-NUIT-BUTOIR.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM 3100-ADD-NUIT-START THRU 3100-ADD-NUIT-END
           END-PERFORM.
           IF WS-NUIT-COUNT NOT > WS-GENERATIONS
               GO TO 3000-PURGE-END
           END-IF.

           COMPUTE WS-NUIT-POS = WS-NUIT-COUNT - WS-GENERATIONS + 1.
           MOVE WS-NUIT(WS-NUIT-POS) TO WS-NUIT-BUTOIR.
           PERFORM VARYING WS-NUIT-IDX FROM 1 BY 1
              UNTIL WS-NUIT-IDX = WS-NUIT-POS
               MOVE SPACE TO WS-SHELL-CMD
               STRING 'rm -rf "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-NUIT(WS-NUIT-IDX) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
               CALL 'SYSTEM' USING WS-SHELL-CMD
               MOVE SPACE TO REC-JOURNAL
               STRING '  GENERATION ' DELIMITED BY SIZE
                  WS-NUIT(WS-NUIT-IDX) DELIMITED BY SIZE
                  ' SUPPRIMEE' DELIMITED BY SIZE
                  INTO REC-JOURNAL
               WRITE REC-JOURNAL
           END-PERFORM.
       3000-PURGE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Range la nuit de la ligne de catalogue WS-CAT-IDX dans la
      *  table des nuits (sans doublon, par date croissante)
       3100-ADD-NUIT-START.
           MOVE 1 TO WS-NUIT-POS.
           PERFORM UNTIL WS-NUIT-POS > WS-NUIT-COUNT
              OR WS-NUIT(WS-NUIT-POS) NOT < WS-CT-DATE(WS-CAT-IDX)
               ADD 1 TO WS-NUIT-POS
           END-PERFORM.
           IF WS-NUIT-POS NOT > WS-NUIT-COUNT
              AND WS-NUIT(WS-NUIT-POS) = WS-CT-DATE(WS-CAT-IDX)
               GO TO 3100-ADD-NUIT-END
           END-IF.
           IF WS-NUIT-COUNT = 200
               GO TO 3100-ADD-NUIT-END
           END-IF.
           PERFORM VARYING WS-NUIT-IDX FROM WS-NUIT-COUNT BY -1
              UNTIL WS-NUIT-IDX < WS-NUIT-POS
               MOVE WS-NUIT(WS-NUIT-IDX) TO WS-NUIT(WS-NUIT-IDX + 1)
           END-PERFORM.
           MOVE WS-CT-DATE(WS-CAT-IDX) TO WS-NUIT(WS-NUIT-POS).
           ADD 1 TO WS-NUIT-COUNT.
       3100-ADD-NUIT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Restauration d'un fichier (ou de tous) a la nuit demandee ;
      *  sans nuit, la derniere generation cataloguee du fichier (ou
      *  la derniere nuit sauvegardee pour tous les fichiers)
       4000-RESTAURATION-START.
           IF WS-REST-FICHIER = SPACE
               MOVE 'TOUS' TO WS-REST-FICHIER
           END-IF.
           IF WS-REST-NUIT = SPACE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                  UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF (WS-REST-FICHIER = 'TOUS'
                      OR WS-CT-FICHIER(WS-CAT-IDX) = WS-REST-FICHIER)
                      AND WS-CT-DATE(WS-CAT-IDX) > WS-REST-NUIT
                       MOVE WS-CT-DATE(WS-CAT-IDX) TO WS-REST-NUIT
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACE TO REC-JOURNAL.
           STRING 'RESTAURATION DU ' DELIMITED BY SIZE
              WS-AUJOURD DELIMITED BY SIZE
              ' A ' DELIMITED BY SIZE
              WS-HEURE DELIMITED BY SIZE
              ' : ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-REST-FICHIER) DELIMITED BY SIZE
              ', NUIT ' DELIMITED BY SIZE
              WS-REST-NUIT DELIMITED BY SIZE
              INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
           DISPLAY FUNCTION TRIM(REC-JOURNAL).

           MOVE 0 TO WS-CAT-TROUVE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-DATE(WS-CAT-IDX) = WS-REST-NUIT
                  AND (WS-REST-FICHIER = 'TOUS'
                     OR WS-CT-FICHIER(WS-CAT-IDX) = WS-REST-FICHIER)
                   ADD 1 TO WS-CAT-TROUVE
                   PERFORM 4100-RESTAURE-UN-START
                      THRU 4100-RESTAURE-UN-END
               END-IF
           END-PERFORM.

           IF WS-CAT-TROUVE = 0
               MOVE 'N' TO WS-PROCESS-OK
               MOVE SPACE TO REC-JOURNAL
               STRING '  AUCUNE GENERATION CATALOGUEE POUR '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REST-FICHIER) DELIMITED BY SIZE
                  ', NUIT ' DELIMITED BY SIZE
                  WS-REST-NUIT DELIMITED BY SIZE
                  INTO REC-JOURNAL
               WRITE REC-JOURNAL
               DISPLAY FUNCTION TRIM(REC-JOURNAL)
           END-IF.
       4000-RESTAURATION-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Restaure la generation de la ligne de catalogue WS-CAT-IDX :
      *  la copie doit redonner le nombre d'enregistrements et
      *  l'empreinte du catalogue, sinon le fichier en place reste
       4100-RESTAURE-UN-START.
           ADD 1 TO WS-LUS-COUNT.
           MOVE WS-CT-DATE(WS-CAT-IDX) TO WS-GEN-NUIT.
           MOVE WS-CT-FICHIER(WS-CAT-IDX) TO WS-GEN-FICHIER.
           PERFORM 5500-GEN-NAME-START THRU 5500-GEN-NAME-END.
           MOVE WS-GEN-NAME TO WS-IN-NAME.
           PERFORM 5000-EMPREINTE-START THRU 5000-EMPREINTE-END.
           IF WS-EMP-PRESENT NOT = 'Y'
              OR WS-EMP-ENREG NOT = WS-CT-ENREG(WS-CAT-IDX)
              OR WS-EMP-SOMME NOT = WS-CT-EMPREINTE(WS-CAT-IDX)
               MOVE 'N' TO WS-PROCESS-OK
               ADD 1 TO WS-REJET-COUNT
               MOVE WS-EMP-SOMME TO WS-PNT-EMP
               MOVE WS-CT-EMPREINTE(WS-CAT-IDX) TO WS-PNT-EMP2
               MOVE SPACE TO REC-JOURNAL
               IF WS-EMP-PRESENT NOT = 'Y'
                   STRING '  REFUSE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-FICHIER(WS-CAT-IDX))
                      DELIMITED BY SIZE
                      ' : GENERATION ' DELIMITED BY SIZE
                      WS-CT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                      ' ABSENTE' DELIMITED BY SIZE
                      INTO REC-JOURNAL
               ELSE
                   STRING '  REFUSE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-FICHIER(WS-CAT-IDX))
                      DELIMITED BY SIZE
                      ' : GENERATION ' DELIMITED BY SIZE
                      WS-CT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                      ' EMPREINTE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PNT-EMP) DELIMITED BY SIZE
                      ' AU LIEU DE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PNT-EMP2) DELIMITED BY SIZE
                      INTO REC-JOURNAL
               END-IF
               WRITE REC-JOURNAL
               DISPLAY FUNCTION TRIM(REC-JOURNAL)
               GO TO 4100-RESTAURE-UN-END
           END-IF.

           MOVE SPACE TO WS-SHELL-CMD.
           STRING 'cp "' DELIMITED BY SIZE
              FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
              '" "' DELIMITED BY SIZE
              FUNCTION TRIM(WS-CT-FICHIER(WS-CAT-IDX)) DELIMITED BY SIZE
              '"' DELIMITED BY SIZE
              INTO WS-SHELL-CMD.
           CALL 'SYSTEM' USING WS-SHELL-CMD.

      * controle du fichier remis en place
           MOVE WS-CT-FICHIER(WS-CAT-IDX) TO WS-IN-NAME.
           PERFORM 5000-EMPREINTE-START THRU 5000-EMPREINTE-END.
           MOVE SPACE TO REC-JOURNAL.
           IF WS-EMP-PRESENT NOT = 'Y'
              OR WS-EMP-ENREG NOT = WS-CT-ENREG(WS-CAT-IDX)
              OR WS-EMP-SOMME NOT = WS-CT-EMPREINTE(WS-CAT-IDX)
               MOVE 'N' TO WS-PROCESS-OK
               ADD 1 TO WS-REJET-COUNT
               STRING '  ECHEC ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-FICHIER(WS-CAT-IDX))
                  DELIMITED BY SIZE
                  ' : COPIE DE LA GENERATION ' DELIMITED BY SIZE
                  WS-CT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                  ' NON CONFORME' DELIMITED BY SIZE
                  INTO REC-JOURNAL
           ELSE
               ADD 1 TO WS-TRAITE-COUNT
               MOVE WS-EMP-ENREG TO WS-PNT-NB
               STRING '  RESTAURE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-FICHIER(WS-CAT-IDX))
                  DELIMITED BY SIZE
                  ' <- GENERATION ' DELIMITED BY SIZE
                  WS-CT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PNT-NB) DELIMITED BY SIZE
                  ' ENREG., EMPREINTE VERIFIEE' DELIMITED BY SIZE
                  INTO REC-JOURNAL
           END-IF.
           WRITE REC-JOURNAL.
           DISPLAY FUNCTION TRIM(REC-JOURNAL).
       4100-RESTAURE-UN-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Empreinte du fichier WS-IN-NAME : WS-EMP-PRESENT a 'Y' si le
      *  fichier s'ouvre, WS-EMP-ENREG enregistrements, WS-EMP-SOMME
      *  hachage de chaque caractere significatif de chaque ligne
       5000-EMPREINTE-START.
           MOVE 'N' TO WS-EMP-PRESENT.
           MOVE 0 TO WS-EMP-ENREG.
           MOVE 5381 TO WS-EMP-SOMME.
           OPEN INPUT F-IN.
           IF REC-IN-STATUS NOT = '00'
               GO TO 5000-EMPREINTE-END
           END-IF.
           MOVE 'Y' TO WS-EMP-PRESENT.
           MOVE 'N' TO WS-IN-FINI.
           PERFORM UNTIL WS-IN-FINI = 'Y'
               READ F-IN
                AT END
                 MOVE 'Y' TO WS-IN-FINI
                NOT AT END
                 ADD 1 TO WS-EMP-ENREG
                 MOVE 0 TO WS-EMP-LONG
                 IF REC-IN NOT = SPACE
                     COMPUTE WS-EMP-LONG = FUNCTION LENGTH(
                        FUNCTION TRIM(REC-IN TRAILING))
                 END-IF
                 PERFORM VARYING WS-EMP-I FROM 1 BY 1
                    UNTIL WS-EMP-I > WS-EMP-LONG
                     COMPUTE WS-EMP-TRAVAIL = WS-EMP-SOMME * 33
                        + FUNCTION ORD(REC-IN(WS-EMP-I:1))
                     DIVIDE WS-EMP-TRAVAIL BY 9999999967
                        GIVING WS-EMP-QUOTIENT
                        REMAINDER WS-EMP-SOMME
                 END-PERFORM
      * la fin de ligne compte aussi : deux lignes vides ne valent
      * pas une seule
                 COMPUTE WS-EMP-TRAVAIL = WS-EMP-SOMME * 33 + 10
                 DIVIDE WS-EMP-TRAVAIL BY 9999999967
                    GIVING WS-EMP-QUOTIENT
                    REMAINDER WS-EMP-SOMME
               END-READ
           END-PERFORM.
           CLOSE F-IN.
       5000-EMPREINTE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Nom de la generation du fichier WS-GEN-FICHIER pour la nuit
      *  WS-GEN-NUIT : <repertoire>/<AAAAMMJJ>/<fichier>, et dans
      *  WS-GEN-DIR le repertoire qui la contient
       5500-GEN-NAME-START.
           MOVE SPACE TO WS-GEN-NAME.
           STRING FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-GEN-NUIT DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              FUNCTION TRIM(WS-GEN-FICHIER) DELIMITED BY SIZE
              INTO WS-GEN-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GEN-NAME TRAILING))
              TO WS-SLASH.
           PERFORM UNTIL WS-SLASH = 0
              OR WS-GEN-NAME(WS-SLASH:1) = '/'
               SUBTRACT 1 FROM WS-SLASH
           END-PERFORM.
           MOVE SPACE TO WS-GEN-DIR.
           MOVE WS-GEN-NAME(1:WS-SLASH - 1) TO WS-GEN-DIR.
       5500-GEN-NAME-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
