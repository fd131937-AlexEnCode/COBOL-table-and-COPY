       IDENTIFICATION DIVISION.
               PROGRAM-ID. refmaint.

      ******************************************************************
      *  Maintenance des fichiers de reference : departements
      *  (fr-liste-dept.txt, layout FDEPT), postes (fr-liste-poste.txt,
      *  layout FPOSTE) et gares (Train/stations.dat, nom sur 18
      *  caracteres). Les mouvements viennent du fichier
      *  refmaint-mvt.dat (un par ligne, '*' = commentaire) ou, s'il
      *  est absent, de la saisie operateur :
      *    fichier D/P/G, action A = ajout, M = modification,
      *    R = retrait, cle (code departement, code poste ou nom de
      *    gare) puis les zones du fichier.
      *  Sont refuses les mouvements qui laisseraient des references
      *  orphelines : departement encore agence d'un employe, poste
      *  encore tenu par un employe (rapprochement sur le libelle),
      *  gare encore gare de depart dans train1.dat, ou dont le retrait
      *  decalerait les positions des indicateurs d'arret ; sans le
      *  fichier des employes ou train1.dat, ces mouvements sont
      *  refuses faute de controle. Chaque mouvement, applique ou
      *  refuse, est trace avec son horodatage dans
      *  referentiels-journal.dat, un APPLIQUE seulement une fois son
      *  fichier reecrit ; les fichiers ne sont reecrits que s'ils ont
      *  change. Emplacements des fichiers des trains
      *  modifiables par les cartes GARES et HORAIRES de refmaint.par.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-DEPT-STATUS.

           SELECT F-POSTE ASSIGN TO 'fr-liste-poste.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-POSTE-STATUS.

           SELECT F-GARES ASSIGN DYNAMIC WS-GARES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-GARES-STATUS.

           SELECT F-TRAIN1 ASSIGN DYNAMIC WS-TRAIN1-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-TRAIN1-STATUS.

           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CLIENT-STATUS.

           SELECT F-RFMVT ASSIGN TO 'refmaint-mvt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RFMVT-STATUS.

           SELECT F-RFLOG ASSIGN TO 'referentiels-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RFLOG-STATUS.

           SELECT F-PARAM ASSIGN TO 'refmaint.par'
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

       COPY 'FDEPT.cpy'.
       COPY 'FPOSTE.cpy'.

      * liste des gares : un nom de 18 caracteres par ligne, la
      * position dans le fichier est celle des indicateurs d'arret
       FD  F-GARES
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  REC-GARE                  PIC X(18).

       FD  F-TRAIN1
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       COPY 'train1-fdescription.txt'.

       COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * mouvements des referentiels : fichier D/P/G, action A/M/R,
      * cle puis zones propres au fichier
       FD  F-RFMVT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RFMVT                 PIC X(80).

      * journal des modifications des referentiels
       FD  F-RFLOG
           RECORD CONTAINS 180 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RFLOG                 PIC X(180).

      * cartes parametres refmaint.par : MOT-CLE puis valeur
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

       01 REC-DEPT-STATUS           PIC X(2) VALUE SPACE.
       01 REC-POSTE-STATUS          PIC X(2) VALUE SPACE.
       01 REC-GARES-STATUS          PIC X(2) VALUE SPACE.
       01 REC-TRAIN1-STATUS         PIC X(2) VALUE SPACE.
       01 REC-CLIENT-STATUS         PIC X(2) VALUE SPACE.
       01 REC-RFMVT-STATUS          PIC X(2) VALUE SPACE.
       01 REC-RFLOG-STATUS          PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.
       01 WS-DEPT-FINI              PIC X(3) VALUE 'NON'.
       01 WS-POSTE-FINI             PIC X(3) VALUE 'NON'.
       01 WS-GARES-FINI             PIC X(3) VALUE 'NON'.
       01 WS-TRAIN1-FINI            PIC X(3) VALUE 'NON'.
       01 WS-EMPLOYE-FINI           PIC X(3) VALUE 'NON'.
       01 WS-RFMVT-FINI             PIC X(3) VALUE 'NON'.
       01 WS-SAISIE-FINI            PIC X(1) VALUE 'N'.
           88 WS-SAISIE-FINI-YES        VALUE 'Y'.
       01 WS-FOUND                  PIC X(01) VALUE 'N'.
           88 WS-FOUND-YES              VALUE 'Y'.

      * emplacements des fichiers des trains (depuis la racine)
       01 WS-GARES-NAME             PIC X(64)
                                    VALUE 'Train/stations.dat'.
       01 WS-TRAIN1-NAME            PIC X(64)
                                    VALUE 'Train/train1.dat'.

      * fichiers modifies a reecrire
       01 WS-DEPT-MODIFIE           PIC X(1) VALUE 'N'.
       01 WS-POSTE-MODIFIE          PIC X(1) VALUE 'N'.
       01 WS-GARES-MODIFIE          PIC X(1) VALUE 'N'.
       01 WS-DEPT-REECRIT           PIC X(1) VALUE 'N'.
       01 WS-POSTE-REECRIT          PIC X(1) VALUE 'N'.
       01 WS-GARES-REECRIT          PIC X(1) VALUE 'N'.

       01 WS-MVT-LUS                PIC 9(5) VALUE 0.
       01 WS-MVT-APPLIQUES          PIC 9(5) VALUE 0.
       01 WS-MVT-REFUSES            PIC 9(5) VALUE 0.
       01 WS-HORODATE               PIC X(14) VALUE SPACE.
       01 WS-SAISIE                 PIC X(40) VALUE SPACE.

      * mouvement en cours (lu ou saisi)
       01 WS-RFM.
           03 WS-RFM-FICHIER        PIC X(1).
               88 WS-RFM-DEPT           VALUE 'D'.
               88 WS-RFM-POSTE          VALUE 'P'.
               88 WS-RFM-GARE           VALUE 'G'.
           03 WS-RFM-ACTION         PIC X(1).
               88 WS-RFM-AJOUT          VALUE 'A'.
               88 WS-RFM-MODIF          VALUE 'M'.
               88 WS-RFM-RETRAIT        VALUE 'R'.
           03 WS-RFM-CLE            PIC X(18).
           03 WS-RFM-DONNEES        PIC X(60).
           03 WS-RFM-ZONES-DEPT REDEFINES WS-RFM-DONNEES.
               05 WS-RFM-DEPT-DEP       PIC X(23).
               05 WS-RFM-DEPT-REGION    PIC X(26).
               05 WS-RFM-DEPT-RESTE     PIC X(11).
           03 WS-RFM-ZONES-POSTE REDEFINES WS-RFM-DONNEES.
               05 WS-RFM-POSTE-LIB      PIC X(14).
               05 WS-RFM-POSTE-MIN      PIC X(07).
               05 WS-RFM-POSTE-MAX      PIC X(07).
               05 WS-RFM-POSTE-RESTE    PIC X(32).
           03 WS-RFM-ZONES-GARE REDEFINES WS-RFM-DONNEES.
               05 WS-RFM-GARE-NOM       PIC X(18).
               05 WS-RFM-GARE-RESTE     PIC X(42).

      * resultat du mouvement pour le journal
       01 WS-MOTIF                  PIC X(40) VALUE SPACE.
       01 WS-IMAGE-AVANT            PIC X(52) VALUE SPACE.
       01 WS-IMAGE-APRES            PIC X(52) VALUE SPACE.
       01 WS-LIB-FICHIER            PIC X(5) VALUE SPACE.
       01 WS-LIB-ACTION             PIC X(7) VALUE SPACE.

      * departements
       01 WS-DEPT-COUNT             PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX               PIC 9(3) VALUE 0.
       01 WS-RDEPT.
         02 WS-T-RDEPT OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-DEPT-COUNT.
           03 WS-RDEPT-ID        PIC X(03) VALUE SPACE.
           03 WS-RDEPT-DEP       PIC X(23) VALUE SPACE.
           03 WS-RDEPT-REGION    PIC X(26) VALUE SPACE.

      * postes
       01 WS-POSTE-COUNT            PIC 9(3) VALUE 0.
       01 WS-POSTE-IDX              PIC 9(3) VALUE 0.
       01 WS-RPOSTE.
         02 WS-T-RPOSTE OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-POSTE-COUNT.
           03 WS-RPOSTE-ID       PIC X(04) VALUE SPACE.
           03 WS-RPOSTE-LIB      PIC X(14) VALUE SPACE.
           03 WS-RPOSTE-MIN      PIC 9(07) VALUE 0.
           03 WS-RPOSTE-MAX      PIC 9(07) VALUE 0.
       01 WS-NEW-MIN                PIC 9(07) VALUE 0.
       01 WS-NEW-MAX                PIC 9(07) VALUE 0.
       01 WS-NEW-LIB                PIC X(14) VALUE SPACE.

      * gares (99 au plus : capacite de la table du programme train)
       01 WS-GARE-COUNT             PIC 9(2) VALUE 0.
       01 WS-GARE-IDX               PIC 9(2) VALUE 0.
       01 WS-RGARE.
         02 WS-T-RGARE OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-GARE-COUNT.
           03 WS-RGARE-NOM       PIC X(18) VALUE SPACE.

      * references a proteger : agences et postes des employes, gares
      * de depart de train1.dat et derniere position d'arret utilisee
       01 WS-EMP-COUNT              PIC 9(4) VALUE 0.
       01 WS-EMP-IDX                PIC 9(4) VALUE 0.
       01 WS-REMP.
         02 WS-T-REMP OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT.
           03 WS-REMP-AGENCE     PIC X(03) VALUE SPACE.
           03 WS-REMP-POSTE      PIC X(14) VALUE SPACE.
       01 WS-DEP-COUNT              PIC 9(4) VALUE 0.
       01 WS-DEP-IDX                PIC 9(4) VALUE 0.
       01 WS-RDEP.
         02 WS-T-RDEP OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-DEP-COUNT.
           03 WS-RDEP-STATION    PIC X(18) VALUE SPACE.
       01 WS-HALT-IDX               PIC 9(2) VALUE 0.
       01 WS-HALT-MAX               PIC 9(2) VALUE 0.
      * fichiers d'usage charges : sans eux, pas de controle des
      * references et les mouvements qui en dependent sont refuses
       01 WS-EMP-CHARGE             PIC X(1) VALUE 'N'.
           88 WS-EMP-CHARGE-YES         VALUE 'Y'.
       01 WS-DEP-CHARGE             PIC X(1) VALUE 'N'.
           88 WS-DEP-CHARGE-YES         VALUE 'Y'.

      * lignes du journal du run, gardees en table jusqu'a la
      * reecriture des referentiels : un APPLIQUE n'est journalise
      * que si le fichier a bien ete reecrit
       01 WS-LOG-COUNT              PIC 9(4) VALUE 0.
       01 WS-LOG-IDX                PIC 9(5) VALUE 0.
       01 WS-RLOG.
         02 WS-T-RLOG OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LOG-COUNT.
           03 WS-RLOG-APPLIQUE   PIC X(1) VALUE 'N'.
               88 WS-RLOG-APPLIQUE-YES  VALUE 'Y'.
           03 WS-RLOG-FICHIER    PIC X(1) VALUE SPACE.
           03 WS-RLOG-LIGNE      PIC X(180) VALUE SPACE.

       PROCEDURE DIVISION.

      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'REFMAINT' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATE.
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.

           PERFORM 1000-LOAD-REFS-START THRU 1000-LOAD-REFS-END.
           IF WS-PROCESS-OK-YES
               PERFORM 1100-LOAD-USAGES-START THRU 1100-LOAD-USAGES-END
           END-IF.

           IF WS-PROCESS-OK-YES
               OPEN EXTEND F-RFLOG
               IF REC-RFLOG-STATUS NOT = '00'
                  AND REC-RFLOG-STATUS NOT = '05'
                   OPEN OUTPUT F-RFLOG
               END-IF
               IF REC-RFLOG-STATUS NOT = '00'
                  AND REC-RFLOG-STATUS NOT = '05'
                   DISPLAY 'ERREUR JOURNAL DES REFERENTIELS : '
                      REC-RFLOG-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               END-IF
           END-IF.

      * mouvements du fichier, sinon saisie operateur
           IF WS-PROCESS-OK-YES
               OPEN INPUT F-RFMVT
               IF REC-RFMVT-STATUS = '00'
                   PERFORM 2000-BATCH-START THRU 2000-BATCH-END
                   CLOSE F-RFMVT
               ELSE
                   PERFORM 2100-SAISIE-START THRU 2100-SAISIE-END
               END-IF
               IF WS-PROCESS-OK-YES
                   PERFORM 4000-REWRITE-START THRU 4000-REWRITE-END
               END-IF
               PERFORM 4500-JOURNAL-START THRU 4500-JOURNAL-END
               CLOSE F-RFLOG
           END-IF.

           DISPLAY 'MOUVEMENTS LUS : ' WS-MVT-LUS
              ' APPLIQUES : ' WS-MVT-APPLIQUES
              ' REFUSES : ' WS-MVT-REFUSES.

      * Statistiques d'execution partagees
           MOVE 'REFMAINT' TO WS-STAT-PROGRAM-ID.
           MOVE WS-MVT-LUS TO WS-STAT-READ-CT.
           MOVE WS-MVT-APPLIQUES TO WS-STAT-WRITTEN-CT.
           MOVE WS-MVT-REFUSES TO WS-STAT-REJECT-CT.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

           IF WS-PROCESS-OK-YES
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres refmaint.par : GARES et HORAIRES
      *  (emplacements de stations.dat et train1.dat)
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
                           WHEN 'GARES'
                               MOVE PARAM-VALUE TO WS-GARES-NAME
                           WHEN 'HORAIRES'
                               MOVE PARAM-VALUE TO WS-TRAIN1-NAME
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
      *  Chargement des trois referentiels ; un fichier absent est un
      *  referentiel vide (creation), une erreur de lecture arrete
       1000-LOAD-REFS-START.
           OPEN INPUT F-DEPT.
           IF REC-DEPT-STATUS = '00'
               PERFORM UNTIL WS-DEPT-FINI = 'OUI'
                   READ F-DEPT
                    AT END
                     MOVE 'OUI' TO WS-DEPT-FINI
                    NOT AT END
                     IF WS-DEPT-COUNT < 999
                         ADD 1 TO WS-DEPT-COUNT
                         MOVE RDEPT TO WS-T-RDEPT(WS-DEPT-COUNT)
                     END-IF
                   END-READ
               END-PERFORM
               CLOSE F-DEPT
           ELSE
               IF REC-DEPT-STATUS NOT = '35'
                   DISPLAY 'ERREUR FICHIER DEPARTEMENTS : '
                      REC-DEPT-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               END-IF
           END-IF.

           OPEN INPUT F-POSTE.
           IF REC-POSTE-STATUS = '00'
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
               END-PERFORM
               CLOSE F-POSTE
           ELSE
               IF REC-POSTE-STATUS NOT = '35'
                   DISPLAY 'ERREUR FICHIER POSTES : ' REC-POSTE-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               END-IF
           END-IF.

           OPEN INPUT F-GARES.
           IF REC-GARES-STATUS = '00'
               PERFORM UNTIL WS-GARES-FINI = 'OUI'
                   READ F-GARES
                    AT END
                     MOVE 'OUI' TO WS-GARES-FINI
                    NOT AT END
                     IF WS-GARE-COUNT < 99
                         ADD 1 TO WS-GARE-COUNT
                         MOVE REC-GARE TO WS-RGARE-NOM(WS-GARE-COUNT)
                     END-IF
                   END-READ
               END-PERFORM
               CLOSE F-GARES
           ELSE
               IF REC-GARES-STATUS NOT = '35'
                   DISPLAY 'ERREUR FICHIER GARES : ' REC-GARES-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               END-IF
           END-IF.
       1000-LOAD-REFS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  References a proteger : agences et postes des employes, gares
      *  de depart des trains et derniere position d'arret renseignee
       1100-LOAD-USAGES-START.
           OPEN INPUT F-EMPLOYE.
           IF REC-CLIENT-STATUS = '00'
               PERFORM UNTIL WS-EMPLOYE-FINI = 'OUI'
                   READ F-EMPLOYE
                    AT END
                     MOVE 'OUI' TO WS-EMPLOYE-FINI
                    NOT AT END
                     IF WS-EMP-COUNT < 9999
                         ADD 1 TO WS-EMP-COUNT
                         MOVE EMPLOYE-AGENCE
                            TO WS-REMP-AGENCE(WS-EMP-COUNT)
                         MOVE EMPLOYE-POSTE
                            TO WS-REMP-POSTE(WS-EMP-COUNT)
                     END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMPLOYE
               MOVE 'Y' TO WS-EMP-CHARGE
           ELSE
               DISPLAY 'FICHIER DES EMPLOYES ABSENT - RETRAITS '
                  'D''AGENCES ET DE POSTES ET CHANGEMENTS DE '
                  'LIBELLE REFUSES'
           END-IF.

           OPEN INPUT F-TRAIN1.
           IF REC-TRAIN1-STATUS = '00'
               PERFORM UNTIL WS-TRAIN1-FINI = 'OUI'
                   READ F-TRAIN1
                    AT END
                     MOVE 'OUI' TO WS-TRAIN1-FINI
                    NOT AT END
                     IF WS-DEP-COUNT < 9999
                         ADD 1 TO WS-DEP-COUNT
                         MOVE STATION-DEPART
                            TO WS-RDEP-STATION(WS-DEP-COUNT)
                     END-IF
                     PERFORM VARYING WS-HALT-IDX FROM 1 BY 1
                        UNTIL WS-HALT-IDX > 10
                         IF TRAIN-HALT-FLAG(WS-HALT-IDX) NOT = SPACE
                            AND WS-HALT-IDX > WS-HALT-MAX
                             MOVE WS-HALT-IDX TO WS-HALT-MAX
                         END-IF
                     END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE F-TRAIN1
               MOVE 'Y' TO WS-DEP-CHARGE
           ELSE
               DISPLAY 'FICHIER DES HORAIRES ABSENT - RENOMMAGES ET '
                  'RETRAITS DE GARES REFUSES'
           END-IF.
       1100-LOAD-USAGES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Mouvements du fichier refmaint-mvt.dat
       2000-BATCH-START.
           PERFORM UNTIL WS-RFMVT-FINI = 'OUI'
               READ F-RFMVT
                AT END
                 MOVE 'OUI' TO WS-RFMVT-FINI
                NOT AT END
                 IF REC-RFMVT(1:1) NOT = '*' AND REC-RFMVT NOT = SPACE
                     MOVE REC-RFMVT TO WS-RFM
                     PERFORM 3000-ONE-MVT-START THRU 3000-ONE-MVT-END
                 END-IF
               END-READ
           END-PERFORM.
       2000-BATCH-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Saisie operateur : un mouvement par tour, fichier vide ou FIN
      *  pour terminer
       2100-SAISIE-START.
           PERFORM UNTIL WS-SAISIE-FINI-YES
               MOVE SPACE TO WS-RFM
               DISPLAY 'Fichier (D=departements P=postes G=gares, '
                  'vide ou FIN = sortie) ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-SAISIE
               ACCEPT WS-SAISIE
               IF WS-SAISIE = SPACE OR WS-SAISIE = 'FIN'
                   MOVE 'Y' TO WS-SAISIE-FINI
               ELSE
                   MOVE WS-SAISIE(1:1) TO WS-RFM-FICHIER
                   PERFORM 2110-SAISIE-ZONES-START
                      THRU 2110-SAISIE-ZONES-END
                   PERFORM 3000-ONE-MVT-START THRU 3000-ONE-MVT-END
               END-IF
           END-PERFORM.
       2100-SAISIE-END.
           EXIT.

      * zones du mouvement ; un nom de gare saisi sur plus de 18
      * caracteres deborde dans la zone RESTE et sera refuse
       2110-SAISIE-ZONES-START.
           DISPLAY 'Action (A=ajout M=modification R=retrait) ? '
              WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:1) TO WS-RFM-ACTION.

           EVALUATE TRUE
               WHEN WS-RFM-DEPT
                   DISPLAY 'Code departement ? ' WITH NO ADVANCING
               WHEN WS-RFM-POSTE
                   DISPLAY 'Code poste ? ' WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY 'Nom de la gare ? ' WITH NO ADVANCING
           END-EVALUATE.
           MOVE SPACE TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE TO WS-RFM-CLE.
           IF WS-RFM-GARE AND WS-SAISIE(19:22) NOT = SPACE
               MOVE WS-SAISIE(19:22) TO WS-RFM-GARE-RESTE
           END-IF.
           IF WS-RFM-RETRAIT
               GO TO 2110-SAISIE-ZONES-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-RFM-DEPT
                   DISPLAY 'Nom du departement (vide = inchange) ? '
                      WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE TO WS-RFM-DEPT-DEP
                   DISPLAY 'Region (vide = inchangee) ? '
                      WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE TO WS-RFM-DEPT-REGION
               WHEN WS-RFM-POSTE
                   DISPLAY 'Libelle du poste (vide = inchange) ? '
                      WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE TO WS-RFM-POSTE-LIB
                   DISPLAY 'Salaire minimum 7 chiffres (vide = '
                      'inchange) ? ' WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE TO WS-RFM-POSTE-MIN
                   DISPLAY 'Salaire maximum 7 chiffres (vide = '
                      'inchange) ? ' WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE TO WS-RFM-POSTE-MAX
               WHEN WS-RFM-GARE AND WS-RFM-MODIF
                   DISPLAY 'Nouveau nom de la gare ? '
                      WITH NO ADVANCING
                   MOVE SPACE TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE(1:18) TO WS-RFM-GARE-NOM
                   IF WS-SAISIE(19:22) NOT = SPACE
                       MOVE WS-SAISIE(19:22) TO WS-RFM-GARE-RESTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2110-SAISIE-ZONES-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Un mouvement : aiguillage par fichier, puis trace dans le
      *  journal (WS-MOTIF a blanc = applique)
       3000-ONE-MVT-START.
           ADD 1 TO WS-MVT-LUS.
           MOVE SPACE TO WS-MOTIF.
           MOVE SPACE TO WS-IMAGE-AVANT.
           MOVE SPACE TO WS-IMAGE-APRES.

           EVALUATE TRUE
               WHEN WS-RFM-AJOUT
                   MOVE 'AJOUT' TO WS-LIB-ACTION
               WHEN WS-RFM-MODIF
                   MOVE 'MODIF' TO WS-LIB-ACTION
               WHEN WS-RFM-RETRAIT
                   MOVE 'RETRAIT' TO WS-LIB-ACTION
               WHEN OTHER
                   MOVE WS-RFM-ACTION TO WS-LIB-ACTION
                   MOVE 'ACTION INCONNUE' TO WS-MOTIF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-RFM-DEPT
                   MOVE 'DEPT' TO WS-LIB-FICHIER
                   IF WS-MOTIF = SPACE
                       PERFORM 3100-DEPT-START THRU 3100-DEPT-END
                   END-IF
               WHEN WS-RFM-POSTE
                   MOVE 'POSTE' TO WS-LIB-FICHIER
                   IF WS-MOTIF = SPACE
                       PERFORM 3200-POSTE-START THRU 3200-POSTE-END
                   END-IF
               WHEN WS-RFM-GARE
                   MOVE 'GARE' TO WS-LIB-FICHIER
                   IF WS-MOTIF = SPACE
                       PERFORM 3300-GARE-START THRU 3300-GARE-END
                   END-IF
               WHEN OTHER
                   MOVE WS-RFM-FICHIER TO WS-LIB-FICHIER
                   MOVE 'FICHIER INCONNU' TO WS-MOTIF
           END-EVALUATE.

           PERFORM 3900-JOURNAL-START THRU 3900-JOURNAL-END.
       3000-ONE-MVT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Departements : cle sur 3 caracteres, nom et region obligatoires
      *  a l'ajout ; retrait refuse si le code est l'agence d'un
      *  employe
       3100-DEPT-START.
           IF WS-RFM-CLE(1:3) = SPACE OR WS-RFM-CLE(4:15) NOT = SPACE
               MOVE 'CODE DEPARTEMENT SUR 3 CARACTERES' TO WS-MOTIF
               GO TO 3100-DEPT-END
           END-IF.
           IF WS-RFM-DEPT-RESTE NOT = SPACE
               MOVE 'ZONES HORS LAYOUT FDEPT' TO WS-MOTIF
               GO TO 3100-DEPT-END
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-FOUND-YES
               IF WS-RDEPT-ID(WS-DEPT-IDX) = WS-RFM-CLE(1:3)
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-DEPT-IDX
               END-IF
           END-PERFORM.

           IF WS-RFM-AJOUT
               IF WS-FOUND-YES
                   MOVE 'DEPARTEMENT DEJA PRESENT' TO WS-MOTIF
                   GO TO 3100-DEPT-END
               END-IF
               IF WS-RFM-DEPT-DEP = SPACE OR WS-RFM-DEPT-REGION = SPACE
                   MOVE 'NOM ET REGION OBLIGATOIRES' TO WS-MOTIF
                   GO TO 3100-DEPT-END
               END-IF
               IF WS-DEPT-COUNT = 999
                   MOVE 'TABLE DES DEPARTEMENTS PLEINE' TO WS-MOTIF
                   GO TO 3100-DEPT-END
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-RFM-CLE(1:3) TO WS-RDEPT-ID(WS-DEPT-COUNT)
               MOVE WS-RFM-DEPT-DEP TO WS-RDEPT-DEP(WS-DEPT-COUNT)
               MOVE WS-RFM-DEPT-REGION
                  TO WS-RDEPT-REGION(WS-DEPT-COUNT)
               MOVE WS-T-RDEPT(WS-DEPT-COUNT) TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-DEPT-MODIFIE
               GO TO 3100-DEPT-END
           END-IF.

           IF NOT WS-FOUND-YES
               MOVE 'DEPARTEMENT INCONNU' TO WS-MOTIF
               GO TO 3100-DEPT-END
           END-IF.
           MOVE WS-T-RDEPT(WS-DEPT-IDX) TO WS-IMAGE-AVANT.

           IF WS-RFM-MODIF
               IF WS-RFM-DEPT-DEP NOT = SPACE
                   MOVE WS-RFM-DEPT-DEP TO WS-RDEPT-DEP(WS-DEPT-IDX)
               END-IF
               IF WS-RFM-DEPT-REGION NOT = SPACE
                   MOVE WS-RFM-DEPT-REGION
                      TO WS-RDEPT-REGION(WS-DEPT-IDX)
               END-IF
               MOVE WS-T-RDEPT(WS-DEPT-IDX) TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-DEPT-MODIFIE
               GO TO 3100-DEPT-END
           END-IF.

           IF NOT WS-EMP-CHARGE-YES
               MOVE 'FICHIER DES EMPLOYES ABSENT' TO WS-MOTIF
               GO TO 3100-DEPT-END
           END-IF.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-REMP-AGENCE(WS-EMP-IDX) = WS-RFM-CLE(1:3)
                   MOVE 'AGENCE D''EMPLOYES EN SERVICE' TO WS-MOTIF
                   GO TO 3100-DEPT-END
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEPT-IDX FROM WS-DEPT-IDX BY 1
              UNTIL WS-DEPT-IDX >= WS-DEPT-COUNT
               MOVE WS-T-RDEPT(WS-DEPT-IDX + 1)
                  TO WS-T-RDEPT(WS-DEPT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-DEPT-COUNT.
           MOVE 'Y' TO WS-DEPT-MODIFIE.
       3100-DEPT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Postes : cle sur 4 caracteres, libelle unique (les employes
      *  sont rattaches par le libelle), fourchette numerique MIN <=
      *  MAX ; changement de libelle et retrait refuses si des
      *  employes tiennent ce poste
       3200-POSTE-START.
           IF WS-RFM-CLE(1:4) = SPACE OR WS-RFM-CLE(5:14) NOT = SPACE
               MOVE 'CODE POSTE SUR 4 CARACTERES' TO WS-MOTIF
               GO TO 3200-POSTE-END
           END-IF.
           IF WS-RFM-POSTE-RESTE NOT = SPACE
               MOVE 'ZONES HORS LAYOUT FPOSTE' TO WS-MOTIF
               GO TO 3200-POSTE-END
           END-IF.
           IF (WS-RFM-POSTE-MIN NOT = SPACE
               AND WS-RFM-POSTE-MIN IS NOT NUMERIC)
              OR (WS-RFM-POSTE-MAX NOT = SPACE
               AND WS-RFM-POSTE-MAX IS NOT NUMERIC)
               MOVE 'SALAIRES MIN/MAX : 7 CHIFFRES' TO WS-MOTIF
               GO TO 3200-POSTE-END
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-POSTE-IDX FROM 1 BY 1
              UNTIL WS-POSTE-IDX > WS-POSTE-COUNT OR WS-FOUND-YES
               IF WS-RPOSTE-ID(WS-POSTE-IDX) = WS-RFM-CLE(1:4)
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-POSTE-IDX
               END-IF
           END-PERFORM.

           IF WS-RFM-AJOUT
               IF WS-FOUND-YES
                   MOVE 'POSTE DEJA PRESENT' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               IF WS-RFM-POSTE-LIB = SPACE
                  OR WS-RFM-POSTE-MIN = SPACE
                  OR WS-RFM-POSTE-MAX = SPACE
                   MOVE 'LIBELLE, MIN ET MAX OBLIGATOIRES' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               MOVE WS-RFM-POSTE-LIB TO WS-NEW-LIB
               PERFORM 3210-LIB-UNIQUE-START THRU 3210-LIB-UNIQUE-END
               IF WS-MOTIF NOT = SPACE
                   GO TO 3200-POSTE-END
               END-IF
               MOVE WS-RFM-POSTE-MIN TO WS-NEW-MIN
               MOVE WS-RFM-POSTE-MAX TO WS-NEW-MAX
               IF WS-NEW-MIN > WS-NEW-MAX
                   MOVE 'SALAIRE MIN SUPERIEUR AU MAX' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               IF WS-POSTE-COUNT = 999
                   MOVE 'TABLE DES POSTES PLEINE' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               ADD 1 TO WS-POSTE-COUNT
               MOVE WS-RFM-CLE(1:4) TO WS-RPOSTE-ID(WS-POSTE-COUNT)
               MOVE WS-NEW-LIB TO WS-RPOSTE-LIB(WS-POSTE-COUNT)
               MOVE WS-NEW-MIN TO WS-RPOSTE-MIN(WS-POSTE-COUNT)
               MOVE WS-NEW-MAX TO WS-RPOSTE-MAX(WS-POSTE-COUNT)
               MOVE WS-T-RPOSTE(WS-POSTE-COUNT) TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-POSTE-MODIFIE
               GO TO 3200-POSTE-END
           END-IF.

           IF NOT WS-FOUND-YES
               MOVE 'POSTE INCONNU' TO WS-MOTIF
               GO TO 3200-POSTE-END
           END-IF.
           MOVE WS-T-RPOSTE(WS-POSTE-IDX) TO WS-IMAGE-AVANT.

      * libelle change ou retrait : le poste ne doit plus etre tenu
           IF WS-RFM-RETRAIT
              OR (WS-RFM-POSTE-LIB NOT = SPACE
                  AND WS-RFM-POSTE-LIB
                     NOT = WS-RPOSTE-LIB(WS-POSTE-IDX))
               IF NOT WS-EMP-CHARGE-YES
                   MOVE 'FICHIER DES EMPLOYES ABSENT' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   IF WS-REMP-POSTE(WS-EMP-IDX)
                      = WS-RPOSTE-LIB(WS-POSTE-IDX)
                       MOVE 'POSTE TENU PAR DES EMPLOYES' TO WS-MOTIF
                       GO TO 3200-POSTE-END
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-RFM-MODIF
               MOVE WS-RPOSTE-LIB(WS-POSTE-IDX) TO WS-NEW-LIB
               MOVE WS-RPOSTE-MIN(WS-POSTE-IDX) TO WS-NEW-MIN
               MOVE WS-RPOSTE-MAX(WS-POSTE-IDX) TO WS-NEW-MAX
               IF WS-RFM-POSTE-LIB NOT = SPACE
                  AND WS-RFM-POSTE-LIB NOT = WS-NEW-LIB
                   MOVE WS-RFM-POSTE-LIB TO WS-NEW-LIB
                   PERFORM 3210-LIB-UNIQUE-START
                      THRU 3210-LIB-UNIQUE-END
                   IF WS-MOTIF NOT = SPACE
                       GO TO 3200-POSTE-END
                   END-IF
               END-IF
               IF WS-RFM-POSTE-MIN NOT = SPACE
                   MOVE WS-RFM-POSTE-MIN TO WS-NEW-MIN
               END-IF
               IF WS-RFM-POSTE-MAX NOT = SPACE
                   MOVE WS-RFM-POSTE-MAX TO WS-NEW-MAX
               END-IF
               IF WS-NEW-MIN > WS-NEW-MAX
                   MOVE 'SALAIRE MIN SUPERIEUR AU MAX' TO WS-MOTIF
                   GO TO 3200-POSTE-END
               END-IF
               MOVE WS-NEW-LIB TO WS-RPOSTE-LIB(WS-POSTE-IDX)
               MOVE WS-NEW-MIN TO WS-RPOSTE-MIN(WS-POSTE-IDX)
               MOVE WS-NEW-MAX TO WS-RPOSTE-MAX(WS-POSTE-IDX)
               MOVE WS-T-RPOSTE(WS-POSTE-IDX) TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-POSTE-MODIFIE
               GO TO 3200-POSTE-END
           END-IF.

           PERFORM VARYING WS-POSTE-IDX FROM WS-POSTE-IDX BY 1
              UNTIL WS-POSTE-IDX >= WS-POSTE-COUNT
               MOVE WS-T-RPOSTE(WS-POSTE-IDX + 1)
                  TO WS-T-RPOSTE(WS-POSTE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-POSTE-COUNT.
           MOVE 'Y' TO WS-POSTE-MODIFIE.
       3200-POSTE-END.
           EXIT.

      * le libelle WS-NEW-LIB ne doit pas deja designer un autre poste
       3210-LIB-UNIQUE-START.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-POSTE-COUNT
               IF WS-RPOSTE-LIB(WS-EMP-IDX) = WS-NEW-LIB
                   MOVE 'LIBELLE DEJA UTILISE' TO WS-MOTIF
                   GO TO 3210-LIB-UNIQUE-END
               END-IF
           END-PERFORM.
       3210-LIB-UNIQUE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Gares : nom sur 18 caracteres au plus, unique ; ajout en fin
      *  de liste (les positions existantes ne bougent pas) ;
      *  renommage et retrait refuses pour une gare de depart de
      *  train1.dat, retrait refuse aussi si des indicateurs d'arret
      *  sont renseignes a sa position ou au-dela
       3300-GARE-START.
           IF WS-RFM-CLE = SPACE
               MOVE 'NOM DE GARE OBLIGATOIRE' TO WS-MOTIF
               GO TO 3300-GARE-END
           END-IF.
           IF WS-RFM-GARE-RESTE NOT = SPACE
               MOVE 'NOM DE GARE LIMITE A 18 CARACTERES' TO WS-MOTIF
               GO TO 3300-GARE-END
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-GARE-IDX FROM 1 BY 1
              UNTIL WS-GARE-IDX > WS-GARE-COUNT OR WS-FOUND-YES
               IF WS-RGARE-NOM(WS-GARE-IDX) = WS-RFM-CLE
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-GARE-IDX
               END-IF
           END-PERFORM.

           IF WS-RFM-AJOUT
               IF WS-FOUND-YES
                   MOVE 'GARE DEJA PRESENTE' TO WS-MOTIF
                   GO TO 3300-GARE-END
               END-IF
               IF WS-RFM-GARE-NOM NOT = SPACE
                   MOVE 'NOM DE GARE LIMITE A 18 CARACTERES' TO WS-MOTIF
                   GO TO 3300-GARE-END
               END-IF
               IF WS-GARE-COUNT = 99
                   MOVE 'LISTE DES GARES PLEINE (99)' TO WS-MOTIF
                   GO TO 3300-GARE-END
               END-IF
               ADD 1 TO WS-GARE-COUNT
               MOVE WS-RFM-CLE TO WS-RGARE-NOM(WS-GARE-COUNT)
               MOVE WS-RFM-CLE TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-GARES-MODIFIE
               GO TO 3300-GARE-END
           END-IF.

           IF NOT WS-FOUND-YES
               MOVE 'GARE INCONNUE' TO WS-MOTIF
               GO TO 3300-GARE-END
           END-IF.
           MOVE WS-RGARE-NOM(WS-GARE-IDX) TO WS-IMAGE-AVANT.

           IF NOT WS-DEP-CHARGE-YES
               MOVE 'FICHIER DES HORAIRES ABSENT' TO WS-MOTIF
               GO TO 3300-GARE-END
           END-IF.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-RDEP-STATION(WS-DEP-IDX) = WS-RFM-CLE
                   MOVE 'GARE DE DEPART DANS TRAIN1.DAT' TO WS-MOTIF
                   GO TO 3300-GARE-END
               END-IF
           END-PERFORM.

           IF WS-RFM-MODIF
               IF WS-RFM-GARE-NOM = SPACE
                   MOVE 'NOUVEAU NOM OBLIGATOIRE' TO WS-MOTIF
                   GO TO 3300-GARE-END
               END-IF
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                  UNTIL WS-DEP-IDX > WS-GARE-COUNT
                   IF WS-RGARE-NOM(WS-DEP-IDX) = WS-RFM-GARE-NOM
                       MOVE 'GARE DEJA PRESENTE' TO WS-MOTIF
                       GO TO 3300-GARE-END
                   END-IF
               END-PERFORM
               MOVE WS-RFM-GARE-NOM TO WS-RGARE-NOM(WS-GARE-IDX)
               MOVE WS-RFM-GARE-NOM TO WS-IMAGE-APRES
               MOVE 'Y' TO WS-GARES-MODIFIE
               GO TO 3300-GARE-END
           END-IF.

           IF WS-GARE-IDX NOT > WS-HALT-MAX
               MOVE 'POSITION UTILISEE PAR LES ARRETS' TO WS-MOTIF
               GO TO 3300-GARE-END
           END-IF.
           PERFORM VARYING WS-GARE-IDX FROM WS-GARE-IDX BY 1
              UNTIL WS-GARE-IDX >= WS-GARE-COUNT
               MOVE WS-RGARE-NOM(WS-GARE-IDX + 1)
                  TO WS-RGARE-NOM(WS-GARE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-GARE-COUNT.
           MOVE 'Y' TO WS-GARES-MODIFIE.
       3300-GARE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Trace du mouvement : horodatage, fichier, action, cle,
      *  APPLIQUE avec les images avant/apres, ou REFUSE avec le motif ;
      *  la ligne est rangee en table, ecrite par 4500
       3900-JOURNAL-START.
           IF WS-LOG-COUNT = 9999
               DISPLAY 'CAPACITE DEPASSEE : TABLE DU JOURNAL'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 3900-JOURNAL-END
           END-IF.
           MOVE SPACE TO REC-RFLOG.
           IF WS-MOTIF = SPACE
               ADD 1 TO WS-MVT-APPLIQUES
               STRING WS-HORODATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-FICHIER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RFM-CLE DELIMITED BY SIZE
                  ' APPLIQUE AVANT ' DELIMITED BY SIZE
                  WS-IMAGE-AVANT DELIMITED BY SIZE
                  ' APRES ' DELIMITED BY SIZE
                  WS-IMAGE-APRES DELIMITED BY SIZE
                  INTO REC-RFLOG
               DISPLAY WS-LIB-FICHIER ' ' WS-LIB-ACTION ' '
                  WS-RFM-CLE ' : APPLIQUE'
           ELSE
               ADD 1 TO WS-MVT-REFUSES
               STRING WS-HORODATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-FICHIER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RFM-CLE DELIMITED BY SIZE
                  ' REFUSE   ' DELIMITED BY SIZE
                  WS-MOTIF DELIMITED BY SIZE
                  INTO REC-RFLOG
               DISPLAY WS-LIB-FICHIER ' ' WS-LIB-ACTION ' '
                  WS-RFM-CLE ' : REFUSE - ' WS-MOTIF
           END-IF.
           ADD 1 TO WS-LOG-COUNT.
           MOVE REC-RFLOG TO WS-RLOG-LIGNE(WS-LOG-COUNT).
           MOVE WS-RFM-FICHIER TO WS-RLOG-FICHIER(WS-LOG-COUNT).
           IF WS-MOTIF = SPACE
               MOVE 'Y' TO WS-RLOG-APPLIQUE(WS-LOG-COUNT)
           ELSE
               MOVE 'N' TO WS-RLOG-APPLIQUE(WS-LOG-COUNT)
           END-IF.
       3900-JOURNAL-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Reecriture des seuls referentiels modifies
       4000-REWRITE-START.
           IF WS-DEPT-MODIFIE = 'Y'
               OPEN OUTPUT F-DEPT
               IF REC-DEPT-STATUS NOT = '00'
                   DISPLAY 'ERREUR FICHIER DEPARTEMENTS : '
                      REC-DEPT-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               ELSE
                   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                      UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       MOVE WS-T-RDEPT(WS-DEPT-IDX) TO RDEPT
                       WRITE RDEPT
                   END-PERFORM
                   CLOSE F-DEPT
                   MOVE 'Y' TO WS-DEPT-REECRIT
               END-IF
           END-IF.

           IF WS-POSTE-MODIFIE = 'Y'
               OPEN OUTPUT F-POSTE
               IF REC-POSTE-STATUS NOT = '00'
                   DISPLAY 'ERREUR FICHIER POSTES : ' REC-POSTE-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               ELSE
                   PERFORM VARYING WS-POSTE-IDX FROM 1 BY 1
                      UNTIL WS-POSTE-IDX > WS-POSTE-COUNT
                       MOVE WS-T-RPOSTE(WS-POSTE-IDX) TO RPOSTE
                       WRITE RPOSTE
                   END-PERFORM
                   CLOSE F-POSTE
                   MOVE 'Y' TO WS-POSTE-REECRIT
               END-IF
           END-IF.

           IF WS-GARES-MODIFIE = 'Y'
               OPEN OUTPUT F-GARES
               IF REC-GARES-STATUS NOT = '00'
                   DISPLAY 'ERREUR FICHIER GARES : ' REC-GARES-STATUS
                   MOVE 'N' TO WS-PROCESS-OK
               ELSE
                   PERFORM VARYING WS-GARE-IDX FROM 1 BY 1
                      UNTIL WS-GARE-IDX > WS-GARE-COUNT
                       MOVE WS-RGARE-NOM(WS-GARE-IDX) TO REC-GARE
                       WRITE REC-GARE
                   END-PERFORM
                   CLOSE F-GARES
                   MOVE 'Y' TO WS-GARES-REECRIT
               END-IF
           END-IF.
       4000-REWRITE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecriture du journal garde en table : les REFUSE, et les
      *  APPLIQUE des seuls referentiels effectivement reecrits
       4500-JOURNAL-START.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-COUNT
               IF NOT WS-RLOG-APPLIQUE-YES(WS-LOG-IDX)
                  OR (WS-RLOG-FICHIER(WS-LOG-IDX) = 'D'
                      AND WS-DEPT-REECRIT = 'Y')
                  OR (WS-RLOG-FICHIER(WS-LOG-IDX) = 'P'
                      AND WS-POSTE-REECRIT = 'Y')
                  OR (WS-RLOG-FICHIER(WS-LOG-IDX) = 'G'
                      AND WS-GARES-REECRIT = 'Y')
                   MOVE WS-RLOG-LIGNE(WS-LOG-IDX) TO REC-RFLOG
                   WRITE REC-RFLOG
               END-IF
           END-PERFORM.
       4500-JOURNAL-END.
           EXIT.

       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
