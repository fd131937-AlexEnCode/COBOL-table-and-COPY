      ******************************************************************
      *  Controle de derive des dessins : compare chaque copybook
      *  regenere par cpygen au copybook du meme nom en place dans
      *  l'arbre, zone par zone (position, longueur, PIC, zones
      *  ajoutees ou supprimees), puis recherche dans les sources
      *  les COPY de ce copybook, y compris les variantes REPLACING
      *  (mvtclient, copyclient, empinfo). Le compte rendu
      *  cpydrift-rapport.dat liste pour chaque programme touche les
      *  COPY concernes, le RECORD CONTAINS du FD qui ne correspond
      *  plus, les clauses de meme longueur que l'ancien dessin et
      *  les lignes qui citent une zone en derive, sous le nom que
      *  lui donne le REPLACING.
      *  Une derive (code retour 4) ou un copybook illisible (code
      *  retour 8) marquent l'etape FAILED dans batch-control.dat :
      *  le plan de lot s'arrete avant que le dessin modifie ne parte
      *  en production.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpydrift.
       AUTHOR.  AlexEtRemi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LAYOUT ASSIGN DYNAMIC WS-LY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LAYOUT.

           SELECT F-LISTE ASSIGN DYNAMIC WS-LISTE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LISTE.

           SELECT F-SOURCE ASSIGN DYNAMIC WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOURCE.

           SELECT F-RAPPORT ASSIGN TO 'cpydrift-rapport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-PARAM ASSIGN TO 'cpydrift.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAM.

           SELECT F-RUNSTATS ASSIGN TO '../run-stats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RUNSTATS-STATUS.

           SELECT F-CONTROL ASSIGN TO '../batch-control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CONTROL-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.
       COPY 'CPYLYFD.cpy'.

      * liste de fichiers produite par ls (copybooks ou sources)
       FD  F-LISTE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-LISTE PIC X(100).

       FD  F-SOURCE
           RECORD CONTAINS 256 CHARACTERS
           RECORDING MODE IS F.
       01  R-SOURCE PIC X(256).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

      * cartes parametres (cpydrift.par) : MOT-CLE puis valeur ;
      * fichier absent = on retombe sur les questions interactives
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************

       COPY 'CPYLYWS.cpy'.
       COPY 'CPCTRLWS.cpy'.
       COPY 'CPSTATWS.cpy'.

       01  FS-LISTE PIC X(02).
       01  FS-SOURCE PIC X(02).
       01  FS-RAPPORT PIC X(02).
       01  FS-PARAM PIC X(02).

       01  WS-PROCESS-OK PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES VALUE 'Y'.
       01  WS-DR-RC       PIC 9(01) VALUE 0.

       01  WS-LISTE-NAME  PIC X(100) VALUE "cpydrift.lst".
       01  WS-SOURCE-NAME PIC X(100) VALUE SPACE.
       01  WS-SHELL-CMD   PIC X(300) VALUE SPACE.
       01  WS-DR-FINI     PIC X(01) VALUE 'N'.

      * cartes parametres
       01 WS-PARAM-PRESENT   PIC X(01) VALUE 'N'.
           88 WS-PARAM-PRESENT-YES     VALUE 'Y'.
       01 WS-PARAM-FINI      PIC X(01) VALUE 'N'.
       01 WS-DR-CARD         PIC X(64) VALUE SPACE.
       01 WS-DR-W1           PIC X(64) VALUE SPACE.
       01 WS-DR-W2           PIC X(64) VALUE SPACE.

      * repertoire des copybooks regeneres, repertoire des copybooks
      * en place, repertoires des sources a parcourir
       01 WS-DR-REGEN-DIR    PIC X(80) VALUE ".".
       01 WS-DR-PLACE-DIR    PIC X(80) VALUE "..".
       01 WS-DR-DIR-COUNT    PIC 9(02) VALUE 0.
       01 WS-DR-DIRS.
          03 WS-DR-DIR OCCURS 10 TIMES PIC X(80).
       01 WS-DR-DIR-IDX      PIC 9(02) VALUE 0.

      * couples a comparer : copybook regenere / copybook en place
       01 WS-DR-PAIR-COUNT   PIC 9(02) VALUE 0.
       01 WS-DR-PAIRS.
          03 WS-DR-PAIR OCCURS 50 TIMES.
             05 WS-DR-P-NEW     PIC X(100).
             05 WS-DR-P-OLD     PIC X(100).
       01 WS-DR-PAIR-IDX     PIC 9(02) VALUE 0.
       01 WS-DR-PROMPT-NEW   PIC X(100) VALUE SPACE.
       01 WS-DR-PROMPT-OLD   PIC X(100) VALUE SPACE.

      * sources a parcourir
       01 WS-DR-PRG-COUNT    PIC 9(03) VALUE 0.
       01 WS-DR-PRGS.
          03 WS-DR-PRG OCCURS 200 TIMES PIC X(100).
       01 WS-DR-PRG-IDX      PIC 9(03) VALUE 0.

      * nom court d'un chemin (apres le dernier /)
       01 WS-DR-PATH         PIC X(100) VALUE SPACE.
       01 WS-DR-BASE-NAME    PIC X(40) VALUE SPACE.
       01 WS-DR-BASE-UP      PIC X(40) VALUE SPACE.
       01 WS-DR-BASE-SHORT   PIC X(40) VALUE SPACE.

      * dessin en place, recopie de la table WS-LY-ENTRY avant la
      * lecture du dessin regenere ; WS-DR-O-MATCH et WS-DR-N-MATCH
      * donnent la zone rapprochee dans l'autre dessin (0 = aucune)
       01 WS-DR-OLD-DECL     PIC 9(05) VALUE 0.
       01 WS-DR-OLD-LENGTH   PIC 9(05) VALUE 0.
       01 WS-DR-OLD-REF      PIC 9(05) VALUE 0.
       01 WS-DR-OLD-COUNT    PIC 9(04) VALUE 0.
       01 WS-DR-OLD-TABLE.
          03 WS-DR-OLD OCCURS 500 TIMES.
             05 WS-DR-O-NAME    PIC X(30).
             05 WS-DR-O-OCC     PIC 9(04).
             05 WS-DR-O-PIC     PIC X(30).
             05 WS-DR-O-USAGE   PIC X(01).
             05 WS-DR-O-TYPE    PIC X(01).
             05 WS-DR-O-SIGNED  PIC X(01).
             05 WS-DR-O-DIGITS  PIC 9(02).
             05 WS-DR-O-DEC     PIC 9(02).
             05 WS-DR-O-OFFSET  PIC 9(05).
             05 WS-DR-O-LEN     PIC 9(04).
             05 WS-DR-O-MATCH   PIC 9(04).
       01 WS-DR-NEW-TABLE.
          03 WS-DR-N-MATCH OCCURS 500 TIMES PIC 9(04).
       01 WS-DR-O            PIC 9(04) VALUE 0.
       01 WS-DR-N            PIC 9(04) VALUE 0.
       01 WS-DR-MATCHED      PIC 9(04) VALUE 0.
       01 WS-DR-BY-RANK      PIC X(01) VALUE 'N'.
           88 WS-DR-BY-RANK-YES        VALUE 'Y'.
       01 WS-DR-KEY-IN       PIC X(30) VALUE SPACE.
       01 WS-DR-KEY-OUT      PIC X(30) VALUE SPACE.
       01 WS-DR-KEY-OLD      PIC X(30) VALUE SPACE.
       01 WS-DR-KP           PIC 9(02) VALUE 0.
       01 WS-DR-LEN-CHANGED  PIC X(01) VALUE 'N'.
           88 WS-DR-LEN-CHANGED-YES    VALUE 'Y'.

      * zones en derive (une ligne par nom, les OCCURS ne sont
      * signales qu'une fois)
       01 WS-DR-KIND         PIC X(30) VALUE SPACE.
       01 WS-DR-D-CUR        PIC X(30) VALUE SPACE.
       01 WS-DR-DIFF-COUNT   PIC 9(03) VALUE 0.
       01 WS-DR-DIFFS.
          03 WS-DR-DIFF OCCURS 200 TIMES.
             05 WS-DR-D-NAME    PIC X(30).
             05 WS-DR-D-KIND    PIC X(30).
       01 WS-DR-D            PIC 9(03) VALUE 0.
       01 WS-DR-D-FOUND      PIC X(01) VALUE 'N'.

      * lecture des sources : ligne courante (colonnes 8 a 72 en
      * majuscules, encadrees d'un blanc) et instruction COPY en
      * cours d'assemblage
       01 WS-DR-LINE-NO      PIC 9(05) VALUE 0.
       01 WS-DR-TEXT         PIC X(65) VALUE SPACE.
       01 WS-DR-PADDED       PIC X(67) VALUE SPACE.
       01 WS-DR-IN-COPY      PIC X(01) VALUE 'N'.
           88 WS-DR-IN-COPY-YES        VALUE 'Y'.
       01 WS-DR-STMT         PIC X(400) VALUE SPACE.
       01 WS-DR-STMT-LINE    PIC 9(05) VALUE 0.
       01 WS-DR-SP           PIC 9(03) VALUE 0.
       01 WS-DR-COPY-NAME    PIC X(40) VALUE SPACE.
       01 WS-DR-PRG-HIT      PIC X(01) VALUE 'N'.
           88 WS-DR-PRG-HIT-YES        VALUE 'Y'.
       01 WS-DR-IMPACT-CT    PIC 9(04) VALUE 0.
       01 WS-DR-PRG-HITS     PIC 9(04) VALUE 0.
       01 WS-DR-P            PIC 9(03) VALUE 0.
       01 WS-DR-I            PIC 9(03) VALUE 0.
       01 WS-DR-L            PIC 9(03) VALUE 0.
       01 WS-DR-TALLY        PIC 9(04) VALUE 0.

      * REPLACING d'un COPY : ==de== BY ==vers==, quatre couples
       01 WS-DR-PARTS.
          03 WS-DR-PART OCCURS 17 TIMES PIC X(60).
       01 WS-DR-RP-COUNT     PIC 9(01) VALUE 0.
       01 WS-DR-RPS.
          03 WS-DR-RP OCCURS 4 TIMES.
             05 WS-DR-RP-FROM   PIC X(30).
             05 WS-DR-RP-TO     PIC X(30).
       01 WS-DR-R            PIC 9(01) VALUE 0.
       01 WS-DR-RN           PIC X(30) VALUE SPACE.
       01 WS-DR-RN2          PIC X(30) VALUE SPACE.
       01 WS-DR-FL           PIC 9(02) VALUE 0.

      * zones en derive sous le nom vu par le programme, et nombre
      * de lignes du programme qui les citent
       01 WS-DR-REF-COUNT    PIC 9(03) VALUE 0.
       01 WS-DR-REFS.
          03 WS-DR-REF OCCURS 200 TIMES.
             05 WS-DR-REF-NAME  PIC X(30).
             05 WS-DR-REF-DIFF  PIC 9(03).
             05 WS-DR-REF-CT    PIC 9(04).
       01 WS-DR-X            PIC 9(03) VALUE 0.

      * recherche d'un nom de zone entier dans la ligne
       01 WS-DR-FN           PIC X(30) VALUE SPACE.
       01 WS-DR-FOUND        PIC X(01) VALUE 'N'.
           88 WS-DR-FOUND-YES          VALUE 'Y'.
       01 WS-DR-CH           PIC X(01) VALUE SPACE.
           88 WS-DR-CH-NAME            VALUE 'A' THRU 'Z'
                                             '0' THRU '9' '-'.

      * clauses de la longueur de l'ancien dessin (RECORD CONTAINS,
      * X(n), (p:n)) relevees dans un programme touche
       01 WS-DR-LEN-TXT      PIC X(05) VALUE SPACE.
       01 WS-DR-PATS.
          03 WS-DR-PAT OCCURS 4 TIMES PIC X(20).
       01 WS-DR-PAT-LENS.
          03 WS-DR-PAT-LEN OCCURS 4 TIMES PIC 9(02).
       01 WS-DR-LL-COUNT     PIC 9(02) VALUE 0.
       01 WS-DR-LLS.
          03 WS-DR-LL OCCURS 20 TIMES.
             05 WS-DR-LL-LINE   PIC 9(05).
             05 WS-DR-LL-TEXT   PIC X(65).

      * compteurs et edition
       01 WS-DR-COMPARED     PIC 9(04) VALUE 0.
       01 WS-DR-PAIR-DRIFT   PIC 9(04) VALUE 0.
       01 WS-DR-DRIFT-CT     PIC 9(05) VALUE 0.
       01 WS-DR-DRIFT-CPY    PIC 9(04) VALUE 0.
       01 WS-DR-PNT-POS      PIC Z(4)9.
       01 WS-DR-PNT-LEN      PIC ZZZ9.
       01 WS-DR-PNT-LINE     PIC 9(05).
       01 WS-DR-PNT-CT       PIC ZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       START-MAIN.
      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'CPYDRIFT' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           PERFORM START-DR-PROMPT THRU END-DR-PROMPT.

           OPEN OUTPUT F-RAPPORT.
           IF FS-RAPPORT NOT = "00"
               DISPLAY "ERREUR COMPTE RENDU : " FS-RAPPORT
               MOVE 8 TO WS-DR-RC
               MOVE 'N' TO WS-PROCESS-OK
           END-IF.

           IF WS-PROCESS-OK-YES
               MOVE SPACE TO R-RAPPORT
               STRING "CONTROLE DE DERIVE DES DESSINS DU "
                  DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO R-RAPPORT
               WRITE R-RAPPORT
               IF WS-DR-PAIR-COUNT = 0
                   PERFORM START-DR-LIST-CPY THRU END-DR-LIST-CPY
               END-IF
               PERFORM START-DR-LIST-PRG THRU END-DR-LIST-PRG
               IF WS-DR-PAIR-COUNT = 0
                   MOVE SPACE TO R-RAPPORT
                   MOVE "AUCUN COPYBOOK REGENERE A CONTROLER"
                      TO R-RAPPORT
                   WRITE R-RAPPORT
               END-IF
               PERFORM VARYING WS-DR-PAIR-IDX FROM 1 BY 1
                  UNTIL WS-DR-PAIR-IDX > WS-DR-PAIR-COUNT
                   PERFORM START-DR-PAIR THRU END-DR-PAIR
               END-PERFORM
               MOVE SPACE TO R-RAPPORT
               MOVE ALL '-' TO R-RAPPORT(1:72)
               WRITE R-RAPPORT
               MOVE SPACE TO R-RAPPORT
               MOVE WS-DR-COMPARED TO WS-DR-PNT-CT
               STRING "COPYBOOKS COMPARES : " DELIMITED BY SIZE
                  WS-DR-PNT-CT DELIMITED BY SIZE
                  INTO R-RAPPORT
               MOVE WS-DR-DRIFT-CPY TO WS-DR-PNT-CT
               STRING "   EN DERIVE : " DELIMITED BY SIZE
                  WS-DR-PNT-CT DELIMITED BY SIZE
                  INTO R-RAPPORT(26:)
               MOVE WS-DR-IMPACT-CT TO WS-DR-PNT-CT
               STRING "   PROGRAMMES TOUCHES : " DELIMITED BY SIZE
                  WS-DR-PNT-CT DELIMITED BY SIZE
                  INTO R-RAPPORT(45:)
               WRITE R-RAPPORT
               CLOSE F-RAPPORT
           END-IF.

           IF WS-DR-DRIFT-CPY > 0 AND WS-DR-RC < 4
               MOVE 4 TO WS-DR-RC
           END-IF.
           IF WS-DR-DRIFT-CPY > 0
               DISPLAY "DERIVE DE DESSIN : " WS-DR-DRIFT-CPY
                  " COPYBOOK(S), " WS-DR-IMPACT-CT
                  " PROGRAMME(S) TOUCHE(S) - VOIR cpydrift-rapport.dat"
           END-IF.

      * Statistiques d'execution partagees : copybooks compares,
      * programmes touches, zones en derive
           MOVE WS-DR-COMPARED TO WS-STAT-READ-CT.
           MOVE WS-DR-IMPACT-CT TO WS-STAT-WRITTEN-CT.
           MOVE WS-DR-DRIFT-CT TO WS-STAT-REJECT-CT.
           MOVE 'CPYDRIFT' TO WS-STAT-PROGRAM-ID.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

      * Derive (4) ou copybook illisible (8) : etape en echec, le
      * plan de lot decide de l'arret
           MOVE WS-DR-RC TO RETURN-CODE.
           IF WS-DR-RC = 0
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.
       END-MAIN.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Demande : cartes cpydrift.par, sinon questions. Sans couple
      *  donne, tous les .cpy du repertoire des copybooks regeneres
      *  qui ont un homonyme en place sont compares.
       START-DR-PROMPT.
           PERFORM START-DR-PARAMS THRU END-DR-PARAMS.
           IF NOT WS-PARAM-PRESENT-YES
               DISPLAY "Copybook regenere (vide = tous les .cpy du "
                  "repertoire courant) : " WITH NO ADVANCING
               ACCEPT WS-DR-PROMPT-NEW
               IF WS-DR-PROMPT-NEW NOT = SPACE
                   DISPLAY "Copybook en place (vide = ../ meme nom) : "
                      WITH NO ADVANCING
                   ACCEPT WS-DR-PROMPT-OLD
                   PERFORM START-DR-ADD-PAIR THRU END-DR-ADD-PAIR
               END-IF
           END-IF.
           IF WS-DR-DIR-COUNT = 0
               MOVE 4 TO WS-DR-DIR-COUNT
               MOVE ".." TO WS-DR-DIR(1)
               MOVE "../Train" TO WS-DR-DIR(2)
               MOVE "../Grade management" TO WS-DR-DIR(3)
               MOVE "." TO WS-DR-DIR(4)
           END-IF.
           DISPLAY "PARAMETRE REGENERES = "
              FUNCTION TRIM(WS-DR-REGEN-DIR).
           DISPLAY "PARAMETRE EN-PLACE = "
              FUNCTION TRIM(WS-DR-PLACE-DIR).
           DISPLAY "PARAMETRE PAIRES = " WS-DR-PAIR-COUNT.
           PERFORM VARYING WS-DR-DIR-IDX FROM 1 BY 1
              UNTIL WS-DR-DIR-IDX > WS-DR-DIR-COUNT
               DISPLAY "PARAMETRE SOURCES = "
                  FUNCTION TRIM(WS-DR-DIR(WS-DR-DIR-IDX))
           END-PERFORM.
       END-DR-PROMPT.
           EXIT.

      *-----------------------------------------------------------------
      *  Cartes parametres cpydrift.par :
      *    REGENERES repertoire des copybooks produits par cpygen
      *    EN-PLACE  repertoire des copybooks de l'arbre
      *    PAIRE     copybook-regenere [copybook-en-place]
      *    SOURCES   repertoire de programmes a parcourir (une carte
      *              par repertoire ; sans carte : racine, Train,
      *              Grade management et GENERATEUR)
       START-DR-PARAMS.
           MOVE 'N' TO WS-PARAM-PRESENT.
           MOVE 'N' TO WS-PARAM-FINI.
           OPEN INPUT F-PARAM.
           IF FS-PARAM NOT = "00"
               GO TO END-DR-PARAMS
           END-IF.
           MOVE 'Y' TO WS-PARAM-PRESENT.
           PERFORM UNTIL WS-PARAM-FINI = 'Y'
               READ F-PARAM
               AT END
                   MOVE 'Y' TO WS-PARAM-FINI
               NOT AT END
                   IF REC-PARAM(1:1) NOT = '*'
                       PERFORM START-DR-CARD THRU END-DR-CARD
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PARAM.
       END-DR-PARAMS.
           EXIT.

       START-DR-CARD.
           MOVE FUNCTION TRIM(PARAM-VALUE LEADING) TO WS-DR-CARD.
           MOVE SPACE TO WS-DR-W1.
           MOVE SPACE TO WS-DR-W2.
           UNSTRING WS-DR-CARD DELIMITED BY ALL SPACE
               INTO WS-DR-W1 WS-DR-W2
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(PARAM-KEY)
               WHEN 'REGENERES'
                   MOVE WS-DR-CARD TO WS-DR-REGEN-DIR
               WHEN 'EN-PLACE'
                   MOVE WS-DR-CARD TO WS-DR-PLACE-DIR
               WHEN 'PAIRE'
                   MOVE WS-DR-W1 TO WS-DR-PROMPT-NEW
                   MOVE WS-DR-W2 TO WS-DR-PROMPT-OLD
                   PERFORM START-DR-ADD-PAIR THRU END-DR-ADD-PAIR
               WHEN 'SOURCES'
                   IF WS-DR-DIR-COUNT < 10
                       ADD 1 TO WS-DR-DIR-COUNT
                       MOVE WS-DR-CARD TO WS-DR-DIR(WS-DR-DIR-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-DR-CARD.
           EXIT.

      *-----------------------------------------------------------------
      *  Ajoute un couple a comparer ; copybook en place absent = le
      *  meme nom dans le repertoire des copybooks en place
       START-DR-ADD-PAIR.
           IF WS-DR-PROMPT-NEW = SPACE OR WS-DR-PAIR-COUNT NOT < 50
               GO TO END-DR-ADD-PAIR
           END-IF.
           ADD 1 TO WS-DR-PAIR-COUNT.
           MOVE WS-DR-PROMPT-NEW TO WS-DR-P-NEW(WS-DR-PAIR-COUNT).
           IF WS-DR-PROMPT-OLD NOT = SPACE
               MOVE WS-DR-PROMPT-OLD TO WS-DR-P-OLD(WS-DR-PAIR-COUNT)
           ELSE
               MOVE WS-DR-PROMPT-NEW TO WS-DR-PATH
               PERFORM START-DR-BASENAME THRU END-DR-BASENAME
               MOVE SPACE TO WS-DR-P-OLD(WS-DR-PAIR-COUNT)
               STRING FUNCTION TRIM(WS-DR-PLACE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-BASE-NAME) DELIMITED BY SIZE
                  INTO WS-DR-P-OLD(WS-DR-PAIR-COUNT)
           END-IF.
       END-DR-ADD-PAIR.
           EXIT.

      *-----------------------------------------------------------------
      *  Nom court de WS-DR-PATH dans WS-DR-BASE-NAME, en majuscules
      *  dans WS-DR-BASE-UP, sans extension dans WS-DR-BASE-SHORT
       START-DR-BASENAME.
           MOVE 0 TO WS-DR-P.
           COMPUTE WS-DR-L =
              FUNCTION LENGTH(FUNCTION TRIM(WS-DR-PATH TRAILING)).
           PERFORM VARYING WS-DR-I FROM WS-DR-L BY -1
              UNTIL WS-DR-I < 1 OR WS-DR-P > 0
               IF WS-DR-PATH(WS-DR-I:1) = "/"
                   MOVE WS-DR-I TO WS-DR-P
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-DR-BASE-NAME.
           IF WS-DR-P > 0 AND WS-DR-P < WS-DR-L
               MOVE WS-DR-PATH(WS-DR-P + 1:WS-DR-L - WS-DR-P)
                  TO WS-DR-BASE-NAME
           ELSE
               MOVE WS-DR-PATH TO WS-DR-BASE-NAME
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DR-BASE-NAME) TO WS-DR-BASE-UP.
           MOVE SPACE TO WS-DR-BASE-SHORT.
           UNSTRING WS-DR-BASE-UP DELIMITED BY "."
              INTO WS-DR-BASE-SHORT
           END-UNSTRING.
       END-DR-BASENAME.
           EXIT.

      *-----------------------------------------------------------------
      *  Sans couple donne : chaque .cpy du repertoire des copybooks
      *  regeneres qui a un homonyme en place forme un couple
       START-DR-LIST-CPY.
           MOVE "cpydrift-cpy.lst" TO WS-LISTE-NAME.
           MOVE SPACE TO WS-SHELL-CMD.
           STRING "ls '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-REGEN-DIR) DELIMITED BY SIZE
              "'/*.cpy > " DELIMITED BY SIZE
              FUNCTION TRIM(WS-LISTE-NAME) DELIMITED BY SIZE
              " 2>/dev/null" DELIMITED BY SIZE
              INTO WS-SHELL-CMD.
           CALL "SYSTEM" USING WS-SHELL-CMD.

           MOVE 'N' TO WS-DR-FINI.
           OPEN INPUT F-LISTE.
           IF FS-LISTE NOT = "00"
               GO TO END-DR-LIST-CPY
           END-IF.
           PERFORM UNTIL WS-DR-FINI = 'Y'
               READ F-LISTE
               AT END
                   MOVE 'Y' TO WS-DR-FINI
               NOT AT END
                   MOVE R-LISTE TO WS-DR-PROMPT-NEW
                   MOVE SPACE TO WS-DR-PROMPT-OLD
                   PERFORM START-DR-ADD-PAIR THRU END-DR-ADD-PAIR
      * pas d'homonyme en place : copybook propre au generateur
                   MOVE WS-DR-P-OLD(WS-DR-PAIR-COUNT)
                      TO WS-LY-FILE-NAME
                   OPEN INPUT F-LAYOUT
                   IF FS-LAYOUT = "00"
                       CLOSE F-LAYOUT
                   ELSE
                       SUBTRACT 1 FROM WS-DR-PAIR-COUNT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LISTE.
       END-DR-LIST-CPY.
           EXIT.

      *-----------------------------------------------------------------
      *  Liste des sources .cbl des repertoires a parcourir
       START-DR-LIST-PRG.
           MOVE "cpydrift-prg.lst" TO WS-LISTE-NAME.
           OPEN OUTPUT F-LISTE.
           CLOSE F-LISTE.
           PERFORM VARYING WS-DR-DIR-IDX FROM 1 BY 1
              UNTIL WS-DR-DIR-IDX > WS-DR-DIR-COUNT
               MOVE SPACE TO WS-SHELL-CMD
               STRING "ls '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-DIR(WS-DR-DIR-IDX))
                  DELIMITED BY SIZE
                  "'/*.cbl >> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LISTE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-PERFORM.

           MOVE 0 TO WS-DR-PRG-COUNT.
           MOVE 'N' TO WS-DR-FINI.
           OPEN INPUT F-LISTE.
           IF FS-LISTE NOT = "00"
               GO TO END-DR-LIST-PRG
           END-IF.
           PERFORM UNTIL WS-DR-FINI = 'Y'
               READ F-LISTE
               AT END
                   MOVE 'Y' TO WS-DR-FINI
               NOT AT END
                   IF R-LISTE NOT = SPACE AND WS-DR-PRG-COUNT < 200
                       ADD 1 TO WS-DR-PRG-COUNT
                       MOVE R-LISTE TO WS-DR-PRG(WS-DR-PRG-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LISTE.
       END-DR-LIST-PRG.
           EXIT.

      *-----------------------------------------------------------------
      *  Un couple : relit le dessin en place puis le dessin
      *  regenere, rapproche les zones, edite les ecarts et, en cas
      *  de derive, les programmes touches
       START-DR-PAIR.
           MOVE 0 TO WS-DR-PAIR-DRIFT.
           MOVE 0 TO WS-DR-DIFF-COUNT.
           MOVE SPACE TO R-RAPPORT.
           MOVE ALL '-' TO R-RAPPORT(1:72).
           WRITE R-RAPPORT.

           MOVE WS-DR-P-OLD(WS-DR-PAIR-IDX) TO WS-LY-FILE-NAME.
           PERFORM START-LY-READ THRU END-LY-READ.
           IF NOT WS-LY-OK-YES
               MOVE SPACE TO R-RAPPORT
               STRING "COPYBOOK EN PLACE ILLISIBLE : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LY-FILE-NAME) DELIMITED BY SIZE
                  INTO R-RAPPORT
               WRITE R-RAPPORT
               MOVE 8 TO WS-DR-RC
               GO TO END-DR-PAIR
           END-IF.
           PERFORM START-DR-SAVE-OLD THRU END-DR-SAVE-OLD.

           MOVE WS-DR-P-NEW(WS-DR-PAIR-IDX) TO WS-LY-FILE-NAME.
           PERFORM START-LY-READ THRU END-LY-READ.
           IF NOT WS-LY-OK-YES
               MOVE SPACE TO R-RAPPORT
               STRING "COPYBOOK REGENERE ILLISIBLE : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LY-FILE-NAME) DELIMITED BY SIZE
                  INTO R-RAPPORT
               WRITE R-RAPPORT
               MOVE 8 TO WS-DR-RC
               GO TO END-DR-PAIR
           END-IF.
           ADD 1 TO WS-DR-COMPARED.

      * longueur de reference de l'ancien dessin : son RECORD
      * CONTAINS quand il a un FD, sinon la somme de ses zones
           IF WS-DR-OLD-DECL > 0
               MOVE WS-DR-OLD-DECL TO WS-DR-OLD-REF
           ELSE
               MOVE WS-DR-OLD-LENGTH TO WS-DR-OLD-REF
           END-IF.
           IF WS-LY-REC-LENGTH NOT = WS-DR-OLD-REF
               MOVE 'Y' TO WS-DR-LEN-CHANGED
           ELSE
               MOVE 'N' TO WS-DR-LEN-CHANGED
           END-IF.

           MOVE SPACE TO R-RAPPORT.
           MOVE 1 TO WS-DR-SP.
           MOVE WS-DR-OLD-LENGTH TO WS-DR-PNT-POS.
           STRING "COPYBOOK EN PLACE : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-P-OLD(WS-DR-PAIR-IDX))
              DELIMITED BY SIZE
              "  (" DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
              " OCTETS" DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-DR-SP.
           IF WS-DR-OLD-DECL > 0
               MOVE WS-DR-OLD-DECL TO WS-DR-PNT-POS
               STRING ", RECORD CONTAINS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
                  INTO R-RAPPORT WITH POINTER WS-DR-SP
           END-IF.
           STRING ")" DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-DR-SP.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           MOVE WS-LY-REC-LENGTH TO WS-DR-PNT-POS.
           STRING "COPYBOOK REGENERE : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-P-NEW(WS-DR-PAIR-IDX))
              DELIMITED BY SIZE
              "  (" DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
              " OCTETS)" DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           PERFORM START-DR-MATCH THRU END-DR-MATCH.
           IF WS-DR-BY-RANK-YES
               MOVE SPACE TO R-RAPPORT
               MOVE "NOMS DIFFERENTS : ZONES RAPPROCHEES PAR RANG"
                  TO R-RAPPORT
               WRITE R-RAPPORT
           END-IF.
           MOVE SPACE TO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           STRING "ETAT                  ZONE                          "
              DELIMITED BY SIZE
              "  ANC.POS   LG PIC                NV.POS   LG PIC"
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           PERFORM START-DR-COMPARE THRU END-DR-COMPARE.

           MOVE SPACE TO R-RAPPORT.
           IF WS-DR-PAIR-DRIFT = 0
               MOVE "AUCUNE DERIVE" TO R-RAPPORT
               WRITE R-RAPPORT
               GO TO END-DR-PAIR
           END-IF.
           ADD 1 TO WS-DR-DRIFT-CPY.
           ADD WS-DR-PAIR-DRIFT TO WS-DR-DRIFT-CT.
           MOVE WS-DR-PAIR-DRIFT TO WS-DR-PNT-CT.
           MOVE 1 TO WS-DR-SP.
           STRING "DERIVE : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-PNT-CT) DELIMITED BY SIZE
              " ZONE(S)" DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-DR-SP.
           IF WS-DR-LEN-CHANGED-YES
               MOVE WS-DR-OLD-REF TO WS-DR-PNT-POS
               STRING ", LONGUEUR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
                  INTO R-RAPPORT WITH POINTER WS-DR-SP
               MOVE WS-LY-REC-LENGTH TO WS-DR-PNT-POS
               STRING " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
                  INTO R-RAPPORT WITH POINTER WS-DR-SP
           END-IF.
           WRITE R-RAPPORT.
           DISPLAY "DERIVE : "
              FUNCTION TRIM(WS-DR-P-OLD(WS-DR-PAIR-IDX))
              " / " FUNCTION TRIM(WS-DR-P-NEW(WS-DR-PAIR-IDX)).

           PERFORM START-DR-IMPACT THRU END-DR-IMPACT.
       END-DR-PAIR.
           EXIT.

      *-----------------------------------------------------------------
      *  Recopie le dessin en place avant la lecture du suivant
       START-DR-SAVE-OLD.
           MOVE WS-LY-REC-DECL TO WS-DR-OLD-DECL.
           MOVE WS-LY-REC-LENGTH TO WS-DR-OLD-LENGTH.
           MOVE WS-LY-COUNT TO WS-DR-OLD-COUNT.
           PERFORM VARYING WS-DR-O FROM 1 BY 1
              UNTIL WS-DR-O > WS-DR-OLD-COUNT
               MOVE WS-LY-NAME(WS-DR-O) TO WS-DR-O-NAME(WS-DR-O)
               MOVE WS-LY-OCC-NUM(WS-DR-O) TO WS-DR-O-OCC(WS-DR-O)
               MOVE WS-LY-PIC(WS-DR-O) TO WS-DR-O-PIC(WS-DR-O)
               MOVE WS-LY-USAGE(WS-DR-O) TO WS-DR-O-USAGE(WS-DR-O)
               MOVE WS-LY-TYPE(WS-DR-O) TO WS-DR-O-TYPE(WS-DR-O)
               MOVE WS-LY-SIGNED(WS-DR-O) TO WS-DR-O-SIGNED(WS-DR-O)
               MOVE WS-LY-DIGITS(WS-DR-O) TO WS-DR-O-DIGITS(WS-DR-O)
               MOVE WS-LY-DEC(WS-DR-O) TO WS-DR-O-DEC(WS-DR-O)
               MOVE WS-LY-OFFSET(WS-DR-O) TO WS-DR-O-OFFSET(WS-DR-O)
               MOVE WS-LY-LEN(WS-DR-O) TO WS-DR-O-LEN(WS-DR-O)
               MOVE 0 TO WS-DR-O-MATCH(WS-DR-O)
           END-PERFORM.
       END-DR-SAVE-OLD.
           EXIT.

      *-----------------------------------------------------------------
      *  Rapprochement des zones : meme nom (et meme rang d'OCCURS),
      *  puis meme fin de nom apres le dernier tiret (:CLIENT:-NOM et
      *  WS-NOM) ; si aucun nom ne se retrouve (dessin regenere avec
      *  d'autres noms), les zones sont rapprochees dans l'ordre
       START-DR-MATCH.
           MOVE 0 TO WS-DR-MATCHED.
           MOVE 'N' TO WS-DR-BY-RANK.
           PERFORM VARYING WS-DR-N FROM 1 BY 1
              UNTIL WS-DR-N > WS-LY-COUNT
               MOVE 0 TO WS-DR-N-MATCH(WS-DR-N)
           END-PERFORM.

           PERFORM VARYING WS-DR-O FROM 1 BY 1
              UNTIL WS-DR-O > WS-DR-OLD-COUNT
               PERFORM VARYING WS-DR-N FROM 1 BY 1
                  UNTIL WS-DR-N > WS-LY-COUNT
                     OR WS-DR-O-MATCH(WS-DR-O) > 0
                   IF WS-DR-N-MATCH(WS-DR-N) = 0
                      AND FUNCTION UPPER-CASE(WS-LY-NAME(WS-DR-N))
                        = FUNCTION UPPER-CASE(WS-DR-O-NAME(WS-DR-O))
                      AND WS-LY-OCC-NUM(WS-DR-N) = WS-DR-O-OCC(WS-DR-O)
                       MOVE WS-DR-N TO WS-DR-O-MATCH(WS-DR-O)
                       MOVE WS-DR-O TO WS-DR-N-MATCH(WS-DR-N)
                       ADD 1 TO WS-DR-MATCHED
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-DR-O FROM 1 BY 1
              UNTIL WS-DR-O > WS-DR-OLD-COUNT
               IF WS-DR-O-MATCH(WS-DR-O) = 0
                  AND WS-DR-O-NAME(WS-DR-O) NOT = 'FILLER'
                   MOVE WS-DR-O-NAME(WS-DR-O) TO WS-DR-KEY-IN
                   PERFORM START-DR-KEY THRU END-DR-KEY
                   MOVE WS-DR-KEY-OUT TO WS-DR-KEY-OLD
                   PERFORM VARYING WS-DR-N FROM 1 BY 1
                      UNTIL WS-DR-N > WS-LY-COUNT
                         OR WS-DR-O-MATCH(WS-DR-O) > 0
                       IF WS-DR-N-MATCH(WS-DR-N) = 0
                          AND WS-LY-OCC-NUM(WS-DR-N)
                            = WS-DR-O-OCC(WS-DR-O)
                           MOVE WS-LY-NAME(WS-DR-N) TO WS-DR-KEY-IN
                           PERFORM START-DR-KEY THRU END-DR-KEY
                           IF WS-DR-KEY-OUT = WS-DR-KEY-OLD
                               MOVE WS-DR-N TO WS-DR-O-MATCH(WS-DR-O)
                               MOVE WS-DR-O TO WS-DR-N-MATCH(WS-DR-N)
                               ADD 1 TO WS-DR-MATCHED
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-DR-MATCHED > 0
               GO TO END-DR-MATCH
           END-IF.
           MOVE 'Y' TO WS-DR-BY-RANK.
           PERFORM VARYING WS-DR-O FROM 1 BY 1
              UNTIL WS-DR-O > WS-DR-OLD-COUNT
                 OR WS-DR-O > WS-LY-COUNT
               MOVE WS-DR-O TO WS-DR-O-MATCH(WS-DR-O)
               MOVE WS-DR-O TO WS-DR-N-MATCH(WS-DR-O)
               ADD 1 TO WS-DR-MATCHED
           END-PERFORM.
       END-DR-MATCH.
           EXIT.

      *  Fin du nom WS-DR-KEY-IN apres le dernier tiret, en majuscules
       START-DR-KEY.
           MOVE FUNCTION UPPER-CASE(WS-DR-KEY-IN) TO WS-DR-KEY-IN.
           MOVE 0 TO WS-DR-KP.
           PERFORM VARYING WS-DR-I FROM 30 BY -1
              UNTIL WS-DR-I < 1 OR WS-DR-KP > 0
               IF WS-DR-KEY-IN(WS-DR-I:1) = "-"
                   MOVE WS-DR-I TO WS-DR-KP
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-DR-KEY-OUT.
           IF WS-DR-KP > 0 AND WS-DR-KP < 30
               MOVE WS-DR-KEY-IN(WS-DR-KP + 1:) TO WS-DR-KEY-OUT
           ELSE
               MOVE WS-DR-KEY-IN TO WS-DR-KEY-OUT
           END-IF.
       END-DR-KEY.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecarts : zone supprimee, zone ajoutee, ou zone rapprochee
      *  dont la position, la longueur ou le PIC (type, signe,
      *  chiffres, decimales, usage) ont change
       START-DR-COMPARE.
           PERFORM VARYING WS-DR-O FROM 1 BY 1
              UNTIL WS-DR-O > WS-DR-OLD-COUNT
               MOVE SPACE TO WS-DR-KIND
               MOVE WS-DR-O-MATCH(WS-DR-O) TO WS-DR-N
               IF WS-DR-N = 0
                   MOVE "SUPPRIMEE" TO WS-DR-KIND
               ELSE
                   MOVE 1 TO WS-DR-KP
                   IF WS-LY-OFFSET(WS-DR-N)
                      NOT = WS-DR-O-OFFSET(WS-DR-O)
                       STRING "DEPLACEE " DELIMITED BY SIZE
                          INTO WS-DR-KIND WITH POINTER WS-DR-KP
                   END-IF
                   IF WS-LY-LEN(WS-DR-N) NOT = WS-DR-O-LEN(WS-DR-O)
                       STRING "LONGUEUR " DELIMITED BY SIZE
                          INTO WS-DR-KIND WITH POINTER WS-DR-KP
                   END-IF
                   IF WS-LY-TYPE(WS-DR-N) NOT = WS-DR-O-TYPE(WS-DR-O)
                      OR WS-LY-SIGNED(WS-DR-N)
                         NOT = WS-DR-O-SIGNED(WS-DR-O)
                      OR WS-LY-DIGITS(WS-DR-N)
                         NOT = WS-DR-O-DIGITS(WS-DR-O)
                      OR WS-LY-DEC(WS-DR-N) NOT = WS-DR-O-DEC(WS-DR-O)
                      OR WS-LY-USAGE(WS-DR-N)
                         NOT = WS-DR-O-USAGE(WS-DR-O)
                       STRING "PIC" DELIMITED BY SIZE
                          INTO WS-DR-KIND WITH POINTER WS-DR-KP
                   END-IF
               END-IF
               IF WS-DR-KIND NOT = SPACE
                   MOVE WS-DR-O-NAME(WS-DR-O) TO WS-DR-D-CUR
                   PERFORM START-DR-ADD-DIFF THRU END-DR-ADD-DIFF
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-DR-O.
           PERFORM VARYING WS-DR-N FROM 1 BY 1
              UNTIL WS-DR-N > WS-LY-COUNT
               IF WS-DR-N-MATCH(WS-DR-N) = 0
                   MOVE "AJOUTEE" TO WS-DR-KIND
                   MOVE WS-LY-NAME(WS-DR-N) TO WS-DR-D-CUR
                   PERFORM START-DR-ADD-DIFF THRU END-DR-ADD-DIFF
               END-IF
           END-PERFORM.
       END-DR-COMPARE.
           EXIT.

      *  Retient la zone WS-DR-D-CUR (une fois par nom) et edite la
      *  ligne d'ecart ; WS-DR-O / WS-DR-N a zero = zone absente de
      *  ce cote
       START-DR-ADD-DIFF.
           MOVE 'N' TO WS-DR-D-FOUND.
           PERFORM VARYING WS-DR-D FROM 1 BY 1
              UNTIL WS-DR-D > WS-DR-DIFF-COUNT OR WS-DR-D-FOUND = 'Y'
               IF WS-DR-D-NAME(WS-DR-D) = WS-DR-D-CUR
                  AND WS-DR-D-CUR NOT = 'FILLER'
                   MOVE 'Y' TO WS-DR-D-FOUND
               END-IF
           END-PERFORM.
           IF WS-DR-D-FOUND = 'Y'
               GO TO END-DR-ADD-DIFF
           END-IF.
           ADD 1 TO WS-DR-PAIR-DRIFT.
           IF WS-DR-DIFF-COUNT < 200
               ADD 1 TO WS-DR-DIFF-COUNT
               MOVE WS-DR-D-CUR TO WS-DR-D-NAME(WS-DR-DIFF-COUNT)
               MOVE WS-DR-KIND TO WS-DR-D-KIND(WS-DR-DIFF-COUNT)
           END-IF.

           MOVE SPACE TO R-RAPPORT.
           MOVE WS-DR-KIND(1:21) TO R-RAPPORT(1:21).
           MOVE WS-DR-D-CUR TO R-RAPPORT(23:30).
           IF WS-DR-O > 0
               MOVE WS-DR-O-OFFSET(WS-DR-O) TO WS-DR-PNT-POS
               MOVE WS-DR-PNT-POS TO R-RAPPORT(55:5)
               MOVE WS-DR-O-LEN(WS-DR-O) TO WS-DR-PNT-LEN
               MOVE WS-DR-PNT-LEN TO R-RAPPORT(61:4)
               MOVE WS-DR-O-PIC(WS-DR-O) TO R-RAPPORT(66:18)
           END-IF.
           IF WS-DR-N > 0
               MOVE WS-LY-OFFSET(WS-DR-N) TO WS-DR-PNT-POS
               MOVE WS-DR-PNT-POS TO R-RAPPORT(85:5)
               MOVE WS-LY-LEN(WS-DR-N) TO WS-DR-PNT-LEN
               MOVE WS-DR-PNT-LEN TO R-RAPPORT(91:4)
               MOVE WS-LY-PIC(WS-DR-N) TO R-RAPPORT(96:30)
           END-IF.
           WRITE R-RAPPORT.
       END-DR-ADD-DIFF.
           EXIT.

      *-----------------------------------------------------------------
      *  Programmes qui copient le copybook en derive
       START-DR-IMPACT.
           MOVE WS-DR-P-OLD(WS-DR-PAIR-IDX) TO WS-DR-PATH.
           PERFORM START-DR-BASENAME THRU END-DR-BASENAME.

      * motifs de la longueur de l'ancien dessin
           MOVE WS-DR-OLD-REF TO WS-DR-PNT-POS.
           MOVE FUNCTION TRIM(WS-DR-PNT-POS) TO WS-DR-LEN-TXT.
           MOVE SPACE TO WS-DR-PATS.
           STRING "CONTAINS " DELIMITED BY SIZE
              WS-DR-LEN-TXT DELIMITED BY SPACE
              " " DELIMITED BY SIZE INTO WS-DR-PAT(1).
           STRING "CONTAINS " DELIMITED BY SIZE
              WS-DR-LEN-TXT DELIMITED BY SPACE
              "." DELIMITED BY SIZE INTO WS-DR-PAT(2).
           STRING "X(" DELIMITED BY SIZE
              WS-DR-LEN-TXT DELIMITED BY SPACE
              ")" DELIMITED BY SIZE INTO WS-DR-PAT(3).
           STRING ":" DELIMITED BY SIZE
              WS-DR-LEN-TXT DELIMITED BY SPACE
              ")" DELIMITED BY SIZE INTO WS-DR-PAT(4).
           COMPUTE WS-DR-L =
              FUNCTION LENGTH(FUNCTION TRIM(WS-DR-LEN-TXT)).
           COMPUTE WS-DR-PAT-LEN(1) = WS-DR-L + 10.
           COMPUTE WS-DR-PAT-LEN(2) = WS-DR-L + 10.
           COMPUTE WS-DR-PAT-LEN(3) = WS-DR-L + 3.
           COMPUTE WS-DR-PAT-LEN(4) = WS-DR-L + 2.

           MOVE SPACE TO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           STRING "PROGRAMMES QUI COPIENT " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DR-BASE-NAME) DELIMITED BY SIZE
              " :" DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE 0 TO WS-DR-PRG-HITS.
           PERFORM VARYING WS-DR-PRG-IDX FROM 1 BY 1
              UNTIL WS-DR-PRG-IDX > WS-DR-PRG-COUNT
               PERFORM START-DR-SCAN-PRG THRU END-DR-SCAN-PRG
               IF WS-DR-PRG-HIT-YES
                   ADD 1 TO WS-DR-PRG-HITS
               END-IF
           END-PERFORM.
           MOVE SPACE TO R-RAPPORT.
           IF WS-DR-PRG-HITS = 0
               MOVE "   AUCUN PROGRAMME NE COPIE CE DESSIN" TO R-RAPPORT
           ELSE
               MOVE WS-DR-PRG-HITS TO WS-DR-PNT-CT
               STRING "   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-CT) DELIMITED BY SIZE
                  " PROGRAMME(S) A REVOIR ET RECOMPILER"
                  DELIMITED BY SIZE
                  INTO R-RAPPORT
           END-IF.
           WRITE R-RAPPORT.
       END-DR-IMPACT.
           EXIT.

      *-----------------------------------------------------------------
      *  Parcourt un source : premier passage pour les COPY du
      *  dessin et les clauses de l'ancienne longueur, second passage
      *  (programme touche seulement) pour les lignes qui citent une
      *  zone en derive
       START-DR-SCAN-PRG.
           MOVE 'N' TO WS-DR-PRG-HIT.
           MOVE 0 TO WS-DR-REF-COUNT.
           MOVE 0 TO WS-DR-LL-COUNT.
           MOVE 0 TO WS-DR-LINE-NO.
           MOVE 'N' TO WS-DR-IN-COPY.
           MOVE WS-DR-PRG(WS-DR-PRG-IDX) TO WS-SOURCE-NAME.
           OPEN INPUT F-SOURCE.
           IF FS-SOURCE NOT = "00"
               GO TO END-DR-SCAN-PRG
           END-IF.
           MOVE 'N' TO WS-DR-FINI.
           PERFORM UNTIL WS-DR-FINI = 'Y'
               READ F-SOURCE
               AT END
                   MOVE 'Y' TO WS-DR-FINI
               NOT AT END
                   PERFORM START-DR-SCAN-LINE THRU END-DR-SCAN-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SOURCE.
           IF NOT WS-DR-PRG-HIT-YES
               GO TO END-DR-SCAN-PRG
           END-IF.
           ADD 1 TO WS-DR-IMPACT-CT.

           IF WS-DR-LEN-CHANGED-YES
               PERFORM VARYING WS-DR-I FROM 1 BY 1
                  UNTIL WS-DR-I > WS-DR-LL-COUNT
                   MOVE SPACE TO R-RAPPORT
                   MOVE WS-DR-LL-LINE(WS-DR-I) TO WS-DR-PNT-LINE
                   STRING "      LIGNE " DELIMITED BY SIZE
                      WS-DR-PNT-LINE DELIMITED BY SIZE
                      " LONGUEUR " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DR-LEN-TXT) DELIMITED BY SIZE
                      " A REVOIR : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DR-LL-TEXT(WS-DR-I))
                      DELIMITED BY SIZE
                      INTO R-RAPPORT
                   WRITE R-RAPPORT
               END-PERFORM
           END-IF.

           IF WS-DR-REF-COUNT = 0
               GO TO END-DR-SCAN-PRG
           END-IF.
           OPEN INPUT F-SOURCE.
           IF FS-SOURCE NOT = "00"
               GO TO END-DR-SCAN-PRG
           END-IF.
           MOVE 'N' TO WS-DR-FINI.
           PERFORM UNTIL WS-DR-FINI = 'Y'
               READ F-SOURCE
               AT END
                   MOVE 'Y' TO WS-DR-FINI
               NOT AT END
                   IF R-SOURCE(7:1) NOT = '*'
                      AND R-SOURCE(7:1) NOT = '/'
                       MOVE SPACE TO WS-DR-PADDED
                       MOVE FUNCTION UPPER-CASE(R-SOURCE(8:65))
                          TO WS-DR-PADDED(2:65)
                       PERFORM VARYING WS-DR-X FROM 1 BY 1
                          UNTIL WS-DR-X > WS-DR-REF-COUNT
                           MOVE WS-DR-REF-NAME(WS-DR-X) TO WS-DR-FN
                           PERFORM START-DR-FIND-NAME
                              THRU END-DR-FIND-NAME
                           IF WS-DR-FOUND-YES
                               ADD 1 TO WS-DR-REF-CT(WS-DR-X)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SOURCE.

      * seules les zones effectivement citees sont editees
           PERFORM VARYING WS-DR-X FROM 1 BY 1
              UNTIL WS-DR-X > WS-DR-REF-COUNT
               IF WS-DR-REF-CT(WS-DR-X) > 0
                   MOVE SPACE TO R-RAPPORT
                   MOVE WS-DR-REF-DIFF(WS-DR-X) TO WS-DR-D
                   MOVE WS-DR-REF-CT(WS-DR-X) TO WS-DR-PNT-CT
                   STRING "      ZONE " DELIMITED BY SIZE
                      WS-DR-REF-NAME(WS-DR-X) DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DR-D-KIND(WS-DR-D))
                      DELIMITED BY SIZE
                      ") : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DR-PNT-CT) DELIMITED BY SIZE
                      " LIGNE(S) LA CITENT" DELIMITED BY SIZE
                      INTO R-RAPPORT
                   WRITE R-RAPPORT
               END-IF
           END-PERFORM.
       END-DR-SCAN-PRG.
           EXIT.

      *  Une ligne du premier passage
       START-DR-SCAN-LINE.
           ADD 1 TO WS-DR-LINE-NO.
           IF R-SOURCE(7:1) = '*' OR R-SOURCE(7:1) = '/'
               GO TO END-DR-SCAN-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(R-SOURCE(8:65)) TO WS-DR-TEXT.
           IF WS-DR-TEXT = SPACE
               GO TO END-DR-SCAN-LINE
           END-IF.
           MOVE SPACE TO WS-DR-PADDED.
           MOVE WS-DR-TEXT TO WS-DR-PADDED(2:65).

      * clauses de la longueur de l'ancien dessin
           IF WS-DR-LEN-CHANGED-YES AND WS-DR-LL-COUNT < 20
               MOVE 0 TO WS-DR-TALLY
               PERFORM VARYING WS-DR-I FROM 1 BY 1 UNTIL WS-DR-I > 4
                   INSPECT WS-DR-PADDED TALLYING WS-DR-TALLY
                      FOR ALL WS-DR-PAT(WS-DR-I)
                              (1:WS-DR-PAT-LEN(WS-DR-I))
               END-PERFORM
               IF WS-DR-TALLY > 0
                   ADD 1 TO WS-DR-LL-COUNT
                   MOVE WS-DR-LINE-NO TO WS-DR-LL-LINE(WS-DR-LL-COUNT)
                   MOVE WS-DR-TEXT TO WS-DR-LL-TEXT(WS-DR-LL-COUNT)
               END-IF
           END-IF.

           IF WS-DR-IN-COPY-YES
               STRING FUNCTION TRIM(WS-DR-TEXT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-DR-STMT WITH POINTER WS-DR-SP
               END-STRING
           ELSE
               MOVE 0 TO WS-DR-P
               PERFORM VARYING WS-DR-I FROM 2 BY 1
                  UNTIL WS-DR-I > 62 OR WS-DR-P > 0
                   IF WS-DR-PADDED(WS-DR-I:5) = "COPY "
                      AND WS-DR-PADDED(WS-DR-I - 1:1) = SPACE
                       MOVE WS-DR-I TO WS-DR-P
                   END-IF
               END-PERFORM
               IF WS-DR-P = 0
                   GO TO END-DR-SCAN-LINE
               END-IF
               MOVE 'Y' TO WS-DR-IN-COPY
               MOVE WS-DR-LINE-NO TO WS-DR-STMT-LINE
               MOVE SPACE TO WS-DR-STMT
               MOVE 1 TO WS-DR-SP
               STRING FUNCTION TRIM(WS-DR-PADDED(WS-DR-P:))
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-DR-STMT WITH POINTER WS-DR-SP
               END-STRING
           END-IF.

      * l'instruction COPY se termine sur le point final de la ligne
           COMPUTE WS-DR-L =
              FUNCTION LENGTH(FUNCTION TRIM(WS-DR-TEXT TRAILING)).
           IF WS-DR-TEXT(WS-DR-L:1) = "."
               MOVE 'N' TO WS-DR-IN-COPY
               PERFORM START-DR-COPY-STMT THRU END-DR-COPY-STMT
           END-IF.
       END-DR-SCAN-LINE.
           EXIT.

      *-----------------------------------------------------------------
      *  Instruction COPY complete : est-ce le dessin en derive ?
      *  Si oui, edition du COPY et des noms de zones en derive tels
      *  que le REPLACING les fait voir au programme
       START-DR-COPY-STMT.
           MOVE SPACE TO WS-DR-W1.
           MOVE SPACE TO WS-DR-W2.
           UNSTRING WS-DR-STMT DELIMITED BY ALL SPACE
              INTO WS-DR-W1 WS-DR-W2
           END-UNSTRING.
           INSPECT WS-DR-W2 REPLACING ALL "'" BY SPACE
                                      ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-DR-W2) TO WS-DR-W1.
           MOVE SPACE TO WS-DR-COPY-NAME.
           UNSTRING WS-DR-W1 DELIMITED BY SPACE
              INTO WS-DR-COPY-NAME
           END-UNSTRING.
           COMPUTE WS-DR-L =
              FUNCTION LENGTH(FUNCTION TRIM(WS-DR-COPY-NAME TRAILING)).
           IF WS-DR-L > 1 AND WS-DR-COPY-NAME(WS-DR-L:1) = "."
               MOVE SPACE TO WS-DR-COPY-NAME(WS-DR-L:1)
           END-IF.
           IF WS-DR-COPY-NAME NOT = WS-DR-BASE-UP
              AND WS-DR-COPY-NAME NOT = WS-DR-BASE-SHORT
               GO TO END-DR-COPY-STMT
           END-IF.

           IF NOT WS-DR-PRG-HIT-YES
               MOVE 'Y' TO WS-DR-PRG-HIT
               MOVE SPACE TO R-RAPPORT
               STRING "   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
                  INTO R-RAPPORT
               WRITE R-RAPPORT
           END-IF.
           MOVE SPACE TO R-RAPPORT.
           MOVE WS-DR-STMT-LINE TO WS-DR-PNT-LINE.
           STRING "      LIGNE " DELIMITED BY SIZE
              WS-DR-PNT-LINE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DR-STMT DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           IF WS-DR-OLD-DECL > 0
              AND WS-LY-REC-LENGTH NOT = WS-DR-OLD-DECL
               MOVE SPACE TO R-RAPPORT
               MOVE 1 TO WS-DR-SP
               MOVE WS-DR-OLD-DECL TO WS-DR-PNT-POS
               STRING "         FD DU COPYBOOK : RECORD CONTAINS "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
                  INTO R-RAPPORT WITH POINTER WS-DR-SP
               MOVE WS-LY-REC-LENGTH TO WS-DR-PNT-POS
               STRING " NE CORRESPOND PLUS (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DR-PNT-POS) DELIMITED BY SIZE
                  " OCTETS)" DELIMITED BY SIZE
                  INTO R-RAPPORT WITH POINTER WS-DR-SP
               WRITE R-RAPPORT
           END-IF.

      * couples du REPLACING : parties 2/4, 6/8... entre les ==
           MOVE 0 TO WS-DR-RP-COUNT.
           MOVE 0 TO WS-DR-TALLY.
           INSPECT WS-DR-STMT TALLYING WS-DR-TALLY
              FOR ALL "REPLACING".
           IF WS-DR-TALLY > 0
               MOVE SPACE TO WS-DR-PARTS
               MOVE 1 TO WS-DR-SP
               PERFORM VARYING WS-DR-I FROM 1 BY 1
                  UNTIL WS-DR-I > 17 OR WS-DR-SP > 400
                   UNSTRING WS-DR-STMT DELIMITED BY "=="
                      INTO WS-DR-PART(WS-DR-I)
                      WITH POINTER WS-DR-SP
                   END-UNSTRING
               END-PERFORM
               PERFORM VARYING WS-DR-I FROM 2 BY 4
                  UNTIL WS-DR-I > 14
                   IF WS-DR-PART(WS-DR-I) NOT = SPACE
                       ADD 1 TO WS-DR-RP-COUNT
                       MOVE FUNCTION TRIM(WS-DR-PART(WS-DR-I))
                          TO WS-DR-RP-FROM(WS-DR-RP-COUNT)
                       MOVE FUNCTION TRIM(WS-DR-PART(WS-DR-I + 2))
                          TO WS-DR-RP-TO(WS-DR-RP-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      * zones en derive sous leur nom dans ce programme (les zones
      * ajoutees ne cassent aucune reference existante)
           PERFORM VARYING WS-DR-D FROM 1 BY 1
              UNTIL WS-DR-D > WS-DR-DIFF-COUNT
               IF WS-DR-D-NAME(WS-DR-D) NOT = 'FILLER'
                  AND WS-DR-D-KIND(WS-DR-D) NOT = "AJOUTEE"
                   MOVE WS-DR-D-NAME(WS-DR-D) TO WS-DR-RN
                   PERFORM START-DR-REPLACE THRU END-DR-REPLACE
                   MOVE 'N' TO WS-DR-D-FOUND
                   PERFORM VARYING WS-DR-X FROM 1 BY 1
                      UNTIL WS-DR-X > WS-DR-REF-COUNT
                       IF WS-DR-REF-NAME(WS-DR-X) = WS-DR-RN
                           MOVE 'Y' TO WS-DR-D-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DR-D-FOUND = 'N' AND WS-DR-REF-COUNT < 200
                       ADD 1 TO WS-DR-REF-COUNT
                       MOVE WS-DR-RN TO WS-DR-REF-NAME(WS-DR-REF-COUNT)
                       MOVE WS-DR-D TO WS-DR-REF-DIFF(WS-DR-REF-COUNT)
                       MOVE 0 TO WS-DR-REF-CT(WS-DR-REF-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
       END-DR-COPY-STMT.
           EXIT.

      *  Applique les couples du REPLACING au nom WS-DR-RN
       START-DR-REPLACE.
           MOVE FUNCTION UPPER-CASE(WS-DR-RN) TO WS-DR-RN.
           PERFORM VARYING WS-DR-R FROM 1 BY 1
              UNTIL WS-DR-R > WS-DR-RP-COUNT
               COMPUTE WS-DR-FL = FUNCTION LENGTH(
                  FUNCTION TRIM(WS-DR-RP-FROM(WS-DR-R)))
               MOVE 0 TO WS-DR-P
               PERFORM VARYING WS-DR-I FROM 1 BY 1
                  UNTIL WS-DR-I > 31 - WS-DR-FL OR WS-DR-P > 0
                   IF WS-DR-RN(WS-DR-I:WS-DR-FL)
                      = WS-DR-RP-FROM(WS-DR-R)(1:WS-DR-FL)
                       MOVE WS-DR-I TO WS-DR-P
                   END-IF
               END-PERFORM
               IF WS-DR-P > 0
                   MOVE SPACE TO WS-DR-RN2
                   MOVE 1 TO WS-DR-SP
                   IF WS-DR-P > 1
                       STRING WS-DR-RN(1:WS-DR-P - 1) DELIMITED BY SIZE
                          INTO WS-DR-RN2 WITH POINTER WS-DR-SP
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-DR-RP-TO(WS-DR-R))
                      DELIMITED BY SIZE
                      INTO WS-DR-RN2 WITH POINTER WS-DR-SP
                   END-STRING
                   IF WS-DR-P + WS-DR-FL < 31
                       STRING WS-DR-RN(WS-DR-P + WS-DR-FL:)
                          DELIMITED BY SPACE
                          INTO WS-DR-RN2 WITH POINTER WS-DR-SP
                       END-STRING
                   END-IF
                   MOVE WS-DR-RN2 TO WS-DR-RN
               END-IF
           END-PERFORM.
       END-DR-REPLACE.
           EXIT.

      *  Nom de zone WS-DR-FN present en mot entier dans WS-DR-PADDED
       START-DR-FIND-NAME.
           MOVE 'N' TO WS-DR-FOUND.
           COMPUTE WS-DR-FL =
              FUNCTION LENGTH(FUNCTION TRIM(WS-DR-FN TRAILING)).
           MOVE 0 TO WS-DR-TALLY.
           INSPECT WS-DR-PADDED TALLYING WS-DR-TALLY
              FOR ALL WS-DR-FN(1:WS-DR-FL).
           IF WS-DR-TALLY = 0
               GO TO END-DR-FIND-NAME
           END-IF.
           PERFORM VARYING WS-DR-I FROM 2 BY 1
              UNTIL WS-DR-I > 67 - WS-DR-FL OR WS-DR-FOUND-YES
               IF WS-DR-PADDED(WS-DR-I:WS-DR-FL) = WS-DR-FN(1:WS-DR-FL)
                   MOVE WS-DR-PADDED(WS-DR-I - 1:1) TO WS-DR-CH
                   IF NOT WS-DR-CH-NAME
                       MOVE WS-DR-PADDED(WS-DR-I + WS-DR-FL:1)
                          TO WS-DR-CH
                       IF NOT WS-DR-CH-NAME
                           MOVE 'Y' TO WS-DR-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       END-DR-FIND-NAME.
           EXIT.

      ******************************************************************
       COPY 'CPYLYPR.cpy'.
       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
