      ******************************************************************
      *  Generateur de jeux d'essai : le chemin inverse de cpygen. A
      *  partir d'un copybook (FCLIENT.cpy, FDEPT.cpy, dessin train1,
      *  ou tout .cpy produit par cpygen), ecrit un fichier de donnees
      *  du nombre d'enregistrements demande. Chaque zone recoit une
      *  valeur conforme a son PIC (numerique, COMP-3, binaire), une
      *  date AAAAMMJJ valide quand le nom ou le commentaire du dessin
      *  le dit, une des valeurs de ses niveaux 88 quand il en porte.
      *  Regles facultatives par zone dans cpygendata.par : cle unique,
      *  valeurs tirees d'un fichier de reference ou d'une liste,
      *  bornes numeriques, chiffres seuls, date forcee.
      *  Compte rendu de la generation dans cpygendata-rapport.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpygendata.
       AUTHOR.  AlexEtRemi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LAYOUT ASSIGN DYNAMIC WS-LY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LAYOUT.

           SELECT F-DATA ASSIGN DYNAMIC WS-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DATA.

      * dessin portant des zones COMP-3 ou binaires : enregistrements
      * fixes mis bout a bout, sans fin de ligne
           SELECT F-DATA-BIN ASSIGN DYNAMIC WS-DATA-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DATA.

           SELECT F-REF ASSIGN DYNAMIC WS-REF-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REF.

           SELECT F-RAPPORT ASSIGN TO 'cpygendata-rapport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-PARAM ASSIGN TO 'cpygendata.par'
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

       FD  F-DATA
           RECORD CONTAINS 2000 CHARACTERS
           RECORDING MODE IS F.
       01  R-DATA PIC X(2000).

       FD  F-DATA-BIN
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  R-DATA-BIN PIC X(01).

      * fichier de reference : une valeur par ligne, prise a la
      * position et sur la longueur donnees par la carte REFERENCE
       FD  F-REF
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-REF PIC X(200).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

      * cartes parametres (cpygendata.par) : MOT-CLE puis valeur ;
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

       01  FS-DATA PIC X(02).
       01  FS-REF PIC X(02).
       01  FS-RAPPORT PIC X(02).
       01  FS-PARAM PIC X(02).

       01  WS-PROCESS-OK PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES VALUE 'Y'.

       01  WS-DATA-NAME   PIC X(100) VALUE "donnees-test.dat".
       01  WS-DATA-BINARY PIC X(01) VALUE 'N'.
           88 WS-DATA-BINARY-YES VALUE 'Y'.
       01  WS-DATA-POS    PIC 9(04) VALUE 0.
       01  WS-REF-NAME    PIC X(100) VALUE SPACE.
       01  WS-REF-FINI    PIC X(01) VALUE 'N'.

      * cartes parametres
       01 WS-PARAM-PRESENT   PIC X(01) VALUE 'N'.
           88 WS-PARAM-PRESENT-YES     VALUE 'Y'.
       01 WS-PARAM-FINI      PIC X(01) VALUE 'N'.
       01 WS-GD-CARD         PIC X(64) VALUE SPACE.
       01 WS-GD-W-COUNT      PIC 9(02) VALUE 0.
       01 WS-GD-WORDS.
          03 WS-GD-W OCCURS 12 TIMES PIC X(40).
       01 WS-GD-WI           PIC 9(02) VALUE 0.

      * demande : nombre d'enregistrements, graine du tirage (0 =
      * horloge, une graine donnee rejoue le meme fichier), plage
      * des annees pour les dates (0 = annee en cours)
       01 WS-GD-NOMBRE       PIC 9(07) VALUE 100.
       01 WS-GD-NOMBRE-TXT   PIC X(10) VALUE SPACE.
       01 WS-GD-GRAINE       PIC 9(09) VALUE 0.
       01 WS-GD-AN-MIN       PIC 9(04) VALUE 1990.
       01 WS-GD-AN-MAX       PIC 9(04) VALUE 0.
       01 WS-GD-JOUR-MIN     PIC 9(08) VALUE 0.
       01 WS-GD-JOUR-MAX     PIC 9(08) VALUE 0.
       01 WS-GD-DATE         PIC 9(08) VALUE 0.

      * regles par zone : K cle unique, R reference, V liste de
      * valeurs, B bornes, C chiffres seuls, D date forcee
       01 WS-GD-RULE-COUNT   PIC 9(02) VALUE 0.
       01 WS-GD-RULES.
          03 WS-GD-RULE OCCURS 50 TIMES.
             05 WS-GD-R-KIND    PIC X(01).
             05 WS-GD-R-FIELD   PIC X(30).
             05 WS-GD-R-MIN     PIC 9(17).
             05 WS-GD-R-MAX     PIC 9(17).
             05 WS-GD-R-FILE    PIC X(64).
             05 WS-GD-R-POS     PIC 9(03).
             05 WS-GD-R-LEN     PIC 9(03).
             05 WS-GD-R-FIRST   PIC 9(05).
             05 WS-GD-R-COUNT   PIC 9(05).
             05 WS-GD-R-USED    PIC 9(04).
       01 WS-GD-R            PIC 9(02) VALUE 0.
       01 WS-GD-REJECT-CT    PIC 9(04) VALUE 0.

      * regles retenues pour chaque zone du dessin (meme indice que
      * WS-LY-ENTRY) et prochaine valeur des cles uniques
       01 WS-GD-FIELDS.
          03 WS-GD-FLD OCCURS 500 TIMES.
             05 WS-GD-F-KEY     PIC 9(02).
             05 WS-GD-F-PICK    PIC 9(02).
             05 WS-GD-F-BORNE   PIC 9(02).
             05 WS-GD-F-DIGITS  PIC X(01).
             05 WS-GD-F-DATE    PIC X(01).
             05 WS-GD-F-SEQ     PIC 9(17).
       01 WS-GD-F            PIC 9(04) VALUE 0.

      * valeurs des regles REFERENCE et VALEURS, rangees a la suite
       01 WS-GD-RV-TOTAL     PIC 9(05) VALUE 0.
       01 WS-GD-RV-MAX       PIC 9(05) VALUE 5000.
       01 WS-GD-RVALUES.
          03 WS-GD-RV OCCURS 5000 TIMES PIC X(30).

      * rapprochement d'une regle et d'un nom de zone : egalite, ou
      * fin du nom apres un tiret (AGENCE pour :CLIENT:-AGENCE)
       01 WS-GD-MATCH        PIC X(01) VALUE 'N'.
           88 WS-GD-MATCH-YES          VALUE 'Y'.
       01 WS-GD-NAME-UP      PIC X(30) VALUE SPACE.
       01 WS-GD-NL           PIC 9(02) VALUE 0.
       01 WS-GD-RL           PIC 9(02) VALUE 0.

      * tirage
       01 WS-GD-REC          PIC 9(07) VALUE 0.
       01 WS-GD-RANGE        PIC 9(17) VALUE 0.
       01 WS-GD-RND-A        PIC 9(09) VALUE 0.
       01 WS-GD-RND-B        PIC 9(09) VALUE 0.
       01 WS-GD-WORK         PIC 9(18) VALUE 0.
       01 WS-GD-NUM          PIC 9(17) VALUE 0.
       01 WS-GD-T            PIC 9(02) VALUE 0.
       01 WS-GD-L            PIC 9(04) VALUE 0.
       01 WS-GD-I            PIC 9(04) VALUE 0.
       01 WS-GD-PICK         PIC 9(05) VALUE 0.
       01 WS-GD-VALUE        PIC X(30) VALUE SPACE.
       01 WS-GD-OUT          PIC X(1000) VALUE SPACE.
       01 WS-GD-ALPHA        PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * representations d'une valeur numerique : zone affichee,
      * signee (signe incorpore), decimale condensee et binaire ; on
      * en garde les derniers octets sur la longueur de la zone
       01 WS-GD-DISP         PIC 9(18) VALUE 0.
       01 WS-GD-DISP-X REDEFINES WS-GD-DISP PIC X(18).
       01 WS-GD-SDISP        PIC S9(18) VALUE 0.
       01 WS-GD-SDISP-X REDEFINES WS-GD-SDISP PIC X(18).
       01 WS-GD-PACK         PIC 9(18) COMP-3 VALUE 0.
       01 WS-GD-PACK-X REDEFINES WS-GD-PACK PIC X(10).
       01 WS-GD-SPACK        PIC S9(18) COMP-3 VALUE 0.
       01 WS-GD-SPACK-X REDEFINES WS-GD-SPACK PIC X(10).
       01 WS-GD-BIN          PIC 9(18) COMP VALUE 0.
       01 WS-GD-BIN-X REDEFINES WS-GD-BIN PIC X(08).
       01 WS-GD-SBIN         PIC S9(18) COMP VALUE 0.
       01 WS-GD-SBIN-X REDEFINES WS-GD-SBIN PIC X(08).

      * compte rendu
       01 WS-GD-PNT-NUM      PIC Z(6)9.
       01 WS-GD-PNT-POS      PIC Z(4)9.
       01 WS-GD-PNT-LEN      PIC ZZZ9.
       01 WS-GD-PNT-SEED     PIC Z(8)9.
       01 WS-GD-REGLE        PIC X(40) VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       START-MAIN.
      * Controle/redemarrage partage : signale un run precedent
      * interrompu et marque ce programme comme demarre
           MOVE 'CPYGENDATA' TO WS-CTRL-PROGRAM-ID.
           PERFORM CTRL-CHECK-START THRU CTRL-CHECK-END.

           PERFORM START-G-PROMPT THRU END-G-PROMPT.

           PERFORM START-LY-READ THRU END-LY-READ.
           IF NOT WS-LY-OK-YES
               MOVE 'N' TO WS-PROCESS-OK
           ELSE
               IF WS-LY-REC-LENGTH > 2000
                   DISPLAY "ENREGISTREMENT TROP LONG : "
                      WS-LY-REC-LENGTH
                   MOVE 'N' TO WS-PROCESS-OK
               END-IF
           END-IF.

           IF WS-PROCESS-OK-YES
               IF WS-LY-REC-DECL > 0
                  AND WS-LY-REC-DECL NOT = WS-LY-REC-LENGTH
                   DISPLAY "ATTENTION : RECORD CONTAINS "
                      WS-LY-REC-DECL " POUR " WS-LY-REC-LENGTH
                      " OCTETS DE ZONES"
               END-IF
               PERFORM START-G-RULES THRU END-G-RULES
               PERFORM START-G-SEED THRU END-G-SEED
               PERFORM START-G-WRITE THRU END-G-WRITE
               PERFORM START-G-REPORT THRU END-G-REPORT
           END-IF.

      * Statistiques d'execution partagees : zones du dessin lues,
      * enregistrements ecrits, regles ecartees
           MOVE WS-LY-COUNT TO WS-STAT-READ-CT.
           MOVE WS-GD-REC TO WS-STAT-WRITTEN-CT.
           MOVE WS-GD-REJECT-CT TO WS-STAT-REJECT-CT.
           MOVE 'CPYGENDATA' TO WS-STAT-PROGRAM-ID.
           PERFORM STAT-APPEND-START THRU STAT-APPEND-END.

           IF WS-PROCESS-OK-YES
               PERFORM CTRL-COMPLETE-START THRU CTRL-COMPLETE-END
           ELSE
               PERFORM CTRL-FAIL-START THRU CTRL-FAIL-END
           END-IF.
       END-MAIN.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Demande : cartes cpygendata.par, sinon questions
       START-G-PROMPT.
           MOVE "../FCLIENT.cpy" TO WS-LY-FILE-NAME.
           PERFORM START-G-PARAMS THRU END-G-PARAMS.
           IF NOT WS-PARAM-PRESENT-YES
               DISPLAY "Copybook a lire : " WITH NO ADVANCING
               ACCEPT WS-LY-FILE-NAME
               DISPLAY "Fichier de donnees a ecrire : "
                  WITH NO ADVANCING
               ACCEPT WS-DATA-NAME
               DISPLAY "Nombre d'enregistrements : "
                  WITH NO ADVANCING
               ACCEPT WS-GD-NOMBRE-TXT
               IF WS-GD-NOMBRE-TXT NOT = SPACE
                   MOVE FUNCTION NUMVAL(WS-GD-NOMBRE-TXT)
                      TO WS-GD-NOMBRE
               END-IF
           END-IF.
           IF WS-GD-AN-MAX = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-GD-AN-MAX
           END-IF.
           IF WS-GD-AN-MIN > WS-GD-AN-MAX
               MOVE WS-GD-AN-MAX TO WS-GD-AN-MIN
           END-IF.
           DISPLAY "PARAMETRE COPYBOOK = "
              FUNCTION TRIM(WS-LY-FILE-NAME).
           DISPLAY "PARAMETRE SORTIE = " FUNCTION TRIM(WS-DATA-NAME).
           DISPLAY "PARAMETRE NOMBRE = " WS-GD-NOMBRE.
           DISPLAY "PARAMETRE ANNEES = " WS-GD-AN-MIN " "
              WS-GD-AN-MAX.
           DISPLAY "PARAMETRE REGLES = " WS-GD-RULE-COUNT.
       END-G-PROMPT.
           EXIT.

      *-----------------------------------------------------------------
      *  Cartes parametres cpygendata.par :
      *    COPYBOOK  chemin du copybook
      *    SORTIE    chemin du fichier de donnees
      *    NOMBRE    nombre d'enregistrements
      *    GRAINE    graine du tirage (rejoue le meme fichier)
      *    ANNEES    AAAA AAAA, plage des dates generees
      *    CLE       zone [debut] : valeurs uniques croissantes
      *    REFERENCE zone fichier [position [longueur]]
      *    VALEURS   zone v1 v2 ... : une valeur tiree de la liste
      *    BORNES    zone min max
      *    CHIFFRES  zone : zone alphanumerique remplie de chiffres
      *    DATE      zone : date AAAAMMJJ meme sans indication
       START-G-PARAMS.
           MOVE 'N' TO WS-PARAM-PRESENT.
           MOVE 'N' TO WS-PARAM-FINI.
           OPEN INPUT F-PARAM.
           IF FS-PARAM NOT = "00"
               GO TO END-G-PARAMS
           END-IF.
           MOVE 'Y' TO WS-PARAM-PRESENT.
           PERFORM UNTIL WS-PARAM-FINI = 'Y'
               READ F-PARAM
               AT END
                   MOVE 'Y' TO WS-PARAM-FINI
               NOT AT END
                   IF REC-PARAM(1:1) NOT = '*'
                       PERFORM START-G-CARD THRU END-G-CARD
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PARAM.
       END-G-PARAMS.
           EXIT.

       START-G-CARD.
           MOVE FUNCTION TRIM(PARAM-VALUE LEADING) TO WS-GD-CARD.
           MOVE SPACE TO WS-GD-WORDS.
           MOVE 0 TO WS-GD-W-COUNT.
           UNSTRING WS-GD-CARD DELIMITED BY ALL SPACE
               INTO WS-GD-W(1) WS-GD-W(2) WS-GD-W(3) WS-GD-W(4)
                    WS-GD-W(5) WS-GD-W(6) WS-GD-W(7) WS-GD-W(8)
                    WS-GD-W(9) WS-GD-W(10) WS-GD-W(11) WS-GD-W(12)
               TALLYING IN WS-GD-W-COUNT
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(PARAM-KEY)
               WHEN 'COPYBOOK'
                   MOVE WS-GD-CARD TO WS-LY-FILE-NAME
               WHEN 'SORTIE'
                   MOVE WS-GD-CARD TO WS-DATA-NAME
               WHEN 'NOMBRE'
                   MOVE FUNCTION NUMVAL(WS-GD-W(1)) TO WS-GD-NOMBRE
               WHEN 'GRAINE'
                   MOVE FUNCTION NUMVAL(WS-GD-W(1)) TO WS-GD-GRAINE
               WHEN 'ANNEES'
                   MOVE FUNCTION NUMVAL(WS-GD-W(1)) TO WS-GD-AN-MIN
                   IF WS-GD-W(2) NOT = SPACE
                       MOVE FUNCTION NUMVAL(WS-GD-W(2))
                          TO WS-GD-AN-MAX
                   END-IF
               WHEN 'CLE'
               WHEN 'REFERENCE'
               WHEN 'VALEURS'
               WHEN 'BORNES'
               WHEN 'CHIFFRES'
               WHEN 'DATE'
                   PERFORM START-G-ADD-RULE THRU END-G-ADD-RULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-G-CARD.
           EXIT.

      *-----------------------------------------------------------------
      *  Enregistre une regle de zone ; les valeurs d'une carte
      *  VALEURS sont rangees tout de suite
       START-G-ADD-RULE.
           IF WS-GD-W(1) = SPACE OR WS-GD-RULE-COUNT NOT < 50
               DISPLAY "CARTE IGNOREE : " REC-PARAM
               ADD 1 TO WS-GD-REJECT-CT
               GO TO END-G-ADD-RULE
           END-IF.
           ADD 1 TO WS-GD-RULE-COUNT.
           MOVE WS-GD-RULE-COUNT TO WS-GD-R.
           MOVE FUNCTION UPPER-CASE(WS-GD-W(1))
              TO WS-GD-R-FIELD(WS-GD-R).
           MOVE 0 TO WS-GD-R-MIN(WS-GD-R).
           MOVE 0 TO WS-GD-R-MAX(WS-GD-R).
           MOVE SPACE TO WS-GD-R-FILE(WS-GD-R).
           MOVE 1 TO WS-GD-R-POS(WS-GD-R).
           MOVE 0 TO WS-GD-R-LEN(WS-GD-R).
           MOVE 0 TO WS-GD-R-FIRST(WS-GD-R).
           MOVE 0 TO WS-GD-R-COUNT(WS-GD-R).
           MOVE 0 TO WS-GD-R-USED(WS-GD-R).

           EVALUATE FUNCTION TRIM(PARAM-KEY)
               WHEN 'CLE'
                   MOVE 'K' TO WS-GD-R-KIND(WS-GD-R)
                   MOVE 1 TO WS-GD-R-MIN(WS-GD-R)
                   IF WS-GD-W(2) NOT = SPACE
                       MOVE FUNCTION NUMVAL(WS-GD-W(2))
                          TO WS-GD-R-MIN(WS-GD-R)
                   END-IF
               WHEN 'REFERENCE'
                   MOVE 'R' TO WS-GD-R-KIND(WS-GD-R)
                   MOVE WS-GD-W(2) TO WS-GD-R-FILE(WS-GD-R)
                   IF WS-GD-W(3) NOT = SPACE
                       MOVE FUNCTION NUMVAL(WS-GD-W(3))
                          TO WS-GD-R-POS(WS-GD-R)
                   END-IF
                   IF WS-GD-W(4) NOT = SPACE
                       MOVE FUNCTION NUMVAL(WS-GD-W(4))
                          TO WS-GD-R-LEN(WS-GD-R)
                   END-IF
               WHEN 'VALEURS'
                   MOVE 'V' TO WS-GD-R-KIND(WS-GD-R)
                   COMPUTE WS-GD-R-FIRST(WS-GD-R) = WS-GD-RV-TOTAL + 1
                   PERFORM VARYING WS-GD-WI FROM 2 BY 1
                      UNTIL WS-GD-WI > WS-GD-W-COUNT
                       IF WS-GD-RV-TOTAL < WS-GD-RV-MAX
                           ADD 1 TO WS-GD-RV-TOTAL
                           MOVE WS-GD-W(WS-GD-WI)
                              TO WS-GD-RV(WS-GD-RV-TOTAL)
                           ADD 1 TO WS-GD-R-COUNT(WS-GD-R)
                       END-IF
                   END-PERFORM
               WHEN 'BORNES'
                   MOVE 'B' TO WS-GD-R-KIND(WS-GD-R)
                   MOVE FUNCTION NUMVAL(WS-GD-W(2))
                      TO WS-GD-R-MIN(WS-GD-R)
                   MOVE FUNCTION NUMVAL(WS-GD-W(3))
                      TO WS-GD-R-MAX(WS-GD-R)
               WHEN 'CHIFFRES'
                   MOVE 'C' TO WS-GD-R-KIND(WS-GD-R)
               WHEN 'DATE'
                   MOVE 'D' TO WS-GD-R-KIND(WS-GD-R)
           END-EVALUATE.
       END-G-ADD-RULE.
           EXIT.

      *-----------------------------------------------------------------
      *  Rapproche chaque regle des zones du dessin, charge les
      *  fichiers de reference et controle la capacite des cles
       START-G-RULES.
           PERFORM VARYING WS-GD-F FROM 1 BY 1
              UNTIL WS-GD-F > WS-LY-COUNT
               MOVE 0 TO WS-GD-F-KEY(WS-GD-F)
               MOVE 0 TO WS-GD-F-PICK(WS-GD-F)
               MOVE 0 TO WS-GD-F-BORNE(WS-GD-F)
               MOVE 'N' TO WS-GD-F-DIGITS(WS-GD-F)
               MOVE WS-LY-DATE(WS-GD-F) TO WS-GD-F-DATE(WS-GD-F)
               MOVE 0 TO WS-GD-F-SEQ(WS-GD-F)
           END-PERFORM.

           PERFORM VARYING WS-GD-R FROM 1 BY 1
              UNTIL WS-GD-R > WS-GD-RULE-COUNT
               PERFORM START-G-RULE-ONE THRU END-G-RULE-ONE
           END-PERFORM.
       END-G-RULES.
           EXIT.

       START-G-RULE-ONE.
           PERFORM VARYING WS-GD-F FROM 1 BY 1
              UNTIL WS-GD-F > WS-LY-COUNT
               PERFORM START-G-MATCH THRU END-G-MATCH
               IF WS-GD-MATCH-YES
                   ADD 1 TO WS-GD-R-USED(WS-GD-R)
      * longueur prise dans la reference : celle de la zone
                   IF WS-GD-R-KIND(WS-GD-R) = 'R'
                      AND WS-GD-R-LEN(WS-GD-R) = 0
                       MOVE WS-LY-LEN(WS-GD-F) TO WS-GD-R-LEN(WS-GD-R)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GD-R-USED(WS-GD-R) = 0
               DISPLAY "REGLE SANS ZONE : "
                  FUNCTION TRIM(WS-GD-R-FIELD(WS-GD-R))
               ADD 1 TO WS-GD-REJECT-CT
               GO TO END-G-RULE-ONE
           END-IF.

           IF WS-GD-R-KIND(WS-GD-R) = 'R'
               PERFORM START-G-LOAD-REF THRU END-G-LOAD-REF
           END-IF.
           IF (WS-GD-R-KIND(WS-GD-R) = 'R'
               OR WS-GD-R-KIND(WS-GD-R) = 'V')
              AND WS-GD-R-COUNT(WS-GD-R) = 0
               DISPLAY "REGLE SANS VALEUR : "
                  FUNCTION TRIM(WS-GD-R-FIELD(WS-GD-R))
               ADD 1 TO WS-GD-REJECT-CT
               GO TO END-G-RULE-ONE
           END-IF.
           IF WS-GD-R-KIND(WS-GD-R) = 'B'
              AND WS-GD-R-MIN(WS-GD-R) > WS-GD-R-MAX(WS-GD-R)
               DISPLAY "BORNES INVERSEES : "
                  FUNCTION TRIM(WS-GD-R-FIELD(WS-GD-R))
               ADD 1 TO WS-GD-REJECT-CT
               GO TO END-G-RULE-ONE
           END-IF.

           PERFORM VARYING WS-GD-F FROM 1 BY 1
              UNTIL WS-GD-F > WS-LY-COUNT
               PERFORM START-G-MATCH THRU END-G-MATCH
               IF WS-GD-MATCH-YES
                   EVALUATE WS-GD-R-KIND(WS-GD-R)
                       WHEN 'K'
                           MOVE WS-GD-R TO WS-GD-F-KEY(WS-GD-F)
                           MOVE WS-GD-R-MIN(WS-GD-R)
                              TO WS-GD-F-SEQ(WS-GD-F)
                           PERFORM START-G-KEY-CHECK
                              THRU END-G-KEY-CHECK
                       WHEN 'R'
                       WHEN 'V'
                           MOVE WS-GD-R TO WS-GD-F-PICK(WS-GD-F)
                       WHEN 'B'
                           MOVE WS-GD-R TO WS-GD-F-BORNE(WS-GD-F)
                       WHEN 'C'
                           MOVE 'Y' TO WS-GD-F-DIGITS(WS-GD-F)
                       WHEN 'D'
                           MOVE 'Y' TO WS-GD-F-DATE(WS-GD-F)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       END-G-RULE-ONE.
           EXIT.

      *-----------------------------------------------------------------
      *  La regle WS-GD-R vise-t-elle la zone WS-GD-F ?
       START-G-MATCH.
           MOVE 'N' TO WS-GD-MATCH.
           MOVE FUNCTION UPPER-CASE(WS-LY-NAME(WS-GD-F))
              TO WS-GD-NAME-UP.
           IF WS-GD-NAME-UP = WS-GD-R-FIELD(WS-GD-R)
               MOVE 'Y' TO WS-GD-MATCH
               GO TO END-G-MATCH
           END-IF.
           COMPUTE WS-GD-NL =
              FUNCTION LENGTH(FUNCTION TRIM(WS-GD-NAME-UP TRAILING)).
           COMPUTE WS-GD-RL = FUNCTION LENGTH(
              FUNCTION TRIM(WS-GD-R-FIELD(WS-GD-R) TRAILING)).
           IF WS-GD-NL > WS-GD-RL
               IF WS-GD-NAME-UP(WS-GD-NL - WS-GD-RL + 1:WS-GD-RL)
                  = WS-GD-R-FIELD(WS-GD-R)(1:WS-GD-RL)
                  AND WS-GD-NAME-UP(WS-GD-NL - WS-GD-RL:1) = '-'
                   MOVE 'Y' TO WS-GD-MATCH
               END-IF
           END-IF.
       END-G-MATCH.
           EXIT.

      *-----------------------------------------------------------------
      *  Une cle unique doit tenir dans sa zone pour tout le fichier
       START-G-KEY-CHECK.
           IF WS-LY-TYPE(WS-GD-F) = '9'
               COMPUTE WS-GD-T = WS-LY-DIGITS(WS-GD-F)
                  + WS-LY-DEC(WS-GD-F)
           ELSE
               MOVE WS-LY-LEN(WS-GD-F) TO WS-GD-T
           END-IF.
           IF WS-GD-T > 17
               GO TO END-G-KEY-CHECK
           END-IF.
           COMPUTE WS-GD-WORK = WS-GD-R-MIN(WS-GD-R) + WS-GD-NOMBRE - 1.
           IF WS-GD-WORK NOT < 10 ** WS-GD-T
               DISPLAY "ATTENTION : CLE "
                  FUNCTION TRIM(WS-LY-NAME(WS-GD-F))
                  " TROP COURTE POUR " WS-GD-NOMBRE
                  " ENREGISTREMENTS, DOUBLONS POSSIBLES"
           END-IF.
       END-G-KEY-CHECK.
           EXIT.

      *-----------------------------------------------------------------
      *  Chargement des valeurs d'un fichier de reference : lignes
      *  non vides, hors commentaires '*'
       START-G-LOAD-REF.
           MOVE WS-GD-R-FILE(WS-GD-R) TO WS-REF-NAME.
           IF WS-GD-R-LEN(WS-GD-R) > 30
               MOVE 30 TO WS-GD-R-LEN(WS-GD-R)
           END-IF.
           IF WS-GD-R-POS(WS-GD-R) = 0
               MOVE 1 TO WS-GD-R-POS(WS-GD-R)
           END-IF.
           IF WS-GD-R-POS(WS-GD-R) + WS-GD-R-LEN(WS-GD-R) > 201
               DISPLAY "POSITION HORS ENREGISTREMENT : "
                  FUNCTION TRIM(WS-REF-NAME)
               GO TO END-G-LOAD-REF
           END-IF.
           OPEN INPUT F-REF.
           IF FS-REF NOT = "00"
               DISPLAY "ERREUR FICHIER REFERENCE : "
                  FUNCTION TRIM(WS-REF-NAME) " " FS-REF
               GO TO END-G-LOAD-REF
           END-IF.
           COMPUTE WS-GD-R-FIRST(WS-GD-R) = WS-GD-RV-TOTAL + 1.
           MOVE 'N' TO WS-REF-FINI.
           PERFORM UNTIL WS-REF-FINI = 'Y'
               READ F-REF
               AT END
                   MOVE 'Y' TO WS-REF-FINI
               NOT AT END
                   IF R-REF(1:1) NOT = '*'
                      AND R-REF(WS-GD-R-POS(WS-GD-R):
                         WS-GD-R-LEN(WS-GD-R)) NOT = SPACE
                      AND WS-GD-RV-TOTAL < WS-GD-RV-MAX
                       ADD 1 TO WS-GD-RV-TOTAL
                       MOVE SPACE TO WS-GD-RV(WS-GD-RV-TOTAL)
                       MOVE R-REF(WS-GD-R-POS(WS-GD-R):
                          WS-GD-R-LEN(WS-GD-R))
                          TO WS-GD-RV(WS-GD-RV-TOTAL)
                       ADD 1 TO WS-GD-R-COUNT(WS-GD-R)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REF.
           DISPLAY "REFERENCE " FUNCTION TRIM(WS-REF-NAME) " : "
              WS-GD-R-COUNT(WS-GD-R) " VALEURS".
       END-G-LOAD-REF.
           EXIT.

      *-----------------------------------------------------------------
      *  Amorce du tirage : la graine est affichee pour pouvoir
      *  rejouer exactement le meme fichier
       START-G-SEED.
           IF WS-GD-GRAINE = 0
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-GD-GRAINE
           END-IF.
           DISPLAY "PARAMETRE GRAINE = " WS-GD-GRAINE.
           COMPUTE WS-GD-RND-A = FUNCTION RANDOM(WS-GD-GRAINE)
              * 1000000000.
           COMPUTE WS-GD-JOUR-MIN = FUNCTION INTEGER-OF-DATE(
              WS-GD-AN-MIN * 10000 + 0101).
           COMPUTE WS-GD-JOUR-MAX = FUNCTION INTEGER-OF-DATE(
              WS-GD-AN-MAX * 10000 + 1231).
       END-G-SEED.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecriture des enregistrements
       START-G-WRITE.
           MOVE 0 TO WS-GD-REC.
           MOVE 'N' TO WS-DATA-BINARY.
           PERFORM VARYING WS-GD-F FROM 1 BY 1
              UNTIL WS-GD-F > WS-LY-COUNT
               IF WS-LY-USAGE(WS-GD-F) NOT = 'D'
                   MOVE 'Y' TO WS-DATA-BINARY
               END-IF
           END-PERFORM.
           IF WS-DATA-BINARY-YES
               DISPLAY "ZONES COMP-3/BINAIRES : ENREGISTREMENTS FIXES "
                  "SANS FIN DE LIGNE"
               OPEN OUTPUT F-DATA-BIN
           ELSE
               OPEN OUTPUT F-DATA
           END-IF.
           IF FS-DATA NOT = "00"
               DISPLAY "ERREUR FICHIER DE DONNEES : "
                  FUNCTION TRIM(WS-DATA-NAME) " " FS-DATA
               MOVE 'N' TO WS-PROCESS-OK
               GO TO END-G-WRITE
           END-IF.
           PERFORM UNTIL WS-GD-REC NOT < WS-GD-NOMBRE
              OR FS-DATA NOT = "00"
               MOVE SPACE TO R-DATA
               PERFORM VARYING WS-GD-F FROM 1 BY 1
                  UNTIL WS-GD-F > WS-LY-COUNT
                   PERFORM START-G-FIELD THRU END-G-FIELD
                   MOVE WS-GD-OUT(1:WS-LY-LEN(WS-GD-F))
                      TO R-DATA(WS-LY-OFFSET(WS-GD-F):
                         WS-LY-LEN(WS-GD-F))
               END-PERFORM
               IF WS-DATA-BINARY-YES
                   PERFORM VARYING WS-DATA-POS FROM 1 BY 1
                      UNTIL WS-DATA-POS > WS-LY-REC-LENGTH
                       MOVE R-DATA(WS-DATA-POS:1) TO R-DATA-BIN
                       WRITE R-DATA-BIN
                   END-PERFORM
               ELSE
                   WRITE R-DATA
               END-IF
               IF FS-DATA = "00"
                   ADD 1 TO WS-GD-REC
               END-IF
           END-PERFORM.
           IF FS-DATA NOT = "00"
               DISPLAY "ERREUR ECRITURE : " FS-DATA
               MOVE 'N' TO WS-PROCESS-OK
           END-IF.
           IF WS-DATA-BINARY-YES
               CLOSE F-DATA-BIN
           ELSE
               CLOSE F-DATA
           END-IF.
           DISPLAY "cpygendata : " WS-GD-REC " ENREGISTREMENTS DE "
              WS-LY-REC-LENGTH " OCTETS -> "
              FUNCTION TRIM(WS-DATA-NAME).
       END-G-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      *  Valeur de la zone WS-GD-F dans WS-GD-OUT, par ordre de
      *  priorite : cle unique, reference/liste, niveaux 88, date,
      *  bornes, puis selon le PIC
       START-G-FIELD.
           MOVE SPACE TO WS-GD-OUT.
           MOVE WS-LY-LEN(WS-GD-F) TO WS-GD-L.

           IF WS-GD-F-KEY(WS-GD-F) > 0
               MOVE WS-GD-F-SEQ(WS-GD-F) TO WS-GD-NUM
               ADD 1 TO WS-GD-F-SEQ(WS-GD-F)
               PERFORM START-G-NUMBER THRU END-G-NUMBER
               GO TO END-G-FIELD
           END-IF.

           IF WS-GD-F-PICK(WS-GD-F) > 0
               MOVE WS-GD-F-PICK(WS-GD-F) TO WS-GD-R
               MOVE WS-GD-R-COUNT(WS-GD-R) TO WS-GD-RANGE
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               COMPUTE WS-GD-PICK = WS-GD-R-FIRST(WS-GD-R) + WS-GD-NUM
               MOVE WS-GD-RV(WS-GD-PICK) TO WS-GD-VALUE
               PERFORM START-G-LITERAL THRU END-G-LITERAL
               GO TO END-G-FIELD
           END-IF.

           IF WS-LY-VAL-COUNT(WS-GD-F) > 0
               MOVE WS-LY-VAL-COUNT(WS-GD-F) TO WS-GD-RANGE
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               COMPUTE WS-GD-PICK = WS-LY-VAL-FIRST(WS-GD-F)
                  + WS-GD-NUM
               MOVE WS-LY-VAL(WS-GD-PICK) TO WS-GD-VALUE
               PERFORM START-G-LITERAL THRU END-G-LITERAL
               GO TO END-G-FIELD
           END-IF.

      * FILLER alphanumerique sans regle : laisse a blanc comme dans
      * les vrais fichiers
           IF WS-LY-NAME(WS-GD-F) = 'FILLER'
              AND WS-LY-TYPE(WS-GD-F) NOT = '9'
              AND WS-GD-F-DATE(WS-GD-F) NOT = 'Y'
              AND WS-GD-F-BORNE(WS-GD-F) = 0
              AND WS-GD-F-DIGITS(WS-GD-F) NOT = 'Y'
               GO TO END-G-FIELD
           END-IF.

           IF WS-GD-F-DATE(WS-GD-F) = 'Y'
               COMPUTE WS-GD-RANGE = WS-GD-JOUR-MAX - WS-GD-JOUR-MIN + 1
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               COMPUTE WS-GD-DATE = FUNCTION DATE-OF-INTEGER(
                  WS-GD-JOUR-MIN + WS-GD-NUM)
               IF WS-LY-TYPE(WS-GD-F) = '9'
                   MOVE WS-GD-DATE TO WS-GD-NUM
                   PERFORM START-G-NUMBER THRU END-G-NUMBER
               ELSE
                   MOVE WS-GD-DATE TO WS-GD-OUT(1:8)
               END-IF
               GO TO END-G-FIELD
           END-IF.

           IF WS-GD-F-BORNE(WS-GD-F) > 0
               MOVE WS-GD-F-BORNE(WS-GD-F) TO WS-GD-R
               COMPUTE WS-GD-RANGE = WS-GD-R-MAX(WS-GD-R)
                  - WS-GD-R-MIN(WS-GD-R) + 1
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               ADD WS-GD-R-MIN(WS-GD-R) TO WS-GD-NUM
               PERFORM START-G-NUMBER THRU END-G-NUMBER
               GO TO END-G-FIELD
           END-IF.

      * numerique : tirage sur tous les chiffres du PIC ; edition et
      * CHIFFRES : des chiffres sur toute la largeur
           IF WS-LY-TYPE(WS-GD-F) = '9'
               COMPUTE WS-GD-T = WS-LY-DIGITS(WS-GD-F)
                  + WS-LY-DEC(WS-GD-F)
           ELSE
               MOVE WS-GD-L TO WS-GD-T
           END-IF.
           IF WS-GD-T > 17
               MOVE 17 TO WS-GD-T
           END-IF.
           IF WS-LY-TYPE(WS-GD-F) = '9' OR WS-LY-TYPE(WS-GD-F) = 'E'
              OR WS-GD-F-DIGITS(WS-GD-F) = 'Y'
               COMPUTE WS-GD-RANGE = 10 ** WS-GD-T
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               PERFORM START-G-NUMBER THRU END-G-NUMBER
               GO TO END-G-FIELD
           END-IF.

      * alphanumerique : un mot de lettres de longueur tiree
           IF WS-GD-L > 1000
               MOVE 1000 TO WS-GD-L
           END-IF.
           MOVE WS-GD-L TO WS-GD-RANGE.
           PERFORM START-G-RANDOM THRU END-G-RANDOM.
           COMPUTE WS-GD-T = WS-GD-NUM + 1.
           PERFORM VARYING WS-GD-I FROM 1 BY 1
              UNTIL WS-GD-I > WS-GD-T
               MOVE 26 TO WS-GD-RANGE
               PERFORM START-G-RANDOM THRU END-G-RANDOM
               MOVE WS-GD-ALPHA(WS-GD-NUM + 1:1)
                  TO WS-GD-OUT(WS-GD-I:1)
           END-PERFORM.
       END-G-FIELD.
           EXIT.

      *-----------------------------------------------------------------
      *  Valeur litterale (88, reference, liste) : cadree a gauche en
      *  alphanumerique, convertie pour une zone numerique
       START-G-LITERAL.
           IF WS-LY-TYPE(WS-GD-F) NOT = '9'
               MOVE WS-GD-VALUE TO WS-GD-OUT
               GO TO END-G-LITERAL
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-GD-VALUE) NOT = 0
               MOVE 0 TO WS-GD-NUM
           ELSE
               COMPUTE WS-GD-NUM = FUNCTION NUMVAL(WS-GD-VALUE)
                  * 10 ** WS-LY-DEC(WS-GD-F)
           END-IF.
           PERFORM START-G-NUMBER THRU END-G-NUMBER.
       END-G-LITERAL.
           EXIT.

      *-----------------------------------------------------------------
      *  Represente WS-GD-NUM dans la zone WS-GD-F selon son USAGE :
      *  les derniers octets de la zone de travail de meme nature
       START-G-NUMBER.
           IF WS-LY-TYPE(WS-GD-F) NOT = '9'
               MOVE WS-GD-NUM TO WS-GD-DISP
               IF WS-GD-L > 18
                   MOVE ALL '0' TO WS-GD-OUT(1:WS-GD-L - 18)
                   MOVE WS-GD-DISP-X TO WS-GD-OUT(WS-GD-L - 17:18)
               ELSE
                   MOVE WS-GD-DISP-X(19 - WS-GD-L:WS-GD-L)
                      TO WS-GD-OUT
               END-IF
               GO TO END-G-NUMBER
           END-IF.
           EVALUATE WS-LY-USAGE(WS-GD-F)
               WHEN 'P'
                   IF WS-LY-SIGNED(WS-GD-F) = 'Y'
                       MOVE WS-GD-NUM TO WS-GD-SPACK
                       MOVE WS-GD-SPACK-X(11 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   ELSE
                       MOVE WS-GD-NUM TO WS-GD-PACK
                       MOVE WS-GD-PACK-X(11 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   END-IF
               WHEN 'B'
                   IF WS-LY-SIGNED(WS-GD-F) = 'Y'
                       MOVE WS-GD-NUM TO WS-GD-SBIN
                       MOVE WS-GD-SBIN-X(9 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   ELSE
                       MOVE WS-GD-NUM TO WS-GD-BIN
                       MOVE WS-GD-BIN-X(9 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   END-IF
               WHEN OTHER
                   IF WS-GD-L > 18
                       MOVE 18 TO WS-GD-L
                   END-IF
                   IF WS-LY-SIGNED(WS-GD-F) = 'Y'
                       MOVE WS-GD-NUM TO WS-GD-SDISP
                       MOVE WS-GD-SDISP-X(19 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   ELSE
                       MOVE WS-GD-NUM TO WS-GD-DISP
                       MOVE WS-GD-DISP-X(19 - WS-GD-L:WS-GD-L)
                          TO WS-GD-OUT
                   END-IF
           END-EVALUATE.
       END-G-NUMBER.
           EXIT.

      *-----------------------------------------------------------------
      *  Tirage d'un entier de 0 a WS-GD-RANGE - 1 dans WS-GD-NUM
       START-G-RANDOM.
           IF WS-GD-RANGE = 0
               MOVE 0 TO WS-GD-NUM
               GO TO END-G-RANDOM
           END-IF.
           COMPUTE WS-GD-RND-A = FUNCTION RANDOM * 1000000000.
           COMPUTE WS-GD-RND-B = FUNCTION RANDOM * 1000000000.
           COMPUTE WS-GD-WORK = WS-GD-RND-A * 1000000000
              + WS-GD-RND-B.
           COMPUTE WS-GD-NUM = FUNCTION MOD(WS-GD-WORK, WS-GD-RANGE).
       END-G-RANDOM.
           EXIT.

      *-----------------------------------------------------------------
      *  Compte rendu : dessin lu et regle appliquee a chaque zone
       START-G-REPORT.
           OPEN OUTPUT F-RAPPORT.
           IF FS-RAPPORT NOT = "00"
               DISPLAY "ERREUR COMPTE RENDU : " FS-RAPPORT
               GO TO END-G-REPORT
           END-IF.
           MOVE SPACE TO R-RAPPORT.
           STRING "GENERATION DE DONNEES DE TEST DU " DELIMITED BY SIZE
              FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           STRING "COPYBOOK : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-LY-FILE-NAME) DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           STRING "SORTIE   : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DATA-NAME) DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           MOVE WS-GD-REC TO WS-GD-PNT-NUM.
           MOVE WS-LY-REC-LENGTH TO WS-GD-PNT-POS.
           MOVE WS-GD-GRAINE TO WS-GD-PNT-SEED.
           STRING "ENREGISTREMENTS : " DELIMITED BY SIZE
              WS-GD-PNT-NUM DELIMITED BY SIZE
              "   LONGUEUR : " DELIMITED BY SIZE
              WS-GD-PNT-POS DELIMITED BY SIZE
              "   GRAINE : " DELIMITED BY SIZE
              WS-GD-PNT-SEED DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.
           IF WS-LY-REC-DECL > 0
              AND WS-LY-REC-DECL NOT = WS-LY-REC-LENGTH
               MOVE SPACE TO R-RAPPORT
               MOVE WS-LY-REC-DECL TO WS-GD-PNT-POS
               STRING "ATTENTION : RECORD CONTAINS " DELIMITED BY SIZE
                  WS-GD-PNT-POS DELIMITED BY SIZE
                  " DIFFERENT DE LA SOMME DES ZONES" DELIMITED BY SIZE
                  INTO R-RAPPORT
               WRITE R-RAPPORT
           END-IF.
           MOVE SPACE TO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACE TO R-RAPPORT.
           STRING "  POS   LG  ZONE                           "
              DELIMITED BY SIZE
              "PIC                            U  REGLE"
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           PERFORM VARYING WS-GD-F FROM 1 BY 1
              UNTIL WS-GD-F > WS-LY-COUNT
               PERFORM START-G-REPORT-LINE THRU END-G-REPORT-LINE
           END-PERFORM.
           CLOSE F-RAPPORT.
       END-G-REPORT.
           EXIT.

       START-G-REPORT-LINE.
           MOVE SPACE TO WS-GD-REGLE.
           EVALUATE TRUE
               WHEN WS-GD-F-KEY(WS-GD-F) > 0
                   MOVE "CLE UNIQUE" TO WS-GD-REGLE
               WHEN WS-GD-F-PICK(WS-GD-F) > 0
                   MOVE WS-GD-F-PICK(WS-GD-F) TO WS-GD-R
                   IF WS-GD-R-KIND(WS-GD-R) = 'R'
                       STRING "REFERENCE " DELIMITED BY SIZE
                          WS-GD-R-FILE(WS-GD-R) DELIMITED BY SPACE
                          INTO WS-GD-REGLE
                   ELSE
                       MOVE "LISTE DE VALEURS" TO WS-GD-REGLE
                   END-IF
               WHEN WS-LY-VAL-COUNT(WS-GD-F) > 0
                   MOVE "VALEURS 88" TO WS-GD-REGLE
               WHEN WS-GD-F-DATE(WS-GD-F) = 'Y'
                   MOVE "DATE AAAAMMJJ" TO WS-GD-REGLE
               WHEN WS-GD-F-BORNE(WS-GD-F) > 0
                   MOVE "BORNES" TO WS-GD-REGLE
               WHEN WS-GD-F-DIGITS(WS-GD-F) = 'Y'
                   MOVE "CHIFFRES" TO WS-GD-REGLE
               WHEN WS-LY-NAME(WS-GD-F) = 'FILLER'
                  AND WS-LY-TYPE(WS-GD-F) NOT = '9'
                   MOVE "BLANCS" TO WS-GD-REGLE
               WHEN OTHER
                   MOVE "PIC" TO WS-GD-REGLE
           END-EVALUATE.
           MOVE SPACE TO R-RAPPORT.
           MOVE WS-LY-OFFSET(WS-GD-F) TO WS-GD-PNT-POS.
           MOVE WS-LY-LEN(WS-GD-F) TO WS-GD-PNT-LEN.
           MOVE WS-GD-PNT-POS TO R-RAPPORT(1:5).
           MOVE WS-GD-PNT-LEN TO R-RAPPORT(7:4).
           MOVE WS-LY-NAME(WS-GD-F) TO R-RAPPORT(13:30).
           MOVE WS-LY-PIC(WS-GD-F) TO R-RAPPORT(44:30).
           MOVE WS-LY-USAGE(WS-GD-F) TO R-RAPPORT(75:1).
           MOVE WS-GD-REGLE TO R-RAPPORT(78:40).
           WRITE R-RAPPORT.
       END-G-REPORT-LINE.
           EXIT.

      ******************************************************************
       COPY 'CPYLYPR.cpy'.
       COPY 'CPCTRLPR.cpy'.
       COPY 'CPSTATPR.cpy'.
