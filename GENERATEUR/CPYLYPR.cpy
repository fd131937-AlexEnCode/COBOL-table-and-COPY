      ******************************************************************
      *  Relecture d'un copybook (F-LAYOUT, assigne via WS-LY-FILE-NAME)
      *  en table de zones elementaires WS-LY-ENTRY : nom, PIC, USAGE,
      *  nature, position et longueur en octets, indicateur date et
      *  valeurs des niveaux 88. Format fixe, colonnes 8 a 72 ; les
      *  FD, 66 et lignes de commentaire ne produisent pas de zone.
      ******************************************************************
       START-LY-READ.
           MOVE 'Y' TO WS-LY-OK.
           MOVE 'N' TO WS-LY-FINI.
           MOVE 0 TO WS-LY-COUNT.
           MOVE 0 TO WS-LY-VAL-TOTAL.
           MOVE 0 TO WS-LY-STK-COUNT.
           MOVE 0 TO WS-LY-REC-DECL.
           MOVE 0 TO WS-LY-REC-LENGTH.
           MOVE 0 TO WS-LY-SKIP-LEVEL.
           MOVE 0 TO WS-LY-LAST-COUNT.
           MOVE 0 TO WS-LY-STMT-LEN.
           MOVE SPACE TO WS-LY-STMT.
           MOVE 'N' TO WS-LY-DATE-HINT.
           MOVE 'N' TO WS-LY-LAST-COMMENT.

           OPEN INPUT F-LAYOUT.
           IF FS-LAYOUT NOT = "00"
               DISPLAY "ERREUR COPYBOOK : "
                  FUNCTION TRIM(WS-LY-FILE-NAME) " " FS-LAYOUT
               MOVE 'N' TO WS-LY-OK
               GO TO END-LY-READ
           END-IF.
           PERFORM UNTIL WS-LY-FINI = 'Y'
               READ F-LAYOUT
               AT END
                   MOVE 'Y' TO WS-LY-FINI
               NOT AT END
                   PERFORM START-LY-LINE THRU END-LY-LINE
               END-READ
           END-PERFORM.
           CLOSE F-LAYOUT.
           IF WS-LY-STMT-LEN > 0
               PERFORM START-LY-STMT THRU END-LY-STMT
           END-IF.

      * fin du copybook : les groupes encore ouverts sont refermes
           MOVE 0 TO WS-LY-LEVEL.
           PERFORM START-LY-POP THRU END-LY-POP.

           PERFORM VARYING WS-LY-I FROM 1 BY 1
              UNTIL WS-LY-I > WS-LY-COUNT
               COMPUTE WS-LY-OFFSET(WS-LY-I) = WS-LY-REC-LENGTH + 1
               ADD WS-LY-LEN(WS-LY-I) TO WS-LY-REC-LENGTH
           END-PERFORM.
           IF WS-LY-COUNT = 0
               DISPLAY "COPYBOOK SANS ZONE : "
                  FUNCTION TRIM(WS-LY-FILE-NAME)
               MOVE 'N' TO WS-LY-OK
           END-IF.
       END-LY-READ.
           EXIT.

      *-----------------------------------------------------------------
      *  Une ligne du copybook : commentaire (colonne 7) ou morceau
      *  de l'instruction en cours, traitee quand la ligne se termine
      *  par le point final
       START-LY-LINE.
           INSPECT R-LAYOUT REPLACING ALL X'09' BY SPACE.
           IF R-LAYOUT(7:1) = '*' OR R-LAYOUT(7:1) = '/'
               IF WS-LY-LAST-COMMENT = 'N'
                   MOVE 'N' TO WS-LY-DATE-HINT
               END-IF
               MOVE 'Y' TO WS-LY-LAST-COMMENT
               MOVE 0 TO WS-LY-HINT-CT
               INSPECT R-LAYOUT TALLYING WS-LY-HINT-CT
                  FOR ALL 'AAAAMMJJ'
               IF WS-LY-HINT-CT > 0
                   MOVE 'Y' TO WS-LY-DATE-HINT
               END-IF
               GO TO END-LY-LINE
           END-IF.
           IF R-LAYOUT(8:65) = SPACE
               GO TO END-LY-LINE
           END-IF.
           MOVE 'N' TO WS-LY-LAST-COMMENT.

           IF WS-LY-STMT-LEN > 530
               PERFORM START-LY-STMT THRU END-LY-STMT
           END-IF.
           MOVE R-LAYOUT(8:65) TO WS-LY-STMT(WS-LY-STMT-LEN + 1:65).
           ADD 66 TO WS-LY-STMT-LEN.
           COMPUTE WS-LY-LINE-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(R-LAYOUT(8:65) TRAILING)).
           IF R-LAYOUT(7 + WS-LY-LINE-LEN:1) = '.'
               PERFORM START-LY-STMT THRU END-LY-STMT
           END-IF.
       END-LY-LINE.
           EXIT.

      *-----------------------------------------------------------------
      *  Instruction complete : decoupage en mots puis interpretation
       START-LY-STMT.
           PERFORM START-LY-TOKENS THRU END-LY-TOKENS.
           IF WS-LY-TOK-COUNT > 0
               PERFORM START-LY-ITEM THRU END-LY-ITEM
           END-IF.
           MOVE SPACE TO WS-LY-STMT.
           MOVE 0 TO WS-LY-STMT-LEN.
       END-LY-STMT.
           EXIT.

      *-----------------------------------------------------------------
      *  Decoupage de l'instruction en mots separes par des blancs ;
      *  un litteral entre quotes reste un seul mot, quotes comprises.
      *  Le point final est retire du dernier mot.
       START-LY-TOKENS.
           MOVE 0 TO WS-LY-TOK-COUNT.
           MOVE SPACE TO WS-LY-TOKENS.
           MOVE 1 TO WS-LY-C.
           PERFORM UNTIL WS-LY-C > WS-LY-STMT-LEN
              OR WS-LY-TOK-COUNT = 40
               IF WS-LY-STMT(WS-LY-C:1) = SPACE
                   ADD 1 TO WS-LY-C
               ELSE
                   MOVE WS-LY-C TO WS-LY-C2
                   IF WS-LY-STMT(WS-LY-C:1) = QUOTE
                      OR WS-LY-STMT(WS-LY-C:1) = "'"
                       MOVE WS-LY-STMT(WS-LY-C:1) TO WS-LY-QUOTE
                       ADD 1 TO WS-LY-C2
                       PERFORM UNTIL WS-LY-C2 > WS-LY-STMT-LEN
                          OR WS-LY-STMT(WS-LY-C2:1) = WS-LY-QUOTE
                           ADD 1 TO WS-LY-C2
                       END-PERFORM
                       ADD 1 TO WS-LY-C2
                   END-IF
                   PERFORM UNTIL WS-LY-C2 > WS-LY-STMT-LEN
                      OR WS-LY-STMT(WS-LY-C2:1) = SPACE
                       ADD 1 TO WS-LY-C2
                   END-PERFORM
                   ADD 1 TO WS-LY-TOK-COUNT
                   COMPUTE WS-LY-P-LEN = WS-LY-C2 - WS-LY-C
                   IF WS-LY-P-LEN > 40
                       MOVE 40 TO WS-LY-P-LEN
                   END-IF
                   MOVE WS-LY-STMT(WS-LY-C:WS-LY-P-LEN)
                      TO WS-LY-TOK(WS-LY-TOK-COUNT)
                   MOVE WS-LY-C2 TO WS-LY-C
               END-IF
           END-PERFORM.

           IF WS-LY-TOK-COUNT > 0
               COMPUTE WS-LY-C = FUNCTION LENGTH(FUNCTION TRIM(
                  WS-LY-TOK(WS-LY-TOK-COUNT) TRAILING))
               IF WS-LY-TOK(WS-LY-TOK-COUNT)(WS-LY-C:1) = '.'
                   MOVE SPACE TO WS-LY-TOK(WS-LY-TOK-COUNT)(WS-LY-C:1)
                   IF WS-LY-TOK(WS-LY-TOK-COUNT) = SPACE
                       SUBTRACT 1 FROM WS-LY-TOK-COUNT
                   END-IF
               END-IF
           END-IF.
       END-LY-TOKENS.
           EXIT.

      *-----------------------------------------------------------------
      *  Interpretation d'une instruction : FD (RECORD CONTAINS
      *  retenu), niveau 88 (valeurs de la zone precedente), zone
      *  groupe (empilee pour ses OCCURS) ou zone elementaire
       START-LY-ITEM.
           IF WS-LY-TOK(1)(1:1) NOT NUMERIC
               IF (FUNCTION UPPER-CASE(WS-LY-TOK(1)) = 'FD'
                  OR FUNCTION UPPER-CASE(WS-LY-TOK(1)) = 'SD')
                  AND WS-LY-REC-DECL = 0
                   PERFORM VARYING WS-LY-K FROM 2 BY 1
                      UNTIL WS-LY-K >= WS-LY-TOK-COUNT
                       IF FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
                          = 'CONTAINS'
                          AND WS-LY-TOK(WS-LY-K + 1)(1:1) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-LY-TOK(WS-LY-K + 1))
                              TO WS-LY-REC-DECL
      * enregistrement variable : la longueur maximale fait foi
                           IF FUNCTION UPPER-CASE(
                              WS-LY-TOK(WS-LY-K + 2)) = 'TO'
                              AND WS-LY-TOK(WS-LY-K + 3)(1:1)
                              IS NUMERIC
                               MOVE FUNCTION NUMVAL(
                                  WS-LY-TOK(WS-LY-K + 3))
                                  TO WS-LY-REC-DECL
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               GO TO END-LY-ITEM
           END-IF.

           MOVE FUNCTION NUMVAL(WS-LY-TOK(1)) TO WS-LY-LEVEL.
           IF WS-LY-LEVEL = 66
               GO TO END-LY-ITEM
           END-IF.
           IF WS-LY-LEVEL = 77
               MOVE 1 TO WS-LY-LEVEL
           END-IF.
           IF WS-LY-LEVEL = 88
               IF WS-LY-SKIP-LEVEL = 0
                   PERFORM START-LY-88 THRU END-LY-88
               END-IF
               GO TO END-LY-ITEM
           END-IF.
           IF WS-LY-SKIP-LEVEL > 0
               IF WS-LY-LEVEL > WS-LY-SKIP-LEVEL
                   GO TO END-LY-ITEM
               END-IF
               MOVE 0 TO WS-LY-SKIP-LEVEL
           END-IF.
           MOVE 0 TO WS-LY-LAST-COUNT.
           PERFORM START-LY-POP THRU END-LY-POP.
      * un second 01 n'est qu'une autre vue du meme enregistrement
           IF WS-LY-LEVEL = 1 AND WS-LY-COUNT > 0
               MOVE 1 TO WS-LY-SKIP-LEVEL
               GO TO END-LY-ITEM
           END-IF.

           MOVE 'FILLER' TO WS-LY-ITEM-NAME.
           MOVE SPACE TO WS-LY-PIC-CUR.
           MOVE 'D' TO WS-LY-USAGE-CUR.
           MOVE 1 TO WS-LY-OCC-CUR.
           MOVE 'N' TO WS-LY-REDEF.
           MOVE 2 TO WS-LY-K.
           IF WS-LY-TOK-COUNT > 1
               EVALUATE FUNCTION UPPER-CASE(WS-LY-TOK(2))
                   WHEN 'PIC'
                   WHEN 'PICTURE'
                   WHEN 'OCCURS'
                   WHEN 'USAGE'
                   WHEN 'VALUE'
                   WHEN 'REDEFINES'
                   WHEN 'COMP'
                   WHEN 'COMP-3'
                   WHEN 'BINARY'
                   WHEN 'PACKED-DECIMAL'
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-LY-TOK(2) TO WS-LY-ITEM-NAME
                       MOVE 3 TO WS-LY-K
               END-EVALUATE
           END-IF.
           PERFORM UNTIL WS-LY-K > WS-LY-TOK-COUNT
               EVALUATE FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
                   WHEN 'PIC'
                   WHEN 'PICTURE'
                       ADD 1 TO WS-LY-K
                       IF FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
                          = 'IS'
                           ADD 1 TO WS-LY-K
                       END-IF
                       MOVE WS-LY-TOK(WS-LY-K) TO WS-LY-PIC-CUR
                   WHEN 'OCCURS'
                       ADD 1 TO WS-LY-K
                       IF WS-LY-TOK(WS-LY-K)(1:1) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-LY-TOK(WS-LY-K))
                              TO WS-LY-OCC-CUR
                       END-IF
                       IF FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K + 1))
                          = 'TO'
                           ADD 2 TO WS-LY-K
                           IF WS-LY-TOK(WS-LY-K)(1:1) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WS-LY-TOK(WS-LY-K))
                                  TO WS-LY-OCC-CUR
                           END-IF
                       END-IF
                       IF WS-LY-OCC-CUR = 0
                           MOVE 1 TO WS-LY-OCC-CUR
                       END-IF
                   WHEN 'REDEFINES'
                       MOVE 'Y' TO WS-LY-REDEF
                       ADD 1 TO WS-LY-K
                   WHEN 'VALUE'
                   WHEN 'VALUES'
                       ADD 1 TO WS-LY-K
                       IF FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
                          = 'IS'
                           ADD 1 TO WS-LY-K
                       END-IF
                   WHEN 'COMP-3'
                   WHEN 'COMPUTATIONAL-3'
                   WHEN 'PACKED-DECIMAL'
                       MOVE 'P' TO WS-LY-USAGE-CUR
                   WHEN 'COMP'
                   WHEN 'COMP-4'
                   WHEN 'COMP-5'
                   WHEN 'BINARY'
                   WHEN 'COMPUTATIONAL'
                   WHEN 'COMPUTATIONAL-4'
                   WHEN 'COMPUTATIONAL-5'
                       MOVE 'B' TO WS-LY-USAGE-CUR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-LY-K
           END-PERFORM.

           IF WS-LY-REDEF-YES
               MOVE WS-LY-LEVEL TO WS-LY-SKIP-LEVEL
               GO TO END-LY-ITEM
           END-IF.

      * zone groupe : ouverte jusqu'au prochain niveau egal ou
      * superieur, ses zones seront repetees si elle porte un OCCURS
           IF WS-LY-PIC-CUR = SPACE
               IF WS-LY-STK-COUNT < 20
                   ADD 1 TO WS-LY-STK-COUNT
                   MOVE WS-LY-LEVEL TO WS-LY-STK-LEVEL(WS-LY-STK-COUNT)
                   MOVE WS-LY-OCC-CUR TO WS-LY-STK-OCC(WS-LY-STK-COUNT)
                   COMPUTE WS-LY-STK-FIRST(WS-LY-STK-COUNT) =
                      WS-LY-COUNT + 1
               END-IF
               GO TO END-LY-ITEM
           END-IF.

           PERFORM START-LY-PIC THRU END-LY-PIC.

      * date : le nom le dit, ou un commentaire AAAAMMJJ precede, et
      * la zone fait 8 positions
           MOVE 'N' TO WS-LY-DATE-CUR.
           IF (WS-LY-P-TYPE = 'X' AND WS-LY-P-CHARS = 8)
              OR (WS-LY-P-TYPE = '9' AND WS-LY-P-DIGITS = 8
                  AND WS-LY-P-DEC = 0)
               MOVE FUNCTION UPPER-CASE(WS-LY-ITEM-NAME)
                  TO WS-LY-NAME-UP
               MOVE 0 TO WS-LY-HINT-CT
               INSPECT WS-LY-NAME-UP TALLYING WS-LY-HINT-CT
                  FOR ALL 'DATE'
               IF WS-LY-HINT-CT > 0 OR WS-LY-DATE-HINT-YES
                   MOVE 'Y' TO WS-LY-DATE-CUR
               END-IF
           END-IF.

           COMPUTE WS-LY-LAST-FIRST = WS-LY-COUNT + 1.
           PERFORM VARYING WS-LY-B-K FROM 1 BY 1
              UNTIL WS-LY-B-K > WS-LY-OCC-CUR
               IF WS-LY-COUNT < WS-LY-MAX
                   ADD 1 TO WS-LY-COUNT
                   ADD 1 TO WS-LY-LAST-COUNT
                   MOVE WS-LY-ITEM-NAME TO WS-LY-NAME(WS-LY-COUNT)
                   IF WS-LY-OCC-CUR > 1
                       MOVE WS-LY-B-K TO WS-LY-OCC-NUM(WS-LY-COUNT)
                   ELSE
                       MOVE 0 TO WS-LY-OCC-NUM(WS-LY-COUNT)
                   END-IF
                   MOVE WS-LY-PIC-CUR TO WS-LY-PIC(WS-LY-COUNT)
                   MOVE WS-LY-USAGE-CUR TO WS-LY-USAGE(WS-LY-COUNT)
                   MOVE WS-LY-P-TYPE TO WS-LY-TYPE(WS-LY-COUNT)
                   MOVE WS-LY-P-SIGNED TO WS-LY-SIGNED(WS-LY-COUNT)
                   MOVE WS-LY-P-DIGITS TO WS-LY-DIGITS(WS-LY-COUNT)
                   MOVE WS-LY-P-DEC TO WS-LY-DEC(WS-LY-COUNT)
                   MOVE 0 TO WS-LY-OFFSET(WS-LY-COUNT)
                   MOVE WS-LY-P-LEN TO WS-LY-LEN(WS-LY-COUNT)
                   MOVE WS-LY-DATE-CUR TO WS-LY-DATE(WS-LY-COUNT)
                   MOVE 0 TO WS-LY-VAL-FIRST(WS-LY-COUNT)
                   MOVE 0 TO WS-LY-VAL-COUNT(WS-LY-COUNT)
               ELSE
                   IF WS-LY-OK-YES
                       DISPLAY "COPYBOOK TROP LONG, ZONES IGNOREES "
                          "AU-DELA DE " WS-LY-MAX
                   END-IF
                   MOVE 'N' TO WS-LY-OK
               END-IF
           END-PERFORM.
       END-LY-ITEM.
           EXIT.

      *-----------------------------------------------------------------
      *  Niveau 88 : ses valeurs (THRU : borne basse seulement) vont a
      *  la zone elementaire qui precede, a chacune de ses occurrences
       START-LY-88.
           IF WS-LY-LAST-COUNT = 0
               GO TO END-LY-88
           END-IF.
           PERFORM VARYING WS-LY-K FROM 3 BY 1
              UNTIL WS-LY-K > WS-LY-TOK-COUNT
               EVALUATE FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
                   WHEN 'VALUE'
                   WHEN 'VALUES'
                   WHEN 'IS'
                   WHEN 'ARE'
                       CONTINUE
                   WHEN 'THRU'
                   WHEN 'THROUGH'
                       ADD 1 TO WS-LY-K
                   WHEN OTHER
                       PERFORM START-LY-ADD-VALUE THRU END-LY-ADD-VALUE
               END-EVALUATE
           END-PERFORM.
       END-LY-88.
           EXIT.

       START-LY-ADD-VALUE.
           IF WS-LY-VAL-TOTAL NOT < 1000
               GO TO END-LY-ADD-VALUE
           END-IF.
           ADD 1 TO WS-LY-VAL-TOTAL.
           MOVE SPACE TO WS-LY-VAL(WS-LY-VAL-TOTAL).
           MOVE FUNCTION UPPER-CASE(WS-LY-TOK(WS-LY-K))
              TO WS-LY-NAME-UP.
           EVALUATE TRUE
               WHEN WS-LY-TOK(WS-LY-K)(1:1) = QUOTE
               WHEN WS-LY-TOK(WS-LY-K)(1:1) = "'"
                   COMPUTE WS-LY-C = FUNCTION LENGTH(FUNCTION TRIM(
                      WS-LY-TOK(WS-LY-K) TRAILING))
                   IF WS-LY-C > 2
                       MOVE WS-LY-TOK(WS-LY-K)(2:WS-LY-C - 2)
                          TO WS-LY-VAL(WS-LY-VAL-TOTAL)
                   END-IF
               WHEN WS-LY-NAME-UP = 'SPACE'
               WHEN WS-LY-NAME-UP = 'SPACES'
                   CONTINUE
               WHEN WS-LY-NAME-UP = 'ZERO'
               WHEN WS-LY-NAME-UP = 'ZEROS'
               WHEN WS-LY-NAME-UP = 'ZEROES'
                   MOVE '0' TO WS-LY-VAL(WS-LY-VAL-TOTAL)
               WHEN OTHER
                   MOVE WS-LY-TOK(WS-LY-K) TO WS-LY-VAL(WS-LY-VAL-TOTAL)
           END-EVALUATE.
           PERFORM VARYING WS-LY-I FROM WS-LY-LAST-FIRST BY 1
              UNTIL WS-LY-I > WS-LY-LAST-FIRST + WS-LY-LAST-COUNT - 1
               IF WS-LY-VAL-COUNT(WS-LY-I) = 0
                   MOVE WS-LY-VAL-TOTAL TO WS-LY-VAL-FIRST(WS-LY-I)
               END-IF
               ADD 1 TO WS-LY-VAL-COUNT(WS-LY-I)
           END-PERFORM.
       END-LY-ADD-VALUE.
           EXIT.

      *-----------------------------------------------------------------
      *  Referme les groupes de niveau egal ou superieur a WS-LY-LEVEL
      *  (0 = tous) ; un groupe a OCCURS voit ses zones repetees
       START-LY-POP.
           MOVE 'N' TO WS-LY-POP-FINI.
           PERFORM UNTIL WS-LY-POP-FINI = 'Y'
               IF WS-LY-STK-COUNT = 0
                   MOVE 'Y' TO WS-LY-POP-FINI
               ELSE
                   IF WS-LY-STK-LEVEL(WS-LY-STK-COUNT) < WS-LY-LEVEL
                       MOVE 'Y' TO WS-LY-POP-FINI
                   ELSE
                       IF WS-LY-STK-OCC(WS-LY-STK-COUNT) > 1
                           PERFORM START-LY-REPLICATE
                              THRU END-LY-REPLICATE
                       END-IF
                       SUBTRACT 1 FROM WS-LY-STK-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       END-LY-POP.
           EXIT.

      *-----------------------------------------------------------------
      *  Repetition des zones du groupe en haut de pile : la premiere
      *  occurrence est deja dans la table, on ajoute les suivantes
       START-LY-REPLICATE.
           MOVE WS-LY-STK-FIRST(WS-LY-STK-COUNT) TO WS-LY-B-FIRST.
           MOVE WS-LY-STK-OCC(WS-LY-STK-COUNT) TO WS-LY-B-OCC.
           IF WS-LY-B-FIRST > WS-LY-COUNT
               GO TO END-LY-REPLICATE
           END-IF.
           COMPUTE WS-LY-B-SIZE = WS-LY-COUNT - WS-LY-B-FIRST + 1.
           PERFORM VARYING WS-LY-B-I FROM WS-LY-B-FIRST BY 1
              UNTIL WS-LY-B-I > WS-LY-COUNT
               MOVE 1 TO WS-LY-OCC-NUM(WS-LY-B-I)
           END-PERFORM.
           PERFORM VARYING WS-LY-B-K FROM 2 BY 1
              UNTIL WS-LY-B-K > WS-LY-B-OCC
               PERFORM VARYING WS-LY-B-I FROM WS-LY-B-FIRST BY 1
                  UNTIL WS-LY-B-I > WS-LY-B-FIRST + WS-LY-B-SIZE - 1
                   IF WS-LY-COUNT < WS-LY-MAX
                       ADD 1 TO WS-LY-COUNT
                       MOVE WS-LY-ENTRY(WS-LY-B-I)
                          TO WS-LY-ENTRY(WS-LY-COUNT)
                       MOVE WS-LY-B-K TO WS-LY-OCC-NUM(WS-LY-COUNT)
                   ELSE
                       IF WS-LY-OK-YES
                           DISPLAY "COPYBOOK TROP LONG, ZONES "
                              "IGNOREES AU-DELA DE " WS-LY-MAX
                       END-IF
                       MOVE 'N' TO WS-LY-OK
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-LY-REPLICATE.
           EXIT.

      *-----------------------------------------------------------------
      *  Analyse du PIC WS-LY-PIC-CUR : nature (X alphanumerique,
      *  A alphabetique, 9 numerique, E numerique d'edition), signe,
      *  chiffres entiers et decimaux, positions affichees, puis
      *  longueur en octets selon l'USAGE
       START-LY-PIC.
           MOVE 'N' TO WS-LY-P-AFTER-V.
           MOVE 'N' TO WS-LY-P-HAS-X.
           MOVE 'N' TO WS-LY-P-HAS-A.
           MOVE 'N' TO WS-LY-P-EDITED.
           MOVE 'N' TO WS-LY-P-SIGNED.
           MOVE 0 TO WS-LY-P-DIGITS.
           MOVE 0 TO WS-LY-P-DEC.
           MOVE 0 TO WS-LY-P-CHARS.
           COMPUTE WS-LY-P-END =
              FUNCTION LENGTH(FUNCTION TRIM(WS-LY-PIC-CUR TRAILING)).
           MOVE 1 TO WS-LY-P.
           PERFORM UNTIL WS-LY-P > WS-LY-P-END
               MOVE FUNCTION UPPER-CASE(WS-LY-PIC-CUR(WS-LY-P:1))
                  TO WS-LY-P-CH
               MOVE 1 TO WS-LY-P-REP
               IF WS-LY-P < WS-LY-P-END
                  AND WS-LY-PIC-CUR(WS-LY-P + 1:1) = '('
                   COMPUTE WS-LY-C = WS-LY-P + 2
                   MOVE WS-LY-C TO WS-LY-C2
                   PERFORM UNTIL WS-LY-C2 > WS-LY-P-END
                      OR WS-LY-PIC-CUR(WS-LY-C2:1) = ')'
                       ADD 1 TO WS-LY-C2
                   END-PERFORM
                   IF WS-LY-C2 > WS-LY-C
                       MOVE FUNCTION NUMVAL(
                          WS-LY-PIC-CUR(WS-LY-C:WS-LY-C2 - WS-LY-C))
                          TO WS-LY-P-REP
                   END-IF
                   MOVE WS-LY-C2 TO WS-LY-P
               END-IF
               EVALUATE WS-LY-P-CH
                   WHEN 'X'
                       MOVE 'Y' TO WS-LY-P-HAS-X
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
                   WHEN 'A'
                       MOVE 'Y' TO WS-LY-P-HAS-A
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
                   WHEN '9'
                       IF WS-LY-P-AFTER-V = 'Y'
                           ADD WS-LY-P-REP TO WS-LY-P-DEC
                       ELSE
                           ADD WS-LY-P-REP TO WS-LY-P-DIGITS
                       END-IF
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
                   WHEN 'S'
                       MOVE 'Y' TO WS-LY-P-SIGNED
                   WHEN 'V'
                       MOVE 'Y' TO WS-LY-P-AFTER-V
                   WHEN 'P'
                       CONTINUE
                   WHEN 'Z'
                   WHEN '*'
                       MOVE 'Y' TO WS-LY-P-EDITED
                       IF WS-LY-P-AFTER-V = 'Y'
                           ADD WS-LY-P-REP TO WS-LY-P-DEC
                       ELSE
                           ADD WS-LY-P-REP TO WS-LY-P-DIGITS
                       END-IF
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
                   WHEN '.'
                       MOVE 'Y' TO WS-LY-P-EDITED
                       MOVE 'Y' TO WS-LY-P-AFTER-V
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
                   WHEN OTHER
                       MOVE 'Y' TO WS-LY-P-EDITED
                       ADD WS-LY-P-REP TO WS-LY-P-CHARS
               END-EVALUATE
               ADD 1 TO WS-LY-P
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-LY-P-HAS-X = 'Y'
                   MOVE 'X' TO WS-LY-P-TYPE
               WHEN WS-LY-P-EDITED = 'Y'
                   MOVE 'E' TO WS-LY-P-TYPE
               WHEN WS-LY-P-HAS-A = 'Y'
                   MOVE 'A' TO WS-LY-P-TYPE
               WHEN OTHER
                   MOVE '9' TO WS-LY-P-TYPE
           END-EVALUATE.
           IF WS-LY-P-TYPE NOT = '9'
               MOVE 'D' TO WS-LY-USAGE-CUR
           END-IF.

           COMPUTE WS-LY-P-TOTAL = WS-LY-P-DIGITS + WS-LY-P-DEC.
           EVALUATE WS-LY-USAGE-CUR
               WHEN 'P'
                   COMPUTE WS-LY-P-LEN = WS-LY-P-TOTAL / 2 + 1
               WHEN 'B'
                   EVALUATE TRUE
                       WHEN WS-LY-P-TOTAL < 5
                           MOVE 2 TO WS-LY-P-LEN
                       WHEN WS-LY-P-TOTAL < 10
                           MOVE 4 TO WS-LY-P-LEN
                       WHEN OTHER
                           MOVE 8 TO WS-LY-P-LEN
                   END-EVALUATE
               WHEN OTHER
                   MOVE WS-LY-P-CHARS TO WS-LY-P-LEN
           END-EVALUATE.
       END-LY-PIC.
           EXIT.
