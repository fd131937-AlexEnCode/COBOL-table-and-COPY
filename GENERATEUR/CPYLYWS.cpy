      ******************************************************************
      *  Zones de travail de la relecture d'un copybook (CPYLYPR).
      *  Le dessin est deplie en une table de zones elementaires dans
      *  l'ordre de l'enregistrement : les OCCURS sont repetes, les
      *  REDEFINES et les 01 suivants (vues alternatives) ignores, la
      *  position et la longueur en octets de chaque zone calculees
      *  selon son PIC et son USAGE.
      ******************************************************************
       01 FS-LAYOUT          PIC X(02).
       01 WS-LY-FILE-NAME    PIC X(100) VALUE SPACE.
       01 WS-LY-OK           PIC X(01) VALUE 'Y'.
           88 WS-LY-OK-YES             VALUE 'Y'.
       01 WS-LY-FINI         PIC X(01) VALUE 'N'.

      * RECORD CONTAINS du premier FD du copybook (0 = pas de FD) et
      * longueur calculee en sommant les zones
       01 WS-LY-REC-DECL     PIC 9(05) VALUE 0.
       01 WS-LY-REC-LENGTH   PIC 9(05) VALUE 0.

      * instruction en cours d'assemblage (une instruction peut courir
      * sur plusieurs lignes, elle se termine sur le point final)
       01 WS-LY-STMT         PIC X(600) VALUE SPACE.
       01 WS-LY-STMT-LEN     PIC 9(03) VALUE 0.
       01 WS-LY-LINE-LEN     PIC 9(03) VALUE 0.
       01 WS-LY-TOK-COUNT    PIC 9(02) VALUE 0.
       01 WS-LY-TOKENS.
          03 WS-LY-TOK OCCURS 42 TIMES PIC X(40).
       01 WS-LY-C            PIC 9(03) VALUE 0.
       01 WS-LY-C2           PIC 9(03) VALUE 0.
       01 WS-LY-QUOTE        PIC X(01) VALUE SPACE.

      * commentaire portant AAAAMMJJ : les zones de 8 qui le suivent
      * (jusqu'au bloc de commentaires suivant) sont des dates
       01 WS-LY-DATE-HINT    PIC X(01) VALUE 'N'.
           88 WS-LY-DATE-HINT-YES      VALUE 'Y'.
       01 WS-LY-LAST-COMMENT PIC X(01) VALUE 'N'.
       01 WS-LY-HINT-CT      PIC 9(03) VALUE 0.

      * zone en cours de lecture
       01 WS-LY-LEVEL        PIC 9(02) VALUE 0.
       01 WS-LY-ITEM-NAME    PIC X(30) VALUE SPACE.
       01 WS-LY-NAME-UP      PIC X(30) VALUE SPACE.
       01 WS-LY-DATE-CUR     PIC X(01) VALUE 'N'.
       01 WS-LY-PIC-CUR      PIC X(30) VALUE SPACE.
       01 WS-LY-USAGE-CUR    PIC X(01) VALUE 'D'.
       01 WS-LY-OCC-CUR      PIC 9(04) VALUE 1.
       01 WS-LY-REDEF        PIC X(01) VALUE 'N'.
           88 WS-LY-REDEF-YES          VALUE 'Y'.
       01 WS-LY-SKIP-LEVEL   PIC 9(02) VALUE 0.
       01 WS-LY-K            PIC 9(02) VALUE 0.
       01 WS-LY-LAST-FIRST   PIC 9(04) VALUE 0.
       01 WS-LY-LAST-COUNT   PIC 9(04) VALUE 0.

      * analyse du PIC
       01 WS-LY-P            PIC 9(02) VALUE 0.
       01 WS-LY-P-END        PIC 9(02) VALUE 0.
       01 WS-LY-P-CH         PIC X(01) VALUE SPACE.
       01 WS-LY-P-REP        PIC 9(04) VALUE 0.
       01 WS-LY-P-AFTER-V    PIC X(01) VALUE 'N'.
       01 WS-LY-P-HAS-X      PIC X(01) VALUE 'N'.
       01 WS-LY-P-HAS-A      PIC X(01) VALUE 'N'.
       01 WS-LY-P-EDITED     PIC X(01) VALUE 'N'.
       01 WS-LY-P-TYPE       PIC X(01) VALUE SPACE.
       01 WS-LY-P-SIGNED     PIC X(01) VALUE 'N'.
       01 WS-LY-P-DIGITS     PIC 9(02) VALUE 0.
       01 WS-LY-P-DEC        PIC 9(02) VALUE 0.
       01 WS-LY-P-CHARS      PIC 9(04) VALUE 0.
       01 WS-LY-P-LEN        PIC 9(04) VALUE 0.
       01 WS-LY-P-TOTAL      PIC 9(02) VALUE 0.

      * groupes ouverts (pour deplier les OCCURS de groupe)
       01 WS-LY-STK-COUNT    PIC 9(02) VALUE 0.
       01 WS-LY-POP-FINI     PIC X(01) VALUE 'N'.
       01 WS-LY-STACK.
          03 WS-LY-STK OCCURS 20 TIMES.
             05 WS-LY-STK-LEVEL PIC 9(02).
             05 WS-LY-STK-OCC   PIC 9(04).
             05 WS-LY-STK-FIRST PIC 9(04).
       01 WS-LY-B-FIRST      PIC 9(04) VALUE 0.
       01 WS-LY-B-SIZE       PIC 9(04) VALUE 0.
       01 WS-LY-B-OCC        PIC 9(04) VALUE 0.
       01 WS-LY-B-K          PIC 9(04) VALUE 0.
       01 WS-LY-B-I          PIC 9(04) VALUE 0.
       01 WS-LY-I            PIC 9(04) VALUE 0.

      * table des zones elementaires
       01 WS-LY-MAX          PIC 9(04) VALUE 500.
       01 WS-LY-TABLE.
          03 WS-LY-COUNT     PIC 9(04) VALUE 0.
          03 WS-LY-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-LY-COUNT.
             05 WS-LY-NAME      PIC X(30).
             05 WS-LY-OCC-NUM   PIC 9(04).
             05 WS-LY-PIC       PIC X(30).
             05 WS-LY-USAGE     PIC X(01).
             05 WS-LY-TYPE      PIC X(01).
             05 WS-LY-SIGNED    PIC X(01).
             05 WS-LY-DIGITS    PIC 9(02).
             05 WS-LY-DEC       PIC 9(02).
             05 WS-LY-OFFSET    PIC 9(05).
             05 WS-LY-LEN       PIC 9(04).
             05 WS-LY-DATE      PIC X(01).
             05 WS-LY-VAL-FIRST PIC 9(04).
             05 WS-LY-VAL-COUNT PIC 9(03).

      * valeurs des niveaux 88, rangees a la suite
       01 WS-LY-VAL-TOTAL    PIC 9(04) VALUE 0.
       01 WS-LY-VALUES.
          03 WS-LY-VAL OCCURS 1000 TIMES PIC X(20).
