       IDENTIFICATION DIVISION.
               PROGRAM-ID. empoper.

      ******************************************************************
      *  Tenue du fichier des operateurs du guichet (operateurs.dat)
      *  utilise par empinfo : ajout d'un operateur ou changement de
      *  son mot de passe / role (A), retrait (R), liste (L), FIN =
      *  enregistrement et sortie. Le mot de passe n'est jamais
      *  conserve : seule son empreinte (CPHASHPR) est ecrite.
      *  Reserve a un operateur de role ADMN, sauf a la creation du
      *  fichier (aucun ADMN connu) ou le premier operateur saisi
      *  doit etre un ADMN. Programme de guichet : pas de trace dans
      *  le controle de lot ni les statistiques partagees.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPER ASSIGN TO 'operateurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OPER-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY 'FOPER.cpy'.

       WORKING-STORAGE SECTION.

       01 REC-OPER-STATUS           PIC X(2) VALUE SPACE.
       01 WS-OPER-FINI              PIC X(3) VALUE 'NON'.
       01 WS-OPER-COUNT             PIC 9(3) VALUE 0.
       01 WS-OPER-IDX               PIC 9(3) VALUE 0.
       01 WS-OPER-FOUND             PIC X(1) VALUE 'N'.
           88 WS-OPER-FOUND-YES         VALUE 'Y'.
       01 WS-ADMN-COUNT             PIC 9(3) VALUE 0.
       01 WS-MODIFIE                PIC X(1) VALUE 'N'.
           88 WS-MODIFIE-YES            VALUE 'Y'.
       01 WS-SAISIE-FINI            PIC X(1) VALUE 'N'.
           88 WS-SAISIE-FINI-YES        VALUE 'Y'.
       01 WS-CONNECTE               PIC X(1) VALUE 'N'.
           88 WS-CONNECTE-YES           VALUE 'Y'.
       01 WS-ESSAI                  PIC 9(1) VALUE 0.
       01 WS-ACTION                 PIC X(3) VALUE SPACE.
       01 WS-OPER-SAISIE            PIC X(8) VALUE SPACE.
       01 WS-MDP-SAISIE             PIC X(20) VALUE SPACE.
       01 WS-MDP-CONFIRME           PIC X(20) VALUE SPACE.
       01 WS-ROLE-SAISIE            PIC X(4) VALUE SPACE.
           88 WS-ROLE-VALIDE            VALUE 'ADMN' 'PAIE' 'RH  '
                                              'CONS'.
       01 WS-NOM-SAISIE             PIC X(18) VALUE SPACE.

      * table des operateurs, reecrite en fin de session si modifiee
       01 WS-ROPER.
         02 WS-T-ROPER OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-OPER-COUNT.
           03 WS-ROPER-ID        PIC X(08) VALUE SPACE.
           03 WS-ROPER-HASH      PIC 9(10) VALUE 0.
           03 WS-ROPER-ROLE      PIC X(04) VALUE SPACE.
           03 WS-ROPER-NOM       PIC X(18) VALUE SPACE.

       COPY 'CPHASHWS.cpy'.

       PROCEDURE DIVISION.

           PERFORM 1000-LOAD-OPER-START THRU 1000-LOAD-OPER-END.
           PERFORM 1100-SIGNON-START THRU 1100-SIGNON-END.
           IF NOT WS-CONNECTE-YES
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-SAISIE-FINI-YES
               DISPLAY 'Action (A = ajout/modif, R = retrait, '
                  'L = liste, FIN = sortie) ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 2000-AJOUT-START THRU 2000-AJOUT-END
                   WHEN 'R'
                       PERFORM 2100-RETRAIT-START THRU 2100-RETRAIT-END
                   WHEN 'L'
                       PERFORM 2200-LISTE-START THRU 2200-LISTE-END
                   WHEN 'FIN'
                   WHEN SPACE
                       MOVE 'Y' TO WS-SAISIE-FINI
                   WHEN OTHER
                       DISPLAY 'ACTION INCONNUE : ' WS-ACTION
               END-EVALUATE
           END-PERFORM.

           IF WS-MODIFIE-YES
               PERFORM 3000-SAVE-START THRU 3000-SAVE-END
           ELSE
               DISPLAY 'AUCUNE MODIFICATION'
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Chargement du fichier des operateurs (absent = creation)
       1000-LOAD-OPER-START.
           OPEN INPUT F-OPER.
           IF REC-OPER-STATUS NOT = '00'
               DISPLAY 'FICHIER OPERATEURS ABSENT - IL SERA CREE'
               GO TO 1000-LOAD-OPER-END
           END-IF.
           PERFORM UNTIL WS-OPER-FINI = 'OUI'
                   READ F-OPER
                    AT END
                     MOVE 'OUI' TO WS-OPER-FINI
                    NOT AT END
                     IF WS-OPER-COUNT < 999
                         ADD 1 TO WS-OPER-COUNT
                         MOVE ROPER TO WS-T-ROPER(WS-OPER-COUNT)
                         IF OPER-ROLE = 'ADMN'
                             ADD 1 TO WS-ADMN-COUNT
                         END-IF
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-OPER.
       1000-LOAD-OPER-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Connexion d'un administrateur (3 essais) ; sans aucun ADMN
      *  dans le fichier, acces libre pour creer le premier
       1100-SIGNON-START.
           IF WS-ADMN-COUNT = 0
               DISPLAY 'AUCUN OPERATEUR ADMN : LE PREMIER OPERATEUR '
                  'SAISI DOIT AVOIR LE ROLE ADMN'
               MOVE 'Y' TO WS-CONNECTE
               GO TO 1100-SIGNON-END
           END-IF.

           PERFORM VARYING WS-ESSAI FROM 1 BY 1
              UNTIL WS-ESSAI > 3 OR WS-CONNECTE-YES
               DISPLAY 'Administrateur ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-OPER-SAISIE
               ACCEPT WS-OPER-SAISIE
               DISPLAY 'Mot de passe ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-MDP-SAISIE
               ACCEPT WS-MDP-SAISIE
               PERFORM 1110-FIND-OPER-START THRU 1110-FIND-OPER-END
               IF WS-OPER-FOUND-YES
                  AND WS-ROPER-ROLE(WS-OPER-IDX) = 'ADMN'
                   MOVE WS-OPER-SAISIE TO WS-HASH-OPER
                   MOVE WS-MDP-SAISIE TO WS-HASH-MDP
                   PERFORM HASH-CALC-START THRU HASH-CALC-END
                   IF WS-HASH-VALEUR = WS-ROPER-HASH(WS-OPER-IDX)
                       MOVE 'Y' TO WS-CONNECTE
                   END-IF
               END-IF
               IF NOT WS-CONNECTE-YES
                   DISPLAY 'IDENTIFIANT OU MOT DE PASSE INCORRECT'
               END-IF
           END-PERFORM.
           IF NOT WS-CONNECTE-YES
               DISPLAY 'ACCES REFUSE APRES 3 ESSAIS'
           END-IF.
       1100-SIGNON-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Recherche de WS-OPER-SAISIE dans la table : WS-OPER-IDX pointe
      *  sur l'operateur trouve
       1110-FIND-OPER-START.
           MOVE 'N' TO WS-OPER-FOUND.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
                 OR WS-OPER-FOUND-YES
               IF WS-ROPER-ID(WS-OPER-IDX) = WS-OPER-SAISIE
                   MOVE 'Y' TO WS-OPER-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPER-FOUND-YES
               SUBTRACT 1 FROM WS-OPER-IDX
           END-IF.
       1110-FIND-OPER-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ajout d'un operateur, ou nouveau mot de passe / role / nom
      *  pour un operateur existant (mot de passe saisi deux fois)
       2000-AJOUT-START.
           DISPLAY 'Identifiant operateur ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-OPER-SAISIE.
           ACCEPT WS-OPER-SAISIE.
           IF WS-OPER-SAISIE = SPACE
               GO TO 2000-AJOUT-END
           END-IF.
           PERFORM 1110-FIND-OPER-START THRU 1110-FIND-OPER-END.
           IF NOT WS-OPER-FOUND-YES AND WS-OPER-COUNT >= 999
               DISPLAY 'FICHIER OPERATEURS PLEIN'
               GO TO 2000-AJOUT-END
           END-IF.

           DISPLAY 'Role (ADMN, PAIE, RH, CONS) ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-ROLE-SAISIE.
           ACCEPT WS-ROLE-SAISIE.
           IF NOT WS-ROLE-VALIDE
               DISPLAY 'ROLE INCONNU : ' WS-ROLE-SAISIE
               GO TO 2000-AJOUT-END
           END-IF.
           IF WS-ADMN-COUNT = 0 AND WS-ROLE-SAISIE NOT = 'ADMN'
               DISPLAY 'LE PREMIER OPERATEUR DOIT AVOIR LE ROLE ADMN'
               GO TO 2000-AJOUT-END
           END-IF.
           IF WS-OPER-FOUND-YES
              AND WS-ROPER-ROLE(WS-OPER-IDX) = 'ADMN'
              AND WS-ROLE-SAISIE NOT = 'ADMN'
              AND WS-ADMN-COUNT = 1
               DISPLAY 'DERNIER OPERATEUR ADMN - ROLE CONSERVE'
               GO TO 2000-AJOUT-END
           END-IF.

           DISPLAY 'Nom ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-NOM-SAISIE.
           ACCEPT WS-NOM-SAISIE.
           DISPLAY 'Mot de passe ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-MDP-SAISIE.
           ACCEPT WS-MDP-SAISIE.
           DISPLAY 'Confirmation ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-MDP-CONFIRME.
           ACCEPT WS-MDP-CONFIRME.
           IF WS-MDP-SAISIE = SPACE
               DISPLAY 'MOT DE PASSE OBLIGATOIRE'
               GO TO 2000-AJOUT-END
           END-IF.
           IF WS-MDP-SAISIE NOT = WS-MDP-CONFIRME
               DISPLAY 'CONFIRMATION DIFFERENTE - NON ENREGISTRE'
               GO TO 2000-AJOUT-END
           END-IF.

           IF NOT WS-OPER-FOUND-YES
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-IDX
               MOVE WS-OPER-SAISIE TO WS-ROPER-ID(WS-OPER-IDX)
               DISPLAY 'OPERATEUR AJOUTE : ' WS-OPER-SAISIE
           ELSE
               IF WS-ROPER-ROLE(WS-OPER-IDX) = 'ADMN'
                   SUBTRACT 1 FROM WS-ADMN-COUNT
               END-IF
               DISPLAY 'OPERATEUR MODIFIE : ' WS-OPER-SAISIE
           END-IF.
           IF WS-ROLE-SAISIE = 'ADMN'
               ADD 1 TO WS-ADMN-COUNT
           END-IF.
           MOVE WS-OPER-SAISIE TO WS-HASH-OPER.
           MOVE WS-MDP-SAISIE TO WS-HASH-MDP.
           PERFORM HASH-CALC-START THRU HASH-CALC-END.
           MOVE WS-HASH-VALEUR TO WS-ROPER-HASH(WS-OPER-IDX).
           MOVE WS-ROLE-SAISIE TO WS-ROPER-ROLE(WS-OPER-IDX).
           MOVE WS-NOM-SAISIE TO WS-ROPER-NOM(WS-OPER-IDX).
           MOVE 'Y' TO WS-MODIFIE.
       2000-AJOUT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Retrait d'un operateur (le dernier ADMN ne peut pas partir)
       2100-RETRAIT-START.
           DISPLAY 'Identifiant operateur ? ' WITH NO ADVANCING.
           MOVE SPACE TO WS-OPER-SAISIE.
           ACCEPT WS-OPER-SAISIE.
           PERFORM 1110-FIND-OPER-START THRU 1110-FIND-OPER-END.
           IF NOT WS-OPER-FOUND-YES
               DISPLAY 'OPERATEUR INCONNU : ' WS-OPER-SAISIE
               GO TO 2100-RETRAIT-END
           END-IF.
           IF WS-ROPER-ROLE(WS-OPER-IDX) = 'ADMN'
               IF WS-ADMN-COUNT = 1
                   DISPLAY 'DERNIER OPERATEUR ADMN - RETRAIT REFUSE'
                   GO TO 2100-RETRAIT-END
               END-IF
               SUBTRACT 1 FROM WS-ADMN-COUNT
           END-IF.

           PERFORM VARYING WS-OPER-IDX FROM WS-OPER-IDX BY 1
              UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               MOVE WS-T-ROPER(WS-OPER-IDX + 1)
                 TO WS-T-ROPER(WS-OPER-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-OPER-COUNT.
           MOVE 'Y' TO WS-MODIFIE.
           DISPLAY 'OPERATEUR RETIRE : ' WS-OPER-SAISIE.
       2100-RETRAIT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Liste des operateurs (jamais l'empreinte)
       2200-LISTE-START.
           DISPLAY '----------------------------------------'.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
               DISPLAY WS-ROPER-ID(WS-OPER-IDX) ' '
                  WS-ROPER-ROLE(WS-OPER-IDX) ' '
                  WS-ROPER-NOM(WS-OPER-IDX)
           END-PERFORM.
           DISPLAY '----------------------------------------'.
       2200-LISTE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Reecriture complete du fichier des operateurs
       3000-SAVE-START.
           OPEN OUTPUT F-OPER.
           IF REC-OPER-STATUS NOT = '00'
               DISPLAY 'ECRITURE OPERATEURS IMPOSSIBLE (STATUT '
                  REC-OPER-STATUS ')'
               GO TO 3000-SAVE-END
           END-IF.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WS-T-ROPER(WS-OPER-IDX) TO ROPER
               WRITE ROPER
           END-PERFORM.
           CLOSE F-OPER.
           DISPLAY 'FICHIER OPERATEURS ENREGISTRE : ' WS-OPER-COUNT
              ' OPERATEUR(S)'.
       3000-SAVE-END.
           EXIT.

       COPY 'CPHASHPR.cpy'.
