      *  salaire de son poste (fr-liste-poste.txt). Saisie vide ou
      *  FIN = sortie. Programme de guichet : pas de trace dans le
      *  controle de lot ni les statistiques partagees.
      *  Acces reserve aux operateurs de operateurs.dat (identifiant
      *  + mot de passe, 3 essais, voir empoper) : seuls les roles
      *  ayant les droits paie voient le salaire et le bareme du
      *  poste, masques pour les autres. Chaque connexion et chaque
      *  fiche demandee sont tracees dans consultations.dat (qui a
      *  consulte qui et quand, repris chaque semaine par empconsult).
      ******************************************************************
       ENVIRONMENT DIVISION.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-POSTE-STATUS.

           SELECT F-OPER ASSIGN TO 'operateurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OPER-STATUS.

           SELECT F-CONSULT ASSIGN TO 'consultations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CONSULT-STATUS.

       DATA DIVISION.

       FILE SECTION.
                                    ==:CLIENT:== BY ==IEMPLOYE==.
       COPY 'FDEPT.cpy'.
       COPY 'FPOSTE.cpy'.
       COPY 'FOPER.cpy'.
       COPY 'FCONSULT.cpy'.

       WORKING-STORAGE SECTION.

       01 REC-IDXEMP-STATUS         PIC X(2) VALUE SPACE.
       01 REC-DEPT-STATUS           PIC X(2) VALUE SPACE.
       01 REC-POSTE-STATUS          PIC X(2) VALUE SPACE.
       01 REC-OPER-STATUS           PIC X(2) VALUE SPACE.
       01 REC-CONSULT-STATUS        PIC X(2) VALUE SPACE.
       01 WS-SAISIE                 PIC X(8) VALUE SPACE.
       01 WS-SAISIE-FINI            PIC X(1) VALUE 'N'.
           88 WS-SAISIE-FINI-YES        VALUE 'Y'.
       01 WS-POSTE-FOUND            PIC X(1) VALUE 'N'.
           88 WS-POSTE-FOUND-YES        VALUE 'Y'.

      * connexion de l'operateur et trace des consultations
       01 WS-OPER-SAISIE            PIC X(8) VALUE SPACE.
       01 WS-MDP-SAISIE             PIC X(20) VALUE SPACE.
       01 WS-ESSAI                  PIC 9(1) VALUE 0.
       01 WS-OPER-FINI              PIC X(3) VALUE 'NON'.
       01 WS-CONNECTE               PIC X(1) VALUE 'N'.
           88 WS-CONNECTE-YES           VALUE 'Y'.
       01 WS-CONSULT-OUVERT         PIC X(1) VALUE 'N'.
           88 WS-CONSULT-OUVERT-YES     VALUE 'Y'.
       01 WS-OPER-COURANT           PIC X(8) VALUE SPACE.
       01 WS-ROLE-COURANT           PIC X(4) VALUE SPACE.
       01 WS-NOM-COURANT            PIC X(18) VALUE SPACE.
       01 WS-DROIT-PAIE             PIC X(1) VALUE 'N'.
           88 WS-DROIT-PAIE-YES         VALUE 'Y'.
       01 WS-CONS-EMPLOYE           PIC X(8) VALUE SPACE.
       01 WS-CONS-RESULTAT          PIC X(10) VALUE SPACE.

       COPY 'CPHASHWS.cpy'.

      * table d'enregistrement des departements
       01 WS-RDEPT.
         02 WS-T-RDEPT OCCURS 1 TO 999 TIMES
               STOP RUN
           END-IF.

           PERFORM 1100-SIGNON-START THRU 1100-SIGNON-END.
           IF NOT WS-CONNECTE-YES
               CLOSE F-IDXEMP
               IF WS-CONSULT-OUVERT-YES
                   CLOSE F-CONSULT
               END-IF
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-SAISIE-FINI-YES
               DISPLAY "Identifiant employe (vide ou FIN = sortie) ? "
                  WITH NO ADVANCING
           END-PERFORM.

           CLOSE F-IDXEMP.
           CLOSE F-CONSULT.
           STOP RUN.

      *-----------------------------------------------------------------
       1000-LOAD-REFS-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Connexion de l'operateur : 3 essais identifiant + mot de
      *  passe, chaque essai (reussi ou non) est trace. Le journal des
      *  consultations est ouvert en ajout ou cree au premier passage.
       1100-SIGNON-START.
           OPEN EXTEND F-CONSULT.
           IF REC-CONSULT-STATUS NOT = '00'
              AND REC-CONSULT-STATUS NOT = '05'
               OPEN OUTPUT F-CONSULT
           END-IF.
           IF REC-CONSULT-STATUS NOT = '00'
              AND REC-CONSULT-STATUS NOT = '05'
               DISPLAY 'JOURNAL DES CONSULTATIONS INACCESSIBLE '
                  '(STATUT ' REC-CONSULT-STATUS
                  ') - CONSULTATION IMPOSSIBLE'
               GO TO 1100-SIGNON-END
           END-IF.
           MOVE 'Y' TO WS-CONSULT-OUVERT.

           OPEN INPUT F-OPER.
           IF REC-OPER-STATUS NOT = '00'
               DISPLAY 'FICHIER OPERATEURS ABSENT - CONSULTATION '
                  'IMPOSSIBLE (STATUT ' REC-OPER-STATUS ')'
               GO TO 1100-SIGNON-END
           END-IF.
           CLOSE F-OPER.

           PERFORM VARYING WS-ESSAI FROM 1 BY 1
              UNTIL WS-ESSAI > 3 OR WS-CONNECTE-YES
               DISPLAY 'Operateur ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-OPER-SAISIE
               ACCEPT WS-OPER-SAISIE
               DISPLAY 'Mot de passe ? ' WITH NO ADVANCING
               MOVE SPACE TO WS-MDP-SAISIE
               ACCEPT WS-MDP-SAISIE
               PERFORM 1110-CHECK-OPER-START THRU 1110-CHECK-OPER-END
               MOVE SPACE TO WS-CONS-EMPLOYE
               IF WS-CONNECTE-YES
                   MOVE 'CONNEXION' TO WS-CONS-RESULTAT
               ELSE
                   DISPLAY 'IDENTIFIANT OU MOT DE PASSE INCORRECT'
                   MOVE WS-OPER-SAISIE TO WS-OPER-COURANT
                   MOVE SPACE TO WS-ROLE-COURANT
                   MOVE 'REFUS' TO WS-CONS-RESULTAT
               END-IF
               PERFORM 1200-TRACE-START THRU 1200-TRACE-END
           END-PERFORM.

           IF NOT WS-CONNECTE-YES
               DISPLAY 'ACCES REFUSE APRES 3 ESSAIS'
               GO TO 1100-SIGNON-END
           END-IF.
           IF WS-DROIT-PAIE-YES
               DISPLAY 'BONJOUR ' WS-NOM-COURANT ' ('
                  WS-ROLE-COURANT ')'
           ELSE
               DISPLAY 'BONJOUR ' WS-NOM-COURANT ' (' WS-ROLE-COURANT
                  ') - SALAIRES ET BAREMES MASQUES'
           END-IF.
       1100-SIGNON-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Recherche de l'operateur saisi puis comparaison de
      *  l'empreinte du mot de passe saisi avec celle du fichier
       1110-CHECK-OPER-START.
           MOVE 'NON' TO WS-OPER-FINI.
           OPEN INPUT F-OPER.
           PERFORM UNTIL WS-OPER-FINI = 'OUI'
                   READ F-OPER
                    AT END
                     MOVE 'OUI' TO WS-OPER-FINI
                    NOT AT END
                     IF OPER-ID = WS-OPER-SAISIE
                        AND WS-OPER-SAISIE NOT = SPACE
                         MOVE 'OUI' TO WS-OPER-FINI
                         MOVE WS-OPER-SAISIE TO WS-HASH-OPER
                         MOVE WS-MDP-SAISIE TO WS-HASH-MDP
                         PERFORM HASH-CALC-START THRU HASH-CALC-END
                         IF WS-HASH-VALEUR = OPER-HASH
                             MOVE 'Y' TO WS-CONNECTE
                             MOVE OPER-ID TO WS-OPER-COURANT
                             MOVE OPER-ROLE TO WS-ROLE-COURANT
                             MOVE OPER-NOM TO WS-NOM-COURANT
                             IF OPER-DROIT-PAIE
                                 MOVE 'Y' TO WS-DROIT-PAIE
                             END-IF
                         END-IF
                     END-IF
                   END-READ
           END-PERFORM.
           CLOSE F-OPER.
       1110-CHECK-OPER-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Ecriture d'une ligne du journal des consultations
       1200-TRACE-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CONS-HORODATE.
           MOVE WS-OPER-COURANT TO CONS-OPER.
           MOVE WS-ROLE-COURANT TO CONS-ROLE.
           MOVE WS-CONS-EMPLOYE TO CONS-EMPLOYE.
           MOVE WS-CONS-RESULTAT TO CONS-RESULTAT.
           WRITE RCONSULT.
       1200-TRACE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lecture directe par la cle puis affichage de la fiche avec
      *  la jointure departement et la fourchette du poste ; salaire
      *  et fourchette masques sans droits paie. La demande est
      *  tracee dans tous les cas, y compris pour un employe inconnu.
       2000-LOOKUP-START.
           MOVE WS-SAISIE TO IEMPLOYE-ID WS-CONS-EMPLOYE.
           READ F-IDXEMP
               INVALID KEY
                   DISPLAY 'EMPLOYE INCONNU : ' WS-SAISIE
                   MOVE 'INCONNU' TO WS-CONS-RESULTAT
                   PERFORM 1200-TRACE-START THRU 1200-TRACE-END
                   GO TO 2000-LOOKUP-END
           END-READ.
           IF WS-DROIT-PAIE-YES
               MOVE 'AFFICHE' TO WS-CONS-RESULTAT
           ELSE
               MOVE 'MASQUE' TO WS-CONS-RESULTAT
           END-IF.
           PERFORM 1200-TRACE-START THRU 1200-TRACE-END.

           DISPLAY '----------------------------------------'.
           DISPLAY 'EMPLOYE  : ' IEMPLOYE-ID.
           DISPLAY 'NOM      : ' IEMPLOYE-NOM.
           DISPLAY 'PRENOM   : ' IEMPLOYE-PRENOM.
           DISPLAY 'POSTE    : ' IEMPLOYE-POSTE.
           IF WS-DROIT-PAIE-YES
               DISPLAY 'SALAIRE  : ' IEMPLOYE-SALAIRE
           ELSE
               DISPLAY 'SALAIRE  : *******'
           END-IF.
           DISPLAY 'AGENCE   : ' IEMPLOYE-AGENCE.
           DISPLAY 'EMBAUCHE : ' IEMPLOYE-EMBAUCHE.
           DISPLAY 'CONTRAT  : ' IEMPLOYE-CONTRAT.
                 OR WS-POSTE-FOUND-YES
               IF WS-RPOSTE-LIB(WS-POSTE-IDX) = IEMPLOYE-POSTE
                   MOVE 'Y' TO WS-POSTE-FOUND
                   IF WS-DROIT-PAIE-YES
                       DISPLAY 'BAREME POSTE : '
                          WS-RPOSTE-MIN(WS-POSTE-IDX) ' - '
                          WS-RPOSTE-MAX(WS-POSTE-IDX)
                   ELSE
                       DISPLAY 'BAREME POSTE : ******* - *******'
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-POSTE-FOUND-YES
           DISPLAY '----------------------------------------'.
       2000-LOOKUP-END.
           EXIT.

       COPY 'CPHASHPR.cpy'.
