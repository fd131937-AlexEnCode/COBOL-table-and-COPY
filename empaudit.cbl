       IDENTIFICATION DIVISION.
               PROGRAM-ID. empaudit.

      ******************************************************************
      *  Consultation du journal d'audit des employes
      *  (journal-employes.dat, alimente par mvtclient) : historique
      *  complet des modifications d'un employe, ou de tous les
      *  employes sur une periode. La selection vient des cartes
      *  EMPLOYE, DU et AU de empaudit.par, ou a defaut des questions
      *  posees au guichet. Le journal est trie par employe puis par
      *  horodatage ; le rapport historique-employes.dat regroupe les
      *  lignes par employe avec qui (source du lot), quand, quelle
      *  zone, ancienne et nouvelle valeur.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDIT ASSIGN TO 'journal-employes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-AUDIT-STATUS.

           SELECT F-HISTO ASSIGN TO 'historique-employes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-HISTO-STATUS.

           SELECT F-PARAM ASSIGN TO 'empaudit.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-PARAM-STATUS.

           SELECT F-TRI-AUDIT
               ASSIGN TO 'tri-audit.tmp'.

       DATA DIVISION.

       FILE SECTION.

       COPY 'FAUDIT.cpy'.

      * rapport d'historique
       FD  F-HISTO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO                 PIC X(132) VALUE SPACE.

      * cartes parametres empaudit.par : MOT-CLE puis valeur
       FD  F-PARAM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARAM.
           03 PARAM-KEY     PIC X(16).
           03 PARAM-VALUE   PIC X(64).

      * fichier de travail du tri : meme layout que le journal
       SD  F-TRI-AUDIT
           RECORD CONTAINS 109 CHARACTERS.
       01  TRI-AUDIT-REC.
           03 TRI-A-ID          PIC X(08).
           03 TRI-A-CODE        PIC X(13).
           03 TRI-A-CHAMP       PIC X(10).
           03 TRI-A-ANCIEN      PIC X(20).
           03 TRI-A-NOUVEAU     PIC X(20).
           03 TRI-A-HORODATE    PIC X(14).
           03 TRI-A-SOURCE      PIC X(24).

       WORKING-STORAGE SECTION.

       01 REC-AUDIT-STATUS          PIC X(2) VALUE SPACE.
       01 REC-HISTO-STATUS          PIC X(2) VALUE SPACE.
       01 REC-PARAM-STATUS          PIC X(2) VALUE SPACE.
       01 WS-PARAM-PRESENT          PIC X(1) VALUE 'N'.
           88 WS-PARAM-PRESENT-YES      VALUE 'Y'.
       01 WS-PARAM-FINI             PIC X(1) VALUE 'N'.
       01 WS-AUDIT-FINI             PIC X(3) VALUE 'NON'.
       01 WS-TRI-FINI               PIC X(3) VALUE 'NON'.
       01 WS-PROCESS-OK             PIC X(01) VALUE 'Y'.
           88 WS-PROCESS-OK-YES         VALUE 'Y'.

      * criteres de selection : employe (blanc = tous) et periode
      * AAAAMMJJ bornes incluses (blanc = sans borne)
       01 WS-SEL-ID                 PIC X(8) VALUE SPACE.
       01 WS-SEL-DU                 PIC X(8) VALUE SPACE.
       01 WS-SEL-AU                 PIC X(8) VALUE SPACE.

       01 WS-LUS-COUNT              PIC 9(6) VALUE 0.
       01 WS-SEL-COUNT              PIC 9(6) VALUE 0.
       01 WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01 WS-EMP-LIGNES             PIC 9(5) VALUE 0.
       01 WS-ID-COURANT             PIC X(8) VALUE SPACE.
       01 WS-PNT-NB                 PIC ZZZZZ9.

      * ligne de detail du rapport
       01 WS-HIS-TITRES.
           03 FILLER PIC X(21) VALUE 'DATE/HEURE DU RUN'.
           03 FILLER PIC X(14) VALUE 'MOUVEMENT'.
           03 FILLER PIC X(11) VALUE 'ZONE'.
           03 FILLER PIC X(21) VALUE 'ANCIENNE VALEUR'.
           03 FILLER PIC X(21) VALUE 'NOUVELLE VALEUR'.
           03 FILLER PIC X(24) VALUE 'SOURCE DU LOT'.
       01 WS-HIS-LIGNE.
           03 HIS-AAAA          PIC X(4) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE '-'.
           03 HIS-MM            PIC X(2) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE '-'.
           03 HIS-JJ            PIC X(2) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HIS-HH            PIC X(2) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE ':'.
           03 HIS-MN            PIC X(2) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE ':'.
           03 HIS-SS            PIC X(2) VALUE SPACE.
           03 FILLER            PIC X(2) VALUE SPACE.
           03 HIS-CODE          PIC X(13) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HIS-CHAMP         PIC X(10) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HIS-ANCIEN        PIC X(20) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HIS-NOUVEAU       PIC X(20) VALUE SPACE.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 HIS-SOURCE        PIC X(24) VALUE SPACE.

       PROCEDURE DIVISION.

      * criteres : cartes parametres en priorite, questions sinon
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.

           IF NOT WS-PARAM-PRESENT-YES
               DISPLAY 'Identifiant employe (blanc = tous) ? '
                  WITH NO ADVANCING
               ACCEPT WS-SEL-ID
               DISPLAY 'Du (AAAAMMJJ, blanc = origine) ? '
                  WITH NO ADVANCING
               ACCEPT WS-SEL-DU
               DISPLAY 'Au (AAAAMMJJ, blanc = aujourd''hui) ? '
                  WITH NO ADVANCING
               ACCEPT WS-SEL-AU
           END-IF.
           IF WS-SEL-DU = SPACE
               MOVE '00000000' TO WS-SEL-DU
           END-IF.
           IF WS-SEL-AU = SPACE
               MOVE '99999999' TO WS-SEL-AU
           END-IF.
           DISPLAY 'SELECTION EMPLOYE = ' WS-SEL-ID
              ' DU ' WS-SEL-DU ' AU ' WS-SEL-AU.

           PERFORM 1000-REPORT-START THRU 1000-REPORT-END.

           MOVE WS-SEL-COUNT TO WS-PNT-NB.
           DISPLAY 'LIGNES D''HISTORIQUE SELECTIONNEES : ' WS-PNT-NB.

           STOP RUN.

      *-----------------------------------------------------------------
      *  Cartes parametres empaudit.par : EMPLOYE, DU, AU
       0100-READ-PARAMS-START.
           MOVE 'N' TO WS-PARAM-PRESENT.
           MOVE 'N' TO WS-PARAM-FINI.
           OPEN INPUT F-PARAM.
           IF REC-PARAM-STATUS NOT = '00'
               GO TO 0100-READ-PARAMS-END
           END-IF.
           MOVE 'Y' TO WS-PARAM-PRESENT.
           PERFORM UNTIL WS-PARAM-FINI = 'Y'
               READ F-PARAM
               AT END
                   MOVE 'Y' TO WS-PARAM-FINI
               NOT AT END
                   IF REC-PARAM(1:1) NOT = '*'
                       EVALUATE FUNCTION TRIM(PARAM-KEY)
                           WHEN 'EMPLOYE'
                               MOVE PARAM-VALUE(1:8) TO WS-SEL-ID
                           WHEN 'DU'
                               MOVE PARAM-VALUE(1:8) TO WS-SEL-DU
                           WHEN 'AU'
                               MOVE PARAM-VALUE(1:8) TO WS-SEL-AU
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
      *  Rapport : en-tete, tri du journal filtre par employe et
      *  horodatage, lignes regroupees par employe, total
       1000-REPORT-START.
           OPEN INPUT F-AUDIT.
           IF REC-AUDIT-STATUS NOT = '00'
               DISPLAY 'JOURNAL D''AUDIT ABSENT - AUCUN HISTORIQUE'
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-REPORT-END
           END-IF.
           CLOSE F-AUDIT.

           OPEN OUTPUT F-HISTO.
           IF REC-HISTO-STATUS NOT = '00'
               DISPLAY 'ERREUR FICHIER HISTORIQUE : ' REC-HISTO-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 1000-REPORT-END
           END-IF.

           MOVE 'HISTORIQUE DES MODIFICATIONS DU FICHIER DES EMPLOYES'
              TO REC-HISTO.
           WRITE REC-HISTO.
           MOVE SPACE TO REC-HISTO.
           IF WS-SEL-ID = SPACE
               STRING 'SELECTION : TOUS LES EMPLOYES' DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  WS-SEL-DU DELIMITED BY SIZE
                  ' AU ' DELIMITED BY SIZE
                  WS-SEL-AU DELIMITED BY SIZE
                  INTO REC-HISTO
           ELSE
               STRING 'SELECTION : EMPLOYE ' DELIMITED BY SIZE
                  WS-SEL-ID DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  WS-SEL-DU DELIMITED BY SIZE
                  ' AU ' DELIMITED BY SIZE
                  WS-SEL-AU DELIMITED BY SIZE
                  INTO REC-HISTO
           END-IF.
           WRITE REC-HISTO.
           MOVE ALL '-' TO REC-HISTO.
           WRITE REC-HISTO.

           SORT F-TRI-AUDIT
               ON ASCENDING KEY TRI-A-ID TRI-A-HORODATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1100-RELEASE-START
                  THRU 1100-RELEASE-END
               OUTPUT PROCEDURE IS 1200-RETURN-START
                  THRU 1200-RETURN-END.

           MOVE ALL '-' TO REC-HISTO.
           WRITE REC-HISTO.
           MOVE SPACE TO REC-HISTO.
           MOVE WS-EMP-COUNT TO WS-PNT-NB.
           STRING 'EMPLOYES CONCERNES : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HISTO.
           WRITE REC-HISTO.
           MOVE SPACE TO REC-HISTO.
           MOVE WS-SEL-COUNT TO WS-PNT-NB.
           STRING 'LIGNES D''HISTORIQUE : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              ' SUR ' DELIMITED BY SIZE
              INTO REC-HISTO.
           MOVE WS-LUS-COUNT TO WS-PNT-NB.
           MOVE WS-PNT-NB TO REC-HISTO(33:6).
           MOVE ' LUES AU JOURNAL' TO REC-HISTO(39:16).
           WRITE REC-HISTO.
           CLOSE F-HISTO.
       1000-REPORT-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Lecture du journal et passage au tri des lignes retenues
       1100-RELEASE-START.
           MOVE 'NON' TO WS-AUDIT-FINI.
           OPEN INPUT F-AUDIT.
           PERFORM UNTIL WS-AUDIT-FINI = 'OUI'
               READ F-AUDIT
                AT END
                 MOVE 'OUI' TO WS-AUDIT-FINI
                NOT AT END
                 ADD 1 TO WS-LUS-COUNT
                 IF (WS-SEL-ID = SPACE OR AUD-ID = WS-SEL-ID)
                    AND AUD-HORODATE(1:8) >= WS-SEL-DU
                    AND AUD-HORODATE(1:8) <= WS-SEL-AU
                     MOVE RAUDIT TO TRI-AUDIT-REC
                     RELEASE TRI-AUDIT-REC
                 END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT.
       1100-RELEASE-END.
           EXIT.

      *-----------------------------------------------------------------
      *  Restitution triee : rupture par employe avec son nombre de
      *  lignes
       1200-RETURN-START.
           MOVE 'NON' TO WS-TRI-FINI.
           MOVE SPACE TO WS-ID-COURANT.
           PERFORM UNTIL WS-TRI-FINI = 'OUI'
               RETURN F-TRI-AUDIT
                   AT END
                       MOVE 'OUI' TO WS-TRI-FINI
                   NOT AT END
                       IF TRI-A-ID NOT = WS-ID-COURANT
                           PERFORM 1210-RUPTURE-START
                              THRU 1210-RUPTURE-END
                       END-IF
                       PERFORM 1220-DETAIL-START THRU 1220-DETAIL-END
               END-RETURN
           END-PERFORM.
           IF WS-EMP-COUNT > 0
               PERFORM 1230-PIED-EMPLOYE-START
                  THRU 1230-PIED-EMPLOYE-END
           END-IF.
       1200-RETURN-END.
           EXIT.

       1210-RUPTURE-START.
           IF WS-EMP-COUNT > 0
               PERFORM 1230-PIED-EMPLOYE-START
                  THRU 1230-PIED-EMPLOYE-END
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE 0 TO WS-EMP-LIGNES.
           MOVE TRI-A-ID TO WS-ID-COURANT.
           MOVE SPACE TO REC-HISTO.
           WRITE REC-HISTO.
           STRING 'EMPLOYE : ' DELIMITED BY SIZE
              TRI-A-ID DELIMITED BY SIZE
              INTO REC-HISTO.
           WRITE REC-HISTO.
           MOVE WS-HIS-TITRES TO REC-HISTO.
           WRITE REC-HISTO.
       1210-RUPTURE-END.
           EXIT.

       1220-DETAIL-START.
           ADD 1 TO WS-SEL-COUNT.
           ADD 1 TO WS-EMP-LIGNES.
           MOVE TRI-A-HORODATE(1:4) TO HIS-AAAA.
           MOVE TRI-A-HORODATE(5:2) TO HIS-MM.
           MOVE TRI-A-HORODATE(7:2) TO HIS-JJ.
           MOVE TRI-A-HORODATE(9:2) TO HIS-HH.
           MOVE TRI-A-HORODATE(11:2) TO HIS-MN.
           MOVE TRI-A-HORODATE(13:2) TO HIS-SS.
           MOVE TRI-A-CODE TO HIS-CODE.
           MOVE TRI-A-CHAMP TO HIS-CHAMP.
           MOVE TRI-A-ANCIEN TO HIS-ANCIEN.
           MOVE TRI-A-NOUVEAU TO HIS-NOUVEAU.
           MOVE TRI-A-SOURCE TO HIS-SOURCE.
           MOVE SPACE TO REC-HISTO.
           MOVE WS-HIS-LIGNE TO REC-HISTO.
           WRITE REC-HISTO.
       1220-DETAIL-END.
           EXIT.

       1230-PIED-EMPLOYE-START.
           MOVE WS-EMP-LIGNES TO WS-PNT-NB.
           MOVE SPACE TO REC-HISTO.
           STRING '   MODIFICATIONS : ' DELIMITED BY SIZE
              WS-PNT-NB DELIMITED BY SIZE
              INTO REC-HISTO.
           WRITE REC-HISTO.
       1230-PIED-EMPLOYE-END.
           EXIT.
