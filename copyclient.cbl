
      *-----------------------------------------------------------------
      *  Rapprochement mois precedent / mois courant : embauches,
      *  departs, changements de salaire et de poste, mutations
      *  d'agence, et identifiants en double dans l'un ou l'autre
      *  fichier.
       8100-MOVEMENTS-START.
           PERFORM 8110-LOAD-PREC-START THRU 8110-LOAD-PREC-END.


      *-----------------------------------------------------------------
      *  Employe present dans les deux fichiers (indice courant TIMING,
      *  indice precedent WS-MVT-IDX) : salaire, agence et poste
       8130-COMPARE-ONE-START.
           MOVE WS-REMPLOYE-SALAIRE(TIMING) TO WS-SAL-CUR.
           MOVE WS-RPREC-SALAIRE(WS-MVT-IDX) TO WS-SAL-PREC.
                  INTO REC-MVT
               WRITE REC-MVT
           END-IF.

           IF WS-REMPLOYE-POSTE(TIMING)
              NOT = WS-RPREC-POSTE(WS-MVT-IDX)
               MOVE SPACE TO REC-MVT
               STRING "POSTE    : " DELIMITED BY SIZE
                  WS-REMPLOYE-ID(TIMING) DELIMITED BY SIZE
                  " ANCIEN " DELIMITED BY SIZE
                  WS-RPREC-POSTE(WS-MVT-IDX) DELIMITED BY SIZE
                  " NOUVEAU " DELIMITED BY SIZE
                  WS-REMPLOYE-POSTE(TIMING) DELIMITED BY SIZE
                  INTO REC-MVT
               WRITE REC-MVT
           END-IF.
       8130-COMPARE-ONE-END.
           EXIT.

