      ******************************************************************
      *  Empreinte d'un mot de passe, partagee entre empinfo (controle
      *  a la connexion) et empoper (tenue du fichier des operateurs).
      *  Hachage multiplicatif sur l'identifiant puis le mot de passe,
      *  modulo un nombre premier de 10 chiffres : le mot de passe
      *  n'est jamais conserve en clair, et deux operateurs ayant le
      *  meme mot de passe n'ont pas la meme empreinte.
      ******************************************************************
       HASH-CALC-START.
           MOVE 5381 TO WS-HASH-VALEUR.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 28
               COMPUTE WS-HASH-TRAVAIL = WS-HASH-VALEUR * 33
                  + FUNCTION ORD(WS-HASH-CAR(WS-HASH-IDX))
               DIVIDE WS-HASH-TRAVAIL BY 9999999967
                  GIVING WS-HASH-QUOTIENT
                  REMAINDER WS-HASH-VALEUR
           END-PERFORM.
       HASH-CALC-END.
           EXIT.
