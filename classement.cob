       END-IF.

       Determiner_categorie.
       IF fa_annee < 1000 THEN
              EVALUATE fa_annee
                     WHEN 1 MOVE "JUNIOR" TO Wcategorie
                     WHEN 2 MOVE "U23" TO Wcategorie
                     WHEN OTHER MOVE "SENIOR" TO Wcategorie
              END-EVALUATE
       ELSE
              COMPUTE Wage = WanneeSaison - fa_annee
              IF Wage <= 21 THEN
                     MOVE "JUNIOR" TO Wcategorie
              ELSE
                     IF Wage <= 25 THEN
                            MOVE "U23" TO Wcategorie
                     ELSE
                            MOVE "SENIOR" TO Wcategorie
                     END-IF
              END-IF
       END-IF.

