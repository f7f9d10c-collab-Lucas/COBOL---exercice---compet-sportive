                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD ftr.
              01 tamp_ftr.
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD fimp.
              01 tamp_imp PIC X(100).
              77 WnbEcarts PIC 9(5).
              77 WnbCorriges PIC 9(5).
              77 WligneImp PIC X(100).
              77 Wmodifiable PIC 9.

       PROCEDURE DIVISION.
       MOVE 0 TO WnbEcarts

       Controler_participant.
       MOVE 0 TO Wnbtirs
       MOVE 1 TO Wmodifiable
       MOVE fp_numCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE fc_nbtirs TO Wnbtirs
                       IF fc_etat = "O" OR fc_etat = "V" THEN
                              MOVE 0 TO Wmodifiable
                       END-IF
       END-READ
       IF Wnbtirs > 0 THEN
              PERFORM Calculer_manques
                            " manques calcules " Wmanques
                            DELIMITED BY SIZE INTO WligneImp
                     PERFORM Ecrire_ligne
                     PERFORM Detailler_couloirs
                     IF Wcorrectif = "O" THEN
                            IF Wmodifiable = 1 THEN
                                   PERFORM Corriger_penalites
                            ELSE
                                   MOVE SPACES TO WligneImp
                                   STRING "   non corrige, course"
                                          " officielle ou verrouillee"
                                          DELIMITED BY SIZE
                                          INTO WligneImp
                                   PERFORM Ecrire_ligne
                            END-IF
                     END-IF
              END-IF
       END-IF.
              ADD 1 TO WnumTir
       END-PERFORM.

       Detailler_couloirs.
       MOVE 1 TO WnumTir
       PERFORM WITH TEST AFTER UNTIL WnumTir > Wnbtirs
              MOVE fp_numCo TO ftr_numCo
              MOVE fp_numA TO ftr_numA
              MOVE WnumTir TO ftr_numTir
              READ ftr
              INVALID KEY IF cr_ftr NOT = 23 THEN
                                 MOVE "Detailler_couloirs" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_ftr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE SPACES TO WligneImp
                     IF ftr_couloir = 0 THEN
                            STRING "   tir " ftr_numTir
                                   " " ftr_position
                                   " touches " ftr_touches
                                   " couloir non enregistre"
                                   DELIMITED BY SIZE INTO WligneImp
                     ELSE
                            STRING "   tir " ftr_numTir
                                   " " ftr_position
                                   " touches " ftr_touches
                                   " couloir " ftr_couloir
                                   " cibles 1 a 5"
                                   DELIMITED BY SIZE INTO WligneImp
                     END-IF
                     PERFORM Ecrire_ligne
              END-READ
              ADD 1 TO WnumTir
       END-PERFORM
       MOVE SPACES TO WligneImp.

       Corriger_penalites.
       MOVE tamp_fp TO Wavant
       MOVE Wmanques TO fp_penalties
