                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fbar.
              01 tamp_bar.
              77 Wpoints PIC 9(2).
              77 WmajPart PIC 9(6).
              77 WmajEq PIC 9(6).
              77 Wmodifiable PIC 9.

       PROCEDURE DIVISION.
       PERFORM Attribuer_points_participants
              READ fp NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     MOVE fp_numCo TO fc_numCo
                     PERFORM Controler_etat_course
                     PERFORM Chercher_bareme_participant
                     IF fp_points NOT = Wpoints
                        AND Wmodifiable = 1 THEN
                            MOVE Wpoints TO fp_points
                            REWRITE tamp_fp
                            INVALID KEY
              READ ftm NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     MOVE ftm_numCo TO fc_numCo
                     PERFORM Controler_etat_course
                     PERFORM Chercher_bareme_equipe
                     IF ftm_points NOT = Wpoints
                        AND Wmodifiable = 1 THEN
                            MOVE Wpoints TO ftm_points
                            REWRITE tamp_ftm
                            INVALID KEY
              END-READ
       END-IF.

       Controler_etat_course.
       MOVE 1 TO Wmodifiable
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Controler_etat_cours" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE 0 TO Wmodifiable
              END-IF
       END-READ.

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
