              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD fc.
              01 tamp_fc.
                     02 fc_numCo PIC 9(3).
                     02 fc_villeCompet PIC X(30).
                     02 fc_typeCo PIC X(30).
                     02 fc_nbpassage PIC 9(1).
                     02 fc_nbkms PIC 9(2).
                     02 fc_nbtirs PIC 9(1).
                     02 fc_nbcouche PIC 9(1).
                     02 fc_nbdebout PIC 9(1).
                     02 fc_distPen PIC 9(3).
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD flog.
              01 tamp_log.
              77 cr_ftr PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 cr_fc PIC 9(2).
              77 Woperateur PIC X(8).
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wmaj PIC 9.
              77 WnbTirs PIC 9(3).
              77 Wmdx PIC 9(3).
              77 Wmodifiable PIC 9.

       01 TableAthletes.
              02 Tath OCCURS 500 TIMES.
       END-IF.

       Fusionner_athlete.
       PERFORM Controler_courses_fusion
       IF Wmodifiable = 1 THEN
              PERFORM Repointer_participations
              PERFORM Repointer_equipes
              PERFORM Repointer_tirs
              PERFORM Supprimer_doublon
              DISPLAY "fusion de " WnumDouble " vers " WnumGarde
                      " terminee"
       ELSE
              DISPLAY "fusion refusee, resultats officiels ou"
                      " verrouilles"
       END-IF.

       Controler_courses_fusion.
       MOVE 1 TO Wmodifiable
       OPEN INPUT fc
       OPEN INPUT fp
       MOVE WnumDouble TO fp_numA
       START fp, KEY IS = fp_numA
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Controler_courses_f" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fp NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fp_numA NOT = WnumDouble THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE fp_numCo TO fc_numCo
                                   PERFORM Controler_etat_course
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fp
       OPEN INPUT ftm
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ ftm NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     MOVE 1 TO Wkdx
                     PERFORM WITH TEST AFTER UNTIL Wkdx > 4
                            IF ftm_athlete(Wkdx) = WnumDouble THEN
                                   MOVE ftm_numCo TO fc_numCo
                                   PERFORM Controler_etat_course
                            END-IF
                            ADD 1 TO Wkdx
                     END-PERFORM
              END-READ
       END-PERFORM
       CLOSE ftm
       CLOSE fc.

       Controler_etat_course.
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
                     DISPLAY "course " fc_numCo " officielle ou"
                             " verrouillee"
              END-IF
       END-READ.

       Repointer_participations.
       MOVE 0 TO WnbCourses
