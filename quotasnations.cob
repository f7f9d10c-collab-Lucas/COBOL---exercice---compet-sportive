              organization line sequential
              file status is cr_jrn.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select fnat assign to "nationalites.dat"
              organization indexed
              access mode is dynamic
              record key is nat_cle
              file status is cr_nat.

       DATA DIVISION.
       FILE SECTION.

       FD fimp.
              01 tamp_imp PIC X(120).

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

       FD fnat.
              01 tamp_nat.
                     02 nat_cle.
                            03 nat_numA PIC 9(3).
                            03 nat_dateDebut PIC 9(8).
                     02 nat_dateFin PIC 9(8).
                     02 nat_pays PIC X(30).
                     02 nat_dateQualif PIC 9(8).
                     02 nat_operateur PIC X(8).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
       WORKING-STORAGE SECTION.
              77 cr_fpy PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_nat PIC 9(2).
              77 WhistoNat PIC 9.
              77 WfinNat PIC 9.
              77 WdateCourse PIC 9(8).
              77 WpaysCourse PIC X(30).
              77 cr_fp PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_ech PIC 9(2).
       OPEN INPUT fa
       OPEN INPUT fp
       OPEN INPUT ftm
       PERFORM Ouvrir_historique
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fpy NEXT
       CLOSE fpy
       CLOSE fa
       CLOSE fp
       CLOSE ftm
       PERFORM Fermer_historique.

       Cumuler_points_nation.
       MOVE 0 TO Wpoints
                                   READ fa
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          PERFORM Determiner_nation
                                          IF WpaysCourse = Wpays THEN
                                                 ADD fp_points
                                                     TO Wpoints
                                          END-IF
       WRITE tamp_jrn
       CLOSE fjrn.

       Ouvrir_historique.
       OPEN INPUT fc
       OPEN INPUT fnat
       IF cr_nat = 35 THEN
              MOVE 0 TO WhistoNat
       ELSE
              MOVE 1 TO WhistoNat
       END-IF.

       Fermer_historique.
       CLOSE fc
       IF WhistoNat = 1 THEN
              CLOSE fnat
       END-IF.

       Determiner_nation.
       MOVE fa_pays TO WpaysCourse
       MOVE 0 TO WdateCourse
       MOVE fp_numCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Determiner_nation" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE fc_date TO WdateCourse
       END-READ
       IF WhistoNat = 1 AND WdateCourse > 0 THEN
              MOVE fp_numA TO nat_numA
              MOVE 0 TO nat_dateDebut
              START fnat, KEY IS >= nat_cle
              INVALID KEY IF cr_nat NOT = 23 THEN
                                 MOVE "Determiner_nation" TO
                                     Wparagraphe
                                 MOVE "START" TO Woperation
                                 MOVE cr_nat TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE 0 TO WfinNat
                     PERFORM WITH TEST AFTER UNTIL WfinNat = 1
                            READ fnat NEXT
                            AT END MOVE 1 TO WfinNat
                            NOT AT END
                                   IF nat_numA NOT = fp_numA
                                      OR nat_dateDebut > WdateCourse
                                          THEN
                                          MOVE 1 TO WfinNat
                                   ELSE
                                          PERFORM Retenir_periode
                                   END-IF
                            END-READ
                     END-PERFORM
              END-START
       END-IF.

       Retenir_periode.
       IF nat_dateFin = 0 OR WdateCourse < nat_dateFin THEN
              IF WdateCourse < nat_dateQualif THEN
                     MOVE SPACES TO WpaysCourse
              ELSE
                     MOVE nat_pays TO WpaysCourse
              END-IF
              MOVE 1 TO WfinNat
       END-IF.

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
