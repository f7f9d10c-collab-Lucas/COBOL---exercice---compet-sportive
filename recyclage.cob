              organization line sequential
              file status is cr_rtm.

              select ftri assign to "rangs.tmp".

              select fvrr assign to "verrou.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is vrr_cle
              file status is cr_vrr.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fa.
              01 tamp_fa.
                     02 rtm_transaction PIC X(62).
                     02 rtm_motif PIC X(40).

       SD ftri.
              01 tamp_tri.
                     02 tri_groupe PIC 9(1).
                     02 tri_total PIC 9(7).
                     02 tri_numA PIC 9(3).

       FD fvrr.
              01 tamp_vrr.
                     02 vrr_cle PIC X(8).
                     02 vrr_job PIC X(12).
                     02 vrr_horodatage PIC X(21).
                     02 vrr_operateur PIC X(8).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
              77 cr_rtm PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 Woperateur PIC X(8).
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wverrouille PIC 9.
              77 Wprogramme PIC X(12) VALUE "RECYCLAGE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 WnbAppliques PIC 9(5).
              77 WnbGardes PIC 9(5).
              77 WnumCo PIC 9(3).
              77 WcourA PIC 9(3).
              77 Wrang PIC 9(3).
              77 Wplace PIC 9(3).
              77 WgroupePrec PIC 9.
              77 WtotalPrec PIC 9(7).
              77 WfinC PIC 9.
              77 WfinP PIC 9.
              77 Wcrs PIC 9(4).

       01 TableCourses.
              02 Tcrs_aClasser PIC 9 OCCURS 999 TIMES.

       01 Wtransaction.
              02 Wt_numCo PIC 9(3).
       PROCEDURE DIVISION.
       DISPLAY "rentrer code operateur"
       ACCEPT Woperateur
       PERFORM Controler_verrou
       MOVE 0 TO WnbLus
       MOVE 0 TO WnbAppliques
       MOVE 0 TO WnbGardes
              IF cr_fpa = 35 THEN
                     OPEN OUTPUT fpa
              END-IF
              MOVE 1 TO Wcrs
              PERFORM WITH TEST AFTER UNTIL Wcrs > 999
                     MOVE 0 TO Tcrs_aClasser(Wcrs)
                     ADD 1 TO Wcrs
              END-PERFORM
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ frej
                            PERFORM Traiter_rejet
                     END-READ
              END-PERFORM
              PERFORM Classer_courses_modifiees
              CLOSE frej
              CLOSE frtm
              CLOSE fc
                   END-IF
                   MOVE "course inexistante" TO Wmotif
                   MOVE 0 TO Wvalide
       NOT INVALID KEY
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE "course officielle ou verrouillee" TO Wmotif
                     MOVE 0 TO Wvalide
              END-IF
       END-READ
       IF Wvalide = 1 THEN
              MOVE Wt_numA TO fa_numA
       END-IF
       IF Wvalide = 1 THEN
              PERFORM Ranger_passages
              MOVE 1 TO Tcrs_aClasser(Wt_numCo)
       END-IF.

       Classer_courses_modifiees.
       MOVE 1 TO Wcrs
       PERFORM WITH TEST AFTER UNTIL Wcrs > 999
              IF Tcrs_aClasser(Wcrs) = 1 THEN
                     MOVE Wcrs TO fc_numCo
                     READ fc
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF fc_etat NOT = "O"
                               AND fc_etat NOT = "V" THEN
                                   MOVE Wcrs TO WnumCo
                                   PERFORM Calculer_classement_course
                            END-IF
                     END-READ
              END-IF
              ADD 1 TO Wcrs
       END-PERFORM.

       Ranger_passages.
       IF fc_nbpassage > 0 THEN
              MOVE 1 TO Widx
       PERFORM Journaliser.

       Calculer_classement_course.
       MOVE 0 TO Wplace
       MOVE 0 TO WgroupePrec
       MOVE 0 TO WtotalPrec
       SORT ftri ON ASCENDING KEY tri_groupe
                    ASCENDING KEY tri_total
                    ASCENDING KEY tri_numA
              INPUT PROCEDURE IS Charger_classement
              OUTPUT PROCEDURE IS Ranger_classement.

       Charger_classement.
       MOVE WnumCo TO fp_numCo
       START fp, KEY IS = fp_numCo
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Charger_classement" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                            IF fp_numCo NOT = WnumCo THEN
                                   MOVE 1 TO WfinP
                            ELSE
                                   PERFORM Classer_participant
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Classer_participant.
       COMPUTE tri_total = fp_min * 600 + fp_sec * 10 + fp_dixieme
       MOVE fp_numA TO tri_numA
       IF fp_statut = SPACES AND tri_total > 0 THEN
              MOVE 1 TO tri_groupe
       ELSE
              IF fp_statut = "LAP" AND tri_total > 0 THEN
                     MOVE 2 TO tri_groupe
              ELSE
                     MOVE 3 TO tri_groupe
              END-IF
       END-IF
       RELEASE tamp_tri.

       Ranger_classement.
       MOVE 0 TO WfinC
       PERFORM WITH TEST AFTER UNTIL WfinC = 1
              RETURN ftri
              AT END MOVE 1 TO WfinC
              NOT AT END
                     PERFORM Attribuer_rang
                     MOVE tri_numA TO WcourA
                     PERFORM Ranger_rang_participant
              END-RETURN
       END-PERFORM.

       Attribuer_rang.
       IF tri_groupe = 3 THEN
              MOVE 0 TO Wrang
       ELSE
              ADD 1 TO Wplace
              IF tri_groupe NOT = WgroupePrec
                 OR tri_total NOT = WtotalPrec THEN
                     MOVE Wplace TO Wrang
                     MOVE tri_groupe TO WgroupePrec
                     MOVE tri_total TO WtotalPrec
              END-IF
       END-IF.

       Ranger_rang_participant.
       OPEN OUTPUT frtm
       CLOSE frtm.

       Controler_verrou.
       MOVE 0 TO Wverrouille
       OPEN INPUT fvrr
       IF cr_vrr = 0 THEN
              MOVE "BATCH" TO vrr_cle
              READ fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Controler_verrou" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE 1 TO Wverrouille
                     DISPLAY "traitement " FUNCTION TRIM(vrr_job)
                             " en cours depuis le "
                             vrr_horodatage(1:8) " a "
                             vrr_horodatage(9:4)
                             " (" FUNCTION TRIM(vrr_operateur) ")"
              END-READ
       END-IF
       CLOSE fvrr
       IF Wverrouille = 1 THEN
              MOVE "Controler_verrou" TO Wparagraphe
              MOVE "VERROU" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "traitement refuse, reessayer apres le traitement"
                      " en cours"
              STOP RUN
       END-IF.

       Journaliser.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Woperateur TO jrn_operateur
