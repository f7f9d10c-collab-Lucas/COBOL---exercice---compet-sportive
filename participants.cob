              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select fcou assign to "couloirs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is cou_cle
              alternate record key is cou_numCo WITH DUPLICATES
              file status is cr_cou.

              select ffrf assign to "forfaits.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is frf_cle
              file status is cr_frf.

              select fpa assign to "passages.dat"
              organization indexed
              access mode is dynamic
              record key is op_code
              file status is cr_fop.

              select fvrr assign to "verrou.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is vrr_cle
              file status is cr_vrr.

              select fses assign to "sessions.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ses_cle
              file status is cr_ses.

              select ftri assign to "rangs.tmp".

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.
              organization line sequential
              file status is cr_jrn.

              select find assign to "indispos.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ind_cle
              file status is cr_ind.

              select fms assign to "massstart.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ms_cle
              file status is cr_ms.

       DATA DIVISION.
       FILE SECTION.

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

       FD fcou.
              01 tamp_cou.
                     02 cou_cle.
                            03 cou_numCo PIC 9(3).
                            03 cou_numTir PIC 9(1).
                            03 cou_numA PIC 9(3).
                     02 cou_bib PIC 9(3).
                     02 cou_couloir PIC 9(2).
                     02 cou_mode PIC X(1).

       FD ffrf.
              01 tamp_frf.
                     02 frf_cle.
                            03 frf_numCo PIC 9(3).
                            03 frf_numA PIC 9(3).
                     02 frf_date PIC 9(8).
                     02 frf_operateur PIC X(8).

       FD fpa.
              01 tamp_fpa.
                            03 quo_typeCo PIC X(30).
                     02 quo_max PIC 9(2).

       FD find.
              01 tamp_ind.
                     02 ind_cle.
                            03 ind_numA PIC 9(3).
                            03 ind_debut PIC 9(8).
                     02 ind_fin PIC 9(8).
                     02 ind_motif PIC X(1).
                     02 ind_source PIC X(1).
                     02 ind_commentaire PIC X(30).
                     02 ind_operateur PIC X(8).

       FD fms.
              01 tamp_ms.
                     02 ms_cle.
                            03 ms_numCo PIC 9(3).
                            03 ms_numA PIC 9(3).
                     02 ms_sexe PIC X(1).
                     02 ms_motif PIC X(1).
                     02 ms_rang PIC 9(3).
                     02 ms_points PIC 9(5).

       FD flic.
              01 tamp_lic.
                     02 lic_numA PIC 9(3).
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

       FD fvrr.
              01 tamp_vrr.
                     02 vrr_cle PIC X(8).
                     02 vrr_job PIC X(12).
                     02 vrr_horodatage PIC X(21).
                     02 vrr_operateur PIC X(8).

       FD fses.
              01 tamp_ses.
                     02 ses_cle.
                            03 ses_programme PIC X(12).
                            03 ses_operateur PIC X(8).
                            03 ses_debut PIC X(21).

       SD ftri.
              01 tamp_tri.
                     02 tri_groupe PIC 9(1).
                     02 tri_total PIC 9(7).
                     02 tri_numA PIC 9(3).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
              77 cr_fp PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_cou PIC 9(2).
              77 cr_frf PIC 9(2).
              77 cr_fpa PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_quo PIC 9(2).
              77 cr_lic PIC 9(2).
              77 cr_ms PIC 9(2).
              77 cr_ind PIC 9(2).
              77 Wdispook PIC 9.
              77 WnumIndispo PIC 9(3).
              77 WdateDispo PIC 9(8).
              77 WfinInd PIC 9.
              77 Wlibelle PIC X(30).
              77 cr_res PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
              77 WtouchesD PIC 9(4).
              77 Wpct PIC 9(3).
              77 Wchoix PIC 9(2).
              77 WcourA PIC 9(3).
              77 Wrang PIC 9(3).
              77 Wplace PIC 9(3).
              77 WgroupePrec PIC 9.
              77 WtotalPrec PIC 9(7).
              77 WfinC PIC 9.
              77 Wordre PIC 9(2).
              77 Wmodifiable PIC 9.

       PROCEDURE DIVISION.
       OPEN I-O fp
       OPEN OUTPUT flic
       END-IF
       CLOSE flic
       OPEN I-O find
       IF cr_ind=35 THEN
       OPEN OUTPUT find
       END-IF
       CLOSE find
       OPEN I-O fres
       IF cr_res=35 THEN
       OPEN OUTPUT fres
       CLOSE fres
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       END-PERFORM.

       Ajout_participant.
       OPEN INPUT fc
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 0
              DISPLAY "Rentrer numero Course"
              END-READ
       END-PERFORM
       CLOSE fc
       PERFORM Controler_etat_course
       IF Wmodifiable = 1 THEN
              PERFORM Inscrire_participant
       END-IF.

       Inscrire_participant.
       OPEN INPUT fp
       DISPLAY "rentrer numéro de l'atlhète"
       ACCEPT WnumA
       MOVE WnumCo TO fp_numCo
       MOVE 1 TO Wlicok
       IF Wdejainscrit = 0 THEN
              PERFORM Controler_licence
              IF Wlicok = 1 THEN
                     PERFORM Controler_disponibilite
              END-IF
              IF Wlicok = 1 AND WtypeCo = "MASS START" THEN
                     PERFORM Controler_admission
              END-IF
              IF Wlicok = 1 THEN
                     PERFORM Controler_quota
              END-IF
       END-IF
       CLOSE flic.

       Controler_disponibilite.
       OPEN INPUT find
       MOVE WnumA TO WnumIndispo
       PERFORM Chercher_indisponibilite
       CLOSE find
       IF Wdispook = 0 THEN
              MOVE 0 TO Wlicok
              PERFORM Libeller_indisponibilite
              DISPLAY "athlete indisponible (" FUNCTION TRIM(Wlibelle)
                      ") du " ind_debut " au " ind_fin
                      ", inscription refusee"
              MOVE "Controler_disponibil" TO Wparagraphe
              MOVE "INDISPO" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Controler_admission.
       OPEN INPUT fms
       IF cr_ms = 35 THEN
              MOVE 0 TO Wlicok
       ELSE
              MOVE WnumCo TO ms_numCo
              MOVE WnumA TO ms_numA
              READ fms
              INVALID KEY IF cr_ms NOT = 23 THEN
                                 MOVE "Controler_admission" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_ms TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          MOVE 0 TO Wlicok
              NOT INVALID KEY CONTINUE
              END-READ
       END-IF
       CLOSE fms
       IF Wlicok = 0 THEN
              DISPLAY "athlete absent de la liste des admis de la"
                      " mass start, inscription refusee"
              MOVE "Controler_admission" TO Wparagraphe
              MOVE "ADMISSION" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Libeller_indisponibilite.
       EVALUATE ind_source
              WHEN "M" MOVE "raison medicale" TO Wlibelle
              WHEN "D" MOVE "suspension disciplinaire" TO Wlibelle
              WHEN "A" MOVE "suspension antidopage" TO Wlibelle
              WHEN OTHER MOVE ind_source TO Wlibelle
       END-EVALUATE.

       Controler_quota.
       MOVE 1 TO Wquotaok
       OPEN INPUT fa
              END-READ
       END-PERFORM
       CLOSE fc
       PERFORM Controler_etat_course
       IF Wmodifiable = 1 THEN
              PERFORM Saisir_resultats_course
       END-IF.

       Saisir_resultats_course.
       OPEN I-O fp
       OPEN I-O ftr
       OPEN I-O fpa
       CLOSE fpa.

       Calculer_classement_course.
       MOVE 0 TO Wplace
       MOVE 0 TO WgroupePrec
       MOVE 0 TO WtotalPrec
       SORT ftri ON ASCENDING KEY tri_groupe
                    ASCENDING KEY tri_total
                    ASCENDING KEY tri_numA
              INPUT PROCEDURE IS Charger_classement
              OUTPUT PROCEDURE IS Ranger_classement
       DISPLAY "classement de la course " WnumCo " recalcule".

       Charger_classement.
       MOVE WnumCo TO fp_numCo
       START fp, KEY IS = fp_numCo
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Charger_classement" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                            IF fp_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
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
       MOVE WnumTir TO ftr_numTir
       MOVE Wposition TO ftr_position
       MOVE Wtouches TO ftr_touches
       PERFORM Chercher_couloir
       WRITE tamp_ftr
       INVALID KEY
              REWRITE tamp_ftr
              PERFORM Journaliser_tir
       END-WRITE.

       Chercher_couloir.
       MOVE 0 TO ftr_couloir
       OPEN INPUT fcou
       IF cr_cou = 0 THEN
              MOVE WnumCo TO cou_numCo
              MOVE WnumTir TO cou_numTir
              MOVE fp_numA TO cou_numA
              READ fcou
              INVALID KEY IF cr_cou NOT = 23 THEN
                                 MOVE "Chercher_couloir" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_cou TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY MOVE cou_couloir TO ftr_couloir
              END-READ
       END-IF
       CLOSE fcou.

       Journaliser_tir.
       MOVE Wavant TO WavantSauve
       MOVE SPACES TO Wavant
       END-IF.

       Declarer_forfait.
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       PERFORM Controler_etat_course
       IF Wmodifiable = 1 THEN
              PERFORM Enregistrer_forfait
       END-IF.

       Enregistrer_forfait.
       OPEN I-O fp
       DISPLAY "rentrer numéro de l'atlhète"
       ACCEPT WnumA
       MOVE WnumCo TO fp_numCo
                                 MOVE fp_cle TO Wcle
                                 MOVE tamp_fp TO Wapres
                                 PERFORM Journaliser
                                 PERFORM Dater_forfait
                     END-REWRITE
              END-IF
       END-READ
       CLOSE fp.

       Dater_forfait.
       OPEN I-O ffrf
       IF cr_frf = 35 THEN
              OPEN OUTPUT ffrf
              CLOSE ffrf
              OPEN I-O ffrf
       END-IF
       MOVE Wavant TO WavantSauve
       MOVE fp_numCo TO frf_numCo
       MOVE fp_numA TO frf_numA
       READ ffrf
       INVALID KEY
              MOVE SPACES TO Wavant
              MOVE "WRITE" TO Woperation
       NOT INVALID KEY
              MOVE tamp_frf TO Wavant
              MOVE "REWRITE" TO Woperation
       END-READ
       MOVE FUNCTION CURRENT-DATE(1:8) TO frf_date
       MOVE Woperateur TO frf_operateur
       IF Woperation = "WRITE" THEN
              WRITE tamp_frf
              INVALID KEY MOVE "Dater_forfait" TO Wparagraphe
                          MOVE cr_frf TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY PERFORM Journaliser_forfait
              END-WRITE
       ELSE
              REWRITE tamp_frf
              INVALID KEY MOVE "Dater_forfait" TO Wparagraphe
                          MOVE cr_frf TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY PERFORM Journaliser_forfait
              END-REWRITE
       END-IF
       CLOSE ffrf
       MOVE WavantSauve TO Wavant.

       Journaliser_forfait.
       MOVE "forfaits.dat" TO Wfichier
       MOVE frf_cle TO Wcle
       MOVE tamp_frf TO Wapres
       PERFORM Journaliser.

       Ajout_reserve.
       OPEN INPUT fc
       MOVE 0 TO Wtrouver
       PERFORM Journaliser.

       Supprimer_participant.
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       PERFORM Controler_etat_course
       IF Wmodifiable = 1 THEN
              PERFORM Retirer_participant
       END-IF.

       Retirer_participant.
       OPEN I-O fp
       DISPLAY "rentrer numéro de l'atlhète"
       ACCEPT WnumA
       MOVE WnumCo TO fp_numCo
       END-READ
       CLOSE fp.

       Controler_etat_course.
       MOVE 1 TO Wmodifiable
       OPEN INPUT fc
       MOVE WnumCo TO fc_numCo
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
                     DISPLAY "resultats de la course officiels ou"
                             " verrouilles, modification refusee"
              END-IF
       END-READ
       CLOSE fc.

       Controler_operateur.
       MOVE 0 TO Wconnecte
       MOVE 0 TO Wbootstrap
              PERFORM Logger_erreur
              DISPLAY "acces refuse"
              STOP RUN
       END-IF
       PERFORM Ouvrir_session
       PERFORM Controler_verrou.

       Ouvrir_session.
       MOVE FUNCTION CURRENT-DATE TO WdebutSession
       MOVE Wprogramme TO ses_programme
       MOVE Woperateur TO ses_operateur
       MOVE WdebutSession TO ses_debut
       OPEN I-O fses
       IF cr_ses = 35 THEN
              OPEN OUTPUT fses
       END-IF
       WRITE tamp_ses
       INVALID KEY MOVE "Ouvrir_session" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_ses TO Wstatut
                   PERFORM Logger_erreur
       END-WRITE
       CLOSE fses.

       Fermer_session.
       OPEN I-O fses
       IF cr_ses = 0 THEN
              MOVE Wprogramme TO ses_programme
              MOVE Woperateur TO ses_operateur
              MOVE WdebutSession TO ses_debut
              DELETE fses
              INVALID KEY IF cr_ses NOT = 23 THEN
                                 MOVE "Fermer_session" TO Wparagraphe
                                 MOVE "DELETE" TO Woperation
                                 MOVE cr_ses TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              END-DELETE
       END-IF
       CLOSE fses.

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
              PERFORM Fermer_session
              MOVE "Controler_verrou" TO Wparagraphe
              MOVE "VERROU" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "connexion refusee, reessayer apres le traitement"
              STOP RUN
       END-IF.

       Journaliser.
       WRITE tamp_jrn
       CLOSE fjrn.

       Chercher_indisponibilite.
       MOVE 1 TO Wdispook
       MOVE WdateCourse TO WdateDispo
       IF WdateDispo = 0 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WdateDispo
       END-IF
       MOVE WnumIndispo TO ind_numA
       MOVE 0 TO ind_debut
       START find, KEY IS >= ind_cle
       INVALID KEY IF cr_ind NOT = 23 THEN
                          MOVE "Chercher_indisponib" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO WfinInd
              PERFORM WITH TEST AFTER UNTIL WfinInd = 1
                     READ find NEXT
                     AT END MOVE 1 TO WfinInd
                     NOT AT END
                            IF ind_numA NOT = WnumIndispo
                               OR ind_debut > WdateDispo THEN
                                   MOVE 1 TO WfinInd
                            ELSE
                                   IF ind_fin = 0
                                      OR ind_fin >= WdateDispo THEN
                                          MOVE 0 TO Wdispook
                                          MOVE 1 TO WfinInd
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
