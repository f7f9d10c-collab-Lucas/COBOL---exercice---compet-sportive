       IDENTIFICATION DIVISION.
       PROGRAM-ID. reclamations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select frcl assign to "reclamations.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is rcl_cle
              alternate record key is rcl_numCo WITH DUPLICATES
              file status is cr_rcl.

              select fp assign to "participants.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fp_cle
              alternate record key is fp_numA WITH DUPLICATES
              alternate record key is fp_numCo WITH DUPLICATES
              file status is cr_fp.

              select ftm assign to "equipes.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ftm_cle
              alternate record key is ftm_numCo WITH DUPLICATES
              file status is cr_ftm.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
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

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

       FD frcl.
              01 tamp_rcl.
                     02 rcl_cle.
                            03 rcl_numCo PIC 9(3).
                            03 rcl_numRcl PIC 9(3).
                            03 rcl_numA PIC 9(3).
                     02 rcl_type PIC X(1).
                     02 rcl_deposant PIC X(30).
                     02 rcl_dateDepot PIC 9(8).
                     02 rcl_heureDepot PIC 9(4).
                     02 rcl_motif PIC X(60).
                     02 rcl_decision PIC X(1).
                     02 rcl_sanction PIC X(3).
                     02 rcl_ajout PIC 9(3).
                     02 rcl_numRef PIC 9(3).
                     02 rcl_dateDecision PIC 9(8).
                     02 rcl_jury PIC X(8).
                     02 rcl_applique PIC X(1).
                     02 rcl_recalcul PIC X(1).
                     02 rcl_avant.
                            03 rcl_av_classement PIC 9(3).
                            03 rcl_av_min PIC 9(3).
                            03 rcl_av_sec PIC 9(2).
                            03 rcl_av_dixieme PIC 9(1).
                            03 rcl_av_penalties PIC 9(2).
                            03 rcl_av_points PIC 9(2).
                            03 rcl_av_statut PIC X(3).
                            03 rcl_av_r_min PIC 9(3).
                            03 rcl_av_r_sec PIC 9(2).
                            03 rcl_av_r_dixieme PIC 9(1).

       FD fp.
              01 tamp_fp.
                     02 fp_cle.
                            03 fp_numCo PIC 9(3).
                            03 fp_numA PIC 9(3).
                     02 fp_classement PIC 9(3).
                     02 fp_temps.
                            03 fp_min PIC 9(3).
                            03 fp_sec PIC 9(2).
                            03 fp_dixieme PIC 9(1).
                     02 fp_penalties PIC 9(2).
                     02 fp_points PIC 9(2).
                     02 fp_statut PIC X(3).

       FD ftm.
              01 tamp_ftm.
                     02 ftm_cle.
                            03 ftm_numCo PIC 9(3).
                            03 ftm_numEq PIC 9(3).
                     02 ftm_pays PIC X(30).
                     02 ftm_athletes.
                            03 ftm_athlete PIC 9(3) OCCURS 4 TIMES.
                     02 ftm_classement PIC 9(3).
                     02 ftm_temps.
                            03 ftm_min PIC 9(3).
                            03 ftm_sec PIC 9(2).
                            03 ftm_dixieme PIC 9(1).
                     02 ftm_points PIC 9(2).
                     02 ftm_relais.
                            03 ftm_passage OCCURS 4 TIMES.
                                   04 ftm_p_min PIC 9(3).
                                   04 ftm_p_sec PIC 9(2).
                                   04 ftm_p_dixieme PIC 9(1).

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

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
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
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       FD fjrn.
              01 tamp_jrn.
                     02 jrn_operateur PIC X(8).
                     02 jrn_horodatage PIC X(21).
                     02 jrn_fichier PIC X(16).
                     02 jrn_operation PIC X(10).
                     02 jrn_cle PIC X(30).
                     02 jrn_avant PIC X(200).
                     02 jrn_apres PIC X(200).

       WORKING-STORAGE SECTION.
              77 cr_rcl PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
              77 Wmdp PIC X(8).
              77 Wrole PIC X(1).
              77 Wconnecte PIC 9.
              77 Wbootstrap PIC 9.
              77 WnbEssais PIC 9.
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "RECLAMATIONS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinC PIC 9.
              77 Wchoix PIC 9(2).
              77 Wtrouver PIC 9.
              77 WfinR PIC 9.
              77 Wvalide PIC 9.
              77 Wapplique PIC 9.
              77 WnumCo PIC 9(3).
              77 WnumRcl PIC 9(3).
              77 WnumA PIC 9(3).
              77 Wtype PIC X(1).
              77 Wdeposant PIC X(30).
              77 Wmotif PIC X(60).
              77 Wdecision PIC X(1).
              77 Wsanction PIC X(3).
              77 Wajout PIC 9(3).
              77 WnumRef PIC 9(3).
              77 Wconfirme PIC X(1).
              77 WdateJour PIC 9(8).
              77 WheureJour PIC 9(4).
              77 Wtotal PIC 9(7).
              77 WtotalR PIC 9(7).
              77 WcourA PIC 9(3).
              77 WtotalCour PIC 9(7).
              77 WtotalCand PIC 9(7).
              77 Wnbmieux PIC 9(3).
              77 Wrang PIC 9(3).
              77 Wplace PIC 9(3).
              77 WgroupePrec PIC 9.
              77 WtotalPrec PIC 9(7).
              77 WdernierEq PIC 9(3).
              77 WcourEq PIC 9(3).
              77 WnbSoldees PIC 9(3).
              77 WetatCo PIC X(1).

       01 ImageAvant.
              02 Iav_classement PIC 9(3).
              02 Iav_min PIC 9(3).
              02 Iav_sec PIC 9(2).
              02 Iav_dixieme PIC 9(1).
              02 Iav_penalties PIC 9(2).
              02 Iav_points PIC 9(2).
              02 Iav_statut PIC X(3).
              02 Iav_r_min PIC 9(3).
              02 Iav_r_sec PIC 9(2).
              02 Iav_r_dixieme PIC 9(1).
       01 ImageRef.
              02 Irf_classement PIC 9(3).
              02 Irf_min PIC 9(3).
              02 Irf_sec PIC 9(2).
              02 Irf_dixieme PIC 9(1).
              02 Irf_penalties PIC 9(2).
              02 Irf_points PIC 9(2).
              02 Irf_statut PIC X(3).
              02 Irf_r_min PIC 9(3).
              02 Irf_r_sec PIC 9(2).
              02 Irf_r_dixieme PIC 9(1).

       PROCEDURE DIVISION.
       OPEN I-O frcl
       IF cr_rcl=35 THEN
       OPEN OUTPUT frcl
       END-IF
       CLOSE frcl
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- RECLAMATIONS ET DECISIONS DU JURY -----"
              DISPLAY "1. Enregistrer une reclamation"
              DISPLAY "2. Afficher les reclamations d'une course"
              DISPLAY "3. Decider une reclamation"
              DISPLAY "4. Afficher les courses a recalculer"
              DISPLAY "5. Solder le recalcul d'une course"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_reclamation
                            END-IF
                     WHEN 2 PERFORM Affichage_reclamations
                     WHEN 3 IF Wrole NOT = "J" AND Wrole NOT = "S" THEN
                                   DISPLAY "reserve au jury"
                            ELSE
                                   PERFORM Decider_reclamation
                            END-IF
                     WHEN 4 PERFORM Affichage_recalculs
                     WHEN 5 IF Wrole NOT = "J" AND Wrole NOT = "S" THEN
                                   DISPLAY "reserve au jury"
                            ELSE
                                   PERFORM Solder_recalcul
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_reclamation.
       OPEN INPUT fc
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "Rentrer numero Course"
              ACCEPT WnumCo
              MOVE WnumCo TO fc_numCo
              READ fc
              INVALID KEY IF cr_fc NOT = 23 THEN
                                 MOVE "Ajout_reclamation" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fc TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "inexistant"
              NOT INVALID KEY DISPLAY fc_numCo " " fc_typeCo
                              MOVE 1 To Wtrouver
              END-READ
       END-PERFORM
       CLOSE fc
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "reclamation sur un athlete (I) ou une"
                      " equipe (E)"
              ACCEPT Wtype
              MOVE FUNCTION UPPER-CASE(Wtype) TO Wtype
              IF Wtype = "I" OR Wtype = "E" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "type invalide"
              END-IF
       END-PERFORM
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              IF Wtype = "I" THEN
                     DISPLAY "rentrer numero athlete"
                     ACCEPT WnumA
                     PERFORM Verifier_participant
              ELSE
                     DISPLAY "rentrer numero equipe"
                     ACCEPT WnumA
                     PERFORM Verifier_equipe
              END-IF
       END-PERFORM
       DISPLAY "rentrer deposant (capitaine d'equipe, nation)"
       ACCEPT Wdeposant
       DISPLAY "rentrer motif de la reclamation"
       ACCEPT Wmotif
       PERFORM Chercher_numero_reclamation
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       MOVE FUNCTION CURRENT-DATE(9:4) TO WheureJour
       MOVE SPACES TO tamp_rcl
       MOVE WnumCo TO rcl_numCo
       MOVE WnumRcl TO rcl_numRcl
       MOVE WnumA TO rcl_numA
       MOVE Wtype TO rcl_type
       MOVE Wdeposant TO rcl_deposant
       MOVE WdateJour TO rcl_dateDepot
       MOVE WheureJour TO rcl_heureDepot
       MOVE Wmotif TO rcl_motif
       MOVE 0 TO rcl_ajout
       MOVE 0 TO rcl_numRef
       MOVE 0 TO rcl_dateDecision
       MOVE "N" TO rcl_applique
       MOVE "N" TO rcl_recalcul
       MOVE ZEROS TO rcl_avant
       MOVE SPACES TO rcl_av_statut
       OPEN I-O frcl
       WRITE tamp_rcl
       INVALID KEY MOVE "Ajout_reclamation" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_rcl TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur enregistrement reclamation"
       NOT INVALID KEY
                   DISPLAY "reclamation " WnumRcl " enregistree"
                   MOVE "WRITE" TO Woperation
                   MOVE "reclamations.dat" TO Wfichier
                   MOVE rcl_cle TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_rcl TO Wapres
                   PERFORM Journaliser
       END-WRITE
       CLOSE frcl.

       Verifier_participant.
       OPEN INPUT fp
       MOVE WnumCo TO fp_numCo
       MOVE WnumA TO fp_numA
       READ fp
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Verifier_participant" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "athlete non inscrit a cette course"
                   MOVE 0 TO Wtrouver
       NOT INVALID KEY MOVE 1 TO Wtrouver
       END-READ
       CLOSE fp.

       Verifier_equipe.
       OPEN INPUT ftm
       MOVE WnumCo TO ftm_numCo
       MOVE WnumA TO ftm_numEq
       READ ftm
       INVALID KEY IF cr_ftm NOT = 23 THEN
                          MOVE "Verifier_equipe" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "equipe inexistante pour cette course"
                   MOVE 0 TO Wtrouver
       NOT INVALID KEY MOVE 1 TO Wtrouver
       END-READ
       CLOSE ftm.

       Chercher_numero_reclamation.
       MOVE 0 TO WnumRcl
       OPEN INPUT frcl
       MOVE WnumCo TO rcl_numCo
       START frcl, KEY IS = rcl_numCo
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Chercher_numero_rec" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ frcl NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF rcl_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   IF rcl_numRcl > WnumRcl THEN
                                          MOVE rcl_numRcl TO WnumRcl
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE frcl
       ADD 1 TO WnumRcl.

       Affichage_reclamations.
       OPEN INPUT frcl
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       MOVE WnumCo TO rcl_numCo
       START frcl, KEY IS = rcl_numCo
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Affichage_reclamati" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "aucune reclamation pour cette course"
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ frcl NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF rcl_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   PERFORM Afficher_reclamation
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE frcl.

       Afficher_reclamation.
       DISPLAY "reclamation :" rcl_numRcl
               " type :" rcl_type
               " athlete/equipe :" rcl_numA
       DISPLAY "deposant :" rcl_deposant
               " le :" rcl_dateDepot " a " rcl_heureDepot
       DISPLAY "motif :" rcl_motif
       EVALUATE rcl_decision
              WHEN "A" DISPLAY "decision : ACCEPTEE sanction :"
                               rcl_sanction
                               " ajout :" rcl_ajout
                               " ref :" rcl_numRef
                               " le :" rcl_dateDecision
                               " jury :" rcl_jury
              WHEN "R" DISPLAY "decision : REJETEE le :"
                               rcl_dateDecision
                               " jury :" rcl_jury
              WHEN OTHER DISPLAY "decision : EN ATTENTE"
       END-EVALUATE
       IF rcl_recalcul = "O" THEN
              DISPLAY "points, medailles et primes a recalculer"
       END-IF.

       Decider_reclamation.
       OPEN I-O frcl
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       DISPLAY "Rentrer numero de reclamation"
       ACCEPT WnumRcl
       DISPLAY "Rentrer numero athlete ou equipe"
       ACCEPT WnumA
       MOVE WnumCo TO rcl_numCo
       MOVE WnumRcl TO rcl_numRcl
       MOVE WnumA TO rcl_numA
       READ frcl
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Decider_reclamation" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              PERFORM Afficher_reclamation
              IF rcl_decision NOT = SPACES THEN
                     DISPLAY "reclamation deja decidee"
              ELSE
                     PERFORM Saisir_decision
              END-IF
       END-READ
       CLOSE frcl.

       Saisir_decision.
       MOVE rcl_type TO Wtype
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer decision (A=acceptee, R=rejetee)"
              ACCEPT Wdecision
              MOVE FUNCTION UPPER-CASE(Wdecision) TO Wdecision
              IF Wdecision = "A" OR Wdecision = "R" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "decision invalide"
              END-IF
       END-PERFORM
       MOVE SPACES TO Wsanction
       MOVE 0 TO Wajout
       MOVE 0 TO WnumRef
       IF Wdecision = "A" THEN
              MOVE 0 TO Wvalide
              PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                     DISPLAY "rentrer sanction (TPS=temps ajoute,"
                             " DSQ=disqualification,"
                             " RET=resultat retabli)"
                     ACCEPT Wsanction
                     MOVE FUNCTION UPPER-CASE(Wsanction) TO Wsanction
                     IF Wsanction = "TPS" OR Wsanction = "DSQ"
                        OR Wsanction = "RET" THEN
                            MOVE 1 TO Wvalide
                     ELSE
                            DISPLAY "sanction invalide"
                     END-IF
              END-PERFORM
              IF Wsanction = "TPS" THEN
                     DISPLAY "rentrer temps ajoute (secondes)"
                     ACCEPT Wajout
              END-IF
              IF Wsanction = "RET" THEN
                     DISPLAY "rentrer numero de la reclamation"
                             " dont la sanction est annulee"
                     ACCEPT WnumRef
              END-IF
       END-IF
       DISPLAY "confirmer la decision (O/N)"
       ACCEPT Wconfirme
       MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
       IF Wconfirme NOT = "O" THEN
              DISPLAY "decision abandonnee"
       ELSE
              MOVE 1 TO Wapplique
              IF Wdecision = "A" THEN
                     PERFORM Appliquer_sanction
              END-IF
              IF Wapplique = 1 THEN
                     PERFORM Enregistrer_decision
              ELSE
                     DISPLAY "sanction non appliquee, decision non"
                             " enregistree"
              END-IF
       END-IF.

       Enregistrer_decision.
       MOVE WnumCo TO rcl_numCo
       MOVE WnumRcl TO rcl_numRcl
       MOVE WnumA TO rcl_numA
       READ frcl
       INVALID KEY MOVE "Enregistrer_decision" TO Wparagraphe
                   MOVE "READ" TO Woperation
                   MOVE cr_rcl TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur relecture reclamation"
       NOT INVALID KEY
              MOVE tamp_rcl TO Wavant
              MOVE Wdecision TO rcl_decision
              MOVE Wsanction TO rcl_sanction
              MOVE Wajout TO rcl_ajout
              MOVE WnumRef TO rcl_numRef
              MOVE FUNCTION CURRENT-DATE(1:8) TO rcl_dateDecision
              MOVE Woperateur TO rcl_jury
              IF Wdecision = "A" THEN
                     MOVE "O" TO rcl_applique
                     MOVE "O" TO rcl_recalcul
                     MOVE ImageAvant TO rcl_avant
              END-IF
              REWRITE tamp_rcl
              INVALID KEY MOVE "Enregistrer_decision" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour reclamation"
              NOT INVALID KEY
                          DISPLAY "decision enregistree"
                          IF Wdecision = "A" THEN
                                 DISPLAY "points, medailles et primes"
                                         " de la course " WnumCo
                                         " a recalculer"
                          END-IF
                          MOVE "REWRITE" TO Woperation
                          MOVE "reclamations.dat" TO Wfichier
                          MOVE rcl_cle TO Wcle
                          MOVE tamp_rcl TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ.

       Appliquer_sanction.
       MOVE 0 TO Wapplique
       PERFORM Lire_etat_course
       IF WetatCo = "V" THEN
              DISPLAY "course verrouillee apres cloture, sanction"
                      " refusee"
       ELSE
              PERFORM Executer_sanction
              IF Wapplique = 1 AND WetatCo = "O" THEN
                     PERFORM Reouvrir_course
              END-IF
       END-IF.

       Lire_etat_course.
       MOVE SPACES TO WetatCo
       OPEN INPUT fc
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Lire_etat_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE fc_etat TO WetatCo
       END-READ
       CLOSE fc.

       Reouvrir_course.
       OPEN I-O fc
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY MOVE "Reouvrir_course" TO Wparagraphe
                   MOVE "READ" TO Woperation
                   MOVE cr_fc TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY
              MOVE tamp_fc TO Wavant
              MOVE "P" TO fc_etat
              MOVE 0 TO fc_signeDate
              MOVE SPACES TO fc_signeOp
              REWRITE tamp_fc
              INVALID KEY MOVE "Reouvrir_course" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur reouverture course"
              NOT INVALID KEY
                          DISPLAY "course " WnumCo " reouverte, "
                                  "resultats a signer de nouveau"
                          MOVE "REWRITE" TO Woperation
                          MOVE "courses.dat" TO Wfichier
                          MOVE fc_numCo TO Wcle
                          MOVE tamp_fc TO Wapres
                          PERFORM Journaliser
                          MOVE "REOUVERT" TO Woperation
                          MOVE SPACES TO Wapres
                          STRING "reclamation " WnumRcl
                                 " athlete/equipe " WnumA
                                 " acceptee par le jury"
                                 DELIMITED BY SIZE INTO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       CLOSE fc.

       Executer_sanction.
       MOVE ZEROS TO ImageAvant
       MOVE SPACES TO Iav_statut
       IF Wsanction = "RET" THEN
              PERFORM Lire_reclamation_annulee
       ELSE
              MOVE 1 TO Wtrouver
       END-IF
       IF Wtrouver = 1 THEN
              IF Wtype = "I" THEN
                     PERFORM Appliquer_sanction_participant
              ELSE
                     PERFORM Appliquer_sanction_equipe
              END-IF
       END-IF.

       Lire_reclamation_annulee.
       MOVE 0 TO Wtrouver
       MOVE WnumCo TO rcl_numCo
       MOVE WnumRef TO rcl_numRcl
       MOVE WnumA TO rcl_numA
       READ frcl
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Lire_reclamation_an" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "reclamation de reference inexistante"
                           " pour cet athlete ou cette equipe"
       NOT INVALID KEY
              IF rcl_decision NOT = "A" OR rcl_applique NOT = "O"
                 OR rcl_sanction = "RET" THEN
                     DISPLAY "la reclamation de reference n'a pas"
                             " de sanction appliquee"
              ELSE
                     MOVE rcl_avant TO ImageRef
                     PERFORM Chercher_annulation
              END-IF
       END-READ.

       Chercher_annulation.
       MOVE 1 TO Wtrouver
       MOVE WnumCo TO rcl_numCo
       START frcl, KEY IS = rcl_numCo
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Chercher_annulation" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO WfinR
              PERFORM WITH TEST AFTER UNTIL WfinR = 1
                     READ frcl NEXT
                     AT END MOVE 1 TO WfinR
                     NOT AT END
                            IF rcl_numCo NOT = WnumCo THEN
                                   MOVE 1 TO WfinR
                            ELSE
                                   IF rcl_numA = WnumA
                                      AND rcl_decision = "A"
                                      AND rcl_sanction = "RET"
                                      AND rcl_numRef = WnumRef THEN
                                          MOVE 0 TO Wtrouver
                                          MOVE 1 TO WfinR
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       IF Wtrouver = 0 THEN
              DISPLAY "la sanction de la reclamation " WnumRef
                      " a deja ete annulee par la reclamation "
                      rcl_numRcl
              MOVE "Chercher_annulation" TO Wparagraphe
              MOVE "RET" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Appliquer_sanction_participant.
       OPEN I-O fp
       MOVE WnumCo TO fp_numCo
       MOVE WnumA TO fp_numA
       READ fp
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Appliquer_sanction_p" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "participant inexistant"
       NOT INVALID KEY
              MOVE tamp_fp TO Wavant
              MOVE fp_classement TO Iav_classement
              MOVE fp_min TO Iav_min
              MOVE fp_sec TO Iav_sec
              MOVE fp_dixieme TO Iav_dixieme
              MOVE fp_penalties TO Iav_penalties
              MOVE fp_points TO Iav_points
              MOVE fp_statut TO Iav_statut
              EVALUATE Wsanction
                     WHEN "TPS"
                            COMPUTE Wtotal = fp_min * 600 + fp_sec * 10
                                    + fp_dixieme + Wajout * 10
                            COMPUTE fp_min = Wtotal / 600
                            COMPUTE fp_sec = (Wtotal - fp_min * 600)
                                    / 10
                            COMPUTE fp_dixieme = Wtotal - fp_min * 600
                                    - fp_sec * 10
                     WHEN "DSQ"
                            MOVE "DSQ" TO fp_statut
                            MOVE 0 TO fp_points
                     WHEN "RET"
                            MOVE Irf_min TO fp_min
                            MOVE Irf_sec TO fp_sec
                            MOVE Irf_dixieme TO fp_dixieme
                            MOVE Irf_penalties TO fp_penalties
                            MOVE Irf_points TO fp_points
                            MOVE Irf_statut TO fp_statut
              END-EVALUATE
              REWRITE tamp_fp
              INVALID KEY MOVE "Appliquer_sanction_p" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour participant"
              NOT INVALID KEY
                          MOVE 1 TO Wapplique
                          MOVE "REWRITE" TO Woperation
                          MOVE "participants.dat" TO Wfichier
                          MOVE fp_cle TO Wcle
                          MOVE tamp_fp TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       IF Wapplique = 1 THEN
              PERFORM Calculer_classement_course
       END-IF
       CLOSE fp.

       Appliquer_sanction_equipe.
       OPEN I-O ftm
       MOVE WnumCo TO ftm_numCo
       MOVE WnumA TO ftm_numEq
       READ ftm
       INVALID KEY IF cr_ftm NOT = 23 THEN
                          MOVE "Appliquer_sanction_e" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "equipe inexistante"
       NOT INVALID KEY
              MOVE tamp_ftm TO Wavant
              MOVE ftm_classement TO Iav_classement
              MOVE ftm_min TO Iav_min
              MOVE ftm_sec TO Iav_sec
              MOVE ftm_dixieme TO Iav_dixieme
              MOVE ftm_points TO Iav_points
              MOVE ftm_p_min(4) TO Iav_r_min
              MOVE ftm_p_sec(4) TO Iav_r_sec
              MOVE ftm_p_dixieme(4) TO Iav_r_dixieme
              EVALUATE Wsanction
                     WHEN "TPS"
                            COMPUTE Wtotal = ftm_min * 600
                                    + ftm_sec * 10 + ftm_dixieme
                                    + Wajout * 10
                            COMPUTE ftm_min = Wtotal / 600
                            COMPUTE ftm_sec = (Wtotal - ftm_min * 600)
                                    / 10
                            COMPUTE ftm_dixieme = Wtotal
                                    - ftm_min * 600 - ftm_sec * 10
                            COMPUTE WtotalR = ftm_p_min(4) * 600
                                    + ftm_p_sec(4) * 10
                                    + ftm_p_dixieme(4) + Wajout * 10
                            COMPUTE ftm_p_min(4) = WtotalR / 600
                            COMPUTE ftm_p_sec(4) = (WtotalR
                                    - ftm_p_min(4) * 600) / 10
                            COMPUTE ftm_p_dixieme(4) = WtotalR
                                    - ftm_p_min(4) * 600
                                    - ftm_p_sec(4) * 10
                     WHEN "DSQ"
                            MOVE 0 TO ftm_classement
                            MOVE 0 TO ftm_points
                     WHEN "RET"
                            MOVE Irf_min TO ftm_min
                            MOVE Irf_sec TO ftm_sec
                            MOVE Irf_dixieme TO ftm_dixieme
                            MOVE Irf_points TO ftm_points
                            MOVE Irf_r_min TO ftm_p_min(4)
                            MOVE Irf_r_sec TO ftm_p_sec(4)
                            MOVE Irf_r_dixieme TO ftm_p_dixieme(4)
                            IF Irf_classement > 0 THEN
                                   MOVE 999 TO ftm_classement
                            END-IF
              END-EVALUATE
              REWRITE tamp_ftm
              INVALID KEY MOVE "Appliquer_sanction_e" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour equipe"
              NOT INVALID KEY
                          MOVE 1 TO Wapplique
                          MOVE "REWRITE" TO Woperation
                          MOVE "equipes.dat" TO Wfichier
                          MOVE ftm_cle TO Wcle
                          MOVE tamp_ftm TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       IF Wapplique = 1 THEN
              PERFORM Calculer_classement_equipes
       END-IF
       CLOSE ftm.

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
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fp NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
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
       MOVE WnumCo TO fp_numCo
       MOVE WcourA TO fp_numA
       READ fp
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Ranger_rang_partici" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF fp_classement NOT = Wrang THEN
                     MOVE tamp_fp TO Wavant
                     MOVE Wrang TO fp_classement
                     REWRITE tamp_fp
                     INVALID KEY MOVE "Ranger_rang_partici" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fp TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur mise a jour rang"
                     NOT INVALID KEY
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "participants.dat" TO Wfichier
                                 MOVE fp_cle TO Wcle
                                 MOVE tamp_fp TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ.

       Calculer_classement_equipes.
       MOVE 0 TO WdernierEq
       MOVE 0 TO WfinC
       PERFORM WITH TEST AFTER UNTIL WfinC = 1
              MOVE WnumCo TO ftm_numCo
              MOVE WdernierEq TO ftm_numEq
              START ftm, KEY IS > ftm_cle
              INVALID KEY MOVE 1 TO WfinC
              NOT INVALID KEY
                     READ ftm NEXT
                     AT END MOVE 1 TO WfinC
                     NOT AT END
                            IF ftm_numCo NOT = WnumCo THEN
                                   MOVE 1 TO WfinC
                            ELSE
                                   MOVE ftm_numEq TO WcourEq
                                   COMPUTE WtotalCour = ftm_min * 600
                                           + ftm_sec * 10 + ftm_dixieme
                                   IF ftm_classement > 0
                                      AND WtotalCour > 0 THEN
                                          PERFORM Calculer_rang_equipe
                                          PERFORM Ranger_rang_equipe
                                   END-IF
                                   MOVE WcourEq TO WdernierEq
                            END-IF
                     END-READ
              END-START
       END-PERFORM
       DISPLAY "classement des equipes de la course " WnumCo
               " recalcule".

       Calculer_rang_equipe.
       MOVE 0 TO Wnbmieux
       MOVE WnumCo TO ftm_numCo
       START ftm, KEY IS = ftm_numCo
       INVALID KEY CONTINUE
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftm NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ftm_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   COMPUTE WtotalCand = ftm_min * 600
                                           + ftm_sec * 10 + ftm_dixieme
                                   IF ftm_classement > 0
                                      AND WtotalCand > 0
                                      AND WtotalCand < WtotalCour THEN
                                          ADD 1 TO Wnbmieux
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       COMPUTE Wrang = 1 + Wnbmieux.

       Ranger_rang_equipe.
       MOVE WnumCo TO ftm_numCo
       MOVE WcourEq TO ftm_numEq
       READ ftm
       INVALID KEY IF cr_ftm NOT = 23 THEN
                          MOVE "Ranger_rang_equipe" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF ftm_classement NOT = Wrang THEN
                     MOVE tamp_ftm TO Wavant
                     MOVE Wrang TO ftm_classement
                     REWRITE tamp_ftm
                     INVALID KEY MOVE "Ranger_rang_equipe" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_ftm TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur mise a jour rang"
                     NOT INVALID KEY
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "equipes.dat" TO Wfichier
                                 MOVE ftm_cle TO Wcle
                                 MOVE tamp_ftm TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ.

       Affichage_recalculs.
       OPEN INPUT frcl
       MOVE 0 TO Wtrouver
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ frcl NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF rcl_recalcul = "O" THEN
                            MOVE 1 TO Wtrouver
                            DISPLAY "course :" rcl_numCo
                                    " reclamation :" rcl_numRcl
                                    " athlete/equipe :" rcl_numA
                                    " sanction :" rcl_sanction
                                    " le :" rcl_dateDecision
                     END-IF
              END-READ
       END-PERFORM
       CLOSE frcl
       IF Wtrouver = 0 THEN
              DISPLAY "aucune course a recalculer"
       ELSE
              DISPLAY "relancer attribution des points, medailles"
                      " et paiements pour ces courses"
       END-IF.

       Solder_recalcul.
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       MOVE 0 TO WnbSoldees
       OPEN I-O frcl
       MOVE WnumCo TO rcl_numCo
       START frcl, KEY IS = rcl_numCo
       INVALID KEY IF cr_rcl NOT = 23 THEN
                          MOVE "Solder_recalcul" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_rcl TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ frcl NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF rcl_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   IF rcl_recalcul = "O" THEN
                                          PERFORM Solder_reclamation
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE frcl
       DISPLAY WnbSoldees " reclamation(s) soldee(s)".

       Solder_reclamation.
       MOVE tamp_rcl TO Wavant
       MOVE "N" TO rcl_recalcul
       REWRITE tamp_rcl
       INVALID KEY MOVE "Solder_reclamation" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_rcl TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur mise a jour reclamation"
       NOT INVALID KEY
                   ADD 1 TO WnbSoldees
                   MOVE "REWRITE" TO Woperation
                   MOVE "reclamations.dat" TO Wfichier
                   MOVE rcl_cle TO Wcle
                   MOVE tamp_rcl TO Wapres
                   PERFORM Journaliser
       END-REWRITE.

       Controler_operateur.
       MOVE 0 TO Wconnecte
       MOVE 0 TO Wbootstrap
       OPEN INPUT fop
       IF cr_fop = 35 THEN
              MOVE 1 TO Wbootstrap
       ELSE
              READ fop NEXT
              AT END MOVE 1 TO Wbootstrap
              NOT AT END CONTINUE
              END-READ
       END-IF
       IF Wbootstrap = 1 THEN
              DISPLAY "fichier operateurs vide, acces superviseur"
              DISPLAY "rentrer code operateur"
              ACCEPT Woperateur
              MOVE "S" TO Wrole
              MOVE 1 TO Wconnecte
       ELSE
              MOVE 0 TO WnbEssais
              PERFORM WITH TEST AFTER UNTIL Wconnecte = 1
                 OR WnbEssais >= 3
                     ADD 1 TO WnbEssais
                     DISPLAY "rentrer code operateur"
                     ACCEPT Woperateur
                     MOVE FUNCTION UPPER-CASE(Woperateur)
                          TO Woperateur
                     DISPLAY "rentrer mot de passe"
                     ACCEPT Wmdp
                     MOVE Woperateur TO op_code
                     READ fop
                     INVALID KEY DISPLAY "code ou mot de passe"
                                         " invalide"
                     NOT INVALID KEY
                            IF op_mdp = Wmdp THEN
                                   MOVE op_role TO Wrole
                                   MOVE 1 TO Wconnecte
                            ELSE
                                   DISPLAY "code ou mot de passe"
                                           " invalide"
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fop
       IF Wconnecte = 0 THEN
              MOVE "Controler_operateur" TO Wparagraphe
              MOVE "SIGNON" TO Woperation
              MOVE SPACES TO Wstatut
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
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Woperateur TO jrn_operateur
       MOVE Whorodatage TO jrn_horodatage
       MOVE Wfichier TO jrn_fichier
       MOVE Woperation TO jrn_operation
       MOVE Wcle TO jrn_cle
       MOVE Wavant TO jrn_avant
       MOVE Wapres TO jrn_apres
       OPEN EXTEND fjrn
       IF cr_jrn = 35 THEN
              OPEN OUTPUT fjrn
       END-IF
       WRITE tamp_jrn
       CLOSE fjrn.

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
       MOVE Wparagraphe TO log_paragraphe
       MOVE Woperation TO log_operation
       MOVE Wstatut TO log_statut
       MOVE Whorodatage TO log_horodatage
       OPEN EXTEND flog
       IF cr_log = 35 THEN
              OPEN OUTPUT flog
       END-IF
       WRITE tamp_log
       CLOSE flog.
