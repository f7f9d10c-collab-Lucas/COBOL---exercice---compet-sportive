       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctiondopage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fdop assign to "dopage.dat"
              organization indexed
              access mode is dynamic
              record key is dop_cle
              file status is cr_dop.

              select fp assign to "participants.dat"
              organization indexed
              access mode is dynamic
              record key is fp_cle
              alternate record key is fp_numA WITH DUPLICATES
              alternate record key is fp_numCo WITH DUPLICATES
              file status is cr_fp.

              select ftm assign to "equipes.dat"
              organization indexed
              access mode is dynamic
              record key is ftm_cle
              alternate record key is ftm_numCo WITH DUPLICATES
              file status is cr_ftm.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select fprm assign to "primes.dat"
              organization indexed
              access mode is dynamic
              record key is prm_cle
              file status is cr_prm.

              select fpay assign to "paiements.dat"
              organization indexed
              access mode is dynamic
              record key is pay_cle
              alternate record key is pay_numCompet WITH DUPLICATES
              file status is cr_pay.

              select ffin assign to WnomFin
              organization line sequential
              file status is cr_fin.

              select fimp assign to "sanctiondopage.prn"
              organization line sequential
              file status is cr_imp.

              select ftri assign to "rangs.tmp".

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

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              record key is op_code
              file status is cr_fop.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

       FD fdop.
              01 tamp_dop.
                     02 dop_cle.
                            03 dop_numCo PIC 9(3).
                            03 dop_numA PIC 9(3).
                     02 dop_selection PIC X(15).
                     02 dop_dateTirage PIC 9(8).
                     02 dop_echantillon PIC X(12).
                     02 dop_resultat PIC X(1).
                     02 dop_dateDecision PIC 9(8).
                     02 dop_debut PIC 9(8).
                     02 dop_fin PIC 9(8).
                     02 dop_traite PIC X(1).
                     02 dop_dateTraitement PIC 9(8).

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

       FD fa.
              01 tamp_fa.
                     02 fa_numA PIC 9(3).
                     02 fa_nom PIC X(30).
                     02 fa_prenom PIC X(30).
                     02 fa_pays PIC X(30).
                     02 fa_annee PIC 9(4).
                     02 fa_sexe PIC X(1).
                     02 fa_classementP PIC 9(5).
                     02 fa_best_individuel.
                            03 fa_bi_min PIC 9(3).
                            03 fa_bi_sec PIC 9(2).
                            03 fa_bi_dixieme PIC 9(1).
                     02 fa_best_sprint.
                            03 fa_bs_min PIC 9(3).
                            03 fa_bs_sec PIC 9(2).
                            03 fa_bs_dixieme PIC 9(1).
                     02 fa_best_poursuite.
                            03 fa_bp_min PIC 9(3).
                            03 fa_bp_sec PIC 9(2).
                            03 fa_bp_dixieme PIC 9(1).
                     02 fa_best_massstart.
                            03 fa_bm_min PIC 9(3).
                            03 fa_bm_sec PIC 9(2).
                            03 fa_bm_dixieme PIC 9(1).
                     02 fa_iban PIC X(34).

       FD fprm.
              01 tamp_prm.
                     02 prm_cle.
                            03 prm_numCompet PIC 9(3).
                            03 prm_rang PIC 9(3).
                     02 prm_montant PIC 9(6).

       FD fpay.
              01 tamp_pay.
                     02 pay_cle.
                            03 pay_numCompet PIC 9(3).
                            03 pay_numA PIC 9(3).
                     02 pay_montant PIC 9(8).
                     02 pay_statut PIC X(8).
                     02 pay_date PIC 9(8).
                     02 pay_retenue PIC 9(8).

       FD ffin.
              01 tamp_fin PIC X(2).

       FD fimp.
              01 tamp_imp PIC X(120).

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

       FD fses.
              01 tamp_ses.
                     02 ses_cle.
                            03 ses_programme PIC X(12).
                            03 ses_operateur PIC X(8).
                            03 ses_debut PIC X(21).

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

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
              77 cr_dop PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_prm PIC 9(2).
              77 cr_pay PIC 9(2).
              77 cr_fin PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 cr_fop PIC 9(2).
              77 Woperateur PIC X(8).
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wforcer PIC X(1).
              77 Wsuperviseur PIC X(8).
              77 Wmdp PIC X(8).
              77 Wverrouille PIC 9.
              77 WnbSessions PIC 9(3).
              77 WfinSes PIC 9.
              77 Wprogramme PIC X(12) VALUE "SANCTIONDOPA".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinC PIC 9.
              77 WfinD PIC 9.
              77 WfinP PIC 9.
              77 WnumCo PIC 9(3).
              77 WnumA PIC 9(3).
              77 WnumEq PIC 9(3).
              77 Wdebut PIC 9(8).
              77 WfinSanction PIC 9(8).
              77 WnbRes PIC 9(3).
              77 WnbEq PIC 9(3).
              77 WnbCpt PIC 9(3).
              77 Widx PIC 9(3).
              77 Wj PIC 9(3).
              77 Wk PIC 9.
              77 Wdans PIC 9.
              77 Wmontant PIC 9(6).
              77 WnbSanctions PIC 9(3).
              77 WnbDsq PIC 9(5).
              77 WnbDsqEq PIC 9(5).
              77 WnbRecouvr PIC 9(5).
              77 WnomFin PIC X(20).
              77 WetapeLib PIC X(30).
              77 Wflagok PIC 9.
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
              77 WligneImp PIC X(120).
              77 WnbSig PIC 9(3).
              77 Wverif PIC 9.
              77 Wdeborde PIC 9.

       01 TableResultats.
              02 Tres OCCURS 100 TIMES.
                     03 Tres_numCo PIC 9(3).
                     03 Tres_numCompet PIC 9(3).
                     03 Tres_prime PIC 9(6).

       01 TableEquipes.
              02 Teq OCCURS 50 TIMES.
                     03 Teq_numCo PIC 9(3).
                     03 Teq_numEq PIC 9(3).

       01 TableCompets.
              02 Tcpt OCCURS 50 TIMES.
                     03 Tcpt_numCompet PIC 9(3).
                     03 Tcpt_prime PIC 9(8).

       01 TableSignees.
              02 Tsig OCCURS 100 TIMES.
                     03 Tsig_numCo PIC 9(3).
                     03 Tsig_etat PIC X(1).
                     03 Tsig_signeDate PIC 9(8).
                     03 Tsig_signeOp PIC X(8).

       PROCEDURE DIVISION.
       DISPLAY "rentrer code operateur"
       ACCEPT Woperateur
       PERFORM Prendre_verrou
       OPEN I-O fdop
       IF cr_dop = 35 THEN
              OPEN OUTPUT fdop
       END-IF
       CLOSE fdop
       OPEN I-O fpay
       IF cr_pay = 35 THEN
              OPEN OUTPUT fpay
       END-IF
       CLOSE fpay
       MOVE 0 TO WnbSanctions
       MOVE 0 TO WnbDsq
       MOVE 0 TO WnbDsqEq
       MOVE 0 TO WnbRecouvr
       MOVE 0 TO WnbSig
       OPEN OUTPUT fimp
       MOVE "TRAITEMENT DES SANCTIONS ANTIDOPAGE" TO WligneImp
       PERFORM Ecrire_ligne
       MOVE 0 TO Wdeborde
       MOVE 1 TO Wverif
       PERFORM Traiter_controles
       IF Wdeborde = 1 THEN
              MOVE SPACES TO WligneImp
              STRING "traitement abandonne, capacite des tables"
                     " depassee : aucune modification effectuee"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
              CLOSE fimp
              PERFORM Rendre_verrou
              STOP RUN
       END-IF
       MOVE 0 TO Wverif
       MOVE 0 TO WnbSanctions
       MOVE 0 TO WnbSig
       PERFORM Traiter_controles
       IF WnbSanctions = 0 THEN
              MOVE "aucun resultat anormal a traiter" TO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              PERFORM Suspendre_signatures
              PERFORM Relancer_classements
              PERFORM Retablir_signatures
       END-IF
       MOVE SPACES TO WligneImp
       STRING "sanctions traitees:" WnbSanctions
              " resultats disqualifies:" WnbDsq
              " equipes disqualifiees:" WnbDsqEq
              " primes a recuperer:" WnbRecouvr
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       CLOSE fimp
       DISPLAY "rapport ecrit dans sanctiondopage.prn"
       PERFORM Rendre_verrou
       STOP RUN.

       Traiter_controles.
       OPEN I-O fdop
       OPEN I-O fp
       OPEN I-O ftm
       OPEN INPUT fc
       OPEN INPUT fa
       OPEN INPUT fprm
       OPEN I-O fpay
       MOVE 0 TO WfinD
       PERFORM WITH TEST AFTER UNTIL WfinD = 1
              READ fdop NEXT
              AT END MOVE 1 TO WfinD
              NOT AT END
                     IF dop_resultat = "P" AND dop_traite NOT = "O"
                        AND dop_debut > 0 THEN
                            PERFORM Traiter_sanction
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fdop
       CLOSE fp
       CLOSE ftm
       CLOSE fc
       CLOSE fa
       CLOSE fprm
       CLOSE fpay.

       Traiter_sanction.
       IF Wverif = 1 THEN
              PERFORM Verifier_sanction
       ELSE
              PERFORM Appliquer_sanction
       END-IF.

       Verifier_sanction.
       ADD 1 TO WnbSanctions
       MOVE dop_numA TO WnumA
       MOVE dop_debut TO Wdebut
       MOVE dop_fin TO WfinSanction
       MOVE 0 TO WnbCpt
       PERFORM Collecter_resultats
       PERFORM Collecter_equipes
       MOVE 1 TO Widx
       IF WnbRes > 0 THEN
              PERFORM WITH TEST AFTER UNTIL Widx > WnbRes
                     MOVE Tres_numCo(Widx) TO WnumCo
                     PERFORM Cumuler_compet
                     PERFORM Retenir_course_signee
                     ADD 1 TO Widx
              END-PERFORM
       END-IF
       MOVE 1 TO Widx
       IF WnbEq > 0 THEN
              PERFORM WITH TEST AFTER UNTIL Widx > WnbEq
                     MOVE Teq_numCo(Widx) TO WnumCo
                     PERFORM Retenir_course_signee
                     ADD 1 TO Widx
              END-PERFORM
       END-IF.

       Appliquer_sanction.
       ADD 1 TO WnbSanctions
       MOVE tamp_dop TO Wavant
       MOVE dop_numA TO WnumA
       MOVE dop_debut TO Wdebut
       MOVE dop_fin TO WfinSanction
       MOVE WnumA TO fa_numA
       READ fa
       INVALID KEY IF cr_fa NOT = 23 THEN
                          MOVE "Traiter_sanction" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fa TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   MOVE SPACES TO fa_nom
                   MOVE SPACES TO fa_prenom
       NOT INVALID KEY CONTINUE
       END-READ
       MOVE SPACES TO WligneImp
       STRING "athlete " WnumA " " FUNCTION TRIM(fa_nom)
              " " FUNCTION TRIM(fa_prenom)
              " echantillon " dop_echantillon
              " course du controle " dop_numCo
              " sanction du " Wdebut " au " WfinSanction
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE 0 TO WnbCpt
       PERFORM Collecter_resultats
       PERFORM Disqualifier_resultats
       PERFORM Collecter_equipes
       PERFORM Disqualifier_equipes
       PERFORM Recouvrer_primes
       MOVE "O" TO dop_traite
       MOVE FUNCTION CURRENT-DATE(1:8) TO dop_dateTraitement
       REWRITE tamp_dop
       INVALID KEY MOVE "Traiter_sanction" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_dop TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur mise a jour controle"
       NOT INVALID KEY
                   MOVE "SANCTION" TO Woperation
                   MOVE "dopage.dat" TO Wfichier
                   MOVE dop_cle TO Wcle
                   MOVE tamp_dop TO Wapres
                   PERFORM Journaliser
       END-REWRITE.

       Collecter_resultats.
       MOVE 0 TO WnbRes
       MOVE WnumA TO fp_numA
       START fp, KEY IS = fp_numA
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Collecter_resultats" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO WfinP
              PERFORM WITH TEST AFTER UNTIL WfinP = 1
                     READ fp NEXT
                     AT END MOVE 1 TO WfinP
                     NOT AT END
                            IF fp_numA NOT = WnumA THEN
                                   MOVE 1 TO WfinP
                            ELSE
                                   IF fp_statut NOT = "DSQ" THEN
                                          MOVE fp_numCo TO WnumCo
                                          PERFORM Lire_course
                                          IF Wdans = 1 THEN
                                             PERFORM Retenir_resultat
                                          END-IF
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Lire_course.
       MOVE 0 TO Wdans
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Lire_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF fc_date >= Wdebut AND fc_date <= WfinSanction THEN
                     MOVE 1 TO Wdans
              END-IF
       END-READ.

       Retenir_resultat.
       IF WnbRes >= 100 THEN
              MOVE "Retenir_resultat" TO Wparagraphe
              PERFORM Signaler_debordement
       ELSE
              PERFORM Stocker_resultat
       END-IF.

       Stocker_resultat.
       ADD 1 TO WnbRes
       MOVE fp_numCo TO Tres_numCo(WnbRes)
       MOVE fc_numCompet TO Tres_numCompet(WnbRes)
       MOVE 0 TO Tres_prime(WnbRes)
       IF fp_classement > 0 THEN
              MOVE fc_numCompet TO prm_numCompet
              MOVE fp_classement TO prm_rang
              READ fprm
              INVALID KEY IF cr_prm NOT = 23 THEN
                                 MOVE "Retenir_resultat" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_prm TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY MOVE prm_montant TO Tres_prime(WnbRes)
              END-READ
       END-IF.

       Disqualifier_resultats.
       MOVE 1 TO Widx
       IF WnbRes > 0 THEN
       PERFORM WITH TEST AFTER UNTIL Widx > WnbRes
              MOVE Tres_numCo(Widx) TO WnumCo
              MOVE Tres_numCo(Widx) TO fp_numCo
              MOVE WnumA TO fp_numA
              READ fp
              INVALID KEY MOVE "Disqualifier_result" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fp TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                     MOVE tamp_fp TO Wavant
                     MOVE "DSQ" TO fp_statut
                     MOVE 0 TO fp_points
                     REWRITE tamp_fp
                     INVALID KEY MOVE "Disqualifier_result" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fp TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur disqualification"
                     NOT INVALID KEY
                                 ADD 1 TO WnbDsq
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "participants.dat" TO Wfichier
                                 MOVE fp_cle TO Wcle
                                 MOVE tamp_fp TO Wapres
                                 PERFORM Journaliser
                                 MOVE SPACES TO WligneImp
                                 STRING "   course " WnumCo
                                        " competition "
                                        Tres_numCompet(Widx)
                                        " : resultat disqualifie,"
                                        " prime concernee "
                                        Tres_prime(Widx)
                                        DELIMITED BY SIZE
                                        INTO WligneImp
                                 PERFORM Ecrire_ligne
                                 PERFORM Cumuler_compet
                                 PERFORM Calculer_classement_course
                                 PERFORM Retenir_course_signee
                     END-REWRITE
              END-READ
              ADD 1 TO Widx
       END-PERFORM
       END-IF.

       Cumuler_compet.
       MOVE 0 TO Wdans
       MOVE 1 TO Wj
       IF WnbCpt > 0 THEN
              PERFORM WITH TEST AFTER UNTIL Wj > WnbCpt OR Wdans = 1
                     IF Tcpt_numCompet(Wj) = Tres_numCompet(Widx) THEN
                            MOVE 1 TO Wdans
                     ELSE
                            ADD 1 TO Wj
                     END-IF
              END-PERFORM
       END-IF
       IF Wdans = 0 AND WnbCpt >= 50 THEN
              MOVE "Cumuler_compet" TO Wparagraphe
              PERFORM Signaler_debordement
       END-IF
       IF Wdans = 0 AND WnbCpt < 50 THEN
              ADD 1 TO WnbCpt
              MOVE WnbCpt TO Wj
              MOVE Tres_numCompet(Widx) TO Tcpt_numCompet(Wj)
              MOVE 0 TO Tcpt_prime(Wj)
              MOVE 1 TO Wdans
       END-IF
       IF Wdans = 1 THEN
              ADD Tres_prime(Widx) TO Tcpt_prime(Wj)
       END-IF.

       Collecter_equipes.
       MOVE 0 TO WnbEq
       MOVE 0 TO ftm_numCo
       MOVE 0 TO ftm_numEq
       START ftm, KEY IS >= ftm_cle
       INVALID KEY IF cr_ftm NOT = 23 THEN
                          MOVE "Collecter_equipes" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO WfinP
              PERFORM WITH TEST AFTER UNTIL WfinP = 1
                     READ ftm NEXT
                     AT END MOVE 1 TO WfinP
                     NOT AT END
                            IF (ftm_athlete(1) = WnumA
                               OR ftm_athlete(2) = WnumA
                               OR ftm_athlete(3) = WnumA
                               OR ftm_athlete(4) = WnumA)
                               AND (ftm_classement > 0
                               OR ftm_points > 0) THEN
                                   MOVE ftm_numCo TO WnumCo
                                   PERFORM Lire_course
                                   IF Wdans = 1 THEN
                                          PERFORM Retenir_equipe
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Retenir_equipe.
       IF WnbEq >= 50 THEN
              MOVE "Retenir_equipe" TO Wparagraphe
              PERFORM Signaler_debordement
       ELSE
              ADD 1 TO WnbEq
              MOVE ftm_numCo TO Teq_numCo(WnbEq)
              MOVE ftm_numEq TO Teq_numEq(WnbEq)
       END-IF.

       Disqualifier_equipes.
       MOVE 1 TO Widx
       IF WnbEq > 0 THEN
       PERFORM WITH TEST AFTER UNTIL Widx > WnbEq
              MOVE Teq_numCo(Widx) TO WnumCo
              MOVE Teq_numCo(Widx) TO ftm_numCo
              MOVE Teq_numEq(Widx) TO ftm_numEq
              READ ftm
              INVALID KEY MOVE "Disqualifier_equipes" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ftm TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                     MOVE tamp_ftm TO Wavant
                     MOVE 0 TO ftm_classement
                     MOVE 0 TO ftm_points
                     REWRITE tamp_ftm
                     INVALID KEY MOVE "Disqualifier_equipes" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_ftm TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur disqualification"
                     NOT INVALID KEY
                                 ADD 1 TO WnbDsqEq
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "equipes.dat" TO Wfichier
                                 MOVE ftm_cle TO Wcle
                                 MOVE tamp_ftm TO Wapres
                                 PERFORM Journaliser
                                 MOVE SPACES TO WligneImp
                                 STRING "   course " WnumCo
                                        " equipe " ftm_numEq
                                        " " FUNCTION TRIM(ftm_pays)
                                        " : relais disqualifie"
                                        DELIMITED BY SIZE
                                        INTO WligneImp
                                 PERFORM Ecrire_ligne
                                 PERFORM Calculer_classement_equipes
                                 PERFORM Retenir_course_signee
                     END-REWRITE
              END-READ
              ADD 1 TO Widx
       END-PERFORM
       END-IF.

       Recouvrer_primes.
       MOVE 1 TO Wj
       IF WnbCpt > 0 THEN
       PERFORM WITH TEST AFTER UNTIL Wj > WnbCpt
              MOVE Tcpt_numCompet(Wj) TO pay_numCompet
              MOVE WnumA TO pay_numA
              READ fpay
              INVALID KEY IF cr_pay NOT = 23 THEN
                                 MOVE "Recouvrer_primes" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_pay TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     IF pay_statut = "PAYE" THEN
                            PERFORM Marquer_recouvrement
                     END-IF
              END-READ
              ADD 1 TO Wj
       END-PERFORM
       END-IF.

       Marquer_recouvrement.
       MOVE tamp_pay TO Wavant
       MOVE "RECOUVR" TO pay_statut
       REWRITE tamp_pay
       INVALID KEY MOVE "Marquer_recouvrement" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_pay TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur mise a jour paiement"
       NOT INVALID KEY
                   ADD 1 TO WnbRecouvr
                   MOVE "REWRITE" TO Woperation
                   MOVE "paiements.dat" TO Wfichier
                   MOVE pay_cle TO Wcle
                   MOVE tamp_pay TO Wapres
                   PERFORM Journaliser
                   MOVE SPACES TO WligneImp
                   STRING "   competition " pay_numCompet
                          " : primes versees le " pay_date
                          " montant " pay_montant
                          " A RECUPERER dont " Tcpt_prime(Wj)
                          " au titre des resultats disqualifies"
                          DELIMITED BY SIZE INTO WligneImp
                   PERFORM Ecrire_ligne
       END-REWRITE.

       Retenir_course_signee.
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Retenir_course_sign" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE 0 TO Wdans
                     MOVE 1 TO Wj
                     IF WnbSig > 0 THEN
                            PERFORM WITH TEST AFTER
                                    UNTIL Wj > WnbSig OR Wdans = 1
                                   IF Tsig_numCo(Wj) = WnumCo THEN
                                          MOVE 1 TO Wdans
                                   ELSE
                                          ADD 1 TO Wj
                                   END-IF
                            END-PERFORM
                     END-IF
                     IF Wdans = 0 AND WnbSig >= 100 THEN
                            MOVE "Retenir_course_sign" TO Wparagraphe
                            PERFORM Signaler_debordement
                     END-IF
                     IF Wdans = 0 AND WnbSig < 100 THEN
                            ADD 1 TO WnbSig
                            MOVE WnumCo TO Tsig_numCo(WnbSig)
                            MOVE fc_etat TO Tsig_etat(WnbSig)
                     END-IF
              END-IF
       END-READ.

       Suspendre_signatures.
       MOVE 1 TO Wj
       IF WnbSig > 0 THEN
              OPEN I-O fc
              PERFORM WITH TEST AFTER UNTIL Wj > WnbSig
                     MOVE Tsig_numCo(Wj) TO fc_numCo
                     READ fc
                     INVALID KEY MOVE "Suspendre_signature" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fc TO Wstatut
                                 PERFORM Logger_erreur
                     NOT INVALID KEY
                            MOVE tamp_fc TO Wavant
                            MOVE fc_signeDate TO Tsig_signeDate(Wj)
                            MOVE fc_signeOp TO Tsig_signeOp(Wj)
                            MOVE "P" TO fc_etat
                            REWRITE tamp_fc
                            INVALID KEY MOVE "Suspendre_signature"
                                            TO Wparagraphe
                                        MOVE "REWRITE" TO Woperation
                                        MOVE cr_fc TO Wstatut
                                        PERFORM Logger_erreur
                            NOT INVALID KEY
                                        MOVE "REWRITE" TO Woperation
                                        MOVE "courses.dat" TO Wfichier
                                        MOVE fc_numCo TO Wcle
                                        MOVE tamp_fc TO Wapres
                                        PERFORM Journaliser
                                        MOVE "REOUVERT" TO Woperation
                                        MOVE SPACES TO Wapres
                                        STRING "sanction antidopage,"
                                               " recalcul des points"
                                               DELIMITED BY SIZE
                                               INTO Wapres
                                        PERFORM Journaliser
                            END-REWRITE
                     END-READ
                     ADD 1 TO Wj
              END-PERFORM
              CLOSE fc
       END-IF.

       Retablir_signatures.
       MOVE 1 TO Wj
       IF WnbSig > 0 THEN
              OPEN I-O fc
              PERFORM WITH TEST AFTER UNTIL Wj > WnbSig
                     MOVE Tsig_numCo(Wj) TO fc_numCo
                     READ fc
                     INVALID KEY MOVE "Retablir_signatures" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fc TO Wstatut
                                 PERFORM Logger_erreur
                     NOT INVALID KEY
                            MOVE tamp_fc TO Wavant
                            MOVE Tsig_etat(Wj) TO fc_etat
                            MOVE Tsig_signeDate(Wj) TO fc_signeDate
                            MOVE Tsig_signeOp(Wj) TO fc_signeOp
                            REWRITE tamp_fc
                            INVALID KEY MOVE "Retablir_signatures"
                                            TO Wparagraphe
                                        MOVE "REWRITE" TO Woperation
                                        MOVE cr_fc TO Wstatut
                                        PERFORM Logger_erreur
                            NOT INVALID KEY
                                        MOVE "REWRITE" TO Woperation
                                        MOVE "courses.dat" TO Wfichier
                                        MOVE fc_numCo TO Wcle
                                        MOVE tamp_fc TO Wapres
                                        PERFORM Journaliser
                                        MOVE SPACES TO WligneImp
                                        STRING "course " fc_numCo
                                               " signature retablie,"
                                               " etat " fc_etat
                                               " signee le "
                                               fc_signeDate
                                               " par " fc_signeOp
                                               DELIMITED BY SIZE
                                               INTO WligneImp
                                        PERFORM Ecrire_ligne
                            END-REWRITE
                     END-READ
                     ADD 1 TO Wj
              END-PERFORM
              CLOSE fc
       END-IF.

       Relancer_classements.
       DISPLAY "attribution des points"
       CALL "SYSTEM" USING "./attribpoints"
       MOVE "classement.fin" TO WnomFin
       MOVE "classement" TO WetapeLib
       PERFORM Effacer_flag
       CALL "SYSTEM" USING "./classement"
       PERFORM Verifier_flag
       MOVE "majclassement.fin" TO WnomFin
       MOVE "classement mondial" TO WetapeLib
       PERFORM Effacer_flag
       CALL "SYSTEM" USING "./majclassement"
       PERFORM Verifier_flag
       MOVE "medailles.fin" TO WnomFin
       MOVE "medailles" TO WetapeLib
       PERFORM Effacer_flag
       CALL "SYSTEM" USING "./medailles"
       PERFORM Verifier_flag
       DISPLAY "coupe des nations"
       CALL "SYSTEM" USING "./coupenations"
       MOVE "recalcul coupe des nations effectue" TO WligneImp
       PERFORM Ecrire_ligne
       DISPLAY "quotas des nations"
       CALL "SYSTEM" USING "./quotasnations"
       MOVE "recalcul quotas des nations effectue" TO WligneImp
       PERFORM Ecrire_ligne.

       Signaler_debordement.
       MOVE 1 TO Wdeborde
       MOVE "TABLE" TO Woperation
       MOVE SPACES TO Wstatut
       PERFORM Logger_erreur
       DISPLAY "capacite de table depassee dans "
               FUNCTION TRIM(Wparagraphe).

       Effacer_flag.
       OPEN OUTPUT ffin
       CLOSE ffin.

       Verifier_flag.
       MOVE 0 TO Wflagok
       OPEN INPUT ffin
       IF cr_fin = 0 THEN
              READ ffin
              AT END CONTINUE
              NOT AT END IF tamp_fin = "OK" THEN
                                MOVE 1 TO Wflagok
                         END-IF
              END-READ
       END-IF
       CLOSE ffin
       MOVE SPACES TO WligneImp
       IF Wflagok = 0 THEN
              STRING "recalcul " FUNCTION TRIM(WetapeLib)
                     " EN ECHEC, a relancer"
                     DELIMITED BY SIZE INTO WligneImp
              MOVE "Verifier_flag" TO Wparagraphe
              MOVE "ETAPE" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       ELSE
              STRING "recalcul " FUNCTION TRIM(WetapeLib) " effectue"
                     DELIMITED BY SIZE INTO WligneImp
       END-IF
       PERFORM Ecrire_ligne.

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

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Prendre_verrou.
       MOVE 0 TO Wverrouille
       OPEN I-O fvrr
       IF cr_vrr = 35 THEN
              OPEN OUTPUT fvrr
              CLOSE fvrr
              OPEN I-O fvrr
       END-IF
       MOVE "BATCH" TO vrr_cle
       MOVE Wprogramme TO vrr_job
       MOVE FUNCTION CURRENT-DATE TO vrr_horodatage
       MOVE Woperateur TO vrr_operateur
       WRITE tamp_vrr
       INVALID KEY
              MOVE 1 TO Wverrouille
              READ fvrr
              INVALID KEY MOVE "Prendre_verrou" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_vrr TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                     DISPLAY "verrou detenu par "
                             FUNCTION TRIM(vrr_job)
                             " depuis le " vrr_horodatage(1:8)
                             " a " vrr_horodatage(9:4)
                             " (" FUNCTION TRIM(vrr_operateur) ")"
              END-READ
       END-WRITE
       CLOSE fvrr
       IF Wverrouille = 1 THEN
              MOVE "Prendre_verrou" TO Wparagraphe
              MOVE "VERROU" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "traitement refuse, un autre traitement est en"
                      " cours"
              STOP RUN
       END-IF
       PERFORM Controler_sessions.

       Controler_sessions.
       MOVE 0 TO WnbSessions
       OPEN INPUT fses
       IF cr_ses = 0 THEN
              MOVE 0 TO WfinSes
              PERFORM WITH TEST AFTER UNTIL WfinSes = 1
                     READ fses NEXT
                     AT END MOVE 1 TO WfinSes
                     NOT AT END
                            ADD 1 TO WnbSessions
                            DISPLAY "session ouverte : "
                                    ses_programme " "
                                    ses_operateur " depuis le "
                                    ses_debut(1:8) " a "
                                    ses_debut(9:4)
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fses
       IF WnbSessions > 0 THEN
              DISPLAY WnbSessions " sessions interactives ouvertes"
              DISPLAY "forcer le traitement (O/N)"
              ACCEPT Wforcer
              MOVE FUNCTION UPPER-CASE(Wforcer) TO Wforcer
              IF Wforcer = "O" THEN
                     PERFORM Controler_superviseur
              END-IF
              IF Wforcer = "O" THEN
                     MOVE "FORCAGE" TO Woperation
                     MOVE "verrou.dat" TO Wfichier
                     MOVE Wprogramme TO Wcle
                     MOVE SPACES TO Wavant
                     MOVE SPACES TO Wapres
                     STRING "traitement force par " Wsuperviseur
                            " malgre " WnbSessions
                            " sessions ouvertes"
                            DELIMITED BY SIZE INTO Wapres
                     PERFORM Journaliser
              ELSE
                     PERFORM Rendre_verrou
                     DISPLAY "traitement refuse, fermer les sessions"
                             " interactives"
                     STOP RUN
              END-IF
       END-IF.

       Rendre_verrou.
       OPEN I-O fvrr
       IF cr_vrr = 0 THEN
              MOVE "BATCH" TO vrr_cle
              DELETE fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Rendre_verrou" TO Wparagraphe
                                 MOVE "DELETE" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              END-DELETE
       END-IF
       CLOSE fvrr.

       Controler_superviseur.
       DISPLAY "rentrer code superviseur"
       ACCEPT Wsuperviseur
       MOVE FUNCTION UPPER-CASE(Wsuperviseur) TO Wsuperviseur
       DISPLAY "rentrer mot de passe"
       ACCEPT Wmdp
       OPEN INPUT fop
       MOVE Wsuperviseur TO op_code
       READ fop
       INVALID KEY MOVE "N" TO Wforcer
       NOT INVALID KEY
              IF op_mdp NOT = Wmdp OR op_role NOT = "S" THEN
                     MOVE "N" TO Wforcer
              END-IF
       END-READ
       CLOSE fop
       IF Wforcer NOT = "O" THEN
              DISPLAY "forcage refuse, superviseur requis"
              MOVE "Controler_superviseu" TO Wparagraphe
              MOVE "SIGNON" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
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
