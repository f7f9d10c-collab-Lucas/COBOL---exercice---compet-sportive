              alternate record key is ftm_numCo WITH DUPLICATES
              file status is cr_ftm.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select ftr assign to "tirs.dat"
              organization indexed
              access mode is dynamic
              record key is ftr_cle
              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select frej assign to "resultats_import.rej"
              organization line sequential
              file status is cr_rej.

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              record key is op_code
              file status is cr_fop.

              select fcsv assign to "participants.csv"
              organization line sequential
              file status is cr_csv.
              organization line sequential
              file status is cr_imp.

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

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

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

       FD ftr.
              01 tamp_ftr.
                     02 ftr_cle.
                            03 ftr_numCo PIC 9(3).
                            03 ftr_numA PIC 9(3).
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD frej.
              01 tamp_rej.
                     02 rej_transaction.
                            03 rej_numCo PIC 9(3).
                            03 rej_numA PIC 9(3).
                            03 rej_reste PIC X(56).
                     02 rej_motif PIC X(40).

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

       FD fcsv.
              01 tamp_csv PIC X(200).

       FD fimp.
              01 tamp_imp PIC X(80).

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

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
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
              77 cr_fa PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_ctl PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 Wverrouille PIC 9.
              77 WnbSessions PIC 9(3).
              77 WfinSes PIC 9.
              77 cr_fc PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_rej PIC 9(2).
              77 cr_fop PIC 9(2).
              77 Woperateur PIC X(8).
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "CLOTURE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 WetapeLib PIC X(30).
              77 Wechec PIC X(30).
              77 WligneImp PIC X(80).
              77 WnumCompet PIC 9(3).
              77 WnbVerrou PIC 9(3).
              77 WnbBloquant PIC 9(5).
              77 WnbAvert PIC 9(5).
              77 WnbCrs PIC 9(2).
              77 Widx PIC 9(2).
              77 WnumCo PIC 9(3).
              77 WfinP PIC 9.
              77 WnbLignes PIC 9(5).
              77 Wnbtirs PIC 9(1).
              77 WnumTir PIC 9(1).
              77 WtirsVus PIC 9(1).
              77 Wmanques PIC 9(2).
              77 Wdans PIC 9.
              77 Wforcer PIC X(1).
              77 Wsuperviseur PIC X(8).
              77 Wmdp PIC X(8).
              77 Wcontrole PIC 9.

       01 TableCourses.
              02 Tcrs OCCURS 50 TIMES.
                     03 Tcrs_numCo PIC 9(3).
                     03 Tcrs_nbtirs PIC 9(1).
                     03 Tcrs_etat PIC X(1).

       PROCEDURE DIVISION.
       DISPLAY "rentrer code operateur"
       ACCEPT Woperateur
       DISPLAY "rentrer numero de la competition cloturee"
       ACCEPT WnumCompet
       PERFORM Prendre_verrou
       MOVE 0 TO WnbVerrou
       MOVE 0 TO Warret
       MOVE 0 TO Wcpt1
       MOVE 0 TO Wcpt2
       MOVE 0 TO Wcpt6
       MOVE SPACES TO Wechec
       PERFORM Lire_controle
       MOVE 0 TO Wcontrole
       IF Wreprise > 0 THEN
              DISPLAY "reprise de la cloture apres l'etape " Wreprise
       ELSE
              PERFORM Controle_prealable
       END-IF
       PERFORM Etape_classement
       PERFORM Etape_majclassement
       PERFORM Etape_medailles
       PERFORM Etape_export
       PERFORM Etape_majrecords
       IF Warret = 0 THEN
              PERFORM Verrouiller_courses
       END-IF
       PERFORM Editer_rapport
       IF Warret = 0 THEN
              PERFORM Effacer_controle
       ELSE
              DISPLAY "cloture arretee, relancer pour reprendre"
       END-IF
       PERFORM Rendre_verrou
       STOP RUN.

       Lire_controle.
       CLOSE fcsv.

       Editer_rapport.
       IF Wcontrole = 1 THEN
              OPEN EXTEND fimp
       ELSE
              OPEN OUTPUT fimp
       END-IF
       MOVE "RAPPORT DE CLOTURE DU WEEKEND" TO WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp
              DELIMITED BY SIZE INTO WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp
       IF Warret = 0 THEN
              MOVE SPACES TO WligneImp
              STRING "competition " WnumCompet " : " WnbVerrou
                     " courses verrouillees"
                     DELIMITED BY SIZE INTO WligneImp
              MOVE WligneImp TO tamp_imp
              WRITE tamp_imp
       END-IF
       IF Warret = 1 THEN
              STRING "ETAPE EN ECHEC : " Wechec
                     DELIMITED BY SIZE INTO WligneImp
       CLOSE fimp
       DISPLAY "rapport ecrit dans cloture.prn".

       Controle_prealable.
       MOVE 1 TO Wcontrole
       MOVE 0 TO WnbBloquant
       MOVE 0 TO WnbAvert
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "CONTROLE PREALABLE A LA CLOTURE, COMPETITION "
              WnumCompet
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       PERFORM Charger_courses_compet
       IF WnbCrs = 0 THEN
              ADD 1 TO WnbBloquant
              MOVE "BLOQUANT : aucune course pour cette competition"
                   TO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              OPEN INPUT fp
              OPEN INPUT ftm
              OPEN INPUT ftr
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbCrs
                     PERFORM Controler_course_compet
                     ADD 1 TO Widx
              END-PERFORM
              CLOSE fp
              CLOSE ftm
              CLOSE ftr
              PERFORM Controler_rejets_import
       END-IF
       MOVE SPACES TO WligneImp
       STRING "anomalies bloquantes : " WnbBloquant
              "   avertissements : " WnbAvert
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF WnbBloquant > 0 THEN
              PERFORM Demander_forcage
       END-IF
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       CLOSE fimp.

       Charger_courses_compet.
       MOVE 0 TO WnbCrs
       OPEN INPUT fc
       MOVE 0 TO WfinP
       PERFORM WITH TEST AFTER UNTIL WfinP = 1
              READ fc NEXT
              AT END MOVE 1 TO WfinP
              NOT AT END
                     IF fc_numCompet = WnumCompet THEN
                            IF WnbCrs < 50 THEN
                                   ADD 1 TO WnbCrs
                                   MOVE fc_numCo TO Tcrs_numCo(WnbCrs)
                                   MOVE fc_nbtirs TO Tcrs_nbtirs(WnbCrs)
                                   MOVE fc_etat TO Tcrs_etat(WnbCrs)
                            ELSE
                                   DISPLAY "limite de 50 courses"
                                           " atteinte"
                            END-IF
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fc.

       Controler_course_compet.
       MOVE Tcrs_numCo(Widx) TO WnumCo
       MOVE Tcrs_nbtirs(Widx) TO Wnbtirs
       IF Tcrs_etat(Widx) NOT = "O" AND Tcrs_etat(Widx) NOT = "V"
          THEN
              ADD 1 TO WnbAvert
              MOVE SPACES TO WligneImp
              STRING "AVERTISSEMENT course " WnumCo
                     " : resultats non signes officiels"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       MOVE 0 TO WnbLignes
       PERFORM Controler_participants_course
       PERFORM Controler_equipes_course
       IF WnbLignes = 0 THEN
              ADD 1 TO WnbAvert
              MOVE SPACES TO WligneImp
              STRING "AVERTISSEMENT course " WnumCo
                     " : aucun participant ni equipe"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Controler_participants_course.
       MOVE WnumCo TO fp_numCo
       START fp, KEY IS = fp_numCo
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Controler_participa" TO Wparagraphe
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
                            IF fp_numCo NOT = WnumCo THEN
                                   MOVE 1 TO WfinP
                            ELSE
                                   ADD 1 TO WnbLignes
                                   PERFORM Controler_participant
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Controler_participant.
       IF fp_min = 0 AND fp_sec = 0 AND fp_dixieme = 0
          AND fp_statut NOT = "DNS" AND fp_statut NOT = "DNF"
          AND fp_statut NOT = "DSQ" THEN
              ADD 1 TO WnbBloquant
              MOVE SPACES TO WligneImp
              STRING "BLOQUANT course " WnumCo " athlete " fp_numA
                     " : ni temps ni statut DNS/DNF"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       IF Wnbtirs > 0 THEN
              PERFORM Calculer_manques
              IF WtirsVus > 0 AND Wmanques NOT = fp_penalties THEN
                     ADD 1 TO WnbBloquant
                     MOVE SPACES TO WligneImp
                     STRING "BLOQUANT course " WnumCo " athlete "
                            fp_numA " : penalites " fp_penalties
                            " manques tirs " Wmanques
                            DELIMITED BY SIZE INTO WligneImp
                     PERFORM Ecrire_ligne
              END-IF
       END-IF.

       Calculer_manques.
       MOVE 0 TO Wmanques
       MOVE 0 TO WtirsVus
       MOVE 1 TO WnumTir
       PERFORM WITH TEST AFTER UNTIL WnumTir > Wnbtirs
              MOVE fp_numCo TO ftr_numCo
              MOVE fp_numA TO ftr_numA
              MOVE WnumTir TO ftr_numTir
              READ ftr
              INVALID KEY IF cr_ftr NOT = 23 THEN
                                 MOVE "Calculer_manques" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_ftr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     ADD 1 TO WtirsVus
                     COMPUTE Wmanques = Wmanques + 5 - ftr_touches
              END-READ
              ADD 1 TO WnumTir
       END-PERFORM.

       Controler_equipes_course.
       MOVE WnumCo TO ftm_numCo
       START ftm, KEY IS = ftm_numCo
       INVALID KEY IF cr_ftm NOT = 23 THEN
                          MOVE "Controler_equipes_c" TO Wparagraphe
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
                            IF ftm_numCo NOT = WnumCo THEN
                                   MOVE 1 TO WfinP
                            ELSE
                                   ADD 1 TO WnbLignes
                                   IF ftm_min = 0 AND ftm_sec = 0
                                      AND ftm_dixieme = 0 THEN
                                      ADD 1 TO WnbBloquant
                                      MOVE SPACES TO WligneImp
                                      STRING "BLOQUANT course " WnumCo
                                             " equipe " ftm_numEq " "
                                             FUNCTION TRIM(ftm_pays)
                                             " : relais sans resultat"
                                             DELIMITED BY SIZE
                                             INTO WligneImp
                                      PERFORM Ecrire_ligne
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Controler_rejets_import.
       OPEN INPUT frej
       IF cr_rej = 0 THEN
              MOVE 0 TO WfinP
              PERFORM WITH TEST AFTER UNTIL WfinP = 1
                     READ frej
                     AT END MOVE 1 TO WfinP
                     NOT AT END
                            MOVE 0 TO Wdans
                            MOVE 1 TO Widx
                            PERFORM WITH TEST AFTER
                                    UNTIL Widx > WnbCrs OR Wdans = 1
                                   IF Tcrs_numCo(Widx) = rej_numCo THEN
                                          MOVE 1 TO Wdans
                                   ELSE
                                          ADD 1 TO Widx
                                   END-IF
                            END-PERFORM
                            IF Wdans = 1 THEN
                                   ADD 1 TO WnbBloquant
                                   MOVE SPACES TO WligneImp
                                   STRING "BLOQUANT course " rej_numCo
                                          " athlete " rej_numA
                                          " : rejet import "
                                          FUNCTION TRIM(rej_motif)
                                          DELIMITED BY SIZE
                                          INTO WligneImp
                                   PERFORM Ecrire_ligne
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE frej.

       Demander_forcage.
       DISPLAY WnbBloquant " anomalies bloquantes, voir cloture.prn"
       DISPLAY "forcer la cloture (O/N)"
       ACCEPT Wforcer
       MOVE FUNCTION UPPER-CASE(Wforcer) TO Wforcer
       IF Wforcer = "O" THEN
              PERFORM Controler_superviseur
       END-IF
       IF Wforcer = "O" THEN
              MOVE "FORCAGE" TO Woperation
              MOVE "courses.dat" TO Wfichier
              MOVE WnumCompet TO Wcle
              MOVE SPACES TO Wavant
              MOVE SPACES TO Wapres
              STRING "cloture forcee par " Wsuperviseur " malgre "
                     WnbBloquant " anomalies bloquantes"
                     DELIMITED BY SIZE INTO Wapres
              PERFORM Journaliser
              MOVE SPACES TO WligneImp
              STRING "CLOTURE FORCEE PAR LE SUPERVISEUR " Wsuperviseur
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              MOVE 1 TO Warret
              MOVE "controle prealable" TO Wechec
              MOVE "CLOTURE BLOQUEE AVANT L'ETAPE 1" TO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

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

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Verrouiller_courses.
       OPEN I-O fc
       IF cr_fc NOT = 0 THEN
              DISPLAY "statut " cr_fc " sur courses.dat, arret"
              MOVE "Verrouiller_courses" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE cr_fc TO Wstatut
              PERFORM Logger_erreur
              MOVE 1 TO Warret
              MOVE "verrouillage des courses" TO Wechec
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fc NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fc_numCompet = WnumCompet
                               AND fc_etat NOT = "V" THEN
                                   PERFORM Verrouiller_course
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fc
       DISPLAY WnbVerrou " courses verrouillees".

       Verrouiller_course.
       MOVE tamp_fc TO Wavant
       MOVE "V" TO fc_etat
       IF fc_signeDate = 0 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO fc_signeDate
              MOVE Woperateur TO fc_signeOp
       END-IF
       REWRITE tamp_fc
       INVALID KEY MOVE "Verrouiller_course" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_fc TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY
                   ADD 1 TO WnbVerrou
                   MOVE "REWRITE" TO Woperation
                   MOVE "courses.dat" TO Wfichier
                   MOVE fc_numCo TO Wcle
                   MOVE tamp_fc TO Wapres
                   PERFORM Journaliser
       END-REWRITE.

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

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
