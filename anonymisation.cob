       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonymisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select faarch assign to WnomArchFa
              organization indexed
              access mode is dynamic
              record key is faarch_numA
              alternate record key is faarch_classementP WITH DUPLICATES
              alternate record key is faarch_pays WITH DUPLICATES
              file status is cr_faarch.

              select fasvg assign to WnomFasvg
              organization indexed
              access mode is dynamic
              record key is fasvg_numA
              alternate record key is fasvg_classementP WITH DUPLICATES
              alternate record key is fasvg_pays WITH DUPLICATES
              file status is cr_fasvg.

              select fp assign to "participants.dat"
              organization indexed
              access mode is dynamic
              record key is fp_cle
              alternate record key is fp_numA WITH DUPLICATES
              alternate record key is fp_numCo WITH DUPLICATES
              file status is cr_fp.

              select fparch assign to WnomArchFp
              organization indexed
              access mode is dynamic
              record key is fparch_cle
              alternate record key is fparch_numA WITH DUPLICATES
              alternate record key is fparch_numCo WITH DUPLICATES
              file status is cr_fparch.

              select ftm assign to "equipes.dat"
              organization indexed
              access mode is dynamic
              record key is ftm_cle
              alternate record key is ftm_numCo WITH DUPLICATES
              file status is cr_ftm.

              select ftmarch assign to WnomArchFtm
              organization indexed
              access mode is dynamic
              record key is ftmarch_cle
              alternate record key is ftmarch_numCo WITH DUPLICATES
              file status is cr_ftmarch.

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

              select fimp assign to "anonymisation.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

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

       FD faarch.
              01 tamp_faarch.
                     02 faarch_numA PIC 9(3).
                     02 faarch_nom PIC X(30).
                     02 faarch_prenom PIC X(30).
                     02 faarch_pays PIC X(30).
                     02 faarch_annee PIC 9(4).
                     02 faarch_sexe PIC X(1).
                     02 faarch_classementP PIC 9(5).
                     02 faarch_best_individuel.
                            03 faarch_bi_min PIC 9(3).
                            03 faarch_bi_sec PIC 9(2).
                            03 faarch_bi_dixieme PIC 9(1).
                     02 faarch_best_sprint.
                            03 faarch_bs_min PIC 9(3).
                            03 faarch_bs_sec PIC 9(2).
                            03 faarch_bs_dixieme PIC 9(1).
                     02 faarch_best_poursuite.
                            03 faarch_bp_min PIC 9(3).
                            03 faarch_bp_sec PIC 9(2).
                            03 faarch_bp_dixieme PIC 9(1).
                     02 faarch_best_massstart.
                            03 faarch_bm_min PIC 9(3).
                            03 faarch_bm_sec PIC 9(2).
                            03 faarch_bm_dixieme PIC 9(1).
                     02 faarch_iban PIC X(34).

       FD fasvg.
              01 tamp_fasvg.
                     02 fasvg_numA PIC 9(3).
                     02 fasvg_nom PIC X(30).
                     02 fasvg_prenom PIC X(30).
                     02 fasvg_pays PIC X(30).
                     02 fasvg_annee PIC 9(4).
                     02 fasvg_sexe PIC X(1).
                     02 fasvg_classementP PIC 9(5).
                     02 fasvg_best_individuel.
                            03 fasvg_bi_min PIC 9(3).
                            03 fasvg_bi_sec PIC 9(2).
                            03 fasvg_bi_dixieme PIC 9(1).
                     02 fasvg_best_sprint.
                            03 fasvg_bs_min PIC 9(3).
                            03 fasvg_bs_sec PIC 9(2).
                            03 fasvg_bs_dixieme PIC 9(1).
                     02 fasvg_best_poursuite.
                            03 fasvg_bp_min PIC 9(3).
                            03 fasvg_bp_sec PIC 9(2).
                            03 fasvg_bp_dixieme PIC 9(1).
                     02 fasvg_best_massstart.
                            03 fasvg_bm_min PIC 9(3).
                            03 fasvg_bm_sec PIC 9(2).
                            03 fasvg_bm_dixieme PIC 9(1).
                     02 fasvg_iban PIC X(34).

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

       FD fparch.
              01 tamp_fparch.
                     02 fparch_cle.
                            03 fparch_numCo PIC 9(3).
                            03 fparch_numA PIC 9(3).
                     02 fparch_classement PIC 9(3).
                     02 fparch_temps.
                            03 fparch_min PIC 9(3).
                            03 fparch_sec PIC 9(2).
                            03 fparch_dixieme PIC 9(1).
                     02 fparch_penalties PIC 9(2).
                     02 fparch_points PIC 9(2).
                     02 fparch_statut PIC X(3).

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

       FD ftmarch.
              01 tamp_ftmarch.
                     02 ftmarch_cle.
                            03 ftmarch_numCo PIC 9(3).
                            03 ftmarch_numEq PIC 9(3).
                     02 ftmarch_pays PIC X(30).
                     02 ftmarch_athletes.
                            03 ftmarch_athlete PIC 9(3) OCCURS 4 TIMES.
                     02 ftmarch_classement PIC 9(3).
                     02 ftmarch_temps.
                            03 ftmarch_min PIC 9(3).
                            03 ftmarch_sec PIC 9(2).
                            03 ftmarch_dixieme PIC 9(1).
                     02 ftmarch_points PIC 9(2).
                     02 ftmarch_relais.
                            03 ftmarch_passage OCCURS 4 TIMES.
                                   04 ftmarch_p_min PIC 9(3).
                                   04 ftmarch_p_sec PIC 9(2).
                                   04 ftmarch_p_dixieme PIC 9(1).

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

       FD fimp.
              01 tamp_imp PIC X(120).

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
              77 cr_fa PIC 9(2).
              77 cr_faarch PIC 9(2).
              77 cr_fasvg PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_fparch PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_ftmarch PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 cr_fop PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8) VALUE "BATCH".
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
              77 WnomArchFa PIC X(30).
              77 WnomArchFp PIC X(30).
              77 WnomArchFtm PIC X(30).
              77 WnomFasvg PIC X(40).
              77 WnomFichier PIC X(30).
              77 Wsaison PIC X(4).
              77 Wtag PIC X(8).
              77 WnbSaisons PIC 9(2).
              77 Wderniere PIC 9(4).
              77 Wdebut PIC 9(4).
              77 Wan PIC 9(4).
              77 WanneeSaison PIC 9(4).
              77 Wage PIC S9(4).
              77 Widx PIC 9(4).
              77 Wj PIC 9(1).
              77 Wvalide PIC 9.
              77 Wconfirme PIC X(1).
              77 Wfin PIC 9.
              77 WfinArch PIC 9.
              77 WfinSvg PIC 9.
              77 WibanEfface PIC 9.
              77 WnbCandidats PIC 9(3).
              77 WnbAthletes PIC 9(3).
              77 WnbFiches PIC 9(5).
              77 WnbIban PIC 9(5).
              77 WlibCategorie PIC X(6).
              77 WlibIban PIC X(12).
              77 WligneImp PIC X(120).
              77 Wprogramme PIC X(12) VALUE "ANONYMISAT".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).

       01 TableAthletes.
              02 Tath OCCURS 999 TIMES.
                     03 Tath_etat PIC 9(1).
                     03 Tath_annee PIC 9(4).
                     03 Tath_categorie PIC 9(1).
                     03 Tath_traite PIC 9(1).

       01 Wfiche.
              02 Wf_numA PIC 9(3).
              02 Wf_nom PIC X(30).
              02 Wf_prenom PIC X(30).
              02 Wf_pays PIC X(30).
              02 Wf_annee PIC 9(4).
              02 Wf_sexe PIC X(1).
              02 Wf_classementP PIC 9(5).
              02 Wf_bests PIC X(24).
              02 Wf_iban PIC X(34).

       PROCEDURE DIVISION.
       PERFORM Prendre_verrou
       MOVE FUNCTION CURRENT-DATE(1:4) TO WanneeSaison
       DISPLAY "rentrer le nombre de saisons sans participation"
       ACCEPT WnbSaisons
       DISPLAY "rentrer la derniere saison archivee (ex: 2026)"
       ACCEPT Wderniere
       PERFORM Controler_periode
       IF Wvalide = 1 THEN
              PERFORM Charger_candidats
       END-IF
       IF Wvalide = 1 THEN
              PERFORM Exclure_actifs
       END-IF
       IF Wvalide = 1 THEN
              PERFORM Compter_candidats
              DISPLAY WnbCandidats " athletes sans participation"
                      " depuis " WnbSaisons " saisons"
              IF WnbCandidats = 0 THEN
                     MOVE 0 TO Wvalide
              ELSE
                     DISPLAY "confirmer l'anonymisation (O/N)"
                     ACCEPT Wconfirme
                     MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
                     IF Wconfirme NOT = "O" THEN
                            MOVE 0 TO Wvalide
                     END-IF
              END-IF
       END-IF
       IF Wvalide = 1 THEN
              OPEN OUTPUT fimp
              PERFORM Imprimer_entete
              PERFORM Anonymiser_athletes
              PERFORM Anonymiser_archives
              PERFORM Anonymiser_sauvegardes
              PERFORM Imprimer_totaux
              CLOSE fimp
       ELSE
              DISPLAY "anonymisation abandonnee"
       END-IF
       PERFORM Rendre_verrou
       STOP RUN.

       Controler_periode.
       MOVE 1 TO Wvalide
       IF WnbSaisons = 0 OR WnbSaisons > Wderniere THEN
              DISPLAY "nombre de saisons invalide"
              MOVE 0 TO Wvalide
       ELSE
              COMPUTE Wdebut = Wderniere - WnbSaisons + 1
       END-IF
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 999
              MOVE 0 TO Tath_etat(Widx)
              MOVE 0 TO Tath_annee(Widx)
              MOVE 0 TO Tath_categorie(Widx)
              MOVE 0 TO Tath_traite(Widx)
              ADD 1 TO Widx
       END-PERFORM.

       Charger_candidats.
       MOVE Wdebut TO Wsaison
       MOVE SPACES TO WnomArchFa
       STRING "athletes_" Wsaison ".dat" DELIMITED BY SIZE
              INTO WnomArchFa
       OPEN INPUT faarch
       IF cr_faarch NOT = 0 THEN
              DISPLAY "archive " FUNCTION TRIM(WnomArchFa)
                      " introuvable, abandon"
              MOVE "Charger_candidats" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE cr_faarch TO Wstatut
              PERFORM Logger_erreur
              MOVE 0 TO Wvalide
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ faarch NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF faarch_numA > 0 THEN
                                   MOVE 1 TO Tath_etat(faarch_numA)
                                   MOVE faarch_annee
                                        TO Tath_annee(faarch_numA)
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE faarch.

       Exclure_actifs.
       MOVE Wdebut TO Wan
       PERFORM WITH TEST AFTER UNTIL Wan > Wderniere OR Wvalide = 0
              PERFORM Exclure_saison
              ADD 1 TO Wan
       END-PERFORM
       IF Wvalide = 1 THEN
              PERFORM Exclure_saison_courante
       END-IF.

       Exclure_saison.
       MOVE Wan TO Wsaison
       MOVE SPACES TO WnomArchFp
       STRING "participants_" Wsaison ".dat" DELIMITED BY SIZE
              INTO WnomArchFp
       MOVE SPACES TO WnomArchFtm
       STRING "equipes_" Wsaison ".dat" DELIMITED BY SIZE
              INTO WnomArchFtm
       OPEN INPUT fparch
       IF cr_fparch NOT = 0 THEN
              DISPLAY "archive " FUNCTION TRIM(WnomArchFp)
                      " introuvable, abandon"
              MOVE "Exclure_saison" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE cr_fparch TO Wstatut
              PERFORM Logger_erreur
              MOVE 0 TO Wvalide
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fparch NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fparch_numA > 0 THEN
                                   MOVE 2 TO Tath_etat(fparch_numA)
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fparch
       IF Wvalide = 1 THEN
              OPEN INPUT ftmarch
              IF cr_ftmarch = 0 THEN
                     MOVE 0 TO Wfin
                     PERFORM WITH TEST AFTER UNTIL Wfin = 1
                            READ ftmarch NEXT
                            AT END MOVE 1 TO Wfin
                            NOT AT END
                                   MOVE 1 TO Wj
                                   PERFORM WITH TEST AFTER UNTIL Wj > 4
                                          MOVE ftmarch_athlete(Wj)
                                               TO Widx
                                          PERFORM Marquer_actif
                                          ADD 1 TO Wj
                                   END-PERFORM
                            END-READ
                     END-PERFORM
              END-IF
              CLOSE ftmarch
       END-IF.

       Exclure_saison_courante.
       OPEN INPUT fp
       IF cr_fp = 0 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fp NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE fp_numA TO Widx
                            PERFORM Marquer_actif
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fp
       OPEN INPUT ftm
       IF cr_ftm = 0 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftm NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE 1 TO Wj
                            PERFORM WITH TEST AFTER UNTIL Wj > 4
                                   MOVE ftm_athlete(Wj) TO Widx
                                   PERFORM Marquer_actif
                                   ADD 1 TO Wj
                            END-PERFORM
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ftm.

       Marquer_actif.
       IF Widx > 0 THEN
              MOVE 2 TO Tath_etat(Widx)
       END-IF.

       Compter_candidats.
       MOVE 0 TO WnbCandidats
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 999
              IF Tath_etat(Widx) = 1 THEN
                     ADD 1 TO WnbCandidats
                     PERFORM Determiner_categorie
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Determiner_categorie.
       IF Tath_annee(Widx) < 1000 THEN
              MOVE Tath_annee(Widx) TO Tath_categorie(Widx)
       ELSE
              COMPUTE Wage = WanneeSaison - Tath_annee(Widx)
              IF Wage <= 21 THEN
                     MOVE 1 TO Tath_categorie(Widx)
              ELSE
                     IF Wage <= 25 THEN
                            MOVE 2 TO Tath_categorie(Widx)
                     ELSE
                            MOVE 3 TO Tath_categorie(Widx)
                     END-IF
              END-IF
       END-IF.

       Anonymiser_athletes.
       MOVE "athletes.dat" TO WnomFichier
       OPEN I-O fa
       IF cr_fa NOT = 0 THEN
              DISPLAY "statut " cr_fa " sur athletes.dat"
              MOVE "Anonymiser_athletes" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE cr_fa TO Wstatut
              PERFORM Logger_erreur
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fa NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fa_numA > 0 THEN
                               IF Tath_etat(fa_numA) = 1 THEN
                                   MOVE tamp_fa TO Wfiche
                                   PERFORM Anonymiser_fiche
                                   IF Wfiche NOT = tamp_fa THEN
                                          MOVE Wfiche TO tamp_fa
                                          PERFORM Reecrire_fa
                                   END-IF
                               END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fa.

       Reecrire_fa.
       REWRITE tamp_fa
       INVALID KEY MOVE "Reecrire_fa" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_fa TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY PERFORM Tracer_anonymisation
       END-REWRITE.

       Anonymiser_archives.
       MOVE Wderniere TO Wan
       MOVE 0 TO WfinArch
       PERFORM WITH TEST AFTER UNTIL WfinArch = 1
              MOVE Wan TO Wsaison
              MOVE SPACES TO WnomArchFa
              STRING "athletes_" Wsaison ".dat" DELIMITED BY SIZE
                     INTO WnomArchFa
              OPEN I-O faarch
              IF cr_faarch NOT = 0 THEN
                     DISPLAY "pas d'archive pour la saison " Wsaison
                             ", fin du parcours des archives"
                     MOVE 1 TO WfinArch
              ELSE
                     MOVE WnomArchFa TO WnomFichier
                     PERFORM Anonymiser_archive
              END-IF
              CLOSE faarch
              IF Wan = 1 THEN
                     MOVE 1 TO WfinArch
              ELSE
                     SUBTRACT 1 FROM Wan
              END-IF
       END-PERFORM.

       Anonymiser_archive.
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ faarch NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF faarch_numA > 0 THEN
                        IF Tath_etat(faarch_numA) = 1 THEN
                            MOVE tamp_faarch TO Wfiche
                            PERFORM Anonymiser_fiche
                            IF Wfiche NOT = tamp_faarch THEN
                                   MOVE Wfiche TO tamp_faarch
                                   PERFORM Reecrire_faarch
                            END-IF
                        END-IF
                     END-IF
              END-READ
       END-PERFORM.

       Reecrire_faarch.
       REWRITE tamp_faarch
       INVALID KEY MOVE "Reecrire_faarch" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_faarch TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY PERFORM Tracer_anonymisation
       END-REWRITE.

       Anonymiser_sauvegardes.
       MOVE 0 TO WfinSvg
       PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
              DISPLAY "tag de sauvegarde a anonymiser "
                      "(0 pour terminer)"
              ACCEPT Wtag
              IF Wtag = "0" OR Wtag = "00000000"
                 OR Wtag = SPACES THEN
                     MOVE 1 TO WfinSvg
              ELSE
                     MOVE SPACES TO WnomFasvg
                     STRING "athletes_svg_" Wtag ".dat"
                            DELIMITED BY SIZE INTO WnomFasvg
                     OPEN I-O fasvg
                     IF cr_fasvg NOT = 0 THEN
                            DISPLAY FUNCTION TRIM(WnomFasvg)
                                    " introuvable"
                     ELSE
                            MOVE WnomFasvg TO WnomFichier
                            PERFORM Anonymiser_sauvegarde
                     END-IF
                     CLOSE fasvg
              END-IF
       END-PERFORM.

       Anonymiser_sauvegarde.
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fasvg NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fasvg_numA > 0 THEN
                        IF Tath_etat(fasvg_numA) = 1 THEN
                            MOVE tamp_fasvg TO Wfiche
                            PERFORM Anonymiser_fiche
                            IF Wfiche NOT = tamp_fasvg THEN
                                   MOVE Wfiche TO tamp_fasvg
                                   PERFORM Reecrire_fasvg
                            END-IF
                        END-IF
                     END-IF
              END-READ
       END-PERFORM.

       Reecrire_fasvg.
       REWRITE tamp_fasvg
       INVALID KEY MOVE "Reecrire_fasvg" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_fasvg TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY PERFORM Tracer_anonymisation
       END-REWRITE.

       Anonymiser_fiche.
       MOVE 0 TO WibanEfface
       IF Wf_iban NOT = SPACES THEN
              MOVE 1 TO WibanEfface
       END-IF
       MOVE SPACES TO Wf_iban
       MOVE Tath_categorie(Wf_numA) TO Wf_annee
       MOVE SPACES TO Wf_nom
       STRING "ANONYME " Wf_numA DELIMITED BY SIZE INTO Wf_nom
       MOVE SPACES TO Wf_prenom.

       Tracer_anonymisation.
       ADD 1 TO WnbFiches
       IF Tath_traite(Wf_numA) = 0 THEN
              MOVE 1 TO Tath_traite(Wf_numA)
              ADD 1 TO WnbAthletes
       END-IF
       IF WibanEfface = 1 THEN
              ADD 1 TO WnbIban
              MOVE "iban efface" TO WlibIban
       ELSE
              MOVE SPACES TO WlibIban
       END-IF
       EVALUATE Wf_annee
              WHEN 1 MOVE "JUNIOR" TO WlibCategorie
              WHEN 2 MOVE "U23" TO WlibCategorie
              WHEN OTHER MOVE "SENIOR" TO WlibCategorie
       END-EVALUATE
       MOVE SPACES TO WligneImp
       STRING WnomFichier " " Wf_numA " " WlibCategorie " "
              WlibIban
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE "ANONYMISE" TO Woperation
       MOVE WnomFichier TO Wfichier
       MOVE SPACES TO Wcle
       STRING Wf_numA " " WnomFichier DELIMITED BY SIZE INTO Wcle
       MOVE SPACES TO Wavant
       MOVE Wfiche TO Wapres
       PERFORM Journaliser.

       Imprimer_entete.
       MOVE 0 TO WnbFiches
       MOVE 0 TO WnbIban
       MOVE 0 TO WnbAthletes
       MOVE SPACES TO WligneImp
       STRING "ANONYMISATION DES ATHLETES SANS PARTICIPATION "
              "DEPUIS LA SAISON " Wdebut
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "fichier                        ath categ. iban"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_totaux.
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING WnbAthletes " athletes anonymises, " WnbFiches
              " fiches reecrites, " WnbIban " iban effaces"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

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
