       IDENTIFICATION DIVISION.
       PROGRAM-ID. intermediaires.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select fp assign to "participants.dat"
              organization indexed
              access mode is dynamic
              record key is fp_cle
              alternate record key is fp_numA WITH DUPLICATES
              alternate record key is fp_numCo WITH DUPLICATES
              file status is cr_fp.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select fpa assign to "passages.dat"
              organization indexed
              access mode is dynamic
              record key is fpa_cle
              alternate record key is fpa_numCo WITH DUPLICATES
              file status is cr_fpa.

              select ftr assign to "tirs.dat"
              organization indexed
              access mode is dynamic
              record key is ftr_cle
              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select fdep assign to WnomDepart
              organization line sequential
              file status is cr_dep.

              select fimp assign to "intermediaires.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

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

       FD fpa.
              01 tamp_fpa.
                     02 fpa_cle.
                            03 fpa_numCo PIC 9(3).
                            03 fpa_numA PIC 9(3).
                            03 fpa_numPassage PIC 9(1).
                     02 fpa_ski.
                            03 fpa_s_min PIC 9(3).
                            03 fpa_s_sec PIC 9(2).
                            03 fpa_s_dixieme PIC 9(1).
                     02 fpa_tir PIC 9(3).

       FD ftr.
              01 tamp_ftr.
                     02 ftr_cle.
                            03 ftr_numCo PIC 9(3).
                            03 ftr_numA PIC 9(3).
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD fdep.
              01 tamp_dep.
                     02 dep_numCo PIC 9(3).
                     02 dep_version PIC 9(2).
                     02 dep_bib PIC 9(3).
                     02 dep_numA PIC 9(3).
                     02 dep_nom PIC X(30).
                     02 dep_prenom PIC X(30).
                     02 dep_nation PIC X(3).
                     02 dep_heure PIC 9(2).
                     02 dep_minute PIC 9(2).
                     02 dep_seconde PIC 9(2).
                     02 dep_dixieme PIC 9(1).

       FD fimp.
              01 tamp_imp PIC X(120).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_fc PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_fpa PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_dep PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "INTERMEDIAIR".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WnumCo PIC 9(3).
              77 WtypeCo PIC X(30).
              77 Wnbpassage PIC 9(1).
              77 Wnbtirs PIC 9(1).
              77 WnumPassage PIC 9(1).
              77 WdernierA PIC 9(3).
              77 Wnb PIC 9(3).
              77 Widx PIC 9(3).
              77 Wjdx PIC 9(3).
              77 Wr PIC 9(3).
              77 WnbClasses PIC 9(3).
              77 WtempsTete PIC 9(7).
              77 Wgap PIC 9(7).
              77 Wdmin PIC 9(3).
              77 Wdsec PIC 9(2).
              77 Wddixieme PIC 9(1).
              77 Wcmin PIC 9(3).
              77 Wcsec PIC 9(2).
              77 Wcdixieme PIC 9(1).
              77 Wecart PIC 9(3).
              77 Wevolution PIC X(5).
              77 WligneImp PIC X(120).
              77 WnomDepart PIC X(30).
              77 Wversion PIC 9(2).
              77 WversionDep PIC 9(2).
              77 Wexiste PIC 9.
              77 WfinDep PIC 9.
              77 WdepartDix PIC 9(7).
              77 WdepartMin PIC 9(7).

       01 TableIntermediaires.
              02 Tint OCCURS 300 TIMES.
                     03 Tint_numA PIC 9(3).
                     03 Tint_nom PIC X(30).
                     03 Tint_pays PIC X(30).
                     03 Tint_cumul PIC 9(7).
                     03 Tint_manques PIC 9(2).
                     03 Tint_classe PIC 9.
                     03 Tint_rang PIC 9(3).
                     03 Tint_rangPrec PIC 9(3).

       PROCEDURE DIVISION.
       OPEN INPUT fc
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Intermediaires" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
                   CLOSE fc
       NOT INVALID KEY
              MOVE fc_nbpassage TO Wnbpassage
              MOVE fc_nbtirs TO Wnbtirs
              MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
              CLOSE fc
              IF Wnbpassage = 0 THEN
                     DISPLAY "course sans passage intermediaire"
              ELSE
                     PERFORM Editer_intermediaires
              END-IF
       END-READ
       STOP RUN.

       Editer_intermediaires.
       OPEN INPUT fp
       OPEN INPUT fa
       OPEN INPUT fpa
       OPEN INPUT ftr
       IF cr_ftr = 35 THEN
              MOVE 0 TO Wnbtirs
       END-IF
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "CLASSEMENTS INTERMEDIAIRES COURSE " WnumCo
              " " FUNCTION TRIM(WtypeCo)
              " (" Wnbpassage " passages)"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       PERFORM Charger_athletes_course
       IF Wnb > 0 AND WtypeCo = "POURSUITE" THEN
              PERFORM Charger_decalages
       END-IF
       IF Wnb = 0 THEN
              MOVE "aucun participant pour cette course" TO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              MOVE 1 TO WnumPassage
              PERFORM WITH TEST AFTER UNTIL WnumPassage > Wnbpassage
                     PERFORM Cumuler_passage
                     PERFORM Classer_passage
                     PERFORM Imprimer_passage
                     ADD 1 TO WnumPassage
              END-PERFORM
       END-IF
       CLOSE fp
       CLOSE fa
       CLOSE fpa
       CLOSE ftr
       CLOSE fimp
       DISPLAY "classements ecrits dans intermediaires.prn".

       Charger_athletes_course.
       MOVE 0 TO Wnb
       MOVE 0 TO WdernierA
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              MOVE WnumCo TO fp_numCo
              MOVE WdernierA TO fp_numA
              START fp, KEY IS > fp_cle
              INVALID KEY MOVE 1 TO Wfin
              NOT INVALID KEY
                     READ fp NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fp_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE fp_numA TO WdernierA
                                   IF fp_statut NOT = "DNS" THEN
                                          PERFORM Charger_athlete
                                   END-IF
                            END-IF
                     END-READ
              END-START
       END-PERFORM.

       Charger_athlete.
       IF Wnb < 300 THEN
              ADD 1 TO Wnb
              MOVE fp_numA TO Tint_numA(Wnb)
              MOVE SPACES TO Tint_nom(Wnb)
              MOVE SPACES TO Tint_pays(Wnb)
              MOVE 0 TO Tint_cumul(Wnb)
              MOVE 0 TO Tint_manques(Wnb)
              MOVE 1 TO Tint_classe(Wnb)
              MOVE 0 TO Tint_rang(Wnb)
              MOVE 0 TO Tint_rangPrec(Wnb)
              MOVE fp_numA TO fa_numA
              READ fa
              INVALID KEY IF cr_fa NOT = 23 THEN
                                 MOVE "Charger_athlete" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE fa_nom TO Tint_nom(Wnb)
                     MOVE fa_pays TO Tint_pays(Wnb)
              END-READ
       ELSE
              DISPLAY "limite de 300 participants atteinte"
       END-IF.

       Charger_decalages.
       MOVE 0 TO WversionDep
       MOVE 0 TO Wversion
       MOVE 1 TO Wexiste
       PERFORM WITH TEST AFTER UNTIL Wexiste = 0 OR Wversion = 99
              ADD 1 TO Wversion
              PERFORM Nommer_depart
              OPEN INPUT fdep
              IF cr_dep = 35 THEN
                     MOVE 0 TO Wexiste
              ELSE
                     MOVE Wversion TO WversionDep
                     CLOSE fdep
              END-IF
       END-PERFORM
       IF WversionDep = 0 THEN
              MOVE SPACES TO WligneImp
              STRING "aucune liste de depart enregistree : "
                     "ecarts de depart de la poursuite ignores"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
              MOVE "Charger_decalages" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       ELSE
              MOVE WversionDep TO Wversion
              PERFORM Nommer_depart
              MOVE 9999999 TO WdepartMin
              OPEN INPUT fdep
              MOVE 0 TO WfinDep
              PERFORM WITH TEST AFTER UNTIL WfinDep = 1
                     READ fdep
                     AT END MOVE 1 TO WfinDep
                     NOT AT END
                            PERFORM Calculer_heure_depart
                            IF WdepartDix < WdepartMin THEN
                                   MOVE WdepartDix TO WdepartMin
                            END-IF
                     END-READ
              END-PERFORM
              CLOSE fdep
              OPEN INPUT fdep
              MOVE 0 TO WfinDep
              PERFORM WITH TEST AFTER UNTIL WfinDep = 1
                     READ fdep
                     AT END MOVE 1 TO WfinDep
                     NOT AT END PERFORM Appliquer_decalage
                     END-READ
              END-PERFORM
              CLOSE fdep
              MOVE SPACES TO WligneImp
              STRING "ecarts de depart de la poursuite selon "
                     FUNCTION TRIM(WnomDepart)
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Nommer_depart.
       MOVE SPACES TO WnomDepart
       STRING "depart_" WnumCo "_v" Wversion ".dat"
              DELIMITED BY SIZE INTO WnomDepart.

       Calculer_heure_depart.
       COMPUTE WdepartDix = ((dep_heure * 60 + dep_minute) * 60
               + dep_seconde) * 10 + dep_dixieme.

       Appliquer_decalage.
       PERFORM Calculer_heure_depart
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > Wnb
              IF Tint_numA(Widx) = dep_numA THEN
                     COMPUTE Tint_cumul(Widx) = WdepartDix - WdepartMin
                     MOVE Wnb TO Widx
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Cumuler_passage.
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > Wnb
              MOVE Tint_rang(Widx) TO Tint_rangPrec(Widx)
              IF Tint_classe(Widx) = 1 THEN
                     MOVE WnumCo TO fpa_numCo
                     MOVE Tint_numA(Widx) TO fpa_numA
                     MOVE WnumPassage TO fpa_numPassage
                     READ fpa
                     INVALID KEY IF cr_fpa NOT = 23 THEN
                                        MOVE "Cumuler_passage" TO
                                            Wparagraphe
                                        MOVE "READ" TO Woperation
                                        MOVE cr_fpa TO Wstatut
                                        PERFORM Logger_erreur
                                 END-IF
                                 MOVE 0 TO Tint_classe(Widx)
                     NOT INVALID KEY
                            COMPUTE Tint_cumul(Widx) = Tint_cumul(Widx)
                                    + fpa_s_min * 600 + fpa_s_sec * 10
                                    + fpa_s_dixieme + fpa_tir * 10
                     END-READ
              END-IF
              IF WnumPassage <= Wnbtirs THEN
                     MOVE WnumCo TO ftr_numCo
                     MOVE Tint_numA(Widx) TO ftr_numA
                     MOVE WnumPassage TO ftr_numTir
                     READ ftr
                     INVALID KEY IF cr_ftr NOT = 23 THEN
                                        MOVE "Cumuler_passage" TO
                                            Wparagraphe
                                        MOVE "READ" TO Woperation
                                        MOVE cr_ftr TO Wstatut
                                        PERFORM Logger_erreur
                                 END-IF
                     NOT INVALID KEY
                            COMPUTE Tint_manques(Widx) =
                                    Tint_manques(Widx) + 5
                                    - ftr_touches
                     END-READ
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Classer_passage.
       MOVE 0 TO WnbClasses
       MOVE 9999999 TO WtempsTete
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > Wnb
              MOVE 0 TO Tint_rang(Widx)
              IF Tint_classe(Widx) = 1 THEN
                     ADD 1 TO WnbClasses
                     IF Tint_cumul(Widx) < WtempsTete THEN
                            MOVE Tint_cumul(Widx) TO WtempsTete
                     END-IF
                     MOVE 1 TO Tint_rang(Widx)
                     MOVE 1 TO Wjdx
                     PERFORM WITH TEST AFTER UNTIL Wjdx > Wnb
                            IF Tint_classe(Wjdx) = 1
                               AND Tint_cumul(Wjdx) < Tint_cumul(Widx)
                               THEN
                                   ADD 1 TO Tint_rang(Widx)
                            END-IF
                            ADD 1 TO Wjdx
                     END-PERFORM
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Imprimer_passage.
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "----- APRES LE PASSAGE " WnumPassage " -----"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       MOVE "rang num    nom                  pays"
            TO WligneImp(1:37)
       MOVE "cumul    ecart     evol  manques"
            TO WligneImp(42:32)
       PERFORM Ecrire_ligne
       IF WnbClasses > 0 THEN
              MOVE 1 TO Wr
              PERFORM WITH TEST AFTER UNTIL Wr > Wnb
                     MOVE 1 TO Widx
                     PERFORM WITH TEST AFTER UNTIL Widx > Wnb
                            IF Tint_classe(Widx) = 1
                               AND Tint_rang(Widx) = Wr THEN
                                   PERFORM Imprimer_ligne_passage
                            END-IF
                            ADD 1 TO Widx
                     END-PERFORM
                     ADD 1 TO Wr
              END-PERFORM
       END-IF
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > Wnb
              IF Tint_classe(Widx) = 0 THEN
                     MOVE SPACES TO WligneImp
                     STRING "     " Tint_numA(Widx) "    "
                            Tint_nom(Widx)(1:20) " "
                            Tint_pays(Widx)(1:7)
                            " pas de temps intermediaire"
                            DELIMITED BY SIZE INTO WligneImp
                     PERFORM Ecrire_ligne
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Imprimer_ligne_passage.
       COMPUTE Wcmin = Tint_cumul(Widx) / 600
       COMPUTE Wcsec = (Tint_cumul(Widx) - Wcmin * 600) / 10
       COMPUTE Wcdixieme = Tint_cumul(Widx) - Wcmin * 600
               - Wcsec * 10
       COMPUTE Wgap = Tint_cumul(Widx) - WtempsTete
       COMPUTE Wdmin = Wgap / 600
       COMPUTE Wdsec = (Wgap - Wdmin * 600) / 10
       COMPUTE Wddixieme = Wgap - Wdmin * 600 - Wdsec * 10
       PERFORM Former_evolution
       MOVE SPACES TO WligneImp
       STRING Tint_rang(Widx) "  " Tint_numA(Widx) "    "
              Tint_nom(Widx)(1:20) " "
              Tint_pays(Widx)(1:7) " "
              Wcmin ":" Wcsec "." Wcdixieme " "
              "+" Wdmin ":" Wdsec "." Wddixieme " "
              Wevolution " "
              Tint_manques(Widx)
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Former_evolution.
       MOVE SPACES TO Wevolution
       IF WnumPassage > 1 AND Tint_rangPrec(Widx) > 0 THEN
              IF Tint_rangPrec(Widx) > Tint_rang(Widx) THEN
                     COMPUTE Wecart = Tint_rangPrec(Widx)
                             - Tint_rang(Widx)
                     STRING "+" Wecart DELIMITED BY SIZE
                            INTO Wevolution
              ELSE
                     IF Tint_rangPrec(Widx) < Tint_rang(Widx) THEN
                            COMPUTE Wecart = Tint_rang(Widx)
                                    - Tint_rangPrec(Widx)
                            STRING "-" Wecart DELIMITED BY SIZE
                                   INTO Wevolution
                     ELSE
                            MOVE "=" TO Wevolution
                     END-IF
              END-IF
       END-IF.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

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
