       IDENTIFICATION DIVISION.
       PROGRAM-ID. declarationarmes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fco assign to "competitions.dat"
              organization indexed
              access mode is dynamic
              record key is fco_numCo
              alternate record key is fco_ville WITH DUPLICATES
              alternate record key is fco_semaine WITH DUPLICATES
              file status is cr_fco.

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

              select ftm assign to "equipes.dat"
              organization indexed
              access mode is dynamic
              record key is ftm_cle
              alternate record key is ftm_numCo WITH DUPLICATES
              file status is cr_ftm.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select farm assign to "armes.dat"
              organization indexed
              access mode is dynamic
              record key is arm_cle
              alternate record key is arm_serie WITH DUPLICATES
              file status is cr_arm.

              select ftri assign to "declarationarmes.tmp".

              select fimp assign to "declarationarmes.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD fco.
              01 tamp_fco.
                     02 fco_numCo PIC 9(3).
                     02 fco_ville PIC X(30).
                     02 fco_pays PIC X(30).
                     02 fco_semaine PIC 9(2).
                     02 fco_annee PIC 9(4).
                     02 fco_nbj PIC 9(3).

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

       FD farm.
              01 tamp_arm.
                     02 arm_cle.
                            03 arm_numA PIC 9(3).
                            03 arm_numArme PIC 9(1).
                     02 arm_marque PIC X(20).
                     02 arm_calibre PIC X(10).
                     02 arm_serie PIC X(20).

       SD ftri.
              01 tamp_tri.
                     02 tri_pays PIC X(30).
                     02 tri_nom PIC X(30).
                     02 tri_numA PIC 9(3).
                     02 tri_prenom PIC X(30).

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
              77 cr_fco PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_arm PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "DECLARMES".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinT PIC 9.
              77 Wtrouver PIC 9.
              77 WnumCompet PIC 9(3).
              77 WvilleCompet PIC X(30).
              77 WpaysHote PIC X(30).
              77 WnumA PIC 9(3).
              77 WnbCrs PIC 9(2).
              77 WnbVus PIC 9(3).
              77 Widx PIC 9(3).
              77 Wm PIC 9(2).
              77 WpaysPrec PIC X(30).
              77 WnbArmesAth PIC 9(1).
              77 WnbAthNation PIC 9(3).
              77 WnbArmesNation PIC 9(4).
              77 WsansNation PIC 9(3).
              77 WnbAth PIC 9(4).
              77 WnbArmes PIC 9(4).
              77 WsansArme PIC 9(4).
              77 WnbNations PIC 9(3).
              77 WligneImp PIC X(120).

       01 TableCourses.
              02 Tcrs OCCURS 50 TIMES.
                     03 Tcrs_numCo PIC 9(3).

       01 TableVus.
              02 Tvu OCCURS 500 TIMES.
                     03 Tvu_numA PIC 9(3).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer numero competition"
       ACCEPT WnumCompet
       MOVE 0 TO Wtrouver
       OPEN INPUT fco
       MOVE WnumCompet TO fco_numCo
       READ fco
       INVALID KEY IF cr_fco NOT = 23 THEN
                          MOVE "Declarationarmes" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fco TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "competition inexistante"
       NOT INVALID KEY
              MOVE 1 TO Wtrouver
              MOVE fco_ville TO WvilleCompet
              MOVE fco_pays TO WpaysHote
       END-READ
       CLOSE fco
       IF Wtrouver = 1 THEN
              PERFORM Charger_courses
              IF WnbCrs = 0 THEN
                     DISPLAY "aucune course pour cette competition"
              ELSE
                     PERFORM Editer_liste
              END-IF
       END-IF
       STOP RUN.

       Charger_courses.
       MOVE 0 TO WnbCrs
       OPEN INPUT fc
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fc NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fc_numCompet = WnumCompet AND WnbCrs < 50 THEN
                            ADD 1 TO WnbCrs
                            MOVE fc_numCo TO Tcrs_numCo(WnbCrs)
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fc.

       Editer_liste.
       MOVE 0 TO WnbAth
       MOVE 0 TO WnbArmes
       MOVE 0 TO WsansArme
       MOVE 0 TO WnbNations
       MOVE 0 TO WnbVus
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "DECLARATION DES ARMES - COMPETITION " WnumCompet
              " " FUNCTION TRIM(WvilleCompet)
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "PAYS HOTE : " FUNCTION TRIM(WpaysHote)
              " - A L'ATTENTION DES SERVICES DE POLICE ET DE DOUANE"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       SORT ftri ON ASCENDING KEY tri_pays tri_nom tri_numA
              INPUT PROCEDURE IS Selectionner_engages
              OUTPUT PROCEDURE IS Editer_declaration
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "TOTAL : " WnbNations " nations, " WnbAth
              " athletes engages, " WnbArmes " armes declarees"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF WsansArme > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "ATTENTION : " WsansArme
                     " athletes engages sans arme declaree"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       CLOSE fimp
       DISPLAY "declaration ecrite dans declarationarmes.prn".

       Selectionner_engages.
       OPEN INPUT fp
       OPEN INPUT ftm
       OPEN INPUT fa
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fp NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     PERFORM Chercher_course
                     IF Wtrouver = 1 THEN
                            MOVE fp_numA TO WnumA
                            PERFORM Retenir_athlete
                     END-IF
              END-READ
       END-PERFORM
       IF cr_ftm NOT = 35 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftm NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE ftm_numCo TO fp_numCo
                            PERFORM Chercher_course
                            IF Wtrouver = 1 THEN
                                   PERFORM Retenir_equipiers
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fp
       CLOSE ftm
       CLOSE fa.

       Chercher_course.
       MOVE 0 TO Wtrouver
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > WnbCrs OR Wtrouver = 1
              IF Tcrs_numCo(Widx) = fp_numCo THEN
                     MOVE 1 TO Wtrouver
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Retenir_equipiers.
       MOVE 1 TO Wm
       PERFORM WITH TEST AFTER UNTIL Wm > 4
              IF ftm_athlete(Wm) > 0 THEN
                     MOVE ftm_athlete(Wm) TO WnumA
                     PERFORM Retenir_athlete
              END-IF
              ADD 1 TO Wm
       END-PERFORM.

       Retenir_athlete.
       MOVE 0 TO Wtrouver
       IF WnbVus > 0 THEN
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbVus
                 OR Wtrouver = 1
                     IF Tvu_numA(Widx) = WnumA THEN
                            MOVE 1 TO Wtrouver
                     END-IF
                     ADD 1 TO Widx
              END-PERFORM
       END-IF
       IF Wtrouver = 0 AND WnbVus < 500 THEN
              ADD 1 TO WnbVus
              MOVE WnumA TO Tvu_numA(WnbVus)
              MOVE WnumA TO fa_numA
              READ fa
              INVALID KEY IF cr_fa NOT = 23 THEN
                                 MOVE "Retenir_athlete" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          MOVE "?" TO tri_pays
                          MOVE "athlete inconnu" TO tri_nom
                          MOVE SPACES TO tri_prenom
              NOT INVALID KEY
                          MOVE fa_pays TO tri_pays
                          MOVE fa_nom TO tri_nom
                          MOVE fa_prenom TO tri_prenom
              END-READ
              MOVE WnumA TO tri_numA
              RELEASE tamp_tri
       END-IF.

       Editer_declaration.
       OPEN INPUT farm
       IF cr_arm = 35 THEN
              OPEN OUTPUT farm
              CLOSE farm
              OPEN INPUT farm
       END-IF
       MOVE HIGH-VALUES TO WpaysPrec
       MOVE 0 TO WfinT
       PERFORM WITH TEST AFTER UNTIL WfinT = 1
              RETURN ftri
              AT END MOVE 1 TO WfinT
              NOT AT END
                     IF tri_pays NOT = WpaysPrec THEN
                            IF WpaysPrec NOT = HIGH-VALUES THEN
                                   PERFORM Totaliser_nation
                            END-IF
                            PERFORM Ouvrir_nation
                     END-IF
                     PERFORM Imprimer_athlete
              END-RETURN
       END-PERFORM
       IF WpaysPrec NOT = HIGH-VALUES THEN
              PERFORM Totaliser_nation
       END-IF
       CLOSE farm.

       Ouvrir_nation.
       MOVE tri_pays TO WpaysPrec
       ADD 1 TO WnbNations
       MOVE 0 TO WnbAthNation
       MOVE 0 TO WnbArmesNation
       MOVE 0 TO WsansNation
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "NATION : " tri_pays
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_athlete.
       ADD 1 TO WnbAth
       ADD 1 TO WnbAthNation
       MOVE SPACES TO WligneImp
       STRING "  athlete:" tri_numA
              " " tri_nom
              " " tri_prenom
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE 0 TO WnbArmesAth
       MOVE 1 TO Wm
       PERFORM WITH TEST AFTER UNTIL Wm > 9
              MOVE tri_numA TO arm_numA
              MOVE Wm TO arm_numArme
              READ farm
              INVALID KEY IF cr_arm NOT = 23 THEN
                                 MOVE "Imprimer_athlete" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_arm TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     ADD 1 TO WnbArmesAth
                     ADD 1 TO WnbArmes
                     ADD 1 TO WnbArmesNation
                     MOVE SPACES TO WligneImp
                     STRING "      marque:" arm_marque
                            " calibre:" arm_calibre
                            " serie:" arm_serie
                            DELIMITED BY SIZE INTO WligneImp
                     PERFORM Ecrire_ligne
              END-READ
              ADD 1 TO Wm
       END-PERFORM
       IF WnbArmesAth = 0 THEN
              ADD 1 TO WsansArme
              ADD 1 TO WsansNation
              MOVE "      *** AUCUNE ARME DECLAREE ***" TO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Totaliser_nation.
       MOVE SPACES TO WligneImp
       STRING "  sous-total : " WnbAthNation " athletes, "
              WnbArmesNation " armes, " WsansNation
              " sans arme declaree"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

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
