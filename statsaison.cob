       IDENTIFICATION DIVISION.
       PROGRAM-ID. statsaison.
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

              select fpa assign to "passages.dat"
              organization indexed
              access mode is dynamic
              record key is fpa_cle
              alternate record key is fpa_numCo WITH DUPLICATES
              file status is cr_fpa.

              select ftri assign to "statsaison.tmp".

              select fimp assign to "statsaison.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

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

       SD ftri.
              01 tamp_tri.
                     02 tri_sx PIC 9(1).
                     02 tri_table PIC 9(1).
                     02 tri_valeur PIC 9(5)V9(2).
                     02 tri_numA PIC 9(3).
                     02 tri_affiche PIC 9(5)V9(2).
                     02 tri_base PIC 9(6).

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
              77 cr_fa PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_fpa PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "STATSAISON".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Widx PIC 9(4).
              77 Wd PIC 9(2).
              77 WdTrouve PIC 9(2).
              77 Wsx PIC 9.
              77 Wsexelib PIC X(6).
              77 Wminimum PIC 9(5).
              77 WtypeCo PIC X(30).
              77 WnbDisc PIC 9(2).
              77 Wtemps PIC 9(7).
              77 Wvitesse PIC 9(3)V9(3).
              77 Wmoyenne PIC 9(3)V9(3).
              77 Windice PIC 9(3)V9(2).
              77 Wballes PIC 9(6).
              77 Wtouches PIC 9(6).
              77 Wpct PIC 9(3)V9(2).
              77 WsansSexe PIC 9(5).
              77 WsxPrec PIC 9.
              77 WtablePrec PIC 9.
              77 WvaleurPrec PIC 9(5)V9(2).
              77 Wposition PIC 9(5).
              77 Wrang PIC 9(5).
              77 Wnom PIC X(30).
              77 Wprenom PIC X(30).
              77 Wpays PIC X(30).
              77 WvalEd PIC ZZZ9.99.
              77 WvitEd PIC ZZ9.99.
              77 WligneImp PIC X(120).

       01 TableTitres.
              02 Ttab_titre PIC X(40) OCCURS 5 TIMES.

       01 TableDisciplines.
              02 Tdis OCCURS 20 TIMES.
                     03 Tdis_nom PIC X(30).
                     03 Tdis_sexe OCCURS 2 TIMES.
                            04 Tdis_somme PIC 9(7)V9(3).
                            04 Tdis_nb PIC 9(5).

       01 TableCourses.
              02 Tcrs OCCURS 999 TIMES.
                     03 Tcrs_disc PIC 9(2).
                     03 Tcrs_boucle PIC 9(2)V9(3).

       01 TableAthletes.
              02 Tat OCCURS 999 TIMES.
                     03 Tat_sx PIC 9(1).
                     03 Tat_tirsC PIC 9(4).
                     03 Tat_touchesC PIC 9(5).
                     03 Tat_tirsD PIC 9(4).
                     03 Tat_touchesD PIC 9(5).
                     03 Tat_tempsTir PIC 9(6).
                     03 Tat_nbTir PIC 9(4).
                     03 Tat_distance PIC 9(5)V9(3).
                     03 Tat_tempsSki PIC 9(8).
                     03 Tat_indice PIC 9(7)V9(2).
                     03 Tat_nbPass PIC 9(4).

       PROCEDURE DIVISION.
       MOVE "PRECISION AU TIR COUCHE" TO Ttab_titre(1)
       MOVE "PRECISION AU TIR DEBOUT" TO Ttab_titre(2)
       MOVE "PRECISION AU TIR TOTALE" TO Ttab_titre(3)
       MOVE "TEMPS MOYEN AU PAS DE TIR" TO Ttab_titre(4)
       MOVE "VITESSE A SKI (INDICE DISCIPLINE)" TO Ttab_titre(5)
       INITIALIZE TableDisciplines
       INITIALIZE TableCourses
       INITIALIZE TableAthletes
       MOVE 0 TO WnbDisc
       DISPLAY "rentrer le nombre minimum de balles tirees"
       ACCEPT Wminimum
       PERFORM Charger_athletes
       PERFORM Charger_courses
       PERFORM Cumuler_tirs
       PERFORM Cumuler_passages
       PERFORM Normaliser_passages
       OPEN OUTPUT fimp
       SORT ftri ON ASCENDING KEY tri_sx
                    ASCENDING KEY tri_table
                    DESCENDING KEY tri_valeur
                    ASCENDING KEY tri_numA
              INPUT PROCEDURE IS Alimenter_tri
              OUTPUT PROCEDURE IS Editer_classements
       CLOSE fimp
       IF WsansSexe > 0 THEN
              DISPLAY "ATTENTION : " WsansSexe " athletes"
                      " sans sexe renseigne, non classes"
       END-IF
       DISPLAY "statistiques ecrites dans statsaison.prn"
       STOP RUN.

       Charger_athletes.
       MOVE 0 TO WsansSexe
       OPEN INPUT fa
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fa NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_numA > 0 THEN
                            EVALUATE fa_sexe
                                   WHEN "H" MOVE 1 TO Tat_sx(fa_numA)
                                   WHEN "F" MOVE 2 TO Tat_sx(fa_numA)
                                   WHEN OTHER ADD 1 TO WsansSexe
                            END-EVALUATE
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fa.

       Charger_courses.
       OPEN INPUT fc
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fc NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fc_numCo > 0 THEN
                            PERFORM Ranger_course
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fc.

       Ranger_course.
       MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
       MOVE 0 TO WdTrouve
       IF WnbDisc > 0 THEN
              MOVE 1 TO Wd
              PERFORM WITH TEST AFTER UNTIL Wd > WnbDisc
                     IF Tdis_nom(Wd) = WtypeCo THEN
                            MOVE Wd TO WdTrouve
                     END-IF
                     ADD 1 TO Wd
              END-PERFORM
       END-IF
       IF WdTrouve = 0 AND WnbDisc < 20 THEN
              ADD 1 TO WnbDisc
              MOVE WnbDisc TO WdTrouve
              MOVE WtypeCo TO Tdis_nom(WdTrouve)
       END-IF
       MOVE WdTrouve TO Tcrs_disc(fc_numCo)
       IF fc_nbpassage > 0 THEN
              COMPUTE Tcrs_boucle(fc_numCo) ROUNDED =
                      fc_nbkms / fc_nbpassage
       END-IF.

       Cumuler_tirs.
       OPEN INPUT ftr
       IF cr_ftr NOT = 0 THEN
              IF cr_ftr NOT = 35 THEN
                     MOVE "Cumuler_tirs" TO Wparagraphe
                     MOVE "OPEN" TO Woperation
                     MOVE cr_ftr TO Wstatut
                     PERFORM Logger_erreur
              END-IF
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftr NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ftr_numA > 0 THEN
                                   PERFORM Cumuler_tir
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ftr.

       Cumuler_tir.
       IF ftr_position = "C" THEN
              ADD 1 TO Tat_tirsC(ftr_numA)
              ADD ftr_touches TO Tat_touchesC(ftr_numA)
       ELSE
              ADD 1 TO Tat_tirsD(ftr_numA)
              ADD ftr_touches TO Tat_touchesD(ftr_numA)
       END-IF.

       Cumuler_passages.
       OPEN INPUT fpa
       IF cr_fpa NOT = 0 THEN
              IF cr_fpa NOT = 35 THEN
                     MOVE "Cumuler_passages" TO Wparagraphe
                     MOVE "OPEN" TO Woperation
                     MOVE cr_fpa TO Wstatut
                     PERFORM Logger_erreur
              END-IF
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fpa NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fpa_numA > 0 AND fpa_numCo > 0 THEN
                                   PERFORM Cumuler_passage
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fpa.

       Cumuler_passage.
       IF fpa_tir > 0 THEN
              ADD fpa_tir TO Tat_tempsTir(fpa_numA)
              ADD 1 TO Tat_nbTir(fpa_numA)
       END-IF
       PERFORM Calculer_vitesse
       IF Wvitesse > 0 THEN
              MOVE Tat_sx(fpa_numA) TO Wsx
              MOVE Tcrs_disc(fpa_numCo) TO Wd
              ADD Tcrs_boucle(fpa_numCo) TO Tat_distance(fpa_numA)
              ADD Wtemps TO Tat_tempsSki(fpa_numA)
              IF Wsx > 0 AND Wd > 0 THEN
                     ADD Wvitesse TO Tdis_somme(Wd, Wsx)
                     ADD 1 TO Tdis_nb(Wd, Wsx)
              END-IF
       END-IF.

       Calculer_vitesse.
       MOVE 0 TO Wvitesse
       COMPUTE Wtemps = fpa_s_min * 600 + fpa_s_sec * 10
                        + fpa_s_dixieme
       IF Wtemps > 0 AND Tcrs_boucle(fpa_numCo) > 0 THEN
              COMPUTE Wvitesse ROUNDED =
                      Tcrs_boucle(fpa_numCo) * 36000 / Wtemps
       END-IF.

       Normaliser_passages.
       OPEN INPUT fpa
       IF cr_fpa = 0 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fpa NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fpa_numA > 0 AND fpa_numCo > 0 THEN
                                   PERFORM Normaliser_passage
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fpa.

       Normaliser_passage.
       PERFORM Calculer_vitesse
       MOVE Tat_sx(fpa_numA) TO Wsx
       MOVE Tcrs_disc(fpa_numCo) TO Wd
       IF Wvitesse > 0 AND Wsx > 0 AND Wd > 0 THEN
              COMPUTE Wmoyenne ROUNDED = Tdis_somme(Wd, Wsx)
                                         / Tdis_nb(Wd, Wsx)
              COMPUTE Windice ROUNDED = Wvitesse * 100 / Wmoyenne
              ADD Windice TO Tat_indice(fpa_numA)
              ADD 1 TO Tat_nbPass(fpa_numA)
       END-IF.

       Alimenter_tri.
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 999
              IF Tat_sx(Widx) > 0 THEN
                     COMPUTE Wballes = (Tat_tirsC(Widx)
                                       + Tat_tirsD(Widx)) * 5
                     IF Wballes > 0 AND Wballes >= Wminimum THEN
                            PERFORM Alimenter_athlete
                     END-IF
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Alimenter_athlete.
       MOVE Tat_sx(Widx) TO tri_sx
       MOVE Widx TO tri_numA
       IF Tat_tirsC(Widx) > 0 THEN
              MOVE 1 TO tri_table
              COMPUTE tri_base = Tat_tirsC(Widx) * 5
              COMPUTE tri_valeur ROUNDED = Tat_touchesC(Widx) * 100
                                           / tri_base
              MOVE tri_valeur TO tri_affiche
              RELEASE tamp_tri
       END-IF
       IF Tat_tirsD(Widx) > 0 THEN
              MOVE 2 TO tri_table
              COMPUTE tri_base = Tat_tirsD(Widx) * 5
              COMPUTE tri_valeur ROUNDED = Tat_touchesD(Widx) * 100
                                           / tri_base
              MOVE tri_valeur TO tri_affiche
              RELEASE tamp_tri
       END-IF
       MOVE 3 TO tri_table
       MOVE Wballes TO tri_base
       COMPUTE tri_valeur ROUNDED = (Tat_touchesC(Widx)
                                    + Tat_touchesD(Widx)) * 100
                                    / Wballes
       MOVE tri_valeur TO tri_affiche
       RELEASE tamp_tri
       IF Tat_nbTir(Widx) > 0 THEN
              MOVE 4 TO tri_table
              MOVE Tat_nbTir(Widx) TO tri_base
              COMPUTE tri_affiche ROUNDED = Tat_tempsTir(Widx)
                                            / Tat_nbTir(Widx)
              COMPUTE tri_valeur = 99999 - tri_affiche
              RELEASE tamp_tri
       END-IF
       IF Tat_nbPass(Widx) > 0 AND Tat_tempsSki(Widx) > 0 THEN
              MOVE 5 TO tri_table
              MOVE Tat_nbPass(Widx) TO tri_base
              COMPUTE tri_valeur ROUNDED = Tat_indice(Widx)
                                           / Tat_nbPass(Widx)
              COMPUTE tri_affiche ROUNDED = Tat_distance(Widx)
                                            * 36000
                                            / Tat_tempsSki(Widx)
              RELEASE tamp_tri
       END-IF.

       Editer_classements.
       OPEN INPUT fa
       MOVE 0 TO WsxPrec
       MOVE 0 TO WtablePrec
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              RETURN ftri
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF tri_sx NOT = WsxPrec
                        OR tri_table NOT = WtablePrec THEN
                            PERFORM Imprimer_entete
                     END-IF
                     PERFORM Imprimer_ligne
              END-RETURN
       END-PERFORM
       CLOSE fa.

       Imprimer_entete.
       MOVE tri_sx TO WsxPrec
       MOVE tri_table TO WtablePrec
       MOVE 0 TO Wposition
       MOVE 1 TO Wrang
       MOVE tri_valeur TO WvaleurPrec
       IF tri_sx = 1 THEN
              MOVE "HOMMES" TO Wsexelib
       ELSE
              MOVE "FEMMES" TO Wsexelib
       END-IF
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "----- " FUNCTION TRIM(Ttab_titre(tri_table))
              " " Wsexelib " (minimum " Wminimum " balles) -----"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_ligne.
       ADD 1 TO Wposition
       IF tri_valeur NOT = WvaleurPrec THEN
              MOVE Wposition TO Wrang
              MOVE tri_valeur TO WvaleurPrec
       END-IF
       MOVE SPACES TO Wnom
       MOVE SPACES TO Wprenom
       MOVE SPACES TO Wpays
       MOVE tri_numA TO fa_numA
       READ fa
       INVALID KEY IF cr_fa NOT = 23 THEN
                          MOVE "Imprimer_ligne" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fa TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE fa_nom TO Wnom
                       MOVE fa_prenom TO Wprenom
                       MOVE fa_pays TO Wpays
       END-READ
       MOVE SPACES TO WligneImp
       EVALUATE tri_table
              WHEN 4
                     MOVE tri_affiche TO WvalEd
                     STRING Wrang " " tri_numA " " Wnom(1:20)
                            " " Wprenom(1:15) " " Wpays(1:15)
                            " " WvalEd " s sur " tri_base
                            " tirs"
                            DELIMITED BY SIZE INTO WligneImp
              WHEN 5
                     MOVE tri_valeur TO WvalEd
                     MOVE tri_affiche TO WvitEd
                     STRING Wrang " " tri_numA " " Wnom(1:20)
                            " " Wprenom(1:15) " " Wpays(1:15)
                            " indice " WvalEd " " WvitEd " km/h sur "
                            tri_base " boucles"
                            DELIMITED BY SIZE INTO WligneImp
              WHEN OTHER
                     MOVE tri_affiche TO WvalEd
                     STRING Wrang " " tri_numA " " Wnom(1:20)
                            " " Wprenom(1:15) " " Wpays(1:15)
                            " " WvalEd "% sur " tri_base " balles"
                            DELIMITED BY SIZE INTO WligneImp
       END-EVALUATE
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
