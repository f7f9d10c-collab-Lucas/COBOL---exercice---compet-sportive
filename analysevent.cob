       IDENTIFICATION DIVISION.
       PROGRAM-ID. analysevent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fcnd assign to "conditions.dat"
              organization indexed
              access mode is dynamic
              record key is cnd_cle
              file status is cr_cnd.

              select ftr assign to "tirs.dat"
              organization indexed
              access mode is dynamic
              record key is ftr_cle
              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select fimp assign to "analysevent.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD fcnd.
              01 tamp_cnd.
                     02 cnd_cle.
                            03 cnd_numCo PIC 9(3).
                            03 cnd_heure PIC 9(4).
                     02 cnd_tempAir PIC S9(2)V9 SIGN LEADING SEPARATE.
                     02 cnd_tempNeige PIC S9(2)V9 SIGN LEADING SEPARATE.
                     02 cnd_neige PIC X(1).
                     02 cnd_ventVitesse PIC 9(2)V9.
                     02 cnd_ventDirection PIC X(3).
                     02 cnd_visibilite PIC 9(5).
                     02 cnd_operateur PIC X(8).

       FD ftr.
              01 tamp_ftr.
                     02 ftr_cle.
                            03 ftr_numCo PIC 9(3).
                            03 ftr_numA PIC 9(3).
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

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
              77 cr_cnd PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "ANALYSEVENT".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WballesParTir PIC 9(1) VALUE 5.
              77 Wvent PIC 9(2)V9.
              77 Wtranche PIC 9(1).
              77 Wpos PIC 9(1).
              77 WnbCourses PIC 9(3).
              77 WsansReleve PIC 9(6).
              77 WhorsCourse PIC 9(6).
              77 Wtirs PIC 9(6).
              77 Wballes PIC 9(7).
              77 Wtaux PIC 9(3)V9.
              77 WtauxEd PIC ZZ9.9.
              77 WtauxCEd PIC ZZ9.9.
              77 WtauxDEd PIC ZZ9.9.
              77 WligneImp PIC X(120).

       01 TableVents.
              02 Tcv OCCURS 999 TIMES.
                     03 Tcv_somme PIC 9(5)V9.
                     03 Tcv_nb PIC 9(3).

       01 TableTranches.
              02 Ttr_lib PIC X(16) OCCURS 5 TIMES.

       01 TableCumuls.
              02 Tcum OCCURS 5 TIMES.
                     03 Tcum_pos OCCURS 2 TIMES.
                            04 Tcum_tirs PIC 9(6).
                            04 Tcum_touches PIC 9(7).

       PROCEDURE DIVISION.
       MOVE "0 a 1 m/s" TO Ttr_lib(1)
       MOVE "1 a 2 m/s" TO Ttr_lib(2)
       MOVE "2 a 3 m/s" TO Ttr_lib(3)
       MOVE "3 a 4 m/s" TO Ttr_lib(4)
       MOVE "4 m/s et plus" TO Ttr_lib(5)
       INITIALIZE TableVents
       INITIALIZE TableCumuls
       PERFORM Charger_conditions
       PERFORM Cumuler_tirs
       PERFORM Imprimer_analyse
       STOP RUN.

       Charger_conditions.
       MOVE 0 TO WnbCourses
       OPEN INPUT fcnd
       IF cr_cnd NOT = 0 THEN
              IF cr_cnd NOT = 35 THEN
                     MOVE "Charger_conditions" TO Wparagraphe
                     MOVE "OPEN" TO Woperation
                     MOVE cr_cnd TO Wstatut
                     PERFORM Logger_erreur
              END-IF
              DISPLAY "aucun releve de conditions enregistre"
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fcnd NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF cnd_numCo > 0 THEN
                                   IF Tcv_nb(cnd_numCo) = 0 THEN
                                          ADD 1 TO WnbCourses
                                   END-IF
                                   ADD 1 TO Tcv_nb(cnd_numCo)
                                   ADD cnd_ventVitesse
                                       TO Tcv_somme(cnd_numCo)
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fcnd.

       Cumuler_tirs.
       MOVE 0 TO WsansReleve
       MOVE 0 TO WhorsCourse
       OPEN INPUT ftr
       IF cr_ftr NOT = 0 THEN
              IF cr_ftr NOT = 35 THEN
                     MOVE "Cumuler_tirs" TO Wparagraphe
                     MOVE "OPEN" TO Woperation
                     MOVE cr_ftr TO Wstatut
                     PERFORM Logger_erreur
              END-IF
              DISPLAY "aucun tir enregistre"
       ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftr NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END PERFORM Cumuler_tir
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ftr.

       Cumuler_tir.
       IF ftr_position = "C" THEN
              MOVE 1 TO Wpos
       ELSE
              MOVE 2 TO Wpos
       END-IF
       IF ftr_numCo = 0 THEN
              ADD 1 TO WhorsCourse
       ELSE
              IF Tcv_nb(ftr_numCo) = 0 THEN
                     ADD 1 TO WsansReleve
              ELSE
                     COMPUTE Wvent ROUNDED = Tcv_somme(ftr_numCo)
                                             / Tcv_nb(ftr_numCo)
                     PERFORM Determiner_tranche
                     ADD 1 TO Tcum_tirs(Wtranche, Wpos)
                     ADD ftr_touches TO Tcum_touches(Wtranche, Wpos)
              END-IF
       END-IF.

       Determiner_tranche.
       EVALUATE TRUE
              WHEN Wvent < 1 MOVE 1 TO Wtranche
              WHEN Wvent < 2 MOVE 2 TO Wtranche
              WHEN Wvent < 3 MOVE 3 TO Wtranche
              WHEN Wvent < 4 MOVE 4 TO Wtranche
              WHEN OTHER MOVE 5 TO Wtranche
       END-EVALUATE.

       Imprimer_analyse.
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "ANALYSE DU TIR PAR VENT - SAISON EN COURS - "
              WnbCourses " courses avec releves"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "tranche de vent    couche: tirs  reussite"
              "   debout: tirs  reussite   total"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE 1 TO Wtranche
       PERFORM WITH TEST AFTER UNTIL Wtranche > 5
              PERFORM Imprimer_tranche
              ADD 1 TO Wtranche
       END-PERFORM
       IF WsansReleve > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "tirs sans releve de conditions (non ventiles) : "
                     WsansReleve
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       IF WhorsCourse > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "tirs sans numero de course (ignores) : "
                     WhorsCourse
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       CLOSE fimp
       DISPLAY "analyse ecrite dans analysevent.prn".

       Imprimer_tranche.
       MOVE 1 TO Wpos
       PERFORM Calculer_taux
       MOVE WtauxEd TO WtauxCEd
       MOVE 2 TO Wpos
       PERFORM Calculer_taux
       MOVE WtauxEd TO WtauxDEd
       COMPUTE Wtirs = Tcum_tirs(Wtranche, 1) + Tcum_tirs(Wtranche, 2)
       COMPUTE Wballes = Tcum_touches(Wtranche, 1)
                       + Tcum_touches(Wtranche, 2)
       IF Wtirs = 0 THEN
              MOVE 0 TO Wtaux
       ELSE
              COMPUTE Wtaux ROUNDED = Wballes * 100
                                      / (Wtirs * WballesParTir)
       END-IF
       MOVE Wtaux TO WtauxEd
       MOVE SPACES TO WligneImp
       STRING Ttr_lib(Wtranche)
              "   " Tcum_tirs(Wtranche, 1) "   " WtauxCEd "%"
              "        " Tcum_tirs(Wtranche, 2) "   " WtauxDEd "%"
              "   " WtauxEd "%"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Calculer_taux.
       IF Tcum_tirs(Wtranche, Wpos) = 0 THEN
              MOVE 0 TO Wtaux
       ELSE
              COMPUTE Wtaux ROUNDED = Tcum_touches(Wtranche, Wpos) * 100
                      / (Tcum_tirs(Wtranche, Wpos) * WballesParTir)
       END-IF
       MOVE Wtaux TO WtauxEd.

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
