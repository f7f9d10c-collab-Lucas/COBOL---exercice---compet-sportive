       IDENTIFICATION DIVISION.
       PROGRAM-ID. massstart.
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

              select fp assign to "participants.dat"
              organization indexed
              access mode is dynamic
              record key is fp_cle
              alternate record key is fp_numA WITH DUPLICATES
              alternate record key is fp_numCo WITH DUPLICATES
              file status is cr_fp.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select fms assign to "massstart.dat"
              organization indexed
              access mode is dynamic
              record key is ms_cle
              file status is cr_ms.

              select ftri assign to "massstart.tmp".

              select fimp assign to "massstart.prn"
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

       FD fms.
              01 tamp_ms.
                     02 ms_cle.
                            03 ms_numCo PIC 9(3).
                            03 ms_numA PIC 9(3).
                     02 ms_sexe PIC X(1).
                     02 ms_motif PIC X(1).
                     02 ms_rang PIC 9(3).
                     02 ms_points PIC 9(5).

       SD ftri.
              01 tamp_tri.
                     02 tri_points PIC 9(5).
                     02 tri_victoires PIC 9(3).
                     02 tri_numA PIC 9(3).
                     02 tri_nom PIC X(30).
                     02 tri_prenom PIC X(30).
                     02 tri_pays PIC X(30).
                     02 tri_medaille PIC 9(1).

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
              77 cr_fp PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_ms PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8) VALUE "BATCH".
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "MASSSTART".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinA PIC 9.
              77 WfinP PIC 9.
              77 WfinT PIC 9.
              77 Wtrouver PIC 9.
              77 WnumCo PIC 9(3).
              77 WnumCompet PIC 9(3).
              77 WdateCourse PIC 9(8).
              77 WheureCourse PIC 9(4).
              77 WvilleCompet PIC X(30).
              77 WtypeCo PIC X(30).
              77 WnbCoupe PIC 9(3) VALUE 25.
              77 WnumA PIC 9(3).
              77 Wpoints PIC 9(5).
              77 Wvictoires PIC 9(3).
              77 Wmedaille PIC 9(1).
              77 Wanterieure PIC 9.
              77 Wposition PIC 9(3).
              77 Wrang PIC 9(3).
              77 WpointsPrec PIC 9(5).
              77 WnbMed PIC 9(3).
              77 Widx PIC 9(3).
              77 WnbRetenus PIC 9(3).
              77 WnbSupprimes PIC 9(4).
              77 Wsx PIC 9.
              77 Wsexe PIC X(1).
              77 Wsexelib PIC X(6).
              77 WligneImp PIC X(120).

       01 TableMedailles.
              02 Tmed OCCURS 50 TIMES.
                     03 Tmed_numA PIC 9(3).
                     03 Tmed_nom PIC X(30).
                     03 Tmed_prenom PIC X(30).
                     03 Tmed_pays PIC X(30).
                     03 Tmed_medaille PIC 9(1).
                     03 Tmed_points PIC 9(5).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer numero de la course mass start"
       ACCEPT WnumCo
       MOVE 0 TO Wtrouver
       OPEN INPUT fc
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Massstart" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "course inexistante"
       NOT INVALID KEY
              MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
              IF WtypeCo NOT = "MASS START" THEN
                     DISPLAY "la course " WnumCo " n'est pas une"
                             " mass start"
              ELSE
                     IF fc_etat = "O" OR fc_etat = "V" THEN
                            DISPLAY "course officielle ou verrouillee,"
                                    " liste non modifiable"
                     ELSE
                            MOVE 1 TO Wtrouver
                            MOVE fc_numCompet TO WnumCompet
                            MOVE fc_date TO WdateCourse
                            MOVE fc_heure TO WheureCourse
                            MOVE fc_villeCompet TO WvilleCompet
                     END-IF
              END-IF
       END-READ
       CLOSE fc
       IF Wtrouver = 1 THEN
              PERFORM Etablir_liste
       END-IF
       STOP RUN.

       Etablir_liste.
       OPEN I-O fms
       IF cr_ms = 35 THEN
              OPEN OUTPUT fms
              CLOSE fms
              OPEN I-O fms
       END-IF
       PERFORM Effacer_liste
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "LISTE DES ATHLETES ADMIS - MASS START COURSE " WnumCo
              " " FUNCTION TRIM(WvilleCompet) " DU " WdateCourse
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "admis : les " WnbCoupe " premiers de la coupe du"
              " monde (points avant la course) et les medailles"
              " de la competition " WnumCompet
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE 1 TO Wsx
       PERFORM WITH TEST AFTER UNTIL Wsx > 2
              IF Wsx = 1 THEN
                     MOVE "H" TO Wsexe
                     MOVE "HOMMES" TO Wsexelib
              ELSE
                     MOVE "F" TO Wsexe
                     MOVE "FEMMES" TO Wsexelib
              END-IF
              SORT ftri ON DESCENDING KEY tri_points
                          DESCENDING KEY tri_victoires
                          ASCENDING KEY tri_nom
                     INPUT PROCEDURE IS Cumuler_coupe
                     OUTPUT PROCEDURE IS Retenir_admis
              ADD 1 TO Wsx
       END-PERFORM
       CLOSE fimp
       CLOSE fms
       DISPLAY "liste des admis ecrite dans massstart.prn".

       Effacer_liste.
       MOVE 0 TO WnbSupprimes
       MOVE WnumCo TO ms_numCo
       MOVE 0 TO ms_numA
       START fms, KEY IS >= ms_cle
       INVALID KEY IF cr_ms NOT = 23 THEN
                          MOVE "Effacer_liste" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ms TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fms NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ms_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   PERFORM Supprimer_admis
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       IF WnbSupprimes > 0 THEN
              DISPLAY WnbSupprimes " admis de la liste precedente"
                      " supprimes"
       END-IF.

       Supprimer_admis.
       MOVE tamp_ms TO Wavant
       DELETE fms
       INVALID KEY MOVE "Supprimer_admis" TO Wparagraphe
                   MOVE "DELETE" TO Woperation
                   MOVE cr_ms TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY
                   ADD 1 TO WnbSupprimes
                   MOVE "DELETE" TO Woperation
                   MOVE "massstart.dat" TO Wfichier
                   MOVE Wavant(1:6) TO Wcle
                   MOVE SPACES TO Wapres
                   PERFORM Journaliser
       END-DELETE.

       Cumuler_coupe.
       OPEN INPUT fa
       OPEN INPUT fp
       OPEN INPUT fc
       MOVE 0 TO WfinA
       PERFORM WITH TEST AFTER UNTIL WfinA = 1
              READ fa NEXT
              AT END MOVE 1 TO WfinA
              NOT AT END
                     IF fa_sexe = Wsexe THEN
                            MOVE fa_numA TO WnumA
                            PERFORM Cumuler_athlete
                            IF Wpoints > 0 OR Wmedaille > 0 THEN
                                   MOVE Wpoints TO tri_points
                                   MOVE Wvictoires TO tri_victoires
                                   MOVE WnumA TO tri_numA
                                   MOVE fa_nom TO tri_nom
                                   MOVE fa_prenom TO tri_prenom
                                   MOVE fa_pays TO tri_pays
                                   MOVE Wmedaille TO tri_medaille
                                   RELEASE tamp_tri
                            END-IF
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fa
       CLOSE fp
       CLOSE fc.

       Cumuler_athlete.
       MOVE 0 TO Wpoints
       MOVE 0 TO Wvictoires
       MOVE 0 TO Wmedaille
       MOVE WnumA TO fp_numA
       START fp, KEY IS = fp_numA
       INVALID KEY IF cr_fp NOT = 23 THEN
                          MOVE "Cumuler_athlete" TO Wparagraphe
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
                                   IF fp_statut NOT = "DSQ"
                                      AND fp_numCo NOT = WnumCo THEN
                                          PERFORM Cumuler_course
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Cumuler_course.
       MOVE fp_numCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Cumuler_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wanterieure
              IF fc_date < WdateCourse THEN
                     MOVE 1 TO Wanterieure
              END-IF
              IF fc_date = WdateCourse
                 AND fc_heure < WheureCourse THEN
                     MOVE 1 TO Wanterieure
              END-IF
              IF Wanterieure = 1 THEN
                     ADD fp_points TO Wpoints
                     IF fp_classement = 1 THEN
                            ADD 1 TO Wvictoires
                     END-IF
                     IF fc_numCompet = WnumCompet
                        AND fp_classement > 0
                        AND fp_classement < 4 THEN
                            IF Wmedaille = 0
                               OR fp_classement < Wmedaille THEN
                                   MOVE fp_classement TO Wmedaille
                            END-IF
                     END-IF
              END-IF
       END-READ.

       Retenir_admis.
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "----- " Wsexelib " -----"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE 0 TO WnbRetenus
       MOVE 0 TO WnbMed
       MOVE 0 TO Wposition
       MOVE 0 TO Wrang
       MOVE 99999 TO WpointsPrec
       MOVE 0 TO WfinT
       PERFORM WITH TEST AFTER UNTIL WfinT = 1
              RETURN ftri
              AT END MOVE 1 TO WfinT
              NOT AT END
                     ADD 1 TO Wposition
                     IF tri_points NOT = WpointsPrec THEN
                            MOVE Wposition TO Wrang
                            MOVE tri_points TO WpointsPrec
                     END-IF
                     IF tri_points > 0 AND Wrang <= WnbCoupe THEN
                            PERFORM Admettre_coupe
                     ELSE
                            IF tri_medaille > 0 THEN
                                   PERFORM Garder_medaille
                            END-IF
                     END-IF
              END-RETURN
       END-PERFORM
       IF WnbMed > 0 THEN
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbMed
                     PERFORM Admettre_medaille
                     ADD 1 TO Widx
              END-PERFORM
       END-IF
       MOVE SPACES TO WligneImp
       STRING "  total " Wsexelib " : " WnbRetenus " admis"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Admettre_coupe.
       MOVE WnumCo TO ms_numCo
       MOVE tri_numA TO ms_numA
       MOVE Wsexe TO ms_sexe
       MOVE "C" TO ms_motif
       MOVE Wrang TO ms_rang
       MOVE tri_points TO ms_points
       PERFORM Ecrire_admis
       MOVE SPACES TO WligneImp
       STRING "  " tri_numA " " tri_nom " " tri_prenom
              " " tri_pays(1:15)
              " coupe du monde rang " Wrang
              " (" tri_points " pts)"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Garder_medaille.
       IF WnbMed < 50 THEN
              ADD 1 TO WnbMed
              MOVE tri_numA TO Tmed_numA(WnbMed)
              MOVE tri_nom TO Tmed_nom(WnbMed)
              MOVE tri_prenom TO Tmed_prenom(WnbMed)
              MOVE tri_pays TO Tmed_pays(WnbMed)
              MOVE tri_medaille TO Tmed_medaille(WnbMed)
              MOVE tri_points TO Tmed_points(WnbMed)
       END-IF.

       Admettre_medaille.
       MOVE WnumCo TO ms_numCo
       MOVE Tmed_numA(Widx) TO ms_numA
       MOVE Wsexe TO ms_sexe
       MOVE "M" TO ms_motif
       MOVE Tmed_medaille(Widx) TO ms_rang
       MOVE Tmed_points(Widx) TO ms_points
       PERFORM Ecrire_admis
       MOVE SPACES TO WligneImp
       STRING "  " Tmed_numA(Widx) " " Tmed_nom(Widx)
              " " Tmed_prenom(Widx) " " Tmed_pays(Widx)(1:15)
              " medaille de la competition (place "
              Tmed_medaille(Widx) ")"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Ecrire_admis.
       WRITE tamp_ms
       INVALID KEY MOVE "Ecrire_admis" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_ms TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY
                   ADD 1 TO WnbRetenus
                   MOVE "WRITE" TO Woperation
                   MOVE "massstart.dat" TO Wfichier
                   MOVE ms_cle TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_ms TO Wapres
                   PERFORM Journaliser
       END-WRITE.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

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
