       IDENTIFICATION DIVISION.
       PROGRAM-ID. accreditations.
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

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select foff assign to "officiels.dat"
              organization indexed
              access mode is dynamic
              record key is off_numO
              alternate record key is off_pays WITH DUPLICATES
              file status is cr_off.

              select facc assign to "accredit.dat"
              organization indexed
              access mode is dynamic
              record key is acc_cle
              alternate record key is acc_numO WITH DUPLICATES
              file status is cr_acc.

              select ftri assign to "accreditations.tmp".

              select fimp assign to "accreditations.prn"
              organization line sequential
              file status is cr_imp.

              select fbad assign to "badges.prn"
              organization line sequential
              file status is cr_bad.

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

       FD foff.
              01 tamp_off.
                     02 off_numO PIC 9(3).
                     02 off_nom PIC X(30).
                     02 off_prenom PIC X(30).
                     02 off_pays PIC X(30).
                     02 off_fonction PIC X(1).

       FD facc.
              01 tamp_acc.
                     02 acc_cle.
                            03 acc_numCompet PIC 9(3).
                            03 acc_numO PIC 9(3).
                     02 acc_date PIC 9(8).
                     02 acc_operateur PIC X(8).

       SD ftri.
              01 tamp_tri.
                     02 tri_pays PIC X(30).
                     02 tri_fonction PIC X(1).
                     02 tri_nom PIC X(30).
                     02 tri_prenom PIC X(30).
                     02 tri_numO PIC 9(3).

       FD fimp.
              01 tamp_imp PIC X(120).

       FD fbad.
              01 tamp_bad PIC X(60).

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
              77 cr_fa PIC 9(2).
              77 cr_off PIC 9(2).
              77 cr_acc PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_bad PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "ACCREDITATIO".
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
              77 Wpays PIC X(30).
              77 WnbCrs PIC 9(2).
              77 WnbVus PIC 9(3).
              77 WnbNat PIC 9(3).
              77 Wnat PIC 9(3).
              77 Widx PIC 9(3).
              77 WpaysPrec PIC X(30).
              77 WnbOff PIC 9(4).
              77 WnbDepassements PIC 9(3).
              77 WlibFonction PIC X(20).
              77 WligneImp PIC X(120).
              77 WligneBad PIC X(60).

       01 TableCourses.
              02 Tcrs OCCURS 50 TIMES.
                     03 Tcrs_numCo PIC 9(3).

       01 TableVus.
              02 Tvu OCCURS 500 TIMES.
                     03 Tvu_numA PIC 9(3).

       01 TableNations.
              02 Tnat OCCURS 100 TIMES.
                     03 Tnat_pays PIC X(30).
                     03 Tnat_nbAth PIC 9(3).
                     03 Tnat_nbOff PIC 9(3).
                     03 Tnat_max PIC 9(3).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer numero competition"
       ACCEPT WnumCompet
       MOVE 0 TO Wtrouver
       OPEN INPUT fco
       MOVE WnumCompet TO fco_numCo
       READ fco
       INVALID KEY IF cr_fco NOT = 23 THEN
                          MOVE "Accreditations" TO Wparagraphe
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
              PERFORM Compter_athletes
              PERFORM Editer_accreditations
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

       Compter_athletes.
       MOVE 0 TO WnbNat
       MOVE 0 TO WnbVus
       IF WnbCrs > 0 THEN
              OPEN INPUT fp
              OPEN INPUT fa
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fp NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            PERFORM Chercher_course
                            IF Wtrouver = 1 THEN
                                   MOVE fp_numA TO WnumA
                                   PERFORM Compter_athlete
                            END-IF
                     END-READ
              END-PERFORM
              CLOSE fp
              CLOSE fa
       END-IF.

       Chercher_course.
       MOVE 0 TO Wtrouver
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > WnbCrs OR Wtrouver = 1
              IF Tcrs_numCo(Widx) = fp_numCo THEN
                     MOVE 1 TO Wtrouver
              END-IF
              ADD 1 TO Widx
       END-PERFORM.

       Compter_athlete.
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
                                 MOVE "Compter_athlete" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE fa_pays TO Wpays
                     PERFORM Chercher_nation
                     IF Wnat > 0 THEN
                            ADD 1 TO Tnat_nbAth(Wnat)
                     END-IF
              END-READ
       END-IF.

       Chercher_nation.
       MOVE 0 TO Wnat
       IF WnbNat > 0 THEN
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbNat OR Wnat > 0
                     IF Tnat_pays(Widx) = Wpays THEN
                            MOVE Widx TO Wnat
                     END-IF
                     ADD 1 TO Widx
              END-PERFORM
       END-IF
       IF Wnat = 0 AND WnbNat < 100 THEN
              ADD 1 TO WnbNat
              MOVE WnbNat TO Wnat
              MOVE Wpays TO Tnat_pays(Wnat)
              MOVE 0 TO Tnat_nbAth(Wnat)
              MOVE 0 TO Tnat_nbOff(Wnat)
              MOVE 0 TO Tnat_max(Wnat)
       END-IF
       IF Wnat = 0 THEN
              DISPLAY "table des nations pleine, " FUNCTION TRIM(Wpays)
                      " non comptee"
              MOVE "Chercher_nation" TO Wparagraphe
              MOVE "TABLE" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Calculer_maximum.
       EVALUATE TRUE
              WHEN Tnat_nbAth(Wnat) = 0
                     MOVE 0 TO Tnat_max(Wnat)
              WHEN Tnat_nbAth(Wnat) <= 2
                     MOVE 3 TO Tnat_max(Wnat)
              WHEN Tnat_nbAth(Wnat) <= 5
                     MOVE 5 TO Tnat_max(Wnat)
              WHEN Tnat_nbAth(Wnat) <= 8
                     MOVE 7 TO Tnat_max(Wnat)
              WHEN OTHER
                     MOVE 9 TO Tnat_max(Wnat)
       END-EVALUATE.

       Editer_accreditations.
       MOVE 0 TO WnbOff
       MOVE 0 TO WnbDepassements
       OPEN OUTPUT fimp
       OPEN OUTPUT fbad
       MOVE SPACES TO WligneImp
       STRING "ACCREDITATIONS DES OFFICIELS - COMPETITION "
              WnumCompet " " FUNCTION TRIM(WvilleCompet)
              " (" FUNCTION TRIM(WpaysHote) ")"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       SORT ftri ON ASCENDING KEY tri_pays tri_fonction tri_nom
              INPUT PROCEDURE IS Selectionner_accredites
              OUTPUT PROCEDURE IS Editer_liste
       PERFORM Controler_nations_sans_officiel
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "TOTAL : " WnbOff " officiels accredites, "
              WnbDepassements " nations au-dela du maximum"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       CLOSE fimp
       CLOSE fbad
       DISPLAY "liste ecrite dans accreditations.prn, badges dans"
               " badges.prn".

       Selectionner_accredites.
       OPEN INPUT facc
       OPEN INPUT foff
       IF cr_acc NOT = 35 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ facc NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF acc_numCompet = WnumCompet THEN
                                   PERFORM Retenir_accredite
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE facc
       CLOSE foff.

       Retenir_accredite.
       MOVE acc_numO TO off_numO
       READ foff
       INVALID KEY IF cr_off NOT = 23 THEN
                          MOVE "Retenir_accredite" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "officiel " acc_numO " inconnu, ignore"
       NOT INVALID KEY
              MOVE off_pays TO Wpays
              PERFORM Chercher_nation
              IF Wnat > 0 THEN
                     ADD 1 TO Tnat_nbOff(Wnat)
              END-IF
              MOVE off_pays TO tri_pays
              MOVE off_fonction TO tri_fonction
              MOVE off_nom TO tri_nom
              MOVE off_prenom TO tri_prenom
              MOVE off_numO TO tri_numO
              RELEASE tamp_tri
       END-READ.

       Editer_liste.
       MOVE HIGH-VALUES TO WpaysPrec
       MOVE 0 TO WfinT
       PERFORM WITH TEST AFTER UNTIL WfinT = 1
              RETURN ftri
              AT END MOVE 1 TO WfinT
              NOT AT END
                     IF tri_pays NOT = WpaysPrec THEN
                            PERFORM Ouvrir_nation
                     END-IF
                     PERFORM Imprimer_officiel
                     PERFORM Imprimer_badge
              END-RETURN
       END-PERFORM.

       Ouvrir_nation.
       MOVE tri_pays TO WpaysPrec
       MOVE tri_pays TO Wpays
       PERFORM Chercher_nation
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       IF Wnat = 0 THEN
              STRING "NATION : " tri_pays
                     " non controlee (table des nations pleine)"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              PERFORM Calculer_maximum
              STRING "NATION : " tri_pays
                     " athletes engages:" Tnat_nbAth(Wnat)
                     " officiels:" Tnat_nbOff(Wnat)
                     " maximum:" Tnat_max(Wnat)
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
              IF Tnat_nbOff(Wnat) > Tnat_max(Wnat) THEN
                     ADD 1 TO WnbDepassements
                     MOVE SPACES TO WligneImp
                     STRING "  *** DEPASSEMENT : " Tnat_nbOff(Wnat)
                            " officiels pour un maximum de "
                            Tnat_max(Wnat) " ***"
                            DELIMITED BY SIZE INTO WligneImp
                     PERFORM Ecrire_ligne
              END-IF
       END-IF.

       Libeller_fonction.
       EVALUATE tri_fonction
              WHEN "E" MOVE "ENTRAINEUR" TO WlibFonction
              WHEN "T" MOVE "TECHNICIEN FARTAGE" TO WlibFonction
              WHEN "M" MOVE "MEDECIN" TO WlibFonction
              WHEN "C" MOVE "CHEF D'EQUIPE" TO WlibFonction
              WHEN OTHER MOVE "?" TO WlibFonction
       END-EVALUATE.

       Imprimer_officiel.
       ADD 1 TO WnbOff
       PERFORM Libeller_fonction
       MOVE SPACES TO WligneImp
       STRING "  officiel:" tri_numO
              " " WlibFonction
              " " tri_nom
              " " tri_prenom
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_badge.
       MOVE ALL "-" TO WligneBad
       PERFORM Ecrire_badge
       MOVE SPACES TO WligneBad
       STRING "| COMPETITION " WnumCompet " "
              FUNCTION TRIM(WvilleCompet)
              DELIMITED BY SIZE INTO WligneBad
       PERFORM Ecrire_badge
       MOVE SPACES TO WligneBad
       STRING "| " FUNCTION TRIM(tri_nom) " "
              FUNCTION TRIM(tri_prenom)
              DELIMITED BY SIZE INTO WligneBad
       PERFORM Ecrire_badge
       MOVE SPACES TO WligneBad
       STRING "| " FUNCTION TRIM(tri_pays)
              DELIMITED BY SIZE INTO WligneBad
       PERFORM Ecrire_badge
       MOVE SPACES TO WligneBad
       STRING "| " WlibFonction "  No " tri_numO
              DELIMITED BY SIZE INTO WligneBad
       PERFORM Ecrire_badge
       MOVE ALL "-" TO WligneBad
       PERFORM Ecrire_badge
       MOVE SPACES TO WligneBad
       PERFORM Ecrire_badge.

       Controler_nations_sans_officiel.
       IF WnbNat > 0 THEN
              MOVE 1 TO Wnat
              PERFORM WITH TEST AFTER UNTIL Wnat > WnbNat
                     IF Tnat_nbOff(Wnat) = 0 THEN
                            MOVE SPACES TO WligneImp
                            STRING "NATION : " Tnat_pays(Wnat)
                                   " athletes engages:"
                                   Tnat_nbAth(Wnat)
                                   " aucun officiel accredite"
                                   DELIMITED BY SIZE INTO WligneImp
                            PERFORM Ecrire_ligne
                     END-IF
                     ADD 1 TO Wnat
              END-PERFORM
       END-IF.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Ecrire_badge.
       MOVE WligneBad TO tamp_bad
       WRITE tamp_bad.

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
