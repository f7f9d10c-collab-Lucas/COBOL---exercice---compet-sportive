       IDENTIFICATION DIVISION.
       PROGRAM-ID. facturation.
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

              select fdrt assign to "droits.dat"
              organization indexed
              access mode is dynamic
              record key is drt_numCompet
              file status is cr_drt.

              select ffrf assign to "forfaits.dat"
              organization indexed
              access mode is dynamic
              record key is frf_cle
              file status is cr_frf.

              select ffac assign to "factures.dat"
              organization indexed
              access mode is dynamic
              record key is fac_cle
              alternate record key is fac_pays WITH DUPLICATES
              file status is cr_fac.

              select fimp assign to "factures.prn"
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

       FD fdrt.
              01 tamp_drt.
                     02 drt_numCompet PIC 9(3).
                     02 drt_athlete PIC 9(6).
                     02 drt_equipe PIC 9(6).
                     02 drt_dateLimite PIC 9(8).

       FD ffac.
              01 tamp_fac.
                     02 fac_cle.
                            03 fac_numCompet PIC 9(3).
                            03 fac_pays PIC X(30).
                     02 fac_numFacture PIC 9(6).
                     02 fac_date PIC 9(8).
                     02 fac_nbAthletes PIC 9(3).
                     02 fac_nbEquipes PIC 9(3).
                     02 fac_nbCredits PIC 9(3).
                     02 fac_brut PIC 9(8).
                     02 fac_credit PIC 9(8).
                     02 fac_montant PIC 9(8).
                     02 fac_datePaiement PIC 9(8).

       FD ffrf.
              01 tamp_frf.
                     02 frf_cle.
                            03 frf_numCo PIC 9(3).
                            03 frf_numA PIC 9(3).
                     02 frf_date PIC 9(8).
                     02 frf_operateur PIC X(8).

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
              77 cr_fco PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_fp PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_drt PIC 9(2).
              77 cr_frf PIC 9(2).
              77 cr_fac PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8) VALUE "BATCH".
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "FACTURATION".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 WnumCompet PIC 9(3).
              77 WvilleCompet PIC X(30).
              77 WpaysHote PIC X(30).
              77 WdroitAthlete PIC 9(6).
              77 WdroitEquipe PIC 9(6).
              77 WdateLimite PIC 9(8).
              77 WdateJour PIC 9(8).
              77 WnumA PIC 9(3).
              77 Wpays PIC X(30).
              77 WnbCrs PIC 9(2).
              77 WnbEng PIC 9(3).
              77 WnbNat PIC 9(3).
              77 Wnat PIC 9(3).
              77 Weng PIC 9(3).
              77 Widx PIC 9(3).
              77 Wm PIC 9(2).
              77 WdernierNum PIC 9(6).
              77 Wbrut PIC 9(8).
              77 Wcredit PIC 9(8).
              77 Wmontant PIC 9(8).
              77 WtotalFacture PIC 9(9).
              77 WnbFactures PIC 9(3).
              77 WnbReglees PIC 9(3).
              77 WligneImp PIC X(120).

       01 TableCourses.
              02 Tcrs OCCURS 50 TIMES.
                     03 Tcrs_numCo PIC 9(3).

       01 TableEngages.
              02 Teng OCCURS 500 TIMES.
                     03 Teng_numA PIC 9(3).
                     03 Teng_pays PIC X(30).
                     03 Teng_nbEng PIC 9(2).
                     03 Teng_nbCred PIC 9(2).

       01 TableNations.
              02 Tnat OCCURS 100 TIMES.
                     03 Tnat_pays PIC X(30).
                     03 Tnat_nbAth PIC 9(3).
                     03 Tnat_nbCred PIC 9(3).
                     03 Tnat_nbEq PIC 9(3).

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       DISPLAY "Rentrer numero competition"
       ACCEPT WnumCompet
       MOVE 0 TO Wtrouver
       OPEN INPUT fco
       MOVE WnumCompet TO fco_numCo
       READ fco
       INVALID KEY IF cr_fco NOT = 23 THEN
                          MOVE "Facturation" TO Wparagraphe
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
              PERFORM Lire_bareme
       END-IF
       IF Wtrouver = 1 THEN
              PERFORM Charger_courses
              PERFORM Compter_engages
              PERFORM Compter_equipes
              PERFORM Totaliser_nations
              PERFORM Editer_factures
       END-IF
       STOP RUN.

       Lire_bareme.
       MOVE 0 TO Wtrouver
       OPEN INPUT fdrt
       MOVE WnumCompet TO drt_numCompet
       READ fdrt
       INVALID KEY IF cr_drt NOT = 23 AND cr_drt NOT = 35 THEN
                          MOVE "Lire_bareme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "aucun bareme de droits pour cette"
                           " competition"
       NOT INVALID KEY
              MOVE 1 TO Wtrouver
              MOVE drt_athlete TO WdroitAthlete
              MOVE drt_equipe TO WdroitEquipe
              MOVE drt_dateLimite TO WdateLimite
       END-READ
       CLOSE fdrt.

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

       Chercher_course.
       MOVE 0 TO Wtrouver
       IF WnbCrs > 0 THEN
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbCrs
                 OR Wtrouver = 1
                     IF Tcrs_numCo(Widx) = fp_numCo THEN
                            MOVE 1 TO Wtrouver
                     END-IF
                     ADD 1 TO Widx
              END-PERFORM
       END-IF.

       Compter_engages.
       MOVE 0 TO WnbEng
       MOVE 0 TO WnbNat
       OPEN INPUT fp
       OPEN INPUT fa
       OPEN INPUT ffrf
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fp NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     PERFORM Chercher_course
                     IF Wtrouver = 1 THEN
                            PERFORM Compter_engagement
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fp
       CLOSE fa
       CLOSE ffrf.

       Compter_engagement.
       MOVE 0 TO Weng
       IF WnbEng > 0 THEN
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbEng OR Weng > 0
                     IF Teng_numA(Widx) = fp_numA THEN
                            MOVE Widx TO Weng
                     END-IF
                     ADD 1 TO Widx
              END-PERFORM
       END-IF
       IF Weng = 0 AND WnbEng < 500 THEN
              ADD 1 TO WnbEng
              MOVE WnbEng TO Weng
              MOVE fp_numA TO Teng_numA(Weng)
              MOVE 0 TO Teng_nbEng(Weng)
              MOVE 0 TO Teng_nbCred(Weng)
              MOVE fp_numA TO fa_numA
              READ fa
              INVALID KEY IF cr_fa NOT = 23 THEN
                                 MOVE "Compter_engagement" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          MOVE "?" TO Teng_pays(Weng)
              NOT INVALID KEY MOVE fa_pays TO Teng_pays(Weng)
              END-READ
       END-IF
       IF Weng > 0 THEN
              ADD 1 TO Teng_nbEng(Weng)
              IF fp_statut = "DNS" THEN
                     PERFORM Controler_forfait
              END-IF
       END-IF.

       Controler_forfait.
       IF cr_frf NOT = 35 THEN
              MOVE fp_numCo TO frf_numCo
              MOVE fp_numA TO frf_numA
              READ ffrf
              INVALID KEY IF cr_frf NOT = 23 THEN
                                 MOVE "Controler_forfait" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_frf TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     IF frf_date <= WdateLimite THEN
                            ADD 1 TO Teng_nbCred(Weng)
                     END-IF
              END-READ
       END-IF.

       Compter_equipes.
       OPEN INPUT ftm
       IF cr_ftm NOT = 35 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftm NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE ftm_numCo TO fp_numCo
                            PERFORM Chercher_course
                            IF Wtrouver = 1 THEN
                                   MOVE ftm_pays TO Wpays
                                   PERFORM Chercher_nation
                                   IF Wnat > 0 THEN
                                          ADD 1 TO Tnat_nbEq(Wnat)
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ftm.

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
              MOVE 0 TO Tnat_nbCred(Wnat)
              MOVE 0 TO Tnat_nbEq(Wnat)
       END-IF.

       Totaliser_nations.
       IF WnbEng > 0 THEN
              MOVE 1 TO Weng
              PERFORM WITH TEST AFTER UNTIL Weng > WnbEng
                     MOVE Teng_pays(Weng) TO Wpays
                     PERFORM Chercher_nation
                     IF Wnat > 0 THEN
                            ADD 1 TO Tnat_nbAth(Wnat)
                            IF Teng_nbCred(Weng) = Teng_nbEng(Weng) THEN
                                   ADD 1 TO Tnat_nbCred(Wnat)
                            END-IF
                     END-IF
                     ADD 1 TO Weng
              END-PERFORM
       END-IF.

       Editer_factures.
       MOVE 0 TO WtotalFacture
       MOVE 0 TO WnbFactures
       MOVE 0 TO WnbReglees
       OPEN I-O ffac
       IF cr_fac = 35 THEN
              OPEN OUTPUT ffac
              CLOSE ffac
              OPEN I-O ffac
       END-IF
       PERFORM Chercher_dernier_numero
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "FACTURES DES DROITS D'ENGAGEMENT - COMPETITION "
              WnumCompet " " FUNCTION TRIM(WvilleCompet)
              " (" FUNCTION TRIM(WpaysHote) ")"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "droit par athlete:" WdroitAthlete
              " par equipe:" WdroitEquipe
              " forfait sans frais jusqu'au " WdateLimite
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF WnbNat = 0 THEN
              MOVE "aucun engagement pour cette competition"
                   TO WligneImp
              PERFORM Ecrire_ligne
       ELSE
              MOVE 1 TO Wnat
              PERFORM WITH TEST AFTER UNTIL Wnat > WnbNat
                     PERFORM Facturer_nation
                     ADD 1 TO Wnat
              END-PERFORM
       END-IF
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "TOTAL : " WnbFactures " factures pour " WtotalFacture
              ", " WnbReglees " deja reglees non modifiees"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       CLOSE ffac
       CLOSE fimp
       DISPLAY "factures ecrites dans factures.prn".

       Chercher_dernier_numero.
       MOVE 0 TO WdernierNum
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ ffac NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fac_numFacture > WdernierNum THEN
                            MOVE fac_numFacture TO WdernierNum
                     END-IF
              END-READ
       END-PERFORM.

       Facturer_nation.
       COMPUTE Wbrut = Tnat_nbAth(Wnat) * WdroitAthlete
                     + Tnat_nbEq(Wnat) * WdroitEquipe
       COMPUTE Wcredit = Tnat_nbCred(Wnat) * WdroitAthlete
       COMPUTE Wmontant = Wbrut - Wcredit
       MOVE WnumCompet TO fac_numCompet
       MOVE Tnat_pays(Wnat) TO fac_pays
       READ ffac
       INVALID KEY
              IF cr_fac NOT = 23 THEN
                     MOVE "Facturer_nation" TO Wparagraphe
                     MOVE "READ" TO Woperation
                     MOVE cr_fac TO Wstatut
                     PERFORM Logger_erreur
              END-IF
              ADD 1 TO WdernierNum
              MOVE WdernierNum TO fac_numFacture
              MOVE 0 TO fac_datePaiement
              PERFORM Remplir_facture
              MOVE SPACES TO Wavant
              WRITE tamp_fac
              INVALID KEY MOVE "Facturer_nation" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_fac TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          PERFORM Journaliser_facture
              END-WRITE
       NOT INVALID KEY
              IF fac_datePaiement > 0 THEN
                     ADD 1 TO WnbReglees
              ELSE
                     MOVE tamp_fac TO Wavant
                     PERFORM Remplir_facture
                     REWRITE tamp_fac
                     INVALID KEY MOVE "Facturer_nation" TO Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fac TO Wstatut
                                 PERFORM Logger_erreur
                     NOT INVALID KEY
                                 MOVE "REWRITE" TO Woperation
                                 PERFORM Journaliser_facture
                     END-REWRITE
              END-IF
       END-READ
       PERFORM Imprimer_facture.

       Remplir_facture.
       MOVE WdateJour TO fac_date
       MOVE Tnat_nbAth(Wnat) TO fac_nbAthletes
       MOVE Tnat_nbEq(Wnat) TO fac_nbEquipes
       MOVE Tnat_nbCred(Wnat) TO fac_nbCredits
       MOVE Wbrut TO fac_brut
       MOVE Wcredit TO fac_credit
       MOVE Wmontant TO fac_montant.

       Journaliser_facture.
       MOVE "factures.dat" TO Wfichier
       MOVE fac_cle TO Wcle
       MOVE tamp_fac TO Wapres
       PERFORM Journaliser.

       Imprimer_facture.
       ADD 1 TO WnbFactures
       ADD fac_montant TO WtotalFacture
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "FACTURE " fac_numFacture " du " fac_date
              " - FEDERATION : " Tnat_pays(Wnat)
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "  athletes engages : " Tnat_nbAth(Wnat)
              " x " WdroitAthlete
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "  equipes de relais : " Tnat_nbEq(Wnat)
              " x " WdroitEquipe
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "  montant brut : " fac_brut
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF fac_credit > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "  avoir forfaits avant le " WdateLimite
                     " : " fac_nbCredits " athletes, - " fac_credit
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       MOVE SPACES TO WligneImp
       STRING "  NET A PAYER : " fac_montant
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF fac_datePaiement > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "  facture reglee le " fac_datePaiement
                     ", non recalculee"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

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
