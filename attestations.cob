       IDENTIFICATION DIVISION.
       PROGRAM-ID. attestations.
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

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select fpay assign to "paiements.dat"
              organization indexed
              access mode is dynamic
              record key is pay_cle
              alternate record key is pay_numCompet WITH DUPLICATES
              file status is cr_pay.

              select ftri assign to "attestations.tmp".

              select fimp assign to "attestations.prn"
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

       FD fpay.
              01 tamp_pay.
                     02 pay_cle.
                            03 pay_numCompet PIC 9(3).
                            03 pay_numA PIC 9(3).
                     02 pay_montant PIC 9(8).
                     02 pay_statut PIC X(8).
                     02 pay_date PIC 9(8).
                     02 pay_retenue PIC 9(8).

       SD ftri.
              01 tamp_tri.
                     02 tri_numA PIC 9(3).
                     02 tri_numCompet PIC 9(3).
                     02 tri_date PIC 9(8).
                     02 tri_montant PIC 9(8).
                     02 tri_retenue PIC 9(8).
                     02 tri_statut PIC X(8).

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
              77 cr_fa PIC 9(2).
              77 cr_pay PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "ATTESTATIONS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinT PIC 9.
              77 Wannee PIC 9(4).
              77 WanneePaie PIC 9(4).
              77 WnumA PIC 9(3).
              77 WnumAPrec PIC 9(3).
              77 Wnet PIC 9(8).
              77 WbrutAth PIC 9(9).
              77 WretenueAth PIC 9(9).
              77 WnetAth PIC 9(9).
              77 WnbAttest PIC 9(4).
              77 WvilleCompet PIC X(30).
              77 WpaysHote PIC X(30).
              77 WligneImp PIC X(120).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer annee des attestations (AAAA)"
       ACCEPT Wannee
       DISPLAY "Rentrer numero athlete (0 pour tous)"
       ACCEPT WnumA
       OPEN INPUT fpay
       IF cr_pay = 35 THEN
              DISPLAY "aucun paiement enregistre"
              CLOSE fpay
       ELSE
              CLOSE fpay
              PERFORM Editer_attestations
       END-IF
       STOP RUN.

       Editer_attestations.
       MOVE 0 TO WnbAttest
       OPEN OUTPUT fimp
       OPEN INPUT fa
       OPEN INPUT fco
       SORT ftri ON ASCENDING KEY tri_numA tri_numCompet
              INPUT PROCEDURE IS Selectionner_paiements
              OUTPUT PROCEDURE IS Editer_certificats
       CLOSE fa
       CLOSE fco
       CLOSE fimp
       DISPLAY WnbAttest " attestations ecrites dans attestations.prn".

       Selectionner_paiements.
       OPEN INPUT fpay
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fpay NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     COMPUTE WanneePaie = pay_date / 10000
                     IF WanneePaie = Wannee
                        AND (WnumA = 0 OR pay_numA = WnumA)
                        AND (pay_statut = "PAYE"
                             OR pay_statut = "RECOUVR") THEN
                            MOVE pay_numA TO tri_numA
                            MOVE pay_numCompet TO tri_numCompet
                            MOVE pay_date TO tri_date
                            MOVE pay_montant TO tri_montant
                            MOVE pay_retenue TO tri_retenue
                            MOVE pay_statut TO tri_statut
                            RELEASE tamp_tri
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fpay.

       Editer_certificats.
       MOVE 999 TO WnumAPrec
       MOVE 0 TO WfinT
       PERFORM WITH TEST AFTER UNTIL WfinT = 1
              RETURN ftri
              AT END MOVE 1 TO WfinT
              NOT AT END
                     IF tri_numA NOT = WnumAPrec
                        OR WnbAttest = 0 THEN
                            IF WnbAttest > 0 THEN
                                   PERFORM Totaliser_certificat
                            END-IF
                            PERFORM Ouvrir_certificat
                     END-IF
                     PERFORM Imprimer_paiement
              END-RETURN
       END-PERFORM
       IF WnbAttest > 0 THEN
              PERFORM Totaliser_certificat
       ELSE
              MOVE "aucun paiement pour cette annee" TO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Ouvrir_certificat.
       MOVE tri_numA TO WnumAPrec
       ADD 1 TO WnbAttest
       MOVE 0 TO WbrutAth
       MOVE 0 TO WretenueAth
       MOVE 0 TO WnetAth
       MOVE tri_numA TO fa_numA
       READ fa
       INVALID KEY IF cr_fa NOT = 23 THEN
                          MOVE "Ouvrir_certificat" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fa TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   MOVE "athlete inconnu" TO fa_nom
                   MOVE SPACES TO fa_prenom
                   MOVE SPACES TO fa_pays
       END-READ
       MOVE SPACES TO WligneImp
       STRING "ATTESTATION DE RETENUE A LA SOURCE SUR PRIMES - ANNEE "
              Wannee
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "athlete " tri_numA " " FUNCTION TRIM(fa_nom)
              " " FUNCTION TRIM(fa_prenom)
              " - nation : " FUNCTION TRIM(fa_pays)
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_paiement.
       MOVE tri_numCompet TO fco_numCo
       READ fco
       INVALID KEY IF cr_fco NOT = 23 THEN
                          MOVE "Imprimer_paiement" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fco TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   MOVE "?" TO WvilleCompet
                   MOVE "?" TO WpaysHote
       NOT INVALID KEY
              MOVE fco_ville TO WvilleCompet
              MOVE fco_pays TO WpaysHote
       END-READ
       COMPUTE Wnet = tri_montant - tri_retenue
       ADD tri_montant TO WbrutAth
       ADD tri_retenue TO WretenueAth
       ADD Wnet TO WnetAth
       MOVE SPACES TO WligneImp
       STRING "  competition " tri_numCompet " "
              FUNCTION TRIM(WvilleCompet)
              " (" FUNCTION TRIM(WpaysHote) ")"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "     verse le " tri_date
              " brut:" tri_montant
              " retenue:" tri_retenue
              " net:" Wnet
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF tri_statut = "RECOUVR" THEN
              MOVE "     primes a recuperer suite a sanction"
                   TO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Totaliser_certificat.
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "  TOTAL ANNEE " Wannee
              " brut:" WbrutAth
              " retenue:" WretenueAth
              " net:" WnetAth
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE ALL "-" TO WligneImp
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
