       IDENTIFICATION DIVISION.
       PROGRAM-ID. impayes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select ffac assign to "factures.dat"
              organization indexed
              access mode is dynamic
              record key is fac_cle
              alternate record key is fac_pays WITH DUPLICATES
              file status is cr_fac.

              select fimp assign to "impayes.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

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
              77 cr_fac PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "IMPAYES".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WnumCompet PIC 9(3).
              77 WpaysCourant PIC X(30).
              77 WnbPays PIC 9(3).
              77 WtotalPays PIC 9(9).
              77 WnbNations PIC 9(3).
              77 WnbImpayes PIC 9(4).
              77 WtotalGeneral PIC 9(10).
              77 WligneImp PIC X(120).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer numero competition (0 pour toutes)"
       ACCEPT WnumCompet
       OPEN INPUT ffac
       IF cr_fac = 35 THEN
              DISPLAY "aucune facture enregistree"
       ELSE
              PERFORM Editer_impayes
       END-IF
       CLOSE ffac
       STOP RUN.

       Editer_impayes.
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       IF WnumCompet = 0 THEN
              STRING "FACTURES IMPAYEES PAR NATION - TOUTES "
                     "COMPETITIONS"
                     DELIMITED BY SIZE INTO WligneImp
       ELSE
              STRING "FACTURES IMPAYEES PAR NATION - COMPETITION "
                     WnumCompet
                     DELIMITED BY SIZE INTO WligneImp
       END-IF
       PERFORM Ecrire_ligne
       MOVE 0 TO WnbNations
       MOVE 0 TO WnbImpayes
       MOVE 0 TO WtotalGeneral
       MOVE 0 TO WnbPays
       MOVE 0 TO WtotalPays
       MOVE SPACES TO WpaysCourant
       MOVE LOW-VALUES TO fac_pays
       START ffac KEY IS >= fac_pays
       INVALID KEY MOVE 1 TO Wfin
                   IF cr_fac NOT = 23 THEN
                          MOVE "Editer_impayes" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fac TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE 0 TO Wfin
       END-START
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ ffac NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fac_datePaiement = 0 AND (WnumCompet = 0
                        OR fac_numCompet = WnumCompet) THEN
                            PERFORM Imprimer_impaye
                     END-IF
              END-READ
       END-PERFORM
       PERFORM Totaliser_pays
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       IF WnbImpayes = 0 THEN
              MOVE "aucune facture impayee" TO WligneImp
       ELSE
              STRING "TOTAL GENERAL : " WnbImpayes " factures, "
                     WnbNations " nations, " WtotalGeneral
                     DELIMITED BY SIZE INTO WligneImp
       END-IF
       PERFORM Ecrire_ligne
       CLOSE fimp
       DISPLAY "etat ecrit dans impayes.prn".

       Imprimer_impaye.
       IF fac_pays NOT = WpaysCourant THEN
              PERFORM Totaliser_pays
              MOVE fac_pays TO WpaysCourant
              ADD 1 TO WnbNations
              MOVE SPACES TO WligneImp
              PERFORM Ecrire_ligne
              MOVE SPACES TO WligneImp
              STRING "NATION : " fac_pays
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       MOVE SPACES TO WligneImp
       STRING "  facture " fac_numFacture " competition "
              fac_numCompet " du " fac_date " montant " fac_montant
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       ADD 1 TO WnbPays
       ADD fac_montant TO WtotalPays
       ADD 1 TO WnbImpayes
       ADD fac_montant TO WtotalGeneral.

       Totaliser_pays.
       IF WnbPays > 0 THEN
              MOVE SPACES TO WligneImp
              STRING "  total du : " WnbPays " factures, " WtotalPays
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF
       MOVE 0 TO WnbPays
       MOVE 0 TO WtotalPays.

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
