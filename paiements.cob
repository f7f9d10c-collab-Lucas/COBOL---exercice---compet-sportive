              alternate record key is pay_numCompet WITH DUPLICATES
              file status is cr_pay.

              select fret assign to "retenues.dat"
              organization indexed
              access mode is dynamic
              record key is ret_cle
              file status is cr_ret.

              select fvir assign to WnomVirements
              organization line sequential
              file status is cr_vir.
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fprm.
              01 tamp_prm.
                     02 pay_montant PIC 9(8).
                     02 pay_statut PIC X(8).
                     02 pay_date PIC 9(8).
                     02 pay_retenue PIC 9(8).

       FD fret.
              01 tamp_ret.
                     02 ret_cle.
                            03 ret_paysHote PIC X(30).
                            03 ret_paysAthlete PIC X(30).
                     02 ret_taux PIC 9(2)V9(2).

       FD fvir.
              01 tamp_vir.
              77 cr_fc PIC 9(2).
              77 cr_prm PIC 9(2).
              77 cr_pay PIC 9(2).
              77 cr_ret PIC 9(2).
              77 cr_vir PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 WnbVirements PIC 9(5).
              77 WnbSansIban PIC 9(5).
              77 WnbDejaPayes PIC 9(5).
              77 WpaysHote PIC X(30).
              77 Wtaux PIC 9(2)V9(2).
              77 Wretenue PIC 9(8).
              77 WtotalRetenu PIC 9(9).

       PROCEDURE DIVISION.
       DISPLAY "rentrer code operateur"
                   DISPLAY "competition inexistante"
                   CLOSE fco
       NOT INVALID KEY
              MOVE fco_pays TO WpaysHote
              CLOSE fco
              PERFORM Generer_virements
       END-READ
       MOVE 0 TO WnbVirements
       MOVE 0 TO WnbSansIban
       MOVE 0 TO WnbDejaPayes
       MOVE 0 TO WtotalRetenu
       OPEN INPUT fa
       OPEN INPUT fp
       OPEN INPUT fc
       OPEN INPUT fprm
       OPEN I-O fpay
       OPEN INPUT fret
       OPEN OUTPUT fvir
       MOVE 0 TO WfinA
       PERFORM WITH TEST AFTER UNTIL WfinA = 1
       CLOSE fc
       CLOSE fprm
       CLOSE fpay
       CLOSE fret
       CLOSE fvir
       DISPLAY WnbVirements " virements ecrits dans "
               FUNCTION TRIM(WnomVirements)
       IF WtotalRetenu > 0 THEN
              DISPLAY "retenue a la source reversee au "
                      FUNCTION TRIM(WpaysHote) " : " WtotalRetenu
       END-IF
       IF WnbDejaPayes > 0 THEN
              DISPLAY WnbDejaPayes " athletes deja payes, ignores"
       END-IF
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF pay_statut = "PAYE" OR pay_statut = "RECOUVR" THEN
                     MOVE 1 TO WdejaPaye
              END-IF
       END-READ.
              DISPLAY "athlete " WnumA " " fa_nom
                      " : pas d'IBAN, paiement non genere"
       ELSE
              PERFORM Calculer_retenue
              ADD Wretenue TO WtotalRetenu
              MOVE fa_iban TO vir_iban
              COMPUTE vir_montant = Wtotal - Wretenue
              MOVE fa_nom TO vir_nom
              STRING "PRIMES COMPET " WnumCompet
                     DELIMITED BY SIZE INTO vir_reference
              MOVE WnumCompet TO pay_numCompet
              MOVE WnumA TO pay_numA
              MOVE Wtotal TO pay_montant
              MOVE Wretenue TO pay_retenue
              MOVE "PAYE" TO pay_statut
              MOVE FUNCTION CURRENT-DATE(1:8) TO pay_date
              WRITE tamp_pay
              END-WRITE
       END-IF.

       Calculer_retenue.
       MOVE 0 TO Wtaux
       MOVE 0 TO Wretenue
       IF fa_pays NOT = WpaysHote AND cr_ret NOT = 35 THEN
              MOVE WpaysHote TO ret_paysHote
              MOVE fa_pays TO ret_paysAthlete
              READ fret
              INVALID KEY IF cr_ret NOT = 23 THEN
                                 MOVE "Calculer_retenue" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_ret TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          PERFORM Chercher_taux_general
              NOT INVALID KEY MOVE ret_taux TO Wtaux
              END-READ
              COMPUTE Wretenue ROUNDED = Wtotal * Wtaux / 100
       END-IF.

       Chercher_taux_general.
       MOVE WpaysHote TO ret_paysHote
       MOVE "AUTRES" TO ret_paysAthlete
       READ fret
       INVALID KEY IF cr_ret NOT = 23 THEN
                          MOVE "Chercher_taux_gener" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE ret_taux TO Wtaux
       END-READ.

       Journaliser.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Woperateur TO jrn_operateur
