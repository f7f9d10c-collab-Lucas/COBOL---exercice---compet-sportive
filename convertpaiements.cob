       IDENTIFICATION DIVISION.
       PROGRAM-ID. convertpaiements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fpayold assign to "paiements.dat"
              organization indexed
              access mode is dynamic
              record key is payold_cle
              alternate record key is payold_numCompet WITH DUPLICATES
              file status is cr_payold.

              select fpaynew assign to "paiements.dat"
              organization indexed
              access mode is dynamic
              record key is pay_cle
              alternate record key is pay_numCompet WITH DUPLICATES
              file status is cr_pay.

              select fpaytmp assign to "paiements_ret.tmp"
              organization line sequential
              file status is cr_paytmp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD fpayold.
              01 tamp_payold.
                     02 payold_cle.
                            03 payold_numCompet PIC 9(3).
                            03 payold_numA PIC 9(3).
                     02 payold_montant PIC 9(8).
                     02 payold_statut PIC X(8).
                     02 payold_date PIC 9(8).

       FD fpaynew.
              01 tamp_pay.
                     02 pay_cle.
                            03 pay_numCompet PIC 9(3).
                            03 pay_numA PIC 9(3).
                     02 pay_montant PIC 9(8).
                     02 pay_statut PIC X(8).
                     02 pay_date PIC 9(8).
                     02 pay_retenue PIC 9(8).

       FD fpaytmp.
              01 tamp_paytmp.
                     02 paytmp_numCompet PIC 9(3).
                     02 paytmp_numA PIC 9(3).
                     02 paytmp_montant PIC 9(8).
                     02 paytmp_statut PIC X(8).
                     02 paytmp_date PIC 9(8).
                     02 paytmp_retenue PIC 9(8).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_payold PIC 9(2).
              77 cr_pay PIC 9(2).
              77 cr_paytmp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "CONVERTPAIE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wlus PIC 9(6).
              77 Wecrits PIC 9(6).
              77 Wconfirme PIC X(1).

       PROCEDURE DIVISION.
       DISPLAY "conversion du fichier paiements (ajout de la retenue"
               " a la source)"
       DISPLAY "confirmer la conversion (O/N)"
       ACCEPT Wconfirme
       MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
       IF Wconfirme = "O" THEN
              PERFORM Decharger_paiements
              PERFORM Recharger_paiements
              DISPLAY "paiements.dat : " Wecrits
                      " sur " Wlus " convertis"
       ELSE
              DISPLAY "conversion abandonnee"
       END-IF
       STOP RUN.

       Decharger_paiements.
       MOVE 0 TO Wlus
       OPEN INPUT fpayold
       IF cr_payold NOT = 0 THEN
              IF cr_payold = 35 THEN
                     DISPLAY "paiements.dat introuvable, rien a"
                             " convertir"
              ELSE
                     DISPLAY "statut " cr_payold " sur paiements.dat"
                             " (fichier deja converti ?), abandon"
              END-IF
              CLOSE fpayold
       ELSE
              OPEN OUTPUT fpaytmp
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fpayold NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO Wlus
                            MOVE payold_numCompet TO paytmp_numCompet
                            MOVE payold_numA TO paytmp_numA
                            MOVE payold_montant TO paytmp_montant
                            MOVE payold_statut TO paytmp_statut
                            MOVE payold_date TO paytmp_date
                            MOVE 0 TO paytmp_retenue
                            WRITE tamp_paytmp
                     END-READ
              END-PERFORM
              CLOSE fpayold
              CLOSE fpaytmp
       END-IF.

       Recharger_paiements.
       MOVE 0 TO Wecrits
       IF Wlus > 0 THEN
              OPEN INPUT fpaytmp
              OPEN OUTPUT fpaynew
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fpaytmp
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE paytmp_numCompet TO pay_numCompet
                            MOVE paytmp_numA TO pay_numA
                            MOVE paytmp_montant TO pay_montant
                            MOVE paytmp_statut TO pay_statut
                            MOVE paytmp_date TO pay_date
                            MOVE paytmp_retenue TO pay_retenue
                            WRITE tamp_pay
                            INVALID KEY
                                   MOVE "Recharger_paiements" TO
                                       Wparagraphe
                                   MOVE "WRITE" TO Woperation
                                   MOVE cr_pay TO Wstatut
                                   PERFORM Logger_erreur
                                   DISPLAY "erreur reecriture "
                                           paytmp_numCompet " "
                                           paytmp_numA
                            NOT INVALID KEY ADD 1 TO Wecrits
                            END-WRITE
                     END-READ
              END-PERFORM
              CLOSE fpaytmp
              CLOSE fpaynew
       END-IF.

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
