              alternate record key is ftmarch_numCo WITH DUPLICATES
              file status is cr_ftmarch.

              select fvrr assign to "verrou.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is vrr_cle
              file status is cr_vrr.

              select fses assign to "sessions.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ses_cle
              file status is cr_ses.

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              record key is op_code
              file status is cr_fop.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fp.
              01 tamp_fp.
                     02 fcarch_numCompet PIC 9(3).
                     02 fcarch_date PIC 9(8).
                     02 fcarch_heure PIC 9(4).
                     02 fcarch_etat PIC X(1).
                     02 fcarch_signeDate PIC 9(8).
                     02 fcarch_signeOp PIC X(8).

       FD fparch.
              01 tamp_fparch.
                                   04 ftmarch_p_sec PIC 9(2).
                                   04 ftmarch_p_dixieme PIC 9(1).

       FD fvrr.
              01 tamp_vrr.
                     02 vrr_cle PIC X(8).
                     02 vrr_job PIC X(12).
                     02 vrr_horodatage PIC X(21).
                     02 vrr_operateur PIC X(8).

       FD fses.
              01 tamp_ses.
                     02 ses_cle.
                            03 ses_programme PIC X(12).
                            03 ses_operateur PIC X(8).
                            03 ses_debut PIC X(21).

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
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
              77 cr_faarch PIC 9(2).
              77 cr_ftm PIC 9(2).
              77 cr_ftmarch PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 cr_fop PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8) VALUE "BATCH".
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wforcer PIC X(1).
              77 Wsuperviseur PIC X(8).
              77 Wmdp PIC X(8).
              77 Wverrouille PIC 9.
              77 WnbSessions PIC 9(3).
              77 WfinSes PIC 9.
              77 Wsaison PIC X(4).
              77 WnomArchFa PIC X(30).
              77 WnomArchFco PIC X(30).
              77 Whorodatage PIC X(21).

       PROCEDURE DIVISION.
       PERFORM Prendre_verrou
       DISPLAY "rentrer le tag de saison (ex: 2026)"
       ACCEPT Wsaison
       STRING "athletes_" Wsaison ".dat" DELIMITED BY SIZE
       PERFORM Archiver_equipes
       PERFORM Vider_fichiers_transactionnels
       DISPLAY "archivage de la saison " Wsaison " termine"
       PERFORM Rendre_verrou
       STOP RUN.

       Archiver_athletes.
                     MOVE fc_numCompet TO fcarch_numCompet
                     MOVE fc_date TO fcarch_date
                     MOVE fc_heure TO fcarch_heure
                     MOVE fc_etat TO fcarch_etat
                     MOVE fc_signeDate TO fcarch_signeDate
                     MOVE fc_signeOp TO fcarch_signeOp
                     WRITE tamp_fcarch
                     INVALID KEY MOVE "Archiver_courses" TO Wparagraphe
                                 MOVE "WRITE" TO Woperation
       OPEN OUTPUT ftm
       CLOSE ftm.

       Prendre_verrou.
       MOVE 0 TO Wverrouille
       OPEN I-O fvrr
       IF cr_vrr = 35 THEN
              OPEN OUTPUT fvrr
              CLOSE fvrr
              OPEN I-O fvrr
       END-IF
       MOVE "BATCH" TO vrr_cle
       MOVE Wprogramme TO vrr_job
       MOVE FUNCTION CURRENT-DATE TO vrr_horodatage
       MOVE Woperateur TO vrr_operateur
       WRITE tamp_vrr
       INVALID KEY
              MOVE 1 TO Wverrouille
              READ fvrr
              INVALID KEY MOVE "Prendre_verrou" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_vrr TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                     DISPLAY "verrou detenu par "
                             FUNCTION TRIM(vrr_job)
                             " depuis le " vrr_horodatage(1:8)
                             " a " vrr_horodatage(9:4)
                             " (" FUNCTION TRIM(vrr_operateur) ")"
              END-READ
       END-WRITE
       CLOSE fvrr
       IF Wverrouille = 1 THEN
              MOVE "Prendre_verrou" TO Wparagraphe
              MOVE "VERROU" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "traitement refuse, un autre traitement est en"
                      " cours"
              STOP RUN
       END-IF
       PERFORM Controler_sessions.

       Controler_sessions.
       MOVE 0 TO WnbSessions
       OPEN INPUT fses
       IF cr_ses = 0 THEN
              MOVE 0 TO WfinSes
              PERFORM WITH TEST AFTER UNTIL WfinSes = 1
                     READ fses NEXT
                     AT END MOVE 1 TO WfinSes
                     NOT AT END
                            ADD 1 TO WnbSessions
                            DISPLAY "session ouverte : "
                                    ses_programme " "
                                    ses_operateur " depuis le "
                                    ses_debut(1:8) " a "
                                    ses_debut(9:4)
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fses
       IF WnbSessions > 0 THEN
              DISPLAY WnbSessions " sessions interactives ouvertes"
              DISPLAY "forcer le traitement (O/N)"
              ACCEPT Wforcer
              MOVE FUNCTION UPPER-CASE(Wforcer) TO Wforcer
              IF Wforcer = "O" THEN
                     PERFORM Controler_superviseur
              END-IF
              IF Wforcer = "O" THEN
                     MOVE "FORCAGE" TO Woperation
                     MOVE "verrou.dat" TO Wfichier
                     MOVE Wprogramme TO Wcle
                     MOVE SPACES TO Wavant
                     MOVE SPACES TO Wapres
                     STRING "traitement force par " Wsuperviseur
                            " malgre " WnbSessions
                            " sessions ouvertes"
                            DELIMITED BY SIZE INTO Wapres
                     PERFORM Journaliser
              ELSE
                     PERFORM Rendre_verrou
                     DISPLAY "traitement refuse, fermer les sessions"
                             " interactives"
                     STOP RUN
              END-IF
       END-IF.

       Rendre_verrou.
       OPEN I-O fvrr
       IF cr_vrr = 0 THEN
              MOVE "BATCH" TO vrr_cle
              DELETE fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Rendre_verrou" TO Wparagraphe
                                 MOVE "DELETE" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              END-DELETE
       END-IF
       CLOSE fvrr.

       Controler_superviseur.
       DISPLAY "rentrer code superviseur"
       ACCEPT Wsuperviseur
       MOVE FUNCTION UPPER-CASE(Wsuperviseur) TO Wsuperviseur
       DISPLAY "rentrer mot de passe"
       ACCEPT Wmdp
       OPEN INPUT fop
       MOVE Wsuperviseur TO op_code
       READ fop
       INVALID KEY MOVE "N" TO Wforcer
       NOT INVALID KEY
              IF op_mdp NOT = Wmdp OR op_role NOT = "S" THEN
                     MOVE "N" TO Wforcer
              END-IF
       END-READ
       CLOSE fop
       IF Wforcer NOT = "O" THEN
              DISPLAY "forcage refuse, superviseur requis"
              MOVE "Controler_superviseu" TO Wparagraphe
              MOVE "SIGNON" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

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
