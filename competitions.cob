              record key is op_code
              file status is cr_fop.

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

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

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

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
       WORKING-STORAGE SECTION.
              77 cr_fco PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
       CLOSE fpy
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
              PERFORM Logger_erreur
              DISPLAY "acces refuse"
              STOP RUN
       END-IF
       PERFORM Ouvrir_session
       PERFORM Controler_verrou.

       Ouvrir_session.
       MOVE FUNCTION CURRENT-DATE TO WdebutSession
       MOVE Wprogramme TO ses_programme
       MOVE Woperateur TO ses_operateur
       MOVE WdebutSession TO ses_debut
       OPEN I-O fses
       IF cr_ses = 35 THEN
              OPEN OUTPUT fses
       END-IF
       WRITE tamp_ses
       INVALID KEY MOVE "Ouvrir_session" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_ses TO Wstatut
                   PERFORM Logger_erreur
       END-WRITE
       CLOSE fses.

       Fermer_session.
       OPEN I-O fses
       IF cr_ses = 0 THEN
              MOVE Wprogramme TO ses_programme
              MOVE Woperateur TO ses_operateur
              MOVE WdebutSession TO ses_debut
              DELETE fses
              INVALID KEY IF cr_ses NOT = 23 THEN
                                 MOVE "Fermer_session" TO Wparagraphe
                                 MOVE "DELETE" TO Woperation
                                 MOVE cr_ses TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              END-DELETE
       END-IF
       CLOSE fses.

       Controler_verrou.
       MOVE 0 TO Wverrouille
       OPEN INPUT fvrr
       IF cr_vrr = 0 THEN
              MOVE "BATCH" TO vrr_cle
              READ fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Controler_verrou" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE 1 TO Wverrouille
                     DISPLAY "traitement " FUNCTION TRIM(vrr_job)
                             " en cours depuis le "
                             vrr_horodatage(1:8) " a "
                             vrr_horodatage(9:4)
                             " (" FUNCTION TRIM(vrr_operateur) ")"
              END-READ
       END-IF
       CLOSE fvrr
       IF Wverrouille = 1 THEN
              PERFORM Fermer_session
              MOVE "Controler_verrou" TO Wparagraphe
              MOVE "VERROU" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "connexion refusee, reessayer apres le traitement"
              STOP RUN
       END-IF.

       Journaliser.
