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
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fco.
              01 tamp_fco.
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
              77 cr_fp PIC 9(2).
              77 cr_fco PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
              77 Wtrouver PIC 9.
              77 Wpays PIC X(30).
              77 Wchoix PIC 9(2).
              77 Wmotif PIC X(60).
              77 Wetat PIC X(12).


       PROCEDURE DIVISION.
       CLOSE fc
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
              DISPLAY "4. Afficher le gagnant d'une course"
              DISPLAY "5. Performance d'un pays"
              DISPLAY "6. Supprimer une course"
              DISPLAY "7. Signer les resultats officiels"
              DISPLAY "8. Reouvrir une course"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                            ELSE
                                   PERFORM Supprimer_course
                            END-IF
                     WHEN 7 IF Wrole NOT = "S" AND Wrole NOT = "J" THEN
                                   DISPLAY "reserve au superviseur"
                                           " ou au jury"
                            ELSE
                                   PERFORM Signer_course
                            END-IF
                     WHEN 8 IF Wrole NOT = "S" AND Wrole NOT = "J" THEN
                                   DISPLAY "reserve au superviseur"
                                           " ou au jury"
                            ELSE
                                   PERFORM Reouvrir_course
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       MOVE WnumCompet TO fc_numCompet
       MOVE Wdate TO fc_date
       MOVE Wheure TO fc_heure
       MOVE "P" TO fc_etat
       MOVE 0 TO fc_signeDate
       MOVE SPACES TO fc_signeOp
       OPEN EXTEND fc
       WRITE tamp_fc
       INVALID KEY MOVE "Ajout_course" TO Wparagraphe
                     DISPLAY "tour de penalite (m) :" fc_distPen
                     DISPLAY "date :" fc_date
                     DISPLAY "heure :" fc_heure
                     PERFORM Libeller_etat
                     DISPLAY "resultats :" Wetat
                     IF fc_etat = "O" OR fc_etat = "V" THEN
                            DISPLAY "signes le " fc_signeDate
                                    " par " fc_signeOp
                     END-IF
                     MOVE SPACES TO WligneImp
                     STRING "numero:" fc_numCo
                            " ville:" fc_villeCompet
                            " competition:" fc_numCompet
       END-READ
       CLOSE fc.

       Signer_course.
       OPEN I-O fc
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Signer_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     PERFORM Libeller_etat
                     DISPLAY "resultats deja " Wetat
              ELSE
                     MOVE tamp_fc TO Wavant
                     MOVE "O" TO fc_etat
                     MOVE FUNCTION CURRENT-DATE(1:8) TO fc_signeDate
                     MOVE Woperateur TO fc_signeOp
                     REWRITE tamp_fc
                     INVALID KEY MOVE "Signer_course" TO Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fc TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur signature"
                     NOT INVALID KEY
                                 DISPLAY "resultats officiels signes"
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "courses.dat" TO Wfichier
                                 MOVE fc_numCo TO Wcle
                                 MOVE tamp_fc TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ
       CLOSE fc.

       Reouvrir_course.
       OPEN I-O fc
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Reouvrir_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              IF fc_etat NOT = "O" AND fc_etat NOT = "V" THEN
                     DISPLAY "resultats deja provisoires"
              ELSE
                     MOVE SPACES TO Wmotif
                     PERFORM WITH TEST AFTER UNTIL Wmotif NOT = SPACES
                            DISPLAY "rentrer motif de reouverture"
                            ACCEPT Wmotif
                     END-PERFORM
                     MOVE tamp_fc TO Wavant
                     MOVE "P" TO fc_etat
                     MOVE 0 TO fc_signeDate
                     MOVE SPACES TO fc_signeOp
                     REWRITE tamp_fc
                     INVALID KEY MOVE "Reouvrir_course" TO Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fc TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur reouverture"
                     NOT INVALID KEY
                                 DISPLAY "course reouverte"
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "courses.dat" TO Wfichier
                                 MOVE fc_numCo TO Wcle
                                 MOVE tamp_fc TO Wapres
                                 PERFORM Journaliser
                                 MOVE "REOUVERT" TO Woperation
                                 MOVE Wmotif TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ
       CLOSE fc.

       Libeller_etat.
       EVALUATE fc_etat
              WHEN "O" MOVE "OFFICIELS" TO Wetat
              WHEN "V" MOVE "VERROUILLES" TO Wetat
              WHEN OTHER MOVE "PROVISOIRES" TO Wetat
       END-EVALUATE.

       Controler_operateur.
       MOVE 0 TO Wconnecte
       MOVE 0 TO Wbootstrap
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
