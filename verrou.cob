       IDENTIFICATION DIVISION.
       PROGRAM-ID. verrou.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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
              sharing with all other
              lock mode is automatic
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
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
              77 Wmdp PIC X(8).
              77 Wrole PIC X(1).
              77 Wconnecte PIC 9.
              77 Wbootstrap PIC 9.
              77 WnbEssais PIC 9.
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "VERROU".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wchoix PIC 9(2).
              77 Wconfirme PIC X(1).
              77 WnbSessions PIC 9(3).
              77 WnbPurges PIC 9(3).

       PROCEDURE DIVISION.
       PERFORM Controler_operateur
       PERFORM Menu_principal
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- VERROU DES TRAITEMENTS BATCH -----"
              DISPLAY "1. Afficher le verrou et les sessions ouvertes"
              DISPLAY "2. Lever un verrou abandonne"
              DISPLAY "3. Purger les sessions abandonnees"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 PERFORM Afficher_etat
                     WHEN 2 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Lever_verrou
                            END-IF
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Purger_sessions
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Afficher_etat.
       OPEN INPUT fvrr
       IF cr_vrr = 0 THEN
              MOVE "BATCH" TO vrr_cle
              READ fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Afficher_etat" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "aucun verrou pose"
              NOT INVALID KEY
                     PERFORM Afficher_verrou
              END-READ
       ELSE
              DISPLAY "aucun verrou pose"
       END-IF
       CLOSE fvrr
       MOVE 0 TO WnbSessions
       OPEN INPUT fses
       IF cr_ses = 0 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fses NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO WnbSessions
                            PERFORM Afficher_session
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fses
       DISPLAY WnbSessions " sessions interactives ouvertes".

       Afficher_verrou.
       DISPLAY "verrou detenu par " FUNCTION TRIM(vrr_job)
               " depuis le " vrr_horodatage(1:8)
               " a " vrr_horodatage(9:4)
               " (" FUNCTION TRIM(vrr_operateur) ")".

       Afficher_session.
       DISPLAY "session " ses_programme " " ses_operateur
               " depuis le " ses_debut(1:8) " a " ses_debut(9:4).

       Lever_verrou.
       OPEN I-O fvrr
       IF cr_vrr NOT = 0 THEN
              DISPLAY "aucun verrou pose"
       ELSE
              MOVE "BATCH" TO vrr_cle
              READ fvrr
              INVALID KEY IF cr_vrr NOT = 23 THEN
                                 MOVE "Lever_verrou" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_vrr TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "aucun verrou pose"
              NOT INVALID KEY
                     PERFORM Afficher_verrou
                     DISPLAY "s'assurer que le traitement est bien"
                             " arrete, lever le verrou (O/N)"
                     ACCEPT Wconfirme
                     MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
                     IF Wconfirme = "O" THEN
                            PERFORM Supprimer_verrou
                     ELSE
                            DISPLAY "verrou conserve"
                     END-IF
              END-READ
       END-IF
       CLOSE fvrr.

       Supprimer_verrou.
       MOVE tamp_vrr TO Wavant
       DELETE fvrr
       INVALID KEY MOVE "Supprimer_verrou" TO Wparagraphe
                   MOVE "DELETE" TO Woperation
                   MOVE cr_vrr TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur suppression du verrou"
       NOT INVALID KEY DISPLAY "verrou leve"
                   MOVE "DELETE" TO Woperation
                   MOVE "verrou.dat" TO Wfichier
                   MOVE vrr_cle TO Wcle
                   MOVE SPACES TO Wapres
                   PERFORM Journaliser
       END-DELETE.

       Purger_sessions.
       MOVE 0 TO WnbPurges
       OPEN I-O fses
       IF cr_ses = 0 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fses NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END PERFORM Purger_session
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fses
       DISPLAY WnbPurges " sessions purgees".

       Purger_session.
       PERFORM Afficher_session
       DISPLAY "session abandonnee, la supprimer (O/N)"
       ACCEPT Wconfirme
       MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
       IF Wconfirme = "O" THEN
              MOVE tamp_ses TO Wavant
              DELETE fses
              INVALID KEY MOVE "Purger_session" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_ses TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                          ADD 1 TO WnbPurges
                          MOVE "DELETE" TO Woperation
                          MOVE "sessions.dat" TO Wfichier
                          MOVE ses_programme TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-IF.

       Controler_operateur.
       MOVE 0 TO Wconnecte
       MOVE 0 TO Wbootstrap
       OPEN INPUT fop
       IF cr_fop = 35 THEN
              MOVE 1 TO Wbootstrap
       ELSE
              READ fop NEXT
              AT END MOVE 1 TO Wbootstrap
              NOT AT END CONTINUE
              END-READ
       END-IF
       IF Wbootstrap = 1 THEN
              DISPLAY "fichier operateurs vide, acces superviseur"
              DISPLAY "rentrer code operateur"
              ACCEPT Woperateur
              MOVE "S" TO Wrole
              MOVE 1 TO Wconnecte
       ELSE
              MOVE 0 TO WnbEssais
              PERFORM WITH TEST AFTER UNTIL Wconnecte = 1
                 OR WnbEssais >= 3
                     ADD 1 TO WnbEssais
                     DISPLAY "rentrer code operateur"
                     ACCEPT Woperateur
                     MOVE FUNCTION UPPER-CASE(Woperateur)
                          TO Woperateur
                     DISPLAY "rentrer mot de passe"
                     ACCEPT Wmdp
                     MOVE Woperateur TO op_code
                     READ fop
                     INVALID KEY DISPLAY "code ou mot de passe"
                                         " invalide"
                     NOT INVALID KEY
                            IF op_mdp = Wmdp THEN
                                   MOVE op_role TO Wrole
                                   MOVE 1 TO Wconnecte
                            ELSE
                                   DISPLAY "code ou mot de passe"
                                           " invalide"
                            END-IF
                     END-READ
              END-PERFORM
       END-IF
       CLOSE fop
       IF Wconnecte = 0 THEN
              MOVE "Controler_operateur" TO Wparagraphe
              MOVE "SIGNON" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
              DISPLAY "acces refuse"
              STOP RUN
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
