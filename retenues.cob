       IDENTIFICATION DIVISION.
       PROGRAM-ID. retenues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fret assign to "retenues.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ret_cle
              file status is cr_ret.

              select fpy assign to "pays.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fpy_nom
              file status is cr_fpy.

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
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

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

       FD fret.
              01 tamp_ret.
                     02 ret_cle.
                            03 ret_paysHote PIC X(30).
                            03 ret_paysAthlete PIC X(30).
                     02 ret_taux PIC 9(2)V9(2).

       FD fpy.
              01 tamp_fpy.
                     02 fpy_nom PIC X(30).
                     02 fpy_code PIC X(3).

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
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
              77 cr_ret PIC 9(2).
              77 cr_fpy PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
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
              77 Wprogramme PIC X(12) VALUE "RETENUES".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 Wchoix PIC 9(2).
              77 WpaysHote PIC X(30).
              77 WpaysAthlete PIC X(30).
              77 Wpays PIC X(30).
              77 Wtaux PIC 9(2)V9(2).
              77 WtauxAff PIC Z9.99.

       PROCEDURE DIVISION.
       OPEN I-O fret
       IF cr_ret=35 THEN
       OPEN OUTPUT fret
       END-IF
       CLOSE fret
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- TAUX DE RETENUE A LA SOURCE -----"
              DISPLAY "1. Ajouter un taux"
              DISPLAY "2. Afficher les taux d'un pays organisateur"
              DISPLAY "3. Modifier un taux"
              DISPLAY "4. Supprimer un taux"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_taux
                            END-IF
                     WHEN 2 PERFORM Affichage_taux
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_taux
                            END-IF
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_taux
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_taux.
       PERFORM Saisir_cle_taux
       OPEN INPUT fret
       MOVE WpaysHote TO ret_paysHote
       MOVE WpaysAthlete TO ret_paysAthlete
       MOVE 0 TO Wtrouver
       READ fret
       INVALID KEY IF cr_ret NOT = 23 THEN
                          MOVE "Ajout_taux" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY DISPLAY "taux deja enregistre"
                       MOVE 1 TO Wtrouver
       END-READ
       CLOSE fret
       IF Wtrouver = 0 THEN
              PERFORM Saisir_taux
              MOVE WpaysHote TO ret_paysHote
              MOVE WpaysAthlete TO ret_paysAthlete
              MOVE Wtaux TO ret_taux
              OPEN EXTEND fret
              WRITE tamp_ret
              INVALID KEY MOVE "Ajout_taux" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur ajout taux"
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          MOVE "retenues.dat" TO Wfichier
                          MOVE ret_cle TO Wcle
                          MOVE SPACES TO Wavant
                          MOVE tamp_ret TO Wapres
                          PERFORM Journaliser
              END-WRITE
              CLOSE fret
       END-IF.

       Saisir_cle_taux.
       OPEN INPUT fpy
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer pays organisateur"
              ACCEPT Wpays
              PERFORM Controler_pays
       END-PERFORM
       MOVE Wpays TO WpaysHote
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer pays de l'athlete (AUTRES pour le"
                      " taux applicable aux pays sans convention)"
              ACCEPT Wpays
              MOVE FUNCTION UPPER-CASE(Wpays) TO Wpays
              IF Wpays = "AUTRES" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     PERFORM Controler_pays
              END-IF
       END-PERFORM
       MOVE Wpays TO WpaysAthlete
       CLOSE fpy.

       Controler_pays.
       MOVE FUNCTION UPPER-CASE(Wpays) TO Wpays
       MOVE Wpays TO fpy_nom
       READ fpy
       INVALID KEY IF cr_fpy NOT = 23 THEN
                          MOVE "Controler_pays" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fpy TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "pays non reconnu"
                   MOVE 0 TO Wvalide
       NOT INVALID KEY MOVE 1 TO Wvalide
       END-READ.

       Saisir_taux.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer taux de retenue en % (ex: 15.00)"
              ACCEPT Wtaux
              IF Wtaux <= 50 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "taux invalide"
              END-IF
       END-PERFORM.

       Affichage_taux.
       DISPLAY "rentrer pays organisateur"
       ACCEPT WpaysHote
       MOVE FUNCTION UPPER-CASE(WpaysHote) TO WpaysHote
       OPEN INPUT fret
       MOVE WpaysHote TO ret_paysHote
       MOVE LOW-VALUES TO ret_paysAthlete
       MOVE 0 TO Wtrouver
       START fret KEY IS >= ret_cle
       INVALID KEY IF cr_ret NOT = 23 THEN
                          MOVE "Affichage_taux" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fret NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ret_paysHote NOT = WpaysHote THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE 1 TO Wtrouver
                                   MOVE ret_taux TO WtauxAff
                                   DISPLAY "athlete de "
                                           ret_paysAthlete
                                           " taux :" WtauxAff " %"
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fret
       IF Wtrouver = 0 THEN
              DISPLAY "aucun taux pour ce pays, pas de retenue"
       END-IF.

       Modifier_taux.
       PERFORM Saisir_cle_taux
       OPEN I-O fret
       MOVE WpaysHote TO ret_paysHote
       MOVE WpaysAthlete TO ret_paysAthlete
       READ fret
       INVALID KEY IF cr_ret NOT = 23 THEN
                          MOVE "Modifier_taux" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_ret TO Wavant
              MOVE ret_taux TO WtauxAff
              DISPLAY "taux actuel :" WtauxAff " %"
              PERFORM Saisir_taux
              MOVE Wtaux TO ret_taux
              REWRITE tamp_ret
              INVALID KEY MOVE "Modifier_taux" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour"
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "retenues.dat" TO Wfichier
                          MOVE ret_cle TO Wcle
                          MOVE tamp_ret TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       CLOSE fret.

       Supprimer_taux.
       PERFORM Saisir_cle_taux
       OPEN I-O fret
       MOVE WpaysHote TO ret_paysHote
       MOVE WpaysAthlete TO ret_paysAthlete
       READ fret
       INVALID KEY IF cr_ret NOT = 23 THEN
                          MOVE "Supprimer_taux" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_ret TO Wavant
              DELETE fret
              INVALID KEY MOVE "Supprimer_taux" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_ret TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "taux supprime"
                          MOVE "DELETE" TO Woperation
                          MOVE "retenues.dat" TO Wfichier
                          MOVE Wavant(1:60) TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-READ
       CLOSE fret.

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
