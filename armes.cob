       IDENTIFICATION DIVISION.
       PROGRAM-ID. armes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select farm assign to "armes.dat"
              organization indexed
              access mode is dynamic
              record key is arm_cle
              alternate record key is arm_serie WITH DUPLICATES
              file status is cr_arm.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

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

       FD farm.
              01 tamp_arm.
                     02 arm_cle.
                            03 arm_numA PIC 9(3).
                            03 arm_numArme PIC 9(1).
                     02 arm_marque PIC X(20).
                     02 arm_calibre PIC X(10).
                     02 arm_serie PIC X(20).

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
              77 cr_arm PIC 9(2).
              77 cr_fa PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "ARMES".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WnumA PIC 9(3).
              77 WnumArme PIC 9(1).
              77 Wlibre PIC 9(1).
              77 Widx PIC 9(2).
              77 Wmarque PIC X(20).
              77 Wcalibre PIC X(10).
              77 Wserie PIC X(20).
              77 Wdoublon PIC 9.
              77 Wtrouver PIC 9.
              77 Wnb PIC 9(4).
              77 Wchoix PIC 9(2).

       PROCEDURE DIVISION.
       OPEN I-O farm
       IF cr_arm=35 THEN
       OPEN OUTPUT farm
       END-IF
       CLOSE farm
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- ARMES DES ATHLETES -----"
              DISPLAY "1. Declarer une arme"
              DISPLAY "2. Afficher les armes d'un athlete"
              DISPLAY "3. Afficher toutes les armes"
              DISPLAY "4. Modifier une arme"
              DISPLAY "5. Supprimer une arme"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_arme
                            END-IF
                     WHEN 2 PERFORM Affichage_armes_athlete
                     WHEN 3 PERFORM Affichage_armes
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_arme
                            END-IF
                     WHEN 5 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_arme
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_arme.
       OPEN INPUT fa
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer numero athlete"
              ACCEPT WnumA
              MOVE WnumA TO fa_numA
              READ fa
              INVALID KEY IF cr_fa NOT = 23 THEN
                                 MOVE "Ajout_arme" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "athlete inconnu"
              NOT INVALID KEY DISPLAY fa_nom " " fa_prenom
                                      " " fa_pays
                              MOVE 1 To Wtrouver
              END-READ
       END-PERFORM
       CLOSE fa
       OPEN INPUT farm
       PERFORM Chercher_numero_libre
       IF Wlibre = 0 THEN
              DISPLAY "9 armes deja declarees pour cet athlete"
              CLOSE farm
       ELSE
              MOVE Wlibre TO WnumArme
              PERFORM Saisir_arme
              CLOSE farm
              IF Wdoublon = 0 THEN
                     MOVE WnumA TO arm_numA
                     MOVE Wlibre TO arm_numArme
                     MOVE Wmarque TO arm_marque
                     MOVE Wcalibre TO arm_calibre
                     MOVE Wserie TO arm_serie
                     OPEN EXTEND farm
                     WRITE tamp_arm
                     INVALID KEY MOVE "Ajout_arme" TO Wparagraphe
                                 MOVE "WRITE" TO Woperation
                                 MOVE cr_arm TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur ajout arme"
                     NOT INVALID KEY
                                 DISPLAY "arme " arm_numArme
                                         " declaree"
                                 MOVE "WRITE" TO Woperation
                                 MOVE "armes.dat" TO Wfichier
                                 MOVE arm_cle TO Wcle
                                 MOVE SPACES TO Wavant
                                 MOVE tamp_arm TO Wapres
                                 PERFORM Journaliser
                     END-WRITE
                     CLOSE farm
              END-IF
       END-IF.

       Chercher_numero_libre.
       MOVE 0 TO Wlibre
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 9 OR Wlibre > 0
              MOVE WnumA TO arm_numA
              MOVE Widx TO arm_numArme
              READ farm
              INVALID KEY IF cr_arm NOT = 23 THEN
                                 MOVE "Chercher_numero_libr" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_arm TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          MOVE Widx TO Wlibre
              END-READ
              ADD 1 TO Widx
       END-PERFORM.

       Saisir_arme.
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer marque"
              ACCEPT Wmarque
              DISPLAY "rentrer calibre"
              ACCEPT Wcalibre
              DISPLAY "rentrer numero de serie"
              ACCEPT Wserie
              MOVE FUNCTION UPPER-CASE(Wserie) TO Wserie
              IF Wmarque = SPACES OR Wcalibre = SPACES
                 OR Wserie = SPACES THEN
                     DISPLAY "marque, calibre et numero de serie"
                             " obligatoires"
              ELSE
                     MOVE 1 TO Wtrouver
              END-IF
       END-PERFORM
       PERFORM Controler_serie.

       Controler_serie.
       MOVE 0 TO Wdoublon
       MOVE Wserie TO arm_serie
       READ farm KEY IS arm_serie
       INVALID KEY IF cr_arm NOT = 23 THEN
                          MOVE "Controler_serie" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_arm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF arm_numA NOT = WnumA OR arm_numArme NOT = WnumArme
              THEN
                     MOVE 1 TO Wdoublon
                     DISPLAY "numero de serie deja declare pour"
                             " l'athlete " arm_numA
                             " arme " arm_numArme
              END-IF
       END-READ.

       Affichage_armes_athlete.
       DISPLAY "rentrer numero athlete"
       ACCEPT WnumA
       OPEN INPUT farm
       MOVE 0 TO Wnb
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 9
              MOVE WnumA TO arm_numA
              MOVE Widx TO arm_numArme
              READ farm
              INVALID KEY IF cr_arm NOT = 23 THEN
                                 MOVE "Affichage_armes_ath" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_arm TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     ADD 1 TO Wnb
                     PERFORM Afficher_arme
              END-READ
              ADD 1 TO Widx
       END-PERFORM
       CLOSE farm
       IF Wnb = 0 THEN
              DISPLAY "aucune arme declaree"
       END-IF.

       Affichage_armes.
       OPEN INPUT farm
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ farm NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END PERFORM Afficher_arme
              END-READ
       END-PERFORM
       CLOSE farm.

       Afficher_arme.
       DISPLAY "athlete :" arm_numA
               " arme :" arm_numArme
               " marque :" arm_marque
               " calibre :" arm_calibre
               " serie :" arm_serie.

       Selectionner_arme.
       DISPLAY "rentrer numero athlete"
       ACCEPT WnumA
       DISPLAY "rentrer numero d'arme"
       ACCEPT WnumArme
       MOVE WnumA TO arm_numA
       MOVE WnumArme TO arm_numArme.

       Modifier_arme.
       OPEN I-O farm
       PERFORM Selectionner_arme
       READ farm
       INVALID KEY IF cr_arm NOT = 23 THEN
                          MOVE "Modifier_arme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_arm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_arm TO Wavant
              PERFORM Afficher_arme
              PERFORM Saisir_arme
              IF Wdoublon = 0 THEN
                     MOVE WnumA TO arm_numA
                     MOVE WnumArme TO arm_numArme
                     READ farm KEY IS arm_cle
                     INVALID KEY MOVE "Modifier_arme" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_arm TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur relecture"
                     NOT INVALID KEY
                            MOVE Wmarque TO arm_marque
                            MOVE Wcalibre TO arm_calibre
                            MOVE Wserie TO arm_serie
                            PERFORM Reecrire_arme
                     END-READ
              END-IF
       END-READ
       CLOSE farm.

       Reecrire_arme.
       REWRITE tamp_arm
       INVALID KEY MOVE "Reecrire_arme" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_arm TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur mise a jour"
       NOT INVALID KEY
                   MOVE "REWRITE" TO Woperation
                   MOVE "armes.dat" TO Wfichier
                   MOVE arm_cle TO Wcle
                   MOVE tamp_arm TO Wapres
                   PERFORM Journaliser
       END-REWRITE.

       Supprimer_arme.
       OPEN I-O farm
       PERFORM Selectionner_arme
       READ farm
       INVALID KEY IF cr_arm NOT = 23 THEN
                          MOVE "Supprimer_arme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_arm TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_arm TO Wavant
              DELETE farm
              INVALID KEY MOVE "Supprimer_arme" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_arm TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "arme supprimee"
                          MOVE "DELETE" TO Woperation
                          MOVE "armes.dat" TO Wfichier
                          MOVE WnumA TO arm_numA
                          MOVE WnumArme TO arm_numArme
                          MOVE arm_cle TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-READ
       CLOSE farm.

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
