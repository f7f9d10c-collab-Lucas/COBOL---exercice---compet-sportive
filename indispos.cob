       IDENTIFICATION DIVISION.
       PROGRAM-ID. indispos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select find assign to "indispos.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ind_cle
              file status is cr_ind.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
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

       FD find.
              01 tamp_ind.
                     02 ind_cle.
                            03 ind_numA PIC 9(3).
                            03 ind_debut PIC 9(8).
                     02 ind_fin PIC 9(8).
                     02 ind_motif PIC X(1).
                     02 ind_source PIC X(1).
                     02 ind_commentaire PIC X(30).
                     02 ind_operateur PIC X(8).

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
              77 cr_ind PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "INDISPOS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 Wchoix PIC 9(2).
              77 WnumA PIC 9(3).
              77 Wdebut PIC 9(8).
              77 WfinPeriode PIC 9(8).
              77 WfinAutre PIC 9(8).
              77 Wmotif PIC X(1).
              77 Wsource PIC X(1).
              77 Wcommentaire PIC X(30).
              77 WlibMotif PIC X(12).
              77 WlibSource PIC X(14).
              77 Wchevauche PIC 9.
              77 Wmodif PIC 9.

       PROCEDURE DIVISION.
       OPEN I-O find
       IF cr_ind=35 THEN
       OPEN OUTPUT find
       END-IF
       CLOSE find
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- INDISPONIBILITES DES ATHLETES -----"
              DISPLAY "1. Ajouter une periode d'indisponibilite"
              DISPLAY "2. Afficher les periodes d'un athlete"
              DISPLAY "3. Modifier une periode"
              DISPLAY "4. Supprimer une periode"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_indispo
                            END-IF
                     WHEN 2 PERFORM Affichage_indispos
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_indispo
                            END-IF
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_indispo
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_indispo.
       PERFORM Saisir_athlete
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer date de debut (AAAAMMJJ)"
              ACCEPT Wdebut
              IF Wdebut > 19000000 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "date invalide"
              END-IF
       END-PERFORM
       PERFORM Saisir_indispo
       MOVE 0 TO Wmodif
       OPEN INPUT find
       PERFORM Controler_chevauchement
       CLOSE find
       IF Wchevauche = 1 THEN
              DISPLAY "periode refusee : chevauche une periode"
                      " deja enregistree"
       ELSE
              MOVE WnumA TO ind_numA
              MOVE Wdebut TO ind_debut
              MOVE WfinPeriode TO ind_fin
              MOVE Wmotif TO ind_motif
              MOVE Wsource TO ind_source
              MOVE Wcommentaire TO ind_commentaire
              MOVE Woperateur TO ind_operateur
              OPEN EXTEND find
              WRITE tamp_ind
              INVALID KEY MOVE "Ajout_indispo" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur ajout periode"
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          MOVE "indispos.dat" TO Wfichier
                          MOVE ind_cle TO Wcle
                          MOVE SPACES TO Wavant
                          MOVE tamp_ind TO Wapres
                          PERFORM Journaliser
              END-WRITE
              CLOSE find
       END-IF.

       Saisir_athlete.
       OPEN INPUT fa
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer numero athlete"
              ACCEPT WnumA
              MOVE WnumA TO fa_numA
              READ fa
              INVALID KEY IF cr_fa NOT = 23 THEN
                                 MOVE "Saisir_athlete" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fa TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "athlete inexistant"
              NOT INVALID KEY DISPLAY fa_nom " " fa_prenom " " fa_pays
                              MOVE 1 TO Wtrouver
              END-READ
       END-PERFORM
       CLOSE fa.

       Saisir_indispo.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer date de fin (AAAAMMJJ, 0 si inconnue)"
              ACCEPT WfinPeriode
              IF WfinPeriode = 0 OR WfinPeriode >= Wdebut THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "date de fin anterieure au debut"
              END-IF
       END-PERFORM
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "motif : B blessure, M maladie, S suspension"
              ACCEPT Wmotif
              MOVE FUNCTION UPPER-CASE(Wmotif) TO Wmotif
              IF Wmotif = "B" OR Wmotif = "M" OR Wmotif = "S" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "motif invalide"
              END-IF
       END-PERFORM
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "source : M medicale, D disciplinaire,"
                      " A antidopage"
              ACCEPT Wsource
              MOVE FUNCTION UPPER-CASE(Wsource) TO Wsource
              IF Wsource = "M" OR Wsource = "D" OR Wsource = "A" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "source invalide"
              END-IF
       END-PERFORM
       DISPLAY "rentrer commentaire"
       ACCEPT Wcommentaire.

       Controler_chevauchement.
       MOVE 0 TO Wchevauche
       MOVE WnumA TO ind_numA
       MOVE 0 TO ind_debut
       START find, KEY IS >= ind_cle
       INVALID KEY IF cr_ind NOT = 23 THEN
                          MOVE "Controler_chevauche" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ find NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ind_numA NOT = WnumA THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   PERFORM Comparer_periode
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Comparer_periode.
       IF ind_debut = Wdebut AND Wmodif = 1 THEN
              CONTINUE
       ELSE
              MOVE ind_fin TO WfinAutre
              IF WfinAutre = 0 THEN
                     MOVE 99999999 TO WfinAutre
              END-IF
              IF (WfinPeriode = 0 OR ind_debut <= WfinPeriode)
                 AND Wdebut <= WfinAutre THEN
                     MOVE 1 TO Wchevauche
              END-IF
       END-IF.

       Libeller_indispo.
       EVALUATE ind_motif
              WHEN "B" MOVE "blessure" TO WlibMotif
              WHEN "M" MOVE "maladie" TO WlibMotif
              WHEN "S" MOVE "suspension" TO WlibMotif
              WHEN OTHER MOVE ind_motif TO WlibMotif
       END-EVALUATE
       EVALUATE ind_source
              WHEN "M" MOVE "medicale" TO WlibSource
              WHEN "D" MOVE "disciplinaire" TO WlibSource
              WHEN "A" MOVE "antidopage" TO WlibSource
              WHEN OTHER MOVE ind_source TO WlibSource
       END-EVALUATE.

       Afficher_indispo.
       PERFORM Libeller_indispo
       DISPLAY "du " ind_debut " au " ind_fin
               " " WlibMotif " " WlibSource
               " " ind_commentaire.

       Affichage_indispos.
       DISPLAY "rentrer numero athlete"
       ACCEPT WnumA
       OPEN INPUT find
       MOVE 0 TO Wtrouver
       MOVE WnumA TO ind_numA
       MOVE 0 TO ind_debut
       START find, KEY IS >= ind_cle
       INVALID KEY IF cr_ind NOT = 23 THEN
                          MOVE "Affichage_indispos" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ find NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF ind_numA NOT = WnumA THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE 1 TO Wtrouver
                                   PERFORM Afficher_indispo
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE find
       IF Wtrouver = 0 THEN
              DISPLAY "aucune indisponibilite enregistree"
       END-IF.

       Lire_indispo.
       DISPLAY "rentrer numero athlete"
       ACCEPT WnumA
       DISPLAY "rentrer date de debut de la periode (AAAAMMJJ)"
       ACCEPT Wdebut
       MOVE WnumA TO ind_numA
       MOVE Wdebut TO ind_debut
       MOVE 0 TO Wtrouver
       READ find
       INVALID KEY IF cr_ind NOT = 23 THEN
                          MOVE "Lire_indispo" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY MOVE 1 TO Wtrouver
                       PERFORM Afficher_indispo
       END-READ.

       Modifier_indispo.
       OPEN I-O find
       PERFORM Lire_indispo
       IF Wtrouver = 1 THEN
              MOVE tamp_ind TO Wavant
              PERFORM Saisir_indispo
              MOVE 1 TO Wmodif
              PERFORM Controler_chevauchement
              MOVE WnumA TO ind_numA
              MOVE Wdebut TO ind_debut
              IF Wchevauche = 1 THEN
                     DISPLAY "modification refusee : chevauche une"
                             " autre periode"
              ELSE
                     PERFORM Reecrire_indispo
              END-IF
       END-IF
       CLOSE find.

       Reecrire_indispo.
       READ find
       INVALID KEY MOVE "Reecrire_indispo" TO Wparagraphe
                   MOVE "READ" TO Woperation
                   MOVE cr_ind TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY
              MOVE WfinPeriode TO ind_fin
              MOVE Wmotif TO ind_motif
              MOVE Wsource TO ind_source
              MOVE Wcommentaire TO ind_commentaire
              MOVE Woperateur TO ind_operateur
              REWRITE tamp_ind
              INVALID KEY MOVE "Reecrire_indispo" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour"
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "indispos.dat" TO Wfichier
                          MOVE ind_cle TO Wcle
                          MOVE tamp_ind TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ.

       Supprimer_indispo.
       OPEN I-O find
       PERFORM Lire_indispo
       IF Wtrouver = 1 THEN
              MOVE tamp_ind TO Wavant
              DELETE find
              INVALID KEY MOVE "Supprimer_indispo" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "periode supprimee"
                          MOVE "DELETE" TO Woperation
                          MOVE "indispos.dat" TO Wfichier
                          MOVE Wavant(1:11) TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-IF
       CLOSE find.

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
