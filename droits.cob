       IDENTIFICATION DIVISION.
       PROGRAM-ID. droits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fdrt assign to "droits.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is drt_numCompet
              file status is cr_drt.

              select ffac assign to "factures.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fac_cle
              alternate record key is fac_pays WITH DUPLICATES
              file status is cr_fac.

              select fco assign to "competitions.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fco_numCo
              alternate record key is fco_ville WITH DUPLICATES
              alternate record key is fco_semaine WITH DUPLICATES
              file status is cr_fco.

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

       FD fdrt.
              01 tamp_drt.
                     02 drt_numCompet PIC 9(3).
                     02 drt_athlete PIC 9(6).
                     02 drt_equipe PIC 9(6).
                     02 drt_dateLimite PIC 9(8).

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

       FD fco.
              01 tamp_fco.
                     02 fco_numCo PIC 9(3).
                     02 fco_ville PIC X(30).
                     02 fco_pays PIC X(30).
                     02 fco_semaine PIC 9(2).
                     02 fco_annee PIC 9(4).
                     02 fco_nbj PIC 9(3).

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
              77 cr_drt PIC 9(2).
              77 cr_fac PIC 9(2).
              77 cr_fco PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "DROITS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 Wchoix PIC 9(2).
              77 WnumCompet PIC 9(3).
              77 Wathlete PIC 9(6).
              77 Wequipe PIC 9(6).
              77 WdateLimite PIC 9(8).
              77 Wpays PIC X(30).
              77 WdatePaiement PIC 9(8).
              77 WdateJour PIC 9(8).
              77 WtotalDu PIC 9(9).

       PROCEDURE DIVISION.
       OPEN I-O fdrt
       IF cr_drt=35 THEN
       OPEN OUTPUT fdrt
       END-IF
       CLOSE fdrt
       OPEN I-O ffac
       IF cr_fac=35 THEN
       OPEN OUTPUT ffac
       END-IF
       CLOSE ffac
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- DROITS D'ENGAGEMENT -----"
              DISPLAY "1. Ajouter un bareme de droits"
              DISPLAY "2. Afficher les baremes"
              DISPLAY "3. Modifier un bareme"
              DISPLAY "4. Supprimer un bareme"
              DISPLAY "5. Enregistrer le paiement d'une facture"
              DISPLAY "6. Afficher les factures d'une nation"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_bareme
                            END-IF
                     WHEN 2 PERFORM Affichage_baremes
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_bareme
                            END-IF
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_bareme
                            END-IF
                     WHEN 5 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Enregistrer_paiement
                            END-IF
                     WHEN 6 PERFORM Affichage_factures_nation
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_bareme.
       OPEN INPUT fco
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer numero competition"
              ACCEPT WnumCompet
              MOVE WnumCompet TO fco_numCo
              READ fco
              INVALID KEY IF cr_fco NOT = 23 THEN
                                 MOVE "Ajout_bareme" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fco TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "competition inexistante"
              NOT INVALID KEY DISPLAY fco_ville " " fco_pays
                              MOVE 1 To Wtrouver
              END-READ
       END-PERFORM
       CLOSE fco
       OPEN INPUT fdrt
       MOVE WnumCompet TO drt_numCompet
       MOVE 0 TO Wtrouver
       READ fdrt
       INVALID KEY IF cr_drt NOT = 23 THEN
                          MOVE "Ajout_bareme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY DISPLAY "bareme deja enregistre"
                       MOVE 1 TO Wtrouver
       END-READ
       CLOSE fdrt
       IF Wtrouver = 0 THEN
              PERFORM Saisir_bareme
              MOVE WnumCompet TO drt_numCompet
              MOVE Wathlete TO drt_athlete
              MOVE Wequipe TO drt_equipe
              MOVE WdateLimite TO drt_dateLimite
              OPEN EXTEND fdrt
              WRITE tamp_drt
              INVALID KEY MOVE "Ajout_bareme" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur ajout bareme"
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          MOVE "droits.dat" TO Wfichier
                          MOVE drt_numCompet TO Wcle
                          MOVE SPACES TO Wavant
                          MOVE tamp_drt TO Wapres
                          PERFORM Journaliser
              END-WRITE
              CLOSE fdrt
       END-IF.

       Saisir_bareme.
       DISPLAY "rentrer droit par athlete engage"
       ACCEPT Wathlete
       DISPLAY "rentrer droit par equipe de relais engagee"
       ACCEPT Wequipe
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer date limite de forfait sans frais"
                      " (AAAAMMJJ)"
              ACCEPT WdateLimite
              IF WdateLimite > 19000000 THEN
                     MOVE 1 TO Wtrouver
              ELSE
                     DISPLAY "date invalide"
              END-IF
       END-PERFORM.

       Affichage_baremes.
       OPEN INPUT fdrt
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fdrt NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     DISPLAY "competition :" drt_numCompet
                             " athlete :" drt_athlete
                             " equipe :" drt_equipe
                             " date limite forfait :" drt_dateLimite
              END-READ
       END-PERFORM
       CLOSE fdrt.

       Modifier_bareme.
       OPEN I-O fdrt
       DISPLAY "rentrer numero competition"
       ACCEPT WnumCompet
       MOVE WnumCompet TO drt_numCompet
       READ fdrt
       INVALID KEY IF cr_drt NOT = 23 THEN
                          MOVE "Modifier_bareme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_drt TO Wavant
              PERFORM Saisir_bareme
              MOVE Wathlete TO drt_athlete
              MOVE Wequipe TO drt_equipe
              MOVE WdateLimite TO drt_dateLimite
              REWRITE tamp_drt
              INVALID KEY MOVE "Modifier_bareme" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour"
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "droits.dat" TO Wfichier
                          MOVE drt_numCompet TO Wcle
                          MOVE tamp_drt TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       CLOSE fdrt.

       Supprimer_bareme.
       OPEN I-O fdrt
       DISPLAY "rentrer numero competition"
       ACCEPT WnumCompet
       MOVE WnumCompet TO drt_numCompet
       READ fdrt
       INVALID KEY IF cr_drt NOT = 23 THEN
                          MOVE "Supprimer_bareme" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_drt TO Wavant
              DELETE fdrt
              INVALID KEY MOVE "Supprimer_bareme" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_drt TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "bareme supprime"
                          MOVE "DELETE" TO Woperation
                          MOVE "droits.dat" TO Wfichier
                          MOVE WnumCompet TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-READ
       CLOSE fdrt.

       Enregistrer_paiement.
       DISPLAY "rentrer numero competition"
       ACCEPT WnumCompet
       DISPLAY "rentrer pays"
       ACCEPT Wpays
       MOVE FUNCTION UPPER-CASE(Wpays) TO Wpays
       OPEN I-O ffac
       MOVE WnumCompet TO fac_numCompet
       MOVE Wpays TO fac_pays
       READ ffac
       INVALID KEY IF cr_fac NOT = 23 THEN
                          MOVE "Enregistrer_paiemen" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fac TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "facture inexistante"
       NOT INVALID KEY
              PERFORM Afficher_facture
              IF fac_datePaiement > 0 THEN
                     DISPLAY "facture deja reglee le " fac_datePaiement
              ELSE
                     PERFORM Saisir_date_paiement
                     MOVE tamp_fac TO Wavant
                     MOVE WdatePaiement TO fac_datePaiement
                     REWRITE tamp_fac
                     INVALID KEY MOVE "Enregistrer_paiemen" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_fac TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur mise a jour"
                     NOT INVALID KEY
                                 DISPLAY "paiement enregistre"
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "factures.dat" TO Wfichier
                                 MOVE fac_cle TO Wcle
                                 MOVE tamp_fac TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ
       CLOSE ffac.

       Saisir_date_paiement.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer date de paiement (AAAAMMJJ,"
                      " 0 pour aujourd'hui)"
              ACCEPT WdatePaiement
              IF WdatePaiement = 0 THEN
                     MOVE WdateJour TO WdatePaiement
              END-IF
              IF WdatePaiement > 19000000
                 AND WdatePaiement <= WdateJour THEN
                     MOVE 1 TO Wtrouver
              ELSE
                     DISPLAY "date invalide"
              END-IF
       END-PERFORM.

       Afficher_facture.
       DISPLAY "facture :" fac_numFacture
               " du " fac_date
               " competition :" fac_numCompet
               " pays :" fac_pays
       DISPLAY "   athletes :" fac_nbAthletes
               " equipes :" fac_nbEquipes
               " brut :" fac_brut
               " avoir :" fac_credit
               " (" fac_nbCredits " forfaits)"
               " net :" fac_montant
       IF fac_datePaiement > 0 THEN
              DISPLAY "   reglee le " fac_datePaiement
       ELSE
              DISPLAY "   non reglee"
       END-IF.

       Affichage_factures_nation.
       DISPLAY "rentrer pays"
       ACCEPT Wpays
       MOVE FUNCTION UPPER-CASE(Wpays) TO Wpays
       MOVE 0 TO WtotalDu
       OPEN INPUT ffac
       MOVE Wpays TO fac_pays
       START ffac, KEY IS = fac_pays
       INVALID KEY IF cr_fac NOT = 23 THEN
                          MOVE "Affichage_factures" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_fac TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "aucune facture"
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ffac NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fac_pays NOT = Wpays THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   PERFORM Afficher_facture
                                   IF fac_datePaiement = 0 THEN
                                          ADD fac_montant TO WtotalDu
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
              DISPLAY "total restant du : " WtotalDu
       END-START
       CLOSE ffac.

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
