       IDENTIFICATION DIVISION.
       PROGRAM-ID. officiels.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select foff assign to "officiels.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is off_numO
              alternate record key is off_pays WITH DUPLICATES
              file status is cr_off.

              select facc assign to "accredit.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is acc_cle
              alternate record key is acc_numO WITH DUPLICATES
              file status is cr_acc.

              select fpy assign to "pays.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fpy_nom
              file status is cr_fpy.

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

       FD foff.
              01 tamp_off.
                     02 off_numO PIC 9(3).
                     02 off_nom PIC X(30).
                     02 off_prenom PIC X(30).
                     02 off_pays PIC X(30).
                     02 off_fonction PIC X(1).

       FD facc.
              01 tamp_acc.
                     02 acc_cle.
                            03 acc_numCompet PIC 9(3).
                            03 acc_numO PIC 9(3).
                     02 acc_date PIC 9(8).
                     02 acc_operateur PIC X(8).

       FD fpy.
              01 tamp_fpy.
                     02 fpy_nom PIC X(30).
                     02 fpy_code PIC X(3).

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
              77 cr_off PIC 9(2).
              77 cr_acc PIC 9(2).
              77 cr_fpy PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "OFFICIELS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 Wchoix PIC 9(2).
              77 WnumO PIC 9(3).
              77 WnumCompet PIC 9(3).
              77 Wnom PIC X(30).
              77 Wprenom PIC X(30).
              77 Wpays PIC X(30).
              77 Wfonction PIC X(1).
              77 WlibFonction PIC X(20).
              77 WdateJour PIC 9(8).
              77 Wnb PIC 9(4).

       PROCEDURE DIVISION.
       OPEN I-O foff
       IF cr_off=35 THEN
       OPEN OUTPUT foff
       END-IF
       CLOSE foff
       OPEN I-O facc
       IF cr_acc=35 THEN
       OPEN OUTPUT facc
       END-IF
       CLOSE facc
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- OFFICIELS DES EQUIPES -----"
              DISPLAY "1. Ajouter un officiel"
              DISPLAY "2. Afficher tous les officiels"
              DISPLAY "3. Modifier un officiel"
              DISPLAY "4. Supprimer un officiel"
              DISPLAY "5. Accrediter un officiel a une competition"
              DISPLAY "6. Afficher les accreditations d'une competition"
              DISPLAY "7. Retirer une accreditation"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_officiel
                            END-IF
                     WHEN 2 PERFORM Affichage_officiels
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_officiel
                            END-IF
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_officiel
                            END-IF
                     WHEN 5 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Accrediter_officiel
                            END-IF
                     WHEN 6 PERFORM Affichage_accreditations
                     WHEN 7 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Retirer_accreditation
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Ajout_officiel.
       OPEN INPUT foff
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 0
              DISPLAY "rentrer numero officiel"
              ACCEPT WnumO
              MOVE WnumO TO off_numO
              READ foff
              INVALID KEY IF cr_off NOT = 23 THEN
                                 MOVE "Ajout_officiel" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_off TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          MOVE 0 TO Wtrouver
              NOT INVALID KEY DISPLAY "numero deja attribue"
                              MOVE 1 TO Wtrouver
              END-READ
       END-PERFORM
       CLOSE foff
       PERFORM Saisir_officiel
       MOVE WnumO TO off_numO
       MOVE Wnom TO off_nom
       MOVE Wprenom TO off_prenom
       MOVE Wpays TO off_pays
       MOVE Wfonction TO off_fonction
       OPEN EXTEND foff
       WRITE tamp_off
       INVALID KEY MOVE "Ajout_officiel" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_off TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur ajout officiel"
       NOT INVALID KEY
                   MOVE "WRITE" TO Woperation
                   MOVE "officiels.dat" TO Wfichier
                   MOVE off_numO TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_off TO Wapres
                   PERFORM Journaliser
       END-WRITE
       CLOSE foff.

       Saisir_officiel.
       DISPLAY "rentrer nom"
       ACCEPT Wnom
       DISPLAY "rentrer prenom"
       ACCEPT Wprenom
       OPEN INPUT fpy
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer pays"
              ACCEPT Wpays
              MOVE FUNCTION UPPER-CASE(Wpays) TO Wpays
              MOVE Wpays TO fpy_nom
              READ fpy
              INVALID KEY IF cr_fpy NOT = 23 THEN
                                 MOVE "Saisir_officiel" TO Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_fpy TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "pays non reconnu"
                          MOVE 0 TO Wvalide
              NOT INVALID KEY MOVE 1 TO Wvalide
              END-READ
       END-PERFORM
       CLOSE fpy
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "fonction : E entraineur, T technicien fartage,"
                      " M medecin, C chef d'equipe"
              ACCEPT Wfonction
              MOVE FUNCTION UPPER-CASE(Wfonction) TO Wfonction
              IF Wfonction = "E" OR Wfonction = "T"
                 OR Wfonction = "M" OR Wfonction = "C" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "fonction invalide"
              END-IF
       END-PERFORM.

       Libeller_fonction.
       EVALUATE off_fonction
              WHEN "E" MOVE "ENTRAINEUR" TO WlibFonction
              WHEN "T" MOVE "TECHNICIEN FARTAGE" TO WlibFonction
              WHEN "M" MOVE "MEDECIN" TO WlibFonction
              WHEN "C" MOVE "CHEF D'EQUIPE" TO WlibFonction
              WHEN OTHER MOVE "?" TO WlibFonction
       END-EVALUATE.

       Affichage_officiels.
       OPEN INPUT foff
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ foff NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END PERFORM Afficher_officiel
              END-READ
       END-PERFORM
       CLOSE foff.

       Afficher_officiel.
       PERFORM Libeller_fonction
       DISPLAY "officiel :" off_numO
               " " off_nom
               " " off_prenom
               " pays :" off_pays
               " fonction :" WlibFonction.

       Modifier_officiel.
       OPEN I-O foff
       DISPLAY "rentrer numero officiel"
       ACCEPT WnumO
       MOVE WnumO TO off_numO
       READ foff
       INVALID KEY IF cr_off NOT = 23 THEN
                          MOVE "Modifier_officiel" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_off TO Wavant
              PERFORM Afficher_officiel
              PERFORM Saisir_officiel
              MOVE Wnom TO off_nom
              MOVE Wprenom TO off_prenom
              MOVE Wpays TO off_pays
              MOVE Wfonction TO off_fonction
              REWRITE tamp_off
              INVALID KEY MOVE "Modifier_officiel" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour"
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "officiels.dat" TO Wfichier
                          MOVE off_numO TO Wcle
                          MOVE tamp_off TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       CLOSE foff.

       Supprimer_officiel.
       DISPLAY "rentrer numero officiel"
       ACCEPT WnumO
       OPEN INPUT facc
       MOVE 0 TO Wtrouver
       MOVE WnumO TO acc_numO
       READ facc KEY IS acc_numO
       INVALID KEY IF cr_acc NOT = 23 THEN
                          MOVE "Supprimer_officiel" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_acc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE 1 TO Wtrouver
       END-READ
       CLOSE facc
       IF Wtrouver = 1 THEN
              DISPLAY "officiel accredite a une competition,"
                      " retirer d'abord ses accreditations"
       ELSE
              PERFORM Effacer_officiel
       END-IF.

       Effacer_officiel.
       OPEN I-O foff
       MOVE WnumO TO off_numO
       READ foff
       INVALID KEY IF cr_off NOT = 23 THEN
                          MOVE "Effacer_officiel" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "inexistant"
       NOT INVALID KEY
              MOVE tamp_off TO Wavant
              DELETE foff
              INVALID KEY MOVE "Effacer_officiel" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "officiel supprime"
                          MOVE "DELETE" TO Woperation
                          MOVE "officiels.dat" TO Wfichier
                          MOVE WnumO TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-READ
       CLOSE foff.

       Lire_competition.
       MOVE 0 TO Wtrouver
       DISPLAY "rentrer numero competition"
       ACCEPT WnumCompet
       OPEN INPUT fco
       MOVE WnumCompet TO fco_numCo
       READ fco
       INVALID KEY IF cr_fco NOT = 23 THEN
                          MOVE "Lire_competition" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fco TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "competition inexistante"
       NOT INVALID KEY DISPLAY fco_ville " " fco_pays
                       MOVE 1 TO Wtrouver
       END-READ
       CLOSE fco.

       Accrediter_officiel.
       PERFORM Lire_competition
       IF Wtrouver = 1 THEN
              DISPLAY "rentrer numero officiel"
              ACCEPT WnumO
              OPEN INPUT foff
              MOVE WnumO TO off_numO
              MOVE 0 TO Wtrouver
              READ foff
              INVALID KEY IF cr_off NOT = 23 THEN
                                 MOVE "Accrediter_officiel" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_off TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "officiel inconnu"
              NOT INVALID KEY PERFORM Afficher_officiel
                              MOVE 1 TO Wtrouver
              END-READ
              CLOSE foff
              IF Wtrouver = 1 THEN
                     PERFORM Ecrire_accreditation
              END-IF
       END-IF.

       Ecrire_accreditation.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       OPEN I-O facc
       MOVE WnumCompet TO acc_numCompet
       MOVE WnumO TO acc_numO
       MOVE WdateJour TO acc_date
       MOVE Woperateur TO acc_operateur
       WRITE tamp_acc
       INVALID KEY IF cr_acc = 22 THEN
                          DISPLAY "officiel deja accredite"
                   ELSE
                          MOVE "Ecrire_accreditation" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_acc TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur accreditation"
                   END-IF
       NOT INVALID KEY
                   DISPLAY "officiel accredite"
                   MOVE "WRITE" TO Woperation
                   MOVE "accredit.dat" TO Wfichier
                   MOVE acc_cle TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_acc TO Wapres
                   PERFORM Journaliser
       END-WRITE
       CLOSE facc.

       Affichage_accreditations.
       PERFORM Lire_competition
       IF Wtrouver = 1 THEN
              MOVE 0 TO Wnb
              OPEN INPUT facc
              OPEN INPUT foff
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ facc NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF acc_numCompet = WnumCompet THEN
                                   ADD 1 TO Wnb
                                   PERFORM Afficher_accreditation
                            END-IF
                     END-READ
              END-PERFORM
              CLOSE facc
              CLOSE foff
              DISPLAY Wnb " officiels accredites"
       END-IF.

       Afficher_accreditation.
       MOVE acc_numO TO off_numO
       READ foff
       INVALID KEY IF cr_off NOT = 23 THEN
                          MOVE "Afficher_accreditat" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_off TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "officiel :" acc_numO " inconnu"
       NOT INVALID KEY
                   PERFORM Afficher_officiel
       END-READ.

       Retirer_accreditation.
       PERFORM Lire_competition
       IF Wtrouver = 1 THEN
              DISPLAY "rentrer numero officiel"
              ACCEPT WnumO
              OPEN I-O facc
              MOVE WnumCompet TO acc_numCompet
              MOVE WnumO TO acc_numO
              READ facc
              INVALID KEY IF cr_acc NOT = 23 THEN
                                 MOVE "Retirer_accreditati" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_acc TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
                          DISPLAY "accreditation inexistante"
              NOT INVALID KEY
                     MOVE tamp_acc TO Wavant
                     DELETE facc
                     INVALID KEY MOVE "Retirer_accreditati" TO
                                     Wparagraphe
                                 MOVE "DELETE" TO Woperation
                                 MOVE cr_acc TO Wstatut
                                 PERFORM Logger_erreur
                                 DISPLAY "erreur suppression"
                     NOT INVALID KEY DISPLAY "accreditation retiree"
                                 MOVE "DELETE" TO Woperation
                                 MOVE "accredit.dat" TO Wfichier
                                 MOVE WnumCompet TO acc_numCompet
                                 MOVE WnumO TO acc_numO
                                 MOVE acc_cle TO Wcle
                                 MOVE SPACES TO Wapres
                                 PERFORM Journaliser
                     END-DELETE
              END-READ
              CLOSE facc
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
