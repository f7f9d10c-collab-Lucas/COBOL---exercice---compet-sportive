       IDENTIFICATION DIVISION.
       PROGRAM-ID. conditions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fcnd assign to "conditions.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is cnd_cle
              file status is cr_cnd.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

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

       FD fcnd.
              01 tamp_cnd.
                     02 cnd_cle.
                            03 cnd_numCo PIC 9(3).
                            03 cnd_heure PIC 9(4).
                     02 cnd_tempAir PIC S9(2)V9 SIGN LEADING SEPARATE.
                     02 cnd_tempNeige PIC S9(2)V9 SIGN LEADING SEPARATE.
                     02 cnd_neige PIC X(1).
                     02 cnd_ventVitesse PIC 9(2)V9.
                     02 cnd_ventDirection PIC X(3).
                     02 cnd_visibilite PIC 9(5).
                     02 cnd_operateur PIC X(8).

       FD fc.
              01 tamp_fc.
                     02 fc_numCo PIC 9(3).
                     02 fc_villeCompet PIC X(30).
                     02 fc_typeCo PIC X(30).
                     02 fc_nbpassage PIC 9(1).
                     02 fc_nbkms PIC 9(2).
                     02 fc_nbtirs PIC 9(1).
                     02 fc_nbcouche PIC 9(1).
                     02 fc_nbdebout PIC 9(1).
                     02 fc_distPen PIC 9(3).
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

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
              77 cr_cnd PIC 9(2).
              77 cr_fc PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "CONDITIONS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 Wmodifiable PIC 9.
              77 Wchoix PIC 9(2).
              77 WnumCo PIC 9(3).
              77 Wheure PIC 9(4).
              77 Whh PIC 9(2).
              77 Wmm PIC 9(2).
              77 WtempAir PIC S9(2)V9 SIGN LEADING SEPARATE.
              77 WtempNeige PIC S9(2)V9 SIGN LEADING SEPARATE.
              77 Wneige PIC X(1).
              77 WventVitesse PIC 9(2)V9.
              77 WventDirection PIC X(3).
              77 Wvisibilite PIC 9(5).
              77 WlibNeige PIC X(12).
              77 WairEd PIC -Z9.9.
              77 WneigeEd PIC -Z9.9.
              77 WventEd PIC Z9.9.

       PROCEDURE DIVISION.
       OPEN I-O fcnd
       IF cr_cnd=35 THEN
       OPEN OUTPUT fcnd
       END-IF
       CLOSE fcnd
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- CONDITIONS DE COURSE -----"
              DISPLAY "1. Ajouter un releve"
              DISPLAY "2. Afficher les releves d'une course"
              DISPLAY "3. Modifier un releve"
              DISPLAY "4. Supprimer un releve"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Ajout_releve
                            END-IF
                     WHEN 2 PERFORM Affichage_releves
                     WHEN 3 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Modifier_releve
                            END-IF
                     WHEN 4 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Supprimer_releve
                            END-IF
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Lire_course.
       MOVE 0 TO Wtrouver
       MOVE 1 TO Wmodifiable
       OPEN INPUT fc
       DISPLAY "rentrer numero course"
       ACCEPT WnumCo
       MOVE WnumCo TO fc_numCo
       READ fc
       INVALID KEY IF cr_fc NOT = 23 THEN
                          MOVE "Lire_course" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fc TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "course inexistante"
       NOT INVALID KEY
              MOVE 1 TO Wtrouver
              DISPLAY fc_typeCo " " fc_villeCompet " " fc_date
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE 0 TO Wmodifiable
              END-IF
       END-READ
       CLOSE fc.

       Saisir_heure.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer heure du releve (HHMM)"
              ACCEPT Wheure
              DIVIDE Wheure BY 100 GIVING Whh REMAINDER Wmm
              IF Whh < 24 AND Wmm < 60 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "heure invalide"
              END-IF
       END-PERFORM.

       Ajout_releve.
       PERFORM Lire_course
       IF Wtrouver = 1 THEN
              IF Wmodifiable = 0 THEN
                     DISPLAY "resultats de la course officiels ou"
                             " verrouilles, saisie refusee"
              ELSE
                     PERFORM Saisir_heure
                     PERFORM Saisir_releve
                     PERFORM Ecrire_releve
              END-IF
       END-IF.

       Ecrire_releve.
       MOVE WnumCo TO cnd_numCo
       MOVE Wheure TO cnd_heure
       MOVE WtempAir TO cnd_tempAir
       MOVE WtempNeige TO cnd_tempNeige
       MOVE Wneige TO cnd_neige
       MOVE WventVitesse TO cnd_ventVitesse
       MOVE WventDirection TO cnd_ventDirection
       MOVE Wvisibilite TO cnd_visibilite
       MOVE Woperateur TO cnd_operateur
       OPEN EXTEND fcnd
       WRITE tamp_cnd
       INVALID KEY IF cr_cnd NOT = 22 THEN
                          MOVE "Ecrire_releve" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_cnd TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "releve deja enregistre a cette heure"
       NOT INVALID KEY
                   MOVE "WRITE" TO Woperation
                   MOVE "conditions.dat" TO Wfichier
                   MOVE cnd_cle TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_cnd TO Wapres
                   PERFORM Journaliser
       END-WRITE
       CLOSE fcnd.

       Saisir_releve.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer temperature de l'air (degres C)"
              ACCEPT WtempAir
              IF WtempAir >= -40 AND WtempAir <= 30 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "temperature invalide"
              END-IF
       END-PERFORM
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer temperature de la neige (degres C)"
              ACCEPT WtempNeige
              IF WtempNeige >= -40 AND WtempNeige <= 0 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "temperature invalide (neige <= 0)"
              END-IF
       END-PERFORM
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "type de neige : P poudreuse, C compacte,"
                      " D dure, G glacee, H humide, T transformee"
              ACCEPT Wneige
              MOVE FUNCTION UPPER-CASE(Wneige) TO Wneige
              IF Wneige = "P" OR Wneige = "C" OR Wneige = "D"
                 OR Wneige = "G" OR Wneige = "H" OR Wneige = "T" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "type de neige invalide"
              END-IF
       END-PERFORM
       DISPLAY "rentrer vitesse du vent au pas de tir (m/s)"
       ACCEPT WventVitesse
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer direction du vent (N, NNE, NE, ...,"
                      " NNO, VAR si variable)"
              ACCEPT WventDirection
              MOVE FUNCTION UPPER-CASE(WventDirection)
                   TO WventDirection
              EVALUATE WventDirection
                     WHEN "N" WHEN "NNE" WHEN "NE" WHEN "ENE"
                     WHEN "E" WHEN "ESE" WHEN "SE" WHEN "SSE"
                     WHEN "S" WHEN "SSO" WHEN "SO" WHEN "OSO"
                     WHEN "O" WHEN "ONO" WHEN "NO" WHEN "NNO"
                     WHEN "VAR"
                            MOVE 1 TO Wvalide
                     WHEN OTHER
                            DISPLAY "direction invalide"
              END-EVALUATE
       END-PERFORM
       DISPLAY "rentrer visibilite (metres)"
       ACCEPT Wvisibilite.

       Libeller_neige.
       EVALUATE cnd_neige
              WHEN "P" MOVE "poudreuse" TO WlibNeige
              WHEN "C" MOVE "compacte" TO WlibNeige
              WHEN "D" MOVE "dure" TO WlibNeige
              WHEN "G" MOVE "glacee" TO WlibNeige
              WHEN "H" MOVE "humide" TO WlibNeige
              WHEN "T" MOVE "transformee" TO WlibNeige
              WHEN OTHER MOVE cnd_neige TO WlibNeige
       END-EVALUATE.

       Afficher_releve.
       PERFORM Libeller_neige
       MOVE cnd_tempAir TO WairEd
       MOVE cnd_tempNeige TO WneigeEd
       MOVE cnd_ventVitesse TO WventEd
       DISPLAY cnd_heure " air:" WairEd " neige:" WneigeEd
               " " WlibNeige " vent:" WventEd "m/s "
               cnd_ventDirection " visi:" cnd_visibilite "m".

       Affichage_releves.
       DISPLAY "rentrer numero course"
       ACCEPT WnumCo
       OPEN INPUT fcnd
       MOVE 0 TO Wtrouver
       MOVE WnumCo TO cnd_numCo
       MOVE 0 TO cnd_heure
       START fcnd, KEY IS >= cnd_cle
       INVALID KEY IF cr_cnd NOT = 23 THEN
                          MOVE "Affichage_releves" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_cnd TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fcnd NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF cnd_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE 1 TO Wtrouver
                                   PERFORM Afficher_releve
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fcnd
       IF Wtrouver = 0 THEN
              DISPLAY "aucun releve pour cette course"
       END-IF.

       Lire_releve.
       PERFORM Lire_course
       IF Wtrouver = 1 THEN
              MOVE 0 TO Wtrouver
              IF Wmodifiable = 0 THEN
                     DISPLAY "resultats de la course officiels ou"
                             " verrouilles, modification refusee"
              ELSE
                     PERFORM Saisir_heure
                     MOVE WnumCo TO cnd_numCo
                     MOVE Wheure TO cnd_heure
                     READ fcnd
                     INVALID KEY IF cr_cnd NOT = 23 THEN
                                        MOVE "Lire_releve" TO
                                            Wparagraphe
                                        MOVE "READ" TO Woperation
                                        MOVE cr_cnd TO Wstatut
                                        PERFORM Logger_erreur
                                 END-IF
                                 DISPLAY "inexistant"
                     NOT INVALID KEY MOVE 1 TO Wtrouver
                                     PERFORM Afficher_releve
                     END-READ
              END-IF
       END-IF.

       Modifier_releve.
       OPEN I-O fcnd
       PERFORM Lire_releve
       IF Wtrouver = 1 THEN
              MOVE tamp_cnd TO Wavant
              PERFORM Saisir_releve
              MOVE WtempAir TO cnd_tempAir
              MOVE WtempNeige TO cnd_tempNeige
              MOVE Wneige TO cnd_neige
              MOVE WventVitesse TO cnd_ventVitesse
              MOVE WventDirection TO cnd_ventDirection
              MOVE Wvisibilite TO cnd_visibilite
              MOVE Woperateur TO cnd_operateur
              REWRITE tamp_cnd
              INVALID KEY MOVE "Modifier_releve" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_cnd TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur mise a jour"
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "conditions.dat" TO Wfichier
                          MOVE cnd_cle TO Wcle
                          MOVE tamp_cnd TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-IF
       CLOSE fcnd.

       Supprimer_releve.
       OPEN I-O fcnd
       PERFORM Lire_releve
       IF Wtrouver = 1 THEN
              MOVE tamp_cnd TO Wavant
              DELETE fcnd
              INVALID KEY MOVE "Supprimer_releve" TO Wparagraphe
                          MOVE "DELETE" TO Woperation
                          MOVE cr_cnd TO Wstatut
                          PERFORM Logger_erreur
                          DISPLAY "erreur suppression"
              NOT INVALID KEY DISPLAY "releve supprime"
                          MOVE "DELETE" TO Woperation
                          MOVE "conditions.dat" TO Wfichier
                          MOVE Wavant(1:7) TO Wcle
                          MOVE SPACES TO Wapres
                          PERFORM Journaliser
              END-DELETE
       END-IF
       CLOSE fcnd.

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
