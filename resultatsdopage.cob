       IDENTIFICATION DIVISION.
       PROGRAM-ID. resultatsdopage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fdop assign to "dopage.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is dop_cle
              file status is cr_dop.

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

       FD fdop.
              01 tamp_dop.
                     02 dop_cle.
                            03 dop_numCo PIC 9(3).
                            03 dop_numA PIC 9(3).
                     02 dop_selection PIC X(15).
                     02 dop_dateTirage PIC 9(8).
                     02 dop_echantillon PIC X(12).
                     02 dop_resultat PIC X(1).
                     02 dop_dateDecision PIC 9(8).
                     02 dop_debut PIC 9(8).
                     02 dop_fin PIC 9(8).
                     02 dop_traite PIC X(1).
                     02 dop_dateTraitement PIC 9(8).

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
              77 cr_dop PIC 9(2).
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
              77 Wprogramme PIC X(12) VALUE "RESULTDOPAGE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wchoix PIC 9(2).
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 WnumCo PIC 9(3).
              77 WnumA PIC 9(3).
              77 Wechantillon PIC X(12).
              77 Wresultat PIC X(1).
              77 Wdate PIC 9(8).
              77 WdateDecision PIC 9(8).
              77 Wdebut PIC 9(8).
              77 WfinSanction PIC 9(8).
              77 Wmois PIC 9(2).
              77 Wjour PIC 9(2).
              77 Wlibelle PIC X(10).

       PROCEDURE DIVISION.
       OPEN I-O fdop
       IF cr_dop=35 THEN
       OPEN OUTPUT fdop
       END-IF
       CLOSE fdop
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- RESULTATS DES CONTROLES ANTIDOPAGE -----"
              DISPLAY "1. Saisir le resultat d'analyse d'un controle"
              DISPLAY "2. Afficher les controles d'une course"
              DISPLAY "3. Afficher les controles sans resultat"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole NOT = "S" THEN
                                   DISPLAY "reserve au superviseur"
                            ELSE
                                   PERFORM Saisir_resultat
                            END-IF
                     WHEN 2 PERFORM Affichage_controles_course
                     WHEN 3 PERFORM Affichage_controles_attente
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Saisir_resultat.
       OPEN I-O fdop
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       DISPLAY "rentrer numero athlete"
       ACCEPT WnumA
       MOVE WnumCo TO dop_numCo
       MOVE WnumA TO dop_numA
       READ fdop
       INVALID KEY IF cr_dop NOT = 23 THEN
                          MOVE "Saisir_resultat" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_dop TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   DISPLAY "athlete non tire au sort pour cette course"
       NOT INVALID KEY
              PERFORM Afficher_controle
              IF dop_traite = "O" THEN
                     DISPLAY "sanction deja appliquee, modification"
                             " impossible"
              ELSE
                     PERFORM Saisir_analyse
              END-IF
       END-READ
       CLOSE fdop.

       Saisir_analyse.
       MOVE tamp_dop TO Wavant
       DISPLAY "rentrer numero d'echantillon"
       ACCEPT Wechantillon
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer resultat (N=negatif, P=resultat"
                      " anormal)"
              ACCEPT Wresultat
              MOVE FUNCTION UPPER-CASE(Wresultat) TO Wresultat
              IF Wresultat = "N" OR Wresultat = "P" THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "resultat invalide"
              END-IF
       END-PERFORM
       DISPLAY "date de decision"
       PERFORM Saisir_date
       MOVE Wdate TO WdateDecision
       MOVE 0 TO Wdebut
       MOVE 0 TO WfinSanction
       IF Wresultat = "P" THEN
              MOVE 0 TO Wvalide
              PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                     DISPLAY "debut de la periode de sanction"
                     PERFORM Saisir_date
                     MOVE Wdate TO Wdebut
                     DISPLAY "fin de la periode de sanction"
                     PERFORM Saisir_date
                     MOVE Wdate TO WfinSanction
                     IF WfinSanction >= Wdebut THEN
                            MOVE 1 TO Wvalide
                     ELSE
                            DISPLAY "la fin precede le debut"
                     END-IF
              END-PERFORM
       END-IF
       MOVE Wechantillon TO dop_echantillon
       MOVE Wresultat TO dop_resultat
       MOVE WdateDecision TO dop_dateDecision
       MOVE Wdebut TO dop_debut
       MOVE WfinSanction TO dop_fin
       MOVE "N" TO dop_traite
       REWRITE tamp_dop
       INVALID KEY MOVE "Saisir_analyse" TO Wparagraphe
                   MOVE "REWRITE" TO Woperation
                   MOVE cr_dop TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur mise a jour"
       NOT INVALID KEY
                   IF Wresultat = "P" THEN
                          DISPLAY "resultat anormal enregistre,"
                                  " lancer le traitement des sanctions"
                   ELSE
                          DISPLAY "resultat enregistre"
                   END-IF
                   MOVE "REWRITE" TO Woperation
                   MOVE "dopage.dat" TO Wfichier
                   MOVE dop_cle TO Wcle
                   MOVE tamp_dop TO Wapres
                   PERFORM Journaliser
       END-REWRITE.

       Saisir_date.
       MOVE 0 TO Wtrouver
       PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
              DISPLAY "rentrer date (AAAAMMJJ)"
              ACCEPT Wdate
              COMPUTE Wmois = FUNCTION MOD(Wdate 10000) / 100
              COMPUTE Wjour = FUNCTION MOD(Wdate 100)
              IF Wdate > 19000000 AND Wdate < 30000000
                 AND Wmois >= 1 AND Wmois <= 12
                 AND Wjour >= 1 AND Wjour <= 31 THEN
                     MOVE 1 TO Wtrouver
              ELSE
                     DISPLAY "date invalide"
              END-IF
       END-PERFORM.

       Affichage_controles_course.
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       OPEN INPUT fdop
       MOVE WnumCo TO dop_numCo
       MOVE 0 TO dop_numA
       START fdop, KEY IS >= dop_cle
       INVALID KEY DISPLAY "aucun controle pour cette course"
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fdop NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF dop_numCo NOT = WnumCo THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   PERFORM Afficher_controle
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fdop.

       Affichage_controles_attente.
       OPEN INPUT fdop
       MOVE 0 TO Wtrouver
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fdop NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF dop_resultat = SPACES THEN
                            MOVE 1 TO Wtrouver
                            PERFORM Afficher_controle
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fdop
       IF Wtrouver = 0 THEN
              DISPLAY "aucun controle en attente de resultat"
       END-IF.

       Afficher_controle.
       EVALUATE dop_resultat
              WHEN "N" MOVE "NEGATIF" TO Wlibelle
              WHEN "P" MOVE "ANORMAL" TO Wlibelle
              WHEN OTHER MOVE "EN ATTENTE" TO Wlibelle
       END-EVALUATE
       DISPLAY "course :" dop_numCo
               " athlete :" dop_numA
               " selection :" dop_selection
               " tirage le :" dop_dateTirage
       DISPLAY "echantillon :" dop_echantillon
               " resultat :" Wlibelle
               " decision le :" dop_dateDecision
       IF dop_resultat = "P" THEN
              DISPLAY "sanction du " dop_debut " au " dop_fin
                      " traitee :" dop_traite
                      " le :" dop_dateTraitement
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
