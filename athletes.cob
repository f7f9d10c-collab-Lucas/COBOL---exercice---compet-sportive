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
              record key is fpy_nom
              file status is cr_fpy.

              select fnat assign to "nationalites.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is nat_cle
              file status is cr_nat.

       DATA DIVISION.
       FILE SECTION.

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
                     02 fpy_nom PIC X(30).
                     02 fpy_code PIC X(3).

       FD fnat.
              01 tamp_nat.
                     02 nat_cle.
                            03 nat_numA PIC 9(3).
                            03 nat_dateDebut PIC 9(8).
                     02 nat_dateFin PIC 9(8).
                     02 nat_pays PIC X(30).
                     02 nat_dateQualif PIC 9(8).
                     02 nat_operateur PIC X(8).

       FD fjrn.
              01 tamp_jrn.
                     02 jrn_operateur PIC X(8).
       WORKING-STORAGE SECTION.
              77 cr_fa PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 cr_fop PIC 9(2).
              77 Wapres PIC X(200).
              77 cr_imp PIC 9(2).
              77 cr_fpy PIC 9(2).
              77 cr_nat PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "ATHLETES".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 WanneeSaison PIC 9(4).
              77 Wage PIC S9(4).
              77 Wcategorie PIC X(6).
              77 WdateEffet PIC 9(8).
              77 WdateJour PIC 9(8).
              77 WdateQualif PIC 9(8).
              77 WdelaiAttente PIC 9(5) VALUE 20000.
              77 Wlibere PIC X(1).
              77 WdebutCourant PIC 9(8).
              77 WqualifCourant PIC 9(8).
              77 WperiodeOuverte PIC 9.
              77 WchangementOk PIC 9.
              77 WavantSauve PIC X(200).


       PROCEDURE DIVISION.
       OPEN OUTPUT fpy
       END-IF
       CLOSE fpy
       OPEN I-O fnat
       IF cr_nat=35 THEN
       OPEN OUTPUT fnat
       END-IF
       CLOSE fnat
       MOVE FUNCTION CURRENT-DATE(1:4) TO WanneeSaison
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
              DISPLAY "4. Rechercher par pays"
              DISPLAY "5. Supprimer un athlete"
              DISPLAY "6. Modifier un athlete"
              DISPLAY "7. Historique des nationalites"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                            ELSE
                                   PERFORM Modifier_athlete
                            END-IF
                     WHEN 7 PERFORM Affichage_nationalites
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
                     END-READ
              END-PERFORM
              CLOSE fpy
              IF Wpays NOT = fa_pays THEN
                     PERFORM Changer_nationalite
              END-IF
              DISPLAY "rentrer annee"
              ACCEPT Wannee
              MOVE 0 TO Wvalide
       END-READ
       CLOSE fa.

       Changer_nationalite.
       MOVE Wavant TO WavantSauve
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       DISPLAY "changement de nationalite : " FUNCTION TRIM(fa_pays)
               " -> " FUNCTION TRIM(Wpays)
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer date d'effet (AAAAMMJJ, 0 pour"
                      " aujourd'hui)"
              ACCEPT WdateEffet
              IF WdateEffet = 0 THEN
                     MOVE WdateJour TO WdateEffet
              END-IF
              IF WdateEffet > 19000000 THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "date invalide"
              END-IF
       END-PERFORM
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "athlete libere par l'ancienne federation (O/N)"
              ACCEPT Wlibere
              MOVE FUNCTION UPPER-CASE(Wlibere) TO Wlibere
              IF Wlibere = "O" OR Wlibere = "N" THEN
                     MOVE 1 TO Wvalide
              END-IF
       END-PERFORM
       IF Wlibere = "O" THEN
              MOVE WdateEffet TO WdateQualif
       ELSE
              COMPUTE WdateQualif = WdateEffet + WdelaiAttente
       END-IF
       OPEN I-O fnat
       PERFORM Chercher_periode_courante
       MOVE 1 TO WchangementOk
       IF WperiodeOuverte = 1 AND WdateEffet <= WdebutCourant THEN
              DISPLAY "changement refuse : la nationalite actuelle"
                      " court depuis le " WdebutCourant
              MOVE 0 TO WchangementOk
       END-IF
       IF WperiodeOuverte = 1 AND WdateEffet < WqualifCourant THEN
              DISPLAY "changement refuse : athlete en periode"
                      " d'attente jusqu'au " WqualifCourant
              MOVE 0 TO WchangementOk
       END-IF
       IF WchangementOk = 1 THEN
              PERFORM Clore_periode_courante
       END-IF
       IF WchangementOk = 1 THEN
              PERFORM Ouvrir_periode
       END-IF
       CLOSE fnat
       IF WchangementOk = 1 THEN
              IF WdateQualif > WdateEffet THEN
                     DISPLAY "resultats comptes pour "
                             FUNCTION TRIM(Wpays)
                             " a partir du " WdateQualif
              END-IF
       ELSE
              MOVE fa_pays TO Wpays
              DISPLAY "pays inchange : " FUNCTION TRIM(Wpays)
       END-IF
       MOVE WavantSauve TO Wavant.

       Chercher_periode_courante.
       MOVE 0 TO WperiodeOuverte
       MOVE 0 TO WdebutCourant
       MOVE 0 TO WqualifCourant
       MOVE fa_numA TO nat_numA
       MOVE 0 TO nat_dateDebut
       START fnat, KEY IS >= nat_cle
       INVALID KEY IF cr_nat NOT = 23 THEN
                          MOVE "Chercher_periode_co" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_nat TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fnat NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF nat_numA NOT = fa_numA THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   IF nat_dateFin = 0 THEN
                                          MOVE 1 TO WperiodeOuverte
                                          MOVE nat_dateDebut TO
                                              WdebutCourant
                                          MOVE nat_dateQualif TO
                                              WqualifCourant
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Clore_periode_courante.
       IF WperiodeOuverte = 1 THEN
              MOVE fa_numA TO nat_numA
              MOVE WdebutCourant TO nat_dateDebut
              READ fnat
              INVALID KEY MOVE "Clore_periode_coura" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_nat TO Wstatut
                          PERFORM Logger_erreur
                          MOVE 0 TO WchangementOk
              NOT INVALID KEY
                     MOVE tamp_nat TO Wavant
                     MOVE WdateEffet TO nat_dateFin
                     REWRITE tamp_nat
                     INVALID KEY MOVE "Clore_periode_coura" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_nat TO Wstatut
                                 PERFORM Logger_erreur
                                 MOVE 0 TO WchangementOk
                     NOT INVALID KEY
                                 MOVE "REWRITE" TO Woperation
                                 PERFORM Journaliser_nationalite
                     END-REWRITE
              END-READ
       ELSE
              MOVE fa_numA TO nat_numA
              MOVE 0 TO nat_dateDebut
              MOVE WdateEffet TO nat_dateFin
              MOVE fa_pays TO nat_pays
              MOVE 0 TO nat_dateQualif
              MOVE Woperateur TO nat_operateur
              MOVE SPACES TO Wavant
              WRITE tamp_nat
              INVALID KEY MOVE "Clore_periode_coura" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_nat TO Wstatut
                          PERFORM Logger_erreur
                          MOVE 0 TO WchangementOk
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          PERFORM Journaliser_nationalite
              END-WRITE
       END-IF.

       Ouvrir_periode.
       MOVE fa_numA TO nat_numA
       MOVE WdateEffet TO nat_dateDebut
       MOVE 0 TO nat_dateFin
       MOVE Wpays TO nat_pays
       MOVE WdateQualif TO nat_dateQualif
       MOVE Woperateur TO nat_operateur
       MOVE SPACES TO Wavant
       WRITE tamp_nat
       INVALID KEY MOVE "Ouvrir_periode" TO Wparagraphe
                   MOVE "WRITE" TO Woperation
                   MOVE cr_nat TO Wstatut
                   PERFORM Logger_erreur
                   DISPLAY "erreur historique nationalite"
       NOT INVALID KEY
                   MOVE "WRITE" TO Woperation
                   PERFORM Journaliser_nationalite
       END-WRITE.

       Journaliser_nationalite.
       MOVE "nationalites.dat" TO Wfichier
       MOVE nat_cle TO Wcle
       MOVE tamp_nat TO Wapres
       PERFORM Journaliser.

       Affichage_nationalites.
       DISPLAY "Rentrer numero Athletes"
       ACCEPT WnumA
       OPEN INPUT fnat
       MOVE 0 TO Wtrouver
       MOVE WnumA TO nat_numA
       MOVE 0 TO nat_dateDebut
       START fnat, KEY IS >= nat_cle
       INVALID KEY IF cr_nat NOT = 23 THEN
                          MOVE "Affichage_nationali" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_nat TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fnat NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF nat_numA NOT = WnumA THEN
                                   MOVE 1 TO Wfin
                            ELSE
                                   MOVE 1 TO Wtrouver
                                   DISPLAY "du " nat_dateDebut
                                           " au " nat_dateFin
                                           " " nat_pays
                                           " points a partir du "
                                           nat_dateQualif
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fnat
       IF Wtrouver = 0 THEN
              DISPLAY "aucun changement de nationalite enregistre"
       END-IF.

       Determiner_categorie.
       IF fa_annee < 1000 THEN
              EVALUATE fa_annee
                     WHEN 1 MOVE "JUNIOR" TO Wcategorie
                     WHEN 2 MOVE "U23" TO Wcategorie
                     WHEN OTHER MOVE "SENIOR" TO Wcategorie
              END-EVALUATE
       ELSE
              COMPUTE Wage = WanneeSaison - fa_annee
              IF Wage <= 21 THEN
                     MOVE "JUNIOR" TO Wcategorie
              ELSE
                     IF Wage <= 25 THEN
                            MOVE "U23" TO Wcategorie
                     ELSE
                            MOVE "SENIOR" TO Wcategorie
                     END-IF
              END-IF
       END-IF.

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
