       IDENTIFICATION DIVISION.
       PROGRAM-ID. couloirs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fcou assign to "couloirs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is cou_cle
              alternate record key is cou_numCo WITH DUPLICATES
              file status is cr_cou.

              select fc assign to "courses.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select ftr assign to "tirs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is ftr_cle
              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select fdep assign to WnomDepart
              organization line sequential
              file status is cr_dep.

              select fop assign to "operateurs.dat"
              organization indexed
              access mode is dynamic
              sharing with all other
              lock mode is automatic
              record key is op_code
              file status is cr_fop.

              select fimp assign to "couloirs.prn"
              organization line sequential
              file status is cr_imp.

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

       FD fcou.
              01 tamp_cou.
                     02 cou_cle.
                            03 cou_numCo PIC 9(3).
                            03 cou_numTir PIC 9(1).
                            03 cou_numA PIC 9(3).
                     02 cou_bib PIC 9(3).
                     02 cou_couloir PIC 9(2).
                     02 cou_mode PIC X(1).

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

       FD ftr.
              01 tamp_ftr.
                     02 ftr_cle.
                            03 ftr_numCo PIC 9(3).
                            03 ftr_numA PIC 9(3).
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD fdep.
              01 tamp_dep.
                     02 dep_numCo PIC 9(3).
                     02 dep_version PIC 9(2).
                     02 dep_bib PIC 9(3).
                     02 dep_numA PIC 9(3).
                     02 dep_nom PIC X(30).
                     02 dep_prenom PIC X(30).
                     02 dep_nation PIC X(3).
                     02 dep_heure PIC 9(2).
                     02 dep_minute PIC 9(2).
                     02 dep_seconde PIC 9(2).
                     02 dep_dixieme PIC 9(1).

       FD fop.
              01 tamp_op.
                     02 op_code PIC X(8).
                     02 op_nom PIC X(30).
                     02 op_mdp PIC X(8).
                     02 op_role PIC X(1).

       FD fimp.
              01 tamp_imp PIC X(120).

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
              77 cr_cou PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_dep PIC 9(2).
              77 cr_fop PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_vrr PIC 9(2).
              77 cr_ses PIC 9(2).
              77 WdebutSession PIC X(21).
              77 Wverrouille PIC 9.
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
              77 Wmdp PIC X(8).
              77 Wrole PIC X(1).
              77 Wconnecte PIC 9.
              77 Wbootstrap PIC 9.
              77 WnbEssais PIC 9.
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Wprogramme PIC X(12) VALUE "COULOIRS".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wchoix PIC 9(2).
              77 Wtrouver PIC 9.
              77 Wvalide PIC 9.
              77 Wmodifiable PIC 9.
              77 WnumCo PIC 9(3).
              77 WtypeCo PIC X(30).
              77 Wnbtirs PIC 9(1).
              77 Wnbcouche PIC 9(1).
              77 Wnbdebout PIC 9(1).
              77 WnumTir PIC 9(1).
              77 Wposition PIC X(1).
              77 WlibPosition PIC X(7).
              77 WdepartGroupe PIC 9.
              77 WnbCouloirs PIC 9(2) VALUE 30.
              77 Wcouloir PIC 9(2).
              77 Wmode PIC X(1).
              77 WcouloirImp PIC X(2).
              77 WnumA PIC 9(3).
              77 Wbib PIC 9(3).
              77 WnomDepart PIC X(30).
              77 Wversion PIC 9(2).
              77 WversionLue PIC 9(2).
              77 Wexiste PIC 9.
              77 Wnb PIC 9(3).
              77 Widx PIC 9(3).
              77 WnbAttribues PIC 9(4).
              77 WnbTirsMaj PIC 9(4).
              77 WligneImp PIC X(120).

       01 TableDepart.
              02 Tdep OCCURS 300 TIMES.
                     03 Tdep_bib PIC 9(3).
                     03 Tdep_numA PIC 9(3).
                     03 Tdep_nom PIC X(30).
                     03 Tdep_prenom PIC X(30).
                     03 Tdep_nation PIC X(3).

       PROCEDURE DIVISION.
       OPEN I-O fcou
       IF cr_cou=35 THEN
       OPEN OUTPUT fcou
       END-IF
       CLOSE fcou
       PERFORM Controler_operateur
       PERFORM Menu_principal
       PERFORM Fermer_session
       STOP RUN.

       Menu_principal.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 9
              DISPLAY "----- COULOIRS DU PAS DE TIR -----"
              DISPLAY "1. Attribuer les couloirs et editer les feuilles"
              DISPLAY "2. Enregistrer les couloirs constates"
                      " (depart en ligne)"
              DISPLAY "3. Afficher les couloirs d'un athlete"
              DISPLAY "9. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 1 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Attribuer_couloirs
                            END-IF
                     WHEN 2 IF Wrole = "C" THEN
                                   DISPLAY "acces en consultation"
                                           " seulement"
                            ELSE
                                   PERFORM Enregistrer_constates
                            END-IF
                     WHEN 3 PERFORM Affichage_couloirs
                     WHEN 9 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
       END-PERFORM.

       Lire_course.
       MOVE 0 TO Wtrouver
       MOVE 1 TO Wmodifiable
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       OPEN INPUT fc
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
              MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
              MOVE fc_nbtirs TO Wnbtirs
              MOVE fc_nbcouche TO Wnbcouche
              MOVE fc_nbdebout TO Wnbdebout
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE 0 TO Wmodifiable
              END-IF
              IF WtypeCo = "MASS START"
                 OR WtypeCo(1:6) = "RELAIS" THEN
                     MOVE 1 TO WdepartGroupe
              ELSE
                     MOVE 0 TO WdepartGroupe
              END-IF
       END-READ
       CLOSE fc.

       Attribuer_couloirs.
       PERFORM Lire_course
       IF Wtrouver = 1 THEN
              IF Wmodifiable = 0 THEN
                     DISPLAY "resultats de la course officiels ou"
                             " verrouilles, attribution refusee"
              ELSE
                     IF Wnbtirs = 0 THEN
                            DISPLAY "course sans tir"
                     ELSE
                            PERFORM Charger_depart
                            IF Wnb = 0 THEN
                                   DISPLAY "liste de depart absente,"
                                           " lancer la liste de depart"
                            ELSE
                                   PERFORM Editer_feuilles
                            END-IF
                     END-IF
              END-IF
       END-IF.

       Charger_depart.
       MOVE 0 TO Wnb
       MOVE 0 TO WversionLue
       MOVE 0 TO Wversion
       MOVE 1 TO Wexiste
       PERFORM WITH TEST AFTER UNTIL Wexiste = 0 OR Wversion = 99
              ADD 1 TO Wversion
              PERFORM Former_nom_depart
              OPEN INPUT fdep
              IF cr_dep = 35 THEN
                     MOVE 0 TO Wexiste
              ELSE
                     MOVE Wversion TO WversionLue
                     CLOSE fdep
              END-IF
       END-PERFORM
       IF WversionLue > 0 THEN
              MOVE WversionLue TO Wversion
              PERFORM Former_nom_depart
              OPEN INPUT fdep
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fdep
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF Wnb < 300 THEN
                                   ADD 1 TO Wnb
                                   MOVE dep_bib TO Tdep_bib(Wnb)
                                   MOVE dep_numA TO Tdep_numA(Wnb)
                                   MOVE dep_nom TO Tdep_nom(Wnb)
                                   MOVE dep_prenom TO Tdep_prenom(Wnb)
                                   MOVE dep_nation TO Tdep_nation(Wnb)
                            END-IF
                     END-READ
              END-PERFORM
              CLOSE fdep
       END-IF.

       Former_nom_depart.
       MOVE SPACES TO WnomDepart
       STRING "depart_" WnumCo "_v" Wversion ".dat"
              DELIMITED BY SIZE INTO WnomDepart.

       Editer_feuilles.
       MOVE 0 TO WnbAttribues
       MOVE 0 TO WnbTirsMaj
       OPEN I-O fcou
       OPEN I-O ftr
       OPEN OUTPUT fimp
       MOVE 1 TO WnumTir
       PERFORM WITH TEST AFTER UNTIL WnumTir > Wnbtirs
              PERFORM Determiner_position
              MOVE SPACES TO WligneImp
              STRING "FEUILLE DE TIR COURSE " WnumCo
                     " " FUNCTION TRIM(WtypeCo)
                     " TIR " WnumTir " " WlibPosition
                     " (liste de depart version " WversionLue ")"
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
              IF WdepartGroupe = 1 AND WnumTir > 1 THEN
                     MOVE "couloir selon l'ordre d'arrivee, a reporter"
                          TO WligneImp
                     PERFORM Ecrire_ligne
              END-IF
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > Wnb
                     PERFORM Attribuer_couloir
                     PERFORM Imprimer_ligne_tir
                     ADD 1 TO Widx
              END-PERFORM
              MOVE SPACES TO WligneImp
              PERFORM Ecrire_ligne
              ADD 1 TO WnumTir
       END-PERFORM
       CLOSE fcou
       CLOSE ftr
       CLOSE fimp
       DISPLAY WnbAttribues " couloirs attribues, " WnbTirsMaj
               " tirs deja saisis mis a jour"
       DISPLAY "feuilles de tir ecrites dans couloirs.prn".

       Determiner_position.
       IF WtypeCo = "POURSUITE" OR WtypeCo = "MASS START" THEN
              IF WnumTir <= Wnbcouche THEN
                     MOVE "C" TO Wposition
              ELSE
                     MOVE "D" TO Wposition
              END-IF
       ELSE
              IF FUNCTION MOD(WnumTir 2) = 1 THEN
                     MOVE "C" TO Wposition
              ELSE
                     MOVE "D" TO Wposition
              END-IF
              IF Wnbcouche = 0 THEN
                     MOVE "D" TO Wposition
              END-IF
              IF Wnbdebout = 0 THEN
                     MOVE "C" TO Wposition
              END-IF
       END-IF
       IF Wposition = "C" THEN
              MOVE "COUCHE" TO WlibPosition
       ELSE
              MOVE "DEBOUT" TO WlibPosition
       END-IF.

       Attribuer_couloir.
       IF WdepartGroupe = 1 AND WnumTir > 1 THEN
              MOVE 0 TO Wcouloir
       ELSE
              COMPUTE Wcouloir = FUNCTION MOD(Tdep_bib(Widx) - 1
                                              WnbCouloirs) + 1
       END-IF
       MOVE Tdep_numA(Widx) TO WnumA
       MOVE Tdep_bib(Widx) TO Wbib
       IF Wcouloir > 0 THEN
              MOVE "A" TO Wmode
              PERFORM Enregistrer_couloir
              ADD 1 TO WnbAttribues
       END-IF.

       Enregistrer_couloir.
       MOVE WnumCo TO cou_numCo
       MOVE WnumTir TO cou_numTir
       MOVE WnumA TO cou_numA
       READ fcou
       INVALID KEY
              IF cr_cou NOT = 23 THEN
                     MOVE "Enregistrer_couloir" TO Wparagraphe
                     MOVE "READ" TO Woperation
                     MOVE cr_cou TO Wstatut
                     PERFORM Logger_erreur
              END-IF
              MOVE Wbib TO cou_bib
              MOVE Wcouloir TO cou_couloir
              MOVE Wmode TO cou_mode
              WRITE tamp_cou
              INVALID KEY MOVE "Enregistrer_couloir" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_cou TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                          MOVE "WRITE" TO Woperation
                          MOVE "couloirs.dat" TO Wfichier
                          MOVE cou_cle TO Wcle
                          MOVE SPACES TO Wavant
                          MOVE tamp_cou TO Wapres
                          PERFORM Journaliser
              END-WRITE
       NOT INVALID KEY
              MOVE tamp_cou TO Wavant
              MOVE Wbib TO cou_bib
              MOVE Wcouloir TO cou_couloir
              MOVE Wmode TO cou_mode
              REWRITE tamp_cou
              INVALID KEY MOVE "Enregistrer_couloir" TO Wparagraphe
                          MOVE "REWRITE" TO Woperation
                          MOVE cr_cou TO Wstatut
                          PERFORM Logger_erreur
              NOT INVALID KEY
                          MOVE "REWRITE" TO Woperation
                          MOVE "couloirs.dat" TO Wfichier
                          MOVE cou_cle TO Wcle
                          MOVE tamp_cou TO Wapres
                          PERFORM Journaliser
              END-REWRITE
       END-READ
       PERFORM Reporter_couloir_tir.

       Reporter_couloir_tir.
       MOVE WnumCo TO ftr_numCo
       MOVE WnumA TO ftr_numA
       MOVE WnumTir TO ftr_numTir
       READ ftr
       INVALID KEY IF cr_ftr NOT = 23 THEN
                          MOVE "Reporter_couloir_tir" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ftr TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              IF ftr_couloir NOT = Wcouloir THEN
                     MOVE tamp_ftr TO Wavant
                     MOVE Wcouloir TO ftr_couloir
                     REWRITE tamp_ftr
                     INVALID KEY MOVE "Reporter_couloir_tir" TO
                                     Wparagraphe
                                 MOVE "REWRITE" TO Woperation
                                 MOVE cr_ftr TO Wstatut
                                 PERFORM Logger_erreur
                     NOT INVALID KEY
                                 ADD 1 TO WnbTirsMaj
                                 MOVE "REWRITE" TO Woperation
                                 MOVE "tirs.dat" TO Wfichier
                                 MOVE ftr_cle TO Wcle
                                 MOVE tamp_ftr TO Wapres
                                 PERFORM Journaliser
                     END-REWRITE
              END-IF
       END-READ.

       Imprimer_ligne_tir.
       IF Wcouloir = 0 THEN
              MOVE "__" TO WcouloirImp
       ELSE
              MOVE Wcouloir TO WcouloirImp
       END-IF
       MOVE SPACES TO WligneImp
       STRING "couloir:" WcouloirImp
              " dossard:" Tdep_bib(Widx)
              " athlete:" Tdep_numA(Widx)
              " " Tdep_nom(Widx)
              " " Tdep_nation(Widx)
              "  [ ] [ ] [ ] [ ] [ ]  touches:__"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Enregistrer_constates.
       PERFORM Lire_course
       IF Wtrouver = 1 THEN
              IF Wmodifiable = 0 THEN
                     DISPLAY "resultats de la course officiels ou"
                             " verrouilles, saisie refusee"
              ELSE
                     IF WdepartGroupe = 0 THEN
                            DISPLAY "depart par intervalle, couloir"
                                    " attribue selon le dossard"
                     ELSE
                            PERFORM Saisir_constates
                     END-IF
              END-IF
       END-IF.

       Saisir_constates.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "numero du tir (1 a " Wnbtirs ")"
              ACCEPT WnumTir
              IF WnumTir >= 1 AND WnumTir <= Wnbtirs THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "tir invalide"
              END-IF
       END-PERFORM
       OPEN I-O fcou
       OPEN I-O ftr
       MOVE 0 TO WnbAttribues
       MOVE 0 TO WnbTirsMaj
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              DISPLAY "numero athlete (0 pour terminer)"
              ACCEPT WnumA
              IF WnumA = 0 THEN
                     MOVE 1 TO Wfin
              ELSE
                     DISPLAY "dossard"
                     ACCEPT Wbib
                     MOVE 0 TO Wvalide
                     PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                            DISPLAY "couloir utilise (1 a "
                                    WnbCouloirs ")"
                            ACCEPT Wcouloir
                            IF Wcouloir >= 1
                               AND Wcouloir <= WnbCouloirs THEN
                                   MOVE 1 TO Wvalide
                            ELSE
                                   DISPLAY "couloir invalide"
                            END-IF
                     END-PERFORM
                     MOVE "C" TO Wmode
                     PERFORM Enregistrer_couloir
                     ADD 1 TO WnbAttribues
              END-IF
       END-PERFORM
       CLOSE fcou
       CLOSE ftr
       DISPLAY WnbAttribues " couloirs enregistres, " WnbTirsMaj
               " tirs deja saisis mis a jour".

       Affichage_couloirs.
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
       DISPLAY "numero athlete"
       ACCEPT WnumA
       OPEN INPUT fcou
       MOVE 0 TO Wtrouver
       MOVE 1 TO Widx
       PERFORM WITH TEST AFTER UNTIL Widx > 9
              MOVE Widx TO WnumTir
              MOVE WnumCo TO cou_numCo
              MOVE WnumTir TO cou_numTir
              MOVE WnumA TO cou_numA
              READ fcou
              INVALID KEY IF cr_cou NOT = 23 THEN
                                 MOVE "Affichage_couloirs" TO
                                     Wparagraphe
                                 MOVE "READ" TO Woperation
                                 MOVE cr_cou TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE 1 TO Wtrouver
                     DISPLAY "tir " cou_numTir " dossard " cou_bib
                             " couloir " cou_couloir
                             " (" cou_mode ")"
              END-READ
              ADD 1 TO Widx
       END-PERFORM
       CLOSE fcou
       IF Wtrouver = 0 THEN
              DISPLAY "aucun couloir enregistre"
       END-IF.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

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
