              organization line sequential
              file status is cr_trav.

              select fpy assign to "pays.dat"
              organization indexed
              access mode is dynamic
              record key is fpy_nom
              file status is cr_fpy.

              select fdep assign to WnomDepart
              organization line sequential
              file status is cr_dep.

              select fimp assign to "startlist.prn"
              organization line sequential
              file status is cr_imp.
              organization line sequential
              file status is cr_jrn.

              select find assign to "indispos.dat"
              organization indexed
              access mode is dynamic
              record key is ind_cle
              file status is cr_ind.

       DATA DIVISION.
       FILE SECTION.

                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fquo.
              01 tamp_quo.
                     02 fres_pays PIC X(30).
                     02 fres_ordre PIC 9(2).

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

       FD flic.
              01 tamp_lic.
                     02 lic_numA PIC 9(3).
                     02 tri_nom PIC X(30).
                     02 tri_classementP PIC 9(5).
                     02 tri_temps PIC 9(7).
                     02 tri_prenom PIC X(30).
                     02 tri_pays PIC X(30).

       FD ftrav.
              01 tamp_trav.
                     02 trav_nom PIC X(30).
                     02 trav_classementP PIC 9(5).
                     02 trav_temps PIC 9(7).
                     02 trav_prenom PIC X(30).
                     02 trav_pays PIC X(30).

       FD fpy.
              01 tamp_fpy.
                     02 fpy_nom PIC X(30).
                     02 fpy_code PIC X(3).

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

       FD fimp.
              01 tamp_imp PIC X(100).
              77 cr_quo PIC 9(2).
              77 cr_res PIC 9(2).
              77 cr_lic PIC 9(2).
              77 cr_ind PIC 9(2).
              77 Wdispook PIC 9.
              77 WnumIndispo PIC 9(3).
              77 WdateDispo PIC 9(8).
              77 WfinInd PIC 9.
              77 cr_jrn PIC 9(2).
              77 cr_trav PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_fpy PIC 9(2).
              77 cr_dep PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "STARTLIST".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 WnumQualI PIC 9(3).
              77 WnumQual PIC 9(3).
              77 Wqualtrouve PIC 9.
              77 Wmodifiable PIC 9.
              77 Whandicap PIC 9.
              77 Wgap PIC 9(7).
              77 Wdmin PIC 9(3).
              77 Wlicok PIC 9.
              77 WdateCourse PIC 9(8).
              77 WdernierR PIC 9(3).
              77 WheureCourse PIC 9(4).
              77 WintervalleDepart PIC 9(3) VALUE 30.
              77 WnomDepart PIC X(30).
              77 Wversion PIC 9(2).
              77 Wsauver PIC 9.
              77 Wexiste PIC 9.
              77 WheureBase PIC 9(7).
              77 Wdecalage PIC 9(7).
              77 WdernierDecal PIC 9(7).
              77 WdepartDix PIC 9(7).
              77 Wreste PIC 9(7).
              77 Whh PIC 9(2).
              77 Wmm PIC 9(2).
              77 Wss PIC 9(2).
              77 Wdx PIC 9(1).
              77 WheureClair PIC X(10).

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:4) TO WanneeSaison
              MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
              MOVE fc_numCompet TO WnumCompet
              MOVE fc_date TO WdateCourse
              MOVE fc_heure TO WheureCourse
              MOVE 1 TO Wmodifiable
              IF fc_etat = "O" OR fc_etat = "V" THEN
                     MOVE 0 TO Wmodifiable
              END-IF
              CLOSE fc
              DISPLAY "categorie (JUNIOR/U23/SENIOR ou rien pour"
                      " toutes)"
              MOVE 0 TO WnbForfaits
              MOVE SPACES TO WlisteForfaits
              MOVE 1 TO Wptr
              IF Wmodifiable = 1 THEN
                     PERFORM Promouvoir_reserves
              ELSE
                     DISPLAY "course officielle ou verrouillee,"
                             " reservistes non promus"
              END-IF
              MOVE 0 TO Wnb
              MOVE 0 TO WnonTraites
              MOVE 0 TO WsansSexe
                   IF Wfiltre = SPACES
                      AND WfiltreSexe = SPACES THEN
                          MOVE SPACES TO tri_nom
                          MOVE SPACES TO tri_prenom
                          MOVE SPACES TO tri_pays
                          MOVE 99999 TO tri_classementP
                          PERFORM Liberer_partant
                   END-IF
                     END-IF
              ELSE
                     MOVE fa_nom TO tri_nom
                     MOVE fa_prenom TO tri_prenom
                     MOVE fa_pays TO tri_pays
                     MOVE fa_classementP TO tri_classementP
                     PERFORM Liberer_partant
              END-IF
       END-READ.

       Affichage_startlist.
       MOVE 0 TO Wsauver
       MOVE 0 TO Wversion
       IF Wfiltre = SPACES AND WfiltreSexe = SPACES THEN
              PERFORM Chercher_version_depart
       END-IF
       OPEN INPUT ftrav
       OPEN OUTPUT fimp
       IF Wsauver = 1 THEN
              OPEN OUTPUT fdep
       END-IF
       OPEN INPUT fpy
       MOVE SPACES TO WligneImp
       IF Wsauver = 1 AND (WnbForfaits > 0 OR Wversion > 1) THEN
              DISPLAY "----- LISTE DE DEPART COURSE " WnumCo
                      " VERSION " Wversion " -----"
              STRING "LISTE DE DEPART COURSE " WnumCo
                     " VERSION " Wversion
                     DELIMITED BY SIZE INTO WligneImp
       ELSE
              IF WnbForfaits > 0 THEN
                     DISPLAY "----- LISTE DE DEPART COURSE " WnumCo
                             " VERSION 2 -----"
                     STRING "LISTE DE DEPART COURSE " WnumCo
                            " VERSION 2"
                            DELIMITED BY SIZE INTO WligneImp
              ELSE
                     DISPLAY "----- LISTE DE DEPART COURSE " WnumCo
                             " -----"
                     STRING "LISTE DE DEPART COURSE " WnumCo
                            DELIMITED BY SIZE INTO WligneImp
              END-IF
       END-IF
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp
       IF WnbForfaits > 0 THEN
              DISPLAY "forfaits : " WlisteForfaits
              MOVE SPACES TO WligneImp
              STRING "forfaits : " WlisteForfaits
                     DELIMITED BY SIZE INTO WligneImp
              MOVE WligneImp TO tamp_imp
              WRITE tamp_imp
       END-IF
       MOVE 0 TO Wbib
       MOVE 0 TO WteteVu
       MOVE 0 TO WtempsTete
       MOVE 0 TO WdernierDecal
       COMPUTE Whh = WheureCourse / 100
       COMPUTE Wmm = FUNCTION MOD(WheureCourse 100)
       COMPUTE WheureBase = (Whh * 3600 + Wmm * 60) * 10
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ ftrav
                            MOVE 1 TO WteteVu
                            MOVE trav_temps TO WtempsTete
                     END-IF
                     PERFORM Calculer_heure_depart
                     IF Wsauver = 1 THEN
                            PERFORM Ecrire_depart
                     END-IF
                     MOVE SPACES TO WligneImp
                     IF Whandicap = 1 THEN
                            PERFORM Former_heure_depart
                            DISPLAY "dossard " Wbib
                                    " athlete:" trav_numA
                                    " nom:" trav_nom
                                    " depart:" Wdepart
                                    " heure:" WheureClair
                            STRING "dossard:" Wbib
                                   " athlete:" trav_numA
                                   " nom:" trav_nom
                                   " depart:" Wdepart
                                   " heure:" WheureClair
                                   DELIMITED BY SIZE INTO WligneImp
                     ELSE
                            DISPLAY "dossard " Wbib
                                    " nom:" trav_nom
                                    " classement:"
                                    trav_classementP
                                    " heure:" WheureClair
                            STRING "dossard:" Wbib
                                   " athlete:" trav_numA
                                   " nom:" trav_nom
                                   " classement:"
                                   trav_classementP
                                   " heure:" WheureClair
                                   DELIMITED BY SIZE INTO WligneImp
                     END-IF
                     MOVE WligneImp TO tamp_imp
              END-READ
       END-PERFORM
       CLOSE ftrav
       CLOSE fimp
       CLOSE fpy
       IF Wsauver = 1 THEN
              CLOSE fdep
              DISPLAY "fichier de depart ecrit dans " WnomDepart
       ELSE
              DISPLAY "liste de depart non enregistree"
       END-IF.

       Chercher_version_depart.
       MOVE 0 TO Wversion
       MOVE 1 TO Wexiste
       PERFORM WITH TEST AFTER UNTIL Wexiste = 0 OR Wversion = 99
              ADD 1 TO Wversion
              MOVE SPACES TO WnomDepart
              STRING "depart_" WnumCo "_v" Wversion ".dat"
                     DELIMITED BY SIZE INTO WnomDepart
              OPEN INPUT fdep
              IF cr_dep = 35 THEN
                     MOVE 0 TO Wexiste
              ELSE
                     CLOSE fdep
              END-IF
       END-PERFORM
       IF Wexiste = 0 THEN
              MOVE 1 TO Wsauver
       ELSE
              DISPLAY "99 versions deja enregistrees pour la course "
                      WnumCo ", liste non sauvegardee"
              MOVE "Chercher_version_dep" TO Wparagraphe
              MOVE "VERSION" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Calculer_heure_depart.
       EVALUATE TRUE
              WHEN WtypeCo = "MASS START"
                   OR WtypeCo(1:6) = "RELAIS"
                     MOVE 0 TO Wdecalage
              WHEN Whandicap = 1
                     IF trav_temps = 9999999
                        OR WtempsTete = 9999999 THEN
                            COMPUTE Wdecalage = WdernierDecal
                                    + WintervalleDepart * 10
                     ELSE
                            COMPUTE Wdecalage = trav_temps - WtempsTete
                     END-IF
              WHEN OTHER
                     COMPUTE Wdecalage = (Wbib - 1)
                             * WintervalleDepart * 10
       END-EVALUATE
       MOVE Wdecalage TO WdernierDecal
       COMPUTE WdepartDix = WheureBase + Wdecalage
       COMPUTE Whh = WdepartDix / 36000
       COMPUTE Wreste = WdepartDix - Whh * 36000
       COMPUTE Wmm = Wreste / 600
       COMPUTE Wreste = Wreste - Wmm * 600
       COMPUTE Wss = Wreste / 10
       COMPUTE Wdx = Wreste - Wss * 10
       MOVE SPACES TO WheureClair
       STRING Whh ":" Wmm ":" Wss "." Wdx
              DELIMITED BY SIZE INTO WheureClair.

       Ecrire_depart.
       MOVE WnumCo TO dep_numCo
       MOVE Wversion TO dep_version
       MOVE Wbib TO dep_bib
       MOVE trav_numA TO dep_numA
       MOVE trav_nom TO dep_nom
       MOVE trav_prenom TO dep_prenom
       MOVE SPACES TO dep_nation
       MOVE trav_pays TO fpy_nom
       READ fpy
       INVALID KEY IF cr_fpy NOT = 23 THEN
                          MOVE "Ecrire_depart" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fpy TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY MOVE fpy_code TO dep_nation
       END-READ
       MOVE Whh TO dep_heure
       MOVE Wmm TO dep_minute
       MOVE Wss TO dep_seconde
       MOVE Wdx TO dep_dixieme
       WRITE tamp_dep.

       Former_heure_depart.
       IF trav_temps = 9999999
                     CLOSE flic
                     OPEN INPUT flic
              END-IF
              OPEN INPUT find
              IF cr_ind = 35 THEN
                     OPEN OUTPUT find
                     CLOSE find
                     OPEN INPUT find
              END-IF
              PERFORM Chercher_forfaits
              CLOSE fa
              CLOSE fquo
              CLOSE flic
              CLOSE find
              CLOSE fres
              CLOSE fp
       END-IF.
       NOT INVALID KEY MOVE 1 TO WdejaInscrit
       END-READ
       IF WdejaInscrit = 0 THEN
              MOVE fres_numA TO WnumIndispo
              PERFORM Chercher_indisponibilite
              IF Wdispook = 0 THEN
                     DISPLAY "reserviste " fres_numA
                             " indisponible, ignore"
              ELSE
                     MOVE fres_numA TO WmeilleurRes
                     MOVE fres_ordre TO WmeilleurOrdre
              END-IF
       END-IF.

       Controler_quota_reserve.
       CLOSE fjrn.

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

       Chercher_indisponibilite.
       MOVE 1 TO Wdispook
       MOVE WdateCourse TO WdateDispo
       IF WdateDispo = 0 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WdateDispo
       END-IF
       MOVE WnumIndispo TO ind_numA
       MOVE 0 TO ind_debut
       START find, KEY IS >= ind_cle
       INVALID KEY IF cr_ind NOT = 23 THEN
                          MOVE "Chercher_indisponib" TO Wparagraphe
                          MOVE "START" TO Woperation
                          MOVE cr_ind TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
              MOVE 0 TO WfinInd
              PERFORM WITH TEST AFTER UNTIL WfinInd = 1
                     READ find NEXT
                     AT END MOVE 1 TO WfinInd
                     NOT AT END
                            IF ind_numA NOT = WnumIndispo
                               OR ind_debut > WdateDispo THEN
                                   MOVE 1 TO WfinInd
                            ELSE
                                   IF ind_fin = 0
                                      OR ind_fin >= WdateDispo THEN
                                          MOVE 0 TO Wdispook
                                          MOVE 1 TO WfinInd
                                   END-IF
                            END-IF
                     END-READ
              END-PERFORM
       END-START.

       Logger_erreur.
       MOVE FUNCTION CURRENT-DATE TO Whorodatage
       MOVE Wprogramme TO log_programme
