              record key is rec_cle
              file status is cr_rec.

              select frcl assign to "reclamations.dat"
              organization indexed
              access mode is dynamic
              record key is rcl_cle
              alternate record key is rcl_numCo WITH DUPLICATES
              file status is cr_rcl.

              select fcnd assign to "conditions.dat"
              organization indexed
              access mode is dynamic
              record key is cnd_cle
              file status is cr_cnd.

              select fimp assign to "resultats.prn"
              organization line sequential
              file status is cr_imp.
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fco.
              01 tamp_fco.
                            03 rec_dixieme PIC 9(1).
                     02 rec_date PIC 9(8).

       FD frcl.
              01 tamp_rcl.
                     02 rcl_cle.
                            03 rcl_numCo PIC 9(3).
                            03 rcl_numRcl PIC 9(3).
                            03 rcl_numA PIC 9(3).
                     02 rcl_type PIC X(1).
                     02 rcl_deposant PIC X(30).
                     02 rcl_dateDepot PIC 9(8).
                     02 rcl_heureDepot PIC 9(4).
                     02 rcl_motif PIC X(60).
                     02 rcl_decision PIC X(1).
                     02 rcl_sanction PIC X(3).
                     02 rcl_ajout PIC 9(3).
                     02 rcl_numRef PIC 9(3).
                     02 rcl_dateDecision PIC 9(8).
                     02 rcl_jury PIC X(8).
                     02 rcl_applique PIC X(1).
                     02 rcl_recalcul PIC X(1).
                     02 rcl_avant.
                            03 rcl_av_classement PIC 9(3).
                            03 rcl_av_min PIC 9(3).
                            03 rcl_av_sec PIC 9(2).
                            03 rcl_av_dixieme PIC 9(1).
                            03 rcl_av_penalties PIC 9(2).
                            03 rcl_av_points PIC 9(2).
                            03 rcl_av_statut PIC X(3).
                            03 rcl_av_r_min PIC 9(3).
                            03 rcl_av_r_sec PIC 9(2).
                            03 rcl_av_r_dixieme PIC 9(1).

       SD ftri.
              01 tamp_tri.
                     02 tri_tri PIC 9(3).
                     02 trav_sexe PIC X(1).
                     02 trav_record PIC X(1).

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

       FD fimp.
              01 tamp_imp PIC X(160).

              77 cr_fco PIC 9(2).
              77 cr_fpy PIC 9(2).
              77 cr_rec PIC 9(2).
              77 cr_rcl PIC 9(2).
              77 cr_trav PIC 9(2).
              77 cr_cnd PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "RESULTATS".
              77 Wsx PIC 9.
              77 Wsexe PIC X(1).
              77 Wsexelib PIC X(6).
              77 Wetat PIC X(11).
              77 WligneImp PIC X(160).
              77 Wdecision PIC X(10).
              77 WnbRcl PIC 9(3).
              77 WnbCnd PIC 9(3).
              77 WlibNeige PIC X(12).
              77 WairEd PIC -Z9.9.
              77 WneigeEd PIC -Z9.9.
              77 WventEd PIC Z9.9.

       PROCEDURE DIVISION.
       PERFORM Generer_resultats
              PERFORM Imprimer_edition
              ADD 1 TO Wsx
       END-PERFORM
       PERFORM Imprimer_reclamations
       CLOSE fimp
       DISPLAY "protocole ecrit dans resultats.prn".

       Imprimer_edition.
       IF fc_etat = "O" OR fc_etat = "V" THEN
              MOVE "OFFICIELS" TO Wetat
       ELSE
              MOVE "PROVISOIRES" TO Wetat
       END-IF
       DISPLAY "----- RESULTATS " FUNCTION TRIM(Wetat) " COURSE "
               WnumCo " " Wsexelib " -----"
       MOVE SPACES TO WligneImp
       STRING "RESULTATS " FUNCTION TRIM(Wetat) " COURSE " WnumCo
              " " Wsexelib
              " type:" FUNCTION TRIM(fc_typeCo)
              " lieu:" FUNCTION TRIM(fc_villeCompet)
              DELIMITED BY SIZE INTO WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp
       PERFORM Imprimer_conditions
       MOVE 0 TO WteteVu
       MOVE 0 TO WtotalTete
       OPEN INPUT ftrav
       END-PERFORM
       CLOSE ftrav.

       Imprimer_conditions.
       MOVE 0 TO WnbCnd
       OPEN INPUT fcnd
       IF cr_cnd = 0 THEN
              MOVE WnumCo TO cnd_numCo
              MOVE 0 TO cnd_heure
              START fcnd, KEY IS >= cnd_cle
              INVALID KEY IF cr_cnd NOT = 23 THEN
                                 MOVE "Imprimer_conditions" TO
                                     Wparagraphe
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
                                          PERFORM Imprimer_ligne_cnd
                                   END-IF
                            END-READ
                     END-PERFORM
              END-START
       END-IF
       CLOSE fcnd
       IF WnbCnd = 0 THEN
              DISPLAY "conditions : aucun releve"
              MOVE SPACES TO WligneImp
              STRING "CONDITIONS : aucun releve"
                     DELIMITED BY SIZE INTO WligneImp
              MOVE WligneImp TO tamp_imp
              WRITE tamp_imp
       END-IF.

       Imprimer_ligne_cnd.
       ADD 1 TO WnbCnd
       EVALUATE cnd_neige
              WHEN "P" MOVE "poudreuse" TO WlibNeige
              WHEN "C" MOVE "compacte" TO WlibNeige
              WHEN "D" MOVE "dure" TO WlibNeige
              WHEN "G" MOVE "glacee" TO WlibNeige
              WHEN "H" MOVE "humide" TO WlibNeige
              WHEN "T" MOVE "transformee" TO WlibNeige
              WHEN OTHER MOVE cnd_neige TO WlibNeige
       END-EVALUATE
       MOVE cnd_tempAir TO WairEd
       MOVE cnd_tempNeige TO WneigeEd
       MOVE cnd_ventVitesse TO WventEd
       DISPLAY "conditions " cnd_heure " air:" WairEd
               " neige:" WneigeEd " " WlibNeige
               " vent:" WventEd "m/s " cnd_ventDirection
               " visi:" cnd_visibilite "m"
       MOVE SPACES TO WligneImp
       STRING "CONDITIONS " cnd_heure
              " air:" WairEd
              " neige:" WneigeEd
              " type:" WlibNeige
              " vent:" WventEd "m/s " cnd_ventDirection
              " visibilite:" cnd_visibilite "m"
              DELIMITED BY SIZE INTO WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Imprimer_ligne_resultat.
       IF WteteVu = 0 AND trav_statut = SPACES
          AND trav_tri NOT = 999 THEN
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Imprimer_reclamations.
       MOVE 0 TO WnbRcl
       OPEN INPUT frcl
       IF cr_rcl = 0 THEN
              MOVE WnumCo TO rcl_numCo
              START frcl, KEY IS = rcl_numCo
              INVALID KEY IF cr_rcl NOT = 23 THEN
                                 MOVE "Imprimer_reclamation" TO
                                     Wparagraphe
                                 MOVE "START" TO Woperation
                                 MOVE cr_rcl TO Wstatut
                                 PERFORM Logger_erreur
                          END-IF
              NOT INVALID KEY
                     MOVE 0 TO Wfin
                     PERFORM WITH TEST AFTER UNTIL Wfin = 1
                            READ frcl NEXT
                            AT END MOVE 1 TO Wfin
                            NOT AT END
                                   IF rcl_numCo NOT = WnumCo THEN
                                          MOVE 1 TO Wfin
                                   ELSE
                                          PERFORM Imprimer_ligne_rcl
                                   END-IF
                            END-READ
                     END-PERFORM
              END-START
       END-IF
       CLOSE frcl.

       Imprimer_ligne_rcl.
       IF WnbRcl = 0 THEN
              DISPLAY "----- RECLAMATIONS COURSE " WnumCo " -----"
              MOVE SPACES TO WligneImp
              STRING "RECLAMATIONS COURSE " WnumCo
                     DELIMITED BY SIZE INTO WligneImp
              MOVE WligneImp TO tamp_imp
              WRITE tamp_imp
       END-IF
       ADD 1 TO WnbRcl
       EVALUATE rcl_decision
              WHEN "A" MOVE "ACCEPTEE" TO Wdecision
              WHEN "R" MOVE "REJETEE" TO Wdecision
              WHEN OTHER MOVE "EN ATTENTE" TO Wdecision
       END-EVALUATE
       DISPLAY "reclamation " rcl_numRcl
               " " rcl_type ":" rcl_numA
               " " Wdecision
               " " rcl_sanction
               " " rcl_motif
       MOVE SPACES TO WligneImp
       STRING "reclamation:" rcl_numRcl
              " type:" rcl_type
              " athlete/equipe:" rcl_numA
              " deposant:" FUNCTION TRIM(rcl_deposant)
              " motif:" FUNCTION TRIM(rcl_motif)
              " decision:" Wdecision
              " sanction:" rcl_sanction
              " ajout:" rcl_ajout "s"
              DELIMITED BY SIZE INTO WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

       Former_ecart.
       IF trav_statut NOT = SPACES THEN
              MOVE trav_statut TO Wecart
