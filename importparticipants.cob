              organization line sequential
              file status is cr_log.

              select find assign to "indispos.dat"
              organization indexed
              access mode is dynamic
              record key is ind_cle
              file status is cr_ind.

              select fms assign to "massstart.dat"
              organization indexed
              access mode is dynamic
              record key is ms_cle
              file status is cr_ms.

       DATA DIVISION.
       FILE SECTION.

                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fa.
              01 tamp_fa.
                            03 quo_typeCo PIC X(30).
                     02 quo_max PIC 9(2).

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

       FD fms.
              01 tamp_ms.
                     02 ms_cle.
                            03 ms_numCo PIC 9(3).
                            03 ms_numA PIC 9(3).
                     02 ms_sexe PIC X(1).
                     02 ms_motif PIC X(1).
                     02 ms_rang PIC 9(3).
                     02 ms_points PIC 9(5).

       FD flic.
              01 tamp_lic.
                     02 lic_numA PIC 9(3).
              77 cr_fa PIC 9(2).
              77 cr_quo PIC 9(2).
              77 cr_lic PIC 9(2).
              77 cr_ms PIC 9(2).
              77 cr_ind PIC 9(2).
              77 Wdispook PIC 9.
              77 WnumIndispo PIC 9(3).
              77 WdateDispo PIC 9(8).
              77 WfinInd PIC 9.
              77 cr_chk PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "IMPORTPART".
              CLOSE flic
              OPEN INPUT flic
       END-IF
       OPEN INPUT find
       IF cr_ind = 35 THEN
              OPEN OUTPUT find
              CLOSE find
              OPEN INPUT find
       END-IF
       OPEN INPUT fms
       IF cr_ms = 35 THEN
              OPEN OUTPUT fms
              CLOSE fms
              OPEN INPUT fms
       END-IF
       OPEN I-O fp
       MOVE 0 TO Wfin
       MOVE 0 TO Wlus
       CLOSE fa
       CLOSE fquo
       CLOSE flic
       CLOSE find
       CLOSE fms
       CLOSE fp
       PERFORM Effacer_point_reprise
       DISPLAY Wtraites " participants importes".
       NOT INVALID KEY MOVE 1 TO Wcoursevalide
                       MOVE FUNCTION UPPER-CASE(fc_typeCo) TO WtypeCo
                       MOVE fc_date TO WdateCourse
                       IF fc_etat = "O" OR fc_etat = "V" THEN
                              MOVE 0 TO Wcoursevalide
                              DISPLAY "course officielle ou"
                                      " verrouillee, transaction"
                                      " ignoree"
                       END-IF
       END-READ
       IF Wcoursevalide = 1 THEN
              MOVE ftrans_numCo TO fp_numCo
              MOVE 1 TO Wlicok
              IF Wdejainscrit = 0 THEN
                     PERFORM Controler_licence
                     IF Wlicok = 1 THEN
                            PERFORM Controler_disponibilite
                     END-IF
                     IF Wlicok = 1 AND WtypeCo = "MASS START" THEN
                            PERFORM Controler_admission
                     END-IF
                     IF Wlicok = 1 THEN
                            PERFORM Controler_quota
                     END-IF
              PERFORM Logger_erreur
       END-IF.

       Controler_disponibilite.
       MOVE ftrans_numA TO WnumIndispo
       PERFORM Chercher_indisponibilite
       IF Wdispook = 0 THEN
              MOVE 0 TO Wlicok
              DISPLAY "athlete " ftrans_numA " indisponible du "
                      ind_debut " au " ind_fin ", transaction ignoree"
              MOVE "Controler_disponibil" TO Wparagraphe
              MOVE "INDISPO" TO Woperation
              MOVE SPACES TO Wstatut
              PERFORM Logger_erreur
       END-IF.

       Controler_admission.
       MOVE ftrans_numCo TO ms_numCo
       MOVE ftrans_numA TO ms_numA
       READ fms
       INVALID KEY IF cr_ms NOT = 23 THEN
                          MOVE "Controler_admission" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_ms TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   MOVE 0 TO Wlicok
                   DISPLAY "athlete " ftrans_numA " absent de la liste"
                           " des admis de la mass start, transaction"
                           " ignoree"
                   MOVE "Controler_admission" TO Wparagraphe
                   MOVE "ADMISSION" TO Woperation
                   MOVE SPACES TO Wstatut
                   PERFORM Logger_erreur
       NOT INVALID KEY CONTINUE
       END-READ.

       Controler_quota.
       MOVE 1 TO Wquotaok
       MOVE SPACES TO WpaysAth
       OPEN OUTPUT fchk
       CLOSE fchk.

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
