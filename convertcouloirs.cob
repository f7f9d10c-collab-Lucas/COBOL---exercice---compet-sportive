       IDENTIFICATION DIVISION.
       PROGRAM-ID. convertcouloirs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select ftrold assign to WnomFtr
              organization indexed
              access mode is dynamic
              record key is ftrold_cle
              alternate record key is ftrold_numA WITH DUPLICATES
              file status is cr_ftrold.

              select ftrnew assign to WnomFtr
              organization indexed
              access mode is dynamic
              record key is ftr_cle
              alternate record key is ftr_numA WITH DUPLICATES
              file status is cr_ftr.

              select ftrtmp assign to "tirs_couloir.tmp"
              organization line sequential
              file status is cr_trtmp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD ftrold.
              01 tamp_ftrold.
                     02 ftrold_cle.
                            03 ftrold_numCo PIC 9(3).
                            03 ftrold_numA PIC 9(3).
                            03 ftrold_numTir PIC 9(1).
                     02 ftrold_position PIC X(1).
                     02 ftrold_touches PIC 9(1).

       FD ftrnew.
              01 tamp_ftr.
                     02 ftr_cle.
                            03 ftr_numCo PIC 9(3).
                            03 ftr_numA PIC 9(3).
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD ftrtmp.
              01 tamp_trtmp.
                     02 trtmp_numCo PIC 9(3).
                     02 trtmp_numA PIC 9(3).
                     02 trtmp_numTir PIC 9(1).
                     02 trtmp_position PIC X(1).
                     02 trtmp_touches PIC 9(1).
                     02 trtmp_couloir PIC 9(2).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_ftrold PIC 9(2).
              77 cr_ftr PIC 9(2).
              77 cr_trtmp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "CONVERTCOUL".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wlus PIC 9(6).
              77 Wecrits PIC 9(6).
              77 Wconfirme PIC X(1).
              77 WnomFtr PIC X(40).
              77 WtagSvg PIC X(8).
              77 WfinSvg PIC 9.

       PROCEDURE DIVISION.
       DISPLAY "conversion du fichier tirs (ajout du couloir de tir)"
       DISPLAY "confirmer la conversion (O/N)"
       ACCEPT Wconfirme
       MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
       IF Wconfirme = "O" THEN
              MOVE "tirs.dat" TO WnomFtr
              PERFORM Convertir_tirs
              PERFORM Convertir_sauvegardes
       ELSE
              DISPLAY "conversion abandonnee"
       END-IF
       STOP RUN.

       Convertir_tirs.
       PERFORM Decharger_tirs
       PERFORM Recharger_tirs
       DISPLAY FUNCTION TRIM(WnomFtr) " : " Wecrits
               " sur " Wlus " convertis".

       Convertir_sauvegardes.
       MOVE 0 TO WfinSvg
       PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
              DISPLAY "tag de sauvegarde a convertir "
                      "(0 pour terminer)"
              ACCEPT WtagSvg
              IF WtagSvg = "0" OR WtagSvg = "00000000"
                 OR WtagSvg = SPACES THEN
                     MOVE 1 TO WfinSvg
              ELSE
                     MOVE SPACES TO WnomFtr
                     STRING "tirs_svg_" WtagSvg ".dat"
                            DELIMITED BY SIZE INTO WnomFtr
                     PERFORM Convertir_tirs
              END-IF
       END-PERFORM.

       Decharger_tirs.
       MOVE 0 TO Wlus
       OPEN INPUT ftrold
       IF cr_ftrold NOT = 0 THEN
              IF cr_ftrold = 35 THEN
                     DISPLAY FUNCTION TRIM(WnomFtr)
                             " introuvable, rien a convertir"
              ELSE
                     DISPLAY "statut " cr_ftrold " sur "
                             FUNCTION TRIM(WnomFtr)
                             " (fichier deja converti ?), abandon"
              END-IF
              CLOSE ftrold
       ELSE
              OPEN OUTPUT ftrtmp
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftrold NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO Wlus
                            MOVE ftrold_numCo TO trtmp_numCo
                            MOVE ftrold_numA TO trtmp_numA
                            MOVE ftrold_numTir TO trtmp_numTir
                            MOVE ftrold_position TO trtmp_position
                            MOVE ftrold_touches TO trtmp_touches
                            MOVE 0 TO trtmp_couloir
                            WRITE tamp_trtmp
                     END-READ
              END-PERFORM
              CLOSE ftrold
              CLOSE ftrtmp
       END-IF.

       Recharger_tirs.
       MOVE 0 TO Wecrits
       IF Wlus > 0 THEN
              OPEN INPUT ftrtmp
              OPEN OUTPUT ftrnew
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftrtmp
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE trtmp_numCo TO ftr_numCo
                            MOVE trtmp_numA TO ftr_numA
                            MOVE trtmp_numTir TO ftr_numTir
                            MOVE trtmp_position TO ftr_position
                            MOVE trtmp_touches TO ftr_touches
                            MOVE trtmp_couloir TO ftr_couloir
                            WRITE tamp_ftr
                            INVALID KEY
                                   MOVE "Recharger_tirs" TO
                                       Wparagraphe
                                   MOVE "WRITE" TO Woperation
                                   MOVE cr_ftr TO Wstatut
                                   PERFORM Logger_erreur
                                   DISPLAY "erreur reecriture "
                                           trtmp_numCo " "
                                           trtmp_numA " "
                                           trtmp_numTir
                            NOT INVALID KEY ADD 1 TO Wecrits
                            END-WRITE
                     END-READ
              END-PERFORM
              CLOSE ftrtmp
              CLOSE ftrnew
       END-IF.

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
