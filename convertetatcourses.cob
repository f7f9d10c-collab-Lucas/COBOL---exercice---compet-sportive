       IDENTIFICATION DIVISION.
       PROGRAM-ID. convertetatcourses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fcold assign to WnomFc
              organization indexed
              access mode is dynamic
              record key is fcold_numCo
              alternate record key is fcold_typeCo WITH DUPLICATES
              alternate record key is fcold_villeCompet WITH DUPLICATES
              file status is cr_fcold.

              select fcnew assign to WnomFc
              organization indexed
              access mode is dynamic
              record key is fc_numCo
              alternate record key is fc_typeCo WITH DUPLICATES
              alternate record key is fc_villeCompet WITH DUPLICATES
              file status is cr_fc.

              select ftmp assign to "courses_etat.tmp"
              organization line sequential
              file status is cr_tmp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD fcold.
              01 tamp_fcold.
                     02 fcold_numCo PIC 9(3).
                     02 fcold_villeCompet PIC X(30).
                     02 fcold_typeCo PIC X(30).
                     02 fcold_nbpassage PIC 9(1).
                     02 fcold_nbkms PIC 9(2).
                     02 fcold_nbtirs PIC 9(1).
                     02 fcold_nbcouche PIC 9(1).
                     02 fcold_nbdebout PIC 9(1).
                     02 fcold_distPen PIC 9(3).
                     02 fcold_numCompet PIC 9(3).
                     02 fcold_date PIC 9(8).
                     02 fcold_heure PIC 9(4).

       FD fcnew.
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

       FD ftmp.
              01 tamp_tmp.
                     02 tmp_numCo PIC 9(3).
                     02 tmp_villeCompet PIC X(30).
                     02 tmp_typeCo PIC X(30).
                     02 tmp_nbpassage PIC 9(1).
                     02 tmp_nbkms PIC 9(2).
                     02 tmp_nbtirs PIC 9(1).
                     02 tmp_nbcouche PIC 9(1).
                     02 tmp_nbdebout PIC 9(1).
                     02 tmp_distPen PIC 9(3).
                     02 tmp_numCompet PIC 9(3).
                     02 tmp_date PIC 9(8).
                     02 tmp_heure PIC 9(4).
                     02 tmp_etat PIC X(1).
                     02 tmp_signeDate PIC 9(8).
                     02 tmp_signeOp PIC X(8).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_fcold PIC 9(2).
              77 cr_fc PIC 9(2).
              77 cr_tmp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "CONVERTETATC".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wlus PIC 9(6).
              77 Wecrits PIC 9(6).
              77 Wconfirme PIC X(1).
              77 WnomFc PIC X(30).
              77 Wtag PIC X(4).
              77 WtagSvg PIC X(8).
              77 WfinArch PIC 9.
              77 Wetat PIC X(1).

       PROCEDURE DIVISION.
       DISPLAY "conversion du fichier courses (ajout de l'etat des"
               " resultats et de la signature)"
       DISPLAY "confirmer la conversion (O/N)"
       ACCEPT Wconfirme
       MOVE FUNCTION UPPER-CASE(Wconfirme) TO Wconfirme
       IF Wconfirme = "O" THEN
              MOVE "courses.dat" TO WnomFc
              MOVE "P" TO Wetat
              PERFORM Convertir_courses
              PERFORM Convertir_archives
              PERFORM Convertir_sauvegardes
       ELSE
              DISPLAY "conversion abandonnee"
       END-IF
       STOP RUN.

       Convertir_courses.
       PERFORM Decharger_courses
       PERFORM Recharger_courses
       DISPLAY FUNCTION TRIM(WnomFc) " : " Wecrits
               " sur " Wlus " convertis".

       Convertir_archives.
       MOVE 0 TO WfinArch
       PERFORM WITH TEST AFTER UNTIL WfinArch = 1
              DISPLAY "tag de saison d'archive a convertir "
                      "(0 pour terminer)"
              ACCEPT Wtag
              IF Wtag = "0" OR Wtag = "0000" OR Wtag = SPACES THEN
                     MOVE 1 TO WfinArch
              ELSE
                     MOVE SPACES TO WnomFc
                     STRING "courses_" Wtag ".dat"
                            DELIMITED BY SIZE INTO WnomFc
                     MOVE "V" TO Wetat
                     PERFORM Convertir_courses
              END-IF
       END-PERFORM.

       Convertir_sauvegardes.
       MOVE 0 TO WfinArch
       PERFORM WITH TEST AFTER UNTIL WfinArch = 1
              DISPLAY "tag de sauvegarde a convertir "
                      "(0 pour terminer)"
              ACCEPT WtagSvg
              IF WtagSvg = "0" OR WtagSvg = "00000000"
                 OR WtagSvg = SPACES THEN
                     MOVE 1 TO WfinArch
              ELSE
                     MOVE SPACES TO WnomFc
                     STRING "courses_svg_" WtagSvg ".dat"
                            DELIMITED BY SIZE INTO WnomFc
                     MOVE "P" TO Wetat
                     PERFORM Convertir_courses
              END-IF
       END-PERFORM.

       Decharger_courses.
       MOVE 0 TO Wlus
       OPEN INPUT fcold
       IF cr_fcold NOT = 0 THEN
              IF cr_fcold = 35 THEN
                     DISPLAY FUNCTION TRIM(WnomFc)
                             " introuvable, rien a convertir"
              ELSE
                     DISPLAY "statut " cr_fcold " sur "
                             FUNCTION TRIM(WnomFc)
                             " (fichier deja converti ?), abandon"
              END-IF
              CLOSE fcold
       ELSE
              OPEN OUTPUT ftmp
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fcold NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO Wlus
                            MOVE fcold_numCo TO tmp_numCo
                            MOVE fcold_villeCompet TO tmp_villeCompet
                            MOVE fcold_typeCo TO tmp_typeCo
                            MOVE fcold_nbpassage TO tmp_nbpassage
                            MOVE fcold_nbkms TO tmp_nbkms
                            MOVE fcold_nbtirs TO tmp_nbtirs
                            MOVE fcold_nbcouche TO tmp_nbcouche
                            MOVE fcold_nbdebout TO tmp_nbdebout
                            MOVE fcold_distPen TO tmp_distPen
                            MOVE fcold_numCompet TO tmp_numCompet
                            MOVE fcold_date TO tmp_date
                            MOVE fcold_heure TO tmp_heure
                            MOVE Wetat TO tmp_etat
                            MOVE 0 TO tmp_signeDate
                            MOVE SPACES TO tmp_signeOp
                            WRITE tamp_tmp
                     END-READ
              END-PERFORM
              CLOSE fcold
              CLOSE ftmp
       END-IF.

       Recharger_courses.
       MOVE 0 TO Wecrits
       IF Wlus > 0 THEN
              OPEN INPUT ftmp
              OPEN OUTPUT fcnew
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ ftmp
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            MOVE tmp_numCo TO fc_numCo
                            MOVE tmp_villeCompet TO fc_villeCompet
                            MOVE tmp_typeCo TO fc_typeCo
                            MOVE tmp_nbpassage TO fc_nbpassage
                            MOVE tmp_nbkms TO fc_nbkms
                            MOVE tmp_nbtirs TO fc_nbtirs
                            MOVE tmp_nbcouche TO fc_nbcouche
                            MOVE tmp_nbdebout TO fc_nbdebout
                            MOVE tmp_distPen TO fc_distPen
                            MOVE tmp_numCompet TO fc_numCompet
                            MOVE tmp_date TO fc_date
                            MOVE tmp_heure TO fc_heure
                            MOVE tmp_etat TO fc_etat
                            MOVE tmp_signeDate TO fc_signeDate
                            MOVE tmp_signeOp TO fc_signeOp
                            WRITE tamp_fc
                            INVALID KEY
                                   MOVE "Recharger_courses" TO
                                       Wparagraphe
                                   MOVE "WRITE" TO Woperation
                                   MOVE cr_fc TO Wstatut
                                   PERFORM Logger_erreur
                                   DISPLAY "erreur reecriture "
                                           tmp_numCo
                            NOT INVALID KEY ADD 1 TO Wecrits
                            END-WRITE
                     END-READ
              END-PERFORM
              CLOSE ftmp
              CLOSE fcnew
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
