              organization line sequential
              file status is cr_csvp.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

       DATA DIVISION.
       FILE SECTION.

                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fp.
              01 tamp_fp.
       FD csvp.
              01 tamp_csvp PIC X(200).

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
              77 cr_fa PIC 9(2).
              77 cr_fco PIC 9(2).
              77 cr_csvc PIC 9(2).
              77 cr_csvp PIC 9(2).
              77 cr_fin PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8) VALUE "BATCH".
              77 Wfichier PIC X(16).
              77 Wcle PIC X(30).
              77 Wavant PIC X(200).
              77 Wapres PIC X(200).
              77 Woperation PIC X(10).
              77 Whorodatage PIC X(21).
              77 WnumCoPrec PIC 9(3).
              77 WnbLignes PIC 9(5).
              77 Wligne PIC X(200).
              77 Wfin PIC 9.

       MOVE Wligne TO tamp_csvp
       WRITE tamp_csvp
       MOVE 0 TO Wfin
       MOVE 0 TO WnumCoPrec
       MOVE 0 TO WnbLignes
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fp NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fp_numCo NOT = WnumCoPrec THEN
                            IF WnbLignes > 0 THEN
                                   PERFORM Tracer_export_course
                            END-IF
                            MOVE fp_numCo TO WnumCoPrec
                            MOVE 0 TO WnbLignes
                     END-IF
                     ADD 1 TO WnbLignes
                     STRING fp_numCo "," fp_numA "," fp_classement ","
                            fp_min "." fp_sec "." fp_dixieme ","
                            fp_penalties "," fp_points ","
                     WRITE tamp_csvp
              END-READ
       END-PERFORM
       IF WnbLignes > 0 THEN
              PERFORM Tracer_export_course
       END-IF
       CLOSE fp
       CLOSE csvp.

       Tracer_export_course.
       MOVE "EXPORT" TO Woperation
       MOVE "export" TO Wfichier
       MOVE WnumCoPrec TO Wcle
       MOVE SPACES TO Wavant
       MOVE SPACES TO Wapres
       STRING "participants.csv " WnbLignes " resultats"
              DELIMITED BY SIZE INTO Wapres
       PERFORM Journaliser.

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
