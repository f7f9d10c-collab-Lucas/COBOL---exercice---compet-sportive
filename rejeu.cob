                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD ftr.
              01 tamp_ftr.
                            03 ftr_numTir PIC 9(1).
                     02 ftr_position PIC X(1).
                     02 ftr_touches PIC 9(1).
                     02 ftr_couloir PIC 9(2).

       FD fpa.
              01 tamp_fpa.
                                   PERFORM Arreter_rejeu
                            END-IF
                     END-READ
              WHEN "ANONYMISE"
                     IF jrn_cle(5:13) = "athletes.dat " THEN
                            PERFORM Appliquer_anonymisation
                     ELSE
                            ADD 1 TO WcptIgnores
                     END-IF
              WHEN OTHER ADD 1 TO WcptIgnores
       END-EVALUATE.

       Appliquer_anonymisation.
       MOVE jrn_apres TO tamp_fa
       READ fa
       INVALID KEY PERFORM Arreter_rejeu
       NOT INVALID KEY
              MOVE tamp_fa TO Wtampon
              IF Wtampon = jrn_apres THEN
                     ADD 1 TO WdejaFaits
              ELSE
                     MOVE jrn_apres TO tamp_fa
                     REWRITE tamp_fa
                     INVALID KEY PERFORM Arreter_rejeu
                     NOT INVALID KEY
                            ADD 1 TO WcptFa
                     END-REWRITE
              END-IF
       END-READ.

       Appliquer_fp.
       EVALUATE jrn_operation
              WHEN "WRITE"
