                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fp.
              01 tamp_fp.
