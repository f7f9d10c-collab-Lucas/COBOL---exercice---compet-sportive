                     02 fcarch_numCompet PIC 9(3).
                     02 fcarch_date PIC 9(8).
                     02 fcarch_heure PIC 9(4).
                     02 fcarch_etat PIC X(1).
                     02 fcarch_signeDate PIC 9(8).
                     02 fcarch_signeOp PIC X(8).

       FD fparch.
              01 tamp_fparch.
