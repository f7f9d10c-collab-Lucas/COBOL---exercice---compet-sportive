              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select fdop assign to "dopage.dat"
              organization indexed
              access mode is dynamic
              record key is dop_cle
              file status is cr_dop.

              select fimp assign to "controledopage.prn"
              organization line sequential
              file status is cr_imp.
                     02 fc_numCompet PIC 9(3).
                     02 fc_date PIC 9(8).
                     02 fc_heure PIC 9(4).
                     02 fc_etat PIC X(1).
                     02 fc_signeDate PIC 9(8).
                     02 fc_signeOp PIC X(8).

       FD fp.
              01 tamp_fp.
                            03 fa_bm_dixieme PIC 9(1).
                     02 fa_iban PIC X(34).

       FD fdop.
              01 tamp_dop.
                     02 dop_cle.
                            03 dop_numCo PIC 9(3).
                            03 dop_numA PIC 9(3).
                     02 dop_selection PIC X(15).
                     02 dop_dateTirage PIC 9(8).
                     02 dop_echantillon PIC X(12).
                     02 dop_resultat PIC X(1).
                     02 dop_dateDecision PIC 9(8).
                     02 dop_debut PIC 9(8).
                     02 dop_fin PIC 9(8).
                     02 dop_traite PIC X(1).
                     02 dop_dateTraitement PIC 9(8).

       FD fimp.
              01 tamp_imp PIC X(100).

              77 cr_fp PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_dop PIC 9(2).
              77 cr_log PIC 9(2).
              77 cr_jrn PIC 9(2).
              77 Woperateur PIC X(8).
       PROCEDURE DIVISION.
       DISPLAY "rentrer code operateur"
       ACCEPT Woperateur
       OPEN I-O fdop
       IF cr_dop = 35 THEN
              OPEN OUTPUT fdop
       END-IF
       CLOSE fdop
       OPEN INPUT fc
       DISPLAY "Rentrer numero Course"
       ACCEPT WnumCo
              PERFORM Choisir_aleatoires
              PERFORM Editer_liste
              PERFORM Journaliser_liste
              PERFORM Enregistrer_controles
       END-IF
       CLOSE fp
       CLOSE fa.
       MOVE WlisteSel TO Wapres
       PERFORM Journaliser.

       Enregistrer_controles.
       OPEN I-O fdop
       IF WselGagnant > 0 THEN
              MOVE WselGagnant TO dop_numA
              MOVE "vainqueur" TO WlisteSel
              PERFORM Enregistrer_controle
       END-IF
       IF WselPlace > 0 THEN
              MOVE WselPlace TO dop_numA
              MOVE "podium" TO WlisteSel
              PERFORM Enregistrer_controle
       END-IF
       IF WselAlea1 > 0 THEN
              MOVE WselAlea1 TO dop_numA
              MOVE "tirage au sort" TO WlisteSel
              PERFORM Enregistrer_controle
       END-IF
       IF WselAlea2 > 0 THEN
              MOVE WselAlea2 TO dop_numA
              MOVE "tirage au sort" TO WlisteSel
              PERFORM Enregistrer_controle
       END-IF
       CLOSE fdop.

       Enregistrer_controle.
       MOVE WnumCo TO dop_numCo
       MOVE WlisteSel TO dop_selection
       MOVE FUNCTION CURRENT-DATE(1:8) TO dop_dateTirage
       MOVE SPACES TO dop_echantillon
       MOVE SPACES TO dop_resultat
       MOVE 0 TO dop_dateDecision
       MOVE 0 TO dop_debut
       MOVE 0 TO dop_fin
       MOVE "N" TO dop_traite
       MOVE 0 TO dop_dateTraitement
       WRITE tamp_dop
       INVALID KEY IF cr_dop = 22 THEN
                          DISPLAY "athlete " dop_numA
                                  " deja controle sur cette course"
                   ELSE
                          MOVE "Enregistrer_control" TO Wparagraphe
                          MOVE "WRITE" TO Woperation
                          MOVE cr_dop TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
       NOT INVALID KEY
                   MOVE "WRITE" TO Woperation
                   MOVE "dopage.dat" TO Wfichier
                   MOVE dop_cle TO Wcle
                   MOVE SPACES TO Wavant
                   MOVE tamp_dop TO Wapres
                   PERFORM Journaliser
       END-WRITE.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
