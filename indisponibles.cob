       IDENTIFICATION DIVISION.
       PROGRAM-ID. indisponibles.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select find assign to "indispos.dat"
              organization indexed
              access mode is dynamic
              record key is ind_cle
              file status is cr_ind.

              select fa assign to "athletes.dat"
              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_classementP WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              file status is cr_fa.

              select ftri assign to "indisponibles.tmp".

              select fimp assign to "indisponibles.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

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

       FD fa.
              01 tamp_fa.
                     02 fa_numA PIC 9(3).
                     02 fa_nom PIC X(30).
                     02 fa_prenom PIC X(30).
                     02 fa_pays PIC X(30).
                     02 fa_annee PIC 9(4).
                     02 fa_sexe PIC X(1).
                     02 fa_classementP PIC 9(5).
                     02 fa_best_individuel.
                            03 fa_bi_min PIC 9(3).
                            03 fa_bi_sec PIC 9(2).
                            03 fa_bi_dixieme PIC 9(1).
                     02 fa_best_sprint.
                            03 fa_bs_min PIC 9(3).
                            03 fa_bs_sec PIC 9(2).
                            03 fa_bs_dixieme PIC 9(1).
                     02 fa_best_poursuite.
                            03 fa_bp_min PIC 9(3).
                            03 fa_bp_sec PIC 9(2).
                            03 fa_bp_dixieme PIC 9(1).
                     02 fa_best_massstart.
                            03 fa_bm_min PIC 9(3).
                            03 fa_bm_sec PIC 9(2).
                            03 fa_bm_dixieme PIC 9(1).
                     02 fa_iban PIC X(34).

       SD ftri.
              01 tamp_tri.
                     02 tri_pays PIC X(30).
                     02 tri_nom PIC X(30).
                     02 tri_numA PIC 9(3).
                     02 tri_prenom PIC X(30).
                     02 tri_debut PIC 9(8).
                     02 tri_fin PIC 9(8).
                     02 tri_motif PIC X(1).
                     02 tri_source PIC X(1).
                     02 tri_commentaire PIC X(30).

       FD fimp.
              01 tamp_imp PIC X(150).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_ind PIC 9(2).
              77 cr_fa PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "INDISPONIBLE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 WfinT PIC 9.
              77 Wdate PIC 9(8).
              77 WpaysPrec PIC X(30).
              77 WnbNation PIC 9(4).
              77 WnbTotal PIC 9(4).
              77 WnbNations PIC 9(3).
              77 WlibMotif PIC X(12).
              77 WlibSource PIC X(14).
              77 WligneImp PIC X(150).

       PROCEDURE DIVISION.
       DISPLAY "Rentrer date de reference (AAAAMMJJ, 0 pour"
               " aujourd'hui)"
       ACCEPT Wdate
       IF Wdate = 0 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO Wdate
       END-IF
       OPEN INPUT find
       IF cr_ind = 35 THEN
              DISPLAY "aucune indisponibilite enregistree"
              CLOSE find
       ELSE
              CLOSE find
              PERFORM Editer_liste
       END-IF
       STOP RUN.

       Editer_liste.
       MOVE 0 TO WnbTotal
       MOVE 0 TO WnbNations
       OPEN OUTPUT fimp
       MOVE SPACES TO WligneImp
       STRING "ATHLETES INDISPONIBLES AU " Wdate " PAR NATION"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       SORT ftri ON ASCENDING KEY tri_pays tri_nom tri_numA
              tri_debut
              INPUT PROCEDURE IS Selectionner_indispos
              OUTPUT PROCEDURE IS Editer_indispos
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "TOTAL : " WnbTotal " indisponibilites, " WnbNations
              " nations"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       CLOSE fimp
       DISPLAY "liste ecrite dans indisponibles.prn".

       Selectionner_indispos.
       OPEN INPUT find
       OPEN INPUT fa
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ find NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF ind_debut <= Wdate
                        AND (ind_fin = 0 OR ind_fin >= Wdate) THEN
                            PERFORM Retenir_indispo
                     END-IF
              END-READ
       END-PERFORM
       CLOSE find
       CLOSE fa.

       Retenir_indispo.
       MOVE ind_numA TO fa_numA
       READ fa
       INVALID KEY IF cr_fa NOT = 23 THEN
                          MOVE "Retenir_indispo" TO Wparagraphe
                          MOVE "READ" TO Woperation
                          MOVE cr_fa TO Wstatut
                          PERFORM Logger_erreur
                   END-IF
                   MOVE "?" TO tri_pays
                   MOVE "athlete inconnu" TO tri_nom
                   MOVE SPACES TO tri_prenom
       NOT INVALID KEY
                   MOVE fa_pays TO tri_pays
                   MOVE fa_nom TO tri_nom
                   MOVE fa_prenom TO tri_prenom
       END-READ
       MOVE ind_numA TO tri_numA
       MOVE ind_debut TO tri_debut
       MOVE ind_fin TO tri_fin
       MOVE ind_motif TO tri_motif
       MOVE ind_source TO tri_source
       MOVE ind_commentaire TO tri_commentaire
       RELEASE tamp_tri.

       Editer_indispos.
       MOVE HIGH-VALUES TO WpaysPrec
       MOVE 0 TO WfinT
       PERFORM WITH TEST AFTER UNTIL WfinT = 1
              RETURN ftri
              AT END MOVE 1 TO WfinT
              NOT AT END
                     IF tri_pays NOT = WpaysPrec THEN
                            IF WpaysPrec NOT = HIGH-VALUES THEN
                                   PERFORM Totaliser_nation
                            END-IF
                            PERFORM Ouvrir_nation
                     END-IF
                     PERFORM Imprimer_indispo
              END-RETURN
       END-PERFORM
       IF WpaysPrec NOT = HIGH-VALUES THEN
              PERFORM Totaliser_nation
       END-IF.

       Ouvrir_nation.
       MOVE tri_pays TO WpaysPrec
       ADD 1 TO WnbNations
       MOVE 0 TO WnbNation
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "NATION : " tri_pays
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_indispo.
       ADD 1 TO WnbNation
       ADD 1 TO WnbTotal
       EVALUATE tri_motif
              WHEN "B" MOVE "blessure" TO WlibMotif
              WHEN "M" MOVE "maladie" TO WlibMotif
              WHEN "S" MOVE "suspension" TO WlibMotif
              WHEN OTHER MOVE tri_motif TO WlibMotif
       END-EVALUATE
       EVALUATE tri_source
              WHEN "M" MOVE "medicale" TO WlibSource
              WHEN "D" MOVE "disciplinaire" TO WlibSource
              WHEN "A" MOVE "antidopage" TO WlibSource
              WHEN OTHER MOVE tri_source TO WlibSource
       END-EVALUATE
       MOVE SPACES TO WligneImp
       STRING "  athlete:" tri_numA
              " " tri_nom
              " " tri_prenom
              " du " tri_debut
              " au " tri_fin
              " " WlibMotif
              " " WlibSource
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       IF tri_fin = 0 THEN
              MOVE "     date de fin non connue" TO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

       Totaliser_nation.
       MOVE SPACES TO WligneImp
       STRING "  total nation : " WnbNation
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Ecrire_ligne.
       DISPLAY WligneImp
       MOVE WligneImp TO tamp_imp
       WRITE tamp_imp.

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
