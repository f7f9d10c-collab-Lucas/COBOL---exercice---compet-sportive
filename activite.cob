       IDENTIFICATION DIVISION.
       PROGRAM-ID. activite.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              select fjrn assign to "journal.log"
              organization line sequential
              file status is cr_jrn.

              select ftri assign to "activite.tmp".

              select fimp assign to "activite.prn"
              organization line sequential
              file status is cr_imp.

              select flog assign to "erreurs.log"
              organization line sequential
              file status is cr_log.

       DATA DIVISION.
       FILE SECTION.

       FD fjrn.
              01 tamp_jrn.
                     02 jrn_operateur PIC X(8).
                     02 jrn_horodatage PIC X(21).
                     02 jrn_fichier PIC X(16).
                     02 jrn_operation PIC X(10).
                     02 jrn_cle PIC X(30).
                     02 jrn_avant PIC X(200).
                     02 jrn_apres PIC X(200).

       SD ftri.
              01 tamp_tri.
                     02 tri_operateur PIC X(8).
                     02 tri_fichier PIC X(16).
                     02 tri_operation PIC X(10).

       FD fimp.
              01 tamp_imp PIC X(132).

       FD flog.
              01 tamp_log.
                     02 log_programme PIC X(12).
                     02 log_paragraphe PIC X(20).
                     02 log_operation PIC X(10).
                     02 log_statut PIC X(2).
                     02 log_horodatage PIC X(21).

       WORKING-STORAGE SECTION.
              77 cr_jrn PIC 9(2).
              77 cr_imp PIC 9(2).
              77 cr_log PIC 9(2).
              77 Wprogramme PIC X(12) VALUE "ACTIVITE".
              77 Wparagraphe PIC X(20).
              77 Woperation PIC X(10).
              77 Wstatut PIC X(2).
              77 Whorodatage PIC X(21).
              77 Wfin PIC 9.
              77 Wvalide PIC 9.
              77 Wdebut PIC 9(8).
              77 WfinPeriode PIC 9(8).
              77 Wjour PIC 9(8).
              77 Wlus PIC 9(7).
              77 WdansPeriode PIC 9(7).
              77 WoperateurPrec PIC X(8).
              77 WfichierPrec PIC X(16).
              77 Wcreations PIC 9(6).
              77 Wmodifs PIC 9(6).
              77 Wsuppressions PIC 9(6).
              77 Wautres PIC 9(6).
              77 WtotOperateur PIC 9(7).
              77 WnumCo PIC 9(3).
              77 Wsensible PIC 9.
              77 Wmotif PIC X(40).
              77 WnbResultats PIC 9(5).
              77 WnbIban PIC 9(5).
              77 WnbBaremes PIC 9(5).
              77 WnbRoles PIC 9(5).
              77 Wlibelle PIC X(14).
              77 Wdeb PIC 9(3).
              77 Wlg PIC 9(3).
              77 WvalAvant PIC X(34).
              77 WvalApres PIC X(34).
              77 WligneImp PIC X(132).

       01 TableExports.
              02 Texp_horodatage PIC X(14) OCCURS 999 TIMES.

       PROCEDURE DIVISION.
       MOVE 0 TO Wvalide
       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
              DISPLAY "rentrer date de debut (AAAAMMJJ)"
              ACCEPT Wdebut
              DISPLAY "rentrer date de fin (AAAAMMJJ)"
              ACCEPT WfinPeriode
              IF WfinPeriode >= Wdebut THEN
                     MOVE 1 TO Wvalide
              ELSE
                     DISPLAY "date de fin anterieure au debut"
              END-IF
       END-PERFORM
       OPEN INPUT fjrn
       IF cr_jrn NOT = 0 THEN
              DISPLAY "journal.log introuvable"
              MOVE "Activite" TO Wparagraphe
              MOVE "OPEN" TO Woperation
              MOVE cr_jrn TO Wstatut
              PERFORM Logger_erreur
              CLOSE fjrn
       ELSE
              CLOSE fjrn
              OPEN OUTPUT fimp
              MOVE SPACES TO WligneImp
              STRING "ACTIVITE DES OPERATEURS DU " Wdebut
                     " AU " WfinPeriode
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
              SORT ftri ON ASCENDING KEY tri_operateur
                           ASCENDING KEY tri_fichier
                     INPUT PROCEDURE IS Lire_activite
                     OUTPUT PROCEDURE IS Editer_activite
              PERFORM Editer_sensibles
              CLOSE fimp
              DISPLAY "rapport ecrit dans activite.prn"
       END-IF
       STOP RUN.

       Lire_activite.
       MOVE 0 TO Wlus
       MOVE 0 TO WdansPeriode
       OPEN INPUT fjrn
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fjrn
              AT END MOVE 1 TO Wfin
              NOT AT END
                     ADD 1 TO Wlus
                     MOVE jrn_horodatage(1:8) TO Wjour
                     IF Wjour >= Wdebut AND Wjour <= WfinPeriode THEN
                            ADD 1 TO WdansPeriode
                            MOVE jrn_operateur TO tri_operateur
                            MOVE jrn_fichier TO tri_fichier
                            MOVE jrn_operation TO tri_operation
                            RELEASE tamp_tri
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fjrn.

       Editer_activite.
       MOVE SPACES TO WligneImp
       STRING WdansPeriode " entrees sur la periode (" Wlus
              " lues)"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       MOVE LOW-VALUES TO WoperateurPrec
       MOVE LOW-VALUES TO WfichierPrec
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              RETURN ftri
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF tri_operateur NOT = WoperateurPrec THEN
                            IF WoperateurPrec NOT = LOW-VALUES THEN
                                   PERFORM Imprimer_fichier
                                   PERFORM Imprimer_total_operateur
                            END-IF
                            PERFORM Imprimer_entete_operateur
                     ELSE
                            IF tri_fichier NOT = WfichierPrec THEN
                                   PERFORM Imprimer_fichier
                                   PERFORM Initialiser_fichier
                            END-IF
                     END-IF
                     PERFORM Compter_operation
              END-RETURN
       END-PERFORM
       IF WoperateurPrec NOT = LOW-VALUES THEN
              PERFORM Imprimer_fichier
              PERFORM Imprimer_total_operateur
       END-IF.

       Imprimer_entete_operateur.
       MOVE tri_operateur TO WoperateurPrec
       MOVE 0 TO WtotOperateur
       PERFORM Initialiser_fichier
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "----- OPERATEUR " tri_operateur " -----"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Initialiser_fichier.
       MOVE tri_fichier TO WfichierPrec
       MOVE 0 TO Wcreations
       MOVE 0 TO Wmodifs
       MOVE 0 TO Wsuppressions
       MOVE 0 TO Wautres.

       Compter_operation.
       ADD 1 TO WtotOperateur
       EVALUATE tri_operation
              WHEN "WRITE" ADD 1 TO Wcreations
              WHEN "REWRITE" ADD 1 TO Wmodifs
              WHEN "DELETE" ADD 1 TO Wsuppressions
              WHEN OTHER ADD 1 TO Wautres
       END-EVALUATE.

       Imprimer_fichier.
       MOVE SPACES TO WligneImp
       STRING "   " WfichierPrec
              " creations:" Wcreations
              " modifications:" Wmodifs
              " suppressions:" Wsuppressions
              " autres:" Wautres
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Imprimer_total_operateur.
       MOVE SPACES TO WligneImp
       STRING "   total operateur " WoperateurPrec " : "
              WtotOperateur " operations"
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Editer_sensibles.
       MOVE SPACES TO TableExports
       MOVE 0 TO WnbResultats
       MOVE 0 TO WnbIban
       MOVE 0 TO WnbBaremes
       MOVE 0 TO WnbRoles
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "===== MODIFICATIONS SENSIBLES ====="
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne
       OPEN INPUT fjrn
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fjrn
              AT END MOVE 1 TO Wfin
              NOT AT END PERFORM Examiner_entree
              END-READ
       END-PERFORM
       CLOSE fjrn
       MOVE SPACES TO WligneImp
       PERFORM Ecrire_ligne
       MOVE SPACES TO WligneImp
       STRING "resultats modifies apres export:" WnbResultats
              " iban:" WnbIban
              " baremes/primes:" WnbBaremes
              " roles:" WnbRoles
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Examiner_entree.
       IF jrn_operation = "EXPORT"
          AND (jrn_fichier = "soumission" OR jrn_fichier = "export")
          AND jrn_cle(1:3) IS NUMERIC THEN
              MOVE jrn_cle(1:3) TO WnumCo
              IF WnumCo > 0 AND Texp_horodatage(WnumCo) = SPACES THEN
                     MOVE jrn_horodatage(1:14)
                          TO Texp_horodatage(WnumCo)
              END-IF
       END-IF
       MOVE jrn_horodatage(1:8) TO Wjour
       IF Wjour >= Wdebut AND Wjour <= WfinPeriode THEN
              EVALUATE jrn_fichier
                     WHEN "participants.dat"
                     WHEN "tirs.dat"
                     WHEN "passages.dat"
                            PERFORM Controler_resultat
                     WHEN "athletes.dat"
                            PERFORM Controler_iban
                     WHEN "baremes.dat"
                     WHEN "primes.dat"
                            PERFORM Controler_bareme
                     WHEN "operateurs.dat"
                            PERFORM Controler_role
                     WHEN OTHER CONTINUE
              END-EVALUATE
       END-IF.

       Controler_resultat.
       IF jrn_cle(1:3) IS NUMERIC THEN
              MOVE jrn_cle(1:3) TO WnumCo
              IF WnumCo > 0 THEN
                     IF Texp_horodatage(WnumCo) NOT = SPACES THEN
                            ADD 1 TO WnbResultats
                            MOVE SPACES TO Wmotif
                            STRING "resultat apres export du "
                                   Texp_horodatage(WnumCo)
                                   DELIMITED BY SIZE INTO Wmotif
                            PERFORM Imprimer_sensible
                            PERFORM Detailler_resultat
                     END-IF
              END-IF
       END-IF.

       Detailler_resultat.
       EVALUATE jrn_fichier
              WHEN "participants.dat"
                     MOVE "classement" TO Wlibelle
                     MOVE 7 TO Wdeb
                     MOVE 3 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "temps" TO Wlibelle
                     MOVE 10 TO Wdeb
                     MOVE 6 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "penalites" TO Wlibelle
                     MOVE 16 TO Wdeb
                     MOVE 2 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "points" TO Wlibelle
                     MOVE 18 TO Wdeb
                     MOVE 2 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "statut" TO Wlibelle
                     MOVE 20 TO Wdeb
                     MOVE 3 TO Wlg
                     PERFORM Comparer_champ
              WHEN "tirs.dat"
                     MOVE "position" TO Wlibelle
                     MOVE 8 TO Wdeb
                     MOVE 1 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "touches" TO Wlibelle
                     MOVE 9 TO Wdeb
                     MOVE 1 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "couloir" TO Wlibelle
                     MOVE 10 TO Wdeb
                     MOVE 2 TO Wlg
                     PERFORM Comparer_champ
              WHEN "passages.dat"
                     MOVE "temps ski" TO Wlibelle
                     MOVE 8 TO Wdeb
                     MOVE 6 TO Wlg
                     PERFORM Comparer_champ
                     MOVE "temps tir" TO Wlibelle
                     MOVE 14 TO Wdeb
                     MOVE 3 TO Wlg
                     PERFORM Comparer_champ
       END-EVALUATE.

       Controler_iban.
       IF jrn_avant(128:34) NOT = jrn_apres(128:34) THEN
              ADD 1 TO WnbIban
              MOVE "changement d'iban" TO Wmotif
              PERFORM Imprimer_sensible
              MOVE "nom" TO Wlibelle
              MOVE 4 TO Wdeb
              MOVE 30 TO Wlg
              PERFORM Afficher_champ
              MOVE "iban" TO Wlibelle
              MOVE 128 TO Wdeb
              MOVE 34 TO Wlg
              PERFORM Comparer_champ
       END-IF.

       Controler_bareme.
       ADD 1 TO WnbBaremes
       IF jrn_fichier = "baremes.dat" THEN
              MOVE "modification du bareme de points" TO Wmotif
              PERFORM Imprimer_sensible
              MOVE "points" TO Wlibelle
              MOVE 34 TO Wdeb
              MOVE 2 TO Wlg
              PERFORM Comparer_champ
       ELSE
              MOVE "modification du bareme des primes" TO Wmotif
              PERFORM Imprimer_sensible
              MOVE "montant" TO Wlibelle
              MOVE 7 TO Wdeb
              MOVE 6 TO Wlg
              PERFORM Comparer_champ
       END-IF.

       Controler_role.
       IF jrn_avant(47:1) NOT = jrn_apres(47:1) THEN
              ADD 1 TO WnbRoles
              MOVE "changement de role" TO Wmotif
              PERFORM Imprimer_sensible
              MOVE "nom" TO Wlibelle
              MOVE 9 TO Wdeb
              MOVE 30 TO Wlg
              PERFORM Afficher_champ
              MOVE "role" TO Wlibelle
              MOVE 47 TO Wdeb
              MOVE 1 TO Wlg
              PERFORM Comparer_champ
       END-IF.

       Imprimer_sensible.
       MOVE SPACES TO WligneImp
       STRING jrn_horodatage(1:8) " " jrn_horodatage(9:6)
              " " jrn_operateur
              " " jrn_fichier
              " " jrn_operation
              " cle:" jrn_cle
              " " Wmotif
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Afficher_champ.
       IF jrn_apres(Wdeb:Wlg) = SPACES THEN
              MOVE jrn_avant(Wdeb:Wlg) TO WvalAvant
       ELSE
              MOVE jrn_apres(Wdeb:Wlg) TO WvalAvant
       END-IF
       MOVE SPACES TO WligneImp
       STRING "      " Wlibelle ": " WvalAvant
              DELIMITED BY SIZE INTO WligneImp
       PERFORM Ecrire_ligne.

       Comparer_champ.
       IF jrn_avant(Wdeb:Wlg) NOT = jrn_apres(Wdeb:Wlg) THEN
              MOVE jrn_avant(Wdeb:Wlg) TO WvalAvant
              MOVE jrn_apres(Wdeb:Wlg) TO WvalApres
              IF WvalAvant = SPACES THEN
                     MOVE "(neant)" TO WvalAvant
              END-IF
              IF WvalApres = SPACES THEN
                     MOVE "(neant)" TO WvalApres
              END-IF
              MOVE SPACES TO WligneImp
              STRING "      " Wlibelle ": " WvalAvant
                     " -> " WvalApres
                     DELIMITED BY SIZE INTO WligneImp
              PERFORM Ecrire_ligne
       END-IF.

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
