              DISPLAY "42. Face a face entre deux athletes"
              DISPLAY "43. Recyclage des resultats rejetes"
              DISPLAY "44. Quotas de la saison prochaine"
              DISPLAY "45. Reclamations et decisions du jury"
              DISPLAY "46. Resultats des controles antidopage"
              DISPLAY "47. Traitement des sanctions antidopage"
              DISPLAY "48. Classements intermediaires d'une course"
              DISPLAY "49. Couloirs du pas de tir"
              DISPLAY "50. Armes des athletes"
              DISPLAY "51. Declaration des armes"
              DISPLAY "52. Officiels et accreditations"
              DISPLAY "53. Liste des accreditations et badges"
              DISPLAY "54. Droits d'engagement et reglements"
              DISPLAY "55. Facturation des droits par nation"
              DISPLAY "56. Etat des factures impayees"
              DISPLAY "57. Taux de retenue a la source"
              DISPLAY "58. Attestations fiscales annuelles"
              DISPLAY "59. Indisponibilites des athletes"
              DISPLAY "60. Liste des athletes indisponibles"
              DISPLAY "61. Liste des admis mass start"
              DISPLAY "62. Conditions de course"
              DISPLAY "63. Analyse du tir par vent"
              DISPLAY "64. Statistiques de la saison"
              DISPLAY "65. Activite des operateurs (journal)"
              DISPLAY "66. Verrou des traitements batch"
              DISPLAY "67. Anonymisation des athletes retires"
              DISPLAY "99. Quitter"
              ACCEPT Wchoix
              EVALUATE Wchoix
                     WHEN 42 CALL "SYSTEM" USING "./faceaface"
                     WHEN 43 CALL "SYSTEM" USING "./recyclage"
                     WHEN 44 CALL "SYSTEM" USING "./quotasnations"
                     WHEN 45 CALL "SYSTEM" USING "./reclamations"
                     WHEN 46 CALL "SYSTEM" USING "./resultatsdopage"
                     WHEN 47 CALL "SYSTEM" USING "./sanctiondopage"
                     WHEN 48 CALL "SYSTEM" USING "./intermediaires"
                     WHEN 49 CALL "SYSTEM" USING "./couloirs"
                     WHEN 50 CALL "SYSTEM" USING "./armes"
                     WHEN 51 CALL "SYSTEM" USING "./declarationarmes"
                     WHEN 52 CALL "SYSTEM" USING "./officiels"
                     WHEN 53 CALL "SYSTEM" USING "./accreditations"
                     WHEN 54 CALL "SYSTEM" USING "./droits"
                     WHEN 55 CALL "SYSTEM" USING "./facturation"
                     WHEN 56 CALL "SYSTEM" USING "./impayes"
                     WHEN 57 CALL "SYSTEM" USING "./retenues"
                     WHEN 58 CALL "SYSTEM" USING "./attestations"
                     WHEN 59 CALL "SYSTEM" USING "./indispos"
                     WHEN 60 CALL "SYSTEM" USING "./indisponibles"
                     WHEN 61 CALL "SYSTEM" USING "./massstart"
                     WHEN 62 CALL "SYSTEM" USING "./conditions"
                     WHEN 63 CALL "SYSTEM" USING "./analysevent"
                     WHEN 64 CALL "SYSTEM" USING "./statsaison"
                     WHEN 65 CALL "SYSTEM" USING "./activite"
                     WHEN 66 CALL "SYSTEM" USING "./verrou"
                     WHEN 67 CALL "SYSTEM" USING "./anonymisation"
                     WHEN 99 CONTINUE
                     WHEN OTHER DISPLAY "choix invalide"
              END-EVALUATE
