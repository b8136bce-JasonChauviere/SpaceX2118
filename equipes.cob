        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            MOVE fm_nomLieu TO Wfm_nomLieu
            MOVE fm_dateDebut TO Wix_dateMission
            IF Wix_dateMission = 0 THEN
                ACCEPT Wix_dateMission FROM DATE YYYYMMDD
            END-IF
            MOVE 0 TO Wrc_nb
            MOVE 0 TO Wcap_depasse
            OPEN INPUT Fequipes
                    MOVE fe_idEquipe TO Wfe_idEquipe
                    PERFORM COMPTER_CERTIFS_EXPIREES_EQUIPE
                    MOVE Wrc_certExp TO Wrc_eCert(Wrc_nb)
                    MOVE fe_idEquipe TO Wix_idEquipe
                    MOVE 0 TO Wix_idNouveau
                    MOVE 1 TO Wix_silence
                    MOVE Wix_dateMission TO Wix_date
                    PERFORM CONTROLER_INCOMPAT_EQUIPE
                    MOVE Wix_conflits TO Wrc_eIncompat(Wrc_nb)
                    PERFORM DETERMINER_LIEU_MEMBRES
                    MOVE 0 TO Wrc_eDist(Wrc_nb)
                    MOVE 0 TO Wrc_eDistCon(Wrc_nb)
                        + Wrc_eMissions(Wrc_nb) * 5
                        - Wrc_eCert(Wrc_nb) * 5
                        - Wrc_eOccupee(Wrc_nb) * 50
                        - Wrc_eIncompat(Wrc_nb) * 100
                        - Wrc_eDist(Wrc_nb) / 100
                    IF Wrc_eDistCon(Wrc_nb) = 0 THEN
                        SUBTRACT 10 FROM Wrc_score
                IF Wrc_eOccupee(Wrc_i) = 1 THEN
                    DISPLAY "       Malus : déjà engagée sur une",
" mission"
                END-IF
                IF Wrc_eIncompat(Wrc_i) > 0 THEN
                    DISPLAY "       Malus : ", Wrc_eIncompat(Wrc_i),
" paire(s) d'astronautes incompatible(s)"
                END-IF
                IF Wrc_eDistCon(Wrc_i) = 1 THEN
                    DISPLAY "       Distance jusqu'au lieu : ",
            END-PERFORM
            CLOSE Fpaie
        END-IF
        MOVE Wpa_date TO Wper_date
        PERFORM VERIFIER_PERIODE_OUVERTE
        IF Wpa_deja = 1 OR Wper_ouverte = 0 THEN
            IF Wpa_deja = 1 THEN
                DISPLAY "La paie de la période ", Wpa_date(1:6),
" a déjà été traitée : second passage refusé."
            END-IF
        ELSE
        MOVE 0 TO Wpa_count
        MOVE 0 TO Wpa_exceptions
            END-READ
        END-PERFORM
        CLOSE Fastronautes
        MOVE 0 TO Wpn_count
        OPEN I-O Fpensions
        MOVE 0 TO Wpa_fin
        PERFORM WITH TEST AFTER UNTIL Wpa_fin = 1
            READ Fpensions NEXT
            AT END MOVE 1 TO Wpa_fin
            NOT AT END
              IF fpn_enPaiement AND fpn_montantMensuel > 0
              AND fpn_dernierePaie < Wpa_date / 100 THEN
                MOVE SPACES TO paTampon
                OPEN EXTEND Fpaie
                STRING Wpa_date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fpn_idAstronaute DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fpn_grade DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fpn_montantMensuel DELIMITED BY SIZE
                    ";00000;PENSION" DELIMITED BY SIZE
                    INTO paTampon
                END-STRING
                WRITE paTampon
                CLOSE Fpaie
                COMPUTE fpn_dernierePaie = Wpa_date / 100
                REWRITE pnTampon END-REWRITE
                IF fpn_stat NOT = 00 THEN
                    MOVE fpn_stat TO Wchk_stat
                    MOVE "Fpensions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                ADD 1 TO Wpn_count
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fpensions
        COMPUTE Wng_periode = Wpa_date / 100
        MOVE 1 TO Wng_deja
        PERFORM SOLDER_ENGAGEMENTS_PAIE
        MOVE "EQUIPES" TO Wau_module
        MOVE "PAIE" TO Wau_action
        MOVE Wpa_count TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        ADD Wpa_count Wpn_count GIVING Wbat_traites
        DISPLAY "Paie mensuelle terminée : ", Wpa_count,
" salaire(s) imputé(s), ", Wpa_exceptions,
" équipe(s) en dépassement (journal paie.dat)."
        DISPLAY "Pensions de retraite versées : ", Wpn_count,
" (fichier pensions.dat)."
        END-IF.

        VERIF_EQUIPE.
        END-READ.

        VERIFIER_PREPARATION_EQUIPE.
        PERFORM DETERMINER_ROLES_REQUIS
        MOVE 0 TO Wprep_role1
        MOVE 0 TO Wprep_role2
        OPEN INPUT Fastronautes
            DISPLAY "Composition de l'équipe insuffisante pour ce",
" type de mission (rôles requis manquants)."
        END-IF
        PERFORM VERIFIER_CERTIFICATIONS_EQUIPE
        PERFORM VERIFIER_EQUIPEMENTS_EQUIPE
        PERFORM VERIFIER_EXERCICES_EQUIPE.

        VERIFIER_EQUIPEMENTS_EQUIPE.
        OPEN INPUT Fastronautes
        MOVE Wfe_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wep_fin2
            PERFORM WITH TEST AFTER UNTIL Wep_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wep_fin2
                NOT AT END
                    IF fa_idEquipe NOT = Wfe_idEquipe THEN
                        MOVE 1 TO Wep_fin2
                    ELSE
                        IF fa_actif = 1 THEN
                            PERFORM VERIFIER_COMBINAISON_ASTRONAUTE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes.

        VERIFIER_COMBINAISON_ASTRONAUTE.
        MOVE 0 TO Wep_ok
        IF fa_taille NOT = SPACES THEN
            OPEN INPUT Fequip_perso
            MOVE fa_idAstronaute TO fep_idAstronaute
            START Fequip_perso, KEY IS = fep_idAstronaute
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wep_fin
                PERFORM WITH TEST AFTER UNTIL Wep_fin = 1
                    READ Fequip_perso NEXT
                    AT END MOVE 1 TO Wep_fin
                    NOT AT END
                        IF fep_idAstronaute NOT = fa_idAstronaute THEN
                            MOVE 1 TO Wep_fin
                        ELSE
                            IF fep_actif = 1 AND fep_combinaison AND
                               fep_bonEtat AND
                               fep_taille = fa_taille THEN
                                MOVE 1 TO Wep_ok
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequip_perso
        END-IF
        IF Wep_ok = 0 THEN
            MOVE 0 TO Wverif_prep
            IF fa_taille = SPACES THEN
                DISPLAY "Taille de combinaison inconnue pour ", fa_nom,
" ", fa_prenom, " : dotation non vérifiable."
            ELSE
                DISPLAY "Aucune combinaison en bon état de taille ",
fa_taille, " remise à ", fa_nom, " ", fa_prenom, "."
            END-IF
        END-IF.

        EQUIPEMENTS_MISSION.
        MOVE 1 TO Wep_okMission
        OPEN INPUT Fequipes
        MOVE Wep_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wep_fin3
            PERFORM WITH TEST AFTER UNTIL Wep_fin3 = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wep_fin3
                NOT AT END
                    IF fe_idMission NOT = Wep_idMission THEN
                        MOVE 1 TO Wep_fin3
                    ELSE
                        IF fe_actif = 1 THEN
                            MOVE fe_idEquipe TO Wfe_idEquipe
                            MOVE 1 TO Wverif_prep
                            PERFORM VERIFIER_EQUIPEMENTS_EQUIPE
                            IF Wverif_prep = 0 THEN
                                MOVE 0 TO Wep_okMission
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes.

        INITIALISER_EXERCICES.
        OPEN I-O Fexercices
        MOVE 1 TO fsi_actif
        MOVE 70 TO fsi_scoreMin
        MOVE 0 TO fsi_validite
        MOVE "DEPRESSU" TO fsi_code
        MOVE "Dépressurisation d'urgence" TO fsi_libelle
        MOVE "111111111" TO fsi_requisTypes
        WRITE siTampon END-WRITE
        MOVE "AMARRAGE" TO fsi_code
        MOVE "Amarrage" TO fsi_libelle
        MOVE "011100000" TO fsi_requisTypes
        WRITE siTampon END-WRITE
        MOVE "SAUVEVA" TO fsi_code
        MOVE "Sauvetage en EVA" TO fsi_libelle
        MOVE "101010000" TO fsi_requisTypes
        WRITE siTampon END-WRITE
        CLOSE Fexercices.

        VERIFIER_EXERCICES_EQUIPE.
        ACCEPT Wsi_date FROM DATE YYYYMMDD
        IF Wfm_typeMission >= 1 AND Wfm_typeMission <= 9 THEN
            OPEN INPUT Fexercices
            MOVE 0 TO Wsi_fin
            PERFORM WITH TEST AFTER UNTIL Wsi_fin = 1
                READ Fexercices NEXT
                AT END MOVE 1 TO Wsi_fin
                NOT AT END
                    IF fsi_actif = 1 AND
                       fsi_requis(Wfm_typeMission) = 1 THEN
                        PERFORM VERIFIER_EXERCICE_EQUIPE
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fexercices
        END-IF.

        VERIFIER_EXERCICE_EQUIPE.
        MOVE fsi_validite TO Wsi_validite
        IF Wsi_validite = 0 THEN
            MOVE Wcfg_validiteExercice TO Wsi_validite
        END-IF
        COMPUTE Wsi_limite = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wsi_date) - Wsi_validite)
        OPEN INPUT Fastronautes
        MOVE Wfe_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsi_fin2
            PERFORM WITH TEST AFTER UNTIL Wsi_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wsi_fin2
                NOT AT END
                    IF fa_idEquipe NOT = Wfe_idEquipe THEN
                        MOVE 1 TO Wsi_fin2
                    ELSE
                        IF fa_actif = 1 THEN
                            MOVE fa_idAstronaute TO Wsi_idAstronaute
                            MOVE fsi_code TO Wsi_code
                            PERFORM DERNIER_RESULTAT_EXERCICE
                            IF Wsi_derniereReussite < Wsi_limite THEN
                                MOVE 0 TO Wverif_prep
                                IF Wsi_derniereReussite = 0 THEN
                                    DISPLAY "Exercice ",
FUNCTION TRIM(fsi_libelle), " non réussi par ", fa_nom, " ",
fa_prenom, "."
                                ELSE
                                    DISPLAY "Exercice ",
FUNCTION TRIM(fsi_libelle), " de ", fa_nom, " ", fa_prenom,
" périmé (dernière réussite le ", Wsi_derniereReussite, ")."
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes.

        DERNIER_RESULTAT_EXERCICE.
        MOVE 0 TO Wsi_dernierDate
        MOVE 0 TO Wsi_dernierScore
        MOVE 0 TO Wsi_dernierResultat
        MOVE 0 TO Wsi_derniereReussite
        OPEN INPUT Fresultats_exercices
        MOVE Wsi_idAstronaute TO fsx_idAstronaute
        MOVE Wsi_code TO fsx_code
        MOVE 0 TO fsx_date
        START Fresultats_exercices, KEY IS >= fsx_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsi_fin3
            PERFORM WITH TEST AFTER UNTIL Wsi_fin3 = 1
                READ Fresultats_exercices NEXT
                AT END MOVE 1 TO Wsi_fin3
                NOT AT END
                    IF fsx_idAstronaute NOT = Wsi_idAstronaute OR
                       fsx_code NOT = Wsi_code THEN
                        MOVE 1 TO Wsi_fin3
                    ELSE
                        MOVE fsx_date TO Wsi_dernierDate
                        MOVE fsx_score TO Wsi_dernierScore
                        MOVE fsx_resultat TO Wsi_dernierResultat
                        IF fsx_reussi THEN
                            MOVE fsx_date TO Wsi_derniereReussite
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fresultats_exercices.

        GERER_EXERCICES_SIMULATEUR.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier un exercice // 2 : Lister le",
" catalogue // 3 : Saisir les résultats d'une équipe // 4 : État",
" des exercices d'une équipe"
        MOVE 0 TO Wsi_choix
        PERFORM WITH TEST AFTER UNTIL Wsi_choix >= 1 AND Wsi_choix <= 4
            ACCEPT Wsi_choix
        END-PERFORM
        EVALUATE Wsi_choix
            WHEN 1
                PERFORM EX_SAISIR_EXERCICE
            WHEN 2
                PERFORM EX_LISTER_CATALOGUE
            WHEN 3
                PERFORM EX_SAISIR_RESULTATS
            WHEN 4
                PERFORM EX_ETAT_EQUIPE
        END-EVALUATE.

        EX_SAISIR_EXERCICE.
        DISPLAY "Code de l'exercice ?"
        MOVE SPACES TO Wsi_code2
        ACCEPT Wsi_code2
        MOVE FUNCTION UPPER-CASE(Wsi_code2) TO Wsi_code
        DISPLAY "Libellé de l'exercice ?"
        MOVE SPACES TO Wsi_libelle
        ACCEPT Wsi_libelle
        DISPLAY "Score minimal de réussite (0-100) ?"
        MOVE 999 TO Wsi_scoreMin
        PERFORM WITH TEST AFTER UNTIL Wsi_scoreMin <= 100
            ACCEPT Wsi_scoreMin
        END-PERFORM
        DISPLAY "Durée de validité d'une réussite en jours ? (0 :",
" valeur par défaut de ", Wcfg_validiteExercice, " jours)"
        ACCEPT Wsi_validite
        DISPLAY "Exercice requis pour chaque type de mission ?",
" (0 : Non // 1 : Oui)"
        PERFORM VARYING Wsi_type FROM 1 BY 1 UNTIL Wsi_type > 9
            MOVE 0 TO Wsi_requis(Wsi_type)
            MOVE "TMIS" TO Wcx_table
            MOVE Wsi_type TO Wcx_code
            PERFORM LIRE_CODE_REFERENCE
            IF Wcx_valide = 1 THEN
                DISPLAY "  ", Wcx_libelle, " ?"
                MOVE 9 TO Wsi_requis(Wsi_type)
                PERFORM WITH TEST AFTER UNTIL
                        Wsi_requis(Wsi_type) = 0 OR
                        Wsi_requis(Wsi_type) = 1
                    ACCEPT Wsi_requis(Wsi_type)
                END-PERFORM
            END-IF
        END-PERFORM
        DISPLAY "Exercice actif ? (0 : Non // 1 : Oui)"
        MOVE 9 TO Wsi_actif
        PERFORM WITH TEST AFTER UNTIL Wsi_actif = 0 OR Wsi_actif = 1
            ACCEPT Wsi_actif
        END-PERFORM
        OPEN I-O Fexercices
        MOVE Wsi_code TO fsi_code
        READ Fexercices
        INVALID KEY
            MOVE Wsi_libelle TO fsi_libelle
            MOVE Wsi_requisTypes TO fsi_requisTypes
            MOVE Wsi_scoreMin TO fsi_scoreMin
            MOVE Wsi_validite TO fsi_validite
            MOVE Wsi_actif TO fsi_actif
            WRITE siTampon END-WRITE
            DISPLAY "Exercice ajouté au catalogue."
        NOT INVALID KEY
            MOVE Wsi_libelle TO fsi_libelle
            MOVE Wsi_requisTypes TO fsi_requisTypes
            MOVE Wsi_scoreMin TO fsi_scoreMin
            MOVE Wsi_validite TO fsi_validite
            MOVE Wsi_actif TO fsi_actif
            REWRITE siTampon END-REWRITE
            DISPLAY "Exercice mis à jour."
        END-READ
        IF fsi_stat NOT = 00 THEN
            MOVE fsi_stat TO Wchk_stat
            MOVE "Fexercices" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fexercices
        MOVE "EQUIPES" TO Wau_module
        MOVE "EXERCICE" TO Wau_action
        MOVE Wsi_code TO Wau_detail
        PERFORM ENREGISTRER_AUDIT.

        EX_LISTER_CATALOGUE.
        DISPLAY "#############"
        DISPLAY "Catalogue des exercices sur simulateur (types requis,",
" une position par type de mission) :"
        PERFORM VARYING Wsi_type FROM 1 BY 1 UNTIL Wsi_type > 9
            MOVE "TMIS" TO Wcx_table
            MOVE Wsi_type TO Wcx_code
            PERFORM LIRE_CODE_REFERENCE
            IF Wcx_valide = 1 THEN
                DISPLAY "    ", Wsi_type, " : ", Wcx_libelle
            END-IF
        END-PERFORM
        MOVE 0 TO Wsi_count
        OPEN INPUT Fexercices
        MOVE 0 TO Wsi_fin
        PERFORM WITH TEST AFTER UNTIL Wsi_fin = 1
            READ Fexercices NEXT
            AT END MOVE 1 TO Wsi_fin
            NOT AT END
                ADD 1 TO Wsi_count
                MOVE fsi_validite TO Wsi_validite
                IF Wsi_validite = 0 THEN
                    MOVE Wcfg_validiteExercice TO Wsi_validite
                END-IF
                DISPLAY "  - ", fsi_code, " ", fsi_libelle, " requis ",
fsi_requisTypes, " score min ", fsi_scoreMin, " validité ",
Wsi_validite, " j actif ", fsi_actif
            END-READ
        END-PERFORM
        CLOSE Fexercices
        IF Wsi_count = 0 THEN
            DISPLAY "  Catalogue vide."
        END-IF.

        EX_SAISIR_RESULTATS.
        ACCEPT Wsi_date FROM DATE YYYYMMDD
        DISPLAY "Identifiant de l'équipe ?"
        ACCEPT Wsi_idEquipe
        MOVE 0 TO Wsi_ok
        OPEN INPUT Fequipes
        MOVE Wsi_idEquipe TO fe_idEquipe
        READ Fequipes
        INVALID KEY
            DISPLAY "ERREUR ! Équipe inexistante !"
        NOT INVALID KEY
            IF fe_actif = 1 THEN
                MOVE 1 TO Wsi_ok
            ELSE
                DISPLAY "ERREUR ! Équipe inactive !"
            END-IF
        END-READ
        CLOSE Fequipes
        IF Wsi_ok = 1 THEN
            DISPLAY "Code de l'exercice ?"
            MOVE SPACES TO Wsi_code2
            ACCEPT Wsi_code2
            MOVE FUNCTION UPPER-CASE(Wsi_code2) TO Wsi_code
            MOVE 0 TO Wsi_ok
            OPEN INPUT Fexercices
            MOVE Wsi_code TO fsi_code
            READ Fexercices
            INVALID KEY
                DISPLAY "ERREUR ! Exercice inconnu du catalogue !"
            NOT INVALID KEY
                IF fsi_actif = 1 THEN
                    MOVE 1 TO Wsi_ok
                    MOVE fsi_scoreMin TO Wsi_scoreMin
                    MOVE fsi_libelle TO Wsi_libelle
                ELSE
                    DISPLAY "ERREUR ! Exercice inactif !"
                END-IF
            END-READ
            CLOSE Fexercices
        END-IF
        IF Wsi_ok = 1 THEN
            DISPLAY "Date de l'exercice (AAAAMMJJ) ? (0 : aujourd'hui)"
            MOVE 0 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                ACCEPT Wsi_dateExercice
                IF Wsi_dateExercice = 0 THEN
                    MOVE Wsi_date TO Wsi_dateExercice
                END-IF
                MOVE Wsi_dateExercice TO Wdt_date
                PERFORM VALIDER_DATE
                IF Wdt_ok = 1 AND Wsi_dateExercice > Wsi_date THEN
                    MOVE 0 TO Wdt_ok
                END-IF
                IF Wdt_ok = 0 THEN
                    DISPLAY "Date invalide ou future, recommencez."
                END-IF
            END-PERFORM
            MOVE 0 TO Wsi_count
            OPEN INPUT Fastronautes
            MOVE Wsi_idEquipe TO fa_idEquipe
            START Fastronautes, KEY IS = fa_idEquipe
            INVALID KEY
                DISPLAY "Aucun astronaute dans cette équipe."
            NOT INVALID KEY
                MOVE 0 TO Wsi_fin2
                PERFORM WITH TEST AFTER UNTIL Wsi_fin2 = 1
                    READ Fastronautes NEXT
                    AT END MOVE 1 TO Wsi_fin2
                    NOT AT END
                        IF fa_idEquipe NOT = Wsi_idEquipe THEN
                            MOVE 1 TO Wsi_fin2
                        ELSE
                            IF fa_actif = 1 THEN
                                PERFORM EX_ENREGISTRER_RESULTAT
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fastronautes
            MOVE "EQUIPES" TO Wau_module
            MOVE "EXERCICE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wsi_idEquipe DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wsi_code DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Wsi_dateExercice DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY Wsi_count, " résultat(s) enregistré(s) pour ",
FUNCTION TRIM(Wsi_libelle), "."
        END-IF.

        EX_ENREGISTRER_RESULTAT.
        DISPLAY "Score de ", fa_nom, " ", fa_prenom, " (0-100) ?"
        MOVE 999 TO Wsi_score
        PERFORM WITH TEST AFTER UNTIL Wsi_score <= 100
            ACCEPT Wsi_score
        END-PERFORM
        OPEN I-O Fresultats_exercices
        MOVE fa_idAstronaute TO fsx_idAstronaute
        MOVE Wsi_code TO fsx_code
        MOVE Wsi_dateExercice TO fsx_date
        READ Fresultats_exercices
        INVALID KEY
            MOVE 0 TO Wsi_trouve
        NOT INVALID KEY
            MOVE 1 TO Wsi_trouve
        END-READ
        MOVE Wsi_idEquipe TO fsx_idEquipe
        MOVE Wsi_score TO fsx_score
        IF Wsi_score >= Wsi_scoreMin THEN
            MOVE 1 TO fsx_resultat
        ELSE
            MOVE 2 TO fsx_resultat
        END-IF
        MOVE Wop_id TO fsx_operateur
        IF Wsi_trouve = 0 THEN
            WRITE sxTampon END-WRITE
        ELSE
            REWRITE sxTampon END-REWRITE
        END-IF
        IF fsx_stat NOT = 00 THEN
            MOVE fsx_stat TO Wchk_stat
            MOVE "Fresultats_exercices" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fresultats_exercices
        ADD 1 TO Wsi_count
        IF fsx_reussi THEN
            DISPLAY "  Réussi."
        ELSE
            DISPLAY "  Échoué (score minimal ", Wsi_scoreMin, ")."
        END-IF.

        EX_ETAT_EQUIPE.
        ACCEPT Wsi_date FROM DATE YYYYMMDD
        DISPLAY "Identifiant de l'équipe ?"
        ACCEPT Wsi_idEquipe
        DISPLAY "#############"
        DISPLAY "État des exercices sur simulateur de l'équipe n°",
Wsi_idEquipe, " :"
        MOVE 0 TO Wsi_count
        OPEN INPUT Fastronautes
        MOVE Wsi_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsi_fin2
            PERFORM WITH TEST AFTER UNTIL Wsi_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wsi_fin2
                NOT AT END
                    IF fa_idEquipe NOT = Wsi_idEquipe THEN
                        MOVE 1 TO Wsi_fin2
                    ELSE
                        IF fa_actif = 1 THEN
                            ADD 1 TO Wsi_count
                            DISPLAY "  ", fa_idAstronaute, " ", fa_nom,
" ", fa_prenom, " :"
                            MOVE fa_idAstronaute TO Wsi_idAstronaute
                            PERFORM EX_ETAT_ASTRONAUTE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes
        IF Wsi_count = 0 THEN
            DISPLAY "  Aucun astronaute actif dans cette équipe."
        END-IF.

        EX_ETAT_ASTRONAUTE.
        OPEN INPUT Fexercices
        MOVE 0 TO Wsi_fin
        PERFORM WITH TEST AFTER UNTIL Wsi_fin = 1
            READ Fexercices NEXT
            AT END MOVE 1 TO Wsi_fin
            NOT AT END
                IF fsi_actif = 1 THEN
                    MOVE fsi_code TO Wsi_code
                    PERFORM DERNIER_RESULTAT_EXERCICE
                    IF Wsi_dernierDate = 0 THEN
                        DISPLAY "      ", fsi_libelle, " : jamais passé"
                    ELSE
                        MOVE fsi_validite TO Wsi_validite
                        IF Wsi_validite = 0 THEN
                            MOVE Wcfg_validiteExercice TO Wsi_validite
                        END-IF
                        IF Wsi_derniereReussite = 0 THEN
                            DISPLAY "      ", fsi_libelle, " : dernier",
" essai le ", Wsi_dernierDate, " (score ", Wsi_dernierScore,
"), aucune réussite"
                        ELSE
                            COMPUTE Wsi_expiration =
                                FUNCTION DATE-OF-INTEGER(
                                FUNCTION INTEGER-OF-DATE(
                                Wsi_derniereReussite) + Wsi_validite)
                            IF Wsi_expiration < Wsi_date THEN
                                DISPLAY "      ", fsi_libelle,
" : réussite du ", Wsi_derniereReussite, " expirée le ",
Wsi_expiration
                            ELSE
                                DISPLAY "      ", fsi_libelle,
" : réussi le ", Wsi_derniereReussite, ", valide jusqu'au ",
Wsi_expiration
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fexercices.

        DETERMINER_ROLES_REQUIS.
        EVALUATE Wfm_typeMission
            WHEN 1
                MOVE 7 TO Wcfg_role1
                MOVE 4 TO Wcfg_role2
            WHEN 2
                MOVE 4 TO Wcfg_role1
                MOVE 0 TO Wcfg_role2
            WHEN 3
                MOVE 3 TO Wcfg_role1
                MOVE 5 TO Wcfg_role2
            WHEN 4
                MOVE 6 TO Wcfg_role1
                MOVE 0 TO Wcfg_role2
            WHEN 5
                MOVE 2 TO Wcfg_role1
                MOVE 9 TO Wcfg_role2
            WHEN OTHER
                MOVE 0 TO Wcfg_role1
                MOVE 0 TO Wcfg_role2
        END-EVALUATE.

        VERIFIER_CERTIFICATIONS_EQUIPE.
        ACCEPT Wct_date FROM DATE YYYYMMDD
" mission (dose estimée ", Wdo_dose, ")."
                            END-IF
                        END-IF
                        IF Wco_absent = 0 AND Wdisp_debut > 0 THEN
                            MOVE fa_idAstronaute TO Wrot_idAstro
                            MOVE Wdisp_debut TO Wrot_date
                            PERFORM ROT_DERNIER_RETOUR
                            IF Wrot_dernierRetour > 0 THEN
                                COMPUTE Wrot_jours =
                                    FUNCTION INTEGER-OF-DATE
                                        (Wdisp_debut) -
                                    FUNCTION INTEGER-OF-DATE
                                        (Wrot_dernierRetour)
                                IF Wrot_jours < Wcfg_reposMin THEN
                                    MOVE 1 TO Wco_absent
                                    DISPLAY "ATTENTION : ", fa_nom,
" ", fa_prenom, " a débarqué le ", Wrot_dernierRetour,
" ; le repos minimal de ", Wcfg_reposMin,
" jour(s) n'est pas respecté."
                                END-IF
                            END-IF
                        END-IF
                        IF Wco_absent = 0 THEN
                            ADD 1 TO Wdisp_nb
                        END-IF
        MOVE fe_nbAstronautes TO Waff_nbAstro
        PERFORM VERIFIER_RAYON_VAISSEAU
        PERFORM VERIFIER_CERTIFICATIONS_EQUIPE
        MOVE 0 TO Wnv_typeMission
        IF Wcf_idMission > 0 THEN
            OPEN INPUT Fmissions
            MOVE Wcf_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fm_typeMission TO Wnv_typeMission
            END-READ
            CLOSE Fmissions
        END-IF
        MOVE Wfv_nomVaisseau TO Wnv_nomVaisseau
        ACCEPT Wnv_date FROM DATE YYYYMMDD
        MOVE 1 TO Wnv_equipage
        MOVE 0 TO Wnv_roleCargo
        PERFORM NAVIG_CONTROLER
        IF Wnv_ok = 0 THEN
            DISPLAY "Affectation refusée : certificat de navigabilité",
" du vaisseau."
        ELSE
        IF Wcarb_manque = 1 THEN
            DISPLAY "Affectation refusée : le carburant restant du",
" vaisseau (", fv_carburant, " unité(s)) ne couvre pas le trajet",
" jusqu'au lieu de la mission."
        ELSE
        MOVE 0 TO Wpx_maxBord
        IF Wcf_idMission > 0 THEN
            MOVE Wcf_idMission TO Wpx_idMission
            MOVE 0 TO Wpx_embNouv
            MOVE 0 TO Wpx_debNouv
            PERFORM PX_OCCUPATION
            ADD Wpx_maxBord TO Waff_nbAstro
        END-IF
        IF fv_capacite < Waff_nbAstro THEN
            DISPLAY "Capacité insuffisante sur ce vaisseau pour cette",
" équipe."
            IF Wpx_maxBord > 0 THEN
                DISPLAY "(", Wpx_maxBord, " passager(s) ou relève(s)",
" à bord au plus",
" fort de la mission n°", Wcf_idMission, ")"
            END-IF
        ELSE
            OPEN INPUT Fequipes
            MOVE Wfv_nomVaisseau TO fe_nomVaisseau
            END-START
            CLOSE Fequipes
        END-IF
        END-IF
        END-IF.

        AJOUT_EQUIPE.
                    END-IF
                END-READ
                CLOSE Fmissions
                IF Wmission = 1 AND fe_nomVaisseau NOT = SPACES THEN
                    MOVE fe_nomVaisseau TO Wnv_nomVaisseau
                    ACCEPT Wnv_date FROM DATE YYYYMMDD
                    MOVE 1 TO Wnv_equipage
                    MOVE Wfm_typeMission TO Wnv_typeMission
                    MOVE 0 TO Wnv_roleCargo
                    PERFORM NAVIG_CONTROLER
                    IF Wnv_ok = 0 THEN
                        DISPLAY "Affectation refusée : certificat de",
" navigabilité du vaisseau de l'équipe."
                        MOVE 0 TO Wmission
                    END-IF
                END-IF
                IF Wmission = 1 AND fe_dateDernierRetour > 0
                AND Wdisp_debut > 0 THEN
                    COMPUTE Wrm_jours =
                        MOVE 0 TO Wmission
                    END-IF
                END-IF
                IF Wmission = 1 THEN
                    MOVE Wfe_idEquipe TO Wix_idEquipe
                    MOVE 0 TO Wix_idNouveau
                    MOVE 0 TO Wix_silence
                    MOVE Wdisp_debut TO Wix_date
                    IF Wix_date = 0 THEN
                        ACCEPT Wix_date FROM DATE YYYYMMDD
                    END-IF
                    PERFORM CONTROLER_INCOMPAT_EQUIPE
                    IF Wix_conflits > 0 THEN
                        DISPLAY "Affectation refusée : l'équipe compte ",
Wix_conflits, " paire(s) d'astronautes incompatible(s)."
                        MOVE 0 TO Wmission
                    END-IF
                END-IF
                IF Wmission = 1 THEN
                    CLOSE Fequipes
                    OPEN INPUT Fequipes
                END-IF
            END-IF
            IF Wfmodif = 4 THEN
                ACCEPT Wper_date FROM DATE YYYYMMDD
                PERFORM VERIFIER_PERIODE_OUVERTE
                IF Wper_ouverte = 1 THEN
                    DISPLAY "Nouveau budget de fonctionnement ?"
                    ACCEPT Wfe_budgetFonct
                    MOVE Wfe_budgetFonct TO fe_budgetFonctionnement
                    REWRITE eTampon END-REWRITE
                    IF fe_stat NOT = 00 THEN
                        MOVE fe_stat TO Wchk_stat
                        MOVE "Fequipes" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "EQUIPES" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fe_idEquipe TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Équipe modifiée."
                END-IF
            END-IF
            IF Wfmodif = 5 THEN
                ACCEPT Wper_date FROM DATE YYYYMMDD
                PERFORM VERIFIER_PERIODE_OUVERTE
                IF Wper_ouverte = 1 THEN
                    DISPLAY "Montant de la dépense de fonctionnement ?"
                    ACCEPT Wfe_depenseFonct
                    ADD Wfe_depenseFonct TO fe_depensesFonctionnement
                    REWRITE eTampon END-REWRITE
                    IF fe_stat NOT = 00 THEN
                        MOVE fe_stat TO Wchk_stat
                        MOVE "Fequipes" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "EQUIPES" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fe_idEquipe TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Dépense enregistrée. Dépenses cumulées : ",
fe_depensesFonctionnement
                END-IF
            END-IF
          END-IF
          UNLOCK Fequipes
                        END-READ
                        CLOSE Fequipes
                    END-IF
                    IF Wverif_e = 0 THEN
                        MOVE Wfm_idEquipe TO Wix_idEquipe
                        MOVE Wfa_idAstronaute TO Wix_idNouveau
                        MOVE 0 TO Wix_silence
                        ACCEPT Wix_date FROM DATE YYYYMMDD
                        PERFORM CONTROLER_INCOMPAT_EQUIPE
                        IF Wix_conflits > 0 THEN
                            MOVE 1 TO Wverif_e
                            DISPLAY "Incompatibilité déclarée avec un",
" membre de l'équipe de destination : transfert impossible."
                        END-IF
                    END-IF
                    IF Wverif_e = 0 THEN
                        OPEN I-O Fastronautes
                        MOVE Wfa_idAstronaute TO fa_idAstronaute
            DISPLAY "  Aucune demande en attente."
        END-IF.

        LIRE_INCOMPATIBILITE.
        MOVE 0 TO Wix_trouve
        MOVE SPACES TO Wix_motif
        OPEN INPUT Fincompat
        IF Wix_idA < Wix_idB THEN
            MOVE Wix_idA TO fix_idAstronauteA
            MOVE Wix_idB TO fix_idAstronauteB
        ELSE
            MOVE Wix_idB TO fix_idAstronauteA
            MOVE Wix_idA TO fix_idAstronauteB
        END-IF
        READ Fincompat
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fix_actif = 1 AND fix_dateDebut <= Wix_date
            AND (fix_dateFin = 0 OR fix_dateFin >= Wix_date) THEN
                MOVE 1 TO Wix_trouve
                MOVE fix_motif TO Wix_motif
            END-IF
        END-READ
        CLOSE Fincompat.

        CONTROLER_INCOMPAT_EQUIPE.
        MOVE 0 TO Wix_conflits
        MOVE 0 TO Wix_nb
        OPEN INPUT Fastronautes
        MOVE Wix_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wix_fin
            PERFORM WITH TEST AFTER UNTIL Wix_fin = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wix_fin
                NOT AT END
                    IF fa_idEquipe NOT = Wix_idEquipe THEN
                        MOVE 1 TO Wix_fin
                    ELSE
                        IF fa_actif = 1 AND Wix_nb < 50
                        AND fa_idAstronaute NOT = Wix_idNouveau THEN
                            ADD 1 TO Wix_nb
                            MOVE fa_idAstronaute TO Wix_membre(Wix_nb)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes
        IF Wix_idNouveau > 0 THEN
            PERFORM VARYING Wix_i FROM 1 BY 1 UNTIL Wix_i > Wix_nb
                MOVE Wix_idNouveau TO Wix_idA
                MOVE Wix_membre(Wix_i) TO Wix_idB
                PERFORM SIGNALER_INCOMPATIBILITE
            END-PERFORM
        ELSE
            PERFORM VARYING Wix_i FROM 1 BY 1 UNTIL Wix_i >= Wix_nb
                PERFORM VARYING Wix_j FROM Wix_i BY 1
                        UNTIL Wix_j >= Wix_nb
                    MOVE Wix_membre(Wix_i) TO Wix_idA
                    MOVE Wix_membre(Wix_j + 1) TO Wix_idB
                    PERFORM SIGNALER_INCOMPATIBILITE
                END-PERFORM
            END-PERFORM
        END-IF.

        SIGNALER_INCOMPATIBILITE.
        PERFORM LIRE_INCOMPATIBILITE
        IF Wix_trouve = 1 THEN
            ADD 1 TO Wix_conflits
            IF Wix_silence = 0 THEN
                DISPLAY "  Incompatibilité déclarée : astronautes n°",
Wix_idA, " et n°", Wix_idB, " (", FUNCTION TRIM(Wix_motif), ")"
            END-IF
        END-IF.

        GERER_INCOMPATIBILITES.
        DISPLAY ' '
        DISPLAY "1 : Déclarer une incompatibilité // 2 : Lever une",
" incompatibilité // 3 : Lister le registre"
        MOVE 0 TO Wix_choix
        PERFORM WITH TEST AFTER UNTIL
                Wix_choix = 1 OR Wix_choix = 2 OR Wix_choix = 3
            ACCEPT Wix_choix
        END-PERFORM
        ACCEPT Wix_aujourdhui FROM DATE YYYYMMDD
        IF Wix_choix = 3 THEN
            PERFORM LISTER_INCOMPATIBILITES
        ELSE
            DISPLAY "Identifiant du premier astronaute ?"
            MOVE 0 TO Wix_idA
            ACCEPT Wix_idA
            DISPLAY "Identifiant du second astronaute ?"
            MOVE 0 TO Wix_idB
            ACCEPT Wix_idB
            MOVE 1 TO Wix_ok
            IF Wix_idA = Wix_idB THEN
                DISPLAY "Les deux astronautes doivent être différents."
                MOVE 0 TO Wix_ok
            END-IF
            IF Wix_ok = 1 THEN
                MOVE 0 TO Wix_equipeA
                MOVE 0 TO Wix_equipeB
                OPEN INPUT Fastronautes
                MOVE Wix_idA TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    MOVE 0 TO Wix_ok
                NOT INVALID KEY
                    IF fa_actif = 0 THEN
                        MOVE 0 TO Wix_ok
                    END-IF
                    MOVE fa_idEquipe TO Wix_equipeA
                END-READ
                MOVE Wix_idB TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    MOVE 0 TO Wix_ok
                NOT INVALID KEY
                    IF fa_actif = 0 THEN
                        MOVE 0 TO Wix_ok
                    END-IF
                    MOVE fa_idEquipe TO Wix_equipeB
                END-READ
                CLOSE Fastronautes
                IF Wix_ok = 0 THEN
                    DISPLAY "Astronaute inexistant."
                END-IF
            END-IF
            IF Wix_ok = 1 AND Wix_choix = 1 THEN
                PERFORM DECLARER_INCOMPATIBILITE
            END-IF
            IF Wix_ok = 1 AND Wix_choix = 2 THEN
                PERFORM LEVER_INCOMPATIBILITE
            END-IF
        END-IF.

        DECLARER_INCOMPATIBILITE.
        DISPLAY "Motif de l'incompatibilité ?"
        ACCEPT Wix_motif
        DISPLAY "Date de début de validité (AAAAMMJJ, 0 pour",
" aujourd'hui) ?"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            MOVE 0 TO Wix_dateDebut
            ACCEPT Wix_dateDebut
            IF Wix_dateDebut = 0 THEN
                MOVE Wix_aujourdhui TO Wix_dateDebut
            END-IF
            MOVE Wix_dateDebut TO Wdt_date
            PERFORM VALIDER_DATE
        END-PERFORM
        DISPLAY "Date de fin de validité (AAAAMMJJ, 0 sans limite) ?"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            MOVE 0 TO Wix_dateFin
            ACCEPT Wix_dateFin
            IF Wix_dateFin = 0 THEN
                MOVE 1 TO Wdt_ok
            ELSE
                MOVE Wix_dateFin TO Wdt_date
                PERFORM VALIDER_DATE
                IF Wdt_ok = 1 AND Wix_dateFin < Wix_dateDebut THEN
                    DISPLAY "La date de fin précède la date de début."
                    MOVE 0 TO Wdt_ok
                END-IF
            END-IF
        END-PERFORM
        OPEN I-O Fincompat
        IF Wix_idA < Wix_idB THEN
            MOVE Wix_idA TO fix_idAstronauteA
            MOVE Wix_idB TO fix_idAstronauteB
        ELSE
            MOVE Wix_idB TO fix_idAstronauteA
            MOVE Wix_idA TO fix_idAstronauteB
        END-IF
        READ Fincompat
        INVALID KEY
            MOVE 0 TO Wix_trouve
        NOT INVALID KEY
            MOVE 1 TO Wix_trouve
        END-READ
        MOVE Wix_motif TO fix_motif
        MOVE Wix_dateDebut TO fix_dateDebut
        MOVE Wix_dateFin TO fix_dateFin
        MOVE 1 TO fix_actif
        MOVE Wop_id TO fix_opSaisie
        MOVE Wix_aujourdhui TO fix_dateSaisie
        IF Wix_trouve = 0 THEN
            WRITE ixTampon END-WRITE
        ELSE
            REWRITE ixTampon END-REWRITE
        END-IF
        IF fix_stat NOT = 00 THEN
            MOVE fix_stat TO Wchk_stat
            MOVE "Fincompat" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fincompat
        MOVE "ASTRONAUTES" TO Wau_module
        MOVE "INCOMPAT" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wix_idA DELIMITED BY SIZE
            " / " DELIMITED BY SIZE
            Wix_idB DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Incompatibilité enregistrée au registre."
        IF Wix_equipeA > 0 AND Wix_equipeA = Wix_equipeB THEN
            DISPLAY "ATTENTION : ces deux astronautes sont",
" actuellement membres de la même équipe (n°", Wix_equipeA, ")."
        END-IF.

        LEVER_INCOMPATIBILITE.
        OPEN I-O Fincompat
        IF Wix_idA < Wix_idB THEN
            MOVE Wix_idA TO fix_idAstronauteA
            MOVE Wix_idB TO fix_idAstronauteB
        ELSE
            MOVE Wix_idB TO fix_idAstronauteA
            MOVE Wix_idA TO fix_idAstronauteB
        END-IF
        READ Fincompat
        INVALID KEY
            DISPLAY "Aucune incompatibilité déclarée pour cette paire."
        NOT INVALID KEY
            IF fix_actif = 0 THEN
                DISPLAY "Cette incompatibilité est déjà levée."
            ELSE
                MOVE 0 TO fix_actif
                MOVE Wix_aujourdhui TO fix_dateFin
                REWRITE ixTampon END-REWRITE
                IF fix_stat NOT = 00 THEN
                    MOVE fix_stat TO Wchk_stat
                    MOVE "Fincompat" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "ASTRONAUTES" TO Wau_module
                MOVE "INCOMP-LEV" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING Wix_idA DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wix_idB DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Incompatibilité levée."
            END-IF
        END-READ
        CLOSE Fincompat.

        LISTER_INCOMPATIBILITES.
        DISPLAY "#############"
        DISPLAY "Registre des incompatibilités d'équipage :"
        MOVE 0 TO Wix_count
        OPEN INPUT Fincompat
        MOVE 0 TO Wix_fin
        PERFORM WITH TEST AFTER UNTIL Wix_fin = 1
            READ Fincompat NEXT
            AT END MOVE 1 TO Wix_fin
            NOT AT END
                ADD 1 TO Wix_count
                EVALUATE TRUE
                    WHEN fix_actif = 0
                        MOVE "levée" TO Wix_etat
                    WHEN fix_dateDebut > Wix_aujourdhui
                        MOVE "à venir" TO Wix_etat
                    WHEN fix_dateFin > 0
                    AND fix_dateFin < Wix_aujourdhui
                        MOVE "expirée" TO Wix_etat
                    WHEN OTHER
                        MOVE "en vigueur" TO Wix_etat
                END-EVALUATE
                DISPLAY "  - n°", fix_idAstronauteA, " / n°",
fix_idAstronauteB, " : ", FUNCTION TRIM(fix_motif)
                DISPLAY "      du ", fix_dateDebut, " au ",
fix_dateFin, " - ", Wix_etat, " (saisie ", fix_opSaisie, " le ",
fix_dateSaisie, ")"
            END-READ
        END-PERFORM
        CLOSE Fincompat
        IF Wix_count = 0 THEN
            DISPLAY "  Aucune incompatibilité déclarée."
        END-IF.

        RAPPORT_PAIRES_VOLS.
        DISPLAY "Nombre minimal de missions communes ? (1 par défaut)"
        MOVE 0 TO Wpv_seuil
        ACCEPT Wpv_seuil
        IF Wpv_seuil = 0 THEN
            MOVE 1 TO Wpv_seuil
        END-IF
        ACCEPT Wix_date FROM DATE YYYYMMDD
        MOVE 0 TO Wpv_nb
        MOVE 0 TO Wpv_nbVol
        MOVE 0 TO Wpv_mission
        MOVE 0 TO Wpv_depasse
        OPEN INPUT Fvols
        MOVE 0 TO fvo_idMission
        START Fvols, KEY IS >= fvo_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpv_fin
            PERFORM WITH TEST AFTER UNTIL Wpv_fin = 1
                READ Fvols NEXT
                AT END MOVE 1 TO Wpv_fin
                NOT AT END
                    IF fvo_idMission NOT = Wpv_mission THEN
                        PERFORM CUMULER_PAIRES_MISSION
                        MOVE fvo_idMission TO Wpv_mission
                        MOVE 0 TO Wpv_nbVol
                    END-IF
                    IF Wpv_nbVol < 50 THEN
                        ADD 1 TO Wpv_nbVol
                        MOVE fvo_idAstronaute TO Wpv_vol(Wpv_nbVol)
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvols
        PERFORM CUMULER_PAIRES_MISSION
        PERFORM VARYING Wpv_i FROM 1 BY 1 UNTIL Wpv_i >= Wpv_nb
            PERFORM VARYING Wpv_j FROM 1 BY 1
                    UNTIL Wpv_j > Wpv_nb - Wpv_i
                IF Wpv_eNb(Wpv_j) < Wpv_eNb(Wpv_j + 1) THEN
                    MOVE Wpv_entry(Wpv_j) TO WpvSwap
                    MOVE Wpv_entry(Wpv_j + 1) TO Wpv_entry(Wpv_j)
                    MOVE WpvSwap TO Wpv_entry(Wpv_j + 1)
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE "PAIRES_VOLS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Missions volées ensemble par paire d'astronautes"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wpv_count
        OPEN INPUT Fastronautes
        PERFORM VARYING Wpv_i FROM 1 BY 1 UNTIL Wpv_i > Wpv_nb
            IF Wpv_eNb(Wpv_i) >= Wpv_seuil THEN
                ADD 1 TO Wpv_count
                MOVE SPACES TO Wpv_nomA
                MOVE Wpv_eA(Wpv_i) TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING fa_prenom DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        fa_nom DELIMITED BY "  "
                        INTO Wpv_nomA
                    END-STRING
                END-READ
                MOVE SPACES TO Wpv_nomB
                MOVE Wpv_eB(Wpv_i) TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING fa_prenom DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        fa_nom DELIMITED BY "  "
                        INTO Wpv_nomB
                    END-STRING
                END-READ
                MOVE Wpv_eNb(Wpv_i) TO Wpv_nbECR
                MOVE SPACES TO Wsp_ligne
                STRING "  " DELIMITED BY SIZE
                    Wpv_nbECR DELIMITED BY SIZE
                    " mission(s) : n°" DELIMITED BY SIZE
                    Wpv_eA(Wpv_i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wpv_nomA DELIMITED BY "  "
                    " / n°" DELIMITED BY SIZE
                    Wpv_eB(Wpv_i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wpv_nomB DELIMITED BY "  "
                    INTO Wsp_ligne
                END-STRING
                MOVE Wpv_eA(Wpv_i) TO Wix_idA
                MOVE Wpv_eB(Wpv_i) TO Wix_idB
                PERFORM LIRE_INCOMPATIBILITE
                IF Wix_trouve = 1 THEN
                    MOVE "INCOMPATIBLE" TO Wsp_ligne(110:12)
                END-IF
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-PERFORM
        CLOSE Fastronautes
        IF Wpv_count = 0 THEN
            MOVE "  Aucune paire ne correspond au critère."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        IF Wpv_depasse = 1 THEN
            MOVE "  ATTENTION : plus de 2000 paires distinctes, le"
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "  décompte est limité aux 2000 premières rencontrées."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        CUMULER_PAIRES_MISSION.
        PERFORM VARYING Wpv_i FROM 1 BY 1 UNTIL Wpv_i >= Wpv_nbVol
            PERFORM VARYING Wpv_j FROM Wpv_i BY 1
                    UNTIL Wpv_j >= Wpv_nbVol
                IF Wpv_vol(Wpv_i) < Wpv_vol(Wpv_j + 1) THEN
                    MOVE Wpv_vol(Wpv_i) TO Wpv_a
                    MOVE Wpv_vol(Wpv_j + 1) TO Wpv_b
                ELSE
                    MOVE Wpv_vol(Wpv_j + 1) TO Wpv_a
                    MOVE Wpv_vol(Wpv_i) TO Wpv_b
                END-IF
                MOVE 0 TO Wpv_trouve
                PERFORM VARYING Wpv_k FROM 1 BY 1
                        UNTIL Wpv_k > Wpv_nb OR Wpv_trouve = 1
                    IF Wpv_eA(Wpv_k) = Wpv_a
                    AND Wpv_eB(Wpv_k) = Wpv_b THEN
                        MOVE 1 TO Wpv_trouve
                        ADD 1 TO Wpv_eNb(Wpv_k)
                    END-IF
                END-PERFORM
                IF Wpv_trouve = 0 THEN
                    IF Wpv_nb < 2000 THEN
                        ADD 1 TO Wpv_nb
                        MOVE Wpv_a TO Wpv_eA(Wpv_nb)
                        MOVE Wpv_b TO Wpv_eB(Wpv_nb)
                        MOVE 1 TO Wpv_eNb(Wpv_nb)
                    ELSE
                        MOVE 1 TO Wpv_depasse
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM.

        AFFICHER_EQUIPE.
        OPEN INPUT Fequipes
        DISPLAY "Identifiant de l'�quipe ?"
fe_budgetFonctionnement
            DISPLAY "Dépenses de fonctionnement : ",
fe_depensesFonctionnement
            PERFORM SITUATION_BUDGET_EQUIPE
            DISPLAY "Engagements en cours : ", Wng_engage
            DISPLAY "Disponible (budget - dépensé - engagé) : ",
Wng_libreECR
            DISPLAY "Membres de l'équipe :"
            MOVE fe_idEquipe TO Wfe_idEquipe
            OPEN INPUT Fastronautes
          ELSE
            CLOSE Fequipes
            DISPLAY "Type de mission envisagé ?"
            MOVE "TMIS" TO Wcx_table
            MOVE 0 TO Wcx_zeroOk
            PERFORM SAISIR_CODE_REFERENCE
            MOVE Wcx_code TO Wfm_typeMission
            EVALUATE Wfm_typeMission
                WHEN 1
                    MOVE 1 TO Wcfg_spec1
                WHEN 5
                    MOVE 3 TO Wcfg_spec1
                    MOVE 6 TO Wcfg_spec2
                WHEN OTHER
                    MOVE 0 TO Wcfg_spec1
                    MOVE 0 TO Wcfg_spec2
            END-EVALUATE
            PERFORM VARYING Wsp_i FROM 1 BY 1 UNTIL Wsp_i > 99
                MOVE 0 TO Wsp_nb(Wsp_i)
            END-PERFORM
            OPEN INPUT Fastronautes
                        IF fa_idEquipe NOT = Wfe_idEquipe THEN
                            MOVE 1 TO Wsp_fin
                        ELSE
                            IF fa_actif = 1 AND fa_specialite > 0 THEN
                                ADD 1 TO Wsp_nb(fa_specialite)
                            END-IF
                        END-IF
            DISPLAY "#############"
            DISPLAY "Bilan de compétences de l'équipe n°",
Wfe_idEquipe, " :"
            PERFORM VARYING Wsp_i FROM 1 BY 1 UNTIL Wsp_i > 99
                MOVE Wsp_i TO fa_specialite
                PERFORM ECRIRE_SPECIALITE_ASTRONAUTE
                IF Wcx_valide = 1 OR Wsp_nb(Wsp_i) > 0 THEN
                    DISPLAY "  ", Wfa_specialiteECR, " : ",
Wsp_nb(Wsp_i), " membre(s)"
                END-IF
            END-PERFORM
            DISPLAY "Spécialités requises pour ce type de mission :"
            IF Wcfg_spec1 > 0 THEN
