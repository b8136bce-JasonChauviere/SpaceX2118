                END-IF
            END-READ
            CLOSE Fmissions
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wav_idMission
            PERFORM VERIF_AUTONOMIE_MISSION
            IF Wav_ok = 0 THEN
                MOVE 0 TO Wverif_dep
            END-IF
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wpt_idMission
            PERFORM CONTROLER_PERMIS_MISSION
            IF Wpt_okMission = 0 THEN
                MOVE 0 TO Wverif_dep
            END-IF
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wcs_idMission
            PERFORM COMPOSANTS_MISSION
            IF Wcs_okMission = 0 THEN
                MOVE 0 TO Wverif_dep
            END-IF
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wnv_idMission
            PERFORM NAVIG_MISSION
            IF Wnv_okMission = 0 THEN
                MOVE 0 TO Wverif_dep
            END-IF
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wmd_idMission
            PERFORM MD_CONTROLER_MISSION
            IF Wmd_okMission = 0 THEN
                MOVE 0 TO Wverif_dep
            END-IF
        END-IF
        IF Wverif_dep = 1 THEN
            MOVE Wfm_idMission TO Wep_idMission
            PERFORM EQUIPEMENTS_MISSION
            IF Wep_okMission = 0 THEN
                MOVE 0 TO Wverif_dep
                DISPLAY "Mission maintenue Planifiée : combinaison",
" manquante ou hors service."
            END-IF
        END-IF.

        VERIF_AUTONOMIE_MISSION.
        MOVE 1 TO Wav_ok
        ACCEPT Wav_date FROM DATE YYYYMMDD
        MOVE 0 TO Wav_equipage
        OPEN INPUT Fequipes
        MOVE Wav_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wav_fin
            PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wav_fin
                NOT AT END
                    IF fe_idMission NOT = Wav_idMission THEN
                        MOVE 1 TO Wav_fin
                    ELSE
                        IF fe_actif = 1 THEN
                            ADD fe_nbAstronautes TO Wav_equipage
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        MOVE 0 TO Wav_duree
        OPEN INPUT Fetapes
        MOVE Wav_idMission TO fet_idMission
        START Fetapes, KEY IS = fet_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wav_fin
            PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
                READ Fetapes NEXT
                AT END MOVE 1 TO Wav_fin
                NOT AT END
                    IF fet_idMission NOT = Wav_idMission THEN
                        MOVE 1 TO Wav_fin
                    ELSE
                        IF fet_actif = 1 THEN
                            ADD fet_dureePrevue TO Wav_duree
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fetapes
        IF Wav_equipage > 0 AND Wav_duree > 0 THEN
            PERFORM AUTONOMIE_BESOINS
            MOVE 0 TO Wav_nbVs
            OPEN INPUT Fvaisseaux
            MOVE Wav_idMission TO fv_idMission
            START Fvaisseaux, KEY IS = fv_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wav_fin
                PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
                    READ Fvaisseaux NEXT
                    AT END MOVE 1 TO Wav_fin
                    NOT AT END
                        IF fv_idMission NOT = Wav_idMission THEN
                            MOVE 1 TO Wav_fin
                        ELSE
                            IF fv_actif = 1 THEN
                                MOVE fv_nomVaisseau TO Wav_nomVaisseau
                                PERFORM AJOUTER_VAISSEAU_AUTONOMIE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fvaisseaux
            OPEN INPUT Fconvoi
            MOVE Wav_idMission TO fcv_idMission
            START Fconvoi, KEY IS = fcv_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wav_fin
                PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
                    READ Fconvoi NEXT
                    AT END MOVE 1 TO Wav_fin
                    NOT AT END
                        IF fcv_idMission NOT = Wav_idMission THEN
                            MOVE 1 TO Wav_fin
                        ELSE
                            IF fcv_actif = 1 THEN
                                MOVE fcv_nomVaisseau TO Wav_nomVaisseau
                                PERFORM AJOUTER_VAISSEAU_AUTONOMIE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fconvoi
            PERFORM AUTONOMIE_BILAN
        END-IF.

        AUTONOMIE_BESOINS.
        MOVE 0 TO Wav_nbArt
        OPEN INPUT Fcatalogue
        MOVE 0 TO Wav_fin
        PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
            READ Fcatalogue NEXT
            AT END MOVE 1 TO Wav_fin
            NOT AT END
                IF fca_actif = 1 AND fca_categorie = 1 AND
                   fca_consoJour > 0 AND Wav_nbArt < 100 THEN
                    ADD 1 TO Wav_nbArt
                    MOVE fca_nomArticle TO Wav_nom(Wav_nbArt)
                    MOVE fca_consoJour TO Wav_conso(Wav_nbArt)
                    COMPUTE Wav_besoin(Wav_nbArt) =
                        Wav_equipage * Wav_duree * fca_consoJour
                    MOVE 0 TO Wav_dispo(Wav_nbArt)
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcatalogue.

        AUTONOMIE_BILAN.
        OPEN INPUT Fcargo
        PERFORM VARYING Wav_j FROM 1 BY 1 UNTIL Wav_j > Wav_nbVs
            MOVE Wav_vaisseau(Wav_j) TO fcg_nomVaisseau
            START Fcargo, KEY IS = fcg_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wav_fin
                PERFORM WITH TEST AFTER UNTIL Wav_fin = 1
                    READ Fcargo NEXT
                    AT END MOVE 1 TO Wav_fin
                    NOT AT END
                        IF fcg_nomVaisseau NOT = Wav_vaisseau(Wav_j)
                        THEN
                            MOVE 1 TO Wav_fin
                        ELSE
                            IF fcg_actif = 1 AND fcg_ravitaillement
                               AND (fcg_dateExpiration = 0 OR
                               fcg_dateExpiration >= Wav_date) THEN
                                PERFORM VARYING Wav_i FROM 1 BY 1
                                        UNTIL Wav_i > Wav_nbArt
                                    IF Wav_nom(Wav_i) = fcg_item THEN
                                        ADD fcg_quantite
                                            TO Wav_dispo(Wav_i)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-PERFORM
        CLOSE Fcargo
        PERFORM VARYING Wav_i FROM 1 BY 1 UNTIL Wav_i > Wav_nbArt
            IF Wav_besoin(Wav_i) > Wav_dispo(Wav_i) THEN
                IF Wav_ok = 1 THEN
                    DISPLAY "ERREUR ! Autonomie de survie",
" insuffisante (", Wav_equipage, " membre(s) d'équipage, ",
Wav_duree, " jour(s) d'étapes) :"
                END-IF
                MOVE 0 TO Wav_ok
                COMPUTE Wav_deficit =
                    Wav_besoin(Wav_i) - Wav_dispo(Wav_i)
                MOVE Wav_besoin(Wav_i) TO Wav_besoinECR
                MOVE Wav_dispo(Wav_i) TO Wav_dispoECR
                MOVE Wav_deficit TO Wav_deficitECR
                DISPLAY "  - ", Wav_nom(Wav_i), " : besoin ",
Wav_besoinECR, ", à bord ", Wav_dispoECR, ", manque ", Wav_deficitECR
            END-IF
        END-PERFORM.

        AJOUTER_VAISSEAU_AUTONOMIE.
        MOVE 0 TO Wav_dejaVu
        PERFORM VARYING Wav_j FROM 1 BY 1 UNTIL Wav_j > Wav_nbVs
            IF Wav_vaisseau(Wav_j) = Wav_nomVaisseau THEN
                MOVE 1 TO Wav_dejaVu
            END-IF
        END-PERFORM
        IF Wav_dejaVu = 0 AND Wav_nbVs < 20 THEN
            ADD 1 TO Wav_nbVs
            MOVE Wav_nomVaisseau TO Wav_vaisseau(Wav_nbVs)
        END-IF.

        AJOUT_MISSION.
                    MOVE Wdt_date TO Wfm_dateFin
                    MOVE Wfm_dateDebut TO fm_dateDebut
                    MOVE Wfm_dateFin TO fm_dateFin
                    MOVE Wfm_nomLieu TO Wpt_lieu
                    PERFORM PAYS_PROPRIETAIRE_LIEU
                    MOVE Wfm_idMission TO Wpt_idMission
                    MOVE Wfm_dateDebut TO Wpt_dateDebut
                    MOVE Wfm_dateFin TO Wpt_dateFin
                    MOVE 0 TO Wpt_nbV
                    PERFORM CONTROLER_PERMIS_LIEU
                    IF Wpt_ok = 0 THEN
                        DISPLAY "Mission refusée : enregistrez d'abord",
" un permis d'accès couvrant ces dates."
                    ELSE
                        DISPLAY "Budget estimé pour cette mission ?"
                        ACCEPT Wfm_budgetEstime
                        MOVE Wfm_budgetEstime TO fm_budgetEstime
                        DISPLAY "Devise du budget ? (code à 3 lettres,",
" vide pour EUR)"
                        MOVE SPACES TO Wfm_devise2
                        ACCEPT Wfm_devise2
                        IF Wfm_devise2 = SPACES THEN
                            MOVE "EUR" TO Wfm_devise
                        ELSE
                            MOVE FUNCTION UPPER-CASE(Wfm_devise2)
                                TO Wfm_devise
                        END-IF
                        MOVE Wfm_devise TO fm_devise
                        MOVE 0 TO fm_coutReel
                        MOVE 1 TO fm_actif
                        MOVE 1 TO fm_statut
                        DISPLAY "Type de la mission ?"
                        MOVE "TMIS" TO Wcx_table
                        MOVE 0 TO Wcx_zeroOk
                        PERFORM SAISIR_CODE_REFERENCE
                        MOVE Wcx_code TO Wfm_typeMission
                        MOVE Wfm_typeMission TO fm_typeMission
                        DISPLAY "Cette mission dépend-elle d'une autre",
" mission déjà Terminée pour pouvoir démarrer ?",
" (identifiant, 0 si aucune dépendance)"
                        ACCEPT Wfm_idMissionDepend
                        MOVE 1 TO Wverif_dep
                        IF Wfm_idMissionDepend > 0 THEN
                            MOVE mTampon TO Wm_sauve
                            PERFORM VERIF_MISSION_DEPENDANTE
                            MOVE Wm_sauve TO mTampon
                        END-IF
                        IF Wverif_dep = 0 THEN
                            DISPLAY "Mission dont dépend la nouvelle",
" mission introuvable, dépendance ignorée."
                            MOVE 0 TO Wfm_idMissionDepend
                        END-IF
                        MOVE Wfm_idMissionDepend TO fm_idMissionDepend
                        DISPLAY "Classification de la mission ?",
" (1 : Routine // 2 : Classifiée)"
                        MOVE 0 TO Wfm_classification
                        PERFORM WITH TEST AFTER UNTIL
                                Wfm_classification = 1 OR
                                Wfm_classification = 2
                            ACCEPT Wfm_classification
                        END-PERFORM
                        MOVE Wfm_classification TO fm_classification
                        PERFORM EVALUER_RISQUE_MISSION
                        OPEN I-O Fmissions
                        WRITE mTampon END-WRITE
                        IF fm_stat NOT = 00 THEN
                            MOVE fm_stat TO Wchk_stat
                            MOVE "Fmissions" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        CLOSE Fmissions
                        MOVE "MISSIONS" TO Wau_module
                        MOVE "AJOUT" TO Wau_action
                        MOVE fm_idMission TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        MOVE "MISSION" TO Wsq_nom
                        MOVE fm_idMission TO Wsq_utilise
                        PERFORM MAJ_SEQUENCE
                        DISPLAY "Mission ajoutée avec succès."
                        MOVE Wfm_idMission TO Wfet_idMission
                        PERFORM AJOUT_ETAPES_MISSION
                        MOVE Wfm_idMission TO Wob_idMission
                        PERFORM AJOUT_OBJECTIFS_MISSION
                    END-IF
                END-IF
            END-IF
            PERFORM WITH TEST AFTER UNTIL Waj_m = 0 OR Waj_m = 1
        DISPLAY " "
        DISPLAY "Itinéraire de la mission (étapes intermédiaires",
" avant la destination finale) :"
        MOVE Wfet_idMission TO Wpt_idMission
        MOVE 0 TO Wpt_dateDebut
        MOVE 0 TO Wpt_dateFin
        OPEN INPUT Fmissions
        MOVE Wfet_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fm_dateDebut TO Wpt_dateDebut
            MOVE fm_dateFin TO Wpt_dateFin
        END-READ
        CLOSE Fmissions
        PERFORM VAISSEAUX_MISSION_PERMIS
        MOVE 1 TO Wfet_seq
        MOVE 1 TO Waj_et
        PERFORM WITH TEST AFTER UNTIL Waj_et = 0
                    IF fl_actif = 0 THEN
                        DISPLAY "Lieu inexistant, étape ignorée !"
                    ELSE
                        MOVE Wfet_nomLieu TO Wpt_lieu
                        MOVE fl_paysProprietaire TO Wpt_pays
                        PERFORM CONTROLER_PERMIS_LIEU
                        IF Wpt_ok = 0 THEN
                            DISPLAY "Étape refusée faute de permis",
" d'accès."
                        ELSE
                            DISPLAY "Durée prévue sur place (en jours) ?"
                            ACCEPT Wfet_dureePrevue
                            PERFORM ETAPE_SAISIR_REPLI
                            MOVE Wfet_idMission TO fet_idMission
                            MOVE Wfet_seq TO fet_seq
                            MOVE Wfet_nomLieu TO fet_nomLieu
                            MOVE Wfet_dureePrevue TO fet_dureePrevue
                            MOVE 1 TO fet_actif
                            MOVE Wabd_lieuRepli TO fet_lieuRepli
                            MOVE Wabd_critere TO fet_critereAbandon
                            MOVE 0 TO fet_statut
                            MOVE 0 TO fet_dateStatut
                            OPEN I-O Fetapes
                            WRITE etTampon END-WRITE
                            IF fet_stat NOT = 00 THEN
                                MOVE fet_stat TO Wchk_stat
                                MOVE "Fetapes" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            CLOSE Fetapes
                            ADD 1 TO Wfet_seq
                            DISPLAY "Étape ajoutée à l'itinéraire."
                        END-IF
                    END-IF
                END-READ
                CLOSE Flieux
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            IF fet_retourRepli THEN
                                MOVE "      retour de repli après abandon"
                                    TO Wsp_ligne
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            END-IF
                            IF fet_lieuRepli NOT = SPACES THEN
                                MOVE SPACES TO Wsp_ligne
                                STRING "      repli : " DELIMITED BY SIZE
                                    fet_lieuRepli DELIMITED BY SPACE
                                    " (critères " DELIMITED BY SIZE
                                    fet_critereAbandon DELIMITED BY SIZE
                                    ")" DELIMITED BY SIZE
                                    INTO Wsp_ligne
                                END-STRING
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            END-IF
                        END-IF
                    END-IF
                END-READ
        END-START
        CLOSE Fetapes.

        ETAPE_SAISIR_REPLI.
        DISPLAY "Lieu de repli en cas d'abandon de l'étape ? (vide :",
" aucun)"
        MOVE 0 TO Wabd_ok
        PERFORM WITH TEST AFTER UNTIL Wabd_ok = 1
            MOVE SPACES TO Wabd_lieuRepli2
            ACCEPT Wabd_lieuRepli2
            MOVE FUNCTION LOWER-CASE(Wabd_lieuRepli2) TO Wabd_lieuRepli
            IF Wabd_lieuRepli = SPACES THEN
                MOVE 1 TO Wabd_ok
            ELSE
                MOVE Wabd_lieuRepli TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    DISPLAY "Lieu inexistant, ressaisissez :"
                NOT INVALID KEY
                    IF fl_actif = 0 THEN
                        DISPLAY "Lieu inexistant, ressaisissez :"
                    ELSE
                        MOVE 1 TO Wabd_ok
                    END-IF
                END-READ
            END-IF
        END-PERFORM
        MOVE 0 TO Wabd_critere
        IF Wabd_lieuRepli NOT = SPACES THEN
            DISPLAY "Critères d'abandon de l'étape ?"
            DISPLAY "0 : Aucun // 1 : Incident critique // 2 : Fenêtre",
" de lancement fermée // 3 : Les deux"
            MOVE 9 TO Wabd_critere
            PERFORM WITH TEST AFTER UNTIL Wabd_critere < 4
                ACCEPT Wabd_critere
            END-PERFORM
        END-IF.

        GERER_PLAN_REPLI.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
          IF fm_terminee OR fm_annulee THEN
            DISPLAY "Mission terminée ou annulée : itinéraire figé."
          ELSE
            MOVE fm_idMission TO Wabd_idMission
            PERFORM LISTER_ETAPES_MISSION
            DISPLAY "1 : Définir le plan de repli d'une étape // 2 :",
" Abandonner une étape"
            MOVE 0 TO Wabd_choix
            PERFORM WITH TEST AFTER UNTIL
                    Wabd_choix = 1 OR Wabd_choix = 2
                ACCEPT Wabd_choix
            END-PERFORM
            DISPLAY "Numéro de l'étape ?"
            MOVE 0 TO Wabd_seq
            ACCEPT Wabd_seq
            IF Wabd_choix = 1 THEN
                PERFORM DEFINIR_PLAN_REPLI
            ELSE
                PERFORM ABANDON_ETAPE
            END-IF
          END-IF
        END-IF.

        DEFINIR_PLAN_REPLI.
        OPEN I-O Fetapes
        MOVE Wabd_idMission TO fet_idMission
        MOVE Wabd_seq TO fet_seq
        READ Fetapes
        INVALID KEY
            DISPLAY "Cette étape n'existe pas pour la mission."
        NOT INVALID KEY
          IF fet_actif = 0 THEN
            DISPLAY "Cette étape n'existe pas pour la mission."
          ELSE
            OPEN INPUT Flieux
            PERFORM ETAPE_SAISIR_REPLI
            CLOSE Flieux
            MOVE Wabd_lieuRepli TO fet_lieuRepli
            MOVE Wabd_critere TO fet_critereAbandon
            REWRITE etTampon END-REWRITE
            IF fet_stat NOT = 00 THEN
                MOVE fet_stat TO Wchk_stat
                MOVE "Fetapes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "MISSIONS" TO Wau_module
            MOVE "REPLI" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wabd_idMission DELIMITED BY SIZE
                " étape " DELIMITED BY SIZE
                Wabd_seq DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Plan de repli de l'étape enregistré."
          END-IF
        END-READ
        CLOSE Fetapes.

        ABANDON_ETAPE.
        ACCEPT Wabd_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wabd_ok
        OPEN I-O Fetapes
        MOVE Wabd_idMission TO fet_idMission
        MOVE Wabd_seq TO fet_seq
        READ Fetapes
        INVALID KEY
            DISPLAY "Cette étape n'existe pas pour la mission."
        NOT INVALID KEY
            IF fet_actif = 0 OR fet_retourRepli THEN
                DISPLAY "Cette étape n'est plus abandonnable."
            ELSE
                MOVE 1 TO Wabd_ok
                MOVE fet_nomLieu TO Wabd_lieuEtape
                MOVE fet_lieuRepli TO Wabd_lieuRepli
                MOVE fet_critereAbandon TO Wabd_critere
            END-IF
        END-READ
        CLOSE Fetapes
        IF Wabd_ok = 1 AND Wabd_lieuRepli = SPACES THEN
            DISPLAY "Aucun lieu de repli n'est prévu pour cette étape."
            OPEN INPUT Flieux
            PERFORM ETAPE_SAISIR_REPLI
            CLOSE Flieux
            IF Wabd_lieuRepli = SPACES THEN
                MOVE 0 TO Wabd_ok
                DISPLAY "Abandon impossible sans lieu de repli."
            END-IF
        END-IF
        IF Wabd_ok = 1 THEN
            DISPLAY "Motif de l'abandon ?"
            DISPLAY "1 : Incident critique // 2 : Fenêtre de lancement",
" fermée // 3 : Autre"
            MOVE 0 TO Wabd_motif
            PERFORM WITH TEST AFTER UNTIL
                    Wabd_motif > 0 AND Wabd_motif < 4
                ACCEPT Wabd_motif
            END-PERFORM
            EVALUATE Wabd_motif
            WHEN 1 MOVE "incident critique" TO Wabd_motifECR
            WHEN 2 MOVE "fenêtre fermée" TO Wabd_motifECR
            WHEN 3 MOVE "autre motif" TO Wabd_motifECR
            END-EVALUATE
            IF Wabd_motif = 2 THEN
                MOVE Wabd_lieuEtape TO Wfn_lieu
                MOVE SPACES TO Wfn_lieuEtape
                MOVE Wabd_aujourdhui TO Wfn_date
                PERFORM VERIF_FENETRE_LANCEMENT
                IF Wfn_bloque = 0 THEN
                    DISPLAY "Remarque : aucune fermeture de fenêtre",
" n'est enregistrée aujourd'hui pour ", Wabd_lieuEtape
                END-IF
            END-IF
            MOVE 1 TO Wabd_confirme
            IF Wabd_motif = 3 OR Wabd_critere = 0 OR
               (Wabd_motif = 1 AND Wabd_critere = 2) OR
               (Wabd_motif = 2 AND Wabd_critere = 1) THEN
                DISPLAY "Motif hors des critères d'abandon prévus pour",
" cette étape. Confirmer l'abandon ? (0 : Non // 1 : Oui)"
                MOVE 9 TO Wabd_confirme
                PERFORM WITH TEST AFTER UNTIL
                        Wabd_confirme = 0 OR Wabd_confirme = 1
                    ACCEPT Wabd_confirme
                END-PERFORM
            END-IF
            IF Wabd_confirme = 0 THEN
                MOVE 0 TO Wabd_ok
                DISPLAY "Abandon non effectué."
            END-IF
        END-IF
        IF Wabd_ok = 1 THEN
            DISPLAY "Durée prévue au lieu de repli (en jours) ?"
            MOVE 0 TO Wabd_duree
            ACCEPT Wabd_duree
            PERFORM ABANDON_ANNULER_ETAPES
        END-IF
        IF Wabd_ok = 1 THEN
            PERFORM ABANDON_NAVIRES_MISSION
            PERFORM ABANDON_RECALCULER
            PERFORM ABANDON_DEPLACER_RESERVATIONS
            PERFORM ABANDON_JOURNALISER
            DISPLAY "Étape ", Wabd_seq, " abandonnée : ",
Wabd_nbAnnulees, " étape(s) annulée(s), retour vers ",
Wabd_lieuRepli, " (étape ", Wabd_seqRetour, ")."
            DISPLAY "Arrivée estimée au lieu de repli le ", Wabd_eta,
", nouvelle fin de mission le ", Wabd_nouvelleFin, "."
            DISPLAY Wabd_nbDeplacees, " réservation(s) de quai",
" déplacée(s) vers ", Wabd_lieuRepli, "."
        END-IF.

        ABANDON_ANNULER_ETAPES.
        MOVE 0 TO Wabd_nbAnnulees
        MOVE 0 TO Wabd_seqMax
        MOVE 0 TO Wabd_nbLieux
        OPEN I-O Fetapes
        MOVE Wabd_idMission TO fet_idMission
        START Fetapes, KEY IS = fet_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wabd_fin
            PERFORM WITH TEST AFTER UNTIL Wabd_fin = 1
                READ Fetapes NEXT
                AT END MOVE 1 TO Wabd_fin
                NOT AT END
                    IF fet_idMission NOT = Wabd_idMission THEN
                        MOVE 1 TO Wabd_fin
                    ELSE
                        IF fet_seq > Wabd_seqMax THEN
                            MOVE fet_seq TO Wabd_seqMax
                        END-IF
                        IF fet_actif = 1 AND fet_seq >= Wabd_seq THEN
                            ADD 1 TO Wabd_nbLieux
                            MOVE fet_nomLieu
                                TO Wabd_lieuAnnule(Wabd_nbLieux)
                            MOVE 0 TO fet_actif
                            MOVE 2 TO fet_statut
                            MOVE Wabd_aujourdhui TO fet_dateStatut
                            REWRITE etTampon END-REWRITE
                            IF fet_stat NOT = 00 THEN
                                MOVE fet_stat TO Wchk_stat
                                MOVE "Fetapes" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            ADD 1 TO Wabd_nbAnnulees
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        IF Wabd_seqMax >= 99 THEN
            MOVE 0 TO Wabd_ok
            DISPLAY "ERREUR ! Plus aucun numéro d'étape disponible pour",
" le retour."
        ELSE
            COMPUTE Wabd_seqRetour = Wabd_seqMax + 1
            MOVE Wabd_idMission TO fet_idMission
            MOVE Wabd_seqRetour TO fet_seq
            MOVE Wabd_lieuRepli TO fet_nomLieu
            MOVE Wabd_duree TO fet_dureePrevue
            MOVE 1 TO fet_actif
            MOVE SPACES TO fet_lieuRepli
            MOVE 0 TO fet_critereAbandon
            MOVE 3 TO fet_statut
            MOVE Wabd_aujourdhui TO fet_dateStatut
            WRITE etTampon END-WRITE
            IF fet_stat NOT = 00 THEN
                MOVE fet_stat TO Wchk_stat
                MOVE "Fetapes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-IF
        CLOSE Fetapes.

        ABANDON_NAVIRES_MISSION.
        MOVE 0 TO Wabd_nbNavires
        OPEN INPUT Fequipes
        MOVE Wabd_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wabd_fin
            PERFORM WITH TEST AFTER UNTIL Wabd_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wabd_fin
                NOT AT END
                    IF fe_idMission NOT = Wabd_idMission THEN
                        MOVE 1 TO Wabd_fin
                    ELSE
                        IF fe_actif = 1 AND
                           fe_nomVaisseau NOT = SPACES AND
                           Wabd_nbNavires < 10 THEN
                            ADD 1 TO Wabd_nbNavires
                            MOVE fe_nomVaisseau
                                TO Wabd_navire(Wabd_nbNavires)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        OPEN INPUT Fconvoi
        MOVE Wabd_idMission TO fcv_idMission
        START Fconvoi, KEY IS = fcv_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wabd_fin
            PERFORM WITH TEST AFTER UNTIL Wabd_fin = 1
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wabd_fin
                NOT AT END
                    IF fcv_idMission NOT = Wabd_idMission THEN
                        MOVE 1 TO Wabd_fin
                    ELSE
                        IF fcv_actif = 1 AND Wabd_nbNavires < 10 THEN
                            MOVE 0 TO Wabd_dans
                            PERFORM VARYING Wabd_j FROM 1 BY 1
                                    UNTIL Wabd_j > Wabd_nbNavires
                                IF Wabd_navire(Wabd_j) =
                                   fcv_nomVaisseau THEN
                                    MOVE 1 TO Wabd_dans
                                END-IF
                            END-PERFORM
                            IF Wabd_dans = 0 THEN
                                ADD 1 TO Wabd_nbNavires
                                MOVE fcv_nomVaisseau
                                    TO Wabd_navire(Wabd_nbNavires)
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fconvoi.

        ABANDON_RECALCULER.
        MOVE 0 TO Wabd_vitesse
        MOVE SPACES TO Wabd_position
        IF Wabd_nbNavires > 0 THEN
            OPEN INPUT Fvaisseaux
            MOVE Wabd_navire(1) TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fv_vitesseCroisiere TO Wabd_vitesse
                MOVE fv_nomLieu TO Wabd_position
            END-READ
            CLOSE Fvaisseaux
        END-IF
        COMPUTE Wabd_int = FUNCTION INTEGER-OF-DATE(Wabd_aujourdhui)
        MOVE 0 TO Wfd_trouve
        IF Wabd_vitesse > 0 THEN
            MOVE Wabd_position TO Wfd_lieuA
            MOVE Wabd_lieuRepli TO Wfd_lieuB
            PERFORM OBTENIR_DISTANCE_LIEUX
        END-IF
        IF Wfd_trouve = 1 THEN
            COMPUTE Wabd_int = Wabd_int +
                (Wfd_distance + Wabd_vitesse - 1) / Wabd_vitesse
        ELSE
            DISPLAY "Trajet de retour non calculable : arrivée",
" retenue à la date du jour."
        END-IF
        COMPUTE Wabd_eta = FUNCTION DATE-OF-INTEGER(Wabd_int)
        COMPUTE Wabd_nouvelleFin =
            FUNCTION DATE-OF-INTEGER(Wabd_int + Wabd_duree)
        OPEN I-O Fmissions
        MOVE Wabd_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO Wabd_nbLieux
            MOVE fm_nomLieu TO Wabd_lieuAnnule(Wabd_nbLieux)
            IF fm_enCours THEN
                MOVE fm_dateDebut TO Wrp_dateDebutN
                MOVE Wabd_nouvelleFin TO Wrp_dateFinN
                MOVE fm_budgetEstime TO Wrp_budgetN
                MOVE SPACES TO Wrp_motif
                STRING "Abandon étape " DELIMITED BY SIZE
                    Wabd_seq DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    Wabd_motifECR DELIMITED BY "  "
                    "), repli sur " DELIMITED BY SIZE
                    Wabd_lieuRepli DELIMITED BY SPACE
                    INTO Wrp_motif
                END-STRING
                PERFORM ENREGISTRER_REPLAN_VERSION
            END-IF
            MOVE Wabd_nouvelleFin TO fm_dateFin
            REWRITE mTampon END-REWRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fmissions.

        ABANDON_DEPLACER_RESERVATIONS.
        MOVE 0 TO Wabd_nbDeplacees
        OPEN INPUT Flieux
        MOVE Wabd_lieuRepli TO fl_nomLieu
        READ Flieux
        INVALID KEY
            MOVE 0 TO fl_capaciteQuai
        END-READ
        CLOSE Flieux
        MOVE Wabd_lieuRepli TO Wfm_lieu
        MOVE Wabd_eta TO Wqa_date
        PERFORM VERIFIER_QUAI_LIEU
        IF Wqa_ok = 0 THEN
            DISPLAY "Repli maintenu : la réservation au lieu de repli",
" est enregistrée en surcapacité."
        END-IF
        PERFORM VARYING Wabd_i FROM 1 BY 1
                UNTIL Wabd_i > Wabd_nbNavires
            MOVE 0 TO Wabd_fin
            PERFORM WITH TEST AFTER UNTIL Wabd_fin = 1
                MOVE 0 TO Wabd_trouve
                OPEN I-O Freservations
                MOVE 0 TO Wabd_fin2
                PERFORM WITH TEST AFTER UNTIL Wabd_fin2 = 1
                    READ Freservations NEXT
                    AT END
                        MOVE 1 TO Wabd_fin2
                        MOVE 1 TO Wabd_fin
                    NOT AT END
                        MOVE 0 TO Wabd_dans
                        IF frq_nomVaisseau = Wabd_navire(Wabd_i) AND
                           frq_actif = 1 AND
                           frq_dateArrivee >= Wabd_aujourdhui AND
                           frq_nomLieu NOT = Wabd_lieuRepli THEN
                            PERFORM VARYING Wabd_j FROM 1 BY 1
                                    UNTIL Wabd_j > Wabd_nbLieux
                                IF frq_nomLieu =
                                   Wabd_lieuAnnule(Wabd_j) THEN
                                    MOVE 1 TO Wabd_dans
                                END-IF
                            END-PERFORM
                        END-IF
                        IF Wabd_dans = 1 THEN
                            MOVE rqTampon TO Wabd_sauve
                            DELETE Freservations END-DELETE
                            MOVE Wabd_sauve TO rqTampon
                            MOVE Wabd_lieuRepli TO frq_nomLieu
                            MOVE Wabd_eta TO frq_dateArrivee
                            WRITE rqTampon
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                            ADD 1 TO Wabd_nbDeplacees
                            MOVE 1 TO Wabd_trouve
                            MOVE 1 TO Wabd_fin2
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Freservations
            END-PERFORM
            MOVE Wabd_navire(Wabd_i) TO fv_nomVaisseau
            MOVE Wabd_lieuRepli TO Wfm_lieu
            MOVE Wabd_eta TO Wqa_date
            PERFORM ENREGISTRER_RESERVATION_QUAI
        END-PERFORM.

        ABANDON_JOURNALISER.
        MOVE SPACES TO Wjb_texte
        STRING "ABANDON de l'étape " DELIMITED BY SIZE
            Wabd_seq DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            Wabd_lieuEtape DELIMITED BY SPACE
            ", " DELIMITED BY SIZE
            Wabd_motifECR DELIMITED BY "  "
            ") : retour vers " DELIMITED BY SIZE
            Wabd_lieuRepli DELIMITED BY SPACE
            ", arrivée estimée le " DELIMITED BY SIZE
            Wabd_eta DELIMITED BY SIZE
            INTO Wjb_texte
        END-STRING
        ACCEPT Wjb_date FROM DATE YYYYMMDD
        ACCEPT Wjb_heure FROM TIME
        OPEN EXTEND Fjournal
        MOVE SPACES TO jbTampon
        STRING Wabd_idMission DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wjb_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wjb_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wop_id DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wjb_texte DELIMITED BY SIZE
            INTO jbTampon
        END-STRING
        WRITE jbTampon
        CLOSE Fjournal
        MOVE "MISSIONS" TO Wau_module
        MOVE "ABANDON" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wabd_idMission DELIMITED BY SIZE
            " étape " DELIMITED BY SIZE
            Wabd_seq DELIMITED BY SIZE
            " -> " DELIMITED BY SIZE
            Wabd_lieuRepli DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT.

        AJOUT_FINANCEMENT_MISSION.
        DISPLAY "Identifiant de la mission financée ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            IF fm_terminee OR fm_annulee THEN
                DISPLAY "Mission terminée ou annulée : aucune nouvelle",
" contribution n'est acceptée."
                MOVE 0 TO Wverif_m
            ELSE
                PERFORM FINANCEMENT_MISSION_REGLEE
                IF Wfi_regle = 1 THEN
                    DISPLAY "Les contributions de cette mission sont",
" déjà régularisées : aucune nouvelle contribution n'est acceptée."
                    MOVE 0 TO Wverif_m
                END-IF
            END-IF
        END-IF
        IF Wverif_m = 1 THEN
            DISPLAY "Pays contributeur ?"
            ACCEPT Wfi_pays2
            MOVE FUNCTION LOWER-CASE(Wfi_pays2) TO Wfi_pays
            MOVE Wfi_pays TO fa_pays2
            PERFORM VERIF_PAYS
            IF Wverif_pays = 0 THEN
                DISPLAY "Pays inconnu ou non autorisé."
            ELSE
                DISPLAY "Montant de la contribution ?"
                MOVE 0 TO Wfi_montant
                PERFORM WITH TEST AFTER UNTIL Wfi_montant > 0
                    ACCEPT Wfi_montant
                END-PERFORM
                OPEN I-O Ffinancements
                MOVE Wfm_idMission TO ffi_idMission
                MOVE Wfi_pays TO ffi_nomPays
                READ Ffinancements
                INVALID KEY
                    MOVE Wfi_montant TO ffi_montant
                    MOVE fm_devise TO ffi_devise
                    MOVE 1 TO ffi_actif
                    MOVE 0 TO ffi_statutRegl
                    MOVE 0 TO ffi_partCout
                    MOVE 0 TO ffi_ecart
                    MOVE 0 TO ffi_dateRegl
                    WRITE fiTampon END-WRITE
                    DISPLAY "Contribution enregistrée."
                NOT INVALID KEY
                  IF ffi_regle THEN
                    DISPLAY "Contribution déjà régularisée, elle ne",
" peut plus être modifiée."
                  ELSE
                    MOVE Wfi_montant TO ffi_montant
                    MOVE fm_devise TO ffi_devise
                    MOVE 1 TO ffi_actif
                    REWRITE fiTampon END-REWRITE
                    DISPLAY "Contribution mise à jour."
                  END-IF
                END-READ
                IF ffi_stat NOT = 00 THEN
                    MOVE ffi_stat TO Wchk_stat
                    MOVE "Ffinancements" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Ffinancements
                MOVE "MISSIONS" TO Wau_module
                MOVE "FINANCE" TO Wau_action
                STRING Wfm_idMission DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wfi_pays DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                PERFORM VERIF_FINANCEMENT_MISSION
                IF Wfi_ok = 1 THEN
                    DISPLAY "Budget estimé couvert : ", Wfi_total,
" / ", fm_budgetEstime, " ", fm_devise
                END-IF
            END-IF
        END-IF.

        FINANCEMENT_MISSION_REGLEE.
        MOVE 0 TO Wfi_regle
        OPEN INPUT Ffinancements
        MOVE Wfm_idMission TO ffi_idMission
        START Ffinancements, KEY IS = ffi_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wfi_fin
            PERFORM WITH TEST AFTER UNTIL Wfi_fin = 1
                READ Ffinancements NEXT
                AT END MOVE 1 TO Wfi_fin
                NOT AT END
                    IF ffi_idMission NOT = Wfm_idMission THEN
                        MOVE 1 TO Wfi_fin
                    ELSE
                        IF ffi_actif = 1 AND ffi_regle THEN
                            MOVE 1 TO Wfi_regle
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Ffinancements.

        VERIF_FINANCEMENT_MISSION.
        MOVE 0 TO Wfi_total
        OPEN INPUT Ffinancements
        MOVE fm_idMission TO ffi_idMission
        START Ffinancements, KEY IS = ffi_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wfi_fin
            PERFORM WITH TEST AFTER UNTIL Wfi_fin = 1
                READ Ffinancements NEXT
                AT END MOVE 1 TO Wfi_fin
        END-PERFORM
        CLOSE Fpays.

        REGLEMENT_PARTENAIRES_BATCH.
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "RELEVES_PARTENAIRES" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        PERFORM REGL_MISSIONS_CLOTUREES
        MOVE SPACES TO Wrg_selection
        PERFORM REGL_RELEVE
        PERFORM FIN_RAPPORT
        MOVE Wrg_nbMissions TO Wbat_traites.

        REGL_MISSIONS_CLOTUREES.
        ACCEPT Wrg_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wrg_nbMissions
        MOVE 0 TO Wrg_choix
        MOVE "Régularisation des contributions des missions clôturées :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        OPEN INPUT Fmissions
        MOVE 0 TO Wrg_fin
        PERFORM WITH TEST AFTER UNTIL Wrg_fin = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wrg_fin
            NOT AT END
                IF fm_terminee OR fm_annulee THEN
                    PERFORM REGL_MISSION
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        MOVE SPACES TO Wsp_ligne
        STRING "  " DELIMITED BY SIZE
            Wrg_nbMissions DELIMITED BY SIZE
            " mission(s) régularisée(s)." DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        REGL_MISSION.
        MOVE fm_idMission TO Wrg_idMission
        MOVE fm_coutReel TO Wrg_coutReel
        MOVE 0 TO Wrg_totalEngage
        MOVE 0 TO Wrg_aRegler
        OPEN I-O Ffinancements
        MOVE Wrg_idMission TO ffi_idMission
        START Ffinancements, KEY IS = ffi_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrg_fin2
            PERFORM WITH TEST AFTER UNTIL Wrg_fin2 = 1
                READ Ffinancements NEXT
                AT END MOVE 1 TO Wrg_fin2
                NOT AT END
                    IF ffi_idMission NOT = Wrg_idMission THEN
                        MOVE 1 TO Wrg_fin2
                    ELSE
                        IF ffi_actif = 1 THEN
                            ADD ffi_montant TO Wrg_totalEngage
                            IF ffi_nonRegle THEN
                                MOVE 1 TO Wrg_aRegler
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        IF Wrg_aRegler = 1 AND Wrg_totalEngage > 0 THEN
            MOVE SPACES TO Wsp_ligne
            MOVE Wrg_coutReel TO Wrg_partECR
            MOVE Wrg_totalEngage TO Wrg_engageECR
            STRING "  Mission n°" DELIMITED BY SIZE
                Wrg_idMission DELIMITED BY SIZE
                " : coût réel " DELIMITED BY SIZE
                Wrg_partECR DELIMITED BY SIZE
                " pour " DELIMITED BY SIZE
                Wrg_engageECR DELIMITED BY SIZE
                " engagés " DELIMITED BY SIZE
                fm_devise DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE 0 TO Wrg_cumulEngage
            MOVE 0 TO Wrg_cumulPart
            MOVE Wrg_idMission TO ffi_idMission
            START Ffinancements, KEY IS = ffi_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wrg_fin2
                PERFORM WITH TEST AFTER UNTIL Wrg_fin2 = 1
                    READ Ffinancements NEXT
                    AT END MOVE 1 TO Wrg_fin2
                    NOT AT END
                        IF ffi_idMission NOT = Wrg_idMission THEN
                            MOVE 1 TO Wrg_fin2
                        ELSE
                            IF ffi_actif = 1 THEN
                                PERFORM REGL_CONTRIBUTION
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            ADD 1 TO Wrg_nbMissions
            MOVE "MISSIONS" TO Wau_module
            MOVE "REGLEMENT" TO Wau_action
            MOVE Wrg_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF
        CLOSE Ffinancements.

        REGL_CONTRIBUTION.
        ADD ffi_montant TO Wrg_cumulEngage
        COMPUTE Wrg_cumulCible ROUNDED =
            Wrg_coutReel * Wrg_cumulEngage / Wrg_totalEngage
        COMPUTE Wrg_part = Wrg_cumulCible - Wrg_cumulPart
        MOVE Wrg_cumulCible TO Wrg_cumulPart
        IF ffi_nonRegle THEN
            COMPUTE Wrg_ecart = Wrg_part - ffi_montant
            MOVE Wrg_part TO ffi_partCout
            MOVE Wrg_ecart TO ffi_ecart
            MOVE Wrg_aujourdhui TO ffi_dateRegl
            MOVE 1 TO ffi_statutRegl
            REWRITE fiTampon END-REWRITE
            IF ffi_stat NOT = 00 THEN
                MOVE ffi_stat TO Wchk_stat
                MOVE "Ffinancements" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE ffi_nomPays TO Wrg_pays
            MOVE ffi_devise TO Wrg_devise
            MOVE Wrg_ecart TO Wrg_mouvement
            PERFORM REGL_IMPUTER_COMPTE
            MOVE ffi_montant TO Wrg_engageECR
            MOVE Wrg_part TO Wrg_partECR
            MOVE Wrg_ecart TO Wrg_mouvementECR
            MOVE SPACES TO Wsp_ligne
            STRING "    " DELIMITED BY SIZE
                ffi_nomPays DELIMITED BY SIZE
                " engagé " DELIMITED BY SIZE
                Wrg_engageECR DELIMITED BY SIZE
                " part " DELIMITED BY SIZE
                Wrg_partECR DELIMITED BY SIZE
                " écart " DELIMITED BY SIZE
                Wrg_mouvementECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        REGL_IMPUTER_COMPTE.
        OPEN I-O Fcomptes_partenaires
        MOVE Wrg_pays TO fpc_nomPays
        MOVE Wrg_devise TO fpc_devise
        READ Fcomptes_partenaires
        INVALID KEY
            MOVE Wrg_mouvement TO fpc_solde
            IF Wrg_choix = 0 THEN
                MOVE ffi_montant TO fpc_totalEngage
                MOVE Wrg_part TO fpc_totalCout
                MOVE 0 TO fpc_totalRegle
                MOVE 1 TO fpc_nbMissions
            ELSE
                MOVE 0 TO fpc_totalEngage
                MOVE 0 TO fpc_totalCout
                MOVE Wrg_mouvement TO fpc_totalRegle
                MOVE 0 TO fpc_nbMissions
            END-IF
            MOVE Wrg_aujourdhui TO fpc_dateMaj
            WRITE pcTampon END-WRITE
        NOT INVALID KEY
            ADD Wrg_mouvement TO fpc_solde
            IF Wrg_choix = 0 THEN
                ADD ffi_montant TO fpc_totalEngage
                ADD Wrg_part TO fpc_totalCout
                ADD 1 TO fpc_nbMissions
            ELSE
                ADD Wrg_mouvement TO fpc_totalRegle
            END-IF
            MOVE Wrg_aujourdhui TO fpc_dateMaj
            REWRITE pcTampon END-REWRITE
        END-READ
        IF fpc_stat NOT = 00 THEN
            MOVE fpc_stat TO Wchk_stat
            MOVE "Fcomptes_partenaires" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fcomptes_partenaires.

        REGL_RELEVE.
        ACCEPT Wrg_aujourdhui FROM DATE YYYYMMDD
        MOVE SPACES TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Relevés de compte des pays partenaires au "
            DELIMITED BY SIZE
            Wrg_aujourdhui DELIMITED BY SIZE
            " :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        SORT Wtri_partenaires ON ASCENDING KEY wpk_pays
                              ON ASCENDING KEY wpk_devise
                              ON ASCENDING KEY wpk_date
                              ON ASCENDING KEY wpk_type
                              ON ASCENDING KEY wpk_idMission
            INPUT PROCEDURE IS REGL_RELEVE_ALIMENTER
            OUTPUT PROCEDURE IS REGL_RELEVE_ECRIRE.

        REGL_RELEVE_ALIMENTER.
        OPEN INPUT Ffinancements
        MOVE 0 TO Wrg_fin
        PERFORM WITH TEST AFTER UNTIL Wrg_fin = 1
            READ Ffinancements NEXT
            AT END MOVE 1 TO Wrg_fin
            NOT AT END
                IF ffi_actif = 1 AND ffi_regle AND
                   (Wrg_selection = SPACES OR
                    Wrg_selection = ffi_nomPays) THEN
                    MOVE ffi_nomPays TO wpk_pays
                    MOVE ffi_devise TO wpk_devise
                    MOVE ffi_dateRegl TO wpk_date
                    MOVE "R" TO wpk_type
                    MOVE ffi_idMission TO wpk_idMission
                    MOVE ffi_montant TO wpk_engage
                    MOVE ffi_partCout TO wpk_part
                    MOVE ffi_ecart TO wpk_montant
                    RELEASE wpk_rec
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffinancements
        OPEN INPUT Freglements_partenaires
        IF fpg_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wrg_fin
            PERFORM WITH TEST AFTER UNTIL Wrg_fin = 1
                READ Freglements_partenaires
                AT END MOVE 1 TO Wrg_fin
                NOT AT END
                    UNSTRING pgTampon DELIMITED BY ";"
                        INTO Wrg_pDate Wrg_pPays Wrg_pDevise
                             Wrg_pSens Wrg_pMontant Wrg_pOperateur
                    END-UNSTRING
                    IF Wrg_selection = SPACES OR
                       Wrg_selection = Wrg_pPays THEN
                        MOVE Wrg_pPays TO wpk_pays
                        MOVE Wrg_pDevise TO wpk_devise
                        MOVE FUNCTION NUMVAL(Wrg_pDate) TO wpk_date
                        MOVE "V" TO wpk_type
                        MOVE 0 TO wpk_idMission
                        MOVE 0 TO wpk_engage
                        MOVE 0 TO wpk_part
                        IF Wrg_pSens = "1" THEN
                            COMPUTE wpk_montant =
                                0 - FUNCTION NUMVAL(Wrg_pMontant)
                        ELSE
                            COMPUTE wpk_montant =
                                FUNCTION NUMVAL(Wrg_pMontant)
                        END-IF
                        RELEASE wpk_rec
                    END-IF
            END-PERFORM
            CLOSE Freglements_partenaires
        END-IF.

        REGL_RELEVE_ECRIRE.
        MOVE SPACES TO Wrg_paysCourant
        MOVE SPACES TO Wrg_deviseCourante
        MOVE 0 TO Wrg_soldeCourant
        MOVE 0 TO Wrg_nbLignes
        MOVE 0 TO Wrg_nbComptes
        MOVE 0 TO Wrg_fin
        PERFORM WITH TEST AFTER UNTIL Wrg_fin = 1
            RETURN Wtri_partenaires
                AT END MOVE 1 TO Wrg_fin
                NOT AT END
                    IF wpk_pays NOT = Wrg_paysCourant OR
                       wpk_devise NOT = Wrg_deviseCourante THEN
                        IF Wrg_nbComptes > 0 THEN
                            PERFORM REGL_RELEVE_SOLDE
                        END-IF
                        ADD 1 TO Wrg_nbComptes
                        MOVE wpk_pays TO Wrg_paysCourant
                        MOVE wpk_devise TO Wrg_deviseCourante
                        MOVE 0 TO Wrg_soldeCourant
                        MOVE SPACES TO Wsp_ligne
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        MOVE SPACES TO Wsp_ligne
                        STRING "  Relevé de compte : " DELIMITED BY SIZE
                            wpk_pays DELIMITED BY SPACE
                            " (" DELIMITED BY SIZE
                            wpk_devise DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                    ADD 1 TO Wrg_nbLignes
                    ADD wpk_montant TO Wrg_soldeCourant
                    MOVE wpk_montant TO Wrg_mouvementECR
                    MOVE Wrg_soldeCourant TO Wrg_soldeECR
                    MOVE SPACES TO Wsp_ligne
                    IF wpk_type = "R" THEN
                        MOVE wpk_engage TO Wrg_engageECR
                        MOVE wpk_part TO Wrg_partECR
                        STRING "    " DELIMITED BY SIZE
                            wpk_date DELIMITED BY SIZE
                            " Mission n°" DELIMITED BY SIZE
                            wpk_idMission DELIMITED BY SIZE
                            " engagé " DELIMITED BY SIZE
                            Wrg_engageECR DELIMITED BY SIZE
                            " part " DELIMITED BY SIZE
                            Wrg_partECR DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            Wrg_mouvementECR DELIMITED BY SIZE
                            " solde " DELIMITED BY SIZE
                            Wrg_soldeECR DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    ELSE
                        IF wpk_montant < 0 THEN
                            STRING "    " DELIMITED BY SIZE
                                wpk_date DELIMITED BY SIZE
                                " Versement reçu du pays      "
                                    DELIMITED BY SIZE
                                "                   " DELIMITED BY SIZE
                                Wrg_mouvementECR DELIMITED BY SIZE
                                " solde " DELIMITED BY SIZE
                                Wrg_soldeECR DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                        ELSE
                            STRING "    " DELIMITED BY SIZE
                                wpk_date DELIMITED BY SIZE
                                " Remboursement versé au pays "
                                    DELIMITED BY SIZE
                                "                   " DELIMITED BY SIZE
                                Wrg_mouvementECR DELIMITED BY SIZE
                                " solde " DELIMITED BY SIZE
                                Wrg_soldeECR DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                        END-IF
                    END-IF
                    PERFORM ECRIRE_LIGNE_RAPPORT
            END-RETURN
        END-PERFORM
        IF Wrg_nbComptes > 0 THEN
            PERFORM REGL_RELEVE_SOLDE
        ELSE
            MOVE "  Aucun mouvement sur les comptes partenaires."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        REGL_RELEVE_SOLDE.
        MOVE Wrg_soldeCourant TO Wrg_soldeECR
        MOVE SPACES TO Wsp_ligne
        EVALUATE TRUE
        WHEN Wrg_soldeCourant > 0
            STRING "    Solde dû par " DELIMITED BY SIZE
                Wrg_paysCourant DELIMITED BY SPACE
                " : " DELIMITED BY SIZE
                Wrg_soldeECR DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wrg_deviseCourante DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        WHEN Wrg_soldeCourant < 0
            STRING "    Solde à rembourser à " DELIMITED BY SIZE
                Wrg_paysCourant DELIMITED BY SPACE
                " : " DELIMITED BY SIZE
                Wrg_soldeECR DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wrg_deviseCourante DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        WHEN OTHER
            MOVE "    Compte soldé." TO Wsp_ligne
        END-EVALUATE
        PERFORM ECRIRE_LIGNE_RAPPORT.

        GERER_REGLEMENTS_PARTENAIRES.
        DISPLAY ' '
        DISPLAY "1 : Relevé de compte d'un pays partenaire // 2 :",
" Enregistrer un versement ou un remboursement"
        MOVE 0 TO Wrg_choix
        PERFORM WITH TEST AFTER UNTIL Wrg_choix = 1 OR Wrg_choix = 2
            ACCEPT Wrg_choix
        END-PERFORM
        IF Wrg_choix = 1 THEN
            DISPLAY "Pays partenaire ? (vide : tous les pays)"
            MOVE SPACES TO Wrg_pays2
            ACCEPT Wrg_pays2
            MOVE FUNCTION LOWER-CASE(Wrg_pays2) TO Wrg_selection
            MOVE "RELEVE_PARTENAIRE" TO Wsp_nomRapport
            PERFORM DEBUT_RAPPORT
            PERFORM REGL_RELEVE
            PERFORM FIN_RAPPORT
        ELSE
            PERFORM REGL_SAISIR_VERSEMENT
        END-IF.

        REGL_SAISIR_VERSEMENT.
        ACCEPT Wrg_aujourdhui FROM DATE YYYYMMDD
        DISPLAY "Pays partenaire ?"
        ACCEPT Wrg_pays2
        MOVE FUNCTION LOWER-CASE(Wrg_pays2) TO Wrg_pays
        DISPLAY "Devise du compte ?"
        ACCEPT Wrg_devise
        MOVE FUNCTION UPPER-CASE(Wrg_devise) TO Wrg_devise
        OPEN INPUT Fcomptes_partenaires
        MOVE Wrg_pays TO fpc_nomPays
        MOVE Wrg_devise TO fpc_devise
        READ Fcomptes_partenaires
        INVALID KEY
            MOVE 0 TO Wrg_fin
        NOT INVALID KEY
            MOVE 1 TO Wrg_fin
        END-READ
        CLOSE Fcomptes_partenaires
        IF Wrg_fin = 0 THEN
            DISPLAY "Aucun compte partenaire pour ce pays dans cette",
" devise."
        ELSE
            MOVE fpc_solde TO Wrg_soldeECR
            DISPLAY "Solde actuel : ", Wrg_soldeECR, " ", fpc_devise,
" (positif : dû par le pays // négatif : à lui rembourser)"
            DISPLAY "1 : Versement reçu du pays // 2 : Remboursement",
" versé au pays"
            MOVE SPACES TO Wrg_pSens
            PERFORM WITH TEST AFTER UNTIL
                    Wrg_pSens = "1" OR Wrg_pSens = "2"
                ACCEPT Wrg_pSens
            END-PERFORM
            DISPLAY "Montant ?"
            MOVE 0 TO Wrg_montant
            PERFORM WITH TEST AFTER UNTIL Wrg_montant > 0
                ACCEPT Wrg_montant
            END-PERFORM
            IF Wrg_pSens = "1" THEN
                COMPUTE Wrg_mouvement = 0 - Wrg_montant
            ELSE
                MOVE Wrg_montant TO Wrg_mouvement
            END-IF
            PERFORM REGL_IMPUTER_COMPTE
            MOVE Wrg_montant TO Wrg_montantTxt
            OPEN EXTEND Freglements_partenaires
            MOVE SPACES TO pgTampon
            STRING Wrg_aujourdhui DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wrg_pays DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wrg_devise DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wrg_pSens DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wrg_montantTxt DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wop_id DELIMITED BY SIZE
                INTO pgTampon
            END-STRING
            WRITE pgTampon
            CLOSE Freglements_partenaires
            MOVE "PARTENAIRE" TO Wau_module
            MOVE "VERSEMENT" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wrg_pays DELIMITED BY SPACE
                " / " DELIMITED BY SIZE
                Wrg_devise DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                Wrg_montantTxt DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            MOVE fpc_solde TO Wrg_soldeECR
            DISPLAY "Mouvement enregistré. Nouveau solde : ",
Wrg_soldeECR, " ", fpc_devise
        END-IF.

        AJOUTER_EVENEMENT_CHRONO.
        IF Wcr_nb < 300 THEN
            ADD 1 TO Wcr_nb
            MOVE Wcr_date TO Wcr_eDate(Wcr_nb)
            MOVE Wcr_heure TO Wcr_eHeure(Wcr_nb)
            MOVE Wcr_texte TO Wcr_eTexte(Wcr_nb)
        ELSE
            MOVE 1 TO Wcr_trop
        END-IF.

        CHRONOLOGIE_MISSION.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        OPEN INPUT Fmissions
        MOVE Wfm_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission est inconnue."
            CLOSE Fmissions
        NOT INVALID KEY
            CLOSE Fmissions
            MOVE 0 TO Wcr_nb
            MOVE 0 TO Wcr_trop
            IF fm_dateDebut > 0 THEN
                MOVE fm_dateDebut TO Wcr_date
                MOVE 0 TO Wcr_heure
                STRING "Début de mission vers " DELIMITED BY SIZE
                    fm_nomLieu DELIMITED BY SIZE
                    INTO Wcr_texte
                END-STRING
                PERFORM AJOUTER_EVENEMENT_CHRONO
            END-IF
            IF fm_dateFin > 0 THEN
                MOVE fm_dateFin TO Wcr_date
                MOVE 23595999 TO Wcr_heure
                PERFORM ECRIRE_STATUT_MISSION
                STRING "Fin de mission (statut " DELIMITED BY SIZE
                    Wfm_statutECR DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO Wcr_texte
                END-STRING
                PERFORM AJOUTER_EVENEMENT_CHRONO
            END-IF
            OPEN INPUT Freplans
            MOVE fm_idMission TO frp_idMission
            START Freplans, KEY IS = frp_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wcr_fin
                PERFORM WITH TEST AFTER UNTIL Wcr_fin = 1
                    READ Freplans NEXT
                    AT END MOVE 1 TO Wcr_fin
                    NOT AT END
                        IF frp_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wcr_fin
                        ELSE
                            MOVE frp_dateReplan TO Wcr_date
                END-START
                CLOSE Fmodeles_etapes
                CLOSE Fetapes
                MOVE Wfm_idMission TO Wob_idMission
                PERFORM COPIER_OBJECTIFS_VERS_MODELE
                MOVE "MISSIONS" TO Wau_module
                MOVE "MODELE" TO Wau_action
                MOVE Wmo_id TO Wau_detail
                                    MOVE fme_dureePrevue
                                        TO fet_dureePrevue
                                    MOVE 1 TO fet_actif
                                    MOVE SPACES TO fet_lieuRepli
                                    MOVE 0 TO fet_critereAbandon
                                    MOVE 0 TO fet_statut
                                    MOVE 0 TO fet_dateStatut
                                    WRITE etTampon END-WRITE
                                END-IF
                            END-IF
                END-START
                CLOSE Fetapes
                CLOSE Fmodeles_etapes
                MOVE Wfm_idMission TO Wob_idMission
                PERFORM COPIER_OBJECTIFS_DEPUIS_MODELE
                PERFORM LISTER_OBJECTIFS_MISSION
                PERFORM AJOUT_OBJECTIFS_MISSION
                MOVE "MISSIONS" TO Wau_module
                MOVE "AJOUT" TO Wau_action
                MOVE Wfm_idMission TO Wau_detail
          END-IF
        END-READ.

        ECRIRE_OBJECTIF_MISSION.
        IF fob_primaire THEN
            MOVE "Primaire" TO Wob_natureECR
        ELSE
            MOVE "Secondaire" TO Wob_natureECR
        END-IF
        IF fob_nonEvalue THEN
            MOVE "Non évalué" TO Wob_resultatECR
        END-IF
        IF fob_atteint THEN
            MOVE "Atteint" TO Wob_resultatECR
        END-IF
        IF fob_partiel THEN
            MOVE "Partiel" TO Wob_resultatECR
        END-IF
        IF fob_echoue THEN
            MOVE "Échoué" TO Wob_resultatECR
        END-IF.

        LISTER_OBJECTIFS_MISSION.
        DISPLAY "#############"
        DISPLAY "Objectifs de la mission n°", Wob_idMission, " :"
        MOVE 0 TO Wob_count
        OPEN INPUT Fobjectifs
        MOVE Wob_idMission TO fob_idMission
        START Fobjectifs, KEY IS = fob_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wob_fin
            PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                READ Fobjectifs NEXT
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    IF fob_idMission NOT = Wob_idMission THEN
                        MOVE 1 TO Wob_fin
                    ELSE
                        IF fob_actif = 1 THEN
                            ADD 1 TO Wob_count
                            PERFORM ECRIRE_OBJECTIF_MISSION
                            DISPLAY "  ", fob_seq, ". [", Wob_natureECR,
", poids ", fob_poids, "] ", fob_description
                            DISPLAY "      Résultat : ", Wob_resultatECR
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fobjectifs
        IF Wob_count = 0 THEN
            DISPLAY "  Aucun objectif enregistré."
        END-IF.

        AJOUT_OBJECTIFS_MISSION.
        MOVE 0 TO Wob_seq
        OPEN INPUT Fobjectifs
        MOVE Wob_idMission TO fob_idMission
        START Fobjectifs, KEY IS = fob_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wob_fin
            PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                READ Fobjectifs NEXT
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    IF fob_idMission NOT = Wob_idMission THEN
                        MOVE 1 TO Wob_fin
                    ELSE
                        IF fob_seq > Wob_seq THEN
                            MOVE fob_seq TO Wob_seq
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fobjectifs
        DISPLAY " "
        DISPLAY "Objectifs de la mission :"
        MOVE 1 TO Wob_ajout
        PERFORM WITH TEST AFTER UNTIL Wob_ajout = 0
            ADD 1 TO Wob_seq
            DISPLAY "Ajouter un objectif n°", Wob_seq,
" à cette mission ? (0 : Non // 1 : Oui)"
            ACCEPT Wob_ajout
            IF Wob_ajout = 1 THEN
                DISPLAY "Description de l'objectif ?"
                ACCEPT Wob_description
                DISPLAY "Poids de l'objectif ? (1 à 999)"
                MOVE 0 TO Wob_poids
                PERFORM WITH TEST AFTER UNTIL Wob_poids > 0
                    ACCEPT Wob_poids
                END-PERFORM
                DISPLAY "Nature ? (1 : Primaire // 2 : Secondaire)"
                MOVE 0 TO Wob_nature
                PERFORM WITH TEST AFTER UNTIL
                        Wob_nature = 1 OR Wob_nature = 2
                    ACCEPT Wob_nature
                END-PERFORM
                OPEN I-O Fobjectifs
                MOVE Wob_idMission TO fob_idMission
                MOVE Wob_seq TO fob_seq
                MOVE Wob_description TO fob_description
                MOVE Wob_poids TO fob_poids
                MOVE Wob_nature TO fob_nature
                MOVE 0 TO fob_resultat
                MOVE 1 TO fob_actif
                WRITE obTampon END-WRITE
                IF fob_stat NOT = 00 THEN
                    MOVE fob_stat TO Wchk_stat
                    MOVE "Fobjectifs" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fobjectifs
                DISPLAY "Objectif ajouté."
            END-IF
        END-PERFORM.

        GERER_OBJECTIFS_MISSION.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            MOVE Wfm_idMission TO Wob_idMission
            PERFORM LISTER_OBJECTIFS_MISSION
            PERFORM AJOUT_OBJECTIFS_MISSION
            MOVE "MISSIONS" TO Wau_module
            MOVE "OBJECTIFS" TO Wau_action
            MOVE Wob_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        EVALUER_OBJECTIFS_MISSION.
        MOVE 0 TO Wob_count
        MOVE 0 TO Wob_totalPoids
        MOVE 0 TO Wob_totalPoints
        MOVE 0 TO Wob_primEchec
        OPEN I-O Fobjectifs
        MOVE Wob_idMission TO fob_idMission
        START Fobjectifs, KEY IS = fob_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Bilan des objectifs de la mission :"
            MOVE 0 TO Wob_fin
            PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                READ Fobjectifs NEXT
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    IF fob_idMission NOT = Wob_idMission THEN
                        MOVE 1 TO Wob_fin
                    ELSE
                        IF fob_actif = 1 THEN
                            ADD 1 TO Wob_count
                            PERFORM ECRIRE_OBJECTIF_MISSION
                            DISPLAY "  ", fob_seq, ". [", Wob_natureECR,
", poids ", fob_poids, "] ", fob_description
                            DISPLAY "      (1 : Atteint // 2 : Partiel",
" // 3 : Échoué)"
                            MOVE 0 TO Wob_resultat
                            PERFORM WITH TEST AFTER UNTIL
                                    Wob_resultat > 0 AND Wob_resultat < 4
                                ACCEPT Wob_resultat
                            END-PERFORM
                            MOVE Wob_resultat TO fob_resultat
                            REWRITE obTampon END-REWRITE
                            IF fob_stat NOT = 00 THEN
                                MOVE fob_stat TO Wchk_stat
                                MOVE "Fobjectifs" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            ADD fob_poids TO Wob_totalPoids
                            IF fob_atteint THEN
                                ADD fob_poids TO Wob_totalPoints
                            END-IF
                            IF fob_partiel THEN
                                COMPUTE Wob_totalPoints =
                                    Wob_totalPoints + fob_poids / 2
                            END-IF
                            IF fob_echoue AND fob_primaire THEN
                                ADD 1 TO Wob_primEchec
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fobjectifs
        IF Wob_count = 0 OR Wob_totalPoids = 0 THEN
            MOVE 0 TO fm_scoreObjectifs
            MOVE 0 TO fm_objEvalue
            DISPLAY "Aucun objectif enregistré : pas de score de",
" réussite pour cette mission."
        ELSE
            COMPUTE fm_scoreObjectifs ROUNDED =
                Wob_totalPoints * 100 / Wob_totalPoids
            MOVE 1 TO fm_objEvalue
            DISPLAY "Score de réussite pondéré : ", fm_scoreObjectifs,
" / 100."
            IF Wob_primEchec > 0 THEN
                DISPLAY "Attention : ", Wob_primEchec,
" objectif(s) primaire(s) échoué(s)."
            END-IF
        END-IF.

        COPIER_OBJECTIFS_VERS_MODELE.
        OPEN INPUT Fobjectifs
        OPEN I-O Fmodeles_objectifs
        MOVE Wob_idMission TO fob_idMission
        START Fobjectifs, KEY IS = fob_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wob_fin
            PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                READ Fobjectifs NEXT
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    IF fob_idMission NOT = Wob_idMission THEN
                        MOVE 1 TO Wob_fin
                    ELSE
                        IF fob_actif = 1 THEN
                            MOVE Wmo_id TO fmb_idModele
                            MOVE fob_seq TO fmb_seq
                            MOVE fob_description TO fmb_description
                            MOVE fob_poids TO fmb_poids
                            MOVE fob_nature TO fmb_nature
                            MOVE 1 TO fmb_actif
                            WRITE mbTampon END-WRITE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fmodeles_objectifs
        CLOSE Fobjectifs.

        COPIER_OBJECTIFS_DEPUIS_MODELE.
        OPEN INPUT Fmodeles_objectifs
        OPEN I-O Fobjectifs
        MOVE Wmo_id TO fmb_idModele
        START Fmodeles_objectifs, KEY IS = fmb_idModele
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wob_fin
            PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                READ Fmodeles_objectifs NEXT
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    IF fmb_idModele NOT = Wmo_id THEN
                        MOVE 1 TO Wob_fin
                    ELSE
                        IF fmb_actif = 1 THEN
                            MOVE Wob_idMission TO fob_idMission
                            MOVE fmb_seq TO fob_seq
                            MOVE fmb_description TO fob_description
                            MOVE fmb_poids TO fob_poids
                            MOVE fmb_nature TO fob_nature
                            MOVE 0 TO fob_resultat
                            MOVE 1 TO fob_actif
                            WRITE obTampon END-WRITE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fobjectifs
        CLOSE Fmodeles_objectifs.

        CLASSEMENT_OBJECTIFS_MISSIONS.
        SORT Wtri_objectifs ON ASCENDING KEY wto_typeMission
                            ON DESCENDING KEY wto_score
            INPUT PROCEDURE IS CLASSEMENT_OBJECTIFS_ALIMENTER
            OUTPUT PROCEDURE IS CLASSEMENT_OBJECTIFS_AFFICHER.

        CLASSEMENT_OBJECTIFS_ALIMENTER.
        OPEN INPUT Fmissions
        MOVE 0 TO Wmiss_fin
        PERFORM WITH TEST AFTER UNTIL Wmiss_fin = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wmiss_fin
            NOT AT END
                IF fm_terminee AND fm_objEvalue = 1 THEN
                    MOVE fm_typeMission TO wto_typeMission
                    MOVE fm_scoreObjectifs TO wto_score
                    MOVE fm_idMission TO wto_idMission
                    MOVE fm_description TO wto_description
                    MOVE 0 TO wto_primEchec
                    OPEN INPUT Fobjectifs
                    MOVE fm_idMission TO fob_idMission
                    START Fobjectifs, KEY IS = fob_idMission
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 0 TO Wob_fin
                        PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
                            READ Fobjectifs NEXT
                            AT END MOVE 1 TO Wob_fin
                            NOT AT END
                                IF fob_idMission NOT = fm_idMission THEN
                                    MOVE 1 TO Wob_fin
                                ELSE
                                    IF fob_actif = 1 AND fob_primaire
                                       AND fob_echoue THEN
                                        ADD 1 TO wto_primEchec
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                    END-START
                    CLOSE Fobjectifs
                    RELEASE wto_rec
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions.

        CLASSEMENT_OBJECTIFS_AFFICHER.
        DISPLAY "#############"
        DISPLAY "Classement des missions terminées par score de",
" réussite des objectifs :"
        MOVE 0 TO Wob_rang
        MOVE 0 TO Wob_count
        MOVE 0 TO Wob_typeCourant
        MOVE 0 TO Wob_fin
        PERFORM WITH TEST AFTER UNTIL Wob_fin = 1
            RETURN Wtri_objectifs
                AT END MOVE 1 TO Wob_fin
                NOT AT END
                    ADD 1 TO Wob_count
                    IF wto_typeMission NOT = Wob_typeCourant THEN
                        MOVE wto_typeMission TO Wob_typeCourant
                        MOVE 0 TO Wob_rang
                        MOVE wto_typeMission TO fm_typeMission
                        PERFORM ECRIRE_TYPE_MISSION
                        DISPLAY " "
                        DISPLAY "Type ", Wfm_typeECR
                    END-IF
                    ADD 1 TO Wob_rang
                    DISPLAY "  ", Wob_rang, ". Mission n°",
wto_idMission, " (", wto_description, ") : ", wto_score, " / 100"
                    IF wto_primEchec > 0 THEN
                        DISPLAY "       dont ", wto_primEchec,
" objectif(s) primaire(s) échoué(s)"
                    END-IF
            END-RETURN
        END-PERFORM
        IF Wob_count = 0 THEN
            DISPLAY "  Aucune mission terminée avec objectifs évalués."
        END-IF.

        ECRIRE_CATEGORIE_DEPENSE.
        MOVE "CDEP" TO Wcx_table
        MOVE Wdp_categorie TO Wcx_code
        PERFORM LIRE_CODE_REFERENCE
        IF Wcx_trouve = 1 THEN
            MOVE Wcx_libelle TO Wdp_categorieECR
        ELSE
            MOVE "Autre" TO Wdp_categorieECR
        END-IF.

        ENREGISTRER_DEPENSE_MISSION.
        ACCEPT Wdp_date FROM DATE YYYYMMDD
        MOVE SPACES TO dpTampon
        OPEN EXTEND Fdepenses
        STRING fm_idMission DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdp_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdp_categorie DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wfm_depense DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wop_id DELIMITED BY SIZE
            INTO dpTampon
        END-STRING
        WRITE dpTampon
        CLOSE Fdepenses
        PERFORM ECRIRE_CATEGORIE_DEPENSE
        DISPLAY "Dépense consignée au grand livre de la mission (",
Wdp_categorieECR, ").".

        VENTILATION_DEPENSES_MISSION.
        PERFORM VARYING Wdp_i FROM 1 BY 1 UNTIL Wdp_i > 9
            MOVE 0 TO Wdp_total(Wdp_i)
        END-PERFORM
        MOVE 0 TO Wdp_totalAuto
        OPEN INPUT Fdepenses
        IF fdp_stat = 35 THEN
            MOVE "   (aucune dépense détaillée enregistrée)" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            MOVE 0 TO Wdp_fin
            PERFORM WITH TEST AFTER UNTIL Wdp_fin = 1
                READ Fdepenses
                AT END MOVE 1 TO Wdp_fin
                NOT AT END
                    MOVE SPACES TO Wdp_pOrigine
                    UNSTRING dpTampon DELIMITED BY ";"
                        INTO Wdp_pId Wdp_pDate Wdp_pCat Wdp_pMontant
                             Wdp_pOp Wdp_pOrigine
                    END-UNSTRING
                    IF FUNCTION NUMVAL(Wdp_pId) = fm_idMission THEN
                        MOVE FUNCTION NUMVAL(Wdp_pCat)
                            TO Wdp_categorie
                        IF Wdp_categorie < 1 THEN
                            MOVE 4 TO Wdp_categorie
                        END-IF
                        COMPUTE Wdp_montantN =
                            FUNCTION NUMVAL(Wdp_pMontant) / 100
                        ADD Wdp_montantN
                            TO Wdp_total(Wdp_categorie)
                        IF Wdp_pOrigine = "AUTO" THEN
                            ADD Wdp_montantN TO Wdp_totalAuto
                        END-IF
                    END-IF
            END-PERFORM
            CLOSE Fdepenses
            PERFORM VARYING Wdp_i FROM 1 BY 1 UNTIL Wdp_i > 9
                MOVE Wdp_i TO Wdp_categorie
                PERFORM ECRIRE_CATEGORIE_DEPENSE
                IF Wcx_valide = 1 OR Wdp_total(Wdp_i) > 0 THEN
                    MOVE SPACES TO Wsp_ligne
                    STRING "   " DELIMITED BY SIZE
                        Wdp_categorieECR DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        Wdp_total(Wdp_i) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fm_devise DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-PERFORM
            IF Wdp_totalAuto > 0 THEN
                MOVE SPACES TO Wsp_ligne
                STRING "   dont imputations automatiques : "
                    DELIMITED BY SIZE
                    Wdp_totalAuto DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fm_devise DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-IF.

        IMPUTATIONS_AUTO_BATCH.
        ACCEPT Wai_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wai_nbPostees
        MOVE 0 TO Wai_nbSansMission
        MOVE 0 TO Wai_nbAttente
        MOVE 0 TO Wai_total
        MOVE Wai_aujourdhui TO Wper_date
        PERFORM VERIFIER_PERIODE_OUVERTE
        IF Wper_ouverte = 1 THEN
            PERFORM AUTO_VOYAGES
            PERFORM AUTO_PAIE
            PERFORM AUTO_DECHARGEMENTS
        END-IF
        MOVE Wai_total TO Wai_totalECR
        DISPLAY "Imputations automatiques : ", Wai_nbPostees,
" ligne(s) portée(s) au grand livre pour ", Wai_totalECR, ", ",
Wai_nbSansMission, " sans mission imputable, ", Wai_nbAttente,
" en attente de coût standard."
        MOVE Wai_nbPostees TO Wbat_traites.

        AUTO_VOYAGES.
        MOVE 0 TO Wai_prix
        OPEN INPUT Fcatalogue
        MOVE Wcfg_articleCarburant TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fca_actif = 1 THEN
                MOVE fca_coutStandard TO Wai_prix
            END-IF
        END-READ
        CLOSE Fcatalogue
        OPEN INPUT Fvaisseaux_hist
        IF fvh_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wai_fin
            PERFORM WITH TEST AFTER UNTIL Wai_fin = 1
                READ Fvaisseaux_hist
                AT END MOVE 1 TO Wai_fin
                NOT AT END
                    MOVE SPACES TO Wvh_pConso
                    UNSTRING vhTampon DELIMITED BY ";"
                        INTO Wvh_pDate Wvh_pHeure Wvh_pNav
                             Wvh_pDepart Wvh_pArrivee Wvh_pJours
                             Wvh_pConso
                    END-UNSTRING
                    IF Wvh_pArrivee NOT = "ARCHIVE" THEN
                        PERFORM AUTO_VOYAGE
                    END-IF
            END-PERFORM
            CLOSE Fvaisseaux_hist
        END-IF.

        AUTO_VOYAGE.
        MOVE SPACES TO Wai_reference
        STRING "V;" DELIMITED BY SIZE
            Wvh_pDate DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wvh_pHeure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wvh_pNav DELIMITED BY SIZE
            INTO Wai_reference
        END-STRING
        PERFORM AUTO_DEJA_IMPUTE
        IF Wai_deja = 0 THEN
            IF Wvh_pConso NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(Wvh_pConso) TO Wai_quantite
            ELSE
                MOVE Wvh_pDepart TO Wfd_lieuA
                MOVE Wvh_pArrivee TO Wfd_lieuB
                PERFORM OBTENIR_DISTANCE_LIEUX
                MOVE Wfd_distance TO Wai_quantite
            END-IF
            MOVE FUNCTION NUMVAL(Wvh_pDate) TO Wai_date
            MOVE Wvh_pNav TO Wai_nav
            PERFORM AUTO_MISSION_NAVIRE
            IF Wai_idMission > 0 AND Wai_quantite > 0 AND
               Wai_prix = 0 THEN
                ADD 1 TO Wai_nbAttente
            ELSE
                COMPUTE Wai_montant ROUNDED = Wai_quantite * Wai_prix
                MOVE 1 TO Wai_categorie
                PERFORM AUTO_IMPUTER
            END-IF
        END-IF.

        AUTO_PAIE.
        DIVIDE 100 INTO Wai_aujourdhui GIVING Wai_mois
        OPEN INPUT Fpaie
        IF fpa_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wai_fin
            PERFORM WITH TEST AFTER UNTIL Wai_fin = 1
                READ Fpaie
                AT END MOVE 1 TO Wai_fin
                NOT AT END
                    MOVE SPACES TO Wai_pEquipe
                    UNSTRING paTampon DELIMITED BY ";"
                        INTO Wai_pDate Wai_pAstro Wai_pGrade
                             Wai_pSalaire Wai_pEquipe
                    END-UNSTRING
                    MOVE FUNCTION NUMVAL(Wai_pEquipe) TO Wai_idEquipe
                    IF Wai_idEquipe > 0 THEN
                        PERFORM AUTO_SALAIRE
                    END-IF
            END-PERFORM
            CLOSE Fpaie
        END-IF.

        AUTO_SALAIRE.
        MOVE SPACES TO Wai_reference
        STRING "P;" DELIMITED BY SIZE
            Wai_pDate DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wai_pAstro DELIMITED BY SIZE
            INTO Wai_reference
        END-STRING
        PERFORM AUTO_DEJA_IMPUTE
        IF Wai_deja = 0 THEN
            MOVE FUNCTION NUMVAL(Wai_pDate) TO Wai_date
            DIVIDE 100 INTO Wai_date GIVING Wai_debutMois
            IF FUNCTION MOD(Wai_debutMois, 100) = 12 THEN
                COMPUTE Wai_moisSuivant = (Wai_debutMois + 89) * 100 + 1
            ELSE
                COMPUTE Wai_moisSuivant = (Wai_debutMois + 1) * 100 + 1
            END-IF
            COMPUTE Wai_debutMois = Wai_debutMois * 100 + 1
            COMPUTE Wai_joursMois =
                FUNCTION INTEGER-OF-DATE(Wai_moisSuivant)
                - FUNCTION INTEGER-OF-DATE(Wai_debutMois)
            MOVE 0 TO Wai_idMission
            MOVE 0 TO Wai_jours
            OPEN INPUT Fequipes
            MOVE Wai_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fe_idMission TO Wai_idMission
            END-READ
            CLOSE Fequipes
            IF Wai_idMission > 0 THEN
                OPEN INPUT Fmissions
                MOVE Wai_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE 0 TO Wai_idMission
                NOT INVALID KEY
                    IF fm_actif = 0 OR fm_annulee OR
                       fm_dateDebut = 0 THEN
                        MOVE 0 TO Wai_idMission
                    ELSE
                        MOVE Wai_debutMois TO Wai_debut
                        IF fm_dateDebut > Wai_debut THEN
                            MOVE fm_dateDebut TO Wai_debut
                        END-IF
                        COMPUTE Wai_fin3 = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(Wai_moisSuivant)
                            - 1)
                        IF fm_dateFin > 0 AND fm_dateFin < Wai_fin3 THEN
                            MOVE fm_dateFin TO Wai_fin3
                        END-IF
                        IF Wai_fin3 >= Wai_debut THEN
                            COMPUTE Wai_jours =
                                FUNCTION INTEGER-OF-DATE(Wai_fin3)
                                - FUNCTION INTEGER-OF-DATE(Wai_debut)
                                + 1
                        END-IF
                    END-IF
                END-READ
                CLOSE Fmissions
            END-IF
            IF Wai_jours = 0 THEN
                MOVE 0 TO Wai_idMission
            END-IF
            IF Wai_idMission = 0 AND
               Wai_date / 100 >= Wai_mois THEN
                CONTINUE
            ELSE
                COMPUTE Wai_montant ROUNDED =
                    FUNCTION NUMVAL(Wai_pSalaire) / 100
                    * Wai_jours / Wai_joursMois
                MOVE 3 TO Wai_categorie
                PERFORM AUTO_IMPUTER
            END-IF
        END-IF.

        AUTO_DECHARGEMENTS.
        OPEN INPUT Fdechargements
        IF fdg_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wai_fin
            PERFORM WITH TEST AFTER UNTIL Wai_fin = 1
                READ Fdechargements
                AT END MOVE 1 TO Wai_fin
                NOT AT END
                    UNSTRING dgTampon DELIMITED BY ";"
                        INTO Wai_pDate Wai_pHeure Wai_pNav Wai_pItem
                             Wai_pQuantite Wai_pLieu
                    END-UNSTRING
                    PERFORM AUTO_DECHARGEMENT
            END-PERFORM
            CLOSE Fdechargements
        END-IF.

        AUTO_DECHARGEMENT.
        MOVE SPACES TO Wai_reference
        STRING "C;" DELIMITED BY SIZE
            Wai_pDate DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wai_pHeure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wai_pNav DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wai_pItem DELIMITED BY SIZE
            INTO Wai_reference
        END-STRING
        PERFORM AUTO_DEJA_IMPUTE
        IF Wai_deja = 0 THEN
            MOVE 0 TO Wai_prix
            MOVE 2 TO Wai_categorie
            OPEN INPUT Fcatalogue
            MOVE Wai_pItem TO fca_nomArticle
            READ Fcatalogue
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fca_coutStandard TO Wai_prix
                IF fca_categorie NOT = 1 THEN
                    MOVE 6 TO Wai_categorie
                END-IF
            END-READ
            CLOSE Fcatalogue
            MOVE FUNCTION NUMVAL(Wai_pQuantite) TO Wai_quantite
            MOVE FUNCTION NUMVAL(Wai_pDate) TO Wai_date
            MOVE Wai_pNav TO Wai_nav
            PERFORM AUTO_MISSION_NAVIRE
            IF Wai_idMission > 0 AND Wai_prix = 0 THEN
                ADD 1 TO Wai_nbAttente
            ELSE
                COMPUTE Wai_montant ROUNDED = Wai_quantite * Wai_prix
                PERFORM AUTO_IMPUTER
            END-IF
        END-IF.

        AUTO_DEJA_IMPUTE.
        MOVE 0 TO Wai_deja
        OPEN INPUT Fimputations
        MOVE Wai_reference TO fia_reference
        READ Fimputations
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO Wai_deja
        END-READ
        CLOSE Fimputations.

        AUTO_MISSION_NAVIRE.
        MOVE 0 TO Wai_idMission
        OPEN INPUT Fvaisseaux
        MOVE Wai_nav TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fv_idMission > 0 THEN
                MOVE fv_idMission TO fm_idMission
                PERFORM AUTO_MISSION_COUVRANTE
            END-IF
        END-READ
        CLOSE Fvaisseaux
        IF Wai_idMission = 0 THEN
            OPEN INPUT Fequipes
            MOVE Wai_nav TO fe_nomVaisseau
            START Fequipes, KEY IS = fe_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wai_fin2
                PERFORM WITH TEST AFTER UNTIL Wai_fin2 = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wai_fin2
                    NOT AT END
                        IF fe_nomVaisseau NOT = Wai_nav THEN
                            MOVE 1 TO Wai_fin2
                        ELSE
                            IF fe_actif = 1 AND fe_idMission > 0 AND
                               Wai_idMission = 0 THEN
                                MOVE fe_idMission TO fm_idMission
                                PERFORM AUTO_MISSION_COUVRANTE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
        END-IF
        IF Wai_idMission = 0 THEN
            OPEN INPUT Fconvoi
            MOVE 0 TO Wai_fin2
            PERFORM WITH TEST AFTER UNTIL Wai_fin2 = 1
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wai_fin2
                NOT AT END
                    IF fcv_nomVaisseau = Wai_nav THEN
                        MOVE fcv_idMission TO fm_idMission
                        PERFORM AUTO_MISSION_COUVRANTE
                        IF Wai_idMission > 0 THEN
                            MOVE 1 TO Wai_fin2
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fconvoi
        END-IF.

        AUTO_MISSION_COUVRANTE.
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fm_actif = 1 AND NOT fm_annulee AND
               fm_dateDebut > 0 AND fm_dateDebut <= Wai_date AND
               (fm_dateFin = 0 OR fm_dateFin >= Wai_date) THEN
                MOVE fm_idMission TO Wai_idMission
            END-IF
        END-READ
        CLOSE Fmissions.

        AUTO_IMPUTER.
        IF Wai_idMission > 0 AND Wai_montant > 0 THEN
            OPEN I-O Fmissions
            MOVE Wai_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                MOVE 0 TO Wai_idMission
            NOT INVALID KEY
                IF fm_actif = 0 THEN
                    MOVE 0 TO Wai_idMission
                ELSE
                    MOVE SPACES TO dpTampon
                    OPEN EXTEND Fdepenses
                    STRING fm_idMission DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wai_aujourdhui DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wai_categorie DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wai_montant DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wop_id DELIMITED BY SIZE
                        ";AUTO;" DELIMITED BY SIZE
                        Wai_reference DELIMITED BY "  "
                        INTO dpTampon
                    END-STRING
                    WRITE dpTampon
                    CLOSE Fdepenses
                    ADD Wai_montant TO fm_coutReel
                    REWRITE mTampon END-REWRITE
                    IF fm_stat NOT = 00 THEN
                        MOVE fm_stat TO Wchk_stat
                        MOVE "Fmissions" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    ADD 1 TO Wai_nbPostees
                    ADD Wai_montant TO Wai_total
                END-IF
            END-READ
            CLOSE Fmissions
        END-IF
        IF Wai_idMission = 0 THEN
            ADD 1 TO Wai_nbSansMission
            MOVE 0 TO Wai_montant
        END-IF
        OPEN I-O Fimputations
        MOVE Wai_reference TO fia_reference
        MOVE Wai_idMission TO fia_idMission
        MOVE Wai_categorie TO fia_categorie
        MOVE Wai_montant TO fia_montant
        MOVE Wai_date TO fia_dateSource
        MOVE Wai_aujourdhui TO fia_dateImputation
        WRITE iaTampon END-WRITE
        IF fia_stat NOT = 00 THEN
            MOVE fia_stat TO Wchk_stat
            MOVE "Fimputations" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fimputations.

        ENREGISTRER_REPLAN_MISSION.
        DISPLAY "Mission En cours : le changement passe par un",
" replan versionné."
        DISPLAY "Motif du replan ?"
        MOVE SPACES TO Wrp_motif
        PERFORM WITH TEST AFTER UNTIL Wrp_motif NOT = SPACES
            ACCEPT Wrp_motif
        END-PERFORM
        PERFORM ENREGISTRER_REPLAN_VERSION.

        ENREGISTRER_REPLAN_VERSION.
        MOVE 0 TO Wrp_max
        OPEN INPUT Freplans
        MOVE fm_idMission TO frp_idMission
        START Freplans, KEY IS = frp_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrp_fin
            PERFORM WITH TEST AFTER UNTIL Wrp_fin = 1
                READ Freplans NEXT
                AT END MOVE 1 TO Wrp_fin
                NOT AT END
                    IF frp_idMission NOT = fm_idMission THEN
                        MOVE 1 TO Wrp_fin
                    ELSE
                        IF frp_numVersion > Wrp_max THEN
                            MOVE frp_numVersion TO Wrp_max
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freplans
        OPEN I-O Freplans
        MOVE fm_idMission TO frp_idMission
        COMPUTE frp_numVersion = Wrp_max + 1
        ACCEPT frp_dateReplan FROM DATE YYYYMMDD
        MOVE Wop_id TO frp_operateur
        MOVE fm_dateDebut TO frp_dateDebutAnc
        MOVE fm_dateFin TO frp_dateFinAnc
        MOVE fm_budgetEstime TO frp_budgetAnc
        MOVE Wrp_dateDebutN TO frp_dateDebutNouv
        MOVE Wrp_dateFinN TO frp_dateFinNouv
        MOVE Wrp_budgetN TO frp_budgetNouv
        MOVE Wrp_motif TO frp_motif
        WRITE rpTampon END-WRITE
        IF frp_stat NOT = 00 THEN
            MOVE frp_stat TO Wchk_stat
            MOVE "Freplans" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Freplans
        MOVE "MISSIONS" TO Wau_module
        MOVE "REPLAN" TO Wau_action
        MOVE fm_idMission TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Replan version ", frp_numVersion,
" enregistré pour la mission n°", fm_idMission, ".".

        LISTER_REPLANS_MISSION.
        MOVE 0 TO Wrp_count
        OPEN INPUT Freplans
        MOVE fm_idMission TO frp_idMission
        START Freplans, KEY IS = frp_idMission
        INVALID KEY
            MOVE "   Aucun replan enregistré." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        NOT INVALID KEY
            MOVE 0 TO Wrp_fin
            PERFORM WITH TEST AFTER UNTIL Wrp_fin = 1
                READ Freplans NEXT
                AT END MOVE 1 TO Wrp_fin
                NOT AT END
                    IF frp_idMission NOT = fm_idMission THEN
                        MOVE 1 TO Wrp_fin
                    ELSE
                        ADD 1 TO Wrp_count
                        MOVE SPACES TO Wsp_ligne
                        STRING "   Version " DELIMITED BY SIZE
                            frp_numVersion DELIMITED BY SIZE
                            " du " DELIMITED BY SIZE
                            frp_dateReplan DELIMITED BY SIZE
                            " (opérateur " DELIMITED BY SIZE
                            frp_operateur DELIMITED BY SIZE
                            ") : " DELIMITED BY SIZE
                            frp_motif DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        MOVE SPACES TO Wsp_ligne
                        STRING "     Dates : " DELIMITED BY SIZE
                            frp_dateDebutAnc DELIMITED BY SIZE
                            "-" DELIMITED BY SIZE
                            frp_dateFinAnc DELIMITED BY SIZE
                            " -> " DELIMITED BY SIZE
                            frp_dateDebutNouv DELIMITED BY SIZE
                            "-" DELIMITED BY SIZE
                            frp_dateFinNouv DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        MOVE SPACES TO Wsp_ligne
                        STRING "     Budget : " DELIMITED BY SIZE
                            frp_budgetAnc DELIMITED BY SIZE
                            " -> " DELIMITED BY SIZE
                            frp_budgetNouv DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-READ
            END-PERFORM
            IF Wrp_count = 0 THEN
                MOVE "   Aucun replan enregistré." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-START
        CLOSE Freplans.

        CALENDRIER_MISSION.
        PERFORM DEBUT_PAGINATION
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            PERFORM CALENDRIER_NAVIRE_MISSION
            DISPLAY "#############"
            DISPLAY "Calendrier calculé de la mission n°",
Wfm_idMission, " (départ ", fm_dateDebut, ", fin prévue ",
fm_dateFin, ") :"
            IF Wcal_nav = SPACES THEN
                DISPLAY "Aucun vaisseau affecté : calendrier limité",
" aux durées saisies."
            ELSE
                DISPLAY "Vaisseau retenu : ", Wcal_nav,
" (vitesse ", Wcal_vitesse, " unité(s)/jour, au départ de ",
Wcal_lieu, ")"
            END-IF
            IF Wcal_vitesse = 0 OR fm_dateDebut = 0 THEN
                PERFORM LISTER_ETAPES_MISSION
            ELSE
                COMPUTE Wcal_int =
                    FUNCTION INTEGER-OF-DATE(fm_dateDebut)
                MOVE 0 TO Wcal_count
                MOVE 0 TO Wcal_repli
                OPEN INPUT Fetapes
                MOVE fm_idMission TO fet_idMission
                START Fetapes, KEY IS = fet_idMission
                INVALID KEY
                    DISPLAY "Aucune étape intermédiaire enregistrée."
                NOT INVALID KEY
                    MOVE 0 TO Wcal_fin
                    PERFORM WITH TEST AFTER UNTIL Wcal_fin = 1
                        READ Fetapes NEXT
                        AT END MOVE 1 TO Wcal_fin
                        NOT AT END
                            IF fet_idMission NOT = fm_idMission THEN
                                MOVE 1 TO Wcal_fin
                            ELSE
                                IF fet_actif = 1 THEN
                                    ADD 1 TO Wcal_count
                                    PERFORM CALENDRIER_ETAPE
                                    IF fet_retourRepli THEN
                                        MOVE 1 TO Wcal_repli
                                    END-IF
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE Fetapes
                MOVE Wcal_lieu TO Wfd_lieuA
                MOVE fm_nomLieu TO Wfd_lieuB
                PERFORM OBTENIR_DISTANCE_LIEUX
                IF Wcal_repli = 1 THEN
                    DISPLAY "   Destination ", fm_nomLieu,
" abandonnée : la mission se termine au lieu de repli."
                ELSE
                IF Wfd_trouve = 1 THEN
                    COMPUTE Wcal_jours =
                        (Wfd_distance + Wcal_vitesse - 1)
                        / Wcal_vitesse
                    ADD Wcal_jours TO Wcal_int
                    COMPUTE Wcal_eta =
                        FUNCTION DATE-OF-INTEGER(Wcal_int)
                    DISPLAY "   Destination ", fm_nomLieu,
" : trajet ", Wcal_jours, " j, arrivée estimée le ", Wcal_eta
                    IF fm_dateFin > 0 AND Wcal_eta > fm_dateFin THEN
                        DISPLAY "      ATTENTION : l'arrivée",
" calculée dépasse la date de fin prévue (", fm_dateFin, ")."
                    END-IF
                ELSE
                    DISPLAY "   Destination ", fm_nomLieu,
" : distance inconnue depuis ", Wcal_lieu,
", arrivée non calculable."
                END-IF
                END-IF
            END-IF
        END-IF.

        CALENDRIER_NAVIRE_MISSION.
        MOVE SPACES TO Wcal_nav
        OPEN INPUT Fequipes
        MOVE Wfm_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcal_fin
            PERFORM WITH TEST AFTER UNTIL Wcal_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wcal_fin
                NOT AT END
                    IF fe_idMission NOT = Wfm_idMission THEN
                        MOVE 1 TO Wcal_fin
                    ELSE
                        IF fe_actif = 1 AND
                           fe_nomVaisseau NOT = SPACES THEN
                            MOVE fe_nomVaisseau TO Wcal_nav
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        IF Wcal_nav = SPACES THEN
            OPEN INPUT Fconvoi
            MOVE Wfm_idMission TO fcv_idMission
            START Fconvoi, KEY IS = fcv_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wcal_fin
                PERFORM WITH TEST AFTER UNTIL Wcal_fin = 1
                    READ Fconvoi NEXT
                    AT END MOVE 1 TO Wcal_fin
                    NOT AT END
                        IF fcv_idMission NOT = Wfm_idMission THEN
                            MOVE 1 TO Wcal_fin
                        ELSE
                            IF fcv_actif = 1 AND
                               Wcal_nav = SPACES THEN
                                MOVE fcv_nomVaisseau TO Wcal_nav
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fconvoi
        END-IF
        MOVE 0 TO Wcal_vitesse
        MOVE SPACES TO Wcal_lieu
        IF Wcal_nav NOT = SPACES THEN
            OPEN INPUT Fvaisseaux
            MOVE Wcal_nav TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fv_vitesseCroisiere TO Wcal_vitesse
                MOVE fv_nomLieu TO Wcal_lieu
            END-READ
            CLOSE Fvaisseaux
        END-IF.

        CALENDRIER_ETAPE.
        MOVE Wcal_lieu TO Wfd_lieuA
        MOVE fet_nomLieu TO Wfd_lieuB
        PERFORM OBTENIR_DISTANCE_LIEUX
        IF Wfd_trouve = 1 THEN
            COMPUTE Wcal_jours =
                (Wfd_distance + Wcal_vitesse - 1) / Wcal_vitesse
            ADD Wcal_jours TO Wcal_int
            COMPUTE Wcal_eta = FUNCTION DATE-OF-INTEGER(Wcal_int)
            DISPLAY "   Étape ", fet_seq, " : ", fet_nomLieu,
" - trajet ", Wcal_jours, " j, arrivée estimée le ", Wcal_eta,
" (durée saisie ", fet_dureePrevue, " j)"
            IF Wcal_jours > fet_dureePrevue AND
               fet_dureePrevue > 0 THEN
                DISPLAY "      ATTENTION : durée saisie",
" physiquement irréalisable pour ce vaisseau."
            END-IF
        ELSE
            DISPLAY "   Étape ", fet_seq, " : ", fet_nomLieu,
" - distance inconnue, arrivée non calculée (durée saisie ",
fet_dureePrevue, " j)"
        END-IF
        ADD fet_dureePrevue TO Wcal_int
        MOVE fet_nomLieu TO Wcal_lieu.

        RAPPORT_ADHERENCE_PLANNING.
        DISPLAY "1 : Missions en cours // 2 : Un vaisseau"
        MOVE 0 TO Wad_choix
        PERFORM WITH TEST AFTER UNTIL Wad_choix = 1 OR Wad_choix = 2
            ACCEPT Wad_choix
        END-PERFORM
        IF Wad_choix = 2 THEN
            DISPLAY "Nom du vaisseau ?"
            ACCEPT Wad_nav2
            MOVE FUNCTION LOWER-CASE(Wad_nav2) TO Wad_nav2
        END-IF
        MOVE "ADHERENCE_PLANNING" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Respect du planning des étapes (tolérance "
            DELIMITED BY SIZE
            Wcfg_toleranceGlissement DELIMITED BY SIZE
            " j) :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wad_silence
        IF Wad_choix = 1 THEN
            MOVE 0 TO Wad_mode
            PERFORM ADH_MISSIONS_EN_COURS
        ELSE
            PERFORM ADH_PAR_VAISSEAU
        END-IF
        PERFORM FIN_RAPPORT.

        ADH_MISSIONS_EN_COURS.
        ACCEPT Wad_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wad_count
        OPEN INPUT Fmissions
        MOVE 0 TO Wad_fin2
        PERFORM WITH TEST AFTER UNTIL Wad_fin2 = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wad_fin2
            NOT AT END
                IF fm_actif = 1 AND
                   (fm_enCours OR
                    (fm_planifiee AND fm_dateDebut > 0 AND
                     fm_dateDebut <= Wad_aujourdhui)) THEN
                    MOVE fm_idMission TO Wfm_idMission
                    PERFORM CALENDRIER_NAVIRE_MISSION
                    PERFORM ADH_MISSION
                    PERFORM ADH_SIGNALER
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        IF Wad_count = 0 AND Wad_mode NOT = 1 THEN
            IF Wad_mode = 0 THEN
                MOVE "  Aucune mission en cours." TO Wsp_ligne
            ELSE
                MOVE "  Aucune mission en retard sur son planning."
                    TO Wsp_ligne
            END-IF
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        ADH_SIGNALER.
        EVALUATE Wad_mode
        WHEN 0
            ADD 1 TO Wad_count
        WHEN 1
            IF Wad_calculable = 1 AND
               Wad_decalage > Wcfg_toleranceGlissement THEN
                ADD 1 TO Wad_count
                MOVE Wad_decalage TO Wad_ecartECR
                MOVE SPACES TO Wno_message
                STRING "Mission n°" DELIMITED BY SIZE
                    fm_idMission DELIMITED BY SIZE
                    " : glissement de" DELIMITED BY SIZE
                    Wad_ecartECR DELIMITED BY SIZE
                    " j, fin projetée le " DELIMITED BY SIZE
                    Wad_finProjetee DELIMITED BY SIZE
                    INTO Wno_message
                END-STRING
                MOVE 2 TO Wno_niveau
                PERFORM ECRIRE_NOTIFICATION
            END-IF
        WHEN OTHER
            IF Wad_calculable = 1 AND
               Wad_decalage > Wcfg_toleranceGlissement THEN
                ADD 1 TO Wad_count
                MOVE Wad_decalage TO Wad_ecartECR
                MOVE SPACES TO Wsp_ligne
                STRING "  - Mission n°" DELIMITED BY SIZE
                    fm_idMission DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    Wcal_nav DELIMITED BY SPACE
                    ") : glissement de" DELIMITED BY SIZE
                    Wad_ecartECR DELIMITED BY SIZE
                    " j, fin projetée le " DELIMITED BY SIZE
                    Wad_finProjetee DELIMITED BY SIZE
                    " au lieu du " DELIMITED BY SIZE
                    fm_dateFin DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-EVALUATE.

        ADH_SURVEILLER.
        MOVE 1 TO Wad_silence
        PERFORM ADH_MISSIONS_EN_COURS
        MOVE 0 TO Wad_silence.

        ADH_PAR_VAISSEAU.
        ACCEPT Wad_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wfm_idMission
        MOVE 0 TO Wcal_vitesse
        MOVE SPACES TO Wcal_nav
        OPEN INPUT Fvaisseaux
        MOVE Wad_nav2 TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fv_actif = 1 THEN
                MOVE fv_nomVaisseau TO Wcal_nav
                MOVE fv_vitesseCroisiere TO Wcal_vitesse
                MOVE fv_nomLieu TO Wcal_lieu
                MOVE fv_idMission TO Wfm_idMission
            END-IF
        END-READ
        CLOSE Fvaisseaux
        IF Wcal_nav = SPACES THEN
            MOVE "  Vaisseau inconnu ou archivé." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            IF Wfm_idMission = 0 THEN
                OPEN INPUT Fequipes
                MOVE 0 TO Wad_fin
                PERFORM WITH TEST AFTER UNTIL Wad_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wad_fin
                    NOT AT END
                        IF fe_actif = 1 AND fe_idMission > 0 AND
                           fe_nomVaisseau = Wcal_nav THEN
                            MOVE fe_idMission TO Wfm_idMission
                            MOVE 1 TO Wad_fin
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fequipes
            END-IF
            IF Wfm_idMission = 0 THEN
                OPEN INPUT Fconvoi
                MOVE 0 TO Wad_fin
                PERFORM WITH TEST AFTER UNTIL Wad_fin = 1
                    READ Fconvoi NEXT
                    AT END MOVE 1 TO Wad_fin
                    NOT AT END
                        IF fcv_actif = 1 AND
                           fcv_nomVaisseau = Wcal_nav THEN
                            MOVE fcv_idMission TO fm_idMission
                            PERFORM ADH_MISSION_ACTIVE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fconvoi
            END-IF
            MOVE 0 TO Wad_calculable
            IF Wfm_idMission > 0 THEN
                OPEN INPUT Fmissions
                MOVE Wfm_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE 0 TO Wfm_idMission
                NOT INVALID KEY
                    IF fm_actif = 0 THEN
                        MOVE 0 TO Wfm_idMission
                    END-IF
                END-READ
                CLOSE Fmissions
            END-IF
            IF Wfm_idMission = 0 THEN
                MOVE SPACES TO Wsp_ligne
                STRING "  Le vaisseau " DELIMITED BY SIZE
                    Wcal_nav DELIMITED BY SPACE
                    " n'est affecté à aucune mission active."
                    DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            ELSE
                PERFORM ADH_MISSION
            END-IF
        END-IF.

        ADH_MISSION_ACTIVE.
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fm_actif = 1 AND fm_enCours THEN
                MOVE fm_idMission TO Wfm_idMission
                MOVE 1 TO Wad_fin
            END-IF
        END-READ
        CLOSE Fmissions.

        ADH_MISSION.
        ACCEPT Wad_aujourdhui FROM DATE YYYYMMDD
        COMPUTE Wad_intJour = FUNCTION INTEGER-OF-DATE(Wad_aujourdhui)
        MOVE 0 TO Wad_decalage
        MOVE 0 TO Wad_repli
        MOVE fm_dateFin TO Wad_finProjetee
        MOVE 1 TO Wad_calculable
        IF Wcal_nav = SPACES OR Wcal_vitesse = 0 OR
           fm_dateDebut = 0 THEN
            MOVE 0 TO Wad_calculable
        END-IF
        IF Wad_silence = 0 THEN
            MOVE SPACES TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "  Mission n°" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                " vers " DELIMITED BY SIZE
                fm_nomLieu DELIMITED BY SPACE
                " - vaisseau " DELIMITED BY SIZE
                Wcal_nav DELIMITED BY SPACE
                " - départ " DELIMITED BY SIZE
                fm_dateDebut DELIMITED BY SIZE
                ", fin prévue " DELIMITED BY SIZE
                fm_dateFin DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        IF Wad_calculable = 0 THEN
            IF Wad_silence = 0 THEN
                MOVE "    Planning non calculable (vaisseau, vitesse ou"
                    TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
                MOVE "    date de départ inconnus)." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        ELSE
            PERFORM ADH_ORIGINE
            COMPUTE Wad_int = FUNCTION INTEGER-OF-DATE(fm_dateDebut)
            MOVE fm_dateDebut TO Wad_depuis
            IF Wad_silence = 0 THEN
                MOVE SPACES TO Wsp_ligne
                STRING "    Étape Lieu                           "
                    DELIMITED BY SIZE
                    "Prévue    Réelle     Écart Projetée"
                    DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
            OPEN INPUT Fetapes
            MOVE fm_idMission TO fet_idMission
            START Fetapes, KEY IS = fet_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wad_fin
                PERFORM WITH TEST AFTER UNTIL Wad_fin = 1
                    READ Fetapes NEXT
                    AT END MOVE 1 TO Wad_fin
                    NOT AT END
                        IF fet_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wad_fin
                        ELSE
                            IF fet_actif = 1 AND NOT fet_annulee THEN
                                MOVE fet_seq TO Wad_etape
                                MOVE fet_nomLieu TO Wad_lieuCible
                                MOVE fet_dureePrevue TO Wad_sejour
                                PERFORM ADH_POINT
                                IF fet_retourRepli THEN
                                    MOVE 1 TO Wad_repli
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fetapes
            IF Wad_repli = 0 THEN
                MOVE "Dest." TO Wad_etape
                MOVE fm_nomLieu TO Wad_lieuCible
                MOVE 0 TO Wad_sejour
                PERFORM ADH_POINT
            END-IF
            IF fm_dateFin > 0 THEN
                COMPUTE Wad_finProjetee = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(fm_dateFin)
                    + Wad_decalage)
            END-IF
            IF Wad_silence = 0 THEN
                MOVE Wad_decalage TO Wad_ecartECR
                MOVE SPACES TO Wsp_ligne
                STRING "    Glissement reporté :" DELIMITED BY SIZE
                    Wad_ecartECR DELIMITED BY SIZE
                    " j - fin projetée le " DELIMITED BY SIZE
                    Wad_finProjetee DELIMITED BY SIZE
                    " (prévue le " DELIMITED BY SIZE
                    fm_dateFin DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                IF Wad_decalage > Wcfg_toleranceGlissement THEN
                    MOVE "    ATTENTION : glissement hors tolérance."
                        TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-IF
        END-IF.

        ADH_ORIGINE.
        MOVE Wcal_lieu TO Wad_lieu
        MOVE 99999999 TO Wad_reelle
        OPEN INPUT Farrivees
        MOVE 0 TO Wad_fin2
        PERFORM WITH TEST AFTER UNTIL Wad_fin2 = 1
            READ Farrivees NEXT
            AT END MOVE 1 TO Wad_fin2
            NOT AT END
                IF fta_nomVaisseau = Wcal_nav AND
                   fta_dateArrivee >= fm_dateDebut AND
                   fta_dateArrivee < Wad_reelle THEN
                    MOVE fta_dateArrivee TO Wad_reelle
                    MOVE fta_lieuDepart TO Wad_lieu
                END-IF
            END-READ
        END-PERFORM
        CLOSE Farrivees.

        ADH_ARRIVEE_REELLE.
        MOVE 0 TO Wad_reelle
        OPEN INPUT Farrivees
        MOVE 0 TO Wad_fin2
        PERFORM WITH TEST AFTER UNTIL Wad_fin2 = 1
            READ Farrivees NEXT
            AT END MOVE 1 TO Wad_fin2
            NOT AT END
                IF fta_nomVaisseau = Wcal_nav AND
                   fta_nomLieu = Wad_lieuCible AND
                   fta_dateArrivee >= Wad_depuis THEN
                    IF Wad_reelle = 0 OR
                       fta_dateArrivee < Wad_reelle THEN
                        MOVE fta_dateArrivee TO Wad_reelle
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Farrivees.

        ADH_POINT.
        MOVE Wad_lieu TO Wfd_lieuA
        MOVE Wad_lieuCible TO Wfd_lieuB
        PERFORM OBTENIR_DISTANCE_LIEUX
        IF Wfd_trouve = 1 THEN
            COMPUTE Wad_jours =
                (Wfd_distance + Wcal_vitesse - 1) / Wcal_vitesse
            ADD Wad_jours TO Wad_int
            COMPUTE Wad_prevue = FUNCTION DATE-OF-INTEGER(Wad_int)
            PERFORM ADH_ARRIVEE_REELLE
            IF Wad_reelle > 0 THEN
                COMPUTE Wad_ecart =
                    FUNCTION INTEGER-OF-DATE(Wad_reelle) - Wad_int
                MOVE Wad_ecart TO Wad_decalage
                MOVE Wad_reelle TO Wad_projetee
                MOVE Wad_reelle TO Wad_depuis
                MOVE Wad_reelle TO Wad_reelleECR
            ELSE
                COMPUTE Wad_projInt = Wad_int + Wad_decalage
                IF Wad_projInt < Wad_intJour THEN
                    COMPUTE Wad_decalage = Wad_intJour - Wad_int
                    MOVE Wad_intJour TO Wad_projInt
                END-IF
                MOVE Wad_decalage TO Wad_ecart
                COMPUTE Wad_projetee =
                    FUNCTION DATE-OF-INTEGER(Wad_projInt)
                MOVE "attendue" TO Wad_reelleECR
            END-IF
            IF Wad_silence = 0 THEN
                MOVE Wad_ecart TO Wad_ecartECR
                MOVE SPACES TO Wsp_ligne
                STRING "    " DELIMITED BY SIZE
                    Wad_etape DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wad_lieuCible DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wad_prevue DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    Wad_reelleECR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wad_ecartECR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wad_projetee DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        ELSE
            IF Wad_silence = 0 THEN
                MOVE SPACES TO Wsp_ligne
                STRING "    " DELIMITED BY SIZE
                    Wad_etape DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wad_lieuCible DELIMITED BY SIZE
                    " distance inconnue, non planifiable"
                    DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-IF
        ADD Wad_sejour TO Wad_int
        MOVE Wad_lieuCible TO Wad_lieu.

        ECRIRE_ROLE_CONVOI.
        IF fcv_transport THEN
            MOVE "Transport" TO Wcv_roleECR
        END-IF
        IF fcv_escorte THEN
            MOVE "Escorte" TO Wcv_roleECR
        END-IF
        IF fcv_cargo THEN
            MOVE "Cargo" TO Wcv_roleECR
        END-IF.

        LISTER_CONVOI_MISSION.
        MOVE 0 TO Wcv_count
        OPEN INPUT Fconvoi
        MOVE fm_idMission TO fcv_idMission
        START Fconvoi, KEY IS = fcv_idMission
        INVALID KEY
            MOVE "   Aucun vaisseau déclaré au convoi." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        NOT INVALID KEY
            MOVE 0 TO Wcv_fin
            PERFORM WITH TEST AFTER UNTIL Wcv_fin = 1
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wcv_fin
                NOT AT END
                    IF fcv_idMission NOT = fm_idMission THEN
                        MOVE 1 TO Wcv_fin
                    ELSE
                        IF fcv_actif = 1 THEN
                            ADD 1 TO Wcv_count
                            PERFORM ECRIRE_ROLE_CONVOI
                            MOVE SPACES TO Wsp_ligne
                            STRING "   - " DELIMITED BY SIZE
                                fcv_nomVaisseau DELIMITED BY SIZE
                                " (" DELIMITED BY SIZE
                                Wcv_roleECR DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            IF Wcv_count = 0 THEN
                MOVE "   Aucun vaisseau déclaré au convoi." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-START
        CLOSE Fconvoi.

        GERER_CONVOI_MISSION.
        PERFORM DEBUT_PAGINATION
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            DISPLAY "1 : Ajouter un vaisseau au convoi //",
" 2 : Retirer un vaisseau // 3 : Lister le convoi"
            MOVE 0 TO Wcv_choix
            PERFORM WITH TEST AFTER UNTIL
                    Wcv_choix = 1 OR Wcv_choix = 2 OR Wcv_choix = 3
                ACCEPT Wcv_choix
            END-PERFORM
            IF Wcv_choix = 3 THEN
                MOVE Wfm_idMission TO fm_idMission
                DISPLAY "#############"
                DISPLAY "Convoi de la mission n°", fm_idMission, " :"
                PERFORM LISTER_CONVOI_MISSION
            END-IF
            IF Wcv_choix = 1 THEN
                DISPLAY "Nom du vaisseau à ajouter au convoi ?"
                ACCEPT Wfv_nomVaisseau2
                MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2)
                    TO Wfv_nomVaisseau
                PERFORM VERIF_VAISSEAU2
                IF Wverif_v2 = 0 THEN
                    DISPLAY "Vaisseau inexistant."
                ELSE
                    MOVE fv_nomLieu TO Wfd_lieuA
                    MOVE fm_nomLieu TO Wfd_lieuB
                    PERFORM VERIF_CARBURANT_TRAJET
                    IF Wcarb_manque = 1 THEN
                        DISPLAY "Ajout au convoi refusé : carburant",
" insuffisant pour rejoindre le lieu de la mission."
                    ELSE
                        DISPLAY "Rôle du vaisseau dans le convoi ?",
" (1 : Transport // 2 : Escorte // 3 : Cargo)"
                        MOVE 0 TO Wcv_role
                        PERFORM WITH TEST AFTER UNTIL
                                Wcv_role > 0 AND Wcv_role < 4
                            ACCEPT Wcv_role
                        END-PERFORM
                        MOVE Wfv_nomVaisseau TO Wnv_nomVaisseau
                        ACCEPT Wnv_date FROM DATE YYYYMMDD
                        MOVE 0 TO Wnv_equipage
                        MOVE fm_typeMission TO Wnv_typeMission
                        MOVE 0 TO Wnv_roleCargo
                        IF Wcv_role = 3 THEN
                            MOVE 1 TO Wnv_roleCargo
                        END-IF
                        PERFORM NAVIG_CONTROLER
                        IF Wnv_ok = 0 THEN
                            DISPLAY "Ajout au convoi refusé."
                        ELSE
                        OPEN I-O Fconvoi
                        MOVE Wfm_idMission TO fcv_idMission
                        MOVE Wfv_nomVaisseau TO fcv_nomVaisseau
                        READ Fconvoi
                        INVALID KEY
                            MOVE Wcv_role TO fcv_role
                            MOVE 1 TO fcv_actif
                            WRITE cvTampon END-WRITE
                            DISPLAY "Vaisseau ajouté au convoi."
                        NOT INVALID KEY
                            MOVE Wcv_role TO fcv_role
                            MOVE 1 TO fcv_actif
                            REWRITE cvTampon END-REWRITE
                            DISPLAY "Rôle du vaisseau au convoi mis",
" à jour."
                        END-READ
                        IF fcv_stat NOT = 00 THEN
                            MOVE fcv_stat TO Wchk_stat
                            MOVE "Fconvoi" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        CLOSE Fconvoi
                        MOVE "MISSIONS" TO Wau_module
                        MOVE "CONVOI" TO Wau_action
                        STRING Wfm_idMission DELIMITED BY SIZE
                            " / " DELIMITED BY SIZE
                            Wfv_nomVaisseau DELIMITED BY SIZE
                            INTO Wau_detail
                        END-STRING
                        PERFORM ENREGISTRER_AUDIT
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF Wcv_choix = 2 THEN
                DISPLAY "Nom du vaisseau à retirer du convoi ?"
                ACCEPT Wfv_nomVaisseau2
                MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2)
                    TO Wfv_nomVaisseau
                OPEN I-O Fconvoi
                MOVE Wfm_idMission TO fcv_idMission
                MOVE Wfv_nomVaisseau TO fcv_nomVaisseau
                READ Fconvoi
                INVALID KEY
                    DISPLAY "Ce vaisseau ne figure pas au convoi."
                NOT INVALID KEY
                    IF fcv_actif = 0 THEN
                        DISPLAY "Ce vaisseau a déjà été retiré du",
" convoi."
                    ELSE
                        MOVE 0 TO fcv_actif
                        REWRITE cvTampon END-REWRITE
                        IF fcv_stat NOT = 00 THEN
                            MOVE fcv_stat TO Wchk_stat
                            MOVE "Fconvoi" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE "MISSIONS" TO Wau_module
                        MOVE "CONVOI-RET" TO Wau_action
                        STRING Wfm_idMission DELIMITED BY SIZE
                            " / " DELIMITED BY SIZE
                            Wfv_nomVaisseau DELIMITED BY SIZE
                            INTO Wau_detail
                        END-STRING
                        PERFORM ENREGISTRER_AUDIT
                        DISPLAY "Vaisseau retiré du convoi."
                    END-IF
                END-READ
                CLOSE Fconvoi
            END-IF
        END-IF.

        MAJ_STATUTS_MISSIONS.
        ACCEPT Wmh_date FROM DATE YYYYMMDD
        MOVE 0 TO Wmis_count
        MOVE 0 TO Wcap_depasse
        OPEN INPUT Fmissions
        MOVE 0 TO Wmiss_fin
        PERFORM WITH TEST AFTER UNTIL Wmiss_fin = 1
            READ Fmissions NEXT
            AT END
                MOVE 1 TO Wmiss_fin
            NOT AT END
              IF fm_actif = 1 THEN
                IF Wmis_count < 1000 THEN
                    ADD 1 TO Wmis_count
                    MOVE fm_idMission TO Wmis_id(Wmis_count)
                    MOVE fm_statut TO Wmis_statut(Wmis_count)
                    MOVE fm_idMissionDepend TO Wmis_depend(Wmis_count)
                    MOVE fm_dateDebut TO Wmis_dateDebut(Wmis_count)
                    MOVE fm_dateFin TO Wmis_dateFin(Wmis_count)
                    MOVE fm_scoreRisque TO Wmis_score(Wmis_count)
                ELSE
                    MOVE 1 TO Wcap_depasse
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        IF Wcap_depasse = 1 THEN
            ADD 1 TO Wbat_anomalies
            DISPLAY "ATTENTION : plus de 1000 missions actives,",
" seules les 1000 premières ont été traitées. Relancez le",
" traitement."
        END-IF
        PERFORM VARYING Wmis_i FROM 1 BY 1 UNTIL Wmis_i > Wmis_count
            IF Wmis_statut(Wmis_i) = 1 AND
               Wmis_dateDebut(Wmis_i) > 0 AND
               Wmis_dateDebut(Wmis_i) <= Wmh_date THEN
                MOVE 1 TO Wmis_pret
                IF Wmis_score(Wmis_i) = 0 THEN
                    MOVE 0 TO Wmis_pret
                    DISPLAY "Mission n°", Wmis_id(Wmis_i),
" non démarrée automatiquement : aucune évaluation des risques."
                END-IF
                IF Wmis_depend(Wmis_i) > 0 AND Wmis_pret = 1 THEN
                    OPEN INPUT Fmissions
                    MOVE Wmis_depend(Wmis_i) TO fm_idMission
                    READ Fmissions
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF fm_actif = 1 AND NOT fm_terminee THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" non démarrée automatiquement : en attente de la mission n°",
Wmis_depend(Wmis_i), "."
                        END-IF
                    END-READ
                    CLOSE Fmissions
                END-IF
                IF Wmis_pret = 1 THEN
                    MOVE SPACES TO Wfn_lieu
                    MOVE SPACES TO Wfn_lieuEtape
                    OPEN INPUT Fmissions
                    MOVE Wmis_id(Wmis_i) TO fm_idMission
                    READ Fmissions
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fm_nomLieu TO Wfn_lieu
                    END-READ
                    CLOSE Fmissions
                    OPEN INPUT Fetapes
                    MOVE Wmis_id(Wmis_i) TO fet_idMission
                    START Fetapes, KEY IS = fet_idMission
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ Fetapes NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            IF fet_idMission = Wmis_id(Wmis_i) AND
                               fet_actif = 1 THEN
                                MOVE fet_nomLieu TO Wfn_lieuEtape
                            END-IF
                        END-READ
                    END-START
                    CLOSE Fetapes
                    MOVE Wmh_date TO Wfn_date
                    PERFORM VERIF_FENETRE_LANCEMENT
                    IF Wfn_bloque = 1 THEN
                        MOVE 0 TO Wmis_pret
                        DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : fenêtre de lancement fermée (",
Wfn_libelle, ")."
                    END-IF
                    IF Wmis_pret = 1 THEN
                        PERFORM VERIF_FINANCEMENT_MISSION
                        IF Wfi_ok = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : financement insuffisant."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wav_idMission
                        PERFORM VERIF_AUTONOMIE_MISSION
                        IF Wav_ok = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : autonomie de survie insuffisante."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wpt_idMission
                        PERFORM CONTROLER_PERMIS_MISSION
                        IF Wpt_okMission = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : permis d'accès manquant."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wcs_idMission
                        PERFORM COMPOSANTS_MISSION
                        IF Wcs_okMission = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : composant en limite de révision."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wnv_idMission
                        PERFORM NAVIG_MISSION
                        IF Wnv_okMission = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : certificat de navigabilité non valable."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wmd_idMission
                        PERFORM MD_CONTROLER_MISSION
                        IF Wmd_okMission = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : matières dangereuses non conformes."
                        END-IF
                    END-IF
                    IF Wmis_pret = 1 THEN
                        MOVE Wmis_id(Wmis_i) TO Wep_idMission
                        PERFORM EQUIPEMENTS_MISSION
                        IF Wep_okMission = 0 THEN
                            MOVE 0 TO Wmis_pret
                            DISPLAY "Mission n°", Wmis_id(Wmis_i),
" maintenue Planifiée : combinaison manquante ou hors service."
                        END-IF
                    END-IF
                END-IF
                IF Wmis_pret = 1 THEN
                    OPEN I-O Fmissions
                    MOVE Wmis_id(Wmis_i) TO fm_idMission
                    READ Fmissions
                    NOT INVALID KEY
                        MOVE 2 TO fm_statut
                        REWRITE mTampon END-REWRITE
                        IF fm_stat NOT = 00 THEN
                            MOVE fm_stat TO Wchk_stat
                            MOVE "Fmissions" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        DISPLAY "Mission n°", fm_idMission,
" passée automatiquement En cours."
                        MOVE "MISSIONS" TO Wau_module
                        MOVE "AUTO-MAJ" TO Wau_action
                        MOVE fm_idMission TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                    END-READ
                    CLOSE Fmissions
                END-IF
            ELSE
                IF Wmis_statut(Wmis_i) = 2 AND
                   Wmis_dateFin(Wmis_i) > 0 AND
                   Wmis_dateFin(Wmis_i) <= Wmh_date THEN
                    OPEN I-O Fmissions
                    MOVE Wmis_id(Wmis_i) TO fm_idMission
                    READ Fmissions
                    NOT INVALID KEY
                        MOVE 3 TO fm_statut
                        REWRITE mTampon END-REWRITE
                        IF fm_stat NOT = 00 THEN
                            MOVE fm_stat TO Wchk_stat
                            MOVE "Fmissions" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        DISPLAY "Mission n°", fm_idMission,
" passée automatiquement Terminée : pensez à la clôturer pour",
" l'archiver."
                        MOVE "MISSIONS" TO Wau_module
                        MOVE "AUTO-MAJ" TO Wau_action
                        MOVE fm_idMission TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                    END-READ
                    CLOSE Fmissions
                END-IF
            END-IF
        END-PERFORM
        MOVE Wmis_count TO Wbat_traites
        DISPLAY "Mise à jour automatique des statuts de mission",
" terminée.".

        SUPPRIMER_MISSION.
        MOVE "missions.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fmissions
        DISPLAY 'Identifiant de la mission à détruire ?'
        PERFORM WITH TEST AFTER UNTIL Wfm_idMissionD > 0
            ACCEPT Wfm_idMissionD
        END-PERFORM
        MOVE Wfm_idMissionD TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas, impossible à détruire !"
        NOT INVALID KEY
          IF fm_actif = 0 THEN
            DISPLAY "Cette mission a déjà été détruite."
          ELSE
            MOVE "Fmissions" TO Wji_fichier
            MOVE fm_idMission TO Wji_cle
            MOVE mTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            MOVE 0 TO fm_actif
            REWRITE mTampon END-REWRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "MISSIONS" TO Wau_module
            MOVE "SUPPRIMER" TO Wau_action
            MOVE fm_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Mission n°", Wfm_idMissionD, " détruite."
            OPEN I-O Fequipes
            MOVE Wfm_idMissionD TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                DISPLAY " "
            NOT INVALID KEY
                MOVE 0 TO fe_fin
                PERFORM WITH TEST AFTER UNTIL fe_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO fe_fin
                    NOT AT END
                        IF Wfm_idMissionD = fe_idMission THEN
                            MOVE fe_idEquipe TO Wsl_idEquipe
                            MOVE SPACES TO Wsl_nomLieu
                            PERFORM SYNCHRONISER_LIEU_EQUIPE
                            MOVE 0 TO fe_idMission
                            REWRITE eTampon END-REWRITE
                            IF fe_stat NOT = 00 THEN
                                MOVE fe_stat TO Wchk_stat
                                MOVE "Fequipes" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
          END-IF
        END-READ
        CLOSE Fmissions.

        INCREMENTER_MISSIONS_VOLEES.
        MOVE 0 TO Wdo_radiation
        OPEN INPUT Flieux
        MOVE fm_nomLieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fl_dangerRadiation TO Wdo_radiation
        END-READ
        CLOSE Flieux
        MOVE fm_idMission TO Wrot_idMission
        MOVE Wfe_idEquipe2 TO Wrot_idEquipe
        PERFORM ROT_CHARGER_MISSION
        ACCEPT Wdo_date FROM DATE YYYYMMDD
        OPEN I-O Fastronautes
        MOVE Wfe_idEquipe2 TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            DISPLAY " "
        NOT INVALID KEY
            MOVE 0 TO Wastro_fin2
            PERFORM WITH TEST AFTER UNTIL Wastro_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wastro_fin2
                NOT AT END
                    IF fa_idEquipe = Wfe_idEquipe2 THEN
                        IF fa_actif = 1 THEN
                            PERFORM CREDITER_VOL_ASTRONAUTE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        PERFORM VARYING Wrot_i FROM 1 BY 1 UNTIL Wrot_i > Wrot_nb
            IF Wrot_tSens(Wrot_i) = "E" THEN
                MOVE 0 TO Wrot_trouve
                PERFORM VARYING Wrot_j FROM 1 BY 1
                        UNTIL Wrot_j >= Wrot_i
                    IF Wrot_tAstro(Wrot_j) = Wrot_tAstro(Wrot_i)
                    AND Wrot_tSens(Wrot_j) = "E" THEN
                        MOVE 1 TO Wrot_trouve
                    END-IF
                END-PERFORM
                IF Wrot_trouve = 0 THEN
                    MOVE Wrot_tAstro(Wrot_i) TO fa_idAstronaute
                    READ Fastronautes
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF fa_actif = 1 AND
                           fa_idEquipe NOT = Wfe_idEquipe2 THEN
                            PERFORM CREDITER_VOL_ASTRONAUTE
                        END-IF
                    END-READ
                END-IF
            END-IF
        END-PERFORM
        CLOSE Fastronautes.

        CREDITER_VOL_ASTRONAUTE.
        MOVE fa_idAstronaute TO Wrot_idAstro
        MOVE fm_dateDebut TO Wrot_debut
        MOVE fm_dateFin TO Wrot_finPer
        PERFORM ROT_PERIODE_ASTRONAUTE
        MOVE 0 TO Wdo_jours
        IF Wrot_debut > 0 AND Wrot_finPer >= Wrot_debut THEN
            COMPUTE Wdo_jours =
                FUNCTION INTEGER-OF-DATE(Wrot_finPer) -
                FUNCTION INTEGER-OF-DATE(Wrot_debut)
        END-IF
        COMPUTE Wdo_dose = Wdo_radiation * Wdo_jours
        ADD 1 TO fa_missionsVolees
        ADD Wdo_dose TO fa_doseCarriere
        ADD Wdo_jours TO fa_joursVol
        REWRITE aTampon END-REWRITE
        IF fa_stat NOT = 00 THEN
            MOVE fa_stat TO Wchk_stat
            MOVE "Fastronautes" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        OPEN I-O Fvols
        MOVE fa_idAstronaute TO fvo_idAstronaute
        MOVE fm_idMission TO fvo_idMission
        MOVE Wrot_debut TO fvo_dateDebut
        MOVE Wrot_finPer TO fvo_dateFin
        WRITE voTampon
            INVALID KEY
                CONTINUE
        END-WRITE
        CLOSE Fvols
        IF Wdo_dose > 0 THEN
            OPEN EXTEND Fdosimetrie
            STRING fa_idAstronaute DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdo_date DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdo_dose DELIMITED BY SIZE
                INTO dsTampon
            END-STRING
            WRITE dsTampon
            CLOSE Fdosimetrie
        END-IF
        IF Wdo_jours > 0 THEN
            OPEN EXTEND Fheures
            STRING fa_idAstronaute DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdo_date DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdo_jours DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                "MISSION" DELIMITED BY SIZE
                INTO hvTampon
            END-STRING
            WRITE hvTampon
            CLOSE Fheures
        END-IF.

        CLOTURER_MISSION.
        MOVE "missions.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fmissions
        DISPLAY "Identifiant de la mission à clôturer ?"
        ACCEPT Wfm_idMission
        MOVE Wfm_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
          IF fm_actif = 0 THEN
            DISPLAY "Cette mission n'existe pas."
          ELSE
            MOVE "Fmissions" TO Wji_fichier
            MOVE fm_idMission TO Wji_cle
            MOVE mTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            DISPLAY "Motif de clôture ? (3 : Terminée // 4 : Annulée)"
            PERFORM WITH TEST AFTER UNTIL
                    Wcl_choix = 3 OR
                    Wcl_choix = 4
                ACCEPT Wcl_choix
            END-PERFORM
            MOVE Wfm_idMission TO Wob_idMission
            PERFORM EVALUER_OBJECTIFS_MISSION
            MOVE Wcl_choix TO fm_statut
            REWRITE mTampon END-REWRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            OPEN EXTEND Fmissions_hist
            STRING fm_idMission DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_nomLieu DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_description DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_dateDebut DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_dateFin DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_statut DELIMITED BY SIZE
                INTO hTampon
            END-STRING
            WRITE hTampon
            CLOSE Fmissions_hist
            MOVE 0 TO fm_actif
            REWRITE mTampon END-REWRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "MISSIONS" TO Wau_module
            MOVE "CLOTURE" TO Wau_action
            MOVE fm_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Mission n°", Wfm_idMission,
" clôturée et archivée dans l'historique."
            MOVE 0 TO fe_fin
            PERFORM WITH TEST AFTER UNTIL fe_fin = 1
                OPEN INPUT Fequipes
                MOVE Wfm_idMission TO fe_idMission
                START Fequipes, KEY IS = fe_idMission
                INVALID KEY
                    MOVE 1 TO fe_fin
                NOT INVALID KEY
                    READ Fequipes NEXT
                    AT END
                        MOVE 1 TO fe_fin
                    NOT AT END
                        IF fe_idMission NOT = Wfm_idMission THEN
                            MOVE 1 TO fe_fin
                        ELSE
                            MOVE fe_idEquipe TO Wfe_idEquipe2
                        END-IF
                    END-READ
                END-START
                CLOSE Fequipes
                IF fe_fin = 0 THEN
                    IF Wcl_choix = 3 THEN
                        PERFORM INCREMENTER_MISSIONS_VOLEES
                    END-IF
                    MOVE Wfe_idEquipe2 TO Wsl_idEquipe
                    MOVE SPACES TO Wsl_nomLieu
                    PERFORM SYNCHRONISER_LIEU_EQUIPE
                    OPEN I-O Fequipes
                    MOVE Wfe_idEquipe2 TO fe_idEquipe
                    READ Fequipes WITH LOCK
                    INVALID KEY
                        DISPLAY "Impossible"
                    NOT INVALID KEY
                        MOVE 0 TO fe_idMission
                        ACCEPT fe_dateDernierRetour FROM DATE YYYYMMDD
                        IF Wcl_choix = 3 THEN
                            ADD 1 TO fe_missionsTerminees
                            ADD fm_coutReel TO fe_coutMissions
                        END-IF
                        REWRITE eTampon END-REWRITE
                        IF fe_stat NOT = 00 THEN
                            MOVE fe_stat TO Wchk_stat
                            MOVE "Fequipes" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        UNLOCK Fequipes
                    END-READ
                    CLOSE Fequipes
                END-IF
            END-PERFORM
            IF Wcl_choix = 3 THEN
                PERFORM AJOUT_DEBRIEF_MISSION
                MOVE 0 TO Wl_reclass
                OPEN INPUT Flieux
                MOVE fm_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    DISPLAY " "
                NOT INVALID KEY
                    IF fl_actif = 1 AND fl_typeLieu = 5 THEN
                        MOVE 1 TO Wl_reclass
                    END-IF
                END-READ
                CLOSE Flieux
                IF Wl_reclass = 1 THEN
                    DISPLAY "Le lieu ", fm_nomLieu,
" était classé Non identifié."
                    DISPLAY "Résultat de la mission : quel type de lieu",
" est-ce en réalité ?"
                    DISPLAY "1 : Étoile"
                    DISPLAY "2 : Planète"
                    DISPLAY "3 : Astéroïde"
                    DISPLAY "4 : Trou noir"
                    DISPLAY "5 : Rester Non identifié pour le moment"
                    PERFORM WITH TEST AFTER UNTIL
                                    Wl_typeL < 6 AND Wl_typeL > 0
                        ACCEPT Wl_typeL
                    END-PERFORM
                    IF Wl_typeL NOT = 5 THEN
                        DISPLAY "Ce lieu est-il habitable ? ",
"(0 : Non // 1 : Oui)"
                        PERFORM WITH TEST AFTER UNTIL
                                        Wl_hab = 0 OR Wl_hab = 1
                            ACCEPT Wl_hab
                        END-PERFORM
                        OPEN I-O Flieux
                        MOVE fm_nomLieu TO fl_nomLieu
                        READ Flieux
                        INVALID KEY
                            DISPLAY "Impossible"
                        NOT INVALID KEY
                            MOVE Wl_typeL TO fl_typeLieu
                            MOVE Wl_hab TO fl_habitable
                            REWRITE lTampon END-REWRITE
                            IF fl_stat NOT = 00 THEN
                                MOVE fl_stat TO Wchk_stat
                                MOVE "Flieux" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            DISPLAY "Lieu ", fl_nomLieu,
" reclassé suite au résultat de la mission."
                        END-READ
                        CLOSE Flieux
                    END-IF
                END-IF
                IF fm_typeExploration THEN
                    PERFORM SAISIR_RESSOURCES_LIEU
                END-IF
            END-IF
          END-IF
        END-READ
        CLOSE Fmissions.

        SAISIR_RESSOURCES_LIEU.
        DISPLAY " "
        DISPLAY "Relevé de ressources de la mission d'exploration",
" sur ", fm_nomLieu, " :"
        MOVE 1 TO Wres_saisie
        PERFORM WITH TEST AFTER UNTIL Wres_saisie = 0
            DISPLAY "Ressource découverte ? (ex : glace d'eau,",
" métaux, précurseurs carburant // fin : terminer)"
            ACCEPT Wres_ressource2
            MOVE FUNCTION LOWER-CASE(Wres_ressource2)
                TO Wres_ressource
            IF Wres_ressource = "fin" OR Wres_ressource = SPACES THEN
                MOVE 0 TO Wres_saisie
            ELSE
                DISPLAY "Abondance estimée ? (1 : traces ..",
" 5 : très abondante)"
                MOVE 0 TO Wres_abondance
                PERFORM WITH TEST AFTER UNTIL
                        Wres_abondance > 0 AND Wres_abondance < 6
                    ACCEPT Wres_abondance
                END-PERFORM
                OPEN I-O Fressources
                MOVE fm_nomLieu TO frl_nomLieu
                MOVE Wres_ressource TO frl_ressource
                READ Fressources
                INVALID KEY
                    MOVE Wres_abondance TO frl_abondance
                    MOVE fm_idMission TO frl_idMission
                    MOVE 1 TO frl_actif
                    WRITE rlTampon END-WRITE
                    DISPLAY "Ressource consignée au registre."
                NOT INVALID KEY
                    MOVE Wres_abondance TO frl_abondance
                    MOVE fm_idMission TO frl_idMission
                    MOVE 1 TO frl_actif
                    REWRITE rlTampon END-REWRITE
                    DISPLAY "Relevé de ressource mis à jour."
                END-READ
                IF frl_stat NOT = 00 THEN
                    MOVE frl_stat TO Wchk_stat
                    MOVE "Fressources" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fressources
                MOVE "LIEUX" TO Wau_module
                MOVE "RESSOURCE" TO Wau_action
                STRING fm_nomLieu DELIMITED BY SPACE
                    " / " DELIMITED BY SIZE
                    Wres_ressource DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
            END-IF
        END-PERFORM.

        AJOUT_DEBRIEF_MISSION.
        PERFORM DEBUT_PAGINATION
        DISPLAY " "
        DISPLAY "Rappel du journal de bord de la mission :"
        PERFORM AFFICHER_JOURNAL_BORD
        DISPLAY "Souhaitez-vous enregistrer un debriefing pour cette",
" mission ? (0 : Non // 1 : Oui)"
        PERFORM WITH TEST AFTER UNTIL
                Wdb_saisie = 0 OR Wdb_saisie = 1
            ACCEPT Wdb_saisie
        END-PERFORM
        IF Wdb_saisie = 1 THEN
            ACCEPT Wdb_date FROM DATE YYYYMMDD
            DISPLAY "Ce qui a fonctionné, ce qui a posé problème,",
" recommandations (une ligne) :"
            ACCEPT Wdb_texte
            OPEN EXTEND Fdebrief
            STRING fm_idMission DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_nomLieu DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdb_date DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wdb_texte DELIMITED BY SIZE
                INTO dbTampon
            END-STRING
            WRITE dbTampon
            CLOSE Fdebrief
            DISPLAY "Debriefing enregistré (debrief.dat)."
        END-IF.

        AFFICHER_DEBRIEFS_LIEU.
        DISPLAY " "
        DISPLAY "Lieu dont vous souhaitez consulter les debriefings",
" passés ?"
        ACCEPT Wfm_nomLieu2
        MOVE FUNCTION LOWER-CASE(Wfm_nomLieu2) TO Wfm_nomLieu
        OPEN INPUT Fdebrief
        IF fdb_stat = 35 THEN
            DISPLAY "Aucun debriefing enregistré."
        ELSE
            MOVE 0 TO Wdb_fin
            DISPLAY "#############"
            PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
                READ Fdebrief
                AT END MOVE 1 TO Wdb_fin
                NOT AT END
                    UNSTRING dbTampon DELIMITED BY ";"
                        INTO Wfm_idMission Wfm_lieu Wdb_date Wdb_texte
                    END-UNSTRING
                    IF FUNCTION LOWER-CASE(Wfm_lieu) = Wfm_nomLieu THEN
                        DISPLAY "  Mission n°", Wfm_idMission, " (",
Wdb_date, ") : ", Wdb_texte
                    END-IF
            END-PERFORM
            CLOSE Fdebrief
        END-IF.

        MODIFIER_MISSION.
        DISPLAY "Identifiant de la mission à modifier ?"
        ACCEPT Wfm_idMission
        MOVE "missions.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fmissions
        MOVE Wfm_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "ERREUR ! Identifiant inconnu !"
        NOT INVALID KEY
          IF fm_actif = 0 THEN
              DISPLAY "ERREUR ! Identifiant inconnu !"
          ELSE
            MOVE "Fmissions" TO Wji_fichier
            MOVE fm_idMission TO Wji_cle
            MOVE mTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            DISPLAY "Que souhaitez-vous modifier ?"
            DISPLAY "1 : Description // 2 : Lieu // 3 : Dates // ",
"4 : Statut // 5 : Budget estimé // 6 : Enregistrer une dépense",
" // 7 : Évaluation des risques"
            MOVE 0 TO Wfmodif_m
            PERFORM WITH TEST AFTER UNTIL
                    Wfmodif_m = 1 OR
                    Wfmodif_m = 2 OR
                    Wfmodif_m = 3 OR
                    Wfmodif_m = 4 OR
                    Wfmodif_m = 5 OR
                    Wfmodif_m = 6 OR
                    Wfmodif_m = 7
              ACCEPT Wfmodif_m
            END-PERFORM
            IF Wfmodif_m = 1 THEN
                DISPLAY "Nouvelle description ?"
                ACCEPT Wfm_description
                MOVE Wfm_description TO fm_description
                REWRITE mTampon END-REWRITE
                IF fm_stat NOT = 00 THEN
                    MOVE fm_stat TO Wchk_stat
                    MOVE "Fmissions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "MISSIONS" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fm_idMission TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Mission modifiée."
            END-IF
            IF Wfmodif_m = 2 THEN
                DISPLAY "Nouveau lieu ?"
                ACCEPT Wfm_lieu2
                MOVE FUNCTION LOWER-CASE(Wfm_lieu2) TO Wfm_lieu
                OPEN INPUT Flieux
                MOVE Wfm_lieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                      DISPLAY "ERREUR ! Lieu inexistant !"
                NOT INVALID KEY
                      IF fl_actif = 0 THEN
                          DISPLAY "ERREUR ! Lieu inexistant !"
                      ELSE
                          MOVE Wfm_lieu TO fm_nomLieu
                          REWRITE mTampon END-REWRITE
                          IF fm_stat NOT = 00 THEN
                              MOVE fm_stat TO Wchk_stat
                              MOVE "Fmissions" TO Wchk_label
                              PERFORM VERIFIER_STATUT_FICHIER
                          END-IF
                          MOVE 0 TO fe_fin
                          OPEN INPUT Fequipes
                          MOVE fm_idMission TO fe_idMission
                          START Fequipes, KEY IS = fe_idMission
                          INVALID KEY
                              MOVE 1 TO fe_fin
                          NOT INVALID KEY
                              PERFORM WITH TEST AFTER UNTIL fe_fin = 1
                                  READ Fequipes NEXT
                                  AT END
                                      MOVE 1 TO fe_fin
                                  NOT AT END
                                      IF fe_idMission NOT = fm_idMission
                                      THEN
                                          MOVE 1 TO fe_fin
                                      ELSE
                                          MOVE fe_idEquipe TO Wsl_idEquipe
                                          MOVE fm_nomLieu TO Wsl_nomLieu
                                          PERFORM SYNCHRONISER_LIEU_EQUIPE
                                      END-IF
                              END-READ
                              END-PERFORM
                          END-START
                          CLOSE Fequipes
                          MOVE "MISSIONS" TO Wau_module
                          MOVE "MODIFIER" TO Wau_action
                          MOVE fm_idMission TO Wau_detail
                          PERFORM ENREGISTRER_AUDIT
                          DISPLAY "Mission modifiée."
                      END-IF
                END-READ
                CLOSE Flieux
            END-IF
            IF Wfmodif_m = 3 THEN
                DISPLAY "Nouvelle date de début ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wfm_dateDebut
                DISPLAY "Nouvelle date de fin prévue ? (AAAAMMJJ)"
                PERFORM WITH TEST AFTER UNTIL
                        Wdt_date >= Wfm_dateDebut
                    PERFORM SAISIR_DATE
                    IF Wdt_date < Wfm_dateDebut THEN
                        DISPLAY "La date de fin précède la date de",
" début, ressaisissez :"
                    END-IF
                END-PERFORM
                MOVE Wdt_date TO Wfm_dateFin
                IF fm_enCours THEN
                    MOVE Wfm_dateDebut TO Wrp_dateDebutN
                    MOVE Wfm_dateFin TO Wrp_dateFinN
                    MOVE fm_budgetEstime TO Wrp_budgetN
                    PERFORM ENREGISTRER_REPLAN_MISSION
                END-IF
                MOVE Wfm_dateDebut TO fm_dateDebut
                MOVE Wfm_dateFin TO fm_dateFin
                REWRITE mTampon END-REWRITE
                IF fm_stat NOT = 00 THEN
                    MOVE fm_stat TO Wchk_stat
                    MOVE "Fmissions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "MISSIONS" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fm_idMission TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Mission modifiée."
            END-IF
            IF Wfmodif_m = 4 THEN
                DISPLAY "Nouveau statut ? (1 : Planifiée // 2 : En cours)"
                PERFORM WITH TEST AFTER UNTIL
                        Wfm_statut = 1 OR
                        Wfm_statut = 2
                    ACCEPT Wfm_statut
                END-PERFORM
                MOVE 1 TO Wverif_dep
                IF Wfm_statut = 2 THEN
                    MOVE fm_idMissionDepend TO Wfm_idMissionDepend
                    MOVE fm_idMission TO Wfm_idMission
                    CLOSE Fmissions
                    PERFORM VERIF_MISSION_PRETE
                    OPEN I-O Fmissions
                    MOVE Wfm_idMission TO fm_idMission
                    READ Fmissions
                    INVALID KEY
                        DISPLAY "Impossible"
                    END-READ
                END-IF
                IF Wfm_statut = 2 AND fm_scoreRisque = 0 THEN
                    MOVE 0 TO Wverif_dep
                    DISPLAY "ERREUR ! Aucune évaluation des risques",
" n'a été réalisée pour cette mission, passage en Cours refusé."
                END-IF
                IF Wfm_statut = 2 AND Wverif_dep = 1 THEN
                    PERFORM VERIF_FINANCEMENT_MISSION
                    IF Wfi_ok = 0 THEN
                        MOVE 0 TO Wverif_dep
                        DISPLAY "Passage En cours refusé : budget",
" estimé non couvert par les financements des pays."
                    END-IF
                END-IF
                IF Wverif_dep = 0 THEN
                    CONTINUE
                ELSE
                    MOVE Wfm_statut TO fm_statut
                    REWRITE mTampon END-REWRITE
                    IF fm_stat NOT = 00 THEN
                        MOVE fm_stat TO Wchk_stat
                        MOVE "Fmissions" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "MISSIONS" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fm_idMission TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Mission modifiée."
                END-IF
            END-IF
            IF Wfmodif_m = 5 THEN
                ACCEPT Wper_date FROM DATE YYYYMMDD
                PERFORM VERIFIER_PERIODE_OUVERTE
                IF Wper_ouverte = 1 THEN
                    DISPLAY "Nouveau budget estimé ?"
                    ACCEPT Wfm_budgetEstime
                    IF fm_enCours THEN
                        MOVE fm_dateDebut TO Wrp_dateDebutN
                        MOVE fm_dateFin TO Wrp_dateFinN
                        MOVE Wfm_budgetEstime TO Wrp_budgetN
                        PERFORM ENREGISTRER_REPLAN_MISSION
                    END-IF
                    MOVE Wfm_budgetEstime TO fm_budgetEstime
                    REWRITE mTampon END-REWRITE
                    IF fm_stat NOT = 00 THEN
                        MOVE fm_stat TO Wchk_stat
                        MOVE "Fmissions" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "MISSIONS" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fm_idMission TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Mission modifiée."
                END-IF
            END-IF
            IF Wfmodif_m = 6 THEN
                ACCEPT Wper_date FROM DATE YYYYMMDD
                PERFORM VERIFIER_PERIODE_OUVERTE
                IF Wper_ouverte = 1 THEN
                    DISPLAY "Montant de la dépense à enregistrer ?"
                    ACCEPT Wfm_depense
                    DISPLAY "Catégorie de la dépense ?"
                    MOVE "CDEP" TO Wcx_table
                    MOVE 0 TO Wcx_zeroOk
                    PERFORM SAISIR_CODE_REFERENCE
                    MOVE Wcx_code TO Wdp_categorie
                    PERFORM ENREGISTRER_DEPENSE_MISSION
                    ADD Wfm_depense TO fm_coutReel
                    REWRITE mTampon END-REWRITE
                    IF fm_stat NOT = 00 THEN
                        MOVE fm_stat TO Wchk_stat
                        MOVE "Fmissions" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "MISSIONS" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fm_idMission TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Dépense enregistrée. Coût réel cumulé : ",
fm_coutReel
                END-IF
            END-IF
            IF Wfmodif_m = 7 THEN
                PERFORM EVALUER_RISQUE_MISSION
                REWRITE mTampon END-REWRITE
                IF fm_stat NOT = 00 THEN
                    MOVE fm_stat TO Wchk_stat
                    MOVE "Fmissions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "MISSIONS" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fm_idMission TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Mission modifiée."
            END-IF
          END-IF
        END-READ
        CLOSE Fmissions.

        AFFICHER_MISSION.
        PERFORM DEBUT_PAGINATION
        OPEN INPUT Fmissions
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wid_mission
        MOVE Wid_mission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cet identifiant de mission est inexistant."
        NOT INVALID KEY
          IF fm_actif = 0 THEN
              DISPLAY "Cet identifiant de mission est inexistant."
          ELSE
            DISPLAY "#############"
            DISPLAY "<-- ID de la mission : ", fm_idMission, " -->"
            DISPLAY "Nom du lieu de la mission : ", fm_nomLieu
            DISPLAY "Description de la mission : ", fm_description
            DISPLAY "Date de début : ", fm_dateDebut
            DISPLAY "Date de fin prévue : ", fm_dateFin
            PERFORM ECRIRE_STATUT_MISSION
            DISPLAY "Statut de la mission : ", Wfm_statutECR
            DISPLAY "Budget estimé : ", fm_budgetEstime, " ",
fm_devise
            DISPLAY "Coût réel à ce jour : ", fm_coutReel, " ",
fm_devise
            PERFORM ECRIRE_TYPE_MISSION
            DISPLAY "Type de la mission : ", Wfm_typeECR
            DISPLAY "Itinéraire (étapes intermédiaires) :"
            PERFORM LISTER_ETAPES_MISSION
            IF fm_idMissionDepend > 0 THEN
                DISPLAY "Dépend de la mission n°", fm_idMissionDepend
            END-IF
            DISPLAY "Score de risque : ", fm_scoreRisque, " / 15"
          END-IF
        END-READ
        CLOSE Fmissions.

        ECRIRE_TYPE_MISSION.
        MOVE "TMIS" TO Wcx_table
        MOVE fm_typeMission TO Wcx_code
        PERFORM LIRE_CODE_REFERENCE
        MOVE Wcx_libelle TO Wfm_typeECR.

        ECRIRE_STATUT_MISSION.
        IF fm_planifiee THEN
            MOVE "Planifiée" TO Wfm_statutECR
        END-IF
        IF fm_enCours THEN
            MOVE "En cours" TO Wfm_statutECR
        END-IF
        IF fm_terminee THEN
            MOVE "Terminée" TO Wfm_statutECR
        END-IF
        IF fm_annulee THEN
            MOVE "Annulée" TO Wfm_statutECR
        END-IF.

        RECHERCHE_MISSION.
        MOVE 0 TO Wfmr_choix
        DISPLAY "Vous voulez savoir..."
        DISPLAY "1 : les équipes se trouvant sur le lieu de la mission ?"
        DISPLAY "2 : les astronautes se trouvant sur le lieu de la ",
"mission ?"
        PERFORM WITH TEST AFTER UNTIL
                    Wfmr_choix = 1 OR
                    Wfmr_choix = 2              
                ACCEPT Wfmr_choix
        END-PERFORM
        IF Wfmr_choix = 1 THEN
                PERFORM REC_MIS_VOISINS_EQUIPE
        END-IF
        IF Wfmr_choix = 2 THEN
                PERFORM REC_MIS_VOISINS_ASTRONAUTES
        END-IF.

        REC_MIS_VOISINS_EQUIPE.
        DISPLAY " "
        DISPLAY "De quelle mission (identifiant) ?"
        ACCEPT Wfm_idMission
        DISPLAY "Distance de trajet maximale pour considérer un lieu",
" comme voisin ?"
        PERFORM WITH TEST AFTER UNTIL Wfd_seuil > 0
            ACCEPT Wfd_seuil
        END-PERFORM
        DISPLAY "Trier les résultats par ?"
        DISPLAY "1 : par description"
        DISPLAY "2 : par identifiant"
        PERFORM WITH TEST AFTER UNTIL Wtri_choix = 1 OR Wtri_choix = 2
            ACCEPT Wtri_choix
        END-PERFORM
        IF Wtri_choix = 1 THEN
            SORT Wtri_equipe ON ASCENDING KEY wte_description
                INPUT PROCEDURE IS REC_MIS_VOISINS_EQUIPE_ALIMENTER
                OUTPUT PROCEDURE IS REC_MIS_VOISINS_EQUIPE_AFFICHER
        ELSE
            SORT Wtri_equipe ON ASCENDING KEY wte_idEquipe
                INPUT PROCEDURE IS REC_MIS_VOISINS_EQUIPE_ALIMENTER
                OUTPUT PROCEDURE IS REC_MIS_VOISINS_EQUIPE_AFFICHER
        END-IF.

        REC_MIS_VOISINS_EQUIPE_ALIMENTER.
        MOVE Wfm_idMission TO fm_idMission
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
            IF fm_actif = 0 THEN
                DISPLAY "Cette mission n'existe pas."
            ELSE
                MOVE fm_nomLieu TO LieuEquipe
            END-IF
        END-READ
        CLOSE Fmissions
        OPEN INPUT Fmissions
        MOVE LieuEquipe TO fm_nomLieu
        START Fmissions, KEY IS = fm_nomLieu
        INVALID KEY
            DISPLAY " "
        NOT INVALID KEY
            MOVE 0 TO Wm_fin
            PERFORM WITH TEST AFTER UNTIL Wm_fin = 1
                READ Fmissions NEXT
                AT END MOVE 1 TO Wm_fin
                NOT AT END
                    MOVE LieuEquipe TO Wfd_lieuA
                    MOVE fm_nomLieu TO Wfd_lieuB
                    PERFORM VERIF_LIEU_VOISIN
                    IF Wfd_trouve = 1 AND fm_actif = 1 THEN
                        OPEN INPUT Fequipes
                        MOVE fm_idMission TO fe_idMission
                        START Fequipes, KEY IS = fe_idMission
                        INVALID KEY
                            DISPLAY " "
                        NOT INVALID KEY
                            MOVE 0 TO We_fin
                            PERFORM WITH TEST AFTER UNTIL We_fin = 1
                                READ Fequipes NEXT
                                AT END MOVE 1 TO We_fin
                                NOT AT END
                                    IF fm_idMission = fe_idMission AND fe_actif = 1 THEN
                                        MOVE fe_idEquipe TO wte_idEquipe
                                        MOVE fe_nbAstronautes TO
                                            wte_nbAstronautes
                                        MOVE fe_description TO
                                            wte_description
                                        MOVE fe_idMission TO wte_idMission
                                        RELEASE wte_rec
                                    END-IF
                                END-READ
                            END-PERFORM
                        END-START
                        CLOSE Fequipes
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fmissions.

        REC_MIS_VOISINS_EQUIPE_AFFICHER.
        PERFORM DEBUT_PAGINATION
        MOVE 0 TO Wtri_fin
        PERFORM WITH TEST AFTER UNTIL Wtri_fin = 1
            RETURN Wtri_equipe
                AT END MOVE 1 TO Wtri_fin
                NOT AT END
                    MOVE "#############" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "<-- ID de l'équipe : " DELIMITED BY SIZE
                        wte_idEquipe DELIMITED BY SIZE
                        " -->" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "Nombre d'astronautes : " DELIMITED BY SIZE
                        wte_nbAstronautes DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "Description de l'équipe : " DELIMITED BY SIZE
                        wte_description DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "Mission de l'équipe : " DELIMITED BY SIZE
                        wte_idMission DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
            END-RETURN
        END-PERFORM.

        REC_MIS_VOISINS_ASTRONAUTES.
        DISPLAY " "
        DISPLAY "De quelle mission (identifiant) ?"
        ACCEPT Wfm_idMission
        DISPLAY "Distance de trajet maximale pour considérer un lieu",
" comme voisin ?"
        PERFORM WITH TEST AFTER UNTIL Wfd_seuil > 0
            ACCEPT Wfd_seuil
        END-PERFORM
        DISPLAY "Trier les résultats par ?"
        DISPLAY "1 : par nom"
        DISPLAY "2 : par identifiant"
        PERFORM WITH TEST AFTER UNTIL Wtri_choix = 1 OR Wtri_choix = 2
            ACCEPT Wtri_choix
        END-PERFORM
        IF Wtri_choix = 1 THEN
            SORT Wtri_astro ON ASCENDING KEY wta_nom
                INPUT PROCEDURE IS REC_MIS_VOISINS_ASTRO_ALIMENTER
                OUTPUT PROCEDURE IS REC_MIS_VOISINS_ASTRO_AFFICHER
        ELSE
            SORT Wtri_astro ON ASCENDING KEY wta_idAstronaute
                INPUT PROCEDURE IS REC_MIS_VOISINS_ASTRO_ALIMENTER
                OUTPUT PROCEDURE IS REC_MIS_VOISINS_ASTRO_AFFICHER
        END-IF.

        REC_MIS_VOISINS_ASTRO_ALIMENTER.
        MOVE Wfm_idMission TO fm_idMission
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
            IF fm_actif = 0 THEN
                DISPLAY "Cette mission n'existe pas."
            ELSE
                MOVE fm_nomLieu TO LieuEquipe
            END-IF
        END-READ
        CLOSE Fmissions
        OPEN INPUT Fmissions
        MOVE LieuEquipe TO fm_nomLieu
        START Fmissions, KEY IS = fm_nomLieu
        INVALID KEY
            DISPLAY " "
        NOT INVALID KEY
            MOVE 0 TO Wm_fin
            PERFORM WITH TEST AFTER UNTIL Wm_fin = 1
                READ Fmissions NEXT
                AT END MOVE 1 TO Wm_fin
                NOT AT END
                    MOVE LieuEquipe TO Wfd_lieuA
                    MOVE fm_nomLieu TO Wfd_lieuB
                    PERFORM VERIF_LIEU_VOISIN
                    IF Wfd_trouve = 1 AND fm_actif = 1 THEN
                        OPEN INPUT Fequipes
                        MOVE fm_idMission TO fe_idMission
                        START Fequipes, KEY IS = fe_idMission
                        INVALID KEY
                            DISPLAY " "
                        NOT INVALID KEY
                            MOVE 0 TO We_fin
                            PERFORM WITH TEST AFTER UNTIL We_fin = 1
                                READ Fequipes NEXT
                                AT END MOVE 1 TO We_fin
                                NOT AT END
                                    IF fm_idMission = fe_idMission AND fe_actif = 1 THEN
          OPEN INPUT Fastronautes
          MOVE fe_idEquipe TO fa_idEquipe
          START Fastronautes, KEY IS = fa_idEquipe
          INVALID KEY
                                    END-IF
                                END-READ
                            END-PERFORM
                        END-START
                        CLOSE Fequipes
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fmissions.

        REC_MIS_VOISINS_ASTRO_AFFICHER.
        PERFORM DEBUT_PAGINATION
        MOVE 0 TO Wtri_fin
        PERFORM WITH TEST AFTER UNTIL Wtri_fin = 1
            RETURN Wtri_astro
                AT END MOVE 1 TO Wtri_fin
                NOT AT END
                    MOVE "#############" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "<-- ID de l'astronaute :" DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        wta_idAstronaute DELIMITED BY SIZE
                        " -->" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "Nom de l'astronaute : " DELIMITED BY SIZE
                        wta_nom DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "Prénom de l'astronaute : " DELIMITED BY SIZE
                        wta_prenom DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
            END-RETURN
        END-PERFORM.

        DOSSIER_MISSION.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        MOVE "DOSSIER_MISSION" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE Wfm_idMission TO fm_idMission
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
          IF fm_actif = 0 THEN
            DISPLAY "Cette mission n'existe pas."
          ELSE
           IF fm_classClassifiee AND Wop_habilitation = 0 THEN
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "DOSSIER MISSION n°" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM ECRIRE_STATUT_MISSION
            MOVE SPACES TO Wsp_ligne
            STRING "Statut de la mission : " DELIMITED BY SIZE
                Wfm_statutECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Dossier CLASSIFIÉ : votre profil opérateur ne" DELIMITED BY SIZE
                " dispose pas de l'habilitation requise." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "MISSIONS" TO Wau_module
            MOVE "REFUS" TO Wau_action
            MOVE fm_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
           ELSE
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "DOSSIER MISSION n°" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            IF fm_classClassifiee THEN
                MOVE "Classification : CLASSIFIÉE" TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            ELSE
                MOVE "Classification : Routine" TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
            MOVE SPACES TO Wsp_ligne
            STRING "Lieu de la mission : " DELIMITED BY SIZE
                fm_nomLieu DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Description de la mission : " DELIMITED BY SIZE
                fm_description DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Date de début : " DELIMITED BY SIZE
                fm_dateDebut DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Date de fin prévue : " DELIMITED BY SIZE
                fm_dateFin DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM ECRIRE_STATUT_MISSION
            MOVE SPACES TO Wsp_ligne
            STRING "Statut de la mission : " DELIMITED BY SIZE
                Wfm_statutECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Budget estimé : " DELIMITED BY SIZE
                fm_budgetEstime DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fm_devise DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Coût réel à ce jour : " DELIMITED BY SIZE
                fm_coutReel DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fm_devise DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Dépenses par catégorie :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM VENTILATION_DEPENSES_MISSION
            MOVE SPACES TO Wsp_ligne
            STRING "Score de risque : " DELIMITED BY SIZE
                fm_scoreRisque DELIMITED BY SIZE
                " / 15" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE fm_nomLieu TO LieuEquipe
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Versions de plan (replans) :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM LISTER_REPLANS_MISSION
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Journal de bord :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM AFFICHER_JOURNAL_BORD
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Itinéraire (étapes intermédiaires) :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM LISTER_ETAPES_MISSION
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Convoi de la mission :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM LISTER_CONVOI_MISSION
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Équipe(s) affectée(s) :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            OPEN INPUT Fequipes
            MOVE fm_idMission TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                MOVE "Aucune équipe affectée à cette mission." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            NOT INVALID KEY
                MOVE 0 TO We_fin
                PERFORM WITH TEST AFTER UNTIL We_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO We_fin
                    NOT AT END
                        IF fe_idMission = fm_idMission AND fe_actif = 1 THEN
                            MOVE "#############" TO Wsp_ligne
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "<-- ID de l'équipe : " DELIMITED BY SIZE
                                fe_idEquipe DELIMITED BY SIZE
                                " -->" DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "Nombre d'astronautes : " DELIMITED BY SIZE
                                fe_nbAstronautes DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "Description de l'équipe : " DELIMITED BY SIZE
                                fe_description DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE "Membres :" TO Wsp_ligne
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            OPEN INPUT Fastronautes
                            MOVE fe_idEquipe TO fa_idEquipe
                            START Fastronautes, KEY IS = fa_idEquipe
                            INVALID KEY
                                MOVE "Aucun membre." TO Wsp_ligne
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            NOT INVALID KEY
                                MOVE 0 TO Wa_fin
                                PERFORM WITH TEST AFTER UNTIL
                                            Wa_fin = 1
                                    READ Fastronautes NEXT
                                    AT END MOVE 1 TO Wa_fin
                                    NOT AT END
                                        IF fa_idEquipe = fe_idEquipe
                                        AND fa_actif = 1
                                        THEN
                MOVE SPACES TO Wsp_ligne
                STRING "   - " DELIMITED BY SIZE
                    fa_nom DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fa_prenom DELIMITED BY SIZE
                    " (rôle " DELIMITED BY SIZE
                    fa_role DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                                        END-IF
                                    END-READ
                                END-PERFORM
                            END-START
                            CLOSE Fastronautes
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Vaisseau(x) présent(s) sur ce lieu :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            OPEN INPUT Fvaisseaux
            MOVE LieuEquipe TO fv_nomLieu
            START Fvaisseaux, KEY IS = fv_nomLieu
            INVALID KEY
                MOVE "Aucun vaisseau présent sur ce lieu." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            NOT INVALID KEY
                MOVE 0 TO Wvaiss_fin
                PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
                    READ Fvaisseaux NEXT
                    AT END MOVE 1 TO Wvaiss_fin
                    NOT AT END
                        IF fv_nomLieu = LieuEquipe AND fv_actif = 1 THEN
                            MOVE "#############" TO Wsp_ligne
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "<-- Nom du vaisseau : " DELIMITED BY SIZE
                                fv_nomVaisseau DELIMITED BY SIZE
                                " -->" DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "Type de vaisseau : " DELIMITED BY SIZE
                                fv_typeVaisseau DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            MOVE SPACES TO Wsp_ligne
                            STRING "Capacité du vaisseau : " DELIMITED BY SIZE
                                fv_capacite DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                            IF fv_enService THEN
                                MOVE "Disponible pour affectation." TO Wsp_ligne
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            ELSE
                                MOVE SPACES TO Wsp_ligne
                                STRING "En maintenance, " DELIMITED BY SIZE
                                    "indisponible pour affectation." DELIMITED BY SIZE
                                    INTO Wsp_ligne
                                END-STRING
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fvaisseaux
            MOVE "=====================================" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
           END-IF
          END-IF
        END-READ
        CLOSE Fmissions
        PERFORM FIN_RAPPORT.

        MANIFESTE_LANCEMENT.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        MOVE Wfm_idMission TO fm_idMission
        OPEN INPUT Fmissions
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
          IF fm_actif = 0 THEN
            DISPLAY "Cette mission n'existe pas."
          ELSE
            MOVE 0 TO Wman_equipeTrouvee
            MOVE 0 TO Wman_vaisseauTrouve
            OPEN OUTPUT Fmanifeste
            STRING "=====================================" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "MANIFESTE DE LANCEMENT - MISSION N" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "=====================================" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "Lieu de la mission : " DELIMITED BY SIZE
                fm_nomLieu DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "Description de la mission : " DELIMITED BY SIZE
                fm_description DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "-------------------------------------" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "EQUIPAGE" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            OPEN INPUT Fequipes
            MOVE fm_idMission TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                STRING "Aucune équipe affectée à cette mission." DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
                END-WRITE
            NOT INVALID KEY
                MOVE 0 TO We_fin
                PERFORM WITH TEST AFTER UNTIL We_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO We_fin
                    NOT AT END
                        IF fe_idMission = fm_idMission AND fe_actif = 1 THEN
                            MOVE 1 TO Wman_equipeTrouvee
                            STRING "Équipe n" DELIMITED BY SIZE
                                fe_idEquipe DELIMITED BY SIZE
                                " (" DELIMITED BY SIZE
                                fe_nbAstronautes DELIMITED BY SIZE
                                " membre(s)) :" DELIMITED BY SIZE
                                INTO maTampon
                            END-STRING
                            WRITE maTampon
                            OPEN INPUT Fastronautes
                            MOVE fe_idEquipe TO fa_idEquipe
                            START Fastronautes, KEY IS = fa_idEquipe
                            INVALID KEY
                                STRING "  Aucun membre." DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                                END-WRITE
                            NOT INVALID KEY
                                MOVE 0 TO Wa_fin
                                PERFORM WITH TEST AFTER UNTIL Wa_fin = 1
                                    READ Fastronautes NEXT
                                    AT END MOVE 1 TO Wa_fin
                                    NOT AT END
                                        IF fa_idEquipe = fe_idEquipe
                                        AND fa_actif = 1
                                        THEN
                                            IF fa_role = 1 THEN
                                                MOVE "Commandant" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 2 THEN
                                                MOVE "Chef Scientifique" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 3 THEN
                                                MOVE "Chef de Sécurité" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 4 THEN
                                                MOVE "Ingénieur" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 5 THEN
                                                MOVE "Infirmier" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 6 THEN
                                                MOVE "Community Manager" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 7 THEN
                                                MOVE "Navigateur" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 8 THEN
                                                MOVE "Officier de Sécurité" TO Wfa_roleECR
                                            END-IF
                                            IF fa_role = 9 THEN
                                                MOVE "Scientifique" TO Wfa_roleECR
                                            END-IF
                                            STRING "  - " DELIMITED BY SIZE
                                                fa_nom DELIMITED BY SIZE
                                                " " DELIMITED BY SIZE
                                                fa_prenom DELIMITED BY SIZE
                                                " (" DELIMITED BY SIZE
                                                Wfa_roleECR DELIMITED BY SIZE
                                                ")" DELIMITED BY SIZE
                                                INTO maTampon
                                            END-STRING
                                            WRITE maTampon
                                        END-IF
                                    END-READ
                                END-PERFORM
                            END-START
                            CLOSE Fastronautes
                            STRING "-------------------------------------" DELIMITED BY SIZE
                                INTO maTampon
                            END-STRING
                            WRITE maTampon
                            STRING "VAISSEAU" DELIMITED BY SIZE
                                INTO maTampon
                            END-STRING
                            WRITE maTampon
                            OPEN INPUT Fvaisseaux
                            MOVE fe_nomVaisseau TO fv_nomVaisseau
                            READ Fvaisseaux
                            INVALID KEY
                                STRING "Vaisseau introuvable." DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                                END-WRITE
                            NOT INVALID KEY
                                MOVE 1 TO Wman_vaisseauTrouve
                                STRING "Nom du vaisseau : " DELIMITED BY SIZE
                                    fv_nomVaisseau DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                                STRING "Type de vaisseau : " DELIMITED BY SIZE
                                    fv_typeVaisseau DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                                STRING "Capacité du vaisseau : " DELIMITED BY SIZE
                                    fv_capacite DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                            END-READ
                            CLOSE Fvaisseaux
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
            IF Wman_equipeTrouvee = 0 THEN
                STRING "Aucune équipe ni vaisseau à consigner pour cette mission." DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
            END-IF
            MOVE SPACES TO maTampon
            STRING "-------------------------------------" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            MOVE SPACES TO maTampon
            STRING "PASSAGERS" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            MOVE 0 TO Wpx_count
            OPEN INPUT Fpassagers
            MOVE fm_idMission TO fpx_idMission
            START Fpassagers, KEY IS = fpx_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wpx_fin
                PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                    READ Fpassagers NEXT
                    AT END MOVE 1 TO Wpx_fin
                    NOT AT END
                        IF fpx_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wpx_fin
                        ELSE
                            IF fpx_actif = 1 THEN
                                ADD 1 TO Wpx_count
                                MOVE SPACES TO maTampon
                                STRING "  - " DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_nom) DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_prenom) DELIMITED BY SIZE
                                    " (" DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_nationalite) DELIMITED BY SIZE
                                    ", " DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_organisation) DELIMITED BY SIZE
                                    ") : " DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_lieuEmbarq) DELIMITED BY SIZE
                                    " -> " DELIMITED BY SIZE
                                    FUNCTION TRIM(fpx_lieuDebarq) DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fpassagers
            IF Wpx_count = 0 THEN
                MOVE SPACES TO maTampon
                STRING "Aucun passager déclaré." DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
            END-IF
            MOVE fm_idMission TO Wrot_idMission
            PERFORM ROT_CHARGER_MISSION
            IF Wrot_nb > 0 THEN
                MOVE SPACES TO maTampon
                STRING "-------------------------------------" DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
                MOVE SPACES TO maTampon
                STRING "RELÈVES EN COURS DE MISSION" DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
                OPEN INPUT Fastronautes
                OPEN INPUT Fetapes
                PERFORM VARYING Wrot_i FROM 1 BY 1 UNTIL Wrot_i > Wrot_nb
                    PERFORM ROT_LIBELLE
                    MOVE fm_idMission TO fet_idMission
                    MOVE Wrot_tSeq(Wrot_i) TO fet_seq
                    READ Fetapes
                    INVALID KEY
                        MOVE SPACES TO fet_nomLieu
                    END-READ
                    MOVE SPACES TO maTampon
                    STRING "  Étape " DELIMITED BY SIZE
                        Wrot_tSeq(Wrot_i) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(fet_nomLieu) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        Wrot_tDate(Wrot_i) DELIMITED BY SIZE
                        ") : " DELIMITED BY SIZE
                        FUNCTION TRIM(Wrot_sensECR) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(Wrot_nom) DELIMITED BY SIZE
                        INTO maTampon
                    END-STRING
                    WRITE maTampon
                END-PERFORM
                CLOSE Fetapes
                CLOSE Fastronautes
            END-IF
            STRING "-------------------------------------" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            STRING "CONVOI" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            MOVE 0 TO Wcv_count
            OPEN INPUT Fconvoi
            MOVE fm_idMission TO fcv_idMission
            START Fconvoi, KEY IS = fcv_idMission
            INVALID KEY
                DISPLAY " "
            NOT INVALID KEY
                MOVE 0 TO Wcv_fin
                PERFORM WITH TEST AFTER UNTIL Wcv_fin = 1
                    READ Fconvoi NEXT
                    AT END MOVE 1 TO Wcv_fin
                    NOT AT END
                        IF fcv_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wcv_fin
                        ELSE
                            IF fcv_actif = 1 THEN
                                ADD 1 TO Wcv_count
                                PERFORM ECRIRE_ROLE_CONVOI
                                STRING "  - " DELIMITED BY SIZE
                                    fcv_nomVaisseau DELIMITED BY SIZE
                                    " (" DELIMITED BY SIZE
                                    Wcv_roleECR DELIMITED BY SIZE
                                    ")" DELIMITED BY SIZE
                                    INTO maTampon
                                END-STRING
                                WRITE maTampon
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fconvoi
            IF Wcv_count = 0 THEN
                STRING "Aucun vaisseau déclaré au convoi." DELIMITED BY SIZE
                    INTO maTampon
                END-STRING
                WRITE maTampon
            END-IF
            PERFORM MD_MANIFESTE_DANGEREUX
            STRING "=====================================" DELIMITED BY SIZE
                INTO maTampon
            END-STRING
            WRITE maTampon
            CLOSE Fmanifeste
            MOVE "MISSIONS" TO Wau_module
            MOVE "MANIFESTE" TO Wau_action
            MOVE fm_idMission TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Manifeste de lancement généré ",
                "(manifeste_lancement.txt)."
          END-IF
        END-READ
        CLOSE Fmissions.

        GERER_ROTATION_EQUIPAGE.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer une relève // 2 : Annuler une relève",
" // 3 : Lister les relèves d'une mission"
        MOVE 0 TO Wrot_choix
        PERFORM WITH TEST AFTER UNTIL
                Wrot_choix = 1 OR Wrot_choix = 2 OR Wrot_choix = 3
            ACCEPT Wrot_choix
        END-PERFORM
        DISPLAY "Identifiant de la mission ?"
        MOVE 0 TO Wrot_idMission
        ACCEPT Wrot_idMission
        PERFORM ROT_LIRE_MISSION
        IF Wrot_ok = 1 THEN
            EVALUATE Wrot_choix
                WHEN 1 PERFORM ROT_ENREGISTRER
                WHEN 2 PERFORM ROT_ANNULER
                WHEN 3 PERFORM ROT_LISTER
            END-EVALUATE
        END-IF.

        ROT_LIRE_MISSION.
        MOVE 0 TO Wrot_ok
        MOVE 0 TO Wrot_idEquipe
        OPEN INPUT Fmissions
        MOVE Wrot_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
            IF fm_actif = 0 THEN
                DISPLAY "Cette mission n'existe pas."
            ELSE
                MOVE 1 TO Wrot_ok
                MOVE fm_statut TO Wrot_statut
                MOVE fm_typeMission TO Wrot_type
                MOVE fm_nomLieu TO Wrot_lieu
                MOVE fm_dateDebut TO Wrot_debutMission
                MOVE fm_dateFin TO Wrot_finMission
            END-IF
        END-READ
        CLOSE Fmissions
        IF Wrot_ok = 1 THEN
            OPEN INPUT Fequipes
            MOVE Wrot_idMission TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wrot_fin
                PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wrot_fin
                    NOT AT END
                        IF fe_idMission NOT = Wrot_idMission THEN
                            MOVE 1 TO Wrot_fin
                        ELSE
                            IF fe_actif = 1 THEN
                                MOVE fe_idEquipe TO Wrot_idEquipe
                                MOVE 1 TO Wrot_fin
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
        END-IF
        IF Wrot_ok = 1 AND Wrot_choix NOT = 3 THEN
            IF Wrot_statut NOT = 1 AND Wrot_statut NOT = 2 THEN
                DISPLAY "Seule une mission planifiée ou en cours peut",
" recevoir une relève d'équipage."
                MOVE 0 TO Wrot_ok
            END-IF
            IF Wrot_ok = 1 AND Wrot_idEquipe = 0 THEN
                DISPLAY "Aucune équipe n'est affectée à cette mission."
                MOVE 0 TO Wrot_ok
            END-IF
            IF Wrot_ok = 1 AND
               (Wrot_debutMission = 0 OR
                Wrot_finMission < Wrot_debutMission) THEN
                DISPLAY "Les dates de la mission ne sont pas",
" renseignées : relève impossible."
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF.

        ROT_CHARGER_MISSION.
        MOVE 0 TO Wrot_nb
        OPEN INPUT Frotations
        MOVE Wrot_idMission TO frot_idMission
        START Frotations, KEY IS = frot_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrot_fin
            PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                READ Frotations NEXT
                AT END MOVE 1 TO Wrot_fin
                NOT AT END
                    IF frot_idMission NOT = Wrot_idMission THEN
                        MOVE 1 TO Wrot_fin
                    ELSE
                        IF frot_actif = 1 AND Wrot_nb < 100 THEN
                            ADD 1 TO Wrot_nb
                            MOVE frot_seqEtape TO Wrot_tSeq(Wrot_nb)
                            MOVE frot_idAstronaute
                                TO Wrot_tAstro(Wrot_nb)
                            MOVE frot_sens TO Wrot_tSens(Wrot_nb)
                            MOVE frot_dateEtape TO Wrot_tDate(Wrot_nb)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Frotations.

        ROT_PERIODE_ASTRONAUTE.
        PERFORM VARYING Wrot_j FROM 1 BY 1 UNTIL Wrot_j > Wrot_nb
            IF Wrot_tAstro(Wrot_j) = Wrot_idAstro THEN
                IF Wrot_tSens(Wrot_j) = "E" THEN
                    MOVE Wrot_tDate(Wrot_j) TO Wrot_debut
                ELSE
                    MOVE Wrot_tDate(Wrot_j) TO Wrot_finPer
                END-IF
            END-IF
        END-PERFORM
        IF Wrot_finPer < Wrot_debut THEN
            MOVE Wrot_debut TO Wrot_finPer
        END-IF.

        ROT_A_BORD.
        MOVE 0 TO Wrot_aBord
        IF fa_idEquipe = Wrot_idEquipe AND fa_actif = 1 THEN
            MOVE 1 TO Wrot_aBord
        END-IF
        PERFORM VARYING Wrot_j FROM 1 BY 1 UNTIL Wrot_j > Wrot_nb
            IF Wrot_tAstro(Wrot_j) = fa_idAstronaute
            AND Wrot_tSeq(Wrot_j) <= Wrot_seq THEN
                IF Wrot_tSens(Wrot_j) = "E" THEN
                    MOVE 1 TO Wrot_aBord
                ELSE
                    MOVE 0 TO Wrot_aBord
                END-IF
            END-IF
        END-PERFORM.

        ROT_ENREGISTRER.
        PERFORM ROT_CHARGER_MISSION
        DISPLAY "Étapes intermédiaires de la mission n°",
Wrot_idMission, " :"
        MOVE Wrot_idMission TO fm_idMission
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        PERFORM LISTER_ETAPES_MISSION
        DISPLAY "Numéro de l'étape de la relève ?"
        MOVE 0 TO Wrot_seq
        ACCEPT Wrot_seq
        MOVE 0 TO Wrot_ok
        MOVE 0 TO Wrot_cumul
        MOVE SPACES TO Wrot_nomEtape
        OPEN INPUT Fetapes
        MOVE Wrot_idMission TO fet_idMission
        START Fetapes, KEY IS = fet_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrot_fin
            PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                READ Fetapes NEXT
                AT END MOVE 1 TO Wrot_fin
                NOT AT END
                    IF fet_idMission NOT = Wrot_idMission THEN
                        MOVE 1 TO Wrot_fin
                    ELSE
                        IF fet_actif = 1 THEN
                            IF fet_seq < Wrot_seq THEN
                                ADD fet_dureePrevue TO Wrot_cumul
                            END-IF
                            IF fet_seq = Wrot_seq THEN
                                MOVE 1 TO Wrot_ok
                                MOVE fet_nomLieu TO Wrot_nomEtape
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fetapes
        IF Wrot_ok = 0 THEN
            DISPLAY "Cette étape n'existe pas pour la mission."
        ELSE
            COMPUTE Wrot_dateDefaut = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(Wrot_debutMission)
                 + Wrot_cumul)
            IF Wrot_dateDefaut > Wrot_finMission THEN
                MOVE Wrot_finMission TO Wrot_dateDefaut
            END-IF
            DISPLAY "Date estimée de passage à l'étape ", Wrot_seq,
" (", FUNCTION TRIM(Wrot_nomEtape), ") : ", Wrot_dateDefaut
            DISPLAY "Date de la relève (AAAAMMJJ, 0 : date estimée) ?"
            MOVE 0 TO Wrot_date
            ACCEPT Wrot_date
            IF Wrot_date = 0 THEN
                MOVE Wrot_dateDefaut TO Wrot_date
            END-IF
            IF Wrot_date < Wrot_debutMission OR
               Wrot_date > Wrot_finMission THEN
                DISPLAY "La date doit être comprise entre le ",
Wrot_debutMission, " et le ", Wrot_finMission, "."
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            DISPLAY "Sens de la relève ? (D : débarquement //",
" E : embarquement)"
            MOVE SPACE TO Wrot_sens
            PERFORM WITH TEST AFTER UNTIL
                    Wrot_sens = "D" OR Wrot_sens = "E"
                ACCEPT Wrot_sens
                MOVE FUNCTION UPPER-CASE(Wrot_sens) TO Wrot_sens
            END-PERFORM
            DISPLAY "Identifiant de l'astronaute ?"
            MOVE 0 TO Wrot_idAstro
            ACCEPT Wrot_idAstro
            OPEN INPUT Fastronautes
            MOVE Wrot_idAstro TO fa_idAstronaute
            READ Fastronautes
            INVALID KEY
                MOVE 0 TO Wrot_ok
            NOT INVALID KEY
                IF fa_actif = 0 THEN
                    MOVE 0 TO Wrot_ok
                END-IF
            END-READ
            CLOSE Fastronautes
            IF Wrot_ok = 0 THEN
                DISPLAY "Cet astronaute n'existe pas."
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM VARYING Wrot_j FROM 1 BY 1 UNTIL Wrot_j > Wrot_nb
                IF Wrot_tAstro(Wrot_j) = Wrot_idAstro
                AND Wrot_tSeq(Wrot_j) = Wrot_seq THEN
                    MOVE 0 TO Wrot_ok
                END-IF
            END-PERFORM
            IF Wrot_ok = 0 THEN
                DISPLAY "Une relève est déjà enregistrée pour cet",
" astronaute à cette étape."
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            MOVE SPACES TO Wrot_nom
            STRING FUNCTION TRIM(fa_nom) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(fa_prenom) DELIMITED BY SIZE
                INTO Wrot_nom
            END-STRING
            PERFORM ROT_A_BORD
            IF Wrot_sens = "D" THEN
                IF Wrot_aBord = 0 THEN
                    DISPLAY Wrot_nom, " n'est pas à bord à",
" l'étape ", Wrot_seq, "."
                    MOVE 0 TO Wrot_ok
                END-IF
            ELSE
                IF Wrot_aBord = 1 THEN
                    DISPLAY Wrot_nom, " est déjà à bord à",
" l'étape ", Wrot_seq, "."
                    MOVE 0 TO Wrot_ok
                ELSE
                    PERFORM ROT_CONTROLER_ENTRANT
                END-IF
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM ROT_CONTROLER_ROLES
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM ROT_ECRIRE
        ELSE
            DISPLAY "Relève non enregistrée."
        END-IF.

        ROT_CONTROLER_ENTRANT.
        IF NOT fa_apte THEN
            DISPLAY "Relève refusée : ", Wrot_nom,
" n'est pas déclaré(e) apte."
            MOVE 0 TO Wrot_ok
        END-IF
        IF Wrot_ok = 1 THEN
            MOVE 1 TO Wverif_prep
            PERFORM VERIFIER_COMBINAISON_ASTRONAUTE
            IF Wverif_prep = 0 THEN
                DISPLAY "Relève refusée : dotation en combinaison de ",
Wrot_nom, " non conforme."
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            OPEN INPUT Fconges
            MOVE fa_idAstronaute TO fco_idAstronaute
            START Fconges, KEY IS = fco_idAstronaute
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wrot_fin
                PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                    READ Fconges NEXT
                    AT END MOVE 1 TO Wrot_fin
                    NOT AT END
                        IF fco_idAstronaute NOT = fa_idAstronaute
                        THEN
                            MOVE 1 TO Wrot_fin
                        ELSE
                            IF fco_actif = 1 AND
                               fco_dateDebut <= Wrot_finMission AND
                               fco_dateFin >= Wrot_date THEN
                                MOVE 0 TO Wrot_ok
                                DISPLAY "Relève refusée : ",
Wrot_nom, " est absent(e) du ", fco_dateDebut, " au ", fco_dateFin,
" (", fco_motif, ")."
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fconges
        END-IF
        IF Wrot_ok = 1 THEN
            MOVE 0 TO Wdo_radiation
            OPEN INPUT Flieux
            MOVE Wrot_lieu TO fl_nomLieu
            READ Flieux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fl_dangerRadiation TO Wdo_radiation
            END-READ
            CLOSE Flieux
            COMPUTE Wdo_jours =
                FUNCTION INTEGER-OF-DATE(Wrot_finMission) -
                FUNCTION INTEGER-OF-DATE(Wrot_date)
            COMPUTE Wdo_dose = Wdo_radiation * Wdo_jours
            MOVE fa_idAstronaute TO Wdo_idAstro
            PERFORM CALCULER_DOSE_ANNUELLE
            IF fa_doseCarriere + Wdo_dose >
               Wcfg_doseLimiteCarriere OR
               Wdo_an + Wdo_dose > Wcfg_doseLimiteAn THEN
                DISPLAY "Relève refusée : ", Wrot_nom,
" dépasserait sa limite de dose de radiation (dose estimée ",
Wdo_dose, ")."
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF
        IF Wrot_ok = 1 AND fa_idEquipe > 0 THEN
            OPEN INPUT Fequipes
            MOVE fa_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                MOVE 0 TO fe_idMission
            END-READ
            CLOSE Fequipes
            IF fe_idMission > 0 AND fe_idMission NOT = Wrot_idMission
            THEN
                OPEN INPUT Fmissions
                MOVE fe_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fm_actif = 1 AND fm_dateDebut <= Wrot_finMission
                    AND fm_dateFin >= Wrot_date THEN
                        DISPLAY "Relève refusée : l'équipe de ",
Wrot_nom, " est engagée sur la mission n°", fm_idMission,
" du ", fm_dateDebut, " au ", fm_dateFin, "."
                        MOVE 0 TO Wrot_ok
                    END-IF
                END-READ
                CLOSE Fmissions
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM ROT_DERNIER_RETOUR
            IF Wrot_dernierRetour > 0 THEN
                COMPUTE Wrot_jours =
                    FUNCTION INTEGER-OF-DATE(Wrot_date) -
                    FUNCTION INTEGER-OF-DATE(Wrot_dernierRetour)
                IF Wrot_jours < Wcfg_reposMin THEN
                    DISPLAY "ATTENTION : ", Wrot_nom, " est rentré(e)",
" de mission le ", Wrot_dernierRetour, " ; le repos minimal de ",
Wcfg_reposMin, " jour(s) n'est pas respecté."
                    IF Wop_niveau >= 2 THEN
                        DISPLAY "Déroger au repos minimal ?",
" (0 : Non // 1 : Oui, opérateur gestion)"
                        MOVE 9 TO Wrot_rep
                        PERFORM WITH TEST AFTER UNTIL
                                Wrot_rep = 0 OR Wrot_rep = 1
                            ACCEPT Wrot_rep
                        END-PERFORM
                        IF Wrot_rep = 1 THEN
                            MOVE "MISSIONS" TO Wau_module
                            MOVE "DEROGATION" TO Wau_action
                            MOVE Wrot_idAstro TO Wau_detail
                            PERFORM ENREGISTRER_AUDIT
                            DISPLAY "Dérogation consignée au",
" journal d'audit."
                        ELSE
                            MOVE 0 TO Wrot_ok
                        END-IF
                    ELSE
                        DISPLAY "Relève refusée : repos minimal non",
" respecté."
                        MOVE 0 TO Wrot_ok
                    END-IF
                END-IF
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            MOVE Wrot_idEquipe TO Wix_idEquipe
            MOVE Wrot_idAstro TO Wix_idNouveau
            MOVE 0 TO Wix_silence
            MOVE Wrot_date TO Wix_date
            PERFORM CONTROLER_INCOMPAT_EQUIPE
            IF Wix_conflits > 0 THEN
                DISPLAY "Relève refusée : incompatibilité déclarée",
" avec un membre de l'équipage."
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM ROT_CONTROLER_CERTIFICATIONS
        END-IF
        IF Wrot_ok = 1 THEN
            PERFORM ROT_CONTROLER_EXERCICES
        END-IF.

        ROT_CONTROLER_EXERCICES.
        IF Wrot_type >= 1 AND Wrot_type <= 9 THEN
            OPEN INPUT Fexercices
            MOVE 0 TO Wsi_fin
            PERFORM WITH TEST AFTER UNTIL Wsi_fin = 1
                READ Fexercices NEXT
                AT END MOVE 1 TO Wsi_fin
                NOT AT END
                    IF fsi_actif = 1 AND fsi_requis(Wrot_type) = 1 THEN
                        MOVE fsi_validite TO Wsi_validite
                        IF Wsi_validite = 0 THEN
                            MOVE Wcfg_validiteExercice TO Wsi_validite
                        END-IF
                        COMPUTE Wsi_limite = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(Wrot_date) -
                            Wsi_validite)
                        MOVE Wrot_idAstro TO Wsi_idAstronaute
                        MOVE fsi_code TO Wsi_code
                        PERFORM DERNIER_RESULTAT_EXERCICE
                        IF Wsi_derniereReussite < Wsi_limite THEN
                            MOVE 0 TO Wrot_ok
                            IF Wsi_derniereReussite = 0 THEN
                                DISPLAY "Relève refusée : exercice ",
FUNCTION TRIM(fsi_libelle), " non réussi par ", Wrot_nom, "."
                            ELSE
                                DISPLAY "Relève refusée : exercice ",
FUNCTION TRIM(fsi_libelle), " de ", Wrot_nom,
" périmé (dernière réussite le ", Wsi_derniereReussite, ")."
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fexercices
        END-IF.

        ROT_CONTROLER_CERTIFICATIONS.
        ACCEPT Wct_date FROM DATE YYYYMMDD
        OPEN INPUT Fcertifs
        MOVE Wrot_idAstro TO fct_idAstronaute
        START Fcertifs, KEY IS = fct_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wct_fin
            PERFORM WITH TEST AFTER UNTIL Wct_fin = 1
                READ Fcertifs NEXT
                AT END MOVE 1 TO Wct_fin
                NOT AT END
                    IF fct_idAstronaute NOT = Wrot_idAstro THEN
                        MOVE 1 TO Wct_fin
                    ELSE
                        IF fct_actif = 1 AND
                           fct_dateExpiration < Wct_date THEN
                            MOVE fct_type TO Wct_type
                            PERFORM ECRIRE_TYPE_CERTIFICATION
                            DISPLAY "ATTENTION : la certification ",
Wct_typeECR, " de ", Wrot_nom, " a expiré le ",
fct_dateExpiration, "."
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcertifs.

        ROT_DERNIER_RETOUR.
        MOVE 0 TO Wrot_dernierRetour
        OPEN INPUT Fvols
        MOVE Wrot_idAstro TO fvo_idAstronaute
        START Fvols, KEY IS = fvo_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrot_fin
            PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                READ Fvols NEXT
                AT END MOVE 1 TO Wrot_fin
                NOT AT END
                    IF fvo_idAstronaute NOT = Wrot_idAstro THEN
                        MOVE 1 TO Wrot_fin
                    ELSE
                        IF fvo_dateFin > Wrot_dernierRetour AND
                           fvo_dateFin <= Wrot_date THEN
                            MOVE fvo_dateFin TO Wrot_dernierRetour
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvols.

        ROT_CONTROLER_ROLES.
        ADD 1 TO Wrot_nb
        MOVE Wrot_seq TO Wrot_tSeq(Wrot_nb)
        MOVE Wrot_idAstro TO Wrot_tAstro(Wrot_nb)
        MOVE Wrot_sens TO Wrot_tSens(Wrot_nb)
        MOVE Wrot_date TO Wrot_tDate(Wrot_nb)
        MOVE Wrot_type TO Wfm_typeMission
        PERFORM DETERMINER_ROLES_REQUIS
        MOVE 0 TO Wprep_role1
        MOVE 0 TO Wprep_role2
        OPEN INPUT Fastronautes
        MOVE Wrot_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrot_fin
            PERFORM WITH TEST AFTER UNTIL Wrot_fin = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wrot_fin
                NOT AT END
                    IF fa_idEquipe NOT = Wrot_idEquipe THEN
                        MOVE 1 TO Wrot_fin
                    ELSE
                        PERFORM ROT_ROLE_A_BORD
                    END-IF
                END-READ
            END-PERFORM
        END-START
        PERFORM VARYING Wrot_i FROM 1 BY 1 UNTIL Wrot_i > Wrot_nb
            IF Wrot_tSens(Wrot_i) = "E" THEN
                MOVE Wrot_tAstro(Wrot_i) TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fa_idEquipe NOT = Wrot_idEquipe THEN
                        PERFORM ROT_ROLE_A_BORD
                    END-IF
                END-READ
            END-IF
        END-PERFORM
        CLOSE Fastronautes
        SUBTRACT 1 FROM Wrot_nb
        IF (Wcfg_role1 > 0 AND Wprep_role1 = 0) OR
           (Wcfg_role2 > 0 AND Wprep_role2 = 0) THEN
            DISPLAY "ATTENTION : après cette relève, l'équipage ne",
" couvre plus les rôles requis pour ce type de mission."
            DISPLAY "Confirmer la relève ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wrot_rep
            PERFORM WITH TEST AFTER UNTIL
                    Wrot_rep = 0 OR Wrot_rep = 1
                ACCEPT Wrot_rep
            END-PERFORM
            IF Wrot_rep = 0 THEN
                MOVE 0 TO Wrot_ok
            END-IF
        END-IF.

        ROT_ROLE_A_BORD.
        PERFORM ROT_A_BORD
        IF Wrot_aBord = 1 AND fa_actif = 1 THEN
            IF fa_role = Wcfg_role1 THEN
                MOVE 1 TO Wprep_role1
            END-IF
            IF fa_role = Wcfg_role2 THEN
                MOVE 1 TO Wprep_role2
            END-IF
        END-IF.

        ROT_ECRIRE.
        OPEN I-O Frotations
        MOVE Wrot_idMission TO frot_idMission
        MOVE Wrot_seq TO frot_seqEtape
        MOVE Wrot_idAstro TO frot_idAstronaute
        MOVE Wrot_sens TO frot_sens
        MOVE Wrot_date TO frot_dateEtape
        MOVE 1 TO frot_actif
        ACCEPT frot_dateSaisie FROM DATE YYYYMMDD
        MOVE Wop_id TO frot_opSaisie
        WRITE rbTampon
        INVALID KEY
            REWRITE rbTampon END-REWRITE
        END-WRITE
        IF frot_stat NOT = 00 THEN
            MOVE frot_stat TO Wchk_stat
            MOVE "Frotations" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Frotations
        MOVE "MISSIONS" TO Wau_module
        MOVE "ROTATION" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wrot_idMission DELIMITED BY SIZE
            " ETAPE " DELIMITED BY SIZE
            Wrot_seq DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wrot_sens DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wrot_idAstro DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        IF Wrot_sens = "D" THEN
            DISPLAY "Débarquement de ", FUNCTION TRIM(Wrot_nom),
" enregistré à l'étape ", Wrot_seq, " le ", Wrot_date, "."
        ELSE
            DISPLAY "Embarquement de ", FUNCTION TRIM(Wrot_nom),
" enregistré à l'étape ", Wrot_seq, " le ", Wrot_date, "."
        END-IF.

        ROT_ANNULER.
        DISPLAY "Numéro de l'étape ?"
        MOVE 0 TO Wrot_seq
        ACCEPT Wrot_seq
        DISPLAY "Identifiant de l'astronaute ?"
        MOVE 0 TO Wrot_idAstro
        ACCEPT Wrot_idAstro
        OPEN I-O Frotations
        MOVE Wrot_idMission TO frot_idMission
        MOVE Wrot_seq TO frot_seqEtape
        MOVE Wrot_idAstro TO frot_idAstronaute
        READ Frotations WITH LOCK
        INVALID KEY
            DISPLAY "Aucune relève enregistrée pour ces critères."
        NOT INVALID KEY
            IF frot_actif = 0 THEN
                DISPLAY "Aucune relève enregistrée pour ces critères."
            ELSE
                MOVE 0 TO frot_actif
                REWRITE rbTampon END-REWRITE
                IF frot_stat NOT = 00 THEN
                    MOVE frot_stat TO Wchk_stat
                    MOVE "Frotations" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "MISSIONS" TO Wau_module
                MOVE "ROTANNULE" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING Wrot_idMission DELIMITED BY SIZE
                    " ETAPE " DELIMITED BY SIZE
                    Wrot_seq DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wrot_idAstro DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Relève annulée."
            END-IF
            UNLOCK Frotations
        END-READ
        CLOSE Frotations.

        ROT_LISTER.
        PERFORM ROT_CHARGER_MISSION
        IF Wrot_nb = 0 THEN
            DISPLAY "Aucune relève enregistrée pour cette mission."
        ELSE
            DISPLAY "Relèves d'équipage de la mission n°",
Wrot_idMission, " :"
            OPEN INPUT Fastronautes
            PERFORM VARYING Wrot_i FROM 1 BY 1 UNTIL Wrot_i > Wrot_nb
                PERFORM ROT_LIBELLE
                DISPLAY "  Étape ", Wrot_tSeq(Wrot_i), " le ",
Wrot_tDate(Wrot_i), " : ", Wrot_sensECR, " ", Wrot_tAstro(Wrot_i),
" ", FUNCTION TRIM(Wrot_nom)
            END-PERFORM
            CLOSE Fastronautes
        END-IF.

        ROT_LIBELLE.
        IF Wrot_tSens(Wrot_i) = "D" THEN
            MOVE "Débarque" TO Wrot_sensECR
        ELSE
            MOVE "Embarque" TO Wrot_sensECR
        END-IF
        MOVE SPACES TO Wrot_nom
        MOVE Wrot_tAstro(Wrot_i) TO fa_idAstronaute
        READ Fastronautes
        INVALID KEY
            MOVE "(astronaute inconnu)" TO Wrot_nom
        NOT INVALID KEY
            STRING FUNCTION TRIM(fa_nom) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(fa_prenom) DELIMITED BY SIZE
                INTO Wrot_nom
            END-STRING
        END-READ.

        GERER_PASSAGERS.
        DISPLAY ' '
        DISPLAY "1 : Embarquer un passager // 2 : Retirer un passager",
" // 3 : Lister les passagers d'une mission"
        MOVE 0 TO Wpx_choix
        PERFORM WITH TEST AFTER UNTIL
                Wpx_choix = 1 OR Wpx_choix = 2 OR Wpx_choix = 3
            ACCEPT Wpx_choix
        END-PERFORM
        DISPLAY "Identifiant de la mission ?"
        MOVE 0 TO Wpx_idMission
        ACCEPT Wpx_idMission
        PERFORM PX_LIRE_MISSION
        IF Wpx_ok = 1 THEN
            EVALUATE Wpx_choix
                WHEN 1 PERFORM PX_AJOUTER
                WHEN 2 PERFORM PX_RETIRER
                WHEN 3 PERFORM PX_LISTER
            END-EVALUATE
        END-IF.

        PX_LIRE_MISSION.
        MOVE 0 TO Wpx_ok
        MOVE 0 TO Wpx_idEquipe
        MOVE 0 TO Wpx_nbEquipage
        MOVE 0 TO Wpx_capacite
        MOVE SPACES TO Wpx_vaisseau
        MOVE SPACES TO Wpx_lieuDepart
        OPEN INPUT Fmissions
        MOVE Wpx_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Cette mission n'existe pas."
        NOT INVALID KEY
            IF fm_actif = 0 THEN
                DISPLAY "Cette mission n'existe pas."
            ELSE
                MOVE 1 TO Wpx_ok
                MOVE fm_nomLieu TO Wpx_lieuMission
                IF Wpx_choix = 1 AND
                   NOT fm_planifiee AND NOT fm_enCours THEN
                    DISPLAY "Seule une mission planifiée ou en cours",
" peut embarquer des passagers."
                    MOVE 0 TO Wpx_ok
                END-IF
            END-IF
        END-READ
        CLOSE Fmissions
        IF Wpx_ok = 1 THEN
            OPEN INPUT Fequipes
            MOVE Wpx_idMission TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wpx_fin
                PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wpx_fin
                    NOT AT END
                        IF fe_idMission NOT = Wpx_idMission THEN
                            MOVE 1 TO Wpx_fin
                        ELSE
                            IF fe_actif = 1 THEN
                                MOVE fe_idEquipe TO Wpx_idEquipe
                                MOVE fe_nbAstronautes TO Wpx_nbEquipage
                                MOVE fe_nomVaisseau TO Wpx_vaisseau
                                MOVE 1 TO Wpx_fin
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
            IF Wpx_vaisseau NOT = SPACES THEN
                OPEN INPUT Fvaisseaux
                MOVE Wpx_vaisseau TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    MOVE SPACES TO Wpx_vaisseau
                NOT INVALID KEY
                    MOVE fv_capacite TO Wpx_capacite
                    MOVE fv_nomLieu TO Wpx_lieuDepart
                END-READ
                CLOSE Fvaisseaux
            END-IF
        END-IF
        IF Wpx_ok = 1 AND Wpx_choix = 1 AND Wpx_vaisseau = SPACES THEN
            DISPLAY "Aucun vaisseau n'est affecté à cette mission :",
" impossible de réserver une place."
            MOVE 0 TO Wpx_ok
        END-IF.

        PX_LIEU_ETAPE.
        MOVE 0 TO Wpx_ok
        MOVE SPACES TO Wpx_lieuEtape
        IF Wpx_etape = 0 THEN
            MOVE 1 TO Wpx_ok
            MOVE Wpx_lieuDepart TO Wpx_lieuEtape
        END-IF
        IF Wpx_etape = 99 THEN
            MOVE 1 TO Wpx_ok
            MOVE Wpx_lieuMission TO Wpx_lieuEtape
        END-IF
        IF Wpx_ok = 0 THEN
            OPEN INPUT Fetapes
            MOVE Wpx_idMission TO fet_idMission
            MOVE Wpx_etape TO fet_seq
            READ Fetapes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fet_actif = 1 THEN
                    MOVE 1 TO Wpx_ok
                    MOVE fet_nomLieu TO Wpx_lieuEtape
                END-IF
            END-READ
            CLOSE Fetapes
        END-IF.

        PX_OCCUPATION.
        PERFORM VARYING Wpx_k FROM 1 BY 1 UNTIL Wpx_k > 100
            MOVE 0 TO Wpx_troncon(Wpx_k)
        END-PERFORM
        PERFORM VARYING Wpx_k FROM Wpx_embNouv BY 1
                UNTIL Wpx_k >= Wpx_debNouv
            ADD 1 TO Wpx_troncon(Wpx_k + 1)
        END-PERFORM
        OPEN INPUT Fpassagers
        MOVE Wpx_idMission TO fpx_idMission
        START Fpassagers, KEY IS = fpx_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpx_fin
            PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                READ Fpassagers NEXT
                AT END MOVE 1 TO Wpx_fin
                NOT AT END
                    IF fpx_idMission NOT = Wpx_idMission THEN
                        MOVE 1 TO Wpx_fin
                    ELSE
                        IF fpx_actif = 1 THEN
                            PERFORM VARYING Wpx_k
                                    FROM fpx_etapeEmbarq BY 1
                                    UNTIL Wpx_k >= fpx_etapeDebarq
                                ADD 1 TO Wpx_troncon(Wpx_k + 1)
                            END-PERFORM
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fpassagers
        MOVE 0 TO Wpx_max
        PERFORM VARYING Wpx_k FROM 1 BY 1 UNTIL Wpx_k > 100
            IF Wpx_troncon(Wpx_k) > Wpx_max THEN
                MOVE Wpx_troncon(Wpx_k) TO Wpx_max
            END-IF
        END-PERFORM
        PERFORM PX_RELEVES.

        PX_RELEVES.
        PERFORM VARYING Wpx_k FROM 1 BY 1 UNTIL Wpx_k > 100
            MOVE 0 TO Wpx_releve(Wpx_k)
        END-PERFORM
        OPEN INPUT Frotations
        MOVE Wpx_idMission TO frot_idMission
        START Frotations, KEY IS = frot_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpx_fin
            PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                READ Frotations NEXT
                AT END MOVE 1 TO Wpx_fin
                NOT AT END
                    IF frot_idMission NOT = Wpx_idMission THEN
                        MOVE 1 TO Wpx_fin
                    ELSE
                        IF frot_actif = 1 THEN
                            PERFORM VARYING Wpx_k
                                    FROM frot_seqEtape BY 1
                                    UNTIL Wpx_k > 98
                                IF frot_embarquement THEN
                                    ADD 1 TO Wpx_releve(Wpx_k + 1)
                                ELSE
                                    SUBTRACT 1
                                        FROM Wpx_releve(Wpx_k + 1)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Frotations
        MOVE 0 TO Wpx_maxBord
        PERFORM VARYING Wpx_k FROM 1 BY 1 UNTIL Wpx_k > 100
            COMPUTE Wpx_bord = Wpx_troncon(Wpx_k) + Wpx_releve(Wpx_k)
            IF Wpx_bord > Wpx_maxBord THEN
                MOVE Wpx_bord TO Wpx_maxBord
            END-IF
        END-PERFORM.

        PX_AJOUTER.
        DISPLAY "Nom du passager ?"
        MOVE SPACES TO Wpx_nom
        ACCEPT Wpx_nom
        DISPLAY "Prénom du passager ?"
        MOVE SPACES TO Wpx_prenom
        ACCEPT Wpx_prenom
        DISPLAY "Nationalité (pays) ?"
        MOVE SPACES TO Wpx_nationalite
        ACCEPT Wpx_nationalite
        MOVE FUNCTION LOWER-CASE(Wpx_nationalite) TO Wpx_nationalite
        DISPLAY "Organisation ?"
        MOVE SPACES TO Wpx_organisation
        ACCEPT Wpx_organisation
        DISPLAY "Personne à prévenir en cas d'urgence ?"
        MOVE SPACES TO Wpx_contactNom
        ACCEPT Wpx_contactNom
        DISPLAY "Téléphone de cette personne ?"
        MOVE SPACES TO Wpx_contactTel
        ACCEPT Wpx_contactTel
        DISPLAY "Étapes de la mission n°", Wpx_idMission, " :"
        DISPLAY "   Étape 00 : départ (", FUNCTION TRIM(Wpx_lieuDepart),
")"
        MOVE Wpx_idMission TO fm_idMission
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        PERFORM LISTER_ETAPES_MISSION
        DISPLAY "   Étape 99 : destination (",
FUNCTION TRIM(Wpx_lieuMission), ")"
        DISPLAY "Étape d'embarquement ?"
        MOVE 0 TO Wpx_etape
        ACCEPT Wpx_etape
        PERFORM PX_LIEU_ETAPE
        IF Wpx_ok = 0 OR Wpx_etape = 99 THEN
            DISPLAY "Étape d'embarquement invalide."
            MOVE 0 TO Wpx_ok
        ELSE
            MOVE Wpx_etape TO Wpx_embNouv
            MOVE Wpx_lieuEtape TO Wpx_lieuEmb
            DISPLAY "Étape de débarquement ?"
            MOVE 0 TO Wpx_etape
            ACCEPT Wpx_etape
            PERFORM PX_LIEU_ETAPE
            IF Wpx_ok = 0 OR Wpx_etape <= Wpx_embNouv THEN
                DISPLAY "Étape de débarquement invalide (elle doit",
" suivre l'étape d'embarquement)."
                MOVE 0 TO Wpx_ok
            ELSE
                MOVE Wpx_etape TO Wpx_debNouv
                MOVE Wpx_lieuEtape TO Wpx_lieuDeb
            END-IF
        END-IF
        IF Wpx_ok = 1 THEN
            PERFORM PX_OCCUPATION
            IF Wpx_nbEquipage + Wpx_maxBord > Wpx_capacite THEN
                DISPLAY "Capacité insuffisante sur le vaisseau ",
FUNCTION TRIM(Wpx_vaisseau), " : ", Wpx_nbEquipage,
" membre(s) d'équipage et jusqu'à ", Wpx_maxBord,
" passager(s) ou relève(s) à bord pour ", Wpx_capacite, " place(s)."
                MOVE 0 TO Wpx_ok
            END-IF
        END-IF
        IF Wpx_ok = 1 THEN
            MOVE 0 TO Wpx_maxId
            OPEN I-O Fpassagers
            MOVE 0 TO Wpx_fin
            PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                READ Fpassagers NEXT
                AT END MOVE 1 TO Wpx_fin
                NOT AT END
                    IF fpx_idPassager > Wpx_maxId THEN
                        MOVE fpx_idPassager TO Wpx_maxId
                    END-IF
                END-READ
            END-PERFORM
            ADD 1 TO Wpx_maxId
            MOVE Wpx_maxId TO fpx_idPassager
            MOVE Wpx_idMission TO fpx_idMission
            MOVE Wpx_nom TO fpx_nom
            MOVE Wpx_prenom TO fpx_prenom
            MOVE Wpx_nationalite TO fpx_nationalite
            MOVE Wpx_organisation TO fpx_organisation
            MOVE Wpx_embNouv TO fpx_etapeEmbarq
            MOVE Wpx_lieuEmb TO fpx_lieuEmbarq
            MOVE Wpx_debNouv TO fpx_etapeDebarq
            MOVE Wpx_lieuDeb TO fpx_lieuDebarq
            MOVE Wpx_contactNom TO fpx_contactNom
            MOVE Wpx_contactTel TO fpx_contactTel
            MOVE 1 TO fpx_actif
            ACCEPT fpx_dateSaisie FROM DATE YYYYMMDD
            MOVE Wop_id TO fpx_opSaisie
            WRITE pxTampon END-WRITE
            IF fpx_stat NOT = 00 THEN
                MOVE fpx_stat TO Wchk_stat
                MOVE "Fpassagers" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fpassagers
            MOVE "MISSIONS" TO Wau_module
            MOVE "PASSAGER" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wpx_idMission DELIMITED BY SIZE
                " PASSAGER " DELIMITED BY SIZE
                Wpx_maxId DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Passager n°", Wpx_maxId, " enregistré sur la",
" mission n°", Wpx_idMission, "."
        ELSE
            DISPLAY "Passager non enregistré."
        END-IF.

        PX_RETIRER.
        DISPLAY "Identifiant du passager ?"
        MOVE 0 TO Wpx_id
        ACCEPT Wpx_id
        OPEN I-O Fpassagers
        MOVE Wpx_id TO fpx_idPassager
        READ Fpassagers WITH LOCK
        INVALID KEY
            DISPLAY "Ce passager n'existe pas."
        NOT INVALID KEY
            IF fpx_actif = 0 OR fpx_idMission NOT = Wpx_idMission THEN
                DISPLAY "Ce passager n'existe pas sur cette mission."
            ELSE
                MOVE 0 TO fpx_actif
                REWRITE pxTampon END-REWRITE
                IF fpx_stat NOT = 00 THEN
                    MOVE fpx_stat TO Wchk_stat
                    MOVE "Fpassagers" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "MISSIONS" TO Wau_module
                MOVE "PASSRETIRE" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING Wpx_idMission DELIMITED BY SIZE
                    " PASSAGER " DELIMITED BY SIZE
                    Wpx_id DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Passager retiré de la mission."
            END-IF
            UNLOCK Fpassagers
        END-READ
        CLOSE Fpassagers.

        PX_LISTER.
        MOVE 0 TO Wpx_count
        DISPLAY "Passagers de la mission n°", Wpx_idMission, " :"
        OPEN INPUT Fpassagers
        MOVE Wpx_idMission TO fpx_idMission
        START Fpassagers, KEY IS = fpx_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpx_fin
            PERFORM WITH TEST AFTER UNTIL Wpx_fin = 1
                READ Fpassagers NEXT
                AT END MOVE 1 TO Wpx_fin
                NOT AT END
                    IF fpx_idMission NOT = Wpx_idMission THEN
                        MOVE 1 TO Wpx_fin
                    ELSE
                        IF fpx_actif = 1 THEN
                            ADD 1 TO Wpx_count
                            DISPLAY "  n°", fpx_idPassager, " ",
FUNCTION TRIM(fpx_nom), " ", FUNCTION TRIM(fpx_prenom), " (",
FUNCTION TRIM(fpx_nationalite), ", ",
FUNCTION TRIM(fpx_organisation), ")"
                            DISPLAY "      embarque étape ",
fpx_etapeEmbarq, " (", FUNCTION TRIM(fpx_lieuEmbarq),
"), débarque étape ", fpx_etapeDebarq, " (",
FUNCTION TRIM(fpx_lieuDebarq), ")"
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fpassagers
        IF Wpx_count = 0 THEN
            DISPLAY "  Aucun passager enregistré."
        ELSE
            MOVE 0 TO Wpx_embNouv
            MOVE 0 TO Wpx_debNouv
            PERFORM PX_OCCUPATION
            DISPLAY Wpx_count, " passager(s) ; au plus ", Wpx_max,
" à bord simultanément."
        END-IF.

        STAT_SCAN_MISSIONS.
        OPEN INPUT Fmissions
        MOVE 0 TO Wmiss_fin
        MOVE 0 TO WS_nbMissions
        PERFORM WITH TEST AFTER UNTIL Wmiss_fin = 1
            READ Fmissions NEXT
            AT END
                MOVE 1 TO Wmiss_fin
            NOT AT END
                IF fm_actif = 1 THEN
                    ADD 1 TO WS_nbMissions
                END-IF
            END-READ
        END-PERFORM
        DISPLAY "Il y a ", WS_nbMissions, " mission(s) dans ",
"les données."
        CLOSE Fmissions.

        RAPPORT_PIPELINE_MISSIONS.
        MOVE "PIPELINE" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE 0 TO Wpl_count
        MOVE 0 TO Wcap_depasse
        OPEN INPUT Fmissions
        MOVE 0 TO Wpl_fin
        PERFORM WITH TEST AFTER UNTIL Wpl_fin = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wpl_fin
            NOT AT END
                IF fm_actif = 1 AND fm_planifiee THEN
                    IF Wpl_count < 300 THEN
                        ADD 1 TO Wpl_count
                        MOVE fm_idMission TO Wpl_id(Wpl_count)
                        MOVE fm_dateDebut TO Wpl_date(Wpl_count)
                        MOVE fm_nomLieu TO Wpl_lieu(Wpl_count)
                    ELSE
                        MOVE 1 TO Wcap_depasse
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        IF Wcap_depasse = 1 THEN
            MOVE SPACES TO Wsp_ligne
            STRING "ATTENTION : plus de 300 missions planifiées," DELIMITED BY SIZE
                " seules les 300 premières figurent dans le pipeline." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM VARYING Wpl_i FROM 1 BY 1 UNTIL Wpl_i >= Wpl_count
            PERFORM VARYING Wpl_j FROM 1 BY 1
                    UNTIL Wpl_j > Wpl_count - Wpl_i
                IF Wpl_date(Wpl_j) > Wpl_date(Wpl_j + 1) THEN
                    MOVE Wpl_id(Wpl_j) TO Wpl_tmpId
                    MOVE Wpl_date(Wpl_j) TO Wpl_tmpDate
                    MOVE Wpl_lieu(Wpl_j) TO Wpl_tmpLieu
                    MOVE Wpl_id(Wpl_j + 1) TO Wpl_id(Wpl_j)
                    MOVE Wpl_date(Wpl_j + 1) TO Wpl_date(Wpl_j)
                    MOVE Wpl_lieu(Wpl_j + 1) TO Wpl_lieu(Wpl_j)
                    MOVE Wpl_tmpId TO Wpl_id(Wpl_j + 1)
                    MOVE Wpl_tmpDate TO Wpl_date(Wpl_j + 1)
                    MOVE Wpl_tmpLieu TO Wpl_lieu(Wpl_j + 1)
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE "#############" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "Pipeline de dotation des missions planifiées :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wpl_count = 0 THEN
            MOVE "  Aucune mission planifiée." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM VARYING Wpl_i FROM 1 BY 1 UNTIL Wpl_i > Wpl_count
            MOVE 0 TO Wpl_equipe
            MOVE 0 TO Wpl_nb
            OPEN INPUT Fequipes
            MOVE Wpl_id(Wpl_i) TO fe_idMission
            START Fequipes, KEY IS = fe_idMission
            INVALID KEY
                MOVE " " TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            NOT INVALID KEY
                MOVE 0 TO Wpl_fin2
                PERFORM WITH TEST AFTER UNTIL Wpl_fin2 = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wpl_fin2
                    NOT AT END
                        IF fe_idMission NOT = Wpl_id(Wpl_i) THEN
                            MOVE 1 TO Wpl_fin2
                        ELSE
                            IF fe_actif = 1 THEN
                                MOVE fe_idEquipe TO Wpl_equipe
                                MOVE fe_nbAstronautes TO Wpl_nb
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
            MOVE SPACES TO Wsp_ligne
            STRING "  - Départ le " DELIMITED BY SIZE
                Wpl_date(Wpl_i) DELIMITED BY SIZE
                " : mission n°" DELIMITED BY SIZE
                Wpl_id(Wpl_i) DELIMITED BY SIZE
                " vers " DELIMITED BY SIZE
                Wpl_lieu(Wpl_i) DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            IF Wpl_equipe = 0 THEN
                MOVE "      SANS ÉQUIPE AFFECTÉE" TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            ELSE
                IF Wpl_nb < Wcfg_effectifMin THEN
                    MOVE SPACES TO Wsp_ligne
                    STRING "      Équipe n°" DELIMITED BY SIZE
                        Wpl_equipe DELIMITED BY SIZE
                        " affectée mais sous l'effectif minimal (" DELIMITED BY SIZE
                        Wpl_nb DELIMITED BY SIZE
                        " / " DELIMITED BY SIZE
                        Wcfg_effectifMin DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                ELSE
                    MOVE SPACES TO Wsp_ligne
                    STRING "      Équipe n°" DELIMITED BY SIZE
                        Wpl_equipe DELIMITED BY SIZE
                        " affectée (" DELIMITED BY SIZE
                        Wpl_nb DELIMITED BY SIZE
                        " membre(s))" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-IF
        END-PERFORM
        PERFORM FIN_RAPPORT.

        RAPPORT_ECART_BUDGET.
        DISPLAY " "
        DISPLAY "Seuil de dépassement budgétaire à signaler ",
"(en % du budget estimé) ?"
        PERFORM WITH TEST AFTER UNTIL Wfm_seuilEcart > 0
            ACCEPT Wfm_seuilEcart
        END-PERFORM
        OPEN INPUT Fmissions
        MOVE 0 TO Wmiss_fin
        MOVE 0 TO Wfm_nbEcarts
        DISPLAY "#############"
        DISPLAY "Missions dépassant leur budget de plus de ",
Wfm_seuilEcart, "% :"
        PERFORM WITH TEST AFTER UNTIL Wmiss_fin = 1
            READ Fmissions NEXT
            AT END
                MOVE 1 TO Wmiss_fin
            NOT AT END
              IF fm_actif = 1 AND fm_budgetEstime > 0 THEN
                COMPUTE Wfm_ecartPct =
                    ((fm_coutReel - fm_budgetEstime) * 100) /
                    fm_budgetEstime
                IF Wfm_ecartPct > Wfm_seuilEcart THEN
                    ADD 1 TO Wfm_nbEcarts
                    DISPLAY "  - Mission n°", fm_idMission,
" : estimé ", fm_budgetEstime, " / réel ", fm_coutReel,
" (dépassement de ", Wfm_ecartPct, "%)"
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        IF Wfm_nbEcarts = 0 THEN
            DISPLAY "  Aucune mission ne dépasse ce seuil."
        END-IF.

        BUDGET_MISSIONS.
        PERFORM ACTUALISER_ENGAGEMENTS
        OPEN INPUT Fmissions
        MOVE 0 TO Wmiss_fin
        MOVE 0 TO Wdv_count
        MOVE 0 TO Wcap_depasse
        DISPLAY "#############"
        DISPLAY "Suivi budgétaire des missions :"
        PERFORM WITH TEST AFTER UNTIL Wmiss_fin = 1
            READ Fmissions NEXT
            AT END
                MOVE 1 TO Wmiss_fin
            NOT AT END
                IF fm_actif = 1 THEN
                    IF fm_devise = SPACES THEN
                        MOVE "EUR" TO fm_devise
                    END-IF
                    DISPLAY "  - Mission n°", fm_idMission,
" : estimé ", fm_budgetEstime, " / réel ", fm_coutReel, " (",
fm_devise, ")"
                    PERFORM SITUATION_BUDGET_MISSION
                    DISPLAY "      engagé ", Wng_engage, " / disponible ",
Wng_libreECR
                    MOVE 0 TO Wdv_idx
                    PERFORM VARYING Wdv_i FROM 1 BY 1
                            UNTIL Wdv_i > Wdv_count
                        IF Wdv_code(Wdv_i) = fm_devise THEN
                            MOVE Wdv_i TO Wdv_idx
                        END-IF
                    END-PERFORM
                    IF Wdv_idx = 0 THEN
                        IF Wdv_count < 10 THEN
                            ADD 1 TO Wdv_count
                            MOVE Wdv_count TO Wdv_idx
                            MOVE fm_devise TO Wdv_code(Wdv_idx)
                            MOVE 0 TO Wdv_budget(Wdv_idx)
                            MOVE 0 TO Wdv_cout(Wdv_idx)
                            MOVE 0 TO Wdv_engage(Wdv_idx)
                        ELSE
                            MOVE 1 TO Wcap_depasse
                        END-IF
                    END-IF
                    IF Wdv_idx > 0 THEN
                        ADD fm_budgetEstime TO Wdv_budget(Wdv_idx)
                        ADD fm_coutReel TO Wdv_cout(Wdv_idx)
                        ADD Wng_engage TO Wdv_engage(Wdv_idx)
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        DISPLAY "Totaux par devise :"
        PERFORM VARYING Wdv_i FROM 1 BY 1 UNTIL Wdv_i > Wdv_count
            DISPLAY "  ", Wdv_code(Wdv_i), " : budget estimé ",
Wdv_budget(Wdv_i), " / coût réel ", Wdv_cout(Wdv_i), " / engagé ",
Wdv_engage(Wdv_i)
        END-PERFORM
        IF Wcap_depasse = 1 THEN
            DISPLAY "ATTENTION : plus de 10 devises rencontrées,",
" les montants des devises au-delà des 10 premières ne figurent",
" dans aucun total."
        END-IF
        IF Wdv_count = 0 THEN
            DISPLAY "  (aucune mission active)"
        END-IF
        CLOSE Fmissions.

        GERER_ESTIMATIONS_MISSION.
        DISPLAY ' '
        DISPLAY "1 : Estimer le budget d'une mission // 2 : Consulter",
" une estimation // 3 : Écarts par poste // 4 : Taux d'aléas par",
" type de mission"
        MOVE 0 TO Wes_choix
        PERFORM WITH TEST AFTER UNTIL Wes_choix >= 1 AND Wes_choix <= 4
            ACCEPT Wes_choix
        END-PERFORM
        EVALUATE Wes_choix
            WHEN 1
                PERFORM ESTIMER_BUDGET_MISSION
            WHEN 2
                PERFORM CONSULTER_ESTIMATION_MISSION
            WHEN 3
                PERFORM ECARTS_POSTES_ESTIMATION
            WHEN 4
                PERFORM GERER_TAUX_ALEAS
        END-EVALUATE.

        ESTIMER_BUDGET_MISSION.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wfm_idMission
        PERFORM VERIF_MISSION3
        IF Wverif_m = 1 THEN
            IF fm_terminee OR fm_annulee THEN
                MOVE 0 TO Wverif_m
                DISPLAY "Estimation réservée aux missions planifiées ou",
" en cours."
            END-IF
        END-IF
        IF Wverif_m = 1 THEN
            MOVE fm_idMission TO Wes_idMission
            MOVE fm_typeMission TO Wes_type
            MOVE fm_devise TO Wes_devise
            IF Wes_devise = SPACES THEN
                MOVE "EUR" TO Wes_devise
            END-IF
            MOVE fm_dateDebut TO Wes_dateDebut
            MOVE fm_dateFin TO Wes_dateFin
            MOVE fm_nomLieu TO Wes_destination
            PERFORM ES_CALCULER
            ACCEPT Wes_aujourdhui FROM DATE YYYYMMDD
            MOVE Wes_idMission TO fes_idMission
            MOVE Wes_aujourdhui TO fes_dateEstimation
            MOVE Wop_id TO fes_opEstimation
            MOVE Wes_type TO fes_typeMission
            MOVE Wes_devise TO fes_devise
            MOVE Wes_nbNav TO fes_nbNavires
            MOVE Wes_nbEquipage TO fes_nbEquipage
            MOVE Wes_nbEscales TO fes_nbEscales
            MOVE Wes_distance TO fes_distance
            MOVE Wes_duree TO fes_duree
            MOVE Wes_carburant TO fes_carburant
            MOVE Wes_personnel TO fes_personnel
            MOVE Wes_droitsPort TO fes_droitsPort
            MOVE Wes_cargo TO fes_cargo
            MOVE Wes_taux TO fes_tauxAleas
            MOVE Wes_aleas TO fes_aleas
            MOVE Wes_total TO fes_total
            MOVE 0 TO fes_reporte
            PERFORM ES_AFFICHER
            IF Wes_nbInconnues > 0 THEN
                DISPLAY "ATTENTION : ", Wes_nbInconnues,
" tronçon(s) sans distance connue, carburant sous-estimé."
            END-IF
            IF Wes_nbSansTarif > 0 THEN
                DISPLAY "ATTENTION : ", Wes_nbSansTarif,
" escale(s) sans tarif portuaire."
            END-IF
            IF Wes_nbSansPrix > 0 THEN
                DISPLAY "ATTENTION : ", Wes_nbSansPrix,
" article(s) sans coût au catalogue."
            END-IF
            IF Wes_nbDevises > 0 THEN
                DISPLAY "ATTENTION : ", Wes_nbDevises,
" montant(s) tarifé(s) dans une autre devise que ", Wes_devise,
", repris sans conversion."
            END-IF
            DISPLAY "Reporter ce total comme budget estimé de la",
" mission ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wes_reporter
            MOVE 0 TO Wes_ok
            PERFORM WITH TEST AFTER UNTIL Wes_reporter = 0
                                       OR Wes_reporter = 1
                ACCEPT Wes_reporter
            END-PERFORM
            IF Wes_reporter = 1 THEN
                PERFORM ES_REPORTER_BUDGET
            END-IF
            OPEN I-O Festimations
            MOVE Wes_idMission TO fes_idMission
            READ Festimations
            INVALID KEY
                MOVE 0 TO Wes_trouve
            NOT INVALID KEY
                MOVE 1 TO Wes_trouve
            END-READ
            MOVE Wes_idMission TO fes_idMission
            MOVE Wes_aujourdhui TO fes_dateEstimation
            MOVE Wop_id TO fes_opEstimation
            MOVE Wes_type TO fes_typeMission
            MOVE Wes_devise TO fes_devise
            MOVE Wes_nbNav TO fes_nbNavires
            MOVE Wes_nbEquipage TO fes_nbEquipage
            MOVE Wes_nbEscales TO fes_nbEscales
            MOVE Wes_distance TO fes_distance
            MOVE Wes_duree TO fes_duree
            MOVE Wes_carburant TO fes_carburant
            MOVE Wes_personnel TO fes_personnel
            MOVE Wes_droitsPort TO fes_droitsPort
            MOVE Wes_cargo TO fes_cargo
            MOVE Wes_taux TO fes_tauxAleas
            MOVE Wes_aleas TO fes_aleas
            MOVE Wes_total TO fes_total
            MOVE Wes_ok TO fes_reporte
            IF Wes_trouve = 1 THEN
                REWRITE esTampon END-REWRITE
            ELSE
                WRITE esTampon END-WRITE
            END-IF
            IF fes_stat NOT = 00 THEN
                MOVE fes_stat TO Wchk_stat
                MOVE "Festimations" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Festimations
            MOVE "MISSIONS" TO Wau_module
            MOVE "ESTIMATION" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wes_idMission DELIMITED BY SIZE
                " total " DELIMITED BY SIZE
                Wes_total DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wes_devise DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Estimation conservée avec la mission n°",
Wes_idMission, "."
        END-IF.

        ES_CALCULER.
        MOVE 0 TO Wes_distance
        MOVE 0 TO Wes_joursTrajet
        MOVE 0 TO Wes_joursEscale
        MOVE 0 TO Wes_nbEscales
        MOVE 0 TO Wes_nbInconnues
        MOVE 0 TO Wes_nbDevises
        MOVE 0 TO Wes_nbSansPrix
        MOVE 0 TO Wes_nbSansTarif
        MOVE 0 TO Wes_droitsPort
        MOVE Wes_idMission TO Wcs_idMission
        PERFORM COLLECTER_NAVIRES_MISSION
        MOVE Wcs_nbNavires TO Wes_nbNav
        IF Wes_nbNav = 0 THEN
            MOVE 1 TO Wes_nbNav
        END-IF
        MOVE Wes_idMission TO Wfm_idMission
        PERFORM CALENDRIER_NAVIRE_MISSION
        MOVE Wcal_lieu TO Wes_position
        MOVE Wcal_vitesse TO Wes_vitesse
        OPEN INPUT Fetapes
        MOVE Wes_idMission TO fet_idMission
        START Fetapes, KEY IS = fet_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wes_fin
            PERFORM WITH TEST AFTER UNTIL Wes_fin = 1
                READ Fetapes NEXT
                AT END MOVE 1 TO Wes_fin
                NOT AT END
                    IF fet_idMission NOT = Wes_idMission THEN
                        MOVE 1 TO Wes_fin
                    ELSE
                        IF fet_actif = 1 AND NOT fet_annulee THEN
                            ADD 1 TO Wes_nbEscales
                            MOVE fet_nomLieu TO Wes_lieuQuai
                            PERFORM ES_TRONCON
                            MOVE fet_dureePrevue TO Wes_joursQuai
                            ADD Wes_joursQuai TO Wes_joursEscale
                            PERFORM ES_FRAIS_QUAI
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fetapes
        IF Wes_position NOT = Wes_destination THEN
            MOVE Wes_destination TO Wes_lieuQuai
            PERFORM ES_TRONCON
            MOVE 0 TO Wes_joursQuai
            PERFORM ES_FRAIS_QUAI
        END-IF
        IF Wes_dateDebut > 0 AND Wes_dateFin >= Wes_dateDebut THEN
            COMPUTE Wes_duree =
                FUNCTION INTEGER-OF-DATE(Wes_dateFin)
                - FUNCTION INTEGER-OF-DATE(Wes_dateDebut) + 1
        ELSE
            COMPUTE Wes_duree = Wes_joursTrajet + Wes_joursEscale
        END-IF
        IF Wes_duree = 0 THEN
            MOVE 1 TO Wes_duree
        END-IF
        MOVE 0 TO Wes_prixCarburant
        OPEN INPUT Fcatalogue
        MOVE Wcfg_articleCarburant TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            ADD 1 TO Wes_nbSansPrix
        NOT INVALID KEY
            IF fca_actif = 1 THEN
                MOVE fca_coutStandard TO Wes_prixCarburant
                IF fca_devise NOT = SPACES AND
                   fca_devise NOT = Wes_devise THEN
                    ADD 1 TO Wes_nbDevises
                END-IF
            ELSE
                ADD 1 TO Wes_nbSansPrix
            END-IF
        END-READ
        CLOSE Fcatalogue
        COMPUTE Wes_carburant ROUNDED =
            Wes_distance * Wes_prixCarburant * Wes_nbNav
        PERFORM ES_PERSONNEL
        PERFORM ES_CARGO
        COMPUTE Wes_sousTotal = Wes_carburant + Wes_personnel
            + Wes_droitsPort + Wes_cargo
        MOVE 0 TO Wes_taux
        OPEN INPUT Ftaux_aleas
        MOVE Wes_type TO fal_typeMission
        READ Ftaux_aleas
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fal_taux TO Wes_taux
        END-READ
        CLOSE Ftaux_aleas
        COMPUTE Wes_aleas ROUNDED = Wes_sousTotal * Wes_taux / 100
        COMPUTE Wes_total = Wes_sousTotal + Wes_aleas.

        ES_TRONCON.
        IF Wes_position NOT = SPACES THEN
            MOVE Wes_position TO Wfd_lieuA
            MOVE Wes_lieuQuai TO Wfd_lieuB
            PERFORM OBTENIR_DISTANCE_LIEUX
            IF Wfd_trouve = 1 THEN
                ADD Wfd_distance TO Wes_distance
                IF Wes_vitesse > 0 THEN
                    COMPUTE Wes_joursTrajet = Wes_joursTrajet +
                        (Wfd_distance + Wes_vitesse - 1) / Wes_vitesse
                END-IF
            ELSE
                ADD 1 TO Wes_nbInconnues
            END-IF
        END-IF
        MOVE Wes_lieuQuai TO Wes_position.

        ES_FRAIS_QUAI.
        OPEN INPUT Ftarifs_quai
        MOVE Wes_lieuQuai TO ftq_nomLieu
        READ Ftarifs_quai
        INVALID KEY
            ADD 1 TO Wes_nbSansTarif
        NOT INVALID KEY
            IF ftq_actif = 1 THEN
                COMPUTE Wes_droitsPort = Wes_droitsPort +
                    (ftq_fraisArrivee + ftq_fraisJour * Wes_joursQuai)
                    * Wes_nbNav
                IF ftq_devise NOT = SPACES AND
                   ftq_devise NOT = Wes_devise THEN
                    ADD 1 TO Wes_nbDevises
                END-IF
            ELSE
                ADD 1 TO Wes_nbSansTarif
            END-IF
        END-READ
        CLOSE Ftarifs_quai.

        ES_PERSONNEL.
        MOVE 0 TO Wes_masseMensuelle
        MOVE 0 TO Wes_nbEquipage
        OPEN INPUT Fequipes
        OPEN INPUT Fastronautes
        OPEN INPUT Fgrades
        MOVE Wes_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wes_fin
            PERFORM WITH TEST AFTER UNTIL Wes_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wes_fin
                NOT AT END
                    IF fe_idMission NOT = Wes_idMission THEN
                        MOVE 1 TO Wes_fin
                    ELSE
                        IF fe_actif = 1 THEN
                            PERFORM ES_PERSONNEL_EQUIPE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fgrades
        CLOSE Fastronautes
        CLOSE Fequipes
        COMPUTE Wes_personnel ROUNDED =
            Wes_masseMensuelle * Wes_duree / 30.

        ES_PERSONNEL_EQUIPE.
        MOVE fe_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wes_fin2
            PERFORM WITH TEST AFTER UNTIL Wes_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wes_fin2
                NOT AT END
                    IF fa_idEquipe NOT = fe_idEquipe THEN
                        MOVE 1 TO Wes_fin2
                    ELSE
                        IF fa_actif = 1 THEN
                            ADD 1 TO Wes_nbEquipage
                            MOVE 0 TO Wes_salaire
                            MOVE fa_grade TO fgr_grade
                            READ Fgrades
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF fgr_actif = 1 THEN
                                    MOVE fgr_salaireMensuel
                                        TO Wes_salaire
                                END-IF
                            END-READ
                            ADD Wes_salaire TO Wes_masseMensuelle
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START.

        ES_CARGO.
        MOVE 0 TO Wes_cargo
        OPEN INPUT Fcargo
        OPEN INPUT Fcatalogue
        PERFORM VARYING Wes_i FROM 1 BY 1 UNTIL Wes_i > Wcs_nbNavires
            MOVE Wcs_navire(Wes_i) TO fcg_nomVaisseau
            START Fcargo, KEY IS = fcg_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wes_fin3
                PERFORM WITH TEST AFTER UNTIL Wes_fin3 = 1
                    READ Fcargo NEXT
                    AT END MOVE 1 TO Wes_fin3
                    NOT AT END
                        IF fcg_nomVaisseau NOT = Wcs_navire(Wes_i) THEN
                            MOVE 1 TO Wes_fin3
                        ELSE
                            IF fcg_actif = 1 AND fcg_quantite > 0 THEN
                                PERFORM ES_CARGO_ARTICLE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-PERFORM
        CLOSE Fcatalogue
        CLOSE Fcargo.

        ES_CARGO_ARTICLE.
        MOVE fcg_item TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            ADD 1 TO Wes_nbSansPrix
        NOT INVALID KEY
            IF fca_actif = 1 AND fca_coutStandard > 0 THEN
                COMPUTE Wes_cargo = Wes_cargo +
                    fcg_quantite * fca_coutStandard
                IF fca_devise NOT = SPACES AND
                   fca_devise NOT = Wes_devise THEN
                    ADD 1 TO Wes_nbDevises
                END-IF
            ELSE
                ADD 1 TO Wes_nbSansPrix
            END-IF
        END-READ.

        ES_AFFICHER.
        MOVE fes_typeMission TO fm_typeMission
        PERFORM ECRIRE_TYPE_MISSION
        DISPLAY "#############"
        DISPLAY "Estimation budgétaire de la mission n°", fes_idMission,
" (", Wfm_typeECR, ")"
        DISPLAY "  établie le ", fes_dateEstimation, " par ",
fes_opEstimation
        DISPLAY "  ", fes_nbNavires, " vaisseau(x), ", fes_nbEquipage,
" membre(s) d'équipage, ", fes_nbEscales, " étape(s), ",
fes_distance, " unité(s) de distance, ", fes_duree, " jour(s)"
        MOVE fes_carburant TO Wes_montantECR
        DISPLAY "  Carburant         : ", Wes_montantECR, " ", fes_devise
        MOVE fes_personnel TO Wes_montantECR
        DISPLAY "  Personnel         : ", Wes_montantECR, " ", fes_devise
        MOVE fes_droitsPort TO Wes_montantECR
        DISPLAY "  Droits de port    : ", Wes_montantECR, " ", fes_devise
        MOVE fes_cargo TO Wes_montantECR
        DISPLAY "  Cargo et matériel : ", Wes_montantECR, " ", fes_devise
        MOVE fes_aleas TO Wes_montantECR
        DISPLAY "  Aléas (", fes_tauxAleas, " %)     : ", Wes_montantECR,
" ", fes_devise
        MOVE fes_total TO Wes_montantECR
        DISPLAY "  TOTAL             : ", Wes_montantECR, " ", fes_devise
        IF fes_budgetReporte THEN
            DISPLAY "  (total reporté comme budget estimé de la mission)"
        END-IF.

        ES_REPORTER_BUDGET.
        MOVE 0 TO Wes_ok
        ACCEPT Wper_date FROM DATE YYYYMMDD
        PERFORM VERIFIER_PERIODE_OUVERTE
        IF Wper_ouverte = 1 THEN
            OPEN I-O Fmissions
            MOVE Wes_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                DISPLAY "Mission inexistante !"
            NOT INVALID KEY
                IF fm_enCours THEN
                    MOVE fm_dateDebut TO Wrp_dateDebutN
                    MOVE fm_dateFin TO Wrp_dateFinN
                    MOVE Wes_total TO Wrp_budgetN
                    PERFORM ENREGISTRER_REPLAN_MISSION
                END-IF
                MOVE Wes_total TO fm_budgetEstime
                REWRITE mTampon END-REWRITE
                IF fm_stat NOT = 00 THEN
                    MOVE fm_stat TO Wchk_stat
                    MOVE "Fmissions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE 1 TO Wes_ok
                MOVE "MISSIONS" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fm_idMission TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Budget estimé de la mission mis à jour."
            END-READ
            CLOSE Fmissions
        END-IF.

        CONSULTER_ESTIMATION_MISSION.
        DISPLAY "Identifiant de la mission ?"
        ACCEPT Wes_idMission
        OPEN INPUT Festimations
        MOVE Wes_idMission TO fes_idMission
        READ Festimations
        INVALID KEY
            DISPLAY "Aucune estimation enregistrée pour cette mission."
        NOT INVALID KEY
            PERFORM ES_AFFICHER
        END-READ
        CLOSE Festimations.

        ECARTS_POSTES_ESTIMATION.
        DISPLAY "Identifiant de la mission ? (0 : toutes les missions",
" estimées)"
        ACCEPT Wes_idMission
        PERFORM VARYING Wes_poste FROM 1 BY 1 UNTIL Wes_poste > 5
            MOVE 0 TO Wes_cumEstime(Wes_poste)
            MOVE 0 TO Wes_cumReel(Wes_poste)
        END-PERFORM
        MOVE 0 TO Wes_count
        MOVE "ECARTS_POSTES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Écarts entre estimation et dépenses réelles, par poste :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        OPEN INPUT Festimations
        IF Wes_idMission > 0 THEN
            MOVE Wes_idMission TO fes_idMission
            READ Festimations
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM ES_ECARTS_MISSION
            END-READ
        ELSE
            MOVE 0 TO Wes_fin
            PERFORM WITH TEST AFTER UNTIL Wes_fin = 1
                READ Festimations NEXT
                AT END MOVE 1 TO Wes_fin
                NOT AT END
                    PERFORM ES_ECARTS_MISSION
                END-READ
            END-PERFORM
        END-IF
        CLOSE Festimations
        IF Wes_count = 0 THEN
            MOVE "  Aucune estimation enregistrée." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        IF Wes_count > 1 THEN
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Cumul des missions estimées (toutes devises"
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "confondues) :" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM VARYING Wes_poste FROM 1 BY 1 UNTIL Wes_poste > 5
                MOVE Wes_cumEstime(Wes_poste) TO Wes_estime
                MOVE Wes_cumReel(Wes_poste) TO Wes_reel
                MOVE SPACES TO fes_devise
                PERFORM ES_LIGNE_ECART
            END-PERFORM
        END-IF
        PERFORM FIN_RAPPORT.

        ES_ECARTS_MISSION.
        ADD 1 TO Wes_count
        PERFORM VARYING Wdp_i FROM 1 BY 1 UNTIL Wdp_i > 9
            MOVE 0 TO Wdp_total(Wdp_i)
        END-PERFORM
        OPEN INPUT Fdepenses
        IF fdp_stat NOT = 35 THEN
            MOVE 0 TO Wdp_fin
            PERFORM WITH TEST AFTER UNTIL Wdp_fin = 1
                READ Fdepenses
                AT END MOVE 1 TO Wdp_fin
                NOT AT END
                    MOVE SPACES TO Wdp_pOrigine
                    UNSTRING dpTampon DELIMITED BY ";"
                        INTO Wdp_pId Wdp_pDate Wdp_pCat Wdp_pMontant
                             Wdp_pOp Wdp_pOrigine
                    END-UNSTRING
                    IF FUNCTION NUMVAL(Wdp_pId) = fes_idMission THEN
                        MOVE FUNCTION NUMVAL(Wdp_pCat)
                            TO Wdp_categorie
                        IF Wdp_categorie < 1 THEN
                            MOVE 4 TO Wdp_categorie
                        END-IF
                        COMPUTE Wdp_montantN =
                            FUNCTION NUMVAL(Wdp_pMontant) / 100
                        ADD Wdp_montantN
                            TO Wdp_total(Wdp_categorie)
                    END-IF
            END-PERFORM
            CLOSE Fdepenses
        END-IF
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "Mission n°" DELIMITED BY SIZE
            fes_idMission DELIMITED BY SIZE
            " (estimée le " DELIMITED BY SIZE
            fes_dateEstimation DELIMITED BY SIZE
            ", aléas " DELIMITED BY SIZE
            fes_tauxAleas DELIMITED BY SIZE
            " %) :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM VARYING Wes_poste FROM 1 BY 1 UNTIL Wes_poste > 5
            EVALUATE Wes_poste
                WHEN 1
                    MOVE fes_carburant TO Wes_estime
                    MOVE Wdp_total(1) TO Wes_reel
                WHEN 2
                    MOVE fes_personnel TO Wes_estime
                    MOVE Wdp_total(3) TO Wes_reel
                WHEN 3
                    MOVE fes_droitsPort TO Wes_estime
                    MOVE Wdp_total(5) TO Wes_reel
                WHEN 4
                    MOVE fes_cargo TO Wes_estime
                    COMPUTE Wes_reel = Wdp_total(2) + Wdp_total(6)
                WHEN 5
                    MOVE fes_aleas TO Wes_estime
                    COMPUTE Wes_reel = Wdp_total(4) + Wdp_total(7)
                        + Wdp_total(8) + Wdp_total(9)
            END-EVALUATE
            ADD Wes_estime TO Wes_cumEstime(Wes_poste)
            ADD Wes_reel TO Wes_cumReel(Wes_poste)
            PERFORM ES_LIGNE_ECART
        END-PERFORM.

        ES_LIGNE_ECART.
        EVALUATE Wes_poste
            WHEN 1 MOVE "Carburant" TO Wes_posteECR
            WHEN 2 MOVE "Personnel" TO Wes_posteECR
            WHEN 3 MOVE "Droits de port" TO Wes_posteECR
            WHEN 4 MOVE "Cargo et matériel" TO Wes_posteECR
            WHEN 5 MOVE "Aléas / autres" TO Wes_posteECR
        END-EVALUATE
        COMPUTE Wes_ecart = Wes_reel - Wes_estime
        MOVE Wes_estime TO Wes_estimeECR
        MOVE Wes_reel TO Wes_reelECR
        MOVE Wes_ecart TO Wes_ecartECR
        IF Wes_estime > 0 THEN
            COMPUTE Wes_ecartPct ROUNDED = Wes_ecart * 100 / Wes_estime
            MOVE Wes_ecartPct TO Wes_pctECR
            STRING "  " DELIMITED BY SIZE
                Wes_posteECR DELIMITED BY SIZE
                " estimé " DELIMITED BY SIZE
                Wes_estimeECR DELIMITED BY SIZE
                " / réel " DELIMITED BY SIZE
                Wes_reelECR DELIMITED BY SIZE
                " / écart " DELIMITED BY SIZE
                Wes_ecartECR DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                Wes_pctECR DELIMITED BY SIZE
                " %) " DELIMITED BY SIZE
                fes_devise DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        ELSE
            STRING "  " DELIMITED BY SIZE
                Wes_posteECR DELIMITED BY SIZE
                " estimé " DELIMITED BY SIZE
                Wes_estimeECR DELIMITED BY SIZE
                " / réel " DELIMITED BY SIZE
                Wes_reelECR DELIMITED BY SIZE
                " / écart " DELIMITED BY SIZE
                Wes_ecartECR DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fes_devise DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT.

        GERER_TAUX_ALEAS.
        DISPLAY "Taux d'aléas par type de mission :"
        OPEN INPUT Ftaux_aleas
        MOVE 0 TO Wes_fin
        PERFORM WITH TEST AFTER UNTIL Wes_fin = 1
            READ Ftaux_aleas NEXT
            AT END MOVE 1 TO Wes_fin
            NOT AT END
                MOVE fal_typeMission TO fm_typeMission
                PERFORM ECRIRE_TYPE_MISSION
                DISPLAY "  ", fal_typeMission, " : ", Wfm_typeECR,
" ", fal_taux, " %"
            END-READ
        END-PERFORM
        CLOSE Ftaux_aleas
        DISPLAY "Modifier un taux ? (0 : Non // 1 : Oui)"
        MOVE 9 TO Wes_reporter
        PERFORM WITH TEST AFTER UNTIL Wes_reporter = 0
                                   OR Wes_reporter = 1
            ACCEPT Wes_reporter
        END-PERFORM
        IF Wes_reporter = 1 THEN
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM MODIFIER_TAUX_ALEAS
            END-IF
        END-IF.

        MODIFIER_TAUX_ALEAS.
        DISPLAY "Type de mission ?"
        MOVE "TMIS" TO Wcx_table
        MOVE 0 TO Wcx_zeroOk
        PERFORM SAISIR_CODE_REFERENCE
        MOVE Wcx_code TO Wes_type
        DISPLAY "Taux d'aléas (en % du sous-total) ?"
        ACCEPT Wes_taux
        OPEN I-O Ftaux_aleas
        MOVE Wes_type TO fal_typeMission
        READ Ftaux_aleas
        INVALID KEY
            MOVE 0 TO Wes_trouve
        NOT INVALID KEY
            MOVE 1 TO Wes_trouve
        END-READ
        MOVE Wes_type TO fal_typeMission
        MOVE Wes_taux TO fal_taux
        ACCEPT fal_dateMaj FROM DATE YYYYMMDD
        MOVE Wop_id TO fal_opMaj
        IF Wes_trouve = 1 THEN
            REWRITE txTampon END-REWRITE
        ELSE
            WRITE txTampon END-WRITE
        END-IF
        IF fal_stat NOT = 00 THEN
            MOVE fal_stat TO Wchk_stat
            MOVE "Ftaux_aleas" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Ftaux_aleas
        MOVE "MISSIONS" TO Wau_module
        MOVE "TAUXALEAS" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wes_type DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            Wes_taux DELIMITED BY SIZE
            " %" DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Taux d'aléas enregistré.".

        INITIALISER_TAUX_ALEAS.
        OPEN I-O Ftaux_aleas
        MOVE 0 TO fal_dateMaj
        MOVE SPACES TO fal_opMaj
        MOVE 1 TO fal_typeMission
        MOVE 15 TO fal_taux
        WRITE txTampon END-WRITE
        MOVE 2 TO fal_typeMission
        MOVE 5 TO fal_taux
        WRITE txTampon END-WRITE
        MOVE 3 TO fal_typeMission
        MOVE 25 TO fal_taux
        WRITE txTampon END-WRITE
        MOVE 4 TO fal_typeMission
        MOVE 10 TO fal_taux
        WRITE txTampon END-WRITE
        MOVE 5 TO fal_typeMission
        MOVE 20 TO fal_taux
        WRITE txTampon END-WRITE
        CLOSE Ftaux_aleas.

        PLANIFIER_SAUVETAGE.
        DISPLAY "Lieu de l'incident ?"
        ACCEPT Wsv_lieu2
        MOVE FUNCTION LOWER-CASE(Wsv_lieu2) TO Wsv_lieu
        MOVE 0 TO Wsv_ok
        OPEN INPUT Flieux
        MOVE Wsv_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            DISPLAY "Lieu inexistant !"
        NOT INVALID KEY
            IF fl_actif = 0 THEN
                DISPLAY "Lieu inexistant !"
            ELSE
                MOVE 1 TO Wsv_ok
            END-IF
        END-READ
        CLOSE Flieux
        IF Wsv_ok = 1 THEN
            DISPLAY "Nature de l'incident (courte) ?"
            MOVE SPACES TO Wsv_motif
            ACCEPT Wsv_motif
            DISPLAY "Vaisseau en détresse à écarter des propositions ?",
" (vide si aucun)"
            MOVE SPACES TO Wsv_nav
            ACCEPT Wsv_nav
            MOVE FUNCTION LOWER-CASE(Wsv_nav) TO Wsv_exclu
            PERFORM PROPOSER_SAUVETAGE
        END-IF.

        PROPOSITION_SAUVETAGE_INCIDENT.
        DISPLAY "Préparer une proposition de sauvetage ?",
" (0 : Non // 1 : Oui)"
        MOVE 9 TO Wsv_choix
        PERFORM WITH TEST AFTER UNTIL Wsv_choix = 0 OR Wsv_choix = 1
            ACCEPT Wsv_choix
        END-PERFORM
        IF Wsv_choix = 1 THEN
            IF Wsv_lieu = SPACES THEN
                DISPLAY "Dernier lieu connu ?"
                ACCEPT Wsv_lieu2
                MOVE FUNCTION LOWER-CASE(Wsv_lieu2) TO Wsv_lieu
            END-IF
            PERFORM PROPOSER_SAUVETAGE
        END-IF.

        PROPOSER_SAUVETAGE.
        ACCEPT Wsv_date FROM DATE YYYYMMDD
        PERFORM PC_CHARGER_GRAPHE
        MOVE 0 TO Wsv_idxLieu
        PERFORM VARYING Wpc_i FROM 1 BY 1 UNTIL Wpc_i > Wpc_nbLieux
            IF Wpc_nom(Wpc_i) = Wsv_lieu THEN
                MOVE Wpc_i TO Wsv_idxLieu
            END-IF
        END-PERFORM
        IF Wsv_idxLieu > 0 THEN
            MOVE Wsv_idxLieu TO Wpc_idxDepart
            PERFORM PC_CALCULER_DISTANCES
        END-IF
        MOVE 0 TO Wsv_nb
        MOVE 0 TO Wsv_cap
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wsv_fin
        PERFORM WITH TEST AFTER UNTIL Wsv_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wsv_fin
            NOT AT END
              IF fv_actif = 1 AND fv_enService
              AND fv_nomVaisseau NOT = Wsv_exclu
              AND fv_nomLieu NOT = SPACES THEN
                PERFORM SAUVETAGE_VAISSEAU_LIBRE
                MOVE 99999999 TO Wsv_dist
                IF fv_nomLieu = Wsv_lieu THEN
                    MOVE 0 TO Wsv_dist
                ELSE
                    IF Wsv_idxLieu > 0 THEN
                        PERFORM VARYING Wpc_i FROM 1 BY 1
                                UNTIL Wpc_i > Wpc_nbLieux
                            IF Wpc_nom(Wpc_i) = fv_nomLieu THEN
                                MOVE Wpc_distance(Wpc_i) TO Wsv_dist
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
                IF Wsv_libre = 1
                AND Wsv_dist < 99999999
                AND Wsv_dist <= fv_rayonAction
                AND Wsv_dist <= fv_carburant THEN
                    IF Wsv_nb < 50 THEN
                        ADD 1 TO Wsv_nb
                        MOVE fv_nomVaisseau TO Wsv_cNav(Wsv_nb)
                        MOVE fv_nomLieu TO Wsv_cLieu(Wsv_nb)
                        MOVE Wsv_dist TO Wsv_cDist(Wsv_nb)
                        IF fv_vitesseCroisiere > 0 THEN
                            COMPUTE Wsv_cJours(Wsv_nb) ROUNDED =
                                Wsv_dist / fv_vitesseCroisiere
                        ELSE
                            MOVE Wsv_dist TO Wsv_cJours(Wsv_nb)
                        END-IF
                        MOVE 0 TO Wsv_cRang(Wsv_nb)
                    ELSE
                        MOVE 1 TO Wsv_cap
                    END-IF
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        PERFORM VARYING Wsv_i FROM 1 BY 1 UNTIL Wsv_i > Wsv_nb
            MOVE Wsv_cNav(Wsv_i) TO Wsv_nav
            PERFORM SAUVETAGE_EQUIPE_VAISSEAU
            MOVE Wsv_idEquipe TO Wsv_cEquipe(Wsv_i)
            MOVE Wsv_aptes TO Wsv_cAptes(Wsv_i)
        END-PERFORM
        DISPLAY "#############"
        DISPLAY "Proposition de sauvetage vers ", Wsv_lieu
        IF Wsv_nb = 0 THEN
            DISPLAY "Aucun vaisseau disponible ne peut rejoindre ce",
" lieu (déjà affecté, itinéraire, rayon d'action ou carburant)."
            ACCEPT Wno_date FROM DATE YYYYMMDD
            MOVE 3 TO Wno_niveau
            MOVE SPACES TO Wno_message
            STRING "Sauvetage impossible vers " DELIMITED BY SIZE
                Wsv_lieu DELIMITED BY "  "
                " : aucun vaisseau à portée" DELIMITED BY SIZE
                INTO Wno_message
            END-STRING
            PERFORM ECRIRE_NOTIFICATION
        ELSE
            PERFORM VARYING Wsv_rang FROM 1 BY 1
                    UNTIL Wsv_rang > Wsv_nb
                MOVE 9999999 TO Wsv_min
                MOVE 0 TO Wsv_j
                PERFORM VARYING Wsv_i FROM 1 BY 1 UNTIL Wsv_i > Wsv_nb
                    IF Wsv_cRang(Wsv_i) = 0 THEN
                        IF Wsv_j = 0 THEN
                            MOVE Wsv_cJours(Wsv_i) TO Wsv_min
                            MOVE Wsv_i TO Wsv_j
                        ELSE
                            IF Wsv_cJours(Wsv_i) < Wsv_min
                            OR (Wsv_cJours(Wsv_i) = Wsv_min
                                AND Wsv_cEquipe(Wsv_i) > 0
                                AND Wsv_cEquipe(Wsv_j) = 0) THEN
                                MOVE Wsv_cJours(Wsv_i) TO Wsv_min
                                MOVE Wsv_i TO Wsv_j
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                MOVE Wsv_rang TO Wsv_cRang(Wsv_j)
                MOVE Wsv_cJours(Wsv_j) TO Wsv_joursECR
                DISPLAY Wsv_rang, " : vaisseau ", Wsv_cNav(Wsv_j),
" depuis ", Wsv_cLieu(Wsv_j)
                IF Wsv_cEquipe(Wsv_j) > 0 THEN
                    DISPLAY "     distance ", Wsv_cDist(Wsv_j),
" // transit estimé ", Wsv_joursECR, " jour(s) // équipe n°",
Wsv_cEquipe(Wsv_j), " (", Wsv_cAptes(Wsv_j), " apte(s))"
                ELSE
                    DISPLAY "     distance ", Wsv_cDist(Wsv_j),
" // transit estimé ", Wsv_joursECR, " jour(s) // aucune",
" équipe apte disponible à bord"
                END-IF
            END-PERFORM
            IF Wsv_cap = 1 THEN
                DISPLAY "ATTENTION : plus de 50 vaisseaux à portée, seuls",
" les 50 premiers ont été évalués."
            END-IF
            DISPLAY "Rang de la proposition à retenir pour créer la",
" mission de sauvetage ? (0 : aucune)"
            MOVE 99 TO Wsv_choix
            PERFORM WITH TEST AFTER UNTIL Wsv_choix <= Wsv_nb
                ACCEPT Wsv_choix
            END-PERFORM
            IF Wsv_choix > 0 THEN
                PERFORM CREER_MISSION_SAUVETAGE
            END-IF
        END-IF.

        SAUVETAGE_VAISSEAU_LIBRE.
        MOVE 1 TO Wsv_libre
        IF fv_idMission > 0 THEN
            OPEN INPUT Fmissions
            MOVE fv_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fm_actif = 1 AND (fm_planifiee OR fm_enCours) THEN
                    MOVE 0 TO Wsv_libre
                END-IF
            END-READ
            CLOSE Fmissions
        END-IF.

        SAUVETAGE_EQUIPE_VAISSEAU.
        MOVE 0 TO Wsv_idEquipe
        MOVE 0 TO Wsv_aptes
        OPEN INPUT Fequipes
        MOVE Wsv_nav TO fe_nomVaisseau
        START Fequipes, KEY IS = fe_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsv_fin
            PERFORM WITH TEST AFTER UNTIL Wsv_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wsv_fin
                NOT AT END
                    IF fe_nomVaisseau NOT = Wsv_nav THEN
                        MOVE 1 TO Wsv_fin
                    ELSE
                        IF fe_actif = 1 AND Wsv_idEquipe = 0 THEN
                            PERFORM SAUVETAGE_EQUIPE_DISPONIBLE
                            IF Wsv_dispo = 1 THEN
                                MOVE fe_idEquipe TO Wsv_idEquipe
                                MOVE Wsv_membres TO Wsv_aptes
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes.

        SAUVETAGE_EQUIPE_DISPONIBLE.
        MOVE 1 TO Wsv_dispo
        IF fe_idMission > 0 THEN
            OPEN INPUT Fmissions
            MOVE fe_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fm_actif = 1 AND (fm_planifiee OR fm_enCours) THEN
                    MOVE 0 TO Wsv_dispo
                END-IF
            END-READ
            CLOSE Fmissions
        END-IF
        MOVE 0 TO Wsv_membres
        IF Wsv_dispo = 1 THEN
            OPEN INPUT Fastronautes
            MOVE fe_idEquipe TO fa_idEquipe
            START Fastronautes, KEY IS = fa_idEquipe
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wsv_fin2
                PERFORM WITH TEST AFTER UNTIL Wsv_fin2 = 1
                    READ Fastronautes NEXT
                    AT END MOVE 1 TO Wsv_fin2
                    NOT AT END
                        IF fa_idEquipe NOT = fe_idEquipe THEN
                            MOVE 1 TO Wsv_fin2
                        ELSE
                            IF fa_actif = 1 AND fa_apte THEN
                                ADD 1 TO Wsv_membres
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fastronautes
            IF Wsv_membres < Wcfg_effectifMin THEN
                MOVE 0 TO Wsv_dispo
            END-IF
        END-IF
        IF Wsv_dispo = 1 THEN
            MOVE fe_idEquipe TO Wix_idEquipe
            MOVE 0 TO Wix_idNouveau
            MOVE Wsv_date TO Wix_date
            MOVE 1 TO Wix_silence
            PERFORM CONTROLER_INCOMPAT_EQUIPE
            IF Wix_conflits > 0 THEN
                MOVE 0 TO Wsv_dispo
            END-IF
        END-IF.

        CREER_MISSION_SAUVETAGE.
        MOVE 0 TO Wsv_i
        PERFORM VARYING Wsv_j FROM 1 BY 1 UNTIL Wsv_j > Wsv_nb
            IF Wsv_cRang(Wsv_j) = Wsv_choix THEN
                MOVE Wsv_j TO Wsv_i
            END-IF
        END-PERFORM
        MOVE Wsv_cNav(Wsv_i) TO Wsv_nav
        MOVE Wsv_cEquipe(Wsv_i) TO Wsv_idEquipe
        MOVE 1 TO Wsv_ok
        IF Wsv_idEquipe = 0 THEN
            DISPLAY "Identifiant de l'équipe à embarquer sur ",
Wsv_nav, " ?"
            ACCEPT Wsv_idEquipe
            MOVE 0 TO Wsv_ok
            OPEN INPUT Fequipes
            MOVE Wsv_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                DISPLAY "Équipe inexistante."
            NOT INVALID KEY
                IF fe_actif = 0 THEN
                    DISPLAY "Équipe inexistante."
                ELSE
                    PERFORM SAUVETAGE_EQUIPE_DISPONIBLE
                    IF Wsv_dispo = 0 THEN
                        DISPLAY "Cette équipe n'est pas disponible",
" (mission en cours, effectif apte insuffisant ou",
" incompatibilité)."
                    ELSE
                        MOVE 1 TO Wsv_ok
                    END-IF
                END-IF
            END-READ
            CLOSE Fequipes
        END-IF
        IF Wsv_ok = 1 THEN
            MOVE "MISSION" TO Wsq_nom
            PERFORM OBTENIR_PROCHAIN_ID
            MOVE Wsq_propose TO Wsv_idMission
            OPEN INPUT Fmissions
            MOVE 0 TO Wsv_fin
            PERFORM WITH TEST AFTER UNTIL Wsv_fin = 1
                MOVE Wsv_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE 1 TO Wsv_fin
                NOT INVALID KEY
                    ADD 1 TO Wsv_idMission
                END-READ
            END-PERFORM
            CLOSE Fmissions
            COMPUTE Wsv_duree = Wsv_cJours(Wsv_i) * 2 + 1
            COMPUTE Wsv_dateFin = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Wsv_date) + Wsv_duree)
            MOVE Wsv_lieu TO Wpt_lieu
            PERFORM PAYS_PROPRIETAIRE_LIEU
            MOVE Wsv_idMission TO Wpt_idMission
            MOVE Wsv_date TO Wpt_dateDebut
            MOVE Wsv_dateFin TO Wpt_dateFin
            MOVE 1 TO Wpt_nbV
            MOVE Wsv_nav TO Wpt_vaisseauMission(1)
            PERFORM CONTROLER_PERMIS_LIEU
            IF Wpt_ok = 0 THEN
                MOVE 0 TO Wsv_ok
                DISPLAY "Mission de sauvetage non créée : enregistrez",
" un permis d'accès d'urgence puis relancez la proposition."
            END-IF
        END-IF
        IF Wsv_ok = 1 THEN
            MOVE Wsv_idMission TO fm_idMission
            MOVE Wsv_lieu TO fm_nomLieu
            MOVE SPACES TO fm_description
            STRING "Sauvetage : " DELIMITED BY SIZE
                Wsv_motif DELIMITED BY SIZE
                INTO fm_description
            END-STRING
            MOVE 1 TO fm_actif
            MOVE Wsv_date TO fm_dateDebut
            MOVE Wsv_dateFin TO fm_dateFin
            MOVE 1 TO fm_statut
            MOVE 0 TO fm_budgetEstime
            MOVE 0 TO fm_coutReel
            MOVE 3 TO fm_typeMission
            MOVE 0 TO fm_idMissionDepend
            MOVE "EUR" TO fm_devise
            MOVE 1 TO fm_classification
            MOVE 0 TO fm_scoreObjectifs
            MOVE 0 TO fm_objEvalue
            PERFORM EVALUER_RISQUE_MISSION
            OPEN I-O Fmissions
            WRITE mTampon END-WRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fmissions
            MOVE "MISSION" TO Wsq_nom
            MOVE Wsv_idMission TO Wsq_utilise
            PERFORM MAJ_SEQUENCE
            OPEN I-O Fequipes
            MOVE Wsv_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fe_idMission TO Wmh_idMissionAnc
                MOVE Wsv_idMission TO fe_idMission
                MOVE Wsv_nav TO fe_nomVaisseau
                REWRITE eTampon END-REWRITE
                IF fe_stat NOT = 00 THEN
                    MOVE fe_stat TO Wchk_stat
                    MOVE "Fequipes" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE Wsv_idEquipe TO Wmh_idEquipe
                MOVE Wsv_idMission TO Wmh_idMissionNouv
                PERFORM ENREGISTRER_REAFFECTATION_EQUIPE
            END-READ
            CLOSE Fequipes
            OPEN I-O Fvaisseaux
            MOVE Wsv_nav TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Wsv_idMission TO fv_idMission
                REWRITE vTampon END-REWRITE
                IF fv_stat NOT = 00 THEN
                    MOVE fv_stat TO Wchk_stat
                    MOVE "Fvaisseaux" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-READ
            CLOSE Fvaisseaux
            MOVE "MISSIONS" TO Wau_module
            MOVE "SAUVETAGE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wsv_idMission DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                Wsv_nav DELIMITED BY SPACE
                " / equipe " DELIMITED BY SIZE
                Wsv_idEquipe DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            MOVE Wsv_date TO Wno_date
            MOVE 3 TO Wno_niveau
            MOVE SPACES TO Wno_message
            STRING "Mission de sauvetage n°" DELIMITED BY SIZE
                Wsv_idMission DELIMITED BY SIZE
                " vers " DELIMITED BY SIZE
                Wsv_lieu DELIMITED BY "  "
                " : " DELIMITED BY SIZE
                Wsv_nav DELIMITED BY "  "
                INTO Wno_message
            END-STRING
            PERFORM ECRIRE_NOTIFICATION
            DISPLAY "Mission de sauvetage n°", Wsv_idMission,
" créée vers ", Wsv_lieu
            DISPLAY "Vaisseau ", Wsv_nav, " // équipe n°",
Wsv_idEquipe, " // retour prévu le ", Wsv_dateFin
        END-IF.

        SIMULER_MISSION.
        DISPLAY " "
        DISPLAY "Simulation d'un plan de mission : aucun fichier ne",
" sera modifié."
        MOVE 0 TO Wsim_nbRes
        PERFORM SIM_SAISIR_PLAN
        IF Wsim_lieu = SPACES THEN
            DISPLAY "Simulation abandonnée."
        ELSE
            PERFORM SIM_CTRL_PREPARATION
            PERFORM SIM_CTRL_RISQUE
            PERFORM SIM_CTRL_CARBURANT
            PERFORM SIM_CTRL_CARGO
            PERFORM SIM_CTRL_EQUIPAGE
            PERFORM SIM_CTRL_CHEVAUCHEMENTS
            PERFORM SIM_CTRL_FENETRE
            PERFORM SIM_CTRL_QUAI
            PERFORM SIM_CTRL_PERMIS
            PERFORM SIM_CTRL_BUDGET
            PERFORM SIM_CTRL_COMPOSANTS
            PERFORM SIM_CTRL_NAVIGABILITE
            PERFORM SIM_CTRL_DANGEREUX
            PERFORM SIM_EDITER_BILAN
        END-IF.

        SIM_SAISIR_PLAN.
        MOVE SPACES TO Wsim_lieu
        MOVE SPACES TO Wsim_nav
        MOVE 0 TO Wsim_equipe
        MOVE 0 TO Wsim_nbEt
        MOVE 0 TO Wsim_cargo
        MOVE 0 TO Wsim_risque
        MOVE 0 TO Wsim_existe
        DISPLAY "Identifiant de la mission à simuler ?",
" (0 : brouillon non enregistré)"
        MOVE 0 TO Wsim_idMission
        ACCEPT Wsim_idMission
        IF Wsim_idMission > 0 THEN
            OPEN INPUT Fmissions
            MOVE Wsim_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fm_actif = 1 THEN
                    MOVE 1 TO Wsim_existe
                    MOVE fm_nomLieu TO Wsim_lieu
                    MOVE fm_dateDebut TO Wsim_debut
                    MOVE fm_dateFin TO Wsim_fin
                    MOVE fm_typeMission TO Wsim_type
                    MOVE fm_budgetEstime TO Wsim_budget
                    MOVE fm_devise TO Wsim_devise
                    MOVE fm_idMissionDepend TO Wsim_depend
                    MOVE fm_scoreRisque TO Wsim_risque
                END-IF
            END-READ
            CLOSE Fmissions
            IF Wsim_existe = 0 THEN
                DISPLAY "Mission n°", Wsim_idMission, " inexistante :",
" saisie d'un brouillon."
            END-IF
        END-IF
        IF Wsim_existe = 1 THEN
            PERFORM SIM_CHARGER_MISSION
        ELSE
            PERFORM SIM_SAISIR_BROUILLON
        END-IF
        IF Wsim_lieu NOT = SPACES THEN
            IF Wsim_equipe = 0 THEN
                DISPLAY "Équipe envisagée pour la mission ?",
" (0 : aucune)"
                ACCEPT Wsim_equipe
            END-IF
            IF Wsim_nav = SPACES THEN
                DISPLAY "Vaisseau envisagé pour la mission ?",
" (vide : aucun)"
                MOVE SPACES TO Wsim_nav2
                ACCEPT Wsim_nav2
                MOVE FUNCTION LOWER-CASE(Wsim_nav2) TO Wsim_nav
            END-IF
            DISPLAY "Chargement supplémentaire prévu à bord ?",
" (unités, 0 si aucun)"
            ACCEPT Wsim_cargo
        END-IF.

        SIM_CHARGER_MISSION.
        OPEN INPUT Fetapes
        MOVE Wsim_idMission TO fet_idMission
        START Fetapes, KEY IS = fet_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsim_eof
            PERFORM WITH TEST AFTER UNTIL Wsim_eof = 1
                READ Fetapes NEXT
                AT END MOVE 1 TO Wsim_eof
                NOT AT END
                    IF fet_idMission NOT = Wsim_idMission THEN
                        MOVE 1 TO Wsim_eof
                    ELSE
                        IF fet_actif = 1 AND Wsim_nbEt < 20 THEN
                            ADD 1 TO Wsim_nbEt
                            MOVE fet_nomLieu TO Wsim_etLieu(Wsim_nbEt)
                            MOVE fet_dureePrevue
                                TO Wsim_etDuree(Wsim_nbEt)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fetapes
        OPEN INPUT Fequipes
        MOVE Wsim_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsim_eof
            PERFORM WITH TEST AFTER UNTIL Wsim_eof = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wsim_eof
                NOT AT END
                    IF fe_idMission NOT = Wsim_idMission THEN
                        MOVE 1 TO Wsim_eof
                    ELSE
                        IF fe_actif = 1 AND Wsim_equipe = 0 THEN
                            MOVE fe_idEquipe TO Wsim_equipe
                            MOVE fe_nomVaisseau TO Wsim_nav
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        IF Wsim_nav = SPACES THEN
            OPEN INPUT Fvaisseaux
            MOVE Wsim_idMission TO fv_idMission
            START Fvaisseaux, KEY IS = fv_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ Fvaisseaux NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF fv_idMission = Wsim_idMission AND fv_actif = 1
                    THEN
                        MOVE fv_nomVaisseau TO Wsim_nav
                    END-IF
                END-READ
            END-START
            CLOSE Fvaisseaux
        END-IF
        DISPLAY "Mission n°", Wsim_idMission, " : ", Wsim_lieu,
" du ", Wsim_debut, " au ", Wsim_fin, ", ", Wsim_nbEt, " étape(s)."
        IF Wsim_equipe > 0 THEN
            DISPLAY "Équipe affectée : n°", Wsim_equipe,
" // vaisseau : ", Wsim_nav
        END-IF.

        SIM_SAISIR_BROUILLON.
        DISPLAY "Lieu de la mission ?"
        ACCEPT Wfm_nomLieu2
        MOVE FUNCTION LOWER-CASE(Wfm_nomLieu2) TO Wfm_nomLieu
        PERFORM VERIF_LIEU
        IF Wverif_l = 1 THEN
            MOVE Wfm_nomLieu TO Wsim_lieu
            DISPLAY "Date de début de la mission ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wsim_debut
            DISPLAY "Date de fin prévue de la mission ? (AAAAMMJJ)"
            PERFORM WITH TEST AFTER UNTIL Wdt_date >= Wsim_debut
                PERFORM SAISIR_DATE
                IF Wdt_date < Wsim_debut THEN
                    DISPLAY "La date de fin précède la date",
" de début, ressaisissez :"
                END-IF
            END-PERFORM
            MOVE Wdt_date TO Wsim_fin
            DISPLAY "Type de la mission ?"
            MOVE "TMIS" TO Wcx_table
            MOVE 0 TO Wcx_zeroOk
            PERFORM SAISIR_CODE_REFERENCE
            MOVE Wcx_code TO Wsim_type
            DISPLAY "Budget estimé pour cette mission ?"
            ACCEPT Wsim_budget
            DISPLAY "Devise du budget ? (code à 3 lettres,",
" vide pour EUR)"
            MOVE SPACES TO Wfm_devise2
            ACCEPT Wfm_devise2
            IF Wfm_devise2 = SPACES THEN
                MOVE "EUR" TO Wsim_devise
            ELSE
                MOVE FUNCTION UPPER-CASE(Wfm_devise2) TO Wsim_devise
            END-IF
            DISPLAY "Mission dont dépendrait celle-ci ?",
" (identifiant, 0 si aucune dépendance)"
            MOVE 0 TO Wsim_depend
            ACCEPT Wsim_depend
            DISPLAY "Nombre d'étapes prévues ? (0 à 20)"
            PERFORM WITH TEST AFTER UNTIL Wsim_nbEt <= 20
                ACCEPT Wsim_nbEt
            END-PERFORM
            PERFORM VARYING Wsim_i FROM 1 BY 1 UNTIL Wsim_i > Wsim_nbEt
                DISPLAY "Lieu de l'étape n°", Wsim_i, " ?"
                ACCEPT Wfm_nomLieu2
                MOVE FUNCTION LOWER-CASE(Wfm_nomLieu2)
                    TO Wsim_etLieu(Wsim_i)
                DISPLAY "Durée prévue de l'étape (jours) ?"
                MOVE 0 TO Wsim_etDuree(Wsim_i)
                ACCEPT Wsim_etDuree(Wsim_i)
            END-PERFORM
            MOVE Wsim_lieu TO fm_nomLieu
            PERFORM EVALUER_RISQUE_MISSION
            MOVE fm_scoreRisque TO Wsim_risque
        END-IF.

        SIM_NOTER_RESULTAT.
        IF Wsim_nbRes < 30 THEN
            ADD 1 TO Wsim_nbRes
            MOVE Wsim_ctrl TO Wsim_rCtrl(Wsim_nbRes)
            MOVE Wsim_ok TO Wsim_rOk(Wsim_nbRes)
            MOVE Wsim_detail TO Wsim_rDetail(Wsim_nbRes)
        END-IF
        MOVE SPACES TO Wsim_detail.

        SIM_LIRE_EQUIPE.
        MOVE 0 TO Wsim_trouve
        IF Wsim_equipe > 0 THEN
            OPEN INPUT Fequipes
            MOVE Wsim_equipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fe_actif = 1 THEN
                    MOVE 1 TO Wsim_trouve
                END-IF
            END-READ
            CLOSE Fequipes
        END-IF.

        SIM_LIRE_VAISSEAU.
        MOVE 0 TO Wsim_trouve
        IF Wsim_nav NOT = SPACES THEN
            OPEN INPUT Fvaisseaux
            MOVE Wsim_nav TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fv_actif = 1 THEN
                    MOVE 1 TO Wsim_trouve
                END-IF
            END-READ
            CLOSE Fvaisseaux
        END-IF.

        SIM_CTRL_PREPARATION.
        MOVE "Mission préalable" TO Wsim_ctrl
        MOVE 1 TO Wsim_ok
        MOVE "aucune dépendance" TO Wsim_detail
        IF Wsim_depend > 0 THEN
            OPEN INPUT Fmissions
            MOVE Wsim_depend TO fm_idMission
            READ Fmissions
            INVALID KEY
                STRING "mission n°" DELIMITED BY SIZE
                    Wsim_depend DELIMITED BY SIZE
                    " introuvable, dépendance ignorée" DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            NOT INVALID KEY
                IF fm_actif = 1 AND NOT fm_terminee THEN
                    MOVE 0 TO Wsim_ok
                    STRING "mission n°" DELIMITED BY SIZE
                        Wsim_depend DELIMITED BY SIZE
                        " pas encore Terminée" DELIMITED BY SIZE
                        INTO Wsim_detail
                    END-STRING
                ELSE
                    STRING "mission n°" DELIMITED BY SIZE
                        Wsim_depend DELIMITED BY SIZE
                        " Terminée" DELIMITED BY SIZE
                        INTO Wsim_detail
                    END-STRING
                END-IF
            END-READ
            CLOSE Fmissions
        END-IF
        PERFORM SIM_NOTER_RESULTAT
        MOVE "Autonomie de survie" TO Wsim_ctrl
        IF Wsim_existe = 1 THEN
            MOVE Wsim_idMission TO Wav_idMission
            PERFORM VERIF_AUTONOMIE_MISSION
        ELSE
            MOVE 1 TO Wav_ok
            ACCEPT Wav_date FROM DATE YYYYMMDD
            MOVE 0 TO Wav_equipage
            PERFORM SIM_LIRE_EQUIPE
            IF Wsim_trouve = 1 THEN
                MOVE fe_nbAstronautes TO Wav_equipage
            END-IF
            MOVE 0 TO Wav_duree
            PERFORM VARYING Wsim_i FROM 1 BY 1 UNTIL Wsim_i > Wsim_nbEt
                ADD Wsim_etDuree(Wsim_i) TO Wav_duree
            END-PERFORM
            IF Wav_equipage > 0 AND Wav_duree > 0 THEN
                PERFORM AUTONOMIE_BESOINS
                MOVE 0 TO Wav_nbVs
                IF Wsim_nav NOT = SPACES THEN
                    MOVE Wsim_nav TO Wav_nomVaisseau
                    PERFORM AJOUTER_VAISSEAU_AUTONOMIE
                END-IF
                PERFORM AUTONOMIE_BILAN
            END-IF
        END-IF
        MOVE Wav_ok TO Wsim_ok
        IF Wav_equipage = 0 OR Wav_duree = 0 THEN
            MOVE "aucun besoin calculable (équipage ou durée nuls)"
                TO Wsim_detail
        ELSE
            IF Wav_ok = 1 THEN
                STRING Wav_equipage DELIMITED BY SIZE
                    " membre(s), " DELIMITED BY SIZE
                    Wav_duree DELIMITED BY SIZE
                    " jour(s) : vivres à bord suffisants"
                        DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            ELSE
                STRING Wav_equipage DELIMITED BY SIZE
                    " membre(s), " DELIMITED BY SIZE
                    Wav_duree DELIMITED BY SIZE
                    " jour(s) : vivres à bord insuffisants"
                        DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            END-IF
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_RISQUE.
        MOVE "Évaluation des risques" TO Wsim_ctrl
        IF Wsim_risque = 0 THEN
            MOVE 0 TO Wsim_ok
            MOVE "risque non évalué" TO Wsim_detail
        ELSE
            IF Wsim_risque > Wcfg_risqueMax THEN
                MOVE 0 TO Wsim_ok
            ELSE
                MOVE 1 TO Wsim_ok
            END-IF
            STRING "score " DELIMITED BY SIZE
                Wsim_risque DELIMITED BY SIZE
                " / 15 (seuil " DELIMITED BY SIZE
                Wcfg_risqueMax DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_CARBURANT.
        MOVE "Carburant et rayon d'action" TO Wsim_ctrl
        PERFORM SIM_LIRE_VAISSEAU
        IF Wsim_trouve = 0 THEN
            MOVE 0 TO Wsim_ok
            MOVE "aucun vaisseau valide retenu" TO Wsim_detail
        ELSE
            MOVE fv_carburant TO Wsim_carburant
            MOVE fv_rayonAction TO Wsim_rayon
            MOVE fv_nomLieu TO Wsim_prec
            MOVE 0 TO Wsim_distTot
            MOVE 0 TO Wsim_horsRayon
            MOVE 0 TO Wsim_inconnu
            MOVE Wsim_lieu TO Wsim_dest
            PERFORM SIM_TRONCON_TRAJET
            PERFORM VARYING Wsim_i FROM 1 BY 1 UNTIL Wsim_i > Wsim_nbEt
                MOVE Wsim_etLieu(Wsim_i) TO Wsim_dest
                PERFORM SIM_TRONCON_TRAJET
            END-PERFORM
            MOVE 1 TO Wsim_ok
            IF Wsim_distTot > Wsim_carburant OR Wsim_horsRayon > 0 THEN
                MOVE 0 TO Wsim_ok
            END-IF
            STRING "trajet " DELIMITED BY SIZE
                Wsim_distTot DELIMITED BY SIZE
                " / carburant " DELIMITED BY SIZE
                Wsim_carburant DELIMITED BY SIZE
                ", tronçon(s) hors rayon : " DELIMITED BY SIZE
                Wsim_horsRayon DELIMITED BY SIZE
                ", distance(s) inconnue(s) : " DELIMITED BY SIZE
                Wsim_inconnu DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_TRONCON_TRAJET.
        IF Wsim_dest NOT = SPACES AND Wsim_dest NOT = Wsim_prec THEN
            MOVE Wsim_prec TO Wfd_lieuA
            MOVE Wsim_dest TO Wfd_lieuB
            PERFORM OBTENIR_DISTANCE_LIEUX
            IF Wfd_trouve = 0 THEN
                ADD 1 TO Wsim_inconnu
            ELSE
                ADD Wfd_distance TO Wsim_distTot
                IF Wsim_rayon > 0 AND Wfd_distance > Wsim_rayon THEN
                    ADD 1 TO Wsim_horsRayon
                END-IF
            END-IF
            MOVE Wsim_dest TO Wsim_prec
        END-IF.

        SIM_CTRL_CARGO.
        MOVE "Limite de chargement" TO Wsim_ctrl
        PERFORM SIM_LIRE_VAISSEAU
        IF Wsim_trouve = 0 THEN
            MOVE 0 TO Wsim_ok
            MOVE "aucun vaisseau valide retenu" TO Wsim_detail
        ELSE
            MOVE fv_typeVaisseau TO Wfv_typeV
            PERFORM DETERMINER_LIMITE_CARGO
            MOVE Wsim_nav TO Wfcg_nomVaisseau
            PERFORM CALCULER_CHARGE_VAISSEAU
            COMPUTE Wsim_charge = Wchg_totale + Wsim_cargo
            IF Wsim_charge > Wchg_limite THEN
                MOVE 0 TO Wsim_ok
            ELSE
                MOVE 1 TO Wsim_ok
            END-IF
            STRING "à bord " DELIMITED BY SIZE
                Wchg_totale DELIMITED BY SIZE
                " + prévu " DELIMITED BY SIZE
                Wsim_cargo DELIMITED BY SIZE
                " / limite " DELIMITED BY SIZE
                Wchg_limite DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_EQUIPAGE.
        PERFORM SIM_LIRE_EQUIPE
        IF Wsim_trouve = 0 THEN
            MOVE "Équipage" TO Wsim_ctrl
            MOVE 0 TO Wsim_ok
            MOVE "aucune équipe valide retenue" TO Wsim_detail
            PERFORM SIM_NOTER_RESULTAT
        ELSE
            MOVE "Effectif et rôles requis" TO Wsim_ctrl
            MOVE fe_dateDernierRetour TO Wsim_retour
            MOVE fe_nbAstronautes TO Wsim_nbEquipage
            PERFORM VERIFIER_EFFECTIF_EQUIPE
            MOVE Wsim_type TO Wfm_typeMission
            MOVE Wsim_equipe TO Wfe_idEquipe
            PERFORM VERIFIER_PREPARATION_EQUIPE
            MOVE 1 TO Wsim_ok
            IF Wverif_effectif = 0 OR Wverif_prep = 0 THEN
                MOVE 0 TO Wsim_ok
            END-IF
            STRING "équipe n°" DELIMITED BY SIZE
                Wsim_equipe DELIMITED BY SIZE
                ", effectif " DELIMITED BY SIZE
                fe_nbAstronautes DELIMITED BY SIZE
                " (minimum " DELIMITED BY SIZE
                Wcfg_effectifMin DELIMITED BY SIZE
                "), rôles requis : " DELIMITED BY SIZE
                Wverif_prep DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
            PERFORM SIM_NOTER_RESULTAT
            MOVE "Repos de l'équipage" TO Wsim_ctrl
            MOVE 1 TO Wsim_ok
            MOVE "aucun retour de mission enregistré" TO Wsim_detail
            IF Wsim_retour > 0 THEN
                COMPUTE Wrm_jours =
                    FUNCTION INTEGER-OF-DATE(Wsim_debut)
                    - FUNCTION INTEGER-OF-DATE(Wsim_retour)
                IF Wrm_jours < Wcfg_reposMin THEN
                    MOVE 0 TO Wsim_ok
                END-IF
                STRING "rentrée le " DELIMITED BY SIZE
                    Wsim_retour DELIMITED BY SIZE
                    ", repos minimal " DELIMITED BY SIZE
                    Wcfg_reposMin DELIMITED BY SIZE
                    " jour(s)" DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            END-IF
            PERFORM SIM_NOTER_RESULTAT
            MOVE "Congés et doses de radiation" TO Wsim_ctrl
            MOVE 1 TO Wverif_effectif
            MOVE Wsim_equipe TO Wfe_idEquipe
            MOVE Wsim_lieu TO Wsl_nomLieu
            MOVE Wsim_debut TO Wdisp_debut
            MOVE Wsim_fin TO Wdisp_fin
            PERFORM VERIFIER_DISPONIBILITE_EQUIPE
            MOVE Wverif_effectif TO Wsim_ok
            STRING Wdisp_nb DELIMITED BY SIZE
                " membre(s) disponible(s) sur la période" DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
            PERFORM SIM_NOTER_RESULTAT
            MOVE "Incompatibilités" TO Wsim_ctrl
            MOVE Wsim_equipe TO Wix_idEquipe
            MOVE 0 TO Wix_idNouveau
            MOVE 0 TO Wix_silence
            PERFORM CONTROLER_INCOMPAT_EQUIPE
            IF Wix_conflits > 0 THEN
                MOVE 0 TO Wsim_ok
            ELSE
                MOVE 1 TO Wsim_ok
            END-IF
            STRING Wix_conflits DELIMITED BY SIZE
                " incompatibilité(s) déclarée(s) dans l'équipe"
                    DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
            PERFORM SIM_NOTER_RESULTAT
            MOVE "Capacité du vaisseau" TO Wsim_ctrl
            PERFORM SIM_LIRE_VAISSEAU
            IF Wsim_trouve = 0 THEN
                MOVE 0 TO Wsim_ok
                MOVE "aucun vaisseau valide retenu" TO Wsim_detail
            ELSE
                MOVE 0 TO Wpx_maxBord
                IF Wsim_existe = 1 THEN
                    MOVE Wsim_idMission TO Wpx_idMission
                    MOVE 0 TO Wpx_embNouv
                    MOVE 0 TO Wpx_debNouv
                    PERFORM PX_OCCUPATION
                END-IF
                COMPUTE Wsim_occupation = Wsim_nbEquipage + Wpx_maxBord
                MOVE 1 TO Wsim_ok
                IF fv_capacite < Wsim_occupation THEN
                    MOVE 0 TO Wsim_ok
                END-IF
                STRING "équipage " DELIMITED BY SIZE
                    Wsim_nbEquipage DELIMITED BY SIZE
                    " + passagers et relèves " DELIMITED BY SIZE
                    Wpx_maxBord DELIMITED BY SIZE
                    " (au plus fort) / capacité " DELIMITED BY SIZE
                    fv_capacite DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            END-IF
            PERFORM SIM_NOTER_RESULTAT
        END-IF.

        SIM_CTRL_CHEVAUCHEMENTS.
        MOVE "Chevauchement du vaisseau" TO Wsim_ctrl
        MOVE 1 TO Wsim_ok
        MOVE "aucun vaisseau retenu" TO Wsim_detail
        PERFORM SIM_LIRE_VAISSEAU
        IF Wsim_trouve = 1 THEN
            MOVE "libre sur la période" TO Wsim_detail
            IF fv_idMission > 0 AND fv_idMission NOT = Wsim_idMission
            THEN
                MOVE fv_idMission TO Wsim_autre
                PERFORM SIM_LIRE_CHEVAUCHEMENT
            END-IF
        END-IF
        PERFORM SIM_NOTER_RESULTAT
        MOVE "Chevauchement de l'équipe" TO Wsim_ctrl
        MOVE 1 TO Wsim_ok
        MOVE "aucune équipe retenue" TO Wsim_detail
        PERFORM SIM_LIRE_EQUIPE
        IF Wsim_trouve = 1 THEN
            MOVE "libre sur la période" TO Wsim_detail
            IF fe_idMission > 0 AND fe_idMission NOT = Wsim_idMission
            THEN
                MOVE fe_idMission TO Wsim_autre
                PERFORM SIM_LIRE_CHEVAUCHEMENT
            END-IF
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_LIRE_CHEVAUCHEMENT.
        OPEN INPUT Fmissions
        MOVE Wsim_autre TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fm_actif = 1 AND NOT fm_terminee AND NOT fm_annulee
            AND fm_dateDebut <= Wsim_fin
            AND fm_dateFin >= Wsim_debut THEN
                MOVE 0 TO Wsim_ok
                MOVE SPACES TO Wsim_detail
                STRING "déjà engagé sur la mission n°" DELIMITED BY SIZE
                    Wsim_autre DELIMITED BY SIZE
                    " du " DELIMITED BY SIZE
                    fm_dateDebut DELIMITED BY SIZE
                    " au " DELIMITED BY SIZE
                    fm_dateFin DELIMITED BY SIZE
                    INTO Wsim_detail
                END-STRING
            END-IF
        END-READ
        CLOSE Fmissions.

        SIM_CTRL_FENETRE.
        MOVE "Fenêtre de lancement" TO Wsim_ctrl
        MOVE Wsim_lieu TO Wfn_lieu
        MOVE SPACES TO Wfn_lieuEtape
        IF Wsim_nbEt > 0 THEN
            MOVE Wsim_etLieu(1) TO Wfn_lieuEtape
        END-IF
        MOVE Wsim_debut TO Wfn_date
        PERFORM VERIF_FENETRE_LANCEMENT
        IF Wfn_bloque = 1 THEN
            MOVE 0 TO Wsim_ok
            STRING "fermée le " DELIMITED BY SIZE
                Wsim_debut DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                Wfn_libelle DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        ELSE
            MOVE 1 TO Wsim_ok
            STRING "ouverte le " DELIMITED BY SIZE
                Wsim_debut DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_QUAI.
        MOVE "Postes d'amarrage" TO Wsim_ctrl
        MOVE 0 TO fl_capaciteQuai
        OPEN INPUT Flieux
        MOVE Wsim_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            MOVE 0 TO fl_capaciteQuai
        END-READ
        CLOSE Flieux
        MOVE Wsim_lieu TO Wfm_lieu
        MOVE Wsim_debut TO Wqa_date
        PERFORM VERIFIER_QUAI_LIEU
        MOVE Wqa_ok TO Wsim_ok
        IF fl_capaciteQuai = 0 THEN
            MOVE "capacité d'accueil non limitée" TO Wsim_detail
        ELSE
            STRING Wqa_count DELIMITED BY SIZE
                " réservation(s) le " DELIMITED BY SIZE
                Wsim_debut DELIMITED BY SIZE
                " pour " DELIMITED BY SIZE
                fl_capaciteQuai DELIMITED BY SIZE
                " poste(s)" DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_PERMIS.
        MOVE "Permis d'accès" TO Wsim_ctrl
        MOVE Wsim_idMission TO Wpt_idMission
        MOVE 0 TO Wpt_nbV
        IF Wsim_existe = 1 THEN
            PERFORM VAISSEAUX_MISSION_PERMIS
        END-IF
        IF Wsim_nav NOT = SPACES AND Wpt_nbV < 10 THEN
            ADD 1 TO Wpt_nbV
            MOVE Wsim_nav TO Wpt_vaisseauMission(Wpt_nbV)
        END-IF
        MOVE 0 TO Wsim_nbKo
        MOVE Wsim_lieu TO Wsim_dest
        PERFORM SIM_PERMIS_LIEU
        PERFORM VARYING Wsim_i FROM 1 BY 1 UNTIL Wsim_i > Wsim_nbEt
            MOVE Wsim_etLieu(Wsim_i) TO Wsim_dest
            PERFORM SIM_PERMIS_LIEU
        END-PERFORM
        IF Wsim_nbKo > 0 THEN
            MOVE 0 TO Wsim_ok
        ELSE
            MOVE 1 TO Wsim_ok
        END-IF
        STRING Wsim_nbKo DELIMITED BY SIZE
            " lieu(x) étranger(s) sans permis couvrant la période"
                DELIMITED BY SIZE
            INTO Wsim_detail
        END-STRING
        PERFORM SIM_NOTER_RESULTAT.

        SIM_PERMIS_LIEU.
        IF Wsim_dest NOT = SPACES THEN
            MOVE Wsim_dest TO Wpt_lieu
            MOVE Wsim_debut TO Wpt_dateDebut
            MOVE Wsim_fin TO Wpt_dateFin
            PERFORM PAYS_PROPRIETAIRE_LIEU
            PERFORM CONTROLER_PERMIS_LIEU
            IF Wpt_ok = 0 THEN
                ADD 1 TO Wsim_nbKo
            END-IF
        END-IF.

        SIM_CTRL_BUDGET.
        MOVE "Financement de la mission" TO Wsim_ctrl
        MOVE Wsim_idMission TO fm_idMission
        MOVE Wsim_budget TO fm_budgetEstime
        MOVE Wsim_devise TO fm_devise
        PERFORM VERIF_FINANCEMENT_MISSION
        MOVE Wfi_ok TO Wsim_ok
        MOVE Wfi_total TO Wsim_montantECR
        MOVE Wsim_budget TO Wsim_budgetECR
        STRING "contributions " DELIMITED BY SIZE
            Wsim_montantECR DELIMITED BY SIZE
            " / budget " DELIMITED BY SIZE
            Wsim_budgetECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wsim_devise DELIMITED BY SIZE
            INTO Wsim_detail
        END-STRING
        PERFORM SIM_NOTER_RESULTAT
        MOVE "Budget de l'équipe" TO Wsim_ctrl
        PERFORM SIM_LIRE_EQUIPE
        IF Wsim_trouve = 0 THEN
            MOVE 0 TO Wsim_ok
            MOVE "aucune équipe valide retenue" TO Wsim_detail
        ELSE
            PERFORM SITUATION_BUDGET_EQUIPE
            IF Wng_libre < 0 THEN
                MOVE 0 TO Wsim_ok
            ELSE
                MOVE 1 TO Wsim_ok
            END-IF
            STRING "disponible après engagements : " DELIMITED BY SIZE
                Wng_libreECR DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_NAVIRES_PLAN.
        MOVE 0 TO Wcs_nbNavires
        IF Wsim_existe = 1 THEN
            MOVE Wsim_idMission TO Wcs_idMission
            PERFORM COLLECTER_NAVIRES_MISSION
        END-IF
        IF Wsim_nav NOT = SPACES THEN
            MOVE Wsim_nav TO Wcs_nomVaisseau
            PERFORM COMPOSANTS_AJOUTER_NAVIRE
        END-IF.

        SIM_CTRL_COMPOSANTS.
        MOVE "Composants et révisions" TO Wsim_ctrl
        PERFORM SIM_NAVIRES_PLAN
        IF Wcs_nbNavires = 0 THEN
            MOVE 0 TO Wsim_ok
            MOVE "aucun vaisseau retenu" TO Wsim_detail
        ELSE
            MOVE 0 TO Wsim_nbKo
            PERFORM VARYING Wsim_i FROM 1 BY 1
                    UNTIL Wsim_i > Wcs_nbNavires
                MOVE Wcs_navire(Wsim_i) TO Wcs_nomVaisseau
                PERFORM COMPOSANTS_BLOQUANTS
                IF Wcs_bloque = 1 THEN
                    ADD 1 TO Wsim_nbKo
                END-IF
            END-PERFORM
            MOVE 1 TO Wsim_ok
            IF Wsim_nbKo > 0 THEN
                MOVE 0 TO Wsim_ok
            END-IF
            STRING Wcs_nbNavires DELIMITED BY SIZE
                " vaisseau(x) contrôlé(s), " DELIMITED BY SIZE
                Wsim_nbKo DELIMITED BY SIZE
                " bloqué(s) par une limite de révision"
                    DELIMITED BY SIZE
                INTO Wsim_detail
            END-STRING
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_NAVIGABILITE.
        MOVE "Certificat de navigabilité" TO Wsim_ctrl
        MOVE 1 TO Wsim_ok
        MOVE "certificats valides pour ce type de mission"
            TO Wsim_detail
        IF Wsim_existe = 1 THEN
            MOVE Wsim_idMission TO Wnv_idMission
            PERFORM NAVIG_MISSION
            IF Wnv_okMission = 0 THEN
                MOVE 0 TO Wsim_ok
            END-IF
        END-IF
        IF Wsim_nav NOT = SPACES THEN
            ACCEPT Wnv_date FROM DATE YYYYMMDD
            MOVE Wsim_nav TO Wnv_nomVaisseau
            MOVE Wsim_type TO Wnv_typeMission
            MOVE 0 TO Wnv_roleCargo
            MOVE 0 TO Wnv_equipage
            IF Wsim_equipe > 0 THEN
                MOVE 1 TO Wnv_equipage
            END-IF
            PERFORM NAVIG_CONTROLER
            IF Wnv_ok = 0 THEN
                MOVE 0 TO Wsim_ok
            END-IF
        END-IF
        IF Wsim_ok = 0 THEN
            MOVE "certificat expiré ou restriction incompatible"
                TO Wsim_detail
        END-IF
        PERFORM SIM_NOTER_RESULTAT.

        SIM_CTRL_DANGEREUX.
        MOVE "Matières dangereuses" TO Wsim_ctrl
        PERFORM SIM_NAVIRES_PLAN
        MOVE 0 TO Wsim_nbKo
        MOVE 1 TO Wmd_sortie
        PERFORM VARYING Wmd_n FROM 1 BY 1 UNTIL Wmd_n > Wcs_nbNavires
            MOVE Wcs_navire(Wmd_n) TO Wmd_vaisseau
            PERFORM MD_CONTROLER_VAISSEAU
            IF Wmd_nbViolations > 0 THEN
                ADD 1 TO Wsim_nbKo
            END-IF
        END-PERFORM
        MOVE 1 TO Wsim_ok
        IF Wsim_nbKo > 0 THEN
            MOVE 0 TO Wsim_ok
        END-IF
        STRING Wsim_nbKo DELIMITED BY SIZE
            " vaisseau(x) en infraction de chargement ou de ségrégation"
                DELIMITED BY SIZE
            INTO Wsim_detail
        END-STRING
        PERFORM SIM_NOTER_RESULTAT.

        SIM_EDITER_BILAN.
        MOVE "SIMULATION" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "=====================================" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wsim_existe = 1 THEN
            STRING "Simulation de la mission n°" DELIMITED BY SIZE
                Wsim_idMission DELIMITED BY SIZE
                " (aucune donnée modifiée)" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        ELSE
            MOVE "Simulation d'un brouillon de mission (non enregistré)"
                TO Wsp_ligne
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "Lieu : " DELIMITED BY SIZE
            Wsim_lieu DELIMITED BY SIZE
            " du " DELIMITED BY SIZE
            Wsim_debut DELIMITED BY SIZE
            " au " DELIMITED BY SIZE
            Wsim_fin DELIMITED BY SIZE
            " // étapes : " DELIMITED BY SIZE
            Wsim_nbEt DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "Équipe : " DELIMITED BY SIZE
            Wsim_equipe DELIMITED BY SIZE
            " // vaisseau : " DELIMITED BY SIZE
            Wsim_nav DELIMITED BY SIZE
            " // chargement prévu : " DELIMITED BY SIZE
            Wsim_cargo DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsim_nbKo
        PERFORM VARYING Wsim_i FROM 1 BY 1 UNTIL Wsim_i > Wsim_nbRes
            IF Wsim_rOk(Wsim_i) = 1 THEN
                MOVE "OK" TO Wsim_statut
            ELSE
                MOVE "ÉCHEC" TO Wsim_statut
                ADD 1 TO Wsim_nbKo
            END-IF
            STRING Wsim_rCtrl(Wsim_i) DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                Wsim_statut DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                Wsim_rDetail(Wsim_i) DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-PERFORM
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wsim_nbKo = 0 THEN
            STRING "Plan conforme : " DELIMITED BY SIZE
                Wsim_nbRes DELIMITED BY SIZE
                " contrôle(s) satisfait(s)." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        ELSE
            STRING "Plan non conforme : " DELIMITED BY SIZE
                Wsim_nbKo DELIMITED BY SIZE
                " contrôle(s) en échec sur " DELIMITED BY SIZE
                Wsim_nbRes DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "=====================================" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        COLLECTION_DONNEES_MISSION.
        MOVE 0 TO Wimp_ok
                MOVE 1 TO Wmiss_fin
            NOT AT END
                IF fm_actif = 1 THEN
                    PERFORM ECRIRE_TYPE_MISSION
                    MOVE SPACES TO mTamponCSV
                    STRING fm_idMission DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fm_nomLieu DELIMITED BY SIZE
                        fm_coutReel DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fm_typeMission DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wfm_typeECR DELIMITED BY SIZE
                        INTO mTamponCSV
                    END-STRING
                    WRITE mTamponCSV
