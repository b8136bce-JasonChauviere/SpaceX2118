                    REWRITE etTampon END-REWRITE
                    ADD 1 TO Wrn_count
                END-IF
                IF fet_lieuRepli = Wrn_ancien THEN
                    MOVE Wrn_nouveau TO fet_lieuRepli
                    REWRITE etTampon END-REWRITE
                    ADD 1 TO Wrn_count
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fetapes
            CLOSE Fcalendrier
        END-IF.

        PAYS_PROPRIETAIRE_LIEU.
        MOVE SPACES TO Wpt_pays
        OPEN INPUT Flieux
        MOVE Wpt_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fl_paysProprietaire TO Wpt_pays
        END-READ
        CLOSE Flieux.

        VAISSEAUX_MISSION_PERMIS.
        MOVE 0 TO Wpt_nbV
        OPEN INPUT Fequipes
        MOVE Wpt_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpt_eof2
            PERFORM WITH TEST AFTER UNTIL Wpt_eof2 = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wpt_eof2
                NOT AT END
                    IF fe_idMission NOT = Wpt_idMission THEN
                        MOVE 1 TO Wpt_eof2
                    ELSE
                        IF fe_actif = 1 AND fe_nomVaisseau NOT = SPACES
                        AND Wpt_nbV < 10 THEN
                            ADD 1 TO Wpt_nbV
                            MOVE fe_nomVaisseau
                                TO Wpt_vaisseauMission(Wpt_nbV)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes.

        CONTROLER_PERMIS_LIEU.
        MOVE 1 TO Wpt_ok
        MOVE SPACES TO Wpt_ref
        IF Wpt_dateFin < Wpt_dateDebut THEN
            MOVE Wpt_dateDebut TO Wpt_dateFin
        END-IF
        IF Wpt_pays NOT = SPACES AND Wpt_pays NOT = Wcfg_paysOperateur
        THEN
            MOVE 0 TO Wpt_ok
            OPEN INPUT Fpermis
            MOVE Wpt_lieu TO fpt_nomLieu
            START Fpermis, KEY IS = fpt_nomLieu
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wpt_eof
                PERFORM WITH TEST AFTER UNTIL Wpt_eof = 1
                    READ Fpermis NEXT
                    AT END MOVE 1 TO Wpt_eof
                    NOT AT END
                        IF fpt_nomLieu NOT = Wpt_lieu THEN
                            MOVE 1 TO Wpt_eof
                        ELSE
                            MOVE 0 TO Wpt_couvre
                            IF fpt_actif = 1 AND fpt_pays = Wpt_pays
                            AND fpt_dateDebut <= Wpt_dateDebut
                            AND fpt_dateFin >= Wpt_dateFin THEN
                                IF fpt_pourMission
                                AND fpt_idMission = Wpt_idMission THEN
                                    MOVE 1 TO Wpt_couvre
                                END-IF
                                IF fpt_pourVaisseau THEN
                                    PERFORM VARYING Wpt_i FROM 1 BY 1
                                            UNTIL Wpt_i > Wpt_nbV
                                        IF Wpt_vaisseauMission(Wpt_i) =
                                           fpt_nomVaisseau THEN
                                            MOVE 1 TO Wpt_couvre
                                        END-IF
                                    END-PERFORM
                                END-IF
                            END-IF
                            IF Wpt_couvre = 1 THEN
                                MOVE 1 TO Wpt_ok
                                MOVE fpt_reference TO Wpt_ref
                                MOVE 1 TO Wpt_eof
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fpermis
            IF Wpt_ok = 0 THEN
                DISPLAY "ERREUR ! Le lieu ", Wpt_lieu, " appartient à ",
Wpt_pays
                DISPLAY "Aucun permis d'accès valide ne couvre la",
" mission n°", Wpt_idMission, " du ", Wpt_dateDebut, " au ",
Wpt_dateFin, "."
            END-IF
        END-IF.

        CONTROLER_PERMIS_MISSION.
        MOVE 1 TO Wpt_okMission
        MOVE SPACES TO Wpt_lieu
        OPEN INPUT Fmissions
        MOVE Wpt_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fm_nomLieu TO Wpt_lieu
            MOVE fm_dateDebut TO Wpt_dateDebut
            MOVE fm_dateFin TO Wpt_dateFin
        END-READ
        CLOSE Fmissions
        IF Wpt_lieu NOT = SPACES THEN
            PERFORM VAISSEAUX_MISSION_PERMIS
            PERFORM PAYS_PROPRIETAIRE_LIEU
            PERFORM CONTROLER_PERMIS_LIEU
            IF Wpt_ok = 0 THEN
                MOVE 0 TO Wpt_okMission
            END-IF
            OPEN INPUT Fetapes
            MOVE Wpt_idMission TO fet_idMission
            START Fetapes, KEY IS = fet_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wpt_eof2
                PERFORM WITH TEST AFTER UNTIL Wpt_eof2 = 1
                    READ Fetapes NEXT
                    AT END MOVE 1 TO Wpt_eof2
                    NOT AT END
                        IF fet_idMission NOT = Wpt_idMission THEN
                            MOVE 1 TO Wpt_eof2
                        ELSE
                            IF fet_actif = 1 THEN
                                MOVE fet_nomLieu TO Wpt_lieu
                                PERFORM PAYS_PROPRIETAIRE_LIEU
                                PERFORM CONTROLER_PERMIS_LIEU
                                IF Wpt_ok = 0 THEN
                                    MOVE 0 TO Wpt_okMission
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fetapes
        END-IF.

        GERER_PERMIS.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer un permis d'accès // 2 : Révoquer un",
" permis // 3 : Lister les permis d'un lieu"
        MOVE 0 TO Wpt_choix
        PERFORM WITH TEST AFTER UNTIL
                Wpt_choix = 1 OR Wpt_choix = 2 OR Wpt_choix = 3
            ACCEPT Wpt_choix
        END-PERFORM
        ACCEPT Wpt_aujourdhui FROM DATE YYYYMMDD
        EVALUATE Wpt_choix
        WHEN 1 PERFORM ENREGISTRER_PERMIS
        WHEN 2 PERFORM REVOQUER_PERMIS
        WHEN 3 PERFORM LISTER_PERMIS_LIEU
        END-EVALUATE.

        ENREGISTRER_PERMIS.
        DISPLAY "Référence du permis ?"
        MOVE SPACES TO Wpt_ref
        PERFORM WITH TEST AFTER UNTIL Wpt_ref NOT = SPACES
            ACCEPT Wpt_ref
        END-PERFORM
        MOVE FUNCTION UPPER-CASE(Wpt_ref) TO Wpt_ref
        MOVE 1 TO Wpt_ok
        OPEN INPUT Fpermis
        MOVE Wpt_ref TO fpt_reference
        READ Fpermis
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpt_ok
            DISPLAY "ERREUR ! Référence de permis déjà enregistrée."
        END-READ
        CLOSE Fpermis
        IF Wpt_ok = 1 THEN
            DISPLAY "Lieu couvert par le permis ?"
            ACCEPT Wpt_lieu2
            MOVE FUNCTION LOWER-CASE(Wpt_lieu2) TO Wpt_lieu
            MOVE 0 TO Wpt_ok
            OPEN INPUT Flieux
            MOVE Wpt_lieu TO fl_nomLieu
            READ Flieux
            INVALID KEY
                DISPLAY "Lieu inexistant !"
            NOT INVALID KEY
                IF fl_actif = 0 THEN
                    DISPLAY "Lieu inexistant !"
                ELSE
                  IF fl_paysProprietaire = SPACES OR
                     fl_paysProprietaire = Wcfg_paysOperateur THEN
                    DISPLAY "Ce lieu n'appartient à aucun pays",
" étranger : aucun permis n'est nécessaire."
                  ELSE
                    MOVE fl_paysProprietaire TO Wpt_pays
                    MOVE 1 TO Wpt_ok
                    DISPLAY "Pays propriétaire : ", Wpt_pays
                  END-IF
                END-IF
            END-READ
            CLOSE Flieux
        END-IF
        IF Wpt_ok = 1 THEN
            DISPLAY "Permis accordé pour : M : une mission // V : un",
" vaisseau"
            MOVE SPACE TO Wpt_type
            PERFORM WITH TEST AFTER UNTIL
                    Wpt_type = "M" OR Wpt_type = "V"
                ACCEPT Wpt_type
                MOVE FUNCTION UPPER-CASE(Wpt_type) TO Wpt_type
            END-PERFORM
            MOVE 0 TO Wpt_idMission
            MOVE SPACES TO Wpt_vaisseau
            IF Wpt_type = "M" THEN
                DISPLAY "Identifiant de la mission autorisée ?"
                ACCEPT Wpt_idMission
                OPEN INPUT Fmissions
                MOVE Wpt_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE 0 TO Wpt_ok
                NOT INVALID KEY
                    IF fm_actif = 0 THEN
                        MOVE 0 TO Wpt_ok
                    END-IF
                END-READ
                CLOSE Fmissions
                IF Wpt_ok = 0 THEN
                    DISPLAY "Mission inexistante : enregistrez le permis",
" avec l'identifiant de mission qui lui sera attribué ? (0 : Non",
" // 1 : Oui)"
                    MOVE 9 TO Wpt_choix
                    PERFORM WITH TEST AFTER UNTIL
                            Wpt_choix = 0 OR Wpt_choix = 1
                        ACCEPT Wpt_choix
                    END-PERFORM
                    MOVE Wpt_choix TO Wpt_ok
                END-IF
            ELSE
                DISPLAY "Nom du vaisseau autorisé ?"
                ACCEPT Wpt_vaisseau2
                MOVE FUNCTION LOWER-CASE(Wpt_vaisseau2) TO Wpt_vaisseau
                OPEN INPUT Fvaisseaux
                MOVE Wpt_vaisseau TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    MOVE 0 TO Wpt_ok
                NOT INVALID KEY
                    IF fv_actif = 0 THEN
                        MOVE 0 TO Wpt_ok
                    END-IF
                END-READ
                CLOSE Fvaisseaux
                IF Wpt_ok = 0 THEN
                    DISPLAY "Vaisseau inexistant !"
                END-IF
            END-IF
        END-IF
        IF Wpt_ok = 1 THEN
            DISPLAY "Début de validité du permis ? (AAAAMMJJ)"
            MOVE 0 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                MOVE 0 TO Wpt_debutSaisi
                ACCEPT Wpt_debutSaisi
                MOVE Wpt_debutSaisi TO Wdt_date
                PERFORM VALIDER_DATE
            END-PERFORM
            DISPLAY "Fin de validité du permis ? (AAAAMMJJ)"
            MOVE 0 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                MOVE 0 TO Wpt_finSaisie
                ACCEPT Wpt_finSaisie
                MOVE Wpt_finSaisie TO Wdt_date
                PERFORM VALIDER_DATE
                IF Wdt_ok = 1 AND Wpt_finSaisie < Wpt_debutSaisi THEN
                    DISPLAY "La date de fin précède la date de début."
                    MOVE 0 TO Wdt_ok
                END-IF
            END-PERFORM
            OPEN I-O Fpermis
            MOVE Wpt_ref TO fpt_reference
            MOVE Wpt_lieu TO fpt_nomLieu
            MOVE Wpt_pays TO fpt_pays
            MOVE Wpt_type TO fpt_typeObjet
            MOVE Wpt_idMission TO fpt_idMission
            MOVE Wpt_vaisseau TO fpt_nomVaisseau
            MOVE Wpt_debutSaisi TO fpt_dateDebut
            MOVE Wpt_finSaisie TO fpt_dateFin
            MOVE 1 TO fpt_actif
            MOVE Wop_id TO fpt_opSaisie
            MOVE Wpt_aujourdhui TO fpt_dateSaisie
            WRITE ptTampon END-WRITE
            IF fpt_stat NOT = 00 THEN
                MOVE fpt_stat TO Wchk_stat
                MOVE "Fpermis" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fpermis
            MOVE "LIEUX" TO Wau_module
            MOVE "PERMIS" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wpt_ref DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Wpt_lieu DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Permis d'accès ", Wpt_ref, " enregistré."
        END-IF.

        REVOQUER_PERMIS.
        DISPLAY "Référence du permis à révoquer ?"
        MOVE SPACES TO Wpt_ref
        ACCEPT Wpt_ref
        MOVE FUNCTION UPPER-CASE(Wpt_ref) TO Wpt_ref
        OPEN I-O Fpermis
        MOVE Wpt_ref TO fpt_reference
        READ Fpermis
        INVALID KEY
            DISPLAY "Ce permis n'existe pas."
        NOT INVALID KEY
            IF fpt_actif = 0 THEN
                DISPLAY "Ce permis est déjà révoqué."
            ELSE
                MOVE 0 TO fpt_actif
                REWRITE ptTampon END-REWRITE
                IF fpt_stat NOT = 00 THEN
                    MOVE fpt_stat TO Wchk_stat
                    MOVE "Fpermis" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "LIEUX" TO Wau_module
                MOVE "PERMIS-REV" TO Wau_action
                MOVE Wpt_ref TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Permis ", Wpt_ref, " révoqué."
            END-IF
        END-READ
        CLOSE Fpermis.

        LISTER_PERMIS_LIEU.
        DISPLAY "Lieu ?"
        ACCEPT Wpt_lieu2
        MOVE FUNCTION LOWER-CASE(Wpt_lieu2) TO Wpt_lieu
        DISPLAY "#############"
        DISPLAY "Permis d'accès au lieu ", Wpt_lieu
        MOVE 0 TO Wpt_count
        OPEN INPUT Fpermis
        MOVE Wpt_lieu TO fpt_nomLieu
        START Fpermis, KEY IS = fpt_nomLieu
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpt_eof
            PERFORM WITH TEST AFTER UNTIL Wpt_eof = 1
                READ Fpermis NEXT
                AT END MOVE 1 TO Wpt_eof
                NOT AT END
                    IF fpt_nomLieu NOT = Wpt_lieu THEN
                        MOVE 1 TO Wpt_eof
                    ELSE
                        ADD 1 TO Wpt_count
                        IF fpt_pourMission THEN
                            DISPLAY "  ", fpt_reference, " (",
fpt_pays, ") mission n°", fpt_idMission, " du ", fpt_dateDebut,
" au ", fpt_dateFin
                        ELSE
                            DISPLAY "  ", fpt_reference, " (",
fpt_pays, ") vaisseau ", fpt_nomVaisseau, " du ", fpt_dateDebut,
" au ", fpt_dateFin
                        END-IF
                        IF fpt_actif = 0 THEN
                            DISPLAY "      (révoqué)"
                        ELSE
                            IF fpt_dateFin < Wpt_aujourdhui THEN
                                DISPLAY "      (expiré)"
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fpermis
        IF Wpt_count = 0 THEN
            DISPLAY "  Aucun permis enregistré pour ce lieu."
        END-IF.

        RAPPORT_PERMIS_EXPIRATION.
        ACCEPT Wpt_aujourdhui FROM DATE YYYYMMDD
        COMPUTE Wpt_limite = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wpt_aujourdhui)
            + Wcfg_alertePermis)
        MOVE "PERMIS_EXPIRATION" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE Wcfg_alertePermis TO Wpt_joursECR
        MOVE SPACES TO Wsp_ligne
        STRING "Permis d'accès expirant dans les " DELIMITED BY SIZE
            Wpt_joursECR DELIMITED BY SIZE
            " prochains jours (jusqu'au " DELIMITED BY SIZE
            Wpt_limite DELIMITED BY SIZE
            ") :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wpt_count
        OPEN INPUT Fpermis
        MOVE 0 TO Wpt_eof
        PERFORM WITH TEST AFTER UNTIL Wpt_eof = 1
            READ Fpermis NEXT
            AT END MOVE 1 TO Wpt_eof
            NOT AT END
                IF fpt_actif = 1 AND fpt_dateFin >= Wpt_aujourdhui
                AND fpt_dateFin <= Wpt_limite THEN
                    ADD 1 TO Wpt_count
                    COMPUTE Wpt_jours =
                        FUNCTION INTEGER-OF-DATE(fpt_dateFin) -
                        FUNCTION INTEGER-OF-DATE(Wpt_aujourdhui)
                    MOVE Wpt_jours TO Wpt_joursECR
                    MOVE SPACES TO Wsp_ligne
                    IF fpt_pourMission THEN
                        STRING "  " DELIMITED BY SIZE
                            fpt_reference DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fpt_nomLieu DELIMITED BY SIZE
                            " mission n°" DELIMITED BY SIZE
                            fpt_idMission DELIMITED BY SIZE
                            " expire le " DELIMITED BY SIZE
                            fpt_dateFin DELIMITED BY SIZE
                            " (J-" DELIMITED BY SIZE
                            Wpt_joursECR DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    ELSE
                        STRING "  " DELIMITED BY SIZE
                            fpt_reference DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fpt_nomLieu DELIMITED BY SIZE
                            " vaisseau " DELIMITED BY SIZE
                            fpt_nomVaisseau DELIMITED BY SPACE
                            " expire le " DELIMITED BY SIZE
                            fpt_dateFin DELIMITED BY SIZE
                            " (J-" DELIMITED BY SIZE
                            Wpt_joursECR DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    END-IF
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE SPACES TO Wsp_ligne
                    STRING "      pays propriétaire : " DELIMITED BY SIZE
                        fpt_pays DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpermis
        IF Wpt_count = 0 THEN
            MOVE "  Aucun permis n'arrive à expiration." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        VERIF_FENETRE_LANCEMENT.
        MOVE 0 TO Wfn_bloque
        OPEN INPUT Fcalendrier
" être faux."
        END-IF.

        PC_CALCULER_DISTANCES.
        PERFORM VARYING Wpc_i FROM 1 BY 1
                UNTIL Wpc_i > Wpc_nbLieux
            MOVE 99999999 TO Wpc_distance(Wpc_i)
            MOVE 0 TO Wpc_visite(Wpc_i)
            MOVE 0 TO Wpc_precedent(Wpc_i)
        END-PERFORM
        MOVE 0 TO Wpc_distance(Wpc_idxDepart)
        MOVE 0 TO Wpc_fin
        PERFORM VARYING Wpc_j FROM 1 BY 1
                UNTIL Wpc_j > Wpc_nbLieux
            IF Wpc_fin = 0 THEN
                MOVE 99999999 TO Wpc_min
                MOVE 0 TO Wpc_courant
                PERFORM VARYING Wpc_i FROM 1 BY 1
                        UNTIL Wpc_i > Wpc_nbLieux
                    IF Wpc_visite(Wpc_i) = 0 AND
                       Wpc_distance(Wpc_i) < Wpc_min THEN
                        MOVE Wpc_distance(Wpc_i) TO Wpc_min
                        MOVE Wpc_i TO Wpc_courant
                    END-IF
                END-PERFORM
                IF Wpc_courant = 0 THEN
                    MOVE 1 TO Wpc_fin
                ELSE
                    MOVE 1 TO Wpc_visite(Wpc_courant)
                    PERFORM VARYING Wpc_k FROM 1 BY 1
                            UNTIL Wpc_k > Wpc_nbArcs
                        IF Wpc_arcA(Wpc_k) = Wpc_courant THEN
                            COMPUTE Wpc_dist =
                                Wpc_distance(Wpc_courant)
                                + Wpc_arcDist(Wpc_k)
                            IF Wpc_dist <
                               Wpc_distance(Wpc_arcB(Wpc_k))
                            THEN
                                MOVE Wpc_dist TO
                                  Wpc_distance(Wpc_arcB(Wpc_k))
                                MOVE Wpc_courant TO
                                  Wpc_precedent(Wpc_arcB(Wpc_k))
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
        END-PERFORM.

        ITINERAIRE_PLUS_COURT.
        DISPLAY "Lieu de départ ?"
        ACCEPT Wpc_depart2
                DISPLAY "Aucune liaison connue pour l'un de ces",
" deux lieux."
            ELSE
                PERFORM PC_CALCULER_DISTANCES
                IF Wpc_distance(Wpc_idxArrivee) = 99999999 THEN
                    DISPLAY "Aucun itinéraire ne relie ", Wpc_depart,
" à ", Wpc_arrivee, "."
            MOVE Wfl_nomLieu TO fm_nomLieu
            START Fmissions, KEY IS = fm_nomLieu
            INVALID KEY
                DISPLAY " "
            NOT INVALID KEY
                MOVE 0 TO fm_fin
                PERFORM WITH TEST AFTER UNTIL fm_fin = 1
                    READ Fmissions NEXT
                    AT END MOVE 1 TO fm_fin
                    NOT AT END
                        IF Wfl_nomLieu = fm_nomLieu AND fm_actif = 1 THEN
                            MOVE 1 TO Wl_NOTALLOW
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fmissions
          END-IF
        END-READ
        IF Wl_NOTALLOW = 0 THEN
            MOVE 0 TO fl_actif
            REWRITE lTampon END-REWRITE
            IF fl_stat NOT = 00 THEN
                MOVE fl_stat TO Wchk_stat
                MOVE "Flieux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "LIEUX" TO Wau_module
            MOVE "SUPPRIMER" TO Wau_action
            MOVE fl_nomLieu TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Lieu du nom de ", Wfl_nomLieu, " détruit."
        END-IF
        IF Wl_NOTALLOW = 1 THEN
            DISPLAY "Destruction du lieu impossible."
            DISPLAY "Au moins une mission est connectée à ce lieu !"
        END-IF
        CLOSE Flieux.

        GERER_DECLASSEMENTS_LIEUX.
        DISPLAY ' '
        DISPLAY "1 : Ouvrir un déclassement // 2 : Dépendances d'un lieu",
" // 3 : Relocaliser les dépendances // 4 : Achever le déclassement",
" // 5 : Suivi des déclassements // 6 : Annuler un déclassement"
        MOVE 0 TO Wdcl_choix
        PERFORM WITH TEST AFTER UNTIL Wdcl_choix >= 1 AND Wdcl_choix <= 6
            ACCEPT Wdcl_choix
        END-PERFORM
        EVALUATE Wdcl_choix
            WHEN 1
                PERFORM DCL_OUVRIR
            WHEN 2
                PERFORM DCL_RAPPORT_DEPENDANCES
            WHEN 3
                PERFORM DCL_RELOCALISER
            WHEN 4
                PERFORM DCL_ACHEVER
            WHEN 5
                PERFORM DCL_SUIVI
            WHEN 6
                PERFORM DCL_ANNULER
        END-EVALUATE.

        DCL_SAISIR_LIEU.
        DISPLAY "Nom du lieu à déclasser ?"
        ACCEPT Wdcl_lieu2
        MOVE FUNCTION LOWER-CASE(Wdcl_lieu2) TO Wdcl_lieu
        ACCEPT Wdcl_aujourdhui FROM DATE YYYYMMDD.

        DCL_LIRE_DECLASSEMENT.
        MOVE 0 TO Wdcl_trouve
        OPEN INPUT Fdeclassements
        MOVE Wdcl_lieu TO fdl_nomLieu
        READ Fdeclassements
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fdl_enCours THEN
                MOVE 1 TO Wdcl_trouve
                MOVE fdl_destination TO Wdcl_destination
            END-IF
        END-READ
        CLOSE Fdeclassements.

        DCL_PROPOSER_DESTINATION.
        MOVE SPACES TO Wdcl_parent
        MOVE SPACES TO Wdcl_proposition
        OPEN INPUT Flieux
        MOVE Wdcl_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fl_lieuParent TO Wdcl_parent
        END-READ
        IF Wdcl_parent NOT = SPACES THEN
            MOVE Wdcl_parent TO fl_nomLieu
            READ Flieux
            INVALID KEY
                MOVE SPACES TO Wdcl_parent
            NOT INVALID KEY
                IF fl_actif = 1 THEN
                    MOVE Wdcl_parent TO Wdcl_proposition
                ELSE
                    MOVE SPACES TO Wdcl_parent
                END-IF
            END-READ
        END-IF
        IF Wdcl_proposition = SPACES THEN
            MOVE 999999 TO Wdcl_meilleure
            OPEN INPUT Fdistances
            IF fd_stat NOT = 35 THEN
                MOVE 0 TO Wdcl_fin
                PERFORM WITH TEST AFTER UNTIL Wdcl_fin = 1
                    READ Fdistances NEXT
                    AT END MOVE 1 TO Wdcl_fin
                    NOT AT END
                        MOVE SPACES TO Wdcl_autre
                        IF fd_lieuA = Wdcl_lieu THEN
                            MOVE fd_lieuB TO Wdcl_autre
                        END-IF
                        IF fd_lieuB = Wdcl_lieu THEN
                            MOVE fd_lieuA TO Wdcl_autre
                        END-IF
                        IF Wdcl_autre NOT = SPACES AND
                           fd_distance < Wdcl_meilleure THEN
                            MOVE Wdcl_autre TO fl_nomLieu
                            READ Flieux
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF fl_actif = 1 THEN
                                    MOVE fd_distance TO Wdcl_meilleure
                                    MOVE Wdcl_autre TO Wdcl_proposition
                                END-IF
                            END-READ
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fdistances
            END-IF
        END-IF
        CLOSE Flieux.

        DCL_VALIDER_CIBLE.
        MOVE 1 TO Wdcl_ok
        IF Wdcl_cible = Wdcl_lieu THEN
            MOVE 0 TO Wdcl_ok
            DISPLAY "ERREUR ! La destination doit différer du lieu",
" déclassé !"
        END-IF
        IF Wdcl_ok = 1 AND Wdcl_cible NOT = SPACES THEN
            OPEN INPUT Flieux
            MOVE Wdcl_cible TO fl_nomLieu
            READ Flieux
            INVALID KEY
                MOVE 0 TO Wdcl_ok
                DISPLAY "ERREUR ! Lieu inexistant !"
            NOT INVALID KEY
                IF fl_actif = 0 THEN
                    MOVE 0 TO Wdcl_ok
                    DISPLAY "ERREUR ! Lieu inexistant !"
                END-IF
            END-READ
            CLOSE Flieux
        END-IF
        IF Wdcl_ok = 1 AND Wdcl_cible NOT = SPACES THEN
            OPEN INPUT Fdeclassements
            MOVE Wdcl_cible TO fdl_nomLieu
            READ Fdeclassements
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fdl_enCours THEN
                    MOVE 0 TO Wdcl_ok
                    DISPLAY "ERREUR ! Ce lieu est lui-même en cours de",
" déclassement !"
                END-IF
            END-READ
            CLOSE Fdeclassements
        END-IF.

        DCL_OUVRIR.
        PERFORM DCL_SAISIR_LIEU
        MOVE 0 TO Wdcl_ok
        OPEN INPUT Flieux
        MOVE Wdcl_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            DISPLAY "ERREUR ! Lieu inexistant !"
        NOT INVALID KEY
            IF fl_actif = 0 THEN
                DISPLAY "ERREUR ! Lieu inexistant !"
            ELSE
                MOVE 1 TO Wdcl_ok
            END-IF
        END-READ
        CLOSE Flieux
        IF Wdcl_ok = 1 THEN
            PERFORM DCL_LIRE_DECLASSEMENT
            IF Wdcl_trouve = 1 THEN
                MOVE 0 TO Wdcl_ok
                DISPLAY "Un déclassement est déjà en cours pour ce lieu."
            END-IF
        END-IF
        IF Wdcl_ok = 1 THEN
            DISPLAY "Date cible du déclassement ? (AAAAMMJJ)"
            MOVE 0 TO Wdt_date
            PERFORM WITH TEST AFTER UNTIL Wdt_date >= Wdcl_aujourdhui
                PERFORM SAISIR_DATE
                IF Wdt_date < Wdcl_aujourdhui THEN
                    DISPLAY "La date cible ne peut être passée,",
" ressaisissez :"
                END-IF
            END-PERFORM
            MOVE Wdt_date TO Wdcl_date
            PERFORM DCL_PROPOSER_DESTINATION
            MOVE 0 TO Wdcl_ok
            PERFORM WITH TEST AFTER UNTIL Wdcl_ok = 1
                IF Wdcl_proposition NOT = SPACES THEN
                    DISPLAY "Destination de relocalisation proposée : ",
Wdcl_proposition
                    DISPLAY "Entrée : accepter // ou nom d'un autre lieu"
                ELSE
                    DISPLAY "Lieu de relocalisation des dépendances ?"
                END-IF
                MOVE SPACES TO Wdcl_saisie
                ACCEPT Wdcl_saisie
                IF Wdcl_saisie = SPACES THEN
                    MOVE Wdcl_proposition TO Wdcl_cible
                ELSE
                    MOVE FUNCTION LOWER-CASE(Wdcl_saisie) TO Wdcl_cible
                END-IF
                IF Wdcl_cible = SPACES THEN
                    MOVE 0 TO Wdcl_ok
                ELSE
                    PERFORM DCL_VALIDER_CIBLE
                END-IF
            END-PERFORM
            MOVE Wdcl_cible TO Wdcl_destination
            OPEN I-O Fdeclassements
            MOVE Wdcl_lieu TO fdl_nomLieu
            READ Fdeclassements
            INVALID KEY
                MOVE 0 TO Wdcl_trouve
            NOT INVALID KEY
                MOVE 1 TO Wdcl_trouve
            END-READ
            MOVE Wdcl_lieu TO fdl_nomLieu
            MOVE Wdcl_date TO fdl_dateCible
            MOVE Wdcl_destination TO fdl_destination
            MOVE 1 TO fdl_statut
            MOVE Wdcl_aujourdhui TO fdl_dateOuverture
            MOVE Wop_id TO fdl_opOuverture
            MOVE 0 TO fdl_dateFin
            MOVE SPACES TO fdl_opFin
            IF Wdcl_trouve = 1 THEN
                REWRITE dlTampon END-REWRITE
            ELSE
                WRITE dlTampon END-WRITE
            END-IF
            IF fdl_stat NOT = 00 THEN
                MOVE fdl_stat TO Wchk_stat
                MOVE "Fdeclassements" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fdeclassements
            MOVE "LIEUX" TO Wau_module
            MOVE "DECLASSER" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wdcl_lieu DELIMITED BY SPACE
                " le " DELIMITED BY SIZE
                Wdcl_date DELIMITED BY SIZE
                " > " DELIMITED BY SIZE
                Wdcl_destination DELIMITED BY SPACE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            MOVE Wdcl_aujourdhui TO Wno_date
            MOVE SPACES TO Wno_message
            STRING "Déclassement du lieu " DELIMITED BY SIZE
                Wdcl_lieu DELIMITED BY SPACE
                " ouvert, date cible " DELIMITED BY SIZE
                Wdcl_date DELIMITED BY SIZE
                INTO Wno_message
            END-STRING
            MOVE 2 TO Wno_niveau
            PERFORM ECRIRE_NOTIFICATION
            DISPLAY "Déclassement ouvert. Dépendances à relocaliser :"
            PERFORM DCL_EDITER_DEPENDANCES
        END-IF.

        DCL_RAPPORT_DEPENDANCES.
        PERFORM DCL_SAISIR_LIEU
        PERFORM DCL_PROPOSER_DESTINATION
        MOVE Wdcl_proposition TO Wdcl_destination
        PERFORM DCL_LIRE_DECLASSEMENT
        PERFORM DCL_EDITER_DEPENDANCES.

        DCL_EDITER_DEPENDANCES.
        MOVE "DECLASSEMENT" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        STRING "Dépendances du lieu " DELIMITED BY SIZE
            Wdcl_lieu DELIMITED BY SPACE
            " (destination proposée : " DELIMITED BY SIZE
            Wdcl_destination DELIMITED BY SPACE
            ") :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 1 TO Wdcl_mode
        PERFORM DCL_INVENTAIRE
        IF Wdcl_nbDep = 0 THEN
            MOVE "  Aucune dépendance : le déclassement peut être achevé."
                TO Wsp_ligne
        ELSE
            STRING "  " DELIMITED BY SIZE
                Wdcl_nbDep DELIMITED BY SIZE
                " dépendance(s) à résoudre avant d'achever le"
                DELIMITED BY SIZE
                " déclassement." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        DCL_INVENTAIRE.
        MOVE 0 TO Wdcl_nbDep
        MOVE 0 TO Wdcl_nb
        ACCEPT Wdcl_aujourdhui FROM DATE YYYYMMDD
        PERFORM DCL_SCAN_VAISSEAUX
        PERFORM DCL_SCAN_ENTREPOTS
        PERFORM DCL_SCAN_RESERVATIONS
        PERFORM DCL_SCAN_MISSIONS
        PERFORM DCL_SCAN_ETAPES
        PERFORM DCL_SCAN_PROJETS
        PERFORM DCL_SCAN_ENFANTS.

        DCL_DEPENDANCE.
        ADD 1 TO Wdcl_nbDep
        PERFORM DCL_LIBELLE_CATEGORIE
        EVALUATE Wdcl_mode
            WHEN 1
                IF Wdcl_proposition = SPACES THEN
                    MOVE "(aucun lieu parent)" TO Wdcl_proposition
                END-IF
                STRING "  " DELIMITED BY SIZE
                    Wdcl_categorieECR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wdcl_ident DELIMITED BY "  "
                    " -> proposé : " DELIMITED BY SIZE
                    Wdcl_proposition DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            WHEN 3
                IF Wdcl_nb < 200 THEN
                    ADD 1 TO Wdcl_nb
                    MOVE Wdcl_cat TO Wdcl_tCat(Wdcl_nb)
                    MOVE Wdcl_nom TO Wdcl_tNom(Wdcl_nb)
                    MOVE Wdcl_date TO Wdcl_tDate(Wdcl_nb)
                    MOVE Wdcl_id TO Wdcl_tId(Wdcl_nb)
                    MOVE Wdcl_seq TO Wdcl_tSeq(Wdcl_nb)
                    MOVE Wdcl_ident TO Wdcl_tIdent(Wdcl_nb)
                    MOVE Wdcl_proposition TO Wdcl_tProposition(Wdcl_nb)
                END-IF
        END-EVALUATE.

        DCL_LIBELLE_CATEGORIE.
        EVALUATE Wdcl_cat
            WHEN 1 MOVE "[Vaisseau]" TO Wdcl_categorieECR
            WHEN 2 MOVE "[Entrepôt]" TO Wdcl_categorieECR
            WHEN 3 MOVE "[Réservation]" TO Wdcl_categorieECR
            WHEN 4 MOVE "[Mission]" TO Wdcl_categorieECR
            WHEN 5 MOVE "[Étape]" TO Wdcl_categorieECR
            WHEN 6 MOVE "[Projet]" TO Wdcl_categorieECR
            WHEN 7 MOVE "[Lieu rattaché]" TO Wdcl_categorieECR
        END-EVALUATE.

        DCL_SCAN_VAISSEAUX.
        MOVE 1 TO Wdcl_cat
        OPEN INPUT Fvaisseaux
        MOVE Wdcl_lieu TO fv_nomLieu
        START Fvaisseaux, KEY IS = fv_nomLieu
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Fvaisseaux NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF fv_nomLieu NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF fv_actif = 1 THEN
                            MOVE fv_nomVaisseau TO Wdcl_nom
                            MOVE SPACES TO Wdcl_ident
                            STRING fv_nomVaisseau DELIMITED BY SPACE
                                " (à quai)" DELIMITED BY SIZE
                                INTO Wdcl_ident
                            END-STRING
                            MOVE Wdcl_destination TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvaisseaux.

        DCL_SCAN_ENTREPOTS.
        MOVE 2 TO Wdcl_cat
        OPEN INPUT Fentrepots
        MOVE Wdcl_lieu TO fen_nomLieu
        START Fentrepots, KEY IS = fen_nomLieu
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Fentrepots NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF fen_nomLieu NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF fen_actif = 1 AND fen_quantite > 0 THEN
                            MOVE fen_nomArticle TO Wdcl_nom
                            MOVE SPACES TO Wdcl_ident
                            STRING fen_nomArticle DELIMITED BY "  "
                                " (" DELIMITED BY SIZE
                                fen_quantite DELIMITED BY SIZE
                                " en stock)" DELIMITED BY SIZE
                                INTO Wdcl_ident
                            END-STRING
                            MOVE Wdcl_destination TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fentrepots.

        DCL_SCAN_RESERVATIONS.
        MOVE 3 TO Wdcl_cat
        OPEN INPUT Freservations
        MOVE Wdcl_lieu TO frq_nomLieu
        MOVE 0 TO frq_dateArrivee
        MOVE SPACES TO frq_nomVaisseau
        START Freservations, KEY IS >= frq_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Freservations NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF frq_nomLieu NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF frq_actif = 1 AND
                           frq_dateArrivee >= Wdcl_aujourdhui THEN
                            MOVE frq_nomVaisseau TO Wdcl_nom
                            MOVE frq_dateArrivee TO Wdcl_date
                            MOVE SPACES TO Wdcl_ident
                            STRING frq_nomVaisseau DELIMITED BY SPACE
                                " attendu le " DELIMITED BY SIZE
                                frq_dateArrivee DELIMITED BY SIZE
                                INTO Wdcl_ident
                            END-STRING
                            MOVE Wdcl_destination TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freservations.

        DCL_SCAN_MISSIONS.
        MOVE 4 TO Wdcl_cat
        OPEN INPUT Fmissions
        MOVE Wdcl_lieu TO fm_nomLieu
        START Fmissions, KEY IS = fm_nomLieu
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Fmissions NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF fm_nomLieu NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF fm_actif = 1 AND
                           (fm_planifiee OR fm_enCours) THEN
                            MOVE fm_idMission TO Wdcl_id
                            MOVE SPACES TO Wdcl_ident
                            STRING "n°" DELIMITED BY SIZE
                                fm_idMission DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                fm_description DELIMITED BY "  "
                                INTO Wdcl_ident
                            END-STRING
                            MOVE Wdcl_destination TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fmissions.

        DCL_SCAN_ETAPES.
        MOVE 5 TO Wdcl_cat
        OPEN INPUT Fetapes
        MOVE 0 TO Wdcl_finD
        PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
            READ Fetapes NEXT
            AT END MOVE 1 TO Wdcl_finD
            NOT AT END
                IF fet_actif = 1 AND fet_prevue AND
                   (fet_nomLieu = Wdcl_lieu OR
                    fet_lieuRepli = Wdcl_lieu) THEN
                    MOVE fet_idMission TO Wdcl_id
                    MOVE fet_seq TO Wdcl_seq
                    MOVE SPACES TO Wdcl_ident
                    IF fet_nomLieu = Wdcl_lieu THEN
                        STRING "mission " DELIMITED BY SIZE
                            fet_idMission DELIMITED BY SIZE
                            " étape " DELIMITED BY SIZE
                            fet_seq DELIMITED BY SIZE
                            INTO Wdcl_ident
                        END-STRING
                    ELSE
                        STRING "mission " DELIMITED BY SIZE
                            fet_idMission DELIMITED BY SIZE
                            " étape " DELIMITED BY SIZE
                            fet_seq DELIMITED BY SIZE
                            " (lieu de repli)" DELIMITED BY SIZE
                            INTO Wdcl_ident
                        END-STRING
                    END-IF
                    MOVE Wdcl_destination TO Wdcl_proposition
                    PERFORM DCL_DEPENDANCE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fetapes.

        DCL_SCAN_PROJETS.
        MOVE 6 TO Wdcl_cat
        OPEN INPUT Fprojets
        MOVE Wdcl_lieu TO fpj_nomLieu
        START Fprojets, KEY IS = fpj_nomLieu
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Fprojets NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF fpj_nomLieu NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF fpj_actif = 1 AND NOT fpj_acheve THEN
                            MOVE fpj_idProjet TO Wdcl_id
                            MOVE SPACES TO Wdcl_ident
                            STRING "n°" DELIMITED BY SIZE
                                fpj_idProjet DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                fpj_libelle DELIMITED BY "  "
                                INTO Wdcl_ident
                            END-STRING
                            MOVE Wdcl_destination TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fprojets.

        DCL_SCAN_ENFANTS.
        MOVE 7 TO Wdcl_cat
        OPEN INPUT Flieux
        MOVE Wdcl_lieu TO fl_lieuParent
        START Flieux, KEY IS = fl_lieuParent
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdcl_finD
            PERFORM WITH TEST AFTER UNTIL Wdcl_finD = 1
                READ Flieux NEXT
                AT END MOVE 1 TO Wdcl_finD
                NOT AT END
                    IF fl_lieuParent NOT = Wdcl_lieu THEN
                        MOVE 1 TO Wdcl_finD
                    ELSE
                        IF fl_actif = 1 THEN
                            MOVE fl_nomLieu TO Wdcl_nom
                            MOVE fl_nomLieu TO Wdcl_ident
                            MOVE Wdcl_parent TO Wdcl_proposition
                            PERFORM DCL_DEPENDANCE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Flieux.

        DCL_RELOCALISER.
        PERFORM DCL_SAISIR_LIEU
        PERFORM DCL_LIRE_DECLASSEMENT
        IF Wdcl_trouve = 0 THEN
            DISPLAY "Aucun déclassement en cours pour ce lieu."
        ELSE
            PERFORM DCL_PROPOSER_DESTINATION
            MOVE 3 TO Wdcl_mode
            PERFORM DCL_INVENTAIRE
            MOVE 0 TO Wdcl_resolus
            IF Wdcl_nb = 0 THEN
                DISPLAY "Aucune dépendance à relocaliser."
            END-IF
            PERFORM VARYING Wdcl_i FROM 1 BY 1 UNTIL Wdcl_i > Wdcl_nb
                PERFORM DCL_RELOCALISER_ELEMENT
            END-PERFORM
            IF Wdcl_nbDep > Wdcl_nb THEN
                DISPLAY "Les dépendances restantes seront proposées au",
" prochain passage."
            END-IF
            DISPLAY Wdcl_resolus, " dépendance(s) relocalisée(s) sur ",
Wdcl_nbDep, "."
        END-IF.

        DCL_RELOCALISER_ELEMENT.
        MOVE Wdcl_tCat(Wdcl_i) TO Wdcl_cat
        PERFORM DCL_LIBELLE_CATEGORIE
        DISPLAY ' '
        DISPLAY Wdcl_categorieECR, " ", Wdcl_tIdent(Wdcl_i)
        IF Wdcl_tProposition(Wdcl_i) = SPACES THEN
            DISPLAY "Proposé : rattacher au niveau supérieur (aucun",
" lieu parent)"
        ELSE
            DISPLAY "Proposé : ", Wdcl_tProposition(Wdcl_i)
        END-IF
        DISPLAY "Entrée : accepter // N : laisser en l'état // ou nom",
" d'un autre lieu"
        MOVE 0 TO Wdcl_ok
        PERFORM WITH TEST AFTER UNTIL Wdcl_ok > 0
            MOVE SPACES TO Wdcl_saisie
            ACCEPT Wdcl_saisie
            IF Wdcl_saisie = "N" OR Wdcl_saisie = "n" THEN
                MOVE 2 TO Wdcl_ok
            ELSE
                IF Wdcl_saisie = SPACES THEN
                    MOVE Wdcl_tProposition(Wdcl_i) TO Wdcl_cible
                ELSE
                    MOVE FUNCTION LOWER-CASE(Wdcl_saisie) TO Wdcl_cible
                END-IF
                IF Wdcl_cible = SPACES AND Wdcl_cat NOT = 7 THEN
                    DISPLAY "Une destination est obligatoire :"
                ELSE
                    PERFORM DCL_VALIDER_CIBLE
                    IF Wdcl_ok = 1 THEN
                        EVALUATE Wdcl_cat
                            WHEN 1 PERFORM DCL_RELOC_VAISSEAU
                            WHEN 2 PERFORM DCL_RELOC_ENTREPOT
                            WHEN 3 PERFORM DCL_RELOC_RESERVATION
                            WHEN 4 PERFORM DCL_RELOC_MISSION
                            WHEN 5 PERFORM DCL_RELOC_ETAPE
                            WHEN 6 PERFORM DCL_RELOC_PROJET
                            WHEN 7 PERFORM DCL_RELOC_ENFANT
                        END-EVALUATE
                    END-IF
                    IF Wdcl_ok = 0 THEN
                        DISPLAY "Ressaisissez :"
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF Wdcl_ok = 1 THEN
            ADD 1 TO Wdcl_resolus
            MOVE "LIEUX" TO Wau_module
            MOVE "RELOCALISE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wdcl_lieu DELIMITED BY SPACE
                " > " DELIMITED BY SIZE
                Wdcl_cible DELIMITED BY SPACE
                " : " DELIMITED BY SIZE
                Wdcl_tIdent(Wdcl_i) DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        DCL_RELOC_VAISSEAU.
        MOVE 0 TO Wvh_depotDest
        OPEN I-O Fvaisseaux
        MOVE Wdcl_tNom(Wdcl_i) TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            OPEN INPUT Flieux
            MOVE Wdcl_cible TO fl_nomLieu
            READ Flieux
            INVALID KEY
                MOVE 0 TO Wdcl_ok
            NOT INVALID KEY
                MOVE fl_depotCarburant TO Wvh_depotDest
                MOVE Wdcl_cible TO Wfm_lieu
                MOVE fv_nomLieu TO Wfd_lieuA
                MOVE Wdcl_cible TO Wfd_lieuB
                PERFORM VERIF_CARBURANT_TRAJET
                ACCEPT Wqa_date FROM DATE YYYYMMDD
                PERFORM VERIFIER_QUAI_LIEU
                MOVE fv_nomVaisseau TO Wcs_nomVaisseau
                PERFORM COMPOSANTS_BLOQUANTS
                IF Wcarb_manque = 1 OR Wqa_ok = 0
                OR Wcs_bloque = 1 THEN
                    MOVE 0 TO Wdcl_ok
                    MOVE 0 TO Wvh_depotDest
                    DISPLAY "Déplacement refusé."
                ELSE
                    MOVE fv_nomLieu TO Wvh_lieuDepart
                    PERFORM ENREGISTRER_VOYAGE_VAISSEAU
                    MOVE Wdcl_cible TO fv_nomLieu
                    MOVE Wvh_date TO fv_dateArrivee
                    REWRITE vTampon END-REWRITE
                    IF fv_stat NOT = 00 THEN
                        MOVE fv_stat TO Wchk_stat
                        MOVE "Fvaisseaux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                END-IF
            END-READ
            CLOSE Flieux
        END-READ
        CLOSE Fvaisseaux.

        DCL_RELOC_ENTREPOT.
        OPEN I-O Fentrepots
        MOVE Wdcl_lieu TO fen_nomLieu
        MOVE Wdcl_tNom(Wdcl_i) TO fen_nomArticle
        READ Fentrepots
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE fen_quantite TO Wdcl_qte
            MOVE fen_categorie TO Wdcl_categorie
            DELETE Fentrepots END-DELETE
            MOVE Wdcl_cible TO fen_nomLieu
            MOVE Wdcl_tNom(Wdcl_i) TO fen_nomArticle
            READ Fentrepots
            INVALID KEY
                MOVE Wdcl_categorie TO fen_categorie
                MOVE Wdcl_qte TO fen_quantite
                MOVE 1 TO fen_actif
                WRITE enTampon END-WRITE
            NOT INVALID KEY
                IF fen_actif = 0 THEN
                    MOVE Wdcl_qte TO fen_quantite
                    MOVE 1 TO fen_actif
                ELSE
                    ADD Wdcl_qte TO fen_quantite
                END-IF
                REWRITE enTampon END-REWRITE
            END-READ
            IF fen_stat NOT = 00 THEN
                MOVE fen_stat TO Wchk_stat
                MOVE "Fentrepots" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fentrepots.

        DCL_RELOC_RESERVATION.
        OPEN INPUT Flieux
        MOVE Wdcl_cible TO fl_nomLieu
        READ Flieux
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE Wdcl_cible TO Wfm_lieu
            MOVE Wdcl_tDate(Wdcl_i) TO Wqa_date
            PERFORM VERIFIER_QUAI_LIEU
            IF Wqa_ok = 0 THEN
                MOVE 0 TO Wdcl_ok
                DISPLAY "Réservation non transférable : choisissez un",
" autre lieu."
            END-IF
        END-READ
        CLOSE Flieux
        IF Wdcl_ok = 1 THEN
            PERFORM DCL_TRANSFERER_RESERVATION
        END-IF.

        DCL_TRANSFERER_RESERVATION.
        OPEN I-O Freservations
        MOVE Wdcl_lieu TO frq_nomLieu
        MOVE Wdcl_tDate(Wdcl_i) TO frq_dateArrivee
        MOVE Wdcl_tNom(Wdcl_i) TO frq_nomVaisseau
        READ Freservations
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE rqTampon TO Wdcl_sauve
            MOVE Wdcl_cible TO frq_nomLieu
            WRITE rqTampon
                INVALID KEY
                    MOVE 0 TO Wdcl_ok
                    DISPLAY "Une réservation existe déjà à cette date",
" pour ce vaisseau à destination."
            END-WRITE
            IF Wdcl_ok = 1 THEN
                MOVE Wdcl_sauve TO rqTampon
                MOVE 0 TO frq_actif
                REWRITE rqTampon END-REWRITE
                IF frq_stat NOT = 00 THEN
                    MOVE frq_stat TO Wchk_stat
                    MOVE "Freservations" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-IF
        END-READ
        CLOSE Freservations.

        DCL_RELOC_MISSION.
        OPEN I-O Fmissions
        MOVE Wdcl_tId(Wdcl_i) TO fm_idMission
        READ Fmissions
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE Wdcl_cible TO fm_nomLieu
            REWRITE mTampon END-REWRITE
            IF fm_stat NOT = 00 THEN
                MOVE fm_stat TO Wchk_stat
                MOVE "Fmissions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fmissions.

        DCL_RELOC_ETAPE.
        OPEN I-O Fetapes
        MOVE Wdcl_tId(Wdcl_i) TO fet_idMission
        MOVE Wdcl_tSeq(Wdcl_i) TO fet_seq
        READ Fetapes
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            IF fet_nomLieu = Wdcl_lieu THEN
                MOVE Wdcl_cible TO fet_nomLieu
            END-IF
            IF fet_lieuRepli = Wdcl_lieu THEN
                MOVE Wdcl_cible TO fet_lieuRepli
            END-IF
            REWRITE etTampon END-REWRITE
            IF fet_stat NOT = 00 THEN
                MOVE fet_stat TO Wchk_stat
                MOVE "Fetapes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fetapes.

        DCL_RELOC_PROJET.
        OPEN I-O Fprojets
        MOVE Wdcl_tId(Wdcl_i) TO fpj_idProjet
        READ Fprojets
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE Wdcl_cible TO fpj_nomLieu
            REWRITE pjTampon END-REWRITE
            IF fpj_stat NOT = 00 THEN
                MOVE fpj_stat TO Wchk_stat
                MOVE "Fprojets" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fprojets.

        DCL_RELOC_ENFANT.
        OPEN I-O Flieux
        MOVE Wdcl_tNom(Wdcl_i) TO fl_nomLieu
        READ Flieux
        INVALID KEY
            MOVE 0 TO Wdcl_ok
        NOT INVALID KEY
            MOVE Wdcl_cible TO fl_lieuParent
            REWRITE lTampon END-REWRITE
            IF fl_stat NOT = 00 THEN
                MOVE fl_stat TO Wchk_stat
                MOVE "Flieux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Flieux.

        DCL_ACHEVER.
        PERFORM DCL_SAISIR_LIEU
        PERFORM DCL_LIRE_DECLASSEMENT
        IF Wdcl_trouve = 0 THEN
            DISPLAY "Aucun déclassement en cours pour ce lieu."
        ELSE
            PERFORM DCL_PROPOSER_DESTINATION
            MOVE 2 TO Wdcl_mode
            PERFORM DCL_INVENTAIRE
            IF Wdcl_nbDep > 0 THEN
                DISPLAY "Déclassement impossible : ", Wdcl_nbDep,
" dépendance(s) non résolue(s). Consultez la liste des dépendances."
            ELSE
                MOVE "lieux.dat" TO Wsauv_src
                PERFORM SAUVEGARDE_FICHIER
                OPEN I-O Flieux
                MOVE Wdcl_lieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Flieux" TO Wji_fichier
                    MOVE fl_nomLieu TO Wji_cle
                    MOVE lTampon TO Wji_image
                    PERFORM JOURNALISER_IMAGE
                    MOVE 0 TO fl_actif
                    REWRITE lTampon END-REWRITE
                    IF fl_stat NOT = 00 THEN
                        MOVE fl_stat TO Wchk_stat
                        MOVE "Flieux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                END-READ
                CLOSE Flieux
                OPEN I-O Fdeclassements
                MOVE Wdcl_lieu TO fdl_nomLieu
                READ Fdeclassements
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 2 TO fdl_statut
                    MOVE Wdcl_aujourdhui TO fdl_dateFin
                    MOVE Wop_id TO fdl_opFin
                    REWRITE dlTampon END-REWRITE
                    IF fdl_stat NOT = 00 THEN
                        MOVE fdl_stat TO Wchk_stat
                        MOVE "Fdeclassements" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                END-READ
                CLOSE Fdeclassements
                MOVE "LIEUX" TO Wau_module
                MOVE "DECLASSE" TO Wau_action
                MOVE Wdcl_lieu TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                MOVE Wdcl_aujourdhui TO Wno_date
                MOVE SPACES TO Wno_message
                STRING "Lieu " DELIMITED BY SIZE
                    Wdcl_lieu DELIMITED BY SPACE
                    " déclassé par " DELIMITED BY SIZE
                    Wop_id DELIMITED BY SPACE
                    INTO Wno_message
                END-STRING
                MOVE 2 TO Wno_niveau
                PERFORM ECRIRE_NOTIFICATION
                DISPLAY "Lieu ", Wdcl_lieu, " déclassé."
            END-IF
        END-IF.

        DCL_SUIVI.
        MOVE "SUIVIDECLAS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Suivi des déclassements de lieux :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        ACCEPT Wdcl_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wdcl_count
        OPEN INPUT Fdeclassements
        MOVE 0 TO Wdcl_fin
        PERFORM WITH TEST AFTER UNTIL Wdcl_fin = 1
            READ Fdeclassements NEXT
            AT END MOVE 1 TO Wdcl_fin
            NOT AT END
                ADD 1 TO Wdcl_count
                PERFORM DCL_SUIVI_LIGNE
            END-READ
        END-PERFORM
        CLOSE Fdeclassements
        IF Wdcl_count = 0 THEN
            MOVE "  Aucun déclassement enregistré." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        DCL_SUIVI_LIGNE.
        MOVE SPACES TO Wdcl_echeanceECR
        EVALUATE TRUE
            WHEN fdl_enCours
                MOVE "En cours" TO Wdcl_statutECR
                IF Wdcl_aujourdhui > fdl_dateCible THEN
                    MOVE "ÉCHÉANCE DÉPASSÉE" TO Wdcl_echeanceECR
                END-IF
            WHEN fdl_termine
                MOVE "Achevé" TO Wdcl_statutECR
            WHEN OTHER
                MOVE "Annulé" TO Wdcl_statutECR
        END-EVALUATE
        STRING "  " DELIMITED BY SIZE
            fdl_nomLieu DELIMITED BY SPACE
            " : " DELIMITED BY SIZE
            Wdcl_statutECR DELIMITED BY "  "
            ", date cible " DELIMITED BY SIZE
            fdl_dateCible DELIMITED BY SIZE
            ", destination " DELIMITED BY SIZE
            fdl_destination DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            Wdcl_echeanceECR DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF fdl_enCours THEN
            MOVE fdl_nomLieu TO Wdcl_lieu
            MOVE fdl_destination TO Wdcl_destination
            MOVE 2 TO Wdcl_mode
            PERFORM DCL_INVENTAIRE
            STRING "      dépendance(s) restante(s) : " DELIMITED BY SIZE
                Wdcl_nbDep DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        DCL_ANNULER.
        PERFORM DCL_SAISIR_LIEU
        OPEN I-O Fdeclassements
        MOVE Wdcl_lieu TO fdl_nomLieu
        READ Fdeclassements
        INVALID KEY
            DISPLAY "Aucun déclassement en cours pour ce lieu."
        NOT INVALID KEY
            IF NOT fdl_enCours THEN
                DISPLAY "Aucun déclassement en cours pour ce lieu."
            ELSE
                MOVE 3 TO fdl_statut
                MOVE Wdcl_aujourdhui TO fdl_dateFin
                MOVE Wop_id TO fdl_opFin
                REWRITE dlTampon END-REWRITE
                IF fdl_stat NOT = 00 THEN
                    MOVE fdl_stat TO Wchk_stat
                    MOVE "Fdeclassements" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "LIEUX" TO Wau_module
                MOVE "DECLANNULE" TO Wau_action
                MOVE Wdcl_lieu TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Déclassement annulé."
            END-IF
        END-READ
        CLOSE Fdeclassements.

        TABLEAU_MOUVEMENTS_LIEU.
        DISPLAY "Nom du lieu ?"
        ACCEPT Wtb_lieu2
        MOVE FUNCTION LOWER-CASE(Wtb_lieu2) TO Wtb_lieu
        MOVE 0 TO Wtb_ok
        OPEN INPUT Flieux
        MOVE Wtb_lieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            DISPLAY "Lieu inexistant !"
        NOT INVALID KEY
            IF fl_actif = 0 THEN
                DISPLAY "Lieu inexistant !"
            ELSE
                MOVE 1 TO Wtb_ok
                MOVE fl_capaciteQuai TO Wtb_capaciteQuai
            END-IF
        END-READ
        CLOSE Flieux
        IF Wtb_ok = 1 THEN
            DISPLAY "Du (AAAAMMJJ) ?"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wtb_debut
            DISPLAY "Au (AAAAMMJJ) ?"
            MOVE 0 TO Wtb_fin
            PERFORM WITH TEST AFTER UNTIL Wtb_fin >= Wtb_debut
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wtb_fin
                IF Wtb_fin < Wtb_debut THEN
                    DISPLAY "La date de fin précède la date de début,",
" ressaisissez :"
                END-IF
            END-PERFORM
            MOVE "MOUVEMENTS" TO Wsp_nomRapport
            PERFORM DEBUT_RAPPORT
            PERFORM TB_CONSTRUIRE
            PERFORM TB_EDITER
            PERFORM FIN_RAPPORT
        END-IF.

        MOUVEMENTS_QUAI_BATCH.
        ACCEPT Wtb_debut FROM DATE YYYYMMDD
        MOVE Wtb_debut TO Wtb_fin
        MOVE 0 TO Wtb_nbLieux
        MOVE SPACES TO Wtb_dernier
        MOVE 0 TO Wtb_finL
        PERFORM WITH TEST AFTER UNTIL Wtb_finL = 1
            MOVE 0 TO Wtb_ok
            OPEN INPUT Flieux
            MOVE Wtb_dernier TO fl_nomLieu
            START Flieux, KEY IS > fl_nomLieu
            INVALID KEY
                MOVE 1 TO Wtb_finL
            NOT INVALID KEY
                READ Flieux NEXT
                AT END MOVE 1 TO Wtb_finL
                NOT AT END
                    MOVE fl_nomLieu TO Wtb_dernier
                    IF fl_actif = 1 THEN
                        MOVE 1 TO Wtb_ok
                        MOVE fl_nomLieu TO Wtb_lieu
                        MOVE fl_capaciteQuai TO Wtb_capaciteQuai
                    END-IF
                END-READ
            END-START
            CLOSE Flieux
            IF Wtb_ok = 1 THEN
                PERFORM TB_CONSTRUIRE
                IF Wtb_nb > 0 THEN
                    ADD 1 TO Wtb_nbLieux
                    MOVE 0 TO Wsp_actifSpool
                    PERFORM DEBUT_PAGINATION
                    MOVE SPACES TO Wsp_nomRapport
                    STRING "MVT_" DELIMITED BY SIZE
                        Wtb_lieu(1:9) DELIMITED BY SPACE
                        INTO Wsp_nomRapport
                    END-STRING
                    PERFORM OUVRIR_SPOOL
                    PERFORM TB_EDITER
                    PERFORM FIN_RAPPORT
                END-IF
            END-IF
        END-PERFORM
        DISPLAY "Tableaux des mouvements : ", Wtb_nbLieux,
" lieu(x) avec mouvement(s) ce jour."
        MOVE Wtb_nbLieux TO Wbat_traites.

        TB_CONSTRUIRE.
        MOVE 0 TO Wtb_nb
        MOVE 0 TO Wtb_depasse
        PERFORM TB_RESERVATIONS
        PERFORM TB_MISSIONS
        PERFORM TB_EQUIPES
        PERFORM TB_ARRIVEES_REELLES
        PERFORM TB_DEPARTS_REELS
        PERFORM TB_PASSAGERS.

        TB_AJOUTER.
        MOVE 0 TO Wtb_j
        IF Wtb_source = 2 THEN
            PERFORM VARYING Wtb_i FROM 1 BY 1 UNTIL Wtb_i > Wtb_nb
                IF Wtb_tNav(Wtb_i) = Wtb_nav AND
                   Wtb_tSens(Wtb_i) = Wtb_sens AND
                   Wtb_tMission(Wtb_i) = 0 AND Wtb_j = 0 THEN
                    COMPUTE Wtb_ecart =
                        FUNCTION INTEGER-OF-DATE(Wtb_tPrevue(Wtb_i))
                        - FUNCTION INTEGER-OF-DATE(Wtb_prevue)
                    IF Wtb_ecart < 0 THEN
                        COMPUTE Wtb_ecart = 0 - Wtb_ecart
                    END-IF
                    IF Wtb_ecart <= 2 THEN
                        MOVE Wtb_i TO Wtb_j
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF Wtb_j > 0 THEN
            MOVE Wtb_mission TO Wtb_tMission(Wtb_j)
        ELSE
            IF Wtb_nb < 300 THEN
                ADD 1 TO Wtb_nb
                MOVE Wtb_sens TO Wtb_tSens(Wtb_nb)
                MOVE Wtb_nav TO Wtb_tNav(Wtb_nb)
                MOVE Wtb_mission TO Wtb_tMission(Wtb_nb)
                MOVE 0 TO Wtb_tEquipe(Wtb_nb)
                MOVE 0 TO Wtb_tPassagers(Wtb_nb)
                MOVE Wtb_prevue TO Wtb_tPrevue(Wtb_nb)
                MOVE Wtb_reelle TO Wtb_tReelle(Wtb_nb)
                MOVE 99999 TO Wtb_tEcartMin(Wtb_nb)
                MOVE Wtb_resa TO Wtb_tResa(Wtb_nb)
                MOVE Wtb_source TO Wtb_tSource(Wtb_nb)
                MOVE 0 TO Wtb_tImprime(Wtb_nb)
            ELSE
                MOVE 1 TO Wtb_depasse
            END-IF
        END-IF.

        TB_RESERVATIONS.
        MOVE 1 TO Wtb_source
        MOVE 1 TO Wtb_resa
        MOVE 0 TO Wtb_mission
        MOVE 0 TO Wtb_reelle
        OPEN INPUT Freservations
        MOVE Wtb_lieu TO frq_nomLieu
        MOVE 0 TO frq_dateArrivee
        MOVE SPACES TO frq_nomVaisseau
        START Freservations, KEY IS >= frq_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wtb_finR
            PERFORM WITH TEST AFTER UNTIL Wtb_finR = 1
                READ Freservations NEXT
                AT END MOVE 1 TO Wtb_finR
                NOT AT END
                    IF frq_nomLieu NOT = Wtb_lieu THEN
                        MOVE 1 TO Wtb_finR
                    ELSE
                        IF frq_actif = 1 THEN
                            MOVE frq_nomVaisseau TO Wtb_nav
                            IF frq_dateArrivee >= Wtb_debut AND
                               frq_dateArrivee <= Wtb_fin THEN
                                MOVE "ARR" TO Wtb_sens
                                MOVE frq_dateArrivee TO Wtb_prevue
                                PERFORM TB_AJOUTER
                            END-IF
                            IF frq_jours > 0 THEN
                                COMPUTE Wtb_prevue =
                                    FUNCTION DATE-OF-INTEGER(
                                    FUNCTION INTEGER-OF-DATE
                                        (frq_dateArrivee)
                                    + frq_jours)
                                IF Wtb_prevue >= Wtb_debut AND
                                   Wtb_prevue <= Wtb_fin THEN
                                    MOVE "DEP" TO Wtb_sens
                                    PERFORM TB_AJOUTER
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freservations.

        TB_MISSIONS.
        MOVE 2 TO Wtb_source
        MOVE 0 TO Wtb_resa
        MOVE 0 TO Wtb_reelle
        OPEN INPUT Fmissions
        MOVE 0 TO Wtb_finM
        PERFORM WITH TEST AFTER UNTIL Wtb_finM = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wtb_finM
            NOT AT END
                IF fm_actif = 1 AND NOT fm_annulee AND
                   fm_dateDebut > 0 AND fm_dateDebut <= Wtb_fin THEN
                    PERFORM TB_HORAIRE_MISSION
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions.

        TB_HORAIRE_MISSION.
        MOVE fm_idMission TO Wtb_mission
        MOVE fm_idMission TO Wfm_idMission
        PERFORM CALENDRIER_NAVIRE_MISSION
        IF Wcal_nav NOT = SPACES AND Wcal_vitesse > 0 THEN
            MOVE Wcal_nav TO Wtb_nav
            MOVE Wcal_lieu TO Wtb_position
            MOVE 0 TO Wtb_perdu
            COMPUTE Wtb_int = FUNCTION INTEGER-OF-DATE(fm_dateDebut)
            IF Wtb_position = Wtb_lieu THEN
                MOVE "DEP" TO Wtb_sens
                MOVE fm_dateDebut TO Wtb_prevue
                PERFORM TB_AJOUTER_SI_PERIODE
            END-IF
            OPEN INPUT Fetapes
            MOVE fm_idMission TO fet_idMission
            START Fetapes, KEY IS = fet_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wtb_finE
                PERFORM WITH TEST AFTER UNTIL Wtb_finE = 1
                    READ Fetapes NEXT
                    AT END MOVE 1 TO Wtb_finE
                    NOT AT END
                        IF fet_idMission NOT = Wtb_mission THEN
                            MOVE 1 TO Wtb_finE
                        ELSE
                            IF fet_actif = 1 AND NOT fet_annulee AND
                               Wtb_perdu = 0 THEN
                                MOVE fet_nomLieu TO Wcal_lieu
                                PERFORM TB_ESCALE
                                IF fet_nomLieu = Wtb_lieu AND
                                   Wtb_perdu = 0 THEN
                                    ADD fet_dureePrevue TO Wtb_int
                                    MOVE "DEP" TO Wtb_sens
                                    COMPUTE Wtb_prevue =
                                        FUNCTION DATE-OF-INTEGER(Wtb_int)
                                    PERFORM TB_AJOUTER_SI_PERIODE
                                ELSE
                                    ADD fet_dureePrevue TO Wtb_int
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fetapes
            IF Wtb_perdu = 0 AND Wtb_position NOT = fm_nomLieu THEN
                MOVE fm_nomLieu TO Wcal_lieu
                PERFORM TB_ESCALE
            END-IF
        END-IF.

        TB_ESCALE.
        MOVE Wtb_position TO Wfd_lieuA
        MOVE Wcal_lieu TO Wfd_lieuB
        PERFORM OBTENIR_DISTANCE_LIEUX
        IF Wfd_trouve = 1 THEN
            COMPUTE Wtb_jours =
                (Wfd_distance + Wcal_vitesse - 1) / Wcal_vitesse
            ADD Wtb_jours TO Wtb_int
            IF Wcal_lieu = Wtb_lieu THEN
                MOVE "ARR" TO Wtb_sens
                COMPUTE Wtb_prevue = FUNCTION DATE-OF-INTEGER(Wtb_int)
                PERFORM TB_AJOUTER_SI_PERIODE
            END-IF
            MOVE Wcal_lieu TO Wtb_position
        ELSE
            MOVE 1 TO Wtb_perdu
        END-IF.

        TB_AJOUTER_SI_PERIODE.
        IF Wtb_prevue >= Wtb_debut AND Wtb_prevue <= Wtb_fin THEN
            PERFORM TB_AJOUTER
        END-IF.

        TB_EQUIPES.
        OPEN INPUT Fequipes
        PERFORM VARYING Wtb_i FROM 1 BY 1 UNTIL Wtb_i > Wtb_nb
            MOVE Wtb_tNav(Wtb_i) TO fe_nomVaisseau
            START Fequipes, KEY IS = fe_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wtb_finE
                PERFORM WITH TEST AFTER UNTIL Wtb_finE = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wtb_finE
                    NOT AT END
                        IF fe_nomVaisseau NOT = Wtb_tNav(Wtb_i) THEN
                            MOVE 1 TO Wtb_finE
                        ELSE
                            IF fe_actif = 1 THEN
                                IF Wtb_tMission(Wtb_i) = 0 OR
                                   fe_idMission = Wtb_tMission(Wtb_i)
                                THEN
                                    MOVE fe_idEquipe TO Wtb_tEquipe(Wtb_i)
                                    IF Wtb_tMission(Wtb_i) = 0 THEN
                                        MOVE fe_idMission
                                            TO Wtb_tMission(Wtb_i)
                                    END-IF
                                    MOVE 1 TO Wtb_finE
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-PERFORM
        CLOSE Fequipes.

        TB_ARRIVEES_REELLES.
        MOVE 3 TO Wtb_source
        MOVE 0 TO Wtb_resa
        MOVE 0 TO Wtb_mission
        MOVE 0 TO Wtb_prevue
        MOVE "ARR" TO Wtb_sens
        OPEN INPUT Farrivees
        MOVE 0 TO Wtb_finR
        PERFORM WITH TEST AFTER UNTIL Wtb_finR = 1
            READ Farrivees NEXT
            AT END MOVE 1 TO Wtb_finR
            NOT AT END
                IF fta_nomLieu = Wtb_lieu THEN
                    MOVE fta_nomVaisseau TO Wtb_nav
                    MOVE fta_dateArrivee TO Wtb_date
                    PERFORM TB_RAPPROCHER
                    IF Wtb_ok = 0 AND Wtb_date >= Wtb_debut AND
                       Wtb_date <= Wtb_fin THEN
                        MOVE Wtb_date TO Wtb_reelle
                        PERFORM TB_AJOUTER
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Farrivees.

        TB_DEPARTS_REELS.
        MOVE "DEP" TO Wtb_sens
        OPEN INPUT Fvaisseaux_hist
        IF fvh_stat NOT = 35 THEN
            MOVE 0 TO Wtb_finR
            PERFORM WITH TEST AFTER UNTIL Wtb_finR = 1
                READ Fvaisseaux_hist
                AT END MOVE 1 TO Wtb_finR
                NOT AT END
                    MOVE SPACES TO Wvh_pConso
                    UNSTRING vhTampon DELIMITED BY ";"
                        INTO Wvh_pDate Wvh_pHeure Wvh_pNav
                             Wvh_pDepart Wvh_pArrivee Wvh_pJours
                             Wvh_pConso
                    END-UNSTRING
                    IF Wvh_pDepart = Wtb_lieu AND
                       Wvh_pArrivee NOT = "ARCHIVE" AND
                       Wvh_pArrivee NOT = Wtb_lieu THEN
                        MOVE Wvh_pNav TO Wtb_nav
                        MOVE FUNCTION NUMVAL(Wvh_pDate) TO Wtb_date
                        PERFORM TB_RAPPROCHER
                    END-IF
            END-PERFORM
            CLOSE Fvaisseaux_hist
        END-IF.

        TB_RAPPROCHER.
        MOVE 0 TO Wtb_ok
        PERFORM VARYING Wtb_i FROM 1 BY 1 UNTIL Wtb_i > Wtb_nb
            IF Wtb_tNav(Wtb_i) = Wtb_nav AND
               Wtb_tSens(Wtb_i) = Wtb_sens AND
               Wtb_tPrevue(Wtb_i) > 0 THEN
                COMPUTE Wtb_ecart =
                    FUNCTION INTEGER-OF-DATE(Wtb_date)
                    - FUNCTION INTEGER-OF-DATE(Wtb_tPrevue(Wtb_i))
                IF Wtb_ecart < 0 THEN
                    COMPUTE Wtb_ecart = 0 - Wtb_ecart
                END-IF
                IF Wtb_ecart <= Wcfg_fenetreMouvement THEN
                    MOVE 1 TO Wtb_ok
                    IF Wtb_ecart < Wtb_tEcartMin(Wtb_i) THEN
                        MOVE Wtb_ecart TO Wtb_tEcartMin(Wtb_i)
                        MOVE Wtb_date TO Wtb_tReelle(Wtb_i)
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

        TB_PASSAGERS.
        OPEN INPUT Fpassagers
        PERFORM VARYING Wtb_i FROM 1 BY 1 UNTIL Wtb_i > Wtb_nb
            IF Wtb_tMission(Wtb_i) > 0 THEN
                MOVE Wtb_tMission(Wtb_i) TO fpx_idMission
                START Fpassagers, KEY IS = fpx_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wtb_finE
                    PERFORM WITH TEST AFTER UNTIL Wtb_finE = 1
                        READ Fpassagers NEXT
                        AT END MOVE 1 TO Wtb_finE
                        NOT AT END
                            IF fpx_idMission NOT = Wtb_tMission(Wtb_i)
                            THEN
                                MOVE 1 TO Wtb_finE
                            ELSE
                                IF fpx_actif = 1 THEN
                                    IF Wtb_tSens(Wtb_i) = "ARR" AND
                                       fpx_lieuDebarq = Wtb_lieu THEN
                                        ADD 1 TO Wtb_tPassagers(Wtb_i)
                                    END-IF
                                    IF Wtb_tSens(Wtb_i) = "DEP" AND
                                       fpx_lieuEmbarq = Wtb_lieu THEN
                                        ADD 1 TO Wtb_tPassagers(Wtb_i)
                                    END-IF
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
            END-IF
        END-PERFORM
        CLOSE Fpassagers.

        TB_EDITER.
        STRING "Arrivées et départs - " DELIMITED BY SIZE
            Wtb_lieu DELIMITED BY SPACE
            " du " DELIMITED BY SIZE
            Wtb_debut DELIMITED BY SIZE
            " au " DELIMITED BY SIZE
            Wtb_fin DELIMITED BY SIZE
            " (capacité de quai " DELIMITED BY SIZE
            Wtb_capaciteQuai DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "  Sens Vaisseau             Mission Équipe Pass. "
            DELIMITED BY SIZE
            "Prévu    Réel     Quai                 Origine"
            DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wtb_nb = 0 THEN
            MOVE "  Aucun mouvement sur la période." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM VARYING Wtb_j FROM 1 BY 1 UNTIL Wtb_j > Wtb_nb
            MOVE 0 TO Wtb_min
            MOVE 99999999 TO Wtb_cleMin
            PERFORM VARYING Wtb_i FROM 1 BY 1 UNTIL Wtb_i > Wtb_nb
                IF Wtb_tImprime(Wtb_i) = 0 THEN
                    IF Wtb_tPrevue(Wtb_i) > 0 THEN
                        MOVE Wtb_tPrevue(Wtb_i) TO Wtb_cle
                    ELSE
                        MOVE Wtb_tReelle(Wtb_i) TO Wtb_cle
                    END-IF
                    IF Wtb_min = 0 OR Wtb_cle < Wtb_cleMin THEN
                        MOVE Wtb_i TO Wtb_min
                        MOVE Wtb_cle TO Wtb_cleMin
                    END-IF
                END-IF
            END-PERFORM
            MOVE 1 TO Wtb_tImprime(Wtb_min)
            PERFORM TB_LIGNE
        END-PERFORM
        IF Wtb_depasse = 1 THEN
            MOVE "  ATTENTION : plus de 300 mouvements, tableau tronqué."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        TB_LIGNE.
        MOVE 0 TO Wtb_aQuai
        OPEN INPUT Fvaisseaux
        MOVE Wtb_tNav(Wtb_min) TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fv_actif = 1 AND fv_nomLieu = Wtb_lieu THEN
                MOVE 1 TO Wtb_aQuai
            END-IF
        END-READ
        CLOSE Fvaisseaux
        IF Wtb_tSens(Wtb_min) = "ARR" THEN
            EVALUATE TRUE
                WHEN Wtb_tReelle(Wtb_min) > 0 AND Wtb_aQuai = 1
                    MOVE "À quai" TO Wtb_statutECR
                WHEN Wtb_tReelle(Wtb_min) > 0
                    MOVE "Reparti" TO Wtb_statutECR
                WHEN Wtb_tResa(Wtb_min) = 1
                    MOVE "Réservé" TO Wtb_statutECR
                WHEN OTHER
                    MOVE "SANS RÉSERVATION" TO Wtb_statutECR
            END-EVALUATE
        ELSE
            EVALUATE TRUE
                WHEN Wtb_tReelle(Wtb_min) > 0
                    MOVE "Libéré" TO Wtb_statutECR
                WHEN Wtb_aQuai = 1
                    MOVE "À quai" TO Wtb_statutECR
                WHEN Wtb_tResa(Wtb_min) = 1
                    MOVE "Réservé" TO Wtb_statutECR
                WHEN OTHER
                    MOVE "SANS RÉSERVATION" TO Wtb_statutECR
            END-EVALUATE
        END-IF
        EVALUATE Wtb_tSource(Wtb_min)
            WHEN 1 MOVE "Réservation" TO Wtb_sourceECR
            WHEN 2 MOVE "Mission" TO Wtb_sourceECR
            WHEN 3 MOVE "Télémétrie" TO Wtb_sourceECR
        END-EVALUATE
        IF Wtb_tPrevue(Wtb_min) > 0 THEN
            MOVE Wtb_tPrevue(Wtb_min) TO Wtb_prevueECR
        ELSE
            MOVE "-" TO Wtb_prevueECR
        END-IF
        IF Wtb_tReelle(Wtb_min) > 0 THEN
            MOVE Wtb_tReelle(Wtb_min) TO Wtb_reelleECR
        ELSE
            MOVE "-" TO Wtb_reelleECR
        END-IF
        MOVE Wtb_tNav(Wtb_min) TO Wtb_navECR
        STRING "  " DELIMITED BY SIZE
            Wtb_tSens(Wtb_min) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            Wtb_navECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wtb_tMission(Wtb_min) DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            Wtb_tEquipe(Wtb_min) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            Wtb_tPassagers(Wtb_min) DELIMITED BY SIZE
            "   " DELIMITED BY SIZE
            Wtb_prevueECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wtb_reelleECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wtb_statutECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wtb_sourceECR DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        MODIFIER_LIEU.
        DISPLAY "Nom du lieu à modifier ?"
        CLOSE Flieux
        CLOSE Flieux_csv
        DISPLAY "Export CSV des lieux terminé (lieux.csv).".

        GERER_TARIFS_QUAI.
        DISPLAY ' '
        DISPLAY "1 : Définir le tarif d'un lieu // 2 : Lister les",
" tarifs"
        MOVE 0 TO Wtq_choix
        PERFORM WITH TEST AFTER UNTIL Wtq_choix = 1 OR Wtq_choix = 2
            ACCEPT Wtq_choix
        END-PERFORM
        IF Wtq_choix = 1 THEN
            DISPLAY "Lieu concerné ?"
            ACCEPT Wtq_nomLieu2
            MOVE FUNCTION LOWER-CASE(Wtq_nomLieu2) TO Wtq_nomLieu
            MOVE 0 TO Wtq_ok
            OPEN INPUT Flieux
            MOVE Wtq_nomLieu TO fl_nomLieu
            READ Flieux
            INVALID KEY
                DISPLAY "Lieu inexistant !"
            NOT INVALID KEY
                IF fl_actif = 0 THEN
                    DISPLAY "Lieu inexistant !"
                ELSE
                    MOVE 1 TO Wtq_ok
                    IF fl_paysProprietaire = SPACES OR
                       fl_paysProprietaire = Wcfg_paysOperateur THEN
                        DISPLAY "Attention : ce lieu n'appartient à",
" aucun pays étranger, ses escales ne sont pas taxées."
                    ELSE
                        DISPLAY "Pays propriétaire : ",
fl_paysProprietaire
                    END-IF
                END-IF
            END-READ
            CLOSE Flieux
        END-IF
        IF Wtq_choix = 1 AND Wtq_ok = 1 THEN
            DISPLAY "Droit d'amarrage par jour ?"
            MOVE 0 TO Wtq_fraisJour
            ACCEPT Wtq_fraisJour
            DISPLAY "Droit fixe par arrivée ?"
            MOVE 0 TO Wtq_fraisArrivee
            ACCEPT Wtq_fraisArrivee
            DISPLAY "Devise ? (vide : EUR)"
            MOVE SPACES TO Wtq_devise2
            ACCEPT Wtq_devise2
            IF Wtq_devise2 = SPACES THEN
                MOVE "EUR" TO Wtq_devise
            ELSE
                MOVE FUNCTION UPPER-CASE(Wtq_devise2) TO Wtq_devise
            END-IF
            DISPLAY "Tarif actif ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wtq_actif
            PERFORM WITH TEST AFTER UNTIL Wtq_actif = 0 OR Wtq_actif = 1
                ACCEPT Wtq_actif
            END-PERFORM
            ACCEPT Wtq_aujourdhui FROM DATE YYYYMMDD
            OPEN I-O Ftarifs_quai
            MOVE Wtq_nomLieu TO ftq_nomLieu
            READ Ftarifs_quai
            INVALID KEY
                MOVE Wtq_fraisJour TO ftq_fraisJour
                MOVE Wtq_fraisArrivee TO ftq_fraisArrivee
                MOVE Wtq_devise TO ftq_devise
                MOVE Wtq_actif TO ftq_actif
                MOVE Wtq_aujourdhui TO ftq_dateMaj
                WRITE tqTampon END-WRITE
            NOT INVALID KEY
                MOVE Wtq_fraisJour TO ftq_fraisJour
                MOVE Wtq_fraisArrivee TO ftq_fraisArrivee
                MOVE Wtq_devise TO ftq_devise
                MOVE Wtq_actif TO ftq_actif
                MOVE Wtq_aujourdhui TO ftq_dateMaj
                REWRITE tqTampon END-REWRITE
            END-READ
            IF ftq_stat NOT = 00 THEN
                MOVE ftq_stat TO Wchk_stat
                MOVE "Ftarifs_quai" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Ftarifs_quai
            MOVE "LIEUX" TO Wau_module
            MOVE "TARIF_QUAI" TO Wau_action
            MOVE Wtq_nomLieu TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Tarif portuaire enregistré."
        END-IF
        DISPLAY "Tarifs portuaires (par jour / par arrivée) :"
        MOVE 0 TO Wtq_count
        OPEN INPUT Ftarifs_quai
        MOVE 0 TO Wtq_fin
        PERFORM WITH TEST AFTER UNTIL Wtq_fin = 1
            READ Ftarifs_quai NEXT
            AT END MOVE 1 TO Wtq_fin
            NOT AT END
                IF ftq_actif = 1 THEN
                    ADD 1 TO Wtq_count
                    MOVE ftq_fraisJour TO Wtq_fraisJourECR
                    MOVE ftq_fraisArrivee TO Wtq_fraisArriveeECR
                    DISPLAY "  - ", ftq_nomLieu, " : ",
Wtq_fraisJourECR, " / ", Wtq_fraisArriveeECR, " ", ftq_devise
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ftarifs_quai
        IF Wtq_count = 0 THEN
            DISPLAY "  Aucun tarif portuaire actif."
        END-IF.

        TAXES_PORTUAIRES_BATCH.
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "DROITS_PORT" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        ACCEPT Wper_date FROM DATE YYYYMMDD
        PERFORM VERIFIER_PERIODE_OUVERTE
        IF Wper_ouverte = 1 THEN
            PERFORM TAXES_VALORISER
        ELSE
            STRING "Période " DELIMITED BY SIZE
                Wper_periode DELIMITED BY SIZE
                " clôturée : valorisation des escales différée."
                    DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE 0 TO Wtq_count
        END-IF
        ACCEPT Wtq_du FROM DATE YYYYMMDD
        MOVE Wtq_du TO Wtq_au
        PERFORM TAXES_RELEVE
        PERFORM FIN_RAPPORT
        MOVE Wtq_count TO Wbat_traites.

        TAXES_VALORISER.
        ACCEPT Wtq_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wtq_count
        MOVE 0 TO Wtq_exonerees
        MOVE 0 TO Wtq_anomalies
        MOVE "Valorisation des escales :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        SORT Wtri_taxes ON ASCENDING KEY wtg_nomVaisseau
                        ON ASCENDING KEY wtg_dateArrivee
            INPUT PROCEDURE IS TAXES_ALIMENTER
            OUTPUT PROCEDURE IS TAXES_NOTER
        MOVE SPACES TO Wsp_ligne
        STRING "  " DELIMITED BY SIZE
            Wtq_count DELIMITED BY SIZE
            " escale(s) valorisée(s), " DELIMITED BY SIZE
            Wtq_exonerees DELIMITED BY SIZE
            " exonérée(s), " DELIMITED BY SIZE
            Wtq_anomalies DELIMITED BY SIZE
            " anomalie(s)." DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        TAXES_ALIMENTER.
        OPEN INPUT Freservations
        MOVE 0 TO Wtq_fin
        PERFORM WITH TEST AFTER UNTIL Wtq_fin = 1
            READ Freservations NEXT
            AT END MOVE 1 TO Wtq_fin
            NOT AT END
                IF frq_actif = 1
                AND frq_dateArrivee <= Wtq_aujourdhui THEN
                    MOVE frq_nomVaisseau TO wtg_nomVaisseau
                    MOVE frq_dateArrivee TO wtg_dateArrivee
                    MOVE frq_nomLieu TO wtg_nomLieu
                    MOVE frq_statutTaxe TO wtg_statutTaxe
                    RELEASE wtg_rec
                END-IF
            END-READ
        END-PERFORM
        CLOSE Freservations.

        TAXES_NOTER.
        MOVE SPACES TO Wtq_precVaisseau
        MOVE 9 TO Wtq_precStatut
        MOVE 0 TO Wtq_fin
        PERFORM WITH TEST AFTER UNTIL Wtq_fin = 1
            RETURN Wtri_taxes
                AT END MOVE 1 TO Wtq_fin
                NOT AT END
                    IF wtg_nomVaisseau = Wtq_precVaisseau AND
                       Wtq_precStatut = 0 THEN
                        MOVE wtg_dateArrivee TO Wtq_depart
                        IF Wtq_depart <= Wtq_aujourdhui THEN
                            PERFORM TAXES_NOTER_ESCALE
                        END-IF
                    END-IF
                    MOVE wtg_nomVaisseau TO Wtq_precVaisseau
                    MOVE wtg_dateArrivee TO Wtq_precDate
                    MOVE wtg_nomLieu TO Wtq_precLieu
                    MOVE wtg_statutTaxe TO Wtq_precStatut
            END-RETURN
        END-PERFORM.

        TAXES_NOTER_ESCALE.
        MOVE SPACES TO Wtq_pays
        OPEN INPUT Flieux
        MOVE Wtq_precLieu TO fl_nomLieu
        READ Flieux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fl_paysProprietaire TO Wtq_pays
        END-READ
        CLOSE Flieux
        IF Wtq_pays = SPACES OR Wtq_pays = Wcfg_paysOperateur THEN
            MOVE 0 TO Wtq_montant
            MOVE 0 TO Wtq_jours
            MOVE SPACES TO Wtq_devise
            MOVE SPACE TO Wtq_imputation
            MOVE 0 TO Wtq_idImputation
            MOVE 2 TO Wtq_precStatut
            PERFORM TAXES_MAJ_RESERVATION
            ADD 1 TO Wtq_exonerees
        ELSE
            MOVE 0 TO Wtq_trouve
            OPEN INPUT Ftarifs_quai
            MOVE Wtq_precLieu TO ftq_nomLieu
            READ Ftarifs_quai
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ftq_actif = 1 THEN
                    MOVE 1 TO Wtq_trouve
                END-IF
            END-READ
            CLOSE Ftarifs_quai
            IF Wtq_trouve = 0 THEN
                ADD 1 TO Wtq_anomalies
                MOVE SPACES TO Wsp_ligne
                STRING "  ANOMALIE : aucun tarif pour " DELIMITED BY SIZE
                    Wtq_precLieu DELIMITED BY SPACE
                    ", escale de " DELIMITED BY SIZE
                    Wtq_precVaisseau DELIMITED BY SPACE
                    " du " DELIMITED BY SIZE
                    Wtq_precDate DELIMITED BY SIZE
                    " non valorisée." DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            ELSE
                COMPUTE Wtq_jours =
                    FUNCTION INTEGER-OF-DATE(Wtq_depart)
                    - FUNCTION INTEGER-OF-DATE(Wtq_precDate)
                IF Wtq_jours < 1 THEN
                    MOVE 1 TO Wtq_jours
                END-IF
                COMPUTE Wtq_montant ROUNDED =
                    ftq_fraisArrivee + Wtq_jours * ftq_fraisJour
                MOVE ftq_devise TO Wtq_devise
                PERFORM TAXES_IMPUTER
                MOVE 1 TO Wtq_precStatut
                PERFORM TAXES_MAJ_RESERVATION
                ADD 1 TO Wtq_count
                IF Wtq_imputation = SPACE THEN
                    ADD 1 TO Wtq_anomalies
                    MOVE SPACES TO Wsp_ligne
                    STRING "  ANOMALIE : escale de " DELIMITED BY SIZE
                        Wtq_precVaisseau DELIMITED BY SPACE
                        " à " DELIMITED BY SIZE
                        Wtq_precLieu DELIMITED BY SPACE
                        " du " DELIMITED BY SIZE
                        Wtq_precDate DELIMITED BY SIZE
                        " sans mission ni équipe à imputer."
                            DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-IF
        END-IF.

        TAXES_MAJ_RESERVATION.
        OPEN I-O Freservations
        MOVE Wtq_precLieu TO frq_nomLieu
        MOVE Wtq_precDate TO frq_dateArrivee
        MOVE Wtq_precVaisseau TO frq_nomVaisseau
        READ Freservations
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE Wtq_precStatut TO frq_statutTaxe
            MOVE Wtq_jours TO frq_jours
            MOVE Wtq_montant TO frq_montant
            MOVE Wtq_devise TO frq_devise
            MOVE Wtq_aujourdhui TO frq_dateTaxe
            MOVE Wtq_pays TO frq_pays
            MOVE Wtq_imputation TO frq_imputation
            MOVE Wtq_idImputation TO frq_idImputation
            REWRITE rqTampon END-REWRITE
            IF frq_stat NOT = 00 THEN
                MOVE frq_stat TO Wchk_stat
                MOVE "Freservations" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Freservations.

        TAXES_IMPUTER.
        MOVE SPACE TO Wtq_imputation
        MOVE 0 TO Wtq_idImputation
        MOVE 0 TO Wtq_idEquipe
        OPEN INPUT Fvaisseaux
        MOVE Wtq_precVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            MOVE 0 TO Wtq_idMission
        NOT INVALID KEY
            MOVE fv_idMission TO Wtq_idMission
        END-READ
        CLOSE Fvaisseaux
        IF Wtq_idMission > 0 THEN
            PERFORM TAXES_MISSION_COUVRANTE
        END-IF
        IF Wtq_imputation = SPACE THEN
            OPEN INPUT Fequipes
            MOVE Wtq_precVaisseau TO fe_nomVaisseau
            START Fequipes, KEY IS = fe_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wtq_fin2
                PERFORM WITH TEST AFTER UNTIL Wtq_fin2 = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wtq_fin2
                    NOT AT END
                        IF fe_nomVaisseau NOT = Wtq_precVaisseau THEN
                            MOVE 1 TO Wtq_fin2
                        ELSE
                            IF fe_actif = 1 THEN
                                IF Wtq_idEquipe = 0 THEN
                                    MOVE fe_idEquipe TO Wtq_idEquipe
                                END-IF
                                IF fe_idMission > 0 AND
                                   Wtq_imputation = SPACE THEN
                                    MOVE fe_idMission TO Wtq_idMission
                                    PERFORM TAXES_MISSION_COUVRANTE
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fequipes
        END-IF
        IF Wtq_imputation = SPACE AND Wtq_idEquipe > 0 THEN
            MOVE "E" TO Wtq_imputation
            MOVE Wtq_idEquipe TO Wtq_idImputation
        END-IF
        IF Wtq_imputation = "M" THEN
            OPEN I-O Fmissions
            MOVE Wtq_idImputation TO fm_idMission
            READ Fmissions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Wtq_montant TO Wfm_depense
                MOVE 5 TO Wdp_categorie
                PERFORM ENREGISTRER_DEPENSE_MISSION
                ADD Wtq_montant TO fm_coutReel
                REWRITE mTampon END-REWRITE
                IF fm_stat NOT = 00 THEN
                    MOVE fm_stat TO Wchk_stat
                    MOVE "Fmissions" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-READ
            CLOSE Fmissions
        END-IF
        IF Wtq_imputation = "E" THEN
            OPEN I-O Fequipes
            MOVE Wtq_idImputation TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD Wtq_montant TO fe_depensesFonctionnement
                REWRITE eTampon END-REWRITE
                IF fe_stat NOT = 00 THEN
                    MOVE fe_stat TO Wchk_stat
                    MOVE "Fequipes" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-READ
            CLOSE Fequipes
        END-IF.

        TAXES_MISSION_COUVRANTE.
        OPEN INPUT Fmissions
        MOVE Wtq_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fm_actif = 1 AND NOT fm_annulee AND
               fm_dateDebut <= Wtq_precDate AND
               (fm_dateFin = 0 OR fm_dateFin >= Wtq_precDate) THEN
                MOVE "M" TO Wtq_imputation
                MOVE fm_idMission TO Wtq_idImputation
            END-IF
        END-READ
        CLOSE Fmissions.

        RELEVE_DROITS_PORT.
        DISPLAY "Relevé des droits de port valorisés du ? (AAAAMMJJ)"
        PERFORM SAISIR_DATE
        MOVE Wdt_date TO Wtq_du
        DISPLAY "au ? (AAAAMMJJ)"
        PERFORM WITH TEST AFTER UNTIL Wdt_date >= Wtq_du
            PERFORM SAISIR_DATE
            IF Wdt_date < Wtq_du THEN
                DISPLAY "La date de fin précède la date de début,",
" ressaisissez :"
            END-IF
        END-PERFORM
        MOVE Wdt_date TO Wtq_au
        MOVE "RELEVE_DROITS_PORT" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        PERFORM TAXES_RELEVE
        PERFORM FIN_RAPPORT.

        TAXES_RELEVE.
        MOVE SPACES TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Relevé des droits de port par pays propriétaire,"
            DELIMITED BY SIZE
            " valorisés du " DELIMITED BY SIZE
            Wtq_du DELIMITED BY SIZE
            " au " DELIMITED BY SIZE
            Wtq_au DELIMITED BY SIZE
            " :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        SORT Wtri_releve ON ASCENDING KEY wtr_pays
                         ON ASCENDING KEY wtr_devise
                         ON ASCENDING KEY wtr_nomLieu
                         ON ASCENDING KEY wtr_dateArrivee
            INPUT PROCEDURE IS TAXES_RELEVE_ALIMENTER
            OUTPUT PROCEDURE IS TAXES_RELEVE_ECRIRE.

        TAXES_RELEVE_ALIMENTER.
        OPEN INPUT Freservations
        MOVE 0 TO Wtq_fin
        PERFORM WITH TEST AFTER UNTIL Wtq_fin = 1
            READ Freservations NEXT
            AT END MOVE 1 TO Wtq_fin
            NOT AT END
                IF frq_statutTaxe = 1 AND
                   frq_dateTaxe >= Wtq_du AND
                   frq_dateTaxe <= Wtq_au THEN
                    MOVE frq_pays TO wtr_pays
                    MOVE frq_devise TO wtr_devise
                    MOVE frq_nomLieu TO wtr_nomLieu
                    MOVE frq_dateArrivee TO wtr_dateArrivee
                    MOVE frq_nomVaisseau TO wtr_nomVaisseau
                    MOVE frq_jours TO wtr_jours
                    MOVE frq_montant TO wtr_montant
                    MOVE frq_imputation TO wtr_imputation
                    MOVE frq_idImputation TO wtr_idImputation
                    RELEASE wtr_rec
                END-IF
            END-READ
        END-PERFORM
        CLOSE Freservations.

        TAXES_RELEVE_ECRIRE.
        MOVE SPACES TO Wtq_paysCourant
        MOVE SPACES TO Wtq_deviseCourante
        MOVE 0 TO Wtq_sousTotal
        MOVE 0 TO Wtq_nbLignes
        MOVE 0 TO Wtq_fin
        PERFORM WITH TEST AFTER UNTIL Wtq_fin = 1
            RETURN Wtri_releve
                AT END MOVE 1 TO Wtq_fin
                NOT AT END
                    IF wtr_pays NOT = Wtq_paysCourant OR
                       wtr_devise NOT = Wtq_deviseCourante THEN
                        IF Wtq_nbLignes > 0 THEN
                            PERFORM TAXES_RELEVE_SOUS_TOTAL
                        END-IF
                        MOVE wtr_pays TO Wtq_paysCourant
                        MOVE wtr_devise TO Wtq_deviseCourante
                        MOVE 0 TO Wtq_sousTotal
                        MOVE SPACES TO Wsp_ligne
                        STRING "  Pays : " DELIMITED BY SIZE
                            wtr_pays DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            wtr_devise DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                    ADD 1 TO Wtq_nbLignes
                    ADD wtr_montant TO Wtq_sousTotal
                    MOVE wtr_jours TO Wtq_joursECR
                    MOVE wtr_montant TO Wtq_montantECR
                    MOVE SPACES TO Wsp_ligne
                    STRING "    " DELIMITED BY SIZE
                        wtr_nomLieu DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        wtr_dateArrivee DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        wtr_nomVaisseau DELIMITED BY SIZE
                        Wtq_joursECR DELIMITED BY SIZE
                        " j " DELIMITED BY SIZE
                        Wtq_montantECR DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        wtr_imputation DELIMITED BY SIZE
                        wtr_idImputation DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
            END-RETURN
        END-PERFORM
        IF Wtq_nbLignes > 0 THEN
            PERFORM TAXES_RELEVE_SOUS_TOTAL
        ELSE
            MOVE "  Aucun droit de port valorisé sur la période."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        TAXES_RELEVE_SOUS_TOTAL.
        MOVE Wtq_sousTotal TO Wtq_totalECR
        MOVE SPACES TO Wsp_ligne
        STRING "    Total dû à " DELIMITED BY SIZE
            Wtq_paysCourant DELIMITED BY SPACE
            " : " DELIMITED BY SIZE
            Wtq_totalECR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wtq_deviseCourante DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.
