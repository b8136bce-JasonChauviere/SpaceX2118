            teTampon(1:100) DELIMITED BY SIZE
            INTO tjTampon
        END-STRING
        WRITE tjTampon
        MOVE "T" TO Wqj_source
        MOVE Wte_motif TO Wqj_motif
        MOVE teTampon TO Wqj_texte
        PERFORM REJET_FILE_ENREGISTRER.

        TRAITER_LIGNE_TELEMETRIE.
        UNSTRING teTampon DELIMITED BY ";"
            INTO Wte_pNav Wte_pLieu Wte_pDate
        END-UNSTRING
        IF FUNCTION UPPER-CASE(Wte_pNav) = "SANTE" THEN
            PERFORM TELEMETRIE_SANTE
        ELSE
          MOVE FUNCTION LOWER-CASE(Wte_pNav) TO Wte_nav
          MOVE FUNCTION LOWER-CASE(Wte_pLieu) TO Wte_lieu
          MOVE FUNCTION NUMVAL(Wte_pDate) TO Wte_date
          MOVE Wte_date TO Wdt_date
          PERFORM VALIDER_DATE
          IF Wdt_ok = 0 THEN
              MOVE "date d'arrivée invalide" TO Wte_motif
              PERFORM REJET_TELEMETRIE
          ELSE
              PERFORM TELEMETRIE_POSITION
          END-IF
        END-IF.

        IMPORT_TELEMETRIE.
        MOVE 0 TO Wlt_ok
        OPEN INPUT Ftelemetrie
        IF fte_stat = 35 THEN
            DISPLAY "Fichier telemetrie.dat introuvable."
        ELSE
            MOVE "TELEMETRIE" TO Wlt_fichier
            PERFORM CTL_LOT_DEBUT
            MOVE 0 TO Wte_fin
            PERFORM WITH TEST AFTER UNTIL Wte_fin = 1
                READ Ftelemetrie
                AT END MOVE 1 TO Wte_fin
                NOT AT END
                    MOVE teTampon TO Wlt_texte
                    PERFORM CTL_LOT_LIGNE
            END-PERFORM
            CLOSE Ftelemetrie
            PERFORM CTL_LOT_VERIFIER
        END-IF
        IF Wlt_ok = 1 THEN
            OPEN INPUT Ftelemetrie
            MOVE 0 TO Wte_ok
            MOVE 0 TO Wte_rejets
            MOVE 0 TO Wte_ligne
            MOVE 0 TO Wsr_incidents
            OPEN OUTPUT Ftelerejets
            MOVE 0 TO Wte_fin
            PERFORM WITH TEST AFTER UNTIL Wte_fin = 1
                AT END MOVE 1 TO Wte_fin
                NOT AT END
                    ADD 1 TO Wte_ligne
                    IF teTampon(1:2) = "H;" OR teTampon(1:2) = "F;" THEN
                        CONTINUE
                    ELSE
                        PERFORM TRAITER_LIGNE_TELEMETRIE
                    END-IF
            END-PERFORM
            CLOSE Ftelerejets
            PERFORM ENREGISTRER_AUDIT
            MOVE Wte_ok TO Wbat_traites
            DISPLAY "Intégration de la télémétrie terminée : ",
Wte_ligne, " ligne(s) lue(s), ", Wte_ok, " appliquée(s), ",
Wte_rejets, " rejetée(s) (telemetrie_rejets.dat)."
            IF Wsr_incidents > 0 THEN
                DISPLAY Wsr_incidents, " alarme(s) de santé : incident(s)",
" ouvert(s) automatiquement."
            END-IF
        END-IF.

        TELEMETRIE_POSITION.
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        ADD 1 TO Wte_ok
                        PERFORM ENREGISTRER_ARRIVEE_TELEMETRIE
                        DISPLAY "  Télémétrie : ", Wte_nav,
" arrivé sur ", Wte_lieu, " le ", Wte_date, "."
                    END-IF
            CLOSE Fvaisseaux
        END-IF.

        LIRE_SEUILS_SANTE.
        MOVE 80 TO Wsu_coqueAlerte
        MOVE 60 TO Wsu_coqueCritique
        MOVE 900 TO Wsu_tempAlerte
        MOVE 1100 TO Wsu_tempCritique
        MOVE 95 TO Wsu_pressionMinAlerte
        MOVE 85 TO Wsu_pressionMinCritique
        MOVE 110 TO Wsu_pressionMaxAlerte
        MOVE 120 TO Wsu_pressionMaxCritique
        MOVE 20 TO Wsu_propAlerte
        MOVE 10 TO Wsu_propCritique
        OPEN INPUT Fseuils_sante
        MOVE Wsu_type TO fsu_typeVaisseau
        READ Fseuils_sante
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fsu_coqueAlerte TO Wsu_coqueAlerte
            MOVE fsu_coqueCritique TO Wsu_coqueCritique
            MOVE fsu_tempAlerte TO Wsu_tempAlerte
            MOVE fsu_tempCritique TO Wsu_tempCritique
            MOVE fsu_pressionMinAlerte TO Wsu_pressionMinAlerte
            MOVE fsu_pressionMinCritique TO Wsu_pressionMinCritique
            MOVE fsu_pressionMaxAlerte TO Wsu_pressionMaxAlerte
            MOVE fsu_pressionMaxCritique TO Wsu_pressionMaxCritique
            MOVE fsu_propAlerte TO Wsu_propAlerte
            MOVE fsu_propCritique TO Wsu_propCritique
        END-READ
        CLOSE Fseuils_sante.

        GERER_SEUILS_SANTE.
        DISPLAY "Type de vaisseau ?"
        MOVE 0 TO Wfv_typeV
        ACCEPT Wfv_typeV
        PERFORM VERIF_TYPE_VAISSEAU
        IF Wtv_trouve = 1 THEN
            MOVE Wfv_typeV TO Wsu_type
            PERFORM LIRE_SEUILS_SANTE
            DISPLAY "Seuils actuels pour ", Wtv_libelle, " :"
            DISPLAY "  Intégrité coque (%) : alerte sous ",
Wsu_coqueAlerte, ", critique sous ", Wsu_coqueCritique
            DISPLAY "  Température réacteur : alerte au-dessus de ",
Wsu_tempAlerte, ", critique au-dessus de ", Wsu_tempCritique
            DISPLAY "  Pression support vie : alerte hors ",
Wsu_pressionMinAlerte, "-", Wsu_pressionMaxAlerte,
", critique hors ", Wsu_pressionMinCritique, "-",
Wsu_pressionMaxCritique
            DISPLAY "  Propergol restant (%) : alerte sous ",
Wsu_propAlerte, ", critique sous ", Wsu_propCritique
            DISPLAY "Modifier ces seuils ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wsu_choix
            PERFORM WITH TEST AFTER UNTIL
                    Wsu_choix = 0 OR Wsu_choix = 1
                ACCEPT Wsu_choix
            END-PERFORM
            IF Wsu_choix = 1 THEN
                DISPLAY "Intégrité coque : seuil d'alerte (%) ?"
                ACCEPT Wsu_coqueAlerte
                DISPLAY "Intégrité coque : seuil critique (%) ?"
                ACCEPT Wsu_coqueCritique
                DISPLAY "Température réacteur : seuil d'alerte ?"
                ACCEPT Wsu_tempAlerte
                DISPLAY "Température réacteur : seuil critique ?"
                ACCEPT Wsu_tempCritique
                DISPLAY "Pression support vie : minimum d'alerte ?"
                ACCEPT Wsu_pressionMinAlerte
                DISPLAY "Pression support vie : minimum critique ?"
                ACCEPT Wsu_pressionMinCritique
                DISPLAY "Pression support vie : maximum d'alerte ?"
                ACCEPT Wsu_pressionMaxAlerte
                DISPLAY "Pression support vie : maximum critique ?"
                ACCEPT Wsu_pressionMaxCritique
                DISPLAY "Propergol restant : seuil d'alerte (%) ?"
                ACCEPT Wsu_propAlerte
                DISPLAY "Propergol restant : seuil critique (%) ?"
                ACCEPT Wsu_propCritique
                IF Wsu_coqueCritique > Wsu_coqueAlerte
                OR Wsu_tempCritique < Wsu_tempAlerte
                OR Wsu_pressionMinCritique > Wsu_pressionMinAlerte
                OR Wsu_pressionMaxCritique < Wsu_pressionMaxAlerte
                OR Wsu_pressionMinAlerte > Wsu_pressionMaxAlerte
                OR Wsu_propCritique > Wsu_propAlerte THEN
                    DISPLAY "Seuils incohérents : le seuil critique doit",
" être au-delà du seuil d'alerte. Aucune modification."
                ELSE
                    OPEN I-O Fseuils_sante
                    MOVE Wsu_type TO fsu_typeVaisseau
                    READ Fseuils_sante
                    INVALID KEY
                        PERFORM COPIER_SEUILS_SANTE
                        WRITE suTampon END-WRITE
                    NOT INVALID KEY
                        PERFORM COPIER_SEUILS_SANTE
                        REWRITE suTampon END-REWRITE
                    END-READ
                    IF fsu_stat NOT = 00 THEN
                        MOVE fsu_stat TO Wchk_stat
                        MOVE "Fseuils_sante" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Fseuils_sante
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "SEUILS" TO Wau_action
                    MOVE Wsu_type TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Seuils d'alarme enregistrés pour ",
Wtv_libelle, "."
                END-IF
            END-IF
        END-IF.

        COPIER_SEUILS_SANTE.
        MOVE Wsu_coqueAlerte TO fsu_coqueAlerte
        MOVE Wsu_coqueCritique TO fsu_coqueCritique
        MOVE Wsu_tempAlerte TO fsu_tempAlerte
        MOVE Wsu_tempCritique TO fsu_tempCritique
        MOVE Wsu_pressionMinAlerte TO fsu_pressionMinAlerte
        MOVE Wsu_pressionMinCritique TO fsu_pressionMinCritique
        MOVE Wsu_pressionMaxAlerte TO fsu_pressionMaxAlerte
        MOVE Wsu_pressionMaxCritique TO fsu_pressionMaxCritique
        MOVE Wsu_propAlerte TO fsu_propAlerte
        MOVE Wsu_propCritique TO fsu_propCritique.

        TELEMETRIE_SANTE.
        MOVE SPACES TO Wsr_pHeure
        MOVE SPACES TO Wsr_pCoque
        MOVE SPACES TO Wsr_pTemp
        MOVE SPACES TO Wsr_pPression
        MOVE SPACES TO Wsr_pProp
        UNSTRING teTampon DELIMITED BY ";"
            INTO Wsr_pType Wsr_pNav Wsr_pDate Wsr_pHeure Wsr_pCoque
                 Wsr_pTemp Wsr_pPression Wsr_pProp
        END-UNSTRING
        MOVE FUNCTION LOWER-CASE(Wsr_pNav) TO Wsr_nav
        MOVE FUNCTION NUMVAL(Wsr_pDate) TO Wsr_date
        MOVE Wsr_date TO Wdt_date
        PERFORM VALIDER_DATE
        IF Wdt_ok = 0 THEN
            MOVE "date de relevé invalide" TO Wte_motif
            PERFORM REJET_TELEMETRIE
        ELSE
          IF Wsr_pCoque = SPACES OR Wsr_pTemp = SPACES
          OR Wsr_pPression = SPACES OR Wsr_pProp = SPACES THEN
            MOVE "relevé incomplet" TO Wte_motif
            PERFORM REJET_TELEMETRIE
          ELSE
            MOVE 0 TO Wsr_type
            OPEN INPUT Fvaisseaux
            MOVE Wsr_nav TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fv_actif = 1 THEN
                    MOVE fv_typeVaisseau TO Wsr_type
                END-IF
            END-READ
            CLOSE Fvaisseaux
            IF Wsr_type = 0 THEN
                MOVE "vaisseau inconnu du référentiel" TO Wte_motif
                PERFORM REJET_TELEMETRIE
            ELSE
                MOVE FUNCTION NUMVAL(Wsr_pHeure) TO Wsr_heure
                MOVE FUNCTION NUMVAL(Wsr_pCoque) TO Wsr_coque
                MOVE FUNCTION NUMVAL(Wsr_pTemp) TO Wsr_temp
                MOVE FUNCTION NUMVAL(Wsr_pPression) TO Wsr_pression
                MOVE FUNCTION NUMVAL(Wsr_pProp) TO Wsr_prop
                MOVE 0 TO Wsr_alarme
                OPEN I-O Freleves_sante
                MOVE Wsr_nav TO fsr_nomVaisseau
                MOVE Wsr_date TO fsr_date
                MOVE Wsr_heure TO fsr_heure
                READ Freleves_sante
                INVALID KEY
                    MOVE 1 TO Wsr_fin
                NOT INVALID KEY
                    MOVE 0 TO Wsr_fin
                END-READ
                CLOSE Freleves_sante
                IF Wsr_fin = 0 THEN
                    MOVE "relevé déjà intégré" TO Wte_motif
                    PERFORM REJET_TELEMETRIE
                ELSE
                    PERFORM CONTROLER_RELEVE_SANTE
                    OPEN I-O Freleves_sante
                    MOVE Wsr_nav TO fsr_nomVaisseau
                    MOVE Wsr_date TO fsr_date
                    MOVE Wsr_heure TO fsr_heure
                    MOVE Wsr_coque TO fsr_coque
                    MOVE Wsr_temp TO fsr_temperature
                    MOVE Wsr_pression TO fsr_pression
                    MOVE Wsr_prop TO fsr_propergol
                    MOVE Wsr_alarme TO fsr_alarme
                    WRITE srTampon END-WRITE
                    IF fsr_stat NOT = 00 THEN
                        MOVE fsr_stat TO Wchk_stat
                        MOVE "Freleves_sante" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Freleves_sante
                    ADD 1 TO Wte_ok
                END-IF
            END-IF
          END-IF
        END-IF.

        CONTROLER_RELEVE_SANTE.
        MOVE Wsr_type TO Wsu_type
        PERFORM LIRE_SEUILS_SANTE
        MOVE 0 TO Wsr_gravite
        IF Wsr_coque < Wsu_coqueCritique THEN
            MOVE 3 TO Wsr_gravite
            MOVE Wsu_coqueCritique TO Wsr_seuil
        ELSE
            IF Wsr_coque < Wsu_coqueAlerte THEN
                MOVE 2 TO Wsr_gravite
                MOVE Wsu_coqueAlerte TO Wsr_seuil
            END-IF
        END-IF
        IF Wsr_gravite > 0 THEN
            MOVE "intégrité coque" TO Wsr_mesure
            MOVE Wsr_coque TO Wsr_valeur
            PERFORM ALARME_SANTE
        END-IF
        MOVE 0 TO Wsr_gravite
        IF Wsr_temp > Wsu_tempCritique THEN
            MOVE 3 TO Wsr_gravite
            MOVE Wsu_tempCritique TO Wsr_seuil
        ELSE
            IF Wsr_temp > Wsu_tempAlerte THEN
                MOVE 2 TO Wsr_gravite
                MOVE Wsu_tempAlerte TO Wsr_seuil
            END-IF
        END-IF
        IF Wsr_gravite > 0 THEN
            MOVE "température réacteur" TO Wsr_mesure
            MOVE Wsr_temp TO Wsr_valeur
            PERFORM ALARME_SANTE
        END-IF
        MOVE 0 TO Wsr_gravite
        EVALUATE TRUE
            WHEN Wsr_pression < Wsu_pressionMinCritique
                MOVE 3 TO Wsr_gravite
                MOVE Wsu_pressionMinCritique TO Wsr_seuil
            WHEN Wsr_pression > Wsu_pressionMaxCritique
                MOVE 3 TO Wsr_gravite
                MOVE Wsu_pressionMaxCritique TO Wsr_seuil
            WHEN Wsr_pression < Wsu_pressionMinAlerte
                MOVE 2 TO Wsr_gravite
                MOVE Wsu_pressionMinAlerte TO Wsr_seuil
            WHEN Wsr_pression > Wsu_pressionMaxAlerte
                MOVE 2 TO Wsr_gravite
                MOVE Wsu_pressionMaxAlerte TO Wsr_seuil
        END-EVALUATE
        IF Wsr_gravite > 0 THEN
            MOVE "pression support vie" TO Wsr_mesure
            MOVE Wsr_pression TO Wsr_valeur
            PERFORM ALARME_SANTE
        END-IF
        MOVE 0 TO Wsr_gravite
        IF Wsr_prop < Wsu_propCritique THEN
            MOVE 3 TO Wsr_gravite
            MOVE Wsu_propCritique TO Wsr_seuil
        ELSE
            IF Wsr_prop < Wsu_propAlerte THEN
                MOVE 2 TO Wsr_gravite
                MOVE Wsu_propAlerte TO Wsr_seuil
            END-IF
        END-IF
        IF Wsr_gravite > 0 THEN
            MOVE "propergol restant" TO Wsr_mesure
            MOVE Wsr_prop TO Wsr_valeur
            PERFORM ALARME_SANTE
        END-IF.

        ALARME_SANTE.
        IF Wsr_gravite > Wsr_alarme THEN
            MOVE Wsr_gravite TO Wsr_alarme
        END-IF
        ADD 1 TO Wsr_incidents
        MOVE Wsr_valeur TO Wsr_valeurECR
        MOVE Wsr_seuil TO Wsr_seuilECR
        COMPUTE Wsr_heureInc = Wsr_heure * 10000
        MOVE SPACES TO Wiv_description
        STRING "Télémétrie : " DELIMITED BY SIZE
            Wsr_mesure DELIMITED BY "  "
            " " DELIMITED BY SIZE
            Wsr_valeurECR DELIMITED BY SIZE
            " hors seuil " DELIMITED BY SIZE
            Wsr_seuilECR DELIMITED BY SIZE
            INTO Wiv_description
        END-STRING
        OPEN EXTEND Fincidents
        MOVE SPACES TO ivTampon
        STRING Wsr_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsr_heureInc DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsr_nav DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsr_gravite DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wiv_description DELIMITED BY SIZE
            INTO ivTampon
        END-STRING
        WRITE ivTampon
        CLOSE Fincidents
        MOVE "VAISSEAUX" TO Wau_module
        MOVE "INCID_AUTO" TO Wau_action
        MOVE Wsr_nav TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        ACCEPT Wno_date FROM DATE YYYYMMDD
        MOVE Wsr_gravite TO Wno_niveau
        MOVE SPACES TO Wno_message
        STRING "Alarme " DELIMITED BY SIZE
            Wsr_nav DELIMITED BY SPACE
            " : " DELIMITED BY SIZE
            Wsr_mesure DELIMITED BY "  "
            " " DELIMITED BY SIZE
            Wsr_valeurECR DELIMITED BY SIZE
            " le " DELIMITED BY SIZE
            Wsr_date DELIMITED BY SIZE
            INTO Wno_message
        END-STRING
        PERFORM ECRIRE_NOTIFICATION
        DISPLAY "  ALARME télémétrie : ", Wsr_nav, " ", Wsr_mesure,
" ", Wsr_valeurECR, " (seuil ", Wsr_seuilECR, ") - incident ouvert.".

        TENDANCE_SANTE_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wsr_nav2
        MOVE FUNCTION LOWER-CASE(Wsr_nav2) TO Wsr_nav
        MOVE "TENDANCE_SANTE" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Tendance des relevés de santé du vaisseau "
                DELIMITED BY SIZE
            Wsr_nav DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "  Date     Heure Coque(var) Réacteur(var) "
                DELIMITED BY SIZE
            "Pression  Prop(var)  Alarme" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsr_count
        MOVE 0 TO Wsr_prec
        OPEN INPUT Freleves_sante
        MOVE Wsr_nav TO fsr_nomVaisseau
        MOVE 0 TO fsr_date
        MOVE 0 TO fsr_heure
        START Freleves_sante, KEY IS >= fsr_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsr_fin
            PERFORM WITH TEST AFTER UNTIL Wsr_fin = 1
                READ Freleves_sante NEXT
                AT END MOVE 1 TO Wsr_fin
                NOT AT END
                    IF fsr_nomVaisseau NOT = Wsr_nav THEN
                        MOVE 1 TO Wsr_fin
                    ELSE
                        ADD 1 TO Wsr_count
                        IF Wsr_prec = 0 THEN
                            MOVE fsr_coque TO Wsr_coquePrec
                            MOVE fsr_temperature TO Wsr_tempPrec
                            MOVE fsr_propergol TO Wsr_propPrec
                            MOVE 1 TO Wsr_prec
                        END-IF
                        COMPUTE Wsr_delta = fsr_coque - Wsr_coquePrec
                        MOVE Wsr_delta TO Wsr_dCoqueECR
                        COMPUTE Wsr_delta =
                            fsr_temperature - Wsr_tempPrec
                        MOVE Wsr_delta TO Wsr_dTempECR
                        COMPUTE Wsr_delta = fsr_propergol - Wsr_propPrec
                        MOVE Wsr_delta TO Wsr_dPropECR
                        MOVE fsr_pression TO Wsr_pressionECR
                        MOVE SPACES TO Wsp_ligne
                        STRING "  " DELIMITED BY SIZE
                            fsr_date DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fsr_heure DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            fsr_coque DELIMITED BY SIZE
                            "(" DELIMITED BY SIZE
                            Wsr_dCoqueECR DELIMITED BY SIZE
                            ")  " DELIMITED BY SIZE
                            fsr_temperature DELIMITED BY SIZE
                            "(" DELIMITED BY SIZE
                            Wsr_dTempECR DELIMITED BY SIZE
                            ")    " DELIMITED BY SIZE
                            Wsr_pressionECR DELIMITED BY SIZE
                            "    " DELIMITED BY SIZE
                            fsr_propergol DELIMITED BY SIZE
                            "(" DELIMITED BY SIZE
                            Wsr_dPropECR DELIMITED BY SIZE
                            ")  " DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        IF fsr_alarme = 3 THEN
                            MOVE "CRITIQUE" TO Wsp_ligne(86:8)
                        END-IF
                        IF fsr_alarme = 2 THEN
                            MOVE "ALERTE" TO Wsp_ligne(86:6)
                        END-IF
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        MOVE fsr_coque TO Wsr_coquePrec
                        MOVE fsr_temperature TO Wsr_tempPrec
                        MOVE fsr_propergol TO Wsr_propPrec
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freleves_sante
        IF Wsr_count = 0 THEN
            MOVE "  Aucun relevé de santé pour ce vaisseau."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        ENREGISTRER_ARRIVEE_TELEMETRIE.
        MOVE 0 TO Wxa_max
        OPEN I-O Farrivees
        MOVE 0 TO Wxa_fin
        PERFORM WITH TEST AFTER UNTIL Wxa_fin = 1
            READ Farrivees NEXT
            AT END MOVE 1 TO Wxa_fin
            NOT AT END
                IF fta_idArrivee > Wxa_max THEN
                    MOVE fta_idArrivee TO Wxa_max
                END-IF
            END-READ
        END-PERFORM
        COMPUTE fta_idArrivee = Wxa_max + 1
        MOVE Wte_nav TO fta_nomVaisseau
        MOVE Wte_lieu TO fta_nomLieu
        MOVE Wvh_lieuDepart TO fta_lieuDepart
        MOVE Wte_date TO fta_dateArrivee
        WRITE taTampon END-WRITE
        IF fta_stat NOT = 00 THEN
            MOVE fta_stat TO Wchk_stat
            MOVE "Farrivees" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Farrivees.

        RENOMMER_VAISSEAU.
        DISPLAY "Nom actuel du vaisseau ?"
        ACCEPT Wrn_ancien2
        READ Freservations
        INVALID KEY
            MOVE 1 TO frq_actif
            MOVE 0 TO frq_statutTaxe
            MOVE 0 TO frq_jours
            MOVE 0 TO frq_montant
            MOVE SPACES TO frq_devise
            MOVE 0 TO frq_dateTaxe
            MOVE SPACES TO frq_pays
            MOVE SPACE TO frq_imputation
            MOVE 0 TO frq_idImputation
            WRITE rqTampon END-WRITE
        NOT INVALID KEY
            MOVE 1 TO frq_actif
            CLOSE Fdistances
        END-IF
        IF Wcarb_distance >= fv_carburant THEN
            MOVE fv_carburant TO Wvh_conso
            MOVE 0 TO fv_carburant
        ELSE
            MOVE Wcarb_distance TO Wvh_conso
            SUBTRACT Wcarb_distance FROM fv_carburant
        END-IF
        IF Wvh_depotDest = 1 THEN
        END-IF
        MOVE 0 TO Wvh_depotDest
        OPEN EXTEND Fvaisseaux_hist
        MOVE SPACES TO vhTampon
        STRING Wvh_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wvh_heure DELIMITED BY SIZE
            Wfm_lieu DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wvh_joursEcoules DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wvh_conso DELIMITED BY SIZE
            INTO vhTampon
        END-STRING
        WRITE vhTampon
                END-PERFORM
            END-START
            CLOSE Fastronautes
        END-IF
        PERFORM CREDITER_JOURS_COMPOSANTS.

        GERER_COMPOSANTS.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer un composant // 2 : Installer sur un",
" vaisseau // 3 : Déposer d'un vaisseau // 4 : Lister les",
" composants d'un vaisseau"
        MOVE 0 TO Wcs_choix
        PERFORM WITH TEST AFTER UNTIL Wcs_choix > 0 AND Wcs_choix < 5
            ACCEPT Wcs_choix
        END-PERFORM
        EVALUATE Wcs_choix
            WHEN 1 PERFORM COMPOSANT_ENREGISTRER
            WHEN 2 PERFORM COMPOSANT_INSTALLER
            WHEN 3 PERFORM COMPOSANT_DEPOSER
            WHEN 4 PERFORM COMPOSANTS_LISTER
        END-EVALUATE.

        COMPOSANT_SAISIR_SERIE.
        DISPLAY "Numéro de série du composant ?"
        MOVE SPACES TO Wcs_numSerie2
        ACCEPT Wcs_numSerie2
        MOVE FUNCTION UPPER-CASE(Wcs_numSerie2) TO Wcs_numSerie.

        COMPOSANT_TYPE_LIBELLE.
        EVALUATE TRUE
            WHEN fcs_moteur MOVE "Moteur" TO Wcs_typeECR
            WHEN fcs_reacteur MOVE "Réacteur" TO Wcs_typeECR
            WHEN fcs_supportVie MOVE "Support de vie" TO Wcs_typeECR
            WHEN OTHER MOVE "Autre" TO Wcs_typeECR
        END-EVALUATE.

        COMPOSANT_ENREGISTRER.
        PERFORM COMPOSANT_SAISIR_SERIE
        IF Wcs_numSerie = SPACES THEN
            DISPLAY "Numéro de série obligatoire."
        ELSE
            OPEN INPUT Fcomposants
            MOVE Wcs_numSerie TO fcs_numSerie
            MOVE 1 TO Wcs_ok
            READ Fcomposants
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wcs_ok
            END-READ
            CLOSE Fcomposants
            IF Wcs_ok = 0 THEN
                DISPLAY "Ce numéro de série est déjà enregistré."
            ELSE
                DISPLAY "Type de pièce ? (1 : Moteur // 2 : Réacteur",
" // 3 : Support de vie // 4 : Autre)"
                MOVE 0 TO Wcs_type
                PERFORM WITH TEST AFTER UNTIL Wcs_type > 0 AND
                                              Wcs_type < 5
                    ACCEPT Wcs_type
                END-PERFORM
                DISPLAY "Désignation du composant ?"
                MOVE SPACES TO Wcs_designation
                ACCEPT Wcs_designation
                DISPLAY "Limite entre deux révisions (jours de",
" fonctionnement, 0 : aucune) ?"
                MOVE 0 TO Wcs_limite
                ACCEPT Wcs_limite
                DISPLAY "Jours de fonctionnement cumulés à ce jour ?"
                MOVE 0 TO Wcs_cumul
                ACCEPT Wcs_cumul
                DISPLAY "Jours de fonctionnement depuis la dernière",
" révision ?"
                MOVE 0 TO Wcs_depuisRevision
                PERFORM WITH TEST AFTER UNTIL
                        Wcs_depuisRevision <= Wcs_cumul
                    ACCEPT Wcs_depuisRevision
                END-PERFORM
                DISPLAY "Lieu de stockage du composant ?"
                ACCEPT Wcs_lieu2
                MOVE FUNCTION LOWER-CASE(Wcs_lieu2) TO Wcs_lieu
                MOVE Wcs_lieu TO Wfm_nomLieu
                PERFORM VERIF_LIEU
                IF Wverif_l = 0 THEN
                    DISPLAY "ERREUR ! Lieu inexistant !"
                ELSE
                    OPEN I-O Fcomposants
                    MOVE Wcs_numSerie TO fcs_numSerie
                    MOVE Wcs_type TO fcs_typePiece
                    MOVE Wcs_designation TO fcs_designation
                    MOVE SPACES TO fcs_nomVaisseau
                    MOVE Wcs_lieu TO fcs_nomLieu
                    MOVE 0 TO fcs_dateInstall
                    MOVE Wcs_cumul TO fcs_joursCumul
                    MOVE Wcs_depuisRevision TO fcs_joursRevision
                    MOVE Wcs_limite TO fcs_limiteRevision
                    MOVE 0 TO fcs_dateRevision
                    MOVE 0 TO fcs_idOrdre
                    MOVE 1 TO fcs_actif
                    WRITE csTampon END-WRITE
                    IF fcs_stat NOT = 00 THEN
                        MOVE fcs_stat TO Wchk_stat
                        MOVE "Fcomposants" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Fcomposants
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "COMPOSANT" TO Wau_action
                    MOVE Wcs_numSerie TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Composant ", Wcs_numSerie,
" enregistré en stock sur ", Wcs_lieu, "."
                END-IF
            END-IF
        END-IF.

        COMPOSANT_INSTALLER.
        PERFORM COMPOSANT_SAISIR_SERIE
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wcs_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wcs_nomVaisseau2) TO Wcs_nomVaisseau
        MOVE Wcs_nomVaisseau TO Wfv_nomVaisseau
        PERFORM VERIF_VAISSEAU2
        IF Wverif_v2 = 0 THEN
            DISPLAY "ERREUR ! Vaisseau inexistant !"
        ELSE
            OPEN I-O Fcomposants
            MOVE Wcs_numSerie TO fcs_numSerie
            READ Fcomposants
            INVALID KEY
                DISPLAY "Composant inconnu."
            NOT INVALID KEY
                IF fcs_actif = 0 OR fcs_nomVaisseau NOT = SPACES THEN
                    DISPLAY "Ce composant n'est pas disponible en",
" stock."
                ELSE
                  IF fcs_limiteRevision > 0 AND
                     fcs_joursRevision >= fcs_limiteRevision THEN
                    DISPLAY "Ce composant a atteint sa limite de",
" révision : installation refusée."
                  ELSE
                    MOVE Wcs_nomVaisseau TO fcs_nomVaisseau
                    ACCEPT fcs_dateInstall FROM DATE YYYYMMDD
                    REWRITE csTampon END-REWRITE
                    IF fcs_stat NOT = 00 THEN
                        MOVE fcs_stat TO Wchk_stat
                        MOVE "Fcomposants" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "COMPO-INST" TO Wau_action
                    MOVE SPACES TO Wau_detail
                    STRING Wcs_numSerie DELIMITED BY SPACE
                        " / " DELIMITED BY SIZE
                        Wcs_nomVaisseau DELIMITED BY SIZE
                        INTO Wau_detail
                    END-STRING
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Composant installé sur ", Wcs_nomVaisseau,
"."
                  END-IF
                END-IF
            END-READ
            CLOSE Fcomposants
        END-IF.

        COMPOSANT_DEPOSER.
        PERFORM COMPOSANT_SAISIR_SERIE
        OPEN I-O Fcomposants
        MOVE Wcs_numSerie TO fcs_numSerie
        READ Fcomposants
        INVALID KEY
            DISPLAY "Composant inconnu."
        NOT INVALID KEY
            IF fcs_actif = 0 OR fcs_nomVaisseau = SPACES THEN
                DISPLAY "Ce composant n'est installé sur aucun",
" vaisseau."
            ELSE
              IF fcs_limiteRevision > 0 AND
                 fcs_joursRevision >= fcs_limiteRevision THEN
                DISPLAY "Composant en limite de révision : la dépose",
" doit être enregistrée par un ordre de réparation."
              ELSE
                MOVE fcs_nomVaisseau TO Wfv_nomVaisseau
                PERFORM VERIF_VAISSEAU2
                MOVE fv_nomLieu TO fcs_nomLieu
                MOVE SPACES TO fcs_nomVaisseau
                REWRITE csTampon END-REWRITE
                IF fcs_stat NOT = 00 THEN
                    MOVE fcs_stat TO Wchk_stat
                    MOVE "Fcomposants" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "VAISSEAUX" TO Wau_module
                MOVE "COMPO-DEP" TO Wau_action
                MOVE Wcs_numSerie TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Composant déposé et remis en stock sur ",
fcs_nomLieu, "."
              END-IF
            END-IF
        END-READ
        CLOSE Fcomposants.

        COMPOSANTS_LISTER.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wcs_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wcs_nomVaisseau2) TO Wcs_nomVaisseau
        DISPLAY "#############"
        DISPLAY "Composants installés sur ", Wcs_nomVaisseau, " :"
        MOVE 0 TO Wcs_count
        OPEN INPUT Fcomposants
        MOVE Wcs_nomVaisseau TO fcs_nomVaisseau
        START Fcomposants, KEY IS = fcs_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcs_fin
            PERFORM WITH TEST AFTER UNTIL Wcs_fin = 1
                READ Fcomposants NEXT
                AT END MOVE 1 TO Wcs_fin
                NOT AT END
                    IF fcs_nomVaisseau NOT = Wcs_nomVaisseau THEN
                        MOVE 1 TO Wcs_fin
                    ELSE
                        IF fcs_actif = 1 THEN
                            ADD 1 TO Wcs_count
                            PERFORM COMPOSANT_TYPE_LIBELLE
                            DISPLAY "  - ", fcs_numSerie, " ",
Wcs_typeECR, " ", FUNCTION TRIM(fcs_designation), " installé le ",
fcs_dateInstall, " : ", fcs_joursCumul, " j cumulés, ",
fcs_joursRevision, " j depuis révision (limite ",
fcs_limiteRevision, ")"
                            IF fcs_limiteRevision > 0 AND
                               fcs_joursRevision >= fcs_limiteRevision
                            THEN
                                DISPLAY "    LIMITE DE RÉVISION",
" ATTEINTE : départ du vaisseau bloqué."
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcomposants
        IF Wcs_count = 0 THEN
            DISPLAY "  Aucun composant sérialisé installé."
        END-IF.

        CREDITER_JOURS_COMPOSANTS.
        OPEN I-O Fcomposants
        MOVE fv_nomVaisseau TO fcs_nomVaisseau
        START Fcomposants, KEY IS = fcs_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcs_fin
            PERFORM WITH TEST AFTER UNTIL Wcs_fin = 1
                READ Fcomposants NEXT
                AT END MOVE 1 TO Wcs_fin
                NOT AT END
                    IF fcs_nomVaisseau NOT = fv_nomVaisseau THEN
                        MOVE 1 TO Wcs_fin
                    ELSE
                        IF fcs_actif = 1 THEN
                            ADD Wvh_joursEcoules TO fcs_joursCumul
                            ADD Wvh_joursEcoules TO fcs_joursRevision
                            REWRITE csTampon END-REWRITE
                            IF fcs_stat NOT = 00 THEN
                                MOVE fcs_stat TO Wchk_stat
                                MOVE "Fcomposants" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            IF fcs_limiteRevision > 0 AND
                               fcs_joursRevision >= fcs_limiteRevision
                            THEN
                                DISPLAY "ATTENTION : le composant ",
FUNCTION TRIM(fcs_numSerie), " de ", FUNCTION TRIM(fv_nomVaisseau),
" a atteint sa limite de révision."
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcomposants.

        COMPOSANTS_BLOQUANTS.
        MOVE 0 TO Wcs_bloque
        OPEN INPUT Fcomposants
        MOVE Wcs_nomVaisseau TO fcs_nomVaisseau
        START Fcomposants, KEY IS = fcs_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcs_fin
            PERFORM WITH TEST AFTER UNTIL Wcs_fin = 1
                READ Fcomposants NEXT
                AT END MOVE 1 TO Wcs_fin
                NOT AT END
                    IF fcs_nomVaisseau NOT = Wcs_nomVaisseau THEN
                        MOVE 1 TO Wcs_fin
                    ELSE
                        IF fcs_actif = 1 AND fcs_limiteRevision > 0
                        AND fcs_joursRevision >= fcs_limiteRevision
                        THEN
                            MOVE 1 TO Wcs_bloque
                            DISPLAY "Départ bloqué : composant ",
FUNCTION TRIM(fcs_numSerie), " de ", FUNCTION TRIM(Wcs_nomVaisseau),
" en limite de révision (", fcs_joursRevision, " / ",
fcs_limiteRevision, " j), ordre de réparation requis."
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcomposants.

        COMPOSANTS_MISSION.
        MOVE 1 TO Wcs_okMission
        PERFORM COLLECTER_NAVIRES_MISSION
        PERFORM VARYING Wcs_i FROM 1 BY 1 UNTIL Wcs_i > Wcs_nbNavires
            MOVE Wcs_navire(Wcs_i) TO Wcs_nomVaisseau
            PERFORM COMPOSANTS_BLOQUANTS
            IF Wcs_bloque = 1 THEN
                MOVE 0 TO Wcs_okMission
            END-IF
        END-PERFORM.

        COLLECTER_NAVIRES_MISSION.
        MOVE 0 TO Wcs_nbNavires
        OPEN INPUT Fequipes
        MOVE Wcs_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcs_fin
            PERFORM WITH TEST AFTER UNTIL Wcs_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wcs_fin
                NOT AT END
                    IF fe_idMission NOT = Wcs_idMission THEN
                        MOVE 1 TO Wcs_fin
                    ELSE
                        IF fe_actif = 1 AND
                           fe_nomVaisseau NOT = SPACES THEN
                            MOVE fe_nomVaisseau TO Wcs_nomVaisseau
                            PERFORM COMPOSANTS_AJOUTER_NAVIRE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        OPEN INPUT Fconvoi
        MOVE Wcs_idMission TO fcv_idMission
        START Fconvoi, KEY IS = fcv_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcs_fin
            PERFORM WITH TEST AFTER UNTIL Wcs_fin = 1
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wcs_fin
                NOT AT END
                    IF fcv_idMission NOT = Wcs_idMission THEN
                        MOVE 1 TO Wcs_fin
                    ELSE
                        IF fcv_actif = 1 THEN
                            MOVE fcv_nomVaisseau TO Wcs_nomVaisseau
                            PERFORM COMPOSANTS_AJOUTER_NAVIRE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fconvoi.

        COMPOSANTS_AJOUTER_NAVIRE.
        MOVE 0 TO Wcs_ok
        PERFORM VARYING Wcs_i FROM 1 BY 1 UNTIL Wcs_i > Wcs_nbNavires
            IF Wcs_navire(Wcs_i) = Wcs_nomVaisseau THEN
                MOVE 1 TO Wcs_ok
            END-IF
        END-PERFORM
        IF Wcs_ok = 0 AND Wcs_nbNavires < 50 THEN
            ADD 1 TO Wcs_nbNavires
            MOVE Wcs_nomVaisseau TO Wcs_navire(Wcs_nbNavires)
        END-IF.

        COMPOSANTS_ORDRE_REPARATION.
        MOVE for_nomVaisseau TO Wcs_nomVaisseau
        DISPLAY "Composants révisés ou échangés dans le cadre de",
" cet ordre :"
        PERFORM WITH TEST AFTER UNTIL Wcs_numSerie = SPACES
            DISPLAY "Numéro de série du composant ? (vide : aucun",
" autre)"
            MOVE SPACES TO Wcs_numSerie2
            ACCEPT Wcs_numSerie2
            MOVE FUNCTION UPPER-CASE(Wcs_numSerie2) TO Wcs_numSerie
            IF Wcs_numSerie NOT = SPACES THEN
                PERFORM COMPOSANT_REVISION_ECHANGE
            END-IF
        END-PERFORM.

        COMPOSANT_REVISION_ECHANGE.
        ACCEPT Wcs_date FROM DATE YYYYMMDD
        MOVE 0 TO Wcs_ok
        OPEN I-O Fcomposants
        MOVE Wcs_numSerie TO fcs_numSerie
        READ Fcomposants
        INVALID KEY
            DISPLAY "Composant inconnu."
        NOT INVALID KEY
            IF fcs_actif = 0 OR fcs_nomVaisseau NOT = Wcs_nomVaisseau
            THEN
                DISPLAY "Ce composant n'est pas installé sur ",
Wcs_nomVaisseau, "."
            ELSE
                MOVE 1 TO Wcs_ok
            END-IF
        END-READ
        IF Wcs_ok = 1 THEN
            DISPLAY "1 : Révision // 2 : Échange standard"
            MOVE 0 TO Wcs_choix
            PERFORM WITH TEST AFTER UNTIL Wcs_choix = 1 OR
                                          Wcs_choix = 2
                ACCEPT Wcs_choix
            END-PERFORM
            IF Wcs_choix = 1 THEN
                MOVE 0 TO fcs_joursRevision
                MOVE Wcs_date TO fcs_dateRevision
                MOVE for_idOrdre TO fcs_idOrdre
                REWRITE csTampon END-REWRITE
                IF fcs_stat NOT = 00 THEN
                    MOVE fcs_stat TO Wchk_stat
                    MOVE "Fcomposants" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "COMPO-REV" TO Wau_action
                DISPLAY "Révision enregistrée pour ", Wcs_numSerie,
"."
            ELSE
                DISPLAY "Numéro de série du composant de remplacement ?"
                MOVE SPACES TO Wcs_numSerie2
                ACCEPT Wcs_numSerie2
                MOVE FUNCTION UPPER-CASE(Wcs_numSerie2)
                    TO Wcs_numRemplacant
                MOVE Wcs_numRemplacant TO fcs_numSerie
                READ Fcomposants
                INVALID KEY
                    MOVE 0 TO Wcs_ok
                NOT INVALID KEY
                    IF fcs_actif = 0 OR fcs_nomVaisseau NOT = SPACES
                    OR (fcs_limiteRevision > 0 AND
                        fcs_joursRevision >= fcs_limiteRevision) THEN
                        MOVE 0 TO Wcs_ok
                    ELSE
                        MOVE Wcs_nomVaisseau TO fcs_nomVaisseau
                        MOVE Wcs_date TO fcs_dateInstall
                        MOVE for_idOrdre TO fcs_idOrdre
                        REWRITE csTampon END-REWRITE
                    END-IF
                END-READ
                IF Wcs_ok = 0 THEN
                    DISPLAY "Composant de remplacement inconnu, déjà",
" installé ou en limite de révision : échange refusé."
                ELSE
                    MOVE Wcs_numSerie TO fcs_numSerie
                    READ Fcomposants
                    NOT INVALID KEY
                        MOVE SPACES TO fcs_nomVaisseau
                        MOVE for_nomLieu TO fcs_nomLieu
                        MOVE for_idOrdre TO fcs_idOrdre
                        REWRITE csTampon END-REWRITE
                    END-READ
                    IF fcs_stat NOT = 00 THEN
                        MOVE fcs_stat TO Wchk_stat
                        MOVE "Fcomposants" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "COMPO-ECH" TO Wau_action
                    DISPLAY "Composant ", FUNCTION TRIM(Wcs_numSerie),
" déposé, remplacé par ", FUNCTION TRIM(Wcs_numRemplacant), "."
                END-IF
            END-IF
        END-IF
        CLOSE Fcomposants
        IF Wcs_ok = 1 THEN
            MOVE "VAISSEAUX" TO Wau_module
            MOVE SPACES TO Wau_detail
            STRING Wcs_numSerie DELIMITED BY SPACE
                " ORDRE " DELIMITED BY SIZE
                for_idOrdre DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        GERER_CERTIFS_NAVIG.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer un certificat de navigabilité //",
" 2 : Certificats d'un vaisseau // 3 : Certificats expirant sous",
" 90 jours"
        MOVE 0 TO Wnv_choix
        PERFORM WITH TEST AFTER UNTIL Wnv_choix > 0 AND Wnv_choix < 4
            ACCEPT Wnv_choix
        END-PERFORM
        EVALUATE Wnv_choix
            WHEN 1 PERFORM NAVIG_ENREGISTRER
            WHEN 2 PERFORM NAVIG_LISTER_VAISSEAU
            WHEN 3
                MOVE "CERTIFS_NAVIG" TO Wsp_nomRapport
                PERFORM DEBUT_RAPPORT
                PERFORM NAVIG_LISTE_EXPIRATION
                PERFORM FIN_RAPPORT
        END-EVALUATE.

        NAVIG_ENREGISTRER.
        MOVE 1 TO Wnv_ok
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wnv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wnv_nomVaisseau2) TO Wnv_nomVaisseau
        MOVE Wnv_nomVaisseau TO Wfv_nomVaisseau
        PERFORM VERIF_VAISSEAU2
        IF Wverif_v2 = 0 THEN
            DISPLAY "ERREUR ! Vaisseau inexistant !"
            MOVE 0 TO Wnv_ok
        END-IF
        IF Wnv_ok = 1 THEN
            DISPLAY "Numéro du certificat ?"
            MOVE SPACES TO Wnv_numCertificat
            ACCEPT Wnv_numCertificat
            MOVE FUNCTION UPPER-CASE(Wnv_numCertificat)
                TO Wnv_numCertificat
            OPEN INPUT Fcertifs_navig
            MOVE Wnv_numCertificat TO fnv_numCertificat
            READ Fcertifs_navig
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wnv_ok
                DISPLAY "Ce numéro de certificat existe déjà."
            END-READ
            CLOSE Fcertifs_navig
            IF Wnv_numCertificat = SPACES THEN
                MOVE 0 TO Wnv_ok
            END-IF
        END-IF
        IF Wnv_ok = 1 THEN
            DISPLAY "Autorité d'inspection ?"
            MOVE SPACES TO Wnv_autorite
            ACCEPT Wnv_autorite
            DISPLAY "Date d'inspection ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wnv_dateInspection
            DISPLAY "Date d'expiration ? (AAAAMMJJ)"
            MOVE 0 TO Wnv_dateExpiration
            PERFORM WITH TEST AFTER UNTIL
                    Wnv_dateExpiration > Wnv_dateInspection
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wnv_dateExpiration
            END-PERFORM
            DISPLAY "Vol habité interdit ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wnv_volHabiteInterdit
            PERFORM WITH TEST AFTER UNTIL
                    Wnv_volHabiteInterdit = 0 OR
                    Wnv_volHabiteInterdit = 1
                ACCEPT Wnv_volHabiteInterdit
            END-PERFORM
            DISPLAY "Limité au fret ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wnv_fretUniquement
            PERFORM WITH TEST AFTER UNTIL
                    Wnv_fretUniquement = 0 OR
                    Wnv_fretUniquement = 1
                ACCEPT Wnv_fretUniquement
            END-PERFORM
            DISPLAY "Autres restrictions (texte libre) ?"
            MOVE SPACES TO Wnv_restrictions
            ACCEPT Wnv_restrictions
            OPEN I-O Fcertifs_navig
            MOVE Wnv_nomVaisseau TO fnv_nomVaisseau
            START Fcertifs_navig, KEY IS = fnv_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wnv_fin
                PERFORM WITH TEST AFTER UNTIL Wnv_fin = 1
                    READ Fcertifs_navig NEXT
                    AT END MOVE 1 TO Wnv_fin
                    NOT AT END
                        IF fnv_nomVaisseau NOT = Wnv_nomVaisseau THEN
                            MOVE 1 TO Wnv_fin
                        ELSE
                            IF fnv_actif = 1 THEN
                                MOVE 0 TO fnv_actif
                                REWRITE nvTampon END-REWRITE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            MOVE Wnv_numCertificat TO fnv_numCertificat
            MOVE Wnv_nomVaisseau TO fnv_nomVaisseau
            MOVE Wnv_autorite TO fnv_autorite
            MOVE Wnv_dateInspection TO fnv_dateInspection
            MOVE Wnv_dateExpiration TO fnv_dateExpiration
            MOVE Wnv_volHabiteInterdit TO fnv_volHabiteInterdit
            MOVE Wnv_fretUniquement TO fnv_fretUniquement
            MOVE Wnv_restrictions TO fnv_restrictions
            MOVE Wop_id TO fnv_opSaisie
            MOVE 1 TO fnv_actif
            WRITE nvTampon END-WRITE
            IF fnv_stat NOT = 00 THEN
                MOVE fnv_stat TO Wchk_stat
                MOVE "Fcertifs_navig" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcertifs_navig
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "CERTIFNAV" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wnv_numCertificat DELIMITED BY SPACE
                " / " DELIMITED BY SIZE
                Wnv_nomVaisseau DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Certificat enregistré : il remplace le certificat",
" précédent du vaisseau."
        END-IF.

        NAVIG_LISTER_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wnv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wnv_nomVaisseau2) TO Wnv_nomVaisseau
        DISPLAY "#############"
        DISPLAY "Certificats de navigabilité de ", Wnv_nomVaisseau, " :"
        MOVE 0 TO Wnv_count
        OPEN INPUT Fcertifs_navig
        MOVE Wnv_nomVaisseau TO fnv_nomVaisseau
        START Fcertifs_navig, KEY IS = fnv_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnv_fin
            PERFORM WITH TEST AFTER UNTIL Wnv_fin = 1
                READ Fcertifs_navig NEXT
                AT END MOVE 1 TO Wnv_fin
                NOT AT END
                    IF fnv_nomVaisseau NOT = Wnv_nomVaisseau THEN
                        MOVE 1 TO Wnv_fin
                    ELSE
                        ADD 1 TO Wnv_count
                        IF fnv_actif = 1 THEN
                            DISPLAY "  - n°", fnv_numCertificat,
" (EN VIGUEUR) ", FUNCTION TRIM(fnv_autorite), " inspecté le ",
fnv_dateInspection, ", expire le ", fnv_dateExpiration
                        ELSE
                            DISPLAY "  - n°", fnv_numCertificat,
" (remplacé) ", FUNCTION TRIM(fnv_autorite), " inspecté le ",
fnv_dateInspection, ", expire le ", fnv_dateExpiration
                        END-IF
                        IF fnv_volHabiteInterdit = 1 THEN
                            DISPLAY "      Restriction : vol habité",
" interdit"
                        END-IF
                        IF fnv_fretUniquement = 1 THEN
                            DISPLAY "      Restriction : fret",
" uniquement"
                        END-IF
                        IF fnv_restrictions NOT = SPACES THEN
                            DISPLAY "      ",
FUNCTION TRIM(fnv_restrictions)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcertifs_navig
        IF Wnv_count = 0 THEN
            DISPLAY "  Aucun certificat enregistré."
        END-IF.

        NAVIG_CERTIFICAT_COURANT.
        MOVE 0 TO Wnv_trouve
        MOVE 0 TO Wnv_certInsp
        OPEN INPUT Fcertifs_navig
        MOVE Wnv_nomVaisseau TO fnv_nomVaisseau
        START Fcertifs_navig, KEY IS = fnv_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnv_fin
            PERFORM WITH TEST AFTER UNTIL Wnv_fin = 1
                READ Fcertifs_navig NEXT
                AT END MOVE 1 TO Wnv_fin
                NOT AT END
                    IF fnv_nomVaisseau NOT = Wnv_nomVaisseau THEN
                        MOVE 1 TO Wnv_fin
                    ELSE
                        IF fnv_actif = 1 AND
                           fnv_dateInspection >= Wnv_certInsp THEN
                            MOVE 1 TO Wnv_trouve
                            MOVE fnv_dateInspection TO Wnv_certInsp
                            MOVE fnv_dateExpiration TO Wnv_certExp
                            MOVE fnv_numCertificat TO Wnv_certNum
                            MOVE fnv_volHabiteInterdit
                                TO Wnv_certHabite
                            MOVE fnv_fretUniquement TO Wnv_certFret
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcertifs_navig.

        NAVIG_CONTROLER.
        MOVE 1 TO Wnv_ok
        PERFORM NAVIG_CERTIFICAT_COURANT
        IF Wnv_trouve = 0 THEN
            DISPLAY "ATTENTION : aucun certificat de navigabilité",
" enregistré pour ", FUNCTION TRIM(Wnv_nomVaisseau), "."
        ELSE
            IF Wnv_certExp < Wnv_date THEN
                MOVE 0 TO Wnv_ok
                DISPLAY "Refusé : le certificat de navigabilité n°",
FUNCTION TRIM(Wnv_certNum), " de ", FUNCTION TRIM(Wnv_nomVaisseau),
" a expiré le ", Wnv_certExp, "."
            END-IF
            IF Wnv_certHabite = 1 AND Wnv_equipage = 1 THEN
                MOVE 0 TO Wnv_ok
                DISPLAY "Refusé : le certificat de ",
FUNCTION TRIM(Wnv_nomVaisseau), " interdit le vol habité."
            END-IF
            IF Wnv_certFret = 1 AND Wnv_typeMission > 0 AND
               Wnv_typeMission NOT = 2 AND Wnv_roleCargo = 0 THEN
                MOVE 0 TO Wnv_ok
                DISPLAY "Refusé : le certificat de ",
FUNCTION TRIM(Wnv_nomVaisseau), " le limite au fret",
" (ravitaillement ou rôle cargo)."
            END-IF
        END-IF.

        NAVIG_MISSION.
        MOVE 1 TO Wnv_okMission
        ACCEPT Wnv_date FROM DATE YYYYMMDD
        MOVE 0 TO Wnv_typeMission
        OPEN INPUT Fmissions
        MOVE Wnv_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fm_typeMission TO Wnv_typeMission
        END-READ
        CLOSE Fmissions
        OPEN INPUT Fequipes
        MOVE Wnv_idMission TO fe_idMission
        START Fequipes, KEY IS = fe_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnv_fin2
            PERFORM WITH TEST AFTER UNTIL Wnv_fin2 = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wnv_fin2
                NOT AT END
                    IF fe_idMission NOT = Wnv_idMission THEN
                        MOVE 1 TO Wnv_fin2
                    ELSE
                        IF fe_actif = 1 AND
                           fe_nomVaisseau NOT = SPACES THEN
                            MOVE fe_nomVaisseau TO Wnv_nomVaisseau
                            MOVE 1 TO Wnv_equipage
                            MOVE 0 TO Wnv_roleCargo
                            PERFORM NAVIG_CONTROLER
                            IF Wnv_ok = 0 THEN
                                MOVE 0 TO Wnv_okMission
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        OPEN INPUT Fconvoi
        MOVE Wnv_idMission TO fcv_idMission
        START Fconvoi, KEY IS = fcv_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnv_fin2
            PERFORM WITH TEST AFTER UNTIL Wnv_fin2 = 1
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wnv_fin2
                NOT AT END
                    IF fcv_idMission NOT = Wnv_idMission THEN
                        MOVE 1 TO Wnv_fin2
                    ELSE
                        IF fcv_actif = 1 THEN
                            MOVE fcv_nomVaisseau TO Wnv_nomVaisseau
                            MOVE 0 TO Wnv_equipage
                            MOVE 0 TO Wnv_roleCargo
                            IF fcv_cargo THEN
                                MOVE 1 TO Wnv_roleCargo
                            END-IF
                            PERFORM NAVIG_CONTROLER
                            IF Wnv_ok = 0 THEN
                                MOVE 0 TO Wnv_okMission
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fconvoi.

        NAVIG_LISTE_EXPIRATION.
        ACCEPT Wnv_date FROM DATE YYYYMMDD
        COMPUTE Wnv_limite = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wnv_date) + 90)
        MOVE SPACES TO Wsp_ligne
        STRING "Certificats de navigabilité expirant d'ici le "
            DELIMITED BY SIZE
            Wnv_limite DELIMITED BY SIZE
            " (90 jours) :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wnv_count
        OPEN INPUT Fcertifs_navig
        MOVE 0 TO Wnv_fin
        PERFORM WITH TEST AFTER UNTIL Wnv_fin = 1
            READ Fcertifs_navig NEXT
            AT END MOVE 1 TO Wnv_fin
            NOT AT END
                IF fnv_actif = 1 AND
                   fnv_dateExpiration <= Wnv_limite THEN
                    ADD 1 TO Wnv_count
                    MOVE SPACES TO Wsp_ligne
                    IF fnv_dateExpiration < Wnv_date THEN
                        STRING "  " DELIMITED BY SIZE
                            fnv_numCertificat DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fnv_nomVaisseau DELIMITED BY SIZE
                            " EXPIRÉ le " DELIMITED BY SIZE
                            fnv_dateExpiration DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    ELSE
                        COMPUTE Wnv_jours =
                            FUNCTION INTEGER-OF-DATE(fnv_dateExpiration)
                            - FUNCTION INTEGER-OF-DATE(Wnv_date)
                        MOVE Wnv_jours TO Wnv_joursECR
                        STRING "  " DELIMITED BY SIZE
                            fnv_numCertificat DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fnv_nomVaisseau DELIMITED BY SIZE
                            " expire le " DELIMITED BY SIZE
                            fnv_dateExpiration DELIMITED BY SIZE
                            " (J-" DELIMITED BY SIZE
                            Wnv_joursECR DELIMITED BY SIZE
                            ") " DELIMITED BY SIZE
                            fnv_autorite DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    END-IF
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcertifs_navig
        IF Wnv_count = 0 THEN
            MOVE "  Aucun certificat à renouveler." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        RAPPORT_CERTIFS_NAVIG_BATCH.
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "CERTIFS_NAVIG" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        PERFORM NAVIG_LISTE_EXPIRATION
        PERFORM FIN_RAPPORT
        MOVE Wnv_count TO Wbat_traites.

        AJOUT_VAISSEAU.
        PERFORM WITH TEST AFTER UNTIL Waj_v = 0
            DISPLAY ' '
            DISPLAY "Nom du vaisseau ?"
            ACCEPT Wfv_nomVaisseau2
            MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
            DISPLAY "Type du vaisseau ?"
            PERFORM LISTER_TYPES_VAISSEAUX
            MOVE 0 TO Wtv_trouve
            PERFORM WITH TEST AFTER UNTIL Wtv_trouve = 1
                ACCEPT Wfv_typeV
                PERFORM VERIF_TYPE_VAISSEAU
            END-PERFORM
            PERFORM VERIF_VAISSEAU
            IF Wverif_v = 0 THEN
                DISPLAY "Capacité d'équipage du vaisseau ? (1 à ",
Wtv_capaciteMax, ")"
                MOVE 0 TO fv_capacite2
                PERFORM WITH TEST AFTER UNTIL
                        fv_capacite2 > 0 AND
                        fv_capacite2 <= Wtv_capaciteMax
                    ACCEPT fv_capacite2
                END-PERFORM
                DISPLAY "Rayon d'action du vaisseau (en unités de",
" trajet) ? (0 : défaut du type, ", Wtv_rayonDefaut, ")"
                ACCEPT Wfv_rayonAction
                IF Wfv_rayonAction = 0 THEN
                    MOVE Wtv_rayonDefaut TO Wfv_rayonAction
                END-IF
                DISPLAY "Intervalle d'entretien préventif (en",
" jours) ? (0 : défaut du type, ", Wtv_intervalleDefaut, ")"
                ACCEPT Wfv_intervalleMaint
                IF Wfv_intervalleMaint = 0 THEN
                    MOVE Wtv_intervalleDefaut TO Wfv_intervalleMaint
                END-IF
                DISPLAY "Vitesse de croisière (unités de trajet par",
" jour) ?"
                PERFORM WITH TEST AFTER UNTIL Wfv_vitesse > 0
                    ACCEPT Wfv_vitesse
                END-PERFORM
                DISPLAY "Date d'acquisition du vaisseau ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wfv_dateAcquisition
                DISPLAY "Coût d'acquisition du vaisseau ?"
                MOVE 0 TO Wfv_cout
                PERFORM WITH TEST AFTER UNTIL Wfv_cout > 0
                    ACCEPT Wfv_cout
                END-PERFORM
                DISPLAY "Durée de service attendue (en années) ?"
                MOVE 0 TO Wfv_duree
                PERFORM WITH TEST AFTER UNTIL Wfv_duree > 0
                    ACCEPT Wfv_duree
                END-PERFORM
                DISPLAY "Lieu attribué au vaisseau ?"
                ACCEPT Wfv_nomLieu2
                MOVE FUNCTION LOWER-CASE(Wfv_nomLieu2) TO Wfv_nomLieu
                PERFORM VERIF_LIEU3
                IF Wverif_l = 1 THEN
                    DISPLAY "Mission attribuée au vaisseau ? ",
"(0 : aucune)"
                    ACCEPT Wfm_idMission
                    IF Wfm_idMission = 0 THEN
                        MOVE 0 TO Wverif_m
                    ELSE
                        PERFORM VERIF_MISSION3
                    END-IF
                    MOVE Wfv_nomVaisseau TO fv_nomVaisseau
                    MOVE Wfv_nomLieu TO fv_nomLieu
                    MOVE Wfv_typeV TO fv_typeVaisseau
                    MOVE fv_capacite2 TO fv_capacite
                    MOVE Wfv_rayonAction TO fv_rayonAction
                    MOVE Wfv_intervalleMaint TO fv_intervalleMaint
                    MOVE Wfv_vitesse TO fv_vitesseCroisiere
                    MOVE Wfv_cout TO fv_coutAcquisition
                    MOVE Wfv_duree TO fv_dureeService
                    MOVE Wfv_dateAcquisition TO fv_dateAcquisition
                    MOVE 1 TO fv_actif
                    MOVE 1 TO fv_disponible
                    MOVE Wfv_rayonAction TO fv_carburant
                    ACCEPT fv_dateArrivee FROM DATE YYYYMMDD
                    MOVE fv_dateArrivee TO fv_dateDernierEntretien
                    IF Wverif_m = 1 THEN
                        MOVE Wfm_idMission TO fv_idMission
                    ELSE
                        MOVE 0 TO fv_idMission
                    END-IF
                    OPEN I-O Fvaisseaux
                    WRITE vTampon END-WRITE
                    IF fv_stat NOT = 00 THEN
                        MOVE fv_stat TO Wchk_stat
                        MOVE "Fvaisseaux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Fvaisseaux
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "AJOUT" TO Wau_action
                    MOVE fv_nomVaisseau TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Vaisseau ajouté avec succès."
                END-IF
            END-IF
            PERFORM WITH TEST AFTER UNTIL Waj_v = 0 OR Waj_v = 1
                DISPLAY ' '
                DISPLAY 'Autres vaisseaux à ajouter ? ',
'(0 : Non // 1 : Oui)'
                    ACCEPT Waj_v
            END-PERFORM
        END-PERFORM.
   
        SUPPRIMER_VAISSEAU.
        MOVE 0 TO Wv_NOTALLOW
        MOVE "vaisseaux.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fvaisseaux
        DISPLAY "Nom du vaisseau à détruire ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "Ce vaisseau n'existe pas, impossible à détruire !"
            MOVE 2 TO Wv_NOTALLOW
        NOT INVALID KEY
          IF fv_actif = 0 THEN
            DISPLAY "Ce vaisseau a déjà été détruit."
            MOVE 2 TO Wv_NOTALLOW
          ELSE
            MOVE "Fvaisseaux" TO Wji_fichier
            MOVE fv_nomVaisseau TO Wji_cle
            MOVE vTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            IF fv_idMission > 0 THEN
                MOVE 1 TO Wv_NOTALLOW
            END-IF
            IF Wv_NOTALLOW = 0 THEN
                OPEN INPUT Fequipes
                MOVE 0 TO Wvs_fin
                PERFORM WITH TEST AFTER UNTIL Wvs_fin = 1
                    READ Fequipes NEXT
                    AT END MOVE 1 TO Wvs_fin
                    NOT AT END
                        IF fe_actif = 1 AND
                           fe_nomVaisseau = fv_nomVaisseau THEN
                            MOVE 1 TO Wv_NOTALLOW
                        END-IF
                END-PERFORM
                CLOSE Fequipes
            END-IF
          END-IF
        END-READ
        IF Wv_NOTALLOW = 0 THEN
            MOVE 0 TO fv_actif
            REWRITE vTampon END-REWRITE
            IF fv_stat NOT = 00 THEN
                MOVE fv_stat TO Wchk_stat
                MOVE "Fvaisseaux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "SUPPRIMER" TO Wau_action
            MOVE fv_nomVaisseau TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Vaisseau détruit."
        END-IF
        IF Wv_NOTALLOW = 1 THEN
            DISPLAY "Destruction du vaisseau impossible."
            DISPLAY "Ce vaisseau est actuellement affecté à une",
" mission ou à une équipe active !"
        END-IF
        CLOSE Fvaisseaux.

        MODIFIER_VAISSEAU.
        DISPLAY "Nom du vaisseau à modifier ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
        MOVE "vaisseaux.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fvaisseaux
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "ERREUR ! Identifiant inconnu !"
        NOT INVALID KEY
          IF fv_actif = 0 THEN
              DISPLAY "ERREUR ! Identifiant inconnu !"
          ELSE
            MOVE "Fvaisseaux" TO Wji_fichier
            MOVE fv_nomVaisseau TO Wji_cle
            MOVE vTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            DISPLAY "Que souhaitez-vous modifier ?"
            DISPLAY "1 : Lieu // 2 : Capacité // 3 : Mission",
" attribuée // 4 : Rayon d'action // 5 : Intervalle d'entretien",
" // 6 : Date d'acquisition // 7 : Plein de carburant (au dépôt)",
" // 8 : Vitesse de croisière"
            MOVE 0 TO Wfmodif_v
            PERFORM WITH TEST AFTER UNTIL
                    Wfmodif_v = 1 OR
                    Wfmodif_v = 2 OR
                    Wfmodif_v = 3 OR
                    Wfmodif_v = 4 OR
                    Wfmodif_v = 5 OR
                    Wfmodif_v = 6 OR
                    Wfmodif_v = 7 OR
                    Wfmodif_v = 8
              ACCEPT Wfmodif_v
            END-PERFORM
            IF Wfmodif_v = 1 THEN
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
                          MOVE fl_depotCarburant
                              TO Wvh_depotDest
                          MOVE fv_nomLieu TO Wfd_lieuA
                          MOVE Wfm_lieu TO Wfd_lieuB
                          PERFORM VERIF_CARBURANT_TRAJET
                          ACCEPT Wqa_date FROM DATE YYYYMMDD
                          PERFORM VERIFIER_QUAI_LIEU
                          MOVE fv_nomVaisseau TO Wcs_nomVaisseau
                          PERFORM COMPOSANTS_BLOQUANTS
                          IF Wcarb_manque = 1 OR Wqa_ok = 0
                          OR Wcs_bloque = 1 THEN
                              MOVE 0 TO Wvh_depotDest
                              DISPLAY "Déplacement refusé."
                          ELSE
                          MOVE fv_nomLieu TO Wvh_lieuDepart
                          PERFORM ENREGISTRER_VOYAGE_VAISSEAU
                          MOVE Wfm_lieu TO fv_nomLieu
                          MOVE Wvh_date TO fv_dateArrivee
                          REWRITE vTampon END-REWRITE
                          IF fv_stat NOT = 00 THEN
                              MOVE fv_stat TO Wchk_stat
                              MOVE "Fvaisseaux" TO Wchk_label
                              PERFORM VERIFIER_STATUT_FICHIER
                          END-IF
                          MOVE "VAISSEAUX" TO Wau_module
                          MOVE "MODIFIER" TO Wau_action
                          MOVE fv_nomVaisseau TO Wau_detail
                          PERFORM ENREGISTRER_AUDIT
                          DISPLAY "Vaisseau modifié."
                          END-IF
                      END-IF
                END-READ
                CLOSE Flieux
            END-IF
            IF Wfmodif_v = 2 THEN
                DISPLAY "Nouvelle capacité ?"
                MOVE fv_typeVaisseau TO Wfv_typeV
                IF Wfv_typeV = 1 THEN
                    DISPLAY "Entre 5 et 14"
                    PERFORM WITH TEST AFTER UNTIL
                                    Wfv_typeVM < 15 AND Wfv_typeVM > 4
                        ACCEPT Wfv_typeVM
                    END-PERFORM
                    MOVE 1 TO Wrf_champ
                    MOVE Wfv_typeVM TO Wrf_nouvelle
                    PERFORM ENREGISTRER_RETROFIT
                END-IF
                IF Wfv_typeV = 2 THEN
                    DISPLAY "Entre 15 et 29"
                    PERFORM WITH TEST AFTER UNTIL
                                    Wfv_typeVM < 30 AND Wfv_typeVM > 14
                        ACCEPT Wfv_typeVM
                    END-PERFORM
                    MOVE 1 TO Wrf_champ
                    MOVE Wfv_typeVM TO Wrf_nouvelle
                    PERFORM ENREGISTRER_RETROFIT
                END-IF  
                IF Wfv_typeV = 3 THEN
                    DISPLAY "Entre 30 et 59"
                    PERFORM WITH TEST AFTER UNTIL
                                    Wfv_typeVM < 60 AND Wfv_typeVM > 29
                        ACCEPT Wfv_typeVM
                    END-PERFORM
                    MOVE 1 TO Wrf_champ
                    MOVE Wfv_typeVM TO Wrf_nouvelle
                    PERFORM ENREGISTRER_RETROFIT
                END-IF
            END-IF
            IF Wfmodif_v = 3 THEN
                DISPLAY "Nouvelle mission attribuée ? (0 : aucune)"
                ACCEPT Wfm_idMission
                IF Wfm_idMission = 0 THEN
                    MOVE 0 TO fv_idMission
                    REWRITE vTampon END-REWRITE
                    IF fv_stat NOT = 00 THEN
                        MOVE fv_stat TO Wchk_stat
                        MOVE "Fvaisseaux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    MOVE fv_nomVaisseau TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Vaisseau modifié."
                ELSE
                    PERFORM VERIF_MISSION3
                    IF Wverif_m = 1 THEN
                        MOVE fv_nomLieu TO Wfd_lieuA
                        MOVE fm_nomLieu TO Wfd_lieuB
                        PERFORM VERIF_CARBURANT_TRAJET
                    END-IF
                    IF Wverif_m = 1 AND Wcarb_manque = 1 THEN
                        DISPLAY "Affectation refusée : carburant",
" insuffisant pour rejoindre le lieu de la mission."
                    END-IF
                    IF Wverif_m = 1 AND Wcarb_manque = 0 THEN
                        MOVE fv_nomVaisseau TO Wnv_nomVaisseau
                        ACCEPT Wnv_date FROM DATE YYYYMMDD
                        MOVE 0 TO Wnv_equipage
                        MOVE fm_typeMission TO Wnv_typeMission
                        MOVE 0 TO Wnv_roleCargo
                        PERFORM NAVIG_CONTROLER
                        IF Wnv_ok = 0 THEN
                            MOVE 0 TO Wverif_m
                        END-IF
                    END-IF
                    IF Wverif_m = 1 AND Wcarb_manque = 0 THEN
                        MOVE Wfm_idMission TO Wcf_idMission
                        PERFORM VERIF_CONFLIT_VAISSEAU
                        MOVE Wfm_idMission TO fv_idMission
                        REWRITE vTampon END-REWRITE
                        IF fv_stat NOT = 00 THEN
                            MOVE fv_stat TO Wchk_stat
                            MOVE "Fvaisseaux" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE "VAISSEAUX" TO Wau_module
                        MOVE "MODIFIER" TO Wau_action
                        MOVE fv_nomVaisseau TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        DISPLAY "Vaisseau modifié."
                    END-IF
                END-IF
            END-IF
            IF Wfmodif_v = 4 THEN
                DISPLAY "Nouveau rayon d'action (en unités de",
" trajet) ?"
                PERFORM WITH TEST AFTER UNTIL Wfv_rayonAction > 0
                    ACCEPT Wfv_rayonAction
                END-PERFORM
                MOVE 2 TO Wrf_champ
                MOVE Wfv_rayonAction TO Wrf_nouvelle
                PERFORM ENREGISTRER_RETROFIT
            END-IF
            IF Wfmodif_v = 5 THEN
                DISPLAY "Nouvel intervalle d'entretien préventif",
" (en jours) ?"
                PERFORM WITH TEST AFTER UNTIL Wfv_intervalleMaint > 0
                    ACCEPT Wfv_intervalleMaint
                END-PERFORM
                MOVE Wfv_intervalleMaint TO fv_intervalleMaint
                IF fv_dateDernierEntretien = 0 THEN
                    ACCEPT fv_dateDernierEntretien FROM DATE YYYYMMDD
                END-IF
                REWRITE vTampon END-REWRITE
                IF fv_stat NOT = 00 THEN
                    MOVE fv_stat TO Wchk_stat
                    MOVE "Fvaisseaux" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "VAISSEAUX" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fv_nomVaisseau TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Vaisseau modifié."
            END-IF
            IF Wfmodif_v = 6 THEN
                DISPLAY "Nouvelle date d'acquisition ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wfv_dateAcquisition
                MOVE Wfv_dateAcquisition TO fv_dateAcquisition
                REWRITE vTampon END-REWRITE
                IF fv_stat NOT = 00 THEN
                    MOVE fv_stat TO Wchk_stat
                    MOVE "Fvaisseaux" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "VAISSEAUX" TO Wau_module
                MOVE "MODIFIER" TO Wau_action
                MOVE fv_nomVaisseau TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Vaisseau modifié."
            END-IF
            IF Wfmodif_v = 7 THEN
                OPEN INPUT Flieux
                MOVE fv_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    DISPLAY "Lieu actuel inconnu du référentiel,",
" plein impossible."
                NOT INVALID KEY
                    IF fl_depotCarburant = 1 AND fl_actif = 1 THEN
                        MOVE fv_rayonAction TO fv_carburant
                        REWRITE vTampon END-REWRITE
                        IF fv_stat NOT = 00 THEN
                            MOVE fv_stat TO Wchk_stat
                            MOVE "Fvaisseaux" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE "VAISSEAUX" TO Wau_module
                        MOVE "PLEIN" TO Wau_action
                        MOVE fv_nomVaisseau TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        DISPLAY "Plein effectué : ", fv_carburant,
" unité(s) de carburant à bord."
                    ELSE
                        DISPLAY "Aucun dépôt de carburant sur ",
fv_nomLieu, " : plein impossible."
                    END-IF
                END-READ
                CLOSE Flieux
            END-IF
            IF Wfmodif_v = 8 THEN
                DISPLAY "Nouvelle vitesse de croisière (unités de",
" trajet par jour) ?"
                MOVE 0 TO Wfv_vitesse
                PERFORM WITH TEST AFTER UNTIL Wfv_vitesse > 0
                    ACCEPT Wfv_vitesse
                END-PERFORM
                MOVE 3 TO Wrf_champ
                MOVE Wfv_vitesse TO Wrf_nouvelle
                PERFORM ENREGISTRER_RETROFIT
            END-IF
          END-IF
        END-READ
        CLOSE Fvaisseaux.

        ENREGISTRER_RETROFIT.
        ACCEPT Wrf_today FROM DATE YYYYMMDD
        DISPLAY "Date d'effet de la modification ? (AAAAMMJJ)"
        PERFORM SAISIR_DATE
        MOVE Wdt_date TO Wrf_dateEffet
        IF Wrf_dateEffet < Wrf_today THEN
            DISPLAY "Date d'effet passée : la modification prend",
" effet aujourd'hui."
            MOVE Wrf_today TO Wrf_dateEffet
        END-IF
        DISPLAY "Coût de la modification (EUR) ?"
        MOVE 0 TO Wrf_cout
        ACCEPT Wrf_cout
        DISPLAY "Description de la modification ?"
        MOVE SPACES TO Wrf_description
        ACCEPT Wrf_description
        MOVE 0 TO Wrf_max
        OPEN I-O Fretrofits
        MOVE 0 TO Wrf_fin
        PERFORM WITH TEST AFTER UNTIL Wrf_fin = 1
            READ Fretrofits NEXT
            AT END MOVE 1 TO Wrf_fin
            NOT AT END
                IF frf_idModif > Wrf_max THEN
                    MOVE frf_idModif TO Wrf_max
                END-IF
            END-READ
        END-PERFORM
        COMPUTE Wrf_idModif = Wrf_max + 1
        MOVE Wrf_idModif TO frf_idModif
        MOVE fv_nomVaisseau TO frf_nomVaisseau
        MOVE Wrf_champ TO frf_champ
        PERFORM RETROFIT_VALEUR_ACTUELLE
        MOVE Wrf_nouvelle TO frf_nouvelle
        MOVE Wrf_cout TO frf_cout
        MOVE Wrf_description TO frf_description
        MOVE Wop_id TO frf_opApprob
        MOVE Wrf_dateEffet TO frf_dateEffet
        MOVE Wrf_today TO frf_dateSaisie
        MOVE 1 TO frf_statut
        IF Wrf_dateEffet <= Wrf_today THEN
            PERFORM RETROFIT_APPLIQUER_CHAMP
            REWRITE vTampon END-REWRITE
            IF fv_stat NOT = 00 THEN
                MOVE fv_stat TO Wchk_stat
                MOVE "Fvaisseaux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "MODIFIER" TO Wau_action
            MOVE fv_nomVaisseau TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Vaisseau modifié."
        ELSE
            DISPLAY "Modification planifiée : elle prendra effet le ",
Wrf_dateEffet, "."
        END-IF
        WRITE rfTampon END-WRITE
        IF frf_stat NOT = 00 THEN
            MOVE frf_stat TO Wchk_stat
            MOVE "Fretrofits" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fretrofits
        MOVE "VAISSEAUX" TO Wau_module
        MOVE "RETROFIT" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wrf_idModif DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fv_nomVaisseau DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Modification n°", Wrf_idModif,
" inscrite au registre du vaisseau.".

        RETROFIT_VALEUR_ACTUELLE.
        EVALUATE TRUE
            WHEN frf_capacite
                MOVE fv_capacite TO frf_ancienne
            WHEN frf_rayonAction
                MOVE fv_rayonAction TO frf_ancienne
            WHEN frf_vitesse
                MOVE fv_vitesseCroisiere TO frf_ancienne
        END-EVALUATE.

        RETROFIT_APPLIQUER_CHAMP.
        PERFORM RETROFIT_VALEUR_ACTUELLE
        EVALUATE TRUE
            WHEN frf_capacite
                MOVE frf_nouvelle TO fv_capacite
            WHEN frf_rayonAction
                MOVE frf_nouvelle TO fv_rayonAction
                IF fv_carburant > fv_rayonAction THEN
                    MOVE fv_rayonAction TO fv_carburant
                END-IF
            WHEN frf_vitesse
                MOVE frf_nouvelle TO fv_vitesseCroisiere
        END-EVALUATE
        MOVE 2 TO frf_statut.

        APPLIQUER_RETROFITS.
        ACCEPT Wrf_today FROM DATE YYYYMMDD
        MOVE 0 TO Wrf_count
        OPEN I-O Fretrofits
        OPEN I-O Fvaisseaux
        MOVE 0 TO frf_dateEffet
        START Fretrofits, KEY IS >= frf_dateEffet
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrf_fin
            PERFORM WITH TEST AFTER UNTIL Wrf_fin = 1
                READ Fretrofits NEXT
                AT END MOVE 1 TO Wrf_fin
                NOT AT END
                    IF frf_dateEffet > Wrf_today THEN
                        MOVE 1 TO Wrf_fin
                    ELSE
                        IF frf_planifiee THEN
                            PERFORM RETROFIT_APPLIQUER_DIFFERE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvaisseaux
        CLOSE Fretrofits
        MOVE Wrf_count TO Wbat_traites
        IF Wrf_count > 0 THEN
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "RETROFITAP" TO Wau_action
            MOVE Wrf_count TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF
        DISPLAY "Modifications de vaisseaux appliquées : ", Wrf_count.

        RETROFIT_APPLIQUER_DIFFERE.
        MOVE frf_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            MOVE 3 TO frf_statut
            DISPLAY "Modification n°", frf_idModif, " annulée :",
" vaisseau ", frf_nomVaisseau, " inconnu."
        NOT INVALID KEY
            MOVE "Fvaisseaux" TO Wji_fichier
            MOVE fv_nomVaisseau TO Wji_cle
            MOVE vTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            PERFORM RETROFIT_APPLIQUER_CHAMP
            REWRITE vTampon END-REWRITE
            IF fv_stat NOT = 00 THEN
                MOVE fv_stat TO Wchk_stat
                MOVE "Fvaisseaux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            ADD 1 TO Wrf_count
        END-READ
        REWRITE rfTampon END-REWRITE
        IF frf_stat NOT = 00 THEN
            MOVE frf_stat TO Wchk_stat
            MOVE "Fretrofits" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        VAIS_SPEC_A_DATE.
        MOVE fv_capacite TO Wrf_capacite
        MOVE fv_rayonAction TO Wrf_rayon
        MOVE fv_vitesseCroisiere TO Wrf_vitesse
        PERFORM VARYING Wrf_i FROM 1 BY 1 UNTIL Wrf_i > 3
            MOVE 0 TO Wrf_tApres(Wrf_i)
            MOVE 0 TO Wrf_tAvant(Wrf_i)
        END-PERFORM
        OPEN INPUT Fretrofits
        MOVE fv_nomVaisseau TO frf_nomVaisseau
        START Fretrofits, KEY IS = frf_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrf_fin
            PERFORM WITH TEST AFTER UNTIL Wrf_fin = 1
                READ Fretrofits NEXT
                AT END MOVE 1 TO Wrf_fin
                NOT AT END
                    IF frf_nomVaisseau NOT = fv_nomVaisseau THEN
                        MOVE 1 TO Wrf_fin
                    ELSE
                        MOVE frf_champ TO Wrf_i
                        IF Wrf_i > 0 AND Wrf_i < 4 THEN
                            IF frf_appliquee AND
                               frf_dateEffet > Wrf_date THEN
                                IF Wrf_tApres(Wrf_i) = 0 OR
                                   frf_dateEffet < Wrf_tApres(Wrf_i) THEN
                                    MOVE frf_dateEffet
                                        TO Wrf_tApres(Wrf_i)
                                    MOVE frf_ancienne
                                        TO Wrf_tApresVal(Wrf_i)
                                END-IF
                            END-IF
                            IF frf_planifiee AND
                               frf_dateEffet <= Wrf_date AND
                               frf_dateEffet >= Wrf_tAvant(Wrf_i) THEN
                                MOVE frf_dateEffet TO Wrf_tAvant(Wrf_i)
                                MOVE frf_nouvelle
                                    TO Wrf_tAvantVal(Wrf_i)
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fretrofits
        PERFORM VARYING Wrf_i FROM 1 BY 1 UNTIL Wrf_i > 3
            IF Wrf_tApres(Wrf_i) > 0 THEN
                MOVE Wrf_tApresVal(Wrf_i) TO Wrf_tAvantVal(Wrf_i)
                MOVE Wrf_tApres(Wrf_i) TO Wrf_tAvant(Wrf_i)
            END-IF
            IF Wrf_tAvant(Wrf_i) > 0 THEN
                EVALUATE Wrf_i
                    WHEN 1 MOVE Wrf_tAvantVal(Wrf_i) TO Wrf_capacite
                    WHEN 2 MOVE Wrf_tAvantVal(Wrf_i) TO Wrf_rayon
                    WHEN 3 MOVE Wrf_tAvantVal(Wrf_i) TO Wrf_vitesse
                END-EVALUATE
            END-IF
        END-PERFORM.

        RETROFIT_LIBELLES.
        EVALUATE TRUE
            WHEN frf_capacite MOVE "Capacité" TO Wrf_champECR
            WHEN frf_rayonAction MOVE "Rayon d'action" TO Wrf_champECR
            WHEN frf_vitesse MOVE "Vitesse croisière" TO Wrf_champECR
            WHEN OTHER MOVE SPACES TO Wrf_champECR
        END-EVALUATE
        EVALUATE TRUE
            WHEN frf_planifiee MOVE "Planifiée" TO Wrf_statutECR
            WHEN frf_appliquee MOVE "Appliquée" TO Wrf_statutECR
            WHEN frf_annulee MOVE "Annulée" TO Wrf_statutECR
            WHEN OTHER MOVE SPACES TO Wrf_statutECR
        END-EVALUATE
        MOVE frf_cout TO Wrf_coutECR.

        REGISTRE_RETROFITS.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wrf_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wrf_nomVaisseau2) TO Wrf_nomVaisseau
        DISPLAY "1 : Consulter le registre // 2 : Annuler une",
" modification planifiée"
        MOVE 0 TO Wrf_choix
        PERFORM WITH TEST AFTER UNTIL Wrf_choix = 1 OR Wrf_choix = 2
            ACCEPT Wrf_choix
        END-PERFORM
        IF Wrf_choix = 2 THEN
            DISPLAY "Numéro de la modification ?"
            MOVE 0 TO Wrf_idModif
            ACCEPT Wrf_idModif
            OPEN I-O Fretrofits
            MOVE Wrf_idModif TO frf_idModif
            READ Fretrofits
            INVALID KEY
                DISPLAY "Modification inconnue."
            NOT INVALID KEY
                IF frf_nomVaisseau NOT = Wrf_nomVaisseau OR
                   NOT frf_planifiee THEN
                    DISPLAY "Seule une modification planifiée de ce",
" vaisseau peut être annulée."
                ELSE
                    MOVE 3 TO frf_statut
                    REWRITE rfTampon END-REWRITE
                    IF frf_stat NOT = 00 THEN
                        MOVE frf_stat TO Wchk_stat
                        MOVE "Fretrofits" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "RETROFITAN" TO Wau_action
                    MOVE Wrf_idModif TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Modification annulée."
                END-IF
            END-READ
            CLOSE Fretrofits
        END-IF
        DISPLAY "#############"
        DISPLAY "Registre des modifications de ", Wrf_nomVaisseau, " :"
        MOVE 0 TO Wrf_count
        OPEN INPUT Fretrofits
        MOVE Wrf_nomVaisseau TO frf_nomVaisseau
        START Fretrofits, KEY IS = frf_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrf_fin
            PERFORM WITH TEST AFTER UNTIL Wrf_fin = 1
                READ Fretrofits NEXT
                AT END MOVE 1 TO Wrf_fin
                NOT AT END
                    IF frf_nomVaisseau NOT = Wrf_nomVaisseau THEN
                        MOVE 1 TO Wrf_fin
                    ELSE
                        ADD 1 TO Wrf_count
                        PERFORM RETROFIT_LIBELLES
                        DISPLAY "  - n°", frf_idModif, " effet ",
frf_dateEffet, " ", Wrf_champECR, " : ", frf_ancienne, " -> ",
frf_nouvelle, " (", Wrf_statutECR, ")"
                        DISPLAY "      coût ", Wrf_coutECR,
" EUR, approuvé par ", frf_opApprob, " : ",
FUNCTION TRIM(frf_description)
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fretrofits
        IF Wrf_count = 0 THEN
            DISPLAY "  Aucune modification enregistrée."
        END-IF.

        RAPPORT_ANNUEL_SPECIFICATIONS.
        ACCEPT Wrf_today FROM DATE YYYYMMDD
        MOVE Wan_max TO Wrf_date
        IF Wrf_date > Wrf_today THEN
            MOVE Wrf_today TO Wrf_date
        END-IF
        MOVE SPACES TO Wsp_ligne
        STRING "Spécifications de la flotte en vigueur au "
            DELIMITED BY SIZE
            Wrf_date DELIMITED BY SIZE
            " :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wrf_fin2
        PERFORM WITH TEST AFTER UNTIL Wrf_fin2 = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wrf_fin2
            NOT AT END
                IF fv_actif = 1 THEN
                    PERFORM VAIS_SPEC_A_DATE
                    MOVE SPACES TO Wsp_ligne
                    STRING "  - " DELIMITED BY SIZE
                        fv_nomVaisseau DELIMITED BY SIZE
                        " : capacité " DELIMITED BY SIZE
                        Wrf_capacite DELIMITED BY SIZE
                        ", rayon " DELIMITED BY SIZE
                        Wrf_rayon DELIMITED BY SIZE
                        ", vitesse " DELIMITED BY SIZE
                        Wrf_vitesse DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        MOVE "Modifications de vaisseaux prenant effet sur l'année :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wrf_count
        OPEN INPUT Fretrofits
        MOVE Wan_min TO frf_dateEffet
        START Fretrofits, KEY IS >= frf_dateEffet
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wrf_fin2
            PERFORM WITH TEST AFTER UNTIL Wrf_fin2 = 1
                READ Fretrofits NEXT
                AT END MOVE 1 TO Wrf_fin2
                NOT AT END
                    IF frf_dateEffet > Wan_max THEN
                        MOVE 1 TO Wrf_fin2
                    ELSE
                        IF NOT frf_annulee THEN
                            ADD 1 TO Wrf_count
                            PERFORM RETROFIT_LIBELLES
                            MOVE SPACES TO Wsp_ligne
                            STRING "  - " DELIMITED BY SIZE
                                frf_dateEffet DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                FUNCTION TRIM(frf_nomVaisseau)
                                    DELIMITED BY SIZE
                                " : " DELIMITED BY SIZE
                                FUNCTION TRIM(Wrf_champECR)
                                    DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                frf_ancienne DELIMITED BY SIZE
                                " -> " DELIMITED BY SIZE
                                frf_nouvelle DELIMITED BY SIZE
                                ", coût " DELIMITED BY SIZE
                                Wrf_coutECR DELIMITED BY SIZE
                                " EUR (" DELIMITED BY SIZE
                                FUNCTION TRIM(Wrf_statutECR)
                                    DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fretrofits
        IF Wrf_count = 0 THEN
            MOVE "  Aucune." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        MAINTENANCE_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
        OPEN I-O Fvaisseaux
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "ERREUR ! Identifiant inconnu !"
        NOT INVALID KEY
          IF fv_actif = 0 THEN
              DISPLAY "ERREUR ! Identifiant inconnu !"
          ELSE
            MOVE "Fvaisseaux" TO Wji_fichier
            MOVE fv_nomVaisseau TO Wji_cle
            MOVE vTampon TO Wji_image
            PERFORM JOURNALISER_IMAGE
            IF fv_enService THEN
                MOVE 0 TO fv_disponible
                REWRITE vTampon END-REWRITE
                IF fv_stat NOT = 00 THEN
                    MOVE fv_stat TO Wchk_stat
                    MOVE "Fvaisseaux" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                DISPLAY "Vaisseau ", fv_nomVaisseau, " mis en maintenance."
            ELSE
                DISPLAY "Article de pièces détachées consommé par",
" l'entretien ? (tel que référencé au catalogue)"
                ACCEPT Wpd_article2
                MOVE FUNCTION LOWER-CASE(Wpd_article2) TO Wpd_article
                DISPLAY "Quantité consommée ?"
                MOVE 0 TO Wpd_quantite
                PERFORM WITH TEST AFTER UNTIL Wpd_quantite > 0
                    ACCEPT Wpd_quantite
                END-PERFORM
                MOVE 0 TO Wpd_ok
                OPEN I-O Fpieces
                MOVE Wpd_article TO fpd_nomArticle
                MOVE fv_nomLieu TO fpd_nomLieu
                READ Fpieces
                INVALID KEY
                    DISPLAY "Aucun stock de ", Wpd_article, " sur ",
fv_nomLieu, " : entretien refusé."
                NOT INVALID KEY
                    IF fpd_actif = 0 OR
                       fpd_quantite < Wpd_quantite THEN
                        DISPLAY "Stock insuffisant de ", Wpd_article,
" sur ", fv_nomLieu, " (", fpd_quantite, " en stock) : entretien",
" refusé."
                    ELSE
                        SUBTRACT Wpd_quantite FROM fpd_quantite
                        REWRITE pdTampon END-REWRITE
                        IF fpd_stat NOT = 00 THEN
                            MOVE fpd_stat TO Wchk_stat
                            MOVE "Fpieces" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE 1 TO Wpd_ok
                        IF fpd_quantite < fpd_seuilMin THEN
                            DISPLAY "ATTENTION : le stock de ",
Wpd_article, " sur ", fv_nomLieu, " passe sous le seuil minimal (",
fpd_quantite, " / ", fpd_seuilMin, ")."
                        END-IF
                    END-IF
                END-READ
                CLOSE Fpieces
                IF Wpd_ok = 1 THEN
                    MOVE 1 TO fv_disponible
                    ACCEPT fv_dateDernierEntretien FROM DATE YYYYMMDD
                    REWRITE vTampon END-REWRITE
                    IF fv_stat NOT = 00 THEN
                        MOVE fv_stat TO Wchk_stat
                        MOVE "Fvaisseaux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" remis en service."
                END-IF
            END-IF
          END-IF
        END-READ
        CLOSE Fvaisseaux.

        HISTORIQUE_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wvh_nomVaisseau2
        DISPLAY "#############"
        DISPLAY "Voyages du vaisseau ", Wvh_nomVaisseau2, " :"
        OPEN INPUT Fvaisseaux_hist
        MOVE 0 TO Wvh_fin
        PERFORM WITH TEST AFTER UNTIL Wvh_fin = 1
            READ Fvaisseaux_hist
            AT END MOVE 1 TO Wvh_fin
            NOT AT END
                UNSTRING vhTampon DELIMITED BY ";"
                    INTO Wvh_pDate Wvh_pHeure Wvh_pNav
                         Wvh_pDepart Wvh_pArrivee Wvh_pJours
                END-UNSTRING
                IF FUNCTION LOWER-CASE(Wvh_pNav) = Wvh_nomVaisseau2
                AND Wvh_pArrivee NOT = "ARCHIVE" THEN
                    DISPLAY "  - Le ", Wvh_pDate, " à ", Wvh_pHeure,
" : ", Wvh_pDepart, " -> ", Wvh_pArrivee,
" (", Wvh_pJours, " jour(s) sur place)"
                END-IF
        END-PERFORM
        CLOSE Fvaisseaux_hist.

        OUVRIR_ORDRE_REPARATION.
        MOVE 0 TO Wor_max
        OPEN INPUT Fordres
        MOVE 0 TO Wor_fin
        PERFORM WITH TEST AFTER UNTIL Wor_fin = 1
            READ Fordres NEXT
            AT END MOVE 1 TO Wor_fin
            NOT AT END
                IF for_idOrdre > Wor_max THEN
                    MOVE for_idOrdre TO Wor_max
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fordres
        COMPUTE Wor_id = Wor_max + 1
        OPEN I-O Fordres
        MOVE Wor_id TO for_idOrdre
        MOVE Wfv_nomVaisseau TO for_nomVaisseau
        MOVE Wor_lieu TO for_nomLieu
        MOVE Wiv_gravite TO for_gravite
        MOVE 1 TO for_statut
        ACCEPT for_dateOuverture FROM DATE YYYYMMDD
        MOVE 0 TO for_dateCloture
        MOVE Wiv_description TO for_description
        MOVE 0 TO for_coutReparation
        WRITE orTampon END-WRITE
        IF for_stat NOT = 00 THEN
            MOVE for_stat TO Wchk_stat
            MOVE "Fordres" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fordres
        OPEN I-O Fvaisseaux
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "Impossible"
        NOT INVALID KEY
            MOVE 0 TO fv_disponible
            REWRITE vTampon END-REWRITE
            IF fv_stat NOT = 00 THEN
                MOVE fv_stat TO Wchk_stat
                MOVE "Fvaisseaux" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Fvaisseaux
        MOVE "VAISSEAUX" TO Wau_module
        MOVE "ORDRE-REP" TO Wau_action
        MOVE Wor_id TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Incident critique : ordre de réparation n°", Wor_id,
" ouvert, vaisseau ", Wfv_nomVaisseau, " mis en maintenance.".

        ECRIRE_STATUT_ORDRE.
        IF for_ouvert THEN
            MOVE "Ouvert" TO Wor_statutECR
        END-IF
        IF for_enReparation THEN
            MOVE "En réparation" TO Wor_statutECR
        END-IF
        IF for_clos THEN
            MOVE "Clôturé" TO Wor_statutECR
        END-IF.

        LISTER_ORDRES_REPARATION.
        DISPLAY "Lieu dont vous voulez la file des ordres de",
" réparation ? (tous : ensemble des lieux)"
        ACCEPT Wor_lieu2
        MOVE FUNCTION LOWER-CASE(Wor_lieu2) TO Wor_lieu
        DISPLAY "#############"
        DISPLAY "Ordres de réparation non clôturés :"
        MOVE 0 TO Wor_count
        OPEN INPUT Fordres
        MOVE 0 TO Wor_fin
        PERFORM WITH TEST AFTER UNTIL Wor_fin = 1
            READ Fordres NEXT
            AT END MOVE 1 TO Wor_fin
            NOT AT END
                IF NOT for_clos AND
                   (Wor_lieu = "tous" OR for_nomLieu = Wor_lieu) THEN
                    ADD 1 TO Wor_count
                    PERFORM ECRIRE_STATUT_ORDRE
                    DISPLAY "  - Ordre n°", for_idOrdre, " [",
Wor_statutECR, "] ", for_nomVaisseau, " sur ", for_nomLieu,
" (gravité ", for_gravite, ", ouvert le ", for_dateOuverture,
") : ", for_description
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fordres
        IF Wor_count = 0 THEN
            DISPLAY "  Aucun ordre de réparation en attente."
        END-IF.

        TRAITER_ORDRE_REPARATION.
        DISPLAY "Numéro de l'ordre de réparation ?"
        PERFORM WITH TEST AFTER UNTIL Wor_id > 0
            ACCEPT Wor_id
        END-PERFORM
        OPEN I-O Fordres
        MOVE Wor_id TO for_idOrdre
        READ Fordres
        INVALID KEY
            DISPLAY "Cet ordre de réparation n'existe pas."
        NOT INVALID KEY
          IF for_clos THEN
            DISPLAY "Cet ordre est déjà clôturé (le ",
for_dateCloture, ")."
          ELSE
            PERFORM ECRIRE_STATUT_ORDRE
            DISPLAY "Ordre n°", for_idOrdre, " [", Wor_statutECR,
"] : ", for_nomVaisseau, " - ", for_description
            DISPLAY "Nouvelle étape ? (2 : En réparation //",
" 3 : Clôturer)"
            MOVE 0 TO Wor_choix
            PERFORM WITH TEST AFTER UNTIL
                    Wor_choix = 2 OR Wor_choix = 3
                ACCEPT Wor_choix
            END-PERFORM
            DISPLAY "Coût de réparation à imputer à l'ordre ?",
" (0 : aucun)"
            MOVE 0 TO Wor_cout
            ACCEPT Wor_cout
            ADD Wor_cout TO for_coutReparation
            MOVE Wor_choix TO for_statut
            IF Wor_choix = 3 THEN
                ACCEPT for_dateCloture FROM DATE YYYYMMDD
            END-IF
            REWRITE orTampon END-REWRITE
            IF for_stat NOT = 00 THEN
                MOVE for_stat TO Wchk_stat
                MOVE "Fordres" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "ORDRE-MAJ" TO Wau_action
            MOVE Wor_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            IF Wor_choix = 3 THEN
                PERFORM COMPOSANTS_ORDRE_REPARATION
                OPEN I-O Fvaisseaux
                MOVE for_nomVaisseau TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    DISPLAY "Vaisseau introuvable, remise en service",
" manuelle nécessaire."
                NOT INVALID KEY
                    MOVE 1 TO fv_disponible
                    ACCEPT fv_dateDernierEntretien FROM DATE YYYYMMDD
                    REWRITE vTampon END-REWRITE
                    IF fv_stat NOT = 00 THEN
                        MOVE fv_stat TO Wchk_stat
                        MOVE "Fvaisseaux" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    DISPLAY "Ordre clôturé : vaisseau ",
fv_nomVaisseau, " remis en service."
                END-READ
                CLOSE Fvaisseaux
            ELSE
                DISPLAY "Ordre n°", Wor_id, " passé En réparation."
            END-IF
          END-IF
        END-READ
        CLOSE Fordres.

        DECLARER_INCIDENT_VAISSEAU.
        DISPLAY "Nom du vaisseau concerné ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
        OPEN INPUT Fvaisseaux
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "Ce nom de vaisseau est inexistant."
        NOT INVALID KEY
          IF fv_actif = 0 THEN
            DISPLAY "Ce nom de vaisseau est inexistant."
          ELSE
            DISPLAY "Gravité de l'incident ?"
            DISPLAY "1 : Mineur // 2 : Sérieux // 3 : Critique"
            MOVE 0 TO Wiv_gravite
            PERFORM WITH TEST AFTER UNTIL
                            Wiv_gravite > 0 AND Wiv_gravite < 4
                ACCEPT Wiv_gravite
            END-PERFORM
            DISPLAY "Description de l'incident (une ligne) ?"
            ACCEPT Wiv_description
            ACCEPT Wiv_date FROM DATE YYYYMMDD
            ACCEPT Wiv_heure FROM TIME
            OPEN EXTEND Fincidents
            STRING Wiv_date DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wiv_heure DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fv_nomVaisseau DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wiv_gravite DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wiv_description DELIMITED BY SIZE
                INTO ivTampon
            END-STRING
            WRITE ivTampon
            CLOSE Fincidents
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "INCIDENT" TO Wau_action
            MOVE fv_nomVaisseau TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Incident enregistré (incidents_vaisseaux.dat)."
            IF Wiv_gravite = 3 THEN
                MOVE 1 TO Wor_creer
                MOVE fv_nomLieu TO Wor_lieu
                MOVE 1 TO Wsv_propose
                MOVE fv_nomLieu TO Wsv_lieu
                MOVE fv_nomVaisseau TO Wsv_exclu
                MOVE Wiv_description TO Wsv_motif
            END-IF
            IF Wiv_gravite > 1 THEN
                MOVE 1 TO Wnu_creer
                DISPLAY "Ouvrir un sinistre auprès de l'assureur ?",
" (0 : Non // 1 : Oui)"
                MOVE 9 TO Wsn_reponse
                PERFORM WITH TEST AFTER UNTIL
                        Wsn_reponse = 0 OR Wsn_reponse = 1
                    ACCEPT Wsn_reponse
                END-PERFORM
                MOVE Wsn_reponse TO Wsn_creer
                MOVE fv_nomVaisseau TO Wsn_nomVaisseau
                MOVE Wiv_date TO Wsn_date
                MOVE Wiv_gravite TO Wsn_gravite
                MOVE Wiv_description TO Wsn_description
                MOVE 0 TO Wsn_idOrdre
            END-IF
          END-IF
        END-READ
        CLOSE Fvaisseaux
        IF Wor_creer = 1 THEN
            MOVE 0 TO Wor_creer
            PERFORM OUVRIR_ORDRE_REPARATION
            MOVE Wor_id TO Wsn_idOrdre
        END-IF
        IF Wsn_creer = 1 THEN
            MOVE 0 TO Wsn_creer
            PERFORM OUVRIR_SINISTRE
        END-IF
        IF Wnu_creer = 1 THEN
            MOVE 0 TO Wnu_creer
            PERFORM GENERER_NOTIFICATIONS_URGENCE
        END-IF
        IF Wsv_propose = 1 THEN
            MOVE 0 TO Wsv_propose
            PERFORM PROPOSITION_SAUVETAGE_INCIDENT
        END-IF.

        GENERER_NOTIFICATIONS_URGENCE.
        ACCEPT Wnu_date FROM DATE YYYYMMDD
        MOVE 0 TO Wnu_max
        OPEN INPUT Fnotif_urgence
        MOVE 0 TO Wnu_fin
        PERFORM WITH TEST AFTER UNTIL Wnu_fin = 1
            READ Fnotif_urgence NEXT
            AT END MOVE 1 TO Wnu_fin
            NOT AT END
                IF fnu_idNotif > Wnu_max THEN
                    MOVE fnu_idNotif TO Wnu_max
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fnotif_urgence
        MOVE 0 TO Wnu_idEquipe
        MOVE 0 TO Wnu_idMission
        OPEN INPUT Fequipes
        MOVE Wfv_nomVaisseau TO fe_nomVaisseau
        START Fequipes, KEY IS = fe_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnu_fin
            PERFORM WITH TEST AFTER UNTIL Wnu_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wnu_fin
                NOT AT END
                    IF fe_nomVaisseau NOT = Wfv_nomVaisseau THEN
                        MOVE 1 TO Wnu_fin
                    ELSE
                        IF fe_actif = 1 THEN
                            MOVE fe_idEquipe TO Wnu_idEquipe
                            MOVE fe_idMission TO Wnu_idMission
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes
        MOVE 0 TO Wnu_count
        IF Wnu_idEquipe > 0 THEN
            OPEN INPUT Fastronautes
            MOVE Wnu_idEquipe TO fa_idEquipe
            START Fastronautes, KEY IS = fa_idEquipe
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wnu_fin
                PERFORM WITH TEST AFTER UNTIL Wnu_fin = 1
                    READ Fastronautes NEXT
                    AT END MOVE 1 TO Wnu_fin
                    NOT AT END
                        IF fa_idEquipe NOT = Wnu_idEquipe THEN
                            MOVE 1 TO Wnu_fin
                        ELSE
                            IF fa_actif = 1 THEN
                                PERFORM NOTIFIER_CONTACTS_MEMBRE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fastronautes
        END-IF
        IF Wnu_idMission > 0 THEN
            PERFORM NOTIFIER_CONTACTS_PASSAGERS
        END-IF
        IF Wnu_count = 0 THEN
            DISPLAY "Aucun contact d'urgence à prévenir (équipage ou",
" contacts non renseignés)."
        ELSE
            DISPLAY Wnu_count, " notification(s) d'urgence à",
" traiter générée(s) (notifications_urgence.dat)."
        END-IF.

        NOTIFIER_CONTACTS_MEMBRE.
        OPEN INPUT Fcontacts
        MOVE fa_idAstronaute TO fcu_idAstronaute
        START Fcontacts, KEY IS = fcu_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnu_fin2
            PERFORM WITH TEST AFTER UNTIL Wnu_fin2 = 1
                READ Fcontacts NEXT
                AT END MOVE 1 TO Wnu_fin2
                NOT AT END
                    IF fcu_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wnu_fin2
                    ELSE
                        IF fcu_actif = 1 THEN
                            ADD 1 TO Wnu_max
                            ADD 1 TO Wnu_count
                            OPEN I-O Fnotif_urgence
                            MOVE Wnu_max TO fnu_idNotif
                            MOVE Wnu_date TO fnu_date
                            MOVE fa_idAstronaute
                                TO fnu_idAstronaute
                            MOVE fcu_nom TO fnu_contact
                            MOVE fcu_telephone TO fnu_telephone
                            MOVE Wfv_nomVaisseau TO fnu_nomVaisseau
                            MOVE 1 TO fnu_statut
                            MOVE 1 TO fnu_actif
                            MOVE 0 TO fnu_idPassager
                            WRITE nuTampon END-WRITE
                            IF fnu_stat NOT = 00 THEN
                                MOVE fnu_stat TO Wchk_stat
                                MOVE "Fnotif_urgence" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            CLOSE Fnotif_urgence
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcontacts.

        NOTIFIER_CONTACTS_PASSAGERS.
        OPEN INPUT Fpassagers
        MOVE Wnu_idMission TO fpx_idMission
        START Fpassagers, KEY IS = fpx_idMission
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wnu_fin
            PERFORM WITH TEST AFTER UNTIL Wnu_fin = 1
                READ Fpassagers NEXT
                AT END MOVE 1 TO Wnu_fin
                NOT AT END
                    IF fpx_idMission NOT = Wnu_idMission THEN
                        MOVE 1 TO Wnu_fin
                    ELSE
                        IF fpx_actif = 1 AND
                           fpx_contactNom NOT = SPACES THEN
                            ADD 1 TO Wnu_max
                            ADD 1 TO Wnu_count
                            OPEN I-O Fnotif_urgence
                            MOVE Wnu_max TO fnu_idNotif
                            MOVE Wnu_date TO fnu_date
                            MOVE 0 TO fnu_idAstronaute
                            MOVE fpx_contactNom TO fnu_contact
                            MOVE fpx_contactTel TO fnu_telephone
                            MOVE Wfv_nomVaisseau TO fnu_nomVaisseau
                            MOVE 1 TO fnu_statut
                            MOVE 1 TO fnu_actif
                            MOVE fpx_idPassager TO fnu_idPassager
                            WRITE nuTampon END-WRITE
                            IF fnu_stat NOT = 00 THEN
                                MOVE fnu_stat TO Wchk_stat
                                MOVE "Fnotif_urgence" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                            CLOSE Fnotif_urgence
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fpassagers.

        TRAITER_NOTIFICATIONS_URGENCE.
        DISPLAY "#############"
        DISPLAY "Notifications d'urgence à traiter :"
        MOVE 0 TO Wnu_count
        OPEN INPUT Fnotif_urgence
        MOVE 0 TO Wnu_fin
        PERFORM WITH TEST AFTER UNTIL Wnu_fin = 1
            READ Fnotif_urgence NEXT
            AT END MOVE 1 TO Wnu_fin
            NOT AT END
                IF fnu_actif = 1 AND fnu_aJoindre THEN
                    ADD 1 TO Wnu_count
                    IF fnu_idPassager > 0 THEN
                        DISPLAY "  - n°", fnu_idNotif, " du ", fnu_date,
" : joindre ", fnu_contact, " (", fnu_telephone,
") au sujet du passager n°", fnu_idPassager,
" à bord de ", fnu_nomVaisseau
                    ELSE
                        DISPLAY "  - n°", fnu_idNotif, " du ", fnu_date,
" : joindre ", fnu_contact, " (", fnu_telephone,
") au sujet de l'astronaute n°", fnu_idAstronaute,
" à bord de ", fnu_nomVaisseau
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fnotif_urgence
        IF Wnu_count = 0 THEN
            DISPLAY "  Aucune notification en attente."
        ELSE
            DISPLAY "Numéro de la notification effectuée ?",
" (0 : aucune)"
            ACCEPT Wnu_id
            IF Wnu_id > 0 THEN
                OPEN I-O Fnotif_urgence
                MOVE Wnu_id TO fnu_idNotif
                READ Fnotif_urgence
                INVALID KEY
                    DISPLAY "Cette notification n'existe pas."
                NOT INVALID KEY
                    MOVE 2 TO fnu_statut
                    REWRITE nuTampon END-REWRITE
                    IF fnu_stat NOT = 00 THEN
                        MOVE fnu_stat TO Wchk_stat
                        MOVE "Fnotif_urgence" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "VAISSEAUX" TO Wau_module
                    MOVE "NOTIF-OK" TO Wau_action
                    MOVE Wnu_id TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Notification n°", Wnu_id,
" pointée comme effectuée."
                END-READ
                CLOSE Fnotif_urgence
            END-IF
        END-IF.

        RAPPORT_FIABILITE_FLOTTE.
        ACCEPT Wfb_aujourdhui FROM DATE YYYYMMDD
        PERFORM FB_CHARGER_FLOTTE
        PERFORM FB_INCIDENTS
        PERFORM FB_REPARATIONS
        PERFORM FB_CALCULER
        MOVE "FIABILITE_FLOTTE" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Fiabilité de la flotte : jours d'exploitation entre"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "incidents (MTBI), durée moyenne de réparation et"
            DELIMITED BY SIZE
            " taux d'incidents par an (mineur/sérieux/critique)"
            DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wfb_nbSignales
        IF Wfb_nb = 0 THEN
            MOVE "  Aucun vaisseau actif." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM VARYING Wfb_t FROM 1 BY 1 UNTIL Wfb_t > 9
            IF Wfb_tNbNav(Wfb_t) > 0 THEN
                PERFORM FB_EDITER_TYPE
            END-IF
        END-PERFORM
        MOVE "=====================================" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE Wcfg_facteurFiabilite TO Wfb_facteurECR
        STRING "Vaisseaux signalés (taux > " DELIMITED BY SIZE
            Wfb_facteurECR DELIMITED BY SIZE
            " x moyenne du type) : " DELIMITED BY SIZE
            Wfb_nbSignales DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wfb_depasse = 1 THEN
            MOVE "ATTENTION : plus de 300 vaisseaux, rapport tronqué."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        FB_CHARGER_FLOTTE.
        MOVE 0 TO Wfb_nb
        MOVE 0 TO Wfb_depasse
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wfb_fin
        PERFORM WITH TEST AFTER UNTIL Wfb_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wfb_fin
            NOT AT END
                IF fv_actif = 1 THEN
                    IF Wfb_nb < 300 THEN
                        ADD 1 TO Wfb_nb
                        MOVE fv_nomVaisseau TO Wfb_nNom(Wfb_nb)
                        MOVE fv_typeVaisseau TO Wfb_nType(Wfb_nb)
                        MOVE fv_dateAcquisition TO Wfb_nDebut(Wfb_nb)
                        MOVE 0 TO Wfb_nJours(Wfb_nb)
                        MOVE 0 TO Wfb_nImmobilise(Wfb_nb)
                        MOVE 0 TO Wfb_nInc(Wfb_nb, 1)
                        MOVE 0 TO Wfb_nInc(Wfb_nb, 2)
                        MOVE 0 TO Wfb_nInc(Wfb_nb, 3)
                        MOVE 0 TO Wfb_nNbRep(Wfb_nb)
                        MOVE 0 TO Wfb_nJoursRep(Wfb_nb)
                        MOVE 0 TO Wfb_nTaux(Wfb_nb)
                    ELSE
                        MOVE 1 TO Wfb_depasse
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux.

        FB_CHERCHER_NAVIRE.
        MOVE 0 TO Wfb_idx
        PERFORM VARYING Wfb_i FROM 1 BY 1 UNTIL Wfb_i > Wfb_nb
            IF Wfb_nNom(Wfb_i) = Wfb_nav THEN
                MOVE Wfb_i TO Wfb_idx
            END-IF
        END-PERFORM
        IF Wfb_idx > 0 AND Wfb_date > 0 THEN
            IF Wfb_nDebut(Wfb_idx) = 0 OR
               Wfb_date < Wfb_nDebut(Wfb_idx) THEN
                MOVE Wfb_date TO Wfb_nDebut(Wfb_idx)
            END-IF
        END-IF.

        FB_INCIDENTS.
        OPEN INPUT Fincidents
        IF fiv_stat NOT = 35 THEN
            MOVE 0 TO Wfb_fin
            PERFORM WITH TEST AFTER UNTIL Wfb_fin = 1
                READ Fincidents
                AT END MOVE 1 TO Wfb_fin
                NOT AT END
                    UNSTRING ivTampon DELIMITED BY ";"
                        INTO Wiv_pDate Wiv_pHeure Wiv_pNav
                             Wiv_pGravite Wiv_pDescription
                    END-UNSTRING
                    MOVE FUNCTION LOWER-CASE(Wiv_pNav) TO Wfb_nav
                    MOVE FUNCTION NUMVAL(Wiv_pDate) TO Wfb_date
                    PERFORM FB_CHERCHER_NAVIRE
                    MOVE FUNCTION NUMVAL(Wiv_pGravite) TO Wfb_g
                    IF Wfb_g < 1 OR Wfb_g > 3 THEN
                        MOVE 1 TO Wfb_g
                    END-IF
                    IF Wfb_idx > 0 THEN
                        ADD 1 TO Wfb_nInc(Wfb_idx, Wfb_g)
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fincidents
        END-IF.

        FB_REPARATIONS.
        OPEN INPUT Fordres
        MOVE 0 TO Wfb_fin
        PERFORM WITH TEST AFTER UNTIL Wfb_fin = 1
            READ Fordres NEXT
            AT END MOVE 1 TO Wfb_fin
            NOT AT END
                MOVE for_nomVaisseau TO Wfb_nav
                MOVE for_dateOuverture TO Wfb_date
                PERFORM FB_CHERCHER_NAVIRE
                IF Wfb_idx > 0 AND for_dateOuverture > 0 THEN
                    IF for_clos AND
                       for_dateCloture >= for_dateOuverture THEN
                        COMPUTE Wfb_jours =
                            FUNCTION INTEGER-OF-DATE(for_dateCloture)
                            - FUNCTION INTEGER-OF-DATE(for_dateOuverture)
                        ADD 1 TO Wfb_nNbRep(Wfb_idx)
                        ADD Wfb_jours TO Wfb_nJoursRep(Wfb_idx)
                        ADD Wfb_jours TO Wfb_nImmobilise(Wfb_idx)
                    ELSE
                        IF NOT for_clos AND
                           for_dateOuverture <= Wfb_aujourdhui THEN
                            COMPUTE Wfb_jours =
                                FUNCTION INTEGER-OF-DATE(Wfb_aujourdhui)
                                - FUNCTION INTEGER-OF-DATE
                                    (for_dateOuverture)
                            ADD Wfb_jours TO Wfb_nImmobilise(Wfb_idx)
                        END-IF
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fordres.

        FB_CALCULER.
        PERFORM VARYING Wfb_t FROM 1 BY 1 UNTIL Wfb_t > 9
            MOVE 0 TO Wfb_tNbNav(Wfb_t)
            MOVE 0 TO Wfb_tJours(Wfb_t)
            MOVE 0 TO Wfb_tInc(Wfb_t, 1)
            MOVE 0 TO Wfb_tInc(Wfb_t, 2)
            MOVE 0 TO Wfb_tInc(Wfb_t, 3)
            MOVE 0 TO Wfb_tNbRep(Wfb_t)
            MOVE 0 TO Wfb_tJoursRep(Wfb_t)
            MOVE 0 TO Wfb_tTaux(Wfb_t)
        END-PERFORM
        PERFORM VARYING Wfb_i FROM 1 BY 1 UNTIL Wfb_i > Wfb_nb
            IF Wfb_nDebut(Wfb_i) > 0 AND
               Wfb_nDebut(Wfb_i) <= Wfb_aujourdhui THEN
                COMPUTE Wfb_jours =
                    FUNCTION INTEGER-OF-DATE(Wfb_aujourdhui)
                    - FUNCTION INTEGER-OF-DATE(Wfb_nDebut(Wfb_i)) + 1
                IF Wfb_jours > Wfb_nImmobilise(Wfb_i) THEN
                    COMPUTE Wfb_nJours(Wfb_i) =
                        Wfb_jours - Wfb_nImmobilise(Wfb_i)
                ELSE
                    MOVE 1 TO Wfb_nJours(Wfb_i)
                END-IF
            END-IF
            COMPUTE Wfb_nbInc = Wfb_nInc(Wfb_i, 1) + Wfb_nInc(Wfb_i, 2)
                + Wfb_nInc(Wfb_i, 3)
            IF Wfb_nJours(Wfb_i) > 0 THEN
                COMPUTE Wfb_nTaux(Wfb_i) ROUNDED =
                    Wfb_nbInc * 365 / Wfb_nJours(Wfb_i)
            END-IF
            MOVE Wfb_nType(Wfb_i) TO Wfb_t
            IF Wfb_t > 0 THEN
                ADD 1 TO Wfb_tNbNav(Wfb_t)
                ADD Wfb_nJours(Wfb_i) TO Wfb_tJours(Wfb_t)
                ADD Wfb_nInc(Wfb_i, 1) TO Wfb_tInc(Wfb_t, 1)
                ADD Wfb_nInc(Wfb_i, 2) TO Wfb_tInc(Wfb_t, 2)
                ADD Wfb_nInc(Wfb_i, 3) TO Wfb_tInc(Wfb_t, 3)
                ADD Wfb_nNbRep(Wfb_i) TO Wfb_tNbRep(Wfb_t)
                ADD Wfb_nJoursRep(Wfb_i) TO Wfb_tJoursRep(Wfb_t)
            END-IF
        END-PERFORM
        PERFORM VARYING Wfb_t FROM 1 BY 1 UNTIL Wfb_t > 9
            IF Wfb_tJours(Wfb_t) > 0 THEN
                COMPUTE Wfb_tTaux(Wfb_t) ROUNDED =
                    (Wfb_tInc(Wfb_t, 1) + Wfb_tInc(Wfb_t, 2)
                    + Wfb_tInc(Wfb_t, 3)) * 365 / Wfb_tJours(Wfb_t)
            END-IF
        END-PERFORM.

        FB_EDITER_TYPE.
        MOVE SPACES TO Wfb_libelle
        MOVE 0 TO Wfb_intervalle
        OPEN INPUT Ftypes
        MOVE Wfb_t TO ftv_typeVaisseau
        READ Ftypes
        INVALID KEY
            MOVE "Type inconnu" TO Wfb_libelle
        NOT INVALID KEY
            MOVE ftv_libelle TO Wfb_libelle
            MOVE ftv_intervalleDefaut TO Wfb_intervalle
        END-READ
        CLOSE Ftypes
        MOVE Wfb_intervalle TO Wfb_intervalleECR
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE Wfb_t TO Wfb_typeECR
        MOVE SPACES TO Wsp_ligne
        STRING "Type " DELIMITED BY SIZE
            Wfb_typeECR DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            Wfb_libelle DELIMITED BY "  "
            " (" DELIMITED BY SIZE
            Wfb_tNbNav(Wfb_t) DELIMITED BY SIZE
            " vaisseau(x))" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM VARYING Wfb_idx FROM 1 BY 1 UNTIL Wfb_idx > Wfb_nb
            IF Wfb_nType(Wfb_idx) = Wfb_t THEN
                PERFORM FB_EDITER_NAVIRE
            END-IF
        END-PERFORM
        MOVE Wfb_tJours(Wfb_t) TO Wfb_jours
        COMPUTE Wfb_nbInc = Wfb_tInc(Wfb_t, 1) + Wfb_tInc(Wfb_t, 2)
            + Wfb_tInc(Wfb_t, 3)
        MOVE Wfb_tTaux(Wfb_t) TO Wfb_taux
        IF Wfb_tJours(Wfb_t) > 0 THEN
            COMPUTE Wfb_tauxG1ECR ROUNDED =
                Wfb_tInc(Wfb_t, 1) * 365 / Wfb_tJours(Wfb_t)
            COMPUTE Wfb_tauxG2ECR ROUNDED =
                Wfb_tInc(Wfb_t, 2) * 365 / Wfb_tJours(Wfb_t)
            COMPUTE Wfb_tauxG3ECR ROUNDED =
                Wfb_tInc(Wfb_t, 3) * 365 / Wfb_tJours(Wfb_t)
        ELSE
            MOVE 0 TO Wfb_tauxG1ECR
            MOVE 0 TO Wfb_tauxG2ECR
            MOVE 0 TO Wfb_tauxG3ECR
        END-IF
        IF Wfb_tNbRep(Wfb_t) > 0 THEN
            COMPUTE Wfb_reparation ROUNDED =
                Wfb_tJoursRep(Wfb_t) / Wfb_tNbRep(Wfb_t)
        ELSE
            MOVE 0 TO Wfb_reparation
        END-IF
        MOVE "  MOYENNE DU TYPE" TO Wfb_entete
        PERFORM FB_LIGNE_MESURES
        MOVE SPACES TO Wsp_ligne
        IF Wfb_nbInc > 0 THEN
            COMPUTE Wfb_mtbi = Wfb_tJours(Wfb_t) / Wfb_nbInc
            MOVE Wfb_mtbi TO Wfb_mtbiECR
            IF Wfb_intervalle > 0 AND Wfb_mtbi < Wfb_intervalle THEN
                STRING "    MTBI du type " DELIMITED BY SIZE
                    Wfb_mtbiECR DELIMITED BY SIZE
                    " j < intervalle d'entretien par défaut "
                    DELIMITED BY SIZE
                    Wfb_intervalleECR DELIMITED BY SIZE
                    " j : intervalle à revoir à la baisse"
                    DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
            ELSE
                STRING "    MTBI du type " DELIMITED BY SIZE
                    Wfb_mtbiECR DELIMITED BY SIZE
                    " j / intervalle d'entretien par défaut "
                    DELIMITED BY SIZE
                    Wfb_intervalleECR DELIMITED BY SIZE
                    " j" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
            END-IF
        ELSE
            STRING "    Aucun incident pour ce type / intervalle"
                DELIMITED BY SIZE
                " d'entretien par défaut " DELIMITED BY SIZE
                Wfb_intervalleECR DELIMITED BY SIZE
                " j" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT.

        FB_EDITER_NAVIRE.
        MOVE Wfb_nJours(Wfb_idx) TO Wfb_jours
        COMPUTE Wfb_nbInc = Wfb_nInc(Wfb_idx, 1) + Wfb_nInc(Wfb_idx, 2)
            + Wfb_nInc(Wfb_idx, 3)
        MOVE Wfb_nTaux(Wfb_idx) TO Wfb_taux
        IF Wfb_nJours(Wfb_idx) > 0 THEN
            COMPUTE Wfb_tauxG1ECR ROUNDED =
                Wfb_nInc(Wfb_idx, 1) * 365 / Wfb_nJours(Wfb_idx)
            COMPUTE Wfb_tauxG2ECR ROUNDED =
                Wfb_nInc(Wfb_idx, 2) * 365 / Wfb_nJours(Wfb_idx)
            COMPUTE Wfb_tauxG3ECR ROUNDED =
                Wfb_nInc(Wfb_idx, 3) * 365 / Wfb_nJours(Wfb_idx)
        ELSE
            MOVE 0 TO Wfb_tauxG1ECR
            MOVE 0 TO Wfb_tauxG2ECR
            MOVE 0 TO Wfb_tauxG3ECR
        END-IF
        IF Wfb_nNbRep(Wfb_idx) > 0 THEN
            COMPUTE Wfb_reparation ROUNDED =
                Wfb_nJoursRep(Wfb_idx) / Wfb_nNbRep(Wfb_idx)
        ELSE
            MOVE 0 TO Wfb_reparation
        END-IF
        MOVE SPACES TO Wfb_entete
        MOVE Wfb_nNom(Wfb_idx) TO Wfb_entete(3:30)
        PERFORM FB_LIGNE_MESURES
        IF Wfb_nJours(Wfb_idx) = 0 THEN
            MOVE "    (date de mise en service inconnue)" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        IF Wfb_nbInc >= 2 AND Wfb_tTaux(Wfb_t) > 0 AND
           Wfb_nTaux(Wfb_idx) >
               Wfb_tTaux(Wfb_t) * Wcfg_facteurFiabilite THEN
            ADD 1 TO Wfb_nbSignales
            MOVE "    *** TAUX D'INCIDENTS NETTEMENT SUPÉRIEUR À LA"
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "        MOYENNE DU TYPE ***" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        FB_LIGNE_MESURES.
        IF Wfb_nbInc > 0 THEN
            COMPUTE Wfb_mtbi = Wfb_jours / Wfb_nbInc
            MOVE Wfb_mtbi TO Wfb_mtbiECR
        ELSE
            MOVE Wfb_jours TO Wfb_mtbiECR
        END-IF
        MOVE Wfb_taux TO Wfb_tauxECR
        MOVE Wfb_reparation TO Wfb_reparationECR
        MOVE Wfb_jours TO Wfb_joursECR
        MOVE Wfb_nbInc TO Wfb_nbIncECR
        MOVE SPACES TO Wsp_ligne
        STRING Wfb_entete DELIMITED BY SIZE
            " exploit. " DELIMITED BY SIZE
            Wfb_joursECR DELIMITED BY SIZE
            " j, incidents " DELIMITED BY SIZE
            Wfb_nbIncECR DELIMITED BY SIZE
            ", MTBI " DELIMITED BY SIZE
            Wfb_mtbiECR DELIMITED BY SIZE
            " j, réparation moy. " DELIMITED BY SIZE
            Wfb_reparationECR DELIMITED BY SIZE
            " j" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "      taux d'incidents/an " DELIMITED BY SIZE
            Wfb_tauxECR DELIMITED BY SIZE
            " (gravité 1/2/3 : " DELIMITED BY SIZE
            Wfb_tauxG1ECR DELIMITED BY SIZE
            " /" DELIMITED BY SIZE
            Wfb_tauxG2ECR DELIMITED BY SIZE
            " /" DELIMITED BY SIZE
            Wfb_tauxG3ECR DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        AFFICHER_INCIDENTS_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wvh_nomVaisseau2
        OPEN INPUT Fincidents
        IF fiv_stat = 35 THEN
            DISPLAY "Aucun incident enregistré."
        ELSE
            DISPLAY "#############"
            DISPLAY "Incidents du vaisseau ", Wvh_nomVaisseau2, " :"
            MOVE 0 TO Wiv_fin
            MOVE 0 TO Wiv_count
            PERFORM WITH TEST AFTER UNTIL Wiv_fin = 1
                READ Fincidents
                AT END MOVE 1 TO Wiv_fin
                NOT AT END
                    UNSTRING ivTampon DELIMITED BY ";"
                        INTO Wiv_pDate Wiv_pHeure Wiv_pNav
                             Wiv_pGravite Wiv_pDescription
                    END-UNSTRING
                    IF FUNCTION LOWER-CASE(Wiv_pNav)
                       = Wvh_nomVaisseau2 THEN
                        ADD 1 TO Wiv_count
                        IF Wiv_pGravite = "1" THEN
                            MOVE "Mineur" TO Wiv_graviteECR
                        END-IF
                        IF Wiv_pGravite = "2" THEN
                            MOVE "Sérieux" TO Wiv_graviteECR
                        END-IF
                        IF Wiv_pGravite = "3" THEN
                            MOVE "Critique" TO Wiv_graviteECR
                        END-IF
                        DISPLAY "  - Le ", Wiv_pDate, " à ",
Wiv_pHeure, " [", Wiv_graviteECR, "] : ", Wiv_pDescription
                    END-IF
            END-PERFORM
            CLOSE Fincidents
            IF Wiv_count = 0 THEN
                DISPLAY "  Aucun incident pour ce vaisseau."
            END-IF
        END-IF.

        GERER_POLICES_ASSURANCE.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer une police // 2 : Lister les polices"
        MOVE 0 TO Wpo_choix
        PERFORM WITH TEST AFTER UNTIL Wpo_choix = 1 OR Wpo_choix = 2
            ACCEPT Wpo_choix
        END-PERFORM
        DISPLAY "Nom du vaisseau assuré ? (tous : ensemble de la",
" flotte, pour la liste)"
        ACCEPT Wpo_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wpo_nomVaisseau2) TO Wpo_nomVaisseau
        IF Wpo_choix = 2 THEN
            DISPLAY "#############"
            DISPLAY "Polices d'assurance :"
            MOVE 0 TO Wpo_count
            OPEN INPUT Fpolices
            MOVE 0 TO Wpo_fin
            PERFORM WITH TEST AFTER UNTIL Wpo_fin = 1
                READ Fpolices NEXT
                AT END MOVE 1 TO Wpo_fin
                NOT AT END
                    IF fpo_actif = 1 AND (Wpo_nomVaisseau = "tous" OR
                       fpo_nomVaisseau = Wpo_nomVaisseau) THEN
                        ADD 1 TO Wpo_count
                        DISPLAY "  - Police n°", fpo_idPolice, " : ",
fpo_nomVaisseau, " auprès de ", fpo_assureur
                        DISPLAY "      du ", fpo_dateDebut, " au ",
fpo_dateFin, ", plafond ", fpo_plafond, ", franchise ", fpo_franchise
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fpolices
            IF Wpo_count = 0 THEN
                DISPLAY "  Aucune police enregistrée."
            END-IF
        ELSE
            MOVE 0 TO Wpo_ok
            OPEN INPUT Fvaisseaux
            MOVE Wpo_nomVaisseau TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                DISPLAY "Ce nom de vaisseau est inexistant."
            NOT INVALID KEY
                IF fv_actif = 1 THEN
                    MOVE 1 TO Wpo_ok
                ELSE
                    DISPLAY "Ce nom de vaisseau est inexistant."
                END-IF
            END-READ
            CLOSE Fvaisseaux
            IF Wpo_ok = 1 THEN
                DISPLAY "Nom de l'assureur ?"
                ACCEPT Wpo_assureur
                DISPLAY "Plafond de garantie par sinistre ?"
                MOVE 0 TO Wpo_plafond
                PERFORM WITH TEST AFTER UNTIL Wpo_plafond > 0
                    ACCEPT Wpo_plafond
                END-PERFORM
                DISPLAY "Franchise ?"
                ACCEPT Wpo_franchise
                DISPLAY "Date de début de validité ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wpo_dateDebut
                DISPLAY "Date de fin de validité ? (AAAAMMJJ)"
                MOVE 0 TO Wpo_dateFin
                PERFORM WITH TEST AFTER UNTIL Wpo_dateFin >= Wpo_dateDebut
                    PERFORM SAISIR_DATE
                    MOVE Wdt_date TO Wpo_dateFin
                    IF Wpo_dateFin < Wpo_dateDebut THEN
                        DISPLAY "La date de fin précède la date de",
" début, ressaisissez :"
                    END-IF
                END-PERFORM
                MOVE 0 TO Wpo_max
                OPEN INPUT Fpolices
                MOVE 0 TO Wpo_fin
                PERFORM WITH TEST AFTER UNTIL Wpo_fin = 1
                    READ Fpolices NEXT
                    AT END MOVE 1 TO Wpo_fin
                    NOT AT END
                        IF fpo_idPolice > Wpo_max THEN
                            MOVE fpo_idPolice TO Wpo_max
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fpolices
                COMPUTE Wpo_id = Wpo_max + 1
                OPEN I-O Fpolices
                MOVE Wpo_id TO fpo_idPolice
                MOVE Wpo_nomVaisseau TO fpo_nomVaisseau
                MOVE Wpo_assureur TO fpo_assureur
                MOVE Wpo_plafond TO fpo_plafond
                MOVE Wpo_franchise TO fpo_franchise
                MOVE Wpo_dateDebut TO fpo_dateDebut
                MOVE Wpo_dateFin TO fpo_dateFin
                MOVE 1 TO fpo_actif
                WRITE poTampon END-WRITE
                IF fpo_stat NOT = 00 THEN
                    MOVE fpo_stat TO Wchk_stat
                    MOVE "Fpolices" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fpolices
                MOVE "VAISSEAUX" TO Wau_module
                MOVE "POLICE" TO Wau_action
                MOVE Wpo_id TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Police n°", Wpo_id, " enregistrée."
            END-IF
        END-IF.

        TROUVER_POLICE_VALIDE.
        MOVE 0 TO Wpo_id
        OPEN INPUT Fpolices
        MOVE Wsn_nomVaisseau TO fpo_nomVaisseau
        START Fpolices, KEY IS = fpo_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpo_fin
            PERFORM WITH TEST AFTER UNTIL Wpo_fin = 1
                READ Fpolices NEXT
                AT END MOVE 1 TO Wpo_fin
                NOT AT END
                    IF fpo_nomVaisseau NOT = Wsn_nomVaisseau THEN
                        MOVE 1 TO Wpo_fin
                    ELSE
                        IF fpo_actif = 1 AND
                           fpo_dateDebut <= Wsn_date AND
                           fpo_dateFin >= Wsn_date THEN
                            MOVE fpo_idPolice TO Wpo_id
                            MOVE fpo_assureur TO Wpo_assureur
                            MOVE fpo_plafond TO Wpo_plafond
                            MOVE fpo_franchise TO Wpo_franchise
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fpolices.

        OUVRIR_SINISTRE.
        PERFORM TROUVER_POLICE_VALIDE
        IF Wpo_id = 0 THEN
            DISPLAY "Aucune police valide pour le vaisseau ",
Wsn_nomVaisseau, " à cette date : sinistre non ouvert."
        ELSE
            IF Wsn_idOrdre = 0 THEN
                DISPLAY "Ordre de réparation à rattacher au sinistre ?",
" (0 : aucun)"
                MOVE 9 TO Wsn_ok
                PERFORM WITH TEST AFTER UNTIL Wsn_ok = 1
                    MOVE 0 TO Wsn_idOrdre
                    ACCEPT Wsn_idOrdre
                    MOVE 1 TO Wsn_ok
                    IF Wsn_idOrdre > 0 THEN
                        OPEN INPUT Fordres
                        MOVE Wsn_idOrdre TO for_idOrdre
                        READ Fordres
                        INVALID KEY
                            MOVE 0 TO Wsn_ok
                        NOT INVALID KEY
                            IF for_nomVaisseau NOT = Wsn_nomVaisseau
                            THEN
                                MOVE 0 TO Wsn_ok
                            END-IF
                        END-READ
                        CLOSE Fordres
                        IF Wsn_ok = 0 THEN
                            DISPLAY "Ordre inexistant pour ce",
" vaisseau, ressaisissez :"
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            MOVE 0 TO Wsn_max
            OPEN INPUT Fsinistres
            MOVE 0 TO Wsn_fin
            PERFORM WITH TEST AFTER UNTIL Wsn_fin = 1
                READ Fsinistres NEXT
                AT END MOVE 1 TO Wsn_fin
                NOT AT END
                    IF fsn_idSinistre > Wsn_max THEN
                        MOVE fsn_idSinistre TO Wsn_max
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fsinistres
            COMPUTE Wsn_id = Wsn_max + 1
            OPEN I-O Fsinistres
            MOVE Wsn_id TO fsn_idSinistre
            MOVE Wsn_nomVaisseau TO fsn_nomVaisseau
            MOVE Wpo_id TO fsn_idPolice
            MOVE Wsn_idOrdre TO fsn_idOrdre
            MOVE Wsn_date TO fsn_dateIncident
            MOVE Wsn_gravite TO fsn_gravite
            MOVE Wsn_description TO fsn_description
            MOVE 0 TO fsn_montantEvalue
            MOVE 0 TO fsn_montantDu
            MOVE 0 TO fsn_montantPaye
            MOVE 1 TO fsn_statut
            MOVE Wsn_date TO fsn_dateStatut
            MOVE 1 TO fsn_actif
            WRITE snTampon END-WRITE
            IF fsn_stat NOT = 00 THEN
                MOVE fsn_stat TO Wchk_stat
                MOVE "Fsinistres" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fsinistres
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "SINISTRE" TO Wau_action
            MOVE Wsn_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Sinistre n°", Wsn_id, " déclaré auprès de ",
Wpo_assureur, " (police n°", Wpo_id, ")."
        END-IF.

        ECRIRE_STATUT_SINISTRE.
        IF fsn_declare THEN
            MOVE "Déclaré" TO Wsn_statutECR
        END-IF
        IF fsn_evalue THEN
            MOVE "Évalué" TO Wsn_statutECR
        END-IF
        IF fsn_paye THEN
            MOVE "Payé" TO Wsn_statutECR
        END-IF
        IF fsn_refuse THEN
            MOVE "Refusé" TO Wsn_statutECR
        END-IF.

        TRAITER_SINISTRE.
        DISPLAY "Numéro du sinistre ?"
        ACCEPT Wsn_id
        OPEN I-O Fsinistres
        MOVE Wsn_id TO fsn_idSinistre
        READ Fsinistres
        INVALID KEY
            DISPLAY "Ce sinistre n'existe pas."
        NOT INVALID KEY
          IF fsn_paye OR fsn_refuse OR fsn_actif = 0 THEN
            DISPLAY "Ce sinistre est déjà réglé."
          ELSE
            PERFORM ECRIRE_STATUT_SINISTRE
            DISPLAY "Sinistre n°", fsn_idSinistre, " [",
Wsn_statutECR, "] ", fsn_nomVaisseau, " du ", fsn_dateIncident,
" : ", fsn_description
            IF fsn_declare THEN
                DISPLAY "Montant des dommages évalué par l'expert ?"
                ACCEPT Wsn_montant
                MOVE fsn_idPolice TO fpo_idPolice
                OPEN INPUT Fpolices
                READ Fpolices
                INVALID KEY
                    MOVE 0 TO fpo_franchise
                    MOVE 0 TO fpo_plafond
                END-READ
                CLOSE Fpolices
                MOVE Wsn_montant TO fsn_montantEvalue
                IF Wsn_montant > fpo_franchise THEN
                    COMPUTE fsn_montantDu = Wsn_montant - fpo_franchise
                ELSE
                    MOVE 0 TO fsn_montantDu
                END-IF
                IF fsn_montantDu > fpo_plafond THEN
                    MOVE fpo_plafond TO fsn_montantDu
                END-IF
                MOVE 2 TO fsn_statut
                MOVE fsn_montantDu TO Wsn_montantECR
                DISPLAY "Montant dû par l'assureur (franchise et",
" plafond appliqués) : ", Wsn_montantECR
            ELSE
                DISPLAY "Décision de l'assureur ? (3 : Payé //",
" 4 : Refusé)"
                MOVE 0 TO Wsn_choix
                PERFORM WITH TEST AFTER UNTIL
                        Wsn_choix = 3 OR Wsn_choix = 4
                    ACCEPT Wsn_choix
                END-PERFORM
                IF Wsn_choix = 3 THEN
                    MOVE fsn_montantDu TO Wsn_montantECR
                    DISPLAY "Montant effectivement versé ? (0 : ",
Wsn_montantECR, ")"
                    MOVE 0 TO Wsn_montant
                    ACCEPT Wsn_montant
                    IF Wsn_montant = 0 THEN
                        MOVE fsn_montantDu TO Wsn_montant
                    END-IF
                    MOVE Wsn_montant TO fsn_montantPaye
                END-IF
                MOVE Wsn_choix TO fsn_statut
            END-IF
            ACCEPT fsn_dateStatut FROM DATE YYYYMMDD
            REWRITE snTampon END-REWRITE
            IF fsn_stat NOT = 00 THEN
                MOVE fsn_stat TO Wchk_stat
                MOVE "Fsinistres" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "VAISSEAUX" TO Wau_module
            MOVE "SINISTRE-MAJ" TO Wau_action
            MOVE Wsn_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            PERFORM ECRIRE_STATUT_SINISTRE
            DISPLAY "Sinistre n°", Wsn_id, " passé ", Wsn_statutECR,
"."
          END-IF
        END-READ
        CLOSE Fsinistres.

        RAPPORT_SINISTRES_OUVERTS.
        MOVE "SINISTRES_OUVERTS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Sinistres ouverts : montant dû / coûts de réparation"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsn_count
        MOVE 0 TO Wsn_totalDu
        MOVE 0 TO Wsn_totalRep
        OPEN INPUT Fsinistres
        MOVE 0 TO Wsn_fin
        PERFORM WITH TEST AFTER UNTIL Wsn_fin = 1
            READ Fsinistres NEXT
            AT END MOVE 1 TO Wsn_fin
            NOT AT END
                IF fsn_actif = 1 AND (fsn_declare OR fsn_evalue) THEN
                    ADD 1 TO Wsn_count
                    MOVE 0 TO Wsn_coutRep
                    IF fsn_idOrdre > 0 THEN
                        OPEN INPUT Fordres
                        MOVE fsn_idOrdre TO for_idOrdre
                        READ Fordres
                        NOT INVALID KEY
                            MOVE for_coutReparation TO Wsn_coutRep
                        END-READ
                        CLOSE Fordres
                    END-IF
                    ADD fsn_montantDu TO Wsn_totalDu
                    ADD Wsn_coutRep TO Wsn_totalRep
                    COMPUTE Wsn_ecart = fsn_montantDu - Wsn_coutRep
                    PERFORM ECRIRE_STATUT_SINISTRE
                    MOVE fsn_montantDu TO Wsn_montantECR
                    MOVE Wsn_coutRep TO Wsn_coutECR
                    MOVE Wsn_ecart TO Wsn_ecartECR
                    MOVE SPACES TO Wsp_ligne
                    STRING "  - n°" DELIMITED BY SIZE
                        fsn_idSinistre DELIMITED BY SIZE
                        " [" DELIMITED BY SIZE
                        Wsn_statutECR DELIMITED BY SIZE
                        "] " DELIMITED BY SIZE
                        fsn_nomVaisseau DELIMITED BY SIZE
                        " ordre " DELIMITED BY SIZE
                        fsn_idOrdre DELIMITED BY SIZE
                        " dû " DELIMITED BY SIZE
                        Wsn_montantECR DELIMITED BY SIZE
                        " réparations " DELIMITED BY SIZE
                        Wsn_coutECR DELIMITED BY SIZE
                        " écart " DELIMITED BY SIZE
                        Wsn_ecartECR DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    IF fsn_declare THEN
                        MOVE "      (montant dû à établir : sinistre non encore évalué)"
                            TO Wsp_ligne
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fsinistres
        IF Wsn_count = 0 THEN
            MOVE "  Aucun sinistre ouvert." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            MOVE Wsn_totalDu TO Wsn_totalECR
            MOVE SPACES TO Wsp_ligne
            STRING "Total dû par les assureurs : " DELIMITED BY SIZE
                Wsn_totalECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE Wsn_totalRep TO Wsn_totalECR
            MOVE SPACES TO Wsp_ligne
            STRING "Total des coûts de réparation : " DELIMITED BY SIZE
                Wsn_totalECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        AFFICHER_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfv_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfv_nomVaisseau2) TO Wfv_nomVaisseau
        OPEN INPUT Fvaisseaux
        MOVE Wfv_nomVaisseau TO fv_nomVaisseau
        READ Fvaisseaux
        INVALID KEY
            DISPLAY "Ce nom de vaisseau est inexistant."
        NOT INVALID KEY
          IF fv_actif = 0 THEN
              DISPLAY "Ce nom de vaisseau est inexistant."
          ELSE
            DISPLAY "#############"
            DISPLAY "<-- Nom du vaisseau : ", fv_nomVaisseau, " -->"
            DISPLAY "Type de vaisseau : ", fv_typeVaisseau
            DISPLAY "Lieu du vaisseau : ", fv_nomLieu
            DISPLAY "Rayon d'action : ", fv_rayonAction
            DISPLAY "Carburant restant : ", fv_carburant, " / ",
fv_rayonAction
            IF fv_vitesseCroisiere > 0 THEN
                DISPLAY "Vitesse de croisière : ",
fv_vitesseCroisiere, " unité(s) / jour"
            END-IF
            DISPLAY "Arrivé sur ce lieu le : ", fv_dateArrivee
            IF fv_intervalleMaint > 0 THEN
                DISPLAY "Dernier entretien le : ",
fv_dateDernierEntretien, " (intervalle ", fv_intervalleMaint,
" jour(s))"
            END-IF
            IF fv_dateAcquisition > 0 THEN
                DISPLAY "Acquis le : ", fv_dateAcquisition
            END-IF
            IF fv_enService THEN
                MOVE "En service" TO Wfv_dispoECR
            ELSE
                MOVE "En maintenance" TO Wfv_dispoECR
            END-IF
            DISPLAY "Disponibilité : ", Wfv_dispoECR
            IF fv_idMission = 0 THEN
                DISPLAY "Mission attribuée : Aucune"
            ELSE
                DISPLAY "Mission attribuée : ", fv_idMission
            END-IF
          END-IF
        END-READ
        CLOSE Fvaisseaux.

        RECHERCHE_VAISSEAU.
        MOVE 0 TO Wfvr_choix
        DISPLAY "Vous voulez effectuer une recherche par ?"
        DISPLAY "1 : par type"
        DISPLAY "2 : par lieu"
        DISPLAY "3 : par mission attribuée"
        DISPLAY "4 : par nom (recherche partielle)"
        PERFORM WITH TEST AFTER UNTIL
                    Wfvr_choix = 1 OR
                    Wfvr_choix = 2 OR
                    Wfvr_choix = 3 OR
                    Wfvr_choix = 4
                ACCEPT Wfvr_choix
        END-PERFORM
        IF Wfvr_choix = 1 THEN
                PERFORM RECHERCHE_VAISSEAU_TYPE
        END-IF
        IF Wfvr_choix = 2 THEN
                PERFORM RECHERCHE_VAISSEAU_LIEU
        END-IF
        IF Wfvr_choix = 3 THEN
                PERFORM RECHERCHE_VAISSEAU_MISSION
        END-IF
        IF Wfvr_choix = 4 THEN
                PERFORM RECHERCHE_VAISSEAU_NOM
        END-IF.

        RECHERCHE_VAISSEAU_TYPE.
        PERFORM DEBUT_PAGINATION
        DISPLAY "De quel type voulez-vous la liste des vaisseaux ?"
        PERFORM LISTER_TYPES_VAISSEAUX
        MOVE 0 TO Wtv_trouve
        PERFORM WITH TEST AFTER UNTIL Wtv_trouve = 1
            ACCEPT Wfvr_type
            MOVE Wfvr_type TO Wfv_typeV
            PERFORM VERIF_TYPE_VAISSEAU
        END-PERFORM
        OPEN INPUT Fvaisseaux
        MOVE Wfvr_type TO fv_typeVaisseau
        START Fvaisseaux, KEY IS = fv_typeVaisseau
        INVALID KEY
            MOVE "Aucun vaisseau ne possède ce type !" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        NOT INVALID KEY
            MOVE 0 TO Wvaiss_fin
            PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
                READ Fvaisseaux NEXT
                AT END MOVE 1 TO Wvaiss_fin
                NOT AT END
                    IF fv_typeVaisseau = Wfvr_type AND fv_actif = 1 THEN
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
                        STRING "Capacité du vaisseau : " DELIMITED BY SIZE
                            fv_capacite DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        MOVE SPACES TO Wsp_ligne
                        STRING "Lieu du vaisseau : " DELIMITED BY SIZE
                            fv_nomLieu DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvaisseaux.

        RECHERCHE_VAISSEAU_LIEU.
        PERFORM DEBUT_PAGINATION
        DISPLAY "De quel lieu voulez-vous la liste des vaisseaux ?"
        ACCEPT Wfvr_nomLieu2
        MOVE FUNCTION LOWER-CASE(Wfvr_nomLieu2) TO Wfvr_nomLieu
        OPEN INPUT Fvaisseaux
        MOVE Wfvr_nomLieu TO fv_nomLieu
        START Fvaisseaux, KEY IS = fv_nomLieu
        INVALID KEY
            MOVE "Aucun vaisseau n'est présent à ce lieu !" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        NOT INVALID KEY
            MOVE 0 TO Wvaiss_fin
            PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
                READ Fvaisseaux NEXT
                AT END MOVE 1 TO Wvaiss_fin
                NOT AT END
                    IF fv_nomLieu = Wfvr_nomLieu AND fv_actif = 1 THEN
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
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvaisseaux.

        RECHERCHE_VAISSEAU_MISSION.
        PERFORM DEBUT_PAGINATION
        DISPLAY "De quelle mission (identifiant) voulez-vous la ",
"flotte ?"
        ACCEPT Wfm_idMission
        OPEN INPUT Fvaisseaux
        MOVE Wfm_idMission TO fv_idMission
        START Fvaisseaux, KEY IS = fv_idMission
        INVALID KEY
            MOVE "Aucun vaisseau n'est attribué à cette mission !" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        NOT INVALID KEY
            MOVE 0 TO Wvaiss_fin
            PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
                READ Fvaisseaux NEXT
                AT END MOVE 1 TO Wvaiss_fin
                NOT AT END
                    IF fv_idMission = Wfm_idMission AND fv_actif = 1
                    THEN
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
                        MOVE SPACES TO Wsp_ligne
                        STRING "Lieu du vaisseau : " DELIMITED BY SIZE
                            fv_nomLieu DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvaisseaux.

        RECHERCHE_VAISSEAU_NOM.
        PERFORM DEBUT_PAGINATION
        DISPLAY "Quel texte doit contenir le nom du vaisseau ?"
        ACCEPT Wfvr_recherche
        MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(Wfvr_recherche))
            TO Wfvr_rechercheL
        MOVE FUNCTION LENGTH(FUNCTION TRIM(Wfvr_rechercheL))
            TO Wfvr_len
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wvaiss_fin
            NOT AT END
                MOVE 0 TO Wfvr_cnt
                INSPECT fv_nomVaisseau TALLYING Wfvr_cnt
                    FOR ALL Wfvr_rechercheL(1:Wfvr_len)
                IF Wfvr_cnt > 0 AND fv_actif = 1 THEN
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
                    STRING "Lieu du vaisseau : " DELIMITED BY SIZE
                        fv_nomLieu DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux.

        CARTE_DEPLOIEMENT_FLOTTE.
        MOVE "CARTE_FLOTTE" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "#############" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "Carte de déploiement de la flotte :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 THEN
                MOVE "#############" TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
                MOVE SPACES TO Wsp_ligne
                STRING "<-- " DELIMITED BY SIZE
                    fv_nomVaisseau DELIMITED BY SIZE
                    " -->" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                OPEN INPUT Flieux
                MOVE fv_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    MOVE SPACES TO Wsp_ligne
                    STRING "Position : " DELIMITED BY SIZE
                        fv_nomLieu DELIMITED BY SIZE
                        " (lieu inconnu du référentiel)" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                NOT INVALID KEY
                    IF fl_habitable = 1 THEN
                        MOVE SPACES TO Wsp_ligne
                        STRING "Position : " DELIMITED BY SIZE
                            fv_nomLieu DELIMITED BY SIZE
                            " (lieu habitable)" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    ELSE
                        MOVE SPACES TO Wsp_ligne
                        STRING "Position : " DELIMITED BY SIZE
                            fv_nomLieu DELIMITED BY SIZE
                            " (lieu non habitable)" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-READ
                CLOSE Flieux
                IF fv_enService THEN
                    MOVE "État : en service" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                ELSE
                    MOVE "État : en maintenance" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
                IF fv_idMission = 0 THEN
                    MOVE "Mission : aucune" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                ELSE
                    OPEN INPUT Fmissions
                    MOVE fv_idMission TO fm_idMission
                    READ Fmissions
                    INVALID KEY
                        MOVE SPACES TO Wsp_ligne
                        STRING "Mission : n°" DELIMITED BY SIZE
                            fv_idMission DELIMITED BY SIZE
                            " (introuvable)" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    NOT INVALID KEY
                        PERFORM ECRIRE_STATUT_MISSION
                        MOVE SPACES TO Wsp_ligne
                        STRING "Mission : n°" DELIMITED BY SIZE
                            fm_idMission DELIMITED BY SIZE
                            " - " DELIMITED BY SIZE
                            fm_description DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            Wfm_statutECR DELIMITED BY SIZE
                            ", destination " DELIMITED BY SIZE
                            fm_nomLieu DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-READ
                    CLOSE Fmissions
                END-IF
                MOVE 0 TO Wcd_equipe
                OPEN INPUT Fequipes
                MOVE fv_nomVaisseau TO fe_nomVaisseau
                START Fequipes, KEY IS = fe_nomVaisseau
                INVALID KEY
                    MOVE " " TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                NOT INVALID KEY
                    MOVE 0 TO Wcd_fin
                    PERFORM WITH TEST AFTER UNTIL Wcd_fin = 1
                        READ Fequipes NEXT
                        AT END MOVE 1 TO Wcd_fin
                        NOT AT END
                            IF fe_nomVaisseau NOT = fv_nomVaisseau
                            THEN
                                MOVE 1 TO Wcd_fin
                            ELSE
                                IF fe_actif = 1 THEN
                                    MOVE fe_idEquipe TO Wcd_equipe
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE Fequipes
                IF Wcd_equipe > 0 THEN
                    MOVE SPACES TO Wsp_ligne
                    STRING "Équipe embarquée : n°" DELIMITED BY SIZE
                        Wcd_equipe DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                ELSE
                    MOVE "Équipe embarquée : aucune" TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        PERFORM FIN_RAPPORT.

        RAPPORT_DERIVE_LOCALISATION.
        DISPLAY "#############"
        DISPLAY "Vaisseaux dont la localisation ne correspond pas au",
" journal des voyages :"
        MOVE 0 TO Wdl_count
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 THEN
                MOVE 0 TO Wdl_trouve
                MOVE SPACES TO Wdl_derniereArrivee
                OPEN INPUT Fvaisseaux_hist
                IF fvh_stat = 35 THEN
                    CONTINUE
                ELSE
                    MOVE 0 TO Wdl_fin
                    PERFORM WITH TEST AFTER UNTIL Wdl_fin = 1
                        READ Fvaisseaux_hist
                        AT END MOVE 1 TO Wdl_fin
                        NOT AT END
                            UNSTRING vhTampon DELIMITED BY ";"
                                INTO Wvh_pDate Wvh_pHeure Wvh_pNav
                                     Wvh_pDepart Wvh_pArrivee
                                     Wvh_pJours
                            END-UNSTRING
                            IF FUNCTION LOWER-CASE(Wvh_pNav) =
                               FUNCTION LOWER-CASE(fv_nomVaisseau)
                            AND Wvh_pArrivee NOT = "ARCHIVE"
                            THEN
                                MOVE 1 TO Wdl_trouve
                                MOVE Wvh_pArrivee
                                    TO Wdl_derniereArrivee
                            END-IF
                    END-PERFORM
                    CLOSE Fvaisseaux_hist
                END-IF
                IF Wdl_trouve = 1 AND
                   FUNCTION LOWER-CASE(Wdl_derniereArrivee) NOT =
                   FUNCTION LOWER-CASE(fv_nomLieu) THEN
                    ADD 1 TO Wdl_count
                    DISPLAY "  - ", fv_nomVaisseau,
" : localisation actuelle ", fv_nomLieu,
" / dernière arrivée au journal ", Wdl_derniereArrivee
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        IF Wdl_count = 0 THEN
            DISPLAY "  Aucune divergence détectée."
        END-IF.

        STAT_SCAN_VAISSEAUX.
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        MOVE 0 TO WS_nbVaisseaux
        MOVE 0 TO WS_nbVaisseaux1
        MOVE 0 TO WS_nbVaisseaux2
        MOVE 0 TO WS_nbVaisseaux3
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END
                MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 THEN
                ADD 1 TO WS_nbVaisseaux
                IF fv_typeVaisseau = 1 THEN
                    ADD 1 TO WS_nbVaisseaux1
                END-IF
                IF fv_typeVaisseau = 2 THEN
                    ADD 1 TO WS_nbVaisseaux2
                END-IF
                IF fv_typeVaisseau = 3 THEN
                    ADD 1 TO WS_nbVaisseaux3
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        DISPLAY "Il y a ", WS_nbVaisseaux, " vaisseau(x) dans ",
"les données."
        DISPLAY "Il y a ", WS_nbVaisseaux1, " vaisseau(x) de taille 1 ",
"[galère(s)] dans les données."
        DISPLAY "Il y a ", WS_nbVaisseaux2, " vaisseau(x) de taille 2 ",
"[frégate(s)] dans les données."
        DISPLAY "Il y a ", WS_nbVaisseaux3, " vaisseau(x) de taille 3 ",
"[dreadnought(s)] dans les données.".

        RAPPORT_AGE_FLOTTE.
        DISPLAY " "
        DISPLAY "Âge de service au-delà duquel signaler un vaisseau",
" (en années) ?"
        PERFORM WITH TEST AFTER UNTIL Wag_seuil > 0
            ACCEPT Wag_seuil
        END-PERFORM
        ACCEPT Wag_date FROM DATE YYYYMMDD
        MOVE 0 TO Wag_count
        DISPLAY "#############"
        DISPLAY "Vaisseaux de plus de ", Wag_seuil,
" an(s), candidats au retrait :"
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 AND fv_dateAcquisition > 0 THEN
                COMPUTE Wag_jours =
                    FUNCTION INTEGER-OF-DATE(Wag_date)
                    - FUNCTION INTEGER-OF-DATE(fv_dateAcquisition)
                COMPUTE Wag_annees = Wag_jours / 365
                IF Wag_annees >= Wag_seuil THEN
                    ADD 1 TO Wag_count
                    DISPLAY "  - ", fv_nomVaisseau, " : acquis le ",
fv_dateAcquisition, " (", Wag_annees, " an(s) de service)"
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        IF Wag_count = 0 THEN
            DISPLAY "  Aucun vaisseau ne dépasse cet âge."
        END-IF.

        ECHEANCIER_ENTRETIENS.
        DISPLAY " "
        DISPLAY "Horizon de l'échéancier (en jours) ?"
        PERFORM WITH TEST AFTER UNTIL Wech_horizon > 0
            ACCEPT Wech_horizon
        END-PERFORM
        ACCEPT Wech_date FROM DATE YYYYMMDD
        MOVE 0 TO Wech_count
        DISPLAY "#############"
        DISPLAY "Vaisseaux dont l'entretien est dû sous ",
Wech_horizon, " jour(s) :"
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 AND fv_intervalleMaint > 0
              AND fv_dateDernierEntretien > 0 THEN
                COMPUTE Wech_joursRestants =
                    FUNCTION INTEGER-OF-DATE(fv_dateDernierEntretien)
                    + fv_intervalleMaint
                    - FUNCTION INTEGER-OF-DATE(Wech_date)
                IF Wech_joursRestants <= Wech_horizon THEN
                    ADD 1 TO Wech_count
                    IF Wech_joursRestants < 0 THEN
                        DISPLAY "  - ", fv_nomVaisseau,
" : entretien EN RETARD (dernier entretien le ",
fv_dateDernierEntretien, ")"
                    ELSE
                        DISPLAY "  - ", fv_nomVaisseau,
" : entretien dû dans ", Wech_joursRestants, " jour(s)"
                    END-IF
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        IF Wech_count = 0 THEN
            DISPLAY "  Aucun entretien à prévoir sur cet horizon."
        END-IF.

        UTILISATION_FLOTTE.
        ACCEPT Wrf_date FROM DATE YYYYMMDD
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        DISPLAY "#############"
        DISPLAY "Taux d'utilisation de la flotte :"
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END
                MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 THEN
                MOVE 0 TO Wutil_used
                OPEN INPUT Fequipes
                MOVE fv_nomVaisseau TO fe_nomVaisseau
                START Fequipes, KEY IS = fe_nomVaisseau
                INVALID KEY
                    DISPLAY " "
                NOT INVALID KEY
                    MOVE 0 TO Wutil_fin
                    PERFORM WITH TEST AFTER UNTIL Wutil_fin = 1
                        READ Fequipes NEXT
                        AT END MOVE 1 TO Wutil_fin
                        NOT AT END
                            IF fe_nomVaisseau = fv_nomVaisseau AND
                               fe_actif = 1 THEN
                                ADD fe_nbAstronautes TO Wutil_used
                                IF fe_idMission > 0 THEN
                                    MOVE fe_idMission TO Wpx_idMission
                                    MOVE 0 TO Wpx_embNouv
                                    MOVE 0 TO Wpx_debNouv
                                    PERFORM PX_OCCUPATION
                                    ADD Wpx_maxBord TO Wutil_used
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE Fequipes
                PERFORM VAIS_SPEC_A_DATE
                DISPLAY "  - ", fv_nomVaisseau, " : ", Wutil_used,
" / ", Wrf_capacite
                IF Wutil_used > Wrf_capacite THEN
                    DISPLAY "    ATTENTION : vaisseau en surcapacité !"
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux.

        COLLECTION_DONNEES_VAISSEAU.
        MOVE 0 TO Wimp_ok
        MOVE 0 TO Wimp_skip
        MOVE "titanic" TO fv_nomVaisseau
        MOVE 3 TO fv_typeVaisseau
        MOVE 30 TO fv_capacite
        MOVE "mars" TO fv_nomLieu
        MOVE 1 TO fv_actif
        MOVE 1 TO fv_disponible
        MOVE 0 TO fv_idMission
        MOVE 20180101 TO fv_dateArrivee
        MOVE 50000 TO fv_rayonAction
        MOVE 50000 TO fv_carburant
        MOVE 500 TO fv_vitesseCroisiere
        MOVE 80000000.00 TO fv_coutAcquisition
        MOVE 20 TO fv_dureeService
        MOVE 180 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20150101 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "airfrance" TO fv_nomVaisseau
        MOVE 3 TO fv_typeVaisseau
        MOVE 30 TO fv_capacite
        MOVE "mercure" TO fv_nomLieu
        MOVE 50000 TO fv_rayonAction
        MOVE 50000 TO fv_carburant
        MOVE 500 TO fv_vitesseCroisiere
        MOVE 80000000.00 TO fv_coutAcquisition
        MOVE 20 TO fv_dureeService
        MOVE 180 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20160301 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "pédalo du soleil" TO fv_nomVaisseau
        MOVE 1 TO fv_typeVaisseau
        MOVE 5 TO fv_capacite
        MOVE "soleil" TO fv_nomLieu
        MOVE 1000 TO fv_rayonAction
        MOVE 1000 TO fv_carburant
        MOVE 50 TO fv_vitesseCroisiere
        MOVE 5000000.00 TO fv_coutAcquisition
        MOVE 10 TO fv_dureeService
        MOVE 90 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20170615 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "twingo spatiale" TO fv_nomVaisseau
        MOVE 2 TO fv_typeVaisseau
        MOVE 15 TO fv_capacite
        MOVE "pallas" TO fv_nomLieu
        MOVE 5000 TO fv_rayonAction
        MOVE 5000 TO fv_carburant
        MOVE 100 TO fv_vitesseCroisiere
        MOVE 20000000.00 TO fv_coutAcquisition
        MOVE 15 TO fv_dureeService
        MOVE 120 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20160910 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "corbeau cosmos" TO fv_nomVaisseau
        MOVE 1 TO fv_typeVaisseau
        MOVE 5 TO fv_capacite
        MOVE "markarian" TO fv_nomLieu
        MOVE 1000 TO fv_rayonAction
        MOVE 1000 TO fv_carburant
        MOVE 50 TO fv_vitesseCroisiere
        MOVE 5000000.00 TO fv_coutAcquisition
        MOVE 10 TO fv_dureeService
        MOVE 90 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20140520 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "bicloown" TO fv_nomVaisseau
        MOVE 1 TO fv_typeVaisseau
        MOVE 5 TO fv_capacite
        MOVE "vénus" TO fv_nomLieu
        MOVE 1000 TO fv_rayonAction
        MOVE 1000 TO fv_carburant
        MOVE 50 TO fv_vitesseCroisiere
        MOVE 5000000.00 TO fv_coutAcquisition
        MOVE 10 TO fv_dureeService
        MOVE 90 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20171101 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "superbus" TO fv_nomVaisseau
        MOVE 2 TO fv_typeVaisseau
        MOVE 15 TO fv_capacite
        MOVE "jupiter" TO fv_nomLieu
        MOVE 5000 TO fv_rayonAction
        MOVE 5000 TO fv_carburant
        MOVE 100 TO fv_vitesseCroisiere
        MOVE 20000000.00 TO fv_coutAcquisition
        MOVE 15 TO fv_dureeService
        MOVE 120 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20150405 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "galactikpoutine" TO fv_nomVaisseau
        MOVE 3 TO fv_typeVaisseau
        MOVE 30 TO fv_capacite
        MOVE "étoile noire" TO fv_nomLieu
        MOVE 50000 TO fv_rayonAction
        MOVE 50000 TO fv_carburant
        MOVE 500 TO fv_vitesseCroisiere
        MOVE 80000000.00 TO fv_coutAcquisition
        MOVE 20 TO fv_dureeService
        MOVE 180 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20130712 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        MOVE "tgvdupauvre" TO fv_nomVaisseau
        MOVE 1 TO fv_typeVaisseau
        MOVE 5 TO fv_capacite
        MOVE "mars" TO fv_nomLieu
        MOVE 1000 TO fv_rayonAction
        MOVE 1000 TO fv_carburant
        MOVE 50 TO fv_vitesseCroisiere
        MOVE 5000000.00 TO fv_coutAcquisition
        MOVE 10 TO fv_dureeService
        MOVE 90 TO fv_intervalleMaint
        MOVE 20180101 TO fv_dateDernierEntretien
        MOVE 20160218 TO fv_dateAcquisition
        OPEN I-O Fvaisseaux
            WRITE vTampon
                INVALID KEY
                    ADD 1 TO Wimp_skip
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" déjà existant, chargement ignoré."
                NOT INVALID KEY
                    ADD 1 TO Wimp_ok
            END-WRITE
        CLOSE Fvaisseaux

        DISPLAY "SPACEX 2118 -- Génération de 9 vaisseaux ",
            "tentée : ", Wimp_ok, " chargé(s), ", Wimp_skip,
            " ignoré(s).".

        EXPORT_CSV_VAISSEAUX.
        OPEN OUTPUT Fvaisseaux_csv
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END
                MOVE 1 TO Wvaiss_fin
            NOT AT END
                IF fv_actif = 1 THEN
                    STRING fv_nomVaisseau DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_typeVaisseau DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_capacite DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_nomLieu DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_disponible DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_idMission DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fv_dateArrivee DELIMITED BY SIZE
                        INTO vTamponCSV
                    END-STRING
                    WRITE vTamponCSV
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux
        CLOSE Fvaisseaux_csv
        DISPLAY "Export CSV des vaisseaux terminé (vaisseaux.csv).".

        RECONCILIATION_VAISSEAUX.
        OPEN INPUT Fvaisseaux
        MOVE 0 TO Wvaiss_fin
        PERFORM WITH TEST AFTER UNTIL Wvaiss_fin = 1
            READ Fvaisseaux NEXT
            AT END
                MOVE 1 TO Wvaiss_fin
            NOT AT END
              IF fv_actif = 1 THEN
                OPEN INPUT Flieux
                MOVE fv_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    DISPLAY "Vaisseau ", fv_nomVaisseau,
" référence un lieu inexistant (", fv_nomLieu, ")."
                NOT INVALID KEY
                    IF fl_actif = 0 THEN
                        DISPLAY "Vaisseau ", fv_nomVaisseau,
" référence un lieu archivé (", fv_nomLieu, ")."
                    END-IF
                END-READ
                CLOSE Flieux
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fvaisseaux.

        AJOUT_ARTICLE_CATALOGUE.
        PERFORM WITH TEST AFTER UNTIL Waj_ca = 0
            DISPLAY ' '
            DISPLAY "Nom normalisé de l'article ?"
            ACCEPT Wca_nomArticle2
            MOVE FUNCTION LOWER-CASE(Wca_nomArticle2)
                TO Wca_nomArticle
            DISPLAY "Catégorie ? 1 : Ravitaillement // ",
"2 : Équipement // 3 : Scientifique"
            MOVE 0 TO Wca_categorie
            PERFORM WITH TEST AFTER UNTIL
                            Wca_categorie < 4 AND Wca_categorie > 0
                ACCEPT Wca_categorie
            END-PERFORM
            MOVE 0 TO Wca_conso
            IF Wca_categorie = 1 THEN
                DISPLAY "Consommation journalière par membre",
" d'équipage ? (0 si non consommé)"
                ACCEPT Wca_conso
            END-IF
            DISPLAY "Classe de danger ? (0 : Aucune // 1 à 9 : classe",
" de la table des matières dangereuses)"
            MOVE 0 TO Wca_classeDanger
            ACCEPT Wca_classeDanger
            MOVE Wca_nomArticle TO fca_nomArticle
            OPEN I-O Fcatalogue
            READ Fcatalogue
            INVALID KEY
                MOVE Wca_categorie TO fca_categorie
                MOVE 1 TO fca_actif
                MOVE Wca_conso TO fca_consoJour
                MOVE 0 TO fca_coutStandard
                MOVE "EUR" TO fca_devise
                MOVE Wca_classeDanger TO fca_classeDanger
                WRITE caTampon END-WRITE
                DISPLAY "Article ajouté au catalogue."
            NOT INVALID KEY
                MOVE Wca_categorie TO fca_categorie
                MOVE 1 TO fca_actif
                MOVE Wca_conso TO fca_consoJour
                MOVE Wca_classeDanger TO fca_classeDanger
                REWRITE caTampon END-REWRITE
                DISPLAY "Article du catalogue mis à jour."
            END-READ
            IF fca_stat NOT = 00 THEN
                MOVE fca_stat TO Wchk_stat
                MOVE "Fcatalogue" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcatalogue
            MOVE "CARGO" TO Wau_module
            MOVE "CATALOGUE" TO Wau_action
            MOVE fca_nomArticle TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            PERFORM WITH TEST AFTER UNTIL Waj_ca = 0 OR Waj_ca = 1
                DISPLAY ' '
                DISPLAY 'Autres articles à cataloguer ? ',
'(0 : Non // 1 : Oui)'
                ACCEPT Waj_ca
            END-PERFORM
        END-PERFORM.

        LISTER_CATALOGUE.
        PERFORM DEBUT_PAGINATION
        MOVE "#############" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "Catalogue des articles standardisés :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wca_count
        OPEN INPUT Fcatalogue
        MOVE 0 TO Wca_fin
        PERFORM WITH TEST AFTER UNTIL Wca_fin = 1
            READ Fcatalogue NEXT
            AT END MOVE 1 TO Wca_fin
            NOT AT END
                IF fca_actif = 1 THEN
                    ADD 1 TO Wca_count
                    IF fca_categorie = 1 THEN
                        MOVE "Ravitaillement" TO Wfcg_categorieECR
                    END-IF
                    IF fca_categorie = 2 THEN
                        MOVE "Équipement" TO Wfcg_categorieECR
                    END-IF
                    IF fca_categorie = 3 THEN
                        MOVE "Scientifique" TO Wfcg_categorieECR
                    END-IF
                    MOVE SPACES TO Wsp_ligne
                    STRING "  - " DELIMITED BY SIZE
                        fca_nomArticle DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        Wfcg_categorieECR DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    IF fca_consoJour > 0 THEN
                        MOVE fca_consoJour TO Wca_consoECR
                        MOVE SPACES TO Wsp_ligne
                        STRING "  - " DELIMITED BY SIZE
                            fca_nomArticle DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            Wfcg_categorieECR DELIMITED BY SIZE
                            ") " DELIMITED BY SIZE
                            Wca_consoECR DELIMITED BY SIZE
                            " / membre / jour" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    END-IF
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    IF fca_coutStandard > 0 THEN
                        MOVE fca_coutStandard TO Wvl_coutECR
                        MOVE SPACES TO Wsp_ligne
                        STRING "      Coût standard : " DELIMITED BY SIZE
                            Wvl_coutECR DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            fca_devise DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                    IF fca_classeDanger > 0 THEN
                        MOVE fca_classeDanger TO Wmd_classe
                        PERFORM MD_LIRE_CLASSE
                        MOVE SPACES TO Wsp_ligne
                        STRING "      Matière dangereuse, classe "
                            DELIMITED BY SIZE
                            fca_classeDanger DELIMITED BY SIZE
                            " : " DELIMITED BY SIZE
                            Wmd_libelle DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcatalogue
        IF Wca_count = 0 THEN
            MOVE "  Catalogue vide." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        MAJ_COUT_ARTICLE.
        DISPLAY "Nom de l'article du catalogue ?"
        ACCEPT Wvl_article2
        MOVE FUNCTION LOWER-CASE(Wvl_article2) TO Wvl_article
        OPEN I-O Fcatalogue
        MOVE Wvl_article TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            DISPLAY "Article absent du catalogue."
        NOT INVALID KEY
          IF fca_actif = 0 THEN
            DISPLAY "Article absent du catalogue."
          ELSE
            MOVE fca_coutStandard TO Wvl_coutECR
            DISPLAY "Coût standard actuel : ", Wvl_coutECR, " ",
fca_devise
            DISPLAY "Nouveau coût standard unitaire ?"
            MOVE 0 TO Wvl_cout
            ACCEPT Wvl_cout
            DISPLAY "Devise ? (vide : EUR)"
            MOVE SPACES TO Wvl_devise2
            ACCEPT Wvl_devise2
            IF Wvl_devise2 = SPACES THEN
                MOVE "EUR" TO Wvl_devise
            ELSE
                MOVE FUNCTION UPPER-CASE(Wvl_devise2) TO Wvl_devise
            END-IF
            MOVE Wvl_cout TO fca_coutStandard
            MOVE Wvl_devise TO fca_devise
            REWRITE caTampon END-REWRITE
            IF fca_stat NOT = 00 THEN
                MOVE fca_stat TO Wchk_stat
                MOVE "Fcatalogue" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "CARGO" TO Wau_module
            MOVE "COUT_ART" TO Wau_action
            MOVE Wvl_article TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            MOVE Wvl_cout TO Wvl_coutECR
            DISPLAY "Coût standard de ", Wvl_article, " : ",
Wvl_coutECR, " ", Wvl_devise
          END-IF
        END-READ
        CLOSE Fcatalogue.

        ENREGISTRER_PERTE_STOCK.
        MOVE fcg_item TO Wvl_article
        OPEN INPUT Fcatalogue
        PERFORM VALO_LIRE_COUT
        CLOSE Fcatalogue
        ADD 1 TO Wvl_perteMax
        OPEN I-O Fpertes
        MOVE Wvl_perteMax TO fpl_idPerte
        MOVE fcg_nomVaisseau TO fpl_nomVaisseau
        MOVE fcg_item TO fpl_nomArticle
        MOVE fcg_categorie TO fpl_categorie
        MOVE fcg_quantite TO fpl_quantite
        MOVE fcg_dateExpiration TO fpl_datePeremption
        MOVE Wpe_date TO fpl_dateRetrait
        MOVE Wvl_cout TO fpl_coutUnitaire
        MOVE Wvl_devise TO fpl_devise
        WRITE plTampon END-WRITE
        IF fpl_stat NOT = 00 THEN
            MOVE fpl_stat TO Wchk_stat
            MOVE "Fpertes" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fpertes.

        DERNIERE_PERTE_STOCK.
        MOVE 0 TO Wvl_perteMax
        OPEN INPUT Fpertes
        MOVE 0 TO Wvl_perteFin
        PERFORM WITH TEST AFTER UNTIL Wvl_perteFin = 1
            READ Fpertes NEXT
            AT END MOVE 1 TO Wvl_perteFin
            NOT AT END
                IF fpl_idPerte > Wvl_perteMax THEN
                    MOVE fpl_idPerte TO Wvl_perteMax
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpertes.

        VALO_LIRE_COUT.
        MOVE 0 TO Wvl_trouve
        MOVE 0 TO Wvl_cout
        MOVE 0 TO Wvl_categorie
        MOVE "EUR" TO Wvl_devise
        MOVE Wvl_article TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO Wvl_trouve
            MOVE fca_categorie TO Wvl_categorie
            MOVE fca_coutStandard TO Wvl_cout
            IF fca_devise NOT = SPACES THEN
                MOVE fca_devise TO Wvl_devise
            END-IF
        END-READ.

        VALO_CUMULER.
        PERFORM VARYING Wvl_i FROM 1 BY 1 UNTIL Wvl_i > Wvl_nb
            OR (Wvl_tAxe(Wvl_i) = Wvl_axe AND Wvl_tCle(Wvl_i) = Wvl_cle
                AND Wvl_tDevise(Wvl_i) = Wvl_devise)
            CONTINUE
        END-PERFORM
        IF Wvl_i > Wvl_nb THEN
            IF Wvl_nb < 600 THEN
                ADD 1 TO Wvl_nb
                MOVE Wvl_nb TO Wvl_i
                MOVE Wvl_axe TO Wvl_tAxe(Wvl_i)
                MOVE Wvl_cle TO Wvl_tCle(Wvl_i)
                MOVE Wvl_devise TO Wvl_tDevise(Wvl_i)
                MOVE 0 TO Wvl_tQte(Wvl_i)
                MOVE 0 TO Wvl_tValeur(Wvl_i)
            ELSE
                MOVE 1 TO Wvl_sature
                MOVE 0 TO Wvl_i
            END-IF
        END-IF
        IF Wvl_i > 0 THEN
            ADD Wvl_qte TO Wvl_tQte(Wvl_i)
            ADD Wvl_valeur TO Wvl_tValeur(Wvl_i)
        END-IF.

        VALO_CUMULER_LIGNE.
        PERFORM VALO_LIRE_COUT
        IF Wvl_categorie = 0 THEN
            MOVE Wfcg_categorie TO Wvl_categorie
        END-IF
        IF Wvl_cout = 0 THEN
            ADD 1 TO Wvl_nonValorises
        END-IF
        COMPUTE Wvl_valeur = Wvl_qte * Wvl_cout
        MOVE Wvl_groupe TO Wvl_cle
        PERFORM VALO_CUMULER
        MOVE 3 TO Wvl_axe
        MOVE SPACES TO Wvl_cle
        PERFORM ECRIRE_CATEGORIE_VALO
        MOVE Wfcg_categorieECR TO Wvl_cle
        PERFORM VALO_CUMULER
        MOVE 4 TO Wvl_axe
        MOVE "TOTAL" TO Wvl_cle
        PERFORM VALO_CUMULER.

        ECRIRE_CATEGORIE_VALO.
        EVALUATE Wvl_categorie
            WHEN 1 MOVE "Ravitaillement" TO Wfcg_categorieECR
            WHEN 2 MOVE "Équipement" TO Wfcg_categorieECR
            WHEN 3 MOVE "Scientifique" TO Wfcg_categorieECR
            WHEN OTHER MOVE "Non catalogué" TO Wfcg_categorieECR
        END-EVALUATE.

        VALO_IMPRIMER_AXE.
        PERFORM VARYING Wvl_i FROM 1 BY 1 UNTIL Wvl_i > Wvl_nb
            IF Wvl_tAxe(Wvl_i) = Wvl_axe THEN
                MOVE Wvl_tQte(Wvl_i) TO Wvl_qteECR
                MOVE Wvl_tValeur(Wvl_i) TO Wvl_valeurECR
                MOVE SPACES TO Wsp_ligne
                STRING "  - " DELIMITED BY SIZE
                    Wvl_tCle(Wvl_i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wvl_qteECR DELIMITED BY SIZE
                    " unité(s) " DELIMITED BY SIZE
                    Wvl_valeurECR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wvl_tDevise(Wvl_i) DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-PERFORM.

        RAPPORT_VALORISATION_STOCKS.
        ACCEPT Wvl_date FROM DATE YYYYMMDD
        DISPLAY "Mois des pertes à valoriser ? (AAAAMM, 0 : mois en",
" cours)"
        MOVE 0 TO Wvl_mois
        ACCEPT Wvl_mois
        IF Wvl_mois = 0 THEN
            COMPUTE Wvl_mois = Wvl_date / 100
        END-IF
        MOVE 0 TO Wvl_nb
        MOVE 0 TO Wvl_sature
        MOVE 0 TO Wvl_nonValorises
        OPEN INPUT Fcatalogue
        OPEN INPUT Fentrepots
        MOVE 0 TO Wvl_fin
        PERFORM WITH TEST AFTER UNTIL Wvl_fin = 1
            READ Fentrepots NEXT
            AT END MOVE 1 TO Wvl_fin
            NOT AT END
                IF fen_actif = 1 AND fen_quantite > 0 THEN
                    MOVE fen_nomArticle TO Wvl_article
                    MOVE fen_quantite TO Wvl_qte
                    MOVE fen_categorie TO Wfcg_categorie
                    MOVE 1 TO Wvl_axe
                    MOVE fen_nomLieu TO Wvl_groupe
                    PERFORM VALO_CUMULER_LIGNE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fentrepots
        OPEN INPUT Fpieces
        MOVE 0 TO Wvl_fin
        PERFORM WITH TEST AFTER UNTIL Wvl_fin = 1
            READ Fpieces NEXT
            AT END MOVE 1 TO Wvl_fin
            NOT AT END
                IF fpd_actif = 1 AND fpd_quantite > 0 THEN
                    MOVE fpd_nomArticle TO Wvl_article
                    MOVE fpd_quantite TO Wvl_qte
                    MOVE 0 TO Wfcg_categorie
                    MOVE 1 TO Wvl_axe
                    MOVE fpd_nomLieu TO Wvl_groupe
                    PERFORM VALO_CUMULER_LIGNE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpieces
        OPEN INPUT Fcargo
        MOVE 0 TO Wvl_fin
        PERFORM WITH TEST AFTER UNTIL Wvl_fin = 1
            READ Fcargo NEXT
            AT END MOVE 1 TO Wvl_fin
            NOT AT END
                IF fcg_actif = 1 AND fcg_quantite > 0 THEN
                    MOVE fcg_item TO Wvl_article
                    MOVE fcg_quantite TO Wvl_qte
                    MOVE fcg_categorie TO Wfcg_categorie
                    MOVE 2 TO Wvl_axe
                    MOVE fcg_nomVaisseau TO Wvl_groupe
                    PERFORM VALO_CUMULER_LIGNE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcargo
        CLOSE Fcatalogue
        MOVE "VALORISATION_STOCKS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Valorisation des stocks au coût standard, le "
                DELIMITED BY SIZE
            Wvl_date DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "Par lieu (entrepôts et pièces détachées) :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 1 TO Wvl_axe
        PERFORM VALO_IMPRIMER_AXE
        MOVE "Par vaisseau (cargo embarqué) :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 2 TO Wvl_axe
        PERFORM VALO_IMPRIMER_AXE
        MOVE "Par catégorie :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 3 TO Wvl_axe
        PERFORM VALO_IMPRIMER_AXE
        MOVE "Total général :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 4 TO Wvl_axe
        PERFORM VALO_IMPRIMER_AXE
        IF Wvl_nonValorises > 0 THEN
            MOVE SPACES TO Wsp_ligne
            STRING "Lignes de stock sans coût standard : "
                    DELIMITED BY SIZE
                Wvl_nonValorises DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        MOVE SPACES TO Wsp_ligne
        STRING "Pertes sur lots périmés retirés en " DELIMITED BY SIZE
            Wvl_mois DELIMITED BY SIZE
            " :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wvl_pertes
        OPEN INPUT Fpertes
        MOVE 0 TO Wvl_fin
        PERFORM WITH TEST AFTER UNTIL Wvl_fin = 1
            READ Fpertes NEXT
            AT END MOVE 1 TO Wvl_fin
            NOT AT END
                COMPUTE Wvl_moisPerte = fpl_dateRetrait / 100
                IF Wvl_moisPerte = Wvl_mois THEN
                    ADD 1 TO Wvl_pertes
                    COMPUTE Wvl_valeur =
                        fpl_quantite * fpl_coutUnitaire
                    MOVE fpl_quantite TO Wvl_qteECR
                    MOVE Wvl_valeur TO Wvl_valeurECR
                    MOVE SPACES TO Wsp_ligne
                    STRING "  - PERTE " DELIMITED BY SIZE
                        fpl_nomArticle DELIMITED BY SIZE
                        " à bord de " DELIMITED BY SIZE
                        fpl_nomVaisseau DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        Wvl_qteECR DELIMITED BY SIZE
                        " unité(s) " DELIMITED BY SIZE
                        Wvl_valeurECR DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fpl_devise DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                    MOVE 5 TO Wvl_axe
                    MOVE "TOTAL PERTES" TO Wvl_cle
                    MOVE fpl_devise TO Wvl_devise
                    MOVE fpl_quantite TO Wvl_qte
                    PERFORM VALO_CUMULER
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpertes
        IF Wvl_pertes = 0 THEN
            MOVE "  Aucune perte sur la période." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            MOVE 5 TO Wvl_axe
            PERFORM VALO_IMPRIMER_AXE
        END-IF
        IF Wvl_sature = 1 THEN
            MOVE "Attention : table de cumul saturée, totaux partiels."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        ECRIRE_TYPE_DETENTEUR.
        EVALUATE Wsa_typeDet
        WHEN 0 MOVE "Collecte" TO Wsa_typeDetECR
        WHEN 1 MOVE "Vaisseau" TO Wsa_typeDetECR
        WHEN 2 MOVE "Entrepôt" TO Wsa_typeDetECR
        WHEN 3 MOVE "Laboratoire" TO Wsa_typeDetECR
        WHEN 4 MOVE "Agence" TO Wsa_typeDetECR
        WHEN OTHER MOVE "Inconnu" TO Wsa_typeDetECR
        END-EVALUATE.

        ECRIRE_CLASSE_DANGER.
        EVALUATE Wsa_classe
        WHEN 1 MOVE "Inerte" TO Wsa_classeECR
        WHEN 2 MOVE "Biologique" TO Wsa_classeECR
        WHEN 3 MOVE "Chimique" TO Wsa_classeECR
        WHEN 4 MOVE "Radioactif" TO Wsa_classeECR
        WHEN OTHER MOVE "Inconnue" TO Wsa_classeECR
        END-EVALUATE.

        SAISIR_DETENTEUR.
        MOVE 0 TO Wsa_ok
        PERFORM WITH TEST AFTER UNTIL Wsa_ok = 1
            DISPLAY "Type de dépositaire ? (1 : Vaisseau // 2 :",
" Entrepôt // 3 : Laboratoire // 4 : Agence partenaire)"
            MOVE 0 TO Wsa_typeDet
            PERFORM WITH TEST AFTER UNTIL
                    Wsa_typeDet > 0 AND Wsa_typeDet < 5
                ACCEPT Wsa_typeDet
            END-PERFORM
            DISPLAY "Nom du dépositaire ?"
            ACCEPT Wsa_detenteur2
            MOVE FUNCTION LOWER-CASE(Wsa_detenteur2) TO Wsa_detenteur
            IF Wsa_typeDet = 1 THEN
                OPEN INPUT Fvaisseaux
                MOVE Wsa_detenteur TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    DISPLAY "Vaisseau inexistant !"
                NOT INVALID KEY
                    IF fv_actif = 1 THEN
                        MOVE 1 TO Wsa_ok
                    ELSE
                        DISPLAY "Vaisseau inexistant !"
                    END-IF
                END-READ
                CLOSE Fvaisseaux
            END-IF
            IF Wsa_typeDet = 2 THEN
                MOVE Wsa_detenteur TO Wfm_nomLieu
                PERFORM VERIF_LIEU
                MOVE Wverif_l TO Wsa_ok
            END-IF
            IF Wsa_typeDet > 2 THEN
                IF Wsa_detenteur = SPACES THEN
                    DISPLAY "Nom obligatoire !"
                ELSE
                    MOVE 1 TO Wsa_ok
                END-IF
            END-IF
        END-PERFORM.

        ENREGISTRER_ECHANTILLON.
        DISPLAY "Mission ayant collecté l'échantillon ?"
        ACCEPT Wsa_idMission
        MOVE 0 TO Wsa_ok
        OPEN INPUT Fmissions
        MOVE Wsa_idMission TO fm_idMission
        READ Fmissions
        INVALID KEY
            DISPLAY "Mission inexistante !"
        NOT INVALID KEY
            MOVE 1 TO Wsa_ok
        END-READ
        CLOSE Fmissions
        IF Wsa_ok = 1 THEN
            MOVE 0 TO Wverif_l
            PERFORM WITH TEST AFTER UNTIL Wverif_l = 1
                DISPLAY "Lieu d'origine de l'échantillon ?"
                ACCEPT Wsa_lieu2
                MOVE FUNCTION LOWER-CASE(Wsa_lieu2) TO Wfm_nomLieu
                PERFORM VERIF_LIEU
            END-PERFORM
            MOVE Wfm_nomLieu TO Wsa_lieu
            MOVE 0 TO Wsa_ok
            PERFORM WITH TEST AFTER UNTIL Wsa_ok = 1
                DISPLAY "Identifiant de l'astronaute collecteur ?"
                ACCEPT Wsa_idAstro
                OPEN INPUT Fastronautes
                MOVE Wsa_idAstro TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    DISPLAY "Astronaute inexistant !"
                NOT INVALID KEY
                    MOVE 1 TO Wsa_ok
                END-READ
                CLOSE Fastronautes
            END-PERFORM
            DISPLAY "Date de collecte ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wsa_date
            DISPLAY "Description de l'échantillon ?"
            ACCEPT Wsa_description
            DISPLAY "Classe de danger ? (1 : Inerte // 2 : Biologique",
" // 3 : Chimique // 4 : Radioactif)"
            MOVE 0 TO Wsa_classe
            PERFORM WITH TEST AFTER UNTIL
                    Wsa_classe > 0 AND Wsa_classe < 5
                ACCEPT Wsa_classe
            END-PERFORM
            DISPLAY "Premier dépositaire de l'échantillon :"
            PERFORM SAISIR_DETENTEUR
            MOVE 0 TO Wsa_max
            OPEN INPUT Fechantillons
            MOVE 0 TO Wsa_fin
            PERFORM WITH TEST AFTER UNTIL Wsa_fin = 1
                READ Fechantillons NEXT
                AT END MOVE 1 TO Wsa_fin
                NOT AT END
                    IF fsa_idEchantillon > Wsa_max THEN
                        MOVE fsa_idEchantillon TO Wsa_max
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fechantillons
            COMPUTE Wsa_id = Wsa_max + 1
            OPEN I-O Fechantillons
            MOVE Wsa_id TO fsa_idEchantillon
            MOVE Wsa_idMission TO fsa_idMission
            MOVE Wsa_lieu TO fsa_nomLieu
            MOVE Wsa_idAstro TO fsa_idAstronaute
            MOVE Wsa_date TO fsa_dateCollecte
            MOVE Wsa_description TO fsa_description
            MOVE Wsa_classe TO fsa_classeDanger
            MOVE Wsa_typeDet TO fsa_typeDetenteur
            MOVE Wsa_detenteur TO fsa_detenteur
            MOVE 1 TO fsa_actif
            WRITE saTampon END-WRITE
            IF fsa_stat NOT = 00 THEN
                MOVE fsa_stat TO Wchk_stat
                MOVE "Fechantillons" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fechantillons
            OPEN I-O Fgardes
            MOVE Wsa_id TO fgd_idEchantillon
            MOVE 1 TO fgd_seq
            MOVE Wsa_date TO fgd_date
            MOVE 0 TO fgd_typeOrigine
            MOVE Wsa_lieu TO fgd_origine
            MOVE Wsa_typeDet TO fgd_typeDest
            MOVE Wsa_detenteur TO fgd_destination
            MOVE Wop_id TO fgd_operateur
            MOVE 1 TO fgd_actif
            WRITE gdTampon END-WRITE
            IF fgd_stat NOT = 00 THEN
                MOVE fgd_stat TO Wchk_stat
                MOVE "Fgardes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fgardes
            MOVE "CARGO" TO Wau_module
            MOVE "ECHANTILLON" TO Wau_action
            MOVE Wsa_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Échantillon n°", Wsa_id, " enregistré."
        END-IF.

        TRANSFERER_ECHANTILLON.
        DISPLAY "Identifiant de l'échantillon ?"
        ACCEPT Wsa_id
        MOVE 0 TO Wsa_ok
        OPEN INPUT Fechantillons
        MOVE Wsa_id TO fsa_idEchantillon
        READ Fechantillons
        INVALID KEY
            DISPLAY "Échantillon inexistant !"
        NOT INVALID KEY
            IF fsa_actif = 1 THEN
                MOVE 1 TO Wsa_ok
            ELSE
                DISPLAY "Échantillon inexistant !"
            END-IF
        END-READ
        CLOSE Fechantillons
        IF Wsa_ok = 1 THEN
            MOVE fsa_typeDetenteur TO Wsa_typeDet
            PERFORM ECRIRE_TYPE_DETENTEUR
            DISPLAY "Dépositaire actuel : ", Wsa_typeDetECR, " ",
fsa_detenteur
            MOVE 0 TO Wgd_seq
            OPEN INPUT Fgardes
            MOVE Wsa_id TO fgd_idEchantillon
            START Fgardes, KEY IS = fgd_idEchantillon
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wsa_fin
                PERFORM WITH TEST AFTER UNTIL Wsa_fin = 1
                    READ Fgardes NEXT
                    AT END MOVE 1 TO Wsa_fin
                    NOT AT END
                        IF fgd_idEchantillon NOT = Wsa_id THEN
                            MOVE 1 TO Wsa_fin
                        ELSE
                            IF fgd_seq > Wgd_seq THEN
                                MOVE fgd_seq TO Wgd_seq
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fgardes
            DISPLAY "Nouveau dépositaire :"
            PERFORM SAISIR_DETENTEUR
            IF Wsa_typeDet = fsa_typeDetenteur AND
               Wsa_detenteur = fsa_detenteur THEN
                DISPLAY "L'échantillon est déjà chez ce dépositaire."
            ELSE
                DISPLAY "Date de la remise ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                OPEN I-O Fgardes
                MOVE Wsa_id TO fgd_idEchantillon
                COMPUTE fgd_seq = Wgd_seq + 1
                MOVE Wdt_date TO fgd_date
                MOVE fsa_typeDetenteur TO fgd_typeOrigine
                MOVE fsa_detenteur TO fgd_origine
                MOVE Wsa_typeDet TO fgd_typeDest
                MOVE Wsa_detenteur TO fgd_destination
                MOVE Wop_id TO fgd_operateur
                MOVE 1 TO fgd_actif
                WRITE gdTampon END-WRITE
                IF fgd_stat NOT = 00 THEN
                    MOVE fgd_stat TO Wchk_stat
                    MOVE "Fgardes" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fgardes
                OPEN I-O Fechantillons
                MOVE Wsa_id TO fsa_idEchantillon
                READ Fechantillons
                NOT INVALID KEY
                    MOVE Wsa_typeDet TO fsa_typeDetenteur
                    MOVE Wsa_detenteur TO fsa_detenteur
                    REWRITE saTampon END-REWRITE
                END-READ
                IF fsa_stat NOT = 00 THEN
                    MOVE fsa_stat TO Wchk_stat
                    MOVE "Fechantillons" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fechantillons
                MOVE "CARGO" TO Wau_module
                MOVE "GARDE" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING Wsa_id DELIMITED BY SIZE
                    " -> " DELIMITED BY SIZE
                    Wsa_detenteur DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Remise enregistrée."
            END-IF
        END-IF.

        HISTORIQUE_ECHANTILLON.
        DISPLAY "Identifiant de l'échantillon ?"
        ACCEPT Wsa_id
        OPEN INPUT Fechantillons
        MOVE Wsa_id TO fsa_idEchantillon
        READ Fechantillons
        INVALID KEY
            DISPLAY "Échantillon inexistant !"
        NOT INVALID KEY
            MOVE fsa_classeDanger TO Wsa_classe
            PERFORM ECRIRE_CLASSE_DANGER
            MOVE fsa_typeDetenteur TO Wsa_typeDet
            PERFORM ECRIRE_TYPE_DETENTEUR
            DISPLAY "#############"
            DISPLAY "<-- Échantillon n°", fsa_idEchantillon, " -->"
            DISPLAY "Description : ", fsa_description
            DISPLAY "Mission n°", fsa_idMission, ", collecté à ",
fsa_nomLieu, " le ", fsa_dateCollecte, " par l'astronaute n°",
fsa_idAstronaute
            DISPLAY "Classe de danger : ", Wsa_classeECR
            DISPLAY "Dépositaire actuel : ", Wsa_typeDetECR, " ",
fsa_detenteur
            DISPLAY "Chaîne de garde :"
            OPEN INPUT Fgardes
            MOVE Wsa_id TO fgd_idEchantillon
            START Fgardes, KEY IS = fgd_idEchantillon
            INVALID KEY
                DISPLAY "  Aucune remise enregistrée."
            NOT INVALID KEY
                MOVE 0 TO Wsa_fin
                PERFORM WITH TEST AFTER UNTIL Wsa_fin = 1
                    READ Fgardes NEXT
                    AT END MOVE 1 TO Wsa_fin
                    NOT AT END
                        IF fgd_idEchantillon NOT = Wsa_id THEN
                            MOVE 1 TO Wsa_fin
                        ELSE
                            MOVE fgd_typeOrigine TO Wsa_typeDet
                            PERFORM ECRIRE_TYPE_DETENTEUR
                            DISPLAY "  ", fgd_seq, ". ", fgd_date,
" : ", Wsa_typeDetECR, " ", fgd_origine
                            MOVE fgd_typeDest TO Wsa_typeDet
                            PERFORM ECRIRE_TYPE_DETENTEUR
                            DISPLAY "       -> ", Wsa_typeDetECR, " ",
fgd_destination, " (", fgd_operateur, ")"
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fgardes
        END-READ
        CLOSE Fechantillons.

        RAPPORT_CHAINE_GARDE.
        MOVE "CHAINE_GARDE" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Contrôle de la chaîne de garde des échantillons :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsa_count
        MOVE 0 TO Wsa_anomalies
        OPEN INPUT Fechantillons
        MOVE 0 TO Wsa_fin
        PERFORM WITH TEST AFTER UNTIL Wsa_fin = 1
            READ Fechantillons NEXT
            AT END MOVE 1 TO Wsa_fin
            NOT AT END
                IF fsa_actif = 1 THEN
                    ADD 1 TO Wsa_count
                    PERFORM CONTROLER_CHAINE_ECHANTILLON
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fechantillons
        MOVE SPACES TO Wsp_ligne
        STRING "Échantillons contrôlés : " DELIMITED BY SIZE
            Wsa_count DELIMITED BY SIZE
            " // anomalies : " DELIMITED BY SIZE
            Wsa_anomalies DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        CONTROLER_CHAINE_ECHANTILLON.
        MOVE 0 TO Wgd_seqPrec
        MOVE 0 TO Wgd_typePrec
        MOVE SPACES TO Wgd_destPrec
        MOVE 0 TO Wgd_datePrec
        OPEN INPUT Fgardes
        MOVE fsa_idEchantillon TO fgd_idEchantillon
        START Fgardes, KEY IS = fgd_idEchantillon
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsa_fin2
            PERFORM WITH TEST AFTER UNTIL Wsa_fin2 = 1
                READ Fgardes NEXT
                AT END MOVE 1 TO Wsa_fin2
                NOT AT END
                    IF fgd_idEchantillon NOT = fsa_idEchantillon THEN
                        MOVE 1 TO Wsa_fin2
                    ELSE
                        MOVE 0 TO Wgd_rupture
                        IF fgd_seq NOT = Wgd_seqPrec + 1 THEN
                            MOVE 1 TO Wgd_rupture
                            MOVE "remise(s) manquante(s) dans la séquence"
                                TO Wgd_motif
                        END-IF
                        IF Wgd_seqPrec = 0 AND fgd_typeOrigine NOT = 0
                        THEN
                            MOVE 1 TO Wgd_rupture
                            MOVE "première remise sans collecte"
                                TO Wgd_motif
                        END-IF
                        IF Wgd_seqPrec > 0 AND
                           (fgd_typeOrigine NOT = Wgd_typePrec OR
                            fgd_origine NOT = Wgd_destPrec) THEN
                            MOVE 1 TO Wgd_rupture
                            MOVE "origine différente du dépositaire précédent"
                                TO Wgd_motif
                        END-IF
                        IF fgd_date < Wgd_datePrec THEN
                            MOVE 1 TO Wgd_rupture
                            MOVE "date antérieure à la remise précédente"
                                TO Wgd_motif
                        END-IF
                        IF Wgd_rupture = 1 THEN
                            ADD 1 TO Wsa_anomalies
                            MOVE SPACES TO Wsp_ligne
                            STRING "  - Échantillon n°" DELIMITED BY SIZE
                                fsa_idEchantillon DELIMITED BY SIZE
                                ", remise " DELIMITED BY SIZE
                                fgd_seq DELIMITED BY SIZE
                                " : " DELIMITED BY SIZE
                                Wgd_motif DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                        END-IF
                        MOVE fgd_seq TO Wgd_seqPrec
                        MOVE fgd_typeDest TO Wgd_typePrec
                        MOVE fgd_destination TO Wgd_destPrec
                        MOVE fgd_date TO Wgd_datePrec
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fgardes
        IF Wgd_seqPrec = 0 THEN
            ADD 1 TO Wsa_anomalies
            MOVE SPACES TO Wsp_ligne
            STRING "  - Échantillon n°" DELIMITED BY SIZE
                fsa_idEchantillon DELIMITED BY SIZE
                " : aucune remise enregistrée" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            IF fsa_typeDetenteur NOT = Wgd_typePrec OR
               fsa_detenteur NOT = Wgd_destPrec THEN
                ADD 1 TO Wsa_anomalies
                MOVE SPACES TO Wsp_ligne
                STRING "  - Échantillon n°" DELIMITED BY SIZE
                    fsa_idEchantillon DELIMITED BY SIZE
                    " : dépositaire " DELIMITED BY SIZE
                    fsa_detenteur DELIMITED BY "  "
                    " différent de la dernière remise (" DELIMITED BY SIZE
                    Wgd_destPrec DELIMITED BY "  "
                    ")" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-IF.

        ECRIRE_LIGNE_COMPTAGE.
        MOVE Wsk_id TO fkl_idInventaire
        MOVE 0 TO fkl_compte
        MOVE 0 TO fkl_saisi
        MOVE 0 TO fkl_statut
        MOVE 0 TO fkl_motif
        WRITE klTampon END-WRITE
        IF fkl_stat NOT = 00 THEN
            MOVE fkl_stat TO Wchk_stat
            MOVE "Flignes_comptage" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        ELSE
            ADD 1 TO Wsk_lignes
        END-IF.

        ECRIRE_SOURCE_COMPTAGE.
        IF fkl_source = 1 THEN
            MOVE "Entrepôt" TO Wkl_source
        ELSE
            MOVE "Pièce" TO Wkl_source
        END-IF.

        OUVRIR_INVENTAIRE.
        DISPLAY "Lieu à inventorier ?"
        ACCEPT Wsk_lieu2
        MOVE FUNCTION LOWER-CASE(Wsk_lieu2) TO Wfv_nomLieu
        PERFORM VERIF_LIEU3
        IF Wverif_l = 1 THEN
            MOVE Wfv_nomLieu TO Wsk_lieu
            MOVE 1 TO Wsk_ok
            MOVE 0 TO Wsk_max
            OPEN INPUT Finventaires
            MOVE 0 TO Wsk_fin
            PERFORM WITH TEST AFTER UNTIL Wsk_fin = 1
                READ Finventaires NEXT
                AT END MOVE 1 TO Wsk_fin
                NOT AT END
                    IF fsk_idInventaire > Wsk_max THEN
                        MOVE fsk_idInventaire TO Wsk_max
                    END-IF
                    IF fsk_nomLieu = Wsk_lieu AND fsk_ouvert THEN
                        MOVE 0 TO Wsk_ok
                        MOVE fsk_idInventaire TO Wsk_id
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Finventaires
            IF Wsk_ok = 0 THEN
                DISPLAY "L'inventaire n°", Wsk_id, " est déjà ouvert",
" sur ce lieu : terminez-le avant d'en ouvrir un autre."
            ELSE
                COMPUTE Wsk_id = Wsk_max + 1
                MOVE 0 TO Wsk_lignes
                OPEN I-O Flignes_comptage
                OPEN INPUT Fentrepots
                MOVE Wsk_lieu TO fen_nomLieu
                START Fentrepots, KEY IS = fen_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wkl_fin
                    PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                        READ Fentrepots NEXT
                        AT END MOVE 1 TO Wkl_fin
                        NOT AT END
                            IF fen_nomLieu NOT = Wsk_lieu THEN
                                MOVE 1 TO Wkl_fin
                            ELSE
                                IF fen_actif = 1 THEN
                                    MOVE 1 TO fkl_source
                                    MOVE fen_nomArticle TO fkl_nomArticle
                                    MOVE fen_quantite TO fkl_theorique
                                    PERFORM ECRIRE_LIGNE_COMPTAGE
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE Fentrepots
                OPEN INPUT Fpieces
                MOVE Wsk_lieu TO fpd_nomLieu
                START Fpieces, KEY IS = fpd_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wkl_fin
                    PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                        READ Fpieces NEXT
                        AT END MOVE 1 TO Wkl_fin
                        NOT AT END
                            IF fpd_nomLieu NOT = Wsk_lieu THEN
                                MOVE 1 TO Wkl_fin
                            ELSE
                                IF fpd_actif = 1 THEN
                                    MOVE 2 TO fkl_source
                                    MOVE fpd_nomArticle TO fkl_nomArticle
                                    MOVE fpd_quantite TO fkl_theorique
                                    PERFORM ECRIRE_LIGNE_COMPTAGE
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE Fpieces
                CLOSE Flignes_comptage
                IF Wsk_lignes = 0 THEN
                    DISPLAY "Aucun stock enregistré sur ce lieu : rien",
" à inventorier."
                ELSE
                    OPEN I-O Finventaires
                    MOVE Wsk_id TO fsk_idInventaire
                    MOVE Wsk_lieu TO fsk_nomLieu
                    ACCEPT fsk_dateGel FROM DATE YYYYMMDD
                    MOVE 0 TO fsk_dateValidation
                    MOVE 1 TO fsk_statut
                    MOVE Wsk_lignes TO fsk_nbLignes
                    MOVE 0 TO fsk_nbEcarts
                    MOVE 0 TO fsk_nbPostes
                    MOVE Wop_id TO fsk_operateur
                    WRITE skTampon END-WRITE
                    IF fsk_stat NOT = 00 THEN
                        MOVE fsk_stat TO Wchk_stat
                        MOVE "Finventaires" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Finventaires
                    MOVE "CARGO" TO Wau_module
                    MOVE "INVENTAIRE" TO Wau_action
                    MOVE SPACES TO Wau_detail
                    STRING Wsk_id DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        Wsk_lieu DELIMITED BY SIZE
                        INTO Wau_detail
                    END-STRING
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Feuille d'inventaire n°", Wsk_id, " gelée",
" pour ", Wsk_lieu, " : ", Wsk_lignes, " ligne(s) à compter."
                END-IF
            END-IF
        END-IF.

        CHARGER_INVENTAIRE_OUVERT.
        MOVE 0 TO Wsk_ok
        DISPLAY "Numéro de l'inventaire ?"
        MOVE 0 TO Wsk_id
        ACCEPT Wsk_id
        OPEN INPUT Finventaires
        MOVE Wsk_id TO fsk_idInventaire
        READ Finventaires
        INVALID KEY
            DISPLAY "Cet inventaire n'existe pas."
        NOT INVALID KEY
            IF fsk_ouvert THEN
                MOVE 1 TO Wsk_ok
                MOVE fsk_nomLieu TO Wsk_lieu
            ELSE
                DISPLAY "Cet inventaire est déjà validé."
            END-IF
        END-READ
        CLOSE Finventaires.

        SAISIR_COMPTAGE_INVENTAIRE.
        PERFORM CHARGER_INVENTAIRE_OUVERT
        IF Wsk_ok = 1 THEN
            DISPLAY "1 : Saisir toutes les lignes // 2 : Saisir les",
" lignes non encore comptées"
            MOVE 0 TO Wkl_choix
            PERFORM WITH TEST AFTER UNTIL
                    Wkl_choix = 1 OR Wkl_choix = 2
                ACCEPT Wkl_choix
            END-PERFORM
            MOVE 0 TO Wsk_nombre
            OPEN I-O Flignes_comptage
            MOVE Wsk_id TO fkl_idInventaire
            MOVE 0 TO fkl_source
            MOVE SPACES TO fkl_nomArticle
            START Flignes_comptage, KEY IS >= fkl_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wkl_fin
                PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                    READ Flignes_comptage NEXT
                    AT END MOVE 1 TO Wkl_fin
                    NOT AT END
                        IF fkl_idInventaire NOT = Wsk_id THEN
                            MOVE 1 TO Wkl_fin
                        ELSE
                            IF Wkl_choix = 1 OR fkl_saisi = 0 THEN
                                PERFORM ECRIRE_SOURCE_COMPTAGE
                                DISPLAY Wkl_source, " ",
fkl_nomArticle, " : quantité comptée ?"
                                MOVE 0 TO Wkl_compte
                                ACCEPT Wkl_compte
                                MOVE Wkl_compte TO fkl_compte
                                MOVE 1 TO fkl_saisi
                                REWRITE klTampon END-REWRITE
                                IF fkl_stat NOT = 00 THEN
                                    MOVE fkl_stat TO Wchk_stat
                                    MOVE "Flignes_comptage"
                                        TO Wchk_label
                                    PERFORM VERIFIER_STATUT_FICHIER
                                END-IF
                                ADD 1 TO Wsk_nombre
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Flignes_comptage
            MOVE "CARGO" TO Wau_module
            MOVE "COMPTAGE" TO Wau_action
            MOVE Wsk_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY Wsk_nombre, " ligne(s) comptée(s) sur",
" l'inventaire n°", Wsk_id, "."
        END-IF.

        RAPPORT_ECARTS_INVENTAIRE.
        DISPLAY "Numéro de l'inventaire ?"
        MOVE 0 TO Wsk_id
        ACCEPT Wsk_id
        MOVE 0 TO Wsk_ok
        OPEN INPUT Finventaires
        MOVE Wsk_id TO fsk_idInventaire
        READ Finventaires
        INVALID KEY
            DISPLAY "Cet inventaire n'existe pas."
        NOT INVALID KEY
            MOVE 1 TO Wsk_ok
        END-READ
        CLOSE Finventaires
        IF Wsk_ok = 1 THEN
            MOVE "ECARTS_INVENTAIRE" TO Wsp_nomRapport
            PERFORM DEBUT_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "Écarts de l'inventaire n°" DELIMITED BY SIZE
                fsk_idInventaire DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                fsk_nomLieu DELIMITED BY SIZE
                " gelé le " DELIMITED BY SIZE
                fsk_dateGel DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE 0 TO Wsk_ecarts
            MOVE 0 TO Wsk_nonSaisis
            OPEN INPUT Flignes_comptage
            MOVE Wsk_id TO fkl_idInventaire
            MOVE 0 TO fkl_source
            MOVE SPACES TO fkl_nomArticle
            START Flignes_comptage, KEY IS >= fkl_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wkl_fin
                PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                    READ Flignes_comptage NEXT
                    AT END MOVE 1 TO Wkl_fin
                    NOT AT END
                        IF fkl_idInventaire NOT = Wsk_id THEN
                            MOVE 1 TO Wkl_fin
                        ELSE
                            PERFORM ECRIRE_SOURCE_COMPTAGE
                            MOVE SPACES TO Wsp_ligne
                            IF fkl_saisi = 0 THEN
                                ADD 1 TO Wsk_nonSaisis
                                STRING "  - " DELIMITED BY SIZE
                                    Wkl_source DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    fkl_nomArticle DELIMITED BY SIZE
                                    " théorique " DELIMITED BY SIZE
                                    fkl_theorique DELIMITED BY SIZE
                                    " : NON COMPTÉ" DELIMITED BY SIZE
                                    INTO Wsp_ligne
                                END-STRING
                                PERFORM ECRIRE_LIGNE_RAPPORT
                            ELSE
                                IF fkl_compte NOT = fkl_theorique THEN
                                    ADD 1 TO Wsk_ecarts
                                    COMPUTE Wkl_ecart =
                                        fkl_compte - fkl_theorique
                                    MOVE Wkl_ecart TO Wkl_ecartECR
                                    STRING "  - " DELIMITED BY SIZE
                                        Wkl_source DELIMITED BY SIZE
                                        " " DELIMITED BY SIZE
                                        fkl_nomArticle DELIMITED BY SIZE
                                        " théorique " DELIMITED BY SIZE
                                        fkl_theorique DELIMITED BY SIZE
                                        " compté " DELIMITED BY SIZE
                                        fkl_compte DELIMITED BY SIZE
                                        " écart " DELIMITED BY SIZE
                                        Wkl_ecartECR DELIMITED BY SIZE
                                        INTO Wsp_ligne
                                    END-STRING
                                    PERFORM ECRIRE_LIGNE_RAPPORT
                                    IF fkl_poste THEN
                                        MOVE SPACES TO Wsp_ligne
                                        STRING "      Comptabilisé,"
                                                DELIMITED BY SIZE
                                            " motif " DELIMITED BY SIZE
                                            fkl_motif DELIMITED BY SIZE
                                            INTO Wsp_ligne
                                        END-STRING
                                        PERFORM ECRIRE_LIGNE_RAPPORT
                                    END-IF
                                    IF fkl_nonRetenu THEN
                                        MOVE "      Non retenu"
                                            TO Wsp_ligne
                                        PERFORM ECRIRE_LIGNE_RAPPORT
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Flignes_comptage
            MOVE SPACES TO Wsp_ligne
            STRING "Lignes : " DELIMITED BY SIZE
                fsk_nbLignes DELIMITED BY SIZE
                " // écarts : " DELIMITED BY SIZE
                Wsk_ecarts DELIMITED BY SIZE
                " // non comptées : " DELIMITED BY SIZE
                Wsk_nonSaisis DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM FIN_RAPPORT
        END-IF.

        POSTER_ECART_INVENTAIRE.
        MOVE 0 TO Wsk_ok
        COMPUTE Wkl_ecart = fkl_compte - fkl_theorique
        IF fkl_source = 1 THEN
            OPEN I-O Fentrepots
            MOVE Wsk_lieu TO fen_nomLieu
            MOVE fkl_nomArticle TO fen_nomArticle
            READ Fentrepots
            INVALID KEY
                DISPLAY "Article absent de l'entrepôt : écart non",
" comptabilisé."
            NOT INVALID KEY
                COMPUTE Wkl_nouveau = fen_quantite + Wkl_ecart
                IF Wkl_nouveau < 0 THEN
                    MOVE 0 TO Wkl_nouveau
                END-IF
                MOVE Wkl_nouveau TO fen_quantite
                REWRITE enTampon END-REWRITE
                IF fen_stat NOT = 00 THEN
                    MOVE fen_stat TO Wchk_stat
                    MOVE "Fentrepots" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                ELSE
                    MOVE 1 TO Wsk_ok
                END-IF
            END-READ
            CLOSE Fentrepots
        ELSE
            OPEN I-O Fpieces
            MOVE fkl_nomArticle TO fpd_nomArticle
            MOVE Wsk_lieu TO fpd_nomLieu
            READ Fpieces
            INVALID KEY
                DISPLAY "Pièce absente du stock : écart non",
" comptabilisé."
            NOT INVALID KEY
                COMPUTE Wkl_nouveau = fpd_quantite + Wkl_ecart
                IF Wkl_nouveau < 0 THEN
                    MOVE 0 TO Wkl_nouveau
                END-IF
                MOVE Wkl_nouveau TO fpd_quantite
                REWRITE pdTampon END-REWRITE
                IF fpd_stat NOT = 00 THEN
                    MOVE fpd_stat TO Wchk_stat
                    MOVE "Fpieces" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                ELSE
                    MOVE 1 TO Wsk_ok
                END-IF
            END-READ
            CLOSE Fpieces
        END-IF.

        VALIDER_ECARTS_INVENTAIRE.
        PERFORM CHARGER_INVENTAIRE_OUVERT
        IF Wsk_ok = 1 THEN
            MOVE 0 TO Wsk_nonSaisis
            OPEN INPUT Flignes_comptage
            MOVE Wsk_id TO fkl_idInventaire
            MOVE 0 TO fkl_source
            MOVE SPACES TO fkl_nomArticle
            START Flignes_comptage, KEY IS >= fkl_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wkl_fin
                PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                    READ Flignes_comptage NEXT
                    AT END MOVE 1 TO Wkl_fin
                    NOT AT END
                        IF fkl_idInventaire NOT = Wsk_id THEN
                            MOVE 1 TO Wkl_fin
                        ELSE
                            IF fkl_saisi = 0 THEN
                                ADD 1 TO Wsk_nonSaisis
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Flignes_comptage
            IF Wsk_nonSaisis > 0 THEN
                DISPLAY "Validation impossible : ", Wsk_nonSaisis,
" ligne(s) n'ont pas encore été comptées."
            ELSE
                PERFORM VALIDER_LIGNES_INVENTAIRE
            END-IF
        END-IF.

        VALIDER_LIGNES_INVENTAIRE.
        MOVE 0 TO Wsk_ecarts
        MOVE 0 TO Wsk_postes
        OPEN I-O Flignes_comptage
        MOVE Wsk_id TO fkl_idInventaire
        MOVE 0 TO fkl_source
        MOVE SPACES TO fkl_nomArticle
        START Flignes_comptage, KEY IS >= fkl_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wkl_fin
            PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                READ Flignes_comptage NEXT
                AT END MOVE 1 TO Wkl_fin
                NOT AT END
                    IF fkl_idInventaire NOT = Wsk_id THEN
                        MOVE 1 TO Wkl_fin
                    ELSE
                      IF fkl_compte NOT = fkl_theorique THEN
                        ADD 1 TO Wsk_ecarts
                        PERFORM ECRIRE_SOURCE_COMPTAGE
                        COMPUTE Wkl_ecart = fkl_compte - fkl_theorique
                        MOVE Wkl_ecart TO Wkl_ecartECR
                        DISPLAY Wkl_source, " ", fkl_nomArticle,
" : théorique ", fkl_theorique, ", compté ", fkl_compte, ", écart ",
Wkl_ecartECR
                        DISPLAY "1 : Approuver et comptabiliser // 2 :",
" Ne pas retenir"
                        MOVE 0 TO Wkl_choix
                        PERFORM WITH TEST AFTER UNTIL
                                Wkl_choix = 1 OR Wkl_choix = 2
                            ACCEPT Wkl_choix
                        END-PERFORM
                        MOVE 2 TO fkl_statut
                        IF Wkl_choix = 1 THEN
                            DISPLAY "Motif de l'écart ?"
                            MOVE "ECAR" TO Wcx_table
                            PERFORM SAISIR_CODE_REFERENCE
                            MOVE Wcx_code TO fkl_motif
                            PERFORM POSTER_ECART_INVENTAIRE
                            IF Wsk_ok = 1 THEN
                                MOVE 1 TO fkl_statut
                                ADD 1 TO Wsk_postes
                                MOVE "CARGO" TO Wau_module
                                MOVE "ECART_INV" TO Wau_action
                                MOVE SPACES TO Wau_detail
                                STRING Wsk_id DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    fkl_nomArticle DELIMITED BY SPACE
                                    " " DELIMITED BY SIZE
                                    Wkl_ecartECR DELIMITED BY SIZE
                                    " motif " DELIMITED BY SIZE
                                    Wcx_code DELIMITED BY SIZE
                                    INTO Wau_detail
                                END-STRING
                                PERFORM ENREGISTRER_AUDIT
                            END-IF
                        END-IF
                        REWRITE klTampon END-REWRITE
                        IF fkl_stat NOT = 00 THEN
                            MOVE fkl_stat TO Wchk_stat
                            MOVE "Flignes_comptage" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                      END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Flignes_comptage
        OPEN I-O Finventaires
        MOVE Wsk_id TO fsk_idInventaire
        READ Finventaires
        INVALID KEY
            DISPLAY "Cet inventaire n'existe pas."
        NOT INVALID KEY
            MOVE 2 TO fsk_statut
            ACCEPT fsk_dateValidation FROM DATE YYYYMMDD
            MOVE Wsk_ecarts TO fsk_nbEcarts
            MOVE Wsk_postes TO fsk_nbPostes
            REWRITE skTampon END-REWRITE
            IF fsk_stat NOT = 00 THEN
                MOVE fsk_stat TO Wchk_stat
                MOVE "Finventaires" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Finventaires
        MOVE "CARGO" TO Wau_module
        MOVE "VALID_INV" TO Wau_action
        MOVE Wsk_id TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Inventaire n°", Wsk_id, " validé : ", Wsk_ecarts,
" écart(s), dont ", Wsk_postes, " comptabilisé(s).".

        HISTORIQUE_INVENTAIRES.
        MOVE "HISTO_INVENTAIRES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Historique des inventaires physiques par lieu :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsk_count
        OPEN INPUT Flieux
        OPEN INPUT Finventaires
        MOVE 0 TO Wsk_fin
        PERFORM WITH TEST AFTER UNTIL Wsk_fin = 1
            READ Flieux NEXT
            AT END MOVE 1 TO Wsk_fin
            NOT AT END
              IF fl_actif = 1 THEN
                MOVE 0 TO Wsk_dernier
                MOVE 0 TO Wsk_nombre
                MOVE 0 TO Wsk_id
                MOVE fl_nomLieu TO fsk_nomLieu
                START Finventaires, KEY IS = fsk_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wkl_fin
                    PERFORM WITH TEST AFTER UNTIL Wkl_fin = 1
                        READ Finventaires NEXT
                        AT END MOVE 1 TO Wkl_fin
                        NOT AT END
                            IF fsk_nomLieu NOT = fl_nomLieu THEN
                                MOVE 1 TO Wkl_fin
                            ELSE
                                IF fsk_valide THEN
                                    ADD 1 TO Wsk_nombre
                                    IF fsk_dateValidation > Wsk_dernier
                                    THEN
                                        MOVE fsk_dateValidation
                                            TO Wsk_dernier
                                        MOVE fsk_idInventaire TO Wsk_id
                                        MOVE fsk_nbEcarts TO Wsk_ecarts
                                        MOVE fsk_nbPostes TO Wsk_postes
                                    END-IF
                                ELSE
                                    ADD 1 TO Wsk_count
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                MOVE SPACES TO Wsp_ligne
                IF Wsk_nombre = 0 THEN
                    STRING "  - " DELIMITED BY SIZE
                        fl_nomLieu DELIMITED BY SIZE
                        " : jamais inventorié" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                ELSE
                    STRING "  - " DELIMITED BY SIZE
                        fl_nomLieu DELIMITED BY SIZE
                        " : dernier inventaire n°" DELIMITED BY SIZE
                        Wsk_id DELIMITED BY SIZE
                        " validé le " DELIMITED BY SIZE
                        Wsk_dernier DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        Wsk_ecarts DELIMITED BY SIZE
                        " écart(s), " DELIMITED BY SIZE
                        Wsk_postes DELIMITED BY SIZE
                        " comptabilisé(s)) - " DELIMITED BY SIZE
                        Wsk_nombre DELIMITED BY SIZE
                        " inventaire(s) au total" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                END-IF
                PERFORM ECRIRE_LIGNE_RAPPORT
              END-IF
            END-READ
        END-PERFORM
        CLOSE Finventaires
        CLOSE Flieux
        MOVE SPACES TO Wsp_ligne
        STRING "Inventaires ouverts non validés : " DELIMITED BY SIZE
            Wsk_count DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        VERIF_ARTICLE_CATALOGUE.
        OPEN INPUT Fcatalogue
        MOVE Wfcg_item TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            MOVE 0 TO Wverif_ca
        NOT INVALID KEY
            IF fca_actif = 0 THEN
                MOVE 0 TO Wverif_ca
            ELSE
                MOVE 1 TO Wverif_ca
            END-IF
        END-READ
        CLOSE Fcatalogue.

        DETERMINER_LIMITE_CARGO.
        MOVE 0 TO Wchg_limite
        OPEN INPUT Ftypes
        MOVE Wfv_typeV TO ftv_typeVaisseau
        READ Ftypes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF ftv_actif = 1 THEN
                MOVE ftv_cargoMax TO Wchg_limite
            END-IF
        END-READ
        CLOSE Ftypes
        IF Wchg_limite = 0 THEN
            EVALUATE Wfv_typeV
                WHEN 1
                    MOVE Wcfg_cargoMax1 TO Wchg_limite
                WHEN 2
                    MOVE Wcfg_cargoMax2 TO Wchg_limite
                WHEN 3
                    MOVE Wcfg_cargoMax3 TO Wchg_limite
                WHEN OTHER
                    MOVE Wcfg_cargoMax1 TO Wchg_limite
            END-EVALUATE
        END-IF.

        CALCULER_CHARGE_VAISSEAU.
        MOVE 0 TO Wchg_totale
        OPEN INPUT Fcargo
        MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
        START Fcargo, KEY IS = fcg_nomVaisseau
        INVALID KEY
            DISPLAY " "
        NOT INVALID KEY
            MOVE 0 TO Wchg_fin
            PERFORM WITH TEST AFTER UNTIL Wchg_fin = 1
                READ Fcargo NEXT
                AT END MOVE 1 TO Wchg_fin
                NOT AT END
                    IF fcg_nomVaisseau NOT = Wfcg_nomVaisseau THEN
                        MOVE 1 TO Wchg_fin
                    ELSE
                        IF fcg_actif = 1 THEN
                            ADD fcg_quantite TO Wchg_totale
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcargo.

        AJOUT_CARGO.
        PERFORM WITH TEST AFTER UNTIL Waj_cg = 0
            DISPLAY ' '
            DISPLAY "Nom du vaisseau ?"
            ACCEPT Wfcg_nomVaisseau2
            MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
            MOVE Wfcg_nomVaisseau TO Wfv_nomVaisseau
            OPEN INPUT Fvaisseaux
            MOVE Wfv_nomVaisseau TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY
                MOVE 0 TO Wverif_cg
                DISPLAY "ERREUR ! Vaisseau inexistant !"
            NOT INVALID KEY
                IF fv_actif = 0 THEN
                    MOVE 0 TO Wverif_cg
                    DISPLAY "ERREUR ! Vaisseau inexistant !"
                ELSE
                    MOVE 1 TO Wverif_cg
                    MOVE fv_typeVaisseau TO Wfv_typeV
                END-IF
            END-READ
            CLOSE Fvaisseaux
            IF Wverif_cg = 1 THEN
                DISPLAY "Nom de l'article (tel que référencé au",
" catalogue) ?"
                ACCEPT Wfcg_item2
                MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
                PERFORM VERIF_ARTICLE_CATALOGUE
                IF Wverif_ca = 0 THEN
                    DISPLAY "ERREUR ! Article absent du catalogue :",
" ajoutez-le d'abord au catalogue des articles."
                ELSE
                MOVE fca_categorie TO Wfcg_categorie
                MOVE 0 TO Wfcg_dateExp
                IF Wfcg_categorie = 1 THEN
                    DISPLAY "Date de péremption du lot de",
" ravitaillement ? (AAAAMMJJ)"
                    PERFORM SAISIR_DATE
                    MOVE Wdt_date TO Wfcg_dateExp
                END-IF
                DISPLAY "Quantité ?"
                ACCEPT Wfcg_quantite
                PERFORM CALCULER_CHARGE_VAISSEAU
                PERFORM DETERMINER_LIMITE_CARGO
                IF Wchg_totale + Wfcg_quantite > Wchg_limite THEN
                    DISPLAY "ERREUR ! Charge maximale du vaisseau",
" dépassée (", Wchg_totale, " unité(s) déjà embarquée(s), limite ",
Wchg_limite, ")."
                ELSE
                MOVE Wfcg_nomVaisseau TO Wmd_vaisseau
                MOVE Wfcg_item TO Wmd_article
                MOVE Wfcg_quantite TO Wmd_quantite
                PERFORM MD_VERIFIER_CHARGEMENT
                IF Wmd_ok = 1 THEN
                MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
                MOVE Wfcg_item TO fcg_item
                MOVE Wfv_typeV TO fcg_typeVaisseau
                MOVE Wfcg_categorie TO fcg_categorie
                MOVE Wfcg_quantite TO fcg_quantite
                MOVE 1 TO fcg_actif
                MOVE Wfcg_dateExp TO fcg_dateExpiration
                OPEN I-O Fcargo
                WRITE cgTampon
                    INVALID KEY
                        DISPLAY "Cet article figure déjà au manifeste ",
"de ce vaisseau !"
                    NOT INVALID KEY
                        DISPLAY "Article ajouté au manifeste."
                END-WRITE
                IF fcg_stat NOT = 00 THEN
                    MOVE fcg_stat TO Wchk_stat
                    MOVE "Fcargo" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fcargo
                MOVE "CARGO" TO Wau_module
                MOVE "AJOUT" TO Wau_action
                STRING fcg_nomVaisseau DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    fcg_item DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                END-IF
                END-IF
                END-IF
            END-IF
            PERFORM WITH TEST AFTER UNTIL Waj_cg = 0 OR Waj_cg = 1
                DISPLAY ' '
                DISPLAY 'Autres articles à ajouter ? ',
'(0 : Non // 1 : Oui)'
                ACCEPT Waj_cg
            END-PERFORM
        END-PERFORM.

        MODIFIER_CARGO.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfcg_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
        DISPLAY "Nom de l'article ?"
        ACCEPT Wfcg_item2
        MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
        MOVE "cargo.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fcargo
        MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
        MOVE Wfcg_item TO fcg_item
        READ Fcargo
        INVALID KEY
            DISPLAY "Cet article n'existe pas dans ce manifeste."
        NOT INVALID KEY
          IF fcg_actif = 0 THEN
              DISPLAY "Cet article n'existe pas dans ce manifeste."
          ELSE
              DISPLAY "Nouvelle quantité ?"
              ACCEPT Wfcg_quantite
              MOVE fcg_quantite TO Wchg_ancienne
              MOVE fcg_typeVaisseau TO Wfv_typeV
              CLOSE Fcargo
              PERFORM CALCULER_CHARGE_VAISSEAU
              PERFORM DETERMINER_LIMITE_CARGO
              OPEN I-O Fcargo
              MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
              MOVE Wfcg_item TO fcg_item
              READ Fcargo
              INVALID KEY
                  DISPLAY "Impossible"
              NOT INVALID KEY
                IF Wchg_totale - Wchg_ancienne + Wfcg_quantite
                   > Wchg_limite THEN
                    DISPLAY "ERREUR ! Charge maximale du vaisseau",
" dépassée (", Wchg_totale, " unité(s) déjà embarquée(s), limite ",
Wchg_limite, ")."
                ELSE
                    MOVE Wfcg_quantite TO fcg_quantite
                    REWRITE cgTampon END-REWRITE
                    IF fcg_stat NOT = 00 THEN
                        MOVE fcg_stat TO Wchk_stat
                        MOVE "Fcargo" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE "CARGO" TO Wau_module
                    MOVE "MODIFIER" TO Wau_action
                    STRING fcg_nomVaisseau DELIMITED BY SIZE
                        " / " DELIMITED BY SIZE
                        fcg_item DELIMITED BY SIZE
                        INTO Wau_detail
                    END-STRING
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Manifeste mis à jour."
                END-IF
              END-READ
          END-IF
        END-READ
        CLOSE Fcargo.

        SUPPRIMER_CARGO.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wfcg_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
        DISPLAY "Nom de l'article ?"
        ACCEPT Wfcg_item2
        MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
        MOVE "cargo.dat" TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        OPEN I-O Fcargo
        MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
        MOVE Wfcg_item TO fcg_item
        READ Fcargo
        INVALID KEY
            DISPLAY "Cet article n'existe pas dans ce manifeste."
        NOT INVALID KEY
          IF fcg_actif = 0 THEN
              DISPLAY "Cet article a déjà été retiré."
          ELSE
              MOVE 0 TO fcg_actif
              REWRITE cgTampon END-REWRITE
              IF fcg_stat NOT = 00 THEN
                  MOVE fcg_stat TO Wchk_stat
                  MOVE "Fcargo" TO Wchk_label
                  PERFORM VERIFIER_STATUT_FICHIER
              END-IF
              MOVE "CARGO" TO Wau_module
              MOVE "SUPPRIMER" TO Wau_action
              STRING fcg_nomVaisseau DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  fcg_item DELIMITED BY SIZE
                  INTO Wau_detail
              END-STRING
              PERFORM ENREGISTRER_AUDIT
              DISPLAY "Article retiré du manifeste."
          END-IF
        END-READ
        CLOSE Fcargo.

        VERIF_FOURNISSEUR.
        MOVE 0 TO Wverif_fr
        OPEN INPUT Ffournisseurs
        MOVE Wfr_id TO ffr_idFournisseur
        READ Ffournisseurs
        INVALID KEY
            MOVE 0 TO Wverif_fr
        NOT INVALID KEY
            IF ffr_actif = 1 THEN
                MOVE 1 TO Wverif_fr
                MOVE ffr_pays TO Wfr_pays
            END-IF
        END-READ
        CLOSE Ffournisseurs.

        LISTER_FOURNISSEURS.
        DISPLAY "#############"
        DISPLAY "Fournisseurs :"
        MOVE 0 TO Wfr_count
        OPEN INPUT Ffournisseurs
        MOVE 0 TO Wfr_fin
        PERFORM WITH TEST AFTER UNTIL Wfr_fin = 1
            READ Ffournisseurs NEXT
            AT END MOVE 1 TO Wfr_fin
            NOT AT END
                ADD 1 TO Wfr_count
                IF ffr_actif = 1 THEN
                    DISPLAY "  - n°", ffr_idFournisseur, " : ", ffr_nom,
" (", ffr_pays, ") contact ", ffr_contact, ", délai promis ",
ffr_delaiPromis, " jour(s)"
                ELSE
                    DISPLAY "  - n°", ffr_idFournisseur, " : ", ffr_nom,
" (INACTIF)"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffournisseurs
        IF Wfr_count = 0 THEN
            DISPLAY "  Aucun fournisseur enregistré."
        END-IF.

        GERER_FOURNISSEURS.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier un fournisseur // 2 : Lister",
" les fournisseurs"
        MOVE 0 TO Wfr_choix
        PERFORM WITH TEST AFTER UNTIL Wfr_choix = 1 OR Wfr_choix = 2
            ACCEPT Wfr_choix
        END-PERFORM
        IF Wfr_choix = 2 THEN
            PERFORM LISTER_FOURNISSEURS
        ELSE
            DISPLAY "Identifiant du fournisseur ? (0 : nouveau)"
            MOVE 0 TO Wfr_id
            ACCEPT Wfr_id
            IF Wfr_id = 0 THEN
                MOVE 0 TO Wfr_max
                OPEN INPUT Ffournisseurs
                MOVE 0 TO Wfr_fin
                PERFORM WITH TEST AFTER UNTIL Wfr_fin = 1
                    READ Ffournisseurs NEXT
                    AT END MOVE 1 TO Wfr_fin
                    NOT AT END
                        IF ffr_idFournisseur > Wfr_max THEN
                            MOVE ffr_idFournisseur TO Wfr_max
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Ffournisseurs
                COMPUTE Wfr_id = Wfr_max + 1
            END-IF
            DISPLAY "Raison sociale du fournisseur ?"
            ACCEPT Wfr_nom
            MOVE 0 TO Wverif_pays
            PERFORM WITH TEST AFTER UNTIL Wverif_pays = 1
                DISPLAY "Pays du fournisseur ?"
                ACCEPT Wfr_pays2
                MOVE FUNCTION LOWER-CASE(Wfr_pays2) TO Wfr_pays
                MOVE Wfr_pays TO fa_pays2
                PERFORM VERIF_PAYS
                IF Wverif_pays = 0 THEN
                    DISPLAY "Pays inconnu ou non autorisé."
                END-IF
            END-PERFORM
            DISPLAY "Contact chez le fournisseur ?"
            ACCEPT Wfr_contact
            DISPLAY "Délai de livraison promis (en jours) ?"
            MOVE 0 TO Wfr_delai
            PERFORM WITH TEST AFTER UNTIL Wfr_delai > 0
                ACCEPT Wfr_delai
            END-PERFORM
            DISPLAY "Fournisseur actif ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wfr_actif
            PERFORM WITH TEST AFTER UNTIL Wfr_actif = 0 OR Wfr_actif = 1
                ACCEPT Wfr_actif
            END-PERFORM
            OPEN I-O Ffournisseurs
            MOVE Wfr_id TO ffr_idFournisseur
            READ Ffournisseurs
            INVALID KEY
                MOVE Wfr_nom TO ffr_nom
                MOVE Wfr_pays TO ffr_pays
                MOVE Wfr_contact TO ffr_contact
                MOVE Wfr_delai TO ffr_delaiPromis
                MOVE Wfr_actif TO ffr_actif
                WRITE frTampon END-WRITE
                DISPLAY "Fournisseur n°", Wfr_id, " ajouté."
            NOT INVALID KEY
                MOVE Wfr_nom TO ffr_nom
                MOVE Wfr_pays TO ffr_pays
                MOVE Wfr_contact TO ffr_contact
                MOVE Wfr_delai TO ffr_delaiPromis
                MOVE Wfr_actif TO ffr_actif
                REWRITE frTampon END-REWRITE
                DISPLAY "Fournisseur n°", Wfr_id, " mis à jour."
            END-READ
            IF ffr_stat NOT = 00 THEN
                MOVE ffr_stat TO Wchk_stat
                MOVE "Ffournisseurs" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Ffournisseurs
            MOVE "CARGO" TO Wau_module
            MOVE "FOURNISSEUR" TO Wau_action
            MOVE Wfr_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        RAPPORT_PERFORMANCE_FOURNISSEURS.
        ACCEPT Wpf_date FROM DATE YYYYMMDD
        DISPLAY "Mois analysé ? (AAAAMM, 0 : mois en cours)"
        MOVE 0 TO Wpf_mois
        ACCEPT Wpf_mois
        IF Wpf_mois = 0 THEN
            COMPUTE Wpf_mois = Wpf_date / 100
        END-IF
        MOVE 0 TO Wpf_nb
        OPEN INPUT Ffournisseurs
        MOVE 0 TO Wfr_fin
        PERFORM WITH TEST AFTER UNTIL Wfr_fin = 1
            READ Ffournisseurs NEXT
            AT END MOVE 1 TO Wfr_fin
            NOT AT END
                IF Wpf_nb < 500 THEN
                    ADD 1 TO Wpf_nb
                    MOVE ffr_idFournisseur TO Wpf_id(Wpf_nb)
                    MOVE ffr_nom TO Wpf_nom(Wpf_nb)
                    MOVE ffr_delaiPromis TO Wpf_promis(Wpf_nb)
                    MOVE 0 TO Wpf_recues(Wpf_nb)
                    MOVE 0 TO Wpf_aHeure(Wpf_nb)
                    MOVE 0 TO Wpf_cumulDelai(Wpf_nb)
                    MOVE 0 TO Wpf_ouvertes(Wpf_nb)
                    MOVE 0 TO Wpf_enRetard(Wpf_nb)
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffournisseurs
        MOVE 0 TO Wpf_sansFournisseur
        OPEN INPUT Fcommandes
        MOVE 0 TO Wcm_fin
        PERFORM WITH TEST AFTER UNTIL Wcm_fin = 1
            READ Fcommandes NEXT
            AT END MOVE 1 TO Wcm_fin
            NOT AT END
              IF fcm_actif = 1 THEN
                MOVE 0 TO Wpf_i
                PERFORM VARYING Wfr_count FROM 1 BY 1
                        UNTIL Wfr_count > Wpf_nb
                    IF Wpf_id(Wfr_count) = fcm_idFournisseur THEN
                        MOVE Wfr_count TO Wpf_i
                    END-IF
                END-PERFORM
                IF Wpf_i = 0 THEN
                    ADD 1 TO Wpf_sansFournisseur
                ELSE
                    IF fcm_recue AND
                       fcm_dateReception / 100 = Wpf_mois THEN
                        ADD 1 TO Wpf_recues(Wpf_i)
                        COMPUTE Wpf_delai =
                            FUNCTION INTEGER-OF-DATE(fcm_dateReception)
                            - FUNCTION INTEGER-OF-DATE(fcm_dateCommande)
                        ADD Wpf_delai TO Wpf_cumulDelai(Wpf_i)
                        IF Wpf_delai <= Wpf_promis(Wpf_i) THEN
                            ADD 1 TO Wpf_aHeure(Wpf_i)
                        END-IF
                    END-IF
                    IF fcm_commandee THEN
                        ADD 1 TO Wpf_ouvertes(Wpf_i)
                        COMPUTE Wpf_delai =
                            FUNCTION INTEGER-OF-DATE(Wpf_date)
                            - FUNCTION INTEGER-OF-DATE(fcm_dateCommande)
                        IF Wpf_delai > Wpf_promis(Wpf_i) THEN
                            ADD 1 TO Wpf_enRetard(Wpf_i)
                        END-IF
                    END-IF
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fcommandes
        MOVE "PERF_FOURNISSEURS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Performance des fournisseurs, livraisons du mois "
                DELIMITED BY SIZE
            Wpf_mois DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM VARYING Wpf_i FROM 1 BY 1 UNTIL Wpf_i > Wpf_nb
            IF Wpf_recues(Wpf_i) > 0 OR Wpf_ouvertes(Wpf_i) > 0 THEN
                MOVE SPACES TO Wsp_ligne
                STRING "  - n°" DELIMITED BY SIZE
                    Wpf_id(Wpf_i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wpf_nom(Wpf_i) DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                IF Wpf_recues(Wpf_i) > 0 THEN
                    COMPUTE Wpf_taux ROUNDED =
                        Wpf_aHeure(Wpf_i) * 100 / Wpf_recues(Wpf_i)
                    COMPUTE Wpf_moyen ROUNDED =
                        Wpf_cumulDelai(Wpf_i) / Wpf_recues(Wpf_i)
                    MOVE Wpf_moyen TO Wpf_moyenECR
                    MOVE SPACES TO Wsp_ligne
                    STRING "      " DELIMITED BY SIZE
                        Wpf_recues(Wpf_i) DELIMITED BY SIZE
                        " livraison(s), à l'heure : " DELIMITED BY SIZE
                        Wpf_taux DELIMITED BY SIZE
                        " %, délai moyen " DELIMITED BY SIZE
                        Wpf_moyenECR DELIMITED BY SIZE
                        " j pour " DELIMITED BY SIZE
                        Wpf_promis(Wpf_i) DELIMITED BY SIZE
                        " j promis" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
                MOVE SPACES TO Wsp_ligne
                STRING "      Carnet de commandes ouvertes : "
                        DELIMITED BY SIZE
                    Wpf_ouvertes(Wpf_i) DELIMITED BY SIZE
                    " dont " DELIMITED BY SIZE
                    Wpf_enRetard(Wpf_i) DELIMITED BY SIZE
                    " en retard" DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        END-PERFORM
        IF Wpf_sansFournisseur > 0 THEN
            MOVE SPACES TO Wsp_ligne
            STRING "Commandes sans fournisseur référencé : "
                    DELIMITED BY SIZE
                Wpf_sansFournisseur DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        AJOUT_COMMANDE.
        DISPLAY "Nom de l'article à commander (tel que référencé au",
" catalogue) ?"
        ACCEPT Wfcg_item2
        MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
        PERFORM VERIF_ARTICLE_CATALOGUE
        IF Wverif_ca = 0 THEN
            DISPLAY "ERREUR ! Article absent du catalogue :",
" ajoutez-le d'abord au catalogue des articles."
        ELSE
            DISPLAY "Identifiant du fournisseur ?"
            MOVE 0 TO Wfr_id
            ACCEPT Wfr_id
            PERFORM VERIF_FOURNISSEUR
            IF Wverif_fr = 0 THEN
                DISPLAY "Fournisseur inconnu ou inactif : enregistrez-le",
" d'abord dans le fichier des fournisseurs."
            ELSE
                MOVE Wfr_pays TO Wcm_pays
                DISPLAY "Lieu de destination (entrepôt) ?"
                ACCEPT Wen_lieu2
                MOVE FUNCTION LOWER-CASE(Wen_lieu2) TO Wfv_nomLieu
                PERFORM VERIF_LIEU3
                IF Wverif_l = 1 THEN
                    DISPLAY "Quantité commandée ?"
                    MOVE 0 TO Wcm_quantite
                    PERFORM WITH TEST AFTER UNTIL Wcm_quantite > 0
                        ACCEPT Wcm_quantite
                    END-PERFORM
                    DISPLAY "Prix unitaire convenu avec le fournisseur ?"
                    MOVE 0 TO Wcm_prix
                    ACCEPT Wcm_prix
                    DISPLAY "Équipe dont le budget est engagé par",
" cette commande ? (0 : aucune)"
                    MOVE 0 TO Wng_idEquipe
                    ACCEPT Wng_idEquipe
                    MOVE 1 TO Wng_ok
                    IF Wng_idEquipe > 0 THEN
                        COMPUTE Wng_montant = Wcm_quantite * Wcm_prix
                        PERFORM CONTROLER_DISPONIBLE_EQUIPE
                    END-IF
                    IF Wng_ok = 0 THEN
                        DISPLAY "Commande abandonnée."
                    ELSE
                        MOVE 0 TO Wcm_max
                        OPEN INPUT Fcommandes
                        MOVE 0 TO Wcm_fin
                        PERFORM WITH TEST AFTER UNTIL Wcm_fin = 1
                            READ Fcommandes NEXT
                            AT END MOVE 1 TO Wcm_fin
                            NOT AT END
                                IF fcm_idCommande > Wcm_max THEN
                                    MOVE fcm_idCommande TO Wcm_max
                                END-IF
                            END-READ
                        END-PERFORM
                        CLOSE Fcommandes
                        COMPUTE Wcm_id = Wcm_max + 1
                        OPEN I-O Fcommandes
                        MOVE Wcm_id TO fcm_idCommande
                        MOVE Wfcg_item TO fcm_nomArticle
                        MOVE Wcm_pays TO fcm_paysFournisseur
                        MOVE Wfr_id TO fcm_idFournisseur
                        MOVE Wfv_nomLieu TO fcm_nomLieu
                        MOVE Wcm_quantite TO fcm_quantite
                        MOVE Wcm_prix TO fcm_prixUnitaire
                        MOVE 0 TO fcm_quantiteRecue
                        MOVE 1 TO fcm_statut
                        ACCEPT fcm_dateCommande FROM DATE YYYYMMDD
                        MOVE 0 TO fcm_dateReception
                        MOVE 1 TO fcm_actif
                        WRITE cmTampon END-WRITE
                        IF fcm_stat NOT = 00 THEN
                            MOVE fcm_stat TO Wchk_stat
                            MOVE "Fcommandes" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        CLOSE Fcommandes
                        IF Wng_idEquipe > 0 THEN
                            MOVE "COMMANDE" TO Wng_origine
                            MOVE Wcm_id TO Wng_ref
                            MOVE "E" TO Wng_type
                            MOVE Wng_idEquipe TO Wng_idBudget
                            PERFORM CREER_ENGAGEMENT
                        END-IF
                        MOVE "CARGO" TO Wau_module
                        MOVE "COMMANDE" TO Wau_action
                        MOVE Wcm_id TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        DISPLAY "Commande n°", Wcm_id, " enregistrée (",
Wcm_quantite, " x ", Wfcg_item, " vers ", Wfv_nomLieu, ")."
                    END-IF
                END-IF
            END-IF
        END-IF.

        RECEPTIONNER_COMMANDE.
        DISPLAY "Numéro de la commande reçue ?"
        PERFORM WITH TEST AFTER UNTIL Wcm_id > 0
            ACCEPT Wcm_id
        END-PERFORM
        OPEN I-O Fcommandes
        MOVE Wcm_id TO fcm_idCommande
        READ Fcommandes
        INVALID KEY
            DISPLAY "Cette commande n'existe pas."
        NOT INVALID KEY
          IF fcm_actif = 0 OR fcm_recue THEN
            DISPLAY "Cette commande a déjà été réceptionnée ou",
" annulée."
          ELSE
            DISPLAY "Quantité effectivement reçue ? (0 : les ",
fcm_quantite, " commandés)"
            MOVE 0 TO Wfc_recue
            ACCEPT Wfc_recue
            IF Wfc_recue = 0 THEN
                MOVE fcm_quantite TO Wfc_recue
            END-IF
            MOVE Wfc_recue TO fcm_quantiteRecue
            MOVE 2 TO fcm_statut
            ACCEPT fcm_dateReception FROM DATE YYYYMMDD
            REWRITE cmTampon END-REWRITE
            IF fcm_stat NOT = 00 THEN
                MOVE fcm_stat TO Wchk_stat
                MOVE "Fcommandes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE SPACES TO Wfcg_item
            MOVE fcm_nomArticle TO Wfcg_item
            PERFORM VERIF_ARTICLE_CATALOGUE
            OPEN I-O Fentrepots
            MOVE fcm_nomLieu TO fen_nomLieu
            MOVE fcm_nomArticle TO fen_nomArticle
            READ Fentrepots
            INVALID KEY
                MOVE fca_categorie TO fen_categorie
                MOVE Wfc_recue TO fen_quantite
                MOVE 1 TO fen_actif
                WRITE enTampon END-WRITE
            NOT INVALID KEY
                IF fen_actif = 0 THEN
                    MOVE Wfc_recue TO fen_quantite
                    MOVE 1 TO fen_actif
                ELSE
                    ADD Wfc_recue TO fen_quantite
                END-IF
                REWRITE enTampon END-REWRITE
            END-READ
            IF fen_stat NOT = 00 THEN
                MOVE fen_stat TO Wchk_stat
                MOVE "Fentrepots" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fentrepots
            MOVE "CARGO" TO Wau_module
            MOVE "RECEPTION" TO Wau_action
            MOVE Wcm_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Commande n°", Wcm_id, " réceptionnée : ",
Wfc_recue, " x ", fcm_nomArticle, " versé(s) à l'entrepôt de ",
fcm_nomLieu, "."
          END-IF
        END-READ
        CLOSE Fcommandes.

        SAISIR_FACTURE_FOURNISSEUR.
        DISPLAY "Numéro de la commande facturée ?"
        MOVE 0 TO Wfc_cmd
        PERFORM WITH TEST AFTER UNTIL Wfc_cmd > 0
            ACCEPT Wfc_cmd
        END-PERFORM
        MOVE 0 TO Wfc_cmdOk
        OPEN INPUT Fcommandes
        MOVE Wfc_cmd TO fcm_idCommande
        READ Fcommandes
        INVALID KEY
            DISPLAY "Cette commande n'existe pas."
        NOT INVALID KEY
            IF fcm_actif = 0 THEN
                DISPLAY "Cette commande a été annulée."
            ELSE
                MOVE 1 TO Wfc_cmdOk
                MOVE fcm_quantite TO Wfc_qteCmd
                MOVE fcm_prixUnitaire TO Wfc_prixCmd
                MOVE fcm_idFournisseur TO Wfc_fournisseur
                IF fcm_recue THEN
                    IF fcm_quantiteRecue = 0 THEN
                        MOVE fcm_quantite TO Wfc_qteRecue
                    ELSE
                        MOVE fcm_quantiteRecue TO Wfc_qteRecue
                    END-IF
                ELSE
                    MOVE 0 TO Wfc_qteRecue
                END-IF
            END-IF
        END-READ
        CLOSE Fcommandes
        IF Wfc_cmdOk = 1 THEN
            ACCEPT Wper_date FROM DATE YYYYMMDD
            PERFORM VERIFIER_PERIODE_OUVERTE
            IF Wper_ouverte = 0 THEN
                MOVE 0 TO Wfc_cmdOk
            END-IF
        END-IF
        IF Wfc_cmdOk = 1 THEN
            MOVE 0 TO Wfc_dejaFacturee
            OPEN INPUT Ffactures
            MOVE Wfc_cmd TO ffc_idCommande
            START Ffactures, KEY IS = ffc_idCommande
            INVALID KEY
                DISPLAY " "
            NOT INVALID KEY
                MOVE 0 TO Wfc_fin
                PERFORM WITH TEST AFTER UNTIL Wfc_fin = 1
                    READ Ffactures NEXT
                    AT END MOVE 1 TO Wfc_fin
                    NOT AT END
                        IF ffc_idCommande NOT = Wfc_cmd THEN
                            MOVE 1 TO Wfc_fin
                        ELSE
                            IF ffc_actif = 1 AND (ffc_rapprochee
                               OR ffc_forcee) THEN
                                MOVE 1 TO Wfc_dejaFacturee
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Ffactures
            DISPLAY "Numéro de facture du fournisseur ?"
            MOVE SPACES TO Wfc_numero
            ACCEPT Wfc_numero
            DISPLAY "Quantité facturée ?"
            MOVE 0 TO Wfc_quantite
            ACCEPT Wfc_quantite
            DISPLAY "Prix unitaire facturé ?"
            MOVE 0 TO Wfc_prix
            ACCEPT Wfc_prix
            DISPLAY "Montant total facturé ? (0 : quantité x prix)"
            MOVE 0 TO Wfc_montant
            ACCEPT Wfc_montant
            COMPUTE Wfc_calcul = Wfc_quantite * Wfc_prix
            IF Wfc_montant = 0 THEN
                MOVE Wfc_calcul TO Wfc_montant
            END-IF
            MOVE 1 TO Wfc_statut
            MOVE SPACES TO Wfc_motif
            EVALUATE TRUE
                WHEN Wfc_dejaFacturee = 1
                    MOVE "commande deja facturee" TO Wfc_motif
                WHEN Wfc_qteRecue = 0
                    MOVE "commande non receptionnee" TO Wfc_motif
                WHEN Wfc_qteRecue > Wfc_qteCmd
                    MOVE "quantite recue superieure a la commande"
                        TO Wfc_motif
                WHEN Wfc_quantite NOT = Wfc_qteRecue
                    MOVE "quantite facturee differente de la recue"
                        TO Wfc_motif
                WHEN Wfc_prix NOT = Wfc_prixCmd
                    MOVE "prix unitaire different de la commande"
                        TO Wfc_motif
                WHEN Wfc_montant NOT = Wfc_calcul
                    MOVE "montant different de quantite x prix"
                        TO Wfc_motif
            END-EVALUATE
            IF Wfc_motif NOT = SPACES THEN
                MOVE 2 TO Wfc_statut
            END-IF
            MOVE 0 TO Wfc_max
            OPEN INPUT Ffactures
            MOVE 0 TO Wfc_fin
            PERFORM WITH TEST AFTER UNTIL Wfc_fin = 1
                READ Ffactures NEXT
                AT END MOVE 1 TO Wfc_fin
                NOT AT END
                    IF ffc_idFacture > Wfc_max THEN
                        MOVE ffc_idFacture TO Wfc_max
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Ffactures
            COMPUTE Wfc_id = Wfc_max + 1
            OPEN I-O Ffactures
            MOVE Wfc_id TO ffc_idFacture
            MOVE Wfc_cmd TO ffc_idCommande
            MOVE Wfc_fournisseur TO ffc_idFournisseur
            MOVE Wfc_numero TO ffc_numeroFournisseur
            ACCEPT ffc_dateFacture FROM DATE YYYYMMDD
            MOVE Wfc_quantite TO ffc_quantite
            MOVE Wfc_prix TO ffc_prixUnitaire
            MOVE Wfc_montant TO ffc_montant
            MOVE Wfc_statut TO ffc_statut
            MOVE Wfc_motif TO ffc_motif
            MOVE 0 TO ffc_exporte
            MOVE 1 TO ffc_actif
            WRITE fcTampon END-WRITE
            IF ffc_stat NOT = 00 THEN
                MOVE ffc_stat TO Wchk_stat
                MOVE "Ffactures" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Ffactures
            MOVE "CARGO" TO Wau_module
            MOVE "FACTURE" TO Wau_action
            MOVE Wfc_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            IF Wfc_statut = 1 THEN
                DISPLAY "Facture n°", Wfc_id, " rapprochée avec la",
" commande n°", Wfc_cmd, " : bonne pour paiement."
                MOVE Wfc_cmd TO Wng_commande
                MOVE Wfc_montant TO Wng_montant
                PERFORM LIQUIDER_ENGAGEMENT_COMMANDE
            ELSE
                DISPLAY "Facture n°", Wfc_id, " en exception : ",
Wfc_motif
                DISPLAY "Commande : ", Wfc_qteCmd, " x ", Wfc_prixCmd,
" // reçu : ", Wfc_qteRecue, " // facturé : ", Wfc_quantite, " x ",
Wfc_prix, " = ", Wfc_montant
            END-IF
        END-IF.

        LISTER_EXCEPTIONS_FACTURES.
        DISPLAY "#############"
        DISPLAY "Factures fournisseurs en exception :"
        MOVE 0 TO Wfc_count
        OPEN INPUT Ffactures
        MOVE 0 TO Wfc_fin
        PERFORM WITH TEST AFTER UNTIL Wfc_fin = 1
            READ Ffactures NEXT
            AT END MOVE 1 TO Wfc_fin
            NOT AT END
                IF ffc_actif = 1 AND ffc_exception THEN
                    ADD 1 TO Wfc_count
                    DISPLAY "  - Facture n°", ffc_idFacture,
" (", ffc_numeroFournisseur, ") commande n°", ffc_idCommande,
" fournisseur n°", ffc_idFournisseur, " : ", ffc_quantite, " x ",
ffc_prixUnitaire, " = ", ffc_montant
                    DISPLAY "      Motif : ", ffc_motif
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffactures
        IF Wfc_count = 0 THEN
            DISPLAY "  Aucune facture en exception."
        END-IF.

        TRAITER_EXCEPTIONS_FACTURES.
        PERFORM LISTER_EXCEPTIONS_FACTURES
        IF Wfc_count > 0 THEN
            DISPLAY "Numéro de la facture à traiter ? (0 : aucune)"
            MOVE 0 TO Wfc_id
            ACCEPT Wfc_id
            IF Wfc_id > 0 THEN
                OPEN I-O Ffactures
                MOVE Wfc_id TO ffc_idFacture
                READ Ffactures
                INVALID KEY
                    DISPLAY "Cette facture n'existe pas."
                NOT INVALID KEY
                  IF ffc_actif = 0 OR NOT ffc_exception THEN
                    DISPLAY "Cette facture n'est pas en exception."
                  ELSE
                    DISPLAY "1 : Accepter la facture malgré l'écart //",
" 2 : Rejeter la facture"
                    MOVE 0 TO Wfc_choix
                    PERFORM WITH TEST AFTER UNTIL
                            Wfc_choix = 1 OR Wfc_choix = 2
                        ACCEPT Wfc_choix
                    END-PERFORM
                    IF Wfc_choix = 1 THEN
                        ACCEPT Wper_date FROM DATE YYYYMMDD
                        PERFORM VERIFIER_PERIODE_OUVERTE
                        IF Wper_ouverte = 0 THEN
                            MOVE 0 TO Wfc_choix
                            DISPLAY "Facture n°", Wfc_id, " maintenue en",
" exception."
                        END-IF
                    END-IF
                    IF Wfc_choix > 0 THEN
                        IF Wfc_choix = 1 THEN
                            MOVE 3 TO ffc_statut
                            MOVE "FACT_FORCE" TO Wau_action
                        ELSE
                            MOVE 4 TO ffc_statut
                            MOVE "FACT_REJET" TO Wau_action
                        END-IF
                        REWRITE fcTampon END-REWRITE
                        IF ffc_stat NOT = 00 THEN
                            MOVE ffc_stat TO Wchk_stat
                            MOVE "Ffactures" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE "CARGO" TO Wau_module
                        MOVE Wfc_id TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        IF Wfc_choix = 1 THEN
                            DISPLAY "Facture n°", Wfc_id, " acceptée : elle",
" sera transmise à la comptabilité."
                            MOVE ffc_idCommande TO Wng_commande
                            MOVE ffc_montant TO Wng_montant
                            PERFORM LIQUIDER_ENGAGEMENT_COMMANDE
                        ELSE
                            DISPLAY "Facture n°", Wfc_id, " rejetée."
                        END-IF
                    END-IF
                  END-IF
                END-READ
                CLOSE Ffactures
            END-IF
        END-IF.

        LISTER_COMMANDES_OUVERTES.
        DISPLAY "#############"
        DISPLAY "Commandes de réapprovisionnement ouvertes :"
        MOVE 0 TO Wcm_count
        OPEN INPUT Fcommandes
        MOVE 0 TO Wcm_fin
        PERFORM WITH TEST AFTER UNTIL Wcm_fin = 1
            READ Fcommandes NEXT
            AT END MOVE 1 TO Wcm_fin
            NOT AT END
                IF fcm_actif = 1 AND fcm_commandee THEN
                    ADD 1 TO Wcm_count
                    DISPLAY "  - Commande n°", fcm_idCommande,
" du ", fcm_dateCommande, " : ", fcm_quantite, " x ",
fcm_nomArticle, " (fournisseur n°", fcm_idFournisseur, " ",
fcm_paysFournisseur,
", destination ", fcm_nomLieu, ")"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcommandes
        IF Wcm_count = 0 THEN
            DISPLAY "  Aucune commande ouverte."
        END-IF.

        AFFICHER_ENTREPOT_LIEU.
        DISPLAY "Lieu dont vous voulez l'inventaire d'entrepôt ?"
        ACCEPT Wen_lieu2
        MOVE FUNCTION LOWER-CASE(Wen_lieu2) TO Wen_lieu
        DISPLAY "#############"
        DISPLAY "Entrepôt de ", Wen_lieu, " :"
        MOVE 0 TO Wen_count
        OPEN INPUT Fentrepots
        MOVE Wen_lieu TO fen_nomLieu
        START Fentrepots, KEY IS = fen_nomLieu
        INVALID KEY
            DISPLAY " "
        NOT INVALID KEY
            MOVE 0 TO Wen_fin
            PERFORM WITH TEST AFTER UNTIL Wen_fin = 1
                READ Fentrepots NEXT
                AT END MOVE 1 TO Wen_fin
                NOT AT END
                    IF fen_nomLieu NOT = Wen_lieu THEN
                        MOVE 1 TO Wen_fin
                    ELSE
                        IF fen_actif = 1 THEN
                            ADD 1 TO Wen_count
                            DISPLAY "  - ", fen_nomArticle, " x",
fen_quantite
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fentrepots
        IF Wen_count = 0 THEN
            DISPLAY "  Entrepôt vide."
        END-IF.

        CHARGER_CARGO_ENTREPOT.
        DISPLAY "Nom du vaisseau à charger ?"
        ACCEPT Wfcg_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
        MOVE Wfcg_nomVaisseau TO Wfv_nomVaisseau
        PERFORM VERIF_VAISSEAU2
        IF Wverif_v2 = 0 THEN
            DISPLAY "ERREUR ! Vaisseau inexistant !"
        ELSE
            MOVE fv_typeVaisseau TO Wfv_typeV
            MOVE fv_nomLieu TO Wen_lieu
            DISPLAY "Nom de l'article à charger ?"
            ACCEPT Wfcg_item2
            MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
            DISPLAY "Quantité à charger ?"
            MOVE 0 TO Wen_quantite
            PERFORM WITH TEST AFTER UNTIL Wen_quantite > 0
                ACCEPT Wen_quantite
            END-PERFORM
            PERFORM CHARGER_ENTREPOT_VERS_CARGO
        END-IF.

        CHARGER_ENTREPOT_VERS_CARGO.
        MOVE 0 TO Wen_ok
        OPEN I-O Fentrepots
        MOVE Wen_lieu TO fen_nomLieu
        MOVE Wfcg_item TO fen_nomArticle
        READ Fentrepots
        INVALID KEY
            DISPLAY "Aucun stock de ", Wfcg_item,
" dans l'entrepôt de ", Wen_lieu, "."
        NOT INVALID KEY
            IF fen_actif = 0 OR fen_quantite < Wen_quantite THEN
                DISPLAY "Stock d'entrepôt insuffisant (",
fen_quantite, " disponible(s))."
            ELSE
                PERFORM CALCULER_CHARGE_VAISSEAU
                PERFORM DETERMINER_LIMITE_CARGO
                IF Wchg_totale + Wen_quantite > Wchg_limite THEN
                    DISPLAY "ERREUR ! Charge maximale du",
" vaisseau dépassée (", Wchg_totale, " unité(s) déjà",
" embarquée(s), limite ", Wchg_limite, ")."
                ELSE
                    MOVE Wfcg_nomVaisseau TO Wmd_vaisseau
                    MOVE Wfcg_item TO Wmd_article
                    MOVE Wen_quantite TO Wmd_quantite
                    PERFORM MD_VERIFIER_CHARGEMENT
                    IF Wmd_ok = 1 THEN
                        SUBTRACT Wen_quantite FROM fen_quantite
                        REWRITE enTampon END-REWRITE
                        IF fen_stat NOT = 00 THEN
                            MOVE fen_stat TO Wchk_stat
                            MOVE "Fentrepots" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        MOVE 1 TO Wen_ok
                    END-IF
                END-IF
            END-IF
        END-READ
        CLOSE Fentrepots
        IF Wen_ok = 1 THEN
            MOVE 0 TO Wfcg_dateExp
            IF fen_categorie = 1 THEN
                DISPLAY "Date de péremption du lot de",
" ravitaillement chargé ? (AAAAMMJJ)"
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wfcg_dateExp
            END-IF
            OPEN I-O Fcargo
            MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
            MOVE Wfcg_item TO fcg_item
            READ Fcargo
            INVALID KEY
                MOVE Wfv_typeV TO fcg_typeVaisseau
                MOVE fen_categorie TO fcg_categorie
                MOVE Wen_quantite TO fcg_quantite
                MOVE 1 TO fcg_actif
                MOVE Wfcg_dateExp TO fcg_dateExpiration
                WRITE cgTampon END-WRITE
            NOT INVALID KEY
                IF fcg_actif = 0 THEN
                    MOVE Wen_quantite TO fcg_quantite
                    MOVE 1 TO fcg_actif
                    MOVE Wfcg_dateExp TO fcg_dateExpiration
                ELSE
                    ADD Wen_quantite TO fcg_quantite
                    IF Wfcg_dateExp > 0 AND
                       (fcg_dateExpiration = 0 OR
                        Wfcg_dateExp < fcg_dateExpiration) THEN
                        MOVE Wfcg_dateExp TO fcg_dateExpiration
                    END-IF
                END-IF
                REWRITE cgTampon END-REWRITE
            END-READ
            IF fcg_stat NOT = 00 THEN
                MOVE fcg_stat TO Wchk_stat
                MOVE "Fcargo" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcargo
            MOVE "CARGO" TO Wau_module
            MOVE "CHARGEMENT" TO Wau_action
            STRING Wfcg_nomVaisseau DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                Wfcg_item DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY Wen_quantite, " unité(s) de ", Wfcg_item,
" chargée(s) depuis l'entrepôt de ", Wen_lieu, "."
        END-IF.

        DECHARGER_CARGO_ENTREPOT.
        DISPLAY "Nom du vaisseau à décharger ?"
        ACCEPT Wfcg_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
        MOVE Wfcg_nomVaisseau TO Wfv_nomVaisseau
        PERFORM VERIF_VAISSEAU2
        IF Wverif_v2 = 0 THEN
            DISPLAY "ERREUR ! Vaisseau inexistant !"
        ELSE
            MOVE fv_nomLieu TO Wen_lieu
            DISPLAY "Nom de l'article à décharger ?"
            ACCEPT Wfcg_item2
            MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
            DISPLAY "Quantité à décharger ?"
            MOVE 0 TO Wen_quantite
            PERFORM WITH TEST AFTER UNTIL Wen_quantite > 0
                ACCEPT Wen_quantite
            END-PERFORM
            MOVE 0 TO Wen_ok
            OPEN I-O Fcargo
            MOVE Wfcg_nomVaisseau TO fcg_nomVaisseau
            MOVE Wfcg_item TO fcg_item
            READ Fcargo
            INVALID KEY
                DISPLAY "Cet article n'existe pas dans ce manifeste."
            NOT INVALID KEY
                IF fcg_actif = 0 OR fcg_quantite < Wen_quantite THEN
                    DISPLAY "Quantité embarquée insuffisante (",
fcg_quantite, " à bord)."
                ELSE
                    SUBTRACT Wen_quantite FROM fcg_quantite
                    IF fcg_quantite = 0 THEN
                        MOVE 0 TO fcg_actif
                    END-IF
                    REWRITE cgTampon END-REWRITE
                    IF fcg_stat NOT = 00 THEN
                        MOVE fcg_stat TO Wchk_stat
                        MOVE "Fcargo" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    MOVE 1 TO Wen_ok
                END-IF
            END-READ
            CLOSE Fcargo
            IF Wen_ok = 1 THEN
                OPEN I-O Fentrepots
                MOVE Wen_lieu TO fen_nomLieu
                MOVE Wfcg_item TO fen_nomArticle
                READ Fentrepots
                INVALID KEY
                    MOVE fcg_categorie TO fen_categorie
                    MOVE Wen_quantite TO fen_quantite
                    MOVE 1 TO fen_actif
                    WRITE enTampon END-WRITE
                NOT INVALID KEY
                    IF fen_actif = 0 THEN
                        MOVE Wen_quantite TO fen_quantite
                        MOVE 1 TO fen_actif
                    ELSE
                        ADD Wen_quantite TO fen_quantite
                    END-IF
                    REWRITE enTampon END-REWRITE
                END-READ
                IF fen_stat NOT = 00 THEN
                    MOVE fen_stat TO Wchk_stat
                    MOVE "Fentrepots" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                CLOSE Fentrepots
                MOVE "CARGO" TO Wau_module
                MOVE "DECHARGE" TO Wau_action
                STRING Wfcg_nomVaisseau DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wfcg_item DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                ACCEPT Wen_date FROM DATE YYYYMMDD
                ACCEPT Wen_heure FROM TIME
                MOVE SPACES TO dgTampon
                OPEN EXTEND Fdechargements
                STRING Wen_date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wen_heure DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wfcg_nomVaisseau DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wfcg_item DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wen_quantite DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wen_lieu DELIMITED BY SIZE
                    INTO dgTampon
                END-STRING
                WRITE dgTampon
                CLOSE Fdechargements
                DISPLAY Wen_quantite, " unité(s) de ", Wfcg_item,
" déchargée(s) vers l'entrepôt de ", Wen_lieu, "."
                PERFORM FRET_LIVRER
            END-IF
        END-IF.

        GERER_TRANSFERTS_STOCK.
        DISPLAY ' '
        DISPLAY "1 : Expédier un ordre de transfert // 2 : Réceptionner",
" un transfert // 3 : Transferts en cours // 4 : Rapport des",
" écarts de réception"
        MOVE 0 TO Wot_choix
        PERFORM WITH TEST AFTER UNTIL Wot_choix >= 1 AND Wot_choix <= 4
            ACCEPT Wot_choix
        END-PERFORM
        EVALUATE Wot_choix
            WHEN 1
                MOVE 2 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM TRANSFERT_EXPEDIER
                END-IF
            WHEN 2
                MOVE 2 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM TRANSFERT_RECEPTIONNER
                END-IF
            WHEN 3
                PERFORM TRANSFERT_LISTER_EN_COURS
            WHEN 4
                PERFORM TRANSFERT_RAPPORT_ECARTS
        END-EVALUATE.

        TRANSFERT_EXPEDIER.
        DISPLAY "Nom du vaisseau transporteur ?"
        ACCEPT Wfcg_nomVaisseau2
        MOVE FUNCTION LOWER-CASE(Wfcg_nomVaisseau2) TO Wfcg_nomVaisseau
        MOVE Wfcg_nomVaisseau TO Wfv_nomVaisseau
        PERFORM VERIF_VAISSEAU2
        IF Wverif_v2 = 0 THEN
            DISPLAY "ERREUR ! Vaisseau inexistant !"
        ELSE
            MOVE fv_typeVaisseau TO Wfv_typeV
            MOVE fv_nomLieu TO Wen_lieu
            MOVE fv_vitesseCroisiere TO Wcal_vitesse
            IF Wen_lieu = SPACES THEN
                DISPLAY "Le vaisseau n'est amarré à aucun lieu."
            ELSE
                DISPLAY "Départ de l'entrepôt de ", Wen_lieu, "."
                DISPLAY "Lieu de destination ?"
                ACCEPT Wot_lieuArrivee2
                MOVE FUNCTION LOWER-CASE(Wot_lieuArrivee2)
                    TO Wot_lieuArrivee
                PERFORM TRANSFERT_VERIFIER_LIEU
                IF Wot_ok = 1 AND Wot_lieuArrivee = Wen_lieu THEN
                    DISPLAY "ERREUR ! La destination doit différer du",
" lieu de départ !"
                    MOVE 0 TO Wot_ok
                END-IF
                IF Wot_ok = 1 THEN
                    PERFORM TRANSFERT_DATE_PREVUE
                    PERFORM TRANSFERT_SAISIR_LIGNES
                END-IF
            END-IF
        END-IF.

        TRANSFERT_VERIFIER_LIEU.
        MOVE 0 TO Wot_ok
        OPEN INPUT Flieux
        MOVE Wot_lieuArrivee TO fl_nomLieu
        READ Flieux
        INVALID KEY
            DISPLAY "ERREUR ! Lieu inexistant !"
        NOT INVALID KEY
            IF fl_actif = 0 THEN
                DISPLAY "ERREUR ! Lieu inexistant !"
            ELSE
                MOVE 1 TO Wot_ok
            END-IF
        END-READ
        CLOSE Flieux.

        TRANSFERT_DATE_PREVUE.
        ACCEPT Wot_aujourdhui FROM DATE YYYYMMDD
        MOVE Wen_lieu TO Wfd_lieuA
        MOVE Wot_lieuArrivee TO Wfd_lieuB
        PERFORM OBTENIR_DISTANCE_LIEUX
        IF Wfd_trouve = 1 AND Wcal_vitesse > 0 THEN
            COMPUTE Wcal_jours =
                (Wfd_distance + Wcal_vitesse - 1) / Wcal_vitesse
            COMPUTE Wcal_int =
                FUNCTION INTEGER-OF-DATE(Wot_aujourdhui) + Wcal_jours
            COMPUTE Wcal_eta = FUNCTION DATE-OF-INTEGER(Wcal_int)
            DISPLAY "Trajet estimé ", Wcal_jours, " j, arrivée prévue le ",
Wcal_eta, "."
        ELSE
            DISPLAY "Distance inconnue entre les deux lieux. Date",
" d'arrivée prévue ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wcal_eta
        END-IF.

        TRANSFERT_SAISIR_LIGNES.
        MOVE "ORDRETRF" TO Wsq_nom
        PERFORM OBTENIR_PROCHAIN_ID
        MOVE Wsq_propose TO Wot_id
        MOVE 0 TO Wot_numLigne
        PERFORM WITH TEST AFTER UNTIL Wfcg_item = SPACES
            DISPLAY "Article à expédier ? (vide : fin de l'ordre)"
            MOVE SPACES TO Wfcg_item2
            ACCEPT Wfcg_item2
            MOVE FUNCTION LOWER-CASE(Wfcg_item2) TO Wfcg_item
            IF Wfcg_item NOT = SPACES THEN
                DISPLAY "Quantité à expédier ?"
                MOVE 0 TO Wen_quantite
                PERFORM WITH TEST AFTER UNTIL Wen_quantite > 0
                    ACCEPT Wen_quantite
                END-PERFORM
                PERFORM CHARGER_ENTREPOT_VERS_CARGO
                IF Wen_ok = 1 THEN
                    ADD 1 TO Wot_numLigne
                    OPEN I-O Flignes_transfert
                    MOVE Wot_id TO ftl_idOrdre
                    MOVE Wot_numLigne TO ftl_numLigne
                    MOVE Wfcg_item TO ftl_nomArticle
                    MOVE fen_categorie TO ftl_categorie
                    MOVE Wen_quantite TO ftl_qteExpediee
                    MOVE 0 TO ftl_qteRecue
                    WRITE tlTampon END-WRITE
                    IF ftl_stat NOT = 00 THEN
                        MOVE ftl_stat TO Wchk_stat
                        MOVE "Flignes_transfert" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                    CLOSE Flignes_transfert
                END-IF
            END-IF
        END-PERFORM
        IF Wot_numLigne = 0 THEN
            DISPLAY "Aucun article expédié : ordre de transfert non créé."
        ELSE
            OPEN I-O Fordres_transfert
            MOVE Wot_id TO fot_idOrdre
            MOVE Wen_lieu TO fot_lieuDepart
            MOVE Wot_lieuArrivee TO fot_lieuArrivee
            MOVE Wfcg_nomVaisseau TO fot_nomVaisseau
            MOVE Wot_aujourdhui TO fot_dateExpedition
            MOVE Wcal_eta TO fot_dateArriveePrevue
            MOVE 0 TO fot_dateReception
            MOVE 1 TO fot_statut
            MOVE Wot_numLigne TO fot_nbLignes
            MOVE Wop_id TO fot_opExpedition
            MOVE SPACES TO fot_opReception
            WRITE otTampon END-WRITE
            IF fot_stat NOT = 00 THEN
                MOVE fot_stat TO Wchk_stat
                MOVE "Fordres_transfert" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fordres_transfert
            MOVE Wot_id TO Wsq_utilise
            PERFORM MAJ_SEQUENCE
            MOVE "TRANSFERT" TO Wau_module
            MOVE "EXPEDITION" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wot_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wen_lieu DELIMITED BY SPACE
                " > " DELIMITED BY SIZE
                Wot_lieuArrivee DELIMITED BY SPACE
                " / " DELIMITED BY SIZE
                Wfcg_nomVaisseau DELIMITED BY SPACE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Ordre de transfert n°", Wot_id, " expédié (",
Wot_numLigne, " ligne(s)), arrivée prévue le ", Wcal_eta, "."
        END-IF.

        TRANSFERT_RECEPTIONNER.
        DISPLAY "Numéro de l'ordre de transfert ?"
        ACCEPT Wot_id
        OPEN I-O Fordres_transfert
        MOVE Wot_id TO fot_idOrdre
        READ Fordres_transfert
        INVALID KEY
            DISPLAY "Ordre de transfert inexistant."
        NOT INVALID KEY
          IF NOT fot_enTransit THEN
            DISPLAY "Cet ordre de transfert n'est plus en transit."
          ELSE
            MOVE fot_nomVaisseau TO Wfv_nomVaisseau
            PERFORM VERIF_VAISSEAU2
            IF Wverif_v2 = 0 THEN
                DISPLAY "ERREUR ! Vaisseau inexistant !"
            ELSE
              IF fv_nomLieu NOT = fot_lieuArrivee THEN
                DISPLAY "Le vaisseau ", fot_nomVaisseau, " n'est pas",
" encore arrivé à ", fot_lieuArrivee, "."
              ELSE
                PERFORM TRANSFERT_RECEVOIR_LIGNES
                ACCEPT Wot_aujourdhui FROM DATE YYYYMMDD
                MOVE Wot_aujourdhui TO fot_dateReception
                MOVE Wop_id TO fot_opReception
                IF Wot_nbEcarts = 0 THEN
                    MOVE 2 TO fot_statut
                ELSE
                    MOVE 3 TO fot_statut
                END-IF
                REWRITE otTampon END-REWRITE
                IF fot_stat NOT = 00 THEN
                    MOVE fot_stat TO Wchk_stat
                    MOVE "Fordres_transfert" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "TRANSFERT" TO Wau_module
                MOVE "RECEPTION" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fot_idOrdre DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fot_lieuArrivee DELIMITED BY SPACE
                    " écarts : " DELIMITED BY SIZE
                    Wot_nbEcarts DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                IF Wot_nbEcarts = 0 THEN
                    DISPLAY "Ordre de transfert n°", fot_idOrdre,
" réceptionné sans écart."
                ELSE
                    MOVE Wot_aujourdhui TO Wno_date
                    MOVE SPACES TO Wno_message
                    STRING "Transfert " DELIMITED BY SIZE
                        fot_idOrdre DELIMITED BY SIZE
                        " reçu à " DELIMITED BY SIZE
                        fot_lieuArrivee DELIMITED BY SPACE
                        " avec " DELIMITED BY SIZE
                        Wot_nbEcarts DELIMITED BY SIZE
                        " ligne(s) manquante(s)" DELIMITED BY SIZE
                        INTO Wno_message
                    END-STRING
                    MOVE 3 TO Wno_niveau
                    PERFORM ECRIRE_NOTIFICATION
                    DISPLAY "Ordre de transfert n°", fot_idOrdre,
" réceptionné avec ", Wot_nbEcarts, " ligne(s) manquante(s)."
                END-IF
              END-IF
            END-IF
          END-IF
        END-READ
        CLOSE Fordres_transfert.

        TRANSFERT_RECEVOIR_LIGNES.
        MOVE 0 TO Wot_nbEcarts
        OPEN I-O Flignes_transfert
        MOVE fot_idOrdre TO ftl_idOrdre
        MOVE 0 TO ftl_numLigne
        START Flignes_transfert, KEY IS >= ftl_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wot_finL
            PERFORM WITH TEST AFTER UNTIL Wot_finL = 1
                READ Flignes_transfert NEXT
                AT END MOVE 1 TO Wot_finL
                NOT AT END
                    IF ftl_idOrdre NOT = fot_idOrdre THEN
                        MOVE 1 TO Wot_finL
                    ELSE
                        PERFORM TRANSFERT_RECEVOIR_LIGNE
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Flignes_transfert.

        TRANSFERT_RECEVOIR_LIGNE.
        DISPLAY ftl_nomArticle, " : ", ftl_qteExpediee, " expédiée(s).",
" Quantité reçue ? (vide : conforme)"
        MOVE 0 TO Wot_ok
        PERFORM WITH TEST AFTER UNTIL Wot_ok = 1
            MOVE SPACES TO Wot_saisie
            ACCEPT Wot_saisie
            IF Wot_saisie = SPACES THEN
                MOVE ftl_qteExpediee TO Wot_qteRecue
            ELSE
                COMPUTE Wot_qteRecue = FUNCTION NUMVAL(Wot_saisie)
            END-IF
            IF Wot_qteRecue > ftl_qteExpediee THEN
                DISPLAY "La quantité reçue ne peut dépasser la",
" quantité expédiée, ressaisissez :"
            ELSE
                MOVE 1 TO Wot_ok
            END-IF
        END-PERFORM
        MOVE Wot_qteRecue TO ftl_qteRecue
        REWRITE tlTampon END-REWRITE
        IF ftl_stat NOT = 00 THEN
            MOVE ftl_stat TO Wchk_stat
            MOVE "Flignes_transfert" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        COMPUTE Wot_ecart = ftl_qteExpediee - Wot_qteRecue
        IF Wot_ecart > 0 THEN
            ADD 1 TO Wot_nbEcarts
            DISPLAY "   Manquant : ", Wot_ecart, " unité(s) de ",
ftl_nomArticle
        END-IF
        OPEN I-O Fcargo
        MOVE fot_nomVaisseau TO fcg_nomVaisseau
        MOVE ftl_nomArticle TO fcg_item
        READ Fcargo
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fcg_actif = 1 THEN
                IF fcg_quantite > ftl_qteExpediee THEN
                    SUBTRACT ftl_qteExpediee FROM fcg_quantite
                ELSE
                    MOVE 0 TO fcg_quantite
                    MOVE 0 TO fcg_actif
                END-IF
                REWRITE cgTampon END-REWRITE
                IF fcg_stat NOT = 00 THEN
                    MOVE fcg_stat TO Wchk_stat
                    MOVE "Fcargo" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-IF
        END-READ
        CLOSE Fcargo
        IF Wot_qteRecue > 0 THEN
            OPEN I-O Fentrepots
            MOVE fot_lieuArrivee TO fen_nomLieu
            MOVE ftl_nomArticle TO fen_nomArticle
            READ Fentrepots
            INVALID KEY
                MOVE ftl_categorie TO fen_categorie
                MOVE Wot_qteRecue TO fen_quantite
                MOVE 1 TO fen_actif
                WRITE enTampon END-WRITE
            NOT INVALID KEY
                IF fen_actif = 0 THEN
                    MOVE Wot_qteRecue TO fen_quantite
                    MOVE 1 TO fen_actif
                ELSE
                    ADD Wot_qteRecue TO fen_quantite
                END-IF
                REWRITE enTampon END-REWRITE
            END-READ
            IF fen_stat NOT = 00 THEN
                MOVE fen_stat TO Wchk_stat
                MOVE "Fentrepots" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fentrepots
        END-IF.

        TRANSFERT_LISTER_EN_COURS.
        MOVE "TRANSFERTS" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        ACCEPT Wot_aujourdhui FROM DATE YYYYMMDD
        MOVE "Ordres de transfert en transit :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wot_count
        MOVE 0 TO Wot_retards
        OPEN INPUT Fordres_transfert
        MOVE 0 TO Wot_fin
        PERFORM WITH TEST AFTER UNTIL Wot_fin = 1
            READ Fordres_transfert NEXT
            AT END MOVE 1 TO Wot_fin
            NOT AT END
                IF fot_enTransit THEN
                    ADD 1 TO Wot_count
                    PERFORM TRANSFERT_LIGNE_EN_COURS
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fordres_transfert
        IF Wot_count = 0 THEN
            MOVE "  Aucun transfert en transit." TO Wsp_ligne
        ELSE
            STRING "  " DELIMITED BY SIZE
                Wot_count DELIMITED BY SIZE
                " transfert(s) en transit, dont " DELIMITED BY SIZE
                Wot_retards DELIMITED BY SIZE
                " en retard." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        TRANSFERT_LIGNE_EN_COURS.
        IF Wot_aujourdhui > fot_dateArriveePrevue THEN
            ADD 1 TO Wot_retards
            MOVE "EN RETARD" TO Wot_retardECR
        ELSE
            MOVE SPACES TO Wot_retardECR
        END-IF
        STRING "  n°" DELIMITED BY SIZE
            fot_idOrdre DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fot_lieuDepart DELIMITED BY SPACE
            " > " DELIMITED BY SIZE
            fot_lieuArrivee DELIMITED BY SPACE
            " par " DELIMITED BY SIZE
            fot_nomVaisseau DELIMITED BY SPACE
            ", expédié le " DELIMITED BY SIZE
            fot_dateExpedition DELIMITED BY SIZE
            ", arrivée prévue le " DELIMITED BY SIZE
            fot_dateArriveePrevue DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            Wot_retardECR DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        TRANSFERT_RAPPORT_ECARTS.
        MOVE "ECARTSTRF" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Transferts réceptionnés avec des manquants :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wot_count
        OPEN INPUT Fordres_transfert
        OPEN INPUT Flignes_transfert
        MOVE 0 TO Wot_fin
        PERFORM WITH TEST AFTER UNTIL Wot_fin = 1
            READ Fordres_transfert NEXT
            AT END MOVE 1 TO Wot_fin
            NOT AT END
                IF fot_recuEcarts THEN
                    ADD 1 TO Wot_count
                    PERFORM TRANSFERT_ECARTS_ORDRE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Flignes_transfert
        CLOSE Fordres_transfert
        IF Wot_count = 0 THEN
            MOVE "  Aucun écart de réception." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        TRANSFERT_ECARTS_ORDRE.
        STRING "  Ordre n°" DELIMITED BY SIZE
            fot_idOrdre DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fot_lieuDepart DELIMITED BY SPACE
            " > " DELIMITED BY SIZE
            fot_lieuArrivee DELIMITED BY SPACE
            " par " DELIMITED BY SIZE
            fot_nomVaisseau DELIMITED BY SPACE
            ", reçu le " DELIMITED BY SIZE
            fot_dateReception DELIMITED BY SIZE
            " par " DELIMITED BY SIZE
            fot_opReception DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE fot_idOrdre TO ftl_idOrdre
        MOVE 0 TO ftl_numLigne
        START Flignes_transfert, KEY IS >= ftl_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wot_finL
            PERFORM WITH TEST AFTER UNTIL Wot_finL = 1
                READ Flignes_transfert NEXT
                AT END MOVE 1 TO Wot_finL
                NOT AT END
                    IF ftl_idOrdre NOT = fot_idOrdre THEN
                        MOVE 1 TO Wot_finL
                    ELSE
                        IF ftl_qteRecue < ftl_qteExpediee THEN
                            COMPUTE Wot_ecart =
                                ftl_qteExpediee - ftl_qteRecue
                            STRING "    " DELIMITED BY SIZE
                                ftl_nomArticle DELIMITED BY SIZE
                                " expédié " DELIMITED BY SIZE
                                ftl_qteExpediee DELIMITED BY SIZE
                                ", reçu " DELIMITED BY SIZE
                                ftl_qteRecue DELIMITED BY SIZE
                                ", manquant " DELIMITED BY SIZE
                                Wot_ecart DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START.

        TRANSFERTS_BRIEFING.
        MOVE "Transferts de stock en retard sur l'arrivée prévue :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE Wbr_date TO Wot_aujourdhui
        MOVE 0 TO Wot_retards
        OPEN INPUT Fordres_transfert
        MOVE 0 TO Wot_fin
        PERFORM WITH TEST AFTER UNTIL Wot_fin = 1
            READ Fordres_transfert NEXT
            AT END MOVE 1 TO Wot_fin
            NOT AT END
                IF fot_enTransit AND
                   Wot_aujourdhui > fot_dateArriveePrevue THEN
                    PERFORM TRANSFERT_LIGNE_EN_COURS
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fordres_transfert
        IF Wot_retards = 0 THEN
            MOVE "  Aucun transfert en retard." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        GERER_MATIERES_DANGEREUSES.
        DISPLAY ' '
        DISPLAY "1 : Classes de danger // 2 : Modifier une classe // 3 :",
" Table de ségrégation // 4 : Modifier la ségrégation // 5 : Classer",
" un article du catalogue // 6 : Contrôler un vaisseau"
        MOVE 0 TO Wmd_choix
        PERFORM WITH TEST AFTER UNTIL Wmd_choix >= 1 AND Wmd_choix <= 6
            ACCEPT Wmd_choix
        END-PERFORM
        EVALUATE Wmd_choix
            WHEN 1
                PERFORM MD_LISTER_CLASSES
            WHEN 2
                MOVE 3 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM MD_MODIFIER_CLASSE
                END-IF
            WHEN 3
                PERFORM MD_LISTER_SEGREGATION
            WHEN 4
                MOVE 3 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM MD_MODIFIER_SEGREGATION
                END-IF
            WHEN 5
                MOVE 2 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM MD_CLASSER_ARTICLE
                END-IF
            WHEN 6
                PERFORM MD_CONTROLER_UN_VAISSEAU
        END-EVALUATE.

        INITIALISER_CLASSES_DANGER.
        OPEN I-O Fclasses_danger
        MOVE 1 TO fcd_actif
        MOVE 1 TO fcd_classe
        MOVE "Explosifs" TO fcd_libelle
        MOVE 0 TO fcd_equipage
        MOVE 0 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 2 TO fcd_classe
        MOVE "Gaz" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 500 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 3 TO fcd_classe
        MOVE "Liquides inflammables" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 1000 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 4 TO fcd_classe
        MOVE "Solides inflammables" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 1000 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 5 TO fcd_classe
        MOVE "Comburants et peroxydes" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 200 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 6 TO fcd_classe
        MOVE "Matières toxiques et infectieuses" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 100 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 7 TO fcd_classe
        MOVE "Matières radioactives" TO fcd_libelle
        MOVE 0 TO fcd_equipage
        MOVE 0 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 8 TO fcd_classe
        MOVE "Matières corrosives" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 500 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        MOVE 9 TO fcd_classe
        MOVE "Matières dangereuses diverses" TO fcd_libelle
        MOVE 1 TO fcd_equipage
        MOVE 0 TO fcd_qteMaxEquipage
        WRITE cdTampon END-WRITE
        CLOSE Fclasses_danger.

        INITIALISER_SEGREGATION.
        OPEN I-O Fsegregation
        MOVE 1 TO fsd_actif
        MOVE 1 TO fsd_classeA
        MOVE 3 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 4 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 5 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 7 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 8 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 2 TO fsd_classeA
        MOVE 5 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 3 TO fsd_classeA
        MOVE 5 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 4 TO fsd_classeA
        MOVE 5 TO fsd_classeB
        WRITE sdTampon END-WRITE
        MOVE 5 TO fsd_classeA
        MOVE 8 TO fsd_classeB
        WRITE sdTampon END-WRITE
        CLOSE Fsegregation.

        MD_LIRE_CLASSE.
        MOVE SPACES TO Wmd_libelle
        STRING "Classe " DELIMITED BY SIZE
            Wmd_classe DELIMITED BY SIZE
            INTO Wmd_libelle
        END-STRING
        MOVE 1 TO Wmd_autorise
        MOVE 0 TO Wmd_qteMax
        OPEN INPUT Fclasses_danger
        MOVE Wmd_classe TO fcd_classe
        READ Fclasses_danger
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fcd_actif = 1 THEN
                MOVE fcd_libelle TO Wmd_libelle
                MOVE fcd_equipage TO Wmd_autorise
                MOVE fcd_qteMaxEquipage TO Wmd_qteMax
            END-IF
        END-READ
        CLOSE Fclasses_danger.

        MD_CLASSE_ARTICLE.
        MOVE 0 TO Wmd_classe
        OPEN INPUT Fcatalogue
        MOVE Wmd_cherche TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fca_actif = 1 THEN
                MOVE fca_classeDanger TO Wmd_classe
            END-IF
        END-READ
        CLOSE Fcatalogue.

        MD_PAIRE_INTERDITE.
        MOVE 0 TO Wmd_interdit
        IF Wmd_cA > Wmd_cB THEN
            MOVE Wmd_cB TO fsd_classeA
            MOVE Wmd_cA TO fsd_classeB
        ELSE
            MOVE Wmd_cA TO fsd_classeA
            MOVE Wmd_cB TO fsd_classeB
        END-IF
        OPEN INPUT Fsegregation
        READ Fsegregation
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fsd_actif = 1 THEN
                MOVE 1 TO Wmd_interdit
            END-IF
        END-READ
        CLOSE Fsegregation.

        MD_EQUIPAGE_A_BORD.
        MOVE 0 TO Wmd_equipage
        OPEN INPUT Fequipes
        MOVE Wmd_vaisseau TO fe_nomVaisseau
        START Fequipes, KEY IS = fe_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wmd_fin
            PERFORM WITH TEST AFTER UNTIL Wmd_fin = 1
                READ Fequipes NEXT
                AT END MOVE 1 TO Wmd_fin
                NOT AT END
                    IF fe_nomVaisseau NOT = Wmd_vaisseau THEN
                        MOVE 1 TO Wmd_fin
                    ELSE
                        IF fe_actif = 1 THEN
                            MOVE 1 TO Wmd_equipage
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequipes.

        MD_VERIFIER_CHARGEMENT.
        MOVE 1 TO Wmd_ok
        MOVE Wmd_article TO Wmd_cherche
        PERFORM MD_CLASSE_ARTICLE
        MOVE Wmd_classe TO Wmd_classeNouv
        IF Wmd_classeNouv > 0 THEN
            PERFORM MD_LIRE_CLASSE
            MOVE Wmd_qteMax TO Wmd_qteMaxNouv
            PERFORM MD_EQUIPAGE_A_BORD
            IF Wmd_equipage = 1 AND Wmd_autorise = 0 THEN
                MOVE 0 TO Wmd_ok
                DISPLAY "ERREUR ! Classe de danger ", Wmd_classeNouv, " (",
FUNCTION TRIM(Wmd_libelle), ") interdite à bord d'un vaisseau avec",
" équipage !"
            END-IF
            MOVE 0 TO Wmd_qteClasse
            OPEN INPUT Fcargo
            MOVE Wmd_vaisseau TO fcg_nomVaisseau
            START Fcargo, KEY IS = fcg_nomVaisseau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wmd_fin
                PERFORM WITH TEST AFTER UNTIL Wmd_fin = 1
                    READ Fcargo NEXT
                    AT END MOVE 1 TO Wmd_fin
                    NOT AT END
                        IF fcg_nomVaisseau NOT = Wmd_vaisseau THEN
                            MOVE 1 TO Wmd_fin
                        ELSE
                            IF fcg_actif = 1 THEN
                                PERFORM MD_COMPARER_ARTICLE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fcargo
            IF Wmd_equipage = 1 AND Wmd_autorise = 1 AND
               Wmd_qteMaxNouv > 0 AND
               Wmd_qteClasse + Wmd_quantite > Wmd_qteMaxNouv THEN
                MOVE 0 TO Wmd_ok
                DISPLAY "ERREUR ! Limite de la classe ", Wmd_classeNouv,
" avec équipage à bord dépassée (", Wmd_qteClasse, " unité(s) déjà",
" embarquée(s), limite ", Wmd_qteMaxNouv, ")."
            END-IF
        END-IF.

        MD_COMPARER_ARTICLE.
        MOVE fcg_item TO Wmd_cherche
        PERFORM MD_CLASSE_ARTICLE
        IF Wmd_classe = Wmd_classeNouv THEN
            ADD fcg_quantite TO Wmd_qteClasse
        END-IF
        IF Wmd_classe > 0 AND fcg_item NOT = Wmd_article THEN
            MOVE Wmd_classeNouv TO Wmd_cA
            MOVE Wmd_classe TO Wmd_cB
            PERFORM MD_PAIRE_INTERDITE
            IF Wmd_interdit = 1 THEN
                MOVE 0 TO Wmd_ok
                DISPLAY "ERREUR ! Ségrégation : ", FUNCTION TRIM(Wmd_article),
" (classe ", Wmd_classeNouv, ") ne peut voyager avec ",
FUNCTION TRIM(fcg_item), " (classe ", Wmd_classe, ") déjà à bord !"
            END-IF
        END-IF.

        MD_CHARGER_VAISSEAU.
        MOVE 0 TO Wmd_nb
        INITIALIZE Wmd_totaux
        PERFORM MD_EQUIPAGE_A_BORD
        OPEN INPUT Fcargo
        MOVE Wmd_vaisseau TO fcg_nomVaisseau
        START Fcargo, KEY IS = fcg_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wmd_fin
            PERFORM WITH TEST AFTER UNTIL Wmd_fin = 1
                READ Fcargo NEXT
                AT END MOVE 1 TO Wmd_fin
                NOT AT END
                    IF fcg_nomVaisseau NOT = Wmd_vaisseau THEN
                        MOVE 1 TO Wmd_fin
                    ELSE
                        IF fcg_actif = 1 THEN
                            MOVE fcg_item TO Wmd_cherche
                            PERFORM MD_CLASSE_ARTICLE
                            IF Wmd_classe > 0 AND Wmd_nb < 50 THEN
                                ADD 1 TO Wmd_nb
                                MOVE fcg_item TO Wmd_art(Wmd_nb)
                                MOVE Wmd_classe TO Wmd_cls(Wmd_nb)
                                MOVE fcg_quantite TO Wmd_qte(Wmd_nb)
                                ADD fcg_quantite
                                    TO Wmd_totClasse(Wmd_classe)
                            END-IF
                        END-IF
                    END-IF
                END-READ
        END-START
        CLOSE Fcargo.

        MD_CONTROLER_VAISSEAU.
        MOVE 0 TO Wmd_nbViolations
        PERFORM MD_CHARGER_VAISSEAU
        IF Wmd_equipage = 1 THEN
            PERFORM VARYING Wmd_c FROM 1 BY 1 UNTIL Wmd_c > 9
                IF Wmd_totClasse(Wmd_c) > 0 THEN
                    MOVE Wmd_c TO Wmd_classe
                    PERFORM MD_LIRE_CLASSE
                    IF Wmd_autorise = 0 THEN
                        ADD 1 TO Wmd_nbViolations
                        STRING "  " DELIMITED BY SIZE
                            Wmd_vaisseau DELIMITED BY SPACE
                            " : classe " DELIMITED BY SIZE
                            Wmd_classe DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            FUNCTION TRIM(Wmd_libelle) DELIMITED BY SIZE
                            ") interdite avec équipage à bord"
                            DELIMITED BY SIZE
                            INTO Wmd_ligne
                        END-STRING
                        PERFORM MD_SORTIE
                    ELSE
                        IF Wmd_qteMax > 0 AND
                           Wmd_totClasse(Wmd_c) > Wmd_qteMax THEN
                            ADD 1 TO Wmd_nbViolations
                            STRING "  " DELIMITED BY SIZE
                                Wmd_vaisseau DELIMITED BY SPACE
                                " : classe " DELIMITED BY SIZE
                                Wmd_classe DELIMITED BY SIZE
                                " (" DELIMITED BY SIZE
                                FUNCTION TRIM(Wmd_libelle)
                                DELIMITED BY SIZE
                                ") " DELIMITED BY SIZE
                                Wmd_totClasse(Wmd_c) DELIMITED BY SIZE
                                " unité(s) avec équipage, limite "
                                DELIMITED BY SIZE
                                Wmd_qteMax DELIMITED BY SIZE
                                INTO Wmd_ligne
                            END-STRING
                            PERFORM MD_SORTIE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        PERFORM VARYING Wmd_i FROM 1 BY 1 UNTIL Wmd_i > Wmd_nb
            COMPUTE Wmd_k = Wmd_i + 1
            PERFORM VARYING Wmd_j FROM Wmd_k BY 1 UNTIL Wmd_j > Wmd_nb
                MOVE Wmd_cls(Wmd_i) TO Wmd_cA
                MOVE Wmd_cls(Wmd_j) TO Wmd_cB
                PERFORM MD_PAIRE_INTERDITE
                IF Wmd_interdit = 1 THEN
                    ADD 1 TO Wmd_nbViolations
                    STRING "  " DELIMITED BY SIZE
                        Wmd_vaisseau DELIMITED BY SPACE
                        " : ségrégation non respectée entre "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(Wmd_art(Wmd_i)) DELIMITED BY SIZE
                        " (classe " DELIMITED BY SIZE
                        Wmd_cA DELIMITED BY SIZE
                        ") et " DELIMITED BY SIZE
                        FUNCTION TRIM(Wmd_art(Wmd_j)) DELIMITED BY SIZE
                        " (classe " DELIMITED BY SIZE
                        Wmd_cB DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO Wmd_ligne
                    END-STRING
                    PERFORM MD_SORTIE
                END-IF
            END-PERFORM
        END-PERFORM.

        MD_SORTIE.
        EVALUATE Wmd_sortie
            WHEN 1
                DISPLAY "ERREUR !", Wmd_ligne
            WHEN 2
                MOVE Wmd_ligne TO maTampon
                WRITE maTampon
            WHEN OTHER
                MOVE Wmd_ligne TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
        END-EVALUATE
        MOVE SPACES TO Wmd_ligne.

        MD_DETAIL_VAISSEAU.
        PERFORM MD_CHARGER_VAISSEAU
        IF Wmd_nb > 0 THEN
            ADD Wmd_nb TO Wmd_count
            IF Wmd_equipage = 1 THEN
                MOVE "équipage à bord" TO Wmd_equipageECR
            ELSE
                MOVE "sans équipage" TO Wmd_equipageECR
            END-IF
            STRING "Vaisseau " DELIMITED BY SIZE
                Wmd_vaisseau DELIMITED BY SPACE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(Wmd_equipageECR) DELIMITED BY SIZE
                ") :" DELIMITED BY SIZE
                INTO Wmd_ligne
            END-STRING
            PERFORM MD_SORTIE
            PERFORM VARYING Wmd_i FROM 1 BY 1 UNTIL Wmd_i > Wmd_nb
                MOVE Wmd_cls(Wmd_i) TO Wmd_classe
                PERFORM MD_LIRE_CLASSE
                STRING "  - " DELIMITED BY SIZE
                    Wmd_art(Wmd_i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Wmd_qte(Wmd_i) DELIMITED BY SIZE
                    " unité(s), classe " DELIMITED BY SIZE
                    Wmd_classe DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    Wmd_libelle DELIMITED BY SIZE
                    INTO Wmd_ligne
                END-STRING
                PERFORM MD_SORTIE
            END-PERFORM
            PERFORM MD_CONTROLER_VAISSEAU
            IF Wmd_nbViolations = 0 THEN
                MOVE "  Règles de ségrégation et d'équipage respectées."
                    TO Wmd_ligne
            ELSE
                STRING "  INFRACTION(S) : " DELIMITED BY SIZE
                    Wmd_nbViolations DELIMITED BY SIZE
                    INTO Wmd_ligne
                END-STRING
            END-IF
            PERFORM MD_SORTIE
        END-IF.

        MD_CONTROLER_MISSION.
        MOVE 1 TO Wmd_okMission
        MOVE Wmd_idMission TO Wcs_idMission
        PERFORM COLLECTER_NAVIRES_MISSION
        MOVE 1 TO Wmd_sortie
        PERFORM VARYING Wmd_n FROM 1 BY 1 UNTIL Wmd_n > Wcs_nbNavires
            MOVE Wcs_navire(Wmd_n) TO Wmd_vaisseau
            PERFORM MD_CONTROLER_VAISSEAU
            IF Wmd_nbViolations > 0 THEN
                MOVE 0 TO Wmd_okMission
            END-IF
        END-PERFORM
        IF Wmd_okMission = 0 THEN
            DISPLAY "ERREUR ! Règles de transport des matières",
" dangereuses non respectées : lancement refusé."
        END-IF.

        MD_MANIFESTE_DANGEREUX.
        MOVE SPACES TO maTampon
        STRING "-------------------------------------" DELIMITED BY SIZE
            INTO maTampon
        END-STRING
        WRITE maTampon
        MOVE SPACES TO maTampon
        STRING "MARCHANDISES DANGEREUSES" DELIMITED BY SIZE
            INTO maTampon
        END-STRING
        WRITE maTampon
        MOVE fm_idMission TO Wcs_idMission
        PERFORM COLLECTER_NAVIRES_MISSION
        MOVE 2 TO Wmd_sortie
        MOVE 0 TO Wmd_count
        PERFORM VARYING Wmd_n FROM 1 BY 1 UNTIL Wmd_n > Wcs_nbNavires
            MOVE Wcs_navire(Wmd_n) TO Wmd_vaisseau
            PERFORM MD_DETAIL_VAISSEAU
        END-PERFORM
        IF Wmd_count = 0 THEN
            MOVE "Aucune marchandise dangereuse à bord." TO Wmd_ligne
            PERFORM MD_SORTIE
        END-IF
        MOVE SPACES TO maTampon.

        MD_LISTER_CLASSES.
        MOVE "CLASSESDGR" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Classes de matières dangereuses :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        OPEN INPUT Fclasses_danger
        MOVE 0 TO Wmd_fin
        PERFORM WITH TEST AFTER UNTIL Wmd_fin = 1
            READ Fclasses_danger NEXT
            AT END MOVE 1 TO Wmd_fin
            NOT AT END
                IF fcd_actif = 1 THEN
                    IF fcd_equipageInterdit THEN
                        STRING "  " DELIMITED BY SIZE
                            fcd_classe DELIMITED BY SIZE
                            " : " DELIMITED BY SIZE
                            fcd_libelle DELIMITED BY SIZE
                            " interdite avec équipage" DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                    ELSE
                        IF fcd_qteMaxEquipage = 0 THEN
                            STRING "  " DELIMITED BY SIZE
                                fcd_classe DELIMITED BY SIZE
                                " : " DELIMITED BY SIZE
                                fcd_libelle DELIMITED BY SIZE
                                " autorisée avec équipage, sans limite"
                                DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                        ELSE
                            STRING "  " DELIMITED BY SIZE
                                fcd_classe DELIMITED BY SIZE
                                " : " DELIMITED BY SIZE
                                fcd_libelle DELIMITED BY SIZE
                                " autorisée avec équipage, limite "
                                DELIMITED BY SIZE
                                fcd_qteMaxEquipage DELIMITED BY SIZE
                                " unité(s)" DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                        END-IF
                    END-IF
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fclasses_danger
        PERFORM FIN_RAPPORT.

        MD_MODIFIER_CLASSE.
        DISPLAY "Classe de danger ? (1 à 9)"
        MOVE 0 TO Wmd_classe
        PERFORM WITH TEST AFTER UNTIL Wmd_classe > 0
            ACCEPT Wmd_classe
        END-PERFORM
        OPEN I-O Fclasses_danger
        MOVE Wmd_classe TO fcd_classe
        READ Fclasses_danger
        INVALID KEY
            MOVE 0 TO Wmd_ok
            MOVE SPACES TO fcd_libelle
        NOT INVALID KEY
            MOVE 1 TO Wmd_ok
            DISPLAY "Libellé actuel : ", fcd_libelle
        END-READ
        DISPLAY "Libellé de la classe ? (vide : inchangé)"
        MOVE SPACES TO Wmd_saisie
        ACCEPT Wmd_saisie
        IF Wmd_saisie NOT = SPACES THEN
            MOVE Wmd_saisie TO fcd_libelle
        END-IF
        DISPLAY "Transport avec équipage à bord ? (0 : Interdit // 1 :",
" Autorisé)"
        MOVE 9 TO fcd_equipage
        PERFORM WITH TEST AFTER UNTIL
                fcd_equipageInterdit OR fcd_equipageAutorise
            ACCEPT fcd_equipage
        END-PERFORM
        MOVE 0 TO fcd_qteMaxEquipage
        IF fcd_equipageAutorise THEN
            DISPLAY "Quantité maximale avec équipage à bord ? (0 : sans",
" limite)"
            ACCEPT fcd_qteMaxEquipage
        END-IF
        MOVE 1 TO fcd_actif
        IF Wmd_ok = 1 THEN
            REWRITE cdTampon END-REWRITE
        ELSE
            WRITE cdTampon END-WRITE
        END-IF
        IF fcd_stat NOT = 00 THEN
            MOVE fcd_stat TO Wchk_stat
            MOVE "Fclasses_danger" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fclasses_danger
        MOVE "DANGER" TO Wau_module
        MOVE "CLASSE" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wmd_classe DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fcd_libelle DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Classe de danger ", Wmd_classe, " enregistrée.".

        MD_LISTER_SEGREGATION.
        MOVE "SEGREGATION" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Classes ne pouvant partager un même vaisseau :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wmd_count
        OPEN INPUT Fsegregation
        MOVE 0 TO Wmd_fin
        PERFORM WITH TEST AFTER UNTIL Wmd_fin = 1
            READ Fsegregation NEXT
            AT END MOVE 1 TO Wmd_fin
            NOT AT END
                IF fsd_actif = 1 THEN
                    ADD 1 TO Wmd_count
                    MOVE fsd_classeA TO Wmd_cA
                    MOVE fsd_classeB TO Wmd_cB
                    MOVE Wmd_cB TO Wmd_classe
                    PERFORM MD_LIRE_CLASSE
                    MOVE Wmd_libelle TO Wmd_libelleB
                    MOVE Wmd_cA TO Wmd_classe
                    PERFORM MD_LIRE_CLASSE
                    STRING "  " DELIMITED BY SIZE
                        Wmd_cA DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(Wmd_libelle) DELIMITED BY SIZE
                        ") / " DELIMITED BY SIZE
                        Wmd_cB DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(Wmd_libelleB) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO Wsp_ligne
                    END-STRING
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fsegregation
        IF Wmd_count = 0 THEN
            MOVE "  Aucune règle de ségrégation." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        MD_MODIFIER_SEGREGATION.
        DISPLAY "Première classe ? (1 à 9)"
        MOVE 0 TO Wmd_cA
        PERFORM WITH TEST AFTER UNTIL Wmd_cA > 0
            ACCEPT Wmd_cA
        END-PERFORM
        DISPLAY "Seconde classe ? (1 à 9)"
        MOVE 0 TO Wmd_cB
        PERFORM WITH TEST AFTER UNTIL Wmd_cB > 0
            ACCEPT Wmd_cB
        END-PERFORM
        DISPLAY "0 : Autoriser ensemble // 1 : Interdire ensemble"
        MOVE 9 TO Wmd_interdit
        PERFORM WITH TEST AFTER UNTIL Wmd_interdit = 0 OR Wmd_interdit = 1
            ACCEPT Wmd_interdit
        END-PERFORM
        IF Wmd_cA > Wmd_cB THEN
            MOVE Wmd_cA TO Wmd_classe
            MOVE Wmd_cB TO Wmd_cA
            MOVE Wmd_classe TO Wmd_cB
        END-IF
        OPEN I-O Fsegregation
        MOVE Wmd_cA TO fsd_classeA
        MOVE Wmd_cB TO fsd_classeB
        READ Fsegregation
        INVALID KEY
            MOVE Wmd_interdit TO fsd_actif
            WRITE sdTampon END-WRITE
        NOT INVALID KEY
            MOVE Wmd_interdit TO fsd_actif
            REWRITE sdTampon END-REWRITE
        END-READ
        IF fsd_stat NOT = 00 THEN
            MOVE fsd_stat TO Wchk_stat
            MOVE "Fsegregation" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fsegregation
        MOVE "DANGER" TO Wau_module
        MOVE "SEGREGAT" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wmd_cA DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            Wmd_cB DELIMITED BY SIZE
            " interdit=" DELIMITED BY SIZE
            Wmd_interdit DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Table de ségrégation mise à jour.".

        MD_CLASSER_ARTICLE.
        DISPLAY "Nom de l'article du catalogue ?"
        ACCEPT Wmd_article2
        MOVE FUNCTION LOWER-CASE(Wmd_article2) TO Wmd_article
        OPEN I-O Fcatalogue
        MOVE Wmd_article TO fca_nomArticle
        READ Fcatalogue
        INVALID KEY
            DISPLAY "Article absent du catalogue."
        NOT INVALID KEY
            DISPLAY "Classe de danger actuelle : ", fca_classeDanger
            DISPLAY "Nouvelle classe ? (0 : Aucune // 1 à 9)"
            ACCEPT fca_classeDanger
            REWRITE caTampon END-REWRITE
            IF fca_stat NOT = 00 THEN
                MOVE fca_stat TO Wchk_stat
                MOVE "Fcatalogue" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "DANGER" TO Wau_module
            MOVE "ARTICLE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wmd_article DELIMITED BY SPACE
                " classe " DELIMITED BY SIZE
                fca_classeDanger DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Classe de danger de l'article mise à jour."
        END-READ
        CLOSE Fcatalogue.

        MD_CONTROLER_UN_VAISSEAU.
        DISPLAY "Nom du vaisseau ?"
        ACCEPT Wmd_vaisseau2
        MOVE FUNCTION LOWER-CASE(Wmd_vaisseau2) TO Wmd_vaisseau
        MOVE "CTRLDANGER" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Matières dangereuses à bord :" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 3 TO Wmd_sortie
        MOVE 0 TO Wmd_count
        PERFORM MD_DETAIL_VAISSEAU
        IF Wmd_count = 0 THEN
            MOVE "  Aucune marchandise dangereuse à bord." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        GERER_CLIENTS_FRET.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier un client // 2 : Lister les",
" clients"
        MOVE 0 TO Wft_choix
        PERFORM WITH TEST AFTER UNTIL Wft_choix = 1 OR Wft_choix = 2
            ACCEPT Wft_choix
        END-PERFORM
        IF Wft_choix = 2 THEN
            PERFORM LISTER_CLIENTS_FRET
        ELSE
            DISPLAY "Identifiant du client ? (0 : nouveau)"
            MOVE 0 TO Wft_idClient
            ACCEPT Wft_idClient
            IF Wft_idClient = 0 THEN
                MOVE 0 TO Wft_max
                OPEN INPUT Fclients_fret
                MOVE 0 TO Wft_fin
                PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                    READ Fclients_fret NEXT
                    AT END MOVE 1 TO Wft_fin
                    NOT AT END
                        IF fcli_idClient > Wft_max THEN
                            MOVE fcli_idClient TO Wft_max
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fclients_fret
                COMPUTE Wft_idClient = Wft_max + 1
            END-IF
            DISPLAY "Raison sociale du client ?"
            MOVE SPACES TO Wft_nom
            ACCEPT Wft_nom
            DISPLAY "Pays du client ?"
            MOVE SPACES TO Wft_pays2
            ACCEPT Wft_pays2
            MOVE FUNCTION LOWER-CASE(Wft_pays2) TO Wft_pays
            DISPLAY "Contact chez le client ?"
            MOVE SPACES TO Wft_contact
            ACCEPT Wft_contact
            DISPLAY "Adresse de facturation ?"
            MOVE SPACES TO Wft_adresse
            ACCEPT Wft_adresse
            DISPLAY "Client actif ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wft_actif
            PERFORM WITH TEST AFTER UNTIL Wft_actif = 0 OR Wft_actif = 1
                ACCEPT Wft_actif
            END-PERFORM
            OPEN I-O Fclients_fret
            MOVE Wft_idClient TO fcli_idClient
            READ Fclients_fret
            INVALID KEY
                MOVE Wft_nom TO fcli_nom
                MOVE Wft_pays TO fcli_pays
                MOVE Wft_contact TO fcli_contact
                MOVE Wft_adresse TO fcli_adresse
                MOVE Wft_actif TO fcli_actif
                WRITE ckTampon END-WRITE
                DISPLAY "Client n°", Wft_idClient, " ajouté."
            NOT INVALID KEY
                MOVE Wft_nom TO fcli_nom
                MOVE Wft_pays TO fcli_pays
                MOVE Wft_contact TO fcli_contact
                MOVE Wft_adresse TO fcli_adresse
                MOVE Wft_actif TO fcli_actif
                REWRITE ckTampon END-REWRITE
                DISPLAY "Client n°", Wft_idClient, " mis à jour."
            END-READ
            IF fcli_stat NOT = 00 THEN
                MOVE fcli_stat TO Wchk_stat
                MOVE "Fclients_fret" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fclients_fret
            MOVE "CARGO" TO Wau_module
            MOVE "CLIENT" TO Wau_action
            MOVE Wft_idClient TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        LISTER_CLIENTS_FRET.
        DISPLAY "#############"
        DISPLAY "Clients du fret :"
        MOVE 0 TO Wft_count
        OPEN INPUT Fclients_fret
        MOVE 0 TO Wft_fin
        PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
            READ Fclients_fret NEXT
            AT END MOVE 1 TO Wft_fin
            NOT AT END
                ADD 1 TO Wft_count
                IF fcli_actif = 1 THEN
                    DISPLAY "  - n°", fcli_idClient, " : ", fcli_nom,
" (", FUNCTION TRIM(fcli_pays), ") contact ", fcli_contact
                ELSE
                    DISPLAY "  - n°", fcli_idClient, " : ", fcli_nom,
" (INACTIF)"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fclients_fret
        IF Wft_count = 0 THEN
            DISPLAY "  Aucun client enregistré."
        END-IF.

        GERER_TARIFS_FRET.
        DISPLAY ' '
        DISPLAY "1 : Définir une tranche de tarif // 2 : Lister le",
" barème"
        MOVE 0 TO Wft_choix
        PERFORM WITH TEST AFTER UNTIL Wft_choix = 1 OR Wft_choix = 2
            ACCEPT Wft_choix
        END-PERFORM
        IF Wft_choix = 1 THEN
            DISPLAY "Distance maximale couverte par la tranche ?"
            MOVE 0 TO Wft_distanceMax
            PERFORM WITH TEST AFTER UNTIL Wft_distanceMax > 0
                ACCEPT Wft_distanceMax
            END-PERFORM
            DISPLAY "Forfait par expédition (EUR) ?"
            MOVE 0 TO Wft_forfait
            ACCEPT Wft_forfait
            DISPLAY "Prix par kilogramme (EUR) ?"
            MOVE 0 TO Wft_prixKg
            ACCEPT Wft_prixKg
            DISPLAY "Tranche active ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wft_actif
            PERFORM WITH TEST AFTER UNTIL Wft_actif = 0 OR Wft_actif = 1
                ACCEPT Wft_actif
            END-PERFORM
            OPEN I-O Ftarifs_fret
            MOVE Wft_distanceMax TO ftf_distanceMax
            READ Ftarifs_fret
            INVALID KEY
                MOVE Wft_forfait TO ftf_forfait
                MOVE Wft_prixKg TO ftf_prixKg
                MOVE Wft_actif TO ftf_actif
                WRITE tfTampon END-WRITE
            NOT INVALID KEY
                MOVE Wft_forfait TO ftf_forfait
                MOVE Wft_prixKg TO ftf_prixKg
                MOVE Wft_actif TO ftf_actif
                REWRITE tfTampon END-REWRITE
            END-READ
            IF ftf_stat NOT = 00 THEN
                MOVE ftf_stat TO Wchk_stat
                MOVE "Ftarifs_fret" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Ftarifs_fret
            MOVE "CARGO" TO Wau_module
            MOVE "TARIF" TO Wau_action
            MOVE Wft_distanceMax TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Tranche de tarif enregistrée."
        END-IF
        DISPLAY "Barème du fret (jusqu'à la distance indiquée) :"
        MOVE 0 TO Wft_count
        OPEN INPUT Ftarifs_fret
        MOVE 0 TO Wft_fin
        PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
            READ Ftarifs_fret NEXT
            AT END MOVE 1 TO Wft_fin
            NOT AT END
                IF ftf_actif = 1 THEN
                    ADD 1 TO Wft_count
                    MOVE ftf_forfait TO Wft_montantECR
                    DISPLAY "  - jusqu'à ", ftf_distanceMax,
" : forfait ", Wft_montantECR, " EUR + ", ftf_prixKg, " EUR/kg"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ftarifs_fret
        IF Wft_count = 0 THEN
            DISPLAY "  Aucune tranche de tarif active."
        END-IF.

        FRET_TARIFER.
        MOVE 0 TO Wft_ok
        MOVE 0 TO Wft_montant
        OPEN INPUT Ftarifs_fret
        MOVE Wft_distance TO ftf_distanceMax
        START Ftarifs_fret, KEY IS >= ftf_distanceMax
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wft_fin
            PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                READ Ftarifs_fret NEXT
                AT END MOVE 1 TO Wft_fin
                NOT AT END
                    IF ftf_actif = 1 THEN
                        MOVE 1 TO Wft_ok
                        MOVE 1 TO Wft_fin
                        COMPUTE Wft_montant ROUNDED =
                            ftf_forfait + Wft_poids * ftf_prixKg
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Ftarifs_fret.

        FRET_LIRE_LIEU.
        MOVE 0 TO Wft_ok
        OPEN INPUT Flieux
        READ Flieux
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fl_actif = 1 THEN
                MOVE 1 TO Wft_ok
            END-IF
        END-READ
        CLOSE Flieux.

        GERER_CONTRATS_FRET.
        DISPLAY ' '
        DISPLAY "1 : Nouveau contrat // 2 : Annuler un contrat //",
" 3 : Lister les contrats d'un client"
        MOVE 0 TO Wft_choix
        PERFORM WITH TEST AFTER UNTIL
                Wft_choix = 1 OR Wft_choix = 2 OR Wft_choix = 3
            ACCEPT Wft_choix
        END-PERFORM
        EVALUATE Wft_choix
            WHEN 1 PERFORM FRET_NOUVEAU_CONTRAT
            WHEN 2 PERFORM FRET_ANNULER_CONTRAT
            WHEN 3 PERFORM FRET_LISTER_CONTRATS
        END-EVALUATE.

        FRET_NOUVEAU_CONTRAT.
        MOVE 1 TO Wft_ok
        DISPLAY "Identifiant du client ?"
        MOVE 0 TO Wft_idClient
        ACCEPT Wft_idClient
        OPEN INPUT Fclients_fret
        MOVE Wft_idClient TO fcli_idClient
        READ Fclients_fret
        INVALID KEY
            MOVE 0 TO Wft_ok
        NOT INVALID KEY
            IF fcli_actif = 0 THEN
                MOVE 0 TO Wft_ok
            END-IF
        END-READ
        CLOSE Fclients_fret
        IF Wft_ok = 0 THEN
            DISPLAY "Client inconnu ou inactif."
        END-IF
        IF Wft_ok = 1 THEN
            DISPLAY "Nom du vaisseau transporteur ?"
            ACCEPT Wft_vaisseau2
            MOVE FUNCTION LOWER-CASE(Wft_vaisseau2) TO Wft_vaisseau
            MOVE Wft_vaisseau TO Wfv_nomVaisseau
            PERFORM VERIF_VAISSEAU2
            IF Wverif_v2 = 0 THEN
                DISPLAY "ERREUR ! Vaisseau inexistant !"
                MOVE 0 TO Wft_ok
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            DISPLAY "Article transporté ?"
            ACCEPT Wft_article2
            MOVE FUNCTION LOWER-CASE(Wft_article2) TO Wft_article
            MOVE Wft_article TO Wfcg_item
            PERFORM VERIF_ARTICLE_CATALOGUE
            IF Wverif_ca = 0 THEN
                DISPLAY "Cet article n'existe pas dans le catalogue."
                MOVE 0 TO Wft_ok
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            DISPLAY "Quantité ?"
            MOVE 0 TO Wft_quantite
            PERFORM WITH TEST AFTER UNTIL Wft_quantite > 0
                ACCEPT Wft_quantite
            END-PERFORM
            DISPLAY "Poids total de l'expédition (kg) ?"
            MOVE 0 TO Wft_poids
            PERFORM WITH TEST AFTER UNTIL Wft_poids > 0
                ACCEPT Wft_poids
            END-PERFORM
            DISPLAY "Lieu d'origine ?"
            ACCEPT Wft_origine2
            MOVE FUNCTION LOWER-CASE(Wft_origine2) TO Wft_origine
            MOVE Wft_origine TO fl_nomLieu
            PERFORM FRET_LIRE_LIEU
            IF Wft_ok = 0 THEN
                DISPLAY "Lieu d'origine inexistant !"
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            DISPLAY "Lieu de destination ?"
            ACCEPT Wft_destination2
            MOVE FUNCTION LOWER-CASE(Wft_destination2)
                TO Wft_destination
            MOVE Wft_destination TO fl_nomLieu
            PERFORM FRET_LIRE_LIEU
            IF Wft_ok = 0 THEN
                DISPLAY "Lieu de destination inexistant !"
            END-IF
            IF Wft_ok = 1 AND Wft_destination = Wft_origine THEN
                DISPLAY "L'origine et la destination sont identiques."
                MOVE 0 TO Wft_ok
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            OPEN INPUT Fdistances
            MOVE Wft_origine TO fd_lieuA
            MOVE Wft_destination TO fd_lieuB
            READ Fdistances
            INVALID KEY
                MOVE 0 TO Wft_ok
                DISPLAY "Distance inconnue entre ces deux lieux :",
" contrat impossible à tarifer."
            NOT INVALID KEY
                MOVE fd_distance TO Wft_distance
            END-READ
            CLOSE Fdistances
        END-IF
        IF Wft_ok = 1 THEN
            PERFORM FRET_TARIFER
            IF Wft_ok = 0 THEN
                DISPLAY "Aucune tranche de tarif ne couvre la",
" distance ", Wft_distance, "."
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            MOVE Wft_montant TO Wft_montantECR
            DISPLAY "Distance ", Wft_distance, " ; prix du transport : ",
Wft_montantECR, " EUR."
            DISPLAY "Confirmer le contrat ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wft_rep
            PERFORM WITH TEST AFTER UNTIL Wft_rep = 0 OR Wft_rep = 1
                ACCEPT Wft_rep
            END-PERFORM
            IF Wft_rep = 0 THEN
                MOVE 0 TO Wft_ok
            END-IF
        END-IF
        IF Wft_ok = 1 THEN
            MOVE 0 TO Wft_max
            OPEN I-O Fcontrats_fret
            MOVE 0 TO Wft_fin
            PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                READ Fcontrats_fret NEXT
                AT END MOVE 1 TO Wft_fin
                NOT AT END
                    IF fcf_idContrat > Wft_max THEN
                        MOVE fcf_idContrat TO Wft_max
                    END-IF
                END-READ
            END-PERFORM
            COMPUTE Wft_idContrat = Wft_max + 1
            MOVE Wft_idContrat TO fcf_idContrat
            MOVE Wft_idClient TO fcf_idClient
            MOVE Wft_vaisseau TO fcf_nomVaisseau
            MOVE Wft_article TO fcf_article
            MOVE Wft_quantite TO fcf_quantite
            MOVE 0 TO fcf_quantiteLivree
            MOVE Wft_poids TO fcf_poidsKg
            MOVE Wft_origine TO fcf_lieuOrigine
            MOVE Wft_destination TO fcf_lieuDestination
            MOVE Wft_distance TO fcf_distance
            MOVE Wft_montant TO fcf_montant
            MOVE 1 TO fcf_statut
            ACCEPT fcf_dateContrat FROM DATE YYYYMMDD
            MOVE 0 TO fcf_dateLivraison
            MOVE 0 TO fcf_idFacture
            MOVE 1 TO fcf_actif
            WRITE cfTampon END-WRITE
            IF fcf_stat NOT = 00 THEN
                MOVE fcf_stat TO Wchk_stat
                MOVE "Fcontrats_fret" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcontrats_fret
            MOVE "CARGO" TO Wau_module
            MOVE "CONTRAT" TO Wau_action
            MOVE Wft_idContrat TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Contrat de fret n°", Wft_idContrat, " enregistré."
        ELSE
            DISPLAY "Contrat non enregistré."
        END-IF.

        FRET_ANNULER_CONTRAT.
        DISPLAY "Numéro du contrat ?"
        MOVE 0 TO Wft_idContrat
        ACCEPT Wft_idContrat
        OPEN I-O Fcontrats_fret
        MOVE Wft_idContrat TO fcf_idContrat
        READ Fcontrats_fret
        INVALID KEY
            DISPLAY "Ce contrat n'existe pas."
        NOT INVALID KEY
            IF fcf_actif = 0 OR NOT fcf_ouvert OR
               fcf_quantiteLivree > 0 THEN
                DISPLAY "Seul un contrat ouvert sans livraison peut",
" être annulé."
            ELSE
                MOVE 4 TO fcf_statut
                REWRITE cfTampon END-REWRITE
                IF fcf_stat NOT = 00 THEN
                    MOVE fcf_stat TO Wchk_stat
                    MOVE "Fcontrats_fret" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "CARGO" TO Wau_module
                MOVE "CONTRATANN" TO Wau_action
                MOVE Wft_idContrat TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Contrat annulé."
            END-IF
        END-READ
        CLOSE Fcontrats_fret.

        FRET_ECRIRE_STATUT.
        EVALUATE TRUE
            WHEN fcf_ouvert MOVE "Ouvert" TO Wft_statutECR
            WHEN fcf_facturable MOVE "Facturable" TO Wft_statutECR
            WHEN fcf_facture MOVE "Facturé" TO Wft_statutECR
            WHEN fcf_annule MOVE "Annulé" TO Wft_statutECR
            WHEN OTHER MOVE SPACES TO Wft_statutECR
        END-EVALUATE.

        FRET_LISTER_CONTRATS.
        DISPLAY "Identifiant du client ?"
        MOVE 0 TO Wft_idClient
        ACCEPT Wft_idClient
        DISPLAY "#############"
        DISPLAY "Contrats de fret du client n°", Wft_idClient, " :"
        MOVE 0 TO Wft_count
        OPEN INPUT Fcontrats_fret
        MOVE Wft_idClient TO fcf_idClient
        START Fcontrats_fret, KEY IS = fcf_idClient
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wft_fin
            PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                READ Fcontrats_fret NEXT
                AT END MOVE 1 TO Wft_fin
                NOT AT END
                    IF fcf_idClient NOT = Wft_idClient THEN
                        MOVE 1 TO Wft_fin
                    ELSE
                        IF fcf_actif = 1 THEN
                            ADD 1 TO Wft_count
                            PERFORM FRET_ECRIRE_STATUT
                            MOVE fcf_montant TO Wft_montantECR
                            DISPLAY "  - n°", fcf_idContrat, " ",
FUNCTION TRIM(fcf_article), " x", fcf_quantite, " (livré ",
fcf_quantiteLivree, ") ", FUNCTION TRIM(fcf_lieuOrigine), " -> ",
FUNCTION TRIM(fcf_lieuDestination), " par ",
FUNCTION TRIM(fcf_nomVaisseau), " : ", Wft_montantECR, " EUR ",
Wft_statutECR
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcontrats_fret
        IF Wft_count = 0 THEN
            DISPLAY "  Aucun contrat pour ce client."
        END-IF.

        FRET_LIVRER.
        MOVE Wen_quantite TO Wft_reste
        ACCEPT Wft_date FROM DATE YYYYMMDD
        OPEN I-O Fcontrats_fret
        MOVE Wfcg_nomVaisseau TO fcf_nomVaisseau
        START Fcontrats_fret, KEY IS = fcf_nomVaisseau
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wft_fin
            PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                READ Fcontrats_fret NEXT
                AT END MOVE 1 TO Wft_fin
                NOT AT END
                    IF fcf_nomVaisseau NOT = Wfcg_nomVaisseau
                    OR Wft_reste = 0 THEN
                        MOVE 1 TO Wft_fin
                    ELSE
                        IF fcf_actif = 1 AND fcf_ouvert AND
                           fcf_article = Wfcg_item AND
                           fcf_lieuDestination = Wen_lieu THEN
                            COMPUTE Wft_part =
                                fcf_quantite - fcf_quantiteLivree
                            IF Wft_part > Wft_reste THEN
                                MOVE Wft_reste TO Wft_part
                            END-IF
                            ADD Wft_part TO fcf_quantiteLivree
                            SUBTRACT Wft_part FROM Wft_reste
                            IF fcf_quantiteLivree >= fcf_quantite THEN
                                MOVE 2 TO fcf_statut
                                MOVE Wft_date TO fcf_dateLivraison
                                DISPLAY "Contrat de fret n°",
fcf_idContrat, " entièrement livré : facturable."
                            ELSE
                                DISPLAY "Contrat de fret n°",
fcf_idContrat, " : ", fcf_quantiteLivree, " / ", fcf_quantite,
" livré(s)."
                            END-IF
                            REWRITE cfTampon END-REWRITE
                            IF fcf_stat NOT = 00 THEN
                                MOVE fcf_stat TO Wchk_stat
                                MOVE "Fcontrats_fret" TO Wchk_label
                                PERFORM VERIFIER_STATUT_FICHIER
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcontrats_fret.

        FACTURATION_FRET.
        ACCEPT Wft_date FROM DATE YYYYMMDD
        MOVE 0 TO Wft_nbFactures
        MOVE 0 TO Wft_totalRun
        MOVE 0 TO Wft_max
        OPEN INPUT Ffactures_fret
        MOVE 0 TO Wft_fin
        PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
            READ Ffactures_fret NEXT
            AT END MOVE 1 TO Wft_fin
            NOT AT END
                IF ffl_idFacture > Wft_max THEN
                    MOVE ffl_idFacture TO Wft_max
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffactures_fret
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "FACTURESFRET" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        OPEN INPUT Fclients_fret
        OPEN I-O Fcontrats_fret
        OPEN I-O Ffactures_fret
        MOVE 0 TO Wft_fin2
        PERFORM WITH TEST AFTER UNTIL Wft_fin2 = 1
            READ Fclients_fret NEXT
            AT END MOVE 1 TO Wft_fin2
            NOT AT END
                PERFORM FRET_FACTURER_CLIENT
            END-READ
        END-PERFORM
        CLOSE Ffactures_fret
        CLOSE Fcontrats_fret
        CLOSE Fclients_fret
        MOVE Wft_totalRun TO Wft_totalECR
        MOVE SPACES TO Wsp_ligne
        STRING "FACTURES EMISES : " DELIMITED BY SIZE
            Wft_nbFactures DELIMITED BY SIZE
            " - TOTAL : " DELIMITED BY SIZE
            Wft_totalECR DELIMITED BY SIZE
            " EUR" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT
        MOVE Wft_nbFactures TO Wbat_traites
        DISPLAY "Facturation du fret terminée : ", Wft_nbFactures,
" facture(s), total ", Wft_totalECR, " EUR.".

        FRET_FACTURER_CLIENT.
        MOVE 0 TO Wft_nbContrats
        MOVE 0 TO Wft_totalFacture
        MOVE fcli_idClient TO fcf_idClient
        START Fcontrats_fret, KEY IS = fcf_idClient
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wft_fin
            PERFORM WITH TEST AFTER UNTIL Wft_fin = 1
                READ Fcontrats_fret NEXT
                AT END MOVE 1 TO Wft_fin
                NOT AT END
                    IF fcf_idClient NOT = fcli_idClient THEN
                        MOVE 1 TO Wft_fin
                    ELSE
                        IF fcf_actif = 1 AND fcf_facturable THEN
                            PERFORM FRET_LIGNE_FACTURE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        IF Wft_nbContrats > 0 THEN
            MOVE Wft_idFacture TO ffl_idFacture
            MOVE fcli_idClient TO ffl_idClient
            MOVE Wft_date TO ffl_dateFacture
            MOVE Wft_nbContrats TO ffl_nbContrats
            MOVE Wft_totalFacture TO ffl_montant
            MOVE 0 TO ffl_exporte
            MOVE 1 TO ffl_actif
            WRITE flTampon END-WRITE
            IF ffl_stat NOT = 00 THEN
                MOVE ffl_stat TO Wchk_stat
                MOVE "Ffactures_fret" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            ADD 1 TO Wft_nbFactures
            ADD Wft_totalFacture TO Wft_totalRun
            MOVE Wft_totalFacture TO Wft_totalECR
            MOVE SPACES TO Wsp_ligne
            STRING "  TOTAL A PAYER : " DELIMITED BY SIZE
                Wft_totalECR DELIMITED BY SIZE
                " EUR" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "----------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "CARGO" TO Wau_module
            MOVE "FACTURE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wft_idFacture DELIMITED BY SIZE
                " CLIENT " DELIMITED BY SIZE
                fcli_idClient DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        FRET_LIGNE_FACTURE.
        IF Wft_nbContrats = 0 THEN
            ADD 1 TO Wft_max
            MOVE Wft_max TO Wft_idFacture
            MOVE SPACES TO Wsp_ligne
            STRING "FACTURE N° " DELIMITED BY SIZE
                Wft_idFacture DELIMITED BY SIZE
                " DU " DELIMITED BY SIZE
                Wft_date DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "  CLIENT N° " DELIMITED BY SIZE
                fcli_idClient DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                FUNCTION TRIM(fcli_nom) DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(fcli_pays) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE SPACES TO Wsp_ligne
            STRING "  " DELIMITED BY SIZE
                fcli_adresse DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        ADD 1 TO Wft_nbContrats
        ADD fcf_montant TO Wft_totalFacture
        MOVE fcf_montant TO Wft_montantECR
        MOVE fcf_poidsKg TO Wft_poidsECR
        MOVE SPACES TO Wsp_ligne
        STRING "  CONTRAT " DELIMITED BY SIZE
            fcf_idContrat DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            FUNCTION TRIM(fcf_article) DELIMITED BY SIZE
            " x" DELIMITED BY SIZE
            fcf_quantite DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(fcf_lieuOrigine) DELIMITED BY SIZE
            " -> " DELIMITED BY SIZE
            FUNCTION TRIM(fcf_lieuDestination) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            fcf_distance DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            Wft_poidsECR DELIMITED BY SIZE
            " kg) : " DELIMITED BY SIZE
            Wft_montantECR DELIMITED BY SIZE
            " EUR" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 3 TO fcf_statut
        MOVE Wft_idFacture TO fcf_idFacture
        REWRITE cfTampon END-REWRITE
        IF fcf_stat NOT = 00 THEN
            MOVE fcf_stat TO Wchk_stat
            MOVE "Fcontrats_fret" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        TRAITER_PEREMPTION_CARGO.
        ACCEPT Wpe_date FROM DATE YYYYMMDD
        MOVE 0 TO Wpe_count
        PERFORM DERNIERE_PERTE_STOCK
        OPEN I-O Fcargo
        MOVE 0 TO Wpe_fin
        PERFORM WITH TEST AFTER UNTIL Wpe_fin = 1
                    DISPLAY "  - Lot périmé retiré : ", fcg_item,
" x", fcg_quantite, " à bord de ", fcg_nomVaisseau,
" (périmé le ", fcg_dateExpiration, ")"
                    PERFORM ENREGISTRER_PERTE_STOCK
                    MOVE 0 TO fcg_quantite
                    MOVE 0 TO fcg_actif
                    REWRITE cgTampon END-REWRITE
" destinataire dépassée (", Wchg_totale, " unité(s) déjà",
" embarquée(s), limite ", Wchg_limite, ")."
                    ELSE
                        MOVE Wtf_dst TO Wmd_vaisseau
                        MOVE Wfcg_item TO Wmd_article
                        MOVE Wtf_quantite TO Wmd_quantite
                        PERFORM MD_VERIFIER_CHARGEMENT
                      IF Wmd_ok = 1 THEN
                        MOVE 0 TO Wtf_ok
                        OPEN I-O Fcargo
                        MOVE Wtf_src TO fcg_nomVaisseau
                            DISPLAY Wtf_quantite, " unité(s) de ",
Wfcg_item, " transférée(s) de ", Wtf_src, " vers ", Wtf_dst, "."
                        END-IF
                      END-IF
                    END-IF
                END-IF
              END-IF
