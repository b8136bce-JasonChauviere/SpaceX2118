" et ne peut pas être affecté à une équipe."
                    MOVE 1 TO Wechec
                END-IF
                IF fa_retraite THEN
                    DISPLAY "Cet astronaute est à la retraite :",
" affectation impossible."
                    MOVE 1 TO Wechec
                END-IF
                IF fa_statut > 3 AND NOT fa_retraite THEN
                    DISPLAY "Cet astronaute est inscrit au registre",
" mémorial (décédé ou disparu) : affectation impossible."
                    MOVE 1 TO Wechec
                CLOSE Fastronautes
            END-READ
            CLOSE Fequipes
        END-IF
        IF Wfa_idEquipe > 0 AND Wechec = 0 THEN
            MOVE Wfa_idEquipe TO Wix_idEquipe
            MOVE Wfa_idAstronaute TO Wix_idNouveau
            MOVE 0 TO Wix_silence
            ACCEPT Wix_date FROM DATE YYYYMMDD
            PERFORM CONTROLER_INCOMPAT_EQUIPE
            IF Wix_conflits > 0 THEN
                DISPLAY "Affectation refusée : incompatibilité déclarée",
" avec un membre de cette équipe."
                MOVE 1 TO Wechec
            END-IF
        END-IF.

        CALCULER_DOSE_ANNUELLE.
        END-PERFORM
        CLOSE Fpays.

        GERER_CANDIDATS.
        DISPLAY ' '
        DISPLAY "1 : Nouvelle candidature // 2 : Résultat d'étape //",
" 3 : Liste des candidats // 4 : Convertir les candidats acceptés",
" // 5 : Entonnoir de recrutement"
        MOVE 0 TO Wcy_choix
        PERFORM WITH TEST AFTER UNTIL Wcy_choix >= 1 AND Wcy_choix <= 5
            ACCEPT Wcy_choix
        END-PERFORM
        EVALUATE Wcy_choix
            WHEN 1
                PERFORM AJOUT_CANDIDAT
            WHEN 2
                PERFORM RESULTAT_ETAPE_CANDIDAT
            WHEN 3
                PERFORM LISTER_CANDIDATS
            WHEN 4
                PERFORM CONVERTIR_CANDIDATS
            WHEN 5
                PERFORM RAPPORT_ENTONNOIR_RECRUTEMENT
        END-EVALUATE.

        AJOUT_CANDIDAT.
        MOVE "CANDIDAT" TO Wsq_nom
        PERFORM OBTENIR_PROCHAIN_ID
        MOVE Wsq_propose TO Wcy_id
        DISPLAY "Nom du candidat ?"
        ACCEPT Wcy_nom
        DISPLAY "Prénom du candidat ?"
        ACCEPT Wcy_prenom
        DISPLAY "Pays du candidat ?"
        ACCEPT Wcy_pays
        MOVE FUNCTION LOWER-CASE(Wcy_pays) TO fa_pays2
        PERFORM VERIF_PAYS
        IF Wverif_pays = 0 THEN
            DISPLAY "Pays inconnu ou non autorisé : candidature non",
" enregistrée."
        ELSE
            DISPLAY "Rôle visé ?"
            DISPLAY "1 : Commandant"
            DISPLAY "2 : Chef Scientifique"
            DISPLAY "3 : Chef de Sécurité"
            DISPLAY "4 : Ingénieur"
            DISPLAY "5 : Infirmier"
            DISPLAY "6 : Community Manager"
            DISPLAY "7 : Navigateur"
            DISPLAY "8 : Officier de Sécurité"
            DISPLAY "9 : Scientifique"
            MOVE 0 TO Wcy_role
            PERFORM WITH TEST AFTER UNTIL Wcy_role < 10 AND Wcy_role > 0
                ACCEPT Wcy_role
            END-PERFORM
            DISPLAY "Spécialité visée ?"
            MOVE "SPEC" TO Wcx_table
            MOVE 1 TO Wcx_zeroOk
            PERFORM SAISIR_CODE_REFERENCE
            MOVE Wcx_code TO Wcy_specialite
            DISPLAY "Date de candidature (AAAAMMJJ) ?"
            PERFORM SAISIR_DATE
            MOVE Wcy_id TO fcy_idCandidat
            MOVE Wcy_nom TO fcy_nom
            MOVE Wcy_prenom TO fcy_prenom
            MOVE fa_pays2 TO fcy_pays
            MOVE Wcy_role TO fcy_role
            MOVE Wcy_specialite TO fcy_specialite
            MOVE Wdt_date TO fcy_dateCandidature
            MOVE 1 TO fcy_etape
            PERFORM VARYING Wcy_k FROM 1 BY 1 UNTIL Wcy_k > 7
                MOVE 0 TO fcy_resultat(Wcy_k)
                MOVE 0 TO fcy_dateEtape(Wcy_k)
                MOVE SPACES TO fcy_opEtape(Wcy_k)
            END-PERFORM
            MOVE Wdt_date TO fcy_dateEtape(1)
            MOVE Wop_id TO fcy_opEtape(1)
            MOVE 0 TO fcy_idAstronaute
            MOVE 0 TO fcy_idCohorte
            MOVE 1 TO fcy_actif
            OPEN I-O Fcandidats
            WRITE cyTampon END-WRITE
            IF fcy_stat NOT = 00 THEN
                MOVE fcy_stat TO Wchk_stat
                MOVE "Fcandidats" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcandidats
            MOVE "CANDIDAT" TO Wsq_nom
            MOVE Wcy_id TO Wsq_utilise
            PERFORM MAJ_SEQUENCE
            MOVE "CANDIDATS" TO Wau_module
            MOVE "AJOUT" TO Wau_action
            MOVE Wcy_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Candidature n°", Wcy_id, " enregistrée."
        END-IF.

        RESULTAT_ETAPE_CANDIDAT.
        DISPLAY "Identifiant du candidat ?"
        ACCEPT Wcy_id
        OPEN I-O Fcandidats
        MOVE Wcy_id TO fcy_idCandidat
        READ Fcandidats
        INVALID KEY
            DISPLAY "Candidat inconnu."
        NOT INVALID KEY
            PERFORM CY_TRAITER_ETAPE
        END-READ
        CLOSE Fcandidats.

        CY_TRAITER_ETAPE.
        MOVE fcy_etape TO Wcy_e
        PERFORM CY_LIBELLE_ETAPE
        IF fcy_actif = 0 OR fcy_etape > 5 OR
           fcy_defavorable(fcy_etape) THEN
            DISPLAY "Dossier clos à l'étape : ", Wcy_libelleEtape
        ELSE
            DISPLAY fcy_nom, " ", fcy_prenom
            DISPLAY "Étape en cours : ", Wcy_libelleEtape,
" (depuis le ", fcy_dateEtape(Wcy_e), ")"
            IF fcy_offre THEN
                DISPLAY "Réponse du candidat ? (1 : offre acceptée",
" // 2 : offre déclinée)"
            ELSE
                DISPLAY "Résultat de l'étape ? (1 : favorable //",
" 2 : défavorable)"
            END-IF
            MOVE 0 TO Wcy_resultat
            PERFORM WITH TEST AFTER UNTIL Wcy_resultat = 1 OR
                                          Wcy_resultat = 2
                ACCEPT Wcy_resultat
            END-PERFORM
            DISPLAY "Date du résultat (AAAAMMJJ) ?"
            PERFORM SAISIR_DATE
            IF Wdt_date < fcy_dateEtape(Wcy_e) THEN
                DISPLAY "Date antérieure à l'entrée dans l'étape :",
" résultat non enregistré."
            ELSE
                MOVE Wcy_resultat TO fcy_resultat(Wcy_e)
                MOVE Wdt_date TO fcy_dateEtape(Wcy_e)
                MOVE Wop_id TO fcy_opEtape(Wcy_e)
                IF Wcy_resultat = 1 OR fcy_offre THEN
                    IF fcy_offre AND Wcy_resultat = 2 THEN
                        MOVE 7 TO Wcy_e
                    ELSE
                        ADD 1 TO Wcy_e
                    END-IF
                    MOVE Wcy_e TO fcy_etape
                    MOVE 0 TO fcy_resultat(Wcy_e)
                    IF fcy_declinee THEN
                        MOVE 2 TO fcy_resultat(Wcy_e)
                    END-IF
                    MOVE Wdt_date TO fcy_dateEtape(Wcy_e)
                    MOVE Wop_id TO fcy_opEtape(Wcy_e)
                END-IF
                REWRITE cyTampon END-REWRITE
                IF fcy_stat NOT = 00 THEN
                    MOVE fcy_stat TO Wchk_stat
                    MOVE "Fcandidats" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "CANDIDATS" TO Wau_module
                MOVE "ETAPE" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fcy_idCandidat DELIMITED BY SIZE
                    " etape " DELIMITED BY SIZE
                    fcy_etape DELIMITED BY SIZE
                    " resultat " DELIMITED BY SIZE
                    Wcy_resultat DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                PERFORM CY_LIBELLE_ETAPE
                IF fcy_defavorable(fcy_etape) THEN
                    DISPLAY "Candidat non retenu à l'étape : ",
Wcy_libelleEtape
                ELSE
                    DISPLAY "Candidat à l'étape : ", Wcy_libelleEtape
                END-IF
            END-IF
        END-IF.

        CY_LIBELLE_ETAPE.
        EVALUATE Wcy_e
            WHEN 1 MOVE "Candidature" TO Wcy_libelleEtape
            WHEN 2 MOVE "Présélection" TO Wcy_libelleEtape
            WHEN 3 MOVE "Visite médicale" TO Wcy_libelleEtape
            WHEN 4 MOVE "Entretien" TO Wcy_libelleEtape
            WHEN 5 MOVE "Offre" TO Wcy_libelleEtape
            WHEN 6 MOVE "Offre acceptée" TO Wcy_libelleEtape
            WHEN 7 MOVE "Offre déclinée" TO Wcy_libelleEtape
            WHEN OTHER MOVE "Inconnue" TO Wcy_libelleEtape
        END-EVALUATE.

        LISTER_CANDIDATS.
        DISPLAY "#############"
        DISPLAY "Candidats (n°, nom, pays, étape, situation, date) :"
        MOVE 0 TO Wcy_nbConvertis
        OPEN INPUT Fcandidats
        MOVE 0 TO Wcy_fin
        PERFORM WITH TEST AFTER UNTIL Wcy_fin = 1
            READ Fcandidats NEXT
            AT END MOVE 1 TO Wcy_fin
            NOT AT END
                IF fcy_actif = 1 THEN
                    ADD 1 TO Wcy_nbConvertis
                    MOVE fcy_etape TO Wcy_e
                    PERFORM CY_LIBELLE_ETAPE
                    EVALUATE TRUE
                        WHEN fcy_acceptee AND fcy_idAstronaute > 0
                            MOVE "intégré" TO Wcy_libelleResultat
                        WHEN fcy_acceptee OR fcy_declinee
                            MOVE "clos" TO Wcy_libelleResultat
                        WHEN fcy_defavorable(Wcy_e)
                            MOVE "non retenu" TO Wcy_libelleResultat
                        WHEN OTHER
                            MOVE "en cours" TO Wcy_libelleResultat
                    END-EVALUATE
                    DISPLAY "  ", fcy_idCandidat, " ", fcy_nom, " ",
fcy_prenom, " ", fcy_pays
                    DISPLAY "      ", Wcy_libelleEtape, " ",
Wcy_libelleResultat, " ", fcy_dateEtape(Wcy_e)
                    IF fcy_idAstronaute > 0 THEN
                        DISPLAY "      Astronaute n°", fcy_idAstronaute,
" - cohorte n°", fcy_idCohorte
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcandidats
        IF Wcy_nbConvertis = 0 THEN
            DISPLAY "  Aucun candidat enregistré."
        END-IF.

        CONVERTIR_CANDIDATS.
        MOVE 0 TO Wcy_aConvertir
        OPEN INPUT Fcandidats
        MOVE 0 TO Wcy_fin
        PERFORM WITH TEST AFTER UNTIL Wcy_fin = 1
            READ Fcandidats NEXT
            AT END MOVE 1 TO Wcy_fin
            NOT AT END
                IF fcy_actif = 1 AND fcy_acceptee AND
                   fcy_idAstronaute = 0 THEN
                    ADD 1 TO Wcy_aConvertir
                    DISPLAY "  ", fcy_idCandidat, " ", fcy_nom, " ",
fcy_prenom, " ", fcy_pays
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcandidats
        IF Wcy_aConvertir = 0 THEN
            DISPLAY "Aucun candidat accepté en attente d'intégration."
        ELSE
            DISPLAY Wcy_aConvertir, " candidat(s) accepté(s) à",
" intégrer comme astronautes. Confirmer ? (0 : Non // 1 : Oui)"
            MOVE 0 TO Wcy_ok
            ACCEPT Wcy_ok
            IF Wcy_ok = 1 THEN
                PERFORM CY_COHORTE
                MOVE 0 TO Wcy_nbConvertis
                MOVE 0 TO Wcy_nbRejets
                OPEN I-O Fcandidats
                MOVE 0 TO Wcy_fin
                PERFORM WITH TEST AFTER UNTIL Wcy_fin = 1
                    READ Fcandidats NEXT
                    AT END MOVE 1 TO Wcy_fin
                    NOT AT END
                        IF fcy_actif = 1 AND fcy_acceptee AND
                           fcy_idAstronaute = 0 THEN
                            PERFORM CY_CONVERTIR_CANDIDAT
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fcandidats
                DISPLAY Wcy_nbConvertis, " astronaute(s) créé(s) dans",
" la cohorte n°", Wch_idCohorte, ", ", Wcy_nbRejets,
" candidat(s) écarté(s)."
            END-IF
        END-IF.

        CY_COHORTE.
        MOVE "COHORTE" TO Wsq_nom
        PERFORM OBTENIR_PROCHAIN_ID
        DISPLAY "Numéro de cohorte de formation ? (0 : prochain",
" numéro libre : ", Wsq_propose, ")"
        MOVE 0 TO Wch_idCohorte
        ACCEPT Wch_idCohorte
        IF Wch_idCohorte = 0 THEN
            MOVE Wsq_propose TO Wch_idCohorte
        END-IF
        MOVE "COHORTE" TO Wsq_nom
        MOVE Wch_idCohorte TO Wsq_utilise
        PERFORM MAJ_SEQUENCE
        OPEN I-O Fcohortes
        MOVE Wch_idCohorte TO fch_idCohorte
        READ Fcohortes
        INVALID KEY
            DISPLAY "Libellé de la nouvelle cohorte ?"
            ACCEPT Wch_libelle
            MOVE Wch_libelle TO fch_libelle
            ACCEPT fch_dateImport FROM DATE YYYYMMDD
            MOVE 1 TO fch_actif
            WRITE chTampon END-WRITE
            DISPLAY "Cohorte n°", Wch_idCohorte, " créée."
        NOT INVALID KEY
            DISPLAY "Candidats rattachés à la cohorte existante n°",
Wch_idCohorte, " (", fch_libelle, ")."
        END-READ
        IF fch_stat NOT = 00 THEN
            MOVE fch_stat TO Wchk_stat
            MOVE "Fcohortes" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fcohortes.

        CY_CONVERTIR_CANDIDAT.
        MOVE fcy_pays TO fa_pays2
        PERFORM VERIF_PAYS
        MOVE "ASTRONAUTE" TO Wsq_nom
        PERFORM OBTENIR_PROCHAIN_ID
        MOVE Wsq_propose TO Wfa_idAstronaute
        MOVE 1 TO Wverif_a
        IF Wverif_pays = 1 THEN
            PERFORM VERIF_ASTRONAUTE
        END-IF
        IF Wverif_pays = 0 OR Wverif_a NOT = 0 THEN
            DISPLAY "Candidat n°", fcy_idCandidat, " écarté : pays",
" non autorisé ou identifiant indisponible."
            ADD 1 TO Wcy_nbRejets
        ELSE
            MOVE Wfa_idAstronaute TO fa_idAstronaute
            MOVE fcy_nom TO fa_nom
            MOVE fcy_prenom TO fa_prenom
            MOVE fcy_role TO fa_role
            MOVE fcy_pays TO fa_pays
            MOVE 0 TO fa_idEquipe
            MOVE 1 TO fa_actif
            MOVE 1 TO fa_statut
            MOVE 0 TO fa_missionsVolees
            MOVE SPACES TO fa_nomLieu
            MOVE fcy_specialite TO fa_specialite
            MOVE Wch_idCohorte TO fa_idCohorte
            MOVE 1 TO fa_etapeFormation
            MOVE 0 TO fa_doseCarriere
            MOVE 0 TO fa_joursVol
            MOVE 1 TO fa_grade
            MOVE SPACES TO fa_taille
            OPEN I-O Fastronautes
            WRITE aTampon END-WRITE
            IF fa_stat NOT = 00 THEN
                MOVE fa_stat TO Wchk_stat
                MOVE "Fastronautes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fastronautes
            MOVE "ASTRONAUTE" TO Wsq_nom
            MOVE fa_idAstronaute TO Wsq_utilise
            PERFORM MAJ_SEQUENCE
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "AJOUT" TO Wau_action
            MOVE fa_idAstronaute TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            MOVE fa_idAstronaute TO fcy_idAstronaute
            MOVE Wch_idCohorte TO fcy_idCohorte
            MOVE 1 TO fcy_resultat(6)
            REWRITE cyTampon END-REWRITE
            IF fcy_stat NOT = 00 THEN
                MOVE fcy_stat TO Wchk_stat
                MOVE "Fcandidats" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            ADD 1 TO Wcy_nbConvertis
            DISPLAY "Candidat n°", fcy_idCandidat, " -> astronaute n°",
fa_idAstronaute
        END-IF.

        RAPPORT_ENTONNOIR_RECRUTEMENT.
        MOVE "ENTONNOIR_RECRUT" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Entonnoir de recrutement des candidats par pays"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "(effectifs atteignant chaque étape, taux de passage)"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        INITIALIZE Wcy_entonnoir
        OPEN INPUT Fpays
        MOVE 0 TO Wcy_fin
        PERFORM WITH TEST AFTER UNTIL Wcy_fin = 1
            READ Fpays NEXT
            AT END MOVE 1 TO Wcy_fin
            NOT AT END
                IF p_actif = 1 THEN
                    PERFORM CY_ENTONNOIR_PAYS
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpays
        MOVE 2 TO Wcy_n
        MOVE "TOUS PAYS" TO Wcy_pays
        PERFORM CY_EDITER_ENTONNOIR
        PERFORM FIN_RAPPORT.

        CY_ENTONNOIR_PAYS.
        MOVE 1 TO Wcy_n
        INITIALIZE Wcy_niveau(1)
        MOVE p_quota TO Wcy_quota(1)
        OPEN INPUT Fcandidats
        MOVE p_nomPays TO fcy_pays
        START Fcandidats, KEY IS = fcy_pays
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcy_fin2
            PERFORM WITH TEST AFTER UNTIL Wcy_fin2 = 1
                READ Fcandidats NEXT
                AT END MOVE 1 TO Wcy_fin2
                NOT AT END
                    IF fcy_pays NOT = p_nomPays THEN
                        MOVE 1 TO Wcy_fin2
                    ELSE
                        PERFORM CY_COMPTER
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcandidats
        OPEN INPUT Fastronautes
        MOVE p_nomPays TO fa_pays
        START Fastronautes, KEY IS = fa_pays
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcy_fin2
            PERFORM WITH TEST AFTER UNTIL Wcy_fin2 = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wcy_fin2
                NOT AT END
                    IF fa_pays NOT = p_nomPays THEN
                        MOVE 1 TO Wcy_fin2
                    ELSE
                        IF fa_actif = 1 AND fa_statut < 4 THEN
                            ADD 1 TO Wcy_effectif(1)
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes
        PERFORM VARYING Wcy_k FROM 1 BY 1 UNTIL Wcy_k > 6
            ADD Wcy_atteint(1, Wcy_k) TO Wcy_atteint(2, Wcy_k)
        END-PERFORM
        ADD Wcy_nonRetenus(1) TO Wcy_nonRetenus(2)
        ADD Wcy_declines(1) TO Wcy_declines(2)
        ADD Wcy_enCours(1) TO Wcy_enCours(2)
        ADD Wcy_convertis(1) TO Wcy_convertis(2)
        ADD Wcy_effectif(1) TO Wcy_effectif(2)
        ADD Wcy_quota(1) TO Wcy_quota(2)
        IF Wcy_atteint(1, 1) > 0 OR Wcy_quota(1) > 0 THEN
            MOVE p_nomPays TO Wcy_pays
            PERFORM CY_EDITER_ENTONNOIR
        END-IF.

        CY_COMPTER.
        IF fcy_actif = 1 THEN
            IF fcy_declinee THEN
                MOVE 5 TO Wcy_max
                ADD 1 TO Wcy_declines(Wcy_n)
            ELSE
                MOVE fcy_etape TO Wcy_max
            END-IF
            PERFORM VARYING Wcy_k FROM 1 BY 1 UNTIL Wcy_k > Wcy_max
                ADD 1 TO Wcy_atteint(Wcy_n, Wcy_k)
            END-PERFORM
            IF fcy_acceptee AND fcy_idAstronaute > 0 THEN
                ADD 1 TO Wcy_convertis(Wcy_n)
            END-IF
            IF fcy_etape < 6 THEN
                IF fcy_defavorable(fcy_etape) THEN
                    ADD 1 TO Wcy_nonRetenus(Wcy_n)
                ELSE
                    ADD 1 TO Wcy_enCours(Wcy_n)
                END-IF
            END-IF
        END-IF.

        CY_EDITER_ENTONNOIR.
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "Pays : " DELIMITED BY SIZE
            Wcy_pays DELIMITED BY "  "
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM VARYING Wcy_e FROM 1 BY 1 UNTIL Wcy_e > 6
            PERFORM CY_LIGNE_ETAPE
        END-PERFORM
        MOVE Wcy_nonRetenus(Wcy_n) TO Wcy_nbECR
        MOVE Wcy_declines(Wcy_n) TO Wcy_nb2ECR
        MOVE Wcy_enCours(Wcy_n) TO Wcy_nb3ECR
        MOVE Wcy_convertis(Wcy_n) TO Wcy_nb4ECR
        STRING "  Non retenus " DELIMITED BY SIZE
            Wcy_nbECR DELIMITED BY SIZE
            ", offres déclinées " DELIMITED BY SIZE
            Wcy_nb2ECR DELIMITED BY SIZE
            ", en cours " DELIMITED BY SIZE
            Wcy_nb3ECR DELIMITED BY SIZE
            ", intégrés " DELIMITED BY SIZE
            Wcy_nb4ECR DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        COMPUTE Wcy_projete = Wcy_effectif(Wcy_n)
            + Wcy_atteint(Wcy_n, 6) - Wcy_convertis(Wcy_n)
        MOVE Wcy_effectif(Wcy_n) TO Wcy_nbECR
        COMPUTE Wcy_nb2ECR = Wcy_atteint(Wcy_n, 6) - Wcy_convertis(Wcy_n)
        MOVE Wcy_projete TO Wcy_nb3ECR
        IF Wcy_n = 2 OR Wcy_quota(Wcy_n) = 0 THEN
            STRING "  Effectif actuel " DELIMITED BY SIZE
                Wcy_nbECR DELIMITED BY SIZE
                " + acceptés à intégrer " DELIMITED BY SIZE
                Wcy_nb2ECR DELIMITED BY SIZE
                " = " DELIMITED BY SIZE
                Wcy_nb3ECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            IF Wcy_n = 1 THEN
                MOVE "  Pas de quota fixé par le traité." TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
        ELSE
            MOVE Wcy_quota(Wcy_n) TO Wcy_nb4ECR
            COMPUTE Wcy_pct ROUNDED = Wcy_projete * 100
                / Wcy_quota(Wcy_n)
                ON SIZE ERROR MOVE 999 TO Wcy_pct
            END-COMPUTE
            MOVE Wcy_pct TO Wcy_pctECR
            STRING "  Effectif actuel " DELIMITED BY SIZE
                Wcy_nbECR DELIMITED BY SIZE
                " + acceptés à intégrer " DELIMITED BY SIZE
                Wcy_nb2ECR DELIMITED BY SIZE
                " = " DELIMITED BY SIZE
                Wcy_nb3ECR DELIMITED BY SIZE
                " / quota " DELIMITED BY SIZE
                Wcy_nb4ECR DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                Wcy_pctECR DELIMITED BY SIZE
                " %)" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            IF Wcy_projete > Wcy_quota(Wcy_n) THEN
                MOVE "  ATTENTION : les acceptations dépassent le quota"
                    TO Wsp_ligne
                PERFORM ECRIRE_LIGNE_RAPPORT
            ELSE
                COMPUTE Wcy_places = Wcy_quota(Wcy_n) - Wcy_projete
                MOVE Wcy_places TO Wcy_nbECR
                MOVE Wcy_enCours(Wcy_n) TO Wcy_nb3ECR
                STRING "  Places restantes " DELIMITED BY SIZE
                    Wcy_nbECR DELIMITED BY SIZE
                    ", candidats en cours " DELIMITED BY SIZE
                    Wcy_nb3ECR DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                IF Wcy_places = 0 AND Wcy_enCours(Wcy_n) > 0 THEN
                    MOVE "  Quota atteint : candidats en cours hors quota"
                        TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
                END-IF
            END-IF
        END-IF.

        CY_LIGNE_ETAPE.
        PERFORM CY_LIBELLE_ETAPE
        MOVE Wcy_atteint(Wcy_n, Wcy_e) TO Wcy_nbECR
        IF Wcy_e > 1 THEN
            MOVE Wcy_e TO Wcy_k
            SUBTRACT 1 FROM Wcy_k
            IF Wcy_atteint(Wcy_n, Wcy_k) > 0 THEN
                COMPUTE Wcy_pct ROUNDED = Wcy_atteint(Wcy_n, Wcy_e)
                    * 100 / Wcy_atteint(Wcy_n, Wcy_k)
            ELSE
                MOVE 0 TO Wcy_pct
            END-IF
            MOVE Wcy_pct TO Wcy_pctECR
            STRING "  " DELIMITED BY SIZE
                Wcy_libelleEtape DELIMITED BY SIZE
                Wcy_nbECR DELIMITED BY SIZE
                "  passage " DELIMITED BY SIZE
                Wcy_pctECR DELIMITED BY SIZE
                " %" DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        ELSE
            STRING "  " DELIMITED BY SIZE
                Wcy_libelleEtape DELIMITED BY SIZE
                Wcy_nbECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT.

        HISTORIQUE_EQUIPES_ASTRONAUTE.
        DISPLAY "Identifiant de l'astronaute ?"
        ACCEPT Wid_astro
                        ACCEPT Wfa_role2
                    END-PERFORM
                    DISPLAY "Spécialité de l'astronaute ?"
                    MOVE "SPEC" TO Wcx_table
                    MOVE 1 TO Wcx_zeroOk
                    PERFORM SAISIR_CODE_REFERENCE
                    MOVE Wcx_code TO Wfa_specialite
                    DISPLAY "Grade de rémunération ? (0 : non classé)"
                    ACCEPT Wfa_grade
                    DISPLAY "Pays de l'astronaute ?"
                        MOVE 0 TO fa_doseCarriere
                        MOVE 0 TO fa_joursVol
                        MOVE Wfa_grade TO fa_grade
                        MOVE SPACES TO fa_taille
                        MOVE Wfa_idEquipe TO Wsl_idEquipe
                        PERFORM DETERMINER_LIEU_EQUIPE
                        MOVE Wsl_nomLieu TO fa_nomLieu
        MOVE 0 TO Wab_nbOk
        MOVE 0 TO Wab_nbRejet
        MOVE 0 TO Wab_ligne
        MOVE 0 TO Wlt_ok
        OPEN INPUT Fastro_bulk
        IF fab_stat = 35 THEN
            DISPLAY "Fichier astro_bulk.dat introuvable."
        ELSE
            MOVE "ASTROBULK" TO Wlt_fichier
            PERFORM CTL_LOT_DEBUT
            MOVE 0 TO Wab_fin
            PERFORM WITH TEST AFTER UNTIL Wab_fin = 1
                READ Fastro_bulk
                AT END MOVE 1 TO Wab_fin
                NOT AT END
                    MOVE abTampon TO Wlt_texte
                    PERFORM CTL_LOT_LIGNE
            END-PERFORM
            CLOSE Fastro_bulk
            PERFORM CTL_LOT_VERIFIER
        END-IF
        IF Wlt_ok = 1 THEN
            OPEN INPUT Fastro_bulk
            MOVE "COHORTE" TO Wsq_nom
            PERFORM OBTENIR_PROCHAIN_ID
            DISPLAY "Numéro de cohorte de formation pour ce",
                AT END MOVE 1 TO Wab_fin
                NOT AT END
                    ADD 1 TO Wab_ligne
                    IF abTampon(1:2) = "H;" OR abTampon(1:2) = "F;" THEN
                        CONTINUE
                    ELSE
                        UNSTRING abTampon DELIMITED BY ";"
                            INTO Wab_idAstronaute Wab_nom Wab_prenom
                                 Wab_role Wab_pays Wab_idEquipe
                        END-UNSTRING
                        MOVE Wab_idAstronaute TO Wfa_idAstronaute
                        PERFORM VERIF_ASTRONAUTE
                        IF Wverif_a NOT = 0 THEN
                            DISPLAY "Ligne ", Wab_ligne,
                                " rejetée : identifiant déjà attribué."
                            ADD 1 TO Wab_nbRejet
                        ELSE
                            IF Wab_role < 1 OR Wab_role > 9 THEN
                                DISPLAY "Ligne ", Wab_ligne,
                                    " rejetée : rôle invalide."
                                ADD 1 TO Wab_nbRejet
                            ELSE
                                MOVE FUNCTION LOWER-CASE(Wab_pays)
                                    TO fa_pays2
                                PERFORM VERIF_PAYS
                                MOVE Wab_idEquipe TO Wfa_idEquipe
                                MOVE Wab_role TO Wfa_role2
                                PERFORM VERIF_EQUIPEA
                                IF Wverif_pays = 0 THEN
                                    DISPLAY "Ligne ", Wab_ligne,
                                        " rejetée : pays inconnu ou non",
" autorisé."
                                    ADD 1 TO Wab_nbRejet
                                ELSE
                                    IF Wechec NOT = 0 THEN
                                        DISPLAY "Ligne ", Wab_ligne,
                                            " rejetée : affectation",
" d'équipe invalide."
                                        ADD 1 TO Wab_nbRejet
                                    ELSE
                                        MOVE Wab_idAstronaute
                                            TO fa_idAstronaute
                                        MOVE Wab_nom TO fa_nom
                                        MOVE Wab_prenom TO fa_prenom
                                        MOVE Wab_role TO fa_role
                                        MOVE fa_pays2 TO fa_pays
                                        MOVE Wab_idEquipe TO fa_idEquipe
                                        MOVE 1 TO fa_actif
                                        MOVE 1 TO fa_statut
                                        MOVE 0 TO fa_missionsVolees
                                        MOVE 0 TO fa_specialite
                                        MOVE 0 TO fa_doseCarriere
                                        MOVE 0 TO fa_joursVol
                                        MOVE 1 TO fa_grade
                                        MOVE SPACES TO fa_taille
                                        MOVE Wch_idCohorte
                                            TO fa_idCohorte
                                        IF Wch_idCohorte > 0 THEN
                                            MOVE 1 TO fa_etapeFormation
                                        ELSE
                                            MOVE 0 TO fa_etapeFormation
                                        END-IF
                                        MOVE Wab_idEquipe TO Wsl_idEquipe
                                        PERFORM DETERMINER_LIEU_EQUIPE
                                        MOVE Wsl_nomLieu TO fa_nomLieu
                                        OPEN I-O Fastronautes
                                        WRITE aTampon END-WRITE
                                        IF fa_stat NOT = 00 THEN
                                            MOVE fa_stat TO Wchk_stat
                                            MOVE "Fastronautes"
                                                TO Wchk_label
                                            PERFORM
                                                VERIFIER_STATUT_FICHIER
                                        END-IF
                                        CLOSE Fastronautes
                                        MOVE "ASTRONAUTES" TO Wau_module
                                        MOVE "AJOUT" TO Wau_action
                                        MOVE fa_idAstronaute TO Wau_detail
                                        PERFORM ENREGISTRER_AUDIT
                                        ADD 1 TO Wab_nbOk
                                        IF Wab_idEquipe > 0 THEN
                                            OPEN I-O Fequipes
                                            MOVE Wab_idEquipe TO fe_idEquipe
                                            READ Fequipes
                                            INVALID KEY
                                                DISPLAY "Impossible"
                                            NOT INVALID KEY
                                                ADD 1 TO fe_nbAstronautes
                                                REWRITE eTampon END-REWRITE
                                                IF fe_stat NOT = 00 THEN
                                                    MOVE fe_stat
                                                        TO Wchk_stat
                                                    MOVE "Fequipes"
                                                        TO Wchk_label
                                                    PERFORM
                                                     VERIFIER_STATUT_FICHIER
                                                END-IF
                                                MOVE fa_idAstronaute
                                                    TO Wmh_idAstronaute
                                                MOVE Wab_idEquipe
                                                    TO Wmh_idEquipe
                                                MOVE "ENTREE" TO Wmh_action
                                                PERFORM
                                                 ENREGISTRER_HISTORIQUE_EQUIPE
                                                PERFORM
                                                    ENREGISTRER_COMPO_EQUIPE
                                            END-READ
                                            CLOSE Fequipes
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                   MOVE Wfa_idAstronaute TO Wau_detail
                   PERFORM ENREGISTRER_AUDIT
                   DISPLAY "Astronaute n°", Wfa_idAstronaute, " détruit."
                   MOVE Wfa_idAstronaute TO Wep_idAstro
                   PERFORM EP_A_RECUPERER
                   CLOSE Fequipes
            ELSE
                IF fa_idequipe = 0 THEN
                MOVE Wfa_idAstronaute TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Astronaute n°", Wfa_idAstronaute, " détruit."
                MOVE Wfa_idAstronaute TO Wep_idAstro
                PERFORM EP_A_RECUPERER
                END-IF
            END-IF
            END-IF
            END-IF
            IF Wfmodif = 6 THEN
                DISPLAY "Nouvelle spécialité ?"
                MOVE "SPEC" TO Wcx_table
                MOVE 1 TO Wcx_zeroOk
                PERFORM SAISIR_CODE_REFERENCE
                MOVE Wcx_code TO Wfa_specialite
                MOVE Wfa_specialite TO fa_specialite
                REWRITE aTampon END-REWRITE
                IF fa_stat NOT = 00 THEN
            IF fa_disparu THEN
                MOVE "Disparu" TO Wfa_statutECR
            END-IF
            IF fa_retraite THEN
                MOVE "Retraité" TO Wfa_statutECR
            END-IF
            DISPLAY "Statut médical : ", Wfa_statutECR
            DISPLAY "Missions effectuées : ", fa_missionsVolees
            DISPLAY "Dose de radiation de carrière : ",
        CLOSE Fastronautes.

        ECRIRE_TYPE_CERTIFICATION.
        MOVE "CERT" TO Wcx_table
        MOVE Wct_type TO Wcx_code
        PERFORM LIRE_CODE_REFERENCE
        IF Wcx_trouve = 1 THEN
            MOVE Wcx_libelle TO Wct_typeECR
        ELSE
            MOVE "Inconnue" TO Wct_typeECR
        END-IF.

        AJOUT_CERTIFICATION.
        DISPLAY "Identifiant de l'astronaute ?"
            DISPLAY "Cet astronaute n'existe pas."
          ELSE
            DISPLAY "Type de certification ?"
            MOVE "CERT" TO Wcx_table
            MOVE 0 TO Wcx_zeroOk
            PERFORM SAISIR_CODE_REFERENCE
            MOVE Wcx_code TO Wct_type
            DISPLAY "Date d'expiration ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wct_dateExp
            DISPLAY "  Aucune certification enregistrée."
        END-IF.

        GERER_SESSIONS_FORMATION.
        DISPLAY ' '
        DISPLAY "1 : Programmer une session // 2 : Lister les",
" sessions // 3 : Annuler une session"
        MOVE 0 TO Wsf_choix
        PERFORM WITH TEST AFTER UNTIL
                Wsf_choix > 0 AND Wsf_choix < 4
            ACCEPT Wsf_choix
        END-PERFORM
        IF Wsf_choix = 2 THEN
            PERFORM LISTER_SESSIONS_FORMATION
        END-IF
        IF Wsf_choix = 1 THEN
            DISPLAY "Certification préparée par la session ?"
            MOVE "CERT" TO Wcx_table
            MOVE 0 TO Wcx_zeroOk
            PERFORM SAISIR_CODE_REFERENCE
            MOVE Wcx_code TO Wsf_type
            DISPLAY "Nom de l'instructeur ?"
            ACCEPT Wsf_instructeur
            MOVE 0 TO Wverif_l
            PERFORM WITH TEST AFTER UNTIL Wverif_l = 1
                DISPLAY "Lieu de la session ?"
                ACCEPT Wsf_lieu2
                MOVE FUNCTION LOWER-CASE(Wsf_lieu2) TO Wfm_nomLieu
                PERFORM VERIF_LIEU
            END-PERFORM
            MOVE Wfm_nomLieu TO Wsf_lieu
            DISPLAY "Date de début ? (AAAAMMJJ)"
            PERFORM SAISIR_DATE
            MOVE Wdt_date TO Wsf_dateDebut
            DISPLAY "Date de fin ? (AAAAMMJJ)"
            MOVE 0 TO Wsf_dateFin
            PERFORM WITH TEST AFTER UNTIL Wsf_dateFin >= Wsf_dateDebut
                PERFORM SAISIR_DATE
                MOVE Wdt_date TO Wsf_dateFin
                IF Wsf_dateFin < Wsf_dateDebut THEN
                    DISPLAY "La fin doit suivre le début, ressaisissez :"
                END-IF
            END-PERFORM
            DISPLAY "Nombre de places ?"
            MOVE 0 TO Wsf_places
            PERFORM WITH TEST AFTER UNTIL Wsf_places > 0
                ACCEPT Wsf_places
            END-PERFORM
            MOVE 0 TO Wsf_max
            OPEN INPUT Fsessions
            MOVE 0 TO Wsf_fin
            PERFORM WITH TEST AFTER UNTIL Wsf_fin = 1
                READ Fsessions NEXT
                AT END MOVE 1 TO Wsf_fin
                NOT AT END
                    IF fsf_idSession > Wsf_max THEN
                        MOVE fsf_idSession TO Wsf_max
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fsessions
            COMPUTE Wsf_id = Wsf_max + 1
            OPEN I-O Fsessions
            MOVE Wsf_id TO fsf_idSession
            MOVE Wsf_type TO fsf_typeCertif
            MOVE Wsf_instructeur TO fsf_instructeur
            MOVE Wsf_lieu TO fsf_nomLieu
            MOVE Wsf_dateDebut TO fsf_dateDebut
            MOVE Wsf_dateFin TO fsf_dateFin
            MOVE Wsf_places TO fsf_places
            MOVE 0 TO fsf_inscrits
            MOVE 1 TO fsf_statut
            MOVE 1 TO fsf_actif
            WRITE sfTampon END-WRITE
            IF fsf_stat NOT = 00 THEN
                MOVE fsf_stat TO Wchk_stat
                MOVE "Fsessions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fsessions
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "SESSION" TO Wau_action
            MOVE Wsf_id TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Session n°", Wsf_id, " programmée (",
Wsf_places, " place(s))."
        END-IF
        IF Wsf_choix = 3 THEN
            DISPLAY "Numéro de la session à annuler ?"
            ACCEPT Wsf_id
            OPEN I-O Fsessions
            MOVE Wsf_id TO fsf_idSession
            READ Fsessions
            INVALID KEY
                DISPLAY "Cette session n'existe pas."
            NOT INVALID KEY
                IF NOT fsf_ouverte THEN
                    DISPLAY "Seule une session ouverte peut être",
" annulée."
                ELSE
                    MOVE 3 TO fsf_statut
                    REWRITE sfTampon END-REWRITE
                    MOVE "ASTRONAUTES" TO Wau_module
                    MOVE "SESS-ANNUL" TO Wau_action
                    MOVE Wsf_id TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Session n°", Wsf_id, " annulée : les",
" inscrits sont à replacer sur une autre session."
                END-IF
            END-READ
            CLOSE Fsessions
        END-IF.

        ECRIRE_STATUT_SESSION.
        IF fsf_ouverte THEN
            MOVE "Ouverte" TO Wsf_statutECR
        END-IF
        IF fsf_terminee THEN
            MOVE "Terminée" TO Wsf_statutECR
        END-IF
        IF fsf_annulee THEN
            MOVE "Annulée" TO Wsf_statutECR
        END-IF.

        ECRIRE_RESULTAT_SESSION.
        IF fif_inscrit THEN
            MOVE "Inscrit" TO Wsf_resultatECR
        END-IF
        IF fif_recu THEN
            MOVE "Reçu" TO Wsf_resultatECR
        END-IF
        IF fif_echec THEN
            MOVE "Échec" TO Wsf_resultatECR
        END-IF
        IF fif_absent THEN
            MOVE "Absent" TO Wsf_resultatECR
        END-IF.

        LISTER_SESSIONS_FORMATION.
        DISPLAY "#############"
        DISPLAY "Sessions de recertification :"
        MOVE 0 TO Wsf_count
        OPEN INPUT Fsessions
        MOVE 0 TO Wsf_fin
        PERFORM WITH TEST AFTER UNTIL Wsf_fin = 1
            READ Fsessions NEXT
            AT END MOVE 1 TO Wsf_fin
            NOT AT END
                IF fsf_actif = 1 THEN
                    ADD 1 TO Wsf_count
                    MOVE fsf_typeCertif TO Wct_type
                    PERFORM ECRIRE_TYPE_CERTIFICATION
                    PERFORM ECRIRE_STATUT_SESSION
                    DISPLAY "  - Session n°", fsf_idSession, " [",
Wsf_statutECR, "] ", Wct_typeECR, " à ", fsf_nomLieu
                    DISPLAY "      du ", fsf_dateDebut, " au ",
fsf_dateFin, ", instructeur ", fsf_instructeur, ", ",
fsf_inscrits, "/", fsf_places, " place(s) occupée(s)"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fsessions
        IF Wsf_count = 0 THEN
            DISPLAY "  Aucune session programmée."
        END-IF.

        INSCRIRE_SESSION_FORMATION.
        DISPLAY "Numéro de la session ?"
        ACCEPT Wsf_id
        MOVE 0 TO Wsf_ok
        OPEN INPUT Fsessions
        MOVE Wsf_id TO fsf_idSession
        READ Fsessions
        INVALID KEY
            DISPLAY "Cette session n'existe pas."
        NOT INVALID KEY
            IF NOT fsf_ouverte THEN
                DISPLAY "Cette session n'est plus ouverte aux",
" inscriptions."
            ELSE
                MOVE 1 TO Wsf_ok
                MOVE fsf_typeCertif TO Wsf_type
            END-IF
        END-READ
        CLOSE Fsessions
        IF Wsf_ok = 1 THEN
            DISPLAY "Fenêtre d'anticipation en jours ? (0 : ",
Wcfg_fenetreRecert, " jours)"
            MOVE 0 TO Wsf_fenetre
            ACCEPT Wsf_fenetre
            IF Wsf_fenetre = 0 THEN
                MOVE Wcfg_fenetreRecert TO Wsf_fenetre
            END-IF
            ACCEPT Wsf_date FROM DATE YYYYMMDD
            COMPUTE Wsf_limite = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Wsf_date) + Wsf_fenetre)
            MOVE Wsf_type TO Wct_type
            PERFORM ECRIRE_TYPE_CERTIFICATION
            DISPLAY "#############"
            DISPLAY "Certifications ", Wct_typeECR,
" expirant avant le ", Wsf_limite, " :"
            MOVE 0 TO Wsf_count
            OPEN INPUT Fcertifs
            MOVE 0 TO Wsf_fin
            PERFORM WITH TEST AFTER UNTIL Wsf_fin = 1
                READ Fcertifs NEXT
                AT END MOVE 1 TO Wsf_fin
                NOT AT END
                    IF fct_actif = 1 AND fct_type = Wsf_type AND
                       fct_dateExpiration <= Wsf_limite THEN
                        ADD 1 TO Wsf_count
                        DISPLAY "  - Astronaute n°", fct_idAstronaute,
" : expire le ", fct_dateExpiration
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fcertifs
            IF Wsf_count = 0 THEN
                DISPLAY "  Aucune certification dans la fenêtre."
            ELSE
                MOVE 9 TO Wsf_idAstro
                PERFORM WITH TEST AFTER UNTIL Wsf_idAstro = 0
                    DISPLAY "Astronaute à inscrire ? (0 : terminer)"
                    MOVE 0 TO Wsf_idAstro
                    ACCEPT Wsf_idAstro
                    IF Wsf_idAstro > 0 THEN
                        PERFORM INSCRIRE_ASTRONAUTE_SESSION
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

        INSCRIRE_ASTRONAUTE_SESSION.
        MOVE 0 TO Wsf_ok
        OPEN INPUT Fcertifs
        MOVE Wsf_idAstro TO fct_idAstronaute
        MOVE Wsf_type TO fct_type
        READ Fcertifs
        INVALID KEY
            DISPLAY "Cet astronaute ne détient pas cette",
" certification."
        NOT INVALID KEY
            IF fct_actif = 1 AND fct_dateExpiration <= Wsf_limite
            THEN
                MOVE 1 TO Wsf_ok
            ELSE
                DISPLAY "Certification hors de la fenêtre",
" d'anticipation."
            END-IF
        END-READ
        CLOSE Fcertifs
        IF Wsf_ok = 1 THEN
            OPEN INPUT Finscriptions
            MOVE Wsf_id TO fif_idSession
            MOVE Wsf_idAstro TO fif_idAstronaute
            READ Finscriptions
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fif_actif = 1 THEN
                    MOVE 0 TO Wsf_ok
                    DISPLAY "Astronaute déjà inscrit à cette session."
                END-IF
            END-READ
            CLOSE Finscriptions
        END-IF
        IF Wsf_ok = 1 THEN
            OPEN I-O Fsessions
            MOVE Wsf_id TO fsf_idSession
            READ Fsessions
            INVALID KEY
                MOVE 0 TO Wsf_ok
            NOT INVALID KEY
                IF fsf_inscrits >= fsf_places THEN
                    MOVE 0 TO Wsf_ok
                    DISPLAY "Session complète (", fsf_places,
" place(s))."
                ELSE
                    ADD 1 TO fsf_inscrits
                    REWRITE sfTampon END-REWRITE
                END-IF
            END-READ
            CLOSE Fsessions
        END-IF
        IF Wsf_ok = 1 THEN
            OPEN I-O Finscriptions
            MOVE Wsf_id TO fif_idSession
            MOVE Wsf_idAstro TO fif_idAstronaute
            ACCEPT fif_dateInscription FROM DATE YYYYMMDD
            MOVE 0 TO fif_resultat
            MOVE 1 TO fif_actif
            WRITE ifTampon
                INVALID KEY
                    REWRITE ifTampon END-REWRITE
            END-WRITE
            IF fif_stat NOT = 00 THEN
                MOVE fif_stat TO Wchk_stat
                MOVE "Finscriptions" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Finscriptions
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "INSCRIPTION" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wsf_id DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                Wsf_idAstro DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Astronaute n°", Wsf_idAstro, " inscrit à la",
" session n°", Wsf_id, "."
        END-IF.

        ENREGISTRER_RESULTAT_SESSION.
        DISPLAY "Numéro de la session ?"
        ACCEPT Wsf_id
        MOVE 0 TO Wsf_ok
        OPEN INPUT Fsessions
        MOVE Wsf_id TO fsf_idSession
        READ Fsessions
        INVALID KEY
            DISPLAY "Cette session n'existe pas."
        NOT INVALID KEY
            IF fsf_annulee THEN
                DISPLAY "Cette session a été annulée."
            ELSE
                MOVE 1 TO Wsf_ok
                MOVE fsf_typeCertif TO Wsf_type
                MOVE fsf_dateFin TO Wsf_dateFin
            END-IF
        END-READ
        CLOSE Fsessions
        IF Wsf_ok = 1 THEN
            DISPLAY "#############"
            DISPLAY "Inscrits de la session n°", Wsf_id, " :"
            MOVE 0 TO Wsf_count
            OPEN INPUT Finscriptions
            MOVE Wsf_id TO fif_idSession
            MOVE 0 TO fif_idAstronaute
            START Finscriptions, KEY IS >= fif_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wsf_fin
                PERFORM WITH TEST AFTER UNTIL Wsf_fin = 1
                    READ Finscriptions NEXT
                    AT END MOVE 1 TO Wsf_fin
                    NOT AT END
                        IF fif_idSession NOT = Wsf_id THEN
                            MOVE 1 TO Wsf_fin
                        ELSE
                            IF fif_actif = 1 THEN
                                ADD 1 TO Wsf_count
                                PERFORM ECRIRE_RESULTAT_SESSION
                                DISPLAY "  - Astronaute n°",
fif_idAstronaute, " : ", Wsf_resultatECR
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Finscriptions
            IF Wsf_count = 0 THEN
                DISPLAY "  Aucun inscrit."
            ELSE
                MOVE 9 TO Wsf_idAstro
                PERFORM WITH TEST AFTER UNTIL Wsf_idAstro = 0
                    DISPLAY "Astronaute dont le résultat est à",
" saisir ? (0 : terminer)"
                    MOVE 0 TO Wsf_idAstro
                    ACCEPT Wsf_idAstro
                    IF Wsf_idAstro > 0 THEN
                        PERFORM SAISIR_RESULTAT_ASTRONAUTE
                    END-IF
                END-PERFORM
                DISPLAY "Clôturer la session ? (0 : Non // 1 : Oui)"
                MOVE 9 TO Wsf_choix
                PERFORM WITH TEST AFTER UNTIL
                        Wsf_choix = 0 OR Wsf_choix = 1
                    ACCEPT Wsf_choix
                END-PERFORM
                IF Wsf_choix = 1 THEN
                    OPEN I-O Fsessions
                    MOVE Wsf_id TO fsf_idSession
                    READ Fsessions
                    NOT INVALID KEY
                        MOVE 2 TO fsf_statut
                        REWRITE sfTampon END-REWRITE
                    END-READ
                    CLOSE Fsessions
                    DISPLAY "Session n°", Wsf_id, " clôturée."
                END-IF
            END-IF
        END-IF.

        SAISIR_RESULTAT_ASTRONAUTE.
        OPEN I-O Finscriptions
        MOVE Wsf_id TO fif_idSession
        MOVE Wsf_idAstro TO fif_idAstronaute
        READ Finscriptions
        INVALID KEY
            MOVE 0 TO Wsf_resultat
            DISPLAY "Cet astronaute n'est pas inscrit à la session."
        NOT INVALID KEY
            DISPLAY "Résultat ? (1 : Reçu // 2 : Échec // 3 : Absent)"
            MOVE 0 TO Wsf_resultat
            PERFORM WITH TEST AFTER UNTIL
                    Wsf_resultat > 0 AND Wsf_resultat < 4
                ACCEPT Wsf_resultat
            END-PERFORM
            MOVE Wsf_resultat TO fif_resultat
            REWRITE ifTampon END-REWRITE
        END-READ
        CLOSE Finscriptions
        IF Wsf_resultat = 1 THEN
            COMPUTE Wsf_annee = Wsf_dateFin / 10000
            COMPUTE Wsf_mois = Wsf_dateFin / 100 - Wsf_annee * 100
            COMPUTE Wsf_jour = FUNCTION MOD(Wsf_dateFin, 100)
            COMPUTE Wsf_mois = Wsf_mois - 1 + Wcfg_moisRecert
            DIVIDE 12 INTO Wsf_mois GIVING Wsf_q REMAINDER Wsf_r
            ADD Wsf_q TO Wsf_annee
            COMPUTE Wsf_mois = Wsf_r + 1
            MOVE 0 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                COMPUTE Wdt_date = Wsf_annee * 10000 + Wsf_mois * 100
                    + Wsf_jour
                PERFORM VALIDER_DATE
                IF Wdt_ok = 0 THEN
                    SUBTRACT 1 FROM Wsf_jour
                END-IF
            END-PERFORM
            MOVE Wdt_date TO Wsf_nouvelleExp
            OPEN I-O Fcertifs
            MOVE Wsf_idAstro TO fct_idAstronaute
            MOVE Wsf_type TO fct_type
            READ Fcertifs
            INVALID KEY
                MOVE Wsf_nouvelleExp TO fct_dateExpiration
                MOVE 1 TO fct_actif
                WRITE ctTampon END-WRITE
            NOT INVALID KEY
                MOVE Wsf_nouvelleExp TO fct_dateExpiration
                MOVE 1 TO fct_actif
                REWRITE ctTampon END-REWRITE
            END-READ
            IF fct_stat NOT = 00 THEN
                MOVE fct_stat TO Wchk_stat
                MOVE "Fcertifs" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcertifs
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "RECERTIF" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wsf_idAstro DELIMITED BY SIZE
                " session " DELIMITED BY SIZE
                Wsf_id DELIMITED BY SIZE
                " exp " DELIMITED BY SIZE
                Wsf_nouvelleExp DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Certification renouvelée jusqu'au ",
Wsf_nouvelleExp, "."
        END-IF.

        RAPPORT_CERTIFS_SANS_SESSION.
        DISPLAY "Fenêtre d'anticipation en jours ? (0 : ",
Wcfg_fenetreRecert, " jours)"
        MOVE 0 TO Wsf_fenetre
        ACCEPT Wsf_fenetre
        IF Wsf_fenetre = 0 THEN
            MOVE Wcfg_fenetreRecert TO Wsf_fenetre
        END-IF
        ACCEPT Wsf_date FROM DATE YYYYMMDD
        COMPUTE Wsf_limite = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wsf_date) + Wsf_fenetre)
        MOVE "CERTIFS_SANS_SESSION" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Certifications expirant avant le " DELIMITED BY SIZE
            Wsf_limite DELIMITED BY SIZE
            " sans session réservée :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wsf_count
        OPEN INPUT Fcertifs
        MOVE 0 TO Wsf_fin
        PERFORM WITH TEST AFTER UNTIL Wsf_fin = 1
            READ Fcertifs NEXT
            AT END MOVE 1 TO Wsf_fin
            NOT AT END
                IF fct_actif = 1 AND
                   fct_dateExpiration <= Wsf_limite THEN
                    MOVE fct_idAstronaute TO Wsf_idAstro
                    MOVE fct_type TO Wsf_type
                    PERFORM VERIF_RESERVATION_SESSION
                    IF Wsf_reserve = 0 THEN
                        ADD 1 TO Wsf_count
                        MOVE fct_type TO Wct_type
                        PERFORM ECRIRE_TYPE_CERTIFICATION
                        MOVE SPACES TO Wsp_ligne
                        STRING "  - Astronaute n°" DELIMITED BY SIZE
                            fct_idAstronaute DELIMITED BY SIZE
                            " : " DELIMITED BY SIZE
                            Wct_typeECR DELIMITED BY SIZE
                            " expire le " DELIMITED BY SIZE
                            fct_dateExpiration DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fcertifs
        IF Wsf_count = 0 THEN
            MOVE "  Toutes les échéances ont une session réservée."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        VERIF_RESERVATION_SESSION.
        MOVE 0 TO Wsf_reserve
        OPEN INPUT Finscriptions
        MOVE Wsf_idAstro TO fif_idAstronaute
        START Finscriptions, KEY IS = fif_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wsf_fin2
            PERFORM WITH TEST AFTER UNTIL Wsf_fin2 = 1
                READ Finscriptions NEXT
                AT END MOVE 1 TO Wsf_fin2
                NOT AT END
                    IF fif_idAstronaute NOT = Wsf_idAstro THEN
                        MOVE 1 TO Wsf_fin2
                    ELSE
                        IF fif_actif = 1 AND fif_inscrit THEN
                            OPEN INPUT Fsessions
                            MOVE fif_idSession TO fsf_idSession
                            READ Fsessions
                            NOT INVALID KEY
                                IF fsf_ouverte AND
                                   fsf_typeCertif = Wsf_type THEN
                                    MOVE 1 TO Wsf_reserve
                                END-IF
                            END-READ
                            CLOSE Fsessions
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Finscriptions.

        AJOUT_EVALUATION_ASTRONAUTE.
        DISPLAY "Identifiant de l'astronaute évalué ?"
        ACCEPT Wev_idAstronaute
        OPEN INPUT Fastronautes
        MOVE Wev_idAstronaute TO fa_idAstronaute
        READ Fastronautes
        INVALID KEY
            DISPLAY "Cet astronaute n'existe pas."
        NOT INVALID KEY
          IF fa_actif = 0 THEN
            DISPLAY "Cet astronaute n'existe pas."
          ELSE
            DISPLAY "Note de l'évaluation ? (1 à 10)"
            MOVE 0 TO Wev_score
            PERFORM WITH TEST AFTER UNTIL
                            Wev_score > 0 AND Wev_score < 11
                ACCEPT Wev_score
            END-PERFORM
            DISPLAY "Commentaire (une ligne) ?"
            ACCEPT Wev_commentaire
            ACCEPT Wev_date FROM DATE YYYYMMDD
            OPEN EXTEND Fevaluations
            STRING Wev_idAstronaute DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wev_date DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wop_id DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wev_score DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wev_commentaire DELIMITED BY SIZE
                INTO evTampon
            END-STRING
            WRITE evTampon
            CLOSE Fevaluations
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "EVALUATION" TO Wau_action
            MOVE Wev_idAstronaute TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Évaluation enregistrée (evaluations.dat)."
          END-IF
        END-READ
        CLOSE Fastronautes.
                            REWRITE cmTampon END-REWRITE
                            ADD 1 TO Wfu_count
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fcommandes
                MOVE 0 TO Wfu_fin
                PERFORM WITH TEST AFTER UNTIL Wfu_fin = 1
                    MOVE 0 TO Wfu_trouve
                    OPEN I-O Ffinancements
                    MOVE 0 TO Wce_fin
                    PERFORM WITH TEST AFTER UNTIL Wce_fin = 1
                        READ Ffinancements NEXT
                        AT END
                            MOVE 1 TO Wce_fin
                            MOVE 1 TO Wfu_fin
                        NOT AT END
                            IF ffi_nomPays = Wfu_paysV AND
                               Wfu_trouve = 0 THEN
                                MOVE ffi_idMission TO Wfu_idEquipe
                                MOVE ffi_montant TO Wfu_montant
                                MOVE ffi_devise TO Wfu_devise
                                MOVE ffi_actif TO Wfu_actif
                                DELETE Ffinancements END-DELETE
                                MOVE 1 TO Wfu_trouve
                                MOVE 1 TO Wce_fin
                            END-IF
                        END-READ
                    END-PERFORM
                    IF Wfu_trouve = 1 THEN
                        MOVE Wfu_idEquipe TO ffi_idMission
                        MOVE Wfu_paysS TO ffi_nomPays
                        READ Ffinancements
                        INVALID KEY
                            MOVE Wfu_montant TO ffi_montant
                            MOVE Wfu_devise TO ffi_devise
                            MOVE Wfu_actif TO ffi_actif
                            WRITE fiTampon END-WRITE
                        NOT INVALID KEY
                            ADD Wfu_montant TO ffi_montant
                            REWRITE fiTampon END-REWRITE
                        END-READ
                        ADD 1 TO Wfu_count
                    END-IF
                    CLOSE Ffinancements
                END-PERFORM
                OPEN I-O Fpays
                MOVE Wfu_paysV TO p_nomPays
                READ Fpays
                INVALID KEY
                    DISPLAY "Impossible"
                NOT INVALID KEY
                    MOVE p_quota TO Wpq_quota
                    MOVE 0 TO p_actif
                    REWRITE pTampon END-REWRITE
                END-READ
                MOVE Wfu_paysS TO p_nomPays
                READ Fpays
                INVALID KEY
                    DISPLAY "Impossible"
                NOT INVALID KEY
                    ADD Wpq_quota TO p_quota
                    REWRITE pTampon END-REWRITE
                END-READ
                CLOSE Fpays
                MOVE "ASTRONAUTES" TO Wau_module
                MOVE "FUSION-PAYS" TO Wau_action
                STRING Wfu_paysV DELIMITED BY SPACE
                    " -> " DELIMITED BY SIZE
                    Wfu_paysS DELIMITED BY SPACE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Fusion des pays terminée : ", Wfu_count,
" référence(s) re-rattachée(s), pays ", Wfu_paysV, " désactivé."
            END-IF
        END-IF.

        GERER_EQUIPEMENTS_PERSO.
        DISPLAY ' '
        DISPLAY "1 : Enregistrer un équipement // 2 : Remettre à un",
" astronaute // 3 : Restitution"
        DISPLAY "4 : Changer l'état d'un équipement // 5 : Équipements",
" détenus // 6 : Taille de combinaison d'un astronaute"
        MOVE 0 TO Wep_choix
        PERFORM WITH TEST AFTER UNTIL Wep_choix > 0 AND Wep_choix < 7
            ACCEPT Wep_choix
        END-PERFORM
        ACCEPT Wep_aujourdhui FROM DATE YYYYMMDD
        EVALUATE Wep_choix
        WHEN 1 PERFORM EP_ENREGISTRER
        WHEN 2 PERFORM EP_REMETTRE
        WHEN 3 PERFORM EP_RESTITUER
        WHEN 4 PERFORM EP_CHANGER_ETAT
        WHEN 5
            DISPLAY "Identifiant de l'astronaute ? (0 : tous les",
" équipements remis)"
            MOVE 0 TO Wep_idAstro
            ACCEPT Wep_idAstro
            PERFORM EP_LISTER_DETENUS
        WHEN 6 PERFORM EP_SAISIR_TAILLE
        END-EVALUATE.

        EP_LIBELLES.
        EVALUATE fep_type
        WHEN 1 MOVE "Combinaison" TO Wep_typeECR
        WHEN 2 MOVE "Casque" TO Wep_typeECR
        WHEN 3 MOVE "Dosimètre individuel" TO Wep_typeECR
        WHEN OTHER MOVE "Autre" TO Wep_typeECR
        END-EVALUATE
        EVALUATE fep_etat
        WHEN 1 MOVE "Bon état" TO Wep_etatECR
        WHEN 2 MOVE "À réviser" TO Wep_etatECR
        WHEN OTHER MOVE "Hors service" TO Wep_etatECR
        END-EVALUATE.

        EP_ENREGISTRER.
        DISPLAY "Article du catalogue ?"
        ACCEPT Wfcg_item
        MOVE FUNCTION LOWER-CASE(Wfcg_item) TO Wfcg_item
        PERFORM VERIF_ARTICLE_CATALOGUE
        IF Wverif_ca = 0 THEN
            DISPLAY "Article absent du catalogue."
        ELSE
            DISPLAY "Type ? 1 : Combinaison // 2 : Casque // 3 :",
" Dosimètre individuel // 4 : Autre"
            MOVE 0 TO Wep_type
            PERFORM WITH TEST AFTER UNTIL Wep_type > 0 AND Wep_type < 5
                ACCEPT Wep_type
            END-PERFORM
            DISPLAY "Numéro de série ?"
            MOVE SPACES TO Wep_serie
            PERFORM WITH TEST AFTER UNTIL Wep_serie NOT = SPACES
                ACCEPT Wep_serie
            END-PERFORM
            MOVE FUNCTION UPPER-CASE(Wep_serie) TO Wep_serie
            DISPLAY "Taille ? (vide si sans objet)"
            MOVE SPACES TO Wep_taille
            ACCEPT Wep_taille
            MOVE FUNCTION UPPER-CASE(Wep_taille) TO Wep_taille
            MOVE 0 TO Wep_max
            OPEN I-O Fequip_perso
            MOVE 0 TO Wep_fin
            PERFORM WITH TEST AFTER UNTIL Wep_fin = 1
                READ Fequip_perso NEXT
                AT END MOVE 1 TO Wep_fin
                NOT AT END
                    IF fep_idEquipement > Wep_max THEN
                        MOVE fep_idEquipement TO Wep_max
                    END-IF
                END-READ
            END-PERFORM
            MOVE Wep_serie TO fep_numeroSerie
            READ Fequip_perso KEY IS fep_numeroSerie
            INVALID KEY
                ADD 1 TO Wep_max
                MOVE Wep_max TO fep_idEquipement
                MOVE Wfcg_item TO fep_nomArticle
                MOVE Wep_type TO fep_type
                MOVE Wep_serie TO fep_numeroSerie
                MOVE Wep_taille TO fep_taille
                MOVE 0 TO fep_idAstronaute
                MOVE 0 TO fep_dateRemise
                MOVE 1 TO fep_etat
                MOVE 0 TO fep_dateRetour
                MOVE 1 TO fep_actif
                WRITE epTampon END-WRITE
                IF fep_stat NOT = 00 THEN
                    MOVE fep_stat TO Wchk_stat
                    MOVE "Fequip_perso" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "ASTRONAUTES" TO Wau_module
                MOVE "EQUIPEMENT" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fep_idEquipement DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    fep_numeroSerie DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Équipement n°", fep_idEquipement,
" enregistré."
            NOT INVALID KEY
                DISPLAY "Ce numéro de série est déjà enregistré",
" (équipement n°", fep_idEquipement, ")."
            END-READ
            CLOSE Fequip_perso
        END-IF.

        EP_LIRE_EQUIPEMENT.
        MOVE 0 TO Wep_ok
        DISPLAY "Numéro de l'équipement ?"
        MOVE 0 TO Wep_id
        ACCEPT Wep_id
        MOVE Wep_id TO fep_idEquipement
        READ Fequip_perso
        INVALID KEY
            DISPLAY "Cet équipement n'existe pas."
        NOT INVALID KEY
            IF fep_actif = 0 THEN
                DISPLAY "Cet équipement a été réformé."
            ELSE
                MOVE 1 TO Wep_ok
            END-IF
        END-READ.

        EP_REMETTRE.
        OPEN I-O Fequip_perso
        PERFORM EP_LIRE_EQUIPEMENT
        IF Wep_ok = 1 THEN
            IF fep_idAstronaute > 0 THEN
                DISPLAY "Cet équipement est déjà remis à l'astronaute",
" n°", fep_idAstronaute, "."
                MOVE 0 TO Wep_ok
            END-IF
            IF fep_horsService THEN
                DISPLAY "Cet équipement est hors service."
                MOVE 0 TO Wep_ok
            END-IF
        END-IF
        IF Wep_ok = 1 THEN
            DISPLAY "Identifiant de l'astronaute ?"
            ACCEPT Wfa_idAstronaute
            OPEN INPUT Fastronautes
            MOVE Wfa_idAstronaute TO fa_idAstronaute
            READ Fastronautes
            INVALID KEY
                MOVE 0 TO Wep_ok
            NOT INVALID KEY
                IF fa_actif = 0 THEN
                    MOVE 0 TO Wep_ok
                END-IF
            END-READ
            CLOSE Fastronautes
            IF Wep_ok = 0 THEN
                DISPLAY "Cet astronaute n'existe pas."
            ELSE
                IF fep_combinaison AND fa_taille NOT = SPACES AND
                   fep_taille NOT = fa_taille THEN
                    DISPLAY "ATTENTION : combinaison de taille ",
fep_taille, " pour un astronaute de taille ", fa_taille, "."
                END-IF
                MOVE Wfa_idAstronaute TO fep_idAstronaute
                MOVE Wep_aujourdhui TO fep_dateRemise
                MOVE 0 TO fep_dateRetour
                REWRITE epTampon END-REWRITE
                IF fep_stat NOT = 00 THEN
                    MOVE fep_stat TO Wchk_stat
                    MOVE "Fequip_perso" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE "ASTRONAUTES" TO Wau_module
                MOVE "REMISE" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fep_idEquipement DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    fep_idAstronaute DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Équipement n°", fep_idEquipement,
" remis à l'astronaute n°", fep_idAstronaute, "."
            END-IF
        END-IF
        CLOSE Fequip_perso.

        EP_RESTITUER.
        OPEN I-O Fequip_perso
        PERFORM EP_LIRE_EQUIPEMENT
        IF Wep_ok = 1 AND fep_idAstronaute = 0 THEN
            DISPLAY "Cet équipement n'est remis à personne."
            MOVE 0 TO Wep_ok
        END-IF
        IF Wep_ok = 1 THEN
            DISPLAY "État au retour ? 1 : Bon état // 2 : À réviser",
" // 3 : Hors service"
            MOVE 0 TO Wep_etat
            PERFORM WITH TEST AFTER UNTIL Wep_etat > 0 AND Wep_etat < 4
                ACCEPT Wep_etat
            END-PERFORM
            MOVE fep_idAstronaute TO Wep_idAstro
            MOVE 0 TO fep_idAstronaute
            MOVE Wep_aujourdhui TO fep_dateRetour
            MOVE Wep_etat TO fep_etat
            REWRITE epTampon END-REWRITE
            IF fep_stat NOT = 00 THEN
                MOVE fep_stat TO Wchk_stat
                MOVE "Fequip_perso" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "ASTRONAUTES" TO Wau_module
            MOVE "RESTITUE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING fep_idEquipement DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                Wep_idAstro DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Restitution de l'équipement n°", fep_idEquipement,
" enregistrée."
        END-IF
        CLOSE Fequip_perso.

        EP_CHANGER_ETAT.
        OPEN I-O Fequip_perso
        PERFORM EP_LIRE_EQUIPEMENT
        IF Wep_ok = 1 THEN
            DISPLAY "Nouvel état ? 1 : Bon état // 2 : À réviser // 3 :",
" Hors service // 4 : Réformer"
            MOVE 0 TO Wep_etat
            PERFORM WITH TEST AFTER UNTIL Wep_etat > 0 AND Wep_etat < 5
                ACCEPT Wep_etat
            END-PERFORM
            IF Wep_etat = 4 THEN
                IF fep_idAstronaute > 0 THEN
                    DISPLAY "Équipement encore détenu par l'astronaute",
" n°", fep_idAstronaute, " : restitution préalable requise."
                ELSE
                    MOVE 3 TO fep_etat
                    MOVE 0 TO fep_actif
                END-IF
            ELSE
                MOVE Wep_etat TO fep_etat
            END-IF
            REWRITE epTampon END-REWRITE
            IF fep_stat NOT = 00 THEN
                MOVE fep_stat TO Wchk_stat
                MOVE "Fequip_perso" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            PERFORM EP_LIBELLES
            DISPLAY "Équipement n°", fep_idEquipement, " : ",
Wep_etatECR
        END-IF
        CLOSE Fequip_perso.

        EP_SAISIR_TAILLE.
        DISPLAY "Identifiant de l'astronaute ?"
        ACCEPT Wfa_idAstronaute
        OPEN I-O Fastronautes
        MOVE Wfa_idAstronaute TO fa_idAstronaute
        READ Fastronautes
        INVALID KEY
            DISPLAY "Cet astronaute n'existe pas."
        NOT INVALID KEY
            DISPLAY "Taille de combinaison actuelle : ", fa_taille
            DISPLAY "Nouvelle taille ?"
            MOVE SPACES TO Wep_taille
            PERFORM WITH TEST AFTER UNTIL Wep_taille NOT = SPACES
                ACCEPT Wep_taille
            END-PERFORM
            MOVE FUNCTION UPPER-CASE(Wep_taille) TO fa_taille
            REWRITE aTampon END-REWRITE
            IF fa_stat NOT = 00 THEN
                MOVE fa_stat TO Wchk_stat
                MOVE "Fastronautes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            DISPLAY "Taille de combinaison enregistrée."
        END-READ
        CLOSE Fastronautes.

        EP_LISTER_DETENUS.
        MOVE 0 TO Wep_count
        OPEN INPUT Fequip_perso
        MOVE 0 TO Wep_fin
        PERFORM WITH TEST AFTER UNTIL Wep_fin = 1
            READ Fequip_perso NEXT
            AT END MOVE 1 TO Wep_fin
            NOT AT END
                IF fep_actif = 1 AND fep_idAstronaute > 0 AND
                   (Wep_idAstro = 0 OR
                    fep_idAstronaute = Wep_idAstro) THEN
                    ADD 1 TO Wep_count
                    PERFORM EP_LIBELLES
                    DISPLAY "  n°", fep_idEquipement, " ",
Wep_typeECR, " ", fep_nomArticle, " série ", fep_numeroSerie,
" taille ", fep_taille, " - astronaute n°", fep_idAstronaute,
" depuis le ", fep_dateRemise, " (", Wep_etatECR, ")"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fequip_perso
        IF Wep_count = 0 THEN
            DISPLAY "  Aucun équipement personnel détenu."
        END-IF.

        EP_A_RECUPERER.
        MOVE 0 TO Wep_count
        OPEN INPUT Fequip_perso
        MOVE Wep_idAstro TO fep_idAstronaute
        START Fequip_perso, KEY IS = fep_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wep_fin
            PERFORM WITH TEST AFTER UNTIL Wep_fin = 1
                READ Fequip_perso NEXT
                AT END MOVE 1 TO Wep_fin
                NOT AT END
                    IF fep_idAstronaute NOT = Wep_idAstro THEN
                        MOVE 1 TO Wep_fin
                    ELSE
                        IF fep_actif = 1 THEN
                            IF Wep_count = 0 THEN
                                DISPLAY "Équipements personnels à",
" récupérer :"
                            END-IF
                            ADD 1 TO Wep_count
                            PERFORM EP_LIBELLES
                            DISPLAY "  n°", fep_idEquipement, " ",
Wep_typeECR, " ", fep_nomArticle, " série ", fep_numeroSerie,
" remis le ", fep_dateRemise
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fequip_perso.

        DISPONIBILITES_ASTRONAUTES.
        DISPLAY "Date de début de la période (AAAAMMJJ) ?"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            ACCEPT Wdm_debut
            MOVE Wdm_debut TO Wdt_date
            PERFORM VALIDER_DATE
            IF Wdt_ok = 0 THEN
                DISPLAY "Date invalide, recommencez."
            END-IF
        END-PERFORM
        DISPLAY "Date de fin de la période (AAAAMMJJ) ? (366 jours",
" au plus)"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            ACCEPT Wdm_fin
            MOVE Wdm_fin TO Wdt_date
            PERFORM VALIDER_DATE
            IF Wdt_ok = 1 THEN
                IF Wdm_fin < Wdm_debut OR
                   FUNCTION INTEGER-OF-DATE(Wdm_fin) -
                   FUNCTION INTEGER-OF-DATE(Wdm_debut) > 365 THEN
                    MOVE 0 TO Wdt_ok
                END-IF
            END-IF
            IF Wdt_ok = 0 THEN
                DISPLAY "Date invalide ou période incorrecte,",
" recommencez."
            END-IF
        END-PERFORM
        MOVE FUNCTION INTEGER-OF-DATE(Wdm_debut) TO Wdm_iDebut
        COMPUTE Wdm_nbJours =
            FUNCTION INTEGER-OF-DATE(Wdm_fin) - Wdm_iDebut + 1
        DISPLAY "Grille par jour ou par semaine ? (1 : Jour // 2 :",
" Semaine)"
        MOVE 0 TO Wdm_mode
        PERFORM WITH TEST AFTER UNTIL Wdm_mode = 1 OR Wdm_mode = 2
            ACCEPT Wdm_mode
        END-PERFORM
        IF Wdm_mode = 1 AND Wdm_nbJours > 100 THEN
            MOVE 2 TO Wdm_mode
            DISPLAY "Période de plus de 100 jours : grille par",
" semaine."
        END-IF
        IF Wdm_mode = 1 THEN
            MOVE Wdm_nbJours TO Wdm_nbCases
        ELSE
            COMPUTE Wdm_nbCases = (Wdm_nbJours + 6) / 7
        END-IF
        DISPLAY "Filtrer sur une équipe ? (identifiant, 0 : toutes)"
        ACCEPT Wdm_idEquipe
        DISPLAY "Filtrer sur une spécialité ? (code, 0 : toutes)"
        ACCEPT Wdm_specialite
        DISPLAY "Filtrer sur un pays ? (vide : tous)"
        MOVE SPACES TO Wdm_pays2
        ACCEPT Wdm_pays2
        MOVE FUNCTION LOWER-CASE(Wdm_pays2) TO Wdm_pays
        MOVE "DISPONIBILITES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Disponibilité des astronautes du " DELIMITED BY SIZE
            Wdm_debut DELIMITED BY SIZE
            " au " DELIMITED BY SIZE
            Wdm_fin DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        IF Wdm_mode = 1 THEN
            MOVE "Une case par jour (chiffre des unités du jour en tête)"
                TO Wsp_ligne
        ELSE
            MOVE "Une case par semaine de 7 jours à partir du début"
                TO Wsp_ligne
        END-IF
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE SPACES TO Wsp_ligne
        STRING "Codes : . libre / M mission / C congé / V inaptitude"
            DELIMITED BY SIZE
            " médicale / R repos post-mission / Q certification expirée"
            DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wdm_count
        MOVE 0 TO Wdm_nbLibres
        SORT Wtri_disponibilite
            ON ASCENDING KEY wdi_libre wdi_idAstronaute
            INPUT PROCEDURE IS DISPO_ALIMENTER
            OUTPUT PROCEDURE IS DISPO_ECRIRE
        IF Wdm_count = 0 THEN
            MOVE "  Aucun astronaute ne correspond aux filtres."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            MOVE SPACES TO Wsp_ligne
            STRING Wdm_count DELIMITED BY SIZE
                " astronaute(s) dont " DELIMITED BY SIZE
                Wdm_nbLibres DELIMITED BY SIZE
                " entièrement disponible(s)." DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        DISPO_ALIMENTER.
        OPEN INPUT Fastronautes
        MOVE 0 TO Wdm_fin2
        PERFORM WITH TEST AFTER UNTIL Wdm_fin2 = 1
            READ Fastronautes NEXT
            AT END MOVE 1 TO Wdm_fin2
            NOT AT END
                IF fa_actif = 1 AND fa_statut < 4 AND
                   (Wdm_idEquipe = 0 OR fa_idEquipe = Wdm_idEquipe) AND
                   (Wdm_specialite = 0 OR
                    fa_specialite = Wdm_specialite) AND
                   (Wdm_pays = SPACES OR
                    FUNCTION LOWER-CASE(fa_pays) = Wdm_pays) THEN
                    PERFORM DISPO_ASTRONAUTE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fastronautes.

        DISPO_ASTRONAUTE.
        ADD 1 TO Wdm_count
        INITIALIZE Wdm_table
        IF fa_convalescence OR fa_indisponible THEN
            MOVE Wdm_debut TO Wdm_du
            MOVE Wdm_fin TO Wdm_au
            MOVE 3 TO Wdm_code
            PERFORM DISPO_MARQUER
        END-IF
        OPEN INPUT Fconges
        MOVE fa_idAstronaute TO fco_idAstronaute
        START Fconges, KEY IS = fco_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdm_fin3
            PERFORM WITH TEST AFTER UNTIL Wdm_fin3 = 1
                READ Fconges NEXT
                AT END MOVE 1 TO Wdm_fin3
                NOT AT END
                    IF fco_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wdm_fin3
                    ELSE
                        IF fco_actif = 1 THEN
                            MOVE fco_dateDebut TO Wdm_du
                            MOVE fco_dateFin TO Wdm_au
                            MOVE 4 TO Wdm_code
                            PERFORM DISPO_MARQUER
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fconges
        OPEN INPUT Fvols
        MOVE fa_idAstronaute TO fvo_idAstronaute
        START Fvols, KEY IS = fvo_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdm_fin3
            PERFORM WITH TEST AFTER UNTIL Wdm_fin3 = 1
                READ Fvols NEXT
                AT END MOVE 1 TO Wdm_fin3
                NOT AT END
                    IF fvo_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wdm_fin3
                    ELSE
                        IF fvo_dateDebut > 0 THEN
                            MOVE fvo_dateDebut TO Wdm_du
                            MOVE fvo_dateFin TO Wdm_au
                            PERFORM DISPO_MARQUER_MISSION
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fvols
        IF fa_idEquipe > 0 THEN
            OPEN INPUT Fequipes
            MOVE fa_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                MOVE 0 TO fe_idMission
            END-READ
            CLOSE Fequipes
            IF fe_idMission > 0 THEN
                OPEN INPUT Fmissions
                MOVE fe_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fm_actif = 1 AND NOT fm_annulee AND
                       NOT fm_terminee AND fm_dateDebut > 0 THEN
                        MOVE fm_dateDebut TO Wdm_du
                        MOVE fm_dateFin TO Wdm_au
                        PERFORM DISPO_MARQUER_MISSION
                    END-IF
                END-READ
                CLOSE Fmissions
            END-IF
        END-IF
        OPEN INPUT Fcertifs
        MOVE fa_idAstronaute TO fct_idAstronaute
        START Fcertifs, KEY IS = fct_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wdm_fin3
            PERFORM WITH TEST AFTER UNTIL Wdm_fin3 = 1
                READ Fcertifs NEXT
                AT END MOVE 1 TO Wdm_fin3
                NOT AT END
                    IF fct_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wdm_fin3
                    ELSE
                        IF fct_actif = 1 AND fct_dateExpiration > 0 AND
                           fct_dateExpiration < Wdm_fin THEN
                            COMPUTE Wdm_du = FUNCTION DATE-OF-INTEGER(
                                FUNCTION INTEGER-OF-DATE(
                                fct_dateExpiration) + 1)
                            MOVE 0 TO Wdm_au
                            MOVE 1 TO Wdm_code
                            PERFORM DISPO_MARQUER
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcertifs
        MOVE 0 TO Wdm_libre
        MOVE SPACES TO wdi_ligne
        MOVE 1 TO Wdm_ptr
        STRING fa_idAstronaute DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fa_nom(1:18) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fa_prenom(1:12) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INTO wdi_ligne WITH POINTER Wdm_ptr
        END-STRING
        PERFORM VARYING Wdm_j FROM 1 BY 1 UNTIL Wdm_j > Wdm_nbCases
            IF Wdm_mode = 1 THEN
                MOVE Wdm_jour(Wdm_j) TO Wdm_max
            ELSE
                MOVE 0 TO Wdm_max
                COMPUTE Wdm_i = (Wdm_j - 1) * 7 + 1
                PERFORM VARYING Wdm_k FROM Wdm_i BY 1
                        UNTIL Wdm_k > Wdm_i + 6 OR Wdm_k > Wdm_nbJours
                    IF Wdm_jour(Wdm_k) > Wdm_max THEN
                        MOVE Wdm_jour(Wdm_k) TO Wdm_max
                    END-IF
                END-PERFORM
            END-IF
            IF Wdm_max > 0 THEN
                MOVE 1 TO Wdm_libre
            END-IF
            MOVE Wdm_codes(Wdm_max + 1:1) TO wdi_ligne(Wdm_ptr:1)
            ADD 1 TO Wdm_ptr
        END-PERFORM
        IF Wdm_libre = 0 THEN
            ADD 1 TO Wdm_nbLibres
        END-IF
        MOVE Wdm_libre TO wdi_libre
        MOVE fa_idAstronaute TO wdi_idAstronaute
        RELEASE wdi_rec.

        DISPO_MARQUER_MISSION.
        MOVE Wdm_au TO Wdm_date
        MOVE 5 TO Wdm_code
        PERFORM DISPO_MARQUER
        IF Wdm_date > 0 AND Wcfg_reposMin > 1 THEN
            COMPUTE Wdm_du = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Wdm_date) + 1)
            COMPUTE Wdm_au = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Wdm_date) + Wcfg_reposMin - 1)
            MOVE 2 TO Wdm_code
            PERFORM DISPO_MARQUER
        END-IF.

        DISPO_MARQUER.
        IF Wdm_au = 0 OR Wdm_au > Wdm_fin THEN
            MOVE Wdm_fin TO Wdm_au
        END-IF
        IF Wdm_du < Wdm_debut THEN
            MOVE Wdm_debut TO Wdm_du
        END-IF
        IF Wdm_du <= Wdm_au THEN
            COMPUTE Wdm_iDu =
                FUNCTION INTEGER-OF-DATE(Wdm_du) - Wdm_iDebut + 1
            COMPUTE Wdm_iAu =
                FUNCTION INTEGER-OF-DATE(Wdm_au) - Wdm_iDebut + 1
            PERFORM VARYING Wdm_i FROM Wdm_iDu BY 1
                    UNTIL Wdm_i > Wdm_iAu
                IF Wdm_jour(Wdm_i) < Wdm_code THEN
                    MOVE Wdm_code TO Wdm_jour(Wdm_i)
                END-IF
            END-PERFORM
        END-IF.

        DISPO_ECRIRE.
        MOVE SPACES TO Wsp_ligne
        MOVE "Astronaute" TO Wsp_ligne
        MOVE 39 TO Wdm_ptr
        PERFORM VARYING Wdm_j FROM 1 BY 1 UNTIL Wdm_j > Wdm_nbCases
            IF Wdm_mode = 1 THEN
                COMPUTE Wdm_date = FUNCTION DATE-OF-INTEGER(
                    Wdm_iDebut + Wdm_j - 1)
                MOVE FUNCTION MOD(Wdm_date, 10) TO Wdm_chiffre
            ELSE
                MOVE FUNCTION MOD(Wdm_j, 10) TO Wdm_chiffre
            END-IF
            MOVE Wdm_chiffre TO Wsp_ligne(Wdm_ptr:1)
            ADD 1 TO Wdm_ptr
        END-PERFORM
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 9 TO Wdm_groupe
        MOVE 0 TO Wtri_fin
        PERFORM WITH TEST AFTER UNTIL Wtri_fin = 1
            RETURN Wtri_disponibilite
                AT END MOVE 1 TO Wtri_fin
                NOT AT END
                    IF wdi_libre NOT = Wdm_groupe THEN
                        MOVE wdi_libre TO Wdm_groupe
                        IF wdi_libre = 0 THEN
                            MOVE "Entièrement disponibles :"
                                TO Wsp_ligne
                        ELSE
                            MOVE "Indisponibles sur une partie de la période :"
                                TO Wsp_ligne
                        END-IF
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                    MOVE wdi_ligne TO Wsp_ligne
                    PERFORM ECRIRE_LIGNE_RAPPORT
            END-RETURN
        END-PERFORM.

        RISQUE_COMPETENCES_CLES.
        ACCEPT Wkp_date(1) FROM DATE YYYYMMDD
        MOVE 6 TO Wkp_ajout
        PERFORM KP_AJOUTER_MOIS
        MOVE Wdt_date TO Wkp_date(2)
        MOVE 12 TO Wkp_ajout
        PERFORM KP_AJOUTER_MOIS
        MOVE Wdt_date TO Wkp_date(3)
        INITIALIZE Wkp_compteurs
        OPEN INPUT Fastronautes
        MOVE 0 TO Wkp_fin
        PERFORM WITH TEST AFTER UNTIL Wkp_fin = 1
            READ Fastronautes NEXT
            AT END MOVE 1 TO Wkp_fin
            NOT AT END
                IF fa_actif = 1 AND fa_apte THEN
                    PERFORM KP_EVALUER_ASTRONAUTE
                    PERFORM KP_COMPTER_ASTRONAUTE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fastronautes
        MOVE "RISQUE_COMPETENCES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE Wcfg_minCompetence TO Wkp_minECR
        STRING "Dépendance aux compétences clés au " DELIMITED BY SIZE
            Wkp_date(1) DELIMITED BY SIZE
            " (minimum requis : " DELIMITED BY SIZE
            Wkp_minECR DELIMITED BY SIZE
            " astronaute(s))" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING "Projections au " DELIMITED BY SIZE
            Wkp_date(2) DELIMITED BY SIZE
            " (6 mois) et au " DELIMITED BY SIZE
            Wkp_date(3) DELIMITED BY SIZE
            " (12 mois) : expirations et congés planifiés"
                DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "Comptés : astronautes actifs, aptes, hors congé, avec une"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "certification valide (du type concerné pour les"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "certifications, quelconque pour les spécialités)."
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wkp_nbSous
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "SPECIALITES      aujourd'hui   6 mois  12 mois" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "SPEC" TO Wkp_genre
        PERFORM VARYING Wkp_i FROM 1 BY 1 UNTIL Wkp_i > 99
            MOVE Wkp_i TO Wkp_code
            PERFORM KP_LIGNE_COMPETENCE
        END-PERFORM
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "CERTIFICATIONS   aujourd'hui   6 mois  12 mois" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE "CERT" TO Wkp_genre
        PERFORM VARYING Wkp_i FROM 1 BY 1 UNTIL Wkp_i > 99
            MOVE Wkp_i TO Wkp_code
            PERFORM KP_LIGNE_COMPETENCE
        END-PERFORM
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE Wkp_nbSous TO Wkp_n1ECR
        STRING Wkp_n1ECR DELIMITED BY SIZE
            " compétence(s) sous le minimum, aujourd'hui ou en"
                DELIMITED BY SIZE
            " projection." DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        KP_AJOUTER_MOIS.
        COMPUTE Wkp_annee = Wkp_date(1) / 10000
        COMPUTE Wkp_mois = Wkp_date(1) / 100 - Wkp_annee * 100
        COMPUTE Wkp_jour = FUNCTION MOD(Wkp_date(1), 100)
        COMPUTE Wkp_mois = Wkp_mois - 1 + Wkp_ajout
        DIVIDE 12 INTO Wkp_mois GIVING Wkp_q REMAINDER Wkp_r
        ADD Wkp_q TO Wkp_annee
        COMPUTE Wkp_mois = Wkp_r + 1
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            COMPUTE Wdt_date = Wkp_annee * 10000 + Wkp_mois * 100
                + Wkp_jour
            PERFORM VALIDER_DATE
            IF Wdt_ok = 0 THEN
                SUBTRACT 1 FROM Wkp_jour
            END-IF
        END-PERFORM.

        KP_EVALUER_ASTRONAUTE.
        INITIALIZE Wkp_astro
        OPEN INPUT Fconges
        MOVE fa_idAstronaute TO fco_idAstronaute
        START Fconges, KEY IS = fco_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wkp_fin2
            PERFORM WITH TEST AFTER UNTIL Wkp_fin2 = 1
                READ Fconges NEXT
                AT END MOVE 1 TO Wkp_fin2
                NOT AT END
                    IF fco_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wkp_fin2
                    ELSE
                        IF fco_actif = 1 THEN
                            PERFORM VARYING Wkp_h FROM 1 BY 1
                                    UNTIL Wkp_h > 3
                                IF fco_dateDebut <= Wkp_date(Wkp_h) AND
                                        fco_dateFin >= Wkp_date(Wkp_h)
                                        THEN
                                    MOVE 1 TO Wkp_conge(Wkp_h)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fconges
        OPEN INPUT Fcertifs
        MOVE fa_idAstronaute TO fct_idAstronaute
        START Fcertifs, KEY IS = fct_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wkp_fin2
            PERFORM WITH TEST AFTER UNTIL Wkp_fin2 = 1
                READ Fcertifs NEXT
                AT END MOVE 1 TO Wkp_fin2
                NOT AT END
                    IF fct_idAstronaute NOT = fa_idAstronaute THEN
                        MOVE 1 TO Wkp_fin2
                    ELSE
                        IF fct_actif = 1 AND fct_type > 0 THEN
                            MOVE fct_dateExpiration
                                TO Wkp_exp(fct_type)
                            PERFORM VARYING Wkp_h FROM 1 BY 1
                                    UNTIL Wkp_h > 3
                                IF fct_dateExpiration >= Wkp_date(Wkp_h)
                                        THEN
                                    MOVE 1 TO Wkp_valide(fct_type, Wkp_h)
                                    MOVE 1 TO Wkp_tout(Wkp_h)
                                END-IF
                            END-PERFORM
                            IF fct_dateExpiration >= Wkp_date(1) AND
                                    fct_dateExpiration > Wkp_expMax THEN
                                MOVE fct_dateExpiration TO Wkp_expMax
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcertifs.

        KP_COMPTER_ASTRONAUTE.
        PERFORM VARYING Wkp_h FROM 1 BY 1 UNTIL Wkp_h > 3
            IF Wkp_conge(Wkp_h) = 0 THEN
                IF fa_specialite > 0 AND Wkp_tout(Wkp_h) = 1 THEN
                    ADD 1 TO Wkp_sNb(fa_specialite, Wkp_h)
                END-IF
                PERFORM VARYING Wkp_r FROM 1 BY 1 UNTIL Wkp_r > 99
                    IF Wkp_valide(Wkp_r, Wkp_h) = 1 THEN
                        ADD 1 TO Wkp_cNb(Wkp_r, Wkp_h)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

        KP_LIGNE_COMPETENCE.
        MOVE Wkp_genre TO Wcx_table
        MOVE Wkp_code TO Wcx_code
        PERFORM LIRE_CODE_REFERENCE
        IF Wkp_genre = "SPEC" THEN
            MOVE Wkp_sNb(Wkp_code, 1) TO Wkp_n1
            MOVE Wkp_sNb(Wkp_code, 2) TO Wkp_n2
            MOVE Wkp_sNb(Wkp_code, 3) TO Wkp_n3
        ELSE
            MOVE Wkp_cNb(Wkp_code, 1) TO Wkp_n1
            MOVE Wkp_cNb(Wkp_code, 2) TO Wkp_n2
            MOVE Wkp_cNb(Wkp_code, 3) TO Wkp_n3
        END-IF
        IF Wcx_valide = 1 OR Wkp_n1 > 0 OR Wkp_n2 > 0 OR Wkp_n3 > 0
                THEN
            MOVE 0 TO Wkp_sous
            IF Wkp_n1 < Wcfg_minCompetence OR
                    Wkp_n2 < Wcfg_minCompetence OR
                    Wkp_n3 < Wcfg_minCompetence THEN
                MOVE 1 TO Wkp_sous
                ADD 1 TO Wkp_nbSous
            END-IF
            MOVE Wkp_n1 TO Wkp_n1ECR
            MOVE Wkp_n2 TO Wkp_n2ECR
            MOVE Wkp_n3 TO Wkp_n3ECR
            MOVE Wcx_libelle TO Wsp_ligne(3:22)
            MOVE Wkp_n1ECR TO Wsp_ligne(25:4)
            MOVE Wkp_n2ECR TO Wsp_ligne(34:4)
            MOVE Wkp_n3ECR TO Wsp_ligne(43:4)
            IF Wkp_sous = 1 THEN
                MOVE "*** SOUS LE MINIMUM" TO Wsp_ligne(49:19)
            END-IF
            PERFORM ECRIRE_LIGNE_RAPPORT
            IF Wkp_sous = 1 THEN
                PERFORM KP_NOMMER_DETENTEURS
            END-IF
        END-IF.

        KP_NOMMER_DETENTEURS.
        MOVE 0 TO Wkp_nbNommes
        OPEN INPUT Fastronautes
        MOVE 0 TO Wkp_fin
        PERFORM WITH TEST AFTER UNTIL Wkp_fin = 1
            READ Fastronautes NEXT
            AT END MOVE 1 TO Wkp_fin
            NOT AT END
                IF fa_actif = 1 AND fa_apte THEN
                    MOVE 0 TO Wkp_retenu
                    IF Wkp_genre = "SPEC" THEN
                        IF fa_specialite = Wkp_code THEN
                            MOVE 1 TO Wkp_retenu
                        END-IF
                    ELSE
                        MOVE 1 TO Wkp_retenu
                    END-IF
                    IF Wkp_retenu = 1 THEN
                        PERFORM KP_EVALUER_ASTRONAUTE
                        PERFORM KP_NOMMER_ASTRONAUTE
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fastronautes
        IF Wkp_nbNommes = 0 THEN
            MOVE "      Aucun astronaute ne détient cette compétence."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        KP_NOMMER_ASTRONAUTE.
        MOVE 0 TO Wkp_retenu
        IF Wkp_genre = "SPEC" THEN
            IF Wkp_conge(1) = 0 AND Wkp_tout(1) = 1 THEN
                MOVE 1 TO Wkp_retenu
                MOVE Wkp_expMax TO Wkp_expLigne
                MOVE "non" TO Wkp_dispo6
                IF Wkp_conge(2) = 0 AND Wkp_tout(2) = 1 THEN
                    MOVE "oui" TO Wkp_dispo6
                END-IF
                MOVE "non" TO Wkp_dispo12
                IF Wkp_conge(3) = 0 AND Wkp_tout(3) = 1 THEN
                    MOVE "oui" TO Wkp_dispo12
                END-IF
            END-IF
        ELSE
            IF Wkp_conge(1) = 0 AND Wkp_valide(Wkp_code, 1) = 1 THEN
                MOVE 1 TO Wkp_retenu
                MOVE Wkp_exp(Wkp_code) TO Wkp_expLigne
                MOVE "non" TO Wkp_dispo6
                IF Wkp_conge(2) = 0 AND Wkp_valide(Wkp_code, 2) = 1 THEN
                    MOVE "oui" TO Wkp_dispo6
                END-IF
                MOVE "non" TO Wkp_dispo12
                IF Wkp_conge(3) = 0 AND Wkp_valide(Wkp_code, 3) = 1 THEN
                    MOVE "oui" TO Wkp_dispo12
                END-IF
            END-IF
        END-IF
        IF Wkp_retenu = 1 THEN
            ADD 1 TO Wkp_nbNommes
            STRING "      " DELIMITED BY SIZE
                fa_idAstronaute DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fa_prenom DELIMITED BY "  "
                " " DELIMITED BY SIZE
                fa_nom DELIMITED BY "  "
                " - certif. valide jusqu'au " DELIMITED BY SIZE
                Wkp_expLigne DELIMITED BY SIZE
                " - 6 mois : " DELIMITED BY SIZE
                Wkp_dispo6 DELIMITED BY SIZE
                " - 12 mois : " DELIMITED BY SIZE
                Wkp_dispo12 DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        SAISIR_CONTACTS_URGENCE.
Wmh_idEquipe, " est désormais vacant : organisez la succession."
                END-IF
            END-IF
            IF Wml_statut = 5 THEN
                MOVE 1 TO Wsv_propose
                MOVE fa_nomLieu TO Wsv_lieu
                MOVE SPACES TO Wsv_exclu
                MOVE SPACES TO Wsv_motif
                STRING "disparu n°" DELIMITED BY SIZE
                    fa_idAstronaute DELIMITED BY SIZE
                    INTO Wsv_motif
                END-STRING
            END-IF
            MOVE Wml_statut TO fa_statut
            MOVE 0 TO fa_idEquipe
            MOVE SPACES TO fa_nomLieu
                DISPLAY "Disparition enregistrée : l'astronaute n°",
Wfa_idAstronaute, " est inscrit au registre mémorial."
            END-IF
            MOVE Wfa_idAstronaute TO Wep_idAstro
            PERFORM EP_A_RECUPERER
          END-IF
        END-READ
        CLOSE Fastronautes
        IF Wsv_propose = 1 THEN
            MOVE 0 TO Wsv_propose
            PERFORM PROPOSITION_SAUVETAGE_INCIDENT
        END-IF.

        RETRAITE_ASTRONAUTE.
        DISPLAY "Identifiant de l'astronaute partant à la retraite ?"
        MOVE 0 TO Wpn_id
        ACCEPT Wpn_id
        ACCEPT Wpn_date FROM DATE YYYYMMDD
        MOVE 1 TO Wpn_ok
        OPEN INPUT Fpensions
        MOVE Wpn_id TO fpn_idAstronaute
        READ Fpensions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Cet astronaute est déjà inscrit au fichier des",
" pensions."
            MOVE 0 TO Wpn_ok
        END-READ
        CLOSE Fpensions
        IF Wpn_ok = 1 THEN
            PERFORM PREMIERE_COMPO_ASTRONAUTE
            OPEN I-O Fastronautes
            MOVE Wpn_id TO fa_idAstronaute
            READ Fastronautes WITH LOCK
            INVALID KEY
                DISPLAY "Cet astronaute n'existe pas."
            NOT INVALID KEY
              IF fa_actif = 0 OR fa_statut > 3 THEN
                DISPLAY "Cet astronaute n'est plus en service."
              ELSE
                PERFORM RETRAITE_ELIGIBILITE
                IF Wpn_eligible = 1 THEN
                    PERFORM RETRAITE_MISSION_EQUIPE
                END-IF
                IF Wpn_eligible = 1 AND Wpn_ok = 1 THEN
                    PERFORM CALCULER_PENSION
                    MOVE Wpn_montant TO Wpn_montantECR
                    DISPLAY "Pension mensuelle calculée : ",
Wpn_montantECR, " (grade ", fa_grade, ", ", Wpn_annees,
" an(s) de service, ", fa_joursVol, " jour(s) de vol)"
                    DISPLAY "Confirmer le départ à la retraite ?",
" (0 : Non // 1 : Oui)"
                    MOVE 9 TO Wpn_choix
                    PERFORM WITH TEST AFTER UNTIL
                            Wpn_choix = 0 OR Wpn_choix = 1
                        ACCEPT Wpn_choix
                    END-PERFORM
                    IF Wpn_choix = 1 THEN
                        MOVE "Fastronautes" TO Wji_fichier
                        MOVE fa_idAstronaute TO Wji_cle
                        MOVE aTampon TO Wji_image
                        PERFORM JOURNALISER_IMAGE
                        PERFORM RETRAITE_LIBERER_EQUIPE
                        MOVE 6 TO fa_statut
                        MOVE 0 TO fa_idEquipe
                        MOVE SPACES TO fa_nomLieu
                        REWRITE aTampon END-REWRITE
                        IF fa_stat NOT = 00 THEN
                            MOVE fa_stat TO Wchk_stat
                            MOVE "Fastronautes" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        OPEN I-O Fpensions
                        MOVE fa_idAstronaute TO fpn_idAstronaute
                        MOVE Wpn_dateNaissance TO fpn_dateNaissance
                        MOVE Wpn_dateEntree TO fpn_dateEntree
                        MOVE Wpn_date TO fpn_dateRetraite
                        MOVE Wpn_annees TO fpn_anneesService
                        MOVE fa_grade TO fpn_grade
                        MOVE fa_joursVol TO fpn_joursVol
                        MOVE Wpn_salaire TO fpn_salaireReference
                        MOVE Wpn_montant TO fpn_montantMensuel
                        MOVE 1 TO fpn_statut
                        MOVE 0 TO fpn_dernierePaie
                        WRITE pnTampon END-WRITE
                        IF fpn_stat NOT = 00 THEN
                            MOVE fpn_stat TO Wchk_stat
                            MOVE "Fpensions" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        END-IF
                        CLOSE Fpensions
                        MOVE "ASTRONAUTES" TO Wau_module
                        MOVE "RETRAITE" TO Wau_action
                        MOVE fa_idAstronaute TO Wau_detail
                        PERFORM ENREGISTRER_AUDIT
                        DISPLAY "Départ à la retraite enregistré :",
" l'astronaute n°", fa_idAstronaute, " est inscrit au fichier des",
" pensions (pensions.dat)."
                        MOVE fa_idAstronaute TO Wep_idAstro
                        PERFORM EP_A_RECUPERER
                    END-IF
                END-IF
              END-IF
              UNLOCK Fastronautes
            END-READ
            CLOSE Fastronautes
        END-IF.

        PREMIERE_COMPO_ASTRONAUTE.
        MOVE 0 TO Wpn_premiereCompo
        OPEN INPUT Fcompo_equipes
        MOVE Wpn_id TO fce_idAstronaute
        START Fcompo_equipes, KEY IS = fce_idAstronaute
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wpn_fin
            PERFORM WITH TEST AFTER UNTIL Wpn_fin = 1
                READ Fcompo_equipes NEXT
                AT END MOVE 1 TO Wpn_fin
                NOT AT END
                    IF fce_idAstronaute NOT = Wpn_id THEN
                        MOVE 1 TO Wpn_fin
                    ELSE
                        IF fce_dateDebut > 0 AND
                           (Wpn_premiereCompo = 0 OR
                            fce_dateDebut < Wpn_premiereCompo) THEN
                            MOVE fce_dateDebut TO Wpn_premiereCompo
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcompo_equipes.

        RETRAITE_ELIGIBILITE.
        MOVE 0 TO Wpn_eligible
        DISPLAY "Date de naissance (AAAAMMJJ) ?"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            MOVE 0 TO Wpn_dateNaissance
            ACCEPT Wpn_dateNaissance
            MOVE Wpn_dateNaissance TO Wdt_date
            PERFORM VALIDER_DATE
            IF Wdt_ok = 1 AND Wpn_dateNaissance >= Wpn_date THEN
                MOVE 0 TO Wdt_ok
            END-IF
        END-PERFORM
        IF Wpn_premiereCompo > 0 THEN
            DISPLAY "Date d'entrée en service (AAAAMMJJ, 0 pour la",
" première affectation connue : ", Wpn_premiereCompo, ") ?"
        ELSE
            DISPLAY "Date d'entrée en service (AAAAMMJJ) ?"
        END-IF
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            MOVE 0 TO Wpn_dateEntree
            ACCEPT Wpn_dateEntree
            IF Wpn_dateEntree = 0 THEN
                MOVE Wpn_premiereCompo TO Wpn_dateEntree
            END-IF
            MOVE Wpn_dateEntree TO Wdt_date
            PERFORM VALIDER_DATE
            IF Wdt_ok = 1 AND (Wpn_dateEntree > Wpn_date
            OR Wpn_dateEntree <= Wpn_dateNaissance) THEN
                MOVE 0 TO Wdt_ok
            END-IF
        END-PERFORM
        COMPUTE Wpn_age = (Wpn_date - Wpn_dateNaissance) / 10000
        COMPUTE Wpn_annees = (Wpn_date - Wpn_dateEntree) / 10000
        DISPLAY "Âge : ", Wpn_age, " an(s) // Service : ", Wpn_annees,
" an(s)"
        IF (Wpn_age >= Wcfg_ageRetraite
            AND Wpn_annees >= Wcfg_serviceMinRetraite)
        OR Wpn_annees >= Wcfg_serviceRetraite THEN
            MOVE 1 TO Wpn_eligible
        ELSE
            DISPLAY "Départ refusé : conditions non remplies (",
Wcfg_ageRetraite, " ans et ", Wcfg_serviceMinRetraite,
" ans de service, ou ", Wcfg_serviceRetraite, " ans de service)."
        END-IF.

        RETRAITE_MISSION_EQUIPE.
        MOVE fa_idEquipe TO Wpn_idEquipe
        IF Wpn_idEquipe > 0 THEN
            OPEN INPUT Fequipes
            MOVE Wpn_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                MOVE 0 TO fe_idMission
            END-READ
            CLOSE Fequipes
            IF fe_idMission > 0 THEN
                OPEN INPUT Fmissions
                MOVE fe_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fm_actif = 1 AND fm_enCours THEN
                        DISPLAY "L'équipe n°", Wpn_idEquipe,
" est en vol (mission n°", fm_idMission, ") : départ impossible",
" avant son retour."
                        MOVE 0 TO Wpn_ok
                    END-IF
                    IF fm_actif = 1 AND fm_planifiee THEN
                        DISPLAY "ATTENTION : l'astronaute sera retiré",
" de l'équipage de la mission planifiée n°", fm_idMission, "."
                        IF fe_nbAstronautes - 1 < Wcfg_effectifMin
                        THEN
                            DISPLAY "ATTENTION : l'équipe n°",
Wpn_idEquipe, " passera sous l'effectif minimal (",
Wcfg_effectifMin, ")."
                        END-IF
                    END-IF
                END-READ
                CLOSE Fmissions
            END-IF
        END-IF.

        RETRAITE_LIBERER_EQUIPE.
        MOVE fa_idEquipe TO Wmh_idEquipe
        IF fa_idEquipe > 0 THEN
            MOVE fa_idAstronaute TO Wmh_idAstronaute
            MOVE "SORTIE" TO Wmh_action
            PERFORM ENREGISTRER_HISTORIQUE_EQUIPE
            PERFORM ENREGISTRER_COMPO_EQUIPE
            OPEN I-O Fequipes
            MOVE Wmh_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                DISPLAY " "
            NOT INVALID KEY
                SUBTRACT 1 FROM fe_nbAstronautes
                REWRITE eTampon END-REWRITE
                IF fe_stat NOT = 00 THEN
                    MOVE fe_stat TO Wchk_stat
                    MOVE "Fequipes" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-READ
            CLOSE Fequipes
            IF fa_role = 1 THEN
                DISPLAY "Le poste de commandant de l'équipe n°",
Wmh_idEquipe, " est désormais vacant : organisez la succession."
            END-IF
        END-IF.

        CALCULER_PENSION.
        MOVE 0 TO Wpn_salaire
        OPEN INPUT Fgrades
        MOVE fa_grade TO fgr_grade
        READ Fgrades
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE fgr_salaireMensuel TO Wpn_salaire
        END-READ
        CLOSE Fgrades
        IF Wpn_salaire = 0 THEN
            DISPLAY "ATTENTION : grade sans salaire de référence,",
" seule la prime de vol est retenue."
        END-IF
        COMPUTE Wpn_taux = Wpn_annees * Wcfg_tauxAnnuite
        IF Wpn_taux > Wcfg_tauxPensionMax THEN
            MOVE Wcfg_tauxPensionMax TO Wpn_taux
        END-IF
        COMPUTE Wpn_montant ROUNDED = Wpn_salaire * Wpn_taux
            + fa_joursVol * Wcfg_primeJourVol.

        LISTER_PENSIONS.
        DISPLAY "#############"
        DISPLAY "Fichier des pensions :"
        MOVE 0 TO Wpn_count
        MOVE 0 TO Wpn_total
        OPEN INPUT Fpensions
        MOVE 0 TO Wpn_fin
        PERFORM WITH TEST AFTER UNTIL Wpn_fin = 1
            READ Fpensions NEXT
            AT END MOVE 1 TO Wpn_fin
            NOT AT END
                ADD 1 TO Wpn_count
                MOVE fpn_montantMensuel TO Wpn_montantECR
                IF fpn_enPaiement THEN
                    ADD fpn_montantMensuel TO Wpn_total
                    DISPLAY "  - Astronaute n°", fpn_idAstronaute,
" retraité le ", fpn_dateRetraite, " : ", Wpn_montantECR,
" / mois (dernière paie ", fpn_dernierePaie, ")"
                ELSE
                    DISPLAY "  - Astronaute n°", fpn_idAstronaute,
" retraité le ", fpn_dateRetraite, " : ", Wpn_montantECR,
" / mois (suspendue)"
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fpensions
        IF Wpn_count = 0 THEN
            DISPLAY "  Aucun retraité inscrit."
        ELSE
            MOVE Wpn_total TO Wpn_totalECR
            DISPLAY "Total mensuel des pensions en paiement : ",
Wpn_totalECR
        END-IF.

        AFFICHER_MEMORIAL.
        DISPLAY "#############"
        END-IF.

        ECRIRE_SPECIALITE_ASTRONAUTE.
        MOVE "Aucune" TO Wfa_specialiteECR
        IF fa_specialite > 0 THEN
            MOVE "SPEC" TO Wcx_table
            MOVE fa_specialite TO Wcx_code
            PERFORM LIRE_CODE_REFERENCE
            IF Wcx_trouve = 1 THEN
                MOVE Wcx_libelle TO Wfa_specialiteECR
            END-IF
        END-IF.

        ECRIRE_ETAPE_FORMATION.
        EVALUATE Wch_etape
            IF fa_disparu THEN
                MOVE "Disparu" TO Wfa_statutECR
            END-IF
            IF fa_retraite THEN
                MOVE "Retraité" TO Wfa_statutECR
            END-IF
            OPEN OUTPUT Ffiche
            STRING "=====================================" DELIMITED BY SIZE
                INTO fpTampon
        MOVE 0 TO fa_doseCarriere
        MOVE 0 TO fa_joursVol
        MOVE 1 TO fa_grade
        MOVE SPACES TO fa_taille
        MOVE SPACES TO fa_nomLieu
        MOVE 101 TO fa_idAstronaute
        MOVE "CHAUVIERE" TO fa_nom
                MOVE 1 TO Wastro_fin
            NOT AT END
              IF fa_actif = 1 THEN
                PERFORM ECRIRE_SPECIALITE_ASTRONAUTE
                MOVE SPACES TO aTamponCSV
                STRING fa_idAstronaute DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fa_nom DELIMITED BY SIZE
                    fa_statut DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fa_missionsVolees DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fa_specialite DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    Wfa_specialiteECR DELIMITED BY SIZE
                    INTO aTamponCSV
                END-STRING
                WRITE aTamponCSV
