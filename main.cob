        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fsv_stat.

SELECT Fcodes ASSIGN TO "codes_reference.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcx_stat
        RECORD KEY fcx_cle.

SELECT Fsessions ASSIGN TO "sessions_formation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsf_stat
        RECORD KEY fsf_idSession
        ALTERNATE RECORD KEY fsf_typeCertif WITH DUPLICATES.

SELECT Finscriptions ASSIGN TO "inscriptions_formation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fif_stat
        RECORD KEY fif_cle
        ALTERNATE RECORD KEY fif_idAstronaute WITH DUPLICATES.

SELECT Fobjectifs ASSIGN TO "objectifs_missions.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fob_stat
        RECORD KEY fob_cle
        ALTERNATE RECORD KEY fob_idMission WITH DUPLICATES.

SELECT Fmodeles_objectifs ASSIGN TO "modeles_objectifs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fmb_stat
        RECORD KEY fmb_cle
        ALTERNATE RECORD KEY fmb_idModele WITH DUPLICATES.

SELECT Wtri_objectifs ASSIGN TO "tri_objectifs.tmp".

SELECT Fechantillons ASSIGN TO "echantillons.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsa_stat
        RECORD KEY fsa_idEchantillon
        ALTERNATE RECORD KEY fsa_idMission WITH DUPLICATES.

SELECT Fgardes ASSIGN TO "gardes_echantillons.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fgd_stat
        RECORD KEY fgd_cle
        ALTERNATE RECORD KEY fgd_idEchantillon WITH DUPLICATES.

SELECT Fpolices ASSIGN TO "polices_assurance.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpo_stat
        RECORD KEY fpo_idPolice
        ALTERNATE RECORD KEY fpo_nomVaisseau WITH DUPLICATES.

SELECT Fsinistres ASSIGN TO "sinistres.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsn_stat
        RECORD KEY fsn_idSinistre
        ALTERNATE RECORD KEY fsn_nomVaisseau WITH DUPLICATES.

SELECT Ffournisseurs ASSIGN TO "fournisseurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ffr_stat
        RECORD KEY ffr_idFournisseur.

SELECT Ffactures ASSIGN TO "factures_fournisseurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ffc_stat
        RECORD KEY ffc_idFacture
        ALTERNATE RECORD KEY ffc_idCommande WITH DUPLICATES.

SELECT Finventaires ASSIGN TO "inventaires.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsk_stat
        RECORD KEY fsk_idInventaire
        ALTERNATE RECORD KEY fsk_nomLieu WITH DUPLICATES.

SELECT Flignes_comptage ASSIGN TO "lignes_comptage.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fkl_stat
        RECORD KEY fkl_cle.

SELECT Fpertes ASSIGN TO "pertes_stock.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpl_stat
        RECORD KEY fpl_idPerte.

SELECT Fagences ASSIGN TO "agences_partenaires.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fag_stat
        RECORD KEY fag_code.

SELECT Farrivees ASSIGN TO "arrivees_telemetrie.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fta_stat
        RECORD KEY fta_idArrivee.

SELECT Fsuivi_envois ASSIGN TO "suivi_envois_agences.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsm_stat
        RECORD KEY fsm_cle.

SELECT Fjournal_envois ASSIGN TO "journal_envois_agences.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fje_stat
        RECORD KEY fje_cle.

SELECT Farchive_envois ASSIGN TO "archive_envois_agences.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fxl_stat
        RECORD KEY fxl_cle.

SELECT Fsortie_agence ASSIGN TO Wxe_fichier
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fxe_stat.

SELECT Fseuils_sante ASSIGN TO "seuils_sante.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsu_stat
        RECORD KEY fsu_typeVaisseau.

SELECT Freleves_sante ASSIGN TO "releves_sante.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsr_stat
        RECORD KEY fsr_cle.

SELECT Fincompat ASSIGN TO "incompatibilites.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fix_stat
        RECORD KEY fix_cle.

SELECT Fpensions ASSIGN TO "pensions.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpn_stat
        RECORD KEY fpn_idAstronaute.

SELECT Fengagements ASSIGN TO "engagements.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fng_stat
        RECORD KEY fng_cle
        ALTERNATE RECORD KEY fng_budget WITH DUPLICATES.

SELECT Fpermis ASSIGN TO "permis_acces.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpt_stat
        RECORD KEY fpt_reference
        ALTERNATE RECORD KEY fpt_nomLieu WITH DUPLICATES.

SELECT Freorg ASSIGN TO "reorganisation.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS frg_stat.

SELECT Fintegrite ASSIGN TO "integrite.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fig_stat.

SELECT Fretention ASSIGN TO "retention.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS frt_stat
        RECORD KEY frt_categorie.

SELECT Fcertanon ASSIGN TO "certificat_anonymisation.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fcn_stat.

SELECT Fanontmp ASSIGN TO "anonymisation.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fat_stat.

SELECT Fextraits ASSIGN TO "extraits.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fxd_stat
        RECORD KEY fxd_nom.

SELECT Fextrait_csv ASSIGN TO Wxd_fichierCsv
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fxc_stat.

SELECT Wtri_extrait ASSIGN TO "tri_extrait.tmp".

SELECT Fdelta_marques ASSIGN TO "delta_marques.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fdm_stat
        RECORD KEY fdm_consommateur.

SELECT Fdelta ASSIGN TO Wdc_fichier
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fdc_stat.

SELECT Frotations ASSIGN TO "rotations_equipage.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS frot_stat
        RECORD KEY frot_cle
        ALTERNATE RECORD KEY frot_idMission WITH DUPLICATES
        ALTERNATE RECORD KEY frot_idAstronaute WITH DUPLICATES.

SELECT Fpassagers ASSIGN TO "passagers.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpx_stat
        RECORD KEY fpx_idPassager
        ALTERNATE RECORD KEY fpx_idMission WITH DUPLICATES.

SELECT Fclients_fret ASSIGN TO "clients_fret.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcli_stat
        RECORD KEY fcli_idClient.

SELECT Ftarifs_fret ASSIGN TO "tarifs_fret.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ftf_stat
        RECORD KEY ftf_distanceMax.

SELECT Fcontrats_fret ASSIGN TO "contrats_fret.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcf_stat
        RECORD KEY fcf_idContrat
        ALTERNATE RECORD KEY fcf_idClient WITH DUPLICATES
        ALTERNATE RECORD KEY fcf_nomVaisseau WITH DUPLICATES.

SELECT Ffactures_fret ASSIGN TO "factures_fret.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ffl_stat
        RECORD KEY ffl_idFacture
        ALTERNATE RECORD KEY ffl_idClient WITH DUPLICATES.

SELECT Fretrofits ASSIGN TO "retrofits.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS frf_stat
        RECORD KEY frf_idModif
        ALTERNATE RECORD KEY frf_nomVaisseau WITH DUPLICATES
        ALTERNATE RECORD KEY frf_dateEffet WITH DUPLICATES.

SELECT Fcomposants ASSIGN TO "composants.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcs_stat
        RECORD KEY fcs_numSerie
        ALTERNATE RECORD KEY fcs_nomVaisseau WITH DUPLICATES.

SELECT Fcertifs_navig ASSIGN TO "certificats_navigabilite.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fnv_stat
        RECORD KEY fnv_numCertificat
        ALTERNATE RECORD KEY fnv_nomVaisseau WITH DUPLICATES.

SELECT Ftarifs_quai ASSIGN TO "tarifs_quai.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ftq_stat
        RECORD KEY ftq_nomLieu.

SELECT Wtri_taxes ASSIGN TO "tri_taxes.tmp".

SELECT Wtri_releve ASSIGN TO "tri_releve.tmp".

SELECT Fdeclarations ASSIGN TO "declarations_reglementaires.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fdr_stat
        RECORD KEY fdr_idDeclaration
        ALTERNATE RECORD KEY fdr_reference.

SELECT Fdepot_autorite ASSIGN TO Wdr_fichier
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fda_stat.

SELECT Fcomptes_partenaires ASSIGN TO "comptes_partenaires.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpc_stat
        RECORD KEY fpc_cle.

SELECT Freglements_partenaires ASSIGN TO "reglements_partenaires.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fpg_stat.

SELECT Wtri_partenaires ASSIGN TO "tri_partenaires.tmp".

SELECT Fequip_perso ASSIGN TO "equipements_personnels.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fep_stat
        RECORD KEY fep_idEquipement
        ALTERNATE RECORD KEY fep_numeroSerie
        ALTERNATE RECORD KEY fep_idAstronaute WITH DUPLICATES.

SELECT Fimputations ASSIGN TO "imputations_auto.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fia_stat
        RECORD KEY fia_reference.

SELECT Fdechargements ASSIGN TO "dechargements.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fdg_stat.

SELECT Flots_entrants ASSIGN TO "lots_entrants.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS flt_stat
        RECORD KEY flt_cle.

SELECT Ffile_rejets ASSIGN TO "file_rejets.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fqj_stat
        RECORD KEY fqj_idRejet.

SELECT Fexercices ASSIGN TO "exercices_simulateur.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsi_stat
        RECORD KEY fsi_code.

SELECT Fresultats_exercices ASSIGN TO "resultats_exercices.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsx_stat
        RECORD KEY fsx_cle
        ALTERNATE RECORD KEY fsx_idEquipe WITH DUPLICATES.

SELECT Wtri_disponibilite ASSIGN TO "tri_disponibilite.tmp".

SELECT Fanc_astronautes ASSIGN TO "ancien_astronautes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS foa_stat
        RECORD KEY foa_idAstronaute
        ALTERNATE RECORD KEY foa_pays WITH DUPLICATES
        ALTERNATE RECORD KEY foa_role WITH DUPLICATES.

SELECT Fanc_astronautes_pr2 ASSIGN TO "ancien_astronautes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fos_stat
        RECORD KEY fos_idAstro
        ALTERNATE RECORD KEY fos_pays WITH DUPLICATES
        ALTERNATE RECORD KEY fos_role WITH DUPLICATES
        ALTERNATE RECORD KEY fos_idEquipe WITH DUPLICATES.

SELECT Fanc_astronautes_princ ASSIGN TO "ancien_astronautes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS foz_stat
        RECORD KEY foz_idAstro
        ALTERNATE RECORD KEY foz_pays WITH DUPLICATES
        ALTERNATE RECORD KEY foz_role WITH DUPLICATES
        ALTERNATE RECORD KEY foz_equipe WITH DUPLICATES.

SELECT Fanc_equipes ASSIGN TO "ancien_equipes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS foe_stat
        RECORD KEY foe_idEquipe
        ALTERNATE RECORD KEY foe_idMission.

SELECT Fanc_equipes_princ ASSIGN TO "ancien_equipes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fog_stat
        RECORD KEY fog_idEquipe
        ALTERNATE RECORD KEY fog_cleVaisseau WITH DUPLICATES
        ALTERNATE RECORD KEY fog_idMission.

SELECT Fanc_compo_equipes ASSIGN TO "ancien_compo_equipes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS foq_stat
        RECORD KEY foq_cle
        ALTERNATE RECORD KEY foq_idEquipe WITH DUPLICATES.

SELECT Fanc_missions ASSIGN TO "ancien_missions.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fom_stat
        RECORD KEY fom_idMission
        ALTERNATE RECORD KEY fom_nomLieu WITH DUPLICATES.

SELECT Fanc_missions_princ ASSIGN TO "ancien_missions.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fok_stat
        RECORD KEY fok_idMission
        ALTERNATE RECORD KEY fok_lieu WITH DUPLICATES.

SELECT Fanc_lieux ASSIGN TO "ancien_lieux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fol_stat
        RECORD KEY fol_nomLieu
        ALTERNATE RECORD KEY fol_typeLieu WITH DUPLICATES.

SELECT Fanc_vaisseaux ASSIGN TO "vaiseaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fov_stat
        RECORD KEY fov_cleVaisseau
        ALTERNATE RECORD KEY fov_nomLieu WITH DUPLICATES
        ALTERNATE RECORD KEY fov_typeVaisseau WITH DUPLICATES.

SELECT Fperiodes ASSIGN TO "periodes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fpe_stat
        RECORD KEY fpe_periode.

SELECT Freouvertures ASSIGN TO "reouvertures_periodes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fre_stat
        RECORD KEY fre_cle.

SELECT Fordres_transfert ASSIGN TO "ordres_transfert.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fot_stat
        RECORD KEY fot_idOrdre.

SELECT Flignes_transfert ASSIGN TO "lignes_transfert.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS ftl_stat
        RECORD KEY ftl_cle.

SELECT Fclasses_danger ASSIGN TO "classes_danger.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcd_stat
        RECORD KEY fcd_classe.

SELECT Fsegregation ASSIGN TO "segregation_danger.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fsd_stat
        RECORD KEY fsd_cle.

SELECT Fdeclassements ASSIGN TO "declassements_lieux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fdl_stat
        RECORD KEY fdl_nomLieu.

SELECT Festimations ASSIGN TO "estimations_missions.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fes_stat
        RECORD KEY fes_idMission.

SELECT Ftaux_aleas ASSIGN TO "taux_aleas.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fal_stat
        RECORD KEY fal_typeMission.

SELECT Fcandidats ASSIGN TO "candidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        FILE STATUS IS fcy_stat
        RECORD KEY fcy_idCandidat
        ALTERNATE RECORD KEY fcy_pays WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.

                        88 fa_indisponible VALUE 3.
                        88 fa_decede VALUE 4.
                        88 fa_disparu VALUE 5.
                        88 fa_retraite VALUE 6.
                02 fa_missionsVolees PIC 9(3).
                02 fa_nomLieu PIC X(30).
                02 fa_specialite PIC 9(2).
                02 fa_doseCarriere PIC 9(7).
                02 fa_joursVol PIC 9(5).
                02 fa_grade PIC 9(2).
                02 fa_taille PIC X(3).

        FD Fequipes.
        01 eTampon.
                02 fm_classification PIC 9.
                        88 fm_classRoutine VALUE 1.
                        88 fm_classClassifiee VALUE 2.
                02 fm_scoreObjectifs PIC 9(3).
                02 fm_objEvalue PIC 9.

        FD Flieux.
        01 lTampon.
                02 fet_nomLieu PIC X(30).
                02 fet_dureePrevue PIC 9(4).
                02 fet_actif PIC 9.
                02 fet_lieuRepli PIC X(30).
                02 fet_critereAbandon PIC 9.
                        88 fet_critAucun VALUE 0.
                        88 fet_critIncident VALUE 1.
                        88 fet_critFenetre VALUE 2.
                        88 fet_critTous VALUE 3.
                02 fet_statut PIC 9.
                        88 fet_prevue VALUE 0.
                        88 fet_annulee VALUE 2.
                        88 fet_retourRepli VALUE 3.
                02 fet_dateStatut PIC 9(8).

        FD Fcohortes.
        01 chTampon.
                02 fop_derniereHeure PIC 9(8).
                02 fop_habilitation PIC 9.
                02 fop_langue PIC X(2).
                02 fop_empreinteMdp PIC 9(12).
                02 fop_dateMdp PIC 9(8).
                02 fop_changerMdp PIC 9.
                        88 fop_mdpAChanger VALUE 1.
                02 fop_nbEchecs PIC 9(2).
                02 fop_verrouille PIC 9.
                        88 fop_compteVerrouille VALUE 1.
                02 fop_dateVerrou PIC 9(8).

        FD Fcatalogue.
        01 caTampon.
                02 fca_nomArticle PIC X(30).
                02 fca_categorie PIC 9.
                02 fca_actif PIC 9.
                02 fca_consoJour PIC 9(3)V99.
                02 fca_coutStandard PIC 9(7)V99.
                02 fca_devise PIC X(3).
                02 fca_classeDanger PIC 9.

        FD Fcertifs.
        01 ctTampon.
                02 for_dateOuverture PIC 9(8).
                02 for_dateCloture PIC 9(8).
                02 for_description PIC X(60).
                02 for_coutReparation PIC 9(9)V99.

        FD Fconvoi.
        01 cvTampon.
                        03 frq_dateArrivee PIC 9(8).
                        03 frq_nomVaisseau PIC X(30).
                02 frq_actif PIC 9.
                02 frq_statutTaxe PIC 9.
                        88 frq_aTaxer VALUE 0.
                        88 frq_taxee VALUE 1.
                        88 frq_exoneree VALUE 2.
                02 frq_jours PIC 9(4).
                02 frq_montant PIC 9(9)V99.
                02 frq_devise PIC X(3).
                02 frq_dateTaxe PIC 9(8).
                02 frq_pays PIC X(30).
                02 frq_imputation PIC X.
                02 frq_idImputation PIC 9(5).

        FD Fentrepots.
        01 enTampon.
                02 fcm_dateCommande PIC 9(8).
                02 fcm_dateReception PIC 9(8).
                02 fcm_actif PIC 9.
                02 fcm_idFournisseur PIC 9(5).
                02 fcm_prixUnitaire PIC 9(7)V99.
                02 fcm_quantiteRecue PIC 9(5).

        FD Freplans.
        01 rpTampon.
                02 ffi_montant PIC 9(9)V99.
                02 ffi_devise PIC X(3).
                02 ffi_actif PIC 9.
                02 ffi_statutRegl PIC 9.
                        88 ffi_nonRegle VALUE 0.
                        88 ffi_regle VALUE 1.
                02 ffi_partCout PIC 9(9)V99.
                02 ffi_ecart PIC S9(9)V99.
                02 ffi_dateRegl PIC 9(8).

        FD Fcontacts.
        01 cuTampon.
                        88 fnu_aJoindre VALUE 1.
                        88 fnu_joint VALUE 2.
                02 fnu_actif PIC 9.
                02 fnu_idPassager PIC 9(5).

        FD Fsequences.
        01 sqTampon.
        FD Fsauvegardes.
        01 svTampon PIC X(150).

        FD Fcodes.
        01 cxTampon.
                02 fcx_cle.
                        03 fcx_table PIC X(4).
                        03 fcx_code PIC 9(2).
                02 fcx_libelle PIC X(30).
                02 fcx_actif PIC 9.
                02 fcx_dateDebut PIC 9(8).
                02 fcx_dateFin PIC 9(8).

        FD Fsessions.
        01 sfTampon.
                02 fsf_idSession PIC 9(5).
                02 fsf_typeCertif PIC 9(2).
                02 fsf_instructeur PIC X(30).
                02 fsf_nomLieu PIC X(30).
                02 fsf_dateDebut PIC 9(8).
                02 fsf_dateFin PIC 9(8).
                02 fsf_places PIC 9(3).
                02 fsf_inscrits PIC 9(3).
                02 fsf_statut PIC 9.
                        88 fsf_ouverte VALUE 1.
                        88 fsf_terminee VALUE 2.
                        88 fsf_annulee VALUE 3.
                02 fsf_actif PIC 9.

        FD Finscriptions.
        01 ifTampon.
                02 fif_cle.
                        03 fif_idSession PIC 9(5).
                        03 fif_idAstronaute PIC 9(5).
                02 fif_dateInscription PIC 9(8).
                02 fif_resultat PIC 9.
                        88 fif_inscrit VALUE 0.
                        88 fif_recu VALUE 1.
                        88 fif_echec VALUE 2.
                        88 fif_absent VALUE 3.
                02 fif_actif PIC 9.

        FD Fobjectifs.
        01 obTampon.
                02 fob_cle.
                        03 fob_idMission PIC 9(5).
                        03 fob_seq PIC 9(2).
                02 fob_description PIC X(60).
                02 fob_poids PIC 9(3).
                02 fob_nature PIC 9.
                        88 fob_primaire VALUE 1.
                        88 fob_secondaire VALUE 2.
                02 fob_resultat PIC 9.
                        88 fob_nonEvalue VALUE 0.
                        88 fob_atteint VALUE 1.
                        88 fob_partiel VALUE 2.
                        88 fob_echoue VALUE 3.
                02 fob_actif PIC 9.

        FD Fmodeles_objectifs.
        01 mbTampon.
                02 fmb_cle.
                        03 fmb_idModele PIC 9(5).
                        03 fmb_seq PIC 9(2).
                02 fmb_description PIC X(60).
                02 fmb_poids PIC 9(3).
                02 fmb_nature PIC 9.
                02 fmb_actif PIC 9.

        FD Fechantillons.
        01 saTampon.
                02 fsa_idEchantillon PIC 9(5).
                02 fsa_idMission PIC 9(5).
                02 fsa_nomLieu PIC X(30).
                02 fsa_idAstronaute PIC 9(5).
                02 fsa_dateCollecte PIC 9(8).
                02 fsa_description PIC X(30).
                02 fsa_classeDanger PIC 9.
                        88 fsa_inerte VALUE 1.
                        88 fsa_biologique VALUE 2.
                        88 fsa_chimique VALUE 3.
                        88 fsa_radioactif VALUE 4.
                02 fsa_typeDetenteur PIC 9.
                        88 fsa_detVaisseau VALUE 1.
                        88 fsa_detEntrepot VALUE 2.
                        88 fsa_detLaboratoire VALUE 3.
                        88 fsa_detAgence VALUE 4.
                02 fsa_detenteur PIC X(30).
                02 fsa_actif PIC 9.

        FD Fgardes.
        01 gdTampon.
                02 fgd_cle.
                        03 fgd_idEchantillon PIC 9(5).
                        03 fgd_seq PIC 9(3).
                02 fgd_date PIC 9(8).
                02 fgd_typeOrigine PIC 9.
                02 fgd_origine PIC X(30).
                02 fgd_typeDest PIC 9.
                02 fgd_destination PIC X(30).
                02 fgd_operateur PIC X(10).
                02 fgd_actif PIC 9.

        FD Fpolices.
        01 poTampon.
                02 fpo_idPolice PIC 9(5).
                02 fpo_nomVaisseau PIC X(30).
                02 fpo_assureur PIC X(30).
                02 fpo_plafond PIC 9(9)V99.
                02 fpo_franchise PIC 9(9)V99.
                02 fpo_dateDebut PIC 9(8).
                02 fpo_dateFin PIC 9(8).
                02 fpo_actif PIC 9.

        FD Fsinistres.
        01 snTampon.
                02 fsn_idSinistre PIC 9(5).
                02 fsn_nomVaisseau PIC X(30).
                02 fsn_idPolice PIC 9(5).
                02 fsn_idOrdre PIC 9(5).
                02 fsn_dateIncident PIC 9(8).
                02 fsn_gravite PIC 9.
                02 fsn_description PIC X(60).
                02 fsn_montantEvalue PIC 9(9)V99.
                02 fsn_montantDu PIC 9(9)V99.
                02 fsn_montantPaye PIC 9(9)V99.
                02 fsn_statut PIC 9.
                        88 fsn_declare VALUE 1.
                        88 fsn_evalue VALUE 2.
                        88 fsn_paye VALUE 3.
                        88 fsn_refuse VALUE 4.
                02 fsn_dateStatut PIC 9(8).
                02 fsn_actif PIC 9.

        FD Ffournisseurs.
        01 frTampon.
                02 ffr_idFournisseur PIC 9(5).
                02 ffr_nom PIC X(30).
                02 ffr_pays PIC X(30).
                02 ffr_contact PIC X(30).
                02 ffr_delaiPromis PIC 9(3).
                02 ffr_actif PIC 9.

        FD Ffactures.
        01 fcTampon.
                02 ffc_idFacture PIC 9(5).
                02 ffc_idCommande PIC 9(5).
                02 ffc_idFournisseur PIC 9(5).
                02 ffc_numeroFournisseur PIC X(20).
                02 ffc_dateFacture PIC 9(8).
                02 ffc_quantite PIC 9(5).
                02 ffc_prixUnitaire PIC 9(7)V99.
                02 ffc_montant PIC 9(9)V99.
                02 ffc_statut PIC 9.
                        88 ffc_rapprochee VALUE 1.
                        88 ffc_exception VALUE 2.
                        88 ffc_forcee VALUE 3.
                        88 ffc_rejetee VALUE 4.
                02 ffc_motif PIC X(40).
                02 ffc_exporte PIC 9(6).
                02 ffc_actif PIC 9.

        FD Finventaires.
        01 skTampon.
                02 fsk_idInventaire PIC 9(5).
                02 fsk_nomLieu PIC X(30).
                02 fsk_dateGel PIC 9(8).
                02 fsk_dateValidation PIC 9(8).
                02 fsk_statut PIC 9.
                        88 fsk_ouvert VALUE 1.
                        88 fsk_valide VALUE 2.
                02 fsk_nbLignes PIC 9(4).
                02 fsk_nbEcarts PIC 9(4).
                02 fsk_nbPostes PIC 9(4).
                02 fsk_operateur PIC X(10).

        FD Flignes_comptage.
        01 klTampon.
                02 fkl_cle.
                        03 fkl_idInventaire PIC 9(5).
                        03 fkl_source PIC 9.
                        03 fkl_nomArticle PIC X(30).
                02 fkl_theorique PIC 9(5).
                02 fkl_compte PIC 9(5).
                02 fkl_saisi PIC 9.
                02 fkl_statut PIC 9.
                        88 fkl_enAttente VALUE 0.
                        88 fkl_poste VALUE 1.
                        88 fkl_nonRetenu VALUE 2.
                02 fkl_motif PIC 9(2).

        FD Fpertes.
        01 plTampon.
                02 fpl_idPerte PIC 9(7).
                02 fpl_nomVaisseau PIC X(30).
                02 fpl_nomArticle PIC X(30).
                02 fpl_categorie PIC 9.
                02 fpl_quantite PIC 9(5).
                02 fpl_datePeremption PIC 9(8).
                02 fpl_dateRetrait PIC 9(8).
                02 fpl_coutUnitaire PIC 9(7)V99.
                02 fpl_devise PIC X(3).

        FD Fagences.
        01 agTampon.
                02 fag_code PIC X(10).
                02 fag_nom PIC X(30).
                02 fag_actif PIC 9.
                02 fag_seqEnvoi PIC 9(7).
                02 fag_derniereArrivee PIC 9(7).
                02 fag_dateEnvoi PIC 9(8).

        FD Farrivees.
        01 taTampon.
                02 fta_idArrivee PIC 9(7).
                02 fta_nomVaisseau PIC X(30).
                02 fta_nomLieu PIC X(30).
                02 fta_lieuDepart PIC X(30).
                02 fta_dateArrivee PIC 9(8).

        FD Fsuivi_envois.
        01 smTampon.
                02 fsm_cle.
                        03 fsm_agence PIC X(10).
                        03 fsm_idMission PIC 9(5).
                        03 fsm_seq PIC 9(2).
                02 fsm_statut PIC 9.
                02 fsm_dateDebut PIC 9(8).
                02 fsm_dateFin PIC 9(8).
                02 fsm_nomLieu PIC X(30).
                02 fsm_duree PIC 9(4).
                02 fsm_actif PIC 9.
                02 fsm_seqEnvoi PIC 9(7).

        FD Fjournal_envois.
        01 jeTampon.
                02 fje_cle.
                        03 fje_agence PIC X(10).
                        03 fje_seq PIC 9(7).
                02 fje_date PIC 9(8).
                02 fje_heure PIC 9(8).
                02 fje_fichier PIC X(60).
                02 fje_nbMissions PIC 9(5).
                02 fje_nbEtapes PIC 9(5).
                02 fje_nbArrivees PIC 9(5).
                02 fje_nbLignes PIC 9(6).
                02 fje_rejoue PIC 9(3).

        FD Farchive_envois.
        01 xlTampon.
                02 fxl_cle.
                        03 fxl_agence PIC X(10).
                        03 fxl_seq PIC 9(7).
                        03 fxl_ligne PIC 9(6).
                02 fxl_texte PIC X(200).

        FD Fsortie_agence.
        01 xeTampon PIC X(200).

        FD Fseuils_sante.
        01 suTampon.
                02 fsu_typeVaisseau PIC 9.
                02 fsu_coqueAlerte PIC 9(3).
                02 fsu_coqueCritique PIC 9(3).
                02 fsu_tempAlerte PIC 9(4).
                02 fsu_tempCritique PIC 9(4).
                02 fsu_pressionMinAlerte PIC 9(3)V9.
                02 fsu_pressionMinCritique PIC 9(3)V9.
                02 fsu_pressionMaxAlerte PIC 9(3)V9.
                02 fsu_pressionMaxCritique PIC 9(3)V9.
                02 fsu_propAlerte PIC 9(3).
                02 fsu_propCritique PIC 9(3).

        FD Freleves_sante.
        01 srTampon.
                02 fsr_cle.
                        03 fsr_nomVaisseau PIC X(30).
                        03 fsr_date PIC 9(8).
                        03 fsr_heure PIC 9(4).
                02 fsr_coque PIC 9(3).
                02 fsr_temperature PIC 9(4).
                02 fsr_pression PIC 9(3)V9.
                02 fsr_propergol PIC 9(3).
                02 fsr_alarme PIC 9.

        FD Fincompat.
        01 ixTampon.
                02 fix_cle.
                        03 fix_idAstronauteA PIC 9(5).
                        03 fix_idAstronauteB PIC 9(5).
                02 fix_motif PIC X(60).
                02 fix_dateDebut PIC 9(8).
                02 fix_dateFin PIC 9(8).
                02 fix_actif PIC 9.
                02 fix_opSaisie PIC X(10).
                02 fix_dateSaisie PIC 9(8).

        FD Fpensions.
        01 pnTampon.
                02 fpn_idAstronaute PIC 9(5).
                02 fpn_dateNaissance PIC 9(8).
                02 fpn_dateEntree PIC 9(8).
                02 fpn_dateRetraite PIC 9(8).
                02 fpn_anneesService PIC 9(2).
                02 fpn_grade PIC 9(2).
                02 fpn_joursVol PIC 9(5).
                02 fpn_salaireReference PIC 9(7)V99.
                02 fpn_montantMensuel PIC 9(7)V99.
                02 fpn_statut PIC 9.
                        88 fpn_enPaiement VALUE 1.
                        88 fpn_suspendue VALUE 2.
                02 fpn_dernierePaie PIC 9(6).

        FD Fengagements.
        01 ngTampon.
                02 fng_cle.
                        03 fng_origine PIC X(8).
                        03 fng_refOrigine PIC 9(6).
                        03 fng_typeBudget PIC X.
                        03 fng_idBudget PIC 9(5).
                02 fng_budget.
                        03 fng_budgetType PIC X.
                        03 fng_budgetId PIC 9(5).
                02 fng_montant PIC 9(9)V99.
                02 fng_statut PIC 9.
                        88 fng_ouvert VALUE 1.
                        88 fng_solde VALUE 2.
                        88 fng_annule VALUE 3.
                02 fng_dateCreation PIC 9(8).
                02 fng_dateSolde PIC 9(8).

        FD Fpermis.
        01 ptTampon.
                02 fpt_reference PIC X(15).
                02 fpt_nomLieu PIC X(30).
                02 fpt_pays PIC X(30).
                02 fpt_typeObjet PIC X.
                        88 fpt_pourMission VALUE "M".
                        88 fpt_pourVaisseau VALUE "V".
                02 fpt_idMission PIC 9(5).
                02 fpt_nomVaisseau PIC X(30).
                02 fpt_dateDebut PIC 9(8).
                02 fpt_dateFin PIC 9(8).
                02 fpt_actif PIC 9.
                02 fpt_opSaisie PIC X(10).
                02 fpt_dateSaisie PIC 9(8).

        FD Freorg.
        01 rgTampon PIC X(500).

        FD Fintegrite.
        01 igTampon PIC X(150).

        FD Fretention.
        01 rtTampon.
                02 frt_categorie PIC X(10).
                02 frt_annees PIC 9(3).
                02 frt_dateMaj PIC 9(8).
                02 frt_opMaj PIC X(10).

        FD Fcertanon.
        01 cnTampon PIC X(150).

        FD Fanontmp.
        01 atTampon PIC X(500).

        FD Fextraits.
        01 xdTampon.
                02 fxd_nom PIC X(12).
                02 fxd_libelle PIC X(40).
                02 fxd_fichier PIC X(16).
                02 fxd_nbChamps PIC 9.
                02 fxd_champ PIC X(24) OCCURS 8.
                02 fxd_filtre OCCURS 3.
                        03 fxd_fChamp PIC X(24).
                        03 fxd_fOper PIC X(2).
                        03 fxd_fValeur PIC X(30).
                02 fxd_tri PIC X(24).
                02 fxd_sens PIC X.
                02 fxd_sortie PIC 9.
                        88 fxd_sortieEcran VALUE 1.
                        88 fxd_sortieSpool VALUE 2.
                        88 fxd_sortieCsv VALUE 3.
                02 fxd_planifie PIC 9.
                02 fxd_dateMaj PIC 9(8).
                02 fxd_opMaj PIC X(10).

        FD Fextrait_csv.
        01 xcTampon PIC X(300).

        FD Fdelta_marques.
        01 dmTampon.
                02 fdm_consommateur PIC X(10).
                02 fdm_seqAudit PIC 9(7).
                02 fdm_dateExtrait PIC 9(8).
                02 fdm_heureExtrait PIC 9(8).
                02 fdm_nbEvenements PIC 9(5).
                02 fdm_fichier PIC X(40).

        FD Fdelta.
        01 dcTampon PIC X(300).

        FD Frotations.
        01 rbTampon.
                02 frot_cle.
                        03 frot_idMission PIC 9(5).
                        03 frot_seqEtape PIC 9(2).
                        03 frot_idAstronaute PIC 9(5).
                02 frot_sens PIC X.
                        88 frot_depart VALUE "D".
                        88 frot_embarquement VALUE "E".
                02 frot_dateEtape PIC 9(8).
                02 frot_actif PIC 9.
                02 frot_dateSaisie PIC 9(8).
                02 frot_opSaisie PIC X(10).

        FD Fpassagers.
        01 pxTampon.
                02 fpx_idPassager PIC 9(5).
                02 fpx_idMission PIC 9(5).
                02 fpx_nom PIC X(30).
                02 fpx_prenom PIC X(30).
                02 fpx_nationalite PIC X(30).
                02 fpx_organisation PIC X(40).
                02 fpx_etapeEmbarq PIC 9(2).
                02 fpx_lieuEmbarq PIC X(30).
                02 fpx_etapeDebarq PIC 9(2).
                02 fpx_lieuDebarq PIC X(30).
                02 fpx_contactNom PIC X(30).
                02 fpx_contactTel PIC X(20).
                02 fpx_actif PIC 9.
                02 fpx_dateSaisie PIC 9(8).
                02 fpx_opSaisie PIC X(10).

        FD Fclients_fret.
        01 ckTampon.
                02 fcli_idClient PIC 9(5).
                02 fcli_nom PIC X(30).
                02 fcli_pays PIC X(30).
                02 fcli_contact PIC X(30).
                02 fcli_adresse PIC X(60).
                02 fcli_actif PIC 9.

        FD Ftarifs_fret.
        01 tfTampon.
                02 ftf_distanceMax PIC 9(6).
                02 ftf_forfait PIC 9(7)V99.
                02 ftf_prixKg PIC 9(5)V99.
                02 ftf_actif PIC 9.

        FD Fcontrats_fret.
        01 cfTampon.
                02 fcf_idContrat PIC 9(5).
                02 fcf_idClient PIC 9(5).
                02 fcf_nomVaisseau PIC X(30).
                02 fcf_article PIC X(30).
                02 fcf_quantite PIC 9(5).
                02 fcf_quantiteLivree PIC 9(5).
                02 fcf_poidsKg PIC 9(7)V99.
                02 fcf_lieuOrigine PIC X(30).
                02 fcf_lieuDestination PIC X(30).
                02 fcf_distance PIC 9(6).
                02 fcf_montant PIC 9(9)V99.
                02 fcf_statut PIC 9.
                        88 fcf_ouvert VALUE 1.
                        88 fcf_facturable VALUE 2.
                        88 fcf_facture VALUE 3.
                        88 fcf_annule VALUE 4.
                02 fcf_dateContrat PIC 9(8).
                02 fcf_dateLivraison PIC 9(8).
                02 fcf_idFacture PIC 9(5).
                02 fcf_actif PIC 9.

        FD Ffactures_fret.
        01 flTampon.
                02 ffl_idFacture PIC 9(5).
                02 ffl_idClient PIC 9(5).
                02 ffl_dateFacture PIC 9(8).
                02 ffl_nbContrats PIC 9(3).
                02 ffl_montant PIC 9(9)V99.
                02 ffl_exporte PIC 9(6).
                02 ffl_actif PIC 9.

        FD Fretrofits.
        01 rfTampon.
                02 frf_idModif PIC 9(5).
                02 frf_nomVaisseau PIC X(30).
                02 frf_champ PIC 9.
                        88 frf_capacite VALUE 1.
                        88 frf_rayonAction VALUE 2.
                        88 frf_vitesse VALUE 3.
                02 frf_ancienne PIC 9(6).
                02 frf_nouvelle PIC 9(6).
                02 frf_cout PIC 9(9)V99.
                02 frf_description PIC X(40).
                02 frf_opApprob PIC X(10).
                02 frf_dateEffet PIC 9(8).
                02 frf_dateSaisie PIC 9(8).
                02 frf_statut PIC 9.
                        88 frf_planifiee VALUE 1.
                        88 frf_appliquee VALUE 2.
                        88 frf_annulee VALUE 3.

        FD Fcomposants.
        01 csTampon.
                02 fcs_numSerie PIC X(20).
                02 fcs_typePiece PIC 9.
                        88 fcs_moteur VALUE 1.
                        88 fcs_reacteur VALUE 2.
                        88 fcs_supportVie VALUE 3.
                        88 fcs_autre VALUE 4.
                02 fcs_designation PIC X(30).
                02 fcs_nomVaisseau PIC X(30).
                02 fcs_nomLieu PIC X(30).
                02 fcs_dateInstall PIC 9(8).
                02 fcs_joursCumul PIC 9(6).
                02 fcs_joursRevision PIC 9(6).
                02 fcs_limiteRevision PIC 9(6).
                02 fcs_dateRevision PIC 9(8).
                02 fcs_idOrdre PIC 9(5).
                02 fcs_actif PIC 9.

        FD Fcertifs_navig.
        01 nvTampon.
                02 fnv_numCertificat PIC X(15).
                02 fnv_nomVaisseau PIC X(30).
                02 fnv_autorite PIC X(30).
                02 fnv_dateInspection PIC 9(8).
                02 fnv_dateExpiration PIC 9(8).
                02 fnv_volHabiteInterdit PIC 9.
                02 fnv_fretUniquement PIC 9.
                02 fnv_restrictions PIC X(40).
                02 fnv_opSaisie PIC X(10).
                02 fnv_actif PIC 9.

        FD Ftarifs_quai.
        01 tqTampon.
                02 ftq_nomLieu PIC X(30).
                02 ftq_fraisJour PIC 9(7)V99.
                02 ftq_fraisArrivee PIC 9(7)V99.
                02 ftq_devise PIC X(3).
                02 ftq_actif PIC 9.
                02 ftq_dateMaj PIC 9(8).

        FD Fdeclarations.
        01 drTampon.
                02 fdr_idDeclaration PIC 9(5).
                02 fdr_reference PIC X(50).
                02 fdr_type PIC 9.
                        88 fdr_typeIncident VALUE 1.
                        88 fdr_typePerte VALUE 2.
                        88 fdr_typeDose VALUE 3.
                02 fdr_dateOccurrence PIC 9(8).
                02 fdr_dateEcheance PIC 9(8).
                02 fdr_dateRedaction PIC 9(8).
                02 fdr_statut PIC 9.
                        88 fdr_redigee VALUE 1.
                        88 fdr_deposee VALUE 2.
                        88 fdr_accusee VALUE 3.
                02 fdr_dateDepot PIC 9(8).
                02 fdr_refDepot PIC X(20).
                02 fdr_dateAccuse PIC 9(8).
                02 fdr_refAccuse PIC X(20).
                02 fdr_nomVaisseau PIC X(30).
                02 fdr_idAstronaute PIC 9(5).
                02 fdr_idMission PIC 9(5).
                02 fdr_gravite PIC 9.
                02 fdr_description PIC X(80).
                02 fdr_fichier PIC X(40).

        FD Fdepot_autorite.
        01 daTampon PIC X(120).

        FD Fcomptes_partenaires.
        01 pcTampon.
                02 fpc_cle.
                        03 fpc_nomPays PIC X(30).
                        03 fpc_devise PIC X(3).
                02 fpc_solde PIC S9(11)V99.
                02 fpc_totalEngage PIC 9(11)V99.
                02 fpc_totalCout PIC 9(11)V99.
                02 fpc_totalRegle PIC S9(11)V99.
                02 fpc_nbMissions PIC 9(4).
                02 fpc_dateMaj PIC 9(8).

        FD Freglements_partenaires.
        01 pgTampon PIC X(100).

        FD Fequip_perso.
        01 epTampon.
                02 fep_idEquipement PIC 9(5).
                02 fep_nomArticle PIC X(30).
                02 fep_type PIC 9.
                        88 fep_combinaison VALUE 1.
                        88 fep_casque VALUE 2.
                        88 fep_dosimetre VALUE 3.
                        88 fep_autre VALUE 4.
                02 fep_numeroSerie PIC X(20).
                02 fep_taille PIC X(3).
                02 fep_idAstronaute PIC 9(5).
                02 fep_dateRemise PIC 9(8).
                02 fep_etat PIC 9.
                        88 fep_bonEtat VALUE 1.
                        88 fep_aReviser VALUE 2.
                        88 fep_horsService VALUE 3.
                02 fep_dateRetour PIC 9(8).
                02 fep_actif PIC 9.

        FD Fimputations.
        01 iaTampon.
                02 fia_reference PIC X(90).
                02 fia_idMission PIC 9(5).
                02 fia_categorie PIC 9.
                02 fia_montant PIC 9(9)V99.
                02 fia_dateSource PIC 9(8).
                02 fia_dateImputation PIC 9(8).

        FD Fdechargements.
        01 dgTampon PIC X(150).

        FD Flots_entrants.
        01 ltTampon.
                02 flt_cle.
                        03 flt_fichier PIC X(10).
                        03 flt_emetteur PIC X(10).
                02 flt_derniereSeq PIC 9(7).
                02 flt_dateReception PIC 9(8).
                02 flt_nbRefus PIC 9(5).
                02 flt_dateRefus PIC 9(8).

        FD Ffile_rejets.
        01 qjTampon.
                02 fqj_idRejet PIC 9(7).
                02 fqj_source PIC X.
                        88 fqj_interchange VALUE "I".
                        88 fqj_telemetrie VALUE "T".
                02 fqj_dateRejet PIC 9(8).
                02 fqj_motif PIC X(40).
                02 fqj_texte PIC X(200).
                02 fqj_statut PIC 9.
                        88 fqj_ouvert VALUE 1.
                        88 fqj_resoumis VALUE 2.
                        88 fqj_abandonne VALUE 3.
                02 fqj_nbTentatives PIC 9(3).
                02 fqj_dateTraitement PIC 9(8).
                02 fqj_motifAbandon PIC X(60).
                02 fqj_operateur PIC X(10).

        FD Fexercices.
        01 siTampon.
                02 fsi_code PIC X(10).
                02 fsi_libelle PIC X(40).
                02 fsi_requisTypes.
                        03 fsi_requis OCCURS 9 TIMES PIC 9.
                02 fsi_scoreMin PIC 9(3).
                02 fsi_validite PIC 9(4).
                02 fsi_actif PIC 9.

        FD Fresultats_exercices.
        01 sxTampon.
                02 fsx_cle.
                        03 fsx_idAstronaute PIC 9(5).
                        03 fsx_code PIC X(10).
                        03 fsx_date PIC 9(8).
                02 fsx_idEquipe PIC 9(5).
                02 fsx_score PIC 9(3).
                02 fsx_resultat PIC 9.
                        88 fsx_reussi VALUE 1.
                        88 fsx_echoue VALUE 2.
                02 fsx_operateur PIC X(10).

        FD Fanc_astronautes.
        01 oaTampon.
                02 foa_idAstronaute PIC 9(5).
                02 foa_nom PIC A(30).
                02 foa_prenom PIC A(30).
                02 foa_role PIC X(30).
                02 foa_pays PIC A(30).

        FD Fanc_astronautes_pr2.
        01 osTampon.
                02 fos_idAstro PIC 9(5).
                02 fos_nom PIC A(30).
                02 fos_prenom PIC A(30).
                02 fos_role PIC X(30).
                02 fos_pays PIC A(30).
                02 fos_idEquipe PIC 9(5).

        FD Fanc_astronautes_princ.
        01 ozTampon.
                02 foz_idAstro PIC 9(5).
                02 foz_nom PIC A(30).
                02 foz_prenom PIC A(30).
                02 foz_pays PIC A(30).
                02 foz_role PIC X(30).
                02 foz_equipe PIC 9(5).

        FD Fanc_equipes.
        01 oeTampon.
                02 foe_idEquipe PIC 9(5).
                02 foe_nbAstronautes PIC 9(5).
                02 foe_description PIC X(50).
                02 foe_idMission PIC 9(5).

        FD Fanc_equipes_princ.
        01 ogTampon.
                02 fog_idEquipe PIC 9(5).
                02 fog_nbAstro PIC 9(5).
                02 fog_description PIC X(50).
                02 fog_idMission PIC 9(5).
                02 fog_cleVaisseau.
                        03 fog_nomV PIC X(30).
                        03 fog_typeV PIC X(30).

        FD Fanc_compo_equipes.
        01 oqTampon.
                02 foq_cle.
                        03 foq_idAstronaute PIC 9(5).
                        03 foq_idEquipe PIC 9(5).

        FD Fanc_missions.
        01 omTampon.
                02 fom_idMission PIC 9(5).
                02 fom_nomLieu PIC X(30).
                02 fom_description PIC X(30).

        FD Fanc_missions_princ.
        01 okTampon.
                02 fok_idMission PIC 9(5).
                02 fok_lieu PIC X(30).
                02 fok_duree PIC 9(4).
                02 fok_description PIC X(30).

        FD Fanc_lieux.
        01 olTampon.
                02 fol_nomLieu PIC X(30).
                02 fol_typeLieu PIC X(30).
                02 fol_habitable PIC 9.

        FD Fanc_vaisseaux.
        01 ovTampon.
                02 fov_cleVaisseau.
                        03 fov_nomVaisseau PIC X(30).
                        03 fov_typeVaisseau PIC X(30).
                02 fov_capacite PIC 9(3).
                02 fov_nomLieu PIC X(30).

        FD Fperiodes.
        01 peTampon.
                02 fpe_periode PIC 9(6).
                02 fpe_statut PIC 9.
                        88 fpe_ouverte VALUE 1.
                        88 fpe_cloturee VALUE 2.
                02 fpe_dateCloture PIC 9(8).
                02 fpe_opCloture PIC X(10).
                02 fpe_nbReouvertures PIC 9(3).
                02 fpe_dateReouverture PIC 9(8).
                02 fpe_opReouverture PIC X(10).
                02 fpe_motifReouverture PIC X(60).

        FD Freouvertures.
        01 reTampon.
                02 fre_cle.
                        03 fre_periode PIC 9(6).
                        03 fre_date PIC 9(8).
                        03 fre_heure PIC 9(8).
                02 fre_operateur PIC X(10).
                02 fre_motif PIC X(60).
                02 fre_dateRefermeture PIC 9(8).
                02 fre_opRefermeture PIC X(10).

        FD Fordres_transfert.
        01 otTampon.
                02 fot_idOrdre PIC 9(5).
                02 fot_lieuDepart PIC X(30).
                02 fot_lieuArrivee PIC X(30).
                02 fot_nomVaisseau PIC X(30).
                02 fot_dateExpedition PIC 9(8).
                02 fot_dateArriveePrevue PIC 9(8).
                02 fot_dateReception PIC 9(8).
                02 fot_statut PIC 9.
                        88 fot_enTransit VALUE 1.
                        88 fot_recuConforme VALUE 2.
                        88 fot_recuEcarts VALUE 3.
                02 fot_nbLignes PIC 9(3).
                02 fot_opExpedition PIC X(10).
                02 fot_opReception PIC X(10).

        FD Flignes_transfert.
        01 tlTampon.
                02 ftl_cle.
                        03 ftl_idOrdre PIC 9(5).
                        03 ftl_numLigne PIC 9(3).
                02 ftl_nomArticle PIC X(30).
                02 ftl_categorie PIC 9.
                02 ftl_qteExpediee PIC 9(5).
                02 ftl_qteRecue PIC 9(5).

        FD Fclasses_danger.
        01 cdTampon.
                02 fcd_classe PIC 9.
                02 fcd_libelle PIC X(30).
                02 fcd_equipage PIC 9.
                        88 fcd_equipageInterdit VALUE 0.
                        88 fcd_equipageAutorise VALUE 1.
                02 fcd_qteMaxEquipage PIC 9(5).
                02 fcd_actif PIC 9.

        FD Fsegregation.
        01 sdTampon.
                02 fsd_cle.
                        03 fsd_classeA PIC 9.
                        03 fsd_classeB PIC 9.
                02 fsd_actif PIC 9.

        FD Fdeclassements.
        01 dlTampon.
                02 fdl_nomLieu PIC X(30).
                02 fdl_dateCible PIC 9(8).
                02 fdl_destination PIC X(30).
                02 fdl_statut PIC 9.
                        88 fdl_enCours VALUE 1.
                        88 fdl_termine VALUE 2.
                        88 fdl_annule VALUE 3.
                02 fdl_dateOuverture PIC 9(8).
                02 fdl_opOuverture PIC X(10).
                02 fdl_dateFin PIC 9(8).
                02 fdl_opFin PIC X(10).

        FD Festimations.
        01 esTampon.
                02 fes_idMission PIC 9(5).
                02 fes_dateEstimation PIC 9(8).
                02 fes_opEstimation PIC X(10).
                02 fes_typeMission PIC 9.
                02 fes_devise PIC X(3).
                02 fes_nbNavires PIC 9(3).
                02 fes_nbEquipage PIC 9(3).
                02 fes_nbEscales PIC 9(3).
                02 fes_distance PIC 9(7).
                02 fes_duree PIC 9(5).
                02 fes_carburant PIC 9(9)V99.
                02 fes_personnel PIC 9(9)V99.
                02 fes_droitsPort PIC 9(9)V99.
                02 fes_cargo PIC 9(9)V99.
                02 fes_tauxAleas PIC 9(3).
                02 fes_aleas PIC 9(9)V99.
                02 fes_total PIC 9(9)V99.
                02 fes_reporte PIC 9.
                        88 fes_budgetReporte VALUE 1.

        FD Ftaux_aleas.
        01 txTampon.
                02 fal_typeMission PIC 9.
                02 fal_taux PIC 9(3).
                02 fal_dateMaj PIC 9(8).
                02 fal_opMaj PIC X(10).

        FD Fcandidats.
        01 cyTampon.
                02 fcy_idCandidat PIC 9(5).
                02 fcy_nom PIC A(30).
                02 fcy_prenom PIC A(30).
                02 fcy_pays PIC A(30).
                02 fcy_role PIC 9.
                02 fcy_specialite PIC 9(2).
                02 fcy_dateCandidature PIC 9(8).
                02 fcy_etape PIC 9.
                        88 fcy_candidature VALUE 1.
                        88 fcy_preselection VALUE 2.
                        88 fcy_medical VALUE 3.
                        88 fcy_entretien VALUE 4.
                        88 fcy_offre VALUE 5.
                        88 fcy_acceptee VALUE 6.
                        88 fcy_declinee VALUE 7.
                02 fcy_suivi OCCURS 7 TIMES.
                        03 fcy_resultat PIC 9.
                                88 fcy_enAttente VALUE 0.
                                88 fcy_favorable VALUE 1.
                                88 fcy_defavorable VALUE 2.
                        03 fcy_dateEtape PIC 9(8).
                        03 fcy_opEtape PIC X(10).
                02 fcy_idAstronaute PIC 9(5).
                02 fcy_idCohorte PIC 9(5).
                02 fcy_actif PIC 9.

        SD Wtri_palmares.
        01 wtp_rec.
                02 wtp_missions PIC 9(3).
                02 wte_description PIC X(50).
                02 wte_idMission PIC 9(5).

        SD Wtri_objectifs.
        01 wto_rec.
                02 wto_typeMission PIC 9.
                02 wto_score PIC 9(3).
                02 wto_idMission PIC 9(5).
                02 wto_description PIC X(30).
                02 wto_primEchec PIC 9(2).

        SD Wtri_extrait.
        01 wtx_rec.
                02 wtx_cle PIC X(30).
                02 wtx_seq PIC 9(7).
                02 wtx_ligne PIC X(300).
        SD Wtri_taxes.
        01 wtg_rec.
                02 wtg_nomVaisseau PIC X(30).
                02 wtg_dateArrivee PIC 9(8).
                02 wtg_nomLieu PIC X(30).
                02 wtg_statutTaxe PIC 9.

        SD Wtri_releve.
        01 wtr_rec.
                02 wtr_pays PIC X(30).
                02 wtr_devise PIC X(3).
                02 wtr_nomLieu PIC X(30).
                02 wtr_dateArrivee PIC 9(8).
                02 wtr_nomVaisseau PIC X(30).
                02 wtr_jours PIC 9(4).
                02 wtr_montant PIC 9(9)V99.
                02 wtr_imputation PIC X.
                02 wtr_idImputation PIC 9(5).

        SD Wtri_partenaires.
        01 wpk_rec.
                02 wpk_pays PIC X(30).
                02 wpk_devise PIC X(3).
                02 wpk_date PIC 9(8).
                02 wpk_type PIC X.
                02 wpk_idMission PIC 9(5).
                02 wpk_engage PIC 9(9)V99.
                02 wpk_part PIC 9(9)V99.
                02 wpk_montant PIC S9(9)V99.

        SD Wtri_disponibilite.
        01 wdi_rec.
                02 wdi_libre PIC 9.
                02 wdi_idAstronaute PIC 9(5).
                02 wdi_ligne PIC X(150).

WORKING-STORAGE SECTION.

        77 choix PIC 9(2).
        77 Wtr_applique PIC 9.
        77 Wverif_tr PIC 9.
        77 Wfa_specialite PIC 9(2).
        77 Wfa_specialiteECR PIC X(30).
        77 Wcfg_spec1 PIC 9(2).
        77 Wcfg_spec2 PIC 9(2).
        77 Wsp_fin PIC 9.
        77 Wsp_i PIC 9(3).
        01 WspTable.
                02 Wsp_nb OCCURS 99 TIMES PIC 9(3).
        77 Wtp_fin PIC 9.
        77 Wtp_rang PIC 9(3).
        77 fct_stat PIC 9(2).
        77 Wct_date PIC 9(8).
        77 Wct_fin PIC 9.
        77 Wct_count PIC 9(3).
        77 Wct_typeECR PIC X(30).
        77 Wct_fin2 PIC 9.
        77 fco_stat PIC 9(2).
        77 Wco_dateDebut PIC 9(8).
                        03 Wdv_code PIC X(3).
                        03 Wdv_budget PIC 9(11)V99.
                        03 Wdv_cout PIC 9(11)V99.
                        03 Wdv_engage PIC 9(11)V99.
        77 ffa_stat PIC 9(2).
        77 Wbr_date PIC 9(8).
        77 Wbr_fin PIC 9.
        77 Wcm_quantite PIC 9(5).
        77 Wcm_pays PIC X(30).
        77 Wcm_pays2 PIC X(30).
        77 Wcm_prix PIC 9(7)V99.
        77 Wtf_src PIC X(30).
        77 Wtf_src2 PIC X(30).
        77 Wtf_dst PIC X(30).
        77 Wrp_budgetN PIC 9(9)V99.
        77 fdp_stat PIC 9(2).
        77 Wdp_categorie PIC 9.
        77 Wdp_categorieECR PIC X(30).
        77 Wdp_fin PIC 9.
        77 Wdp_i PIC 9(2).
        77 Wdp_date PIC 9(8).
        77 Wdp_pId PIC X(5).
        77 Wdp_pDate PIC X(8).
        77 Wdp_pOp PIC X(10).
        77 Wdp_montantN PIC 9(9)V99.
        01 WdpTable.
                02 Wdp_total OCCURS 9 TIMES PIC 9(11)V99.
        77 fmo_stat PIC 9(2).
        77 fme_stat PIC 9(2).
        77 Wmo_id PIC 9(5).
        77 ffi_stat PIC 9(2).
        77 Wfi_total PIC 9(11)V99.
        77 Wfi_ok PIC 9.
        77 Wfi_regle PIC 9.
        77 Wfi_fin PIC 9.
        77 Wfi_count PIC 9(3).
        77 Wfi_montant PIC 9(9)V99.
        77 Wnu_fin2 PIC 9.
        77 Wnu_count PIC 9(3).
        77 Wnu_idEquipe PIC 9(5).
        77 Wnu_idMission PIC 9(5).
        77 Wnu_date PIC 9(8).
        77 Wnu_creer PIC 9.
        77 Wcfg_reposMin PIC 9(3) VALUE 14.
                        03 Wrc_eDist PIC 9(6).
                        03 Wrc_eDistCon PIC 9.
                        03 Wrc_eOccupee PIC 9.
                        03 Wrc_eIncompat PIC 9(2).
        01 WrcSwap PIC X(30).
        77 Wfu_survivant PIC 9(5).
        77 Wfu_victime PIC 9(5).
                        03 Wrav_ePers PIC 9(5).
                        03 Wrav_eStock PIC 9(7).

        77 fcx_stat PIC 9(2).
        77 Wcx_table PIC X(4).
        77 Wcx_code PIC 9(2).
        77 Wcx_libelle PIC X(30).
        77 Wcx_trouve PIC 9.
        77 Wcx_valide PIC 9.
        77 Wcx_zeroOk PIC 9.
        77 Wcx_date PIC 9(8).
        77 Wcx_fin PIC 9.
        77 Wcx_count PIC 9(3).
        77 Wcx_choix PIC 9.
        77 Wcx_max PIC 9(2).
        77 Wcx_actif PIC 9.
        77 Wcx_dateDebut PIC 9(8).
        77 Wcx_dateFin PIC 9(8).
        77 Wcx_etat PIC X(12).

        77 fsf_stat PIC 9(2).
        77 fif_stat PIC 9(2).
        77 Wcfg_fenetreRecert PIC 9(3) VALUE 90.
        77 Wcfg_moisRecert PIC 9(2) VALUE 24.
        77 Wsf_id PIC 9(5).
        77 Wsf_max PIC 9(5).
        77 Wsf_type PIC 9(2).
        77 Wsf_instructeur PIC X(30).
        77 Wsf_lieu PIC X(30).
        77 Wsf_lieu2 PIC X(30).
        77 Wsf_dateDebut PIC 9(8).
        77 Wsf_dateFin PIC 9(8).
        77 Wsf_places PIC 9(3).
        77 Wsf_choix PIC 9.
        77 Wsf_fin PIC 9.
        77 Wsf_fin2 PIC 9.
        77 Wsf_count PIC 9(3).
        77 Wsf_date PIC 9(8).
        77 Wsf_limite PIC 9(8).
        77 Wsf_fenetre PIC 9(3).
        77 Wsf_idAstro PIC 9(5).
        77 Wsf_ok PIC 9.
        77 Wsf_reserve PIC 9.
        77 Wsf_resultat PIC 9.
        77 Wsf_statutECR PIC X(12).
        77 Wsf_resultatECR PIC X(10).
        77 Wsf_annee PIC 9(4).
        77 Wsf_mois PIC 9(4).
        77 Wsf_jour PIC 9(2).
        77 Wsf_nouvelleExp PIC 9(8).
        77 Wsf_q PIC 9(4).
        77 Wsf_r PIC 9(2).

        77 Wca_conso PIC 9(3)V99.
        77 Wca_consoECR PIC ZZ9.99.
        77 Wav_idMission PIC 9(5).
        77 Wav_ok PIC 9.
        77 Wav_equipage PIC 9(5).
        77 Wav_duree PIC 9(6).
        77 Wav_fin PIC 9.
        77 Wav_fin2 PIC 9.
        77 Wav_date PIC 9(8).
        77 Wav_nbArt PIC 9(3).
        77 Wav_i PIC 9(3).
        77 Wav_nbVs PIC 9(2).
        77 Wav_j PIC 9(2).
        77 Wav_dejaVu PIC 9.
        77 Wav_nomVaisseau PIC X(30).
        77 Wav_deficit PIC 9(9)V99.
        77 Wav_besoinECR PIC Z(8)9.99.
        77 Wav_dispoECR PIC Z(8)9.
        77 Wav_deficitECR PIC Z(8)9.99.
        01 WavArticles.
                02 Wav_article OCCURS 100 TIMES.
                        03 Wav_nom PIC X(30).
                        03 Wav_conso PIC 9(3)V99.
                        03 Wav_besoin PIC 9(9)V99.
                        03 Wav_dispo PIC 9(9).
        01 WavVaisseaux.
                02 Wav_vaisseau PIC X(30) OCCURS 20 TIMES.
        77 fob_stat PIC 9(2).
        77 fmb_stat PIC 9(2).
        77 Wob_idMission PIC 9(5).
        77 Wob_seq PIC 9(2).
        77 Wob_description PIC X(60).
        77 Wob_poids PIC 9(3).
        77 Wob_nature PIC 9.
        77 Wob_resultat PIC 9.
        77 Wob_fin PIC 9.
        77 Wob_count PIC 9(3).
        77 Wob_choix PIC 9.
        77 Wob_ajout PIC 9.
        77 Wob_totalPoids PIC 9(6).
        77 Wob_totalPoints PIC 9(8)V9.
        77 Wob_primEchec PIC 9(2).
        77 Wob_natureECR PIC X(10).
        77 Wob_resultatECR PIC X(12).
        77 Wob_type PIC 9.
        77 Wob_rang PIC 9(3).
        77 Wob_typeCourant PIC 9.
        77 fsa_stat PIC 9(2).
        77 fgd_stat PIC 9(2).
        77 Wsa_id PIC 9(5).
        77 Wsa_max PIC 9(5).
        77 Wsa_idMission PIC 9(5).
        77 Wsa_lieu PIC X(30).
        77 Wsa_lieu2 PIC X(30).
        77 Wsa_idAstro PIC 9(5).
        77 Wsa_date PIC 9(8).
        77 Wsa_description PIC X(30).
        77 Wsa_classe PIC 9.
        77 Wsa_typeDet PIC 9.
        77 Wsa_detenteur PIC X(30).
        77 Wsa_detenteur2 PIC X(30).
        77 Wsa_ok PIC 9.
        77 Wsa_fin PIC 9.
        77 Wsa_fin2 PIC 9.
        77 Wsa_count PIC 9(5).
        77 Wsa_anomalies PIC 9(5).
        77 Wsa_typeDetECR PIC X(12).
        77 Wsa_classeECR PIC X(12).
        77 Wgd_seq PIC 9(3).
        77 Wgd_seqPrec PIC 9(3).
        77 Wgd_typePrec PIC 9.
        77 Wgd_destPrec PIC X(30).
        77 Wgd_datePrec PIC 9(8).
        77 Wgd_rupture PIC 9.
        77 Wgd_motif PIC X(60).
        77 fpo_stat PIC 9(2).
        77 fsn_stat PIC 9(2).
        77 Wor_cout PIC 9(9)V99.
        77 Wpo_id PIC 9(5).
        77 Wpo_max PIC 9(5).
        77 Wpo_choix PIC 9.
        77 Wpo_nomVaisseau PIC X(30).
        77 Wpo_nomVaisseau2 PIC X(30).
        77 Wpo_assureur PIC X(30).
        77 Wpo_plafond PIC 9(9)V99.
        77 Wpo_franchise PIC 9(9)V99.
        77 Wpo_dateDebut PIC 9(8).
        77 Wpo_dateFin PIC 9(8).
        77 Wpo_fin PIC 9.
        77 Wpo_count PIC 9(3).
        77 Wpo_ok PIC 9.
        77 Wsn_creer PIC 9.
        77 Wsn_reponse PIC 9.
        77 Wsn_id PIC 9(5).
        77 Wsn_max PIC 9(5).
        77 Wsn_idOrdre PIC 9(5).
        77 Wsn_nomVaisseau PIC X(30).
        77 Wsn_date PIC 9(8).
        77 Wsn_gravite PIC 9.
        77 Wsn_description PIC X(60).
        77 Wsn_montant PIC 9(9)V99.
        77 Wsn_choix PIC 9.
        77 Wsn_fin PIC 9.
        77 Wsn_count PIC 9(3).
        77 Wsn_ok PIC 9.
        77 Wsn_coutRep PIC 9(9)V99.
        77 Wsn_ecart PIC S9(9)V99.
        77 Wsn_totalDu PIC 9(11)V99.
        77 Wsn_totalRep PIC 9(11)V99.
        77 Wsn_statutECR PIC X(10).
        77 Wsn_montantECR PIC Z(8)9.99.
        77 Wsn_coutECR PIC Z(8)9.99.
        77 Wsn_ecartECR PIC -(9)9.99.
        77 Wsn_totalECR PIC Z(10)9.99.
        77 ffr_stat PIC 9(2).
        77 Wverif_fr PIC 9.
        77 Wfr_id PIC 9(5).
        77 Wfr_max PIC 9(5).
        77 Wfr_choix PIC 9.
        77 Wfr_nom PIC X(30).
        77 Wfr_pays PIC X(30).
        77 Wfr_pays2 PIC X(30).
        77 Wfr_contact PIC X(30).
        77 Wfr_delai PIC 9(3).
        77 Wfr_actif PIC 9.
        77 Wfr_fin PIC 9.
        77 Wfr_count PIC 9(3).
        77 Wpf_mois PIC 9(6).
        77 Wpf_date PIC 9(8).
        77 Wpf_nb PIC 9(3).
        77 Wpf_i PIC 9(3).
        77 Wpf_delai PIC 9(5).
        77 Wpf_taux PIC 9(3).
        77 Wpf_moyen PIC 9(5)V9.
        77 Wpf_moyenECR PIC ZZZZ9.9.
        77 Wpf_sansFournisseur PIC 9(5).
        01 WpfTable.
                02 Wpf_entry OCCURS 500 TIMES.
                        03 Wpf_id PIC 9(5).
                        03 Wpf_nom PIC X(30).
                        03 Wpf_promis PIC 9(3).
                        03 Wpf_recues PIC 9(5).
                        03 Wpf_aHeure PIC 9(5).
                        03 Wpf_cumulDelai PIC 9(7).
                        03 Wpf_ouvertes PIC 9(5).
                        03 Wpf_enRetard PIC 9(5).
        77 ffc_stat PIC 9(2).
        77 Wfc_id PIC 9(5).
        77 Wfc_max PIC 9(5).
        77 Wfc_fin PIC 9.
        77 Wfc_count PIC 9(3).
        77 Wfc_cmd PIC 9(5).
        77 Wfc_cmdOk PIC 9.
        77 Wfc_qteCmd PIC 9(5).
        77 Wfc_qteRecue PIC 9(5).
        77 Wfc_prixCmd PIC 9(7)V99.
        77 Wfc_fournisseur PIC 9(5).
        77 Wfc_dejaFacturee PIC 9.
        77 Wfc_numero PIC X(20).
        77 Wfc_quantite PIC 9(5).
        77 Wfc_prix PIC 9(7)V99.
        77 Wfc_montant PIC 9(9)V99.
        77 Wfc_calcul PIC 9(12)V99.
        77 Wfc_statut PIC 9.
        77 Wfc_motif PIC X(40).
        77 Wfc_choix PIC 9.
        77 Wfc_recue PIC 9(5).

        77 fsk_stat PIC 9(2).
        77 fkl_stat PIC 9(2).
        77 Wsk_id PIC 9(5).
        77 Wsk_max PIC 9(5).
        77 Wsk_fin PIC 9.
        77 Wsk_ok PIC 9.
        77 Wsk_lieu PIC X(30).
        77 Wsk_lieu2 PIC X(30).
        77 Wsk_lignes PIC 9(4).
        77 Wsk_ecarts PIC 9(4).
        77 Wsk_postes PIC 9(4).
        77 Wsk_nonSaisis PIC 9(4).
        77 Wsk_dernier PIC 9(8).
        77 Wsk_nombre PIC 9(4).
        77 Wsk_count PIC 9(3).
        77 Wkl_fin PIC 9.
        77 Wkl_compte PIC 9(5).
        77 Wkl_ecart PIC S9(5).
        77 Wkl_ecartECR PIC -(5)9.
        77 Wkl_nouveau PIC S9(6).
        77 Wkl_choix PIC 9.
        77 Wkl_source PIC X(8).

        77 fpl_stat PIC 9(2).
        77 Wvl_perteMax PIC 9(7).
        77 Wvl_perteFin PIC 9.
        77 Wvl_article PIC X(30).
        77 Wvl_article2 PIC X(30).
        77 Wvl_trouve PIC 9.
        77 Wvl_cout PIC 9(7)V99.
        77 Wvl_devise PIC X(3).
        77 Wvl_devise2 PIC X(3).
        77 Wvl_categorie PIC 9.
        77 Wvl_qte PIC 9(5).
        77 Wvl_valeur PIC 9(12)V99.
        77 Wvl_axe PIC 9.
        77 Wvl_cle PIC X(30).
        77 Wvl_groupe PIC X(30).
        77 Wvl_date PIC 9(8).
        77 Wvl_mois PIC 9(6).
        77 Wvl_moisPerte PIC 9(6).
        77 Wvl_fin PIC 9.
        77 Wvl_i PIC 9(3).
        77 Wvl_nb PIC 9(3).
        77 Wvl_sature PIC 9.
        77 Wvl_nonValorises PIC 9(5).
        77 Wvl_pertes PIC 9(5).
        77 Wvl_coutECR PIC Z(6)9.99.
        77 Wvl_valeurECR PIC Z(12)9.99.
        77 Wvl_qteECR PIC Z(8)9.
        01 WvlTable.
                02 Wvl_entry OCCURS 600 TIMES.
                        03 Wvl_tAxe PIC 9.
                        03 Wvl_tCle PIC X(30).
                        03 Wvl_tDevise PIC X(3).
                        03 Wvl_tQte PIC 9(9).
                        03 Wvl_tValeur PIC 9(13)V99.

        77 fag_stat PIC 9(2).
        77 fta_stat PIC 9(2).
        77 fsm_stat PIC 9(2).
        77 fje_stat PIC 9(2).
        77 fxl_stat PIC 9(2).
        77 fxe_stat PIC 9(2).
        77 Wxa_code PIC X(10).
        77 Wxa_code2 PIC X(10).
        77 Wxa_nom PIC X(30).
        77 Wxa_actif PIC 9.
        77 Wxa_choix PIC 9.
        77 Wxa_fin PIC 9.
        77 Wxa_count PIC 9(3).
        77 Wxa_max PIC 9(7).
        77 Wxa_trouve PIC 9.
        77 Wxe_fichier PIC X(60).
        77 Wxe_date PIC 9(8).
        77 Wxe_heure PIC 9(8).
        77 Wxe_seq PIC 9(7).
        77 Wxe_ligne PIC 9(6).
        77 Wxe_nbLignes PIC 9(6).
        77 Wxe_texte PIC X(200).
        77 Wxe_agences PIC 9(3).
        77 Wxe_missions PIC 9(5).
        77 Wxe_etapes PIC 9(5).
        77 Wxe_arrivees PIC 9(5).
        77 Wxe_derniere PIC 9(7).
        77 Wxe_change PIC 9.
        77 Wxe_fin PIC 9.
        77 Wxe_fin2 PIC 9.
        77 Wxe_ok PIC 9.

        77 fsu_stat PIC 9(2).
        77 fsr_stat PIC 9(2).
        77 Wsu_type PIC 9.
        77 Wsu_coqueAlerte PIC 9(3).
        77 Wsu_coqueCritique PIC 9(3).
        77 Wsu_tempAlerte PIC 9(4).
        77 Wsu_tempCritique PIC 9(4).
        77 Wsu_pressionMinAlerte PIC 9(3)V9.
        77 Wsu_pressionMinCritique PIC 9(3)V9.
        77 Wsu_pressionMaxAlerte PIC 9(3)V9.
        77 Wsu_pressionMaxCritique PIC 9(3)V9.
        77 Wsu_propAlerte PIC 9(3).
        77 Wsu_propCritique PIC 9(3).
        77 Wsu_choix PIC 9.
        77 Wsr_pType PIC X(10).
        77 Wsr_pNav PIC X(30).
        77 Wsr_pDate PIC X(8).
        77 Wsr_pHeure PIC X(4).
        77 Wsr_pCoque PIC X(10).
        77 Wsr_pTemp PIC X(10).
        77 Wsr_pPression PIC X(10).
        77 Wsr_pProp PIC X(10).
        77 Wsr_nav PIC X(30).
        77 Wsr_nav2 PIC X(30).
        77 Wsr_date PIC 9(8).
        77 Wsr_heure PIC 9(4).
        77 Wsr_coque PIC 9(3).
        77 Wsr_temp PIC 9(4).
        77 Wsr_pression PIC 9(3)V9.
        77 Wsr_prop PIC 9(3).
        77 Wsr_type PIC 9.
        77 Wsr_gravite PIC 9.
        77 Wsr_alarme PIC 9.
        77 Wsr_mesure PIC X(30).
        77 Wsr_valeurECR PIC Z(3)9.9.
        77 Wsr_seuilECR PIC Z(3)9.9.
        77 Wsr_valeur PIC 9(4)V9.
        77 Wsr_seuil PIC 9(4)V9.
        77 Wsr_heureInc PIC 9(8).
        77 Wsr_incidents PIC 9(4).
        77 Wsr_fin PIC 9.
        77 Wsr_count PIC 9(4).
        77 Wsr_prec PIC 9.
        77 Wsr_coquePrec PIC 9(3).
        77 Wsr_tempPrec PIC 9(4).
        77 Wsr_propPrec PIC 9(3).
        77 Wsr_delta PIC S9(4).
        77 Wsr_dCoqueECR PIC -(3)9.
        77 Wsr_dTempECR PIC -(4)9.
        77 Wsr_dPropECR PIC -(3)9.
        77 Wsr_pressionECR PIC ZZ9.9.

        77 fix_stat PIC 9(2).
        77 Wix_choix PIC 9.
        77 Wix_idA PIC 9(5).
        77 Wix_idB PIC 9(5).
        77 Wix_motif PIC X(60).
        77 Wix_dateDebut PIC 9(8).
        77 Wix_dateFin PIC 9(8).
        77 Wix_date PIC 9(8).
        77 Wix_dateMission PIC 9(8).
        77 Wix_aujourdhui PIC 9(8).
        77 Wix_trouve PIC 9.
        77 Wix_ok PIC 9.
        77 Wix_fin PIC 9.
        77 Wix_count PIC 9(4).
        77 Wix_idEquipe PIC 9(5).
        77 Wix_idNouveau PIC 9(5).
        77 Wix_silence PIC 9.
        77 Wix_conflits PIC 9(2).
        77 Wix_nb PIC 9(2).
        77 Wix_i PIC 9(2).
        77 Wix_j PIC 9(2).
        77 Wix_equipeA PIC 9(5).
        77 Wix_equipeB PIC 9(5).
        77 Wix_etat PIC X(10).
        01 WixTable.
                02 Wix_membre PIC 9(5) OCCURS 50 TIMES.
        77 Wpv_fin PIC 9.
        77 Wpv_mission PIC 9(5).
        77 Wpv_nbVol PIC 9(2).
        77 Wpv_nb PIC 9(4).
        77 Wpv_i PIC 9(4).
        77 Wpv_j PIC 9(4).
        77 Wpv_k PIC 9(4).
        77 Wpv_a PIC 9(5).
        77 Wpv_b PIC 9(5).
        77 Wpv_trouve PIC 9.
        77 Wpv_depasse PIC 9.
        77 Wpv_seuil PIC 9(3).
        77 Wpv_count PIC 9(4).
        77 Wpv_nomA PIC X(30).
        77 Wpv_nomB PIC X(30).
        77 Wpv_nbECR PIC ZZ9.
        01 WpvVol.
                02 Wpv_vol PIC 9(5) OCCURS 50 TIMES.
        01 WpvTable.
                02 Wpv_entry OCCURS 2000 TIMES.
                        03 Wpv_eA PIC 9(5).
                        03 Wpv_eB PIC 9(5).
                        03 Wpv_eNb PIC 9(3).
        01 WpvSwap PIC X(13).

        77 fpn_stat PIC 9(2).
        77 Wcfg_ageRetraite PIC 9(2) VALUE 60.
        77 Wcfg_serviceMinRetraite PIC 9(2) VALUE 10.
        77 Wcfg_serviceRetraite PIC 9(2) VALUE 25.
        77 Wcfg_tauxAnnuite PIC 9V9(4) VALUE 0.0200.
        77 Wcfg_tauxPensionMax PIC 9V99 VALUE 0.75.
        77 Wcfg_primeJourVol PIC 9(3)V99 VALUE 1.50.
        77 Wpn_id PIC 9(5).
        77 Wpn_date PIC 9(8).
        77 Wpn_dateNaissance PIC 9(8).
        77 Wpn_dateEntree PIC 9(8).
        77 Wpn_premiereCompo PIC 9(8).
        77 Wpn_age PIC 9(3).
        77 Wpn_annees PIC 9(2).
        77 Wpn_eligible PIC 9.
        77 Wpn_ok PIC 9.
        77 Wpn_choix PIC 9.
        77 Wpn_fin PIC 9.
        77 Wpn_count PIC 9(4).
        77 Wpn_idEquipe PIC 9(5).
        77 Wpn_salaire PIC 9(7)V99.
        77 Wpn_taux PIC 9V9(4).
        77 Wpn_montant PIC 9(7)V99.
        77 Wpn_total PIC 9(9)V99.
        77 Wpn_montantECR PIC Z(6)9.99.
        77 Wpn_totalECR PIC Z(8)9.99.

        77 fng_stat PIC 9(2).
        77 Wng_origine PIC X(8).
        77 Wng_ref PIC 9(6).
        77 Wng_type PIC X.
        77 Wng_idBudget PIC 9(5).
        77 Wng_montant PIC 9(9)V99.
        77 Wng_commande PIC 9(5).
        77 Wng_budget PIC 9(9)V99.
        77 Wng_depense PIC 9(9)V99.
        77 Wng_engage PIC 9(11)V99.
        77 Wng_propre PIC 9(11)V99.
        77 Wng_libre PIC S9(11)V99.
        77 Wng_libreECR PIC -(11)9.99.
        77 Wng_reste PIC S9(11)V99.
        77 Wng_date PIC 9(8).
        77 Wng_periode PIC 9(6).
        77 Wng_deja PIC 9.
        77 Wng_ok PIC 9.
        77 Wng_choix PIC 9.
        77 Wng_trouve PIC 9.
        77 Wng_fin PIC 9.
        77 Wng_fin2 PIC 9.
        77 Wng_fin3 PIC 9.
        77 Wng_count PIC 9(4).
        77 Wng_idEquipe PIC 9(5).
        77 Wng_paie PIC 9(9)V99.
        77 Wng_salaire PIC 9(7)V99.
        77 Wng_pDate PIC X(8).
        77 Wng_nbMissions PIC 9(4).
        77 Wng_nbPaie PIC 9(4).
        77 Wng_nbDepasse PIC 9(4).

        77 fpt_stat PIC 9(2).
        77 Wcfg_paysOperateur PIC X(30) VALUE "france".
        77 Wcfg_alertePermis PIC 9(3) VALUE 60.
        77 Wpt_lieu PIC X(30).
        77 Wpt_lieu2 PIC X(30).
        77 Wpt_pays PIC X(30).
        77 Wpt_idMission PIC 9(5).
        77 Wpt_dateDebut PIC 9(8).
        77 Wpt_dateFin PIC 9(8).
        77 Wpt_ok PIC 9.
        77 Wpt_okMission PIC 9.
        77 Wpt_trouve PIC 9.
        77 Wpt_couvre PIC 9.
        77 Wpt_eof PIC 9.
        77 Wpt_eof2 PIC 9.
        77 Wpt_choix PIC 9.
        77 Wpt_ref PIC X(15).
        77 Wpt_type PIC X.
        77 Wpt_vaisseau PIC X(30).
        77 Wpt_vaisseau2 PIC X(30).
        77 Wpt_debutSaisi PIC 9(8).
        77 Wpt_finSaisie PIC 9(8).
        77 Wpt_aujourdhui PIC 9(8).
        77 Wpt_limite PIC 9(8).
        77 Wpt_jours PIC S9(5).
        77 Wpt_joursECR PIC -(4)9.
        77 Wpt_count PIC 9(4).
        77 Wpt_nbV PIC 9(2).
        77 Wpt_i PIC 9(2).
        01 WptTable.
                02 Wpt_vaisseauMission PIC X(30) OCCURS 10 TIMES.

        77 Wsv_lieu PIC X(30).
        77 Wsv_lieu2 PIC X(30).
        77 Wsv_exclu PIC X(30).
        77 Wsv_motif PIC X(18).
        77 Wsv_idxLieu PIC 9(3).
        77 Wsv_idx PIC 9(3).
        77 Wsv_dist PIC 9(8).
        77 Wsv_nb PIC 9(2).
        77 Wsv_i PIC 9(2).
        77 Wsv_j PIC 9(2).
        77 Wsv_rang PIC 9(2).
        77 Wsv_choix PIC 9(2).
        77 Wsv_min PIC 9(6)V9.
        77 Wsv_joursECR PIC Z(5)9.9.
        77 Wsv_duree PIC 9(5).
        77 Wsv_fin PIC 9.
        77 Wsv_fin2 PIC 9.
        77 Wsv_ok PIC 9.
        77 Wsv_dispo PIC 9.
        77 Wsv_propose PIC 9 VALUE 0.
        77 Wsv_nav PIC X(30).
        77 Wsv_idEquipe PIC 9(5).
        77 Wsv_aptes PIC 9(3).
        77 Wsv_membres PIC 9(3).
        77 Wsv_idMission PIC 9(5).
        77 Wsv_date PIC 9(8).
        77 Wsv_dateFin PIC 9(8).
        77 Wsv_cap PIC 9.
        77 Wsv_libre PIC 9.
        01 WsvTable.
                02 Wsv_cand OCCURS 50 TIMES.
                        03 Wsv_cNav PIC X(30).
                        03 Wsv_cLieu PIC X(30).
                        03 Wsv_cDist PIC 9(8).
                        03 Wsv_cJours PIC 9(6)V9.
                        03 Wsv_cEquipe PIC 9(5).
                        03 Wsv_cAptes PIC 9(3).
                        03 Wsv_cRang PIC 9(2).

        77 Wcfg_risqueMax PIC 9(2) VALUE 12.
        77 Wsim_idMission PIC 9(5).
        77 Wsim_existe PIC 9.
        77 Wsim_lieu PIC X(30).
        77 Wsim_debut PIC 9(8).
        77 Wsim_fin PIC 9(8).
        77 Wsim_type PIC 9.
        77 Wsim_budget PIC 9(9)V99.
        77 Wsim_devise PIC X(3).
        77 Wsim_depend PIC 9(5).
        77 Wsim_risque PIC 9(2).
        77 Wsim_equipe PIC 9(5).
        77 Wsim_nav PIC X(30).
        77 Wsim_nav2 PIC X(30).
        77 Wsim_cargo PIC 9(5).
        77 Wsim_charge PIC 9(7).
        77 Wsim_nbEt PIC 9(2).
        77 Wsim_i PIC 9(2).
        77 Wsim_eof PIC 9.
        77 Wsim_ok PIC 9.
        77 Wsim_trouve PIC 9.
        77 Wsim_conflit PIC 9.
        77 Wsim_autre PIC 9(5).
        77 Wsim_prec PIC X(30).
        77 Wsim_dest PIC X(30).
        77 Wsim_carburant PIC 9(6).
        77 Wsim_rayon PIC 9(6).
        77 Wsim_distTot PIC 9(7).
        77 Wsim_horsRayon PIC 9(2).
        77 Wsim_inconnu PIC 9(2).
        77 Wsim_retour PIC 9(8).
        77 Wsim_nbKo PIC 9(2).
        77 Wsim_nbRes PIC 9(2).
        77 Wsim_nbEquipage PIC 9(5).
        77 Wsim_occupation PIC 9(5).
        77 Wsim_statut PIC X(6).
        77 Wsim_ctrl PIC X(28).
        77 Wsim_detail PIC X(80).
        77 Wsim_montantECR PIC Z(10)9.99.
        77 Wsim_budgetECR PIC Z(8)9.99.
        01 WsimTable.
                02 Wsim_res OCCURS 30 TIMES.
                        03 Wsim_rCtrl PIC X(28).
                        03 Wsim_rOk PIC 9.
                        03 Wsim_rDetail PIC X(80).
        01 WsimEtapes.
                02 Wsim_etape OCCURS 20 TIMES.
                        03 Wsim_etLieu PIC X(30).
                        03 Wsim_etDuree PIC 9(4).
        77 frg_stat PIC 9(2).
        77 fig_stat PIC 9(2).
        77 Wig_fichier PIC X(30).
        77 Wig_action PIC X(6).
        77 Wig_choix PIC 9(3).
        77 Wig_f PIC 9(3).
        77 Wig_nbFichiers PIC 9(3) VALUE 97.
        77 Wig_confirme PIC 9.
        77 Wig_k PIC 9.
        77 Wig_nbCles PIC 9.
        77 Wig_eof PIC 9.
        77 Wig_fin PIC 9.
        77 Wig_stat PIC 9(2).
        77 Wig_ouvert PIC 9.
        77 Wig_erreur PIC 9.
        77 Wig_invalide PIC 9.
        77 Wig_ecarts PIC 9.
        77 Wig_illisibles PIC 9(7).
        77 Wig_invalides PIC 9(7).
        77 Wig_decharges PIC 9(7).
        77 Wig_recharges PIC 9(7).
        77 Wig_rejets PIC 9(7).
        77 Wig_taille PIC 9(12).
        77 Wig_date PIC 9(8).
        77 Wig_heure PIC 9(8).
        77 Wig_enreg PIC X(500).
        77 Wig_pDate PIC X(8).
        77 Wig_pHeure PIC X(8).
        77 Wig_pFichier PIC X(30).
        77 Wig_pAction PIC X(6).
        77 Wig_pLus PIC X(7).
        77 Wig_pTaille PIC X(12).
        77 Wig_precTrouve PIC 9.
        77 Wig_precDate PIC X(8).
        77 Wig_precLus PIC 9(7).
        77 Wig_precTaille PIC 9(12).
        77 Wig_delta PIC S9(12).
        77 Wig_deltaECR PIC -(11)9.
        01 WigCompteurs.
                02 Wig_nb PIC 9(7) OCCURS 5 TIMES.
        01 WigLibelles.
                02 Wig_cle PIC X(20) OCCURS 5 TIMES.
        01 Wig_infos.
                02 Wig_octets PIC X(8) COMP-X.
                02 Wig_jour PIC X COMP-X.
                02 Wig_mois PIC X COMP-X.
                02 Wig_annee PIC X(2) COMP-X.
                02 Wig_heures PIC X COMP-X.
                02 Wig_minutes PIC X COMP-X.
                02 Wig_secondes PIC X COMP-X.
                02 Wig_centiemes PIC X COMP-X.
        77 frt_stat PIC 9(2).
        77 fcn_stat PIC 9(2).
        77 fat_stat PIC 9(2).
        77 Wrt_date PIC 9(8).
        77 Wrt_heure PIC 9(8).
        77 Wrt_choix PIC 9.
        77 Wrt_cat PIC 9.
        77 Wrt_annees PIC 9(3).
        77 Wrt_nb PIC 9(4).
        77 Wrt_i PIC 9(4).
        77 Wrt_idx PIC 9(4).
        77 Wrt_id PIC 9(5).
        77 Wrt_fin PIC 9.
        77 Wrt_sature PIC 9.
        77 Wrt_sansDate PIC 9(4).
        77 Wrt_limite PIC 9(8).
        77 Wrt_modifies PIC 9(6).
        77 Wrt_fichier PIC X(30).
        77 Wrt_tmp PIC X(30) VALUE "anonymisation.tmp".
        77 Wrt_cle PIC X(30).
        77 Wrt_champs PIC X(40).
        77 Wrt_c1 PIC X(10).
        77 Wrt_c2 PIC X(10).
        77 Wrt_c3 PIC X(10).
        77 Wrt_c4 PIC X(10).
        77 Wrt_c5 PIC X(80).
        77 Wrt_c6 PIC X(10).
        77 Wrt_aModule PIC X(12).
        77 Wrt_aAction PIC X(10).
        77 Wrt_aDetail PIC X(60).
        01 WrtPolitique.
                02 Wrt_pol OCCURS 5.
                        03 Wrt_polCat PIC X(10).
                        03 Wrt_polAnnees PIC 9(3).
        01 WrtCompteurs.
                02 Wrt_cpt PIC 9(6) OCCURS 5.
        01 WrtDeparts.
                02 Wrt_astro OCCURS 2000.
                        03 Wrt_tId PIC 9(5).
                        03 Wrt_tDepart PIC 9(8).
                        03 Wrt_tCat PIC 9 OCCURS 5.

        77 fxd_stat PIC 9(2).
        77 fxc_stat PIC 9(2).
        77 Wxd_choix PIC 9.
        77 Wxd_mode PIC 9.
        77 Wxd_nom PIC X(12).
        77 Wxd_numFichier PIC 9.
        77 Wxd_fichierCsv PIC X(40).
        77 Wxd_saisie PIC X(30).
        77 Wxd_nbFiltres PIC 9.
        77 Wxd_f PIC 9(2).
        77 Wxd_k PIC 9(2).
        77 Wxd_i PIC 9(2).
        77 Wxd_erreur PIC 9.
        77 Wxd_fin PIC 9.
        77 Wxd_trouve PIC 9.
        77 Wxd_retenu PIC 9.
        77 Wxd_cmp PIC S9.
        77 Wxd_ptr PIC 9(3).
        77 Wxd_lgAff PIC 9(3).
        77 Wxd_seq PIC 9(7).
        77 Wxd_count PIC 9(7).
        77 Wxd_sep PIC X.
        77 Wxd_valeur PIC X(50).
        77 Wxd_gauche PIC X(50).
        77 Wxd_droite PIC X(50).
        77 Wxd_nGauche PIC S9(13)V99.
        77 Wxd_nDroite PIC S9(13)V99.
        77 Wxd_montant PIC 9(11)V99.
        77 Wxd_montantECR PIC 9(11).99.
        77 Wxd_ligne PIC X(300).
        77 Wxd_posCour PIC 9(3).
        77 Wxd_aNom PIC X(24).
        77 Wxd_aLg PIC 9(3).
        77 Wxd_aType PIC X.
        77 Wxd_nbDico PIC 9(2).
        77 Wxd_dicoFichier PIC X(16).
        77 Wxd_iTri PIC 9(2).
        01 WxdDico.
                02 Wxd_dico OCCURS 20.
                        03 Wxd_dNom PIC X(24).
                        03 Wxd_dPos PIC 9(3).
                        03 Wxd_dLg PIC 9(3).
                        03 Wxd_dType PIC X.
        01 WxdIndices.
                02 Wxd_iChamp PIC 9(2) OCCURS 8.
                02 Wxd_iFiltre PIC 9(2) OCCURS 3.

        77 fdm_stat PIC 9(2).
        77 fdc_stat PIC 9(2).
        77 Wdc_conso PIC X(10).
        77 Wdc_trouve PIC 9.
        77 Wdc_marque PIC 9(7).
        77 Wdc_nouvMarque PIC 9(7).
        77 Wdc_premier PIC 9(7).
        77 Wdc_seq PIC 9(7).
        77 Wdc_fichier PIC X(40).
        77 Wdc_date PIC 9(8).
        77 Wdc_heure PIC 9(8).
        77 Wdc_fin PIC 9.
        77 Wdc_plein PIC 9.
        77 Wdc_nb PIC 9(3).
        77 Wdc_i PIC 9(3).
        77 Wdc_e PIC 9.
        77 Wdc_k PIC 9.
        77 Wdc_nbConso PIC 9(3).
        77 Wdc_nbLignes PIC 9(7).
        77 Wdc_nbChange PIC 9(3).
        77 Wdc_aDate PIC X(8).
        77 Wdc_aHeure PIC X(8).
        77 Wdc_aOp PIC X(10).
        77 Wdc_aModule PIC X(12).
        77 Wdc_aAction PIC X(10).
        77 Wdc_aDetail PIC X(60).
        77 Wdc_aSeq PIC X(7).
        77 Wdc_cle1 PIC X(30).
        77 Wdc_cle2 PIC X(30).
        77 Wdc_autre PIC 9.
        77 Wdc_tImage PIC 9(16).
        77 Wdc_tEvt PIC 9(16).
        77 Wdc_champ PIC X(24).
        77 Wdc_avant PIC X(50).
        77 Wdc_apres PIC X(50).
        77 Wdc_val PIC X(50).
        77 Wdc_src PIC X(400).
        01 WdcEntites.
                02 Wdc_ent OCCURS 5.
                        03 Wdc_entModule PIC X(12).
                        03 Wdc_entJournal PIC X(12).
                        03 Wdc_entFichier PIC X(16).
        01 WdcEvenements.
                02 Wdc_evt OCCURS 500.
                        03 Wdc_eSeq PIC 9(7).
                        03 Wdc_eDate PIC 9(8).
                        03 Wdc_eHeure PIC 9(8).
                        03 Wdc_eOp PIC X(10).
                        03 Wdc_eEnt PIC 9.
                        03 Wdc_eOper PIC X.
                        03 Wdc_eAutre PIC 9.
                        03 Wdc_eCle PIC X(30).
                        03 Wdc_eAvantOk PIC 9.
                        03 Wdc_eAvant PIC X(400).
                        03 Wdc_eApresOk PIC 9.
                        03 Wdc_eApres PIC X(400).

        77 frot_stat PIC 9(2).
        77 Wrot_choix PIC 9.
        77 Wrot_ok PIC 9.
        77 Wrot_fin PIC 9.
        77 Wrot_trouve PIC 9.
        77 Wrot_rep PIC 9.
        77 Wrot_idMission PIC 9(5).
        77 Wrot_idEquipe PIC 9(5).
        77 Wrot_statut PIC 9.
        77 Wrot_type PIC 9.
        77 Wrot_lieu PIC X(30).
        77 Wrot_debutMission PIC 9(8).
        77 Wrot_finMission PIC 9(8).
        77 Wrot_seq PIC 9(2).
        77 Wrot_nomEtape PIC X(30).
        77 Wrot_cumul PIC 9(5).
        77 Wrot_idAstro PIC 9(5).
        77 Wrot_sens PIC X.
        77 Wrot_date PIC 9(8).
        77 Wrot_dateDefaut PIC 9(8).
        77 Wrot_debut PIC 9(8).
        77 Wrot_finPer PIC 9(8).
        77 Wrot_dernierRetour PIC 9(8).
        77 Wrot_jours PIC S9(5).
        77 Wrot_aBord PIC 9.
        77 Wrot_i PIC 9(3).
        77 Wrot_j PIC 9(3).
        77 Wrot_nb PIC 9(3).
        77 Wrot_nom PIC X(61).
        77 Wrot_sensECR PIC X(10).
        01 WrotTable.
                02 Wrot_ligne OCCURS 100.
                        03 Wrot_tSeq PIC 9(2).
                        03 Wrot_tAstro PIC 9(5).
                        03 Wrot_tSens PIC X.
                        03 Wrot_tDate PIC 9(8).
        77 fpx_stat PIC 9(2).
        77 Wpx_choix PIC 9.
        77 Wpx_ok PIC 9.
        77 Wpx_fin PIC 9.
        77 Wpx_idMission PIC 9(5).
        77 Wpx_idEquipe PIC 9(5).
        77 Wpx_nbEquipage PIC 9(3).
        77 Wpx_vaisseau PIC X(30).
        77 Wpx_capacite PIC 9(2).
        77 Wpx_lieuDepart PIC X(30).
        77 Wpx_lieuMission PIC X(30).
        77 Wpx_etape PIC 9(2).
        77 Wpx_lieuEtape PIC X(30).
        77 Wpx_embNouv PIC 9(2).
        77 Wpx_debNouv PIC 9(2).
        77 Wpx_max PIC 9(3).
        77 Wpx_maxId PIC 9(5).
        77 Wpx_id PIC 9(5).
        77 Wpx_k PIC 9(3).
        77 Wpx_count PIC 9(3).
        77 Wpx_nom PIC X(30).
        77 Wpx_prenom PIC X(30).
        77 Wpx_nationalite PIC X(30).
        77 Wpx_organisation PIC X(40).
        77 Wpx_contactNom PIC X(30).
        77 Wpx_contactTel PIC X(20).
        77 Wpx_lieuEmb PIC X(30).
        77 Wpx_lieuDeb PIC X(30).
        77 Wpx_maxBord PIC 9(3).
        77 Wpx_bord PIC S9(4).
        01 WpxTroncons.
                02 Wpx_troncon PIC 9(3) OCCURS 100.
        01 WpxReleves.
                02 Wpx_releve PIC S9(3) OCCURS 100.

        77 fcli_stat PIC 9(2).
        77 ftf_stat PIC 9(2).
        77 fcf_stat PIC 9(2).
        77 ffl_stat PIC 9(2).
        77 Wft_choix PIC 9.
        77 Wft_ok PIC 9.
        77 Wft_fin PIC 9.
        77 Wft_fin2 PIC 9.
        77 Wft_rep PIC 9.
        77 Wft_max PIC 9(5).
        77 Wft_count PIC 9(5).
        77 Wft_idClient PIC 9(5).
        77 Wft_nom PIC X(30).
        77 Wft_pays PIC X(30).
        77 Wft_pays2 PIC X(30).
        77 Wft_contact PIC X(30).
        77 Wft_adresse PIC X(60).
        77 Wft_actif PIC 9.
        77 Wft_distanceMax PIC 9(6).
        77 Wft_forfait PIC 9(7)V99.
        77 Wft_prixKg PIC 9(5)V99.
        77 Wft_idContrat PIC 9(5).
        77 Wft_vaisseau PIC X(30).
        77 Wft_vaisseau2 PIC X(30).
        77 Wft_article PIC X(30).
        77 Wft_article2 PIC X(30).
        77 Wft_quantite PIC 9(5).
        77 Wft_poids PIC 9(7)V99.
        77 Wft_origine PIC X(30).
        77 Wft_origine2 PIC X(30).
        77 Wft_destination PIC X(30).
        77 Wft_destination2 PIC X(30).
        77 Wft_distance PIC 9(6).
        77 Wft_montant PIC 9(9)V99.
        77 Wft_reste PIC 9(5).
        77 Wft_part PIC 9(5).
        77 Wft_date PIC 9(8).
        77 Wft_idFacture PIC 9(5).
        77 Wft_nbContrats PIC 9(3).
        77 Wft_totalFacture PIC 9(9)V99.
        77 Wft_nbFactures PIC 9(5).
        77 Wft_totalRun PIC 9(11)V99.
        77 Wft_statutECR PIC X(12).
        77 Wft_montantECR PIC Z(8)9.99.
        77 Wft_poidsECR PIC Z(6)9.99.
        77 Wft_totalECR PIC Z(10)9.99.

        77 frf_stat PIC 9(2).
        77 Wrf_choix PIC 9.
        77 Wrf_fin PIC 9.
        77 Wrf_fin2 PIC 9.
        77 Wrf_max PIC 9(5).
        77 Wrf_count PIC 9(5).
        77 Wrf_idModif PIC 9(5).
        77 Wrf_champ PIC 9.
        77 Wrf_nouvelle PIC 9(6).
        77 Wrf_cout PIC 9(9)V99.
        77 Wrf_description PIC X(40).
        77 Wrf_dateEffet PIC 9(8).
        77 Wrf_date PIC 9(8).
        77 Wrf_today PIC 9(8).
        77 Wrf_nomVaisseau PIC X(30).
        77 Wrf_nomVaisseau2 PIC X(30).
        77 Wrf_capacite PIC 9(2).
        77 Wrf_rayon PIC 9(6).
        77 Wrf_vitesse PIC 9(4).
        77 Wrf_i PIC 9.
        77 Wrf_champECR PIC X(20).
        77 Wrf_statutECR PIC X(10).
        77 Wrf_coutECR PIC Z(8)9.99.
        01 WrfTable.
                02 Wrf_ligne OCCURS 3.
                        03 Wrf_tApres PIC 9(8).
                        03 Wrf_tApresVal PIC 9(6).
                        03 Wrf_tAvant PIC 9(8).
                        03 Wrf_tAvantVal PIC 9(6).

        77 fcs_stat PIC 9(2).
        77 Wcs_choix PIC 9.
        77 Wcs_type PIC 9.
        77 Wcs_fin PIC 9.
        77 Wcs_count PIC 9(5).
        77 Wcs_bloque PIC 9.
        77 Wcs_okMission PIC 9.
        77 Wcs_idMission PIC 9(5).
        77 Wcs_numSerie PIC X(20).
        77 Wcs_numSerie2 PIC X(20).
        77 Wcs_numRemplacant PIC X(20).
        77 Wcs_designation PIC X(30).
        77 Wcs_nomVaisseau PIC X(30).
        77 Wcs_nomVaisseau2 PIC X(30).
        77 Wcs_lieu PIC X(30).
        77 Wcs_lieu2 PIC X(30).
        77 Wcs_limite PIC 9(6).
        77 Wcs_cumul PIC 9(6).
        77 Wcs_depuisRevision PIC 9(6).
        77 Wcs_date PIC 9(8).
        77 Wcs_ok PIC 9.
        77 Wcs_typeECR PIC X(15).
        01 WcsNavires.
                02 Wcs_navire OCCURS 50 PIC X(30).
        77 Wcs_nbNavires PIC 9(3).
        77 Wcs_i PIC 9(3).

        77 fnv_stat PIC 9(2).
        77 Wnv_choix PIC 9.
        77 Wnv_fin PIC 9.
        77 Wnv_fin2 PIC 9.
        77 Wnv_ok PIC 9.
        77 Wnv_okMission PIC 9.
        77 Wnv_trouve PIC 9.
        77 Wnv_count PIC 9(5).
        77 Wnv_numCertificat PIC X(15).
        77 Wnv_nomVaisseau PIC X(30).
        77 Wnv_nomVaisseau2 PIC X(30).
        77 Wnv_autorite PIC X(30).
        77 Wnv_dateInspection PIC 9(8).
        77 Wnv_dateExpiration PIC 9(8).
        77 Wnv_volHabiteInterdit PIC 9.
        77 Wnv_fretUniquement PIC 9.
        77 Wnv_restrictions PIC X(40).
        77 Wnv_date PIC 9(8).
        77 Wnv_limite PIC 9(8).
        77 Wnv_jours PIC S9(5).
        77 Wnv_joursECR PIC ZZZZ9.
        77 Wnv_equipage PIC 9.
        77 Wnv_typeMission PIC 9.
        77 Wnv_roleCargo PIC 9.
        77 Wnv_idMission PIC 9(5).
        77 Wnv_certExp PIC 9(8).
        77 Wnv_certNum PIC X(15).
        77 Wnv_certHabite PIC 9.
        77 Wnv_certFret PIC 9.
        77 Wnv_certInsp PIC 9(8).

        77 ftq_stat PIC 9(2).
        77 Wtq_choix PIC 9.
        77 Wtq_fin PIC 9.
        77 Wtq_fin2 PIC 9.
        77 Wtq_ok PIC 9.
        77 Wtq_trouve PIC 9.
        77 Wtq_count PIC 9(5).
        77 Wtq_exonerees PIC 9(5).
        77 Wtq_anomalies PIC 9(5).
        77 Wtq_nomLieu PIC X(30).
        77 Wtq_nomLieu2 PIC X(30).
        77 Wtq_fraisJour PIC 9(7)V99.
        77 Wtq_fraisArrivee PIC 9(7)V99.
        77 Wtq_devise PIC X(3).
        77 Wtq_devise2 PIC X(3).
        77 Wtq_actif PIC 9.
        77 Wtq_aujourdhui PIC 9(8).
        77 Wtq_du PIC 9(8).
        77 Wtq_au PIC 9(8).
        77 Wtq_precVaisseau PIC X(30).
        77 Wtq_precDate PIC 9(8).
        77 Wtq_precLieu PIC X(30).
        77 Wtq_precStatut PIC 9.
        77 Wtq_depart PIC 9(8).
        77 Wtq_jours PIC S9(5).
        77 Wtq_montant PIC 9(9)V99.
        77 Wtq_pays PIC X(30).
        77 Wtq_imputation PIC X.
        77 Wtq_idImputation PIC 9(5).
        77 Wtq_idMission PIC 9(5).
        77 Wtq_idEquipe PIC 9(5).
        77 Wtq_paysCourant PIC X(30).
        77 Wtq_deviseCourante PIC X(3).
        77 Wtq_sousTotal PIC 9(11)V99.
        77 Wtq_nbLignes PIC 9(5).
        77 Wtq_montantECR PIC Z(8)9.99.
        77 Wtq_totalECR PIC Z(10)9.99.
        77 Wtq_fraisJourECR PIC Z(6)9.99.
        77 Wtq_fraisArriveeECR PIC Z(6)9.99.
        77 Wtq_joursECR PIC ZZZ9.

        77 Wabd_choix PIC 9.
        77 Wabd_ok PIC 9.
        77 Wabd_fin PIC 9.
        77 Wabd_fin2 PIC 9.
        77 Wabd_trouve PIC 9.
        77 Wabd_confirme PIC 9.
        77 Wabd_idMission PIC 9(5).
        77 Wabd_seq PIC 9(2).
        77 Wabd_seqMax PIC 9(2).
        77 Wabd_seqRetour PIC 9(2).
        77 Wabd_lieuEtape PIC X(30).
        77 Wabd_lieuRepli PIC X(30).
        77 Wabd_lieuRepli2 PIC X(30).
        77 Wabd_critere PIC 9.
        77 Wabd_motif PIC 9.
        77 Wabd_motifECR PIC X(25).
        77 Wabd_duree PIC 9(4).
        77 Wabd_aujourdhui PIC 9(8).
        77 Wabd_eta PIC 9(8).
        77 Wabd_nouvelleFin PIC 9(8).
        77 Wabd_int PIC 9(7).
        77 Wabd_vitesse PIC 9(4).
        77 Wabd_position PIC X(30).
        77 Wabd_nbAnnulees PIC 9(3).
        77 Wabd_nbDeplacees PIC 9(3).
        77 Wabd_i PIC 9(3).
        77 Wabd_j PIC 9(2).
        77 Wabd_dans PIC 9.
        77 Wabd_sauve PIC X(200).
        01 WabdLieux.
                02 Wabd_lieuAnnule PIC X(30) OCCURS 100.
        77 Wabd_nbLieux PIC 9(3).
        01 WabdNavires.
                02 Wabd_navire PIC X(30) OCCURS 10.
        77 Wabd_nbNavires PIC 9(2).
        77 Wcal_repli PIC 9.

        77 fdr_stat PIC 9(2).
        77 fda_stat PIC 9(2).
        77 Wcfg_delaiDeclIncident PIC 9(3) VALUE 3.
        77 Wcfg_delaiDeclPerte PIC 9(3) VALUE 1.
        77 Wcfg_delaiDeclDose PIC 9(3) VALUE 15.
        77 Wcfg_alerteDecl PIC 9(3) VALUE 2.
        77 Wdr_choix PIC 9.
        77 Wdr_fin PIC 9.
        77 Wdr_trouve PIC 9.
        77 Wdr_count PIC 9(5).
        77 Wdr_nbCrees PIC 9(5).
        77 Wdr_max PIC 9(5).
        77 Wdr_id PIC 9(5).
        77 Wdr_aujourdhui PIC 9(8).
        77 Wdr_type PIC 9.
        77 Wdr_typeECR PIC X(25).
        77 Wdr_categorie PIC X(3).
        77 Wdr_statutECR PIC X(20).
        77 Wdr_reference PIC X(50).
        77 Wdr_dateOcc PIC 9(8).
        77 Wdr_delai PIC 9(3).
        77 Wdr_jours PIC S9(5).
        77 Wdr_joursECR PIC ZZZZ9.
        77 Wdr_nomVaisseau PIC X(30).
        77 Wdr_idAstronaute PIC 9(5).
        77 Wdr_idMission PIC 9(5).
        77 Wdr_gravite PIC 9.
        77 Wdr_description PIC X(80).
        77 Wdr_refSaisie PIC X(20).
        77 Wdr_fichier PIC X(40).
        77 Wdr_nbEnreg PIC 9(3).
        77 Wdr_pId PIC X(5).
        77 Wdr_pNom PIC X(30).
        77 Wdr_pPrenom PIC X(30).
        77 Wdr_pDate PIC X(8).
        77 Wdr_pMission PIC X(5).
        77 Wdr_pRef PIC X(20).
        77 Wdr_pStatut PIC X(1).
        01 WdrEnreg01.
                02 Wdr1_type PIC X(2).
                02 Wdr1_numero PIC 9(5).
                02 Wdr1_categorie PIC X(3).
                02 Wdr1_dateOcc PIC 9(8).
                02 Wdr1_dateEcheance PIC 9(8).
                02 Wdr1_dateRedaction PIC 9(8).
                02 Wdr1_exploitant PIC X(30).
                02 Wdr1_operateur PIC X(10).
        01 WdrEnreg02.
                02 Wdr2_type PIC X(2).
                02 Wdr2_vaisseau PIC X(30).
                02 Wdr2_astronaute PIC 9(5).
                02 Wdr2_mission PIC 9(5).
                02 Wdr2_gravite PIC 9.
        01 WdrEnreg03.
                02 Wdr3_type PIC X(2).
                02 Wdr3_description PIC X(80).
        01 WdrEnreg99.
                02 Wdr9_type PIC X(2).
                02 Wdr9_numero PIC 9(5).
                02 Wdr9_nbEnreg PIC 9(3).

        77 fpc_stat PIC 9(2).
        77 fpg_stat PIC 9(2).
        77 Wrg_fin PIC 9.
        77 Wrg_fin2 PIC 9.
        77 Wrg_choix PIC 9.
        77 Wrg_aujourdhui PIC 9(8).
        77 Wrg_idMission PIC 9(5).
        77 Wrg_nbMissions PIC 9(4).
        77 Wrg_nbLignes PIC 9(4).
        77 Wrg_nbComptes PIC 9(4).
        77 Wrg_aRegler PIC 9.
        77 Wrg_totalEngage PIC 9(11)V99.
        77 Wrg_cumulEngage PIC 9(11)V99.
        77 Wrg_cumulPart PIC 9(11)V99.
        77 Wrg_cumulCible PIC 9(11)V99.
        77 Wrg_part PIC 9(9)V99.
        77 Wrg_ecart PIC S9(9)V99.
        77 Wrg_coutReel PIC 9(9)V99.
        77 Wrg_montant PIC 9(9)V99.
        77 Wrg_mouvement PIC S9(9)V99.
        77 Wrg_soldeCourant PIC S9(11)V99.
        77 Wrg_pays PIC X(30).
        77 Wrg_pays2 PIC X(30).
        77 Wrg_devise PIC X(3).
        77 Wrg_paysCourant PIC X(30).
        77 Wrg_deviseCourante PIC X(3).
        77 Wrg_selection PIC X(30).
        77 Wrg_pDate PIC X(8).
        77 Wrg_pPays PIC X(30).
        77 Wrg_pDevise PIC X(3).
        77 Wrg_pSens PIC X.
        77 Wrg_pMontant PIC X(15).
        77 Wrg_pOperateur PIC X(10).
        77 Wrg_montantTxt PIC 9(9).99.
        77 Wrg_engageECR PIC Z(8)9.99.
        77 Wrg_partECR PIC Z(8)9.99.
        77 Wrg_mouvementECR PIC -Z(8)9.99.
        77 Wrg_soldeECR PIC -Z(10)9.99.

        77 fep_stat PIC 9(2).
        77 Wep_choix PIC 9.
        77 Wep_fin PIC 9.
        77 Wep_fin2 PIC 9.
        77 Wep_fin3 PIC 9.
        77 Wep_idMission PIC 9(5).
        77 Wep_okMission PIC 9.
        77 Wep_max PIC 9(5).
        77 Wep_id PIC 9(5).
        77 Wep_idAstro PIC 9(5).
        77 Wep_count PIC 9(3).
        77 Wep_ok PIC 9.
        77 Wep_manque PIC 9.
        77 Wep_aujourdhui PIC 9(8).
        77 Wep_type PIC 9.
        77 Wep_etat PIC 9.
        77 Wep_serie PIC X(20).
        77 Wep_taille PIC X(3).
        77 Wep_typeECR PIC X(20).
        77 Wep_etatECR PIC X(15).

        77 Wcfg_toleranceGlissement PIC 9(3) VALUE 2.
        77 Wad_choix PIC 9.
        77 Wad_mode PIC 9.
        77 Wad_silence PIC 9.
        77 Wad_fin PIC 9.
        77 Wad_fin2 PIC 9.
        77 Wad_count PIC 9(3).
        77 Wad_calculable PIC 9.
        77 Wad_repli PIC 9.
        77 Wad_aujourdhui PIC 9(8).
        77 Wad_intJour PIC 9(7).
        77 Wad_int PIC 9(7).
        77 Wad_projInt PIC 9(7).
        77 Wad_jours PIC 9(5).
        77 Wad_sejour PIC 9(4).
        77 Wad_decalage PIC S9(5).
        77 Wad_ecart PIC S9(5).
        77 Wad_prevue PIC 9(8).
        77 Wad_reelle PIC 9(8).
        77 Wad_projetee PIC 9(8).
        77 Wad_depuis PIC 9(8).
        77 Wad_finProjetee PIC 9(8).
        77 Wad_lieu PIC X(30).
        77 Wad_lieuCible PIC X(30).
        77 Wad_etape PIC X(5).
        77 Wad_nav2 PIC X(30).
        77 Wad_ecartECR PIC -(4)9.
        77 Wad_reelleECR PIC X(8).

        77 fia_stat PIC 9(2).
        77 fdg_stat PIC 9(2).
        77 Wcfg_articleCarburant PIC X(30) VALUE "carburant".
        77 Wvh_conso PIC 9(6).
        77 Wvh_pConso PIC X(7).
        77 Wdp_pOrigine PIC X(4).
        77 Wdp_totalAuto PIC 9(11)V99.
        77 Wai_fin PIC 9.
        77 Wai_fin2 PIC 9.
        77 Wai_deja PIC 9.
        77 Wai_aujourdhui PIC 9(8).
        77 Wai_date PIC 9(8).
        77 Wai_nav PIC X(30).
        77 Wai_idMission PIC 9(5).
        77 Wai_idEquipe PIC 9(5).
        77 Wai_categorie PIC 9.
        77 Wai_montant PIC 9(9)V99.
        77 Wai_prix PIC 9(7)V99.
        77 Wai_quantite PIC 9(7).
        77 Wai_reference PIC X(90).
        77 Wai_nbPostees PIC 9(5).
        77 Wai_nbSansMission PIC 9(5).
        77 Wai_nbAttente PIC 9(5).
        77 Wai_total PIC 9(11)V99.
        77 Wai_mois PIC 9(6).
        77 Wai_debutMois PIC 9(8).
        77 Wai_moisSuivant PIC 9(8).
        77 Wai_debut PIC 9(8).
        77 Wai_fin3 PIC 9(8).
        77 Wai_joursMois PIC 9(3).
        77 Wai_jours PIC 9(3).
        77 Wai_pDate PIC X(8).
        77 Wai_pHeure PIC X(8).
        77 Wai_pNav PIC X(30).
        77 Wai_pItem PIC X(30).
        77 Wai_pQuantite PIC X(7).
        77 Wai_pLieu PIC X(30).
        77 Wai_pAstro PIC X(5).
        77 Wai_pGrade PIC X(2).
        77 Wai_pSalaire PIC X(12).
        77 Wai_pEquipe PIC X(5).
        77 Wai_totalECR PIC Z(10)9.99.
        77 Wen_date PIC 9(8).
        77 Wen_heure PIC 9(8).

        77 flt_stat PIC 9(2).
        77 Wlt_fichier PIC X(10).
        77 Wlt_texte PIC X(200).
        77 Wlt_lignes PIC 9(7).
        77 Wlt_pType PIC X(2).
        77 Wlt_pEmetteur PIC X(10).
        77 Wlt_pSeq PIC X(7).
        77 Wlt_pNb PIC X(7).
        77 Wlt_pHash PIC X(15).
        77 Wlt_emetteur PIC X(10).
        77 Wlt_seq PIC 9(7).
        77 Wlt_derniere PIC 9(7).
        77 Wlt_nbDetails PIC 9(7).
        77 Wlt_nbAnnonce PIC 9(7).
        77 Wlt_hash PIC 9(12).
        77 Wlt_hashAnnonce PIC 9(12).
        77 Wlt_entete PIC 9.
        77 Wlt_trailer PIC 9.
        77 Wlt_apresTrailer PIC 9(5).
        77 Wlt_incoherent PIC 9.
        77 Wlt_ok PIC 9.
        77 Wlt_motif PIC X(40).
        77 Wlt_i PIC 9(3).
        77 Wlt_long PIC 9(3).
        77 Wlt_date PIC 9(8).

        77 fqj_stat PIC 9(2).
        77 Wqj_resoumission PIC 9 VALUE 0.
        77 Wqj_echec PIC 9.
        77 Wqj_source PIC X.
        77 Wqj_sourceECR PIC X(12).
        77 Wqj_motif PIC X(40).
        77 Wqj_texte PIC X(200).
        77 Wqj_id PIC 9(7).
        77 Wqj_choix PIC 9.
        77 Wqj_fin PIC 9.
        77 Wqj_count PIC 9(5).
        77 Wqj_date PIC 9(8).
        77 Wqj_age PIC 9(5).
        77 Wqj_tr PIC 9.
        77 Wqj_src PIC 9.
        77 Wqj_ok PIC 9.
        77 Wqj_confirme PIC 9.
        77 Wqj_nbChamps PIC 9(2).
        77 Wqj_numChamp PIC 9(2).
        77 Wqj_i PIC 9(2).
        77 Wqj_ptr PIC 9(3).
        77 Wqj_valeur PIC X(60).
        77 Wqj_motifAbandon PIC X(60).
        01 Wqj_champs.
                02 Wqj_champ OCCURS 12 TIMES PIC X(60).
        01 Wqj_ages.
                02 Wqj_ageSource OCCURS 2 TIMES.
                        03 Wqj_tranche OCCURS 4 TIMES PIC 9(5).

        77 fsi_stat PIC 9(2).
        77 fsx_stat PIC 9(2).
        77 Wcfg_validiteExercice PIC 9(4) VALUE 180.
        77 Wsi_choix PIC 9.
        77 Wsi_fin PIC 9.
        77 Wsi_fin2 PIC 9.
        77 Wsi_fin3 PIC 9.
        77 Wsi_date PIC 9(8).
        77 Wsi_dateExercice PIC 9(8).
        77 Wsi_limite PIC 9(8).
        77 Wsi_expiration PIC 9(8).
        77 Wsi_validite PIC 9(4).
        77 Wsi_code PIC X(10).
        77 Wsi_code2 PIC X(10).
        77 Wsi_libelle PIC X(40).
        77 Wsi_score PIC 9(3).
        77 Wsi_scoreMin PIC 9(3).
        77 Wsi_type PIC 9(2).
        77 Wsi_actif PIC 9.
        77 Wsi_ok PIC 9.
        77 Wsi_trouve PIC 9.
        77 Wsi_count PIC 9(5).
        77 Wsi_idEquipe PIC 9(5).
        77 Wsi_idAstronaute PIC 9(5).
        77 Wsi_nom PIC X(30).
        77 Wsi_prenom PIC X(30).
        77 Wsi_dernierDate PIC 9(8).
        77 Wsi_dernierScore PIC 9(3).
        77 Wsi_dernierResultat PIC 9.
        77 Wsi_derniereReussite PIC 9(8).
        01 Wsi_requisTypes.
                02 Wsi_requis OCCURS 9 TIMES PIC 9.

        77 Wdm_debut PIC 9(8).
        77 Wdm_fin PIC 9(8).
        77 Wdm_iDebut PIC 9(7).
        77 Wdm_nbJours PIC 9(3).
        77 Wdm_mode PIC 9.
        77 Wdm_nbCases PIC 9(3).
        77 Wdm_idEquipe PIC 9(5).
        77 Wdm_specialite PIC 9(2).
        77 Wdm_pays PIC X(30).
        77 Wdm_pays2 PIC X(30).
        77 Wdm_i PIC 9(3).
        77 Wdm_j PIC 9(3).
        77 Wdm_k PIC 9(3).
        77 Wdm_du PIC 9(8).
        77 Wdm_au PIC 9(8).
        77 Wdm_iDu PIC 9(3).
        77 Wdm_iAu PIC 9(3).
        77 Wdm_code PIC 9.
        77 Wdm_max PIC 9.
        77 Wdm_libre PIC 9.
        77 Wdm_codes PIC X(6) VALUE ".QRVCM".
        77 Wdm_fin2 PIC 9.
        77 Wdm_fin3 PIC 9.
        77 Wdm_ptr PIC 9(3).
        77 Wdm_groupe PIC 9.
        77 Wdm_count PIC 9(5).
        77 Wdm_nbLibres PIC 9(5).
        77 Wdm_date PIC 9(8).
        77 Wdm_chiffre PIC 9.
        01 Wdm_table.
                02 Wdm_jour OCCURS 366 TIMES PIC 9.

        77 foa_stat PIC 9(2).
        77 fos_stat PIC 9(2).
        77 foz_stat PIC 9(2).
        77 foe_stat PIC 9(2).
        77 fog_stat PIC 9(2).
        77 foq_stat PIC 9(2).
        77 fom_stat PIC 9(2).
        77 fok_stat PIC 9(2).
        77 fol_stat PIC 9(2).
        77 fov_stat PIC 9(2).
        77 Wcnv_format PIC 9.
        77 Wcnv_forcer PIC 9.
        77 Wcnv_reponse PIC X(3).
        77 Wcnv_refus PIC 9.
        77 Wcnv_cibles PIC X(120).
        77 Wcnv_ptr PIC 9(3).
        77 Wcnv_fin PIC 9.
        77 Wcnv_stat PIC 9(2).
        77 Wcnv_fichier PIC X(30).
        77 Wcnv_entite PIC X(20).
        77 Wcnv_cle PIC X(30).
        77 Wcnv_motif PIC X(60).
        77 Wcnv_rejete PIC 9.
        77 Wcnv_defauts PIC 9.
        77 Wcnv_trouve PIC 9.
        77 Wcnv_texte PIC X(30).
        77 Wcnv_code PIC 9.
        77 Wcnv_capMax PIC 9(2).
        77 Wcnv_rayon PIC 9(6).
        77 Wcnv_intervalle PIC 9(4).
        77 Wcnv_date PIC 9(8).
        77 Wcnv_duree PIC 9(4).
        77 Wcnv_idEquipe PIC 9(5).
        77 Wcnv_fin2 PIC 9.
        77 Wcnv_effectif PIC 9(5).
        77 Wcnv_nbEquipes PIC 9(6).
        77 Wcnv_lus PIC 9(6).
        77 Wcnv_ok PIC 9(6).
        77 Wcnv_defaut PIC 9(6).
        77 Wcnv_rejet PIC 9(6).
        77 Wcnv_totLus PIC 9(6).
        77 Wcnv_totOk PIC 9(6).
        77 Wcnv_totDefaut PIC 9(6).
        77 Wcnv_totRejet PIC 9(6).
        77 Wcnv_nb1ECR PIC Z(5)9.
        77 Wcnv_nb2ECR PIC Z(5)9.
        77 Wcnv_nb3ECR PIC Z(5)9.
        77 Wcnv_nb4ECR PIC Z(5)9.
        77 Wcfg_minCompetence PIC 9(2) VALUE 3.
        01 Wkp_horizons.
                02 Wkp_date PIC 9(8) OCCURS 3.
        01 Wkp_compteurs.
                02 Wkp_spec OCCURS 99.
                        03 Wkp_sNb PIC 9(4) OCCURS 3.
                02 Wkp_cert OCCURS 99.
                        03 Wkp_cNb PIC 9(4) OCCURS 3.
        01 Wkp_astro.
                02 Wkp_conge PIC 9 OCCURS 3.
                02 Wkp_tout PIC 9 OCCURS 3.
                02 Wkp_tcert OCCURS 99.
                        03 Wkp_exp PIC 9(8).
                        03 Wkp_valide PIC 9 OCCURS 3.
                02 Wkp_expMax PIC 9(8).
        77 Wkp_annee PIC 9(4).
        77 Wkp_mois PIC 9(3).
        77 Wkp_jour PIC 9(2).
        77 Wkp_q PIC 9(3).
        77 Wkp_r PIC 9(3).
        77 Wkp_ajout PIC 9(2).
        77 Wkp_h PIC 9.
        77 Wkp_i PIC 9(3).
        77 Wkp_fin PIC 9.
        77 Wkp_fin2 PIC 9.
        77 Wkp_genre PIC X(4).
        77 Wkp_code PIC 9(2).
        77 Wkp_sous PIC 9.
        77 Wkp_retenu PIC 9.
        77 Wkp_nbSous PIC 9(3).
        77 Wkp_nbNommes PIC 9(4).
        77 Wkp_n1 PIC 9(4).
        77 Wkp_n2 PIC 9(4).
        77 Wkp_n3 PIC 9(4).
        77 Wkp_n1ECR PIC ZZZ9.
        77 Wkp_n2ECR PIC ZZZ9.
        77 Wkp_n3ECR PIC ZZZ9.
        77 Wkp_minECR PIC Z9.
        77 Wkp_dispo6 PIC X(3).
        77 Wkp_dispo12 PIC X(3).
        77 Wkp_expLigne PIC 9(8).
        77 fpe_stat PIC 9(2).
        77 fre_stat PIC 9(2).
        77 Wper_date PIC 9(8).
        77 Wper_periode PIC 9(6).
        77 Wper_ouverte PIC 9.
        77 Wper_choix PIC 9.
        77 Wper_fin PIC 9.
        77 Wper_fin2 PIC 9.
        77 Wper_count PIC 9(4).
        77 Wper_aujourdhui PIC 9(8).
        77 Wper_heure PIC 9(8).
        77 Wper_motif PIC X(60).
        77 Wper_statutECR PIC X(10).
        77 Wper_du PIC 9(6).
        77 Wper_au PIC 9(6).
        77 fot_stat PIC 9(2).
        77 ftl_stat PIC 9(2).
        77 Wot_choix PIC 9.
        77 Wot_id PIC 9(5).
        77 Wot_lieuArrivee PIC X(30).
        77 Wot_lieuArrivee2 PIC X(30).
        77 Wot_ok PIC 9.
        77 Wot_fin PIC 9.
        77 Wot_finL PIC 9.
        77 Wot_numLigne PIC 9(3).
        77 Wot_aujourdhui PIC 9(8).
        77 Wot_count PIC 9(4).
        77 Wot_retards PIC 9(4).
        77 Wot_saisie PIC X(6).
        77 Wot_qteRecue PIC 9(5).
        77 Wot_ecart PIC 9(5).
        77 Wot_nbEcarts PIC 9(3).
        77 Wot_retardECR PIC X(12).
        77 fcd_stat PIC 9(2).
        77 fsd_stat PIC 9(2).
        77 Wca_classeDanger PIC 9.
        77 Wmd_choix PIC 9.
        77 Wmd_vaisseau PIC X(30).
        77 Wmd_vaisseau2 PIC X(30).
        77 Wmd_article PIC X(30).
        77 Wmd_article2 PIC X(30).
        77 Wmd_cherche PIC X(30).
        77 Wmd_quantite PIC 9(5).
        77 Wmd_ok PIC 9.
        77 Wmd_classe PIC 9.
        77 Wmd_classeNouv PIC 9.
        77 Wmd_cA PIC 9.
        77 Wmd_cB PIC 9.
        77 Wmd_c PIC 9(2).
        77 Wmd_interdit PIC 9.
        77 Wmd_equipage PIC 9.
        77 Wmd_autorise PIC 9.
        77 Wmd_qteMax PIC 9(5).
        77 Wmd_qteMaxNouv PIC 9(5).
        77 Wmd_qteClasse PIC 9(7).
        77 Wmd_fin PIC 9.
        77 Wmd_i PIC 9(2).
        77 Wmd_j PIC 9(2).
        77 Wmd_k PIC 9(2).
        77 Wmd_n PIC 9(2).
        77 Wmd_count PIC 9(3).
        77 Wmd_nbViolations PIC 9(3).
        77 Wmd_idMission PIC 9(5).
        77 Wmd_okMission PIC 9.
        77 Wmd_sortie PIC 9.
        77 Wmd_ligne PIC X(150).
        77 Wmd_libelle PIC X(30).
        77 Wmd_libelleB PIC X(30).
        77 Wmd_saisie PIC X(30).
        77 Wmd_equipageECR PIC X(20).
        01 Wmd_lot.
                02 Wmd_nb PIC 9(2).
                02 Wmd_element OCCURS 50.
                        03 Wmd_art PIC X(30).
                        03 Wmd_cls PIC 9.
                        03 Wmd_qte PIC 9(5).
        01 Wmd_totaux.
                02 Wmd_totClasse PIC 9(7) OCCURS 9.
        77 fdl_stat PIC 9(2).
        77 Wdcl_choix PIC 9.
        77 Wdcl_lieu PIC X(30).
        77 Wdcl_lieu2 PIC X(30).
        77 Wdcl_destination PIC X(30).
        77 Wdcl_parent PIC X(30).
        77 Wdcl_proposition PIC X(30).
        77 Wdcl_cible PIC X(30).
        77 Wdcl_saisie PIC X(30).
        77 Wdcl_autre PIC X(30).
        77 Wdcl_meilleure PIC 9(6).
        77 Wdcl_mode PIC 9.
        77 Wdcl_cat PIC 9.
        77 Wdcl_nbDep PIC 9(4).
        77 Wdcl_resolus PIC 9(4).
        77 Wdcl_ok PIC 9.
        77 Wdcl_trouve PIC 9.
        77 Wdcl_fin PIC 9.
        77 Wdcl_finD PIC 9.
        77 Wdcl_i PIC 9(3).
        77 Wdcl_count PIC 9(3).
        77 Wdcl_aujourdhui PIC 9(8).
        77 Wdcl_qte PIC 9(5).
        77 Wdcl_categorie PIC 9.
        77 Wdcl_nom PIC X(30).
        77 Wdcl_date PIC 9(8).
        77 Wdcl_id PIC 9(5).
        77 Wdcl_seq PIC 9(2).
        77 Wdcl_ident PIC X(60).
        77 Wdcl_sauve PIC X(200).
        77 Wdcl_categorieECR PIC X(20).
        77 Wdcl_statutECR PIC X(20).
        77 Wdcl_echeanceECR PIC X(20).
        01 Wdcl_table.
                02 Wdcl_nb PIC 9(3).
                02 Wdcl_dep OCCURS 200.
                        03 Wdcl_tCat PIC 9.
                        03 Wdcl_tNom PIC X(30).
                        03 Wdcl_tDate PIC 9(8).
                        03 Wdcl_tId PIC 9(5).
                        03 Wdcl_tSeq PIC 9(2).
                        03 Wdcl_tIdent PIC X(60).
                        03 Wdcl_tProposition PIC X(30).
        77 fes_stat PIC 9(2).
        77 fal_stat PIC 9(2).
        77 Wes_choix PIC 9.
        77 Wes_idMission PIC 9(5).
        77 Wes_fin PIC 9.
        77 Wes_fin2 PIC 9.
        77 Wes_fin3 PIC 9.
        77 Wes_ok PIC 9.
        77 Wes_trouve PIC 9.
        77 Wes_reporter PIC 9.
        77 Wes_type PIC 9.
        77 Wes_devise PIC X(3).
        77 Wes_dateDebut PIC 9(8).
        77 Wes_dateFin PIC 9(8).
        77 Wes_aujourdhui PIC 9(8).
        77 Wes_destination PIC X(30).
        77 Wes_position PIC X(30).
        77 Wes_lieuQuai PIC X(30).
        77 Wes_joursQuai PIC 9(4).
        77 Wes_nbNav PIC 9(3).
        77 Wes_i PIC 9(3).
        77 Wes_nbEquipage PIC 9(3).
        77 Wes_nbEscales PIC 9(3).
        77 Wes_nbInconnues PIC 9(3).
        77 Wes_nbDevises PIC 9(3).
        77 Wes_nbSansPrix PIC 9(3).
        77 Wes_nbSansTarif PIC 9(3).
        77 Wes_count PIC 9(5).
        77 Wes_distance PIC 9(7).
        77 Wes_joursTrajet PIC 9(5).
        77 Wes_joursEscale PIC 9(5).
        77 Wes_duree PIC 9(5).
        77 Wes_vitesse PIC 9(4).
        77 Wes_prixCarburant PIC 9(7)V99.
        77 Wes_salaire PIC 9(7)V99.
        77 Wes_masseMensuelle PIC 9(9)V99.
        77 Wes_carburant PIC 9(9)V99.
        77 Wes_personnel PIC 9(9)V99.
        77 Wes_droitsPort PIC 9(9)V99.
        77 Wes_cargo PIC 9(9)V99.
        77 Wes_sousTotal PIC 9(9)V99.
        77 Wes_taux PIC 9(3).
        77 Wes_aleas PIC 9(9)V99.
        77 Wes_total PIC 9(9)V99.
        77 Wes_poste PIC 9.
        77 Wes_posteECR PIC X(20).
        77 Wes_estime PIC 9(11)V99.
        77 Wes_reel PIC 9(11)V99.
        77 Wes_ecart PIC S9(11)V99.
        77 Wes_ecartPct PIC S9(5).
        77 Wes_estimeECR PIC Z(10)9.99.
        77 Wes_reelECR PIC Z(10)9.99.
        77 Wes_ecartECR PIC -(11)9.99.
        77 Wes_pctECR PIC -(4)9.
        77 Wes_montantECR PIC Z(8)9.99.
        01 Wes_cumuls.
                02 Wes_cumEstime OCCURS 5 TIMES PIC 9(11)V99.
                02 Wes_cumReel OCCURS 5 TIMES PIC 9(11)V99.

        77 Wcfg_fenetreMouvement PIC 9(3) VALUE 15.
        77 Wtb_lieu PIC X(30).
        77 Wtb_lieu2 PIC X(30).
        77 Wtb_dernier PIC X(30).
        77 Wtb_position PIC X(30).
        77 Wtb_nav PIC X(30).
        77 Wtb_sens PIC X(3).
        77 Wtb_debut PIC 9(8).
        77 Wtb_fin PIC 9(8).
        77 Wtb_date PIC 9(8).
        77 Wtb_prevue PIC 9(8).
        77 Wtb_reelle PIC 9(8).
        77 Wtb_mission PIC 9(5).
        77 Wtb_resa PIC 9.
        77 Wtb_source PIC 9.
        77 Wtb_int PIC 9(7).
        77 Wtb_jours PIC 9(5).
        77 Wtb_ecart PIC S9(7).
        77 Wtb_ok PIC 9.
        77 Wtb_perdu PIC 9.
        77 Wtb_finL PIC 9.
        77 Wtb_finM PIC 9.
        77 Wtb_finE PIC 9.
        77 Wtb_finR PIC 9.
        77 Wtb_i PIC 9(3).
        77 Wtb_j PIC 9(3).
        77 Wtb_min PIC 9(3).
        77 Wtb_cle PIC 9(8).
        77 Wtb_cleMin PIC 9(8).
        77 Wtb_nbLieux PIC 9(5).
        77 Wtb_capaciteQuai PIC 9(3).
        77 Wtb_aQuai PIC 9.
        77 Wtb_statutECR PIC X(20).
        77 Wtb_sourceECR PIC X(12).
        77 Wtb_prevueECR PIC X(8).
        77 Wtb_reelleECR PIC X(8).
        77 Wtb_navECR PIC X(20).
        01 Wtb_table.
                02 Wtb_nb PIC 9(3).
                02 Wtb_depasse PIC 9.
                02 Wtb_mvt OCCURS 300 TIMES.
                        03 Wtb_tSens PIC X(3).
                        03 Wtb_tNav PIC X(30).
                        03 Wtb_tMission PIC 9(5).
                        03 Wtb_tEquipe PIC 9(5).
                        03 Wtb_tPassagers PIC 9(3).
                        03 Wtb_tPrevue PIC 9(8).
                        03 Wtb_tReelle PIC 9(8).
                        03 Wtb_tEcartMin PIC 9(5).
                        03 Wtb_tResa PIC 9.
                        03 Wtb_tSource PIC 9.
                        03 Wtb_tImprime PIC 9.

        77 Wcfg_facteurFiabilite PIC 9V99 VALUE 1.50.
        77 Wfb_aujourdhui PIC 9(8).
        77 Wfb_date PIC 9(8).
        77 Wfb_nav PIC X(30).
        77 Wfb_fin PIC 9.
        77 Wfb_i PIC 9(3).
        77 Wfb_idx PIC 9(3).
        77 Wfb_t PIC 9(2).
        77 Wfb_g PIC 9.
        77 Wfb_jours PIC 9(7).
        77 Wfb_nbInc PIC 9(5).
        77 Wfb_mtbi PIC 9(7).
        77 Wfb_taux PIC 9(5)V99.
        77 Wfb_reparation PIC 9(5)V9.
        77 Wfb_nbSignales PIC 9(3).
        77 Wfb_mtbiECR PIC Z(6)9.
        77 Wfb_tauxECR PIC ZZZZ9.99.
        77 Wfb_tauxG1ECR PIC ZZZZ9.99.
        77 Wfb_tauxG2ECR PIC ZZZZ9.99.
        77 Wfb_tauxG3ECR PIC ZZZZ9.99.
        77 Wfb_reparationECR PIC ZZZZ9.9.
        77 Wfb_libelle PIC X(30).
        77 Wfb_intervalle PIC 9(4).
        77 Wfb_entete PIC X(34).
        77 Wfb_facteurECR PIC 9.99.
        77 Wfb_joursECR PIC Z(6)9.
        77 Wfb_nbIncECR PIC Z(4)9.
        77 Wfb_intervalleECR PIC Z(3)9.
        77 Wfb_typeECR PIC 9.
        01 Wfb_flotte.
                02 Wfb_nb PIC 9(3).
                02 Wfb_depasse PIC 9.
                02 Wfb_navire OCCURS 300 TIMES.
                        03 Wfb_nNom PIC X(30).
                        03 Wfb_nType PIC 9.
                        03 Wfb_nDebut PIC 9(8).
                        03 Wfb_nJours PIC 9(7).
                        03 Wfb_nImmobilise PIC 9(7).
                        03 Wfb_nInc OCCURS 3 TIMES PIC 9(5).
                        03 Wfb_nNbRep PIC 9(5).
                        03 Wfb_nJoursRep PIC 9(7).
                        03 Wfb_nTaux PIC 9(5)V99.
        01 Wfb_types.
                02 Wfb_type OCCURS 9 TIMES.
                        03 Wfb_tNbNav PIC 9(3).
                        03 Wfb_tJours PIC 9(9).
                        03 Wfb_tInc OCCURS 3 TIMES PIC 9(7).
                        03 Wfb_tNbRep PIC 9(7).
                        03 Wfb_tJoursRep PIC 9(9).
                        03 Wfb_tTaux PIC 9(5)V99.

        77 fcy_stat PIC 9(2).
        77 Wcy_choix PIC 9.
        77 Wcy_fin PIC 9.
        77 Wcy_fin2 PIC 9.
        77 Wcy_ok PIC 9.
        77 Wcy_id PIC 9(5).
        77 Wcy_nom PIC A(30).
        77 Wcy_prenom PIC A(30).
        77 Wcy_pays PIC X(30).
        77 Wcy_role PIC 9.
        77 Wcy_specialite PIC 9(2).
        77 Wcy_e PIC 9.
        77 Wcy_k PIC 9.
        77 Wcy_max PIC 9.
        77 Wcy_n PIC 9.
        77 Wcy_resultat PIC 9.
        77 Wcy_libelleEtape PIC X(20).
        77 Wcy_libelleResultat PIC X(12).
        77 Wcy_aConvertir PIC 9(5).
        77 Wcy_nbConvertis PIC 9(5).
        77 Wcy_nbRejets PIC 9(5).
        77 Wcy_projete PIC 9(6).
        77 Wcy_places PIC 9(6).
        77 Wcy_pct PIC 9(3).
        77 Wcy_pctECR PIC ZZ9.
        77 Wcy_nbECR PIC ZZZZ9.
        77 Wcy_nb2ECR PIC ZZZZ9.
        77 Wcy_nb3ECR PIC ZZZZ9.
        77 Wcy_nb4ECR PIC ZZZZ9.
        01 Wcy_entonnoir.
                02 Wcy_niveau OCCURS 2 TIMES.
                        03 Wcy_atteint OCCURS 6 TIMES PIC 9(5).
                        03 Wcy_nonRetenus PIC 9(5).
                        03 Wcy_declines PIC 9(5).
                        03 Wcy_enCours PIC 9(5).
                        03 Wcy_convertis PIC 9(5).
                        03 Wcy_effectif PIC 9(5).
                        03 Wcy_quota PIC 9(6).

        77 Wcfg_expirationMdp PIC 9(3) VALUE 90.
        77 Wcfg_echecsMax PIC 9(2) VALUE 3.
        77 Wcfg_longueurMdp PIC 9(2) VALUE 8.
        77 Wcfg_toursMdp PIC 9(3) VALUE 64.
        77 Wmp_ok PIC 9.
        77 Wmp_refus PIC 9.
        77 Wmp_change PIC 9.
        77 Wmp_choix PIC 9.
        77 Wmp_id PIC X(10).
        77 Wmp_saisie PIC X(30).
        77 Wmp_confirmation PIC X(30).
        77 Wmp_chaine PIC X(40).
        77 Wmp_long PIC 9(2).
        77 Wmp_i PIC 9(2).
        77 Wmp_tour PIC 9(3).
        77 Wmp_empreinte PIC 9(12).
        77 Wmp_aujourdhui PIC 9(8).
        77 Wmp_jours PIC 9(7).
        77 Wmp_restants PIC 9(2).
        77 Wmp_etatECR PIC X(20).

PROCEDURE DIVISION.

        OPEN I-O Fastronautes
                PERFORM INITIALISER_JOBS
        ELSE
                CLOSE Fjobs
                MOVE "ENVOIAGENCES" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "ENGAGEMENTS" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "ANONYMISATION" TO Wjo_nom
                MOVE 3 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "EXTRAITS" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "DELTA" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "FACTUREFRET" TO Wjo_nom
                MOVE 3 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "RETROFITS" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "CERTIFNAVIG" TO Wjo_nom
                MOVE 3 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "TAXESPORT" TO Wjo_nom
                MOVE 3 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "DECLREGL" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "REGLPART" TO Wjo_nom
                MOVE 2 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "IMPUTAUTO" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
                MOVE "MOUVEMENTS" TO Wjo_nom
                MOVE 1 TO Wjo_freq
                PERFORM AJOUTER_JOB_MANQUANT
        END-IF

        OPEN I-O Fvols
                CLOSE Ftypes
        END-IF

        OPEN I-O Fcodes
        IF fcx_stat=35 THEN
                OPEN OUTPUT Fcodes
                CLOSE Fcodes
                PERFORM INITIALISER_CODES
        ELSE
                CLOSE Fcodes
                MOVE "ECAR" TO Wcx_table
                MOVE 1 TO Wcx_code
                PERFORM LIRE_CODE_REFERENCE
                IF Wcx_trouve = 0 THEN
                        PERFORM INITIALISER_CODES_ECARTS
                END-IF
        END-IF

        OPEN I-O Fsessions
        IF fsf_stat=35 THEN
                OPEN OUTPUT Fsessions
        END-IF
        CLOSE Fsessions

        OPEN I-O Finscriptions
        IF fif_stat=35 THEN
                OPEN OUTPUT Finscriptions
        END-IF
        CLOSE Finscriptions

        OPEN I-O Fobjectifs
        IF fob_stat=35 THEN
                OPEN OUTPUT Fobjectifs
        END-IF
        CLOSE Fobjectifs

        OPEN I-O Fmodeles_objectifs
        IF fmb_stat=35 THEN
                OPEN OUTPUT Fmodeles_objectifs
        END-IF
        CLOSE Fmodeles_objectifs

        OPEN I-O Fechantillons
        IF fsa_stat=35 THEN
                OPEN OUTPUT Fechantillons
        END-IF
        CLOSE Fechantillons

        OPEN I-O Fgardes
        IF fgd_stat=35 THEN
                OPEN OUTPUT Fgardes
        END-IF
        CLOSE Fgardes

        OPEN I-O Fpolices
        IF fpo_stat=35 THEN
                OPEN OUTPUT Fpolices
        END-IF
        CLOSE Fpolices

        OPEN I-O Fsinistres
        IF fsn_stat=35 THEN
                OPEN OUTPUT Fsinistres
        END-IF
        CLOSE Fsinistres

        OPEN I-O Ffournisseurs
        IF ffr_stat=35 THEN
                OPEN OUTPUT Ffournisseurs
        END-IF
        CLOSE Ffournisseurs

        OPEN I-O Ffactures
        IF ffc_stat=35 THEN
                OPEN OUTPUT Ffactures
        END-IF
        CLOSE Ffactures

        OPEN I-O Finventaires
        IF fsk_stat=35 THEN
                OPEN OUTPUT Finventaires
        END-IF
        CLOSE Finventaires

        OPEN I-O Flignes_comptage
        IF fkl_stat=35 THEN
                OPEN OUTPUT Flignes_comptage
        END-IF
        CLOSE Flignes_comptage

        OPEN I-O Fpertes
        IF fpl_stat=35 THEN
                OPEN OUTPUT Fpertes
        END-IF
        CLOSE Fpertes

        OPEN I-O Fagences
        IF fag_stat=35 THEN
                OPEN OUTPUT Fagences
        END-IF
        CLOSE Fagences

        OPEN I-O Farrivees
        IF fta_stat=35 THEN
                OPEN OUTPUT Farrivees
        END-IF
        CLOSE Farrivees

        OPEN I-O Fsuivi_envois
        IF fsm_stat=35 THEN
                OPEN OUTPUT Fsuivi_envois
        END-IF
        CLOSE Fsuivi_envois

        OPEN I-O Fjournal_envois
        IF fje_stat=35 THEN
                OPEN OUTPUT Fjournal_envois
        END-IF
        CLOSE Fjournal_envois

        OPEN I-O Farchive_envois
        IF fxl_stat=35 THEN
                OPEN OUTPUT Farchive_envois
        END-IF
        CLOSE Farchive_envois

        OPEN I-O Fseuils_sante
        IF fsu_stat=35 THEN
                OPEN OUTPUT Fseuils_sante
        END-IF
        CLOSE Fseuils_sante

        OPEN I-O Freleves_sante
        IF fsr_stat=35 THEN
                OPEN OUTPUT Freleves_sante
        END-IF
        CLOSE Freleves_sante

        OPEN I-O Fincompat
        IF fix_stat=35 THEN
                OPEN OUTPUT Fincompat
        END-IF
        CLOSE Fincompat

        OPEN I-O Fpensions
        IF fpn_stat=35 THEN
                OPEN OUTPUT Fpensions
        END-IF
        CLOSE Fpensions

        OPEN I-O Fengagements
        IF fng_stat=35 THEN
                OPEN OUTPUT Fengagements
        END-IF
        CLOSE Fengagements

        OPEN I-O Fpermis
        IF fpt_stat=35 THEN
                OPEN OUTPUT Fpermis
        END-IF
        CLOSE Fpermis

        OPEN I-O Fretention
        IF frt_stat=35 THEN
                OPEN OUTPUT Fretention
        END-IF
        CLOSE Fretention

        OPEN I-O Fextraits
        IF fxd_stat=35 THEN
                OPEN OUTPUT Fextraits
        END-IF
        CLOSE Fextraits

        OPEN I-O Fdelta_marques
        IF fdm_stat=35 THEN
                OPEN OUTPUT Fdelta_marques
        END-IF
        CLOSE Fdelta_marques

        OPEN I-O Frotations
        IF frot_stat=35 THEN
                OPEN OUTPUT Frotations
        END-IF
        CLOSE Frotations

        OPEN I-O Fpassagers
        IF fpx_stat=35 THEN
                OPEN OUTPUT Fpassagers
        END-IF
        CLOSE Fpassagers

        OPEN I-O Fclients_fret
        IF fcli_stat=35 THEN
                OPEN OUTPUT Fclients_fret
        END-IF
        CLOSE Fclients_fret

        OPEN I-O Ftarifs_fret
        IF ftf_stat=35 THEN
                OPEN OUTPUT Ftarifs_fret
        END-IF
        CLOSE Ftarifs_fret

        OPEN I-O Fcontrats_fret
        IF fcf_stat=35 THEN
                OPEN OUTPUT Fcontrats_fret
        END-IF
        CLOSE Fcontrats_fret

        OPEN I-O Ffactures_fret
        IF ffl_stat=35 THEN
                OPEN OUTPUT Ffactures_fret
        END-IF
        CLOSE Ffactures_fret

        OPEN I-O Fretrofits
        IF frf_stat=35 THEN
                OPEN OUTPUT Fretrofits
        END-IF
        CLOSE Fretrofits

        OPEN I-O Fcomposants
        IF fcs_stat=35 THEN
                OPEN OUTPUT Fcomposants
        END-IF
        CLOSE Fcomposants

        OPEN I-O Fcertifs_navig
        IF fnv_stat=35 THEN
                OPEN OUTPUT Fcertifs_navig
        END-IF
        CLOSE Fcertifs_navig

        OPEN I-O Ftarifs_quai
        IF ftq_stat=35 THEN
                OPEN OUTPUT Ftarifs_quai
        END-IF
        CLOSE Ftarifs_quai

        OPEN I-O Fdeclarations
        IF fdr_stat=35 THEN
                OPEN OUTPUT Fdeclarations
        END-IF
        CLOSE Fdeclarations

        OPEN I-O Fcomptes_partenaires
        IF fpc_stat=35 THEN
                OPEN OUTPUT Fcomptes_partenaires
        END-IF
        CLOSE Fcomptes_partenaires

        OPEN I-O Fequip_perso
        IF fep_stat=35 THEN
                OPEN OUTPUT Fequip_perso
        END-IF
        CLOSE Fequip_perso

        OPEN I-O Fimputations
        IF fia_stat=35 THEN
                OPEN OUTPUT Fimputations
        END-IF
        CLOSE Fimputations

        OPEN I-O Flots_entrants
        IF flt_stat=35 THEN
                OPEN OUTPUT Flots_entrants
        END-IF
        CLOSE Flots_entrants
        OPEN I-O Ffile_rejets
        IF fqj_stat=35 THEN
                OPEN OUTPUT Ffile_rejets
        END-IF
        CLOSE Ffile_rejets
        OPEN I-O Fexercices
        IF fsi_stat=35 THEN
                OPEN OUTPUT Fexercices
                CLOSE Fexercices
                PERFORM INITIALISER_EXERCICES
        ELSE
                CLOSE Fexercices
        END-IF

        OPEN I-O Fresultats_exercices
        IF fsx_stat=35 THEN
                OPEN OUTPUT Fresultats_exercices
        END-IF
        CLOSE Fresultats_exercices
        OPEN I-O Fperiodes
        IF fpe_stat=35 THEN
                OPEN OUTPUT Fperiodes
        END-IF
        CLOSE Fperiodes

        OPEN I-O Freouvertures
        IF fre_stat=35 THEN
                OPEN OUTPUT Freouvertures
        END-IF
        CLOSE Freouvertures
        OPEN I-O Fordres_transfert
        IF fot_stat=35 THEN
                OPEN OUTPUT Fordres_transfert
        END-IF
        CLOSE Fordres_transfert
        OPEN I-O Flignes_transfert
        IF ftl_stat=35 THEN
                OPEN OUTPUT Flignes_transfert
        END-IF
        CLOSE Flignes_transfert
        OPEN I-O Fclasses_danger
        IF fcd_stat=35 THEN
                OPEN OUTPUT Fclasses_danger
                CLOSE Fclasses_danger
                PERFORM INITIALISER_CLASSES_DANGER
        ELSE
                CLOSE Fclasses_danger
        END-IF
        OPEN I-O Fsegregation
        IF fsd_stat=35 THEN
                OPEN OUTPUT Fsegregation
                CLOSE Fsegregation
                PERFORM INITIALISER_SEGREGATION
        ELSE
                CLOSE Fsegregation
        END-IF
        OPEN I-O Fdeclassements
        IF fdl_stat=35 THEN
                OPEN OUTPUT Fdeclassements
        END-IF
        CLOSE Fdeclassements
        OPEN I-O Festimations
        IF fes_stat=35 THEN
                OPEN OUTPUT Festimations
        END-IF
        CLOSE Festimations
        OPEN I-O Ftaux_aleas
        IF fal_stat=35 THEN
                OPEN OUTPUT Ftaux_aleas
                CLOSE Ftaux_aleas
                PERFORM INITIALISER_TAUX_ALEAS
        ELSE
                CLOSE Ftaux_aleas
        END-IF
        OPEN I-O Fcandidats
        IF fcy_stat=35 THEN
                OPEN OUTPUT Fcandidats
        END-IF
        CLOSE Fcandidats
        MOVE 0 TO stoppy
        MOVE 0 TO Wimp_faitPays
        MOVE 0 TO Wimp_faitAstro
        MOVE 0 TO Wimp_faitEquipe
        MOVE 0 TO Wimp_faitMission
        MOVE 0 TO Wimp_faitVaisseau
        MOVE 0 TO Wimp_faitLieu
        OPEN INPUT Fimport
        IF fi_stat = 35 THEN
                CONTINUE
        ELSE
                MOVE 0 TO Wimp_fin
                PERFORM WITH TEST AFTER UNTIL Wimp_fin = 1
                    READ Fimport NEXT
                    AT END
                        MOVE 1 TO Wimp_fin
                    NOT AT END
                        IF iTampon = "PAYS" THEN
                            MOVE 1 TO Wimp_faitPays
                        END-IF
                        IF iTampon = "ASTRO" THEN
                            MOVE 1 TO Wimp_faitAstro
                        END-IF
                        IF iTampon = "EQUIPE" THEN
                            MOVE 1 TO Wimp_faitEquipe
                        END-IF
                        IF iTampon = "MISSION" THEN
                            MOVE 1 TO Wimp_faitMission
                        END-IF
                        IF iTampon = "VAISSEAU" THEN
                            MOVE 1 TO Wimp_faitVaisseau
                        END-IF
                        IF iTampon = "LIEU" THEN
                PERFORM FIN_VERBE_BATCH
                MOVE 1 TO Wbatch_fait
            END-IF
            MOVE 0 TO Wbatch_cnt
            INSPECT Wbatch_cmd TALLYING Wbatch_cnt FOR ALL "CONVERSION"
            IF Wbatch_cnt > 0 THEN
                MOVE "CONVERSION" TO Wbat_verbe
                PERFORM DEBUT_VERBE_BATCH
                PERFORM CONVERSION_BATCH
                PERFORM FIN_VERBE_BATCH
                MOVE 1 TO Wbatch_fait
            END-IF
            IF Wbatch_fait = 0 THEN
                DISPLAY "Commande(s) batch inconnue(s) : ", Wbatch_cmd
                DISPLAY "Commandes reconnues : RECONCILIATION STATS",
" EXPORT MAJSTATUTS CLOTURE VISITES RUNJOBS NOTIFICATIONS"
" TELEMETRIE RAVITAILLEMENT REPRISEVOLS CONVERSION"
                MOVE 4 TO RETURN-CODE
            END-IF
            IF Wbat_anomalies > 0 THEN
            ACCEPT Wop_id
        END-PERFORM
        PERFORM DETERMINER_NIVEAU_OPERATEUR
        IF Wmp_refus = 1 THEN
            DISPLAY "Authentification refusée : fin de session."
            STOP RUN
        END-IF
        PERFORM AFFICHER_NOTIFICATIONS_OPERATEUR

        PERFORM WITH TEST AFTER UNTIL choix = 0
        PERFORM WITH TEST AFTER UNTIL choix < 46
        MOVE 1001 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1040 TO Wmsg_numero
        MOVE ' GÉRER LE CATALOGUE DES MESSAGES : 31      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1043 TO Wmsg_numero
        MOVE ' GÉRER LES TABLES DE CODES : 32            ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1044 TO Wmsg_numero
        MOVE ' AGENCES PARTENAIRES (DESTINATAIRES) : 33  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1045 TO Wmsg_numero
        MOVE ' ENVOYER LES STATUTS AUX AGENCES : 34      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1046 TO Wmsg_numero
        MOVE ' REJOUER UN ENVOI À UNE AGENCE : 35        ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1047 TO Wmsg_numero
        MOVE ' CONTRÔLE D''INTÉGRITÉ DES FICHIERS : 36    ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1048 TO Wmsg_numero
        MOVE ' RÉORGANISER UN FICHIER INDEXÉ : 37        ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1049 TO Wmsg_numero
        MOVE ' GÉRER LA POLITIQUE DE CONSERVATION : 38   ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1050 TO Wmsg_numero
        MOVE ' ANONYMISER LES DONNÉES PERSONNELLES : 39  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1051 TO Wmsg_numero
        MOVE ' EXTRAITS À LA DEMANDE : 40                ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1052 TO Wmsg_numero
        MOVE ' EXTRAIT DIFFÉRENTIEL DES MODIFICATIONS : 41' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1053 TO Wmsg_numero
        MOVE ' DÉCLARATIONS RÉGLEMENTAIRES : 42          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1054 TO Wmsg_numero
        MOVE ' FILE DES REJETS D''INTERFACE : 43          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1055 TO Wmsg_numero
        MOVE ' CONVERSION DES ANCIENS FICHIERS : 44      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1056 TO Wmsg_numero
        MOVE ' PÉRIODES COMPTABLES : 45                  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1041 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
            IF Wacc_ok = 1 THEN
                PERFORM GERER_MESSAGES
            END-IF
        WHEN 32
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_CODES_REFERENCE
            END-IF
        WHEN 33
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_AGENCES_PARTENAIRES
            END-IF
        WHEN 34
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM ENVOI_INTERCHANGE
            END-IF
        WHEN 35
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM REJOUER_ENVOI_AGENCE
            END-IF
        WHEN 36 PERFORM CONTROLE_INTEGRITE
        WHEN 37
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM REORGANISER_FICHIER
            END-IF
        WHEN 38
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_RETENTION
            END-IF
        WHEN 39
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM DEMANDER_ANONYMISATION
            END-IF
        WHEN 40 PERFORM GERER_EXTRAITS
        WHEN 41
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM EXTRAIT_DIFFERENTIEL
            END-IF
        WHEN 42
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_DECLARATIONS
            END-IF
        WHEN 43
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_FILE_REJETS
            END-IF
        WHEN 44
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM CONVERSION_ANCIENS_FICHIERS
            END-IF
        WHEN 45
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_PERIODES_COMPTABLES
            END-IF
        END-EVALUATE
        END-PERFORM
        END-PERFORM

        MENU_ASTRONAUTES.
        PERFORM WITH TEST AFTER UNTIL choixA = 0
        PERFORM WITH TEST AFTER UNTIL choixA < 36
        MOVE 1101 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1130 TO Wmsg_numero
        MOVE ' Fusionner deux fiches d''astronaute : 25   ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1143 TO Wmsg_numero
        MOVE ' Sessions de recertification : 26          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1134 TO Wmsg_numero
        MOVE ' Inscrire à une session : 27               ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1135 TO Wmsg_numero
        MOVE ' Résultats d''une session : 28               ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1136 TO Wmsg_numero
        MOVE ' Échéances sans session réservée : 29      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1137 TO Wmsg_numero
        MOVE ' Départ à la retraite d''un astronaute : 30 ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1138 TO Wmsg_numero
        MOVE ' Fichier des pensions : 31                 ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1139 TO Wmsg_numero
        MOVE ' Équipements personnels : 32               ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1140 TO Wmsg_numero
        MOVE ' Matrice de disponibilité : 33             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1141 TO Wmsg_numero
        MOVE ' Risque compétences clés : 34              ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1142 TO Wmsg_numero
        MOVE ' Recrutement des candidats : 35            ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1131 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
            IF Wacc_ok = 1 THEN
                PERFORM FUSIONNER_ASTRONAUTES
            END-IF
        WHEN 26
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_SESSIONS_FORMATION
            END-IF
        WHEN 27
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM INSCRIRE_SESSION_FORMATION
            END-IF
        WHEN 28
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM ENREGISTRER_RESULTAT_SESSION
            END-IF
        WHEN 29 PERFORM RAPPORT_CERTIFS_SANS_SESSION
        WHEN 30
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM RETRAITE_ASTRONAUTE
            END-IF
        WHEN 31 PERFORM LISTER_PENSIONS
        WHEN 32
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_EQUIPEMENTS_PERSO
            END-IF
        WHEN 33 PERFORM DISPONIBILITES_ASTRONAUTES
        WHEN 34 PERFORM RISQUE_COMPETENCES_CLES
        WHEN 35
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_CANDIDATS
            END-IF
        END-EVALUATE
        END-PERFORM
        END-PERFORM.

        MENU_EQUIPES.
        PERFORM WITH TEST AFTER UNTIL choixE = 0
        PERFORM WITH TEST AFTER UNTIL choixE < 23
        MOVE 1201 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1224 TO Wmsg_numero
        MOVE ' Équipes recommandées pour une mission : 18' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1227 TO Wmsg_numero
        MOVE ' Incompatibilités d''équipage : 19          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1228 TO Wmsg_numero
        MOVE ' Missions volées ensemble par paire : 20   ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1229 TO Wmsg_numero
        MOVE ' Situation budgétaire et engagements : 21  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1230 TO Wmsg_numero
        MOVE ' Exercices sur simulateur : 22             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1225 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
                PERFORM PAIE_MENSUELLE
            END-IF
        WHEN 18 PERFORM RECOMMANDER_EQUIPE_MISSION
        WHEN 19
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_INCOMPATIBILITES
            END-IF
        WHEN 20 PERFORM RAPPORT_PAIRES_VOLS
        WHEN 21 PERFORM BUDGET_EQUIPES
        WHEN 22
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_EXERCICES_SIMULATEUR
            END-IF
        END-EVALUATE
        END-PERFORM
        END-PERFORM.

        MENU_MISSIONS.
        PERFORM WITH TEST AFTER UNTIL choixM = 0
        PERFORM WITH TEST AFTER UNTIL choixM < 30
        MOVE 1261 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1285 TO Wmsg_numero
        MOVE ' Contributions par pays (rapport) : 19     ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1288 TO Wmsg_numero
        MOVE ' Objectifs d''une mission : 20               ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1289 TO Wmsg_numero
        MOVE ' Classement par objectifs atteints : 21    ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1290 TO Wmsg_numero
        MOVE ' Proposition de sauvetage : 22             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1291 TO Wmsg_numero
        MOVE ' Simuler un plan de mission : 23           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1292 TO Wmsg_numero
        MOVE ' Relèves d''équipage en cours de mission : 24' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1293 TO Wmsg_numero
        MOVE ' Passagers d''une mission : 25              ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1294 TO Wmsg_numero
        MOVE ' Plan de repli / abandon d''étape : 26      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1295 TO Wmsg_numero
        MOVE ' Règlements des pays partenaires : 27      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1296 TO Wmsg_numero
        MOVE ' Respect du planning des étapes : 28       ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1297 TO Wmsg_numero
        MOVE ' Estimation budgétaire des missions : 29   ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1286 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
                PERFORM AJOUT_FINANCEMENT_MISSION
            END-IF
        WHEN 19 PERFORM RAPPORT_CONTRIBUTIONS_PAYS
        WHEN 20
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_OBJECTIFS_MISSION
            END-IF
        WHEN 21 PERFORM CLASSEMENT_OBJECTIFS_MISSIONS
        WHEN 22
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM PLANIFIER_SAUVETAGE
            END-IF
        WHEN 23 PERFORM SIMULER_MISSION
        WHEN 24
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_ROTATION_EQUIPAGE
            END-IF
        WHEN 25
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_PASSAGERS
            END-IF
        WHEN 26
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_PLAN_REPLI
            END-IF
        WHEN 27
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_REGLEMENTS_PARTENAIRES
            END-IF
        WHEN 28
            MOVE 1 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM RAPPORT_ADHERENCE_PLANNING
            END-IF
        WHEN 29
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_ESTIMATIONS_MISSION
            END-IF
        END-EVALUATE
        END-PERFORM
        END-PERFORM.

        MENU_VAISSEAUX.
        PERFORM WITH TEST AFTER UNTIL choixV = 0
        PERFORM WITH TEST AFTER UNTIL choixV < 34
        MOVE 1321 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1350 TO Wmsg_numero
        MOVE ' Registre des actifs (amortissements) : 24 ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1353 TO Wmsg_numero
        MOVE ' Polices d''assurance : 25                  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1354 TO Wmsg_numero
        MOVE ' Traiter un sinistre : 26                  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1355 TO Wmsg_numero
        MOVE ' Sinistres ouverts (rapport) : 27          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1356 TO Wmsg_numero
        MOVE ' Seuils d''alarme de santé : 28             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1357 TO Wmsg_numero
        MOVE ' Tendance de santé d''un vaisseau : 29      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1358 TO Wmsg_numero
        MOVE ' Registre des modifications : 30           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1359 TO Wmsg_numero
        MOVE ' Composants sérialisés : 31                ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1360 TO Wmsg_numero
        MOVE ' Certificats de navigabilité : 32          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1361 TO Wmsg_numero
        MOVE ' Fiabilité de la flotte : 33               ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1351 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
                PERFORM IMPORT_TELEMETRIE
            END-IF
        WHEN 24 PERFORM REGISTRE_ACTIFS_FLOTTE
        WHEN 25
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_POLICES_ASSURANCE
            END-IF
        WHEN 26
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM TRAITER_SINISTRE
            END-IF
        WHEN 27 PERFORM RAPPORT_SINISTRES_OUVERTS
        WHEN 28
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_SEUILS_SANTE
            END-IF
        WHEN 29 PERFORM TENDANCE_SANTE_VAISSEAU
        WHEN 30
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM REGISTRE_RETROFITS
            END-IF
        WHEN 31
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_COMPOSANTS
            END-IF
        WHEN 32
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_CERTIFS_NAVIG
            END-IF
        WHEN 33 PERFORM RAPPORT_FIABILITE_FLOTTE
        END-EVALUATE
        END-PERFORM
        END-PERFORM.

        MENU_CARGO.
        PERFORM WITH TEST AFTER UNTIL choixCG = 0
        PERFORM WITH TEST AFTER UNTIL choixCG < 36
        MOVE 1401 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1420 TO Wmsg_numero
        MOVE ' Traiter les lots de ravitaillement périmés : 14' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1423 TO Wmsg_numero
        MOVE ' Enregistrer un échantillon : 15           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1424 TO Wmsg_numero
        MOVE ' Remise d''un échantillon : 16              ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1425 TO Wmsg_numero
        MOVE ' Historique d''un échantillon : 17          ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1426 TO Wmsg_numero
        MOVE ' Contrôle chaîne de garde : 18             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1427 TO Wmsg_numero
        MOVE ' Fichier des fournisseurs : 19             ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1428 TO Wmsg_numero
        MOVE ' Performance des fournisseurs : 20         ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1429 TO Wmsg_numero
        MOVE ' Saisir une facture fournisseur : 21       ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1430 TO Wmsg_numero
        MOVE ' Exceptions de factures fournisseurs : 22  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1431 TO Wmsg_numero
        MOVE ' Ouvrir une feuille d''inventaire : 23      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1432 TO Wmsg_numero
        MOVE ' Saisir les quantités comptées : 24        ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1433 TO Wmsg_numero
        MOVE ' Rapport d''écarts d''inventaire : 25        ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1434 TO Wmsg_numero
        MOVE ' Valider les écarts d''inventaire : 26      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1435 TO Wmsg_numero
        MOVE ' Historique des inventaires : 27           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1436 TO Wmsg_numero
        MOVE ' Coût standard d''un article : 28           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1437 TO Wmsg_numero
        MOVE ' Valorisation des stocks : 29              ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1438 TO Wmsg_numero
        MOVE ' Clients du fret : 30                      ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1439 TO Wmsg_numero
        MOVE ' Barème du fret : 31                       ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1440 TO Wmsg_numero
        MOVE ' Contrats de fret : 32                     ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1491 TO Wmsg_numero
        MOVE ' Facturation du fret : 33                  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1492 TO Wmsg_numero
        MOVE ' Transferts entre entrepôts : 34           ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1493 TO Wmsg_numero
        MOVE ' Matières dangereuses : 35                 ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1421 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
            IF Wacc_ok = 1 THEN
                PERFORM TRAITER_PEREMPTION_CARGO
            END-IF
        WHEN 15
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM ENREGISTRER_ECHANTILLON
            END-IF
        WHEN 16
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM TRANSFERER_ECHANTILLON
            END-IF
        WHEN 17 PERFORM HISTORIQUE_ECHANTILLON
        WHEN 18 PERFORM RAPPORT_CHAINE_GARDE
        WHEN 19
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_FOURNISSEURS
            END-IF
        WHEN 20 PERFORM RAPPORT_PERFORMANCE_FOURNISSEURS
        WHEN 21
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM SAISIR_FACTURE_FOURNISSEUR
            END-IF
        WHEN 22
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM TRAITER_EXCEPTIONS_FACTURES
            END-IF
        WHEN 23
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM OUVRIR_INVENTAIRE
            END-IF
        WHEN 24
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM SAISIR_COMPTAGE_INVENTAIRE
            END-IF
        WHEN 25 PERFORM RAPPORT_ECARTS_INVENTAIRE
        WHEN 26
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM VALIDER_ECARTS_INVENTAIRE
            END-IF
        WHEN 27 PERFORM HISTORIQUE_INVENTAIRES
        WHEN 28
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM MAJ_COUT_ARTICLE
            END-IF
        WHEN 29 PERFORM RAPPORT_VALORISATION_STOCKS
        WHEN 30
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_CLIENTS_FRET
            END-IF
        WHEN 31
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_TARIFS_FRET
            END-IF
        WHEN 32
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_CONTRATS_FRET
            END-IF
        WHEN 33
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM FACTURATION_FRET
            END-IF
        WHEN 34 PERFORM GERER_TRANSFERTS_STOCK
        WHEN 35 PERFORM GERER_MATIERES_DANGEREUSES
        END-EVALUATE
        END-PERFORM
        END-PERFORM.

        MENU_LIEUX.
        PERFORM WITH TEST AFTER UNTIL choixL = 0
        PERFORM WITH TEST AFTER UNTIL choixL < 22
        MOVE 1441 TO Wmsg_numero
        MOVE ' ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1461 TO Wmsg_numero
        MOVE ' Plan de ravitaillement des avant-postes : 15' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1464 TO Wmsg_numero
        MOVE ' Permis d''accès aux lieux étrangers : 16   ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1465 TO Wmsg_numero
        MOVE ' Permis d''accès arrivant à expiration : 17 ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1466 TO Wmsg_numero
        MOVE ' Tarifs portuaires : 18                    ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1467 TO Wmsg_numero
        MOVE ' Relevé des droits de port : 19            ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1468 TO Wmsg_numero
        MOVE ' Déclassement de lieux : 20                ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1469 TO Wmsg_numero
        MOVE ' Arrivées et départs par lieu : 21         ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
        MOVE 1462 TO Wmsg_numero
        MOVE '  ---------------------------------------  ' TO Wmsg_defaut
        PERFORM AFFICHER_MESSAGE
            END-IF
        WHEN 14 PERFORM CONTROLE_COHERENCE_DISTANCES
        WHEN 15 PERFORM PLANIFICATION_RAVITAILLEMENT
        WHEN 16
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_PERMIS
            END-IF
        WHEN 17 PERFORM RAPPORT_PERMIS_EXPIRATION
        WHEN 18
            MOVE 2 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_TARIFS_QUAI
            END-IF
        WHEN 19 PERFORM RELEVE_DROITS_PORT
        WHEN 20
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            IF Wacc_ok = 1 THEN
                PERFORM GERER_DECLASSEMENTS_LIEUX
            END-IF
        WHEN 21 PERFORM TABLEAU_MOUVEMENTS_LIEU
        END-EVALUATE
        END-PERFORM
        END-PERFORM.
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM RAPPORT_ANNUEL_SPECIFICATIONS
        MOVE 0 TO Wan_nbVols
        OPEN INPUT Fvols
        IF fvo_stat = 35 THEN
            MOVE "  Aucune équipe sous l'effectif minimal." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        MOVE SPACES TO Wsp_ligne
        STRING "Missions en retard sur leur planning (tolérance "
            DELIMITED BY SIZE
            Wcfg_toleranceGlissement DELIMITED BY SIZE
            " j) :" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 2 TO Wad_mode
        PERFORM ADH_SURVEILLER
        PERFORM REJET_FILE_BRIEFING
        PERFORM TRANSFERTS_BRIEFING
        MOVE '  ---------------------------------------  ' TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.
        MOVE 0 TO Wdg_date
        MOVE 0 TO Wdg_heure
        MOVE 0 TO Wop_habilitation
        MOVE 0 TO Wmp_refus
        IF Wop_count = 0 THEN
            MOVE 3 TO Wop_niveau
            MOVE 1 TO Wop_habilitation
" la consultation."
            NOT INVALID KEY
                IF fop_actif = 1 THEN
                    PERFORM AUTHENTIFIER_OPERATEUR
                    IF Wmp_ok = 1 THEN
                        MOVE fop_niveau TO Wop_niveau
                        MOVE fop_habilitation TO Wop_habilitation
                        IF fop_langue = "EN" THEN
                            MOVE "EN" TO Wop_langue
                        END-IF
                    ELSE
                        MOVE 1 TO Wmp_refus
                        MOVE 0 TO Wop_niveau
                    END-IF
                ELSE
                    MOVE 1 TO Wop_niveau
                    DISPLAY "Profil opérateur désactivé : session",
" limitée à la consultation."
                END-IF
                IF Wmp_refus = 0 THEN
                    MOVE fop_derniereDate TO Wdg_date
                    MOVE fop_derniereHeure TO Wdg_heure
                    ACCEPT fop_derniereDate FROM DATE YYYYMMDD
                    ACCEPT fop_derniereHeure FROM TIME
                    REWRITE opTampon END-REWRITE
                END-IF
            END-READ
            CLOSE Foperateurs
        END-IF.

        AUTHENTIFIER_OPERATEUR.
        MOVE 0 TO Wmp_ok
        ACCEPT Wmp_aujourdhui FROM DATE YYYYMMDD
        IF fop_empreinteMdp NOT NUMERIC THEN
            MOVE 0 TO fop_empreinteMdp
            MOVE 0 TO fop_dateMdp
            MOVE 1 TO fop_changerMdp
            MOVE 0 TO fop_nbEchecs
            MOVE 0 TO fop_verrouille
            MOVE 0 TO fop_dateVerrou
        END-IF
        IF fop_compteVerrouille THEN
            DISPLAY "Compte verrouillé depuis le ", fop_dateVerrou,
" : contactez un administrateur."
            MOVE "SYSTEME" TO Wau_module
            MOVE "ECHEC_CNX" TO Wau_action
            MOVE "compte verrouille" TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        ELSE
            IF fop_empreinteMdp = 0 THEN
                DISPLAY "Aucun mot de passe défini pour ce profil :",
" choisissez-en un."
                MOVE 1 TO Wmp_ok
            ELSE
                PERFORM WITH TEST AFTER UNTIL Wmp_ok = 1 OR
                        fop_compteVerrouille
                    PERFORM MP_CONTROLER_SAISIE
                END-PERFORM
            END-IF
            IF Wmp_ok = 1 THEN
                MOVE "SYSTEME" TO Wau_module
                MOVE "CONNEXION" TO Wau_action
                MOVE "authentification reussie" TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                IF fop_empreinteMdp = 0 OR fop_mdpAChanger THEN
                    DISPLAY "Changement de mot de passe obligatoire."
                    PERFORM MP_CHANGER
                ELSE
                    MOVE 0 TO Wmp_jours
                    IF fop_dateMdp > 0 AND
                       fop_dateMdp <= Wmp_aujourdhui THEN
                        COMPUTE Wmp_jours =
                            FUNCTION INTEGER-OF-DATE(Wmp_aujourdhui)
                            - FUNCTION INTEGER-OF-DATE(fop_dateMdp)
                    END-IF
                    IF fop_dateMdp = 0 OR
                       Wmp_jours > Wcfg_expirationMdp THEN
                        DISPLAY "Mot de passe expiré (validité de ",
Wcfg_expirationMdp, " jours) : choisissez-en un nouveau."
                        PERFORM MP_CHANGER
                    END-IF
                END-IF
            END-IF
        END-IF.

        MP_CONTROLER_SAISIE.
        DISPLAY "Mot de passe ?"
        MOVE SPACES TO Wmp_saisie
        ACCEPT Wmp_saisie
        MOVE fop_id TO Wmp_id
        PERFORM CALCULER_EMPREINTE_MDP
        IF Wmp_empreinte = fop_empreinteMdp THEN
            MOVE 1 TO Wmp_ok
            MOVE 0 TO fop_nbEchecs
        ELSE
            ADD 1 TO fop_nbEchecs
            MOVE "SYSTEME" TO Wau_module
            MOVE "ECHEC_CNX" TO Wau_action
            MOVE "mot de passe incorrect" TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            IF fop_nbEchecs >= Wcfg_echecsMax THEN
                MOVE 1 TO fop_verrouille
                MOVE Wmp_aujourdhui TO fop_dateVerrou
                DISPLAY "Mot de passe incorrect : compte verrouillé",
" après ", fop_nbEchecs, " échecs consécutifs."
                MOVE "SYSTEME" TO Wau_module
                MOVE "VERROUIL" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fop_id DELIMITED BY SPACE
                    " apres " DELIMITED BY SIZE
                    fop_nbEchecs DELIMITED BY SIZE
                    " echecs" DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
            ELSE
                COMPUTE Wmp_restants = Wcfg_echecsMax - fop_nbEchecs
                DISPLAY "Mot de passe incorrect (", Wmp_restants,
" tentative(s) restante(s))."
            END-IF
        END-IF
        REWRITE opTampon END-REWRITE
        IF fop_stat NOT = 00 THEN
            MOVE fop_stat TO Wchk_stat
            MOVE "Foperateurs" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        MP_CHANGER.
        MOVE 0 TO Wmp_change
        PERFORM WITH TEST AFTER UNTIL Wmp_change = 1
            PERFORM MP_SAISIR_NOUVEAU
            IF Wmp_change = 1 AND fop_empreinteMdp NOT = 0 AND
               Wmp_empreinte = fop_empreinteMdp THEN
                DISPLAY "Le nouveau mot de passe doit être différent",
" de l'actuel."
                MOVE 0 TO Wmp_change
            END-IF
        END-PERFORM
        MOVE Wmp_empreinte TO fop_empreinteMdp
        MOVE Wmp_aujourdhui TO fop_dateMdp
        MOVE 0 TO fop_changerMdp
        MOVE 0 TO fop_nbEchecs
        REWRITE opTampon END-REWRITE
        IF fop_stat NOT = 00 THEN
            MOVE fop_stat TO Wchk_stat
            MOVE "Foperateurs" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        MOVE "SYSTEME" TO Wau_module
        MOVE "MDP_CHANGE" TO Wau_action
        MOVE fop_id TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        DISPLAY "Mot de passe enregistré.".

        MP_SAISIR_NOUVEAU.
        MOVE 0 TO Wmp_change
        DISPLAY "Nouveau mot de passe (", Wcfg_longueurMdp,
" caractères minimum) ?"
        MOVE SPACES TO Wmp_saisie
        ACCEPT Wmp_saisie
        MOVE 0 TO Wmp_long
        IF Wmp_saisie NOT = SPACES THEN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(Wmp_saisie TRAILING))
                TO Wmp_long
        END-IF
        IF Wmp_long < Wcfg_longueurMdp THEN
            DISPLAY "Mot de passe trop court."
        ELSE
            DISPLAY "Confirmez le mot de passe :"
            MOVE SPACES TO Wmp_confirmation
            ACCEPT Wmp_confirmation
            IF Wmp_confirmation NOT = Wmp_saisie THEN
                DISPLAY "Les deux saisies diffèrent."
            ELSE
                MOVE fop_id TO Wmp_id
                PERFORM CALCULER_EMPREINTE_MDP
                MOVE 1 TO Wmp_change
            END-IF
        END-IF.

        CALCULER_EMPREINTE_MDP.
        MOVE SPACES TO Wmp_chaine
        STRING Wmp_id DELIMITED BY SIZE
            Wmp_saisie DELIMITED BY SIZE
            INTO Wmp_chaine
        END-STRING
        MOVE 7 TO Wmp_empreinte
        PERFORM VARYING Wmp_tour FROM 1 BY 1
                UNTIL Wmp_tour > Wcfg_toursMdp
            PERFORM VARYING Wmp_i FROM 1 BY 1 UNTIL Wmp_i > 40
                COMPUTE Wmp_empreinte = FUNCTION MOD(Wmp_empreinte * 131
                    + FUNCTION ORD(Wmp_chaine(Wmp_i:1)) + Wmp_tour,
                    999999999989)
            END-PERFORM
        END-PERFORM
        IF Wmp_empreinte = 0 THEN
            MOVE 1 TO Wmp_empreinte
        END-IF.

        DEVERROUILLER_OPERATEUR.
        DISPLAY "Identifiant de l'opérateur ?"
        MOVE SPACES TO Wop_id2
        PERFORM WITH TEST AFTER UNTIL Wop_id2 NOT = SPACES
            ACCEPT Wop_id2
        END-PERFORM
        OPEN I-O Foperateurs
        MOVE Wop_id2 TO fop_id
        READ Foperateurs
        INVALID KEY
            DISPLAY "Opérateur inconnu."
        NOT INVALID KEY
            IF fop_empreinteMdp NOT NUMERIC THEN
                MOVE 0 TO fop_empreinteMdp
                MOVE 0 TO fop_dateMdp
                MOVE 0 TO fop_nbEchecs
                MOVE 0 TO fop_verrouille
                MOVE 0 TO fop_dateVerrou
            END-IF
            IF fop_compteVerrouille THEN
                DISPLAY "Compte verrouillé depuis le ", fop_dateVerrou,
" (", fop_nbEchecs, " échecs)."
            ELSE
                DISPLAY "Compte actif (", fop_nbEchecs,
" échec(s) récent(s))."
            END-IF
            DISPLAY "1 : Déverrouiller // 2 : Réinitialiser le mot de",
" passe (et déverrouiller) // 0 : Abandon"
            MOVE 9 TO Wmp_choix
            PERFORM WITH TEST AFTER UNTIL Wmp_choix < 3
                ACCEPT Wmp_choix
            END-PERFORM
            IF Wmp_choix > 0 THEN
                MOVE 0 TO fop_verrouille
                MOVE 0 TO fop_dateVerrou
                MOVE 0 TO fop_nbEchecs
                MOVE "SYSTEME" TO Wau_module
                IF Wmp_choix = 2 THEN
                    DISPLAY "Mot de passe provisoire (changement",
" imposé à la prochaine connexion) :"
                    ACCEPT Wmp_aujourdhui FROM DATE YYYYMMDD
                    MOVE 0 TO Wmp_change
                    PERFORM WITH TEST AFTER UNTIL Wmp_change = 1
                        PERFORM MP_SAISIR_NOUVEAU
                    END-PERFORM
                    MOVE Wmp_empreinte TO fop_empreinteMdp
                    MOVE Wmp_aujourdhui TO fop_dateMdp
                    MOVE 1 TO fop_changerMdp
                    MOVE "REINIT_MDP" TO Wau_action
                ELSE
                    MOVE "DEVERROU" TO Wau_action
                END-IF
                REWRITE opTampon END-REWRITE
                IF fop_stat NOT = 00 THEN
                    MOVE fop_stat TO Wchk_stat
                    MOVE "Foperateurs" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                MOVE Wop_id2 TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
                DISPLAY "Opérateur ", Wop_id2, " mis à jour."
            END-IF
        END-READ
        CLOSE Foperateurs.

        DIGEST_OPERATEUR.
        DISPLAY "#############"
        IF Wdg_date = 0 THEN
        GERER_OPERATEURS.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier un opérateur // 2 : Lister",
" les opérateurs // 3 : Déverrouiller / réinitialiser un mot de passe"
        MOVE 0 TO Wop_choix
        PERFORM WITH TEST AFTER UNTIL
                Wop_choix >= 1 AND Wop_choix <= 3
            ACCEPT Wop_choix
        END-PERFORM
        IF Wop_choix = 3 THEN
            PERFORM DEVERROUILLER_OPERATEUR
        END-IF
        IF Wop_choix = 1 THEN
            DISPLAY "Identifiant de l'opérateur ?"
            PERFORM WITH TEST AFTER UNTIL Wop_id2 NOT = SPACES
                    MOVE Wop_langue2 TO fop_langue
                    MOVE 0 TO fop_derniereDate
                    MOVE 0 TO fop_derniereHeure
                    MOVE 0 TO fop_nbEchecs
                    MOVE 0 TO fop_verrouille
                    MOVE 0 TO fop_dateVerrou
                    DISPLAY "Mot de passe provisoire (changement",
" imposé à la première connexion) :"
                    ACCEPT Wmp_aujourdhui FROM DATE YYYYMMDD
                    MOVE 0 TO Wmp_change
                    PERFORM WITH TEST AFTER UNTIL Wmp_change = 1
                        PERFORM MP_SAISIR_NOUVEAU
                    END-PERFORM
                    MOVE Wmp_empreinte TO fop_empreinteMdp
                    MOVE Wmp_aujourdhui TO fop_dateMdp
                    MOVE 1 TO fop_changerMdp
                    WRITE opTampon END-WRITE
                    MOVE 1 TO Wop_ecrit
                    DISPLAY "Opérateur ", Wop_id2, " déclaré au",
            MOVE "OPERATEUR" TO Wau_action
            MOVE Wop_id2 TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF
        IF Wop_choix = 2 THEN
            DISPLAY "#############"
            DISPLAY "Opérateurs déclarés :"
            MOVE 0 TO Wop_count
                        IF fop_administration THEN
                            MOVE "Administration" TO Wop_niveauECR
                        END-IF
                        MOVE SPACES TO Wmp_etatECR
                        IF fop_verrouille = 1 THEN
                            MOVE " (verrouillé)" TO Wmp_etatECR
                        END-IF
                        DISPLAY "  - ", fop_id, " : ", Wop_niveauECR,
Wmp_etatECR
                    END-IF
                END-READ
            END-PERFORM
        MOVE "SAUVEGARDES DES CINQ FICHIERS MAITRES FAITES"
            TO Wclp_texte
        PERFORM ECRIRE_LOG_CLOTURE
        ACCEPT Wper_date FROM DATE YYYYMMDD
        COMPUTE Wper_periode = Wper_date / 100
        PERFORM MARQUER_PERIODE_CLOTUREE
        MOVE SPACES TO Wclp_texte
        STRING "PERIODE " DELIMITED BY SIZE
            Wper_periode DELIMITED BY SIZE
            " CLOTUREE AUX ECRITURES" DELIMITED BY SIZE
            INTO Wclp_texte
        END-STRING
        PERFORM ECRIRE_LOG_CLOTURE
        MOVE "FIN DE LA CLOTURE DE PERIODE" TO Wclp_texte
        PERFORM ECRIRE_LOG_CLOTURE
        ACCEPT Wclp_date FROM DATE YYYYMMDD
        DISPLAY ' cloture_periode.log.                      '
        DISPLAY '  ---------------------------------------  '.

        VERIFIER_PERIODE_OUVERTE.
        COMPUTE Wper_periode = Wper_date / 100
        MOVE 1 TO Wper_ouverte
        OPEN INPUT Fperiodes
        MOVE Wper_periode TO fpe_periode
        READ Fperiodes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fpe_cloturee THEN
                MOVE 0 TO Wper_ouverte
            END-IF
        END-READ
        CLOSE Fperiodes
        IF Wper_ouverte = 0 THEN
            DISPLAY "Période ", Wper_periode, " clôturée : opération",
" refusée. Une réouverture motivée par un opérateur de niveau 3",
" est nécessaire."
        END-IF.

        MARQUER_PERIODE_CLOTUREE.
        ACCEPT Wper_aujourdhui FROM DATE YYYYMMDD
        OPEN I-O Fperiodes
        MOVE Wper_periode TO fpe_periode
        READ Fperiodes
        INVALID KEY
            MOVE Wper_periode TO fpe_periode
            MOVE 2 TO fpe_statut
            MOVE Wper_aujourdhui TO fpe_dateCloture
            MOVE Wop_id TO fpe_opCloture
            MOVE 0 TO fpe_nbReouvertures
            MOVE 0 TO fpe_dateReouverture
            MOVE SPACES TO fpe_opReouverture
            MOVE SPACES TO fpe_motifReouverture
            WRITE peTampon END-WRITE
        NOT INVALID KEY
            MOVE 2 TO fpe_statut
            MOVE Wper_aujourdhui TO fpe_dateCloture
            MOVE Wop_id TO fpe_opCloture
            REWRITE peTampon END-REWRITE
        END-READ
        IF fpe_stat NOT = 00 THEN
            MOVE fpe_stat TO Wchk_stat
            MOVE "Fperiodes" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fperiodes
        OPEN I-O Freouvertures
        MOVE Wper_periode TO fre_periode
        MOVE 0 TO fre_date
        MOVE 0 TO fre_heure
        START Freouvertures, KEY IS >= fre_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wper_fin2
            PERFORM WITH TEST AFTER UNTIL Wper_fin2 = 1
                READ Freouvertures NEXT
                AT END MOVE 1 TO Wper_fin2
                NOT AT END
                    IF fre_periode NOT = Wper_periode THEN
                        MOVE 1 TO Wper_fin2
                    ELSE
                        IF fre_dateRefermeture = 0 THEN
                            MOVE Wper_aujourdhui TO fre_dateRefermeture
                            MOVE Wop_id TO fre_opRefermeture
                            REWRITE reTampon END-REWRITE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freouvertures
        MOVE "PERIODES" TO Wau_module
        MOVE "CLOTURE" TO Wau_action
        MOVE Wper_periode TO Wau_detail
        PERFORM ENREGISTRER_AUDIT.

        GERER_PERIODES_COMPTABLES.
        DISPLAY ' '
        DISPLAY "1 : Calendrier des périodes // 2 : Clôturer une",
" période // 3 : Rouvrir une période // 4 : Rapport des",
" réouvertures"
        MOVE 0 TO Wper_choix
        PERFORM WITH TEST AFTER UNTIL Wper_choix >= 1 AND Wper_choix <= 4
            ACCEPT Wper_choix
        END-PERFORM
        EVALUATE Wper_choix
            WHEN 1
                PERFORM PERIODES_LISTER
            WHEN 2
                MOVE 3 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM PERIODES_CLOTURER
                END-IF
            WHEN 3
                MOVE 3 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM PERIODES_ROUVRIR
                END-IF
            WHEN 4
                PERFORM PERIODES_RAPPORT_REOUVERTURES
        END-EVALUATE.

        PERIODES_STATUT.
        IF fpe_cloturee THEN
            MOVE "Clôturée" TO Wper_statutECR
        ELSE
            MOVE "Ouverte" TO Wper_statutECR
        END-IF.

        PERIODES_LISTER.
        DISPLAY "#############"
        DISPLAY "Calendrier des périodes comptables (les périodes",
" absentes sont ouvertes) :"
        MOVE 0 TO Wper_count
        OPEN INPUT Fperiodes
        MOVE 0 TO Wper_fin
        PERFORM WITH TEST AFTER UNTIL Wper_fin = 1
            READ Fperiodes NEXT
            AT END MOVE 1 TO Wper_fin
            NOT AT END
                ADD 1 TO Wper_count
                PERFORM PERIODES_STATUT
                DISPLAY "  ", fpe_periode, " : ", Wper_statutECR,
" (clôture du ", fpe_dateCloture, " par ", fpe_opCloture, ", ",
fpe_nbReouvertures, " réouverture(s))"
                IF fpe_ouverte AND fpe_nbReouvertures > 0 THEN
                    DISPLAY "      Rouverte le ", fpe_dateReouverture,
" par ", fpe_opReouverture, " : ", fpe_motifReouverture
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fperiodes
        IF Wper_count = 0 THEN
            DISPLAY "  Aucune période clôturée à ce jour."
        END-IF.

        PERIODES_SAISIR.
        DISPLAY "Période ? (AAAAMM)"
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            ACCEPT Wper_periode
            COMPUTE Wdt_date = Wper_periode * 100 + 1
            PERFORM VALIDER_DATE
            IF Wdt_ok = 0 THEN
                DISPLAY "Période invalide, ressaisissez (AAAAMM) :"
            END-IF
        END-PERFORM.

        PERIODES_CLOTURER.
        PERFORM PERIODES_SAISIR
        PERFORM MARQUER_PERIODE_CLOTUREE
        DISPLAY "Période ", Wper_periode, " clôturée : les",
" opérations datées de cette période seront refusées.".

        PERIODES_ROUVRIR.
        PERFORM PERIODES_SAISIR
        OPEN I-O Fperiodes
        MOVE Wper_periode TO fpe_periode
        READ Fperiodes
        INVALID KEY
            DISPLAY "Cette période n'est pas clôturée."
        NOT INVALID KEY
          IF NOT fpe_cloturee THEN
            DISPLAY "Cette période n'est pas clôturée."
          ELSE
            DISPLAY "Motif de la réouverture ?"
            MOVE SPACES TO Wper_motif
            PERFORM WITH TEST AFTER UNTIL Wper_motif NOT = SPACES
                ACCEPT Wper_motif
            END-PERFORM
            ACCEPT Wper_aujourdhui FROM DATE YYYYMMDD
            ACCEPT Wper_heure FROM TIME
            MOVE 1 TO fpe_statut
            ADD 1 TO fpe_nbReouvertures
            MOVE Wper_aujourdhui TO fpe_dateReouverture
            MOVE Wop_id TO fpe_opReouverture
            MOVE Wper_motif TO fpe_motifReouverture
            REWRITE peTampon END-REWRITE
            IF fpe_stat NOT = 00 THEN
                MOVE fpe_stat TO Wchk_stat
                MOVE "Fperiodes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            OPEN I-O Freouvertures
            MOVE Wper_periode TO fre_periode
            MOVE Wper_aujourdhui TO fre_date
            MOVE Wper_heure TO fre_heure
            MOVE Wop_id TO fre_operateur
            MOVE Wper_motif TO fre_motif
            MOVE 0 TO fre_dateRefermeture
            MOVE SPACES TO fre_opRefermeture
            WRITE reTampon END-WRITE
            IF fre_stat NOT = 00 THEN
                MOVE fre_stat TO Wchk_stat
                MOVE "Freouvertures" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Freouvertures
            MOVE "PERIODES" TO Wau_module
            MOVE "REOUVERT" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wper_periode DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wper_motif DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            MOVE Wper_aujourdhui TO Wno_date
            MOVE SPACES TO Wno_message
            STRING "Période " DELIMITED BY SIZE
                Wper_periode DELIMITED BY SIZE
                " rouverte par " DELIMITED BY SIZE
                Wop_id DELIMITED BY SPACE
                " : " DELIMITED BY SIZE
                Wper_motif DELIMITED BY SIZE
                INTO Wno_message
            END-STRING
            MOVE 3 TO Wno_niveau
            PERFORM ECRIRE_NOTIFICATION
            DISPLAY "Période ", Wper_periode, " rouverte. Pensez à la",
" clôturer de nouveau une fois les corrections passées."
          END-IF
        END-READ
        CLOSE Fperiodes.

        PERIODES_RAPPORT_REOUVERTURES.
        DISPLAY "Première période du rapport ? (AAAAMM, 0 : toutes)"
        ACCEPT Wper_du
        DISPLAY "Dernière période du rapport ? (AAAAMM, 0 : toutes)"
        ACCEPT Wper_au
        IF Wper_au = 0 THEN
            MOVE 999999 TO Wper_au
        END-IF
        MOVE "REOUVERTURES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Réouvertures de périodes comptables clôturées :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wper_count
        OPEN INPUT Freouvertures
        MOVE Wper_du TO fre_periode
        MOVE 0 TO fre_date
        MOVE 0 TO fre_heure
        START Freouvertures, KEY IS >= fre_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wper_fin
            PERFORM WITH TEST AFTER UNTIL Wper_fin = 1
                READ Freouvertures NEXT
                AT END MOVE 1 TO Wper_fin
                NOT AT END
                    IF fre_periode > Wper_au THEN
                        MOVE 1 TO Wper_fin
                    ELSE
                        ADD 1 TO Wper_count
                        STRING "  " DELIMITED BY SIZE
                            fre_periode DELIMITED BY SIZE
                            " rouverte le " DELIMITED BY SIZE
                            fre_date DELIMITED BY SIZE
                            " par " DELIMITED BY SIZE
                            fre_operateur DELIMITED BY SIZE
                            " : " DELIMITED BY SIZE
                            fre_motif DELIMITED BY SIZE
                            INTO Wsp_ligne
                        END-STRING
                        PERFORM ECRIRE_LIGNE_RAPPORT
                        IF fre_dateRefermeture > 0 THEN
                            STRING "      refermée le " DELIMITED BY SIZE
                                fre_dateRefermeture DELIMITED BY SIZE
                                " par " DELIMITED BY SIZE
                                fre_opRefermeture DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                        ELSE
                            MOVE "      toujours ouverte" TO Wsp_ligne
                        END-IF
                        PERFORM ECRIRE_LIGNE_RAPPORT
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Freouvertures
        STRING Wper_count DELIMITED BY SIZE
            " réouverture(s)." DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        PERFORM FIN_RAPPORT.

        EXECUTER_PURGE_ARCHIVES.
        ACCEPT Wpu_date FROM DATE YYYYMMDD
        ACCEPT Wpu_heure FROM TIME
        WRITE svTampon
        CLOSE Fsauvegardes.

        CONTROLE_INTEGRITE.
        DISPLAY "#############"
        DISPLAY "Contrôle d'intégrité des fichiers indexés :"
        MOVE "SCAN" TO Wig_action
        PERFORM VARYING Wig_f FROM 1 BY 1 UNTIL Wig_f > Wig_nbFichiers
            PERFORM IG_NOMMER_FICHIER
            PERFORM IG_ANALYSER_FICHIER
        END-PERFORM
        DISPLAY "Compteurs consignés dans integrite.log."
        DISPLAY "#############".

        IG_ANALYSER_FICHIER.
        PERFORM IG_DEFINIR_CLES
        MOVE 1 TO Wig_ouvert
        MOVE 0 TO Wig_illisibles
        MOVE 0 TO Wig_invalides
        PERFORM VARYING Wig_k FROM 1 BY 1 UNTIL Wig_k > 5
            MOVE 0 TO Wig_nb(Wig_k)
        END-PERFORM
        PERFORM VARYING Wig_k FROM 1 BY 1 UNTIL Wig_k > Wig_nbCles
            PERFORM IG_OUVRIR_LECTURE
            IF Wig_stat NOT = 00 THEN
                MOVE 0 TO Wig_ouvert
            ELSE
                PERFORM IG_POSITIONNER
                IF Wig_eof = 0 THEN
                    PERFORM WITH TEST AFTER UNTIL Wig_eof = 1
                        PERFORM IG_LIRE_SUIVANT
                        IF Wig_eof = 0 THEN
                            ADD 1 TO Wig_nb(Wig_k)
                            IF Wig_k = 1 AND Wig_invalide = 1 THEN
                                ADD 1 TO Wig_invalides
                            END-IF
                        END-IF
                        IF Wig_stat NOT = 00 AND Wig_stat NOT = 02
                        AND Wig_stat NOT = 10 THEN
                            IF Wig_k = 1 THEN
                                ADD 1 TO Wig_illisibles
                            END-IF
                            DISPLAY "  ", Wig_fichier, " : lecture",
" impossible par la clé ", Wig_cle(Wig_k), " (statut ", Wig_stat,
") après ", Wig_nb(Wig_k), " enregistrement(s)."
                            MOVE 1 TO Wig_eof
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM IG_FERMER
            END-IF
        END-PERFORM
        IF Wig_ouvert = 0 THEN
            DISPLAY "  ", Wig_fichier, " : fichier absent ou",
" inaccessible."
        ELSE
            PERFORM IG_CONCLURE
        END-IF.

        IG_CONCLURE.
        MOVE 0 TO Wig_taille
        CALL "CBL_CHECK_FILE_EXIST" USING Wig_fichier Wig_infos
        END-CALL
        IF RETURN-CODE = 0 THEN
            MOVE Wig_octets TO Wig_taille
        END-IF
        DISPLAY "  ", Wig_fichier, " : ", Wig_nb(1),
" enregistrement(s), ", Wig_taille, " octet(s), ", Wig_illisibles,
" illisible(s), ", Wig_invalides, " à clé invalide."
        MOVE 0 TO Wig_ecarts
        PERFORM VARYING Wig_k FROM 2 BY 1 UNTIL Wig_k > Wig_nbCles
            IF Wig_nb(Wig_k) NOT = Wig_nb(1) THEN
                MOVE 1 TO Wig_ecarts
                DISPLAY "    ÉCART : ", Wig_nb(Wig_k),
" enregistrement(s) par la clé ", Wig_cle(Wig_k), " contre ",
Wig_nb(1), " par la clé ", Wig_cle(1), "."
            END-IF
        END-PERFORM
        PERFORM IG_LIRE_PRECEDENT
        IF Wig_precTrouve = 1 THEN
            COMPUTE Wig_delta = Wig_nb(1) - Wig_precLus
            MOVE Wig_delta TO Wig_deltaECR
            DISPLAY "    Depuis le ", Wig_precDate, " : ",
Wig_deltaECR, " enregistrement(s)"
            COMPUTE Wig_delta = Wig_taille - Wig_precTaille
            MOVE Wig_delta TO Wig_deltaECR
            DISPLAY "    Évolution de la taille : ", Wig_deltaECR,
" octet(s)"
        END-IF
        IF Wig_ecarts = 1 OR Wig_illisibles > 0 THEN
            DISPLAY "    => Réorganisation conseillée pour ",
Wig_fichier
        END-IF
        PERFORM IG_ECRIRE_LOG.

        IG_LIRE_PRECEDENT.
        MOVE 0 TO Wig_precTrouve
        OPEN INPUT Fintegrite
        IF fig_stat = 00 THEN
            MOVE 0 TO Wig_fin
            PERFORM WITH TEST AFTER UNTIL Wig_fin = 1
                READ Fintegrite
                AT END MOVE 1 TO Wig_fin
                NOT AT END
                    UNSTRING igTampon DELIMITED BY ";"
                        INTO Wig_pDate Wig_pHeure Wig_pFichier
                             Wig_pAction Wig_pLus Wig_pTaille
                    END-UNSTRING
                    IF Wig_pFichier = Wig_fichier THEN
                        MOVE 1 TO Wig_precTrouve
                        MOVE Wig_pDate TO Wig_precDate
                        MOVE Wig_pLus TO Wig_precLus
                        MOVE Wig_pTaille TO Wig_precTaille
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fintegrite
        END-IF.

        IG_ECRIRE_LOG.
        ACCEPT Wig_date FROM DATE YYYYMMDD
        ACCEPT Wig_heure FROM TIME
        OPEN EXTEND Fintegrite
        MOVE SPACES TO igTampon
        STRING Wig_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_fichier DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wig_action DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wig_nb(1) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_taille DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_illisibles DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_invalides DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_nb(2) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_nb(3) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_nb(4) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wig_nb(5) DELIMITED BY SIZE
            INTO igTampon
        END-STRING
        WRITE igTampon
        CLOSE Fintegrite.

        IG_NOMMER_FICHIER.
        MOVE SPACES TO Wig_fichier
        EVALUATE Wig_f
            WHEN 1
                MOVE "pays.dat" TO Wig_fichier
            WHEN 2
                MOVE "astronautes.dat" TO Wig_fichier
            WHEN 3
                MOVE "equipes.dat" TO Wig_fichier
            WHEN 4
                MOVE "missions.dat" TO Wig_fichier
            WHEN 5
                MOVE "vaisseaux.dat" TO Wig_fichier
            WHEN 6
                MOVE "lieux.dat" TO Wig_fichier
            WHEN 7
                MOVE "distances.dat" TO Wig_fichier
            WHEN 8
                MOVE "compo_equipes.dat" TO Wig_fichier
            WHEN 9
                MOVE "cargo.dat" TO Wig_fichier
            WHEN 10
                MOVE "etapes_mission.dat" TO Wig_fichier
            WHEN 11
                MOVE "certifications.dat" TO Wig_fichier
            WHEN 12
                MOVE "conges.dat" TO Wig_fichier
            WHEN 13
                MOVE "operateurs.dat" TO Wig_fichier
            WHEN 14
                MOVE "cohortes.dat" TO Wig_fichier
            WHEN 15
                MOVE "catalogue_articles.dat" TO Wig_fichier
            WHEN 16
                MOVE "transferts.dat" TO Wig_fichier
            WHEN 17
                MOVE "types_vaisseaux.dat" TO Wig_fichier
            WHEN 18
                MOVE "pieces_detachees.dat" TO Wig_fichier
            WHEN 19
                MOVE "ordres_reparation.dat" TO Wig_fichier
            WHEN 20
                MOVE "affectations_convoi.dat" TO Wig_fichier
            WHEN 21
                MOVE "reservations_quai.dat" TO Wig_fichier
            WHEN 22
                MOVE "entrepots.dat" TO Wig_fichier
            WHEN 23
                MOVE "commandes.dat" TO Wig_fichier
            WHEN 24
                MOVE "replans_missions.dat" TO Wig_fichier
            WHEN 25
                MOVE "modeles_missions.dat" TO Wig_fichier
            WHEN 26
                MOVE "modeles_etapes.dat" TO Wig_fichier
            WHEN 27
                MOVE "evenements_calendrier.dat" TO Wig_fichier
            WHEN 28
                MOVE "ressources_lieux.dat" TO Wig_fichier
            WHEN 29
                MOVE "projets_construction.dat" TO Wig_fichier
            WHEN 30
                MOVE "financements.dat" TO Wig_fichier
            WHEN 31
                MOVE "contacts_urgence.dat" TO Wig_fichier
            WHEN 32
                MOVE "notifications_urgence.dat" TO Wig_fichier
            WHEN 33
                MOVE "sequences.dat" TO Wig_fichier
            WHEN 34
                MOVE "jobs.dat" TO Wig_fichier
            WHEN 35
                MOVE "notifications.dat" TO Wig_fichier
            WHEN 36
                MOVE "approbations.dat" TO Wig_fichier
            WHEN 37
                MOVE "messages.dat" TO Wig_fichier
            WHEN 38
                MOVE "audit_ctl.dat" TO Wig_fichier
            WHEN 39
                MOVE "vols.dat" TO Wig_fichier
            WHEN 40
                MOVE "grades.dat" TO Wig_fichier
            WHEN 41
                MOVE "compta_ctl.dat" TO Wig_fichier
            WHEN 42
                MOVE "codes_reference.dat" TO Wig_fichier
            WHEN 43
                MOVE "sessions_formation.dat" TO Wig_fichier
            WHEN 44
                MOVE "inscriptions_formation.dat" TO Wig_fichier
            WHEN 45
                MOVE "objectifs_missions.dat" TO Wig_fichier
            WHEN 46
                MOVE "modeles_objectifs.dat" TO Wig_fichier
            WHEN 47
                MOVE "echantillons.dat" TO Wig_fichier
            WHEN 48
                MOVE "gardes_echantillons.dat" TO Wig_fichier
            WHEN 49
                MOVE "polices_assurance.dat" TO Wig_fichier
            WHEN 50
                MOVE "sinistres.dat" TO Wig_fichier
            WHEN 51
                MOVE "fournisseurs.dat" TO Wig_fichier
            WHEN 52
                MOVE "factures_fournisseurs.dat" TO Wig_fichier
            WHEN 53
                MOVE "inventaires.dat" TO Wig_fichier
            WHEN 54
                MOVE "lignes_comptage.dat" TO Wig_fichier
            WHEN 55
                MOVE "pertes_stock.dat" TO Wig_fichier
            WHEN 56
                MOVE "agences_partenaires.dat" TO Wig_fichier
            WHEN 57
                MOVE "arrivees_telemetrie.dat" TO Wig_fichier
            WHEN 58
                MOVE "suivi_envois_agences.dat" TO Wig_fichier
            WHEN 59
                MOVE "journal_envois_agences.dat" TO Wig_fichier
            WHEN 60
                MOVE "archive_envois_agences.dat" TO Wig_fichier
            WHEN 61
                MOVE "seuils_sante.dat" TO Wig_fichier
            WHEN 62
                MOVE "releves_sante.dat" TO Wig_fichier
            WHEN 63
                MOVE "incompatibilites.dat" TO Wig_fichier
            WHEN 64
                MOVE "pensions.dat" TO Wig_fichier
            WHEN 65
                MOVE "engagements.dat" TO Wig_fichier
            WHEN 66
                MOVE "permis_acces.dat" TO Wig_fichier
            WHEN 67
                MOVE "retention.dat" TO Wig_fichier
            WHEN 68
                MOVE "extraits.dat" TO Wig_fichier
            WHEN 69
                MOVE "delta_marques.dat" TO Wig_fichier
            WHEN 70
                MOVE "rotations_equipage.dat" TO Wig_fichier
            WHEN 71
                MOVE "passagers.dat" TO Wig_fichier
            WHEN 72
                MOVE "clients_fret.dat" TO Wig_fichier
            WHEN 73
                MOVE "tarifs_fret.dat" TO Wig_fichier
            WHEN 74
                MOVE "contrats_fret.dat" TO Wig_fichier
            WHEN 75
                MOVE "factures_fret.dat" TO Wig_fichier
            WHEN 76
                MOVE "retrofits.dat" TO Wig_fichier
            WHEN 77
                MOVE "composants.dat" TO Wig_fichier
            WHEN 78
                MOVE "certificats_navigabilite.dat" TO Wig_fichier
            WHEN 79
                MOVE "tarifs_quai.dat" TO Wig_fichier
            WHEN 80
                MOVE "declarations_reglementaires.dat" TO Wig_fichier
            WHEN 81
                MOVE "comptes_partenaires.dat" TO Wig_fichier
            WHEN 82
                MOVE "equipements_personnels.dat" TO Wig_fichier
            WHEN 83
                MOVE "imputations_auto.dat" TO Wig_fichier
            WHEN 84
                MOVE "lots_entrants.dat" TO Wig_fichier
            WHEN 85
                MOVE "file_rejets.dat" TO Wig_fichier
            WHEN 86
                MOVE "exercices_simulateur.dat" TO Wig_fichier
            WHEN 87
                MOVE "resultats_exercices.dat" TO Wig_fichier
            WHEN 88
                MOVE "periodes.dat" TO Wig_fichier
            WHEN 89
                MOVE "reouvertures_periodes.dat" TO Wig_fichier
            WHEN 90
                MOVE "ordres_transfert.dat" TO Wig_fichier
            WHEN 91
                MOVE "lignes_transfert.dat" TO Wig_fichier
            WHEN 92
                MOVE "classes_danger.dat" TO Wig_fichier
            WHEN 93
                MOVE "segregation_danger.dat" TO Wig_fichier
            WHEN 94
                MOVE "declassements_lieux.dat" TO Wig_fichier
            WHEN 95
                MOVE "estimations_missions.dat" TO Wig_fichier
            WHEN 96
                MOVE "taux_aleas.dat" TO Wig_fichier
            WHEN 97
                MOVE "candidats.dat" TO Wig_fichier
        END-EVALUATE.

        IG_DEFINIR_CLES.
        MOVE SPACES TO WigLibelles
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "p_nomPays" TO Wig_cle(1)
            WHEN "astronautes.dat"
                MOVE 5 TO Wig_nbCles
                MOVE "fa_idAstronaute" TO Wig_cle(1)
                MOVE "fa_pays" TO Wig_cle(2)
                MOVE "fa_role" TO Wig_cle(3)
                MOVE "fa_idEquipe" TO Wig_cle(4)
                MOVE "fa_nomLieu" TO Wig_cle(5)
            WHEN "equipes.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fe_idEquipe" TO Wig_cle(1)
                MOVE "fe_idMission" TO Wig_cle(2)
                MOVE "fe_nomVaisseau" TO Wig_cle(3)
            WHEN "missions.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fm_idMission" TO Wig_cle(1)
                MOVE "fm_nomLieu" TO Wig_cle(2)
            WHEN "vaisseaux.dat"
                MOVE 4 TO Wig_nbCles
                MOVE "fv_nomVaisseau" TO Wig_cle(1)
                MOVE "fv_nomLieu" TO Wig_cle(2)
                MOVE "fv_typeVaisseau" TO Wig_cle(3)
                MOVE "fv_idMission" TO Wig_cle(4)
            WHEN "lieux.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fl_nomLieu" TO Wig_cle(1)
                MOVE "fl_typeLieu" TO Wig_cle(2)
                MOVE "fl_lieuParent" TO Wig_cle(3)
            WHEN "distances.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fd_cle" TO Wig_cle(1)
                MOVE "fd_lieuB" TO Wig_cle(2)
            WHEN "compo_equipes.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fce_cle" TO Wig_cle(1)
                MOVE "fce_idEquipe" TO Wig_cle(2)
                MOVE "fce_idAstronaute" TO Wig_cle(3)
            WHEN "cargo.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fcg_cle" TO Wig_cle(1)
                MOVE "fcg_nomVaisseau" TO Wig_cle(2)
            WHEN "etapes_mission.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fet_cle" TO Wig_cle(1)
                MOVE "fet_idMission" TO Wig_cle(2)
            WHEN "certifications.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fct_cle" TO Wig_cle(1)
                MOVE "fct_idAstronaute" TO Wig_cle(2)
            WHEN "conges.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fco_cle" TO Wig_cle(1)
                MOVE "fco_idAstronaute" TO Wig_cle(2)
            WHEN "operateurs.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fop_id" TO Wig_cle(1)
            WHEN "cohortes.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fch_idCohorte" TO Wig_cle(1)
            WHEN "catalogue_articles.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fca_nomArticle" TO Wig_cle(1)
            WHEN "transferts.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ftr_idDemande" TO Wig_cle(1)
            WHEN "types_vaisseaux.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ftv_typeVaisseau" TO Wig_cle(1)
            WHEN "pieces_detachees.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fpd_cle" TO Wig_cle(1)
                MOVE "fpd_nomLieu" TO Wig_cle(2)
            WHEN "ordres_reparation.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "for_idOrdre" TO Wig_cle(1)
                MOVE "for_nomLieu" TO Wig_cle(2)
            WHEN "affectations_convoi.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fcv_cle" TO Wig_cle(1)
                MOVE "fcv_idMission" TO Wig_cle(2)
                MOVE "fcv_nomVaisseau" TO Wig_cle(3)
            WHEN "reservations_quai.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "frq_cle" TO Wig_cle(1)
                MOVE "frq_nomLieu" TO Wig_cle(2)
            WHEN "entrepots.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fen_cle" TO Wig_cle(1)
                MOVE "fen_nomLieu" TO Wig_cle(2)
            WHEN "commandes.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcm_idCommande" TO Wig_cle(1)
            WHEN "replans_missions.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "frp_cle" TO Wig_cle(1)
                MOVE "frp_idMission" TO Wig_cle(2)
            WHEN "modeles_missions.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fmo_idModele" TO Wig_cle(1)
            WHEN "modeles_etapes.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fme_cle" TO Wig_cle(1)
                MOVE "fme_idModele" TO Wig_cle(2)
            WHEN "evenements_calendrier.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcal_idEvenement" TO Wig_cle(1)
            WHEN "ressources_lieux.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "frl_cle" TO Wig_cle(1)
                MOVE "frl_nomLieu" TO Wig_cle(2)
            WHEN "projets_construction.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fpj_idProjet" TO Wig_cle(1)
                MOVE "fpj_nomLieu" TO Wig_cle(2)
            WHEN "financements.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "ffi_cle" TO Wig_cle(1)
                MOVE "ffi_idMission" TO Wig_cle(2)
            WHEN "contacts_urgence.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fcu_cle" TO Wig_cle(1)
                MOVE "fcu_idAstronaute" TO Wig_cle(2)
            WHEN "notifications_urgence.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fnu_idNotif" TO Wig_cle(1)
            WHEN "sequences.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsq_nom" TO Wig_cle(1)
            WHEN "jobs.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fjo_nomJob" TO Wig_cle(1)
            WHEN "notifications.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fno_idNotif" TO Wig_cle(1)
            WHEN "approbations.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fap_idDemande" TO Wig_cle(1)
            WHEN "messages.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fmsg_cle" TO Wig_cle(1)
            WHEN "audit_ctl.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fauc_cle" TO Wig_cle(1)
            WHEN "vols.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fvo_cle" TO Wig_cle(1)
                MOVE "fvo_idAstronaute" TO Wig_cle(2)
                MOVE "fvo_idMission" TO Wig_cle(3)
            WHEN "grades.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fgr_grade" TO Wig_cle(1)
            WHEN "compta_ctl.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcc_cle" TO Wig_cle(1)
            WHEN "codes_reference.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcx_cle" TO Wig_cle(1)
            WHEN "sessions_formation.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fsf_idSession" TO Wig_cle(1)
                MOVE "fsf_typeCertif" TO Wig_cle(2)
            WHEN "inscriptions_formation.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fif_cle" TO Wig_cle(1)
                MOVE "fif_idAstronaute" TO Wig_cle(2)
            WHEN "objectifs_missions.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fob_cle" TO Wig_cle(1)
                MOVE "fob_idMission" TO Wig_cle(2)
            WHEN "modeles_objectifs.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fmb_cle" TO Wig_cle(1)
                MOVE "fmb_idModele" TO Wig_cle(2)
            WHEN "echantillons.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fsa_idEchantillon" TO Wig_cle(1)
                MOVE "fsa_idMission" TO Wig_cle(2)
            WHEN "gardes_echantillons.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fgd_cle" TO Wig_cle(1)
                MOVE "fgd_idEchantillon" TO Wig_cle(2)
            WHEN "polices_assurance.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fpo_idPolice" TO Wig_cle(1)
                MOVE "fpo_nomVaisseau" TO Wig_cle(2)
            WHEN "sinistres.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fsn_idSinistre" TO Wig_cle(1)
                MOVE "fsn_nomVaisseau" TO Wig_cle(2)
            WHEN "fournisseurs.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ffr_idFournisseur" TO Wig_cle(1)
            WHEN "factures_fournisseurs.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "ffc_idFacture" TO Wig_cle(1)
                MOVE "ffc_idCommande" TO Wig_cle(2)
            WHEN "inventaires.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fsk_idInventaire" TO Wig_cle(1)
                MOVE "fsk_nomLieu" TO Wig_cle(2)
            WHEN "lignes_comptage.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fkl_cle" TO Wig_cle(1)
            WHEN "pertes_stock.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fpl_idPerte" TO Wig_cle(1)
            WHEN "agences_partenaires.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fag_code" TO Wig_cle(1)
            WHEN "arrivees_telemetrie.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fta_idArrivee" TO Wig_cle(1)
            WHEN "suivi_envois_agences.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsm_cle" TO Wig_cle(1)
            WHEN "journal_envois_agences.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fje_cle" TO Wig_cle(1)
            WHEN "archive_envois_agences.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fxl_cle" TO Wig_cle(1)
            WHEN "seuils_sante.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsu_typeVaisseau" TO Wig_cle(1)
            WHEN "releves_sante.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsr_cle" TO Wig_cle(1)
            WHEN "incompatibilites.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fix_cle" TO Wig_cle(1)
            WHEN "pensions.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fpn_idAstronaute" TO Wig_cle(1)
            WHEN "engagements.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fng_cle" TO Wig_cle(1)
                MOVE "fng_budget" TO Wig_cle(2)
            WHEN "permis_acces.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fpt_reference" TO Wig_cle(1)
                MOVE "fpt_nomLieu" TO Wig_cle(2)
            WHEN "retention.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "frt_categorie" TO Wig_cle(1)
            WHEN "extraits.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fxd_nom" TO Wig_cle(1)
            WHEN "delta_marques.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fdm_consommateur" TO Wig_cle(1)
            WHEN "rotations_equipage.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "frot_cle" TO Wig_cle(1)
                MOVE "frot_idMission" TO Wig_cle(2)
                MOVE "frot_idAstronaute" TO Wig_cle(3)
            WHEN "passagers.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fpx_idPassager" TO Wig_cle(1)
                MOVE "fpx_idMission" TO Wig_cle(2)
            WHEN "clients_fret.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcli_idClient" TO Wig_cle(1)
            WHEN "tarifs_fret.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ftf_distanceMax" TO Wig_cle(1)
            WHEN "contrats_fret.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fcf_idContrat" TO Wig_cle(1)
                MOVE "fcf_idClient" TO Wig_cle(2)
                MOVE "fcf_nomVaisseau" TO Wig_cle(3)
            WHEN "factures_fret.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "ffl_idFacture" TO Wig_cle(1)
                MOVE "ffl_idClient" TO Wig_cle(2)
            WHEN "retrofits.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "frf_idModif" TO Wig_cle(1)
                MOVE "frf_nomVaisseau" TO Wig_cle(2)
                MOVE "frf_dateEffet" TO Wig_cle(3)
            WHEN "composants.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fcs_numSerie" TO Wig_cle(1)
                MOVE "fcs_nomVaisseau" TO Wig_cle(2)
            WHEN "certificats_navigabilite.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fnv_numCertificat" TO Wig_cle(1)
                MOVE "fnv_nomVaisseau" TO Wig_cle(2)
            WHEN "tarifs_quai.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ftq_nomLieu" TO Wig_cle(1)
            WHEN "declarations_reglementaires.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fdr_idDeclaration" TO Wig_cle(1)
                MOVE "fdr_reference" TO Wig_cle(2)
            WHEN "comptes_partenaires.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fpc_cle" TO Wig_cle(1)
            WHEN "equipements_personnels.dat"
                MOVE 3 TO Wig_nbCles
                MOVE "fep_idEquipement" TO Wig_cle(1)
                MOVE "fep_numeroSerie" TO Wig_cle(2)
                MOVE "fep_idAstronaute" TO Wig_cle(3)
            WHEN "imputations_auto.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fia_reference" TO Wig_cle(1)
            WHEN "lots_entrants.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "flt_cle" TO Wig_cle(1)
            WHEN "file_rejets.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fqj_idRejet" TO Wig_cle(1)
            WHEN "exercices_simulateur.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsi_code" TO Wig_cle(1)
            WHEN "resultats_exercices.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fsx_cle" TO Wig_cle(1)
                MOVE "fsx_idEquipe" TO Wig_cle(2)
            WHEN "periodes.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fpe_periode" TO Wig_cle(1)
            WHEN "reouvertures_periodes.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fre_cle" TO Wig_cle(1)
            WHEN "ordres_transfert.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fot_idOrdre" TO Wig_cle(1)
            WHEN "lignes_transfert.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "ftl_cle" TO Wig_cle(1)
            WHEN "classes_danger.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fcd_classe" TO Wig_cle(1)
            WHEN "segregation_danger.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fsd_cle" TO Wig_cle(1)
            WHEN "declassements_lieux.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fdl_nomLieu" TO Wig_cle(1)
            WHEN "estimations_missions.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fes_idMission" TO Wig_cle(1)
            WHEN "taux_aleas.dat"
                MOVE 1 TO Wig_nbCles
                MOVE "fal_typeMission" TO Wig_cle(1)
            WHEN "candidats.dat"
                MOVE 2 TO Wig_nbCles
                MOVE "fcy_idCandidat" TO Wig_cle(1)
                MOVE "fcy_pays" TO Wig_cle(2)
            WHEN OTHER
                MOVE 0 TO Wig_nbCles
        END-EVALUATE.

        IG_OUVRIR_LECTURE.
        MOVE 99 TO Wig_stat
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                OPEN INPUT Fpays
                MOVE fp_stat TO Wig_stat
            WHEN "astronautes.dat"
                OPEN INPUT Fastronautes
                MOVE fa_stat TO Wig_stat
            WHEN "equipes.dat"
                OPEN INPUT Fequipes
                MOVE fe_stat TO Wig_stat
            WHEN "missions.dat"
                OPEN INPUT Fmissions
                MOVE fm_stat TO Wig_stat
            WHEN "vaisseaux.dat"
                OPEN INPUT Fvaisseaux
                MOVE fv_stat TO Wig_stat
            WHEN "lieux.dat"
                OPEN INPUT Flieux
                MOVE fl_stat TO Wig_stat
            WHEN "distances.dat"
                OPEN INPUT Fdistances
                MOVE fd_stat TO Wig_stat
            WHEN "compo_equipes.dat"
                OPEN INPUT Fcompo_equipes
                MOVE fce_stat TO Wig_stat
            WHEN "cargo.dat"
                OPEN INPUT Fcargo
                MOVE fcg_stat TO Wig_stat
            WHEN "etapes_mission.dat"
                OPEN INPUT Fetapes
                MOVE fet_stat TO Wig_stat
            WHEN "certifications.dat"
                OPEN INPUT Fcertifs
                MOVE fct_stat TO Wig_stat
            WHEN "conges.dat"
                OPEN INPUT Fconges
                MOVE fco_stat TO Wig_stat
            WHEN "operateurs.dat"
                OPEN INPUT Foperateurs
                MOVE fop_stat TO Wig_stat
            WHEN "cohortes.dat"
                OPEN INPUT Fcohortes
                MOVE fch_stat TO Wig_stat
            WHEN "catalogue_articles.dat"
                OPEN INPUT Fcatalogue
                MOVE fca_stat TO Wig_stat
            WHEN "transferts.dat"
                OPEN INPUT Ftransferts
                MOVE ftr_stat TO Wig_stat
            WHEN "types_vaisseaux.dat"
                OPEN INPUT Ftypes
                MOVE ftv_stat TO Wig_stat
            WHEN "pieces_detachees.dat"
                OPEN INPUT Fpieces
                MOVE fpd_stat TO Wig_stat
            WHEN "ordres_reparation.dat"
                OPEN INPUT Fordres
                MOVE for_stat TO Wig_stat
            WHEN "affectations_convoi.dat"
                OPEN INPUT Fconvoi
                MOVE fcv_stat TO Wig_stat
            WHEN "reservations_quai.dat"
                OPEN INPUT Freservations
                MOVE frq_stat TO Wig_stat
            WHEN "entrepots.dat"
                OPEN INPUT Fentrepots
                MOVE fen_stat TO Wig_stat
            WHEN "commandes.dat"
                OPEN INPUT Fcommandes
                MOVE fcm_stat TO Wig_stat
            WHEN "replans_missions.dat"
                OPEN INPUT Freplans
                MOVE frp_stat TO Wig_stat
            WHEN "modeles_missions.dat"
                OPEN INPUT Fmodeles
                MOVE fmo_stat TO Wig_stat
            WHEN "modeles_etapes.dat"
                OPEN INPUT Fmodeles_etapes
                MOVE fme_stat TO Wig_stat
            WHEN "evenements_calendrier.dat"
                OPEN INPUT Fcalendrier
                MOVE fcal_stat TO Wig_stat
            WHEN "ressources_lieux.dat"
                OPEN INPUT Fressources
                MOVE frl_stat TO Wig_stat
            WHEN "projets_construction.dat"
                OPEN INPUT Fprojets
                MOVE fpj_stat TO Wig_stat
            WHEN "financements.dat"
                OPEN INPUT Ffinancements
                MOVE ffi_stat TO Wig_stat
            WHEN "contacts_urgence.dat"
                OPEN INPUT Fcontacts
                MOVE fcu_stat TO Wig_stat
            WHEN "notifications_urgence.dat"
                OPEN INPUT Fnotif_urgence
                MOVE fnu_stat TO Wig_stat
            WHEN "sequences.dat"
                OPEN INPUT Fsequences
                MOVE fsq_stat TO Wig_stat
            WHEN "jobs.dat"
                OPEN INPUT Fjobs
                MOVE fjo_stat TO Wig_stat
            WHEN "notifications.dat"
                OPEN INPUT Fnotifs
                MOVE fno_stat TO Wig_stat
            WHEN "approbations.dat"
                OPEN INPUT Fapprobations
                MOVE fap_stat TO Wig_stat
            WHEN "messages.dat"
                OPEN INPUT Fmessages
                MOVE fmsg_stat TO Wig_stat
            WHEN "audit_ctl.dat"
                OPEN INPUT Fauditctl
                MOVE fauc_stat TO Wig_stat
            WHEN "vols.dat"
                OPEN INPUT Fvols
                MOVE fvo_stat TO Wig_stat
            WHEN "grades.dat"
                OPEN INPUT Fgrades
                MOVE fgr_stat TO Wig_stat
            WHEN "compta_ctl.dat"
                OPEN INPUT Fcomptactl
                MOVE fcc_stat TO Wig_stat
            WHEN "codes_reference.dat"
                OPEN INPUT Fcodes
                MOVE fcx_stat TO Wig_stat
            WHEN "sessions_formation.dat"
                OPEN INPUT Fsessions
                MOVE fsf_stat TO Wig_stat
            WHEN "inscriptions_formation.dat"
                OPEN INPUT Finscriptions
                MOVE fif_stat TO Wig_stat
            WHEN "objectifs_missions.dat"
                OPEN INPUT Fobjectifs
                MOVE fob_stat TO Wig_stat
            WHEN "modeles_objectifs.dat"
                OPEN INPUT Fmodeles_objectifs
                MOVE fmb_stat TO Wig_stat
            WHEN "echantillons.dat"
                OPEN INPUT Fechantillons
                MOVE fsa_stat TO Wig_stat
            WHEN "gardes_echantillons.dat"
                OPEN INPUT Fgardes
                MOVE fgd_stat TO Wig_stat
            WHEN "polices_assurance.dat"
                OPEN INPUT Fpolices
                MOVE fpo_stat TO Wig_stat
            WHEN "sinistres.dat"
                OPEN INPUT Fsinistres
                MOVE fsn_stat TO Wig_stat
            WHEN "fournisseurs.dat"
                OPEN INPUT Ffournisseurs
                MOVE ffr_stat TO Wig_stat
            WHEN "factures_fournisseurs.dat"
                OPEN INPUT Ffactures
                MOVE ffc_stat TO Wig_stat
            WHEN "inventaires.dat"
                OPEN INPUT Finventaires
                MOVE fsk_stat TO Wig_stat
            WHEN "lignes_comptage.dat"
                OPEN INPUT Flignes_comptage
                MOVE fkl_stat TO Wig_stat
            WHEN "pertes_stock.dat"
                OPEN INPUT Fpertes
                MOVE fpl_stat TO Wig_stat
            WHEN "agences_partenaires.dat"
                OPEN INPUT Fagences
                MOVE fag_stat TO Wig_stat
            WHEN "arrivees_telemetrie.dat"
                OPEN INPUT Farrivees
                MOVE fta_stat TO Wig_stat
            WHEN "suivi_envois_agences.dat"
                OPEN INPUT Fsuivi_envois
                MOVE fsm_stat TO Wig_stat
            WHEN "journal_envois_agences.dat"
                OPEN INPUT Fjournal_envois
                MOVE fje_stat TO Wig_stat
            WHEN "archive_envois_agences.dat"
                OPEN INPUT Farchive_envois
                MOVE fxl_stat TO Wig_stat
            WHEN "seuils_sante.dat"
                OPEN INPUT Fseuils_sante
                MOVE fsu_stat TO Wig_stat
            WHEN "releves_sante.dat"
                OPEN INPUT Freleves_sante
                MOVE fsr_stat TO Wig_stat
            WHEN "incompatibilites.dat"
                OPEN INPUT Fincompat
                MOVE fix_stat TO Wig_stat
            WHEN "pensions.dat"
                OPEN INPUT Fpensions
                MOVE fpn_stat TO Wig_stat
            WHEN "engagements.dat"
                OPEN INPUT Fengagements
                MOVE fng_stat TO Wig_stat
            WHEN "permis_acces.dat"
                OPEN INPUT Fpermis
                MOVE fpt_stat TO Wig_stat
            WHEN "retention.dat"
                OPEN INPUT Fretention
                MOVE frt_stat TO Wig_stat
            WHEN "extraits.dat"
                OPEN INPUT Fextraits
                MOVE fxd_stat TO Wig_stat
            WHEN "delta_marques.dat"
                OPEN INPUT Fdelta_marques
                MOVE fdm_stat TO Wig_stat
            WHEN "rotations_equipage.dat"
                OPEN INPUT Frotations
                MOVE frot_stat TO Wig_stat
            WHEN "passagers.dat"
                OPEN INPUT Fpassagers
                MOVE fpx_stat TO Wig_stat
            WHEN "clients_fret.dat"
                OPEN INPUT Fclients_fret
                MOVE fcli_stat TO Wig_stat
            WHEN "tarifs_fret.dat"
                OPEN INPUT Ftarifs_fret
                MOVE ftf_stat TO Wig_stat
            WHEN "contrats_fret.dat"
                OPEN INPUT Fcontrats_fret
                MOVE fcf_stat TO Wig_stat
            WHEN "factures_fret.dat"
                OPEN INPUT Ffactures_fret
                MOVE ffl_stat TO Wig_stat
            WHEN "retrofits.dat"
                OPEN INPUT Fretrofits
                MOVE frf_stat TO Wig_stat
            WHEN "composants.dat"
                OPEN INPUT Fcomposants
                MOVE fcs_stat TO Wig_stat
            WHEN "certificats_navigabilite.dat"
                OPEN INPUT Fcertifs_navig
                MOVE fnv_stat TO Wig_stat
            WHEN "tarifs_quai.dat"
                OPEN INPUT Ftarifs_quai
                MOVE ftq_stat TO Wig_stat
            WHEN "declarations_reglementaires.dat"
                OPEN INPUT Fdeclarations
                MOVE fdr_stat TO Wig_stat
            WHEN "comptes_partenaires.dat"
                OPEN INPUT Fcomptes_partenaires
                MOVE fpc_stat TO Wig_stat
            WHEN "equipements_personnels.dat"
                OPEN INPUT Fequip_perso
                MOVE fep_stat TO Wig_stat
            WHEN "imputations_auto.dat"
                OPEN INPUT Fimputations
                MOVE fia_stat TO Wig_stat
            WHEN "lots_entrants.dat"
                OPEN INPUT Flots_entrants
                MOVE flt_stat TO Wig_stat
            WHEN "file_rejets.dat"
                OPEN INPUT Ffile_rejets
                MOVE fqj_stat TO Wig_stat
            WHEN "exercices_simulateur.dat"
                OPEN INPUT Fexercices
                MOVE fsi_stat TO Wig_stat
            WHEN "resultats_exercices.dat"
                OPEN INPUT Fresultats_exercices
                MOVE fsx_stat TO Wig_stat
            WHEN "periodes.dat"
                OPEN INPUT Fperiodes
                MOVE fpe_stat TO Wig_stat
            WHEN "reouvertures_periodes.dat"
                OPEN INPUT Freouvertures
                MOVE fre_stat TO Wig_stat
            WHEN "ordres_transfert.dat"
                OPEN INPUT Fordres_transfert
                MOVE fot_stat TO Wig_stat
            WHEN "lignes_transfert.dat"
                OPEN INPUT Flignes_transfert
                MOVE ftl_stat TO Wig_stat
            WHEN "classes_danger.dat"
                OPEN INPUT Fclasses_danger
                MOVE fcd_stat TO Wig_stat
            WHEN "segregation_danger.dat"
                OPEN INPUT Fsegregation
                MOVE fsd_stat TO Wig_stat
            WHEN "declassements_lieux.dat"
                OPEN INPUT Fdeclassements
                MOVE fdl_stat TO Wig_stat
            WHEN "estimations_missions.dat"
                OPEN INPUT Festimations
                MOVE fes_stat TO Wig_stat
            WHEN "taux_aleas.dat"
                OPEN INPUT Ftaux_aleas
                MOVE fal_stat TO Wig_stat
            WHEN "candidats.dat"
                OPEN INPUT Fcandidats
                MOVE fcy_stat TO Wig_stat
        END-EVALUATE.

        IG_OUVRIR_ECRITURE.
        MOVE 99 TO Wig_stat
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                OPEN OUTPUT Fpays
                MOVE fp_stat TO Wig_stat
            WHEN "astronautes.dat"
                OPEN OUTPUT Fastronautes
                MOVE fa_stat TO Wig_stat
            WHEN "equipes.dat"
                OPEN OUTPUT Fequipes
                MOVE fe_stat TO Wig_stat
            WHEN "missions.dat"
                OPEN OUTPUT Fmissions
                MOVE fm_stat TO Wig_stat
            WHEN "vaisseaux.dat"
                OPEN OUTPUT Fvaisseaux
                MOVE fv_stat TO Wig_stat
            WHEN "lieux.dat"
                OPEN OUTPUT Flieux
                MOVE fl_stat TO Wig_stat
            WHEN "distances.dat"
                OPEN OUTPUT Fdistances
                MOVE fd_stat TO Wig_stat
            WHEN "compo_equipes.dat"
                OPEN OUTPUT Fcompo_equipes
                MOVE fce_stat TO Wig_stat
            WHEN "cargo.dat"
                OPEN OUTPUT Fcargo
                MOVE fcg_stat TO Wig_stat
            WHEN "etapes_mission.dat"
                OPEN OUTPUT Fetapes
                MOVE fet_stat TO Wig_stat
            WHEN "certifications.dat"
                OPEN OUTPUT Fcertifs
                MOVE fct_stat TO Wig_stat
            WHEN "conges.dat"
                OPEN OUTPUT Fconges
                MOVE fco_stat TO Wig_stat
            WHEN "operateurs.dat"
                OPEN OUTPUT Foperateurs
                MOVE fop_stat TO Wig_stat
            WHEN "cohortes.dat"
                OPEN OUTPUT Fcohortes
                MOVE fch_stat TO Wig_stat
            WHEN "catalogue_articles.dat"
                OPEN OUTPUT Fcatalogue
                MOVE fca_stat TO Wig_stat
            WHEN "transferts.dat"
                OPEN OUTPUT Ftransferts
                MOVE ftr_stat TO Wig_stat
            WHEN "types_vaisseaux.dat"
                OPEN OUTPUT Ftypes
                MOVE ftv_stat TO Wig_stat
            WHEN "pieces_detachees.dat"
                OPEN OUTPUT Fpieces
                MOVE fpd_stat TO Wig_stat
            WHEN "ordres_reparation.dat"
                OPEN OUTPUT Fordres
                MOVE for_stat TO Wig_stat
            WHEN "affectations_convoi.dat"
                OPEN OUTPUT Fconvoi
                MOVE fcv_stat TO Wig_stat
            WHEN "reservations_quai.dat"
                OPEN OUTPUT Freservations
                MOVE frq_stat TO Wig_stat
            WHEN "entrepots.dat"
                OPEN OUTPUT Fentrepots
                MOVE fen_stat TO Wig_stat
            WHEN "commandes.dat"
                OPEN OUTPUT Fcommandes
                MOVE fcm_stat TO Wig_stat
            WHEN "replans_missions.dat"
                OPEN OUTPUT Freplans
                MOVE frp_stat TO Wig_stat
            WHEN "modeles_missions.dat"
                OPEN OUTPUT Fmodeles
                MOVE fmo_stat TO Wig_stat
            WHEN "modeles_etapes.dat"
                OPEN OUTPUT Fmodeles_etapes
                MOVE fme_stat TO Wig_stat
            WHEN "evenements_calendrier.dat"
                OPEN OUTPUT Fcalendrier
                MOVE fcal_stat TO Wig_stat
            WHEN "ressources_lieux.dat"
                OPEN OUTPUT Fressources
                MOVE frl_stat TO Wig_stat
            WHEN "projets_construction.dat"
                OPEN OUTPUT Fprojets
                MOVE fpj_stat TO Wig_stat
            WHEN "financements.dat"
                OPEN OUTPUT Ffinancements
                MOVE ffi_stat TO Wig_stat
            WHEN "contacts_urgence.dat"
                OPEN OUTPUT Fcontacts
                MOVE fcu_stat TO Wig_stat
            WHEN "notifications_urgence.dat"
                OPEN OUTPUT Fnotif_urgence
                MOVE fnu_stat TO Wig_stat
            WHEN "sequences.dat"
                OPEN OUTPUT Fsequences
                MOVE fsq_stat TO Wig_stat
            WHEN "jobs.dat"
                OPEN OUTPUT Fjobs
                MOVE fjo_stat TO Wig_stat
            WHEN "notifications.dat"
                OPEN OUTPUT Fnotifs
                MOVE fno_stat TO Wig_stat
            WHEN "approbations.dat"
                OPEN OUTPUT Fapprobations
                MOVE fap_stat TO Wig_stat
            WHEN "messages.dat"
                OPEN OUTPUT Fmessages
                MOVE fmsg_stat TO Wig_stat
            WHEN "audit_ctl.dat"
                OPEN OUTPUT Fauditctl
                MOVE fauc_stat TO Wig_stat
            WHEN "vols.dat"
                OPEN OUTPUT Fvols
                MOVE fvo_stat TO Wig_stat
            WHEN "grades.dat"
                OPEN OUTPUT Fgrades
                MOVE fgr_stat TO Wig_stat
            WHEN "compta_ctl.dat"
                OPEN OUTPUT Fcomptactl
                MOVE fcc_stat TO Wig_stat
            WHEN "codes_reference.dat"
                OPEN OUTPUT Fcodes
                MOVE fcx_stat TO Wig_stat
            WHEN "sessions_formation.dat"
                OPEN OUTPUT Fsessions
                MOVE fsf_stat TO Wig_stat
            WHEN "inscriptions_formation.dat"
                OPEN OUTPUT Finscriptions
                MOVE fif_stat TO Wig_stat
            WHEN "objectifs_missions.dat"
                OPEN OUTPUT Fobjectifs
                MOVE fob_stat TO Wig_stat
            WHEN "modeles_objectifs.dat"
                OPEN OUTPUT Fmodeles_objectifs
                MOVE fmb_stat TO Wig_stat
            WHEN "echantillons.dat"
                OPEN OUTPUT Fechantillons
                MOVE fsa_stat TO Wig_stat
            WHEN "gardes_echantillons.dat"
                OPEN OUTPUT Fgardes
                MOVE fgd_stat TO Wig_stat
            WHEN "polices_assurance.dat"
                OPEN OUTPUT Fpolices
                MOVE fpo_stat TO Wig_stat
            WHEN "sinistres.dat"
                OPEN OUTPUT Fsinistres
                MOVE fsn_stat TO Wig_stat
            WHEN "fournisseurs.dat"
                OPEN OUTPUT Ffournisseurs
                MOVE ffr_stat TO Wig_stat
            WHEN "factures_fournisseurs.dat"
                OPEN OUTPUT Ffactures
                MOVE ffc_stat TO Wig_stat
            WHEN "inventaires.dat"
                OPEN OUTPUT Finventaires
                MOVE fsk_stat TO Wig_stat
            WHEN "lignes_comptage.dat"
                OPEN OUTPUT Flignes_comptage
                MOVE fkl_stat TO Wig_stat
            WHEN "pertes_stock.dat"
                OPEN OUTPUT Fpertes
                MOVE fpl_stat TO Wig_stat
            WHEN "agences_partenaires.dat"
                OPEN OUTPUT Fagences
                MOVE fag_stat TO Wig_stat
            WHEN "arrivees_telemetrie.dat"
                OPEN OUTPUT Farrivees
                MOVE fta_stat TO Wig_stat
            WHEN "suivi_envois_agences.dat"
                OPEN OUTPUT Fsuivi_envois
                MOVE fsm_stat TO Wig_stat
            WHEN "journal_envois_agences.dat"
                OPEN OUTPUT Fjournal_envois
                MOVE fje_stat TO Wig_stat
            WHEN "archive_envois_agences.dat"
                OPEN OUTPUT Farchive_envois
                MOVE fxl_stat TO Wig_stat
            WHEN "seuils_sante.dat"
                OPEN OUTPUT Fseuils_sante
                MOVE fsu_stat TO Wig_stat
            WHEN "releves_sante.dat"
                OPEN OUTPUT Freleves_sante
                MOVE fsr_stat TO Wig_stat
            WHEN "incompatibilites.dat"
                OPEN OUTPUT Fincompat
                MOVE fix_stat TO Wig_stat
            WHEN "pensions.dat"
                OPEN OUTPUT Fpensions
                MOVE fpn_stat TO Wig_stat
            WHEN "engagements.dat"
                OPEN OUTPUT Fengagements
                MOVE fng_stat TO Wig_stat
            WHEN "permis_acces.dat"
                OPEN OUTPUT Fpermis
                MOVE fpt_stat TO Wig_stat
            WHEN "retention.dat"
                OPEN OUTPUT Fretention
                MOVE frt_stat TO Wig_stat
            WHEN "extraits.dat"
                OPEN OUTPUT Fextraits
                MOVE fxd_stat TO Wig_stat
            WHEN "delta_marques.dat"
                OPEN OUTPUT Fdelta_marques
                MOVE fdm_stat TO Wig_stat
            WHEN "rotations_equipage.dat"
                OPEN OUTPUT Frotations
                MOVE frot_stat TO Wig_stat
            WHEN "passagers.dat"
                OPEN OUTPUT Fpassagers
                MOVE fpx_stat TO Wig_stat
            WHEN "clients_fret.dat"
                OPEN OUTPUT Fclients_fret
                MOVE fcli_stat TO Wig_stat
            WHEN "tarifs_fret.dat"
                OPEN OUTPUT Ftarifs_fret
                MOVE ftf_stat TO Wig_stat
            WHEN "contrats_fret.dat"
                OPEN OUTPUT Fcontrats_fret
                MOVE fcf_stat TO Wig_stat
            WHEN "factures_fret.dat"
                OPEN OUTPUT Ffactures_fret
                MOVE ffl_stat TO Wig_stat
            WHEN "retrofits.dat"
                OPEN OUTPUT Fretrofits
                MOVE frf_stat TO Wig_stat
            WHEN "composants.dat"
                OPEN OUTPUT Fcomposants
                MOVE fcs_stat TO Wig_stat
            WHEN "certificats_navigabilite.dat"
                OPEN OUTPUT Fcertifs_navig
                MOVE fnv_stat TO Wig_stat
            WHEN "tarifs_quai.dat"
                OPEN OUTPUT Ftarifs_quai
                MOVE ftq_stat TO Wig_stat
            WHEN "declarations_reglementaires.dat"
                OPEN OUTPUT Fdeclarations
                MOVE fdr_stat TO Wig_stat
            WHEN "comptes_partenaires.dat"
                OPEN OUTPUT Fcomptes_partenaires
                MOVE fpc_stat TO Wig_stat
            WHEN "equipements_personnels.dat"
                OPEN OUTPUT Fequip_perso
                MOVE fep_stat TO Wig_stat
            WHEN "imputations_auto.dat"
                OPEN OUTPUT Fimputations
                MOVE fia_stat TO Wig_stat
            WHEN "lots_entrants.dat"
                OPEN OUTPUT Flots_entrants
                MOVE flt_stat TO Wig_stat
            WHEN "file_rejets.dat"
                OPEN OUTPUT Ffile_rejets
                MOVE fqj_stat TO Wig_stat
            WHEN "exercices_simulateur.dat"
                OPEN OUTPUT Fexercices
                MOVE fsi_stat TO Wig_stat
            WHEN "resultats_exercices.dat"
                OPEN OUTPUT Fresultats_exercices
                MOVE fsx_stat TO Wig_stat
            WHEN "periodes.dat"
                OPEN OUTPUT Fperiodes
                MOVE fpe_stat TO Wig_stat
            WHEN "reouvertures_periodes.dat"
                OPEN OUTPUT Freouvertures
                MOVE fre_stat TO Wig_stat
            WHEN "ordres_transfert.dat"
                OPEN OUTPUT Fordres_transfert
                MOVE fot_stat TO Wig_stat
            WHEN "lignes_transfert.dat"
                OPEN OUTPUT Flignes_transfert
                MOVE ftl_stat TO Wig_stat
            WHEN "classes_danger.dat"
                OPEN OUTPUT Fclasses_danger
                MOVE fcd_stat TO Wig_stat
            WHEN "segregation_danger.dat"
                OPEN OUTPUT Fsegregation
                MOVE fsd_stat TO Wig_stat
            WHEN "declassements_lieux.dat"
                OPEN OUTPUT Fdeclassements
                MOVE fdl_stat TO Wig_stat
            WHEN "estimations_missions.dat"
                OPEN OUTPUT Festimations
                MOVE fes_stat TO Wig_stat
            WHEN "taux_aleas.dat"
                OPEN OUTPUT Ftaux_aleas
                MOVE fal_stat TO Wig_stat
            WHEN "candidats.dat"
                OPEN OUTPUT Fcandidats
                MOVE fcy_stat TO Wig_stat
        END-EVALUATE.

        IG_FERMER.
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                CLOSE Fpays
            WHEN "astronautes.dat"
                CLOSE Fastronautes
            WHEN "equipes.dat"
                CLOSE Fequipes
            WHEN "missions.dat"
                CLOSE Fmissions
            WHEN "vaisseaux.dat"
                CLOSE Fvaisseaux
            WHEN "lieux.dat"
                CLOSE Flieux
            WHEN "distances.dat"
                CLOSE Fdistances
            WHEN "compo_equipes.dat"
                CLOSE Fcompo_equipes
            WHEN "cargo.dat"
                CLOSE Fcargo
            WHEN "etapes_mission.dat"
                CLOSE Fetapes
            WHEN "certifications.dat"
                CLOSE Fcertifs
            WHEN "conges.dat"
                CLOSE Fconges
            WHEN "operateurs.dat"
                CLOSE Foperateurs
            WHEN "cohortes.dat"
                CLOSE Fcohortes
            WHEN "catalogue_articles.dat"
                CLOSE Fcatalogue
            WHEN "transferts.dat"
                CLOSE Ftransferts
            WHEN "types_vaisseaux.dat"
                CLOSE Ftypes
            WHEN "pieces_detachees.dat"
                CLOSE Fpieces
            WHEN "ordres_reparation.dat"
                CLOSE Fordres
            WHEN "affectations_convoi.dat"
                CLOSE Fconvoi
            WHEN "reservations_quai.dat"
                CLOSE Freservations
            WHEN "entrepots.dat"
                CLOSE Fentrepots
            WHEN "commandes.dat"
                CLOSE Fcommandes
            WHEN "replans_missions.dat"
                CLOSE Freplans
            WHEN "modeles_missions.dat"
                CLOSE Fmodeles
            WHEN "modeles_etapes.dat"
                CLOSE Fmodeles_etapes
            WHEN "evenements_calendrier.dat"
                CLOSE Fcalendrier
            WHEN "ressources_lieux.dat"
                CLOSE Fressources
            WHEN "projets_construction.dat"
                CLOSE Fprojets
            WHEN "financements.dat"
                CLOSE Ffinancements
            WHEN "contacts_urgence.dat"
                CLOSE Fcontacts
            WHEN "notifications_urgence.dat"
                CLOSE Fnotif_urgence
            WHEN "sequences.dat"
                CLOSE Fsequences
            WHEN "jobs.dat"
                CLOSE Fjobs
            WHEN "notifications.dat"
                CLOSE Fnotifs
            WHEN "approbations.dat"
                CLOSE Fapprobations
            WHEN "messages.dat"
                CLOSE Fmessages
            WHEN "audit_ctl.dat"
                CLOSE Fauditctl
            WHEN "vols.dat"
                CLOSE Fvols
            WHEN "grades.dat"
                CLOSE Fgrades
            WHEN "compta_ctl.dat"
                CLOSE Fcomptactl
            WHEN "codes_reference.dat"
                CLOSE Fcodes
            WHEN "sessions_formation.dat"
                CLOSE Fsessions
            WHEN "inscriptions_formation.dat"
                CLOSE Finscriptions
            WHEN "objectifs_missions.dat"
                CLOSE Fobjectifs
            WHEN "modeles_objectifs.dat"
                CLOSE Fmodeles_objectifs
            WHEN "echantillons.dat"
                CLOSE Fechantillons
            WHEN "gardes_echantillons.dat"
                CLOSE Fgardes
            WHEN "polices_assurance.dat"
                CLOSE Fpolices
            WHEN "sinistres.dat"
                CLOSE Fsinistres
            WHEN "fournisseurs.dat"
                CLOSE Ffournisseurs
            WHEN "factures_fournisseurs.dat"
                CLOSE Ffactures
            WHEN "inventaires.dat"
                CLOSE Finventaires
            WHEN "lignes_comptage.dat"
                CLOSE Flignes_comptage
            WHEN "pertes_stock.dat"
                CLOSE Fpertes
            WHEN "agences_partenaires.dat"
                CLOSE Fagences
            WHEN "arrivees_telemetrie.dat"
                CLOSE Farrivees
            WHEN "suivi_envois_agences.dat"
                CLOSE Fsuivi_envois
            WHEN "journal_envois_agences.dat"
                CLOSE Fjournal_envois
            WHEN "archive_envois_agences.dat"
                CLOSE Farchive_envois
            WHEN "seuils_sante.dat"
                CLOSE Fseuils_sante
            WHEN "releves_sante.dat"
                CLOSE Freleves_sante
            WHEN "incompatibilites.dat"
                CLOSE Fincompat
            WHEN "pensions.dat"
                CLOSE Fpensions
            WHEN "engagements.dat"
                CLOSE Fengagements
            WHEN "permis_acces.dat"
                CLOSE Fpermis
            WHEN "retention.dat"
                CLOSE Fretention
            WHEN "extraits.dat"
                CLOSE Fextraits
            WHEN "delta_marques.dat"
                CLOSE Fdelta_marques
            WHEN "rotations_equipage.dat"
                CLOSE Frotations
            WHEN "passagers.dat"
                CLOSE Fpassagers
            WHEN "clients_fret.dat"
                CLOSE Fclients_fret
            WHEN "tarifs_fret.dat"
                CLOSE Ftarifs_fret
            WHEN "contrats_fret.dat"
                CLOSE Fcontrats_fret
            WHEN "factures_fret.dat"
                CLOSE Ffactures_fret
            WHEN "retrofits.dat"
                CLOSE Fretrofits
            WHEN "composants.dat"
                CLOSE Fcomposants
            WHEN "certificats_navigabilite.dat"
                CLOSE Fcertifs_navig
            WHEN "tarifs_quai.dat"
                CLOSE Ftarifs_quai
            WHEN "declarations_reglementaires.dat"
                CLOSE Fdeclarations
            WHEN "comptes_partenaires.dat"
                CLOSE Fcomptes_partenaires
            WHEN "equipements_personnels.dat"
                CLOSE Fequip_perso
            WHEN "imputations_auto.dat"
                CLOSE Fimputations
            WHEN "lots_entrants.dat"
                CLOSE Flots_entrants
            WHEN "file_rejets.dat"
                CLOSE Ffile_rejets
            WHEN "exercices_simulateur.dat"
                CLOSE Fexercices
            WHEN "resultats_exercices.dat"
                CLOSE Fresultats_exercices
            WHEN "periodes.dat"
                CLOSE Fperiodes
            WHEN "reouvertures_periodes.dat"
                CLOSE Freouvertures
            WHEN "ordres_transfert.dat"
                CLOSE Fordres_transfert
            WHEN "lignes_transfert.dat"
                CLOSE Flignes_transfert
            WHEN "classes_danger.dat"
                CLOSE Fclasses_danger
            WHEN "segregation_danger.dat"
                CLOSE Fsegregation
            WHEN "declassements_lieux.dat"
                CLOSE Fdeclassements
            WHEN "estimations_missions.dat"
                CLOSE Festimations
            WHEN "taux_aleas.dat"
                CLOSE Ftaux_aleas
            WHEN "candidats.dat"
                CLOSE Fcandidats
        END-EVALUATE.

        IG_POSITIONNER.
        MOVE 1 TO Wig_eof
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                MOVE SPACES TO p_nomPays
                START Fpays, KEY IS >= p_nomPays
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "astronautes.dat"
                PERFORM IG_POSITIONNER_ASTRONAUTES
            WHEN "equipes.dat"
                PERFORM IG_POSITIONNER_EQUIPES
            WHEN "missions.dat"
                IF Wig_k = 1 THEN
                    MOVE 0 TO fm_idMission
                    START Fmissions, KEY IS >= fm_idMission
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 0 TO Wig_eof
                    END-START
                ELSE
                    MOVE SPACES TO fm_nomLieu
                    START Fmissions, KEY IS >= fm_nomLieu
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 0 TO Wig_eof
                    END-START
                END-IF
            WHEN "vaisseaux.dat"
                PERFORM IG_POSITIONNER_VAISSEAUX
            WHEN "lieux.dat"
                PERFORM IG_POSITIONNER_LIEUX
            WHEN "distances.dat"
                PERFORM IG_POSITIONNER_DISTANCES
            WHEN "compo_equipes.dat"
                PERFORM IG_POSITIONNER_COMPO_EQUIPES
            WHEN "cargo.dat"
                PERFORM IG_POSITIONNER_CARGO
            WHEN "etapes_mission.dat"
                PERFORM IG_POSITIONNER_ETAPES
            WHEN "certifications.dat"
                PERFORM IG_POSITIONNER_CERTIFS
            WHEN "conges.dat"
                PERFORM IG_POSITIONNER_CONGES
            WHEN "operateurs.dat"
                MOVE SPACES TO fop_id
                START Foperateurs, KEY IS >= fop_id
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "cohortes.dat"
                MOVE 0 TO fch_idCohorte
                START Fcohortes, KEY IS >= fch_idCohorte
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "catalogue_articles.dat"
                MOVE SPACES TO fca_nomArticle
                START Fcatalogue, KEY IS >= fca_nomArticle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "transferts.dat"
                MOVE 0 TO ftr_idDemande
                START Ftransferts, KEY IS >= ftr_idDemande
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "types_vaisseaux.dat"
                MOVE 0 TO ftv_typeVaisseau
                START Ftypes, KEY IS >= ftv_typeVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "pieces_detachees.dat"
                PERFORM IG_POSITIONNER_PIECES
            WHEN "ordres_reparation.dat"
                PERFORM IG_POSITIONNER_ORDRES
            WHEN "affectations_convoi.dat"
                PERFORM IG_POSITIONNER_CONVOI
            WHEN "reservations_quai.dat"
                PERFORM IG_POSITIONNER_RESERVATIONS
            WHEN "entrepots.dat"
                PERFORM IG_POSITIONNER_ENTREPOTS
            WHEN "commandes.dat"
                MOVE 0 TO fcm_idCommande
                START Fcommandes, KEY IS >= fcm_idCommande
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "replans_missions.dat"
                PERFORM IG_POSITIONNER_REPLANS
            WHEN "modeles_missions.dat"
                MOVE 0 TO fmo_idModele
                START Fmodeles, KEY IS >= fmo_idModele
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "modeles_etapes.dat"
                PERFORM IG_POSITIONNER_MODELES_ETAPES
            WHEN "evenements_calendrier.dat"
                MOVE 0 TO fcal_idEvenement
                START Fcalendrier, KEY IS >= fcal_idEvenement
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "ressources_lieux.dat"
                PERFORM IG_POSITIONNER_RESSOURCES
            WHEN "projets_construction.dat"
                PERFORM IG_POSITIONNER_PROJETS
            WHEN "financements.dat"
                PERFORM IG_POSITIONNER_FINANCEMENTS
            WHEN "contacts_urgence.dat"
                PERFORM IG_POSITIONNER_CONTACTS
            WHEN "notifications_urgence.dat"
                MOVE 0 TO fnu_idNotif
                START Fnotif_urgence, KEY IS >= fnu_idNotif
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "sequences.dat"
                MOVE SPACES TO fsq_nom
                START Fsequences, KEY IS >= fsq_nom
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "jobs.dat"
                MOVE SPACES TO fjo_nomJob
                START Fjobs, KEY IS >= fjo_nomJob
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "notifications.dat"
                MOVE 0 TO fno_idNotif
                START Fnotifs, KEY IS >= fno_idNotif
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "approbations.dat"
                MOVE 0 TO fap_idDemande
                START Fapprobations, KEY IS >= fap_idDemande
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "messages.dat"
                MOVE SPACES TO fmsg_cle
                START Fmessages, KEY IS >= fmsg_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "audit_ctl.dat"
                MOVE SPACES TO fauc_cle
                START Fauditctl, KEY IS >= fauc_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "vols.dat"
                PERFORM IG_POSITIONNER_VOLS
            WHEN "grades.dat"
                MOVE 0 TO fgr_grade
                START Fgrades, KEY IS >= fgr_grade
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "compta_ctl.dat"
                MOVE SPACES TO fcc_cle
                START Fcomptactl, KEY IS >= fcc_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "codes_reference.dat"
                MOVE SPACES TO fcx_cle
                START Fcodes, KEY IS >= fcx_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "sessions_formation.dat"
                PERFORM IG_POSITIONNER_SESSIONS
            WHEN "inscriptions_formation.dat"
                PERFORM IG_POSITIONNER_INSCRIPTIONS
            WHEN "objectifs_missions.dat"
                PERFORM IG_POSITIONNER_OBJECTIFS
            WHEN "modeles_objectifs.dat"
                PERFORM IG_POSITIONNER_MODELES_OBJECTIFS
            WHEN "echantillons.dat"
                PERFORM IG_POSITIONNER_ECHANTILLONS
            WHEN "gardes_echantillons.dat"
                PERFORM IG_POSITIONNER_GARDES
            WHEN "polices_assurance.dat"
                PERFORM IG_POSITIONNER_POLICES
            WHEN "sinistres.dat"
                PERFORM IG_POSITIONNER_SINISTRES
            WHEN "fournisseurs.dat"
                MOVE 0 TO ffr_idFournisseur
                START Ffournisseurs, KEY IS >= ffr_idFournisseur
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "factures_fournisseurs.dat"
                PERFORM IG_POSITIONNER_FACTURES
            WHEN "inventaires.dat"
                PERFORM IG_POSITIONNER_INVENTAIRES
            WHEN "lignes_comptage.dat"
                MOVE SPACES TO fkl_cle
                START Flignes_comptage, KEY IS >= fkl_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "pertes_stock.dat"
                MOVE 0 TO fpl_idPerte
                START Fpertes, KEY IS >= fpl_idPerte
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "agences_partenaires.dat"
                MOVE SPACES TO fag_code
                START Fagences, KEY IS >= fag_code
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "arrivees_telemetrie.dat"
                MOVE 0 TO fta_idArrivee
                START Farrivees, KEY IS >= fta_idArrivee
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "suivi_envois_agences.dat"
                MOVE SPACES TO fsm_cle
                START Fsuivi_envois, KEY IS >= fsm_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "journal_envois_agences.dat"
                MOVE SPACES TO fje_cle
                START Fjournal_envois, KEY IS >= fje_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "archive_envois_agences.dat"
                MOVE SPACES TO fxl_cle
                START Farchive_envois, KEY IS >= fxl_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "seuils_sante.dat"
                MOVE 0 TO fsu_typeVaisseau
                START Fseuils_sante, KEY IS >= fsu_typeVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "releves_sante.dat"
                MOVE SPACES TO fsr_cle
                START Freleves_sante, KEY IS >= fsr_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "incompatibilites.dat"
                MOVE SPACES TO fix_cle
                START Fincompat, KEY IS >= fix_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "pensions.dat"
                MOVE 0 TO fpn_idAstronaute
                START Fpensions, KEY IS >= fpn_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "engagements.dat"
                PERFORM IG_POSITIONNER_ENGAGEMENTS
            WHEN "permis_acces.dat"
                PERFORM IG_POSITIONNER_PERMIS
            WHEN "retention.dat"
                MOVE SPACES TO frt_categorie
                START Fretention, KEY IS >= frt_categorie
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "extraits.dat"
                MOVE SPACES TO fxd_nom
                START Fextraits, KEY IS >= fxd_nom
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "delta_marques.dat"
                MOVE SPACES TO fdm_consommateur
                START Fdelta_marques, KEY IS >= fdm_consommateur
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "rotations_equipage.dat"
                PERFORM IG_POSITIONNER_ROTATIONS
            WHEN "passagers.dat"
                PERFORM IG_POSITIONNER_PASSAGERS
            WHEN "clients_fret.dat"
                MOVE 0 TO fcli_idClient
                START Fclients_fret, KEY IS >= fcli_idClient
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "tarifs_fret.dat"
                MOVE 0 TO ftf_distanceMax
                START Ftarifs_fret, KEY IS >= ftf_distanceMax
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "contrats_fret.dat"
                PERFORM IG_POSITIONNER_CONTRATS_FRET
            WHEN "factures_fret.dat"
                PERFORM IG_POSITIONNER_FACTURES_FRET
            WHEN "retrofits.dat"
                PERFORM IG_POSITIONNER_RETROFITS
            WHEN "composants.dat"
                PERFORM IG_POSITIONNER_COMPOSANTS
            WHEN "certificats_navigabilite.dat"
                PERFORM IG_POSITIONNER_CERTIFS_NAVIG
            WHEN "tarifs_quai.dat"
                MOVE SPACES TO ftq_nomLieu
                START Ftarifs_quai, KEY IS >= ftq_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "declarations_reglementaires.dat"
                PERFORM IG_POSITIONNER_DECLARATIONS
            WHEN "comptes_partenaires.dat"
                MOVE SPACES TO fpc_cle
                START Fcomptes_partenaires, KEY IS >= fpc_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "equipements_personnels.dat"
                PERFORM IG_POSITIONNER_EQUIP_PERSO
            WHEN "imputations_auto.dat"
                MOVE SPACES TO fia_reference
                START Fimputations, KEY IS >= fia_reference
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "lots_entrants.dat"
                MOVE SPACES TO flt_cle
                START Flots_entrants, KEY IS >= flt_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "file_rejets.dat"
                MOVE 0 TO fqj_idRejet
                START Ffile_rejets, KEY IS >= fqj_idRejet
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "exercices_simulateur.dat"
                MOVE SPACES TO fsi_code
                START Fexercices, KEY IS >= fsi_code
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "resultats_exercices.dat"
                PERFORM IG_POSITIONNER_RESULTATS_EXERCICES
            WHEN "periodes.dat"
                MOVE 0 TO fpe_periode
                START Fperiodes, KEY IS >= fpe_periode
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "reouvertures_periodes.dat"
                MOVE SPACES TO fre_cle
                START Freouvertures, KEY IS >= fre_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "ordres_transfert.dat"
                MOVE 0 TO fot_idOrdre
                START Fordres_transfert, KEY IS >= fot_idOrdre
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "lignes_transfert.dat"
                MOVE SPACES TO ftl_cle
                START Flignes_transfert, KEY IS >= ftl_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "classes_danger.dat"
                MOVE 0 TO fcd_classe
                START Fclasses_danger, KEY IS >= fcd_classe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "segregation_danger.dat"
                MOVE SPACES TO fsd_cle
                START Fsegregation, KEY IS >= fsd_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "declassements_lieux.dat"
                MOVE SPACES TO fdl_nomLieu
                START Fdeclassements, KEY IS >= fdl_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "estimations_missions.dat"
                MOVE 0 TO fes_idMission
                START Festimations, KEY IS >= fes_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "taux_aleas.dat"
                MOVE 0 TO fal_typeMission
                START Ftaux_aleas, KEY IS >= fal_typeMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN "candidats.dat"
                PERFORM IG_POSITIONNER_CANDIDATS
        END-EVALUATE.

        IG_POSITIONNER_ASTRONAUTES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fa_idAstronaute
                START Fastronautes, KEY IS >= fa_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fa_pays
                START Fastronautes, KEY IS >= fa_pays
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO fa_role
                START Fastronautes, KEY IS >= fa_role
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 4
                MOVE 0 TO fa_idEquipe
                START Fastronautes, KEY IS >= fa_idEquipe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 5
                MOVE SPACES TO fa_nomLieu
                START Fastronautes, KEY IS >= fa_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_EQUIPES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fe_idEquipe
                START Fequipes, KEY IS >= fe_idEquipe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fe_idMission
                START Fequipes, KEY IS >= fe_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE SPACES TO fe_nomVaisseau
                START Fequipes, KEY IS >= fe_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_VAISSEAUX.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fv_nomVaisseau
                START Fvaisseaux, KEY IS >= fv_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fv_nomLieu
                START Fvaisseaux, KEY IS >= fv_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO fv_typeVaisseau
                START Fvaisseaux, KEY IS >= fv_typeVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 4
                MOVE 0 TO fv_idMission
                START Fvaisseaux, KEY IS >= fv_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_LIEUX.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fl_nomLieu
                START Flieux, KEY IS >= fl_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fl_typeLieu
                START Flieux, KEY IS >= fl_typeLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE SPACES TO fl_lieuParent
                START Flieux, KEY IS >= fl_lieuParent
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_DISTANCES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fd_cle
                START Fdistances, KEY IS >= fd_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fd_lieuB
                START Fdistances, KEY IS >= fd_lieuB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_COMPO_EQUIPES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fce_cle
                START Fcompo_equipes, KEY IS >= fce_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fce_idEquipe
                START Fcompo_equipes, KEY IS >= fce_idEquipe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO fce_idAstronaute
                START Fcompo_equipes, KEY IS >= fce_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CARGO.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fcg_cle
                START Fcargo, KEY IS >= fcg_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fcg_nomVaisseau
                START Fcargo, KEY IS >= fcg_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ETAPES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fet_cle
                START Fetapes, KEY IS >= fet_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fet_idMission
                START Fetapes, KEY IS >= fet_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CERTIFS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fct_cle
                START Fcertifs, KEY IS >= fct_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fct_idAstronaute
                START Fcertifs, KEY IS >= fct_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CONGES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fco_cle
                START Fconges, KEY IS >= fco_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fco_idAstronaute
                START Fconges, KEY IS >= fco_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_PIECES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fpd_cle
                START Fpieces, KEY IS >= fpd_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fpd_nomLieu
                START Fpieces, KEY IS >= fpd_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ORDRES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO for_idOrdre
                START Fordres, KEY IS >= for_idOrdre
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO for_nomLieu
                START Fordres, KEY IS >= for_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CONVOI.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fcv_cle
                START Fconvoi, KEY IS >= fcv_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fcv_idMission
                START Fconvoi, KEY IS >= fcv_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE SPACES TO fcv_nomVaisseau
                START Fconvoi, KEY IS >= fcv_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_RESERVATIONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO frq_cle
                START Freservations, KEY IS >= frq_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO frq_nomLieu
                START Freservations, KEY IS >= frq_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ENTREPOTS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fen_cle
                START Fentrepots, KEY IS >= fen_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fen_nomLieu
                START Fentrepots, KEY IS >= fen_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_REPLANS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO frp_cle
                START Freplans, KEY IS >= frp_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO frp_idMission
                START Freplans, KEY IS >= frp_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_MODELES_ETAPES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fme_cle
                START Fmodeles_etapes, KEY IS >= fme_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fme_idModele
                START Fmodeles_etapes, KEY IS >= fme_idModele
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_RESSOURCES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO frl_cle
                START Fressources, KEY IS >= frl_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO frl_nomLieu
                START Fressources, KEY IS >= frl_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_PROJETS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fpj_idProjet
                START Fprojets, KEY IS >= fpj_idProjet
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fpj_nomLieu
                START Fprojets, KEY IS >= fpj_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_FINANCEMENTS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO ffi_cle
                START Ffinancements, KEY IS >= ffi_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO ffi_idMission
                START Ffinancements, KEY IS >= ffi_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CONTACTS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fcu_cle
                START Fcontacts, KEY IS >= fcu_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fcu_idAstronaute
                START Fcontacts, KEY IS >= fcu_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_VOLS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fvo_cle
                START Fvols, KEY IS >= fvo_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fvo_idAstronaute
                START Fvols, KEY IS >= fvo_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO fvo_idMission
                START Fvols, KEY IS >= fvo_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_SESSIONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fsf_idSession
                START Fsessions, KEY IS >= fsf_idSession
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fsf_typeCertif
                START Fsessions, KEY IS >= fsf_typeCertif
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_INSCRIPTIONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fif_cle
                START Finscriptions, KEY IS >= fif_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fif_idAstronaute
                START Finscriptions, KEY IS >= fif_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_OBJECTIFS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fob_cle
                START Fobjectifs, KEY IS >= fob_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fob_idMission
                START Fobjectifs, KEY IS >= fob_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_MODELES_OBJECTIFS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fmb_cle
                START Fmodeles_objectifs, KEY IS >= fmb_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fmb_idModele
                START Fmodeles_objectifs, KEY IS >= fmb_idModele
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ECHANTILLONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fsa_idEchantillon
                START Fechantillons, KEY IS >= fsa_idEchantillon
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fsa_idMission
                START Fechantillons, KEY IS >= fsa_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_GARDES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fgd_cle
                START Fgardes, KEY IS >= fgd_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fgd_idEchantillon
                START Fgardes, KEY IS >= fgd_idEchantillon
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_POLICES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fpo_idPolice
                START Fpolices, KEY IS >= fpo_idPolice
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fpo_nomVaisseau
                START Fpolices, KEY IS >= fpo_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_SINISTRES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fsn_idSinistre
                START Fsinistres, KEY IS >= fsn_idSinistre
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fsn_nomVaisseau
                START Fsinistres, KEY IS >= fsn_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_FACTURES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO ffc_idFacture
                START Ffactures, KEY IS >= ffc_idFacture
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO ffc_idCommande
                START Ffactures, KEY IS >= ffc_idCommande
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_INVENTAIRES.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fsk_idInventaire
                START Finventaires, KEY IS >= fsk_idInventaire
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fsk_nomLieu
                START Finventaires, KEY IS >= fsk_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ENGAGEMENTS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fng_cle
                START Fengagements, KEY IS >= fng_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fng_budget
                START Fengagements, KEY IS >= fng_budget
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_PERMIS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fpt_reference
                START Fpermis, KEY IS >= fpt_reference
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fpt_nomLieu
                START Fpermis, KEY IS >= fpt_nomLieu
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_ROTATIONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO frot_cle
                START Frotations, KEY IS >= frot_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO frot_idMission
                START Frotations, KEY IS >= frot_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO frot_idAstronaute
                START Frotations, KEY IS >= frot_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_PASSAGERS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fpx_idPassager
                START Fpassagers, KEY IS >= fpx_idPassager
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fpx_idMission
                START Fpassagers, KEY IS >= fpx_idMission
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CONTRATS_FRET.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fcf_idContrat
                START Fcontrats_fret, KEY IS >= fcf_idContrat
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fcf_idClient
                START Fcontrats_fret, KEY IS >= fcf_idClient
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE SPACES TO fcf_nomVaisseau
                START Fcontrats_fret, KEY IS >= fcf_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_FACTURES_FRET.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO ffl_idFacture
                START Ffactures_fret, KEY IS >= ffl_idFacture
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO ffl_idClient
                START Ffactures_fret, KEY IS >= ffl_idClient
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_RETROFITS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO frf_idModif
                START Fretrofits, KEY IS >= frf_idModif
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO frf_nomVaisseau
                START Fretrofits, KEY IS >= frf_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO frf_dateEffet
                START Fretrofits, KEY IS >= frf_dateEffet
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_COMPOSANTS.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fcs_numSerie
                START Fcomposants, KEY IS >= fcs_numSerie
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fcs_nomVaisseau
                START Fcomposants, KEY IS >= fcs_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CERTIFS_NAVIG.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fnv_numCertificat
                START Fcertifs_navig, KEY IS >= fnv_numCertificat
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fnv_nomVaisseau
                START Fcertifs_navig, KEY IS >= fnv_nomVaisseau
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_DECLARATIONS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fdr_idDeclaration
                START Fdeclarations, KEY IS >= fdr_idDeclaration
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fdr_reference
                START Fdeclarations, KEY IS >= fdr_reference
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_EQUIP_PERSO.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fep_idEquipement
                START Fequip_perso, KEY IS >= fep_idEquipement
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fep_numeroSerie
                START Fequip_perso, KEY IS >= fep_numeroSerie
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 3
                MOVE 0 TO fep_idAstronaute
                START Fequip_perso, KEY IS >= fep_idAstronaute
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_RESULTATS_EXERCICES.
        EVALUATE Wig_k
            WHEN 1
                MOVE SPACES TO fsx_cle
                START Fresultats_exercices, KEY IS >= fsx_cle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE 0 TO fsx_idEquipe
                START Fresultats_exercices, KEY IS >= fsx_idEquipe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_POSITIONNER_CANDIDATS.
        EVALUATE Wig_k
            WHEN 1
                MOVE 0 TO fcy_idCandidat
                START Fcandidats, KEY IS >= fcy_idCandidat
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
            WHEN 2
                MOVE SPACES TO fcy_pays
                START Fcandidats, KEY IS >= fcy_pays
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wig_eof
                END-START
        END-EVALUATE.

        IG_LIRE_SUIVANT.
        MOVE 0 TO Wig_invalide
        MOVE 99 TO Wig_stat
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                READ Fpays NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pTampon TO Wig_enreg
                    IF p_nomPays = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fp_stat TO Wig_stat
            WHEN "astronautes.dat"
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE aTampon TO Wig_enreg
                    IF fa_idAstronaute NOT NUMERIC OR
                       fa_idAstronaute = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fa_stat TO Wig_stat
            WHEN "equipes.dat"
                READ Fequipes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE eTampon TO Wig_enreg
                    IF fe_idEquipe NOT NUMERIC OR fe_idEquipe = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fe_stat TO Wig_stat
            WHEN "missions.dat"
                READ Fmissions NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE mTampon TO Wig_enreg
                    IF fm_idMission NOT NUMERIC OR fm_idMission = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fm_stat TO Wig_stat
            WHEN "vaisseaux.dat"
                READ Fvaisseaux NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE vTampon TO Wig_enreg
                    IF fv_nomVaisseau = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fv_stat TO Wig_stat
            WHEN "lieux.dat"
                READ Flieux NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE lTampon TO Wig_enreg
                    IF fl_nomLieu = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fl_stat TO Wig_stat
            WHEN "distances.dat"
                READ Fdistances NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE fdTampon TO Wig_enreg
                    IF fd_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fd_stat TO Wig_stat
            WHEN "compo_equipes.dat"
                READ Fcompo_equipes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE compoTamp TO Wig_enreg
                    IF fce_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fce_stat TO Wig_stat
            WHEN "cargo.dat"
                READ Fcargo NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cgTampon TO Wig_enreg
                    IF fcg_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcg_stat TO Wig_stat
            WHEN "etapes_mission.dat"
                READ Fetapes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE etTampon TO Wig_enreg
                    IF fet_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fet_stat TO Wig_stat
            WHEN "certifications.dat"
                READ Fcertifs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ctTampon TO Wig_enreg
                    IF fct_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fct_stat TO Wig_stat
            WHEN "conges.dat"
                READ Fconges NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE coTampon TO Wig_enreg
                    IF fco_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fco_stat TO Wig_stat
            WHEN "operateurs.dat"
                READ Foperateurs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE opTampon TO Wig_enreg
                    IF fop_id = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fop_stat TO Wig_stat
            WHEN "cohortes.dat"
                READ Fcohortes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE chTampon TO Wig_enreg
                    IF fch_idCohorte NOT NUMERIC OR fch_idCohorte = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fch_stat TO Wig_stat
            WHEN "catalogue_articles.dat"
                READ Fcatalogue NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE caTampon TO Wig_enreg
                    IF fca_nomArticle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fca_stat TO Wig_stat
            WHEN "transferts.dat"
                READ Ftransferts NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE trTampon TO Wig_enreg
                    IF ftr_idDemande NOT NUMERIC OR ftr_idDemande = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ftr_stat TO Wig_stat
            WHEN "types_vaisseaux.dat"
                READ Ftypes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE tvTampon TO Wig_enreg
                    IF ftv_typeVaisseau NOT NUMERIC OR
                           ftv_typeVaisseau = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ftv_stat TO Wig_stat
            WHEN "pieces_detachees.dat"
                READ Fpieces NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pdTampon TO Wig_enreg
                    IF fpd_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpd_stat TO Wig_stat
            WHEN "ordres_reparation.dat"
                READ Fordres NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE orTampon TO Wig_enreg
                    IF for_idOrdre NOT NUMERIC OR for_idOrdre = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE for_stat TO Wig_stat
            WHEN "affectations_convoi.dat"
                READ Fconvoi NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cvTampon TO Wig_enreg
                    IF fcv_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcv_stat TO Wig_stat
            WHEN "reservations_quai.dat"
                READ Freservations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rqTampon TO Wig_enreg
                    IF frq_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frq_stat TO Wig_stat
            WHEN "entrepots.dat"
                READ Fentrepots NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE enTampon TO Wig_enreg
                    IF fen_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fen_stat TO Wig_stat
            WHEN "commandes.dat"
                READ Fcommandes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cmTampon TO Wig_enreg
                    IF fcm_idCommande NOT NUMERIC OR
                           fcm_idCommande = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcm_stat TO Wig_stat
            WHEN "replans_missions.dat"
                READ Freplans NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rpTampon TO Wig_enreg
                    IF frp_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frp_stat TO Wig_stat
            WHEN "modeles_missions.dat"
                READ Fmodeles NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE moTampon TO Wig_enreg
                    IF fmo_idModele NOT NUMERIC OR fmo_idModele = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fmo_stat TO Wig_stat
            WHEN "modeles_etapes.dat"
                READ Fmodeles_etapes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE meTampon TO Wig_enreg
                    IF fme_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fme_stat TO Wig_stat
            WHEN "evenements_calendrier.dat"
                READ Fcalendrier NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE calTampon TO Wig_enreg
                    IF fcal_idEvenement NOT NUMERIC OR
                           fcal_idEvenement = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcal_stat TO Wig_stat
            WHEN "ressources_lieux.dat"
                READ Fressources NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rlTampon TO Wig_enreg
                    IF frl_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frl_stat TO Wig_stat
            WHEN "projets_construction.dat"
                READ Fprojets NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pjTampon TO Wig_enreg
                    IF fpj_idProjet NOT NUMERIC OR fpj_idProjet = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpj_stat TO Wig_stat
            WHEN "financements.dat"
                READ Ffinancements NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE fiTampon TO Wig_enreg
                    IF ffi_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ffi_stat TO Wig_stat
            WHEN "contacts_urgence.dat"
                READ Fcontacts NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cuTampon TO Wig_enreg
                    IF fcu_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcu_stat TO Wig_stat
            WHEN "notifications_urgence.dat"
                READ Fnotif_urgence NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE nuTampon TO Wig_enreg
                    IF fnu_idNotif NOT NUMERIC OR fnu_idNotif = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fnu_stat TO Wig_stat
            WHEN "sequences.dat"
                READ Fsequences NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE sqTampon TO Wig_enreg
                    IF fsq_nom = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsq_stat TO Wig_stat
            WHEN "jobs.dat"
                READ Fjobs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE joTampon TO Wig_enreg
                    IF fjo_nomJob = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fjo_stat TO Wig_stat
            WHEN "notifications.dat"
                READ Fnotifs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE noTampon TO Wig_enreg
                    IF fno_idNotif NOT NUMERIC OR fno_idNotif = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fno_stat TO Wig_stat
            WHEN "approbations.dat"
                READ Fapprobations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE apTampon TO Wig_enreg
                    IF fap_idDemande NOT NUMERIC OR fap_idDemande = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fap_stat TO Wig_stat
            WHEN "messages.dat"
                READ Fmessages NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE msgTampon TO Wig_enreg
                    IF fmsg_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fmsg_stat TO Wig_stat
            WHEN "audit_ctl.dat"
                READ Fauditctl NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE aucTampon TO Wig_enreg
                    IF fauc_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fauc_stat TO Wig_stat
            WHEN "vols.dat"
                READ Fvols NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE voTampon TO Wig_enreg
                    IF fvo_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fvo_stat TO Wig_stat
            WHEN "grades.dat"
                READ Fgrades NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE grTampon TO Wig_enreg
                    IF fgr_grade NOT NUMERIC OR fgr_grade = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fgr_stat TO Wig_stat
            WHEN "compta_ctl.dat"
                READ Fcomptactl NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ccTampon TO Wig_enreg
                    IF fcc_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcc_stat TO Wig_stat
            WHEN "codes_reference.dat"
                READ Fcodes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cxTampon TO Wig_enreg
                    IF fcx_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcx_stat TO Wig_stat
            WHEN "sessions_formation.dat"
                READ Fsessions NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE sfTampon TO Wig_enreg
                    IF fsf_idSession NOT NUMERIC OR fsf_idSession = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsf_stat TO Wig_stat
            WHEN "inscriptions_formation.dat"
                READ Finscriptions NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ifTampon TO Wig_enreg
                    IF fif_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fif_stat TO Wig_stat
            WHEN "objectifs_missions.dat"
                READ Fobjectifs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE obTampon TO Wig_enreg
                    IF fob_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fob_stat TO Wig_stat
            WHEN "modeles_objectifs.dat"
                READ Fmodeles_objectifs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE mbTampon TO Wig_enreg
                    IF fmb_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fmb_stat TO Wig_stat
            WHEN "echantillons.dat"
                READ Fechantillons NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE saTampon TO Wig_enreg
                    IF fsa_idEchantillon NOT NUMERIC OR
                           fsa_idEchantillon = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsa_stat TO Wig_stat
            WHEN "gardes_echantillons.dat"
                READ Fgardes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE gdTampon TO Wig_enreg
                    IF fgd_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fgd_stat TO Wig_stat
            WHEN "polices_assurance.dat"
                READ Fpolices NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE poTampon TO Wig_enreg
                    IF fpo_idPolice NOT NUMERIC OR fpo_idPolice = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpo_stat TO Wig_stat
            WHEN "sinistres.dat"
                READ Fsinistres NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE snTampon TO Wig_enreg
                    IF fsn_idSinistre NOT NUMERIC OR
                           fsn_idSinistre = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsn_stat TO Wig_stat
            WHEN "fournisseurs.dat"
                READ Ffournisseurs NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE frTampon TO Wig_enreg
                    IF ffr_idFournisseur NOT NUMERIC OR
                           ffr_idFournisseur = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ffr_stat TO Wig_stat
            WHEN "factures_fournisseurs.dat"
                READ Ffactures NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE fcTampon TO Wig_enreg
                    IF ffc_idFacture NOT NUMERIC OR ffc_idFacture = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ffc_stat TO Wig_stat
            WHEN "inventaires.dat"
                READ Finventaires NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE skTampon TO Wig_enreg
                    IF fsk_idInventaire NOT NUMERIC OR
                           fsk_idInventaire = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsk_stat TO Wig_stat
            WHEN "lignes_comptage.dat"
                READ Flignes_comptage NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE klTampon TO Wig_enreg
                    IF fkl_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fkl_stat TO Wig_stat
            WHEN "pertes_stock.dat"
                READ Fpertes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE plTampon TO Wig_enreg
                    IF fpl_idPerte NOT NUMERIC OR fpl_idPerte = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpl_stat TO Wig_stat
            WHEN "agences_partenaires.dat"
                READ Fagences NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE agTampon TO Wig_enreg
                    IF fag_code = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fag_stat TO Wig_stat
            WHEN "arrivees_telemetrie.dat"
                READ Farrivees NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE taTampon TO Wig_enreg
                    IF fta_idArrivee NOT NUMERIC OR fta_idArrivee = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fta_stat TO Wig_stat
            WHEN "suivi_envois_agences.dat"
                READ Fsuivi_envois NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE smTampon TO Wig_enreg
                    IF fsm_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsm_stat TO Wig_stat
            WHEN "journal_envois_agences.dat"
                READ Fjournal_envois NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE jeTampon TO Wig_enreg
                    IF fje_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fje_stat TO Wig_stat
            WHEN "archive_envois_agences.dat"
                READ Farchive_envois NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE xlTampon TO Wig_enreg
                    IF fxl_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fxl_stat TO Wig_stat
            WHEN "seuils_sante.dat"
                READ Fseuils_sante NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE suTampon TO Wig_enreg
                    IF fsu_typeVaisseau NOT NUMERIC OR
                           fsu_typeVaisseau = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsu_stat TO Wig_stat
            WHEN "releves_sante.dat"
                READ Freleves_sante NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE srTampon TO Wig_enreg
                    IF fsr_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsr_stat TO Wig_stat
            WHEN "incompatibilites.dat"
                READ Fincompat NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ixTampon TO Wig_enreg
                    IF fix_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fix_stat TO Wig_stat
            WHEN "pensions.dat"
                READ Fpensions NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pnTampon TO Wig_enreg
                    IF fpn_idAstronaute NOT NUMERIC OR
                           fpn_idAstronaute = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpn_stat TO Wig_stat
            WHEN "engagements.dat"
                READ Fengagements NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ngTampon TO Wig_enreg
                    IF fng_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fng_stat TO Wig_stat
            WHEN "permis_acces.dat"
                READ Fpermis NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ptTampon TO Wig_enreg
                    IF fpt_reference = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpt_stat TO Wig_stat
            WHEN "retention.dat"
                READ Fretention NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rtTampon TO Wig_enreg
                    IF frt_categorie = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frt_stat TO Wig_stat
            WHEN "extraits.dat"
                READ Fextraits NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE xdTampon TO Wig_enreg
                    IF fxd_nom = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fxd_stat TO Wig_stat
            WHEN "delta_marques.dat"
                READ Fdelta_marques NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE dmTampon TO Wig_enreg
                    IF fdm_consommateur = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fdm_stat TO Wig_stat
            WHEN "rotations_equipage.dat"
                READ Frotations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rbTampon TO Wig_enreg
                    IF frot_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frot_stat TO Wig_stat
            WHEN "passagers.dat"
                READ Fpassagers NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pxTampon TO Wig_enreg
                    IF fpx_idPassager NOT NUMERIC OR
                           fpx_idPassager = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpx_stat TO Wig_stat
            WHEN "clients_fret.dat"
                READ Fclients_fret NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ckTampon TO Wig_enreg
                    IF fcli_idClient NOT NUMERIC OR fcli_idClient = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcli_stat TO Wig_stat
            WHEN "tarifs_fret.dat"
                READ Ftarifs_fret NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE tfTampon TO Wig_enreg
                    IF ftf_distanceMax NOT NUMERIC OR
                           ftf_distanceMax = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ftf_stat TO Wig_stat
            WHEN "contrats_fret.dat"
                READ Fcontrats_fret NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cfTampon TO Wig_enreg
                    IF fcf_idContrat NOT NUMERIC OR fcf_idContrat = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcf_stat TO Wig_stat
            WHEN "factures_fret.dat"
                READ Ffactures_fret NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE flTampon TO Wig_enreg
                    IF ffl_idFacture NOT NUMERIC OR ffl_idFacture = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ffl_stat TO Wig_stat
            WHEN "retrofits.dat"
                READ Fretrofits NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE rfTampon TO Wig_enreg
                    IF frf_idModif NOT NUMERIC OR frf_idModif = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE frf_stat TO Wig_stat
            WHEN "composants.dat"
                READ Fcomposants NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE csTampon TO Wig_enreg
                    IF fcs_numSerie = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcs_stat TO Wig_stat
            WHEN "certificats_navigabilite.dat"
                READ Fcertifs_navig NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE nvTampon TO Wig_enreg
                    IF fnv_numCertificat = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fnv_stat TO Wig_stat
            WHEN "tarifs_quai.dat"
                READ Ftarifs_quai NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE tqTampon TO Wig_enreg
                    IF ftq_nomLieu = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ftq_stat TO Wig_stat
            WHEN "declarations_reglementaires.dat"
                READ Fdeclarations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE drTampon TO Wig_enreg
                    IF fdr_idDeclaration NOT NUMERIC OR
                           fdr_idDeclaration = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fdr_stat TO Wig_stat
            WHEN "comptes_partenaires.dat"
                READ Fcomptes_partenaires NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE pcTampon TO Wig_enreg
                    IF fpc_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpc_stat TO Wig_stat
            WHEN "equipements_personnels.dat"
                READ Fequip_perso NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE epTampon TO Wig_enreg
                    IF fep_idEquipement NOT NUMERIC OR
                           fep_idEquipement = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fep_stat TO Wig_stat
            WHEN "imputations_auto.dat"
                READ Fimputations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE iaTampon TO Wig_enreg
                    IF fia_reference = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fia_stat TO Wig_stat
            WHEN "lots_entrants.dat"
                READ Flots_entrants NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE ltTampon TO Wig_enreg
                    IF flt_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE flt_stat TO Wig_stat
            WHEN "file_rejets.dat"
                READ Ffile_rejets NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE qjTampon TO Wig_enreg
                    IF fqj_idRejet NOT NUMERIC OR fqj_idRejet = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fqj_stat TO Wig_stat
            WHEN "exercices_simulateur.dat"
                READ Fexercices NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE siTampon TO Wig_enreg
                    IF fsi_code = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsi_stat TO Wig_stat
            WHEN "resultats_exercices.dat"
                READ Fresultats_exercices NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE sxTampon TO Wig_enreg
                    IF fsx_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsx_stat TO Wig_stat
            WHEN "periodes.dat"
                READ Fperiodes NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE peTampon TO Wig_enreg
                    IF fpe_periode NOT NUMERIC OR fpe_periode = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fpe_stat TO Wig_stat
            WHEN "reouvertures_periodes.dat"
                READ Freouvertures NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE reTampon TO Wig_enreg
                    IF fre_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fre_stat TO Wig_stat
            WHEN "ordres_transfert.dat"
                READ Fordres_transfert NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE otTampon TO Wig_enreg
                    IF fot_idOrdre NOT NUMERIC OR fot_idOrdre = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fot_stat TO Wig_stat
            WHEN "lignes_transfert.dat"
                READ Flignes_transfert NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE tlTampon TO Wig_enreg
                    IF ftl_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE ftl_stat TO Wig_stat
            WHEN "classes_danger.dat"
                READ Fclasses_danger NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cdTampon TO Wig_enreg
                    IF fcd_classe NOT NUMERIC OR fcd_classe = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcd_stat TO Wig_stat
            WHEN "segregation_danger.dat"
                READ Fsegregation NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE sdTampon TO Wig_enreg
                    IF fsd_cle = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fsd_stat TO Wig_stat
            WHEN "declassements_lieux.dat"
                READ Fdeclassements NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE dlTampon TO Wig_enreg
                    IF fdl_nomLieu = SPACES THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fdl_stat TO Wig_stat
            WHEN "estimations_missions.dat"
                READ Festimations NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE esTampon TO Wig_enreg
                    IF fes_idMission NOT NUMERIC OR fes_idMission = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fes_stat TO Wig_stat
            WHEN "taux_aleas.dat"
                READ Ftaux_aleas NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE txTampon TO Wig_enreg
                    IF fal_typeMission NOT NUMERIC OR
                           fal_typeMission = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fal_stat TO Wig_stat
            WHEN "candidats.dat"
                READ Fcandidats NEXT
                AT END MOVE 1 TO Wig_eof
                NOT AT END
                    MOVE cyTampon TO Wig_enreg
                    IF fcy_idCandidat NOT NUMERIC OR
                           fcy_idCandidat = 0 THEN
                        MOVE 1 TO Wig_invalide
                    END-IF
                END-READ
                MOVE fcy_stat TO Wig_stat
        END-EVALUATE.

        IG_ECRIRE_ENREG.
        MOVE 99 TO Wig_stat
        EVALUATE Wig_fichier
            WHEN "pays.dat"
                MOVE Wig_enreg TO pTampon
                WRITE pTampon END-WRITE
                MOVE fp_stat TO Wig_stat
            WHEN "astronautes.dat"
                MOVE Wig_enreg TO aTampon
                WRITE aTampon END-WRITE
                MOVE fa_stat TO Wig_stat
            WHEN "equipes.dat"
                MOVE Wig_enreg TO eTampon
                WRITE eTampon END-WRITE
                MOVE fe_stat TO Wig_stat
            WHEN "missions.dat"
                MOVE Wig_enreg TO mTampon
                WRITE mTampon END-WRITE
                MOVE fm_stat TO Wig_stat
            WHEN "vaisseaux.dat"
                MOVE Wig_enreg TO vTampon
                WRITE vTampon END-WRITE
                MOVE fv_stat TO Wig_stat
            WHEN "lieux.dat"
                MOVE Wig_enreg TO lTampon
                WRITE lTampon END-WRITE
                MOVE fl_stat TO Wig_stat
            WHEN "distances.dat"
                MOVE Wig_enreg TO fdTampon
                WRITE fdTampon END-WRITE
                MOVE fd_stat TO Wig_stat
            WHEN "compo_equipes.dat"
                MOVE Wig_enreg TO compoTamp
                WRITE compoTamp END-WRITE
                MOVE fce_stat TO Wig_stat
            WHEN "cargo.dat"
                MOVE Wig_enreg TO cgTampon
                WRITE cgTampon END-WRITE
                MOVE fcg_stat TO Wig_stat
            WHEN "etapes_mission.dat"
                MOVE Wig_enreg TO etTampon
                WRITE etTampon END-WRITE
                MOVE fet_stat TO Wig_stat
            WHEN "certifications.dat"
                MOVE Wig_enreg TO ctTampon
                WRITE ctTampon END-WRITE
                MOVE fct_stat TO Wig_stat
            WHEN "conges.dat"
                MOVE Wig_enreg TO coTampon
                WRITE coTampon END-WRITE
                MOVE fco_stat TO Wig_stat
            WHEN "operateurs.dat"
                MOVE Wig_enreg TO opTampon
                WRITE opTampon END-WRITE
                MOVE fop_stat TO Wig_stat
            WHEN "cohortes.dat"
                MOVE Wig_enreg TO chTampon
                WRITE chTampon END-WRITE
                MOVE fch_stat TO Wig_stat
            WHEN "catalogue_articles.dat"
                MOVE Wig_enreg TO caTampon
                WRITE caTampon END-WRITE
                MOVE fca_stat TO Wig_stat
            WHEN "transferts.dat"
                MOVE Wig_enreg TO trTampon
                WRITE trTampon END-WRITE
                MOVE ftr_stat TO Wig_stat
            WHEN "types_vaisseaux.dat"
                MOVE Wig_enreg TO tvTampon
                WRITE tvTampon END-WRITE
                MOVE ftv_stat TO Wig_stat
            WHEN "pieces_detachees.dat"
                MOVE Wig_enreg TO pdTampon
                WRITE pdTampon END-WRITE
                MOVE fpd_stat TO Wig_stat
            WHEN "ordres_reparation.dat"
                MOVE Wig_enreg TO orTampon
                WRITE orTampon END-WRITE
                MOVE for_stat TO Wig_stat
            WHEN "affectations_convoi.dat"
                MOVE Wig_enreg TO cvTampon
                WRITE cvTampon END-WRITE
                MOVE fcv_stat TO Wig_stat
            WHEN "reservations_quai.dat"
                MOVE Wig_enreg TO rqTampon
                WRITE rqTampon END-WRITE
                MOVE frq_stat TO Wig_stat
            WHEN "entrepots.dat"
                MOVE Wig_enreg TO enTampon
                WRITE enTampon END-WRITE
                MOVE fen_stat TO Wig_stat
            WHEN "commandes.dat"
                MOVE Wig_enreg TO cmTampon
                WRITE cmTampon END-WRITE
                MOVE fcm_stat TO Wig_stat
            WHEN "replans_missions.dat"
                MOVE Wig_enreg TO rpTampon
                WRITE rpTampon END-WRITE
                MOVE frp_stat TO Wig_stat
            WHEN "modeles_missions.dat"
                MOVE Wig_enreg TO moTampon
                WRITE moTampon END-WRITE
                MOVE fmo_stat TO Wig_stat
            WHEN "modeles_etapes.dat"
                MOVE Wig_enreg TO meTampon
                WRITE meTampon END-WRITE
                MOVE fme_stat TO Wig_stat
            WHEN "evenements_calendrier.dat"
                MOVE Wig_enreg TO calTampon
                WRITE calTampon END-WRITE
                MOVE fcal_stat TO Wig_stat
            WHEN "ressources_lieux.dat"
                MOVE Wig_enreg TO rlTampon
                WRITE rlTampon END-WRITE
                MOVE frl_stat TO Wig_stat
            WHEN "projets_construction.dat"
                MOVE Wig_enreg TO pjTampon
                WRITE pjTampon END-WRITE
                MOVE fpj_stat TO Wig_stat
            WHEN "financements.dat"
                MOVE Wig_enreg TO fiTampon
                WRITE fiTampon END-WRITE
                MOVE ffi_stat TO Wig_stat
            WHEN "contacts_urgence.dat"
                MOVE Wig_enreg TO cuTampon
                WRITE cuTampon END-WRITE
                MOVE fcu_stat TO Wig_stat
            WHEN "notifications_urgence.dat"
                MOVE Wig_enreg TO nuTampon
                WRITE nuTampon END-WRITE
                MOVE fnu_stat TO Wig_stat
            WHEN "sequences.dat"
                MOVE Wig_enreg TO sqTampon
                WRITE sqTampon END-WRITE
                MOVE fsq_stat TO Wig_stat
            WHEN "jobs.dat"
                MOVE Wig_enreg TO joTampon
                WRITE joTampon END-WRITE
                MOVE fjo_stat TO Wig_stat
            WHEN "notifications.dat"
                MOVE Wig_enreg TO noTampon
                WRITE noTampon END-WRITE
                MOVE fno_stat TO Wig_stat
            WHEN "approbations.dat"
                MOVE Wig_enreg TO apTampon
                WRITE apTampon END-WRITE
                MOVE fap_stat TO Wig_stat
            WHEN "messages.dat"
                MOVE Wig_enreg TO msgTampon
                WRITE msgTampon END-WRITE
                MOVE fmsg_stat TO Wig_stat
            WHEN "audit_ctl.dat"
                MOVE Wig_enreg TO aucTampon
                WRITE aucTampon END-WRITE
                MOVE fauc_stat TO Wig_stat
            WHEN "vols.dat"
                MOVE Wig_enreg TO voTampon
                WRITE voTampon END-WRITE
                MOVE fvo_stat TO Wig_stat
            WHEN "grades.dat"
                MOVE Wig_enreg TO grTampon
                WRITE grTampon END-WRITE
                MOVE fgr_stat TO Wig_stat
            WHEN "compta_ctl.dat"
                MOVE Wig_enreg TO ccTampon
                WRITE ccTampon END-WRITE
                MOVE fcc_stat TO Wig_stat
            WHEN "codes_reference.dat"
                MOVE Wig_enreg TO cxTampon
                WRITE cxTampon END-WRITE
                MOVE fcx_stat TO Wig_stat
            WHEN "sessions_formation.dat"
                MOVE Wig_enreg TO sfTampon
                WRITE sfTampon END-WRITE
                MOVE fsf_stat TO Wig_stat
            WHEN "inscriptions_formation.dat"
                MOVE Wig_enreg TO ifTampon
                WRITE ifTampon END-WRITE
                MOVE fif_stat TO Wig_stat
            WHEN "objectifs_missions.dat"
                MOVE Wig_enreg TO obTampon
                WRITE obTampon END-WRITE
                MOVE fob_stat TO Wig_stat
            WHEN "modeles_objectifs.dat"
                MOVE Wig_enreg TO mbTampon
                WRITE mbTampon END-WRITE
                MOVE fmb_stat TO Wig_stat
            WHEN "echantillons.dat"
                MOVE Wig_enreg TO saTampon
                WRITE saTampon END-WRITE
                MOVE fsa_stat TO Wig_stat
            WHEN "gardes_echantillons.dat"
                MOVE Wig_enreg TO gdTampon
                WRITE gdTampon END-WRITE
                MOVE fgd_stat TO Wig_stat
            WHEN "polices_assurance.dat"
                MOVE Wig_enreg TO poTampon
                WRITE poTampon END-WRITE
                MOVE fpo_stat TO Wig_stat
            WHEN "sinistres.dat"
                MOVE Wig_enreg TO snTampon
                WRITE snTampon END-WRITE
                MOVE fsn_stat TO Wig_stat
            WHEN "fournisseurs.dat"
                MOVE Wig_enreg TO frTampon
                WRITE frTampon END-WRITE
                MOVE ffr_stat TO Wig_stat
            WHEN "factures_fournisseurs.dat"
                MOVE Wig_enreg TO fcTampon
                WRITE fcTampon END-WRITE
                MOVE ffc_stat TO Wig_stat
            WHEN "inventaires.dat"
                MOVE Wig_enreg TO skTampon
                WRITE skTampon END-WRITE
                MOVE fsk_stat TO Wig_stat
            WHEN "lignes_comptage.dat"
                MOVE Wig_enreg TO klTampon
                WRITE klTampon END-WRITE
                MOVE fkl_stat TO Wig_stat
            WHEN "pertes_stock.dat"
                MOVE Wig_enreg TO plTampon
                WRITE plTampon END-WRITE
                MOVE fpl_stat TO Wig_stat
            WHEN "agences_partenaires.dat"
                MOVE Wig_enreg TO agTampon
                WRITE agTampon END-WRITE
                MOVE fag_stat TO Wig_stat
            WHEN "arrivees_telemetrie.dat"
                MOVE Wig_enreg TO taTampon
                WRITE taTampon END-WRITE
                MOVE fta_stat TO Wig_stat
            WHEN "suivi_envois_agences.dat"
                MOVE Wig_enreg TO smTampon
                WRITE smTampon END-WRITE
                MOVE fsm_stat TO Wig_stat
            WHEN "journal_envois_agences.dat"
                MOVE Wig_enreg TO jeTampon
                WRITE jeTampon END-WRITE
                MOVE fje_stat TO Wig_stat
            WHEN "archive_envois_agences.dat"
                MOVE Wig_enreg TO xlTampon
                WRITE xlTampon END-WRITE
                MOVE fxl_stat TO Wig_stat
            WHEN "seuils_sante.dat"
                MOVE Wig_enreg TO suTampon
                WRITE suTampon END-WRITE
                MOVE fsu_stat TO Wig_stat
            WHEN "releves_sante.dat"
                MOVE Wig_enreg TO srTampon
                WRITE srTampon END-WRITE
                MOVE fsr_stat TO Wig_stat
            WHEN "incompatibilites.dat"
                MOVE Wig_enreg TO ixTampon
                WRITE ixTampon END-WRITE
                MOVE fix_stat TO Wig_stat
            WHEN "pensions.dat"
                MOVE Wig_enreg TO pnTampon
                WRITE pnTampon END-WRITE
                MOVE fpn_stat TO Wig_stat
            WHEN "engagements.dat"
                MOVE Wig_enreg TO ngTampon
                WRITE ngTampon END-WRITE
                MOVE fng_stat TO Wig_stat
            WHEN "permis_acces.dat"
                MOVE Wig_enreg TO ptTampon
                WRITE ptTampon END-WRITE
                MOVE fpt_stat TO Wig_stat
            WHEN "retention.dat"
                MOVE Wig_enreg TO rtTampon
                WRITE rtTampon END-WRITE
                MOVE frt_stat TO Wig_stat
            WHEN "extraits.dat"
                MOVE Wig_enreg TO xdTampon
                WRITE xdTampon END-WRITE
                MOVE fxd_stat TO Wig_stat
            WHEN "delta_marques.dat"
                MOVE Wig_enreg TO dmTampon
                WRITE dmTampon END-WRITE
                MOVE fdm_stat TO Wig_stat
            WHEN "rotations_equipage.dat"
                MOVE Wig_enreg TO rbTampon
                WRITE rbTampon END-WRITE
                MOVE frot_stat TO Wig_stat
            WHEN "passagers.dat"
                MOVE Wig_enreg TO pxTampon
                WRITE pxTampon END-WRITE
                MOVE fpx_stat TO Wig_stat
            WHEN "clients_fret.dat"
                MOVE Wig_enreg TO ckTampon
                WRITE ckTampon END-WRITE
                MOVE fcli_stat TO Wig_stat
            WHEN "tarifs_fret.dat"
                MOVE Wig_enreg TO tfTampon
                WRITE tfTampon END-WRITE
                MOVE ftf_stat TO Wig_stat
            WHEN "contrats_fret.dat"
                MOVE Wig_enreg TO cfTampon
                WRITE cfTampon END-WRITE
                MOVE fcf_stat TO Wig_stat
            WHEN "factures_fret.dat"
                MOVE Wig_enreg TO flTampon
                WRITE flTampon END-WRITE
                MOVE ffl_stat TO Wig_stat
            WHEN "retrofits.dat"
                MOVE Wig_enreg TO rfTampon
                WRITE rfTampon END-WRITE
                MOVE frf_stat TO Wig_stat
            WHEN "composants.dat"
                MOVE Wig_enreg TO csTampon
                WRITE csTampon END-WRITE
                MOVE fcs_stat TO Wig_stat
            WHEN "certificats_navigabilite.dat"
                MOVE Wig_enreg TO nvTampon
                WRITE nvTampon END-WRITE
                MOVE fnv_stat TO Wig_stat
            WHEN "tarifs_quai.dat"
                MOVE Wig_enreg TO tqTampon
                WRITE tqTampon END-WRITE
                MOVE ftq_stat TO Wig_stat
            WHEN "declarations_reglementaires.dat"
                MOVE Wig_enreg TO drTampon
                WRITE drTampon END-WRITE
                MOVE fdr_stat TO Wig_stat
            WHEN "comptes_partenaires.dat"
                MOVE Wig_enreg TO pcTampon
                WRITE pcTampon END-WRITE
                MOVE fpc_stat TO Wig_stat
            WHEN "equipements_personnels.dat"
                MOVE Wig_enreg TO epTampon
                WRITE epTampon END-WRITE
                MOVE fep_stat TO Wig_stat
            WHEN "imputations_auto.dat"
                MOVE Wig_enreg TO iaTampon
                WRITE iaTampon END-WRITE
                MOVE fia_stat TO Wig_stat
            WHEN "lots_entrants.dat"
                MOVE Wig_enreg TO ltTampon
                WRITE ltTampon END-WRITE
                MOVE flt_stat TO Wig_stat
            WHEN "file_rejets.dat"
                MOVE Wig_enreg TO qjTampon
                WRITE qjTampon END-WRITE
                MOVE fqj_stat TO Wig_stat
            WHEN "exercices_simulateur.dat"
                MOVE Wig_enreg TO siTampon
                WRITE siTampon END-WRITE
                MOVE fsi_stat TO Wig_stat
            WHEN "resultats_exercices.dat"
                MOVE Wig_enreg TO sxTampon
                WRITE sxTampon END-WRITE
                MOVE fsx_stat TO Wig_stat
            WHEN "periodes.dat"
                MOVE Wig_enreg TO peTampon
                WRITE peTampon END-WRITE
                MOVE fpe_stat TO Wig_stat
            WHEN "reouvertures_periodes.dat"
                MOVE Wig_enreg TO reTampon
                WRITE reTampon END-WRITE
                MOVE fre_stat TO Wig_stat
            WHEN "ordres_transfert.dat"
                MOVE Wig_enreg TO otTampon
                WRITE otTampon END-WRITE
                MOVE fot_stat TO Wig_stat
            WHEN "lignes_transfert.dat"
                MOVE Wig_enreg TO tlTampon
                WRITE tlTampon END-WRITE
                MOVE ftl_stat TO Wig_stat
            WHEN "classes_danger.dat"
                MOVE Wig_enreg TO cdTampon
                WRITE cdTampon END-WRITE
                MOVE fcd_stat TO Wig_stat
            WHEN "segregation_danger.dat"
                MOVE Wig_enreg TO sdTampon
                WRITE sdTampon END-WRITE
                MOVE fsd_stat TO Wig_stat
            WHEN "declassements_lieux.dat"
                MOVE Wig_enreg TO dlTampon
                WRITE dlTampon END-WRITE
                MOVE fdl_stat TO Wig_stat
            WHEN "estimations_missions.dat"
                MOVE Wig_enreg TO esTampon
                WRITE esTampon END-WRITE
                MOVE fes_stat TO Wig_stat
            WHEN "taux_aleas.dat"
                MOVE Wig_enreg TO txTampon
                WRITE txTampon END-WRITE
                MOVE fal_stat TO Wig_stat
            WHEN "candidats.dat"
                MOVE Wig_enreg TO cyTampon
                WRITE cyTampon END-WRITE
                MOVE fcy_stat TO Wig_stat
        END-EVALUATE.

        REORGANISER_FICHIER.
        DISPLAY ' '
        DISPLAY "Fichier à réorganiser ? (0 : annuler)"
        PERFORM VARYING Wig_f FROM 1 BY 1 UNTIL Wig_f > Wig_nbFichiers
            PERFORM IG_NOMMER_FICHIER
            DISPLAY "  ", Wig_f, " : ", Wig_fichier
        END-PERFORM
        MOVE 999 TO Wig_choix
        PERFORM WITH TEST AFTER UNTIL Wig_choix <= Wig_nbFichiers
            ACCEPT Wig_choix
        END-PERFORM
        IF Wig_choix > 0 THEN
            MOVE Wig_choix TO Wig_f
            PERFORM IG_NOMMER_FICHIER
            DISPLAY "État du fichier avant réorganisation :"
            MOVE "SCAN" TO Wig_action
            PERFORM IG_ANALYSER_FICHIER
            IF Wig_ouvert = 1 THEN
                IF Wig_illisibles > 0 THEN
                    DISPLAY "ATTENTION : les enregistrements",
" illisibles ne pourront pas être recopiés."
                END-IF
                DISPLAY "Confirmer le déchargement et le rechargement",
" de ", Wig_fichier, " ? (0 : Non // 1 : Oui)"
                MOVE 9 TO Wig_confirme
                PERFORM WITH TEST AFTER UNTIL
                        Wig_confirme = 0 OR Wig_confirme = 1
                    ACCEPT Wig_confirme
                END-PERFORM
                IF Wig_confirme = 1 THEN
                    PERFORM IG_REORGANISER
                END-IF
            END-IF
        END-IF.

        IG_REORGANISER.
        MOVE Wig_fichier TO Wsauv_src
        PERFORM SAUVEGARDE_FICHIER
        DISPLAY "Sauvegarde préalable : ", Wsauv_dst
        MOVE 0 TO Wig_decharges
        MOVE 0 TO Wig_erreur
        MOVE 1 TO Wig_k
        OPEN OUTPUT Freorg
        PERFORM IG_OUVRIR_LECTURE
        IF Wig_stat NOT = 00 THEN
            MOVE 1 TO Wig_erreur
        ELSE
            PERFORM IG_POSITIONNER
            IF Wig_eof = 0 THEN
                PERFORM WITH TEST AFTER UNTIL Wig_eof = 1
                    PERFORM IG_LIRE_SUIVANT
                    IF Wig_eof = 0 THEN
                        IF Wig_stat = 00 OR Wig_stat = 02 THEN
                            MOVE Wig_enreg TO rgTampon
                            WRITE rgTampon
                            ADD 1 TO Wig_decharges
                        ELSE
                            MOVE 1 TO Wig_erreur
                            MOVE 1 TO Wig_eof
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            PERFORM IG_FERMER
        END-IF
        CLOSE Freorg
        IF Wig_erreur = 1 THEN
            DISPLAY "Déchargement interrompu (statut ", Wig_stat,
") après ", Wig_decharges, " enregistrement(s) : réorganisation",
" annulée, ", Wig_fichier, " n'a pas été modifié."
            DISPLAY "Restaurez si nécessaire la sauvegarde ", Wsauv_dst,
" (menu principal, demande de restauration)."
        ELSE
            MOVE 0 TO Wig_recharges
            MOVE 0 TO Wig_rejets
            PERFORM IG_OUVRIR_ECRITURE
            IF Wig_stat NOT = 00 THEN
                MOVE Wig_stat TO Wchk_stat
                MOVE Wig_fichier TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            ELSE
                OPEN INPUT Freorg
                MOVE 0 TO Wig_fin
                PERFORM WITH TEST AFTER UNTIL Wig_fin = 1
                    READ Freorg
                    AT END MOVE 1 TO Wig_fin
                    NOT AT END
                        MOVE rgTampon TO Wig_enreg
                        PERFORM IG_ECRIRE_ENREG
                        IF Wig_stat = 00 OR Wig_stat = 02 THEN
                            ADD 1 TO Wig_recharges
                        ELSE
                            ADD 1 TO Wig_rejets
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Freorg
                PERFORM IG_FERMER
            END-IF
            DISPLAY "Réorganisation de ", Wig_fichier, " : ",
Wig_decharges, " déchargé(s), ", Wig_recharges, " rechargé(s), ",
Wig_rejets, " rejeté(s)."
            MOVE "INTEGRITE" TO Wau_module
            MOVE "REORG" TO Wau_action
            MOVE Wig_fichier TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "État du fichier après réorganisation :"
            MOVE "REORG" TO Wig_action
            PERFORM IG_ANALYSER_FICHIER
        END-IF.

        LIRE_RETENTION.
        MOVE "IDENTITE" TO Wrt_polCat(1)
        MOVE 50 TO Wrt_polAnnees(1)
        MOVE "CONTACTS" TO Wrt_polCat(2)
        MOVE 1 TO Wrt_polAnnees(2)
        MOVE "MEDICAL" TO Wrt_polCat(3)
        MOVE 20 TO Wrt_polAnnees(3)
        MOVE "EVALUATION" TO Wrt_polCat(4)
        MOVE 10 TO Wrt_polAnnees(4)
        MOVE "IMAGES" TO Wrt_polCat(5)
        MOVE 10 TO Wrt_polAnnees(5)
        OPEN INPUT Fretention
        IF frt_stat = 00 THEN
            PERFORM VARYING Wrt_cat FROM 1 BY 1 UNTIL Wrt_cat > 5
                MOVE Wrt_polCat(Wrt_cat) TO frt_categorie
                READ Fretention
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE frt_annees TO Wrt_polAnnees(Wrt_cat)
                END-READ
            END-PERFORM
            CLOSE Fretention
        END-IF.

        AFFICHER_RETENTION.
        DISPLAY "Politique de conservation (années après le départ,",
" 0 : conservation illimitée) :"
        PERFORM VARYING Wrt_cat FROM 1 BY 1 UNTIL Wrt_cat > 5
            DISPLAY "  ", Wrt_cat, " - ", Wrt_polCat(Wrt_cat), " : ",
Wrt_polAnnees(Wrt_cat)
        END-PERFORM.

        GERER_RETENTION.
        PERFORM LIRE_RETENTION
        PERFORM AFFICHER_RETENTION
        DISPLAY "Modifier une durée ? (0 : Non // 1 : Oui)"
        MOVE 9 TO Wrt_choix
        PERFORM WITH TEST AFTER UNTIL Wrt_choix = 0 OR Wrt_choix = 1
            ACCEPT Wrt_choix
        END-PERFORM
        IF Wrt_choix = 1 THEN
            DISPLAY "Catégorie ? (1 à 5)"
            MOVE 0 TO Wrt_cat
            PERFORM WITH TEST AFTER UNTIL Wrt_cat >= 1 AND Wrt_cat <= 5
                ACCEPT Wrt_cat
            END-PERFORM
            DISPLAY "Durée de conservation en années ? (0 : illimitée)"
            MOVE 0 TO Wrt_annees
            ACCEPT Wrt_annees
            ACCEPT Wrt_date FROM DATE YYYYMMDD
            OPEN I-O Fretention
            MOVE Wrt_polCat(Wrt_cat) TO frt_categorie
            READ Fretention
            INVALID KEY
                MOVE Wrt_annees TO frt_annees
                MOVE Wrt_date TO frt_dateMaj
                MOVE Wop_id TO frt_opMaj
                WRITE rtTampon END-WRITE
            NOT INVALID KEY
                MOVE Wrt_annees TO frt_annees
                MOVE Wrt_date TO frt_dateMaj
                MOVE Wop_id TO frt_opMaj
                REWRITE rtTampon END-REWRITE
            END-READ
            IF frt_stat NOT = 00 THEN
                MOVE frt_stat TO Wchk_stat
                MOVE "Fretention" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            ELSE
                MOVE Wrt_annees TO Wrt_polAnnees(Wrt_cat)
                DISPLAY "Durée enregistrée."
                MOVE "RETENTION" TO Wau_module
                MOVE "MODIF" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING Wrt_polCat(Wrt_cat) DELIMITED BY SPACE
                    " = " DELIMITED BY SIZE
                    Wrt_annees DELIMITED BY SIZE
                    " ans" DELIMITED BY SIZE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
            END-IF
            CLOSE Fretention
        END-IF.

        DEMANDER_ANONYMISATION.
        PERFORM LIRE_RETENTION
        PERFORM AFFICHER_RETENTION
        DISPLAY "Les champs personnels échus seront effacés",
" définitivement. Confirmer ? (0 : Non // 1 : Oui)"
        MOVE 9 TO Wrt_choix
        PERFORM WITH TEST AFTER UNTIL Wrt_choix = 0 OR Wrt_choix = 1
            ACCEPT Wrt_choix
        END-PERFORM
        IF Wrt_choix = 1 THEN
            PERFORM ANONYMISER_DONNEES
        ELSE
            DISPLAY "Anonymisation annulée."
        END-IF.

        ANONYMISER_DONNEES.
        ACCEPT Wrt_date FROM DATE YYYYMMDD
        ACCEPT Wrt_heure FROM TIME
        PERFORM LIRE_RETENTION
        PERFORM VARYING Wrt_cat FROM 1 BY 1 UNTIL Wrt_cat > 5
            MOVE 0 TO Wrt_cpt(Wrt_cat)
        END-PERFORM
        PERFORM RT_CHARGER_DEPARTS
        PERFORM RT_CALCULER_ECHEANCES
        OPEN EXTEND Fcertanon
        PERFORM RT_ANONYMISER_ASTRONAUTES
        PERFORM RT_ANONYMISER_CONTACTS
        MOVE "visites_medicales.dat" TO Wrt_fichier
        PERFORM RT_ANONYMISER_VISITES
        MOVE "evaluations.dat" TO Wrt_fichier
        PERFORM RT_ANONYMISER_EVALUATIONS
        MOVE "journal_images.dat" TO Wrt_fichier
        PERFORM RT_ANONYMISER_IMAGES
        MOVE SPACES TO cnTampon
        STRING Wrt_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wop_id DELIMITED BY SPACE
            ";RESUME;" DELIMITED BY SIZE
            Wrt_nb DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_sansDate DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_cpt(1) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_cpt(2) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_cpt(3) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_cpt(4) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_cpt(5) DELIMITED BY SIZE
            INTO cnTampon
        END-STRING
        WRITE cnTampon
        CLOSE Fcertanon
        DISPLAY "Anonymisation terminée : ", Wrt_nb,
" astronaute(s) parti(s) examiné(s), ", Wrt_sansDate,
" sans date de départ connue."
        PERFORM VARYING Wrt_cat FROM 1 BY 1 UNTIL Wrt_cat > 5
            DISPLAY "  ", Wrt_polCat(Wrt_cat), " : ", Wrt_cpt(Wrt_cat),
" enregistrement(s) anonymisé(s)"
        END-PERFORM
        IF Wrt_sature = 1 THEN
            DISPLAY "ATTENTION : table des départs saturée (2000),",
" relancer le traitement."
        END-IF
        MOVE "RETENTION" TO Wau_module
        MOVE "ANONYMISE" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING "id=" DELIMITED BY SIZE
            Wrt_cpt(1) DELIMITED BY SIZE
            " ct=" DELIMITED BY SIZE
            Wrt_cpt(2) DELIMITED BY SIZE
            " vm=" DELIMITED BY SIZE
            Wrt_cpt(3) DELIMITED BY SIZE
            " ev=" DELIMITED BY SIZE
            Wrt_cpt(4) DELIMITED BY SIZE
            " im=" DELIMITED BY SIZE
            Wrt_cpt(5) DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT.

        RT_CHARGER_DEPARTS.
        MOVE 0 TO Wrt_nb
        MOVE 0 TO Wrt_sature
        MOVE 0 TO Wrt_sansDate
        OPEN INPUT Fastronautes
        MOVE 0 TO Wrt_fin
        PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ Fastronautes NEXT
            AT END MOVE 1 TO Wrt_fin
            NOT AT END
                IF fa_actif = 0 OR fa_decede OR fa_disparu
                OR fa_retraite THEN
                    IF Wrt_nb < 2000 THEN
                        ADD 1 TO Wrt_nb
                        MOVE fa_idAstronaute TO Wrt_tId(Wrt_nb)
                        MOVE 0 TO Wrt_tDepart(Wrt_nb)
                    ELSE
                        MOVE 1 TO Wrt_sature
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fastronautes
        IF Wrt_nb > 0 THEN
            OPEN INPUT Fpensions
            IF fpn_stat = 00 THEN
                PERFORM VARYING Wrt_i FROM 1 BY 1 UNTIL Wrt_i > Wrt_nb
                    MOVE Wrt_tId(Wrt_i) TO fpn_idAstronaute
                    READ Fpensions
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fpn_dateRetraite TO Wrt_tDepart(Wrt_i)
                    END-READ
                END-PERFORM
                CLOSE Fpensions
            END-IF
            OPEN INPUT Fmemorial
            IF fmm_stat = 00 THEN
                MOVE 0 TO Wrt_fin
                PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                    READ Fmemorial
                    AT END MOVE 1 TO Wrt_fin
                    NOT AT END
                        UNSTRING mmTampon DELIMITED BY ";"
                            INTO Wrt_c1 Wrt_c2 Wrt_c3 Wrt_c4
                        END-UNSTRING
                        MOVE FUNCTION NUMVAL(Wrt_c1) TO Wrt_id
                        PERFORM RT_CHERCHER
                        IF Wrt_idx > 0 THEN
                            MOVE FUNCTION NUMVAL(Wrt_c4)
                                TO Wrt_tDepart(Wrt_idx)
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Fmemorial
            END-IF
            OPEN INPUT Faudit
            IF fau_stat = 00 THEN
                MOVE 0 TO Wrt_fin
                PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                    READ Faudit
                    AT END MOVE 1 TO Wrt_fin
                    NOT AT END
                        UNSTRING auTampon DELIMITED BY ";"
                            INTO Wrt_c1 Wrt_c2 Wrt_c3 Wrt_aModule
                                 Wrt_aAction Wrt_aDetail
                        END-UNSTRING
                        IF Wrt_aModule = "ASTRONAUTES"
                        AND Wrt_aAction = "SUPPRIMER" THEN
                            MOVE FUNCTION NUMVAL(Wrt_aDetail(1:5))
                                TO Wrt_id
                            PERFORM RT_CHERCHER
                            IF Wrt_idx > 0 THEN
                                IF Wrt_tDepart(Wrt_idx) = 0 THEN
                                    MOVE FUNCTION NUMVAL(Wrt_c1)
                                        TO Wrt_tDepart(Wrt_idx)
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE Faudit
            END-IF
        END-IF.

        RT_CHERCHER.
        MOVE 0 TO Wrt_idx
        PERFORM VARYING Wrt_i FROM 1 BY 1
                UNTIL Wrt_i > Wrt_nb OR Wrt_idx > 0
            IF Wrt_tId(Wrt_i) = Wrt_id THEN
                MOVE Wrt_i TO Wrt_idx
            END-IF
        END-PERFORM.

        RT_CALCULER_ECHEANCES.
        PERFORM VARYING Wrt_i FROM 1 BY 1 UNTIL Wrt_i > Wrt_nb
            IF Wrt_tDepart(Wrt_i) = 0 THEN
                ADD 1 TO Wrt_sansDate
            END-IF
            PERFORM VARYING Wrt_cat FROM 1 BY 1 UNTIL Wrt_cat > 5
                MOVE 0 TO Wrt_tCat(Wrt_i, Wrt_cat)
                IF Wrt_tDepart(Wrt_i) > 0
                AND Wrt_polAnnees(Wrt_cat) > 0 THEN
                    COMPUTE Wrt_limite = Wrt_tDepart(Wrt_i)
                        + Wrt_polAnnees(Wrt_cat) * 10000
                    IF Wrt_limite <= Wrt_date THEN
                        MOVE 1 TO Wrt_tCat(Wrt_i, Wrt_cat)
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM.

        RT_ECRIRE_CERTIFICAT.
        ADD 1 TO Wrt_cpt(Wrt_cat)
        MOVE SPACES TO cnTampon
        STRING Wrt_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wrt_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wop_id DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wrt_fichier DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wrt_cle DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wrt_polCat(Wrt_cat) DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wrt_champs DELIMITED BY SIZE
            INTO cnTampon
        END-STRING
        WRITE cnTampon.

        RT_ANONYMISER_ASTRONAUTES.
        MOVE 1 TO Wrt_cat
        MOVE "astronautes.dat" TO Wrt_fichier
        MOVE "nom prenom" TO Wrt_champs
        OPEN I-O Fastronautes
        PERFORM VARYING Wrt_idx FROM 1 BY 1 UNTIL Wrt_idx > Wrt_nb
            IF Wrt_tCat(Wrt_idx, 1) = 1 THEN
                MOVE Wrt_tId(Wrt_idx) TO fa_idAstronaute
                READ Fastronautes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fa_nom NOT = "ANONYMISE" THEN
                        MOVE "ANONYMISE" TO fa_nom
                        MOVE SPACES TO fa_prenom
                        REWRITE aTampon END-REWRITE
                        IF fa_stat NOT = 00 THEN
                            MOVE fa_stat TO Wchk_stat
                            MOVE "Fastronautes" TO Wchk_label
                            PERFORM VERIFIER_STATUT_FICHIER
                        ELSE
                            MOVE fa_idAstronaute TO Wrt_cle
                            PERFORM RT_ECRIRE_CERTIFICAT
                        END-IF
                    END-IF
                END-READ
            END-IF
        END-PERFORM
        CLOSE Fastronautes.

        RT_ANONYMISER_CONTACTS.
        MOVE 2 TO Wrt_cat
        MOVE "contacts_urgence.dat" TO Wrt_fichier
        MOVE "nom relation telephone" TO Wrt_champs
        OPEN I-O Fcontacts
        PERFORM VARYING Wrt_idx FROM 1 BY 1 UNTIL Wrt_idx > Wrt_nb
            IF Wrt_tCat(Wrt_idx, 2) = 1 THEN
                MOVE Wrt_tId(Wrt_idx) TO fcu_idAstronaute
                MOVE 0 TO Wrt_fin
                START Fcontacts KEY IS = fcu_idAstronaute
                INVALID KEY MOVE 1 TO Wrt_fin
                END-START
                IF Wrt_fin = 0 THEN
                    PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                        READ Fcontacts NEXT
                        AT END MOVE 1 TO Wrt_fin
                        NOT AT END
                            IF fcu_idAstronaute NOT = Wrt_tId(Wrt_idx)
                            THEN
                                MOVE 1 TO Wrt_fin
                            ELSE
                                PERFORM RT_ANONYMISER_CONTACT
                            END-IF
                        END-READ
                    END-PERFORM
                END-IF
            END-IF
        END-PERFORM
        CLOSE Fcontacts.

        RT_ANONYMISER_CONTACT.
        IF fcu_nom NOT = "ANONYMISE" THEN
            MOVE "ANONYMISE" TO fcu_nom
            MOVE SPACES TO fcu_relation
            MOVE SPACES TO fcu_telephone
            REWRITE cuTampon END-REWRITE
            IF fcu_stat NOT = 00 THEN
                MOVE fcu_stat TO Wchk_stat
                MOVE "Fcontacts" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            ELSE
                MOVE SPACES TO Wrt_cle
                STRING fcu_idAstronaute DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    fcu_seq DELIMITED BY SIZE
                    INTO Wrt_cle
                END-STRING
                PERFORM RT_ECRIRE_CERTIFICAT
            END-IF
        END-IF.

        RT_ANONYMISER_VISITES.
        MOVE 3 TO Wrt_cat
        MOVE "medecin" TO Wrt_champs
        MOVE 0 TO Wrt_modifies
        OPEN INPUT Fvisites
        IF fvm_stat = 00 THEN
            OPEN OUTPUT Fanontmp
            MOVE 0 TO Wrt_fin
            PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                READ Fvisites
                AT END MOVE 1 TO Wrt_fin
                NOT AT END
                    MOVE vmTampon TO atTampon
                    UNSTRING vmTampon DELIMITED BY ";"
                        INTO Wrt_c1 Wrt_c2 Wrt_c3 Wrt_c4 Wrt_c5 Wrt_c6
                    END-UNSTRING
                    MOVE FUNCTION NUMVAL(Wrt_c3) TO Wrt_id
                    PERFORM RT_CHERCHER
                    IF Wrt_idx > 0 THEN
                        IF Wrt_tCat(Wrt_idx, 3) = 1
                        AND Wrt_c5 NOT = "ANONYMISE" THEN
                            MOVE SPACES TO atTampon
                            STRING Wrt_c1 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c2 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c3 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c4 DELIMITED BY SPACE
                                ";ANONYMISE;" DELIMITED BY SIZE
                                Wrt_c6 DELIMITED BY SPACE
                                INTO atTampon
                            END-STRING
                            ADD 1 TO Wrt_modifies
                            MOVE SPACES TO Wrt_cle
                            STRING Wrt_c3 DELIMITED BY SPACE
                                "-" DELIMITED BY SIZE
                                Wrt_c4 DELIMITED BY SPACE
                                INTO Wrt_cle
                            END-STRING
                            PERFORM RT_ECRIRE_CERTIFICAT
                        END-IF
                    END-IF
                    WRITE atTampon
                END-READ
            END-PERFORM
            CLOSE Fvisites
            CLOSE Fanontmp
            PERFORM RT_REMPLACER_FICHIER
        END-IF.

        RT_ANONYMISER_EVALUATIONS.
        MOVE 4 TO Wrt_cat
        MOVE "commentaire" TO Wrt_champs
        MOVE 0 TO Wrt_modifies
        OPEN INPUT Fevaluations
        IF fev_stat = 00 THEN
            OPEN OUTPUT Fanontmp
            MOVE 0 TO Wrt_fin
            PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                READ Fevaluations
                AT END MOVE 1 TO Wrt_fin
                NOT AT END
                    MOVE evTampon TO atTampon
                    UNSTRING evTampon DELIMITED BY ";"
                        INTO Wrt_c1 Wrt_c2 Wrt_c3 Wrt_c4 Wrt_c5
                    END-UNSTRING
                    MOVE FUNCTION NUMVAL(Wrt_c1) TO Wrt_id
                    PERFORM RT_CHERCHER
                    IF Wrt_idx > 0 THEN
                        IF Wrt_tCat(Wrt_idx, 4) = 1
                        AND Wrt_c5 NOT = "ANONYMISE" THEN
                            MOVE SPACES TO atTampon
                            STRING Wrt_c1 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c2 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c3 DELIMITED BY SPACE
                                ";" DELIMITED BY SIZE
                                Wrt_c4 DELIMITED BY SPACE
                                ";ANONYMISE" DELIMITED BY SIZE
                                INTO atTampon
                            END-STRING
                            ADD 1 TO Wrt_modifies
                            MOVE SPACES TO Wrt_cle
                            STRING Wrt_c1 DELIMITED BY SPACE
                                "-" DELIMITED BY SIZE
                                Wrt_c2 DELIMITED BY SPACE
                                INTO Wrt_cle
                            END-STRING
                            PERFORM RT_ECRIRE_CERTIFICAT
                        END-IF
                    END-IF
                    WRITE atTampon
                END-READ
            END-PERFORM
            CLOSE Fevaluations
            CLOSE Fanontmp
            PERFORM RT_REMPLACER_FICHIER
        END-IF.

        RT_ANONYMISER_IMAGES.
        MOVE 5 TO Wrt_cat
        MOVE "image nom prenom" TO Wrt_champs
        MOVE 0 TO Wrt_modifies
        OPEN INPUT Fimages
        IF fji_stat = 00 THEN
            OPEN OUTPUT Fanontmp
            MOVE 0 TO Wrt_fin
            PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
                READ Fimages
                AT END MOVE 1 TO Wrt_fin
                NOT AT END
                    IF fji_fichier = "Fastronautes" THEN
                        MOVE FUNCTION NUMVAL(fji_cle) TO Wrt_id
                        PERFORM RT_CHERCHER
                        IF Wrt_idx > 0 THEN
                            IF Wrt_tCat(Wrt_idx, 5) = 1
                            AND fji_image(6:9) NOT = "ANONYMISE" THEN
                                MOVE "ANONYMISE" TO fji_image(6:30)
                                MOVE SPACES TO fji_image(36:30)
                                ADD 1 TO Wrt_modifies
                                MOVE SPACES TO Wrt_cle
                                STRING fji_cle DELIMITED BY SPACE
                                    "-" DELIMITED BY SIZE
                                    fji_date DELIMITED BY SIZE
                                    fji_heure DELIMITED BY SIZE
                                    INTO Wrt_cle
                                END-STRING
                                PERFORM RT_ECRIRE_CERTIFICAT
                            END-IF
                        END-IF
                    END-IF
                    MOVE jiTampon TO atTampon
                    WRITE atTampon
                END-READ
            END-PERFORM
            CLOSE Fimages
            CLOSE Fanontmp
            PERFORM RT_REMPLACER_FICHIER
        END-IF.

        RT_REMPLACER_FICHIER.
        IF Wrt_modifies > 0 THEN
            CALL "CBL_COPY_FILE" USING Wrt_tmp Wrt_fichier
            END-CALL
        END-IF
        CALL "CBL_DELETE_FILE" USING Wrt_tmp
        END-CALL.

        GERER_EXTRAITS.
        DISPLAY "Extraits à la demande :"
        DISPLAY "1 : Lister les définitions"
        DISPLAY "2 : Exécuter un extrait"
        DISPLAY "3 : Créer ou modifier une définition"
        DISPLAY "4 : Supprimer une définition"
        DISPLAY "0 : Retour"
        MOVE 9 TO Wxd_choix
        PERFORM WITH TEST AFTER UNTIL Wxd_choix < 5
            ACCEPT Wxd_choix
        END-PERFORM
        EVALUATE Wxd_choix
            WHEN 1
                PERFORM XD_LISTER
            WHEN 2
                PERFORM XD_EXECUTER_INTERACTIF
            WHEN 3
                MOVE 2 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM XD_SAISIR
                END-IF
            WHEN 4
                MOVE 2 TO Wacc_requis
                PERFORM VERIFIER_ACCES_NIVEAU
                IF Wacc_ok = 1 THEN
                    PERFORM XD_SUPPRIMER
                END-IF
        END-EVALUATE.

        XD_LISTER.
        MOVE 0 TO Wxd_count
        OPEN INPUT Fextraits
        IF fxd_stat = 00 THEN
            MOVE 0 TO Wxd_fin
            PERFORM WITH TEST AFTER UNTIL Wxd_fin = 1
                READ Fextraits NEXT
                AT END MOVE 1 TO Wxd_fin
                NOT AT END
                    ADD 1 TO Wxd_count
                    DISPLAY fxd_nom, " ", fxd_libelle, " (",
fxd_fichier, ") sortie ", fxd_sortie, " planifié ", fxd_planifie
                END-READ
            END-PERFORM
            CLOSE Fextraits
        END-IF
        IF Wxd_count = 0 THEN
            DISPLAY "Aucune définition d'extrait."
        END-IF.

        XD_EXECUTER_INTERACTIF.
        DISPLAY "Nom de l'extrait ?"
        MOVE SPACES TO Wxd_nom
        ACCEPT Wxd_nom
        MOVE FUNCTION UPPER-CASE(Wxd_nom) TO Wxd_nom
        OPEN INPUT Fextraits
        MOVE Wxd_nom TO fxd_nom
        READ Fextraits
        INVALID KEY
            DISPLAY "Extrait inconnu : ", Wxd_nom
        NOT INVALID KEY
            DISPLAY fxd_libelle
            DISPLAY "Sortie ? (1 : Écran // 2 : Fichier spool",
" // 3 : Fichier CSV) [", fxd_sortie, "]"
            MOVE 0 TO Wxd_mode
            PERFORM WITH TEST AFTER UNTIL Wxd_mode > 0 AND Wxd_mode < 4
                ACCEPT Wxd_mode
            END-PERFORM
            PERFORM XD_EXECUTER
        END-READ
        CLOSE Fextraits.

        EXECUTER_EXTRAITS_PLANIFIES.
        MOVE 0 TO Wxd_i
        OPEN INPUT Fextraits
        IF fxd_stat = 00 THEN
            MOVE 0 TO Wxd_fin
            PERFORM WITH TEST AFTER UNTIL Wxd_fin = 1
                READ Fextraits NEXT
                AT END MOVE 1 TO Wxd_fin
                NOT AT END
                    IF fxd_planifie = 1 THEN
                        MOVE fxd_sortie TO Wxd_mode
                        IF Wxd_mode NOT = 3 THEN
                            MOVE 2 TO Wxd_mode
                        END-IF
                        PERFORM XD_EXECUTER
                        ADD 1 TO Wxd_i
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fextraits
        END-IF
        DISPLAY "EXTRAITS : ", Wxd_i, " extrait(s) planifié(s) produit(s).".

        XD_EXECUTER.
        PERFORM XD_RESOUDRE
        IF Wxd_erreur = 0 THEN
            EVALUATE Wxd_mode
                WHEN 1
                    MOVE 0 TO Wsp_actifSpool
                    PERFORM DEBUT_PAGINATION
                    MOVE " " TO Wxd_sep
                WHEN 2
                    MOVE 0 TO Wsp_actifSpool
                    PERFORM DEBUT_PAGINATION
                    MOVE SPACES TO Wsp_nomRapport
                    STRING "EXTRAIT_" DELIMITED BY SIZE
                        fxd_nom DELIMITED BY SPACE
                        INTO Wsp_nomRapport
                    END-STRING
                    PERFORM OUVRIR_SPOOL
                    MOVE " " TO Wxd_sep
                WHEN 3
                    MOVE SPACES TO Wxd_fichierCsv
                    STRING "extrait_" DELIMITED BY SIZE
                        FUNCTION LOWER-CASE(fxd_nom) DELIMITED BY SPACE
                        ".csv" DELIMITED BY SIZE
                        INTO Wxd_fichierCsv
                    END-STRING
                    OPEN OUTPUT Fextrait_csv
                    MOVE ";" TO Wxd_sep
            END-EVALUATE
            PERFORM XD_ENTETE
            PERFORM XD_SORTIE_LIGNE
            MOVE 0 TO Wxd_count
            MOVE 0 TO Wxd_seq
            IF fxd_sens = "D" THEN
                SORT Wtri_extrait ON DESCENDING KEY wtx_cle
                    ON ASCENDING KEY wtx_seq
                    INPUT PROCEDURE IS XD_ALIMENTER
                    OUTPUT PROCEDURE IS XD_RESTITUER
            ELSE
                SORT Wtri_extrait ON ASCENDING KEY wtx_cle wtx_seq
                    INPUT PROCEDURE IS XD_ALIMENTER
                    OUTPUT PROCEDURE IS XD_RESTITUER
            END-IF
            IF Wxd_mode = 3 THEN
                CLOSE Fextrait_csv
                DISPLAY "Extrait ", fxd_nom, " : ", Wxd_count,
" ligne(s) écrite(s) dans ", Wxd_fichierCsv
            ELSE
                MOVE SPACES TO Wsp_ligne
                STRING Wxd_count DELIMITED BY SIZE
                    " ligne(s) extraite(s)." DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
                PERFORM FIN_RAPPORT
            END-IF
            MOVE "EXTRAIT" TO Wau_module
            MOVE "EXECUTE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING fxd_nom DELIMITED BY SPACE
                " sortie " DELIMITED BY SIZE
                Wxd_mode DELIMITED BY SIZE
                " lignes " DELIMITED BY SIZE
                Wxd_count DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        XD_CHARGER_DICO.
        MOVE 0 TO Wxd_nbDico
        MOVE 1 TO Wxd_posCour
        EVALUATE Wxd_dicoFichier
            WHEN "pays.dat"
                PERFORM XD_DICO_PAYS
            WHEN "astronautes.dat"
                PERFORM XD_DICO_ASTRONAUTES
            WHEN "equipes.dat"
                PERFORM XD_DICO_EQUIPES
            WHEN "missions.dat"
                PERFORM XD_DICO_MISSIONS
            WHEN "vaisseaux.dat"
                PERFORM XD_DICO_VAISSEAUX
            WHEN "lieux.dat"
                PERFORM XD_DICO_LIEUX
        END-EVALUATE.

        XD_AJOUTER_CHAMP.
        ADD 1 TO Wxd_nbDico
        MOVE Wxd_aNom TO Wxd_dNom(Wxd_nbDico)
        MOVE Wxd_posCour TO Wxd_dPos(Wxd_nbDico)
        MOVE Wxd_aLg TO Wxd_dLg(Wxd_nbDico)
        MOVE Wxd_aType TO Wxd_dType(Wxd_nbDico)
        ADD Wxd_aLg TO Wxd_posCour.

        XD_CHERCHER_CHAMP.
        MOVE 0 TO Wxd_k
        PERFORM VARYING Wxd_i FROM 1 BY 1
                UNTIL Wxd_i > Wxd_nbDico OR Wxd_k > 0
            IF FUNCTION UPPER-CASE(Wxd_dNom(Wxd_i))
                    = FUNCTION UPPER-CASE(Wxd_aNom)
            AND Wxd_dType(Wxd_i) NOT = "S" THEN
                MOVE Wxd_i TO Wxd_k
            END-IF
        END-PERFORM.

        XD_RESOUDRE.
        MOVE 0 TO Wxd_erreur
        MOVE fxd_fichier TO Wxd_dicoFichier
        PERFORM XD_CHARGER_DICO
        IF Wxd_nbDico = 0 THEN
            DISPLAY "Extrait ", fxd_nom, " : fichier maître inconnu ",
fxd_fichier
            MOVE 1 TO Wxd_erreur
        END-IF
        PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > fxd_nbChamps
            MOVE fxd_champ(Wxd_f) TO Wxd_aNom
            PERFORM XD_CHERCHER_CHAMP
            MOVE Wxd_k TO Wxd_iChamp(Wxd_f)
            IF Wxd_k = 0 THEN
                DISPLAY "Extrait ", fxd_nom, " : champ inconnu ",
fxd_champ(Wxd_f)
                MOVE 1 TO Wxd_erreur
            END-IF
        END-PERFORM
        PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > 3
            MOVE 0 TO Wxd_iFiltre(Wxd_f)
            IF fxd_fChamp(Wxd_f) NOT = SPACES THEN
                MOVE fxd_fChamp(Wxd_f) TO Wxd_aNom
                PERFORM XD_CHERCHER_CHAMP
                MOVE Wxd_k TO Wxd_iFiltre(Wxd_f)
                IF Wxd_k = 0 THEN
                    DISPLAY "Extrait ", fxd_nom, " : champ de filtre",
" inconnu ", fxd_fChamp(Wxd_f)
                    MOVE 1 TO Wxd_erreur
                END-IF
            END-IF
        END-PERFORM
        MOVE 0 TO Wxd_iTri
        IF fxd_tri NOT = SPACES THEN
            MOVE fxd_tri TO Wxd_aNom
            PERFORM XD_CHERCHER_CHAMP
            MOVE Wxd_k TO Wxd_iTri
            IF Wxd_k = 0 THEN
                DISPLAY "Extrait ", fxd_nom, " : champ de tri inconnu ",
fxd_tri
                MOVE 1 TO Wxd_erreur
            END-IF
        END-IF.

        XD_LARGEUR.
        IF Wxd_dType(Wxd_k) = "M" THEN
            MOVE 14 TO Wxd_lgAff
        ELSE
            MOVE Wxd_dLg(Wxd_k) TO Wxd_lgAff
        END-IF
        MOVE 0 TO Wxd_ptr
        INSPECT Wxd_dNom(Wxd_k) TALLYING Wxd_ptr
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF Wxd_ptr > Wxd_lgAff THEN
            MOVE Wxd_ptr TO Wxd_lgAff
        END-IF.

        XD_AJOUTER_VALEUR.
        IF Wxd_ptr + Wxd_lgAff <= 300 THEN
            MOVE Wxd_valeur(1:Wxd_lgAff) TO Wxd_ligne(Wxd_ptr:Wxd_lgAff)
            ADD Wxd_lgAff TO Wxd_ptr
            IF Wxd_f < fxd_nbChamps THEN
                MOVE Wxd_sep TO Wxd_ligne(Wxd_ptr:1)
                ADD 1 TO Wxd_ptr
            END-IF
        END-IF.

        XD_ENTETE.
        MOVE SPACES TO Wxd_ligne
        MOVE 1 TO Wxd_i
        PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > fxd_nbChamps
            MOVE Wxd_iChamp(Wxd_f) TO Wxd_k
            PERFORM XD_LARGEUR
            MOVE Wxd_dNom(Wxd_k) TO Wxd_valeur
            MOVE Wxd_i TO Wxd_ptr
            PERFORM XD_AJOUTER_VALEUR
            MOVE Wxd_ptr TO Wxd_i
        END-PERFORM.

        XD_CONSTRUIRE_LIGNE.
        MOVE SPACES TO Wxd_ligne
        MOVE 1 TO Wxd_i
        PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > fxd_nbChamps
            MOVE Wxd_iChamp(Wxd_f) TO Wxd_k
            PERFORM XD_LARGEUR
            MOVE SPACES TO Wxd_valeur
            IF Wxd_dType(Wxd_k) = "M" THEN
                MOVE FUNCTION NUMVAL(
                    Wig_enreg(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k)))
                    TO Wxd_montant
                DIVIDE 100 INTO Wxd_montant
                MOVE Wxd_montant TO Wxd_montantECR
                MOVE Wxd_montantECR TO Wxd_valeur
            ELSE
                MOVE Wig_enreg(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k))
                    TO Wxd_valeur
            END-IF
            MOVE Wxd_i TO Wxd_ptr
            PERFORM XD_AJOUTER_VALEUR
            MOVE Wxd_ptr TO Wxd_i
        END-PERFORM.

        XD_SORTIE_LIGNE.
        IF Wxd_mode = 3 THEN
            MOVE Wxd_ligne TO xcTampon
            WRITE xcTampon
        ELSE
            MOVE Wxd_ligne TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF.

        XD_COMPARER.
        MOVE 0 TO Wxd_cmp
        IF Wxd_dType(Wxd_k) = "X" THEN
            MOVE SPACES TO Wxd_gauche
            MOVE Wig_enreg(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k)) TO Wxd_gauche
            MOVE FUNCTION UPPER-CASE(Wxd_gauche) TO Wxd_gauche
            MOVE SPACES TO Wxd_droite
            MOVE FUNCTION UPPER-CASE(fxd_fValeur(Wxd_f)) TO Wxd_droite
            IF Wxd_gauche < Wxd_droite THEN
                MOVE -1 TO Wxd_cmp
            END-IF
            IF Wxd_gauche > Wxd_droite THEN
                MOVE 1 TO Wxd_cmp
            END-IF
        ELSE
            MOVE FUNCTION NUMVAL(
                Wig_enreg(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k)))
                TO Wxd_nGauche
            IF Wxd_dType(Wxd_k) = "M" THEN
                DIVIDE 100 INTO Wxd_nGauche
            END-IF
            MOVE FUNCTION NUMVAL(fxd_fValeur(Wxd_f)) TO Wxd_nDroite
            IF Wxd_nGauche < Wxd_nDroite THEN
                MOVE -1 TO Wxd_cmp
            END-IF
            IF Wxd_nGauche > Wxd_nDroite THEN
                MOVE 1 TO Wxd_cmp
            END-IF
        END-IF.

        XD_FILTRER.
        MOVE 1 TO Wxd_retenu
        PERFORM VARYING Wxd_f FROM 1 BY 1
                UNTIL Wxd_f > 3 OR Wxd_retenu = 0
            IF Wxd_iFiltre(Wxd_f) > 0 THEN
                MOVE Wxd_iFiltre(Wxd_f) TO Wxd_k
                PERFORM XD_COMPARER
                EVALUATE fxd_fOper(Wxd_f)
                    WHEN "= "
                        IF Wxd_cmp NOT = 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                    WHEN "<>"
                        IF Wxd_cmp = 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                    WHEN "< "
                        IF Wxd_cmp NOT < 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                    WHEN "> "
                        IF Wxd_cmp NOT > 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                    WHEN "<="
                        IF Wxd_cmp > 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                    WHEN ">="
                        IF Wxd_cmp < 0 THEN
                            MOVE 0 TO Wxd_retenu
                        END-IF
                END-EVALUATE
            END-IF
        END-PERFORM.

        XD_ALIMENTER.
        MOVE fxd_fichier TO Wig_fichier
        MOVE 1 TO Wig_k
        PERFORM IG_OUVRIR_LECTURE
        IF Wig_stat NOT = 00 THEN
            DISPLAY "Extrait ", fxd_nom, " : fichier ", fxd_fichier,
" absent ou illisible (statut ", Wig_stat, ")."
        ELSE
            PERFORM IG_POSITIONNER
            IF Wig_eof = 0 THEN
                PERFORM WITH TEST AFTER UNTIL Wig_eof = 1
                    PERFORM IG_LIRE_SUIVANT
                    IF Wig_eof = 0 AND
                       (Wig_stat = 00 OR Wig_stat = 02) THEN
                        PERFORM XD_FILTRER
                        IF Wxd_retenu = 1 THEN
                            PERFORM XD_CONSTRUIRE_LIGNE
                            MOVE SPACES TO wtx_cle
                            IF Wxd_iTri > 0 THEN
                                MOVE Wig_enreg(Wxd_dPos(Wxd_iTri):
                                    Wxd_dLg(Wxd_iTri)) TO wtx_cle
                            END-IF
                            ADD 1 TO Wxd_seq
                            MOVE Wxd_seq TO wtx_seq
                            MOVE Wxd_ligne TO wtx_ligne
                            RELEASE wtx_rec
                        END-IF
                    END-IF
                    IF Wig_stat NOT = 00 AND Wig_stat NOT = 02
                    AND Wig_stat NOT = 10 THEN
                        MOVE 1 TO Wig_eof
                    END-IF
                END-PERFORM
            END-IF
            PERFORM IG_FERMER
        END-IF.

        XD_RESTITUER.
        MOVE 0 TO Wxd_fin
        PERFORM WITH TEST AFTER UNTIL Wxd_fin = 1
            RETURN Wtri_extrait
                AT END MOVE 1 TO Wxd_fin
                NOT AT END
                    MOVE wtx_ligne TO Wxd_ligne
                    PERFORM XD_SORTIE_LIGNE
                    ADD 1 TO Wxd_count
            END-RETURN
        END-PERFORM.

        XD_SAISIR_CHAMP.
        MOVE 0 TO Wxd_k
        PERFORM WITH TEST AFTER UNTIL Wxd_k > 0
            MOVE SPACES TO Wxd_aNom
            ACCEPT Wxd_aNom
            PERFORM XD_CHERCHER_CHAMP
            IF Wxd_k = 0 THEN
                DISPLAY "Champ inconnu, recommencez."
            END-IF
        END-PERFORM.

        XD_SAISIR.
        DISPLAY "Nom de l'extrait ? (12 caractères maximum)"
        MOVE SPACES TO Wxd_nom
        ACCEPT Wxd_nom
        MOVE FUNCTION UPPER-CASE(Wxd_nom) TO Wxd_nom
        IF Wxd_nom = SPACES THEN
            DISPLAY "Nom obligatoire."
        ELSE
            OPEN I-O Fextraits
            MOVE Wxd_nom TO fxd_nom
            READ Fextraits
            INVALID KEY
                MOVE 0 TO Wxd_trouve
            NOT INVALID KEY
                MOVE 1 TO Wxd_trouve
                DISPLAY "Définition existante (", fxd_libelle,
"), elle sera remplacée."
            END-READ
            MOVE SPACES TO xdTampon
            MOVE Wxd_nom TO fxd_nom
            DISPLAY "Libellé ?"
            ACCEPT fxd_libelle
            DISPLAY "Fichier maître ? (1 : Pays // 2 : Astronautes",
" // 3 : Équipes // 4 : Missions // 5 : Vaisseaux // 6 : Lieux)"
            MOVE 0 TO Wxd_numFichier
            PERFORM WITH TEST AFTER UNTIL
                    Wxd_numFichier > 0 AND Wxd_numFichier < 7
                ACCEPT Wxd_numFichier
            END-PERFORM
            EVALUATE Wxd_numFichier
                WHEN 1 MOVE "pays.dat" TO fxd_fichier
                WHEN 2 MOVE "astronautes.dat" TO fxd_fichier
                WHEN 3 MOVE "equipes.dat" TO fxd_fichier
                WHEN 4 MOVE "missions.dat" TO fxd_fichier
                WHEN 5 MOVE "vaisseaux.dat" TO fxd_fichier
                WHEN 6 MOVE "lieux.dat" TO fxd_fichier
            END-EVALUATE
            MOVE fxd_fichier TO Wxd_dicoFichier
            PERFORM XD_CHARGER_DICO
            DISPLAY "Champs disponibles :"
            PERFORM VARYING Wxd_i FROM 1 BY 1 UNTIL Wxd_i > Wxd_nbDico
                IF Wxd_dType(Wxd_i) NOT = "S" THEN
                    DISPLAY "  ", Wxd_dNom(Wxd_i)
                END-IF
            END-PERFORM
            DISPLAY "Nombre de champs en sortie ? (1 à 8)"
            MOVE 0 TO fxd_nbChamps
            PERFORM WITH TEST AFTER UNTIL
                    fxd_nbChamps > 0 AND fxd_nbChamps < 9
                ACCEPT fxd_nbChamps
            END-PERFORM
            PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > fxd_nbChamps
                DISPLAY "Champ ", Wxd_f, " ?"
                PERFORM XD_SAISIR_CHAMP
                MOVE Wxd_dNom(Wxd_k) TO fxd_champ(Wxd_f)
            END-PERFORM
            DISPLAY "Nombre de filtres ? (0 à 3)"
            MOVE 9 TO Wxd_nbFiltres
            PERFORM WITH TEST AFTER UNTIL Wxd_nbFiltres < 4
                ACCEPT Wxd_nbFiltres
            END-PERFORM
            PERFORM VARYING Wxd_f FROM 1 BY 1 UNTIL Wxd_f > Wxd_nbFiltres
                DISPLAY "Filtre ", Wxd_f, " : champ ?"
                PERFORM XD_SAISIR_CHAMP
                MOVE Wxd_dNom(Wxd_k) TO fxd_fChamp(Wxd_f)
                DISPLAY "Opérateur ? (=  <>  <  >  <=  >=)"
                MOVE SPACES TO fxd_fOper(Wxd_f)
                PERFORM WITH TEST AFTER UNTIL fxd_fOper(Wxd_f) = "= "
                        OR fxd_fOper(Wxd_f) = "<>"
                        OR fxd_fOper(Wxd_f) = "< "
                        OR fxd_fOper(Wxd_f) = "> "
                        OR fxd_fOper(Wxd_f) = "<="
                        OR fxd_fOper(Wxd_f) = ">="
                    ACCEPT fxd_fOper(Wxd_f)
                END-PERFORM
                DISPLAY "Valeur ?"
                ACCEPT fxd_fValeur(Wxd_f)
            END-PERFORM
            DISPLAY "Champ de tri ? (vide : ordre du fichier)"
            MOVE 0 TO Wxd_fin
            PERFORM WITH TEST AFTER UNTIL Wxd_fin = 1
                MOVE SPACES TO Wxd_aNom
                ACCEPT Wxd_aNom
                IF Wxd_aNom = SPACES THEN
                    MOVE 1 TO Wxd_fin
                ELSE
                    PERFORM XD_CHERCHER_CHAMP
                    IF Wxd_k = 0 THEN
                        DISPLAY "Champ inconnu, recommencez."
                    ELSE
                        MOVE Wxd_dNom(Wxd_k) TO fxd_tri
                        MOVE 1 TO Wxd_fin
                    END-IF
                END-IF
            END-PERFORM
            MOVE "A" TO fxd_sens
            IF fxd_tri NOT = SPACES THEN
                DISPLAY "Ordre ? (A : Croissant // D : Décroissant)"
                MOVE SPACES TO fxd_sens
                PERFORM WITH TEST AFTER UNTIL
                        fxd_sens = "A" OR fxd_sens = "D"
                    ACCEPT fxd_sens
                    MOVE FUNCTION UPPER-CASE(fxd_sens) TO fxd_sens
                END-PERFORM
            END-IF
            DISPLAY "Sortie par défaut ? (1 : Écran // 2 : Fichier",
" spool // 3 : Fichier CSV)"
            MOVE 0 TO fxd_sortie
            PERFORM WITH TEST AFTER UNTIL
                    fxd_sortie > 0 AND fxd_sortie < 4
                ACCEPT fxd_sortie
            END-PERFORM
            DISPLAY "Exécuter dans les travaux de nuit (EXTRAITS) ?",
" (0 : Non // 1 : Oui)"
            MOVE 9 TO fxd_planifie
            PERFORM WITH TEST AFTER UNTIL
                    fxd_planifie = 0 OR fxd_planifie = 1
                ACCEPT fxd_planifie
            END-PERFORM
            ACCEPT fxd_dateMaj FROM DATE YYYYMMDD
            MOVE Wop_id TO fxd_opMaj
            IF Wxd_trouve = 1 THEN
                REWRITE xdTampon END-REWRITE
            ELSE
                WRITE xdTampon END-WRITE
            END-IF
            IF fxd_stat NOT = 00 THEN
                MOVE fxd_stat TO Wchk_stat
                MOVE "Fextraits" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            ELSE
                DISPLAY "Définition ", fxd_nom, " enregistrée."
                MOVE "EXTRAIT" TO Wau_module
                MOVE "DEFINITION" TO Wau_action
                MOVE SPACES TO Wau_detail
                STRING fxd_nom DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    fxd_fichier DELIMITED BY SPACE
                    INTO Wau_detail
                END-STRING
                PERFORM ENREGISTRER_AUDIT
            END-IF
            CLOSE Fextraits
        END-IF.

        XD_SUPPRIMER.
        DISPLAY "Nom de l'extrait à supprimer ?"
        MOVE SPACES TO Wxd_nom
        ACCEPT Wxd_nom
        MOVE FUNCTION UPPER-CASE(Wxd_nom) TO Wxd_nom
        OPEN I-O Fextraits
        MOVE Wxd_nom TO fxd_nom
        READ Fextraits
        INVALID KEY
            DISPLAY "Extrait inconnu : ", Wxd_nom
        NOT INVALID KEY
            DELETE Fextraits END-DELETE
            IF fxd_stat NOT = 00 THEN
                MOVE fxd_stat TO Wchk_stat
                MOVE "Fextraits" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            ELSE
                DISPLAY "Définition ", Wxd_nom, " supprimée."
                MOVE "EXTRAIT" TO Wau_module
                MOVE "SUPPRIME" TO Wau_action
                MOVE Wxd_nom TO Wau_detail
                PERFORM ENREGISTRER_AUDIT
            END-IF
        END-READ
        CLOSE Fextraits.

        XD_DICO_PAYS.
        MOVE "nomPays" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "quota" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        XD_DICO_ASTRONAUTES.
        MOVE "idAstronaute" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nom" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "prenom" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "role" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "pays" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "idEquipe" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "statut" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "missionsVolees" TO Wxd_aNom
        MOVE 3 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nomLieu" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "specialite" TO Wxd_aNom
        MOVE 2 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "idCohorte" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "etapeFormation" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "doseCarriere" TO Wxd_aNom
        MOVE 7 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "joursVol" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "grade" TO Wxd_aNom
        MOVE 2 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        XD_DICO_EQUIPES.
        MOVE "idEquipe" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nbAstronautes" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "description" TO Wxd_aNom
        MOVE 50 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "idMission" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nomVaisseau" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "budgetFonctionnement" TO Wxd_aNom
        MOVE 11 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "depensesFonctionnement" TO Wxd_aNom
        MOVE 11 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "missionsTerminees" TO Wxd_aNom
        MOVE 3 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coutMissions" TO Wxd_aNom
        MOVE 13 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateDernierRetour" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        XD_DICO_MISSIONS.
        MOVE "idMission" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nomLieu" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "description" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateDebut" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateFin" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "statut" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "budgetEstime" TO Wxd_aNom
        MOVE 11 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coutReel" TO Wxd_aNom
        MOVE 11 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "typeMission" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "idMissionDepend" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "scoreRisque" TO Wxd_aNom
        MOVE 2 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "devise" TO Wxd_aNom
        MOVE 3 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "classification" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "scoreObjectifs" TO Wxd_aNom
        MOVE 3 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "objEvalue" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        XD_DICO_VAISSEAUX.
        MOVE "nomVaisseau" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "typeVaisseau" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "capacite" TO Wxd_aNom
        MOVE 2 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "nomLieu" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "disponible" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "idMission" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateArrivee" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "rayonAction" TO Wxd_aNom
        MOVE 6 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "intervalleMaint" TO Wxd_aNom
        MOVE 4 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateDernierEntretien" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dateAcquisition" TO Wxd_aNom
        MOVE 8 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "carburant" TO Wxd_aNom
        MOVE 6 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "vitesseCroisiere" TO Wxd_aNom
        MOVE 4 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coutAcquisition" TO Wxd_aNom
        MOVE 11 TO Wxd_aLg
        MOVE "M" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dureeService" TO Wxd_aNom
        MOVE 2 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        XD_DICO_LIEUX.
        MOVE "nomLieu" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "typeLieu" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "habitable" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "actif" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "lieuParent" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dangerRadiation" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dangerGravite" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "dangerAtmosphere" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "capaciteAccueil" TO Wxd_aNom
        MOVE 5 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "paysProprietaire" TO Wxd_aNom
        MOVE 30 TO Wxd_aLg
        MOVE "X" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "depotCarburant" TO Wxd_aNom
        MOVE 1 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "capaciteQuai" TO Wxd_aNom
        MOVE 3 TO Wxd_aLg
        MOVE "9" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coordX" TO Wxd_aNom
        MOVE 6 TO Wxd_aLg
        MOVE "S" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coordY" TO Wxd_aNom
        MOVE 6 TO Wxd_aLg
        MOVE "S" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP
        MOVE "coordZ" TO Wxd_aNom
        MOVE 6 TO Wxd_aLg
        MOVE "S" TO Wxd_aType
        PERFORM XD_AJOUTER_CHAMP.

        EXTRAIT_DIFFERENTIEL.
        DISPLAY "Système destinataire ? (ex. RH, FINANCE)"
        MOVE SPACES TO Wdc_conso
        ACCEPT Wdc_conso
        MOVE FUNCTION UPPER-CASE(Wdc_conso) TO Wdc_conso
        IF Wdc_conso = SPACES THEN
            DISPLAY "Destinataire obligatoire."
        ELSE
            OPEN I-O Fdelta_marques
            MOVE Wdc_conso TO fdm_consommateur
            READ Fdelta_marques
            INVALID KEY
                MOVE 0 TO Wdc_trouve
                MOVE 0 TO Wdc_marque
                DISPLAY "Nouveau destinataire : extraction depuis le",
" début du journal d'audit."
            NOT INVALID KEY
                MOVE 1 TO Wdc_trouve
                MOVE fdm_seqAudit TO Wdc_marque
                DISPLAY "Dernier extrait le ", fdm_dateExtrait, " à ",
fdm_heureExtrait, " jusqu'à l'événement n° ", fdm_seqAudit
            END-READ
            PERFORM DC_EXTRAIRE
            PERFORM DC_MAJ_MARQUE
            CLOSE Fdelta_marques
        END-IF.

        EXTRAIT_DIFFERENTIEL_BATCH.
        MOVE 0 TO Wdc_nbConso
        OPEN I-O Fdelta_marques
        IF fdm_stat = 00 THEN
            MOVE 0 TO Wdc_fin
            PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
                READ Fdelta_marques NEXT
                AT END MOVE 1 TO Wdc_fin
                NOT AT END
                    MOVE 1 TO Wdc_trouve
                    MOVE fdm_consommateur TO Wdc_conso
                    MOVE fdm_seqAudit TO Wdc_marque
                    PERFORM DC_EXTRAIRE
                    PERFORM DC_MAJ_MARQUE
                    ADD 1 TO Wdc_nbConso
                END-READ
            END-PERFORM
            CLOSE Fdelta_marques
        END-IF
        DISPLAY "DELTA : ", Wdc_nbConso, " destinataire(s) servi(s).".

        DC_MAJ_MARQUE.
        MOVE Wdc_conso TO fdm_consommateur
        MOVE Wdc_nouvMarque TO fdm_seqAudit
        MOVE Wdc_date TO fdm_dateExtrait
        MOVE Wdc_heure TO fdm_heureExtrait
        MOVE Wdc_nb TO fdm_nbEvenements
        MOVE Wdc_fichier TO fdm_fichier
        IF Wdc_trouve = 1 THEN
            REWRITE dmTampon END-REWRITE
        ELSE
            WRITE dmTampon END-WRITE
        END-IF
        IF fdm_stat NOT = 00 THEN
            MOVE fdm_stat TO Wchk_stat
            MOVE "Fdelta_marques" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        DC_EXTRAIRE.
        ACCEPT Wdc_date FROM DATE YYYYMMDD
        ACCEPT Wdc_heure FROM TIME
        PERFORM DC_INIT_ENTITES
        PERFORM DC_LIRE_AUDIT
        IF Wdc_nb > 0 THEN
            PERFORM DC_LIRE_IMAGES
            PERFORM DC_LIRE_COURANTS
        END-IF
        MOVE SPACES TO Wdc_fichier
        STRING "delta_" DELIMITED BY SIZE
            FUNCTION LOWER-CASE(Wdc_conso) DELIMITED BY SPACE
            "_" DELIMITED BY SIZE
            Wdc_date DELIMITED BY SIZE
            Wdc_heure DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
            INTO Wdc_fichier
        END-STRING
        MOVE 0 TO Wdc_nbLignes
        OPEN OUTPUT Fdelta
        MOVE "seq;date;heure;operateur;entite;operation;cle;champ;avant;apres"
            TO dcTampon
        WRITE dcTampon
        PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > Wdc_nb
            PERFORM DC_ECRIRE_EVENEMENT
        END-PERFORM
        CLOSE Fdelta
        DISPLAY "Extrait différentiel ", Wdc_conso, " : ", Wdc_nb,
" événement(s), ", Wdc_nbLignes, " ligne(s) dans ", Wdc_fichier
        DISPLAY "  Événements d'audit n° ", Wdc_marque, " exclu à ",
Wdc_nouvMarque, " inclus."
        IF Wdc_marque > 0 AND Wdc_premier > Wdc_marque + 1 THEN
            DISPLAY "ATTENTION : les événements n° ", Wdc_marque,
" à ", Wdc_premier, " ne sont plus dans audit.dat (segment clôturé),",
" ils ne figurent pas dans cet extrait."
        END-IF
        IF Wdc_plein = 1 THEN
            DISPLAY "ATTENTION : limite de 500 événements atteinte,",
" relancer l'extrait pour obtenir la suite."
        END-IF
        MOVE "DELTA" TO Wau_module
        MOVE "EXTRAIT" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wdc_conso DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            Wdc_marque DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            Wdc_nouvMarque DELIMITED BY SIZE
            " evt " DELIMITED BY SIZE
            Wdc_nb DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT.

        DC_INIT_ENTITES.
        MOVE "ASTRONAUTES" TO Wdc_entModule(1)
        MOVE "Fastronautes" TO Wdc_entJournal(1)
        MOVE "astronautes.dat" TO Wdc_entFichier(1)
        MOVE "EQUIPES" TO Wdc_entModule(2)
        MOVE "Fequipes" TO Wdc_entJournal(2)
        MOVE "equipes.dat" TO Wdc_entFichier(2)
        MOVE "MISSIONS" TO Wdc_entModule(3)
        MOVE "Fmissions" TO Wdc_entJournal(3)
        MOVE "missions.dat" TO Wdc_entFichier(3)
        MOVE "VAISSEAUX" TO Wdc_entModule(4)
        MOVE "Fvaisseaux" TO Wdc_entJournal(4)
        MOVE "vaisseaux.dat" TO Wdc_entFichier(4)
        MOVE "LIEUX" TO Wdc_entModule(5)
        MOVE "Flieux" TO Wdc_entJournal(5)
        MOVE "lieux.dat" TO Wdc_entFichier(5).

        DC_LIRE_AUDIT.
        MOVE 0 TO Wdc_nb
        MOVE 0 TO Wdc_plein
        MOVE 0 TO Wdc_premier
        MOVE Wdc_marque TO Wdc_nouvMarque
        OPEN INPUT Faudit
        IF fau_stat = 00 THEN
            MOVE 0 TO Wdc_fin
            PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
                READ Faudit
                AT END MOVE 1 TO Wdc_fin
                NOT AT END
                    MOVE SPACES TO Wdc_aSeq
                    UNSTRING auTampon DELIMITED BY ";"
                        INTO Wdc_aDate Wdc_aHeure Wdc_aOp Wdc_aModule
                             Wdc_aAction Wdc_aDetail Wdc_aSeq
                    END-UNSTRING
                    MOVE FUNCTION NUMVAL(Wdc_aSeq) TO Wdc_seq
                    IF Wdc_seq > Wdc_marque AND Wdc_plein = 0 THEN
                        IF Wdc_premier = 0 THEN
                            MOVE Wdc_seq TO Wdc_premier
                        END-IF
                        PERFORM DC_RETENIR_EVENEMENT
                        IF Wdc_plein = 0 THEN
                            MOVE Wdc_seq TO Wdc_nouvMarque
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Faudit
        END-IF.

        DC_RETENIR_EVENEMENT.
        MOVE 0 TO Wdc_e
        PERFORM VARYING Wdc_k FROM 1 BY 1 UNTIL Wdc_k > 5
            IF Wdc_aModule = Wdc_entModule(Wdc_k) THEN
                MOVE Wdc_k TO Wdc_e
            END-IF
        END-PERFORM
        IF Wdc_e > 0 THEN
            MOVE 0 TO Wdc_autre
            MOVE Wdc_aDetail(1:30) TO Wdc_cle1
            EVALUATE Wdc_aAction
                WHEN "AJOUT"
                    MOVE "I" TO Wdc_champ
                WHEN "MODIFIER"
                    MOVE "U" TO Wdc_champ
                WHEN "SUPPRIMER"
                    MOVE "D" TO Wdc_champ
                WHEN OTHER
                    MOVE "U" TO Wdc_champ
                    MOVE 1 TO Wdc_autre
                    MOVE SPACES TO Wdc_cle1
                    MOVE SPACES TO Wdc_cle2
                    UNSTRING Wdc_aDetail DELIMITED BY " / " OR " -> "
                            OR " "
                        INTO Wdc_cle1 Wdc_cle2
                    END-UNSTRING
                    IF Wdc_aAction = "RENOMMER" THEN
                        MOVE Wdc_cle2 TO Wdc_cle1
                    END-IF
            END-EVALUATE
            IF Wdc_champ NOT = SPACES THEN
                IF Wdc_nb >= 500 THEN
                    MOVE 1 TO Wdc_plein
                ELSE
                    ADD 1 TO Wdc_nb
                    MOVE Wdc_seq TO Wdc_eSeq(Wdc_nb)
                    MOVE FUNCTION NUMVAL(Wdc_aDate) TO Wdc_eDate(Wdc_nb)
                    MOVE FUNCTION NUMVAL(Wdc_aHeure)
                        TO Wdc_eHeure(Wdc_nb)
                    MOVE Wdc_aOp TO Wdc_eOp(Wdc_nb)
                    MOVE Wdc_e TO Wdc_eEnt(Wdc_nb)
                    MOVE Wdc_champ(1:1) TO Wdc_eOper(Wdc_nb)
                    MOVE Wdc_autre TO Wdc_eAutre(Wdc_nb)
                    MOVE Wdc_cle1 TO Wdc_eCle(Wdc_nb)
                    MOVE 0 TO Wdc_eAvantOk(Wdc_nb)
                    MOVE SPACES TO Wdc_eAvant(Wdc_nb)
                    MOVE 0 TO Wdc_eApresOk(Wdc_nb)
                    MOVE SPACES TO Wdc_eApres(Wdc_nb)
                END-IF
            END-IF
        END-IF.

        DC_LIRE_IMAGES.
        OPEN INPUT Fimages
        IF fji_stat = 00 THEN
            MOVE 0 TO Wdc_fin
            PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
                READ Fimages
                AT END MOVE 1 TO Wdc_fin
                NOT AT END
                    COMPUTE Wdc_tImage = fji_date * 100000000
                        + fji_heure
                    PERFORM VARYING Wdc_i FROM 1 BY 1
                            UNTIL Wdc_i > Wdc_nb
                        IF fji_fichier =
                                Wdc_entJournal(Wdc_eEnt(Wdc_i))
                        AND fji_cle = Wdc_eCle(Wdc_i) THEN
                            PERFORM DC_AFFECTER_IMAGE
                        END-IF
                    END-PERFORM
                END-READ
            END-PERFORM
            CLOSE Fimages
        END-IF.

        DC_AFFECTER_IMAGE.
        COMPUTE Wdc_tEvt = Wdc_eDate(Wdc_i) * 100000000
            + Wdc_eHeure(Wdc_i)
        IF Wdc_tImage <= Wdc_tEvt THEN
            MOVE fji_image TO Wdc_eAvant(Wdc_i)
            MOVE 1 TO Wdc_eAvantOk(Wdc_i)
        ELSE
            IF Wdc_eApresOk(Wdc_i) = 0 THEN
                MOVE fji_image TO Wdc_eApres(Wdc_i)
                MOVE 1 TO Wdc_eApresOk(Wdc_i)
            END-IF
        END-IF.

        DC_LIRE_COURANTS.
        OPEN INPUT Fastronautes
        OPEN INPUT Fequipes
        OPEN INPUT Fmissions
        OPEN INPUT Fvaisseaux
        OPEN INPUT Flieux
        PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > Wdc_nb
            IF Wdc_eApresOk(Wdc_i) = 0 THEN
                EVALUATE Wdc_eEnt(Wdc_i)
                    WHEN 1
                        MOVE FUNCTION NUMVAL(Wdc_eCle(Wdc_i))
                            TO fa_idAstronaute
                        READ Fastronautes
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE aTampon TO Wdc_eApres(Wdc_i)
                            MOVE 1 TO Wdc_eApresOk(Wdc_i)
                        END-READ
                    WHEN 2
                        MOVE FUNCTION NUMVAL(Wdc_eCle(Wdc_i))
                            TO fe_idEquipe
                        READ Fequipes
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE eTampon TO Wdc_eApres(Wdc_i)
                            MOVE 1 TO Wdc_eApresOk(Wdc_i)
                        END-READ
                    WHEN 3
                        MOVE FUNCTION NUMVAL(Wdc_eCle(Wdc_i))
                            TO fm_idMission
                        READ Fmissions
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE mTampon TO Wdc_eApres(Wdc_i)
                            MOVE 1 TO Wdc_eApresOk(Wdc_i)
                        END-READ
                    WHEN 4
                        MOVE Wdc_eCle(Wdc_i) TO fv_nomVaisseau
                        READ Fvaisseaux
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE vTampon TO Wdc_eApres(Wdc_i)
                            MOVE 1 TO Wdc_eApresOk(Wdc_i)
                        END-READ
                    WHEN 5
                        MOVE Wdc_eCle(Wdc_i) TO fl_nomLieu
                        READ Flieux
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE lTampon TO Wdc_eApres(Wdc_i)
                            MOVE 1 TO Wdc_eApresOk(Wdc_i)
                        END-READ
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE Fastronautes
        CLOSE Fequipes
        CLOSE Fmissions
        CLOSE Fvaisseaux
        CLOSE Flieux.

        DC_ECRIRE_EVENEMENT.
        MOVE Wdc_entFichier(Wdc_eEnt(Wdc_i)) TO Wxd_dicoFichier
        PERFORM XD_CHARGER_DICO
        IF Wdc_eApresOk(Wdc_i) = 0 THEN
            IF Wdc_eAutre(Wdc_i) = 0 THEN
                MOVE "*" TO Wdc_champ
                MOVE SPACES TO Wdc_avant
                MOVE "ENREGISTREMENT ABSENT" TO Wdc_apres
                PERFORM DC_ECRIRE_LIGNE
            END-IF
        ELSE
            IF Wdc_eOper(Wdc_i) = "I" OR Wdc_eAvantOk(Wdc_i) = 0 THEN
                PERFORM VARYING Wxd_k FROM 1 BY 1
                        UNTIL Wxd_k > Wxd_nbDico
                    MOVE Wxd_dNom(Wxd_k) TO Wdc_champ
                    MOVE SPACES TO Wdc_avant
                    MOVE Wdc_eApres(Wdc_i) TO Wdc_src
                    PERFORM DC_VALEUR
                    MOVE Wdc_val TO Wdc_apres
                    PERFORM DC_ECRIRE_LIGNE
                END-PERFORM
            ELSE
                MOVE 0 TO Wdc_nbChange
                PERFORM VARYING Wxd_k FROM 1 BY 1
                        UNTIL Wxd_k > Wxd_nbDico
                    IF Wdc_eAvant(Wdc_i)(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k))
                    NOT = Wdc_eApres(Wdc_i)(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k))
                    THEN
                        ADD 1 TO Wdc_nbChange
                        MOVE Wxd_dNom(Wxd_k) TO Wdc_champ
                        MOVE Wdc_eAvant(Wdc_i) TO Wdc_src
                        PERFORM DC_VALEUR
                        MOVE Wdc_val TO Wdc_avant
                        MOVE Wdc_eApres(Wdc_i) TO Wdc_src
                        PERFORM DC_VALEUR
                        MOVE Wdc_val TO Wdc_apres
                        PERFORM DC_ECRIRE_LIGNE
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

        DC_VALEUR.
        MOVE SPACES TO Wdc_val
        IF Wxd_dType(Wxd_k) = "M" THEN
            MOVE FUNCTION NUMVAL(Wdc_src(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k)))
                TO Wxd_montant
            DIVIDE 100 INTO Wxd_montant
            MOVE Wxd_montant TO Wxd_montantECR
            MOVE Wxd_montantECR TO Wdc_val
        ELSE
            MOVE Wdc_src(Wxd_dPos(Wxd_k):Wxd_dLg(Wxd_k)) TO Wdc_val
        END-IF.

        DC_ECRIRE_LIGNE.
        MOVE SPACES TO dcTampon
        STRING Wdc_eSeq(Wdc_i) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_eDate(Wdc_i) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_eHeure(Wdc_i) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_eOp(Wdc_i) DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wdc_entModule(Wdc_eEnt(Wdc_i)) DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wdc_eOper(Wdc_i) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_eCle(Wdc_i) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_champ DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wdc_avant DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wdc_apres DELIMITED BY SIZE
            INTO dcTampon
        END-STRING
        WRITE dcTampon
        ADD 1 TO Wdc_nbLignes.

        DEMANDER_RESTAURATION.
        DISPLAY ' '
        DISPLAY "Fichier à restaurer (ex : missions.dat) ?"
        ACCEPT Wrs_src
        MOVE 0 TO Wrs_num
        OPEN INPUT Fsauvegardes
        IF fsv_stat = 35 THEN
            DISPLAY "Aucune sauvegarde répertoriée."
        ELSE
            DISPLAY "#############"
            DISPLAY "Sauvegardes disponibles pour ", Wrs_src, " :"
            MOVE 0 TO Wrs_fin
            PERFORM WITH TEST AFTER UNTIL Wrs_fin = 1
                READ Fsauvegardes
                AT END MOVE 1 TO Wrs_fin
                NOT AT END
                    UNSTRING svTampon DELIMITED BY ";"
                        INTO Wrs_pDate Wrs_pHeure Wrs_pSrc Wrs_pDst
                    END-UNSTRING
                    IF Wrs_pSrc = Wrs_src THEN
                        ADD 1 TO Wrs_num
                        DISPLAY "  ", Wrs_num, " : du ", Wrs_pDate,
" à ", Wrs_pHeure, " (", Wrs_pDst, ")"
                    END-IF
            END-PERFORM
            CLOSE Fsauvegardes
            IF Wrs_num = 0 THEN
                DISPLAY "  Aucune sauvegarde pour ce fichier."
            ELSE
                DISPLAY "Numéro de la sauvegarde à restaurer ?",
" (0 pour annuler)"
                PERFORM WITH TEST AFTER UNTIL
                        Wrs_choix <= Wrs_num
                    ACCEPT Wrs_choix
                END-PERFORM
                IF Wrs_choix > 0 THEN
                    MOVE 0 TO Wrs_num
                    MOVE 0 TO Wrs_trouve
                    OPEN INPUT Fsauvegardes
                    MOVE 0 TO Wrs_fin
                    PERFORM WITH TEST AFTER UNTIL Wrs_fin = 1
                        READ Fsauvegardes
                        AT END MOVE 1 TO Wrs_fin
                        NOT AT END
                            UNSTRING svTampon DELIMITED BY ";"
                                INTO Wrs_pDate Wrs_pHeure Wrs_pSrc
                                     Wrs_pDst
                            END-UNSTRING
                            IF Wrs_pSrc = Wrs_src THEN
                                ADD 1 TO Wrs_num
                                IF Wrs_num = Wrs_choix THEN
                                    MOVE Wrs_pDst TO Wrs_dst
                                    MOVE 1 TO Wrs_trouve
                                END-IF
                            END-IF
                    END-PERFORM
                    CLOSE Fsauvegardes
                    IF Wrs_trouve = 1 THEN
                        MOVE "RESTAURER" TO Wap_action
                        MOVE SPACES TO Wap_param
                        MOVE Wrs_src TO Wap_param
                        MOVE SPACES TO Wap_param2
                        MOVE Wrs_dst TO Wap_param2
                        PERFORM CREER_APPROBATION
                    END-IF
                END-IF
            END-IF
        END-IF.

        PURGER_SAUVEGARDES.
        DISPLAY ' '
        DISPLAY "Nombre de sauvegardes à conserver par fichier ?"
        PERFORM WITH TEST AFTER UNTIL Wpg_n > 0
            ACCEPT Wpg_n
        END-PERFORM
        MOVE 0 TO Wpg_count
        MOVE 0 TO Wpg_trop
        OPEN INPUT Fsauvegardes
        IF fsv_stat = 35 THEN
            DISPLAY "Aucune sauvegarde répertoriée."
        ELSE
            MOVE 0 TO Wpg_fin
            PERFORM WITH TEST AFTER UNTIL Wpg_fin = 1
                READ Fsauvegardes
                AT END MOVE 1 TO Wpg_fin
                NOT AT END
                    IF Wpg_count < 300 THEN
                        ADD 1 TO Wpg_count
                        UNSTRING svTampon DELIMITED BY ";"
                            INTO Wpg_date(Wpg_count)
                                 Wpg_heure(Wpg_count)
                                 Wpg_src(Wpg_count)
                                 Wpg_dst(Wpg_count)
                        END-UNSTRING
                        MOVE 1 TO Wpg_garde(Wpg_count)
                    ELSE
                        MOVE 1 TO Wpg_trop
                    END-IF
            END-PERFORM
            CLOSE Fsauvegardes
            IF Wpg_trop = 1 THEN
                DISPLAY "Le journal des sauvegardes dépasse 300",
" entrées : rotation interrompue, aucune sauvegarde supprimée."
                DISPLAY "Relancez la purge après avoir réduit le",
" journal."
            ELSE
            MOVE 0 TO Wpg_nbSuppr
            PERFORM VARYING Wpg_i FROM 1 BY 1
                    UNTIL Wpg_i > Wpg_count
                MOVE 0 TO Wpg_apres
                PERFORM VARYING Wpg_j FROM Wpg_i BY 1
                        UNTIL Wpg_j > Wpg_count
                    IF Wpg_j > Wpg_i AND
                       Wpg_src(Wpg_j) = Wpg_src(Wpg_i) THEN
                        ADD 1 TO Wpg_apres
                    END-IF
                END-PERFORM
                IF Wpg_apres >= Wpg_n THEN
                    MOVE 0 TO Wpg_garde(Wpg_i)
                    CALL "CBL_DELETE_FILE" USING Wpg_dst(Wpg_i)
                    END-CALL
                    ADD 1 TO Wpg_nbSuppr
                END-IF
            END-PERFORM
            OPEN OUTPUT Fsauvegardes
            PERFORM VARYING Wpg_i FROM 1 BY 1
                    UNTIL Wpg_i > Wpg_count
                IF Wpg_garde(Wpg_i) = 1 THEN
                    STRING Wpg_date(Wpg_i) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wpg_heure(Wpg_i) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wpg_src(Wpg_i) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        Wpg_dst(Wpg_i) DELIMITED BY SIZE
                        INTO svTampon
                    END-STRING
                    WRITE svTampon
                END-IF
            END-PERFORM
            CLOSE Fsauvegardes
            MOVE "SYSTEME" TO Wau_module
            MOVE "ROTATION" TO Wau_action
            MOVE Wpg_nbSuppr TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY Wpg_nbSuppr,
" ancienne(s) sauvegarde(s) supprimée(s), ", Wpg_n,
" conservée(s) au plus par fichier."
            END-IF
        END-IF.

        ENREGISTRER_HISTORIQUE_EQUIPE.
        ACCEPT Wmh_date FROM DATE YYYYMMDD
        ACCEPT Wmh_heure FROM TIME
        OPEN EXTEND Fequipes_hist
        STRING Wmh_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wmh_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wmh_idAstronaute DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wmh_idEquipe DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wmh_action DELIMITED BY SIZE
            INTO heTampon
        END-STRING
        WRITE heTampon
        CLOSE Fequipes_hist.

        VALIDER_DATE.
        MOVE 1 TO Wdt_ok
        COMPUTE Wdt_annee = Wdt_date / 10000
        COMPUTE Wdt_mois = Wdt_date / 100
            - Wdt_annee * 100
        COMPUTE Wdt_jour = FUNCTION MOD(Wdt_date, 100)
        IF Wdt_annee < 1900 OR Wdt_annee > 2999 THEN
            MOVE 0 TO Wdt_ok
        END-IF
        IF Wdt_mois < 1 OR Wdt_mois > 12 THEN
            MOVE 0 TO Wdt_ok
        END-IF
        IF Wdt_ok = 1 THEN
            EVALUATE Wdt_mois
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO Wdt_max
                WHEN 2
                    IF (FUNCTION MOD(Wdt_annee, 4) = 0 AND
                        FUNCTION MOD(Wdt_annee, 100) NOT = 0) OR
                       FUNCTION MOD(Wdt_annee, 400) = 0 THEN
                        MOVE 29 TO Wdt_max
                    ELSE
                        MOVE 28 TO Wdt_max
                    END-IF
                WHEN OTHER
                    MOVE 31 TO Wdt_max
            END-EVALUATE
            IF Wdt_jour < 1 OR Wdt_jour > Wdt_max THEN
                MOVE 0 TO Wdt_ok
            END-IF
        END-IF.

        SAISIR_DATE.
        MOVE 0 TO Wdt_ok
        PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
            ACCEPT Wdt_date
            PERFORM VALIDER_DATE
            IF Wdt_ok = 0 THEN
                DISPLAY "Date invalide (AAAAMMJJ attendu),",
" ressaisissez :"
            END-IF
        END-PERFORM.

        OBTENIR_PROCHAIN_ID.
        MOVE 1 TO Wsq_propose
        OPEN I-O Fsequences
        MOVE Wsq_nom TO fsq_nom
        READ Fsequences
        INVALID KEY
            MOVE 1 TO fsq_prochaine
            WRITE sqTampon END-WRITE
        NOT INVALID KEY
            MOVE fsq_prochaine TO Wsq_propose
        END-READ
        CLOSE Fsequences.

        MAJ_SEQUENCE.
        OPEN I-O Fsequences
        MOVE Wsq_nom TO fsq_nom
        READ Fsequences
        INVALID KEY
            COMPUTE fsq_prochaine = Wsq_utilise + 1
            WRITE sqTampon END-WRITE
        NOT INVALID KEY
            IF Wsq_utilise >= fsq_prochaine THEN
                COMPUTE fsq_prochaine = Wsq_utilise + 1
                REWRITE sqTampon END-REWRITE
            END-IF
        END-READ
        IF fsq_stat NOT = 00 THEN
            MOVE fsq_stat TO Wchk_stat
            MOVE "Fsequences" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fsequences.

        AFFICHER_MESSAGE.
        IF Wop_langue = "FR" OR Wop_langue = SPACES THEN
            DISPLAY Wmsg_defaut
        ELSE
            OPEN INPUT Fmessages
            MOVE Wmsg_numero TO fmsg_numero
            MOVE Wop_langue TO fmsg_langue
            READ Fmessages
            INVALID KEY
                DISPLAY Wmsg_defaut
            NOT INVALID KEY
                IF fmsg_actif = 1 THEN
                    DISPLAY fmsg_texte
                ELSE
                    DISPLAY Wmsg_defaut
                END-IF
            END-READ
            CLOSE Fmessages
        END-IF.

        CHARGER_MESSAGE.
        OPEN I-O Fmessages
        MOVE Wmsg_numero TO fmsg_numero
        MOVE Wmsg_langue TO fmsg_langue
        READ Fmessages
        INVALID KEY
            MOVE Wmsg_texte TO fmsg_texte
            MOVE 1 TO fmsg_actif
            WRITE msgTampon END-WRITE
        NOT INVALID KEY
            MOVE Wmsg_texte TO fmsg_texte
            MOVE 1 TO fmsg_actif
            REWRITE msgTampon END-REWRITE
        END-READ
        CLOSE Fmessages.

        CHARGER_TRADUCTIONS_ANGLAISES.
        MOVE "EN" TO Wmsg_langue
        MOVE 1001 TO Wmsg_numero
        MOVE ' '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1002 TO Wmsg_numero
        MOVE '  ---------------------------------------  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1003 TO Wmsg_numero
        MOVE ' SPACEX 2118                               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1004 TO Wmsg_numero
        MOVE '  ---------------------------------------  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1005 TO Wmsg_numero
        MOVE ' Quit the program : 0                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1006 TO Wmsg_numero
        MOVE '  ---------------------------------------  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1007 TO Wmsg_numero
        MOVE ' ASTRONAUTS : 1                            '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1008 TO Wmsg_numero
        MOVE ' CREWS : 2                                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1009 TO Wmsg_numero
        MOVE ' MISSIONS : 3                              '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1010 TO Wmsg_numero
        MOVE ' SHIPS : 4                                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1011 TO Wmsg_numero
        MOVE ' LOCATIONS : 5                             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1012 TO Wmsg_numero
        MOVE ' STATISTICS : 6                            '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1013 TO Wmsg_numero
        MOVE '  ---------------------------------------  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1014 TO Wmsg_numero
        MOVE ' SPACEX 2118 - IMPORT THE SUPER-BASE : 7   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1015 TO Wmsg_numero
        MOVE ' (available only once)                     '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1016 TO Wmsg_numero
        MOVE '  ---------------------------------------  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1017 TO Wmsg_numero
        MOVE ' EXPORT DATA TO CSV : 8                    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1018 TO Wmsg_numero
        MOVE ' DATA CONSISTENCY CHECK : 9                '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1019 TO Wmsg_numero
        MOVE ' DAILY STATISTICS REPORT (file) : 10       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1020 TO Wmsg_numero
        MOVE ' AUTOMATIC MISSION STATUS UPDATE : 11      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1021 TO Wmsg_numero
        MOVE ' GLOBAL SEARCH (ALL FILES) : 12            '
            TO Wmsg_texte
        MOVE ' Outpost resupply plan : 15                '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1043 TO Wmsg_numero
        MOVE ' MANAGE THE CODE TABLES : 32               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1143 TO Wmsg_numero
        MOVE ' Recertification sessions : 26             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1134 TO Wmsg_numero
        MOVE ' Enrol in a session : 27                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1135 TO Wmsg_numero
        MOVE ' Session results : 28                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1136 TO Wmsg_numero
        MOVE ' Expiries without a booked session : 29    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1288 TO Wmsg_numero
        MOVE ' Mission objectives : 20                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1289 TO Wmsg_numero
        MOVE ' Ranking by objectives achieved : 21       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1423 TO Wmsg_numero
        MOVE ' Register a sample : 15                    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1424 TO Wmsg_numero
        MOVE ' Sample handover : 16                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1425 TO Wmsg_numero
        MOVE ' Sample history : 17                       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1426 TO Wmsg_numero
        MOVE ' Chain-of-custody check : 18               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1353 TO Wmsg_numero
        MOVE ' Insurance policies : 25                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1354 TO Wmsg_numero
        MOVE ' Process an insurance claim : 26           '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1355 TO Wmsg_numero
        MOVE ' Open claims (report) : 27                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1427 TO Wmsg_numero
        MOVE ' Supplier master file : 19                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1428 TO Wmsg_numero
        MOVE ' Supplier delivery performance : 20        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1429 TO Wmsg_numero
        MOVE ' Enter a supplier invoice : 21             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1430 TO Wmsg_numero
        MOVE ' Supplier invoice exceptions : 22          '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1431 TO Wmsg_numero
        MOVE ' Open a stock count sheet : 23             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1432 TO Wmsg_numero
        MOVE ' Enter counted quantities : 24             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1433 TO Wmsg_numero
        MOVE ' Stock count variance report : 25          '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1434 TO Wmsg_numero
        MOVE ' Approve stock count variances : 26        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1435 TO Wmsg_numero
        MOVE ' Stock count history : 27                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1436 TO Wmsg_numero
        MOVE ' Article standard cost : 28                '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1437 TO Wmsg_numero
        MOVE ' Inventory valuation : 29                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1044 TO Wmsg_numero
        MOVE ' PARTNER AGENCIES (RECIPIENTS) : 33        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1045 TO Wmsg_numero
        MOVE ' SEND STATUS FEED TO AGENCIES : 34         '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1046 TO Wmsg_numero
        MOVE ' REPLAY A FEED SENT TO AN AGENCY : 35      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1356 TO Wmsg_numero
        MOVE ' Health alarm thresholds : 28              '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1357 TO Wmsg_numero
        MOVE ' Ship health trend : 29                    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1227 TO Wmsg_numero
        MOVE ' Crew incompatibilities : 19               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1228 TO Wmsg_numero
        MOVE ' Missions flown together by pair : 20      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1137 TO Wmsg_numero
        MOVE ' Astronaut retirement : 30                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1138 TO Wmsg_numero
        MOVE ' Pension file : 31                         '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1229 TO Wmsg_numero
        MOVE ' Budget position and commitments : 21      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1464 TO Wmsg_numero
        MOVE ' Access permits for foreign lieux : 16     '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1465 TO Wmsg_numero
        MOVE ' Access permits nearing expiry : 17        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1290 TO Wmsg_numero
        MOVE ' Search-and-rescue dispatch proposal : 22  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1291 TO Wmsg_numero
        MOVE ' Mission plan dry-run : 23                 '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1047 TO Wmsg_numero
        MOVE ' FILE INTEGRITY SCAN : 36                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1048 TO Wmsg_numero
        MOVE ' REORGANIZE AN INDEXED FILE : 37           '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1049 TO Wmsg_numero
        MOVE ' MANAGE DATA RETENTION POLICY : 38         '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1050 TO Wmsg_numero
        MOVE ' ANONYMIZE PERSONAL DATA : 39              '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1051 TO Wmsg_numero
        MOVE ' AD HOC EXTRACTS : 40                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1052 TO Wmsg_numero
        MOVE ' CHANGE-DATA DELTA EXTRACT : 41            '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1292 TO Wmsg_numero
        MOVE ' In-flight crew rotations : 24             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1293 TO Wmsg_numero
        MOVE ' Mission passengers : 25                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1438 TO Wmsg_numero
        MOVE ' Freight customers : 30                    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1439 TO Wmsg_numero
        MOVE ' Freight tariff : 31                       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1440 TO Wmsg_numero
        MOVE ' Freight contracts : 32                    '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1491 TO Wmsg_numero
        MOVE ' Freight billing run : 33                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1358 TO Wmsg_numero
        MOVE ' Refit register : 30                       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1359 TO Wmsg_numero
        MOVE ' Serialized components : 31                '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1360 TO Wmsg_numero
        MOVE ' Spaceworthiness certificates : 32         '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1466 TO Wmsg_numero
        MOVE ' Port tariffs : 18                         '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1467 TO Wmsg_numero
        MOVE ' Port dues statement : 19                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1294 TO Wmsg_numero
        MOVE ' Abort plan / leg abort : 26               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1053 TO Wmsg_numero
        MOVE ' REGULATORY OCCURRENCE REPORTS : 42        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1295 TO Wmsg_numero
        MOVE ' Partner country settlements : 27          '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1139 TO Wmsg_numero
        MOVE ' Personal equipment : 32                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1296 TO Wmsg_numero
        MOVE ' Schedule adherence and ETA slippage : 28  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1054 TO Wmsg_numero
        MOVE ' INTERFACE REJECT QUEUE : 43               '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1230 TO Wmsg_numero
        MOVE ' Simulator drills : 22                     '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1140 TO Wmsg_numero
        MOVE ' Availability matrix : 33                  '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1055 TO Wmsg_numero
        MOVE ' LEGACY DATA FILE CONVERSION : 44          '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1141 TO Wmsg_numero
        MOVE ' Key-person risk : 34                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1056 TO Wmsg_numero
        MOVE ' ACCOUNTING PERIODS : 45                   '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1492 TO Wmsg_numero
        MOVE ' Inter-warehouse transfers : 34            '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1493 TO Wmsg_numero
        MOVE ' Dangerous goods : 35                      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1468 TO Wmsg_numero
        MOVE ' Place decommissioning : 20                '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1297 TO Wmsg_numero
        MOVE ' Bottom-up mission cost estimate : 29      '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1469 TO Wmsg_numero
        MOVE ' Arrivals and departures board : 21        '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1361 TO Wmsg_numero
        MOVE ' Fleet reliability (MTBI) : 33             '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        MOVE 1142 TO Wmsg_numero
        MOVE ' Candidate recruitment pipeline : 35       '
            TO Wmsg_texte
        PERFORM CHARGER_MESSAGE
        DISPLAY "Traductions anglaises des menus chargées",
" (messages.dat).".

        GERER_MESSAGES.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier un message // 2 : Charger les",
" traductions anglaises standard"
        MOVE 0 TO Wmsg_choix
        PERFORM WITH TEST AFTER UNTIL
                Wmsg_choix = 1 OR Wmsg_choix = 2
            ACCEPT Wmsg_choix
        END-PERFORM
        IF Wmsg_choix = 2 THEN
            PERFORM CHARGER_TRADUCTIONS_ANGLAISES
        ELSE
            DISPLAY "Numéro du message ?"
            MOVE 0 TO Wmsg_numero
            PERFORM WITH TEST AFTER UNTIL Wmsg_numero > 0
                ACCEPT Wmsg_numero
            END-PERFORM
            DISPLAY "Langue ? (FR // EN)"
            ACCEPT Wmsg_langue
            MOVE FUNCTION UPPER-CASE(Wmsg_langue) TO Wmsg_langue
            DISPLAY "Texte du message ?"
            ACCEPT Wmsg_texte
            PERFORM CHARGER_MESSAGE
            MOVE "SYSTEME" TO Wau_module
            MOVE "MESSAGE" TO Wau_action
            MOVE Wmsg_numero TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Message ", Wmsg_numero, " (", Wmsg_langue,
") enregistré au catalogue."
        END-IF.

        COMPTA_DELTA_MISSION.
        MOVE 0 TO Wcp_delta
        OPEN I-O Fcomptactl
        MOVE "MISSION" TO fcc_typeEntite
        MOVE fm_idMission TO fcc_idEntite
        READ Fcomptactl
        INVALID KEY
            MOVE fm_coutReel TO Wcp_delta
            MOVE fm_coutReel TO fcc_cumul
            WRITE ccTampon END-WRITE
        NOT INVALID KEY
            IF fm_coutReel > fcc_cumul THEN
                COMPUTE Wcp_delta = fm_coutReel - fcc_cumul
                MOVE fm_coutReel TO fcc_cumul
                REWRITE ccTampon END-REWRITE
            END-IF
        END-READ
        IF fcc_stat NOT = 00 THEN
            MOVE fcc_stat TO Wchk_stat
            MOVE "Fcomptactl" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fcomptactl
        IF Wcp_delta > 0 THEN
            ADD 1 TO Wcp_count
            ADD Wcp_delta TO Wcp_total
            MOVE SPACES TO cpTampon
            STRING "DETAIL;" DELIMITED BY SIZE
                Wcp_periode DELIMITED BY SIZE
                ";MISSION;" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                fm_devise DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                Wcp_delta DELIMITED BY SIZE
                INTO cpTampon
            END-STRING
            WRITE cpTampon
        END-IF.

        COMPTA_DELTA_EQUIPE.
        MOVE 0 TO Wcp_delta
        OPEN I-O Fcomptactl
        MOVE "EQUIPE" TO fcc_typeEntite
        MOVE fe_idEquipe TO fcc_idEntite
        READ Fcomptactl
        INVALID KEY
            MOVE fe_depensesFonctionnement TO Wcp_delta
            MOVE fe_depensesFonctionnement TO fcc_cumul
            WRITE ccTampon END-WRITE
        NOT INVALID KEY
            IF fe_depensesFonctionnement > fcc_cumul THEN
                COMPUTE Wcp_delta =
                    fe_depensesFonctionnement - fcc_cumul
                MOVE fe_depensesFonctionnement TO fcc_cumul
                REWRITE ccTampon END-REWRITE
            END-IF
        END-READ
        IF fcc_stat NOT = 00 THEN
            MOVE fcc_stat TO Wchk_stat
            MOVE "Fcomptactl" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fcomptactl
        IF Wcp_delta > 0 THEN
            ADD 1 TO Wcp_count
            ADD Wcp_delta TO Wcp_total
            MOVE SPACES TO cpTampon
            STRING "DETAIL;" DELIMITED BY SIZE
                Wcp_periode DELIMITED BY SIZE
                ";EQUIPE;" DELIMITED BY SIZE
                fe_idEquipe DELIMITED BY SIZE
                ";EUR;" DELIMITED BY SIZE
                Wcp_delta DELIMITED BY SIZE
                INTO cpTampon
            END-STRING
            WRITE cpTampon
        END-IF.

        COMPTA_EXTRACT.
        ACCEPT Wcp_date FROM DATE YYYYMMDD
        ACCEPT Wcp_heure FROM TIME
        COMPUTE Wcp_periode = Wcp_date / 100
        MOVE 0 TO Wcp_count
        MOVE 0 TO Wcp_total
        MOVE SPACES TO Wcp_fichier
        STRING "compta_extract_" DELIMITED BY SIZE
            Wcp_periode DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO Wcp_fichier
        END-STRING
        OPEN EXTEND Fcompta
        MOVE SPACES TO cpTampon
        STRING "ENTETE;" DELIMITED BY SIZE
            Wcp_periode DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wcp_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wcp_heure DELIMITED BY SIZE
            INTO cpTampon
        END-STRING
        WRITE cpTampon
        OPEN INPUT Fmissions
        MOVE 0 TO Wcp_fin
        PERFORM WITH TEST AFTER UNTIL Wcp_fin = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wcp_fin
            NOT AT END
                IF fm_terminee AND fm_coutReel > 0 THEN
                    PERFORM COMPTA_DELTA_MISSION
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        OPEN INPUT Fequipes
        MOVE 0 TO Wcp_fin
        PERFORM WITH TEST AFTER UNTIL Wcp_fin = 1
            READ Fequipes NEXT
            AT END MOVE 1 TO Wcp_fin
            NOT AT END
                IF fe_actif = 1 AND
                   fe_depensesFonctionnement > 0 THEN
                    PERFORM COMPTA_DELTA_EQUIPE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fequipes
        MOVE 0 TO Wcp_paie
        OPEN INPUT Fpaie
        IF fpa_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wcp_fin
            PERFORM WITH TEST AFTER UNTIL Wcp_fin = 1
                READ Fpaie
                AT END MOVE 1 TO Wcp_fin
                NOT AT END
                    UNSTRING paTampon DELIMITED BY ";"
                        INTO Wcp_p1 Wcp_p2 Wcp_p3 Wcp_p4 Wcp_p5
                    END-UNSTRING
                    IF FUNCTION NUMVAL(Wcp_p1) / 100 = Wcp_periode
                    THEN
                        COMPUTE Wcp_paie = Wcp_paie
                            + FUNCTION NUMVAL(Wcp_p4) / 100
                    END-IF
            END-PERFORM
            CLOSE Fpaie
        END-IF
        IF Wcp_paie > 0 THEN
            ADD 1 TO Wcp_count
            ADD Wcp_paie TO Wcp_total
            MOVE SPACES TO cpTampon
            STRING "DETAIL;" DELIMITED BY SIZE
                Wcp_periode DELIMITED BY SIZE
                ";PAIE;00000;EUR;" DELIMITED BY SIZE
                Wcp_paie DELIMITED BY SIZE
                INTO cpTampon
            END-STRING
            WRITE cpTampon
        END-IF
        OPEN I-O Ffactures
        MOVE 0 TO Wcp_fin
        PERFORM WITH TEST AFTER UNTIL Wcp_fin = 1
            READ Ffactures NEXT
            AT END MOVE 1 TO Wcp_fin
            NOT AT END
                IF ffc_actif = 1 AND ffc_exporte = 0 AND
                   (ffc_rapprochee OR ffc_forcee) THEN
                    ADD 1 TO Wcp_count
                    ADD ffc_montant TO Wcp_total
                    MOVE SPACES TO cpTampon
                    STRING "DETAIL;" DELIMITED BY SIZE
                        Wcp_periode DELIMITED BY SIZE
                        ";FACTURE;" DELIMITED BY SIZE
                        ffc_idFacture DELIMITED BY SIZE
                        ";EUR;" DELIMITED BY SIZE
                        ffc_montant DELIMITED BY SIZE
                        INTO cpTampon
                    END-STRING
                    WRITE cpTampon
                    MOVE Wcp_periode TO ffc_exporte
                    REWRITE fcTampon END-REWRITE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffactures
        OPEN I-O Ffactures_fret
        MOVE 0 TO Wcp_fin
        PERFORM WITH TEST AFTER UNTIL Wcp_fin = 1
            READ Ffactures_fret NEXT
            AT END MOVE 1 TO Wcp_fin
            NOT AT END
                IF ffl_actif = 1 AND ffl_exporte = 0 THEN
                    ADD 1 TO Wcp_count
                    ADD ffl_montant TO Wcp_total
                    MOVE SPACES TO cpTampon
                    STRING "DETAIL;" DELIMITED BY SIZE
                        Wcp_periode DELIMITED BY SIZE
                        ";FRET;" DELIMITED BY SIZE
                        ffl_idFacture DELIMITED BY SIZE
                        ";EUR;" DELIMITED BY SIZE
                        ffl_montant DELIMITED BY SIZE
                        INTO cpTampon
                    END-STRING
                    WRITE cpTampon
                    MOVE Wcp_periode TO ffl_exporte
                    REWRITE flTampon END-REWRITE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffactures_fret
        MOVE SPACES TO cpTampon
        STRING "PIED;" DELIMITED BY SIZE
            Wcp_periode DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wcp_count DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wcp_total DELIMITED BY SIZE
            INTO cpTampon
        END-STRING
        WRITE cpTampon
        CLOSE Fcompta
        DISPLAY "Extraction comptable de la période ", Wcp_periode,
" : ", Wcp_count, " mouvement(s), total de contrôle ", Wcp_total,
" (", Wcp_fichier, ").".

        REJET_INTERCHANGE.
        ADD 1 TO Wic_rejets
        MOVE SPACES TO rjTampon
        STRING "Ligne " DELIMITED BY SIZE
            Wic_ligne DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            Wic_motif DELIMITED BY SIZE
            " >> " DELIMITED BY SIZE
            icTampon(1:150) DELIMITED BY SIZE
            INTO rjTampon
        END-STRING
        WRITE rjTampon
        MOVE "I" TO Wqj_source
        MOVE Wic_motif TO Wqj_motif
        MOVE icTampon TO Wqj_texte
        PERFORM REJET_FILE_ENREGISTRER.

        INTERCHANGE_VAISSEAU.
        MOVE FUNCTION LOWER-CASE(Wic_c3) TO Wfv_nomVaisseau
        EVALUATE Wic_code
            WHEN "A"
                PERFORM VERIF_VAISSEAU
                IF Wverif_v = 1 THEN
                    MOVE "vaisseau déjà existant" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                ELSE
                    MOVE FUNCTION NUMVAL(Wic_c4) TO Wfv_typeV
                    PERFORM VERIF_TYPE_VAISSEAU
                    IF Wtv_trouve = 0 THEN
                        MOVE "type de vaisseau inconnu" TO Wic_motif
                        PERFORM REJET_INTERCHANGE
                    ELSE
                        MOVE FUNCTION LOWER-CASE(Wic_c6)
                            TO Wfv_nomLieu
                        PERFORM VERIF_LIEU3
                        IF Wverif_l = 0 THEN
                            MOVE "lieu inexistant" TO Wic_motif
                            PERFORM REJET_INTERCHANGE
                        ELSE
                            MOVE Wfv_nomVaisseau TO fv_nomVaisseau
                            MOVE Wfv_typeV TO fv_typeVaisseau
                            MOVE FUNCTION NUMVAL(Wic_c5)
                                TO fv_capacite
                            MOVE Wfv_nomLieu TO fv_nomLieu
                            MOVE 1 TO fv_actif
                            MOVE 1 TO fv_disponible
                            MOVE 0 TO fv_idMission
                            ACCEPT fv_dateArrivee FROM DATE YYYYMMDD
                            MOVE FUNCTION NUMVAL(Wic_c7)
                                TO fv_rayonAction
                            MOVE FUNCTION NUMVAL(Wic_c8)
                                TO fv_intervalleMaint
                            MOVE fv_dateArrivee
                                TO fv_dateDernierEntretien
                            MOVE FUNCTION NUMVAL(Wic_c10)
                                TO fv_dateAcquisition
                            MOVE fv_rayonAction TO fv_carburant
                            MOVE FUNCTION NUMVAL(Wic_c9)
                                TO fv_vitesseCroisiere
                            MOVE 0 TO fv_coutAcquisition
                            MOVE 0 TO fv_dureeService
                            OPEN I-O Fvaisseaux
                            WRITE vTampon
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                            CLOSE Fvaisseaux
                            ADD 1 TO Wic_ok
                        END-IF
                    END-IF
                END-IF
            WHEN "U"
                OPEN I-O Fvaisseaux
                MOVE Wfv_nomVaisseau TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    MOVE "vaisseau inconnu" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                NOT INVALID KEY
                    IF Wic_c4 NOT = SPACES THEN
                        MOVE FUNCTION NUMVAL(Wic_c4)
                            TO fv_rayonAction
                    END-IF
                    IF Wic_c5 NOT = SPACES THEN
                        MOVE FUNCTION NUMVAL(Wic_c5)
                            TO fv_intervalleMaint
                    END-IF
                    IF Wic_c6 NOT = SPACES THEN
                        MOVE FUNCTION NUMVAL(Wic_c6)
                            TO fv_vitesseCroisiere
                    END-IF
                    REWRITE vTampon END-REWRITE
                    ADD 1 TO Wic_ok
                END-READ
                CLOSE Fvaisseaux
            WHEN "D"
                OPEN I-O Fvaisseaux
                MOVE Wfv_nomVaisseau TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    MOVE "vaisseau inconnu" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                NOT INVALID KEY
                    IF fv_idMission > 0 THEN
                        MOVE "vaisseau affecté à une mission"
                            TO Wic_motif
                        PERFORM REJET_INTERCHANGE
                    ELSE
                        MOVE 0 TO fv_actif
                        REWRITE vTampon END-REWRITE
                        ADD 1 TO Wic_ok
                    END-IF
                END-READ
                CLOSE Fvaisseaux
            WHEN OTHER
                MOVE "code mouvement inconnu" TO Wic_motif
                PERFORM REJET_INTERCHANGE
        END-EVALUATE.

        INTERCHANGE_LIEU.
        MOVE FUNCTION LOWER-CASE(Wic_c3) TO Wfl_nomLieu
        EVALUATE Wic_code
            WHEN "A"
                PERFORM VERIF_LIEU2
                IF Wverif_l = 1 THEN
                    MOVE "lieu déjà existant" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                ELSE
                    MOVE Wfl_nomLieu TO fl_nomLieu
                    MOVE FUNCTION NUMVAL(Wic_c4) TO fl_typeLieu
                    MOVE FUNCTION NUMVAL(Wic_c5) TO fl_habitable
                    MOVE 1 TO fl_actif
                    MOVE SPACES TO fl_lieuParent
                    MOVE 0 TO fl_dangerRadiation
                    MOVE 0 TO fl_dangerGravite
                    MOVE 0 TO fl_dangerAtmosphere
                    MOVE FUNCTION NUMVAL(Wic_c6)
                        TO fl_capaciteAccueil
                    MOVE SPACES TO fl_paysProprietaire
                    MOVE 0 TO fl_depotCarburant
                    MOVE 0 TO fl_capaciteQuai
                    MOVE 0 TO fl_coordX
                    MOVE 0 TO fl_coordY
                    MOVE 0 TO fl_coordZ
                    OPEN I-O Flieux
                    WRITE lTampon
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    CLOSE Flieux
                    ADD 1 TO Wic_ok
                END-IF
            WHEN "U"
                OPEN I-O Flieux
                MOVE Wfl_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    MOVE "lieu inconnu" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                NOT INVALID KEY
                    MOVE FUNCTION NUMVAL(Wic_c4)
                        TO fl_capaciteAccueil
                    REWRITE lTampon END-REWRITE
                    ADD 1 TO Wic_ok
                END-READ
                CLOSE Flieux
            WHEN "D"
                OPEN I-O Flieux
                MOVE Wfl_nomLieu TO fl_nomLieu
                READ Flieux
                INVALID KEY
                    MOVE "lieu inconnu" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                NOT INVALID KEY
                    MOVE 0 TO fl_actif
                    REWRITE lTampon END-REWRITE
                    ADD 1 TO Wic_ok
                END-READ
                CLOSE Flieux
            WHEN OTHER
                MOVE "code mouvement inconnu" TO Wic_motif
                PERFORM REJET_INTERCHANGE
        END-EVALUATE.

        INTERCHANGE_DISTANCE.
        IF Wic_code NOT = "A" THEN
            MOVE "code mouvement inconnu" TO Wic_motif
            PERFORM REJET_INTERCHANGE
        ELSE
            MOVE FUNCTION LOWER-CASE(Wic_c3) TO Wfv_nomLieu
            PERFORM VERIF_LIEU3
            IF Wverif_l = 0 THEN
                MOVE "premier lieu inexistant" TO Wic_motif
                PERFORM REJET_INTERCHANGE
            ELSE
                MOVE Wfv_nomLieu TO Wfd_lieuA
                MOVE FUNCTION LOWER-CASE(Wic_c4) TO Wfv_nomLieu
                PERFORM VERIF_LIEU3
                IF Wverif_l = 0 THEN
                    MOVE "second lieu inexistant" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                ELSE
                    MOVE Wfv_nomLieu TO Wfd_lieuB
                    MOVE FUNCTION NUMVAL(Wic_c5) TO Wfd_distance
                    OPEN I-O Fdistances
                    MOVE Wfd_lieuA TO fd_lieuA
                    MOVE Wfd_lieuB TO fd_lieuB
                    READ Fdistances
                    INVALID KEY
                        MOVE Wfd_distance TO fd_distance
                        WRITE fdTampon END-WRITE
                    NOT INVALID KEY
                        MOVE Wfd_distance TO fd_distance
                        REWRITE fdTampon END-REWRITE
                    END-READ
                    MOVE Wfd_lieuB TO fd_lieuA
                    MOVE Wfd_lieuA TO fd_lieuB
                    READ Fdistances
                    INVALID KEY
                        MOVE Wfd_distance TO fd_distance
                        WRITE fdTampon END-WRITE
                    NOT INVALID KEY
                        MOVE Wfd_distance TO fd_distance
                        REWRITE fdTampon END-REWRITE
                    END-READ
                    CLOSE Fdistances
                    ADD 1 TO Wic_ok
                END-IF
            END-IF
        END-IF.

        INTERCHANGE_MISSION.
        MOVE FUNCTION NUMVAL(Wic_c3) TO Wfm_idMission
        EVALUATE Wic_code
            WHEN "A"
                PERFORM VERIF_MISSION
                IF Wverif_m = 1 THEN
                    MOVE "identifiant de mission déjà pris"
                        TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                ELSE
                    MOVE FUNCTION LOWER-CASE(Wic_c4) TO Wfm_nomLieu
                    PERFORM VERIF_LIEU
                    IF Wverif_l = 0 THEN
                        MOVE "lieu inexistant" TO Wic_motif
                        PERFORM REJET_INTERCHANGE
                    ELSE
                        MOVE 1 TO Wic_valide
                        MOVE FUNCTION NUMVAL(Wic_c6) TO Wdt_date
                        PERFORM VALIDER_DATE
                        IF Wdt_ok = 0 THEN
                            MOVE 0 TO Wic_valide
                            MOVE "date de début invalide"
                                TO Wic_motif
                        END-IF
                        IF Wic_valide = 1 THEN
                            MOVE FUNCTION NUMVAL(Wic_c7) TO Wdt_date
                            PERFORM VALIDER_DATE
                            IF Wdt_ok = 0 THEN
                                MOVE 0 TO Wic_valide
                                MOVE "date de fin invalide"
                                    TO Wic_motif
                            END-IF
                        END-IF
                        IF Wic_valide = 1 AND
                           FUNCTION NUMVAL(Wic_c7) <
                           FUNCTION NUMVAL(Wic_c6) THEN
                            MOVE 0 TO Wic_valide
                            MOVE "fin antérieure au début"
                                TO Wic_motif
                        END-IF
                        IF Wic_valide = 1 THEN
                            MOVE "TMIS" TO Wcx_table
                            MOVE FUNCTION NUMVAL(Wic_c9) TO Wcx_code
                            PERFORM LIRE_CODE_REFERENCE
                            IF Wcx_valide = 0 THEN
                                MOVE 0 TO Wic_valide
                                MOVE "type de mission inconnu ou retiré"
                                    TO Wic_motif
                            END-IF
                        END-IF
                        IF Wic_valide = 0 THEN
                            PERFORM REJET_INTERCHANGE
                        ELSE
                            MOVE Wfm_idMission TO fm_idMission
                            MOVE Wfm_nomLieu TO fm_nomLieu
                            MOVE Wic_c5 TO fm_description
                            MOVE 1 TO fm_actif
                            MOVE FUNCTION NUMVAL(Wic_c6)
                                TO fm_dateDebut
                            MOVE FUNCTION NUMVAL(Wic_c7)
                                TO fm_dateFin
                            MOVE 1 TO fm_statut
                            MOVE FUNCTION NUMVAL(Wic_c8)
                                TO fm_budgetEstime
                            MOVE 0 TO fm_coutReel
                            MOVE FUNCTION NUMVAL(Wic_c9)
                                TO fm_typeMission
                            MOVE 0 TO fm_idMissionDepend
                            MOVE 0 TO fm_scoreRisque
                            MOVE "EUR" TO fm_devise
                            MOVE 1 TO fm_classification
                            OPEN I-O Fmissions
                            WRITE mTampon
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                            CLOSE Fmissions
                            ADD 1 TO Wic_ok
                        END-IF
                    END-IF
                END-IF
            WHEN "U"
                MOVE 1 TO Wic_valide
                MOVE FUNCTION NUMVAL(Wic_c4) TO Wdt_date
                PERFORM VALIDER_DATE
                IF Wdt_ok = 0 THEN
                    MOVE 0 TO Wic_valide
                    MOVE "date de début invalide" TO Wic_motif
                END-IF
                IF Wic_valide = 1 THEN
                    MOVE FUNCTION NUMVAL(Wic_c5) TO Wdt_date
                    PERFORM VALIDER_DATE
                    IF Wdt_ok = 0 THEN
                        MOVE 0 TO Wic_valide
                        MOVE "date de fin invalide" TO Wic_motif
                    END-IF
                END-IF
                IF Wic_valide = 1 AND
                   FUNCTION NUMVAL(Wic_c5) <
                   FUNCTION NUMVAL(Wic_c4) THEN
                    MOVE 0 TO Wic_valide
                    MOVE "fin antérieure au début" TO Wic_motif
                END-IF
                IF Wic_valide = 0 THEN
                    PERFORM REJET_INTERCHANGE
                ELSE
                    OPEN I-O Fmissions
                    MOVE Wfm_idMission TO fm_idMission
                    READ Fmissions
                    INVALID KEY
                        MOVE "mission inconnue" TO Wic_motif
                        PERFORM REJET_INTERCHANGE
                    NOT INVALID KEY
                        MOVE FUNCTION NUMVAL(Wic_c4)
                            TO fm_dateDebut
                        MOVE FUNCTION NUMVAL(Wic_c5) TO fm_dateFin
                        REWRITE mTampon END-REWRITE
                        ADD 1 TO Wic_ok
                    END-READ
                    CLOSE Fmissions
                END-IF
            WHEN "D"
                OPEN I-O Fmissions
                MOVE Wfm_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE "mission inconnue" TO Wic_motif
                    PERFORM REJET_INTERCHANGE
                NOT INVALID KEY
                    MOVE 0 TO fm_actif
                    MOVE 4 TO fm_statut
                    REWRITE mTampon END-REWRITE
                    ADD 1 TO Wic_ok
                END-READ
                CLOSE Fmissions
            WHEN OTHER
                MOVE "code mouvement inconnu" TO Wic_motif
                PERFORM REJET_INTERCHANGE
        END-EVALUATE.

        CONVERSION_ANCIENS_FICHIERS.
        DISPLAY "Format des anciens fichiers ? (1 : projet / initFile",
" // 2 : pr2 // 3 : principal)"
        MOVE 0 TO Wcnv_format
        PERFORM WITH TEST AFTER UNTIL
                Wcnv_format > 0 AND Wcnv_format < 4
            ACCEPT Wcnv_format
        END-PERFORM
        MOVE 0 TO Wcnv_forcer
        PERFORM CNV_VERIFIER_CIBLES
        IF Wcnv_refus = 1 THEN
            DISPLAY "Fichiers cibles non vides : ",
                FUNCTION TRIM(Wcnv_cibles)
            DISPLAY "Forcer le chargement dans les fichiers existants ?",
" (O/N)"
            ACCEPT Wcnv_reponse
            IF FUNCTION UPPER-CASE(Wcnv_reponse) = "O" THEN
                MOVE 1 TO Wcnv_forcer
            END-IF
        END-IF
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "CONVERSION" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        PERFORM CNV_EXECUTER
        PERFORM FIN_RAPPORT.

        CONVERSION_BATCH.
        MOVE 1 TO Wcnv_format
        MOVE 0 TO Wbatch_cnt
        INSPECT Wbatch_cmd TALLYING Wbatch_cnt FOR ALL "PR2"
        IF Wbatch_cnt > 0 THEN
            MOVE 2 TO Wcnv_format
        END-IF
        MOVE 0 TO Wbatch_cnt
        INSPECT Wbatch_cmd TALLYING Wbatch_cnt FOR ALL "PRINCIPAL"
        IF Wbatch_cnt > 0 THEN
            MOVE 3 TO Wcnv_format
        END-IF
        MOVE 0 TO Wcnv_forcer
        MOVE 0 TO Wbatch_cnt
        INSPECT Wbatch_cmd TALLYING Wbatch_cnt FOR ALL "FORCE"
        IF Wbatch_cnt > 0 THEN
            MOVE 1 TO Wcnv_forcer
        END-IF
        MOVE 0 TO Wsp_actifSpool
        PERFORM DEBUT_PAGINATION
        MOVE "CONVERSION" TO Wsp_nomRapport
        PERFORM OUVRIR_SPOOL
        PERFORM CNV_VERIFIER_CIBLES
        PERFORM CNV_EXECUTER
        PERFORM FIN_RAPPORT
        MOVE Wcnv_totOk TO Wbat_traites.

        CNV_VERIFIER_CIBLES.
        MOVE 0 TO Wcnv_refus
        MOVE SPACES TO Wcnv_cibles
        MOVE 1 TO Wcnv_ptr
        OPEN INPUT Fanc_lieux
        IF fol_stat NOT = 35 THEN
            IF fol_stat = 00 THEN
                CLOSE Fanc_lieux
            END-IF
            OPEN INPUT Flieux
            READ Flieux NEXT
            AT END CONTINUE
            NOT AT END
                MOVE "lieux.dat" TO Wcnv_fichier
                PERFORM CNV_CIBLE_NON_VIDE
            END-READ
            CLOSE Flieux
        END-IF
        OPEN INPUT Fanc_vaisseaux
        IF fov_stat NOT = 35 THEN
            IF fov_stat = 00 THEN
                CLOSE Fanc_vaisseaux
            END-IF
            OPEN INPUT Fvaisseaux
            READ Fvaisseaux NEXT
            AT END CONTINUE
            NOT AT END
                MOVE "vaisseaux.dat" TO Wcnv_fichier
                PERFORM CNV_CIBLE_NON_VIDE
            END-READ
            CLOSE Fvaisseaux
        END-IF
        IF Wcnv_format = 3 THEN
            OPEN INPUT Fanc_missions_princ
            MOVE fok_stat TO Wcnv_stat
            IF fok_stat = 00 THEN
                CLOSE Fanc_missions_princ
            END-IF
        ELSE
            OPEN INPUT Fanc_missions
            MOVE fom_stat TO Wcnv_stat
            IF fom_stat = 00 THEN
                CLOSE Fanc_missions
            END-IF
        END-IF
        IF Wcnv_stat NOT = 35 THEN
            OPEN INPUT Fmissions
            READ Fmissions NEXT
            AT END CONTINUE
            NOT AT END
                MOVE "missions.dat" TO Wcnv_fichier
                PERFORM CNV_CIBLE_NON_VIDE
            END-READ
            CLOSE Fmissions
        END-IF
        IF Wcnv_format = 3 THEN
            OPEN INPUT Fanc_equipes_princ
            MOVE fog_stat TO Wcnv_stat
            IF fog_stat = 00 THEN
                CLOSE Fanc_equipes_princ
            END-IF
        ELSE
            OPEN INPUT Fanc_equipes
            MOVE foe_stat TO Wcnv_stat
            IF foe_stat = 00 THEN
                CLOSE Fanc_equipes
            END-IF
        END-IF
        IF Wcnv_stat NOT = 35 THEN
            OPEN INPUT Fequipes
            READ Fequipes NEXT
            AT END CONTINUE
            NOT AT END
                MOVE "equipes.dat" TO Wcnv_fichier
                PERFORM CNV_CIBLE_NON_VIDE
            END-READ
            CLOSE Fequipes
        END-IF
        EVALUATE Wcnv_format
            WHEN 1
                OPEN INPUT Fanc_astronautes
                MOVE foa_stat TO Wcnv_stat
                IF foa_stat = 00 THEN
                    CLOSE Fanc_astronautes
                END-IF
            WHEN 2
                OPEN INPUT Fanc_astronautes_pr2
                MOVE fos_stat TO Wcnv_stat
                IF fos_stat = 00 THEN
                    CLOSE Fanc_astronautes_pr2
                END-IF
            WHEN 3
                OPEN INPUT Fanc_astronautes_princ
                MOVE foz_stat TO Wcnv_stat
                IF foz_stat = 00 THEN
                    CLOSE Fanc_astronautes_princ
                END-IF
        END-EVALUATE
        IF Wcnv_stat NOT = 35 THEN
            OPEN INPUT Fastronautes
            READ Fastronautes NEXT
            AT END CONTINUE
            NOT AT END
                MOVE "astronautes.dat" TO Wcnv_fichier
                PERFORM CNV_CIBLE_NON_VIDE
            END-READ
            CLOSE Fastronautes
        END-IF
        IF Wcnv_format = 1 THEN
            OPEN INPUT Fanc_compo_equipes
            IF foq_stat NOT = 35 THEN
                IF foq_stat = 00 THEN
                    CLOSE Fanc_compo_equipes
                END-IF
                OPEN INPUT Fcompo_equipes
                READ Fcompo_equipes NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE "compo_equipes.dat" TO Wcnv_fichier
                    PERFORM CNV_CIBLE_NON_VIDE
                END-READ
                CLOSE Fcompo_equipes
            END-IF
        END-IF.

        CNV_CIBLE_NON_VIDE.
        MOVE 1 TO Wcnv_refus
        STRING Wcnv_fichier DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            INTO Wcnv_cibles WITH POINTER Wcnv_ptr
        END-STRING.

        CNV_EXECUTER.
        ACCEPT Wcnv_date FROM DATE YYYYMMDD
        MOVE 0 TO Wcnv_totLus
        MOVE 0 TO Wcnv_totOk
        MOVE 0 TO Wcnv_totDefaut
        MOVE 0 TO Wcnv_totRejet
        EVALUATE Wcnv_format
            WHEN 1
                MOVE "Format des anciens fichiers : projet / initFile"
                    TO Wsp_ligne
            WHEN 2
                MOVE "Format des anciens fichiers : pr2" TO Wsp_ligne
            WHEN 3
                MOVE "Format des anciens fichiers : principal"
                    TO Wsp_ligne
        END-EVALUATE
        PERFORM ECRIRE_LIGNE_RAPPORT
        IF Wcnv_refus = 1 AND Wcnv_forcer = 0 THEN
            STRING "Chargement refusé, fichiers cibles non vides : "
                DELIMITED BY SIZE
                Wcnv_cibles DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "Relancer avec l'option FORCE pour charger malgré tout."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            ADD 1 TO Wbat_anomalies
            MOVE "CONVERSION" TO Wau_module
            MOVE "REFUS" TO Wau_action
            MOVE Wcnv_cibles TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        ELSE
            IF Wcnv_refus = 1 THEN
                STRING "Chargement forcé dans : " DELIMITED BY SIZE
                    Wcnv_cibles DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-IF
            STRING "Valeurs par défaut des nouveaux champs : actif,",
" statut apte/planifiée, grade 1, devise EUR, dates au "
                DELIMITED BY SIZE
                Wcnv_date DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            PERFORM CNV_LIEUX
            PERFORM CNV_VAISSEAUX
            PERFORM CNV_MISSIONS
            PERFORM CNV_EQUIPES
            PERFORM CNV_ASTRONAUTES
            PERFORM CNV_COMPOSITIONS
            PERFORM CNV_RECOMPTER_EQUIPES
            MOVE Wcnv_totLus TO Wcnv_nb1ECR
            MOVE Wcnv_totOk TO Wcnv_nb2ECR
            MOVE Wcnv_totDefaut TO Wcnv_nb3ECR
            MOVE Wcnv_totRejet TO Wcnv_nb4ECR
            MOVE "-------------------------------------" TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            STRING "TOTAL : lus " DELIMITED BY SIZE
                Wcnv_nb1ECR DELIMITED BY SIZE
                " convertis " DELIMITED BY SIZE
                Wcnv_nb2ECR DELIMITED BY SIZE
                " dont complétés par défaut " DELIMITED BY SIZE
                Wcnv_nb3ECR DELIMITED BY SIZE
                " rejetés " DELIMITED BY SIZE
                Wcnv_nb4ECR DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "CONVERSION" TO Wau_module
            MOVE "CHARGEMENT" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING "convertis " DELIMITED BY SIZE
                Wcnv_nb2ECR DELIMITED BY SIZE
                " défaut " DELIMITED BY SIZE
                Wcnv_nb3ECR DELIMITED BY SIZE
                " rejetés " DELIMITED BY SIZE
                Wcnv_nb4ECR DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Conversion terminée : ", Wcnv_nb2ECR,
" enregistrement(s) converti(s), ", Wcnv_nb4ECR, " rejeté(s)."
        END-IF.

        CNV_DEBUT_ENTITE.
        MOVE 0 TO Wcnv_lus
        MOVE 0 TO Wcnv_ok
        MOVE 0 TO Wcnv_defaut
        MOVE 0 TO Wcnv_rejet
        MOVE 0 TO Wcnv_fin
        MOVE "-------------------------------------" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        STRING Wcnv_entite DELIMITED BY SPACE
            " (" DELIMITED BY SIZE
            Wcnv_fichier DELIMITED BY SPACE
            ")" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        CNV_SOURCE_INDISPONIBLE.
        IF Wcnv_stat = 35 THEN
            MOVE "  Fichier absent, rien à convertir." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            STRING "  Fichier illisible, statut " DELIMITED BY SIZE
                Wcnv_stat DELIMITED BY SIZE
                INTO Wsp_ligne
            END-STRING
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE Wcnv_stat TO Wchk_stat
            MOVE Wcnv_fichier TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        CNV_ENREGISTREMENT.
        ADD 1 TO Wcnv_lus
        MOVE 0 TO Wcnv_rejete
        MOVE 0 TO Wcnv_defauts.

        CNV_REJETER.
        MOVE 1 TO Wcnv_rejete
        ADD 1 TO Wcnv_rejet
        STRING "  REJET  " DELIMITED BY SIZE
            Wcnv_cle DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            Wcnv_motif DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        CNV_DEFAUT.
        MOVE 1 TO Wcnv_defauts
        STRING "  DEFAUT " DELIMITED BY SIZE
            Wcnv_cle DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            Wcnv_motif DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        CNV_CONVERTI.
        IF Wcnv_stat = 00 THEN
            ADD 1 TO Wcnv_ok
            IF Wcnv_defauts = 1 THEN
                ADD 1 TO Wcnv_defaut
            END-IF
        ELSE
            MOVE SPACES TO Wcnv_motif
            STRING "écriture impossible, statut " DELIMITED BY SIZE
                Wcnv_stat DELIMITED BY SIZE
                INTO Wcnv_motif
            END-STRING
            PERFORM CNV_REJETER
            MOVE Wcnv_stat TO Wchk_stat
            MOVE Wcnv_entite TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        CNV_BILAN_ENTITE.
        MOVE Wcnv_lus TO Wcnv_nb1ECR
        MOVE Wcnv_ok TO Wcnv_nb2ECR
        MOVE Wcnv_defaut TO Wcnv_nb3ECR
        MOVE Wcnv_rejet TO Wcnv_nb4ECR
        STRING "  lus " DELIMITED BY SIZE
            Wcnv_nb1ECR DELIMITED BY SIZE
            " convertis " DELIMITED BY SIZE
            Wcnv_nb2ECR DELIMITED BY SIZE
            " dont complétés par défaut " DELIMITED BY SIZE
            Wcnv_nb3ECR DELIMITED BY SIZE
            " rejetés " DELIMITED BY SIZE
            Wcnv_nb4ECR DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT
        ADD Wcnv_lus TO Wcnv_totLus
        ADD Wcnv_ok TO Wcnv_totOk
        ADD Wcnv_defaut TO Wcnv_totDefaut
        ADD Wcnv_rejet TO Wcnv_totRejet.

        CNV_LIEUX.
        MOVE "LIEUX" TO Wcnv_entite
        MOVE "ancien_lieux.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        OPEN INPUT Fanc_lieux
        MOVE fol_stat TO Wcnv_stat
        IF fol_stat NOT = 00 THEN
            PERFORM CNV_SOURCE_INDISPONIBLE
        ELSE
            OPEN I-O Flieux
            PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                READ Fanc_lieux NEXT
                AT END MOVE 1 TO Wcnv_fin
                NOT AT END
                    PERFORM CNV_LIEU
                END-READ
            END-PERFORM
            CLOSE Flieux
            CLOSE Fanc_lieux
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_LIEU.
        PERFORM CNV_ENREGISTREMENT
        MOVE fol_nomLieu TO Wcnv_cle
        IF fol_nomLieu = SPACES THEN
            MOVE "nom de lieu absent" TO Wcnv_motif
            PERFORM CNV_REJETER
        ELSE
            MOVE FUNCTION LOWER-CASE(fol_nomLieu) TO fl_nomLieu
            READ Flieux
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "lieu déjà présent dans lieux.dat" TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE FUNCTION LOWER-CASE(fol_nomLieu) TO fl_nomLieu
            MOVE FUNCTION LOWER-CASE(fol_typeLieu) TO Wcnv_texte
            PERFORM CNV_CODE_TYPE_LIEU
            IF Wcnv_code = 0 THEN
                MOVE "type de lieu inconnu, non identifié" TO Wcnv_motif
                PERFORM CNV_DEFAUT
                MOVE 5 TO Wcnv_code
            END-IF
            MOVE Wcnv_code TO fl_typeLieu
            IF fol_habitable = 0 OR fol_habitable = 1 THEN
                MOVE fol_habitable TO fl_habitable
            ELSE
                MOVE "habitabilité invalide, non habitable" TO Wcnv_motif
                PERFORM CNV_DEFAUT
                MOVE 0 TO fl_habitable
            END-IF
            MOVE 1 TO fl_actif
            MOVE SPACES TO fl_lieuParent
            MOVE 0 TO fl_dangerRadiation
            MOVE 0 TO fl_dangerGravite
            MOVE 0 TO fl_dangerAtmosphere
            MOVE 0 TO fl_capaciteAccueil
            MOVE SPACES TO fl_paysProprietaire
            MOVE 0 TO fl_depotCarburant
            MOVE 0 TO fl_capaciteQuai
            MOVE 0 TO fl_coordX
            MOVE 0 TO fl_coordY
            MOVE 0 TO fl_coordZ
            WRITE lTampon END-WRITE
            MOVE fl_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_CODE_TYPE_LIEU.
        MOVE 0 TO Wcnv_code
        EVALUATE FUNCTION TRIM(Wcnv_texte)
            WHEN "1"
            WHEN "étoile"
            WHEN "etoile"
                MOVE 1 TO Wcnv_code
            WHEN "2"
            WHEN "planète"
            WHEN "planete"
                MOVE 2 TO Wcnv_code
            WHEN "3"
            WHEN "astéroïde"
            WHEN "asteroide"
                MOVE 3 TO Wcnv_code
            WHEN "4"
            WHEN "trou noir"
                MOVE 4 TO Wcnv_code
            WHEN "5"
            WHEN "non identifié"
            WHEN "non identifie"
                MOVE 5 TO Wcnv_code
        END-EVALUATE.

        CNV_VAISSEAUX.
        MOVE "VAISSEAUX" TO Wcnv_entite
        MOVE "vaiseaux.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        IF Wcnv_format = 3 THEN
            MOVE "  Format principal : vaiseaux.dat sans clé exploitable,"
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
            MOVE "  vaisseaux à ressaisir dans l'application."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            OPEN INPUT Fanc_vaisseaux
            MOVE fov_stat TO Wcnv_stat
            IF fov_stat NOT = 00 THEN
                PERFORM CNV_SOURCE_INDISPONIBLE
            ELSE
                OPEN I-O Fvaisseaux
                OPEN INPUT Flieux
                OPEN INPUT Ftypes
                PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                    READ Fanc_vaisseaux NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        PERFORM CNV_VAISSEAU
                    END-READ
                END-PERFORM
                CLOSE Ftypes
                CLOSE Flieux
                CLOSE Fvaisseaux
                CLOSE Fanc_vaisseaux
            END-IF
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_VAISSEAU.
        PERFORM CNV_ENREGISTREMENT
        MOVE fov_nomVaisseau TO Wcnv_cle
        IF fov_nomVaisseau = SPACES THEN
            MOVE "nom de vaisseau absent" TO Wcnv_motif
            PERFORM CNV_REJETER
        ELSE
            MOVE FUNCTION LOWER-CASE(fov_nomVaisseau) TO fv_nomVaisseau
            READ Fvaisseaux
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "vaisseau déjà présent dans vaisseaux.dat"
                    TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE FUNCTION LOWER-CASE(fov_typeVaisseau) TO Wcnv_texte
            PERFORM CNV_CODE_TYPE_VAISSEAU
            IF Wcnv_code = 0 THEN
                MOVE "type de vaisseau inconnu, type 1" TO Wcnv_motif
                PERFORM CNV_DEFAUT
                MOVE "1" TO Wcnv_texte
                PERFORM CNV_CODE_TYPE_VAISSEAU
                IF Wcnv_code = 0 THEN
                    MOVE 1 TO Wcnv_code
                    MOVE 99 TO Wcnv_capMax
                    MOVE 0 TO Wcnv_rayon
                    MOVE 0 TO Wcnv_intervalle
                END-IF
            END-IF
            IF fov_capacite NOT NUMERIC OR fov_capacite > Wcnv_capMax
                    THEN
                MOVE "capacité hors limites du type de vaisseau"
                    TO Wcnv_motif
                PERFORM CNV_REJETER
            END-IF
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE FUNCTION LOWER-CASE(fov_nomVaisseau) TO fv_nomVaisseau
            MOVE Wcnv_code TO fv_typeVaisseau
            MOVE fov_capacite TO fv_capacite
            MOVE FUNCTION LOWER-CASE(fov_nomLieu) TO fl_nomLieu
            READ Flieux
            INVALID KEY
                MOVE "lieu d'attache inconnu, aucun" TO Wcnv_motif
                PERFORM CNV_DEFAUT
                MOVE SPACES TO fv_nomLieu
            NOT INVALID KEY
                MOVE fl_nomLieu TO fv_nomLieu
            END-READ
            MOVE 1 TO fv_actif
            MOVE 1 TO fv_disponible
            MOVE 0 TO fv_idMission
            MOVE Wcnv_date TO fv_dateArrivee
            MOVE Wcnv_rayon TO fv_rayonAction
            MOVE Wcnv_intervalle TO fv_intervalleMaint
            MOVE Wcnv_date TO fv_dateDernierEntretien
            MOVE Wcnv_date TO fv_dateAcquisition
            MOVE Wcnv_rayon TO fv_carburant
            MOVE 0 TO fv_vitesseCroisiere
            MOVE 0 TO fv_coutAcquisition
            MOVE 0 TO fv_dureeService
            WRITE vTampon END-WRITE
            MOVE fv_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_CODE_TYPE_VAISSEAU.
        MOVE 0 TO Wcnv_code
        MOVE 0 TO Wcnv_trouve
        IF Wcnv_texte(1:1) >= "1" AND Wcnv_texte(1:1) <= "9"
                AND Wcnv_texte(2:29) = SPACES THEN
            MOVE Wcnv_texte(1:1) TO ftv_typeVaisseau
            READ Ftypes
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 1 TO Wcnv_trouve
            END-READ
        ELSE
            MOVE 0 TO ftv_typeVaisseau
            START Ftypes, KEY IS >= ftv_typeVaisseau
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wtv_fin
                PERFORM WITH TEST AFTER UNTIL Wtv_fin = 1
                    READ Ftypes NEXT
                    AT END MOVE 1 TO Wtv_fin
                    NOT AT END
                        IF FUNCTION LOWER-CASE(ftv_libelle) = Wcnv_texte
                                THEN
                            MOVE 1 TO Wcnv_trouve
                            MOVE 1 TO Wtv_fin
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-IF
        IF Wcnv_trouve = 1 AND ftv_actif = 1 THEN
            MOVE ftv_typeVaisseau TO Wcnv_code
            MOVE ftv_capaciteMax TO Wcnv_capMax
            MOVE ftv_rayonDefaut TO Wcnv_rayon
            MOVE ftv_intervalleDefaut TO Wcnv_intervalle
        END-IF.

        CNV_MISSIONS.
        MOVE "MISSIONS" TO Wcnv_entite
        MOVE "ancien_missions.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        IF Wcnv_format = 3 THEN
            OPEN INPUT Fanc_missions_princ
            MOVE fok_stat TO Wcnv_stat
        ELSE
            OPEN INPUT Fanc_missions
            MOVE fom_stat TO Wcnv_stat
        END-IF
        IF Wcnv_stat NOT = 00 THEN
            PERFORM CNV_SOURCE_INDISPONIBLE
        ELSE
            OPEN I-O Fmissions
            OPEN INPUT Flieux
            PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                IF Wcnv_format = 3 THEN
                    READ Fanc_missions_princ NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        MOVE fok_idMission TO fom_idMission
                        MOVE fok_lieu TO fom_nomLieu
                        MOVE fok_description TO fom_description
                        MOVE fok_duree TO Wcnv_duree
                        PERFORM CNV_MISSION
                    END-READ
                ELSE
                    READ Fanc_missions NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        MOVE 0 TO Wcnv_duree
                        PERFORM CNV_MISSION
                    END-READ
                END-IF
            END-PERFORM
            CLOSE Flieux
            CLOSE Fmissions
            IF Wcnv_format = 3 THEN
                CLOSE Fanc_missions_princ
            ELSE
                CLOSE Fanc_missions
            END-IF
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_MISSION.
        PERFORM CNV_ENREGISTREMENT
        MOVE fom_idMission TO Wcnv_cle
        IF fom_idMission NOT NUMERIC OR fom_idMission = 0 THEN
            MOVE "identifiant de mission invalide" TO Wcnv_motif
            PERFORM CNV_REJETER
        ELSE
            MOVE fom_idMission TO fm_idMission
            READ Fmissions
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "mission déjà présente dans missions.dat"
                    TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE FUNCTION LOWER-CASE(fom_nomLieu) TO fl_nomLieu
            READ Flieux
            INVALID KEY
                MOVE "lieu de destination inconnu" TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE fom_idMission TO fm_idMission
            MOVE fl_nomLieu TO fm_nomLieu
            MOVE fom_description TO fm_description
            MOVE 1 TO fm_actif
            MOVE Wcnv_date TO fm_dateDebut
            IF Wcnv_duree NOT NUMERIC THEN
                MOVE 0 TO Wcnv_duree
            END-IF
            IF Wcnv_duree > 0 THEN
                COMPUTE fm_dateFin = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(Wcnv_date) + Wcnv_duree)
            ELSE
                MOVE Wcnv_date TO fm_dateFin
            END-IF
            MOVE 1 TO fm_statut
            MOVE 0 TO fm_budgetEstime
            MOVE 0 TO fm_coutReel
            MOVE 1 TO fm_typeMission
            MOVE 0 TO fm_idMissionDepend
            MOVE 0 TO fm_scoreRisque
            MOVE "EUR" TO fm_devise
            MOVE 1 TO fm_classification
            MOVE 0 TO fm_scoreObjectifs
            MOVE 0 TO fm_objEvalue
            WRITE mTampon END-WRITE
            MOVE fm_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_EQUIPES.
        MOVE "EQUIPES" TO Wcnv_entite
        MOVE "ancien_equipes.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        IF Wcnv_format = 3 THEN
            OPEN INPUT Fanc_equipes_princ
            MOVE fog_stat TO Wcnv_stat
        ELSE
            OPEN INPUT Fanc_equipes
            MOVE foe_stat TO Wcnv_stat
        END-IF
        IF Wcnv_stat NOT = 00 THEN
            PERFORM CNV_SOURCE_INDISPONIBLE
        ELSE
            OPEN I-O Fequipes
            OPEN INPUT Fmissions
            OPEN INPUT Fvaisseaux
            PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                IF Wcnv_format = 3 THEN
                    READ Fanc_equipes_princ NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        MOVE fog_idEquipe TO foe_idEquipe
                        MOVE fog_nbAstro TO foe_nbAstronautes
                        MOVE fog_description TO foe_description
                        MOVE fog_idMission TO foe_idMission
                        PERFORM CNV_EQUIPE
                    END-READ
                ELSE
                    READ Fanc_equipes NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        MOVE SPACES TO fog_nomV
                        PERFORM CNV_EQUIPE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE Fvaisseaux
            CLOSE Fmissions
            CLOSE Fequipes
            IF Wcnv_format = 3 THEN
                CLOSE Fanc_equipes_princ
            ELSE
                CLOSE Fanc_equipes
            END-IF
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_EQUIPE.
        PERFORM CNV_ENREGISTREMENT
        MOVE foe_idEquipe TO Wcnv_cle
        IF foe_idEquipe NOT NUMERIC OR foe_idEquipe = 0 THEN
            MOVE "identifiant d'équipe invalide" TO Wcnv_motif
            PERFORM CNV_REJETER
        ELSE
            MOVE foe_idEquipe TO fe_idEquipe
            READ Fequipes
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "équipe déjà présente dans equipes.dat"
                    TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE foe_idEquipe TO fe_idEquipe
            MOVE 0 TO fe_nbAstronautes
            MOVE foe_description TO fe_description
            MOVE 0 TO fe_idMission
            IF foe_idMission NUMERIC AND foe_idMission > 0 THEN
                MOVE foe_idMission TO fm_idMission
                READ Fmissions
                INVALID KEY
                    MOVE "mission inconnue, équipe sans mission"
                        TO Wcnv_motif
                    PERFORM CNV_DEFAUT
                NOT INVALID KEY
                    MOVE foe_idMission TO fe_idMission
                END-READ
            END-IF
            MOVE SPACES TO fe_nomVaisseau
            IF fog_nomV NOT = SPACES THEN
                MOVE FUNCTION LOWER-CASE(fog_nomV) TO fv_nomVaisseau
                READ Fvaisseaux
                INVALID KEY
                    MOVE "vaisseau inconnu, équipe sans vaisseau"
                        TO Wcnv_motif
                    PERFORM CNV_DEFAUT
                NOT INVALID KEY
                    MOVE fv_nomVaisseau TO fe_nomVaisseau
                END-READ
            END-IF
            MOVE 1 TO fe_actif
            MOVE 0 TO fe_budgetFonctionnement
            MOVE 0 TO fe_depensesFonctionnement
            MOVE 0 TO fe_missionsTerminees
            MOVE 0 TO fe_coutMissions
            MOVE 0 TO fe_dateDernierRetour
            WRITE eTampon END-WRITE
            MOVE fe_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_ASTRONAUTES.
        MOVE "ASTRONAUTES" TO Wcnv_entite
        MOVE "ancien_astronautes.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        EVALUATE Wcnv_format
            WHEN 1
                OPEN INPUT Fanc_astronautes
                MOVE foa_stat TO Wcnv_stat
            WHEN 2
                OPEN INPUT Fanc_astronautes_pr2
                MOVE fos_stat TO Wcnv_stat
            WHEN 3
                OPEN INPUT Fanc_astronautes_princ
                MOVE foz_stat TO Wcnv_stat
        END-EVALUATE
        IF Wcnv_stat NOT = 00 THEN
            PERFORM CNV_SOURCE_INDISPONIBLE
        ELSE
            OPEN I-O Fastronautes
            OPEN INPUT Fpays
            PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                EVALUATE Wcnv_format
                    WHEN 1
                        READ Fanc_astronautes NEXT
                        AT END MOVE 1 TO Wcnv_fin
                        NOT AT END
                            MOVE 0 TO Wcnv_idEquipe
                            PERFORM CNV_ASTRONAUTE
                        END-READ
                    WHEN 2
                        READ Fanc_astronautes_pr2 NEXT
                        AT END MOVE 1 TO Wcnv_fin
                        NOT AT END
                            MOVE fos_idAstro TO foa_idAstronaute
                            MOVE fos_nom TO foa_nom
                            MOVE fos_prenom TO foa_prenom
                            MOVE fos_role TO foa_role
                            MOVE fos_pays TO foa_pays
                            MOVE fos_idEquipe TO Wcnv_idEquipe
                            PERFORM CNV_ASTRONAUTE
                        END-READ
                    WHEN 3
                        READ Fanc_astronautes_princ NEXT
                        AT END MOVE 1 TO Wcnv_fin
                        NOT AT END
                            MOVE foz_idAstro TO foa_idAstronaute
                            MOVE foz_nom TO foa_nom
                            MOVE foz_prenom TO foa_prenom
                            MOVE foz_role TO foa_role
                            MOVE foz_pays TO foa_pays
                            MOVE foz_equipe TO Wcnv_idEquipe
                            PERFORM CNV_ASTRONAUTE
                        END-READ
                END-EVALUATE
            END-PERFORM
            CLOSE Fpays
            CLOSE Fastronautes
            EVALUATE Wcnv_format
                WHEN 1
                    CLOSE Fanc_astronautes
                WHEN 2
                    CLOSE Fanc_astronautes_pr2
                WHEN 3
                    CLOSE Fanc_astronautes_princ
            END-EVALUATE
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_ASTRONAUTE.
        PERFORM CNV_ENREGISTREMENT
        MOVE foa_idAstronaute TO Wcnv_cle
        IF foa_idAstronaute NOT NUMERIC OR foa_idAstronaute = 0 THEN
            MOVE "identifiant d'astronaute invalide" TO Wcnv_motif
            PERFORM CNV_REJETER
        ELSE
            MOVE foa_idAstronaute TO fa_idAstronaute
            READ Fastronautes
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "astronaute déjà présent dans astronautes.dat"
                    TO Wcnv_motif
                PERFORM CNV_REJETER
            END-READ
        END-IF
        IF Wcnv_rejete = 0 AND foa_nom = SPACES THEN
            MOVE "nom de l'astronaute absent" TO Wcnv_motif
            PERFORM CNV_REJETER
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE FUNCTION LOWER-CASE(foa_pays) TO p_nomPays
            READ Fpays
            INVALID KEY
                MOVE "pays inconnu" TO Wcnv_motif
                PERFORM CNV_REJETER
            NOT INVALID KEY
                IF p_actif NOT = 1 THEN
                    MOVE "pays non autorisé" TO Wcnv_motif
                    PERFORM CNV_REJETER
                END-IF
            END-READ
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE foa_idAstronaute TO fa_idAstronaute
            MOVE foa_nom TO fa_nom
            MOVE foa_prenom TO fa_prenom
            MOVE p_nomPays TO fa_pays
            MOVE FUNCTION LOWER-CASE(foa_role) TO Wcnv_texte
            PERFORM CNV_CODE_ROLE
            IF Wcnv_code = 0 THEN
                MOVE "rôle inconnu, scientifique" TO Wcnv_motif
                PERFORM CNV_DEFAUT
                MOVE 9 TO Wcnv_code
            END-IF
            MOVE Wcnv_code TO fa_role
            MOVE 0 TO fa_idEquipe
            MOVE SPACES TO fa_nomLieu
            IF Wcnv_idEquipe NUMERIC AND Wcnv_idEquipe > 0 THEN
                PERFORM CNV_EQUIPE_EXISTE
                IF Wcnv_trouve = 1 THEN
                    MOVE Wcnv_idEquipe TO fa_idEquipe
                    MOVE Wcnv_idEquipe TO Wsl_idEquipe
                    PERFORM DETERMINER_LIEU_EQUIPE
                    MOVE Wsl_nomLieu TO fa_nomLieu
                ELSE
                    MOVE "équipe inconnue, sans équipe" TO Wcnv_motif
                    PERFORM CNV_DEFAUT
                END-IF
            END-IF
            MOVE 1 TO fa_actif
            MOVE 1 TO fa_statut
            MOVE 0 TO fa_missionsVolees
            MOVE 0 TO fa_specialite
            MOVE 0 TO fa_idCohorte
            MOVE 0 TO fa_etapeFormation
            MOVE 0 TO fa_doseCarriere
            MOVE 0 TO fa_joursVol
            MOVE 1 TO fa_grade
            MOVE SPACES TO fa_taille
            WRITE aTampon END-WRITE
            MOVE fa_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_EQUIPE_EXISTE.
        MOVE 0 TO Wcnv_trouve
        OPEN INPUT Fequipes
        MOVE Wcnv_idEquipe TO fe_idEquipe
        READ Fequipes
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF fe_actif = 1 THEN
                MOVE 1 TO Wcnv_trouve
            END-IF
        END-READ
        CLOSE Fequipes.

        CNV_CODE_ROLE.
        MOVE 0 TO Wcnv_code
        IF Wcnv_texte(1:1) >= "1" AND Wcnv_texte(1:1) <= "9"
                AND Wcnv_texte(2:29) = SPACES THEN
            MOVE Wcnv_texte(1:1) TO Wcnv_code
        END-IF
        EVALUATE FUNCTION TRIM(Wcnv_texte)
            WHEN "commandant"
                MOVE 1 TO Wcnv_code
            WHEN "chef scientifique"
                MOVE 2 TO Wcnv_code
            WHEN "chef de sécurité"
            WHEN "chef de securite"
                MOVE 3 TO Wcnv_code
            WHEN "ingénieur"
            WHEN "ingenieur"
                MOVE 4 TO Wcnv_code
            WHEN "infirmier"
                MOVE 5 TO Wcnv_code
            WHEN "community manager"
                MOVE 6 TO Wcnv_code
            WHEN "navigateur"
                MOVE 7 TO Wcnv_code
            WHEN "officier de sécurité"
            WHEN "officier de securite"
                MOVE 8 TO Wcnv_code
            WHEN "scientifique"
                MOVE 9 TO Wcnv_code
        END-EVALUATE.

        CNV_COMPOSITIONS.
        MOVE "COMPOSITIONS" TO Wcnv_entite
        MOVE "ancien_compo_equipes.dat" TO Wcnv_fichier
        PERFORM CNV_DEBUT_ENTITE
        IF Wcnv_format NOT = 1 THEN
            MOVE "  Sans objet : l'équipe est portée par l'astronaute."
                TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            OPEN INPUT Fanc_compo_equipes
            MOVE foq_stat TO Wcnv_stat
            IF foq_stat NOT = 00 THEN
                PERFORM CNV_SOURCE_INDISPONIBLE
            ELSE
                OPEN I-O Fcompo_equipes
                PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
                    READ Fanc_compo_equipes NEXT
                    AT END MOVE 1 TO Wcnv_fin
                    NOT AT END
                        PERFORM CNV_COMPOSITION
                    END-READ
                END-PERFORM
                CLOSE Fcompo_equipes
                CLOSE Fanc_compo_equipes
            END-IF
        END-IF
        PERFORM CNV_BILAN_ENTITE.

        CNV_COMPOSITION.
        PERFORM CNV_ENREGISTREMENT
        MOVE SPACES TO Wcnv_cle
        STRING foq_idAstronaute DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            foq_idEquipe DELIMITED BY SIZE
            INTO Wcnv_cle
        END-STRING
        MOVE foq_idAstronaute TO fce_idAstronaute
        MOVE foq_idEquipe TO fce_idEquipe
        READ Fcompo_equipes
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "affectation déjà présente dans compo_equipes.dat"
                TO Wcnv_motif
            PERFORM CNV_REJETER
        END-READ
        IF Wcnv_rejete = 0 THEN
            MOVE foq_idEquipe TO Wcnv_idEquipe
            PERFORM CNV_EQUIPE_EXISTE
            IF Wcnv_trouve = 0 THEN
                MOVE "équipe inconnue" TO Wcnv_motif
                PERFORM CNV_REJETER
            END-IF
        END-IF
        IF Wcnv_rejete = 0 THEN
            OPEN I-O Fastronautes
            MOVE foq_idAstronaute TO fa_idAstronaute
            READ Fastronautes
            INVALID KEY
                MOVE "astronaute inconnu" TO Wcnv_motif
                PERFORM CNV_REJETER
            NOT INVALID KEY
                IF fa_idEquipe = 0 THEN
                    MOVE foq_idEquipe TO fa_idEquipe
                    MOVE foq_idEquipe TO Wsl_idEquipe
                    PERFORM DETERMINER_LIEU_EQUIPE
                    MOVE Wsl_nomLieu TO fa_nomLieu
                    REWRITE aTampon END-REWRITE
                    IF fa_stat NOT = 00 THEN
                        MOVE fa_stat TO Wchk_stat
                        MOVE "Fastronautes" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                ELSE
                    IF fa_idEquipe NOT = foq_idEquipe THEN
                        MOVE SPACES TO Wcnv_motif
                        STRING "astronaute déjà affecté à l'équipe n°"
                            DELIMITED BY SIZE
                            fa_idEquipe DELIMITED BY SIZE
                            INTO Wcnv_motif
                        END-STRING
                        PERFORM CNV_REJETER
                    END-IF
                END-IF
            END-READ
            CLOSE Fastronautes
        END-IF
        IF Wcnv_rejete = 0 THEN
            MOVE foq_idAstronaute TO fce_idAstronaute
            MOVE foq_idEquipe TO fce_idEquipe
            MOVE 1 TO fce_actif
            MOVE Wcnv_date TO fce_dateDebut
            MOVE 0 TO fce_dateFin
            WRITE compoTamp END-WRITE
            MOVE fce_stat TO Wcnv_stat
            PERFORM CNV_CONVERTI
        END-IF.

        CNV_RECOMPTER_EQUIPES.
        MOVE 0 TO Wcnv_nbEquipes
        OPEN I-O Fequipes
        OPEN INPUT Fastronautes
        MOVE 0 TO Wcnv_fin
        PERFORM WITH TEST AFTER UNTIL Wcnv_fin = 1
            READ Fequipes NEXT
            AT END MOVE 1 TO Wcnv_fin
            NOT AT END
                MOVE 0 TO Wcnv_effectif
                MOVE fe_idEquipe TO fa_idEquipe
                START Fastronautes, KEY IS = fa_idEquipe
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO Wcnv_fin2
                    PERFORM WITH TEST AFTER UNTIL Wcnv_fin2 = 1
                        READ Fastronautes NEXT
                        AT END MOVE 1 TO Wcnv_fin2
                        NOT AT END
                            IF fa_idEquipe NOT = fe_idEquipe THEN
                                MOVE 1 TO Wcnv_fin2
                            ELSE
                                IF fa_actif = 1 THEN
                                    ADD 1 TO Wcnv_effectif
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                IF Wcnv_effectif NOT = fe_nbAstronautes THEN
                    MOVE Wcnv_effectif TO fe_nbAstronautes
                    REWRITE eTampon END-REWRITE
                    IF fe_stat NOT = 00 THEN
                        MOVE fe_stat TO Wchk_stat
                        MOVE "Fequipes" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                END-IF
                ADD 1 TO Wcnv_nbEquipes
            END-READ
        END-PERFORM
        CLOSE Fastronautes
        CLOSE Fequipes
        MOVE Wcnv_nbEquipes TO Wcnv_nb1ECR
        MOVE SPACES TO Wsp_ligne
        STRING "Effectifs recalculés d'après les astronautes actifs : "
            DELIMITED BY SIZE
            Wcnv_nb1ECR DELIMITED BY SIZE
            " équipe(s)" DELIMITED BY SIZE
            INTO Wsp_ligne
        END-STRING
        PERFORM ECRIRE_LIGNE_RAPPORT.

        CTL_LOT_DEBUT.
        MOVE 0 TO Wlt_ok
        MOVE 0 TO Wlt_lignes
        MOVE 0 TO Wlt_nbDetails
        MOVE 0 TO Wlt_nbAnnonce
        MOVE 0 TO Wlt_hash
        MOVE 0 TO Wlt_hashAnnonce
        MOVE 0 TO Wlt_entete
        MOVE 0 TO Wlt_trailer
        MOVE 0 TO Wlt_apresTrailer
        MOVE 0 TO Wlt_incoherent
        MOVE 0 TO Wlt_seq
        MOVE SPACES TO Wlt_emetteur.

        CTL_LOT_LIGNE.
        IF Wlt_texte NOT = SPACES THEN
            ADD 1 TO Wlt_lignes
            MOVE SPACES TO Wlt_pType
            MOVE SPACES TO Wlt_pEmetteur
            MOVE SPACES TO Wlt_pSeq
            MOVE SPACES TO Wlt_pNb
            MOVE SPACES TO Wlt_pHash
            UNSTRING Wlt_texte DELIMITED BY ";"
                INTO Wlt_pType Wlt_pEmetteur Wlt_pSeq Wlt_pNb
                     Wlt_pHash
            END-UNSTRING
            IF Wlt_trailer = 1 THEN
                ADD 1 TO Wlt_apresTrailer
            ELSE
                IF Wlt_lignes = 1 THEN
                    IF Wlt_pType = "H" THEN
                        MOVE 1 TO Wlt_entete
                        MOVE FUNCTION UPPER-CASE(Wlt_pEmetteur)
                            TO Wlt_emetteur
                        MOVE FUNCTION NUMVAL(Wlt_pSeq) TO Wlt_seq
                    END-IF
                ELSE
                    IF Wlt_pType = "F" THEN
                        MOVE 1 TO Wlt_trailer
                        IF FUNCTION UPPER-CASE(Wlt_pEmetteur)
                           NOT = Wlt_emetteur OR
                           FUNCTION NUMVAL(Wlt_pSeq) NOT = Wlt_seq THEN
                            MOVE 1 TO Wlt_incoherent
                        END-IF
                        MOVE FUNCTION NUMVAL(Wlt_pNb) TO Wlt_nbAnnonce
                        MOVE FUNCTION NUMVAL(Wlt_pHash)
                            TO Wlt_hashAnnonce
                    ELSE
                        ADD 1 TO Wlt_nbDetails
                        MOVE FUNCTION LENGTH(FUNCTION TRIM(Wlt_texte
                            TRAILING)) TO Wlt_long
                        PERFORM VARYING Wlt_i FROM 1 BY 1
                                UNTIL Wlt_i > Wlt_long
                            COMPUTE Wlt_hash = FUNCTION MOD(Wlt_hash
                                + FUNCTION ORD(Wlt_texte(Wlt_i:1)) - 1,
                                1000000000000)
                        END-PERFORM
                    END-IF
                END-IF
            END-IF
        END-IF.

        CTL_LOT_VERIFIER.
        MOVE 1 TO Wlt_ok
        MOVE SPACES TO Wlt_motif
        MOVE 0 TO Wlt_derniere
        IF Wlt_entete = 0 OR Wlt_emetteur = SPACES THEN
            MOVE 0 TO Wlt_ok
            MOVE "en-tête absent ou invalide" TO Wlt_motif
        END-IF
        IF Wlt_ok = 1 AND Wlt_trailer = 0 THEN
            MOVE 0 TO Wlt_ok
            MOVE "enregistrement de fin absent" TO Wlt_motif
        END-IF
        IF Wlt_ok = 1 AND
           (Wlt_incoherent = 1 OR Wlt_apresTrailer > 0) THEN
            MOVE 0 TO Wlt_ok
            MOVE "fin de fichier incohérente" TO Wlt_motif
        END-IF
        IF Wlt_ok = 1 AND Wlt_nbAnnonce NOT = Wlt_nbDetails THEN
            MOVE 0 TO Wlt_ok
            MOVE "nombre d'enregistrements erroné" TO Wlt_motif
        END-IF
        IF Wlt_ok = 1 AND Wlt_hashAnnonce NOT = Wlt_hash THEN
            MOVE 0 TO Wlt_ok
            MOVE "total de contrôle erroné" TO Wlt_motif
        END-IF
        IF Wlt_ok = 1 THEN
            OPEN INPUT Flots_entrants
            MOVE Wlt_fichier TO flt_fichier
            MOVE Wlt_emetteur TO flt_emetteur
            READ Flots_entrants
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE flt_derniereSeq TO Wlt_derniere
            END-READ
            CLOSE Flots_entrants
            IF Wlt_seq <= Wlt_derniere THEN
                MOVE 0 TO Wlt_ok
                MOVE "numéro de lot déjà reçu" TO Wlt_motif
            ELSE
                IF Wlt_seq > Wlt_derniere + 1 THEN
                    MOVE 0 TO Wlt_ok
                    MOVE "rupture de séquence (lot manquant)"
                        TO Wlt_motif
                END-IF
            END-IF
        END-IF
        ACCEPT Wlt_date FROM DATE YYYYMMDD
        OPEN I-O Flots_entrants
        MOVE Wlt_fichier TO flt_fichier
        MOVE Wlt_emetteur TO flt_emetteur
        READ Flots_entrants
        INVALID KEY
            MOVE 0 TO flt_derniereSeq
            MOVE 0 TO flt_dateReception
            MOVE 0 TO flt_nbRefus
            MOVE 0 TO flt_dateRefus
            PERFORM CTL_LOT_MAJ
            WRITE ltTampon END-WRITE
        NOT INVALID KEY
            PERFORM CTL_LOT_MAJ
            REWRITE ltTampon END-REWRITE
        END-READ
        IF flt_stat NOT = 00 THEN
            MOVE flt_stat TO Wchk_stat
            MOVE "Flots_entrants" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Flots_entrants
        IF Wlt_ok = 0 THEN
            ADD 1 TO Wbat_anomalies
            DISPLAY "Fichier ", Wlt_fichier, " refusé en totalité (",
FUNCTION TRIM(Wlt_motif), ") : émetteur ", Wlt_emetteur, " lot n°",
Wlt_seq, ", ", Wlt_nbDetails, " enregistrement(s) lu(s) pour ",
Wlt_nbAnnonce, " annoncé(s). Aucune mise à jour effectuée."
            MOVE "SYSTEME" TO Wau_module
            MOVE "LOT_REFUS" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wlt_fichier DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Wlt_emetteur DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Wlt_seq DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wlt_motif DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            MOVE Wlt_date TO Wno_date
            MOVE 3 TO Wno_niveau
            MOVE SPACES TO Wno_message
            STRING "Lot " DELIMITED BY SIZE
                Wlt_fichier DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Wlt_emetteur DELIMITED BY SPACE
                " n°" DELIMITED BY SIZE
                Wlt_seq DELIMITED BY SIZE
                " refusé : " DELIMITED BY SIZE
                Wlt_motif DELIMITED BY SIZE
                INTO Wno_message
            END-STRING
            PERFORM ECRIRE_NOTIFICATION
        ELSE
            DISPLAY "Contrôle du lot ", Wlt_fichier, " ", Wlt_emetteur,
" n°", Wlt_seq, " : ", Wlt_nbDetails, " enregistrement(s), total de",
" contrôle conforme."
        END-IF.

        CTL_LOT_MAJ.
        IF Wlt_ok = 1 THEN
            MOVE Wlt_seq TO flt_derniereSeq
            MOVE Wlt_date TO flt_dateReception
        ELSE
            ADD 1 TO flt_nbRefus
            MOVE Wlt_date TO flt_dateRefus
        END-IF.

        REJET_FILE_ENREGISTRER.
        IF Wqj_resoumission = 1 THEN
            MOVE 1 TO Wqj_echec
        ELSE
            ACCEPT Wqj_date FROM DATE YYYYMMDD
            MOVE "REJET" TO Wsq_nom
            PERFORM OBTENIR_PROCHAIN_ID
            OPEN I-O Ffile_rejets
            MOVE Wsq_propose TO fqj_idRejet
            MOVE Wqj_source TO fqj_source
            MOVE Wqj_date TO fqj_dateRejet
            MOVE Wqj_motif TO fqj_motif
            MOVE Wqj_texte TO fqj_texte
            MOVE 1 TO fqj_statut
            MOVE 0 TO fqj_nbTentatives
            MOVE 0 TO fqj_dateTraitement
            MOVE SPACES TO fqj_motifAbandon
            MOVE Wop_id TO fqj_operateur
            WRITE qjTampon END-WRITE
            IF fqj_stat NOT = 00 THEN
                MOVE fqj_stat TO Wchk_stat
                MOVE "Ffile_rejets" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Ffile_rejets
            MOVE "REJET" TO Wsq_nom
            MOVE Wsq_propose TO Wsq_utilise
            PERFORM MAJ_SEQUENCE
        END-IF.

        GERER_FILE_REJETS.
        DISPLAY ' '
        DISPLAY "1 : Lister les rejets en attente // 2 : Corriger et",
" resoumettre un rejet // 3 : Abandonner un rejet"
        MOVE 0 TO Wqj_choix
        PERFORM WITH TEST AFTER UNTIL Wqj_choix >= 1 AND Wqj_choix <= 3
            ACCEPT Wqj_choix
        END-PERFORM
        EVALUATE Wqj_choix
            WHEN 1
                PERFORM REJET_FILE_LISTER
            WHEN 2
                PERFORM REJET_FILE_CORRIGER
            WHEN 3
                PERFORM REJET_FILE_ABANDONNER
        END-EVALUATE.

        REJET_FILE_SOURCE.
        IF Wqj_source = "I" THEN
            MOVE "Interchange" TO Wqj_sourceECR
        ELSE
            MOVE "Télémétrie" TO Wqj_sourceECR
        END-IF.

        REJET_FILE_LISTER.
        ACCEPT Wqj_date FROM DATE YYYYMMDD
        DISPLAY "#############"
        DISPLAY "Rejets d'interface en attente de correction :"
        MOVE 0 TO Wqj_count
        OPEN INPUT Ffile_rejets
        MOVE 0 TO Wqj_fin
        PERFORM WITH TEST AFTER UNTIL Wqj_fin = 1
            READ Ffile_rejets NEXT
            AT END MOVE 1 TO Wqj_fin
            NOT AT END
                IF fqj_ouvert THEN
                    ADD 1 TO Wqj_count
                    MOVE fqj_source TO Wqj_source
                    PERFORM REJET_FILE_SOURCE
                    COMPUTE Wqj_age =
                        FUNCTION INTEGER-OF-DATE(Wqj_date) -
                        FUNCTION INTEGER-OF-DATE(fqj_dateRejet)
                    DISPLAY "  n°", fqj_idRejet, " ", Wqj_sourceECR,
" du ", fqj_dateRejet, " (", Wqj_age, " j, ", fqj_nbTentatives,
" tentative(s)) : ", fqj_motif
                    DISPLAY "      >> ", fqj_texte(1:100)
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffile_rejets
        IF Wqj_count = 0 THEN
            DISPLAY "  Aucun rejet en attente."
        END-IF.

        REJET_FILE_LIRE.
        MOVE 0 TO Wqj_ok
        DISPLAY "Numéro du rejet ?"
        ACCEPT Wqj_id
        OPEN INPUT Ffile_rejets
        MOVE Wqj_id TO fqj_idRejet
        READ Ffile_rejets
        INVALID KEY
            DISPLAY "ERREUR ! Rejet inexistant !"
        NOT INVALID KEY
            IF fqj_ouvert THEN
                MOVE 1 TO Wqj_ok
                MOVE fqj_source TO Wqj_source
                MOVE fqj_motif TO Wqj_motif
                MOVE fqj_texte TO Wqj_texte
            ELSE
                DISPLAY "Ce rejet est déjà traité."
            END-IF
        END-READ
        CLOSE Ffile_rejets
        IF Wqj_ok = 1 AND Wqj_source = "I" THEN
            MOVE 3 TO Wacc_requis
            PERFORM VERIFIER_ACCES_NIVEAU
            MOVE Wacc_ok TO Wqj_ok
        END-IF.

        REJET_FILE_CORRIGER.
        PERFORM REJET_FILE_LIRE
        IF Wqj_ok = 1 THEN
            PERFORM REJET_FILE_SOURCE
            DISPLAY "Rejet n°", Wqj_id, " (", Wqj_sourceECR, ") : ",
Wqj_motif
            MOVE SPACES TO Wqj_champs
            MOVE 0 TO Wqj_nbChamps
            UNSTRING Wqj_texte DELIMITED BY ";"
                INTO Wqj_champ(1) Wqj_champ(2) Wqj_champ(3)
                     Wqj_champ(4) Wqj_champ(5) Wqj_champ(6)
                     Wqj_champ(7) Wqj_champ(8) Wqj_champ(9)
                     Wqj_champ(10) Wqj_champ(11) Wqj_champ(12)
                TALLYING IN Wqj_nbChamps
            END-UNSTRING
            MOVE 99 TO Wqj_numChamp
            PERFORM WITH TEST AFTER UNTIL Wqj_numChamp = 0
                PERFORM VARYING Wqj_i FROM 1 BY 1
                        UNTIL Wqj_i > Wqj_nbChamps
                    DISPLAY "  ", Wqj_i, " : ",
FUNCTION TRIM(Wqj_champ(Wqj_i))
                END-PERFORM
                DISPLAY "Numéro du champ à corriger ? (0 : terminé)"
                ACCEPT Wqj_numChamp
                IF Wqj_numChamp > 0 AND Wqj_numChamp <= 12 THEN
                    DISPLAY "Nouvelle valeur du champ ", Wqj_numChamp,
" ?"
                    MOVE SPACES TO Wqj_valeur
                    ACCEPT Wqj_valeur
                    MOVE Wqj_valeur TO Wqj_champ(Wqj_numChamp)
                    IF Wqj_numChamp > Wqj_nbChamps THEN
                        MOVE Wqj_numChamp TO Wqj_nbChamps
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO Wqj_texte
            MOVE 1 TO Wqj_ptr
            PERFORM VARYING Wqj_i FROM 1 BY 1 UNTIL Wqj_i > Wqj_nbChamps
                IF Wqj_i > 1 THEN
                    STRING ";" DELIMITED BY SIZE
                        INTO Wqj_texte WITH POINTER Wqj_ptr
                    END-STRING
                END-IF
                IF Wqj_champ(Wqj_i) NOT = SPACES THEN
                    STRING FUNCTION TRIM(Wqj_champ(Wqj_i) TRAILING)
                        DELIMITED BY SIZE
                        INTO Wqj_texte WITH POINTER Wqj_ptr
                    END-STRING
                END-IF
            END-PERFORM
            DISPLAY "Enregistrement corrigé :"
            DISPLAY "  ", Wqj_texte(1:150)
            DISPLAY "Resoumettre cet enregistrement ? (0 : Non // 1 :",
" Oui)"
            MOVE 9 TO Wqj_confirme
            PERFORM WITH TEST AFTER UNTIL
                    Wqj_confirme = 0 OR Wqj_confirme = 1
                ACCEPT Wqj_confirme
            END-PERFORM
            IF Wqj_confirme = 1 THEN
                IF Wqj_texte(1:2) = "H;" OR Wqj_texte(1:2) = "F;" THEN
                    DISPLAY "Un en-tête ou une fin de lot ne peut pas",
" être resoumis."
                ELSE
                    PERFORM REJET_FILE_RESOUMETTRE
                END-IF
            END-IF
        END-IF.

        REJET_FILE_RESOUMETTRE.
        MOVE 1 TO Wqj_resoumission
        MOVE 0 TO Wqj_echec
        IF Wqj_source = "I" THEN
            MOVE 0 TO Wic_ok
            MOVE 0 TO Wic_rejets
            MOVE 0 TO Wic_ligne
            MOVE Wqj_texte TO icTampon
            OPEN EXTEND Frejets
            PERFORM TRAITER_LIGNE_INTERCHANGE
            CLOSE Frejets
        ELSE
            MOVE 0 TO Wte_ok
            MOVE 0 TO Wte_rejets
            MOVE 0 TO Wte_ligne
            MOVE 0 TO Wsr_incidents
            MOVE Wqj_texte TO teTampon
            OPEN EXTEND Ftelerejets
            PERFORM TRAITER_LIGNE_TELEMETRIE
            CLOSE Ftelerejets
        END-IF
        MOVE 0 TO Wqj_resoumission
        ACCEPT Wqj_date FROM DATE YYYYMMDD
        OPEN I-O Ffile_rejets
        MOVE Wqj_id TO fqj_idRejet
        READ Ffile_rejets
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO fqj_nbTentatives
            MOVE Wqj_texte TO fqj_texte
            MOVE Wop_id TO fqj_operateur
            IF Wqj_echec = 1 THEN
                MOVE Wqj_motif TO fqj_motif
            ELSE
                MOVE 2 TO fqj_statut
                MOVE Wqj_date TO fqj_dateTraitement
            END-IF
            REWRITE qjTampon END-REWRITE
            IF fqj_stat NOT = 00 THEN
                MOVE fqj_stat TO Wchk_stat
                MOVE "Ffile_rejets" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
        END-READ
        CLOSE Ffile_rejets
        MOVE "SYSTEME" TO Wau_module
        MOVE "REJET_RESO" TO Wau_action
        MOVE SPACES TO Wau_detail
        IF Wqj_echec = 1 THEN
            STRING Wqj_id DELIMITED BY SIZE
                " rejete : " DELIMITED BY SIZE
                Wqj_motif DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            DISPLAY "Enregistrement rejeté à nouveau (",
FUNCTION TRIM(Wqj_motif), "). Il reste dans la file des rejets."
        ELSE
            STRING Wqj_id DELIMITED BY SIZE
                " accepte" DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            DISPLAY "Enregistrement accepté et intégré : rejet n°",
Wqj_id, " clos."
        END-IF
        PERFORM ENREGISTRER_AUDIT.

        REJET_FILE_ABANDONNER.
        PERFORM REJET_FILE_LIRE
        IF Wqj_ok = 1 THEN
            DISPLAY "Motif de l'abandon ?"
            MOVE SPACES TO Wqj_motifAbandon
            PERFORM WITH TEST AFTER UNTIL Wqj_motifAbandon NOT = SPACES
                ACCEPT Wqj_motifAbandon
            END-PERFORM
            ACCEPT Wqj_date FROM DATE YYYYMMDD
            OPEN I-O Ffile_rejets
            MOVE Wqj_id TO fqj_idRejet
            READ Ffile_rejets
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 3 TO fqj_statut
                MOVE Wqj_date TO fqj_dateTraitement
                MOVE Wqj_motifAbandon TO fqj_motifAbandon
                MOVE Wop_id TO fqj_operateur
                REWRITE qjTampon END-REWRITE
                IF fqj_stat NOT = 00 THEN
                    MOVE fqj_stat TO Wchk_stat
                    MOVE "Ffile_rejets" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
            END-READ
            CLOSE Ffile_rejets
            MOVE "SYSTEME" TO Wau_module
            MOVE "REJET_ABAN" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wqj_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wqj_motifAbandon DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Rejet n°", Wqj_id, " abandonné."
        END-IF.

        REJET_FILE_BRIEFING.
        MOVE "Rejets d'interface en attente (≤1 j / 2-7 j / 8-30 j / >30 j) :"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        INITIALIZE Wqj_ages
        MOVE 0 TO Wqj_count
        OPEN INPUT Ffile_rejets
        MOVE 0 TO Wqj_fin
        PERFORM WITH TEST AFTER UNTIL Wqj_fin = 1
            READ Ffile_rejets NEXT
            AT END MOVE 1 TO Wqj_fin
            NOT AT END
                IF fqj_ouvert THEN
                    ADD 1 TO Wqj_count
                    COMPUTE Wqj_age =
                        FUNCTION INTEGER-OF-DATE(Wbr_date) -
                        FUNCTION INTEGER-OF-DATE(fqj_dateRejet)
                    EVALUATE TRUE
                        WHEN Wqj_age <= 1
                            MOVE 1 TO Wqj_tr
                        WHEN Wqj_age <= 7
                            MOVE 2 TO Wqj_tr
                        WHEN Wqj_age <= 30
                            MOVE 3 TO Wqj_tr
                        WHEN OTHER
                            MOVE 4 TO Wqj_tr
                    END-EVALUATE
                    IF fqj_interchange THEN
                        MOVE 1 TO Wqj_src
                    ELSE
                        MOVE 2 TO Wqj_src
                    END-IF
                    ADD 1 TO Wqj_tranche(Wqj_src, Wqj_tr)
                END-IF
            END-READ
        END-PERFORM
        CLOSE Ffile_rejets
        IF Wqj_count = 0 THEN
            MOVE "  Aucun rejet en attente." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        ELSE
            PERFORM VARYING Wqj_src FROM 1 BY 1 UNTIL Wqj_src > 2
                IF Wqj_src = 1 THEN
                    MOVE "I" TO Wqj_source
                ELSE
                    MOVE "T" TO Wqj_source
                END-IF
                PERFORM REJET_FILE_SOURCE
                MOVE SPACES TO Wsp_ligne
                STRING "  - " DELIMITED BY SIZE
                    Wqj_sourceECR DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    Wqj_tranche(Wqj_src, 1) DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wqj_tranche(Wqj_src, 2) DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wqj_tranche(Wqj_src, 3) DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wqj_tranche(Wqj_src, 4) DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                PERFORM ECRIRE_LIGNE_RAPPORT
            END-PERFORM
        END-IF.

        TRAITER_LIGNE_INTERCHANGE.
        MOVE SPACES TO Wic_c3
        MOVE SPACES TO Wic_c4
        MOVE SPACES TO Wic_c5
        MOVE SPACES TO Wic_c6
        MOVE SPACES TO Wic_c7
        MOVE SPACES TO Wic_c8
        MOVE SPACES TO Wic_c9
        MOVE SPACES TO Wic_c10
        UNSTRING icTampon DELIMITED BY ";"
            INTO Wic_type Wic_code Wic_c3 Wic_c4 Wic_c5
                 Wic_c6 Wic_c7 Wic_c8 Wic_c9 Wic_c10
        END-UNSTRING
        EVALUATE Wic_type
            WHEN "H"
            WHEN "F"
                CONTINUE
            WHEN "V"
                PERFORM INTERCHANGE_VAISSEAU
            WHEN "L"
                PERFORM INTERCHANGE_LIEU
            WHEN "D"
                PERFORM INTERCHANGE_DISTANCE
            WHEN "M"
                PERFORM INTERCHANGE_MISSION
            WHEN OTHER
                MOVE "type d'enregistrement inconnu"
                    TO Wic_motif
                PERFORM REJET_INTERCHANGE
        END-EVALUATE.

        IMPORT_INTERCHANGE.
        MOVE 0 TO Wlt_ok
        OPEN INPUT Finterchange
        IF fic_stat = 35 THEN
            DISPLAY "Fichier interchange.dat introuvable."
        ELSE
            MOVE "INTERCHANG" TO Wlt_fichier
            PERFORM CTL_LOT_DEBUT
            MOVE 0 TO Wic_fin
            PERFORM WITH TEST AFTER UNTIL Wic_fin = 1
                READ Finterchange
                AT END MOVE 1 TO Wic_fin
                NOT AT END
                    MOVE icTampon TO Wlt_texte
                    PERFORM CTL_LOT_LIGNE
            END-PERFORM
            CLOSE Finterchange
            PERFORM CTL_LOT_VERIFIER
        END-IF
        IF Wlt_ok = 1 THEN
            OPEN INPUT Finterchange
            MOVE 0 TO Wic_ok
            MOVE 0 TO Wic_rejets
            MOVE 0 TO Wic_ligne
            OPEN OUTPUT Frejets
            MOVE 0 TO Wic_fin
            PERFORM WITH TEST AFTER UNTIL Wic_fin = 1
                READ Finterchange
                AT END MOVE 1 TO Wic_fin
                NOT AT END
                    ADD 1 TO Wic_ligne
                    PERFORM TRAITER_LIGNE_INTERCHANGE
            END-PERFORM
            CLOSE Frejets
            CLOSE Finterchange
            MOVE "SYSTEME" TO Wau_module
            MOVE "INTERCHANGE" TO Wau_action
            MOVE Wic_ok TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            MOVE Wic_ok TO Wbat_traites
            DISPLAY "#############"
            DISPLAY "Import interchange terminé : ", Wic_ligne,
" ligne(s) lue(s), ", Wic_ok, " acceptée(s), ", Wic_rejets,
" rejetée(s) (interchange_rejets.dat)."
        END-IF.

        GERER_AGENCES_PARTENAIRES.
        DISPLAY ' '
        DISPLAY "1 : Ajouter/modifier une agence partenaire // 2 :",
" Lister les agences"
        MOVE 0 TO Wxa_choix
        PERFORM WITH TEST AFTER UNTIL
                Wxa_choix = 1 OR Wxa_choix = 2
            ACCEPT Wxa_choix
        END-PERFORM
        IF Wxa_choix = 2 THEN
            DISPLAY "#############"
            DISPLAY "Agences partenaires destinataires des envois :"
            MOVE 0 TO Wxa_count
            OPEN INPUT Fagences
            MOVE 0 TO Wxa_fin
            PERFORM WITH TEST AFTER UNTIL Wxa_fin = 1
                READ Fagences NEXT
                AT END MOVE 1 TO Wxa_fin
                NOT AT END
                    ADD 1 TO Wxa_count
                    DISPLAY "  - ", fag_code, " ", fag_nom, " actif ",
fag_actif, " : dernier envoi n°", fag_seqEnvoi, " le ",
fag_dateEnvoi
                END-READ
            END-PERFORM
            CLOSE Fagences
            IF Wxa_count = 0 THEN
                DISPLAY "  Aucune agence partenaire."
            END-IF
        ELSE
            DISPLAY "Code de l'agence ?"
            MOVE SPACES TO Wxa_code2
            ACCEPT Wxa_code2
            MOVE FUNCTION UPPER-CASE(Wxa_code2) TO Wxa_code
            DISPLAY "Nom de l'agence ?"
            MOVE SPACES TO Wxa_nom
            ACCEPT Wxa_nom
            DISPLAY "Agence active ? (0 : Non // 1 : Oui)"
            MOVE 9 TO Wxa_actif
            PERFORM WITH TEST AFTER UNTIL
                    Wxa_actif = 0 OR Wxa_actif = 1
                ACCEPT Wxa_actif
            END-PERFORM
            OPEN I-O Fagences
            MOVE Wxa_code TO fag_code
            READ Fagences
            INVALID KEY
                MOVE Wxa_nom TO fag_nom
                MOVE Wxa_actif TO fag_actif
                MOVE 0 TO fag_seqEnvoi
                MOVE 0 TO fag_derniereArrivee
                MOVE 0 TO fag_dateEnvoi
                WRITE agTampon END-WRITE
                DISPLAY "Agence partenaire ajoutée."
            NOT INVALID KEY
                MOVE Wxa_nom TO fag_nom
                MOVE Wxa_actif TO fag_actif
                REWRITE agTampon END-REWRITE
                DISPLAY "Agence partenaire mise à jour."
            END-READ
            IF fag_stat NOT = 00 THEN
                MOVE fag_stat TO Wchk_stat
                MOVE "Fagences" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fagences
            MOVE "SYSTEME" TO Wau_module
            MOVE "AGENCE" TO Wau_action
            MOVE Wxa_code TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF.

        ECRIRE_LIGNE_ENVOI.
        ADD 1 TO Wxe_ligne
        MOVE Wxe_texte TO xeTampon
        WRITE xeTampon
        MOVE fag_code TO fxl_agence
        MOVE Wxe_seq TO fxl_seq
        MOVE Wxe_ligne TO fxl_ligne
        MOVE Wxe_texte TO fxl_texte
        WRITE xlTampon END-WRITE
        IF fxl_stat NOT = 00 THEN
            MOVE fxl_stat TO Wchk_stat
            MOVE "Farchive_envois" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        NOM_FICHIER_ENVOI.
        MOVE SPACES TO Wxe_fichier
        STRING "interchange_sortie_" DELIMITED BY SIZE
            Wxa_code DELIMITED BY SPACE
            "_" DELIMITED BY SIZE
            Wxe_seq DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO Wxe_fichier
        END-STRING.

        ENVOI_INTERCHANGE.
        ACCEPT Wxe_date FROM DATE YYYYMMDD
        ACCEPT Wxe_heure FROM TIME
        MOVE 0 TO Wxe_agences
        OPEN I-O Fagences
        MOVE 0 TO Wxa_fin
        PERFORM WITH TEST AFTER UNTIL Wxa_fin = 1
            READ Fagences NEXT
            AT END MOVE 1 TO Wxa_fin
            NOT AT END
                IF fag_actif = 1 THEN
                    PERFORM ENVOI_INTERCHANGE_AGENCE
                    ADD 1 TO Wxe_agences
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fagences
        MOVE "SYSTEME" TO Wau_module
        MOVE "ENVOI_AGEN" TO Wau_action
        MOVE Wxe_agences TO Wau_detail
        PERFORM ENREGISTRER_AUDIT
        MOVE Wxe_agences TO Wbat_traites
        DISPLAY "Envoi interchange terminé : ", Wxe_agences,
" agence(s) servie(s).".

        ENVOI_INTERCHANGE_AGENCE.
        COMPUTE Wxe_seq = fag_seqEnvoi + 1
        MOVE fag_code TO Wxa_code
        PERFORM NOM_FICHIER_ENVOI
        MOVE 0 TO Wxe_ligne
        MOVE 0 TO Wxe_missions
        MOVE 0 TO Wxe_etapes
        MOVE 0 TO Wxe_arrivees
        OPEN OUTPUT Fsortie_agence
        OPEN I-O Farchive_envois
        MOVE SPACES TO Wxe_texte
        STRING "H;" DELIMITED BY SIZE
            fag_code DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wxe_seq DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wxe_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wxe_heure DELIMITED BY SIZE
            INTO Wxe_texte
        END-STRING
        PERFORM ECRIRE_LIGNE_ENVOI
        OPEN INPUT Fmissions
        OPEN INPUT Fetapes
        OPEN I-O Fsuivi_envois
        MOVE 0 TO Wxe_fin
        PERFORM WITH TEST AFTER UNTIL Wxe_fin = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wxe_fin
            NOT AT END
                IF fm_actif = 1 AND NOT fm_classClassifiee THEN
                    PERFORM ENVOI_MISSION_AGENCE
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fsuivi_envois
        CLOSE Fetapes
        CLOSE Fmissions
        MOVE fag_derniereArrivee TO Wxe_derniere
        OPEN INPUT Farrivees
        MOVE fag_derniereArrivee TO fta_idArrivee
        START Farrivees, KEY IS > fta_idArrivee
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wxe_fin
            PERFORM WITH TEST AFTER UNTIL Wxe_fin = 1
                READ Farrivees NEXT
                AT END MOVE 1 TO Wxe_fin
                NOT AT END
                    ADD 1 TO Wxe_arrivees
                    MOVE fta_idArrivee TO Wxe_derniere
                    MOVE SPACES TO Wxe_texte
                    STRING "A;T;" DELIMITED BY SIZE
                        fta_nomVaisseau DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fta_nomLieu DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fta_dateArrivee DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        fta_lieuDepart DELIMITED BY SIZE
                        INTO Wxe_texte
                    END-STRING
                    PERFORM ECRIRE_LIGNE_ENVOI
                END-READ
            END-PERFORM
        END-START
        CLOSE Farrivees
        MOVE SPACES TO Wxe_texte
        COMPUTE Wxe_nbLignes = Wxe_ligne + 1
        STRING "F;" DELIMITED BY SIZE
            fag_code DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            Wxe_seq DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wxe_nbLignes DELIMITED BY SIZE
            INTO Wxe_texte
        END-STRING
        PERFORM ECRIRE_LIGNE_ENVOI
        CLOSE Farchive_envois
        CLOSE Fsortie_agence
        OPEN I-O Fjournal_envois
        MOVE fag_code TO fje_agence
        MOVE Wxe_seq TO fje_seq
        MOVE Wxe_date TO fje_date
        MOVE Wxe_heure TO fje_heure
        MOVE Wxe_fichier TO fje_fichier
        MOVE Wxe_missions TO fje_nbMissions
        MOVE Wxe_etapes TO fje_nbEtapes
        MOVE Wxe_arrivees TO fje_nbArrivees
        MOVE Wxe_ligne TO fje_nbLignes
        MOVE 0 TO fje_rejoue
        WRITE jeTampon END-WRITE
        IF fje_stat NOT = 00 THEN
            MOVE fje_stat TO Wchk_stat
            MOVE "Fjournal_envois" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fjournal_envois
        MOVE Wxe_seq TO fag_seqEnvoi
        MOVE Wxe_derniere TO fag_derniereArrivee
        MOVE Wxe_date TO fag_dateEnvoi
        REWRITE agTampon END-REWRITE
        IF fag_stat NOT = 00 THEN
            MOVE fag_stat TO Wchk_stat
            MOVE "Fagences" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        DISPLAY "  Envoi n°", Wxe_seq, " à ", fag_code, " : ",
Wxe_missions, " mission(s), ", Wxe_etapes, " étape(s), ",
Wxe_arrivees, " arrivée(s) (", Wxe_fichier, ").".

        ENVOI_MISSION_AGENCE.
        MOVE 0 TO Wxe_change
        MOVE fag_code TO fsm_agence
        MOVE fm_idMission TO fsm_idMission
        MOVE 0 TO fsm_seq
        READ Fsuivi_envois
        INVALID KEY
            MOVE 1 TO Wxe_change
        NOT INVALID KEY
            IF fsm_statut NOT = fm_statut
            OR fsm_dateDebut NOT = fm_dateDebut
            OR fsm_dateFin NOT = fm_dateFin THEN
                MOVE 1 TO Wxe_change
            END-IF
        END-READ
        IF Wxe_change = 0 THEN
            MOVE fm_idMission TO fet_idMission
            START Fetapes, KEY IS = fet_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wxe_fin2
                PERFORM WITH TEST AFTER UNTIL Wxe_fin2 = 1
                    READ Fetapes NEXT
                    AT END MOVE 1 TO Wxe_fin2
                    NOT AT END
                        IF fet_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wxe_fin2
                        ELSE
                            MOVE fag_code TO fsm_agence
                            MOVE fm_idMission TO fsm_idMission
                            MOVE fet_seq TO fsm_seq
                            READ Fsuivi_envois
                            INVALID KEY
                                MOVE 1 TO Wxe_change
                            NOT INVALID KEY
                                IF fsm_nomLieu NOT = fet_nomLieu
                                OR fsm_duree NOT = fet_dureePrevue
                                OR fsm_actif NOT = fet_actif THEN
                                    MOVE 1 TO Wxe_change
                                END-IF
                            END-READ
                            IF Wxe_change = 1 THEN
                                MOVE 1 TO Wxe_fin2
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-IF
        IF Wxe_change = 1 THEN
            ADD 1 TO Wxe_missions
            MOVE SPACES TO Wxe_texte
            STRING "M;S;" DELIMITED BY SIZE
                fm_idMission DELIMITED BY SIZE
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
                ";" DELIMITED BY SIZE
                fm_typeMission DELIMITED BY SIZE
                INTO Wxe_texte
            END-STRING
            PERFORM ECRIRE_LIGNE_ENVOI
            MOVE fag_code TO fsm_agence
            MOVE fm_idMission TO fsm_idMission
            MOVE 0 TO fsm_seq
            MOVE fm_statut TO fsm_statut
            MOVE fm_dateDebut TO fsm_dateDebut
            MOVE fm_dateFin TO fsm_dateFin
            MOVE fm_nomLieu TO fsm_nomLieu
            MOVE 0 TO fsm_duree
            MOVE fm_actif TO fsm_actif
            PERFORM MAJ_SUIVI_ENVOI
            MOVE fm_idMission TO fet_idMission
            START Fetapes, KEY IS = fet_idMission
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wxe_fin2
                PERFORM WITH TEST AFTER UNTIL Wxe_fin2 = 1
                    READ Fetapes NEXT
                    AT END MOVE 1 TO Wxe_fin2
                    NOT AT END
                        IF fet_idMission NOT = fm_idMission THEN
                            MOVE 1 TO Wxe_fin2
                        ELSE
                            ADD 1 TO Wxe_etapes
                            MOVE SPACES TO Wxe_texte
                            STRING "E;S;" DELIMITED BY SIZE
                                fet_idMission DELIMITED BY SIZE
                                ";" DELIMITED BY SIZE
                                fet_seq DELIMITED BY SIZE
                                ";" DELIMITED BY SIZE
                                fet_nomLieu DELIMITED BY SIZE
                                ";" DELIMITED BY SIZE
                                fet_dureePrevue DELIMITED BY SIZE
                                ";" DELIMITED BY SIZE
                                fet_actif DELIMITED BY SIZE
                                INTO Wxe_texte
                            END-STRING
                            PERFORM ECRIRE_LIGNE_ENVOI
                            MOVE fag_code TO fsm_agence
                            MOVE fet_idMission TO fsm_idMission
                            MOVE fet_seq TO fsm_seq
                            MOVE 0 TO fsm_statut
                            MOVE 0 TO fsm_dateDebut
                            MOVE 0 TO fsm_dateFin
                            MOVE fet_nomLieu TO fsm_nomLieu
                            MOVE fet_dureePrevue TO fsm_duree
                            MOVE fet_actif TO fsm_actif
                            PERFORM MAJ_SUIVI_ENVOI
                        END-IF
                    END-READ
                END-PERFORM
            END-START
        END-IF.

        MAJ_SUIVI_ENVOI.
        MOVE Wxe_seq TO fsm_seqEnvoi
        WRITE smTampon
            INVALID KEY
                REWRITE smTampon END-REWRITE
        END-WRITE
        IF fsm_stat NOT = 00 THEN
            MOVE fsm_stat TO Wchk_stat
            MOVE "Fsuivi_envois" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF.

        REJOUER_ENVOI_AGENCE.
        DISPLAY "Code de l'agence ?"
        MOVE SPACES TO Wxa_code2
        ACCEPT Wxa_code2
        MOVE FUNCTION UPPER-CASE(Wxa_code2) TO Wxa_code
        DISPLAY "#############"
        DISPLAY "Journal des envois à ", Wxa_code, " :"
        MOVE 0 TO Wxa_count
        OPEN INPUT Fjournal_envois
        MOVE Wxa_code TO fje_agence
        MOVE 0 TO fje_seq
        START Fjournal_envois, KEY IS >= fje_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wxa_fin
            PERFORM WITH TEST AFTER UNTIL Wxa_fin = 1
                READ Fjournal_envois NEXT
                AT END MOVE 1 TO Wxa_fin
                NOT AT END
                    IF fje_agence NOT = Wxa_code THEN
                        MOVE 1 TO Wxa_fin
                    ELSE
                        ADD 1 TO Wxa_count
                        DISPLAY "  - Envoi n°", fje_seq, " du ",
fje_date, " ", fje_heure, " : ", fje_nbMissions, " mission(s), ",
fje_nbEtapes, " étape(s), ", fje_nbArrivees, " arrivée(s), ",
fje_nbLignes, " ligne(s), rejoué ", fje_rejoue, " fois"
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fjournal_envois
        IF Wxa_count = 0 THEN
            DISPLAY "  Aucun envoi à cette agence."
        ELSE
            DISPLAY "Numéro de l'envoi à rejouer ? (0 : aucun)"
            MOVE 0 TO Wxe_seq
            ACCEPT Wxe_seq
            IF Wxe_seq > 0 THEN
                MOVE 0 TO Wxe_ok
                OPEN I-O Fjournal_envois
                MOVE Wxa_code TO fje_agence
                MOVE Wxe_seq TO fje_seq
                READ Fjournal_envois
                INVALID KEY
                    DISPLAY "Cet envoi n'existe pas."
                NOT INVALID KEY
                    MOVE 1 TO Wxe_ok
                    ADD 1 TO fje_rejoue
                    REWRITE jeTampon END-REWRITE
                END-READ
                CLOSE Fjournal_envois
                IF Wxe_ok = 1 THEN
                    PERFORM NOM_FICHIER_ENVOI
                    MOVE 0 TO Wxe_ligne
                    OPEN OUTPUT Fsortie_agence
                    OPEN INPUT Farchive_envois
                    MOVE Wxa_code TO fxl_agence
                    MOVE Wxe_seq TO fxl_seq
                    MOVE 0 TO fxl_ligne
                    START Farchive_envois, KEY IS >= fxl_cle
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 0 TO Wxe_fin
                        PERFORM WITH TEST AFTER UNTIL Wxe_fin = 1
                            READ Farchive_envois NEXT
                            AT END MOVE 1 TO Wxe_fin
                            NOT AT END
                                IF fxl_agence NOT = Wxa_code
                                OR fxl_seq NOT = Wxe_seq THEN
                                    MOVE 1 TO Wxe_fin
                                ELSE
                                    ADD 1 TO Wxe_ligne
                                    MOVE fxl_texte TO xeTampon
                                    WRITE xeTampon
                                END-IF
                            END-READ
                        END-PERFORM
                    END-START
                    CLOSE Farchive_envois
                    CLOSE Fsortie_agence
                    MOVE "SYSTEME" TO Wau_module
                    MOVE "REJEU_ENV" TO Wau_action
                    MOVE SPACES TO Wau_detail
                    STRING Wxa_code DELIMITED BY SPACE
                        " n°" DELIMITED BY SIZE
                        Wxe_seq DELIMITED BY SIZE
                        INTO Wau_detail
                    END-STRING
                    PERFORM ENREGISTRER_AUDIT
                    DISPLAY "Envoi n°", Wxe_seq, " régénéré à",
" l'identique : ", Wxe_ligne, " ligne(s) dans ", Wxe_fichier, "."
                END-IF
            END-IF
        END-IF.

        AJOUTER_JOB_MANQUANT.
        OPEN I-O Fjobs
        MOVE Wjo_nom TO fjo_nomJob
        READ Fjobs
        INVALID KEY
            MOVE Wjo_freq TO fjo_frequence
            MOVE 0 TO fjo_derniereExec
            MOVE 1 TO fjo_actif
            WRITE joTampon END-WRITE
        END-READ
        CLOSE Fjobs.

        CREER_ENGAGEMENT.
        OPEN I-O Fengagements
        MOVE Wng_origine TO fng_origine
        MOVE Wng_ref TO fng_refOrigine
        MOVE Wng_type TO fng_typeBudget
        MOVE Wng_idBudget TO fng_idBudget
        READ Fengagements
        INVALID KEY
            MOVE Wng_type TO fng_budgetType
            MOVE Wng_idBudget TO fng_budgetId
            MOVE Wng_montant TO fng_montant
            MOVE 1 TO fng_statut
            ACCEPT fng_dateCreation FROM DATE YYYYMMDD
            MOVE 0 TO fng_dateSolde
            WRITE ngTampon END-WRITE
        NOT INVALID KEY
            IF fng_ouvert THEN
                MOVE Wng_montant TO fng_montant
                REWRITE ngTampon END-REWRITE
            END-IF
        END-READ
        IF fng_stat NOT = 00 THEN
            MOVE fng_stat TO Wchk_stat
            MOVE "Fengagements" TO Wchk_label
            PERFORM VERIFIER_STATUT_FICHIER
        END-IF
        CLOSE Fengagements.

        CUMULER_ENGAGEMENTS_BUDGET.
        MOVE 0 TO Wng_engage
        MOVE 0 TO Wng_propre
        OPEN INPUT Fengagements
        MOVE Wng_type TO fng_budgetType
        MOVE Wng_idBudget TO fng_budgetId
        START Fengagements, KEY IS = fng_budget
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wng_fin3
            PERFORM WITH TEST AFTER UNTIL Wng_fin3 = 1
                READ Fengagements NEXT
                AT END MOVE 1 TO Wng_fin3
                NOT AT END
                    IF fng_budgetType NOT = Wng_type
                    OR fng_budgetId NOT = Wng_idBudget THEN
                        MOVE 1 TO Wng_fin3
                    ELSE
                        IF fng_ouvert THEN
                            ADD fng_montant TO Wng_engage
                            IF Wng_type = "M"
                            AND fng_origine = "MISSION"
                            AND fng_refOrigine = Wng_idBudget THEN
                                ADD fng_montant TO Wng_propre
                            END-IF
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fengagements.

        SITUATION_BUDGET_EQUIPE.
        MOVE "E" TO Wng_type
        MOVE fe_idEquipe TO Wng_idBudget
        MOVE fe_budgetFonctionnement TO Wng_budget
        MOVE fe_depensesFonctionnement TO Wng_depense
        PERFORM CUMULER_ENGAGEMENTS_BUDGET
        COMPUTE Wng_libre = Wng_budget - Wng_depense - Wng_engage
        MOVE Wng_libre TO Wng_libreECR.

        SITUATION_BUDGET_MISSION.
        MOVE "M" TO Wng_type
        MOVE fm_idMission TO Wng_idBudget
        MOVE fm_budgetEstime TO Wng_budget
        MOVE fm_coutReel TO Wng_depense
        PERFORM CUMULER_ENGAGEMENTS_BUDGET
        COMPUTE Wng_libre = Wng_budget - Wng_depense - Wng_engage
            + Wng_propre
        MOVE Wng_libre TO Wng_libreECR.

        CONTROLER_DISPONIBLE_EQUIPE.
        MOVE 0 TO Wng_ok
        OPEN INPUT Fequipes
        MOVE Wng_idEquipe TO fe_idEquipe
        READ Fequipes
        INVALID KEY
            DISPLAY "Équipe inexistante."
        NOT INVALID KEY
          IF fe_actif = 0 THEN
            DISPLAY "Équipe inexistante."
          ELSE
            MOVE 1 TO Wng_ok
            PERFORM SITUATION_BUDGET_EQUIPE
            DISPLAY "Budget de l'équipe n°", fe_idEquipe, " : ",
Wng_budget, " // dépensé : ", Wng_depense, " // engagé : ",
Wng_engage, " // disponible : ", Wng_libreECR
            IF Wng_montant > Wng_libre THEN
                DISPLAY "ATTENTION : cet engagement de ", Wng_montant,
" dépasse le disponible de l'équipe."
                DISPLAY "Confirmer malgré le dépassement ?",
" (0 : Non // 1 : Oui)"
                MOVE 9 TO Wng_choix
                PERFORM WITH TEST AFTER UNTIL
                        Wng_choix = 0 OR Wng_choix = 1
                    ACCEPT Wng_choix
                END-PERFORM
                IF Wng_choix = 0 THEN
                    MOVE 0 TO Wng_ok
                ELSE
                    MOVE "EQUIPES" TO Wau_module
                    MOVE "DEPASS-ENG" TO Wau_action
                    MOVE fe_idEquipe TO Wau_detail
                    PERFORM ENREGISTRER_AUDIT
                END-IF
            END-IF
          END-IF
        END-READ
        CLOSE Fequipes.

        LIQUIDER_ENGAGEMENT_COMMANDE.
        MOVE 0 TO Wng_trouve
        OPEN I-O Fengagements
        MOVE "COMMANDE" TO fng_origine
        MOVE Wng_commande TO fng_refOrigine
        MOVE SPACE TO fng_typeBudget
        MOVE 0 TO fng_idBudget
        START Fengagements, KEY IS >= fng_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ Fengagements NEXT
            AT END
                CONTINUE
            NOT AT END
                IF fng_origine = "COMMANDE"
                AND fng_refOrigine = Wng_commande
                AND fng_ouvert THEN
                    MOVE 1 TO Wng_trouve
                    MOVE fng_budgetType TO Wng_type
                    MOVE fng_budgetId TO Wng_idBudget
                    IF Wng_montant >= fng_montant THEN
                        MOVE 0 TO fng_montant
                        MOVE 2 TO fng_statut
                        ACCEPT fng_dateSolde FROM DATE YYYYMMDD
                    ELSE
                        SUBTRACT Wng_montant FROM fng_montant
                    END-IF
                    REWRITE ngTampon END-REWRITE
                    IF fng_stat NOT = 00 THEN
                        MOVE fng_stat TO Wchk_stat
                        MOVE "Fengagements" TO Wchk_label
                        PERFORM VERIFIER_STATUT_FICHIER
                    END-IF
                END-IF
            END-READ
        END-START
        CLOSE Fengagements
        IF Wng_trouve = 1 AND Wng_type = "E" THEN
            OPEN I-O Fequipes
            MOVE Wng_idBudget TO fe_idEquipe
            READ Fequipes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD Wng_montant TO fe_depensesFonctionnement
                REWRITE eTampon END-REWRITE
                IF fe_stat NOT = 00 THEN
                    MOVE fe_stat TO Wchk_stat
                    MOVE "Fequipes" TO Wchk_label
                    PERFORM VERIFIER_STATUT_FICHIER
                END-IF
                DISPLAY "Dépense de ", Wng_montant, " imputée à",
" l'équipe n°", fe_idEquipe, " ; engagement de la commande n°",
Wng_commande, " libéré d'autant."
            END-READ
            CLOSE Fequipes
        END-IF.

        SOLDER_ENGAGEMENTS_PAIE.
        OPEN I-O Fengagements
        MOVE "PAIE" TO fng_origine
        MOVE 0 TO fng_refOrigine
        MOVE SPACE TO fng_typeBudget
        MOVE 0 TO fng_idBudget
        START Fengagements, KEY IS >= fng_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wng_fin
            PERFORM WITH TEST AFTER UNTIL Wng_fin = 1
                READ Fengagements NEXT
                AT END MOVE 1 TO Wng_fin
                NOT AT END
                    IF fng_origine NOT = "PAIE" THEN
                        MOVE 1 TO Wng_fin
                    ELSE
                        IF fng_ouvert
                        AND fng_refOrigine < Wng_periode THEN
                            MOVE 3 TO fng_statut
                            ACCEPT fng_dateSolde FROM DATE YYYYMMDD
                            REWRITE ngTampon END-REWRITE
                        END-IF
                        IF fng_ouvert AND Wng_deja = 1
                        AND fng_refOrigine = Wng_periode THEN
                            MOVE 2 TO fng_statut
                            ACCEPT fng_dateSolde FROM DATE YYYYMMDD
                            REWRITE ngTampon END-REWRITE
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fengagements.

        ACTUALISER_ENGAGEMENTS.
        ACCEPT Wng_date FROM DATE YYYYMMDD
        MOVE 0 TO Wng_nbMissions
        MOVE 0 TO Wng_nbPaie
        MOVE 0 TO Wng_nbDepasse
        OPEN INPUT Fmissions
        MOVE 0 TO Wng_fin2
        PERFORM WITH TEST AFTER UNTIL Wng_fin2 = 1
            READ Fmissions NEXT
            AT END MOVE 1 TO Wng_fin2
            NOT AT END
                MOVE "MISSION" TO Wng_origine
                MOVE fm_idMission TO Wng_ref
                MOVE "M" TO Wng_type
                MOVE fm_idMission TO Wng_idBudget
                IF fm_actif = 1 AND fm_planifiee
                AND fm_budgetEstime > 0 THEN
                    COMPUTE Wng_reste = fm_budgetEstime - fm_coutReel
                    IF Wng_reste < 0 THEN
                        MOVE 0 TO Wng_reste
                    END-IF
                    MOVE Wng_reste TO Wng_montant
                    PERFORM CREER_ENGAGEMENT
                    ADD 1 TO Wng_nbMissions
                ELSE
                    OPEN I-O Fengagements
                    MOVE Wng_origine TO fng_origine
                    MOVE Wng_ref TO fng_refOrigine
                    MOVE Wng_type TO fng_typeBudget
                    MOVE Wng_idBudget TO fng_idBudget
                    READ Fengagements
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF fng_ouvert THEN
                            IF fm_actif = 1 AND
                               (fm_enCours OR fm_terminee) THEN
                                MOVE 2 TO fng_statut
                            ELSE
                                MOVE 3 TO fng_statut
                            END-IF
                            ACCEPT fng_dateSolde FROM DATE YYYYMMDD
                            REWRITE ngTampon END-REWRITE
                        END-IF
                    END-READ
                    CLOSE Fengagements
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fmissions
        COMPUTE Wng_periode = Wng_date / 100
        MOVE 0 TO Wng_deja
        OPEN INPUT Fpaie
        IF fpa_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wng_fin
            PERFORM WITH TEST AFTER UNTIL Wng_fin = 1
                READ Fpaie
                AT END MOVE 1 TO Wng_fin
                NOT AT END
                    UNSTRING paTampon DELIMITED BY ";"
                        INTO Wng_pDate
                    END-UNSTRING
                    IF FUNCTION NUMVAL(Wng_pDate) / 100 = Wng_periode
                    THEN
                        MOVE 1 TO Wng_deja
                        MOVE 1 TO Wng_fin
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Fpaie
        END-IF
        IF Wng_deja = 1 THEN
            PERFORM SOLDER_ENGAGEMENTS_PAIE
            IF Wng_periode(5:2) = "12" THEN
                ADD 89 TO Wng_periode
            ELSE
                ADD 1 TO Wng_periode
            END-IF
        ELSE
            PERFORM SOLDER_ENGAGEMENTS_PAIE
        END-IF
        OPEN INPUT Fequipes
        MOVE 0 TO Wng_fin2
        PERFORM WITH TEST AFTER UNTIL Wng_fin2 = 1
            READ Fequipes NEXT
            AT END MOVE 1 TO Wng_fin2
            NOT AT END
              IF fe_actif = 1 THEN
                MOVE fe_idEquipe TO Wng_idEquipe
                PERFORM CALCULER_PAIE_EQUIPE
                MOVE "PAIE" TO Wng_origine
                MOVE Wng_periode TO Wng_ref
                MOVE "E" TO Wng_type
                MOVE fe_idEquipe TO Wng_idBudget
                MOVE Wng_paie TO Wng_montant
                IF Wng_paie > 0 THEN
                    PERFORM CREER_ENGAGEMENT
                    ADD 1 TO Wng_nbPaie
                END-IF
                PERFORM SITUATION_BUDGET_EQUIPE
                IF Wng_libre < 0 THEN
                    ADD 1 TO Wng_nbDepasse
                    MOVE Wng_date TO Wno_date
                    MOVE 2 TO Wno_niveau
                    MOVE SPACES TO Wno_message
                    STRING "Équipe n°" DELIMITED BY SIZE
                        fe_idEquipe DELIMITED BY SIZE
                        " : engagements au-delà du budget (dispo "
                            DELIMITED BY SIZE
                        Wng_libreECR DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO Wno_message
                    END-STRING
                    PERFORM ECRIRE_NOTIFICATION
                END-IF
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fequipes
        MOVE "SYSTEME" TO Wau_module
        MOVE "ENGAGEMENT" TO Wau_action
        MOVE SPACES TO Wau_detail
        STRING Wng_nbMissions DELIMITED BY SIZE
            " mission(s) / " DELIMITED BY SIZE
            Wng_nbPaie DELIMITED BY SIZE
            " paie(s) " DELIMITED BY SIZE
            Wng_periode DELIMITED BY SIZE
            INTO Wau_detail
        END-STRING
        PERFORM ENREGISTRER_AUDIT
        ADD Wng_nbMissions Wng_nbPaie GIVING Wbat_traites
        DISPLAY "Engagements actualisés : ", Wng_nbMissions,
" mission(s) planifiée(s), ", Wng_nbPaie, " paie(s) de la période ",
Wng_periode, ", ", Wng_nbDepasse, " équipe(s) en dépassement.".

        CALCULER_PAIE_EQUIPE.
        MOVE 0 TO Wng_paie
        OPEN INPUT Fastronautes
        MOVE Wng_idEquipe TO fa_idEquipe
        START Fastronautes, KEY IS = fa_idEquipe
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wng_fin
            PERFORM WITH TEST AFTER UNTIL Wng_fin = 1
                READ Fastronautes NEXT
                AT END MOVE 1 TO Wng_fin
                NOT AT END
                    IF fa_idEquipe NOT = Wng_idEquipe THEN
                        MOVE 1 TO Wng_fin
                    ELSE
                      IF fa_actif = 1 AND fa_grade > 0 THEN
                        MOVE 0 TO Wng_salaire
                        OPEN INPUT Fgrades
                        MOVE fa_grade TO fgr_grade
                        READ Fgrades
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF fgr_actif = 1 THEN
                                MOVE fgr_salaireMensuel TO Wng_salaire
                            END-IF
                        END-READ
                        CLOSE Fgrades
                        ADD Wng_salaire TO Wng_paie
                      END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fastronautes.

        BUDGET_EQUIPES.
        PERFORM ACTUALISER_ENGAGEMENTS
        MOVE "BUDGET_EQUIPES" TO Wsp_nomRapport
        PERFORM DEBUT_RAPPORT
        MOVE "Situation budgétaire des équipes (budget / dépensé /"
            TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE " engagé / disponible)" TO Wsp_ligne
        PERFORM ECRIRE_LIGNE_RAPPORT
        MOVE 0 TO Wng_count
        OPEN INPUT Fequipes
        MOVE 0 TO Wng_fin2
        PERFORM WITH TEST AFTER UNTIL Wng_fin2 = 1
            READ Fequipes NEXT
            AT END MOVE 1 TO Wng_fin2
            NOT AT END
              IF fe_actif = 1 THEN
                ADD 1 TO Wng_count
                PERFORM SITUATION_BUDGET_EQUIPE
                MOVE SPACES TO Wsp_ligne
                STRING "  Équipe n°" DELIMITED BY SIZE
                    fe_idEquipe DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    Wng_budget DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wng_depense DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wng_engage DELIMITED BY SIZE
                    " / " DELIMITED BY SIZE
                    Wng_libreECR DELIMITED BY SIZE
                    INTO Wsp_ligne
                END-STRING
                IF Wng_libre < 0 THEN
                    MOVE "DÉPASSEMENT" TO Wsp_ligne(100:12)
                END-IF
                PERFORM ECRIRE_LIGNE_RAPPORT
                PERFORM LISTER_ENGAGEMENTS_BUDGET
              END-IF
            END-READ
        END-PERFORM
        CLOSE Fequipes
        IF Wng_count = 0 THEN
            MOVE "  Aucune équipe active." TO Wsp_ligne
            PERFORM ECRIRE_LIGNE_RAPPORT
        END-IF
        PERFORM FIN_RAPPORT.

        LISTER_ENGAGEMENTS_BUDGET.
        OPEN INPUT Fengagements
        MOVE Wng_type TO fng_budgetType
        MOVE Wng_idBudget TO fng_budgetId
        START Fengagements, KEY IS = fng_budget
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wng_fin3
            PERFORM WITH TEST AFTER UNTIL Wng_fin3 = 1
                READ Fengagements NEXT
                AT END MOVE 1 TO Wng_fin3
                NOT AT END
                    IF fng_budgetType NOT = Wng_type
                    OR fng_budgetId NOT = Wng_idBudget THEN
                        MOVE 1 TO Wng_fin3
                    ELSE
                        IF fng_ouvert THEN
                            MOVE SPACES TO Wsp_ligne
                            STRING "      engagé " DELIMITED BY SIZE
                                fng_origine DELIMITED BY SPACE
                                " n°" DELIMITED BY SIZE
                                fng_refOrigine DELIMITED BY SIZE
                                " du " DELIMITED BY SIZE
                                fng_dateCreation DELIMITED BY SIZE
                                " : " DELIMITED BY SIZE
                                fng_montant DELIMITED BY SIZE
                                INTO Wsp_ligne
                            END-STRING
                            PERFORM ECRIRE_LIGNE_RAPPORT
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fengagements.

        CREER_APPROBATION.
        MOVE 0 TO Wap_max
        DISPLAY "Fichier ", Wrs_src, " restauré depuis ", Wrs_dst,
".".

        DECLARATIONS_REGLEMENTAIRES.
        ACCEPT Wdr_aujourdhui FROM DATE YYYYMMDD
        MOVE 0 TO Wdr_nbCrees
        PERFORM DECL_DERNIER_ID
        PERFORM DECL_DETECTER_INCIDENTS
        PERFORM DECL_DETECTER_PERTES
        PERFORM DECL_DETECTER_DOSES
        PERFORM DECL_ALERTES
        MOVE Wdr_nbCrees TO Wbat_traites
        DISPLAY "Déclarations réglementaires : ", Wdr_nbCrees,
" nouvelle(s) déclaration(s) rédigée(s), ", Wno_count,
" alerte(s) d'échéance.".

        DECL_DERNIER_ID.
        MOVE 0 TO Wdr_max
        OPEN INPUT Fdeclarations
        MOVE 0 TO Wdr_fin
        PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
            READ Fdeclarations NEXT
            AT END MOVE 1 TO Wdr_fin
            NOT AT END
                IF fdr_idDeclaration > Wdr_max THEN
                    MOVE fdr_idDeclaration TO Wdr_max
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fdeclarations.

        DECL_DETECTER_INCIDENTS.
        OPEN INPUT Fincidents
        IF fiv_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wdr_fin
            PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
                READ Fincidents
                AT END MOVE 1 TO Wdr_fin
                NOT AT END
                    UNSTRING ivTampon DELIMITED BY ";"
                        INTO Wiv_pDate Wiv_pHeure Wiv_pNav
                             Wiv_pGravite Wiv_pDescription
                    END-UNSTRING
                    IF Wiv_pGravite = "3" THEN
                        MOVE 1 TO Wdr_type
                        MOVE SPACES TO Wdr_reference
                        STRING "I;" DELIMITED BY SIZE
                            Wiv_pDate DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            Wiv_pHeure DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            Wiv_pNav DELIMITED BY SIZE
                            INTO Wdr_reference
                        END-STRING
                        MOVE FUNCTION NUMVAL(Wiv_pDate) TO Wdr_dateOcc
                        MOVE Wiv_pNav TO Wdr_nomVaisseau
                        MOVE 0 TO Wdr_idAstronaute
                        MOVE 0 TO Wdr_idMission
                        MOVE 3 TO Wdr_gravite
                        MOVE Wiv_pDescription TO Wdr_description
                        PERFORM DECL_CREER
                    END-IF
            END-PERFORM
            CLOSE Fincidents
        END-IF.

        DECL_DETECTER_PERTES.
        OPEN INPUT Fmemorial
        IF fmm_stat = 35 THEN
            CONTINUE
        ELSE
            MOVE 0 TO Wdr_fin
            PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
                READ Fmemorial
                AT END MOVE 1 TO Wdr_fin
                NOT AT END
                    UNSTRING mmTampon DELIMITED BY ";"
                        INTO Wdr_pId Wdr_pNom Wdr_pPrenom Wdr_pDate
                             Wdr_pMission Wdr_pRef Wdr_pStatut
                    END-UNSTRING
                    IF Wdr_pStatut = "4" OR Wdr_pStatut = "5" THEN
                        MOVE 2 TO Wdr_type
                        MOVE SPACES TO Wdr_reference
                        STRING "P;" DELIMITED BY SIZE
                            Wdr_pId DELIMITED BY SIZE
                            INTO Wdr_reference
                        END-STRING
                        MOVE FUNCTION NUMVAL(Wdr_pDate) TO Wdr_dateOcc
                        MOVE SPACES TO Wdr_nomVaisseau
                        MOVE FUNCTION NUMVAL(Wdr_pId)
                            TO Wdr_idAstronaute
                        MOVE FUNCTION NUMVAL(Wdr_pMission)
                            TO Wdr_idMission
                        MOVE 0 TO Wdr_gravite
                        MOVE SPACES TO Wdr_description
                        IF Wdr_pStatut = "4" THEN
                            STRING "Décès de " DELIMITED BY SIZE
                                Wdr_pPrenom DELIMITED BY SPACE
                                " " DELIMITED BY SIZE
                                Wdr_pNom DELIMITED BY SPACE
                                " (réf. incident " DELIMITED BY SIZE
                                Wdr_pRef DELIMITED BY SPACE
                                ")" DELIMITED BY SIZE
                                INTO Wdr_description
                            END-STRING
                        ELSE
                            STRING "Disparition de " DELIMITED BY SIZE
                                Wdr_pPrenom DELIMITED BY SPACE
                                " " DELIMITED BY SIZE
                                Wdr_pNom DELIMITED BY SPACE
                                " (réf. incident " DELIMITED BY SIZE
                                Wdr_pRef DELIMITED BY SPACE
                                ")" DELIMITED BY SIZE
                                INTO Wdr_description
                            END-STRING
                        END-IF
                        PERFORM DECL_CREER
                    END-IF
            END-PERFORM
            CLOSE Fmemorial
        END-IF.

        DECL_DETECTER_DOSES.
        OPEN INPUT Fastronautes
        MOVE 0 TO Wdr_fin
        PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
            READ Fastronautes NEXT
            AT END MOVE 1 TO Wdr_fin
            NOT AT END
                IF fa_actif = 1 THEN
                    MOVE 3 TO Wdr_type
                    MOVE Wdr_aujourdhui TO Wdr_dateOcc
                    MOVE SPACES TO Wdr_nomVaisseau
                    MOVE fa_idAstronaute TO Wdr_idAstronaute
                    MOVE 0 TO Wdr_idMission
                    MOVE 0 TO Wdr_gravite
                    IF fa_doseCarriere > Wcfg_doseLimiteCarriere THEN
                        MOVE SPACES TO Wdr_reference
                        STRING "C;" DELIMITED BY SIZE
                            fa_idAstronaute DELIMITED BY SIZE
                            INTO Wdr_reference
                        END-STRING
                        MOVE SPACES TO Wdr_description
                        STRING "Dépassement de la dose de carrière : "
                            DELIMITED BY SIZE
                            fa_doseCarriere DELIMITED BY SIZE
                            " / " DELIMITED BY SIZE
                            Wcfg_doseLimiteCarriere DELIMITED BY SIZE
                            INTO Wdr_description
                        END-STRING
                        PERFORM DECL_CREER
                    END-IF
                    MOVE fa_idAstronaute TO Wdo_idAstro
                    PERFORM CALCULER_DOSE_ANNUELLE
                    IF Wdo_an > Wcfg_doseLimiteAn THEN
                        MOVE SPACES TO Wdr_reference
                        STRING "A;" DELIMITED BY SIZE
                            fa_idAstronaute DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            Wdo_annee DELIMITED BY SIZE
                            INTO Wdr_reference
                        END-STRING
                        MOVE SPACES TO Wdr_description
                        STRING "Dépassement de la dose annuelle "
                            DELIMITED BY SIZE
                            Wdo_annee DELIMITED BY SIZE
                            " : " DELIMITED BY SIZE
                            Wdo_an DELIMITED BY SIZE
                            " / " DELIMITED BY SIZE
                            Wcfg_doseLimiteAn DELIMITED BY SIZE
                            INTO Wdr_description
                        END-STRING
                        PERFORM DECL_CREER
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fastronautes.

        DECL_CREER.
        MOVE 0 TO Wdr_trouve
        OPEN I-O Fdeclarations
        MOVE Wdr_reference TO fdr_reference
        READ Fdeclarations KEY IS fdr_reference
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO Wdr_trouve
        END-READ
        IF Wdr_trouve = 0 THEN
            EVALUATE Wdr_type
            WHEN 1 MOVE Wcfg_delaiDeclIncident TO Wdr_delai
            WHEN 2 MOVE Wcfg_delaiDeclPerte TO Wdr_delai
            WHEN OTHER MOVE Wcfg_delaiDeclDose TO Wdr_delai
            END-EVALUATE
            ADD 1 TO Wdr_max
            MOVE Wdr_max TO fdr_idDeclaration
            MOVE Wdr_reference TO fdr_reference
            MOVE Wdr_type TO fdr_type
            MOVE Wdr_dateOcc TO fdr_dateOccurrence
            COMPUTE fdr_dateEcheance = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Wdr_dateOcc) + Wdr_delai)
            MOVE Wdr_aujourdhui TO fdr_dateRedaction
            MOVE 1 TO fdr_statut
            MOVE 0 TO fdr_dateDepot
            MOVE SPACES TO fdr_refDepot
            MOVE 0 TO fdr_dateAccuse
            MOVE SPACES TO fdr_refAccuse
            MOVE Wdr_nomVaisseau TO fdr_nomVaisseau
            MOVE Wdr_idAstronaute TO fdr_idAstronaute
            MOVE Wdr_idMission TO fdr_idMission
            MOVE Wdr_gravite TO fdr_gravite
            MOVE Wdr_description TO fdr_description
            MOVE SPACES TO Wdr_fichier
            STRING "declaration_autorite_" DELIMITED BY SIZE
                fdr_idDeclaration DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO Wdr_fichier
            END-STRING
            MOVE Wdr_fichier TO fdr_fichier
            WRITE drTampon END-WRITE
            IF fdr_stat NOT = 00 THEN
                MOVE fdr_stat TO Wchk_stat
                MOVE "Fdeclarations" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            ADD 1 TO Wdr_nbCrees
            PERFORM DECL_ECRIRE_DOCUMENT
            MOVE "REGLEMENT" TO Wau_module
            MOVE "DECLARER" TO Wau_action
            MOVE fdr_idDeclaration TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
        END-IF
        CLOSE Fdeclarations.

        DECL_LIBELLE_TYPE.
        EVALUATE fdr_type
        WHEN 1
            MOVE "Incident critique" TO Wdr_typeECR
            MOVE "INC" TO Wdr_categorie
        WHEN 2
            MOVE "Perte d'astronaute" TO Wdr_typeECR
            MOVE "PER" TO Wdr_categorie
        WHEN OTHER
            MOVE "Dépassement de dose" TO Wdr_typeECR
            MOVE "DOS" TO Wdr_categorie
        END-EVALUATE
        EVALUATE fdr_statut
        WHEN 1 MOVE "Rédigée" TO Wdr_statutECR
        WHEN 2 MOVE "Déposée" TO Wdr_statutECR
        WHEN OTHER MOVE "Accusé de réception" TO Wdr_statutECR
        END-EVALUATE.

        DECL_ECRIRE_DOCUMENT.
        PERFORM DECL_LIBELLE_TYPE
        MOVE fdr_fichier TO Wdr_fichier
        MOVE 0 TO Wdr_nbEnreg
        OPEN OUTPUT Fdepot_autorite
        MOVE "01" TO Wdr1_type
        MOVE fdr_idDeclaration TO Wdr1_numero
        MOVE Wdr_categorie TO Wdr1_categorie
        MOVE fdr_dateOccurrence TO Wdr1_dateOcc
        MOVE fdr_dateEcheance TO Wdr1_dateEcheance
        MOVE fdr_dateRedaction TO Wdr1_dateRedaction
        MOVE "SPACEX 2118" TO Wdr1_exploitant
        MOVE Wop_id TO Wdr1_operateur
        MOVE WdrEnreg01 TO daTampon
        WRITE daTampon
        ADD 1 TO Wdr_nbEnreg
        MOVE "02" TO Wdr2_type
        MOVE fdr_nomVaisseau TO Wdr2_vaisseau
        MOVE fdr_idAstronaute TO Wdr2_astronaute
        MOVE fdr_idMission TO Wdr2_mission
        MOVE fdr_gravite TO Wdr2_gravite
        MOVE WdrEnreg02 TO daTampon
        WRITE daTampon
        ADD 1 TO Wdr_nbEnreg
        MOVE "03" TO Wdr3_type
        MOVE fdr_description TO Wdr3_description
        MOVE WdrEnreg03 TO daTampon
        WRITE daTampon
        ADD 1 TO Wdr_nbEnreg
        ADD 1 TO Wdr_nbEnreg
        MOVE "99" TO Wdr9_type
        MOVE fdr_idDeclaration TO Wdr9_numero
        MOVE Wdr_nbEnreg TO Wdr9_nbEnreg
        MOVE WdrEnreg99 TO daTampon
        WRITE daTampon
        CLOSE Fdepot_autorite.

        DECL_ALERTES.
        ACCEPT Wno_date FROM DATE YYYYMMDD
        MOVE 0 TO Wno_count
        OPEN INPUT Fdeclarations
        MOVE 0 TO Wdr_fin
        PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
            READ Fdeclarations NEXT
            AT END MOVE 1 TO Wdr_fin
            NOT AT END
                IF fdr_redigee THEN
                    COMPUTE Wdr_jours =
                        FUNCTION INTEGER-OF-DATE(fdr_dateEcheance)
                        - FUNCTION INTEGER-OF-DATE(Wdr_aujourdhui)
                    PERFORM DECL_LIBELLE_TYPE
                    MOVE SPACES TO Wno_message
                    IF Wdr_jours < 0 THEN
                        STRING "Déclaration n°" DELIMITED BY SIZE
                            fdr_idDeclaration DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            Wdr_typeECR DELIMITED BY "  "
                            ") EN RETARD, échue le " DELIMITED BY SIZE
                            fdr_dateEcheance DELIMITED BY SIZE
                            INTO Wno_message
                        END-STRING
                    ELSE
                        STRING "Déclaration n°" DELIMITED BY SIZE
                            fdr_idDeclaration DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            Wdr_typeECR DELIMITED BY "  "
                            ") à déposer avant le " DELIMITED BY SIZE
                            fdr_dateEcheance DELIMITED BY SIZE
                            INTO Wno_message
                        END-STRING
                    END-IF
                    IF Wdr_jours <= Wcfg_alerteDecl THEN
                        MOVE 2 TO Wno_niveau
                        PERFORM ECRIRE_NOTIFICATION
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fdeclarations.

        GERER_DECLARATIONS.
        DISPLAY ' '
        DISPLAY "1 : Lister les déclarations en cours // 2 : Marquer",
" une déclaration déposée"
        DISPLAY "3 : Enregistrer l'accusé de réception // 4 :",
" Régénérer le document de dépôt"
        MOVE 0 TO Wdr_choix
        PERFORM WITH TEST AFTER UNTIL Wdr_choix > 0 AND Wdr_choix < 5
            ACCEPT Wdr_choix
        END-PERFORM
        ACCEPT Wdr_aujourdhui FROM DATE YYYYMMDD
        IF Wdr_choix = 1 THEN
            PERFORM DECL_LISTER
        ELSE
            DISPLAY "Numéro de la déclaration ?"
            MOVE 0 TO Wdr_id
            ACCEPT Wdr_id
            OPEN I-O Fdeclarations
            MOVE Wdr_id TO fdr_idDeclaration
            READ Fdeclarations
            INVALID KEY
                DISPLAY "Cette déclaration n'existe pas."
            NOT INVALID KEY
                EVALUATE Wdr_choix
                WHEN 2 PERFORM DECL_MARQUER_DEPOSEE
                WHEN 3 PERFORM DECL_MARQUER_ACCUSEE
                WHEN 4
                    PERFORM DECL_ECRIRE_DOCUMENT
                    DISPLAY "Document de dépôt régénéré (",
fdr_fichier, ")."
                END-EVALUATE
            END-READ
            CLOSE Fdeclarations
        END-IF.

        DECL_MARQUER_DEPOSEE.
        IF NOT fdr_redigee THEN
            DISPLAY "Cette déclaration a déjà été déposée."
        ELSE
            DISPLAY "Référence de dépôt auprès de l'autorité ?"
            MOVE SPACES TO Wdr_refSaisie
            PERFORM WITH TEST AFTER UNTIL Wdr_refSaisie NOT = SPACES
                ACCEPT Wdr_refSaisie
            END-PERFORM
            MOVE Wdr_refSaisie TO fdr_refDepot
            MOVE Wdr_aujourdhui TO fdr_dateDepot
            MOVE 2 TO fdr_statut
            REWRITE drTampon END-REWRITE
            IF fdr_stat NOT = 00 THEN
                MOVE fdr_stat TO Wchk_stat
                MOVE "Fdeclarations" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "REGLEMENT" TO Wau_module
            MOVE "DEPOSER" TO Wau_action
            MOVE fdr_idDeclaration TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            IF fdr_dateDepot > fdr_dateEcheance THEN
                DISPLAY "Déclaration déposée HORS DÉLAI (échéance du ",
fdr_dateEcheance, ")."
            ELSE
                DISPLAY "Déclaration déposée dans les délais."
            END-IF
        END-IF.

        DECL_MARQUER_ACCUSEE.
        IF NOT fdr_deposee THEN
            DISPLAY "Seule une déclaration déposée peut recevoir un",
" accusé de réception."
        ELSE
            DISPLAY "Référence de l'accusé de réception ?"
            MOVE SPACES TO Wdr_refSaisie
            PERFORM WITH TEST AFTER UNTIL Wdr_refSaisie NOT = SPACES
                ACCEPT Wdr_refSaisie
            END-PERFORM
            MOVE Wdr_refSaisie TO fdr_refAccuse
            MOVE Wdr_aujourdhui TO fdr_dateAccuse
            MOVE 3 TO fdr_statut
            REWRITE drTampon END-REWRITE
            IF fdr_stat NOT = 00 THEN
                MOVE fdr_stat TO Wchk_stat
                MOVE "Fdeclarations" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            MOVE "REGLEMENT" TO Wau_module
            MOVE "ACCUSER" TO Wau_action
            MOVE fdr_idDeclaration TO Wau_detail
            PERFORM ENREGISTRER_AUDIT
            DISPLAY "Accusé de réception enregistré."
        END-IF.

        DECL_LISTER.
        DISPLAY "#############"
        DISPLAY "Déclarations réglementaires non clôturées :"
        MOVE 0 TO Wdr_count
        OPEN INPUT Fdeclarations
        MOVE 0 TO Wdr_fin
        PERFORM WITH TEST AFTER UNTIL Wdr_fin = 1
            READ Fdeclarations NEXT
            AT END MOVE 1 TO Wdr_fin
            NOT AT END
                IF NOT fdr_accusee THEN
                    ADD 1 TO Wdr_count
                    PERFORM DECL_LIBELLE_TYPE
                    DISPLAY "  n°", fdr_idDeclaration, " ",
Wdr_typeECR, " du ", fdr_dateOccurrence, " - échéance ",
fdr_dateEcheance, " - ", Wdr_statutECR
                    DISPLAY "      ", fdr_description
                    IF fdr_redigee AND
                       fdr_dateEcheance < Wdr_aujourdhui THEN
                        DISPLAY "      EN RETARD"
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE Fdeclarations
        IF Wdr_count = 0 THEN
            DISPLAY "  Aucune déclaration en cours."
        END-IF.

        ECRIRE_NOTIFICATION.
        MOVE 0 TO Wno_existe
        OPEN I-O Fnotifs
                        PERFORM ECRIRE_TYPE_CERTIFICATION
                        MOVE SPACES TO Wno_message
                        STRING "Certification " DELIMITED BY SIZE
                            Wct_typeECR DELIMITED BY "  "
                            " de l'astronaute n°" DELIMITED BY SIZE
                            fct_idAstronaute DELIMITED BY SIZE
                            " expire le " DELIMITED BY SIZE
            END-READ
        END-PERFORM
        CLOSE Fequipes
        MOVE 1 TO Wad_mode
        PERFORM ADH_SURVEILLER
        MOVE Wno_count TO Wbat_traites
        DISPLAY "Génération des notifications terminée : ",
Wno_count, " nouveau(x) message(s) (notifications.dat).".
        MOVE "CLOTURE" TO fjo_nomJob
        MOVE 3 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "ENVOIAGENCES" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "ENGAGEMENTS" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "ANONYMISATION" TO fjo_nomJob
        MOVE 3 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "EXTRAITS" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "DELTA" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "FACTUREFRET" TO fjo_nomJob
        MOVE 3 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "RETROFITS" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "CERTIFNAVIG" TO fjo_nomJob
        MOVE 3 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "TAXESPORT" TO fjo_nomJob
        MOVE 3 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "DECLREGL" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "REGLPART" TO fjo_nomJob
        MOVE 2 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "IMPUTAUTO" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        MOVE "MOUVEMENTS" TO fjo_nomJob
        MOVE 1 TO fjo_frequence
        WRITE joTampon END-WRITE
        CLOSE Fjobs
        DISPLAY "Planning des travaux de nuit initialisé",
" (jobs.dat).".
        ELSE
            DISPLAY "Nom du travail ? (RECONCILIATION, STATS,",
" MAJSTATUTS, VISITES, PEREMPTION, NOTIFICATIONS, EXPORT, PAIE,"
"            CLOTURE, ENVOIAGENCES, ENGAGEMENTS, ANONYMISATION,",
" EXTRAITS, DELTA, FACTUREFRET, RETROFITS,",
" CERTIFNAVIG, TAXESPORT, DECLREGL, REGLPART, IMPUTAUTO,",
" MOUVEMENTS)"
            ACCEPT Wjo_nom
            MOVE FUNCTION UPPER-CASE(Wjo_nom) TO Wjo_nom
            DISPLAY "Fréquence ? (1 : Quotidien // 2 : Hebdomadaire",
                            PERFORM PAIE_MENSUELLE
                        WHEN "CLOTURE"
                            PERFORM CLOTURE_PERIODE
                        WHEN "ENVOIAGENCES"
                            PERFORM ENVOI_INTERCHANGE
                        WHEN "ENGAGEMENTS"
                            PERFORM ACTUALISER_ENGAGEMENTS
                        WHEN "ANONYMISATION"
                            PERFORM ANONYMISER_DONNEES
                        WHEN "EXTRAITS"
                            PERFORM EXECUTER_EXTRAITS_PLANIFIES
                        WHEN "DELTA"
                            PERFORM EXTRAIT_DIFFERENTIEL_BATCH
                        WHEN "FACTUREFRET"
                            PERFORM FACTURATION_FRET
                        WHEN "RETROFITS"
                            PERFORM APPLIQUER_RETROFITS
                        WHEN "CERTIFNAVIG"
                            PERFORM RAPPORT_CERTIFS_NAVIG_BATCH
                        WHEN "TAXESPORT"
                            PERFORM TAXES_PORTUAIRES_BATCH
                        WHEN "DECLREGL"
                            PERFORM DECLARATIONS_REGLEMENTAIRES
                        WHEN "REGLPART"
                            PERFORM REGLEMENT_PARTENAIRES_BATCH
                        WHEN "IMPUTAUTO"
                            PERFORM IMPUTATIONS_AUTO_BATCH
                        WHEN "MOUVEMENTS"
                            PERFORM MOUVEMENTS_QUAI_BATCH
                        WHEN OTHER
                            DISPLAY "RUNJOBS : travail inconnu ",
fjo_nomJob, ", ignoré."
            ACCEPT Wsp_choix
        END-PERFORM
        IF Wsp_choix = 2 THEN
            PERFORM OUVRIR_SPOOL
        END-IF.

        OUVRIR_SPOOL.
        ACCEPT Wsp_date FROM DATE YYYYMMDD
        ACCEPT Wsp_heure FROM TIME
        MOVE SPACES TO Wsp_fichier
        STRING "spool_" DELIMITED BY SIZE
            Wsp_nomRapport DELIMITED BY SPACE
            "_" DELIMITED BY SIZE
            Wsp_date DELIMITED BY SIZE
            Wsp_heure DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO Wsp_fichier
        END-STRING
        OPEN OUTPUT Fspool
        MOVE 1 TO Wsp_actifSpool
        MOVE SPACES TO spTampon
        STRING "RAPPORT : " DELIMITED BY SIZE
            Wsp_nomRapport DELIMITED BY SIZE
            INTO spTampon
        END-STRING
        WRITE spTampon
        MOVE SPACES TO spTampon
        STRING "EDITE LE " DELIMITED BY SIZE
            Wsp_date DELIMITED BY SIZE
            " A " DELIMITED BY SIZE
            Wsp_heure DELIMITED BY SIZE
            " PAR " DELIMITED BY SIZE
            Wop_id DELIMITED BY SIZE
            INTO spTampon
        END-STRING
        WRITE spTampon
        MOVE "-------------------------------------" TO spTampon
        WRITE spTampon
        OPEN EXTEND Fspoollog
        MOVE SPACES TO slTampon
        STRING Wsp_date DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsp_heure DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wop_id DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsp_nomRapport DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            Wsp_fichier DELIMITED BY SIZE
            INTO slTampon
        END-STRING
        WRITE slTampon
        CLOSE Fspoollog.

        ECRIRE_LIGNE_RAPPORT.
        IF Wsp_actifSpool = 1 THEN
            MOVE Wsp_ligne TO spTampon
        END-READ
        CLOSE Fcompo_equipes.

        INITIALISER_CODES.
        OPEN I-O Fcodes
        MOVE 1 TO fcx_actif
        MOVE 0 TO fcx_dateDebut
        MOVE 0 TO fcx_dateFin
        MOVE "SPEC" TO fcx_table
        MOVE 1 TO fcx_code
        MOVE "EVA" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 2 TO fcx_code
        MOVE "Pilotage" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 3 TO fcx_code
        MOVE "Géologie" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 4 TO fcx_code
        MOVE "Médecine spatiale" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 5 TO fcx_code
        MOVE "Communications" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 6 TO fcx_code
        MOVE "Robotique" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE "CERT" TO fcx_table
        MOVE 1 TO fcx_code
        MOVE "EVA" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 2 TO fcx_code
        MOVE "Pilotage" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 3 TO fcx_code
        MOVE "Maintenance réacteur" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 4 TO fcx_code
        MOVE "Premiers secours" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE "TMIS" TO fcx_table
        MOVE 1 TO fcx_code
        MOVE "Exploration" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 2 TO fcx_code
        MOVE "Ravitaillement" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 3 TO fcx_code
        MOVE "Sauvetage" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 4 TO fcx_code
        MOVE "Diplomatique" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 5 TO fcx_code
        MOVE "Recherche scientifique" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE "CDEP" TO fcx_table
        MOVE 1 TO fcx_code
        MOVE "Carburant" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 2 TO fcx_code
        MOVE "Ravitaillement" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 3 TO fcx_code
        MOVE "Personnel" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 4 TO fcx_code
        MOVE "Autre" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 5 TO fcx_code
        MOVE "Droits de port" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 6 TO fcx_code
        MOVE "Cargo et matériel" TO fcx_libelle
        WRITE cxTampon END-WRITE
        CLOSE Fcodes
        PERFORM INITIALISER_CODES_ECARTS
        DISPLAY "Tables de codes de référence initialisées",
" (codes_reference.dat).".

        INITIALISER_CODES_ECARTS.
        OPEN I-O Fcodes
        MOVE 1 TO fcx_actif
        MOVE 0 TO fcx_dateDebut
        MOVE 0 TO fcx_dateFin
        MOVE "ECAR" TO fcx_table
        MOVE 1 TO fcx_code
        MOVE "Erreur de saisie antérieure" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 2 TO fcx_code
        MOVE "Casse ou détérioration" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 3 TO fcx_code
        MOVE "Perte ou vol" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 4 TO fcx_code
        MOVE "Consommation non déclarée" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 5 TO fcx_code
        MOVE "Erreur de réception" TO fcx_libelle
        WRITE cxTampon END-WRITE
        MOVE 6 TO fcx_code
        MOVE "Autre" TO fcx_libelle
        WRITE cxTampon END-WRITE
        CLOSE Fcodes.

        VERIF_VALIDITE_CODE.
        MOVE 0 TO Wcx_valide
        IF fcx_actif = 1 AND fcx_dateDebut <= Wcx_date
        AND (fcx_dateFin = 0 OR fcx_dateFin >= Wcx_date) THEN
            MOVE 1 TO Wcx_valide
        END-IF.

        LIRE_CODE_REFERENCE.
        MOVE 0 TO Wcx_trouve
        MOVE 0 TO Wcx_valide
        MOVE "Inconnu" TO Wcx_libelle
        ACCEPT Wcx_date FROM DATE YYYYMMDD
        OPEN INPUT Fcodes
        MOVE Wcx_table TO fcx_table
        MOVE Wcx_code TO fcx_code
        READ Fcodes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO Wcx_trouve
            MOVE fcx_libelle TO Wcx_libelle
            PERFORM VERIF_VALIDITE_CODE
        END-READ
        CLOSE Fcodes.

        LISTER_CODES_SAISIE.
        ACCEPT Wcx_date FROM DATE YYYYMMDD
        OPEN INPUT Fcodes
        MOVE Wcx_table TO fcx_table
        MOVE 0 TO fcx_code
        START Fcodes, KEY IS >= fcx_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO Wcx_fin
            PERFORM WITH TEST AFTER UNTIL Wcx_fin = 1
                READ Fcodes NEXT
                AT END MOVE 1 TO Wcx_fin
                NOT AT END
                    IF fcx_table NOT = Wcx_table THEN
                        MOVE 1 TO Wcx_fin
                    ELSE
                        PERFORM VERIF_VALIDITE_CODE
                        IF Wcx_valide = 1 THEN
                            DISPLAY fcx_code, " : ", fcx_libelle
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
        END-START
        CLOSE Fcodes.

        SAISIR_CODE_REFERENCE.
        IF Wcx_zeroOk = 1 THEN
            DISPLAY "0 : Aucune"
        END-IF
        PERFORM LISTER_CODES_SAISIE
        MOVE 0 TO Wcx_valide
        PERFORM WITH TEST AFTER UNTIL Wcx_valide = 1
            MOVE 0 TO Wcx_code
            ACCEPT Wcx_code
            IF Wcx_code = 0 AND Wcx_zeroOk = 1 THEN
                MOVE 1 TO Wcx_valide
                MOVE "Aucune" TO Wcx_libelle
            ELSE
                PERFORM LIRE_CODE_REFERENCE
                IF Wcx_valide = 0 THEN
                    DISPLAY "Code inconnu ou retiré, choisissez un",
" code de la liste :"
                END-IF
            END-IF
        END-PERFORM
        MOVE 0 TO Wcx_zeroOk.

        GERER_CODES_REFERENCE.
        DISPLAY ' '
        DISPLAY "Table de codes ? (1 : Spécialités // 2 : Types de",
" certification // 3 : Types de mission // 4 : Catégories de",
" dépense // 5 : Motifs d'écart d'inventaire)"
        MOVE 0 TO Wcx_choix
        PERFORM WITH TEST AFTER UNTIL
                Wcx_choix > 0 AND Wcx_choix < 6
            ACCEPT Wcx_choix
        END-PERFORM
        EVALUATE Wcx_choix
            WHEN 1
                MOVE "SPEC" TO Wcx_table
                MOVE 99 TO Wcx_max
            WHEN 2
                MOVE "CERT" TO Wcx_table
                MOVE 99 TO Wcx_max
            WHEN 3
                MOVE "TMIS" TO Wcx_table
                MOVE 9 TO Wcx_max
            WHEN 4
                MOVE "CDEP" TO Wcx_table
                MOVE 9 TO Wcx_max
            WHEN 5
                MOVE "ECAR" TO Wcx_table
                MOVE 99 TO Wcx_max
        END-EVALUATE
        DISPLAY "1 : Ajouter/modifier un code // 2 : Lister la table",
" (codes retirés compris)"
        MOVE 0 TO Wcx_choix
        PERFORM WITH TEST AFTER UNTIL
                Wcx_choix = 1 OR Wcx_choix = 2
            ACCEPT Wcx_choix
        END-PERFORM
        IF Wcx_choix = 2 THEN
            DISPLAY "#############"
            DISPLAY "Table de codes ", Wcx_table, " :"
            ACCEPT Wcx_date FROM DATE YYYYMMDD
            MOVE 0 TO Wcx_count
            OPEN INPUT Fcodes
            MOVE Wcx_table TO fcx_table
            MOVE 0 TO fcx_code
            START Fcodes, KEY IS >= fcx_cle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 0 TO Wcx_fin
                PERFORM WITH TEST AFTER UNTIL Wcx_fin = 1
                    READ Fcodes NEXT
                    AT END MOVE 1 TO Wcx_fin
                    NOT AT END
                        IF fcx_table NOT = Wcx_table THEN
                            MOVE 1 TO Wcx_fin
                        ELSE
                            ADD 1 TO Wcx_count
                            PERFORM VERIF_VALIDITE_CODE
                            IF Wcx_valide = 1 THEN
                                MOVE "En vigueur" TO Wcx_etat
                            ELSE
                                MOVE "RETIRÉ" TO Wcx_etat
                            END-IF
                            DISPLAY "  ", fcx_code, " : ", fcx_libelle,
" ", Wcx_etat, " (du ", fcx_dateDebut, " au ", fcx_dateFin, ")"
                        END-IF
                    END-READ
                END-PERFORM
            END-START
            CLOSE Fcodes
            IF Wcx_count = 0 THEN
                DISPLAY "  Aucun code dans cette table."
            END-IF
        ELSE
            DISPLAY "Code ? (1 à ", Wcx_max, ")"
            MOVE 0 TO Wcx_code
            PERFORM WITH TEST AFTER UNTIL
                    Wcx_code > 0 AND Wcx_code <= Wcx_max
                ACCEPT Wcx_code
            END-PERFORM
            DISPLAY "Libellé du code ?"
            ACCEPT Wcx_libelle
            DISPLAY "Code actif ? (0 : Retiré // 1 : Actif)"
            MOVE 9 TO Wcx_actif
            PERFORM WITH TEST AFTER UNTIL
                    Wcx_actif = 0 OR Wcx_actif = 1
                ACCEPT Wcx_actif
            END-PERFORM
            DISPLAY "Début de validité ? (AAAAMMJJ, 0 : sans limite)"
            MOVE 1 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                MOVE 0 TO Wdt_date
                ACCEPT Wdt_date
                IF Wdt_date NOT = 0 THEN
                    PERFORM VALIDER_DATE
                    IF Wdt_ok = 0 THEN
                        DISPLAY "Date invalide (AAAAMMJJ attendu),",
" ressaisissez :"
                    END-IF
                END-IF
            END-PERFORM
            MOVE Wdt_date TO Wcx_dateDebut
            DISPLAY "Fin de validité ? (AAAAMMJJ, 0 : sans limite)"
            MOVE 1 TO Wdt_ok
            PERFORM WITH TEST AFTER UNTIL Wdt_ok = 1
                MOVE 0 TO Wdt_date
                ACCEPT Wdt_date
                IF Wdt_date NOT = 0 THEN
                    PERFORM VALIDER_DATE
                    IF Wdt_ok = 1 AND Wdt_date < Wcx_dateDebut THEN
                        MOVE 0 TO Wdt_ok
                    END-IF
                    IF Wdt_ok = 0 THEN
                        DISPLAY "Date invalide ou antérieure au début,",
" ressaisissez :"
                    END-IF
                END-IF
            END-PERFORM
            MOVE Wdt_date TO Wcx_dateFin
            OPEN I-O Fcodes
            MOVE Wcx_table TO fcx_table
            MOVE Wcx_code TO fcx_code
            READ Fcodes
            INVALID KEY
                MOVE Wcx_libelle TO fcx_libelle
                MOVE Wcx_actif TO fcx_actif
                MOVE Wcx_dateDebut TO fcx_dateDebut
                MOVE Wcx_dateFin TO fcx_dateFin
                WRITE cxTampon END-WRITE
                DISPLAY "Code ajouté à la table."
            NOT INVALID KEY
                MOVE Wcx_libelle TO fcx_libelle
                MOVE Wcx_actif TO fcx_actif
                MOVE Wcx_dateDebut TO fcx_dateDebut
                MOVE Wcx_dateFin TO fcx_dateFin
                REWRITE cxTampon END-REWRITE
                DISPLAY "Code mis à jour."
            END-READ
            IF fcx_stat NOT = 00 THEN
                MOVE fcx_stat TO Wchk_stat
                MOVE "Fcodes" TO Wchk_label
                PERFORM VERIFIER_STATUT_FICHIER
            END-IF
            CLOSE Fcodes
            MOVE "SYSTEME" TO Wau_module
            MOVE "CODE" TO Wau_action
            MOVE SPACES TO Wau_detail
            STRING Wcx_table DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wcx_code DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wcx_libelle DELIMITED BY SIZE
                INTO Wau_detail
            END-STRING
            PERFORM ENREGISTRER_AUDIT
        END-IF.

COPY astronautes.
COPY equipes.
COPY missions.
